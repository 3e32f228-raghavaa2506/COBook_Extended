000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    MEMRENEW.
000300 AUTHOR.        R. IYENGAR - APPLICATIONS.
000400 INSTALLATION.  IIT TIRUPATI - MEMBER SERVICES.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  MODIFICATION HISTORY
000900*  DATE        INIT  DESCRIPTION
001000*  2026-10-15  RI    ORIGINAL - ANNUAL MEMBERSHIP RENEWAL RUN IN
001100*                    THE END-OF-DAY WINDOW.  EVERY MEMBER ON THE
001200*                    MASTER IS CHECKED AGAINST THE PAID-THROUGH
001300*                    DATE (MEMBER-EXPIRY-DATE):
001400*                      - NO DATE YET (RECORDS THAT PREDATE THE
001500*                        FIELD) - STAMPED WITH THE NEXT
001600*                        ANNIVERSARY OF THE ENTRY DATE;
001700*                      - WITHIN "RENWDAYS" OF THE DATE AND NOT
001800*                        YET ASSESSED - THE STANDARD FEE IS
001900*                        ASSESSED THROUGH FEEPOST;
002000*                      - ASSESSED AND PAID UP - THE DATE MOVES
002100*                        ON A YEAR (A LAPSED MEMBER GOES BACK TO
002200*                        ACTIVE AT THE SAME TIME);
002300*                      - ASSESSED, STILL OWING AND MORE THAN
002400*                        "LAPSDAYS" PAST THE DATE - THE MEMBER
002500*                        LAPSES (STATUS "L", REASON "LAPS").
002600*                    THE MASTER AND THE FEE LEDGER ARE READ IN A
002700*                    FIRST PASS THAT WRITES THE DECISIONS TO A
002800*                    WORK FILE (RENWWORK); THE SECOND PASS
002900*                    APPLIES THEM THROUGH MEMBERREG AND FEEPOST,
003000*                    WHICH OWN THOSE FILES, AND PRINTS EACH ONE
003100*                    ON THE RENEWAL REPORT (RENWRPT).  A RERUN
003200*                    THE SAME DAY FINDS NOTHING LEFT TO DO - AN
003300*                    ASSESSMENT ALREADY MADE IS SEEN ON THE FEE
003400*                    LEDGER AND A DATE ALREADY MOVED IS SEEN ON
003500*                    THE MASTER.
003520*  2026-10-15  RI    PASSES THE NEW APPROVER PARAMETER (BLANK -
003540*                    A LAPSE OR RENEWAL NEEDS NO SUPERVISOR) ON
003560*                    EVERY MEMBERREG CALL.
003570*  2026-10-15  RI    A MEMBER MERGED INTO ANOTHER IS NOT BILLED
003580*                    OR LAPSED.  PASSES THE NEW MERGE PARAMETER
003590*                    (ZERO) ON EVERY FEEPOST AND MEMBERREG CALL.
003592*  2026-10-15  RI    THE MEMBER MASTER IS CLOSED ON AN OPEN
003594*                    SWITCH BEFORE THE SECOND PASS - THE STATUS
003596*                    IS "10" BY THEN, SO IT WAS LEFT OPEN UNDER
003598*                    MEMBERREG.
003618*  2026-10-15  RI    RETURN-CODE IS SAVED ACROSS THE CLOSING
003638*                    MEMBERREG CALL, WHICH HAD RESET A FAILED
003658*                    RUN'S 8 TO ZERO FOR EODDRIVER.
003664*  2026-10-15  RI    A BLANK (LEGACY) STATUS IS BILLED AND LAPSED
003670*                    AS ACTIVE, THE WAY MEMBERREG TREATS IT.
003672*                    A RENEWAL REPORT THAT WILL NOT OPEN STOPS
003674*                    THE SECOND PASS WITH RC 8.
003678*****************************************************************
003700
003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT MEMBER-MASTER   ASSIGN TO "MEMMAST"
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS SEQUENTIAL
004400         RECORD KEY IS MEMBER-ID
004500         ALTERNATE RECORD KEY IS MEMBER-NAME WITH DUPLICATES
004600         FILE STATUS IS WS-MEMMAST-STATUS.
004700
004800     SELECT FEE-MASTER      ASSIGN TO "FEEMAST"
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS RANDOM
005100         RECORD KEY IS FEE-MEMBER-ID
005200         FILE STATUS IS WS-FEEMAST-STATUS.
005300
005400     SELECT RENEWAL-WORK    ASSIGN TO "RENWWORK"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-WORK-STATUS.
005700
005800     SELECT RENEWAL-REPORT  ASSIGN TO "RENWRPT"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-REPORT-STATUS.
006100
006200     SELECT EOD-HISTORY     ASSIGN TO "EODHIST"
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-EODHIST-STATUS.
006500
006600 DATA DIVISION.
006700 FILE SECTION.
006800 FD  MEMBER-MASTER
006900     LABEL RECORDS ARE STANDARD.
007000 COPY MEMREC.
007100
007200 FD  FEE-MASTER
007300     LABEL RECORDS ARE STANDARD.
007400 COPY FEEREC.
007500
007600 FD  RENEWAL-WORK
007700     LABEL RECORDS ARE STANDARD.
007800 01  RENEWAL-WORK-RECORD.
007900     05  RNW-ACTION          PIC X(01).
008000         88  RNW-STAMP-DATE         VALUE "S".
008100         88  RNW-ASSESS-FEE         VALUE "A".
008200         88  RNW-EXTEND-DATE        VALUE "E".
008300         88  RNW-LAPSE              VALUE "L".
008400     05  RNW-MEMBER-ID       PIC 9(06).
008500     05  RNW-NAME            PIC X(30).
008600     05  RNW-OLD-STATUS      PIC X(01).
008700         88  RNW-WAS-LAPSED         VALUE "L".
008800     05  RNW-OLD-EXPIRY      PIC 9(08).
008900     05  RNW-NEW-EXPIRY      PIC 9(08).
009000     05  RNW-BALANCE         PIC S9(07)V99.
009100
009200 FD  RENEWAL-REPORT
009300     LABEL RECORDS ARE STANDARD.
009400 01  REPORT-LINE             PIC X(80).
009500
009600 FD  EOD-HISTORY
009700     LABEL RECORDS ARE STANDARD.
009800 COPY EODHREC.
009900
010000 WORKING-STORAGE SECTION.
010100*****************************************************************
010200*    FILE STATUS AND SWITCHES
010300*****************************************************************
010400 01  WS-MEMMAST-STATUS       PIC X(02) VALUE "00".
010500     88  WS-MEMMAST-OK               VALUE "00".
010600
010700 01  WS-FEEMAST-STATUS       PIC X(02) VALUE "00".
010800     88  WS-FEEMAST-OK               VALUE "00".
010900
011000 01  WS-WORK-STATUS          PIC X(02) VALUE "00".
011100     88  WS-WORK-OK                  VALUE "00".
011200
011300 01  WS-REPORT-STATUS        PIC X(02) VALUE "00".
011400     88  WS-REPORT-OK                VALUE "00".
011500
011600 01  WS-EODHIST-STATUS       PIC X(02) VALUE "00".
011700     88  WS-EODHIST-OK               VALUE "00".
011800
011900 01  WS-EOF-SW               PIC X(01) VALUE "N".
012000     88  WS-END-OF-FILE              VALUE "Y".
012100
012200 01  WS-WORK-EOF-SW          PIC X(01) VALUE "N".
012300     88  WS-WORK-END-OF-FILE         VALUE "Y".
012400
012420 01  WS-MEMMAST-OPEN-SW      PIC X(01) VALUE "N".
012440     88  WS-MEMMAST-IS-OPEN          VALUE "Y".
012460
012500 01  WS-FEEMAST-OPEN-SW      PIC X(01) VALUE "N".
012600     88  WS-FEEMAST-IS-OPEN          VALUE "Y".
012700
012800 01  WS-REPORT-OPEN-SW       PIC X(01) VALUE "N".
012900     88  WS-REPORT-IS-OPEN           VALUE "Y".
013000
013100 01  WS-RUN-FAILED-SW        PIC X(01) VALUE "N".
013200     88  WS-RUN-FAILED               VALUE "Y".
013300
013700 01  WS-RENEWAL-BILLED-SW    PIC X(01) VALUE "N".
013800     88  WS-RENEWAL-BILLED           VALUE "Y".
013900
014000*****************************************************************
014100*    SITE PARAMETERS - COMPILED-IN DEFAULTS, OVERRIDDEN FROM
014200*    THE SITEPARM FILE THROUGH PARMGET AT START-UP
014300*****************************************************************
014400 01  WS-RENEW-LEAD-DAYS      PIC 9(03) VALUE 30.
014500 01  WS-LAPSE-GRACE-DAYS     PIC 9(03) VALUE 30.
014600
014700 01  WS-PARM-KEY             PIC X(08).
014800 01  WS-PARM-VALUE           PIC 9(08) VALUE ZERO.
014900 01  WS-PARM-STATUS          PIC X(02) VALUE SPACES.
015000     88  WS-PARM-FOUND               VALUE "00".
015100
015200*****************************************************************
015300*    DATE WORK AREAS - INTEGER-OF-DATE DOES THE CALENDAR
015400*    ARITHMETIC, AS IN FEEAGED AND MEMPROJ
015500*****************************************************************
015600 01  WS-TODAY.
015700     05  WS-TODAY-YEAR       PIC 9(04).
015800     05  WS-TODAY-MONTH      PIC 9(02).
015900     05  WS-TODAY-DAY        PIC 9(02).
016000 01  WS-TODAY-NUM REDEFINES WS-TODAY
016100                             PIC 9(08).
016200
016300 01  WS-TODAY-DAY-NO         PIC 9(07) VALUE ZERO.
016400 01  WS-EXPIRY-DAY-NO        PIC 9(07) VALUE ZERO.
016500 01  WS-ASSESS-DAY-NO        PIC 9(07) VALUE ZERO.
016600
016700 01  WS-DATE-WORK            PIC 9(08).
016800 01  WS-DATE-WORK-R REDEFINES WS-DATE-WORK.
016900     05  WS-DW-YEAR          PIC 9(04).
017000     05  WS-DW-MMDD          PIC 9(04).
017100
017200*****************************************************************
017300*    CONTROL TOTALS
017400*****************************************************************
017500 01  WS-MEMBERS-READ         PIC 9(06) VALUE ZERO.
017600 01  WS-DATES-STAMPED        PIC 9(06) VALUE ZERO.
017700 01  WS-FEES-ASSESSED        PIC 9(06) VALUE ZERO.
017800 01  WS-MEMBERS-RENEWED      PIC 9(06) VALUE ZERO.
017900 01  WS-LAPSED-RESTORED      PIC 9(06) VALUE ZERO.
018000 01  WS-MEMBERS-LAPSED       PIC 9(06) VALUE ZERO.
018100 01  WS-ACTIONS-REFUSED      PIC 9(06) VALUE ZERO.
018200
018300 01  WS-COUNT-LABEL          PIC X(24).
018400 01  WS-COUNT-VALUE          PIC 9(09) VALUE ZERO.
018420
018440*    RETURN-CODE IS HELD ACROSS THE CLOSING MEMBERREG CALL
018460 01  WS-SAVED-RC             PIC S9(04) VALUE ZERO.
018500
018600*****************************************************************
018700*    LINKAGE TO THE MEMBERREG SUBPROGRAM
018800*****************************************************************
018900 01  WS-OPERATOR-ID          PIC X(08) VALUE "BATCH01".
019000 01  WS-REG-FUNCTION         PIC X(01).
019100 01  WS-REG-SOURCE           PIC X(01) VALUE "B".
019200 01  WS-REG-NAME             PIC X(30).
019300 01  WS-REG-AGE              PIC 9(03).
019400 01  WS-REG-BIRTH-YEAR       PIC 9(04).
019500 01  WS-REG-MEMBER-ID        PIC 9(06).
019600 01  WS-REG-STATUS           PIC X(02).
019700     88  WS-REG-ACCEPTED             VALUE "00".
019800
019900 01  WS-REG-MEMBER-STATUS    PIC X(01).
020000 01  WS-REG-CONTACT-DETAILS.
020100     05  WS-REG-DEPT-CODE    PIC X(04) VALUE SPACES.
020200     05  WS-REG-EMAIL        PIC X(40) VALUE SPACES.
020300     05  WS-REG-PHONE        PIC X(15) VALUE SPACES.
020400 01  WS-REG-REASON-CODE      PIC X(04) VALUE SPACES.
020500 01  WS-REG-DOB              PIC 9(08) VALUE ZERO.
020600 01  WS-REG-EXPIRY-DATE      PIC 9(08) VALUE ZERO.
020650 01  WS-REG-APPROVER-ID      PIC X(08) VALUE SPACES.
020670 01  WS-REG-MERGE-INTO-ID    PIC 9(06) VALUE ZERO.
020700
020800*****************************************************************
020900*    LINKAGE TO THE FEEPOST SUBPROGRAM
021000*****************************************************************
021100 01  WS-FEE-FUNCTION         PIC X(01).
021200 01  WS-FEE-MEMBER-ID        PIC 9(06) VALUE ZERO.
021300 01  WS-FEE-AMOUNT           PIC 9(05)V99 VALUE ZERO.
021400 01  WS-FEE-ASSESSED         PIC 9(07)V99 VALUE ZERO.
021500 01  WS-FEE-PAID             PIC 9(07)V99 VALUE ZERO.
021600 01  WS-FEE-BALANCE          PIC S9(07)V99 VALUE ZERO.
021700 01  WS-FEE-STATUS           PIC X(02) VALUE SPACES.
021800     88  WS-FEE-POSTED               VALUE "00".
021850 01  WS-FEE-REASON-CODE      PIC X(04) VALUE "RNWL".
021870 01  WS-FEE-MERGE-INTO-ID    PIC 9(06) VALUE ZERO.
021900
022000*****************************************************************
022100*    PAGE CONTROL - SAME DEPTH AS THE ROSTER
022200*****************************************************************
022300 01  WS-LINE-COUNT           PIC 9(02) VALUE ZERO.
022400 01  WS-PAGE-COUNT           PIC 9(03) VALUE ZERO.
022500 01  WS-MAX-LINES-PER-PAGE   PIC 9(02) VALUE 50.
022600
022700*****************************************************************
022800*    REPORT LINE LAYOUTS
022900*****************************************************************
023000 01  WS-HEADER-LINE-1.
023100     05  FILLER              PIC X(17) VALUE SPACES.
023200     05  FILLER              PIC X(40)
023300         VALUE "IIT TIRUPATI - MEMBERSHIP RENEWAL RUN".
023400     05  FILLER              PIC X(06) VALUE " PAGE ".
023500     05  HDR-PAGE-NUMBER     PIC ZZ9.
023600     05  FILLER              PIC X(14) VALUE SPACES.
023700
023800 01  WS-HEADER-LINE-2.
023900     05  FILLER              PIC X(08) VALUE "MEMBER".
024000     05  FILLER              PIC X(27) VALUE "NAME".
024100     05  FILLER              PIC X(09) VALUE "WAS".
024200     05  FILLER              PIC X(09) VALUE "NOW".
024300     05  FILLER              PIC X(14) VALUE "BALANCE".
024400     05  FILLER              PIC X(13) VALUE "ACTION".
024500
024600 01  WS-DETAIL-LINE.
024700     05  DET-MEMBER-ID       PIC 9(06).
024800     05  FILLER              PIC X(02) VALUE SPACES.
024900     05  DET-NAME            PIC X(25).
025000     05  FILLER              PIC X(02) VALUE SPACES.
025100     05  DET-OLD-EXPIRY      PIC 9(08).
025200     05  FILLER              PIC X(01) VALUE SPACES.
025300     05  DET-NEW-EXPIRY      PIC 9(08).
025400     05  FILLER              PIC X(01) VALUE SPACES.
025500     05  DET-BALANCE         PIC Z,ZZZ,ZZ9.99-.
025600     05  FILLER              PIC X(01) VALUE SPACES.
025700     05  DET-ACTION          PIC X(13).
025800
025900 01  WS-TOTAL-LINE.
026000     05  FILLER              PIC X(10) VALUE SPACES.
026100     05  TOT-LABEL           PIC X(26).
026200     05  TOT-COUNT           PIC ZZZ,ZZ9.
026300     05  FILLER              PIC X(37) VALUE SPACES.
026400
026500 01  WS-FOOTER-LINE.
026600     05  FILLER              PIC X(14) VALUE "MEMBERS READ: ".
026700     05  FTR-MEMBER-COUNT    PIC ZZZ,ZZ9.
026800     05  FILLER              PIC X(10) VALUE SPACES.
026900     05  FILLER              PIC X(10) VALUE "RUN DATE: ".
027000     05  FTR-RUN-DATE        PIC 9(08).
027100     05  FILLER              PIC X(31) VALUE SPACES.
027200
027300 PROCEDURE DIVISION.
027400 0000-MAINLINE.
027500     PERFORM 1000-INITIALIZE THRU 1000-EXIT
027600     PERFORM 2000-SELECT-MEMBERS THRU 2000-EXIT
027700         UNTIL WS-END-OF-FILE
027800     PERFORM 3000-APPLY-DECISIONS THRU 3000-EXIT
027900     PERFORM 8000-TERMINATE THRU 8000-EXIT
028000     PERFORM 9500-WRITE-RUN-HISTORY THRU 9500-EXIT.
028100
028200 0000-EXIT.
028300     GOBACK.
028400
028500*****************************************************************
028600*    1000-INITIALIZE  -  TAKE THE SITE PARAMETERS AND OPEN THE
028700*                        FIRST-PASS FILES.  NO MEMBER MASTER
028800*                        YET JUST MEANS NOBODY TO RENEW; NO FEE
028900*                        MASTER YET JUST MEANS NOTHING ASSESSED.
029000*****************************************************************
029100 1000-INITIALIZE.
029200     ACCEPT WS-TODAY FROM DATE YYYYMMDD
029300     COMPUTE WS-TODAY-DAY-NO =
029400         FUNCTION INTEGER-OF-DATE (WS-TODAY-NUM)
029500
029600     MOVE "RENWDAYS" TO WS-PARM-KEY
029700     CALL "PARMGET" USING WS-PARM-KEY WS-PARM-VALUE
029800         WS-PARM-STATUS
029900*    A NOTICE PERIOD PAST HALF A YEAR WOULD BILL THE NEXT YEAR
030000*    BEFORE THIS ONE HAD BEGUN; KEEP THE DEFAULT
030100     IF WS-PARM-FOUND AND WS-PARM-VALUE > ZERO
030200             AND WS-PARM-VALUE < 181
030300         MOVE WS-PARM-VALUE TO WS-RENEW-LEAD-DAYS
030400     END-IF
030500
030600     MOVE "LAPSDAYS" TO WS-PARM-KEY
030700     CALL "PARMGET" USING WS-PARM-KEY WS-PARM-VALUE
030800         WS-PARM-STATUS
030900     IF WS-PARM-FOUND AND WS-PARM-VALUE > ZERO
031000             AND WS-PARM-VALUE < 366
031100         MOVE WS-PARM-VALUE TO WS-LAPSE-GRACE-DAYS
031200     END-IF
031300
031400     OPEN OUTPUT RENEWAL-WORK
031500     IF NOT WS-WORK-OK
031600         DISPLAY "MEMRENEW: UNABLE TO OPEN THE RENEWAL WORK "
031700                 "FILE, STATUS = " WS-WORK-STATUS
031800         SET WS-RUN-FAILED   TO TRUE
031900         SET WS-END-OF-FILE  TO TRUE
032000         MOVE 8 TO RETURN-CODE
032100         GO TO 1000-EXIT
032200     END-IF
032300
032400     OPEN INPUT MEMBER-MASTER
032500     IF NOT WS-MEMMAST-OK
032600         DISPLAY "MEMRENEW: NO MEMBER MASTER ON HAND, STATUS = "
032700                 WS-MEMMAST-STATUS
032800         SET WS-END-OF-FILE TO TRUE
032900         GO TO 1000-EXIT
033000     END-IF
033050     SET WS-MEMMAST-IS-OPEN TO TRUE
033100
033200     OPEN INPUT FEE-MASTER
033300     IF WS-FEEMAST-OK
033400         SET WS-FEEMAST-IS-OPEN TO TRUE
033500     ELSE
033600         DISPLAY "MEMRENEW: NO FEE MASTER ON HAND, STATUS = "
033700                 WS-FEEMAST-STATUS
033800     END-IF
033900
034000     PERFORM 1200-READ-MEMBER-MASTER THRU 1200-EXIT.
034100
034200 1000-EXIT.
034300     EXIT.
034400
034500*****************************************************************
034600*    1200-READ-MEMBER-MASTER
034700*****************************************************************
034800 1200-READ-MEMBER-MASTER.
034900     READ MEMBER-MASTER NEXT RECORD
035000         AT END
035100             SET WS-END-OF-FILE TO TRUE
035200     END-READ
035300     IF NOT WS-END-OF-FILE
035400         ADD 1 TO WS-MEMBERS-READ
035500     END-IF.
035600
035700 1200-EXIT.
035800     EXIT.
035900
036000*****************************************************************
036100*    2000-SELECT-MEMBERS  -  FIRST PASS.  ONE DECISION AT MOST
036200*                            PER MEMBER GOES TO THE WORK FILE.
036300*                            A DEACTIVATED OR MERGED MEMBER
036350*                            IS NOT BILLED.
036400*****************************************************************
036500 2000-SELECT-MEMBERS.
036600     IF MEMBER-DEACTIVATED OR MEMBER-MERGED
036700         PERFORM 1200-READ-MEMBER-MASTER THRU 1200-EXIT
036800         GO TO 2000-EXIT
036900     END-IF
037000
037100     INITIALIZE RENEWAL-WORK-RECORD
037200     MOVE MEMBER-ID   TO RNW-MEMBER-ID
037300     MOVE MEMBER-NAME TO RNW-NAME
037400     MOVE MEMBER-STATUS TO RNW-OLD-STATUS
037500
037600     IF MEMBER-EXPIRY-DATE NOT NUMERIC
037700             OR MEMBER-EXPIRY-DATE = ZERO
037800         PERFORM 2100-FIRST-EXPIRY-DATE THRU 2100-EXIT
037900         PERFORM 1200-READ-MEMBER-MASTER THRU 1200-EXIT
038000         GO TO 2000-EXIT
038100     END-IF
038200
038300     MOVE MEMBER-EXPIRY-DATE TO RNW-OLD-EXPIRY
038400     PERFORM 2200-FETCH-FEE-POSITION THRU 2200-EXIT
038500     PERFORM 2300-CHOOSE-ACTION THRU 2300-EXIT
038600
038700     PERFORM 1200-READ-MEMBER-MASTER THRU 1200-EXIT.
038800
038900 2000-EXIT.
039000     EXIT.
039100
039200*****************************************************************
039300*    2100-FIRST-EXPIRY-DATE  -  A RECORD FROM BEFORE THE FIELD
039400*                               EXISTED RUNS TO THE NEXT
039500*                               ANNIVERSARY OF ITS ENTRY DATE ON
039600*                               OR AFTER TODAY.  NO USABLE ENTRY
039700*                               DATE RUNS A YEAR FROM TODAY.
039800*****************************************************************
039900 2100-FIRST-EXPIRY-DATE.
040000     MOVE ZERO TO RNW-OLD-EXPIRY
040100     IF MEMBER-ENTRY-DATE NOT NUMERIC
040200             OR MEMBER-ENTRY-DATE = ZERO
040300         MOVE WS-TODAY-NUM TO WS-DATE-WORK
040400         PERFORM 5000-ADD-ONE-YEAR THRU 5000-EXIT
040500     ELSE
040600         MOVE MEMBER-ENTRY-DATE TO WS-DATE-WORK
040700         MOVE WS-TODAY-YEAR     TO WS-DW-YEAR
040800         IF WS-DW-MMDD = 0229
040900             MOVE 0228 TO WS-DW-MMDD
041000         END-IF
041100         IF WS-DATE-WORK < WS-TODAY-NUM
041200             PERFORM 5000-ADD-ONE-YEAR THRU 5000-EXIT
041300         END-IF
041400     END-IF
041500
041600     MOVE WS-DATE-WORK TO RNW-NEW-EXPIRY
041700     SET RNW-STAMP-DATE TO TRUE
041800     PERFORM 2900-WRITE-WORK-RECORD THRU 2900-EXIT.
041900
042000 2100-EXIT.
042100     EXIT.
042200
042300*****************************************************************
042400*    2200-FETCH-FEE-POSITION  -  THE RENEWAL HAS BEEN BILLED
042500*                                WHEN THE LAST ASSESSMENT FELL
042600*                                INSIDE THE NOTICE PERIOD BEFORE
042700*                                THE PAID-THROUGH DATE
042800*****************************************************************
042900 2200-FETCH-FEE-POSITION.
043100     MOVE "N"  TO WS-RENEWAL-BILLED-SW
043200     MOVE ZERO TO RNW-BALANCE
043300     COMPUTE WS-EXPIRY-DAY-NO =
043400         FUNCTION INTEGER-OF-DATE (MEMBER-EXPIRY-DATE)
043500
043600     IF NOT WS-FEEMAST-IS-OPEN
043700         GO TO 2200-EXIT
043800     END-IF
043900
044000     MOVE MEMBER-ID TO FEE-MEMBER-ID
044100     READ FEE-MASTER KEY IS FEE-MEMBER-ID
044200         INVALID KEY
044300             GO TO 2200-EXIT
044400     END-READ
044600     MOVE FEE-BALANCE TO RNW-BALANCE
044700
044800     IF FEE-LAST-ASSESS-DT NOT NUMERIC
044900             OR FEE-LAST-ASSESS-DT = ZERO
045000         GO TO 2200-EXIT
045100     END-IF
045200     COMPUTE WS-ASSESS-DAY-NO =
045300         FUNCTION INTEGER-OF-DATE (FEE-LAST-ASSESS-DT)
045400     IF WS-ASSESS-DAY-NO + WS-RENEW-LEAD-DAYS
045500             NOT < WS-EXPIRY-DAY-NO
045600         SET WS-RENEWAL-BILLED TO TRUE
045700     END-IF.
045800
045900 2200-EXIT.
046000     EXIT.
046100
046200*****************************************************************
046300*    2300-CHOOSE-ACTION  -  BILL, RENEW, LAPSE OR LEAVE ALONE
046400*****************************************************************
046500 2300-CHOOSE-ACTION.
046600     IF NOT WS-RENEWAL-BILLED
046700         IF (MEMBER-ACTIVE OR MEMBER-STATUS = SPACE)
046800                 AND WS-TODAY-DAY-NO + WS-RENEW-LEAD-DAYS
046900                     NOT < WS-EXPIRY-DAY-NO
047000             MOVE RNW-OLD-EXPIRY TO RNW-NEW-EXPIRY
047100             SET RNW-ASSESS-FEE TO TRUE
047200             PERFORM 2900-WRITE-WORK-RECORD THRU 2900-EXIT
047300         END-IF
047400         GO TO 2300-EXIT
047500     END-IF
047600
047700     IF RNW-BALANCE NOT > ZERO
047800         PERFORM 2400-NEXT-EXPIRY-DATE THRU 2400-EXIT
047900         SET RNW-EXTEND-DATE TO TRUE
048000         PERFORM 2900-WRITE-WORK-RECORD THRU 2900-EXIT
048100         GO TO 2300-EXIT
048200     END-IF
048300
048400     IF (MEMBER-ACTIVE OR MEMBER-STATUS = SPACE)
048500             AND WS-TODAY-DAY-NO >
048600                 WS-EXPIRY-DAY-NO + WS-LAPSE-GRACE-DAYS
048700         MOVE RNW-OLD-EXPIRY TO RNW-NEW-EXPIRY
048800         SET RNW-LAPSE TO TRUE
048900         PERFORM 2900-WRITE-WORK-RECORD THRU 2900-EXIT
049000     END-IF.
049100
049200 2300-EXIT.
049300     EXIT.
049400
049500*****************************************************************
049600*    2400-NEXT-EXPIRY-DATE  -  ONE YEAR ON FROM THE OLD DATE, SO
049700*                              A MEMBER WHO PAYS EARLY OR LATE
049800*                              KEEPS THE SAME ANNIVERSARY.  A
049900*                              MEMBER SO LONG LAPSED THAT A YEAR
050000*                              ON IS STILL PAST RUNS A YEAR FROM
050100*                              TODAY INSTEAD.
050200*****************************************************************
050300 2400-NEXT-EXPIRY-DATE.
050400     MOVE RNW-OLD-EXPIRY TO WS-DATE-WORK
050500     PERFORM 5000-ADD-ONE-YEAR THRU 5000-EXIT
050600     IF WS-DATE-WORK NOT > WS-TODAY-NUM
050700         MOVE WS-TODAY-NUM TO WS-DATE-WORK
050800         PERFORM 5000-ADD-ONE-YEAR THRU 5000-EXIT
050900     END-IF
051000     MOVE WS-DATE-WORK TO RNW-NEW-EXPIRY.
051100
051200 2400-EXIT.
051300     EXIT.
051400
051500*****************************************************************
051600*    2900-WRITE-WORK-RECORD
051700*****************************************************************
051800 2900-WRITE-WORK-RECORD.
051900     WRITE RENEWAL-WORK-RECORD
052000     IF NOT WS-WORK-OK
052100         DISPLAY "MEMRENEW: RENEWAL WORK FILE WRITE FAILED, "
052200                 "STATUS = " WS-WORK-STATUS
052300         SET WS-RUN-FAILED  TO TRUE
052400         SET WS-END-OF-FILE TO TRUE
052500         MOVE 8 TO RETURN-CODE
052600     END-IF.
052700
052800 2900-EXIT.
052900     EXIT.
053000
053100*****************************************************************
053200*    3000-APPLY-DECISIONS  -  SECOND PASS.  THE MASTERS ARE
053300*                             CLOSED FIRST - FROM HERE ON THEY
053400*                             ARE MEMBERREG'S AND FEEPOST'S.
053500*****************************************************************
053600 3000-APPLY-DECISIONS.
053700     IF WS-MEMMAST-IS-OPEN
053800         CLOSE MEMBER-MASTER
053850         MOVE "N" TO WS-MEMMAST-OPEN-SW
053900     END-IF
054000     IF WS-FEEMAST-IS-OPEN
054100         CLOSE FEE-MASTER
054200     END-IF
054300     IF WS-RUN-FAILED
054400         GO TO 3000-EXIT
054500     END-IF
054600     CLOSE RENEWAL-WORK
054700
054800     OPEN INPUT RENEWAL-WORK
054900     IF NOT WS-WORK-OK
055000         DISPLAY "MEMRENEW: RENEWAL WORK FILE NOT READABLE, "
055100                 "STATUS = " WS-WORK-STATUS
055200         SET WS-RUN-FAILED TO TRUE
055300         MOVE 8 TO RETURN-CODE
055400         GO TO 3000-EXIT
055500     END-IF
055600
055700     OPEN OUTPUT RENEWAL-REPORT
055710     IF NOT WS-REPORT-OK
055720         DISPLAY "MEMRENEW: UNABLE TO OPEN THE REPORT, STATUS = "
055730                 WS-REPORT-STATUS
055740         CLOSE RENEWAL-WORK
055750         SET WS-RUN-FAILED TO TRUE
055760         MOVE 8 TO RETURN-CODE
055770         GO TO 3000-EXIT
055780     END-IF
055800     SET WS-REPORT-IS-OPEN TO TRUE
055900     PERFORM 6000-PRINT-PAGE-HEADERS THRU 6000-EXIT
056000
056100     PERFORM 3100-APPLY-ONE-DECISION THRU 3100-EXIT
056200         UNTIL WS-WORK-END-OF-FILE
056300     CLOSE RENEWAL-WORK.
056400
056500 3000-EXIT.
056600     EXIT.
056700
056800*****************************************************************
056900*    3100-APPLY-ONE-DECISION  -  A REFUSAL (THE MEMBER CHANGED
057000*                                SINCE THE FIRST PASS) IS
057100*                                PRINTED AND COUNTED, NOT FATAL
057200*****************************************************************
057300 3100-APPLY-ONE-DECISION.
057400     READ RENEWAL-WORK
057500         AT END
057600             SET WS-WORK-END-OF-FILE TO TRUE
057700     END-READ
057800     IF WS-WORK-END-OF-FILE
057900         GO TO 3100-EXIT
058000     END-IF
058100
058200     EVALUATE TRUE
058300         WHEN RNW-STAMP-DATE
058400             PERFORM 3200-RENEW-MEMBER THRU 3200-EXIT
058500             IF WS-REG-ACCEPTED
058600                 ADD 1 TO WS-DATES-STAMPED
058700                 MOVE "DATE SET"     TO DET-ACTION
058800             END-IF
058900         WHEN RNW-EXTEND-DATE
059000             PERFORM 3200-RENEW-MEMBER THRU 3200-EXIT
059100             IF WS-REG-ACCEPTED
059200                 ADD 1 TO WS-MEMBERS-RENEWED
059300                 MOVE "RENEWED"      TO DET-ACTION
059400                 IF RNW-WAS-LAPSED
059500                     ADD 1 TO WS-LAPSED-RESTORED
059600                     MOVE "RENEWED-RESTD" TO DET-ACTION
059700                 END-IF
059800             END-IF
059900         WHEN RNW-ASSESS-FEE
060000             PERFORM 3300-ASSESS-RENEWAL-FEE THRU 3300-EXIT
060100             IF WS-REG-ACCEPTED
060200                 ADD 1 TO WS-FEES-ASSESSED
060300                 MOVE "FEE ASSESSED" TO DET-ACTION
060400             END-IF
060500         WHEN RNW-LAPSE
060600             PERFORM 3400-LAPSE-MEMBER THRU 3400-EXIT
060700             IF WS-REG-ACCEPTED
060800                 ADD 1 TO WS-MEMBERS-LAPSED
060900                 MOVE "LAPSED"       TO DET-ACTION
061000             END-IF
061100     END-EVALUATE
061200
061300     IF NOT WS-REG-ACCEPTED
061400         ADD 1 TO WS-ACTIONS-REFUSED
061500         MOVE SPACES TO DET-ACTION
061600         STRING "REFUSED " WS-REG-STATUS
061700             DELIMITED BY SIZE INTO DET-ACTION
061800     END-IF
061900
062000     PERFORM 3600-PRINT-DETAIL THRU 3600-EXIT.
062100
062200 3100-EXIT.
062300     EXIT.
062400
062500*****************************************************************
062600*    3200-RENEW-MEMBER  -  "E" CALL WITH THE NEW DATE.  THE
062700*                          REASON "RNWL" ONLY REACHES THE STATUS
062800*                          HISTORY WHEN A LAPSED MEMBER COMES
062900*                          BACK TO ACTIVE.
063000*****************************************************************
063100 3200-RENEW-MEMBER.
063200     MOVE "E"            TO WS-REG-FUNCTION
063300     MOVE RNW-NEW-EXPIRY TO WS-REG-EXPIRY-DATE
063400     MOVE "RNWL"         TO WS-REG-REASON-CODE
063500     PERFORM 3500-CALL-MEMBERREG THRU 3500-EXIT.
063600
063700 3200-EXIT.
063800     EXIT.
063900
064000*****************************************************************
064100*    3300-ASSESS-RENEWAL-FEE  -  A ZERO AMOUNT TELLS FEEPOST TO
064200*                                USE THE STANDARD FEE.  THE
064300*                                FEEPOST STATUS IS CARRIED BACK
064400*                                IN THE MEMBERREG STATUS FIELD
064500*                                SO ONE TEST SERVES EVERY ACTION.
064600*****************************************************************
064700 3300-ASSESS-RENEWAL-FEE.
064800     MOVE "A"           TO WS-FEE-FUNCTION
064900     MOVE RNW-MEMBER-ID TO WS-FEE-MEMBER-ID
065000     MOVE ZERO          TO WS-FEE-AMOUNT
065100     CALL "FEEPOST" USING WS-FEE-FUNCTION WS-FEE-MEMBER-ID
065200         WS-FEE-AMOUNT WS-FEE-ASSESSED WS-FEE-PAID
065300         WS-FEE-BALANCE WS-FEE-STATUS WS-OPERATOR-ID
065350         WS-FEE-REASON-CODE WS-FEE-MERGE-INTO-ID
065400     MOVE WS-FEE-STATUS TO WS-REG-STATUS
065500     IF WS-FEE-POSTED
065600         MOVE WS-FEE-BALANCE TO RNW-BALANCE
065700     END-IF.
065800
065900 3300-EXIT.
066000     EXIT.
066100
066200*****************************************************************
066300*    3400-LAPSE-MEMBER  -  "L" CALL WITH THE LAPSE REASON CODE
066400*****************************************************************
066500 3400-LAPSE-MEMBER.
066600     MOVE "L"            TO WS-REG-FUNCTION
066700     MOVE "LAPS"         TO WS-REG-REASON-CODE
066800     PERFORM 3500-CALL-MEMBERREG THRU 3500-EXIT.
066900
067000 3400-EXIT.
067100     EXIT.
067200
067300*****************************************************************
067400*    3500-CALL-MEMBERREG
067500*****************************************************************
067600 3500-CALL-MEMBERREG.
067700     MOVE RNW-MEMBER-ID TO WS-REG-MEMBER-ID
067800     MOVE RNW-NAME      TO WS-REG-NAME
067900     CALL "MEMBERREG" USING WS-REG-FUNCTION WS-OPERATOR-ID
068000         WS-REG-SOURCE WS-TODAY-YEAR WS-REG-NAME WS-REG-AGE
068100         WS-REG-BIRTH-YEAR WS-REG-MEMBER-ID WS-REG-STATUS
068200         WS-REG-MEMBER-STATUS WS-REG-CONTACT-DETAILS
068300         WS-REG-REASON-CODE WS-REG-DOB WS-REG-EXPIRY-DATE
068350         WS-REG-APPROVER-ID WS-REG-MERGE-INTO-ID.
068400
068500 3500-EXIT.
068600     EXIT.
068700
068800*****************************************************************
068900*    3600-PRINT-DETAIL
069000*****************************************************************
069100 3600-PRINT-DETAIL.
069200     IF WS-LINE-COUNT NOT < WS-MAX-LINES-PER-PAGE
069300         PERFORM 6000-PRINT-PAGE-HEADERS THRU 6000-EXIT
069400     END-IF
069500
069600     MOVE RNW-MEMBER-ID  TO DET-MEMBER-ID
069700     MOVE RNW-NAME       TO DET-NAME
069800     MOVE RNW-OLD-EXPIRY TO DET-OLD-EXPIRY
069900     MOVE RNW-NEW-EXPIRY TO DET-NEW-EXPIRY
070000     MOVE RNW-BALANCE    TO DET-BALANCE
070100     WRITE REPORT-LINE FROM WS-DETAIL-LINE
070200     ADD 1 TO WS-LINE-COUNT.
070300
070400 3600-EXIT.
070500     EXIT.
070600
070700*****************************************************************
070800*    5000-ADD-ONE-YEAR  -  WS-DATE-WORK IN AND OUT.  29 FEBRUARY
070900*                          BECOMES 28 FEBRUARY, AS IN MEMBERREG.
071000*****************************************************************
071100 5000-ADD-ONE-YEAR.
071200     ADD 1 TO WS-DW-YEAR
071300     IF WS-DW-MMDD = 0229
071400         MOVE 0228 TO WS-DW-MMDD
071500     END-IF.
071600
071700 5000-EXIT.
071800     EXIT.
071900
072000*****************************************************************
072100*    6000-PRINT-PAGE-HEADERS
072200*****************************************************************
072300 6000-PRINT-PAGE-HEADERS.
072400     ADD 1 TO WS-PAGE-COUNT
072500     MOVE WS-PAGE-COUNT TO HDR-PAGE-NUMBER
072600
072700     IF WS-PAGE-COUNT > 1
072800         WRITE REPORT-LINE FROM SPACES
072900     END-IF
073000
073100     WRITE REPORT-LINE FROM WS-HEADER-LINE-1
073200     WRITE REPORT-LINE FROM WS-HEADER-LINE-2
073300     MOVE ZERO TO WS-LINE-COUNT.
073400
073500 6000-EXIT.
073600     EXIT.
073700
073800*****************************************************************
073900*    6100-WRITE-TOTAL-LINE
074000*****************************************************************
074100 6100-WRITE-TOTAL-LINE.
074200     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
074300
074400 6100-EXIT.
074500     EXIT.
074600
074700*****************************************************************
074800*    8000-TERMINATE  -  CONTROL TOTALS, THEN TELL MEMBERREG THE
074900*                       RUN IS DONE (IT CLOSES FEEPOST TOO)
075000*****************************************************************
075100 8000-TERMINATE.
075150     MOVE RETURN-CODE TO WS-SAVED-RC
075200     MOVE "C" TO WS-REG-FUNCTION
075300     CALL "MEMBERREG" USING WS-REG-FUNCTION WS-OPERATOR-ID
075400         WS-REG-SOURCE WS-TODAY-YEAR WS-REG-NAME WS-REG-AGE
075500         WS-REG-BIRTH-YEAR WS-REG-MEMBER-ID WS-REG-STATUS
075600         WS-REG-MEMBER-STATUS WS-REG-CONTACT-DETAILS
075700         WS-REG-REASON-CODE WS-REG-DOB WS-REG-EXPIRY-DATE
075750         WS-REG-APPROVER-ID WS-REG-MERGE-INTO-ID
075770     MOVE WS-SAVED-RC TO RETURN-CODE
075800
075900     IF NOT WS-REPORT-IS-OPEN
076000         GO TO 8000-EXIT
076100     END-IF
076200
076300     WRITE REPORT-LINE FROM SPACES
076400     MOVE "PAID-THROUGH DATES SET  : " TO TOT-LABEL
076500     MOVE WS-DATES-STAMPED   TO TOT-COUNT
076600     PERFORM 6100-WRITE-TOTAL-LINE THRU 6100-EXIT
076700     MOVE "RENEWAL FEES ASSESSED   : " TO TOT-LABEL
076800     MOVE WS-FEES-ASSESSED   TO TOT-COUNT
076900     PERFORM 6100-WRITE-TOTAL-LINE THRU 6100-EXIT
077000     MOVE "MEMBERSHIPS RENEWED     : " TO TOT-LABEL
077100     MOVE WS-MEMBERS-RENEWED TO TOT-COUNT
077200     PERFORM 6100-WRITE-TOTAL-LINE THRU 6100-EXIT
077300     MOVE "  OF WHICH WERE LAPSED  : " TO TOT-LABEL
077400     MOVE WS-LAPSED-RESTORED TO TOT-COUNT
077500     PERFORM 6100-WRITE-TOTAL-LINE THRU 6100-EXIT
077600     MOVE "MEMBERS LAPSED          : " TO TOT-LABEL
077700     MOVE WS-MEMBERS-LAPSED  TO TOT-COUNT
077800     PERFORM 6100-WRITE-TOTAL-LINE THRU 6100-EXIT
077900     MOVE "ACTIONS REFUSED         : " TO TOT-LABEL
078000     MOVE WS-ACTIONS-REFUSED TO TOT-COUNT
078100     PERFORM 6100-WRITE-TOTAL-LINE THRU 6100-EXIT
078200
078300     MOVE WS-MEMBERS-READ TO FTR-MEMBER-COUNT
078400     MOVE WS-TODAY-NUM    TO FTR-RUN-DATE
078500     WRITE REPORT-LINE FROM SPACES
078600     WRITE REPORT-LINE FROM WS-FOOTER-LINE
078700     CLOSE RENEWAL-REPORT
078800
078900     DISPLAY "MEMRENEW: " WS-FEES-ASSESSED " ASSESSED, "
079000             WS-MEMBERS-RENEWED " RENEWED, "
079100             WS-MEMBERS-LAPSED " LAPSED.".
079200
079300 8000-EXIT.
079400     EXIT.
079500
079600*****************************************************************
079700*    9500-WRITE-RUN-HISTORY  -  RENEWAL TOTALS AS "C" ROWS ON
079800*                               EODHIST FOR THE MORNING
079900*                               OPERATIONS SUMMARY
080000*****************************************************************
080100 9500-WRITE-RUN-HISTORY.
080200     OPEN EXTEND EOD-HISTORY
080300     IF WS-EODHIST-STATUS = "05" OR WS-EODHIST-STATUS = "35"
080400         OPEN OUTPUT EOD-HISTORY
080500     END-IF
080600     IF NOT WS-EODHIST-OK
080700         DISPLAY "MEMRENEW: RUN HISTORY NOT WRITTEN, STATUS = "
080800                 WS-EODHIST-STATUS
080900         GO TO 9500-EXIT
081000     END-IF
081100
081200     MOVE "MEMBERS READ"        TO WS-COUNT-LABEL
081300     MOVE WS-MEMBERS-READ       TO WS-COUNT-VALUE
081400     PERFORM 9510-ONE-COUNT-ROW THRU 9510-EXIT
081500
081600     MOVE "PAID-THRU DATES SET" TO WS-COUNT-LABEL
081700     MOVE WS-DATES-STAMPED      TO WS-COUNT-VALUE
081800     PERFORM 9510-ONE-COUNT-ROW THRU 9510-EXIT
081900
082000     MOVE "RENEWAL FEES ASSESSED" TO WS-COUNT-LABEL
082100     MOVE WS-FEES-ASSESSED      TO WS-COUNT-VALUE
082200     PERFORM 9510-ONE-COUNT-ROW THRU 9510-EXIT
082300
082400     MOVE "MEMBERSHIPS RENEWED" TO WS-COUNT-LABEL
082500     MOVE WS-MEMBERS-RENEWED    TO WS-COUNT-VALUE
082600     PERFORM 9510-ONE-COUNT-ROW THRU 9510-EXIT
082700
082800     MOVE "MEMBERS LAPSED"      TO WS-COUNT-LABEL
082900     MOVE WS-MEMBERS-LAPSED     TO WS-COUNT-VALUE
083000     PERFORM 9510-ONE-COUNT-ROW THRU 9510-EXIT
083100
083200     MOVE "RENEWAL ACTIONS REFUSED" TO WS-COUNT-LABEL
083300     MOVE WS-ACTIONS-REFUSED    TO WS-COUNT-VALUE
083400     PERFORM 9510-ONE-COUNT-ROW THRU 9510-EXIT
083500
083600     CLOSE EOD-HISTORY.
083700
083800 9500-EXIT.
083900     EXIT.
084000
084100*****************************************************************
084200*    9510-ONE-COUNT-ROW
084300*****************************************************************
084400 9510-ONE-COUNT-ROW.
084500     INITIALIZE EOD-HISTORY-RECORD
084600     SET EODH-COUNT-ROW TO TRUE
084700     MOVE WS-TODAY-NUM    TO EODH-RUN-DATE
084800     MOVE "MEMRENEW"      TO EODH-PROGRAM
084900     MOVE WS-COUNT-LABEL  TO EODH-COUNT-LABEL
085000     MOVE WS-COUNT-VALUE  TO EODH-COUNT-VALUE
085100     WRITE EOD-HISTORY-RECORD.
085200
085300 9510-EXIT.
085400     EXIT.

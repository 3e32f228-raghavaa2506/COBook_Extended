000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    MEMANON.
000300 AUTHOR.        R. IYENGAR - APPLICATIONS.
000400 INSTALLATION.  IIT TIRUPATI - MEMBER SERVICES.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  MODIFICATION HISTORY
000900*  DATE        INIT  DESCRIPTION
001000*  2026-10-15  RI    ORIGINAL - ANONYMISATION OF MEMBERS LONG
001100*                    DEACTIVATED, RUN AT MONTH END IN THE
001200*                    END-OF-DAY WINDOW FOR THE DATA-PROTECTION
001300*                    OFFICE.  A DEACTIVATED MEMBER WHOSE
001400*                    DEACTIVATION IS MORE THAN "RETNDAYS" DAYS
001500*                    OLD AND WHOSE FEE BALANCE IS ZERO (NO FEE
001600*                    RECORD COUNTS AS ZERO) HAS THE EMAIL AND
001700*                    PHONE BLANKED AND THE DATE OF BIRTH ZEROED
001800*                    THROUGH MEMBERREG, WHICH OWNS THE MASTER,
001900*                    JOURNALS THE CHANGE AND WRITES A "D" TO "D"
002000*                    STATUS-HISTORY ROW WITH REASON "ANON".  THE
002100*                    MEMBER-ID, NAME, BIRTH YEAR AND STATUS STAY,
002200*                    SO EVERY COUNT AND HISTORY STILL ADDS UP.
002300*                    THE DEACTIVATION DATE IS THE LATEST
002400*                    STATUS-HISTORY ROW THAT MOVED THE MEMBER TO
002500*                    "D"; STATUS HISTORY IS SORTED INTO MEMBER
002600*                    ORDER (INTEGCHK'S WAY) AND MATCHED AGAINST
002700*                    THE MASTER.  A MEMBER DEACTIVATED BEFORE THE
002800*                    HISTORY BEGAN HAS NO SUCH ROW AND IS DATED
002900*                    FROM THE FIRST ROW ON THE FILE - IT CAN ONLY
003000*                    HAVE BEEN EARLIER.  WITH NO HISTORY AT ALL
003100*                    NOBODY CAN BE DATED AND NOBODY IS TOUCHED.
003200*                    A MEMBER WITH NOTHING LEFT TO BLANK IS
003300*                    PASSED OVER, SO A RERUN DOES NOTHING TWICE.
003400*                    THE FIRST PASS WRITES THE MEMBERS CHOSEN TO
003500*                    A WORK FILE (ANONWORK); THE SECOND APPLIES
003600*                    THEM AND PRINTS EACH ONE ON THE REGISTER
003700*                    (ANONRPT), AS MEMRENEW DOES.
003800*****************************************************************
003900
004000 ENVIRONMENT DIVISION.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT MEMBER-MASTER   ASSIGN TO "MEMMAST"
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS SEQUENTIAL
004600         RECORD KEY IS MEMBER-ID
004700         ALTERNATE RECORD KEY IS MEMBER-NAME WITH DUPLICATES
004800         FILE STATUS IS WS-MEMMAST-STATUS.
004900
005000     SELECT FEE-MASTER      ASSIGN TO "FEEMAST"
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS RANDOM
005300         RECORD KEY IS FEE-MEMBER-ID
005400         FILE STATUS IS WS-FEEMAST-STATUS.
005500
005600     SELECT STATUS-HISTORY  ASSIGN TO "STATHIST"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-STATH-STATUS.
005900
006000     SELECT SORT-HISTORY    ASSIGN TO "SORTWK1".
006100
006200     SELECT SORTED-HISTORY  ASSIGN TO "ANONSRTD"
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-SORTED-STATUS.
006500
006600     SELECT ANON-WORK       ASSIGN TO "ANONWORK"
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS WS-WORK-STATUS.
006900
007000     SELECT ANON-REPORT     ASSIGN TO "ANONRPT"
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS WS-REPORT-STATUS.
007300
007400     SELECT EOD-HISTORY     ASSIGN TO "EODHIST"
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS WS-EODHIST-STATUS.
007700
007800 DATA DIVISION.
007900 FILE SECTION.
008000 FD  MEMBER-MASTER
008100     LABEL RECORDS ARE STANDARD.
008200 COPY MEMREC.
008300
008400 FD  FEE-MASTER
008500     LABEL RECORDS ARE STANDARD.
008600 COPY FEEREC.
008700
008800 FD  STATUS-HISTORY
008900     LABEL RECORDS ARE STANDARD.
009000 01  STATUS-HISTORY-INPUT.
009100     05  FILLER              PIC X(08).
009200     05  STH-TIMESTAMP-DATE  PIC X(08).
009300     05  FILLER              PIC X(34).
009400
009500 SD  SORT-HISTORY.
009600 01  SORT-HISTORY-RECORD.
009700     05  SRH-MEMBER-ID       PIC 9(06).
009800     05  FILLER              PIC X(02).
009900     05  SRH-TIMESTAMP       PIC 9(16).
010000     05  FILLER              PIC X(26).
010100
010200 FD  SORTED-HISTORY
010300     LABEL RECORDS ARE STANDARD.
010400 COPY STATREC.
010500
010600 FD  ANON-WORK
010700     LABEL RECORDS ARE STANDARD.
010800 01  ANON-WORK-RECORD.
010900     05  ANW-MEMBER-ID       PIC 9(06).
011000     05  ANW-NAME            PIC X(30).
011100     05  ANW-DEACT-DATE      PIC 9(08).
011200     05  ANW-DATE-SOURCE     PIC X(01).
011300         88  ANW-DATED-FROM-ROW     VALUE "R".
011400         88  ANW-DATED-FROM-START   VALUE "S".
011500     05  ANW-DAYS-GONE       PIC 9(05).
011600     05  ANW-HAD-EMAIL       PIC X(01).
011700     05  ANW-HAD-PHONE       PIC X(01).
011800     05  ANW-HAD-DOB         PIC X(01).
011900
012000 FD  ANON-REPORT
012100     LABEL RECORDS ARE STANDARD.
012200 01  REPORT-LINE             PIC X(80).
012300
012400 FD  EOD-HISTORY
012500     LABEL RECORDS ARE STANDARD.
012600 COPY EODHREC.
012700
012800 WORKING-STORAGE SECTION.
012900*****************************************************************
013000*    FILE STATUS AND SWITCHES
013100*****************************************************************
013200 01  WS-MEMMAST-STATUS       PIC X(02) VALUE "00".
013300     88  WS-MEMMAST-OK               VALUE "00".
013400
013500 01  WS-FEEMAST-STATUS       PIC X(02) VALUE "00".
013600     88  WS-FEEMAST-OK               VALUE "00".
013700
013800 01  WS-STATH-STATUS         PIC X(02) VALUE "00".
013900     88  WS-STATH-OK                 VALUE "00".
014000
014100 01  WS-SORTED-STATUS        PIC X(02) VALUE "00".
014200     88  WS-SORTED-OK                VALUE "00".
014300
014400 01  WS-WORK-STATUS          PIC X(02) VALUE "00".
014500     88  WS-WORK-OK                  VALUE "00".
014600
014700 01  WS-REPORT-STATUS        PIC X(02) VALUE "00".
014800     88  WS-REPORT-OK                VALUE "00".
014900
015000 01  WS-EODHIST-STATUS       PIC X(02) VALUE "00".
015100     88  WS-EODHIST-OK               VALUE "00".
015200
015300 01  WS-EOF-SW               PIC X(01) VALUE "N".
015400     88  WS-END-OF-FILE              VALUE "Y".
015500
015600 01  WS-HIST-EOF-SW          PIC X(01) VALUE "N".
015700     88  WS-HIST-END-OF-FILE         VALUE "Y".
015800
015900 01  WS-WORK-EOF-SW          PIC X(01) VALUE "N".
016000     88  WS-WORK-END-OF-FILE         VALUE "Y".
016100
016200 01  WS-MEMMAST-OPEN-SW      PIC X(01) VALUE "N".
016300     88  WS-MEMMAST-IS-OPEN          VALUE "Y".
016400
016500 01  WS-FEEMAST-OPEN-SW      PIC X(01) VALUE "N".
016600     88  WS-FEEMAST-IS-OPEN          VALUE "Y".
016700
016800 01  WS-SORTED-OPEN-SW       PIC X(01) VALUE "N".
016900     88  WS-SORTED-IS-OPEN           VALUE "Y".
017000
017100 01  WS-REPORT-OPEN-SW       PIC X(01) VALUE "N".
017200     88  WS-REPORT-IS-OPEN           VALUE "Y".
017300
017400 01  WS-RUN-FAILED-SW        PIC X(01) VALUE "N".
017500     88  WS-RUN-FAILED               VALUE "Y".
017600
017700*****************************************************************
017800*    SITE PARAMETERS - COMPILED-IN DEFAULTS, OVERRIDDEN FROM
017900*    THE SITEPARM FILE THROUGH PARMGET AT START-UP.  THE
018000*    DEFAULT KEEPS A DEPARTED MEMBER'S DETAILS FOR SEVEN YEARS.
018100*****************************************************************
018200 01  WS-RETAIN-DAYS          PIC 9(05) VALUE 2557.
018300
018400 01  WS-PARM-KEY             PIC X(08).
018500 01  WS-PARM-VALUE           PIC 9(08) VALUE ZERO.
018600 01  WS-PARM-STATUS          PIC X(02) VALUE SPACES.
018700     88  WS-PARM-FOUND               VALUE "00".
018800
018900*****************************************************************
019000*    DATE WORK AREAS - INTEGER-OF-DATE DOES THE CALENDAR
019100*    ARITHMETIC, AS IN MEMRENEW
019200*****************************************************************
019300 01  WS-TODAY.
019400     05  WS-TODAY-YEAR       PIC 9(04).
019500     05  WS-TODAY-MONTH      PIC 9(02).
019600     05  WS-TODAY-DAY        PIC 9(02).
019700 01  WS-TODAY-NUM REDEFINES WS-TODAY
019800                             PIC 9(08).
019900
020000 01  WS-TODAY-DAY-NO         PIC 9(07) VALUE ZERO.
020100 01  WS-DEACT-DAY-NO         PIC 9(07) VALUE ZERO.
020200 01  WS-DAYS-GONE            PIC 9(07) VALUE ZERO.
020300
020400*    THE DATE OF THE FIRST STATUS-HISTORY ROW, AND THE LATEST
020500*    MOVE TO "D" FOUND FOR THE MEMBER IN HAND
020600 01  WS-HISTORY-START-DATE   PIC 9(08) VALUE ZERO.
020700 01  WS-DEACT-DATE           PIC 9(08) VALUE ZERO.
020800
020900*****************************************************************
021000*    CONTROL TOTALS
021100*****************************************************************
021200 01  WS-MEMBERS-READ         PIC 9(06) VALUE ZERO.
021300 01  WS-DEACTIVATED-SEEN     PIC 9(06) VALUE ZERO.
021400 01  WS-NOTHING-TO-CLEAR     PIC 9(06) VALUE ZERO.
021500 01  WS-NO-DEACT-DATE        PIC 9(06) VALUE ZERO.
021600 01  WS-WITHIN-RETENTION     PIC 9(06) VALUE ZERO.
021700 01  WS-FEES-OWING           PIC 9(06) VALUE ZERO.
021800 01  WS-MEMBERS-CHOSEN       PIC 9(06) VALUE ZERO.
021900 01  WS-MEMBERS-ANONYMISED   PIC 9(06) VALUE ZERO.
022000 01  WS-ACTIONS-REFUSED      PIC 9(06) VALUE ZERO.
022100
022200 01  WS-COUNT-LABEL          PIC X(24).
022300 01  WS-COUNT-VALUE          PIC 9(09) VALUE ZERO.
022320
022340*    RETURN-CODE IS HELD ACROSS THE CLOSING MEMBERREG CALL
022360 01  WS-SAVED-RC             PIC S9(04) VALUE ZERO.
022400
022500*****************************************************************
022600*    LINKAGE TO THE MEMBERREG SUBPROGRAM
022700*****************************************************************
022800 01  WS-OPERATOR-ID          PIC X(08) VALUE "BATCH01".
022900 01  WS-REG-FUNCTION         PIC X(01).
023000 01  WS-REG-SOURCE           PIC X(01) VALUE "B".
023100 01  WS-REG-NAME             PIC X(30).
023200 01  WS-REG-AGE              PIC 9(03).
023300 01  WS-REG-BIRTH-YEAR       PIC 9(04).
023400 01  WS-REG-MEMBER-ID        PIC 9(06).
023500 01  WS-REG-STATUS           PIC X(02).
023600     88  WS-REG-ACCEPTED             VALUE "00".
023700
023800 01  WS-REG-MEMBER-STATUS    PIC X(01).
023900 01  WS-REG-CONTACT-DETAILS.
024000     05  WS-REG-DEPT-CODE    PIC X(04) VALUE SPACES.
024100     05  WS-REG-EMAIL        PIC X(40) VALUE SPACES.
024200     05  WS-REG-PHONE        PIC X(15) VALUE SPACES.
024300 01  WS-REG-REASON-CODE      PIC X(04) VALUE "ANON".
024400 01  WS-REG-DOB              PIC 9(08) VALUE ZERO.
024500 01  WS-REG-EXPIRY-DATE      PIC 9(08) VALUE ZERO.
024600 01  WS-REG-APPROVER-ID      PIC X(08) VALUE SPACES.
024700 01  WS-REG-MERGE-INTO-ID    PIC 9(06) VALUE ZERO.
024800
024900*****************************************************************
025000*    PAGE CONTROL - SAME DEPTH AS THE ROSTER
025100*****************************************************************
025200 01  WS-LINE-COUNT           PIC 9(02) VALUE ZERO.
025300 01  WS-PAGE-COUNT           PIC 9(03) VALUE ZERO.
025400 01  WS-MAX-LINES-PER-PAGE   PIC 9(02) VALUE 50.
025500
025600*****************************************************************
025700*    REPORT LINE LAYOUTS
025800*****************************************************************
025900 01  WS-HEADER-LINE-1.
026000     05  FILLER              PIC X(14) VALUE SPACES.
026100     05  FILLER              PIC X(43)
026200         VALUE "IIT TIRUPATI - ANONYMISED MEMBERS REGISTER".
026300     05  FILLER              PIC X(06) VALUE " PAGE ".
026400     05  HDR-PAGE-NUMBER     PIC ZZ9.
026500     05  FILLER              PIC X(14) VALUE SPACES.
026600
026700 01  WS-HEADER-LINE-2.
026800     05  FILLER              PIC X(08) VALUE "MEMBER".
026900     05  FILLER              PIC X(27) VALUE "NAME".
027000     05  FILLER              PIC X(10) VALUE "DEACTVTD".
027100     05  FILLER              PIC X(08) VALUE "  DAYS".
027200     05  FILLER              PIC X(16) VALUE "CLEARED".
027300     05  FILLER              PIC X(11) VALUE "RESULT".
027400
027500 01  WS-DETAIL-LINE.
027600     05  DET-MEMBER-ID       PIC 9(06).
027700     05  FILLER              PIC X(02) VALUE SPACES.
027800     05  DET-NAME            PIC X(25).
027900     05  FILLER              PIC X(02) VALUE SPACES.
028000     05  DET-DEACT-DATE      PIC 9(08).
028100     05  DET-DATE-FLAG       PIC X(01).
028200     05  FILLER              PIC X(01) VALUE SPACES.
028300     05  DET-DAYS-GONE       PIC ZZ,ZZ9.
028400     05  FILLER              PIC X(02) VALUE SPACES.
028500     05  DET-CLEARED.
028600         10  DET-CLR-EMAIL   PIC X(06).
028700         10  DET-CLR-PHONE   PIC X(06).
028800         10  DET-CLR-DOB     PIC X(03).
028900     05  FILLER              PIC X(01) VALUE SPACES.
029000     05  DET-RESULT          PIC X(11).
029100
029200 01  WS-NOTE-LINE.
029300     05  FILLER              PIC X(47) VALUE
029400         "* DEACTIVATED BEFORE THE STATUS HISTORY BEGAN -".
029500     05  FILLER              PIC X(33) VALUE
029600         " DATED FROM THE FIRST ROW ON FILE".
029700
029800 01  WS-TOTAL-LINE.
029900     05  FILLER              PIC X(10) VALUE SPACES.
030000     05  TOT-LABEL           PIC X(26).
030100     05  TOT-COUNT           PIC ZZZ,ZZ9.
030200     05  FILLER              PIC X(37) VALUE SPACES.
030300
030400 01  WS-FOOTER-LINE.
030500     05  FILLER              PIC X(14) VALUE "MEMBERS READ: ".
030600     05  FTR-MEMBER-COUNT    PIC ZZZ,ZZ9.
030700     05  FILLER              PIC X(02) VALUE SPACES.
030800     05  FILLER              PIC X(08) VALUE "KEPT:   ".
030900     05  FTR-RETAIN-DAYS     PIC ZZ,ZZ9.
031000     05  FILLER              PIC X(07) VALUE " DAYS  ".
031100     05  FILLER              PIC X(10) VALUE "RUN DATE: ".
031200     05  FTR-RUN-DATE        PIC 9(08).
031300     05  FILLER              PIC X(18) VALUE SPACES.
031400
031500 PROCEDURE DIVISION.
031600 0000-MAINLINE.
031700     PERFORM 1000-INITIALIZE THRU 1000-EXIT
031800     PERFORM 2000-SELECT-MEMBERS THRU 2000-EXIT
031900         UNTIL WS-END-OF-FILE
032000     PERFORM 3000-APPLY-DECISIONS THRU 3000-EXIT
032100     PERFORM 8000-TERMINATE THRU 8000-EXIT
032200     PERFORM 9500-WRITE-RUN-HISTORY THRU 9500-EXIT.
032300
032400 0000-EXIT.
032500     GOBACK.
032600
032700*****************************************************************
032800*    1000-INITIALIZE  -  TAKE THE SITE PARAMETER, DATE THE START
032900*                        OF THE STATUS HISTORY, SORT IT AND OPEN
033000*                        THE FIRST-PASS FILES.  NO MEMBER MASTER
033100*                        YET JUST MEANS NOBODY TO ANONYMISE; NO
033200*                        FEE MASTER YET JUST MEANS NOTHING OWED.
033300*****************************************************************
033400 1000-INITIALIZE.
033500     ACCEPT WS-TODAY FROM DATE YYYYMMDD
033600     COMPUTE WS-TODAY-DAY-NO =
033700         FUNCTION INTEGER-OF-DATE (WS-TODAY-NUM)
033800
033900     MOVE "RETNDAYS" TO WS-PARM-KEY
034000     CALL "PARMGET" USING WS-PARM-KEY WS-PARM-VALUE
034100         WS-PARM-STATUS
034200*    A VALUE PAST THE FIELD WOULD TRUNCATE; KEEP THE DEFAULT
034300     IF WS-PARM-FOUND AND WS-PARM-VALUE > ZERO
034400             AND WS-PARM-VALUE < 100000
034500         MOVE WS-PARM-VALUE TO WS-RETAIN-DAYS
034600     END-IF
034700
034800     OPEN OUTPUT ANON-WORK
034900     IF NOT WS-WORK-OK
035000         DISPLAY "MEMANON: UNABLE TO OPEN THE ANONYMISATION "
035100                 "WORK FILE, STATUS = " WS-WORK-STATUS
035200         SET WS-RUN-FAILED   TO TRUE
035300         SET WS-END-OF-FILE  TO TRUE
035400         MOVE 8 TO RETURN-CODE
035500         GO TO 1000-EXIT
035600     END-IF
035700
035800     OPEN INPUT MEMBER-MASTER
035900     IF NOT WS-MEMMAST-OK
036000         DISPLAY "MEMANON: NO MEMBER MASTER ON HAND, STATUS = "
036100                 WS-MEMMAST-STATUS
036200         SET WS-END-OF-FILE TO TRUE
036300         GO TO 1000-EXIT
036400     END-IF
036500     SET WS-MEMMAST-IS-OPEN TO TRUE
036600
036700     OPEN INPUT FEE-MASTER
036800     IF WS-FEEMAST-OK
036900         SET WS-FEEMAST-IS-OPEN TO TRUE
037000     ELSE
037100         DISPLAY "MEMANON: NO FEE MASTER ON HAND, STATUS = "
037200                 WS-FEEMAST-STATUS
037300     END-IF
037400
037500     PERFORM 1100-SORT-HISTORY THRU 1100-EXIT
037600     PERFORM 1200-READ-MEMBER-MASTER THRU 1200-EXIT.
037700
037800 1000-EXIT.
037900     EXIT.
038000
038100*****************************************************************
038200*    1100-SORT-HISTORY  -  THE FILE IS WRITTEN IN TIME ORDER, SO
038300*                          ITS FIRST ROW DATES THE START OF THE
038400*                          HISTORY.  THEN MEMBER, THEN TIME, SO
038500*                          EACH MEMBER'S ROWS ARRIVE TOGETHER.
038600*                          NO HISTORY FILE MEANS NO MEMBER CAN
038700*                          BE DATED.
038800*****************************************************************
038900 1100-SORT-HISTORY.
039000     OPEN INPUT STATUS-HISTORY
039100     IF NOT WS-STATH-OK
039200         DISPLAY "MEMANON: NO STATUS HISTORY ON HAND, "
039300                 "STATUS = " WS-STATH-STATUS
039400         SET WS-HIST-END-OF-FILE TO TRUE
039500         GO TO 1100-EXIT
039600     END-IF
039700     READ STATUS-HISTORY
039800         AT END
039900             SET WS-HIST-END-OF-FILE TO TRUE
040000     END-READ
040100     IF NOT WS-HIST-END-OF-FILE
040200             AND STH-TIMESTAMP-DATE NUMERIC
040300         MOVE STH-TIMESTAMP-DATE TO WS-HISTORY-START-DATE
040400     END-IF
040500     CLOSE STATUS-HISTORY
040600     IF WS-HIST-END-OF-FILE
040700         GO TO 1100-EXIT
040800     END-IF
040900
041000     SORT SORT-HISTORY
041100         ON ASCENDING KEY SRH-MEMBER-ID SRH-TIMESTAMP
041200         WITH DUPLICATES IN ORDER
041300         USING STATUS-HISTORY
041400         GIVING SORTED-HISTORY
041500
041600     OPEN INPUT SORTED-HISTORY
041700     IF NOT WS-SORTED-OK
041800         DISPLAY "MEMANON: SORTED HISTORY NOT AVAILABLE, "
041900                 "STATUS = " WS-SORTED-STATUS
042000         SET WS-HIST-END-OF-FILE TO TRUE
042100         GO TO 1100-EXIT
042200     END-IF
042300     SET WS-SORTED-IS-OPEN TO TRUE
042400
042500     PERFORM 1300-READ-HISTORY THRU 1300-EXIT.
042600
042700 1100-EXIT.
042800     EXIT.
042900
043000*****************************************************************
043100*    1200-READ-MEMBER-MASTER
043200*****************************************************************
043300 1200-READ-MEMBER-MASTER.
043400     READ MEMBER-MASTER NEXT RECORD
043500         AT END
043600             SET WS-END-OF-FILE TO TRUE
043700     END-READ
043800     IF NOT WS-END-OF-FILE
043900         ADD 1 TO WS-MEMBERS-READ
044000     END-IF.
044100
044200 1200-EXIT.
044300     EXIT.
044400
044500*****************************************************************
044600*    1300-READ-HISTORY
044700*****************************************************************
044800 1300-READ-HISTORY.
044900     READ SORTED-HISTORY
045000         AT END
045100             SET WS-HIST-END-OF-FILE TO TRUE
045200     END-READ.
045300
045400 1300-EXIT.
045500     EXIT.
045600
045700*****************************************************************
045800*    2000-SELECT-MEMBERS  -  FIRST PASS.  THE MEMBER'S HISTORY
045900*                            ROWS ARE READ WHATEVER ITS STATUS,
046000*                            TO KEEP THE TWO FILES IN STEP; ONLY
046100*                            A DEACTIVATED MEMBER WITH SOMETHING
046200*                            LEFT TO CLEAR GOES ANY FURTHER.
046300*****************************************************************
046400 2000-SELECT-MEMBERS.
046500     MOVE ZERO TO WS-DEACT-DATE
046600     PERFORM 2100-SKIP-HISTORY-ROW THRU 2100-EXIT
046700         UNTIL WS-HIST-END-OF-FILE
046800            OR STAT-MEMBER-ID NOT < MEMBER-ID
046900     PERFORM 2200-MEMBER-HISTORY-ROW THRU 2200-EXIT
047000         UNTIL WS-HIST-END-OF-FILE
047100            OR STAT-MEMBER-ID NOT = MEMBER-ID
047200
047300     IF NOT MEMBER-DEACTIVATED
047400         GO TO 2000-NEXT
047500     END-IF
047600     ADD 1 TO WS-DEACTIVATED-SEEN
047700
047800     INITIALIZE ANON-WORK-RECORD
047900     MOVE "N" TO ANW-HAD-EMAIL ANW-HAD-PHONE ANW-HAD-DOB
048000     IF MEMBER-EMAIL NOT = SPACES
048100         MOVE "Y" TO ANW-HAD-EMAIL
048200     END-IF
048300     IF MEMBER-PHONE NOT = SPACES
048400         MOVE "Y" TO ANW-HAD-PHONE
048500     END-IF
048600     IF MEMBER-DOB NUMERIC AND MEMBER-DOB > ZERO
048700         MOVE "Y" TO ANW-HAD-DOB
048800     END-IF
048900     IF ANW-HAD-EMAIL = "N" AND ANW-HAD-PHONE = "N"
049000             AND ANW-HAD-DOB = "N"
049100         ADD 1 TO WS-NOTHING-TO-CLEAR
049200         GO TO 2000-NEXT
049300     END-IF
049400
049500     PERFORM 2300-CHECK-RETENTION THRU 2300-EXIT
049600     IF ANW-DEACT-DATE = ZERO
049700         GO TO 2000-NEXT
049800     END-IF
049900
050000     PERFORM 2400-CHECK-FEES THRU 2400-EXIT.
050100
050200 2000-NEXT.
050300     PERFORM 1200-READ-MEMBER-MASTER THRU 1200-EXIT.
050400
050500 2000-EXIT.
050600     EXIT.
050700
050800*****************************************************************
050900*    2100-SKIP-HISTORY-ROW  -  A ROW FOR A MEMBER-ID NOT ON THE
051000*                              MASTER; INTEGCHK REPORTS THOSE
051100*****************************************************************
051200 2100-SKIP-HISTORY-ROW.
051300     PERFORM 1300-READ-HISTORY THRU 1300-EXIT.
051400
051500 2100-EXIT.
051600     EXIT.
051700
051800*****************************************************************
051900*    2200-MEMBER-HISTORY-ROW  -  THE ROWS COME IN TIME ORDER, SO
052000*                                THE LAST MOVE INTO "D" SEEN IS
052100*                                THE LATEST DEACTIVATION.  A ROW
052200*                                THAT LEAVES "D" AS IT WAS (AN
052300*                                EARLIER ANONYMISATION) DOES NOT
052400*                                RESTART THE CLOCK.
052500*****************************************************************
052600 2200-MEMBER-HISTORY-ROW.
052700     IF STAT-NEW-STATUS = "D" AND STAT-OLD-STATUS NOT = "D"
052800         MOVE STAT-TIMESTAMP (1:8) TO WS-DEACT-DATE
052900     END-IF
053000     PERFORM 1300-READ-HISTORY THRU 1300-EXIT.
053100
053200 2200-EXIT.
053300     EXIT.
053400
053500*****************************************************************
053600*    2300-CHECK-RETENTION  -  ANW-DEACT-DATE COMES BACK ZERO
053700*                             WHEN THE MEMBER IS NOT DUE YET OR
053800*                             CANNOT BE DATED AT ALL
053900*****************************************************************
054000 2300-CHECK-RETENTION.
054100     MOVE MEMBER-ID   TO ANW-MEMBER-ID
054200     MOVE MEMBER-NAME TO ANW-NAME
054300     IF WS-DEACT-DATE NUMERIC AND WS-DEACT-DATE > ZERO
054400         MOVE WS-DEACT-DATE         TO ANW-DEACT-DATE
054500         SET ANW-DATED-FROM-ROW     TO TRUE
054600     ELSE
054700         MOVE WS-HISTORY-START-DATE TO ANW-DEACT-DATE
054800         SET ANW-DATED-FROM-START   TO TRUE
054900     END-IF
055000     IF ANW-DEACT-DATE = ZERO
055100         ADD 1 TO WS-NO-DEACT-DATE
055200         GO TO 2300-EXIT
055300     END-IF
055400
055500     COMPUTE WS-DEACT-DAY-NO =
055600         FUNCTION INTEGER-OF-DATE (ANW-DEACT-DATE)
055700     MOVE ZERO TO WS-DAYS-GONE
055800     IF WS-TODAY-DAY-NO > WS-DEACT-DAY-NO
055900         COMPUTE WS-DAYS-GONE =
056000             WS-TODAY-DAY-NO - WS-DEACT-DAY-NO
056100     END-IF
056200     IF WS-DAYS-GONE NOT > WS-RETAIN-DAYS
056300         ADD 1 TO WS-WITHIN-RETENTION
056400         MOVE ZERO TO ANW-DEACT-DATE
056500         GO TO 2300-EXIT
056600     END-IF
056700     MOVE WS-DAYS-GONE TO ANW-DAYS-GONE.
056800
056900 2300-EXIT.
057000     EXIT.
057100
057200*****************************************************************
057300*    2400-CHECK-FEES  -  A BALANCE STILL STANDING, EITHER WAY,
057400*                        HOLDS THE MEMBER BACK - FINANCE MAY YET
057500*                        NEED TO REACH THEM.  NO FEE RECORD IS
057600*                        NOTHING OWED.
057700*****************************************************************
057800 2400-CHECK-FEES.
057900     IF WS-FEEMAST-IS-OPEN
058000         MOVE MEMBER-ID TO FEE-MEMBER-ID
058100         READ FEE-MASTER KEY IS FEE-MEMBER-ID
058200             INVALID KEY
058300                 MOVE ZERO TO FEE-BALANCE
058400         END-READ
058500         IF FEE-BALANCE NOT = ZERO
058600             ADD 1 TO WS-FEES-OWING
058700             GO TO 2400-EXIT
058800         END-IF
058900     END-IF
059000
059100     WRITE ANON-WORK-RECORD
059200     IF NOT WS-WORK-OK
059300         DISPLAY "MEMANON: ANONYMISATION WORK FILE WRITE "
059400                 "FAILED, STATUS = " WS-WORK-STATUS
059500         SET WS-RUN-FAILED  TO TRUE
059600         SET WS-END-OF-FILE TO TRUE
059700         MOVE 8 TO RETURN-CODE
059800         GO TO 2400-EXIT
059900     END-IF
060000     ADD 1 TO WS-MEMBERS-CHOSEN.
060100
060200 2400-EXIT.
060300     EXIT.
060400
060500*****************************************************************
060600*    3000-APPLY-DECISIONS  -  SECOND PASS.  THE MASTERS ARE
060700*                             CLOSED FIRST - FROM HERE ON THEY
060800*                             ARE MEMBERREG'S.
060900*****************************************************************
061000 3000-APPLY-DECISIONS.
061100     IF WS-MEMMAST-IS-OPEN
061200         CLOSE MEMBER-MASTER
061300         MOVE "N" TO WS-MEMMAST-OPEN-SW
061400     END-IF
061500     IF WS-FEEMAST-IS-OPEN
061600         CLOSE FEE-MASTER
061700         MOVE "N" TO WS-FEEMAST-OPEN-SW
061800     END-IF
061900     IF WS-SORTED-IS-OPEN
062000         CLOSE SORTED-HISTORY
062100         MOVE "N" TO WS-SORTED-OPEN-SW
062200     END-IF
062300     IF WS-RUN-FAILED
062400         GO TO 3000-EXIT
062500     END-IF
062600     CLOSE ANON-WORK
062700
062800     OPEN INPUT ANON-WORK
062900     IF NOT WS-WORK-OK
063000         DISPLAY "MEMANON: UNABLE TO REOPEN THE ANONYMISATION "
063100                 "WORK FILE, STATUS = " WS-WORK-STATUS
063200         SET WS-RUN-FAILED TO TRUE
063300         MOVE 8 TO RETURN-CODE
063400         GO TO 3000-EXIT
063500     END-IF
063600
063700     OPEN OUTPUT ANON-REPORT
063710     IF NOT WS-REPORT-OK
063720         DISPLAY "MEMANON: UNABLE TO OPEN THE REPORT, STATUS = "
063730                 WS-REPORT-STATUS
063740         CLOSE ANON-WORK
063750         SET WS-RUN-FAILED TO TRUE
063760         MOVE 8 TO RETURN-CODE
063770         GO TO 3000-EXIT
063780     END-IF
063800     SET WS-REPORT-IS-OPEN TO TRUE
063900     PERFORM 6000-PRINT-PAGE-HEADERS THRU 6000-EXIT
064000
064100     PERFORM 3100-APPLY-ONE-MEMBER THRU 3100-EXIT
064200         UNTIL WS-WORK-END-OF-FILE
064300     CLOSE ANON-WORK.
064400
064500 3000-EXIT.
064600     EXIT.
064700
064800*****************************************************************
064900*    3100-APPLY-ONE-MEMBER  -  A REFUSAL (THE MEMBER CHANGED
065000*                              SINCE THE FIRST PASS) IS PRINTED
065100*                              AND COUNTED, NOT FATAL
065200*****************************************************************
065300 3100-APPLY-ONE-MEMBER.
065400     READ ANON-WORK
065500         AT END
065600             SET WS-WORK-END-OF-FILE TO TRUE
065700     END-READ
065800     IF WS-WORK-END-OF-FILE
065900         GO TO 3100-EXIT
066000     END-IF
066100
066200     MOVE "X"           TO WS-REG-FUNCTION
066300     MOVE ANW-MEMBER-ID TO WS-REG-MEMBER-ID
066400     MOVE ANW-NAME      TO WS-REG-NAME
066500     CALL "MEMBERREG" USING WS-REG-FUNCTION WS-OPERATOR-ID
066600         WS-REG-SOURCE WS-TODAY-YEAR WS-REG-NAME WS-REG-AGE
066700         WS-REG-BIRTH-YEAR WS-REG-MEMBER-ID WS-REG-STATUS
066800         WS-REG-MEMBER-STATUS WS-REG-CONTACT-DETAILS
066900         WS-REG-REASON-CODE WS-REG-DOB WS-REG-EXPIRY-DATE
067000         WS-REG-APPROVER-ID WS-REG-MERGE-INTO-ID
067100
067200     IF WS-REG-ACCEPTED
067300         ADD 1 TO WS-MEMBERS-ANONYMISED
067400         MOVE "ANONYMISED"  TO DET-RESULT
067500     ELSE
067600         ADD 1 TO WS-ACTIONS-REFUSED
067700         MOVE SPACES TO DET-RESULT
067800         STRING "REFUSED " WS-REG-STATUS
067900             DELIMITED BY SIZE INTO DET-RESULT
068000     END-IF
068100
068200     PERFORM 3200-PRINT-DETAIL THRU 3200-EXIT.
068300
068400 3100-EXIT.
068500     EXIT.
068600
068700*****************************************************************
068800*    3200-PRINT-DETAIL
068900*****************************************************************
069000 3200-PRINT-DETAIL.
069100     IF WS-LINE-COUNT NOT < WS-MAX-LINES-PER-PAGE
069200         PERFORM 6000-PRINT-PAGE-HEADERS THRU 6000-EXIT
069300     END-IF
069400
069500     MOVE ANW-MEMBER-ID  TO DET-MEMBER-ID
069600     MOVE ANW-NAME       TO DET-NAME
069700     MOVE ANW-DEACT-DATE TO DET-DEACT-DATE
069800     MOVE SPACE          TO DET-DATE-FLAG
069900     IF ANW-DATED-FROM-START
070000         MOVE "*"        TO DET-DATE-FLAG
070100     END-IF
070200     MOVE ANW-DAYS-GONE  TO DET-DAYS-GONE
070300     MOVE SPACES         TO DET-CLEARED
070400     IF ANW-HAD-EMAIL = "Y"
070500         MOVE "EMAIL"    TO DET-CLR-EMAIL
070600     END-IF
070700     IF ANW-HAD-PHONE = "Y"
070800         MOVE "PHONE"    TO DET-CLR-PHONE
070900     END-IF
071000     IF ANW-HAD-DOB = "Y"
071100         MOVE "DOB"      TO DET-CLR-DOB
071200     END-IF
071300     WRITE REPORT-LINE FROM WS-DETAIL-LINE
071400     ADD 1 TO WS-LINE-COUNT.
071500
071600 3200-EXIT.
071700     EXIT.
071800
071900*****************************************************************
072000*    6000-PRINT-PAGE-HEADERS
072100*****************************************************************
072200 6000-PRINT-PAGE-HEADERS.
072300     ADD 1 TO WS-PAGE-COUNT
072400     MOVE WS-PAGE-COUNT TO HDR-PAGE-NUMBER
072500
072600     IF WS-PAGE-COUNT > 1
072700         WRITE REPORT-LINE FROM SPACES
072800     END-IF
072900
073000     WRITE REPORT-LINE FROM WS-HEADER-LINE-1
073100     WRITE REPORT-LINE FROM WS-HEADER-LINE-2
073200     MOVE ZERO TO WS-LINE-COUNT.
073300
073400 6000-EXIT.
073500     EXIT.
073600
073700*****************************************************************
073800*    6100-WRITE-TOTAL-LINE
073900*****************************************************************
074000 6100-WRITE-TOTAL-LINE.
074100     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
074200
074300 6100-EXIT.
074400     EXIT.
074500
074600*****************************************************************
074700*    8000-TERMINATE  -  CONTROL TOTALS, THEN TELL MEMBERREG THE
074800*                       RUN IS DONE (IT CLOSES FEEPOST TOO)
074900*****************************************************************
075000 8000-TERMINATE.
075050     MOVE RETURN-CODE TO WS-SAVED-RC
075100     MOVE "C" TO WS-REG-FUNCTION
075200     CALL "MEMBERREG" USING WS-REG-FUNCTION WS-OPERATOR-ID
075300         WS-REG-SOURCE WS-TODAY-YEAR WS-REG-NAME WS-REG-AGE
075400         WS-REG-BIRTH-YEAR WS-REG-MEMBER-ID WS-REG-STATUS
075500         WS-REG-MEMBER-STATUS WS-REG-CONTACT-DETAILS
075600         WS-REG-REASON-CODE WS-REG-DOB WS-REG-EXPIRY-DATE
075700         WS-REG-APPROVER-ID WS-REG-MERGE-INTO-ID
075750     MOVE WS-SAVED-RC TO RETURN-CODE
075800
075900     IF NOT WS-REPORT-IS-OPEN
076000         GO TO 8000-EXIT
076100     END-IF
076200
076300     WRITE REPORT-LINE FROM SPACES
076400     WRITE REPORT-LINE FROM WS-NOTE-LINE
076500     WRITE REPORT-LINE FROM SPACES
076600     MOVE "DEACTIVATED MEMBERS     : " TO TOT-LABEL
076700     MOVE WS-DEACTIVATED-SEEN   TO TOT-COUNT
076800     PERFORM 6100-WRITE-TOTAL-LINE THRU 6100-EXIT
076900     MOVE "  NOTHING LEFT TO CLEAR : " TO TOT-LABEL
077000     MOVE WS-NOTHING-TO-CLEAR   TO TOT-COUNT
077100     PERFORM 6100-WRITE-TOTAL-LINE THRU 6100-EXIT
077200     MOVE "  NO DEACTIVATION DATE  : " TO TOT-LABEL
077300     MOVE WS-NO-DEACT-DATE      TO TOT-COUNT
077400     PERFORM 6100-WRITE-TOTAL-LINE THRU 6100-EXIT
077500     MOVE "  WITHIN RETENTION      : " TO TOT-LABEL
077600     MOVE WS-WITHIN-RETENTION   TO TOT-COUNT
077700     PERFORM 6100-WRITE-TOTAL-LINE THRU 6100-EXIT
077800     MOVE "  HELD BACK - FEES OPEN : " TO TOT-LABEL
077900     MOVE WS-FEES-OWING         TO TOT-COUNT
078000     PERFORM 6100-WRITE-TOTAL-LINE THRU 6100-EXIT
078100     MOVE "MEMBERS ANONYMISED      : " TO TOT-LABEL
078200     MOVE WS-MEMBERS-ANONYMISED TO TOT-COUNT
078300     PERFORM 6100-WRITE-TOTAL-LINE THRU 6100-EXIT
078400     MOVE "ANONYMISATIONS REFUSED  : " TO TOT-LABEL
078500     MOVE WS-ACTIONS-REFUSED    TO TOT-COUNT
078600     PERFORM 6100-WRITE-TOTAL-LINE THRU 6100-EXIT
078700
078800     MOVE WS-MEMBERS-READ TO FTR-MEMBER-COUNT
078900     MOVE WS-RETAIN-DAYS  TO FTR-RETAIN-DAYS
079000     MOVE WS-TODAY-NUM    TO FTR-RUN-DATE
079100     WRITE REPORT-LINE FROM SPACES
079200     WRITE REPORT-LINE FROM WS-FOOTER-LINE
079300     CLOSE ANON-REPORT
079400
079500     DISPLAY "MEMANON: " WS-MEMBERS-ANONYMISED " ANONYMISED, "
079600             WS-ACTIONS-REFUSED " REFUSED, "
079700             WS-FEES-OWING " HELD BACK FOR FEES.".
079800
079900 8000-EXIT.
080000     EXIT.
080100
080200*****************************************************************
080300*    9500-WRITE-RUN-HISTORY  -  ANONYMISATION TOTALS AS "C" ROWS
080400*                               ON EODHIST FOR THE MORNING
080500*                               OPERATIONS SUMMARY
080600*****************************************************************
080700 9500-WRITE-RUN-HISTORY.
080800     OPEN EXTEND EOD-HISTORY
080900     IF WS-EODHIST-STATUS = "05" OR WS-EODHIST-STATUS = "35"
081000         OPEN OUTPUT EOD-HISTORY
081100     END-IF
081200     IF NOT WS-EODHIST-OK
081300         DISPLAY "MEMANON: RUN HISTORY NOT WRITTEN, STATUS = "
081400                 WS-EODHIST-STATUS
081500         GO TO 9500-EXIT
081600     END-IF
081700
081800     MOVE "MEMBERS READ"        TO WS-COUNT-LABEL
081900     MOVE WS-MEMBERS-READ       TO WS-COUNT-VALUE
082000     PERFORM 9510-ONE-COUNT-ROW THRU 9510-EXIT
082100
082200     MOVE "DEACTIVATED MEMBERS" TO WS-COUNT-LABEL
082300     MOVE WS-DEACTIVATED-SEEN   TO WS-COUNT-VALUE
082400     PERFORM 9510-ONE-COUNT-ROW THRU 9510-EXIT
082500
082600     MOVE "HELD BACK - FEES OPEN" TO WS-COUNT-LABEL
082700     MOVE WS-FEES-OWING         TO WS-COUNT-VALUE
082800     PERFORM 9510-ONE-COUNT-ROW THRU 9510-EXIT
082900
083000     MOVE "NO DEACTIVATION DATE" TO WS-COUNT-LABEL
083100     MOVE WS-NO-DEACT-DATE      TO WS-COUNT-VALUE
083200     PERFORM 9510-ONE-COUNT-ROW THRU 9510-EXIT
083300
083400     MOVE "MEMBERS ANONYMISED"  TO WS-COUNT-LABEL
083500     MOVE WS-MEMBERS-ANONYMISED TO WS-COUNT-VALUE
083600     PERFORM 9510-ONE-COUNT-ROW THRU 9510-EXIT
083700
083800     MOVE "ANONYMISATIONS REFUSED" TO WS-COUNT-LABEL
083900     MOVE WS-ACTIONS-REFUSED    TO WS-COUNT-VALUE
084000     PERFORM 9510-ONE-COUNT-ROW THRU 9510-EXIT
084100
084200     CLOSE EOD-HISTORY.
084300
084400 9500-EXIT.
084500     EXIT.
084600
084700*****************************************************************
084800*    9510-ONE-COUNT-ROW
084900*****************************************************************
085000 9510-ONE-COUNT-ROW.
085100     INITIALIZE EOD-HISTORY-RECORD
085200     SET EODH-COUNT-ROW TO TRUE
085300     MOVE WS-TODAY-NUM    TO EODH-RUN-DATE
085400     MOVE "MEMANON"       TO EODH-PROGRAM
085500     MOVE WS-COUNT-LABEL  TO EODH-COUNT-LABEL
085600     MOVE WS-COUNT-VALUE  TO EODH-COUNT-VALUE
085700     WRITE EOD-HISTORY-RECORD.
085800
085900 9510-EXIT.
086000     EXIT.

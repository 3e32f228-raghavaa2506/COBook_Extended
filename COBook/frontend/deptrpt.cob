000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DEPTRPT.
000300 AUTHOR.        R. IYENGAR - APPLICATIONS.
000400 INSTALLATION.  IIT TIRUPATI - MEMBER SERVICES.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  MODIFICATION HISTORY
000900*  DATE        INIT  DESCRIPTION
001000*  2026-10-15  RI    ORIGINAL - DEPARTMENTAL MEMBERSHIP AND
001100*                    ARREARS REPORT, ONE PAGE PER DEPARTMENT SO
001200*                    EACH HEAD OF DEPARTMENT GETS THEIR OWN.
001300*                    EVERY MEMBER IS LISTED UNDER THEIR
001400*                    DEPARTMENT WITH STATUS, ENTRY DATE AND FEE
001500*                    BALANCE, FOLLOWED BY SUBTOTALS OF ACTIVE,
001600*                    LAPSED AND DEACTIVATED MEMBERS, NEW
001700*                    REGISTRATIONS SINCE THE DATE THE OPERATOR
001800*                    GIVES (BLANK TAKES THE FIRST OF THE MONTH)
001900*                    AND THE OUTSTANDING BALANCE ON THE FEE
002000*                    MASTER.  A FIRST PASS COPIES THE MEMBER
002100*                    MASTER, WITH EACH BALANCE, TO A WORK FILE
002200*                    THAT IS SORTED INTO DEPARTMENT ORDER AND
002300*                    MATCHED AGAINST THE DEPARTMENT MASTER.
002400*                    EVERY ACTIVE DEPARTMENT GETS A PAGE EVEN
002500*                    WITH NO MEMBERS; A RETIRED ONE ONLY WHEN
002600*                    MEMBERS STILL CARRY IT.  CODES NOT ON THE
002700*                    MASTER, AND MEMBERS WITH NO CODE, GET PAGES
002800*                    OF THEIR OWN SO THE DESK CAN CLEAN THEM UP.
002900*                    MEMBER CODES ARE FOLDED TO UPPER CASE FOR
003000*                    THE MATCH, SO A LOWER-CASE VARIANT PRINTS
003100*                    WITH ITS DEPARTMENT.
003200*****************************************************************
003300
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT MEMBER-MASTER   ASSIGN TO "MEMMAST"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS SEQUENTIAL
004000         RECORD KEY IS MEMBER-ID
004100         ALTERNATE RECORD KEY IS MEMBER-NAME WITH DUPLICATES
004200         FILE STATUS IS WS-MEMMAST-STATUS.
004300
004400     SELECT FEE-MASTER      ASSIGN TO "FEEMAST"
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS RANDOM
004700         RECORD KEY IS FEE-MEMBER-ID
004800         FILE STATUS IS WS-FEEMAST-STATUS.
004900
005000     SELECT DEPARTMENT-MASTER ASSIGN TO "DEPTMAST"
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS SEQUENTIAL
005300         RECORD KEY IS DEPT-CODE
005400         FILE STATUS IS WS-DEPTMAST-STATUS.
005500
005600     SELECT DEPT-WORK       ASSIGN TO "DEPTWRK"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-WORK-STATUS.
005900
006000     SELECT SORT-WORK       ASSIGN TO "SORTWK1".
006100
006200     SELECT DEPT-SORTED     ASSIGN TO "DEPTSRTD"
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-SORTED-STATUS.
006500
006600     SELECT DEPT-REPORT     ASSIGN TO "DEPTRPT"
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS WS-REPORT-STATUS.
006900
007000 DATA DIVISION.
007100 FILE SECTION.
007200 FD  MEMBER-MASTER
007300     LABEL RECORDS ARE STANDARD.
007400 COPY MEMREC.
007500
007600 FD  FEE-MASTER
007700     LABEL RECORDS ARE STANDARD.
007800 COPY FEEREC.
007900
008000 FD  DEPARTMENT-MASTER
008100     LABEL RECORDS ARE STANDARD.
008200 COPY DEPTREC.
008300
008400 FD  DEPT-WORK
008500     LABEL RECORDS ARE STANDARD.
008600 01  DEPT-WORK-RECORD        PIC X(58).
008700
008800 SD  SORT-WORK.
008900 01  SORT-RECORD.
009000     05  SRT-DEPT-CODE       PIC X(04).
009100     05  SRT-MEMBER-ID       PIC 9(06).
009200     05  FILLER              PIC X(48).
009300
009400 FD  DEPT-SORTED
009500     LABEL RECORDS ARE STANDARD.
009600 01  DEPT-SORTED-RECORD      PIC X(58).
009700
009800 FD  DEPT-REPORT
009900     LABEL RECORDS ARE STANDARD.
010000 01  REPORT-LINE             PIC X(80).
010100
010200 WORKING-STORAGE SECTION.
010300*****************************************************************
010400*    FILE STATUS AND SWITCHES
010500*****************************************************************
010600 01  WS-MEMMAST-STATUS       PIC X(02) VALUE "00".
010700     88  WS-MEMMAST-OK               VALUE "00".
010800
010900 01  WS-FEEMAST-STATUS       PIC X(02) VALUE "00".
011000     88  WS-FEEMAST-OK               VALUE "00".
011100
011200 01  WS-DEPTMAST-STATUS      PIC X(02) VALUE "00".
011300     88  WS-DEPTMAST-OK              VALUE "00".
011400
011500 01  WS-WORK-STATUS          PIC X(02) VALUE "00".
011600     88  WS-WORK-OK                  VALUE "00".
011700
011800 01  WS-SORTED-STATUS        PIC X(02) VALUE "00".
011900     88  WS-SORTED-OK                VALUE "00".
012000
012100 01  WS-REPORT-STATUS        PIC X(02) VALUE "00".
012200     88  WS-REPORT-OK                VALUE "00".
012300
012400 01  WS-MEMBER-EOF-SW        PIC X(01) VALUE "N".
012500     88  WS-MEMBER-EOF               VALUE "Y".
012600
012700 01  WS-MEMMAST-FAILED-SW    PIC X(01) VALUE "N".
012800     88  WS-MEMMAST-FAILED           VALUE "Y".
012820
012840 01  WS-WORK-FAILED-SW       PIC X(01) VALUE "N".
012860     88  WS-WORK-FAILED              VALUE "Y".
012900
013000 01  WS-DEPT-EOF-SW          PIC X(01) VALUE "N".
013100     88  WS-DEPT-EOF                 VALUE "Y".
013200
013300 01  WS-WORK-EOF-SW          PIC X(01) VALUE "N".
013400     88  WS-WORK-EOF                 VALUE "Y".
013500
013600 01  WS-FEEMAST-OPEN-SW      PIC X(01) VALUE "N".
013700     88  WS-FEEMAST-IS-OPEN          VALUE "Y".
013800
013900 01  WS-DEPTMAST-OPEN-SW     PIC X(01) VALUE "N".
014000     88  WS-DEPTMAST-IS-OPEN         VALUE "Y".
014100
014200 01  WS-SORTED-OPEN-SW       PIC X(01) VALUE "N".
014300     88  WS-SORTED-IS-OPEN           VALUE "Y".
014400
014500 01  WS-REPORT-OPEN-SW       PIC X(01) VALUE "N".
014600     88  WS-REPORT-IS-OPEN           VALUE "Y".
014700
014800 01  WS-DEPT-MATCH-SW        PIC X(01) VALUE "N".
014900     88  WS-DEPT-ON-FILE             VALUE "Y".
015000
015100*****************************************************************
015200*    SELECTION CRITERIA FROM THE OPERATOR
015300*****************************************************************
015400 01  WS-FROM-DATE-X          PIC X(08).
015500 01  WS-FROM-DATE            PIC 9(08) VALUE ZERO.
015600
015700 01  WS-TODAY.
015800     05  WS-TODAY-YEAR       PIC 9(04).
015900     05  WS-TODAY-MONTH      PIC 9(02).
016000     05  WS-TODAY-DAY        PIC 9(02).
016100 01  WS-TODAY-NUM REDEFINES WS-TODAY
016200                             PIC 9(08).
016300
016400*****************************************************************
016500*    ONE MEMBER ON THE WORK FILE - WRITTEN IN THE FIRST PASS,
016600*    READ BACK IN DEPARTMENT ORDER IN THE SECOND
016700*****************************************************************
016800 01  WS-WORK-RECORD.
016900     05  WRK-DEPT-CODE       PIC X(04).
017000     05  WRK-MEMBER-ID       PIC 9(06).
017100     05  WRK-MEMBER-NAME     PIC X(30).
017200     05  WRK-MEMBER-STATUS   PIC X(01).
017300         88  WRK-ACTIVE             VALUE "A".
017400         88  WRK-DEACTIVATED        VALUE "D".
017500         88  WRK-LAPSED             VALUE "L".
017600     05  WRK-ENTRY-DATE      PIC 9(08).
017700     05  WRK-FEE-BALANCE     PIC S9(07)V99.
017800
017900*****************************************************************
018000*    BALANCED-LINE KEYS - HIGH-VALUES STANDS IN FOR A FILE AT
018100*    END SO THE OTHER FILE ALWAYS WINS THE COMPARE
018200*****************************************************************
018300 01  WS-DEPT-KEY             PIC X(04).
018400 01  WS-WORK-KEY             PIC X(04).
018500 01  WS-CURRENT-CODE         PIC X(04).
018600
018700*****************************************************************
018800*    DATE WORK AREA - THE ENTRY DATE SPLIT OUT READABLE
018900*****************************************************************
019000 01  WS-ENTRY-DATE-SPLIT.
019100     05  WS-ENTRY-YEAR       PIC 9(04).
019200     05  WS-ENTRY-MONTH      PIC 9(02).
019300     05  WS-ENTRY-DAY        PIC 9(02).
019400 01  WS-ENTRY-DATE-NUM REDEFINES WS-ENTRY-DATE-SPLIT
019500                             PIC 9(08).
019600
019700*****************************************************************
019800*    DEPARTMENT SUBTOTALS AND RUN GRAND TOTALS, SAME LAYOUT
019900*****************************************************************
020000 01  WS-DEPT-TOTALS.
020100     05  WS-DT-MEMBERS       PIC 9(06).
020200     05  WS-DT-ACTIVE        PIC 9(06).
020300     05  WS-DT-LAPSED        PIC 9(06).
020400     05  WS-DT-DEACTIVATED   PIC 9(06).
020500     05  WS-DT-OTHER         PIC 9(06).
020600     05  WS-DT-NEW           PIC 9(06).
020700     05  WS-DT-OWING         PIC 9(06).
020800     05  WS-DT-OUTSTANDING   PIC 9(09)V99.
020900
021000 01  WS-GRAND-TOTALS.
021100     05  WS-GT-MEMBERS       PIC 9(06).
021200     05  WS-GT-ACTIVE        PIC 9(06).
021300     05  WS-GT-LAPSED        PIC 9(06).
021400     05  WS-GT-DEACTIVATED   PIC 9(06).
021500     05  WS-GT-OTHER         PIC 9(06).
021600     05  WS-GT-NEW           PIC 9(06).
021700     05  WS-GT-OWING         PIC 9(06).
021800     05  WS-GT-OUTSTANDING   PIC 9(09)V99.
021900
022000*****************************************************************
022100*    PAGE CONTROL AND RUN COUNTS
022200*****************************************************************
022300 01  WS-LINE-COUNT           PIC 9(02) VALUE ZERO.
022400 01  WS-PAGE-COUNT           PIC 9(04) VALUE ZERO.
022500 01  WS-MAX-LINES-PER-PAGE   PIC 9(02) VALUE 50.
022600 01  WS-MEMBERS-COPIED       PIC 9(06) VALUE ZERO.
022700 01  WS-DEPARTMENTS-PRINTED  PIC 9(04) VALUE ZERO.
022800 01  WS-NO-CODE-COUNT        PIC 9(06) VALUE ZERO.
022900 01  WS-UNKNOWN-CODE-COUNT   PIC 9(06) VALUE ZERO.
023000 01  WS-RETIRED-CODE-COUNT   PIC 9(06) VALUE ZERO.
023100
023200*****************************************************************
023300*    REPORT LINE LAYOUTS
023400*****************************************************************
023500 01  WS-HEADER-LINE-1.
023600     05  FILLER              PIC X(10) VALUE SPACES.
023700     05  FILLER              PIC X(52) VALUE
023800         "IIT TIRUPATI - DEPARTMENTAL MEMBERSHIP AND ARREARS".
023900     05  FILLER              PIC X(05) VALUE "PAGE ".
024000     05  HDR-PAGE-NUMBER     PIC ZZZ9.
024100     05  FILLER              PIC X(09) VALUE SPACES.
024200
024300 01  WS-HEADER-LINE-2.
024400     05  FILLER              PIC X(11) VALUE "DEPARTMENT ".
024500     05  HDR-DEPT-CODE       PIC X(04).
024600     05  FILLER              PIC X(02) VALUE SPACES.
024700     05  HDR-DEPT-NAME       PIC X(36).
024800     05  FILLER              PIC X(02) VALUE SPACES.
024900     05  HDR-DEPT-STATE      PIC X(07).
025000     05  FILLER              PIC X(18) VALUE SPACES.
025100
025200 01  WS-HEADER-LINE-3.
025300     05  FILLER              PIC X(20) VALUE
025400         "HEAD OF DEPARTMENT: ".
025500     05  HDR-HOD-NAME        PIC X(30).
025600     05  FILLER              PIC X(02) VALUE SPACES.
025700     05  HDR-HOD-PHONE       PIC X(15).
025800     05  FILLER              PIC X(13) VALUE SPACES.
025900
026000 01  WS-HEADER-LINE-4.
026100     05  FILLER              PIC X(20) VALUE
026200         "             EMAIL: ".
026300     05  HDR-HOD-EMAIL       PIC X(40).
026400     05  FILLER              PIC X(20) VALUE SPACES.
026500
026600 01  WS-HEADER-LINE-5.
026700     05  FILLER              PIC X(31) VALUE
026800         "NEW REGISTRATIONS COUNTED FROM ".
026900     05  HDR-FROM-DATE       PIC 9(08).
027000     05  FILLER              PIC X(04) VALUE " TO ".
027100     05  HDR-TO-DATE         PIC 9(08).
027200     05  FILLER              PIC X(29) VALUE SPACES.
027300
027400 01  WS-HEADER-LINE-6.
027500     05  FILLER              PIC X(07) VALUE "MEMBER".
027600     05  FILLER              PIC X(31) VALUE "NAME".
027700     05  FILLER              PIC X(09) VALUE "STATUS".
027800     05  FILLER              PIC X(11) VALUE "ENTERED".
027900     05  FILLER              PIC X(13) VALUE "      BALANCE".
028000     05  FILLER              PIC X(02) VALUE SPACES.
028100     05  FILLER              PIC X(03) VALUE "NEW".
028200     05  FILLER              PIC X(04) VALUE SPACES.
028300
028400 01  WS-DETAIL-LINE.
028500     05  DET-MEMBER-ID       PIC 9(06).
028600     05  FILLER              PIC X(01) VALUE SPACES.
028700     05  DET-MEMBER-NAME     PIC X(30).
028800     05  FILLER              PIC X(01) VALUE SPACES.
028900     05  DET-STATUS          PIC X(08).
029000     05  FILLER              PIC X(01) VALUE SPACES.
029100     05  DET-ENTRY-DATE.
029200         10  DET-ENTRY-YEAR  PIC 9(04).
029300         10  FILLER          PIC X(01) VALUE "-".
029400         10  DET-ENTRY-MONTH PIC 9(02).
029500         10  FILLER          PIC X(01) VALUE "-".
029600         10  DET-ENTRY-DAY   PIC 9(02).
029700     05  FILLER              PIC X(01) VALUE SPACES.
029800     05  DET-BALANCE         PIC Z,ZZZ,ZZ9.99-.
029900     05  FILLER              PIC X(02) VALUE SPACES.
030000     05  DET-NEW-FLAG        PIC X(03).
030100     05  FILLER              PIC X(04) VALUE SPACES.
030200
030300 01  WS-SUMMARY-LINE.
030400     05  FILLER              PIC X(02) VALUE SPACES.
030500     05  SUM-LABEL           PIC X(30).
030600     05  SUM-COUNT           PIC ZZZ,ZZ9.
030700     05  FILLER              PIC X(03) VALUE SPACES.
030800     05  SUM-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99.
030830     05  SUM-AMOUNT-X REDEFINES SUM-AMOUNT
030860                             PIC X(14).
030900     05  FILLER              PIC X(24) VALUE SPACES.
031000
031100 01  WS-SECTION-LINE.
031200     05  SEC-TITLE           PIC X(40).
031300     05  FILLER              PIC X(40) VALUE SPACES.
031400
031500 01  WS-FOOTER-LINE.
031600     05  FILLER              PIC X(21) VALUE
031700         "DEPARTMENTS PRINTED: ".
031800     05  FTR-DEPT-COUNT      PIC ZZZ9.
031900     05  FILLER              PIC X(10) VALUE SPACES.
032000     05  FILLER              PIC X(10) VALUE "RUN DATE: ".
032100     05  FTR-RUN-DATE        PIC 9(08).
032200     05  FILLER              PIC X(27) VALUE SPACES.
032300
032400 PROCEDURE DIVISION.
032500 0000-MAINLINE.
032600     PERFORM 1000-INITIALIZE THRU 1000-EXIT
032700     PERFORM 2000-PROCESS-DEPARTMENT THRU 2000-EXIT
032800         UNTIL WS-DEPT-EOF AND WS-WORK-EOF
032900     PERFORM 7000-PRINT-GRAND-TOTALS THRU 7000-EXIT
033000     PERFORM 8000-TERMINATE THRU 8000-EXIT.
033100
033200 0000-EXIT.
033300     GOBACK.
033400
033500*****************************************************************
033600*    1000-INITIALIZE  -  TAKE THE NEW-REGISTRATION DATE, COPY
033700*                        AND SORT THE MEMBERS, OPEN THE
033800*                        DEPARTMENT MASTER AND THE REPORT
033900*****************************************************************
034000 1000-INITIALIZE.
034100     ACCEPT WS-TODAY FROM DATE YYYYMMDD
034200     INITIALIZE WS-GRAND-TOTALS
034300
034400*    THE DEFAULT IS THE FIRST OF THIS MONTH
034500     MOVE WS-TODAY-NUM TO WS-FROM-DATE
034600     MOVE "01"         TO WS-FROM-DATE (7:2)
034700     DISPLAY "Count new registrations from (YYYYMMDD, blank "
034800             "for the first of this month): "
034900     ACCEPT WS-FROM-DATE-X
035000     IF WS-FROM-DATE-X NUMERIC
035100         MOVE WS-FROM-DATE-X TO WS-FROM-DATE
035200     END-IF
035300     IF WS-FROM-DATE > WS-TODAY-NUM
035400         DISPLAY "DEPTRPT: FROM DATE IS IN THE FUTURE - "
035500                 "NO REPORT PRINTED"
035600         SET WS-DEPT-EOF TO TRUE
035700         SET WS-WORK-EOF TO TRUE
035800         MOVE 8 TO RETURN-CODE
035900         GO TO 1000-EXIT
036000     END-IF
036100
036200     PERFORM 1100-BUILD-WORK-FILE THRU 1100-EXIT
036300     IF WS-MEMMAST-FAILED OR WS-WORK-FAILED
036400         SET WS-DEPT-EOF TO TRUE
036500         SET WS-WORK-EOF TO TRUE
036600         MOVE 8 TO RETURN-CODE
036700         GO TO 1000-EXIT
036800     END-IF
036900
037000     SORT SORT-WORK
037100         ON ASCENDING KEY SRT-DEPT-CODE SRT-MEMBER-ID
037200         USING DEPT-WORK
037300         GIVING DEPT-SORTED
037400
037500     OPEN INPUT DEPT-SORTED
037600     IF NOT WS-SORTED-OK
037700         DISPLAY "DEPTRPT: SORTED MEMBER FILE NOT AVAILABLE, "
037800                 "STATUS = " WS-SORTED-STATUS
037900         SET WS-WORK-EOF TO TRUE
038000     ELSE
038100         SET WS-SORTED-IS-OPEN TO TRUE
038200         PERFORM 1300-READ-SORTED THRU 1300-EXIT
038300     END-IF
038400
038500*    NO DEPARTMENT MASTER YET - EVERY CODE PRINTS AS UNKNOWN
038600     OPEN INPUT DEPARTMENT-MASTER
038700     IF WS-DEPTMAST-OK
038800         SET WS-DEPTMAST-IS-OPEN TO TRUE
038900         PERFORM 1400-READ-DEPARTMENT THRU 1400-EXIT
039000     ELSE
039100         DISPLAY "DEPTRPT: NO DEPARTMENT MASTER ON HAND, "
039200                 "STATUS = " WS-DEPTMAST-STATUS
039300         SET WS-DEPT-EOF TO TRUE
039400     END-IF
039500
039600     OPEN OUTPUT DEPT-REPORT
039610     IF NOT WS-REPORT-OK
039620         DISPLAY "DEPTRPT: UNABLE TO OPEN THE REPORT, STATUS = "
039630                 WS-REPORT-STATUS
039640         SET WS-DEPT-EOF TO TRUE
039650         SET WS-WORK-EOF TO TRUE
039660         MOVE 8 TO RETURN-CODE
039670         GO TO 1000-EXIT
039680     END-IF
039700     SET WS-REPORT-IS-OPEN TO TRUE
039800     MOVE WS-FROM-DATE TO HDR-FROM-DATE
039900     MOVE WS-TODAY-NUM TO HDR-TO-DATE.
040000
040100 1000-EXIT.
040200     EXIT.
040300
040400*****************************************************************
040500*    1100-BUILD-WORK-FILE  -  ONE WORK RECORD PER MEMBER, WITH
040600*                             THE FEE BALANCE PICKED UP ON THE
040700*                             WAY PAST.  NO FEE MASTER JUST
040800*                             MEANS EVERY BALANCE IS ZERO.
040900*****************************************************************
041000 1100-BUILD-WORK-FILE.
041100     OPEN INPUT MEMBER-MASTER
041200     IF NOT WS-MEMMAST-OK
041300         DISPLAY "DEPTRPT: UNABLE TO OPEN MEMBER-MASTER, "
041400                 "STATUS = " WS-MEMMAST-STATUS
041500         SET WS-MEMBER-EOF TO TRUE
041600         SET WS-MEMMAST-FAILED TO TRUE
041700         GO TO 1100-EXIT
041800     END-IF
041900
042000     OPEN INPUT FEE-MASTER
042100     IF WS-FEEMAST-OK
042200         SET WS-FEEMAST-IS-OPEN TO TRUE
042300     END-IF
042400
042500     OPEN OUTPUT DEPT-WORK
042507     IF NOT WS-WORK-OK
042514         DISPLAY "DEPTRPT: UNABLE TO OPEN THE WORK FILE, "
042521                 "STATUS = " WS-WORK-STATUS
042528         CLOSE MEMBER-MASTER
042535         IF WS-FEEMAST-IS-OPEN
042542             CLOSE FEE-MASTER
042549             MOVE "N" TO WS-FEEMAST-OPEN-SW
042556         END-IF
042563         SET WS-WORK-FAILED TO TRUE
042570         GO TO 1100-EXIT
042577     END-IF
042584
042600     PERFORM 1110-COPY-MEMBER-STEP THRU 1110-EXIT
042700         UNTIL WS-MEMBER-EOF
042800     CLOSE DEPT-WORK MEMBER-MASTER
042900
043000     IF WS-FEEMAST-IS-OPEN
043100         CLOSE FEE-MASTER
043200         MOVE "N" TO WS-FEEMAST-OPEN-SW
043300     END-IF.
043400
043500 1100-EXIT.
043600     EXIT.
043700
043800*****************************************************************
043900*    1110-COPY-MEMBER-STEP
044000*****************************************************************
044100 1110-COPY-MEMBER-STEP.
044200     READ MEMBER-MASTER NEXT RECORD
044300         AT END
044400             SET WS-MEMBER-EOF TO TRUE
044500     END-READ
044600     IF WS-MEMBER-EOF
044700         GO TO 1110-EXIT
044800     END-IF
044900*    A READ THAT FAILS OUTRIGHT MUST ALSO END THE PASS, OR A
045000*    BROKEN MASTER FILE WOULD SPIN THIS LOOP FOREVER
045100     IF NOT WS-MEMMAST-OK
045200         SET WS-MEMBER-EOF TO TRUE
045300         GO TO 1110-EXIT
045400     END-IF
045500
045600     MOVE MEMBER-DEPT-CODE  TO WRK-DEPT-CODE
045700     INSPECT WRK-DEPT-CODE CONVERTING
045800         "abcdefghijklmnopqrstuvwxyz"
045900         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
046000     MOVE MEMBER-ID         TO WRK-MEMBER-ID
046100     MOVE MEMBER-NAME       TO WRK-MEMBER-NAME
046200     MOVE MEMBER-STATUS     TO WRK-MEMBER-STATUS
046300     IF MEMBER-ENTRY-DATE NUMERIC
046400         MOVE MEMBER-ENTRY-DATE TO WRK-ENTRY-DATE
046500     ELSE
046600         MOVE ZERO          TO WRK-ENTRY-DATE
046700     END-IF
046800
046900     MOVE ZERO TO WRK-FEE-BALANCE
047000     IF WS-FEEMAST-IS-OPEN
047100         MOVE MEMBER-ID TO FEE-MEMBER-ID
047200         READ FEE-MASTER KEY IS FEE-MEMBER-ID
047300             INVALID KEY
047400                 CONTINUE
047500             NOT INVALID KEY
047600                 MOVE FEE-BALANCE TO WRK-FEE-BALANCE
047700         END-READ
047800     END-IF
047900
048000     WRITE DEPT-WORK-RECORD FROM WS-WORK-RECORD
048100     ADD 1 TO WS-MEMBERS-COPIED.
048200
048300 1110-EXIT.
048400     EXIT.
048500
048600*****************************************************************
048700*    1300-READ-SORTED  -  NEXT MEMBER IN DEPARTMENT ORDER.  A
048730*                         READ THAT FAILS OUTRIGHT ENDS THE
048760*                         PASS WITH RC 8 RATHER THAN PRINT IT.
048800*****************************************************************
048900 1300-READ-SORTED.
049000     READ DEPT-SORTED INTO WS-WORK-RECORD
049100         AT END
049200             SET WS-WORK-EOF TO TRUE
049300     END-READ
049310     IF NOT WS-WORK-EOF AND NOT WS-SORTED-OK
049320         DISPLAY "DEPTRPT: SORTED MEMBER FILE READ FAILED, "
049330                 "STATUS = " WS-SORTED-STATUS
049340         SET WS-WORK-EOF TO TRUE
049350         MOVE 8 TO RETURN-CODE
049360     END-IF.
049400
049500 1300-EXIT.
049600     EXIT.
049700
049800*****************************************************************
049900*    1400-READ-DEPARTMENT  -  NEXT DEPARTMENT IN CODE ORDER
050000*****************************************************************
050100 1400-READ-DEPARTMENT.
050200     READ DEPARTMENT-MASTER NEXT RECORD
050300         AT END
050400             SET WS-DEPT-EOF TO TRUE
050500     END-READ
050600     IF NOT WS-DEPTMAST-OK
050700         SET WS-DEPT-EOF TO TRUE
050800     END-IF.
050900
051000 1400-EXIT.
051100     EXIT.
051200
051300*****************************************************************
051400*    2000-PROCESS-DEPARTMENT  -  ONE CODE PER PASS, THE LOWER
051500*                                OF THE NEXT DEPARTMENT AND THE
051600*                                NEXT MEMBER'S CODE.  A RETIRED
051700*                                DEPARTMENT NOBODY CARRIES ANY
051800*                                MORE IS PASSED OVER.
051900*****************************************************************
052000 2000-PROCESS-DEPARTMENT.
052100     IF WS-DEPT-EOF
052200         MOVE HIGH-VALUES TO WS-DEPT-KEY
052300     ELSE
052400         MOVE DEPT-CODE   TO WS-DEPT-KEY
052500     END-IF
052600     IF WS-WORK-EOF
052700         MOVE HIGH-VALUES TO WS-WORK-KEY
052800     ELSE
052900         MOVE WRK-DEPT-CODE TO WS-WORK-KEY
053000     END-IF
053100
053200     IF WS-DEPT-KEY < WS-WORK-KEY
053300         MOVE WS-DEPT-KEY TO WS-CURRENT-CODE
053400     ELSE
053500         MOVE WS-WORK-KEY TO WS-CURRENT-CODE
053600     END-IF
053700
053800     MOVE "N" TO WS-DEPT-MATCH-SW
053900     IF WS-DEPT-KEY = WS-CURRENT-CODE
054000         SET WS-DEPT-ON-FILE TO TRUE
054100     END-IF
054200
054300     IF WS-DEPT-ON-FILE AND DEPT-IS-RETIRED
054400             AND WS-WORK-KEY NOT = WS-CURRENT-CODE
054500         PERFORM 1400-READ-DEPARTMENT THRU 1400-EXIT
054600         GO TO 2000-EXIT
054700     END-IF
054800
054900     PERFORM 2100-START-DEPARTMENT THRU 2100-EXIT
055000     PERFORM 3000-PRINT-MEMBER THRU 3000-EXIT
055100         UNTIL WS-WORK-EOF
055200            OR WRK-DEPT-CODE NOT = WS-CURRENT-CODE
055300     PERFORM 4000-PRINT-SUBTOTALS THRU 4000-EXIT
055400
055500     IF WS-DEPT-ON-FILE
055600         PERFORM 1400-READ-DEPARTMENT THRU 1400-EXIT
055700     END-IF.
055800
055900 2000-EXIT.
056000     EXIT.
056100
056200*****************************************************************
056300*    2100-START-DEPARTMENT  -  HEADER FIELDS FROM THE MASTER, OR
056400*                              A WARNING IN PLACE OF THE NAME
056500*                              WHEN THE CODE IS NOT ON IT
056600*****************************************************************
056700 2100-START-DEPARTMENT.
056800     ADD 1 TO WS-DEPARTMENTS-PRINTED
056900     INITIALIZE WS-DEPT-TOTALS
057000     MOVE WS-CURRENT-CODE TO HDR-DEPT-CODE
057100     MOVE SPACES TO HDR-DEPT-STATE HDR-HOD-NAME HDR-HOD-PHONE
057200                    HDR-HOD-EMAIL
057300
057400     EVALUATE TRUE
057500         WHEN WS-DEPT-ON-FILE
057600             MOVE DEPT-NAME      TO HDR-DEPT-NAME
057700             MOVE DEPT-HOD-NAME  TO HDR-HOD-NAME
057800             MOVE DEPT-HOD-PHONE TO HDR-HOD-PHONE
057900             MOVE DEPT-HOD-EMAIL TO HDR-HOD-EMAIL
058000             IF DEPT-IS-ACTIVE
058100                 MOVE "ACTIVE"  TO HDR-DEPT-STATE
058200             ELSE
058300                 MOVE "RETIRED" TO HDR-DEPT-STATE
058400             END-IF
058500         WHEN WS-CURRENT-CODE = SPACES
058600             MOVE "*** NO DEPARTMENT CODE ON FILE ***"
058700                 TO HDR-DEPT-NAME
058800         WHEN OTHER
058900             MOVE "*** NOT ON THE DEPARTMENT MASTER ***"
059000                 TO HDR-DEPT-NAME
059100     END-EVALUATE
059200
059300     PERFORM 6000-PRINT-HEADERS THRU 6000-EXIT.
059400
059500 2100-EXIT.
059600     EXIT.
059700
059800*****************************************************************
059900*    3000-PRINT-MEMBER  -  ONE MEMBER LINE, COUNTED INTO THE
060000*                         DEPARTMENT SUBTOTALS.  ONLY A DEBIT
060100*                         BALANCE COUNTS AS OUTSTANDING.
060200*****************************************************************
060300 3000-PRINT-MEMBER.
060400     IF WS-LINE-COUNT NOT < WS-MAX-LINES-PER-PAGE
060500         PERFORM 6000-PRINT-HEADERS THRU 6000-EXIT
060600     END-IF
060700
060800     ADD 1 TO WS-DT-MEMBERS
060900     MOVE WRK-MEMBER-ID     TO DET-MEMBER-ID
061000     MOVE WRK-MEMBER-NAME   TO DET-MEMBER-NAME
061100     EVALUATE TRUE
061200         WHEN WRK-ACTIVE
061300             MOVE "ACTIVE"  TO DET-STATUS
061400             ADD 1 TO WS-DT-ACTIVE
061500         WHEN WRK-LAPSED
061600             MOVE "LAPSED"  TO DET-STATUS
061700             ADD 1 TO WS-DT-LAPSED
061800         WHEN WRK-DEACTIVATED
061900             MOVE "DEACT"   TO DET-STATUS
062000             ADD 1 TO WS-DT-DEACTIVATED
062100         WHEN OTHER
062200             MOVE WRK-MEMBER-STATUS TO DET-STATUS
062300             ADD 1 TO WS-DT-OTHER
062400     END-EVALUATE
062500
062600     MOVE WRK-ENTRY-DATE    TO WS-ENTRY-DATE-NUM
062700     MOVE WS-ENTRY-YEAR     TO DET-ENTRY-YEAR
062800     MOVE WS-ENTRY-MONTH    TO DET-ENTRY-MONTH
062900     MOVE WS-ENTRY-DAY      TO DET-ENTRY-DAY
063000     MOVE SPACES            TO DET-NEW-FLAG
063100     IF WRK-ENTRY-DATE NOT < WS-FROM-DATE
063200             AND WRK-ENTRY-DATE NOT > WS-TODAY-NUM
063300         MOVE "NEW" TO DET-NEW-FLAG
063400         ADD 1 TO WS-DT-NEW
063500     END-IF
063600
063700     MOVE WRK-FEE-BALANCE   TO DET-BALANCE
063800     IF WRK-FEE-BALANCE > ZERO
063900         ADD 1 TO WS-DT-OWING
064000         ADD WRK-FEE-BALANCE TO WS-DT-OUTSTANDING
064100     END-IF
064200
064300     WRITE REPORT-LINE FROM WS-DETAIL-LINE
064400     ADD 1 TO WS-LINE-COUNT
064500
064600     PERFORM 1300-READ-SORTED THRU 1300-EXIT.
064700
064800 3000-EXIT.
064900     EXIT.
065000
065100*****************************************************************
065200*    4000-PRINT-SUBTOTALS  -  THE DEPARTMENT'S FIGURES, ROLLED
065300*                            INTO THE GRAND TOTALS.  MEMBERS ON
065400*                            A CODE THAT IS BLANK, UNKNOWN OR
065500*                            RETIRED ARE COUNTED FOR THE
065600*                            CLEAN-UP LINES AT THE END.
065700*****************************************************************
065800 4000-PRINT-SUBTOTALS.
065900     IF WS-LINE-COUNT > WS-MAX-LINES-PER-PAGE - 10
066000         PERFORM 6000-PRINT-HEADERS THRU 6000-EXIT
066100     END-IF
066200
066300     IF WS-DT-MEMBERS = ZERO
066400         MOVE "  NO MEMBERS ON FILE FOR THIS DEPARTMENT"
066500             TO SEC-TITLE
066600         WRITE REPORT-LINE FROM WS-SECTION-LINE
066700     END-IF
066800
066900     WRITE REPORT-LINE FROM SPACES
067000     MOVE "DEPARTMENT SUBTOTALS" TO SEC-TITLE
067100     WRITE REPORT-LINE FROM WS-SECTION-LINE
067200     MOVE "ACTIVE MEMBERS"        TO SUM-LABEL
067300     MOVE WS-DT-ACTIVE            TO SUM-COUNT
067400     PERFORM 4100-COUNT-LINE THRU 4100-EXIT
067500     MOVE "LAPSED MEMBERS"        TO SUM-LABEL
067600     MOVE WS-DT-LAPSED            TO SUM-COUNT
067700     PERFORM 4100-COUNT-LINE THRU 4100-EXIT
067800     MOVE "DEACTIVATED MEMBERS"   TO SUM-LABEL
067900     MOVE WS-DT-DEACTIVATED       TO SUM-COUNT
068000     PERFORM 4100-COUNT-LINE THRU 4100-EXIT
068100     IF WS-DT-OTHER > ZERO
068200         MOVE "OTHER STATUS"      TO SUM-LABEL
068300         MOVE WS-DT-OTHER         TO SUM-COUNT
068400         PERFORM 4100-COUNT-LINE THRU 4100-EXIT
068500     END-IF
068600     MOVE "MEMBERS ON FILE"       TO SUM-LABEL
068700     MOVE WS-DT-MEMBERS           TO SUM-COUNT
068800     PERFORM 4100-COUNT-LINE THRU 4100-EXIT
068900     MOVE "NEW REGISTRATIONS"     TO SUM-LABEL
069000     MOVE WS-DT-NEW               TO SUM-COUNT
069100     PERFORM 4100-COUNT-LINE THRU 4100-EXIT
069200     MOVE "OUTSTANDING BALANCES"  TO SUM-LABEL
069300     MOVE WS-DT-OWING             TO SUM-COUNT
069400     MOVE WS-DT-OUTSTANDING       TO SUM-AMOUNT
069500     WRITE REPORT-LINE FROM WS-SUMMARY-LINE
069600     ADD 10 TO WS-LINE-COUNT
069700
069800     ADD WS-DT-MEMBERS       TO WS-GT-MEMBERS
069900     ADD WS-DT-ACTIVE        TO WS-GT-ACTIVE
070000     ADD WS-DT-LAPSED        TO WS-GT-LAPSED
070100     ADD WS-DT-DEACTIVATED   TO WS-GT-DEACTIVATED
070200     ADD WS-DT-OTHER         TO WS-GT-OTHER
070300     ADD WS-DT-NEW           TO WS-GT-NEW
070400     ADD WS-DT-OWING         TO WS-GT-OWING
070500     ADD WS-DT-OUTSTANDING   TO WS-GT-OUTSTANDING
070600
070700     EVALUATE TRUE
070800         WHEN WS-CURRENT-CODE = SPACES
070900             ADD WS-DT-MEMBERS TO WS-NO-CODE-COUNT
071000         WHEN NOT WS-DEPT-ON-FILE
071100             ADD WS-DT-MEMBERS TO WS-UNKNOWN-CODE-COUNT
071200         WHEN DEPT-IS-RETIRED
071300             ADD WS-DT-MEMBERS TO WS-RETIRED-CODE-COUNT
071400     END-EVALUATE.
071500
071600 4000-EXIT.
071700     EXIT.
071800
071900*****************************************************************
072000*    4100-COUNT-LINE  -  A SUMMARY LINE WITH NO AMOUNT
072100*****************************************************************
072200 4100-COUNT-LINE.
072300     MOVE SPACES TO SUM-AMOUNT-X
072400     WRITE REPORT-LINE FROM WS-SUMMARY-LINE.
072500
072600 4100-EXIT.
072700     EXIT.
072800
072900*****************************************************************
073000*    6000-PRINT-HEADERS  -  NEW PAGE FOR THE CURRENT DEPARTMENT
073100*****************************************************************
073200 6000-PRINT-HEADERS.
073300     PERFORM 6100-PRINT-PAGE-TITLE THRU 6100-EXIT
073400     WRITE REPORT-LINE FROM WS-HEADER-LINE-2
073500     WRITE REPORT-LINE FROM WS-HEADER-LINE-3
073600     WRITE REPORT-LINE FROM WS-HEADER-LINE-4
073700     WRITE REPORT-LINE FROM WS-HEADER-LINE-5
073800     WRITE REPORT-LINE FROM SPACES
073900     WRITE REPORT-LINE FROM WS-HEADER-LINE-6
074000     MOVE ZERO TO WS-LINE-COUNT.
074100
074200 6000-EXIT.
074300     EXIT.
074400
074500*****************************************************************
074600*    6100-PRINT-PAGE-TITLE  -  PAGE BREAK AND THE TITLE LINE
074700*****************************************************************
074800 6100-PRINT-PAGE-TITLE.
074900     ADD 1 TO WS-PAGE-COUNT
075000     MOVE WS-PAGE-COUNT TO HDR-PAGE-NUMBER
075100
075200     IF WS-PAGE-COUNT > 1
075300         WRITE REPORT-LINE FROM SPACES
075400     END-IF
075500
075600     WRITE REPORT-LINE FROM WS-HEADER-LINE-1.
075700
075800 6100-EXIT.
075900     EXIT.
076000
076100*****************************************************************
076200*    7000-PRINT-GRAND-TOTALS  -  A PAGE OF ITS OWN: THE WHOLE
076300*                               MASTER, AND THE MEMBERS WHOSE
076400*                               CODE NEEDS CLEANING UP
076500*****************************************************************
076600 7000-PRINT-GRAND-TOTALS.
076700     IF NOT WS-REPORT-IS-OPEN
076800         GO TO 7000-EXIT
076900     END-IF
077000
077100     PERFORM 6100-PRINT-PAGE-TITLE THRU 6100-EXIT
077200     WRITE REPORT-LINE FROM SPACES
077300     MOVE "GRAND TOTALS - ALL DEPARTMENTS" TO SEC-TITLE
077400     WRITE REPORT-LINE FROM WS-SECTION-LINE
077500     MOVE "ACTIVE MEMBERS"        TO SUM-LABEL
077600     MOVE WS-GT-ACTIVE            TO SUM-COUNT
077700     PERFORM 4100-COUNT-LINE THRU 4100-EXIT
077800     MOVE "LAPSED MEMBERS"        TO SUM-LABEL
077900     MOVE WS-GT-LAPSED            TO SUM-COUNT
078000     PERFORM 4100-COUNT-LINE THRU 4100-EXIT
078100     MOVE "DEACTIVATED MEMBERS"   TO SUM-LABEL
078200     MOVE WS-GT-DEACTIVATED       TO SUM-COUNT
078300     PERFORM 4100-COUNT-LINE THRU 4100-EXIT
078400     IF WS-GT-OTHER > ZERO
078500         MOVE "OTHER STATUS"      TO SUM-LABEL
078600         MOVE WS-GT-OTHER         TO SUM-COUNT
078700         PERFORM 4100-COUNT-LINE THRU 4100-EXIT
078800     END-IF
078900     MOVE "MEMBERS ON FILE"       TO SUM-LABEL
079000     MOVE WS-GT-MEMBERS           TO SUM-COUNT
079100     PERFORM 4100-COUNT-LINE THRU 4100-EXIT
079200     MOVE "NEW REGISTRATIONS"     TO SUM-LABEL
079300     MOVE WS-GT-NEW               TO SUM-COUNT
079400     PERFORM 4100-COUNT-LINE THRU 4100-EXIT
079500     MOVE "OUTSTANDING BALANCES"  TO SUM-LABEL
079600     MOVE WS-GT-OWING             TO SUM-COUNT
079700     MOVE WS-GT-OUTSTANDING       TO SUM-AMOUNT
079800     WRITE REPORT-LINE FROM WS-SUMMARY-LINE
079900
080000     WRITE REPORT-LINE FROM SPACES
080100     MOVE "MEMBER CODES NEEDING ATTENTION" TO SEC-TITLE
080200     WRITE REPORT-LINE FROM WS-SECTION-LINE
080300     MOVE "NO DEPARTMENT CODE"    TO SUM-LABEL
080400     MOVE WS-NO-CODE-COUNT        TO SUM-COUNT
080500     PERFORM 4100-COUNT-LINE THRU 4100-EXIT
080600     MOVE "CODE NOT ON THE MASTER" TO SUM-LABEL
080700     MOVE WS-UNKNOWN-CODE-COUNT   TO SUM-COUNT
080800     PERFORM 4100-COUNT-LINE THRU 4100-EXIT
080900     MOVE "CODE RETIRED"          TO SUM-LABEL
081000     MOVE WS-RETIRED-CODE-COUNT   TO SUM-COUNT
081100     PERFORM 4100-COUNT-LINE THRU 4100-EXIT.
081200
081300 7000-EXIT.
081400     EXIT.
081500
081600*****************************************************************
081700*    8000-TERMINATE  -  FOOTER, CLOSE FILES, SHOW CONTROL TOTALS
081800*****************************************************************
081900 8000-TERMINATE.
082000     IF WS-REPORT-IS-OPEN
082100         MOVE WS-DEPARTMENTS-PRINTED TO FTR-DEPT-COUNT
082200         MOVE WS-TODAY-NUM           TO FTR-RUN-DATE
082300         WRITE REPORT-LINE FROM SPACES
082400         WRITE REPORT-LINE FROM WS-FOOTER-LINE
082500         CLOSE DEPT-REPORT
082600         MOVE "N" TO WS-REPORT-OPEN-SW
082700     END-IF
082800     IF WS-SORTED-IS-OPEN
082900         CLOSE DEPT-SORTED
083000         MOVE "N" TO WS-SORTED-OPEN-SW
083100     END-IF
083200     IF WS-DEPTMAST-IS-OPEN
083300         CLOSE DEPARTMENT-MASTER
083400         MOVE "N" TO WS-DEPTMAST-OPEN-SW
083500     END-IF
083600
083700     DISPLAY "-----------------------------------------------"
083800     DISPLAY "DEPTRPT CONTROL TOTALS"
083900     DISPLAY "  MEMBERS READ         : " WS-MEMBERS-COPIED
084000     DISPLAY "  MEMBERS LISTED       : " WS-GT-MEMBERS
084100     DISPLAY "  DEPARTMENTS PRINTED  : " WS-DEPARTMENTS-PRINTED
084200     DISPLAY "  NO / UNKNOWN / RETIRED CODE : "
084300             WS-NO-CODE-COUNT " / " WS-UNKNOWN-CODE-COUNT
084400             " / " WS-RETIRED-CODE-COUNT
084500     IF WS-GT-MEMBERS NOT = WS-MEMBERS-COPIED
084600         DISPLAY "  *** MEMBERS LISTED DO NOT MATCH MEMBERS "
084700                 "READ ***"
084800         MOVE 8 TO RETURN-CODE
084900     END-IF
085000     DISPLAY "-----------------------------------------------".
085100
085200 8000-EXIT.
085300     EXIT.

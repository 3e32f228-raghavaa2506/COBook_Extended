000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    MONCLOSE.
000300 AUTHOR.        R. IYENGAR - APPLICATIONS.
000400 INSTALLATION.  IIT TIRUPATI - MEMBER SERVICES.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  MODIFICATION HISTORY
000900*  DATE        INIT  DESCRIPTION
001000*  2026-10-15  RI    ORIGINAL - MONTH-END CLOSE.  BUILDS THE
001100*                    MEMBERSHIP ROLL-FORWARD FOR THE MONTH FROM
001200*                    STATUS HISTORY - OPENING ACTIVE, PLUS
001300*                    REGISTRATIONS, REINSTATEMENTS AND RENEWALS
001400*                    OF LAPSED MEMBERS, LESS DEACTIVATIONS AND
001500*                    LAPSES, GIVING THE CLOSING ACTIVE COUNT -
001600*                    AND PROVES THE CLOSING COUNT AGAINST A
001700*                    COUNT OF THE MEMBER MASTER, BROKEN DOWN BY
001800*                    DEPARTMENT AND BY THE OPERATOR WHO KEYED
001900*                    EACH REGISTRATION.  THE MONTH'S FEES
002000*                    ASSESSED, COLLECTED AND ADJUSTED COME FROM
002100*                    FEEJRNL AND THE OUTSTANDING BALANCE FROM
002200*                    FEEMAST.  THE CLOSE IS RECORDED ON THE
002300*                    PERIOD-SUMMARY FILE (PRDSUMM) AND PRINTED
002400*                    ON MONCRPT.  A MONTH ALREADY ON PRDSUMM IS
002500*                    NEVER CLOSED AGAIN.
002600*                    THE MONTH CLOSED IS THE RUN-DATE MONTH WHEN
002700*                    NO BUSINESS DAY (MONDAY TO FRIDAY) IS LEFT
002800*                    IN IT, OTHERWISE THE MONTH BEFORE, SO THE
002900*                    SAME PROGRAM SERVES EODDRIVER ON THE LAST
003000*                    BUSINESS DAY AND A LATE CLOSE ON DEMAND.
003100*                    MOVEMENTS DATED AFTER THE MONTH ARE BACKED
003200*                    OUT OF THE MASTER COUNT AND THE FEE
003300*                    BALANCE BEFORE THEY ARE COMPARED.  THE
003400*                    OPENING COUNT IS THE PRIOR MONTH'S CLOSING
003500*                    COUNT; ON THE FIRST CLOSE (OR AFTER A GAP)
003600*                    IT IS DERIVED FROM THE MASTER AND SAYS SO.
003700*                    AN OUT-OF-BALANCE CLOSE IS STILL RECORDED
003800*                    BUT ENDS WITH RETURN CODE 4, AS DOES A
003900*                    REFUSED SECOND CLOSE; A MEMBER MASTER OR
004000*                    PERIOD FILE THAT CANNOT BE OPENED IS 8.
004010*  2026-10-15  RI    STATUS HISTORY READ AT ITS NEW WIDTH.  A
004020*                    MERGE OUT OF ACTIVE ("A" TO "M") LEAVES THE
004030*                    ACTIVE COUNT THE WAY A DEACTIVATION DOES AND
004040*                    IS COUNTED WITH THEM; THE SURVIVOR'S ROW
004050*                    DOES NOT CHANGE ITS STATUS AND IS PASSED
004060*                    OVER.  FEE MERGE-IN AND MERGE-OUT ROWS NET
004070*                    TO NOTHING AND FALL INTO NO MOVEMENT TOTAL.
004100*****************************************************************
004200
004300 ENVIRONMENT DIVISION.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT MEMBER-MASTER   ASSIGN TO "MEMMAST"
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS SEQUENTIAL
004900         RECORD KEY IS MEMBER-ID
005000         ALTERNATE RECORD KEY IS MEMBER-NAME WITH DUPLICATES
005100         FILE STATUS IS WS-MEMMAST-STATUS.
005200
005300     SELECT FEE-MASTER      ASSIGN TO "FEEMAST"
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS SEQUENTIAL
005600         RECORD KEY IS FEE-MEMBER-ID
005700         FILE STATUS IS WS-FEEMAST-STATUS.
005800
005900     SELECT FEE-JOURNAL     ASSIGN TO "FEEJRNL"
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-FEEJRNL-STATUS.
006200
006300     SELECT DEPARTMENT-MASTER ASSIGN TO "DEPTMAST"
006400         ORGANIZATION IS INDEXED
006500         ACCESS MODE IS RANDOM
006600         RECORD KEY IS DEPT-CODE
006700         FILE STATUS IS WS-DEPTMAST-STATUS.
006800
006900     SELECT PERIOD-SUMMARY  ASSIGN TO "PRDSUMM"
007000         ORGANIZATION IS INDEXED
007100         ACCESS MODE IS RANDOM
007200         RECORD KEY IS PRD-PERIOD
007300         FILE STATUS IS WS-PRDSUMM-STATUS.
007400
007500     SELECT STATUS-HISTORY  ASSIGN TO "STATHIST"
007600         ORGANIZATION IS LINE SEQUENTIAL
007700         FILE STATUS IS WS-STATH-STATUS.
007800
007900     SELECT SORT-HISTORY    ASSIGN TO "SORTWK1".
008000
008100     SELECT SORTED-HISTORY  ASSIGN TO "STATSRTD"
008200         ORGANIZATION IS LINE SEQUENTIAL
008300         FILE STATUS IS WS-SORTED-STATUS.
008400
008500     SELECT CLOSE-REPORT    ASSIGN TO "MONCRPT"
008600         ORGANIZATION IS LINE SEQUENTIAL
008700         FILE STATUS IS WS-REPORT-STATUS.
008800
008900     SELECT EOD-HISTORY     ASSIGN TO "EODHIST"
009000         ORGANIZATION IS LINE SEQUENTIAL
009100         FILE STATUS IS WS-EODHIST-STATUS.
009200
009300 DATA DIVISION.
009400 FILE SECTION.
009500 FD  MEMBER-MASTER
009600     LABEL RECORDS ARE STANDARD.
009700 COPY MEMREC.
009800
009900 FD  FEE-MASTER
010000     LABEL RECORDS ARE STANDARD.
010100 COPY FEEREC.
010200
010300 FD  FEE-JOURNAL
010400     LABEL RECORDS ARE STANDARD.
010500 COPY FEEJREC.
010600
010700 FD  DEPARTMENT-MASTER
010800     LABEL RECORDS ARE STANDARD.
010900 COPY DEPTREC.
011000
011100 FD  PERIOD-SUMMARY
011200     LABEL RECORDS ARE STANDARD.
011300 COPY PRDREC.
011400
011500 FD  STATUS-HISTORY
011600     LABEL RECORDS ARE STANDARD.
011700 01  STATUS-HISTORY-INPUT    PIC X(50).
011800
011900 SD  SORT-HISTORY.
012000 01  SORT-HISTORY-RECORD.
012100     05  SRH-MEMBER-ID       PIC 9(06).
012200     05  FILLER              PIC X(02).
012300     05  SRH-TIMESTAMP       PIC 9(16).
012400     05  FILLER              PIC X(26).
012500
012600 FD  SORTED-HISTORY
012700     LABEL RECORDS ARE STANDARD.
012800 COPY STATREC.
012900
013000 FD  CLOSE-REPORT
013100     LABEL RECORDS ARE STANDARD.
013200 01  REPORT-LINE             PIC X(80).
013300
013400 FD  EOD-HISTORY
013500     LABEL RECORDS ARE STANDARD.
013600 COPY EODHREC.
013700
013800 WORKING-STORAGE SECTION.
013900*****************************************************************
014000*    FILE STATUS AND SWITCHES
014100*****************************************************************
014200 01  WS-MEMMAST-STATUS       PIC X(02) VALUE "00".
014300     88  WS-MEMMAST-OK               VALUE "00".
014400
014500 01  WS-FEEMAST-STATUS       PIC X(02) VALUE "00".
014600     88  WS-FEEMAST-OK               VALUE "00".
014700
014800 01  WS-FEEJRNL-STATUS       PIC X(02) VALUE "00".
014900     88  WS-FEEJRNL-OK               VALUE "00".
015000
015100 01  WS-DEPTMAST-STATUS      PIC X(02) VALUE "00".
015200     88  WS-DEPTMAST-OK              VALUE "00".
015300
015400 01  WS-PRDSUMM-STATUS       PIC X(02) VALUE "00".
015500     88  WS-PRDSUMM-OK               VALUE "00".
015600     88  WS-PRDSUMM-NOT-FOUND        VALUE "35".
015700
015800 01  WS-STATH-STATUS         PIC X(02) VALUE "00".
015900     88  WS-STATH-OK                 VALUE "00".
016000
016100 01  WS-SORTED-STATUS        PIC X(02) VALUE "00".
016200     88  WS-SORTED-OK                VALUE "00".
016300
016400 01  WS-REPORT-STATUS        PIC X(02) VALUE "00".
016500     88  WS-REPORT-OK                VALUE "00".
016600
016700 01  WS-EODHIST-STATUS       PIC X(02) VALUE "00".
016800     88  WS-EODHIST-OK               VALUE "00".
016900
017000 01  WS-STOP-SW              PIC X(01) VALUE "N".
017100     88  WS-RUN-STOPPED              VALUE "Y".
017200
017300 01  WS-REFUSED-SW           PIC X(01) VALUE "N".
017400     88  WS-CLOSE-REFUSED            VALUE "Y".
017500
017600 01  WS-PRIOR-SW             PIC X(01) VALUE "N".
017700     88  WS-PRIOR-CLOSE-FOUND        VALUE "Y".
017800
017900 01  WS-MEM-EOF-SW           PIC X(01) VALUE "N".
018000     88  WS-MEM-END-OF-FILE          VALUE "Y".
018100
018200 01  WS-HIST-EOF-SW          PIC X(01) VALUE "N".
018300     88  WS-HIST-END-OF-FILE         VALUE "Y".
018400
018500 01  WS-FEE-EOF-SW           PIC X(01) VALUE "N".
018600     88  WS-FEE-END-OF-FILE          VALUE "Y".
018700
018800 01  WS-JRNL-EOF-SW          PIC X(01) VALUE "N".
018900     88  WS-JRNL-END-OF-FILE         VALUE "Y".
019000
019100 01  WS-SORTED-OPEN-SW       PIC X(01) VALUE "N".
019200     88  WS-SORTED-IS-OPEN           VALUE "Y".
019300
019400 01  WS-DEPT-OPEN-SW         PIC X(01) VALUE "N".
019500     88  WS-DEPT-IS-OPEN             VALUE "Y".
019600
019700*****************************************************************
019800*    RUN DATE AND THE PERIOD BEING CLOSED
019900*****************************************************************
020000 01  WS-DATE-TIME.
020100     05  WS-TODAY            PIC 9(08).
020200     05  WS-NOW              PIC 9(08).
020300 01  WS-TODAY-R REDEFINES WS-DATE-TIME.
020400     05  WS-TODAY-YYYYMM     PIC 9(06).
020500     05  FILLER              PIC X(10).
020600
020700 01  WS-PERIOD               PIC 9(06) VALUE ZERO.
020800 01  WS-PERIOD-R REDEFINES WS-PERIOD.
020900     05  WS-PERIOD-YEAR      PIC 9(04).
021000     05  WS-PERIOD-MONTH     PIC 9(02).
021100 01  WS-PRIOR-PERIOD         PIC 9(06) VALUE ZERO.
021200 01  WS-PRIOR-PERIOD-R REDEFINES WS-PRIOR-PERIOD.
021300     05  WS-PRIOR-YEAR       PIC 9(04).
021400     05  WS-PRIOR-MONTH      PIC 9(02).
021500
021600 01  WS-PERIOD-START         PIC 9(08) VALUE ZERO.
021700 01  WS-PERIOD-END           PIC 9(08) VALUE ZERO.
021800 01  WS-ROW-DATE             PIC 9(08) VALUE ZERO.
021900
022000*    NEXT BUSINESS DAY - DAY NUMBER 1 (1601-01-01) WAS A MONDAY,
022100*    SO (DAY NUMBER - 1) MODULO 7 GIVES 0 = MONDAY .. 6 = SUNDAY
022200 01  WS-DAY-NUMBER           PIC 9(07) VALUE ZERO.
022300 01  WS-DAY-WORK             PIC 9(07) VALUE ZERO.
022400 01  WS-WEEK-COUNT           PIC 9(07) VALUE ZERO.
022500 01  WS-DAY-OF-WEEK          PIC 9(01) VALUE ZERO.
022600 01  WS-NEXT-BUS-DATE        PIC 9(08) VALUE ZERO.
022700 01  WS-NEXT-BUS-DATE-R REDEFINES WS-NEXT-BUS-DATE.
022800     05  WS-NEXT-BUS-YYYYMM  PIC 9(06).
022900     05  FILLER              PIC 9(02).
023000
023100*****************************************************************
023200*    MEMBERSHIP MOVEMENTS - IN THE MONTH, AND AFTER IT (BACKED
023300*    OUT OF TODAY'S MASTER COUNT ON A LATE CLOSE)
023400*****************************************************************
023500 01  WS-MOVEMENTS.
023600     05  WS-REGISTRATIONS    PIC 9(06) VALUE ZERO.
023700     05  WS-REINSTATEMENTS   PIC 9(06) VALUE ZERO.
023800     05  WS-RENEWALS         PIC 9(06) VALUE ZERO.
023900     05  WS-DEACTIVATIONS    PIC 9(06) VALUE ZERO.
024000     05  WS-LAPSES           PIC 9(06) VALUE ZERO.
024100     05  WS-LATER-INTO-ACTIVE
024200                             PIC 9(06) VALUE ZERO.
024300     05  WS-LATER-OUT-ACTIVE PIC 9(06) VALUE ZERO.
024400
024500 01  WS-ROW-OLD-STATUS       PIC X(01) VALUE SPACE.
024600 01  WS-REG-OPERATOR         PIC X(08) VALUE SPACES.
024700
024800 01  WS-MASTER-ACTIVE-NOW    PIC 9(06) VALUE ZERO.
024900 01  WS-MASTER-AT-END        PIC S9(07) VALUE ZERO.
025000 01  WS-LATER-NET            PIC S9(07) VALUE ZERO.
025100 01  WS-OPENING-ACTIVE       PIC S9(07) VALUE ZERO.
025200 01  WS-CLOSING-ACTIVE       PIC S9(07) VALUE ZERO.
025300 01  WS-MONTH-NET            PIC S9(07) VALUE ZERO.
025400 01  WS-MEMBER-DIFFERENCE    PIC S9(07) VALUE ZERO.
025500
025600*****************************************************************
025700*    FEE FIGURES
025800*****************************************************************
025900 01  WS-FEE-ASSESSED         PIC S9(09)V99 VALUE ZERO.
026000 01  WS-FEE-COLLECTED        PIC S9(09)V99 VALUE ZERO.
026100 01  WS-FEE-ADJUSTED         PIC S9(09)V99 VALUE ZERO.
026200 01  WS-FEE-BALANCE-NOW      PIC S9(09)V99 VALUE ZERO.
026300 01  WS-FEE-LATER-NET        PIC S9(09)V99 VALUE ZERO.
026400 01  WS-FEE-AT-END           PIC S9(09)V99 VALUE ZERO.
026500 01  WS-FEE-OPENING          PIC S9(09)V99 VALUE ZERO.
026600 01  WS-FEE-EXPECTED         PIC S9(09)V99 VALUE ZERO.
026700 01  WS-FEE-DIFFERENCE       PIC S9(09)V99 VALUE ZERO.
026800
026900*****************************************************************
027000*    BREAKDOWN OF THE MASTER'S ACTIVE MEMBERS - BY DEPARTMENT
027100*    AND BY REGISTERING OPERATOR, EACH WITH AN OVERFLOW BUCKET
027200*    (THE AUDIT REPORT'S WAY)
027300*****************************************************************
027400 01  WS-DEPT-TABLE.
027500     05  WS-DEPT-ENTRY OCCURS 50 TIMES.
027600         10  WS-DEPT-TBL-CODE
027700                             PIC X(04).
027800         10  WS-DEPT-TBL-CNT PIC 9(06).
027900 01  WS-DEPT-USED            PIC 9(02) COMP VALUE ZERO.
028000 01  WS-DEPT-SUB             PIC 9(02) COMP VALUE ZERO.
028100 01  WS-DEPT-FOUND-SW        PIC X(01) VALUE "N".
028200     88  WS-DEPT-FOUND               VALUE "Y".
028300 01  WS-DEPT-OVERFLOW        PIC 9(06) VALUE ZERO.
028400
028500 01  WS-OPER-TABLE.
028600     05  WS-OPER-ENTRY OCCURS 20 TIMES.
028700         10  WS-OPER-TBL-ID  PIC X(08).
028800         10  WS-OPER-TBL-CNT PIC 9(06).
028900 01  WS-OPER-USED            PIC 9(02) COMP VALUE ZERO.
029000 01  WS-OPER-SUB             PIC 9(02) COMP VALUE ZERO.
029100 01  WS-OPER-FOUND-SW        PIC X(01) VALUE "N".
029200     88  WS-OPER-FOUND               VALUE "Y".
029300 01  WS-OPER-OVERFLOW        PIC 9(06) VALUE ZERO.
029400
029500 01  WS-COUNT-LABEL          PIC X(24).
029600 01  WS-COUNT-VALUE          PIC 9(09) VALUE ZERO.
029700
029800*****************************************************************
029900*    PAGE CONTROL
030000*****************************************************************
030100 01  WS-LINE-COUNT           PIC 9(02) VALUE ZERO.
030200 01  WS-PAGE-COUNT           PIC 9(03) VALUE ZERO.
030300 01  WS-MAX-LINES-PER-PAGE   PIC 9(02) VALUE 50.
030400 01  WS-PRINT-LINE           PIC X(80).
030500
030600*****************************************************************
030700*    REPORT LINE LAYOUTS
030800*****************************************************************
030900 01  WS-HEADER-LINE-1.
031000     05  FILLER              PIC X(15) VALUE SPACES.
031100     05  FILLER              PIC X(32)
031200         VALUE "IIT TIRUPATI - MONTH-END CLOSE".
031300     05  HDR-PERIOD-YEAR     PIC 9(04).
031400     05  FILLER              PIC X(01) VALUE "-".
031500     05  HDR-PERIOD-MONTH    PIC 9(02).
031600     05  FILLER              PIC X(03) VALUE SPACES.
031700     05  FILLER              PIC X(06) VALUE " PAGE ".
031800     05  HDR-PAGE-NUMBER     PIC ZZ9.
031900     05  FILLER              PIC X(14) VALUE SPACES.
032000
032100 01  WS-HEADER-LINE-2.
032200     05  FILLER              PIC X(08) VALUE "PERIOD: ".
032300     05  HDR-PERIOD-START    PIC 9(08).
032400     05  FILLER              PIC X(04) VALUE " TO ".
032500     05  HDR-PERIOD-END      PIC 9(08).
032600     05  FILLER              PIC X(52) VALUE SPACES.
032700
032800 01  WS-SECTION-LINE.
032900     05  SEC-TITLE           PIC X(60).
033000     05  FILLER              PIC X(20) VALUE SPACES.
033100
033200 01  WS-SUMMARY-LINE.
033300     05  FILLER              PIC X(04) VALUE SPACES.
033400     05  SUM-LABEL           PIC X(44).
033500     05  SUM-COUNT           PIC -ZZZ,ZZ9.
033600     05  FILLER              PIC X(24) VALUE SPACES.
033700
033800 01  WS-MONEY-LINE.
033900     05  FILLER              PIC X(04) VALUE SPACES.
034000     05  MNY-LABEL           PIC X(44).
034100     05  MNY-AMOUNT          PIC -ZZZ,ZZZ,ZZ9.99.
034200     05  FILLER              PIC X(17) VALUE SPACES.
034300
034400 01  WS-BREAK-LINE.
034500     05  FILLER              PIC X(04) VALUE SPACES.
034600     05  BRK-KEY             PIC X(08).
034700     05  FILLER              PIC X(02) VALUE SPACES.
034800     05  BRK-NAME            PIC X(34).
034900     05  BRK-COUNT           PIC -ZZZ,ZZ9.
035000     05  FILLER              PIC X(24) VALUE SPACES.
035100
035200 01  WS-RESULT-LINE.
035300     05  FILLER              PIC X(04) VALUE SPACES.
035400     05  RES-TEXT            PIC X(60).
035500     05  FILLER              PIC X(16) VALUE SPACES.
035600
035700 01  WS-FOOTER-LINE.
035800     05  FILLER              PIC X(16) VALUE "CLOSING ACTIVE: ".
035900     05  FTR-CLOSING         PIC -ZZZ,ZZ9.
036000     05  FILLER              PIC X(07) VALUE SPACES.
036100     05  FILLER              PIC X(10) VALUE "RUN DATE: ".
036200     05  FTR-RUN-DATE        PIC 9(08).
036300     05  FILLER              PIC X(31) VALUE SPACES.
036400
036500 PROCEDURE DIVISION.
036600 0000-MAINLINE.
036700     PERFORM 1000-INITIALIZE THRU 1000-EXIT
036800     IF NOT WS-RUN-STOPPED
036900         PERFORM 2000-COUNT-MEMBERS THRU 2000-EXIT
037000         PERFORM 3000-SUM-FEES THRU 3000-EXIT
037100         PERFORM 4000-ROLL-FORWARD THRU 4000-EXIT
037200         PERFORM 5000-RECORD-CLOSE THRU 5000-EXIT
037300         PERFORM 6000-PRINT-REPORT THRU 6000-EXIT
037400         PERFORM 8000-TERMINATE THRU 8000-EXIT
037500     END-IF
037600     IF NOT WS-RUN-STOPPED OR WS-CLOSE-REFUSED
037700         PERFORM 9500-WRITE-RUN-HISTORY THRU 9500-EXIT
037800     END-IF.
037900
038000 0000-EXIT.
038100     GOBACK.
038200
038300*****************************************************************
038400*    1000-INITIALIZE  -  FIX THE PERIOD, REFUSE IT IF IT IS
038500*                        ALREADY CLOSED, FIND THE PRIOR CLOSE,
038600*                        THEN OPEN THE MASTER AND SORT HISTORY
038700*****************************************************************
038800 1000-INITIALIZE.
038900     ACCEPT WS-TODAY FROM DATE YYYYMMDD
039000     ACCEPT WS-NOW FROM TIME
039100     INITIALIZE WS-DEPT-TABLE WS-OPER-TABLE
039200
039300     PERFORM 1100-FIX-PERIOD THRU 1100-EXIT
039400
039500     OPEN I-O PERIOD-SUMMARY
039600     IF WS-PRDSUMM-NOT-FOUND
039700         OPEN OUTPUT PERIOD-SUMMARY
039800         CLOSE PERIOD-SUMMARY
039900         OPEN I-O PERIOD-SUMMARY
040000     END-IF
040100     IF NOT WS-PRDSUMM-OK
040200         DISPLAY "MONCLOSE: UNABLE TO OPEN PERIOD SUMMARY, "
040300                 "STATUS = " WS-PRDSUMM-STATUS
040400         SET WS-RUN-STOPPED TO TRUE
040500         MOVE 8 TO RETURN-CODE
040600         GO TO 1000-EXIT
040700     END-IF
040800
040900     MOVE WS-PERIOD TO PRD-PERIOD
041000     READ PERIOD-SUMMARY KEY IS PRD-PERIOD
041100         INVALID KEY
041200             CONTINUE
041300         NOT INVALID KEY
041400             DISPLAY "MONCLOSE: PERIOD " WS-PERIOD-YEAR "-"
041500                     WS-PERIOD-MONTH " WAS CLOSED ON "
041600                     PRD-CLOSE-DATE " - NOT CLOSED AGAIN."
041700             SET WS-CLOSE-REFUSED TO TRUE
041800             SET WS-RUN-STOPPED TO TRUE
041900             CLOSE PERIOD-SUMMARY
042000             MOVE 4 TO RETURN-CODE
042100             GO TO 1000-EXIT
042200     END-READ
042300
042400     MOVE WS-PRIOR-PERIOD TO PRD-PERIOD
042500     READ PERIOD-SUMMARY KEY IS PRD-PERIOD
042600         INVALID KEY
042700             CONTINUE
042800         NOT INVALID KEY
042900             SET WS-PRIOR-CLOSE-FOUND TO TRUE
043000             MOVE PRD-CLOSING-ACTIVE  TO WS-OPENING-ACTIVE
043100             MOVE PRD-FEE-OUTSTANDING TO WS-FEE-OPENING
043200     END-READ
043300
043400     OPEN INPUT MEMBER-MASTER
043500     IF NOT WS-MEMMAST-OK
043600         DISPLAY "MONCLOSE: UNABLE TO OPEN MEMBER-MASTER, "
043700                 "STATUS = " WS-MEMMAST-STATUS
043800         SET WS-RUN-STOPPED TO TRUE
043900         CLOSE PERIOD-SUMMARY
044000         MOVE 8 TO RETURN-CODE
044100         GO TO 1000-EXIT
044200     END-IF
044300
044400     PERFORM 1300-SORT-HISTORY THRU 1300-EXIT.
044500
044600 1000-EXIT.
044700     EXIT.
044800
044900*****************************************************************
045000*    1100-FIX-PERIOD  -  IF THE NEXT BUSINESS DAY FALLS IN A
045100*                        LATER MONTH, TODAY'S MONTH IS OVER AND
045200*                        IS THE ONE CLOSED; OTHERWISE THIS IS A
045300*                        LATE CLOSE OF LAST MONTH
045400*****************************************************************
045500 1100-FIX-PERIOD.
045600     COMPUTE WS-DAY-NUMBER =
045700         FUNCTION INTEGER-OF-DATE (WS-TODAY)
045800     MOVE 9 TO WS-DAY-OF-WEEK
045900     PERFORM 1110-NEXT-DAY THRU 1110-EXIT
046000         UNTIL WS-DAY-OF-WEEK < 5
046100     COMPUTE WS-NEXT-BUS-DATE =
046200         FUNCTION DATE-OF-INTEGER (WS-DAY-NUMBER)
046300
046400     MOVE WS-TODAY-YYYYMM TO WS-PERIOD
046500     IF WS-NEXT-BUS-YYYYMM = WS-TODAY-YYYYMM
046600         IF WS-PERIOD-MONTH = 1
046700             SUBTRACT 1 FROM WS-PERIOD-YEAR
046800             MOVE 12 TO WS-PERIOD-MONTH
046900         ELSE
047000             SUBTRACT 1 FROM WS-PERIOD-MONTH
047100         END-IF
047200     END-IF
047300
047400     MOVE WS-PERIOD TO WS-PRIOR-PERIOD
047500     IF WS-PRIOR-MONTH = 1
047600         SUBTRACT 1 FROM WS-PRIOR-YEAR
047700         MOVE 12 TO WS-PRIOR-MONTH
047800     ELSE
047900         SUBTRACT 1 FROM WS-PRIOR-MONTH
048000     END-IF
048100
048200     COMPUTE WS-PERIOD-START = WS-PERIOD * 100 + 1
048300     COMPUTE WS-PERIOD-END   = WS-PERIOD * 100 + 31
048400
048500     DISPLAY "MONCLOSE: CLOSING PERIOD " WS-PERIOD-YEAR "-"
048600             WS-PERIOD-MONTH ".".
048700
048800 1100-EXIT.
048900     EXIT.
049000
049100*****************************************************************
049200*    1110-NEXT-DAY  -  ONE CALENDAR DAY FORWARD
049300*****************************************************************
049400 1110-NEXT-DAY.
049500     ADD 1 TO WS-DAY-NUMBER
049600     COMPUTE WS-DAY-WORK = WS-DAY-NUMBER - 1
049700     DIVIDE WS-DAY-WORK BY 7 GIVING WS-WEEK-COUNT
049800         REMAINDER WS-DAY-OF-WEEK.
049900
050000 1110-EXIT.
050100     EXIT.
050200
050300*****************************************************************
050400*    1300-SORT-HISTORY  -  MEMBER, THEN TIME (INTEGCHK'S WAY).
050500*                          EVERY ROW IS CLASSIFIED AS IT IS READ,
050600*                          WHETHER OR NOT ITS MEMBER IS ON FILE.
050700*****************************************************************
050800 1300-SORT-HISTORY.
050900     OPEN INPUT STATUS-HISTORY
051000     IF NOT WS-STATH-OK
051100         DISPLAY "MONCLOSE: NO STATUS HISTORY ON HAND, "
051200                 "STATUS = " WS-STATH-STATUS
051300         SET WS-HIST-END-OF-FILE TO TRUE
051400         GO TO 1300-EXIT
051500     END-IF
051600     CLOSE STATUS-HISTORY
051700
051800     SORT SORT-HISTORY
051900         ON ASCENDING KEY SRH-MEMBER-ID SRH-TIMESTAMP
052000         WITH DUPLICATES IN ORDER
052100         USING STATUS-HISTORY
052200         GIVING SORTED-HISTORY
052300
052400     OPEN INPUT SORTED-HISTORY
052500     IF NOT WS-SORTED-OK
052600         DISPLAY "MONCLOSE: SORTED HISTORY NOT AVAILABLE, "
052700                 "STATUS = " WS-SORTED-STATUS
052800         SET WS-HIST-END-OF-FILE TO TRUE
052900         GO TO 1300-EXIT
053000     END-IF
053100     SET WS-SORTED-IS-OPEN TO TRUE
053200
053300     PERFORM 2600-READ-HISTORY THRU 2600-EXIT.
053400
053500 1300-EXIT.
053600     EXIT.
053700
053800*****************************************************************
053900*    2000-COUNT-MEMBERS  -  ONE PASS OF THE MASTER AGAINST THE
054000*                          SORTED HISTORY; HISTORY LEFT OVER
054100*                          AFTER THE LAST MEMBER IS STILL READ
054200*                          SO ITS MOVEMENTS ARE COUNTED
054300*****************************************************************
054400 2000-COUNT-MEMBERS.
054500     PERFORM 2200-READ-MEMBER THRU 2200-EXIT
054600     PERFORM 2100-COUNT-ONE-MEMBER THRU 2100-EXIT
054700         UNTIL WS-MEM-END-OF-FILE
054800     PERFORM 2600-READ-HISTORY THRU 2600-EXIT
054900         UNTIL WS-HIST-END-OF-FILE
055000
055100     CLOSE MEMBER-MASTER
055200     IF WS-SORTED-IS-OPEN
055300         CLOSE SORTED-HISTORY
055400         MOVE "N" TO WS-SORTED-OPEN-SW
055500     END-IF.
055600
055700 2000-EXIT.
055800     EXIT.
055900
056000*****************************************************************
056100*    2100-COUNT-ONE-MEMBER  -  A BLANK STATUS COUNTS AS ACTIVE,
056200*                              AS EVERYWHERE ELSE
056300*****************************************************************
056400 2100-COUNT-ONE-MEMBER.
056500     MOVE SPACES TO WS-REG-OPERATOR
056600     PERFORM 2600-READ-HISTORY THRU 2600-EXIT
056700         UNTIL WS-HIST-END-OF-FILE
056800             OR STAT-MEMBER-ID NOT < MEMBER-ID
056900     PERFORM 2300-TAKE-HISTORY-ROW THRU 2300-EXIT
057000         UNTIL WS-HIST-END-OF-FILE
057100             OR STAT-MEMBER-ID NOT = MEMBER-ID
057200
057300     IF MEMBER-ACTIVE OR MEMBER-STATUS = SPACE
057400         ADD 1 TO WS-MASTER-ACTIVE-NOW
057500         PERFORM 2400-ROLL-DEPARTMENT THRU 2400-EXIT
057600         PERFORM 2500-ROLL-OPERATOR THRU 2500-EXIT
057700     END-IF
057800
057900     PERFORM 2200-READ-MEMBER THRU 2200-EXIT.
058000
058100 2100-EXIT.
058200     EXIT.
058300
058400*****************************************************************
058500*    2200-READ-MEMBER
058600*****************************************************************
058700 2200-READ-MEMBER.
058800     READ MEMBER-MASTER NEXT RECORD
058900         AT END
059000             SET WS-MEM-END-OF-FILE TO TRUE
059100     END-READ.
059200
059300 2200-EXIT.
059400     EXIT.
059500
059600*****************************************************************
059700*    2300-TAKE-HISTORY-ROW  -  KEEP THE OPERATOR WHO KEYED THE
059800*                              REGISTRATION
059900*****************************************************************
060000 2300-TAKE-HISTORY-ROW.
060100     IF STAT-OLD-STATUS = SPACE AND STAT-NEW-STATUS = "A"
060200             AND WS-REG-OPERATOR = SPACES
060300         MOVE STAT-OPERATOR-ID TO WS-REG-OPERATOR
060400     END-IF
060500
060600     PERFORM 2600-READ-HISTORY THRU 2600-EXIT.
060700
060800 2300-EXIT.
060900     EXIT.
061000
061100*****************************************************************
061200*    2400-ROLL-DEPARTMENT  -  FIND OR ADD THE DEPARTMENT'S SLOT;
061300*                             PAST 50 CODES INTO THE OVERFLOW
061400*****************************************************************
061500 2400-ROLL-DEPARTMENT.
061600     MOVE "N" TO WS-DEPT-FOUND-SW
061700     MOVE ZERO TO WS-DEPT-SUB
061800     PERFORM 2410-SCAN-DEPT-TABLE THRU 2410-EXIT
061900         UNTIL WS-DEPT-FOUND OR WS-DEPT-SUB >= WS-DEPT-USED
062000
062100     IF WS-DEPT-FOUND
062200         ADD 1 TO WS-DEPT-TBL-CNT (WS-DEPT-SUB)
062300         GO TO 2400-EXIT
062400     END-IF
062500
062600     IF WS-DEPT-USED < 50
062700         ADD 1 TO WS-DEPT-USED
062800         MOVE MEMBER-DEPT-CODE TO WS-DEPT-TBL-CODE (WS-DEPT-USED)
062900         MOVE 1 TO WS-DEPT-TBL-CNT (WS-DEPT-USED)
063000     ELSE
063100         ADD 1 TO WS-DEPT-OVERFLOW
063200     END-IF.
063300
063400 2400-EXIT.
063500     EXIT.
063600
063700*****************************************************************
063800*    2410-SCAN-DEPT-TABLE  -  ONE TABLE SLOT PER PASS
063900*****************************************************************
064000 2410-SCAN-DEPT-TABLE.
064100     ADD 1 TO WS-DEPT-SUB
064200     IF WS-DEPT-TBL-CODE (WS-DEPT-SUB) = MEMBER-DEPT-CODE
064300         SET WS-DEPT-FOUND TO TRUE
064400     END-IF.
064500
064600 2410-EXIT.
064700     EXIT.
064800
064900*****************************************************************
065000*    2500-ROLL-OPERATOR  -  FIND OR ADD THE REGISTERING
065100*                           OPERATOR'S SLOT; PAST 20 INTO THE
065200*                           OVERFLOW
065300*****************************************************************
065400 2500-ROLL-OPERATOR.
065500     MOVE "N" TO WS-OPER-FOUND-SW
065600     MOVE ZERO TO WS-OPER-SUB
065700     PERFORM 2510-SCAN-OPER-TABLE THRU 2510-EXIT
065800         UNTIL WS-OPER-FOUND OR WS-OPER-SUB >= WS-OPER-USED
065900
066000     IF WS-OPER-FOUND
066100         ADD 1 TO WS-OPER-TBL-CNT (WS-OPER-SUB)
066200         GO TO 2500-EXIT
066300     END-IF
066400
066500     IF WS-OPER-USED < 20
066600         ADD 1 TO WS-OPER-USED
066700         MOVE WS-REG-OPERATOR TO WS-OPER-TBL-ID (WS-OPER-USED)
066800         MOVE 1 TO WS-OPER-TBL-CNT (WS-OPER-USED)
066900     ELSE
067000         ADD 1 TO WS-OPER-OVERFLOW
067100     END-IF.
067200
067300 2500-EXIT.
067400     EXIT.
067500
067600*****************************************************************
067700*    2510-SCAN-OPER-TABLE  -  ONE TABLE SLOT PER PASS
067800*****************************************************************
067900 2510-SCAN-OPER-TABLE.
068000     ADD 1 TO WS-OPER-SUB
068100     IF WS-OPER-TBL-ID (WS-OPER-SUB) = WS-REG-OPERATOR
068200         SET WS-OPER-FOUND TO TRUE
068300     END-IF.
068400
068500 2510-EXIT.
068600     EXIT.
068700
068800*****************************************************************
068900*    2600-READ-HISTORY
069000*****************************************************************
069100 2600-READ-HISTORY.
069200     READ SORTED-HISTORY
069300         AT END
069400             SET WS-HIST-END-OF-FILE TO TRUE
069500     END-READ
069600     IF NOT WS-HIST-END-OF-FILE
069700         PERFORM 2700-CLASSIFY-ROW THRU 2700-EXIT
069800     END-IF.
069900
070000 2600-EXIT.
070100     EXIT.
070200
070300*****************************************************************
070400*    2700-CLASSIFY-ROW  -  ONLY A MOVE INTO OR OUT OF ACTIVE
070500*                          COUNTS.  A REGISTRATION HAS NO OLD
070600*                          STATUS; ANY OTHER BLANK OLD STATUS IS
070700*                          A MEMBER WHO WAS ACTIVE.  ROWS BEFORE
070800*                          THE MONTH ARE ALREADY IN THE OPENING
070900*                          COUNT; ROWS AFTER IT ARE BACKED OUT.
070950*                          A MERGE COUNTS AS A DEACTIVATION.
071000*****************************************************************
071100 2700-CLASSIFY-ROW.
071200     MOVE STAT-TIMESTAMP (1:8) TO WS-ROW-DATE
071300     IF WS-ROW-DATE < WS-PERIOD-START
071400         GO TO 2700-EXIT
071500     END-IF
071600
071700     MOVE STAT-OLD-STATUS TO WS-ROW-OLD-STATUS
071800     IF STAT-OLD-STATUS = SPACE AND STAT-NEW-STATUS NOT = "A"
071900         MOVE "A" TO WS-ROW-OLD-STATUS
072000     END-IF
072100     IF WS-ROW-OLD-STATUS = "A" AND STAT-NEW-STATUS = "A"
072200         GO TO 2700-EXIT
072300     END-IF
072400     IF WS-ROW-OLD-STATUS NOT = "A" AND STAT-NEW-STATUS NOT = "A"
072500         GO TO 2700-EXIT
072600     END-IF
072700
072800     IF WS-ROW-DATE > WS-PERIOD-END
072900         IF STAT-NEW-STATUS = "A"
073000             ADD 1 TO WS-LATER-INTO-ACTIVE
073100         ELSE
073200             ADD 1 TO WS-LATER-OUT-ACTIVE
073300         END-IF
073400         GO TO 2700-EXIT
073500     END-IF
073600
073700     EVALUATE TRUE
073800         WHEN WS-ROW-OLD-STATUS = SPACE
073900             ADD 1 TO WS-REGISTRATIONS
074000         WHEN STAT-NEW-STATUS = "A" AND WS-ROW-OLD-STATUS = "L"
074100             ADD 1 TO WS-RENEWALS
074200         WHEN STAT-NEW-STATUS = "A"
074300             ADD 1 TO WS-REINSTATEMENTS
074400         WHEN STAT-NEW-STATUS = "L"
074500             ADD 1 TO WS-LAPSES
074600         WHEN OTHER
074700             ADD 1 TO WS-DEACTIVATIONS
074800     END-EVALUATE.
074900
075000 2700-EXIT.
075100     EXIT.
075200
075300*****************************************************************
075400*    3000-SUM-FEES  -  THE OUTSTANDING BALANCE FROM THE FEE
075500*                      MASTER, THE MONTH'S MOVEMENTS FROM THE
075600*                      FEE JOURNAL.  EITHER FILE MAY NOT EXIST
075700*                      YET ON A NEW SITE.
075800*****************************************************************
075900 3000-SUM-FEES.
076000     OPEN INPUT FEE-MASTER
076100     IF WS-FEEMAST-OK
076200         PERFORM 3200-READ-FEE THRU 3200-EXIT
076300         PERFORM 3100-SUM-ONE-FEE THRU 3100-EXIT
076400             UNTIL WS-FEE-END-OF-FILE
076500         CLOSE FEE-MASTER
076600     ELSE
076700         DISPLAY "MONCLOSE: NO FEE MASTER ON HAND, STATUS = "
076800                 WS-FEEMAST-STATUS
076900     END-IF
077000
077100     OPEN INPUT FEE-JOURNAL
077200     IF WS-FEEJRNL-OK
077300         PERFORM 3400-READ-JOURNAL THRU 3400-EXIT
077400         PERFORM 3300-TAKE-JOURNAL-ROW THRU 3300-EXIT
077500             UNTIL WS-JRNL-END-OF-FILE
077600         CLOSE FEE-JOURNAL
077700     ELSE
077800         DISPLAY "MONCLOSE: NO FEE JOURNAL ON HAND, STATUS = "
077900                 WS-FEEJRNL-STATUS
078000     END-IF.
078100
078200 3000-EXIT.
078300     EXIT.
078400
078500*****************************************************************
078600*    3100-SUM-ONE-FEE
078700*****************************************************************
078800 3100-SUM-ONE-FEE.
078900     ADD FEE-BALANCE TO WS-FEE-BALANCE-NOW
079000     PERFORM 3200-READ-FEE THRU 3200-EXIT.
079100
079200 3100-EXIT.
079300     EXIT.
079400
079500*****************************************************************
079600*    3200-READ-FEE
079700*****************************************************************
079800 3200-READ-FEE.
079900     READ FEE-MASTER
080000         AT END
080100             SET WS-FEE-END-OF-FILE TO TRUE
080200     END-READ.
080300
080400 3200-EXIT.
080500     EXIT.
080600
080700*****************************************************************
080800*    3300-TAKE-JOURNAL-ROW  -  COLLECTED IS PAYMENTS LESS
080900*                              REFUNDS; WAIVERS AND WRITE-OFFS
081000*                              ARE THE ADJUSTMENTS.  MOVEMENTS
081100*                              AFTER THE MONTH ARE BACKED OUT OF
081200*                              TODAY'S BALANCE.
081300*****************************************************************
081400 3300-TAKE-JOURNAL-ROW.
081500     IF FJ-POST-DATE < WS-PERIOD-START
081600         GO TO 3300-NEXT
081700     END-IF
081800
081900     IF FJ-POST-DATE > WS-PERIOD-END
082000         IF FJ-RAISES-BALANCE
082100             ADD FJ-AMOUNT TO WS-FEE-LATER-NET
082200         ELSE
082300             SUBTRACT FJ-AMOUNT FROM WS-FEE-LATER-NET
082400         END-IF
082500         GO TO 3300-NEXT
082600     END-IF
082700
082800     EVALUATE TRUE
082900         WHEN FJ-ASSESSMENT
083000             ADD FJ-AMOUNT TO WS-FEE-ASSESSED
083100         WHEN FJ-PAYMENT
083200             ADD FJ-AMOUNT TO WS-FEE-COLLECTED
083300         WHEN FJ-REFUND
083400             SUBTRACT FJ-AMOUNT FROM WS-FEE-COLLECTED
083500         WHEN FJ-WAIVER
083600         WHEN FJ-WRITE-OFF
083700             ADD FJ-AMOUNT TO WS-FEE-ADJUSTED
083800     END-EVALUATE.
083900
084000 3300-NEXT.
084100     PERFORM 3400-READ-JOURNAL THRU 3400-EXIT.
084200
084300 3300-EXIT.
084400     EXIT.
084500
084600*****************************************************************
084700*    3400-READ-JOURNAL
084800*****************************************************************
084900 3400-READ-JOURNAL.
085000     READ FEE-JOURNAL
085100         AT END
085200             SET WS-JRNL-END-OF-FILE TO TRUE
085300     END-READ.
085400
085500 3400-EXIT.
085600     EXIT.
085700
085800*****************************************************************
085900*    4000-ROLL-FORWARD  -  THE MASTER AS IT STOOD AT MONTH END
086000*                          IS TODAY'S COUNT LESS WHAT MOVED
086100*                          SINCE.  WITH NO PRIOR CLOSE THE
086200*                          OPENING COUNT IS WORKED BACK FROM IT.
086300*****************************************************************
086400 4000-ROLL-FORWARD.
086500     COMPUTE WS-LATER-NET =
086600         WS-LATER-INTO-ACTIVE - WS-LATER-OUT-ACTIVE
086700     COMPUTE WS-MASTER-AT-END =
086800         WS-MASTER-ACTIVE-NOW - WS-LATER-NET
086900     COMPUTE WS-MONTH-NET =
087000         WS-REGISTRATIONS + WS-REINSTATEMENTS + WS-RENEWALS
087100             - WS-DEACTIVATIONS - WS-LAPSES
087200
087300     IF NOT WS-PRIOR-CLOSE-FOUND
087400         COMPUTE WS-OPENING-ACTIVE =
087500             WS-MASTER-AT-END - WS-MONTH-NET
087600     END-IF
087700     COMPUTE WS-CLOSING-ACTIVE =
087800         WS-OPENING-ACTIVE + WS-MONTH-NET
087900     COMPUTE WS-MEMBER-DIFFERENCE =
088000         WS-CLOSING-ACTIVE - WS-MASTER-AT-END
088100
088200     COMPUTE WS-FEE-AT-END =
088300         WS-FEE-BALANCE-NOW - WS-FEE-LATER-NET
088400     IF WS-PRIOR-CLOSE-FOUND
088500         COMPUTE WS-FEE-EXPECTED =
088600             WS-FEE-OPENING + WS-FEE-ASSESSED
088700                 - WS-FEE-COLLECTED - WS-FEE-ADJUSTED
088800         COMPUTE WS-FEE-DIFFERENCE =
088900             WS-FEE-EXPECTED - WS-FEE-AT-END
089000     END-IF.
089100
089200 4000-EXIT.
089300     EXIT.
089400
089500*****************************************************************
089600*    5000-RECORD-CLOSE  -  ONE NEW PERIOD-SUMMARY RECORD; IT IS
089700*                          WRITTEN EVEN OUT OF BALANCE SO THE
089800*                          FIGURES ARE NOT LOST
089900*****************************************************************
090000 5000-RECORD-CLOSE.
090100     INITIALIZE PERIOD-SUMMARY-RECORD
090200     MOVE WS-PERIOD           TO PRD-PERIOD
090300     MOVE WS-TODAY            TO PRD-CLOSE-DATE
090400     MOVE WS-NOW              TO PRD-CLOSE-TIME
090500     IF WS-PRIOR-CLOSE-FOUND
090600         SET PRD-OPENED-FROM-PRIOR TO TRUE
090700     ELSE
090800         SET PRD-OPENED-FROM-MASTER TO TRUE
090900     END-IF
091000     MOVE WS-OPENING-ACTIVE   TO PRD-OPENING-ACTIVE
091100     MOVE WS-REGISTRATIONS    TO PRD-REGISTRATIONS
091200     MOVE WS-REINSTATEMENTS   TO PRD-REINSTATEMENTS
091300     MOVE WS-RENEWALS         TO PRD-RENEWALS
091400     MOVE WS-DEACTIVATIONS    TO PRD-DEACTIVATIONS
091500     MOVE WS-LAPSES           TO PRD-LAPSES
091600     MOVE WS-CLOSING-ACTIVE   TO PRD-CLOSING-ACTIVE
091700     MOVE WS-MASTER-AT-END    TO PRD-MASTER-ACTIVE
091800     IF WS-MEMBER-DIFFERENCE = ZERO
091900         SET PRD-MEMBERS-IN-BALANCE TO TRUE
092000     ELSE
092100         SET PRD-MEMBERS-OUT-OF-BAL TO TRUE
092200     END-IF
092300     MOVE WS-FEE-ASSESSED     TO PRD-FEE-ASSESSED
092400     MOVE WS-FEE-COLLECTED    TO PRD-FEE-COLLECTED
092500     MOVE WS-FEE-ADJUSTED     TO PRD-FEE-ADJUSTED
092600     MOVE WS-FEE-AT-END       TO PRD-FEE-OUTSTANDING
092700     IF WS-PRIOR-CLOSE-FOUND
092800         IF WS-FEE-DIFFERENCE = ZERO
092900             SET PRD-FEES-IN-BALANCE TO TRUE
093000         ELSE
093100             SET PRD-FEES-OUT-OF-BAL TO TRUE
093200         END-IF
093300     ELSE
093400         SET PRD-FEES-NOT-PROVED TO TRUE
093500     END-IF
093600     MOVE "BATCH01"           TO PRD-CLOSED-BY
093700
093800     WRITE PERIOD-SUMMARY-RECORD
093900         INVALID KEY
094000             DISPLAY "MONCLOSE: PERIOD SUMMARY NOT WRITTEN, "
094100                     "STATUS = " WS-PRDSUMM-STATUS
094200             MOVE 8 TO RETURN-CODE
094300     END-WRITE
094400     CLOSE PERIOD-SUMMARY.
094500
094600 5000-EXIT.
094700     EXIT.
094800
094900*****************************************************************
095000*    6000-PRINT-REPORT  -  ROLL-FORWARD, PROOF AGAINST THE
095100*                          MASTER, THE TWO BREAKDOWNS, THEN FEES
095200*****************************************************************
095300 6000-PRINT-REPORT.
095400     OPEN OUTPUT CLOSE-REPORT
095500     MOVE WS-PERIOD-YEAR  TO HDR-PERIOD-YEAR
095600     MOVE WS-PERIOD-MONTH TO HDR-PERIOD-MONTH
095700     MOVE WS-PERIOD-START TO HDR-PERIOD-START
095800     MOVE WS-PERIOD-END   TO HDR-PERIOD-END
095900     PERFORM 6800-PRINT-PAGE-HEADERS THRU 6800-EXIT
096000
096100     MOVE "MEMBERSHIP ROLL-FORWARD" TO SEC-TITLE
096200     PERFORM 6700-PRINT-SECTION THRU 6700-EXIT
096300     IF WS-PRIOR-CLOSE-FOUND
096400         MOVE "OPENING ACTIVE MEMBERS (PRIOR MONTH CLOSE)"
096500             TO SUM-LABEL
096600     ELSE
096700         MOVE "OPENING ACTIVE MEMBERS (WORKED BACK)"
096800             TO SUM-LABEL
096900     END-IF
097000     MOVE WS-OPENING-ACTIVE TO SUM-COUNT
097100     PERFORM 6710-PRINT-SUMMARY THRU 6710-EXIT
097200     MOVE "ADD  REGISTRATIONS" TO SUM-LABEL
097300     MOVE WS-REGISTRATIONS TO SUM-COUNT
097400     PERFORM 6710-PRINT-SUMMARY THRU 6710-EXIT
097500     MOVE "ADD  REINSTATEMENTS" TO SUM-LABEL
097600     MOVE WS-REINSTATEMENTS TO SUM-COUNT
097700     PERFORM 6710-PRINT-SUMMARY THRU 6710-EXIT
097800     MOVE "ADD  RENEWALS OF LAPSED MEMBERS" TO SUM-LABEL
097900     MOVE WS-RENEWALS TO SUM-COUNT
098000     PERFORM 6710-PRINT-SUMMARY THRU 6710-EXIT
098100     MOVE "LESS DEACTIVATIONS AND MERGES" TO SUM-LABEL
098200     MOVE WS-DEACTIVATIONS TO SUM-COUNT
098300     PERFORM 6710-PRINT-SUMMARY THRU 6710-EXIT
098400     MOVE "LESS LAPSES" TO SUM-LABEL
098500     MOVE WS-LAPSES TO SUM-COUNT
098600     PERFORM 6710-PRINT-SUMMARY THRU 6710-EXIT
098700     MOVE "CLOSING ACTIVE MEMBERS" TO SUM-LABEL
098800     MOVE WS-CLOSING-ACTIVE TO SUM-COUNT
098900     PERFORM 6710-PRINT-SUMMARY THRU 6710-EXIT
099000
099100     MOVE "PROOF AGAINST THE MEMBER MASTER" TO SEC-TITLE
099200     PERFORM 6700-PRINT-SECTION THRU 6700-EXIT
099300     MOVE "ACTIVE ON THE MEMBER MASTER AT THIS RUN" TO SUM-LABEL
099400     MOVE WS-MASTER-ACTIVE-NOW TO SUM-COUNT
099500     PERFORM 6710-PRINT-SUMMARY THRU 6710-EXIT
099600     MOVE "LESS NET MOVEMENT AFTER THE MONTH" TO SUM-LABEL
099700     MOVE WS-LATER-NET TO SUM-COUNT
099800     PERFORM 6710-PRINT-SUMMARY THRU 6710-EXIT
099900     MOVE "ACTIVE ON THE MEMBER MASTER AT MONTH END"
100000         TO SUM-LABEL
100100     MOVE WS-MASTER-AT-END TO SUM-COUNT
100200     PERFORM 6710-PRINT-SUMMARY THRU 6710-EXIT
100300     MOVE "DIFFERENCE (ROLL-FORWARD LESS MASTER)" TO SUM-LABEL
100400     MOVE WS-MEMBER-DIFFERENCE TO SUM-COUNT
100500     PERFORM 6710-PRINT-SUMMARY THRU 6710-EXIT
100600     IF WS-MEMBER-DIFFERENCE = ZERO
100700         MOVE "MEMBERSHIP IS IN BALANCE." TO RES-TEXT
100800     ELSE
100900         MOVE "MEMBERSHIP IS OUT OF BALANCE - SEE INTGRPT."
101000             TO RES-TEXT
101100     END-IF
101200     MOVE WS-RESULT-LINE TO WS-PRINT-LINE
101300     PERFORM 6900-PRINT-LINE THRU 6900-EXIT
101400
101500     PERFORM 6100-PRINT-DEPARTMENTS THRU 6100-EXIT
101600     PERFORM 6200-PRINT-OPERATORS THRU 6200-EXIT
101700     PERFORM 6300-PRINT-FEES THRU 6300-EXIT
101800
101900     MOVE WS-CLOSING-ACTIVE TO FTR-CLOSING
102000     MOVE WS-TODAY          TO FTR-RUN-DATE
102100     MOVE SPACES TO WS-PRINT-LINE
102200     PERFORM 6900-PRINT-LINE THRU 6900-EXIT
102300     MOVE WS-FOOTER-LINE TO WS-PRINT-LINE
102400     PERFORM 6900-PRINT-LINE THRU 6900-EXIT
102500     CLOSE CLOSE-REPORT.
102600
102700 6000-EXIT.
102800     EXIT.
102900
103000*****************************************************************
103100*    6100-PRINT-DEPARTMENTS  -  NAMES FROM THE DEPARTMENT
103200*                               MASTER WHEN IT IS ON HAND
103300*****************************************************************
103400 6100-PRINT-DEPARTMENTS.
103500     MOVE "ACTIVE MEMBERS AT THIS RUN BY DEPARTMENT" TO SEC-TITLE
103600     PERFORM 6700-PRINT-SECTION THRU 6700-EXIT
103700
103800     OPEN INPUT DEPARTMENT-MASTER
103900     IF WS-DEPTMAST-OK
104000         SET WS-DEPT-IS-OPEN TO TRUE
104100     END-IF
104200
104300     MOVE ZERO TO WS-DEPT-SUB
104400     PERFORM 6110-PRINT-DEPT-LINE THRU 6110-EXIT
104500         UNTIL WS-DEPT-SUB >= WS-DEPT-USED
104600     IF WS-DEPT-OVERFLOW > ZERO
104700         MOVE SPACES TO BRK-KEY
104800         MOVE "ALL OTHER DEPARTMENTS" TO BRK-NAME
104900         MOVE WS-DEPT-OVERFLOW TO BRK-COUNT
105000         MOVE WS-BREAK-LINE TO WS-PRINT-LINE
105100         PERFORM 6900-PRINT-LINE THRU 6900-EXIT
105200     END-IF
105300
105400     IF WS-DEPT-IS-OPEN
105500         CLOSE DEPARTMENT-MASTER
105600         MOVE "N" TO WS-DEPT-OPEN-SW
105700     END-IF.
105800
105900 6100-EXIT.
106000     EXIT.
106100
106200*****************************************************************
106300*    6110-PRINT-DEPT-LINE
106400*****************************************************************
106500 6110-PRINT-DEPT-LINE.
106600     ADD 1 TO WS-DEPT-SUB
106700     MOVE WS-DEPT-TBL-CODE (WS-DEPT-SUB) TO BRK-KEY
106800     MOVE SPACES TO BRK-NAME
106900     IF WS-DEPT-TBL-CODE (WS-DEPT-SUB) = SPACES
107000         MOVE "(NO DEPARTMENT)" TO BRK-NAME
107100     ELSE
107200         IF WS-DEPT-IS-OPEN
107300             MOVE WS-DEPT-TBL-CODE (WS-DEPT-SUB) TO DEPT-CODE
107400             READ DEPARTMENT-MASTER KEY IS DEPT-CODE
107500                 INVALID KEY
107600                     MOVE "(NOT ON DEPARTMENT MASTER)"
107700                         TO BRK-NAME
107800                 NOT INVALID KEY
107900                     MOVE DEPT-NAME TO BRK-NAME
108000             END-READ
108100         END-IF
108200     END-IF
108300     MOVE WS-DEPT-TBL-CNT (WS-DEPT-SUB) TO BRK-COUNT
108400     MOVE WS-BREAK-LINE TO WS-PRINT-LINE
108500     PERFORM 6900-PRINT-LINE THRU 6900-EXIT.
108600
108700 6110-EXIT.
108800     EXIT.
108900
109000*****************************************************************
109100*    6200-PRINT-OPERATORS  -  BY THE OPERATOR WHO KEYED THE
109200*                             REGISTRATION; MEMBERS WITH NO
109300*                             REGISTRATION ROW SHOW BLANK
109400*****************************************************************
109500 6200-PRINT-OPERATORS.
109600     MOVE "ACTIVE MEMBERS AT THIS RUN BY REGISTERING OPERATOR"
109700         TO SEC-TITLE
109800     PERFORM 6700-PRINT-SECTION THRU 6700-EXIT
109900
110000     MOVE ZERO TO WS-OPER-SUB
110100     PERFORM 6210-PRINT-OPER-LINE THRU 6210-EXIT
110200         UNTIL WS-OPER-SUB >= WS-OPER-USED
110300     IF WS-OPER-OVERFLOW > ZERO
110400         MOVE SPACES TO BRK-KEY
110500         MOVE "ALL OTHER OPERATORS" TO BRK-NAME
110600         MOVE WS-OPER-OVERFLOW TO BRK-COUNT
110700         MOVE WS-BREAK-LINE TO WS-PRINT-LINE
110800         PERFORM 6900-PRINT-LINE THRU 6900-EXIT
110900     END-IF.
111000
111100 6200-EXIT.
111200     EXIT.
111300
111400*****************************************************************
111500*    6210-PRINT-OPER-LINE
111600*****************************************************************
111700 6210-PRINT-OPER-LINE.
111800     ADD 1 TO WS-OPER-SUB
111900     MOVE WS-OPER-TBL-ID (WS-OPER-SUB) TO BRK-KEY
112000     IF WS-OPER-TBL-ID (WS-OPER-SUB) = SPACES
112100         MOVE "(NO REGISTRATION ROW)" TO BRK-NAME
112200     ELSE
112300         MOVE SPACES TO BRK-NAME
112400     END-IF
112500     MOVE WS-OPER-TBL-CNT (WS-OPER-SUB) TO BRK-COUNT
112600     MOVE WS-BREAK-LINE TO WS-PRINT-LINE
112700     PERFORM 6900-PRINT-LINE THRU 6900-EXIT.
112800
112900 6210-EXIT.
113000     EXIT.
113100
113200*****************************************************************
113300*    6300-PRINT-FEES  -  THE MONTH'S MOVEMENTS AND THE BALANCE
113400*                        OUTSTANDING; PROVED ONLY WHEN THERE IS
113500*                        A PRIOR CLOSE TO START FROM
113600*****************************************************************
113700 6300-PRINT-FEES.
113800     MOVE "FEES FOR THE MONTH (RUPEES)" TO SEC-TITLE
113900     PERFORM 6700-PRINT-SECTION THRU 6700-EXIT
114000     IF WS-PRIOR-CLOSE-FOUND
114100         MOVE "OUTSTANDING AT PRIOR MONTH CLOSE" TO MNY-LABEL
114200         MOVE WS-FEE-OPENING TO MNY-AMOUNT
114300         PERFORM 6720-PRINT-MONEY THRU 6720-EXIT
114400     END-IF
114500     MOVE "ASSESSED" TO MNY-LABEL
114600     MOVE WS-FEE-ASSESSED TO MNY-AMOUNT
114700     PERFORM 6720-PRINT-MONEY THRU 6720-EXIT
114800     MOVE "COLLECTED (PAYMENTS LESS REFUNDS)" TO MNY-LABEL
114900     MOVE WS-FEE-COLLECTED TO MNY-AMOUNT
115000     PERFORM 6720-PRINT-MONEY THRU 6720-EXIT
115100     MOVE "WAIVED AND WRITTEN OFF" TO MNY-LABEL
115200     MOVE WS-FEE-ADJUSTED TO MNY-AMOUNT
115300     PERFORM 6720-PRINT-MONEY THRU 6720-EXIT
115400     MOVE "OUTSTANDING ON THE FEE MASTER AT THIS RUN" TO MNY-LABEL
115500     MOVE WS-FEE-BALANCE-NOW TO MNY-AMOUNT
115600     PERFORM 6720-PRINT-MONEY THRU 6720-EXIT
115700     MOVE "LESS NET MOVEMENT AFTER THE MONTH" TO MNY-LABEL
115800     MOVE WS-FEE-LATER-NET TO MNY-AMOUNT
115900     PERFORM 6720-PRINT-MONEY THRU 6720-EXIT
116000     MOVE "OUTSTANDING AT MONTH END" TO MNY-LABEL
116100     MOVE WS-FEE-AT-END TO MNY-AMOUNT
116200     PERFORM 6720-PRINT-MONEY THRU 6720-EXIT
116300
116400     IF NOT WS-PRIOR-CLOSE-FOUND
116500         MOVE "FEES NOT PROVED - NO PRIOR MONTH CLOSE ON FILE."
116600             TO RES-TEXT
116700     ELSE
116800         MOVE "DIFFERENCE (PRIOR + MOVEMENTS LESS MASTER)"
116900             TO MNY-LABEL
117000         MOVE WS-FEE-DIFFERENCE TO MNY-AMOUNT
117100         PERFORM 6720-PRINT-MONEY THRU 6720-EXIT
117200         IF WS-FEE-DIFFERENCE = ZERO
117300             MOVE "FEES ARE IN BALANCE." TO RES-TEXT
117400         ELSE
117500             MOVE "FEES ARE OUT OF BALANCE." TO RES-TEXT
117600         END-IF
117700     END-IF
117800     MOVE WS-RESULT-LINE TO WS-PRINT-LINE
117900     PERFORM 6900-PRINT-LINE THRU 6900-EXIT.
118000
118100 6300-EXIT.
118200     EXIT.
118300
118400*****************************************************************
118500*    6700-PRINT-SECTION  -  A SECTION TITLE NEVER SITS ALONE AT
118600*                           THE FOOT OF A PAGE
118700*****************************************************************
118800 6700-PRINT-SECTION.
118900     IF WS-LINE-COUNT + 4 > WS-MAX-LINES-PER-PAGE
119000         PERFORM 6800-PRINT-PAGE-HEADERS THRU 6800-EXIT
119100     END-IF
119200     MOVE SPACES TO WS-PRINT-LINE
119300     PERFORM 6900-PRINT-LINE THRU 6900-EXIT
119400     MOVE WS-SECTION-LINE TO WS-PRINT-LINE
119500     PERFORM 6900-PRINT-LINE THRU 6900-EXIT.
119600
119700 6700-EXIT.
119800     EXIT.
119900
120000*****************************************************************
120100*    6710-PRINT-SUMMARY
120200*****************************************************************
120300 6710-PRINT-SUMMARY.
120400     MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE
120500     PERFORM 6900-PRINT-LINE THRU 6900-EXIT.
120600
120700 6710-EXIT.
120800     EXIT.
120900
121000*****************************************************************
121100*    6720-PRINT-MONEY
121200*****************************************************************
121300 6720-PRINT-MONEY.
121400     MOVE WS-MONEY-LINE TO WS-PRINT-LINE
121500     PERFORM 6900-PRINT-LINE THRU 6900-EXIT.
121600
121700 6720-EXIT.
121800     EXIT.
121900
122000*****************************************************************
122100*    6800-PRINT-PAGE-HEADERS
122200*****************************************************************
122300 6800-PRINT-PAGE-HEADERS.
122400     ADD 1 TO WS-PAGE-COUNT
122500     MOVE WS-PAGE-COUNT TO HDR-PAGE-NUMBER
122600
122700     IF WS-PAGE-COUNT > 1
122800         WRITE REPORT-LINE FROM SPACES
122900     END-IF
123000
123100     WRITE REPORT-LINE FROM WS-HEADER-LINE-1
123200     WRITE REPORT-LINE FROM WS-HEADER-LINE-2
123300     MOVE ZERO TO WS-LINE-COUNT.
123400
123500 6800-EXIT.
123600     EXIT.
123700
123800*****************************************************************
123900*    6900-PRINT-LINE  -  EVERY BODY LINE GOES THROUGH HERE SO
124000*                        THE PAGE BREAK IS IN ONE PLACE
124100*****************************************************************
124200 6900-PRINT-LINE.
124300     IF WS-LINE-COUNT NOT < WS-MAX-LINES-PER-PAGE
124400         PERFORM 6800-PRINT-PAGE-HEADERS THRU 6800-EXIT
124500     END-IF
124600     WRITE REPORT-LINE FROM WS-PRINT-LINE
124700     ADD 1 TO WS-LINE-COUNT.
124800
124900 6900-EXIT.
125000     EXIT.
125100
125200*****************************************************************
125300*    8000-TERMINATE  -  OUT OF BALANCE IS A WARNING, NOT A
125400*                       FAILURE: THE CLOSE IS ALREADY RECORDED
125500*****************************************************************
125600 8000-TERMINATE.
125700     DISPLAY "MONCLOSE: PERIOD " WS-PERIOD-YEAR "-"
125800             WS-PERIOD-MONTH " CLOSED, " WS-CLOSING-ACTIVE
125900             " ACTIVE MEMBER(S)."
126000     IF RETURN-CODE = ZERO
126100         IF WS-MEMBER-DIFFERENCE NOT = ZERO
126200                 OR WS-FEE-DIFFERENCE NOT = ZERO
126300             DISPLAY "MONCLOSE: THE CLOSE IS OUT OF BALANCE - "
126400                     "SEE MONCRPT."
126500             MOVE 4 TO RETURN-CODE
126600         END-IF
126700     END-IF.
126800
126900 8000-EXIT.
127000     EXIT.
127100
127200*****************************************************************
127300*    9500-WRITE-RUN-HISTORY  -  THE ROLL-FORWARD AS "C" ROWS ON
127400*                               EODHIST, OR THE PERIOD REFUSED
127500*****************************************************************
127600 9500-WRITE-RUN-HISTORY.
127700     OPEN EXTEND EOD-HISTORY
127800     IF WS-EODHIST-STATUS = "05" OR WS-EODHIST-STATUS = "35"
127900         OPEN OUTPUT EOD-HISTORY
128000     END-IF
128100     IF NOT WS-EODHIST-OK
128200         DISPLAY "MONCLOSE: RUN HISTORY NOT WRITTEN, STATUS = "
128300                 WS-EODHIST-STATUS
128400         GO TO 9500-EXIT
128500     END-IF
128600
128700     IF WS-CLOSE-REFUSED
128800         MOVE "PERIOD ALREADY CLOSED"  TO WS-COUNT-LABEL
128900         MOVE WS-PERIOD                TO WS-COUNT-VALUE
129000         PERFORM 9510-ONE-COUNT-ROW THRU 9510-EXIT
129100         CLOSE EOD-HISTORY
129200         GO TO 9500-EXIT
129300     END-IF
129400
129500     MOVE "PERIOD CLOSED"          TO WS-COUNT-LABEL
129600     MOVE WS-PERIOD                TO WS-COUNT-VALUE
129700     PERFORM 9510-ONE-COUNT-ROW THRU 9510-EXIT
129800     MOVE "OPENING ACTIVE"         TO WS-COUNT-LABEL
129900     MOVE WS-OPENING-ACTIVE        TO WS-COUNT-VALUE
130000     PERFORM 9510-ONE-COUNT-ROW THRU 9510-EXIT
130100     MOVE "REGISTRATIONS"          TO WS-COUNT-LABEL
130200     MOVE WS-REGISTRATIONS         TO WS-COUNT-VALUE
130300     PERFORM 9510-ONE-COUNT-ROW THRU 9510-EXIT
130400     MOVE "REINSTATEMENTS"         TO WS-COUNT-LABEL
130500     MOVE WS-REINSTATEMENTS        TO WS-COUNT-VALUE
130600     PERFORM 9510-ONE-COUNT-ROW THRU 9510-EXIT
130700     MOVE "RENEWALS OF LAPSED"     TO WS-COUNT-LABEL
130800     MOVE WS-RENEWALS              TO WS-COUNT-VALUE
130900     PERFORM 9510-ONE-COUNT-ROW THRU 9510-EXIT
131000     MOVE "DEACTIVATIONS"          TO WS-COUNT-LABEL
131100     MOVE WS-DEACTIVATIONS         TO WS-COUNT-VALUE
131200     PERFORM 9510-ONE-COUNT-ROW THRU 9510-EXIT
131300     MOVE "LAPSES"                 TO WS-COUNT-LABEL
131400     MOVE WS-LAPSES                TO WS-COUNT-VALUE
131500     PERFORM 9510-ONE-COUNT-ROW THRU 9510-EXIT
131600     MOVE "CLOSING ACTIVE"         TO WS-COUNT-LABEL
131700     MOVE WS-CLOSING-ACTIVE        TO WS-COUNT-VALUE
131800     PERFORM 9510-ONE-COUNT-ROW THRU 9510-EXIT
131900     MOVE "MASTER ACTIVE AT CLOSE" TO WS-COUNT-LABEL
132000     MOVE WS-MASTER-AT-END         TO WS-COUNT-VALUE
132100     PERFORM 9510-ONE-COUNT-ROW THRU 9510-EXIT
132200
132300     CLOSE EOD-HISTORY.
132400
132500 9500-EXIT.
132600     EXIT.
132700
132800*****************************************************************
132900*    9510-ONE-COUNT-ROW
133000*****************************************************************
133100 9510-ONE-COUNT-ROW.
133200     INITIALIZE EOD-HISTORY-RECORD
133300     SET EODH-COUNT-ROW TO TRUE
133400     MOVE WS-TODAY        TO EODH-RUN-DATE
133500     MOVE "MONCLOSE"      TO EODH-PROGRAM
133600     MOVE WS-COUNT-LABEL  TO EODH-COUNT-LABEL
133700     MOVE WS-COUNT-VALUE  TO EODH-COUNT-VALUE
133800     WRITE EOD-HISTORY-RECORD.
133900
134000 9510-EXIT.
134100     EXIT.

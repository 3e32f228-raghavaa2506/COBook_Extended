000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    FEESTMT.
000300 AUTHOR.        R. IYENGAR - APPLICATIONS.
000400 INSTALLATION.  IIT TIRUPATI - MEMBER SERVICES.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  MODIFICATION HISTORY
000900*  DATE        INIT  DESCRIPTION
001000*  2026-10-15  RI    ORIGINAL - MEMBER FEE STATEMENTS FROM THE
001100*                    FEEJRNL FEE JOURNAL.  THE OPERATOR SUPPLIES
001200*                    THE PERIOD (BLANK TAKES THE MONTH TO DATE)
001300*                    AND AN OPTIONAL MEMBER-ID.  THE JOURNAL IS
001400*                    SORTED BY MEMBER AND TIME AND MATCHED
001500*                    AGAINST THE FEE MASTER; EACH MEMBER WITH A
001600*                    MOVEMENT IN THE PERIOD OR A BALANCE STILL
001700*                    STANDING GETS A PAGE SHOWING THE OPENING
001800*                    BALANCE, EVERY MOVEMENT AND THE CLOSING
001900*                    BALANCE.  THE OPENING BALANCE IS WORKED
002000*                    BACK FROM THE FIRST JOURNAL ROW ON OR AFTER
002100*                    THE PERIOD START (ITS BALANCE-AFTER LESS
002200*                    ITS OWN MOVEMENT), OR IS THE MASTER BALANCE
002300*                    WHEN NOTHING HAS MOVED SINCE, SO BALANCES
002400*                    FROM BEFORE THE JOURNAL EXISTED STILL CARRY
002500*                    IN.  A ROW WHOSE BALANCE-AFTER DISAGREES
002600*                    WITH THE RUNNING BALANCE IS FLAGGED "*" AND
002700*                    COUNTED, AND JOURNAL ROWS FOR A MEMBER WITH
002800*                    NO FEE RECORD ARE COUNTED - EITHER ONE IS A
002900*                    BREAK FINANCE NEEDS TO SEE.
002930*  2026-10-15  RI    MERGE-IN AND MERGE-OUT ROWS NAMED AND
002960*                    TOTALLED WITH THE OTHER MOVEMENT TYPES.
003000*****************************************************************
003100
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT FEE-JOURNAL     ASSIGN TO "FEEJRNL"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-FEEJRNL-STATUS.
003800
003900     SELECT SORT-WORK       ASSIGN TO "SORTWK1".
004000
004100     SELECT SORTED-JOURNAL  ASSIGN TO "FEESRTD"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-SORTED-STATUS.
004400
004500     SELECT FEE-MASTER      ASSIGN TO "FEEMAST"
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS SEQUENTIAL
004800         RECORD KEY IS FEE-MEMBER-ID
004900         FILE STATUS IS WS-FEEMAST-STATUS.
005000
005100     SELECT MEMBER-MASTER   ASSIGN TO "MEMMAST"
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS RANDOM
005400         RECORD KEY IS MEMBER-ID
005500         ALTERNATE RECORD KEY IS MEMBER-NAME WITH DUPLICATES
005600         FILE STATUS IS WS-MEMMAST-STATUS.
005700
005800     SELECT STATEMENT-REPORT ASSIGN TO "FEESTMT"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-REPORT-STATUS.
006100
006200 DATA DIVISION.
006300 FILE SECTION.
006400 FD  FEE-JOURNAL
006500     LABEL RECORDS ARE STANDARD.
006600 01  FEE-JOURNAL-INPUT       PIC X(61).
006700
006800 SD  SORT-WORK.
006900 01  SORT-RECORD.
007000     05  SRT-MEMBER-ID       PIC 9(06).
007100     05  SRT-TIMESTAMP       PIC 9(16).
007200     05  FILLER              PIC X(39).
007300
007400 FD  SORTED-JOURNAL
007500     LABEL RECORDS ARE STANDARD.
007600 COPY FEEJREC.
007700
007800 FD  FEE-MASTER
007900     LABEL RECORDS ARE STANDARD.
008000 COPY FEEREC.
008100
008200 FD  MEMBER-MASTER
008300     LABEL RECORDS ARE STANDARD.
008400 COPY MEMREC.
008500
008600 FD  STATEMENT-REPORT
008700     LABEL RECORDS ARE STANDARD.
008800 01  REPORT-LINE             PIC X(80).
008900
009000 WORKING-STORAGE SECTION.
009100*****************************************************************
009200*    FILE STATUS AND SWITCHES
009300*****************************************************************
009400 01  WS-FEEJRNL-STATUS       PIC X(02) VALUE "00".
009500     88  WS-FEEJRNL-OK               VALUE "00".
009600
009700 01  WS-SORTED-STATUS        PIC X(02) VALUE "00".
009800     88  WS-SORTED-OK                VALUE "00".
009900
010000 01  WS-FEEMAST-STATUS       PIC X(02) VALUE "00".
010100     88  WS-FEEMAST-OK               VALUE "00".
010200
010300 01  WS-MEMMAST-STATUS       PIC X(02) VALUE "00".
010400     88  WS-MEMMAST-OK               VALUE "00".
010500
010600 01  WS-REPORT-STATUS        PIC X(02) VALUE "00".
010700     88  WS-REPORT-OK                VALUE "00".
010800
010900 01  WS-FEE-EOF-SW           PIC X(01) VALUE "N".
011000     88  WS-FEE-EOF                  VALUE "Y".
011100
011200 01  WS-JRNL-EOF-SW          PIC X(01) VALUE "N".
011300     88  WS-JRNL-EOF                 VALUE "Y".
011400
011500 01  WS-SORTED-OPEN-SW       PIC X(01) VALUE "N".
011600     88  WS-SORTED-IS-OPEN           VALUE "Y".
011700
011800 01  WS-FEEMAST-OPEN-SW      PIC X(01) VALUE "N".
011900     88  WS-FEEMAST-IS-OPEN          VALUE "Y".
012000
012100 01  WS-MEMMAST-OPEN-SW      PIC X(01) VALUE "N".
012200     88  WS-MEMMAST-IS-OPEN          VALUE "Y".
012300
012400 01  WS-REPORT-OPEN-SW       PIC X(01) VALUE "N".
012500     88  WS-REPORT-IS-OPEN           VALUE "Y".
012600
012700 01  WS-ROW-IN-PERIOD-SW     PIC X(01) VALUE "N".
012800     88  WS-ROW-IN-PERIOD            VALUE "Y".
012900
013000*****************************************************************
013100*    SELECTION CRITERIA FROM THE OPERATOR
013200*****************************************************************
013300 01  WS-FROM-DATE-X          PIC X(08).
013400 01  WS-TO-DATE-X            PIC X(08).
013500 01  WS-MEMBER-ID-X          PIC X(06).
013600 01  WS-FROM-DATE            PIC 9(08) VALUE ZERO.
013700 01  WS-TO-DATE              PIC 9(08) VALUE ZERO.
013800 01  WS-MEMBER-FILTER        PIC 9(06) VALUE ZERO.
013900
014000 01  WS-TODAY.
014100     05  WS-TODAY-YEAR       PIC 9(04).
014200     05  WS-TODAY-MONTH      PIC 9(02).
014300     05  WS-TODAY-DAY        PIC 9(02).
014400 01  WS-TODAY-NUM REDEFINES WS-TODAY
014500                             PIC 9(08).
014600
014700*****************************************************************
014800*    DATE WORK AREA - FJ-POST-DATE SPLIT OUT READABLE
014900*****************************************************************
015000 01  WS-POST-DATE-SPLIT.
015100     05  WS-POST-YEAR        PIC 9(04).
015200     05  WS-POST-MONTH       PIC 9(02).
015300     05  WS-POST-DAY         PIC 9(02).
015400 01  WS-POST-DATE-NUM REDEFINES WS-POST-DATE-SPLIT
015500                             PIC 9(08).
015600
015700*****************************************************************
015800*    ONE MEMBER'S STATEMENT
015900*****************************************************************
016000 01  WS-OPENING-BALANCE      PIC S9(07)V99 VALUE ZERO.
016100 01  WS-RUNNING-BALANCE      PIC S9(07)V99 VALUE ZERO.
016200 01  WS-PERIOD-DEBITS        PIC 9(07)V99 VALUE ZERO.
016300 01  WS-PERIOD-CREDITS       PIC 9(07)V99 VALUE ZERO.
016400 01  WS-PERIOD-ROWS          PIC 9(05) VALUE ZERO.
016500
016600*****************************************************************
016700*    MOVEMENT TYPES - NAME, COUNT AND AMOUNT BY TYPE FOR THE
016800*    RUN SUMMARY, IN THE ORDER 3110-FIND-TYPE NUMBERS THEM
016900*****************************************************************
017100 01  WS-TYPE-NAME-VALUES.
017200     05  FILLER              PIC X(10) VALUE "ASSESSED".
017300     05  FILLER              PIC X(10) VALUE "PAYMENT".
017400     05  FILLER              PIC X(10) VALUE "WAIVER".
017500     05  FILLER              PIC X(10) VALUE "REFUND".
017600     05  FILLER              PIC X(10) VALUE "WRITE-OFF".
017630     05  FILLER              PIC X(10) VALUE "MERGED IN".
017660     05  FILLER              PIC X(10) VALUE "MERGED OUT".
017700 01  WS-TYPE-NAME-TABLE REDEFINES WS-TYPE-NAME-VALUES.
017800     05  WS-TYPE-NAME        PIC X(10) OCCURS 7 TIMES.
017900 01  WS-TYPE-TOTALS.
018000     05  WS-TYPE-TOTAL OCCURS 7 TIMES.
018100         10  WS-TYPE-COUNT   PIC 9(06).
018200         10  WS-TYPE-AMOUNT  PIC 9(09)V99.
018300 01  WS-TYPE-SUB             PIC 9(02) COMP VALUE ZERO.
018400
018500*****************************************************************
018600*    PAGE CONTROL AND RUN COUNTS
018700*****************************************************************
018800 01  WS-LINE-COUNT           PIC 9(02) VALUE ZERO.
018900 01  WS-PAGE-COUNT           PIC 9(04) VALUE ZERO.
019000 01  WS-MAX-LINES-PER-PAGE   PIC 9(02) VALUE 50.
019100 01  WS-STATEMENT-COUNT      PIC 9(06) VALUE ZERO.
019200 01  WS-ROWS-LISTED          PIC 9(06) VALUE ZERO.
019300 01  WS-ORPHAN-COUNT         PIC 9(06) VALUE ZERO.
019400 01  WS-BREAK-COUNT          PIC 9(06) VALUE ZERO.
019500
019600*****************************************************************
019700*    REPORT LINE LAYOUTS
019800*****************************************************************
019900 01  WS-HEADER-LINE-1.
020000     05  FILLER              PIC X(17) VALUE SPACES.
020100     05  FILLER              PIC X(34)
020200         VALUE "IIT TIRUPATI - FEE STATEMENT".
020300     05  FILLER              PIC X(06) VALUE "PAGE ".
020400     05  HDR-PAGE-NUMBER     PIC ZZZ9.
020500     05  FILLER              PIC X(19) VALUE SPACES.
020600
020700 01  WS-HEADER-LINE-2.
020800     05  FILLER              PIC X(07) VALUE "MEMBER ".
020900     05  HDR-MEMBER-ID       PIC 9(06).
021000     05  FILLER              PIC X(01) VALUE SPACES.
021100     05  HDR-MEMBER-NAME     PIC X(30).
021200     05  FILLER              PIC X(08) VALUE " PERIOD ".
021300     05  HDR-FROM-DATE       PIC 9(08).
021400     05  FILLER              PIC X(04) VALUE " TO ".
021500     05  HDR-TO-DATE         PIC 9(08).
021600     05  FILLER              PIC X(08) VALUE SPACES.
021700
021800 01  WS-HEADER-LINE-3.
021900     05  FILLER              PIC X(11) VALUE "DATE".
022000     05  FILLER              PIC X(11) VALUE "TYPE".
022100     05  FILLER              PIC X(07) VALUE "RSN".
022200     05  FILLER              PIC X(09) VALUE "OPERATOR".
022300     05  FILLER              PIC X(14) VALUE "       DEBIT".
022400     05  FILLER              PIC X(14) VALUE "      CREDIT".
022500     05  FILLER              PIC X(14) VALUE "      BALANCE".
022600
022700 01  WS-DETAIL-LINE.
022800     05  DET-DATE.
022900         10  DET-DATE-YEAR   PIC 9(04).
023000         10  FILLER          PIC X(01) VALUE "-".
023100         10  DET-DATE-MONTH  PIC 9(02).
023200         10  FILLER          PIC X(01) VALUE "-".
023300         10  DET-DATE-DAY    PIC 9(02).
023400     05  FILLER              PIC X(01) VALUE SPACES.
023500     05  DET-TYPE            PIC X(10).
023600     05  FILLER              PIC X(01) VALUE SPACES.
023700     05  DET-REASON          PIC X(04).
023800     05  FILLER              PIC X(03) VALUE SPACES.
023900     05  DET-OPERATOR        PIC X(08).
024000     05  FILLER              PIC X(01) VALUE SPACES.
024100     05  DET-DEBIT           PIC Z,ZZZ,ZZ9.99.
024200     05  FILLER              PIC X(02) VALUE SPACES.
024300     05  DET-CREDIT          PIC Z,ZZZ,ZZ9.99.
024400     05  FILLER              PIC X(02) VALUE SPACES.
024500     05  DET-BALANCE         PIC Z,ZZZ,ZZ9.99-.
024600     05  DET-FLAG            PIC X(01).
024700
024800 01  WS-BALANCE-LINE.
024900     05  FILLER              PIC X(02) VALUE SPACES.
025000     05  BAL-LABEL           PIC X(40).
025100     05  FILLER              PIC X(24) VALUE SPACES.
025200     05  BAL-AMOUNT          PIC Z,ZZZ,ZZ9.99-.
025300     05  FILLER              PIC X(01) VALUE SPACES.
025400
025500 01  WS-PERIOD-TOTAL-LINE.
025600     05  FILLER              PIC X(02) VALUE SPACES.
025700     05  FILLER              PIC X(36) VALUE "PERIOD TOTALS".
025800     05  PTL-DEBITS          PIC Z,ZZZ,ZZ9.99.
025900     05  FILLER              PIC X(02) VALUE SPACES.
026000     05  PTL-CREDITS         PIC Z,ZZZ,ZZ9.99.
026100     05  FILLER              PIC X(16) VALUE SPACES.
026200
026300 01  WS-SUMMARY-LINE.
026400     05  FILLER              PIC X(02) VALUE SPACES.
026500     05  SUM-LABEL           PIC X(30).
026600     05  SUM-COUNT           PIC ZZZ,ZZ9.
026700     05  FILLER              PIC X(03) VALUE SPACES.
026800     05  SUM-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99.
026900     05  FILLER              PIC X(24) VALUE SPACES.
027000
027100 01  WS-SECTION-LINE.
027200     05  SEC-TITLE           PIC X(40).
027300     05  FILLER              PIC X(40) VALUE SPACES.
027400
027500 01  WS-FOOTER-LINE.
027600     05  FILLER              PIC X(20) VALUE
027700         "STATEMENTS PRINTED: ".
027800     05  FTR-STATEMENT-COUNT PIC ZZZ,ZZ9.
027900     05  FILLER              PIC X(08) VALUE SPACES.
028000     05  FILLER              PIC X(10) VALUE "RUN DATE: ".
028100     05  FTR-RUN-DATE        PIC 9(08).
028200     05  FILLER              PIC X(27) VALUE SPACES.
028300
028400 PROCEDURE DIVISION.
028500 0000-MAINLINE.
028600     PERFORM 1000-INITIALIZE THRU 1000-EXIT
028700     PERFORM 2000-PROCESS-MEMBER THRU 2000-EXIT
028800         UNTIL WS-FEE-EOF
028900     PERFORM 7000-PRINT-SUMMARY THRU 7000-EXIT
029000     PERFORM 8000-TERMINATE THRU 8000-EXIT.
029100
029200 0000-EXIT.
029300     GOBACK.
029400
029500*****************************************************************
029600*    1000-INITIALIZE  -  TAKE THE PERIOD AND MEMBER, SORT THE
029700*                        JOURNAL INTO MEMBER/TIME ORDER, OPEN
029800*                        THE MASTERS AND THE REPORT
029900*****************************************************************
030000 1000-INITIALIZE.
030100     ACCEPT WS-TODAY FROM DATE YYYYMMDD
030200     INITIALIZE WS-TYPE-TOTALS
030300
030400*    THE DEFAULT PERIOD IS THE MONTH TO DATE
030500     MOVE WS-TODAY-NUM TO WS-FROM-DATE
030600     MOVE "01"         TO WS-FROM-DATE (7:2)
030700     MOVE WS-TODAY-NUM TO WS-TO-DATE
030800
030900     DISPLAY "Statement from date (YYYYMMDD, blank for the "
031000             "first of this month): "
031100     ACCEPT WS-FROM-DATE-X
031200     IF WS-FROM-DATE-X NUMERIC
031300         MOVE WS-FROM-DATE-X TO WS-FROM-DATE
031400     END-IF
031500
031600     DISPLAY "Statement to date (YYYYMMDD, blank for today): "
031700     ACCEPT WS-TO-DATE-X
031800     IF WS-TO-DATE-X NUMERIC
031900         MOVE WS-TO-DATE-X TO WS-TO-DATE
032000     END-IF
032100
032200     IF WS-FROM-DATE > WS-TO-DATE
032300         DISPLAY "FEESTMT: FROM DATE IS AFTER TO DATE - "
032400                 "NO STATEMENTS PRINTED"
032500         SET WS-FEE-EOF TO TRUE
032600         MOVE 8 TO RETURN-CODE
032700         GO TO 1000-EXIT
032800     END-IF
032900
033000     DISPLAY "Member ID (blank for all): "
033100     ACCEPT WS-MEMBER-ID-X
033200     IF WS-MEMBER-ID-X NUMERIC
033300         MOVE WS-MEMBER-ID-X TO WS-MEMBER-FILTER
033400     END-IF
033500
033600     OPEN INPUT FEE-MASTER
033700     IF NOT WS-FEEMAST-OK
033800         DISPLAY "FEESTMT: NO FEE MASTER ON HAND, STATUS = "
033900                 WS-FEEMAST-STATUS
034000         SET WS-FEE-EOF TO TRUE
034100         MOVE 8 TO RETURN-CODE
034200         GO TO 1000-EXIT
034300     END-IF
034400     SET WS-FEEMAST-IS-OPEN TO TRUE
034500
034600     OPEN INPUT MEMBER-MASTER
034700     IF WS-MEMMAST-OK
034800         SET WS-MEMMAST-IS-OPEN TO TRUE
034900     END-IF
035000
035100     PERFORM 1100-SORT-JOURNAL THRU 1100-EXIT
035200
035300     OPEN OUTPUT STATEMENT-REPORT
035400     SET WS-REPORT-IS-OPEN TO TRUE
035500     MOVE WS-FROM-DATE TO HDR-FROM-DATE
035600     MOVE WS-TO-DATE   TO HDR-TO-DATE
035700
035800     PERFORM 1200-READ-FEE-MASTER THRU 1200-EXIT.
035900
036000 1000-EXIT.
036100     EXIT.
036200
036300*****************************************************************
036400*    1100-SORT-JOURNAL  -  NO JOURNAL YET JUST MEANS NOTHING HAS
036500*                          MOVED; EVERY STATEMENT IS THEN THE
036600*                          MASTER BALANCE ALONE
036700*****************************************************************
036800 1100-SORT-JOURNAL.
036900     OPEN INPUT FEE-JOURNAL
037000     IF NOT WS-FEEJRNL-OK
037100         DISPLAY "FEESTMT: NO FEE JOURNAL ON HAND, STATUS = "
037200                 WS-FEEJRNL-STATUS
037300         SET WS-JRNL-EOF TO TRUE
037400         GO TO 1100-EXIT
037500     END-IF
037600     CLOSE FEE-JOURNAL
037700
037800     SORT SORT-WORK
037900         ON ASCENDING KEY SRT-MEMBER-ID SRT-TIMESTAMP
038000         WITH DUPLICATES IN ORDER
038100         USING FEE-JOURNAL
038200         GIVING SORTED-JOURNAL
038300
038400     OPEN INPUT SORTED-JOURNAL
038500     IF NOT WS-SORTED-OK
038600         DISPLAY "FEESTMT: SORTED JOURNAL NOT AVAILABLE, "
038700                 "STATUS = " WS-SORTED-STATUS
038800         SET WS-JRNL-EOF TO TRUE
038900         GO TO 1100-EXIT
039000     END-IF
039100     SET WS-SORTED-IS-OPEN TO TRUE
039200
039300     PERFORM 1300-READ-JOURNAL THRU 1300-EXIT.
039400
039500 1100-EXIT.
039600     EXIT.
039700
039800*****************************************************************
039900*    1200-READ-FEE-MASTER
040000*****************************************************************
040100 1200-READ-FEE-MASTER.
040200     READ FEE-MASTER NEXT RECORD
040300         AT END
040400             SET WS-FEE-EOF TO TRUE
040500     END-READ.
040600
040700 1200-EXIT.
040800     EXIT.
040900
041000*****************************************************************
041100*    1300-READ-JOURNAL
041200*****************************************************************
041300 1300-READ-JOURNAL.
041400     READ SORTED-JOURNAL
041500         AT END
041600             SET WS-JRNL-EOF TO TRUE
041700     END-READ.
041800
041900 1300-EXIT.
042000     EXIT.
042100
042200*****************************************************************
042300*    2000-PROCESS-MEMBER  -  ONE FEE MASTER RECORD PER PASS.
042400*                            JOURNAL ROWS FOR A MEMBER WITH NO
042500*                            FEE RECORD ARE PASSED OVER AND
042600*                            COUNTED; ROWS BEFORE THE PERIOD ARE
042700*                            PASSED OVER.
042800*****************************************************************
042900 2000-PROCESS-MEMBER.
043000     PERFORM 2100-SKIP-ORPHAN-ROW THRU 2100-EXIT
043100         UNTIL WS-JRNL-EOF
043200            OR FJ-MEMBER-ID NOT < FEE-MEMBER-ID
043300
043400     IF WS-MEMBER-FILTER NOT = ZERO
043500             AND FEE-MEMBER-ID NOT = WS-MEMBER-FILTER
043600         PERFORM 2900-SKIP-MEMBER-ROWS THRU 2900-EXIT
043700         GO TO 2000-NEXT
043800     END-IF
043900
044000     PERFORM 2200-SKIP-EARLIER-ROW THRU 2200-EXIT
044100         UNTIL WS-JRNL-EOF
044200            OR FJ-MEMBER-ID NOT = FEE-MEMBER-ID
044300            OR FJ-POST-DATE NOT < WS-FROM-DATE
044400
044500*    WORK BACK TO THE OPENING BALANCE FROM THE FIRST ROW ON OR
044600*    AFTER THE PERIOD START; WITH NO SUCH ROW THE MASTER
044700*    BALANCE HAS STOOD SINCE BEFORE THE PERIOD
044800     MOVE "N" TO WS-ROW-IN-PERIOD-SW
044900     IF NOT WS-JRNL-EOF AND FJ-MEMBER-ID = FEE-MEMBER-ID
045000         IF FJ-RAISES-BALANCE
045100             COMPUTE WS-OPENING-BALANCE =
045200                     FJ-BALANCE-AFTER - FJ-AMOUNT
045300         ELSE
045400             COMPUTE WS-OPENING-BALANCE =
045500                     FJ-BALANCE-AFTER + FJ-AMOUNT
045600         END-IF
045700         IF FJ-POST-DATE NOT > WS-TO-DATE
045800             SET WS-ROW-IN-PERIOD TO TRUE
045900         END-IF
046000     ELSE
046100         MOVE FEE-BALANCE TO WS-OPENING-BALANCE
046200     END-IF
046300
046400*    NOTHING MOVED AND NOTHING OWED - NO STATEMENT
046500     IF NOT WS-ROW-IN-PERIOD AND WS-OPENING-BALANCE = ZERO
046600         PERFORM 2900-SKIP-MEMBER-ROWS THRU 2900-EXIT
046700         GO TO 2000-NEXT
046800     END-IF
046900
047000     PERFORM 3000-START-STATEMENT THRU 3000-EXIT
047100     PERFORM 3100-PRINT-MOVEMENT THRU 3100-EXIT
047200         UNTIL WS-JRNL-EOF
047300            OR FJ-MEMBER-ID NOT = FEE-MEMBER-ID
047400            OR FJ-POST-DATE > WS-TO-DATE
047500     PERFORM 3200-END-STATEMENT THRU 3200-EXIT
047600
047700     PERFORM 2900-SKIP-MEMBER-ROWS THRU 2900-EXIT.
047800
047900 2000-NEXT.
048000     PERFORM 1200-READ-FEE-MASTER THRU 1200-EXIT.
048100
048200 2000-EXIT.
048300     EXIT.
048400
048500*****************************************************************
048600*    2100-SKIP-ORPHAN-ROW  -  A JOURNAL ROW WITH NO FEE RECORD
048700*****************************************************************
048800 2100-SKIP-ORPHAN-ROW.
048900     ADD 1 TO WS-ORPHAN-COUNT
049000     DISPLAY "FEESTMT: JOURNAL ROW FOR MEMBER " FJ-MEMBER-ID
049100             " HAS NO FEE RECORD"
049200     PERFORM 1300-READ-JOURNAL THRU 1300-EXIT.
049300
049400 2100-EXIT.
049500     EXIT.
049600
049700*****************************************************************
049800*    2200-SKIP-EARLIER-ROW  -  A ROW FROM BEFORE THE PERIOD
049900*****************************************************************
050000 2200-SKIP-EARLIER-ROW.
050100     PERFORM 1300-READ-JOURNAL THRU 1300-EXIT.
050200
050300 2200-EXIT.
050400     EXIT.
050500
050600*****************************************************************
050700*    2900-SKIP-MEMBER-ROWS  -  PASS OVER WHATEVER IS LEFT FOR
050800*                             THE CURRENT MEMBER
050900*****************************************************************
051000 2900-SKIP-MEMBER-ROWS.
051100     PERFORM 2200-SKIP-EARLIER-ROW THRU 2200-EXIT
051200         UNTIL WS-JRNL-EOF
051300            OR FJ-MEMBER-ID NOT = FEE-MEMBER-ID.
051400
051500 2900-EXIT.
051600     EXIT.
051700
051800*****************************************************************
051900*    3000-START-STATEMENT  -  NEW PAGE, NAME OFF THE MEMBER
052000*                             MASTER, OPENING BALANCE
052100*****************************************************************
052200 3000-START-STATEMENT.
052300     ADD 1 TO WS-STATEMENT-COUNT
052400     MOVE FEE-MEMBER-ID TO HDR-MEMBER-ID
052500     MOVE "*** NOT ON THE MEMBER MASTER ***" TO HDR-MEMBER-NAME
052600     IF WS-MEMMAST-IS-OPEN
052700         MOVE FEE-MEMBER-ID TO MEMBER-ID
052800         READ MEMBER-MASTER KEY IS MEMBER-ID
052900             INVALID KEY
053000                 CONTINUE
053100             NOT INVALID KEY
053200                 MOVE MEMBER-NAME TO HDR-MEMBER-NAME
053300         END-READ
053400     END-IF
053500
053600     MOVE WS-OPENING-BALANCE TO WS-RUNNING-BALANCE
053700     MOVE ZERO TO WS-PERIOD-DEBITS WS-PERIOD-CREDITS
053800                  WS-PERIOD-ROWS
053900
054000     PERFORM 6000-PRINT-HEADERS THRU 6000-EXIT
054100     MOVE "OPENING BALANCE" TO BAL-LABEL
054200     MOVE WS-OPENING-BALANCE TO BAL-AMOUNT
054300     WRITE REPORT-LINE FROM WS-BALANCE-LINE
054400     ADD 1 TO WS-LINE-COUNT.
054500
054600 3000-EXIT.
054700     EXIT.
054800
054900*****************************************************************
055000*    3100-PRINT-MOVEMENT  -  ONE JOURNAL ROW IN THE PERIOD.  A
055100*                            ROW THAT DOES NOT FOLLOW ON FROM
055200*                            THE RUNNING BALANCE IS FLAGGED AND
055300*                            THE RUNNING BALANCE TAKES THE
055400*                            JOURNAL'S FIGURE FROM THERE ON.
055500*****************************************************************
055600 3100-PRINT-MOVEMENT.
055700     IF WS-LINE-COUNT NOT < WS-MAX-LINES-PER-PAGE
055800         PERFORM 6000-PRINT-HEADERS THRU 6000-EXIT
055900     END-IF
056000
056100     MOVE FJ-POST-DATE    TO WS-POST-DATE-NUM
056200     MOVE WS-POST-YEAR    TO DET-DATE-YEAR
056300     MOVE WS-POST-MONTH   TO DET-DATE-MONTH
056400     MOVE WS-POST-DAY     TO DET-DATE-DAY
056500     MOVE FJ-REASON-CODE  TO DET-REASON
056600     MOVE FJ-OPERATOR-ID  TO DET-OPERATOR
056700     MOVE ZERO            TO DET-DEBIT DET-CREDIT
056800     MOVE SPACE           TO DET-FLAG
056900
057000     PERFORM 3110-FIND-TYPE THRU 3110-EXIT
057100     IF WS-TYPE-SUB > ZERO
057200         MOVE WS-TYPE-NAME (WS-TYPE-SUB) TO DET-TYPE
057300         ADD 1         TO WS-TYPE-COUNT (WS-TYPE-SUB)
057400         ADD FJ-AMOUNT TO WS-TYPE-AMOUNT (WS-TYPE-SUB)
057500     ELSE
057600         MOVE FJ-TRAN-TYPE TO DET-TYPE
057700     END-IF
057800
057900     IF FJ-RAISES-BALANCE
058000         MOVE FJ-AMOUNT TO DET-DEBIT
058100         ADD FJ-AMOUNT  TO WS-PERIOD-DEBITS
058200         ADD FJ-AMOUNT  TO WS-RUNNING-BALANCE
058300     ELSE
058400         MOVE FJ-AMOUNT TO DET-CREDIT
058500         ADD FJ-AMOUNT  TO WS-PERIOD-CREDITS
058600         SUBTRACT FJ-AMOUNT FROM WS-RUNNING-BALANCE
058700     END-IF
058800
058900     IF WS-RUNNING-BALANCE NOT = FJ-BALANCE-AFTER
059000         MOVE "*" TO DET-FLAG
059100         ADD 1 TO WS-BREAK-COUNT
059200         MOVE FJ-BALANCE-AFTER TO WS-RUNNING-BALANCE
059300     END-IF
059400     MOVE WS-RUNNING-BALANCE TO DET-BALANCE
059500
059600     WRITE REPORT-LINE FROM WS-DETAIL-LINE
059700     ADD 1 TO WS-LINE-COUNT
059800     ADD 1 TO WS-PERIOD-ROWS
059900     ADD 1 TO WS-ROWS-LISTED
060000
060100     PERFORM 1300-READ-JOURNAL THRU 1300-EXIT.
060200
060300 3100-EXIT.
060400     EXIT.
060500
060600*****************************************************************
060700*    3110-FIND-TYPE  -  SUBSCRIPT OF THE ROW'S TYPE IN THE
060800*                       TYPE TABLES, ZERO IF UNKNOWN
060900*****************************************************************
061000 3110-FIND-TYPE.
061100     MOVE ZERO TO WS-TYPE-SUB
061200     EVALUATE TRUE
061300         WHEN FJ-ASSESSMENT
061400             MOVE 1 TO WS-TYPE-SUB
061500         WHEN FJ-PAYMENT
061600             MOVE 2 TO WS-TYPE-SUB
061700         WHEN FJ-WAIVER
061800             MOVE 3 TO WS-TYPE-SUB
061900         WHEN FJ-REFUND
062000             MOVE 4 TO WS-TYPE-SUB
062100         WHEN FJ-WRITE-OFF
062200             MOVE 5 TO WS-TYPE-SUB
062220         WHEN FJ-MERGE-IN
062240             MOVE 6 TO WS-TYPE-SUB
062260         WHEN FJ-MERGE-OUT
062280             MOVE 7 TO WS-TYPE-SUB
062300     END-EVALUATE.
062400
062500 3110-EXIT.
062600     EXIT.
062700
062800*****************************************************************
062900*    3200-END-STATEMENT  -  PERIOD TOTALS AND CLOSING BALANCE
063000*****************************************************************
063100 3200-END-STATEMENT.
063200     IF WS-PERIOD-ROWS = ZERO
063300         MOVE "  NO MOVEMENTS IN THE PERIOD" TO SEC-TITLE
063400         WRITE REPORT-LINE FROM WS-SECTION-LINE
063500     ELSE
063600         MOVE WS-PERIOD-DEBITS  TO PTL-DEBITS
063700         MOVE WS-PERIOD-CREDITS TO PTL-CREDITS
063800         WRITE REPORT-LINE FROM WS-PERIOD-TOTAL-LINE
063900     END-IF
064000
064100     MOVE "CLOSING BALANCE" TO BAL-LABEL
064200     MOVE WS-RUNNING-BALANCE TO BAL-AMOUNT
064300     WRITE REPORT-LINE FROM WS-BALANCE-LINE
064400     ADD 2 TO WS-LINE-COUNT.
064500
064600 3200-EXIT.
064700     EXIT.
064800
064900*****************************************************************
065000*    6000-PRINT-HEADERS  -  NEW PAGE HEADER, RESET LINE COUNT
065100*****************************************************************
065200 6000-PRINT-HEADERS.
065300     ADD 1 TO WS-PAGE-COUNT
065400     MOVE WS-PAGE-COUNT TO HDR-PAGE-NUMBER
065500
065600     IF WS-PAGE-COUNT > 1
065700         WRITE REPORT-LINE FROM SPACES
065800     END-IF
065900
066000     WRITE REPORT-LINE FROM WS-HEADER-LINE-1
066100     WRITE REPORT-LINE FROM WS-HEADER-LINE-2
066200     WRITE REPORT-LINE FROM WS-HEADER-LINE-3
066300     MOVE ZERO TO WS-LINE-COUNT.
066400
066500 6000-EXIT.
066600     EXIT.
066700
066800*****************************************************************
066900*    7000-PRINT-SUMMARY  -  RUN TOTALS BY MOVEMENT TYPE, AND THE
067000*                          BREAKS FINANCE NEEDS TO FOLLOW UP
067100*****************************************************************
067200 7000-PRINT-SUMMARY.
067300     IF NOT WS-REPORT-IS-OPEN
067400         GO TO 7000-EXIT
067500     END-IF
067600
067700*    JOURNAL ROWS LEFT AFTER THE LAST FEE RECORD ARE ORPHANS TOO
067800     PERFORM 2100-SKIP-ORPHAN-ROW THRU 2100-EXIT
067900         UNTIL WS-JRNL-EOF
068000
068100     WRITE REPORT-LINE FROM SPACES
068200     MOVE "MOVEMENTS IN THE PERIOD BY TYPE" TO SEC-TITLE
068300     WRITE REPORT-LINE FROM WS-SECTION-LINE
068400     MOVE ZERO TO WS-TYPE-SUB
068500     PERFORM 7100-PRINT-TYPE-TOTAL THRU 7100-EXIT
068600         UNTIL WS-TYPE-SUB = 7
068700
068800     WRITE REPORT-LINE FROM SPACES
068900     MOVE SPACES TO WS-SUMMARY-LINE
069000     MOVE "MOVEMENTS LISTED" TO SUM-LABEL
069100     MOVE WS-ROWS-LISTED     TO SUM-COUNT
069200     WRITE REPORT-LINE FROM WS-SUMMARY-LINE
069300     MOVE "BALANCE BREAKS FLAGGED *" TO SUM-LABEL
069400     MOVE WS-BREAK-COUNT     TO SUM-COUNT
069500     WRITE REPORT-LINE FROM WS-SUMMARY-LINE
069600     MOVE "ROWS WITH NO FEE RECORD" TO SUM-LABEL
069700     MOVE WS-ORPHAN-COUNT    TO SUM-COUNT
069800     WRITE REPORT-LINE FROM WS-SUMMARY-LINE.
069900
070000 7000-EXIT.
070100     EXIT.
070200
070300*****************************************************************
070400*    7100-PRINT-TYPE-TOTAL  -  ONE SUMMARY LINE PER TYPE
070500*****************************************************************
070600 7100-PRINT-TYPE-TOTAL.
070700     ADD 1 TO WS-TYPE-SUB
070800     MOVE WS-TYPE-NAME (WS-TYPE-SUB)   TO SUM-LABEL
070900     MOVE WS-TYPE-COUNT (WS-TYPE-SUB)  TO SUM-COUNT
071000     MOVE WS-TYPE-AMOUNT (WS-TYPE-SUB) TO SUM-AMOUNT
071100     WRITE REPORT-LINE FROM WS-SUMMARY-LINE.
071200
071300 7100-EXIT.
071400     EXIT.
071500
071600*****************************************************************
071700*    8000-TERMINATE  -  FOOTER, CLOSE FILES, SHOW CONTROL TOTALS
071800*****************************************************************
071900 8000-TERMINATE.
072000     IF WS-REPORT-IS-OPEN
072100         MOVE WS-STATEMENT-COUNT TO FTR-STATEMENT-COUNT
072200         MOVE WS-TODAY-NUM       TO FTR-RUN-DATE
072300         WRITE REPORT-LINE FROM SPACES
072400         WRITE REPORT-LINE FROM WS-FOOTER-LINE
072500         CLOSE STATEMENT-REPORT
072600         MOVE "N" TO WS-REPORT-OPEN-SW
072700     END-IF
072800     IF WS-SORTED-IS-OPEN
072900         CLOSE SORTED-JOURNAL
073000         MOVE "N" TO WS-SORTED-OPEN-SW
073100     END-IF
073200     IF WS-FEEMAST-IS-OPEN
073300         CLOSE FEE-MASTER
073400         MOVE "N" TO WS-FEEMAST-OPEN-SW
073500     END-IF
073600     IF WS-MEMMAST-IS-OPEN
073700         CLOSE MEMBER-MASTER
073800         MOVE "N" TO WS-MEMMAST-OPEN-SW
073900     END-IF
074000
074100     DISPLAY "-----------------------------------------------"
074200     DISPLAY "FEESTMT CONTROL TOTALS"
074300     DISPLAY "  PERIOD               : " WS-FROM-DATE " TO "
074400             WS-TO-DATE
074500     DISPLAY "  STATEMENTS PRINTED   : " WS-STATEMENT-COUNT
074600     DISPLAY "  MOVEMENTS LISTED     : " WS-ROWS-LISTED
074700     DISPLAY "  BALANCE BREAKS       : " WS-BREAK-COUNT
074800     DISPLAY "  ROWS WITH NO FEE REC : " WS-ORPHAN-COUNT
074900     DISPLAY "-----------------------------------------------".
075000
075100 8000-EXIT.
075200     EXIT.

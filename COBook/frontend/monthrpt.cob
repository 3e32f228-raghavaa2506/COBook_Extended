000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    MONTHRPT.
000300 AUTHOR.        R. IYENGAR - APPLICATIONS.
000400 INSTALLATION.  IIT TIRUPATI - MEMBER SERVICES.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  MODIFICATION HISTORY
000900*  DATE        INIT  DESCRIPTION
001000*  2026-10-15  RI    ORIGINAL - THE LAST TWELVE MONTH-END CLOSES
001100*                    FROM THE PERIOD-SUMMARY FILE (PRDSUMM),
001200*                    PRINTED SIDE BY SIDE ON MONTHPRT, ONE
001300*                    COLUMN PER MONTH, OLDEST ON THE LEFT, FOR
001400*                    THE PLANNING COMMITTEE AND THE REGISTRAR.
001500*                    TWELVE COLUMNS DO NOT FIT THE USUAL 80, SO
001600*                    THIS IS A 132-COLUMN PRINT.  FEES ARE IN
001700*                    WHOLE RUPEES.  RUN ON DEMAND; NOTHING IS
001800*                    WRITTEN BACK.
001900*****************************************************************
002000
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
002300 FILE-CONTROL.
002400     SELECT PERIOD-SUMMARY  ASSIGN TO "PRDSUMM"
002500         ORGANIZATION IS INDEXED
002600         ACCESS MODE IS SEQUENTIAL
002700         RECORD KEY IS PRD-PERIOD
002800         FILE STATUS IS WS-PRDSUMM-STATUS.
002900
003000     SELECT TREND-REPORT    ASSIGN TO "MONTHPRT"
003100         ORGANIZATION IS LINE SEQUENTIAL
003200         FILE STATUS IS WS-REPORT-STATUS.
003300
003400 DATA DIVISION.
003500 FILE SECTION.
003600 FD  PERIOD-SUMMARY
003700     LABEL RECORDS ARE STANDARD.
003800 COPY PRDREC.
003900
004000 FD  TREND-REPORT
004100     LABEL RECORDS ARE STANDARD.
004200 01  REPORT-LINE             PIC X(132).
004300
004400 WORKING-STORAGE SECTION.
004500*****************************************************************
004600*    FILE STATUS AND SWITCHES
004700*****************************************************************
004800 01  WS-PRDSUMM-STATUS       PIC X(02) VALUE "00".
004900     88  WS-PRDSUMM-OK               VALUE "00".
005000
005100 01  WS-REPORT-STATUS        PIC X(02) VALUE "00".
005200     88  WS-REPORT-OK                VALUE "00".
005300
005400 01  WS-EOF-SW               PIC X(01) VALUE "N".
005500     88  WS-END-OF-FILE              VALUE "Y".
005600
005700 01  WS-STOP-SW              PIC X(01) VALUE "N".
005800     88  WS-RUN-STOPPED              VALUE "Y".
005900
006000*****************************************************************
006100*    THE TWELVE MONTHS - THE FIRST PASS COUNTS THE CLOSES, THE
006200*    SECOND SKIPS ALL BUT THE LAST TWELVE AND LOADS THEM
006300*****************************************************************
006400 01  WS-CLOSE-COUNT          PIC 9(06) VALUE ZERO.
006500 01  WS-SKIP-COUNT           PIC 9(06) VALUE ZERO.
006600 01  WS-COL-USED             PIC 9(02) COMP VALUE ZERO.
006700 01  WS-COL-SUB              PIC 9(02) COMP VALUE ZERO.
006800 01  WS-ROW-NO               PIC 9(02) COMP VALUE ZERO.
006900
007000 01  WS-COLUMN-TABLE.
007100     05  WS-COL OCCURS 12 TIMES.
007200         10  COL-PERIOD      PIC 9(06).
007300         10  COL-CLOSE-DATE  PIC 9(08).
007400         10  COL-OPENING     PIC 9(06).
007500         10  COL-REGS        PIC 9(06).
007600         10  COL-REINSTATES  PIC 9(06).
007700         10  COL-RENEWALS    PIC 9(06).
007800         10  COL-DEACTS      PIC 9(06).
007900         10  COL-LAPSES      PIC 9(06).
008000         10  COL-CLOSING     PIC 9(06).
008100         10  COL-MASTER      PIC 9(06).
008200         10  COL-MEMBER-BAL  PIC X(01).
008300         10  COL-ASSESSED    PIC S9(09)V99.
008400         10  COL-COLLECTED   PIC S9(09)V99.
008500         10  COL-ADJUSTED    PIC S9(09)V99.
008600         10  COL-OUTSTANDING PIC S9(09)V99.
008700         10  COL-FEE-BAL     PIC X(01).
008800
008900*****************************************************************
009000*    ROW TITLES, IN PRINT ORDER.  A BLANK TITLE IS A SPACER.
009100*****************************************************************
009200 01  WS-ROW-COUNT            PIC 9(02) COMP VALUE 16.
009300 01  WS-ROW-TITLES.
009400     05  FILLER              PIC X(24) VALUE "OPENING ACTIVE".
009500     05  FILLER              PIC X(24) VALUE "ADD  REGISTRATIONS".
009600     05  FILLER              PIC X(24)
009650         VALUE "ADD  REINSTATEMENTS".
009700     05  FILLER              PIC X(24) VALUE "ADD  RENEWALS".
009800     05  FILLER              PIC X(24) VALUE "LESS DEACTIVATIONS".
009900     05  FILLER              PIC X(24) VALUE "LESS LAPSES".
010000     05  FILLER              PIC X(24) VALUE "CLOSING ACTIVE".
010100     05  FILLER              PIC X(24)
010150         VALUE "MASTER AT MONTH END".
010200     05  FILLER              PIC X(24) VALUE "MEMBERS IN BALANCE".
010300     05  FILLER              PIC X(24) VALUE SPACES.
010400     05  FILLER              PIC X(24) VALUE "FEES ASSESSED".
010500     05  FILLER              PIC X(24) VALUE "FEES COLLECTED".
010600     05  FILLER              PIC X(24) VALUE "WAIVED/WRITTEN OFF".
010700     05  FILLER              PIC X(24) VALUE "OUTSTANDING".
010800     05  FILLER              PIC X(24) VALUE "FEES IN BALANCE".
010900     05  FILLER              PIC X(24) VALUE "CLOSED ON".
011000 01  WS-ROW-TITLE-TABLE REDEFINES WS-ROW-TITLES.
011100     05  WS-ROW-TITLE        OCCURS 16 TIMES PIC X(24).
011200
011300*****************************************************************
011400*    CELL EDITING - EVERY CELL IS NINE CHARACTERS
011500*****************************************************************
011600 01  WS-CELL-COUNT           PIC Z(08)9.
011700 01  WS-CELL-MONEY           PIC -(08)9.
011800 01  WS-RUPEES               PIC S9(09) VALUE ZERO.
011900 01  WS-CELL-FLAG.
012000     05  FILLER              PIC X(08) VALUE SPACES.
012100     05  WS-CELL-FLAG-CHAR   PIC X(01).
012200 01  WS-CELL-DATE.
012300     05  FILLER              PIC X(01) VALUE SPACE.
012400     05  WS-CELL-DATE-NUM    PIC 9(08).
012500
012600 01  WS-TODAY                PIC 9(08) VALUE ZERO.
012700
012800*****************************************************************
012900*    REPORT LINE LAYOUTS - 132 COLUMNS
013000*****************************************************************
013100 01  WS-HEADER-LINE-1.
013200     05  FILLER              PIC X(44) VALUE SPACES.
013300     05  FILLER              PIC X(44)
013400         VALUE "IIT TIRUPATI - LAST TWELVE MONTH-END CLOSES".
013500     05  FILLER              PIC X(44) VALUE SPACES.
013600
013700 01  WS-HEADER-LINE-2.
013800     05  FILLER              PIC X(24) VALUE "PERIOD".
013900     05  HDR-COL OCCURS 12 TIMES.
014000         10  FILLER          PIC X(02).
014100         10  HDR-COL-YEAR    PIC 9(04).
014200         10  HDR-COL-DASH    PIC X(01).
014300         10  HDR-COL-MONTH   PIC 9(02).
014400
014500 01  WS-ROW-LINE.
014600     05  ROW-LABEL           PIC X(24).
014700     05  ROW-CELL            OCCURS 12 TIMES PIC X(09).
014800
014900 01  WS-NONE-LINE.
015000     05  FILLER              PIC X(24) VALUE SPACES.
015100     05  FILLER              PIC X(40)
015200         VALUE "NO MONTH HAS BEEN CLOSED YET.".
015300     05  FILLER              PIC X(68) VALUE SPACES.
015400
015500 01  WS-FOOTER-LINE.
015600     05  FILLER              PIC X(16) VALUE "CLOSES ON FILE: ".
015700     05  FTR-CLOSE-COUNT     PIC ZZZ,ZZ9.
015800     05  FILLER              PIC X(08) VALUE SPACES.
015900     05  FILLER              PIC X(10) VALUE "RUN DATE: ".
016000     05  FTR-RUN-DATE        PIC 9(08).
016100     05  FILLER              PIC X(83) VALUE SPACES.
016200
016300 PROCEDURE DIVISION.
016400 0000-MAINLINE.
016500     PERFORM 1000-INITIALIZE THRU 1000-EXIT
016600     IF NOT WS-RUN-STOPPED
016700         PERFORM 2000-LOAD-COLUMNS THRU 2000-EXIT
016800         PERFORM 3000-PRINT-GRID THRU 3000-EXIT
016900         PERFORM 8000-TERMINATE THRU 8000-EXIT
017000     END-IF.
017100
017200 0000-EXIT.
017300     GOBACK.
017400
017500*****************************************************************
017600*    1000-INITIALIZE  -  FIRST PASS: COUNT THE CLOSES
017700*****************************************************************
017800 1000-INITIALIZE.
017900     ACCEPT WS-TODAY FROM DATE YYYYMMDD
018000     INITIALIZE WS-COLUMN-TABLE
018100
018200     OPEN INPUT PERIOD-SUMMARY
018300     IF NOT WS-PRDSUMM-OK
018400         DISPLAY "MONTHRPT: NO PERIOD SUMMARY ON HAND, "
018500                 "STATUS = " WS-PRDSUMM-STATUS
018600         SET WS-RUN-STOPPED TO TRUE
018700         MOVE 8 TO RETURN-CODE
018800         GO TO 1000-EXIT
018900     END-IF
019000
019100     PERFORM 1100-READ-SUMMARY THRU 1100-EXIT
019200     PERFORM 1200-COUNT-ONE THRU 1200-EXIT
019300         UNTIL WS-END-OF-FILE
019400     CLOSE PERIOD-SUMMARY
019500
019600     IF WS-CLOSE-COUNT > 12
019700         COMPUTE WS-SKIP-COUNT = WS-CLOSE-COUNT - 12
019800     END-IF
019900
020000     OPEN OUTPUT TREND-REPORT.
020100
020200 1000-EXIT.
020300     EXIT.
020400
020500*****************************************************************
020600*    1100-READ-SUMMARY
020700*****************************************************************
020800 1100-READ-SUMMARY.
020900     READ PERIOD-SUMMARY NEXT RECORD
021000         AT END
021100             SET WS-END-OF-FILE TO TRUE
021200     END-READ.
021300
021400 1100-EXIT.
021500     EXIT.
021600
021700*****************************************************************
021800*    1200-COUNT-ONE
021900*****************************************************************
022000 1200-COUNT-ONE.
022100     ADD 1 TO WS-CLOSE-COUNT
022200     PERFORM 1100-READ-SUMMARY THRU 1100-EXIT.
022300
022400 1200-EXIT.
022500     EXIT.
022600
022700*****************************************************************
022800*    2000-LOAD-COLUMNS  -  SECOND PASS, IN PERIOD ORDER
022900*****************************************************************
023000 2000-LOAD-COLUMNS.
023100     IF WS-CLOSE-COUNT = ZERO
023200         GO TO 2000-EXIT
023300     END-IF
023400
023500     MOVE "N" TO WS-EOF-SW
023600     OPEN INPUT PERIOD-SUMMARY
023700     PERFORM 1100-READ-SUMMARY THRU 1100-EXIT
023800     PERFORM 2100-LOAD-ONE THRU 2100-EXIT
023900         UNTIL WS-END-OF-FILE
024000     CLOSE PERIOD-SUMMARY.
024100
024200 2000-EXIT.
024300     EXIT.
024400
024500*****************************************************************
024600*    2100-LOAD-ONE
024700*****************************************************************
024800 2100-LOAD-ONE.
024900     IF WS-SKIP-COUNT > ZERO
025000         SUBTRACT 1 FROM WS-SKIP-COUNT
025100         GO TO 2100-NEXT
025200     END-IF
025300
025400     ADD 1 TO WS-COL-USED
025500     MOVE PRD-PERIOD          TO COL-PERIOD (WS-COL-USED)
025600     MOVE PRD-CLOSE-DATE      TO COL-CLOSE-DATE (WS-COL-USED)
025700     MOVE PRD-OPENING-ACTIVE  TO COL-OPENING (WS-COL-USED)
025800     MOVE PRD-REGISTRATIONS   TO COL-REGS (WS-COL-USED)
025900     MOVE PRD-REINSTATEMENTS  TO COL-REINSTATES (WS-COL-USED)
026000     MOVE PRD-RENEWALS        TO COL-RENEWALS (WS-COL-USED)
026100     MOVE PRD-DEACTIVATIONS   TO COL-DEACTS (WS-COL-USED)
026200     MOVE PRD-LAPSES          TO COL-LAPSES (WS-COL-USED)
026300     MOVE PRD-CLOSING-ACTIVE  TO COL-CLOSING (WS-COL-USED)
026400     MOVE PRD-MASTER-ACTIVE   TO COL-MASTER (WS-COL-USED)
026500     MOVE PRD-MEMBER-BAL-SW   TO COL-MEMBER-BAL (WS-COL-USED)
026600     MOVE PRD-FEE-ASSESSED    TO COL-ASSESSED (WS-COL-USED)
026700     MOVE PRD-FEE-COLLECTED   TO COL-COLLECTED (WS-COL-USED)
026800     MOVE PRD-FEE-ADJUSTED    TO COL-ADJUSTED (WS-COL-USED)
026900     MOVE PRD-FEE-OUTSTANDING TO COL-OUTSTANDING (WS-COL-USED)
027000     MOVE PRD-FEE-BAL-SW      TO COL-FEE-BAL (WS-COL-USED).
027100
027200 2100-NEXT.
027300     PERFORM 1100-READ-SUMMARY THRU 1100-EXIT.
027400
027500 2100-EXIT.
027600     EXIT.
027700
027800*****************************************************************
027900*    3000-PRINT-GRID  -  HEADINGS, THEN ONE LINE PER ROW TITLE
028000*****************************************************************
028100 3000-PRINT-GRID.
028200     MOVE SPACES TO WS-HEADER-LINE-2
028300     MOVE "PERIOD" TO WS-HEADER-LINE-2 (1:6)
028400     MOVE ZERO TO WS-COL-SUB
028500     PERFORM 3100-HEAD-ONE-COLUMN THRU 3100-EXIT
028600         UNTIL WS-COL-SUB >= WS-COL-USED
028700
028800     WRITE REPORT-LINE FROM WS-HEADER-LINE-1
028900     WRITE REPORT-LINE FROM SPACES
029000     WRITE REPORT-LINE FROM WS-HEADER-LINE-2
029100     WRITE REPORT-LINE FROM SPACES
029200
029300     IF WS-COL-USED = ZERO
029400         WRITE REPORT-LINE FROM WS-NONE-LINE
029500         GO TO 3000-EXIT
029600     END-IF
029700
029800     MOVE ZERO TO WS-ROW-NO
029900     PERFORM 3200-PRINT-ONE-ROW THRU 3200-EXIT
030000         UNTIL WS-ROW-NO >= WS-ROW-COUNT.
030100
030200 3000-EXIT.
030300     EXIT.
030400
030500*****************************************************************
030600*    3100-HEAD-ONE-COLUMN  -  YYYY-MM OVER EACH MONTH
030700*****************************************************************
030800 3100-HEAD-ONE-COLUMN.
030900     ADD 1 TO WS-COL-SUB
031000     MOVE COL-PERIOD (WS-COL-SUB) (1:4)
031100         TO HDR-COL-YEAR (WS-COL-SUB)
031200     MOVE "-" TO HDR-COL-DASH (WS-COL-SUB)
031300     MOVE COL-PERIOD (WS-COL-SUB) (5:2)
031400         TO HDR-COL-MONTH (WS-COL-SUB).
031500
031600 3100-EXIT.
031700     EXIT.
031800
031900*****************************************************************
032000*    3200-PRINT-ONE-ROW
032100*****************************************************************
032200 3200-PRINT-ONE-ROW.
032300     ADD 1 TO WS-ROW-NO
032400     MOVE SPACES TO WS-ROW-LINE
032500     MOVE WS-ROW-TITLE (WS-ROW-NO) TO ROW-LABEL
032600     IF ROW-LABEL NOT = SPACES
032700         MOVE ZERO TO WS-COL-SUB
032800         PERFORM 3300-FILL-ONE-CELL THRU 3300-EXIT
032900             UNTIL WS-COL-SUB >= WS-COL-USED
033000     END-IF
033100     WRITE REPORT-LINE FROM WS-ROW-LINE.
033200
033300 3200-EXIT.
033400     EXIT.
033500
033600*****************************************************************
033700*    3300-FILL-ONE-CELL  -  THE ROW NUMBER SAYS WHICH FIGURE
033800*****************************************************************
033900 3300-FILL-ONE-CELL.
034000     ADD 1 TO WS-COL-SUB
034100     EVALUATE WS-ROW-NO
034200         WHEN 1
034300             MOVE COL-OPENING (WS-COL-SUB)    TO WS-CELL-COUNT
034400         WHEN 2
034500             MOVE COL-REGS (WS-COL-SUB)       TO WS-CELL-COUNT
034600         WHEN 3
034700             MOVE COL-REINSTATES (WS-COL-SUB) TO WS-CELL-COUNT
034800         WHEN 4
034900             MOVE COL-RENEWALS (WS-COL-SUB)   TO WS-CELL-COUNT
035000         WHEN 5
035100             MOVE COL-DEACTS (WS-COL-SUB)     TO WS-CELL-COUNT
035200         WHEN 6
035300             MOVE COL-LAPSES (WS-COL-SUB)     TO WS-CELL-COUNT
035400         WHEN 7
035500             MOVE COL-CLOSING (WS-COL-SUB)    TO WS-CELL-COUNT
035600         WHEN 8
035700             MOVE COL-MASTER (WS-COL-SUB)     TO WS-CELL-COUNT
035800         WHEN 11
035900             COMPUTE WS-RUPEES ROUNDED =
036000                 COL-ASSESSED (WS-COL-SUB)
036100         WHEN 12
036200             COMPUTE WS-RUPEES ROUNDED =
036300                 COL-COLLECTED (WS-COL-SUB)
036400         WHEN 13
036500             COMPUTE WS-RUPEES ROUNDED =
036600                 COL-ADJUSTED (WS-COL-SUB)
036700         WHEN 14
036800             COMPUTE WS-RUPEES ROUNDED =
036900                 COL-OUTSTANDING (WS-COL-SUB)
037000     END-EVALUATE
037100
037200     EVALUATE WS-ROW-NO
037300         WHEN 9
037400             MOVE COL-MEMBER-BAL (WS-COL-SUB)
037500                 TO WS-CELL-FLAG-CHAR
037600             MOVE WS-CELL-FLAG TO ROW-CELL (WS-COL-SUB)
037700         WHEN 15
037800             MOVE COL-FEE-BAL (WS-COL-SUB) TO WS-CELL-FLAG-CHAR
037900             IF WS-CELL-FLAG-CHAR = SPACE
038000                 MOVE "-" TO WS-CELL-FLAG-CHAR
038100             END-IF
038200             MOVE WS-CELL-FLAG TO ROW-CELL (WS-COL-SUB)
038300         WHEN 16
038400             MOVE COL-CLOSE-DATE (WS-COL-SUB) TO WS-CELL-DATE-NUM
038500             MOVE WS-CELL-DATE TO ROW-CELL (WS-COL-SUB)
038600         WHEN 11 THRU 14
038700             MOVE WS-RUPEES TO WS-CELL-MONEY
038800             MOVE WS-CELL-MONEY TO ROW-CELL (WS-COL-SUB)
038900         WHEN OTHER
039000             MOVE WS-CELL-COUNT TO ROW-CELL (WS-COL-SUB)
039100     END-EVALUATE.
039200
039300 3300-EXIT.
039400     EXIT.
039500
039600*****************************************************************
039700*    8000-TERMINATE
039800*****************************************************************
039900 8000-TERMINATE.
040000     MOVE WS-CLOSE-COUNT TO FTR-CLOSE-COUNT
040100     MOVE WS-TODAY       TO FTR-RUN-DATE
040200     WRITE REPORT-LINE FROM SPACES
040300     WRITE REPORT-LINE FROM WS-FOOTER-LINE
040400     CLOSE TREND-REPORT
040500
040600     DISPLAY "MONTHRPT: " WS-COL-USED " OF " WS-CLOSE-COUNT
040700             " CLOSE(S) PRINTED ON MONTHPRT.".
040800
040900 8000-EXIT.
041000     EXIT.

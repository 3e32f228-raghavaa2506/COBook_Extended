000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PENDRPT.
000300 AUTHOR.        R. IYENGAR - APPLICATIONS.
000400 INSTALLATION.  IIT TIRUPATI - MEMBER SERVICES.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  MODIFICATION HISTORY
000900*  DATE        INIT  DESCRIPTION
001000*  2026-10-15  RI    ORIGINAL - END-OF-DAY REPORT OVER THE
001100*                    PENDING-CHANGE FILE (PENDCHG).  A REQUEST
001200*                    STILL UNDECIDED AFTER THE "PENDDAYS" SITE
001300*                    PARAMETER (DEFAULT 3 DAYS) IS EXPIRED HERE,
001400*                    SO A CHANGE NOBODY APPROVED NEVER SITS
001500*                    WAITING FOR EVER.  EVERY REJECTED, EXPIRED
001600*                    OR FAILED REQUEST NOT YET REPORTED PRINTS
001700*                    ONCE, WITH BOTH THE KEYING AND THE DECIDING
001800*                    OPERATOR, AND IS THEN MARKED REPORTED.  THE
001900*                    COUNT STILL WAITING CLOSES THE PAGE.  TOTALS
002000*                    GO TO THE CONSOLE AND TO EODHIST.  NO
002100*                    PENDING FILE YET JUST MEANS NOTHING TO
002200*                    REPORT; ONE THAT WILL NOT OPEN STOPS THE
002300*                    WINDOW WITH RETURN CODE 8.
002350*  2026-10-15  RI    MERGE REQUESTS ("G") LISTED AS "MERGE".
002360*  2026-10-15  RI    A READ OF THE PENDING FILE THAT FAILS
002370*                    OUTRIGHT ENDS THE REPORT WITH RC 8.
002400*****************************************************************
002500
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT PENDING-FILE    ASSIGN TO "PENDCHG"
003000         ORGANIZATION IS INDEXED
003100         ACCESS MODE IS SEQUENTIAL
003200         RECORD KEY IS PEND-KEY
003300         FILE STATUS IS WS-PEND-STATUS.
003400
003500     SELECT PENDING-REPORT  ASSIGN TO "PENDRPT"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-REPORT-STATUS.
003800
003900     SELECT EOD-HISTORY     ASSIGN TO "EODHIST"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-EODHIST-STATUS.
004200
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  PENDING-FILE
004600     LABEL RECORDS ARE STANDARD.
004700 COPY PENDREC.
004800
004900 FD  PENDING-REPORT
005000     LABEL RECORDS ARE STANDARD.
005100 01  REPORT-LINE             PIC X(80).
005200
005300 FD  EOD-HISTORY
005400     LABEL RECORDS ARE STANDARD.
005500 COPY EODHREC.
005600
005700 WORKING-STORAGE SECTION.
005800*****************************************************************
005900*    FILE STATUS AND SWITCHES
006000*****************************************************************
006100 01  WS-PEND-STATUS          PIC X(02) VALUE "00".
006200     88  WS-PEND-OK                  VALUE "00".
006300     88  WS-PEND-NOT-FOUND           VALUE "35".
006400
006500 01  WS-REPORT-STATUS        PIC X(02) VALUE "00".
006600     88  WS-REPORT-OK                VALUE "00".
006700
006800 01  WS-EODHIST-STATUS       PIC X(02) VALUE "00".
006900     88  WS-EODHIST-OK               VALUE "00".
007000
007100 01  WS-EOF-SW               PIC X(01) VALUE "N".
007200     88  WS-END-OF-FILE              VALUE "Y".
007300
007400 01  WS-PEND-OPEN-SW         PIC X(01) VALUE "N".
007500     88  WS-PEND-IS-OPEN             VALUE "Y".
007600
007700 01  WS-REPORT-OPEN-SW       PIC X(01) VALUE "N".
007800     88  WS-REPORT-IS-OPEN           VALUE "Y".
007900
008000*****************************************************************
008100*    DATE WORK AREAS - INTEGER-OF-DATE DOES THE CALENDAR
008200*    ARITHMETIC FOR THE EXPIRY AGE
008300*****************************************************************
008400 01  WS-TODAY.
008500     05  WS-TODAY-YEAR       PIC 9(04).
008600     05  WS-TODAY-MONTH      PIC 9(02).
008700     05  WS-TODAY-DAY        PIC 9(02).
008800 01  WS-TODAY-NUM REDEFINES WS-TODAY
008900                             PIC 9(08).
009000
009100 01  WS-DATE-TIME.
009200     05  WS-CURR-DATE        PIC 9(08).
009300     05  WS-CURR-TIME        PIC 9(08).
009400 01  WS-TIMESTAMP REDEFINES WS-DATE-TIME
009500                             PIC 9(16).
009600
009700 01  WS-KEYED-STAMP          PIC 9(16).
009800 01  WS-KEYED-STAMP-R REDEFINES WS-KEYED-STAMP.
009900     05  WS-KEYED-DATE       PIC 9(08).
010000     05  WS-KEYED-TIME       PIC 9(08).
010100
010200 01  WS-TODAY-DAY-NO         PIC 9(07) VALUE ZERO.
010300 01  WS-KEYED-DAY-NO         PIC 9(07) VALUE ZERO.
010400 01  WS-AGE-DAYS             PIC S9(07) VALUE ZERO.
010500 01  WS-PENDING-DAYS         PIC 9(03) VALUE 3.
010600
010700 01  WS-OPERATOR-ID          PIC X(08) VALUE "BATCH01".
010800
010900*****************************************************************
011000*    PARAMETER OVERRIDE - THE EXPIRY AGE MAY BE SET IN THE
011100*    SITEPARM FILE THROUGH PARMGET AT START-UP, AS ON THE
011200*    APPROVAL SCREEN
011300*****************************************************************
011400 01  WS-PARM-KEY             PIC X(08).
011500 01  WS-PARM-VALUE           PIC 9(08) VALUE ZERO.
011600 01  WS-PARM-STATUS          PIC X(02) VALUE SPACES.
011700     88  WS-PARM-FOUND               VALUE "00".
011800
011900*****************************************************************
012000*    RUN TOTALS
012100*****************************************************************
012200 01  WS-RUN-TOTALS.
012300     05  WS-RECORDS-READ     PIC 9(06) VALUE ZERO.
012400     05  WS-EXPIRED-TONIGHT  PIC 9(06) VALUE ZERO.
012500     05  WS-REJECTED-LISTED  PIC 9(06) VALUE ZERO.
012600     05  WS-EXPIRED-LISTED   PIC 9(06) VALUE ZERO.
012700     05  WS-FAILED-LISTED    PIC 9(06) VALUE ZERO.
012800     05  WS-STILL-PENDING    PIC 9(06) VALUE ZERO.
012900     05  WS-LINES-LISTED     PIC 9(06) VALUE ZERO.
013000
013100 01  WS-COUNT-LABEL          PIC X(24).
013200 01  WS-COUNT-VALUE          PIC 9(09) VALUE ZERO.
013300
013400*****************************************************************
013500*    PAGE CONTROL - SAME DEPTH AS THE ROSTER
013600*****************************************************************
013700 01  WS-LINE-COUNT           PIC 9(02) VALUE ZERO.
013800 01  WS-PAGE-COUNT           PIC 9(03) VALUE ZERO.
013900 01  WS-MAX-LINES-PER-PAGE   PIC 9(02) VALUE 50.
014000
014100*****************************************************************
014200*    REPORT LINE LAYOUTS
014300*****************************************************************
014400 01  WS-HEADER-LINE-1.
014500     05  FILLER              PIC X(12) VALUE SPACES.
014600     05  FILLER              PIC X(45)
014700         VALUE "IIT TIRUPATI - PENDING CHANGES NOT APPLIED".
014800     05  FILLER              PIC X(06) VALUE " PAGE ".
014900     05  HDR-PAGE-NUMBER     PIC ZZ9.
015000     05  FILLER              PIC X(14) VALUE SPACES.
015100
015200 01  WS-HEADER-LINE-2.
015300     05  FILLER              PIC X(08) VALUE "MEMBER".
015400     05  FILLER              PIC X(21) VALUE "NAME".
015500     05  FILLER              PIC X(11) VALUE "CHANGE".
015600     05  FILLER              PIC X(09) VALUE "KEYED BY".
015700     05  FILLER              PIC X(09) VALUE "KEYED ON".
015800     05  FILLER              PIC X(09) VALUE "OUTCOME".
015900     05  FILLER              PIC X(09) VALUE "DECIDED".
016000     05  FILLER              PIC X(04) VALUE "RSN".
016100
016200 01  WS-DETAIL-LINE.
016300     05  DET-MEMBER-ID       PIC 9(06).
016400     05  FILLER              PIC X(02) VALUE SPACES.
016500     05  DET-NAME            PIC X(20).
016600     05  FILLER              PIC X(01) VALUE SPACES.
016700     05  DET-CHANGE          PIC X(10).
016800     05  FILLER              PIC X(01) VALUE SPACES.
016900     05  DET-KEYED-BY        PIC X(08).
017000     05  FILLER              PIC X(01) VALUE SPACES.
017100     05  DET-KEYED-DATE      PIC 9(08).
017200     05  FILLER              PIC X(01) VALUE SPACES.
017300     05  DET-OUTCOME         PIC X(08).
017400     05  FILLER              PIC X(01) VALUE SPACES.
017500     05  DET-DECIDED-BY      PIC X(08).
017600     05  FILLER              PIC X(01) VALUE SPACES.
017700     05  DET-REASON          PIC X(04).
017800
017900 01  WS-TOTAL-LINE.
018000     05  FILLER              PIC X(10) VALUE SPACES.
018100     05  TOT-LABEL           PIC X(26).
018200     05  TOT-COUNT           PIC ZZZ,ZZ9.
018300     05  FILLER              PIC X(37) VALUE SPACES.
018400
018500 01  WS-FOOTER-LINE.
018600     05  FILLER              PIC X(16) VALUE "LINES LISTED:   ".
018700     05  FTR-LINE-COUNT      PIC ZZZ,ZZ9.
018800     05  FILLER              PIC X(08) VALUE SPACES.
018900     05  FILLER              PIC X(10) VALUE "RUN DATE: ".
019000     05  FTR-RUN-DATE        PIC 9(08).
019100     05  FILLER              PIC X(31) VALUE SPACES.
019200
019300 PROCEDURE DIVISION.
019400 0000-MAINLINE.
019500     PERFORM 1000-INITIALIZE THRU 1000-EXIT
019600     PERFORM 2000-PROCESS-REQUEST THRU 2000-EXIT
019700         UNTIL WS-END-OF-FILE
019800     PERFORM 8000-TERMINATE THRU 8000-EXIT
019900     PERFORM 9500-WRITE-RUN-HISTORY THRU 9500-EXIT.
020000
020100 0000-EXIT.
020200     GOBACK.
020300
020400*****************************************************************
020500*    1000-INITIALIZE  -  NO PENDING FILE YET JUST MEANS NOBODY
020600*                        HAS KEYED A SENSITIVE CHANGE; THE
020700*                        REPORT STILL PRINTS, EMPTY
020800*****************************************************************
020900 1000-INITIALIZE.
021000     ACCEPT WS-TODAY FROM DATE YYYYMMDD
021100     COMPUTE WS-TODAY-DAY-NO =
021200         FUNCTION INTEGER-OF-DATE (WS-TODAY-NUM)
021300
021400     MOVE "PENDDAYS" TO WS-PARM-KEY
021500     CALL "PARMGET" USING WS-PARM-KEY WS-PARM-VALUE
021600         WS-PARM-STATUS
021700     IF WS-PARM-FOUND AND WS-PARM-VALUE > ZERO
021800             AND WS-PARM-VALUE < 31
021900         MOVE WS-PARM-VALUE TO WS-PENDING-DAYS
022000     END-IF
022100
022200     OPEN OUTPUT PENDING-REPORT
022300     SET WS-REPORT-IS-OPEN TO TRUE
022400     PERFORM 6000-PRINT-PAGE-HEADERS THRU 6000-EXIT
022500
022600     OPEN I-O PENDING-FILE
022700     IF WS-PEND-NOT-FOUND
022800         DISPLAY "PENDRPT: NO PENDING-CHANGE FILE YET - "
022900                 "NOTHING TO REPORT."
023000         SET WS-END-OF-FILE TO TRUE
023100         GO TO 1000-EXIT
023200     END-IF
023300     IF NOT WS-PEND-OK
023400         DISPLAY "PENDRPT: UNABLE TO OPEN PENDING FILE, "
023500                 "STATUS = " WS-PEND-STATUS
023600         SET WS-END-OF-FILE TO TRUE
023700         MOVE 8 TO RETURN-CODE
023800         GO TO 1000-EXIT
023900     END-IF
024000     SET WS-PEND-IS-OPEN TO TRUE
024100
024200     PERFORM 1200-READ-PENDING THRU 1200-EXIT.
024300
024400 1000-EXIT.
024500     EXIT.
024600
024700*****************************************************************
024800*    1200-READ-PENDING  -  GO TO 8000 STYLE EOF HANDLING.  A
024830*                          READ THAT FAILS OUTRIGHT ENDS THE
024860*                          PASS TOO, WITH RC 8.
024900*****************************************************************
025000 1200-READ-PENDING.
025100     READ PENDING-FILE
025200         AT END
025300             SET WS-END-OF-FILE TO TRUE
025400     END-READ
025410     IF NOT WS-END-OF-FILE AND NOT WS-PEND-OK
025420         DISPLAY "PENDRPT: PENDING FILE READ FAILED, STATUS = "
025430                 WS-PEND-STATUS
025440         SET WS-END-OF-FILE TO TRUE
025450         MOVE 8 TO RETURN-CODE
025460     END-IF
025500     IF NOT WS-END-OF-FILE
025600         ADD 1 TO WS-RECORDS-READ
025700     END-IF.
025800
025900 1200-EXIT.
026000     EXIT.
026100
026200*****************************************************************
026300*    2000-PROCESS-REQUEST  -  EXPIRE WHAT HAS WAITED TOO LONG,
026400*                             THEN LIST ANYTHING NOT APPLIED
026500*                             THAT HAS NOT BEEN LISTED BEFORE
026600*****************************************************************
026700 2000-PROCESS-REQUEST.
026800     IF PEND-IS-PENDING
026900         PERFORM 2100-CHECK-EXPIRY THRU 2100-EXIT
027000     END-IF
027100
027200     IF PEND-IS-PENDING
027300         ADD 1 TO WS-STILL-PENDING
027400         GO TO 2000-NEXT
027500     END-IF
027600
027700     IF PEND-REPORTED OR PEND-IS-APPROVED
027800         GO TO 2000-NEXT
027900     END-IF
028000
028100     PERFORM 2300-PRINT-ONE-REQUEST THRU 2300-EXIT
028200     SET PEND-REPORTED TO TRUE
028300     REWRITE PENDING-CHANGE-RECORD
028400     IF NOT WS-PEND-OK
028500         DISPLAY "PENDRPT: REWRITE FAILED FOR MEMBER "
028600                 PEND-MEMBER-ID ", STATUS = " WS-PEND-STATUS
028700     END-IF.
028800
028900 2000-NEXT.
029000     PERFORM 1200-READ-PENDING THRU 1200-EXIT.
029100
029200 2000-EXIT.
029300     EXIT.
029400
029500*****************************************************************
029600*    2100-CHECK-EXPIRY  -  DAYS SINCE THE CHANGE WAS KEYED.  A
029700*                          STAMP WITH NO USABLE DATE GIVES DAY
029800*                          ZERO AND SO EXPIRES AT ONCE.
029900*****************************************************************
030000 2100-CHECK-EXPIRY.
030100     MOVE PEND-KEYED-STAMP TO WS-KEYED-STAMP
030200     COMPUTE WS-KEYED-DAY-NO =
030300         FUNCTION INTEGER-OF-DATE (WS-KEYED-DATE)
030400     COMPUTE WS-AGE-DAYS = WS-TODAY-DAY-NO - WS-KEYED-DAY-NO
030500     IF WS-AGE-DAYS NOT > WS-PENDING-DAYS
030600         GO TO 2100-EXIT
030700     END-IF
030800
030900     ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD
031000     ACCEPT WS-CURR-TIME FROM TIME
031100     SET PEND-IS-EXPIRED TO TRUE
031200     MOVE WS-OPERATOR-ID TO PEND-DECIDED-BY
031300     MOVE WS-TIMESTAMP   TO PEND-DECIDED-STAMP
031400     MOVE "N"            TO PEND-REPORTED-SW
031500     ADD 1 TO WS-EXPIRED-TONIGHT.
031600
031700 2100-EXIT.
031800     EXIT.
031900
032000*****************************************************************
032100*    2300-PRINT-ONE-REQUEST  -  THE REASON COLUMN CARRIES THE
032200*                               SUPERVISOR'S REJECTION REASON,
032300*                               OR THE MEMBERREG STATUS THAT
032400*                               REFUSED AN APPROVED CHANGE
032500*****************************************************************
032600 2300-PRINT-ONE-REQUEST.
032700     IF WS-LINE-COUNT NOT < WS-MAX-LINES-PER-PAGE
032800         PERFORM 6000-PRINT-PAGE-HEADERS THRU 6000-EXIT
032900     END-IF
033000
033100     MOVE PEND-KEYED-STAMP TO WS-KEYED-STAMP
033200     MOVE PEND-MEMBER-ID   TO DET-MEMBER-ID
033300     MOVE PEND-MEMBER-NAME TO DET-NAME
033400     MOVE PEND-KEYED-BY    TO DET-KEYED-BY
033500     MOVE WS-KEYED-DATE    TO DET-KEYED-DATE
033600     MOVE PEND-DECIDED-BY  TO DET-DECIDED-BY
033700     MOVE SPACES           TO DET-REASON
033800
033900     EVALUATE TRUE
034000         WHEN PEND-DEACTIVATE
034100             MOVE "DEACTIVATE" TO DET-CHANGE
034200         WHEN PEND-REINSTATE
034300             MOVE "REINSTATE"  TO DET-CHANGE
034400         WHEN PEND-DOB-CHANGE
034500             MOVE "BIRTH DATE" TO DET-CHANGE
034530         WHEN PEND-MERGE
034560             MOVE "MERGE"      TO DET-CHANGE
034600         WHEN OTHER
034700             MOVE "UNKNOWN"    TO DET-CHANGE
034800     END-EVALUATE
034900
035000     EVALUATE TRUE
035100         WHEN PEND-IS-REJECTED
035200             MOVE "REJECTED"         TO DET-OUTCOME
035300             MOVE PEND-DECIDE-REASON TO DET-REASON
035400             ADD 1 TO WS-REJECTED-LISTED
035500         WHEN PEND-IS-EXPIRED
035600             MOVE "EXPIRED"          TO DET-OUTCOME
035700             ADD 1 TO WS-EXPIRED-LISTED
035800         WHEN OTHER
035900             MOVE "FAILED"           TO DET-OUTCOME
036000             MOVE PEND-RESULT-STATUS TO DET-REASON
036100             ADD 1 TO WS-FAILED-LISTED
036200     END-EVALUATE
036300
036400     WRITE REPORT-LINE FROM WS-DETAIL-LINE
036500     ADD 1 TO WS-LINE-COUNT
036600     ADD 1 TO WS-LINES-LISTED.
036700
036800 2300-EXIT.
036900     EXIT.
037000
037100*****************************************************************
037200*    6000-PRINT-PAGE-HEADERS
037300*****************************************************************
037400 6000-PRINT-PAGE-HEADERS.
037500     ADD 1 TO WS-PAGE-COUNT
037600     MOVE WS-PAGE-COUNT TO HDR-PAGE-NUMBER
037700
037800     IF WS-PAGE-COUNT > 1
037900         WRITE REPORT-LINE FROM SPACES
038000     END-IF
038100
038200     WRITE REPORT-LINE FROM WS-HEADER-LINE-1
038300     WRITE REPORT-LINE FROM WS-HEADER-LINE-2
038400     MOVE ZERO TO WS-LINE-COUNT.
038500
038600 6000-EXIT.
038700     EXIT.
038800
038900*****************************************************************
039000*    6100-WRITE-TOTAL-LINE
039100*****************************************************************
039200 6100-WRITE-TOTAL-LINE.
039300     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
039400
039500 6100-EXIT.
039600     EXIT.
039700
039800*****************************************************************
039900*    8000-TERMINATE  -  OUTCOME TOTALS AND THE COUNT STILL
040000*                       WAITING, THEN THE FOOTER
040100*****************************************************************
040200 8000-TERMINATE.
040300     IF WS-PEND-IS-OPEN
040400         CLOSE PENDING-FILE
040500     END-IF
040600
040700     IF NOT WS-REPORT-IS-OPEN
040800         GO TO 8000-EXIT
040900     END-IF
041000
041100     WRITE REPORT-LINE FROM SPACES
041200     MOVE "REJECTED BY SUPERVISOR  : " TO TOT-LABEL
041300     MOVE WS-REJECTED-LISTED TO TOT-COUNT
041400     PERFORM 6100-WRITE-TOTAL-LINE THRU 6100-EXIT
041500     MOVE "EXPIRED UNAPPROVED      : " TO TOT-LABEL
041600     MOVE WS-EXPIRED-LISTED  TO TOT-COUNT
041700     PERFORM 6100-WRITE-TOTAL-LINE THRU 6100-EXIT
041800     MOVE "APPROVED BUT FAILED     : " TO TOT-LABEL
041900     MOVE WS-FAILED-LISTED   TO TOT-COUNT
042000     PERFORM 6100-WRITE-TOTAL-LINE THRU 6100-EXIT
042100     MOVE "STILL AWAITING APPROVAL : " TO TOT-LABEL
042200     MOVE WS-STILL-PENDING   TO TOT-COUNT
042300     PERFORM 6100-WRITE-TOTAL-LINE THRU 6100-EXIT
042400
042500     MOVE WS-LINES-LISTED TO FTR-LINE-COUNT
042600     MOVE WS-TODAY-NUM    TO FTR-RUN-DATE
042700     WRITE REPORT-LINE FROM SPACES
042800     WRITE REPORT-LINE FROM WS-FOOTER-LINE
042900     CLOSE PENDING-REPORT
043000
043100     DISPLAY "PENDRPT: " WS-LINES-LISTED " CHANGE(S) NOT "
043200             "APPLIED LISTED, " WS-EXPIRED-TONIGHT
043300             " EXPIRED TONIGHT, " WS-STILL-PENDING
043400             " STILL PENDING.".
043500
043600 8000-EXIT.
043700     EXIT.
043800
043900*****************************************************************
044000*    9500-WRITE-RUN-HISTORY  -  OUTCOME COUNTS AS "C" ROWS ON
044100*                               EODHIST FOR THE MORNING
044200*                               OPERATIONS SUMMARY
044300*****************************************************************
044400 9500-WRITE-RUN-HISTORY.
044500     OPEN EXTEND EOD-HISTORY
044600     IF WS-EODHIST-STATUS = "05" OR WS-EODHIST-STATUS = "35"
044700         OPEN OUTPUT EOD-HISTORY
044800     END-IF
044900     IF NOT WS-EODHIST-OK
045000         DISPLAY "PENDRPT: RUN HISTORY NOT WRITTEN, STATUS = "
045100                 WS-EODHIST-STATUS
045200         GO TO 9500-EXIT
045300     END-IF
045400
045500     MOVE "PENDING RECORDS READ" TO WS-COUNT-LABEL
045600     MOVE WS-RECORDS-READ        TO WS-COUNT-VALUE
045700     PERFORM 9510-ONE-COUNT-ROW THRU 9510-EXIT
045800
045900     MOVE "EXPIRED TONIGHT"      TO WS-COUNT-LABEL
046000     MOVE WS-EXPIRED-TONIGHT     TO WS-COUNT-VALUE
046100     PERFORM 9510-ONE-COUNT-ROW THRU 9510-EXIT
046200
046300     MOVE "REJECTED REPORTED"    TO WS-COUNT-LABEL
046400     MOVE WS-REJECTED-LISTED     TO WS-COUNT-VALUE
046500     PERFORM 9510-ONE-COUNT-ROW THRU 9510-EXIT
046600
046700     MOVE "EXPIRED REPORTED"     TO WS-COUNT-LABEL
046800     MOVE WS-EXPIRED-LISTED      TO WS-COUNT-VALUE
046900     PERFORM 9510-ONE-COUNT-ROW THRU 9510-EXIT
047000
047100     MOVE "FAILED REPORTED"      TO WS-COUNT-LABEL
047200     MOVE WS-FAILED-LISTED       TO WS-COUNT-VALUE
047300     PERFORM 9510-ONE-COUNT-ROW THRU 9510-EXIT
047400
047500     MOVE "STILL PENDING"        TO WS-COUNT-LABEL
047600     MOVE WS-STILL-PENDING       TO WS-COUNT-VALUE
047700     PERFORM 9510-ONE-COUNT-ROW THRU 9510-EXIT
047800
047900     CLOSE EOD-HISTORY.
048000
048100 9500-EXIT.
048200     EXIT.
048300
048400*****************************************************************
048500*    9510-ONE-COUNT-ROW
048600*****************************************************************
048700 9510-ONE-COUNT-ROW.
048800     INITIALIZE EOD-HISTORY-RECORD
048900     SET EODH-COUNT-ROW TO TRUE
049000     MOVE WS-TODAY-NUM    TO EODH-RUN-DATE
049100     MOVE "PENDRPT"       TO EODH-PROGRAM
049200     MOVE WS-COUNT-LABEL  TO EODH-COUNT-LABEL
049300     MOVE WS-COUNT-VALUE  TO EODH-COUNT-VALUE
049400     WRITE EOD-HISTORY-RECORD.
049500
049600 9510-EXIT.
049700     EXIT.

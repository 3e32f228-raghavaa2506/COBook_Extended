000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    INTEGCHK.
000300 AUTHOR.        R. IYENGAR - APPLICATIONS.
000400 INSTALLATION.  IIT TIRUPATI - MEMBER SERVICES.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  MODIFICATION HISTORY
000900*  DATE        INIT  DESCRIPTION
001000*  2026-10-15  RI    ORIGINAL - CROSS-FILE INTEGRITY CHECK RUN
001100*                    IN THE END-OF-DAY WINDOW.  EVERY PROGRAM
001200*                    TRUSTS THE OTHERS TO KEEP MEMMAST, FEEMAST,
001300*                    STATHIST AND MEMBCTL IN STEP; THIS ONE
001400*                    PROVES IT.  THE RULES ARE:
001500*                      1  A FEE RECORD WHOSE MEMBER-ID IS NOT ON
001600*                         THE MEMBER MASTER
001700*                      2  A MEMBER WHOSE LAST STATUS-HISTORY ROW
001800*                         DISAGREES WITH MEMBER-STATUS (A BLANK
001900*                         STATUS COUNTS AS ACTIVE, AS EVERYWHERE)
002000*                      3  A MEMBER WITH NO REGISTRATION ROW (OLD
002100*                         STATUS BLANK, NEW "A") IN STATUS HISTORY
002200*                      4  A DATE OF BIRTH WHOSE YEAR DISAGREES
002300*                         WITH MEMBER-BIRTH-YEAR
002400*                      5  A MEMBER-ID ABOVE CTL-LAST-MEMBER-ID
002500*                    STATUS HISTORY IS SORTED INTO MEMBER ORDER
002600*                    (FEESTMT'S WAY) AND MATCHED AGAINST THE
002700*                    MASTER.  EXCEPTIONS GO TO A WORK FILE THAT
002800*                    IS SORTED BY RULE, SO THE REPORT (INTGRPT)
002900*                    PRINTS THEM GROUPED, WITH A COUNT PER RULE.
003000*                    THE COUNTS GO TO EODHIST FOR EODRPT.  ANY
003100*                    EXCEPTION ENDS THE RUN WITH RETURN CODE 4,
003200*                    WHICH EODDRIVER TAKES AS A WARNING, NOT A
003300*                    FAILURE; A MEMBER MASTER THAT CANNOT BE
003400*                    OPENED IS RETURN CODE 8.  NOTHING IS
003500*                    CORRECTED HERE - EACH BREAK NEEDS A PERSON.
003520*  2026-10-15  RI    STATUS HISTORY READ AT ITS NEW WIDTH.  A
003540*                    MERGED MEMBER'S LAST ROW IS ITS MOVE TO "M",
003560*                    AND A SURVIVOR'S MERGE ROW LEAVES ITS
003580*                    STATUS AS IT WAS, SO RULE 2 HOLDS FOR BOTH.
003586*  2026-10-15  RI    A WORK FILE OR REPORT THAT WILL NOT OPEN
003592*                    STOPS THE RUN WITH RC 8.
003600*****************************************************************
003700
003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT MEMBER-MASTER   ASSIGN TO "MEMMAST"
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS DYNAMIC
004400         RECORD KEY IS MEMBER-ID
004500         ALTERNATE RECORD KEY IS MEMBER-NAME WITH DUPLICATES
004600         FILE STATUS IS WS-MEMMAST-STATUS.
004700
004800     SELECT FEE-MASTER      ASSIGN TO "FEEMAST"
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS SEQUENTIAL
005100         RECORD KEY IS FEE-MEMBER-ID
005200         FILE STATUS IS WS-FEEMAST-STATUS.
005300
005400     SELECT CONTROL-FILE    ASSIGN TO "MEMBCTL"
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS DYNAMIC
005700         RECORD KEY IS CTL-KEY
005800         FILE STATUS IS WS-MEMBCTL-STATUS.
005900
006000     SELECT STATUS-HISTORY  ASSIGN TO "STATHIST"
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-STATH-STATUS.
006300
006400     SELECT SORT-HISTORY    ASSIGN TO "SORTWK1".
006500
006600     SELECT SORTED-HISTORY  ASSIGN TO "STATSRTD"
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS WS-SORTED-STATUS.
006900
007000     SELECT EXCEPTION-WORK  ASSIGN TO "INTGWORK"
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS WS-WORK-STATUS.
007300
007400     SELECT SORT-EXCEPTIONS ASSIGN TO "SORTWK2".
007500
007600     SELECT SORTED-EXCEPTIONS ASSIGN TO "INTGSRTD"
007700         ORGANIZATION IS LINE SEQUENTIAL
007800         FILE STATUS IS WS-SORTEXC-STATUS.
007900
008000     SELECT INTEGRITY-REPORT ASSIGN TO "INTGRPT"
008100         ORGANIZATION IS LINE SEQUENTIAL
008200         FILE STATUS IS WS-REPORT-STATUS.
008300
008400     SELECT EOD-HISTORY     ASSIGN TO "EODHIST"
008500         ORGANIZATION IS LINE SEQUENTIAL
008600         FILE STATUS IS WS-EODHIST-STATUS.
008700
008800 DATA DIVISION.
008900 FILE SECTION.
009000 FD  MEMBER-MASTER
009100     LABEL RECORDS ARE STANDARD.
009200 COPY MEMREC.
009300
009400 FD  FEE-MASTER
009500     LABEL RECORDS ARE STANDARD.
009600 COPY FEEREC.
009700
009800 FD  CONTROL-FILE
009900     LABEL RECORDS ARE STANDARD.
010000 COPY CTLREC.
010100
010200 FD  STATUS-HISTORY
010300     LABEL RECORDS ARE STANDARD.
010400 01  STATUS-HISTORY-INPUT    PIC X(50).
010500
010600 SD  SORT-HISTORY.
010700 01  SORT-HISTORY-RECORD.
010800     05  SRH-MEMBER-ID       PIC 9(06).
010900     05  FILLER              PIC X(02).
011000     05  SRH-TIMESTAMP       PIC 9(16).
011100     05  FILLER              PIC X(26).
011200
011300 FD  SORTED-HISTORY
011400     LABEL RECORDS ARE STANDARD.
011500 COPY STATREC.
011600
011700 FD  EXCEPTION-WORK
011800     LABEL RECORDS ARE STANDARD.
011900 01  EXCEPTION-WORK-RECORD.
012000     05  EXW-RULE            PIC 9(01).
012100     05  EXW-MEMBER-ID       PIC 9(06).
012200     05  EXW-DETAIL          PIC X(50).
012300
012400 SD  SORT-EXCEPTIONS.
012500 01  SORT-EXCEPTION-RECORD.
012600     05  SRX-RULE            PIC 9(01).
012700     05  SRX-MEMBER-ID       PIC 9(06).
012800     05  FILLER              PIC X(50).
012900
013000 FD  SORTED-EXCEPTIONS
013100     LABEL RECORDS ARE STANDARD.
013200 01  SORTED-EXCEPTION-RECORD.
013300     05  SXC-RULE            PIC 9(01).
013400     05  SXC-MEMBER-ID       PIC 9(06).
013500     05  SXC-DETAIL          PIC X(50).
013600
013700 FD  INTEGRITY-REPORT
013800     LABEL RECORDS ARE STANDARD.
013900 01  REPORT-LINE             PIC X(80).
014000
014100 FD  EOD-HISTORY
014200     LABEL RECORDS ARE STANDARD.
014300 COPY EODHREC.
014400
014500 WORKING-STORAGE SECTION.
014600*****************************************************************
014700*    FILE STATUS AND SWITCHES
014800*****************************************************************
014900 01  WS-MEMMAST-STATUS       PIC X(02) VALUE "00".
015000     88  WS-MEMMAST-OK               VALUE "00".
015100
015200 01  WS-FEEMAST-STATUS       PIC X(02) VALUE "00".
015300     88  WS-FEEMAST-OK               VALUE "00".
015400
015500 01  WS-MEMBCTL-STATUS       PIC X(02) VALUE "00".
015600     88  WS-MEMBCTL-OK               VALUE "00".
015700
015800 01  WS-STATH-STATUS         PIC X(02) VALUE "00".
015900     88  WS-STATH-OK                 VALUE "00".
016000
016100 01  WS-SORTED-STATUS        PIC X(02) VALUE "00".
016200     88  WS-SORTED-OK                VALUE "00".
016300
016400 01  WS-WORK-STATUS          PIC X(02) VALUE "00".
016500     88  WS-WORK-OK                  VALUE "00".
016600
016700 01  WS-SORTEXC-STATUS       PIC X(02) VALUE "00".
016800     88  WS-SORTEXC-OK               VALUE "00".
016900
017000 01  WS-REPORT-STATUS        PIC X(02) VALUE "00".
017100     88  WS-REPORT-OK                VALUE "00".
017200
017300 01  WS-EODHIST-STATUS       PIC X(02) VALUE "00".
017400     88  WS-EODHIST-OK               VALUE "00".
017500
017600 01  WS-STOP-SW              PIC X(01) VALUE "N".
017700     88  WS-RUN-STOPPED              VALUE "Y".
017800
017900 01  WS-FEE-EOF-SW           PIC X(01) VALUE "N".
018000     88  WS-FEE-END-OF-FILE          VALUE "Y".
018100
018200 01  WS-MEM-EOF-SW           PIC X(01) VALUE "N".
018300     88  WS-MEM-END-OF-FILE          VALUE "Y".
018400
018500 01  WS-HIST-EOF-SW          PIC X(01) VALUE "N".
018600     88  WS-HIST-END-OF-FILE         VALUE "Y".
018700
018800 01  WS-EXC-EOF-SW           PIC X(01) VALUE "N".
018900     88  WS-EXC-END-OF-FILE          VALUE "Y".
019000
019100 01  WS-SORTED-OPEN-SW       PIC X(01) VALUE "N".
019200     88  WS-SORTED-IS-OPEN           VALUE "Y".
019300
019400 01  WS-CTL-CHECK-SW         PIC X(01) VALUE "N".
019500     88  WS-CTL-CHECK-ON             VALUE "Y".
019600
019700 01  WS-REG-SEEN-SW          PIC X(01) VALUE "N".
019800     88  WS-REG-ROW-SEEN             VALUE "Y".
019900
020000*****************************************************************
020100*    THE RULES - ONE TITLE, ONE EODHIST LABEL AND ONE COUNT
020200*    PER RULE, IN RULE-NUMBER ORDER
020300*****************************************************************
020400 01  WS-RULE-COUNT-MAX       PIC 9(01) VALUE 5.
020500 01  WS-RULE-TITLES.
020600     05  FILLER              PIC X(50)
020700         VALUE "FEE RECORD WITH NO MEMBER-MASTER RECORD".
020800     05  FILLER              PIC X(50)
020900         VALUE "LAST STATUS-HISTORY ROW DISAGREES WITH MASTER".
021000     05  FILLER              PIC X(50)
021100         VALUE "MEMBER WITH NO REGISTRATION ROW IN STATHIST".
021200     05  FILLER              PIC X(50)
021300         VALUE "DATE OF BIRTH DISAGREES WITH BIRTH YEAR".
021400     05  FILLER              PIC X(50)
021500         VALUE "MEMBER-ID ABOVE THE LAST ID ISSUED IN MEMBCTL".
021600 01  WS-RULE-TITLE-TABLE REDEFINES WS-RULE-TITLES.
021700     05  WS-RULE-TITLE       OCCURS 5 TIMES PIC X(50).
021800
021900 01  WS-RULE-LABELS.
022000     05  FILLER              PIC X(24)
022100         VALUE "FEE WITH NO MEMBER".
022200     05  FILLER              PIC X(24)
022300         VALUE "HISTORY/STATUS MISMATCH".
022400     05  FILLER              PIC X(24)
022500         VALUE "NO REGISTRATION ROW".
022600     05  FILLER              PIC X(24)
022700         VALUE "DOB/BIRTH YEAR MISMATCH".
022800     05  FILLER              PIC X(24)
022900         VALUE "ID ABOVE MEMBCTL".
023000 01  WS-RULE-LABEL-TABLE REDEFINES WS-RULE-LABELS.
023100     05  WS-RULE-LABEL       OCCURS 5 TIMES PIC X(24).
023200
023300 01  WS-RULE-COUNTS.
023400     05  WS-RULE-COUNT       OCCURS 5 TIMES PIC 9(06).
023500
023600 01  WS-RULE-SUB             PIC 9(02) COMP VALUE ZERO.
023700
023800*****************************************************************
023900*    CONTROL TOTALS AND WORK AREAS
024000*****************************************************************
024100 01  WS-MEMBERS-CHECKED      PIC 9(06) VALUE ZERO.
024200 01  WS-FEES-CHECKED         PIC 9(06) VALUE ZERO.
024300 01  WS-EXCEPTION-TOTAL      PIC 9(06) VALUE ZERO.
024400
024500 01  WS-COUNT-LABEL          PIC X(24).
024600 01  WS-COUNT-VALUE          PIC 9(09) VALUE ZERO.
024700
024800 01  WS-TODAY                PIC 9(08) VALUE ZERO.
024900
025000 01  WS-MASTER-STATUS        PIC X(01) VALUE SPACE.
025100 01  WS-LAST-HIST-STATUS     PIC X(01) VALUE SPACE.
025200 01  WS-CURRENT-RULE         PIC 9(01) VALUE ZERO.
025300
025400 01  WS-DOB-CHECK            PIC 9(08) VALUE ZERO.
025500 01  WS-DOB-CHECK-R REDEFINES WS-DOB-CHECK.
025600     05  WS-DOB-CHECK-YEAR   PIC 9(04).
025700     05  WS-DOB-CHECK-MMDD   PIC 9(04).
025800
025900*****************************************************************
026000*    EXCEPTION DETAIL LAYOUTS - ONE PER RULE, MOVED WHOLE INTO
026100*    THE WORK RECORD
026200*****************************************************************
026300 01  WS-FEE-DETAIL.
026400     05  FILLER              PIC X(13) VALUE "FEE BALANCE: ".
026500     05  WSD-FEE-BALANCE     PIC -Z,ZZZ,ZZ9.99.
026600
026700 01  WS-STATUS-DETAIL.
026800     05  FILLER              PIC X(18) VALUE "LAST HISTORY ROW: ".
026900     05  WSD-HIST-STATUS     PIC X(01).
027000     05  FILLER              PIC X(10) VALUE "  MASTER: ".
027100     05  WSD-MAST-STATUS     PIC X(01).
027200
027300 01  WS-DOB-DETAIL.
027400     05  FILLER              PIC X(05) VALUE "DOB: ".
027500     05  WSD-DOB             PIC 9(08).
027600     05  FILLER              PIC X(14) VALUE "  BIRTH YEAR: ".
027700     05  WSD-BIRTH-YEAR      PIC X(04).
027800
027900 01  WS-CEILING-DETAIL.
028000     05  FILLER              PIC X(16) VALUE "LAST ID ISSUED: ".
028100     05  WSD-LAST-ID         PIC 9(06).
028200
028300 01  WS-EXC-RULE             PIC 9(01).
028400 01  WS-EXC-DETAIL           PIC X(50).
028500
028600*****************************************************************
028700*    PAGE CONTROL - SAME DEPTH AS THE ROSTER
028800*****************************************************************
028900 01  WS-LINE-COUNT           PIC 9(02) VALUE ZERO.
029000 01  WS-PAGE-COUNT           PIC 9(03) VALUE ZERO.
029100 01  WS-MAX-LINES-PER-PAGE   PIC 9(02) VALUE 50.
029200
029300*****************************************************************
029400*    REPORT LINE LAYOUTS
029500*****************************************************************
029600 01  WS-HEADER-LINE-1.
029700     05  FILLER              PIC X(15) VALUE SPACES.
029800     05  FILLER              PIC X(42)
029900         VALUE "IIT TIRUPATI - INTEGRITY EXCEPTIONS".
030000     05  FILLER              PIC X(06) VALUE " PAGE ".
030100     05  HDR-PAGE-NUMBER     PIC ZZ9.
030200     05  FILLER              PIC X(14) VALUE SPACES.
030300
030400 01  WS-HEADER-LINE-2.
030500     05  FILLER              PIC X(10) VALUE "MEMBER-ID".
030600     05  FILLER              PIC X(70) VALUE "DETAIL".
030700
030800 01  WS-RULE-LINE.
030900     05  FILLER              PIC X(05) VALUE "RULE ".
031000     05  RUL-NUMBER          PIC 9(01).
031100     05  FILLER              PIC X(03) VALUE " - ".
031200     05  RUL-TITLE           PIC X(50).
031300     05  FILLER              PIC X(21) VALUE SPACES.
031400
031500 01  WS-DETAIL-LINE.
031600     05  DET-MEMBER-ID       PIC 9(06).
031700     05  FILLER              PIC X(04) VALUE SPACES.
031800     05  DET-DETAIL          PIC X(50).
031900     05  FILLER              PIC X(20) VALUE SPACES.
032000
032100 01  WS-SUMMARY-LINE.
032200     05  FILLER              PIC X(05) VALUE "RULE ".
032300     05  SUM-NUMBER          PIC 9(01).
032400     05  FILLER              PIC X(03) VALUE " - ".
032500     05  SUM-TITLE           PIC X(50).
032600     05  FILLER              PIC X(02) VALUE ": ".
032700     05  SUM-COUNT           PIC ZZZ,ZZ9.
032800     05  FILLER              PIC X(12) VALUE SPACES.
032900
033000 01  WS-TOTAL-LINE.
033100     05  FILLER              PIC X(09) VALUE SPACES.
033200     05  TOT-LABEL           PIC X(50).
033300     05  FILLER              PIC X(02) VALUE ": ".
033400     05  TOT-COUNT           PIC ZZZ,ZZ9.
033500     05  FILLER              PIC X(12) VALUE SPACES.
033600
033700 01  WS-NONE-LINE.
033800     05  FILLER              PIC X(10) VALUE SPACES.
033900     05  FILLER              PIC X(40)
034000         VALUE "NO EXCEPTIONS - THE FILES ARE IN STEP.".
034100     05  FILLER              PIC X(30) VALUE SPACES.
034200
034300 01  WS-FOOTER-LINE.
034400     05  FILLER              PIC X(16) VALUE "EXCEPTIONS:     ".
034500     05  FTR-EXCEPTION-COUNT PIC ZZZ,ZZ9.
034600     05  FILLER              PIC X(08) VALUE SPACES.
034700     05  FILLER              PIC X(10) VALUE "RUN DATE: ".
034800     05  FTR-RUN-DATE        PIC 9(08).
034900     05  FILLER              PIC X(31) VALUE SPACES.
035000
035100 PROCEDURE DIVISION.
035200 0000-MAINLINE.
035300     PERFORM 1000-INITIALIZE THRU 1000-EXIT
035400     IF NOT WS-RUN-STOPPED
035500         PERFORM 2000-CHECK-FEE-MASTER THRU 2000-EXIT
035600         PERFORM 3000-CHECK-MEMBERS THRU 3000-EXIT
035700         CLOSE EXCEPTION-WORK
035800         PERFORM 5000-PRINT-EXCEPTIONS THRU 5000-EXIT
035900         PERFORM 8000-TERMINATE THRU 8000-EXIT
036000         PERFORM 9500-WRITE-RUN-HISTORY THRU 9500-EXIT
036100     END-IF.
036200
036300 0000-EXIT.
036400     GOBACK.
036500
036600*****************************************************************
036700*    1000-INITIALIZE  -  THE MEMBER MASTER IS THE ONE FILE THE
036800*                        CHECK CANNOT DO WITHOUT.  MEMBCTL IS
036900*                        READ ONCE FOR THE ID CEILING.
037000*****************************************************************
037100 1000-INITIALIZE.
037200     ACCEPT WS-TODAY FROM DATE YYYYMMDD
037300     INITIALIZE WS-RULE-COUNTS
037400
037500     OPEN INPUT MEMBER-MASTER
037600     IF NOT WS-MEMMAST-OK
037700         DISPLAY "INTEGCHK: UNABLE TO OPEN MEMBER-MASTER, "
037800                 "STATUS = " WS-MEMMAST-STATUS
037900         SET WS-RUN-STOPPED TO TRUE
038000         MOVE 8 TO RETURN-CODE
038100         GO TO 1000-EXIT
038200     END-IF
038300
038400     OPEN INPUT CONTROL-FILE
038500     IF WS-MEMBCTL-OK
038600         MOVE "MEMBERID" TO CTL-KEY
038700         READ CONTROL-FILE KEY IS CTL-KEY
038800             INVALID KEY
038900                 MOVE ZERO TO CTL-LAST-MEMBER-ID
039000         END-READ
039100         SET WS-CTL-CHECK-ON TO TRUE
039200         CLOSE CONTROL-FILE
039300     ELSE
039400         DISPLAY "INTEGCHK: NO MEMBCTL ON HAND - ID CEILING "
039500                 "NOT CHECKED, STATUS = " WS-MEMBCTL-STATUS
039600     END-IF
039700
039800     PERFORM 1100-SORT-HISTORY THRU 1100-EXIT
039900
040000     OPEN OUTPUT EXCEPTION-WORK
040100     OPEN OUTPUT INTEGRITY-REPORT
040104     IF NOT WS-WORK-OK OR NOT WS-REPORT-OK
040108         DISPLAY "INTEGCHK: UNABLE TO OPEN THE WORK FILE OR "
040112                 "REPORT, STATUS = " WS-WORK-STATUS " / "
040116                 WS-REPORT-STATUS
040120         IF WS-WORK-OK
040124             CLOSE EXCEPTION-WORK
040128         END-IF
040132         IF WS-REPORT-OK
040136             CLOSE INTEGRITY-REPORT
040140         END-IF
040144         CLOSE MEMBER-MASTER
040148         IF WS-SORTED-IS-OPEN
040152             CLOSE SORTED-HISTORY
040156             MOVE "N" TO WS-SORTED-OPEN-SW
040160         END-IF
040164         SET WS-RUN-STOPPED TO TRUE
040168         MOVE 8 TO RETURN-CODE
040172         GO TO 1000-EXIT
040176     END-IF
040180
040200     PERFORM 6000-PRINT-PAGE-HEADERS THRU 6000-EXIT.
040300
040400 1000-EXIT.
040500     EXIT.
040600
040700*****************************************************************
040800*    1100-SORT-HISTORY  -  MEMBER, THEN TIME, SO EACH MEMBER'S
040900*                          ROWS ARRIVE TOGETHER AND THE LAST ONE
041000*                          READ IS THE LATEST.  NO HISTORY FILE
041100*                          MEANS NO MEMBER HAS A ROW.
041200*****************************************************************
041300 1100-SORT-HISTORY.
041400     OPEN INPUT STATUS-HISTORY
041500     IF NOT WS-STATH-OK
041600         DISPLAY "INTEGCHK: NO STATUS HISTORY ON HAND, "
041700                 "STATUS = " WS-STATH-STATUS
041800         SET WS-HIST-END-OF-FILE TO TRUE
041900         GO TO 1100-EXIT
042000     END-IF
042100     CLOSE STATUS-HISTORY
042200
042300     SORT SORT-HISTORY
042400         ON ASCENDING KEY SRH-MEMBER-ID SRH-TIMESTAMP
042500         WITH DUPLICATES IN ORDER
042600         USING STATUS-HISTORY
042700         GIVING SORTED-HISTORY
042800
042900     OPEN INPUT SORTED-HISTORY
043000     IF NOT WS-SORTED-OK
043100         DISPLAY "INTEGCHK: SORTED HISTORY NOT AVAILABLE, "
043200                 "STATUS = " WS-SORTED-STATUS
043300         SET WS-HIST-END-OF-FILE TO TRUE
043400         GO TO 1100-EXIT
043500     END-IF
043600     SET WS-SORTED-IS-OPEN TO TRUE
043700
043800     PERFORM 3500-READ-HISTORY THRU 3500-EXIT.
043900
044000 1100-EXIT.
044100     EXIT.
044200
044300*****************************************************************
044400*    2000-CHECK-FEE-MASTER  -  RULE 1.  NO FEE MASTER YET MEANS
044500*                              NO FEE RECORD CAN BE ORPHANED.
044600*****************************************************************
044700 2000-CHECK-FEE-MASTER.
044800     OPEN INPUT FEE-MASTER
044900     IF NOT WS-FEEMAST-OK
045000         DISPLAY "INTEGCHK: NO FEE MASTER ON HAND, STATUS = "
045100                 WS-FEEMAST-STATUS
045200         GO TO 2000-EXIT
045300     END-IF
045400
045500     PERFORM 2200-READ-FEE-MASTER THRU 2200-EXIT
045600     PERFORM 2100-CHECK-ONE-FEE THRU 2100-EXIT
045700         UNTIL WS-FEE-END-OF-FILE
045800     CLOSE FEE-MASTER.
045900
046000 2000-EXIT.
046100     EXIT.
046200
046300*****************************************************************
046400*    2100-CHECK-ONE-FEE
046500*****************************************************************
046600 2100-CHECK-ONE-FEE.
046700     ADD 1 TO WS-FEES-CHECKED
046800     MOVE FEE-MEMBER-ID TO MEMBER-ID
046900     READ MEMBER-MASTER KEY IS MEMBER-ID
047000         INVALID KEY
047100             MOVE FEE-BALANCE   TO WSD-FEE-BALANCE
047200             MOVE 1             TO WS-EXC-RULE
047300             MOVE WS-FEE-DETAIL TO WS-EXC-DETAIL
047400             PERFORM 4000-WRITE-EXCEPTION THRU 4000-EXIT
047500     END-READ
047600
047700     PERFORM 2200-READ-FEE-MASTER THRU 2200-EXIT.
047800
047900 2100-EXIT.
048000     EXIT.
048100
048200*****************************************************************
048300*    2200-READ-FEE-MASTER
048400*****************************************************************
048500 2200-READ-FEE-MASTER.
048600     READ FEE-MASTER
048700         AT END
048800             SET WS-FEE-END-OF-FILE TO TRUE
048900     END-READ.
049000
049100 2200-EXIT.
049200     EXIT.
049300
049400*****************************************************************
049500*    3000-CHECK-MEMBERS  -  RULES 2 TO 5, ONE PASS OF THE MASTER
049600*                          IN MEMBER-ID ORDER AGAINST THE SORTED
049700*                          STATUS HISTORY
049800*****************************************************************
049900 3000-CHECK-MEMBERS.
050000     MOVE ZERO TO MEMBER-ID
050100     START MEMBER-MASTER KEY IS NOT LESS THAN MEMBER-ID
050200         INVALID KEY
050300             SET WS-MEM-END-OF-FILE TO TRUE
050400     END-START
050500     IF WS-MEM-END-OF-FILE
050600         GO TO 3000-EXIT
050700     END-IF
050800
050900     PERFORM 3200-READ-MEMBER THRU 3200-EXIT
051000     PERFORM 3100-CHECK-ONE-MEMBER THRU 3100-EXIT
051100         UNTIL WS-MEM-END-OF-FILE.
051200
051300 3000-EXIT.
051400     EXIT.
051500
051600*****************************************************************
051700*    3100-CHECK-ONE-MEMBER  -  HISTORY ROWS FOR IDS NOT ON THE
051800*                              MASTER ARE PASSED OVER; THIS
051900*                              MEMBER'S ROWS ARE TAKEN IN TIME
052000*                              ORDER, THEN EACH RULE IS TRIED
052100*****************************************************************
052200 3100-CHECK-ONE-MEMBER.
052300     ADD 1 TO WS-MEMBERS-CHECKED
052400     IF MEMBER-STATUS = SPACE
052500         MOVE "A" TO WS-MASTER-STATUS
052600     ELSE
052700         MOVE MEMBER-STATUS TO WS-MASTER-STATUS
052800     END-IF
052900     MOVE "N"   TO WS-REG-SEEN-SW
053000     MOVE SPACE TO WS-LAST-HIST-STATUS
053100
053200     PERFORM 3500-READ-HISTORY THRU 3500-EXIT
053300         UNTIL WS-HIST-END-OF-FILE
053400             OR STAT-MEMBER-ID NOT < MEMBER-ID
053500     PERFORM 3300-TAKE-HISTORY-ROW THRU 3300-EXIT
053600         UNTIL WS-HIST-END-OF-FILE
053700             OR STAT-MEMBER-ID NOT = MEMBER-ID
053800
053900     IF WS-LAST-HIST-STATUS NOT = SPACE
054000             AND WS-LAST-HIST-STATUS NOT = WS-MASTER-STATUS
054100         MOVE WS-LAST-HIST-STATUS TO WSD-HIST-STATUS
054200         MOVE WS-MASTER-STATUS    TO WSD-MAST-STATUS
054300         MOVE 2                   TO WS-EXC-RULE
054400         MOVE WS-STATUS-DETAIL    TO WS-EXC-DETAIL
054500         PERFORM 4000-WRITE-EXCEPTION THRU 4000-EXIT
054600     END-IF
054700
054800     IF NOT WS-REG-ROW-SEEN
054900         MOVE 3           TO WS-EXC-RULE
055000         MOVE MEMBER-NAME TO WS-EXC-DETAIL
055100         PERFORM 4000-WRITE-EXCEPTION THRU 4000-EXIT
055200     END-IF
055300
055400     IF MEMBER-DOB NUMERIC AND MEMBER-DOB > ZERO
055500         MOVE MEMBER-DOB TO WS-DOB-CHECK
055600         IF WS-DOB-CHECK-YEAR NOT = MEMBER-BIRTH-YEAR
055700             MOVE MEMBER-DOB        TO WSD-DOB
055800             MOVE MEMBER-BIRTH-YEAR TO WSD-BIRTH-YEAR
055900             MOVE 4                 TO WS-EXC-RULE
056000             MOVE WS-DOB-DETAIL     TO WS-EXC-DETAIL
056100             PERFORM 4000-WRITE-EXCEPTION THRU 4000-EXIT
056200         END-IF
056300     END-IF
056400
056500     IF WS-CTL-CHECK-ON AND MEMBER-ID > CTL-LAST-MEMBER-ID
056600         MOVE CTL-LAST-MEMBER-ID TO WSD-LAST-ID
056700         MOVE 5                  TO WS-EXC-RULE
056800         MOVE WS-CEILING-DETAIL  TO WS-EXC-DETAIL
056900         PERFORM 4000-WRITE-EXCEPTION THRU 4000-EXIT
057000     END-IF
057100
057200     PERFORM 3200-READ-MEMBER THRU 3200-EXIT.
057300
057400 3100-EXIT.
057500     EXIT.
057600
057700*****************************************************************
057800*    3200-READ-MEMBER
057900*****************************************************************
058000 3200-READ-MEMBER.
058100     READ MEMBER-MASTER NEXT RECORD
058200         AT END
058300             SET WS-MEM-END-OF-FILE TO TRUE
058400     END-READ.
058500
058600 3200-EXIT.
058700     EXIT.
058800
058900*****************************************************************
059000*    3300-TAKE-HISTORY-ROW  -  THE REGISTRATION ROW IS THE ONE
059100*                              FROM NO STATUS TO "A"; THE LAST ROW
059200*                              TAKEN LEAVES THE LATEST STATUS
059300*****************************************************************
059400 3300-TAKE-HISTORY-ROW.
059500     IF STAT-OLD-STATUS = SPACE AND STAT-NEW-STATUS = "A"
059600         SET WS-REG-ROW-SEEN TO TRUE
059700     END-IF
059800     MOVE STAT-NEW-STATUS TO WS-LAST-HIST-STATUS
059900
060000     PERFORM 3500-READ-HISTORY THRU 3500-EXIT.
060100
060200 3300-EXIT.
060300     EXIT.
060400
060500*****************************************************************
060600*    3500-READ-HISTORY
060700*****************************************************************
060800 3500-READ-HISTORY.
060900     READ SORTED-HISTORY
061000         AT END
061100             SET WS-HIST-END-OF-FILE TO TRUE
061200     END-READ.
061300
061400 3500-EXIT.
061500     EXIT.
061600
061700*****************************************************************
061800*    4000-WRITE-EXCEPTION  -  ONE WORK RECORD, COUNTED BY RULE
061900*****************************************************************
062000 4000-WRITE-EXCEPTION.
062100     MOVE WS-EXC-RULE    TO EXW-RULE
062200     MOVE MEMBER-ID      TO EXW-MEMBER-ID
062300     IF WS-EXC-RULE = 1
062400         MOVE FEE-MEMBER-ID TO EXW-MEMBER-ID
062500     END-IF
062600     MOVE WS-EXC-DETAIL  TO EXW-DETAIL
062700     WRITE EXCEPTION-WORK-RECORD
062800
062900     ADD 1 TO WS-RULE-COUNT (WS-EXC-RULE)
063000     ADD 1 TO WS-EXCEPTION-TOTAL.
063100
063200 4000-EXIT.
063300     EXIT.
063400
063500*****************************************************************
063600*    5000-PRINT-EXCEPTIONS  -  SORT THE WORK FILE BY RULE AND
063700*                              MEMBER, THEN PRINT WITH A HEADING
063800*                              AT EACH CHANGE OF RULE
063900*****************************************************************
064000 5000-PRINT-EXCEPTIONS.
064100     IF WS-EXCEPTION-TOTAL = ZERO
064200         WRITE REPORT-LINE FROM SPACES
064300         WRITE REPORT-LINE FROM WS-NONE-LINE
064400         ADD 2 TO WS-LINE-COUNT
064500         GO TO 5000-EXIT
064600     END-IF
064700
064800     SORT SORT-EXCEPTIONS
064900         ON ASCENDING KEY SRX-RULE SRX-MEMBER-ID
065000         WITH DUPLICATES IN ORDER
065100         USING EXCEPTION-WORK
065200         GIVING SORTED-EXCEPTIONS
065300
065400     OPEN INPUT SORTED-EXCEPTIONS
065500     IF NOT WS-SORTEXC-OK
065600         DISPLAY "INTEGCHK: SORTED EXCEPTIONS NOT AVAILABLE, "
065700                 "STATUS = " WS-SORTEXC-STATUS
065800         GO TO 5000-EXIT
065900     END-IF
066000
066100     MOVE ZERO TO WS-CURRENT-RULE
066200     PERFORM 5200-READ-EXCEPTION THRU 5200-EXIT
066300     PERFORM 5100-PRINT-ONE-EXCEPTION THRU 5100-EXIT
066400         UNTIL WS-EXC-END-OF-FILE
066500     CLOSE SORTED-EXCEPTIONS.
066600
066700 5000-EXIT.
066800     EXIT.
066900
067000*****************************************************************
067100*    5100-PRINT-ONE-EXCEPTION
067200*****************************************************************
067300 5100-PRINT-ONE-EXCEPTION.
067400     IF SXC-RULE NOT = WS-CURRENT-RULE
067500         PERFORM 5300-PRINT-RULE-HEADING THRU 5300-EXIT
067600     END-IF
067700     IF WS-LINE-COUNT NOT < WS-MAX-LINES-PER-PAGE
067800         PERFORM 6000-PRINT-PAGE-HEADERS THRU 6000-EXIT
067900     END-IF
068000
068100     MOVE SXC-MEMBER-ID TO DET-MEMBER-ID
068200     MOVE SXC-DETAIL    TO DET-DETAIL
068300     WRITE REPORT-LINE FROM WS-DETAIL-LINE
068400     ADD 1 TO WS-LINE-COUNT
068500
068600     PERFORM 5200-READ-EXCEPTION THRU 5200-EXIT.
068700
068800 5100-EXIT.
068900     EXIT.
069000
069100*****************************************************************
069200*    5200-READ-EXCEPTION
069300*****************************************************************
069400 5200-READ-EXCEPTION.
069500     READ SORTED-EXCEPTIONS
069600         AT END
069700             SET WS-EXC-END-OF-FILE TO TRUE
069800     END-READ.
069900
070000 5200-EXIT.
070100     EXIT.
070200
070300*****************************************************************
070400*    5300-PRINT-RULE-HEADING  -  A HEADING NEVER SITS ALONE AT
070500*                                THE FOOT OF A PAGE
070600*****************************************************************
070700 5300-PRINT-RULE-HEADING.
070800     MOVE SXC-RULE TO WS-CURRENT-RULE
070900     IF WS-LINE-COUNT + 3 > WS-MAX-LINES-PER-PAGE
071000         PERFORM 6000-PRINT-PAGE-HEADERS THRU 6000-EXIT
071100     END-IF
071200
071300     MOVE SXC-RULE                    TO RUL-NUMBER
071400     MOVE WS-RULE-TITLE (SXC-RULE)    TO RUL-TITLE
071500     WRITE REPORT-LINE FROM SPACES
071600     WRITE REPORT-LINE FROM WS-RULE-LINE
071700     ADD 2 TO WS-LINE-COUNT.
071800
071900 5300-EXIT.
072000     EXIT.
072100
072200*****************************************************************
072300*    6000-PRINT-PAGE-HEADERS
072400*****************************************************************
072500 6000-PRINT-PAGE-HEADERS.
072600     ADD 1 TO WS-PAGE-COUNT
072700     MOVE WS-PAGE-COUNT TO HDR-PAGE-NUMBER
072800
072900     IF WS-PAGE-COUNT > 1
073000         WRITE REPORT-LINE FROM SPACES
073100     END-IF
073200
073300     WRITE REPORT-LINE FROM WS-HEADER-LINE-1
073400     WRITE REPORT-LINE FROM WS-HEADER-LINE-2
073500     MOVE ZERO TO WS-LINE-COUNT.
073600
073700 6000-EXIT.
073800     EXIT.
073900
074000*****************************************************************
074100*    8000-TERMINATE  -  A COUNT FOR EVERY RULE, CLEAN OR NOT,
074200*                       THEN THE FOOTER.  ANY EXCEPTION IS A
074300*                       WARNING (RETURN CODE 4).
074400*****************************************************************
074500 8000-TERMINATE.
074600     WRITE REPORT-LINE FROM SPACES
074700     MOVE ZERO TO WS-RULE-SUB
074800     PERFORM 8100-PRINT-RULE-COUNT THRU 8100-EXIT
074900         UNTIL WS-RULE-SUB >= WS-RULE-COUNT-MAX
075000
075100     WRITE REPORT-LINE FROM SPACES
075200     MOVE "MEMBER RECORDS CHECKED" TO TOT-LABEL
075300     MOVE WS-MEMBERS-CHECKED       TO TOT-COUNT
075400     WRITE REPORT-LINE FROM WS-TOTAL-LINE
075500     MOVE "FEE RECORDS CHECKED"    TO TOT-LABEL
075600     MOVE WS-FEES-CHECKED          TO TOT-COUNT
075700     WRITE REPORT-LINE FROM WS-TOTAL-LINE
075800
075900     MOVE WS-EXCEPTION-TOTAL TO FTR-EXCEPTION-COUNT
076000     MOVE WS-TODAY           TO FTR-RUN-DATE
076100     WRITE REPORT-LINE FROM SPACES
076200     WRITE REPORT-LINE FROM WS-FOOTER-LINE
076300     CLOSE INTEGRITY-REPORT
076400
076500     CLOSE MEMBER-MASTER
076600     IF WS-SORTED-IS-OPEN
076700         CLOSE SORTED-HISTORY
076800         MOVE "N" TO WS-SORTED-OPEN-SW
076900     END-IF
077000
077100     DISPLAY "INTEGCHK: " WS-MEMBERS-CHECKED " MEMBER(S) AND "
077200             WS-FEES-CHECKED " FEE RECORD(S) CHECKED, "
077300             WS-EXCEPTION-TOTAL " EXCEPTION(S)."
077400     IF WS-EXCEPTION-TOTAL > ZERO
077500         MOVE 4 TO RETURN-CODE
077600     END-IF.
077700
077800 8000-EXIT.
077900     EXIT.
078000
078100*****************************************************************
078200*    8100-PRINT-RULE-COUNT
078300*****************************************************************
078400 8100-PRINT-RULE-COUNT.
078500     ADD 1 TO WS-RULE-SUB
078600     MOVE WS-RULE-SUB                 TO SUM-NUMBER
078700     MOVE WS-RULE-TITLE (WS-RULE-SUB) TO SUM-TITLE
078800     MOVE WS-RULE-COUNT (WS-RULE-SUB) TO SUM-COUNT
078900     WRITE REPORT-LINE FROM WS-SUMMARY-LINE.
079000
079100 8100-EXIT.
079200     EXIT.
079300
079400*****************************************************************
079500*    9500-WRITE-RUN-HISTORY  -  THE CHECK COUNTS AND ONE COUNT
079600*                               PER RULE AS "C" ROWS ON EODHIST
079700*****************************************************************
079800 9500-WRITE-RUN-HISTORY.
079900     OPEN EXTEND EOD-HISTORY
080000     IF WS-EODHIST-STATUS = "05" OR WS-EODHIST-STATUS = "35"
080100         OPEN OUTPUT EOD-HISTORY
080200     END-IF
080300     IF NOT WS-EODHIST-OK
080400         DISPLAY "INTEGCHK: RUN HISTORY NOT WRITTEN, STATUS = "
080500                 WS-EODHIST-STATUS
080600         GO TO 9500-EXIT
080700     END-IF
080800
080900     MOVE "MEMBER RECORDS CHECKED" TO WS-COUNT-LABEL
081000     MOVE WS-MEMBERS-CHECKED       TO WS-COUNT-VALUE
081100     PERFORM 9510-ONE-COUNT-ROW THRU 9510-EXIT
081200     MOVE "FEE RECORDS CHECKED"    TO WS-COUNT-LABEL
081300     MOVE WS-FEES-CHECKED          TO WS-COUNT-VALUE
081400     PERFORM 9510-ONE-COUNT-ROW THRU 9510-EXIT
081500     MOVE ZERO TO WS-RULE-SUB
081600     PERFORM 9520-ONE-RULE-ROW THRU 9520-EXIT
081700         UNTIL WS-RULE-SUB >= WS-RULE-COUNT-MAX
081800     MOVE "INTEGRITY EXCEPTIONS"   TO WS-COUNT-LABEL
081900     MOVE WS-EXCEPTION-TOTAL       TO WS-COUNT-VALUE
082000     PERFORM 9510-ONE-COUNT-ROW THRU 9510-EXIT
082100
082200     CLOSE EOD-HISTORY.
082300
082400 9500-EXIT.
082500     EXIT.
082600
082700*****************************************************************
082800*    9510-ONE-COUNT-ROW
082900*****************************************************************
083000 9510-ONE-COUNT-ROW.
083100     INITIALIZE EOD-HISTORY-RECORD
083200     SET EODH-COUNT-ROW TO TRUE
083300     MOVE WS-TODAY        TO EODH-RUN-DATE
083400     MOVE "INTEGCHK"      TO EODH-PROGRAM
083500     MOVE WS-COUNT-LABEL  TO EODH-COUNT-LABEL
083600     MOVE WS-COUNT-VALUE  TO EODH-COUNT-VALUE
083700     WRITE EOD-HISTORY-RECORD.
083800
083900 9510-EXIT.
084000     EXIT.
084100
084200*****************************************************************
084300*    9520-ONE-RULE-ROW
084400*****************************************************************
084500 9520-ONE-RULE-ROW.
084600     ADD 1 TO WS-RULE-SUB
084700     MOVE WS-RULE-LABEL (WS-RULE-SUB) TO WS-COUNT-LABEL
084800     MOVE WS-RULE-COUNT (WS-RULE-SUB) TO WS-COUNT-VALUE
084900     PERFORM 9510-ONE-COUNT-ROW THRU 9510-EXIT.
085000
085100 9520-EXIT.
085200     EXIT.

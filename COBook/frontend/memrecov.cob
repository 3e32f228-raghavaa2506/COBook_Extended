000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    MEMRECOV.
000300 AUTHOR.        R. IYENGAR - APPLICATIONS.
000400 INSTALLATION.  IIT TIRUPATI - MEMBER SERVICES.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  MODIFICATION HISTORY
000900*  DATE        INIT  DESCRIPTION
001000*  2026-10-15  RI    ORIGINAL - FORWARD RECOVERY OF THE MEMBER
001100*                    MASTER AND THE FEE MASTER.  REBUILDS BOTH
001200*                    FROM THE LAST MEMUNLD BACKUPS (MEMBBKP AND
001300*                    FEEBKP), THE SAME WAY MEMRELD DOES, THEN
001400*                    REAPPLIES THE CHANGE JOURNAL (CHGJRNL)
001500*                    WRITTEN BY MEMBERREG AND FEEPOST, SORTED
001600*                    INTO TIMESTAMP ORDER, UP TO THE POINT
001700*                    OPERATIONS KEYS AT THE CONSOLE.  BOTH
001800*                    BACKUP HEADERS AND THE JOURNAL HEADER MUST
001900*                    CARRY THE SAME STAMP, OR NOTHING IS
002000*                    TOUCHED.  AN ADD IS REFUSED IF THE RECORD
002100*                    IS ALREADY ON FILE; A CHANGE IS ONLY
002200*                    APPLIED WHEN THE RECORD ON FILE MATCHES THE
002300*                    BEFORE IMAGE.  EVERY IMAGE THAT WOULD NOT
002400*                    APPLY IS LISTED ON THE RECOVERY REPORT
002500*                    (RECOVRPT) UNDER THE RELOAD AND JOURNAL
002600*                    COUNTS.  A BACKUP THAT DOES NOT PROVE
002700*                    ITSELF COMPLETE, AN IMAGE NOT APPLIED OR A
002800*                    MEMBCTL BEHIND THE MASTER ENDS THE RUN WITH
002900*                    RETURN CODE 8.
002920*  2026-10-15  RI    MEMBBKP DETAIL AND THE JOURNAL RECORD
002940*                    WIDENED WITH THE MEMBER RECORD (NOW 160
002960*                    BYTES).
003000*****************************************************************
003100
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT MEMBER-MASTER   ASSIGN TO "MEMMAST"
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS DYNAMIC
003800         RECORD KEY IS MEMBER-ID
003900         ALTERNATE RECORD KEY IS MEMBER-NAME WITH DUPLICATES
004000         FILE STATUS IS WS-MEMMAST-STATUS.
004100
004200     SELECT FEE-MASTER      ASSIGN TO "FEEMAST"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS DYNAMIC
004500         RECORD KEY IS FEE-MEMBER-ID
004600         FILE STATUS IS WS-FEEMAST-STATUS.
004700
004800     SELECT BACKUP-FILE     ASSIGN TO "MEMBBKP"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-BACKUP-STATUS.
005100
005200     SELECT FEE-BACKUP-FILE ASSIGN TO "FEEBKP"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-FEEBKP-STATUS.
005500
005600     SELECT CHANGE-JOURNAL  ASSIGN TO "CHGJRNL"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-CHGJRNL-STATUS.
005900
006000     SELECT SORT-WORK       ASSIGN TO "SORTWK1".
006100
006200     SELECT SORTED-JOURNAL  ASSIGN TO "CHGJSRTD"
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-SORTED-STATUS.
006500
006600     SELECT CONTROL-FILE    ASSIGN TO "MEMBCTL"
006700         ORGANIZATION IS INDEXED
006800         ACCESS MODE IS DYNAMIC
006900         RECORD KEY IS CTL-KEY
007000         FILE STATUS IS WS-MEMBCTL-STATUS.
007100
007200     SELECT RECOVERY-REPORT ASSIGN TO "RECOVRPT"
007300         ORGANIZATION IS LINE SEQUENTIAL
007400         FILE STATUS IS WS-REPORT-STATUS.
007500
007600 DATA DIVISION.
007700 FILE SECTION.
007800 FD  MEMBER-MASTER
007900     LABEL RECORDS ARE STANDARD.
008000 COPY MEMREC.
008100
008200 FD  FEE-MASTER
008300     LABEL RECORDS ARE STANDARD.
008400 COPY FEEREC.
008500
008600 FD  BACKUP-FILE
008700     LABEL RECORDS ARE STANDARD.
008800 01  BACKUP-LINE.
008900     05  BKP-REC-TYPE        PIC X(01).
009000     05  BKP-REC-BODY        PIC X(160).
009100
009200 FD  FEE-BACKUP-FILE
009300     LABEL RECORDS ARE STANDARD.
009400 01  FEE-BACKUP-LINE.
009500     05  FBK-REC-TYPE        PIC X(01).
009600     05  FBK-REC-BODY        PIC X(59).
009700
009800 FD  CHANGE-JOURNAL
009900     LABEL RECORDS ARE STANDARD.
010000 01  CHANGE-JOURNAL-INPUT.
010100     05  CJI-REC-TYPE        PIC X(01).
010200     05  CJI-TIMESTAMP       PIC X(16).
010300     05  FILLER              PIC X(356).
010400
010500 SD  SORT-WORK.
010600 01  SORT-RECORD.
010700     05  SRT-REC-TYPE        PIC X(01).
010800     05  SRT-TIMESTAMP       PIC 9(16).
010900     05  FILLER              PIC X(356).
011000
011100 FD  SORTED-JOURNAL
011200     LABEL RECORDS ARE STANDARD.
011300 COPY CHGJREC.
011400
011500 FD  CONTROL-FILE
011600     LABEL RECORDS ARE STANDARD.
011700 COPY CTLREC.
011800
011900 FD  RECOVERY-REPORT
012000     LABEL RECORDS ARE STANDARD.
012100 01  REPORT-LINE             PIC X(80).
012200
012300 WORKING-STORAGE SECTION.
012400*****************************************************************
012500*    FILE STATUS AND SWITCHES
012600*****************************************************************
012700 01  WS-MEMMAST-STATUS       PIC X(02) VALUE "00".
012800     88  WS-MEMMAST-OK               VALUE "00".
012900     88  WS-MEMMAST-DUP-KEY          VALUE "02".
013000
013100 01  WS-FEEMAST-STATUS       PIC X(02) VALUE "00".
013200     88  WS-FEEMAST-OK               VALUE "00".
013300
013400 01  WS-BACKUP-STATUS        PIC X(02) VALUE "00".
013500     88  WS-BACKUP-OK                VALUE "00".
013600
013700 01  WS-FEEBKP-STATUS        PIC X(02) VALUE "00".
013800     88  WS-FEEBKP-OK                VALUE "00".
013900
014000 01  WS-CHGJRNL-STATUS       PIC X(02) VALUE "00".
014100     88  WS-CHGJRNL-OK               VALUE "00".
014200
014300 01  WS-SORTED-STATUS        PIC X(02) VALUE "00".
014400     88  WS-SORTED-OK                VALUE "00".
014500
014600 01  WS-MEMBCTL-STATUS       PIC X(02) VALUE "00".
014700     88  WS-MEMBCTL-OK               VALUE "00".
014800
014900 01  WS-REPORT-STATUS        PIC X(02) VALUE "00".
015000     88  WS-REPORT-OK                VALUE "00".
015100
015200 01  WS-EOF-SW               PIC X(01) VALUE "N".
015300     88  WS-END-OF-FILE              VALUE "Y".
015400
015500 01  WS-STOP-SW              PIC X(01) VALUE "N".
015600     88  WS-RUN-STOPPED              VALUE "Y".
015700
015800 01  WS-MASTERS-TOUCHED-SW   PIC X(01) VALUE "N".
015900     88  WS-MASTERS-TOUCHED          VALUE "Y".
016000
016100 01  WS-REPORT-OPEN-SW       PIC X(01) VALUE "N".
016200     88  WS-REPORT-IS-OPEN           VALUE "Y".
016300
016400 01  WS-HEADER-SEEN-SW       PIC X(01) VALUE "N".
016500     88  WS-HEADER-SEEN              VALUE "Y".
016600
016700 01  WS-TRAILER-SEEN-SW      PIC X(01) VALUE "N".
016800     88  WS-TRAILER-SEEN             VALUE "Y".
016900
017000 01  WS-IMAGE-FAILED-SW      PIC X(01) VALUE "N".
017100     88  WS-IMAGE-FAILED             VALUE "Y".
017200
017300 01  WS-CONFIRM-X            PIC X(01).
017400
017500*****************************************************************
017600*    RECOVERY POINT AND STAMPS - THE BACKUPS AND THE JOURNAL
017700*    MUST ALL CARRY THE SAME DATE AND TIME.  A SHORT STOP POINT
017800*    IS FILLED OUT WITH NINES, SO "20261015" COVERS THE WHOLE
017900*    DAY AND "202610151500" EVERYTHING UP TO 15:01.
018000*****************************************************************
018100 01  WS-STOP-POINT-X         PIC X(16) VALUE SPACES.
018200 01  WS-STOP-POINT           PIC 9(16) VALUE ZERO.
018300 01  WS-MEMBBKP-STAMP        PIC X(16) VALUE SPACES.
018400 01  WS-FEEBKP-STAMP         PIC X(16) VALUE SPACES.
018500 01  WS-CHGJRNL-STAMP        PIC X(16) VALUE SPACES.
018600
018700*****************************************************************
018800*    CONTROL TOTALS - THE RECOVERY MUST PROVE ITSELF
018900*****************************************************************
019000 01  WS-RECOVERY-TOTALS.
019100     05  WS-MEMBERS-LOADED   PIC 9(06) VALUE ZERO.
019200     05  WS-FEES-LOADED      PIC 9(06) VALUE ZERO.
019300     05  WS-TRAILER-COUNT    PIC 9(06) VALUE ZERO.
019400     05  WS-BAD-LINE-COUNT   PIC 9(06) VALUE ZERO.
019500     05  WS-HIGHEST-ID       PIC 9(06) VALUE ZERO.
019600     05  WS-IMAGES-READ      PIC 9(06) VALUE ZERO.
019700     05  WS-MEMBER-APPLIED   PIC 9(06) VALUE ZERO.
019800     05  WS-FEE-APPLIED      PIC 9(06) VALUE ZERO.
019900     05  WS-PAST-STOP-POINT  PIC 9(06) VALUE ZERO.
020000     05  WS-IMAGES-FAILED    PIC 9(06) VALUE ZERO.
020100
020200 01  WS-TRAILER-COUNT-X      PIC X(06).
020300 01  WS-FAIL-REASON          PIC X(26) VALUE SPACES.
020400 01  WS-RESULT-MESSAGE       PIC X(70) VALUE SPACES.
020500
020600 01  WS-TODAY                PIC 9(08) VALUE ZERO.
020700
020800*****************************************************************
020900*    PAGE CONTROL - SAME DEPTH AS THE ROSTER
021000*****************************************************************
021100 01  WS-LINE-COUNT           PIC 9(02) VALUE ZERO.
021200 01  WS-PAGE-COUNT           PIC 9(03) VALUE ZERO.
021300 01  WS-MAX-LINES-PER-PAGE   PIC 9(02) VALUE 50.
021400
021500*****************************************************************
021600*    REPORT LINE LAYOUTS
021700*****************************************************************
021800 01  WS-HEADER-LINE-1.
021900     05  FILLER              PIC X(15) VALUE SPACES.
022000     05  FILLER              PIC X(42)
022100         VALUE "IIT TIRUPATI - FORWARD RECOVERY REPORT".
022200     05  FILLER              PIC X(06) VALUE " PAGE ".
022300     05  HDR-PAGE-NUMBER     PIC ZZ9.
022400     05  FILLER              PIC X(14) VALUE SPACES.
022500
022600 01  WS-HEADER-LINE-2.
022700     05  FILLER              PIC X(18) VALUE "IMAGE DATE/TIME".
022800     05  FILLER              PIC X(08) VALUE "FILE".
022900     05  FILLER              PIC X(07) VALUE "ACTION".
023000     05  FILLER              PIC X(07) VALUE "MEMBER".
023100     05  FILLER              PIC X(09) VALUE "OPERATOR".
023200     05  FILLER              PIC X(31)
023250         VALUE "NOT APPLIED BECAUSE".
023300
023400 01  WS-DETAIL-LINE.
023500     05  DET-DATE            PIC 9(08).
023600     05  FILLER              PIC X(01) VALUE SPACES.
023700     05  DET-TIME            PIC 9(08).
023800     05  FILLER              PIC X(01) VALUE SPACES.
023900     05  DET-FILE            PIC X(07).
024000     05  FILLER              PIC X(01) VALUE SPACES.
024100     05  DET-ACTION          PIC X(06).
024200     05  FILLER              PIC X(01) VALUE SPACES.
024300     05  DET-MEMBER-ID       PIC 9(06).
024400     05  FILLER              PIC X(01) VALUE SPACES.
024500     05  DET-OPERATOR        PIC X(08).
024600     05  FILLER              PIC X(01) VALUE SPACES.
024700     05  DET-REASON          PIC X(26).
024800     05  FILLER              PIC X(05) VALUE SPACES.
024900
025000 01  WS-TOTAL-LINE.
025100     05  FILLER              PIC X(10) VALUE SPACES.
025200     05  TOT-LABEL           PIC X(26).
025300     05  TOT-COUNT           PIC ZZZ,ZZ9.
025400     05  FILLER              PIC X(37) VALUE SPACES.
025500
025600 01  WS-STAMP-LINE.
025700     05  FILLER              PIC X(10) VALUE SPACES.
025800     05  STP-LABEL           PIC X(26).
025900     05  STP-VALUE           PIC X(16).
026000     05  FILLER              PIC X(28) VALUE SPACES.
026100
026200 01  WS-RESULT-LINE.
026300     05  FILLER              PIC X(10) VALUE SPACES.
026400     05  RES-MESSAGE         PIC X(70).
026500
026600 01  WS-FOOTER-LINE.
026700     05  FILLER              PIC X(16) VALUE "IMAGES LISTED:  ".
026800     05  FTR-IMAGE-COUNT     PIC ZZZ,ZZ9.
026900     05  FILLER              PIC X(08) VALUE SPACES.
027000     05  FILLER              PIC X(10) VALUE "RUN DATE: ".
027100     05  FTR-RUN-DATE        PIC 9(08).
027200     05  FILLER              PIC X(31) VALUE SPACES.
027300
027400 PROCEDURE DIVISION.
027500 0000-MAINLINE.
027600     PERFORM 1000-INITIALIZE THRU 1000-EXIT
027700     IF NOT WS-RUN-STOPPED
027800         PERFORM 2000-RELOAD-MEMBERS THRU 2000-EXIT
027900     END-IF
028000     IF NOT WS-RUN-STOPPED
028100         PERFORM 3000-RELOAD-FEES THRU 3000-EXIT
028200     END-IF
028300     IF NOT WS-RUN-STOPPED
028400         PERFORM 4000-APPLY-JOURNAL THRU 4000-EXIT
028500     END-IF
028600     PERFORM 8000-TERMINATE THRU 8000-EXIT.
028700
028800 0000-EXIT.
028900     GOBACK.
029000
029100*****************************************************************
029200*    1000-INITIALIZE  -  CONFIRM, TAKE THE RECOVERY POINT, AND
029300*                        PROVE THE BACKUPS AND THE JOURNAL
029400*                        BELONG TOGETHER BEFORE EITHER MASTER
029500*                        IS TOUCHED
029600*****************************************************************
029700 1000-INITIALIZE.
029800     ACCEPT WS-TODAY FROM DATE YYYYMMDD
029900
030000     DISPLAY "MEMRECOV: REBUILD MEMMAST AND FEEMAST FROM THE "
030100             "BACKUPS AND ROLL FORWARD FROM CHGJRNL? (Y/N): "
030200     ACCEPT WS-CONFIRM-X
030300     IF WS-CONFIRM-X NOT = "Y" AND WS-CONFIRM-X NOT = "y"
030400         DISPLAY "MEMRECOV: NOTHING TOUCHED."
030500         SET WS-RUN-STOPPED TO TRUE
030600         GO TO 1000-EXIT
030700     END-IF
030800
030900     DISPLAY "MEMRECOV: RECOVER THROUGH YYYYMMDDHHMMSSCC "
031000             "(BLANK = WHOLE JOURNAL): "
031100     ACCEPT WS-STOP-POINT-X
031200     INSPECT WS-STOP-POINT-X REPLACING ALL SPACE BY "9"
031300     IF WS-STOP-POINT-X NOT NUMERIC
031400         DISPLAY "MEMRECOV: RECOVERY POINT NOT NUMERIC - "
031500                 "NOTHING TOUCHED."
031600         SET WS-RUN-STOPPED TO TRUE
031700         MOVE 8 TO RETURN-CODE
031800         GO TO 1000-EXIT
031900     END-IF
032000     MOVE WS-STOP-POINT-X TO WS-STOP-POINT
032100
032200     OPEN OUTPUT RECOVERY-REPORT
032300     IF NOT WS-REPORT-OK
032400         DISPLAY "MEMRECOV: UNABLE TO OPEN RECOVERY REPORT, "
032500                 "STATUS = " WS-REPORT-STATUS
032600         SET WS-RUN-STOPPED TO TRUE
032700         MOVE 8 TO RETURN-CODE
032800         GO TO 1000-EXIT
032900     END-IF
033000     SET WS-REPORT-IS-OPEN TO TRUE
033100     PERFORM 6000-PRINT-PAGE-HEADERS THRU 6000-EXIT
033200
033300     PERFORM 1100-CHECK-STAMPS THRU 1100-EXIT.
033400
033500 1000-EXIT.
033600     EXIT.
033700
033800*****************************************************************
033900*    1100-CHECK-STAMPS  -  THE FIRST LINE OF EACH FILE MUST BE
034000*                          ITS HEADER, AND ALL THREE HEADERS
034100*                          MUST CARRY THE SAME BACKUP STAMP
034200*****************************************************************
034300 1100-CHECK-STAMPS.
034400     OPEN INPUT BACKUP-FILE
034500     IF WS-BACKUP-OK
034600         READ BACKUP-FILE
034700             AT END
034800                 MOVE SPACES TO BACKUP-LINE
034900         END-READ
035000         IF BKP-REC-TYPE = "H"
035100             MOVE BKP-REC-BODY (1:16) TO WS-MEMBBKP-STAMP
035200         END-IF
035300         CLOSE BACKUP-FILE
035400     END-IF
035500
035600     OPEN INPUT FEE-BACKUP-FILE
035700     IF WS-FEEBKP-OK
035800         READ FEE-BACKUP-FILE
035900             AT END
036000                 MOVE SPACES TO FEE-BACKUP-LINE
036100         END-READ
036200         IF FBK-REC-TYPE = "H"
036300             MOVE FBK-REC-BODY (1:16) TO WS-FEEBKP-STAMP
036400         END-IF
036500         CLOSE FEE-BACKUP-FILE
036600     END-IF
036700
036800     OPEN INPUT CHANGE-JOURNAL
036900     IF WS-CHGJRNL-OK
037000         READ CHANGE-JOURNAL
037100             AT END
037200                 MOVE SPACES TO CHANGE-JOURNAL-INPUT
037300         END-READ
037400         IF CJI-REC-TYPE = "H"
037500             MOVE CJI-TIMESTAMP TO WS-CHGJRNL-STAMP
037600         END-IF
037700         CLOSE CHANGE-JOURNAL
037800     END-IF
037900
038000     IF WS-MEMBBKP-STAMP = SPACES
038100         MOVE "MEMBBKP MISSING OR HAS NO HEADER - NOTHING TOUCHED"
038200             TO WS-RESULT-MESSAGE
038300         GO TO 1100-REFUSE
038400     END-IF
038500     IF WS-FEEBKP-STAMP = SPACES
038600         MOVE "FEEBKP MISSING OR HAS NO HEADER - NOTHING TOUCHED"
038700             TO WS-RESULT-MESSAGE
038800         GO TO 1100-REFUSE
038900     END-IF
039000     IF WS-CHGJRNL-STAMP = SPACES
039100         MOVE "CHGJRNL MISSING OR HAS NO HEADER - NOTHING TOUCHED"
039200             TO WS-RESULT-MESSAGE
039300         GO TO 1100-REFUSE
039400     END-IF
039500     IF WS-FEEBKP-STAMP NOT = WS-MEMBBKP-STAMP
039600             OR WS-CHGJRNL-STAMP NOT = WS-MEMBBKP-STAMP
039700         MOVE "BACKUPS AND JOURNAL ARE NOT FROM THE SAME CUT-OVER"
039800             TO WS-RESULT-MESSAGE
039900         GO TO 1100-REFUSE
040000     END-IF
040100     GO TO 1100-EXIT.
040200
040300 1100-REFUSE.
040400     DISPLAY "MEMRECOV: " WS-RESULT-MESSAGE
040500     SET WS-RUN-STOPPED TO TRUE
040600     MOVE 8 TO RETURN-CODE.
040700
040800 1100-EXIT.
040900     EXIT.
041000
041100*****************************************************************
041200*    2000-RELOAD-MEMBERS  -  REBUILD THE MEMBER MASTER FROM
041300*                            MEMBBKP THE MEMRELD WAY; THE
041400*                            TRAILER COUNT MUST MATCH
041500*****************************************************************
041600 2000-RELOAD-MEMBERS.
041700     OPEN INPUT BACKUP-FILE
041800     IF NOT WS-BACKUP-OK
041900         MOVE "MEMBBKP COULD NOT BE REOPENED - NOTHING TOUCHED"
042000             TO WS-RESULT-MESSAGE
042100         GO TO 2000-REFUSE
042200     END-IF
042300
042400     OPEN OUTPUT MEMBER-MASTER
042500     IF NOT WS-MEMMAST-OK
042600         CLOSE BACKUP-FILE
042700         MOVE "MEMMAST COULD NOT BE REBUILT" TO WS-RESULT-MESSAGE
042800         GO TO 2000-REFUSE
042900     END-IF
043000     SET WS-MASTERS-TOUCHED TO TRUE
043100
043200     MOVE "N"  TO WS-EOF-SW WS-HEADER-SEEN-SW WS-TRAILER-SEEN-SW
043300     MOVE ZERO TO WS-TRAILER-COUNT WS-BAD-LINE-COUNT
043400     PERFORM 2200-READ-BACKUP THRU 2200-EXIT
043500     PERFORM 2100-LOAD-MEMBER-LINE THRU 2100-EXIT
043600         UNTIL WS-END-OF-FILE
043700     CLOSE BACKUP-FILE MEMBER-MASTER
043800
043900     IF NOT WS-HEADER-SEEN OR NOT WS-TRAILER-SEEN
044000             OR WS-TRAILER-COUNT NOT = WS-MEMBERS-LOADED
044100             OR WS-BAD-LINE-COUNT NOT = ZERO
044200         MOVE "MEMBBKP DID NOT PROVE ITSELF COMPLETE"
044300             TO WS-RESULT-MESSAGE
044400         GO TO 2000-REFUSE
044500     END-IF
044600     GO TO 2000-EXIT.
044700
044800 2000-REFUSE.
044900     DISPLAY "MEMRECOV: " WS-RESULT-MESSAGE
045000     SET WS-RUN-STOPPED TO TRUE
045100     MOVE 8 TO RETURN-CODE.
045200
045300 2000-EXIT.
045400     EXIT.
045500
045600*****************************************************************
045700*    2100-LOAD-MEMBER-LINE  -  H BANKS THE HEADER, T BANKS THE
045800*                              COUNT, D LOADS A MASTER RECORD
045900*****************************************************************
046000 2100-LOAD-MEMBER-LINE.
046100     EVALUATE BKP-REC-TYPE
046200         WHEN "H"
046300             SET WS-HEADER-SEEN TO TRUE
046400         WHEN "T"
046500             SET WS-TRAILER-SEEN TO TRUE
046600             MOVE BKP-REC-BODY (1:6) TO WS-TRAILER-COUNT-X
046700             IF WS-TRAILER-COUNT-X NUMERIC
046800                 MOVE WS-TRAILER-COUNT-X TO WS-TRAILER-COUNT
046900             END-IF
047000         WHEN "D"
047100             MOVE BKP-REC-BODY TO MEMBER-RECORD
047200             WRITE MEMBER-RECORD
047300             IF WS-MEMMAST-OK OR WS-MEMMAST-DUP-KEY
047400                 ADD 1 TO WS-MEMBERS-LOADED
047500                 IF MEMBER-ID > WS-HIGHEST-ID
047600                     MOVE MEMBER-ID TO WS-HIGHEST-ID
047700                 END-IF
047800             ELSE
047900                 ADD 1 TO WS-BAD-LINE-COUNT
048000             END-IF
048100         WHEN OTHER
048200             ADD 1 TO WS-BAD-LINE-COUNT
048300     END-EVALUATE
048400
048500     PERFORM 2200-READ-BACKUP THRU 2200-EXIT.
048600
048700 2100-EXIT.
048800     EXIT.
048900
049000*****************************************************************
049100*    2200-READ-BACKUP
049200*****************************************************************
049300 2200-READ-BACKUP.
049400     READ BACKUP-FILE
049500         AT END
049600             SET WS-END-OF-FILE TO TRUE
049700     END-READ.
049800
049900 2200-EXIT.
050000     EXIT.
050100
050200*****************************************************************
050300*    3000-RELOAD-FEES  -  THE SAME FOR THE FEE MASTER FROM FEEBKP
050400*****************************************************************
050500 3000-RELOAD-FEES.
050600     OPEN INPUT FEE-BACKUP-FILE
050700     IF NOT WS-FEEBKP-OK
050800         MOVE "FEEBKP COULD NOT BE REOPENED" TO WS-RESULT-MESSAGE
050900         GO TO 3000-REFUSE
051000     END-IF
051100
051200     OPEN OUTPUT FEE-MASTER
051300     IF NOT WS-FEEMAST-OK
051400         CLOSE FEE-BACKUP-FILE
051500         MOVE "FEEMAST COULD NOT BE REBUILT" TO WS-RESULT-MESSAGE
051600         GO TO 3000-REFUSE
051700     END-IF
051800
051900     MOVE "N"  TO WS-EOF-SW WS-HEADER-SEEN-SW WS-TRAILER-SEEN-SW
052000     MOVE ZERO TO WS-TRAILER-COUNT WS-BAD-LINE-COUNT
052100     PERFORM 3200-READ-FEE-BACKUP THRU 3200-EXIT
052200     PERFORM 3100-LOAD-FEE-LINE THRU 3100-EXIT
052300         UNTIL WS-END-OF-FILE
052400     CLOSE FEE-BACKUP-FILE FEE-MASTER
052500
052600     IF NOT WS-HEADER-SEEN OR NOT WS-TRAILER-SEEN
052700             OR WS-TRAILER-COUNT NOT = WS-FEES-LOADED
052800             OR WS-BAD-LINE-COUNT NOT = ZERO
052900         MOVE "FEEBKP DID NOT PROVE ITSELF COMPLETE"
053000             TO WS-RESULT-MESSAGE
053100         GO TO 3000-REFUSE
053200     END-IF
053300     GO TO 3000-EXIT.
053400
053500 3000-REFUSE.
053600     DISPLAY "MEMRECOV: " WS-RESULT-MESSAGE
053700     SET WS-RUN-STOPPED TO TRUE
053800     MOVE 8 TO RETURN-CODE.
053900
054000 3000-EXIT.
054100     EXIT.
054200
054300*****************************************************************
054400*    3100-LOAD-FEE-LINE
054500*****************************************************************
054600 3100-LOAD-FEE-LINE.
054700     EVALUATE FBK-REC-TYPE
054800         WHEN "H"
054900             SET WS-HEADER-SEEN TO TRUE
055000         WHEN "T"
055100             SET WS-TRAILER-SEEN TO TRUE
055200             MOVE FBK-REC-BODY (1:6) TO WS-TRAILER-COUNT-X
055300             IF WS-TRAILER-COUNT-X NUMERIC
055400                 MOVE WS-TRAILER-COUNT-X TO WS-TRAILER-COUNT
055500             END-IF
055600         WHEN "D"
055700             MOVE FBK-REC-BODY TO FEE-MASTER-RECORD
055800             WRITE FEE-MASTER-RECORD
055900             IF WS-FEEMAST-OK
056000                 ADD 1 TO WS-FEES-LOADED
056100             ELSE
056200                 ADD 1 TO WS-BAD-LINE-COUNT
056300             END-IF
056400         WHEN OTHER
056500             ADD 1 TO WS-BAD-LINE-COUNT
056600     END-EVALUATE
056700
056800     PERFORM 3200-READ-FEE-BACKUP THRU 3200-EXIT.
056900
057000 3100-EXIT.
057100     EXIT.
057200
057300*****************************************************************
057400*    3200-READ-FEE-BACKUP
057500*****************************************************************
057600 3200-READ-FEE-BACKUP.
057700     READ FEE-BACKUP-FILE
057800         AT END
057900             SET WS-END-OF-FILE TO TRUE
058000     END-READ.
058100
058200 3200-EXIT.
058300     EXIT.
058400
058500*****************************************************************
058600*    4000-APPLY-JOURNAL  -  SORT THE JOURNAL INTO TIMESTAMP
058700*                           ORDER (IMAGES STAMPED IN THE SAME
058800*                           HUNDREDTH KEEP THEIR WRITTEN ORDER)
058900*                           AND REAPPLY IT TO BOTH MASTERS
059000*****************************************************************
059100 4000-APPLY-JOURNAL.
059200     SORT SORT-WORK
059300         ON ASCENDING KEY SRT-TIMESTAMP
059400         WITH DUPLICATES IN ORDER
059500         USING CHANGE-JOURNAL
059600         GIVING SORTED-JOURNAL
059700
059800     OPEN INPUT SORTED-JOURNAL
059900     IF NOT WS-SORTED-OK
060000         MOVE "SORTED JOURNAL NOT AVAILABLE - NO IMAGES APPLIED"
060100             TO WS-RESULT-MESSAGE
060200         GO TO 4000-REFUSE
060300     END-IF
060400
060500     OPEN I-O MEMBER-MASTER
060600     OPEN I-O FEE-MASTER
060700     IF NOT WS-MEMMAST-OK OR NOT WS-FEEMAST-OK
060800         CLOSE SORTED-JOURNAL MEMBER-MASTER FEE-MASTER
060900         MOVE "REBUILT MASTERS WOULD NOT REOPEN FOR THE JOURNAL"
061000             TO WS-RESULT-MESSAGE
061100         GO TO 4000-REFUSE
061200     END-IF
061300
061400     MOVE "N" TO WS-EOF-SW
061500     PERFORM 4200-READ-SORTED THRU 4200-EXIT
061600     PERFORM 4100-APPLY-ONE-IMAGE THRU 4100-EXIT
061700         UNTIL WS-END-OF-FILE
061800     CLOSE SORTED-JOURNAL MEMBER-MASTER FEE-MASTER
061900     GO TO 4000-EXIT.
062000
062100 4000-REFUSE.
062200     DISPLAY "MEMRECOV: " WS-RESULT-MESSAGE
062300     SET WS-RUN-STOPPED TO TRUE
062400     MOVE 8 TO RETURN-CODE.
062500
062600 4000-EXIT.
062700     EXIT.
062800
062900*****************************************************************
063000*    4100-APPLY-ONE-IMAGE  -  HEADERS ARE SKIPPED; AN IMAGE PAST
063100*                             THE RECOVERY POINT IS COUNTED, NOT
063200*                             APPLIED
063300*****************************************************************
063400 4100-APPLY-ONE-IMAGE.
063500     IF NOT CJ-IMAGE
063600         GO TO 4100-NEXT
063700     END-IF
063800     ADD 1 TO WS-IMAGES-READ
063900
064000     IF CJ-TIMESTAMP > WS-STOP-POINT
064100         ADD 1 TO WS-PAST-STOP-POINT
064200         GO TO 4100-NEXT
064300     END-IF
064400
064500     MOVE "N" TO WS-IMAGE-FAILED-SW
064600     EVALUATE TRUE
064700         WHEN CJ-MEMBER-MASTER
064800             PERFORM 4300-APPLY-MEMBER-IMAGE THRU 4300-EXIT
064900         WHEN CJ-FEE-MASTER
065000             PERFORM 4400-APPLY-FEE-IMAGE THRU 4400-EXIT
065100         WHEN OTHER
065200             MOVE "UNKNOWN FILE ON IMAGE" TO WS-FAIL-REASON
065300             SET WS-IMAGE-FAILED TO TRUE
065400     END-EVALUATE
065500
065600     IF WS-IMAGE-FAILED
065700         PERFORM 4900-LIST-FAILED-IMAGE THRU 4900-EXIT
065800     END-IF.
065900
066000 4100-NEXT.
066100     PERFORM 4200-READ-SORTED THRU 4200-EXIT.
066200
066300 4100-EXIT.
066400     EXIT.
066500
066600*****************************************************************
066700*    4200-READ-SORTED
066800*****************************************************************
066900 4200-READ-SORTED.
067000     READ SORTED-JOURNAL
067100         AT END
067200             SET WS-END-OF-FILE TO TRUE
067300     END-READ.
067400
067500 4200-EXIT.
067600     EXIT.
067700
067800*****************************************************************
067900*    4300-APPLY-MEMBER-IMAGE  -  AN ADD MUST NOT FIND THE RECORD
068000*                                ALREADY ON FILE; A CHANGE MUST
068100*                                FIND IT EXACTLY AS THE BEFORE
068200*                                IMAGE HAS IT.  STATUS "02" ONLY
068300*                                FLAGS A SHARED NAME KEY.
068400*****************************************************************
068500 4300-APPLY-MEMBER-IMAGE.
068600     EVALUATE TRUE
068700         WHEN CJ-ADD
068800             MOVE CJ-AFTER-IMAGE TO MEMBER-RECORD
068900             WRITE MEMBER-RECORD
069000                 INVALID KEY
069100                     MOVE "ALREADY ON MEMMAST" TO WS-FAIL-REASON
069200                     SET WS-IMAGE-FAILED TO TRUE
069300             END-WRITE
069400         WHEN CJ-CHANGE
069500             MOVE CJ-MEMBER-ID TO MEMBER-ID
069600             READ MEMBER-MASTER KEY IS MEMBER-ID
069700                 INVALID KEY
069800                     MOVE "NOT ON MEMMAST" TO WS-FAIL-REASON
069900                     SET WS-IMAGE-FAILED TO TRUE
070000             END-READ
070100             IF WS-IMAGE-FAILED
070200                 GO TO 4300-EXIT
070300             END-IF
070400             IF MEMBER-RECORD NOT = CJ-BEFORE-IMAGE
070500                 MOVE "BEFORE IMAGE DOES NOT MATCH"
070600                     TO WS-FAIL-REASON
070700                 SET WS-IMAGE-FAILED TO TRUE
070800                 GO TO 4300-EXIT
070900             END-IF
071000             MOVE CJ-AFTER-IMAGE TO MEMBER-RECORD
071100             REWRITE MEMBER-RECORD
071200                 INVALID KEY
071300                     MOVE "REWRITE REFUSED" TO WS-FAIL-REASON
071400                     SET WS-IMAGE-FAILED TO TRUE
071500             END-REWRITE
071600         WHEN OTHER
071700             MOVE "UNKNOWN ACTION ON IMAGE" TO WS-FAIL-REASON
071800             SET WS-IMAGE-FAILED TO TRUE
071900     END-EVALUATE
072000     IF WS-IMAGE-FAILED
072100         GO TO 4300-EXIT
072200     END-IF
072300     IF NOT WS-MEMMAST-OK AND NOT WS-MEMMAST-DUP-KEY
072400         MOVE "MEMMAST WRITE FAILED" TO WS-FAIL-REASON
072500         SET WS-IMAGE-FAILED TO TRUE
072600         GO TO 4300-EXIT
072700     END-IF
072800
072900     ADD 1 TO WS-MEMBER-APPLIED
073000     IF MEMBER-ID > WS-HIGHEST-ID
073100         MOVE MEMBER-ID TO WS-HIGHEST-ID
073200     END-IF.
073300
073400 4300-EXIT.
073500     EXIT.
073600
073700*****************************************************************
073800*    4400-APPLY-FEE-IMAGE  -  THE SAME RULES FOR THE FEE MASTER,
073900*                             WHOSE IMAGE IS THE FIRST 59 BYTES
074000*****************************************************************
074100 4400-APPLY-FEE-IMAGE.
074200     EVALUATE TRUE
074300         WHEN CJ-ADD
074400             MOVE CJ-AFTER-IMAGE (1:59) TO FEE-MASTER-RECORD
074500             WRITE FEE-MASTER-RECORD
074600                 INVALID KEY
074700                     MOVE "ALREADY ON FEEMAST" TO WS-FAIL-REASON
074800                     SET WS-IMAGE-FAILED TO TRUE
074900             END-WRITE
075000         WHEN CJ-CHANGE
075100             MOVE CJ-MEMBER-ID TO FEE-MEMBER-ID
075200             READ FEE-MASTER KEY IS FEE-MEMBER-ID
075300                 INVALID KEY
075400                     MOVE "NOT ON FEEMAST" TO WS-FAIL-REASON
075500                     SET WS-IMAGE-FAILED TO TRUE
075600             END-READ
075700             IF WS-IMAGE-FAILED
075800                 GO TO 4400-EXIT
075900             END-IF
076000             IF FEE-MASTER-RECORD NOT = CJ-BEFORE-IMAGE (1:59)
076100                 MOVE "BEFORE IMAGE DOES NOT MATCH"
076200                     TO WS-FAIL-REASON
076300                 SET WS-IMAGE-FAILED TO TRUE
076400                 GO TO 4400-EXIT
076500             END-IF
076600             MOVE CJ-AFTER-IMAGE (1:59) TO FEE-MASTER-RECORD
076700             REWRITE FEE-MASTER-RECORD
076800                 INVALID KEY
076900                     MOVE "REWRITE REFUSED" TO WS-FAIL-REASON
077000                     SET WS-IMAGE-FAILED TO TRUE
077100             END-REWRITE
077200         WHEN OTHER
077300             MOVE "UNKNOWN ACTION ON IMAGE" TO WS-FAIL-REASON
077400             SET WS-IMAGE-FAILED TO TRUE
077500     END-EVALUATE
077600     IF WS-IMAGE-FAILED
077700         GO TO 4400-EXIT
077800     END-IF
077900     IF NOT WS-FEEMAST-OK
078000         MOVE "FEEMAST WRITE FAILED" TO WS-FAIL-REASON
078100         SET WS-IMAGE-FAILED TO TRUE
078200         GO TO 4400-EXIT
078300     END-IF
078400
078500     ADD 1 TO WS-FEE-APPLIED.
078600
078700 4400-EXIT.
078800     EXIT.
078900
079000*****************************************************************
079100*    4900-LIST-FAILED-IMAGE  -  ONE REPORT LINE PER IMAGE THAT
079200*                               WOULD NOT APPLY
079300*****************************************************************
079400 4900-LIST-FAILED-IMAGE.
079500     ADD 1 TO WS-IMAGES-FAILED
079600     IF WS-LINE-COUNT NOT < WS-MAX-LINES-PER-PAGE
079700         PERFORM 6000-PRINT-PAGE-HEADERS THRU 6000-EXIT
079800     END-IF
079900
080000     MOVE CJ-DATE        TO DET-DATE
080100     MOVE CJ-TIME        TO DET-TIME
080200     IF CJ-MEMBER-MASTER
080300         MOVE "MEMMAST"  TO DET-FILE
080400     ELSE
080500         IF CJ-FEE-MASTER
080600             MOVE "FEEMAST" TO DET-FILE
080700         ELSE
080800             MOVE CJ-FILE-ID TO DET-FILE
080900         END-IF
081000     END-IF
081100     IF CJ-ADD
081200         MOVE "ADD"      TO DET-ACTION
081300     ELSE
081400         IF CJ-CHANGE
081500             MOVE "CHANGE" TO DET-ACTION
081600         ELSE
081700             MOVE CJ-ACTION TO DET-ACTION
081800         END-IF
081900     END-IF
082000     MOVE CJ-MEMBER-ID   TO DET-MEMBER-ID
082100     MOVE CJ-OPERATOR-ID TO DET-OPERATOR
082200     MOVE WS-FAIL-REASON TO DET-REASON
082300
082400     WRITE REPORT-LINE FROM WS-DETAIL-LINE
082500     ADD 1 TO WS-LINE-COUNT.
082600
082700 4900-EXIT.
082800     EXIT.
082900
083000*****************************************************************
083100*    6000-PRINT-PAGE-HEADERS
083200*****************************************************************
083300 6000-PRINT-PAGE-HEADERS.
083400     ADD 1 TO WS-PAGE-COUNT
083500     MOVE WS-PAGE-COUNT TO HDR-PAGE-NUMBER
083600
083700     IF WS-PAGE-COUNT > 1
083800         WRITE REPORT-LINE FROM SPACES
083900     END-IF
084000
084100     WRITE REPORT-LINE FROM WS-HEADER-LINE-1
084200     WRITE REPORT-LINE FROM WS-HEADER-LINE-2
084300     MOVE ZERO TO WS-LINE-COUNT.
084400
084500 6000-EXIT.
084600     EXIT.
084700
084800*****************************************************************
084900*    6100-WRITE-TOTAL-LINE
085000*****************************************************************
085100 6100-WRITE-TOTAL-LINE.
085200     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
085300
085400 6100-EXIT.
085500     EXIT.
085600
085700*****************************************************************
085800*    8000-TERMINATE  -  CHECK MEMBCTL, THEN THE COUNTS, THE
085900*                       VERDICT AND THE FOOTER
086000*****************************************************************
086100 8000-TERMINATE.
086200     IF NOT WS-REPORT-IS-OPEN
086300         GO TO 8000-EXIT
086400     END-IF
086500
086600     IF NOT WS-RUN-STOPPED
086700         PERFORM 8100-CHECK-CONTROL-FILE THRU 8100-EXIT
086800     END-IF
086900     IF NOT WS-RUN-STOPPED
087000         IF WS-IMAGES-FAILED > ZERO
087100             MOVE "*** IMAGES NOT APPLIED - REVIEW MASTERS ***"
087200                 TO WS-RESULT-MESSAGE
087300             MOVE 8 TO RETURN-CODE
087400         ELSE
087500             MOVE "RECOVERY COMPLETE - COUNTS AND IDS LINE UP"
087600                 TO WS-RESULT-MESSAGE
087700         END-IF
087800     END-IF
087900     IF WS-RUN-STOPPED AND WS-MASTERS-TOUCHED
088000         DISPLAY "MEMRECOV: *** RECOVERY STOPPED PART WAY - DO "
088100                 "NOT TRUST MEMMAST OR FEEMAST ***"
088200     END-IF
088300
088400     WRITE REPORT-LINE FROM SPACES
088500     MOVE "BACKUP STAMP            : " TO STP-LABEL
088600     MOVE WS-MEMBBKP-STAMP TO STP-VALUE
088700     WRITE REPORT-LINE FROM WS-STAMP-LINE
088800     MOVE "RECOVERED THROUGH       : " TO STP-LABEL
088900     MOVE WS-STOP-POINT    TO STP-VALUE
089000     IF WS-STOP-POINT = 9999999999999999
089100         MOVE "END OF JOURNAL" TO STP-VALUE
089200     END-IF
089300     WRITE REPORT-LINE FROM WS-STAMP-LINE
089400     MOVE "MEMBER RECORDS RELOADED : " TO TOT-LABEL
089500     MOVE WS-MEMBERS-LOADED  TO TOT-COUNT
089600     PERFORM 6100-WRITE-TOTAL-LINE THRU 6100-EXIT
089700     MOVE "FEE RECORDS RELOADED    : " TO TOT-LABEL
089800     MOVE WS-FEES-LOADED     TO TOT-COUNT
089900     PERFORM 6100-WRITE-TOTAL-LINE THRU 6100-EXIT
090000     MOVE "JOURNAL IMAGES READ     : " TO TOT-LABEL
090100     MOVE WS-IMAGES-READ     TO TOT-COUNT
090200     PERFORM 6100-WRITE-TOTAL-LINE THRU 6100-EXIT
090300     MOVE "MEMBER IMAGES APPLIED   : " TO TOT-LABEL
090400     MOVE WS-MEMBER-APPLIED  TO TOT-COUNT
090500     PERFORM 6100-WRITE-TOTAL-LINE THRU 6100-EXIT
090600     MOVE "FEE IMAGES APPLIED      : " TO TOT-LABEL
090700     MOVE WS-FEE-APPLIED     TO TOT-COUNT
090800     PERFORM 6100-WRITE-TOTAL-LINE THRU 6100-EXIT
090900     MOVE "IMAGES PAST THE POINT   : " TO TOT-LABEL
091000     MOVE WS-PAST-STOP-POINT TO TOT-COUNT
091100     PERFORM 6100-WRITE-TOTAL-LINE THRU 6100-EXIT
091200     MOVE "IMAGES NOT APPLIED      : " TO TOT-LABEL
091300     MOVE WS-IMAGES-FAILED   TO TOT-COUNT
091400     PERFORM 6100-WRITE-TOTAL-LINE THRU 6100-EXIT
091500
091600     WRITE REPORT-LINE FROM SPACES
091700     MOVE WS-RESULT-MESSAGE TO RES-MESSAGE
091800     WRITE REPORT-LINE FROM WS-RESULT-LINE
091900
092000     MOVE WS-IMAGES-FAILED TO FTR-IMAGE-COUNT
092100     MOVE WS-TODAY         TO FTR-RUN-DATE
092200     WRITE REPORT-LINE FROM SPACES
092300     WRITE REPORT-LINE FROM WS-FOOTER-LINE
092400     CLOSE RECOVERY-REPORT
092500
092600     DISPLAY "MEMRECOV: " WS-RESULT-MESSAGE.
092700
092800 8000-EXIT.
092900     EXIT.
093000
093100*****************************************************************
093200*    8100-CHECK-CONTROL-FILE  -  CTL-LAST-MEMBER-ID MUST COVER
093300*                                EVERY ID NOW ON THE MASTER, AS
093400*                                IN MEMRELD
093500*****************************************************************
093600 8100-CHECK-CONTROL-FILE.
093700     OPEN INPUT CONTROL-FILE
093800     IF NOT WS-MEMBCTL-OK
093900         MOVE "*** MEMBCTL NOT ON HAND - ID SEQUENCE UNPROVEN ***"
094000             TO WS-RESULT-MESSAGE
094100         SET WS-RUN-STOPPED TO TRUE
094200         MOVE 8 TO RETURN-CODE
094300         GO TO 8100-EXIT
094400     END-IF
094500
094600     MOVE "MEMBERID" TO CTL-KEY
094700     READ CONTROL-FILE KEY IS CTL-KEY
094800         INVALID KEY
094900             MOVE ZERO TO CTL-LAST-MEMBER-ID
095000     END-READ
095100     CLOSE CONTROL-FILE
095200
095300     IF CTL-LAST-MEMBER-ID < WS-HIGHEST-ID
095400         MOVE "*** CTL-LAST-MEMBER-ID IS BEHIND THE MASTER ***"
095500             TO WS-RESULT-MESSAGE
095600         SET WS-RUN-STOPPED TO TRUE
095700         MOVE 8 TO RETURN-CODE
095800     END-IF.
095900
096000 8100-EXIT.
096100     EXIT.

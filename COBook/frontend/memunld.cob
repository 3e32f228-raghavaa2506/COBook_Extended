001900*                    EXISTS BEFORE MEMBATCH TOUCHES THE MASTER;
002000*                    OPERATIONS DATES AND KEEPS THE BACKUP FILES
002100*                    THE SAME WAY IT KEEPS THE ARCHIVES.
002107*  2026-10-15  RI    NOW ALSO UNLOADS THE FEE MASTER TO FEEBKP,
002114*                    FRAMED THE SAME WAY (RAW 59-BYTE LAYOUT)
002121*                    AND STAMPED WITH THE SAME DATE AND TIME, SO
002128*                    BOTH MASTERS ARE BACKED UP TO ONE POINT.
002135*                    WHEN BOTH BACKUPS ARE GOOD THE CHANGE
002142*                    JOURNAL (CHGJRNL) IS CUT OVER: THE DAY'S
002149*                    IMAGES ARE COPIED TO CHGJPREV AND CHGJRNL IS
002156*                    STARTED AFRESH WITH AN "H" RECORD CARRYING
002163*                    THE BACKUP STAMP, SO THE JOURNAL ONLY EVER
002170*                    HOLDS THE CHANGES SINCE THE LAST BACKUP AND
002177*                    MEMRECOV CAN PROVE WHICH BACKUP IT FOLLOWS.
002184*                    A FAILED BACKUP LEAVES THE JOURNAL ALONE.
002188*  2026-10-15  RI    MEMBBKP DETAIL AND THE CHANGE-JOURNAL COPY
002192*                    WIDENED WITH THE MEMBER RECORD (NOW 160
002196*                    BYTES).
002200*****************************************************************
002300
002400 ENVIRONMENT DIVISION.
003400     SELECT BACKUP-FILE     ASSIGN TO "MEMBBKP"
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS WS-BACKUP-STATUS.
003605
003610     SELECT FEE-MASTER      ASSIGN TO "FEEMAST"
003615         ORGANIZATION IS INDEXED
003620         ACCESS MODE IS SEQUENTIAL
003625         RECORD KEY IS FEE-MEMBER-ID
003630         FILE STATUS IS WS-FEEMAST-STATUS.
003635
003640     SELECT FEE-BACKUP-FILE ASSIGN TO "FEEBKP"
003645         ORGANIZATION IS LINE SEQUENTIAL
003650         FILE STATUS IS WS-FEEBKP-STATUS.
003655
003660     SELECT CHANGE-JOURNAL  ASSIGN TO "CHGJRNL"
003665         ORGANIZATION IS LINE SEQUENTIAL
003670         FILE STATUS IS WS-CHGJRNL-STATUS.
003675
003680     SELECT PRIOR-JOURNAL   ASSIGN TO "CHGJPREV"
003685         ORGANIZATION IS LINE SEQUENTIAL
003690         FILE STATUS IS WS-CHGJPREV-STATUS.
003700
003800     SELECT EOD-HISTORY     ASSIGN TO "EODHIST"
003900         ORGANIZATION IS LINE SEQUENTIAL
004900     LABEL RECORDS ARE STANDARD.
005000 01  BACKUP-LINE.
005100     05  BKP-REC-TYPE        PIC X(01).
005200     05  BKP-REC-BODY        PIC X(160).
005205
005210 FD  FEE-MASTER
005215     LABEL RECORDS ARE STANDARD.
005220 COPY FEEREC.
005225
005230 FD  FEE-BACKUP-FILE
005235     LABEL RECORDS ARE STANDARD.
005240 01  FEE-BACKUP-LINE.
005245     05  FBK-REC-TYPE        PIC X(01).
005250     05  FBK-REC-BODY        PIC X(59).
005255
005260 FD  CHANGE-JOURNAL
005265     LABEL RECORDS ARE STANDARD.
005270 COPY CHGJREC.
005275
005280 FD  PRIOR-JOURNAL
005285     LABEL RECORDS ARE STANDARD.
005290 01  PRIOR-JOURNAL-LINE      PIC X(373).
005300
005400 FD  EOD-HISTORY
005500     LABEL RECORDS ARE STANDARD.
006700
006800 01  WS-EODHIST-STATUS       PIC X(02) VALUE "00".
006900     88  WS-EODHIST-OK               VALUE "00".
006906
006912 01  WS-FEEMAST-STATUS       PIC X(02) VALUE "00".
006918     88  WS-FEEMAST-OK               VALUE "00".
006924     88  WS-FEEMAST-NOT-FOUND        VALUE "35".
006930
006936 01  WS-FEEBKP-STATUS        PIC X(02) VALUE "00".
006942     88  WS-FEEBKP-OK                VALUE "00".
006948
006954 01  WS-CHGJRNL-STATUS       PIC X(02) VALUE "00".
006960     88  WS-CHGJRNL-OK               VALUE "00".
006966     88  WS-CHGJRNL-NOT-FOUND        VALUE "35".
006972
006978 01  WS-CHGJPREV-STATUS      PIC X(02) VALUE "00".
006984     88  WS-CHGJPREV-OK              VALUE "00".
007000
007100 01  WS-EOF-SW               PIC X(01) VALUE "N".
007200     88  WS-END-OF-FILE              VALUE "Y".
007300
007400 01  WS-STOP-SW              PIC X(01) VALUE "N".
007500     88  WS-RUN-STOPPED              VALUE "Y".
007510
007520 01  WS-FEE-EOF-SW           PIC X(01) VALUE "N".
007530     88  WS-FEE-END-OF-FILE          VALUE "Y".
007540
007550 01  WS-JRNL-EOF-SW          PIC X(01) VALUE "N".
007560     88  WS-JRNL-END-OF-FILE         VALUE "Y".
007600
007700*****************************************************************
007800*    CONTROL TOTALS AND WORK AREAS
007900*****************************************************************
008000 01  WS-UNLOAD-COUNT         PIC 9(06) VALUE ZERO.
008030 01  WS-FEE-UNLOAD-COUNT     PIC 9(06) VALUE ZERO.
008060 01  WS-JRNL-COPY-COUNT      PIC 9(06) VALUE ZERO.
008100
008200 01  WS-COUNT-LABEL          PIC X(24).
008300 01  WS-COUNT-VALUE          PIC 9(09) VALUE ZERO.
009300         PERFORM 2000-UNLOAD-RECORDS THRU 2000-EXIT
009400             UNTIL WS-END-OF-FILE
009500         PERFORM 8000-TERMINATE THRU 8000-EXIT
009510         PERFORM 3000-UNLOAD-FEE-MASTER THRU 3000-EXIT
009520         IF NOT WS-RUN-STOPPED
009530             PERFORM 4000-CUT-OVER-JOURNAL THRU 4000-EXIT
009540         END-IF
009550         PERFORM 9500-WRITE-RUN-HISTORY THRU 9500-EXIT
009600     END-IF.
009700
009800 0000-EXIT.
016700 2000-EXIT.
016800     EXIT.
016900
016901*****************************************************************
016902*    3000-UNLOAD-FEE-MASTER  -  FEEBKP, FRAMED AND STAMPED THE
016903*                               SAME AS MEMBBKP.  NO FEE MASTER
016904*                               YET STILL GIVES A FRAMED, EMPTY
016905*                               BACKUP SO A RECOVERY HAS ONE.
016906*****************************************************************
016907 3000-UNLOAD-FEE-MASTER.
016908     OPEN OUTPUT FEE-BACKUP-FILE
016909     IF NOT WS-FEEBKP-OK
016910         DISPLAY "MEMUNLD: UNABLE TO OPEN FEE BACKUP FILE, "
016911                 "STATUS = " WS-FEEBKP-STATUS
016912         SET WS-RUN-STOPPED TO TRUE
016913         MOVE 8 TO RETURN-CODE
016914         GO TO 3000-EXIT
016915     END-IF
016916
016917     MOVE SPACES TO FEE-BACKUP-LINE
016918     MOVE "H"    TO FBK-REC-TYPE
016919     STRING WS-CURR-DATE  DELIMITED BY SIZE
016920         WS-CURR-TIME     DELIMITED BY SIZE
016921         INTO FBK-REC-BODY
016922     END-STRING
016923     WRITE FEE-BACKUP-LINE
016924
016925     OPEN INPUT FEE-MASTER
016926     IF WS-FEEMAST-NOT-FOUND
016927         DISPLAY "MEMUNLD: NO FEE MASTER YET - EMPTY FEEBKP "
016928                 "WRITTEN."
016929         GO TO 3000-TRAILER
016930     END-IF
016931     IF NOT WS-FEEMAST-OK
016932         DISPLAY "MEMUNLD: UNABLE TO OPEN FEE-MASTER, "
016933                 "STATUS = " WS-FEEMAST-STATUS
016934         CLOSE FEE-BACKUP-FILE
016935         SET WS-RUN-STOPPED TO TRUE
016936         MOVE 8 TO RETURN-CODE
016937         GO TO 3000-EXIT
016938     END-IF
016939
016940     PERFORM 3200-READ-FEE-MASTER THRU 3200-EXIT
016941     PERFORM 3100-UNLOAD-FEE-RECORD THRU 3100-EXIT
016942         UNTIL WS-FEE-END-OF-FILE
016943     CLOSE FEE-MASTER.
016944
016945 3000-TRAILER.
016946     MOVE SPACES TO FEE-BACKUP-LINE
016947     MOVE "T"    TO FBK-REC-TYPE
016948     MOVE WS-FEE-UNLOAD-COUNT TO FBK-REC-BODY (1:6)
016949     WRITE FEE-BACKUP-LINE
016950     CLOSE FEE-BACKUP-FILE
016951
016952     DISPLAY "MEMUNLD: " WS-FEE-UNLOAD-COUNT " FEE RECORD(S) "
016953             "UNLOADED TO FEEBKP.".
016954
016955 3000-EXIT.
016956     EXIT.
016957
016958*****************************************************************
016959*    3100-UNLOAD-FEE-RECORD
016960*****************************************************************
016961 3100-UNLOAD-FEE-RECORD.
016962     MOVE SPACES            TO FEE-BACKUP-LINE
016963     MOVE "D"               TO FBK-REC-TYPE
016964     MOVE FEE-MASTER-RECORD TO FBK-REC-BODY
016965     WRITE FEE-BACKUP-LINE
016966     ADD 1 TO WS-FEE-UNLOAD-COUNT
016967
016968     PERFORM 3200-READ-FEE-MASTER THRU 3200-EXIT.
016969
016970 3100-EXIT.
016971     EXIT.
016972
016973*****************************************************************
016974*    3200-READ-FEE-MASTER
016975*****************************************************************
016976 3200-READ-FEE-MASTER.
016977     READ FEE-MASTER
016978         AT END
016979             SET WS-FEE-END-OF-FILE TO TRUE
016980     END-READ.
016981
016982 3200-EXIT.
016983     EXIT.
016984
016985*****************************************************************
016986*    4000-CUT-OVER-JOURNAL  -  ONLY ONCE BOTH BACKUPS ARE GOOD.
016987*                              THE DAY'S IMAGES GO TO CHGJPREV
016988*                              (ONE GENERATION KEPT), THEN
016989*                              CHGJRNL STARTS AGAIN WITH A
016990*                              HEADER CARRYING THE BACKUP STAMP.
016991*                              NO JOURNAL YET JUST MEANS THERE
016992*                              IS NOTHING TO KEEP.  IF THE COPY
016993*                              CANNOT BE MADE THE JOURNAL IS
016994*                              LEFT AS IT IS.
016995*****************************************************************
016996 4000-CUT-OVER-JOURNAL.
016997     OPEN INPUT CHANGE-JOURNAL
016998     IF WS-CHGJRNL-NOT-FOUND
016999         GO TO 4000-START-NEW
017000     END-IF
017001     IF NOT WS-CHGJRNL-OK
017002         DISPLAY "MEMUNLD: CHANGE JOURNAL NOT CUT OVER, "
017003                 "STATUS = " WS-CHGJRNL-STATUS
017004         MOVE 8 TO RETURN-CODE
017005         GO TO 4000-EXIT
017006     END-IF
017007
017008     OPEN OUTPUT PRIOR-JOURNAL
017009     IF NOT WS-CHGJPREV-OK
017010         DISPLAY "MEMUNLD: CHANGE JOURNAL NOT CUT OVER, "
017011                 "CHGJPREV STATUS = " WS-CHGJPREV-STATUS
017012         CLOSE CHANGE-JOURNAL
017013         MOVE 8 TO RETURN-CODE
017014         GO TO 4000-EXIT
017015     END-IF
017016
017017     PERFORM 4200-READ-JOURNAL THRU 4200-EXIT
017018     PERFORM 4100-COPY-JOURNAL-LINE THRU 4100-EXIT
017019         UNTIL WS-JRNL-END-OF-FILE
017020     CLOSE CHANGE-JOURNAL PRIOR-JOURNAL.
017021
017022 4000-START-NEW.
017023     OPEN OUTPUT CHANGE-JOURNAL
017024     IF NOT WS-CHGJRNL-OK
017025         DISPLAY "MEMUNLD: CHANGE JOURNAL NOT RESTARTED, "
017026                 "STATUS = " WS-CHGJRNL-STATUS
017027         MOVE 8 TO RETURN-CODE
017028         GO TO 4000-EXIT
017029     END-IF
017030
017031     INITIALIZE CHANGE-JOURNAL-RECORD
017032     SET CJ-HEADER      TO TRUE
017033     MOVE WS-CURR-DATE  TO CJ-DATE
017034     MOVE WS-CURR-TIME  TO CJ-TIME
017035     MOVE "MEMUNLD"     TO CJ-PROGRAM
017036     WRITE CHANGE-JOURNAL-RECORD
017037     CLOSE CHANGE-JOURNAL
017038
017039     DISPLAY "MEMUNLD: " WS-JRNL-COPY-COUNT " JOURNAL IMAGE(S) "
017040             "MOVED TO CHGJPREV, CHGJRNL RESTARTED.".
017041
017042 4000-EXIT.
017043     EXIT.
017044
017045*****************************************************************
017046*    4100-COPY-JOURNAL-LINE  -  THE OLD HEADER GOES ACROSS TOO,
017047*                               BUT ONLY THE IMAGES ARE COUNTED
017048*****************************************************************
017049 4100-COPY-JOURNAL-LINE.
017050     WRITE PRIOR-JOURNAL-LINE FROM CHANGE-JOURNAL-RECORD
017051     IF CJ-IMAGE
017052         ADD 1 TO WS-JRNL-COPY-COUNT
017053     END-IF
017054
017055     PERFORM 4200-READ-JOURNAL THRU 4200-EXIT.
017056
017057 4100-EXIT.
017058     EXIT.
017059
017060*****************************************************************
017061*    4200-READ-JOURNAL
017062*****************************************************************
017063 4200-READ-JOURNAL.
017064     READ CHANGE-JOURNAL
017065         AT END
017066             SET WS-JRNL-END-OF-FILE TO TRUE
017067     END-READ.
017068
017069 4200-EXIT.
017070     EXIT.
017071
017072*****************************************************************
017100*    8000-TERMINATE  -  TRAILER WITH THE DETAIL COUNT
017300*****************************************************************
017400 8000-TERMINATE.
017500     MOVE SPACES TO BACKUP-LINE
018100     CLOSE MEMBER-MASTER
018200
018300     DISPLAY "MEMUNLD: " WS-UNLOAD-COUNT " MASTER RECORD(S) "
018400             "UNLOADED TO MEMBBKP.".
018700
018800 8000-EXIT.
018900     EXIT.
019000
019100*****************************************************************
019200*    9500-WRITE-RUN-HISTORY  -  UNLOAD COUNTS AS "C" ROWS ON
019300*                               EODHIST FOR THE MORNING
019400*                               OPERATIONS SUMMARY
019500*****************************************************************
020700     MOVE "MASTER RECORDS UNLOADED" TO WS-COUNT-LABEL
020800     MOVE WS-UNLOAD-COUNT           TO WS-COUNT-VALUE
020900     PERFORM 9510-ONE-COUNT-ROW THRU 9510-EXIT
020910     MOVE "FEE RECORDS UNLOADED"    TO WS-COUNT-LABEL
020920     MOVE WS-FEE-UNLOAD-COUNT       TO WS-COUNT-VALUE
020930     PERFORM 9510-ONE-COUNT-ROW THRU 9510-EXIT
020940     MOVE "JOURNAL IMAGES CUT OVER" TO WS-COUNT-LABEL
020950     MOVE WS-JRNL-COPY-COUNT        TO WS-COUNT-VALUE
020960     PERFORM 9510-ONE-COUNT-ROW THRU 9510-EXIT
021000
021100     CLOSE EOD-HISTORY.
021200

000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PENDPOST.
000300 AUTHOR.        R. IYENGAR - APPLICATIONS.
000400 INSTALLATION.  IIT TIRUPATI - MEMBER SERVICES.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  MODIFICATION HISTORY
000900*  DATE        INIT  DESCRIPTION
001000*  2026-10-15  RI    ORIGINAL - THE ONE WRITER OF NEW REQUESTS
001100*                    ON THE PENDING-CHANGE FILE (PENDCHG).  A
001200*                    DEACTIVATION, REINSTATEMENT OR DATE-OF-
001300*                    BIRTH CORRECTION KEYED AT THE DESK, IN THE
001400*                    BATCH OR THROUGH SUSPENSE REPAIR NO LONGER
001500*                    GOES STRAIGHT TO MEMBERREG; IT IS QUEUED
001600*                    HERE ("Q") UNTIL A SUPERVISOR APPROVES IT
001700*                    ON THE PENDAPPR SCREEN.  A SECOND REQUEST
001800*                    FOR A CHANGE ALREADY WAITING ON THE SAME
001900*                    MEMBER IS REFUSED ("60").  THE FILE IS
002000*                    OPENED, WRITTEN AND CLOSED ON EVERY CALL,
002100*                    THE STATHIST WAY, SO THE APPROVAL SCREEN
002200*                    SEES A REQUEST THE MOMENT IT IS KEYED.
002210*  2026-10-15  RI    QUEUES THE NEW MERGE REQUEST ("G") TOO.
002220*                    THE SURVIVING MEMBER COMES IN ON THE NEW
002230*                    LAST PARAMETER LK-MERGE-INTO-ID (ZERO FOR
002240*                    EVERY OTHER CHANGE) AND IS KEPT ON THE
002250*                    REQUEST.  A SECOND MERGE OF A MEMBER ALREADY
002260*                    WAITING TO BE RETIRED IS REFUSED ("60").
002300*****************************************************************
002400
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT PENDING-FILE    ASSIGN TO "PENDCHG"
002900         ORGANIZATION IS INDEXED
003000         ACCESS MODE IS DYNAMIC
003100         RECORD KEY IS PEND-KEY
003200         FILE STATUS IS WS-PEND-STATUS.
003300
003400 DATA DIVISION.
003500 FILE SECTION.
003600 FD  PENDING-FILE
003700     LABEL RECORDS ARE STANDARD.
003800 COPY PENDREC.
003900
004000 WORKING-STORAGE SECTION.
004100*****************************************************************
004200*    FILE STATUS AND SWITCHES
004300*****************************************************************
004400 01  WS-PEND-STATUS          PIC X(02) VALUE "00".
004500     88  WS-PEND-OK                  VALUE "00".
004600     88  WS-PEND-NOT-FOUND           VALUE "35".
004700
004800 01  WS-FILE-OPEN-SW         PIC X(01) VALUE "N".
004900     88  WS-FILE-IS-OPEN             VALUE "Y".
005000
005100 01  WS-SCAN-DONE-SW         PIC X(01) VALUE "N".
005200     88  WS-SCAN-DONE                VALUE "Y".
005300
005400 01  WS-ALREADY-SW           PIC X(01) VALUE "N".
005500     88  WS-ALREADY-PENDING          VALUE "Y".
005600
005700*****************************************************************
005800*    WORK AREAS
005900*****************************************************************
006000 01  WS-DATE-TIME.
006100     05  WS-CURR-DATE        PIC 9(08).
006200     05  WS-CURR-TIME        PIC 9(08).
006300 01  WS-TIMESTAMP REDEFINES WS-DATE-TIME
006400                             PIC 9(16).
006500
006600 LINKAGE SECTION.
006700 01  LK-FUNCTION-CODE        PIC X(01).
006800     88  LK-FN-QUEUE                 VALUE "Q".
006900
007000 01  LK-MEMBER-ID            PIC 9(06).
007100 01  LK-CHANGE-TYPE          PIC X(01).
007200 01  LK-SOURCE               PIC X(01).
007300 01  LK-OPERATOR-ID          PIC X(08).
007400 01  LK-REASON-CODE          PIC X(04).
007500 01  LK-MEMBER-NAME          PIC X(30).
007600 01  LK-OLD-DOB              PIC 9(08).
007700 01  LK-NEW-DOB              PIC 9(08).
007800 01  LK-STATUS               PIC X(02).
007900     88  LK-ST-QUEUED                VALUE "00".
008000     88  LK-ST-ALREADY-PENDING       VALUE "60".
008100     88  LK-ST-NO-PENDING-FILE       VALUE "65".
008150 01  LK-MERGE-INTO-ID        PIC 9(06).
008200
008300 PROCEDURE DIVISION USING LK-FUNCTION-CODE LK-MEMBER-ID
008400         LK-CHANGE-TYPE LK-SOURCE LK-OPERATOR-ID LK-REASON-CODE
008500         LK-MEMBER-NAME LK-OLD-DOB LK-NEW-DOB LK-STATUS
008550         LK-MERGE-INTO-ID.
008600
008700 0000-MAINLINE.
008800     IF NOT LK-FN-QUEUE
008900         GO TO 0000-EXIT
009000     END-IF
009100
009200     PERFORM 1000-OPEN-FILE THRU 1000-EXIT
009300     IF NOT WS-FILE-IS-OPEN
009400         SET LK-ST-NO-PENDING-FILE TO TRUE
009500         GO TO 0000-EXIT
009600     END-IF
009700
009800     PERFORM 2000-CHECK-ALREADY-PENDING THRU 2000-EXIT
009900     IF WS-ALREADY-PENDING
010000         SET LK-ST-ALREADY-PENDING TO TRUE
010100     ELSE
010200         PERFORM 3000-WRITE-REQUEST THRU 3000-EXIT
010300     END-IF
010400
010500     PERFORM 8000-CLOSE-FILE THRU 8000-EXIT.
010600
010700 0000-EXIT.
010800     GOBACK.
010900
011000*****************************************************************
011100*    1000-OPEN-FILE  -  A MISSING PENDING FILE IS BUILT EMPTY,
011200*                       THE MEMBERREG WAY
011300*****************************************************************
011400 1000-OPEN-FILE.
011500     MOVE "N" TO WS-FILE-OPEN-SW
011600     OPEN I-O PENDING-FILE
011700     IF WS-PEND-NOT-FOUND
011800         OPEN OUTPUT PENDING-FILE
011900         CLOSE PENDING-FILE
012000         OPEN I-O PENDING-FILE
012100     END-IF
012200     IF NOT WS-PEND-OK
012300         DISPLAY "PENDPOST: UNABLE TO OPEN PENDING FILE, "
012400                 "STATUS = " WS-PEND-STATUS
012500         GO TO 1000-EXIT
012600     END-IF
012700
012800     SET WS-FILE-IS-OPEN TO TRUE.
012900
013000 1000-EXIT.
013100     EXIT.
013200
013300*****************************************************************
013400*    2000-CHECK-ALREADY-PENDING  -  WALK THIS MEMBER'S REQUESTS
013500*                                   OF THE SAME TYPE; ANY STILL
013600*                                   PENDING BLOCKS A NEW ONE
013700*****************************************************************
013800 2000-CHECK-ALREADY-PENDING.
013900     MOVE "N"            TO WS-ALREADY-SW
014000     MOVE "N"            TO WS-SCAN-DONE-SW
014100     MOVE LK-MEMBER-ID   TO PEND-MEMBER-ID
014200     MOVE LK-CHANGE-TYPE TO PEND-CHANGE-TYPE
014300     MOVE ZERO           TO PEND-KEYED-STAMP
014400     START PENDING-FILE KEY IS NOT LESS THAN PEND-KEY
014500         INVALID KEY
014600             SET WS-SCAN-DONE TO TRUE
014700     END-START
014800
014900     PERFORM 2100-CHECK-PENDING-STEP THRU 2100-EXIT
015000         UNTIL WS-SCAN-DONE.
015100
015200 2000-EXIT.
015300     EXIT.
015400
015500*****************************************************************
015600*    2100-CHECK-PENDING-STEP
015700*****************************************************************
015800 2100-CHECK-PENDING-STEP.
015900     READ PENDING-FILE NEXT RECORD
016000         AT END
016100             SET WS-SCAN-DONE TO TRUE
016200     END-READ
016300     IF WS-SCAN-DONE OR NOT WS-PEND-OK
016400         SET WS-SCAN-DONE TO TRUE
016500         GO TO 2100-EXIT
016600     END-IF
016700
016800     IF PEND-MEMBER-ID NOT = LK-MEMBER-ID
016900             OR PEND-CHANGE-TYPE NOT = LK-CHANGE-TYPE
017000         SET WS-SCAN-DONE TO TRUE
017100         GO TO 2100-EXIT
017200     END-IF
017300
017400     IF PEND-IS-PENDING
017500         SET WS-ALREADY-PENDING TO TRUE
017600         SET WS-SCAN-DONE TO TRUE
017700     END-IF.
017800
017900 2100-EXIT.
018000     EXIT.
018100
018200*****************************************************************
018300*    3000-WRITE-REQUEST  -  A NEW REQUEST, PENDING, NOT YET
018400*                           DECIDED OR REPORTED
018500*****************************************************************
018600 3000-WRITE-REQUEST.
018700     ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD
018800     ACCEPT WS-CURR-TIME FROM TIME
018900
019000     INITIALIZE PENDING-CHANGE-RECORD
019100     MOVE LK-MEMBER-ID    TO PEND-MEMBER-ID
019200     MOVE LK-CHANGE-TYPE  TO PEND-CHANGE-TYPE
019300     MOVE WS-TIMESTAMP    TO PEND-KEYED-STAMP
019400     MOVE LK-SOURCE       TO PEND-SOURCE
019500     MOVE LK-OPERATOR-ID  TO PEND-KEYED-BY
019600     MOVE LK-REASON-CODE  TO PEND-REASON-CODE
019700     MOVE LK-MEMBER-NAME  TO PEND-MEMBER-NAME
019800     IF LK-OLD-DOB NUMERIC
019900         MOVE LK-OLD-DOB  TO PEND-OLD-DOB
020000     END-IF
020100     IF LK-NEW-DOB NUMERIC
020200         MOVE LK-NEW-DOB  TO PEND-NEW-DOB
020300     END-IF
020320     IF LK-MERGE-INTO-ID NUMERIC
020340         MOVE LK-MERGE-INTO-ID TO PEND-MERGE-INTO-ID
020360     END-IF
020400     SET PEND-IS-PENDING  TO TRUE
020500     MOVE SPACES          TO PEND-DECIDED-BY
020600     MOVE SPACES          TO PEND-DECIDE-REASON
020700     MOVE SPACES          TO PEND-RESULT-STATUS
020800     MOVE "N"             TO PEND-REPORTED-SW
020900
021000     WRITE PENDING-CHANGE-RECORD
021100         INVALID KEY
021200             DISPLAY "PENDPOST: WRITE FAILED, STATUS = "
021300                     WS-PEND-STATUS
021400     END-WRITE
021500     IF WS-PEND-OK
021600         SET LK-ST-QUEUED TO TRUE
021700     ELSE
021800         SET LK-ST-NO-PENDING-FILE TO TRUE
021900     END-IF.
022000
022100 3000-EXIT.
022200     EXIT.
022300
022400*****************************************************************
022500*    8000-CLOSE-FILE
022600*****************************************************************
022700 8000-CLOSE-FILE.
022800     IF WS-FILE-IS-OPEN
022900         CLOSE PENDING-FILE
023000         MOVE "N" TO WS-FILE-OPEN-SW
023100     END-IF.
023200
023300 8000-EXIT.
023400     EXIT.

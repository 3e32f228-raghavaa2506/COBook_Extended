000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DEPTMNT.
000300 AUTHOR.        R. IYENGAR - APPLICATIONS.
000400 INSTALLATION.  IIT TIRUPATI - MEMBER SERVICES.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  MODIFICATION HISTORY
000900*  DATE        INIT  DESCRIPTION
001000*  2026-10-15  RI    ORIGINAL - BUILDS AND MAINTAINS THE
001100*                    DEPARTMENT MASTER THAT MEMBERREG CHECKS
001200*                    EVERY DEPARTMENT CODE AGAINST: ADD, CHANGE,
001300*                    RETIRE AND LIST, ON THE OPERMNT PATTERN.
001400*                    CODES ARE FOLDED TO UPPER CASE ON THE WAY
001500*                    IN.  A RETIRED CODE STAYS ON FILE SO OLD
001600*                    MEMBER RECORDS AND THE DEPARTMENTAL REPORT
001700*                    STILL RESOLVE IT TO A NAME; CHANGE CAN
001800*                    BRING IT BACK INTO USE.  REACHED FROM THE
001900*                    MAIN MENU.
001920*  2026-10-15  RI    ONLY AN ACTIVE OPERATOR CARRYING THE
001940*                    SUPERVISOR FLAG ON THE OPERATOR MASTER MAY
001960*                    USE IT, AS WITH PENDAPPR - THE MENU CHECK
001980*                    ALONE RESTS ON THE ALLOWED-FUNCTIONS STRING.
001983*  2026-10-15  RI    DEPARTMENT MASTER IS CLOSED ON AN OPEN
001986*                    SWITCH, NOT ON THE LAST STATUS, SO A FAILED
001989*                    READ OR REWRITE NO LONGER LEAVES IT OPEN.
001992*                    CHANGE AND RETIRE NOW CHECK THE REWRITE
001995*                    STATUS BEFORE REPORTING SUCCESS.
002000*****************************************************************
002100
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
002500     SELECT DEPARTMENT-MASTER ASSIGN TO "DEPTMAST"
002600         ORGANIZATION IS INDEXED
002700         ACCESS MODE IS DYNAMIC
002800         RECORD KEY IS DEPT-CODE
002900         FILE STATUS IS WS-DEPTMAST-STATUS.
002910
002920     SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST"
002930         ORGANIZATION IS INDEXED
002940         ACCESS MODE IS DYNAMIC
002950         RECORD KEY IS OPER-ID
002960         FILE STATUS IS WS-OPERMAST-STATUS.
003000
003100 DATA DIVISION.
003200 FILE SECTION.
003300 FD  DEPARTMENT-MASTER
003400     LABEL RECORDS ARE STANDARD.
003500 COPY DEPTREC.
003520
003540 FD  OPERATOR-MASTER
003560     LABEL RECORDS ARE STANDARD.
003580 COPY OPERREC.
003600
003700 WORKING-STORAGE SECTION.
003800*****************************************************************
003900*    FILE STATUS AND SWITCHES
004000*****************************************************************
004100 01  WS-DEPTMAST-STATUS      PIC X(02) VALUE "00".
004200     88  WS-DEPTMAST-OK              VALUE "00".
004300     88  WS-DEPTMAST-NOT-FOUND       VALUE "35".
004310
004320 01  WS-OPERMAST-STATUS      PIC X(02) VALUE "00".
004330     88  WS-OPERMAST-OK              VALUE "00".
004340
004350 01  WS-SUPERVISOR-SW        PIC X(01) VALUE "N".
004360     88  WS-IS-SUPERVISOR            VALUE "Y".
004400
004420 01  WS-DEPTMAST-OPEN-SW     PIC X(01) VALUE "N".
004440     88  WS-DEPTMAST-IS-OPEN         VALUE "Y".
004460
004500 01  WS-DONE-SW              PIC X(01) VALUE "N".
004600     88  WS-DONE                     VALUE "Y".
004700
004800 01  WS-LIST-EOF-SW          PIC X(01) VALUE "N".
004900     88  WS-LIST-EOF                 VALUE "Y".
005000
005100*****************************************************************
005200*    MENU AND INPUT WORK AREAS
005300*****************************************************************
005400 01  WS-MENU-CHOICE          PIC X(01).
005500     88  WS-CHOICE-ADD               VALUE "1".
005600     88  WS-CHOICE-CHANGE            VALUE "2".
005700     88  WS-CHOICE-RETIRE            VALUE "3".
005800     88  WS-CHOICE-LIST              VALUE "4".
005900     88  WS-CHOICE-EXIT              VALUE "5", "X", "x".
006000     88  WS-CHOICE-VALID             VALUE "1", "2", "3", "4",
006100                                           "5", "X", "x".
006200
006300 01  WS-WORK-CODE            PIC X(04).
006400 01  WS-WORK-NAME            PIC X(30).
006500 01  WS-WORK-HOD-NAME        PIC X(30).
006600 01  WS-WORK-HOD-EMAIL       PIC X(40).
006700 01  WS-WORK-HOD-PHONE       PIC X(15).
006800 01  WS-LIST-COUNT           PIC 9(04) VALUE ZERO.
006900 01  WS-ACTIVE-COUNT         PIC 9(04) VALUE ZERO.
006907
006914 01  WS-OPERATOR-ID          PIC X(08) VALUE SPACES.
006921
006928*****************************************************************
006935*    LINKAGE TO THE OPERSIGN SUBPROGRAM
006942*****************************************************************
006949 01  WS-SGN-FUNCTION         PIC X(01).
006956 01  WS-SGN-OPERATOR-NAME    PIC X(30).
006963 01  WS-SGN-ALLOWED-FUNCS    PIC X(08).
006970 01  WS-SGN-STATUS           PIC X(02).
006977     88  WS-SGN-SIGNED-ON            VALUE "00".
006984     88  WS-SGN-NO-MASTER            VALUE "30".
007000
007100 PROCEDURE DIVISION.
007200 0000-MAINLINE.
007206     PERFORM 0500-RESOLVE-OPERATOR THRU 0500-EXIT
007212     IF NOT WS-SGN-SIGNED-ON
007218         DISPLAY "Department maintenance closed - no operator "
007224                 "signed on."
007230         GO TO 0000-EXIT
007236     END-IF
007242
007248     PERFORM 0600-CHECK-SUPERVISOR THRU 0600-EXIT
007254     IF NOT WS-IS-SUPERVISOR
007260         DISPLAY "Operator " WS-OPERATOR-ID " is not an active "
007266                 "supervisor - department maintenance closed."
007272         GO TO 0000-EXIT
007278     END-IF
007284
007300     PERFORM 1000-INITIALIZE THRU 1000-EXIT
007400     PERFORM 2000-MENU-CYCLE THRU 2000-EXIT
007500         UNTIL WS-DONE
007600     PERFORM 8000-TERMINATE THRU 8000-EXIT.
007700
007800 0000-EXIT.
007900     GOBACK.
007901
007902*****************************************************************
007903*    0500-RESOLVE-OPERATOR  -  TAKE THE OPERATOR ALREADY SIGNED
007904*                              ON THROUGH THE MENU, OR PROMPT
007905*                              FOR ONE WHEN RUN STANDALONE
007906*****************************************************************
007907 0500-RESOLVE-OPERATOR.
007908     MOVE "Q" TO WS-SGN-FUNCTION
007909     PERFORM 0510-CALL-OPERSIGN THRU 0510-EXIT
007910     IF WS-SGN-SIGNED-ON
007911         GO TO 0500-EXIT
007912     END-IF
007913
007914     MOVE "P" TO WS-SGN-FUNCTION
007915     PERFORM 0510-CALL-OPERSIGN THRU 0510-EXIT.
007916
007917 0500-EXIT.
007918     EXIT.
007919
007920*****************************************************************
007921*    0510-CALL-OPERSIGN
007922*****************************************************************
007923 0510-CALL-OPERSIGN.
007924     CALL "OPERSIGN" USING WS-SGN-FUNCTION WS-OPERATOR-ID
007925         WS-SGN-OPERATOR-NAME WS-SGN-ALLOWED-FUNCS
007926         WS-SGN-STATUS.
007927
007928 0510-EXIT.
007929     EXIT.
007930
007931*****************************************************************
007932*    0600-CHECK-SUPERVISOR  -  THE SIGNED-ON OPERATOR MUST BE
007933*                              ACTIVE AND FLAGGED AS A
007934*                              SUPERVISOR ON THE OPERATOR MASTER
007935*****************************************************************
007936 0600-CHECK-SUPERVISOR.
007937     MOVE "N" TO WS-SUPERVISOR-SW
007938     OPEN INPUT OPERATOR-MASTER
007939     IF NOT WS-OPERMAST-OK
007940         DISPLAY "DEPTMNT: UNABLE TO OPEN OPERATOR MASTER, "
007941                 "STATUS = " WS-OPERMAST-STATUS
007942         GO TO 0600-EXIT
007943     END-IF
007944
007945     MOVE WS-OPERATOR-ID TO OPER-ID
007946     READ OPERATOR-MASTER KEY IS OPER-ID
007947         INVALID KEY
007948             CONTINUE
007949         NOT INVALID KEY
007950             IF OPER-IS-ACTIVE AND OPER-IS-SUPERVISOR
007951                 SET WS-IS-SUPERVISOR TO TRUE
007952             END-IF
007953     END-READ
007954     CLOSE OPERATOR-MASTER.
007955
007956 0600-EXIT.
007957     EXIT.
008000
008100*****************************************************************
008200*    1000-INITIALIZE  -  BUILD THE MASTER ON FIRST USE, THE
008300*                        SAME WAY OPERMNT BUILDS ITS FILE
008400*****************************************************************
008500 1000-INITIALIZE.
008600     MOVE "N" TO WS-DONE-SW
008700     OPEN I-O DEPARTMENT-MASTER
008800     IF WS-DEPTMAST-NOT-FOUND
008900         OPEN OUTPUT DEPARTMENT-MASTER
009000         CLOSE DEPARTMENT-MASTER
009100         OPEN I-O DEPARTMENT-MASTER
009200     END-IF
009300     IF NOT WS-DEPTMAST-OK
009400         DISPLAY "DEPTMNT: UNABLE TO OPEN DEPARTMENT MASTER, "
009500                 "STATUS = " WS-DEPTMAST-STATUS
009600         SET WS-DONE TO TRUE
009700     ELSE
009730         SET WS-DEPTMAST-IS-OPEN TO TRUE
009760     END-IF.
009800
009900 1000-EXIT.
010000     EXIT.
010100
010200*****************************************************************
010300*    2000-MENU-CYCLE
010400*****************************************************************
010500 2000-MENU-CYCLE.
010600     DISPLAY "-------------------------------------"
010700     DISPLAY " DEPARTMENT MASTER MAINTENANCE"
010800     DISPLAY "-------------------------------------"
010900     DISPLAY " 1. Add a department"
011000     DISPLAY " 2. Change a department"
011100     DISPLAY " 3. Retire a department"
011200     DISPLAY " 4. List departments"
011300     DISPLAY " 5. Exit"
011400     DISPLAY "-------------------------------------"
011500     DISPLAY "Enter your choice: "
011600     ACCEPT WS-MENU-CHOICE
011700
011800     IF NOT WS-CHOICE-VALID
011900         DISPLAY "Invalid choice - please enter 1 to 5."
012000         GO TO 2000-EXIT
012100     END-IF
012200
012300     EVALUATE TRUE
012400         WHEN WS-CHOICE-ADD
012500             PERFORM 3000-ADD-DEPARTMENT THRU 3000-EXIT
012600         WHEN WS-CHOICE-CHANGE
012700             PERFORM 4000-CHANGE-DEPARTMENT THRU 4000-EXIT
012800         WHEN WS-CHOICE-RETIRE
012900             PERFORM 5000-RETIRE-DEPARTMENT THRU 5000-EXIT
013000         WHEN WS-CHOICE-LIST
013100             PERFORM 6000-LIST-DEPARTMENTS THRU 6000-EXIT
013200         WHEN WS-CHOICE-EXIT
013300             SET WS-DONE TO TRUE
013400     END-EVALUATE.
013500
013600 2000-EXIT.
013700     EXIT.
013800
013900*****************************************************************
014000*    2100-GET-DEPT-CODE  -  FOLDED TO UPPER CASE SO "cse" AND
014100*                           "CSE" CAN NEVER BE TWO DEPARTMENTS.
014200*                           BLANK COMES BACK AS SPACES AND THE
014300*                           CALLER DROPS THE FUNCTION.
014400*****************************************************************
014500 2100-GET-DEPT-CODE.
014600     MOVE SPACES TO WS-WORK-CODE
014700     DISPLAY "Department code (up to 4 characters): "
014800     ACCEPT WS-WORK-CODE
014900     INSPECT WS-WORK-CODE CONVERTING
015000         "abcdefghijklmnopqrstuvwxyz"
015100         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
015200     IF WS-WORK-CODE = SPACES
015300         DISPLAY "Department code cannot be blank."
015400     END-IF.
015500
015600 2100-EXIT.
015700     EXIT.
015800
015900*****************************************************************
016000*    3000-ADD-DEPARTMENT  -  NEW CODES GO ON FILE ACTIVE
016100*****************************************************************
016200 3000-ADD-DEPARTMENT.
016300     PERFORM 2100-GET-DEPT-CODE THRU 2100-EXIT
016400     IF WS-WORK-CODE = SPACES
016500         GO TO 3000-EXIT
016600     END-IF
016700
016800     MOVE WS-WORK-CODE TO DEPT-CODE
016900     READ DEPARTMENT-MASTER KEY IS DEPT-CODE
017000         INVALID KEY
017100             CONTINUE
017200         NOT INVALID KEY
017300             DISPLAY "Department " WS-WORK-CODE " is already "
017400                     "on file - use change instead."
017500             GO TO 3000-EXIT
017600     END-READ
017700
017800     DISPLAY "Department name: "
017900     ACCEPT WS-WORK-NAME
018000     IF WS-WORK-NAME = SPACES
018100         DISPLAY "Name cannot be blank - department not added."
018200         GO TO 3000-EXIT
018300     END-IF
018400
018500     DISPLAY "Head of department name: "
018600     ACCEPT WS-WORK-HOD-NAME
018700     DISPLAY "Head of department email: "
018800     ACCEPT WS-WORK-HOD-EMAIL
018900     DISPLAY "Head of department phone: "
019000     ACCEPT WS-WORK-HOD-PHONE
019100
019200     INITIALIZE DEPARTMENT-RECORD
019300     MOVE WS-WORK-CODE      TO DEPT-CODE
019400     MOVE WS-WORK-NAME      TO DEPT-NAME
019500     SET DEPT-IS-ACTIVE     TO TRUE
019600     MOVE WS-WORK-HOD-NAME  TO DEPT-HOD-NAME
019700     MOVE WS-WORK-HOD-EMAIL TO DEPT-HOD-EMAIL
019800     MOVE WS-WORK-HOD-PHONE TO DEPT-HOD-PHONE
019900     WRITE DEPARTMENT-RECORD
020000         INVALID KEY
020100             DISPLAY "DEPTMNT: WRITE FAILED, STATUS = "
020200                     WS-DEPTMAST-STATUS
020300     END-WRITE
020400     IF WS-DEPTMAST-OK
020500         DISPLAY "Department " WS-WORK-CODE " added."
020600     END-IF.
020700
020800 3000-EXIT.
020900     EXIT.
021000
021100*****************************************************************
021200*    4000-CHANGE-DEPARTMENT  -  BLANK ANSWERS KEEP WHAT IS ON
021300*                               THE RECORD.  A RETIRED CODE CAN
021400*                               BE BROUGHT BACK INTO USE HERE.
021500*****************************************************************
021600 4000-CHANGE-DEPARTMENT.
021700     PERFORM 2100-GET-DEPT-CODE THRU 2100-EXIT
021800     IF WS-WORK-CODE = SPACES
021900         GO TO 4000-EXIT
022000     END-IF
022100
022200     MOVE WS-WORK-CODE TO DEPT-CODE
022300     READ DEPARTMENT-MASTER KEY IS DEPT-CODE
022400         INVALID KEY
022500             DISPLAY "Department " WS-WORK-CODE
022600                     " is not on file."
022700             GO TO 4000-EXIT
022800     END-READ
022900
023000     DISPLAY "Name (blank keeps " DEPT-NAME "): "
023100     ACCEPT WS-WORK-NAME
023200     IF WS-WORK-NAME NOT = SPACES
023300         MOVE WS-WORK-NAME TO DEPT-NAME
023400     END-IF
023500
023600     DISPLAY "Head of department (blank keeps "
023700             DEPT-HOD-NAME "): "
023800     ACCEPT WS-WORK-HOD-NAME
023900     IF WS-WORK-HOD-NAME NOT = SPACES
024000         MOVE WS-WORK-HOD-NAME TO DEPT-HOD-NAME
024100     END-IF
024200
024300     DISPLAY "HOD email (blank keeps " DEPT-HOD-EMAIL "): "
024400     ACCEPT WS-WORK-HOD-EMAIL
024500     IF WS-WORK-HOD-EMAIL NOT = SPACES
024600         MOVE WS-WORK-HOD-EMAIL TO DEPT-HOD-EMAIL
024700     END-IF
024800
024900     DISPLAY "HOD phone (blank keeps " DEPT-HOD-PHONE "): "
025000     ACCEPT WS-WORK-HOD-PHONE
025100     IF WS-WORK-HOD-PHONE NOT = SPACES
025200         MOVE WS-WORK-HOD-PHONE TO DEPT-HOD-PHONE
025300     END-IF
025400
025500     IF DEPT-IS-RETIRED
025600         DISPLAY "Bring this retired code back into use? "
025700                 "(Y/N): "
025800         ACCEPT WS-MENU-CHOICE
025900         IF WS-MENU-CHOICE = "Y" OR WS-MENU-CHOICE = "y"
026000             SET DEPT-IS-ACTIVE TO TRUE
026100         END-IF
026200     END-IF
026300
026400     REWRITE DEPARTMENT-RECORD
026410     IF NOT WS-DEPTMAST-OK
026420         DISPLAY "DEPTMNT: REWRITE FAILED, STATUS = "
026430                 WS-DEPTMAST-STATUS
026440         GO TO 4000-EXIT
026450     END-IF
026500     DISPLAY "Department " WS-WORK-CODE " changed.".
026600
026700 4000-EXIT.
026800     EXIT.
026900
027000*****************************************************************
027100*    5000-RETIRE-DEPARTMENT  -  FLAGGED, NEVER DELETED.  MEMBERS
027200*                               ALREADY ON THE CODE KEEP IT;
027300*                               ONLY NEW USE OF IT IS REFUSED.
027400*****************************************************************
027500 5000-RETIRE-DEPARTMENT.
027600     PERFORM 2100-GET-DEPT-CODE THRU 2100-EXIT
027700     IF WS-WORK-CODE = SPACES
027800         GO TO 5000-EXIT
027900     END-IF
028000
028100     MOVE WS-WORK-CODE TO DEPT-CODE
028200     READ DEPARTMENT-MASTER KEY IS DEPT-CODE
028300         INVALID KEY
028400             DISPLAY "Department " WS-WORK-CODE
028500                     " is not on file."
028600             GO TO 5000-EXIT
028700     END-READ
028800
028900     IF DEPT-IS-RETIRED
029000         DISPLAY "Department " WS-WORK-CODE " is already "
029100                 "retired."
029200         GO TO 5000-EXIT
029300     END-IF
029400
029500     DISPLAY "Retire " WS-WORK-CODE " " DEPT-NAME "? (Y/N): "
029600     ACCEPT WS-MENU-CHOICE
029700     IF WS-MENU-CHOICE NOT = "Y" AND WS-MENU-CHOICE NOT = "y"
029800         DISPLAY "Retire cancelled."
029900         GO TO 5000-EXIT
030000     END-IF
030100
030200     SET DEPT-IS-RETIRED TO TRUE
030300     REWRITE DEPARTMENT-RECORD
030310     IF NOT WS-DEPTMAST-OK
030320         DISPLAY "DEPTMNT: REWRITE FAILED, STATUS = "
030330                 WS-DEPTMAST-STATUS
030340         GO TO 5000-EXIT
030350     END-IF
030400     DISPLAY "Department " WS-WORK-CODE " retired.".
030500
030600 5000-EXIT.
030700     EXIT.
030800
030900*****************************************************************
031000*    6000-LIST-DEPARTMENTS  -  EVERY RECORD, ACTIVE OR RETIRED
031100*****************************************************************
031200 6000-LIST-DEPARTMENTS.
031300     MOVE "N"  TO WS-LIST-EOF-SW
031400     MOVE ZERO TO WS-LIST-COUNT WS-ACTIVE-COUNT
031500     MOVE SPACES TO DEPT-CODE
031600     START DEPARTMENT-MASTER KEY NOT < DEPT-CODE
031700         INVALID KEY
031800             SET WS-LIST-EOF TO TRUE
031900     END-START
032000
032100     PERFORM 6100-LIST-ONE-DEPARTMENT THRU 6100-EXIT
032200         UNTIL WS-LIST-EOF
032300
032400     DISPLAY WS-LIST-COUNT " DEPARTMENT(S) ON FILE, "
032500             WS-ACTIVE-COUNT " ACTIVE.".
032600
032700 6000-EXIT.
032800     EXIT.
032900
033000*****************************************************************
033100*    6100-LIST-ONE-DEPARTMENT
033200*****************************************************************
033300 6100-LIST-ONE-DEPARTMENT.
033400     READ DEPARTMENT-MASTER NEXT RECORD
033500         AT END
033600             SET WS-LIST-EOF TO TRUE
033700         NOT AT END
033800             ADD 1 TO WS-LIST-COUNT
033900             IF DEPT-IS-ACTIVE
034000                 ADD 1 TO WS-ACTIVE-COUNT
034100             END-IF
034200             DISPLAY DEPT-CODE " " DEPT-NAME " "
034300                     DEPT-ACTIVE-SW " " DEPT-HOD-NAME
034400     END-READ
034500*    A READ THAT FAILS OUTRIGHT MUST ALSO END THE LIST, OR A
034600*    BROKEN MASTER FILE WOULD SPIN THIS LOOP FOREVER
034700     IF NOT WS-DEPTMAST-OK
034800         SET WS-LIST-EOF TO TRUE
034900     END-IF.
035000
035100 6100-EXIT.
035200     EXIT.
035300
035400*****************************************************************
035500*    8000-TERMINATE
035600*****************************************************************
035700 8000-TERMINATE.
035800     IF WS-DEPTMAST-IS-OPEN
035900         CLOSE DEPARTMENT-MASTER
035950         MOVE "N" TO WS-DEPTMAST-OPEN-SW
036000     END-IF.
036100
036200 8000-EXIT.
036300     EXIT.

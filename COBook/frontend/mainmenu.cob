001470*                    THE OPERATOR'S ALLOWED FUNCTIONS, AND THE
001480*                    SIGNED-ON ID FLOWS TO EVERY AUDIT ROW IN
001490*                    PLACE OF THE OLD HARDCODED "OPER01".
001493*  2026-10-15  RI    ADDED DEPARTMENT MASTER MAINTENANCE
001496*                    (DEPTMNT) AS CHOICE 4; EXIT MOVES TO 5.
001506*  2026-10-15  RI    ADDED APPROVAL OF PENDING MEMBER CHANGES
001516*                    (PENDAPPR) AS CHOICE 5; EXIT MOVES TO 6.
001526*                    PENDAPPR ITSELF ALSO REQUIRES THE OPERATOR'S
001536*                    SUPERVISOR FLAG.
001537*  2026-10-15  RI    EXIT GOES BACK TO 4, ITS ORIGINAL DIGIT;
001538*                    DEPARTMENTS BECOME 7 AND APPROVALS 8, DIGITS
001539*                    NO OPERATOR'S ALLOWED FUNCTIONS HAVE EVER
001540*                    MEANT ANYTHING ELSE.  AN OPERATOR ALREADY
001541*                    HOLDING "4", "5" OR "6" FOR AN EXIT NO LONGER
001542*                    LANDS IN A NEW FUNCTION.  DEPTMNT NOW CHECKS
001543*                    THE SUPERVISOR FLAG ITSELF, AS PENDAPPR DOES.
001546*****************************************************************
001600
001700 ENVIRONMENT DIVISION.
001800 CONFIGURATION SECTION.
002300     88  WS-CHOICE-REGISTER          VALUE "1".
002350     88  WS-CHOICE-MAINTAIN          VALUE "2".
002400     88  WS-CHOICE-PROJECTION        VALUE "3".
002450     88  WS-CHOICE-DEPARTMENTS       VALUE "7".
002470     88  WS-CHOICE-APPROVALS         VALUE "8".
002500     88  WS-CHOICE-EXIT              VALUE "4", "X", "x".
002600     88  WS-CHOICE-VALID             VALUE "1", "2", "3", "4",
002650                                           "7", "8", "X", "x".
002700
002800 01  WS-DONE-SW              PIC X(01) VALUE "N".
002900     88  WS-DONE                     VALUE "Y".
004700     DISPLAY " 1. Register a new member"
004750     DISPLAY " 2. Maintain an existing member"
004800     DISPLAY " 3. Run a growth/term projection"
004850     DISPLAY " 7. Maintain departments"
004870     DISPLAY " 8. Approve pending changes"
004900     DISPLAY " 4. Exit"
005000     DISPLAY "====================================="
005100     DISPLAY "Enter your choice: "
005200     ACCEPT WS-MENU-CHOICE
005300
005400     IF NOT WS-CHOICE-VALID
005500         DISPLAY "Invalid choice - please enter 1, 2, 3, 4, "
005550                 "7 or 8."
005600         GO TO 1000-EXIT
005700     END-IF
005800
006160             CALL "MEMMAINT"
006200         WHEN WS-CHOICE-PROJECTION
006300             CALL "FIBO"
006330         WHEN WS-CHOICE-DEPARTMENTS
006360             CALL "DEPTMNT"
006370         WHEN WS-CHOICE-APPROVALS
006380             CALL "PENDAPPR"
006400         WHEN WS-CHOICE-EXIT
006500             SET WS-DONE TO TRUE
006600     END-EVALUATE.

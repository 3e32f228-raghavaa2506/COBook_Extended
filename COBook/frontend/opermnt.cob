001400*                    DELIBERATELY NOT ON THE MAIN MENU, SINCE
001500*                    THE MENU NOW SITS BEHIND THE SIGN-ON THIS
001600*                    PROGRAM SETS UP.
001610*  2026-10-15  RI    MAINTAINS THE NEW SUPERVISOR FLAG - ASKED
001620*                    ON ADD, BLANK-KEEPS ON CHANGE, AND SHOWN ON
001630*                    THE LIST.  ONLY A SUPERVISOR MAY APPROVE A
001640*                    PENDING DEACTIVATION, REINSTATEMENT OR
001650*                    DATE-OF-BIRTH CHANGE ON THE PENDAPPR SCREEN.
001700*****************************************************************
001800
001900 ENVIRONMENT DIVISION.
006000 01  WS-WORK-ID              PIC X(08).
006100 01  WS-WORK-NAME            PIC X(30).
006200 01  WS-WORK-FUNCS           PIC X(08).
006220 01  WS-WORK-SUPER           PIC X(01).
006240     88  WS-WORK-SUPER-YES           VALUE "Y", "y".
006260     88  WS-WORK-SUPER-NO            VALUE "N", "n".
006300 01  WS-LIST-COUNT           PIC 9(04) VALUE ZERO.
006400
006500 PROCEDURE DIVISION.
017600         MOVE "*" TO WS-WORK-FUNCS
017700     END-IF
017800
017820     DISPLAY "Supervisor - may approve pending changes? (Y/N): "
017840     ACCEPT WS-WORK-SUPER
017860
017900     MOVE WS-WORK-ID    TO OPER-ID
018000     MOVE WS-WORK-NAME  TO OPER-NAME
018100     SET OPER-IS-ACTIVE TO TRUE
018200     MOVE WS-WORK-FUNCS TO OPER-ALLOWED-FUNCS
018210     IF WS-WORK-SUPER-YES
018220         SET OPER-IS-SUPERVISOR TO TRUE
018230     ELSE
018240         MOVE "N" TO OPER-SUPERVISOR-SW
018250     END-IF
018300     WRITE OPERATOR-RECORD
018400         INVALID KEY
018500             DISPLAY "OPERMNT: WRITE FAILED, STATUS = "
022200         MOVE WS-WORK-FUNCS TO OPER-ALLOWED-FUNCS
022300     END-IF
022400
022409     DISPLAY "Supervisor (Y/N, blank keeps "
022418             OPER-SUPERVISOR-SW "): "
022427     ACCEPT WS-WORK-SUPER
022436     IF WS-WORK-SUPER-YES
022445         SET OPER-IS-SUPERVISOR TO TRUE
022454     END-IF
022463     IF WS-WORK-SUPER-NO
022472         MOVE "N" TO OPER-SUPERVISOR-SW
022481     END-IF
022490
022500     DISPLAY "Reactivate if deactivated? (Y/N): "
022600     ACCEPT WS-MENU-CHOICE
022700     IF (WS-MENU-CHOICE = "Y" OR WS-MENU-CHOICE = "y")
029700             ADD 1 TO WS-LIST-COUNT
029800             DISPLAY OPER-ID " " OPER-NAME " "
029900                     OPER-ACTIVE-SW " " OPER-ALLOWED-FUNCS
029950                     " " OPER-SUPERVISOR-SW
030000     END-READ
030100*    A READ THAT FAILS OUTRIGHT MUST ALSO END THE LIST, OR A
030200*    BROKEN MASTER FILE WOULD SPIN THIS LOOP FOREVER

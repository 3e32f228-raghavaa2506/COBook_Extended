001911*                    AND IMPOSSIBLE DATES; MEMBERREG DOES THE
001912*                    FULL CALENDAR CHECK AND DERIVES THE AGE
001913*                    AND BIRTH YEAR ITSELF.
001923*  2026-10-15  RI    PASSES THE NEW PAID-THROUGH DATE PARAMETER
001933*                    ON EVERY MEMBERREG CALL AND TELLS THE NEW
001943*                    MEMBER HOW LONG THE MEMBERSHIP RUNS.
001945*  2026-10-15  RI    A DEPARTMENT CODE MEMBERREG REFUSES AS
001947*                    UNKNOWN OR RETIRED ("55") IS RE-PROMPTED
001949*                    AND RESUBMITTED, THE SAME WAY A BAD NAME OR
001951*                    DATE OF BIRTH ALWAYS HAS BEEN.  A BLANK
001953*                    ANSWER STILL REGISTERS WITH NO CODE.
001962*  2026-10-15  RI    PASSES THE NEW APPROVER PARAMETER (BLANK -
001971*                    A REGISTRATION NEEDS NO SUPERVISOR) ON
001980*                    EVERY MEMBERREG CALL.
001983*  2026-10-15  RI    PASSES THE NEW MERGE PARAMETER (ZERO) ON
001986*                    EVERY MEMBERREG CALL.
001989*****************************************************************
001999
002000 ENVIRONMENT DIVISION.
002100 CONFIGURATION SECTION.
004250     05  WS-PHONE            PIC X(15) VALUE SPACES.
004260
004270 01  WS-REASON-CODE          PIC X(04) VALUE SPACES.
004280
004290 01  WS-APPROVER-ID          PIC X(08) VALUE SPACES.
004295 01  WS-MERGE-INTO-ID        PIC 9(06) VALUE ZERO.
004300
004400 01  WS-VALID-ENTRY-SW       PIC X(01) VALUE "N".
004500     88  WS-VALID-ENTRY              VALUE "Y".
005650     88  WS-REG-REJ-BAD-DOB          VALUE "15".
005700     88  WS-REG-REJ-BAD-NAME         VALUE "20".
005750     88  WS-REG-REJ-DUPLICATE        VALUE "25".
005770     88  WS-REG-REJ-BAD-DEPT         VALUE "55".
005800
005900 PROCEDURE DIVISION.
006000 0000-MAINLINE.
015300         WS-REG-SOURCE WS-TODAY-YEAR MEMBER-NAME MEMBER-AGE
015400         MEMBER-BIRTH-YEAR MEMBER-ID WS-REG-STATUS
015450         MEMBER-STATUS WS-CONTACT-DETAILS WS-REASON-CODE
015460         WS-DOB MEMBER-EXPIRY-DATE WS-APPROVER-ID
015480         WS-MERGE-INTO-ID.
015500
015600 2900-EXIT.
015700     EXIT.
015800
015900*****************************************************************
016000*    3000-REGISTER-MEMBER  -  SUBMIT THE FINAL ACCEPTED ENTRY.
016020*                             A REFUSED DEPARTMENT CODE IS
016040*                             RE-PROMPTED AND SUBMITTED AGAIN;
016060*                             THE REFUSAL IS ALREADY AUDITED.
016100*****************************************************************
016200 3000-REGISTER-MEMBER.
016300     PERFORM 2900-SUBMIT-TO-MEMBERREG THRU 2900-EXIT
016310     IF NOT WS-REG-REJ-BAD-DEPT
016320         GO TO 3000-EXIT
016330     END-IF
016340
016350     DISPLAY "Department code " WS-DEPT-CODE " is not a "
016360             "current department - please re-enter, or leave "
016370             "blank to fill in later: "
016380     ACCEPT WS-DEPT-CODE
016390     GO TO 3000-REGISTER-MEMBER.
016400
016500 3000-EXIT.
016600     EXIT.
017400     DISPLAY "Organization: " COMPANY-NAME
017500     DISPLAY "You were born in: " MEMBER-BIRTH-YEAR
017600     DISPLAY "Member ID: " MEMBER-ID
017650     DISPLAY "Membership paid through: " MEMBER-EXPIRY-DATE
017700     DISPLAY "-----------------------------".
017800
017900 4000-EXIT.
019000         WS-REG-SOURCE WS-TODAY-YEAR MEMBER-NAME MEMBER-AGE
019100         MEMBER-BIRTH-YEAR MEMBER-ID WS-REG-STATUS
019150         MEMBER-STATUS WS-CONTACT-DETAILS WS-REASON-CODE
019160         WS-DOB MEMBER-EXPIRY-DATE WS-APPROVER-ID
019180         WS-MERGE-INTO-ID.
019200
019300 5000-EXIT.
019400     EXIT.

001875*  2026-09-02  RI    CARRIES THE NEW SUSP-DOB THE SAME WAY, SO
001876*                    A BAD DATE OF BIRTH CAN BE CORRECTED IN
001877*                    SUSPENSE AND RESUBMITTED.
001882*  2026-10-15  RI    PASSES THE NEW PAID-THROUGH DATE PARAMETER
001887*                    ON EVERY MEMBERREG CALL.  A REINSTATE NOW
001892*                    ALSO BRINGS BACK A LAPSED MEMBER.
001893*  2026-10-15  RI    A RECORD HELD FOR AN UNKNOWN OR RETIRED
001894*                    DEPARTMENT CODE ("55") IS FLAGGED ON THE
001895*                    SCREEN SO THE OPERATOR KNOWS TO CORRECT THE
001896*                    CODE BEFORE RESUBMITTING.
001906*  2026-10-15  RI    A RESUBMITTED DEACTIVATE OR REINSTATE IS
001916*                    CHECKED THROUGH AN INQUIRY AND THEN QUEUED
001926*                    THROUGH PENDPOST FOR A SUPERVISOR TO
001936*                    APPROVE, THE SAME AS IN THE BATCH, INSTEAD
001946*                    OF BEING APPLIED AT ONCE.  PASSES THE NEW
001956*                    APPROVER PARAMETER (BLANK) ON EVERY
001966*                    MEMBERREG CALL.
001967*  2026-10-15  RI    HANDLES THE NEW MERGE TRAN-CODE ("G").  THE
001968*                    SURVIVOR ID ON THE WIDENED SUSPENSE RECORD
001969*                    IS SHOWN AND CORRECTABLE, BOTH MEMBERS ARE
001970*                    CHECKED THROUGH INQUIRIES, AND THE MERGE IS
001971*                    QUEUED THROUGH PENDPOST FOR A SUPERVISOR.
001972*                    PASSES THE NEW MERGE PARAMETER ON EVERY
001973*                    MEMBERREG AND PENDPOST CALL.
001976*****************************************************************
002000
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
003700
003800 FD  SUSPENSE-NEW
003900     LABEL RECORDS ARE STANDARD.
004000 01  SUSPENSE-WORK-REC       PIC X(127).
004100
004200 WORKING-STORAGE SECTION.
004300*****************************************************************
008830 01  WS-CORR-PHONE-X         PIC X(15).
008840 01  WS-CORR-REASON-X        PIC X(04).
008850 01  WS-CORR-DOB-X           PIC X(08).
008870 01  WS-CORR-SURVIVOR-X      PIC X(06).
008900
009000*****************************************************************
009100*    LINKAGE TO THE MEMBERREG SUBPROGRAM
009800 01  WS-REG-MEMBER-ID        PIC 9(06).
009900 01  WS-REG-STATUS           PIC X(02).
010000     88  WS-REG-ACCEPTED             VALUE "00".
010050     88  WS-REG-REJ-BAD-DEPT         VALUE "55".
010100 01  WS-REG-MEMBER-STATUS    PIC X(01).
010103     88  WS-REG-MEMBER-DEACT         VALUE "D".
010106     88  WS-REG-MEMBER-LAPSED        VALUE "L".
010108     88  WS-REG-MEMBER-MERGED        VALUE "M".
010110
010120 01  WS-REG-CONTACT-DETAILS.
010130     05  WS-REG-DEPT-CODE    PIC X(04) VALUE SPACES.
010170 01  WS-REG-REASON-CODE      PIC X(04) VALUE SPACES.
010180
010190 01  WS-REG-DOB              PIC 9(08) VALUE ZERO.
010193
010196 01  WS-REG-EXPIRY-DATE      PIC 9(08) VALUE ZERO.
010201
010206 01  WS-REG-APPROVER-ID      PIC X(08) VALUE SPACES.
010208 01  WS-REG-MERGE-INTO-ID    PIC 9(06) VALUE ZERO.
010211
010216*****************************************************************
010221*    LINKAGE TO THE PENDPOST SUBPROGRAM - DEACTIVATE AND
010226*    REINSTATE WAIT THERE FOR A SUPERVISOR
010231*****************************************************************
010236 01  WS-PND-FUNCTION         PIC X(01) VALUE "Q".
010241 01  WS-PND-CHANGE-TYPE      PIC X(01).
010246 01  WS-PND-OLD-DOB          PIC 9(08) VALUE ZERO.
010251 01  WS-PND-NEW-DOB          PIC 9(08) VALUE ZERO.
010253 01  WS-PND-MERGE-INTO-ID    PIC 9(06) VALUE ZERO.
010256 01  WS-PND-STATUS           PIC X(02) VALUE SPACES.
010261     88  WS-PND-QUEUED               VALUE "00".
010266
010271 01  WS-QUEUED-SW            PIC X(01) VALUE "N".
010276     88  WS-CHANGE-QUEUED            VALUE "Y".
010278 01  WS-MRG-RETIRED-NAME     PIC X(30) VALUE SPACES.
010281
010300 PROCEDURE DIVISION.
010400 0000-MAINLINE.
010410     PERFORM 0500-RESOLVE-OPERATOR THRU 0500-EXIT
016000     DISPLAY "  NAME        : " SUSP-NAME
016100     DISPLAY "  AGE         : " SUSP-AGE
016110     DISPLAY "  DEPT        : " SUSP-DEPT-CODE
016112     IF SUSP-REJ-BAD-DEPT
016114         DISPLAY "  ** DEPT CODE IS UNKNOWN OR RETIRED - "
016116                 "CORRECT IT BEFORE RESUBMITTING"
016118     END-IF
016120     DISPLAY "  EMAIL       : " SUSP-EMAIL
016130     DISPLAY "  PHONE       : " SUSP-PHONE
016140     DISPLAY "  REASON      : " SUSP-REASON-CODE
016150     DISPLAY "  BIRTH DATE  : " SUSP-DOB
016160     IF SUSP-TRAN-CODE = "G"
016170         DISPLAY "  MERGE INTO  : " SUSP-MERGE-INTO-ID
016180     END-IF
016200     DISPLAY "-----------------------------------------------".
016300
016400 2010-ACTION-PROMPT.
019300*    2100-RESUBMIT  -  ROUTE THE RECORD BACK THROUGH MEMBERREG
019400*                      BY ITS TRAN-CODE.  A RECORD REJECTED
019500*                      AGAIN GOES BACK TO SUSPENSE WITH ITS NEW
019600*                      STATUS AND TODAY'S RUN DATE.  A
019630*                      DEACTIVATE, REINSTATE OR MERGE IS
019660*                      QUEUED FOR A SUPERVISOR RATHER THAN
019680*                      APPLIED.
019700*****************************************************************
019800 2100-RESUBMIT.
019900     MOVE SUSP-NAME      TO WS-REG-NAME
020900             MOVE "D" TO WS-REG-FUNCTION
020910         WHEN SUSP-TRAN-CODE = "R"
020920             MOVE "A" TO WS-REG-FUNCTION
020940         WHEN SUSP-TRAN-CODE = "G"
020960             MOVE "G" TO WS-REG-FUNCTION
021000         WHEN OTHER
021100             DISPLAY "Tran-code " SUSP-TRAN-CODE " is not "
021200                     "usable - correct the record first."
021600             GO TO 2100-EXIT
021700     END-EVALUATE
021800
021820     MOVE "N" TO WS-QUEUED-SW
021840     IF WS-REG-FUNCTION = "D" OR WS-REG-FUNCTION = "A"
021850             OR WS-REG-FUNCTION = "G"
021860         PERFORM 2400-QUEUE-FOR-APPROVAL THRU 2400-EXIT
021880     ELSE
021900         CALL "MEMBERREG" USING WS-REG-FUNCTION WS-OPERATOR-ID
022000             WS-REG-SOURCE WS-TODAY-YEAR WS-REG-NAME WS-REG-AGE
022100             WS-REG-BIRTH-YEAR WS-REG-MEMBER-ID WS-REG-STATUS
022200             WS-REG-MEMBER-STATUS WS-REG-CONTACT-DETAILS
022250             WS-REG-REASON-CODE WS-REG-DOB WS-REG-EXPIRY-DATE
022260             WS-REG-APPROVER-ID WS-REG-MERGE-INTO-ID
022270     END-IF
022300
022400     IF WS-REG-ACCEPTED
022500         ADD 1 TO WS-SUSP-RESUBMITTED
022520         IF WS-CHANGE-QUEUED
022540             DISPLAY "Resubmitted and queued for supervisor "
022560                     "approval."
022580         ELSE
022600             DISPLAY "Resubmitted and accepted."
022650         END-IF
022700     ELSE
022800         DISPLAY "Rejected again, status " WS-REG-STATUS
022900                 " - record stays in suspense."
022920         IF WS-REG-REJ-BAD-DEPT
022940             DISPLAY "Department code " WS-REG-DEPT-CODE
022960                     " is unknown or retired."
022980         END-IF
023000         MOVE WS-REG-STATUS TO SUSP-STATUS
023100         MOVE WS-TODAY      TO SUSP-RUN-DATE
023200         PERFORM 2300-KEEP-RECORD THRU 2300-EXIT
024100*                           ANSWER KEEPS THE VALUE ON THE RECORD
024200*****************************************************************
024300 2200-CORRECT-ENTRY.
024400     DISPLAY "Tran-code (A/C/D/R/G, blank keeps " SUSP-TRAN-CODE
024500             "): "
024600     ACCEPT WS-CORR-CODE-X
024700     IF WS-CORR-CODE-X NOT = SPACES
027715             DISPLAY "Birth date must be numeric - kept "
027716                     SUSP-DOB
027717         END-IF
027718     END-IF
027723
027728     IF SUSP-TRAN-CODE = "G"
027733         DISPLAY "Merge into member ID (blank keeps "
027738                 SUSP-MERGE-INTO-ID "): "
027743         ACCEPT WS-CORR-SURVIVOR-X
027748         IF WS-CORR-SURVIVOR-X NOT = SPACES
027753             IF WS-CORR-SURVIVOR-X NUMERIC
027758                 MOVE WS-CORR-SURVIVOR-X TO SUSP-MERGE-INTO-ID
027763             ELSE
027768                 DISPLAY "Member ID must be numeric - kept "
027773                         SUSP-MERGE-INTO-ID
027778             END-IF
027783         END-IF
027788     END-IF.
027799
027800 2200-EXIT.
027900     EXIT.
028600     WRITE SUSPENSE-WORK-REC FROM SUSPENSE-RECORD.
028700
028800 2300-EXIT.
028802     EXIT.
028804
028806*****************************************************************
028808*    2400-QUEUE-FOR-APPROVAL  -  CHECK THE MEMBER WITH AN "I"
028810*                                CALL, THEN HAND THE DEACTIVATE
028812*                                ("D"), REINSTATE ("A") OR MERGE
028814*                                ("G") TO PENDPOST.  A MERGE ALSO
028815*                                CHECKS ITS SURVIVOR.  A REFUSAL
028816*                                COMES BACK IN WS-REG-STATUS, SO
028817*                                THE RECORD STAYS IN SUSPENSE.
028820*****************************************************************
028822 2400-QUEUE-FOR-APPROVAL.
028824     MOVE WS-REG-FUNCTION TO WS-PND-CHANGE-TYPE
028825     MOVE ZERO TO WS-PND-MERGE-INTO-ID
028826     MOVE "I" TO WS-REG-FUNCTION
028828     CALL "MEMBERREG" USING WS-REG-FUNCTION WS-OPERATOR-ID
028830         WS-REG-SOURCE WS-TODAY-YEAR WS-REG-NAME WS-REG-AGE
028832         WS-REG-BIRTH-YEAR WS-REG-MEMBER-ID WS-REG-STATUS
028834         WS-REG-MEMBER-STATUS WS-REG-CONTACT-DETAILS
028836         WS-REG-REASON-CODE WS-REG-DOB WS-REG-EXPIRY-DATE
028838         WS-REG-APPROVER-ID WS-REG-MERGE-INTO-ID
028840     IF NOT WS-REG-ACCEPTED
028842         GO TO 2400-EXIT
028844     END-IF
028846
028848     IF WS-PND-CHANGE-TYPE = "D" AND WS-REG-MEMBER-DEACT
028850         MOVE "40" TO WS-REG-STATUS
028852         GO TO 2400-EXIT
028854     END-IF
028856     IF WS-PND-CHANGE-TYPE = "A"
028858             AND NOT WS-REG-MEMBER-DEACT
028860             AND NOT WS-REG-MEMBER-LAPSED
028862         MOVE "45" TO WS-REG-STATUS
028864         GO TO 2400-EXIT
028866     END-IF
028867     IF WS-PND-CHANGE-TYPE = "G"
028868         IF WS-REG-MEMBER-MERGED
028869             MOVE "70" TO WS-REG-STATUS
028870             GO TO 2400-EXIT
028871         END-IF
028872         PERFORM 2450-CHECK-SURVIVOR THRU 2450-EXIT
028873         IF NOT WS-REG-ACCEPTED
028874             GO TO 2400-EXIT
028875         END-IF
028876     END-IF
028877
028878     CALL "PENDPOST" USING WS-PND-FUNCTION WS-REG-MEMBER-ID
028879         WS-PND-CHANGE-TYPE WS-REG-SOURCE WS-OPERATOR-ID
028880         WS-REG-REASON-CODE WS-REG-NAME WS-PND-OLD-DOB
028881         WS-PND-NEW-DOB WS-PND-STATUS
028882         WS-PND-MERGE-INTO-ID
028883     IF WS-PND-QUEUED
028884         SET WS-CHANGE-QUEUED TO TRUE
028885     ELSE
028886         MOVE WS-PND-STATUS TO WS-REG-STATUS
028887     END-IF
028888     MOVE ZERO TO WS-PND-MERGE-INTO-ID.
028889
028890 2400-EXIT.
028900     EXIT.
028902
028904*****************************************************************
028906*    2450-CHECK-SURVIVOR  -  THE MEMBER A MERGE RETIRES INTO
028908*                            MUST BE ANOTHER MEMBER ON FILE AND
028910*                            NOT ITSELF MERGED ("75" IF NOT).
028912*                            THE RETIRED MEMBER'S ID AND NAME
028914*                            ARE PUT BACK FOR PENDPOST.
028916*****************************************************************
028918 2450-CHECK-SURVIVOR.
028920     IF SUSP-MERGE-INTO-ID NOT NUMERIC
028922             OR SUSP-MERGE-INTO-ID = ZERO
028924             OR SUSP-MERGE-INTO-ID = SUSP-MEMBER-ID
028926         MOVE "75" TO WS-REG-STATUS
028928         GO TO 2450-EXIT
028930     END-IF
028932
028934     MOVE WS-REG-NAME        TO WS-MRG-RETIRED-NAME
028936     MOVE SUSP-MERGE-INTO-ID TO WS-REG-MEMBER-ID
028938     MOVE "I" TO WS-REG-FUNCTION
028940     CALL "MEMBERREG" USING WS-REG-FUNCTION WS-OPERATOR-ID
028942         WS-REG-SOURCE WS-TODAY-YEAR WS-REG-NAME WS-REG-AGE
028944         WS-REG-BIRTH-YEAR WS-REG-MEMBER-ID WS-REG-STATUS
028946         WS-REG-MEMBER-STATUS WS-REG-CONTACT-DETAILS
028948         WS-REG-REASON-CODE WS-REG-DOB WS-REG-EXPIRY-DATE
028950         WS-REG-APPROVER-ID WS-REG-MERGE-INTO-ID
028952     IF NOT WS-REG-ACCEPTED OR WS-REG-MEMBER-MERGED
028954         MOVE "75" TO WS-REG-STATUS
028956     END-IF
028958
028960     MOVE SUSP-MEMBER-ID      TO WS-REG-MEMBER-ID
028962     MOVE WS-MRG-RETIRED-NAME TO WS-REG-NAME
028964     MOVE SUSP-MERGE-INTO-ID  TO WS-PND-MERGE-INTO-ID.
028966
028968 2450-EXIT.
028970     EXIT.
029000
029100*****************************************************************
029200*    7000-COPY-BACK  -  REBUILD SUSPFILE FROM THE WORK FILE SO
034200         WS-REG-SOURCE WS-TODAY-YEAR WS-REG-NAME WS-REG-AGE
034300         WS-REG-BIRTH-YEAR WS-REG-MEMBER-ID WS-REG-STATUS
034400         WS-REG-MEMBER-STATUS WS-REG-CONTACT-DETAILS
034450         WS-REG-REASON-CODE WS-REG-DOB WS-REG-EXPIRY-DATE
034470         WS-REG-APPROVER-ID WS-REG-MERGE-INTO-ID
034500
034600     PERFORM 7000-COPY-BACK THRU 7000-EXIT
034700

001767*                    MATCHING HOW FEEBATCH TREATS A MISSING
001768*                    FEEPAY.  ONLY A FILE THAT ARRIVED BROKEN
001769*                    REFUSES.
001775*  2026-10-15  RI    PASSES THE NEW PAID-THROUGH DATE PARAMETER
001781*                    ON EVERY MEMBERREG CALL.  A REINSTATE NOW
001787*                    ALSO BRINGS BACK A LAPSED MEMBER.
001788*  2026-10-15  RI    AN ADD OR CHANGE CARRYING A DEPARTMENT CODE
001789*                    THAT IS NOT ON THE NEW DEPARTMENT MASTER,
001790*                    OR HAS BEEN RETIRED, IS REJECTED BY
001791*                    MEMBERREG ("55") AND GOES TO SUSPENSE LIKE
001792*                    ANY OTHER REJECT.  THOSE REJECTS ARE ALSO
001793*                    COUNTED ON THEIR OWN, ON THE CONSOLE AND
001794*                    AS AN EODHIST ROW, SO A FEED STILL SENDING
001795*                    OLD CODES SHOWS UP THE SAME NIGHT.
001800*  2026-10-15  RI    DEACTIVATE ("D") AND REINSTATE ("R")
001805*                    TRANSACTIONS NO LONGER APPLY AT ONCE.  THE
001810*                    MEMBER IS CHECKED THROUGH AN INQUIRY - NOT
001815*                    ON FILE, ALREADY DEACTIVATED OR ALREADY
001820*                    ACTIVE STILL GO TO SUSPENSE AS BEFORE - AND
001825*                    THE CHANGE IS THEN QUEUED THROUGH PENDPOST
001830*                    FOR A SUPERVISOR TO APPROVE.  A CHANGE
001835*                    ALREADY WAITING FOR THE SAME MEMBER GOES TO
001840*                    SUSPENSE ("60").  QUEUED COUNTS REPLACE THE
001845*                    APPLIED COUNTS FOR THOSE TWO CODES, ON THE
001850*                    CONSOLE, IN THE RECONCILIATION AND AS AN
001855*                    EODHIST ROW.  PASSES THE NEW APPROVER
001860*                    PARAMETER (BLANK) ON EVERY MEMBERREG CALL.
001865*                    SUSPENSE NOW CARRIES THE DATE OF BIRTH AS
001870*                    SUBMITTED, NOT AS LAST HANDED BACK.
001871*  2026-10-15  RI    ROUTES THE NEW MERGE TRAN-CODE ("G").  THE
001872*                    DUPLICATE IN TRAN-MEMBER-ID AND THE SURVIVOR
001873*                    IN TRAN-MERGE-INTO-ID ARE BOTH CHECKED
001874*                    THROUGH INQUIRIES - A DUPLICATE ALREADY
001875*                    MERGED GOES TO SUSPENSE ("70"), A SURVIVOR
001876*                    NOT ON FILE, MERGED OR THE SAME ID ("75") -
001877*                    AND THE MERGE IS QUEUED THROUGH PENDPOST FOR
001878*                    A SUPERVISOR.  MERGES QUEUED AND REJECTED
001879*                    ARE COUNTED ON THE CONSOLE, IN THE
001880*                    RECONCILIATION AND IN THE EODHIST QUEUED AND
001881*                    REJECTED ROWS.  PASSES THE NEW MERGE
001882*                    PARAMETER ON EVERY MEMBERREG AND PENDPOST
001883*                    CALL.
001884*****************************************************************
001885
001900 ENVIRONMENT DIVISION.
002000 INPUT-OUTPUT SECTION.
002100 FILE-CONTROL.
004730     05  WS-ADD-REJECTED     PIC 9(06) VALUE ZERO.
004740     05  WS-CHG-APPLIED      PIC 9(06) VALUE ZERO.
004750     05  WS-CHG-REJECTED     PIC 9(06) VALUE ZERO.
004760     05  WS-DEA-QUEUED       PIC 9(06) VALUE ZERO.
004770     05  WS-DEA-REJECTED     PIC 9(06) VALUE ZERO.
004772     05  WS-REI-QUEUED       PIC 9(06) VALUE ZERO.
004774     05  WS-REI-REJECTED     PIC 9(06) VALUE ZERO.
004776     05  WS-MRG-QUEUED       PIC 9(06) VALUE ZERO.
004778     05  WS-MRG-REJECTED     PIC 9(06) VALUE ZERO.
004780     05  WS-BAD-CODE-COUNT   PIC 9(06) VALUE ZERO.
004785     05  WS-SUSPENSE-COUNT   PIC 9(06) VALUE ZERO.
004787     05  WS-BAD-DEPT-COUNT   PIC 9(06) VALUE ZERO.
004790
004792 01  WS-CROSS-FOOT           PIC 9(06) VALUE ZERO.
004950
006800     88  WS-REG-ACCEPTED             VALUE "00".
006900     88  WS-REG-REJ-BAD-AGE          VALUE "10".
007000     88  WS-REG-REJ-BAD-NAME         VALUE "20".
007010     88  WS-REG-REJ-BAD-DEPT         VALUE "55".
007015     88  WS-REG-REJ-NOT-FOUND        VALUE "30".
007020
007040 01  WS-REG-MEMBER-STATUS    PIC X(01).
007043     88  WS-REG-MEMBER-DEACT         VALUE "D".
007046     88  WS-REG-MEMBER-LAPSED        VALUE "L".
007048     88  WS-REG-MEMBER-MERGED        VALUE "M".
007050
007060 01  WS-REG-CONTACT-DETAILS.
007070     05  WS-REG-DEPT-CODE    PIC X(04) VALUE SPACES.
007094 01  WS-REG-REASON-CODE      PIC X(04) VALUE SPACES.
007105
007116 01  WS-REG-DOB              PIC 9(08) VALUE ZERO.
007119
007122 01  WS-REG-EXPIRY-DATE      PIC 9(08) VALUE ZERO.
007123
007124 01  WS-REG-APPROVER-ID      PIC X(08) VALUE SPACES.
007125 01  WS-REG-MERGE-INTO-ID    PIC 9(06) VALUE ZERO.
007126
007127*****************************************************************
007128*    LINKAGE TO THE PENDPOST SUBPROGRAM - DEACTIVATE AND
007129*    REINSTATE WAIT THERE FOR A SUPERVISOR
007130*****************************************************************
007131 01  WS-PND-FUNCTION         PIC X(01) VALUE "Q".
007132 01  WS-PND-CHANGE-TYPE      PIC X(01).
007133 01  WS-PND-OLD-DOB          PIC 9(08) VALUE ZERO.
007134 01  WS-PND-NEW-DOB          PIC 9(08) VALUE ZERO.
007136 01  WS-PND-MERGE-INTO-ID    PIC 9(06) VALUE ZERO.
007138 01  WS-PND-STATUS           PIC X(02) VALUE SPACES.
007140     88  WS-PND-QUEUED               VALUE "00".
007141
007142 01  WS-MRG-RETIRED-NAME     PIC X(30) VALUE SPACES.
007143
007144*****************************************************************
007149*    RUN-HISTORY COUNT-ROW WORK AREA
007160*****************************************************************
007171 01  WS-COUNT-LABEL          PIC X(24).
012180         WHEN TRAN-CHANGE
012190             PERFORM 2200-APPLY-CHANGE THRU 2200-EXIT
012200         WHEN TRAN-DEACTIVATE
012210             PERFORM 2300-QUEUE-DEACTIVATE THRU 2300-EXIT
012212         WHEN TRAN-REINSTATE
012214             PERFORM 2400-QUEUE-REINSTATE THRU 2400-EXIT
012216         WHEN TRAN-MERGE
012218             PERFORM 2500-QUEUE-MERGE THRU 2500-EXIT
012220         WHEN OTHER
012230             ADD 1 TO WS-BAD-CODE-COUNT
012240             DISPLAY "MEMBATCH: UNKNOWN TRAN-CODE " TRAN-CODE
013857     EXIT.
013858
013859*****************************************************************
013860*    2300-QUEUE-DEACTIVATE  -  "I" CALL KEYED BY TRAN-MEMBER-ID
013861*                              TO CHECK THE MEMBER, THEN THE
013862*                              "D" IS QUEUED FOR A SUPERVISOR
013863*****************************************************************
013864 2300-QUEUE-DEACTIVATE.
013865     MOVE "I" TO WS-REG-FUNCTION
013866     PERFORM 2900-CALL-MEMBERREG THRU 2900-EXIT
013867     IF WS-REG-ACCEPTED AND WS-REG-MEMBER-DEACT
013868         MOVE "40" TO WS-REG-STATUS
013869     END-IF
013870     IF WS-REG-ACCEPTED
013871         MOVE "D" TO WS-PND-CHANGE-TYPE
013872         PERFORM 2700-QUEUE-FOR-APPROVAL THRU 2700-EXIT
013873     END-IF
013874
013875     IF WS-REG-ACCEPTED
013876         ADD 1 TO WS-DEA-QUEUED
013877     ELSE
013878         ADD 1 TO WS-DEA-REJECTED
013879         DISPLAY "MEMBATCH: DEACTIVATE REJECTED, MEMBER "
013880                 WS-REG-MEMBER-ID " STATUS " WS-REG-STATUS
013881         PERFORM 2800-WRITE-SUSPENSE THRU 2800-EXIT
013882     END-IF.
013883
013884 2300-EXIT.
013885     EXIT.
013886
013887*****************************************************************
013888*    2400-QUEUE-REINSTATE  -  "I" CALL KEYED BY TRAN-MEMBER-ID
013889*                             TO CHECK THE MEMBER, THEN THE "A"
013890*                             IS QUEUED FOR A SUPERVISOR
013891*****************************************************************
013892 2400-QUEUE-REINSTATE.
013893     MOVE "I" TO WS-REG-FUNCTION
013894     PERFORM 2900-CALL-MEMBERREG THRU 2900-EXIT
013895     IF WS-REG-ACCEPTED
013896             AND NOT WS-REG-MEMBER-DEACT
013897             AND NOT WS-REG-MEMBER-LAPSED
013898         MOVE "45" TO WS-REG-STATUS
013899     END-IF
013900     IF WS-REG-ACCEPTED
013901         MOVE "A" TO WS-PND-CHANGE-TYPE
013902         PERFORM 2700-QUEUE-FOR-APPROVAL THRU 2700-EXIT
013903     END-IF
013904
013905     IF WS-REG-ACCEPTED
013906         ADD 1 TO WS-REI-QUEUED
013907     ELSE
013908         ADD 1 TO WS-REI-REJECTED
013909         DISPLAY "MEMBATCH: REINSTATE REJECTED, MEMBER "
013910                 WS-REG-MEMBER-ID " STATUS " WS-REG-STATUS
013911         PERFORM 2800-WRITE-SUSPENSE THRU 2800-EXIT
013912     END-IF.
013913
013914 2400-EXIT.
013915     EXIT.
013916
013917*****************************************************************
013918*    2500-QUEUE-MERGE  -  "I" CALLS ON THE DUPLICATE IN
013919*                         TRAN-MEMBER-ID AND THE SURVIVOR IN
013920*                         TRAN-MERGE-INTO-ID, THEN THE "G" IS
013921*                         QUEUED FOR A SUPERVISOR AGAINST THE
013922*                         DUPLICATE
013923*****************************************************************
013924 2500-QUEUE-MERGE.
013925     MOVE "I" TO WS-REG-FUNCTION
013926     PERFORM 2900-CALL-MEMBERREG THRU 2900-EXIT
013927     IF WS-REG-ACCEPTED AND WS-REG-MEMBER-MERGED
013928         MOVE "70" TO WS-REG-STATUS
013929     END-IF
013930     IF WS-REG-ACCEPTED
013931         PERFORM 2550-CHECK-SURVIVOR THRU 2550-EXIT
013932     END-IF
013933     IF WS-REG-ACCEPTED
013934         MOVE "G" TO WS-PND-CHANGE-TYPE
013935         MOVE TRAN-MERGE-INTO-ID TO WS-PND-MERGE-INTO-ID
013936         PERFORM 2700-QUEUE-FOR-APPROVAL THRU 2700-EXIT
013937         MOVE ZERO TO WS-PND-MERGE-INTO-ID
013938     END-IF
013939
013940     IF WS-REG-ACCEPTED
013941         ADD 1 TO WS-MRG-QUEUED
013942     ELSE
013943         ADD 1 TO WS-MRG-REJECTED
013944         DISPLAY "MEMBATCH: MERGE REJECTED, MEMBER "
013945                 WS-REG-MEMBER-ID " STATUS " WS-REG-STATUS
013946         PERFORM 2800-WRITE-SUSPENSE THRU 2800-EXIT
013947     END-IF.
013948
013949 2500-EXIT.
013950     EXIT.
013951
013952*****************************************************************
013953*    2550-CHECK-SURVIVOR  -  THE SURVIVOR MUST BE ANOTHER MEMBER
013954*                            ON FILE AND NOT ITSELF MERGED ("75"
013955*                            IF NOT).  THE DUPLICATE'S ID AND
013956*                            NAME ARE PUT BACK FOR PENDPOST.
013957*****************************************************************
013958 2550-CHECK-SURVIVOR.
013959     IF TRAN-MERGE-INTO-ID NOT NUMERIC
013960             OR TRAN-MERGE-INTO-ID = ZERO
013961             OR TRAN-MERGE-INTO-ID = TRAN-MEMBER-ID
013962         MOVE "75" TO WS-REG-STATUS
013963         GO TO 2550-EXIT
013964     END-IF
013965
013966     MOVE WS-REG-NAME        TO WS-MRG-RETIRED-NAME
013967     MOVE TRAN-MERGE-INTO-ID TO WS-REG-MEMBER-ID
013968     MOVE "I" TO WS-REG-FUNCTION
013969     PERFORM 2900-CALL-MEMBERREG THRU 2900-EXIT
013970     IF NOT WS-REG-ACCEPTED OR WS-REG-MEMBER-MERGED
013971         MOVE "75" TO WS-REG-STATUS
013972     END-IF
013973
013974     MOVE TRAN-MEMBER-ID      TO WS-REG-MEMBER-ID
013975     MOVE WS-MRG-RETIRED-NAME TO WS-REG-NAME.
013976
013977 2550-EXIT.
013978     EXIT.
013979
013980*****************************************************************
013981*    2700-QUEUE-FOR-APPROVAL  -  HAND THE CHANGE TO PENDPOST.  A
013982*                                REFUSAL COMES BACK IN
013983*                                WS-REG-STATUS SO THE CALLER
013984*                                SENDS IT TO SUSPENSE LIKE ANY
013985*                                OTHER REJECT.
013986*****************************************************************
013987 2700-QUEUE-FOR-APPROVAL.
013988     CALL "PENDPOST" USING WS-PND-FUNCTION WS-REG-MEMBER-ID
013989         WS-PND-CHANGE-TYPE WS-REG-SOURCE WS-OPERATOR-ID
013990         WS-REG-REASON-CODE WS-REG-NAME WS-PND-OLD-DOB
013991         WS-PND-NEW-DOB WS-PND-STATUS
013992         WS-PND-MERGE-INTO-ID
013993     IF NOT WS-PND-QUEUED
013994         MOVE WS-PND-STATUS TO WS-REG-STATUS
013995     END-IF.
013996
013997 2700-EXIT.
013998     EXIT.
013999
014000*****************************************************************
014001*    2800-WRITE-SUSPENSE  -  EVERY REJECT LANDS HERE SO NOTHING
014002*                            SUBMITTED TO US EVER DISAPPEARS
014003*                            WITH ONLY A CONSOLE LINE TO SHOW
014004*                            FOR IT
014005*****************************************************************
014006 2800-WRITE-SUSPENSE.
014007     MOVE WS-TODAY       TO SUSP-RUN-DATE
014008     MOVE WS-REG-STATUS  TO SUSP-STATUS
014009     MOVE TRAN-CODE      TO SUSP-TRAN-CODE
014010     MOVE TRAN-MEMBER-ID TO SUSP-MEMBER-ID
014011     MOVE TRAN-NAME      TO SUSP-NAME
014012     MOVE TRAN-AGE       TO SUSP-AGE
014013     MOVE TRAN-DEPT-CODE TO SUSP-DEPT-CODE
014014     MOVE TRAN-EMAIL     TO SUSP-EMAIL
014015     MOVE TRAN-PHONE     TO SUSP-PHONE
014016     MOVE TRAN-REASON-CODE TO SUSP-REASON-CODE
014017     IF TRAN-DOB NUMERIC
014018         MOVE TRAN-DOB   TO SUSP-DOB
014019     ELSE
014020         MOVE ZERO       TO SUSP-DOB
014021     END-IF
014022     IF TRAN-MERGE-INTO-ID NUMERIC
014023         MOVE TRAN-MERGE-INTO-ID TO SUSP-MERGE-INTO-ID
014024     ELSE
014025         MOVE ZERO               TO SUSP-MERGE-INTO-ID
014026     END-IF
014027     WRITE SUSPENSE-RECORD
014028     ADD 1 TO WS-SUSPENSE-COUNT
014029     IF WS-REG-REJ-BAD-DEPT
014030         ADD 1 TO WS-BAD-DEPT-COUNT
014031     END-IF.
014032
014033 2800-EXIT.
014034     EXIT.
014035
014036*****************************************************************
014037*    2900-CALL-MEMBERREG  -  THE ONE CALL EVERY TRANSACTION
014038*                            TYPE GOES THROUGH
014039*****************************************************************
014040 2900-CALL-MEMBERREG.
014041     CALL "MEMBERREG" USING WS-REG-FUNCTION WS-OPERATOR-ID
014042         WS-REG-SOURCE WS-TODAY-YEAR WS-REG-NAME WS-REG-AGE
014043         WS-REG-BIRTH-YEAR WS-REG-MEMBER-ID WS-REG-STATUS
014044         WS-REG-MEMBER-STATUS WS-REG-CONTACT-DETAILS
014045         WS-REG-REASON-CODE WS-REG-DOB WS-REG-EXPIRY-DATE
014046         WS-REG-APPROVER-ID WS-REG-MERGE-INTO-ID.
014047
014048 2900-EXIT.
014049     EXIT.
014050
014051*****************************************************************
014100*    8000-TERMINATE  -  CLOSE FILES AND SHOW CONTROL TOTALS
014200*****************************************************************
014300 8000-TERMINATE.
014800         WS-REG-SOURCE WS-TODAY-YEAR WS-REG-NAME WS-REG-AGE
014900         WS-REG-BIRTH-YEAR WS-REG-MEMBER-ID WS-REG-STATUS
014950         WS-REG-MEMBER-STATUS WS-REG-CONTACT-DETAILS
014960         WS-REG-REASON-CODE WS-REG-DOB WS-REG-EXPIRY-DATE
014980         WS-REG-APPROVER-ID WS-REG-MERGE-INTO-ID
015000
015100     DISPLAY "-----------------------------------------------"
015200     DISPLAY "MEMBATCH CONTROL TOTALS"
015410     DISPLAY "  ADDS REJECTED        : " WS-ADD-REJECTED
015420     DISPLAY "  CHANGES APPLIED      : " WS-CHG-APPLIED
015430     DISPLAY "  CHANGES REJECTED     : " WS-CHG-REJECTED
015440     DISPLAY "  DEACTIVATES QUEUED   : " WS-DEA-QUEUED
015450     DISPLAY "  DEACTIVATES REJECTED : " WS-DEA-REJECTED
015452     DISPLAY "  REINSTATES QUEUED    : " WS-REI-QUEUED
015454     DISPLAY "  REINSTATES REJECTED  : " WS-REI-REJECTED
015456     DISPLAY "  MERGES QUEUED        : " WS-MRG-QUEUED
015458     DISPLAY "  MERGES REJECTED      : " WS-MRG-REJECTED
015460     DISPLAY "  UNKNOWN TRAN-CODES   : " WS-BAD-CODE-COUNT
015470     DISPLAY "  WRITTEN TO SUSPENSE  : " WS-SUSPENSE-COUNT
015530     DISPLAY "    OF WHICH BAD DEPT  : " WS-BAD-DEPT-COUNT
015600     DISPLAY "-----------------------------------------------".
015700
015800 8000-EXIT.
018950     COMPUTE WS-CROSS-FOOT =
018960         WS-ADD-APPLIED + WS-ADD-REJECTED +
018970         WS-CHG-APPLIED + WS-CHG-REJECTED +
018980         WS-DEA-QUEUED + WS-DEA-REJECTED +
018985         WS-REI-QUEUED + WS-REI-REJECTED +
018987         WS-MRG-QUEUED + WS-MRG-REJECTED +
018990         WS-BAD-CODE-COUNT
018995
019000     IF WS-MASTER-ADDED-COUNT = WS-ADD-APPLIED
019200             AND WS-SUSPENSE-COUNT =
019210                 WS-ADD-REJECTED + WS-CHG-REJECTED +
019220                 WS-DEA-REJECTED + WS-REI-REJECTED +
019260                 WS-MRG-REJECTED + WS-BAD-CODE-COUNT
019300         DISPLAY "  RECONCILIATION: OK"
019310         SET WS-RECON-CLEAN TO TRUE
019400     ELSE
023700
023800     MOVE "APPLIED TOTAL"        TO WS-COUNT-LABEL
023900     COMPUTE WS-COUNT-VALUE =
024000         WS-ADD-APPLIED + WS-CHG-APPLIED
024200     PERFORM 9510-ONE-COUNT-ROW THRU 9510-EXIT
024210
024220     MOVE "QUEUED FOR APPROVAL"  TO WS-COUNT-LABEL
024230     COMPUTE WS-COUNT-VALUE =
024240         WS-DEA-QUEUED + WS-REI-QUEUED + WS-MRG-QUEUED
024250     PERFORM 9510-ONE-COUNT-ROW THRU 9510-EXIT
024300
024400     MOVE "REJECTED TOTAL"       TO WS-COUNT-LABEL
024500     COMPUTE WS-COUNT-VALUE =
024600         WS-ADD-REJECTED + WS-CHG-REJECTED +
024700         WS-DEA-REJECTED + WS-REI-REJECTED +
024800         WS-MRG-REJECTED + WS-BAD-CODE-COUNT
024900     PERFORM 9510-ONE-COUNT-ROW THRU 9510-EXIT
025000
025100     MOVE "SUSPENSE WRITTEN"     TO WS-COUNT-LABEL
025200     MOVE WS-SUSPENSE-COUNT      TO WS-COUNT-VALUE
025300     PERFORM 9510-ONE-COUNT-ROW THRU 9510-EXIT
025400
025420     MOVE "BAD DEPT CODE REJECTS" TO WS-COUNT-LABEL
025440     MOVE WS-BAD-DEPT-COUNT       TO WS-COUNT-VALUE
025460     PERFORM 9510-ONE-COUNT-ROW THRU 9510-EXIT
025480
025500     MOVE "MASTER RECORDS ADDED"  TO WS-COUNT-LABEL
025600     MOVE WS-MASTER-ADDED-COUNT   TO WS-COUNT-VALUE
025700     PERFORM 9510-ONE-COUNT-ROW THRU 9510-EXIT

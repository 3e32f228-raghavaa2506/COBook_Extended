001597*                    CHANGE FUNCTION TAKES A CORRECTED DATE OF
001598*                    BIRTH WITH THE SAME BLANK-KEEPS RULE AS
001599*                    THE OTHER FIELDS.
001609*  2026-10-15  RI    INQUIRY SHOWS THE PAID-THROUGH DATE AND THE
001619*                    NEW LAPSED STATUS, THE FIND LIST MARKS
001629*                    LAPSED MEMBERS, AND REINSTATE TAKES A
001639*                    LAPSED MEMBER AS WELL AS A DEACTIVATED ONE.
001649*                    PASSES THE NEW PAID-THROUGH DATE PARAMETER
001659*                    ON EVERY MEMBERREG CALL.
001660*  2026-10-15  RI    ADDED FEE POSTING (MENU 6, RETURN MOVES TO
001661*                    7) SO THE DESK CAN TAKE A PAYMENT OR POST
001662*                    A WAIVER, REFUND OR WRITE-OFF THROUGH
001663*                    FEEPOST, WITH A REASON CODE AND THE SIGNED-
001664*                    ON OPERATOR GOING TO THE FEE JOURNAL.  THE
001665*                    FIND LIST CAN CARRY A PICKED MEMBER INTO IT.
001670*  2026-10-15  RI    THE CHANGE FUNCTION NOW EXPLAINS A
001675*                    DEPARTMENT CODE REFUSED AS UNKNOWN OR
001680*                    RETIRED ("55") INSTEAD OF SHOWING A BARE
001685*                    STATUS.
001686*  2026-10-15  RI    INQUIRY NOW ALSO LISTS THE LETTERS SENT TO
001687*                    THE MEMBER - WHICH LETTER, WHEN, AND TO
001688*                    WHICH EMAIL ADDRESS OR THE PRINT QUEUE -
001689*                    FROM THE CORRESPONDENCE HISTORY.
001697*  2026-10-15  RI    DEACTIVATE, REINSTATE AND A CHANGED DATE OF
001705*                    BIRTH NO LONGER TAKE EFFECT AT ONCE.  THE
001713*                    MEMBER IS CHECKED THROUGH AN INQUIRY, THEN
001721*                    THE CHANGE IS QUEUED THROUGH PENDPOST ON
001729*                    THE PENDING-CHANGE FILE FOR A SUPERVISOR TO
001737*                    APPROVE ON THE PENDAPPR SCREEN.  THE OTHER
001745*                    FIELDS OF A CHANGE STILL APPLY AT ONCE, ON
001753*                    THE DATE OF BIRTH ALREADY ON FILE.  PASSES
001761*                    THE NEW APPROVER PARAMETER (BLANK) ON EVERY
001769*                    MEMBERREG CALL.
001770*  2026-10-15  RI    NEW OPTION 7 MERGES A DUPLICATE MEMBER INTO
001771*                    THE ONE THAT STAYS.  BOTH MEMBERS ARE CHECKED
001772*                    THROUGH INQUIRIES AND THE MERGE IS QUEUED
001773*                    THROUGH PENDPOST FOR A SUPERVISOR TO APPROVE.
001774*                    RETURN MOVES TO OPTION 8.  A MERGED MEMBER
001775*                    SHOWS AS MERGED WITH ITS SURVIVOR, CANNOT BE
001776*                    CHANGED, DEACTIVATED, REINSTATED OR TAKE A
001777*                    FEE POSTING, AND THE MERGE PARTNER SHOWS ON
001778*                    THE STATUS HISTORY.  PASSES THE NEW MERGE
001779*                    PARAMETER ON EVERY FEEPOST AND MEMBERREG
001780*                    CALL.
001781*****************************************************************
001785
001800 ENVIRONMENT DIVISION.
001810 INPUT-OUTPUT SECTION.
001820 FILE-CONTROL.
001830     SELECT STATUS-HISTORY  ASSIGN TO "STATHIST"
001840         ORGANIZATION IS LINE SEQUENTIAL
001850         FILE STATUS IS WS-STATH-STATUS.
001870
001890     SELECT CORR-HISTORY    ASSIGN TO "CORRHIST"
001910         ORGANIZATION IS INDEXED
001930         ACCESS MODE IS DYNAMIC
001950         RECORD KEY IS CORR-KEY
001970         FILE STATUS IS WS-CORRH-STATUS.
002000
002100 DATA DIVISION.
002110 FILE SECTION.
002120 FD  STATUS-HISTORY
002130     LABEL RECORDS ARE STANDARD.
002140 COPY STATREC.
002142
002144 FD  CORR-HISTORY
002146     LABEL RECORDS ARE STANDARD.
002148 COPY CORRREC.
002150
002200 WORKING-STORAGE SECTION.
002300*****************************************************************
002900     88  WS-CHOICE-DEACTIVATE        VALUE "3".
002940     88  WS-CHOICE-REINSTATE         VALUE "4".
002950     88  WS-CHOICE-FIND              VALUE "5".
002970     88  WS-CHOICE-FEES              VALUE "6".
002980     88  WS-CHOICE-MERGE             VALUE "7".
003000     88  WS-CHOICE-RETURN            VALUE "8", "X", "x".
003100     88  WS-CHOICE-VALID             VALUE "1", "2", "3", "4",
003200                                           "5", "6", "7", "8",
003205                                           "X", "x".
003210
003220 01  WS-STATH-STATUS         PIC X(02) VALUE "00".
003230     88  WS-STATH-OK                 VALUE "00".
003260     88  WS-HIST-EOF                 VALUE "Y".
003270
003280 01  WS-HIST-COUNT           PIC 9(03) VALUE ZERO.
003283
003286 01  WS-CORRH-STATUS         PIC X(02) VALUE "00".
003289     88  WS-CORRH-OK                 VALUE "00".
003292
003295 01  WS-LETTER-NAME          PIC X(22).
003300
003400 01  WS-DONE-SW              PIC X(01) VALUE "N".
003500     88  WS-DONE                     VALUE "Y".
003870 01  WS-CORR-EMAIL-X         PIC X(40).
003880 01  WS-CORR-PHONE-X         PIC X(15).
003881 01  WS-CORR-DOB-X           PIC X(08).
003882 01  WS-ONFILE-DOB           PIC 9(08) VALUE ZERO.
003883
003884*****************************************************************
003886*    NAME-SEARCH WORK AREAS - WS-PICKED-ID CARRIES A MEMBER
003888*    CHOSEN FROM THE MATCH LIST STRAIGHT INTO THE EXISTING
003898 01  WS-PICKED-ID            PIC 9(06) VALUE ZERO.
003899 01  WS-ACTION-X             PIC X(01).
003900
003901*****************************************************************
003902*    MERGE WORK AREAS - THE RETIRED DUPLICATE AND THE MEMBER IT
003903*    IS MERGED INTO, HELD ACROSS THE TWO INQUIRIES
003904*****************************************************************
003905 01  WS-MRG-RETIRED-ID       PIC 9(06) VALUE ZERO.
003906 01  WS-MRG-RETIRED-NAME     PIC X(30) VALUE SPACES.
003907 01  WS-MRG-SURVIVOR-ID      PIC 9(06) VALUE ZERO.
003908 01  WS-MRG-SURVIVOR-NAME    PIC X(30) VALUE SPACES.
003909
003913*****************************************************************
003920*    FEE POSTING WORK AREAS - THE AMOUNT IS KEYED AS RUPEES WITH
003927*    AN OPTIONAL POINT AND PAISE
003934*****************************************************************
003941 01  WS-FEE-TYPE-X           PIC X(01).
003948     88  WS-FEE-TYPE-PAYMENT         VALUE "P", "p".
003955     88  WS-FEE-TYPE-WAIVER          VALUE "W", "w".
003962     88  WS-FEE-TYPE-REFUND          VALUE "R", "r".
003969     88  WS-FEE-TYPE-WRITE-OFF       VALUE "X", "x".
003976 01  WS-FEE-AMOUNT-X         PIC X(10).
003983 01  WS-FEE-AMOUNT-WORK      PIC S9(07)V99 VALUE ZERO.
003990
004000 01  WS-TODAY.
004100     05  WS-TODAY-YEAR       PIC 9(04).
004200     05  WS-TODAY-MONTH      PIC 9(02).
004300     05  WS-TODAY-DAY        PIC 9(02).
004330 01  WS-TODAY-NUM REDEFINES WS-TODAY
004360                             PIC 9(08).
004400
004500 01  WS-OPERATOR-ID          PIC X(08) VALUE "OPER01".
004510
006000     88  WS-REG-REJ-NOT-FOUND        VALUE "30".
006100     88  WS-REG-REJ-INACTIVE         VALUE "40".
006150     88  WS-REG-REJ-ALREADY-ACT      VALUE "45".
006170     88  WS-REG-REJ-BAD-DEPT         VALUE "55".
006180     88  WS-REG-REJ-MERGED           VALUE "70".
006200
006300 01  WS-REG-MEMBER-STATUS    PIC X(01).
006400     88  WS-REG-MEMBER-ACTIVE        VALUE "A".
006500     88  WS-REG-MEMBER-DEACT         VALUE "D".
006505     88  WS-REG-MEMBER-LAPSED        VALUE "L".
006507     88  WS-REG-MEMBER-MERGED        VALUE "M".
006510
006520 01  WS-REG-CONTACT-DETAILS.
006530     05  WS-REG-DEPT-CODE    PIC X(04) VALUE SPACES.
006570 01  WS-REG-REASON-CODE      PIC X(04) VALUE SPACES.
006572
006574 01  WS-REG-DOB              PIC 9(08) VALUE ZERO.
006576
006578 01  WS-REG-EXPIRY-DATE      PIC 9(08) VALUE ZERO.
006581
006584 01  WS-REG-APPROVER-ID      PIC X(08) VALUE SPACES.
006585 01  WS-REG-MERGE-INTO-ID    PIC 9(06) VALUE ZERO.
006587
006590*****************************************************************
006593*    LINKAGE TO THE FEEPOST SUBPROGRAM
006596*****************************************************************
006599 01  WS-FEE-FUNCTION         PIC X(01).
006602 01  WS-FEE-MEMBER-ID        PIC 9(06) VALUE ZERO.
006605 01  WS-FEE-AMOUNT           PIC 9(05)V99 VALUE ZERO.
006608 01  WS-FEE-ASSESSED         PIC 9(07)V99 VALUE ZERO.
006611 01  WS-FEE-PAID             PIC 9(07)V99 VALUE ZERO.
006614 01  WS-FEE-BALANCE          PIC S9(07)V99 VALUE ZERO.
006617 01  WS-FEE-STATUS           PIC X(02) VALUE SPACES.
006620     88  WS-FEE-POSTED               VALUE "00".
006623     88  WS-FEE-NO-RECORD            VALUE "30".
006626     88  WS-FEE-BAD-AMOUNT           VALUE "10".
006629     88  WS-FEE-OVER-BALANCE         VALUE "20".
006632 01  WS-FEE-REASON-CODE      PIC X(04) VALUE SPACES.
006633 01  WS-FEE-MERGE-INTO-ID    PIC 9(06) VALUE ZERO.
006635
006638 01  WS-FEE-EDIT             PIC Z,ZZZ,ZZ9.99-.
006641
006644*****************************************************************
006647*    LINKAGE TO THE PENDPOST SUBPROGRAM - DEACTIVATE, REINSTATE
006650*    AND DATE-OF-BIRTH CORRECTIONS WAIT THERE FOR A SUPERVISOR
006653*****************************************************************
006656 01  WS-PND-FUNCTION         PIC X(01) VALUE "Q".
006659 01  WS-PND-CHANGE-TYPE      PIC X(01).
006662 01  WS-PND-OLD-DOB          PIC 9(08) VALUE ZERO.
006665 01  WS-PND-NEW-DOB          PIC 9(08) VALUE ZERO.
006666 01  WS-PND-MERGE-INTO-ID    PIC 9(06) VALUE ZERO.
006668 01  WS-PND-STATUS           PIC X(02) VALUE SPACES.
006671     88  WS-PND-QUEUED               VALUE "00".
006674     88  WS-PND-ALREADY-PENDING      VALUE "60".
006677
006700 PROCEDURE DIVISION.
006800 0000-MAINLINE.
006810     PERFORM 0500-RESOLVE-OPERATOR THRU 0500-EXIT
008700     DISPLAY " 3. Deactivate a member"
008740     DISPLAY " 4. Reinstate a member"
008750     DISPLAY " 5. Find a member by name"
008770     DISPLAY " 6. Post a fee payment or adjustment"
008780     DISPLAY " 7. Merge a duplicate member"
008800     DISPLAY " 8. Return to the main menu"
008900     DISPLAY "-------------------------------------"
009000     DISPLAY "Enter your choice: "
009100     ACCEPT WS-MAINT-CHOICE
009200
009300     IF NOT WS-CHOICE-VALID
009400         DISPLAY "Invalid choice - please enter 1 to 8."
009500         GO TO 1000-EXIT
009600     END-IF
009700
010420             PERFORM 4500-REINSTATE-MEMBER THRU 4500-EXIT
010450         WHEN WS-CHOICE-FIND
010460             PERFORM 5000-FIND-MEMBER THRU 5000-EXIT
010470         WHEN WS-CHOICE-FEES
010480             PERFORM 6000-POST-FEE THRU 6000-EXIT
010486         WHEN WS-CHOICE-MERGE
010492             PERFORM 5500-MERGE-MEMBER THRU 5500-EXIT
010500         WHEN WS-CHOICE-RETURN
010600             SET WS-DONE TO TRUE
010700     END-EVALUATE.
015827     DISPLAY "Dept      : " WS-REG-DEPT-CODE
015829     DISPLAY "Email     : " WS-REG-EMAIL
015830     DISPLAY "Phone     : " WS-REG-PHONE
015900     EVALUATE TRUE
015950         WHEN WS-REG-MEMBER-DEACT
016000             DISPLAY "Status    : DEACTIVATED"
016070         WHEN WS-REG-MEMBER-LAPSED
016140             DISPLAY "Status    : LAPSED"
016150         WHEN WS-REG-MEMBER-MERGED
016160             DISPLAY "Status    : MERGED"
016170             DISPLAY "Merged to : " WS-REG-MERGE-INTO-ID
016180         WHEN OTHER
016200             DISPLAY "Status    : ACTIVE"
016300     END-EVALUATE
016306     IF WS-REG-EXPIRY-DATE > ZERO
016312         DISPLAY "Paid thru : " WS-REG-EXPIRY-DATE
016318     ELSE
016324         DISPLAY "Paid thru : NOT YET SET"
016330     END-IF
016340     PERFORM 2400-SHOW-FEE-POSITION THRU 2400-EXIT
016350     PERFORM 2500-SHOW-STATUS-HISTORY THRU 2500-EXIT
016370     PERFORM 2600-SHOW-CORRESPONDENCE THRU 2600-EXIT
016400     DISPLAY "-----------------------------".
016500
016600 2000-EXIT.
016707 2400-SHOW-FEE-POSITION.
016708     MOVE WS-REG-MEMBER-ID TO WS-FEE-MEMBER-ID
016709     MOVE "I" TO WS-FEE-FUNCTION
016710     PERFORM 6900-CALL-FEEPOST THRU 6900-EXIT
016713
016714     IF WS-FEE-NO-RECORD
016715         DISPLAY "Fees      : NO FEES ON FILE"
016778                 STAT-OLD-STATUS " TO " STAT-NEW-STATUS
016779                 " BY " STAT-OPERATOR-ID
016780                 " REASON " STAT-REASON-CODE
016781         IF STAT-MERGE-PARTNER-ID NUMERIC
016782                 AND STAT-MERGE-PARTNER-ID NOT = ZERO
016783             DISPLAY "    MERGE WITH MEMBER "
016784                     STAT-MERGE-PARTNER-ID
016785         END-IF
016786     END-IF.
016787
016788 2510-EXIT.
016789     EXIT.
016790
016791*****************************************************************
016792*    2600-SHOW-CORRESPONDENCE  -  EVERY LETTER SENT TO THE
016793*                                 MEMBER ON THE SCREEN.  THE
016794*                                 HISTORY IS KEYED BY MEMBER
016795*                                 FIRST, SO ONE START FINDS THEM
016796*                                 ALL.  NO FILE YET JUST MEANS
016797*                                 NOTHING SENT YET.
016798*****************************************************************
016799 2600-SHOW-CORRESPONDENCE.
016800     MOVE "N"  TO WS-HIST-EOF-SW
016801     MOVE ZERO TO WS-HIST-COUNT
016802     OPEN INPUT CORR-HISTORY
016803     IF NOT WS-CORRH-OK
016804         DISPLAY "Letters   : NONE ON FILE"
016805         GO TO 2600-EXIT
016806     END-IF
016807
016808     DISPLAY "Letters   :"
016809     MOVE WS-REG-MEMBER-ID TO CORR-MEMBER-ID
016810     MOVE LOW-VALUES       TO CORR-LETTER-TYPE
016811     MOVE ZERO             TO CORR-EVENT-STAMP
016812     START CORR-HISTORY KEY IS NOT LESS THAN CORR-KEY
016813         INVALID KEY
016814             SET WS-HIST-EOF TO TRUE
016815     END-START
016816     PERFORM 2610-SHOW-LETTER-STEP THRU 2610-EXIT
016817         UNTIL WS-HIST-EOF
016818     CLOSE CORR-HISTORY
016819
016820     IF WS-HIST-COUNT = ZERO
016821         DISPLAY "  NO LETTERS SENT TO THIS MEMBER"
016822     END-IF.
016823
016824 2600-EXIT.
016825     EXIT.
016826
016827*****************************************************************
016828*    2610-SHOW-LETTER-STEP  -  ONE LETTER PER PASS, UNTIL THE
016829*                              NEXT MEMBER'S FIRST LETTER
016830*****************************************************************
016831 2610-SHOW-LETTER-STEP.
016832     READ CORR-HISTORY NEXT RECORD
016833         AT END
016834             SET WS-HIST-EOF TO TRUE
016835     END-READ
016836     IF WS-HIST-EOF
016837         GO TO 2610-EXIT
016838     END-IF
016839     IF CORR-MEMBER-ID NOT = WS-REG-MEMBER-ID
016840         SET WS-HIST-EOF TO TRUE
016841         GO TO 2610-EXIT
016842     END-IF
016843
016844     EVALUATE TRUE
016845         WHEN CORR-WELCOME
016846             MOVE "WELCOME LETTER"        TO WS-LETTER-NAME
016847         WHEN CORR-REINSTATED
016848             MOVE "REINSTATEMENT LETTER"  TO WS-LETTER-NAME
016849         WHEN CORR-FIRST-REMINDER
016850             MOVE "FIRST REMINDER"        TO WS-LETTER-NAME
016851         WHEN CORR-SECOND-REMINDER
016852             MOVE "SECOND REMINDER"       TO WS-LETTER-NAME
016853         WHEN CORR-FINAL-REMINDER
016854             MOVE "FINAL REMINDER"        TO WS-LETTER-NAME
016855         WHEN CORR-DEACTIVATED
016856             MOVE "DEACTIVATION NOTICE"   TO WS-LETTER-NAME
016857         WHEN OTHER
016858             MOVE CORR-LETTER-TYPE        TO WS-LETTER-NAME
016859     END-EVALUATE
016860
016861     ADD 1 TO WS-HIST-COUNT
016862     DISPLAY "  " CORR-SENT-DATE " " WS-LETTER-NAME
016863             " TO " CORR-ADDRESS.
016864
016865 2610-EXIT.
016866     EXIT.
016867
016900*****************************************************************
017000*    3000-CHANGE-MEMBER  -  PROMPT THE REPLACEMENT NAME/AGE AND
017100*                           SUBMIT AN "M" CALL; MEMBERREG RUNS
017200*                           THE SAME EDITS AS REGISTRATION.
017250*                           A NEW DATE OF BIRTH IS QUEUED FOR
017260*                           A SUPERVISOR INSTEAD.
017300*****************************************************************
017400 3000-CHANGE-MEMBER.
017500     PERFORM 1100-GET-MEMBER-ID THRU 1100-EXIT
017860                 " is not on file - change not applied."
017870         GO TO 3000-EXIT
017880     END-IF
017881     IF WS-REG-MEMBER-MERGED
017882         DISPLAY "Member " WS-REG-MEMBER-ID " was merged into "
017883                 WS-REG-MERGE-INTO-ID " - change not applied."
017884         GO TO 3000-EXIT
017885     END-IF
017890     MOVE WS-REG-DOB TO WS-ONFILE-DOB
017900
018000     DISPLAY "Name (blank keeps " WS-REG-NAME "): "
018100     ACCEPT WS-CORR-NAME-X
019187                     WS-REG-DOB
019188         END-IF
019189     END-IF
019195
019201*    A NEW DATE OF BIRTH WAITS FOR A SUPERVISOR; EVERYTHING ELSE
019207*    APPLIES NOW ON THE DATE ALREADY ON FILE
019213     MOVE ZERO TO WS-PND-NEW-DOB
019219     IF WS-REG-DOB NOT = WS-ONFILE-DOB
019225         IF WS-REG-DOB > WS-TODAY-NUM
019231                 OR FUNCTION TEST-DATE-YYYYMMDD (WS-REG-DOB)
019237                     NOT = ZERO
019243             DISPLAY "Birth date is not a real past date - kept "
019249                     WS-ONFILE-DOB
019255         ELSE
019261             MOVE WS-REG-DOB TO WS-PND-NEW-DOB
019267         END-IF
019273         MOVE WS-ONFILE-DOB TO WS-REG-DOB
019279     END-IF
019285
019300     MOVE "M" TO WS-REG-FUNCTION
019400     PERFORM 7000-CALL-MEMBERREG THRU 7000-EXIT
019500
019600     EVALUATE TRUE
019700         WHEN WS-REG-ACCEPTED
019800             DISPLAY "Member " WS-REG-MEMBER-ID " changed."
019810             IF WS-PND-NEW-DOB NOT = ZERO
019820                 MOVE "B"           TO WS-PND-CHANGE-TYPE
019830                 MOVE WS-ONFILE-DOB TO WS-PND-OLD-DOB
019835                 MOVE SPACES        TO WS-REG-REASON-CODE
019840                 PERFORM 4900-QUEUE-FOR-APPROVAL THRU 4900-EXIT
019850             END-IF
019900         WHEN WS-REG-REJ-NOT-FOUND
020000             DISPLAY "Member " WS-REG-MEMBER-ID
020100                     " is not on file - change not applied."
020300             DISPLAY "Name cannot be blank - change not applied."
020400         WHEN WS-REG-REJ-BAD-AGE
020500             DISPLAY "Age is out of range - change not applied."
020520         WHEN WS-REG-REJ-BAD-DEPT
020540             DISPLAY "Department code " WS-REG-DEPT-CODE
020560                     " is unknown or retired - change not "
020580                     "applied."
020585         WHEN WS-REG-REJ-MERGED
020590             DISPLAY "Member " WS-REG-MEMBER-ID " has been "
020595                     "merged - change not applied."
020600         WHEN OTHER
020700             DISPLAY "Change rejected, status " WS-REG-STATUS
020800     END-EVALUATE.
021100     EXIT.
021200
021300*****************************************************************
021400*    4000-DEACTIVATE-MEMBER  -  CHECK THE MEMBER, CONFIRM, AND
021500*                               QUEUE THE "D" FOR A SUPERVISOR;
021600*                               MEMBERREG APPLIES IT ON APPROVAL
021700*****************************************************************
021800 4000-DEACTIVATE-MEMBER.
021900     PERFORM 1100-GET-MEMBER-ID THRU 1100-EXIT
022100         GO TO 4000-EXIT
022200     END-IF
022300
022307     MOVE "I" TO WS-REG-FUNCTION
022314     PERFORM 7000-CALL-MEMBERREG THRU 7000-EXIT
022321     IF WS-REG-REJ-NOT-FOUND
022328         DISPLAY "Member " WS-REG-MEMBER-ID
022335                 " is not on file."
022342         GO TO 4000-EXIT
022349     END-IF
022356     IF WS-REG-MEMBER-DEACT
022363         DISPLAY "Member " WS-REG-MEMBER-ID
022370                 " is already deactivated."
022377         GO TO 4000-EXIT
022384     END-IF
022385     IF WS-REG-MEMBER-MERGED
022386         DISPLAY "Member " WS-REG-MEMBER-ID
022387                 " was merged into " WS-REG-MERGE-INTO-ID
022388                 " - nothing to deactivate."
022389         GO TO 4000-EXIT
022390     END-IF
022391
022400     DISPLAY "Deactivate member " WS-REG-MEMBER-ID " ("
022450             WS-REG-NAME ")? (Y/N): "
022500     ACCEPT WS-MAINT-CHOICE
022600     IF WS-MAINT-CHOICE NOT = "Y" AND WS-MAINT-CHOICE NOT = "y"
022700         DISPLAY "Deactivation cancelled."
022920     DISPLAY "Reason code (up to 4 chars, blank = NONE): "
022930     ACCEPT WS-REG-REASON-CODE
023000
023100     MOVE "D"  TO WS-PND-CHANGE-TYPE
023150     MOVE ZERO TO WS-PND-OLD-DOB WS-PND-NEW-DOB
023200     PERFORM 4900-QUEUE-FOR-APPROVAL THRU 4900-EXIT.
024800
024900 4000-EXIT.
025000     EXIT.
025001
025002*****************************************************************
025003*    4500-REINSTATE-MEMBER  -  CHECK THE MEMBER, CONFIRM, AND
025004*                              QUEUE THE "A" FOR A SUPERVISOR.
025005*                              ON APPROVAL THE MEMBER COMES BACK
025006*                              UNDER THE SAME ID.
025007*****************************************************************
025008 4500-REINSTATE-MEMBER.
025009     PERFORM 1100-GET-MEMBER-ID THRU 1100-EXIT
025011         GO TO 4500-EXIT
025012     END-IF
025013
025014     MOVE "I" TO WS-REG-FUNCTION
025015     PERFORM 7000-CALL-MEMBERREG THRU 7000-EXIT
025016     IF WS-REG-REJ-NOT-FOUND
025017         DISPLAY "Member " WS-REG-MEMBER-ID
025018                 " is not on file."
025019         GO TO 4500-EXIT
025020     END-IF
025021     IF WS-REG-MEMBER-MERGED
025022         DISPLAY "Member " WS-REG-MEMBER-ID
025023                 " was merged into " WS-REG-MERGE-INTO-ID
025024                 " - a merged member cannot be reinstated."
025025         GO TO 4500-EXIT
025026     END-IF
025027     IF NOT WS-REG-MEMBER-DEACT AND NOT WS-REG-MEMBER-LAPSED
025028         DISPLAY "Member " WS-REG-MEMBER-ID
025029                 " is already active."
025030         GO TO 4500-EXIT
025031     END-IF
025032
025033     DISPLAY "Reinstate member " WS-REG-MEMBER-ID " ("
025034             WS-REG-NAME ")? (Y/N): "
025035     ACCEPT WS-MAINT-CHOICE
025036     IF WS-MAINT-CHOICE NOT = "Y" AND WS-MAINT-CHOICE NOT = "y"
025037         DISPLAY "Reinstatement cancelled."
025038         GO TO 4500-EXIT
025039     END-IF
025040
025041     DISPLAY "Reason code (up to 4 chars, blank = NONE): "
025042     ACCEPT WS-REG-REASON-CODE
025043
025044     MOVE "A"  TO WS-PND-CHANGE-TYPE
025045     MOVE ZERO TO WS-PND-OLD-DOB WS-PND-NEW-DOB
025046     PERFORM 4900-QUEUE-FOR-APPROVAL THRU 4900-EXIT.
025047
025048 4500-EXIT.
025049     EXIT.
025050
025051*****************************************************************
025052*    4900-QUEUE-FOR-APPROVAL  -  HAND THE CHANGE TO PENDPOST.
025053*                                NOTHING IS APPLIED UNTIL A
025054*                                SUPERVISOR OTHER THAN THIS
025055*                                OPERATOR APPROVES IT.
025056*****************************************************************
025057 4900-QUEUE-FOR-APPROVAL.
025058     CALL "PENDPOST" USING WS-PND-FUNCTION WS-REG-MEMBER-ID
025059         WS-PND-CHANGE-TYPE WS-REG-SOURCE WS-OPERATOR-ID
025060         WS-REG-REASON-CODE WS-REG-NAME WS-PND-OLD-DOB
025061         WS-PND-NEW-DOB WS-PND-STATUS
025062         WS-PND-MERGE-INTO-ID
025063
025064     EVALUATE TRUE
025065         WHEN WS-PND-QUEUED
025066             DISPLAY "Queued for supervisor approval - member "
025067                     WS-REG-MEMBER-ID " is not changed until "
025068                     "it is approved."
025069         WHEN WS-PND-ALREADY-PENDING
025070             DISPLAY "The same change for member "
025071                     WS-REG-MEMBER-ID " is already waiting for "
025072                     "approval - not queued again."
025073         WHEN OTHER
025074             DISPLAY "Change could not be queued, status "
025075                     WS-PND-STATUS " - nothing applied."
025076     END-EVALUATE.
025077
025078 4900-EXIT.
025079     EXIT.
025080
025081*****************************************************************
025082*    5000-FIND-MEMBER  -  FULL OR PARTIAL NAME IN, MATCHES OUT.
025083*                         THE "F" CALL OPENS THE SEARCH AND
025084*                         HANDS BACK THE FIRST MATCH; "N" CALLS
025085*                         WALK THE REST.  THE OPERATOR CAN THEN
025086*                         PICK AN ID AND CARRY ON INTO THE
025087*                         EXISTING FUNCTIONS.
025088*****************************************************************
025089 5000-FIND-MEMBER.
025090     DISPLAY "Full or partial name to search for: "
025091     ACCEPT WS-FIND-NAME-X
025092     IF WS-FIND-NAME-X = SPACES
025093         DISPLAY "Nothing to search for."
025094         GO TO 5000-EXIT
025095     END-IF
025096
025097     MOVE ZERO TO WS-MATCH-COUNT
025098     MOVE "N"  TO WS-FIND-DONE-SW
025099     MOVE WS-FIND-NAME-X TO WS-REG-NAME
025100     MOVE "F" TO WS-REG-FUNCTION
025101     PERFORM 7000-CALL-MEMBERREG THRU 7000-EXIT
025102     PERFORM 5100-SHOW-ONE-MATCH THRU 5100-EXIT
025103         UNTIL WS-FIND-DONE
025104
025105     IF WS-MATCH-COUNT = ZERO
025106         DISPLAY "No members match that name."
025107         GO TO 5000-EXIT
025108     END-IF
025109
025110     DISPLAY WS-MATCH-COUNT " match(es) listed."
025111     PERFORM 5200-PICK-AND-CONTINUE THRU 5200-EXIT.
025112
025113 5000-EXIT.
025114     EXIT.
025115
025116*****************************************************************
025117*    5100-SHOW-ONE-MATCH  -  ONE LIST LINE PER MATCH, THEN ASK
025118*                            MEMBERREG FOR THE NEXT ONE
025119*****************************************************************
025120 5100-SHOW-ONE-MATCH.
025121     IF NOT WS-REG-ACCEPTED
025122         SET WS-FIND-DONE TO TRUE
025123         GO TO 5100-EXIT
025124     END-IF
025125
025126     ADD 1 TO WS-MATCH-COUNT
025127     EVALUATE TRUE
025128         WHEN WS-REG-MEMBER-DEACT
025129             DISPLAY "  " WS-REG-MEMBER-ID " " WS-REG-NAME
025130                     " DEACTIVATED"
025131         WHEN WS-REG-MEMBER-LAPSED
025132             DISPLAY "  " WS-REG-MEMBER-ID " " WS-REG-NAME
025133                     " LAPSED"
025134         WHEN WS-REG-MEMBER-MERGED
025135             DISPLAY "  " WS-REG-MEMBER-ID " " WS-REG-NAME
025136                     " MERGED INTO " WS-REG-MERGE-INTO-ID
025137         WHEN OTHER
025138             DISPLAY "  " WS-REG-MEMBER-ID " " WS-REG-NAME
025139                     " ACTIVE"
025140     END-EVALUATE
025141
025142     MOVE "N" TO WS-REG-FUNCTION
025143     PERFORM 7000-CALL-MEMBERREG THRU 7000-EXIT.
025144
025145 5100-EXIT.
025146     EXIT.
025147
025148*****************************************************************
025149*    5200-PICK-AND-CONTINUE  -  TAKE AN ID OFF THE LIST AND
025150*                               ROUTE STRAIGHT INTO THE CHOSEN
025151*                               FUNCTION; ITS ID PROMPT IS
025152*                               SKIPPED THROUGH WS-PICKED-ID
025153*****************************************************************
025154 5200-PICK-AND-CONTINUE.
025155     DISPLAY "Member ID to work with (blank for none): "
025156     ACCEPT WS-MEMBER-ID-X
025157     IF WS-MEMBER-ID-X = SPACES
025158         GO TO 5200-EXIT
025159     END-IF
025160     IF WS-MEMBER-ID-X NOT NUMERIC
025161         DISPLAY "Member ID must be numeric."
025162         GO TO 5200-EXIT
025163     END-IF
025164     MOVE WS-MEMBER-ID-X TO WS-PICKED-ID
025165
025166     DISPLAY "(I)nquire, (C)hange, (D)eactivate, "
025167             "(R)einstate, (F)ee posting or (M)erge? "
025168     ACCEPT WS-ACTION-X
025169     EVALUATE TRUE
025170         WHEN WS-ACTION-X = "I" OR WS-ACTION-X = "i"
025171             PERFORM 2000-INQUIRE-MEMBER THRU 2000-EXIT
025172         WHEN WS-ACTION-X = "C" OR WS-ACTION-X = "c"
025173             PERFORM 3000-CHANGE-MEMBER THRU 3000-EXIT
025174         WHEN WS-ACTION-X = "D" OR WS-ACTION-X = "d"
025175             PERFORM 4000-DEACTIVATE-MEMBER THRU 4000-EXIT
025176         WHEN WS-ACTION-X = "R" OR WS-ACTION-X = "r"
025177             PERFORM 4500-REINSTATE-MEMBER THRU 4500-EXIT
025178         WHEN WS-ACTION-X = "F" OR WS-ACTION-X = "f"
025179             PERFORM 6000-POST-FEE THRU 6000-EXIT
025180         WHEN WS-ACTION-X = "M" OR WS-ACTION-X = "m"
025181             PERFORM 5500-MERGE-MEMBER THRU 5500-EXIT
025182         WHEN OTHER
025183             DISPLAY "No action taken."
025184             MOVE ZERO TO WS-PICKED-ID
025185     END-EVALUATE.
025186
025187 5200-EXIT.
025188     EXIT.
025189
025190*****************************************************************
025191*    5500-MERGE-MEMBER  -  A DUPLICATE REGISTRATION IS RETIRED
025192*                          INTO THE MEMBER THAT STAYS.  BOTH ARE
025193*                          CHECKED, THEN THE "G" IS QUEUED FOR
025194*                          A SUPERVISOR AGAINST THE RETIRED ID;
025195*                          ON APPROVAL MEMBERREG MOVES THE FEES
025196*                          ACROSS AND MARKS THE RETIRED MEMBER
025197*                          MERGED.
025198*****************************************************************
025199 5500-MERGE-MEMBER.
025200     DISPLAY "Duplicate member to retire -"
025201     PERFORM 1100-GET-MEMBER-ID THRU 1100-EXIT
025202     IF WS-REG-MEMBER-ID = ZERO
025203         GO TO 5500-EXIT
025204     END-IF
025205
025206     MOVE "I" TO WS-REG-FUNCTION
025207     PERFORM 7000-CALL-MEMBERREG THRU 7000-EXIT
025208     IF WS-REG-REJ-NOT-FOUND
025209         DISPLAY "Member " WS-REG-MEMBER-ID " is not on file."
025210         GO TO 5500-EXIT
025211     END-IF
025212     IF WS-REG-MEMBER-MERGED
025213         DISPLAY "Member " WS-REG-MEMBER-ID
025214                 " was already merged into "
025215                 WS-REG-MERGE-INTO-ID "."
025216         GO TO 5500-EXIT
025217     END-IF
025218     MOVE WS-REG-MEMBER-ID TO WS-MRG-RETIRED-ID
025219     MOVE WS-REG-NAME      TO WS-MRG-RETIRED-NAME
025220
025221     DISPLAY "Member ID to keep: "
025222     ACCEPT WS-MEMBER-ID-X
025223     IF WS-MEMBER-ID-X = SPACES OR WS-MEMBER-ID-X NOT NUMERIC
025224         DISPLAY "Member ID must be numeric - merge cancelled."
025225         GO TO 5500-EXIT
025226     END-IF
025227     MOVE WS-MEMBER-ID-X TO WS-REG-MEMBER-ID
025228     IF WS-REG-MEMBER-ID = WS-MRG-RETIRED-ID
025229         DISPLAY "A member cannot be merged into itself."
025230         GO TO 5500-EXIT
025231     END-IF
025232
025233     MOVE "I" TO WS-REG-FUNCTION
025234     PERFORM 7000-CALL-MEMBERREG THRU 7000-EXIT
025235     IF WS-REG-REJ-NOT-FOUND
025236         DISPLAY "Member " WS-REG-MEMBER-ID " is not on file."
025237         GO TO 5500-EXIT
025238     END-IF
025239     IF WS-REG-MEMBER-MERGED
025240         DISPLAY "Member " WS-REG-MEMBER-ID
025241                 " was itself merged into "
025242                 WS-REG-MERGE-INTO-ID " - keep that one."
025243         GO TO 5500-EXIT
025244     END-IF
025245     MOVE WS-REG-MEMBER-ID TO WS-MRG-SURVIVOR-ID
025246     MOVE WS-REG-NAME      TO WS-MRG-SURVIVOR-NAME
025247
025248     DISPLAY "Retire  : " WS-MRG-RETIRED-ID " "
025249             WS-MRG-RETIRED-NAME
025250     DISPLAY "Keep    : " WS-MRG-SURVIVOR-ID " "
025251             WS-MRG-SURVIVOR-NAME
025252     DISPLAY "Fees and history of the first move to the "
025253             "second.  Merge? (Y/N): "
025254     ACCEPT WS-MAINT-CHOICE
025255     IF WS-MAINT-CHOICE NOT = "Y" AND WS-MAINT-CHOICE NOT = "y"
025256         DISPLAY "Merge cancelled."
025257         GO TO 5500-EXIT
025258     END-IF
025259
025260     DISPLAY "Reason code (up to 4 chars, blank = NONE): "
025261     ACCEPT WS-REG-REASON-CODE
025262
025263     MOVE WS-MRG-RETIRED-ID   TO WS-REG-MEMBER-ID
025264     MOVE WS-MRG-RETIRED-NAME TO WS-REG-NAME
025265     MOVE WS-MRG-SURVIVOR-ID  TO WS-PND-MERGE-INTO-ID
025266     MOVE "G"  TO WS-PND-CHANGE-TYPE
025267     MOVE ZERO TO WS-PND-OLD-DOB WS-PND-NEW-DOB
025268     PERFORM 4900-QUEUE-FOR-APPROVAL THRU 4900-EXIT
025269     MOVE ZERO TO WS-PND-MERGE-INTO-ID.
025270
025271 5500-EXIT.
025272     EXIT.
025273
025274*****************************************************************
025275*    6000-POST-FEE  -  A PAYMENT TAKEN AT THE DESK, OR A WAIVER,
025276*                      REFUND OR WRITE-OFF, POSTED THROUGH
025277*                      FEEPOST.  FEEPOST DOES ALL THE BALANCE
025278*                      CHECKS; A ZERO AMOUNT ON AN ADJUSTMENT
025279*                      CLEARS THE WHOLE DEBIT OR CREDIT.
025280*****************************************************************
025281 6000-POST-FEE.
025282     PERFORM 1100-GET-MEMBER-ID THRU 1100-EXIT
025283     IF WS-REG-MEMBER-ID = ZERO
025284         GO TO 6000-EXIT
025285     END-IF
025286
025287     MOVE "I" TO WS-REG-FUNCTION
025288     PERFORM 7000-CALL-MEMBERREG THRU 7000-EXIT
025289     IF WS-REG-REJ-NOT-FOUND
025290         DISPLAY "Member " WS-REG-MEMBER-ID " is not on file."
025291         GO TO 6000-EXIT
025292     END-IF
025293     IF WS-REG-MEMBER-MERGED
025294         DISPLAY "Member " WS-REG-MEMBER-ID " was merged into "
025295                 WS-REG-MERGE-INTO-ID " - post to that member."
025296         GO TO 6000-EXIT
025297     END-IF
025298
025299     PERFORM 2400-SHOW-FEE-POSITION THRU 2400-EXIT
025300
025301     DISPLAY "(P)ayment, (W)aiver, (R)efund or (X) write-off? "
025302     ACCEPT WS-FEE-TYPE-X
025303     EVALUATE TRUE
025304         WHEN WS-FEE-TYPE-PAYMENT
025305             MOVE "P" TO WS-FEE-FUNCTION
025306         WHEN WS-FEE-TYPE-WAIVER
025307             MOVE "W" TO WS-FEE-FUNCTION
025308         WHEN WS-FEE-TYPE-REFUND
025309             MOVE "R" TO WS-FEE-FUNCTION
025310         WHEN WS-FEE-TYPE-WRITE-OFF
025311             MOVE "X" TO WS-FEE-FUNCTION
025312         WHEN OTHER
025313             DISPLAY "No fee posting made."
025314             GO TO 6000-EXIT
025315     END-EVALUATE
025316
025317     DISPLAY "Amount (e.g. 500.00, 0 = whole balance for an "
025318             "adjustment): "
025319     ACCEPT WS-FEE-AMOUNT-X
025320     IF WS-FEE-AMOUNT-X = SPACES
025321         MOVE "0" TO WS-FEE-AMOUNT-X
025322     END-IF
025323     IF FUNCTION TEST-NUMVAL (WS-FEE-AMOUNT-X) NOT = ZERO
025324         DISPLAY "Amount must be a number."
025325         GO TO 6000-EXIT
025326     END-IF
025327     COMPUTE WS-FEE-AMOUNT-WORK =
025328             FUNCTION NUMVAL (WS-FEE-AMOUNT-X)
025329         ON SIZE ERROR
025330             MOVE -1 TO WS-FEE-AMOUNT-WORK
025331     END-COMPUTE
025332     IF WS-FEE-AMOUNT-WORK < ZERO
025333             OR WS-FEE-AMOUNT-WORK > 99999.99
025334         DISPLAY "Amount must be between 0 and 99999.99."
025335         GO TO 6000-EXIT
025336     END-IF
025337     MOVE WS-FEE-AMOUNT-WORK TO WS-FEE-AMOUNT
025338
025339     DISPLAY "Reason code (up to 4 chars, blank = NONE): "
025340     ACCEPT WS-FEE-REASON-CODE
025341
025342     MOVE WS-FEE-AMOUNT TO WS-FEE-EDIT
025343     DISPLAY "Post " WS-FEE-FUNCTION " of " WS-FEE-EDIT
025344             " for member " WS-REG-MEMBER-ID "? (Y/N): "
025345     ACCEPT WS-MAINT-CHOICE
025346     IF WS-MAINT-CHOICE NOT = "Y" AND WS-MAINT-CHOICE NOT = "y"
025347         DISPLAY "Fee posting cancelled."
025348         GO TO 6000-EXIT
025349     END-IF
025350
025351     MOVE WS-REG-MEMBER-ID TO WS-FEE-MEMBER-ID
025352     PERFORM 6900-CALL-FEEPOST THRU 6900-EXIT
025353
025354     EVALUATE TRUE
025355         WHEN WS-FEE-POSTED
025356             MOVE WS-FEE-AMOUNT  TO WS-FEE-EDIT
025357             DISPLAY "Posted " WS-FEE-EDIT " for member "
025358                     WS-REG-MEMBER-ID "."
025359             MOVE WS-FEE-BALANCE TO WS-FEE-EDIT
025360             DISPLAY "Balance   : " WS-FEE-EDIT
025361         WHEN WS-FEE-NO-RECORD
025362             DISPLAY "Member " WS-REG-MEMBER-ID
025363                     " has no fees on file."
025364         WHEN WS-FEE-BAD-AMOUNT
025365             DISPLAY "Amount not accepted - a payment cannot "
025366                     "be zero."
025367         WHEN WS-FEE-OVER-BALANCE
025368             DISPLAY "Refused - there is not that much "
025369                     "outstanding to adjust."
025370         WHEN OTHER
025371             DISPLAY "Fee posting rejected, status "
025372                     WS-FEE-STATUS
025373     END-EVALUATE
025374     MOVE SPACES TO WS-FEE-REASON-CODE.
025375
025376 6000-EXIT.
025377     EXIT.
025378
025379*****************************************************************
025380*    6900-CALL-FEEPOST  -  EVERY FEEPOST CALL CARRIES THE
025381*                          SIGNED-ON OPERATOR FOR THE JOURNAL
025382*****************************************************************
025383 6900-CALL-FEEPOST.
025384     CALL "FEEPOST" USING WS-FEE-FUNCTION WS-FEE-MEMBER-ID
025385         WS-FEE-AMOUNT WS-FEE-ASSESSED WS-FEE-PAID
025386         WS-FEE-BALANCE WS-FEE-STATUS WS-OPERATOR-ID
025387         WS-FEE-REASON-CODE WS-FEE-MERGE-INTO-ID.
025388
025389 6900-EXIT.
025390     EXIT.
025391
025392*****************************************************************
025393*    7000-CALL-MEMBERREG  -  THE ONE CALL EVERY MAINTENANCE
025400*                            FUNCTION GOES THROUGH
025500*****************************************************************
025600 7000-CALL-MEMBERREG.
025800         WS-REG-SOURCE WS-TODAY-YEAR WS-REG-NAME WS-REG-AGE
025900         WS-REG-BIRTH-YEAR WS-REG-MEMBER-ID WS-REG-STATUS
026000         WS-REG-MEMBER-STATUS WS-REG-CONTACT-DETAILS
026010         WS-REG-REASON-CODE WS-REG-DOB WS-REG-EXPIRY-DATE
026050         WS-REG-APPROVER-ID WS-REG-MERGE-INTO-ID.
026100
026200 7000-EXIT.
026300     EXIT.
027100     PERFORM 7000-CALL-MEMBERREG THRU 7000-EXIT
027110
027120     MOVE "C" TO WS-FEE-FUNCTION
027130     PERFORM 6900-CALL-FEEPOST THRU 6900-EXIT.
027200
027300 8000-EXIT.
027400     EXIT.

001685*                    THE DEACTIVATE JUST APPLIED WAS SITTING
001686*                    UNFLUSHED IN THE BUFFER WHERE IT COULD NOT
001687*                    BE SEEN.
001694*  2026-10-15  RI    MEMBERSHIPS NOW RUN FOR A YEAR.  A NEW
001701*                    REGISTRATION IS PAID THROUGH THE SAME DATE
001708*                    NEXT YEAR (MEMBER-EXPIRY-DATE, HANDED IN
001715*                    AND OUT IN THE NEW LK-EXPIRY-DATE).  ADDED
001722*                    THE LAPSE FUNCTION ("L") THE RENEWAL RUN
001729*                    USES WHEN A RENEWAL FEE GOES UNPAID PAST
001736*                    THE GRACE PERIOD, AND THE RENEW FUNCTION
001743*                    ("E") THAT MOVES THE PAID-THROUGH DATE AND
001750*                    PUTS A LAPSED MEMBER BACK ON THE ACTIVE
001757*                    ROSTER.  A BAD PAID-THROUGH DATE IS REFUSED
001764*                    WITH THE NEW "50" STATUS.  REINSTATE NOW
001771*                    TAKES A LAPSED MEMBER AS WELL AS A
001778*                    DEACTIVATED ONE.
001779*  2026-10-15  RI    THE REGISTRATION FEE NOW GOES TO FEEPOST
001780*                    WITH THE OPERATOR ID AND REASON "REGN" FOR
001781*                    THE NEW FEE JOURNAL.
001782*  2026-10-15  RI    THE DEPARTMENT CODE IS NO LONGER TAKEN AS
001783*                    GIVEN.  IT IS FOLDED TO UPPER CASE AND
001784*                    LOOKED UP ON THE NEW DEPARTMENT MASTER
001785*                    (DEPTMAST); A CODE THAT IS NOT ON FILE OR
001786*                    HAS BEEN RETIRED IS REFUSED WITH THE NEW
001787*                    "55" STATUS.  A CHANGE ONLY CHECKS THE CODE
001788*                    WHEN IT IS BEING CHANGED, SO A MEMBER LEFT
001789*                    ON A RETIRED CODE CAN STILL HAVE A NAME OR
001790*                    PHONE CORRECTED.  A BLANK CODE IS STILL AN
001791*                    ACCEPTABLE ANSWER, AND A SYSTEM WITH NO
001792*                    DEPARTMENT MASTER YET SKIPS THE LOOK-UP.
001802*  2026-10-15  RI    TAKES THE NEW LK-APPROVER-ID - THE
001812*                    SUPERVISOR WHO APPROVED A PENDING
001822*                    DEACTIVATION, REINSTATEMENT OR DATE-OF-
001832*                    BIRTH CORRECTION, BLANK ON EVERY OTHER CALL -
001842*                    AND WRITES IT NEXT TO THE KEYING OPERATOR
001852*                    ON THE AUDIT ROW AND THE STATUS-HISTORY ROW.
001853*  2026-10-15  RI    EVERY WRITE TO THE MEMBER MASTER NOW PUTS A
001854*                    BEFORE/AFTER IMAGE ON THE CHANGE JOURNAL
001855*                    (CHGJRNL, CHGJREC) SO MEMRECOV CAN ROLL A
001856*                    RELOADED BACKUP FORWARD TO THE POINT OF A
001857*                    FAILURE.  ONLY A WRITE THAT TOOK EFFECT IS
001858*                    JOURNALLED.  THE AUDIT ROW NOW CARRIES THE
001859*                    MEMBER-ID (ZERO ON A REFUSED REGISTRATION).
001860*  2026-10-15  RI    NEW MERGE FUNCTION ("G") FOR A CONFIRMED
001861*                    DUPLICATE PAIR, APPLIED FROM THE PENDING-
001862*                    CHANGE FILE ONCE A SUPERVISOR APPROVES IT.
001863*                    LK-MEMBER-ID IS THE RETIRED MEMBER AND THE
001864*                    NEW LAST PARAMETER LK-MERGE-INTO-ID THE
001865*                    SURVIVOR.  FEEPOST MOVES THE FEE TOTALS
001866*                    ACROSS, THE RETIRED RECORD GOES TO THE NEW
001867*                    MERGED STATUS ("M") WITH A POINTER TO THE
001868*                    SURVIVOR, AND BOTH MEMBERS GET A STATUS-
001869*                    HISTORY ROW AND AN AUDIT ROW NAMING THE
001870*                    OTHER.  NEW REFUSALS: "70" ALREADY MERGED,
001871*                    "75" BAD SURVIVOR, "80" FEE MOVE REFUSED.
001872*                    A MERGED RECORD IS CLOSED: CHANGE,
001873*                    DEACTIVATE, REINSTATE AND RENEW REFUSE IT
001874*                    WITH "70", AND INQUIRE AND FIND HAND BACK
001875*                    THE SURVIVOR IN LK-MERGE-INTO-ID (ZERO FOR
001876*                    ANY OTHER MEMBER).  THE REGISTRATION
001877*                    DUPLICATE CHECK PASSES OVER MERGED RECORDS.
001878*  2026-10-15  RI    NEW ANONYMISE FUNCTION ("X") FOR THE
001879*                    ANONYMISATION RUN.  A DEACTIVATED MEMBER'S
001880*                    EMAIL AND PHONE ARE BLANKED, THE DATE OF
001881*                    BIRTH IS ZEROED AND MEMBER-ANON-DATE IS SET;
001882*                    THE MEMBER-ID, NAME, BIRTH YEAR, DATES AND
001883*                    STATUS ARE KEPT SO EVERY COUNT AND HISTORY
001884*                    STILL ADDS UP.  THE STATUS-HISTORY ROW IS
001885*                    "D" TO "D" WITH THE CALLER'S REASON.  A
001886*                    MEMBER WHO IS NOT DEACTIVATED IS REFUSED
001887*                    ("45"), A MERGED ONE ("70").
001888*  2026-10-15  RI    RENEW TREATS A BLANK (PRE-STATUS) MEMBER AS
001889*                    ACTIVE - NO " " TO "A" STATUS-HISTORY ROW,
001890*                    WHICH READ AS A NEW REGISTRATION.
001891*  2026-10-15  RI    LAPSE LIKEWISE ACCEPTS A BLANK STATUS AS
001892*                    ACTIVE; ITS STATUS-HISTORY ROW SHOWS "A"
001893*                    TO "L".
001894*****************************************************************
001895
001896 ENVIRONMENT DIVISION.
001900 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
002500     SELECT MEMBER-MASTER   ASSIGN TO "MEMMAST"
003920     SELECT STATUS-HISTORY  ASSIGN TO "STATHIST"
003930         ORGANIZATION IS LINE SEQUENTIAL
003940         FILE STATUS IS WS-STATH-STATUS.
003948
003956     SELECT DEPARTMENT-MASTER ASSIGN TO "DEPTMAST"
003964         ORGANIZATION IS INDEXED
003972         ACCESS MODE IS RANDOM
003980         RECORD KEY IS DEPT-CODE
003988         FILE STATUS IS WS-DEPTMAST-STATUS.
003990
003992     SELECT CHANGE-JOURNAL  ASSIGN TO "CHGJRNL"
003994         ORGANIZATION IS LINE SEQUENTIAL
003996         FILE STATUS IS WS-CHGJRNL-STATUS.
004000
004100 DATA DIVISION.
004200 FILE SECTION.
005320 FD  STATUS-HISTORY
005330     LABEL RECORDS ARE STANDARD.
005340 COPY STATREC.
005370
005400 FD  DEPARTMENT-MASTER
005430     LABEL RECORDS ARE STANDARD.
005460 COPY DEPTREC.
005468
005476 FD  CHANGE-JOURNAL
005484     LABEL RECORDS ARE STANDARD.
005492 COPY CHGJREC.
005500
005600 WORKING-STORAGE SECTION.
005700*****************************************************************
006910
006920 01  WS-STATH-STATUS         PIC X(02) VALUE "00".
006930     88  WS-STATH-OK                 VALUE "00".
006940
006950 01  WS-DEPTMAST-STATUS      PIC X(02) VALUE "00".
006960     88  WS-DEPTMAST-OK              VALUE "00".
006962
006964 01  WS-CHGJRNL-STATUS       PIC X(02) VALUE "00".
006966     88  WS-CHGJRNL-OK               VALUE "00".
006970
006980 01  WS-DEPT-CHECK-SW        PIC X(01) VALUE "N".
006990     88  WS-DEPT-CHECK-ON            VALUE "Y".
007000
007100 01  WS-FILES-OPEN-SW        PIC X(01) VALUE "N".
007200     88  WS-FILES-ARE-OPEN           VALUE "Y".
007992*    CARRIED INTO THE STATUS-HISTORY ROW
007994*****************************************************************
007996 01  WS-STAT-OLD             PIC X(01) VALUE SPACE.
007997 01  WS-STAT-PARTNER         PIC 9(06) VALUE ZERO.
007998
007999*****************************************************************
008000*    THE SURVIVING MEMBER OF A MERGE AS READ, FOR ITS AUDIT ROW
008001*****************************************************************
008002 01  WS-MERGE-SURVIVOR.
008003     05  WS-MRG-SURV-NAME    PIC X(30) VALUE SPACES.
008004     05  WS-MRG-SURV-AGE     PIC 9(03) VALUE ZERO.
008005     05  WS-MRG-SURV-BIRTH-YEAR
008006                             PIC 9(04) VALUE ZERO.
008007
008008*****************************************************************
008009*    THE MASTER RECORD AS READ, BEFORE THE CHANGE BEING APPLIED,
008010*    AND WHETHER THE WRITE ADDED OR CHANGED IT - CARRIED INTO
008011*    THE CHANGE-JOURNAL ROW
008012*****************************************************************
008013 01  WS-BEFORE-IMAGE         PIC X(160) VALUE SPACES.
008014 01  WS-JOURNAL-ACTION       PIC X(01) VALUE SPACE.
008015
008016*****************************************************************
008017*    AGE-FROM-DATE-OF-BIRTH WORK AREA - THE AGE AS OF TODAY,
008024*    NOT THE AGE AS OF WHENEVER THE RECORD WAS LAST WRITTEN
008031*****************************************************************
008101         10  WS-AGD-DOB-YEAR PIC 9(04).
008108         10  WS-AGD-DOB-MMDD PIC 9(04).
008115     05  WS-AGD-AGE          PIC S9(04).
008116
008117*****************************************************************
008118*    PAID-THROUGH DATE WORK AREA - ONE YEAR ON FROM THE ENTRY
008119*    DATE.  A 29 FEBRUARY ENTRY RUNS TO 28 FEBRUARY.
008120*****************************************************************
008121 01  WS-EXPIRY-WORK.
008122     05  WS-EXP-DATE         PIC 9(08).
008123     05  WS-EXP-DATE-R REDEFINES WS-EXP-DATE.
008124         10  WS-EXP-YEAR     PIC 9(04).
008125         10  WS-EXP-MMDD     PIC 9(04).
008126
008129*****************************************************************
008136*    SITE PARAMETERS - COMPILED-IN DEFAULTS, OVERRIDDEN FROM
008143*    THE SITEPARM FILE THROUGH PARMGET AT START-UP
008262 01  WS-FEE-BALANCE          PIC S9(07)V99 VALUE ZERO.
008269 01  WS-FEE-STATUS           PIC X(02) VALUE SPACES.
008276     88  WS-FEE-POSTED               VALUE "00".
008277     88  WS-FEE-NO-RECORD            VALUE "30".
008279 01  WS-FEE-REASON-CODE      PIC X(04) VALUE "REGN".
008281 01  WS-FEE-MERGE-INTO-ID    PIC 9(06) VALUE ZERO.
008283
008300 LINKAGE SECTION.
008400 01  LK-FUNCTION-CODE        PIC X(01).
008570     88  LK-FN-FIND                  VALUE "F".
008580     88  LK-FN-FIND-NEXT             VALUE "N".
008590     88  LK-FN-REINSTATE             VALUE "A".
008593     88  LK-FN-LAPSE                 VALUE "L".
008596     88  LK-FN-RENEW                 VALUE "E".
008600     88  LK-FN-CLOSE                 VALUE "C".
008650     88  LK-FN-MERGE                 VALUE "G".
008670     88  LK-FN-ANONYMISE             VALUE "X".
008700
008800 01  LK-OPERATOR-ID          PIC X(08).
008900 01  LK-SOURCE               PIC X(01).
009840     88  LK-ST-REJ-INACTIVE          VALUE "40".
009850     88  LK-ST-REJ-DUPLICATE         VALUE "25".
009855     88  LK-ST-REJ-ALREADY-ACT       VALUE "45".
009857     88  LK-ST-REJ-BAD-EXPIRY        VALUE "50".
009858     88  LK-ST-REJ-BAD-DEPT          VALUE "55".
009862     88  LK-ST-REJ-MERGED            VALUE "70".
009866     88  LK-ST-REJ-BAD-SURVIVOR      VALUE "75".
009870     88  LK-ST-REJ-FEE-MERGE         VALUE "80".
009874
009880 01  LK-MEMBER-STATUS        PIC X(01).
009882
009884 01  LK-CONTACT-DETAILS.
009894 01  LK-REASON-CODE          PIC X(04).
009896
009898 01  LK-DOB                  PIC 9(08).
009918
009938 01  LK-EXPIRY-DATE          PIC 9(08).
009944
009950 01  LK-APPROVER-ID          PIC X(08).
009952
009954 01  LK-MERGE-INTO-ID        PIC 9(06).
009958
010000 PROCEDURE DIVISION USING LK-FUNCTION-CODE LK-OPERATOR-ID
010100         LK-SOURCE LK-CURRENT-YEAR LK-NAME LK-AGE LK-BIRTH-YEAR
010200         LK-MEMBER-ID LK-STATUS LK-MEMBER-STATUS
010250         LK-CONTACT-DETAILS LK-REASON-CODE LK-DOB
010270         LK-EXPIRY-DATE LK-APPROVER-ID LK-MERGE-INTO-ID.
010300
010400 0000-MAINLINE.
010500     EVALUATE TRUE
011050             IF LK-ST-ACCEPTED
011060                 PERFORM 2500-CHECK-DUPLICATE THRU 2500-EXIT
011070             END-IF
011077             IF LK-ST-ACCEPTED
011084                 PERFORM 2600-CHECK-DEPARTMENT THRU 2600-EXIT
011091             END-IF
011100             IF LK-ST-ACCEPTED
011200                 PERFORM 3000-ASSIGN-MEMBER-ID THRU 3000-EXIT
011300                 PERFORM 4000-WRITE-MASTER THRU 4000-EXIT
011577             PERFORM 1000-INITIALIZE THRU 1000-EXIT
011578             PERFORM 6300-REINSTATE-MEMBER THRU 6300-EXIT
011579             PERFORM 5000-WRITE-AUDIT-LOG THRU 5000-EXIT
011580         WHEN LK-FN-LAPSE
011581             PERFORM 1000-INITIALIZE THRU 1000-EXIT
011582             PERFORM 6700-LAPSE-MEMBER THRU 6700-EXIT
011583             PERFORM 5000-WRITE-AUDIT-LOG THRU 5000-EXIT
011584         WHEN LK-FN-RENEW
011585             PERFORM 1000-INITIALIZE THRU 1000-EXIT
011586             PERFORM 6800-RENEW-MEMBER THRU 6800-EXIT
011587             PERFORM 5000-WRITE-AUDIT-LOG THRU 5000-EXIT
011588         WHEN LK-FN-FIND
011589             PERFORM 1000-INITIALIZE THRU 1000-EXIT
011590             PERFORM 6500-FIND-BY-NAME THRU 6500-EXIT
011591         WHEN LK-FN-FIND-NEXT
011592             PERFORM 1000-INITIALIZE THRU 1000-EXIT
011593             PERFORM 6600-FIND-NEXT-MATCH THRU 6600-EXIT
011603         WHEN LK-FN-MERGE
011613             PERFORM 1000-INITIALIZE THRU 1000-EXIT
011623             PERFORM 6900-MERGE-MEMBER THRU 6900-EXIT
011633             PERFORM 5000-WRITE-AUDIT-LOG THRU 5000-EXIT
011643             IF LK-ST-ACCEPTED
011653                 PERFORM 5100-WRITE-SURVIVOR-AUDIT THRU 5100-EXIT
011663             END-IF
011665         WHEN LK-FN-ANONYMISE
011667             PERFORM 1000-INITIALIZE THRU 1000-EXIT
011669             PERFORM 6950-ANONYMISE-MEMBER THRU 6950-EXIT
011671             PERFORM 5000-WRITE-AUDIT-LOG THRU 5000-EXIT
011673     END-EVALUATE.
011700
011800 0000-EXIT.
011900     GOBACK.
014640         OPEN OUTPUT AUDIT-LOG
014660     END-IF
014670
014672*    NO DEPARTMENT MASTER YET MEANS NO CODES TO CHECK AGAINST;
014674*    THE CODE IS TAKEN AS GIVEN, AS IT ALWAYS WAS
014676     OPEN INPUT DEPARTMENT-MASTER
014678     IF WS-DEPTMAST-OK
014680         SET WS-DEPT-CHECK-ON TO TRUE
014682     ELSE
014684         MOVE "N" TO WS-DEPT-CHECK-SW
014686     END-IF
014688
014698     MOVE "AGEMAX" TO WS-PARM-KEY
014699     CALL "PARMGET" USING WS-PARM-KEY WS-PARM-VALUE
014713         WS-PARM-STATUS
017831             ELSE
017833                 IF MEMBER-BIRTH-YEAR = LK-BIRTH-YEAR
017835                         AND NOT MEMBER-DEACTIVATED
017836                         AND NOT MEMBER-MERGED
017837                     SET WS-DUP-FOUND TO TRUE
017839                 END-IF
017841             END-IF
017859 2510-EXIT.
017861     EXIT.
017863
017864*****************************************************************
017865*    2600-CHECK-DEPARTMENT  -  FOLD THE CODE TO UPPER CASE AND
017866*                              REFUSE ONE THAT IS NOT ON THE
017867*                              DEPARTMENT MASTER OR HAS BEEN
017868*                              RETIRED ("55").  A BLANK CODE
017869*                              PASSES - THE DESK FILLS IT IN
017870*                              LATER THROUGH MAINTENANCE.
017871*****************************************************************
017872 2600-CHECK-DEPARTMENT.
017873     INSPECT LK-DEPT-CODE CONVERTING
017874         "abcdefghijklmnopqrstuvwxyz"
017875         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
017876     IF LK-DEPT-CODE = SPACES OR NOT WS-DEPT-CHECK-ON
017877         GO TO 2600-EXIT
017878     END-IF
017879
017880     MOVE LK-DEPT-CODE TO DEPT-CODE
017881     READ DEPARTMENT-MASTER KEY IS DEPT-CODE
017882         INVALID KEY
017883             SET LK-ST-REJ-BAD-DEPT TO TRUE
017884     END-READ
017885     IF LK-ST-REJ-BAD-DEPT
017886         GO TO 2600-EXIT
017887     END-IF
017888
017889     IF NOT DEPT-IS-ACTIVE
017890         SET LK-ST-REJ-BAD-DEPT TO TRUE
017891     END-IF.
017892
017893 2600-EXIT.
017894     EXIT.
017895
017900*****************************************************************
018000*    3000-ASSIGN-MEMBER-ID  -  NEXT ID FROM THE CONTROL FILE
018100*****************************************************************
020294     END-IF
020300     SET MEMBER-ACTIVE    TO TRUE
020350     MOVE MEMBER-STATUS   TO LK-MEMBER-STATUS
020356*    PAID THROUGH THE SAME DAY NEXT YEAR
020362     MOVE WS-CURR-DATE    TO WS-EXP-DATE
020368     ADD 1                TO WS-EXP-YEAR
020374     IF WS-EXP-MMDD = 0229
020380         MOVE 0228        TO WS-EXP-MMDD
020386     END-IF
020392     MOVE WS-EXP-DATE     TO MEMBER-EXPIRY-DATE LK-EXPIRY-DATE
020400
020500     WRITE MEMBER-RECORD
020505     MOVE SPACES TO WS-BEFORE-IMAGE
020510     MOVE "W"    TO WS-JOURNAL-ACTION
020515     PERFORM 7500-WRITE-CHANGE-JOURNAL THRU 7500-EXIT
020520
020540     MOVE SPACE TO WS-STAT-OLD
020560     PERFORM 7000-WRITE-STATUS-HISTORY THRU 7000-EXIT.
020833 4900-CALL-FEEPOST.
020834     CALL "FEEPOST" USING WS-FEE-FUNCTION LK-MEMBER-ID
020835         WS-FEE-AMOUNT WS-FEE-ASSESSED WS-FEE-PAID
020836         WS-FEE-BALANCE WS-FEE-STATUS LK-OPERATOR-ID
020846         WS-FEE-REASON-CODE WS-FEE-MERGE-INTO-ID.
020856
020866 4900-EXIT.
020876     EXIT.
020900
021000*****************************************************************
021100*    5000-WRITE-AUDIT-LOG  -  ONE LINE PER TRANSACTION, GOOD/BAD
022260         MOVE ZERO           TO AUDIT-BIRTH-YEAR
022280     END-IF
022300     MOVE LK-STATUS          TO AUDIT-STATUS
022350     MOVE LK-APPROVER-ID     TO AUDIT-APPROVER-ID
022355     IF LK-FN-REGISTER AND NOT LK-ST-ACCEPTED
022360         MOVE ZERO           TO AUDIT-MEMBER-ID
022365     ELSE
022370         IF LK-MEMBER-ID NUMERIC
022375             MOVE LK-MEMBER-ID TO AUDIT-MEMBER-ID
022380         ELSE
022385             MOVE ZERO       TO AUDIT-MEMBER-ID
022390         END-IF
022395     END-IF
022400
022500     WRITE AUDIT-LOG-RECORD.
022600
022700 5000-EXIT.
022800     EXIT.
022801
022802*****************************************************************
022803*    5100-WRITE-SURVIVOR-AUDIT  -  THE SECOND ROW OF AN ACCEPTED
022804*                                  MERGE, FOR THE MEMBER WHO
022805*                                  SURVIVES IT
022806*****************************************************************
022807 5100-WRITE-SURVIVOR-AUDIT.
022808     ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD
022809     ACCEPT WS-CURR-TIME FROM TIME
022810
022811     MOVE WS-TIMESTAMP           TO AUDIT-TIMESTAMP
022812     MOVE LK-OPERATOR-ID         TO AUDIT-OPERATOR-ID
022813     MOVE LK-SOURCE              TO AUDIT-SOURCE
022814     MOVE WS-MRG-SURV-NAME       TO AUDIT-NAME-ENTERED
022815     MOVE WS-MRG-SURV-AGE        TO AUDIT-AGE-ENTERED
022816     MOVE WS-MRG-SURV-BIRTH-YEAR TO AUDIT-BIRTH-YEAR
022817     MOVE LK-STATUS              TO AUDIT-STATUS
022818     MOVE LK-APPROVER-ID         TO AUDIT-APPROVER-ID
022819     MOVE LK-MERGE-INTO-ID       TO AUDIT-MEMBER-ID
022820
022821     WRITE AUDIT-LOG-RECORD.
022822
022823 5100-EXIT.
022824     EXIT.
022825
022826*****************************************************************
022827*    6000-INQUIRE-MEMBER  -  READ BY LK-MEMBER-ID AND HAND THE
022828*                            RECORD FIELDS BACK TO THE CALLER.
022829*                            READ-ONLY, SO NO AUDIT ROW.
022830*****************************************************************
022831 6000-INQUIRE-MEMBER.
022832     MOVE SPACES TO LK-STATUS
022833     MOVE LK-MEMBER-ID TO MEMBER-ID
022834     READ MEMBER-MASTER KEY IS MEMBER-ID
022835         INVALID KEY
022836             SET LK-ST-REJ-NOT-FOUND TO TRUE
022837     END-READ
022838     IF LK-ST-REJ-NOT-FOUND
022839         GO TO 6000-EXIT
022840     END-IF
022841
022842     MOVE MEMBER-NAME       TO LK-NAME
022843     MOVE MEMBER-AGE        TO LK-AGE
022844     MOVE MEMBER-BIRTH-YEAR TO LK-BIRTH-YEAR
022845     MOVE MEMBER-STATUS     TO LK-MEMBER-STATUS
022846     MOVE MEMBER-DEPT-CODE  TO LK-DEPT-CODE
022847     MOVE MEMBER-EMAIL      TO LK-EMAIL
022848     MOVE MEMBER-PHONE      TO LK-PHONE
022849*    THE AGE HANDED BACK IS AS OF TODAY WHEN A DATE OF BIRTH IS
022850*    ON FILE; RECORDS WITHOUT ONE KEEP THE STORED SNAPSHOT
022851     IF MEMBER-DOB NUMERIC AND MEMBER-DOB > ZERO
022852         MOVE MEMBER-DOB TO LK-DOB WS-AGD-DOB
022853         PERFORM 2100-DERIVE-AGE THRU 2100-EXIT
022854         MOVE WS-AGD-AGE TO LK-AGE
022855     ELSE
022856         MOVE ZERO TO LK-DOB
022857     END-IF
022858     IF MEMBER-EXPIRY-DATE NUMERIC
022859         MOVE MEMBER-EXPIRY-DATE TO LK-EXPIRY-DATE
022860     ELSE
022861         MOVE ZERO TO LK-EXPIRY-DATE
022862     END-IF
022863     IF MEMBER-MERGED-INTO NUMERIC
022864         MOVE MEMBER-MERGED-INTO TO LK-MERGE-INTO-ID
022865     ELSE
022866         MOVE ZERO TO LK-MERGE-INTO-ID
022867     END-IF
022868     SET LK-ST-ACCEPTED     TO TRUE.
022869
022870 6000-EXIT.
022871     EXIT.
022872
022873*****************************************************************
022874*    6100-CHANGE-MEMBER  -  RE-EDIT THE NEW NAME/AGE WITH THE
022875*                           SAME RULES AS REGISTRATION, THEN
022876*                           REWRITE THE RECORD IN PLACE.  ENTRY
022877*                           DATE AND STATUS ARE LEFT ALONE.  THE
022878*                           DEPARTMENT CODE IS ONLY CHECKED
022879*                           WHEN IT DIFFERS FROM THE ONE ON FILE.
022880*                           A MERGED MEMBER IS REFUSED ("70").
022881*****************************************************************
022882 6100-CHANGE-MEMBER.
022883     PERFORM 2000-VALIDATE-ENTRY THRU 2000-EXIT
022884     IF NOT LK-ST-ACCEPTED
022885         GO TO 6100-EXIT
022886     END-IF
022887
022888     MOVE LK-MEMBER-ID TO MEMBER-ID
022889     READ MEMBER-MASTER KEY IS MEMBER-ID
022890         INVALID KEY
022891             SET LK-ST-REJ-NOT-FOUND TO TRUE
022892     END-READ
022893     IF LK-ST-REJ-NOT-FOUND
022894         GO TO 6100-EXIT
022895     END-IF
022896     IF MEMBER-MERGED
022897         SET LK-ST-REJ-MERGED TO TRUE
022898         MOVE MEMBER-STATUS TO LK-MEMBER-STATUS
022899         GO TO 6100-EXIT
022900     END-IF
022901
022902     INSPECT LK-DEPT-CODE CONVERTING
022903         "abcdefghijklmnopqrstuvwxyz"
022904         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
022905     IF LK-DEPT-CODE NOT = MEMBER-DEPT-CODE
022906         PERFORM 2600-CHECK-DEPARTMENT THRU 2600-EXIT
022907     END-IF
022908     IF LK-ST-REJ-BAD-DEPT
022909         GO TO 6100-EXIT
022910     END-IF
022911
022912     MOVE MEMBER-RECORD   TO WS-BEFORE-IMAGE
022913     MOVE LK-NAME         TO MEMBER-NAME
022914     MOVE LK-AGE          TO MEMBER-AGE
022915     MOVE LK-BIRTH-YEAR   TO MEMBER-BIRTH-YEAR
022916     MOVE LK-DEPT-CODE    TO MEMBER-DEPT-CODE
022917     MOVE LK-EMAIL        TO MEMBER-EMAIL
022918     MOVE LK-PHONE        TO MEMBER-PHONE
022919     IF LK-DOB NUMERIC AND LK-DOB > ZERO
022920         MOVE LK-DOB      TO MEMBER-DOB
022921     END-IF
022922     MOVE MEMBER-STATUS   TO LK-MEMBER-STATUS
022923     REWRITE MEMBER-RECORD
022924     MOVE "R" TO WS-JOURNAL-ACTION
022925     PERFORM 7500-WRITE-CHANGE-JOURNAL THRU 7500-EXIT.
022926
022927 6100-EXIT.
022928     EXIT.
022929
022930*****************************************************************
022931*    6200-DEACTIVATE-MEMBER  -  FLAG THE RECORD "D" RATHER THAN
022932*                               DELETING IT, SO THE HISTORY AND
022933*                               THE MEMBER-ID STAY ON FILE.  A
022934*                               MERGED MEMBER IS REFUSED ("70").
022935*****************************************************************
022936 6200-DEACTIVATE-MEMBER.
022937     MOVE SPACES TO LK-STATUS
022938     MOVE LK-MEMBER-ID TO MEMBER-ID
022939     READ MEMBER-MASTER KEY IS MEMBER-ID
022940         INVALID KEY
022941             SET LK-ST-REJ-NOT-FOUND TO TRUE
022942     END-READ
022943     IF LK-ST-REJ-NOT-FOUND
022944         GO TO 6200-EXIT
022945     END-IF
022946
022947     IF MEMBER-MERGED
022948         SET LK-ST-REJ-MERGED TO TRUE
022949         MOVE MEMBER-STATUS TO LK-MEMBER-STATUS
022950         GO TO 6200-EXIT
022951     END-IF
022952     IF MEMBER-DEACTIVATED
022953         SET LK-ST-REJ-INACTIVE TO TRUE
022954         MOVE MEMBER-STATUS TO LK-MEMBER-STATUS
022955         GO TO 6200-EXIT
022956     END-IF
022957
022958     MOVE MEMBER-RECORD     TO WS-BEFORE-IMAGE
022959     MOVE MEMBER-STATUS     TO WS-STAT-OLD
022960     SET MEMBER-DEACTIVATED TO TRUE
022961     MOVE MEMBER-NAME       TO LK-NAME
022962     MOVE MEMBER-AGE        TO LK-AGE
022963     MOVE MEMBER-BIRTH-YEAR TO LK-BIRTH-YEAR
022964     MOVE MEMBER-STATUS     TO LK-MEMBER-STATUS
022965     REWRITE MEMBER-RECORD
022966     MOVE "R" TO WS-JOURNAL-ACTION
022967     PERFORM 7500-WRITE-CHANGE-JOURNAL THRU 7500-EXIT
022968     PERFORM 7000-WRITE-STATUS-HISTORY THRU 7000-EXIT
022969     SET LK-ST-ACCEPTED     TO TRUE.
022970
022971 6200-EXIT.
022972     EXIT.
022973
022974*****************************************************************
022975*    6300-REINSTATE-MEMBER  -  PUT A DEACTIVATED OR LAPSED MEMBER
022976*                              BACK ON THE ACTIVE ROSTER UNDER THE
022977*                              SAME MEMBER-ID.  AN ACTIVE MEMBER
022978*                              IS REFUSED ("45") SO A MISKEYED ID
022979*                              NEVER PASSES SILENTLY.  A
022980*                              MERGED MEMBER IS REFUSED ("70").
022981*****************************************************************
022982 6300-REINSTATE-MEMBER.
022983     MOVE SPACES TO LK-STATUS
022984     MOVE LK-MEMBER-ID TO MEMBER-ID
022985     READ MEMBER-MASTER KEY IS MEMBER-ID
022986         INVALID KEY
022987             SET LK-ST-REJ-NOT-FOUND TO TRUE
022988     END-READ
022989     IF LK-ST-REJ-NOT-FOUND
022990         GO TO 6300-EXIT
022991     END-IF
022992
022993     IF MEMBER-MERGED
022994         SET LK-ST-REJ-MERGED TO TRUE
022995         MOVE MEMBER-STATUS TO LK-MEMBER-STATUS
022996         GO TO 6300-EXIT
022997     END-IF
022998     IF NOT MEMBER-DEACTIVATED AND NOT MEMBER-LAPSED
022999         SET LK-ST-REJ-ALREADY-ACT TO TRUE
023000         MOVE MEMBER-STATUS TO LK-MEMBER-STATUS
023001         GO TO 6300-EXIT
023002     END-IF
023003
023004     MOVE MEMBER-RECORD     TO WS-BEFORE-IMAGE
023005     MOVE MEMBER-STATUS     TO WS-STAT-OLD
023006     SET MEMBER-ACTIVE      TO TRUE
023007     MOVE MEMBER-NAME       TO LK-NAME
023008     MOVE MEMBER-AGE        TO LK-AGE
023009     MOVE MEMBER-BIRTH-YEAR TO LK-BIRTH-YEAR
023010     MOVE MEMBER-STATUS     TO LK-MEMBER-STATUS
023011     REWRITE MEMBER-RECORD
023012     MOVE "R" TO WS-JOURNAL-ACTION
023013     PERFORM 7500-WRITE-CHANGE-JOURNAL THRU 7500-EXIT
023014     PERFORM 7000-WRITE-STATUS-HISTORY THRU 7000-EXIT
023015     SET LK-ST-ACCEPTED     TO TRUE.
023016
023017 6300-EXIT.
023018     EXIT.
023019
023020*****************************************************************
023021*    6500-FIND-BY-NAME  -  OPEN A SEARCH ON THE NAME INDEX.
023022*                          LK-NAME CARRIES A FULL OR PARTIAL
023023*                          NAME; THE TRIMMED PREFIX IS KEPT FOR
023024*                          THE "N" CALLS AND THE FIRST MATCH IS
023025*                          HANDED BACK AT ONCE.  READ-ONLY, SO
023026*                          NO AUDIT ROW.
023027*****************************************************************
023028 6500-FIND-BY-NAME.
023029     MOVE SPACES  TO LK-STATUS
023030     MOVE ZERO    TO WS-FIND-LENGTH
023031     IF LK-NAME = SPACES OR LK-NAME = LOW-VALUES
023032         SET LK-ST-REJ-BAD-NAME TO TRUE
023033         GO TO 6500-EXIT
023034     END-IF
023035
023036     MOVE LK-NAME TO WS-FIND-PREFIX
023037     MOVE 30      TO WS-FIND-LENGTH
023038     PERFORM 6510-TRIM-PREFIX-STEP THRU 6510-EXIT
023039         UNTIL WS-FIND-LENGTH = 1
023040             OR WS-FIND-PREFIX (WS-FIND-LENGTH:1) NOT = SPACE
023041
023042     MOVE WS-FIND-PREFIX TO MEMBER-NAME
023043     START MEMBER-MASTER KEY NOT < MEMBER-NAME
023044         INVALID KEY
023045             SET LK-ST-REJ-NOT-FOUND TO TRUE
023046             MOVE ZERO TO WS-FIND-LENGTH
023047     END-START
023048     IF LK-ST-REJ-NOT-FOUND
023049         GO TO 6500-EXIT
023050     END-IF
023051
023052     PERFORM 6600-FIND-NEXT-MATCH THRU 6600-EXIT.
023053
023054 6500-EXIT.
023055     EXIT.
023056
023057*****************************************************************
023058*    6510-TRIM-PREFIX-STEP
023059*****************************************************************
023060 6510-TRIM-PREFIX-STEP.
023061     SUBTRACT 1 FROM WS-FIND-LENGTH.
023062
023063 6510-EXIT.
023064     EXIT.
023065
023066*****************************************************************
023067*    6600-FIND-NEXT-MATCH  -  NEXT RECORD IN NAME ORDER; THE
023068*                             FIRST NAME THAT NO LONGER OPENS
023069*                             WITH THE PREFIX CLOSES THE SEARCH.
023070*                             STATUS "02" IS A GOOD READ - IT
023071*                             ONLY FLAGS A SHARED NAME KEY.
023072*****************************************************************
023073 6600-FIND-NEXT-MATCH.
023074     MOVE SPACES TO LK-STATUS
023075     IF WS-FIND-LENGTH = ZERO
023076         SET LK-ST-REJ-NOT-FOUND TO TRUE
023077         GO TO 6600-EXIT
023078     END-IF
023079
023080     READ MEMBER-MASTER NEXT RECORD
023081         AT END
023082             SET LK-ST-REJ-NOT-FOUND TO TRUE
023083             MOVE ZERO TO WS-FIND-LENGTH
023084     END-READ
023085     IF LK-ST-REJ-NOT-FOUND
023086         GO TO 6600-EXIT
023087     END-IF
023088     IF NOT WS-MEMMAST-OK AND NOT WS-MEMMAST-DUP-KEY
023089         SET LK-ST-REJ-NOT-FOUND TO TRUE
023090         MOVE ZERO TO WS-FIND-LENGTH
023091         GO TO 6600-EXIT
023092     END-IF
023093
023094     IF MEMBER-NAME (1:WS-FIND-LENGTH) NOT =
023095             WS-FIND-PREFIX (1:WS-FIND-LENGTH)
023096         SET LK-ST-REJ-NOT-FOUND TO TRUE
023097         MOVE ZERO TO WS-FIND-LENGTH
023098         GO TO 6600-EXIT
023099     END-IF
023100
023101     MOVE MEMBER-ID         TO LK-MEMBER-ID
023102     MOVE MEMBER-NAME       TO LK-NAME
023103     MOVE MEMBER-AGE        TO LK-AGE
023104     MOVE MEMBER-BIRTH-YEAR TO LK-BIRTH-YEAR
023105     MOVE MEMBER-STATUS     TO LK-MEMBER-STATUS
023106     MOVE MEMBER-DEPT-CODE  TO LK-DEPT-CODE
023107     MOVE MEMBER-EMAIL      TO LK-EMAIL
023108     MOVE MEMBER-PHONE      TO LK-PHONE
023109     IF MEMBER-EXPIRY-DATE NUMERIC
023110         MOVE MEMBER-EXPIRY-DATE TO LK-EXPIRY-DATE
023111     ELSE
023112         MOVE ZERO TO LK-EXPIRY-DATE
023113     END-IF
023114     IF MEMBER-MERGED-INTO NUMERIC
023115         MOVE MEMBER-MERGED-INTO TO LK-MERGE-INTO-ID
023116     ELSE
023117         MOVE ZERO TO LK-MERGE-INTO-ID
023118     END-IF
023119     SET LK-ST-ACCEPTED     TO TRUE.
023120
023121 6600-EXIT.
023122     EXIT.
023123
023124*****************************************************************
023125*    6700-LAPSE-MEMBER  -  FLAG AN ACTIVE MEMBER "L" WHEN THE
023126*                          RENEWAL FEE IS STILL UNPAID PAST THE
023127*                          GRACE PERIOD.  ONLY AN ACTIVE OR A
023128*                          BLANK (PRE-STATUS) MEMBER CAN LAPSE,
023129*                          ON THE HISTORY AS "A"; ELSE IT IS "40".
023130*****************************************************************
023131 6700-LAPSE-MEMBER.
023132     MOVE SPACES TO LK-STATUS
023133     MOVE LK-MEMBER-ID TO MEMBER-ID
023134     READ MEMBER-MASTER KEY IS MEMBER-ID
023135         INVALID KEY
023136             SET LK-ST-REJ-NOT-FOUND TO TRUE
023137     END-READ
023138     IF LK-ST-REJ-NOT-FOUND
023139         GO TO 6700-EXIT
023140     END-IF
023141
023142     IF NOT MEMBER-ACTIVE AND MEMBER-STATUS NOT = SPACE
023143         SET LK-ST-REJ-INACTIVE TO TRUE
023144         MOVE MEMBER-STATUS TO LK-MEMBER-STATUS
023145         GO TO 6700-EXIT
023146     END-IF
023147
023148     MOVE MEMBER-RECORD     TO WS-BEFORE-IMAGE
023149     MOVE "A"               TO WS-STAT-OLD
023150     SET MEMBER-LAPSED      TO TRUE
023151     MOVE MEMBER-NAME       TO LK-NAME
023152     MOVE MEMBER-AGE        TO LK-AGE
023153     MOVE MEMBER-BIRTH-YEAR TO LK-BIRTH-YEAR
023154     MOVE MEMBER-STATUS     TO LK-MEMBER-STATUS
023155     REWRITE MEMBER-RECORD
023156     MOVE "R" TO WS-JOURNAL-ACTION
023157     PERFORM 7500-WRITE-CHANGE-JOURNAL THRU 7500-EXIT
023158     PERFORM 7000-WRITE-STATUS-HISTORY THRU 7000-EXIT
023159     SET LK-ST-ACCEPTED     TO TRUE.
023160
023161 6700-EXIT.
023162     EXIT.
023163
023164*****************************************************************
023165*    6800-RENEW-MEMBER  -  MOVE THE PAID-THROUGH DATE TO THE
023166*                          LK-EXPIRY-DATE THE CALLER HANDS IN.
023167*                          A LAPSED MEMBER WHO HAS NOW PAID GOES
023168*                          BACK TO ACTIVE WITH A STATUS-HISTORY
023169*                          ROW; A DEACTIVATED MEMBER IS REFUSED
023170*                          ("40") - THAT TAKES A REINSTATE.
023171*                          A MERGED MEMBER IS REFUSED ("70").
023172*                          A BLANK STATUS FROM BEFORE STATUSES
023173*                          WERE KEPT COUNTS AS ACTIVE, SO IT
023174*                          GETS NO STATUS-HISTORY ROW.
023175*****************************************************************
023176 6800-RENEW-MEMBER.
023177     MOVE SPACES TO LK-STATUS
023178     IF LK-EXPIRY-DATE NOT NUMERIC
023179         SET LK-ST-REJ-BAD-EXPIRY TO TRUE
023180         GO TO 6800-EXIT
023181     END-IF
023182     IF FUNCTION TEST-DATE-YYYYMMDD (LK-EXPIRY-DATE) NOT = ZERO
023183         SET LK-ST-REJ-BAD-EXPIRY TO TRUE
023184         GO TO 6800-EXIT
023185     END-IF
023186
023187     MOVE LK-MEMBER-ID TO MEMBER-ID
023188     READ MEMBER-MASTER KEY IS MEMBER-ID
023189         INVALID KEY
023190             SET LK-ST-REJ-NOT-FOUND TO TRUE
023191     END-READ
023192     IF LK-ST-REJ-NOT-FOUND
023193         GO TO 6800-EXIT
023194     END-IF
023195
023196     MOVE MEMBER-NAME       TO LK-NAME
023197     MOVE MEMBER-AGE        TO LK-AGE
023198     MOVE MEMBER-BIRTH-YEAR TO LK-BIRTH-YEAR
023199     IF MEMBER-DEACTIVATED
023200         SET LK-ST-REJ-INACTIVE TO TRUE
023201         MOVE MEMBER-STATUS TO LK-MEMBER-STATUS
023202         GO TO 6800-EXIT
023203     END-IF
023204     IF MEMBER-MERGED
023205         SET LK-ST-REJ-MERGED TO TRUE
023206         MOVE MEMBER-STATUS TO LK-MEMBER-STATUS
023207         GO TO 6800-EXIT
023208     END-IF
023209
023210     MOVE MEMBER-RECORD     TO WS-BEFORE-IMAGE
023211     MOVE LK-EXPIRY-DATE    TO MEMBER-EXPIRY-DATE
023212     MOVE MEMBER-STATUS     TO WS-STAT-OLD
023213     IF WS-STAT-OLD = SPACE
023214         MOVE "A"           TO WS-STAT-OLD
023215     END-IF
023216     SET MEMBER-ACTIVE      TO TRUE
023217     MOVE MEMBER-STATUS     TO LK-MEMBER-STATUS
023218     REWRITE MEMBER-RECORD
023219     MOVE "R" TO WS-JOURNAL-ACTION
023220     PERFORM 7500-WRITE-CHANGE-JOURNAL THRU 7500-EXIT
023221     IF WS-STAT-OLD NOT = MEMBER-STATUS
023222         PERFORM 7000-WRITE-STATUS-HISTORY THRU 7000-EXIT
023223     END-IF
023224     SET LK-ST-ACCEPTED     TO TRUE.
023225
023226 6800-EXIT.
023227     EXIT.
023228
023229*****************************************************************
023230*    6900-MERGE-MEMBER  -  FOLD A CONFIRMED DUPLICATE
023231*                          (LK-MEMBER-ID) INTO THE MEMBER WHO
023232*                          SURVIVES IT (LK-MERGE-INTO-ID).  THE
023233*                          SURVIVOR MUST BE ON FILE, ANOTHER ID
023234*                          AND NOT ITSELF MERGED ("75"); A
023235*                          RETIRED RECORD ALREADY MERGED IS
023236*                          REFUSED ("70").  THE FEE RECORD MOVES
023237*                          FIRST - IF FEEPOST REFUSES IT ("80")
023238*                          NOTHING ELSE IS TOUCHED.  NO FEE
023239*                          RECORD AT ALL IS NOTHING TO MOVE.
023240*****************************************************************
023241 6900-MERGE-MEMBER.
023242     MOVE SPACES TO LK-STATUS
023243     IF LK-MERGE-INTO-ID NOT NUMERIC
023244             OR LK-MERGE-INTO-ID = ZERO
023245             OR LK-MERGE-INTO-ID = LK-MEMBER-ID
023246         SET LK-ST-REJ-BAD-SURVIVOR TO TRUE
023247         GO TO 6900-EXIT
023248     END-IF
023249
023250     MOVE LK-MERGE-INTO-ID TO MEMBER-ID
023251     READ MEMBER-MASTER KEY IS MEMBER-ID
023252         INVALID KEY
023253             SET LK-ST-REJ-BAD-SURVIVOR TO TRUE
023254     END-READ
023255     IF LK-ST-REJ-BAD-SURVIVOR
023256         GO TO 6900-EXIT
023257     END-IF
023258     IF MEMBER-MERGED
023259         SET LK-ST-REJ-BAD-SURVIVOR TO TRUE
023260         GO TO 6900-EXIT
023261     END-IF
023262     MOVE MEMBER-NAME       TO WS-MRG-SURV-NAME
023263     MOVE MEMBER-AGE        TO WS-MRG-SURV-AGE
023264     MOVE MEMBER-BIRTH-YEAR TO WS-MRG-SURV-BIRTH-YEAR
023265
023266     MOVE LK-MEMBER-ID TO MEMBER-ID
023267     READ MEMBER-MASTER KEY IS MEMBER-ID
023268         INVALID KEY
023269             SET LK-ST-REJ-NOT-FOUND TO TRUE
023270     END-READ
023271     IF LK-ST-REJ-NOT-FOUND
023272         GO TO 6900-EXIT
023273     END-IF
023274     MOVE MEMBER-NAME       TO LK-NAME
023275     MOVE MEMBER-AGE        TO LK-AGE
023276     MOVE MEMBER-BIRTH-YEAR TO LK-BIRTH-YEAR
023277     MOVE MEMBER-STATUS     TO LK-MEMBER-STATUS
023278     IF MEMBER-MERGED
023279         SET LK-ST-REJ-MERGED TO TRUE
023280         GO TO 6900-EXIT
023281     END-IF
023282
023283     MOVE "G"  TO WS-FEE-FUNCTION
023284     MOVE ZERO TO WS-FEE-AMOUNT
023285     CALL "FEEPOST" USING WS-FEE-FUNCTION LK-MEMBER-ID
023286         WS-FEE-AMOUNT WS-FEE-ASSESSED WS-FEE-PAID
023287         WS-FEE-BALANCE WS-FEE-STATUS LK-OPERATOR-ID
023288         LK-REASON-CODE LK-MERGE-INTO-ID
023289     IF NOT WS-FEE-POSTED AND NOT WS-FEE-NO-RECORD
023290         SET LK-ST-REJ-FEE-MERGE TO TRUE
023291         GO TO 6900-EXIT
023292     END-IF
023293
023294     ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD
023295     MOVE MEMBER-RECORD     TO WS-BEFORE-IMAGE
023296     MOVE MEMBER-STATUS     TO WS-STAT-OLD
023297     SET MEMBER-MERGED      TO TRUE
023298     MOVE LK-MERGE-INTO-ID  TO MEMBER-MERGED-INTO
023299     MOVE WS-CURR-DATE      TO MEMBER-MERGE-DATE
023300     MOVE MEMBER-STATUS     TO LK-MEMBER-STATUS
023301     REWRITE MEMBER-RECORD
023302     MOVE "R" TO WS-JOURNAL-ACTION
023303     PERFORM 7500-WRITE-CHANGE-JOURNAL THRU 7500-EXIT
023304     MOVE LK-MERGE-INTO-ID  TO WS-STAT-PARTNER
023305     PERFORM 7000-WRITE-STATUS-HISTORY THRU 7000-EXIT
023306
023307*    THE SURVIVOR'S ROW KEEPS ITS STATUS; A BLANK ONE GOES ON
023308*    THE HISTORY AS THE "A" IT STANDS FOR
023309     MOVE LK-MERGE-INTO-ID TO MEMBER-ID
023310     READ MEMBER-MASTER KEY IS MEMBER-ID
023311         INVALID KEY
023312             CONTINUE
023313     END-READ
023314     IF WS-MEMMAST-OK
023315         IF MEMBER-STATUS = SPACE
023316             SET MEMBER-ACTIVE TO TRUE
023317         END-IF
023318         MOVE MEMBER-STATUS TO WS-STAT-OLD
023319         MOVE LK-MEMBER-ID  TO WS-STAT-PARTNER
023320         PERFORM 7000-WRITE-STATUS-HISTORY THRU 7000-EXIT
023321     END-IF
023322     MOVE ZERO TO WS-STAT-PARTNER
023323     SET LK-ST-ACCEPTED TO TRUE.
023324
023325 6900-EXIT.
023326     EXIT.
023327
023328*****************************************************************
023329*    6950-ANONYMISE-MEMBER  -  BLANK THE CONTACT DETAILS AND
023330*                              ZERO THE DATE OF BIRTH OF A
023331*                              DEACTIVATED MEMBER, STAMPING THE
023332*                              DAY IT WAS DONE.  ONLY A
023333*                              DEACTIVATED MEMBER QUALIFIES - ANY
023334*                              OTHER IS REFUSED ("45") THE WAY A
023335*                              REINSTATE OF AN ACTIVE ONE IS, AND
023336*                              A MERGED MEMBER ("70").  WHETHER
023337*                              THE RETENTION PERIOD HAS RUN AND
023338*                              THE FEES ARE CLEAR IS THE CALLER'S
023339*                              DECISION, AS A LAPSE IS.
023340*****************************************************************
023341 6950-ANONYMISE-MEMBER.
023342     MOVE SPACES TO LK-STATUS
023343     MOVE LK-MEMBER-ID TO MEMBER-ID
023344     READ MEMBER-MASTER KEY IS MEMBER-ID
023345         INVALID KEY
023346             SET LK-ST-REJ-NOT-FOUND TO TRUE
023347     END-READ
023348     IF LK-ST-REJ-NOT-FOUND
023349         GO TO 6950-EXIT
023350     END-IF
023351
023352     MOVE MEMBER-NAME       TO LK-NAME
023353     MOVE MEMBER-AGE        TO LK-AGE
023354     MOVE MEMBER-BIRTH-YEAR TO LK-BIRTH-YEAR
023355     MOVE MEMBER-STATUS     TO LK-MEMBER-STATUS
023356     IF MEMBER-MERGED
023357         SET LK-ST-REJ-MERGED TO TRUE
023358         GO TO 6950-EXIT
023359     END-IF
023360     IF NOT MEMBER-DEACTIVATED
023361         SET LK-ST-REJ-ALREADY-ACT TO TRUE
023362         GO TO 6950-EXIT
023363     END-IF
023364
023365     ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD
023366     MOVE MEMBER-RECORD     TO WS-BEFORE-IMAGE
023367     MOVE MEMBER-STATUS     TO WS-STAT-OLD
023368     MOVE SPACES            TO MEMBER-EMAIL MEMBER-PHONE
023369     MOVE ZERO              TO MEMBER-DOB
023370     MOVE WS-CURR-DATE      TO MEMBER-ANON-DATE
023371     MOVE MEMBER-EMAIL      TO LK-EMAIL
023372     MOVE MEMBER-PHONE      TO LK-PHONE
023373     MOVE ZERO              TO LK-DOB
023374     REWRITE MEMBER-RECORD
023375     MOVE "R" TO WS-JOURNAL-ACTION
023376     PERFORM 7500-WRITE-CHANGE-JOURNAL THRU 7500-EXIT
023377     PERFORM 7000-WRITE-STATUS-HISTORY THRU 7000-EXIT
023378     SET LK-ST-ACCEPTED     TO TRUE.
023379
023380 6950-EXIT.
023381     EXIT.
023382
023383*****************************************************************
023384*    7000-WRITE-STATUS-HISTORY  -  ONE ROW PER STATUS CHANGE,
023385*                                  STAMPED AND SIGNED.  A BLANK
023386*                                  REASON GOES ON FILE AS "NONE"
023387*                                  SO THE COLUMN IS NEVER EMPTY.
023388*                                  EACH ROW IS OPENED, WRITTEN
023389*                                  AND CLOSED AT ONCE - THE SAME
023390*                                  PATTERN AS THE EODHIST ROWS -
023391*                                  SO THE MAINTENANCE INQUIRY
023392*                                  CAN READ THE FILE MID-SESSION
023393*                                  AND SEE THE ROW JUST WRITTEN.
023394*****************************************************************
023395 7000-WRITE-STATUS-HISTORY.
023396     OPEN EXTEND STATUS-HISTORY
023397     IF WS-STATH-STATUS = "05" OR WS-STATH-STATUS = "35"
023398         OPEN OUTPUT STATUS-HISTORY
023399     END-IF
023400     IF NOT WS-STATH-OK
023401         DISPLAY "MEMBERREG: STATUS HISTORY NOT WRITTEN, "
023402                 "STATUS = " WS-STATH-STATUS
023403         GO TO 7000-EXIT
023404     END-IF
023405
023406     ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD
023407     ACCEPT WS-CURR-TIME FROM TIME
023408
023409     MOVE MEMBER-ID       TO STAT-MEMBER-ID
023410     MOVE WS-STAT-OLD     TO STAT-OLD-STATUS
023411     MOVE MEMBER-STATUS   TO STAT-NEW-STATUS
023412     MOVE WS-TIMESTAMP    TO STAT-TIMESTAMP
023413     MOVE LK-OPERATOR-ID  TO STAT-OPERATOR-ID
023414     IF LK-REASON-CODE = SPACES OR LK-REASON-CODE = LOW-VALUES
023415         MOVE "NONE"          TO STAT-REASON-CODE
023416     ELSE
023417         MOVE LK-REASON-CODE  TO STAT-REASON-CODE
023418     END-IF
023419     MOVE LK-APPROVER-ID  TO STAT-APPROVER-ID
023420     MOVE WS-STAT-PARTNER TO STAT-MERGE-PARTNER-ID
023421
023422     WRITE STATUS-HISTORY-RECORD
023423
023424     CLOSE STATUS-HISTORY.
023425
023426 7000-EXIT.
023427     EXIT.
023428
023429*****************************************************************
023430*    7500-WRITE-CHANGE-JOURNAL  -  ONE CHGJRNL ROW PER MASTER
023431*                                  WRITE THAT TOOK EFFECT, WITH
023432*                                  THE RECORD BEFORE AND AFTER.
023433*                                  OPENED, WRITTEN AND CLOSED AT
023434*                                  ONCE THE STATUS-HISTORY WAY,
023435*                                  SO A ROW IS ON DISK THE
023436*                                  MOMENT THE MASTER CHANGES.
023437*****************************************************************
023438 7500-WRITE-CHANGE-JOURNAL.
023439     IF NOT WS-MEMMAST-OK AND NOT WS-MEMMAST-DUP-KEY
023440         GO TO 7500-EXIT
023441     END-IF
023442
023443     OPEN EXTEND CHANGE-JOURNAL
023444     IF WS-CHGJRNL-STATUS = "05" OR WS-CHGJRNL-STATUS = "35"
023445         OPEN OUTPUT CHANGE-JOURNAL
023446     END-IF
023447     IF NOT WS-CHGJRNL-OK
023448         DISPLAY "MEMBERREG: CHANGE JOURNAL NOT WRITTEN, "
023449                 "STATUS = " WS-CHGJRNL-STATUS
023450         GO TO 7500-EXIT
023451     END-IF
023452
023453     ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD
023454     ACCEPT WS-CURR-TIME FROM TIME
023455
023456     INITIALIZE CHANGE-JOURNAL-RECORD
023457     SET CJ-IMAGE            TO TRUE
023458     MOVE WS-CURR-DATE       TO CJ-DATE
023459     MOVE WS-CURR-TIME       TO CJ-TIME
023460     SET CJ-MEMBER-MASTER    TO TRUE
023461     MOVE WS-JOURNAL-ACTION  TO CJ-ACTION
023462     MOVE MEMBER-ID          TO CJ-MEMBER-ID
023463     MOVE LK-OPERATOR-ID     TO CJ-OPERATOR-ID
023464     MOVE "MEMBERREG"        TO CJ-PROGRAM
023465     MOVE WS-BEFORE-IMAGE    TO CJ-BEFORE-IMAGE
023466     MOVE MEMBER-RECORD      TO CJ-AFTER-IMAGE
023467     WRITE CHANGE-JOURNAL-RECORD
023468
023469     CLOSE CHANGE-JOURNAL.
023470
023471 7500-EXIT.
023472     EXIT.
023473
023474*****************************************************************
023475*    8000-CLOSE-FILES  -  CALLED ONCE BY THE OWNING PROGRAM AT
023476*                         END OF RUN
023477*****************************************************************
023478 8000-CLOSE-FILES.
023500     IF WS-FILES-ARE-OPEN
023600         CLOSE MEMBER-MASTER CONTROL-FILE AUDIT-LOG
023620         IF WS-DEPT-CHECK-ON
023640             CLOSE DEPARTMENT-MASTER
023660             MOVE "N" TO WS-DEPT-CHECK-SW
023680         END-IF
023700         MOVE "N" TO WS-FILES-OPEN-SW
023710         MOVE "C" TO WS-FEE-FUNCTION
023720         PERFORM 4900-CALL-FEEPOST THRU 4900-EXIT

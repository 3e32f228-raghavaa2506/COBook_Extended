000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PENDAPPR.
000300 AUTHOR.        R. IYENGAR - APPLICATIONS.
000400 INSTALLATION.  IIT TIRUPATI - MEMBER SERVICES.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  MODIFICATION HISTORY
000900*  DATE        INIT  DESCRIPTION
001000*  2026-10-15  RI    ORIGINAL - SUPERVISOR APPROVAL SCREEN FOR
001100*                    THE PENDING-CHANGE FILE (PENDCHG).  ONLY AN
001200*                    ACTIVE OPERATOR CARRYING THE SUPERVISOR FLAG
001300*                    ON THE OPERATOR MASTER MAY USE IT, AND A
001400*                    SUPERVISOR NEVER SEES A CHANGE THEY KEYED
001500*                    THEMSELVES.  EACH WAITING DEACTIVATION,
001600*                    REINSTATEMENT OR DATE-OF-BIRTH CORRECTION IS
001700*                    SHOWN BESIDE THE MEMBER AS NOW ON FILE AND
001800*                    IS APPROVED, REJECTED OR SKIPPED.  AN
001900*                    APPROVED CHANGE IS APPLIED THROUGH MEMBERREG
002000*                    UNDER THE ID OF THE OPERATOR WHO KEYED IT,
002100*                    WITH THE SUPERVISOR AS APPROVER, SO BOTH IDS
002200*                    LAND ON THE AUDITLOG AND STATHIST ROWS.  A
002300*                    REQUEST OLDER THAN THE "PENDDAYS" SITE
002400*                    PARAMETER (DEFAULT 3 DAYS) IS EXPIRED, NOT
002500*                    OFFERED.
002510*  2026-10-15  RI    A MERGE REQUEST IS SHOWN WITH BOTH MEMBERS
002520*                    AS NOW ON FILE - THE ONE TO BE RETIRED AND
002530*                    THE ONE WHO SURVIVES - AND WHEN APPROVED IS
002540*                    APPLIED THROUGH THE NEW MEMBERREG MERGE
002550*                    FUNCTION ("G").
002560*  2026-10-15  RI    THE END-OF-FILE AND DONE SWITCHES AND THE
002570*                    SESSION COUNTERS ARE RESET ON ENTRY - THE
002580*                    MENU CALLS THIS PROGRAM AGAIN WITHOUT A
002590*                    CANCEL, SO A SECOND SESSION REVIEWED NOTHING.
002600*****************************************************************
002700
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT PENDING-FILE    ASSIGN TO "PENDCHG"
003200         ORGANIZATION IS INDEXED
003300         ACCESS MODE IS DYNAMIC
003400         RECORD KEY IS PEND-KEY
003500         FILE STATUS IS WS-PEND-STATUS.
003600
003700     SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS DYNAMIC
004000         RECORD KEY IS OPER-ID
004100         FILE STATUS IS WS-OPERMAST-STATUS.
004200
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  PENDING-FILE
004600     LABEL RECORDS ARE STANDARD.
004700 COPY PENDREC.
004800
004900 FD  OPERATOR-MASTER
005000     LABEL RECORDS ARE STANDARD.
005100 COPY OPERREC.
005200
005300 WORKING-STORAGE SECTION.
005400*****************************************************************
005500*    FILE STATUS AND SWITCHES
005600*****************************************************************
005700 01  WS-PEND-STATUS          PIC X(02) VALUE "00".
005800     88  WS-PEND-OK                  VALUE "00".
005900     88  WS-PEND-NOT-FOUND           VALUE "35".
006000
006100 01  WS-OPERMAST-STATUS      PIC X(02) VALUE "00".
006200     88  WS-OPERMAST-OK              VALUE "00".
006300
006400 01  WS-PEND-OPEN-SW         PIC X(01) VALUE "N".
006500     88  WS-PEND-IS-OPEN             VALUE "Y".
006600
006700 01  WS-PEND-EOF-SW          PIC X(01) VALUE "N".
006800     88  WS-PEND-EOF                 VALUE "Y".
006900
007000 01  WS-SUPERVISOR-SW        PIC X(01) VALUE "N".
007100     88  WS-IS-SUPERVISOR            VALUE "Y".
007200
007300 01  WS-DONE-SW              PIC X(01) VALUE "N".
007400     88  WS-DONE                     VALUE "Y".
007500
007600*****************************************************************
007700*    SESSION COUNTERS
007800*****************************************************************
007900 01  WS-APPR-COUNTERS.
008000     05  WS-APPR-WAITING     PIC 9(05) VALUE ZERO.
008100     05  WS-APPR-APPROVED    PIC 9(05) VALUE ZERO.
008200     05  WS-APPR-FAILED      PIC 9(05) VALUE ZERO.
008300     05  WS-APPR-REJECTED    PIC 9(05) VALUE ZERO.
008400     05  WS-APPR-SKIPPED     PIC 9(05) VALUE ZERO.
008500     05  WS-APPR-OWN         PIC 9(05) VALUE ZERO.
008600     05  WS-APPR-EXPIRED     PIC 9(05) VALUE ZERO.
008700
008800*****************************************************************
008900*    INPUT WORK AREAS
009000*****************************************************************
009100 01  WS-ACTION-X             PIC X(01).
009200     88  WS-ACTION-APPROVE           VALUE "A", "a".
009300     88  WS-ACTION-REJECT            VALUE "R", "r".
009400     88  WS-ACTION-SKIP              VALUE "S", "s".
009500     88  WS-ACTION-EXIT              VALUE "X", "x".
009600     88  WS-ACTION-VALID             VALUE "A", "a", "R", "r",
009700                                           "S", "s", "X", "x".
009800
009900 01  WS-REJECT-REASON-X      PIC X(04).
010000 01  WS-CHANGE-TEXT          PIC X(24).
010100
010200*****************************************************************
010300*    DATE WORK AREAS - INTEGER-OF-DATE DOES THE CALENDAR
010400*    ARITHMETIC FOR THE EXPIRY AGE
010500*****************************************************************
010600 01  WS-TODAY.
010700     05  WS-TODAY-YEAR       PIC 9(04).
010800     05  WS-TODAY-MONTH      PIC 9(02).
010900     05  WS-TODAY-DAY        PIC 9(02).
011000 01  WS-TODAY-NUM REDEFINES WS-TODAY
011100                             PIC 9(08).
011200
011300 01  WS-DATE-TIME.
011400     05  WS-CURR-DATE        PIC 9(08).
011500     05  WS-CURR-TIME        PIC 9(08).
011600 01  WS-TIMESTAMP REDEFINES WS-DATE-TIME
011700                             PIC 9(16).
011800
011900 01  WS-KEYED-STAMP          PIC 9(16).
012000 01  WS-KEYED-STAMP-R REDEFINES WS-KEYED-STAMP.
012100     05  WS-KEYED-DATE       PIC 9(08).
012200     05  WS-KEYED-TIME       PIC 9(08).
012300
012400 01  WS-TODAY-DAY-NO         PIC 9(07) VALUE ZERO.
012500 01  WS-KEYED-DAY-NO         PIC 9(07) VALUE ZERO.
012600 01  WS-AGE-DAYS             PIC S9(07) VALUE ZERO.
012700 01  WS-PENDING-DAYS         PIC 9(03) VALUE 3.
012800
012900*****************************************************************
013000*    PARAMETER OVERRIDE - THE EXPIRY AGE MAY BE SET IN THE
013100*    SITEPARM FILE THROUGH PARMGET AT START-UP
013200*****************************************************************
013300 01  WS-PARM-KEY             PIC X(08).
013400 01  WS-PARM-VALUE           PIC 9(08) VALUE ZERO.
013500 01  WS-PARM-STATUS          PIC X(02) VALUE SPACES.
013600     88  WS-PARM-FOUND               VALUE "00".
013700
013800 01  WS-OPERATOR-ID          PIC X(08) VALUE SPACES.
013900
014000*****************************************************************
014100*    LINKAGE TO THE OPERSIGN SUBPROGRAM
014200*****************************************************************
014300 01  WS-SGN-FUNCTION         PIC X(01).
014400 01  WS-SGN-OPERATOR-NAME    PIC X(30).
014500 01  WS-SGN-ALLOWED-FUNCS    PIC X(08).
014600 01  WS-SGN-STATUS           PIC X(02).
014700     88  WS-SGN-SIGNED-ON            VALUE "00".
014800     88  WS-SGN-NO-MASTER            VALUE "30".
014900
015000*****************************************************************
015100*    LINKAGE TO THE MEMBERREG SUBPROGRAM - THE OPERATOR ID
015200*    PASSED IS THE ONE WHO KEYED THE CHANGE; THE SUPERVISOR
015300*    GOES IN AS APPROVER
015400*****************************************************************
015500 01  WS-REG-FUNCTION         PIC X(01).
015600 01  WS-REG-OPERATOR-ID      PIC X(08).
015700 01  WS-REG-SOURCE           PIC X(01) VALUE "O".
015800 01  WS-REG-NAME             PIC X(30).
015900 01  WS-REG-AGE              PIC 9(03).
016000 01  WS-REG-BIRTH-YEAR       PIC 9(04).
016100 01  WS-REG-MEMBER-ID        PIC 9(06).
016200 01  WS-REG-STATUS           PIC X(02).
016300     88  WS-REG-ACCEPTED             VALUE "00".
016400     88  WS-REG-REJ-NOT-FOUND        VALUE "30".
016500
016600 01  WS-REG-MEMBER-STATUS    PIC X(01).
016700     88  WS-REG-MEMBER-ACTIVE        VALUE "A".
016800     88  WS-REG-MEMBER-DEACT         VALUE "D".
016900     88  WS-REG-MEMBER-LAPSED        VALUE "L".
017000
017100 01  WS-REG-CONTACT-DETAILS.
017200     05  WS-REG-DEPT-CODE    PIC X(04) VALUE SPACES.
017300     05  WS-REG-EMAIL        PIC X(40) VALUE SPACES.
017400     05  WS-REG-PHONE        PIC X(15) VALUE SPACES.
017500
017600 01  WS-REG-REASON-CODE      PIC X(04) VALUE SPACES.
017700
017800 01  WS-REG-DOB              PIC 9(08) VALUE ZERO.
017900
018000 01  WS-REG-EXPIRY-DATE      PIC 9(08) VALUE ZERO.
018100
018200 01  WS-REG-APPROVER-ID      PIC X(08) VALUE SPACES.
018250 01  WS-REG-MERGE-INTO-ID    PIC 9(06) VALUE ZERO.
018300
018400 PROCEDURE DIVISION.
018500 0000-MAINLINE.
018600     PERFORM 0500-RESOLVE-OPERATOR THRU 0500-EXIT
018700     IF NOT WS-SGN-SIGNED-ON
018800         DISPLAY "Approvals closed - no operator signed on."
018900         GO TO 0000-EXIT
019000     END-IF
019100
019200     PERFORM 0600-CHECK-SUPERVISOR THRU 0600-EXIT
019300     IF NOT WS-IS-SUPERVISOR
019400         DISPLAY "Operator " WS-OPERATOR-ID " is not an active "
019500                 "supervisor - approvals closed."
019600         GO TO 0000-EXIT
019700     END-IF
019800
019900     PERFORM 1000-INITIALIZE THRU 1000-EXIT
020000     IF NOT WS-PEND-IS-OPEN
020100         GO TO 0000-EXIT
020200     END-IF
020300
020400     PERFORM 2000-REVIEW-REQUEST THRU 2000-EXIT
020500         UNTIL WS-PEND-EOF OR WS-DONE
020600     PERFORM 8000-TERMINATE THRU 8000-EXIT.
020700
020800 0000-EXIT.
020900     GOBACK.
021000
021100*****************************************************************
021200*    0500-RESOLVE-OPERATOR  -  TAKE THE OPERATOR ALREADY SIGNED
021300*                              ON THROUGH THE MENU, OR PROMPT
021400*                              FOR ONE WHEN RUN STANDALONE.
021500*                              THERE IS NO DEFAULT ID HERE - A
021600*                              SUPERVISOR MUST BE A REAL ONE.
021700*****************************************************************
021800 0500-RESOLVE-OPERATOR.
021900     MOVE "Q" TO WS-SGN-FUNCTION
022000     PERFORM 0510-CALL-OPERSIGN THRU 0510-EXIT
022100     IF WS-SGN-SIGNED-ON
022200         GO TO 0500-EXIT
022300     END-IF
022400
022500     MOVE "P" TO WS-SGN-FUNCTION
022600     PERFORM 0510-CALL-OPERSIGN THRU 0510-EXIT.
022700
022800 0500-EXIT.
022900     EXIT.
023000
023100*****************************************************************
023200*    0510-CALL-OPERSIGN
023300*****************************************************************
023400 0510-CALL-OPERSIGN.
023500     CALL "OPERSIGN" USING WS-SGN-FUNCTION WS-OPERATOR-ID
023600         WS-SGN-OPERATOR-NAME WS-SGN-ALLOWED-FUNCS
023700         WS-SGN-STATUS.
023800
023900 0510-EXIT.
024000     EXIT.
024100
024200*****************************************************************
024300*    0600-CHECK-SUPERVISOR  -  THE SIGNED-ON OPERATOR MUST BE
024400*                              ACTIVE AND FLAGGED AS A
024500*                              SUPERVISOR ON THE OPERATOR MASTER
024600*****************************************************************
024700 0600-CHECK-SUPERVISOR.
024800     MOVE "N" TO WS-SUPERVISOR-SW
024900     OPEN INPUT OPERATOR-MASTER
025000     IF NOT WS-OPERMAST-OK
025100         DISPLAY "PENDAPPR: UNABLE TO OPEN OPERATOR MASTER, "
025200                 "STATUS = " WS-OPERMAST-STATUS
025300         GO TO 0600-EXIT
025400     END-IF
025500
025600     MOVE WS-OPERATOR-ID TO OPER-ID
025700     READ OPERATOR-MASTER KEY IS OPER-ID
025800         INVALID KEY
025900             CONTINUE
026000         NOT INVALID KEY
026100             IF OPER-IS-ACTIVE AND OPER-IS-SUPERVISOR
026200                 SET WS-IS-SUPERVISOR TO TRUE
026300             END-IF
026400     END-READ
026500     CLOSE OPERATOR-MASTER.
026600
026700 0600-EXIT.
026800     EXIT.
026900
027000*****************************************************************
027100*    1000-INITIALIZE  -  DATES, EXPIRY AGE, AND THE PENDING
027200*                        FILE POSITIONED AT ITS FIRST REQUEST
027300*****************************************************************
027400 1000-INITIALIZE.
027430     MOVE "N" TO WS-PEND-EOF-SW WS-DONE-SW
027460     INITIALIZE WS-APPR-COUNTERS
027500     ACCEPT WS-TODAY FROM DATE YYYYMMDD
027600     COMPUTE WS-TODAY-DAY-NO =
027700         FUNCTION INTEGER-OF-DATE (WS-TODAY-NUM)
027800
027900     MOVE "PENDDAYS" TO WS-PARM-KEY
028000     CALL "PARMGET" USING WS-PARM-KEY WS-PARM-VALUE
028100         WS-PARM-STATUS
028200*    A MONTH IS AS LONG AS ANY CHANGE SHOULD SIT UNDECIDED;
028300*    PAST THAT KEEP THE DEFAULT
028400     IF WS-PARM-FOUND AND WS-PARM-VALUE > ZERO
028500             AND WS-PARM-VALUE < 31
028600         MOVE WS-PARM-VALUE TO WS-PENDING-DAYS
028700     END-IF
028800
028900     OPEN I-O PENDING-FILE
029000     IF WS-PEND-NOT-FOUND
029100         DISPLAY "No changes are waiting for approval."
029200         GO TO 1000-EXIT
029300     END-IF
029400     IF NOT WS-PEND-OK
029500         DISPLAY "PENDAPPR: UNABLE TO OPEN PENDING FILE, "
029600                 "STATUS = " WS-PEND-STATUS
029700         GO TO 1000-EXIT
029800     END-IF
029900     SET WS-PEND-IS-OPEN TO TRUE
030000
030100     MOVE ZERO   TO PEND-MEMBER-ID
030200     MOVE SPACES TO PEND-CHANGE-TYPE
030300     MOVE ZERO   TO PEND-KEYED-STAMP
030400     START PENDING-FILE KEY IS NOT LESS THAN PEND-KEY
030500         INVALID KEY
030600             SET WS-PEND-EOF TO TRUE
030700     END-START
030800     IF NOT WS-PEND-EOF
030900         PERFORM 1100-READ-PENDING THRU 1100-EXIT
031000     END-IF.
031100
031200 1000-EXIT.
031300     EXIT.
031400
031500*****************************************************************
031600*    1100-READ-PENDING
031700*****************************************************************
031800 1100-READ-PENDING.
031900     READ PENDING-FILE NEXT RECORD
032000         AT END
032100             SET WS-PEND-EOF TO TRUE
032200     END-READ
032300     IF NOT WS-PEND-OK
032400         SET WS-PEND-EOF TO TRUE
032500     END-IF.
032600
032700 1100-EXIT.
032800     EXIT.
032900
033000*****************************************************************
033100*    2000-REVIEW-REQUEST  -  ONE PENDING-FILE RECORD.  DECIDED
033200*                            RECORDS ARE PASSED OVER, STALE ONES
033300*                            EXPIRED, AND THE SUPERVISOR'S OWN
033400*                            LEFT FOR SOMEONE ELSE.
033500*****************************************************************
033600 2000-REVIEW-REQUEST.
033700     IF NOT PEND-IS-PENDING
033800         GO TO 2000-NEXT
033900     END-IF
034000
034100     MOVE PEND-KEYED-STAMP TO WS-KEYED-STAMP
034200     COMPUTE WS-KEYED-DAY-NO =
034300         FUNCTION INTEGER-OF-DATE (WS-KEYED-DATE)
034400     COMPUTE WS-AGE-DAYS = WS-TODAY-DAY-NO - WS-KEYED-DAY-NO
034500     IF WS-AGE-DAYS > WS-PENDING-DAYS
034600         PERFORM 2100-EXPIRE-REQUEST THRU 2100-EXIT
034700         GO TO 2000-NEXT
034800     END-IF
034900
035000     IF PEND-KEYED-BY = WS-OPERATOR-ID
035100         ADD 1 TO WS-APPR-OWN
035200         DISPLAY "Member " PEND-MEMBER-ID " - change keyed by "
035300                 "you; left for another supervisor."
035400         GO TO 2000-NEXT
035500     END-IF
035600
035700     ADD 1 TO WS-APPR-WAITING
035800     PERFORM 2200-SHOW-REQUEST THRU 2200-EXIT
035900
036000     MOVE SPACE TO WS-ACTION-X
036100     PERFORM 2300-ACTION-PROMPT THRU 2300-EXIT
036200         UNTIL WS-ACTION-VALID
036300
036400     EVALUATE TRUE
036500         WHEN WS-ACTION-APPROVE
036600             PERFORM 2400-APPROVE-REQUEST THRU 2400-EXIT
036700         WHEN WS-ACTION-REJECT
036800             PERFORM 2500-REJECT-REQUEST THRU 2500-EXIT
036900         WHEN WS-ACTION-SKIP
037000             ADD 1 TO WS-APPR-SKIPPED
037100             DISPLAY "Left pending."
037200         WHEN WS-ACTION-EXIT
037300             ADD 1 TO WS-APPR-SKIPPED
037400             SET WS-DONE TO TRUE
037500             GO TO 2000-EXIT
037600     END-EVALUATE.
037700
037800 2000-NEXT.
037900     PERFORM 1100-READ-PENDING THRU 1100-EXIT.
038000
038100 2000-EXIT.
038200     EXIT.
038300
038400*****************************************************************
038500*    2100-EXPIRE-REQUEST  -  NOBODY DECIDED IN TIME; THE CHANGE
038600*                            IS NEVER APPLIED AND PENDRPT
038700*                            REPORTS IT
038800*****************************************************************
038900 2100-EXPIRE-REQUEST.
039000     SET PEND-IS-EXPIRED TO TRUE
039100     MOVE WS-OPERATOR-ID TO PEND-DECIDED-BY
039200     PERFORM 2900-REWRITE-REQUEST THRU 2900-EXIT
039300     ADD 1 TO WS-APPR-EXPIRED
039400     DISPLAY "Member " PEND-MEMBER-ID " - change keyed "
039500             WS-KEYED-DATE " has expired unapproved.".
039600
039700 2100-EXIT.
039800     EXIT.
039900
040000*****************************************************************
040100*    2200-SHOW-REQUEST  -  THE CHANGE AS KEYED, THEN THE MEMBER
040200*                          AS NOW ON FILE, SO A WRONG MEMBER-ID
040300*                          STANDS OUT
040400*****************************************************************
040500 2200-SHOW-REQUEST.
040600     EVALUATE TRUE
040700         WHEN PEND-DEACTIVATE
040800             MOVE "DEACTIVATE"           TO WS-CHANGE-TEXT
040900         WHEN PEND-REINSTATE
041000             MOVE "REINSTATE"            TO WS-CHANGE-TEXT
041100         WHEN PEND-DOB-CHANGE
041200             MOVE "DATE OF BIRTH CHANGE" TO WS-CHANGE-TEXT
041230         WHEN PEND-MERGE
041260             MOVE "MERGE INTO SURVIVOR"  TO WS-CHANGE-TEXT
041300         WHEN OTHER
041400             MOVE "UNKNOWN CHANGE"       TO WS-CHANGE-TEXT
041500     END-EVALUATE
041600
041700     DISPLAY "-----------------------------------------------"
041800     DISPLAY "Member    : " PEND-MEMBER-ID " " PEND-MEMBER-NAME
041900     DISPLAY "Change    : " WS-CHANGE-TEXT
042000     DISPLAY "Keyed by  : " PEND-KEYED-BY " on " WS-KEYED-DATE
042100             " at " WS-KEYED-TIME (1:4) " (source "
042200             PEND-SOURCE ")"
042300     IF PEND-REASON-CODE NOT = SPACES
042400         DISPLAY "Reason    : " PEND-REASON-CODE
042500     END-IF
042600     IF PEND-DOB-CHANGE
042700         DISPLAY "Birth date: " PEND-OLD-DOB " to "
042800                 PEND-NEW-DOB
042900     END-IF
042920     IF PEND-MERGE
042940         DISPLAY "Survivor  : " PEND-MERGE-INTO-ID
042960     END-IF
043000
043100     MOVE PEND-MEMBER-ID TO WS-REG-MEMBER-ID
043200     MOVE WS-OPERATOR-ID TO WS-REG-OPERATOR-ID
043300     MOVE SPACES         TO WS-REG-APPROVER-ID
043400     MOVE "I" TO WS-REG-FUNCTION
043500     PERFORM 7000-CALL-MEMBERREG THRU 7000-EXIT
043600     IF WS-REG-ACCEPTED
043700         DISPLAY "On file   : " WS-REG-NAME " status "
043800                 WS-REG-MEMBER-STATUS " born " WS-REG-DOB
043900                 " dept " WS-REG-DEPT-CODE
044000     ELSE
044100         DISPLAY "On file   : member not found, status "
044200                 WS-REG-STATUS
044300     END-IF
044307
044314     IF PEND-MERGE AND PEND-MERGE-INTO-ID NUMERIC
044321         MOVE PEND-MERGE-INTO-ID TO WS-REG-MEMBER-ID
044328         PERFORM 7000-CALL-MEMBERREG THRU 7000-EXIT
044335         IF WS-REG-ACCEPTED
044342             DISPLAY "Survivor  : " WS-REG-NAME " status "
044349                     WS-REG-MEMBER-STATUS " born " WS-REG-DOB
044356                     " dept " WS-REG-DEPT-CODE
044363         ELSE
044370             DISPLAY "Survivor  : member not found, status "
044377                     WS-REG-STATUS
044384         END-IF
044391     END-IF.
044400
044500 2200-EXIT.
044600     EXIT.
044700
044800*****************************************************************
044900*    2300-ACTION-PROMPT
045000*****************************************************************
045100 2300-ACTION-PROMPT.
045200     DISPLAY "(A)pprove, (R)eject, (S)kip or e(X)it: "
045300     ACCEPT WS-ACTION-X
045400     IF NOT WS-ACTION-VALID
045500         DISPLAY "Please answer A, R, S or X."
045600     END-IF.
045700
045800 2300-EXIT.
045900     EXIT.
046000
046100*****************************************************************
046200*    2400-APPROVE-REQUEST  -  APPLY THROUGH MEMBERREG UNDER THE
046300*                             KEYING OPERATOR, WITH THIS
046400*                             SUPERVISOR AS APPROVER.  A CHANGE
046500*                             MEMBERREG REFUSES IS MARKED
046600*                             FAILED WITH ITS STATUS.
046700*****************************************************************
046800 2400-APPROVE-REQUEST.
046900     MOVE PEND-MEMBER-ID   TO WS-REG-MEMBER-ID
047000     MOVE PEND-KEYED-BY    TO WS-REG-OPERATOR-ID
047100     MOVE PEND-SOURCE      TO WS-REG-SOURCE
047200     MOVE PEND-REASON-CODE TO WS-REG-REASON-CODE
047300     MOVE WS-OPERATOR-ID   TO WS-REG-APPROVER-ID
047400
047500     EVALUATE TRUE
047600         WHEN PEND-DEACTIVATE
047700             MOVE "D" TO WS-REG-FUNCTION
047800             PERFORM 7000-CALL-MEMBERREG THRU 7000-EXIT
047900         WHEN PEND-REINSTATE
048000             MOVE "A" TO WS-REG-FUNCTION
048100             PERFORM 7000-CALL-MEMBERREG THRU 7000-EXIT
048200         WHEN PEND-DOB-CHANGE
048300             MOVE "I" TO WS-REG-FUNCTION
048400             PERFORM 7000-CALL-MEMBERREG THRU 7000-EXIT
048500             IF WS-REG-ACCEPTED
048600                 MOVE PEND-NEW-DOB TO WS-REG-DOB
048700                 MOVE "M" TO WS-REG-FUNCTION
048800                 PERFORM 7000-CALL-MEMBERREG THRU 7000-EXIT
048900             END-IF
048910         WHEN PEND-MERGE
048920             IF PEND-MERGE-INTO-ID NUMERIC
048930                 MOVE PEND-MERGE-INTO-ID TO WS-REG-MERGE-INTO-ID
048940                 MOVE "G" TO WS-REG-FUNCTION
048950                 PERFORM 7000-CALL-MEMBERREG THRU 7000-EXIT
048960             ELSE
048970                 MOVE "75" TO WS-REG-STATUS
048980             END-IF
049000         WHEN OTHER
049100             MOVE "90" TO WS-REG-STATUS
049200     END-EVALUATE
049300
049400     MOVE "O"               TO WS-REG-SOURCE
049500     MOVE WS-OPERATOR-ID    TO PEND-DECIDED-BY
049600     MOVE WS-REG-STATUS     TO PEND-RESULT-STATUS
049700     IF WS-REG-ACCEPTED
049800         SET PEND-IS-APPROVED TO TRUE
049900         ADD 1 TO WS-APPR-APPROVED
050000         DISPLAY "Approved and applied."
050100     ELSE
050200         SET PEND-IS-FAILED TO TRUE
050300         ADD 1 TO WS-APPR-FAILED
050400         DISPLAY "Approved, but MEMBERREG refused it - status "
050500                 WS-REG-STATUS "."
050600     END-IF
050700     PERFORM 2900-REWRITE-REQUEST THRU 2900-EXIT.
050800
050900 2400-EXIT.
051000     EXIT.
051100
051200*****************************************************************
051300*    2500-REJECT-REQUEST  -  NEVER APPLIED; AN OPTIONAL REASON
051400*                            CODE GOES ON THE REPORT
051500*****************************************************************
051600 2500-REJECT-REQUEST.
051700     DISPLAY "Rejection reason code (blank for none): "
051800     ACCEPT WS-REJECT-REASON-X
051900     MOVE WS-REJECT-REASON-X TO PEND-DECIDE-REASON
052000     MOVE WS-OPERATOR-ID     TO PEND-DECIDED-BY
052100     SET PEND-IS-REJECTED TO TRUE
052200     PERFORM 2900-REWRITE-REQUEST THRU 2900-EXIT
052300     ADD 1 TO WS-APPR-REJECTED
052400     DISPLAY "Rejected - the change will not be applied.".
052500
052600 2500-EXIT.
052700     EXIT.
052800
052900*****************************************************************
053000*    2900-REWRITE-REQUEST  -  STAMP THE DECISION AND PUT THE
053100*                             RECORD BACK
053200*****************************************************************
053300 2900-REWRITE-REQUEST.
053400     ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD
053500     ACCEPT WS-CURR-TIME FROM TIME
053600     MOVE WS-TIMESTAMP TO PEND-DECIDED-STAMP
053700     MOVE "N"          TO PEND-REPORTED-SW
053800     REWRITE PENDING-CHANGE-RECORD
053900         INVALID KEY
054000             DISPLAY "PENDAPPR: REWRITE FAILED, STATUS = "
054100                     WS-PEND-STATUS
054200     END-REWRITE.
054300
054400 2900-EXIT.
054500     EXIT.
054600
054700*****************************************************************
054800*    7000-CALL-MEMBERREG
054900*****************************************************************
055000 7000-CALL-MEMBERREG.
055100     CALL "MEMBERREG" USING WS-REG-FUNCTION WS-REG-OPERATOR-ID
055200         WS-REG-SOURCE WS-TODAY-YEAR WS-REG-NAME WS-REG-AGE
055300         WS-REG-BIRTH-YEAR WS-REG-MEMBER-ID WS-REG-STATUS
055400         WS-REG-MEMBER-STATUS WS-REG-CONTACT-DETAILS
055500         WS-REG-REASON-CODE WS-REG-DOB WS-REG-EXPIRY-DATE
055600         WS-REG-APPROVER-ID WS-REG-MERGE-INTO-ID.
055700
055800 7000-EXIT.
055900     EXIT.
056000
056100*****************************************************************
056200*    8000-TERMINATE  -  CLOSE UP AND SHOW THE SESSION TOTALS
056300*****************************************************************
056400 8000-TERMINATE.
056500     CLOSE PENDING-FILE
056600     MOVE "N" TO WS-PEND-OPEN-SW
056700
056800     MOVE "C" TO WS-REG-FUNCTION
056900     PERFORM 7000-CALL-MEMBERREG THRU 7000-EXIT
057000
057100     DISPLAY "-----------------------------------------------"
057200     DISPLAY "PENDAPPR SESSION TOTALS"
057300     DISPLAY "  OFFERED FOR DECISION : " WS-APPR-WAITING
057400     DISPLAY "  APPROVED AND APPLIED : " WS-APPR-APPROVED
057500     DISPLAY "  APPROVED BUT FAILED  : " WS-APPR-FAILED
057600     DISPLAY "  REJECTED             : " WS-APPR-REJECTED
057700     DISPLAY "  LEFT PENDING         : " WS-APPR-SKIPPED
057800     DISPLAY "  KEYED BY YOU, PASSED : " WS-APPR-OWN
057900     DISPLAY "  EXPIRED              : " WS-APPR-EXPIRED.
058000
058100 8000-EXIT.
058200     EXIT.

002261*                    THE PRINTED SUMMARY, SO THE FAILED STEP'S
002267*                    RETURN CODE IS SAVED AROUND THE CALL AND
002273*                    LEFT STANDING FOR THE OPERATOR'S SHELL.
002274*  2026-10-15  RI    ADDED MEMRENEW (THE ANNUAL RENEWAL AND
002275*                    LAPSE RUN) RIGHT AFTER FEEBATCH, SO THE
002276*                    NIGHT'S PAYMENTS COUNT BEFORE ANYONE IS
002277*                    LAPSED AND THE ROSTER AND EXTRACT THAT
002278*                    FOLLOW SHOW TONIGHT'S LAPSES.  THE LATER
002279*                    STEPS MOVE DOWN A SLOT - INSTALL BETWEEN
002280*                    WINDOWS, NOT OVER A PARTIAL ONE.
002282*  2026-10-15  RI    ADDED MEMCORR (MEMBER LETTERS AND ARREARS
002284*                    REMINDERS) AS THE LAST STEP, AFTER FEEAGED,
002286*                    SO THE REMINDERS GO OUT ON THE SAME AGING
002288*                    THE REGISTRAR'S LIST SHOWS.  THIS FILLS THE
002290*                    TENTH AND LAST SLOT OF THE CONTROL RECORD.
002299*  2026-10-15  RI    ADDED PENDRPT (EXPIRY AND REPORT OF PENDING
002308*                    MEMBER CHANGES NOT APPLIED) AS THE LAST
002317*                    STEP, AFTER MEMBATCH HAS QUEUED THE NIGHT'S
002326*                    DEACTIVATIONS AND REINSTATEMENTS.  THE
002335*                    CONTROL RECORD NOW CARRIES TWENTY SLOTS, SO
002344*                    EVERY SLOT IS CLEARED, NOT JUST THE STEPS
002353*                    IN USE.  REMOVE THE OLD EODCTL FILE BEFORE
002362*                    THE FIRST RUN ON THE NEW LAYOUT.
002363*  2026-10-15  RI    ADDED INTEGCHK (CROSS-FILE INTEGRITY CHECK)
002364*                    AS THE LAST STEP, SO IT SEES THE FILES AS
002365*                    THE WHOLE WINDOW LEFT THEM.  A STEP THAT
002366*                    ENDS WITH RETURN CODE 4 IS NOW "W" - COMPLETE
002367*                    WITH A WARNING: THE WINDOW CARRIES ON, A
002368*                    RERUN SKIPS IT, AND THE WINDOW ITSELF ENDS
002369*                    WITH RETURN CODE 4 UNLESS SOMETHING FAILED.
002370*  2026-10-15  RI    ADDED MONCLOSE (MONTH-END CLOSE) AS THE LAST
002371*                    STEP.  EACH STEP NOW HAS A SCHEDULE - "D"
002372*                    RUNS EVERY NIGHT, "M" ONLY ON THE LAST
002373*                    BUSINESS DAY OF THE MONTH (A WEEKDAY WHOSE
002374*                    NEXT WEEKDAY FALLS IN THE NEXT MONTH).  ON
002375*                    OTHER NIGHTS AN "M" STEP IS PASSED OVER AND
002376*                    ITS SLOT IS LEFT PENDING.
002378*  2026-10-15  RI    ADDED MEMANON (ANONYMISATION OF MEMBERS LONG
002380*                    DEACTIVATED) AS THE LAST STEP, ON THE
002382*                    MONTH-END SCHEDULE.
002384*****************************************************************
002386
002389 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT EOD-CONTROL-FILE ASSIGN TO "EODCTL"
004500
004600 01  WS-WINDOW-STOPPED-SW    PIC X(01) VALUE "N".
004700     88  WS-WINDOW-STOPPED           VALUE "Y".
004720
004740 01  WS-WARNING-SW           PIC X(01) VALUE "N".
004760     88  WS-STEP-WARNED              VALUE "Y".
004770
004780 01  WS-MONTH-END-SW         PIC X(01) VALUE "N".
004790     88  WS-MONTH-END-TODAY          VALUE "Y".
004800
004900*****************************************************************
005000*    THE STEP SEQUENCE - ONE ENTRY PER END-OF-DAY PROGRAM, IN
005100*    RUN ORDER.  THE CONTROL RECORD CARRIES TWENTY SLOTS SO A NEW
005200*    STEP ONLY NEEDS A NEW ENTRY HERE.  EODRPT IS NOT A STEP -
005250*    IT IS CALLED UNCONDITIONALLY AT END OF RUN.
005300*****************************************************************
005400 01  WS-STEP-COUNT           PIC 9(02) VALUE 14.
005500 01  WS-STEP-NAMES.
005550     05  FILLER              PIC X(09) VALUE "MEMUNLD".
005600     05  FILLER              PIC X(09) VALUE "MEMBATCH".
005650     05  FILLER              PIC X(09) VALUE "FEEBATCH".
005670     05  FILLER              PIC X(09) VALUE "MEMRENEW".
005700     05  FILLER              PIC X(09) VALUE "ROSTERRPT".
005800     05  FILLER              PIC X(09) VALUE "MEMBEXTR".
005850     05  FILLER              PIC X(09) VALUE "MEMPROJ".
005860     05  FILLER              PIC X(09) VALUE "MEMBRECON".
005865     05  FILLER              PIC X(09) VALUE "FEEAGED".
006100     05  FILLER              PIC X(09) VALUE "MEMCORR".
006150     05  FILLER              PIC X(09) VALUE "PENDRPT".
006170     05  FILLER              PIC X(09) VALUE "INTEGCHK".
006180     05  FILLER              PIC X(09) VALUE "MONCLOSE".
006190     05  FILLER              PIC X(09) VALUE "MEMANON".
006200 01  WS-STEP-TABLE REDEFINES WS-STEP-NAMES.
006300     05  WS-STEP-PROGRAM     OCCURS 14 TIMES PIC X(09).
006310*    ONE SCHEDULE LETTER PER STEP, IN THE SAME ORDER -
006320*    "D" EVERY NIGHT, "M" ON THE LAST BUSINESS DAY OF THE MONTH
006330 01  WS-STEP-SCHEDULES       PIC X(14) VALUE "DDDDDDDDDDDDMM".
006340 01  WS-STEP-SCHEDULE-TABLE REDEFINES WS-STEP-SCHEDULES.
006350     05  WS-STEP-SCHEDULE    OCCURS 14 TIMES PIC X(01).
006360         88  WS-STEP-MONTH-END       VALUE "M".
006400
006500 01  WS-STEP-SUB             PIC 9(02) COMP VALUE ZERO.
006510
007200     05  WS-CURR-TIME        PIC 9(08).
007300 01  WS-TIMESTAMP REDEFINES WS-DATE-TIME
007400                             PIC 9(16).
007410
007420*    BUSINESS-DAY ARITHMETIC - DAY NUMBER 1 (1601-01-01) WAS A
007430*    MONDAY, SO (DAY NUMBER - 1) MODULO 7 GIVES 0 = MONDAY ..
007440*    6 = SUNDAY
007450 01  WS-DAY-NUMBER           PIC 9(07) VALUE ZERO.
007460 01  WS-DAY-WORK             PIC 9(07) VALUE ZERO.
007470 01  WS-WEEK-COUNT           PIC 9(07) VALUE ZERO.
007480 01  WS-DAY-OF-WEEK          PIC 9(01) VALUE ZERO.
007490 01  WS-NEXT-BUS-DATE        PIC 9(08) VALUE ZERO.
007500
007600 PROCEDURE DIVISION.
007700 0000-MAINLINE.
009200 1000-INITIALIZE.
009300     ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD
009400     ACCEPT WS-CURR-TIME FROM TIME
009450     PERFORM 1200-CHECK-MONTH-END THRU 1200-EXIT
009500
009600     OPEN I-O EOD-CONTROL-FILE
009700     IF WS-EODCTL-NOT-FOUND
013400     MOVE WS-CURR-DATE TO EOD-RUN-DATE
013500     MOVE ZERO         TO WS-STEP-SUB
013600     PERFORM 1110-CLEAR-STEP-SLOT THRU 1110-EXIT
013700         UNTIL WS-STEP-SUB >= 20.
013800
013900 1100-EXIT.
014000     EXIT.
015000
015100 1110-EXIT.
015200     EXIT.
015202
015204*****************************************************************
015206*    1200-CHECK-MONTH-END  -  TODAY IS THE LAST BUSINESS DAY IF
015208*                             IT IS A WEEKDAY AND THE NEXT
015210*                             WEEKDAY IS IN ANOTHER MONTH
015212*****************************************************************
015214 1200-CHECK-MONTH-END.
015216     MOVE "N" TO WS-MONTH-END-SW
015218     COMPUTE WS-DAY-NUMBER =
015220         FUNCTION INTEGER-OF-DATE (WS-CURR-DATE)
015222     COMPUTE WS-DAY-WORK = WS-DAY-NUMBER - 1
015224     DIVIDE WS-DAY-WORK BY 7 GIVING WS-WEEK-COUNT
015226         REMAINDER WS-DAY-OF-WEEK
015228     IF WS-DAY-OF-WEEK > 4
015230         GO TO 1200-EXIT
015232     END-IF
015234
015236     MOVE 9 TO WS-DAY-OF-WEEK
015238     PERFORM 1210-NEXT-DAY THRU 1210-EXIT
015240         UNTIL WS-DAY-OF-WEEK < 5
015242     COMPUTE WS-NEXT-BUS-DATE =
015244         FUNCTION DATE-OF-INTEGER (WS-DAY-NUMBER)
015246     IF WS-NEXT-BUS-DATE (1:6) NOT = WS-CURR-DATE (1:6)
015248         SET WS-MONTH-END-TODAY TO TRUE
015250         DISPLAY "EODDRIVER: LAST BUSINESS DAY OF THE MONTH - "
015252                 "MONTH-END STEPS WILL RUN."
015254     END-IF.
015256
015258 1200-EXIT.
015260     EXIT.
015262
015264*****************************************************************
015266*    1210-NEXT-DAY  -  ONE CALENDAR DAY FORWARD
015268*****************************************************************
015270 1210-NEXT-DAY.
015272     ADD 1 TO WS-DAY-NUMBER
015274     COMPUTE WS-DAY-WORK = WS-DAY-NUMBER - 1
015276     DIVIDE WS-DAY-WORK BY 7 GIVING WS-WEEK-COUNT
015278         REMAINDER WS-DAY-OF-WEEK.
015280
015282 1210-EXIT.
015284     EXIT.
015300
015400*****************************************************************
015500*    2000-RUN-STEPS  -  WALK THE SEQUENCE, SKIPPING STEPS THE
017000*                          THE OUTCOME.  EVERY STAMP IS
017100*                          REWRITTEN AT ONCE SO AN ABEND MID-
017200*                          STEP IS VISIBLE ON THE NEXT RERUN.
017230*                          RETURN CODE 4 IS A WARNING, NOT A
017260*                          FAILURE - THE WINDOW CARRIES ON.
017300*****************************************************************
017400 2100-RUN-ONE-STEP.
017500     ADD 1 TO WS-STEP-SUB
017600
017610     IF WS-STEP-MONTH-END (WS-STEP-SUB)
017620             AND NOT WS-MONTH-END-TODAY
017630         DISPLAY "EODDRIVER: STEP " WS-STEP-SUB " "
017640                 WS-STEP-PROGRAM (WS-STEP-SUB)
017650                 " NOT DUE UNTIL MONTH END - PASSED OVER."
017660         GO TO 2100-EXIT
017670     END-IF
017680
017700     IF EOD-STEP-COMPLETE (WS-STEP-SUB)
017720         IF EOD-STEP-WARNING (WS-STEP-SUB)
017740             SET WS-STEP-WARNED TO TRUE
017760         END-IF
017800         DISPLAY "EODDRIVER: STEP " WS-STEP-SUB " "
017900                 WS-STEP-PROGRAM (WS-STEP-SUB)
018000                 " ALREADY COMPLETE - SKIPPED."
019700     ACCEPT WS-CURR-TIME FROM TIME
019800     MOVE WS-TIMESTAMP TO EOD-STEP-END (WS-STEP-SUB)
019900
020000     EVALUATE RETURN-CODE
020050         WHEN ZERO
020100             MOVE "C" TO EOD-STEP-STATUS (WS-STEP-SUB)
020200             DISPLAY "EODDRIVER: STEP " WS-STEP-SUB " "
020300                     WS-STEP-PROGRAM (WS-STEP-SUB) " COMPLETE."
020310         WHEN 4
020320             MOVE "W" TO EOD-STEP-STATUS (WS-STEP-SUB)
020330             DISPLAY "EODDRIVER: STEP " WS-STEP-SUB " "
020340                     WS-STEP-PROGRAM (WS-STEP-SUB)
020350                     " COMPLETE WITH WARNINGS."
020360             SET WS-STEP-WARNED TO TRUE
020400         WHEN OTHER
020500             MOVE "F" TO EOD-STEP-STATUS (WS-STEP-SUB)
020600             DISPLAY "EODDRIVER: STEP " WS-STEP-SUB " "
020700                     WS-STEP-PROGRAM (WS-STEP-SUB)
020800                     " FAILED, RETURN CODE " RETURN-CODE
020900                     " - WINDOW STOPPED."
021000             SET WS-WINDOW-STOPPED TO TRUE
021100     END-EVALUATE
021200
021300     REWRITE EOD-CONTROL-RECORD
021310
022110*                       THE OPERATIONS SUMMARY PRINTS WHETHER
022120*                       THE WINDOW COMPLETED OR STOPPED - THE
022130*                       STOPPED NIGHTS ARE THE ONES THE MORNING
022140*                       SHIFT MOST NEEDS ON PAPER.  A WINDOW
022160*                       THAT RAN TO THE END WITH A WARNING
022180*                       STEP ENDS WITH RETURN CODE 4.
022200*****************************************************************
022300 8000-TERMINATE.
022400     IF WS-EODCTL-OK
022500         CLOSE EOD-CONTROL-FILE
022600     END-IF
022610
022612     IF WS-STEP-WARNED AND NOT WS-WINDOW-STOPPED
022614         MOVE 4 TO RETURN-CODE
022616     END-IF
022620     MOVE RETURN-CODE TO WS-SAVED-RC
022630     CALL "EODRPT"
022640     MOVE WS-SAVED-RC TO RETURN-CODE
022900         DISPLAY "EODDRIVER: WINDOW DID NOT COMPLETE - RERUN "
023000                 "TO RESUME FROM THE FAILED STEP."
023100     ELSE
023120         IF WS-STEP-WARNED
023140             DISPLAY "EODDRIVER: WINDOW COMPLETE WITH WARNINGS "
023160                     "- SEE THE STEP OUTCOMES."
023180         ELSE
023200             DISPLAY "EODDRIVER: WINDOW COMPLETE."
023250         END-IF
023300     END-IF.
023400
023500 8000-EXIT.

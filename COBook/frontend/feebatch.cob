001800*                    TOTALS GO TO THE CONSOLE AND TO THE EODHIST
001900*                    RUN HISTORY FOR THE MORNING SUMMARY.  RUNS
002000*                    IN THE END-OF-DAY WINDOW AFTER MEMBATCH.
002010*  2026-10-15  RI    FEEPAY NOW ALSO CARRIES THE REGISTRAR'S
002020*                    WAIVERS ("W"), REFUNDS ("R") AND WRITE-OFFS
002030*                    ("X") BY PAY-TRAN-TYPE, POSTED THROUGH THE
002040*                    MATCHING FEEPOST FUNCTIONS WITH THE RECORD'S
002050*                    REASON CODE AND OPERATOR "BATCH01" FOR THE
002060*                    FEE JOURNAL.  AN UNKNOWN TYPE IS UNUSABLE
002070*                    ("90").  THE SUSPENSE RECORD KEEPS THE TYPE
002080*                    AND REASON SO A RESUBMISSION LOSES NEITHER,
002090*                    AND ADJUSTMENTS GET THEIR OWN CONTROL TOTAL.
002093*  2026-10-15  RI    PASSES THE NEW MERGE PARAMETER (ZERO) ON
002096*                    EVERY FEEPOST CALL.
002100*****************************************************************
002200
002300 ENVIRONMENT DIVISION.
004900     05  FSUSP-MEMBER-ID     PIC 9(06).
005000     05  FSUSP-AMOUNT        PIC 9(05)V99.
005100     05  FSUSP-PAY-DATE      PIC 9(08).
005130     05  FSUSP-TRAN-TYPE     PIC X(01).
005160     05  FSUSP-REASON-CODE   PIC X(04).
005200
005300 FD  EOD-HISTORY
005400     LABEL RECORDS ARE STANDARD.
008700     05  WS-READ-COUNT       PIC 9(06) VALUE ZERO.
008800     05  WS-APPLIED-COUNT    PIC 9(06) VALUE ZERO.
008900     05  WS-REJECTED-COUNT   PIC 9(06) VALUE ZERO.
008950     05  WS-ADJUSTED-COUNT   PIC 9(06) VALUE ZERO.
009000     05  WS-SUSPENSE-COUNT   PIC 9(06) VALUE ZERO.
009100
009200 01  WS-AMOUNT-APPLIED       PIC 9(09)V99 VALUE ZERO.
009220 01  WS-AMOUNT-ADJUSTED      PIC 9(09)V99 VALUE ZERO.
009240
009260 01  WS-OPERATOR-ID          PIC X(08) VALUE "BATCH01".
009300
009400 01  WS-TODAY.
009500     05  WS-TODAY-YEAR       PIC 9(04).
011000 01  WS-FEE-BALANCE          PIC S9(07)V99 VALUE ZERO.
011100 01  WS-FEE-STATUS           PIC X(02) VALUE SPACES.
011200     88  WS-FEE-POSTED               VALUE "00".
011250 01  WS-FEE-REASON-CODE      PIC X(04) VALUE SPACES.
011270 01  WS-FEE-MERGE-INTO-ID    PIC 9(06) VALUE ZERO.
011300
011400 PROCEDURE DIVISION.
011500 0000-MAINLINE.
016700
016800     IF PAY-MEMBER-ID NOT NUMERIC
016900             OR PAY-AMOUNT NOT NUMERIC
016930             OR NOT (PAY-IS-PAYMENT OR PAY-IS-WAIVER
016960                     OR PAY-IS-REFUND OR PAY-IS-WRITE-OFF)
017000         ADD 1 TO WS-REJECTED-COUNT
017100         DISPLAY "FEEBATCH: UNUSABLE PAYMENT RECORD "
017200                 WS-READ-COUNT
017700
017800     MOVE PAY-MEMBER-ID TO WS-FEE-MEMBER-ID
017900     MOVE PAY-AMOUNT    TO WS-FEE-AMOUNT
017930     MOVE PAY-REASON-CODE TO WS-FEE-REASON-CODE
017960     IF PAY-IS-PAYMENT
018000         MOVE "P"           TO WS-FEE-FUNCTION
018020     ELSE
018040         MOVE PAY-TRAN-TYPE TO WS-FEE-FUNCTION
018060     END-IF
018100     PERFORM 2900-CALL-FEEPOST THRU 2900-EXIT
018200
018300     IF WS-FEE-POSTED
018350         IF PAY-IS-PAYMENT
018400             ADD 1 TO WS-APPLIED-COUNT
018500             ADD PAY-AMOUNT TO WS-AMOUNT-APPLIED
018510         ELSE
018520*            FEEPOST HANDS BACK THE AMOUNT IT ACTUALLY TOOK,
018530*            WHICH IS THE WHOLE BALANCE FOR A ZERO AMOUNT
018540             ADD 1 TO WS-ADJUSTED-COUNT
018550             ADD WS-FEE-AMOUNT TO WS-AMOUNT-ADJUSTED
018560         END-IF
018600     ELSE
018700         ADD 1 TO WS-REJECTED-COUNT
018800         DISPLAY "FEEBATCH: PAYMENT REJECTED, MEMBER "
018900                 PAY-MEMBER-ID " TYPE " PAY-TRAN-TYPE
018950                 " STATUS " WS-FEE-STATUS
019000         PERFORM 2800-WRITE-SUSPENSE THRU 2800-EXIT
019100     END-IF.
019200
020600     MOVE PAY-MEMBER-ID TO FSUSP-MEMBER-ID
020700     MOVE PAY-AMOUNT    TO FSUSP-AMOUNT
020800     MOVE PAY-DATE      TO FSUSP-PAY-DATE
020830     MOVE PAY-TRAN-TYPE TO FSUSP-TRAN-TYPE
020860     MOVE PAY-REASON-CODE TO FSUSP-REASON-CODE
020900     WRITE FEE-SUSPENSE-RECORD
021000     ADD 1 TO WS-SUSPENSE-COUNT.
021100
021800 2900-CALL-FEEPOST.
021900     CALL "FEEPOST" USING WS-FEE-FUNCTION WS-FEE-MEMBER-ID
022000         WS-FEE-AMOUNT WS-FEE-ASSESSED WS-FEE-PAID
022100         WS-FEE-BALANCE WS-FEE-STATUS WS-OPERATOR-ID
022150         WS-FEE-REASON-CODE WS-FEE-MERGE-INTO-ID.
022200
022300 2900-EXIT.
022400     EXIT.
024500     DISPLAY "  PAYMENTS REJECTED    : " WS-REJECTED-COUNT
024600     DISPLAY "  WRITTEN TO SUSPENSE  : " WS-SUSPENSE-COUNT
024700     DISPLAY "  AMOUNT APPLIED       : " WS-AMOUNT-APPLIED
024730     DISPLAY "  ADJUSTMENTS APPLIED  : " WS-ADJUSTED-COUNT
024760     DISPLAY "  AMOUNT ADJUSTED      : " WS-AMOUNT-ADJUSTED
024800
024900     IF WS-READ-COUNT = WS-APPLIED-COUNT + WS-ADJUSTED-COUNT
024950             + WS-REJECTED-COUNT
025000             AND WS-SUSPENSE-COUNT = WS-REJECTED-COUNT
025100         DISPLAY "  RECONCILIATION: OK"
025200     ELSE
028600     MOVE "PAYMENTS REJECTED"  TO WS-COUNT-LABEL
028700     MOVE WS-REJECTED-COUNT    TO WS-COUNT-VALUE
028800     PERFORM 9510-ONE-COUNT-ROW THRU 9510-EXIT
028820
028840     MOVE "ADJUSTMENTS APPLIED" TO WS-COUNT-LABEL
028860     MOVE WS-ADJUSTED-COUNT    TO WS-COUNT-VALUE
028880     PERFORM 9510-ONE-COUNT-ROW THRU 9510-EXIT
028900
029000     MOVE "SUSPENSE WRITTEN"   TO WS-COUNT-LABEL
029100     MOVE WS-SUSPENSE-COUNT    TO WS-COUNT-VALUE

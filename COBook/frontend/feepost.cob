001930*                    "FEEAMT" (WHOLE RUPEES) CAN OVERRIDE,
001940*                    FETCHED THROUGH PARMGET WHEN THE FILE
001950*                    OPENS.
001953*  2026-10-15  RI    EVERY MOVEMENT NOW GOES ON THE FEEJRNL FEE
001956*                    JOURNAL (FEEJREC) WITH ITS DATE, TIME,
001959*                    OPERATOR AND REASON, SO A BALANCE CAN BE
001962*                    ITEMISED.  NEW ADJUSTMENTS: "W" WAIVES AND
001965*                    "X" WRITES OFF PART OR ALL OF A DEBIT
001968*                    BALANCE (FEE-ADJUSTED-TOTAL), "R" REFUNDS
001971*                    PART OR ALL OF A CREDIT BALANCE (OFF THE
001974*                    PAID SIDE).  A ZERO AMOUNT ON AN ADJUSTMENT
001977*                    CLEARS THE WHOLE DEBIT OR CREDIT; MORE THAN
001980*                    IS THERE IS REFUSED WITH STATUS "20".  THE
001983*                    CALLER NOW PASSES ITS OPERATOR ID AND A
001986*                    REASON CODE FOR THE JOURNAL.
001988*  2026-10-15  RI    EVERY WRITE TO THE FEE MASTER NOW ALSO PUTS
001990*                    A BEFORE/AFTER IMAGE OF THE RECORD ON THE
001992*                    CHANGE JOURNAL (CHGJRNL, CHGJREC) THAT
001994*                    MEMBERREG WRITES FOR THE MEMBER MASTER, SO
001996*                    MEMRECOV CAN ROLL A RELOADED BACKUP OF
001998*                    EITHER MASTER FORWARD.
002004*  2026-10-15  RI    NEW FUNCTION "G" MERGES THE FEE RECORD OF
002010*                    A RETIRED DUPLICATE MEMBER (LK-MEMBER-ID)
002016*                    INTO ITS SURVIVOR (NEW LAST PARAMETER
002022*                    LK-MERGE-INTO-ID, ZERO FROM EVERY OTHER
002028*                    CALLER).  THE ASSESSED, PAID AND ADJUSTED
002034*                    TOTALS AND THE BALANCE ARE ADDED TO THE
002040*                    SURVIVOR'S RECORD, WHICH IS BUILT IF IT HAS
002046*                    NONE, AND THE RETIRED RECORD IS LEFT AT
002052*                    ZERO.  THE BALANCE IS JOURNALLED AS A
002058*                    MERGE-OUT AND A MERGE-IN.  NO FEE RECORD
002064*                    TO MOVE IS STATUS "30"; A BALANCE LARGER
002070*                    THAN THE JOURNAL CAN CARRY IS REFUSED WITH
002076*                    "10" AND NOTHING MOVED.  THE TOTALS HANDED
002082*                    BACK ARE THE SURVIVOR'S.
002083*  2026-10-15  RI    A WAIVER OR WRITE-OFF ON A RECORD WHOSE
002084*                    ADJUSTED TOTAL IS STILL SPACES STARTS IT
002085*                    FROM ZERO.
002086*  2026-10-15  RI    NO FEEJRNL ROW IS WRITTEN WHEN THE MASTER
002087*                    UPDATE BEFORE IT FAILED.
002088*****************************************************************
002100
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002700         ACCESS MODE IS DYNAMIC
002800         RECORD KEY IS FEE-MEMBER-ID
002900         FILE STATUS IS WS-FEEMAST-STATUS.
002920
002940     SELECT FEE-JOURNAL     ASSIGN TO "FEEJRNL"
002960         ORGANIZATION IS LINE SEQUENTIAL
002980         FILE STATUS IS WS-FEEJRNL-STATUS.
002984
002988     SELECT CHANGE-JOURNAL  ASSIGN TO "CHGJRNL"
002992         ORGANIZATION IS LINE SEQUENTIAL
002996         FILE STATUS IS WS-CHGJRNL-STATUS.
003000
003100 DATA DIVISION.
003200 FILE SECTION.
003300 FD  FEE-MASTER
003400     LABEL RECORDS ARE STANDARD.
003500 COPY FEEREC.
003520
003540 FD  FEE-JOURNAL
003560     LABEL RECORDS ARE STANDARD.
003580 COPY FEEJREC.
003584
003588 FD  CHANGE-JOURNAL
003592     LABEL RECORDS ARE STANDARD.
003596 COPY CHGJREC.
003600
003700 WORKING-STORAGE SECTION.
003800*****************************************************************
004100 01  WS-FEEMAST-STATUS       PIC X(02) VALUE "00".
004200     88  WS-FEEMAST-OK               VALUE "00".
004300     88  WS-FEEMAST-NOT-FOUND        VALUE "35".
004320
004340 01  WS-FEEJRNL-STATUS       PIC X(02) VALUE "00".
004360     88  WS-FEEJRNL-OK               VALUE "00".
004370
004380 01  WS-CHGJRNL-STATUS       PIC X(02) VALUE "00".
004390     88  WS-CHGJRNL-OK               VALUE "00".
004400
004500 01  WS-FILE-OPEN-SW         PIC X(01) VALUE "N".
004600     88  WS-FILE-IS-OPEN             VALUE "Y".
005700 01  WS-WORK-AMOUNT          PIC 9(05)V99 VALUE ZERO.
005800
005900 01  WS-CURR-DATE            PIC 9(08).
005907 01  WS-CURR-TIME            PIC 9(08).
005914
005921*****************************************************************
005928*    ADJUSTMENT WORK AREAS - WS-ROOM IS THE DEBIT (W/X) OR THE
005935*    CREDIT (R) THERE IS TO ADJUST; THE LARGEST AMOUNT THE
005942*    JOURNAL AND THE LINKAGE CAN CARRY BOUNDS A WHOLE-BALANCE
005949*    ADJUSTMENT
005956*****************************************************************
005963 01  WS-ROOM                 PIC 9(07)V99 VALUE ZERO.
005970 01  WS-MAX-AMOUNT           PIC 9(07)V99 VALUE 99999.99.
005977
005984 01  WS-JOURNAL-TYPE         PIC X(01).
005985
005986*****************************************************************
005987*    THE FEE RECORD AS READ, BEFORE THE MOVEMENT BEING POSTED,
005988*    AND WHETHER THE WRITE ADDED OR CHANGED IT - CARRIED INTO
005989*    THE CHANGE-JOURNAL ROW
005990*****************************************************************
005991 01  WS-BEFORE-IMAGE         PIC X(59) VALUE SPACES.
005992 01  WS-CHANGE-ACTION        PIC X(01) VALUE SPACE.
005999
006006*****************************************************************
006013*    MERGE WORK AREAS - THE RETIRED MEMBER'S TOTALS AS READ,
006020*    CARRIED ACROSS ONTO THE SURVIVOR'S RECORD
006027*****************************************************************
006034 01  WS-MERGE-FROM.
006041     05  WS-MRG-ASSESSED     PIC 9(07)V99 VALUE ZERO.
006048     05  WS-MRG-PAID         PIC 9(07)V99 VALUE ZERO.
006055     05  WS-MRG-BALANCE      PIC S9(07)V99 VALUE ZERO.
006062     05  WS-MRG-ASSESS-DT    PIC 9(08) VALUE ZERO.
006069     05  WS-MRG-PAY-DT       PIC 9(08) VALUE ZERO.
006076     05  WS-MRG-ADJUSTED     PIC 9(07)V99 VALUE ZERO.
006083
006100 LINKAGE SECTION.
006200 01  LK-FUNCTION-CODE        PIC X(01).
006300     88  LK-FN-ASSESS                VALUE "A".
006400     88  LK-FN-PAYMENT               VALUE "P".
006500     88  LK-FN-INQUIRE               VALUE "I".
006600     88  LK-FN-CLOSE                 VALUE "C".
006620     88  LK-FN-WAIVE                 VALUE "W".
006640     88  LK-FN-REFUND                VALUE "R".
006660     88  LK-FN-WRITE-OFF             VALUE "X".
006680     88  LK-FN-MERGE                 VALUE "G".
006700
006800 01  LK-MEMBER-ID            PIC 9(06).
006900 01  LK-AMOUNT               PIC 9(05)V99.
007300 01  LK-STATUS               PIC X(02).
007400     88  LK-ST-POSTED                VALUE "00".
007500     88  LK-ST-BAD-AMOUNT            VALUE "10".
007550     88  LK-ST-OVER-BALANCE          VALUE "20".
007600     88  LK-ST-NO-FEE-RECORD         VALUE "30".
007620
007640 01  LK-OPERATOR-ID          PIC X(08).
007660 01  LK-REASON-CODE          PIC X(04).
007680 01  LK-MERGE-INTO-ID        PIC 9(06).
007700
007800 PROCEDURE DIVISION USING LK-FUNCTION-CODE LK-MEMBER-ID
007900         LK-AMOUNT LK-ASSESSED-TOTAL LK-PAID-TOTAL LK-BALANCE
008000         LK-STATUS LK-OPERATOR-ID LK-REASON-CODE
008050         LK-MERGE-INTO-ID.
008100
008200 0000-MAINLINE.
008300     EVALUATE TRUE
009200         WHEN LK-FN-INQUIRE
009300             PERFORM 1000-OPEN-FILE THRU 1000-EXIT
009400             PERFORM 4000-INQUIRE-FEES THRU 4000-EXIT
009410         WHEN LK-FN-WAIVE
009420         WHEN LK-FN-REFUND
009430         WHEN LK-FN-WRITE-OFF
009440             PERFORM 1000-OPEN-FILE THRU 1000-EXIT
009450             PERFORM 3500-ADJUST-BALANCE THRU 3500-EXIT
009460         WHEN LK-FN-MERGE
009470             PERFORM 1000-OPEN-FILE THRU 1000-EXIT
009480             PERFORM 3700-MERGE-FEES THRU 3700-EXIT
009500     END-EVALUATE.
009600
009700 0000-EXIT.
012400*****************************************************************
012500 1100-FETCH-FEE-RECORD.
012600     MOVE "N" TO WS-RECORD-FOUND-SW
012650     MOVE SPACES TO WS-BEFORE-IMAGE
012700     MOVE LK-MEMBER-ID TO FEE-MEMBER-ID
012800     READ FEE-MASTER KEY IS FEE-MEMBER-ID
012900         INVALID KEY
013000             CONTINUE
013100         NOT INVALID KEY
013200             SET WS-RECORD-FOUND TO TRUE
013250             MOVE FEE-MASTER-RECORD TO WS-BEFORE-IMAGE
013300     END-READ.
013400
013500 1100-EXIT.
016200
016300     IF WS-RECORD-FOUND
016400         REWRITE FEE-MASTER-RECORD
016450         MOVE "R" TO WS-CHANGE-ACTION
016500     ELSE
016600         WRITE FEE-MASTER-RECORD
016650         MOVE "W" TO WS-CHANGE-ACTION
016700     END-IF
016750     PERFORM 6500-WRITE-CHANGE-JOURNAL THRU 6500-EXIT
016800
016820     MOVE "A" TO WS-JOURNAL-TYPE
016840     PERFORM 6000-WRITE-JOURNAL THRU 6000-EXIT
016860
016900     PERFORM 5000-RETURN-TOTALS THRU 5000-EXIT
017000     SET LK-ST-POSTED TO TRUE.
017100
019700     SUBTRACT LK-AMOUNT  FROM FEE-BALANCE
019800     MOVE WS-CURR-DATE   TO FEE-LAST-PAY-DT
019900     REWRITE FEE-MASTER-RECORD
019930     MOVE "R" TO WS-CHANGE-ACTION
019960     PERFORM 6500-WRITE-CHANGE-JOURNAL THRU 6500-EXIT
020000
020020     MOVE LK-AMOUNT TO WS-WORK-AMOUNT
020040     MOVE "P" TO WS-JOURNAL-TYPE
020060     PERFORM 6000-WRITE-JOURNAL THRU 6000-EXIT
020080
020100     PERFORM 5000-RETURN-TOTALS THRU 5000-EXIT
020200     SET LK-ST-POSTED TO TRUE.
020300
020400 3000-EXIT.
020500     EXIT.
020501
020502*****************************************************************
020503*    3500-ADJUST-BALANCE  -  WAIVER, WRITE-OFF OR REFUND.  A
020504*                            WAIVER OR WRITE-OFF NEEDS A DEBIT
020505*                            BALANCE TO COME OFF, A REFUND A
020506*                            CREDIT BALANCE TO PAY BACK; NEITHER
020507*                            MAY CROSS ZERO.  A ZERO AMOUNT
020508*                            TAKES ALL THERE IS.
020509*****************************************************************
020510 3500-ADJUST-BALANCE.
020511     MOVE SPACES TO LK-STATUS
020512     ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD
020513
020514     PERFORM 1100-FETCH-FEE-RECORD THRU 1100-EXIT
020515     IF NOT WS-RECORD-FOUND
020516         SET LK-ST-NO-FEE-RECORD TO TRUE
020517         GO TO 3500-EXIT
020518     END-IF
020519
020520     MOVE ZERO TO WS-ROOM
020521     IF LK-FN-REFUND
020522         IF FEE-BALANCE < ZERO
020523             COMPUTE WS-ROOM = ZERO - FEE-BALANCE
020524         END-IF
020525     ELSE
020526         IF FEE-BALANCE > ZERO
020527             MOVE FEE-BALANCE TO WS-ROOM
020528         END-IF
020529     END-IF
020530
020531     IF WS-ROOM = ZERO
020532         SET LK-ST-OVER-BALANCE TO TRUE
020533         GO TO 3500-EXIT
020534     END-IF
020535
020536     IF LK-AMOUNT = ZERO
020537         IF WS-ROOM > WS-MAX-AMOUNT
020538             SET LK-ST-BAD-AMOUNT TO TRUE
020539             GO TO 3500-EXIT
020540         END-IF
020541         MOVE WS-ROOM   TO WS-WORK-AMOUNT
020542     ELSE
020543         IF LK-AMOUNT > WS-ROOM
020544             SET LK-ST-OVER-BALANCE TO TRUE
020545             GO TO 3500-EXIT
020546         END-IF
020547         MOVE LK-AMOUNT TO WS-WORK-AMOUNT
020548     END-IF
020549
020550*    THE ADJUSTED TOTAL WAS CARVED FROM FILLER - SPACES ON A
020551*    RECORD NO ADJUSTMENT HAS TOUCHED YET
020552     IF FEE-ADJUSTED-TOTAL NOT NUMERIC
020553         MOVE ZERO TO FEE-ADJUSTED-TOTAL
020554     END-IF
020555     IF LK-FN-REFUND
020556         SUBTRACT WS-WORK-AMOUNT FROM FEE-PAID-TOTAL
020557         ADD WS-WORK-AMOUNT      TO FEE-BALANCE
020558     ELSE
020559         ADD WS-WORK-AMOUNT      TO FEE-ADJUSTED-TOTAL
020560         SUBTRACT WS-WORK-AMOUNT FROM FEE-BALANCE
020561     END-IF
020562     REWRITE FEE-MASTER-RECORD
020563     MOVE "R" TO WS-CHANGE-ACTION
020564     PERFORM 6500-WRITE-CHANGE-JOURNAL THRU 6500-EXIT
020566
020569     MOVE LK-FUNCTION-CODE TO WS-JOURNAL-TYPE
020572     PERFORM 6000-WRITE-JOURNAL THRU 6000-EXIT
020575
020578     MOVE WS-WORK-AMOUNT TO LK-AMOUNT
020581     PERFORM 5000-RETURN-TOTALS THRU 5000-EXIT
020584     SET LK-ST-POSTED TO TRUE.
020587
020590 3500-EXIT.
020593     EXIT.
020594
020595*****************************************************************
020596*    3700-MERGE-FEES  -  LK-MEMBER-ID IS MERGED INTO
020597*                        LK-MERGE-INTO-ID.  THE RETIRED RECORD
020598*                        IS EMPTIED FIRST, THEN ITS TOTALS ARE
020599*                        ADDED TO THE SURVIVOR'S.  THE DATES
020600*                        CARRIED ARE THE LATER OF THE TWO.
020601*****************************************************************
020602 3700-MERGE-FEES.
020603     MOVE SPACES TO LK-STATUS
020604     ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD
020605
020606     PERFORM 1100-FETCH-FEE-RECORD THRU 1100-EXIT
020607     IF NOT WS-RECORD-FOUND
020608         SET LK-ST-NO-FEE-RECORD TO TRUE
020609         GO TO 3700-EXIT
020610     END-IF
020611
020612     IF FEE-BALANCE < ZERO
020613         COMPUTE WS-ROOM = ZERO - FEE-BALANCE
020614     ELSE
020615         MOVE FEE-BALANCE TO WS-ROOM
020616     END-IF
020617     IF WS-ROOM > WS-MAX-AMOUNT
020618         SET LK-ST-BAD-AMOUNT TO TRUE
020619         GO TO 3700-EXIT
020620     END-IF
020621     MOVE WS-ROOM TO WS-WORK-AMOUNT
020622
020623     MOVE FEE-ASSESSED-TOTAL TO WS-MRG-ASSESSED
020624     MOVE FEE-PAID-TOTAL     TO WS-MRG-PAID
020625     MOVE FEE-BALANCE        TO WS-MRG-BALANCE
020626     MOVE FEE-LAST-ASSESS-DT TO WS-MRG-ASSESS-DT
020627     MOVE FEE-LAST-PAY-DT    TO WS-MRG-PAY-DT
020628     MOVE ZERO               TO WS-MRG-ADJUSTED
020629     IF FEE-ADJUSTED-TOTAL NUMERIC
020630         MOVE FEE-ADJUSTED-TOTAL TO WS-MRG-ADJUSTED
020631     END-IF
020632
020633     MOVE ZERO TO FEE-ASSESSED-TOTAL
020634     MOVE ZERO TO FEE-PAID-TOTAL
020635     MOVE ZERO TO FEE-BALANCE
020636     MOVE ZERO TO FEE-ADJUSTED-TOTAL
020637     REWRITE FEE-MASTER-RECORD
020638     MOVE "R" TO WS-CHANGE-ACTION
020639     PERFORM 6500-WRITE-CHANGE-JOURNAL THRU 6500-EXIT
020640
020641     IF WS-MRG-BALANCE < ZERO
020642         MOVE "I" TO WS-JOURNAL-TYPE
020643     ELSE
020644         MOVE "O" TO WS-JOURNAL-TYPE
020645     END-IF
020646     PERFORM 6000-WRITE-JOURNAL THRU 6000-EXIT
020647
020648     MOVE "N" TO WS-RECORD-FOUND-SW
020649     MOVE SPACES TO WS-BEFORE-IMAGE
020650     MOVE LK-MERGE-INTO-ID TO FEE-MEMBER-ID
020651     READ FEE-MASTER KEY IS FEE-MEMBER-ID
020652         INVALID KEY
020653             INITIALIZE FEE-MASTER-RECORD
020654             MOVE LK-MERGE-INTO-ID TO FEE-MEMBER-ID
020655         NOT INVALID KEY
020656             SET WS-RECORD-FOUND TO TRUE
020657             MOVE FEE-MASTER-RECORD TO WS-BEFORE-IMAGE
020658     END-READ
020659     IF FEE-ADJUSTED-TOTAL NOT NUMERIC
020660         MOVE ZERO TO FEE-ADJUSTED-TOTAL
020661     END-IF
020662
020663     ADD WS-MRG-ASSESSED TO FEE-ASSESSED-TOTAL
020664     ADD WS-MRG-PAID     TO FEE-PAID-TOTAL
020665     ADD WS-MRG-ADJUSTED TO FEE-ADJUSTED-TOTAL
020666     ADD WS-MRG-BALANCE  TO FEE-BALANCE
020667     IF WS-MRG-ASSESS-DT > FEE-LAST-ASSESS-DT
020668         MOVE WS-MRG-ASSESS-DT TO FEE-LAST-ASSESS-DT
020669     END-IF
020670     IF WS-MRG-PAY-DT > FEE-LAST-PAY-DT
020671         MOVE WS-MRG-PAY-DT TO FEE-LAST-PAY-DT
020672     END-IF
020673
020674     IF WS-RECORD-FOUND
020675         REWRITE FEE-MASTER-RECORD
020676         MOVE "R" TO WS-CHANGE-ACTION
020677     ELSE
020678         WRITE FEE-MASTER-RECORD
020679         MOVE "W" TO WS-CHANGE-ACTION
020680     END-IF
020681     PERFORM 6500-WRITE-CHANGE-JOURNAL THRU 6500-EXIT
020682
020683     IF WS-MRG-BALANCE < ZERO
020684         MOVE "O" TO WS-JOURNAL-TYPE
020685     ELSE
020686         MOVE "I" TO WS-JOURNAL-TYPE
020687     END-IF
020688     PERFORM 6000-WRITE-JOURNAL THRU 6000-EXIT
020689
020690     PERFORM 5000-RETURN-TOTALS THRU 5000-EXIT
020691     SET LK-ST-POSTED TO TRUE.
020692
020693 3700-EXIT.
020694     EXIT.
020695
020700*****************************************************************
020800*    4000-INQUIRE-FEES  -  READ-ONLY TOTALS FOR THE DESK
020900*****************************************************************
023100
023200 5000-EXIT.
023300     EXIT.
023303
023306*****************************************************************
023309*    6000-WRITE-JOURNAL  -  ONE FEEJRNL LINE FOR THE MOVEMENT
023312*                           JUST REWRITTEN ON THE MASTER,
023315*                           OPENED, WRITTEN AND CLOSED AT ONCE
023318*                           THE STATUS-HISTORY WAY SO A READER
023319*                           MID-SESSION SEES EVERY ROW.  A
023320*                           BLANK REASON GOES ON FILE AS "NONE".
023321*                           NOTHING IS WRITTEN WHEN THE MASTER
023322*                           UPDATE DID NOT TAKE EFFECT.
023323*****************************************************************
023324 6000-WRITE-JOURNAL.
023325     IF NOT WS-FEEMAST-OK
023326         GO TO 6000-EXIT
023327     END-IF
023328
023329     OPEN EXTEND FEE-JOURNAL
023330     IF WS-FEEJRNL-STATUS = "05" OR WS-FEEJRNL-STATUS = "35"
023331         OPEN OUTPUT FEE-JOURNAL
023332     END-IF
023333     IF NOT WS-FEEJRNL-OK
023334         DISPLAY "FEEPOST: FEE JOURNAL NOT WRITTEN, STATUS = "
023335                 WS-FEEJRNL-STATUS
023336         GO TO 6000-EXIT
023337     END-IF
023338
023339     ACCEPT WS-CURR-TIME FROM TIME
023340     INITIALIZE FEE-JOURNAL-RECORD
023341     MOVE FEE-MEMBER-ID    TO FJ-MEMBER-ID
023342     MOVE WS-CURR-DATE     TO FJ-POST-DATE
023343     MOVE WS-CURR-TIME     TO FJ-POST-TIME
023344     MOVE WS-JOURNAL-TYPE  TO FJ-TRAN-TYPE
023345     MOVE WS-WORK-AMOUNT   TO FJ-AMOUNT
023348     MOVE FEE-BALANCE      TO FJ-BALANCE-AFTER
023351     MOVE LK-OPERATOR-ID   TO FJ-OPERATOR-ID
023354     IF LK-REASON-CODE = SPACES OR LK-REASON-CODE = LOW-VALUES
023357         MOVE "NONE"         TO FJ-REASON-CODE
023360     ELSE
023363         MOVE LK-REASON-CODE TO FJ-REASON-CODE
023366     END-IF
023369     WRITE FEE-JOURNAL-RECORD
023370
023371     CLOSE FEE-JOURNAL.
023372
023375 6000-EXIT.
023378     EXIT.
023380
023382*****************************************************************
023384*    6500-WRITE-CHANGE-JOURNAL  -  ONE CHGJRNL ROW PER FEE-MASTER
023386*                                  WRITE THAT TOOK EFFECT, WITH
023388*                                  THE RECORD BEFORE AND AFTER,
023390*                                  OPENED, WRITTEN AND CLOSED AT
023392*                                  ONCE LIKE THE FEEJRNL ROW
023394*****************************************************************
023396 6500-WRITE-CHANGE-JOURNAL.
023398     IF NOT WS-FEEMAST-OK
023400         GO TO 6500-EXIT
023402     END-IF
023404
023406     OPEN EXTEND CHANGE-JOURNAL
023408     IF WS-CHGJRNL-STATUS = "05" OR WS-CHGJRNL-STATUS = "35"
023410         OPEN OUTPUT CHANGE-JOURNAL
023412     END-IF
023414     IF NOT WS-CHGJRNL-OK
023416         DISPLAY "FEEPOST: CHANGE JOURNAL NOT WRITTEN, STATUS = "
023418                 WS-CHGJRNL-STATUS
023420         GO TO 6500-EXIT
023422     END-IF
023424
023426     ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD
023428     ACCEPT WS-CURR-TIME FROM TIME
023430
023432     INITIALIZE CHANGE-JOURNAL-RECORD
023434     SET CJ-IMAGE            TO TRUE
023436     MOVE WS-CURR-DATE       TO CJ-DATE
023438     MOVE WS-CURR-TIME       TO CJ-TIME
023440     SET CJ-FEE-MASTER       TO TRUE
023442     MOVE WS-CHANGE-ACTION   TO CJ-ACTION
023444     MOVE FEE-MEMBER-ID      TO CJ-MEMBER-ID
023446     MOVE LK-OPERATOR-ID     TO CJ-OPERATOR-ID
023448     MOVE "FEEPOST"          TO CJ-PROGRAM
023450     MOVE WS-BEFORE-IMAGE    TO CJ-BEFORE-IMAGE
023452     MOVE FEE-MASTER-RECORD  TO CJ-AFTER-IMAGE
023454     WRITE CHANGE-JOURNAL-RECORD
023456
023458     CLOSE CHANGE-JOURNAL.
023460
023462 6500-EXIT.
023464     EXIT.
023466
023500*****************************************************************
023600*    8000-CLOSE-FILE  -  CALLED ONCE BY THE OWNING PROGRAM AT
023700*                        END OF RUN

001995*                    THE NEW MEMBER-DOB WHEN ONE IS ON FILE;
001996*                    RECORDS WITHOUT ONE STILL SEND THE STORED
001997*                    SNAPSHOT.
002007*  2026-10-15  RI    THE DETAIL RECORD NOW ENDS WITH THE MEMBER
002017*                    STATUS ("A" ACTIVE OR "L" LAPSED) AND THE
002027*                    PAID-THROUGH DATE (ZEROS WHEN NOT YET SET),
002037*                    SO STUDENT SERVICES CAN TELL A LAPSED
002047*                    MEMBER FROM A PAID-UP ONE.  THE LAPSED
002057*                    COUNT GOES TO THE RUN HISTORY.
002058*  2026-10-15  RI    A MEMBER MERGED INTO ANOTHER IS NO LONGER
002059*                    SENT AS A DETAIL.  INSTEAD AN "M" RECORD
002060*                    (RETIRED ID, SURVIVING ID, MERGE DATE) GOES
002061*                    OUT ON EVERY RUN SO STUDENT SERVICES MOVES
002062*                    ITS SIDE ONTO THE SURVIVOR AND STOPS
002063*                    EXPECTING THE RETIRED ID.  THE TRAILER NOW
002064*                    CARRIES THE "M" COUNT AFTER THE DETAIL
002065*                    COUNT, AND THE COUNT GOES TO THE RUN
002066*                    HISTORY.
002067*****************************************************************
002100
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
006600*****************************************************************
006700 01  WS-EXTRACT-COUNT        PIC 9(06) VALUE ZERO.
006800 01  WS-SKIPPED-COUNT        PIC 9(06) VALUE ZERO.
006850 01  WS-LAPSED-COUNT         PIC 9(06) VALUE ZERO.
006870 01  WS-MERGE-COUNT          PIC 9(06) VALUE ZERO.
006900
007000 01  WS-TODAY.
007100     05  WS-TODAY-YEAR       PIC 9(04).
007669     05  WS-AGD-AGE          PIC S9(04) VALUE ZERO.
007676
007683 01  WS-EXTRACT-AGE          PIC 9(03) VALUE ZERO.
007684
007685*****************************************************************
007686*    STATUS AND PAID-THROUGH DATE AS SENT - A RECORD FROM
007687*    BEFORE THE STATUS BYTE (SPACE) GOES AS ACTIVE
007688*****************************************************************
007689 01  WS-EXTRACT-MEMBER-STATUS
007690                             PIC X(01) VALUE "A".
007691 01  WS-EXTRACT-EXPIRY       PIC 9(08) VALUE ZERO.
007694 01  WS-EXTRACT-MERGE-DATE   PIC 9(08) VALUE ZERO.
007697
007700 PROCEDURE DIVISION.
007800 0000-MAINLINE.
007900     PERFORM 1000-INITIALIZE THRU 1000-EXIT
012800
012900*****************************************************************
013000*    2000-PROCESS-RECORDS  -  ONE DELIMITED DETAIL RECORD PER
013100*                             ACTIVE OR LAPSED MEMBER, ONE
013150*                             MERGE RECORD PER MERGED MEMBER
013200*****************************************************************
013300 2000-PROCESS-RECORDS.
013400     IF MEMBER-DEACTIVATED
013600         PERFORM 1200-READ-MEMBER THRU 1200-EXIT
013700         GO TO 2000-EXIT
013800     END-IF
013810     IF MEMBER-MERGED
013820         PERFORM 2300-WRITE-MERGE THRU 2300-EXIT
013830         PERFORM 1200-READ-MEMBER THRU 1200-EXIT
013840         GO TO 2000-EXIT
013850     END-IF
013900
014000     PERFORM 2100-TRIM-NAME THRU 2100-EXIT
014010     MOVE MEMBER-DEPT-CODE TO WS-TRIM-FIELD
014098     ELSE
014099         MOVE MEMBER-AGE TO WS-EXTRACT-AGE
014149     END-IF
014152
014155     IF MEMBER-LAPSED
014158         MOVE "L" TO WS-EXTRACT-MEMBER-STATUS
014161         ADD 1 TO WS-LAPSED-COUNT
014164     ELSE
014167         MOVE "A" TO WS-EXTRACT-MEMBER-STATUS
014170     END-IF
014173     IF MEMBER-EXPIRY-DATE NUMERIC
014176         MOVE MEMBER-EXPIRY-DATE TO WS-EXTRACT-EXPIRY
014179     ELSE
014182         MOVE ZERO TO WS-EXTRACT-EXPIRY
014185     END-IF
014199
014200     MOVE SPACES TO EXTRACT-LINE
014300     STRING "D|"                          DELIMITED BY SIZE
015250         MEMBER-EMAIL (1:WS-EMAIL-LENGTH) DELIMITED BY SIZE
015260         "|"                              DELIMITED BY SIZE
015270         MEMBER-PHONE (1:WS-PHONE-LENGTH) DELIMITED BY SIZE
015276         "|"                              DELIMITED BY SIZE
015282         WS-EXTRACT-MEMBER-STATUS         DELIMITED BY SIZE
015288         "|"                              DELIMITED BY SIZE
015294         WS-EXTRACT-EXPIRY                DELIMITED BY SIZE
015300         INTO EXTRACT-LINE
015400     END-STRING
015500     WRITE EXTRACT-LINE
018619
018620 2170-EXIT.
018621     EXIT.
018623
018625*****************************************************************
018627*    2300-WRITE-MERGE  -  "M|RETIRED ID|SURVIVING ID|MERGE DATE"
018629*                         FOR A MEMBER MERGED INTO ANOTHER
018631*****************************************************************
018633 2300-WRITE-MERGE.
018635     IF MEMBER-MERGE-DATE NUMERIC
018637         MOVE MEMBER-MERGE-DATE TO WS-EXTRACT-MERGE-DATE
018639     ELSE
018641         MOVE ZERO TO WS-EXTRACT-MERGE-DATE
018643     END-IF
018645
018647     MOVE SPACES TO EXTRACT-LINE
018649     STRING "M|"                          DELIMITED BY SIZE
018651         MEMBER-ID                        DELIMITED BY SIZE
018653         "|"                              DELIMITED BY SIZE
018655         MEMBER-MERGED-INTO               DELIMITED BY SIZE
018657         "|"                              DELIMITED BY SIZE
018659         WS-EXTRACT-MERGE-DATE            DELIMITED BY SIZE
018661         INTO EXTRACT-LINE
018663     END-STRING
018665     WRITE EXTRACT-LINE
018667     ADD 1 TO WS-MERGE-COUNT.
018669
018671 2300-EXIT.
018673     EXIT.
018675
018700*****************************************************************
018800*    8000-TERMINATE  -  TRAILER RECORD WITH THE DETAIL AND
018850*                       MERGE COUNTS
018900*****************************************************************
019000 8000-TERMINATE.
019100     IF WS-EXTRACT-IS-OPEN
019200         MOVE SPACES TO EXTRACT-LINE
019300         STRING "T|"              DELIMITED BY SIZE
019400             WS-EXTRACT-COUNT     DELIMITED BY SIZE
019430             "|"                  DELIMITED BY SIZE
019460             WS-MERGE-COUNT       DELIMITED BY SIZE
019500             INTO EXTRACT-LINE
019600         END-STRING
019700         WRITE EXTRACT-LINE
020400
020500     DISPLAY "MEMBEXTR: " WS-EXTRACT-COUNT " MEMBERS "
020600             "EXTRACTED, " WS-SKIPPED-COUNT " DEACTIVATED "
020700             "SKIPPED, " WS-MERGE-COUNT " MERGES SENT."
020710
020720     PERFORM 9500-WRITE-RUN-HISTORY THRU 9500-EXIT.
020800
023200     MOVE "DEACTIVATED SKIPPED" TO WS-COUNT-LABEL
023300     MOVE WS-SKIPPED-COUNT      TO WS-COUNT-VALUE
023400     PERFORM 9510-ONE-COUNT-ROW THRU 9510-EXIT
023420
023440     MOVE "LAPSED EXTRACTED"    TO WS-COUNT-LABEL
023460     MOVE WS-LAPSED-COUNT       TO WS-COUNT-VALUE
023480     PERFORM 9510-ONE-COUNT-ROW THRU 9510-EXIT
023484
023488     MOVE "MERGES NOTIFIED"     TO WS-COUNT-LABEL
023492     MOVE WS-MERGE-COUNT        TO WS-COUNT-VALUE
023496     PERFORM 9510-ONE-COUNT-ROW THRU 9510-EXIT
023500
023600     CLOSE EOD-HISTORY.
023700

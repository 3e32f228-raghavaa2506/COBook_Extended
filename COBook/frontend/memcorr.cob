000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    MEMCORR.
000300 AUTHOR.        R. IYENGAR - APPLICATIONS.
000400 INSTALLATION.  IIT TIRUPATI - MEMBER SERVICES.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  MODIFICATION HISTORY
000900*  DATE        INIT  DESCRIPTION
001000*  2026-10-15  RI    ORIGINAL - MEMBER CORRESPONDENCE RUN IN THE
001100*                    END-OF-DAY WINDOW.  WRITES ONE MAIL-MERGE
001200*                    RECORD (MAILREC) PER LETTER:
001300*                      - A WELCOME LETTER FOR EVERY NEW
001400*                        REGISTRATION AND A REINSTATEMENT LETTER
001500*                        FOR EVERY RETURN TO ACTIVE, AND A NOTICE
001600*                        FOR EVERY DEACTIVATION, ALL PICKED UP
001700*                        FROM THE STATUS HISTORY (STATHIST) FOR
001800*                        THE LAST "CORRDAYS" DAYS;
001900*                      - A FIRST, SECOND OR FINAL ARREARS
002000*                        REMINDER AS A MEMBER STILL OWING CROSSES
002100*                        INTO THE 31-60, 61-90 OR OVER-90 DAY
002200*                        BUCKET, AGED FROM THE LAST ASSESSMENT
002300*                        EXACTLY AS FEEAGED AGES IT.
002400*                    A MEMBER WITH AN EMAIL ADDRESS GOES TO THE
002500*                    EMAIL GATEWAY FILE (MAILOUT); ONE WITHOUT
002600*                    GOES TO THE PRINT QUEUE (MAILPRT).  BOTH ARE
002700*                    APPENDED TO, SO LETTERS NOT YET COLLECTED
002800*                    BY THE GATEWAY OR THE PRINT ROOM ARE NEVER
002900*                    OVERWRITTEN.  EVERY LETTER IS RECORDED ON
003000*                    THE CORRESPONDENCE HISTORY (CORRHIST), AND
003100*                    A LETTER ALREADY ON IT FOR THE SAME EVENT IS
003200*                    NOT SENT AGAIN - SO THE LOOKBACK CAN OVERLAP
003300*                    AND A RERUN THE SAME NIGHT SENDS NOTHING
003400*                    TWICE.  A STATUS CHANGE SINCE UNDONE (A
003500*                    WELCOME FOR A MEMBER NOW DEACTIVATED, A
003600*                    NOTICE FOR ONE NOW REINSTATED) IS NOT SENT.
003700*                    DEACTIVATED MEMBERS ARE NOT CHASED FOR
003800*                    ARREARS.
003820*  2026-10-15  RI    THE STATUS-HISTORY ROWS A MERGE WRITES ARE
003840*                    NOT LETTER EVENTS - THE SURVIVOR'S ROW WOULD
003860*                    OTHERWISE LOOK LIKE A REINSTATEMENT.  A
003880*                    MERGED MEMBER IS NOT CHASED FOR ARREARS.
003884*  2026-10-15  RI    A STATUS-HISTORY ROW THAT LEAVES THE STATUS
003888*                    AS IT WAS (THE ANONYMISATION RUN'S "D" TO
003892*                    "D") IS NOT A LETTER EVENT - IT WOULD
003896*                    OTHERWISE SEND A SECOND DEACTIVATION NOTICE.
003906*  2026-10-15  RI    A WELCOME OR REINSTATEMENT IS SUPERSEDED
003916*                    UNLESS THE MEMBER IS STILL ACTIVE (OR
003926*                    BLANK).  A LETTER THE MAIL FILE REFUSED IS
003936*                    NOT RECORDED AS SENT, AND A HISTORY READ
003946*                    ERROR STOPS THE SENDING WITH RC 8.
003956*****************************************************************
004000
004100 ENVIRONMENT DIVISION.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT STATUS-HISTORY  ASSIGN TO "STATHIST"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-STATH-STATUS.
004700
004800     SELECT FEE-MASTER      ASSIGN TO "FEEMAST"
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS SEQUENTIAL
005100         RECORD KEY IS FEE-MEMBER-ID
005200         FILE STATUS IS WS-FEEMAST-STATUS.
005300
005400     SELECT MEMBER-MASTER   ASSIGN TO "MEMMAST"
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS RANDOM
005700         RECORD KEY IS MEMBER-ID
005800         ALTERNATE RECORD KEY IS MEMBER-NAME WITH DUPLICATES
005900         FILE STATUS IS WS-MEMMAST-STATUS.
006000
006100     SELECT CORR-HISTORY    ASSIGN TO "CORRHIST"
006200         ORGANIZATION IS INDEXED
006300         ACCESS MODE IS DYNAMIC
006400         RECORD KEY IS CORR-KEY
006500         FILE STATUS IS WS-CORRH-STATUS.
006600
006700     SELECT MAIL-OUT        ASSIGN TO "MAILOUT"
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS WS-MAILOUT-STATUS.
007000
007100     SELECT MAIL-PRINT      ASSIGN TO "MAILPRT"
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS WS-MAILPRT-STATUS.
007400
007500     SELECT EOD-HISTORY     ASSIGN TO "EODHIST"
007600         ORGANIZATION IS LINE SEQUENTIAL
007700         FILE STATUS IS WS-EODHIST-STATUS.
007800
007900 DATA DIVISION.
008000 FILE SECTION.
008100 FD  STATUS-HISTORY
008200     LABEL RECORDS ARE STANDARD.
008300 COPY STATREC.
008400
008500 FD  FEE-MASTER
008600     LABEL RECORDS ARE STANDARD.
008700 COPY FEEREC.
008800
008900 FD  MEMBER-MASTER
009000     LABEL RECORDS ARE STANDARD.
009100 COPY MEMREC.
009200
009300 FD  CORR-HISTORY
009400     LABEL RECORDS ARE STANDARD.
009500 COPY CORRREC.
009600
009700 FD  MAIL-OUT
009800     LABEL RECORDS ARE STANDARD.
009900 01  MAIL-OUT-RECORD         PIC X(127).
010000
010100 FD  MAIL-PRINT
010200     LABEL RECORDS ARE STANDARD.
010300 01  MAIL-PRINT-RECORD       PIC X(127).
010400
010500 FD  EOD-HISTORY
010600     LABEL RECORDS ARE STANDARD.
010700 COPY EODHREC.
010800
010900 WORKING-STORAGE SECTION.
011000*****************************************************************
011100*    FILE STATUS AND SWITCHES
011200*****************************************************************
011300 01  WS-STATH-STATUS         PIC X(02) VALUE "00".
011400     88  WS-STATH-OK                 VALUE "00".
011500
011600 01  WS-FEEMAST-STATUS       PIC X(02) VALUE "00".
011700     88  WS-FEEMAST-OK               VALUE "00".
011800
011900 01  WS-MEMMAST-STATUS       PIC X(02) VALUE "00".
012000     88  WS-MEMMAST-OK               VALUE "00".
012100
012200 01  WS-CORRH-STATUS         PIC X(02) VALUE "00".
012300     88  WS-CORRH-OK                 VALUE "00".
012400     88  WS-CORRH-NOT-FOUND          VALUE "35".
012500
012600 01  WS-MAILOUT-STATUS       PIC X(02) VALUE "00".
012700     88  WS-MAILOUT-OK               VALUE "00".
012800
012900 01  WS-MAILPRT-STATUS       PIC X(02) VALUE "00".
013000     88  WS-MAILPRT-OK               VALUE "00".
013100
013200 01  WS-EODHIST-STATUS       PIC X(02) VALUE "00".
013300     88  WS-EODHIST-OK               VALUE "00".
013400
013500 01  WS-STATH-EOF-SW         PIC X(01) VALUE "N".
013600     88  WS-STATH-EOF                VALUE "Y".
013700
013800 01  WS-FEE-EOF-SW           PIC X(01) VALUE "N".
013900     88  WS-FEE-EOF                  VALUE "Y".
014000
014100 01  WS-RUN-FAILED-SW        PIC X(01) VALUE "N".
014200     88  WS-RUN-FAILED               VALUE "Y".
014300
014400 01  WS-CORRH-OPEN-SW        PIC X(01) VALUE "N".
014500     88  WS-CORRH-IS-OPEN            VALUE "Y".
014600
014700 01  WS-FILES-OPEN-SW        PIC X(01) VALUE "N".
014800     88  WS-FILES-ARE-OPEN           VALUE "Y".
014900
015000 01  WS-STATH-OPEN-SW        PIC X(01) VALUE "N".
015100     88  WS-STATH-IS-OPEN            VALUE "Y".
015200
015300 01  WS-FEEMAST-OPEN-SW      PIC X(01) VALUE "N".
015400     88  WS-FEEMAST-IS-OPEN          VALUE "Y".
015500
015600 01  WS-MEMMAST-OPEN-SW      PIC X(01) VALUE "N".
015700     88  WS-MEMMAST-IS-OPEN          VALUE "Y".
015800
015900 01  WS-MEMBER-FOUND-SW      PIC X(01) VALUE "N".
016000     88  WS-MEMBER-FOUND             VALUE "Y".
016100
016200*****************************************************************
016300*    SITE PARAMETERS - COMPILED-IN DEFAULT, OVERRIDDEN FROM THE
016400*    SITEPARM FILE THROUGH PARMGET AT START-UP
016500*****************************************************************
016600 01  WS-LOOKBACK-DAYS        PIC 9(03) VALUE 7.
016700
016800 01  WS-PARM-KEY             PIC X(08).
016900 01  WS-PARM-VALUE           PIC 9(08) VALUE ZERO.
017000 01  WS-PARM-STATUS          PIC X(02) VALUE SPACES.
017100     88  WS-PARM-FOUND               VALUE "00".
017200
017300*****************************************************************
017400*    DATE WORK AREAS - INTEGER-OF-DATE DOES THE CALENDAR
017500*    ARITHMETIC, AS IN FEEAGED AND ARCHPURG
017600*****************************************************************
017700 01  WS-TODAY.
017800     05  WS-TODAY-YEAR       PIC 9(04).
017900     05  WS-TODAY-MONTH      PIC 9(02).
018000     05  WS-TODAY-DAY        PIC 9(02).
018100 01  WS-TODAY-NUM REDEFINES WS-TODAY
018200                             PIC 9(08).
018300
018400 01  WS-TODAY-DAY-NO         PIC 9(07) VALUE ZERO.
018500 01  WS-ASSESS-DAY-NO        PIC 9(07) VALUE ZERO.
018600 01  WS-DAY-NUMBER           PIC 9(07) VALUE ZERO.
018700 01  WS-CUTOFF-DATE          PIC 9(08) VALUE ZERO.
018800 01  WS-EVENT-DATE           PIC 9(08) VALUE ZERO.
018900 01  WS-AGE-DAYS             PIC S9(05) VALUE ZERO.
019000
019100 01  WS-EVENT-STAMP-PARTS.
019200     05  WS-STAMP-DATE       PIC 9(08).
019300     05  WS-STAMP-TIME       PIC 9(08).
019400 01  WS-EVENT-STAMP REDEFINES WS-EVENT-STAMP-PARTS
019500                             PIC 9(16).
019600
019700*****************************************************************
019800*    THE LETTER BEING BUILT - WRITTEN TO WHICHEVER OUTPUT THE
019900*    MEMBER'S CONTACT DETAILS CALL FOR
020000*****************************************************************
020100 COPY MAILREC.
020200
020300*****************************************************************
020400*    CONTROL TOTALS
020500*****************************************************************
020600 01  WS-STATUS-ROWS-READ     PIC 9(06) VALUE ZERO.
020700 01  WS-FEE-RECORDS-READ     PIC 9(06) VALUE ZERO.
020800 01  WS-WELCOME-SENT         PIC 9(06) VALUE ZERO.
020900 01  WS-REINSTATE-SENT       PIC 9(06) VALUE ZERO.
021000 01  WS-DEACT-SENT           PIC 9(06) VALUE ZERO.
021100 01  WS-FIRST-SENT           PIC 9(06) VALUE ZERO.
021200 01  WS-SECOND-SENT          PIC 9(06) VALUE ZERO.
021300 01  WS-FINAL-SENT           PIC 9(06) VALUE ZERO.
021400 01  WS-EMAIL-SENT           PIC 9(06) VALUE ZERO.
021500 01  WS-PRINT-SENT           PIC 9(06) VALUE ZERO.
021600 01  WS-ALREADY-SENT         PIC 9(06) VALUE ZERO.
021700 01  WS-SUPERSEDED           PIC 9(06) VALUE ZERO.
021800
021900 01  WS-COUNT-LABEL          PIC X(24).
022000 01  WS-COUNT-VALUE          PIC 9(09) VALUE ZERO.
022100
022200 PROCEDURE DIVISION.
022300 0000-MAINLINE.
022400     PERFORM 1000-INITIALIZE THRU 1000-EXIT
022500     IF NOT WS-RUN-FAILED
022600         PERFORM 2000-STATUS-LETTERS THRU 2000-EXIT
022700             UNTIL WS-STATH-EOF
022800         PERFORM 3000-ARREARS-REMINDERS THRU 3000-EXIT
022900             UNTIL WS-FEE-EOF
023000     END-IF
023100     PERFORM 8000-TERMINATE THRU 8000-EXIT
023200     PERFORM 9500-WRITE-RUN-HISTORY THRU 9500-EXIT.
023300
023400 0000-EXIT.
023500     GOBACK.
023600
023700*****************************************************************
023800*    1000-INITIALIZE  -  TAKE THE LOOKBACK, OPEN (OR BUILD) THE
023900*                        CORRESPONDENCE HISTORY AND THE TWO
024000*                        OUTPUTS - WITHOUT ALL THREE NOTHING CAN
024100*                        SAFELY BE SENT.  NO MEMBER MASTER, NO
024200*                        STATUS HISTORY OR NO FEE MASTER YET
024300*                        JUST MEANS NOTHING TO WRITE ABOUT.
024400*****************************************************************
024500 1000-INITIALIZE.
024600     ACCEPT WS-TODAY FROM DATE YYYYMMDD
024700     COMPUTE WS-TODAY-DAY-NO =
024800         FUNCTION INTEGER-OF-DATE (WS-TODAY-NUM)
024900
025000     MOVE "CORRDAYS" TO WS-PARM-KEY
025100     CALL "PARMGET" USING WS-PARM-KEY WS-PARM-VALUE
025200         WS-PARM-STATUS
025300*    PAST A QUARTER THE LOOKBACK WOULD WELCOME PEOPLE WHO JOINED
025400*    LONG AGO ON THE FIRST NIGHT; KEEP THE DEFAULT
025500     IF WS-PARM-FOUND AND WS-PARM-VALUE > ZERO
025600             AND WS-PARM-VALUE < 91
025700         MOVE WS-PARM-VALUE TO WS-LOOKBACK-DAYS
025800     END-IF
025900     COMPUTE WS-DAY-NUMBER = WS-TODAY-DAY-NO - WS-LOOKBACK-DAYS
026000     COMPUTE WS-CUTOFF-DATE =
026100         FUNCTION DATE-OF-INTEGER (WS-DAY-NUMBER)
026200
026300     OPEN I-O CORR-HISTORY
026400     IF WS-CORRH-NOT-FOUND
026500         OPEN OUTPUT CORR-HISTORY
026600         CLOSE CORR-HISTORY
026700         OPEN I-O CORR-HISTORY
026800     END-IF
026900     IF NOT WS-CORRH-OK
027000         DISPLAY "MEMCORR: UNABLE TO OPEN CORRESPONDENCE "
027100                 "HISTORY, STATUS = " WS-CORRH-STATUS
027200         SET WS-RUN-FAILED TO TRUE
027300         MOVE 8 TO RETURN-CODE
027400         GO TO 1000-EXIT
027500     END-IF
027600     SET WS-CORRH-IS-OPEN TO TRUE
027700
027800     OPEN EXTEND MAIL-OUT
027900     IF WS-MAILOUT-STATUS = "05" OR WS-MAILOUT-STATUS = "35"
028000         OPEN OUTPUT MAIL-OUT
028100     END-IF
028200     OPEN EXTEND MAIL-PRINT
028300     IF WS-MAILPRT-STATUS = "05" OR WS-MAILPRT-STATUS = "35"
028400         OPEN OUTPUT MAIL-PRINT
028500     END-IF
028600     SET WS-FILES-ARE-OPEN TO TRUE
028700     IF NOT WS-MAILOUT-OK OR NOT WS-MAILPRT-OK
028800         DISPLAY "MEMCORR: UNABLE TO OPEN THE LETTER FILES, "
028900                 "STATUS = " WS-MAILOUT-STATUS " / "
029000                 WS-MAILPRT-STATUS
029100         SET WS-RUN-FAILED TO TRUE
029200         MOVE 8 TO RETURN-CODE
029300         GO TO 1000-EXIT
029400     END-IF
029500
029600     OPEN INPUT MEMBER-MASTER
029700     IF NOT WS-MEMMAST-OK
029800         DISPLAY "MEMCORR: NO MEMBER MASTER ON HAND, STATUS = "
029900                 WS-MEMMAST-STATUS
030000         SET WS-STATH-EOF TO TRUE
030100         SET WS-FEE-EOF   TO TRUE
030200         GO TO 1000-EXIT
030300     END-IF
030400     SET WS-MEMMAST-IS-OPEN TO TRUE
030500
030600     OPEN INPUT STATUS-HISTORY
030700     IF WS-STATH-OK
030800         SET WS-STATH-IS-OPEN TO TRUE
030900     ELSE
031000         DISPLAY "MEMCORR: NO STATUS HISTORY ON HAND, STATUS = "
031100                 WS-STATH-STATUS
031200         SET WS-STATH-EOF TO TRUE
031300     END-IF
031400
031500     OPEN INPUT FEE-MASTER
031600     IF WS-FEEMAST-OK
031700         SET WS-FEEMAST-IS-OPEN TO TRUE
031800     ELSE
031900         DISPLAY "MEMCORR: NO FEE MASTER ON HAND, STATUS = "
032000                 WS-FEEMAST-STATUS
032100         SET WS-FEE-EOF TO TRUE
032200     END-IF
032300
032400     DISPLAY "MEMCORR: STATUS CHANGES FROM " WS-CUTOFF-DATE
032500             " ARE CONSIDERED.".
032600
032700 1000-EXIT.
032800     EXIT.
032900
033000*****************************************************************
033100*    2000-STATUS-LETTERS  -  ONE STATUS-HISTORY ROW PER PASS.  A
033200*                            REGISTRATION (NO OLD STATUS) GETS A
033300*                            WELCOME, ANY OTHER RETURN TO ACTIVE
033400*                            A REINSTATEMENT LETTER, AND A
033500*                            DEACTIVATION A NOTICE.  A LAPSE IS
033600*                            LEFT TO THE ARREARS REMINDERS.
033650*                            A MERGE SENDS NOTHING, NOR DOES
033660*                            A ROW THAT LEAVES THE STATUS AS
033670*                            IT WAS.
033700*****************************************************************
033800 2000-STATUS-LETTERS.
033900     READ STATUS-HISTORY
034000         AT END
034100             SET WS-STATH-EOF TO TRUE
034200     END-READ
034300     IF WS-STATH-EOF
034400         GO TO 2000-EXIT
034500     END-IF
034600     ADD 1 TO WS-STATUS-ROWS-READ
034700
034800     MOVE STAT-TIMESTAMP (1:8) TO WS-EVENT-DATE
034900     IF WS-EVENT-DATE < WS-CUTOFF-DATE
035000         GO TO 2000-EXIT
035100     END-IF
035200
035300     INITIALIZE MAIL-MERGE-RECORD
035400     EVALUATE TRUE
035420         WHEN STAT-MERGE-PARTNER-ID NUMERIC
035440                 AND STAT-MERGE-PARTNER-ID NOT = ZERO
035460             GO TO 2000-EXIT
035470         WHEN STAT-NEW-STATUS = STAT-OLD-STATUS
035480             GO TO 2000-EXIT
035500         WHEN STAT-NEW-STATUS = "A" AND STAT-OLD-STATUS = SPACE
035600             SET MAIL-WELCOME TO TRUE
035700         WHEN STAT-NEW-STATUS = "A"
035800             SET MAIL-REINSTATED TO TRUE
035900         WHEN STAT-NEW-STATUS = "D"
036000             SET MAIL-DEACTIVATED TO TRUE
036100         WHEN OTHER
036200             GO TO 2000-EXIT
036300     END-EVALUATE
036400
036500     MOVE STAT-MEMBER-ID TO MEMBER-ID
036600     PERFORM 4000-READ-MEMBER THRU 4000-EXIT
036700     IF NOT WS-MEMBER-FOUND
036800         GO TO 2000-EXIT
036900     END-IF
037000
037100     IF (MAIL-DEACTIVATED AND NOT MEMBER-DEACTIVATED)
037200             OR (NOT MAIL-DEACTIVATED AND NOT MEMBER-ACTIVE
037250                 AND MEMBER-STATUS NOT = SPACE)
037300         ADD 1 TO WS-SUPERSEDED
037400         GO TO 2000-EXIT
037500     END-IF
037600
037700     MOVE WS-EVENT-DATE    TO MAIL-EVENT-DATE
037800     MOVE STAT-REASON-CODE TO MAIL-REASON-CODE
037900     MOVE STAT-TIMESTAMP   TO WS-EVENT-STAMP
038000     PERFORM 5000-SEND-LETTER THRU 5000-EXIT.
038100
038200 2000-EXIT.
038300     EXIT.
038400
038500*****************************************************************
038600*    3000-ARREARS-REMINDERS  -  ONE FEE RECORD PER PASS.  THE
038700*                               BUCKET DECIDES THE REMINDER; A
038800*                               MEMBER FIRST SEEN ALREADY DEEP
038900*                               IN ARREARS GETS ONLY THE LETTER
039000*                               FOR THE BUCKET REACHED, NOT THE
039100*                               EARLIER ONES AS WELL.
039200*****************************************************************
039300 3000-ARREARS-REMINDERS.
039400     READ FEE-MASTER NEXT RECORD
039500         AT END
039600             SET WS-FEE-EOF TO TRUE
039700     END-READ
039800     IF WS-FEE-EOF
039900         GO TO 3000-EXIT
040000     END-IF
040100     ADD 1 TO WS-FEE-RECORDS-READ
040200
040300     IF FEE-BALANCE NOT > ZERO
040400         GO TO 3000-EXIT
040500     END-IF
040600
040700     PERFORM 3100-COMPUTE-AGE-DAYS THRU 3100-EXIT
040800     IF WS-AGE-DAYS NOT > 30
040900         GO TO 3000-EXIT
041000     END-IF
041100
041200     INITIALIZE MAIL-MERGE-RECORD
041300     EVALUATE TRUE
041400         WHEN WS-AGE-DAYS NOT > 60
041500             SET MAIL-FIRST-REMINDER  TO TRUE
041600         WHEN WS-AGE-DAYS NOT > 90
041700             SET MAIL-SECOND-REMINDER TO TRUE
041800         WHEN OTHER
041900             SET MAIL-FINAL-REMINDER  TO TRUE
042000     END-EVALUATE
042100
042200     MOVE FEE-MEMBER-ID TO MEMBER-ID
042300     PERFORM 4000-READ-MEMBER THRU 4000-EXIT
042400     IF NOT WS-MEMBER-FOUND OR MEMBER-DEACTIVATED
042450             OR MEMBER-MERGED
042500         GO TO 3000-EXIT
042600     END-IF
042700
042800*    ONE ROUND OF REMINDERS PER ASSESSMENT - THE ASSESSMENT DATE
042900*    IS THE EVENT, SO NEXT YEAR'S FEE STARTS A FRESH ROUND
043000     MOVE ZERO TO WS-EVENT-STAMP
043100     IF FEE-LAST-ASSESS-DT NUMERIC
043200         MOVE FEE-LAST-ASSESS-DT TO WS-STAMP-DATE
043300     END-IF
043400     MOVE WS-STAMP-DATE     TO MAIL-EVENT-DATE
043500     MOVE FEE-BALANCE       TO MAIL-BALANCE
043600     MOVE WS-AGE-DAYS       TO MAIL-DAYS-OVERDUE
043700     MOVE "ARRS"            TO MAIL-REASON-CODE
043800     PERFORM 5000-SEND-LETTER THRU 5000-EXIT.
043900
044000 3000-EXIT.
044100     EXIT.
044200
044300*****************************************************************
044400*    3100-COMPUTE-AGE-DAYS  -  DAYS SINCE THE LAST ASSESSMENT,
044500*                              THE SAME RULE FEEAGED USES.  A
044600*                              RECORD WITH NO USABLE DATE IS
044700*                              TREATED AS LONG OVERDUE.
044800*****************************************************************
044900 3100-COMPUTE-AGE-DAYS.
045000     IF FEE-LAST-ASSESS-DT NOT NUMERIC
045100             OR FEE-LAST-ASSESS-DT = ZERO
045200         MOVE 99999 TO WS-AGE-DAYS
045300         GO TO 3100-EXIT
045400     END-IF
045500
045600     COMPUTE WS-ASSESS-DAY-NO =
045700         FUNCTION INTEGER-OF-DATE (FEE-LAST-ASSESS-DT)
045800     COMPUTE WS-AGE-DAYS = WS-TODAY-DAY-NO - WS-ASSESS-DAY-NO
045900     IF WS-AGE-DAYS < ZERO
046000         MOVE ZERO TO WS-AGE-DAYS
046100     END-IF.
046200
046300 3100-EXIT.
046400     EXIT.
046500
046600*****************************************************************
046700*    4000-READ-MEMBER  -  KEYED READ FOR THE NAME AND CONTACT
046800*                         DETAILS; A MEMBER NOT ON THE MASTER
046900*                         HAS NOWHERE TO SEND A LETTER
047000*****************************************************************
047100 4000-READ-MEMBER.
047200     MOVE "Y" TO WS-MEMBER-FOUND-SW
047300     READ MEMBER-MASTER KEY IS MEMBER-ID
047400         INVALID KEY
047500             MOVE "N" TO WS-MEMBER-FOUND-SW
047600     END-READ.
047700
047800 4000-EXIT.
047900     EXIT.
048000
048100*****************************************************************
048200*    5000-SEND-LETTER  -  UNLESS THIS LETTER HAS ALREADY GONE
048300*                         FOR THIS EVENT, WRITE IT TO THE EMAIL
048400*                         GATEWAY OR THE PRINT QUEUE AND RECORD
048500*                         IT ON THE CORRESPONDENCE HISTORY.
048530*                         ONCE THE HISTORY CANNOT BE READ
048560*                         NOTHING MORE IS SENT.
048600*****************************************************************
048700 5000-SEND-LETTER.
048720     IF WS-RUN-FAILED
048740         GO TO 5000-EXIT
048760     END-IF
048800     MOVE MEMBER-ID         TO CORR-MEMBER-ID
048900     MOVE MAIL-LETTER-TYPE  TO CORR-LETTER-TYPE
049000     MOVE WS-EVENT-STAMP    TO CORR-EVENT-STAMP
049100     READ CORR-HISTORY KEY IS CORR-KEY
049200         INVALID KEY
049300             CONTINUE
049400     END-READ
049500     IF WS-CORRH-OK
049600         ADD 1 TO WS-ALREADY-SENT
049700         GO TO 5000-EXIT
049800     END-IF
049810     IF WS-CORRH-STATUS NOT = "23"
049820         DISPLAY "MEMCORR: HISTORY READ FAILED FOR MEMBER "
049830                 MEMBER-ID ", STATUS = " WS-CORRH-STATUS
049840         SET WS-RUN-FAILED TO TRUE
049850         MOVE 8 TO RETURN-CODE
049860         GO TO 5000-EXIT
049870     END-IF
049900
050000     MOVE MEMBER-ID         TO MAIL-MEMBER-ID
050100     MOVE MEMBER-NAME       TO MAIL-MEMBER-NAME
050200     MOVE MEMBER-EMAIL      TO MAIL-EMAIL
050300     MOVE MEMBER-DEPT-CODE  TO MAIL-DEPT-CODE
050400     MOVE WS-TODAY-NUM      TO MAIL-LETTER-DATE
050500
050600     INITIALIZE CORRESPONDENCE-RECORD
050700     MOVE MEMBER-ID         TO CORR-MEMBER-ID
050800     MOVE MAIL-LETTER-TYPE  TO CORR-LETTER-TYPE
050900     MOVE WS-EVENT-STAMP    TO CORR-EVENT-STAMP
051000     MOVE WS-TODAY-NUM      TO CORR-SENT-DATE
051100
051200     IF MEMBER-EMAIL = SPACES
051300         SET MAIL-BY-PRINT TO TRUE
051400         SET CORR-BY-PRINT TO TRUE
051500         STRING "PRINT QUEUE - DEPT " DELIMITED BY SIZE
051600                MEMBER-DEPT-CODE     DELIMITED BY SIZE
051700             INTO CORR-ADDRESS
051800         END-STRING
051900         WRITE MAIL-PRINT-RECORD FROM MAIL-MERGE-RECORD
051910         IF NOT WS-MAILPRT-OK
051920             DISPLAY "MEMCORR: LETTER NOT QUEUED FOR MEMBER "
051930                     MEMBER-ID ", STATUS = " WS-MAILPRT-STATUS
051940             MOVE 8 TO RETURN-CODE
051950             GO TO 5000-EXIT
051960         END-IF
052000         ADD 1 TO WS-PRINT-SENT
052100     ELSE
052200         SET MAIL-BY-EMAIL TO TRUE
052300         SET CORR-BY-EMAIL TO TRUE
052400         MOVE MEMBER-EMAIL TO CORR-ADDRESS
052500         WRITE MAIL-OUT-RECORD FROM MAIL-MERGE-RECORD
052510         IF NOT WS-MAILOUT-OK
052520             DISPLAY "MEMCORR: LETTER NOT QUEUED FOR MEMBER "
052530                     MEMBER-ID ", STATUS = " WS-MAILOUT-STATUS
052540             MOVE 8 TO RETURN-CODE
052550             GO TO 5000-EXIT
052560         END-IF
052600         ADD 1 TO WS-EMAIL-SENT
052700     END-IF
052800
052900     WRITE CORRESPONDENCE-RECORD
053000         INVALID KEY
053100             DISPLAY "MEMCORR: HISTORY NOT WRITTEN FOR MEMBER "
053200                     MEMBER-ID ", STATUS = " WS-CORRH-STATUS
053300     END-WRITE
053400
053500     EVALUATE TRUE
053600         WHEN MAIL-WELCOME
053700             ADD 1 TO WS-WELCOME-SENT
053800         WHEN MAIL-REINSTATED
053900             ADD 1 TO WS-REINSTATE-SENT
054000         WHEN MAIL-DEACTIVATED
054100             ADD 1 TO WS-DEACT-SENT
054200         WHEN MAIL-FIRST-REMINDER
054300             ADD 1 TO WS-FIRST-SENT
054400         WHEN MAIL-SECOND-REMINDER
054500             ADD 1 TO WS-SECOND-SENT
054600         WHEN MAIL-FINAL-REMINDER
054700             ADD 1 TO WS-FINAL-SENT
054800     END-EVALUATE.
054900
055000 5000-EXIT.
055100     EXIT.
055200
055300*****************************************************************
055400*    8000-TERMINATE  -  CLOSE EVERYTHING, SHOW CONTROL TOTALS
055500*****************************************************************
055600 8000-TERMINATE.
055700     IF WS-STATH-IS-OPEN
055800         CLOSE STATUS-HISTORY
055900     END-IF
056000     IF WS-FEEMAST-IS-OPEN
056100         CLOSE FEE-MASTER
056200     END-IF
056300     IF WS-MEMMAST-IS-OPEN
056400         CLOSE MEMBER-MASTER
056500     END-IF
056600     IF WS-FILES-ARE-OPEN
056700         CLOSE MAIL-OUT MAIL-PRINT
056800     END-IF
056900     IF WS-CORRH-IS-OPEN
057000         CLOSE CORR-HISTORY
057100     END-IF
057200
057300     DISPLAY "-----------------------------------------------"
057400     DISPLAY "MEMCORR CONTROL TOTALS"
057500     DISPLAY "  STATUS ROWS READ     : " WS-STATUS-ROWS-READ
057600     DISPLAY "  FEE RECORDS READ     : " WS-FEE-RECORDS-READ
057700     DISPLAY "  WELCOME LETTERS      : " WS-WELCOME-SENT
057800     DISPLAY "  REINSTATEMENT LETTERS: " WS-REINSTATE-SENT
057900     DISPLAY "  DEACTIVATION NOTICES : " WS-DEACT-SENT
058000     DISPLAY "  FIRST REMINDERS      : " WS-FIRST-SENT
058100     DISPLAY "  SECOND REMINDERS     : " WS-SECOND-SENT
058200     DISPLAY "  FINAL REMINDERS      : " WS-FINAL-SENT
058300     DISPLAY "  SENT BY EMAIL        : " WS-EMAIL-SENT
058400     DISPLAY "  SENT TO PRINT QUEUE  : " WS-PRINT-SENT
058500     DISPLAY "  ALREADY SENT         : " WS-ALREADY-SENT
058600     DISPLAY "  SUPERSEDED, NOT SENT : " WS-SUPERSEDED
058700     DISPLAY "-----------------------------------------------".
058800
058900 8000-EXIT.
059000     EXIT.
059100
059200*****************************************************************
059300*    9500-WRITE-RUN-HISTORY  -  LETTER COUNTS AS "C" ROWS ON
059400*                               EODHIST FOR THE MORNING
059500*                               OPERATIONS SUMMARY
059600*****************************************************************
059700 9500-WRITE-RUN-HISTORY.
059800     OPEN EXTEND EOD-HISTORY
059900     IF WS-EODHIST-STATUS = "05" OR WS-EODHIST-STATUS = "35"
060000         OPEN OUTPUT EOD-HISTORY
060100     END-IF
060200     IF NOT WS-EODHIST-OK
060300         DISPLAY "MEMCORR: RUN HISTORY NOT WRITTEN, STATUS = "
060400                 WS-EODHIST-STATUS
060500         GO TO 9500-EXIT
060600     END-IF
060700
060800     MOVE "WELCOME LETTERS"       TO WS-COUNT-LABEL
060900     MOVE WS-WELCOME-SENT         TO WS-COUNT-VALUE
061000     PERFORM 9510-ONE-COUNT-ROW THRU 9510-EXIT
061100
061200     MOVE "REINSTATEMENT LETTERS" TO WS-COUNT-LABEL
061300     MOVE WS-REINSTATE-SENT       TO WS-COUNT-VALUE
061400     PERFORM 9510-ONE-COUNT-ROW THRU 9510-EXIT
061500
061600     MOVE "DEACTIVATION NOTICES"  TO WS-COUNT-LABEL
061700     MOVE WS-DEACT-SENT           TO WS-COUNT-VALUE
061800     PERFORM 9510-ONE-COUNT-ROW THRU 9510-EXIT
061900
062000     MOVE "FIRST REMINDERS"       TO WS-COUNT-LABEL
062100     MOVE WS-FIRST-SENT           TO WS-COUNT-VALUE
062200     PERFORM 9510-ONE-COUNT-ROW THRU 9510-EXIT
062300
062400     MOVE "SECOND REMINDERS"      TO WS-COUNT-LABEL
062500     MOVE WS-SECOND-SENT          TO WS-COUNT-VALUE
062600     PERFORM 9510-ONE-COUNT-ROW THRU 9510-EXIT
062700
062800     MOVE "FINAL REMINDERS"       TO WS-COUNT-LABEL
062900     MOVE WS-FINAL-SENT           TO WS-COUNT-VALUE
063000     PERFORM 9510-ONE-COUNT-ROW THRU 9510-EXIT
063100
063200     MOVE "LETTERS BY EMAIL"      TO WS-COUNT-LABEL
063300     MOVE WS-EMAIL-SENT           TO WS-COUNT-VALUE
063400     PERFORM 9510-ONE-COUNT-ROW THRU 9510-EXIT
063500
063600     MOVE "LETTERS TO PRINT QUEUE" TO WS-COUNT-LABEL
063700     MOVE WS-PRINT-SENT           TO WS-COUNT-VALUE
063800     PERFORM 9510-ONE-COUNT-ROW THRU 9510-EXIT
063900
064000     MOVE "ALREADY SENT - SKIPPED" TO WS-COUNT-LABEL
064100     MOVE WS-ALREADY-SENT         TO WS-COUNT-VALUE
064200     PERFORM 9510-ONE-COUNT-ROW THRU 9510-EXIT
064300
064400     CLOSE EOD-HISTORY.
064500
064600 9500-EXIT.
064700     EXIT.
064800
064900*****************************************************************
065000*    9510-ONE-COUNT-ROW
065100*****************************************************************
065200 9510-ONE-COUNT-ROW.
065300     INITIALIZE EOD-HISTORY-RECORD
065400     SET EODH-COUNT-ROW TO TRUE
065500     MOVE WS-TODAY-NUM    TO EODH-RUN-DATE
065600     MOVE "MEMCORR"       TO EODH-PROGRAM
065700     MOVE WS-COUNT-LABEL  TO EODH-COUNT-LABEL
065800     MOVE WS-COUNT-VALUE  TO EODH-COUNT-VALUE
065900     WRITE EOD-HISTORY-RECORD.
066000
066100 9510-EXIT.
066200     EXIT.

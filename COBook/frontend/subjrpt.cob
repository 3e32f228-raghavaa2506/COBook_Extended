000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    SUBJRPT.
000300 AUTHOR.        R. IYENGAR - APPLICATIONS.
000400 INSTALLATION.  IIT TIRUPATI - MEMBER SERVICES.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  MODIFICATION HISTORY
000900*  DATE        INIT  DESCRIPTION
001000*  2026-10-15  RI    ORIGINAL - SUBJECT-ACCESS PRINT FOR THE
001100*                    DATA-PROTECTION OFFICE: EVERYTHING HELD ON
001200*                    ONE PERSON ON THE MEMBER MASTER, FEE MASTER,
001300*                    STATUS HISTORY, AUDIT LOG AND SUSPENSE
001400*                    FILE.  THE OPERATOR GIVES A MEMBER-ID, OR
001500*                    LEAVES IT BLANK AND GIVES A NAME, WHICH IS
001600*                    LOOKED UP EXACTLY AS KEYED ON THE MASTER'S
001700*                    NAME KEY; EVERY MEMBER OF THAT NAME IS
001800*                    PRINTED AS A SEPARATE SUBJECT, AND A NAME
001900*                    NOT ON THE MASTER IS STILL SEARCHED FOR IN
002000*                    THE AUDIT LOG AND SUSPENSE FILE, WHERE
002100*                    REFUSED APPLICANTS ARE KEPT.  AUDIT AND
002200*                    SUSPENSE ROWS CARRYING NO MEMBER-ID ARE
002300*                    MATCHED ON THE NAME AND MARKED "BY NAME" SO
002400*                    THE OFFICE CAN CONFIRM THEY ARE THE SAME
002500*                    PERSON BEFORE RELEASING THEM.
002600*****************************************************************
002700
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT MEMBER-MASTER   ASSIGN TO "MEMMAST"
003200         ORGANIZATION IS INDEXED
003300         ACCESS MODE IS DYNAMIC
003400         RECORD KEY IS MEMBER-ID
003500         ALTERNATE RECORD KEY IS MEMBER-NAME WITH DUPLICATES
003600         FILE STATUS IS WS-MEMMAST-STATUS.
003700
003800     SELECT FEE-MASTER      ASSIGN TO "FEEMAST"
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS RANDOM
004100         RECORD KEY IS FEE-MEMBER-ID
004200         FILE STATUS IS WS-FEEMAST-STATUS.
004300
004400     SELECT STATUS-HISTORY  ASSIGN TO "STATHIST"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-STATH-STATUS.
004700
004800     SELECT AUDIT-LOG       ASSIGN TO "AUDITLOG"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-AUDIT-STATUS.
005100
005200     SELECT SUSPENSE-FILE   ASSIGN TO "SUSPFILE"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-SUSP-STATUS.
005500
005600     SELECT SUBJECT-REPORT  ASSIGN TO "SUBJRPT"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-REPORT-STATUS.
005900
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  MEMBER-MASTER
006300     LABEL RECORDS ARE STANDARD.
006400 COPY MEMREC.
006500
006600 FD  FEE-MASTER
006700     LABEL RECORDS ARE STANDARD.
006800 COPY FEEREC.
006900
007000 FD  STATUS-HISTORY
007100     LABEL RECORDS ARE STANDARD.
007200 COPY STATREC.
007300
007400 FD  AUDIT-LOG
007500     LABEL RECORDS ARE STANDARD.
007600 COPY AUDTREC.
007700
007800 FD  SUSPENSE-FILE
007900     LABEL RECORDS ARE STANDARD.
008000 COPY SUSPREC.
008100
008200 FD  SUBJECT-REPORT
008300     LABEL RECORDS ARE STANDARD.
008400 01  REPORT-LINE             PIC X(80).
008500
008600 WORKING-STORAGE SECTION.
008700*****************************************************************
008800*    FILE STATUS AND SWITCHES
008900*****************************************************************
009000 01  WS-MEMMAST-STATUS       PIC X(02) VALUE "00".
009100     88  WS-MEMMAST-OK               VALUE "00".
009200
009300 01  WS-FEEMAST-STATUS       PIC X(02) VALUE "00".
009400     88  WS-FEEMAST-OK               VALUE "00".
009500
009600 01  WS-STATH-STATUS         PIC X(02) VALUE "00".
009700     88  WS-STATH-OK                 VALUE "00".
009800
009900 01  WS-AUDIT-STATUS         PIC X(02) VALUE "00".
010000     88  WS-AUDIT-OK                 VALUE "00".
010100
010200 01  WS-SUSP-STATUS          PIC X(02) VALUE "00".
010300     88  WS-SUSP-OK                  VALUE "00".
010400
010500 01  WS-REPORT-STATUS        PIC X(02) VALUE "00".
010600     88  WS-REPORT-OK                VALUE "00".
010700
010800 01  WS-MEMMAST-OPEN-SW      PIC X(01) VALUE "N".
010900     88  WS-MEMMAST-IS-OPEN          VALUE "Y".
011000
011100 01  WS-FEEMAST-OPEN-SW      PIC X(01) VALUE "N".
011200     88  WS-FEEMAST-IS-OPEN          VALUE "Y".
011300
011400 01  WS-REPORT-OPEN-SW       PIC X(01) VALUE "N".
011500     88  WS-REPORT-IS-OPEN           VALUE "Y".
011600
011700 01  WS-NAME-DONE-SW         PIC X(01) VALUE "N".
011800     88  WS-NAME-DONE                VALUE "Y".
011900
012000 01  WS-FILE-EOF-SW          PIC X(01) VALUE "N".
012100     88  WS-FILE-EOF                 VALUE "Y".
012200
012300 01  WS-ON-MASTER-SW         PIC X(01) VALUE "N".
012400     88  WS-ON-MASTER                VALUE "Y".
012500
012600 01  WS-RUN-FAILED-SW        PIC X(01) VALUE "N".
012700     88  WS-RUN-FAILED               VALUE "Y".
012800
012900*****************************************************************
013000*    THE REQUEST FROM THE OPERATOR
013100*****************************************************************
013200 01  WS-MEMBER-ID-X          PIC X(06).
013300 01  WS-REQ-NAME             PIC X(30) VALUE SPACES.
013400 01  WS-REQ-MODE             PIC X(01) VALUE SPACE.
013500     88  WS-REQ-BY-ID                VALUE "I".
013600     88  WS-REQ-BY-NAME              VALUE "N".
013700
013800*    THE SUBJECT IN HAND - A MEMBER-ID OF ZERO IS A NAME WITH
013900*    NO MASTER RECORD, A NAME OF SPACES AN ID WITH NONE
014000 01  WS-SUBJ-ID              PIC 9(06) VALUE ZERO.
014100 01  WS-SUBJ-NAME            PIC X(30) VALUE SPACES.
014200
014300 01  WS-TODAY.
014400     05  WS-TODAY-YEAR       PIC 9(04).
014500     05  WS-TODAY-MONTH      PIC 9(02).
014600     05  WS-TODAY-DAY        PIC 9(02).
014700 01  WS-TODAY-NUM REDEFINES WS-TODAY
014800                             PIC 9(08).
014900
015000 01  WS-AMOUNT-EDIT          PIC Z,ZZZ,ZZ9.99-.
015100
015200*****************************************************************
015300*    PAGE CONTROL AND RUN COUNTS
015400*****************************************************************
015500 01  WS-LINE-COUNT           PIC 9(02) VALUE ZERO.
015600 01  WS-PAGE-COUNT           PIC 9(04) VALUE ZERO.
015700 01  WS-MAX-LINES-PER-PAGE   PIC 9(02) VALUE 50.
015800 01  WS-SUBJECT-COUNT        PIC 9(04) VALUE ZERO.
015900 01  WS-SECTION-ROWS         PIC 9(06) VALUE ZERO.
016000 01  WS-HIST-ROWS            PIC 9(06) VALUE ZERO.
016100 01  WS-AUDIT-ROWS           PIC 9(06) VALUE ZERO.
016200 01  WS-SUSP-ROWS            PIC 9(06) VALUE ZERO.
016300 01  WS-BY-NAME-ROWS         PIC 9(06) VALUE ZERO.
016400
016500*****************************************************************
016600*    REPORT LINE LAYOUTS - EVERY LINE GOES OUT THROUGH
016700*    WS-PRINT-LINE AND 3900-PRINT-LINE FOR THE PAGING
016800*****************************************************************
016900 01  WS-PRINT-LINE           PIC X(80).
017000
017100 01  WS-HEADER-LINE-1.
017200     05  FILLER              PIC X(17) VALUE SPACES.
017300     05  FILLER              PIC X(40)
017400         VALUE "IIT TIRUPATI - SUBJECT ACCESS REPORT".
017500     05  FILLER              PIC X(05) VALUE "PAGE ".
017600     05  HDR-PAGE-NUMBER     PIC ZZZ9.
017700     05  FILLER              PIC X(14) VALUE SPACES.
017800
017900 01  WS-HEADER-LINE-2.
018000     05  FILLER              PIC X(13) VALUE "REQUESTED BY ".
018100     05  HDR-REQ-TYPE        PIC X(10).
018200     05  HDR-REQ-VALUE       PIC X(30).
018300     05  FILLER              PIC X(27) VALUE SPACES.
018400
018500 01  WS-SUBJECT-LINE.
018600     05  FILLER              PIC X(08) VALUE "SUBJECT ".
018700     05  SUBJ-NUMBER         PIC ZZZ9.
018800     05  FILLER              PIC X(10) VALUE "  MEMBER  ".
018900     05  SUBJ-MEMBER-ID      PIC 9(06).
019000     05  FILLER              PIC X(02) VALUE SPACES.
019100     05  SUBJ-NAME           PIC X(30).
019200     05  FILLER              PIC X(20) VALUE SPACES.
019300
019400 01  WS-SECTION-LINE.
019500     05  SEC-TITLE           PIC X(40).
019600     05  FILLER              PIC X(40) VALUE SPACES.
019700
019800 01  WS-FIELD-LINE.
019900     05  FILLER              PIC X(04) VALUE SPACES.
020000     05  FLD-LABEL           PIC X(20).
020100     05  FLD-VALUE           PIC X(56).
020200
020300 01  WS-HIST-HEAD-LINE.
020400     05  FILLER              PIC X(04) VALUE SPACES.
020500     05  FILLER              PIC X(18) VALUE "TIMESTAMP".
020600     05  FILLER              PIC X(06) VALUE "FR TO".
020700     05  FILLER              PIC X(10) VALUE "OPERATOR".
020800     05  FILLER              PIC X(06) VALUE "RSN".
020900     05  FILLER              PIC X(10) VALUE "APPROVER".
021000     05  FILLER              PIC X(26) VALUE "PARTNER".
021100
021200 01  WS-HIST-DETAIL-LINE.
021300     05  FILLER              PIC X(04) VALUE SPACES.
021400     05  HDL-TIMESTAMP       PIC 9(16).
021500     05  FILLER              PIC X(02) VALUE SPACES.
021600     05  HDL-OLD-STATUS      PIC X(01).
021700     05  FILLER              PIC X(02) VALUE SPACES.
021800     05  HDL-NEW-STATUS      PIC X(01).
021900     05  FILLER              PIC X(02) VALUE SPACES.
022000     05  HDL-OPERATOR-ID     PIC X(08).
022100     05  FILLER              PIC X(02) VALUE SPACES.
022200     05  HDL-REASON-CODE     PIC X(04).
022300     05  FILLER              PIC X(02) VALUE SPACES.
022400     05  HDL-APPROVER-ID     PIC X(08).
022500     05  FILLER              PIC X(02) VALUE SPACES.
022600     05  HDL-PARTNER-ID      PIC X(06).
022700     05  FILLER              PIC X(20) VALUE SPACES.
022800
022900 01  WS-AUDIT-HEAD-LINE.
023000     05  FILLER              PIC X(04) VALUE SPACES.
023100     05  FILLER              PIC X(17) VALUE "TIMESTAMP".
023200     05  FILLER              PIC X(09) VALUE "OPERATOR".
023300     05  FILLER              PIC X(02) VALUE "S".
023400     05  FILLER              PIC X(31) VALUE "NAME ENTERED".
023500     05  FILLER              PIC X(04) VALUE "AGE".
023600     05  FILLER              PIC X(05) VALUE "BORN".
023700     05  FILLER              PIC X(08) VALUE "ST".
023800
023900 01  WS-AUDIT-DETAIL-LINE.
024000     05  FILLER              PIC X(04) VALUE SPACES.
024100     05  ADL-TIMESTAMP       PIC 9(16).
024200     05  FILLER              PIC X(01) VALUE SPACES.
024300     05  ADL-OPERATOR-ID     PIC X(08).
024400     05  FILLER              PIC X(01) VALUE SPACES.
024500     05  ADL-SOURCE          PIC X(01).
024600     05  FILLER              PIC X(01) VALUE SPACES.
024700     05  ADL-NAME            PIC X(30).
024800     05  FILLER              PIC X(01) VALUE SPACES.
024900     05  ADL-AGE             PIC X(03).
025000     05  FILLER              PIC X(01) VALUE SPACES.
025100     05  ADL-BIRTH-YEAR      PIC X(04).
025200     05  FILLER              PIC X(01) VALUE SPACES.
025300     05  ADL-STATUS          PIC X(02).
025400     05  FILLER              PIC X(06) VALUE SPACES.
025500
025600 01  WS-AUDIT-DETAIL-LINE-2.
025700     05  FILLER              PIC X(21) VALUE SPACES.
025800     05  FILLER              PIC X(09) VALUE "APPROVER ".
025900     05  ADL-APPROVER-ID     PIC X(08).
026000     05  FILLER              PIC X(09) VALUE "  MEMBER ".
026100     05  ADL-MEMBER-ID       PIC X(06).
026200     05  FILLER              PIC X(02) VALUE SPACES.
026300     05  ADL-MATCH-FLAG      PIC X(07).
026400     05  FILLER              PIC X(18) VALUE SPACES.
026500
026600 01  WS-SUSP-HEAD-LINE.
026700     05  FILLER              PIC X(04) VALUE SPACES.
026800     05  FILLER              PIC X(09) VALUE "RUN DATE".
026900     05  FILLER              PIC X(03) VALUE "ST".
027000     05  FILLER              PIC X(02) VALUE "T".
027100     05  FILLER              PIC X(07) VALUE "MEMBER".
027200     05  FILLER              PIC X(31) VALUE "NAME".
027300     05  FILLER              PIC X(04) VALUE "AGE".
027400     05  FILLER              PIC X(05) VALUE "DEPT".
027500     05  FILLER              PIC X(15) VALUE "RSN".
027600
027700 01  WS-SUSP-DETAIL-LINE.
027800     05  FILLER              PIC X(04) VALUE SPACES.
027900     05  SDL-RUN-DATE        PIC X(08).
028000     05  FILLER              PIC X(01) VALUE SPACES.
028100     05  SDL-STATUS          PIC X(02).
028200     05  FILLER              PIC X(01) VALUE SPACES.
028300     05  SDL-TRAN-CODE       PIC X(01).
028400     05  FILLER              PIC X(01) VALUE SPACES.
028500     05  SDL-MEMBER-ID       PIC X(06).
028600     05  FILLER              PIC X(01) VALUE SPACES.
028700     05  SDL-NAME            PIC X(30).
028800     05  FILLER              PIC X(01) VALUE SPACES.
028900     05  SDL-AGE             PIC X(03).
029000     05  FILLER              PIC X(01) VALUE SPACES.
029100     05  SDL-DEPT-CODE       PIC X(04).
029200     05  FILLER              PIC X(01) VALUE SPACES.
029300     05  SDL-REASON-CODE     PIC X(04).
029400     05  FILLER              PIC X(01) VALUE SPACES.
029500     05  SDL-MATCH-FLAG      PIC X(07).
029600     05  FILLER              PIC X(03) VALUE SPACES.
029700
029800 01  WS-SUSP-DETAIL-LINE-2.
029900     05  FILLER              PIC X(04) VALUE SPACES.
030000     05  SDL-EMAIL           PIC X(40).
030100     05  FILLER              PIC X(01) VALUE SPACES.
030200     05  SDL-PHONE           PIC X(15).
030300     05  FILLER              PIC X(01) VALUE SPACES.
030400     05  SDL-DOB             PIC X(08).
030500     05  FILLER              PIC X(01) VALUE SPACES.
030600     05  SDL-MERGE-INTO-ID   PIC X(06).
030700     05  FILLER              PIC X(04) VALUE SPACES.
030800
030900 01  WS-FOOTER-LINE.
031000     05  FILLER              PIC X(19) VALUE
031100         "SUBJECTS REPORTED: ".
031200     05  FTR-SUBJECT-COUNT   PIC ZZZ9.
031300     05  FILLER              PIC X(12) VALUE SPACES.
031400     05  FILLER              PIC X(10) VALUE "RUN DATE: ".
031500     05  FTR-RUN-DATE        PIC 9(08).
031600     05  FILLER              PIC X(27) VALUE SPACES.
031700
031800 PROCEDURE DIVISION.
031900 0000-MAINLINE.
032000     PERFORM 1000-INITIALIZE THRU 1000-EXIT
032100     IF NOT WS-RUN-FAILED
032200         PERFORM 2000-FIND-SUBJECTS THRU 2000-EXIT
032300     END-IF
032400     PERFORM 8000-TERMINATE THRU 8000-EXIT.
032500
032600 0000-EXIT.
032700     GOBACK.
032800
032900*****************************************************************
033000*    1000-INITIALIZE  -  TAKE THE MEMBER-ID OR NAME, OPEN THE
033100*                        MASTERS AND THE REPORT.  A MISSING
033200*                        MASTER IS NOT FATAL - THE OTHER FILES
033300*                        MAY STILL HOLD SOMETHING ON THE PERSON.
033400*****************************************************************
033500 1000-INITIALIZE.
033600     ACCEPT WS-TODAY FROM DATE YYYYMMDD
033700
033800     DISPLAY "Member ID (blank to search by name): "
033900     ACCEPT WS-MEMBER-ID-X
034000     IF WS-MEMBER-ID-X NUMERIC
034100         SET WS-REQ-BY-ID TO TRUE
034200         MOVE WS-MEMBER-ID-X TO WS-SUBJ-ID
034300     ELSE
034400         DISPLAY "Member name: "
034500         ACCEPT WS-REQ-NAME
034600         SET WS-REQ-BY-NAME TO TRUE
034700     END-IF
034800
034900     IF WS-REQ-BY-NAME AND WS-REQ-NAME = SPACES
035000         DISPLAY "SUBJRPT: NO MEMBER ID OR NAME GIVEN - "
035100                 "NOTHING PRINTED"
035200         SET WS-RUN-FAILED TO TRUE
035300         MOVE 8 TO RETURN-CODE
035400         GO TO 1000-EXIT
035500     END-IF
035600
035700     OPEN INPUT MEMBER-MASTER
035800     IF WS-MEMMAST-OK
035900         SET WS-MEMMAST-IS-OPEN TO TRUE
036000     ELSE
036100         DISPLAY "SUBJRPT: NO MEMBER MASTER ON HAND, STATUS = "
036200                 WS-MEMMAST-STATUS
036300     END-IF
036400
036500     OPEN INPUT FEE-MASTER
036600     IF WS-FEEMAST-OK
036700         SET WS-FEEMAST-IS-OPEN TO TRUE
036800     END-IF
036900
037000     OPEN OUTPUT SUBJECT-REPORT
037100     IF NOT WS-REPORT-OK
037200         DISPLAY "SUBJRPT: UNABLE TO OPEN THE REPORT, STATUS = "
037300                 WS-REPORT-STATUS
037400         SET WS-RUN-FAILED TO TRUE
037500         MOVE 8 TO RETURN-CODE
037600         GO TO 1000-EXIT
037700     END-IF
037800     SET WS-REPORT-IS-OPEN TO TRUE
037900
038000     IF WS-REQ-BY-ID
038100         MOVE "MEMBER-ID " TO HDR-REQ-TYPE
038200         MOVE WS-MEMBER-ID-X TO HDR-REQ-VALUE
038300     ELSE
038400         MOVE "NAME      " TO HDR-REQ-TYPE
038500         MOVE WS-REQ-NAME TO HDR-REQ-VALUE
038600     END-IF
038700     PERFORM 6000-PRINT-HEADERS THRU 6000-EXIT.
038800
038900 1000-EXIT.
039000     EXIT.
039100
039200*****************************************************************
039300*    2000-FIND-SUBJECTS  -  ONE SUBJECT FOR A MEMBER-ID; ONE PER
039400*                           MASTER RECORD OF THE NAME, OR THE
039500*                           BARE NAME IF THE MASTER HAS NONE
039600*****************************************************************
039700 2000-FIND-SUBJECTS.
039800     IF WS-REQ-BY-NAME
039900         GO TO 2000-BY-NAME
040000     END-IF
040100
040200     MOVE "N" TO WS-ON-MASTER-SW
040300     MOVE SPACES TO WS-SUBJ-NAME
040400     IF WS-MEMMAST-IS-OPEN
040500         MOVE WS-SUBJ-ID TO MEMBER-ID
040600         READ MEMBER-MASTER KEY IS MEMBER-ID
040700             INVALID KEY
040800                 CONTINUE
040900             NOT INVALID KEY
041000                 SET WS-ON-MASTER TO TRUE
041100                 MOVE MEMBER-NAME TO WS-SUBJ-NAME
041200         END-READ
041300     END-IF
041400     PERFORM 3000-REPORT-SUBJECT THRU 3000-EXIT
041500     GO TO 2000-EXIT.
041600
041700 2000-BY-NAME.
041800     IF WS-MEMMAST-IS-OPEN
041900         MOVE WS-REQ-NAME TO MEMBER-NAME
042000         START MEMBER-MASTER KEY IS EQUAL TO MEMBER-NAME
042100             INVALID KEY
042200                 SET WS-NAME-DONE TO TRUE
042300         END-START
042400         PERFORM 2100-NEXT-NAME-MATCH THRU 2100-EXIT
042500             UNTIL WS-NAME-DONE
042600     END-IF
042700
042800     IF WS-SUBJECT-COUNT = ZERO
042900         MOVE "N"         TO WS-ON-MASTER-SW
043000         MOVE ZERO        TO WS-SUBJ-ID
043100         MOVE WS-REQ-NAME TO WS-SUBJ-NAME
043200         PERFORM 3000-REPORT-SUBJECT THRU 3000-EXIT
043300     END-IF.
043400
043500 2000-EXIT.
043600     EXIT.
043700
043800*****************************************************************
043900*    2100-NEXT-NAME-MATCH  -  DOWN THE NAME KEY UNTIL THE NAME
044000*                             CHANGES
044100*****************************************************************
044200 2100-NEXT-NAME-MATCH.
044300     READ MEMBER-MASTER NEXT RECORD
044400         AT END
044500             SET WS-NAME-DONE TO TRUE
044600     END-READ
044700     IF WS-NAME-DONE
044800         GO TO 2100-EXIT
044900     END-IF
045000     IF MEMBER-NAME NOT = WS-REQ-NAME
045100         SET WS-NAME-DONE TO TRUE
045200         GO TO 2100-EXIT
045300     END-IF
045400
045500     SET WS-ON-MASTER TO TRUE
045600     MOVE MEMBER-ID   TO WS-SUBJ-ID
045700     MOVE MEMBER-NAME TO WS-SUBJ-NAME
045800     PERFORM 3000-REPORT-SUBJECT THRU 3000-EXIT.
045900
046000 2100-EXIT.
046100     EXIT.
046200
046300*****************************************************************
046400*    3000-REPORT-SUBJECT  -  EVERY FILE IN TURN FOR ONE PERSON
046500*****************************************************************
046600 3000-REPORT-SUBJECT.
046700     ADD 1 TO WS-SUBJECT-COUNT
046800     MOVE WS-SUBJECT-COUNT TO SUBJ-NUMBER
046900     MOVE WS-SUBJ-ID       TO SUBJ-MEMBER-ID
047000     MOVE WS-SUBJ-NAME     TO SUBJ-NAME
047100     MOVE SPACES TO WS-PRINT-LINE
047200     PERFORM 3900-PRINT-LINE THRU 3900-EXIT
047300     MOVE WS-SUBJECT-LINE TO WS-PRINT-LINE
047400     PERFORM 3900-PRINT-LINE THRU 3900-EXIT
047500
047600     PERFORM 3100-PRINT-MASTER THRU 3100-EXIT
047700     PERFORM 3200-PRINT-FEES THRU 3200-EXIT
047800     PERFORM 3300-PRINT-STATUS-HISTORY THRU 3300-EXIT
047900     PERFORM 3400-PRINT-AUDIT-LOG THRU 3400-EXIT
048000     PERFORM 3500-PRINT-SUSPENSE THRU 3500-EXIT.
048100
048200 3000-EXIT.
048300     EXIT.
048400
048500*****************************************************************
048600*    3100-PRINT-MASTER  -  THE WHOLE MEMBER RECORD, ONE FIELD
048700*                          TO A LINE
048800*****************************************************************
048900 3100-PRINT-MASTER.
049000     MOVE "  MEMBER MASTER" TO SEC-TITLE
049100     PERFORM 3950-PRINT-SECTION THRU 3950-EXIT
049200     IF NOT WS-ON-MASTER
049300         MOVE "    NOT ON THE MEMBER MASTER" TO SEC-TITLE
049400         PERFORM 3950-PRINT-SECTION THRU 3950-EXIT
049500         GO TO 3100-EXIT
049600     END-IF
049700
049800     MOVE "MEMBER-ID"      TO FLD-LABEL
049900     MOVE MEMBER-ID        TO FLD-VALUE
050000     PERFORM 3910-PRINT-FIELD THRU 3910-EXIT
050100     MOVE "NAME"           TO FLD-LABEL
050200     MOVE MEMBER-NAME      TO FLD-VALUE
050300     PERFORM 3910-PRINT-FIELD THRU 3910-EXIT
050400     MOVE "AGE"            TO FLD-LABEL
050500     MOVE MEMBER-AGE       TO FLD-VALUE
050600     PERFORM 3910-PRINT-FIELD THRU 3910-EXIT
050700     MOVE "BIRTH YEAR"     TO FLD-LABEL
050800     MOVE MEMBER-BIRTH-YEAR TO FLD-VALUE
050900     PERFORM 3910-PRINT-FIELD THRU 3910-EXIT
051000     MOVE "ENTRY DATE"     TO FLD-LABEL
051100     MOVE MEMBER-ENTRY-DATE TO FLD-VALUE
051200     PERFORM 3910-PRINT-FIELD THRU 3910-EXIT
051300
051400     MOVE "STATUS"         TO FLD-LABEL
051500     EVALUATE TRUE
051600         WHEN MEMBER-ACTIVE
051700             MOVE "A - ACTIVE"      TO FLD-VALUE
051800         WHEN MEMBER-DEACTIVATED
051900             MOVE "D - DEACTIVATED" TO FLD-VALUE
052000         WHEN MEMBER-LAPSED
052100             MOVE "L - LAPSED"      TO FLD-VALUE
052200         WHEN MEMBER-MERGED
052300             MOVE "M - MERGED"      TO FLD-VALUE
052400         WHEN OTHER
052500             MOVE MEMBER-STATUS     TO FLD-VALUE
052600     END-EVALUATE
052700     PERFORM 3910-PRINT-FIELD THRU 3910-EXIT
052800
052900     MOVE "DEPARTMENT"     TO FLD-LABEL
053000     MOVE MEMBER-DEPT-CODE TO FLD-VALUE
053100     PERFORM 3910-PRINT-FIELD THRU 3910-EXIT
053200     MOVE "EMAIL"          TO FLD-LABEL
053300     MOVE MEMBER-EMAIL     TO FLD-VALUE
053400     PERFORM 3910-PRINT-FIELD THRU 3910-EXIT
053500     MOVE "PHONE"          TO FLD-LABEL
053600     MOVE MEMBER-PHONE     TO FLD-VALUE
053700     PERFORM 3910-PRINT-FIELD THRU 3910-EXIT
053800     MOVE "DATE OF BIRTH"  TO FLD-LABEL
053900     MOVE MEMBER-DOB       TO FLD-VALUE
054000     PERFORM 3910-PRINT-FIELD THRU 3910-EXIT
054100     MOVE "EXPIRY DATE"    TO FLD-LABEL
054200     MOVE MEMBER-EXPIRY-DATE TO FLD-VALUE
054300     PERFORM 3910-PRINT-FIELD THRU 3910-EXIT
054400     MOVE "MERGED INTO"    TO FLD-LABEL
054500     MOVE MEMBER-MERGED-INTO TO FLD-VALUE
054600     PERFORM 3910-PRINT-FIELD THRU 3910-EXIT
054700     MOVE "MERGE DATE"     TO FLD-LABEL
054800     MOVE MEMBER-MERGE-DATE TO FLD-VALUE
054900     PERFORM 3910-PRINT-FIELD THRU 3910-EXIT
055000     MOVE "ANONYMISED ON"  TO FLD-LABEL
055100     MOVE MEMBER-ANON-DATE TO FLD-VALUE
055200     PERFORM 3910-PRINT-FIELD THRU 3910-EXIT.
055300
055400 3100-EXIT.
055500     EXIT.
055600
055700*****************************************************************
055800*    3200-PRINT-FEES  -  THE FEE RECORD, IF THE PERSON HAS ONE
055900*****************************************************************
056000 3200-PRINT-FEES.
056100     MOVE "  FEE MASTER" TO SEC-TITLE
056200     PERFORM 3950-PRINT-SECTION THRU 3950-EXIT
056300     IF NOT WS-FEEMAST-IS-OPEN OR WS-SUBJ-ID = ZERO
056400         GO TO 3200-NONE
056500     END-IF
056600     MOVE WS-SUBJ-ID TO FEE-MEMBER-ID
056700     READ FEE-MASTER KEY IS FEE-MEMBER-ID
056800         INVALID KEY
056900             GO TO 3200-NONE
057000     END-READ
057100
057200     MOVE "ASSESSED TOTAL"  TO FLD-LABEL
057300     MOVE FEE-ASSESSED-TOTAL TO WS-AMOUNT-EDIT
057400     MOVE WS-AMOUNT-EDIT    TO FLD-VALUE
057500     PERFORM 3910-PRINT-FIELD THRU 3910-EXIT
057600     MOVE "PAID TOTAL"      TO FLD-LABEL
057700     MOVE FEE-PAID-TOTAL    TO WS-AMOUNT-EDIT
057800     MOVE WS-AMOUNT-EDIT    TO FLD-VALUE
057900     PERFORM 3910-PRINT-FIELD THRU 3910-EXIT
058000     MOVE "ADJUSTED TOTAL"  TO FLD-LABEL
058100     MOVE ZERO              TO WS-AMOUNT-EDIT
058200     IF FEE-ADJUSTED-TOTAL NUMERIC
058300         MOVE FEE-ADJUSTED-TOTAL TO WS-AMOUNT-EDIT
058400     END-IF
058500     MOVE WS-AMOUNT-EDIT    TO FLD-VALUE
058600     PERFORM 3910-PRINT-FIELD THRU 3910-EXIT
058700     MOVE "BALANCE"         TO FLD-LABEL
058800     MOVE FEE-BALANCE       TO WS-AMOUNT-EDIT
058900     MOVE WS-AMOUNT-EDIT    TO FLD-VALUE
059000     PERFORM 3910-PRINT-FIELD THRU 3910-EXIT
059100     MOVE "LAST ASSESSED"   TO FLD-LABEL
059200     MOVE FEE-LAST-ASSESS-DT TO FLD-VALUE
059300     PERFORM 3910-PRINT-FIELD THRU 3910-EXIT
059400     MOVE "LAST PAYMENT"    TO FLD-LABEL
059500     MOVE FEE-LAST-PAY-DT   TO FLD-VALUE
059600     PERFORM 3910-PRINT-FIELD THRU 3910-EXIT
059700     GO TO 3200-EXIT.
059800
059900 3200-NONE.
060000     MOVE "    NONE ON FILE" TO SEC-TITLE
060100     PERFORM 3950-PRINT-SECTION THRU 3950-EXIT.
060200
060300 3200-EXIT.
060400     EXIT.
060500
060600*****************************************************************
060700*    3300-PRINT-STATUS-HISTORY  -  EVERY ROW FOR THE MEMBER-ID,
060800*                                  IN THE ORDER WRITTEN
060900*****************************************************************
061000 3300-PRINT-STATUS-HISTORY.
061100     MOVE "  STATUS HISTORY" TO SEC-TITLE
061200     PERFORM 3950-PRINT-SECTION THRU 3950-EXIT
061300     MOVE ZERO TO WS-SECTION-ROWS
061400     IF WS-SUBJ-ID = ZERO
061500         GO TO 3300-NONE
061600     END-IF
061700     OPEN INPUT STATUS-HISTORY
061800     IF NOT WS-STATH-OK
061900         GO TO 3300-NONE
062000     END-IF
062100
062200     MOVE WS-HIST-HEAD-LINE TO WS-PRINT-LINE
062300     PERFORM 3900-PRINT-LINE THRU 3900-EXIT
062400     MOVE "N" TO WS-FILE-EOF-SW
062500     PERFORM 3310-STATUS-HISTORY-ROW THRU 3310-EXIT
062600         UNTIL WS-FILE-EOF
062700     CLOSE STATUS-HISTORY
062800     IF WS-SECTION-ROWS > ZERO
062900         GO TO 3300-EXIT
063000     END-IF.
063100
063200 3300-NONE.
063300     MOVE "    NONE ON FILE" TO SEC-TITLE
063400     PERFORM 3950-PRINT-SECTION THRU 3950-EXIT.
063500
063600 3300-EXIT.
063700     EXIT.
063800
063900*****************************************************************
064000*    3310-STATUS-HISTORY-ROW
064100*****************************************************************
064200 3310-STATUS-HISTORY-ROW.
064300     READ STATUS-HISTORY
064400         AT END
064500             SET WS-FILE-EOF TO TRUE
064600     END-READ
064700     IF WS-FILE-EOF
064800         GO TO 3310-EXIT
064900     END-IF
065000     IF STAT-MEMBER-ID NOT = WS-SUBJ-ID
065100         GO TO 3310-EXIT
065200     END-IF
065300
065400     ADD 1 TO WS-SECTION-ROWS
065500     ADD 1 TO WS-HIST-ROWS
065600     MOVE STAT-TIMESTAMP        TO HDL-TIMESTAMP
065700     MOVE STAT-OLD-STATUS       TO HDL-OLD-STATUS
065800     MOVE STAT-NEW-STATUS       TO HDL-NEW-STATUS
065900     MOVE STAT-OPERATOR-ID      TO HDL-OPERATOR-ID
066000     MOVE STAT-REASON-CODE      TO HDL-REASON-CODE
066100     MOVE STAT-APPROVER-ID      TO HDL-APPROVER-ID
066200     MOVE STAT-MERGE-PARTNER-ID TO HDL-PARTNER-ID
066300     MOVE WS-HIST-DETAIL-LINE   TO WS-PRINT-LINE
066400     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
066500
066600 3310-EXIT.
066700     EXIT.
066800
066900*****************************************************************
067000*    3400-PRINT-AUDIT-LOG  -  ROWS FOR THE MEMBER-ID, AND ROWS
067100*                             WITH NO MEMBER-ID UNDER THE NAME
067200*                             (REFUSED REGISTRATIONS, AND ROWS
067300*                             FROM BEFORE THE ID WAS LOGGED)
067400*****************************************************************
067500 3400-PRINT-AUDIT-LOG.
067600     MOVE "  AUDIT LOG" TO SEC-TITLE
067700     PERFORM 3950-PRINT-SECTION THRU 3950-EXIT
067800     MOVE ZERO TO WS-SECTION-ROWS
067900     OPEN INPUT AUDIT-LOG
068000     IF NOT WS-AUDIT-OK
068100         GO TO 3400-NONE
068200     END-IF
068300
068400     MOVE WS-AUDIT-HEAD-LINE TO WS-PRINT-LINE
068500     PERFORM 3900-PRINT-LINE THRU 3900-EXIT
068600     MOVE "N" TO WS-FILE-EOF-SW
068700     PERFORM 3410-AUDIT-LOG-ROW THRU 3410-EXIT
068800         UNTIL WS-FILE-EOF
068900     CLOSE AUDIT-LOG
069000     IF WS-SECTION-ROWS > ZERO
069100         GO TO 3400-EXIT
069200     END-IF.
069300
069400 3400-NONE.
069500     MOVE "    NONE ON FILE" TO SEC-TITLE
069600     PERFORM 3950-PRINT-SECTION THRU 3950-EXIT.
069700
069800 3400-EXIT.
069900     EXIT.
070000
070100*****************************************************************
070200*    3410-AUDIT-LOG-ROW
070300*****************************************************************
070400 3410-AUDIT-LOG-ROW.
070500     READ AUDIT-LOG
070600         AT END
070700             SET WS-FILE-EOF TO TRUE
070800     END-READ
070900     IF WS-FILE-EOF
071000         GO TO 3410-EXIT
071100     END-IF
071200
071300     MOVE SPACES TO ADL-MATCH-FLAG
071400     IF AUDIT-MEMBER-ID NUMERIC AND AUDIT-MEMBER-ID > ZERO
071500         IF AUDIT-MEMBER-ID NOT = WS-SUBJ-ID
071600                 OR WS-SUBJ-ID = ZERO
071700             GO TO 3410-EXIT
071800         END-IF
071900     ELSE
072000         IF AUDIT-NAME-ENTERED NOT = WS-SUBJ-NAME
072100                 OR WS-SUBJ-NAME = SPACES
072200             GO TO 3410-EXIT
072300         END-IF
072400         MOVE "BY NAME" TO ADL-MATCH-FLAG
072500         ADD 1 TO WS-BY-NAME-ROWS
072600     END-IF
072700
072800     ADD 1 TO WS-SECTION-ROWS
072900     ADD 1 TO WS-AUDIT-ROWS
073000     MOVE AUDIT-TIMESTAMP    TO ADL-TIMESTAMP
073100     MOVE AUDIT-OPERATOR-ID  TO ADL-OPERATOR-ID
073200     MOVE AUDIT-SOURCE       TO ADL-SOURCE
073300     MOVE AUDIT-NAME-ENTERED TO ADL-NAME
073400     MOVE AUDIT-AGE-ENTERED  TO ADL-AGE
073500     MOVE AUDIT-BIRTH-YEAR   TO ADL-BIRTH-YEAR
073600     MOVE AUDIT-STATUS       TO ADL-STATUS
073700     MOVE AUDIT-APPROVER-ID  TO ADL-APPROVER-ID
073800     MOVE AUDIT-MEMBER-ID    TO ADL-MEMBER-ID
073900     MOVE WS-AUDIT-DETAIL-LINE   TO WS-PRINT-LINE
074000     PERFORM 3900-PRINT-LINE THRU 3900-EXIT
074100     MOVE WS-AUDIT-DETAIL-LINE-2 TO WS-PRINT-LINE
074200     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
074300
074400 3410-EXIT.
074500     EXIT.
074600
074700*****************************************************************
074800*    3500-PRINT-SUSPENSE  -  SAME MATCHING AS THE AUDIT LOG
074900*****************************************************************
075000 3500-PRINT-SUSPENSE.
075100     MOVE "  SUSPENSE FILE" TO SEC-TITLE
075200     PERFORM 3950-PRINT-SECTION THRU 3950-EXIT
075300     MOVE ZERO TO WS-SECTION-ROWS
075400     OPEN INPUT SUSPENSE-FILE
075500     IF NOT WS-SUSP-OK
075600         GO TO 3500-NONE
075700     END-IF
075800
075900     MOVE WS-SUSP-HEAD-LINE TO WS-PRINT-LINE
076000     PERFORM 3900-PRINT-LINE THRU 3900-EXIT
076100     MOVE "N" TO WS-FILE-EOF-SW
076200     PERFORM 3510-SUSPENSE-ROW THRU 3510-EXIT
076300         UNTIL WS-FILE-EOF
076400     CLOSE SUSPENSE-FILE
076500     IF WS-SECTION-ROWS > ZERO
076600         GO TO 3500-EXIT
076700     END-IF.
076800
076900 3500-NONE.
077000     MOVE "    NONE ON FILE" TO SEC-TITLE
077100     PERFORM 3950-PRINT-SECTION THRU 3950-EXIT.
077200
077300 3500-EXIT.
077400     EXIT.
077500
077600*****************************************************************
077700*    3510-SUSPENSE-ROW
077800*****************************************************************
077900 3510-SUSPENSE-ROW.
078000     READ SUSPENSE-FILE
078100         AT END
078200             SET WS-FILE-EOF TO TRUE
078300     END-READ
078400     IF WS-FILE-EOF
078500         GO TO 3510-EXIT
078600     END-IF
078700
078800     MOVE SPACES TO SDL-MATCH-FLAG
078900     IF SUSP-MEMBER-ID NUMERIC AND SUSP-MEMBER-ID > ZERO
079000         IF SUSP-MEMBER-ID NOT = WS-SUBJ-ID
079100                 OR WS-SUBJ-ID = ZERO
079200             GO TO 3510-EXIT
079300         END-IF
079400     ELSE
079500         IF SUSP-NAME NOT = WS-SUBJ-NAME
079600                 OR WS-SUBJ-NAME = SPACES
079700             GO TO 3510-EXIT
079800         END-IF
079900         MOVE "BY NAME" TO SDL-MATCH-FLAG
080000         ADD 1 TO WS-BY-NAME-ROWS
080100     END-IF
080200
080300     ADD 1 TO WS-SECTION-ROWS
080400     ADD 1 TO WS-SUSP-ROWS
080500     MOVE SUSP-RUN-DATE      TO SDL-RUN-DATE
080600     MOVE SUSP-STATUS        TO SDL-STATUS
080700     MOVE SUSP-TRAN-CODE     TO SDL-TRAN-CODE
080800     MOVE SUSP-MEMBER-ID     TO SDL-MEMBER-ID
080900     MOVE SUSP-NAME          TO SDL-NAME
081000     MOVE SUSP-AGE           TO SDL-AGE
081100     MOVE SUSP-DEPT-CODE     TO SDL-DEPT-CODE
081200     MOVE SUSP-REASON-CODE   TO SDL-REASON-CODE
081300     MOVE SUSP-EMAIL         TO SDL-EMAIL
081400     MOVE SUSP-PHONE         TO SDL-PHONE
081500     MOVE SUSP-DOB           TO SDL-DOB
081600     MOVE SUSP-MERGE-INTO-ID TO SDL-MERGE-INTO-ID
081700     MOVE WS-SUSP-DETAIL-LINE   TO WS-PRINT-LINE
081800     PERFORM 3900-PRINT-LINE THRU 3900-EXIT
081900     MOVE WS-SUSP-DETAIL-LINE-2 TO WS-PRINT-LINE
082000     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
082100
082200 3510-EXIT.
082300     EXIT.
082400
082500*****************************************************************
082600*    3900-PRINT-LINE  -  WS-PRINT-LINE OUT, NEW PAGE WHEN FULL
082700*****************************************************************
082800 3900-PRINT-LINE.
082900     IF WS-LINE-COUNT NOT < WS-MAX-LINES-PER-PAGE
083000         PERFORM 6000-PRINT-HEADERS THRU 6000-EXIT
083100     END-IF
083200     WRITE REPORT-LINE FROM WS-PRINT-LINE
083300     ADD 1 TO WS-LINE-COUNT.
083400
083500 3900-EXIT.
083600     EXIT.
083700
083800*****************************************************************
083900*    3910-PRINT-FIELD  -  ONE LABELLED FIELD
084000*****************************************************************
084100 3910-PRINT-FIELD.
084200     MOVE WS-FIELD-LINE TO WS-PRINT-LINE
084300     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
084400
084500 3910-EXIT.
084600     EXIT.
084700
084800*****************************************************************
084900*    3950-PRINT-SECTION  -  A SECTION TITLE OR A ONE-LINE NOTE
085000*****************************************************************
085100 3950-PRINT-SECTION.
085200     MOVE WS-SECTION-LINE TO WS-PRINT-LINE
085300     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
085400
085500 3950-EXIT.
085600     EXIT.
085700
085800*****************************************************************
085900*    6000-PRINT-HEADERS  -  NEW PAGE HEADER, RESET LINE COUNT
086000*****************************************************************
086100 6000-PRINT-HEADERS.
086200     ADD 1 TO WS-PAGE-COUNT
086300     MOVE WS-PAGE-COUNT TO HDR-PAGE-NUMBER
086400
086500     IF WS-PAGE-COUNT > 1
086600         WRITE REPORT-LINE FROM SPACES
086700     END-IF
086800
086900     WRITE REPORT-LINE FROM WS-HEADER-LINE-1
087000     WRITE REPORT-LINE FROM WS-HEADER-LINE-2
087100     MOVE ZERO TO WS-LINE-COUNT.
087200
087300 6000-EXIT.
087400     EXIT.
087500
087600*****************************************************************
087700*    8000-TERMINATE  -  FOOTER, CLOSE FILES, SHOW CONTROL TOTALS
087800*****************************************************************
087900 8000-TERMINATE.
088000     IF WS-REPORT-IS-OPEN
088100         MOVE WS-SUBJECT-COUNT TO FTR-SUBJECT-COUNT
088200         MOVE WS-TODAY-NUM     TO FTR-RUN-DATE
088300         WRITE REPORT-LINE FROM SPACES
088400         WRITE REPORT-LINE FROM WS-FOOTER-LINE
088500         CLOSE SUBJECT-REPORT
088600         MOVE "N" TO WS-REPORT-OPEN-SW
088700     END-IF
088800     IF WS-FEEMAST-IS-OPEN
088900         CLOSE FEE-MASTER
089000         MOVE "N" TO WS-FEEMAST-OPEN-SW
089100     END-IF
089200     IF WS-MEMMAST-IS-OPEN
089300         CLOSE MEMBER-MASTER
089400         MOVE "N" TO WS-MEMMAST-OPEN-SW
089500     END-IF
089600
089700     DISPLAY "-----------------------------------------------"
089800     DISPLAY "SUBJRPT CONTROL TOTALS"
089900     DISPLAY "  SUBJECTS REPORTED    : " WS-SUBJECT-COUNT
090000     DISPLAY "  STATUS HISTORY ROWS  : " WS-HIST-ROWS
090100     DISPLAY "  AUDIT LOG ROWS       : " WS-AUDIT-ROWS
090200     DISPLAY "  SUSPENSE ROWS        : " WS-SUSP-ROWS
090300     DISPLAY "  MATCHED BY NAME ONLY : " WS-BY-NAME-ROWS
090400     DISPLAY "-----------------------------------------------".
090500
090600 8000-EXIT.
090700     EXIT.

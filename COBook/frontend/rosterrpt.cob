001390*  2026-09-02  RI    THE 50-LINE PAGE DEPTH IS NOW A COMPILED-IN
001391*                    DEFAULT THE SITE PARAMETER "PAGEDEPT" CAN
001392*                    OVERRIDE THROUGH PARMGET.
001393*  2026-10-15  RI    ADDED PAID-THROUGH AND STATUS COLUMNS SO A
001394*                    LAPSED MEMBER (STILL ON THE ROSTER, BUT NOT
001395*                    PAID UP) NO LONGER LOOKS THE SAME AS A
001396*                    PAID-UP ONE, AND A LAPSED COUNT ON THE
001397*                    FOOTER.
001398*  2026-10-15  RI    A MEMBER MERGED INTO ANOTHER STAYS OFF THE
001399*                    ROSTER, THE SAME AS A DEACTIVATED ONE.
001400*****************************************************************
001500
001600 ENVIRONMENT DIVISION.
005600 01  WS-PAGE-COUNT           PIC 9(03) VALUE ZERO.
005700 01  WS-MAX-LINES-PER-PAGE   PIC 9(02) VALUE 50.
005800 01  WS-RECORD-COUNT         PIC 9(06) VALUE ZERO.
005805 01  WS-LAPSED-COUNT         PIC 9(06) VALUE ZERO.
005810
005820 01  WS-PARM-KEY             PIC X(08).
005830 01  WS-PARM-VALUE           PIC 9(08) VALUE ZERO.
008000     05  FILLER              PIC X(06) VALUE "BORN".
008100     05  FILLER              PIC X(06) VALUE SPACES.
008200     05  FILLER              PIC X(10) VALUE "ENTERED".
008230     05  FILLER              PIC X(10) VALUE "PAID THRU".
008260     05  FILLER              PIC X(06) VALUE "STATUS".
008300
008400 01  WS-DETAIL-LINE.
008500     05  DET-NAME            PIC X(30).
008900     05  DET-BIRTH-YEAR      PIC 9(04).
009000     05  FILLER              PIC X(06) VALUE SPACES.
009100     05  DET-ENTRY-DATE      PIC 9(08).
009120     05  FILLER              PIC X(02) VALUE SPACES.
009140     05  DET-EXPIRY-DATE     PIC X(08).
009160     05  FILLER              PIC X(02) VALUE SPACES.
009180     05  DET-STATUS          PIC X(06).
009200
009300 01  WS-FOOTER-LINE.
009400     05  FILLER              PIC X(15) VALUE "RECORD COUNT: ".
009600     05  FILLER              PIC X(10) VALUE SPACES.
009700     05  FILLER              PIC X(10) VALUE "RUN DATE: ".
009800     05  FTR-RUN-DATE        PIC 9(08).
009820     05  FILLER              PIC X(04) VALUE SPACES.
009840     05  FILLER              PIC X(08) VALUE "LAPSED: ".
009860     05  FTR-LAPSED-COUNT    PIC ZZZ,ZZ9.
009900
010000 PROCEDURE DIVISION.
010100 0000-MAINLINE.
016000     EXIT.
016100
016200*****************************************************************
016300*    2000-PROCESS-RECORDS  -  ONE DETAIL LINE PER ACTIVE OR
016310*                             LAPSED MEMBER; DEACTIVATED MEMBERS
016320*                             STAY ON FILE BUT OFF THE ROSTER,
016360*                             AS DO MERGED ONES
016400*****************************************************************
016500 2000-PROCESS-RECORDS.
016520     IF MEMBER-DEACTIVATED OR MEMBER-MERGED
016530         PERFORM 1200-READ-MEMBER THRU 1200-EXIT
016540         GO TO 2000-EXIT
016550     END-IF
017110     END-IF
017200     MOVE MEMBER-BIRTH-YEAR TO DET-BIRTH-YEAR
017300     MOVE MEMBER-ENTRY-DATE TO DET-ENTRY-DATE
017308     IF MEMBER-EXPIRY-DATE NUMERIC AND MEMBER-EXPIRY-DATE > ZERO
017316         MOVE MEMBER-EXPIRY-DATE TO DET-EXPIRY-DATE
017324     ELSE
017332         MOVE "NOT SET"          TO DET-EXPIRY-DATE
017340     END-IF
017348     IF MEMBER-LAPSED
017356         MOVE "LAPSED"           TO DET-STATUS
017364         ADD 1 TO WS-LAPSED-COUNT
017372     ELSE
017380         MOVE "ACTIVE"           TO DET-STATUS
017388     END-IF
017400
017500     WRITE ROSTER-LINE FROM WS-DETAIL-LINE
017600     ADD 1 TO WS-LINE-COUNT
018800     IF WS-ROSTER-IS-OPEN
018900         MOVE WS-RECORD-COUNT TO FTR-RECORD-COUNT
019000         MOVE WS-TODAY        TO FTR-RUN-DATE
019050         MOVE WS-LAPSED-COUNT TO FTR-LAPSED-COUNT
019100         WRITE ROSTER-LINE FROM SPACES
019200         WRITE ROSTER-LINE FROM WS-FOOTER-LINE
019300         CLOSE ROSTER-REPORT

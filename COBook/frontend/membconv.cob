002120*                    MEMBER-NAME ALTERNATE INDEX, SO THE SAME
002130*                    RUN THAT WIDENS THE RECORD ALSO BUILDS
002140*                    THE NAME SEARCH PATH.
002148*  2026-10-15  RI    NOW CONVERTS FROM THE 131-BYTE LAYOUT
002156*                    (CONTACT DETAILS, DATE OF BIRTH AND EXPIRY
002164*                    DATE, FOUR BYTES OF FILLER) TO THE 160-BYTE
002172*                    LAYOUT THAT CARRIES THE MERGE POINTER.
002180*                    EVERY FIELD ALREADY ON FILE IS COPIED AS IT
002188*                    STANDS; THE MERGE FIELDS START OUT ZERO.
002200*****************************************************************
002300
002400 ENVIRONMENT DIVISION.
004700     05  OLD-MEMBER-BIRTH-YR PIC 9(04).
004800     05  OLD-MEMBER-ENTRY-DT PIC 9(08).
004900     05  OLD-MEMBER-STATUS   PIC X(01).
004920     05  OLD-MEMBER-DEPT     PIC X(04).
004940     05  OLD-MEMBER-EMAIL    PIC X(40).
004960     05  OLD-MEMBER-PHONE    PIC X(15).
004980     05  OLD-MEMBER-DOB      PIC X(08).
005000     05  OLD-MEMBER-EXPIRY   PIC X(08).
005020     05  FILLER              PIC X(04).
005100
005200 FD  MEMBER-NEW
005300     LABEL RECORDS ARE STANDARD.
014200
014300*****************************************************************
014400*    2000-CONVERT-RECORDS  -  FIELD-FOR-FIELD COPY; THE NEW
014500*                             MERGE FIELDS START OUT ZERO
014600*****************************************************************
014700 2000-CONVERT-RECORDS.
014800     ADD 1 TO WS-READ-COUNT
015400     MOVE OLD-MEMBER-BIRTH-YR TO MEMBER-BIRTH-YEAR
015500     MOVE OLD-MEMBER-ENTRY-DT TO MEMBER-ENTRY-DATE
015600     MOVE OLD-MEMBER-STATUS   TO MEMBER-STATUS
015700     MOVE OLD-MEMBER-DEPT     TO MEMBER-DEPT-CODE
015800     MOVE OLD-MEMBER-EMAIL    TO MEMBER-EMAIL
015900     MOVE OLD-MEMBER-PHONE    TO MEMBER-PHONE
015920     MOVE OLD-MEMBER-DOB      TO MEMBER-DOB (1:8)
015940     MOVE OLD-MEMBER-EXPIRY   TO MEMBER-EXPIRY-DATE (1:8)
015960     MOVE ZERO                TO MEMBER-MERGED-INTO
015980     MOVE ZERO                TO MEMBER-MERGE-DATE
016000
016100     WRITE MEMBER-RECORD
016200     IF WS-NEWMAST-OK

      *****************************************************************
      *  COPYBOOK      MAILREC
      *  TITLE         MEMBER LETTER MAIL-MERGE RECORD LAYOUT
      *  AUTHOR        R. IYENGAR - APPLICATIONS
      *  INSTALLATION  IIT TIRUPATI - MEMBER SERVICES
      *  DATE-WRITTEN  2026-10-15
      *-----------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE        INIT  DESCRIPTION
      *  2026-10-15  RI    ORIGINAL - ONE RECORD PER LETTER, CARRYING
      *                    EVERY FIELD THE LETTER TEMPLATES MERGE.
      *                    THE SAME LAYOUT GOES TO THE EMAIL GATEWAY
      *                    FILE (MAILOUT) AND, FOR A MEMBER WITH NO
      *                    EMAIL ON FILE, TO THE PRINT QUEUE (MAILPRT),
      *                    WHERE THE DEPARTMENT CODE ROUTES THE PRINTED
      *                    LETTER TO THE DEPARTMENT OFFICE.  THE EVENT
      *                    DATE IS THE STATUS-CHANGE DATE OR, FOR A
      *                    REMINDER, THE DATE THE FEE WAS ASSESSED.
      *****************************************************************
       01  MAIL-MERGE-RECORD.
           05  MAIL-LETTER-TYPE    PIC X(02).
               88  MAIL-WELCOME           VALUE "WL".
               88  MAIL-REINSTATED        VALUE "RI".
               88  MAIL-FIRST-REMINDER    VALUE "R1".
               88  MAIL-SECOND-REMINDER   VALUE "R2".
               88  MAIL-FINAL-REMINDER    VALUE "R3".
               88  MAIL-DEACTIVATED       VALUE "DN".
           05  MAIL-CHANNEL        PIC X(01).
               88  MAIL-BY-EMAIL          VALUE "E".
               88  MAIL-BY-PRINT          VALUE "P".
           05  MAIL-MEMBER-ID      PIC 9(06).
           05  MAIL-MEMBER-NAME    PIC X(30).
           05  MAIL-EMAIL          PIC X(40).
           05  MAIL-DEPT-CODE      PIC X(04).
           05  MAIL-LETTER-DATE    PIC 9(08).
           05  MAIL-EVENT-DATE     PIC 9(08).
           05  MAIL-BALANCE        PIC 9(07)V99.
           05  MAIL-DAYS-OVERDUE   PIC 9(05).
           05  MAIL-REASON-CODE    PIC X(04).
           05  FILLER              PIC X(10).

      *****************************************************************
      *  COPYBOOK      CORRREC
      *  TITLE         MEMBER CORRESPONDENCE-HISTORY RECORD LAYOUT
      *  AUTHOR        R. IYENGAR - APPLICATIONS
      *  INSTALLATION  IIT TIRUPATI - MEMBER SERVICES
      *  DATE-WRITTEN  2026-10-15
      *-----------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE        INIT  DESCRIPTION
      *  2026-10-15  RI    ORIGINAL - ONE RECORD PER LETTER SENT TO A
      *                    MEMBER, KEYED BY MEMBER, LETTER TYPE AND
      *                    THE EVENT THAT CAUSED IT, SO THE SAME
      *                    LETTER NEVER GOES OUT TWICE FOR THE SAME
      *                    EVENT.  THE EVENT STAMP IS THE STATUS-
      *                    HISTORY TIMESTAMP FOR A WELCOME,
      *                    REINSTATEMENT OR DEACTIVATION LETTER, AND
      *                    THE ASSESSMENT DATE (IN THE FIRST EIGHT
      *                    DIGITS) FOR AN ARREARS REMINDER, SO EACH
      *                    YEAR'S FEE GETS ITS OWN ROUND OF REMINDERS.
      *                    WRITTEN BY MEMCORR, READ BY THE
      *                    MAINTENANCE INQUIRY.
      *****************************************************************
       01  CORRESPONDENCE-RECORD.
           05  CORR-KEY.
               10  CORR-MEMBER-ID  PIC 9(06).
               10  CORR-LETTER-TYPE
                                   PIC X(02).
                   88  CORR-WELCOME           VALUE "WL".
                   88  CORR-REINSTATED        VALUE "RI".
                   88  CORR-FIRST-REMINDER    VALUE "R1".
                   88  CORR-SECOND-REMINDER   VALUE "R2".
                   88  CORR-FINAL-REMINDER    VALUE "R3".
                   88  CORR-DEACTIVATED       VALUE "DN".
               10  CORR-EVENT-STAMP
                                   PIC 9(16).
           05  CORR-SENT-DATE      PIC 9(08).
           05  CORR-CHANNEL        PIC X(01).
               88  CORR-BY-EMAIL          VALUE "E".
               88  CORR-BY-PRINT          VALUE "P".
           05  CORR-ADDRESS        PIC X(40).
           05  FILLER              PIC X(07).

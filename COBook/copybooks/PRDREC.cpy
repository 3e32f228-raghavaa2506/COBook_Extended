      *****************************************************************
      *  COPYBOOK      PRDREC
      *  TITLE         MONTH-END PERIOD SUMMARY RECORD LAYOUT
      *  AUTHOR        R. IYENGAR - APPLICATIONS
      *  INSTALLATION  IIT TIRUPATI - MEMBER SERVICES
      *  DATE-WRITTEN  2026-10-15
      *-----------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE        INIT  DESCRIPTION
      *  2026-10-15  RI    ORIGINAL - ONE RECORD PER CLOSED MONTH ON
      *                    THE INDEXED PERIOD-SUMMARY FILE (PRDSUMM),
      *                    KEYED BY THE PERIOD (YYYYMM).  WRITTEN ONCE
      *                    BY MONCLOSE AND NEVER REWRITTEN - A KEY
      *                    ALREADY ON FILE IS HOW A SECOND CLOSE OF
      *                    THE SAME MONTH IS REFUSED.  THE MEMBERSHIP
      *                    ROLL-FORWARD RUNS OPENING ACTIVE PLUS
      *                    REGISTRATIONS, REINSTATEMENTS AND RENEWALS
      *                    OF LAPSED MEMBERS, LESS DEACTIVATIONS AND
      *                    LAPSES, TO THE CLOSING ACTIVE COUNT, WHICH
      *                    IS PROVED AGAINST A COUNT OF THE MEMBER
      *                    MASTER.  THE FEE FIGURES ARE THE MONTH'S
      *                    MOVEMENTS FROM FEEJRNL AND THE OUTSTANDING
      *                    BALANCE FROM FEEMAST, IN RUPEES AND PAISE.
      *                    THE NEXT MONTH'S OPENING FIGURES ARE TAKEN
      *                    FROM THIS ONE'S CLOSING FIGURES.  READ BY
      *                    MONTHRPT FOR THE TWELVE-MONTH PRINT.
      *****************************************************************
       01  PERIOD-SUMMARY-RECORD.
           05  PRD-PERIOD          PIC 9(06).
           05  PRD-PERIOD-R REDEFINES PRD-PERIOD.
               10  PRD-PERIOD-YEAR PIC 9(04).
               10  PRD-PERIOD-MONTH
                                   PIC 9(02).
           05  PRD-CLOSE-DATE      PIC 9(08).
           05  PRD-CLOSE-TIME      PIC 9(08).
           05  PRD-OPENING-SOURCE  PIC X(01).
               88  PRD-OPENED-FROM-PRIOR  VALUE "P".
               88  PRD-OPENED-FROM-MASTER VALUE "M".
           05  PRD-OPENING-ACTIVE  PIC 9(06).
           05  PRD-REGISTRATIONS   PIC 9(06).
           05  PRD-REINSTATEMENTS  PIC 9(06).
           05  PRD-RENEWALS        PIC 9(06).
           05  PRD-DEACTIVATIONS   PIC 9(06).
           05  PRD-LAPSES          PIC 9(06).
           05  PRD-CLOSING-ACTIVE  PIC 9(06).
           05  PRD-MASTER-ACTIVE   PIC 9(06).
           05  PRD-MEMBER-BAL-SW   PIC X(01).
               88  PRD-MEMBERS-IN-BALANCE VALUE "Y".
               88  PRD-MEMBERS-OUT-OF-BAL VALUE "N".
           05  PRD-FEE-ASSESSED    PIC 9(09)V99.
           05  PRD-FEE-COLLECTED   PIC S9(09)V99.
           05  PRD-FEE-ADJUSTED    PIC 9(09)V99.
           05  PRD-FEE-OUTSTANDING PIC S9(09)V99.
           05  PRD-FEE-BAL-SW      PIC X(01).
               88  PRD-FEES-IN-BALANCE    VALUE "Y".
               88  PRD-FEES-OUT-OF-BAL    VALUE "N".
               88  PRD-FEES-NOT-PROVED    VALUE " ".
           05  PRD-CLOSED-BY       PIC X(08).
           05  FILLER              PIC X(20).

      *****************************************************************
      *  COPYBOOK      FEEJREC
      *  TITLE         FEE JOURNAL RECORD LAYOUT
      *  AUTHOR        R. IYENGAR - APPLICATIONS
      *  INSTALLATION  IIT TIRUPATI - MEMBER SERVICES
      *  DATE-WRITTEN  2026-10-15
      *-----------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE        INIT  DESCRIPTION
      *  2026-10-15  RI    ORIGINAL - ONE RECORD PER MOVEMENT ON THE
      *                    FEE MASTER, APPENDED BY FEEPOST IN THE SAME
      *                    CALL THAT REWRITES THE TOTALS, SO THE
      *                    LEDGER BEHIND EVERY FEE-BALANCE CAN BE
      *                    ITEMISED.  FJ-AMOUNT IS ALWAYS POSITIVE;
      *                    THE TRANSACTION TYPE SAYS WHICH WAY IT
      *                    MOVED THE BALANCE (ASSESSMENT AND REFUND
      *                    RAISE IT, PAYMENT, WAIVER AND WRITE-OFF
      *                    LOWER IT).  FJ-BALANCE-AFTER IS THE
      *                    FEE-BALANCE AS REWRITTEN, WHICH IS HOW THE
      *                    STATEMENT RUN WORKS BACK TO AN OPENING
      *                    BALANCE.  READ BY FEESTMT.
      *  2026-10-15  RI    ADDED MERGE-IN ("I") AND MERGE-OUT ("O")
      *                    FOR A DUPLICATE MEMBER MERGED INTO ITS
      *                    SURVIVOR: THE RETIRED MEMBER'S BALANCE
      *                    LEAVES ITS RECORD ON ONE ROW AND ARRIVES ON
      *                    THE SURVIVOR'S ON ANOTHER, SO THE PAIR NETS
      *                    TO NOTHING ACROSS THE FEE MASTER.  A DEBIT
      *                    BALANCE IS OUT OF THE RETIRED, IN TO THE
      *                    SURVIVOR; A CREDIT BALANCE THE OTHER WAY.
      *****************************************************************
       01  FEE-JOURNAL-RECORD.
           05  FJ-MEMBER-ID        PIC 9(06).
           05  FJ-TIMESTAMP.
               10  FJ-POST-DATE    PIC 9(08).
               10  FJ-POST-TIME    PIC 9(08).
           05  FJ-TRAN-TYPE        PIC X(01).
               88  FJ-ASSESSMENT           VALUE "A".
               88  FJ-PAYMENT              VALUE "P".
               88  FJ-WAIVER               VALUE "W".
               88  FJ-REFUND               VALUE "R".
               88  FJ-WRITE-OFF            VALUE "X".
               88  FJ-MERGE-IN             VALUE "I".
               88  FJ-MERGE-OUT            VALUE "O".
               88  FJ-RAISES-BALANCE       VALUE "A", "R", "I".
           05  FJ-AMOUNT           PIC 9(05)V99.
           05  FJ-BALANCE-AFTER    PIC S9(07)V99.
           05  FJ-OPERATOR-ID      PIC X(08).
           05  FJ-REASON-CODE      PIC X(04).
           05  FILLER              PIC X(10).

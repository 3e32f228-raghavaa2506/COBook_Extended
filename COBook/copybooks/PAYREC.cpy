      *                    DECIMALS (RUPEES AND PAISE, NO POINT ON THE
      *                    FILE); PAY-DATE IS THE DATE THE MONEY WAS
      *                    TAKEN, NOT THE DATE IT IS POSTED.
      *  2026-10-15  RI    PAY-TRAN-TYPE AND PAY-REASON-CODE ADDED AT
      *                    THE END SO THE SAME FILE CAN CARRY THE
      *                    REGISTRAR'S ADJUSTMENTS - "W" WAIVER, "R"
      *                    REFUND OF A CREDIT, "X" WRITE-OFF.  A BLANK
      *                    OR "P" TYPE IS A PAYMENT, SO RECORDS FROM
      *                    THE BANK FEED NEED NO CHANGE.  A ZERO
      *                    AMOUNT ON AN ADJUSTMENT CLEARS THE WHOLE
      *                    DEBIT (W/X) OR CREDIT (R) BALANCE.
      *****************************************************************
       01  PAYMENT-RECORD.
           05  PAY-MEMBER-ID       PIC 9(06).
           05  PAY-AMOUNT          PIC 9(05)V99.
           05  PAY-DATE            PIC 9(08).
           05  PAY-TRAN-TYPE       PIC X(01).
               88  PAY-IS-PAYMENT          VALUE "P", " ".
               88  PAY-IS-WAIVER           VALUE "W".
               88  PAY-IS-REFUND           VALUE "R".
               88  PAY-IS-WRITE-OFF        VALUE "X".
           05  PAY-REASON-CODE     PIC X(04).

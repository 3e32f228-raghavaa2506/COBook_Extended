      *                    DATES THE AGED-BALANCE REPORT AGES FROM.
      *                    WRITTEN ONLY BY THE FEEPOST SUBPROGRAM SO
      *                    THE ARITHMETIC LIVES IN ONE PLACE.
      *  2026-10-15  RI    FEE-ADJUSTED-TOTAL CARVED FROM THE FILLER
      *                    FOR WAIVERS AND WRITE-OFFS, SO THE BALANCE
      *                    IS ASSESSED LESS PAID LESS ADJUSTED.  A
      *                    REFUND COMES OFF THE PAID SIDE.  EVERY
      *                    MOVEMENT IS ALSO ITEMISED ON THE FEEJRNL
      *                    FEE JOURNAL (FEEJREC).
      *****************************************************************
       01  FEE-MASTER-RECORD.
           05  FEE-MEMBER-ID       PIC 9(06).
           05  FEE-BALANCE         PIC S9(07)V99.
           05  FEE-LAST-ASSESS-DT  PIC 9(08).
           05  FEE-LAST-PAY-DT     PIC 9(08).
           05  FEE-ADJUSTED-TOTAL  PIC 9(07)V99.
           05  FILLER              PIC X(01).

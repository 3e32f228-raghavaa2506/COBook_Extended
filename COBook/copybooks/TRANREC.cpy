      *                    REFUSE A FILE CUT SHORT IN TRANSFER.
      *                    FILES ON THE OLD UNFRAMED LAYOUT MUST BE
      *                    RE-CUT - THE PRE-EDIT REFUSES THEM.
      *  2026-10-15  RI    ADDED THE MERGE CODE ("G") AND
      *                    TRAN-MERGE-INTO-ID AT THE END OF THE DETAIL -
      *                    THE MEMBER THE DUPLICATE IN TRAN-MEMBER-ID IS
      *                    MERGED INTO.  ZERO OR BLANK ON EVERY OTHER
      *                    CODE, SO EXISTING FILES STILL READ.
      *****************************************************************
       01  TRANSACTION-RECORD.
           05  TRAN-REC-TYPE       PIC X(01).
                   88  TRAN-CHANGE            VALUE "C".
                   88  TRAN-DEACTIVATE        VALUE "D".
                   88  TRAN-REINSTATE         VALUE "R".
                   88  TRAN-MERGE             VALUE "G".
                   88  TRAN-CODE-VALID        VALUE "A", "C", "D",
                                                    "R", "G".
               10  TRAN-MEMBER-ID      PIC 9(06).
               10  TRAN-NAME           PIC X(30).
               10  TRAN-AGE            PIC 9(03).
               10  TRAN-PHONE          PIC X(15).
               10  TRAN-REASON-CODE    PIC X(04).
               10  TRAN-DOB            PIC 9(08).
               10  TRAN-MERGE-INTO-ID  PIC 9(06).
           05  TRAN-HEADER-BODY REDEFINES TRAN-DETAIL-BODY.
               10  TRAN-HDR-DATE       PIC 9(08).
               10  TRAN-HDR-SOURCE     PIC X(08).
               10  FILLER              PIC X(101).
           05  TRAN-TRAILER-BODY REDEFINES TRAN-DETAIL-BODY.
               10  TRAN-TRL-COUNT      PIC 9(06).
               10  FILLER              PIC X(111).

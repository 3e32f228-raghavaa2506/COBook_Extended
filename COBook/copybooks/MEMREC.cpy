      *                    AGE AS OF THE LAST WRITE; REPORTS NOW
      *                    DERIVE THE CURRENT AGE FROM MEMBER-DOB
      *                    WHEN ONE IS ON FILE.
      *  2026-10-15  RI    CARVED MEMBER-EXPIRY-DATE (YYYYMMDD, THE
      *                    DATE THE MEMBERSHIP IS PAID THROUGH) OUT OF
      *                    THE FILLER SO THE RECORD LENGTH DOES NOT
      *                    CHANGE, AND ADDED THE LAPSED STATUS ("L")
      *                    SET BY THE RENEWAL RUN WHEN A RENEWAL FEE
      *                    GOES UNPAID PAST THE GRACE PERIOD.  RECORDS
      *                    WRITTEN BEFORE THIS CHANGE CARRY SPACES
      *                    THERE; THE RENEWAL RUN STAMPS THEM WITH THE
      *                    NEXT ANNIVERSARY OF THE ENTRY DATE.
      *  2026-10-15  RI    ADDED THE MERGED STATUS ("M") WITH
      *                    MEMBER-MERGED-INTO (THE SURVIVING
      *                    MEMBER-ID) AND MEMBER-MERGE-DATE, SET ON THE
      *                    RETIRED HALF OF A CONFIRMED DUPLICATE PAIR
      *                    WHEN IT IS MERGED INTO THE OTHER.  A MERGED
      *                    RECORD IS NEVER CHANGED AGAIN.  THE FILLER
      *                    LEFT WAS TOO SHORT FOR THE TWO FIELDS, SO
      *                    THE RECORD GROWS FROM 131 TO 160 BYTES AND
      *                    A MASTER ON THE OLD LAYOUT MUST BE REBUILT
      *                    THROUGH MEMBCONV BEFORE ANY PROGRAM OPENS IT
      *                    ON THIS ONE.  BOTH FIELDS ARE ZERO ON EVERY
      *                    RECORD THAT HAS NOT BEEN MERGED.
      *  2026-10-15  RI    CARVED MEMBER-ANON-DATE (YYYYMMDD) OUT OF
      *                    THE FILLER SO THE RECORD LENGTH DOES NOT
      *                    CHANGE.  IT IS SET BY THE ANONYMISATION RUN
      *                    WHEN IT BLANKS THE EMAIL AND PHONE AND
      *                    ZEROES THE DATE OF BIRTH OF A MEMBER LONG
      *                    DEACTIVATED.  RECORDS NEVER ANONYMISED
      *                    CARRY ZERO, OR SPACES WHEN WRITTEN BEFORE
      *                    THIS CHANGE.
      *****************************************************************
       01  MEMBER-RECORD.
           05  MEMBER-ID           PIC 9(06).
           05  MEMBER-STATUS       PIC X(01).
               88  MEMBER-ACTIVE          VALUE "A".
               88  MEMBER-DEACTIVATED     VALUE "D".
               88  MEMBER-LAPSED          VALUE "L".
               88  MEMBER-MERGED          VALUE "M".
           05  MEMBER-DEPT-CODE    PIC X(04).
           05  MEMBER-EMAIL        PIC X(40).
           05  MEMBER-PHONE        PIC X(15).
           05  MEMBER-DOB          PIC 9(08).
           05  MEMBER-EXPIRY-DATE  PIC 9(08).
           05  MEMBER-MERGED-INTO  PIC 9(06).
           05  MEMBER-MERGE-DATE   PIC 9(08).
           05  MEMBER-ANON-DATE    PIC 9(08).
           05  FILLER              PIC X(11).

      *****************************************************************
      *  COPYBOOK      CHGJREC
      *  TITLE         MASTER-FILE CHANGE JOURNAL RECORD LAYOUT
      *  AUTHOR        R. IYENGAR - APPLICATIONS
      *  INSTALLATION  IIT TIRUPATI - MEMBER SERVICES
      *  DATE-WRITTEN  2026-10-15
      *-----------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE        INIT  DESCRIPTION
      *  2026-10-15  RI    ORIGINAL - ONE "D" RECORD PER WRITE TO THE
      *                    MEMBER MASTER (BY MEMBERREG) OR THE FEE
      *                    MASTER (BY FEEPOST), CARRYING THE RECORD AS
      *                    IT STOOD BEFORE THE WRITE AND AS IT WAS
      *                    WRITTEN.  A NEW RECORD HAS A BLANK BEFORE
      *                    IMAGE.  A FEE-MASTER IMAGE USES THE FIRST
      *                    59 BYTES OF EACH IMAGE AREA.  THE FILE
      *                    (CHGJRNL) IS CUT OVER BY MEMUNLD AT EVERY
      *                    NIGHTLY BACKUP: THE OLD JOURNAL IS COPIED
      *                    TO CHGJPREV AND A FRESH ONE IS STARTED WITH
      *                    AN "H" RECORD CARRYING THE SAME DATE AND
      *                    TIME AS THE BACKUP HEADERS, SO MEMRECOV CAN
      *                    PROVE THE JOURNAL BELONGS TO THE BACKUP IT
      *                    IS ROLLING FORWARD.
      *  2026-10-15  RI    BOTH IMAGE AREAS WIDENED TO 160 BYTES WITH
      *                    THE MEMBER RECORD.  A JOURNAL WRITTEN ON THE
      *                    OLD WIDTH CANNOT BE ROLLED FORWARD ONTO A
      *                    CONVERTED MASTER - TAKE A FRESH BACKUP
      *                    STRAIGHT AFTER MEMBCONV.
      *****************************************************************
       01  CHANGE-JOURNAL-RECORD.
           05  CJ-REC-TYPE         PIC X(01).
               88  CJ-HEADER              VALUE "H".
               88  CJ-IMAGE               VALUE "D".
           05  CJ-TIMESTAMP.
               10  CJ-DATE         PIC 9(08).
               10  CJ-TIME         PIC 9(08).
           05  CJ-FILE-ID          PIC X(01).
               88  CJ-MEMBER-MASTER       VALUE "M".
               88  CJ-FEE-MASTER          VALUE "F".
           05  CJ-ACTION           PIC X(01).
               88  CJ-ADD                 VALUE "W".
               88  CJ-CHANGE              VALUE "R".
           05  CJ-MEMBER-ID        PIC 9(06).
           05  CJ-OPERATOR-ID      PIC X(08).
           05  CJ-PROGRAM          PIC X(10).
           05  CJ-BEFORE-IMAGE     PIC X(160).
           05  CJ-AFTER-IMAGE      PIC X(160).
           05  FILLER              PIC X(10).

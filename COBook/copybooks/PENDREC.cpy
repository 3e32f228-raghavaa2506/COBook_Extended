      *****************************************************************
      *  COPYBOOK      PENDREC
      *  TITLE         PENDING MEMBER-CHANGE RECORD LAYOUT
      *  AUTHOR        R. IYENGAR - APPLICATIONS
      *  INSTALLATION  IIT TIRUPATI - MEMBER SERVICES
      *  DATE-WRITTEN  2026-10-15
      *-----------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE        INIT  DESCRIPTION
      *  2026-10-15  RI    ORIGINAL - ONE RECORD PER SENSITIVE CHANGE
      *                    WAITING FOR A SUPERVISOR: A DEACTIVATION
      *                    ("D"), A REINSTATEMENT ("A", THE MEMBERREG
      *                    FUNCTION CODE) OR A DATE-OF-BIRTH
      *                    CORRECTION ("B").  KEYED BY MEMBER, CHANGE
      *                    TYPE AND THE TIME IT WAS KEYED, IN THE SAME
      *                    PATTERN AS CORRREC, SO A SECOND REQUEST FOR
      *                    A CHANGE ALREADY WAITING CAN BE REFUSED.
      *                    QUEUED BY PENDPOST, DECIDED ON THE PENDAPPR
      *                    SCREEN, EXPIRED AND REPORTED BY PENDRPT.
      *                    THE RECORD IS NEVER DELETED - ITS STATE
      *                    MOVES FROM PENDING TO APPROVED, REJECTED,
      *                    EXPIRED OR FAILED (APPROVED, BUT REFUSED BY
      *                    MEMBERREG WHEN APPLIED), AND THE REPORTED
      *                    SWITCH STOPS A REJECTION OR EXPIRY BEING
      *                    REPORTED TWICE.
      *  2026-10-15  RI    ADDED THE MERGE REQUEST ("G", THE MEMBERREG
      *                    FUNCTION CODE) FOR A CONFIRMED DUPLICATE
      *                    PAIR.  PEND-MEMBER-ID IS THE MEMBER TO BE
      *                    RETIRED AND PEND-MERGE-INTO-ID, CARVED OUT
      *                    OF THE FILLER SO THE RECORD LENGTH DOES NOT
      *                    CHANGE, THE MEMBER WHO SURVIVES.  SPACES ON
      *                    RECORDS WRITTEN BEFORE THIS CHANGE; ONLY A
      *                    MERGE REQUEST READS IT.
      *****************************************************************
       01  PENDING-CHANGE-RECORD.
           05  PEND-KEY.
               10  PEND-MEMBER-ID  PIC 9(06).
               10  PEND-CHANGE-TYPE
                                   PIC X(01).
                   88  PEND-DEACTIVATE        VALUE "D".
                   88  PEND-REINSTATE         VALUE "A".
                   88  PEND-DOB-CHANGE        VALUE "B".
                   88  PEND-MERGE             VALUE "G".
               10  PEND-KEYED-STAMP
                                   PIC 9(16).
           05  PEND-SOURCE         PIC X(01).
               88  PEND-SRC-ONLINE        VALUE "O".
               88  PEND-SRC-BATCH         VALUE "B".
           05  PEND-KEYED-BY       PIC X(08).
           05  PEND-REASON-CODE    PIC X(04).
           05  PEND-MEMBER-NAME    PIC X(30).
           05  PEND-OLD-DOB        PIC 9(08).
           05  PEND-NEW-DOB        PIC 9(08).
           05  PEND-STATE          PIC X(01).
               88  PEND-IS-PENDING        VALUE "P".
               88  PEND-IS-APPROVED       VALUE "A".
               88  PEND-IS-REJECTED       VALUE "J".
               88  PEND-IS-EXPIRED        VALUE "E".
               88  PEND-IS-FAILED         VALUE "F".
           05  PEND-DECIDED-BY     PIC X(08).
           05  PEND-DECIDED-STAMP  PIC 9(16).
           05  PEND-DECIDE-REASON  PIC X(04).
           05  PEND-RESULT-STATUS  PIC X(02).
           05  PEND-REPORTED-SW    PIC X(01).
               88  PEND-REPORTED          VALUE "Y".
           05  PEND-MERGE-INTO-ID  PIC 9(06).

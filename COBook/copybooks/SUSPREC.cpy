      *  2026-09-02  RI    ADDED SUSP-DOB AND THE BAD-DATE-OF-BIRTH
      *                    REJECT ("15") FOR THE NEW DATE-OF-BIRTH
      *                    CAPTURE.
      *  2026-10-15  RI    ADDED THE BAD-DEPARTMENT REJECT ("55") FOR
      *                    THE NEW DEPARTMENT CODE VALIDATION.
      *  2026-10-15  RI    ADDED THE ALREADY-PENDING REJECT ("60") -
      *                    A DEACTIVATE OR REINSTATE FOR A MEMBER WHO
      *                    ALREADY HAS THE SAME CHANGE WAITING FOR
      *                    SUPERVISOR APPROVAL - AND THE PENDING FILE
      *                    UNAVAILABLE REJECT ("65").
      *  2026-10-15  RI    ADDED SUSP-MERGE-INTO-ID AT THE END FOR THE
      *                    NEW MERGE CODE, WITH THE ALREADY-MERGED
      *                    ("70") AND BAD-SURVIVOR ("75") REJECTS.
      *****************************************************************
       01  SUSPENSE-RECORD.
           05  SUSP-RUN-DATE       PIC 9(08).
               88  SUSP-REJ-INACTIVE      VALUE "40".
               88  SUSP-REJ-DUPLICATE     VALUE "25".
               88  SUSP-REJ-ALREADY-ACT   VALUE "45".
               88  SUSP-REJ-BAD-DEPT      VALUE "55".
               88  SUSP-REJ-PENDING       VALUE "60".
               88  SUSP-REJ-NO-PENDFILE   VALUE "65".
               88  SUSP-REJ-MERGED        VALUE "70".
               88  SUSP-REJ-BAD-SURVIVOR  VALUE "75".
               88  SUSP-REJ-BAD-CODE      VALUE "90".
           05  SUSP-TRAN-CODE      PIC X(01).
           05  SUSP-MEMBER-ID      PIC 9(06).
           05  SUSP-PHONE          PIC X(15).
           05  SUSP-REASON-CODE    PIC X(04).
           05  SUSP-DOB            PIC 9(08).
           05  SUSP-MERGE-INTO-ID  PIC 9(06).

      *                    ATTEMPT THE SAME WAY DEACTIVATE ALWAYS HAS.
      *  2026-09-02  RI    ADDED THE BAD-DATE-OF-BIRTH STATUS ("15")
      *                    FOR THE NEW DATE-OF-BIRTH VALIDATION.
      *  2026-10-15  RI    ADDED THE BAD-PAID-THROUGH-DATE STATUS
      *                    ("50") FOR THE NEW MEMBERSHIP RENEW
      *                    FUNCTION.
      *  2026-10-15  RI    ADDED THE BAD-DEPARTMENT STATUS ("55")
      *                    WRITTEN WHEN A REGISTRATION OR CHANGE
      *                    CARRIES A CODE THAT IS NOT ON THE NEW
      *                    DEPARTMENT MASTER OR HAS BEEN RETIRED.
      *  2026-10-15  RI    ADDED AUDIT-APPROVER-ID AT THE END OF THE
      *                    ROW.  A DEACTIVATION, REINSTATEMENT OR
      *                    DATE-OF-BIRTH CORRECTION NOW WAITS ON THE
      *                    PENDING-CHANGE FILE FOR A SUPERVISOR, AND
      *                    WHEN IT IS APPLIED THE ROW CARRIES BOTH THE
      *                    OPERATOR WHO KEYED IT (AUDIT-OPERATOR-ID)
      *                    AND THE SUPERVISOR WHO APPROVED IT.  BLANK
      *                    ON EVERY OTHER ROW.  ROWS WRITTEN BEFORE
      *                    THE FIELD EXISTED READ AS SPACES.
      *  2026-10-15  RI    ADDED AUDIT-MEMBER-ID AT THE END OF THE ROW
      *                    SO A ROW CAN BE TIED BACK TO THE MEMBER IT
      *                    WAS WRITTEN FOR.  ZERO ON A REFUSED
      *                    REGISTRATION, WHICH NEVER GOT AN ID.  ROWS
      *                    WRITTEN BEFORE THE FIELD EXISTED READ AS
      *                    SPACES.  THE RECORD IS NOW 78 BYTES.
      *  2026-10-15  RI    ADDED THE MERGE REFUSALS: "70" THE MEMBER
      *                    HAS ALREADY BEEN MERGED INTO ANOTHER, "75"
      *                    THE SURVIVING MEMBER IS NOT ON FILE, IS THE
      *                    SAME MEMBER OR IS ITSELF MERGED, "80" THE
      *                    FEE BALANCE COULD NOT BE MOVED.  AN
      *                    ACCEPTED MERGE WRITES ONE ROW FOR EACH OF
      *                    THE TWO MEMBER-IDS.
      *****************************************************************
       01  AUDIT-LOG-RECORD.
           05  AUDIT-TIMESTAMP     PIC 9(16).
               88  AUDIT-REJ-INACTIVE     VALUE "40".
               88  AUDIT-REJ-DUPLICATE    VALUE "25".
               88  AUDIT-REJ-ALREADY-ACT  VALUE "45".
               88  AUDIT-REJ-BAD-EXPIRY   VALUE "50".
               88  AUDIT-REJ-BAD-DEPT     VALUE "55".
               88  AUDIT-REJ-MERGED       VALUE "70".
               88  AUDIT-REJ-BAD-SURVIVOR VALUE "75".
               88  AUDIT-REJ-FEE-MERGE    VALUE "80".
           05  AUDIT-APPROVER-ID   PIC X(08).
           05  AUDIT-MEMBER-ID     PIC 9(06).

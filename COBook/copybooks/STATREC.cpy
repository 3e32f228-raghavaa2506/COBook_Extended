      *                    CAN ANSWER "WHEN AND BY WHOM" WITHOUT
      *                    TRAWLING AUDITLOG.  WRITTEN ONLY BY
      *                    MEMBERREG, READ BY THE MAINTENANCE INQUIRY.
      *  2026-10-15  RI    ADDED STAT-APPROVER-ID AT THE END OF THE
      *                    ROW - THE SUPERVISOR WHO APPROVED A
      *                    DEACTIVATION OR REINSTATEMENT FROM THE
      *                    PENDING-CHANGE FILE, NEXT TO THE OPERATOR
      *                    WHO KEYED IT.  BLANK WHEN NO APPROVAL WAS
      *                    NEEDED (REGISTRATION, LAPSE, RENEWAL).
      *  2026-10-15  RI    ADDED STAT-MERGE-PARTNER-ID AT THE END OF
      *                    THE ROW.  A MERGE WRITES TWO ROWS: THE
      *                    RETIRED MEMBER'S (OLD STATUS TO "M") NAMING
      *                    THE SURVIVOR, AND THE SURVIVOR'S (STATUS
      *                    UNCHANGED) NAMING THE RETIRED ID, SO EITHER
      *                    MEMBER'S HISTORY LEADS TO THE OTHER'S.  ZERO
      *                    ON EVERY OTHER ROW; ROWS WRITTEN BEFORE THIS
      *                    CHANGE CARRY SPACES THERE.
      *****************************************************************
       01  STATUS-HISTORY-RECORD.
           05  STAT-MEMBER-ID      PIC 9(06).
           05  STAT-TIMESTAMP      PIC 9(16).
           05  STAT-OPERATOR-ID    PIC X(08).
           05  STAT-REASON-CODE    PIC X(04).
           05  STAT-APPROVER-ID    PIC X(08).
           05  STAT-MERGE-PARTNER-ID
                                   PIC 9(06).

      *                      PAGEDEPT  REPORT LINES PER PAGE
      *                      CKPTINT   FIBO CHECKPOINT INTERVAL
      *                      ARCHDAYS  DEFAULT ARCHIVE RETENTION DAYS
      *  2026-10-15  RI    KEYS ADDED FOR THE RENEWAL RUN:
      *                      RENWDAYS  DAYS BEFORE EXPIRY TO BILL
      *                      LAPSDAYS  GRACE DAYS PAST EXPIRY BEFORE
      *                                AN UNPAID MEMBER LAPSES
      *  2026-10-15  RI    KEY ADDED FOR THE CORRESPONDENCE RUN:
      *                      CORRDAYS  DAYS OF STATUS HISTORY LOOKED
      *                                BACK OVER FOR MEMBER LETTERS
      *  2026-10-15  RI    KEY ADDED FOR THE SUPERVISOR APPROVAL QUEUE:
      *                      PENDDAYS  DAYS A PENDING CHANGE WAITS FOR
      *                                APPROVAL BEFORE IT EXPIRES
      *  2026-10-15  RI    KEY ADDED FOR THE ANONYMISATION RUN:
      *                      RETNDAYS  DAYS A DEACTIVATED MEMBER'S
      *                                CONTACT DETAILS AND DATE OF
      *                                BIRTH ARE KEPT
      *****************************************************************
       01  PARAMETER-RECORD.
           05  PRM-KEY             PIC X(08).

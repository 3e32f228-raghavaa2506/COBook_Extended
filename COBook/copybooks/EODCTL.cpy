      *                    OLD EODCTL FILE MUST BE REMOVED BEFORE THE
      *                    FIRST RUN ON THIS LAYOUT; EODDRIVER BUILDS
      *                    A FRESH ONE ON ITS OWN.
      *  2026-10-15  RI    WIDENED TO TWENTY SLOTS - ALL TEN WERE IN
      *                    USE AND THE PENDING-CHANGE REPORT NEEDS AN
      *                    ELEVENTH.  AS BEFORE, REMOVE THE OLD EODCTL
      *                    FILE BEFORE THE FIRST RUN ON THIS LAYOUT.
      *  2026-10-15  RI    ADDED STATUS "W" - STEP COMPLETE WITH A
      *                    WARNING (RETURN CODE 4).  IT COUNTS AS
      *                    COMPLETE, SO A RERUN SKIPS IT LIKE "C".
      *****************************************************************
       01  EOD-CONTROL-RECORD.
           05  EOD-CTL-KEY         PIC X(08) VALUE "EODRUN".
           05  EOD-RUN-DATE        PIC 9(08).
           05  EOD-STEP-ENTRY OCCURS 20 TIMES.
               10  EOD-STEP-STATUS PIC X(01).
                   88  EOD-STEP-COMPLETE  VALUE "C", "W".
                   88  EOD-STEP-WARNING   VALUE "W".
                   88  EOD-STEP-FAILED    VALUE "F".
                   88  EOD-STEP-PENDING   VALUE "P", " ".
               10  EOD-STEP-START  PIC 9(16).

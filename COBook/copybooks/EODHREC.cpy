      *                    STEP PROGRAMS THEMSELVES, ONE PER CONTROL
      *                    TOTAL, SO THE MORNING SUMMARY CAN SHOW THE
      *                    COUNTS WITHOUT SCRAPING THE CONSOLE.
      *  2026-10-15  RI    ADDED OUTCOME "W" - STEP COMPLETE WITH A
      *                    WARNING (RETURN CODE 4), AS SET BY INTEGCHK
      *                    WHEN IT FINDS EXCEPTIONS.
      *****************************************************************
       01  EOD-HISTORY-RECORD.
           05  EODH-REC-TYPE       PIC X(01).
               10  EODH-OUTCOME    PIC X(01).
                   88  EODH-STEP-COMPLETE VALUE "C".
                   88  EODH-STEP-FAILED   VALUE "F".
                   88  EODH-STEP-WARNING  VALUE "W".
               10  EODH-RETURN-CODE
                                   PIC 9(04).
               10  FILLER          PIC X(03).

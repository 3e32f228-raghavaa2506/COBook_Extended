001610*  2026-09-02  RI    DECLARES THE NEW MEMBER-NAME ALTERNATE
001620*                    INDEX ON THE MASTER SO THIS OPENER
001630*                    MATCHES THE FILE AS REBUILT BY MEMBCONV.
001640*  2026-10-15  RI    A MEMBER ALREADY MERGED INTO ANOTHER IS NOT
001650*                    CONSIDERED EITHER, SO A PAIR DROPS OFF THE
001660*                    REPORT ONCE THE MERGE IS APPROVED.
001700*****************************************************************
001800
001900 ENVIRONMENT DIVISION.
020700*                             EVERYONE READ BEFORE IT
020800*****************************************************************
020900 2000-PROCESS-RECORDS.
021000     IF MEMBER-DEACTIVATED OR MEMBER-MERGED
021100         ADD 1 TO WS-SKIPPED-COUNT
021200         PERFORM 1200-READ-MEMBER THRU 1200-EXIT
021300         GO TO 2000-EXIT

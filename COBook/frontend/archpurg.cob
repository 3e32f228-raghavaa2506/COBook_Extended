002240*                    PARAMETER IS NOT ON FILE - SO OPERATIONS
002250*                    CAN CHANGE THE CUTOFF WITHOUT A PROGRAM
002260*                    CHANGE OR A CALCULATOR.
002270*  2026-10-15  RI    AUDIT ARCHIVE AND REWRITE LINES WIDENED TO
002280*                    72 FOR THE NEW APPROVER ID ON THE AUDIT ROW.
002286*  2026-10-15  RI    AUDIT ARCHIVE AND REWRITE LINES WIDENED TO
002292*                    78 FOR THE NEW MEMBER-ID ON THE AUDIT ROW.
002300*****************************************************************
002400
002500 ENVIRONMENT DIVISION.
005700
005800 FD  AUDIT-ARCHIVE
005900     LABEL RECORDS ARE STANDARD.
006000 01  AUDIT-ARCHIVE-LINE      PIC X(78).
006100
006200 FD  AUDIT-NEW
006300     LABEL RECORDS ARE STANDARD.
006400 01  AUDIT-NEW-LINE          PIC X(78).
006500
006600 FD  FIBO-SEQ
006700     LABEL RECORDS ARE STANDARD.

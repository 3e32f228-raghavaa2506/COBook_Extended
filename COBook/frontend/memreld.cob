001900*                    MEMBCTL, OR THE NEXT REGISTRATION WOULD
002000*                    REUSE AN ID ALREADY ON FILE.  ANY OF THOSE
002100*                    FAILING ENDS THE RUN WITH RETURN CODE 8.
002130*  2026-10-15  RI    MEMBBKP DETAIL WIDENED WITH THE MEMBER
002160*                    RECORD (NOW 160 BYTES).
002200*****************************************************************
002300
002400 ENVIRONMENT DIVISION.
005100     LABEL RECORDS ARE STANDARD.
005200 01  BACKUP-LINE.
005300     05  BKP-REC-TYPE        PIC X(01).
005400     05  BKP-REC-BODY        PIC X(160).
005500
005600 FD  CONTROL-FILE
005700     LABEL RECORDS ARE STANDARD.

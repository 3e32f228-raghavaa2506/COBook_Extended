002790*                    UNORDERED FILE WOULD MAKE THE DIFFERENCES
002791*                    REPORT WRONG WHILE THE TRAILER STILL
002792*                    BALANCED.
002794*  2026-10-15  RI    A MEMBER MERGED INTO ANOTHER IS NO LONGER
002796*                    SENT AS A DETAIL, SO LIKE A DEACTIVATED ONE
002798*                    IT IS NOT A DIFFERENCE WHEN ONLY WE HOLD IT.
002800*****************************************************************
002900
003000 ENVIRONMENT DIVISION.
033600*****************************************************************
033700*    2100-OURS-ONLY  -  A MEMBER WE CARRY AND THEY DO NOT.
033800*                       DEACTIVATED MEMBERS WERE NEVER SENT, SO
033900*                       THEY ARE NOT A DIFFERENCE, AND
033950*                       NEITHER ARE MERGED ONES.
034000*****************************************************************
034100 2100-OURS-ONLY.
034200     IF MEMBER-DEACTIVATED OR MEMBER-MERGED
034300         GO TO 2100-EXIT
034400     END-IF
034500

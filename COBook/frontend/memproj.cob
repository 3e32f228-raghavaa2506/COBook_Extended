002174*                    PARMGET, SO A 24-PERIOD RUN NO LONGER
002175*                    NEEDS A PROGRAM CHANGE.  THE SEED LINE
002176*                    PRINTS THE LOOKBACK ACTUALLY USED.
002182*  2026-10-15  RI    A MEMBER MERGED INTO ANOTHER IS LEFT OUT OF
002188*                    THE ACTIVE HEADCOUNT, SO A MERGED PAIR IS
002194*                    COUNTED ONCE.  A LAPSED MEMBER IS LEFT OUT
002197*                    TOO, AS ROSTERRPT AND MEMMAINT ALREADY DO.
002200*****************************************************************
002300
002400 ENVIRONMENT DIVISION.
017900*                           REGISTRATION VOLUME
018000*****************************************************************
018100 2000-COUNT-MEMBERS.
018200     IF NOT MEMBER-DEACTIVATED AND NOT MEMBER-MERGED
018250             AND NOT MEMBER-LAPSED
018300         ADD 1 TO WS-ACTIVE-COUNT
018400         IF MEMBER-ENTRY-DATE NOT < WS-CUTOFF-DATE
018500             ADD 1 TO WS-RECENT-COUNT

      *                    APART.  OPER-ALLOWED-FUNCS CARRIES THE MAIN
      *                    MENU CHOICES THE OPERATOR MAY USE, OR "*"
      *                    FOR ALL OF THEM.
      *  2026-10-15  RI    ADDED OPER-SUPERVISOR-SW, TAKEN FROM THE
      *                    FILLER.  ONLY AN OPERATOR FLAGGED "Y" MAY
      *                    APPROVE A PENDING DEACTIVATION,
      *                    REINSTATEMENT OR DATE-OF-BIRTH CORRECTION.
      *                    RECORDS WRITTEN BEFORE THE FLAG EXISTED
      *                    READ AS NOT A SUPERVISOR.
      *****************************************************************
       01  OPERATOR-RECORD.
           05  OPER-ID             PIC X(08).
               88  OPER-IS-ACTIVE         VALUE "A".
               88  OPER-IS-DEACTIVATED    VALUE "D".
           05  OPER-ALLOWED-FUNCS  PIC X(08).
           05  OPER-SUPERVISOR-SW  PIC X(01).
               88  OPER-IS-SUPERVISOR     VALUE "Y".
           05  FILLER              PIC X(04).

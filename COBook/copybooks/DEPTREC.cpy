      *****************************************************************
      *  COPYBOOK      DEPTREC
      *  TITLE         DEPARTMENT MASTER RECORD LAYOUT
      *  AUTHOR        R. IYENGAR - APPLICATIONS
      *  INSTALLATION  IIT TIRUPATI - MEMBER SERVICES
      *  DATE-WRITTEN  2026-10-15
      *-----------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE        INIT  DESCRIPTION
      *  2026-10-15  RI    ORIGINAL - ONE RECORD PER DEPARTMENT OR
      *                    PROGRAMME CODE A MEMBER MAY CARRY IN
      *                    MEMBER-DEPT-CODE, WITH THE HEAD OF
      *                    DEPARTMENT TO WHOM THE DEPARTMENTAL REPORT
      *                    GOES.  A CODE THAT IS NO LONGER IN USE IS
      *                    RETIRED, NEVER DELETED, SO OLD MEMBER
      *                    RECORDS STILL RESOLVE TO A NAME.  CODES ARE
      *                    HELD IN UPPER CASE.
      *****************************************************************
       01  DEPARTMENT-RECORD.
           05  DEPT-CODE           PIC X(04).
           05  DEPT-NAME           PIC X(30).
           05  DEPT-ACTIVE-SW      PIC X(01).
               88  DEPT-IS-ACTIVE         VALUE "A".
               88  DEPT-IS-RETIRED        VALUE "R".
           05  DEPT-HOD-NAME       PIC X(30).
           05  DEPT-HOD-EMAIL      PIC X(40).
           05  DEPT-HOD-PHONE      PIC X(15).
           05  FILLER              PIC X(10).

      ******************************************************************
      *  SUPVAUTH.CPY
      *
      *  RECORD LAYOUT FOR THE SUPERVISOR AUTHORITY MASTER (DDNAME
      *  SUPVAUTH).  ONE RECORD PER SUPERVISOR BADGE PER DEPARTMENT
      *  SUPERVISED, CARRYING AN EFFECTIVE-DATE RANGE AND A YES/NO
      *  FLAG FOR EACH THING THE BADGE MAY DO FOR EMPLOYEES WHOSE
      *  EMP-DEPARTMENT MATCHES: CORRECT THEIR PUNCHES (CORRECT),
      *  APPROVE THEIR PAID LEAVE (LEAVEVAL) AND SIGN OFF THEIR
      *  WORKWEEKS (TIMESHEET'S APPROVAL LOAD).  A RECORD GRANTS ITS
      *  AUTHORITY ONLY ON RUN DATES INSIDE ITS EFFECTIVE RANGE; AN
      *  OPEN-ENDED GRANT CARRIES EFFECTIVE END 99991231.  A BADGE
      *  WITH NO RECORD IN EFFECT FOR THE DEPARTMENT HAS NO AUTHORITY
      *  THERE, AND NO RECORD LETS A BADGE ACT ON ITSELF -- EACH
      *  PROGRAM REFUSES THAT BEFORE IT EVER LOOKS HERE.  EVERY
      *  REFUSAL IS LOGGED TO THE AUTHREJ FILE (SEE AUTHREJ.CPY).
      *  THE FILE IS MAINTAINED BY PAYROLL FROM THE SIGNED AUTHORITY
      *  FORMS, THE SAME WAY THE SHIFT MASTER IS.
      *
      *  MODIFICATION HISTORY
      *      2026-10-15  RJH  INITIAL VERSION.
      ******************************************************************
       01  SUPERVISOR-AUTHORITY-RECORD.
           05  SA-SUPERVISOR-BADGE-ID      PIC X(05).
           05  SA-DEPARTMENT               PIC X(10).
           05  SA-EFF-START-DATE.
               10  SA-EFF-START-YEAR       PIC 9(04).
               10  SA-EFF-START-MONTH      PIC 9(02).
               10  SA-EFF-START-DAY        PIC 9(02).
           05  SA-EFF-END-DATE.
               10  SA-EFF-END-YEAR         PIC 9(04).
               10  SA-EFF-END-MONTH        PIC 9(02).
               10  SA-EFF-END-DAY          PIC 9(02).
           05  SA-CORRECT-PUNCH-SW         PIC X(01).
               88  SA-MAY-CORRECT-PUNCH        VALUE 'Y'.
           05  SA-APPROVE-LEAVE-SW         PIC X(01).
               88  SA-MAY-APPROVE-LEAVE        VALUE 'Y'.
           05  SA-APPROVE-WEEK-SW          PIC X(01).
               88  SA-MAY-APPROVE-WEEK         VALUE 'Y'.
           05  FILLER                      PIC X(10).

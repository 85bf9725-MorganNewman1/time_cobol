      ******************************************************************
      *  COMPPARM.CPY
      *
      *  RECORD LAYOUT FOR THE LABOR-LAW COMPLIANCE PARAMETER FILE
      *  (DDNAME COMPPARM).  ONE RECORD CARRYING THE WAGE-AND-HOUR
      *  LIMITS THE COMPLRPT STEP HOLDS EVERY PAIRED SHIFT AGAINST:
      *  THE MINIMUM REST BETWEEN ONE SHIFT'S OUT AND THE NEXT
      *  SHIFT'S IN, THE LONGEST SHIFT ALLOWED, THE MOST CONSECUTIVE
      *  CALENDAR DAYS AN EMPLOYEE MAY WORK BEFORE THE NEXT ONE IS
      *  FLAGGED, AND FOR MINORS -- EMPLOYEES YOUNGER THAN THE MINOR
      *  AGE ON THE DAY WORKED -- THE DAILY AND WEEKLY HOUR LIMITS AND
      *  THE EARLIEST START AND LATEST FINISH (HHMM, 24-HOUR CLOCK).
      *  HOURS CARRY TWO DECIMALS, NO POINT PUNCHED.  KEPT IN A
      *  PARAMETER FILE SO HR CAN FOLLOW A CHANGE IN THE LAW WITHOUT
      *  A PROGRAM CHANGE.
      *
      *  MODIFICATION HISTORY
      *      2026-10-15  RJH  INITIAL VERSION.
      ******************************************************************
       01  COMPLIANCE-PARAMETER-RECORD.
           05  CP-MIN-REST-HOURS           PIC 9(02)V99.
           05  CP-MAX-SHIFT-HOURS          PIC 9(02)V99.
           05  CP-MAX-CONSEC-DAYS          PIC 9(02).
           05  CP-MINOR-AGE                PIC 9(02).
           05  CP-MINOR-DAILY-HOURS        PIC 9(02)V99.
           05  CP-MINOR-WEEKLY-HOURS       PIC 9(02)V99.
           05  CP-MINOR-EARLIEST-TIME      PIC 9(04).
           05  CP-MINOR-LATEST-TIME        PIC 9(04).
           05  FILLER                      PIC X(12).

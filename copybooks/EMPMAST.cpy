      *                       BADGES THE FRONT-TO-BACK SCAN ON EVERY
      *                       GATE SWIPE WAS THE BOTTLENECK LEFT AFTER
      *                       THE PERIOD CLOSE.  LAYOUT IS UNCHANGED.
      *      2026-10-15  RJH  ADDED EMP-ACCRUAL-GROUP FROM THE FILLER --
      *                       THE LEAVE ACCRUAL GROUP WHOSE LVACCPRM
      *                       RATES AND CAPS THE LVACCRUE RUN CREDITS
      *                       THE BADGE UNDER.  BLANK ACCRUES NOTHING.
      *                       RECORD LENGTH IS UNCHANGED.
      *      2026-10-15  RJH  ADDED EMP-BIRTH-DATE (YYYYMMDD) FOR THE
      *                       COMPLIANCE STEP'S MINOR-HOURS RULES.  THE
      *                       RECORD GROWS FROM 46 TO 54 BYTES; BADGES
      *                       CONVERTED FROM THE OLD LAYOUT CARRY ZERO
      *                       UNTIL HR KEYS THE DATE, AND A ZERO OR
      *                       NON-NUMERIC DATE IS TREATED AS AN ADULT.
      *      2026-10-15  RJH  ADDED EMP-PAY-RULE-CLASS FROM THE
      *                       FILLER -- THE PAYRULE CLASS WHOSE OVERTIME
      *                       THRESHOLDS AND PREMIUM ELIGIBILITY THE
      *                       HOURS PROGRAMS FIGURE THE BADGE UNDER.
      *                       BLANK GETS THE STANDARD RULES (DAILY OVER
      *                       8, WEEKLY OVER 40, ALL PREMIUMS).  RECORD
      *                       LENGTH IS UNCHANGED.
      ******************************************************************
       01  EMPLOYEE-MASTER-RECORD.
           05  EMP-BADGE-ID                PIC X(05).
           05  EMP-STATUS                  PIC X(01).
               88  EMP-ACTIVE                  VALUE 'A'.
               88  EMP-INACTIVE                VALUE 'I'.
           05  EMP-ACCRUAL-GROUP           PIC X(02).
           05  EMP-BIRTH-DATE.
               10  EMP-BIRTH-YEAR          PIC 9(04).
               10  EMP-BIRTH-MONTH         PIC 9(02).
               10  EMP-BIRTH-DAY           PIC 9(02).
           05  EMP-PAY-RULE-CLASS          PIC X(02).
           05  FILLER                      PIC X(01).

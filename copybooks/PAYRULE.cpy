      ******************************************************************
      *  PAYRULE.CPY
      *
      *  RECORD LAYOUT FOR THE PAY-RULE CLASS PARAMETER FILE (DDNAME
      *  PAYRULE).  ONE RECORD PER PAY-RULE CLASS CARRIED IN
      *  EMP-PAY-RULE-CLASS ON THE EMPLOYEE MASTER, GIVING THE DAILY
      *  AND WEEKLY OVERTIME THRESHOLDS (HOURS, TWO DECIMALS, NO POINT
      *  PUNCHED -- ZERO MEANS THE CLASS HAS NO OVERTIME ON THAT
      *  BASIS) AND Y/N SWITCHES FOR OVERTIME, NIGHT-DIFFERENTIAL,
      *  HOLIDAY-PREMIUM AND AUTOMATIC MEAL-DEDUCTION ELIGIBILITY.
      *  A CLASS NOT OVERTIME ELIGIBLE (SALARIED EXEMPT STAFF WHO
      *  PUNCH FOR ATTENDANCE) PAYS EVERY HOUR AS REGULAR.  A BADGE
      *  WITH A BLANK CLASS GETS THE STANDARD RULES -- DAILY OVER 8,
      *  WEEKLY OVER 40, EVERY PREMIUM AND THE MEAL DEDUCTION -- SO
      *  NO RECORD IS NEEDED FOR IT.  KEPT IN A PARAMETER FILE, LIKE
      *  MEALPARM, SO PAYROLL CAN CHANGE A CONTRACT RULE WITHOUT A
      *  PROGRAM CHANGE.  READ BY EVERY STEP THAT FIGURES HOURS --
      *  TIMESHEET, PAYBAL, RETROADJ, LABORDST AND FINALPAY -- SO THEY
      *  ALL PAY A BADGE UNDER THE SAME RULES.
      *
      *  MODIFICATION HISTORY
      *      2026-10-15  RJH  INITIAL VERSION.
      ******************************************************************
       01  PAY-RULE-RECORD.
           05  PR-CLASS                    PIC X(02).
           05  PR-DESCRIPTION              PIC X(20).
           05  PR-DAILY-OT-HOURS           PIC 9(02)V99.
           05  PR-WEEKLY-OT-HOURS          PIC 9(02)V99.
           05  PR-ELIGIBILITY-FLAGS.
               10  PR-OT-ELIGIBLE          PIC X(01).
                   88  PR-OT-ELIGIBLE-YES      VALUE 'Y'.
                   88  PR-OT-ELIGIBLE-VALID    VALUES 'Y' 'N'.
               10  PR-ND-ELIGIBLE          PIC X(01).
                   88  PR-ND-ELIGIBLE-YES      VALUE 'Y'.
                   88  PR-ND-ELIGIBLE-VALID    VALUES 'Y' 'N'.
               10  PR-HP-ELIGIBLE          PIC X(01).
                   88  PR-HP-ELIGIBLE-YES      VALUE 'Y'.
                   88  PR-HP-ELIGIBLE-VALID    VALUES 'Y' 'N'.
               10  PR-MEAL-ELIGIBLE        PIC X(01).
                   88  PR-MEAL-ELIGIBLE-YES    VALUE 'Y'.
                   88  PR-MEAL-ELIGIBLE-VALID  VALUES 'Y' 'N'.
           05  FILLER                      PIC X(06).

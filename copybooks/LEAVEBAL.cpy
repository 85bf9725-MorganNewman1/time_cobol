      ******************************************************************
      *  LEAVEBAL.CPY
      *
      *  RECORD LAYOUT FOR THE LEAVE-BALANCE MASTER (DDNAME LEAVEBAL
      *  IN, LEAVEBLN OUT).  ONE RECORD PER BADGE PER LEAVE TYPE
      *  (VACATION, SICK, BEREAVEMENT) CARRYING THE HOURS THE
      *  EMPLOYEE MAY STILL TAKE.  THE LVACCRUE RUN CREDITS EACH
      *  PAY PERIOD'S ACCRUAL OFF THE PAYCAL CALENDAR AT THE LVACCPRM
      *  RATE AND CAP FOR THE EMPLOYEE'S ACCRUAL GROUP, PRINTS THE
      *  PERIOD'S BALANCE STATEMENT AND OPENS THE NEXT PERIOD;
      *  LEAVEVAL DEBITS EVERY LEAVE DAY IT APPROVES AND REJECTS ONE
      *  THAT WOULD OVERDRAW THE BALANCE.  BOTH PROGRAMS WRITE THE
      *  UPDATED MASTER TO A NEW DATA SET THAT THE JCL COPIES BACK
      *  OVER THE LIVE ONE, THE SAME WAY WEEKSTAT IS CARRIED.
      *  OPENING BALANCES FOR A BADGE NEW TO THE MASTER, AND ANY
      *  LATER CORRECTION, COME IN ON THE LVADJ FILE, WHICH LVACCRUE
      *  APPLIES TO THE OPEN PERIOD BEFORE IT ACCRUES.
      *
      *  WITHIN THE OPEN PERIOD LB-BALANCE-HOURS IS ALWAYS
      *  LB-OPENING-HOURS LESS LB-TAKEN-HOURS.  LB-LAST-ACCRUAL-DATE
      *  IS THE PAYCAL WEEK-ENDING DATE OF THE LAST PERIOD CLOSED.
      *
      *  MODIFICATION HISTORY
      *      2026-10-15  RJH  INITIAL VERSION.
      ******************************************************************
       01  LEAVE-BALANCE-RECORD.
           05  LB-EMPLOYEE-ID              PIC X(05).
           05  LB-LEAVE-TYPE               PIC X(01).
               88  LB-TYPE-VACATION            VALUE 'V'.
               88  LB-TYPE-SICK                VALUE 'S'.
               88  LB-TYPE-BEREAVEMENT         VALUE 'B'.
           05  LB-LAST-ACCRUAL-DATE.
               10  LB-LAST-ACCRUAL-YEAR    PIC 9(04).
               10  LB-LAST-ACCRUAL-MONTH   PIC 9(02).
               10  LB-LAST-ACCRUAL-DAY     PIC 9(02).
           05  LB-OPENING-HOURS            PIC 9(04)V99.
           05  LB-TAKEN-HOURS              PIC 9(04)V99.
           05  LB-BALANCE-HOURS            PIC 9(04)V99.
           05  FILLER                      PIC X(10).

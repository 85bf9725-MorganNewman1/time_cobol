      ******************************************************************
      *  LVACCPRM.CPY
      *
      *  RECORD LAYOUT FOR THE LEAVE ACCRUAL PARAMETER FILE (DDNAME
      *  LVACCPRM).  ONE RECORD PER ACCRUAL GROUP PER LEAVE TYPE --
      *  THE HOURS CREDITED FOR EACH PAY PERIOD ON THE PAYCAL
      *  CALENDAR AND THE MAXIMUM BALANCE THE ACCRUAL MAY BUILD TO.
      *  A BADGE'S GROUP IS EMP-ACCRUAL-GROUP ON THE EMPLOYEE MASTER;
      *  A GROUP AND TYPE WITH NO RECORD HERE ACCRUES NOTHING.
      *  BEREAVEMENT IS TYPICALLY GIVEN A RATE EQUAL TO ITS CAP SO
      *  THE ALLOWANCE IS RESTORED EVERY PERIOD.  MAINTAINED BY
      *  PAYROLL FROM THE LEAVE POLICY, THE SAME WAY MEALPARM IS.
      *
      *  MODIFICATION HISTORY
      *      2026-10-15  RJH  INITIAL VERSION.
      ******************************************************************
       01  LEAVE-ACCRUAL-PARM-RECORD.
           05  LA-ACCRUAL-GROUP            PIC X(02).
           05  LA-LEAVE-TYPE               PIC X(01).
               88  LA-TYPE-VALID               VALUES 'V' 'S' 'B'.
           05  LA-HOURS-PER-PERIOD         PIC 9(02)V99.
           05  LA-MAXIMUM-BALANCE          PIC 9(04)V99.
           05  FILLER                      PIC X(07).

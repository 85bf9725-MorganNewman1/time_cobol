      ******************************************************************
      *  GLACCT.CPY
      *
      *  RECORD LAYOUT FOR THE DEPARTMENT GENERAL-LEDGER ACCOUNT MAP
      *  (DDNAME GLACCT).  ONE RECORD PER EMP-DEPARTMENT VALUE GIVING
      *  THE GL COST CENTER ITS LABOR POSTS TO, THE LABOR EXPENSE
      *  ACCOUNT THE COST IS DEBITED TO AND THE ACCRUED PAYROLL
      *  ACCOUNT IT IS CREDITED TO.  A RECORD FOR DEPARTMENT
      *  *DEFAULT* CATCHES ANY DEPARTMENT NOT LISTED (INCLUDING THE
      *  *UNKNOWN* BADGES); WITHOUT ONE, AN UNLISTED DEPARTMENT FAILS
      *  THE LABORDST STEP RATHER THAN LEAVE ITS COST OFF THE GLJRNL
      *  JOURNAL.  MAINTAINED BY GENERAL ACCOUNTING.
      *
      *  MODIFICATION HISTORY
      *      2026-10-15  RJH  INITIAL VERSION.
      ******************************************************************
       01  GL-ACCOUNT-RECORD.
           05  GA-DEPARTMENT               PIC X(10).
           05  GA-COST-CENTER              PIC X(06).
           05  GA-EXPENSE-ACCOUNT          PIC X(06).
           05  GA-ACCRUAL-ACCOUNT          PIC X(06).
           05  FILLER                      PIC X(12).

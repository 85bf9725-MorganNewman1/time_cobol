      ******************************************************************
      *  AUTHREJ.CPY
      *
      *  RECORD LAYOUT FOR THE APPEND-ONLY SUPERVISOR AUTHORITY
      *  REFUSAL LOG (DDNAME AUTHREJ).  CORRECT, LEAVEVAL AND
      *  TIMESHEET'S APPROVAL LOAD EACH APPEND ONE RECORD FOR EVERY
      *  ACTION THEY REFUSE UNDER THE SUPERVISOR AUTHORITY MASTER --
      *  WHO TRIED IT, ON WHOSE BADGE, IN WHICH DEPARTMENT, WHAT THEY
      *  TRIED AND WHY IT WAS REFUSED.  THE ACTION DATE IS THE DATE
      *  THE ACTION WAS FOR: THE ORIGINAL PUNCH DATE OF A CORRECTION,
      *  THE LEAVE DATE OF A LEAVE APPROVAL, OR THE WEEK-ENDING DATE
      *  OF A WEEK APPROVAL.  THE AUTHRPT STEP LISTS EACH REFUSAL
      *  ONCE FOR PAYROLL, BY ITS RUN DATE AND TIME.
      *
      *  MODIFICATION HISTORY
      *      2026-10-15  RJH  INITIAL VERSION.
      ******************************************************************
       01  AUTHORITY-REFUSAL-RECORD.
           05  AR-SUPERVISOR-BADGE-ID      PIC X(05).
           05  AR-EMPLOYEE-ID              PIC X(05).
           05  AR-DEPARTMENT               PIC X(10).
           05  AR-ACTION-CODE              PIC X(01).
               88  AR-ACTION-CORRECT-PUNCH     VALUE 'C'.
               88  AR-ACTION-APPROVE-LEAVE     VALUE 'L'.
               88  AR-ACTION-APPROVE-WEEK      VALUE 'W'.
           05  AR-ACTION-DATE.
               10  AR-ACTION-YEAR          PIC 9(04).
               10  AR-ACTION-MONTH         PIC 9(02).
               10  AR-ACTION-DAY           PIC 9(02).
           05  AR-REASON-CODE              PIC 9(02).
               88  AR-REASON-OWN-BADGE         VALUE 01.
               88  AR-REASON-NO-AUTHORITY      VALUE 02.
               88  AR-REASON-EMP-NOT-FOUND     VALUE 03.
           05  AR-REASON-TEXT              PIC X(30).
           05  AR-PROGRAM-NAME             PIC X(10).
           05  AR-RUN-DATE.
               10  AR-RUN-YEAR             PIC 9(04).
               10  AR-RUN-MONTH            PIC 9(02).
               10  AR-RUN-DAY              PIC 9(02).
           05  AR-RUN-TIME.
               10  AR-RUN-HOUR             PIC 9(02).
               10  AR-RUN-MIN              PIC 9(02).
               10  AR-RUN-SEC              PIC 9(02).
           05  FILLER                      PIC X(08).

      ******************************************************************
      *  TERMPAY.CPY
      *
      *  RECORD LAYOUT FOR THE FINAL-PAY TERMINATION QUEUE (DDNAME
      *  TERMPAY).  EMPLOAD WRITES ONE RECORD FOR EVERY ACTIVE BADGE
      *  ITS TERMINATE TRANSACTIONS SET INACTIVE -- THE BADGE, THE
      *  NAME AND DEPARTMENT IT LEFT WITH AND THE DATE THE TERMINATION
      *  WAS APPLIED -- AND THE EMPLOAD JOB APPENDS THEM TO THE QUEUE
      *  ONLY ONCE THE NEW MASTER HAS BEEN COPIED BACK.  THE OFF-CYCLE
      *  FINALPAY RUN SETTLES EVERY BADGE ON THE QUEUE AND ITS JOB
      *  EMPTIES THE QUEUE AFTER A CLEAN RUN.
      *
      *  MODIFICATION HISTORY
      *      2026-10-15  RJH  INITIAL VERSION.
      ******************************************************************
       01  TERMINATION-QUEUE-RECORD.
           05  TQ-EMPLOYEE-ID              PIC X(05).
           05  TQ-NAME                     PIC X(25).
           05  TQ-DEPARTMENT               PIC X(10).
           05  TQ-TERM-DATE.
               10  TQ-TERM-YEAR            PIC 9(04).
               10  TQ-TERM-MONTH           PIC 9(02).
               10  TQ-TERM-DAY             PIC 9(02).
           05  FILLER                      PIC X(12).

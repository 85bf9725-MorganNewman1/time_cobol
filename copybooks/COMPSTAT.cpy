      ******************************************************************
      *  COMPSTAT.CPY
      *
      *  RECORD LAYOUT FOR THE COMPLIANCE STATE FILE (DDNAMES
      *  COMPSTAT AND COMPNEW).  THE NIGHTLY EXTRACT ONLY DELIVERS
      *  ONE DAY'S PUNCHES, SO THE COMPLRPT STEP CARRIES ONE RECORD
      *  PER EMPLOYEE ACROSS RUNS WITH WHAT THE NEXT NIGHT'S CHECKS
      *  NEED: WHEN THE LAST SHIFT ENDED (FOR THE REST CHECK), THE
      *  LAST DAY WORKED AND THE RUN OF CONSECUTIVE DAYS ENDING ON
      *  IT, THE HOURS WORKED THAT DAY, AND THE HOURS WORKED SO FAR
      *  IN THE PAY-CALENDAR WEEK (FOR THE MINOR LIMITS).  COMPLRPT
      *  WRITES THE UPDATED STATE TO COMPNEW AND THE JCL COPIES IT
      *  BACK OVER COMPSTAT, THE SAME WAY WEEKSTAT RIDES ACROSS RUNS.
      *  AN EMPLOYEE WHO HAS NOT WORKED IN OVER A WEEK IS DROPPED --
      *  THERE IS NOTHING LEFT FOR ANY CHECK TO CARRY.
      *
      *  MODIFICATION HISTORY
      *      2026-10-15  RJH  INITIAL VERSION.
      ******************************************************************
       01  COMPLIANCE-STATE-RECORD.
           05  CST-EMPLOYEE-ID             PIC X(05).
           05  CST-LAST-OUT-DATE.
               10  CST-LAST-OUT-YEAR       PIC 9(04).
               10  CST-LAST-OUT-MONTH      PIC 9(02).
               10  CST-LAST-OUT-DAY        PIC 9(02).
           05  CST-LAST-OUT-TIME.
               10  CST-LAST-OUT-HOUR       PIC 9(02).
               10  CST-LAST-OUT-MIN        PIC 9(02).
               10  CST-LAST-OUT-SEC        PIC 9(02).
           05  CST-LAST-WORK-DATE.
               10  CST-LAST-WORK-YEAR      PIC 9(04).
               10  CST-LAST-WORK-MONTH     PIC 9(02).
               10  CST-LAST-WORK-DAY       PIC 9(02).
           05  CST-CONSEC-DAYS             PIC 9(03).
           05  CST-DAY-HOURS               PIC 9(03)V99.
           05  CST-WEEK-END-DATE.
               10  CST-WEEK-END-YEAR       PIC 9(04).
               10  CST-WEEK-END-MONTH      PIC 9(02).
               10  CST-WEEK-END-DAY        PIC 9(02).
           05  CST-WEEK-HOURS              PIC 9(03)V99.
           05  FILLER                      PIC X(10).

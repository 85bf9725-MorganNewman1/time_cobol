      ******************************************************************
      *  ATTNLEDG.CPY
      *
      *  RECORD LAYOUT FOR THE APPEND-ONLY ATTENDANCE OCCURRENCE
      *  LEDGER (DDNAME ATTNLEDG).  ATTENDEX WRITES ONE RECORD FOR
      *  EVERY NO-SHOW, LATE ARRIVAL AND EARLY DEPARTURE IT PRINTS,
      *  SO A BADGE'S OCCURRENCES OUTLIVE THE DAY'S REPORT.  THE
      *  OCCURRENCE DATE IS THE DAY REPORTED ON; THE RUN DATE IS THE
      *  NIGHT THE RECORD WAS WRITTEN.  NOTHING IS EVER REWRITTEN --
      *  POINTS, EXPIRY AND EXCUSAL (LEAVEHIS LEAVE OR A CORRAUD
      *  PUNCH CORRECTION FOR THE SAME BADGE AND DAY) ARE FIGURED BY
      *  THE READERS (ATTNPTS, ATTNLIST) AGAINST THE ATTNPOL POLICY
      *  EACH TIME THEY RUN, SO LEAVE OR A CORRECTION ENTERED AFTER
      *  THE FACT STILL CLEARS THE OCCURRENCE.
      *
      *  MODIFICATION HISTORY
      *      2026-10-15  RJH  INITIAL VERSION.
      ******************************************************************
       01  ATTENDANCE-LEDGER-RECORD.
           05  AL-EMPLOYEE-ID              PIC X(05).
           05  AL-OCCUR-DATE.
               10  AL-OCCUR-YEAR           PIC 9(04).
               10  AL-OCCUR-MONTH          PIC 9(02).
               10  AL-OCCUR-DAY            PIC 9(02).
           05  AL-EXCEPTION-CODE           PIC X(01).
               88  AL-NO-SHOW                  VALUE 'N'.
               88  AL-LATE-ARRIVAL             VALUE 'L'.
               88  AL-EARLY-DEPARTURE          VALUE 'E'.
           05  AL-SCHEDULED-TIME.
               10  AL-SCHEDULED-HOUR       PIC 9(02).
               10  AL-SCHEDULED-MIN        PIC 9(02).
           05  AL-ACTUAL-TIME.
               10  AL-ACTUAL-HOUR          PIC 9(02).
               10  AL-ACTUAL-MIN           PIC 9(02).
           05  AL-VARIANCE-MINUTES         PIC 9(04).
           05  AL-RUN-DATE.
               10  AL-RUN-YEAR             PIC 9(04).
               10  AL-RUN-MONTH            PIC 9(02).
               10  AL-RUN-DAY              PIC 9(02).
           05  FILLER                      PIC X(10).

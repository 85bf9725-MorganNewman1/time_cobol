      *****************************************************************
      *  RUNSTAT.CPY
      *
      *  RECORD LAYOUT FOR THE NIGHTLY RUN-STATISTICS HISTORY FILE
      *  (DDNAME RUNSTAT).  EACH STEP OF THE NIGHTLY TIME AND
      *  ATTENDANCE RUN APPENDS ONE RECORD PER FIGURE IT COUNTS --
      *  PUNCHES EXTRACTED, AUDIT ATTEMPTS RECONCILED, LEAVE APPROVED
      *  AND REJECTED, VALIDATION ERRORS, SHIFTS PAIRED, EXTRACT
      *  TOTALS -- EVERY TIME IT RUNS TO THE END OF ITS WORK.  THE
      *  FILE IS NEVER REWRITTEN, SO IT IS THE NIGHT-BY-NIGHT HISTORY
      *  THE RUNTREND STEP AVERAGES TO DECIDE WHETHER TONIGHT'S
      *  VOLUMES LOOK RIGHT BEFORE THE EXTRACT LEAVES THE BUILDING.
      *  WHEN A STEP IS RERUN THE SAME DAY, THE LATEST RECORD FOR THE
      *  RUN DATE, STEP AND FIGURE IS THE ONE THAT COUNTS.  THE STEP
      *  NAME IS THE NIGHTLY JOB'S STEP NAME (EXTRACT, RECON,
      *  LEAVEVAL, VALIDATE, REPORT), AS ON THE CHECKPOINT.  COUNTS
      *  ARE CARRIED WITH TWO ZERO DECIMALS SO THE SAME FIELD HOLDS
      *  HOURS.
      *
      *  MODIFICATION HISTORY
      *      2026-10-15  RJH  INITIAL VERSION.
      *****************************************************************
       01  RUN-STATISTICS-RECORD.
           05  RS-RUN-DATE.
               10  RS-RUN-YEAR             PIC 9(04).
               10  RS-RUN-MONTH            PIC 9(02).
               10  RS-RUN-DAY              PIC 9(02).
           05  RS-RUN-TIME.
               10  RS-RUN-HOUR             PIC 9(02).
               10  RS-RUN-MIN              PIC 9(02).
               10  RS-RUN-SEC              PIC 9(02).
           05  RS-STEP-NAME                PIC X(08).
           05  RS-STAT-NAME                PIC X(08).
           05  RS-STAT-VALUE               PIC 9(09)V99.
           05  FILLER                      PIC X(09).

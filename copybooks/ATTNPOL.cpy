      ******************************************************************
      *  ATTNPOL.CPY
      *
      *  RECORD LAYOUT FOR THE ATTENDANCE POINTS POLICY (DDNAME
      *  ATTNPOL).  A SINGLE RECORD GIVING THE POINTS EACH KIND OF
      *  ATTENDANCE OCCURRENCE SCORES, THE NUMBER OF MONTHS AN
      *  OCCURRENCE STAYS ON THE BADGE'S RECORD BEFORE IT FALLS OFF
      *  (A ROLLING WINDOW BACK FROM THE RUN DATE), AND UP TO THREE
      *  DISCIPLINARY THRESHOLDS IN ASCENDING ORDER, EACH WITH THE
      *  ACTION THE NOTICE CALLS FOR.  AN UNUSED THRESHOLD CARRIES
      *  ZERO POINTS.  MAINTAINED BY HR FROM THE ATTENDANCE POLICY,
      *  THE SAME WAY MEALPARM IS.
      *
      *  MODIFICATION HISTORY
      *      2026-10-15  RJH  INITIAL VERSION.
      ******************************************************************
       01  ATTENDANCE-POLICY-RECORD.
           05  AP-NO-SHOW-POINTS           PIC 9(02)V9.
           05  AP-LATE-POINTS              PIC 9(02)V9.
           05  AP-EARLY-POINTS             PIC 9(02)V9.
           05  AP-EXPIRY-MONTHS            PIC 9(02).
           05  AP-THRESHOLD OCCURS 3 TIMES.
               10  AP-THRESHOLD-POINTS     PIC 9(02)V9.
               10  AP-THRESHOLD-ACTION     PIC X(20).
           05  FILLER                      PIC X(10).

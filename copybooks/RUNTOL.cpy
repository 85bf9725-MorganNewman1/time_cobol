      ******************************************************************
      *  RUNTOL.CPY
      *
      *  RECORD LAYOUT FOR THE RUN-STATISTICS TOLERANCE PARAMETER FILE
      *  (DDNAME RUNTOL).  ONE RECORD PER RUN STATISTIC THE RUNTREND
      *  STEP WATCHES, KEYED BY THE FIGURE NAME THE POSTING STEP
      *  WRITES ON RUNSTAT.  TONIGHT'S FIGURE IS HELD AGAINST THE
      *  AVERAGE OF THE LAST RT-SAMPLE-NIGHTS EARLIER RUNS (AT MOST
      *  12; ZERO MEANS 12) WHOSE DAY FELL ON THE SAME DAY OF THE WEEK
      *  AND WAS, OR WAS NOT, A HOLIDAY THE SAME AS TONIGHT'S.  IT IS
      *  OUT OF BAND WHEN IT FALLS MORE THAN RT-LOW-PCT PERCENT BELOW
      *  OR RT-HIGH-PCT PERCENT ABOVE THAT AVERAGE (ZERO LEAVES THAT
      *  SIDE UNCHECKED) AND ALSO DIFFERS FROM IT BY MORE THAN
      *  RT-MIN-VARIANCE, SO A SMALL FIGURE IS NOT FLAGGED FOR A SWING
      *  OF ONE OR TWO.  NO JUDGMENT IS MADE UNTIL AT LEAST
      *  RT-MIN-SAMPLES COMPARABLE NIGHTS ARE ON FILE.  AN OUT-OF-BAND
      *  FIGURE MARKED 'H' HOLDS THE WEEK-STATE COPY AND THE
      *  TRANSMISSION; ONE MARKED 'W' IS ONLY FLAGGED ON THE RUN
      *  SUMMARY.  KEPT IN A PARAMETER FILE SO OPERATIONS CAN WIDEN OR
      *  TIGHTEN A BAND WITHOUT A PROGRAM CHANGE.
      *
      *  MODIFICATION HISTORY
      *      2026-10-15  RJH  INITIAL VERSION.
      ******************************************************************
       01  RUN-TOLERANCE-RECORD.
           05  RT-STAT-NAME                PIC X(08).
           05  RT-DESCRIPTION              PIC X(20).
           05  RT-LOW-PCT                  PIC 9(03).
           05  RT-HIGH-PCT                 PIC 9(03).
           05  RT-MIN-VARIANCE             PIC 9(07)V99.
           05  RT-SAMPLE-NIGHTS            PIC 9(02).
           05  RT-MIN-SAMPLES              PIC 9(02).
           05  RT-ACTION                   PIC X(01).
               88  RT-HOLD                     VALUE 'H'.
               88  RT-WARN                     VALUE 'W'.
           05  FILLER                      PIC X(12).

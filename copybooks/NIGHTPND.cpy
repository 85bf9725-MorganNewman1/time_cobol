      ******************************************************************
      *  NIGHTPND.CPY
      *
      *  RECORD LAYOUT FOR THE NIGHTLY COPY-BACK PENDING MARKER
      *  (DDNAME NIGHTPND).  THE SETPEND STEP AT THE TOP OF TIMEBATC
      *  APPENDS ONE CARD AS THE NIGHT STARTS, AND THE CLRPEND STEP AT
      *  ITS END EMPTIES THE DATA SET ONCE COPYWEEK, COPYPEND AND
      *  COPYLBAL HAVE LAID THE NIGHT'S WEEKSTAT.NEW, PENDPNCH.NEW AND
      *  LEAVEBAL.NEW OVER THE LIVE STATE.  A CARD ON FILE THEREFORE
      *  MEANS A NIGHT -- STILL RUNNING, FAILED, OR HELD BY THE TREND
      *  STEP FOR RELEASE -- HAS A NEW COPY STILL TO LAY DOWN, AND
      *  FINALPAY, RETROADJ AND LVACCRUE, WHICH REWRITE THAT SAME
      *  STATE, REFUSE TO RUN UNTIL IT IS GONE.  AN EMPTY OR MISSING
      *  MARKER MEANS NOTHING IS PENDING.
      *
      *  MODIFICATION HISTORY
      *      2026-10-15  RJH  INITIAL VERSION.
      ******************************************************************
       01  NIGHT-PENDING-RECORD.
           05  NP-JOB-NAME                 PIC X(08).
           05  FILLER                      PIC X(01).
           05  NP-DESCRIPTION              PIC X(71).

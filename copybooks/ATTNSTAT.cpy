      ******************************************************************
      *  ATTNSTAT.CPY
      *
      *  RECORD LAYOUT FOR THE ATTENDANCE NOTICE STATE FILE (DDNAMES
      *  ATTNSTAT AND ATTNNEW).  ONE RECORD PER BADGE WHOSE LIVE
      *  POINTS STAND AT OR ABOVE A POLICY THRESHOLD, CARRYING THE
      *  HIGHEST THRESHOLD LEVEL (1 TO 3) IT HAS ALREADY BEEN
      *  NOTICED AT.  THE ATTNPTS STEP RAISES A NOTICE ONLY WHEN A
      *  BADGE'S LEVEL TONIGHT IS ABOVE ITS STORED LEVEL, WRITES
      *  EVERY BADGE'S LEVEL TONIGHT TO ATTNNEW AND THE JCL COPIES IT
      *  BACK OVER ATTNSTAT, THE SAME WAY COMPSTAT RIDES ACROSS RUNS.
      *  A BADGE WHOSE POINTS FALL BACK UNDER A THRESHOLD IS CARRIED
      *  AT ITS LOWER LEVEL, OR DROPPED AT LEVEL ZERO, SO CROSSING
      *  THE THRESHOLD AGAIN IS NOTICED AGAIN.
      *
      *  MODIFICATION HISTORY
      *      2026-10-15  RJH  INITIAL VERSION.
      ******************************************************************
       01  ATTENDANCE-NOTICED-STATE-RECORD.
           05  ATS-EMPLOYEE-ID             PIC X(05).
           05  ATS-NOTICED-LEVEL           PIC 9(01).
           05  FILLER                      PIC X(14).

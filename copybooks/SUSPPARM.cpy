      ******************************************************************
      *  SUSPPARM.CPY
      *
      *  RECORD LAYOUT FOR THE SUSPICIOUS-PUNCH PARAMETER FILE (DDNAME
      *  SUSPPARM).  ONE RECORD CARRYING THE THRESHOLDS THE SUSPUNCH
      *  STEP HOLDS THE PRIOR DAY'S PUNCHES AGAINST, ONE GROUP PER
      *  PATTERN:
      *    SHARED TERMINAL - SO MANY DIFFERENT BADGES SWIPED AT ONE
      *        TERMINAL WITHIN SO MANY SECONDS (ZERO SECONDS TURNS THE
      *        CHECK OFF; FEWER THAN TWO BADGES IS TAKEN AS TWO).
      *    TWO TERMINALS   - ONE BADGE SWIPED AT TWO DIFFERENT
      *        TERMINALS WITHIN SO MANY MINUTES (ZERO TURNS IT OFF).
      *    GRACE EDGE      - A LATE IN OR EARLY OUT THAT LANDS WITHIN
      *        SO MANY MINUTES OF THE OUTSIDE EDGE OF THE ROUNDPRM
      *        GRACE WINDOW, SO IT STILL SNAPS TO THE SCHEDULED TIME,
      *        AT LEAST SO MANY TIMES OVER THE LAST SO MANY DAYS
      *        (ZERO EDGE MINUTES TURNS IT OFF; ZERO DAYS OR HITS IS
      *        TAKEN AS ONE).
      *    ON LEAVE        - A CLOCK PUNCH BY A BADGE WITH AT LEAST SO
      *        MANY HOURS OF APPROVED LEAVE ON THE LEAVEHIS HISTORY FOR
      *        THE SAME DAY (ZERO FLAGS ANY LEAVE AT ALL).
      *  HOURS CARRY TWO DECIMALS, NO POINT PUNCHED.  KEPT IN A
      *  PARAMETER FILE, LIKE COMPPARM, SO PAYROLL AND LOSS PREVENTION
      *  CAN TIGHTEN OR LOOSEN A PATTERN WITHOUT A PROGRAM CHANGE.
      *
      *  MODIFICATION HISTORY
      *      2026-10-15  RJH  INITIAL VERSION.
      ******************************************************************
       01  SUSPECT-PARAMETER-RECORD.
           05  SP-SAME-TERM-SECONDS        PIC 9(03).
           05  SP-SAME-TERM-MIN-BADGES     PIC 9(02).
           05  SP-TWO-TERM-MINUTES         PIC 9(03).
           05  SP-GRACE-EDGE-MINUTES       PIC 9(02).
           05  SP-GRACE-LOOKBACK-DAYS      PIC 9(02).
           05  SP-GRACE-MIN-HITS           PIC 9(02).
           05  SP-LEAVE-MIN-HOURS          PIC 9(02)V99.
           05  FILLER                      PIC X(12).

      ******************************************************************
      *  PREMPARM.CPY
      *
      *  RECORD LAYOUT FOR THE PAY PREMIUM PARAMETER FILE (DDNAME
      *  PREMPARM).  ONE RECORD CARRYING THE FACTORS, THREE DECIMALS
      *  WITH NO POINT PUNCHED, THAT EACH KIND OF HOURS IS PRICED AT
      *  AS A MULTIPLE OF THE BADGE'S STRAIGHT-TIME PAYRATE RATE:
      *  OVERTIME HOURS (1.500 FOR TIME AND A HALF), NIGHT-DIFFERENTIAL
      *  HOURS AND HOLIDAY PREMIUM HOURS.  THE LAST TWO ARE ALREADY
      *  PREMIUM-EQUIVALENT HOURS -- THE DIFFERENTIAL OR PREMIUM SHARE
      *  OF THE HOURS WORKED, THE SAME FIGURES THE PAYROLL EXTRACT
      *  CARRIES -- SO 1.000 PRICES THEM AT STRAIGHT TIME.  KEPT IN A
      *  PARAMETER FILE, LIKE MEALPARM, SO PAYROLL CAN CHANGE A FACTOR
      *  WITHOUT A PROGRAM CHANGE.  READ BY THE LABORDST STEP.
      *
      *  MODIFICATION HISTORY
      *      2026-10-15  RJH  INITIAL VERSION.
      ******************************************************************
       01  PREMIUM-PARAMETER-RECORD.
           05  PM-OT-FACTOR                PIC 9V999.
           05  PM-NIGHT-DIFF-FACTOR        PIC 9V999.
           05  PM-HOLIDAY-FACTOR           PIC 9V999.
           05  FILLER                      PIC X(08).

      ******************************************************************
      *  PAYRATE.CPY
      *
      *  RECORD LAYOUT FOR THE EFFECTIVE-DATED PAY-RATE FILE (DDNAME
      *  PAYRATE).  ONE RECORD PER BADGE PER RATE IN FORCE, CARRYING
      *  THE STRAIGHT-TIME HOURLY RATE (FOUR DECIMALS, NO POINT
      *  PUNCHED) AND THE RANGE OF WORK DATES IT APPLIES TO.  THE
      *  CURRENT RATE CARRIES EFFECTIVE END 99991231; A RAISE CLOSES
      *  THE OLD RECORD THE DAY BEFORE AND ADDS A NEW ONE, SO A LATE
      *  PUNCH IS STILL PRICED AT THE RATE IN FORCE ON ITS WORK DATE.
      *  WHERE TWO RECORDS OVERLAP, THE ONE THAT STARTED LATER WINS.
      *  THE LABORDST STEP PRICES EACH PAIRED SHIFT FROM IT WITH THE
      *  PREMPARM PREMIUM FACTORS.  MAINTAINED BY PAYROLL.
      *
      *  MODIFICATION HISTORY
      *      2026-10-15  RJH  INITIAL VERSION.
      ******************************************************************
       01  PAY-RATE-RECORD.
           05  PRT-EMPLOYEE-ID             PIC X(05).
           05  PRT-EFF-START-DATE.
               10  PRT-EFF-START-YEAR      PIC 9(04).
               10  PRT-EFF-START-MONTH     PIC 9(02).
               10  PRT-EFF-START-DAY       PIC 9(02).
           05  PRT-EFF-END-DATE.
               10  PRT-EFF-END-YEAR        PIC 9(04).
               10  PRT-EFF-END-MONTH       PIC 9(02).
               10  PRT-EFF-END-DAY         PIC 9(02).
           05  PRT-HOURLY-RATE             PIC 9(03)V9(04).
           05  FILLER                      PIC X(12).

      ******************************************************************
      *  AUTHSTAT.CPY
      *
      *  RECORD LAYOUT FOR THE AUTHORITY REFUSAL LISTING STATE FILE
      *  (DDNAMES AUTHSTAT AND AUTHNEW).  ONE RECORD CARRYING THE RUN
      *  DATE AND TIME STAMPED ON THE LAST AUTHREJ REFUSAL THE AUTHRPT
      *  STEP HAS LISTED.  EACH RUN LISTS EVERY REFUSAL STAMPED AFTER
      *  IT, WRITES THE NEW HIGH STAMP TO AUTHNEW AND THE JCL COPIES
      *  IT BACK OVER AUTHSTAT, THE SAME WAY COMPSTAT RIDES ACROSS
      *  RUNS -- SO EVERY REFUSAL IS LISTED EXACTLY ONCE, HOWEVER
      *  MANY DAYS PASS BETWEEN RUNS.
      *
      *  MODIFICATION HISTORY
      *      2026-10-15  RJH  INITIAL VERSION.
      ******************************************************************
       01  AUTHORITY-LISTED-STATE-RECORD.
           05  ARS-LISTED-THRU-DATE.
               10  ARS-LISTED-THRU-YEAR    PIC 9(04).
               10  ARS-LISTED-THRU-MONTH   PIC 9(02).
               10  ARS-LISTED-THRU-DAY     PIC 9(02).
           05  ARS-LISTED-THRU-TIME.
               10  ARS-LISTED-THRU-HOUR    PIC 9(02).
               10  ARS-LISTED-THRU-MIN     PIC 9(02).
               10  ARS-LISTED-THRU-SEC     PIC 9(02).
           05  FILLER                      PIC X(06).

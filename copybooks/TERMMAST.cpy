      ******************************************************************
      *  TERMMAST.CPY
      *
      *  RECORD LAYOUT FOR THE TIME-CLOCK TERMINAL MASTER (DDNAME
      *  TERMMAST).  ONE RECORD PER TERMINAL ID, GIVING THE BUILDING
      *  AND LOCATION THE CLOCK IS MOUNTED AT, THE DEPARTMENT WHOSE
      *  CREW PUNCHES THERE, AND WHETHER THE TERMINAL IS IN SERVICE.
      *  TIMEOUT REJECTS A PUNCH FROM A TERMINAL ID NOT ON THIS FILE
      *  OR MARKED INACTIVE, AND THE CLOCKHLT STEP CHECKS EACH ACTIVE
      *  TERMINAL'S HOURLY PUNCH VOLUME AGAINST ITS DEPARTMENT'S
      *  SCHEDULED SHIFTS.  A RETIRED CLOCK IS MARKED INACTIVE, NOT
      *  DELETED, SO ITS HISTORY STILL READS BACK.  THE FILE IS
      *  MAINTAINED BY PAYROLL FROM FACILITIES' INSTALL AND REMOVAL
      *  NOTICES, THE SAME WAY THE SHIFT MASTER IS.
      *
      *  MODIFICATION HISTORY
      *      2026-10-15  RJH  INITIAL VERSION.
      ******************************************************************
       01  TERMINAL-MASTER-RECORD.
           05  TRM-TERMINAL-ID             PIC X(05).
           05  TRM-BUILDING                PIC X(10).
           05  TRM-LOCATION                PIC X(20).
           05  TRM-DEPARTMENT              PIC X(10).
           05  TRM-STATUS                  PIC X(01).
               88  TRM-ACTIVE                  VALUE 'A'.
               88  TRM-INACTIVE                VALUE 'I'.
           05  FILLER                      PIC X(14).

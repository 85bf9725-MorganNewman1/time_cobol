      ******************************************************************
      *  LVADJ.CPY
      *
      *  RECORD LAYOUT FOR THE LEAVE-BALANCE ADJUSTMENT FILE (DDNAME
      *  LVADJ).  ONE RECORD PER ADJUSTMENT TO ONE BADGE'S BALANCE OF
      *  ONE LEAVE TYPE, KEYED BY PAYROLL -- THE OPENING BALANCES
      *  BROUGHT OVER FROM THE OLD RECORDS WHEN A BADGE FIRST COMES
      *  ONTO LEAVEBAL, AND ANY LATER GRANT, PAYOUT OR CORRECTION.
      *  THE NEXT LVACCRUE RUN ADDS OR TAKES THE HOURS OFF THE
      *  BALANCE'S OPEN PERIOD BEFORE ANY PERIOD IS CLOSED AND PRINTS
      *  EVERY RECORD, APPLIED OR REJECTED, ON THE BALANCE STATEMENT;
      *  THE JOB EMPTIES THE FILE ONCE THE NEW BALANCES ARE COPIED
      *  BACK, SO NO ADJUSTMENT IS EVER APPLIED TWICE.  THE SIGN BYTE
      *  AHEAD OF THE UNSIGNED HOURS IS '+' TO CREDIT THE BALANCE AND
      *  '-' TO DEBIT IT.
      *
      *  MODIFICATION HISTORY
      *      2026-10-15  RJH  INITIAL VERSION.
      ******************************************************************
       01  LEAVE-ADJUSTMENT-RECORD.
           05  LJ-EMPLOYEE-ID              PIC X(05).
           05  LJ-LEAVE-TYPE               PIC X(01).
               88  LJ-TYPE-VALID               VALUES 'V' 'S' 'B'.
           05  LJ-ADJUST-SIGN              PIC X(01).
               88  LJ-CREDIT                   VALUE '+'.
               88  LJ-DEBIT                    VALUE '-'.
           05  LJ-ADJUST-HOURS             PIC 9(04)V99.
           05  LJ-REASON                   PIC X(20).
           05  FILLER                      PIC X(07).

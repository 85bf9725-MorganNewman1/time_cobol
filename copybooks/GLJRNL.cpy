      ******************************************************************
      *  GLJRNL.CPY
      *
      *  FIXED-WIDTH GENERAL-LEDGER JOURNAL RECORDS FOR THE GL
      *  SYSTEM'S IMPORT (DDNAME GLJRNL), WRITTEN NIGHTLY BY THE
      *  LABORDST STEP.  ONE CONTROL HEADER (RECORD-ID H), THEN FOR
      *  EACH DEPARTMENT WITH LABOR COST A DEBIT ENTRY TO ITS COST
      *  CENTER'S LABOR EXPENSE ACCOUNT AND A CREDIT ENTRY OF THE
      *  SAME AMOUNT TO ITS ACCRUED PAYROLL ACCOUNT (RECORD-ID D,
      *  FROM THE GLACCT MAP), THEN ONE CONTROL TRAILER (RECORD-ID T)
      *  WITH THE ENTRY COUNT AND THE FOOTED DEBITS AND CREDITS, WHICH
      *  MUST AGREE.  AMOUNTS ARE ZERO-PADDED, UNSIGNED, WITH NO
      *  DECIMAL POINT CHARACTER, THE SAME AS THE PAYROLL EXTRACT.
      *
      *  MODIFICATION HISTORY
      *      2026-10-15  RJH  INITIAL VERSION.
      ******************************************************************
       01  GL-JOURNAL-HEADER.
           05  JH-RECORD-ID                PIC X(01).
               88  JH-HEADER                   VALUE 'H'.
           05  JH-JOURNAL-DATE             PIC 9(08).
           05  JH-SOURCE                   PIC X(08).
           05  FILLER                      PIC X(63).
       01  GL-JOURNAL-DETAIL.
           05  JD-RECORD-ID                PIC X(01).
               88  JD-DETAIL                   VALUE 'D'.
           05  JD-JOURNAL-DATE             PIC 9(08).
           05  JD-COST-CENTER              PIC X(06).
           05  JD-ACCOUNT                  PIC X(06).
           05  JD-DEPARTMENT               PIC X(10).
           05  JD-DR-CR-CODE               PIC X(01).
               88  JD-DEBIT                    VALUE 'D'.
               88  JD-CREDIT                   VALUE 'C'.
           05  JD-AMOUNT                   PIC 9(09)V99.
           05  JD-DESCRIPTION              PIC X(30).
           05  FILLER                      PIC X(07).
       01  GL-JOURNAL-TRAILER.
           05  JT-RECORD-ID                PIC X(01).
               88  JT-TRAILER                  VALUE 'T'.
           05  JT-ENTRY-COUNT              PIC 9(07).
           05  JT-DEBIT-TOTAL              PIC 9(11)V99.
           05  JT-CREDIT-TOTAL             PIC 9(11)V99.
           05  FILLER                      PIC X(46).

000390*                       CORRECTION MADE BEFORE THE NEXT EXTRACT
000400*                       RUNS REACHES THE REPORT IN PLACE OF THE
000410*                       PUNCH IT CORRECTED, NOT ALONGSIDE IT.
000412*      2026-10-15 RJH   POST THE COUNT OF PUNCHES EXTRACTED TO THE
000414*                       RUN-STATISTICS HISTORY (RUNSTAT) FOR THE
000416*                       NIGHTLY VOLUME CHECK, AHEAD OF THE
000418*                       CHECKPOINT.
000420*****************************************************************
000430*
000440 ENVIRONMENT DIVISION.
000610         ORGANIZATION IS SEQUENTIAL
000620         ACCESS MODE IS SEQUENTIAL
000630         FILE STATUS IS WS-CHECK-FILE-STATUS.
000631*
000632     SELECT RUN-STATS-FILE ASSIGN TO "RUNSTAT"
000633         ORGANIZATION IS SEQUENTIAL
000634         ACCESS MODE IS SEQUENTIAL
000635         FILE STATUS IS WS-STAT-FILE-STATUS.
000640*
000650 DATA DIVISION.
000660*
000930 FD  CHECKPOINT-FILE
000940     RECORDING MODE IS F.
000950     COPY CHECKPNT.
000952*
000954 FD  RUN-STATS-FILE
000956     RECORDING MODE IS F.
000958     COPY RUNSTAT.
000960*
000970 WORKING-STORAGE SECTION.
000980*
001060 77  WS-CHECK-FILE-STATUS         PIC X(02) VALUE SPACES.
001070     88  WS-CHECK-FILE-OK                   VALUE '00'.
001080     88  WS-CHECK-FILE-NOT-FOUND            VALUE '35'.
001082 77  WS-STAT-FILE-STATUS          PIC X(02) VALUE SPACES.
001084     88  WS-STAT-FILE-OK                    VALUE '00'.
001086     88  WS-STAT-FILE-NOT-FOUND             VALUE '35'.
001090 77  WS-CHECK-EOF-SW              PIC X(01) VALUE 'N'.
001100     88  WS-CHECK-EOF                       VALUE 'Y'.
001110*
001770     88  WS-VOID-MATCH                        VALUE 'Y'.
001780 77  WS-VOID-OVERFLOW-SW           PIC X(01) VALUE 'N'.
001790     88  WS-VOID-OVERFLOW                     VALUE 'Y'.
001791*
001792*    PUNCHES RELEASED TO THE SORT THIS RUN, POSTED TO THE
001793*    RUN-STATISTICS HISTORY FOR THE NIGHTLY VOLUME CHECK.
001794*
001795 77  WS-EXTRACT-COUNT              PIC 9(07) VALUE 0.
001796 77  WS-STAT-POST-FAILED-SW        PIC X(01) VALUE 'N'.
001797     88  WS-STAT-POST-FAILED                  VALUE 'Y'.
001800*
001810 PROCEDURE DIVISION.
001820*
001840     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001850     IF NOT WS-STAGE-ALREADY-DONE
001860         PERFORM 2000-EXTRACT-PUNCHES THRU 2000-EXIT
001862*        THE RUN STATISTICS POST BEFORE THE CHECKPOINT ADVANCES
001863*        THE WATERMARK -- A HISTORY THAT WILL NOT OPEN FAILS THE
001864*        STEP WITH THE WATERMARK WHERE IT WAS, SO THE RERUN
001865*        EXTRACTS TONIGHT'S PUNCHES AGAIN.
001866         IF RETURN-CODE = ZERO
001867             PERFORM 3100-WRITE-RUN-STATS THRU 3100-EXIT
001868         END-IF
001869         IF NOT WS-STAT-POST-FAILED
001870             PERFORM 3000-WRITE-CHECKPOINT THRU 3000-EXIT
001875         END-IF
001880     END-IF
001890     STOP RUN.
001900*
003700                             IF NOT WS-VOID-MATCH
003710                                 MOVE PUNCH-RECORD TO SORT-RECORD
003720                                 RELEASE SORT-RECORD
003725                                 ADD 1 TO WS-EXTRACT-COUNT
003730                             END-IF
003740                         END-IF
003750                     END-IF
004690     CLOSE CHECKPOINT-FILE.
004700 3000-EXIT.
004710     EXIT.
004720*
004730*****************************************************************
004740*  3100-WRITE-RUN-STATS - POST THE NUMBER OF PUNCHES EXTRACTED
004750*  TONIGHT TO THE RUN-STATISTICS HISTORY, CREATING THE FILE ON
004760*  FIRST USE.  RUNTREND HOLDS THE FIGURE AGAINST EARLIER NIGHTS.
004770*****************************************************************
004780 3100-WRITE-RUN-STATS.
004790     OPEN EXTEND RUN-STATS-FILE
004800     IF WS-STAT-FILE-NOT-FOUND
004810         OPEN OUTPUT RUN-STATS-FILE
004820         CLOSE RUN-STATS-FILE
004830         OPEN EXTEND RUN-STATS-FILE
004840     END-IF
004850     IF NOT WS-STAT-FILE-OK
004860         DISPLAY "PUNCHEXT - UNABLE TO OPEN RUN-STATS-FILE"
004870         MOVE 16 TO RETURN-CODE
004875         MOVE 'Y' TO WS-STAT-POST-FAILED-SW
004880         GO TO 3100-EXIT
004890     END-IF
004900     MOVE SPACES TO RUN-STATISTICS-RECORD
004910     MOVE FORM-YEAR TO RS-RUN-YEAR
004920     MOVE FORM-MONTH TO RS-RUN-MONTH
004930     MOVE FORM-DAY TO RS-RUN-DAY
004940     MOVE FORM-HOUR TO RS-RUN-HOUR
004950     MOVE FORM-MIN TO RS-RUN-MIN
004960     MOVE FORM-SEC TO RS-RUN-SEC
004970     MOVE 'EXTRACT ' TO RS-STEP-NAME
004980     MOVE 'EXTRACTD' TO RS-STAT-NAME
004990     MOVE WS-EXTRACT-COUNT TO RS-STAT-VALUE
005000     WRITE RUN-STATISTICS-RECORD
005010     CLOSE RUN-STATS-FILE.
005020 3100-EXIT.
005030     EXIT.

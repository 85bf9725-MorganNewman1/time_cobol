000370*                       AND DEAD-STOPPED THE NIGHTLY JOB ON
000380*                       VOLUME ALONE.  EARLIER DAYS WERE EACH
000390*                       RECONCILED BY THEIR OWN RUN.
000392*      2026-10-15 RJH   POST THE DAY'S ACCEPTED-ATTEMPT AND
000394*                       ORIGINAL-PUNCH COUNTS TO THE
000396*                       RUN-STATISTICS HISTORY (RUNSTAT) FOR THE
000398*                       NIGHTLY VOLUME CHECK.
000400*****************************************************************
000410*
000420 ENVIRONMENT DIVISION.
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-RECRPT-FILE-STATUS.
000590*
000591     SELECT RUN-STATS-FILE ASSIGN TO "RUNSTAT"
000592         ORGANIZATION IS SEQUENTIAL
000593         ACCESS MODE IS SEQUENTIAL
000594         FILE STATUS IS WS-STAT-FILE-STATUS.
000595*
000600 DATA DIVISION.
000610*
000620 FILE SECTION.
000730     RECORDING MODE IS F.
000740 01  RECNRPT-RECORD                  PIC X(80).
000750*
000752 FD  RUN-STATS-FILE
000754     RECORDING MODE IS F.
000756     COPY RUNSTAT.
000758*
000760 WORKING-STORAGE SECTION.
000770*
000780*    FILE STATUS SWITCHES
000850     88  WS-PUNCH-FILE-NOT-FOUND            VALUE '35'.
000860 77  WS-RECRPT-FILE-STATUS        PIC X(02) VALUE SPACES.
000870     88  WS-RECRPT-FILE-OK                  VALUE '00'.
000872 77  WS-STAT-FILE-STATUS          PIC X(02) VALUE SPACES.
000874     88  WS-STAT-FILE-OK                    VALUE '00'.
000876     88  WS-STAT-FILE-NOT-FOUND             VALUE '35'.
000880*
000890 77  WS-AUDIT-EOF-SW              PIC X(01) VALUE 'N'.
000900     88  WS-AUDIT-EOF                       VALUE 'Y'.
001510 77  WS-MISSING-PUNCH-COUNT        PIC 9(05) VALUE 0.
001520 77  WS-UNTRACED-PUNCH-COUNT       PIC 9(05) VALUE 0.
001530*
001531*    ORIGINAL PUNCHES ON FILE FOR THE RECONCILE DAY, POSTED WITH
001532*    THE ACCEPTED-ATTEMPT COUNT TO THE RUN-STATISTICS HISTORY
001533*
001534 77  WS-DAY-PUNCH-COUNT            PIC 9(05) VALUE 0.
001535*
001540*    REPORT PRINT LINES
001550*
001560 01  WS-HEADING-LINE-1.
001950     END-IF
001960     IF RETURN-CODE = ZERO
001970         PERFORM 4000-REPORT-MISSING-PUNCHES THRU 4000-EXIT
001972     END-IF
001974     IF RETURN-CODE = ZERO
001976         PERFORM 5000-WRITE-RUN-STATS THRU 5000-EXIT
001980     END-IF
001990     PERFORM 9999-TERMINATE THRU 9999-EXIT
002000     STOP RUN.
003640             NOT AT END
003650                 IF PUNCH-RECORD-ORIGINAL
003660                         AND PUNCH-DATE = WS-REPORT-DATE-NUM
003665                     ADD 1 TO WS-DAY-PUNCH-COUNT
003670                     PERFORM 3100-MATCH-ONE-PUNCH THRU 3100-EXIT
003680                 END-IF
003690         END-READ
004540     END-IF.
004550 9999-EXIT.
004560     EXIT.
004570*
004580*****************************************************************
004590*  5000-WRITE-RUN-STATS - POST THE RECONCILE DAY'S ACCEPTED
004600*  AUDIT ATTEMPTS AND ORIGINAL PUNCHES TO THE RUN-STATISTICS
004610*  HISTORY, CREATING THE FILE ON FIRST USE.  THE COUNTS GO ON
004620*  WHETHER OR NOT THE TWO SIDES RECONCILED -- A SHORT NIGHT IS
004630*  JUST WHAT RUNTREND IS THERE TO SEE.
004640*****************************************************************
004650 5000-WRITE-RUN-STATS.
004660     OPEN EXTEND RUN-STATS-FILE
004670     IF WS-STAT-FILE-NOT-FOUND
004680         OPEN OUTPUT RUN-STATS-FILE
004690         CLOSE RUN-STATS-FILE
004700         OPEN EXTEND RUN-STATS-FILE
004710     END-IF
004720     IF NOT WS-STAT-FILE-OK
004730         DISPLAY "TIMERECN - UNABLE TO OPEN RUN-STATS-FILE"
004740         MOVE 16 TO RETURN-CODE
004750         GO TO 5000-EXIT
004760     END-IF
004770     MOVE SPACES TO RUN-STATISTICS-RECORD
004780     MOVE FORM-YEAR TO RS-RUN-YEAR
004790     MOVE FORM-MONTH TO RS-RUN-MONTH
004800     MOVE FORM-DAY TO RS-RUN-DAY
004810     MOVE FORM-HOUR TO RS-RUN-HOUR
004820     MOVE FORM-MIN TO RS-RUN-MIN
004830     MOVE FORM-SEC TO RS-RUN-SEC
004840     MOVE 'RECON   ' TO RS-STEP-NAME
004850     MOVE 'AUDACCPT' TO RS-STAT-NAME
004860     MOVE WS-AUD-COUNT TO RS-STAT-VALUE
004870     WRITE RUN-STATISTICS-RECORD
004880     MOVE 'DAYPUNCH' TO RS-STAT-NAME
004890     MOVE WS-DAY-PUNCH-COUNT TO RS-STAT-VALUE
004900     WRITE RUN-STATISTICS-RECORD
004910     CLOSE RUN-STATS-FILE.
004920 5000-EXIT.
004930     EXIT.

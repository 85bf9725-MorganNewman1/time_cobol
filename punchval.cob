001900*      DATE       INIT  DESCRIPTION
002000*      ---------- ----  -----------------------------------------
002100*      2026-08-09 RJH   ORIGINAL PROGRAM.
002110*      2026-10-15 RJH   POST THE VALIDATION ERROR COUNT TO THE
002120*                       RUN-STATISTICS HISTORY (RUNSTAT) FOR THE
002130*                       NIGHTLY VOLUME CHECK, AHEAD OF THE
002140*                       CHECKPOINT.
002200*****************************************************************
002300*
002400 ENVIRONMENT DIVISION.
003800         ORGANIZATION IS SEQUENTIAL
003900         ACCESS MODE IS SEQUENTIAL
004000         FILE STATUS IS WS-CHECK-FILE-STATUS.
004010*
004020     SELECT RUN-STATS-FILE ASSIGN TO "RUNSTAT"
004030         ORGANIZATION IS SEQUENTIAL
004040         ACCESS MODE IS SEQUENTIAL
004050         FILE STATUS IS WS-STAT-FILE-STATUS.
004100*
004200 DATA DIVISION.
004300*
007100 FD  CHECKPOINT-FILE
007200     RECORDING MODE IS F.
007300     COPY CHECKPNT.
007310*
007320 FD  RUN-STATS-FILE
007330     RECORDING MODE IS F.
007340     COPY RUNSTAT.
007400*
007500 WORKING-STORAGE SECTION.
007600*
008300 77  WS-CHECK-FILE-STATUS         PIC X(02) VALUE SPACES.
008400     88  WS-CHECK-FILE-OK                   VALUE '00'.
008500     88  WS-CHECK-FILE-NOT-FOUND            VALUE '35'.
008510 77  WS-STAT-FILE-STATUS          PIC X(02) VALUE SPACES.
008520     88  WS-STAT-FILE-OK                    VALUE '00'.
008530     88  WS-STAT-FILE-NOT-FOUND             VALUE '35'.
008600 77  WS-WORK-EOF-SW                PIC X(01) VALUE 'N'.
008700     88  WS-WORK-EOF                        VALUE 'Y'.
008800 77  WS-CHECK-EOF-SW               PIC X(01) VALUE 'N'.
012200     PERFORM 1000-INITIALIZE THRU 1000-EXIT
012300     IF NOT WS-STAGE-ALREADY-DONE
012400         PERFORM 2000-VALIDATE-PUNCHES THRU 2000-EXIT
012410*        THE RUN STATISTICS POST BEFORE THE CHECKPOINT -- A
012420*        HISTORY THAT WILL NOT OPEN FAILS THE STEP WITH NO
012430*        CHECKPOINT ON FILE, SO THE RERUN VALIDATES AND POSTS THE
012435*        COUNT AGAIN.
012440         IF WS-WORK-FILE-OK
012450             PERFORM 3100-WRITE-RUN-STATS THRU 3100-EXIT
012460         END-IF
012500         IF WS-ERROR-COUNT = 0 AND RETURN-CODE = ZERO
012600             PERFORM 3000-WRITE-CHECKPOINT THRU 3000-EXIT
012650         END-IF
012700         IF WS-ERROR-COUNT NOT = 0
012800             DISPLAY "PUNCHVAL - " WS-ERROR-COUNT
012900                 " RECORD(S) FAILED VALIDATION"
013000             MOVE 16 TO RETURN-CODE
025900     DISPLAY "PUNCHVAL - VALIDATION PASSED, NO ERRORS FOUND".
026000 3000-EXIT.
026100     EXIT.
026102*
026104*****************************************************************
026106*  3100-WRITE-RUN-STATS - POST TONIGHT'S VALIDATION ERROR COUNT
026108*  TO THE RUN-STATISTICS HISTORY, CREATING THE FILE ON FIRST
026110*  USE.  THE COUNT GOES ON WHETHER OR NOT THE STEP PASSED, SO A
026112*  NIGHT OF ERRORS SHOWS IN THE TREND.
026114*****************************************************************
026116 3100-WRITE-RUN-STATS.
026118     OPEN EXTEND RUN-STATS-FILE
026120     IF WS-STAT-FILE-NOT-FOUND
026122         OPEN OUTPUT RUN-STATS-FILE
026124         CLOSE RUN-STATS-FILE
026126         OPEN EXTEND RUN-STATS-FILE
026128     END-IF
026130     IF NOT WS-STAT-FILE-OK
026132         DISPLAY "PUNCHVAL - UNABLE TO OPEN RUN-STATS-FILE"
026134         MOVE 16 TO RETURN-CODE
026136         GO TO 3100-EXIT
026138     END-IF
026140     MOVE SPACES TO RUN-STATISTICS-RECORD
026142     MOVE FORM-YEAR TO RS-RUN-YEAR
026144     MOVE FORM-MONTH TO RS-RUN-MONTH
026146     MOVE FORM-DAY TO RS-RUN-DAY
026148     MOVE FORM-HOUR TO RS-RUN-HOUR
026150     MOVE FORM-MIN TO RS-RUN-MIN
026152     MOVE FORM-SEC TO RS-RUN-SEC
026154     MOVE 'VALIDATE' TO RS-STEP-NAME
026156     MOVE 'VALERROR' TO RS-STAT-NAME
026158     MOVE WS-ERROR-COUNT TO RS-STAT-VALUE
026160     WRITE RUN-STATISTICS-RECORD
026162     CLOSE RUN-STATS-FILE.
026164 3100-EXIT.
026166     EXIT.
026200*
026300*****************************************************************
026400*  8100-READ-WORK-PUNCH - READ THE NEXT SORTED PUNCH RECORD.

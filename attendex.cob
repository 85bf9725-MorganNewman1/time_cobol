000460*                       LEAVEAPP OF THE NIGHT IT WAS SUBMITTED,
000470*                       SO ITS NO-SHOW STILL PRINTED WHEN THE
000480*                       DAY ITSELF CAME AROUND.
000481*      2026-10-15 RJH   APPEND EVERY EXCEPTION PRINTED TO THE NEW
000482*                       ATTNLEDG OCCURRENCE LEDGER, SO THE ATTNPTS
000483*                       STEP CAN SCORE EACH BADGE'S OCCURRENCES
000484*                       OVER A ROLLING YEAR INSTEAD OF SUPERVISORS
000485*                       KEEPING COUNTS BY HAND.
000490*****************************************************************
000500*
000510 ENVIRONMENT DIVISION.
000700         ORGANIZATION IS SEQUENTIAL
000710         ACCESS MODE IS SEQUENTIAL
000720         FILE STATUS IS WS-LVHIS-FILE-STATUS.
000721*
000722     SELECT ATTENDANCE-LEDGER-FILE ASSIGN TO "ATTNLEDG"
000723         ORGANIZATION IS SEQUENTIAL
000724         ACCESS MODE IS SEQUENTIAL
000725         FILE STATUS IS WS-ATTLDG-FILE-STATUS.
000730*
000740 DATA DIVISION.
000750*
000930         REPLACING ==LEAVE-TRANSACTION-RECORD==
000940             BY ==LEAVE-HISTORY-RECORD==
000950         LEADING ==LV== BY ==LVH==.
000952*
000954 FD  ATTENDANCE-LEDGER-FILE
000956     RECORDING MODE IS F.
000958     COPY ATTNLEDG.
000960*
000970 WORKING-STORAGE SECTION.
000980*
001150     88  WS-LVHIS-FILE-NOT-FOUND            VALUE '35'.
001160 77  WS-LVHIS-EOF-SW              PIC X(01) VALUE 'N'.
001170     88  WS-LVHIS-EOF                       VALUE 'Y'.
001172 77  WS-ATTLDG-FILE-STATUS        PIC X(02) VALUE SPACES.
001174     88  WS-ATTLDG-FILE-OK                  VALUE '00'.
001176     88  WS-ATTLDG-FILE-NOT-FOUND           VALUE '35'.
001180*
001190*    SYSTEM DATE AND TIME AS RETURNED BY THE OPERATING SYSTEM
001200*
002010 77  WS-NO-SHOW-COUNT              PIC 9(05) VALUE 0.
002020 77  WS-LATE-COUNT                 PIC 9(05) VALUE 0.
002030 77  WS-EARLY-COUNT                PIC 9(05) VALUE 0.
002031*
002032*    SCHEDULED AND ACTUAL TIMES (MINUTES OF DAY) AND EXCEPTION
002033*    CODE FOR THE OCCURRENCE-LEDGER RECORD
002034*
002035 77  WS-LEDGER-CODE                PIC X(01) VALUE SPACES.
002036 77  WS-LEDGER-SCHED-MINS          PIC 9(04) VALUE 0.
002037 77  WS-LEDGER-ACTUAL-MINS         PIC 9(04) VALUE 0.
002040*
002050*    BADGES WITH AN APPROVED LEAVE TRANSACTION COVERING THE
002060*    REPORT DAY, LOADED FROM THE CUMULATIVE LEAVEHIS HISTORY
003410             "REPORT FILE"
003420         MOVE 16 TO RETURN-CODE
003430         GO TO 1000-EXIT
003431     END-IF
003432     OPEN EXTEND ATTENDANCE-LEDGER-FILE
003433     IF WS-ATTLDG-FILE-NOT-FOUND
003434         OPEN OUTPUT ATTENDANCE-LEDGER-FILE
003435         CLOSE ATTENDANCE-LEDGER-FILE
003436         OPEN EXTEND ATTENDANCE-LEDGER-FILE
003440     END-IF
003441     IF NOT WS-ATTLDG-FILE-OK
003442         DISPLAY "ATTENDEX - UNABLE TO OPEN ATTNLEDG FILE"
003443         MOVE 16 TO RETURN-CODE
003444         GO TO 1000-EXIT
003445     END-IF
003450     PERFORM 1200-LOAD-APPROVED-LEAVE THRU 1200-EXIT
003460     IF RETURN-CODE NOT = ZERO
003470         GO TO 1000-EXIT
006020         MOVE SPACES TO EX-ACTUAL-TIME
006030         MOVE 0 TO EX-VARIANCE
006040         WRITE ATTRPT-RECORD FROM WS-EXCEPTION-LINE
006041         MOVE 'N' TO WS-LEDGER-CODE
006042         MOVE WS-SCHED-START-MINS TO WS-LEDGER-SCHED-MINS
006043         MOVE 0 TO WS-LEDGER-ACTUAL-MINS
006044         MOVE 0 TO WS-VARIANCE-MINUTES
006045         PERFORM 3200-WRITE-LEDGER-ENTRY THRU 3200-EXIT
006050         ADD 1 TO WS-NO-SHOW-COUNT
006060         GO TO 3100-EXIT
006070     END-IF
006210                 - WS-SCHED-START-MINS
006220         MOVE WS-VARIANCE-MINUTES TO EX-VARIANCE
006230         WRITE ATTRPT-RECORD FROM WS-EXCEPTION-LINE
006231         MOVE 'L' TO WS-LEDGER-CODE
006232         MOVE WS-SCHED-START-MINS TO WS-LEDGER-SCHED-MINS
006233         MOVE WS-PSUM-FIRST-IN-MINS(WS-PSUM-IDX)
006234             TO WS-LEDGER-ACTUAL-MINS
006235         PERFORM 3200-WRITE-LEDGER-ENTRY THRU 3200-EXIT
006240         ADD 1 TO WS-LATE-COUNT
006250     END-IF
006260     IF WS-SCHED-END-MINS > WS-SCHED-START-MINS
006410                 - WS-PSUM-LAST-OUT-MINS(WS-PSUM-IDX)
006420         MOVE WS-VARIANCE-MINUTES TO EX-VARIANCE
006430         WRITE ATTRPT-RECORD FROM WS-EXCEPTION-LINE
006431         MOVE 'E' TO WS-LEDGER-CODE
006432         MOVE WS-SCHED-END-MINS TO WS-LEDGER-SCHED-MINS
006433         MOVE WS-PSUM-LAST-OUT-MINS(WS-PSUM-IDX)
006434             TO WS-LEDGER-ACTUAL-MINS
006435         PERFORM 3200-WRITE-LEDGER-ENTRY THRU 3200-EXIT
006440         ADD 1 TO WS-EARLY-COUNT
006450     END-IF.
006460 3100-EXIT.
008620 9999-TERMINATE.
008630     CLOSE SHIFT-MASTER-FILE
008640     CLOSE WORK-PUNCH-FILE
008650     CLOSE ATTENDANCE-REPORT-FILE
008655     CLOSE ATTENDANCE-LEDGER-FILE.
008660 9999-EXIT.
008670     EXIT.
008680*
008690*****************************************************************
008700*  3200-WRITE-LEDGER-ENTRY - APPEND THE EXCEPTION JUST PRINTED
008710*  TO THE ATTENDANCE OCCURRENCE LEDGER, WITH THE SCHEDULED AND
008720*  ACTUAL TIMES THE CALLER LEFT IN THE WS-LEDGER FIELDS.
008730*****************************************************************
008740 3200-WRITE-LEDGER-ENTRY.
008750     MOVE SPACES TO ATTENDANCE-LEDGER-RECORD
008760     MOVE SHF-BADGE-ID TO AL-EMPLOYEE-ID
008770     MOVE WS-REPORT-DATE TO AL-OCCUR-DATE
008780     MOVE WS-LEDGER-CODE TO AL-EXCEPTION-CODE
008790     DIVIDE WS-LEDGER-SCHED-MINS BY 60
008800         GIVING AL-SCHEDULED-HOUR
008810         REMAINDER AL-SCHEDULED-MIN
008820     DIVIDE WS-LEDGER-ACTUAL-MINS BY 60
008830         GIVING AL-ACTUAL-HOUR
008840         REMAINDER AL-ACTUAL-MIN
008850     MOVE WS-VARIANCE-MINUTES TO AL-VARIANCE-MINUTES
008860     MOVE FORM-YEAR TO AL-RUN-YEAR
008870     MOVE FORM-MONTH TO AL-RUN-MONTH
008880     MOVE FORM-DAY TO AL-RUN-DAY
008890     WRITE ATTENDANCE-LEDGER-RECORD.
008900 3200-EXIT.
008910     EXIT.

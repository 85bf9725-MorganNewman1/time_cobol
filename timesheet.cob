001580*                       MASTER NOW CARRIES EFFECTIVE-DATED
001590*                       ROTATING SCHEDULES, ONE RECORD PER
001600*                       ROTATION WEEK PER BADGE.
001601*      2026-10-15 RJH   TABLE A WEEK SIGN-OFF ONLY WHEN THE
001602*                       SUPERVISOR AUTHORITY MASTER ALLOWS IT;
001603*                       LOG A REFUSAL TO AUTHREJ.
001604*      2026-10-15 RJH   FIGURE SHIFTS AND WEEKS UNDER THE BADGE'S
001605*                       PAY-RULE CLASS FROM THE PAYRULE FILE.
001606*      2026-10-15 RJH   POST RUN TOTALS TO RUNSTAT FOR THE NIGHTLY
001607*                       VOLUME CHECK, AHEAD OF THE CHECKPOINT.
001610*****************************************************************
001620*
001630 ENVIRONMENT DIVISION.
002350     SELECT HELD-WEEKS-FILE ASSIGN TO "HELDRPT"
002360         ORGANIZATION IS LINE SEQUENTIAL
002370         FILE STATUS IS WS-HELD-FILE-STATUS.
002371*
002372     SELECT RUN-STATS-FILE ASSIGN TO "RUNSTAT"
002373         ORGANIZATION IS SEQUENTIAL
002374         ACCESS MODE IS SEQUENTIAL
002375         FILE STATUS IS WS-STAT-FILE-STATUS.
002380*
002390     SELECT ROUNDING-PARAMETER-FILE ASSIGN TO "ROUNDPRM"
002400         ORGANIZATION IS SEQUENTIAL
002410         ACCESS MODE IS SEQUENTIAL
002420         FILE STATUS IS WS-ROUND-FILE-STATUS.
002421*
002422     SELECT SUPERVISOR-AUTHORITY-FILE ASSIGN TO "SUPVAUTH"
002423         ORGANIZATION IS SEQUENTIAL
002424         ACCESS MODE IS SEQUENTIAL
002425         FILE STATUS IS WS-SUPVAUTH-FILE-STATUS.
002430*
002431     SELECT AUTHORITY-REFUSAL-FILE ASSIGN TO "AUTHREJ"
002432         ORGANIZATION IS SEQUENTIAL
002433         ACCESS MODE IS SEQUENTIAL
002434         FILE STATUS IS WS-AUTHREJ-FILE-STATUS.
002435*
002440     SELECT SHIFT-MASTER-FILE ASSIGN TO "SHIFTMST"
002450         ORGANIZATION IS SEQUENTIAL
002460         ACCESS MODE IS SEQUENTIAL
002470         FILE STATUS IS WS-SHIFT-FILE-STATUS.
002471*
002472     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
002473         ORGANIZATION IS INDEXED
002474         ACCESS MODE IS RANDOM
002475         RECORD KEY IS EMP-BADGE-ID
002476         FILE STATUS IS WS-EMPMAST-FILE-STATUS.
002480*
002481     SELECT PAY-RULE-FILE ASSIGN TO "PAYRULE"
002482         ORGANIZATION IS SEQUENTIAL
002483         ACCESS MODE IS SEQUENTIAL
002484         FILE STATUS IS WS-PAYRULE-FILE-STATUS.
002485*
002490 DATA DIVISION.
002500*
002510 FILE SECTION.
003150 FD  HELD-WEEKS-FILE
003160     RECORDING MODE IS F.
003170 01  HELD-WEEKS-RECORD               PIC X(80).
003172*
003174 FD  RUN-STATS-FILE
003176     RECORDING MODE IS F.
003178     COPY RUNSTAT.
003180*
003190 FD  ROUNDING-PARAMETER-FILE
003200     RECORDING MODE IS F.
003210     COPY ROUNDPRM.
003211*
003212 FD  SUPERVISOR-AUTHORITY-FILE
003213     RECORDING MODE IS F.
003214     COPY SUPVAUTH.
003215*
003216 FD  AUTHORITY-REFUSAL-FILE
003217     RECORDING MODE IS F.
003218     COPY AUTHREJ.
003220*
003230 FD  SHIFT-MASTER-FILE
003240     RECORDING MODE IS F.
003250     COPY SHIFTMST.
003251*
003252 FD  EMPLOYEE-MASTER
003253     RECORDING MODE IS F.
003254     COPY EMPMAST.
003255*
003256 FD  PAY-RULE-FILE
003257     RECORDING MODE IS F.
003258     COPY PAYRULE.
003260*
003270 WORKING-STORAGE SECTION.
003280*
003850     88  WS-APPRVL-EOF                      VALUE 'Y'.
003860 77  WS-HELD-FILE-STATUS          PIC X(02) VALUE SPACES.
003870     88  WS-HELD-FILE-OK                    VALUE '00'.
003871 77  WS-AUTHREJ-FILE-STATUS       PIC X(02) VALUE SPACES.
003872     88  WS-AUTHREJ-FILE-OK                 VALUE '00'.
003873     88  WS-AUTHREJ-FILE-NOT-FOUND          VALUE '35'.
003874 77  WS-STAT-FILE-STATUS          PIC X(02) VALUE SPACES.
003875     88  WS-STAT-FILE-OK                    VALUE '00'.
003876     88  WS-STAT-FILE-NOT-FOUND             VALUE '35'.
003880 77  WS-ROUND-FILE-STATUS         PIC X(02) VALUE SPACES.
003890     88  WS-ROUND-FILE-OK                   VALUE '00'.
003900     88  WS-ROUND-FILE-NOT-FOUND            VALUE '35'.
003910 77  WS-ROUND-EOF-SW              PIC X(01) VALUE 'N'.
003920     88  WS-ROUND-EOF                       VALUE 'Y'.
003921 77  WS-PAYRULE-FILE-STATUS       PIC X(02) VALUE SPACES.
003922     88  WS-PAYRULE-FILE-OK                 VALUE '00'.
003923     88  WS-PAYRULE-FILE-NOT-FOUND          VALUE '35'.
003924 77  WS-PAYRULE-EOF-SW            PIC X(01) VALUE 'N'.
003925     88  WS-PAYRULE-EOF                     VALUE 'Y'.
003930 77  WS-SHIFT-FILE-STATUS         PIC X(02) VALUE SPACES.
003940     88  WS-SHIFT-FILE-OK                   VALUE '00'.
003950     88  WS-SHIFT-FILE-NOT-FOUND            VALUE '35'.
003960 77  WS-SHIFT-EOF-SW              PIC X(01) VALUE 'N'.
003970     88  WS-SHIFT-EOF                       VALUE 'Y'.
003971 77  WS-EMPMAST-FILE-STATUS       PIC X(02) VALUE SPACES.
003972     88  WS-EMPMAST-FILE-OK                 VALUE '00'.
003973 77  WS-SUPVAUTH-FILE-STATUS      PIC X(02) VALUE SPACES.
003974     88  WS-SUPVAUTH-FILE-OK                VALUE '00'.
003975     88  WS-SUPVAUTH-FILE-NOT-FOUND         VALUE '35'.
003976 77  WS-SUPVAUTH-EOF-SW           PIC X(01) VALUE 'N'.
003977     88  WS-SUPVAUTH-EOF                    VALUE 'Y'.
003980*
003990*    STAGE COMPLETION SWITCH FOR RESTART PROCESSING
004000*
005700 01  WS-SHIFT-MEAL-HOURS           PIC 9(01)V99 VALUE 0.
005710 01  WS-SHIFT-MIDPOINT             PIC 9(06) VALUE 0.
005720 01  WS-MEAL-REMAIN-SECONDS        PIC S9(05) VALUE 0.
005721*
005722*    PAY-RULE CLASSES LOADED FROM THE PAYRULE PARAMETER FILE
005723 01  WS-PAY-RULE-TABLE.
005724     05  WS-PRL-ENTRY OCCURS 50 TIMES
005725             INDEXED BY WS-PRL-IDX.
005726         10  WS-PRL-CLASS            PIC X(02).
005727         10  WS-PRL-DAILY-OT-HOURS   PIC 9(02)V99.
005728         10  WS-PRL-WEEKLY-OT-HOURS  PIC 9(02)V99.
005729         10  WS-PRL-FLAGS            PIC X(04).
005730*
005731 77  WS-PRL-COUNT                  PIC 9(03) VALUE 0.
005732 77  WS-PRL-TABLE-SIZE             PIC 9(03) VALUE 50.
005733 77  WS-PRL-FOUND-SW               PIC X(01) VALUE 'N'.
005734     88  WS-PRL-FOUND                        VALUE 'Y'.
005735*
005740*    LUNCH-RETURN WINDOW WORK FIELDS -- AN IN ONLY COUNTS AS A
005750*    LUNCH RETURN (SUPPRESSING THE DEDUCTION) WHEN IT FALLS
005760*    WITHIN THE MEALPARM RETURN WINDOW AFTER THE HELD OUT; A
005800 77  WS-MEAL-RETURN-SECONDS        PIC 9(05) VALUE 0.
005810 77  WS-RETURN-SECONDS             PIC 9(07) VALUE 0.
005820 77  WS-RETURN-GAP-SECONDS         PIC S9(07) VALUE 0.
005821*
005822*    PAY RULES IN EFFECT FOR THE BADGE LAST LOOKED UP.  THE
005823*    CLASS COMES OFF THE EMPLOYEE MASTER; A BLANK CLASS, OR A
005824*    BADGE NOT ON THE MASTER, GETS THE STANDARD RULES.
005825*
005826 77  WS-RULE-TEST-BADGE            PIC X(05) VALUE SPACES.
005827 77  WS-RULE-BADGE-ID              PIC X(05) VALUE SPACES.
005828 77  WS-RULE-DAILY-OT-HOURS        PIC 9(02)V99 VALUE 8.00.
005829 77  WS-RULE-WEEKLY-OT-HOURS       PIC 9(02)V99 VALUE 40.00.
005830*
005831 77  WS-RULE-OT-SW                 PIC X(01) VALUE 'Y'.
005832     88  WS-RULE-OT-ELIGIBLE                 VALUE 'Y'.
005833 77  WS-RULE-ND-SW                 PIC X(01) VALUE 'Y'.
005834     88  WS-RULE-ND-ELIGIBLE                 VALUE 'Y'.
005835 77  WS-RULE-HP-SW                 PIC X(01) VALUE 'Y'.
005836     88  WS-RULE-HP-ELIGIBLE                 VALUE 'Y'.
005837 77  WS-RULE-MEAL-SW               PIC X(01) VALUE 'Y'.
005838     88  WS-RULE-MEAL-ELIGIBLE               VALUE 'Y'.
005839*
005840*    WORKWEEK-TO-DATE STATE CARRIED ACROSS NIGHTLY RUNS.  THE
005850*    EXTRACT ONLY EVER DELIVERS ONE DAY'S PUNCHES, SO THE
005860*    OVER-40 WEEKLY SPLIT IS FIGURED AGAINST THESE RUNNING
007040     05  WS-HELD-SPLIT-YEAR         PIC 9(04).
007050     05  WS-HELD-SPLIT-MONTH        PIC 9(02).
007060     05  WS-HELD-SPLIT-DAY          PIC 9(02).
007061*
007062*    WEEK-APPROVAL GRANTS FROM THE SUPERVISOR AUTHORITY MASTER
007063 01  WS-SAU-TABLE.
007064     05  WS-SAU-ENTRY OCCURS 1000 TIMES
007065             INDEXED BY WS-SAU-IDX.
007066         10  WS-SAU-BADGE-ID         PIC X(05).
007067         10  WS-SAU-DEPARTMENT       PIC X(10).
007068         10  WS-SAU-EFF-START        PIC 9(08).
007069         10  WS-SAU-EFF-END          PIC 9(08).
007070*
007071 77  WS-SAU-COUNT                  PIC 9(04) VALUE 0.
007072 77  WS-SAU-TABLE-SIZE             PIC 9(04) VALUE 1000.
007073 77  WS-AUTHORITY-SW               PIC X(01) VALUE 'N'.
007074     88  WS-AUTHORITY-GRANTED                VALUE 'Y'.
007075     88  WS-AUTHORITY-REFUSED                VALUE 'N'.
007076 77  WS-AUTH-REASON-CODE           PIC 9(02) VALUE 0.
007077 77  WS-AUTH-REASON-TEXT           PIC X(30) VALUE SPACES.
007078 77  WS-AUTH-EMP-DEPARTMENT        PIC X(10) VALUE SPACES.
007079*
007080*    PUNCH-ROUNDING POLICY FROM THE ROUNDPRM PARAMETER FILE AND
007090*    THE SCHEDULED START/END TIMES THE GRACE WINDOW SNAPS TO.
007100*    A SCHEDULE'S END AT OR BEFORE ITS START IS OVERNIGHT, SO
009230 77  WS-ORPHAN-OUT-COUNT           PIC 9(05) VALUE 0.
009240 77  WS-UNPAIRABLE-COUNT           PIC 9(05) VALUE 0.
009250 77  WS-ROUNDED-AWAY-COUNT         PIC 9(05) VALUE 0.
009251*
009252*    SHIFTS PAIRED AND PAID TONIGHT, POSTED WITH THE EXCEPTION
009253*    COUNTS TO THE RUN-STATISTICS HISTORY.
009254*
009255 77  WS-PAIRED-SHIFT-COUNT         PIC 9(05) VALUE 0.
009260 77  WS-EXC-OUT-SECONDS            PIC 9(06) VALUE 0.
009270 77  WS-EXC-REM-SECONDS            PIC 9(04) VALUE 0.
009280 01  WS-EXCP-HEADING-LINE-1.
009790*        COMPLETE (A SAME-DAY RERUN WOULD SKIP THE REPORT AND
009800*        LEAVE A TRAILER-LESS EXTRACT NOTHING COULD REBUILD)
009810*        NOR LEAVE PARTIAL STATE FOR THE COPY-BACK STEPS.
009812*        THE RUN STATISTICS POST FIRST, SO A HISTORY THAT WILL
009814*        NOT OPEN FAILS THE STEP BEFORE THE CHECKPOINT.
009820         IF RETURN-CODE = ZERO
009822             PERFORM 9100-WRITE-RUN-STATS THRU 9100-EXIT
009824         END-IF
009826         IF RETURN-CODE = ZERO
009830             PERFORM 8500-WRITE-WEEK-STATE THRU 8500-EXIT
009840             PERFORM 8700-WRITE-PENDING-CARRY THRU 8700-EXIT
009850             PERFORM 9000-WRITE-CHECKPOINT THRU 9000-EXIT
010180         MOVE 16 TO RETURN-CODE
010190         GO TO 1000-EXIT
010200     END-IF
010201     OPEN INPUT EMPLOYEE-MASTER
010202     IF NOT WS-EMPMAST-FILE-OK
010203         DISPLAY "TIMESHEET - UNABLE TO OPEN EMPLOYEE-MASTER FILE"
010204         MOVE 16 TO RETURN-CODE
010205         GO TO 1000-EXIT
010206     END-IF
010210     PERFORM 1200-LOAD-PAY-CALENDAR THRU 1200-EXIT
010220     IF RETURN-CODE = ZERO
010230         PERFORM 1250-LOAD-HOLIDAY-CALENDAR THRU 1250-EXIT
010340     IF RETURN-CODE = ZERO
010350         PERFORM 1460-LOAD-SHIFT-SCHEDULE THRU 1460-EXIT
010360     END-IF
010362     IF RETURN-CODE = ZERO
010364         PERFORM 1470-LOAD-PAY-RULES THRU 1470-EXIT
010366     END-IF
010370     IF RETURN-CODE = ZERO
010380         PERFORM 1500-LOAD-WEEK-STATE THRU 1500-EXIT
010390     END-IF
010430     IF RETURN-CODE = ZERO
010440         PERFORM 1650-LOAD-APPROVED-LEAVE THRU 1650-EXIT
010450     END-IF
010452     IF RETURN-CODE = ZERO
010454         PERFORM 1670-LOAD-AUTHORITY-MASTER THRU 1670-EXIT
010456     END-IF
010460     IF RETURN-CODE = ZERO
010470         PERFORM 1680-LOAD-APPROVALS THRU 1680-EXIT
010480     END-IF
015580*  1680-LOAD-APPROVALS - LOAD THE SUPERVISOR WEEK APPROVALS.
015590*  NO FILE YET JUST MEANS NOTHING IS SIGNED OFF, SO EVERY WEEK
015600*  WITH AN UNPAID BALANCE HOLDS.
015602*  A SIGN-OFF IS TABLED ONLY WHEN THE SUPERVISOR AUTHORITY MASTER
015604*  LETS ITS BADGE APPROVE WEEKS FOR THE EMPLOYEE'S DEPARTMENT AND
015606*  IT IS NOT ON THE SUPERVISOR'S OWN BADGE; ANY OTHER IS LOGGED
015608*  TO THE AUTHORITY REFUSAL FILE AND THE WEEK STAYS HELD.
015610*****************************************************************
015620 1680-LOAD-APPROVALS.
015630     MOVE 0 TO WS-APP-COUNT
015710         DISPLAY "TIMESHEET - UNABLE TO OPEN APPROVAL FILE"
015720         MOVE 16 TO RETURN-CODE
015730         GO TO 1680-EXIT
015731     END-IF
015732     OPEN EXTEND AUTHORITY-REFUSAL-FILE
015733     IF WS-AUTHREJ-FILE-NOT-FOUND
015734         OPEN OUTPUT AUTHORITY-REFUSAL-FILE
015735         CLOSE AUTHORITY-REFUSAL-FILE
015736         OPEN EXTEND AUTHORITY-REFUSAL-FILE
015740     END-IF
015741     IF NOT WS-AUTHREJ-FILE-OK
015742         DISPLAY "TIMESHEET - UNABLE TO OPEN AUTHREJ FILE"
015743         MOVE 16 TO RETURN-CODE
015744         CLOSE APPROVAL-FILE
015745         GO TO 1680-EXIT
015746     END-IF
015750     PERFORM UNTIL WS-APPRVL-EOF
015760         READ APPROVAL-FILE
015770             AT END
015790             NOT AT END
015800                 PERFORM 1690-CHECK-APPROVAL-NEEDED
015810                     THRU 1690-EXIT
015811                 IF WS-APPROVAL-NEEDED
015812                     PERFORM 1692-CHECK-APPROVAL-AUTHORITY
015813                         THRU 1692-EXIT
015814                     IF WS-AUTHORITY-REFUSED
015815                         PERFORM 1695-WRITE-AUTHORITY-REFUSAL
015816                             THRU 1695-EXIT
015817                         MOVE 'N' TO WS-APPROVAL-NEEDED-SW
015818                     END-IF
015819                 END-IF
015820                 IF WS-APPROVAL-NEEDED
015830                     IF WS-APP-COUNT < WS-APP-TABLE-SIZE
015840                         ADD 1 TO WS-APP-COUNT
015970                 END-IF
015980         END-READ
015990     END-PERFORM
016000     CLOSE APPROVAL-FILE
016008     CLOSE AUTHORITY-REFUSAL-FILE.
016010 1680-EXIT.
016020     EXIT.
016030*
019230*  STATE ENTRY'S UNPAID INCREMENTS.
019240*****************************************************************
019250 2710-PAY-ONE-WEEK.
019260     PERFORM 2720-SPLIT-WEEK-HOURS THRU 2720-EXIT
019370     COMPUTE WS-WEEK-REG-INC =
019380         WS-WEEK-TOT-REG-HOURS - WS-WST-REG-PAID(WS-WST-IDX)
019390     COMPUTE WS-WEEK-OT-INC =
022190*  THE SHIFT RUNS OVER THE THRESHOLD AND THE EMPLOYEE DID NOT
022200*  PUNCH FOR LUNCH, POST THE WORKWEEK BUCKET AND PRINT THE
022210*  DETAIL LINE.  THE IN SIDE IS STILL IN THE WS-PENDING FIELDS.
022214*  THE MEAL BREAK, DAILY OVERTIME, NIGHT DIFFERENTIAL AND HOLIDAY
022218*  PREMIUM EACH FOLLOW THE BADGE'S PAY-RULE CLASS.
022220*****************************************************************
022230 4100-FINALIZE-HELD-PAIR.
022240     MOVE WS-HELD-OUT-SECONDS TO WS-OUT-SECONDS
022360         WS-OUT-SECONDS - WS-PENDING-SECONDS
022370     COMPUTE WS-DAILY-HOURS ROUNDED =
022380         WS-ELAPSED-SECONDS / 3600
022384     MOVE WS-PENDING-EMPLOYEE-ID TO WS-RULE-TEST-BADGE
022388     PERFORM 7400-GET-PAY-RULE THRU 7400-EXIT
022390     PERFORM 4200-CLASSIFY-SHIFT-HOURS THRU 4200-EXIT
022400     PERFORM 4250-CLASSIFY-HOLIDAY-HOURS THRU 4250-EXIT
022410     MOVE 0 TO WS-SHIFT-MEAL-HOURS
022420     IF WS-DAILY-HOURS > WS-MEAL-THRESHOLD-HOURS
022430             AND WS-MEAL-BREAK-MINUTES > 0
022440             AND NOT WS-HELD-SPLIT-SHIFT
022445             AND WS-RULE-MEAL-ELIGIBLE
022450         PERFORM 4150-APPLY-MEAL-DEDUCTION THRU 4150-EXIT
022460     END-IF
022470     MOVE SPACES TO WS-OVERTIME-TAG
022480     MOVE 0 TO WS-SHIFT-OT-HOURS
022490     IF WS-RULE-OT-ELIGIBLE AND WS-RULE-DAILY-OT-HOURS > 0
022495             AND WS-DAILY-HOURS > WS-RULE-DAILY-OT-HOURS
022500         MOVE "OVERTIME" TO WS-OVERTIME-TAG
022510         COMPUTE WS-SHIFT-OT-HOURS =
022520             WS-DAILY-HOURS - WS-RULE-DAILY-OT-HOURS
022530     END-IF
022531     IF NOT WS-RULE-ND-ELIGIBLE
022532         MOVE 0 TO WS-SHIFT-NIGHT-DIFF-HOURS
022533     END-IF
022534     IF NOT WS-RULE-HP-ELIGIBLE
022535         MOVE 0 TO WS-SHIFT-HOL-PREM-HOURS
022536     END-IF
022537     ADD 1 TO WS-PAIRED-SHIFT-COUNT
022540     PERFORM 4300-POST-TO-WEEK-BUCKET THRU 4300-EXIT
022550     MOVE WS-PENDING-EMPLOYEE-ID TO DL-EMPLOYEE-ID
022560     STRING WS-PENDING-YEAR   DELIMITED BY SIZE
027700*****************************************************************
027710*  5100-PRINT-ONE-WEEK - FOLD ONE WORKWEEK BUCKET INTO THE
027720*  WEEK-TO-DATE STATE CARRIED ACROSS RUNS, SPLIT THE WEEK'S
027730*  RUNNING TOTAL INTO REGULAR AND OVERTIME UNDER THE BADGE'S
027740*  PAY-RULE CLASS (2720-SPLIT-WEEK-HOURS) --
027750*  AND PRINT THE WEEK-END TOTAL LINE (WEEK TO DATE).  PAYING
027760*  THE VENDOR HAPPENS LATER IN 2700-PAY-APPROVED-BALANCES,
027770*  ONCE THE WEEK'S SUPERVISOR APPROVAL IS ON FILE.
027900         TO WS-WST-NIGHT-DIFF-HRS(WS-WST-IDX)
027910     ADD WS-WEEK-HOL-PREM-HRS(WS-WEEK-IDX)
027920         TO WS-WST-HOL-PREM-HRS(WS-WST-IDX)
027930     PERFORM 2720-SPLIT-WEEK-HOURS THRU 2720-EXIT
028040     MOVE WS-PREV-EMPLOYEE-ID TO WT-EMPLOYEE-ID
028050     STRING WS-WEEK-END-YEAR(WS-WEEK-IDX)   DELIMITED BY SIZE
028060            "-"                             DELIMITED BY SIZE
033790         CLOSE PAYROLL-EXTRACT-FILE
033800         CLOSE EXCEPTION-PUNCH-FILE
033810         CLOSE HELD-WEEKS-FILE
033815         CLOSE EMPLOYEE-MASTER
033820     END-IF.
033830 9999-EXIT.
033840     EXIT.
033850*
033860*****************************************************************
033870*  1470-LOAD-PAY-RULES - TABLE THE PAY-RULE CLASSES FROM THE
033880*  PAYRULE PARAMETER FILE.  A MISSING FILE FAILS THE STEP THE
033890*  SAME WAY MEALPARM DOES; AN EMPTY ONE JUST MEANS NO BADGE HAS
033900*  A CLASS OF ITS OWN YET.  A RECORD WITH A NON-NUMERIC
033910*  THRESHOLD OR AN ELIGIBILITY SWITCH OTHER THAN Y OR N FAILS
033920*  THE STEP RATHER THAN PAY A CLASS UNDER RULES NOBODY SET.
033930*****************************************************************
033940 1470-LOAD-PAY-RULES.
033950     MOVE 0 TO WS-PRL-COUNT
033960     MOVE 'N' TO WS-PAYRULE-EOF-SW
033970     OPEN INPUT PAY-RULE-FILE
033980     IF WS-PAYRULE-FILE-NOT-FOUND
033990         DISPLAY "TIMESHEET - NO PAYRULE PARAMETER FILE"
034000         MOVE 16 TO RETURN-CODE
034010         GO TO 1470-EXIT
034020     END-IF
034030     IF NOT WS-PAYRULE-FILE-OK
034040         DISPLAY "TIMESHEET - UNABLE TO OPEN PAYRULE FILE"
034050         MOVE 16 TO RETURN-CODE
034060         GO TO 1470-EXIT
034070     END-IF
034080     PERFORM UNTIL WS-PAYRULE-EOF
034090         READ PAY-RULE-FILE
034100             AT END
034110                 MOVE 'Y' TO WS-PAYRULE-EOF-SW
034120             NOT AT END
034130                 IF PR-CLASS = SPACES
034140                         OR PR-DAILY-OT-HOURS IS NOT NUMERIC
034150                         OR PR-WEEKLY-OT-HOURS IS NOT NUMERIC
034160                         OR NOT PR-OT-ELIGIBLE-VALID
034170                         OR NOT PR-ND-ELIGIBLE-VALID
034180                         OR NOT PR-HP-ELIGIBLE-VALID
034190                         OR NOT PR-MEAL-ELIGIBLE-VALID
034200                     DISPLAY "TIMESHEET - INVALID PAYRULE "
034210                         "RECORD FOR CLASS " PR-CLASS
034220                     MOVE 16 TO RETURN-CODE
034230                     MOVE 'Y' TO WS-PAYRULE-EOF-SW
034240                 ELSE
034250                     IF WS-PRL-COUNT < WS-PRL-TABLE-SIZE
034260                         ADD 1 TO WS-PRL-COUNT
034270                         SET WS-PRL-IDX TO WS-PRL-COUNT
034280                         MOVE PR-CLASS TO WS-PRL-CLASS(WS-PRL-IDX)
034290                         MOVE PR-DAILY-OT-HOURS
034300                             TO WS-PRL-DAILY-OT-HOURS(WS-PRL-IDX)
034310                         MOVE PR-WEEKLY-OT-HOURS
034320                             TO WS-PRL-WEEKLY-OT-HOURS(WS-PRL-IDX)
034330                         MOVE PR-ELIGIBILITY-FLAGS
034340                             TO WS-PRL-FLAGS(WS-PRL-IDX)
034350                     ELSE
034360                         DISPLAY "TIMESHEET - PAY-RULE "
034370                             "TABLE FULL AT " WS-PRL-TABLE-SIZE
034380                             " ENTRIES"
034390                         MOVE 16 TO RETURN-CODE
034400                         MOVE 'Y' TO WS-PAYRULE-EOF-SW
034410                     END-IF
034420                 END-IF
034430         END-READ
034440     END-PERFORM
034450     CLOSE PAY-RULE-FILE.
034460 1470-EXIT.
034470     EXIT.
034480*
034490*****************************************************************
034500*  1670-LOAD-AUTHORITY-MASTER - LOAD EVERY WEEK-APPROVAL GRANT
034510*  ON THE SUPERVISOR AUTHORITY MASTER INTO THE LOOK-UP TABLE.
034520*  WITHOUT THE MASTER NO WEEK COULD BE RELEASED, SO A MISSING
034530*  FILE STOPS THE STEP RATHER THAN HOLDING THE WHOLE PAYROLL.
034540*****************************************************************
034550 1670-LOAD-AUTHORITY-MASTER.
034560     MOVE 0 TO WS-SAU-COUNT
034570     MOVE 'N' TO WS-SUPVAUTH-EOF-SW
034580     OPEN INPUT SUPERVISOR-AUTHORITY-FILE
034590     IF WS-SUPVAUTH-FILE-NOT-FOUND
034600         DISPLAY "TIMESHEET - NO SUPERVISOR-AUTHORITY ON FILE"
034610         MOVE 16 TO RETURN-CODE
034620         GO TO 1670-EXIT
034630     END-IF
034640     IF NOT WS-SUPVAUTH-FILE-OK
034650         DISPLAY "TIMESHEET - UNABLE TO OPEN SUPERVISOR-AUTHORITY"
034660         MOVE 16 TO RETURN-CODE
034670         GO TO 1670-EXIT
034680     END-IF
034690     PERFORM UNTIL WS-SUPVAUTH-EOF
034700         READ SUPERVISOR-AUTHORITY-FILE
034710             AT END
034720                 MOVE 'Y' TO WS-SUPVAUTH-EOF-SW
034730             NOT AT END
034740                 IF SA-MAY-APPROVE-WEEK
034750                     IF WS-SAU-COUNT < WS-SAU-TABLE-SIZE
034760                         ADD 1 TO WS-SAU-COUNT
034770                         SET WS-SAU-IDX TO WS-SAU-COUNT
034780                         MOVE SA-SUPERVISOR-BADGE-ID
034790                             TO WS-SAU-BADGE-ID(WS-SAU-IDX)
034800                         MOVE SA-DEPARTMENT
034810                             TO WS-SAU-DEPARTMENT(WS-SAU-IDX)
034820                         MOVE SA-EFF-START-DATE
034830                             TO WS-SAU-EFF-START(WS-SAU-IDX)
034840                         MOVE SA-EFF-END-DATE
034850                             TO WS-SAU-EFF-END(WS-SAU-IDX)
034860                     ELSE
034870                         DISPLAY "TIMESHEET - AUTHORITY TABLE "
034880                             "FULL AT " WS-SAU-TABLE-SIZE
034890                             " ENTRIES"
034900                         MOVE 16 TO RETURN-CODE
034910                         MOVE 'Y' TO WS-SUPVAUTH-EOF-SW
034920                     END-IF
034930                 END-IF
034940         END-READ
034950     END-PERFORM
034960     CLOSE SUPERVISOR-AUTHORITY-FILE.
034970 1670-EXIT.
034980     EXIT.
034990*
035000*****************************************************************
035010*  1692-CHECK-APPROVAL-AUTHORITY - DECIDE WHETHER THE SIGNING
035020*  SUPERVISOR MAY APPROVE THIS EMPLOYEE'S WEEK.  A SUPERVISOR
035030*  NEVER MAY ON THEIR OWN BADGE; OTHERWISE THE EMPLOYEE'S
035040*  DEPARTMENT COMES OFF THE EMPLOYEE MASTER WITH ONE KEYED READ
035050*  AND THE AUTHORITY TABLE MUST HOLD A WEEK-APPROVAL GRANT FOR
035060*  THE BADGE AND THAT DEPARTMENT IN EFFECT ON THE RUN DATE.
035070*****************************************************************
035080 1692-CHECK-APPROVAL-AUTHORITY.
035090     MOVE 'N' TO WS-AUTHORITY-SW
035100     MOVE SPACES TO WS-AUTH-EMP-DEPARTMENT
035110     IF APP-SUPERVISOR-BADGE-ID = APP-EMPLOYEE-ID
035120         MOVE 01 TO WS-AUTH-REASON-CODE
035130         MOVE "ACTION ON OWN BADGE" TO WS-AUTH-REASON-TEXT
035140         GO TO 1692-EXIT
035150     END-IF
035160     MOVE APP-EMPLOYEE-ID TO EMP-BADGE-ID
035170     READ EMPLOYEE-MASTER
035180         INVALID KEY
035190             MOVE 03 TO WS-AUTH-REASON-CODE
035200             MOVE "EMPLOYEE NOT ON MASTER" TO WS-AUTH-REASON-TEXT
035210             GO TO 1692-EXIT
035220     END-READ
035230     MOVE EMP-DEPARTMENT TO WS-AUTH-EMP-DEPARTMENT
035240     PERFORM VARYING WS-SAU-IDX FROM 1 BY 1
035250             UNTIL WS-SAU-IDX > WS-SAU-COUNT
035260                 OR WS-AUTHORITY-GRANTED
035270         IF WS-SAU-BADGE-ID(WS-SAU-IDX) = APP-SUPERVISOR-BADGE-ID
035280                 AND WS-SAU-DEPARTMENT(WS-SAU-IDX)
035290                     = WS-AUTH-EMP-DEPARTMENT
035300                 AND WS-SAU-EFF-START(WS-SAU-IDX)
035310                     NOT > CURRENT-DATE
035320                 AND WS-SAU-EFF-END(WS-SAU-IDX)
035330                     NOT < CURRENT-DATE
035340             MOVE 'Y' TO WS-AUTHORITY-SW
035350         END-IF
035360     END-PERFORM
035370     IF NOT WS-AUTHORITY-GRANTED
035380         MOVE 02 TO WS-AUTH-REASON-CODE
035390         MOVE "NO AUTHORITY FOR DEPARTMENT" TO WS-AUTH-REASON-TEXT
035400     END-IF.
035410 1692-EXIT.
035420     EXIT.
035430*
035440*****************************************************************
035450*  1695-WRITE-AUTHORITY-REFUSAL - APPEND THE REFUSED WEEK
035460*  APPROVAL TO THE AUTHORITY REFUSAL LOG.  THE WEEK STAYS HELD,
035470*  SO THE SAME SIGN-OFF IS REFUSED AND LOGGED AGAIN ON EVERY RUN
035480*  UNTIL PAYROLL REPLACES IT WITH ONE FROM AN AUTHORIZED BADGE.
035490*****************************************************************
035500 1695-WRITE-AUTHORITY-REFUSAL.
035510     MOVE SPACES TO AUTHORITY-REFUSAL-RECORD
035520     MOVE APP-SUPERVISOR-BADGE-ID TO AR-SUPERVISOR-BADGE-ID
035530     MOVE APP-EMPLOYEE-ID TO AR-EMPLOYEE-ID
035540     MOVE WS-AUTH-EMP-DEPARTMENT TO AR-DEPARTMENT
035550     SET AR-ACTION-APPROVE-WEEK TO TRUE
035560     MOVE APP-WEEK-END-DATE TO AR-ACTION-DATE
035570     MOVE WS-AUTH-REASON-CODE TO AR-REASON-CODE
035580     MOVE WS-AUTH-REASON-TEXT TO AR-REASON-TEXT
035590     MOVE "TIMESHEET" TO AR-PROGRAM-NAME
035600     MOVE FORMATTED-DATE TO AR-RUN-DATE
035610     MOVE FORMATTED-TIME TO AR-RUN-TIME
035620     WRITE AUTHORITY-REFUSAL-RECORD.
035630 1695-EXIT.
035640     EXIT.
035650*
035660*****************************************************************
035670*  2720-SPLIT-WEEK-HOURS - SPLIT ONE WEEK-STATE ENTRY'S RUNNING
035680*  TOTAL INTO REGULAR AND OVERTIME UNDER THE BADGE'S PAY-RULE
035690*  CLASS: THE DAILY OVERTIME ALREADY POSTED PLUS ANY REMAINING
035700*  HOURS OVER THE CLASS'S WEEKLY THRESHOLD (NONE WHEN THE
035710*  THRESHOLD IS ZERO).  A CLASS THAT IS NOT OVERTIME ELIGIBLE
035720*  PAYS THE WHOLE WEEK AS REGULAR.  PAYING AND THE WEEK-END
035730*  TOTAL LINE BOTH SPLIT HERE, SO THE TWO ALWAYS AGREE.
035740*****************************************************************
035750 2720-SPLIT-WEEK-HOURS.
035760     MOVE WS-WST-EMPLOYEE-ID(WS-WST-IDX) TO WS-RULE-TEST-BADGE
035770     PERFORM 7400-GET-PAY-RULE THRU 7400-EXIT
035780     IF NOT WS-RULE-OT-ELIGIBLE
035790         MOVE 0 TO WS-WEEK-TOT-OT-HOURS
035800         MOVE WS-WST-HOURS(WS-WST-IDX) TO WS-WEEK-TOT-REG-HOURS
035810         GO TO 2720-EXIT
035820     END-IF
035830     MOVE WS-WST-DAILY-OT-HOURS(WS-WST-IDX)
035840         TO WS-WEEK-TOT-OT-HOURS
035850     COMPUTE WS-WEEK-TOT-REG-HOURS =
035860         WS-WST-HOURS(WS-WST-IDX)
035870             - WS-WST-DAILY-OT-HOURS(WS-WST-IDX)
035880     IF WS-RULE-WEEKLY-OT-HOURS > 0
035890             AND WS-WEEK-TOT-REG-HOURS > WS-RULE-WEEKLY-OT-HOURS
035900         COMPUTE WS-WEEK-TOT-OT-HOURS =
035910             WS-WEEK-TOT-OT-HOURS
035920                 + WS-WEEK-TOT-REG-HOURS - WS-RULE-WEEKLY-OT-HOURS
035930         MOVE WS-RULE-WEEKLY-OT-HOURS TO WS-WEEK-TOT-REG-HOURS
035940     END-IF.
035950 2720-EXIT.
035960     EXIT.
035970*
035980*****************************************************************
035990*  7400-GET-PAY-RULE - SET THE WS-RULE FIELDS TO THE PAY RULES
036000*  OF THE BADGE IN WS-RULE-TEST-BADGE.  THE CLASS COMES OFF THE
036010*  EMPLOYEE MASTER WITH ONE KEYED READ, SKIPPED WHEN THE SAME
036020*  BADGE WAS THE LAST ONE LOOKED UP.  A BADGE NOT ON THE MASTER
036030*  OR WITH A BLANK CLASS GETS THE STANDARD RULES; SO DOES A
036040*  CLASS MISSING FROM THE PAYRULE TABLE, WITH A CONSOLE WARNING
036050*  SO PAYROLL ADDS IT.
036060*****************************************************************
036070 7400-GET-PAY-RULE.
036080     IF WS-RULE-TEST-BADGE = WS-RULE-BADGE-ID
036090         GO TO 7400-EXIT
036100     END-IF
036110     MOVE WS-RULE-TEST-BADGE TO WS-RULE-BADGE-ID
036120     PERFORM 7450-SET-STANDARD-RULE THRU 7450-EXIT
036130     MOVE WS-RULE-TEST-BADGE TO EMP-BADGE-ID
036140     READ EMPLOYEE-MASTER
036150         INVALID KEY
036160             GO TO 7400-EXIT
036170     END-READ
036180     IF EMP-PAY-RULE-CLASS = SPACES
036190         GO TO 7400-EXIT
036200     END-IF
036210     MOVE 'N' TO WS-PRL-FOUND-SW
036220     PERFORM VARYING WS-PRL-IDX FROM 1 BY 1
036230             UNTIL WS-PRL-IDX > WS-PRL-COUNT
036240                 OR WS-PRL-FOUND
036250         IF WS-PRL-CLASS(WS-PRL-IDX) = EMP-PAY-RULE-CLASS
036260             MOVE 'Y' TO WS-PRL-FOUND-SW
036270             MOVE WS-PRL-DAILY-OT-HOURS(WS-PRL-IDX)
036280                 TO WS-RULE-DAILY-OT-HOURS
036290             MOVE WS-PRL-WEEKLY-OT-HOURS(WS-PRL-IDX)
036300                 TO WS-RULE-WEEKLY-OT-HOURS
036310             MOVE WS-PRL-FLAGS(WS-PRL-IDX)(1:1) TO WS-RULE-OT-SW
036320             MOVE WS-PRL-FLAGS(WS-PRL-IDX)(2:1) TO WS-RULE-ND-SW
036330             MOVE WS-PRL-FLAGS(WS-PRL-IDX)(3:1) TO WS-RULE-HP-SW
036340             MOVE WS-PRL-FLAGS(WS-PRL-IDX)(4:1)
036350                 TO WS-RULE-MEAL-SW
036360         END-IF
036370     END-PERFORM
036380     IF NOT WS-PRL-FOUND
036390         DISPLAY "TIMESHEET - PAY-RULE CLASS " EMP-PAY-RULE-CLASS
036400             " NOT ON PAYRULE, STANDARD RULES FOR BADGE "
036410             WS-RULE-TEST-BADGE
036420     END-IF.
036430 7400-EXIT.
036440     EXIT.
036450*
036460*****************************************************************
036470*  7450-SET-STANDARD-RULE - THE RULES A BADGE WITHOUT A CLASS OF
036480*  ITS OWN IS PAID UNDER: DAILY OVERTIME OVER 8 HOURS, WEEKLY
036490*  OVERTIME OVER 40, NIGHT DIFFERENTIAL, HOLIDAY PREMIUM AND THE
036500*  AUTOMATIC MEAL DEDUCTION.
036510*****************************************************************
036520 7450-SET-STANDARD-RULE.
036530     MOVE 8.00 TO WS-RULE-DAILY-OT-HOURS
036540     MOVE 40.00 TO WS-RULE-WEEKLY-OT-HOURS
036550     MOVE 'Y' TO WS-RULE-OT-SW
036560     MOVE 'Y' TO WS-RULE-ND-SW
036570     MOVE 'Y' TO WS-RULE-HP-SW
036580     MOVE 'Y' TO WS-RULE-MEAL-SW.
036590 7450-EXIT.
036600     EXIT.
036610*
036620*****************************************************************
036630*  9100-WRITE-RUN-STATS - POST TONIGHT'S SHIFTS PAIRED, PUNCH
036640*  EXCEPTIONS, HELD WEEKS AND PAYROLL EXTRACT TOTALS TO THE
036650*  RUN-STATISTICS HISTORY, CREATING THE FILE ON FIRST USE.  ONLY
036660*  A RUN THAT FINISHED CLEAN POSTS -- A PARTIAL NIGHT'S FIGURES
036670*  WOULD DRAG DOWN THE AVERAGES RUNTREND JUDGES LATER RUNS BY.
036680*  PUNCH EXCEPTIONS ARE EVERY LINE ON THE UNMATCHED-PUNCH
036690*  REPORT: UNMATCHED INS, ORPHAN OUTS, UNPAIRABLE AND
036700*  ROUNDED-AWAY PAIRS.
036710*****************************************************************
036720 9100-WRITE-RUN-STATS.
036730     OPEN EXTEND RUN-STATS-FILE
036740     IF WS-STAT-FILE-NOT-FOUND
036750         OPEN OUTPUT RUN-STATS-FILE
036760         CLOSE RUN-STATS-FILE
036770         OPEN EXTEND RUN-STATS-FILE
036780     END-IF
036790     IF NOT WS-STAT-FILE-OK
036800         DISPLAY "TIMESHEET - UNABLE TO OPEN RUN-STATS-FILE"
036810         MOVE 16 TO RETURN-CODE
036820         GO TO 9100-EXIT
036830     END-IF
036840     MOVE SPACES TO RUN-STATISTICS-RECORD
036850     MOVE FORM-YEAR TO RS-RUN-YEAR
036860     MOVE FORM-MONTH TO RS-RUN-MONTH
036870     MOVE FORM-DAY TO RS-RUN-DAY
036880     MOVE FORM-HOUR TO RS-RUN-HOUR
036890     MOVE FORM-MIN TO RS-RUN-MIN
036900     MOVE FORM-SEC TO RS-RUN-SEC
036910     MOVE 'REPORT  ' TO RS-STEP-NAME
036920     MOVE 'SHIFTS  ' TO RS-STAT-NAME
036930     MOVE WS-PAIRED-SHIFT-COUNT TO RS-STAT-VALUE
036940     WRITE RUN-STATISTICS-RECORD
036950     MOVE 'PNCHEXCP' TO RS-STAT-NAME
036960     COMPUTE RS-STAT-VALUE = WS-UNMATCHED-IN-COUNT
036970         + WS-ORPHAN-OUT-COUNT + WS-UNPAIRABLE-COUNT
036980         + WS-ROUNDED-AWAY-COUNT
036990     WRITE RUN-STATISTICS-RECORD
037000     MOVE 'HELDWKS ' TO RS-STAT-NAME
037010     MOVE WS-HELD-WEEK-COUNT TO RS-STAT-VALUE
037020     WRITE RUN-STATISTICS-RECORD
037030     MOVE 'EXTRECS ' TO RS-STAT-NAME
037040     MOVE WS-EXT-RECORD-COUNT TO RS-STAT-VALUE
037050     WRITE RUN-STATISTICS-RECORD
037060     MOVE 'EXTREGHR' TO RS-STAT-NAME
037070     MOVE WS-EXT-REG-HOURS TO RS-STAT-VALUE
037080     WRITE RUN-STATISTICS-RECORD
037090     MOVE 'EXTOTHR ' TO RS-STAT-NAME
037100     MOVE WS-EXT-OT-HOURS TO RS-STAT-VALUE
037110     WRITE RUN-STATISTICS-RECORD
037120     MOVE 'EXTNDHR ' TO RS-STAT-NAME
037130     MOVE WS-EXT-NIGHT-DIFF-HOURS TO RS-STAT-VALUE
037140     WRITE RUN-STATISTICS-RECORD
037150     MOVE 'EXTHPHR ' TO RS-STAT-NAME
037160     MOVE WS-EXT-HOL-PREM-HOURS TO RS-STAT-VALUE
037170     WRITE RUN-STATISTICS-RECORD
037180     MOVE 'EXTVACHR' TO RS-STAT-NAME
037190     MOVE WS-EXT-VAC-HOURS TO RS-STAT-VALUE
037200     WRITE RUN-STATISTICS-RECORD
037210     MOVE 'EXTSCKHR' TO RS-STAT-NAME
037220     MOVE WS-EXT-SICK-HOURS TO RS-STAT-VALUE
037230     WRITE RUN-STATISTICS-RECORD
037240     MOVE 'EXTBRVHR' TO RS-STAT-NAME
037250     MOVE WS-EXT-BRV-HOURS TO RS-STAT-VALUE
037260     WRITE RUN-STATISTICS-RECORD
037270     CLOSE RUN-STATS-FILE.
037280 9100-EXIT.
037290     EXIT.

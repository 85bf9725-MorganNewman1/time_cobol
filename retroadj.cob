000470*                       SKIPPED WITHOUT A TRACE, WHICH IS THE
000480*                       EXACT OVER- OR UNDER-PAYMENT THIS RUN
000490*                       EXISTS TO SETTLE.
000491*      2026-10-15 RJH   RE-FIGURE EACH WEEK UNDER THE BADGE'S
000492*                       PAY-RULE CLASS (EMP-PAY-RULE-CLASS OFF THE
000493*                       EMPLOYEE MASTER, RULES ON THE NEW PAYRULE
000494*                       FILE) -- THE SAME OVERTIME THRESHOLDS AND
000495*                       PREMIUM AND MEAL ELIGIBILITY TIMESHEET
000496*                       NOW PAYS BY.
000497*      2026-10-15 RJH   REFUSE TO RUN WHILE A NIGHTLY TIMEBATC
000498*                       WEEK-STATE COPY-BACK IS STILL PENDING ON
000499*                       THE NIGHTPND MARKER.
000500*****************************************************************
000510*
000520 ENVIRONMENT DIVISION.
000530*
000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000551     SELECT NIGHT-PENDING-FILE ASSIGN TO "NIGHTPND"
000552         ORGANIZATION IS SEQUENTIAL
000553         ACCESS MODE IS SEQUENTIAL
000554         FILE STATUS IS WS-NIGHTPND-FILE-STATUS.
000555*
000560     SELECT CORRECTION-AUDIT-FILE ASSIGN TO "CORRAUD"
000570         ORGANIZATION IS SEQUENTIAL
000580         ACCESS MODE IS SEQUENTIAL
001070         ORGANIZATION IS SEQUENTIAL
001080         ACCESS MODE IS SEQUENTIAL
001090         FILE STATUS IS WS-SHIFT-FILE-STATUS.
001091*
001092     SELECT PAY-RULE-FILE ASSIGN TO "PAYRULE"
001093         ORGANIZATION IS SEQUENTIAL
001094         ACCESS MODE IS SEQUENTIAL
001095         FILE STATUS IS WS-PAYRULE-FILE-STATUS.
001100*
001101     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
001102         ORGANIZATION IS INDEXED
001103         ACCESS MODE IS RANDOM
001104         RECORD KEY IS EMP-BADGE-ID
001105         FILE STATUS IS WS-EMPMAST-FILE-STATUS.
001106*
001110 DATA DIVISION.
001120*
001130 FILE SECTION.
001140*
001141 FD  NIGHT-PENDING-FILE
001142     RECORDING MODE IS F.
001143     COPY NIGHTPND.
001144*
001150 FD  CORRECTION-AUDIT-FILE
001160     RECORDING MODE IS F.
001170     COPY CORRAUD.
001580 FD  SHIFT-MASTER-FILE
001590     RECORDING MODE IS F.
001600     COPY SHIFTMST.
001601*
001602 FD  PAY-RULE-FILE
001603     RECORDING MODE IS F.
001604     COPY PAYRULE.
001605*
001606 FD  EMPLOYEE-MASTER
001607     RECORDING MODE IS F.
001608     COPY EMPMAST.
001610*
001620 WORKING-STORAGE SECTION.
001630*
001640*    FILE STATUS SWITCHES
001650*
001651 77  WS-NIGHTPND-FILE-STATUS      PIC X(02) VALUE SPACES.
001652     88  WS-NIGHTPND-FILE-OK                VALUE '00'.
001653     88  WS-NIGHTPND-FILE-NOT-FOUND         VALUE '35'.
001654 77  WS-NIGHT-PENDING-SW          PIC X(01) VALUE 'N'.
001655     88  WS-NIGHT-PENDING                   VALUE 'Y'.
001660 77  WS-CORRAUD-FILE-STATUS       PIC X(02) VALUE SPACES.
001670     88  WS-CORRAUD-FILE-OK                 VALUE '00'.
001680     88  WS-CORRAUD-FILE-NOT-FOUND          VALUE '35'.
001980     88  WS-SHIFT-FILE-NOT-FOUND            VALUE '35'.
001990 77  WS-SHIFT-EOF-SW              PIC X(01) VALUE 'N'.
002000     88  WS-SHIFT-EOF                       VALUE 'Y'.
002001 77  WS-PAYRULE-FILE-STATUS       PIC X(02) VALUE SPACES.
002002     88  WS-PAYRULE-FILE-OK                 VALUE '00'.
002003     88  WS-PAYRULE-FILE-NOT-FOUND          VALUE '35'.
002004 77  WS-PAYRULE-EOF-SW            PIC X(01) VALUE 'N'.
002005     88  WS-PAYRULE-EOF                     VALUE 'Y'.
002006 77  WS-EMPMAST-FILE-STATUS       PIC X(02) VALUE SPACES.
002008     88  WS-EMPMAST-FILE-OK                 VALUE '00'.
002010*
002020 77  WS-CORRAUD-EOF-SW            PIC X(01) VALUE 'N'.
002030     88  WS-CORRAUD-EOF                     VALUE 'Y'.
002620 77  WS-MEAL-RETURN-SECONDS        PIC 9(05) VALUE 0.
002630 77  WS-MEAL-PARM-FOUND-SW         PIC X(01) VALUE 'N'.
002640     88  WS-MEAL-PARM-FOUND                  VALUE 'Y'.
002641*
002642*    PAY-RULE CLASSES LOADED FROM THE PAYRULE PARAMETER FILE
002643 01  WS-PAY-RULE-TABLE.
002644     05  WS-PRL-ENTRY OCCURS 50 TIMES
002645             INDEXED BY WS-PRL-IDX.
002646         10  WS-PRL-CLASS            PIC X(02).
002647         10  WS-PRL-DAILY-OT-HOURS   PIC 9(02)V99.
002648         10  WS-PRL-WEEKLY-OT-HOURS  PIC 9(02)V99.
002649         10  WS-PRL-FLAGS            PIC X(04).
002650*
002651 77  WS-PRL-COUNT                  PIC 9(03) VALUE 0.
002652 77  WS-PRL-TABLE-SIZE             PIC 9(03) VALUE 50.
002653 77  WS-PRL-FOUND-SW               PIC X(01) VALUE 'N'.
002654     88  WS-PRL-FOUND                        VALUE 'Y'.
002655*
002660*    PUNCH-ROUNDING POLICY FROM THE ROUNDPRM PARAMETER FILE AND
002670*    THE SCHEDULED START/END TIMES THE GRACE WINDOW SNAPS TO,
002680*    MIRRORED FROM THE TIMESHEET REPORT STEP.
004910 01  WS-MEAL-REMAIN-SECONDS        PIC S9(05) VALUE 0.
004920 77  WS-RETURN-SECONDS             PIC 9(07) VALUE 0.
004930 77  WS-RETURN-GAP-SECONDS         PIC S9(07) VALUE 0.
004931*
004932*    PAY RULES IN EFFECT FOR THE BADGE LAST LOOKED UP.  THE
004933*    CLASS COMES OFF THE EMPLOYEE MASTER; A BLANK CLASS, OR A
004934*    BADGE NOT ON THE MASTER, GETS THE STANDARD RULES.
004935*
004936 77  WS-RULE-TEST-BADGE            PIC X(05) VALUE SPACES.
004937 77  WS-RULE-BADGE-ID              PIC X(05) VALUE SPACES.
004938 77  WS-RULE-DAILY-OT-HOURS        PIC 9(02)V99 VALUE 8.00.
004939 77  WS-RULE-WEEKLY-OT-HOURS       PIC 9(02)V99 VALUE 40.00.
004940*
004941 77  WS-RULE-OT-SW                 PIC X(01) VALUE 'Y'.
004942     88  WS-RULE-OT-ELIGIBLE                 VALUE 'Y'.
004943 77  WS-RULE-ND-SW                 PIC X(01) VALUE 'Y'.
004944     88  WS-RULE-ND-ELIGIBLE                 VALUE 'Y'.
004945 77  WS-RULE-HP-SW                 PIC X(01) VALUE 'Y'.
004946     88  WS-RULE-HP-ELIGIBLE                 VALUE 'Y'.
004947 77  WS-RULE-MEAL-SW               PIC X(01) VALUE 'Y'.
004948     88  WS-RULE-MEAL-ELIGIBLE               VALUE 'Y'.
004949*
004950*    SHIFT-BAND AND HOLIDAY CLASSIFICATION, MIRRORED FROM THE
004960*    TIMESHEET REPORT STEP AND THE PAYBAL RE-FOOT
004970*
005650*****************************************************************
005660*  1000-INITIALIZE - GET THE SYSTEM DATE, OPEN THE ADJUSTMENT
005670*  EXTRACT, LOAD THE CALENDARS, THE MEAL POLICY AND THE WEEK
005680*  STATE, AND WRITE THE EXTRACT'S CONTROL HEADER -- BUT FIRST
005681*  REFUSE TO RUN WHILE A NIGHTLY WEEK-STATE COPY IS PENDING.
005690*****************************************************************
005700 1000-INITIALIZE.
005710     ACCEPT CURRENT-DATE FROM DATE YYYYMMDD
005760     MOVE CURRENT-TIME(1:2) TO FORM-HOUR
005770     MOVE CURRENT-TIME(3:2) TO FORM-MIN
005780     MOVE CURRENT-TIME(5:2) TO FORM-SEC
005782     PERFORM 1050-CHECK-NIGHT-PENDING THRU 1050-EXIT
005784     IF RETURN-CODE NOT = ZERO
005786         GO TO 1000-EXIT
005788     END-IF
005790     OPEN OUTPUT RETRO-EXTRACT-FILE
005800     IF NOT WS-RETRO-FILE-OK
005810         DISPLAY "RETROADJ - UNABLE TO OPEN RETRO-EXTRACT-FILE"
005940     END-IF
005950     IF RETURN-CODE = ZERO
005960         PERFORM 1460-LOAD-SHIFT-SCHEDULE THRU 1460-EXIT
005962     END-IF
005964     IF RETURN-CODE = ZERO
005966         PERFORM 1470-LOAD-PAY-RULES THRU 1470-EXIT
005970     END-IF
005971     IF RETURN-CODE = ZERO
005972         OPEN INPUT EMPLOYEE-MASTER
005973         IF NOT WS-EMPMAST-FILE-OK
005974             DISPLAY "RETROADJ - UNABLE TO OPEN EMPLOYEE-MASTER"
005975             MOVE 16 TO RETURN-CODE
005976         END-IF
005977     END-IF
005980     IF RETURN-CODE = ZERO
005990         PERFORM 1400-LOAD-WEEK-STATE THRU 1400-EXIT
006000     END-IF
015250         WS-OUT-SECONDS - WS-PENDING-SECONDS
015260     COMPUTE WS-SHIFT-HOURS ROUNDED =
015270         WS-ELAPSED-SECONDS / 3600
015272     MOVE WS-WORK-EMPLOYEE-ID TO WS-RULE-TEST-BADGE
015274     PERFORM 7400-GET-PAY-RULE THRU 7400-EXIT
015280     PERFORM 4200-CLASSIFY-SHIFT-HOURS THRU 4200-EXIT
015290     PERFORM 4250-CLASSIFY-HOLIDAY-HOURS THRU 4250-EXIT
015300     MOVE 0 TO WS-SHIFT-MEAL-HOURS
015310     IF WS-SHIFT-HOURS > WS-MEAL-THRESHOLD-HOURS
015320             AND WS-MEAL-BREAK-MINUTES > 0
015330             AND NOT WS-HELD-SPLIT-SHIFT
015335             AND WS-RULE-MEAL-ELIGIBLE
015340         PERFORM 4150-APPLY-MEAL-DEDUCTION THRU 4150-EXIT
015350     END-IF
015360     MOVE 0 TO WS-SHIFT-OT-HOURS
015370     IF WS-RULE-OT-ELIGIBLE AND WS-RULE-DAILY-OT-HOURS > 0
015375             AND WS-SHIFT-HOURS > WS-RULE-DAILY-OT-HOURS
015380         COMPUTE WS-SHIFT-OT-HOURS =
015385             WS-SHIFT-HOURS - WS-RULE-DAILY-OT-HOURS
015390     END-IF
015392     IF NOT WS-RULE-ND-ELIGIBLE
015394         MOVE 0 TO WS-SHIFT-NIGHT-DIFF-HOURS
015396     END-IF
015397     IF NOT WS-RULE-HP-ELIGIBLE
015398         MOVE 0 TO WS-SHIFT-HOL-PREM-HOURS
015399     END-IF
015400     ADD WS-SHIFT-HOURS TO WS-WK-HOURS
015410     ADD WS-SHIFT-OT-HOURS TO WS-WK-DAILY-OT-HOURS
015420     ADD WS-SHIFT-NIGHT-DIFF-HOURS TO WS-WK-ND-HOURS
015480*
015490*****************************************************************
015500*  3600-SETTLE-WEEK - SPLIT THE RECOMPUTED WEEK INTO REGULAR AND
015510*  OVERTIME UNDER THE BADGE'S PAY-RULE CLASS, THE SAME RULES
015520*  THE REPORT STEP PAYS BY, COMPARE AGAINST THE PAID FIGURES,
015530*  WRITE THE SIGNED ADJUSTMENT AND TRUE THE WEEK STATE UP SO A
015540*  RERUN ADJUSTS NOTHING TWICE.
015550*****************************************************************
015560 3600-SETTLE-WEEK.
015570     MOVE WS-WORK-EMPLOYEE-ID TO WS-CONSIDER-EMPLOYEE
015610         GO TO 3600-EXIT
015620     END-IF
015630     SET WS-WST-IDX TO WS-WST-SLOT
015634     MOVE WS-WORK-EMPLOYEE-ID TO WS-RULE-TEST-BADGE
015638     PERFORM 7400-GET-PAY-RULE THRU 7400-EXIT
015640     MOVE WS-WK-DAILY-OT-HOURS TO WS-WK-OT-HOURS
015650     COMPUTE WS-WK-REG-HOURS =
015660         WS-WK-HOURS - WS-WK-DAILY-OT-HOURS
015670     IF NOT WS-RULE-OT-ELIGIBLE
015672         MOVE 0 TO WS-WK-OT-HOURS
015674         MOVE WS-WK-HOURS TO WS-WK-REG-HOURS
015676     END-IF
015678     IF WS-RULE-OT-ELIGIBLE AND WS-RULE-WEEKLY-OT-HOURS > 0
015680             AND WS-WK-REG-HOURS > WS-RULE-WEEKLY-OT-HOURS
015690         COMPUTE WS-WK-OT-HOURS = WS-WK-OT-HOURS
015695             + WS-WK-REG-HOURS - WS-RULE-WEEKLY-OT-HOURS
015700         MOVE WS-RULE-WEEKLY-OT-HOURS TO WS-WK-REG-HOURS
015710     END-IF
015720     COMPUTE WS-ADJ-REG-HOURS =
015730         WS-WK-REG-HOURS - WS-WST-REG-PAID(WS-WST-IDX)
022280     IF WS-RETRO-FILE-OK
022290         CLOSE RETRO-EXTRACT-FILE
022300     END-IF
022305     CLOSE EMPLOYEE-MASTER
022310     DISPLAY "RETROADJ - AFFECTED EMPLOYEE-WEEKS : "
022320         WS-AFF-COUNT
022330     DISPLAY "RETROADJ - WEEKS ADJUSTED          : "
022380         WS-EXT-RECORD-COUNT.
022390 9999-EXIT.
022400     EXIT.
022410*
022420*****************************************************************
022430*  1470-LOAD-PAY-RULES - TABLE THE PAY-RULE CLASSES FROM THE
022440*  PAYRULE PARAMETER FILE.  A MISSING FILE FAILS THE STEP THE
022450*  SAME WAY MEALPARM DOES; AN EMPTY ONE JUST MEANS NO BADGE HAS
022460*  A CLASS OF ITS OWN YET.  A RECORD WITH A NON-NUMERIC
022470*  THRESHOLD OR AN ELIGIBILITY SWITCH OTHER THAN Y OR N FAILS
022480*  THE STEP RATHER THAN PAY A CLASS UNDER RULES NOBODY SET.
022490*****************************************************************
022500 1470-LOAD-PAY-RULES.
022510     MOVE 0 TO WS-PRL-COUNT
022520     MOVE 'N' TO WS-PAYRULE-EOF-SW
022530     OPEN INPUT PAY-RULE-FILE
022540     IF WS-PAYRULE-FILE-NOT-FOUND
022550         DISPLAY "RETROADJ - NO PAYRULE PARAMETER FILE"
022560         MOVE 16 TO RETURN-CODE
022570         GO TO 1470-EXIT
022580     END-IF
022590     IF NOT WS-PAYRULE-FILE-OK
022600         DISPLAY "RETROADJ - UNABLE TO OPEN PAYRULE FILE"
022610         MOVE 16 TO RETURN-CODE
022620         GO TO 1470-EXIT
022630     END-IF
022640     PERFORM UNTIL WS-PAYRULE-EOF
022650         READ PAY-RULE-FILE
022660             AT END
022670                 MOVE 'Y' TO WS-PAYRULE-EOF-SW
022680             NOT AT END
022690                 IF PR-CLASS = SPACES
022700                         OR PR-DAILY-OT-HOURS IS NOT NUMERIC
022710                         OR PR-WEEKLY-OT-HOURS IS NOT NUMERIC
022720                         OR NOT PR-OT-ELIGIBLE-VALID
022730                         OR NOT PR-ND-ELIGIBLE-VALID
022740                         OR NOT PR-HP-ELIGIBLE-VALID
022750                         OR NOT PR-MEAL-ELIGIBLE-VALID
022760                     DISPLAY "RETROADJ - INVALID PAYRULE "
022770                         "RECORD FOR CLASS " PR-CLASS
022780                     MOVE 16 TO RETURN-CODE
022790                     MOVE 'Y' TO WS-PAYRULE-EOF-SW
022800                 ELSE
022810                     IF WS-PRL-COUNT < WS-PRL-TABLE-SIZE
022820                         ADD 1 TO WS-PRL-COUNT
022830                         SET WS-PRL-IDX TO WS-PRL-COUNT
022840                         MOVE PR-CLASS TO WS-PRL-CLASS(WS-PRL-IDX)
022850                         MOVE PR-DAILY-OT-HOURS
022860                             TO WS-PRL-DAILY-OT-HOURS(WS-PRL-IDX)
022870                         MOVE PR-WEEKLY-OT-HOURS
022880                             TO WS-PRL-WEEKLY-OT-HOURS(WS-PRL-IDX)
022890                         MOVE PR-ELIGIBILITY-FLAGS
022900                             TO WS-PRL-FLAGS(WS-PRL-IDX)
022910                     ELSE
022920                         DISPLAY "RETROADJ - PAY-RULE "
022930                             "TABLE FULL AT " WS-PRL-TABLE-SIZE
022940                             " ENTRIES"
022950                         MOVE 16 TO RETURN-CODE
022960                         MOVE 'Y' TO WS-PAYRULE-EOF-SW
022970                     END-IF
022980                 END-IF
022990         END-READ
023000     END-PERFORM
023010     CLOSE PAY-RULE-FILE.
023020 1470-EXIT.
023030     EXIT.
023040*
023050*****************************************************************
023060*  7400-GET-PAY-RULE - SET THE WS-RULE FIELDS TO THE PAY RULES
023070*  OF THE BADGE IN WS-RULE-TEST-BADGE.  THE CLASS COMES OFF THE
023080*  EMPLOYEE MASTER WITH ONE KEYED READ, SKIPPED WHEN THE SAME
023090*  BADGE WAS THE LAST ONE LOOKED UP.  A BADGE NOT ON THE MASTER
023100*  OR WITH A BLANK CLASS GETS THE STANDARD RULES; SO DOES A
023110*  CLASS MISSING FROM THE PAYRULE TABLE, WITH A CONSOLE WARNING
023120*  SO PAYROLL ADDS IT.
023130*****************************************************************
023140 7400-GET-PAY-RULE.
023150     IF WS-RULE-TEST-BADGE = WS-RULE-BADGE-ID
023160         GO TO 7400-EXIT
023170     END-IF
023180     MOVE WS-RULE-TEST-BADGE TO WS-RULE-BADGE-ID
023190     PERFORM 7450-SET-STANDARD-RULE THRU 7450-EXIT
023200     MOVE WS-RULE-TEST-BADGE TO EMP-BADGE-ID
023210     READ EMPLOYEE-MASTER
023220         INVALID KEY
023230             GO TO 7400-EXIT
023240     END-READ
023250     IF EMP-PAY-RULE-CLASS = SPACES
023260         GO TO 7400-EXIT
023270     END-IF
023280     MOVE 'N' TO WS-PRL-FOUND-SW
023290     PERFORM VARYING WS-PRL-IDX FROM 1 BY 1
023300             UNTIL WS-PRL-IDX > WS-PRL-COUNT
023310                 OR WS-PRL-FOUND
023320         IF WS-PRL-CLASS(WS-PRL-IDX) = EMP-PAY-RULE-CLASS
023330             MOVE 'Y' TO WS-PRL-FOUND-SW
023340             MOVE WS-PRL-DAILY-OT-HOURS(WS-PRL-IDX)
023350                 TO WS-RULE-DAILY-OT-HOURS
023360             MOVE WS-PRL-WEEKLY-OT-HOURS(WS-PRL-IDX)
023370                 TO WS-RULE-WEEKLY-OT-HOURS
023380             MOVE WS-PRL-FLAGS(WS-PRL-IDX)(1:1) TO WS-RULE-OT-SW
023390             MOVE WS-PRL-FLAGS(WS-PRL-IDX)(2:1) TO WS-RULE-ND-SW
023400             MOVE WS-PRL-FLAGS(WS-PRL-IDX)(3:1) TO WS-RULE-HP-SW
023410             MOVE WS-PRL-FLAGS(WS-PRL-IDX)(4:1)
023420                 TO WS-RULE-MEAL-SW
023430         END-IF
023440     END-PERFORM
023450     IF NOT WS-PRL-FOUND
023460         DISPLAY "RETROADJ - PAY-RULE CLASS " EMP-PAY-RULE-CLASS
023470             " NOT ON PAYRULE, STANDARD RULES FOR BADGE "
023480             WS-RULE-TEST-BADGE
023490     END-IF.
023500 7400-EXIT.
023510     EXIT.
023520*
023530*****************************************************************
023540*  7450-SET-STANDARD-RULE - THE RULES A BADGE WITHOUT A CLASS OF
023550*  ITS OWN IS PAID UNDER: DAILY OVERTIME OVER 8 HOURS, WEEKLY
023560*  OVERTIME OVER 40, NIGHT DIFFERENTIAL, HOLIDAY PREMIUM AND THE
023570*  AUTOMATIC MEAL DEDUCTION.
023580*****************************************************************
023590 7450-SET-STANDARD-RULE.
023600     MOVE 8.00 TO WS-RULE-DAILY-OT-HOURS
023610     MOVE 40.00 TO WS-RULE-WEEKLY-OT-HOURS
023620     MOVE 'Y' TO WS-RULE-OT-SW
023630     MOVE 'Y' TO WS-RULE-ND-SW
023640     MOVE 'Y' TO WS-RULE-HP-SW
023650     MOVE 'Y' TO WS-RULE-MEAL-SW.
023660 7450-EXIT.
023670     EXIT.
023680*
023690*****************************************************************
023700*  1050-CHECK-NIGHT-PENDING - REFUSE TO RUN WHILE A NIGHTLY
023710*  TIMEBATC RUN HAS NOT YET COPIED ITS WEEKSTAT.NEW BACK -- A
023720*  NIGHT STILL RUNNING, FAILED, OR HELD BY THE TREND STEP.  ITS
023730*  COPYWEEK STEP WOULD LATER LAY THAT COPY, TAKEN BEFORE THIS
023740*  RUN, OVER THE PAID FIELDS TRUED UP HERE, AND THE NEXT RUN
023750*  WOULD ADJUST THE SAME WEEKS AGAIN.  NIGHTPND CARRIES A CARD
023760*  FOR EVERY SUCH NIGHT; AN EMPTY OR MISSING MARKER MEANS NOTHING
023770*  IS PENDING.  THE CHECK COMES BEFORE THE EXTRACT IS OPENED.
023780*****************************************************************
023790 1050-CHECK-NIGHT-PENDING.
023800     MOVE 'N' TO WS-NIGHT-PENDING-SW
023810     OPEN INPUT NIGHT-PENDING-FILE
023820     IF WS-NIGHTPND-FILE-NOT-FOUND
023830         GO TO 1050-EXIT
023840     END-IF
023850     IF NOT WS-NIGHTPND-FILE-OK
023860         DISPLAY "RETROADJ - UNABLE TO OPEN NIGHTPND, STATUS "
023870             WS-NIGHTPND-FILE-STATUS
023880         MOVE 16 TO RETURN-CODE
023890         GO TO 1050-EXIT
023900     END-IF
023910     READ NIGHT-PENDING-FILE
023920         AT END
023930             MOVE 'N' TO WS-NIGHT-PENDING-SW
023940         NOT AT END
023950             MOVE 'Y' TO WS-NIGHT-PENDING-SW
023960     END-READ
023970     IF WS-NIGHT-PENDING
023980         DISPLAY "RETROADJ - A NIGHTLY WEEKSTAT COPY-BACK IS "
023990             "STILL PENDING, RUN REFUSED"
024000         DISPLAY "RETROADJ - NIGHTPND: " NP-JOB-NAME " "
024010             NP-DESCRIPTION
024020         DISPLAY "RETROADJ - RERUN OR RELEASE THAT NIGHT, THEN "
024030             "RESUBMIT THIS JOB"
024040         MOVE 16 TO RETURN-CODE
024050     END-IF
024060     CLOSE NIGHT-PENDING-FILE.
024070 1050-EXIT.
024080     EXIT.

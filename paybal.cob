000610*                       MASTER NOW CARRIES EFFECTIVE-DATED
000620*                       ROTATING SCHEDULES, ONE RECORD PER
000630*                       ROTATION WEEK PER BADGE.
000631*      2026-10-15 RJH   MIRROR THE TIMESHEET PAY-RULE CLASSES
000632*                       (EMP-PAY-RULE-CLASS OFF THE EMPLOYEE
000633*                       MASTER, RULES ON THE NEW PAYRULE FILE) --
000634*                       A CLASS OUTSIDE THE MEAL DEDUCTION, NIGHT
000635*                       DIFFERENTIAL OR HOLIDAY PREMIUM IS
000636*                       RE-FOOTED WITHOUT THEM, SO THE EXTRACT
000637*                       STILL BALANCES.
000640*****************************************************************
000650*
000660 ENVIRONMENT DIVISION.
001160         ORGANIZATION IS SEQUENTIAL
001170         ACCESS MODE IS SEQUENTIAL
001180         FILE STATUS IS WS-HOLCAL-FILE-STATUS.
001181*
001182     SELECT PAY-RULE-FILE ASSIGN TO "PAYRULE"
001183         ORGANIZATION IS SEQUENTIAL
001184         ACCESS MODE IS SEQUENTIAL
001185         FILE STATUS IS WS-PAYRULE-FILE-STATUS.
001190*
001191     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
001192         ORGANIZATION IS INDEXED
001193         ACCESS MODE IS RANDOM
001194         RECORD KEY IS EMP-BADGE-ID
001195         FILE STATUS IS WS-EMPMAST-FILE-STATUS.
001196*
001200 DATA DIVISION.
001210*
001220 FILE SECTION.
001630 FD  HOLIDAY-CALENDAR-FILE
001640     RECORDING MODE IS F.
001650     COPY HOLCAL.
001651*
001652 FD  PAY-RULE-FILE
001653     RECORDING MODE IS F.
001654     COPY PAYRULE.
001655*
001656 FD  EMPLOYEE-MASTER
001657     RECORDING MODE IS F.
001658     COPY EMPMAST.
001660*
001670 WORKING-STORAGE SECTION.
001680*
001980     88  WS-LVAPP-EOF                       VALUE 'Y'.
001990 77  WS-HOLCAL-EOF-SW             PIC X(01) VALUE 'N'.
002000     88  WS-HOLCAL-EOF                      VALUE 'Y'.
002001 77  WS-PAYRULE-FILE-STATUS       PIC X(02) VALUE SPACES.
002002     88  WS-PAYRULE-FILE-OK                 VALUE '00'.
002003     88  WS-PAYRULE-FILE-NOT-FOUND          VALUE '35'.
002004 77  WS-PAYRULE-EOF-SW            PIC X(01) VALUE 'N'.
002005     88  WS-PAYRULE-EOF                     VALUE 'Y'.
002006 77  WS-EMPMAST-FILE-STATUS       PIC X(02) VALUE SPACES.
002008     88  WS-EMPMAST-FILE-OK                 VALUE '00'.
002010 77  WS-HEADER-SEEN-SW            PIC X(01) VALUE 'N'.
002020     88  WS-HEADER-SEEN                     VALUE 'Y'.
002030 77  WS-TRAILER-SEEN-SW           PIC X(01) VALUE 'N'.
004480 01  WS-SHIFT-MEAL-HOURS           PIC 9(01)V99 VALUE 0.
004490 01  WS-SHIFT-MIDPOINT             PIC 9(06) VALUE 0.
004500 01  WS-MEAL-REMAIN-SECONDS        PIC S9(05) VALUE 0.
004501*
004502*    PAY-RULE CLASSES LOADED FROM THE PAYRULE PARAMETER FILE
004503 01  WS-PAY-RULE-TABLE.
004504     05  WS-PRL-ENTRY OCCURS 50 TIMES
004505             INDEXED BY WS-PRL-IDX.
004506         10  WS-PRL-CLASS            PIC X(02).
004507         10  WS-PRL-DAILY-OT-HOURS   PIC 9(02)V99.
004508         10  WS-PRL-WEEKLY-OT-HOURS  PIC 9(02)V99.
004509         10  WS-PRL-FLAGS            PIC X(04).
004510*
004511 77  WS-PRL-COUNT                  PIC 9(03) VALUE 0.
004512 77  WS-PRL-TABLE-SIZE             PIC 9(03) VALUE 50.
004513 77  WS-PRL-FOUND-SW               PIC X(01) VALUE 'N'.
004514     88  WS-PRL-FOUND                        VALUE 'Y'.
004515*
004520*    LUNCH-RETURN WINDOW WORK FIELDS, MIRRORED FROM TIMESHEET --
004530*    A DATE MATCH ALONE CALLED THE NEXT NIGHT'S IN A LUNCH
004540*    RETURN.
004570 77  WS-MEAL-RETURN-SECONDS        PIC 9(05) VALUE 0.
004580 77  WS-RETURN-SECONDS             PIC 9(07) VALUE 0.
004590 77  WS-RETURN-GAP-SECONDS         PIC S9(07) VALUE 0.
004591*
004592*    PAY RULES IN EFFECT FOR THE BADGE LAST LOOKED UP.  THE
004593*    CLASS COMES OFF THE EMPLOYEE MASTER; A BLANK CLASS, OR A
004594*    BADGE NOT ON THE MASTER, GETS THE STANDARD RULES.
004595*
004596 77  WS-RULE-TEST-BADGE            PIC X(05) VALUE SPACES.
004597 77  WS-RULE-BADGE-ID              PIC X(05) VALUE SPACES.
004598 77  WS-RULE-DAILY-OT-HOURS        PIC 9(02)V99 VALUE 8.00.
004599 77  WS-RULE-WEEKLY-OT-HOURS       PIC 9(02)V99 VALUE 40.00.
004600*
004601 77  WS-RULE-OT-SW                 PIC X(01) VALUE 'Y'.
004602     88  WS-RULE-OT-ELIGIBLE                 VALUE 'Y'.
004603 77  WS-RULE-ND-SW                 PIC X(01) VALUE 'Y'.
004604     88  WS-RULE-ND-ELIGIBLE                 VALUE 'Y'.
004605 77  WS-RULE-HP-SW                 PIC X(01) VALUE 'Y'.
004606     88  WS-RULE-HP-ELIGIBLE                 VALUE 'Y'.
004607 77  WS-RULE-MEAL-SW               PIC X(01) VALUE 'Y'.
004608     88  WS-RULE-MEAL-ELIGIBLE               VALUE 'Y'.
004609*
004610*    PENDING IN PUNCHES CARRIED IN FROM THE PRIOR TIMESHEET
004620*    RUN.  TIMESHEET SEEDS ITS PAIRING FROM THE SAME FILE, SO
004630*    THE RE-FOOT SEES THE SAME OVERNIGHT SHIFTS IT PAID.
004930     IF RETURN-CODE = ZERO
004940         PERFORM 1460-LOAD-SHIFT-SCHEDULE THRU 1460-EXIT
004950     END-IF
004952     IF RETURN-CODE = ZERO
004954         PERFORM 1470-LOAD-PAY-RULES THRU 1470-EXIT
004956     END-IF
004960     IF RETURN-CODE = ZERO
004970         PERFORM 1600-LOAD-PENDING-CARRY THRU 1600-EXIT
004980     END-IF
010010*****************************************************************
010020 2000-REFOOT-PUNCHES.
010030     OPEN INPUT WORK-PUNCH-FILE
010035     OPEN INPUT EMPLOYEE-MASTER
010040     IF NOT WS-WORK-FILE-OK OR NOT WS-EMPMAST-FILE-OK
010050         DISPLAY "PAYBAL - UNABLE TO OPEN WORK-PUNCH-FILE OR "
010055             "EMPLOYEE-MASTER"
010060         MOVE 16 TO RETURN-CODE
010070         GO TO 2000-EXIT
010080     END-IF
010300     IF WS-HELD-PAIR-EXISTS
010310         PERFORM 4100-FINALIZE-HELD-PAIR THRU 4100-EXIT
010320     END-IF
010330     CLOSE WORK-PUNCH-FILE
010335     CLOSE EMPLOYEE-MASTER.
010340 2000-EXIT.
010350     EXIT.
010360*
013030         WS-OUT-SECONDS - WS-PENDING-SECONDS
013040     COMPUTE WS-SHIFT-HOURS ROUNDED =
013050         WS-ELAPSED-SECONDS / 3600
013054     MOVE WS-PENDING-EMPLOYEE-ID TO WS-RULE-TEST-BADGE
013058     PERFORM 7400-GET-PAY-RULE THRU 7400-EXIT
013060     PERFORM 4200-CLASSIFY-SHIFT-HOURS THRU 4200-EXIT
013070     PERFORM 4250-CLASSIFY-HOLIDAY-HOURS THRU 4250-EXIT
013080     MOVE 0 TO WS-SHIFT-MEAL-HOURS
013090     IF WS-SHIFT-HOURS > WS-MEAL-THRESHOLD-HOURS
013100             AND WS-MEAL-BREAK-MINUTES > 0
013110             AND NOT WS-HELD-SPLIT-SHIFT
013115             AND WS-RULE-MEAL-ELIGIBLE
013120         PERFORM 4150-APPLY-MEAL-DEDUCTION THRU 4150-EXIT
013130     END-IF
013131     IF NOT WS-RULE-ND-ELIGIBLE
013132         MOVE 0 TO WS-SHIFT-NIGHT-DIFF-HOURS
013133     END-IF
013134     IF NOT WS-RULE-HP-ELIGIBLE
013135         MOVE 0 TO WS-SHIFT-HOL-PREM-HOURS
013136     END-IF
013140     ADD WS-SHIFT-HOURS TO WS-PUNCH-TOTAL-HOURS
013150     ADD WS-SHIFT-NIGHT-DIFF-HOURS TO WS-PUNCH-ND-HOURS
013160     ADD WS-SHIFT-HOL-PREM-HOURS TO WS-PUNCH-HOL-PREM-HOURS
017520     END-READ.
017530 8100-EXIT.
017540     EXIT.
017550*
017560*****************************************************************
017570*  1470-LOAD-PAY-RULES - TABLE THE PAY-RULE CLASSES FROM THE
017580*  PAYRULE PARAMETER FILE.  A MISSING FILE FAILS THE STEP THE
017590*  SAME WAY MEALPARM DOES; AN EMPTY ONE JUST MEANS NO BADGE HAS
017600*  A CLASS OF ITS OWN YET.  A RECORD WITH A NON-NUMERIC
017610*  THRESHOLD OR AN ELIGIBILITY SWITCH OTHER THAN Y OR N FAILS
017620*  THE STEP RATHER THAN PAY A CLASS UNDER RULES NOBODY SET.
017630*****************************************************************
017640 1470-LOAD-PAY-RULES.
017650     MOVE 0 TO WS-PRL-COUNT
017660     MOVE 'N' TO WS-PAYRULE-EOF-SW
017670     OPEN INPUT PAY-RULE-FILE
017680     IF WS-PAYRULE-FILE-NOT-FOUND
017690         DISPLAY "PAYBAL - NO PAYRULE PARAMETER FILE"
017700         MOVE 16 TO RETURN-CODE
017710         GO TO 1470-EXIT
017720     END-IF
017730     IF NOT WS-PAYRULE-FILE-OK
017740         DISPLAY "PAYBAL - UNABLE TO OPEN PAYRULE FILE"
017750         MOVE 16 TO RETURN-CODE
017760         GO TO 1470-EXIT
017770     END-IF
017780     PERFORM UNTIL WS-PAYRULE-EOF
017790         READ PAY-RULE-FILE
017800             AT END
017810                 MOVE 'Y' TO WS-PAYRULE-EOF-SW
017820             NOT AT END
017830                 IF PR-CLASS = SPACES
017840                         OR PR-DAILY-OT-HOURS IS NOT NUMERIC
017850                         OR PR-WEEKLY-OT-HOURS IS NOT NUMERIC
017860                         OR NOT PR-OT-ELIGIBLE-VALID
017870                         OR NOT PR-ND-ELIGIBLE-VALID
017880                         OR NOT PR-HP-ELIGIBLE-VALID
017890                         OR NOT PR-MEAL-ELIGIBLE-VALID
017900                     DISPLAY "PAYBAL - INVALID PAYRULE "
017910                         "RECORD FOR CLASS " PR-CLASS
017920                     MOVE 16 TO RETURN-CODE
017930                     MOVE 'Y' TO WS-PAYRULE-EOF-SW
017940                 ELSE
017950                     IF WS-PRL-COUNT < WS-PRL-TABLE-SIZE
017960                         ADD 1 TO WS-PRL-COUNT
017970                         SET WS-PRL-IDX TO WS-PRL-COUNT
017980                         MOVE PR-CLASS TO WS-PRL-CLASS(WS-PRL-IDX)
017990                         MOVE PR-DAILY-OT-HOURS
018000                             TO WS-PRL-DAILY-OT-HOURS(WS-PRL-IDX)
018010                         MOVE PR-WEEKLY-OT-HOURS
018020                             TO WS-PRL-WEEKLY-OT-HOURS(WS-PRL-IDX)
018030                         MOVE PR-ELIGIBILITY-FLAGS
018040                             TO WS-PRL-FLAGS(WS-PRL-IDX)
018050                     ELSE
018060                         DISPLAY "PAYBAL - PAY-RULE "
018070                             "TABLE FULL AT " WS-PRL-TABLE-SIZE
018080                             " ENTRIES"
018090                         MOVE 16 TO RETURN-CODE
018100                         MOVE 'Y' TO WS-PAYRULE-EOF-SW
018110                     END-IF
018120                 END-IF
018130         END-READ
018140     END-PERFORM
018150     CLOSE PAY-RULE-FILE.
018160 1470-EXIT.
018170     EXIT.
018180*
018190*****************************************************************
018200*  7400-GET-PAY-RULE - SET THE WS-RULE FIELDS TO THE PAY RULES
018210*  OF THE BADGE IN WS-RULE-TEST-BADGE.  THE CLASS COMES OFF THE
018220*  EMPLOYEE MASTER WITH ONE KEYED READ, SKIPPED WHEN THE SAME
018230*  BADGE WAS THE LAST ONE LOOKED UP.  A BADGE NOT ON THE MASTER
018240*  OR WITH A BLANK CLASS GETS THE STANDARD RULES; SO DOES A
018250*  CLASS MISSING FROM THE PAYRULE TABLE, WITH A CONSOLE WARNING
018260*  SO PAYROLL ADDS IT.
018270*****************************************************************
018280 7400-GET-PAY-RULE.
018290     IF WS-RULE-TEST-BADGE = WS-RULE-BADGE-ID
018300         GO TO 7400-EXIT
018310     END-IF
018320     MOVE WS-RULE-TEST-BADGE TO WS-RULE-BADGE-ID
018330     PERFORM 7450-SET-STANDARD-RULE THRU 7450-EXIT
018340     MOVE WS-RULE-TEST-BADGE TO EMP-BADGE-ID
018350     READ EMPLOYEE-MASTER
018360         INVALID KEY
018370             GO TO 7400-EXIT
018380     END-READ
018390     IF EMP-PAY-RULE-CLASS = SPACES
018400         GO TO 7400-EXIT
018410     END-IF
018420     MOVE 'N' TO WS-PRL-FOUND-SW
018430     PERFORM VARYING WS-PRL-IDX FROM 1 BY 1
018440             UNTIL WS-PRL-IDX > WS-PRL-COUNT
018450                 OR WS-PRL-FOUND
018460         IF WS-PRL-CLASS(WS-PRL-IDX) = EMP-PAY-RULE-CLASS
018470             MOVE 'Y' TO WS-PRL-FOUND-SW
018480             MOVE WS-PRL-DAILY-OT-HOURS(WS-PRL-IDX)
018490                 TO WS-RULE-DAILY-OT-HOURS
018500             MOVE WS-PRL-WEEKLY-OT-HOURS(WS-PRL-IDX)
018510                 TO WS-RULE-WEEKLY-OT-HOURS
018520             MOVE WS-PRL-FLAGS(WS-PRL-IDX)(1:1) TO WS-RULE-OT-SW
018530             MOVE WS-PRL-FLAGS(WS-PRL-IDX)(2:1) TO WS-RULE-ND-SW
018540             MOVE WS-PRL-FLAGS(WS-PRL-IDX)(3:1) TO WS-RULE-HP-SW
018550             MOVE WS-PRL-FLAGS(WS-PRL-IDX)(4:1)
018560                 TO WS-RULE-MEAL-SW
018570         END-IF
018580     END-PERFORM
018590     IF NOT WS-PRL-FOUND
018600         DISPLAY "PAYBAL - PAY-RULE CLASS " EMP-PAY-RULE-CLASS
018610             " NOT ON PAYRULE, STANDARD RULES FOR BADGE "
018620             WS-RULE-TEST-BADGE
018630     END-IF.
018640 7400-EXIT.
018650     EXIT.
018660*
018670*****************************************************************
018680*  7450-SET-STANDARD-RULE - THE RULES A BADGE WITHOUT A CLASS OF
018690*  ITS OWN IS PAID UNDER: DAILY OVERTIME OVER 8 HOURS, WEEKLY
018700*  OVERTIME OVER 40, NIGHT DIFFERENTIAL, HOLIDAY PREMIUM AND THE
018710*  AUTOMATIC MEAL DEDUCTION.
018720*****************************************************************
018730 7450-SET-STANDARD-RULE.
018740     MOVE 8.00 TO WS-RULE-DAILY-OT-HOURS
018750     MOVE 40.00 TO WS-RULE-WEEKLY-OT-HOURS
018760     MOVE 'Y' TO WS-RULE-OT-SW
018770     MOVE 'Y' TO WS-RULE-ND-SW
018780     MOVE 'Y' TO WS-RULE-HP-SW
018790     MOVE 'Y' TO WS-RULE-MEAL-SW.
018800 7450-EXIT.
018810     EXIT.

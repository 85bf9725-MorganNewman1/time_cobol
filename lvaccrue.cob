000100 IDENTIFICATION DIVISION.
000110*
000120 PROGRAM-ID. LVACCRUE.
000130 AUTHOR. R J HENDERSON.
000140 INSTALLATION. PAYROLL SYSTEMS.
000150 DATE-WRITTEN. 2026-10-15.
000160 DATE-COMPILED.
000170*****************************************************************
000180*  LEAVE ACCRUAL AND BALANCE STATEMENT PROGRAM.
000190*  CREDITS EACH ACTIVE EMPLOYEE'S LEAVE BALANCES WITH THE HOURS
000200*  EARNED FOR EVERY PAY PERIOD ON THE PAYCAL CALENDAR THAT HAS
000210*  ENDED SINCE THE BALANCE WAS LAST ACCRUED, AT THE RATE AND UP
000220*  TO THE CAP THE LVACCPRM PARAMETER FILE SETS FOR THE
000230*  EMPLOYEE'S ACCRUAL GROUP, AND PRINTS EACH PERIOD'S BALANCE
000240*  STATEMENT -- OPENING BALANCE, HOURS ACCRUED, HOURS TAKEN AND
000250*  CLOSING BALANCE -- BEFORE OPENING THE NEXT PERIOD AT THE
000260*  CLOSING FIGURE.  LEAVEVAL DEBITS THE SAME BALANCES EACH NIGHT
000270*  AS LEAVE IS APPROVED.  THE UPDATED MASTER GOES TO A NEW DATA
000280*  SET THAT THE JCL COPIES BACK OVER THE LIVE LEAVEBAL.  A PERIOD
000290*  ALREADY CLOSED IS NEVER CLOSED AGAIN, SO A RERUN IS HARMLESS.
000291*  OPENING BALANCES AND CORRECTIONS PAYROLL KEYS TO THE LVADJ
000292*  FILE ARE APPLIED TO THE OPEN PERIOD BEFORE ANY PERIOD CLOSES
000293*  AND PRINTED AT THE HEAD OF THE STATEMENT.  THE RUN REFUSES TO
000294*  START WHILE A NIGHTLY TIMEBATC RUN STILL HAS ITS LEAVEBAL.NEW
000295*  TO COPY BACK (THE NIGHTPND MARKER), SINCE THAT COPY WOULD LAY
000296*  THE NIGHT'S STALE BALANCES OVER THIS RUN'S.
000300*****************************************************************
000310*  MODIFICATION HISTORY
000320*      DATE       INIT  DESCRIPTION
000330*      ---------- ----  -----------------------------------------
000340*      2026-10-15 RJH   ORIGINAL PROGRAM.
000350*****************************************************************
000360*
000370 ENVIRONMENT DIVISION.
000380*
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT PAY-CALENDAR-FILE ASSIGN TO "PAYCAL"
000420         ORGANIZATION IS SEQUENTIAL
000430         ACCESS MODE IS SEQUENTIAL
000440         FILE STATUS IS WS-PAYCAL-FILE-STATUS.
000450*
000460     SELECT ACCRUAL-PARM-FILE ASSIGN TO "LVACCPRM"
000470         ORGANIZATION IS SEQUENTIAL
000480         ACCESS MODE IS SEQUENTIAL
000490         FILE STATUS IS WS-LVPRM-FILE-STATUS.
000500*
000510     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS SEQUENTIAL
000540         RECORD KEY IS EMP-BADGE-ID
000550         FILE STATUS IS WS-EMPMAST-FILE-STATUS.
000560*
000570     SELECT LEAVE-BALANCE-FILE ASSIGN TO "LEAVEBAL"
000580         ORGANIZATION IS SEQUENTIAL
000590         ACCESS MODE IS SEQUENTIAL
000600         FILE STATUS IS WS-LVBAL-FILE-STATUS.
000610*
000620     SELECT NEW-LEAVE-BALANCE-FILE ASSIGN TO "LEAVEBLN"
000630         ORGANIZATION IS SEQUENTIAL
000640         ACCESS MODE IS SEQUENTIAL
000650         FILE STATUS IS WS-LVBLN-FILE-STATUS.
000651*
000652     SELECT LEAVE-ADJUSTMENT-FILE ASSIGN TO "LVADJ"
000653         ORGANIZATION IS SEQUENTIAL
000654         ACCESS MODE IS SEQUENTIAL
000655         FILE STATUS IS WS-LVADJ-FILE-STATUS.
000660*
000670     SELECT STATEMENT-REPORT-FILE ASSIGN TO "LVSTMT"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-LVSTMT-FILE-STATUS.
000691*
000692     SELECT NIGHT-PENDING-FILE ASSIGN TO "NIGHTPND"
000693         ORGANIZATION IS SEQUENTIAL
000694         ACCESS MODE IS SEQUENTIAL
000695         FILE STATUS IS WS-NIGHTPND-FILE-STATUS.
000700*
000710 DATA DIVISION.
000720*
000730 FILE SECTION.
000740*
000750 FD  PAY-CALENDAR-FILE
000760     RECORDING MODE IS F.
000770     COPY PAYCAL.
000780*
000790 FD  ACCRUAL-PARM-FILE
000800     RECORDING MODE IS F.
000810     COPY LVACCPRM.
000820*
000830 FD  EMPLOYEE-MASTER
000840     RECORDING MODE IS F.
000850     COPY EMPMAST.
000860*
000870 FD  LEAVE-BALANCE-FILE
000880     RECORDING MODE IS F.
000890     COPY LEAVEBAL.
000900*
000910 FD  NEW-LEAVE-BALANCE-FILE
000920     RECORDING MODE IS F.
000930     COPY LEAVEBAL
000940         REPLACING ==LEAVE-BALANCE-RECORD==
000950             BY ==NEW-LEAVE-BALANCE-RECORD==
000960         LEADING ==LB== BY ==LBN==.
000970*
000971 FD  LEAVE-ADJUSTMENT-FILE
000972     RECORDING MODE IS F.
000973     COPY LVADJ.
000974*
000980 FD  STATEMENT-REPORT-FILE
000990     RECORDING MODE IS F.
001000 01  LVSTMT-RECORD                   PIC X(80).
001010*
001011 FD  NIGHT-PENDING-FILE
001012     RECORDING MODE IS F.
001013     COPY NIGHTPND.
001014*
001020 WORKING-STORAGE SECTION.
001030*
001040*    FILE STATUS SWITCHES
001050*
001060 77  WS-PAYCAL-FILE-STATUS        PIC X(02) VALUE SPACES.
001070     88  WS-PAYCAL-FILE-OK                  VALUE '00'.
001080     88  WS-PAYCAL-FILE-NOT-FOUND           VALUE '35'.
001090 77  WS-LVPRM-FILE-STATUS         PIC X(02) VALUE SPACES.
001100     88  WS-LVPRM-FILE-OK                   VALUE '00'.
001110     88  WS-LVPRM-FILE-NOT-FOUND            VALUE '35'.
001120 77  WS-EMPMAST-FILE-STATUS       PIC X(02) VALUE SPACES.
001130     88  WS-EMPMAST-FILE-OK                 VALUE '00'.
001140     88  WS-EMPMAST-FILE-NOT-FOUND          VALUE '35'.
001150 77  WS-LVBAL-FILE-STATUS         PIC X(02) VALUE SPACES.
001160     88  WS-LVBAL-FILE-OK                   VALUE '00'.
001170     88  WS-LVBAL-FILE-NOT-FOUND            VALUE '35'.
001180 77  WS-LVBLN-FILE-STATUS         PIC X(02) VALUE SPACES.
001190     88  WS-LVBLN-FILE-OK                   VALUE '00'.
001200 77  WS-LVSTMT-FILE-STATUS        PIC X(02) VALUE SPACES.
001210     88  WS-LVSTMT-FILE-OK                  VALUE '00'.
001211 77  WS-LVADJ-FILE-STATUS         PIC X(02) VALUE SPACES.
001212     88  WS-LVADJ-FILE-OK                   VALUE '00'.
001213     88  WS-LVADJ-FILE-NOT-FOUND            VALUE '35'.
001214 77  WS-NIGHTPND-FILE-STATUS      PIC X(02) VALUE SPACES.
001215     88  WS-NIGHTPND-FILE-OK                VALUE '00'.
001216     88  WS-NIGHTPND-FILE-NOT-FOUND         VALUE '35'.
001220*
001230 77  WS-PAYCAL-EOF-SW             PIC X(01) VALUE 'N'.
001240     88  WS-PAYCAL-EOF                      VALUE 'Y'.
001250 77  WS-LVPRM-EOF-SW              PIC X(01) VALUE 'N'.
001260     88  WS-LVPRM-EOF                       VALUE 'Y'.
001270 77  WS-EMPMAST-EOF-SW            PIC X(01) VALUE 'N'.
001280     88  WS-EMPMAST-EOF                     VALUE 'Y'.
001290 77  WS-LVBAL-EOF-SW              PIC X(01) VALUE 'N'.
001300     88  WS-LVBAL-EOF                       VALUE 'Y'.
001301 77  WS-LVADJ-EOF-SW              PIC X(01) VALUE 'N'.
001302     88  WS-LVADJ-EOF                       VALUE 'Y'.
001303 77  WS-NIGHT-PENDING-SW          PIC X(01) VALUE 'N'.
001304     88  WS-NIGHT-PENDING                   VALUE 'Y'.
001305 77  WS-ADJ-HEADING-SW            PIC X(01) VALUE 'N'.
001306     88  WS-ADJ-HEADING-DONE                VALUE 'Y'.
001310*
001320*    RUN DATE, AND THE LATEST PAY PERIOD ENDED BEFORE IT -- THE
001330*    PERIOD THIS RUN ACCRUES THROUGH -- WITH THE PERIOD BEFORE
001340*    THAT, WHICH A NEWLY OPENED BALANCE IS TREATED AS ACCRUED
001350*    THROUGH SO IT EARNS THE LATEST PERIOD ONLY
001360*
001370 01  WS-RUN-DATE                   PIC 9(08) VALUE 0.
001380 01  WS-LATEST-CLOSED              PIC 9(08) VALUE 0.
001390 01  WS-PRIOR-CLOSED               PIC 9(08) VALUE 0.
001400 77  WS-LATEST-SLOT                PIC 9(04) VALUE 0.
001410*
001420*    PAY-PERIOD CALENDAR OF WEEK-ENDING DATES, LOADED FROM THE
001430*    PAY-CALENDAR-FILE IN ASCENDING DATE ORDER
001440*
001450 01  WS-PAY-CALENDAR-TABLE.
001460     05  WS-CAL-ENTRY OCCURS 53 TIMES
001470             INDEXED BY WS-CAL-IDX.
001480         10  WS-CAL-WEEK-END         PIC 9(08).
001490 77  WS-CAL-COUNT                  PIC 9(04) VALUE 0.
001500 77  WS-CAL-TABLE-SIZE             PIC 9(04) VALUE 53.
001510*
001520*    ACCRUAL RULES BY GROUP AND LEAVE TYPE FROM LVACCPRM
001530*
001540 01  WS-PRM-TABLE.
001550     05  WS-PRM-ENTRY OCCURS 100 TIMES
001560             INDEXED BY WS-PRM-IDX.
001570         10  WS-PRM-ACCRUAL-GROUP    PIC X(02).
001580         10  WS-PRM-LEAVE-TYPE       PIC X(01).
001590         10  WS-PRM-HOURS-PER-PERIOD PIC 9(02)V99.
001600         10  WS-PRM-MAXIMUM-BALANCE  PIC 9(04)V99.
001610 77  WS-PRM-COUNT                  PIC 9(04) VALUE 0.
001620 77  WS-PRM-TABLE-SIZE             PIC 9(04) VALUE 100.
001630 77  WS-RULE-FOUND-SW              PIC X(01) VALUE 'N'.
001640     88  WS-RULE-FOUND                        VALUE 'Y'.
001650*
001660*    EMPLOYEE MASTER LOADED INTO STORAGE, IN BADGE ORDER
001670*
001680 01  WS-EMP-TABLE.
001690     05  WS-EMP-ENTRY OCCURS 2000 TIMES
001700             INDEXED BY WS-EMP-IDX.
001710         10  WS-EMP-BADGE-ID         PIC X(05).
001720         10  WS-EMP-NAME             PIC X(25).
001730         10  WS-EMP-STATUS           PIC X(01).
001740         10  WS-EMP-ACCRUAL-GROUP    PIC X(02).
001750 77  WS-EMP-COUNT                  PIC 9(04) VALUE 0.
001760 77  WS-EMP-TABLE-SIZE             PIC 9(04) VALUE 2000.
001770*
001780*    LEAVE-BALANCE MASTER LOADED INTO STORAGE.  NEW BALANCES ARE
001790*    ADDED AT THE END; THE DONE SWITCH MARKS THE ENTRIES ALREADY
001800*    CLOSED SO ONE WHOSE BADGE IS OFF THE MASTER IS STILL CLOSED.
001810*
001820 01  WS-LBL-TABLE.
001830     05  WS-LBL-ENTRY OCCURS 6000 TIMES
001840             INDEXED BY WS-LBL-IDX.
001850         10  WS-LBL-EMPLOYEE-ID      PIC X(05).
001860         10  WS-LBL-LEAVE-TYPE       PIC X(01).
001870         10  WS-LBL-LAST-ACCRUAL     PIC 9(08).
001880         10  WS-LBL-OPENING-HOURS    PIC 9(04)V99.
001890         10  WS-LBL-TAKEN-HOURS      PIC 9(04)V99.
001900         10  WS-LBL-BALANCE-HOURS    PIC 9(04)V99.
001910         10  WS-LBL-DONE-SW          PIC X(01).
001920 77  WS-LBL-COUNT                  PIC 9(04) VALUE 0.
001930 77  WS-LBL-TABLE-SIZE             PIC 9(04) VALUE 6000.
001940 77  WS-LBL-FOUND-SW               PIC X(01) VALUE 'N'.
001950     88  WS-LBL-FOUND                         VALUE 'Y'.
001960*
001970*    THE BALANCE BEING CLOSED -- ITS EMPLOYEE'S NAME, STATUS AND
001980*    GROUP, AND THE RULE THAT APPLIES TO IT
001990*
002000 01  WS-CUR-NAME                   PIC X(25) VALUE SPACES.
002010 01  WS-CUR-STATUS                 PIC X(01) VALUE SPACES.
002020 01  WS-CUR-ACCRUAL-GROUP          PIC X(02) VALUE SPACES.
002030 01  WS-CUR-HOURS-PER-PERIOD       PIC 9(02)V99 VALUE 0.
002040 01  WS-CUR-MAXIMUM-BALANCE        PIC 9(04)V99 VALUE 0.
002050 77  WS-ELIGIBLE-SW                PIC X(01) VALUE 'N'.
002060     88  WS-ACCRUAL-ELIGIBLE                  VALUE 'Y'.
002070 01  WS-CAP-ROOM                   PIC 9(04)V99 VALUE 0.
002080 01  WS-ACCRUED-HOURS              PIC 9(04)V99 VALUE 0.
002090 01  WS-CLOSING-HOURS              PIC 9(04)V99 VALUE 0.
002100 01  WS-PREV-BADGE-ID              PIC X(05) VALUE SPACES.
002101*
002102*    THE LVADJ ADJUSTMENT BEING APPLIED -- THE SLOT OF ITS
002103*    BALANCE, THE ROOM LEFT UNDER THE FIELD SIZE, ITS SIGNED HOURS
002104*    FOR THE STATEMENT, AND WHY IT WAS REJECTED (SPACES IF NOT)
002105*
002106 77  WS-ADJ-SLOT                   PIC 9(04) VALUE 0.
002107 01  WS-ADJ-ROOM                   PIC 9(04)V99 VALUE 0.
002108 01  WS-ADJ-SIGNED-HOURS           PIC S9(04)V99 VALUE 0.
002109 01  WS-ADJ-REJECT-TEXT            PIC X(23) VALUE SPACES.
002110*
002120*    COUNTS AND TOTALS FOR THE END OF THE STATEMENT
002130*
002140 77  WS-OPENED-COUNT               PIC 9(07) VALUE 0.
002150 77  WS-PERIOD-LINE-COUNT          PIC 9(07) VALUE 0.
002160 77  WS-NO-RULE-COUNT              PIC 9(07) VALUE 0.
002170 77  WS-LBL-WRITE-COUNT            PIC 9(07) VALUE 0.
002171 77  WS-ADJ-APPLIED-COUNT          PIC 9(07) VALUE 0.
002172 77  WS-ADJ-REJECTED-COUNT         PIC 9(07) VALUE 0.
002180 01  WS-TOTAL-ACCRUED              PIC 9(07)V99 VALUE 0.
002190*
002200*    REPORT PRINT LINES
002210*
002220 01  WS-HEADING-LINE-1.
002230     05  FILLER                     PIC X(10) VALUE SPACES.
002240     05  FILLER                     PIC X(47)
002250             VALUE "LEAVE BALANCE STATEMENT FOR PERIODS THROUGH".
002260     05  HD-DATE                    PIC X(10).
002270 01  WS-HEADING-LINE-2.
002280     05  FILLER                     PIC X(06) VALUE "BADGE".
002290     05  FILLER                     PIC X(19) VALUE "NAME".
002300     05  FILLER                     PIC X(05) VALUE "TYPE".
002310     05  FILLER                     PIC X(10) VALUE "PERIOD END".
002320     05  FILLER                     PIC X(09) VALUE "  OPENING".
002330     05  FILLER                     PIC X(09) VALUE "  ACCRUED".
002340     05  FILLER                     PIC X(09) VALUE "    TAKEN".
002350     05  FILLER                     PIC X(09) VALUE "  CLOSING".
002360 01  WS-STATEMENT-LINE.
002370     05  SL-BADGE-ID                PIC X(05).
002380     05  FILLER                     PIC X(01) VALUE SPACES.
002390     05  SL-NAME                    PIC X(18).
002400     05  FILLER                     PIC X(01) VALUE SPACES.
002410     05  SL-LEAVE-TYPE              PIC X(04).
002420     05  FILLER                     PIC X(01) VALUE SPACES.
002430     05  SL-PERIOD-END              PIC X(10).
002440     05  FILLER                     PIC X(01) VALUE SPACES.
002450     05  SL-OPENING-HOURS           PIC ZZZZ9.99.
002460     05  FILLER                     PIC X(01) VALUE SPACES.
002470     05  SL-ACCRUED-HOURS           PIC ZZZZ9.99.
002480     05  FILLER                     PIC X(01) VALUE SPACES.
002490     05  SL-TAKEN-HOURS             PIC ZZZZ9.99.
002500     05  FILLER                     PIC X(01) VALUE SPACES.
002510     05  SL-CLOSING-HOURS           PIC ZZZZ9.99.
002511 01  WS-ADJUST-HEADING-LINE.
002512     05  FILLER                     PIC X(06) VALUE "BADGE".
002513     05  FILLER                     PIC X(19) VALUE "NAME".
002514     05  FILLER                     PIC X(05) VALUE "TYPE".
002515     05  FILLER                     PIC X(08) VALUE "  ADJUST".
002516     05  FILLER                     PIC X(09) VALUE "   BEFORE".
002517     05  FILLER                     PIC X(09) VALUE "    AFTER".
002518     05  FILLER                     PIC X(24) VALUE " REASON".
002520 01  WS-NONE-LINE.
002530     05  FILLER                     PIC X(40)
002540             VALUE "NO PAY PERIOD HAS ENDED BEFORE THE RUN".
002541 01  WS-ADJUST-TITLE-LINE.
002542     05  FILLER                     PIC X(44)
002543             VALUE "OPENING BALANCES AND ADJUSTMENTS FROM LVADJ".
002550 01  WS-COUNT-LINE.
002560     05  CL-LABEL                   PIC X(30).
002570     05  CL-COUNT                   PIC ZZZZZZ9.
002580 01  WS-HOURS-LINE.
002590     05  HL-LABEL                   PIC X(30).
002600     05  HL-HOURS                   PIC Z,ZZZ,ZZ9.99.
002610 01  WS-DATE-SPLIT.
002620     05  WS-SPLIT-YEAR              PIC 9(04).
002630     05  WS-SPLIT-MONTH             PIC 9(02).
002640     05  WS-SPLIT-DAY               PIC 9(02).
002650 01  WS-DATE-SPLIT-NUM REDEFINES WS-DATE-SPLIT
002660                                   PIC 9(08).
002670 01  WS-BLANK-LINE                 PIC X(80) VALUE SPACES.
002671 01  WS-ADJUST-LINE.
002672     05  AL-BADGE-ID                PIC X(05).
002673     05  FILLER                     PIC X(01) VALUE SPACES.
002674     05  AL-NAME                    PIC X(18).
002675     05  FILLER                     PIC X(01) VALUE SPACES.
002676     05  AL-LEAVE-TYPE              PIC X(04).
002677     05  FILLER                     PIC X(01) VALUE SPACES.
002678     05  AL-ADJUST-HOURS            PIC ----9.99.
002679     05  FILLER                     PIC X(01) VALUE SPACES.
002680     05  AL-BEFORE-HOURS            PIC ZZZZ9.99.
002681     05  FILLER                     PIC X(01) VALUE SPACES.
002682     05  AL-AFTER-HOURS             PIC ZZZZ9.99.
002683     05  FILLER                     PIC X(01) VALUE SPACES.
002684     05  AL-REMARK                  PIC X(23).
002685*
002690 PROCEDURE DIVISION.
002700*
002710 0000-MAINLINE.
002720     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002730     IF RETURN-CODE = ZERO
002740         PERFORM 2000-OPEN-NEW-BALANCES THRU 2000-EXIT
002750     END-IF
002752     IF RETURN-CODE = ZERO
002754         PERFORM 2500-APPLY-ADJUSTMENTS THRU 2500-EXIT
002756     END-IF
002760     IF RETURN-CODE = ZERO
002770         PERFORM 3000-CLOSE-PERIODS THRU 3000-EXIT
002780     END-IF
002790     IF RETURN-CODE = ZERO
002800         PERFORM 4000-WRITE-NEW-MASTER THRU 4000-EXIT
002810     END-IF
002820     IF RETURN-CODE = ZERO
002830         PERFORM 5000-PRINT-TOTALS THRU 5000-EXIT
002840     END-IF
002850     PERFORM 9000-TERMINATE THRU 9000-EXIT
002860     STOP RUN.
002870*
002880*****************************************************************
002890*  1000-INITIALIZE - REFUSE TO RUN WHILE A NIGHTLY LEAVEBAL COPY
002900*  IS PENDING, OPEN THE STATEMENT, LOAD THE PAY CALENDAR, ACCRUAL
002910*  RULES, EMPLOYEE MASTER AND LEAVE-BALANCE MASTER, AND PRINT THE
002911*  HEADINGS.
002920*****************************************************************
002930 1000-INITIALIZE.
002940     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002942     PERFORM 1050-CHECK-NIGHT-PENDING THRU 1050-EXIT
002944     IF RETURN-CODE NOT = ZERO
002946         GO TO 1000-EXIT
002948     END-IF
002950     OPEN OUTPUT STATEMENT-REPORT-FILE
002960     IF NOT WS-LVSTMT-FILE-OK
002970         DISPLAY "LVACCRUE - UNABLE TO OPEN STATEMENT FILE"
002980         MOVE 16 TO RETURN-CODE
002990         GO TO 1000-EXIT
003000     END-IF
003010     PERFORM 1100-LOAD-PAY-CALENDAR THRU 1100-EXIT
003020     IF RETURN-CODE = ZERO
003030         PERFORM 1150-FIND-LATEST-PERIOD THRU 1150-EXIT
003040         PERFORM 1200-LOAD-ACCRUAL-PARMS THRU 1200-EXIT
003050     END-IF
003060     IF RETURN-CODE = ZERO
003070         PERFORM 1300-LOAD-EMPLOYEE-MASTER THRU 1300-EXIT
003080     END-IF
003090     IF RETURN-CODE = ZERO
003100         PERFORM 1400-LOAD-LEAVE-BALANCES THRU 1400-EXIT
003110     END-IF
003120     IF RETURN-CODE = ZERO
003130         PERFORM 1500-PRINT-HEADINGS THRU 1500-EXIT
003140     END-IF.
003150 1000-EXIT.
003160     EXIT.
003170*
003180*****************************************************************
003190*  1100-LOAD-PAY-CALENDAR - LOAD THE WEEK-ENDING DATES FROM THE
003200*  PAY-CALENDAR-FILE INTO THE CALENDAR TABLE.  A MISSING OR
003210*  EMPTY CALENDAR FAILS THE STEP -- THERE IS NO PERIOD TO ACCRUE.
003220*****************************************************************
003230 1100-LOAD-PAY-CALENDAR.
003240     MOVE 0 TO WS-CAL-COUNT
003250     MOVE 'N' TO WS-PAYCAL-EOF-SW
003260     OPEN INPUT PAY-CALENDAR-FILE
003270     IF WS-PAYCAL-FILE-NOT-FOUND
003280         DISPLAY "LVACCRUE - NO PAY-CALENDAR-FILE ON FILE"
003290         MOVE 16 TO RETURN-CODE
003300         GO TO 1100-EXIT
003310     END-IF
003320     IF NOT WS-PAYCAL-FILE-OK
003330         DISPLAY "LVACCRUE - UNABLE TO OPEN PAY-CALENDAR-FILE"
003340         MOVE 16 TO RETURN-CODE
003350         GO TO 1100-EXIT
003360     END-IF
003370     PERFORM UNTIL WS-PAYCAL-EOF
003380         READ PAY-CALENDAR-FILE
003390             AT END
003400                 MOVE 'Y' TO WS-PAYCAL-EOF-SW
003410             NOT AT END
003420                 IF WS-CAL-COUNT < WS-CAL-TABLE-SIZE
003430                     ADD 1 TO WS-CAL-COUNT
003440                     SET WS-CAL-IDX TO WS-CAL-COUNT
003450                     MOVE CAL-WEEK-END-DATE
003460                         TO WS-CAL-WEEK-END(WS-CAL-IDX)
003470                 ELSE
003480                     DISPLAY "LVACCRUE - PAY CALENDAR TABLE "
003490                         "FULL AT " WS-CAL-TABLE-SIZE " ENTRIES"
003500                     MOVE 16 TO RETURN-CODE
003510                     MOVE 'Y' TO WS-PAYCAL-EOF-SW
003520                 END-IF
003530         END-READ
003540     END-PERFORM
003550     CLOSE PAY-CALENDAR-FILE
003560     IF WS-CAL-COUNT = 0 AND RETURN-CODE = ZERO
003570         DISPLAY "LVACCRUE - PAY-CALENDAR-FILE IS EMPTY"
003580         MOVE 16 TO RETURN-CODE
003590     END-IF.
003600 1100-EXIT.
003610     EXIT.
003620*
003630*****************************************************************
003640*  1150-FIND-LATEST-PERIOD - FIND THE LAST WEEK-ENDING DATE
003650*  BEFORE THE RUN DATE (A PERIOD ENDING TODAY IS STILL OPEN) AND
003660*  THE ONE BEFORE IT.  NONE YET MEANS NOTHING TO ACCRUE.
003670*****************************************************************
003680 1150-FIND-LATEST-PERIOD.
003690     MOVE 0 TO WS-LATEST-CLOSED
003700     MOVE 0 TO WS-PRIOR-CLOSED
003710     MOVE 0 TO WS-LATEST-SLOT
003720     PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
003730             UNTIL WS-CAL-IDX > WS-CAL-COUNT
003740         IF WS-CAL-WEEK-END(WS-CAL-IDX) < WS-RUN-DATE
003750             MOVE WS-CAL-WEEK-END(WS-CAL-IDX) TO WS-LATEST-CLOSED
003760             SET WS-LATEST-SLOT TO WS-CAL-IDX
003770         END-IF
003780     END-PERFORM
003790     IF WS-LATEST-SLOT > 1
003800         SET WS-CAL-IDX TO WS-LATEST-SLOT
003810         SET WS-CAL-IDX DOWN BY 1
003820         MOVE WS-CAL-WEEK-END(WS-CAL-IDX) TO WS-PRIOR-CLOSED
003830     END-IF
003840     IF WS-LATEST-CLOSED = 0
003850         DISPLAY "LVACCRUE - NO PAY PERIOD HAS ENDED YET"
003860     END-IF.
003870 1150-EXIT.
003880     EXIT.
003890*
003900*****************************************************************
003910*  1200-LOAD-ACCRUAL-PARMS - LOAD THE ACCRUAL RULES FROM
003920*  LVACCPRM.  A RECORD WITH A BAD LEAVE TYPE OR FIGURES IS
003930*  REPORTED AND SKIPPED; A MISSING FILE, OR ONE WITH NO GOOD
003940*  RULE, FAILS THE STEP RATHER THAN ACCRUING NOTHING FOR ANYONE.
003950*****************************************************************
003960 1200-LOAD-ACCRUAL-PARMS.
003970     MOVE 0 TO WS-PRM-COUNT
003980     MOVE 'N' TO WS-LVPRM-EOF-SW
003990     OPEN INPUT ACCRUAL-PARM-FILE
004000     IF WS-LVPRM-FILE-NOT-FOUND
004010         DISPLAY "LVACCRUE - NO LVACCPRM PARAMETER FILE"
004020         MOVE 16 TO RETURN-CODE
004030         GO TO 1200-EXIT
004040     END-IF
004050     IF NOT WS-LVPRM-FILE-OK
004060         DISPLAY "LVACCRUE - UNABLE TO OPEN LVACCPRM, STATUS "
004070             WS-LVPRM-FILE-STATUS
004080         MOVE 16 TO RETURN-CODE
004090         GO TO 1200-EXIT
004100     END-IF
004110     PERFORM UNTIL WS-LVPRM-EOF
004120         READ ACCRUAL-PARM-FILE
004130             AT END
004140                 MOVE 'Y' TO WS-LVPRM-EOF-SW
004150             NOT AT END
004160                 IF LA-ACCRUAL-GROUP = SPACES
004170                         OR NOT LA-TYPE-VALID
004180                         OR LA-HOURS-PER-PERIOD NOT NUMERIC
004190                         OR LA-MAXIMUM-BALANCE NOT NUMERIC
004200                     DISPLAY "LVACCRUE - LVACCPRM RECORD IGNORED "
004210                         "FOR GROUP " LA-ACCRUAL-GROUP
004220                         " TYPE " LA-LEAVE-TYPE
004230                 ELSE
004240                     IF WS-PRM-COUNT < WS-PRM-TABLE-SIZE
004250                         ADD 1 TO WS-PRM-COUNT
004260                         SET WS-PRM-IDX TO WS-PRM-COUNT
004270                         MOVE LA-ACCRUAL-GROUP
004280                             TO WS-PRM-ACCRUAL-GROUP(WS-PRM-IDX)
004290                         MOVE LA-LEAVE-TYPE
004300                             TO WS-PRM-LEAVE-TYPE(WS-PRM-IDX)
004310                         MOVE LA-HOURS-PER-PERIOD
004320                           TO WS-PRM-HOURS-PER-PERIOD(WS-PRM-IDX)
004330                         MOVE LA-MAXIMUM-BALANCE
004340                             TO WS-PRM-MAXIMUM-BALANCE(WS-PRM-IDX)
004350                     ELSE
004360                         DISPLAY "LVACCRUE - ACCRUAL RULE TABLE"
004370                             " FULL AT " WS-PRM-TABLE-SIZE
004380                             " ENTRIES"
004390                         MOVE 16 TO RETURN-CODE
004400                         MOVE 'Y' TO WS-LVPRM-EOF-SW
004410                     END-IF
004420                 END-IF
004430         END-READ
004440     END-PERFORM
004450     CLOSE ACCRUAL-PARM-FILE
004460     IF WS-PRM-COUNT = 0 AND RETURN-CODE = ZERO
004470         DISPLAY "LVACCRUE - NO VALID ACCRUAL RULE IN LVACCPRM"
004480         MOVE 16 TO RETURN-CODE
004490     END-IF.
004500 1200-EXIT.
004510     EXIT.
004520*
004530*****************************************************************
004540*  1300-LOAD-EMPLOYEE-MASTER - LOAD EVERY BADGE WITH ITS NAME,
004550*  STATUS AND ACCRUAL GROUP INTO THE EMPLOYEE TABLE.
004560*****************************************************************
004570 1300-LOAD-EMPLOYEE-MASTER.
004580     MOVE 0 TO WS-EMP-COUNT
004590     MOVE 'N' TO WS-EMPMAST-EOF-SW
004600     OPEN INPUT EMPLOYEE-MASTER
004610     IF WS-EMPMAST-FILE-NOT-FOUND
004620         DISPLAY "LVACCRUE - NO EMPLOYEE-MASTER ON FILE"
004630         MOVE 16 TO RETURN-CODE
004640         GO TO 1300-EXIT
004650     END-IF
004660     PERFORM UNTIL WS-EMPMAST-EOF
004670         READ EMPLOYEE-MASTER
004680             AT END
004690                 MOVE 'Y' TO WS-EMPMAST-EOF-SW
004700             NOT AT END
004710                 IF WS-EMP-COUNT < WS-EMP-TABLE-SIZE
004720                     ADD 1 TO WS-EMP-COUNT
004730                     SET WS-EMP-IDX TO WS-EMP-COUNT
004740                     MOVE EMP-BADGE-ID
004750                         TO WS-EMP-BADGE-ID(WS-EMP-IDX)
004760                     MOVE EMP-NAME
004770                         TO WS-EMP-NAME(WS-EMP-IDX)
004780                     MOVE EMP-STATUS
004790                         TO WS-EMP-STATUS(WS-EMP-IDX)
004800                     MOVE EMP-ACCRUAL-GROUP
004810                         TO WS-EMP-ACCRUAL-GROUP(WS-EMP-IDX)
004820                 ELSE
004830                     DISPLAY "LVACCRUE - EMPLOYEE TABLE FULL AT "
004840                         WS-EMP-TABLE-SIZE " ENTRIES"
004850                     MOVE 16 TO RETURN-CODE
004860                     MOVE 'Y' TO WS-EMPMAST-EOF-SW
004870                 END-IF
004880         END-READ
004890     END-PERFORM
004900     CLOSE EMPLOYEE-MASTER.
004910 1300-EXIT.
004920     EXIT.
004930*
004940*****************************************************************
004950*  1400-LOAD-LEAVE-BALANCES - LOAD THE CURRENT LEAVE-BALANCE
004960*  MASTER INTO THE BALANCE TABLE.  A MISSING MASTER IS THE FIRST
004970*  ACCRUAL RUN AND STARTS FROM AN EMPTY TABLE.
004980*****************************************************************
004990 1400-LOAD-LEAVE-BALANCES.
005000     MOVE 0 TO WS-LBL-COUNT
005010     MOVE 'N' TO WS-LVBAL-EOF-SW
005020     OPEN INPUT LEAVE-BALANCE-FILE
005030     IF WS-LVBAL-FILE-NOT-FOUND
005040         DISPLAY "LVACCRUE - NO EXISTING LEAVE-BALANCE MASTER, "
005050             "FIRST-TIME LOAD"
005060         GO TO 1400-EXIT
005070     END-IF
005080     PERFORM UNTIL WS-LVBAL-EOF
005090         READ LEAVE-BALANCE-FILE
005100             AT END
005110                 MOVE 'Y' TO WS-LVBAL-EOF-SW
005120             NOT AT END
005130                 IF WS-LBL-COUNT < WS-LBL-TABLE-SIZE
005140                     ADD 1 TO WS-LBL-COUNT
005150                     SET WS-LBL-IDX TO WS-LBL-COUNT
005160                     MOVE LB-EMPLOYEE-ID
005170                         TO WS-LBL-EMPLOYEE-ID(WS-LBL-IDX)
005180                     MOVE LB-LEAVE-TYPE
005190                         TO WS-LBL-LEAVE-TYPE(WS-LBL-IDX)
005200                     MOVE LB-LAST-ACCRUAL-DATE
005210                         TO WS-LBL-LAST-ACCRUAL(WS-LBL-IDX)
005220                     MOVE LB-OPENING-HOURS
005230                         TO WS-LBL-OPENING-HOURS(WS-LBL-IDX)
005240                     MOVE LB-TAKEN-HOURS
005250                         TO WS-LBL-TAKEN-HOURS(WS-LBL-IDX)
005260                     MOVE LB-BALANCE-HOURS
005270                         TO WS-LBL-BALANCE-HOURS(WS-LBL-IDX)
005280                     MOVE 'N' TO WS-LBL-DONE-SW(WS-LBL-IDX)
005290                 ELSE
005300                     DISPLAY "LVACCRUE - BALANCE TABLE FULL AT "
005310                         WS-LBL-TABLE-SIZE " ENTRIES"
005320                     MOVE 16 TO RETURN-CODE
005330                     MOVE 'Y' TO WS-LVBAL-EOF-SW
005340                 END-IF
005350         END-READ
005360     END-PERFORM
005370     CLOSE LEAVE-BALANCE-FILE.
005380 1400-EXIT.
005390     EXIT.
005400*
005410*****************************************************************
005420*  1500-PRINT-HEADINGS - PRINT THE STATEMENT TITLE, DATED WITH
005430*  THE LATEST PAY PERIOD THE RUN ACCRUES THROUGH.  THE COLUMN
005431*  HEADINGS PRINT AHEAD OF THE PERIOD LINES, AFTER ANY LVADJ ONES.
005440*****************************************************************
005450 1500-PRINT-HEADINGS.
005460     MOVE SPACES TO HD-DATE
005470     IF WS-LATEST-CLOSED NOT = 0
005480         MOVE WS-LATEST-CLOSED TO WS-DATE-SPLIT-NUM
005490         STRING WS-SPLIT-YEAR    DELIMITED BY SIZE
005500                "-"              DELIMITED BY SIZE
005510                WS-SPLIT-MONTH   DELIMITED BY SIZE
005520                "-"              DELIMITED BY SIZE
005530                WS-SPLIT-DAY     DELIMITED BY SIZE
005540             INTO HD-DATE
005550     END-IF
005560     WRITE LVSTMT-RECORD FROM WS-HEADING-LINE-1
005570     WRITE LVSTMT-RECORD FROM WS-BLANK-LINE.
005590 1500-EXIT.
005600     EXIT.
005610*
005620*****************************************************************
005630*  2000-OPEN-NEW-BALANCES - GIVE EVERY ACTIVE BADGE WITH AN
005640*  ACCRUAL GROUP A BALANCE RECORD FOR EACH LEAVE TYPE ITS GROUP
005650*  HAS A RULE FOR, WHERE IT HAS NONE YET.  A NEW RECORD STARTS
005660*  AT ZERO HOURS -- AN OPENING BALANCE BROUGHT OVER COMES IN ON
005661*  LVADJ AND IS ADDED BY 2500 -- ACCRUED THROUGH THE PERIOD
005670*  BEFORE THE LATEST, SO A NEW HIRE EARNS THE LATEST PERIOD AND
005671*  NOTHING EARLIER.
005680*****************************************************************
005690 2000-OPEN-NEW-BALANCES.
005700     IF WS-LATEST-CLOSED = 0
005710         GO TO 2000-EXIT
005720     END-IF
005730     PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
005740             UNTIL WS-EMP-IDX > WS-EMP-COUNT
005750                 OR RETURN-CODE NOT = ZERO
005760         IF WS-EMP-STATUS(WS-EMP-IDX) = 'A'
005770                 AND WS-EMP-ACCRUAL-GROUP(WS-EMP-IDX) NOT = SPACES
005780             PERFORM 2100-OPEN-EMPLOYEE-BALANCES THRU 2100-EXIT
005790         END-IF
005800     END-PERFORM.
005810 2000-EXIT.
005820     EXIT.
005830*
005840*****************************************************************
005850*  2100-OPEN-EMPLOYEE-BALANCES - OPEN THE MISSING BALANCES FOR
005860*  ONE EMPLOYEE.  A GROUP WITH NO RULE AT ALL IS REPORTED -- THE
005870*  BADGE WAS GIVEN A GROUP PAYROLL HAS NOT SET UP.
005880*****************************************************************
005890 2100-OPEN-EMPLOYEE-BALANCES.
005900     MOVE 'N' TO WS-RULE-FOUND-SW
005910     PERFORM VARYING WS-PRM-IDX FROM 1 BY 1
005920             UNTIL WS-PRM-IDX > WS-PRM-COUNT
005930                 OR RETURN-CODE NOT = ZERO
005940         IF WS-PRM-ACCRUAL-GROUP(WS-PRM-IDX)
005950                 = WS-EMP-ACCRUAL-GROUP(WS-EMP-IDX)
005960             MOVE 'Y' TO WS-RULE-FOUND-SW
005970             PERFORM 2200-OPEN-ONE-BALANCE THRU 2200-EXIT
005980         END-IF
005990     END-PERFORM
006000     IF NOT WS-RULE-FOUND
006010         DISPLAY "LVACCRUE - NO LVACCPRM RULE FOR GROUP "
006020             WS-EMP-ACCRUAL-GROUP(WS-EMP-IDX) " OF BADGE "
006030             WS-EMP-BADGE-ID(WS-EMP-IDX)
006040         ADD 1 TO WS-NO-RULE-COUNT
006050     END-IF.
006060 2100-EXIT.
006070     EXIT.
006080*
006090*****************************************************************
006100*  2200-OPEN-ONE-BALANCE - ADD A ZERO BALANCE FOR THE EMPLOYEE
006110*  AND THE RULE'S LEAVE TYPE UNLESS ONE IS ALREADY ON FILE.
006111*  ANY OPENING HOURS BROUGHT OVER ARE ADDED FROM LVADJ BY 2500.
006120*****************************************************************
006130 2200-OPEN-ONE-BALANCE.
006140     MOVE 'N' TO WS-LBL-FOUND-SW
006150     PERFORM VARYING WS-LBL-IDX FROM 1 BY 1
006160             UNTIL WS-LBL-IDX > WS-LBL-COUNT
006170                 OR WS-LBL-FOUND
006180         IF WS-LBL-EMPLOYEE-ID(WS-LBL-IDX)
006190                 = WS-EMP-BADGE-ID(WS-EMP-IDX)
006200                 AND WS-LBL-LEAVE-TYPE(WS-LBL-IDX)
006210                     = WS-PRM-LEAVE-TYPE(WS-PRM-IDX)
006220             MOVE 'Y' TO WS-LBL-FOUND-SW
006230         END-IF
006240     END-PERFORM
006250     IF WS-LBL-FOUND
006260         GO TO 2200-EXIT
006270     END-IF
006280     IF WS-LBL-COUNT NOT < WS-LBL-TABLE-SIZE
006290         DISPLAY "LVACCRUE - BALANCE TABLE FULL AT "
006300             WS-LBL-TABLE-SIZE " ENTRIES"
006310         MOVE 16 TO RETURN-CODE
006320         GO TO 2200-EXIT
006330     END-IF
006340     ADD 1 TO WS-LBL-COUNT
006350     SET WS-LBL-IDX TO WS-LBL-COUNT
006360     MOVE WS-EMP-BADGE-ID(WS-EMP-IDX)
006370         TO WS-LBL-EMPLOYEE-ID(WS-LBL-IDX)
006380     MOVE WS-PRM-LEAVE-TYPE(WS-PRM-IDX)
006390         TO WS-LBL-LEAVE-TYPE(WS-LBL-IDX)
006400     MOVE WS-PRIOR-CLOSED TO WS-LBL-LAST-ACCRUAL(WS-LBL-IDX)
006410     MOVE 0 TO WS-LBL-OPENING-HOURS(WS-LBL-IDX)
006420     MOVE 0 TO WS-LBL-TAKEN-HOURS(WS-LBL-IDX)
006430     MOVE 0 TO WS-LBL-BALANCE-HOURS(WS-LBL-IDX)
006440     MOVE 'N' TO WS-LBL-DONE-SW(WS-LBL-IDX)
006450     ADD 1 TO WS-OPENED-COUNT.
006460 2200-EXIT.
006470     EXIT.
006480*
006490*****************************************************************
006500*  3000-CLOSE-PERIODS - CLOSE EVERY ENDED PERIOD ON EVERY
006510*  BALANCE, EMPLOYEE BY EMPLOYEE IN BADGE ORDER SO EACH
006520*  EMPLOYEE'S STATEMENT LINES PRINT TOGETHER.  A BALANCE WHOSE
006530*  BADGE IS NO LONGER ON THE MASTER IS CLOSED LAST, WITH NO
006540*  ACCRUAL.
006550*****************************************************************
006560 3000-CLOSE-PERIODS.
006561     WRITE LVSTMT-RECORD FROM WS-HEADING-LINE-2
006570     IF WS-LATEST-CLOSED = 0
006580         WRITE LVSTMT-RECORD FROM WS-NONE-LINE
006590         GO TO 3000-EXIT
006600     END-IF
006610     PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
006620             UNTIL WS-EMP-IDX > WS-EMP-COUNT
006630         MOVE WS-EMP-NAME(WS-EMP-IDX) TO WS-CUR-NAME
006640         MOVE WS-EMP-STATUS(WS-EMP-IDX) TO WS-CUR-STATUS
006650         MOVE WS-EMP-ACCRUAL-GROUP(WS-EMP-IDX)
006660             TO WS-CUR-ACCRUAL-GROUP
006670         PERFORM VARYING WS-LBL-IDX FROM 1 BY 1
006680                 UNTIL WS-LBL-IDX > WS-LBL-COUNT
006690             IF WS-LBL-EMPLOYEE-ID(WS-LBL-IDX)
006700                     = WS-EMP-BADGE-ID(WS-EMP-IDX)
006710                 PERFORM 3100-CLOSE-ONE-BALANCE THRU 3100-EXIT
006720             END-IF
006730         END-PERFORM
006740     END-PERFORM
006750     MOVE "NOT ON EMPLOYEE MASTER" TO WS-CUR-NAME
006760     MOVE SPACES TO WS-CUR-STATUS
006770     MOVE SPACES TO WS-CUR-ACCRUAL-GROUP
006780     PERFORM VARYING WS-LBL-IDX FROM 1 BY 1
006790             UNTIL WS-LBL-IDX > WS-LBL-COUNT
006800         IF WS-LBL-DONE-SW(WS-LBL-IDX) NOT = 'Y'
006810             PERFORM 3100-CLOSE-ONE-BALANCE THRU 3100-EXIT
006820         END-IF
006830     END-PERFORM.
006840 3000-EXIT.
006850     EXIT.
006860*
006870*****************************************************************
006880*  3100-CLOSE-ONE-BALANCE - LOOK UP THE RULE FOR THE BALANCE'S
006890*  GROUP AND LEAVE TYPE -- ONLY AN ACTIVE EMPLOYEE ACCRUES -- AND
006900*  CLOSE EACH PERIOD ENDED SINCE THE BALANCE WAS LAST ACCRUED.
006910*****************************************************************
006920 3100-CLOSE-ONE-BALANCE.
006930     MOVE 'Y' TO WS-LBL-DONE-SW(WS-LBL-IDX)
006940     MOVE 'N' TO WS-ELIGIBLE-SW
006950     MOVE 0 TO WS-CUR-HOURS-PER-PERIOD
006960     MOVE 0 TO WS-CUR-MAXIMUM-BALANCE
006970     IF WS-CUR-STATUS = 'A' AND WS-CUR-ACCRUAL-GROUP NOT = SPACES
006980         PERFORM VARYING WS-PRM-IDX FROM 1 BY 1
006990                 UNTIL WS-PRM-IDX > WS-PRM-COUNT
007000                     OR WS-ACCRUAL-ELIGIBLE
007010             IF WS-PRM-ACCRUAL-GROUP(WS-PRM-IDX)
007020                     = WS-CUR-ACCRUAL-GROUP
007030                     AND WS-PRM-LEAVE-TYPE(WS-PRM-IDX)
007040                         = WS-LBL-LEAVE-TYPE(WS-LBL-IDX)
007050                 MOVE 'Y' TO WS-ELIGIBLE-SW
007060                 MOVE WS-PRM-HOURS-PER-PERIOD(WS-PRM-IDX)
007070                     TO WS-CUR-HOURS-PER-PERIOD
007080                 MOVE WS-PRM-MAXIMUM-BALANCE(WS-PRM-IDX)
007090                     TO WS-CUR-MAXIMUM-BALANCE
007100             END-IF
007110         END-PERFORM
007120     END-IF
007130     PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
007140             UNTIL WS-CAL-IDX > WS-CAL-COUNT
007150         IF WS-CAL-WEEK-END(WS-CAL-IDX)
007160                 > WS-LBL-LAST-ACCRUAL(WS-LBL-IDX)
007170                 AND WS-CAL-WEEK-END(WS-CAL-IDX)
007180                     NOT > WS-LATEST-CLOSED
007190             PERFORM 3200-CLOSE-ONE-PERIOD THRU 3200-EXIT
007200         END-IF
007210     END-PERFORM.
007220 3100-EXIT.
007230     EXIT.
007240*
007250*****************************************************************
007260*  3200-CLOSE-ONE-PERIOD - CREDIT THE PERIOD'S ACCRUAL, HELD TO
007270*  THE GROUP'S CAP, PRINT THE PERIOD'S STATEMENT LINE, AND OPEN
007280*  THE NEXT PERIOD AT THE CLOSING BALANCE WITH NOTHING TAKEN.
007290*****************************************************************
007300 3200-CLOSE-ONE-PERIOD.
007310     MOVE 0 TO WS-ACCRUED-HOURS
007320     IF WS-ACCRUAL-ELIGIBLE
007330             AND WS-LBL-BALANCE-HOURS(WS-LBL-IDX)
007340                 < WS-CUR-MAXIMUM-BALANCE
007350         COMPUTE WS-CAP-ROOM = WS-CUR-MAXIMUM-BALANCE
007360             - WS-LBL-BALANCE-HOURS(WS-LBL-IDX)
007370         IF WS-CUR-HOURS-PER-PERIOD > WS-CAP-ROOM
007380             MOVE WS-CAP-ROOM TO WS-ACCRUED-HOURS
007390         ELSE
007400             MOVE WS-CUR-HOURS-PER-PERIOD TO WS-ACCRUED-HOURS
007410         END-IF
007420     END-IF
007430     COMPUTE WS-CLOSING-HOURS =
007440         WS-LBL-BALANCE-HOURS(WS-LBL-IDX) + WS-ACCRUED-HOURS
007450     PERFORM 3300-PRINT-STATEMENT-LINE THRU 3300-EXIT
007460     MOVE WS-CLOSING-HOURS TO WS-LBL-OPENING-HOURS(WS-LBL-IDX)
007470     MOVE WS-CLOSING-HOURS TO WS-LBL-BALANCE-HOURS(WS-LBL-IDX)
007480     MOVE 0 TO WS-LBL-TAKEN-HOURS(WS-LBL-IDX)
007490     MOVE WS-CAL-WEEK-END(WS-CAL-IDX)
007500         TO WS-LBL-LAST-ACCRUAL(WS-LBL-IDX)
007510     ADD WS-ACCRUED-HOURS TO WS-TOTAL-ACCRUED.
007520 3200-EXIT.
007530     EXIT.
007540*
007550*****************************************************************
007560*  3300-PRINT-STATEMENT-LINE - PRINT ONE BALANCE'S FIGURES FOR
007570*  THE PERIOD BEING CLOSED, WITH A BLANK LINE BETWEEN EMPLOYEES.
007580*****************************************************************
007590 3300-PRINT-STATEMENT-LINE.
007600     IF WS-LBL-EMPLOYEE-ID(WS-LBL-IDX) NOT = WS-PREV-BADGE-ID
007610             AND WS-PREV-BADGE-ID NOT = SPACES
007620         WRITE LVSTMT-RECORD FROM WS-BLANK-LINE
007630     END-IF
007640     MOVE WS-LBL-EMPLOYEE-ID(WS-LBL-IDX) TO WS-PREV-BADGE-ID
007650     MOVE WS-LBL-EMPLOYEE-ID(WS-LBL-IDX) TO SL-BADGE-ID
007660     MOVE WS-CUR-NAME TO SL-NAME
007670     EVALUATE WS-LBL-LEAVE-TYPE(WS-LBL-IDX)
007680         WHEN 'V'
007690             MOVE "VAC" TO SL-LEAVE-TYPE
007700         WHEN 'S'
007710             MOVE "SICK" TO SL-LEAVE-TYPE
007720         WHEN 'B'
007730             MOVE "BRV" TO SL-LEAVE-TYPE
007740         WHEN OTHER
007750             MOVE WS-LBL-LEAVE-TYPE(WS-LBL-IDX) TO SL-LEAVE-TYPE
007760     END-EVALUATE
007770     MOVE WS-CAL-WEEK-END(WS-CAL-IDX) TO WS-DATE-SPLIT-NUM
007780     STRING WS-SPLIT-YEAR    DELIMITED BY SIZE
007790            "-"              DELIMITED BY SIZE
007800            WS-SPLIT-MONTH   DELIMITED BY SIZE
007810            "-"              DELIMITED BY SIZE
007820            WS-SPLIT-DAY     DELIMITED BY SIZE
007830         INTO SL-PERIOD-END
007840     MOVE WS-LBL-OPENING-HOURS(WS-LBL-IDX) TO SL-OPENING-HOURS
007850     MOVE WS-ACCRUED-HOURS TO SL-ACCRUED-HOURS
007860     MOVE WS-LBL-TAKEN-HOURS(WS-LBL-IDX) TO SL-TAKEN-HOURS
007870     MOVE WS-CLOSING-HOURS TO SL-CLOSING-HOURS
007880     WRITE LVSTMT-RECORD FROM WS-STATEMENT-LINE
007890     ADD 1 TO WS-PERIOD-LINE-COUNT.
007900 3300-EXIT.
007910     EXIT.
007920*
007930*****************************************************************
007940*  4000-WRITE-NEW-MASTER - WRITE THE UPDATED BALANCE TABLE OUT
007950*  AS THE NEW MASTER DATA SET FOR THE JCL COPY STEP.
007960*****************************************************************
007970 4000-WRITE-NEW-MASTER.
007980     MOVE 0 TO WS-LBL-WRITE-COUNT
007990     OPEN OUTPUT NEW-LEAVE-BALANCE-FILE
008000     IF NOT WS-LVBLN-FILE-OK
008010         DISPLAY "LVACCRUE - UNABLE TO OPEN LEAVEBLN, STATUS "
008020             WS-LVBLN-FILE-STATUS
008030         MOVE 16 TO RETURN-CODE
008040         GO TO 4000-EXIT
008050     END-IF
008060     PERFORM VARYING WS-LBL-IDX FROM 1 BY 1
008070             UNTIL WS-LBL-IDX > WS-LBL-COUNT
008080         MOVE SPACES TO NEW-LEAVE-BALANCE-RECORD
008090         MOVE WS-LBL-EMPLOYEE-ID(WS-LBL-IDX) TO LBN-EMPLOYEE-ID
008100         MOVE WS-LBL-LEAVE-TYPE(WS-LBL-IDX) TO LBN-LEAVE-TYPE
008110         MOVE WS-LBL-LAST-ACCRUAL(WS-LBL-IDX)
008120             TO LBN-LAST-ACCRUAL-DATE
008130         MOVE WS-LBL-OPENING-HOURS(WS-LBL-IDX)
008140             TO LBN-OPENING-HOURS
008150         MOVE WS-LBL-TAKEN-HOURS(WS-LBL-IDX) TO LBN-TAKEN-HOURS
008160         MOVE WS-LBL-BALANCE-HOURS(WS-LBL-IDX)
008170             TO LBN-BALANCE-HOURS
008180         WRITE NEW-LEAVE-BALANCE-RECORD
008190         ADD 1 TO WS-LBL-WRITE-COUNT
008200     END-PERFORM
008210     CLOSE NEW-LEAVE-BALANCE-FILE.
008220 4000-EXIT.
008230     EXIT.
008240*
008250*****************************************************************
008260*  5000-PRINT-TOTALS - PRINT THE RUN'S COUNTS AND THE TOTAL
008270*  HOURS ACCRUED AT THE FOOT OF THE STATEMENT.
008280*****************************************************************
008290 5000-PRINT-TOTALS.
008300     WRITE LVSTMT-RECORD FROM WS-BLANK-LINE
008310     MOVE "BALANCE RECORDS OPENED:" TO CL-LABEL
008320     MOVE WS-OPENED-COUNT TO CL-COUNT
008330     WRITE LVSTMT-RECORD FROM WS-COUNT-LINE
008340     MOVE "PERIOD STATEMENT LINES:" TO CL-LABEL
008350     MOVE WS-PERIOD-LINE-COUNT TO CL-COUNT
008360     WRITE LVSTMT-RECORD FROM WS-COUNT-LINE
008370     MOVE "BADGES WITH NO ACCRUAL RULE:" TO CL-LABEL
008380     MOVE WS-NO-RULE-COUNT TO CL-COUNT
008390     WRITE LVSTMT-RECORD FROM WS-COUNT-LINE
008391     MOVE "LVADJ ADJUSTMENTS APPLIED:" TO CL-LABEL
008392     MOVE WS-ADJ-APPLIED-COUNT TO CL-COUNT
008393     WRITE LVSTMT-RECORD FROM WS-COUNT-LINE
008394     MOVE "LVADJ ADJUSTMENTS REJECTED:" TO CL-LABEL
008395     MOVE WS-ADJ-REJECTED-COUNT TO CL-COUNT
008396     WRITE LVSTMT-RECORD FROM WS-COUNT-LINE
008400     MOVE "TOTAL HOURS ACCRUED:" TO HL-LABEL
008410     MOVE WS-TOTAL-ACCRUED TO HL-HOURS
008420     WRITE LVSTMT-RECORD FROM WS-HOURS-LINE.
008430 5000-EXIT.
008440     EXIT.
008450*
008460*****************************************************************
008470*  9000-TERMINATE - CLOSE THE STATEMENT AND REPORT THE RUN'S
008480*  COUNTS.
008490*****************************************************************
008500 9000-TERMINATE.
008510     IF WS-LVSTMT-FILE-OK
008520         CLOSE STATEMENT-REPORT-FILE
008530     END-IF
008540     DISPLAY "LVACCRUE - BALANCE RECORDS OPENED : "
008550         WS-OPENED-COUNT
008560     DISPLAY "LVACCRUE - PERIOD STATEMENT LINES : "
008570         WS-PERIOD-LINE-COUNT
008572     DISPLAY "LVACCRUE - ADJUSTMENTS APPLIED    : "
008574         WS-ADJ-APPLIED-COUNT
008576     DISPLAY "LVACCRUE - ADJUSTMENTS REJECTED   : "
008578         WS-ADJ-REJECTED-COUNT
008580     DISPLAY "LVACCRUE - BALANCE RECORDS WRITTEN: "
008590         WS-LBL-WRITE-COUNT.
008600 9000-EXIT.
008610     EXIT.
008620*
008630*****************************************************************
008640*  1050-CHECK-NIGHT-PENDING - REFUSE TO RUN WHILE A NIGHTLY
008650*  TIMEBATC RUN HAS NOT YET COPIED ITS LEAVEBAL.NEW BACK -- A
008660*  NIGHT STILL RUNNING, FAILED, OR HELD BY THE TREND STEP.  ITS
008670*  COPYLBAL STEP WOULD LATER LAY THAT COPY, TAKEN BEFORE THIS
008680*  RUN, OVER THE ACCRUALS AND LAST-ACCRUED DATES WRITTEN HERE.
008690*  NIGHTPND CARRIES A CARD FOR EVERY SUCH NIGHT; AN EMPTY OR
008700*  MISSING MARKER MEANS NOTHING IS PENDING.
008710*****************************************************************
008720 1050-CHECK-NIGHT-PENDING.
008730     MOVE 'N' TO WS-NIGHT-PENDING-SW
008740     OPEN INPUT NIGHT-PENDING-FILE
008750     IF WS-NIGHTPND-FILE-NOT-FOUND
008760         GO TO 1050-EXIT
008770     END-IF
008780     IF NOT WS-NIGHTPND-FILE-OK
008790         DISPLAY "LVACCRUE - UNABLE TO OPEN NIGHTPND, STATUS "
008800             WS-NIGHTPND-FILE-STATUS
008810         MOVE 16 TO RETURN-CODE
008820         GO TO 1050-EXIT
008830     END-IF
008840     READ NIGHT-PENDING-FILE
008850         AT END
008860             MOVE 'N' TO WS-NIGHT-PENDING-SW
008870         NOT AT END
008880             MOVE 'Y' TO WS-NIGHT-PENDING-SW
008890     END-READ
008900     IF WS-NIGHT-PENDING
008910         DISPLAY "LVACCRUE - A NIGHTLY LEAVEBAL COPY-BACK IS "
008920             "STILL PENDING, RUN REFUSED"
008930         DISPLAY "LVACCRUE - NIGHTPND: " NP-JOB-NAME " "
008940             NP-DESCRIPTION
008950         DISPLAY "LVACCRUE - RERUN OR RELEASE THAT NIGHT, THEN "
008960             "RESUBMIT THIS JOB"
008970         MOVE 16 TO RETURN-CODE
008980     END-IF
008990     CLOSE NIGHT-PENDING-FILE.
009000 1050-EXIT.
009010     EXIT.
009020*
009030*****************************************************************
009040*  2500-APPLY-ADJUSTMENTS - APPLY THE OPENING BALANCES AND
009050*  CORRECTIONS PAYROLL KEYED TO LVADJ, IN FILE ORDER, TO THE OPEN
009060*  PERIOD OF EACH BALANCE BEFORE ANY PERIOD IS CLOSED, AND PRINT
009070*  EVERY RECORD AT THE HEAD OF THE STATEMENT.  NO FILE, OR AN
009080*  EMPTY ONE, IS THE USUAL RUN WITH NOTHING TO ADJUST.
009090*****************************************************************
009100 2500-APPLY-ADJUSTMENTS.
009110     MOVE 'N' TO WS-LVADJ-EOF-SW
009120     OPEN INPUT LEAVE-ADJUSTMENT-FILE
009130     IF WS-LVADJ-FILE-NOT-FOUND
009140         GO TO 2500-EXIT
009150     END-IF
009160     IF NOT WS-LVADJ-FILE-OK
009170         DISPLAY "LVACCRUE - UNABLE TO OPEN LVADJ, STATUS "
009180             WS-LVADJ-FILE-STATUS
009190         MOVE 16 TO RETURN-CODE
009200         GO TO 2500-EXIT
009210     END-IF
009220     PERFORM UNTIL WS-LVADJ-EOF
009230         READ LEAVE-ADJUSTMENT-FILE
009240             AT END
009250                 MOVE 'Y' TO WS-LVADJ-EOF-SW
009260             NOT AT END
009270                 PERFORM 2600-APPLY-ONE-ADJUSTMENT THRU 2600-EXIT
009280         END-READ
009290     END-PERFORM
009300     CLOSE LEAVE-ADJUSTMENT-FILE
009310     IF WS-ADJ-HEADING-DONE
009320         WRITE LVSTMT-RECORD FROM WS-BLANK-LINE
009330     END-IF.
009340 2500-EXIT.
009350     EXIT.
009360*
009370*****************************************************************
009380*  2600-APPLY-ONE-ADJUSTMENT - CHECK ONE ADJUSTMENT AND, IF IT IS
009390*  GOOD, ADD ITS HOURS TO (OR TAKE THEM OFF) BOTH THE OPENING AND
009400*  THE CURRENT BALANCE OF THE OPEN PERIOD, SO THE BALANCE STILL
009410*  EQUALS OPENING LESS TAKEN.  THE CAP IS NOT APPLIED -- A BALANCE
009420*  BROUGHT OVER ABOVE ITS GROUP'S CAP IS KEPT AND SIMPLY ACCRUES
009430*  NOTHING UNTIL IT FALLS BELOW IT.  THE LINE PRINTS EITHER WAY.
009440*****************************************************************
009450 2600-APPLY-ONE-ADJUSTMENT.
009460     IF NOT WS-ADJ-HEADING-DONE
009470         WRITE LVSTMT-RECORD FROM WS-ADJUST-TITLE-LINE
009480         WRITE LVSTMT-RECORD FROM WS-BLANK-LINE
009490         WRITE LVSTMT-RECORD FROM WS-ADJUST-HEADING-LINE
009500         MOVE 'Y' TO WS-ADJ-HEADING-SW
009510     END-IF
009520     MOVE SPACES TO WS-ADJUST-LINE
009530     MOVE LJ-EMPLOYEE-ID TO AL-BADGE-ID
009540     MOVE "NOT ON EMPLOYEE MASTER" TO WS-CUR-NAME
009550     PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
009560             UNTIL WS-EMP-IDX > WS-EMP-COUNT
009570         IF WS-EMP-BADGE-ID(WS-EMP-IDX) = LJ-EMPLOYEE-ID
009580             MOVE WS-EMP-NAME(WS-EMP-IDX) TO WS-CUR-NAME
009590         END-IF
009600     END-PERFORM
009610     MOVE WS-CUR-NAME TO AL-NAME
009620     EVALUATE LJ-LEAVE-TYPE
009630         WHEN 'V'
009640             MOVE "VAC" TO AL-LEAVE-TYPE
009650         WHEN 'S'
009660             MOVE "SICK" TO AL-LEAVE-TYPE
009670         WHEN 'B'
009680             MOVE "BRV" TO AL-LEAVE-TYPE
009690         WHEN OTHER
009700             MOVE LJ-LEAVE-TYPE TO AL-LEAVE-TYPE
009710     END-EVALUATE
009720     IF LJ-ADJUST-HOURS IS NUMERIC
009730         IF LJ-DEBIT
009740             COMPUTE WS-ADJ-SIGNED-HOURS = 0 - LJ-ADJUST-HOURS
009750         ELSE
009760             MOVE LJ-ADJUST-HOURS TO WS-ADJ-SIGNED-HOURS
009770         END-IF
009780         MOVE WS-ADJ-SIGNED-HOURS TO AL-ADJUST-HOURS
009790     END-IF
009800     PERFORM 2610-CHECK-ADJUSTMENT THRU 2610-EXIT
009810     IF WS-ADJ-REJECT-TEXT NOT = SPACES
009820         MOVE WS-ADJ-REJECT-TEXT TO AL-REMARK
009830         ADD 1 TO WS-ADJ-REJECTED-COUNT
009840     ELSE
009850         MOVE WS-LBL-BALANCE-HOURS(WS-LBL-IDX) TO AL-BEFORE-HOURS
009860         IF LJ-DEBIT
009870             SUBTRACT LJ-ADJUST-HOURS
009880                 FROM WS-LBL-OPENING-HOURS(WS-LBL-IDX)
009890             SUBTRACT LJ-ADJUST-HOURS
009900                 FROM WS-LBL-BALANCE-HOURS(WS-LBL-IDX)
009910         ELSE
009920             ADD LJ-ADJUST-HOURS
009925                 TO WS-LBL-OPENING-HOURS(WS-LBL-IDX)
009930             ADD LJ-ADJUST-HOURS
009935                 TO WS-LBL-BALANCE-HOURS(WS-LBL-IDX)
009940         END-IF
009950         MOVE WS-LBL-BALANCE-HOURS(WS-LBL-IDX) TO AL-AFTER-HOURS
009960         MOVE LJ-REASON TO AL-REMARK
009970         ADD 1 TO WS-ADJ-APPLIED-COUNT
009980     END-IF
009990     WRITE LVSTMT-RECORD FROM WS-ADJUST-LINE.
010000 2600-EXIT.
010010     EXIT.
010020*
010030*****************************************************************
010040*  2610-CHECK-ADJUSTMENT - REJECT AN ADJUSTMENT WITH A BAD LEAVE
010050*  TYPE, SIGN OR HOURS, ONE FOR A BALANCE NOT ON FILE (THE BADGE
010060*  IS NOT ACTIVE, OR ITS GROUP HAS NO RULE FOR THE TYPE), A DEBIT
010070*  THAT WOULD OVERDRAW THE BALANCE, AND A CREDIT THAT WOULD TAKE
010080*  IT PAST WHAT THE MASTER CAN HOLD.  A GOOD ONE LEAVES
010090*  WS-LBL-IDX ON ITS BALANCE.
010100*****************************************************************
010110 2610-CHECK-ADJUSTMENT.
010120     MOVE SPACES TO WS-ADJ-REJECT-TEXT
010130     IF NOT LJ-TYPE-VALID
010140             OR NOT (LJ-CREDIT OR LJ-DEBIT)
010150             OR LJ-ADJUST-HOURS NOT NUMERIC
010160         MOVE "REJECTED - BAD RECORD" TO WS-ADJ-REJECT-TEXT
010170         GO TO 2610-EXIT
010180     END-IF
010190     MOVE 'N' TO WS-LBL-FOUND-SW
010200     MOVE 0 TO WS-ADJ-SLOT
010210     PERFORM VARYING WS-LBL-IDX FROM 1 BY 1
010220             UNTIL WS-LBL-IDX > WS-LBL-COUNT
010230                 OR WS-LBL-FOUND
010240         IF WS-LBL-EMPLOYEE-ID(WS-LBL-IDX) = LJ-EMPLOYEE-ID
010250                 AND WS-LBL-LEAVE-TYPE(WS-LBL-IDX) = LJ-LEAVE-TYPE
010260             MOVE 'Y' TO WS-LBL-FOUND-SW
010270             SET WS-ADJ-SLOT TO WS-LBL-IDX
010280         END-IF
010290     END-PERFORM
010300     IF NOT WS-LBL-FOUND
010310         MOVE "REJECTED - NO BALANCE" TO WS-ADJ-REJECT-TEXT
010320         GO TO 2610-EXIT
010330     END-IF
010340     SET WS-LBL-IDX TO WS-ADJ-SLOT
010350     IF LJ-DEBIT
010360         IF LJ-ADJUST-HOURS > WS-LBL-BALANCE-HOURS(WS-LBL-IDX)
010370             MOVE "REJECTED - OVERDRAWS" TO WS-ADJ-REJECT-TEXT
010380         END-IF
010390     ELSE
010400         COMPUTE WS-ADJ-ROOM =
010410             9999.99 - WS-LBL-OPENING-HOURS(WS-LBL-IDX)
010420         IF LJ-ADJUST-HOURS > WS-ADJ-ROOM
010430             MOVE "REJECTED - OVER 9999.99" TO WS-ADJ-REJECT-TEXT
010440         END-IF
010450     END-IF.
010460 2610-EXIT.
010470     EXIT.

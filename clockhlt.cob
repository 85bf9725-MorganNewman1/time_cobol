000100 IDENTIFICATION DIVISION.
000110*
000120 PROGRAM-ID. CLOCKHLT.
000130 AUTHOR. R J HENDERSON.
000140 INSTALLATION. PAYROLL SYSTEMS.
000150 DATE-WRITTEN. 2026-10-15.
000160 DATE-COMPILED.
000170*****************************************************************
000180*  NIGHTLY TIME-CLOCK HEALTH REPORT.
000190*  READS THE PRIOR DAY'S PUNCH ATTEMPTS OFF THE AUDIT LOG AND
000200*  ITS PUNCHES OFF THE SORTED WORK-PUNCH-FILE AND SHOWS, FOR
000210*  EVERY TERMINAL ON THE TERMINAL MASTER, THE VOLUME BY HOUR OF
000220*  THE DAY.  EACH ACTIVE TERMINAL IS THEN HELD AGAINST THE SHIFT
000230*  MASTER: AN HOUR IN WHICH SHIFTS OF THE TERMINAL'S DEPARTMENT
000240*  WERE SCHEDULED TO START OR END -- SO PUNCHES WERE DUE AT ITS
000250*  CLOCK -- BUT THE TERMINAL RECORDED NOTHING AT ALL IS FLAGGED
000260*  SILENT, SO MAINTENANCE CAN LOOK AT THE CLOCK BEFORE THE NEXT
000270*  SHIFT'S PUNCHES GO MISSING TOO.  ACTIVITY LOGGED FROM A
000280*  TERMINAL ID NOT ON THE MASTER IS LISTED SEPARATELY.  THE
000290*  NIGHTLY JOB RUNS AFTER MIDNIGHT, SO THE DAY REPORTED ON IS THE
000300*  CALENDAR DAY BEFORE THE RUN DATE -- THE SAME CONVENTION THE
000310*  AUDITRPT AND ATTENDEX STEPS USE.  AN OVERNIGHT SHIFT'S OUT
000320*  FALLS ON THE NEXT CALENDAR DAY AND IS LEFT OUT, AS IN
000330*  ATTENDEX.
000340*****************************************************************
000350*  MODIFICATION HISTORY
000360*      DATE       INIT  DESCRIPTION
000370*      ---------- ----  -----------------------------------------
000380*      2026-10-15 RJH   ORIGINAL PROGRAM.
000390*****************************************************************
000400*
000410 ENVIRONMENT DIVISION.
000420*
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT TERMINAL-MASTER-FILE ASSIGN TO "TERMMAST"
000460         ORGANIZATION IS SEQUENTIAL
000470         ACCESS MODE IS SEQUENTIAL
000480         FILE STATUS IS WS-TERM-FILE-STATUS.
000490*
000500     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000510         ORGANIZATION IS SEQUENTIAL
000520         ACCESS MODE IS SEQUENTIAL
000530         FILE STATUS IS WS-AUDIT-FILE-STATUS.
000540*
000550     SELECT WORK-PUNCH-FILE ASSIGN TO "PUNCHSEQ"
000560         ORGANIZATION IS SEQUENTIAL
000570         ACCESS MODE IS SEQUENTIAL
000580         FILE STATUS IS WS-WORK-FILE-STATUS.
000590*
000600     SELECT SHIFT-MASTER-FILE ASSIGN TO "SHIFTMST"
000610         ORGANIZATION IS SEQUENTIAL
000620         ACCESS MODE IS SEQUENTIAL
000630         FILE STATUS IS WS-SHIFT-FILE-STATUS.
000640*
000650     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS RANDOM
000680         RECORD KEY IS EMP-BADGE-ID
000690         FILE STATUS IS WS-EMPMAST-FILE-STATUS.
000700*
000710     SELECT CLOCK-REPORT-FILE ASSIGN TO "CLOCKRPT"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-CLKRPT-FILE-STATUS.
000740*
000750 DATA DIVISION.
000760*
000770 FILE SECTION.
000780*
000790 FD  TERMINAL-MASTER-FILE
000800     RECORDING MODE IS F.
000810     COPY TERMMAST.
000820*
000830 FD  AUDIT-LOG-FILE
000840     RECORDING MODE IS F.
000850     COPY AUDITREC.
000860*
000870 FD  WORK-PUNCH-FILE
000880     RECORDING MODE IS F.
000890     COPY PUNCHREC REPLACING LEADING ==PUNCH== BY ==WORK==.
000900*
000910 FD  SHIFT-MASTER-FILE
000920     RECORDING MODE IS F.
000930     COPY SHIFTMST.
000940*
000950 FD  EMPLOYEE-MASTER
000960     RECORDING MODE IS F.
000970     COPY EMPMAST.
000980*
000990 FD  CLOCK-REPORT-FILE
001000     RECORDING MODE IS F.
001010 01  CLKRPT-RECORD                   PIC X(80).
001020*
001030 WORKING-STORAGE SECTION.
001040*
001050*    FILE STATUS SWITCHES
001060*
001070 77  WS-TERM-FILE-STATUS          PIC X(02) VALUE SPACES.
001080     88  WS-TERM-FILE-OK                    VALUE '00'.
001090     88  WS-TERM-FILE-NOT-FOUND             VALUE '35'.
001100 77  WS-AUDIT-FILE-STATUS         PIC X(02) VALUE SPACES.
001110     88  WS-AUDIT-FILE-OK                   VALUE '00'.
001120     88  WS-AUDIT-FILE-NOT-FOUND            VALUE '35'.
001130 77  WS-WORK-FILE-STATUS          PIC X(02) VALUE SPACES.
001140     88  WS-WORK-FILE-OK                    VALUE '00'.
001150 77  WS-SHIFT-FILE-STATUS         PIC X(02) VALUE SPACES.
001160     88  WS-SHIFT-FILE-OK                   VALUE '00'.
001170     88  WS-SHIFT-FILE-NOT-FOUND            VALUE '35'.
001180 77  WS-EMPMAST-FILE-STATUS       PIC X(02) VALUE SPACES.
001190     88  WS-EMPMAST-FILE-OK                 VALUE '00'.
001200     88  WS-EMPMAST-FILE-NOT-FOUND          VALUE '35'.
001210 77  WS-CLKRPT-FILE-STATUS        PIC X(02) VALUE SPACES.
001220     88  WS-CLKRPT-FILE-OK                  VALUE '00'.
001230*
001240 77  WS-TERM-EOF-SW               PIC X(01) VALUE 'N'.
001250     88  WS-TERM-EOF                        VALUE 'Y'.
001260 77  WS-AUDIT-EOF-SW              PIC X(01) VALUE 'N'.
001270     88  WS-AUDIT-EOF                       VALUE 'Y'.
001280 77  WS-WORK-EOF-SW               PIC X(01) VALUE 'N'.
001290     88  WS-WORK-EOF                        VALUE 'Y'.
001300 77  WS-SHIFT-EOF-SW              PIC X(01) VALUE 'N'.
001310     88  WS-SHIFT-EOF                       VALUE 'Y'.
001320*
001330*    SYSTEM DATE AND TIME AS RETURNED BY THE OPERATING SYSTEM
001340*
001350 01  CURRENT-DATE                  PIC 9(08).
001360 01  CURRENT-TIME                  PIC 9(08).
001370*
001380 01  FORMATTED-DATE.
001390     05  FORM-YEAR                  PIC 9(04).
001400     05  FORM-MONTH                 PIC 9(02).
001410     05  FORM-DAY                   PIC 9(02).
001420*
001430 01  FORMATTED-TIME.
001440     05  FORM-HOUR                  PIC 9(02).
001450     05  FORM-MIN                   PIC 9(02).
001460     05  FORM-SEC                   PIC 9(02).
001470*
001480*    THE REPORT DAY -- THE CALENDAR DAY BEFORE THE RUN DATE,
001490*    SINCE THE NIGHTLY RUN REPORTS ON THE DAY JUST ENDED
001500*
001510 01  WS-REPORT-DATE.
001520     05  WS-REPORT-YEAR             PIC 9(04).
001530     05  WS-REPORT-MONTH            PIC 9(02).
001540     05  WS-REPORT-DAY              PIC 9(02).
001550*
001560*    DAYS-IN-MONTH TABLE AND LEAP-YEAR WORK FIELDS FOR THE
001570*    PRIOR-DAY DATE ARITHMETIC
001580*
001590 01  WS-MONTH-DAYS-DATA            PIC X(24)
001600         VALUE "312831303130313130313031".
001610 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-DATA.
001620     05  WS-MONTH-DAYS              PIC 9(02) OCCURS 12 TIMES.
001630 77  WS-LEAP-REMAINDER             PIC 9(04) VALUE 0.
001640 77  WS-LEAP-QUOTIENT              PIC 9(04) VALUE 0.
001650 77  WS-LEAP-YEAR-SW               PIC X(01) VALUE 'N'.
001660     88  WS-LEAP-YEAR                        VALUE 'Y'.
001670*
001680*    DAY-OF-WEEK ARITHMETIC (ZELLER'S CONGRUENCE).  THE RESULT
001690*    IS TURNED INTO AN INDEX INTO THE SHIFT MASTER'S WORK-DAY
001700*    FLAG TABLE, 1 = MONDAY THROUGH 7 = SUNDAY.
001710*
001720 77  WS-ZELLER-MONTH              PIC 9(04) COMP VALUE 0.
001730 77  WS-ZELLER-YEAR               PIC 9(04) COMP VALUE 0.
001740 77  WS-ZELLER-CENTURY            PIC 9(04) COMP VALUE 0.
001750 77  WS-ZELLER-YR-OF-CENT         PIC 9(04) COMP VALUE 0.
001760 77  WS-ZELLER-TERM-1             PIC 9(04) COMP VALUE 0.
001770 77  WS-ZELLER-TERM-2             PIC 9(04) COMP VALUE 0.
001780 77  WS-ZELLER-TERM-3             PIC 9(04) COMP VALUE 0.
001790 77  WS-ZELLER-SUM                PIC 9(06) COMP VALUE 0.
001800 77  WS-ZELLER-QUOT               PIC 9(06) COMP VALUE 0.
001810 77  WS-ZELLER-DOW                PIC 9(01) COMP VALUE 0.
001820 77  WS-WORK-DAY-INDEX            PIC 9(01) COMP VALUE 0.
001830*
001840*    EFFECTIVE-DATED SCHEDULE SELECTION -- A SHIFT-MASTER RECORD
001850*    IS IN EFFECT FOR A DAY WHEN THE DAY FALLS IN ITS EFFECTIVE
001860*    RANGE AND THE DAY'S ROTATION WEEK (WHOLE WEEKS SINCE THE
001870*    EFFECTIVE START, MODULO THE CYCLE) MATCHES ITS WEEK NUMBER.
001880*
001890 01  WS-EFFECT-TEST-DATE           PIC 9(08) VALUE 0.
001900 01  WS-EFFECT-EFF-START           PIC 9(08) VALUE 0.
001910 01  WS-EFFECT-EFF-END             PIC 9(08) VALUE 0.
001920 77  WS-EFFECT-ROT-WEEK            PIC 9(02) VALUE 0.
001930 77  WS-EFFECT-ROT-CYCLE           PIC 9(02) VALUE 0.
001940 77  WS-SCHED-IN-EFFECT-SW         PIC X(01) VALUE 'N'.
001950     88  WS-SCHED-IN-EFFECT                  VALUE 'Y'.
001960 77  WS-EFF-START-SERIAL           PIC 9(07) VALUE 0.
001970 01  WS-ROT-DAYS                   PIC S9(07) VALUE 0.
001980 77  WS-ROT-WEEKS                  PIC 9(05) VALUE 0.
001990 77  WS-ROT-QUOT                   PIC 9(05) VALUE 0.
002000 77  WS-ROT-REM                    PIC 9(01) VALUE 0.
002010 77  WS-ROT-CYCLE                  PIC 9(02) VALUE 0.
002020 77  WS-ROT-WEEK-OF                PIC 9(02) VALUE 0.
002030 01  WS-SERIAL-DATE.
002040     05  WS-SERIAL-YEAR             PIC 9(04).
002050     05  WS-SERIAL-MONTH            PIC 9(02).
002060     05  WS-SERIAL-DAY              PIC 9(02).
002070 01  WS-SERIAL-DATE-NUM REDEFINES WS-SERIAL-DATE
002080                                   PIC 9(08).
002090 77  WS-DAY-SERIAL                 PIC 9(07) VALUE 0.
002100 77  WS-SER-YEARS                  PIC 9(04) VALUE 0.
002110 77  WS-SER-TERM-1                 PIC 9(04) VALUE 0.
002120 77  WS-SER-TERM-2                 PIC 9(04) VALUE 0.
002130 77  WS-SER-TERM-3                 PIC 9(04) VALUE 0.
002140 77  WS-SER-LEAP-QUOT              PIC 9(04) VALUE 0.
002150 77  WS-SER-LEAP-REM               PIC 9(04) VALUE 0.
002160 77  WS-SER-LEAP-SW                PIC X(01) VALUE 'N'.
002170     88  WS-SER-LEAP-YEAR                    VALUE 'Y'.
002180 01  WS-MONTH-CUM-DATA             PIC X(36) VALUE
002190         "000031059090120151181212243273304334".
002200 01  WS-MONTH-CUM-TABLE REDEFINES WS-MONTH-CUM-DATA.
002210     05  WS-MONTH-CUM               PIC 9(03) OCCURS 12 TIMES.
002220*
002230*    ONE ENTRY PER TERMINAL ON THE TERMINAL MASTER, PLUS ONE FOR
002240*    EACH TERMINAL ID SEEN ON THE DAY'S AUDIT LOG OR PUNCHES THAT
002250*    IS NOT ON THE MASTER (STATUS '?').  EACH CARRIES THE DAY'S
002260*    PUNCHES, PUNCH ATTEMPTS AND REJECTED ATTEMPTS BY HOUR OF THE
002270*    DAY, SUBSCRIPT 1 = 00:00-00:59 THROUGH 24 = 23:00-23:59.
002280*
002290 01  WS-TERMINAL-TABLE.
002300     05  WS-TRM-ENTRY OCCURS 200 TIMES
002310             INDEXED BY WS-TRM-IDX.
002320         10  WS-TRM-TERMINAL-ID      PIC X(05).
002330         10  WS-TRM-BUILDING         PIC X(10).
002340         10  WS-TRM-LOCATION         PIC X(20).
002350         10  WS-TRM-DEPARTMENT       PIC X(10).
002360         10  WS-TRM-STATUS           PIC X(01).
002370             88  WS-TRM-ACTIVE           VALUE 'A'.
002380             88  WS-TRM-INACTIVE         VALUE 'I'.
002390             88  WS-TRM-NOT-ON-MASTER    VALUE '?'.
002400         10  WS-TRM-SILENT-HOURS     PIC 9(02).
002410         10  WS-TRM-HOUR OCCURS 24 TIMES.
002420             15  WS-TRM-PUNCHES      PIC 9(05).
002430             15  WS-TRM-ATTEMPTS     PIC 9(05).
002440             15  WS-TRM-REJECTS      PIC 9(05).
002450 77  WS-TRM-COUNT                  PIC 9(04) VALUE 0.
002460 77  WS-TRM-TABLE-SIZE             PIC 9(04) VALUE 200.
002470 77  WS-TRM-FOUND-SW               PIC X(01) VALUE 'N'.
002480     88  WS-TRM-FOUND                         VALUE 'Y'.
002490 77  WS-TRM-SLOT                   PIC 9(04) VALUE 0.
002500 77  WS-SEARCH-TERMINAL-ID         PIC X(05) VALUE SPACES.
002510*
002520*    SHIFT STARTS AND ENDS DUE IN EACH HOUR OF THE REPORT DAY,
002530*    BY DEPARTMENT, FROM THE SHIFT-MASTER RECORDS IN EFFECT FOR
002540*    THE DAY AND EACH SCHEDULED BADGE'S EMPLOYEE-MASTER
002550*    DEPARTMENT.  SAME HOUR SUBSCRIPT AS THE TERMINAL TABLE.
002560*
002570 01  WS-DEPT-DUE-TABLE.
002580     05  WS-DPT-ENTRY OCCURS 200 TIMES
002590             INDEXED BY WS-DPT-IDX.
002600         10  WS-DPT-DEPARTMENT       PIC X(10).
002610         10  WS-DPT-DUE              PIC 9(05) OCCURS 24 TIMES.
002620 77  WS-DPT-COUNT                  PIC 9(04) VALUE 0.
002630 77  WS-DPT-TABLE-SIZE             PIC 9(04) VALUE 200.
002640 77  WS-DPT-FOUND-SW               PIC X(01) VALUE 'N'.
002650     88  WS-DPT-FOUND                         VALUE 'Y'.
002660 77  WS-DPT-SLOT                   PIC 9(04) VALUE 0.
002670 77  WS-SEARCH-DEPARTMENT          PIC X(10) VALUE SPACES.
002680*
002690 77  WS-TABLE-OVERFLOW-SW          PIC X(01) VALUE 'N'.
002700     88  WS-TABLE-OVERFLOW                    VALUE 'Y'.
002710 77  WS-HOUR-SUB                   PIC 9(02) VALUE 0.
002720 77  WS-HOUR-DUE                   PIC 9(05) VALUE 0.
002730 77  WS-TERMINAL-PRINTED-SW        PIC X(01) VALUE 'N'.
002740     88  WS-TERMINAL-HOUR-PRINTED             VALUE 'Y'.
002750*
002760*    REPORT TOTALS
002770*
002780 77  WS-MASTER-TERMINAL-COUNT      PIC 9(05) VALUE 0.
002790 77  WS-ACTIVE-TERMINAL-COUNT      PIC 9(05) VALUE 0.
002800 77  WS-SILENT-HOUR-COUNT          PIC 9(05) VALUE 0.
002810 77  WS-SILENT-TERMINAL-COUNT      PIC 9(05) VALUE 0.
002820 77  WS-UNKNOWN-TERMINAL-COUNT     PIC 9(05) VALUE 0.
002830 77  WS-DAY-ATTEMPT-COUNT          PIC 9(07) VALUE 0.
002840 77  WS-DAY-PUNCH-COUNT            PIC 9(07) VALUE 0.
002850 77  WS-UNK-ATTEMPTS               PIC 9(07) VALUE 0.
002860 77  WS-UNK-PUNCHES                PIC 9(07) VALUE 0.
002870*
002880*    REPORT PRINT LINES
002890*
002900 01  WS-HEADING-LINE-1.
002910     05  FILLER                     PIC X(15) VALUE SPACES.
002920     05  FILLER                     PIC X(29)
002930             VALUE "TIME-CLOCK HEALTH REPORT FOR".
002940     05  HD-DATE                    PIC X(10).
002950 01  WS-HEADING-LINE-2.
002960     05  FILLER                     PIC X(07) VALUE "TERM".
002970     05  FILLER                     PIC X(11) VALUE "BUILDING".
002980     05  FILLER                     PIC X(21) VALUE "LOCATION".
002990     05  FILLER                     PIC X(11) VALUE "DEPARTMENT".
003000     05  FILLER                     PIC X(08) VALUE "STATUS".
003010 01  WS-HEADING-LINE-3.
003020     05  FILLER                     PIC X(07) VALUE SPACES.
003030     05  FILLER                     PIC X(07) VALUE "HOUR".
003040     05  FILLER                     PIC X(10) VALUE "PUNCHES".
003050     05  FILLER                     PIC X(10) VALUE "ATTEMPTS".
003060     05  FILLER                     PIC X(10) VALUE "REJECTED".
003070     05  FILLER                     PIC X(09) VALUE "SHIFT DUE".
003080 01  WS-SECTION-LINE               PIC X(80).
003090 01  WS-TERMINAL-LINE.
003100     05  TL-TERMINAL-ID             PIC X(05).
003110     05  FILLER                     PIC X(02) VALUE SPACES.
003120     05  TL-BUILDING                PIC X(10).
003130     05  FILLER                     PIC X(01) VALUE SPACES.
003140     05  TL-LOCATION                PIC X(20).
003150     05  FILLER                     PIC X(01) VALUE SPACES.
003160     05  TL-DEPARTMENT              PIC X(10).
003170     05  FILLER                     PIC X(01) VALUE SPACES.
003180     05  TL-STATUS                  PIC X(08).
003190 01  WS-HOUR-LINE.
003200     05  FILLER                     PIC X(07) VALUE SPACES.
003210     05  HL-HOUR                    PIC 9(02).
003220     05  FILLER                     PIC X(03) VALUE ":00".
003230     05  FILLER                     PIC X(02) VALUE SPACES.
003240     05  HL-PUNCHES                 PIC ZZZZ9.
003250     05  FILLER                     PIC X(05) VALUE SPACES.
003260     05  HL-ATTEMPTS                PIC ZZZZ9.
003270     05  FILLER                     PIC X(05) VALUE SPACES.
003280     05  HL-REJECTS                 PIC ZZZZ9.
003290     05  FILLER                     PIC X(05) VALUE SPACES.
003300     05  HL-DUE                     PIC ZZZZ9.
003310     05  FILLER                     PIC X(03) VALUE SPACES.
003320     05  HL-FLAG                    PIC X(14).
003330 01  WS-NO-ACTIVITY-LINE.
003340     05  FILLER                     PIC X(07) VALUE SPACES.
003350     05  FILLER                     PIC X(40)
003360             VALUE "NO ACTIVITY AND NO SHIFTS DUE".
003370 01  WS-UNKNOWN-LINE.
003380     05  UL-TERMINAL-ID             PIC X(05).
003390     05  FILLER                     PIC X(02) VALUE SPACES.
003400     05  FILLER                     PIC X(10) VALUE "ATTEMPTS:".
003410     05  UL-ATTEMPTS                PIC ZZZZZZ9.
003420     05  FILLER                     PIC X(02) VALUE SPACES.
003430     05  FILLER                     PIC X(09) VALUE "PUNCHES:".
003440     05  UL-PUNCHES                 PIC ZZZZZZ9.
003450 01  WS-NONE-LINE.
003460     05  FILLER                     PIC X(30)
003470             VALUE "NONE".
003480 01  WS-COUNT-LINE.
003490     05  CL-LABEL                   PIC X(30).
003500     05  CL-COUNT                   PIC ZZZZZZ9.
003510 01  WS-BLANK-LINE                 PIC X(80) VALUE SPACES.
003520*
003530 PROCEDURE DIVISION.
003540*
003550 0000-MAINLINE.
003560     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003570     IF RETURN-CODE = ZERO
003580         PERFORM 2000-TALLY-AUDIT-LOG THRU 2000-EXIT
003590     END-IF
003600     IF RETURN-CODE = ZERO
003610         PERFORM 3000-TALLY-PUNCHES THRU 3000-EXIT
003620     END-IF
003630     IF RETURN-CODE = ZERO
003640         PERFORM 4000-TALLY-SCHEDULES THRU 4000-EXIT
003650     END-IF
003660     IF RETURN-CODE = ZERO
003670         PERFORM 5000-PRINT-REPORT THRU 5000-EXIT
003680     END-IF
003690     PERFORM 9999-TERMINATE THRU 9999-EXIT
003700     STOP RUN.
003710*
003720*****************************************************************
003730*  1000-INITIALIZE - GET THE SYSTEM DATE, FIGURE THE PRIOR DAY
003740*  THE REPORT COVERS AND ITS DAY OF WEEK, OPEN THE FILES AND
003750*  LOAD THE TERMINAL MASTER.
003760*****************************************************************
003770 1000-INITIALIZE.
003780     ACCEPT CURRENT-DATE FROM DATE YYYYMMDD
003790     ACCEPT CURRENT-TIME FROM TIME
003800     MOVE CURRENT-DATE(1:4) TO FORM-YEAR
003810     MOVE CURRENT-DATE(5:2) TO FORM-MONTH
003820     MOVE CURRENT-DATE(7:2) TO FORM-DAY
003830     MOVE CURRENT-TIME(1:2) TO FORM-HOUR
003840     MOVE CURRENT-TIME(3:2) TO FORM-MIN
003850     MOVE CURRENT-TIME(5:2) TO FORM-SEC
003860     PERFORM 1100-COMPUTE-PRIOR-DAY THRU 1100-EXIT
003870     PERFORM 7000-COMPUTE-DAY-OF-WEEK THRU 7000-EXIT
003880     OPEN INPUT TERMINAL-MASTER-FILE
003890     OPEN INPUT AUDIT-LOG-FILE
003900     OPEN INPUT WORK-PUNCH-FILE
003910     OPEN INPUT SHIFT-MASTER-FILE
003920     OPEN INPUT EMPLOYEE-MASTER
003930     OPEN OUTPUT CLOCK-REPORT-FILE
003940     IF WS-TERM-FILE-NOT-FOUND
003950         DISPLAY "CLOCKHLT - NO TERMINAL-MASTER-FILE ON FILE"
003960         MOVE 16 TO RETURN-CODE
003970         GO TO 1000-EXIT
003980     END-IF
003990     IF WS-AUDIT-FILE-NOT-FOUND
004000         DISPLAY "CLOCKHLT - NO AUDIT-LOG-FILE ON FILE"
004010         MOVE 16 TO RETURN-CODE
004020         GO TO 1000-EXIT
004030     END-IF
004040     IF WS-SHIFT-FILE-NOT-FOUND
004050         DISPLAY "CLOCKHLT - NO SHIFT-MASTER-FILE ON FILE"
004060         MOVE 16 TO RETURN-CODE
004070         GO TO 1000-EXIT
004080     END-IF
004090     IF WS-EMPMAST-FILE-NOT-FOUND
004100         DISPLAY "CLOCKHLT - NO EMPLOYEE-MASTER ON FILE"
004110         MOVE 16 TO RETURN-CODE
004120         GO TO 1000-EXIT
004130     END-IF
004140     IF NOT WS-TERM-FILE-OK OR NOT WS-AUDIT-FILE-OK
004150             OR NOT WS-WORK-FILE-OK OR NOT WS-SHIFT-FILE-OK
004160             OR NOT WS-EMPMAST-FILE-OK OR NOT WS-CLKRPT-FILE-OK
004170         DISPLAY "CLOCKHLT - UNABLE TO OPEN INPUT OR REPORT FILE"
004180         MOVE 16 TO RETURN-CODE
004190         GO TO 1000-EXIT
004200     END-IF
004210     PERFORM 1200-LOAD-TERMINAL-MASTER THRU 1200-EXIT.
004220 1000-EXIT.
004230     EXIT.
004240*
004250*****************************************************************
004260*  1100-COMPUTE-PRIOR-DAY - FIGURE THE CALENDAR DAY BEFORE THE
004270*  RUN DATE, ROLLING THE MONTH AND YEAR BACK AND GIVING
004280*  FEBRUARY ITS LEAP DAY.
004290*****************************************************************
004300 1100-COMPUTE-PRIOR-DAY.
004310     MOVE FORM-YEAR TO WS-REPORT-YEAR
004320     MOVE FORM-MONTH TO WS-REPORT-MONTH
004330     MOVE FORM-DAY TO WS-REPORT-DAY
004340     IF WS-REPORT-DAY > 1
004350         SUBTRACT 1 FROM WS-REPORT-DAY
004360         GO TO 1100-EXIT
004370     END-IF
004380     IF WS-REPORT-MONTH > 1
004390         SUBTRACT 1 FROM WS-REPORT-MONTH
004400     ELSE
004410         MOVE 12 TO WS-REPORT-MONTH
004420         SUBTRACT 1 FROM WS-REPORT-YEAR
004430     END-IF
004440     MOVE WS-MONTH-DAYS(WS-REPORT-MONTH) TO WS-REPORT-DAY
004450     IF WS-REPORT-MONTH = 2
004460         PERFORM 1150-CHECK-LEAP-YEAR THRU 1150-EXIT
004470         IF WS-LEAP-YEAR
004480             MOVE 29 TO WS-REPORT-DAY
004490         END-IF
004500     END-IF.
004510 1100-EXIT.
004520     EXIT.
004530*
004540*****************************************************************
004550*  1150-CHECK-LEAP-YEAR - SET WS-LEAP-YEAR WHEN THE REPORT YEAR
004560*  IS A LEAP YEAR (DIVISIBLE BY 4, EXCEPT CENTURY YEARS NOT
004570*  DIVISIBLE BY 400).
004580*****************************************************************
004590 1150-CHECK-LEAP-YEAR.
004600     MOVE 'N' TO WS-LEAP-YEAR-SW
004610     DIVIDE WS-REPORT-YEAR BY 4
004620         GIVING WS-LEAP-QUOTIENT
004630         REMAINDER WS-LEAP-REMAINDER
004640     IF WS-LEAP-REMAINDER = 0
004650         MOVE 'Y' TO WS-LEAP-YEAR-SW
004660         DIVIDE WS-REPORT-YEAR BY 100
004670             GIVING WS-LEAP-QUOTIENT
004680             REMAINDER WS-LEAP-REMAINDER
004690         IF WS-LEAP-REMAINDER = 0
004700             DIVIDE WS-REPORT-YEAR BY 400
004710                 GIVING WS-LEAP-QUOTIENT
004720                 REMAINDER WS-LEAP-REMAINDER
004730             IF WS-LEAP-REMAINDER NOT = 0
004740                 MOVE 'N' TO WS-LEAP-YEAR-SW
004750             END-IF
004760         END-IF
004770     END-IF.
004780 1150-EXIT.
004790     EXIT.
004800*
004810*****************************************************************
004820*  1200-LOAD-TERMINAL-MASTER - LOAD EVERY TERMINAL ON THE MASTER
004830*  INTO THE TERMINAL TABLE WITH ITS HOURLY COUNTS ZEROED.
004840*****************************************************************
004850 1200-LOAD-TERMINAL-MASTER.
004860     PERFORM UNTIL WS-TERM-EOF
004870         READ TERMINAL-MASTER-FILE
004880             AT END
004890                 MOVE 'Y' TO WS-TERM-EOF-SW
004900             NOT AT END
004910                 IF WS-TRM-COUNT NOT < WS-TRM-TABLE-SIZE
004920                     DISPLAY "CLOCKHLT - TERMINAL TABLE FULL AT "
004930                         WS-TRM-TABLE-SIZE " ENTRIES"
004940                     MOVE 16 TO RETURN-CODE
004950                     GO TO 1200-EXIT
004960                 END-IF
004970                 ADD 1 TO WS-TRM-COUNT
004980                 ADD 1 TO WS-MASTER-TERMINAL-COUNT
004990                 SET WS-TRM-IDX TO WS-TRM-COUNT
005000                 INITIALIZE WS-TRM-ENTRY(WS-TRM-IDX)
005010                 MOVE TRM-TERMINAL-ID
005020                     TO WS-TRM-TERMINAL-ID(WS-TRM-IDX)
005030                 MOVE TRM-BUILDING TO WS-TRM-BUILDING(WS-TRM-IDX)
005040                 MOVE TRM-LOCATION TO WS-TRM-LOCATION(WS-TRM-IDX)
005050                 MOVE TRM-DEPARTMENT
005060                     TO WS-TRM-DEPARTMENT(WS-TRM-IDX)
005070                 MOVE TRM-STATUS TO WS-TRM-STATUS(WS-TRM-IDX)
005080                 IF TRM-ACTIVE
005090                     ADD 1 TO WS-ACTIVE-TERMINAL-COUNT
005100                 ELSE
005110                     SET WS-TRM-INACTIVE(WS-TRM-IDX) TO TRUE
005120                 END-IF
005130         END-READ
005140     END-PERFORM.
005150 1200-EXIT.
005160     EXIT.
005170*
005180*****************************************************************
005190*  2000-TALLY-AUDIT-LOG - READ THE AUDIT LOG AND COUNT EVERY
005200*  PUNCH ATTEMPT DATED THE REPORT DAY, ACCEPTED OR REJECTED,
005210*  UNDER ITS TERMINAL AND HOUR.  A CLOCK THAT IS SWIPED BUT
005220*  REJECTS EVERYTHING IS STILL ALIVE; ONE THAT LOGS NOTHING AT
005230*  ALL IS NOT.
005240*****************************************************************
005250 2000-TALLY-AUDIT-LOG.
005260     PERFORM UNTIL WS-AUDIT-EOF OR WS-TABLE-OVERFLOW
005270         READ AUDIT-LOG-FILE
005280             AT END
005290                 MOVE 'Y' TO WS-AUDIT-EOF-SW
005300             NOT AT END
005310                 IF AUD-DATE = WS-REPORT-DATE
005320                     PERFORM 2100-TALLY-ONE-ATTEMPT THRU 2100-EXIT
005330                 END-IF
005340         END-READ
005350     END-PERFORM
005360     IF WS-TABLE-OVERFLOW
005370         DISPLAY "CLOCKHLT - TERMINAL TABLE FULL AT "
005380             WS-TRM-TABLE-SIZE " ENTRIES"
005390         MOVE 16 TO RETURN-CODE
005400     END-IF.
005410 2000-EXIT.
005420     EXIT.
005430*
005440*****************************************************************
005450*  2100-TALLY-ONE-ATTEMPT - ADD THE AUDIT RECORD JUST READ INTO
005460*  ITS TERMINAL'S HOURLY ATTEMPT (AND REJECTION) COUNTS.
005470*****************************************************************
005480 2100-TALLY-ONE-ATTEMPT.
005490     MOVE AUD-TERMINAL-ID TO WS-SEARCH-TERMINAL-ID
005500     PERFORM 6000-FIND-TERMINAL THRU 6000-EXIT
005510     IF WS-TABLE-OVERFLOW
005520         GO TO 2100-EXIT
005530     END-IF
005540     COMPUTE WS-HOUR-SUB = AUD-HOUR + 1
005550     ADD 1 TO WS-TRM-ATTEMPTS(WS-TRM-IDX, WS-HOUR-SUB)
005560     ADD 1 TO WS-DAY-ATTEMPT-COUNT
005570     IF AUD-REJECTED
005580         ADD 1 TO WS-TRM-REJECTS(WS-TRM-IDX, WS-HOUR-SUB)
005590     END-IF.
005600 2100-EXIT.
005610     EXIT.
005620*
005630*****************************************************************
005640*  3000-TALLY-PUNCHES - READ THE SORTED WORK-PUNCH-FILE AND
005650*  COUNT EVERY ORIGINAL CLOCK PUNCH DATED THE REPORT DAY UNDER
005660*  ITS TERMINAL AND HOUR.  A SUPERVISOR CORRECTION CARRIES THE
005670*  TERMINAL OF THE PUNCH IT CORRECTS BUT WAS KEYED AT A DESK,
005680*  NOT SWIPED AT THE CLOCK, SO IT IS NOT COUNTED.
005690*****************************************************************
005700 3000-TALLY-PUNCHES.
005710     PERFORM 8100-READ-WORK-PUNCH THRU 8100-EXIT
005720     PERFORM UNTIL WS-WORK-EOF OR WS-TABLE-OVERFLOW
005730         IF WORK-DATE = WS-REPORT-DATE
005740                 AND WORK-RECORD-ORIGINAL
005750             MOVE WORK-TERMINAL-ID TO WS-SEARCH-TERMINAL-ID
005760             PERFORM 6000-FIND-TERMINAL THRU 6000-EXIT
005770             IF NOT WS-TABLE-OVERFLOW
005780                 COMPUTE WS-HOUR-SUB = WORK-HOUR + 1
005790                 ADD 1 TO WS-TRM-PUNCHES(WS-TRM-IDX, WS-HOUR-SUB)
005800                 ADD 1 TO WS-DAY-PUNCH-COUNT
005810             END-IF
005820         END-IF
005830         PERFORM 8100-READ-WORK-PUNCH THRU 8100-EXIT
005840     END-PERFORM
005850     IF WS-TABLE-OVERFLOW
005860         DISPLAY "CLOCKHLT - TERMINAL TABLE FULL AT "
005870             WS-TRM-TABLE-SIZE " ENTRIES"
005880         MOVE 16 TO RETURN-CODE
005890     END-IF.
005900 3000-EXIT.
005910     EXIT.
005920*
005930*****************************************************************
005940*  4000-TALLY-SCHEDULES - READ THE SHIFT MASTER AND, FOR EVERY
005950*  RECORD IN EFFECT ON THE REPORT DAY THAT WORKS THAT DAY OF THE
005960*  WEEK, POST ITS START (AND ITS END, WHEN THE SHIFT ENDS THE
005970*  SAME DAY) TO ITS DEPARTMENT'S SHIFTS-DUE COUNTS.
005980*****************************************************************
005990 4000-TALLY-SCHEDULES.
006000     PERFORM 8200-READ-SHIFT-MASTER THRU 8200-EXIT
006010     PERFORM UNTIL WS-SHIFT-EOF OR WS-TABLE-OVERFLOW
006020         MOVE WS-REPORT-DATE TO WS-EFFECT-TEST-DATE
006030         MOVE SHF-EFF-START-DATE TO WS-EFFECT-EFF-START
006040         MOVE SHF-EFF-END-DATE TO WS-EFFECT-EFF-END
006050         MOVE SHF-ROTATION-WEEK TO WS-EFFECT-ROT-WEEK
006060         MOVE SHF-ROTATION-CYCLE TO WS-EFFECT-ROT-CYCLE
006070         PERFORM 7250-CHECK-SCHED-IN-EFFECT THRU 7250-EXIT
006080         IF WS-SCHED-IN-EFFECT
006090                 AND SHF-WORK-DAY-FLAG(WS-WORK-DAY-INDEX) = 'Y'
006100             PERFORM 4100-POST-ONE-SCHEDULE THRU 4100-EXIT
006110         END-IF
006120         PERFORM 8200-READ-SHIFT-MASTER THRU 8200-EXIT
006130     END-PERFORM
006140     IF WS-TABLE-OVERFLOW
006150         DISPLAY "CLOCKHLT - DEPARTMENT TABLE FULL AT "
006160             WS-DPT-TABLE-SIZE " ENTRIES"
006170         MOVE 16 TO RETURN-CODE
006180     END-IF.
006190 4000-EXIT.
006200     EXIT.
006210*
006220*****************************************************************
006230*  4100-POST-ONE-SCHEDULE - LOOK UP THE SCHEDULED BADGE'S
006240*  DEPARTMENT ON THE EMPLOYEE MASTER AND COUNT THE SHIFT'S START
006250*  HOUR, AND ITS END HOUR UNLESS IT RUNS PAST MIDNIGHT, AS
006260*  PUNCHES DUE.  A BADGE NOT ON THE MASTER OR INACTIVE IS NOT
006270*  EXPECTED AT ANY CLOCK.
006280*****************************************************************
006290 4100-POST-ONE-SCHEDULE.
006300     MOVE SHF-BADGE-ID TO EMP-BADGE-ID
006310     READ EMPLOYEE-MASTER
006320         INVALID KEY
006330             GO TO 4100-EXIT
006340     END-READ
006350     IF NOT EMP-ACTIVE
006360         GO TO 4100-EXIT
006370     END-IF
006380     MOVE EMP-DEPARTMENT TO WS-SEARCH-DEPARTMENT
006390     PERFORM 4150-FIND-DEPARTMENT THRU 4150-EXIT
006400     IF NOT WS-DPT-FOUND
006410         IF WS-DPT-COUNT NOT < WS-DPT-TABLE-SIZE
006420             MOVE 'Y' TO WS-TABLE-OVERFLOW-SW
006430             GO TO 4100-EXIT
006440         END-IF
006450         ADD 1 TO WS-DPT-COUNT
006460         SET WS-DPT-IDX TO WS-DPT-COUNT
006470         INITIALIZE WS-DPT-ENTRY(WS-DPT-IDX)
006480         MOVE EMP-DEPARTMENT TO WS-DPT-DEPARTMENT(WS-DPT-IDX)
006490     END-IF
006500     COMPUTE WS-HOUR-SUB = SHF-START-HOUR + 1
006510     ADD 1 TO WS-DPT-DUE(WS-DPT-IDX, WS-HOUR-SUB)
006520     IF SHF-END-TIME > SHF-START-TIME
006530         COMPUTE WS-HOUR-SUB = SHF-END-HOUR + 1
006540         ADD 1 TO WS-DPT-DUE(WS-DPT-IDX, WS-HOUR-SUB)
006550     END-IF.
006560 4100-EXIT.
006570     EXIT.
006580*
006590*****************************************************************
006600*  4150-FIND-DEPARTMENT - LOCATE WS-SEARCH-DEPARTMENT IN THE
006610*  SHIFTS-DUE TABLE, LEAVING WS-DPT-IDX SET ON IT WHEN FOUND.
006620*****************************************************************
006630 4150-FIND-DEPARTMENT.
006640     MOVE 'N' TO WS-DPT-FOUND-SW
006650     MOVE 0 TO WS-DPT-SLOT
006660     PERFORM VARYING WS-DPT-IDX FROM 1 BY 1
006670             UNTIL WS-DPT-IDX > WS-DPT-COUNT
006680                 OR WS-DPT-FOUND
006690         IF WS-DPT-DEPARTMENT(WS-DPT-IDX) = WS-SEARCH-DEPARTMENT
006700             MOVE 'Y' TO WS-DPT-FOUND-SW
006710             SET WS-DPT-SLOT TO WS-DPT-IDX
006720         END-IF
006730     END-PERFORM
006740     IF WS-DPT-FOUND
006750         SET WS-DPT-IDX TO WS-DPT-SLOT
006760     END-IF.
006770 4150-EXIT.
006780     EXIT.
006790*
006800*****************************************************************
006810*  5000-PRINT-REPORT - PRINT EACH TERMINAL ON THE MASTER WITH
006820*  ITS HOURLY VOLUME, THEN THE TERMINAL IDS THAT ARE NOT ON THE
006830*  MASTER, THEN THE TOTALS.
006840*****************************************************************
006850 5000-PRINT-REPORT.
006860     STRING WS-REPORT-YEAR   DELIMITED BY SIZE
006870            "-"              DELIMITED BY SIZE
006880            WS-REPORT-MONTH  DELIMITED BY SIZE
006890            "-"              DELIMITED BY SIZE
006900            WS-REPORT-DAY    DELIMITED BY SIZE
006910         INTO HD-DATE
006920     WRITE CLKRPT-RECORD FROM WS-HEADING-LINE-1
006930     WRITE CLKRPT-RECORD FROM WS-BLANK-LINE
006940     WRITE CLKRPT-RECORD FROM WS-HEADING-LINE-2
006950     WRITE CLKRPT-RECORD FROM WS-HEADING-LINE-3
006960     PERFORM VARYING WS-TRM-IDX FROM 1 BY 1
006970             UNTIL WS-TRM-IDX > WS-TRM-COUNT
006980         IF NOT WS-TRM-NOT-ON-MASTER(WS-TRM-IDX)
006990             PERFORM 5100-PRINT-ONE-TERMINAL THRU 5100-EXIT
007000         END-IF
007010     END-PERFORM
007020     PERFORM 5300-PRINT-UNKNOWN-TERMINALS THRU 5300-EXIT
007030     PERFORM 5900-PRINT-TOTALS THRU 5900-EXIT.
007040 5000-EXIT.
007050     EXIT.
007060*
007070*****************************************************************
007080*  5100-PRINT-ONE-TERMINAL - PRINT THE TERMINAL'S MASTER LINE AND
007090*  A LINE FOR EVERY HOUR IT RECORDED ANYTHING OR ITS DEPARTMENT
007100*  HAD SHIFTS DUE, FLAGGING AN ACTIVE TERMINAL THAT RECORDED
007110*  NOTHING IN AN HOUR WITH SHIFTS DUE.
007120*****************************************************************
007130 5100-PRINT-ONE-TERMINAL.
007140     MOVE WS-TRM-TERMINAL-ID(WS-TRM-IDX) TO TL-TERMINAL-ID
007150     MOVE WS-TRM-BUILDING(WS-TRM-IDX) TO TL-BUILDING
007160     MOVE WS-TRM-LOCATION(WS-TRM-IDX) TO TL-LOCATION
007170     MOVE WS-TRM-DEPARTMENT(WS-TRM-IDX) TO TL-DEPARTMENT
007180     IF WS-TRM-ACTIVE(WS-TRM-IDX)
007190         MOVE "ACTIVE" TO TL-STATUS
007200     ELSE
007210         MOVE "INACTIVE" TO TL-STATUS
007220     END-IF
007230     WRITE CLKRPT-RECORD FROM WS-BLANK-LINE
007240     WRITE CLKRPT-RECORD FROM WS-TERMINAL-LINE
007250     MOVE WS-TRM-DEPARTMENT(WS-TRM-IDX) TO WS-SEARCH-DEPARTMENT
007260     PERFORM 4150-FIND-DEPARTMENT THRU 4150-EXIT
007270     MOVE 'N' TO WS-TERMINAL-PRINTED-SW
007280     PERFORM VARYING WS-HOUR-SUB FROM 1 BY 1
007290             UNTIL WS-HOUR-SUB > 24
007300         PERFORM 5200-PRINT-ONE-HOUR THRU 5200-EXIT
007310     END-PERFORM
007320     IF NOT WS-TERMINAL-HOUR-PRINTED
007330         WRITE CLKRPT-RECORD FROM WS-NO-ACTIVITY-LINE
007340     END-IF
007350     IF WS-TRM-SILENT-HOURS(WS-TRM-IDX) > 0
007360         ADD 1 TO WS-SILENT-TERMINAL-COUNT
007370     END-IF.
007380 5100-EXIT.
007390     EXIT.
007400*
007410*****************************************************************
007420*  5200-PRINT-ONE-HOUR - PRINT ONE HOUR OF THE TERMINAL'S DAY,
007430*  SKIPPING AN HOUR WITH NO ACTIVITY AND NO SHIFTS DUE.  THE
007440*  DEPARTMENT'S SHIFTS-DUE ENTRY WAS LOCATED BY THE CALLER.
007450*****************************************************************
007460 5200-PRINT-ONE-HOUR.
007470     MOVE 0 TO WS-HOUR-DUE
007480     IF WS-DPT-FOUND
007490         MOVE WS-DPT-DUE(WS-DPT-IDX, WS-HOUR-SUB) TO WS-HOUR-DUE
007500     END-IF
007510     IF WS-TRM-PUNCHES(WS-TRM-IDX, WS-HOUR-SUB) = 0
007520             AND WS-TRM-ATTEMPTS(WS-TRM-IDX, WS-HOUR-SUB) = 0
007530             AND WS-HOUR-DUE = 0
007540         GO TO 5200-EXIT
007550     END-IF
007560     MOVE 'Y' TO WS-TERMINAL-PRINTED-SW
007570     COMPUTE HL-HOUR = WS-HOUR-SUB - 1
007580     MOVE WS-TRM-PUNCHES(WS-TRM-IDX, WS-HOUR-SUB) TO HL-PUNCHES
007590     MOVE WS-TRM-ATTEMPTS(WS-TRM-IDX, WS-HOUR-SUB) TO HL-ATTEMPTS
007600     MOVE WS-TRM-REJECTS(WS-TRM-IDX, WS-HOUR-SUB) TO HL-REJECTS
007610     MOVE WS-HOUR-DUE TO HL-DUE
007620     MOVE SPACES TO HL-FLAG
007630     IF WS-TRM-ACTIVE(WS-TRM-IDX)
007640             AND WS-HOUR-DUE > 0
007650             AND WS-TRM-PUNCHES(WS-TRM-IDX, WS-HOUR-SUB) = 0
007660             AND WS-TRM-ATTEMPTS(WS-TRM-IDX, WS-HOUR-SUB) = 0
007670         MOVE "** SILENT **" TO HL-FLAG
007680         ADD 1 TO WS-TRM-SILENT-HOURS(WS-TRM-IDX)
007690         ADD 1 TO WS-SILENT-HOUR-COUNT
007700     END-IF
007710     WRITE CLKRPT-RECORD FROM WS-HOUR-LINE.
007720 5200-EXIT.
007730     EXIT.
007740*
007750*****************************************************************
007760*  5300-PRINT-UNKNOWN-TERMINALS - LIST EVERY TERMINAL ID THAT
007770*  LOGGED ATTEMPTS OR PUNCHES ON THE REPORT DAY BUT IS NOT ON
007780*  THE TERMINAL MASTER -- A MISTYPED ID OR A CLOCK NOBODY EVER
007790*  ADDED TO THE MASTER.
007800*****************************************************************
007810 5300-PRINT-UNKNOWN-TERMINALS.
007820     WRITE CLKRPT-RECORD FROM WS-BLANK-LINE
007830     MOVE "TERMINAL IDS NOT ON THE TERMINAL MASTER"
007840         TO WS-SECTION-LINE
007850     WRITE CLKRPT-RECORD FROM WS-SECTION-LINE
007860     PERFORM VARYING WS-TRM-IDX FROM 1 BY 1
007870             UNTIL WS-TRM-IDX > WS-TRM-COUNT
007880         IF WS-TRM-NOT-ON-MASTER(WS-TRM-IDX)
007890             ADD 1 TO WS-UNKNOWN-TERMINAL-COUNT
007900             MOVE 0 TO WS-UNK-ATTEMPTS
007910             MOVE 0 TO WS-UNK-PUNCHES
007920             PERFORM VARYING WS-HOUR-SUB FROM 1 BY 1
007930                     UNTIL WS-HOUR-SUB > 24
007940                 ADD WS-TRM-ATTEMPTS(WS-TRM-IDX, WS-HOUR-SUB)
007950                     TO WS-UNK-ATTEMPTS
007960                 ADD WS-TRM-PUNCHES(WS-TRM-IDX, WS-HOUR-SUB)
007970                     TO WS-UNK-PUNCHES
007980             END-PERFORM
007990             MOVE WS-TRM-TERMINAL-ID(WS-TRM-IDX) TO UL-TERMINAL-ID
008000             MOVE WS-UNK-ATTEMPTS TO UL-ATTEMPTS
008010             MOVE WS-UNK-PUNCHES TO UL-PUNCHES
008020             WRITE CLKRPT-RECORD FROM WS-UNKNOWN-LINE
008030         END-IF
008040     END-PERFORM
008050     IF WS-UNKNOWN-TERMINAL-COUNT = 0
008060         WRITE CLKRPT-RECORD FROM WS-NONE-LINE
008070     END-IF.
008080 5300-EXIT.
008090     EXIT.
008100*
008110*****************************************************************
008120*  5900-PRINT-TOTALS - PRINT THE REPORT TOTALS.
008130*****************************************************************
008140 5900-PRINT-TOTALS.
008150     WRITE CLKRPT-RECORD FROM WS-BLANK-LINE
008160     MOVE "TERMINALS ON MASTER:" TO CL-LABEL
008170     MOVE WS-MASTER-TERMINAL-COUNT TO CL-COUNT
008180     WRITE CLKRPT-RECORD FROM WS-COUNT-LINE
008190     MOVE "ACTIVE TERMINALS:" TO CL-LABEL
008200     MOVE WS-ACTIVE-TERMINAL-COUNT TO CL-COUNT
008210     WRITE CLKRPT-RECORD FROM WS-COUNT-LINE
008220     MOVE "PUNCH ATTEMPTS LOGGED:" TO CL-LABEL
008230     MOVE WS-DAY-ATTEMPT-COUNT TO CL-COUNT
008240     WRITE CLKRPT-RECORD FROM WS-COUNT-LINE
008250     MOVE "CLOCK PUNCHES EXTRACTED:" TO CL-LABEL
008260     MOVE WS-DAY-PUNCH-COUNT TO CL-COUNT
008270     WRITE CLKRPT-RECORD FROM WS-COUNT-LINE
008280     MOVE "TERMINALS WITH A SILENT HOUR:" TO CL-LABEL
008290     MOVE WS-SILENT-TERMINAL-COUNT TO CL-COUNT
008300     WRITE CLKRPT-RECORD FROM WS-COUNT-LINE
008310     MOVE "SILENT TERMINAL-HOURS:" TO CL-LABEL
008320     MOVE WS-SILENT-HOUR-COUNT TO CL-COUNT
008330     WRITE CLKRPT-RECORD FROM WS-COUNT-LINE
008340     MOVE "TERMINAL IDS NOT ON MASTER:" TO CL-LABEL
008350     MOVE WS-UNKNOWN-TERMINAL-COUNT TO CL-COUNT
008360     WRITE CLKRPT-RECORD FROM WS-COUNT-LINE
008370     IF WS-SILENT-TERMINAL-COUNT > 0
008380         DISPLAY "CLOCKHLT - " WS-SILENT-TERMINAL-COUNT
008390             " TERMINAL(S) SILENT WITH SHIFTS DUE"
008400     END-IF.
008410 5900-EXIT.
008420     EXIT.
008430*
008440*****************************************************************
008450*  6000-FIND-TERMINAL - LOCATE WS-SEARCH-TERMINAL-ID IN THE
008460*  TERMINAL TABLE, ADDING IT AS NOT-ON-MASTER WHEN IT IS NEW,
008470*  AND LEAVE WS-TRM-IDX SET ON ITS ENTRY.
008480*****************************************************************
008490 6000-FIND-TERMINAL.
008500     MOVE 'N' TO WS-TRM-FOUND-SW
008510     MOVE 0 TO WS-TRM-SLOT
008520     PERFORM VARYING WS-TRM-IDX FROM 1 BY 1
008530             UNTIL WS-TRM-IDX > WS-TRM-COUNT
008540                 OR WS-TRM-FOUND
008550         IF WS-TRM-TERMINAL-ID(WS-TRM-IDX) = WS-SEARCH-TERMINAL-ID
008560             MOVE 'Y' TO WS-TRM-FOUND-SW
008570             SET WS-TRM-SLOT TO WS-TRM-IDX
008580         END-IF
008590     END-PERFORM
008600     IF NOT WS-TRM-FOUND
008610         IF WS-TRM-COUNT NOT < WS-TRM-TABLE-SIZE
008620             MOVE 'Y' TO WS-TABLE-OVERFLOW-SW
008630             GO TO 6000-EXIT
008640         END-IF
008650         ADD 1 TO WS-TRM-COUNT
008660         MOVE WS-TRM-COUNT TO WS-TRM-SLOT
008670         SET WS-TRM-IDX TO WS-TRM-SLOT
008680         INITIALIZE WS-TRM-ENTRY(WS-TRM-IDX)
008690         MOVE WS-SEARCH-TERMINAL-ID
008700             TO WS-TRM-TERMINAL-ID(WS-TRM-IDX)
008710         SET WS-TRM-NOT-ON-MASTER(WS-TRM-IDX) TO TRUE
008720     END-IF
008730     SET WS-TRM-IDX TO WS-TRM-SLOT.
008740 6000-EXIT.
008750     EXIT.
008760*
008770*****************************************************************
008780*  7000-COMPUTE-DAY-OF-WEEK - ZELLER'S CONGRUENCE ON THE REPORT
008790*  DAY.  JANUARY AND FEBRUARY COUNT AS MONTHS 13 AND 14 OF THE
008800*  PRIOR YEAR.  THE RESULT (0 = SATURDAY THROUGH 6 = FRIDAY) IS
008810*  REMAPPED TO THE SHIFT MASTER'S WORK-DAY TABLE ORDER,
008820*  1 = MONDAY THROUGH 7 = SUNDAY.
008830*****************************************************************
008840 7000-COMPUTE-DAY-OF-WEEK.
008850     MOVE WS-REPORT-MONTH TO WS-ZELLER-MONTH
008860     MOVE WS-REPORT-YEAR TO WS-ZELLER-YEAR
008870     IF WS-ZELLER-MONTH < 3
008880         ADD 12 TO WS-ZELLER-MONTH
008890         SUBTRACT 1 FROM WS-ZELLER-YEAR
008900     END-IF
008910     DIVIDE WS-ZELLER-YEAR BY 100
008920         GIVING WS-ZELLER-CENTURY
008930         REMAINDER WS-ZELLER-YR-OF-CENT
008940     COMPUTE WS-ZELLER-TERM-1 = 13 * (WS-ZELLER-MONTH + 1)
008950     DIVIDE WS-ZELLER-TERM-1 BY 5 GIVING WS-ZELLER-TERM-1
008960     DIVIDE WS-ZELLER-YR-OF-CENT BY 4 GIVING WS-ZELLER-TERM-2
008970     DIVIDE WS-ZELLER-CENTURY BY 4 GIVING WS-ZELLER-TERM-3
008980     COMPUTE WS-ZELLER-SUM = WS-REPORT-DAY
008990         + WS-ZELLER-TERM-1
009000         + WS-ZELLER-YR-OF-CENT
009010         + WS-ZELLER-TERM-2
009020         + WS-ZELLER-TERM-3
009030         + (5 * WS-ZELLER-CENTURY)
009040     DIVIDE WS-ZELLER-SUM BY 7
009050         GIVING WS-ZELLER-QUOT
009060         REMAINDER WS-ZELLER-DOW
009070     COMPUTE WS-ZELLER-SUM = WS-ZELLER-DOW + 12
009080     DIVIDE WS-ZELLER-SUM BY 7
009090         GIVING WS-ZELLER-QUOT
009100         REMAINDER WS-WORK-DAY-INDEX
009110     ADD 1 TO WS-WORK-DAY-INDEX.
009120 7000-EXIT.
009130     EXIT.
009140*
009150*****************************************************************
009160*  7250-CHECK-SCHED-IN-EFFECT - SET WS-SCHED-IN-EFFECT WHEN THE
009170*  SCHEDULE WHOSE RANGE AND ROTATION FIGURES ARE IN THE
009180*  WS-EFFECT FIELDS IS IN EFFECT FOR WS-EFFECT-TEST-DATE.
009190*****************************************************************
009200 7250-CHECK-SCHED-IN-EFFECT.
009210     MOVE 'N' TO WS-SCHED-IN-EFFECT-SW
009220     IF WS-EFFECT-TEST-DATE < WS-EFFECT-EFF-START
009230             OR WS-EFFECT-TEST-DATE > WS-EFFECT-EFF-END
009240         GO TO 7250-EXIT
009250     END-IF
009260     MOVE WS-EFFECT-EFF-START TO WS-SERIAL-DATE-NUM
009270     PERFORM 7300-COMPUTE-DAY-SERIAL THRU 7300-EXIT
009280     MOVE WS-DAY-SERIAL TO WS-EFF-START-SERIAL
009290     MOVE WS-EFFECT-TEST-DATE TO WS-SERIAL-DATE-NUM
009300     PERFORM 7300-COMPUTE-DAY-SERIAL THRU 7300-EXIT
009310     COMPUTE WS-ROT-DAYS =
009320         WS-DAY-SERIAL - WS-EFF-START-SERIAL
009330     IF WS-ROT-DAYS < 0
009340         GO TO 7250-EXIT
009350     END-IF
009360     DIVIDE WS-ROT-DAYS BY 7
009370         GIVING WS-ROT-WEEKS
009380         REMAINDER WS-ROT-REM
009390     MOVE WS-EFFECT-ROT-CYCLE TO WS-ROT-CYCLE
009400     IF WS-ROT-CYCLE = 0
009410         MOVE 1 TO WS-ROT-CYCLE
009420     END-IF
009430     DIVIDE WS-ROT-WEEKS BY WS-ROT-CYCLE
009440         GIVING WS-ROT-QUOT
009450         REMAINDER WS-ROT-WEEK-OF
009460     ADD 1 TO WS-ROT-WEEK-OF
009470     IF WS-ROT-WEEK-OF = WS-EFFECT-ROT-WEEK
009480         MOVE 'Y' TO WS-SCHED-IN-EFFECT-SW
009490     END-IF.
009500 7250-EXIT.
009510     EXIT.
009520*
009530*****************************************************************
009540*  7300-COMPUTE-DAY-SERIAL - TURN THE DATE IN WS-SERIAL-DATE
009550*  INTO A DAY COUNT FROM A FIXED EPOCH, SO TWO DATES CAN BE
009560*  DIFFERENCED FOR THE ROTATION-WEEK ARITHMETIC.
009570*****************************************************************
009580 7300-COMPUTE-DAY-SERIAL.
009590     COMPUTE WS-SER-YEARS = WS-SERIAL-YEAR - 1
009600     DIVIDE WS-SER-YEARS BY 4 GIVING WS-SER-TERM-1
009610     DIVIDE WS-SER-YEARS BY 100 GIVING WS-SER-TERM-2
009620     DIVIDE WS-SER-YEARS BY 400 GIVING WS-SER-TERM-3
009630     COMPUTE WS-DAY-SERIAL = (WS-SER-YEARS * 365)
009640         + WS-SER-TERM-1 - WS-SER-TERM-2 + WS-SER-TERM-3
009650         + WS-MONTH-CUM(WS-SERIAL-MONTH)
009660         + WS-SERIAL-DAY
009670     IF WS-SERIAL-MONTH > 2
009680         PERFORM 7350-CHECK-SERIAL-LEAP-YEAR THRU 7350-EXIT
009690         IF WS-SER-LEAP-YEAR
009700             ADD 1 TO WS-DAY-SERIAL
009710         END-IF
009720     END-IF.
009730 7300-EXIT.
009740     EXIT.
009750*
009760*****************************************************************
009770*  7350-CHECK-SERIAL-LEAP-YEAR - SET WS-SER-LEAP-YEAR WHEN THE
009780*  WS-SERIAL-DATE YEAR IS A LEAP YEAR (DIVISIBLE BY 4, EXCEPT
009790*  CENTURY YEARS NOT DIVISIBLE BY 400).
009800*****************************************************************
009810 7350-CHECK-SERIAL-LEAP-YEAR.
009820     MOVE 'N' TO WS-SER-LEAP-SW
009830     DIVIDE WS-SERIAL-YEAR BY 4
009840         GIVING WS-SER-LEAP-QUOT
009850         REMAINDER WS-SER-LEAP-REM
009860     IF WS-SER-LEAP-REM = 0
009870         MOVE 'Y' TO WS-SER-LEAP-SW
009880         DIVIDE WS-SERIAL-YEAR BY 100
009890             GIVING WS-SER-LEAP-QUOT
009900             REMAINDER WS-SER-LEAP-REM
009910         IF WS-SER-LEAP-REM = 0
009920             DIVIDE WS-SERIAL-YEAR BY 400
009930                 GIVING WS-SER-LEAP-QUOT
009940                 REMAINDER WS-SER-LEAP-REM
009950             IF WS-SER-LEAP-REM NOT = 0
009960                 MOVE 'N' TO WS-SER-LEAP-SW
009970             END-IF
009980         END-IF
009990     END-IF.
010000 7350-EXIT.
010010     EXIT.
010020*
010030*****************************************************************
010040*  8100-READ-WORK-PUNCH - READ THE NEXT SORTED PUNCH RECORD.
010050*****************************************************************
010060 8100-READ-WORK-PUNCH.
010070     READ WORK-PUNCH-FILE
010080         AT END
010090             MOVE 'Y' TO WS-WORK-EOF-SW
010100     END-READ.
010110 8100-EXIT.
010120     EXIT.
010130*
010140*****************************************************************
010150*  8200-READ-SHIFT-MASTER - READ THE NEXT SHIFT-MASTER RECORD.
010160*****************************************************************
010170 8200-READ-SHIFT-MASTER.
010180     READ SHIFT-MASTER-FILE
010190         AT END
010200             MOVE 'Y' TO WS-SHIFT-EOF-SW
010210     END-READ.
010220 8200-EXIT.
010230     EXIT.
010240*
010250*****************************************************************
010260*  9999-TERMINATE - CLOSE FILES AND RETURN TO THE OPERATING
010270*  SYSTEM.
010280*****************************************************************
010290 9999-TERMINATE.
010300     CLOSE TERMINAL-MASTER-FILE
010310     CLOSE AUDIT-LOG-FILE
010320     CLOSE WORK-PUNCH-FILE
010330     CLOSE SHIFT-MASTER-FILE
010340     CLOSE EMPLOYEE-MASTER
010350     CLOSE CLOCK-REPORT-FILE.
010360 9999-EXIT.
010370     EXIT.

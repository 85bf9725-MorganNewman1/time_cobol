000100 IDENTIFICATION DIVISION.
000110*
000120 PROGRAM-ID. COMPLRPT.
000130 AUTHOR. R J HENDERSON.
000140 INSTALLATION. PAYROLL SYSTEMS.
000150 DATE-WRITTEN. 2026-10-15.
000160 DATE-COMPILED.
000170*****************************************************************
000180*  NIGHTLY LABOR-LAW COMPLIANCE EXCEPTION REPORT.
000190*  PAIRS THE IN/OUT PUNCHES ON THE SORTED WORK-PUNCH-FILE THE
000200*  SAME WAY TIMESHEET DOES -- ORIGINAL AND CORRECTION RECORDS
000210*  ONLY, AN OUT CLOSING AN IN FROM THE SAME OR THE PRIOR DAY,
000220*  AND EACH EMPLOYEE'S OPEN IN FROM THE PRIOR RUN SEEDED OUT OF
000230*  THE PENDPNCH CARRY FILE SO OVERNIGHT SHIFTS PAIR ACROSS RUNS.
000240*  PAIRS SPLIT BY A LUNCH PUNCH INSIDE THE MEALPARM RETURN
000250*  WINDOW ARE JOINED INTO ONE WORK PERIOD.  EACH WORK PERIOD IS
000260*  THEN HELD AGAINST THE COMPPARM WAGE-AND-HOUR LIMITS:
000270*    - TOO LITTLE REST SINCE THE PRIOR PERIOD'S OUT
000280*    - A DAY WORKED PAST THE CONSECUTIVE-DAY LIMIT
000290*    - A PERIOD LONGER THAN THE MAXIMUM SHIFT
000300*    - FOR A MINOR (BY THE EMPLOYEE-MASTER DATE OF BIRTH), HOURS
000310*      PAST THE DAILY OR WEEKLY LIMIT, OR A START OR FINISH
000320*      OUTSIDE THE ALLOWED TIMES OF DAY.
000330*  THE LAST OUT, DAY RUN AND DAY/WEEK HOURS EACH CHECK NEEDS
000340*  ARE CARRIED ACROSS RUNS ON THE COMPSTAT STATE FILE.  A WORK
000350*  PERIOD THAT STARTS BEFORE THE LAST OUT ON STATE WAS ALREADY
000360*  CHECKED BY AN EARLIER RUN AND IS SKIPPED, SO A RERUN OF THE
000370*  SAME NIGHT DOES NOT COUNT IT TWICE.  THE EXCEPTIONS PRINT
000380*  GROUPED BY DEPARTMENT FOR HR.  NOTHING HERE CHANGES PAY.
000390*****************************************************************
000400*  MODIFICATION HISTORY
000410*      DATE       INIT  DESCRIPTION
000420*      ---------- ----  -----------------------------------------
000430*      2026-10-15 RJH   ORIGINAL PROGRAM.
000440*****************************************************************
000450*
000460 ENVIRONMENT DIVISION.
000470*
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT WORK-PUNCH-FILE ASSIGN TO "PUNCHSEQ"
000510         ORGANIZATION IS SEQUENTIAL
000520         ACCESS MODE IS SEQUENTIAL
000530         FILE STATUS IS WS-WORK-FILE-STATUS.
000540*
000550     SELECT COMPLIANCE-PARAMETER-FILE ASSIGN TO "COMPPARM"
000560         ORGANIZATION IS SEQUENTIAL
000570         ACCESS MODE IS SEQUENTIAL
000580         FILE STATUS IS WS-PARM-FILE-STATUS.
000590*
000600     SELECT MEAL-PARAMETER-FILE ASSIGN TO "MEALPARM"
000610         ORGANIZATION IS SEQUENTIAL
000620         ACCESS MODE IS SEQUENTIAL
000630         FILE STATUS IS WS-MEAL-FILE-STATUS.
000640*
000650     SELECT PAY-CALENDAR-FILE ASSIGN TO "PAYCAL"
000660         ORGANIZATION IS SEQUENTIAL
000670         ACCESS MODE IS SEQUENTIAL
000680         FILE STATUS IS WS-PAYCAL-FILE-STATUS.
000690*
000700     SELECT PENDING-CARRY-FILE ASSIGN TO "PENDPNCH"
000710         ORGANIZATION IS SEQUENTIAL
000720         ACCESS MODE IS SEQUENTIAL
000730         FILE STATUS IS WS-PNDCAR-FILE-STATUS.
000740*
000750     SELECT COMPLIANCE-STATE-FILE ASSIGN TO "COMPSTAT"
000760         ORGANIZATION IS SEQUENTIAL
000770         ACCESS MODE IS SEQUENTIAL
000780         FILE STATUS IS WS-STATE-FILE-STATUS.
000790*
000800     SELECT NEW-STATE-FILE ASSIGN TO "COMPNEW"
000810         ORGANIZATION IS SEQUENTIAL
000820         ACCESS MODE IS SEQUENTIAL
000830         FILE STATUS IS WS-NEWSTATE-FILE-STATUS.
000840*
000850     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
000860         ORGANIZATION IS INDEXED
000870         ACCESS MODE IS RANDOM
000880         RECORD KEY IS EMP-BADGE-ID
000890         FILE STATUS IS WS-EMPMAST-FILE-STATUS.
000900*
000910     SELECT COMPLIANCE-REPORT-FILE ASSIGN TO "COMPRPT"
000920         ORGANIZATION IS LINE SEQUENTIAL
000930         FILE STATUS IS WS-CMPRPT-FILE-STATUS.
000940*
000950 DATA DIVISION.
000960*
000970 FILE SECTION.
000980*
000990 FD  WORK-PUNCH-FILE
001000     RECORDING MODE IS F.
001010     COPY PUNCHREC REPLACING LEADING ==PUNCH== BY ==WORK==.
001020*
001030 FD  COMPLIANCE-PARAMETER-FILE
001040     RECORDING MODE IS F.
001050     COPY COMPPARM.
001060*
001070 FD  MEAL-PARAMETER-FILE
001080     RECORDING MODE IS F.
001090     COPY MEALPARM.
001100*
001110 FD  PAY-CALENDAR-FILE
001120     RECORDING MODE IS F.
001130     COPY PAYCAL.
001140*
001150 FD  PENDING-CARRY-FILE
001160     RECORDING MODE IS F.
001170     COPY PENDPNCH.
001180*
001190 FD  COMPLIANCE-STATE-FILE
001200     RECORDING MODE IS F.
001210     COPY COMPSTAT.
001220*
001230 FD  NEW-STATE-FILE
001240     RECORDING MODE IS F.
001250     COPY COMPSTAT
001260         REPLACING ==COMPLIANCE-STATE-RECORD==
001270             BY ==NEW-STATE-RECORD==
001280         LEADING ==CST== BY ==NST==.
001290*
001300 FD  EMPLOYEE-MASTER
001310     RECORDING MODE IS F.
001320     COPY EMPMAST.
001330*
001340 FD  COMPLIANCE-REPORT-FILE
001350     RECORDING MODE IS F.
001360 01  CMPRPT-RECORD                   PIC X(80).
001370*
001380 WORKING-STORAGE SECTION.
001390*
001400*    FILE STATUS SWITCHES
001410*
001420 77  WS-WORK-FILE-STATUS          PIC X(02) VALUE SPACES.
001430     88  WS-WORK-FILE-OK                    VALUE '00'.
001440 77  WS-PARM-FILE-STATUS          PIC X(02) VALUE SPACES.
001450     88  WS-PARM-FILE-OK                    VALUE '00'.
001460     88  WS-PARM-FILE-NOT-FOUND             VALUE '35'.
001470 77  WS-MEAL-FILE-STATUS          PIC X(02) VALUE SPACES.
001480     88  WS-MEAL-FILE-OK                    VALUE '00'.
001490     88  WS-MEAL-FILE-NOT-FOUND             VALUE '35'.
001500 77  WS-PAYCAL-FILE-STATUS        PIC X(02) VALUE SPACES.
001510     88  WS-PAYCAL-FILE-OK                  VALUE '00'.
001520     88  WS-PAYCAL-FILE-NOT-FOUND           VALUE '35'.
001530 77  WS-PNDCAR-FILE-STATUS        PIC X(02) VALUE SPACES.
001540     88  WS-PNDCAR-FILE-OK                  VALUE '00'.
001550     88  WS-PNDCAR-FILE-NOT-FOUND           VALUE '35'.
001560 77  WS-STATE-FILE-STATUS         PIC X(02) VALUE SPACES.
001570     88  WS-STATE-FILE-OK                   VALUE '00'.
001580     88  WS-STATE-FILE-NOT-FOUND            VALUE '35'.
001590 77  WS-NEWSTATE-FILE-STATUS      PIC X(02) VALUE SPACES.
001600     88  WS-NEWSTATE-FILE-OK                VALUE '00'.
001610 77  WS-EMPMAST-FILE-STATUS       PIC X(02) VALUE SPACES.
001620     88  WS-EMPMAST-FILE-OK                 VALUE '00'.
001630     88  WS-EMPMAST-FILE-NOT-FOUND          VALUE '35'.
001640 77  WS-CMPRPT-FILE-STATUS        PIC X(02) VALUE SPACES.
001650     88  WS-CMPRPT-FILE-OK                  VALUE '00'.
001660*
001670 77  WS-WORK-EOF-SW               PIC X(01) VALUE 'N'.
001680     88  WS-WORK-EOF                        VALUE 'Y'.
001690 77  WS-PARM-EOF-SW               PIC X(01) VALUE 'N'.
001700     88  WS-PARM-EOF                        VALUE 'Y'.
001710 77  WS-MEAL-EOF-SW               PIC X(01) VALUE 'N'.
001720     88  WS-MEAL-EOF                        VALUE 'Y'.
001730 77  WS-PAYCAL-EOF-SW             PIC X(01) VALUE 'N'.
001740     88  WS-PAYCAL-EOF                      VALUE 'Y'.
001750 77  WS-PNDCAR-EOF-SW             PIC X(01) VALUE 'N'.
001760     88  WS-PNDCAR-EOF                      VALUE 'Y'.
001770 77  WS-STATE-EOF-SW              PIC X(01) VALUE 'N'.
001780     88  WS-STATE-EOF                       VALUE 'Y'.
001790*
001800*    SYSTEM DATE AND TIME AS RETURNED BY THE OPERATING SYSTEM
001810*
001820 01  CURRENT-DATE                  PIC 9(08).
001830 01  CURRENT-TIME                  PIC 9(08).
001840*
001850 01  FORMATTED-DATE.
001860     05  FORM-YEAR                  PIC 9(04).
001870     05  FORM-MONTH                 PIC 9(02).
001880     05  FORM-DAY                   PIC 9(02).
001890*
001900 01  FORMATTED-TIME.
001910     05  FORM-HOUR                  PIC 9(02).
001920     05  FORM-MIN                   PIC 9(02).
001930     05  FORM-SEC                   PIC 9(02).
001940*
001950*    COMPLIANCE LIMITS FROM THE COMPPARM PARAMETER FILE, AND THE
001960*    LUNCH-RETURN WINDOW FROM MEALPARM, CONVERTED TO SECONDS
001970*    WHERE THE PAIRING ARITHMETIC NEEDS THEM
001980*
001990 77  WS-COMP-PARM-FOUND-SW        PIC X(01) VALUE 'N'.
002000     88  WS-COMP-PARM-FOUND                 VALUE 'Y'.
002010 77  WS-MEAL-PARM-FOUND-SW        PIC X(01) VALUE 'N'.
002020     88  WS-MEAL-PARM-FOUND                 VALUE 'Y'.
002030 77  WS-MIN-REST-HOURS            PIC 9(03)V99 VALUE 0.
002040 77  WS-MIN-REST-SECONDS          PIC 9(07) VALUE 0.
002050 77  WS-MAX-SHIFT-HOURS           PIC 9(03)V99 VALUE 0.
002060 77  WS-MAX-SHIFT-SECONDS         PIC 9(07) VALUE 0.
002070 77  WS-MAX-CONSEC-DAYS           PIC 9(03) VALUE 0.
002080 77  WS-MINOR-AGE                 PIC 9(03) VALUE 0.
002090 77  WS-MINOR-DAILY-HOURS         PIC 9(03)V99 VALUE 0.
002100 77  WS-MINOR-WEEKLY-HOURS        PIC 9(03)V99 VALUE 0.
002110 77  WS-MINOR-EARLIEST-TIME       PIC 9(04) VALUE 0.
002120 77  WS-MINOR-LATEST-TIME         PIC 9(04) VALUE 0.
002130 77  WS-MEAL-RETURN-SECONDS       PIC 9(07) VALUE 0.
002140*
002150*    PAY-PERIOD CALENDAR OF WORKWEEK-ENDING DATES, LOADED FROM
002160*    THE PAY-CALENDAR-FILE.  A WORK PERIOD BELONGS TO THE FIRST
002170*    WEEK-ENDING DATE ON OR AFTER THE DAY IT STARTED, AS IN
002180*    TIMESHEET.
002190*
002200 01  WS-CALENDAR-TABLE.
002210     05  WS-CAL-ENTRY OCCURS 53 TIMES
002220             INDEXED BY WS-CAL-IDX.
002230         10  WS-CAL-WEEK-END         PIC 9(08).
002240 77  WS-CAL-COUNT                  PIC 9(04) VALUE 0.
002250 77  WS-CAL-TABLE-SIZE             PIC 9(04) VALUE 53.
002260 01  WS-SHIFT-WEEK-END             PIC 9(08) VALUE 0.
002270*
002280*    PENDING IN PUNCHES CARRIED IN FROM THE PRIOR RUN (PENDPNCH)
002290*
002300 01  WS-PENDING-CARRY-TABLE.
002310     05  WS-PCF-ENTRY OCCURS 2000 TIMES
002320             INDEXED BY WS-PCF-IDX.
002330         10  WS-PCF-EMPLOYEE-ID      PIC X(05).
002340         10  WS-PCF-DATE.
002350             15  WS-PCF-YEAR         PIC 9(04).
002360             15  WS-PCF-MONTH        PIC 9(02).
002370             15  WS-PCF-DAY          PIC 9(02).
002380         10  WS-PCF-TIME.
002390             15  WS-PCF-HOUR         PIC 9(02).
002400             15  WS-PCF-MIN          PIC 9(02).
002410             15  WS-PCF-SEC          PIC 9(02).
002420 77  WS-PCF-COUNT                  PIC 9(04) VALUE 0.
002430 77  WS-PCF-TABLE-SIZE             PIC 9(04) VALUE 2000.
002440*
002450*    COMPLIANCE STATE CARRIED ACROSS RUNS, ONE ENTRY PER EMPLOYEE.
002460*    THE LAST OUT AND LAST WORK DAY ARE ALSO HELD AS A DAY SERIAL
002470*    AND AN ABSOLUTE SECOND COUNT SO GAPS ACROSS MIDNIGHT, MONTH
002480*    AND YEAR ENDS ARE A SIMPLE SUBTRACTION.
002490*
002500 01  WS-STATE-TABLE.
002510     05  WS-CST-ENTRY OCCURS 5000 TIMES
002520             INDEXED BY WS-CST-IDX.
002530         10  WS-CST-EMPLOYEE-ID      PIC X(05).
002540         10  WS-CST-LAST-OUT-DATE    PIC 9(08).
002550         10  WS-CST-LAST-OUT-TIME    PIC 9(06).
002560         10  WS-CST-LAST-OUT-ABS     PIC 9(12).
002570         10  WS-CST-LAST-WORK-DATE   PIC 9(08).
002580         10  WS-CST-LAST-WORK-SERIAL PIC 9(07).
002590         10  WS-CST-CONSEC-DAYS      PIC 9(03).
002600         10  WS-CST-DAY-HOURS        PIC 9(03)V99.
002610         10  WS-CST-WEEK-END         PIC 9(08).
002620         10  WS-CST-WEEK-HOURS       PIC 9(03)V99.
002630 77  WS-CST-COUNT                  PIC 9(04) VALUE 0.
002640 77  WS-CST-TABLE-SIZE             PIC 9(04) VALUE 5000.
002650 77  WS-CST-FOUND-SW               PIC X(01) VALUE 'N'.
002660     88  WS-CST-FOUND                         VALUE 'Y'.
002670 77  WS-CST-SLOT                   PIC 9(04) VALUE 0.
002680 77  WS-STATE-CUTOFF-SERIAL        PIC 9(07) VALUE 0.
002690*
002700*    THE EMPLOYEE WHOSE PUNCHES ARE BEING PAIRED, AS FOUND ON THE
002710*    EMPLOYEE MASTER
002720*
002730 01  WS-PREV-EMPLOYEE-ID           PIC X(05) VALUE SPACES.
002740 01  WS-CUR-EMPLOYEE-ID            PIC X(05) VALUE SPACES.
002750 01  WS-CUR-NAME                   PIC X(25) VALUE SPACES.
002760 01  WS-CUR-DEPARTMENT             PIC X(10) VALUE SPACES.
002770 01  WS-CUR-BIRTH-DATE.
002780     05  WS-CUR-BIRTH-YEAR          PIC 9(04) VALUE 0.
002790     05  WS-CUR-BIRTH-MONTH         PIC 9(02) VALUE 0.
002800     05  WS-CUR-BIRTH-DAY           PIC 9(02) VALUE 0.
002810 01  WS-CUR-BIRTH-DATE-NUM REDEFINES WS-CUR-BIRTH-DATE
002820                                   PIC 9(08).
002830 77  WS-CUR-AGE                    PIC 9(03) VALUE 0.
002840*
002850*    THE PUNCH JUST READ, ON THE ABSOLUTE CLOCK
002860*
002870 77  WS-PUNCH-SERIAL               PIC 9(07) VALUE 0.
002880 77  WS-PUNCH-ABS                  PIC 9(12) VALUE 0.
002890*
002900*    THE OPEN IN PUNCH WAITING FOR ITS OUT
002910*
002920 77  WS-PENDING-IN-SW              PIC X(01) VALUE 'N'.
002930     88  WS-PENDING-IN-EXISTS                 VALUE 'Y'.
002940 01  WS-PENDING-DATE.
002950     05  WS-PENDING-YEAR            PIC 9(04).
002960     05  WS-PENDING-MONTH           PIC 9(02).
002970     05  WS-PENDING-DAY             PIC 9(02).
002980 01  WS-PENDING-TIME.
002990     05  WS-PENDING-HOUR            PIC 9(02).
003000     05  WS-PENDING-MIN             PIC 9(02).
003010     05  WS-PENDING-SEC             PIC 9(02).
003020 77  WS-PENDING-SERIAL             PIC 9(07) VALUE 0.
003030 77  WS-PENDING-ABS                PIC 9(12) VALUE 0.
003040 01  WS-DAY-GAP                    PIC S9(07) VALUE 0.
003050 77  WS-PAIR-SECONDS               PIC 9(07) VALUE 0.
003060 77  WS-RETURN-GAP-SECONDS         PIC 9(12) VALUE 0.
003070*
003080*    THE WORK PERIOD BEING BUILT -- ONE PAIR, OR SEVERAL JOINED
003090*    BY LUNCH RETURNS -- FROM ITS FIRST IN TO ITS LAST OUT
003100*
003110 77  WS-PERIOD-OPEN-SW             PIC X(01) VALUE 'N'.
003120     88  WS-PERIOD-OPEN                       VALUE 'Y'.
003130 01  WS-PRD-START-DATE.
003140     05  WS-PRD-START-YEAR          PIC 9(04).
003150     05  WS-PRD-START-MONTH         PIC 9(02).
003160     05  WS-PRD-START-DAY           PIC 9(02).
003170 01  WS-PRD-START-DATE-NUM REDEFINES WS-PRD-START-DATE
003180                                   PIC 9(08).
003190 01  WS-PRD-START-TIME.
003200     05  WS-PRD-START-HOUR          PIC 9(02).
003210     05  WS-PRD-START-MIN           PIC 9(02).
003220     05  WS-PRD-START-SEC           PIC 9(02).
003230 01  WS-PRD-START-TIME-NUM REDEFINES WS-PRD-START-TIME
003240                                   PIC 9(06).
003250 77  WS-PRD-START-SERIAL           PIC 9(07) VALUE 0.
003260 77  WS-PRD-START-ABS              PIC 9(12) VALUE 0.
003270 01  WS-PRD-END-DATE.
003280     05  WS-PRD-END-YEAR            PIC 9(04).
003290     05  WS-PRD-END-MONTH           PIC 9(02).
003300     05  WS-PRD-END-DAY             PIC 9(02).
003310 01  WS-PRD-END-DATE-NUM REDEFINES WS-PRD-END-DATE
003320                                   PIC 9(08).
003330 01  WS-PRD-END-TIME.
003340     05  WS-PRD-END-HOUR            PIC 9(02).
003350     05  WS-PRD-END-MIN             PIC 9(02).
003360     05  WS-PRD-END-SEC             PIC 9(02).
003370 01  WS-PRD-END-TIME-NUM REDEFINES WS-PRD-END-TIME
003380                                   PIC 9(06).
003390 77  WS-PRD-END-SERIAL             PIC 9(07) VALUE 0.
003400 77  WS-PRD-END-ABS                PIC 9(12) VALUE 0.
003410 77  WS-PRD-WORKED-SECONDS         PIC 9(07) VALUE 0.
003420 77  WS-PRD-WORKED-HOURS           PIC 9(03)V99 VALUE 0.
003430*
003440*    CHECK WORK FIELDS
003450*
003460 77  WS-REST-SECONDS               PIC 9(12) VALUE 0.
003470 77  WS-SPAN-SECONDS               PIC 9(07) VALUE 0.
003480 77  WS-DAY-HOURS-BEFORE           PIC 9(03)V99 VALUE 0.
003490 77  WS-WEEK-HOURS-BEFORE          PIC 9(03)V99 VALUE 0.
003500 77  WS-START-HHMM                 PIC 9(04) VALUE 0.
003510 77  WS-END-HHMM                   PIC 9(04) VALUE 0.
003520 77  WS-MONTH-DAY-WORKED           PIC 9(04) VALUE 0.
003530 77  WS-MONTH-DAY-BORN             PIC 9(04) VALUE 0.
003540 01  WS-FLAG-RULE                  PIC X(18) VALUE SPACES.
003550 01  WS-FLAG-ACTUAL                PIC 9(03)V99 VALUE 0.
003560 01  WS-FLAG-LIMIT                 PIC 9(03)V99 VALUE 0.
003570*
003580*    EXCEPTIONS FOUND, SORTED BY DEPARTMENT, BADGE AND THE ORDER
003590*    THEY WERE FOUND IN BEFORE PRINTING
003600*
003610 01  WS-EXCEPTION-TABLE.
003620     05  WS-EXC-ENTRY OCCURS 2000 TIMES
003630             INDEXED BY WS-EXC-IDX.
003640         10  WS-EXC-DEPARTMENT       PIC X(10).
003650         10  WS-EXC-EMPLOYEE-ID      PIC X(05).
003660         10  WS-EXC-SEQUENCE         PIC 9(05).
003670         10  WS-EXC-NAME             PIC X(25).
003680         10  WS-EXC-DATE.
003690             15  WS-EXC-YEAR         PIC 9(04).
003700             15  WS-EXC-MONTH        PIC 9(02).
003710             15  WS-EXC-DAY          PIC 9(02).
003720         10  WS-EXC-TIME.
003730             15  WS-EXC-HOUR         PIC 9(02).
003740             15  WS-EXC-MIN          PIC 9(02).
003750         10  WS-EXC-RULE             PIC X(18).
003760         10  WS-EXC-ACTUAL           PIC 9(03)V99.
003770         10  WS-EXC-LIMIT            PIC 9(03)V99.
003780 77  WS-EXC-COUNT                  PIC 9(05) VALUE 0.
003790 77  WS-EXC-TABLE-SIZE             PIC 9(05) VALUE 2000.
003800*
003810*    SELECTION-SORT WORK FIELDS FOR THE EXCEPTION TABLE
003820*
003830 77  WS-SORT-I                     PIC 9(05) VALUE 0.
003840 77  WS-SORT-J                     PIC 9(05) VALUE 0.
003850 77  WS-SORT-LOW                   PIC 9(05) VALUE 0.
003860 01  WS-SORT-HOLD                  PIC X(85).
003870 01  WS-SORT-KEY-J.
003880     05  WS-SKJ-DEPARTMENT          PIC X(10).
003890     05  WS-SKJ-EMPLOYEE-ID         PIC X(05).
003900     05  WS-SKJ-SEQUENCE            PIC 9(05).
003910 01  WS-SORT-KEY-LOW.
003920     05  WS-SKL-DEPARTMENT          PIC X(10).
003930     05  WS-SKL-EMPLOYEE-ID         PIC X(05).
003940     05  WS-SKL-SEQUENCE            PIC 9(05).
003950*
003960*    DEPARTMENT BREAK CONTROL FOR THE GROUPED PRINT
003970*
003980 01  WS-PREV-DEPARTMENT            PIC X(10) VALUE LOW-VALUES.
003990*
004000*    DAY-SERIAL ARITHMETIC -- A DAY COUNT FROM A FIXED EPOCH SO
004010*    TWO DATES CAN BE DIFFERENCED
004020*
004030 01  WS-SERIAL-DATE.
004040     05  WS-SERIAL-YEAR             PIC 9(04).
004050     05  WS-SERIAL-MONTH            PIC 9(02).
004060     05  WS-SERIAL-DAY              PIC 9(02).
004070 01  WS-SERIAL-DATE-NUM REDEFINES WS-SERIAL-DATE
004080                                   PIC 9(08).
004090 77  WS-DAY-SERIAL                 PIC 9(07) VALUE 0.
004100 77  WS-RUN-SERIAL                 PIC 9(07) VALUE 0.
004110 77  WS-SER-YEARS                  PIC 9(04) VALUE 0.
004120 77  WS-SER-TERM-1                 PIC 9(04) VALUE 0.
004130 77  WS-SER-TERM-2                 PIC 9(04) VALUE 0.
004140 77  WS-SER-TERM-3                 PIC 9(04) VALUE 0.
004150 77  WS-SER-LEAP-QUOT              PIC 9(04) VALUE 0.
004160 77  WS-SER-LEAP-REM               PIC 9(04) VALUE 0.
004170 77  WS-SER-LEAP-SW                PIC X(01) VALUE 'N'.
004180     88  WS-SER-LEAP-YEAR                    VALUE 'Y'.
004190 01  WS-MONTH-CUM-DATA             PIC X(36) VALUE
004200         "000031059090120151181212243273304334".
004210 01  WS-MONTH-CUM-TABLE REDEFINES WS-MONTH-CUM-DATA.
004220     05  WS-MONTH-CUM               PIC 9(03) OCCURS 12 TIMES.
004230*
004240*    REPORT TOTALS
004250*
004260 77  WS-PERIOD-COUNT               PIC 9(07) VALUE 0.
004270 77  WS-RECHECK-COUNT              PIC 9(07) VALUE 0.
004280 77  WS-REST-EXC-COUNT             PIC 9(05) VALUE 0.
004290 77  WS-CONSEC-EXC-COUNT           PIC 9(05) VALUE 0.
004300 77  WS-LENGTH-EXC-COUNT           PIC 9(05) VALUE 0.
004310 77  WS-MINOR-EXC-COUNT            PIC 9(05) VALUE 0.
004320 77  WS-STATE-KEPT-COUNT           PIC 9(05) VALUE 0.
004330 77  WS-STATE-DROPPED-COUNT        PIC 9(05) VALUE 0.
004340*
004350*    REPORT PRINT LINES
004360*
004370 01  WS-HEADING-LINE-1.
004380     05  FILLER                     PIC X(10) VALUE SPACES.
004390     05  FILLER                     PIC X(41)
004400             VALUE "LABOR-LAW COMPLIANCE EXCEPTIONS - RUN OF".
004410     05  HD-DATE                    PIC X(10).
004420 01  WS-HEADING-LINE-2.
004430     05  FILLER                     PIC X(06) VALUE "BADGE".
004440     05  FILLER                     PIC X(21) VALUE "NAME".
004450     05  FILLER                     PIC X(11) VALUE "DATE".
004460     05  FILLER                     PIC X(06) VALUE "START".
004470     05  FILLER                     PIC X(19) VALUE "RULE".
004480     05  FILLER                     PIC X(07) VALUE "ACTUAL".
004490     05  FILLER                     PIC X(06) VALUE "LIMIT".
004500 01  WS-DEPT-HEADING-LINE.
004510     05  FILLER                     PIC X(12)
004520             VALUE "DEPARTMENT: ".
004530     05  DH-DEPARTMENT              PIC X(10).
004540 01  WS-DETAIL-LINE.
004550     05  DL-EMPLOYEE-ID             PIC X(05).
004560     05  FILLER                     PIC X(01) VALUE SPACES.
004570     05  DL-NAME                    PIC X(20).
004580     05  FILLER                     PIC X(01) VALUE SPACES.
004590     05  DL-DATE                    PIC X(10).
004600     05  FILLER                     PIC X(01) VALUE SPACES.
004610     05  DL-START                   PIC X(05).
004620     05  FILLER                     PIC X(01) VALUE SPACES.
004630     05  DL-RULE                    PIC X(18).
004640     05  FILLER                     PIC X(01) VALUE SPACES.
004650     05  DL-ACTUAL                  PIC ZZ9.99.
004660     05  FILLER                     PIC X(01) VALUE SPACES.
004670     05  DL-LIMIT                   PIC ZZ9.99.
004680 01  WS-NONE-LINE.
004690     05  FILLER                     PIC X(30)
004700             VALUE "NO COMPLIANCE EXCEPTIONS".
004710 01  WS-COUNT-LINE.
004720     05  CL-LABEL                   PIC X(30).
004730     05  CL-COUNT                   PIC ZZZZZZ9.
004740 01  WS-BLANK-LINE                 PIC X(80) VALUE SPACES.
004750*
004760 PROCEDURE DIVISION.
004770*
004780 0000-MAINLINE.
004790     PERFORM 1000-INITIALIZE THRU 1000-EXIT
004800     IF RETURN-CODE = ZERO
004810         PERFORM 2000-PROCESS-PUNCHES THRU 2000-EXIT
004820     END-IF
004830     IF RETURN-CODE = ZERO
004840         PERFORM 5000-SORT-EXCEPTIONS THRU 5000-EXIT
004850         PERFORM 5500-PRINT-REPORT THRU 5500-EXIT
004860     END-IF
004870     IF RETURN-CODE = ZERO
004880         PERFORM 6000-WRITE-NEW-STATE THRU 6000-EXIT
004890     END-IF
004900     PERFORM 9999-TERMINATE THRU 9999-EXIT
004910     STOP RUN.
004920*
004930*****************************************************************
004940*  1000-INITIALIZE - GET THE SYSTEM DATE, LOAD THE PARAMETERS,
004950*  CALENDAR, CARRIED PENDING INS AND COMPLIANCE STATE, OPEN THE
004960*  PUNCH, MASTER AND REPORT FILES AND READ THE FIRST PUNCH.
004970*****************************************************************
004980 1000-INITIALIZE.
004990     ACCEPT CURRENT-DATE FROM DATE YYYYMMDD
005000     ACCEPT CURRENT-TIME FROM TIME
005010     MOVE CURRENT-DATE(1:4) TO FORM-YEAR
005020     MOVE CURRENT-DATE(5:2) TO FORM-MONTH
005030     MOVE CURRENT-DATE(7:2) TO FORM-DAY
005040     MOVE CURRENT-TIME(1:2) TO FORM-HOUR
005050     MOVE CURRENT-TIME(3:2) TO FORM-MIN
005060     MOVE CURRENT-TIME(5:2) TO FORM-SEC
005070     MOVE CURRENT-DATE TO WS-SERIAL-DATE-NUM
005080     PERFORM 7300-COMPUTE-DAY-SERIAL THRU 7300-EXIT
005090     MOVE WS-DAY-SERIAL TO WS-RUN-SERIAL
005100     COMPUTE WS-STATE-CUTOFF-SERIAL = WS-RUN-SERIAL - 8
005110     PERFORM 1100-LOAD-COMPLIANCE-PARMS THRU 1100-EXIT
005120     IF RETURN-CODE NOT = ZERO
005130         GO TO 1000-EXIT
005140     END-IF
005150     PERFORM 1150-LOAD-MEAL-PARAMETERS THRU 1150-EXIT
005160     IF RETURN-CODE NOT = ZERO
005170         GO TO 1000-EXIT
005180     END-IF
005190     PERFORM 1200-LOAD-PAY-CALENDAR THRU 1200-EXIT
005200     IF RETURN-CODE NOT = ZERO
005210         GO TO 1000-EXIT
005220     END-IF
005230     PERFORM 1300-LOAD-PENDING-CARRY THRU 1300-EXIT
005240     IF RETURN-CODE NOT = ZERO
005250         GO TO 1000-EXIT
005260     END-IF
005270     PERFORM 1400-LOAD-COMPLIANCE-STATE THRU 1400-EXIT
005280     IF RETURN-CODE NOT = ZERO
005290         GO TO 1000-EXIT
005300     END-IF
005310     OPEN INPUT WORK-PUNCH-FILE
005320     OPEN INPUT EMPLOYEE-MASTER
005330     OPEN OUTPUT COMPLIANCE-REPORT-FILE
005340     IF WS-EMPMAST-FILE-NOT-FOUND
005350         DISPLAY "COMPLRPT - NO EMPLOYEE-MASTER ON FILE"
005360         MOVE 16 TO RETURN-CODE
005370         GO TO 1000-EXIT
005380     END-IF
005390     IF NOT WS-WORK-FILE-OK OR NOT WS-EMPMAST-FILE-OK
005400             OR NOT WS-CMPRPT-FILE-OK
005410         DISPLAY "COMPLRPT - UNABLE TO OPEN INPUT OR REPORT FILE"
005420         MOVE 16 TO RETURN-CODE
005430         GO TO 1000-EXIT
005440     END-IF
005450     PERFORM 8100-READ-WORK-PUNCH THRU 8100-EXIT.
005460 1000-EXIT.
005470     EXIT.
005480*
005490*****************************************************************
005500*  1100-LOAD-COMPLIANCE-PARMS - READ THE WAGE-AND-HOUR LIMITS
005510*  FROM THE COMPPARM PARAMETER FILE.  A MISSING OR EMPTY FILE
005520*  FAILS THE STEP -- A CHECK AGAINST LIMITS NOBODY SET WOULD
005530*  CLEAR EVERY SHIFT AND LOOK LIKE A CLEAN NIGHT.
005540*****************************************************************
005550 1100-LOAD-COMPLIANCE-PARMS.
005560     MOVE 'N' TO WS-COMP-PARM-FOUND-SW
005570     MOVE 'N' TO WS-PARM-EOF-SW
005580     OPEN INPUT COMPLIANCE-PARAMETER-FILE
005590     IF WS-PARM-FILE-NOT-FOUND
005600         DISPLAY "COMPLRPT - NO COMPPARM PARAMETER FILE"
005610         MOVE 16 TO RETURN-CODE
005620         GO TO 1100-EXIT
005630     END-IF
005640     IF NOT WS-PARM-FILE-OK
005650         DISPLAY "COMPLRPT - UNABLE TO OPEN COMPPARM FILE"
005660         MOVE 16 TO RETURN-CODE
005670         GO TO 1100-EXIT
005680     END-IF
005690     PERFORM UNTIL WS-PARM-EOF
005700         READ COMPLIANCE-PARAMETER-FILE
005710             AT END
005720                 MOVE 'Y' TO WS-PARM-EOF-SW
005730             NOT AT END
005740                 IF CP-MIN-REST-HOURS IS NUMERIC
005750                         AND CP-MAX-SHIFT-HOURS IS NUMERIC
005760                         AND CP-MAX-CONSEC-DAYS IS NUMERIC
005770                         AND CP-MINOR-AGE IS NUMERIC
005780                         AND CP-MINOR-DAILY-HOURS IS NUMERIC
005790                         AND CP-MINOR-WEEKLY-HOURS IS NUMERIC
005800                         AND CP-MINOR-EARLIEST-TIME IS NUMERIC
005810                         AND CP-MINOR-LATEST-TIME IS NUMERIC
005820                     MOVE CP-MIN-REST-HOURS TO WS-MIN-REST-HOURS
005830                     COMPUTE WS-MIN-REST-SECONDS =
005840                         CP-MIN-REST-HOURS * 3600
005850                     MOVE CP-MAX-SHIFT-HOURS TO WS-MAX-SHIFT-HOURS
005860                     COMPUTE WS-MAX-SHIFT-SECONDS =
005870                         CP-MAX-SHIFT-HOURS * 3600
005880                     MOVE CP-MAX-CONSEC-DAYS TO WS-MAX-CONSEC-DAYS
005890                     MOVE CP-MINOR-AGE TO WS-MINOR-AGE
005900                     MOVE CP-MINOR-DAILY-HOURS
005910                         TO WS-MINOR-DAILY-HOURS
005920                     MOVE CP-MINOR-WEEKLY-HOURS
005930                         TO WS-MINOR-WEEKLY-HOURS
005940                     MOVE CP-MINOR-EARLIEST-TIME
005950                         TO WS-MINOR-EARLIEST-TIME
005960                     MOVE CP-MINOR-LATEST-TIME
005970                         TO WS-MINOR-LATEST-TIME
005980                     MOVE 'Y' TO WS-COMP-PARM-FOUND-SW
005990                 END-IF
006000         END-READ
006010     END-PERFORM
006020     CLOSE COMPLIANCE-PARAMETER-FILE
006030     IF NOT WS-COMP-PARM-FOUND
006040         DISPLAY "COMPLRPT - NO VALID COMPPARM RECORD"
006050         MOVE 16 TO RETURN-CODE
006060     END-IF.
006070 1100-EXIT.
006080     EXIT.
006090*
006100*****************************************************************
006110*  1150-LOAD-MEAL-PARAMETERS - READ THE LUNCH-RETURN WINDOW FROM
006120*  THE MEALPARM FILE TIMESHEET USES, SO A PUNCH OUT AND BACK IN
006130*  FOR LUNCH IS ONE WORK PERIOD HERE TOO AND NOT A SHORT REST.
006140*****************************************************************
006150 1150-LOAD-MEAL-PARAMETERS.
006160     MOVE 'N' TO WS-MEAL-PARM-FOUND-SW
006170     MOVE 'N' TO WS-MEAL-EOF-SW
006180     OPEN INPUT MEAL-PARAMETER-FILE
006190     IF WS-MEAL-FILE-NOT-FOUND
006200         DISPLAY "COMPLRPT - NO MEALPARM PARAMETER FILE"
006210         MOVE 16 TO RETURN-CODE
006220         GO TO 1150-EXIT
006230     END-IF
006240     IF NOT WS-MEAL-FILE-OK
006250         DISPLAY "COMPLRPT - UNABLE TO OPEN MEALPARM FILE"
006260         MOVE 16 TO RETURN-CODE
006270         GO TO 1150-EXIT
006280     END-IF
006290     PERFORM UNTIL WS-MEAL-EOF
006300         READ MEAL-PARAMETER-FILE
006310             AT END
006320                 MOVE 'Y' TO WS-MEAL-EOF-SW
006330             NOT AT END
006340                 IF MP-RETURN-WINDOW-MINUTES IS NUMERIC
006350                     COMPUTE WS-MEAL-RETURN-SECONDS =
006360                         MP-RETURN-WINDOW-MINUTES * 60
006370                     MOVE 'Y' TO WS-MEAL-PARM-FOUND-SW
006380                 END-IF
006390         END-READ
006400     END-PERFORM
006410     CLOSE MEAL-PARAMETER-FILE
006420     IF NOT WS-MEAL-PARM-FOUND
006430         DISPLAY "COMPLRPT - NO VALID MEALPARM RECORD"
006440         MOVE 16 TO RETURN-CODE
006450     END-IF.
006460 1150-EXIT.
006470     EXIT.
006480*
006490*****************************************************************
006500*  1200-LOAD-PAY-CALENDAR - LOAD THE WORKWEEK-ENDING DATES FROM
006510*  THE PAY-CALENDAR-FILE FOR THE MINORS' WEEKLY-HOURS LIMIT.  A
006520*  MISSING OR EMPTY CALENDAR FAILS THE STEP, AS IN TIMESHEET.
006530*****************************************************************
006540 1200-LOAD-PAY-CALENDAR.
006550     MOVE 0 TO WS-CAL-COUNT
006560     MOVE 'N' TO WS-PAYCAL-EOF-SW
006570     OPEN INPUT PAY-CALENDAR-FILE
006580     IF WS-PAYCAL-FILE-NOT-FOUND
006590         DISPLAY "COMPLRPT - NO PAY-CALENDAR-FILE ON FILE"
006600         MOVE 16 TO RETURN-CODE
006610         GO TO 1200-EXIT
006620     END-IF
006630     IF NOT WS-PAYCAL-FILE-OK
006640         DISPLAY "COMPLRPT - UNABLE TO OPEN PAY-CALENDAR-FILE"
006650         MOVE 16 TO RETURN-CODE
006660         GO TO 1200-EXIT
006670     END-IF
006680     PERFORM UNTIL WS-PAYCAL-EOF
006690         READ PAY-CALENDAR-FILE
006700             AT END
006710                 MOVE 'Y' TO WS-PAYCAL-EOF-SW
006720             NOT AT END
006730                 IF WS-CAL-COUNT < WS-CAL-TABLE-SIZE
006740                     ADD 1 TO WS-CAL-COUNT
006750                     SET WS-CAL-IDX TO WS-CAL-COUNT
006760                     MOVE CAL-WEEK-END-DATE
006770                         TO WS-CAL-WEEK-END(WS-CAL-IDX)
006780                 ELSE
006790                     DISPLAY "COMPLRPT - PAY CALENDAR TABLE "
006800                         "FULL AT " WS-CAL-TABLE-SIZE " ENTRIES"
006810                     MOVE 16 TO RETURN-CODE
006820                     MOVE 'Y' TO WS-PAYCAL-EOF-SW
006830                 END-IF
006840         END-READ
006850     END-PERFORM
006860     CLOSE PAY-CALENDAR-FILE
006870     IF WS-CAL-COUNT = 0 AND RETURN-CODE = ZERO
006880         DISPLAY "COMPLRPT - PAY-CALENDAR-FILE IS EMPTY"
006890         MOVE 16 TO RETURN-CODE
006900     END-IF.
006910 1200-EXIT.
006920     EXIT.
006930*
006940*****************************************************************
006950*  1300-LOAD-PENDING-CARRY - LOAD THE PENDING IN PUNCHES THE
006960*  PRIOR RUN LEFT OPEN.  NO FILE YET SIMPLY MEANS NOTHING WAS
006970*  CARRIED.  THIS STEP ONLY READS THE CARRY FILE; TIMESHEET
006980*  WRITES ITS SUCCESSOR.
006990*****************************************************************
007000 1300-LOAD-PENDING-CARRY.
007010     MOVE 0 TO WS-PCF-COUNT
007020     MOVE 'N' TO WS-PNDCAR-EOF-SW
007030     OPEN INPUT PENDING-CARRY-FILE
007040     IF WS-PNDCAR-FILE-NOT-FOUND
007050         GO TO 1300-EXIT
007060     END-IF
007070     IF NOT WS-PNDCAR-FILE-OK
007080         DISPLAY "COMPLRPT - UNABLE TO OPEN PENDING-CARRY-FILE"
007090         MOVE 16 TO RETURN-CODE
007100         GO TO 1300-EXIT
007110     END-IF
007120     PERFORM UNTIL WS-PNDCAR-EOF
007130         READ PENDING-CARRY-FILE
007140             AT END
007150                 MOVE 'Y' TO WS-PNDCAR-EOF-SW
007160             NOT AT END
007170                 IF WS-PCF-COUNT < WS-PCF-TABLE-SIZE
007180                     ADD 1 TO WS-PCF-COUNT
007190                     SET WS-PCF-IDX TO WS-PCF-COUNT
007200                     MOVE PCF-EMPLOYEE-ID
007210                         TO WS-PCF-EMPLOYEE-ID(WS-PCF-IDX)
007220                     MOVE PCF-PUNCH-DATE
007230                         TO WS-PCF-DATE(WS-PCF-IDX)
007240                     MOVE PCF-PUNCH-TIME
007250                         TO WS-PCF-TIME(WS-PCF-IDX)
007260                 ELSE
007270                     DISPLAY "COMPLRPT - PENDING CARRY TABLE "
007280                         "FULL AT " WS-PCF-TABLE-SIZE
007290                         " ENTRIES"
007300                     MOVE 16 TO RETURN-CODE
007310                     MOVE 'Y' TO WS-PNDCAR-EOF-SW
007320                 END-IF
007330         END-READ
007340     END-PERFORM
007350     CLOSE PENDING-CARRY-FILE.
007360 1300-EXIT.
007370     EXIT.
007380*
007390*****************************************************************
007400*  1400-LOAD-COMPLIANCE-STATE - LOAD EACH EMPLOYEE'S CARRIED
007410*  LAST OUT, DAY RUN AND DAY/WEEK HOURS FROM THE COMPSTAT FILE,
007420*  PUTTING THE LAST OUT AND LAST WORK DAY ON THE ABSOLUTE CLOCK.
007430*  NO FILE YET IS THE FIRST RUN -- EVERYONE STARTS CLEAN.
007440*****************************************************************
007450 1400-LOAD-COMPLIANCE-STATE.
007460     MOVE 0 TO WS-CST-COUNT
007470     MOVE 'N' TO WS-STATE-EOF-SW
007480     OPEN INPUT COMPLIANCE-STATE-FILE
007490     IF WS-STATE-FILE-NOT-FOUND
007500         GO TO 1400-EXIT
007510     END-IF
007520     IF NOT WS-STATE-FILE-OK
007530         DISPLAY "COMPLRPT - UNABLE TO OPEN COMPLIANCE-STATE-FILE"
007540         MOVE 16 TO RETURN-CODE
007550         GO TO 1400-EXIT
007560     END-IF
007570     PERFORM UNTIL WS-STATE-EOF
007580         READ COMPLIANCE-STATE-FILE
007590             AT END
007600                 MOVE 'Y' TO WS-STATE-EOF-SW
007610             NOT AT END
007620                 IF WS-CST-COUNT < WS-CST-TABLE-SIZE
007630                     ADD 1 TO WS-CST-COUNT
007640                     SET WS-CST-IDX TO WS-CST-COUNT
007650                     PERFORM 1450-LOAD-ONE-STATE THRU 1450-EXIT
007660                 ELSE
007670                     DISPLAY "COMPLRPT - COMPLIANCE STATE TABLE "
007680                         "FULL AT " WS-CST-TABLE-SIZE " ENTRIES"
007690                     MOVE 16 TO RETURN-CODE
007700                     MOVE 'Y' TO WS-STATE-EOF-SW
007710                 END-IF
007720         END-READ
007730     END-PERFORM
007740     CLOSE COMPLIANCE-STATE-FILE.
007750 1400-EXIT.
007760     EXIT.
007770*
007780*****************************************************************
007790*  1450-LOAD-ONE-STATE - MOVE THE STATE RECORD JUST READ INTO
007800*  THE TABLE ENTRY AT WS-CST-IDX.
007810*****************************************************************
007820 1450-LOAD-ONE-STATE.
007830     MOVE CST-EMPLOYEE-ID TO WS-CST-EMPLOYEE-ID(WS-CST-IDX)
007840     MOVE CST-LAST-OUT-DATE TO WS-CST-LAST-OUT-DATE(WS-CST-IDX)
007850     MOVE CST-LAST-OUT-TIME TO WS-CST-LAST-OUT-TIME(WS-CST-IDX)
007860     MOVE CST-LAST-OUT-DATE TO WS-SERIAL-DATE
007870     PERFORM 7300-COMPUTE-DAY-SERIAL THRU 7300-EXIT
007880     COMPUTE WS-CST-LAST-OUT-ABS(WS-CST-IDX) =
007890         (WS-DAY-SERIAL * 86400) + (CST-LAST-OUT-HOUR * 3600)
007900             + (CST-LAST-OUT-MIN * 60) + CST-LAST-OUT-SEC
007910     MOVE CST-LAST-WORK-DATE TO WS-CST-LAST-WORK-DATE(WS-CST-IDX)
007920     MOVE CST-LAST-WORK-DATE TO WS-SERIAL-DATE
007930     PERFORM 7300-COMPUTE-DAY-SERIAL THRU 7300-EXIT
007940     MOVE WS-DAY-SERIAL TO WS-CST-LAST-WORK-SERIAL(WS-CST-IDX)
007950     MOVE CST-CONSEC-DAYS TO WS-CST-CONSEC-DAYS(WS-CST-IDX)
007960     MOVE CST-DAY-HOURS TO WS-CST-DAY-HOURS(WS-CST-IDX)
007970     MOVE CST-WEEK-END-DATE TO WS-CST-WEEK-END(WS-CST-IDX)
007980     MOVE CST-WEEK-HOURS TO WS-CST-WEEK-HOURS(WS-CST-IDX).
007990 1450-EXIT.
008000     EXIT.
008010*
008020*****************************************************************
008030*  2000-PROCESS-PUNCHES - PAIR IN/OUT PUNCHES PER EMPLOYEE AS
008040*  TIMESHEET DOES AND CHECK EACH WORK PERIOD AS IT CLOSES.
008050*****************************************************************
008060 2000-PROCESS-PUNCHES.
008070     PERFORM UNTIL WS-WORK-EOF OR RETURN-CODE NOT = ZERO
008080         IF WORK-EMPLOYEE-ID NOT = WS-PREV-EMPLOYEE-ID
008090             IF WS-PREV-EMPLOYEE-ID NOT = SPACES
008100                 PERFORM 2900-END-EMPLOYEE THRU 2900-EXIT
008110             END-IF
008120             PERFORM 2100-START-EMPLOYEE THRU 2100-EXIT
008130         END-IF
008140         IF WORK-RECORD-ORIGINAL OR WORK-RECORD-CORRECTION
008150             MOVE WORK-DATE TO WS-SERIAL-DATE
008160             PERFORM 7300-COMPUTE-DAY-SERIAL THRU 7300-EXIT
008170             MOVE WS-DAY-SERIAL TO WS-PUNCH-SERIAL
008180             COMPUTE WS-PUNCH-ABS = (WS-DAY-SERIAL * 86400)
008190                 + (WORK-HOUR * 3600) + (WORK-MIN * 60) + WORK-SEC
008200             IF WORK-TYPE-IN
008210                 PERFORM 3000-SAVE-PENDING-IN THRU 3000-EXIT
008220             ELSE
008230                 IF WORK-TYPE-OUT
008240                     PERFORM 4000-MATCH-OUT-PUNCH THRU 4000-EXIT
008250                 END-IF
008260             END-IF
008270         END-IF
008280         MOVE WORK-EMPLOYEE-ID TO WS-PREV-EMPLOYEE-ID
008290         PERFORM 8100-READ-WORK-PUNCH THRU 8100-EXIT
008300     END-PERFORM
008310     IF WS-PREV-EMPLOYEE-ID NOT = SPACES AND RETURN-CODE = ZERO
008320         PERFORM 2900-END-EMPLOYEE THRU 2900-EXIT
008330     END-IF.
008340 2000-EXIT.
008350     EXIT.
008360*
008370*****************************************************************
008380*  2100-START-EMPLOYEE - ON THE FIRST PUNCH OF A NEW EMPLOYEE
008390*  GROUP, LOOK THE BADGE UP ON THE EMPLOYEE MASTER FOR ITS NAME,
008400*  DEPARTMENT AND DATE OF BIRTH, LOCATE ITS COMPLIANCE STATE AND
008410*  SEED ANY IN THE PRIOR RUN LEFT OPEN.  A BADGE NOT ON THE
008420*  MASTER IS STILL CHECKED, UNDER DEPARTMENT *UNKNOWN*, AS AN
008430*  ADULT.
008440*****************************************************************
008450 2100-START-EMPLOYEE.
008460     MOVE 'N' TO WS-PENDING-IN-SW
008470     MOVE 'N' TO WS-PERIOD-OPEN-SW
008480     MOVE WORK-EMPLOYEE-ID TO WS-CUR-EMPLOYEE-ID
008490     MOVE WORK-EMPLOYEE-ID TO EMP-BADGE-ID
008500     READ EMPLOYEE-MASTER
008510         INVALID KEY
008520             MOVE "*UNKNOWN*" TO WS-CUR-DEPARTMENT
008530             MOVE SPACES TO WS-CUR-NAME
008540             MOVE 0 TO WS-CUR-BIRTH-DATE-NUM
008550         NOT INVALID KEY
008560             MOVE EMP-DEPARTMENT TO WS-CUR-DEPARTMENT
008570             MOVE EMP-NAME TO WS-CUR-NAME
008580             IF EMP-BIRTH-DATE IS NUMERIC
008590                 MOVE EMP-BIRTH-DATE TO WS-CUR-BIRTH-DATE
008600             ELSE
008610                 MOVE 0 TO WS-CUR-BIRTH-DATE-NUM
008620             END-IF
008630     END-READ
008640     PERFORM 6100-FIND-STATE-ENTRY THRU 6100-EXIT
008650     IF RETURN-CODE NOT = ZERO
008660         GO TO 2100-EXIT
008670     END-IF
008680     PERFORM 2150-SEED-PENDING-FROM-CARRY THRU 2150-EXIT.
008690 2100-EXIT.
008700     EXIT.
008710*
008720*****************************************************************
008730*  2150-SEED-PENDING-FROM-CARRY - IF THE PRIOR RUN LEFT AN IN
008740*  OPEN FOR THIS EMPLOYEE, MAKE IT THE PENDING IN SO THIS RUN'S
008750*  OUT CLOSES THE OVERNIGHT SHIFT, AS TIMESHEET DOES.
008760*****************************************************************
008770 2150-SEED-PENDING-FROM-CARRY.
008780     PERFORM VARYING WS-PCF-IDX FROM 1 BY 1
008790             UNTIL WS-PCF-IDX > WS-PCF-COUNT
008800                 OR WS-PENDING-IN-EXISTS
008810         IF WS-PCF-EMPLOYEE-ID(WS-PCF-IDX) = WORK-EMPLOYEE-ID
008820             MOVE 'Y' TO WS-PENDING-IN-SW
008830             MOVE WS-PCF-DATE(WS-PCF-IDX) TO WS-PENDING-DATE
008840             MOVE WS-PCF-TIME(WS-PCF-IDX) TO WS-PENDING-TIME
008850             MOVE WS-PENDING-DATE TO WS-SERIAL-DATE
008860             PERFORM 7300-COMPUTE-DAY-SERIAL THRU 7300-EXIT
008870             MOVE WS-DAY-SERIAL TO WS-PENDING-SERIAL
008880             COMPUTE WS-PENDING-ABS = (WS-DAY-SERIAL * 86400)
008890                 + (WS-PENDING-HOUR * 3600)
008900                 + (WS-PENDING-MIN * 60) + WS-PENDING-SEC
008910         END-IF
008920     END-PERFORM.
008930 2150-EXIT.
008940     EXIT.
008950*
008960*****************************************************************
008970*  2900-END-EMPLOYEE - AFTER AN EMPLOYEE'S LAST PUNCH, CHECK THE
008980*  WORK PERIOD STILL OPEN.  AN IN STILL PENDING IS LEFT FOR
008990*  TIMESHEET TO CARRY; IT IS CHECKED WHEN ITS OUT ARRIVES.
009000*****************************************************************
009010 2900-END-EMPLOYEE.
009020     IF WS-PERIOD-OPEN
009030         PERFORM 4500-CLOSE-WORK-PERIOD THRU 4500-EXIT
009040     END-IF
009050     MOVE 'N' TO WS-PENDING-IN-SW.
009060 2900-EXIT.
009070     EXIT.
009080*
009090*****************************************************************
009100*  3000-SAVE-PENDING-IN - HOLD AN IN PUNCH UNTIL ITS OUT COMES
009110*  UP.  AN EARLIER PENDING IN THAT NEVER FOUND ITS OUT IS
009120*  SIMPLY REPLACED -- TIMESHEET LISTS IT FOR THE SUPERVISORS.
009130*****************************************************************
009140 3000-SAVE-PENDING-IN.
009150     MOVE 'Y' TO WS-PENDING-IN-SW
009160     MOVE WORK-DATE TO WS-PENDING-DATE
009170     MOVE WORK-TIME TO WS-PENDING-TIME
009180     MOVE WS-PUNCH-SERIAL TO WS-PENDING-SERIAL
009190     MOVE WS-PUNCH-ABS TO WS-PENDING-ABS.
009200 3000-EXIT.
009210     EXIT.
009220*
009230*****************************************************************
009240*  4000-MATCH-OUT-PUNCH - AN OUT ON THE SAME OR THE NEXT
009250*  CALENDAR DAY AS THE PENDING IN, AND AFTER IT, COMPLETES A
009260*  PAIR.  ANY OTHER OUT IS AN ORPHAN TIMESHEET ALREADY LISTS,
009270*  AND IS IGNORED HERE.
009280*****************************************************************
009290 4000-MATCH-OUT-PUNCH.
009300     IF NOT WS-PENDING-IN-EXISTS
009310         GO TO 4000-EXIT
009320     END-IF
009330     COMPUTE WS-DAY-GAP = WS-PUNCH-SERIAL - WS-PENDING-SERIAL
009340     IF WS-DAY-GAP NOT = 0 AND WS-DAY-GAP NOT = 1
009350         GO TO 4000-EXIT
009360     END-IF
009370     IF WS-PUNCH-ABS > WS-PENDING-ABS
009380         PERFORM 4100-ADD-PAIR-TO-PERIOD THRU 4100-EXIT
009390     END-IF
009400     MOVE 'N' TO WS-PENDING-IN-SW.
009410 4000-EXIT.
009420     EXIT.
009430*
009440*****************************************************************
009450*  4100-ADD-PAIR-TO-PERIOD - JOIN THE PAIR JUST COMPLETED TO THE
009460*  OPEN WORK PERIOD WHEN ITS IN CAME BACK WITHIN THE MEALPARM
009470*  RETURN WINDOW OF THE PERIOD'S LAST OUT (A LUNCH PUNCH);
009480*  OTHERWISE CLOSE AND CHECK THE OPEN PERIOD AND START A NEW ONE
009490*  WITH THIS PAIR.
009500*****************************************************************
009510 4100-ADD-PAIR-TO-PERIOD.
009520     COMPUTE WS-PAIR-SECONDS = WS-PUNCH-ABS - WS-PENDING-ABS
009530     IF WS-PERIOD-OPEN
009540         IF WS-PENDING-ABS NOT < WS-PRD-END-ABS
009550             COMPUTE WS-RETURN-GAP-SECONDS =
009560                 WS-PENDING-ABS - WS-PRD-END-ABS
009570             IF WS-RETURN-GAP-SECONDS NOT > WS-MEAL-RETURN-SECONDS
009580                 MOVE WORK-DATE TO WS-PRD-END-DATE
009590                 MOVE WORK-TIME TO WS-PRD-END-TIME
009600                 MOVE WS-PUNCH-SERIAL TO WS-PRD-END-SERIAL
009610                 MOVE WS-PUNCH-ABS TO WS-PRD-END-ABS
009620                 ADD WS-PAIR-SECONDS TO WS-PRD-WORKED-SECONDS
009630                 GO TO 4100-EXIT
009640             END-IF
009650         END-IF
009660         PERFORM 4500-CLOSE-WORK-PERIOD THRU 4500-EXIT
009670     END-IF
009680     MOVE 'Y' TO WS-PERIOD-OPEN-SW
009690     MOVE WS-PENDING-DATE TO WS-PRD-START-DATE
009700     MOVE WS-PENDING-TIME TO WS-PRD-START-TIME
009710     MOVE WS-PENDING-SERIAL TO WS-PRD-START-SERIAL
009720     MOVE WS-PENDING-ABS TO WS-PRD-START-ABS
009730     MOVE WORK-DATE TO WS-PRD-END-DATE
009740     MOVE WORK-TIME TO WS-PRD-END-TIME
009750     MOVE WS-PUNCH-SERIAL TO WS-PRD-END-SERIAL
009760     MOVE WS-PUNCH-ABS TO WS-PRD-END-ABS
009770     MOVE WS-PAIR-SECONDS TO WS-PRD-WORKED-SECONDS.
009780 4100-EXIT.
009790     EXIT.
009800*
009810*****************************************************************
009820*  4500-CLOSE-WORK-PERIOD - RUN EVERY CHECK ON THE WORK PERIOD
009830*  JUST CLOSED AND ROLL IT INTO THE EMPLOYEE'S STATE.  A PERIOD
009840*  STARTING NO LATER THAN THE LAST OUT ON STATE WAS ALREADY
009850*  CHECKED BY AN EARLIER RUN OF THESE PUNCHES AND IS SKIPPED.
009860*****************************************************************
009870 4500-CLOSE-WORK-PERIOD.
009880     MOVE 'N' TO WS-PERIOD-OPEN-SW
009890     SET WS-CST-IDX TO WS-CST-SLOT
009900     IF WS-PRD-START-ABS NOT > WS-CST-LAST-OUT-ABS(WS-CST-IDX)
009910         ADD 1 TO WS-RECHECK-COUNT
009920         GO TO 4500-EXIT
009930     END-IF
009940     ADD 1 TO WS-PERIOD-COUNT
009950     PERFORM 4510-CHECK-REST-PERIOD THRU 4510-EXIT
009960     PERFORM 4520-CHECK-CONSECUTIVE-DAYS THRU 4520-EXIT
009970     PERFORM 4530-CHECK-SHIFT-LENGTH THRU 4530-EXIT
009980     PERFORM 4540-POST-PERIOD-HOURS THRU 4540-EXIT
009990     IF WS-CUR-BIRTH-DATE-NUM NOT = 0
010000         PERFORM 4600-COMPUTE-AGE THRU 4600-EXIT
010010         IF WS-CUR-AGE < WS-MINOR-AGE
010020             PERFORM 4550-CHECK-MINOR-RULES THRU 4550-EXIT
010030         END-IF
010040     END-IF
010050     MOVE WS-PRD-END-DATE-NUM TO WS-CST-LAST-OUT-DATE(WS-CST-IDX)
010060     MOVE WS-PRD-END-TIME-NUM TO WS-CST-LAST-OUT-TIME(WS-CST-IDX)
010070     MOVE WS-PRD-END-ABS TO WS-CST-LAST-OUT-ABS(WS-CST-IDX).
010080 4500-EXIT.
010090     EXIT.
010100*
010110*****************************************************************
010120*  4510-CHECK-REST-PERIOD - FLAG A WORK PERIOD THAT STARTED
010130*  SOONER AFTER THE EMPLOYEE'S PRIOR OUT THAN THE COMPPARM
010140*  MINIMUM REST.  AN EMPLOYEE WITH NO PRIOR OUT ON STATE IS NOT
010150*  CHECKED.
010160*****************************************************************
010170 4510-CHECK-REST-PERIOD.
010180     IF WS-CST-LAST-OUT-ABS(WS-CST-IDX) = 0
010190         GO TO 4510-EXIT
010200     END-IF
010210     COMPUTE WS-REST-SECONDS =
010220         WS-PRD-START-ABS - WS-CST-LAST-OUT-ABS(WS-CST-IDX)
010230     IF WS-REST-SECONDS < WS-MIN-REST-SECONDS
010240         MOVE "SHORT REST" TO WS-FLAG-RULE
010250         COMPUTE WS-FLAG-ACTUAL ROUNDED = WS-REST-SECONDS / 3600
010260         MOVE WS-MIN-REST-HOURS TO WS-FLAG-LIMIT
010270         PERFORM 4900-ADD-EXCEPTION THRU 4900-EXIT
010280         ADD 1 TO WS-REST-EXC-COUNT
010290     END-IF.
010300 4510-EXIT.
010310     EXIT.
010320*
010330*****************************************************************
010340*  4520-CHECK-CONSECUTIVE-DAYS - COUNT THE RUN OF CONSECUTIVE
010350*  CALENDAR DAYS WORKED, BY THE DAY EACH WORK PERIOD STARTED,
010360*  AND FLAG EACH DAY PAST THE COMPPARM LIMIT (THE SEVENTH DAY
010370*  WHEN THE LIMIT IS SIX).  A SECOND PERIOD ON A DAY ALREADY
010380*  COUNTED DOES NOT COUNT AGAIN.
010390*****************************************************************
010400 4520-CHECK-CONSECUTIVE-DAYS.
010410     IF WS-PRD-START-SERIAL = WS-CST-LAST-WORK-SERIAL(WS-CST-IDX)
010420         GO TO 4520-EXIT
010430     END-IF
010440     IF WS-CST-LAST-WORK-SERIAL(WS-CST-IDX) NOT = 0
010450             AND WS-PRD-START-SERIAL =
010460                 WS-CST-LAST-WORK-SERIAL(WS-CST-IDX) + 1
010470         ADD 1 TO WS-CST-CONSEC-DAYS(WS-CST-IDX)
010480     ELSE
010490         MOVE 1 TO WS-CST-CONSEC-DAYS(WS-CST-IDX)
010500     END-IF
010510     IF WS-CST-CONSEC-DAYS(WS-CST-IDX) > WS-MAX-CONSEC-DAYS
010520         MOVE "CONSECUTIVE DAYS" TO WS-FLAG-RULE
010530         MOVE WS-CST-CONSEC-DAYS(WS-CST-IDX) TO WS-FLAG-ACTUAL
010540         MOVE WS-MAX-CONSEC-DAYS TO WS-FLAG-LIMIT
010550         PERFORM 4900-ADD-EXCEPTION THRU 4900-EXIT
010560         ADD 1 TO WS-CONSEC-EXC-COUNT
010570     END-IF.
010580 4520-EXIT.
010590     EXIT.
010600*
010610*****************************************************************
010620*  4530-CHECK-SHIFT-LENGTH - FLAG A WORK PERIOD WHOSE SPAN FROM
010630*  FIRST IN TO LAST OUT RUNS PAST THE COMPPARM MAXIMUM SHIFT.
010640*  A LUNCH PUNCH DOES NOT BREAK THE SPAN.
010650*****************************************************************
010660 4530-CHECK-SHIFT-LENGTH.
010670     COMPUTE WS-SPAN-SECONDS = WS-PRD-END-ABS - WS-PRD-START-ABS
010680     IF WS-SPAN-SECONDS > WS-MAX-SHIFT-SECONDS
010690         MOVE "SHIFT TOO LONG" TO WS-FLAG-RULE
010700         COMPUTE WS-FLAG-ACTUAL ROUNDED = WS-SPAN-SECONDS / 3600
010710         MOVE WS-MAX-SHIFT-HOURS TO WS-FLAG-LIMIT
010720         PERFORM 4900-ADD-EXCEPTION THRU 4900-EXIT
010730         ADD 1 TO WS-LENGTH-EXC-COUNT
010740     END-IF.
010750 4530-EXIT.
010760     EXIT.
010770*
010780*****************************************************************
010790*  4540-POST-PERIOD-HOURS - ADD THE HOURS ACTUALLY PUNCHED IN
010800*  THE PERIOD (LUNCH OUT EXCLUDED) TO THE EMPLOYEE'S DAY AND
010810*  PAY-CALENDAR WEEK, STARTING EITHER OVER WHEN THE PERIOD
010820*  BEGINS A NEW DAY OR WEEK, AND KEEP THE TOTALS BEFORE THIS
010830*  PERIOD SO THE MINOR CHECKS FLAG A LIMIT ONLY WHEN IT IS
010840*  CROSSED.
010850*****************************************************************
010860 4540-POST-PERIOD-HOURS.
010870     COMPUTE WS-PRD-WORKED-HOURS ROUNDED =
010880         WS-PRD-WORKED-SECONDS / 3600
010890     IF WS-PRD-START-SERIAL = WS-CST-LAST-WORK-SERIAL(WS-CST-IDX)
010900         MOVE WS-CST-DAY-HOURS(WS-CST-IDX) TO WS-DAY-HOURS-BEFORE
010910     ELSE
010920         MOVE 0 TO WS-DAY-HOURS-BEFORE
010930     END-IF
010940     COMPUTE WS-CST-DAY-HOURS(WS-CST-IDX) =
010950         WS-DAY-HOURS-BEFORE + WS-PRD-WORKED-HOURS
010960     MOVE WS-PRD-START-DATE-NUM
010970         TO WS-CST-LAST-WORK-DATE(WS-CST-IDX)
010980     MOVE WS-PRD-START-SERIAL
010990         TO WS-CST-LAST-WORK-SERIAL(WS-CST-IDX)
011000     PERFORM 4560-FIND-WEEK-END THRU 4560-EXIT
011010     IF WS-SHIFT-WEEK-END = WS-CST-WEEK-END(WS-CST-IDX)
011020         MOVE WS-CST-WEEK-HOURS(WS-CST-IDX)
011030             TO WS-WEEK-HOURS-BEFORE
011040     ELSE
011050         MOVE 0 TO WS-WEEK-HOURS-BEFORE
011060         MOVE WS-SHIFT-WEEK-END TO WS-CST-WEEK-END(WS-CST-IDX)
011070     END-IF
011080     COMPUTE WS-CST-WEEK-HOURS(WS-CST-IDX) =
011090         WS-WEEK-HOURS-BEFORE + WS-PRD-WORKED-HOURS.
011100 4540-EXIT.
011110     EXIT.
011120*
011130*****************************************************************
011140*  4550-CHECK-MINOR-RULES - FOR AN EMPLOYEE UNDER THE COMPPARM
011150*  MINOR AGE ON THE DAY WORKED, FLAG THE PERIOD THAT TAKES THE
011160*  DAY OR WEEK PAST THE MINOR HOUR LIMITS, A START BEFORE THE
011170*  EARLIEST ALLOWED TIME AND A FINISH AFTER THE LATEST.  A
011180*  PERIOD ENDING ON THE NEXT DAY SHOWS ITS FINISH PAST 24:00.
011190*  TIMES PRINT AS HH.MM.
011200*****************************************************************
011210 4550-CHECK-MINOR-RULES.
011220     IF WS-CST-DAY-HOURS(WS-CST-IDX) > WS-MINOR-DAILY-HOURS
011230             AND WS-DAY-HOURS-BEFORE NOT > WS-MINOR-DAILY-HOURS
011240         MOVE "MINOR DAILY HOURS" TO WS-FLAG-RULE
011250         MOVE WS-CST-DAY-HOURS(WS-CST-IDX) TO WS-FLAG-ACTUAL
011260         MOVE WS-MINOR-DAILY-HOURS TO WS-FLAG-LIMIT
011270         PERFORM 4900-ADD-EXCEPTION THRU 4900-EXIT
011280         ADD 1 TO WS-MINOR-EXC-COUNT
011290     END-IF
011300     IF WS-CST-WEEK-HOURS(WS-CST-IDX) > WS-MINOR-WEEKLY-HOURS
011310             AND WS-WEEK-HOURS-BEFORE NOT > WS-MINOR-WEEKLY-HOURS
011320         MOVE "MINOR WEEKLY HOURS" TO WS-FLAG-RULE
011330         MOVE WS-CST-WEEK-HOURS(WS-CST-IDX) TO WS-FLAG-ACTUAL
011340         MOVE WS-MINOR-WEEKLY-HOURS TO WS-FLAG-LIMIT
011350         PERFORM 4900-ADD-EXCEPTION THRU 4900-EXIT
011360         ADD 1 TO WS-MINOR-EXC-COUNT
011370     END-IF
011380     COMPUTE WS-START-HHMM =
011390         (WS-PRD-START-HOUR * 100) + WS-PRD-START-MIN
011400     IF WS-START-HHMM < WS-MINOR-EARLIEST-TIME
011410         MOVE "MINOR EARLY START" TO WS-FLAG-RULE
011420         COMPUTE WS-FLAG-ACTUAL = WS-START-HHMM / 100
011430         COMPUTE WS-FLAG-LIMIT = WS-MINOR-EARLIEST-TIME / 100
011440         PERFORM 4900-ADD-EXCEPTION THRU 4900-EXIT
011450         ADD 1 TO WS-MINOR-EXC-COUNT
011460     END-IF
011470     COMPUTE WS-END-HHMM =
011480         (WS-PRD-END-HOUR * 100) + WS-PRD-END-MIN
011490     IF WS-PRD-END-SERIAL > WS-PRD-START-SERIAL
011500         ADD 2400 TO WS-END-HHMM
011510     END-IF
011520     IF WS-END-HHMM > WS-MINOR-LATEST-TIME
011530         MOVE "MINOR LATE FINISH" TO WS-FLAG-RULE
011540         COMPUTE WS-FLAG-ACTUAL = WS-END-HHMM / 100
011550         COMPUTE WS-FLAG-LIMIT = WS-MINOR-LATEST-TIME / 100
011560         PERFORM 4900-ADD-EXCEPTION THRU 4900-EXIT
011570         ADD 1 TO WS-MINOR-EXC-COUNT
011580     END-IF.
011590 4550-EXIT.
011600     EXIT.
011610*
011620*****************************************************************
011630*  4560-FIND-WEEK-END - FIND THE PAY-CALENDAR WEEK-ENDING DATE
011640*  THE WORK PERIOD'S START DAY FALLS IN.  A DAY PAST THE END OF
011650*  THE CALENDAR CARRIES ITS OWN DATE, AS IN TIMESHEET.
011660*****************************************************************
011670 4560-FIND-WEEK-END.
011680     MOVE 0 TO WS-SHIFT-WEEK-END
011690     PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
011700             UNTIL WS-CAL-IDX > WS-CAL-COUNT
011710                 OR WS-SHIFT-WEEK-END NOT = 0
011720         IF WS-CAL-WEEK-END(WS-CAL-IDX)
011730             NOT < WS-PRD-START-DATE-NUM
011740             MOVE WS-CAL-WEEK-END(WS-CAL-IDX) TO WS-SHIFT-WEEK-END
011750         END-IF
011760     END-PERFORM
011770     IF WS-SHIFT-WEEK-END = 0
011780         MOVE WS-PRD-START-DATE-NUM TO WS-SHIFT-WEEK-END
011790     END-IF.
011800 4560-EXIT.
011810     EXIT.
011820*
011830*****************************************************************
011840*  4600-COMPUTE-AGE - FIGURE THE EMPLOYEE'S AGE IN WHOLE YEARS
011850*  ON THE DAY THE WORK PERIOD STARTED.  A BIRTH DATE AFTER THE
011860*  DAY WORKED IS BAD DATA AND IS TREATED AS AN ADULT.
011870*****************************************************************
011880 4600-COMPUTE-AGE.
011890     IF WS-CUR-BIRTH-YEAR > WS-PRD-START-YEAR
011900         MOVE 999 TO WS-CUR-AGE
011910         GO TO 4600-EXIT
011920     END-IF
011930     COMPUTE WS-CUR-AGE = WS-PRD-START-YEAR - WS-CUR-BIRTH-YEAR
011940     COMPUTE WS-MONTH-DAY-WORKED =
011950         (WS-PRD-START-MONTH * 100) + WS-PRD-START-DAY
011960     COMPUTE WS-MONTH-DAY-BORN =
011970         (WS-CUR-BIRTH-MONTH * 100) + WS-CUR-BIRTH-DAY
011980     IF WS-MONTH-DAY-WORKED < WS-MONTH-DAY-BORN
011990         IF WS-CUR-AGE > 0
012000             SUBTRACT 1 FROM WS-CUR-AGE
012010         ELSE
012020             MOVE 999 TO WS-CUR-AGE
012030         END-IF
012040     END-IF.
012050 4600-EXIT.
012060     EXIT.
012070*
012080*****************************************************************
012090*  4900-ADD-EXCEPTION - ADD THE RULE, ACTUAL AND LIMIT IN THE
012100*  WS-FLAG FIELDS TO THE EXCEPTION TABLE UNDER THE CURRENT
012110*  EMPLOYEE AND THE WORK PERIOD'S START.
012120*****************************************************************
012130 4900-ADD-EXCEPTION.
012140     IF WS-EXC-COUNT NOT < WS-EXC-TABLE-SIZE
012150         DISPLAY "COMPLRPT - EXCEPTION TABLE FULL AT "
012160             WS-EXC-TABLE-SIZE " ENTRIES"
012170         MOVE 16 TO RETURN-CODE
012180         GO TO 4900-EXIT
012190     END-IF
012200     ADD 1 TO WS-EXC-COUNT
012210     SET WS-EXC-IDX TO WS-EXC-COUNT
012220     MOVE WS-CUR-DEPARTMENT TO WS-EXC-DEPARTMENT(WS-EXC-IDX)
012230     MOVE WS-CUR-EMPLOYEE-ID TO WS-EXC-EMPLOYEE-ID(WS-EXC-IDX)
012240     MOVE WS-EXC-COUNT TO WS-EXC-SEQUENCE(WS-EXC-IDX)
012250     MOVE WS-CUR-NAME TO WS-EXC-NAME(WS-EXC-IDX)
012260     MOVE WS-PRD-START-DATE TO WS-EXC-DATE(WS-EXC-IDX)
012270     MOVE WS-PRD-START-HOUR TO WS-EXC-HOUR(WS-EXC-IDX)
012280     MOVE WS-PRD-START-MIN TO WS-EXC-MIN(WS-EXC-IDX)
012290     MOVE WS-FLAG-RULE TO WS-EXC-RULE(WS-EXC-IDX)
012300     MOVE WS-FLAG-ACTUAL TO WS-EXC-ACTUAL(WS-EXC-IDX)
012310     MOVE WS-FLAG-LIMIT TO WS-EXC-LIMIT(WS-EXC-IDX).
012320 4900-EXIT.
012330     EXIT.
012340*
012350*****************************************************************
012360*  5000-SORT-EXCEPTIONS - SELECTION-SORT THE EXCEPTIONS BY
012370*  DEPARTMENT, BADGE AND THE ORDER THEY WERE FOUND IN, SO EACH
012380*  DEPARTMENT'S EXCEPTIONS PRINT TOGETHER IN PUNCH ORDER.
012390*****************************************************************
012400 5000-SORT-EXCEPTIONS.
012410     IF WS-EXC-COUNT < 2
012420         GO TO 5000-EXIT
012430     END-IF
012440     PERFORM VARYING WS-SORT-I FROM 1 BY 1
012450             UNTIL WS-SORT-I NOT < WS-EXC-COUNT
012460         MOVE WS-SORT-I TO WS-SORT-LOW
012470         COMPUTE WS-SORT-J = WS-SORT-I + 1
012480         PERFORM UNTIL WS-SORT-J > WS-EXC-COUNT
012490             MOVE WS-EXC-DEPARTMENT(WS-SORT-J)
012500                 TO WS-SKJ-DEPARTMENT
012510             MOVE WS-EXC-EMPLOYEE-ID(WS-SORT-J)
012520                 TO WS-SKJ-EMPLOYEE-ID
012530             MOVE WS-EXC-SEQUENCE(WS-SORT-J) TO WS-SKJ-SEQUENCE
012540             MOVE WS-EXC-DEPARTMENT(WS-SORT-LOW)
012550                 TO WS-SKL-DEPARTMENT
012560             MOVE WS-EXC-EMPLOYEE-ID(WS-SORT-LOW)
012570                 TO WS-SKL-EMPLOYEE-ID
012580             MOVE WS-EXC-SEQUENCE(WS-SORT-LOW) TO WS-SKL-SEQUENCE
012590             IF WS-SORT-KEY-J < WS-SORT-KEY-LOW
012600                 MOVE WS-SORT-J TO WS-SORT-LOW
012610             END-IF
012620             ADD 1 TO WS-SORT-J
012630         END-PERFORM
012640         IF WS-SORT-LOW NOT = WS-SORT-I
012650             MOVE WS-EXC-ENTRY(WS-SORT-LOW) TO WS-SORT-HOLD
012660             MOVE WS-EXC-ENTRY(WS-SORT-I)
012670                 TO WS-EXC-ENTRY(WS-SORT-LOW)
012680             MOVE WS-SORT-HOLD TO WS-EXC-ENTRY(WS-SORT-I)
012690         END-IF
012700     END-PERFORM.
012710 5000-EXIT.
012720     EXIT.
012730*
012740*****************************************************************
012750*  5500-PRINT-REPORT - PRINT THE EXCEPTIONS GROUPED BY
012760*  DEPARTMENT, THEN THE TOTALS.
012770*****************************************************************
012780 5500-PRINT-REPORT.
012790     STRING FORM-YEAR  DELIMITED BY SIZE
012800            "-"        DELIMITED BY SIZE
012810            FORM-MONTH DELIMITED BY SIZE
012820            "-"        DELIMITED BY SIZE
012830            FORM-DAY   DELIMITED BY SIZE
012840         INTO HD-DATE
012850     WRITE CMPRPT-RECORD FROM WS-HEADING-LINE-1
012860     WRITE CMPRPT-RECORD FROM WS-BLANK-LINE
012870     WRITE CMPRPT-RECORD FROM WS-HEADING-LINE-2
012880     MOVE LOW-VALUES TO WS-PREV-DEPARTMENT
012890     PERFORM VARYING WS-EXC-IDX FROM 1 BY 1
012900             UNTIL WS-EXC-IDX > WS-EXC-COUNT
012910         IF WS-EXC-DEPARTMENT(WS-EXC-IDX) NOT = WS-PREV-DEPARTMENT
012920             MOVE WS-EXC-DEPARTMENT(WS-EXC-IDX) TO DH-DEPARTMENT
012930             MOVE WS-EXC-DEPARTMENT(WS-EXC-IDX)
012940                 TO WS-PREV-DEPARTMENT
012950             WRITE CMPRPT-RECORD FROM WS-BLANK-LINE
012960             WRITE CMPRPT-RECORD FROM WS-DEPT-HEADING-LINE
012970         END-IF
012980         PERFORM 5600-PRINT-ONE-EXCEPTION THRU 5600-EXIT
012990     END-PERFORM
013000     IF WS-EXC-COUNT = 0
013010         WRITE CMPRPT-RECORD FROM WS-NONE-LINE
013020     END-IF
013030     PERFORM 5900-PRINT-TOTALS THRU 5900-EXIT.
013040 5500-EXIT.
013050     EXIT.
013060*
013070*****************************************************************
013080*  5600-PRINT-ONE-EXCEPTION - PRINT THE EXCEPTION AT WS-EXC-IDX.
013090*****************************************************************
013100 5600-PRINT-ONE-EXCEPTION.
013110     MOVE SPACES TO DL-DATE
013120     MOVE SPACES TO DL-START
013130     MOVE WS-EXC-EMPLOYEE-ID(WS-EXC-IDX) TO DL-EMPLOYEE-ID
013140     MOVE WS-EXC-NAME(WS-EXC-IDX) TO DL-NAME
013150     STRING WS-EXC-YEAR(WS-EXC-IDX)  DELIMITED BY SIZE
013160            "-"                      DELIMITED BY SIZE
013170            WS-EXC-MONTH(WS-EXC-IDX) DELIMITED BY SIZE
013180            "-"                      DELIMITED BY SIZE
013190            WS-EXC-DAY(WS-EXC-IDX)   DELIMITED BY SIZE
013200         INTO DL-DATE
013210     STRING WS-EXC-HOUR(WS-EXC-IDX)  DELIMITED BY SIZE
013220            ":"                      DELIMITED BY SIZE
013230            WS-EXC-MIN(WS-EXC-IDX)   DELIMITED BY SIZE
013240         INTO DL-START
013250     MOVE WS-EXC-RULE(WS-EXC-IDX) TO DL-RULE
013260     MOVE WS-EXC-ACTUAL(WS-EXC-IDX) TO DL-ACTUAL
013270     MOVE WS-EXC-LIMIT(WS-EXC-IDX) TO DL-LIMIT
013280     WRITE CMPRPT-RECORD FROM WS-DETAIL-LINE.
013290 5600-EXIT.
013300     EXIT.
013310*
013320*****************************************************************
013330*  5900-PRINT-TOTALS - PRINT THE REPORT TOTALS AND TELL THE
013340*  OPERATOR WHEN THERE IS ANYTHING FOR HR.
013350*****************************************************************
013360 5900-PRINT-TOTALS.
013370     WRITE CMPRPT-RECORD FROM WS-BLANK-LINE
013380     MOVE "WORK PERIODS CHECKED:" TO CL-LABEL
013390     MOVE WS-PERIOD-COUNT TO CL-COUNT
013400     WRITE CMPRPT-RECORD FROM WS-COUNT-LINE
013410     MOVE "ALREADY CHECKED, SKIPPED:" TO CL-LABEL
013420     MOVE WS-RECHECK-COUNT TO CL-COUNT
013430     WRITE CMPRPT-RECORD FROM WS-COUNT-LINE
013440     MOVE "SHORT REST EXCEPTIONS:" TO CL-LABEL
013450     MOVE WS-REST-EXC-COUNT TO CL-COUNT
013460     WRITE CMPRPT-RECORD FROM WS-COUNT-LINE
013470     MOVE "CONSECUTIVE-DAY EXCEPTIONS:" TO CL-LABEL
013480     MOVE WS-CONSEC-EXC-COUNT TO CL-COUNT
013490     WRITE CMPRPT-RECORD FROM WS-COUNT-LINE
013500     MOVE "SHIFT-LENGTH EXCEPTIONS:" TO CL-LABEL
013510     MOVE WS-LENGTH-EXC-COUNT TO CL-COUNT
013520     WRITE CMPRPT-RECORD FROM WS-COUNT-LINE
013530     MOVE "MINOR-HOURS EXCEPTIONS:" TO CL-LABEL
013540     MOVE WS-MINOR-EXC-COUNT TO CL-COUNT
013550     WRITE CMPRPT-RECORD FROM WS-COUNT-LINE
013560     MOVE "TOTAL EXCEPTIONS:" TO CL-LABEL
013570     MOVE WS-EXC-COUNT TO CL-COUNT
013580     WRITE CMPRPT-RECORD FROM WS-COUNT-LINE
013590     IF WS-EXC-COUNT > 0
013600         DISPLAY "COMPLRPT - " WS-EXC-COUNT
013610             " COMPLIANCE EXCEPTION(S) LISTED FOR HR"
013620     END-IF.
013630 5900-EXIT.
013640     EXIT.
013650*
013660*****************************************************************
013670*  6000-WRITE-NEW-STATE - WRITE THE UPDATED COMPLIANCE STATE TO
013680*  THE COMPNEW FILE THE JCL COPIES BACK OVER COMPSTAT, DROPPING
013690*  EVERY EMPLOYEE WHO HAS NOT WORKED IN OVER A WEEK.
013700*****************************************************************
013710 6000-WRITE-NEW-STATE.
013720     OPEN OUTPUT NEW-STATE-FILE
013730     IF NOT WS-NEWSTATE-FILE-OK
013740         DISPLAY "COMPLRPT - UNABLE TO OPEN NEW-STATE-FILE"
013750         MOVE 16 TO RETURN-CODE
013760         GO TO 6000-EXIT
013770     END-IF
013780     PERFORM VARYING WS-CST-IDX FROM 1 BY 1
013790             UNTIL WS-CST-IDX > WS-CST-COUNT
013800         IF WS-CST-LAST-WORK-SERIAL(WS-CST-IDX)
013810                 < WS-STATE-CUTOFF-SERIAL
013820             ADD 1 TO WS-STATE-DROPPED-COUNT
013830         ELSE
013840             MOVE SPACES TO NEW-STATE-RECORD
013850             MOVE WS-CST-EMPLOYEE-ID(WS-CST-IDX)
013860                 TO NST-EMPLOYEE-ID
013870             MOVE WS-CST-LAST-OUT-DATE(WS-CST-IDX)
013880                 TO NST-LAST-OUT-DATE
013890             MOVE WS-CST-LAST-OUT-TIME(WS-CST-IDX)
013900                 TO NST-LAST-OUT-TIME
013910             MOVE WS-CST-LAST-WORK-DATE(WS-CST-IDX)
013920                 TO NST-LAST-WORK-DATE
013930             MOVE WS-CST-CONSEC-DAYS(WS-CST-IDX)
013940                 TO NST-CONSEC-DAYS
013950             MOVE WS-CST-DAY-HOURS(WS-CST-IDX) TO NST-DAY-HOURS
013960             MOVE WS-CST-WEEK-END(WS-CST-IDX) TO NST-WEEK-END-DATE
013970             MOVE WS-CST-WEEK-HOURS(WS-CST-IDX) TO NST-WEEK-HOURS
013980             WRITE NEW-STATE-RECORD
013990             ADD 1 TO WS-STATE-KEPT-COUNT
014000         END-IF
014010     END-PERFORM
014020     CLOSE NEW-STATE-FILE
014030     DISPLAY "COMPLRPT - STATE RECORDS KEPT " WS-STATE-KEPT-COUNT
014040         " DROPPED " WS-STATE-DROPPED-COUNT.
014050 6000-EXIT.
014060     EXIT.
014070*
014080*****************************************************************
014090*  6100-FIND-STATE-ENTRY - LOCATE THE CURRENT EMPLOYEE'S
014100*  COMPLIANCE STATE, OPENING A ZEROED ENTRY FOR AN EMPLOYEE NOT
014110*  YET ON STATE, AND LEAVE ITS SUBSCRIPT IN WS-CST-SLOT.
014120*****************************************************************
014130 6100-FIND-STATE-ENTRY.
014140     MOVE 'N' TO WS-CST-FOUND-SW
014150     MOVE 0 TO WS-CST-SLOT
014160     PERFORM VARYING WS-CST-IDX FROM 1 BY 1
014170             UNTIL WS-CST-IDX > WS-CST-COUNT
014180                 OR WS-CST-FOUND
014190         IF WS-CST-EMPLOYEE-ID(WS-CST-IDX) = WS-CUR-EMPLOYEE-ID
014200             MOVE 'Y' TO WS-CST-FOUND-SW
014210             SET WS-CST-SLOT TO WS-CST-IDX
014220         END-IF
014230     END-PERFORM
014240     IF NOT WS-CST-FOUND
014250         IF WS-CST-COUNT NOT < WS-CST-TABLE-SIZE
014260             DISPLAY "COMPLRPT - COMPLIANCE STATE TABLE FULL AT "
014270                 WS-CST-TABLE-SIZE " ENTRIES"
014280             MOVE 16 TO RETURN-CODE
014290             GO TO 6100-EXIT
014300         END-IF
014310         ADD 1 TO WS-CST-COUNT
014320         MOVE WS-CST-COUNT TO WS-CST-SLOT
014330         SET WS-CST-IDX TO WS-CST-SLOT
014340         INITIALIZE WS-CST-ENTRY(WS-CST-IDX)
014350         MOVE WS-CUR-EMPLOYEE-ID TO WS-CST-EMPLOYEE-ID(WS-CST-IDX)
014360     END-IF.
014370 6100-EXIT.
014380     EXIT.
014390*
014400*****************************************************************
014410*  7300-COMPUTE-DAY-SERIAL - TURN THE DATE IN WS-SERIAL-DATE
014420*  INTO A DAY COUNT FROM A FIXED EPOCH, SO TWO DATES CAN BE
014430*  DIFFERENCED.  A ZERO DATE GIVES A ZERO SERIAL.
014440*****************************************************************
014450 7300-COMPUTE-DAY-SERIAL.
014460     IF WS-SERIAL-DATE-NUM = 0
014470             OR WS-SERIAL-MONTH < 1 OR WS-SERIAL-MONTH > 12
014480         MOVE 0 TO WS-DAY-SERIAL
014490         GO TO 7300-EXIT
014500     END-IF
014510     COMPUTE WS-SER-YEARS = WS-SERIAL-YEAR - 1
014520     DIVIDE WS-SER-YEARS BY 4 GIVING WS-SER-TERM-1
014530     DIVIDE WS-SER-YEARS BY 100 GIVING WS-SER-TERM-2
014540     DIVIDE WS-SER-YEARS BY 400 GIVING WS-SER-TERM-3
014550     COMPUTE WS-DAY-SERIAL = (WS-SER-YEARS * 365)
014560         + WS-SER-TERM-1 - WS-SER-TERM-2 + WS-SER-TERM-3
014570         + WS-MONTH-CUM(WS-SERIAL-MONTH)
014580         + WS-SERIAL-DAY
014590     IF WS-SERIAL-MONTH > 2
014600         PERFORM 7350-CHECK-SERIAL-LEAP-YEAR THRU 7350-EXIT
014610         IF WS-SER-LEAP-YEAR
014620             ADD 1 TO WS-DAY-SERIAL
014630         END-IF
014640     END-IF.
014650 7300-EXIT.
014660     EXIT.
014670*
014680*****************************************************************
014690*  7350-CHECK-SERIAL-LEAP-YEAR - SET WS-SER-LEAP-YEAR WHEN THE
014700*  WS-SERIAL-DATE YEAR IS A LEAP YEAR (DIVISIBLE BY 4, EXCEPT
014710*  CENTURY YEARS NOT DIVISIBLE BY 400).
014720*****************************************************************
014730 7350-CHECK-SERIAL-LEAP-YEAR.
014740     MOVE 'N' TO WS-SER-LEAP-SW
014750     DIVIDE WS-SERIAL-YEAR BY 4
014760         GIVING WS-SER-LEAP-QUOT
014770         REMAINDER WS-SER-LEAP-REM
014780     IF WS-SER-LEAP-REM = 0
014790         MOVE 'Y' TO WS-SER-LEAP-SW
014800         DIVIDE WS-SERIAL-YEAR BY 100
014810             GIVING WS-SER-LEAP-QUOT
014820             REMAINDER WS-SER-LEAP-REM
014830         IF WS-SER-LEAP-REM = 0
014840             DIVIDE WS-SERIAL-YEAR BY 400
014850                 GIVING WS-SER-LEAP-QUOT
014860                 REMAINDER WS-SER-LEAP-REM
014870             IF WS-SER-LEAP-REM NOT = 0
014880                 MOVE 'N' TO WS-SER-LEAP-SW
014890             END-IF
014900         END-IF
014910     END-IF.
014920 7350-EXIT.
014930     EXIT.
014940*
014950*****************************************************************
014960*  8100-READ-WORK-PUNCH - READ THE NEXT SORTED PUNCH RECORD.
014970*****************************************************************
014980 8100-READ-WORK-PUNCH.
014990     READ WORK-PUNCH-FILE
015000         AT END
015010             MOVE 'Y' TO WS-WORK-EOF-SW
015020     END-READ.
015030 8100-EXIT.
015040     EXIT.
015050*
015060*****************************************************************
015070*  9999-TERMINATE - CLOSE FILES AND RETURN TO THE OPERATING
015080*  SYSTEM.
015090*****************************************************************
015100 9999-TERMINATE.
015110     CLOSE WORK-PUNCH-FILE
015120     CLOSE EMPLOYEE-MASTER
015130     CLOSE COMPLIANCE-REPORT-FILE.
015140 9999-EXIT.
015150     EXIT.

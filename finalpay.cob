000010 IDENTIFICATION DIVISION.
000020*
000030 PROGRAM-ID. FINALPAY.
000040 AUTHOR. R J HENDERSON.
000050 INSTALLATION. PAYROLL SYSTEMS.
000060 DATE-WRITTEN. 2026-10-15.
000070 DATE-COMPILED.
000080*****************************************************************
000090*  OFF-CYCLE FINAL-PAY RUN.
000100*  WHEN EMPLOAD TERMINATES A BADGE THE EMPLOYEE STILL HAS HOURS
000110*  OWED ON THE WEEK STATE -- PUNCHED HOURS IN WEEKS THE NIGHTLY
000120*  EXTRACT HAS NOT PAID YET, INCLUDING WEEKS HELD FOR A
000130*  SUPERVISOR SIGN-OFF THAT WILL NEVER COME NOW, AND APPROVED
000140*  LEAVE POSTED TO THE STATE BUT NOT YET PAID.  THIS RUN READS
000150*  THE TERMINATION QUEUE EMPLOAD BUILDS, RE-CHECKS EACH BADGE IS
000160*  STILL INACTIVE ON THE MASTER, AND SETTLES EVERY UNPAID
000170*  INCREMENT OF EVERY WEEK THE BADGE WORKED UP TO ITS
000180*  TERMINATION DATE -- SPLIT INTO REGULAR AND OVERTIME EXACTLY
000190*  AS THE TIMESHEET REPORT STEP SPLITS IT, BUT WITHOUT WAITING
000200*  FOR THE WEEK'S APPROVAL.  THE HOURS GO OUT ON A SEPARATE
000210*  FINAL-PAY EXTRACT IN THE PAYROLL EXTRACT LAYOUT, AND THE
000220*  WEEK STATE IS WRITTEN BACK WITH THE PAID FIELDS BROUGHT UP
000230*  TO THE TOTALS SO THE NIGHTLY RUN CANNOT PAY THEM AGAIN; THE
000240*  JOB COPIES IT OVER THE LIVE DATA SET ONLY WHEN THIS STEP
000250*  ENDS CLEAN.  AN IN PUNCH STILL OPEN ON THE PENDING-IN CARRY
000260*  FILE, AND ANY UNPAID WEEK STARTING AFTER THE TERMINATION
000270*  DATE, IS NOT PAID BUT LISTED AS AN EXCEPTION FOR THE
000280*  SUPERVISOR TO RESOLVE.  EVERYTHING PRINTS ON THE FINAL-PAY
000290*  REGISTER PAYROLL SIGNS BEFORE THE CHECKS ARE CUT.
000300*****************************************************************
000310*  MODIFICATION HISTORY
000320*      DATE       INIT  DESCRIPTION
000330*      ---------- ----  -----------------------------------------
000340*      2026-10-15 RJH   ORIGINAL PROGRAM.
000350*      2026-10-15 RJH   WEEKLY SPLIT NOW FOLLOWS THE BADGE'S
000360*                       PAY-RULE CLASS OFF THE EMPLOYEE MASTER
000370*                       (NEW PAYRULE FILE) -- ITS WEEKLY OVERTIME
000380*                       THRESHOLD, OR NO OVERTIME AT ALL FOR A
000390*                       CLASS THAT IS NOT ELIGIBLE.
000400*      2026-10-15 RJH   REFUSE TO RUN WHILE A NIGHTLY TIMEBATC
000410*                       WEEK-STATE COPY-BACK IS STILL PENDING ON
000420*                       THE NIGHTPND MARKER.
000430*****************************************************************
000440*
000450 ENVIRONMENT DIVISION.
000460*
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT NIGHT-PENDING-FILE ASSIGN TO "NIGHTPND"
000500         ORGANIZATION IS SEQUENTIAL
000510         ACCESS MODE IS SEQUENTIAL
000520         FILE STATUS IS WS-NIGHTPND-FILE-STATUS.
000530*
000540     SELECT TERMINATION-QUEUE-FILE ASSIGN TO "TERMPAY"
000550         ORGANIZATION IS SEQUENTIAL
000560         ACCESS MODE IS SEQUENTIAL
000570         FILE STATUS IS WS-TERMQ-FILE-STATUS.
000580*
000590     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS RANDOM
000620         RECORD KEY IS EMP-BADGE-ID
000630         FILE STATUS IS WS-EMPMAST-FILE-STATUS.
000640*
000650     SELECT APPROVAL-FILE ASSIGN TO "APPROVAL"
000660         ORGANIZATION IS SEQUENTIAL
000670         ACCESS MODE IS SEQUENTIAL
000680         FILE STATUS IS WS-APPROVAL-FILE-STATUS.
000690*
000700     SELECT WEEK-STATE-FILE ASSIGN TO "WEEKSTAT"
000710         ORGANIZATION IS SEQUENTIAL
000720         ACCESS MODE IS SEQUENTIAL
000730         FILE STATUS IS WS-WKSTATE-FILE-STATUS.
000740*
000750     SELECT WEEK-STATE-OUT-FILE ASSIGN TO "WEEKNEW"
000760         ORGANIZATION IS SEQUENTIAL
000770         ACCESS MODE IS SEQUENTIAL
000780         FILE STATUS IS WS-WKNEW-FILE-STATUS.
000790*
000800     SELECT PENDING-CARRY-FILE ASSIGN TO "PENDPNCH"
000810         ORGANIZATION IS SEQUENTIAL
000820         ACCESS MODE IS SEQUENTIAL
000830         FILE STATUS IS WS-PENDCF-FILE-STATUS.
000840*
000850     SELECT FINAL-EXTRACT-FILE ASSIGN TO "FINALEXT"
000860         ORGANIZATION IS SEQUENTIAL
000870         ACCESS MODE IS SEQUENTIAL
000880         FILE STATUS IS WS-FINEXT-FILE-STATUS.
000890*
000900     SELECT REGISTER-REPORT-FILE ASSIGN TO "FINALRPT"
000910         ORGANIZATION IS LINE SEQUENTIAL
000920         FILE STATUS IS WS-REGRPT-FILE-STATUS.
000930*
000940     SELECT PAY-RULE-FILE ASSIGN TO "PAYRULE"
000950         ORGANIZATION IS SEQUENTIAL
000960         ACCESS MODE IS SEQUENTIAL
000970         FILE STATUS IS WS-PAYRULE-FILE-STATUS.
000980*
000990 DATA DIVISION.
001000*
001010 FILE SECTION.
001020*
001030 FD  NIGHT-PENDING-FILE
001040     RECORDING MODE IS F.
001050     COPY NIGHTPND.
001060*
001070 FD  TERMINATION-QUEUE-FILE
001080     RECORDING MODE IS F.
001090     COPY TERMPAY.
001100*
001110 FD  EMPLOYEE-MASTER
001120     RECORDING MODE IS F.
001130     COPY EMPMAST.
001140*
001150 FD  APPROVAL-FILE
001160     RECORDING MODE IS F.
001170     COPY APPROVAL.
001180*
001190 FD  WEEK-STATE-FILE
001200     RECORDING MODE IS F.
001210     COPY WEEKSTAT.
001220*
001230 FD  WEEK-STATE-OUT-FILE
001240     RECORDING MODE IS F.
001250     COPY WEEKSTAT
001260         REPLACING ==WEEK-STATE-RECORD==
001270             BY ==WEEK-STATE-OUT-RECORD==
001280         LEADING ==WKS== BY ==WKO==.
001290*
001300 FD  PENDING-CARRY-FILE
001310     RECORDING MODE IS F.
001320     COPY PENDPNCH.
001330*
001340 FD  FINAL-EXTRACT-FILE
001350     RECORDING MODE IS F.
001360     COPY PAYEXTR.
001370*
001380 FD  REGISTER-REPORT-FILE
001390     RECORDING MODE IS F.
001400 01  REGISTER-RECORD                 PIC X(80).
001410*
001420 FD  PAY-RULE-FILE
001430     RECORDING MODE IS F.
001440     COPY PAYRULE.
001450*
001460 WORKING-STORAGE SECTION.
001470*
001480*    FILE STATUS SWITCHES
001490*
001500 77  WS-NIGHTPND-FILE-STATUS      PIC X(02) VALUE SPACES.
001510     88  WS-NIGHTPND-FILE-OK                VALUE '00'.
001520     88  WS-NIGHTPND-FILE-NOT-FOUND         VALUE '35'.
001530 77  WS-NIGHT-PENDING-SW          PIC X(01) VALUE 'N'.
001540     88  WS-NIGHT-PENDING                   VALUE 'Y'.
001550 77  WS-TERMQ-FILE-STATUS         PIC X(02) VALUE SPACES.
001560     88  WS-TERMQ-FILE-OK                   VALUE '00'.
001570     88  WS-TERMQ-FILE-NOT-FOUND            VALUE '35'.
001580 77  WS-EMPMAST-FILE-STATUS       PIC X(02) VALUE SPACES.
001590     88  WS-EMPMAST-FILE-OK                 VALUE '00'.
001600     88  WS-EMPMAST-FILE-NOT-FOUND          VALUE '35'.
001610 77  WS-APPROVAL-FILE-STATUS      PIC X(02) VALUE SPACES.
001620     88  WS-APPROVAL-FILE-OK                VALUE '00'.
001630     88  WS-APPROVAL-FILE-NOT-FOUND         VALUE '35'.
001640 77  WS-WKSTATE-FILE-STATUS       PIC X(02) VALUE SPACES.
001650     88  WS-WKSTATE-FILE-OK                 VALUE '00'.
001660     88  WS-WKSTATE-FILE-NOT-FOUND          VALUE '35'.
001670 77  WS-WKNEW-FILE-STATUS         PIC X(02) VALUE SPACES.
001680     88  WS-WKNEW-FILE-OK                   VALUE '00'.
001690 77  WS-PENDCF-FILE-STATUS        PIC X(02) VALUE SPACES.
001700     88  WS-PENDCF-FILE-OK                  VALUE '00'.
001710     88  WS-PENDCF-FILE-NOT-FOUND           VALUE '35'.
001720 77  WS-FINEXT-FILE-STATUS        PIC X(02) VALUE SPACES.
001730     88  WS-FINEXT-FILE-OK                  VALUE '00'.
001740 77  WS-REGRPT-FILE-STATUS        PIC X(02) VALUE SPACES.
001750     88  WS-REGRPT-FILE-OK                  VALUE '00'.
001760 77  WS-PAYRULE-FILE-STATUS       PIC X(02) VALUE SPACES.
001770     88  WS-PAYRULE-FILE-OK                 VALUE '00'.
001780     88  WS-PAYRULE-FILE-NOT-FOUND          VALUE '35'.
001790*
001800 77  WS-TERMQ-EOF-SW              PIC X(01) VALUE 'N'.
001810     88  WS-TERMQ-EOF                       VALUE 'Y'.
001820 77  WS-APPROVAL-EOF-SW           PIC X(01) VALUE 'N'.
001830     88  WS-APPROVAL-EOF                    VALUE 'Y'.
001840 77  WS-WKSTATE-EOF-SW            PIC X(01) VALUE 'N'.
001850     88  WS-WKSTATE-EOF                     VALUE 'Y'.
001860 77  WS-PENDCF-EOF-SW             PIC X(01) VALUE 'N'.
001870     88  WS-PENDCF-EOF                      VALUE 'Y'.
001880 77  WS-PAYRULE-EOF-SW            PIC X(01) VALUE 'N'.
001890     88  WS-PAYRULE-EOF                     VALUE 'Y'.
001900*
001910*    SYSTEM DATE AS RETURNED BY THE OPERATING SYSTEM
001920*
001930 01  CURRENT-DATE                  PIC 9(08).
001940*
001950*    THE TERMINATION QUEUE, ONE ENTRY PER BADGE.  A BADGE QUEUED
001960*    TWICE (TERMINATED, REHIRED AND TERMINATED AGAIN BEFORE THIS
001970*    RUN) IS SETTLED ONCE, THROUGH ITS LATEST TERMINATION DATE.
001980*    EACH ENTRY CARRIES THE BADGE'S SETTLED TOTALS FOR THE
001990*    REGISTER.
002000*
002010 01  WS-TERM-QUEUE-TABLE.
002020     05  WS-TQ-ENTRY OCCURS 200 TIMES
002030             INDEXED BY WS-TQ-IDX.
002040         10  WS-TQ-EMPLOYEE-ID       PIC X(05).
002050         10  WS-TQ-NAME              PIC X(25).
002060         10  WS-TQ-DEPARTMENT        PIC X(10).
002070         10  WS-TQ-TERM-DATE         PIC 9(08).
002080         10  WS-TQ-TERM-SERIAL       PIC 9(07).
002090         10  WS-TQ-SETTLE-SW         PIC X(01).
002100             88  WS-TQ-SETTLE            VALUE 'Y'.
002110         10  WS-TQ-SKIP-REASON       PIC X(40).
002120         10  WS-TQ-WEEK-COUNT        PIC 9(03).
002130         10  WS-TQ-REG-HOURS         PIC 9(05)V99.
002140         10  WS-TQ-OT-HOURS          PIC 9(05)V99.
002150         10  WS-TQ-ND-HOURS          PIC 9(05)V99.
002160         10  WS-TQ-HP-HOURS          PIC 9(05)V99.
002170         10  WS-TQ-VAC-HOURS         PIC 9(05)V99.
002180         10  WS-TQ-SICK-HOURS        PIC 9(05)V99.
002190         10  WS-TQ-BRV-HOURS         PIC 9(05)V99.
002200 77  WS-TQ-COUNT                   PIC 9(03) VALUE 0.
002210 77  WS-TQ-TABLE-SIZE              PIC 9(03) VALUE 200.
002220 77  WS-TQ-FOUND-SW                PIC X(01) VALUE 'N'.
002230     88  WS-TQ-FOUND                         VALUE 'Y'.
002240 77  WS-TQ-SLOT                    PIC 9(03) VALUE 0.
002250 01  WS-SEARCH-BADGE-ID            PIC X(05) VALUE SPACES.
002260*
002270*    SUPERVISOR SIGN-OFFS FOR THE QUEUED BADGES' WEEKS.  A FINAL
002280*    WEEK IS PAID WITH OR WITHOUT ONE; THE REGISTER SHOWS WHICH
002290*    WEEKS PAYROLL IS SIGNING FOR WITHOUT A SUPERVISOR.
002300*
002310 01  WS-APPROVAL-TABLE.
002320     05  WS-APP-ENTRY OCCURS 1000 TIMES
002330             INDEXED BY WS-APP-IDX.
002340         10  WS-APP-EMPLOYEE-ID      PIC X(05).
002350         10  WS-APP-WEEK-END         PIC 9(08).
002360 77  WS-APP-COUNT                  PIC 9(04) VALUE 0.
002370 77  WS-APP-TABLE-SIZE             PIC 9(04) VALUE 1000.
002380 77  WS-WEEK-APPROVED-SW           PIC X(01) VALUE 'N'.
002390     88  WS-WEEK-APPROVED                    VALUE 'Y'.
002400*
002410*    WEEKS SETTLED BY THIS RUN, HELD FOR THE REGISTER
002420*
002430 01  WS-SETTLED-TABLE.
002440     05  WS-STL-ENTRY OCCURS 1000 TIMES
002450             INDEXED BY WS-STL-IDX.
002460         10  WS-STL-TQ-SLOT          PIC 9(03).
002470         10  WS-STL-WEEK-END         PIC 9(08).
002480         10  WS-STL-REG-HOURS        PIC 9(05)V99.
002490         10  WS-STL-OT-HOURS         PIC 9(05)V99.
002500         10  WS-STL-ND-HOURS         PIC 9(05)V99.
002510         10  WS-STL-HP-HOURS         PIC 9(05)V99.
002520         10  WS-STL-VAC-HOURS        PIC 9(05)V99.
002530         10  WS-STL-SICK-HOURS       PIC 9(05)V99.
002540         10  WS-STL-BRV-HOURS        PIC 9(05)V99.
002550         10  WS-STL-APPROVED-SW      PIC X(01).
002560             88  WS-STL-APPROVED         VALUE 'Y'.
002570 77  WS-STL-COUNT                  PIC 9(04) VALUE 0.
002580 77  WS-STL-TABLE-SIZE             PIC 9(04) VALUE 1000.
002590*
002600*    EXCEPTIONS FOR THE SUPERVISOR -- OPEN IN PUNCHES LEFT ON THE
002610*    PENDING-IN CARRY FILE AND UNPAID WEEKS STARTING AFTER THE
002620*    TERMINATION DATE.  NEITHER IS PAID BY THIS RUN.
002630*
002640 01  WS-EXCEPTION-TABLE.
002650     05  WS-EXC-ENTRY OCCURS 500 TIMES
002660             INDEXED BY WS-EXC-IDX.
002670         10  WS-EXC-TQ-SLOT          PIC 9(03).
002680         10  WS-EXC-TYPE             PIC X(01).
002690             88  WS-EXC-OPEN-PUNCH       VALUE 'P'.
002700             88  WS-EXC-LATE-WEEK        VALUE 'W'.
002710         10  WS-EXC-DATE             PIC 9(08).
002720         10  WS-EXC-TIME             PIC 9(06).
002730         10  WS-EXC-TERMINAL-ID      PIC X(05).
002740         10  WS-EXC-HOURS            PIC 9(05)V99.
002750 77  WS-EXC-COUNT                  PIC 9(03) VALUE 0.
002760 77  WS-EXC-TABLE-SIZE             PIC 9(03) VALUE 500.
002770 77  WS-BADGE-EXC-COUNT            PIC 9(03) VALUE 0.
002780 77  WS-BADGE-STL-COUNT            PIC 9(04) VALUE 0.
002790*
002800*    WEEKLY SPLIT AND UNPAID INCREMENTS, FIGURED THE SAME WAY THE
002810*    TIMESHEET REPORT STEP FIGURES THEM
002820*
002830 01  WS-WEEK-TOT-REG-HOURS         PIC 9(05)V99 VALUE 0.
002840 01  WS-WEEK-TOT-OT-HOURS          PIC 9(05)V99 VALUE 0.
002850 01  WS-WEEK-REG-INC               PIC 9(05)V99 VALUE 0.
002860 01  WS-WEEK-OT-INC                PIC 9(05)V99 VALUE 0.
002870 01  WS-WEEK-ND-INC                PIC 9(05)V99 VALUE 0.
002880 01  WS-WEEK-HP-INC                PIC 9(05)V99 VALUE 0.
002890 01  WS-WEEK-VAC-INC               PIC 9(05)V99 VALUE 0.
002900 01  WS-WEEK-SICK-INC              PIC 9(05)V99 VALUE 0.
002910 01  WS-WEEK-BRV-INC               PIC 9(05)V99 VALUE 0.
002920 01  WS-WEEK-START-SERIAL          PIC 9(07) VALUE 0.
002930*
002940*    EXTRACT CONTROL FIGURES AND RUN COUNTS
002950*
002960 77  WS-EXT-RECORD-COUNT           PIC 9(07) VALUE 0.
002970 01  WS-EXT-REG-HOURS              PIC 9(07)V99 VALUE 0.
002980 01  WS-EXT-OT-HOURS               PIC 9(07)V99 VALUE 0.
002990 01  WS-EXT-ND-HOURS               PIC 9(07)V99 VALUE 0.
003000 01  WS-EXT-HP-HOURS               PIC 9(07)V99 VALUE 0.
003010 01  WS-EXT-VAC-HOURS              PIC 9(07)V99 VALUE 0.
003020 01  WS-EXT-SICK-HOURS             PIC 9(07)V99 VALUE 0.
003030 01  WS-EXT-BRV-HOURS              PIC 9(07)V99 VALUE 0.
003040 77  WS-EXT-OPEN-SW                PIC X(01) VALUE 'N'.
003050     88  WS-EXT-OPEN                         VALUE 'Y'.
003060 77  WS-QUEUE-READ-COUNT           PIC 9(05) VALUE 0.
003070 77  WS-SETTLED-BADGE-COUNT        PIC 9(05) VALUE 0.
003080 77  WS-SKIPPED-BADGE-COUNT        PIC 9(05) VALUE 0.
003090 77  WS-OPEN-PUNCH-COUNT           PIC 9(05) VALUE 0.
003100 77  WS-LATE-WEEK-COUNT            PIC 9(05) VALUE 0.
003110*
003120*    DAY-SERIAL ARITHMETIC, AS IN THE RETROADJ RUN, SO A WEEK'S
003130*    START CAN BE COMPARED WITH THE TERMINATION DATE ACROSS
003140*    MONTH AND YEAR ENDS
003150*
003160 01  WS-SERIAL-DATE.
003170     05  WS-SERIAL-YEAR             PIC 9(04).
003180     05  WS-SERIAL-MONTH            PIC 9(02).
003190     05  WS-SERIAL-DAY              PIC 9(02).
003200 01  WS-SERIAL-DATE-NUM REDEFINES WS-SERIAL-DATE
003210                                   PIC 9(08).
003220 77  WS-DAY-SERIAL                 PIC 9(07) VALUE 0.
003230 77  WS-SER-YEARS                  PIC 9(04) VALUE 0.
003240 77  WS-SER-TERM-1                 PIC 9(04) VALUE 0.
003250 77  WS-SER-TERM-2                 PIC 9(04) VALUE 0.
003260 77  WS-SER-TERM-3                 PIC 9(04) VALUE 0.
003270 77  WS-SER-LEAP-QUOT              PIC 9(04) VALUE 0.
003280 77  WS-SER-LEAP-REM               PIC 9(04) VALUE 0.
003290 77  WS-SER-LEAP-SW                PIC X(01) VALUE 'N'.
003300     88  WS-SER-LEAP-YEAR                    VALUE 'Y'.
003310 01  WS-MONTH-CUM-DATA             PIC X(36) VALUE
003320         "000031059090120151181212243273304334".
003330 01  WS-MONTH-CUM-TABLE REDEFINES WS-MONTH-CUM-DATA.
003340     05  WS-MONTH-CUM               PIC 9(03) OCCURS 12 TIMES.
003350*
003360*    REGISTER PRINT LINES
003370*
003380 01  WS-HEADING-LINE-1.
003390     05  FILLER                     PIC X(10) VALUE SPACES.
003400     05  FILLER                     PIC X(38)
003410             VALUE "FINAL-PAY REGISTER - OFF-CYCLE RUN OF".
003420     05  FILLER                     PIC X(01) VALUE SPACES.
003430     05  HD-DATE                    PIC X(10).
003440 01  WS-HEADING-LINE-2.
003450     05  FILLER                     PIC X(14) VALUE "  WEEK END".
003460     05  FILLER                     PIC X(08) VALUE "    REG".
003470     05  FILLER                     PIC X(08) VALUE "     OT".
003480     05  FILLER                     PIC X(08) VALUE "     ND".
003490     05  FILLER                     PIC X(08) VALUE "     HP".
003500     05  FILLER                     PIC X(08) VALUE "    VAC".
003510     05  FILLER                     PIC X(08) VALUE "   SICK".
003520     05  FILLER                     PIC X(08) VALUE "    BRV".
003530     05  FILLER                     PIC X(10) VALUE "STATUS".
003540 01  WS-BADGE-LINE.
003550     05  FILLER                     PIC X(06) VALUE "BADGE ".
003560     05  BL-EMPLOYEE-ID             PIC X(05).
003570     05  FILLER                     PIC X(02) VALUE SPACES.
003580     05  BL-NAME                    PIC X(25).
003590     05  FILLER                     PIC X(02) VALUE SPACES.
003600     05  BL-DEPARTMENT              PIC X(10).
003610     05  FILLER                     PIC X(02) VALUE SPACES.
003620     05  FILLER                     PIC X(06) VALUE "TERM  ".
003630     05  BL-TERM-DATE               PIC X(10).
003640 01  WS-SKIP-LINE.
003650     05  FILLER                     PIC X(16)
003660             VALUE "  NOT SETTLED - ".
003670     05  SK-REASON                  PIC X(40).
003680 01  WS-WEEK-LINE.
003690     05  FILLER                     PIC X(02) VALUE SPACES.
003700     05  WL-WEEK-END                PIC X(10).
003710     05  FILLER                     PIC X(02) VALUE SPACES.
003720     05  WL-REG-HOURS               PIC ZZZ9.99.
003730     05  FILLER                     PIC X(01) VALUE SPACES.
003740     05  WL-OT-HOURS                PIC ZZZ9.99.
003750     05  FILLER                     PIC X(01) VALUE SPACES.
003760     05  WL-ND-HOURS                PIC ZZZ9.99.
003770     05  FILLER                     PIC X(01) VALUE SPACES.
003780     05  WL-HP-HOURS                PIC ZZZ9.99.
003790     05  FILLER                     PIC X(01) VALUE SPACES.
003800     05  WL-VAC-HOURS               PIC ZZZ9.99.
003810     05  FILLER                     PIC X(01) VALUE SPACES.
003820     05  WL-SICK-HOURS              PIC ZZZ9.99.
003830     05  FILLER                     PIC X(01) VALUE SPACES.
003840     05  WL-BRV-HOURS               PIC ZZZ9.99.
003850     05  FILLER                     PIC X(02) VALUE SPACES.
003860     05  WL-STATUS                  PIC X(10).
003870 01  WS-EXCEPTION-LINE.
003880     05  FILLER                     PIC X(05) VALUE "  ** ".
003890     05  EL-DESCRIPTION             PIC X(17).
003900     05  EL-DATE                    PIC X(10).
003910     05  FILLER                     PIC X(01) VALUE SPACES.
003920     05  EL-TIME                    PIC X(08).
003930     05  FILLER                     PIC X(01) VALUE SPACES.
003940     05  EL-TERMINAL-ID             PIC X(05).
003950     05  FILLER                     PIC X(01) VALUE SPACES.
003960     05  EL-HOURS                   PIC ZZZ9.99.
003970     05  FILLER                     PIC X(01) VALUE SPACES.
003980     05  EL-ACTION                  PIC X(24).
003990 01  WS-NOTHING-LINE.
004000     05  FILLER                     PIC X(40)
004010             VALUE "  NOTHING OWED ON THE WEEK STATE".
004020 01  WS-COUNT-LINE.
004030     05  CL-LABEL                   PIC X(30).
004040     05  CL-COUNT                   PIC ZZZZZZ9.
004050 01  WS-SIGN-LINE-1.
004060     05  FILLER                     PIC X(40)
004070             VALUE "PREPARED BY: _________________________".
004080     05  FILLER                     PIC X(24)
004090             VALUE "DATE: __________".
004100 01  WS-SIGN-LINE-2.
004110     05  FILLER                     PIC X(40)
004120             VALUE "APPROVED BY: _________________________".
004130     05  FILLER                     PIC X(24)
004140             VALUE "DATE: __________".
004150 01  WS-BLANK-LINE                 PIC X(80) VALUE SPACES.
004160*
004170*    DATE AND TIME DISPLAY BUILD AREAS
004180*
004190 01  WS-DATE-IN                    PIC 9(08) VALUE 0.
004200 01  WS-DATE-IN-R REDEFINES WS-DATE-IN.
004210     05  WS-DATE-IN-YEAR            PIC 9(04).
004220     05  WS-DATE-IN-MONTH           PIC 9(02).
004230     05  WS-DATE-IN-DAY             PIC 9(02).
004240 01  WS-DATE-DISPLAY               PIC X(10) VALUE SPACES.
004250 01  WS-TIME-IN                    PIC 9(06) VALUE 0.
004260 01  WS-TIME-IN-R REDEFINES WS-TIME-IN.
004270     05  WS-TIME-IN-HOUR            PIC 9(02).
004280     05  WS-TIME-IN-MIN             PIC 9(02).
004290     05  WS-TIME-IN-SEC             PIC 9(02).
004300 01  WS-TIME-DISPLAY.
004310     05  WS-TIME-DISP-HOUR          PIC 9(02).
004320     05  FILLER                     PIC X(01) VALUE ':'.
004330     05  WS-TIME-DISP-MIN           PIC 9(02).
004340     05  FILLER                     PIC X(01) VALUE ':'.
004350     05  WS-TIME-DISP-SEC           PIC 9(02).
004360*
004370*    PAY-RULE CLASSES FROM THE PAYRULE PARAMETER FILE, AND THE
004380*    RULES IN EFFECT FOR THE BADGE LAST LOOKED UP.  THE BADGE'S
004390*    CLASS COMES OFF THE EMPLOYEE MASTER; A BLANK CLASS, OR A
004400*    BADGE NOT ON THE MASTER, GETS THE STANDARD RULES -- DAILY
004410*    OVER 8, WEEKLY OVER 40, EVERY PREMIUM AND THE MEAL BREAK.
004420*
004430 01  WS-PAY-RULE-TABLE.
004440     05  WS-PRL-ENTRY OCCURS 50 TIMES
004450             INDEXED BY WS-PRL-IDX.
004460         10  WS-PRL-CLASS            PIC X(02).
004470         10  WS-PRL-DAILY-OT-HOURS   PIC 9(02)V99.
004480         10  WS-PRL-WEEKLY-OT-HOURS  PIC 9(02)V99.
004490         10  WS-PRL-FLAGS            PIC X(04).
004500 77  WS-PRL-COUNT                  PIC 9(03) VALUE 0.
004510 77  WS-PRL-TABLE-SIZE             PIC 9(03) VALUE 50.
004520 77  WS-PRL-FOUND-SW               PIC X(01) VALUE 'N'.
004530     88  WS-PRL-FOUND                        VALUE 'Y'.
004540 77  WS-RULE-TEST-BADGE            PIC X(05) VALUE SPACES.
004550 77  WS-RULE-BADGE-ID              PIC X(05) VALUE SPACES.
004560 77  WS-RULE-DAILY-OT-HOURS        PIC 9(02)V99 VALUE 8.00.
004570 77  WS-RULE-WEEKLY-OT-HOURS       PIC 9(02)V99 VALUE 40.00.
004580 77  WS-RULE-OT-SW                 PIC X(01) VALUE 'Y'.
004590     88  WS-RULE-OT-ELIGIBLE                 VALUE 'Y'.
004600 77  WS-RULE-ND-SW                 PIC X(01) VALUE 'Y'.
004610     88  WS-RULE-ND-ELIGIBLE                 VALUE 'Y'.
004620 77  WS-RULE-HP-SW                 PIC X(01) VALUE 'Y'.
004630     88  WS-RULE-HP-ELIGIBLE                 VALUE 'Y'.
004640 77  WS-RULE-MEAL-SW               PIC X(01) VALUE 'Y'.
004650     88  WS-RULE-MEAL-ELIGIBLE               VALUE 'Y'.
004660*
004670 PROCEDURE DIVISION.
004680*
004690 0000-MAINLINE.
004700     PERFORM 1000-INITIALIZE THRU 1000-EXIT
004710     IF RETURN-CODE = ZERO
004720         PERFORM 2000-LOAD-TERMINATIONS THRU 2000-EXIT
004730     END-IF
004740     IF RETURN-CODE = ZERO
004750         PERFORM 2500-LOAD-APPROVALS THRU 2500-EXIT
004760     END-IF
004770     IF RETURN-CODE = ZERO
004780         PERFORM 2600-LOAD-PAY-RULES THRU 2600-EXIT
004790     END-IF
004800     IF RETURN-CODE = ZERO
004810         PERFORM 3000-SETTLE-WEEK-STATE THRU 3000-EXIT
004820     END-IF
004830     IF RETURN-CODE = ZERO
004840         PERFORM 4000-LIST-OPEN-PUNCHES THRU 4000-EXIT
004850     END-IF
004860     IF RETURN-CODE = ZERO
004870         PERFORM 5000-PRINT-REGISTER THRU 5000-EXIT
004880     END-IF
004890     PERFORM 9999-TERMINATE THRU 9999-EXIT
004900     STOP RUN.
004910*
004920*****************************************************************
004930*  1000-INITIALIZE - GET THE SYSTEM DATE, REFUSE TO RUN WHILE A
004940*  NIGHTLY WEEK-STATE COPY IS PENDING, OPEN THE FINAL-PAY
004950*  EXTRACT, THE REGISTER AND THE EMPLOYEE MASTER, AND WRITE THE
004960*  EXTRACT'S CONTROL HEADER.
004970*****************************************************************
004980 1000-INITIALIZE.
004990     ACCEPT CURRENT-DATE FROM DATE YYYYMMDD
005000     PERFORM 1050-CHECK-NIGHT-PENDING THRU 1050-EXIT
005010     IF RETURN-CODE NOT = ZERO
005020         GO TO 1000-EXIT
005030     END-IF
005040     OPEN OUTPUT FINAL-EXTRACT-FILE
005050     IF NOT WS-FINEXT-FILE-OK
005060         DISPLAY "FINALPAY - UNABLE TO OPEN FINAL-EXTRACT-FILE"
005070         MOVE 16 TO RETURN-CODE
005080         GO TO 1000-EXIT
005090     END-IF
005100     MOVE 'Y' TO WS-EXT-OPEN-SW
005110     OPEN OUTPUT REGISTER-REPORT-FILE
005120     IF NOT WS-REGRPT-FILE-OK
005130         DISPLAY "FINALPAY - UNABLE TO OPEN FINALRPT FILE"
005140         MOVE 16 TO RETURN-CODE
005150         GO TO 1000-EXIT
005160     END-IF
005170     OPEN INPUT EMPLOYEE-MASTER
005180     IF WS-EMPMAST-FILE-NOT-FOUND
005190         DISPLAY "FINALPAY - NO EMPLOYEE-MASTER ON FILE"
005200         MOVE 16 TO RETURN-CODE
005210         GO TO 1000-EXIT
005220     END-IF
005230     IF NOT WS-EMPMAST-FILE-OK
005240         DISPLAY "FINALPAY - UNABLE TO OPEN EMPLOYEE-MASTER"
005250         MOVE 16 TO RETURN-CODE
005260         GO TO 1000-EXIT
005270     END-IF
005280     MOVE SPACES TO PAYROLL-EXTRACT-HEADER
005290     SET PH-HEADER TO TRUE
005300     MOVE CURRENT-DATE TO PH-RUN-DATE
005310     MOVE CURRENT-DATE TO PH-PAY-PERIOD-END-DATE
005320     WRITE PAYROLL-EXTRACT-HEADER.
005330 1000-EXIT.
005340     EXIT.
005350*
005360*****************************************************************
005370*  1050-CHECK-NIGHT-PENDING - REFUSE TO RUN WHILE A NIGHTLY
005380*  TIMEBATC RUN HAS NOT YET COPIED ITS WEEKSTAT.NEW BACK -- A
005390*  NIGHT STILL RUNNING, FAILED, OR HELD BY THE TREND STEP.  ITS
005400*  COPYWEEK STEP WOULD LATER LAY THAT COPY, TAKEN BEFORE THIS
005410*  RUN, OVER THE WEEKS MARKED PAID HERE, AND THE NIGHT WOULD PAY
005420*  THEM A SECOND TIME.  NIGHTPND CARRIES A CARD FOR EVERY SUCH
005430*  NIGHT; AN EMPTY OR MISSING MARKER MEANS NOTHING IS PENDING.
005440*  THE CHECK COMES BEFORE ANY FILE IS OPENED FOR OUTPUT.
005450*****************************************************************
005460 1050-CHECK-NIGHT-PENDING.
005470     MOVE 'N' TO WS-NIGHT-PENDING-SW
005480     OPEN INPUT NIGHT-PENDING-FILE
005490     IF WS-NIGHTPND-FILE-NOT-FOUND
005500         GO TO 1050-EXIT
005510     END-IF
005520     IF NOT WS-NIGHTPND-FILE-OK
005530         DISPLAY "FINALPAY - UNABLE TO OPEN NIGHTPND, STATUS "
005540             WS-NIGHTPND-FILE-STATUS
005550         MOVE 16 TO RETURN-CODE
005560         GO TO 1050-EXIT
005570     END-IF
005580     READ NIGHT-PENDING-FILE
005590         AT END
005600             MOVE 'N' TO WS-NIGHT-PENDING-SW
005610         NOT AT END
005620             MOVE 'Y' TO WS-NIGHT-PENDING-SW
005630     END-READ
005640     IF WS-NIGHT-PENDING
005650         DISPLAY "FINALPAY - A NIGHTLY WEEKSTAT COPY-BACK IS "
005660             "STILL PENDING, RUN REFUSED"
005670         DISPLAY "FINALPAY - NIGHTPND: " NP-JOB-NAME " "
005680             NP-DESCRIPTION
005690         DISPLAY "FINALPAY - RERUN OR RELEASE THAT NIGHT, THEN "
005700             "RESUBMIT THIS JOB"
005710         MOVE 16 TO RETURN-CODE
005720     END-IF
005730     CLOSE NIGHT-PENDING-FILE.
005740 1050-EXIT.
005750     EXIT.
005760*
005770*****************************************************************
005780*  2000-LOAD-TERMINATIONS - LOAD THE TERMINATION QUEUE.  NO
005790*  QUEUE FILE MEANS NOTHING HAS BEEN TERMINATED SINCE THE LAST
005800*  CLEAN RUN; THE WEEK STATE STILL PASSES THROUGH UNCHANGED SO
005810*  THE COPY STEP HAS A FILE TO COPY.
005820*****************************************************************
005830 2000-LOAD-TERMINATIONS.
005840     MOVE 0 TO WS-TQ-COUNT
005850     MOVE 'N' TO WS-TERMQ-EOF-SW
005860     OPEN INPUT TERMINATION-QUEUE-FILE
005870     IF WS-TERMQ-FILE-NOT-FOUND
005880         DISPLAY "FINALPAY - NO TERMINATIONS QUEUED"
005890         GO TO 2000-EXIT
005900     END-IF
005910     IF NOT WS-TERMQ-FILE-OK
005920         DISPLAY "FINALPAY - UNABLE TO OPEN TERMPAY FILE"
005930         MOVE 16 TO RETURN-CODE
005940         GO TO 2000-EXIT
005950     END-IF
005960     PERFORM UNTIL WS-TERMQ-EOF
005970         READ TERMINATION-QUEUE-FILE
005980             AT END
005990                 MOVE 'Y' TO WS-TERMQ-EOF-SW
006000             NOT AT END
006010                 ADD 1 TO WS-QUEUE-READ-COUNT
006020                 PERFORM 2100-QUEUE-ONE-BADGE THRU 2100-EXIT
006030         END-READ
006040     END-PERFORM
006050     CLOSE TERMINATION-QUEUE-FILE
006060     IF RETURN-CODE = ZERO
006070         PERFORM VARYING WS-TQ-IDX FROM 1 BY 1
006080                 UNTIL WS-TQ-IDX > WS-TQ-COUNT
006090             PERFORM 2200-CHECK-MASTER THRU 2200-EXIT
006100         END-PERFORM
006110     END-IF.
006120 2000-EXIT.
006130     EXIT.
006140*
006150*****************************************************************
006160*  2100-QUEUE-ONE-BADGE - ADD THE QUEUE RECORD'S BADGE TO THE
006170*  TABLE, OR CARRY A LATER TERMINATION DATE ONTO THE ENTRY
006180*  ALREADY THERE.
006190*****************************************************************
006200 2100-QUEUE-ONE-BADGE.
006210     IF TQ-TERM-DATE IS NOT NUMERIC
006220         DISPLAY "FINALPAY - BAD TERMINATION DATE FOR BADGE "
006230             TQ-EMPLOYEE-ID " - QUEUED AS OF TODAY"
006240         MOVE CURRENT-DATE TO TQ-TERM-DATE
006250     END-IF
006260     MOVE 'N' TO WS-TQ-FOUND-SW
006270     PERFORM VARYING WS-TQ-IDX FROM 1 BY 1
006280             UNTIL WS-TQ-IDX > WS-TQ-COUNT
006290                 OR WS-TQ-FOUND
006300         IF WS-TQ-EMPLOYEE-ID(WS-TQ-IDX) = TQ-EMPLOYEE-ID
006310             MOVE 'Y' TO WS-TQ-FOUND-SW
006320             IF TQ-TERM-DATE > WS-TQ-TERM-DATE(WS-TQ-IDX)
006330                 MOVE TQ-TERM-DATE TO WS-TQ-TERM-DATE(WS-TQ-IDX)
006340             END-IF
006350         END-IF
006360     END-PERFORM
006370     IF WS-TQ-FOUND
006380         GO TO 2100-EXIT
006390     END-IF
006400     IF WS-TQ-COUNT NOT < WS-TQ-TABLE-SIZE
006410         DISPLAY "FINALPAY - TERMINATION QUEUE TABLE FULL AT "
006420             WS-TQ-TABLE-SIZE " ENTRIES"
006430         MOVE 16 TO RETURN-CODE
006440         MOVE 'Y' TO WS-TERMQ-EOF-SW
006450         GO TO 2100-EXIT
006460     END-IF
006470     ADD 1 TO WS-TQ-COUNT
006480     SET WS-TQ-IDX TO WS-TQ-COUNT
006490     MOVE TQ-EMPLOYEE-ID TO WS-TQ-EMPLOYEE-ID(WS-TQ-IDX)
006500     MOVE TQ-NAME TO WS-TQ-NAME(WS-TQ-IDX)
006510     MOVE TQ-DEPARTMENT TO WS-TQ-DEPARTMENT(WS-TQ-IDX)
006520     MOVE TQ-TERM-DATE TO WS-TQ-TERM-DATE(WS-TQ-IDX)
006530     MOVE 0 TO WS-TQ-TERM-SERIAL(WS-TQ-IDX)
006540     MOVE 'N' TO WS-TQ-SETTLE-SW(WS-TQ-IDX)
006550     MOVE SPACES TO WS-TQ-SKIP-REASON(WS-TQ-IDX)
006560     MOVE 0 TO WS-TQ-WEEK-COUNT(WS-TQ-IDX)
006570     MOVE 0 TO WS-TQ-REG-HOURS(WS-TQ-IDX)
006580     MOVE 0 TO WS-TQ-OT-HOURS(WS-TQ-IDX)
006590     MOVE 0 TO WS-TQ-ND-HOURS(WS-TQ-IDX)
006600     MOVE 0 TO WS-TQ-HP-HOURS(WS-TQ-IDX)
006610     MOVE 0 TO WS-TQ-VAC-HOURS(WS-TQ-IDX)
006620     MOVE 0 TO WS-TQ-SICK-HOURS(WS-TQ-IDX)
006630     MOVE 0 TO WS-TQ-BRV-HOURS(WS-TQ-IDX).
006640 2100-EXIT.
006650     EXIT.
006660*
006670*****************************************************************
006680*  2200-CHECK-MASTER - RE-READ THE QUEUED BADGE ON THE MASTER.
006690*  ONLY A BADGE STILL INACTIVE IS SETTLED -- ONE REINSTATED
006700*  SINCE IT WAS QUEUED GOES BACK TO THE NIGHTLY CYCLE, AND ONE
006710*  NO LONGER ON THE MASTER IS LEFT FOR PAYROLL TO LOOK INTO.
006720*****************************************************************
006730 2200-CHECK-MASTER.
006740     MOVE WS-TQ-EMPLOYEE-ID(WS-TQ-IDX) TO EMP-BADGE-ID
006750     READ EMPLOYEE-MASTER
006760         INVALID KEY
006770             MOVE "BADGE NOT ON THE EMPLOYEE MASTER"
006780                 TO WS-TQ-SKIP-REASON(WS-TQ-IDX)
006790             ADD 1 TO WS-SKIPPED-BADGE-COUNT
006800             GO TO 2200-EXIT
006810     END-READ
006820     MOVE EMP-NAME TO WS-TQ-NAME(WS-TQ-IDX)
006830     MOVE EMP-DEPARTMENT TO WS-TQ-DEPARTMENT(WS-TQ-IDX)
006840     IF EMP-ACTIVE
006850         MOVE "REINSTATED - ACTIVE ON THE MASTER"
006860             TO WS-TQ-SKIP-REASON(WS-TQ-IDX)
006870         ADD 1 TO WS-SKIPPED-BADGE-COUNT
006880         GO TO 2200-EXIT
006890     END-IF
006900     MOVE WS-TQ-TERM-DATE(WS-TQ-IDX) TO WS-SERIAL-DATE-NUM
006910     PERFORM 7300-COMPUTE-DAY-SERIAL THRU 7300-EXIT
006920     MOVE WS-DAY-SERIAL TO WS-TQ-TERM-SERIAL(WS-TQ-IDX)
006930     MOVE 'Y' TO WS-TQ-SETTLE-SW(WS-TQ-IDX)
006940     ADD 1 TO WS-SETTLED-BADGE-COUNT.
006950 2200-EXIT.
006960     EXIT.
006970*
006980*****************************************************************
006990*  2500-LOAD-APPROVALS - TABLE THE SUPERVISOR SIGN-OFFS FOR THE
007000*  BADGES BEING SETTLED.  THE FILE IS OPTIONAL HERE -- IT ONLY
007010*  FEEDS THE REGISTER'S STATUS COLUMN.
007020*****************************************************************
007030 2500-LOAD-APPROVALS.
007040     MOVE 0 TO WS-APP-COUNT
007050     IF WS-SETTLED-BADGE-COUNT = 0
007060         GO TO 2500-EXIT
007070     END-IF
007080     MOVE 'N' TO WS-APPROVAL-EOF-SW
007090     OPEN INPUT APPROVAL-FILE
007100     IF WS-APPROVAL-FILE-NOT-FOUND
007110         GO TO 2500-EXIT
007120     END-IF
007130     IF NOT WS-APPROVAL-FILE-OK
007140         DISPLAY "FINALPAY - UNABLE TO OPEN APPROVAL FILE"
007150         MOVE 16 TO RETURN-CODE
007160         GO TO 2500-EXIT
007170     END-IF
007180     PERFORM UNTIL WS-APPROVAL-EOF
007190         READ APPROVAL-FILE
007200             AT END
007210                 MOVE 'Y' TO WS-APPROVAL-EOF-SW
007220             NOT AT END
007230                 MOVE APP-EMPLOYEE-ID TO WS-SEARCH-BADGE-ID
007240                 PERFORM 7000-FIND-QUEUED-BADGE THRU 7000-EXIT
007250                 IF WS-TQ-FOUND
007260                     IF WS-APP-COUNT < WS-APP-TABLE-SIZE
007270                         ADD 1 TO WS-APP-COUNT
007280                         SET WS-APP-IDX TO WS-APP-COUNT
007290                         MOVE APP-EMPLOYEE-ID
007300                             TO WS-APP-EMPLOYEE-ID(WS-APP-IDX)
007310                         MOVE APP-WEEK-END-DATE
007320                             TO WS-APP-WEEK-END(WS-APP-IDX)
007330                     ELSE
007340                         DISPLAY "FINALPAY - APPROVAL TABLE FULL "
007350                             "AT " WS-APP-TABLE-SIZE " ENTRIES"
007360                         MOVE 16 TO RETURN-CODE
007370                         MOVE 'Y' TO WS-APPROVAL-EOF-SW
007380                     END-IF
007390                 END-IF
007400         END-READ
007410     END-PERFORM
007420     CLOSE APPROVAL-FILE.
007430 2500-EXIT.
007440     EXIT.
007450*
007460*****************************************************************
007470*  2600-LOAD-PAY-RULES - TABLE THE PAY-RULE CLASSES FROM THE
007480*  PAYRULE PARAMETER FILE THE NIGHTLY RUN SPLITS THE WEEK UNDER,
007490*  SO A FINAL CHECK PAYS OVERTIME THE SAME WAY.  A MISSING FILE
007500*  FAILS THE STEP; AN EMPTY ONE JUST MEANS NO BADGE HAS A CLASS
007510*  OF ITS OWN YET.  A RECORD WITH A NON-NUMERIC
007520*  THRESHOLD OR AN ELIGIBILITY SWITCH OTHER THAN Y OR N FAILS
007530*  THE STEP RATHER THAN PAY A CLASS UNDER RULES NOBODY SET.
007540*****************************************************************
007550 2600-LOAD-PAY-RULES.
007560     MOVE 0 TO WS-PRL-COUNT
007570     MOVE 'N' TO WS-PAYRULE-EOF-SW
007580     OPEN INPUT PAY-RULE-FILE
007590     IF WS-PAYRULE-FILE-NOT-FOUND
007600         DISPLAY "FINALPAY - NO PAYRULE PARAMETER FILE"
007610         MOVE 16 TO RETURN-CODE
007620         GO TO 2600-EXIT
007630     END-IF
007640     IF NOT WS-PAYRULE-FILE-OK
007650         DISPLAY "FINALPAY - UNABLE TO OPEN PAYRULE FILE"
007660         MOVE 16 TO RETURN-CODE
007670         GO TO 2600-EXIT
007680     END-IF
007690     PERFORM UNTIL WS-PAYRULE-EOF
007700         READ PAY-RULE-FILE
007710             AT END
007720                 MOVE 'Y' TO WS-PAYRULE-EOF-SW
007730             NOT AT END
007740                 IF PR-CLASS = SPACES
007750                         OR PR-DAILY-OT-HOURS IS NOT NUMERIC
007760                         OR PR-WEEKLY-OT-HOURS IS NOT NUMERIC
007770                         OR NOT PR-OT-ELIGIBLE-VALID
007780                         OR NOT PR-ND-ELIGIBLE-VALID
007790                         OR NOT PR-HP-ELIGIBLE-VALID
007800                         OR NOT PR-MEAL-ELIGIBLE-VALID
007810                     DISPLAY "FINALPAY - INVALID PAYRULE "
007820                         "RECORD FOR CLASS " PR-CLASS
007830                     MOVE 16 TO RETURN-CODE
007840                     MOVE 'Y' TO WS-PAYRULE-EOF-SW
007850                 ELSE
007860                     IF WS-PRL-COUNT < WS-PRL-TABLE-SIZE
007870                         ADD 1 TO WS-PRL-COUNT
007880                         SET WS-PRL-IDX TO WS-PRL-COUNT
007890                         MOVE PR-CLASS TO WS-PRL-CLASS(WS-PRL-IDX)
007900                         MOVE PR-DAILY-OT-HOURS
007910                             TO WS-PRL-DAILY-OT-HOURS(WS-PRL-IDX)
007920                         MOVE PR-WEEKLY-OT-HOURS
007930                             TO WS-PRL-WEEKLY-OT-HOURS(WS-PRL-IDX)
007940                         MOVE PR-ELIGIBILITY-FLAGS
007950                             TO WS-PRL-FLAGS(WS-PRL-IDX)
007960                     ELSE
007970                         DISPLAY "FINALPAY - PAY-RULE "
007980                             "TABLE FULL AT " WS-PRL-TABLE-SIZE
007990                             " ENTRIES"
008000                         MOVE 16 TO RETURN-CODE
008010                         MOVE 'Y' TO WS-PAYRULE-EOF-SW
008020                     END-IF
008030                 END-IF
008040         END-READ
008050     END-PERFORM
008060     CLOSE PAY-RULE-FILE.
008070 2600-EXIT.
008080     EXIT.
008090*
008100*****************************************************************
008110*  3000-SETTLE-WEEK-STATE - PASS THE LIVE WEEK STATE THROUGH TO
008120*  THE NEW FILE, SETTLING EACH WEEK OWED TO A BADGE BEING PAID
008130*  OUT ON THE WAY.  EVERY OTHER RECORD RIDES THROUGH UNCHANGED
008140*  AND NOTHING IS PRUNED -- THAT IS THE NIGHTLY REPORT STEP'S
008150*  JOB.  NO WEEK STATE MEANS NOTHING IS OWED.
008160*****************************************************************
008170 3000-SETTLE-WEEK-STATE.
008180     MOVE 'N' TO WS-WKSTATE-EOF-SW
008190     OPEN OUTPUT WEEK-STATE-OUT-FILE
008200     IF NOT WS-WKNEW-FILE-OK
008210         DISPLAY "FINALPAY - UNABLE TO OPEN WEEK-STATE-OUT-FILE"
008220         MOVE 16 TO RETURN-CODE
008230         GO TO 3000-EXIT
008240     END-IF
008250     OPEN INPUT WEEK-STATE-FILE
008260     IF WS-WKSTATE-FILE-NOT-FOUND
008270         CLOSE WEEK-STATE-OUT-FILE
008280         GO TO 3000-EXIT
008290     END-IF
008300     IF NOT WS-WKSTATE-FILE-OK
008310         DISPLAY "FINALPAY - UNABLE TO OPEN WEEK-STATE-FILE"
008320         MOVE 16 TO RETURN-CODE
008330         CLOSE WEEK-STATE-OUT-FILE
008340         GO TO 3000-EXIT
008350     END-IF
008360     PERFORM UNTIL WS-WKSTATE-EOF
008370         READ WEEK-STATE-FILE
008380             AT END
008390                 MOVE 'Y' TO WS-WKSTATE-EOF-SW
008400             NOT AT END
008410                 PERFORM 3100-SETTLE-ONE-WEEK THRU 3100-EXIT
008420                 MOVE WEEK-STATE-RECORD TO WEEK-STATE-OUT-RECORD
008430                 WRITE WEEK-STATE-OUT-RECORD
008440         END-READ
008450     END-PERFORM
008460     CLOSE WEEK-STATE-FILE
008470     CLOSE WEEK-STATE-OUT-FILE.
008480 3000-EXIT.
008490     EXIT.
008500*
008510*****************************************************************
008520*  3100-SETTLE-ONE-WEEK - WHEN THE WEEK-STATE RECORD BELONGS TO A
008530*  BADGE BEING SETTLED AND HAS AN UNPAID INCREMENT, PAY IT IF
008540*  THE WEEK STARTED ON OR BEFORE THE TERMINATION DATE, OR LIST
008550*  IT AS AN EXCEPTION IF IT STARTED AFTER.  A PAID WEEK HAS ITS
008560*  PAID FIELDS BROUGHT UP TO THE TOTALS IN THE RECORD AREA
008570*  BEFORE IT IS WRITTEN BACK OUT.
008580*****************************************************************
008590 3100-SETTLE-ONE-WEEK.
008600     MOVE WKS-EMPLOYEE-ID TO WS-SEARCH-BADGE-ID
008610     PERFORM 7000-FIND-QUEUED-BADGE THRU 7000-EXIT
008620     IF NOT WS-TQ-FOUND
008630         GO TO 3100-EXIT
008640     END-IF
008650     IF NOT WS-TQ-SETTLE(WS-TQ-IDX)
008660         GO TO 3100-EXIT
008670     END-IF
008680     PERFORM 3200-SPLIT-WEEK THRU 3200-EXIT
008690     IF WS-WEEK-REG-INC = 0 AND WS-WEEK-OT-INC = 0
008700             AND WS-WEEK-ND-INC = 0 AND WS-WEEK-HP-INC = 0
008710             AND WS-WEEK-VAC-INC = 0 AND WS-WEEK-SICK-INC = 0
008720             AND WS-WEEK-BRV-INC = 0
008730         GO TO 3100-EXIT
008740     END-IF
008750     MOVE WKS-WEEK-END-DATE TO WS-SERIAL-DATE-NUM
008760     PERFORM 7300-COMPUTE-DAY-SERIAL THRU 7300-EXIT
008770     COMPUTE WS-WEEK-START-SERIAL = WS-DAY-SERIAL - 6
008780     IF WS-WEEK-START-SERIAL > WS-TQ-TERM-SERIAL(WS-TQ-IDX)
008790         PERFORM 3400-ADD-LATE-WEEK THRU 3400-EXIT
008800         GO TO 3100-EXIT
008810     END-IF
008820     PERFORM 3300-WRITE-FINAL-EXTRACT THRU 3300-EXIT
008830     MOVE WS-WEEK-TOT-REG-HOURS TO WKS-REG-PAID-HOURS
008840     MOVE WS-WEEK-TOT-OT-HOURS TO WKS-OT-PAID-HOURS
008850     MOVE WKS-NIGHT-DIFF-HOURS TO WKS-ND-PAID-HOURS
008860     MOVE WKS-HOL-PREM-HOURS TO WKS-HP-PAID-HOURS
008870     MOVE WKS-VAC-HOURS TO WKS-VAC-PAID-HOURS
008880     MOVE WKS-SICK-HOURS TO WKS-SICK-PAID-HOURS
008890     MOVE WKS-BRV-HOURS TO WKS-BRV-PAID-HOURS.
008900 3100-EXIT.
008910     EXIT.
008920*
008930*****************************************************************
008940*  3200-SPLIT-WEEK - SPLIT THE WEEK'S RUNNING TOTAL INTO REGULAR
008950*  AND OVERTIME UNDER THE BADGE'S PAY-RULE CLASS (THE DAILY
008960*  OVERTIME ALREADY POSTED PLUS ANY REMAINING HOURS OVER THE
008970*  CLASS'S WEEKLY THRESHOLD; A CLASS THAT IS NOT OVERTIME
008980*  ELIGIBLE PAYS THE WHOLE WEEK AS REGULAR) AND FIGURE EVERY
008990*  COLUMN'S UNPAID INCREMENT, THE SAME WAY THE TIMESHEET REPORT
009000*  STEP DOES BEFORE IT PAYS AN APPROVED WEEK.
009010*****************************************************************
009020 3200-SPLIT-WEEK.
009030     MOVE WKS-EMPLOYEE-ID TO WS-RULE-TEST-BADGE
009040     PERFORM 7400-GET-PAY-RULE THRU 7400-EXIT
009050     IF NOT WS-RULE-OT-ELIGIBLE
009060         MOVE 0 TO WS-WEEK-TOT-OT-HOURS
009070         MOVE WKS-HOURS TO WS-WEEK-TOT-REG-HOURS
009080     ELSE
009090         MOVE WKS-DAILY-OT-HOURS TO WS-WEEK-TOT-OT-HOURS
009100         COMPUTE WS-WEEK-TOT-REG-HOURS =
009110             WKS-HOURS - WKS-DAILY-OT-HOURS
009120         IF WS-RULE-WEEKLY-OT-HOURS > 0
009130                 AND WS-WEEK-TOT-REG-HOURS
009140                     > WS-RULE-WEEKLY-OT-HOURS
009150             COMPUTE WS-WEEK-TOT-OT-HOURS = WS-WEEK-TOT-OT-HOURS
009160                 + WS-WEEK-TOT-REG-HOURS - WS-RULE-WEEKLY-OT-HOURS
009170             MOVE WS-RULE-WEEKLY-OT-HOURS TO WS-WEEK-TOT-REG-HOURS
009180         END-IF
009190     END-IF
009200     COMPUTE WS-WEEK-REG-INC =
009210         WS-WEEK-TOT-REG-HOURS - WKS-REG-PAID-HOURS
009220     COMPUTE WS-WEEK-OT-INC =
009230         WS-WEEK-TOT-OT-HOURS - WKS-OT-PAID-HOURS
009240     COMPUTE WS-WEEK-ND-INC =
009250         WKS-NIGHT-DIFF-HOURS - WKS-ND-PAID-HOURS
009260     COMPUTE WS-WEEK-HP-INC =
009270         WKS-HOL-PREM-HOURS - WKS-HP-PAID-HOURS
009280     COMPUTE WS-WEEK-VAC-INC =
009290         WKS-VAC-HOURS - WKS-VAC-PAID-HOURS
009300     COMPUTE WS-WEEK-SICK-INC =
009310         WKS-SICK-HOURS - WKS-SICK-PAID-HOURS
009320     COMPUTE WS-WEEK-BRV-INC =
009330         WKS-BRV-HOURS - WKS-BRV-PAID-HOURS.
009340 3200-EXIT.
009350     EXIT.
009360*
009370*****************************************************************
009380*  3300-WRITE-FINAL-EXTRACT - WRITE ONE FINAL-PAY EXTRACT DETAIL
009390*  CARRYING THE WEEK'S UNPAID INCREMENTS, ADD THEM TO THE
009400*  BADGE'S TOTALS AND HOLD THE WEEK FOR THE REGISTER.
009410*****************************************************************
009420 3300-WRITE-FINAL-EXTRACT.
009430     IF WS-STL-COUNT NOT < WS-STL-TABLE-SIZE
009440         DISPLAY "FINALPAY - SETTLED WEEK TABLE FULL AT "
009450             WS-STL-TABLE-SIZE " ENTRIES"
009460         MOVE 16 TO RETURN-CODE
009470         MOVE 'Y' TO WS-WKSTATE-EOF-SW
009480         GO TO 3300-EXIT
009490     END-IF
009500     MOVE SPACES TO PAYROLL-EXTRACT-RECORD
009510     SET PE-DETAIL TO TRUE
009520     MOVE WKS-EMPLOYEE-ID TO PE-EMPLOYEE-ID
009530     MOVE WKS-WEEK-END-DATE TO PE-PAY-PERIOD-END-DATE
009540     MOVE WS-WEEK-REG-INC TO PE-REGULAR-HOURS
009550     MOVE WS-WEEK-OT-INC TO PE-OVERTIME-HOURS
009560     MOVE WS-WEEK-ND-INC TO PE-NIGHT-DIFF-HOURS
009570     MOVE WS-WEEK-HP-INC TO PE-HOLIDAY-PREM-HOURS
009580     MOVE WS-WEEK-VAC-INC TO PE-VACATION-HOURS
009590     MOVE WS-WEEK-SICK-INC TO PE-SICK-HOURS
009600     MOVE WS-WEEK-BRV-INC TO PE-BEREAVE-HOURS
009610     WRITE PAYROLL-EXTRACT-RECORD
009620     ADD 1 TO WS-EXT-RECORD-COUNT
009630     ADD WS-WEEK-REG-INC TO WS-EXT-REG-HOURS
009640     ADD WS-WEEK-OT-INC TO WS-EXT-OT-HOURS
009650     ADD WS-WEEK-ND-INC TO WS-EXT-ND-HOURS
009660     ADD WS-WEEK-HP-INC TO WS-EXT-HP-HOURS
009670     ADD WS-WEEK-VAC-INC TO WS-EXT-VAC-HOURS
009680     ADD WS-WEEK-SICK-INC TO WS-EXT-SICK-HOURS
009690     ADD WS-WEEK-BRV-INC TO WS-EXT-BRV-HOURS
009700     ADD 1 TO WS-TQ-WEEK-COUNT(WS-TQ-IDX)
009710     ADD WS-WEEK-REG-INC TO WS-TQ-REG-HOURS(WS-TQ-IDX)
009720     ADD WS-WEEK-OT-INC TO WS-TQ-OT-HOURS(WS-TQ-IDX)
009730     ADD WS-WEEK-ND-INC TO WS-TQ-ND-HOURS(WS-TQ-IDX)
009740     ADD WS-WEEK-HP-INC TO WS-TQ-HP-HOURS(WS-TQ-IDX)
009750     ADD WS-WEEK-VAC-INC TO WS-TQ-VAC-HOURS(WS-TQ-IDX)
009760     ADD WS-WEEK-SICK-INC TO WS-TQ-SICK-HOURS(WS-TQ-IDX)
009770     ADD WS-WEEK-BRV-INC TO WS-TQ-BRV-HOURS(WS-TQ-IDX)
009780     ADD 1 TO WS-STL-COUNT
009790     SET WS-STL-IDX TO WS-STL-COUNT
009800     SET WS-TQ-SLOT TO WS-TQ-IDX
009810     MOVE WS-TQ-SLOT TO WS-STL-TQ-SLOT(WS-STL-IDX)
009820     MOVE WKS-WEEK-END-DATE TO WS-STL-WEEK-END(WS-STL-IDX)
009830     MOVE WS-WEEK-REG-INC TO WS-STL-REG-HOURS(WS-STL-IDX)
009840     MOVE WS-WEEK-OT-INC TO WS-STL-OT-HOURS(WS-STL-IDX)
009850     MOVE WS-WEEK-ND-INC TO WS-STL-ND-HOURS(WS-STL-IDX)
009860     MOVE WS-WEEK-HP-INC TO WS-STL-HP-HOURS(WS-STL-IDX)
009870     MOVE WS-WEEK-VAC-INC TO WS-STL-VAC-HOURS(WS-STL-IDX)
009880     MOVE WS-WEEK-SICK-INC TO WS-STL-SICK-HOURS(WS-STL-IDX)
009890     MOVE WS-WEEK-BRV-INC TO WS-STL-BRV-HOURS(WS-STL-IDX)
009900     PERFORM 7100-CHECK-WEEK-APPROVED THRU 7100-EXIT
009910     MOVE WS-WEEK-APPROVED-SW TO WS-STL-APPROVED-SW(WS-STL-IDX).
009920 3300-EXIT.
009930     EXIT.
009940*
009950*****************************************************************
009960*  3400-ADD-LATE-WEEK - HOLD AN UNPAID WEEK THAT STARTED AFTER
009970*  THE TERMINATION DATE AS AN EXCEPTION.  HOURS PUNCHED AFTER
009980*  THE BADGE LEFT ARE FOR THE SUPERVISOR TO EXPLAIN, NOT FOR
009990*  FINAL PAY; THE WEEK STAYS UNPAID ON THE STATE.
010000*****************************************************************
010010 3400-ADD-LATE-WEEK.
010020     IF WS-EXC-COUNT NOT < WS-EXC-TABLE-SIZE
010030         DISPLAY "FINALPAY - EXCEPTION TABLE FULL AT "
010040             WS-EXC-TABLE-SIZE " ENTRIES"
010050         MOVE 16 TO RETURN-CODE
010060         MOVE 'Y' TO WS-WKSTATE-EOF-SW
010070         GO TO 3400-EXIT
010080     END-IF
010090     ADD 1 TO WS-EXC-COUNT
010100     SET WS-EXC-IDX TO WS-EXC-COUNT
010110     SET WS-TQ-SLOT TO WS-TQ-IDX
010120     MOVE WS-TQ-SLOT TO WS-EXC-TQ-SLOT(WS-EXC-IDX)
010130     MOVE 'W' TO WS-EXC-TYPE(WS-EXC-IDX)
010140     MOVE WKS-WEEK-END-DATE TO WS-EXC-DATE(WS-EXC-IDX)
010150     MOVE 0 TO WS-EXC-TIME(WS-EXC-IDX)
010160     MOVE SPACES TO WS-EXC-TERMINAL-ID(WS-EXC-IDX)
010170     COMPUTE WS-EXC-HOURS(WS-EXC-IDX) =
010180         WS-WEEK-REG-INC + WS-WEEK-OT-INC + WS-WEEK-VAC-INC
010190             + WS-WEEK-SICK-INC + WS-WEEK-BRV-INC
010200     ADD 1 TO WS-LATE-WEEK-COUNT.
010210 3400-EXIT.
010220     EXIT.
010230*
010240*****************************************************************
010250*  4000-LIST-OPEN-PUNCHES - EVERY IN PUNCH OF A BADGE BEING
010260*  SETTLED THAT IS STILL WAITING ON THE PENDING-IN CARRY FILE
010270*  FOR ITS OUT HAS NO HOURS ON THE WEEK STATE YET.  IT IS NOT
010280*  PAID; IT IS LISTED FOR THE SUPERVISOR TO RESOLVE THROUGH
010290*  CORRECT, AFTER WHICH THE HOURS FLOW THROUGH THE NIGHTLY RUN
010300*  OR RETROADJ.  NO CARRY FILE MEANS NOTHING IS OPEN.
010310*****************************************************************
010320 4000-LIST-OPEN-PUNCHES.
010330     IF WS-SETTLED-BADGE-COUNT = 0
010340         GO TO 4000-EXIT
010350     END-IF
010360     MOVE 'N' TO WS-PENDCF-EOF-SW
010370     OPEN INPUT PENDING-CARRY-FILE
010380     IF WS-PENDCF-FILE-NOT-FOUND
010390         GO TO 4000-EXIT
010400     END-IF
010410     IF NOT WS-PENDCF-FILE-OK
010420         DISPLAY "FINALPAY - UNABLE TO OPEN PENDING-CARRY-FILE"
010430         MOVE 16 TO RETURN-CODE
010440         GO TO 4000-EXIT
010450     END-IF
010460     PERFORM UNTIL WS-PENDCF-EOF
010470         READ PENDING-CARRY-FILE
010480             AT END
010490                 MOVE 'Y' TO WS-PENDCF-EOF-SW
010500             NOT AT END
010510                 PERFORM 4100-ADD-OPEN-PUNCH THRU 4100-EXIT
010520         END-READ
010530     END-PERFORM
010540     CLOSE PENDING-CARRY-FILE.
010550 4000-EXIT.
010560     EXIT.
010570*
010580*****************************************************************
010590*  4100-ADD-OPEN-PUNCH - HOLD THE CARRIED IN PUNCH AS AN
010600*  EXCEPTION WHEN ITS BADGE IS BEING SETTLED.
010610*****************************************************************
010620 4100-ADD-OPEN-PUNCH.
010630     MOVE PCF-EMPLOYEE-ID TO WS-SEARCH-BADGE-ID
010640     PERFORM 7000-FIND-QUEUED-BADGE THRU 7000-EXIT
010650     IF NOT WS-TQ-FOUND
010660         GO TO 4100-EXIT
010670     END-IF
010680     IF NOT WS-TQ-SETTLE(WS-TQ-IDX)
010690         GO TO 4100-EXIT
010700     END-IF
010710     IF WS-EXC-COUNT NOT < WS-EXC-TABLE-SIZE
010720         DISPLAY "FINALPAY - EXCEPTION TABLE FULL AT "
010730             WS-EXC-TABLE-SIZE " ENTRIES"
010740         MOVE 16 TO RETURN-CODE
010750         MOVE 'Y' TO WS-PENDCF-EOF-SW
010760         GO TO 4100-EXIT
010770     END-IF
010780     ADD 1 TO WS-EXC-COUNT
010790     SET WS-EXC-IDX TO WS-EXC-COUNT
010800     SET WS-TQ-SLOT TO WS-TQ-IDX
010810     MOVE WS-TQ-SLOT TO WS-EXC-TQ-SLOT(WS-EXC-IDX)
010820     MOVE 'P' TO WS-EXC-TYPE(WS-EXC-IDX)
010830     MOVE PCF-PUNCH-DATE TO WS-EXC-DATE(WS-EXC-IDX)
010840     MOVE PCF-PUNCH-TIME TO WS-EXC-TIME(WS-EXC-IDX)
010850     MOVE PCF-TERMINAL-ID TO WS-EXC-TERMINAL-ID(WS-EXC-IDX)
010860     MOVE 0 TO WS-EXC-HOURS(WS-EXC-IDX)
010870     ADD 1 TO WS-OPEN-PUNCH-COUNT.
010880 4100-EXIT.
010890     EXIT.
010900*
010910*****************************************************************
010920*  5000-PRINT-REGISTER - PRINT THE FINAL-PAY REGISTER: EACH
010930*  QUEUED BADGE WITH ITS SETTLED WEEKS, ITS EXCEPTIONS AND ITS
010940*  TOTAL, THEN THE RUN TOTALS AND THE SIGNATURE BLOCK.
010950*****************************************************************
010960 5000-PRINT-REGISTER.
010970     MOVE CURRENT-DATE TO WS-DATE-IN
010980     PERFORM 7200-FORMAT-DATE THRU 7200-EXIT
010990     MOVE WS-DATE-DISPLAY TO HD-DATE
011000     WRITE REGISTER-RECORD FROM WS-HEADING-LINE-1
011010     WRITE REGISTER-RECORD FROM WS-BLANK-LINE
011020     WRITE REGISTER-RECORD FROM WS-HEADING-LINE-2
011030     PERFORM VARYING WS-TQ-IDX FROM 1 BY 1
011040             UNTIL WS-TQ-IDX > WS-TQ-COUNT
011050         PERFORM 5100-PRINT-ONE-BADGE THRU 5100-EXIT
011060     END-PERFORM
011070     PERFORM 5900-PRINT-TOTALS THRU 5900-EXIT.
011080 5000-EXIT.
011090     EXIT.
011100*
011110*****************************************************************
011120*  5100-PRINT-ONE-BADGE - PRINT THE BADGE AT WS-TQ-IDX: ITS
011130*  HEADING, THEN EITHER WHY IT WAS NOT SETTLED OR ITS SETTLED
011140*  WEEKS, EXCEPTIONS AND TOTAL.
011150*****************************************************************
011160 5100-PRINT-ONE-BADGE.
011170     WRITE REGISTER-RECORD FROM WS-BLANK-LINE
011180     MOVE WS-TQ-EMPLOYEE-ID(WS-TQ-IDX) TO BL-EMPLOYEE-ID
011190     MOVE WS-TQ-NAME(WS-TQ-IDX) TO BL-NAME
011200     MOVE WS-TQ-DEPARTMENT(WS-TQ-IDX) TO BL-DEPARTMENT
011210     MOVE WS-TQ-TERM-DATE(WS-TQ-IDX) TO WS-DATE-IN
011220     PERFORM 7200-FORMAT-DATE THRU 7200-EXIT
011230     MOVE WS-DATE-DISPLAY TO BL-TERM-DATE
011240     WRITE REGISTER-RECORD FROM WS-BADGE-LINE
011250     IF NOT WS-TQ-SETTLE(WS-TQ-IDX)
011260         MOVE WS-TQ-SKIP-REASON(WS-TQ-IDX) TO SK-REASON
011270         WRITE REGISTER-RECORD FROM WS-SKIP-LINE
011280         GO TO 5100-EXIT
011290     END-IF
011300     SET WS-TQ-SLOT TO WS-TQ-IDX
011310     MOVE 0 TO WS-BADGE-STL-COUNT
011320     PERFORM VARYING WS-STL-IDX FROM 1 BY 1
011330             UNTIL WS-STL-IDX > WS-STL-COUNT
011340         IF WS-STL-TQ-SLOT(WS-STL-IDX) = WS-TQ-SLOT
011350             PERFORM 5200-PRINT-SETTLED-WEEK THRU 5200-EXIT
011360             ADD 1 TO WS-BADGE-STL-COUNT
011370         END-IF
011380     END-PERFORM
011390     MOVE 0 TO WS-BADGE-EXC-COUNT
011400     PERFORM VARYING WS-EXC-IDX FROM 1 BY 1
011410             UNTIL WS-EXC-IDX > WS-EXC-COUNT
011420         IF WS-EXC-TQ-SLOT(WS-EXC-IDX) = WS-TQ-SLOT
011430             PERFORM 5300-PRINT-EXCEPTION THRU 5300-EXIT
011440             ADD 1 TO WS-BADGE-EXC-COUNT
011450         END-IF
011460     END-PERFORM
011470     IF WS-BADGE-STL-COUNT = 0
011480         WRITE REGISTER-RECORD FROM WS-NOTHING-LINE
011490         GO TO 5100-EXIT
011500     END-IF
011510     MOVE "TOTAL" TO WL-WEEK-END
011520     MOVE WS-TQ-REG-HOURS(WS-TQ-IDX) TO WL-REG-HOURS
011530     MOVE WS-TQ-OT-HOURS(WS-TQ-IDX) TO WL-OT-HOURS
011540     MOVE WS-TQ-ND-HOURS(WS-TQ-IDX) TO WL-ND-HOURS
011550     MOVE WS-TQ-HP-HOURS(WS-TQ-IDX) TO WL-HP-HOURS
011560     MOVE WS-TQ-VAC-HOURS(WS-TQ-IDX) TO WL-VAC-HOURS
011570     MOVE WS-TQ-SICK-HOURS(WS-TQ-IDX) TO WL-SICK-HOURS
011580     MOVE WS-TQ-BRV-HOURS(WS-TQ-IDX) TO WL-BRV-HOURS
011590     MOVE SPACES TO WL-STATUS
011600     WRITE REGISTER-RECORD FROM WS-WEEK-LINE.
011610 5100-EXIT.
011620     EXIT.
011630*
011640*****************************************************************
011650*  5200-PRINT-SETTLED-WEEK - PRINT THE SETTLED WEEK AT
011660*  WS-STL-IDX, MARKED UNAPPROVED WHEN NO SUPERVISOR SIGNED IT.
011670*****************************************************************
011680 5200-PRINT-SETTLED-WEEK.
011690     MOVE WS-STL-WEEK-END(WS-STL-IDX) TO WS-DATE-IN
011700     PERFORM 7200-FORMAT-DATE THRU 7200-EXIT
011710     MOVE WS-DATE-DISPLAY TO WL-WEEK-END
011720     MOVE WS-STL-REG-HOURS(WS-STL-IDX) TO WL-REG-HOURS
011730     MOVE WS-STL-OT-HOURS(WS-STL-IDX) TO WL-OT-HOURS
011740     MOVE WS-STL-ND-HOURS(WS-STL-IDX) TO WL-ND-HOURS
011750     MOVE WS-STL-HP-HOURS(WS-STL-IDX) TO WL-HP-HOURS
011760     MOVE WS-STL-VAC-HOURS(WS-STL-IDX) TO WL-VAC-HOURS
011770     MOVE WS-STL-SICK-HOURS(WS-STL-IDX) TO WL-SICK-HOURS
011780     MOVE WS-STL-BRV-HOURS(WS-STL-IDX) TO WL-BRV-HOURS
011790     IF WS-STL-APPROVED(WS-STL-IDX)
011800         MOVE "APPROVED" TO WL-STATUS
011810     ELSE
011820         MOVE "UNAPPROVED" TO WL-STATUS
011830     END-IF
011840     WRITE REGISTER-RECORD FROM WS-WEEK-LINE.
011850 5200-EXIT.
011860     EXIT.
011870*
011880*****************************************************************
011890*  5300-PRINT-EXCEPTION - PRINT THE EXCEPTION AT WS-EXC-IDX.
011900*****************************************************************
011910 5300-PRINT-EXCEPTION.
011920     MOVE WS-EXC-DATE(WS-EXC-IDX) TO WS-DATE-IN
011930     PERFORM 7200-FORMAT-DATE THRU 7200-EXIT
011940     MOVE WS-DATE-DISPLAY TO EL-DATE
011950     IF WS-EXC-OPEN-PUNCH(WS-EXC-IDX)
011960         MOVE "OPEN IN PUNCH" TO EL-DESCRIPTION
011970         MOVE WS-EXC-TIME(WS-EXC-IDX) TO WS-TIME-IN
011980         MOVE WS-TIME-IN-HOUR TO WS-TIME-DISP-HOUR
011990         MOVE WS-TIME-IN-MIN TO WS-TIME-DISP-MIN
012000         MOVE WS-TIME-IN-SEC TO WS-TIME-DISP-SEC
012010         MOVE WS-TIME-DISPLAY TO EL-TIME
012020         MOVE WS-EXC-TERMINAL-ID(WS-EXC-IDX) TO EL-TERMINAL-ID
012030         MOVE 0 TO EL-HOURS
012040         MOVE "NO OUT - SUPV TO RESOLVE" TO EL-ACTION
012050     ELSE
012060         MOVE "WEEK AFTER TERM" TO EL-DESCRIPTION
012070         MOVE SPACES TO EL-TIME
012080         MOVE SPACES TO EL-TERMINAL-ID
012090         MOVE WS-EXC-HOURS(WS-EXC-IDX) TO EL-HOURS
012100         MOVE "HRS NOT PAID - SUPV" TO EL-ACTION
012110     END-IF
012120     WRITE REGISTER-RECORD FROM WS-EXCEPTION-LINE.
012130 5300-EXIT.
012140     EXIT.
012150*
012160*****************************************************************
012170*  5900-PRINT-TOTALS - PRINT THE RUN TOTALS AND THE SIGNATURE
012180*  BLOCK, AND TELL THE OPERATOR WHEN THERE ARE EXCEPTIONS.
012190*****************************************************************
012200 5900-PRINT-TOTALS.
012210     WRITE REGISTER-RECORD FROM WS-BLANK-LINE
012220     MOVE "GRAND TOT" TO WL-WEEK-END
012230     MOVE WS-EXT-REG-HOURS TO WL-REG-HOURS
012240     MOVE WS-EXT-OT-HOURS TO WL-OT-HOURS
012250     MOVE WS-EXT-ND-HOURS TO WL-ND-HOURS
012260     MOVE WS-EXT-HP-HOURS TO WL-HP-HOURS
012270     MOVE WS-EXT-VAC-HOURS TO WL-VAC-HOURS
012280     MOVE WS-EXT-SICK-HOURS TO WL-SICK-HOURS
012290     MOVE WS-EXT-BRV-HOURS TO WL-BRV-HOURS
012300     MOVE SPACES TO WL-STATUS
012310     WRITE REGISTER-RECORD FROM WS-WEEK-LINE
012320     WRITE REGISTER-RECORD FROM WS-BLANK-LINE
012330     MOVE "QUEUE RECORDS READ:" TO CL-LABEL
012340     MOVE WS-QUEUE-READ-COUNT TO CL-COUNT
012350     WRITE REGISTER-RECORD FROM WS-COUNT-LINE
012360     MOVE "BADGES SETTLED:" TO CL-LABEL
012370     MOVE WS-SETTLED-BADGE-COUNT TO CL-COUNT
012380     WRITE REGISTER-RECORD FROM WS-COUNT-LINE
012390     MOVE "BADGES NOT SETTLED:" TO CL-LABEL
012400     MOVE WS-SKIPPED-BADGE-COUNT TO CL-COUNT
012410     WRITE REGISTER-RECORD FROM WS-COUNT-LINE
012420     MOVE "WEEKS PAID (EXTRACT DETAILS):" TO CL-LABEL
012430     MOVE WS-EXT-RECORD-COUNT TO CL-COUNT
012440     WRITE REGISTER-RECORD FROM WS-COUNT-LINE
012450     MOVE "OPEN IN PUNCHES:" TO CL-LABEL
012460     MOVE WS-OPEN-PUNCH-COUNT TO CL-COUNT
012470     WRITE REGISTER-RECORD FROM WS-COUNT-LINE
012480     MOVE "WEEKS AFTER TERMINATION:" TO CL-LABEL
012490     MOVE WS-LATE-WEEK-COUNT TO CL-COUNT
012500     WRITE REGISTER-RECORD FROM WS-COUNT-LINE
012510     WRITE REGISTER-RECORD FROM WS-BLANK-LINE
012520     WRITE REGISTER-RECORD FROM WS-BLANK-LINE
012530     WRITE REGISTER-RECORD FROM WS-SIGN-LINE-1
012540     WRITE REGISTER-RECORD FROM WS-BLANK-LINE
012550     WRITE REGISTER-RECORD FROM WS-SIGN-LINE-2
012560     IF WS-EXC-COUNT > 0
012570         DISPLAY "FINALPAY - " WS-EXC-COUNT
012580             " FINAL-PAY EXCEPTION(S) FOR SUPERVISORS"
012590     END-IF.
012600 5900-EXIT.
012610     EXIT.
012620*
012630*****************************************************************
012640*  7000-FIND-QUEUED-BADGE - SET WS-TQ-FOUND AND LEAVE WS-TQ-IDX
012650*  ON THE QUEUE ENTRY FOR THE BADGE IN WS-SEARCH-BADGE-ID.
012660*****************************************************************
012670 7000-FIND-QUEUED-BADGE.
012680     MOVE 'N' TO WS-TQ-FOUND-SW
012690     SET WS-TQ-IDX TO 1
012700     SEARCH WS-TQ-ENTRY
012710         AT END
012720             MOVE 'N' TO WS-TQ-FOUND-SW
012730         WHEN WS-TQ-IDX > WS-TQ-COUNT
012740             MOVE 'N' TO WS-TQ-FOUND-SW
012750         WHEN WS-TQ-EMPLOYEE-ID(WS-TQ-IDX) = WS-SEARCH-BADGE-ID
012760             MOVE 'Y' TO WS-TQ-FOUND-SW
012770     END-SEARCH.
012780 7000-EXIT.
012790     EXIT.
012800*
012810*****************************************************************
012820*  7100-CHECK-WEEK-APPROVED - SET WS-WEEK-APPROVED WHEN A
012830*  SUPERVISOR SIGNED OFF THE WEEK-STATE RECORD'S EMPLOYEE-WEEK.
012840*****************************************************************
012850 7100-CHECK-WEEK-APPROVED.
012860     MOVE 'N' TO WS-WEEK-APPROVED-SW
012870     PERFORM VARYING WS-APP-IDX FROM 1 BY 1
012880             UNTIL WS-APP-IDX > WS-APP-COUNT
012890                 OR WS-WEEK-APPROVED
012900         IF WS-APP-EMPLOYEE-ID(WS-APP-IDX) = WKS-EMPLOYEE-ID
012910                 AND WS-APP-WEEK-END(WS-APP-IDX)
012920                     = WKS-WEEK-END-DATE
012930             MOVE 'Y' TO WS-WEEK-APPROVED-SW
012940         END-IF
012950     END-PERFORM.
012960 7100-EXIT.
012970     EXIT.
012980*
012990*****************************************************************
013000*  7200-FORMAT-DATE - TURN THE YYYYMMDD DATE IN WS-DATE-IN INTO
013010*  A YYYY-MM-DD DISPLAY IN WS-DATE-DISPLAY.
013020*****************************************************************
013030 7200-FORMAT-DATE.
013040     MOVE SPACES TO WS-DATE-DISPLAY
013050     STRING WS-DATE-IN-YEAR  DELIMITED BY SIZE
013060            "-"              DELIMITED BY SIZE
013070            WS-DATE-IN-MONTH DELIMITED BY SIZE
013080            "-"              DELIMITED BY SIZE
013090            WS-DATE-IN-DAY   DELIMITED BY SIZE
013100         INTO WS-DATE-DISPLAY.
013110 7200-EXIT.
013120     EXIT.
013130*
013140*****************************************************************
013150*  7300-COMPUTE-DAY-SERIAL - TURN THE DATE IN WS-SERIAL-DATE
013160*  INTO A DAY COUNT FROM A FIXED EPOCH, SO TWO DATES CAN BE
013170*  DIFFERENCED.
013180*****************************************************************
013190 7300-COMPUTE-DAY-SERIAL.
013200     COMPUTE WS-SER-YEARS = WS-SERIAL-YEAR - 1
013210     DIVIDE WS-SER-YEARS BY 4 GIVING WS-SER-TERM-1
013220     DIVIDE WS-SER-YEARS BY 100 GIVING WS-SER-TERM-2
013230     DIVIDE WS-SER-YEARS BY 400 GIVING WS-SER-TERM-3
013240     COMPUTE WS-DAY-SERIAL = (WS-SER-YEARS * 365)
013250         + WS-SER-TERM-1 - WS-SER-TERM-2 + WS-SER-TERM-3
013260         + WS-MONTH-CUM(WS-SERIAL-MONTH)
013270         + WS-SERIAL-DAY
013280     IF WS-SERIAL-MONTH > 2
013290         PERFORM 7350-CHECK-SERIAL-LEAP-YEAR THRU 7350-EXIT
013300         IF WS-SER-LEAP-YEAR
013310             ADD 1 TO WS-DAY-SERIAL
013320         END-IF
013330     END-IF.
013340 7300-EXIT.
013350     EXIT.
013360*
013370*****************************************************************
013380*  7350-CHECK-SERIAL-LEAP-YEAR - SET WS-SER-LEAP-YEAR WHEN THE
013390*  WS-SERIAL-DATE YEAR IS A LEAP YEAR (DIVISIBLE BY 4, EXCEPT
013400*  CENTURY YEARS NOT DIVISIBLE BY 400).
013410*****************************************************************
013420 7350-CHECK-SERIAL-LEAP-YEAR.
013430     MOVE 'N' TO WS-SER-LEAP-SW
013440     DIVIDE WS-SERIAL-YEAR BY 4
013450         GIVING WS-SER-LEAP-QUOT
013460         REMAINDER WS-SER-LEAP-REM
013470     IF WS-SER-LEAP-REM = 0
013480         MOVE 'Y' TO WS-SER-LEAP-SW
013490         DIVIDE WS-SERIAL-YEAR BY 100
013500             GIVING WS-SER-LEAP-QUOT
013510             REMAINDER WS-SER-LEAP-REM
013520         IF WS-SER-LEAP-REM = 0
013530             DIVIDE WS-SERIAL-YEAR BY 400
013540                 GIVING WS-SER-LEAP-QUOT
013550                 REMAINDER WS-SER-LEAP-REM
013560             IF WS-SER-LEAP-REM NOT = 0
013570                 MOVE 'N' TO WS-SER-LEAP-SW
013580             END-IF
013590         END-IF
013600     END-IF.
013610 7350-EXIT.
013620     EXIT.
013630*
013640*****************************************************************
013650*  7400-GET-PAY-RULE - SET THE WS-RULE FIELDS TO THE PAY RULES
013660*  OF THE BADGE IN WS-RULE-TEST-BADGE.  THE CLASS COMES OFF THE
013670*  EMPLOYEE MASTER WITH ONE KEYED READ, SKIPPED WHEN THE SAME
013680*  BADGE WAS THE LAST ONE LOOKED UP.  A BADGE NOT ON THE MASTER
013690*  OR WITH A BLANK CLASS GETS THE STANDARD RULES; SO DOES A
013700*  CLASS MISSING FROM THE PAYRULE TABLE, WITH A CONSOLE WARNING
013710*  SO PAYROLL ADDS IT.
013720*****************************************************************
013730 7400-GET-PAY-RULE.
013740     IF WS-RULE-TEST-BADGE = WS-RULE-BADGE-ID
013750         GO TO 7400-EXIT
013760     END-IF
013770     MOVE WS-RULE-TEST-BADGE TO WS-RULE-BADGE-ID
013780     PERFORM 7450-SET-STANDARD-RULE THRU 7450-EXIT
013790     MOVE WS-RULE-TEST-BADGE TO EMP-BADGE-ID
013800     READ EMPLOYEE-MASTER
013810         INVALID KEY
013820             GO TO 7400-EXIT
013830     END-READ
013840     IF EMP-PAY-RULE-CLASS = SPACES
013850         GO TO 7400-EXIT
013860     END-IF
013870     MOVE 'N' TO WS-PRL-FOUND-SW
013880     PERFORM VARYING WS-PRL-IDX FROM 1 BY 1
013890             UNTIL WS-PRL-IDX > WS-PRL-COUNT
013900                 OR WS-PRL-FOUND
013910         IF WS-PRL-CLASS(WS-PRL-IDX) = EMP-PAY-RULE-CLASS
013920             MOVE 'Y' TO WS-PRL-FOUND-SW
013930             MOVE WS-PRL-DAILY-OT-HOURS(WS-PRL-IDX)
013940                 TO WS-RULE-DAILY-OT-HOURS
013950             MOVE WS-PRL-WEEKLY-OT-HOURS(WS-PRL-IDX)
013960                 TO WS-RULE-WEEKLY-OT-HOURS
013970             MOVE WS-PRL-FLAGS(WS-PRL-IDX)(1:1) TO WS-RULE-OT-SW
013980             MOVE WS-PRL-FLAGS(WS-PRL-IDX)(2:1) TO WS-RULE-ND-SW
013990             MOVE WS-PRL-FLAGS(WS-PRL-IDX)(3:1) TO WS-RULE-HP-SW
014000             MOVE WS-PRL-FLAGS(WS-PRL-IDX)(4:1)
014010                 TO WS-RULE-MEAL-SW
014020         END-IF
014030     END-PERFORM
014040     IF NOT WS-PRL-FOUND
014050         DISPLAY "FINALPAY - PAY-RULE CLASS " EMP-PAY-RULE-CLASS
014060             " NOT ON PAYRULE, STANDARD RULES FOR BADGE "
014070             WS-RULE-TEST-BADGE
014080     END-IF.
014090 7400-EXIT.
014100     EXIT.
014110*
014120*****************************************************************
014130*  7450-SET-STANDARD-RULE - THE RULES A BADGE WITHOUT A CLASS OF
014140*  ITS OWN IS PAID UNDER: DAILY OVERTIME OVER 8 HOURS, WEEKLY
014150*  OVERTIME OVER 40, NIGHT DIFFERENTIAL, HOLIDAY PREMIUM AND THE
014160*  AUTOMATIC MEAL DEDUCTION.
014170*****************************************************************
014180 7450-SET-STANDARD-RULE.
014190     MOVE 8.00 TO WS-RULE-DAILY-OT-HOURS
014200     MOVE 40.00 TO WS-RULE-WEEKLY-OT-HOURS
014210     MOVE 'Y' TO WS-RULE-OT-SW
014220     MOVE 'Y' TO WS-RULE-ND-SW
014230     MOVE 'Y' TO WS-RULE-HP-SW
014240     MOVE 'Y' TO WS-RULE-MEAL-SW.
014250 7450-EXIT.
014260     EXIT.
014270*
014280*****************************************************************
014290*  9999-TERMINATE - WRITE THE EXTRACT'S CONTROL TRAILER, CLOSE
014300*  FILES AND RETURN TO THE OPERATING SYSTEM.
014310*****************************************************************
014320 9999-TERMINATE.
014330     IF WS-EXT-OPEN
014340         MOVE SPACES TO PAYROLL-EXTRACT-TRAILER
014350         SET PT-TRAILER TO TRUE
014360         MOVE WS-EXT-RECORD-COUNT TO PT-RECORD-COUNT
014370         MOVE WS-EXT-REG-HOURS TO PT-REGULAR-HOURS
014380         MOVE WS-EXT-OT-HOURS TO PT-OVERTIME-HOURS
014390         MOVE WS-EXT-ND-HOURS TO PT-NIGHT-DIFF-HOURS
014400         MOVE WS-EXT-HP-HOURS TO PT-HOLIDAY-PREM-HOURS
014410         MOVE WS-EXT-VAC-HOURS TO PT-VACATION-HOURS
014420         MOVE WS-EXT-SICK-HOURS TO PT-SICK-HOURS
014430         MOVE WS-EXT-BRV-HOURS TO PT-BEREAVE-HOURS
014440         WRITE PAYROLL-EXTRACT-TRAILER
014450         CLOSE FINAL-EXTRACT-FILE
014460     END-IF
014470     CLOSE REGISTER-REPORT-FILE
014480     CLOSE EMPLOYEE-MASTER
014490     DISPLAY "FINALPAY - BADGES SETTLED     : "
014500         WS-SETTLED-BADGE-COUNT
014510     DISPLAY "FINALPAY - WEEKS PAID         : "
014520         WS-EXT-RECORD-COUNT.
014530 9999-EXIT.
014540     EXIT.

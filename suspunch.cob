000100 IDENTIFICATION DIVISION.
000110*
000120 PROGRAM-ID. SUSPUNCH.
000130 AUTHOR. R J HENDERSON.
000140 INSTALLATION. PAYROLL SYSTEMS.
000150 DATE-WRITTEN. 2026-10-15.
000160 DATE-COMPILED.
000170*****************************************************************
000180*  NIGHTLY SUSPICIOUS-PUNCH PATTERN REPORT.
000190*  LOOKS OVER THE PRIOR DAY'S ACCEPTED SWIPES ON THE AUDIT LOG AND
000200*  PUNCHES ON THE TIME-PUNCH-FILE FOR THE PATTERNS BUDDY-PUNCHING
000210*  AND TIME THEFT LEAVE BEHIND, SO PAYROLL AND LOSS PREVENTION
000220*  HAVE A SHORT LIST TO LOOK AT INSTEAD OF THE WHOLE LOG:
000230*    1. SEVERAL DIFFERENT BADGES SWIPED AT ONE TERMINAL WITHIN A
000240*       FEW SECONDS -- ONE PERSON CARRYING A HANDFUL OF CARDS.
000250*    2. ONE BADGE SWIPED AT TWO DIFFERENT TERMINALS CLOSER
000260*       TOGETHER THAN ANYONE COULD WALK BETWEEN THEM.
000270*    3. A BADGE WHOSE LATE INS OR EARLY OUTS KEEP LANDING JUST
000280*       INSIDE THE ROUNDPRM GRACE WINDOW, SO THE MISSING MINUTES
000290*       SNAP BACK TO THE SCHEDULED TIME AND ARE PAID ANYWAY.
000300*    4. A CLOCK PUNCH BY A BADGE ON APPROVED LEAVE ON THE LEAVEHIS
000310*       HISTORY FOR THE SAME DAY.
000320*  EVERY THRESHOLD COMES FROM THE SUSPPARM PARAMETER FILE.  EACH
000330*  HIT PRINTS THE BADGE, ITS EMPLOYEE-MASTER NAME AND DEPARTMENT,
000340*  THE TERMINAL AND THE DATE AND TIME OF THE SWIPE.  PATTERNS 1
000350*  AND 2 USE ACCEPTED SWIPES ONLY -- REJECTED ATTEMPTS ARE
000360*  AUDITRPT'S BUSINESS, AND A REJECT FOLLOWED BY A RETRY AT THE
000370*  NEXT CLOCK IS NOT BUDDY-PUNCHING.  PATTERNS 3 AND 4 USE
000380*  ORIGINAL CLOCK PUNCHES ONLY, LEAVING OUT ANY A SUPERVISOR HAS
000390*  SINCE VOIDED.  THE DAY REPORTED ON IS THE CALENDAR DAY BEFORE
000400*  THE RUN DATE, AS IN CLOCKHLT; ATTEMPTS EITHER SIDE OF MIDNIGHT
000410*  ARE NOT HELD AGAINST EACH OTHER.  THE REPORT FLAGS; IT DOES NOT
000420*  HOLD THE RUN.
000430*****************************************************************
000440*  MODIFICATION HISTORY
000450*      DATE       INIT  DESCRIPTION
000460*      ---------- ----  -----------------------------------------
000470*      2026-10-15 RJH   ORIGINAL PROGRAM.
000480*****************************************************************
000490*
000500 ENVIRONMENT DIVISION.
000510*
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT SUSPECT-PARAMETER-FILE ASSIGN TO "SUSPPARM"
000550         ORGANIZATION IS SEQUENTIAL
000560         ACCESS MODE IS SEQUENTIAL
000570         FILE STATUS IS WS-PARM-FILE-STATUS.
000580*
000590     SELECT ROUNDING-PARAMETER-FILE ASSIGN TO "ROUNDPRM"
000600         ORGANIZATION IS SEQUENTIAL
000610         ACCESS MODE IS SEQUENTIAL
000620         FILE STATUS IS WS-ROUND-FILE-STATUS.
000630*
000640     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000650         ORGANIZATION IS SEQUENTIAL
000660         ACCESS MODE IS SEQUENTIAL
000670         FILE STATUS IS WS-AUDIT-FILE-STATUS.
000680*
000690     SELECT SORT-WORK-FILE ASSIGN TO "SSORTWK".
000700*
000710     SELECT TIME-PUNCH-FILE ASSIGN TO "TIMEPNCH"
000720         ORGANIZATION IS SEQUENTIAL
000730         ACCESS MODE IS SEQUENTIAL
000740         FILE STATUS IS WS-PUNCH-FILE-STATUS.
000750*
000760     SELECT SHIFT-MASTER-FILE ASSIGN TO "SHIFTMST"
000770         ORGANIZATION IS SEQUENTIAL
000780         ACCESS MODE IS SEQUENTIAL
000790         FILE STATUS IS WS-SHIFT-FILE-STATUS.
000800*
000810     SELECT LEAVE-HISTORY-FILE ASSIGN TO "LEAVEHIS"
000820         ORGANIZATION IS SEQUENTIAL
000830         ACCESS MODE IS SEQUENTIAL
000840         FILE STATUS IS WS-LVHIS-FILE-STATUS.
000850*
000860     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
000870         ORGANIZATION IS INDEXED
000880         ACCESS MODE IS RANDOM
000890         RECORD KEY IS EMP-BADGE-ID
000900         FILE STATUS IS WS-EMPMAST-FILE-STATUS.
000910*
000920     SELECT SUSPECT-REPORT-FILE ASSIGN TO "SUSPRPT"
000930         ORGANIZATION IS LINE SEQUENTIAL
000940         FILE STATUS IS WS-SUSRPT-FILE-STATUS.
000950*
000960 DATA DIVISION.
000970*
000980 FILE SECTION.
000990*
001000 FD  SUSPECT-PARAMETER-FILE
001010     RECORDING MODE IS F.
001020     COPY SUSPPARM.
001030*
001040 FD  ROUNDING-PARAMETER-FILE
001050     RECORDING MODE IS F.
001060     COPY ROUNDPRM.
001070*
001080 FD  AUDIT-LOG-FILE
001090     RECORDING MODE IS F.
001100     COPY AUDITREC.
001110*
001120 SD  SORT-WORK-FILE.
001130 01  SORT-RECORD.
001140     05  SORT-TIME                PIC 9(06).
001150     05  SORT-TERMINAL-ID         PIC X(05).
001160     05  SORT-EMPLOYEE-ID         PIC X(05).
001170     05  SORT-PUNCH-TYPE          PIC X(01).
001180*
001190 FD  TIME-PUNCH-FILE
001200     RECORDING MODE IS F.
001210     COPY PUNCHREC.
001220*
001230 FD  SHIFT-MASTER-FILE
001240     RECORDING MODE IS F.
001250     COPY SHIFTMST.
001260*
001270 FD  LEAVE-HISTORY-FILE
001280     RECORDING MODE IS F.
001290     COPY LEAVEREC
001300         REPLACING ==LEAVE-TRANSACTION-RECORD==
001310             BY ==LEAVE-HISTORY-RECORD==
001320         LEADING ==LV== BY ==LVH==.
001330*
001340 FD  EMPLOYEE-MASTER
001350     RECORDING MODE IS F.
001360     COPY EMPMAST.
001370*
001380 FD  SUSPECT-REPORT-FILE
001390     RECORDING MODE IS F.
001400 01  SUSRPT-RECORD                   PIC X(80).
001410*
001420 WORKING-STORAGE SECTION.
001430*
001440*    FILE STATUS SWITCHES
001450*
001460 77  WS-PARM-FILE-STATUS          PIC X(02) VALUE SPACES.
001470     88  WS-PARM-FILE-OK                    VALUE '00'.
001480     88  WS-PARM-FILE-NOT-FOUND             VALUE '35'.
001490 77  WS-ROUND-FILE-STATUS         PIC X(02) VALUE SPACES.
001500     88  WS-ROUND-FILE-OK                   VALUE '00'.
001510     88  WS-ROUND-FILE-NOT-FOUND            VALUE '35'.
001520 77  WS-AUDIT-FILE-STATUS         PIC X(02) VALUE SPACES.
001530     88  WS-AUDIT-FILE-OK                   VALUE '00'.
001540     88  WS-AUDIT-FILE-NOT-FOUND            VALUE '35'.
001550 77  WS-PUNCH-FILE-STATUS         PIC X(02) VALUE SPACES.
001560     88  WS-PUNCH-FILE-OK                   VALUE '00'.
001570     88  WS-PUNCH-FILE-NOT-FOUND            VALUE '35'.
001580 77  WS-SHIFT-FILE-STATUS         PIC X(02) VALUE SPACES.
001590     88  WS-SHIFT-FILE-OK                   VALUE '00'.
001600     88  WS-SHIFT-FILE-NOT-FOUND            VALUE '35'.
001610 77  WS-LVHIS-FILE-STATUS         PIC X(02) VALUE SPACES.
001620     88  WS-LVHIS-FILE-OK                   VALUE '00'.
001630     88  WS-LVHIS-FILE-NOT-FOUND            VALUE '35'.
001640 77  WS-EMPMAST-FILE-STATUS       PIC X(02) VALUE SPACES.
001650     88  WS-EMPMAST-FILE-OK                 VALUE '00'.
001660     88  WS-EMPMAST-FILE-NOT-FOUND          VALUE '35'.
001670 77  WS-SUSRPT-FILE-STATUS        PIC X(02) VALUE SPACES.
001680     88  WS-SUSRPT-FILE-OK                  VALUE '00'.
001690*
001700 77  WS-PARM-EOF-SW               PIC X(01) VALUE 'N'.
001710     88  WS-PARM-EOF                        VALUE 'Y'.
001720 77  WS-ROUND-EOF-SW              PIC X(01) VALUE 'N'.
001730     88  WS-ROUND-EOF                       VALUE 'Y'.
001740 77  WS-AUDIT-EOF-SW              PIC X(01) VALUE 'N'.
001750     88  WS-AUDIT-EOF                       VALUE 'Y'.
001760 77  WS-SORT-EOF-SW               PIC X(01) VALUE 'N'.
001770     88  WS-SORT-EOF                        VALUE 'Y'.
001780 77  WS-PUNCH-EOF-SW              PIC X(01) VALUE 'N'.
001790     88  WS-PUNCH-EOF                       VALUE 'Y'.
001800 77  WS-SHIFT-EOF-SW              PIC X(01) VALUE 'N'.
001810     88  WS-SHIFT-EOF                       VALUE 'Y'.
001820 77  WS-LVHIS-EOF-SW              PIC X(01) VALUE 'N'.
001830     88  WS-LVHIS-EOF                       VALUE 'Y'.
001840*
001850*    SYSTEM DATE AND TIME AS RETURNED BY THE OPERATING SYSTEM
001860*
001870 01  CURRENT-DATE                  PIC 9(08).
001880 01  CURRENT-TIME                  PIC 9(08).
001890*
001900 01  FORMATTED-DATE.
001910     05  FORM-YEAR                  PIC 9(04).
001920     05  FORM-MONTH                 PIC 9(02).
001930     05  FORM-DAY                   PIC 9(02).
001940*
001950 01  FORMATTED-TIME.
001960     05  FORM-HOUR                  PIC 9(02).
001970     05  FORM-MIN                   PIC 9(02).
001980     05  FORM-SEC                   PIC 9(02).
001990*
002000*    THE REPORT DAY -- THE CALENDAR DAY BEFORE THE RUN DATE,
002010*    SINCE THE NIGHTLY RUN REPORTS ON THE DAY JUST ENDED -- AND
002020*    THE FIRST DAY OF THE GRACE-EDGE LOOKBACK ENDING ON IT
002030*
002040 01  WS-REPORT-DATE.
002050     05  WS-REPORT-YEAR             PIC 9(04).
002060     05  WS-REPORT-MONTH            PIC 9(02).
002070     05  WS-REPORT-DAY              PIC 9(02).
002080 01  WS-REPORT-DATE-NUM REDEFINES WS-REPORT-DATE
002090                                   PIC 9(08).
002100 01  WS-LOOKBACK-START-DATE        PIC 9(08) VALUE 0.
002110 77  WS-LOOKBACK-SUB               PIC 9(03) VALUE 0.
002120*
002130*    ONE-DAY-BACK DATE ARITHMETIC.  THE DATE IN WS-STEP-DATE IS
002140*    MOVED BACK ONE CALENDAR DAY, ROLLING THE MONTH AND YEAR BACK
002150*    AND GIVING FEBRUARY ITS LEAP DAY.
002160*
002170 01  WS-STEP-DATE.
002180     05  WS-STEP-YEAR               PIC 9(04).
002190     05  WS-STEP-MONTH              PIC 9(02).
002200     05  WS-STEP-DAY                PIC 9(02).
002210 01  WS-STEP-DATE-NUM REDEFINES WS-STEP-DATE
002220                                   PIC 9(08).
002230 01  WS-MONTH-DAYS-DATA            PIC X(24)
002240         VALUE "312831303130313130313031".
002250 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-DATA.
002260     05  WS-MONTH-DAYS              PIC 9(02) OCCURS 12 TIMES.
002270 77  WS-LEAP-REMAINDER             PIC 9(04) VALUE 0.
002280 77  WS-LEAP-QUOTIENT              PIC 9(04) VALUE 0.
002290 77  WS-LEAP-YEAR-SW               PIC X(01) VALUE 'N'.
002300     88  WS-LEAP-YEAR                        VALUE 'Y'.
002310*
002320*    EFFECTIVE-DATED SCHEDULE SELECTION -- A SHIFT-MASTER RECORD
002330*    IS IN EFFECT FOR A DAY WHEN THE DAY FALLS IN ITS EFFECTIVE
002340*    RANGE AND THE DAY'S ROTATION WEEK (WHOLE WEEKS SINCE THE
002350*    EFFECTIVE START, MODULO THE CYCLE) MATCHES ITS WEEK NUMBER.
002360*
002370 01  WS-EFFECT-TEST-DATE           PIC 9(08) VALUE 0.
002380 01  WS-EFFECT-EFF-START           PIC 9(08) VALUE 0.
002390 01  WS-EFFECT-EFF-END             PIC 9(08) VALUE 0.
002400 77  WS-EFFECT-ROT-WEEK            PIC 9(02) VALUE 0.
002410 77  WS-EFFECT-ROT-CYCLE           PIC 9(02) VALUE 0.
002420 77  WS-SCHED-IN-EFFECT-SW         PIC X(01) VALUE 'N'.
002430     88  WS-SCHED-IN-EFFECT                  VALUE 'Y'.
002440 77  WS-EFF-START-SERIAL           PIC 9(07) VALUE 0.
002450 01  WS-ROT-DAYS                   PIC S9(07) VALUE 0.
002460 77  WS-ROT-WEEKS                  PIC 9(05) VALUE 0.
002470 77  WS-ROT-QUOT                   PIC 9(05) VALUE 0.
002480 77  WS-ROT-REM                    PIC 9(01) VALUE 0.
002490 77  WS-ROT-CYCLE                  PIC 9(02) VALUE 0.
002500 77  WS-ROT-WEEK-OF                PIC 9(02) VALUE 0.
002510 01  WS-SERIAL-DATE.
002520     05  WS-SERIAL-YEAR             PIC 9(04).
002530     05  WS-SERIAL-MONTH            PIC 9(02).
002540     05  WS-SERIAL-DAY              PIC 9(02).
002550 01  WS-SERIAL-DATE-NUM REDEFINES WS-SERIAL-DATE
002560                                   PIC 9(08).
002570 77  WS-DAY-SERIAL                 PIC 9(07) VALUE 0.
002580 77  WS-SER-YEARS                  PIC 9(04) VALUE 0.
002590 77  WS-SER-TERM-1                 PIC 9(04) VALUE 0.
002600 77  WS-SER-TERM-2                 PIC 9(04) VALUE 0.
002610 77  WS-SER-TERM-3                 PIC 9(04) VALUE 0.
002620 77  WS-SER-LEAP-QUOT              PIC 9(04) VALUE 0.
002630 77  WS-SER-LEAP-REM               PIC 9(04) VALUE 0.
002640 77  WS-SER-LEAP-SW                PIC X(01) VALUE 'N'.
002650     88  WS-SER-LEAP-YEAR                    VALUE 'Y'.
002660 01  WS-MONTH-CUM-DATA             PIC X(36) VALUE
002670         "000031059090120151181212243273304334".
002680 01  WS-MONTH-CUM-TABLE REDEFINES WS-MONTH-CUM-DATA.
002690     05  WS-MONTH-CUM               PIC 9(03) OCCURS 12 TIMES.
002700*
002710*    SUSPPARM THRESHOLDS AND THE ROUNDPRM GRACE WINDOW THEY ARE
002720*    HELD AGAINST.  A PATTERN WHOSE SWITCH IS OFF IS LISTED ON
002730*    THE REPORT AS NOT CHECKED.
002740*
002750 77  WS-SUSP-PARM-FOUND-SW         PIC X(01) VALUE 'N'.
002760     88  WS-SUSP-PARM-FOUND                  VALUE 'Y'.
002770 77  WS-ROUND-PARM-FOUND-SW        PIC X(01) VALUE 'N'.
002780     88  WS-ROUND-PARM-FOUND                 VALUE 'Y'.
002790 77  WS-SAME-TERM-SECONDS          PIC 9(03) VALUE 0.
002800 77  WS-SAME-TERM-MIN-BADGES       PIC 9(02) VALUE 0.
002810 77  WS-TWO-TERM-MINUTES           PIC 9(03) VALUE 0.
002820 77  WS-TWO-TERM-SECONDS           PIC 9(05) VALUE 0.
002830 77  WS-GRACE-EDGE-MINUTES         PIC 9(02) VALUE 0.
002840 77  WS-GRACE-LOOKBACK-DAYS        PIC 9(02) VALUE 0.
002850 77  WS-GRACE-MIN-HITS             PIC 9(02) VALUE 0.
002860 77  WS-LEAVE-MIN-HOURS            PIC 9(02)V99 VALUE 0.
002870 77  WS-ROUND-MINUTES              PIC 9(02) VALUE 0.
002880 77  WS-GRACE-MINUTES              PIC 9(02) VALUE 0.
002890 77  WS-GRACE-SECONDS              PIC 9(04) VALUE 0.
002900 77  WS-ROUND-USE-SCHED-SW         PIC X(01) VALUE 'N'.
002910     88  WS-ROUND-USE-SCHEDULE               VALUE 'Y'.
002920 77  WS-EDGE-LOW-MINUTES           PIC 9(02) VALUE 0.
002930 77  WS-EDGE-LOW-SECONDS           PIC 9(04) VALUE 0.
002940 77  WS-SAME-TERM-CHECK-SW         PIC X(01) VALUE 'N'.
002950     88  WS-SAME-TERM-CHECK                  VALUE 'Y'.
002960 77  WS-TWO-TERM-CHECK-SW          PIC X(01) VALUE 'N'.
002970     88  WS-TWO-TERM-CHECK                   VALUE 'Y'.
002980 77  WS-GRACE-CHECK-SW             PIC X(01) VALUE 'N'.
002990     88  WS-GRACE-CHECK                      VALUE 'Y'.
003000*
003010*    EVERY SCHEDULE ON THE SHIFT MASTER, WITH ITS START AND END
003020*    AS SECONDS OF DAY.  AN OVERNIGHT SCHEDULE'S END RIDES ON THE
003030*    TWO-DAY CLOCK, AS IN TIMESHEET.  ONLY LOADED WHEN THE
003040*    GRACE-EDGE PATTERN IS CHECKED.
003050*
003060 01  WS-SHIFT-SCHEDULE-TABLE.
003070     05  WS-SHD-ENTRY OCCURS 2000 TIMES
003080             INDEXED BY WS-SHD-IDX.
003090         10  WS-SHD-BADGE-ID         PIC X(05).
003100         10  WS-SHD-EFF-START        PIC 9(08).
003110         10  WS-SHD-EFF-END          PIC 9(08).
003120         10  WS-SHD-ROT-WEEK         PIC 9(02).
003130         10  WS-SHD-ROT-CYCLE        PIC 9(02).
003140         10  WS-SHD-START-SECONDS    PIC 9(05).
003150         10  WS-SHD-END-SECONDS      PIC 9(06).
003160 77  WS-SHD-COUNT                  PIC 9(04) VALUE 0.
003170 77  WS-SHD-TABLE-SIZE             PIC 9(04) VALUE 2000.
003180 77  WS-SHD-FOUND-SW               PIC X(01) VALUE 'N'.
003190     88  WS-SHD-FOUND                        VALUE 'Y'.
003200 77  WS-SHD-FOUND-START            PIC 9(05) VALUE 0.
003210 77  WS-SHD-FOUND-END              PIC 9(06) VALUE 0.
003220 77  WS-FIND-BADGE-ID              PIC X(05) VALUE SPACES.
003230 01  WS-FIND-DATE                  PIC 9(08) VALUE 0.
003240*
003250*    APPROVED LEAVE ON THE REPORT DAY FROM THE LEAVEHIS HISTORY,
003260*    ONE ENTRY PER BADGE WITH ITS HOURS SUMMED ACROSS RECORDS.
003270*
003280 01  WS-LEAVE-DAY-TABLE.
003290     05  WS-LVD-ENTRY OCCURS 1000 TIMES
003300             INDEXED BY WS-LVD-IDX.
003310         10  WS-LVD-EMPLOYEE-ID      PIC X(05).
003320         10  WS-LVD-LEAVE-TYPE       PIC X(01).
003330         10  WS-LVD-LEAVE-HOURS      PIC 9(03)V99.
003340 77  WS-LVD-COUNT                  PIC 9(04) VALUE 0.
003350 77  WS-LVD-TABLE-SIZE             PIC 9(04) VALUE 1000.
003360 77  WS-LVD-FOUND-SW               PIC X(01) VALUE 'N'.
003370     88  WS-LVD-FOUND                        VALUE 'Y'.
003380 77  WS-LVD-SLOT                   PIC 9(04) VALUE 0.
003390*
003400*    THE REPORT DAY'S ACCEPTED SWIPES FROM THE AUDIT LOG, IN TIME
003410*    OF DAY AND TERMINAL ORDER AS THEY COME BACK FROM THE SORT.
003420*
003430 01  WS-ATTEMPT-TABLE.
003440     05  WS-ATT-ENTRY OCCURS 5000 TIMES.
003450         10  WS-ATT-EMPLOYEE-ID      PIC X(05).
003460         10  WS-ATT-TERMINAL-ID      PIC X(05).
003470         10  WS-ATT-TIME             PIC 9(06).
003480         10  WS-ATT-SECONDS          PIC 9(05).
003490         10  WS-ATT-PUNCH-TYPE       PIC X(01).
003500         10  WS-ATT-GROUPED-SW       PIC X(01).
003510             88  WS-ATT-GROUPED          VALUE 'Y'.
003520 77  WS-ATT-COUNT                  PIC 9(05) VALUE 0.
003530 77  WS-ATT-TABLE-SIZE             PIC 9(05) VALUE 5000.
003540 77  WS-ATT-SUB                    PIC 9(05) VALUE 0.
003550 77  WS-SCAN-SUB                   PIC 9(05) VALUE 0.
003560 77  WS-SCAN-DONE-SW               PIC X(01) VALUE 'N'.
003570     88  WS-SCAN-DONE                        VALUE 'Y'.
003580 77  WS-SCAN-GAP-SECONDS           PIC 9(05) VALUE 0.
003590 77  WS-ATT-OVERFLOW-SW            PIC X(01) VALUE 'N'.
003600     88  WS-ATT-OVERFLOW                     VALUE 'Y'.
003610 01  WS-ATTEMPT-TIME.
003620     05  WS-ATTEMPT-HOUR            PIC 9(02).
003630     05  WS-ATTEMPT-MIN             PIC 9(02).
003640     05  WS-ATTEMPT-SEC             PIC 9(02).
003650 01  WS-ATTEMPT-TIME-NUM REDEFINES WS-ATTEMPT-TIME
003660                                   PIC 9(06).
003670*
003680*    ONE SHARED-TERMINAL CLUSTER BEING GATHERED -- THE ATTEMPT
003690*    TABLE SUBSCRIPTS OF THE SWIPES AT THE TERMINAL INSIDE THE
003700*    WINDOW, AND HOW MANY DIFFERENT BADGES THEY CARRY.
003710*
003720 01  WS-CLUSTER-TABLE.
003730     05  WS-CLU-ATT-SUB             PIC 9(05) OCCURS 20 TIMES.
003740 77  WS-CLU-COUNT                  PIC 9(02) VALUE 0.
003750 77  WS-CLU-TABLE-SIZE             PIC 9(02) VALUE 20.
003760 77  WS-CLU-SUB                    PIC 9(02) VALUE 0.
003770 77  WS-CLU-BADGES                 PIC 9(02) VALUE 0.
003780 77  WS-CLU-NEW-BADGE-SW           PIC X(01) VALUE 'N'.
003790     88  WS-CLU-NEW-BADGE                    VALUE 'Y'.
003800*
003810*    GRACE-EDGE PUNCHES OVER THE LOOKBACK -- EVERY ORIGINAL LATE
003820*    IN OR EARLY OUT THAT LANDED IN THE OUTSIDE EDGE OF THE GRACE
003830*    WINDOW, WITH HOW FAR OFF SCHEDULE IT WAS.
003840*
003850 01  WS-GRACE-HIT-TABLE.
003860     05  WS-GHT-ENTRY OCCURS 5000 TIMES.
003870         10  WS-GHT-EMPLOYEE-ID      PIC X(05).
003880         10  WS-GHT-TERMINAL-ID      PIC X(05).
003890         10  WS-GHT-DATE             PIC 9(08).
003900         10  WS-GHT-TIME             PIC 9(06).
003910         10  WS-GHT-PUNCH-TYPE       PIC X(01).
003920         10  WS-GHT-GAP-SECONDS      PIC 9(04).
003930         10  WS-GHT-VOIDED-SW        PIC X(01).
003940             88  WS-GHT-VOIDED           VALUE 'Y'.
003950         10  WS-GHT-DONE-SW          PIC X(01).
003960             88  WS-GHT-DONE             VALUE 'Y'.
003970 77  WS-GHT-COUNT                  PIC 9(05) VALUE 0.
003980 77  WS-GHT-TABLE-SIZE             PIC 9(05) VALUE 5000.
003990 77  WS-GHT-SUB                    PIC 9(05) VALUE 0.
004000 77  WS-GHT-SCAN-SUB               PIC 9(05) VALUE 0.
004010 77  WS-GHT-BADGE-HITS             PIC 9(05) VALUE 0.
004020 77  WS-GHT-BADGE-ID               PIC X(05) VALUE SPACES.
004030*
004040*    REPORT-DAY CLOCK PUNCHES BY A BADGE ON APPROVED LEAVE
004050*
004060 01  WS-LEAVE-HIT-TABLE.
004070     05  WS-LHT-ENTRY OCCURS 1000 TIMES.
004080         10  WS-LHT-EMPLOYEE-ID      PIC X(05).
004090         10  WS-LHT-TERMINAL-ID      PIC X(05).
004100         10  WS-LHT-TIME             PIC 9(06).
004110         10  WS-LHT-PUNCH-TYPE       PIC X(01).
004120         10  WS-LHT-LVD-SLOT         PIC 9(04).
004130         10  WS-LHT-VOIDED-SW        PIC X(01).
004140             88  WS-LHT-VOIDED           VALUE 'Y'.
004150 77  WS-LHT-COUNT                  PIC 9(04) VALUE 0.
004160 77  WS-LHT-TABLE-SIZE             PIC 9(04) VALUE 1000.
004170 77  WS-LHT-SUB                    PIC 9(04) VALUE 0.
004180*
004190*    THE PUNCH BEING CHECKED
004200*
004210 01  WS-PUNCH-DATE-NUM             PIC 9(08) VALUE 0.
004220 01  WS-PUNCH-TIME-NUM             PIC 9(06) VALUE 0.
004230 77  WS-PUNCH-SECONDS              PIC 9(05) VALUE 0.
004240 77  WS-EDGE-GAP-SECONDS           PIC 9(05) VALUE 0.
004250 77  WS-EDGE-HIT-SW                PIC X(01) VALUE 'N'.
004260     88  WS-EDGE-HIT                         VALUE 'Y'.
004270 77  WS-EDGE-END-SECONDS           PIC 9(05) VALUE 0.
004280 77  WS-EDGE-END-FOUND-SW          PIC X(01) VALUE 'N'.
004290     88  WS-EDGE-END-FOUND                   VALUE 'Y'.
004300 77  WS-TABLE-OVERFLOW-SW          PIC X(01) VALUE 'N'.
004310     88  WS-TABLE-OVERFLOW                   VALUE 'Y'.
004320*
004330*    DETAIL-LINE WORK FIELDS
004340*
004350 77  WS-LOOKUP-BADGE-ID            PIC X(05) VALUE SPACES.
004360 77  WS-PRINT-SUB                  PIC 9(05) VALUE 0.
004370 01  WS-PRINT-DATE.
004380     05  WS-PRINT-YEAR              PIC 9(04).
004390     05  WS-PRINT-MONTH             PIC 9(02).
004400     05  WS-PRINT-DAY               PIC 9(02).
004410 01  WS-PRINT-DATE-NUM REDEFINES WS-PRINT-DATE
004420                                   PIC 9(08).
004430 01  WS-PRINT-TIME.
004440     05  WS-PRINT-HOUR              PIC 9(02).
004450     05  WS-PRINT-MIN               PIC 9(02).
004460     05  WS-PRINT-SEC               PIC 9(02).
004470 01  WS-PRINT-TIME-NUM REDEFINES WS-PRINT-TIME
004480                                   PIC 9(06).
004490 77  WS-GAP-MINUTES                PIC 9(02) VALUE 0.
004500 77  WS-GAP-SECONDS                PIC 9(02) VALUE 0.
004510 77  WS-LEAVE-WORD                 PIC X(04) VALUE SPACES.
004520 77  WS-EDIT-HOURS                 PIC ZZ9.99.
004530 77  WS-EDIT-COUNT-3               PIC ZZ9.
004540 77  WS-EDIT-COUNT-2               PIC Z9.
004550*
004560*    REPORT TOTALS
004570*
004580 77  WS-DAY-ATTEMPT-COUNT          PIC 9(07) VALUE 0.
004590 77  WS-DAY-PUNCH-COUNT            PIC 9(07) VALUE 0.
004600 77  WS-SHARED-GROUP-COUNT         PIC 9(05) VALUE 0.
004610 77  WS-TWO-TERM-PAIR-COUNT        PIC 9(05) VALUE 0.
004620 77  WS-GRACE-BADGE-COUNT          PIC 9(05) VALUE 0.
004630 77  WS-LEAVE-PUNCH-COUNT          PIC 9(05) VALUE 0.
004640 77  WS-PATTERN-HIT-COUNT          PIC 9(05) VALUE 0.
004650*
004660*    REPORT PRINT LINES
004670*
004680 01  WS-HEADING-LINE-1.
004690     05  FILLER                     PIC X(13) VALUE SPACES.
004700     05  FILLER                     PIC X(28)
004710             VALUE "SUSPICIOUS-PUNCH REPORT FOR".
004720     05  HD-DATE                    PIC X(10).
004730 01  WS-HEADING-LINE-2.
004740     05  FILLER                     PIC X(07) VALUE "BADGE".
004750     05  FILLER                     PIC X(26) VALUE "NAME".
004760     05  FILLER                     PIC X(11) VALUE "DEPARTMENT".
004770     05  FILLER                     PIC X(06) VALUE "TERM".
004780     05  FILLER                     PIC X(11) VALUE "DATE".
004790     05  FILLER                     PIC X(09) VALUE "TIME".
004800     05  FILLER                     PIC X(10) VALUE "NOTE".
004810 01  WS-SECTION-LINE               PIC X(80).
004820 01  WS-DETAIL-LINE.
004830     05  DL-EMPLOYEE-ID             PIC X(05).
004840     05  FILLER                     PIC X(02) VALUE SPACES.
004850     05  DL-NAME                    PIC X(25).
004860     05  FILLER                     PIC X(01) VALUE SPACES.
004870     05  DL-DEPARTMENT              PIC X(10).
004880     05  FILLER                     PIC X(01) VALUE SPACES.
004890     05  DL-TERMINAL-ID             PIC X(05).
004900     05  FILLER                     PIC X(01) VALUE SPACES.
004910     05  DL-DATE                    PIC X(10).
004920     05  FILLER                     PIC X(01) VALUE SPACES.
004930     05  DL-TIME                    PIC X(08).
004940     05  FILLER                     PIC X(01) VALUE SPACES.
004950     05  DL-NOTE                    PIC X(10).
004960 01  WS-NOT-CHECKED-LINE.
004970     05  FILLER                     PIC X(07) VALUE SPACES.
004980     05  NC-REASON                  PIC X(60).
004990 01  WS-NONE-LINE.
005000     05  FILLER                     PIC X(30)
005010             VALUE "NONE".
005020 01  WS-COUNT-LINE.
005030     05  CL-LABEL                   PIC X(36).
005040     05  CL-COUNT                   PIC ZZZZZZ9.
005050 01  WS-BLANK-LINE                 PIC X(80) VALUE SPACES.
005060*
005070 PROCEDURE DIVISION.
005080*
005090 0000-MAINLINE.
005100     PERFORM 1000-INITIALIZE THRU 1000-EXIT
005110     IF RETURN-CODE = ZERO
005120         PERFORM 2000-LOAD-DAY-ATTEMPTS THRU 2000-EXIT
005130     END-IF
005140     IF RETURN-CODE = ZERO
005150         PERFORM 3000-SCAN-PUNCHES THRU 3000-EXIT
005160     END-IF
005170     IF RETURN-CODE = ZERO
005180         PERFORM 5000-PRINT-REPORT THRU 5000-EXIT
005190     END-IF
005200     PERFORM 9999-TERMINATE THRU 9999-EXIT
005210     STOP RUN.
005220*
005230*****************************************************************
005240*  1000-INITIALIZE - GET THE SYSTEM DATE, FIGURE THE PRIOR DAY
005250*  THE REPORT COVERS, OPEN THE EMPLOYEE MASTER AND THE REPORT,
005260*  AND LOAD THE THRESHOLDS, THE SCHEDULES AND THE DAY'S LEAVE.
005270*****************************************************************
005280 1000-INITIALIZE.
005290     ACCEPT CURRENT-DATE FROM DATE YYYYMMDD
005300     ACCEPT CURRENT-TIME FROM TIME
005310     MOVE CURRENT-DATE(1:4) TO FORM-YEAR
005320     MOVE CURRENT-DATE(5:2) TO FORM-MONTH
005330     MOVE CURRENT-DATE(7:2) TO FORM-DAY
005340     MOVE CURRENT-TIME(1:2) TO FORM-HOUR
005350     MOVE CURRENT-TIME(3:2) TO FORM-MIN
005360     MOVE CURRENT-TIME(5:2) TO FORM-SEC
005370     MOVE FORM-YEAR TO WS-STEP-YEAR
005380     MOVE FORM-MONTH TO WS-STEP-MONTH
005390     MOVE FORM-DAY TO WS-STEP-DAY
005400     PERFORM 7100-STEP-BACK-ONE-DAY THRU 7100-EXIT
005410     MOVE WS-STEP-DATE TO WS-REPORT-DATE
005420     OPEN INPUT EMPLOYEE-MASTER
005430     OPEN OUTPUT SUSPECT-REPORT-FILE
005440     IF WS-EMPMAST-FILE-NOT-FOUND
005450         DISPLAY "SUSPUNCH - NO EMPLOYEE-MASTER ON FILE"
005460         MOVE 16 TO RETURN-CODE
005470         GO TO 1000-EXIT
005480     END-IF
005490     IF NOT WS-EMPMAST-FILE-OK OR NOT WS-SUSRPT-FILE-OK
005500         DISPLAY "SUSPUNCH - UNABLE TO OPEN INPUT OR REPORT FILE"
005510         MOVE 16 TO RETURN-CODE
005520         GO TO 1000-EXIT
005530     END-IF
005540     PERFORM 1100-LOAD-SUSPECT-PARMS THRU 1100-EXIT
005550     IF RETURN-CODE NOT = ZERO
005560         GO TO 1000-EXIT
005570     END-IF
005580     PERFORM 1200-LOAD-ROUNDING-PARMS THRU 1200-EXIT
005590     IF RETURN-CODE NOT = ZERO
005600         GO TO 1000-EXIT
005610     END-IF
005620     PERFORM 1250-SET-PATTERN-SWITCHES THRU 1250-EXIT
005630     PERFORM 1300-LOAD-SHIFT-SCHEDULE THRU 1300-EXIT
005640     IF RETURN-CODE NOT = ZERO
005650         GO TO 1000-EXIT
005660     END-IF
005670     PERFORM 1400-LOAD-LEAVE-DAYS THRU 1400-EXIT.
005680 1000-EXIT.
005690     EXIT.
005700*
005710*****************************************************************
005720*  1100-LOAD-SUSPECT-PARMS - READ THE PATTERN THRESHOLDS FROM THE
005730*  SUSPPARM PARAMETER FILE.  A MISSING OR EMPTY FILE FAILS THE
005740*  STEP -- A REPORT RUN AGAINST THRESHOLDS NOBODY SET WOULD SHOW
005750*  NOTHING AND LOOK LIKE A CLEAN NIGHT.
005760*****************************************************************
005770 1100-LOAD-SUSPECT-PARMS.
005780     MOVE 'N' TO WS-SUSP-PARM-FOUND-SW
005790     MOVE 'N' TO WS-PARM-EOF-SW
005800     OPEN INPUT SUSPECT-PARAMETER-FILE
005810     IF WS-PARM-FILE-NOT-FOUND
005820         DISPLAY "SUSPUNCH - NO SUSPPARM PARAMETER FILE"
005830         MOVE 16 TO RETURN-CODE
005840         GO TO 1100-EXIT
005850     END-IF
005860     IF NOT WS-PARM-FILE-OK
005870         DISPLAY "SUSPUNCH - UNABLE TO OPEN SUSPPARM FILE"
005880         MOVE 16 TO RETURN-CODE
005890         GO TO 1100-EXIT
005900     END-IF
005910     PERFORM UNTIL WS-PARM-EOF
005920         READ SUSPECT-PARAMETER-FILE
005930             AT END
005940                 MOVE 'Y' TO WS-PARM-EOF-SW
005950             NOT AT END
005960                 IF SP-SAME-TERM-SECONDS IS NUMERIC
005970                         AND SP-SAME-TERM-MIN-BADGES IS NUMERIC
005980                         AND SP-TWO-TERM-MINUTES IS NUMERIC
005990                         AND SP-GRACE-EDGE-MINUTES IS NUMERIC
006000                         AND SP-GRACE-LOOKBACK-DAYS IS NUMERIC
006010                         AND SP-GRACE-MIN-HITS IS NUMERIC
006020                         AND SP-LEAVE-MIN-HOURS IS NUMERIC
006030                     MOVE SP-SAME-TERM-SECONDS
006040                         TO WS-SAME-TERM-SECONDS
006050                     MOVE SP-SAME-TERM-MIN-BADGES
006060                         TO WS-SAME-TERM-MIN-BADGES
006070                     MOVE SP-TWO-TERM-MINUTES
006080                         TO WS-TWO-TERM-MINUTES
006090                     COMPUTE WS-TWO-TERM-SECONDS =
006100                         SP-TWO-TERM-MINUTES * 60
006110                     MOVE SP-GRACE-EDGE-MINUTES
006120                         TO WS-GRACE-EDGE-MINUTES
006130                     MOVE SP-GRACE-LOOKBACK-DAYS
006140                         TO WS-GRACE-LOOKBACK-DAYS
006150                     MOVE SP-GRACE-MIN-HITS TO WS-GRACE-MIN-HITS
006160                     MOVE SP-LEAVE-MIN-HOURS TO WS-LEAVE-MIN-HOURS
006170                     MOVE 'Y' TO WS-SUSP-PARM-FOUND-SW
006180                 END-IF
006190         END-READ
006200     END-PERFORM
006210     CLOSE SUSPECT-PARAMETER-FILE
006220     IF NOT WS-SUSP-PARM-FOUND
006230         DISPLAY "SUSPUNCH - NO VALID SUSPPARM RECORD"
006240         MOVE 16 TO RETURN-CODE
006250         GO TO 1100-EXIT
006260     END-IF
006270     IF WS-SAME-TERM-MIN-BADGES < 2
006280         MOVE 2 TO WS-SAME-TERM-MIN-BADGES
006290     END-IF
006300     IF WS-GRACE-LOOKBACK-DAYS = 0
006310         MOVE 1 TO WS-GRACE-LOOKBACK-DAYS
006320     END-IF
006330     IF WS-GRACE-MIN-HITS = 0
006340         MOVE 1 TO WS-GRACE-MIN-HITS
006350     END-IF.
006360 1100-EXIT.
006370     EXIT.
006380*
006390*****************************************************************
006400*  1200-LOAD-ROUNDING-PARMS - READ THE SHOP'S PUNCH-ROUNDING
006410*  POLICY FROM THE ROUNDPRM PARAMETER FILE, SO THE GRACE-EDGE
006420*  PATTERN IS HELD AGAINST THE SAME GRACE WINDOW TIMESHEET SNAPS
006430*  PUNCHES TO.  A MISSING OR EMPTY FILE FAILS THE STEP THE SAME
006440*  WAY IT FAILS TIMESHEET.
006450*****************************************************************
006460 1200-LOAD-ROUNDING-PARMS.
006470     MOVE 'N' TO WS-ROUND-PARM-FOUND-SW
006480     MOVE 'N' TO WS-ROUND-EOF-SW
006490     OPEN INPUT ROUNDING-PARAMETER-FILE
006500     IF WS-ROUND-FILE-NOT-FOUND
006510         DISPLAY "SUSPUNCH - NO ROUNDPRM PARAMETER FILE"
006520         MOVE 16 TO RETURN-CODE
006530         GO TO 1200-EXIT
006540     END-IF
006550     IF NOT WS-ROUND-FILE-OK
006560         DISPLAY "SUSPUNCH - UNABLE TO OPEN ROUNDPRM FILE"
006570         MOVE 16 TO RETURN-CODE
006580         GO TO 1200-EXIT
006590     END-IF
006600     PERFORM UNTIL WS-ROUND-EOF
006610         READ ROUNDING-PARAMETER-FILE
006620             AT END
006630                 MOVE 'Y' TO WS-ROUND-EOF-SW
006640             NOT AT END
006650                 IF RP-ROUND-MINUTES IS NUMERIC
006660                         AND RP-GRACE-MINUTES IS NUMERIC
006670                     MOVE RP-ROUND-MINUTES TO WS-ROUND-MINUTES
006680                     MOVE RP-GRACE-MINUTES TO WS-GRACE-MINUTES
006690                     COMPUTE WS-GRACE-SECONDS =
006700                         RP-GRACE-MINUTES * 60
006710                     IF RP-USE-SCHEDULE
006720                         MOVE 'Y' TO WS-ROUND-USE-SCHED-SW
006730                     ELSE
006740                         MOVE 'N' TO WS-ROUND-USE-SCHED-SW
006750                     END-IF
006760                     MOVE 'Y' TO WS-ROUND-PARM-FOUND-SW
006770                 END-IF
006780         END-READ
006790     END-PERFORM
006800     CLOSE ROUNDING-PARAMETER-FILE
006810     IF NOT WS-ROUND-PARM-FOUND
006820         DISPLAY "SUSPUNCH - NO VALID ROUNDPRM RECORD"
006830         MOVE 16 TO RETURN-CODE
006840     END-IF.
006850 1200-EXIT.
006860     EXIT.
006870*
006880*****************************************************************
006890*  1250-SET-PATTERN-SWITCHES - TURN ON EACH PATTERN ITS SUSPPARM
006900*  THRESHOLD ASKS FOR.  THE GRACE-EDGE PATTERN ALSO NEEDS THE
006910*  ROUNDPRM POLICY TO SNAP TO THE SCHEDULE AT ALL -- WITH NO
006920*  GRACE WINDOW THERE IS NO EDGE TO LAND INSIDE.  THE EDGE IS
006930*  THE OUTSIDE PART OF THE WINDOW: A LATE IN OR EARLY OUT MORE
006940*  THAN WS-EDGE-LOW-SECONDS BUT NO MORE THAN THE FULL GRACE OFF
006950*  SCHEDULE.  AN EDGE AS WIDE AS THE WINDOW TAKES IT ALL.  THE
006960*  LOOKBACK ENDS ON THE REPORT DAY.
006970*****************************************************************
006980 1250-SET-PATTERN-SWITCHES.
006990     IF WS-SAME-TERM-SECONDS > 0
007000         MOVE 'Y' TO WS-SAME-TERM-CHECK-SW
007010     END-IF
007020     IF WS-TWO-TERM-MINUTES > 0
007030         MOVE 'Y' TO WS-TWO-TERM-CHECK-SW
007040     END-IF
007050     IF WS-GRACE-EDGE-MINUTES > 0
007060             AND WS-ROUND-MINUTES > 0
007070             AND WS-ROUND-USE-SCHEDULE
007080             AND WS-GRACE-MINUTES > 0
007090         MOVE 'Y' TO WS-GRACE-CHECK-SW
007100     END-IF
007110     MOVE 0 TO WS-EDGE-LOW-MINUTES
007120     IF WS-GRACE-EDGE-MINUTES < WS-GRACE-MINUTES
007130         COMPUTE WS-EDGE-LOW-MINUTES =
007140             WS-GRACE-MINUTES - WS-GRACE-EDGE-MINUTES
007150     END-IF
007160     COMPUTE WS-EDGE-LOW-SECONDS = WS-EDGE-LOW-MINUTES * 60
007170     MOVE WS-REPORT-DATE TO WS-STEP-DATE
007180     PERFORM VARYING WS-LOOKBACK-SUB FROM 2 BY 1
007190             UNTIL WS-LOOKBACK-SUB > WS-GRACE-LOOKBACK-DAYS
007200         PERFORM 7100-STEP-BACK-ONE-DAY THRU 7100-EXIT
007210     END-PERFORM
007220     MOVE WS-STEP-DATE-NUM TO WS-LOOKBACK-START-DATE.
007230 1250-EXIT.
007240     EXIT.
007250*
007260*****************************************************************
007270*  1300-LOAD-SHIFT-SCHEDULE - LOAD EACH BADGE'S SCHEDULED START
007280*  AND END AS SECONDS OF DAY, AS TIMESHEET DOES FOR ITS GRACE
007290*  SNAP.  ONLY READ WHEN THE GRACE-EDGE PATTERN IS CHECKED.  AN
007300*  OVERNIGHT SCHEDULE'S END RIDES ON THE TWO-DAY CLOCK.
007310*****************************************************************
007320 1300-LOAD-SHIFT-SCHEDULE.
007330     MOVE 0 TO WS-SHD-COUNT
007340     IF NOT WS-GRACE-CHECK
007350         GO TO 1300-EXIT
007360     END-IF
007370     MOVE 'N' TO WS-SHIFT-EOF-SW
007380     OPEN INPUT SHIFT-MASTER-FILE
007390     IF WS-SHIFT-FILE-NOT-FOUND
007400         DISPLAY "SUSPUNCH - NO SHIFT-MASTER-FILE ON FILE"
007410         MOVE 16 TO RETURN-CODE
007420         GO TO 1300-EXIT
007430     END-IF
007440     IF NOT WS-SHIFT-FILE-OK
007450         DISPLAY "SUSPUNCH - UNABLE TO OPEN SHIFT-MASTER-FILE"
007460         MOVE 16 TO RETURN-CODE
007470         GO TO 1300-EXIT
007480     END-IF
007490     PERFORM UNTIL WS-SHIFT-EOF
007500         READ SHIFT-MASTER-FILE
007510             AT END
007520                 MOVE 'Y' TO WS-SHIFT-EOF-SW
007530             NOT AT END
007540                 IF WS-SHD-COUNT < WS-SHD-TABLE-SIZE
007550                     ADD 1 TO WS-SHD-COUNT
007560                     SET WS-SHD-IDX TO WS-SHD-COUNT
007570                     MOVE SHF-BADGE-ID
007580                         TO WS-SHD-BADGE-ID(WS-SHD-IDX)
007590                     MOVE SHF-EFF-START-DATE
007600                         TO WS-SHD-EFF-START(WS-SHD-IDX)
007610                     MOVE SHF-EFF-END-DATE
007620                         TO WS-SHD-EFF-END(WS-SHD-IDX)
007630                     MOVE SHF-ROTATION-WEEK
007640                         TO WS-SHD-ROT-WEEK(WS-SHD-IDX)
007650                     MOVE SHF-ROTATION-CYCLE
007660                         TO WS-SHD-ROT-CYCLE(WS-SHD-IDX)
007670                     COMPUTE WS-SHD-START-SECONDS(WS-SHD-IDX) =
007680                         (SHF-START-HOUR * 3600)
007690                             + (SHF-START-MIN * 60)
007700                     COMPUTE WS-SHD-END-SECONDS(WS-SHD-IDX) =
007710                         (SHF-END-HOUR * 3600)
007720                             + (SHF-END-MIN * 60)
007730                     IF WS-SHD-END-SECONDS(WS-SHD-IDX) NOT >
007740                             WS-SHD-START-SECONDS(WS-SHD-IDX)
007750                         ADD 86400
007760                             TO WS-SHD-END-SECONDS(WS-SHD-IDX)
007770                     END-IF
007780                 ELSE
007790                     DISPLAY "SUSPUNCH - SHIFT SCHEDULE TABLE "
007800                         "FULL AT " WS-SHD-TABLE-SIZE " ENTRIES"
007810                     MOVE 16 TO RETURN-CODE
007820                     MOVE 'Y' TO WS-SHIFT-EOF-SW
007830                 END-IF
007840         END-READ
007850     END-PERFORM
007860     CLOSE SHIFT-MASTER-FILE.
007870 1300-EXIT.
007880     EXIT.
007890*
007900*****************************************************************
007910*  1400-LOAD-LEAVE-DAYS - LOAD EVERY BADGE WITH APPROVED LEAVE ON
007920*  THE REPORT DAY FROM THE LEAVEHIS HISTORY, SUMMING THE HOURS
007930*  WHEN A BADGE HAS MORE THAN ONE RECORD FOR THE DAY.  NO FILE
007940*  JUST MEANS NO LEAVE WAS EVER APPROVED.
007950*****************************************************************
007960 1400-LOAD-LEAVE-DAYS.
007970     MOVE 0 TO WS-LVD-COUNT
007980     MOVE 'N' TO WS-LVHIS-EOF-SW
007990     OPEN INPUT LEAVE-HISTORY-FILE
008000     IF WS-LVHIS-FILE-NOT-FOUND
008010         GO TO 1400-EXIT
008020     END-IF
008030     IF NOT WS-LVHIS-FILE-OK
008040         DISPLAY "SUSPUNCH - UNABLE TO OPEN LEAVE-HISTORY-FILE"
008050         MOVE 16 TO RETURN-CODE
008060         GO TO 1400-EXIT
008070     END-IF
008080     PERFORM UNTIL WS-LVHIS-EOF
008090         READ LEAVE-HISTORY-FILE
008100             AT END
008110                 MOVE 'Y' TO WS-LVHIS-EOF-SW
008120             NOT AT END
008130                 IF LVH-LEAVE-DATE = WS-REPORT-DATE
008140                     PERFORM 1410-ADD-LEAVE-DAY THRU 1410-EXIT
008150                 END-IF
008160         END-READ
008170     END-PERFORM
008180     CLOSE LEAVE-HISTORY-FILE.
008190 1400-EXIT.
008200     EXIT.
008210*
008220*****************************************************************
008230*  1410-ADD-LEAVE-DAY - ADD THE LEAVE RECORD JUST READ TO ITS
008240*  BADGE'S ENTRY IN THE LEAVE-DAY TABLE, OPENING ONE WHEN THE
008250*  BADGE IS NEW.
008260*****************************************************************
008270 1410-ADD-LEAVE-DAY.
008280     MOVE LVH-EMPLOYEE-ID TO WS-FIND-BADGE-ID
008290     PERFORM 6300-FIND-LEAVE-DAY THRU 6300-EXIT
008300     IF NOT WS-LVD-FOUND
008310         IF WS-LVD-COUNT NOT < WS-LVD-TABLE-SIZE
008320             DISPLAY "SUSPUNCH - LEAVE TABLE FULL AT "
008330                 WS-LVD-TABLE-SIZE " ENTRIES"
008340             MOVE 16 TO RETURN-CODE
008350             MOVE 'Y' TO WS-LVHIS-EOF-SW
008360             GO TO 1410-EXIT
008370         END-IF
008380         ADD 1 TO WS-LVD-COUNT
008390         SET WS-LVD-IDX TO WS-LVD-COUNT
008400         MOVE LVH-EMPLOYEE-ID TO WS-LVD-EMPLOYEE-ID(WS-LVD-IDX)
008410         MOVE LVH-LEAVE-TYPE TO WS-LVD-LEAVE-TYPE(WS-LVD-IDX)
008420         MOVE 0 TO WS-LVD-LEAVE-HOURS(WS-LVD-IDX)
008430     END-IF
008440     ADD LVH-LEAVE-HOURS TO WS-LVD-LEAVE-HOURS(WS-LVD-IDX).
008450 1410-EXIT.
008460     EXIT.
008470*
008480*****************************************************************
008490*  2000-LOAD-DAY-ATTEMPTS - SORT THE REPORT DAY'S ACCEPTED SWIPES
008500*  OFF THE AUDIT LOG INTO TIME-OF-DAY AND TERMINAL ORDER AND
008510*  TABLE THEM FOR THE SHARED-TERMINAL AND TWO-TERMINAL PATTERNS.
008520*****************************************************************
008530 2000-LOAD-DAY-ATTEMPTS.
008540     SORT SORT-WORK-FILE
008550         ON ASCENDING KEY SORT-TIME SORT-TERMINAL-ID
008560         INPUT PROCEDURE IS 2100-RELEASE-DAY-ATTEMPTS
008570             THRU 2100-EXIT
008580         OUTPUT PROCEDURE IS 2200-TABLE-DAY-ATTEMPTS
008590             THRU 2200-EXIT
008600     IF RETURN-CODE NOT = ZERO
008610         GO TO 2000-EXIT
008620     END-IF
008630     IF SORT-RETURN NOT = ZERO
008640         DISPLAY "SUSPUNCH - SORT FAILED, SORT-RETURN = "
008650             SORT-RETURN
008660         MOVE 16 TO RETURN-CODE
008670         GO TO 2000-EXIT
008680     END-IF
008690     IF WS-ATT-OVERFLOW
008700         DISPLAY "SUSPUNCH - ATTEMPT TABLE FULL AT "
008710             WS-ATT-TABLE-SIZE " ENTRIES"
008720         MOVE 16 TO RETURN-CODE
008730     END-IF.
008740 2000-EXIT.
008750     EXIT.
008760*
008770*****************************************************************
008780*  2100-RELEASE-DAY-ATTEMPTS - READ THE AUDIT LOG AND RELEASE TO
008790*  THE SORT EVERY ACCEPTED SWIPE DATED THE REPORT DAY.
008800*****************************************************************
008810 2100-RELEASE-DAY-ATTEMPTS.
008820     MOVE 'N' TO WS-AUDIT-EOF-SW
008830     OPEN INPUT AUDIT-LOG-FILE
008840     IF WS-AUDIT-FILE-NOT-FOUND
008850         DISPLAY "SUSPUNCH - NO AUDIT-LOG-FILE ON FILE"
008860         MOVE 16 TO RETURN-CODE
008870         GO TO 2100-EXIT
008880     END-IF
008890     IF NOT WS-AUDIT-FILE-OK
008900         DISPLAY "SUSPUNCH - UNABLE TO OPEN AUDIT-LOG-FILE"
008910         MOVE 16 TO RETURN-CODE
008920         GO TO 2100-EXIT
008930     END-IF
008940     PERFORM UNTIL WS-AUDIT-EOF
008950         READ AUDIT-LOG-FILE
008960             AT END
008970                 MOVE 'Y' TO WS-AUDIT-EOF-SW
008980             NOT AT END
008990                 IF AUD-DATE = WS-REPORT-DATE AND AUD-ACCEPTED
009000                     MOVE AUD-TIME TO SORT-TIME
009010                     MOVE AUD-TERMINAL-ID TO SORT-TERMINAL-ID
009020                     MOVE AUD-EMPLOYEE-ID TO SORT-EMPLOYEE-ID
009030                     MOVE AUD-PUNCH-TYPE TO SORT-PUNCH-TYPE
009040                     RELEASE SORT-RECORD
009050                     ADD 1 TO WS-DAY-ATTEMPT-COUNT
009060                 END-IF
009070         END-READ
009080     END-PERFORM
009090     CLOSE AUDIT-LOG-FILE.
009100 2100-EXIT.
009110     EXIT.
009120*
009130*****************************************************************
009140*  2200-TABLE-DAY-ATTEMPTS - RETURN THE SORTED ATTEMPTS INTO THE
009150*  ATTEMPT TABLE WITH EACH ONE'S TIME AS SECONDS OF DAY.  A FULL
009160*  TABLE RAISES THE OVERFLOW SWITCH SO 2000-LOAD-DAY-ATTEMPTS CAN
009170*  FAIL THE STEP RATHER THAN REPORT ON PART OF THE DAY.
009180*****************************************************************
009190 2200-TABLE-DAY-ATTEMPTS.
009200     MOVE 'N' TO WS-SORT-EOF-SW
009210     MOVE 0 TO WS-ATT-COUNT
009220     PERFORM UNTIL WS-SORT-EOF
009230         RETURN SORT-WORK-FILE
009240             AT END
009250                 MOVE 'Y' TO WS-SORT-EOF-SW
009260             NOT AT END
009270                 IF WS-ATT-COUNT < WS-ATT-TABLE-SIZE
009280                     ADD 1 TO WS-ATT-COUNT
009290                     MOVE WS-ATT-COUNT TO WS-ATT-SUB
009300                     MOVE SORT-EMPLOYEE-ID
009310                         TO WS-ATT-EMPLOYEE-ID(WS-ATT-SUB)
009320                     MOVE SORT-TERMINAL-ID
009330                         TO WS-ATT-TERMINAL-ID(WS-ATT-SUB)
009340                     MOVE SORT-TIME TO WS-ATT-TIME(WS-ATT-SUB)
009350                     MOVE SORT-PUNCH-TYPE
009360                         TO WS-ATT-PUNCH-TYPE(WS-ATT-SUB)
009370                     MOVE 'N' TO WS-ATT-GROUPED-SW(WS-ATT-SUB)
009380                     MOVE SORT-TIME TO WS-ATTEMPT-TIME-NUM
009390                     COMPUTE WS-ATT-SECONDS(WS-ATT-SUB) =
009400                         (WS-ATTEMPT-HOUR * 3600)
009410                             + (WS-ATTEMPT-MIN * 60)
009420                             + WS-ATTEMPT-SEC
009430                 ELSE
009440                     MOVE 'Y' TO WS-ATT-OVERFLOW-SW
009450                 END-IF
009460         END-RETURN
009470     END-PERFORM.
009480 2200-EXIT.
009490     EXIT.
009500*
009510*****************************************************************
009520*  3000-SCAN-PUNCHES - ONE PASS OVER THE TIME-PUNCH-FILE.  EVERY
009530*  ORIGINAL CLOCK PUNCH IN THE LOOKBACK IS HELD AGAINST THE GRACE
009540*  EDGE, AND EVERY ONE ON THE REPORT DAY AGAINST THE DAY'S
009550*  LEAVE.  A VOID MARKER TAKES BACK ANY HIT ON THE PUNCH IT
009560*  SUPERSEDES.  A SUPERVISOR CORRECTION WAS KEYED AT A DESK, NOT
009570*  SWIPED AT THE CLOCK, SO IT IS NOT HELD AGAINST EITHER.
009580*****************************************************************
009590 3000-SCAN-PUNCHES.
009600     MOVE 'N' TO WS-PUNCH-EOF-SW
009610     OPEN INPUT TIME-PUNCH-FILE
009620     IF WS-PUNCH-FILE-NOT-FOUND
009630         DISPLAY "SUSPUNCH - NO TIME-PUNCH-FILE ON FILE"
009640         MOVE 16 TO RETURN-CODE
009650         GO TO 3000-EXIT
009660     END-IF
009670     IF NOT WS-PUNCH-FILE-OK
009680         DISPLAY "SUSPUNCH - UNABLE TO OPEN TIME-PUNCH-FILE"
009690         MOVE 16 TO RETURN-CODE
009700         GO TO 3000-EXIT
009710     END-IF
009720     PERFORM UNTIL WS-PUNCH-EOF OR WS-TABLE-OVERFLOW
009730         READ TIME-PUNCH-FILE
009740             AT END
009750                 MOVE 'Y' TO WS-PUNCH-EOF-SW
009760             NOT AT END
009770                 PERFORM 3100-CHECK-ONE-PUNCH THRU 3100-EXIT
009780         END-READ
009790     END-PERFORM
009800     CLOSE TIME-PUNCH-FILE
009810     IF WS-TABLE-OVERFLOW
009820         MOVE 16 TO RETURN-CODE
009830     END-IF.
009840 3000-EXIT.
009850     EXIT.
009860*
009870*****************************************************************
009880*  3100-CHECK-ONE-PUNCH - ROUTE THE PUNCH JUST READ TO THE CHECKS
009890*  IT IS DUE.
009900*****************************************************************
009910 3100-CHECK-ONE-PUNCH.
009920     MOVE PUNCH-DATE TO WS-PUNCH-DATE-NUM
009930     MOVE PUNCH-TIME TO WS-PUNCH-TIME-NUM
009940     IF PUNCH-RECORD-VOID
009950         PERFORM 3400-APPLY-VOID THRU 3400-EXIT
009960         GO TO 3100-EXIT
009970     END-IF
009980     IF NOT PUNCH-RECORD-ORIGINAL
009990         GO TO 3100-EXIT
010000     END-IF
010010     IF WS-PUNCH-DATE-NUM = WS-REPORT-DATE-NUM
010020         ADD 1 TO WS-DAY-PUNCH-COUNT
010030         PERFORM 3300-CHECK-LEAVE-PUNCH THRU 3300-EXIT
010040     END-IF
010050     IF WS-GRACE-CHECK
010060             AND WS-PUNCH-DATE-NUM NOT < WS-LOOKBACK-START-DATE
010070             AND WS-PUNCH-DATE-NUM NOT > WS-REPORT-DATE-NUM
010080         PERFORM 3200-CHECK-GRACE-EDGE THRU 3200-EXIT
010090     END-IF.
010100 3100-EXIT.
010110     EXIT.
010120*
010130*****************************************************************
010140*  3200-CHECK-GRACE-EDGE - HOLD AN IN PUNCH AGAINST THE START OF
010150*  THE BADGE'S SCHEDULE IN EFFECT ON THE PUNCH DATE, AND AN OUT
010160*  PUNCH AGAINST THE END OF THE SHIFT IT CLOSES, AND TABLE IT
010170*  WHEN IT CAME IN LATE OR LEFT EARLY BY AN AMOUNT IN THE EDGE OF
010180*  THE GRACE WINDOW.  AN EARLY IN OR LATE OUT SNAPS TOO, BUT
010190*  ONLY EVER COSTS THE EMPLOYEE TIME, SO IT IS NOT COUNTED.
010200*****************************************************************
010210 3200-CHECK-GRACE-EDGE.
010220     COMPUTE WS-PUNCH-SECONDS =
010230         (PUNCH-HOUR * 3600) + (PUNCH-MIN * 60) + PUNCH-SEC
010240     MOVE PUNCH-EMPLOYEE-ID TO WS-FIND-BADGE-ID
010250     MOVE WS-PUNCH-DATE-NUM TO WS-FIND-DATE
010260     PERFORM 7200-FIND-SCHEDULE THRU 7200-EXIT
010270     IF PUNCH-TYPE-IN
010280         IF WS-SHD-FOUND
010290                 AND WS-PUNCH-SECONDS > WS-SHD-FOUND-START
010300             COMPUTE WS-EDGE-GAP-SECONDS =
010310                 WS-PUNCH-SECONDS - WS-SHD-FOUND-START
010320             PERFORM 3250-TEST-EDGE-GAP THRU 3250-EXIT
010330         END-IF
010340         GO TO 3200-EXIT
010350     END-IF
010360     IF NOT PUNCH-TYPE-OUT
010370         GO TO 3200-EXIT
010380     END-IF
010390     PERFORM 3220-FIND-SHIFT-END THRU 3220-EXIT
010400     IF WS-EDGE-END-FOUND
010410             AND WS-PUNCH-SECONDS < WS-EDGE-END-SECONDS
010420         COMPUTE WS-EDGE-GAP-SECONDS =
010430             WS-EDGE-END-SECONDS - WS-PUNCH-SECONDS
010440         PERFORM 3250-TEST-EDGE-GAP THRU 3250-EXIT
010450     END-IF.
010460 3200-EXIT.
010470     EXIT.
010480*
010490*****************************************************************
010500*  3220-FIND-SHIFT-END - FIND THE SCHEDULED END, AS SECONDS OF
010510*  THE PUNCH DATE, OF THE SHIFT AN OUT PUNCH CLOSES: THE SAME
010520*  DAY'S SCHEDULE WHEN IT ENDS BEFORE MIDNIGHT, OTHERWISE AN
010530*  OVERNIGHT SCHEDULE THAT STARTED THE DAY BEFORE.  THE CALLER
010540*  HAS ALREADY LOOKED UP THE SAME DAY'S SCHEDULE.
010550*****************************************************************
010560 3220-FIND-SHIFT-END.
010570     MOVE 'N' TO WS-EDGE-END-FOUND-SW
010580     IF WS-SHD-FOUND AND WS-SHD-FOUND-END < 86400
010590         MOVE WS-SHD-FOUND-END TO WS-EDGE-END-SECONDS
010600         MOVE 'Y' TO WS-EDGE-END-FOUND-SW
010610         GO TO 3220-EXIT
010620     END-IF
010630     MOVE WS-PUNCH-DATE-NUM TO WS-STEP-DATE-NUM
010640     PERFORM 7100-STEP-BACK-ONE-DAY THRU 7100-EXIT
010650     MOVE WS-STEP-DATE-NUM TO WS-FIND-DATE
010660     PERFORM 7200-FIND-SCHEDULE THRU 7200-EXIT
010670     IF WS-SHD-FOUND AND WS-SHD-FOUND-END NOT < 86400
010680         COMPUTE WS-EDGE-END-SECONDS = WS-SHD-FOUND-END - 86400
010690         MOVE 'Y' TO WS-EDGE-END-FOUND-SW
010700     END-IF.
010710 3220-EXIT.
010720     EXIT.
010730*
010740*****************************************************************
010750*  3250-TEST-EDGE-GAP - TABLE THE PUNCH WHEN ITS DISTANCE FROM
010760*  SCHEDULE FALLS IN THE EDGE OF THE GRACE WINDOW.
010770*****************************************************************
010780 3250-TEST-EDGE-GAP.
010790     IF WS-EDGE-GAP-SECONDS NOT > WS-EDGE-LOW-SECONDS
010800             OR WS-EDGE-GAP-SECONDS > WS-GRACE-SECONDS
010810         GO TO 3250-EXIT
010820     END-IF
010830     IF WS-GHT-COUNT NOT < WS-GHT-TABLE-SIZE
010840         DISPLAY "SUSPUNCH - GRACE-EDGE TABLE FULL AT "
010850             WS-GHT-TABLE-SIZE " ENTRIES"
010860         MOVE 'Y' TO WS-TABLE-OVERFLOW-SW
010870         GO TO 3250-EXIT
010880     END-IF
010890     ADD 1 TO WS-GHT-COUNT
010900     MOVE WS-GHT-COUNT TO WS-GHT-SUB
010910     MOVE PUNCH-EMPLOYEE-ID TO WS-GHT-EMPLOYEE-ID(WS-GHT-SUB)
010920     MOVE PUNCH-TERMINAL-ID TO WS-GHT-TERMINAL-ID(WS-GHT-SUB)
010930     MOVE WS-PUNCH-DATE-NUM TO WS-GHT-DATE(WS-GHT-SUB)
010940     MOVE WS-PUNCH-TIME-NUM TO WS-GHT-TIME(WS-GHT-SUB)
010950     MOVE PUNCH-TYPE TO WS-GHT-PUNCH-TYPE(WS-GHT-SUB)
010960     MOVE WS-EDGE-GAP-SECONDS TO WS-GHT-GAP-SECONDS(WS-GHT-SUB)
010970     MOVE 'N' TO WS-GHT-VOIDED-SW(WS-GHT-SUB)
010980     MOVE 'N' TO WS-GHT-DONE-SW(WS-GHT-SUB).
010990 3250-EXIT.
011000     EXIT.
011010*
011020*****************************************************************
011030*  3300-CHECK-LEAVE-PUNCH - TABLE A REPORT-DAY PUNCH BY A BADGE
011040*  WITH AT LEAST THE SUSPPARM MINIMUM OF APPROVED LEAVE HOURS ON
011050*  THE SAME DAY.
011060*****************************************************************
011070 3300-CHECK-LEAVE-PUNCH.
011080     MOVE PUNCH-EMPLOYEE-ID TO WS-FIND-BADGE-ID
011090     PERFORM 6300-FIND-LEAVE-DAY THRU 6300-EXIT
011100     IF NOT WS-LVD-FOUND
011110         GO TO 3300-EXIT
011120     END-IF
011130     IF WS-LVD-LEAVE-HOURS(WS-LVD-IDX) < WS-LEAVE-MIN-HOURS
011140         GO TO 3300-EXIT
011150     END-IF
011160     IF WS-LHT-COUNT NOT < WS-LHT-TABLE-SIZE
011170         DISPLAY "SUSPUNCH - LEAVE-PUNCH TABLE FULL AT "
011180             WS-LHT-TABLE-SIZE " ENTRIES"
011190         MOVE 'Y' TO WS-TABLE-OVERFLOW-SW
011200         GO TO 3300-EXIT
011210     END-IF
011220     ADD 1 TO WS-LHT-COUNT
011230     MOVE WS-LHT-COUNT TO WS-LHT-SUB
011240     MOVE PUNCH-EMPLOYEE-ID TO WS-LHT-EMPLOYEE-ID(WS-LHT-SUB)
011250     MOVE PUNCH-TERMINAL-ID TO WS-LHT-TERMINAL-ID(WS-LHT-SUB)
011260     MOVE WS-PUNCH-TIME-NUM TO WS-LHT-TIME(WS-LHT-SUB)
011270     MOVE PUNCH-TYPE TO WS-LHT-PUNCH-TYPE(WS-LHT-SUB)
011280     SET WS-LVD-SLOT TO WS-LVD-IDX
011290     MOVE WS-LVD-SLOT TO WS-LHT-LVD-SLOT(WS-LHT-SUB)
011300     MOVE 'N' TO WS-LHT-VOIDED-SW(WS-LHT-SUB).
011310 3300-EXIT.
011320     EXIT.
011330*
011340*****************************************************************
011350*  3400-APPLY-VOID - A VOID MARKER CARRIES THE KEY OF THE PUNCH
011360*  IT SUPERSEDES.  MARK ANY GRACE-EDGE OR LEAVE HIT ALREADY
011370*  TABLED FOR THAT PUNCH AS VOIDED SO IT IS NOT REPORTED.
011380*****************************************************************
011390 3400-APPLY-VOID.
011400     PERFORM VARYING WS-GHT-SUB FROM 1 BY 1
011410             UNTIL WS-GHT-SUB > WS-GHT-COUNT
011420         IF WS-GHT-EMPLOYEE-ID(WS-GHT-SUB) = PUNCH-EMPLOYEE-ID
011430                 AND WS-GHT-DATE(WS-GHT-SUB) = WS-PUNCH-DATE-NUM
011440                 AND WS-GHT-TIME(WS-GHT-SUB) = WS-PUNCH-TIME-NUM
011450                 AND WS-GHT-PUNCH-TYPE(WS-GHT-SUB) = PUNCH-TYPE
011460             MOVE 'Y' TO WS-GHT-VOIDED-SW(WS-GHT-SUB)
011470         END-IF
011480     END-PERFORM
011490     IF WS-PUNCH-DATE-NUM NOT = WS-REPORT-DATE-NUM
011500         GO TO 3400-EXIT
011510     END-IF
011520     PERFORM VARYING WS-LHT-SUB FROM 1 BY 1
011530             UNTIL WS-LHT-SUB > WS-LHT-COUNT
011540         IF WS-LHT-EMPLOYEE-ID(WS-LHT-SUB) = PUNCH-EMPLOYEE-ID
011550                 AND WS-LHT-TIME(WS-LHT-SUB) = WS-PUNCH-TIME-NUM
011560                 AND WS-LHT-PUNCH-TYPE(WS-LHT-SUB) = PUNCH-TYPE
011570             MOVE 'Y' TO WS-LHT-VOIDED-SW(WS-LHT-SUB)
011580         END-IF
011590     END-PERFORM.
011600 3400-EXIT.
011610     EXIT.
011620*
011630*****************************************************************
011640*  5000-PRINT-REPORT - PRINT THE HEADINGS, ONE SECTION PER
011650*  PATTERN, AND THE TOTALS.
011660*****************************************************************
011670 5000-PRINT-REPORT.
011680     STRING WS-REPORT-YEAR   DELIMITED BY SIZE
011690            "-"              DELIMITED BY SIZE
011700            WS-REPORT-MONTH  DELIMITED BY SIZE
011710            "-"              DELIMITED BY SIZE
011720            WS-REPORT-DAY    DELIMITED BY SIZE
011730         INTO HD-DATE
011740     WRITE SUSRPT-RECORD FROM WS-HEADING-LINE-1
011750     WRITE SUSRPT-RECORD FROM WS-BLANK-LINE
011760     WRITE SUSRPT-RECORD FROM WS-HEADING-LINE-2
011770     PERFORM 5100-PRINT-SHARED-TERMINAL THRU 5100-EXIT
011780     PERFORM 5200-PRINT-TWO-TERMINAL THRU 5200-EXIT
011790     PERFORM 5300-PRINT-GRACE-EDGE THRU 5300-EXIT
011800     PERFORM 5400-PRINT-LEAVE-PUNCHES THRU 5400-EXIT
011810     PERFORM 5900-PRINT-TOTALS THRU 5900-EXIT.
011820 5000-EXIT.
011830     EXIT.
011840*
011850*****************************************************************
011860*  5100-PRINT-SHARED-TERMINAL - PATTERN 1.  FROM EACH ATTEMPT
011870*  NOT ALREADY IN A GROUP, GATHER THE SWIPES AT THE SAME TERMINAL
011880*  INSIDE THE SUSPPARM WINDOW AND PRINT THEM AS A GROUP WHEN THEY
011890*  CARRY ENOUGH DIFFERENT BADGES.
011900*****************************************************************
011910 5100-PRINT-SHARED-TERMINAL.
011920     WRITE SUSRPT-RECORD FROM WS-BLANK-LINE
011930     MOVE SPACES TO WS-SECTION-LINE
011940     MOVE WS-SAME-TERM-MIN-BADGES TO WS-EDIT-COUNT-2
011950     MOVE WS-SAME-TERM-SECONDS TO WS-EDIT-COUNT-3
011960     STRING "1. SHARED TERMINAL --" DELIMITED BY SIZE
011970            WS-EDIT-COUNT-2         DELIMITED BY SIZE
011980            " OR MORE BADGES AT ONE TERMINAL WITHIN"
011990                                    DELIMITED BY SIZE
012000            WS-EDIT-COUNT-3         DELIMITED BY SIZE
012010            " SECONDS"              DELIMITED BY SIZE
012020         INTO WS-SECTION-LINE
012030     WRITE SUSRPT-RECORD FROM WS-SECTION-LINE
012040     IF NOT WS-SAME-TERM-CHECK
012050         MOVE "NOT CHECKED -- SUSPPARM WINDOW IS ZERO SECONDS"
012060             TO NC-REASON
012070         WRITE SUSRPT-RECORD FROM WS-NOT-CHECKED-LINE
012080         GO TO 5100-EXIT
012090     END-IF
012100     PERFORM VARYING WS-ATT-SUB FROM 1 BY 1
012110             UNTIL WS-ATT-SUB > WS-ATT-COUNT
012120         IF NOT WS-ATT-GROUPED(WS-ATT-SUB)
012130             PERFORM 5110-GATHER-CLUSTER THRU 5110-EXIT
012140             IF WS-CLU-BADGES NOT < WS-SAME-TERM-MIN-BADGES
012150                 PERFORM 5120-PRINT-CLUSTER THRU 5120-EXIT
012160             END-IF
012170         END-IF
012180     END-PERFORM
012190     IF WS-SHARED-GROUP-COUNT = 0
012200         WRITE SUSRPT-RECORD FROM WS-NONE-LINE
012210     END-IF.
012220 5100-EXIT.
012230     EXIT.
012240*
012250*****************************************************************
012260*  5110-GATHER-CLUSTER - STARTING FROM ATTEMPT WS-ATT-SUB, COLLECT
012270*  THE LATER UNGROUPED ATTEMPTS AT THE SAME TERMINAL WITHIN THE
012280*  WINDOW AND COUNT THE DIFFERENT BADGES AMONG THEM.  THE TABLE
012290*  IS IN TIME ORDER, SO THE SCAN STOPS AT THE FIRST ATTEMPT PAST
012300*  THE WINDOW.
012310*****************************************************************
012320 5110-GATHER-CLUSTER.
012330     MOVE 1 TO WS-CLU-COUNT
012340     MOVE 1 TO WS-CLU-BADGES
012350     MOVE WS-ATT-SUB TO WS-CLU-ATT-SUB(1)
012360     MOVE 'N' TO WS-SCAN-DONE-SW
012370     COMPUTE WS-SCAN-SUB = WS-ATT-SUB + 1
012380     PERFORM UNTIL WS-SCAN-SUB > WS-ATT-COUNT OR WS-SCAN-DONE
012390         COMPUTE WS-SCAN-GAP-SECONDS =
012400             WS-ATT-SECONDS(WS-SCAN-SUB)
012410                 - WS-ATT-SECONDS(WS-ATT-SUB)
012420         IF WS-SCAN-GAP-SECONDS > WS-SAME-TERM-SECONDS
012430             MOVE 'Y' TO WS-SCAN-DONE-SW
012440         ELSE
012450             IF WS-ATT-TERMINAL-ID(WS-SCAN-SUB) =
012460                     WS-ATT-TERMINAL-ID(WS-ATT-SUB)
012470                     AND NOT WS-ATT-GROUPED(WS-SCAN-SUB)
012480                     AND WS-CLU-COUNT < WS-CLU-TABLE-SIZE
012490                 PERFORM 5115-ADD-TO-CLUSTER THRU 5115-EXIT
012500             END-IF
012510             ADD 1 TO WS-SCAN-SUB
012520         END-IF
012530     END-PERFORM.
012540 5110-EXIT.
012550     EXIT.
012560*
012570*****************************************************************
012580*  5115-ADD-TO-CLUSTER - ADD ATTEMPT WS-SCAN-SUB TO THE CLUSTER,
012590*  COUNTING ITS BADGE WHEN NO EARLIER SWIPE IN THE CLUSTER
012600*  CARRIED IT.
012610*****************************************************************
012620 5115-ADD-TO-CLUSTER.
012630     MOVE 'Y' TO WS-CLU-NEW-BADGE-SW
012640     PERFORM VARYING WS-CLU-SUB FROM 1 BY 1
012650             UNTIL WS-CLU-SUB > WS-CLU-COUNT
012660         MOVE WS-CLU-ATT-SUB(WS-CLU-SUB) TO WS-PRINT-SUB
012670         IF WS-ATT-EMPLOYEE-ID(WS-PRINT-SUB) =
012680                 WS-ATT-EMPLOYEE-ID(WS-SCAN-SUB)
012690             MOVE 'N' TO WS-CLU-NEW-BADGE-SW
012700         END-IF
012710     END-PERFORM
012720     ADD 1 TO WS-CLU-COUNT
012730     MOVE WS-SCAN-SUB TO WS-CLU-ATT-SUB(WS-CLU-COUNT)
012740     IF WS-CLU-NEW-BADGE
012750         ADD 1 TO WS-CLU-BADGES
012760     END-IF.
012770 5115-EXIT.
012780     EXIT.
012790*
012800*****************************************************************
012810*  5120-PRINT-CLUSTER - PRINT THE GATHERED SWIPES AS ONE GROUP
012820*  AND MARK THEM GROUPED SO NONE STARTS OR JOINS ANOTHER.
012830*****************************************************************
012840 5120-PRINT-CLUSTER.
012850     ADD 1 TO WS-SHARED-GROUP-COUNT
012860     ADD 1 TO WS-PATTERN-HIT-COUNT
012870     WRITE SUSRPT-RECORD FROM WS-BLANK-LINE
012880     PERFORM VARYING WS-CLU-SUB FROM 1 BY 1
012890             UNTIL WS-CLU-SUB > WS-CLU-COUNT
012900         MOVE WS-CLU-ATT-SUB(WS-CLU-SUB) TO WS-PRINT-SUB
012910         MOVE 'Y' TO WS-ATT-GROUPED-SW(WS-PRINT-SUB)
012920         PERFORM 6100-PRINT-ATTEMPT-LINE THRU 6100-EXIT
012930     END-PERFORM.
012940 5120-EXIT.
012950     EXIT.
012960*
012970*****************************************************************
012980*  5200-PRINT-TWO-TERMINAL - PATTERN 2.  FOR EACH ATTEMPT, FIND
012990*  THE SAME BADGE'S NEXT ATTEMPT; WHEN IT CAME INSIDE THE
013000*  SUSPPARM WINDOW AT A DIFFERENT TERMINAL, PRINT THE PAIR.
013010*****************************************************************
013020 5200-PRINT-TWO-TERMINAL.
013030     WRITE SUSRPT-RECORD FROM WS-BLANK-LINE
013040     MOVE SPACES TO WS-SECTION-LINE
013050     MOVE WS-TWO-TERM-MINUTES TO WS-EDIT-COUNT-3
013060     STRING "2. TWO TERMINALS -- ONE BADGE AT TWO TERMINALS"
013070                                    DELIMITED BY SIZE
013080            " WITHIN"               DELIMITED BY SIZE
013090            WS-EDIT-COUNT-3         DELIMITED BY SIZE
013100            " MINUTES"              DELIMITED BY SIZE
013110         INTO WS-SECTION-LINE
013120     WRITE SUSRPT-RECORD FROM WS-SECTION-LINE
013130     IF NOT WS-TWO-TERM-CHECK
013140         MOVE "NOT CHECKED -- SUSPPARM WINDOW IS ZERO MINUTES"
013150             TO NC-REASON
013160         WRITE SUSRPT-RECORD FROM WS-NOT-CHECKED-LINE
013170         GO TO 5200-EXIT
013180     END-IF
013190     PERFORM VARYING WS-ATT-SUB FROM 1 BY 1
013200             UNTIL WS-ATT-SUB > WS-ATT-COUNT
013210         PERFORM 5210-FIND-NEXT-SWIPE THRU 5210-EXIT
013220     END-PERFORM
013230     IF WS-TWO-TERM-PAIR-COUNT = 0
013240         WRITE SUSRPT-RECORD FROM WS-NONE-LINE
013250     END-IF.
013260 5200-EXIT.
013270     EXIT.
013280*
013290*****************************************************************
013300*  5210-FIND-NEXT-SWIPE - LOOK FORWARD FROM ATTEMPT WS-ATT-SUB,
013310*  INSIDE THE WINDOW, FOR THE SAME BADGE'S NEXT ATTEMPT AND PRINT
013320*  THE PAIR WHEN IT WAS AT ANOTHER TERMINAL.
013330*****************************************************************
013340 5210-FIND-NEXT-SWIPE.
013350     MOVE 'N' TO WS-SCAN-DONE-SW
013360     COMPUTE WS-SCAN-SUB = WS-ATT-SUB + 1
013370     PERFORM UNTIL WS-SCAN-SUB > WS-ATT-COUNT OR WS-SCAN-DONE
013380         COMPUTE WS-SCAN-GAP-SECONDS =
013390             WS-ATT-SECONDS(WS-SCAN-SUB)
013400                 - WS-ATT-SECONDS(WS-ATT-SUB)
013410         IF WS-SCAN-GAP-SECONDS > WS-TWO-TERM-SECONDS
013420             MOVE 'Y' TO WS-SCAN-DONE-SW
013430         ELSE
013440             IF WS-ATT-EMPLOYEE-ID(WS-SCAN-SUB) =
013450                     WS-ATT-EMPLOYEE-ID(WS-ATT-SUB)
013460                 MOVE 'Y' TO WS-SCAN-DONE-SW
013470                 IF WS-ATT-TERMINAL-ID(WS-SCAN-SUB) NOT =
013480                         WS-ATT-TERMINAL-ID(WS-ATT-SUB)
013490                     PERFORM 5220-PRINT-PAIR THRU 5220-EXIT
013500                 END-IF
013510             ELSE
013520                 ADD 1 TO WS-SCAN-SUB
013530             END-IF
013540         END-IF
013550     END-PERFORM.
013560 5210-EXIT.
013570     EXIT.
013580*
013590*****************************************************************
013600*  5220-PRINT-PAIR - PRINT THE TWO SWIPES AS ONE GROUP.
013610*****************************************************************
013620 5220-PRINT-PAIR.
013630     ADD 1 TO WS-TWO-TERM-PAIR-COUNT
013640     ADD 1 TO WS-PATTERN-HIT-COUNT
013650     WRITE SUSRPT-RECORD FROM WS-BLANK-LINE
013660     MOVE WS-ATT-SUB TO WS-PRINT-SUB
013670     PERFORM 6100-PRINT-ATTEMPT-LINE THRU 6100-EXIT
013680     MOVE WS-SCAN-SUB TO WS-PRINT-SUB
013690     PERFORM 6100-PRINT-ATTEMPT-LINE THRU 6100-EXIT.
013700 5220-EXIT.
013710     EXIT.
013720*
013730*****************************************************************
013740*  5300-PRINT-GRACE-EDGE - PATTERN 3.  FOR EACH BADGE WITH A
013750*  GRACE-EDGE PUNCH ON THE REPORT DAY, COUNT ITS GRACE-EDGE
013760*  PUNCHES OVER THE WHOLE LOOKBACK AND PRINT THEM ALL WHEN THERE
013770*  ARE ENOUGH.  A BADGE WITH NONE ON THE REPORT DAY WAS ALREADY
013780*  REPORTED ON AN EARLIER NIGHT, IF AT ALL.
013790*****************************************************************
013800 5300-PRINT-GRACE-EDGE.
013810     WRITE SUSRPT-RECORD FROM WS-BLANK-LINE
013820     MOVE SPACES TO WS-SECTION-LINE
013830     MOVE WS-GRACE-EDGE-MINUTES TO WS-EDIT-COUNT-2
013840     MOVE WS-GRACE-MINUTES TO WS-EDIT-COUNT-3
013850     STRING "3. GRACE EDGE -- LATE IN OR EARLY OUT IN THE LAST"
013860                                    DELIMITED BY SIZE
013870            WS-EDIT-COUNT-2         DELIMITED BY SIZE
013880            " OF"                   DELIMITED BY SIZE
013890            WS-EDIT-COUNT-3         DELIMITED BY SIZE
013900            " GRACE MINUTES"        DELIMITED BY SIZE
013910         INTO WS-SECTION-LINE
013920     WRITE SUSRPT-RECORD FROM WS-SECTION-LINE
013930     MOVE SPACES TO WS-SECTION-LINE
013940     MOVE WS-GRACE-MIN-HITS TO WS-EDIT-COUNT-2
013950     MOVE WS-GRACE-LOOKBACK-DAYS TO WS-EDIT-COUNT-3
013960     STRING "   "                   DELIMITED BY SIZE
013970            WS-EDIT-COUNT-2         DELIMITED BY SIZE
013980            " OR MORE TIMES IN THE"  DELIMITED BY SIZE
013990            WS-EDIT-COUNT-3         DELIMITED BY SIZE
014000            " DAYS ENDING ON THE REPORT DAY"
014010                                    DELIMITED BY SIZE
014020         INTO WS-SECTION-LINE
014030     WRITE SUSRPT-RECORD FROM WS-SECTION-LINE
014040     IF NOT WS-GRACE-CHECK
014050         IF WS-GRACE-EDGE-MINUTES = 0
014060             MOVE "NOT CHECKED -- SUSPPARM GRACE EDGE IS ZERO"
014070                 TO NC-REASON
014080         ELSE
014090             MOVE "NOT CHECKED -- ROUNDPRM HAS NO SCHEDULE GRACE"
014100                 TO NC-REASON
014110         END-IF
014120         WRITE SUSRPT-RECORD FROM WS-NOT-CHECKED-LINE
014130         GO TO 5300-EXIT
014140     END-IF
014150     PERFORM VARYING WS-GHT-SUB FROM 1 BY 1
014160             UNTIL WS-GHT-SUB > WS-GHT-COUNT
014170         IF NOT WS-GHT-DONE(WS-GHT-SUB)
014180                 AND NOT WS-GHT-VOIDED(WS-GHT-SUB)
014190                 AND WS-GHT-DATE(WS-GHT-SUB) = WS-REPORT-DATE-NUM
014200             PERFORM 5310-CHECK-GRACE-BADGE THRU 5310-EXIT
014210         END-IF
014220     END-PERFORM
014230     IF WS-GRACE-BADGE-COUNT = 0
014240         WRITE SUSRPT-RECORD FROM WS-NONE-LINE
014250     END-IF.
014260 5300-EXIT.
014270     EXIT.
014280*
014290*****************************************************************
014300*  5310-CHECK-GRACE-BADGE - COUNT THE BADGE'S UNVOIDED GRACE-EDGE
014310*  PUNCHES, PRINT THEM AS ONE GROUP WHEN THEY REACH THE SUSPPARM
014320*  MINIMUM, AND MARK ALL OF THE BADGE'S ENTRIES DONE.
014330*****************************************************************
014340 5310-CHECK-GRACE-BADGE.
014350     MOVE WS-GHT-EMPLOYEE-ID(WS-GHT-SUB) TO WS-GHT-BADGE-ID
014360     MOVE 0 TO WS-GHT-BADGE-HITS
014370     PERFORM VARYING WS-GHT-SCAN-SUB FROM 1 BY 1
014380             UNTIL WS-GHT-SCAN-SUB > WS-GHT-COUNT
014390         IF WS-GHT-EMPLOYEE-ID(WS-GHT-SCAN-SUB) = WS-GHT-BADGE-ID
014400                 AND NOT WS-GHT-VOIDED(WS-GHT-SCAN-SUB)
014410             ADD 1 TO WS-GHT-BADGE-HITS
014420         END-IF
014430     END-PERFORM
014440     IF WS-GHT-BADGE-HITS NOT < WS-GRACE-MIN-HITS
014450         ADD 1 TO WS-GRACE-BADGE-COUNT
014460         ADD 1 TO WS-PATTERN-HIT-COUNT
014470         WRITE SUSRPT-RECORD FROM WS-BLANK-LINE
014480         PERFORM VARYING WS-GHT-SCAN-SUB FROM 1 BY 1
014490                 UNTIL WS-GHT-SCAN-SUB > WS-GHT-COUNT
014500             IF WS-GHT-EMPLOYEE-ID(WS-GHT-SCAN-SUB) =
014510                     WS-GHT-BADGE-ID
014520                     AND NOT WS-GHT-VOIDED(WS-GHT-SCAN-SUB)
014530                 PERFORM 5320-PRINT-GRACE-LINE THRU 5320-EXIT
014540             END-IF
014550         END-PERFORM
014560     END-IF
014570     PERFORM VARYING WS-GHT-SCAN-SUB FROM 1 BY 1
014580             UNTIL WS-GHT-SCAN-SUB > WS-GHT-COUNT
014590         IF WS-GHT-EMPLOYEE-ID(WS-GHT-SCAN-SUB) = WS-GHT-BADGE-ID
014600             MOVE 'Y' TO WS-GHT-DONE-SW(WS-GHT-SCAN-SUB)
014610         END-IF
014620     END-PERFORM.
014630 5310-EXIT.
014640     EXIT.
014650*
014660*****************************************************************
014670*  5320-PRINT-GRACE-LINE - PRINT GRACE-EDGE PUNCH WS-GHT-SCAN-SUB
014680*  WITH HOW LATE IT CAME IN (IN +MM:SS) OR HOW EARLY IT LEFT
014690*  (OUT -MM:SS).
014700*****************************************************************
014710 5320-PRINT-GRACE-LINE.
014720     MOVE WS-GHT-EMPLOYEE-ID(WS-GHT-SCAN-SUB)
014730         TO WS-LOOKUP-BADGE-ID
014740     PERFORM 6000-LOOKUP-EMPLOYEE THRU 6000-EXIT
014750     MOVE WS-GHT-TERMINAL-ID(WS-GHT-SCAN-SUB) TO DL-TERMINAL-ID
014760     MOVE WS-GHT-DATE(WS-GHT-SCAN-SUB) TO WS-PRINT-DATE-NUM
014770     MOVE WS-GHT-TIME(WS-GHT-SCAN-SUB) TO WS-PRINT-TIME-NUM
014780     PERFORM 6200-FORMAT-DATE-TIME THRU 6200-EXIT
014790     DIVIDE WS-GHT-GAP-SECONDS(WS-GHT-SCAN-SUB) BY 60
014800         GIVING WS-GAP-MINUTES
014810         REMAINDER WS-GAP-SECONDS
014820     MOVE SPACES TO DL-NOTE
014830     IF WS-GHT-PUNCH-TYPE(WS-GHT-SCAN-SUB) = 'I'
014840         STRING "IN +"           DELIMITED BY SIZE
014850                WS-GAP-MINUTES   DELIMITED BY SIZE
014860                ":"              DELIMITED BY SIZE
014870                WS-GAP-SECONDS   DELIMITED BY SIZE
014880             INTO DL-NOTE
014890     ELSE
014900         STRING "OUT -"          DELIMITED BY SIZE
014910                WS-GAP-MINUTES   DELIMITED BY SIZE
014920                ":"              DELIMITED BY SIZE
014930                WS-GAP-SECONDS   DELIMITED BY SIZE
014940             INTO DL-NOTE
014950     END-IF
014960     WRITE SUSRPT-RECORD FROM WS-DETAIL-LINE.
014970 5320-EXIT.
014980     EXIT.
014990*
015000*****************************************************************
015010*  5400-PRINT-LEAVE-PUNCHES - PATTERN 4.  PRINT EVERY UNVOIDED
015020*  REPORT-DAY CLOCK PUNCH BY A BADGE ON APPROVED LEAVE, WITH THE
015030*  LEAVE TYPE AND HOURS.
015040*****************************************************************
015050 5400-PRINT-LEAVE-PUNCHES.
015060     WRITE SUSRPT-RECORD FROM WS-BLANK-LINE
015070     MOVE SPACES TO WS-SECTION-LINE
015080     MOVE WS-LEAVE-MIN-HOURS TO WS-EDIT-HOURS
015090     STRING "4. ON LEAVE -- CLOCK PUNCH ON A DAY WITH"
015100                                    DELIMITED BY SIZE
015110            WS-EDIT-HOURS           DELIMITED BY SIZE
015120            " OR MORE LEAVE HOURS"  DELIMITED BY SIZE
015130         INTO WS-SECTION-LINE
015140     WRITE SUSRPT-RECORD FROM WS-SECTION-LINE
015150     WRITE SUSRPT-RECORD FROM WS-BLANK-LINE
015160     PERFORM VARYING WS-LHT-SUB FROM 1 BY 1
015170             UNTIL WS-LHT-SUB > WS-LHT-COUNT
015180         IF NOT WS-LHT-VOIDED(WS-LHT-SUB)
015190             PERFORM 5410-PRINT-LEAVE-LINE THRU 5410-EXIT
015200         END-IF
015210     END-PERFORM
015220     IF WS-LEAVE-PUNCH-COUNT = 0
015230         WRITE SUSRPT-RECORD FROM WS-NONE-LINE
015240     END-IF.
015250 5400-EXIT.
015260     EXIT.
015270*
015280*****************************************************************
015290*  5410-PRINT-LEAVE-LINE - PRINT LEAVE PUNCH WS-LHT-SUB.
015300*****************************************************************
015310 5410-PRINT-LEAVE-LINE.
015320     ADD 1 TO WS-LEAVE-PUNCH-COUNT
015330     ADD 1 TO WS-PATTERN-HIT-COUNT
015340     MOVE WS-LHT-EMPLOYEE-ID(WS-LHT-SUB) TO WS-LOOKUP-BADGE-ID
015350     PERFORM 6000-LOOKUP-EMPLOYEE THRU 6000-EXIT
015360     MOVE WS-LHT-TERMINAL-ID(WS-LHT-SUB) TO DL-TERMINAL-ID
015370     MOVE WS-REPORT-DATE-NUM TO WS-PRINT-DATE-NUM
015380     MOVE WS-LHT-TIME(WS-LHT-SUB) TO WS-PRINT-TIME-NUM
015390     PERFORM 6200-FORMAT-DATE-TIME THRU 6200-EXIT
015400     MOVE WS-LHT-LVD-SLOT(WS-LHT-SUB) TO WS-LVD-SLOT
015410     SET WS-LVD-IDX TO WS-LVD-SLOT
015420     EVALUATE WS-LVD-LEAVE-TYPE(WS-LVD-IDX)
015430         WHEN 'V'
015440             MOVE "VAC" TO WS-LEAVE-WORD
015450         WHEN 'S'
015460             MOVE "SICK" TO WS-LEAVE-WORD
015470         WHEN 'B'
015480             MOVE "BRV" TO WS-LEAVE-WORD
015490         WHEN OTHER
015500             MOVE "LV" TO WS-LEAVE-WORD
015510     END-EVALUATE
015520     MOVE WS-LVD-LEAVE-HOURS(WS-LVD-IDX) TO WS-EDIT-HOURS
015530     MOVE SPACES TO DL-NOTE
015540     STRING WS-LEAVE-WORD   DELIMITED BY SPACE
015550            WS-EDIT-HOURS   DELIMITED BY SIZE
015560         INTO DL-NOTE
015570     WRITE SUSRPT-RECORD FROM WS-DETAIL-LINE.
015580 5410-EXIT.
015590     EXIT.
015600*
015610*****************************************************************
015620*  5900-PRINT-TOTALS - PRINT THE REPORT TOTALS AND TELL THE
015630*  OPERATOR WHEN ANYTHING WAS FLAGGED.
015640*****************************************************************
015650 5900-PRINT-TOTALS.
015660     WRITE SUSRPT-RECORD FROM WS-BLANK-LINE
015670     MOVE "ACCEPTED SWIPES LOGGED:" TO CL-LABEL
015680     MOVE WS-DAY-ATTEMPT-COUNT TO CL-COUNT
015690     WRITE SUSRPT-RECORD FROM WS-COUNT-LINE
015700     MOVE "CLOCK PUNCHES ON THE REPORT DAY:" TO CL-LABEL
015710     MOVE WS-DAY-PUNCH-COUNT TO CL-COUNT
015720     WRITE SUSRPT-RECORD FROM WS-COUNT-LINE
015730     MOVE "SHARED-TERMINAL GROUPS:" TO CL-LABEL
015740     MOVE WS-SHARED-GROUP-COUNT TO CL-COUNT
015750     WRITE SUSRPT-RECORD FROM WS-COUNT-LINE
015760     MOVE "TWO-TERMINAL PAIRS:" TO CL-LABEL
015770     MOVE WS-TWO-TERM-PAIR-COUNT TO CL-COUNT
015780     WRITE SUSRPT-RECORD FROM WS-COUNT-LINE
015790     MOVE "GRACE-EDGE BADGES:" TO CL-LABEL
015800     MOVE WS-GRACE-BADGE-COUNT TO CL-COUNT
015810     WRITE SUSRPT-RECORD FROM WS-COUNT-LINE
015820     MOVE "PUNCHES WHILE ON LEAVE:" TO CL-LABEL
015830     MOVE WS-LEAVE-PUNCH-COUNT TO CL-COUNT
015840     WRITE SUSRPT-RECORD FROM WS-COUNT-LINE
015850     IF WS-PATTERN-HIT-COUNT > 0
015860         DISPLAY "SUSPUNCH - " WS-PATTERN-HIT-COUNT
015870             " SUSPICIOUS PUNCH PATTERN(S) REPORTED"
015880     END-IF.
015890 5900-EXIT.
015900     EXIT.
015910*
015920*****************************************************************
015930*  6000-LOOKUP-EMPLOYEE - FILL THE DETAIL LINE'S BADGE, NAME AND
015940*  DEPARTMENT FOR WS-LOOKUP-BADGE-ID FROM THE EMPLOYEE MASTER.
015950*****************************************************************
015960 6000-LOOKUP-EMPLOYEE.
015970     MOVE WS-LOOKUP-BADGE-ID TO DL-EMPLOYEE-ID
015980     MOVE WS-LOOKUP-BADGE-ID TO EMP-BADGE-ID
015990     READ EMPLOYEE-MASTER
016000         INVALID KEY
016010             MOVE "** NOT ON MASTER **" TO DL-NAME
016020             MOVE SPACES TO DL-DEPARTMENT
016030         NOT INVALID KEY
016040             MOVE EMP-NAME TO DL-NAME
016050             MOVE EMP-DEPARTMENT TO DL-DEPARTMENT
016060     END-READ.
016070 6000-EXIT.
016080     EXIT.
016090*
016100*****************************************************************
016110*  6100-PRINT-ATTEMPT-LINE - PRINT ATTEMPT WS-PRINT-SUB WITH ITS
016120*  PUNCH TYPE.
016130*****************************************************************
016140 6100-PRINT-ATTEMPT-LINE.
016150     MOVE WS-ATT-EMPLOYEE-ID(WS-PRINT-SUB) TO WS-LOOKUP-BADGE-ID
016160     PERFORM 6000-LOOKUP-EMPLOYEE THRU 6000-EXIT
016170     MOVE WS-ATT-TERMINAL-ID(WS-PRINT-SUB) TO DL-TERMINAL-ID
016180     MOVE WS-REPORT-DATE-NUM TO WS-PRINT-DATE-NUM
016190     MOVE WS-ATT-TIME(WS-PRINT-SUB) TO WS-PRINT-TIME-NUM
016200     PERFORM 6200-FORMAT-DATE-TIME THRU 6200-EXIT
016210     MOVE SPACES TO DL-NOTE
016220     EVALUATE WS-ATT-PUNCH-TYPE(WS-PRINT-SUB)
016230         WHEN 'I'
016240             MOVE "IN" TO DL-NOTE
016250         WHEN 'O'
016260             MOVE "OUT" TO DL-NOTE
016270     END-EVALUATE
016280     WRITE SUSRPT-RECORD FROM WS-DETAIL-LINE.
016290 6100-EXIT.
016300     EXIT.
016310*
016320*****************************************************************
016330*  6200-FORMAT-DATE-TIME - EDIT WS-PRINT-DATE AND WS-PRINT-TIME
016340*  INTO THE DETAIL LINE AS CCYY-MM-DD AND HH:MM:SS.
016350*****************************************************************
016360 6200-FORMAT-DATE-TIME.
016370     MOVE SPACES TO DL-DATE
016380     STRING WS-PRINT-YEAR    DELIMITED BY SIZE
016390            "-"              DELIMITED BY SIZE
016400            WS-PRINT-MONTH   DELIMITED BY SIZE
016410            "-"              DELIMITED BY SIZE
016420            WS-PRINT-DAY     DELIMITED BY SIZE
016430         INTO DL-DATE
016440     MOVE SPACES TO DL-TIME
016450     STRING WS-PRINT-HOUR    DELIMITED BY SIZE
016460            ":"              DELIMITED BY SIZE
016470            WS-PRINT-MIN     DELIMITED BY SIZE
016480            ":"              DELIMITED BY SIZE
016490            WS-PRINT-SEC     DELIMITED BY SIZE
016500         INTO DL-TIME.
016510 6200-EXIT.
016520     EXIT.
016530*
016540*****************************************************************
016550*  6300-FIND-LEAVE-DAY - LOCATE WS-FIND-BADGE-ID IN THE LEAVE-DAY
016560*  TABLE, LEAVING WS-LVD-IDX SET ON IT WHEN FOUND.
016570*****************************************************************
016580 6300-FIND-LEAVE-DAY.
016590     MOVE 'N' TO WS-LVD-FOUND-SW
016600     MOVE 0 TO WS-LVD-SLOT
016610     PERFORM VARYING WS-LVD-IDX FROM 1 BY 1
016620             UNTIL WS-LVD-IDX > WS-LVD-COUNT
016630                 OR WS-LVD-FOUND
016640         IF WS-LVD-EMPLOYEE-ID(WS-LVD-IDX) = WS-FIND-BADGE-ID
016650             MOVE 'Y' TO WS-LVD-FOUND-SW
016660             SET WS-LVD-SLOT TO WS-LVD-IDX
016670         END-IF
016680     END-PERFORM
016690     IF WS-LVD-FOUND
016700         SET WS-LVD-IDX TO WS-LVD-SLOT
016710     END-IF.
016720 6300-EXIT.
016730     EXIT.
016740*
016750*****************************************************************
016760*  7100-STEP-BACK-ONE-DAY - MOVE THE DATE IN WS-STEP-DATE BACK
016770*  ONE CALENDAR DAY, ROLLING THE MONTH AND YEAR BACK AND GIVING
016780*  FEBRUARY ITS LEAP DAY.
016790*****************************************************************
016800 7100-STEP-BACK-ONE-DAY.
016810     IF WS-STEP-DAY > 1
016820         SUBTRACT 1 FROM WS-STEP-DAY
016830         GO TO 7100-EXIT
016840     END-IF
016850     IF WS-STEP-MONTH > 1
016860         SUBTRACT 1 FROM WS-STEP-MONTH
016870     ELSE
016880         MOVE 12 TO WS-STEP-MONTH
016890         SUBTRACT 1 FROM WS-STEP-YEAR
016900     END-IF
016910     MOVE WS-MONTH-DAYS(WS-STEP-MONTH) TO WS-STEP-DAY
016920     IF WS-STEP-MONTH = 2
016930         PERFORM 7150-CHECK-LEAP-YEAR THRU 7150-EXIT
016940         IF WS-LEAP-YEAR
016950             MOVE 29 TO WS-STEP-DAY
016960         END-IF
016970     END-IF.
016980 7100-EXIT.
016990     EXIT.
017000*
017010*****************************************************************
017020*  7150-CHECK-LEAP-YEAR - SET WS-LEAP-YEAR WHEN THE WS-STEP-DATE
017030*  YEAR IS A LEAP YEAR (DIVISIBLE BY 4, EXCEPT CENTURY YEARS NOT
017040*  DIVISIBLE BY 400).
017050*****************************************************************
017060 7150-CHECK-LEAP-YEAR.
017070     MOVE 'N' TO WS-LEAP-YEAR-SW
017080     DIVIDE WS-STEP-YEAR BY 4
017090         GIVING WS-LEAP-QUOTIENT
017100         REMAINDER WS-LEAP-REMAINDER
017110     IF WS-LEAP-REMAINDER = 0
017120         MOVE 'Y' TO WS-LEAP-YEAR-SW
017130         DIVIDE WS-STEP-YEAR BY 100
017140             GIVING WS-LEAP-QUOTIENT
017150             REMAINDER WS-LEAP-REMAINDER
017160         IF WS-LEAP-REMAINDER = 0
017170             DIVIDE WS-STEP-YEAR BY 400
017180                 GIVING WS-LEAP-QUOTIENT
017190                 REMAINDER WS-LEAP-REMAINDER
017200             IF WS-LEAP-REMAINDER NOT = 0
017210                 MOVE 'N' TO WS-LEAP-YEAR-SW
017220             END-IF
017230         END-IF
017240     END-IF.
017250 7150-EXIT.
017260     EXIT.
017270*
017280*****************************************************************
017290*  7200-FIND-SCHEDULE - FIND THE FIRST SCHEDULE FOR
017300*  WS-FIND-BADGE-ID IN EFFECT ON WS-FIND-DATE, AS TIMESHEET'S
017310*  GRACE SNAP DOES, AND RETURN ITS START AND END.
017320*****************************************************************
017330 7200-FIND-SCHEDULE.
017340     MOVE 'N' TO WS-SHD-FOUND-SW
017350     PERFORM VARYING WS-SHD-IDX FROM 1 BY 1
017360             UNTIL WS-SHD-IDX > WS-SHD-COUNT
017370                 OR WS-SHD-FOUND
017380         IF WS-SHD-BADGE-ID(WS-SHD-IDX) = WS-FIND-BADGE-ID
017390             MOVE WS-FIND-DATE TO WS-EFFECT-TEST-DATE
017400             MOVE WS-SHD-EFF-START(WS-SHD-IDX)
017410                 TO WS-EFFECT-EFF-START
017420             MOVE WS-SHD-EFF-END(WS-SHD-IDX)
017430                 TO WS-EFFECT-EFF-END
017440             MOVE WS-SHD-ROT-WEEK(WS-SHD-IDX)
017450                 TO WS-EFFECT-ROT-WEEK
017460             MOVE WS-SHD-ROT-CYCLE(WS-SHD-IDX)
017470                 TO WS-EFFECT-ROT-CYCLE
017480             PERFORM 7250-CHECK-SCHED-IN-EFFECT THRU 7250-EXIT
017490             IF WS-SCHED-IN-EFFECT
017500                 MOVE 'Y' TO WS-SHD-FOUND-SW
017510                 MOVE WS-SHD-START-SECONDS(WS-SHD-IDX)
017520                     TO WS-SHD-FOUND-START
017530                 MOVE WS-SHD-END-SECONDS(WS-SHD-IDX)
017540                     TO WS-SHD-FOUND-END
017550             END-IF
017560         END-IF
017570     END-PERFORM.
017580 7200-EXIT.
017590     EXIT.
017600*
017610*****************************************************************
017620*  7250-CHECK-SCHED-IN-EFFECT - SET WS-SCHED-IN-EFFECT WHEN THE
017630*  SCHEDULE WHOSE RANGE AND ROTATION FIGURES ARE IN THE
017640*  WS-EFFECT FIELDS IS IN EFFECT FOR WS-EFFECT-TEST-DATE.
017650*****************************************************************
017660 7250-CHECK-SCHED-IN-EFFECT.
017670     MOVE 'N' TO WS-SCHED-IN-EFFECT-SW
017680     IF WS-EFFECT-TEST-DATE < WS-EFFECT-EFF-START
017690             OR WS-EFFECT-TEST-DATE > WS-EFFECT-EFF-END
017700         GO TO 7250-EXIT
017710     END-IF
017720     MOVE WS-EFFECT-EFF-START TO WS-SERIAL-DATE-NUM
017730     PERFORM 7300-COMPUTE-DAY-SERIAL THRU 7300-EXIT
017740     MOVE WS-DAY-SERIAL TO WS-EFF-START-SERIAL
017750     MOVE WS-EFFECT-TEST-DATE TO WS-SERIAL-DATE-NUM
017760     PERFORM 7300-COMPUTE-DAY-SERIAL THRU 7300-EXIT
017770     COMPUTE WS-ROT-DAYS =
017780         WS-DAY-SERIAL - WS-EFF-START-SERIAL
017790     IF WS-ROT-DAYS < 0
017800         GO TO 7250-EXIT
017810     END-IF
017820     DIVIDE WS-ROT-DAYS BY 7
017830         GIVING WS-ROT-WEEKS
017840         REMAINDER WS-ROT-REM
017850     MOVE WS-EFFECT-ROT-CYCLE TO WS-ROT-CYCLE
017860     IF WS-ROT-CYCLE = 0
017870         MOVE 1 TO WS-ROT-CYCLE
017880     END-IF
017890     DIVIDE WS-ROT-WEEKS BY WS-ROT-CYCLE
017900         GIVING WS-ROT-QUOT
017910         REMAINDER WS-ROT-WEEK-OF
017920     ADD 1 TO WS-ROT-WEEK-OF
017930     IF WS-ROT-WEEK-OF = WS-EFFECT-ROT-WEEK
017940         MOVE 'Y' TO WS-SCHED-IN-EFFECT-SW
017950     END-IF.
017960 7250-EXIT.
017970     EXIT.
017980*
017990*****************************************************************
018000*  7300-COMPUTE-DAY-SERIAL - TURN THE DATE IN WS-SERIAL-DATE
018010*  INTO A DAY COUNT FROM A FIXED EPOCH, SO TWO DATES CAN BE
018020*  DIFFERENCED FOR THE ROTATION-WEEK ARITHMETIC.
018030*****************************************************************
018040 7300-COMPUTE-DAY-SERIAL.
018050     COMPUTE WS-SER-YEARS = WS-SERIAL-YEAR - 1
018060     DIVIDE WS-SER-YEARS BY 4 GIVING WS-SER-TERM-1
018070     DIVIDE WS-SER-YEARS BY 100 GIVING WS-SER-TERM-2
018080     DIVIDE WS-SER-YEARS BY 400 GIVING WS-SER-TERM-3
018090     COMPUTE WS-DAY-SERIAL = (WS-SER-YEARS * 365)
018100         + WS-SER-TERM-1 - WS-SER-TERM-2 + WS-SER-TERM-3
018110         + WS-MONTH-CUM(WS-SERIAL-MONTH)
018120         + WS-SERIAL-DAY
018130     IF WS-SERIAL-MONTH > 2
018140         PERFORM 7350-CHECK-SERIAL-LEAP-YEAR THRU 7350-EXIT
018150         IF WS-SER-LEAP-YEAR
018160             ADD 1 TO WS-DAY-SERIAL
018170         END-IF
018180     END-IF.
018190 7300-EXIT.
018200     EXIT.
018210*
018220*****************************************************************
018230*  7350-CHECK-SERIAL-LEAP-YEAR - SET WS-SER-LEAP-YEAR WHEN THE
018240*  WS-SERIAL-DATE YEAR IS A LEAP YEAR (DIVISIBLE BY 4, EXCEPT
018250*  CENTURY YEARS NOT DIVISIBLE BY 400).
018260*****************************************************************
018270 7350-CHECK-SERIAL-LEAP-YEAR.
018280     MOVE 'N' TO WS-SER-LEAP-SW
018290     DIVIDE WS-SERIAL-YEAR BY 4
018300         GIVING WS-SER-LEAP-QUOT
018310         REMAINDER WS-SER-LEAP-REM
018320     IF WS-SER-LEAP-REM = 0
018330         MOVE 'Y' TO WS-SER-LEAP-SW
018340         DIVIDE WS-SERIAL-YEAR BY 100
018350             GIVING WS-SER-LEAP-QUOT
018360             REMAINDER WS-SER-LEAP-REM
018370         IF WS-SER-LEAP-REM = 0
018380             DIVIDE WS-SERIAL-YEAR BY 400
018390                 GIVING WS-SER-LEAP-QUOT
018400                 REMAINDER WS-SER-LEAP-REM
018410             IF WS-SER-LEAP-REM NOT = 0
018420                 MOVE 'N' TO WS-SER-LEAP-SW
018430             END-IF
018440         END-IF
018450     END-IF.
018460 7350-EXIT.
018470     EXIT.
018480*
018490*****************************************************************
018500*  9999-TERMINATE - CLOSE FILES AND RETURN TO THE OPERATING
018510*  SYSTEM.  THE PARAMETER, SCHEDULE, LEAVE, AUDIT AND PUNCH FILES
018520*  ARE CLOSED WHERE THEY ARE READ.
018530*****************************************************************
018540 9999-TERMINATE.
018550     CLOSE EMPLOYEE-MASTER
018560     CLOSE SUSPECT-REPORT-FILE.
018570 9999-EXIT.
018580     EXIT.

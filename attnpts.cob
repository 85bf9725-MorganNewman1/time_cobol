000100 IDENTIFICATION DIVISION.
000110*
000120 PROGRAM-ID. ATTNPTS.
000130 AUTHOR. R J HENDERSON.
000140 INSTALLATION. PAYROLL SYSTEMS.
000150 DATE-WRITTEN. 2026-10-15.
000160 DATE-COMPILED.
000170*****************************************************************
000180*  ATTENDANCE OCCURRENCE POINTS AND THRESHOLD NOTICES.
000190*  READS THE CUMULATIVE ATTNLEDG OCCURRENCE LEDGER ATTENDEX
000200*  APPENDS TO EVERY NIGHT AND SCORES EACH BADGE'S OCCURRENCES
000210*  UNDER THE ATTNPOL POLICY -- A NO-SHOW, A LATE ARRIVAL AND AN
000220*  EARLY DEPARTURE EACH WORTH THEIR OWN POINTS.  AN OCCURRENCE
000230*  OLDER THAN THE POLICY'S ROLLING WINDOW HAS FALLEN OFF; ONE ON
000240*  A DAY THE BADGE HAS LEAVE FOR ON THE LEAVEHIS HISTORY, OR A
000250*  PUNCH CORRECTION FOR ON THE CORRAUD AUDIT, IS EXCUSED AND
000260*  SCORES NOTHING, EVEN WHEN THE LEAVE OR CORRECTION CAME AFTER
000270*  THE LEDGER RECORD WAS WRITTEN.  A BADGE WHOSE POINTS STAND AT
000280*  A HIGHER POLICY THRESHOLD THAN THE ONE IT WAS LAST NOTICED AT
000290*  ON THE ATTNSTAT STATE FILE GETS A NOTICE ON THE REPORT,
000300*  GROUPED BY DEPARTMENT AND ADDRESSED TO THE DEPARTMENT'S
000310*  SUPERVISORS ON THE SUPVAUTH AUTHORITY MASTER, WITH THE
000320*  OCCURRENCES THAT COUNT.  EVERY BADGE'S LEVEL TONIGHT GOES TO
000330*  ATTNNEW AND THE JCL COPIES IT BACK OVER ATTNSTAT ONLY WHEN
000340*  THIS STEP ENDS CLEAN, SO A THRESHOLD IS NOTICED ONCE HOWEVER
000350*  LATE OR HOWEVER OFTEN THE STEP RUNS, AND A NIGHT THAT FAILED
000360*  OR DID NOT RUN LOSES NO NOTICE.  A LEDGER RECORD WRITTEN
000370*  TWICE FOR THE SAME BADGE, DAY AND EXCEPTION (AN ATTEND STEP
000380*  RERUN) IS COUNTED ONCE.  THE LEDGER IS NEVER UPDATED.
000390*****************************************************************
000400*  MODIFICATION HISTORY
000410*      DATE       INIT  DESCRIPTION
000420*      ---------- ----  -----------------------------------------
000430*      2026-10-15 RJH   ORIGINAL PROGRAM.
000440*      2026-10-15 RJH   NOTICE AGAINST THE LEVEL ALREADY NOTICED,
000450*                       CARRIED PER BADGE ON THE ATTNSTAT STATE
000460*                       FILE, NOT THE LEDGER RUN DATE.
000470*****************************************************************
000480*
000490 ENVIRONMENT DIVISION.
000500*
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT ATTENDANCE-POLICY-FILE ASSIGN TO "ATTNPOL"
000540         ORGANIZATION IS SEQUENTIAL
000550         ACCESS MODE IS SEQUENTIAL
000560         FILE STATUS IS WS-POLICY-FILE-STATUS.
000570*
000580     SELECT ATTENDANCE-LEDGER-FILE ASSIGN TO "ATTNLEDG"
000590         ORGANIZATION IS SEQUENTIAL
000600         ACCESS MODE IS SEQUENTIAL
000610         FILE STATUS IS WS-ATTLDG-FILE-STATUS.
000620*
000630     SELECT LEAVE-HISTORY-FILE ASSIGN TO "LEAVEHIS"
000640         ORGANIZATION IS SEQUENTIAL
000650         ACCESS MODE IS SEQUENTIAL
000660         FILE STATUS IS WS-LVHIS-FILE-STATUS.
000670*
000680     SELECT CORRECTION-AUDIT-FILE ASSIGN TO "CORRAUD"
000690         ORGANIZATION IS SEQUENTIAL
000700         ACCESS MODE IS SEQUENTIAL
000710         FILE STATUS IS WS-CORRAUD-FILE-STATUS.
000720*
000730     SELECT SUPERVISOR-AUTHORITY-FILE ASSIGN TO "SUPVAUTH"
000740         ORGANIZATION IS SEQUENTIAL
000750         ACCESS MODE IS SEQUENTIAL
000760         FILE STATUS IS WS-SUPV-FILE-STATUS.
000770*
000780     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
000790         ORGANIZATION IS INDEXED
000800         ACCESS MODE IS RANDOM
000810         RECORD KEY IS EMP-BADGE-ID
000820         FILE STATUS IS WS-EMPMAST-FILE-STATUS.
000830*
000840     SELECT NOTICE-REPORT-FILE ASSIGN TO "ATTNNOTC"
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS WS-NOTICE-FILE-STATUS.
000870*
000880     SELECT NOTICED-STATE-FILE ASSIGN TO "ATTNSTAT"
000890         ORGANIZATION IS SEQUENTIAL
000900         ACCESS MODE IS SEQUENTIAL
000910         FILE STATUS IS WS-STATE-FILE-STATUS.
000920*
000930     SELECT NEW-STATE-FILE ASSIGN TO "ATTNNEW"
000940         ORGANIZATION IS SEQUENTIAL
000950         ACCESS MODE IS SEQUENTIAL
000960         FILE STATUS IS WS-NEWSTATE-FILE-STATUS.
000970*
000980 DATA DIVISION.
000990*
001000 FILE SECTION.
001010*
001020 FD  ATTENDANCE-POLICY-FILE
001030     RECORDING MODE IS F.
001040     COPY ATTNPOL.
001050*
001060 FD  ATTENDANCE-LEDGER-FILE
001070     RECORDING MODE IS F.
001080     COPY ATTNLEDG.
001090*
001100 FD  LEAVE-HISTORY-FILE
001110     RECORDING MODE IS F.
001120     COPY LEAVEREC
001130         REPLACING ==LEAVE-TRANSACTION-RECORD==
001140             BY ==LEAVE-HISTORY-RECORD==
001150         LEADING ==LV== BY ==LVH==.
001160*
001170 FD  CORRECTION-AUDIT-FILE
001180     RECORDING MODE IS F.
001190     COPY CORRAUD.
001200*
001210 FD  SUPERVISOR-AUTHORITY-FILE
001220     RECORDING MODE IS F.
001230     COPY SUPVAUTH.
001240*
001250 FD  EMPLOYEE-MASTER
001260     RECORDING MODE IS F.
001270     COPY EMPMAST.
001280*
001290 FD  NOTICE-REPORT-FILE
001300     RECORDING MODE IS F.
001310 01  NOTICE-RECORD                   PIC X(80).
001320*
001330 FD  NOTICED-STATE-FILE
001340     RECORDING MODE IS F.
001350     COPY ATTNSTAT.
001360*
001370 FD  NEW-STATE-FILE
001380     RECORDING MODE IS F.
001390     COPY ATTNSTAT
001400         REPLACING ==ATTENDANCE-NOTICED-STATE-RECORD==
001410             BY ==NEW-STATE-RECORD==
001420         LEADING ==ATS== BY ==NTS==.
001430*
001440 WORKING-STORAGE SECTION.
001450*
001460*    FILE STATUS SWITCHES
001470*
001480 77  WS-POLICY-FILE-STATUS        PIC X(02) VALUE SPACES.
001490     88  WS-POLICY-FILE-OK                  VALUE '00'.
001500     88  WS-POLICY-FILE-NOT-FOUND           VALUE '35'.
001510 77  WS-ATTLDG-FILE-STATUS        PIC X(02) VALUE SPACES.
001520     88  WS-ATTLDG-FILE-OK                  VALUE '00'.
001530     88  WS-ATTLDG-FILE-NOT-FOUND           VALUE '35'.
001540 77  WS-LVHIS-FILE-STATUS         PIC X(02) VALUE SPACES.
001550     88  WS-LVHIS-FILE-OK                   VALUE '00'.
001560     88  WS-LVHIS-FILE-NOT-FOUND            VALUE '35'.
001570 77  WS-CORRAUD-FILE-STATUS       PIC X(02) VALUE SPACES.
001580     88  WS-CORRAUD-FILE-OK                 VALUE '00'.
001590     88  WS-CORRAUD-FILE-NOT-FOUND          VALUE '35'.
001600 77  WS-SUPV-FILE-STATUS          PIC X(02) VALUE SPACES.
001610     88  WS-SUPV-FILE-OK                    VALUE '00'.
001620     88  WS-SUPV-FILE-NOT-FOUND             VALUE '35'.
001630 77  WS-EMPMAST-FILE-STATUS       PIC X(02) VALUE SPACES.
001640     88  WS-EMPMAST-FILE-OK                 VALUE '00'.
001650     88  WS-EMPMAST-FILE-NOT-FOUND          VALUE '35'.
001660 77  WS-NOTICE-FILE-STATUS        PIC X(02) VALUE SPACES.
001670     88  WS-NOTICE-FILE-OK                  VALUE '00'.
001680 77  WS-STATE-FILE-STATUS         PIC X(02) VALUE SPACES.
001690     88  WS-STATE-FILE-OK                   VALUE '00'.
001700     88  WS-STATE-FILE-NOT-FOUND            VALUE '35'.
001710 77  WS-NEWSTATE-FILE-STATUS      PIC X(02) VALUE SPACES.
001720     88  WS-NEWSTATE-FILE-OK                VALUE '00'.
001730*
001740 77  WS-POLICY-EOF-SW             PIC X(01) VALUE 'N'.
001750     88  WS-POLICY-EOF                      VALUE 'Y'.
001760 77  WS-ATTLDG-EOF-SW             PIC X(01) VALUE 'N'.
001770     88  WS-ATTLDG-EOF                      VALUE 'Y'.
001780 77  WS-LVHIS-EOF-SW              PIC X(01) VALUE 'N'.
001790     88  WS-LVHIS-EOF                       VALUE 'Y'.
001800 77  WS-CORRAUD-EOF-SW            PIC X(01) VALUE 'N'.
001810     88  WS-CORRAUD-EOF                     VALUE 'Y'.
001820 77  WS-SUPV-EOF-SW               PIC X(01) VALUE 'N'.
001830     88  WS-SUPV-EOF                        VALUE 'Y'.
001840 77  WS-STATE-EOF-SW              PIC X(01) VALUE 'N'.
001850     88  WS-STATE-EOF                       VALUE 'Y'.
001860*
001870*    SYSTEM DATE AND TIME AS RETURNED BY THE OPERATING SYSTEM
001880*
001890 01  CURRENT-DATE                  PIC 9(08).
001900 01  CURRENT-TIME                  PIC 9(08).
001910*
001920 01  FORMATTED-DATE.
001930     05  FORM-YEAR                  PIC 9(04).
001940     05  FORM-MONTH                 PIC 9(02).
001950     05  FORM-DAY                   PIC 9(02).
001960 01  FORMATTED-DATE-NUM REDEFINES FORMATTED-DATE
001970                                   PIC 9(08).
001980*
001990 01  FORMATTED-TIME.
002000     05  FORM-HOUR                  PIC 9(02).
002010     05  FORM-MIN                   PIC 9(02).
002020     05  FORM-SEC                   PIC 9(02).
002030*
002040*    ATTENDANCE POLICY FROM THE ATTNPOL PARAMETER FILE
002050*
002060 77  WS-POLICY-FOUND-SW            PIC X(01) VALUE 'N'.
002070     88  WS-POLICY-FOUND                     VALUE 'Y'.
002080 77  WS-NO-SHOW-POINTS             PIC 9(02)V9 VALUE 0.
002090 77  WS-LATE-POINTS                PIC 9(02)V9 VALUE 0.
002100 77  WS-EARLY-POINTS               PIC 9(02)V9 VALUE 0.
002110 77  WS-EXPIRY-MONTHS              PIC 9(02) VALUE 0.
002120 01  WS-THRESHOLD-TABLE.
002130     05  WS-THR-ENTRY OCCURS 3 TIMES
002140             INDEXED BY WS-THR-IDX.
002150         10  WS-THR-POINTS           PIC 9(02)V9.
002160         10  WS-THR-ACTION           PIC X(20).
002170 77  WS-THR-CROSSED                PIC 9(01) VALUE 0.
002180*
002190*    ROLLING-WINDOW CUTOFF -- AN OCCURRENCE DATED ON OR BEFORE
002200*    THIS DAY HAS FALLEN OFF.  THE SAME DAY OF THE MONTH THE
002210*    POLICY'S NUMBER OF MONTHS BEFORE THE RUN DATE, PULLED BACK
002220*    TO THE MONTH'S LAST DAY WHEN THAT MONTH IS SHORTER.
002230*
002240 01  WS-CUTOFF-DATE.
002250     05  WS-CUTOFF-YEAR             PIC 9(04).
002260     05  WS-CUTOFF-MONTH            PIC 9(02).
002270     05  WS-CUTOFF-DAY              PIC 9(02).
002280 77  WS-CUTOFF-MONTHS              PIC 9(06) VALUE 0.
002290 77  WS-CUTOFF-REM                 PIC 9(02) VALUE 0.
002300 77  WS-CUTOFF-LAST-DAY            PIC 9(02) VALUE 0.
002310 01  WS-MONTH-DAYS-DATA            PIC X(24)
002320         VALUE "312831303130313130313031".
002330 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-DATA.
002340     05  WS-MONTH-DAYS              PIC 9(02) OCCURS 12 TIMES.
002350 77  WS-LEAP-REMAINDER             PIC 9(04) VALUE 0.
002360 77  WS-LEAP-QUOTIENT              PIC 9(04) VALUE 0.
002370 77  WS-LEAP-YEAR-SW               PIC X(01) VALUE 'N'.
002380     88  WS-LEAP-YEAR                        VALUE 'Y'.
002390*
002400*    BADGE-DAYS THAT EXCUSE AN OCCURRENCE -- APPROVED LEAVE FROM
002410*    THE LEAVEHIS HISTORY AND PUNCH CORRECTIONS FROM THE CORRAUD
002420*    AUDIT (BY BOTH THE ORIGINAL AND THE CORRECTED PUNCH DATE),
002430*    KEPT ONLY INSIDE THE ROLLING WINDOW
002440*
002450 01  WS-LEAVE-TABLE.
002460     05  WS-LVX-ENTRY OCCURS 5000 TIMES
002470             INDEXED BY WS-LVX-IDX.
002480         10  WS-LVX-EMPLOYEE-ID      PIC X(05).
002490         10  WS-LVX-DATE             PIC 9(08).
002500 77  WS-LVX-COUNT                  PIC 9(05) VALUE 0.
002510 77  WS-LVX-TABLE-SIZE             PIC 9(05) VALUE 5000.
002520 01  WS-CORR-TABLE.
002530     05  WS-CRX-ENTRY OCCURS 5000 TIMES
002540             INDEXED BY WS-CRX-IDX.
002550         10  WS-CRX-EMPLOYEE-ID      PIC X(05).
002560         10  WS-CRX-DATE             PIC 9(08).
002570 77  WS-CRX-COUNT                  PIC 9(05) VALUE 0.
002580 77  WS-CRX-TABLE-SIZE             PIC 9(05) VALUE 5000.
002590 01  WS-CORR-DATE                  PIC 9(08) VALUE 0.
002600*
002610*    DEPARTMENT SUPERVISORS IN EFFECT ON THE RUN DATE, FROM THE
002620*    SUPVAUTH AUTHORITY MASTER -- WHO EACH NOTICE IS ADDRESSED TO
002630*
002640 01  WS-SUPV-TABLE.
002650     05  WS-SPV-ENTRY OCCURS 500 TIMES
002660             INDEXED BY WS-SPV-IDX.
002670         10  WS-SPV-DEPARTMENT       PIC X(10).
002680         10  WS-SPV-BADGE-ID         PIC X(05).
002690 77  WS-SPV-COUNT                  PIC 9(04) VALUE 0.
002700 77  WS-SPV-TABLE-SIZE             PIC 9(04) VALUE 500.
002710 77  WS-SPV-PRINTED                PIC 9(04) VALUE 0.
002720 01  WS-SA-START-DATE              PIC 9(08) VALUE 0.
002730 01  WS-SA-END-DATE                PIC 9(08) VALUE 0.
002740*
002750*    LIVE OCCURRENCES -- EVERY LEDGER RECORD INSIDE THE ROLLING
002760*    WINDOW, ONCE EACH, WITH THE POINTS IT SCORES AND WHY IT IS
002770*    EXCUSED (L = LEAVE, C = CORRECTION, SPACE = NOT EXCUSED)
002780*
002790 01  WS-LEDGER-TABLE.
002800     05  WS-LDG-ENTRY OCCURS 10000 TIMES
002810             INDEXED BY WS-LDG-IDX.
002820         10  WS-LDG-EMPLOYEE-ID      PIC X(05).
002830         10  WS-LDG-DATE             PIC 9(08).
002840         10  WS-LDG-CODE             PIC X(01).
002850         10  WS-LDG-SCHED-TIME       PIC 9(04).
002860         10  WS-LDG-ACTUAL-TIME      PIC 9(04).
002870         10  WS-LDG-POINTS           PIC 9(02)V9.
002880         10  WS-LDG-EXCUSE           PIC X(01).
002890             88  WS-LDG-EXCUSED          VALUES 'L' 'C'.
002900 77  WS-LDG-COUNT                  PIC 9(05) VALUE 0.
002910 77  WS-LDG-TABLE-SIZE             PIC 9(05) VALUE 10000.
002920 77  WS-LDG-FOUND-SW               PIC X(01) VALUE 'N'.
002930     88  WS-LDG-FOUND                        VALUE 'Y'.
002940 01  WS-OCCUR-DATE                 PIC 9(08) VALUE 0.
002950*
002960*    POINTS PER BADGE OVER ALL LIVE OCCURRENCES, THE HIGHEST
002970*    THRESHOLD LEVEL THEY REACH TONIGHT AND THE LEVEL THE BADGE
002980*    WAS LAST NOTICED AT
002990*
003000 01  WS-BADGE-TABLE.
003010     05  WS-BDG-ENTRY OCCURS 3000 TIMES
003020             INDEXED BY WS-BDG-IDX.
003030         10  WS-BDG-EMPLOYEE-ID      PIC X(05).
003040         10  WS-BDG-POINTS           PIC 9(04)V9.
003050         10  WS-BDG-LEVEL            PIC 9(01).
003060         10  WS-BDG-NOTICED-LEVEL    PIC 9(01).
003070 77  WS-BDG-COUNT                  PIC 9(04) VALUE 0.
003080 77  WS-BDG-TABLE-SIZE             PIC 9(04) VALUE 3000.
003090 77  WS-BDG-FOUND-SW               PIC X(01) VALUE 'N'.
003100     88  WS-BDG-FOUND                        VALUE 'Y'.
003110 77  WS-BDG-SLOT                   PIC 9(04) VALUE 0.
003120*
003130*    THRESHOLD LEVELS ALREADY NOTICED, FROM THE ATTNSTAT FILE
003140*
003150 01  WS-NOTICED-TABLE.
003160     05  WS-NTD-ENTRY OCCURS 3000 TIMES
003170             INDEXED BY WS-NTD-IDX.
003180         10  WS-NTD-EMPLOYEE-ID      PIC X(05).
003190         10  WS-NTD-LEVEL            PIC 9(01).
003200 77  WS-NTD-COUNT                  PIC 9(04) VALUE 0.
003210 77  WS-NTD-TABLE-SIZE             PIC 9(04) VALUE 3000.
003220 77  WS-NTD-FOUND-SW               PIC X(01) VALUE 'N'.
003230     88  WS-NTD-FOUND                        VALUE 'Y'.
003240*
003250*    THRESHOLD NOTICES, SORTED BY DEPARTMENT AND BADGE FOR PRINT
003260*
003270 01  WS-NOTICE-TABLE.
003280     05  WS-NTC-ENTRY OCCURS 1000 TIMES
003290             INDEXED BY WS-NTC-IDX.
003300         10  WS-NTC-DEPARTMENT       PIC X(10).
003310         10  WS-NTC-EMPLOYEE-ID      PIC X(05).
003320         10  WS-NTC-NAME             PIC X(25).
003330         10  WS-NTC-POINTS           PIC 9(04)V9.
003340         10  WS-NTC-THRESHOLD        PIC 9(02)V9.
003350         10  WS-NTC-ACTION           PIC X(20).
003360 77  WS-NTC-COUNT                  PIC 9(04) VALUE 0.
003370 77  WS-NTC-TABLE-SIZE             PIC 9(04) VALUE 1000.
003380*
003390*    SELECTION-SORT WORK FIELDS FOR THE NOTICE TABLE
003400*
003410 77  WS-SORT-I                     PIC 9(04) VALUE 0.
003420 77  WS-SORT-J                     PIC 9(04) VALUE 0.
003430 77  WS-SORT-LOW                   PIC 9(04) VALUE 0.
003440 01  WS-SORT-HOLD                  PIC X(68).
003450 01  WS-SORT-KEY-J.
003460     05  WS-SKJ-DEPARTMENT          PIC X(10).
003470     05  WS-SKJ-EMPLOYEE-ID         PIC X(05).
003480 01  WS-SORT-KEY-LOW.
003490     05  WS-SKL-DEPARTMENT          PIC X(10).
003500     05  WS-SKL-EMPLOYEE-ID         PIC X(05).
003510 01  WS-PREV-DEPARTMENT            PIC X(10) VALUE SPACES.
003520*
003530*    RUN TOTALS
003540*
003550 77  WS-LEDGER-READ-COUNT          PIC 9(07) VALUE 0.
003560 77  WS-EXPIRED-COUNT              PIC 9(07) VALUE 0.
003570 77  WS-DUPLICATE-COUNT            PIC 9(07) VALUE 0.
003580 77  WS-EXCUSED-COUNT              PIC 9(07) VALUE 0.
003590 77  WS-ALREADY-NOTICED-COUNT      PIC 9(07) VALUE 0.
003600 77  WS-STATE-WRITE-COUNT          PIC 9(07) VALUE 0.
003610*
003620*    REPORT PRINT LINES
003630*
003640 01  WS-HEADING-LINE-1.
003650     05  FILLER                     PIC X(10) VALUE SPACES.
003660     05  FILLER                     PIC X(41)
003670             VALUE "ATTENDANCE POINTS THRESHOLD NOTICES - RUN".
003680     05  FILLER                     PIC X(01) VALUE SPACES.
003690     05  HD-DATE                    PIC X(10).
003700 01  WS-HEADING-LINE-2.
003710     05  FILLER                     PIC X(10) VALUE SPACES.
003720     05  FILLER                     PIC X(29)
003730             VALUE "OCCURRENCES COUNTED SINCE    ".
003740     05  HD-WINDOW-DATE             PIC X(10).
003750 01  WS-HEADING-LINE-3.
003760     05  FILLER                     PIC X(07) VALUE "BADGE".
003770     05  FILLER                     PIC X(26) VALUE "NAME".
003780     05  FILLER                     PIC X(08) VALUE "POINTS".
003790     05  FILLER                     PIC X(07) VALUE "LEVEL".
003800     05  FILLER                     PIC X(20) VALUE "ACTION".
003810 01  WS-DEPT-HEADING-LINE.
003820     05  FILLER                     PIC X(12)
003830             VALUE "DEPARTMENT: ".
003840     05  DH-DEPARTMENT              PIC X(10).
003850 01  WS-SUPV-LINE.
003860     05  FILLER                     PIC X(22)
003870             VALUE "  NOTICE TO SUPERVISOR".
003880     05  SL-BADGE-ID                PIC X(05).
003890     05  FILLER                     PIC X(02) VALUE SPACES.
003900     05  SL-NAME                    PIC X(25).
003910 01  WS-NO-SUPV-LINE.
003920     05  FILLER                     PIC X(30)
003930             VALUE "  NO SUPERVISOR ON FILE FOR ".
003940     05  FILLER                     PIC X(29)
003950             VALUE "THIS DEPARTMENT - ROUTE TO HR".
003960 01  WS-DETAIL-LINE.
003970     05  DL-EMPLOYEE-ID             PIC X(05).
003980     05  FILLER                     PIC X(02) VALUE SPACES.
003990     05  DL-NAME                    PIC X(25).
004000     05  FILLER                     PIC X(01) VALUE SPACES.
004010     05  DL-POINTS                  PIC ZZZ9.9.
004020     05  FILLER                     PIC X(02) VALUE SPACES.
004030     05  DL-THRESHOLD               PIC ZZ9.9.
004040     05  FILLER                     PIC X(02) VALUE SPACES.
004050     05  DL-ACTION                  PIC X(20).
004060 01  WS-OCCUR-LINE.
004070     05  FILLER                     PIC X(07) VALUE SPACES.
004080     05  OL-DATE                    PIC X(10).
004090     05  FILLER                     PIC X(02) VALUE SPACES.
004100     05  OL-TYPE                    PIC X(15).
004110     05  FILLER                     PIC X(02) VALUE SPACES.
004120     05  OL-SCHED-TIME              PIC X(05).
004130     05  FILLER                     PIC X(02) VALUE SPACES.
004140     05  OL-ACTUAL-TIME             PIC X(05).
004150     05  FILLER                     PIC X(02) VALUE SPACES.
004160     05  OL-POINTS                  PIC Z9.9.
004170 01  WS-NONE-LINE.
004180     05  FILLER                     PIC X(28)
004190             VALUE "NO THRESHOLDS CROSSED".
004200 01  WS-COUNT-LINE.
004210     05  CL-LABEL                   PIC X(30).
004220     05  CL-COUNT                   PIC ZZZZZZ9.
004230 01  WS-BLANK-LINE                 PIC X(80) VALUE SPACES.
004240*
004250*    DATE AND HH:MM DISPLAY BUILD AREAS
004260*
004270 01  WS-DATE-IN                    PIC 9(08) VALUE 0.
004280 01  WS-DATE-IN-R REDEFINES WS-DATE-IN.
004290     05  WS-DATE-IN-YEAR            PIC 9(04).
004300     05  WS-DATE-IN-MONTH           PIC 9(02).
004310     05  WS-DATE-IN-DAY             PIC 9(02).
004320 01  WS-DATE-DISPLAY               PIC X(10) VALUE SPACES.
004330 01  WS-HHMM-IN                    PIC 9(04) VALUE 0.
004340 01  WS-HHMM-IN-R REDEFINES WS-HHMM-IN.
004350     05  WS-HHMM-IN-HOUR            PIC 9(02).
004360     05  WS-HHMM-IN-MIN             PIC 9(02).
004370 01  WS-TIME-DISPLAY.
004380     05  WS-TIME-DISP-HOUR          PIC 9(02).
004390     05  FILLER                     PIC X(01) VALUE ':'.
004400     05  WS-TIME-DISP-MIN           PIC 9(02).
004410*
004420 PROCEDURE DIVISION.
004430*
004440 0000-MAINLINE.
004450     PERFORM 1000-INITIALIZE THRU 1000-EXIT
004460     IF RETURN-CODE = ZERO
004470         PERFORM 2000-LOAD-LEDGER THRU 2000-EXIT
004480     END-IF
004490     IF RETURN-CODE = ZERO
004500         PERFORM 3000-TOTAL-BY-BADGE THRU 3000-EXIT
004510     END-IF
004520     IF RETURN-CODE = ZERO
004530         PERFORM 4000-FIND-CROSSINGS THRU 4000-EXIT
004540     END-IF
004550     IF RETURN-CODE = ZERO
004560         PERFORM 5000-SORT-NOTICES THRU 5000-EXIT
004570         PERFORM 5500-PRINT-NOTICES THRU 5500-EXIT
004580     END-IF
004590     IF RETURN-CODE = ZERO
004600         PERFORM 6000-WRITE-NEW-STATE THRU 6000-EXIT
004610     END-IF
004620     PERFORM 9999-TERMINATE THRU 9999-EXIT
004630     STOP RUN.
004640*
004650*****************************************************************
004660*  1000-INITIALIZE - GET THE SYSTEM DATE, LOAD THE POLICY AND
004670*  WORK OUT THE ROLLING-WINDOW CUTOFF, LOAD THE LEAVE, CORRECTION,
004680*  SUPERVISOR AND NOTICED-LEVEL TABLES AND OPEN THE MASTER AND
004690*  THE REPORT.
004700*****************************************************************
004710 1000-INITIALIZE.
004720     ACCEPT CURRENT-DATE FROM DATE YYYYMMDD
004730     ACCEPT CURRENT-TIME FROM TIME
004740     MOVE CURRENT-DATE(1:4) TO FORM-YEAR
004750     MOVE CURRENT-DATE(5:2) TO FORM-MONTH
004760     MOVE CURRENT-DATE(7:2) TO FORM-DAY
004770     MOVE CURRENT-TIME(1:2) TO FORM-HOUR
004780     MOVE CURRENT-TIME(3:2) TO FORM-MIN
004790     MOVE CURRENT-TIME(5:2) TO FORM-SEC
004800     PERFORM 1100-LOAD-POLICY THRU 1100-EXIT
004810     IF RETURN-CODE NOT = ZERO
004820         GO TO 1000-EXIT
004830     END-IF
004840     PERFORM 1150-COMPUTE-CUTOFF-DATE THRU 1150-EXIT
004850     PERFORM 1200-LOAD-LEAVE-DAYS THRU 1200-EXIT
004860     IF RETURN-CODE NOT = ZERO
004870         GO TO 1000-EXIT
004880     END-IF
004890     PERFORM 1300-LOAD-CORRECTION-DAYS THRU 1300-EXIT
004900     IF RETURN-CODE NOT = ZERO
004910         GO TO 1000-EXIT
004920     END-IF
004930     PERFORM 1400-LOAD-SUPERVISORS THRU 1400-EXIT
004940     IF RETURN-CODE NOT = ZERO
004950         GO TO 1000-EXIT
004960     END-IF
004970     PERFORM 1500-LOAD-NOTICED-LEVELS THRU 1500-EXIT
004980     IF RETURN-CODE NOT = ZERO
004990         GO TO 1000-EXIT
005000     END-IF
005010     OPEN INPUT EMPLOYEE-MASTER
005020     OPEN OUTPUT NOTICE-REPORT-FILE
005030     IF WS-EMPMAST-FILE-NOT-FOUND
005040         DISPLAY "ATTNPTS - NO EMPLOYEE-MASTER ON FILE"
005050         MOVE 16 TO RETURN-CODE
005060         GO TO 1000-EXIT
005070     END-IF
005080     IF NOT WS-EMPMAST-FILE-OK OR NOT WS-NOTICE-FILE-OK
005090         DISPLAY "ATTNPTS - UNABLE TO OPEN EMPLOYEE-MASTER OR "
005100             "NOTICE REPORT"
005110         MOVE 16 TO RETURN-CODE
005120     END-IF.
005130 1000-EXIT.
005140     EXIT.
005150*
005160*****************************************************************
005170*  1100-LOAD-POLICY - READ THE POINTS, ROLLING WINDOW AND
005180*  THRESHOLDS FROM THE ATTNPOL FILE.  A MISSING OR EMPTY POLICY
005190*  FAILS THE STEP -- SCORING AGAINST NO POLICY WOULD NOTICE
005200*  NOBODY AND LOOK LIKE A GOOD NIGHT.
005210*****************************************************************
005220 1100-LOAD-POLICY.
005230     MOVE 'N' TO WS-POLICY-FOUND-SW
005240     MOVE 'N' TO WS-POLICY-EOF-SW
005250     OPEN INPUT ATTENDANCE-POLICY-FILE
005260     IF WS-POLICY-FILE-NOT-FOUND
005270         DISPLAY "ATTNPTS - NO ATTNPOL PARAMETER FILE"
005280         MOVE 16 TO RETURN-CODE
005290         GO TO 1100-EXIT
005300     END-IF
005310     IF NOT WS-POLICY-FILE-OK
005320         DISPLAY "ATTNPTS - UNABLE TO OPEN ATTNPOL FILE"
005330         MOVE 16 TO RETURN-CODE
005340         GO TO 1100-EXIT
005350     END-IF
005360     PERFORM UNTIL WS-POLICY-EOF
005370         READ ATTENDANCE-POLICY-FILE
005380             AT END
005390                 MOVE 'Y' TO WS-POLICY-EOF-SW
005400             NOT AT END
005410                 IF AP-NO-SHOW-POINTS IS NUMERIC
005420                         AND AP-LATE-POINTS IS NUMERIC
005430                         AND AP-EARLY-POINTS IS NUMERIC
005440                         AND AP-EXPIRY-MONTHS IS NUMERIC
005450                         AND AP-EXPIRY-MONTHS > 0
005460                         AND AP-THRESHOLD-POINTS(1) IS NUMERIC
005470                         AND AP-THRESHOLD-POINTS(2) IS NUMERIC
005480                         AND AP-THRESHOLD-POINTS(3) IS NUMERIC
005490                     MOVE AP-NO-SHOW-POINTS TO WS-NO-SHOW-POINTS
005500                     MOVE AP-LATE-POINTS TO WS-LATE-POINTS
005510                     MOVE AP-EARLY-POINTS TO WS-EARLY-POINTS
005520                     MOVE AP-EXPIRY-MONTHS TO WS-EXPIRY-MONTHS
005530                     PERFORM VARYING WS-THR-IDX FROM 1 BY 1
005540                             UNTIL WS-THR-IDX > 3
005550                         MOVE AP-THRESHOLD-POINTS(WS-THR-IDX)
005560                             TO WS-THR-POINTS(WS-THR-IDX)
005570                         MOVE AP-THRESHOLD-ACTION(WS-THR-IDX)
005580                             TO WS-THR-ACTION(WS-THR-IDX)
005590                     END-PERFORM
005600                     MOVE 'Y' TO WS-POLICY-FOUND-SW
005610                 END-IF
005620         END-READ
005630     END-PERFORM
005640     CLOSE ATTENDANCE-POLICY-FILE
005650     IF NOT WS-POLICY-FOUND
005660         DISPLAY "ATTNPTS - NO VALID ATTNPOL RECORD"
005670         MOVE 16 TO RETURN-CODE
005680     END-IF.
005690 1100-EXIT.
005700     EXIT.
005710*
005720*****************************************************************
005730*  1150-COMPUTE-CUTOFF-DATE - STEP BACK THE POLICY'S NUMBER OF
005740*  MONTHS FROM THE RUN DATE, KEEPING THE DAY OF THE MONTH BUT
005750*  PULLING IT BACK TO THE LAST DAY OF A SHORTER MONTH.
005760*****************************************************************
005770 1150-COMPUTE-CUTOFF-DATE.
005780     COMPUTE WS-CUTOFF-MONTHS = (FORM-YEAR * 12) + FORM-MONTH - 1
005790         - WS-EXPIRY-MONTHS
005800     DIVIDE WS-CUTOFF-MONTHS BY 12
005810         GIVING WS-CUTOFF-YEAR
005820         REMAINDER WS-CUTOFF-REM
005830     COMPUTE WS-CUTOFF-MONTH = WS-CUTOFF-REM + 1
005840     MOVE WS-MONTH-DAYS(WS-CUTOFF-MONTH) TO WS-CUTOFF-LAST-DAY
005850     IF WS-CUTOFF-MONTH = 2
005860         PERFORM 1160-CHECK-LEAP-YEAR THRU 1160-EXIT
005870         IF WS-LEAP-YEAR
005880             MOVE 29 TO WS-CUTOFF-LAST-DAY
005890         END-IF
005900     END-IF
005910     MOVE FORM-DAY TO WS-CUTOFF-DAY
005920     IF WS-CUTOFF-DAY > WS-CUTOFF-LAST-DAY
005930         MOVE WS-CUTOFF-LAST-DAY TO WS-CUTOFF-DAY
005940     END-IF.
005950 1150-EXIT.
005960     EXIT.
005970*
005980*****************************************************************
005990*  1160-CHECK-LEAP-YEAR - SET WS-LEAP-YEAR WHEN THE CUTOFF YEAR
006000*  IS A LEAP YEAR (DIVISIBLE BY 4, EXCEPT CENTURY YEARS NOT
006010*  DIVISIBLE BY 400).
006020*****************************************************************
006030 1160-CHECK-LEAP-YEAR.
006040     MOVE 'N' TO WS-LEAP-YEAR-SW
006050     DIVIDE WS-CUTOFF-YEAR BY 4
006060         GIVING WS-LEAP-QUOTIENT
006070         REMAINDER WS-LEAP-REMAINDER
006080     IF WS-LEAP-REMAINDER = 0
006090         MOVE 'Y' TO WS-LEAP-YEAR-SW
006100         DIVIDE WS-CUTOFF-YEAR BY 100
006110             GIVING WS-LEAP-QUOTIENT
006120             REMAINDER WS-LEAP-REMAINDER
006130         IF WS-LEAP-REMAINDER = 0
006140             DIVIDE WS-CUTOFF-YEAR BY 400
006150                 GIVING WS-LEAP-QUOTIENT
006160                 REMAINDER WS-LEAP-REMAINDER
006170             IF WS-LEAP-REMAINDER NOT = 0
006180                 MOVE 'N' TO WS-LEAP-YEAR-SW
006190             END-IF
006200         END-IF
006210     END-IF.
006220 1160-EXIT.
006230     EXIT.
006240*
006250*****************************************************************
006260*  1200-LOAD-LEAVE-DAYS - LOAD EVERY APPROVED LEAVE DAY INSIDE
006270*  THE ROLLING WINDOW FROM THE LEAVEHIS HISTORY.  NO FILE JUST
006280*  MEANS NO LEAVE WAS EVER APPROVED.
006290*****************************************************************
006300 1200-LOAD-LEAVE-DAYS.
006310     MOVE 0 TO WS-LVX-COUNT
006320     MOVE 'N' TO WS-LVHIS-EOF-SW
006330     OPEN INPUT LEAVE-HISTORY-FILE
006340     IF WS-LVHIS-FILE-NOT-FOUND
006350         GO TO 1200-EXIT
006360     END-IF
006370     IF NOT WS-LVHIS-FILE-OK
006380         DISPLAY "ATTNPTS - UNABLE TO OPEN LEAVE-HISTORY-FILE"
006390         MOVE 16 TO RETURN-CODE
006400         GO TO 1200-EXIT
006410     END-IF
006420     PERFORM UNTIL WS-LVHIS-EOF
006430         READ LEAVE-HISTORY-FILE
006440             AT END
006450                 MOVE 'Y' TO WS-LVHIS-EOF-SW
006460             NOT AT END
006470                 IF LVH-LEAVE-DATE > WS-CUTOFF-DATE
006480                     IF WS-LVX-COUNT < WS-LVX-TABLE-SIZE
006490                         ADD 1 TO WS-LVX-COUNT
006500                         SET WS-LVX-IDX TO WS-LVX-COUNT
006510                         MOVE LVH-EMPLOYEE-ID
006520                             TO WS-LVX-EMPLOYEE-ID(WS-LVX-IDX)
006530                         MOVE LVH-LEAVE-DATE
006540                             TO WS-LVX-DATE(WS-LVX-IDX)
006550                     ELSE
006560                         DISPLAY "ATTNPTS - LEAVE TABLE FULL AT "
006570                             WS-LVX-TABLE-SIZE " ENTRIES"
006580                         MOVE 16 TO RETURN-CODE
006590                         MOVE 'Y' TO WS-LVHIS-EOF-SW
006600                     END-IF
006610                 END-IF
006620         END-READ
006630     END-PERFORM
006640     CLOSE LEAVE-HISTORY-FILE.
006650 1200-EXIT.
006660     EXIT.
006670*
006680*****************************************************************
006690*  1300-LOAD-CORRECTION-DAYS - LOAD THE BADGE-DAYS SUPERVISORS
006700*  HAVE CORRECTED PUNCHES ON THROUGH CORRECT, BY BOTH THE
006710*  ORIGINAL AND THE CORRECTED PUNCH DATE, FROM THE CORRAUD
006720*  AUDIT.  A CORRECTED DAY'S OCCURRENCE WAS A PUNCHING ERROR,
006730*  NOT AN ATTENDANCE PROBLEM.  NO FILE MEANS NO CORRECTIONS.
006740*****************************************************************
006750 1300-LOAD-CORRECTION-DAYS.
006760     MOVE 0 TO WS-CRX-COUNT
006770     MOVE 'N' TO WS-CORRAUD-EOF-SW
006780     OPEN INPUT CORRECTION-AUDIT-FILE
006790     IF WS-CORRAUD-FILE-NOT-FOUND
006800         GO TO 1300-EXIT
006810     END-IF
006820     IF NOT WS-CORRAUD-FILE-OK
006830         DISPLAY "ATTNPTS - UNABLE TO OPEN CORRAUD FILE"
006840         MOVE 16 TO RETURN-CODE
006850         GO TO 1300-EXIT
006860     END-IF
006870     PERFORM UNTIL WS-CORRAUD-EOF OR RETURN-CODE NOT = ZERO
006880         READ CORRECTION-AUDIT-FILE
006890             AT END
006900                 MOVE 'Y' TO WS-CORRAUD-EOF-SW
006910             NOT AT END
006920                 MOVE CORR-ORIGINAL-DATE TO WS-CORR-DATE
006930                 PERFORM 1350-ADD-CORRECTION-DAY THRU 1350-EXIT
006940                 IF CORR-NEW-DATE NOT = CORR-ORIGINAL-DATE
006950                     MOVE CORR-NEW-DATE TO WS-CORR-DATE
006960                     PERFORM 1350-ADD-CORRECTION-DAY
006970                         THRU 1350-EXIT
006980                 END-IF
006990         END-READ
007000     END-PERFORM
007010     CLOSE CORRECTION-AUDIT-FILE.
007020 1300-EXIT.
007030     EXIT.
007040*
007050*****************************************************************
007060*  1350-ADD-CORRECTION-DAY - ADD THE CORRAUD BADGE AND THE DATE
007070*  IN WS-CORR-DATE TO THE CORRECTION TABLE WHEN THE DATE IS
007080*  INSIDE THE ROLLING WINDOW.
007090*****************************************************************
007100 1350-ADD-CORRECTION-DAY.
007110     IF WS-CORR-DATE NOT > WS-CUTOFF-DATE
007120         GO TO 1350-EXIT
007130     END-IF
007140     IF WS-CRX-COUNT NOT < WS-CRX-TABLE-SIZE
007150         DISPLAY "ATTNPTS - CORRECTION TABLE FULL AT "
007160             WS-CRX-TABLE-SIZE " ENTRIES"
007170         MOVE 16 TO RETURN-CODE
007180         GO TO 1350-EXIT
007190     END-IF
007200     ADD 1 TO WS-CRX-COUNT
007210     SET WS-CRX-IDX TO WS-CRX-COUNT
007220     MOVE CORR-EMPLOYEE-ID TO WS-CRX-EMPLOYEE-ID(WS-CRX-IDX)
007230     MOVE WS-CORR-DATE TO WS-CRX-DATE(WS-CRX-IDX).
007240 1350-EXIT.
007250     EXIT.
007260*
007270*****************************************************************
007280*  1400-LOAD-SUPERVISORS - LOAD THE DEPARTMENT SUPERVISORS WHOSE
007290*  SUPVAUTH RECORD IS IN EFFECT ON THE RUN DATE.  THE MASTER IS
007300*  REQUIRED, AS IT IS FOR LEAVEVAL.
007310*****************************************************************
007320 1400-LOAD-SUPERVISORS.
007330     MOVE 0 TO WS-SPV-COUNT
007340     MOVE 'N' TO WS-SUPV-EOF-SW
007350     OPEN INPUT SUPERVISOR-AUTHORITY-FILE
007360     IF WS-SUPV-FILE-NOT-FOUND
007370         DISPLAY "ATTNPTS - NO SUPERVISOR-AUTHORITY ON FILE"
007380         MOVE 16 TO RETURN-CODE
007390         GO TO 1400-EXIT
007400     END-IF
007410     IF NOT WS-SUPV-FILE-OK
007420         DISPLAY "ATTNPTS - UNABLE TO OPEN SUPERVISOR-AUTHORITY"
007430         MOVE 16 TO RETURN-CODE
007440         GO TO 1400-EXIT
007450     END-IF
007460     PERFORM UNTIL WS-SUPV-EOF
007470         READ SUPERVISOR-AUTHORITY-FILE
007480             AT END
007490                 MOVE 'Y' TO WS-SUPV-EOF-SW
007500             NOT AT END
007510                 MOVE SA-EFF-START-DATE TO WS-SA-START-DATE
007520                 MOVE SA-EFF-END-DATE TO WS-SA-END-DATE
007530                 IF FORMATTED-DATE-NUM NOT < WS-SA-START-DATE
007540                         AND FORMATTED-DATE-NUM
007550                             NOT > WS-SA-END-DATE
007560                     IF WS-SPV-COUNT < WS-SPV-TABLE-SIZE
007570                         ADD 1 TO WS-SPV-COUNT
007580                         SET WS-SPV-IDX TO WS-SPV-COUNT
007590                         MOVE SA-DEPARTMENT
007600                             TO WS-SPV-DEPARTMENT(WS-SPV-IDX)
007610                         MOVE SA-SUPERVISOR-BADGE-ID
007620                             TO WS-SPV-BADGE-ID(WS-SPV-IDX)
007630                     ELSE
007640                         DISPLAY "ATTNPTS - SUPERVISOR TABLE "
007650                             "FULL AT " WS-SPV-TABLE-SIZE
007660                             " ENTRIES"
007670                         MOVE 16 TO RETURN-CODE
007680                         MOVE 'Y' TO WS-SUPV-EOF-SW
007690                     END-IF
007700                 END-IF
007710         END-READ
007720     END-PERFORM
007730     CLOSE SUPERVISOR-AUTHORITY-FILE.
007740 1400-EXIT.
007750     EXIT.
007760*
007770*****************************************************************
007780*  1500-LOAD-NOTICED-LEVELS - LOAD EACH BADGE'S THRESHOLD LEVEL
007790*  ALREADY NOTICED FROM THE ATTNSTAT FILE.  NO FILE IS THE FIRST
007800*  RUN -- NO BADGE HAS BEEN NOTICED YET.
007810*****************************************************************
007820 1500-LOAD-NOTICED-LEVELS.
007830     MOVE 0 TO WS-NTD-COUNT
007840     MOVE 'N' TO WS-STATE-EOF-SW
007850     OPEN INPUT NOTICED-STATE-FILE
007860     IF WS-STATE-FILE-NOT-FOUND
007870         GO TO 1500-EXIT
007880     END-IF
007890     IF NOT WS-STATE-FILE-OK
007900         DISPLAY "ATTNPTS - UNABLE TO OPEN ATTNSTAT FILE"
007910         MOVE 16 TO RETURN-CODE
007920         GO TO 1500-EXIT
007930     END-IF
007940     PERFORM UNTIL WS-STATE-EOF
007950         READ NOTICED-STATE-FILE
007960             AT END
007970                 MOVE 'Y' TO WS-STATE-EOF-SW
007980             NOT AT END
007990                 IF WS-NTD-COUNT < WS-NTD-TABLE-SIZE
008000                     ADD 1 TO WS-NTD-COUNT
008010                     SET WS-NTD-IDX TO WS-NTD-COUNT
008020                     MOVE ATS-EMPLOYEE-ID
008030                         TO WS-NTD-EMPLOYEE-ID(WS-NTD-IDX)
008040                     MOVE ATS-NOTICED-LEVEL
008050                         TO WS-NTD-LEVEL(WS-NTD-IDX)
008060                 ELSE
008070                     DISPLAY "ATTNPTS - NOTICED-LEVEL TABLE FULL "
008080                         "AT " WS-NTD-TABLE-SIZE " ENTRIES"
008090                     MOVE 16 TO RETURN-CODE
008100                     MOVE 'Y' TO WS-STATE-EOF-SW
008110                 END-IF
008120         END-READ
008130     END-PERFORM
008140     CLOSE NOTICED-STATE-FILE.
008150 1500-EXIT.
008160     EXIT.
008170*
008180*****************************************************************
008190*  2000-LOAD-LEDGER - READ THE WHOLE OCCURRENCE LEDGER INTO THE
008200*  LEDGER TABLE, LEAVING OUT WHAT HAS FALLEN OFF THE ROLLING
008210*  WINDOW AND ANY RECORD ALREADY LOADED.  NO LEDGER YET MEANS NO
008220*  OCCURRENCES HAVE BEEN RECORDED.
008230*****************************************************************
008240 2000-LOAD-LEDGER.
008250     MOVE 0 TO WS-LDG-COUNT
008260     MOVE 'N' TO WS-ATTLDG-EOF-SW
008270     OPEN INPUT ATTENDANCE-LEDGER-FILE
008280     IF WS-ATTLDG-FILE-NOT-FOUND
008290         GO TO 2000-EXIT
008300     END-IF
008310     IF NOT WS-ATTLDG-FILE-OK
008320         DISPLAY "ATTNPTS - UNABLE TO OPEN ATTNLEDG FILE"
008330         MOVE 16 TO RETURN-CODE
008340         GO TO 2000-EXIT
008350     END-IF
008360     PERFORM UNTIL WS-ATTLDG-EOF OR RETURN-CODE NOT = ZERO
008370         READ ATTENDANCE-LEDGER-FILE
008380             AT END
008390                 MOVE 'Y' TO WS-ATTLDG-EOF-SW
008400             NOT AT END
008410                 ADD 1 TO WS-LEDGER-READ-COUNT
008420                 PERFORM 2100-POST-LEDGER-RECORD THRU 2100-EXIT
008430         END-READ
008440     END-PERFORM
008450     CLOSE ATTENDANCE-LEDGER-FILE.
008460 2000-EXIT.
008470     EXIT.
008480*
008490*****************************************************************
008500*  2100-POST-LEDGER-RECORD - ADD THE LEDGER RECORD JUST READ TO
008510*  THE LEDGER TABLE WITH ITS POINTS, UNLESS IT HAS EXPIRED OR IS
008520*  A SECOND COPY OF AN OCCURRENCE ALREADY LOADED, AND MARK IT
008530*  EXCUSED WHEN LEAVE OR A CORRECTION COVERS ITS DAY.
008540*****************************************************************
008550 2100-POST-LEDGER-RECORD.
008560     IF AL-OCCUR-DATE NOT > WS-CUTOFF-DATE
008570         ADD 1 TO WS-EXPIRED-COUNT
008580         GO TO 2100-EXIT
008590     END-IF
008600     MOVE AL-OCCUR-DATE TO WS-OCCUR-DATE
008610     MOVE 'N' TO WS-LDG-FOUND-SW
008620     PERFORM VARYING WS-LDG-IDX FROM 1 BY 1
008630             UNTIL WS-LDG-IDX > WS-LDG-COUNT
008640                 OR WS-LDG-FOUND
008650         IF WS-LDG-EMPLOYEE-ID(WS-LDG-IDX) = AL-EMPLOYEE-ID
008660                 AND WS-LDG-DATE(WS-LDG-IDX) = WS-OCCUR-DATE
008670                 AND WS-LDG-CODE(WS-LDG-IDX) = AL-EXCEPTION-CODE
008680             MOVE 'Y' TO WS-LDG-FOUND-SW
008690         END-IF
008700     END-PERFORM
008710     IF WS-LDG-FOUND
008720         ADD 1 TO WS-DUPLICATE-COUNT
008730         GO TO 2100-EXIT
008740     END-IF
008750     IF WS-LDG-COUNT NOT < WS-LDG-TABLE-SIZE
008760         DISPLAY "ATTNPTS - LEDGER TABLE FULL AT "
008770             WS-LDG-TABLE-SIZE " ENTRIES"
008780         MOVE 16 TO RETURN-CODE
008790         GO TO 2100-EXIT
008800     END-IF
008810     ADD 1 TO WS-LDG-COUNT
008820     SET WS-LDG-IDX TO WS-LDG-COUNT
008830     MOVE AL-EMPLOYEE-ID TO WS-LDG-EMPLOYEE-ID(WS-LDG-IDX)
008840     MOVE WS-OCCUR-DATE TO WS-LDG-DATE(WS-LDG-IDX)
008850     MOVE AL-EXCEPTION-CODE TO WS-LDG-CODE(WS-LDG-IDX)
008860     MOVE AL-SCHEDULED-TIME TO WS-LDG-SCHED-TIME(WS-LDG-IDX)
008870     MOVE AL-ACTUAL-TIME TO WS-LDG-ACTUAL-TIME(WS-LDG-IDX)
008880     EVALUATE TRUE
008890         WHEN AL-NO-SHOW
008900             MOVE WS-NO-SHOW-POINTS TO WS-LDG-POINTS(WS-LDG-IDX)
008910         WHEN AL-LATE-ARRIVAL
008920             MOVE WS-LATE-POINTS TO WS-LDG-POINTS(WS-LDG-IDX)
008930         WHEN AL-EARLY-DEPARTURE
008940             MOVE WS-EARLY-POINTS TO WS-LDG-POINTS(WS-LDG-IDX)
008950         WHEN OTHER
008960             MOVE 0 TO WS-LDG-POINTS(WS-LDG-IDX)
008970     END-EVALUATE
008980     PERFORM 2200-CHECK-EXCUSED THRU 2200-EXIT.
008990 2100-EXIT.
009000     EXIT.
009010*
009020*****************************************************************
009030*  2200-CHECK-EXCUSED - EXCUSE THE OCCURRENCE AT WS-LDG-IDX WHEN
009040*  ITS BADGE HAS APPROVED LEAVE OR A PUNCH CORRECTION FOR ITS
009050*  DAY.  AN EXCUSED OCCURRENCE SCORES NO POINTS.
009060*****************************************************************
009070 2200-CHECK-EXCUSED.
009080     MOVE SPACE TO WS-LDG-EXCUSE(WS-LDG-IDX)
009090     PERFORM VARYING WS-LVX-IDX FROM 1 BY 1
009100             UNTIL WS-LVX-IDX > WS-LVX-COUNT
009110                 OR WS-LDG-EXCUSED(WS-LDG-IDX)
009120         IF WS-LVX-EMPLOYEE-ID(WS-LVX-IDX)
009130                 = WS-LDG-EMPLOYEE-ID(WS-LDG-IDX)
009140                 AND WS-LVX-DATE(WS-LVX-IDX)
009150                     = WS-LDG-DATE(WS-LDG-IDX)
009160             MOVE 'L' TO WS-LDG-EXCUSE(WS-LDG-IDX)
009170         END-IF
009180     END-PERFORM
009190     PERFORM VARYING WS-CRX-IDX FROM 1 BY 1
009200             UNTIL WS-CRX-IDX > WS-CRX-COUNT
009210                 OR WS-LDG-EXCUSED(WS-LDG-IDX)
009220         IF WS-CRX-EMPLOYEE-ID(WS-CRX-IDX)
009230                 = WS-LDG-EMPLOYEE-ID(WS-LDG-IDX)
009240                 AND WS-CRX-DATE(WS-CRX-IDX)
009250                     = WS-LDG-DATE(WS-LDG-IDX)
009260             MOVE 'C' TO WS-LDG-EXCUSE(WS-LDG-IDX)
009270         END-IF
009280     END-PERFORM
009290     IF WS-LDG-EXCUSED(WS-LDG-IDX)
009300         MOVE 0 TO WS-LDG-POINTS(WS-LDG-IDX)
009310         ADD 1 TO WS-EXCUSED-COUNT
009320     END-IF.
009330 2200-EXIT.
009340     EXIT.
009350*
009360*****************************************************************
009370*  3000-TOTAL-BY-BADGE - ADD EACH LIVE OCCURRENCE'S POINTS TO
009380*  ITS BADGE'S TOTAL.
009390*****************************************************************
009400 3000-TOTAL-BY-BADGE.
009410     PERFORM VARYING WS-LDG-IDX FROM 1 BY 1
009420             UNTIL WS-LDG-IDX > WS-LDG-COUNT
009430                 OR RETURN-CODE NOT = ZERO
009440         PERFORM 3100-FIND-BADGE-ENTRY THRU 3100-EXIT
009450         IF RETURN-CODE = ZERO
009460             SET WS-BDG-IDX TO WS-BDG-SLOT
009470             ADD WS-LDG-POINTS(WS-LDG-IDX)
009480                 TO WS-BDG-POINTS(WS-BDG-IDX)
009490         END-IF
009500     END-PERFORM.
009510 3000-EXIT.
009520     EXIT.
009530*
009540*****************************************************************
009550*  3100-FIND-BADGE-ENTRY - LOCATE THE BADGE TABLE ENTRY FOR THE
009560*  OCCURRENCE AT WS-LDG-IDX, ADDING A ZEROED ONE FOR A BADGE NOT
009570*  SEEN YET, AND LEAVE ITS SUBSCRIPT IN WS-BDG-SLOT.
009580*****************************************************************
009590 3100-FIND-BADGE-ENTRY.
009600     MOVE 'N' TO WS-BDG-FOUND-SW
009610     MOVE 0 TO WS-BDG-SLOT
009620     PERFORM VARYING WS-BDG-IDX FROM 1 BY 1
009630             UNTIL WS-BDG-IDX > WS-BDG-COUNT
009640                 OR WS-BDG-FOUND
009650         IF WS-BDG-EMPLOYEE-ID(WS-BDG-IDX)
009660                 = WS-LDG-EMPLOYEE-ID(WS-LDG-IDX)
009670             MOVE 'Y' TO WS-BDG-FOUND-SW
009680             SET WS-BDG-SLOT TO WS-BDG-IDX
009690         END-IF
009700     END-PERFORM
009710     IF NOT WS-BDG-FOUND
009720         IF WS-BDG-COUNT NOT < WS-BDG-TABLE-SIZE
009730             DISPLAY "ATTNPTS - BADGE TABLE FULL AT "
009740                 WS-BDG-TABLE-SIZE " ENTRIES"
009750             MOVE 16 TO RETURN-CODE
009760             GO TO 3100-EXIT
009770         END-IF
009780         ADD 1 TO WS-BDG-COUNT
009790         MOVE WS-BDG-COUNT TO WS-BDG-SLOT
009800         SET WS-BDG-IDX TO WS-BDG-SLOT
009810         MOVE WS-LDG-EMPLOYEE-ID(WS-LDG-IDX)
009820             TO WS-BDG-EMPLOYEE-ID(WS-BDG-IDX)
009830         MOVE 0 TO WS-BDG-POINTS(WS-BDG-IDX)
009840         MOVE 0 TO WS-BDG-LEVEL(WS-BDG-IDX)
009850         MOVE 0 TO WS-BDG-NOTICED-LEVEL(WS-BDG-IDX)
009860     END-IF.
009870 3100-EXIT.
009880     EXIT.
009890*
009900*****************************************************************
009910*  4000-FIND-CROSSINGS - FOR EACH BADGE, FIND THE HIGHEST POLICY
009920*  THRESHOLD ITS POINTS REACH TONIGHT AND RAISE A NOTICE FOR IT
009930*  WHEN THAT LEVEL IS ABOVE THE ONE THE BADGE WAS LAST NOTICED
009940*  AT.  A BADGE STILL AT ITS NOTICED LEVEL IS ONLY COUNTED.
009950*****************************************************************
009960 4000-FIND-CROSSINGS.
009970     PERFORM VARYING WS-BDG-IDX FROM 1 BY 1
009980             UNTIL WS-BDG-IDX > WS-BDG-COUNT
009990                 OR RETURN-CODE NOT = ZERO
010000         MOVE 0 TO WS-THR-CROSSED
010010         PERFORM VARYING WS-THR-IDX FROM 1 BY 1
010020                 UNTIL WS-THR-IDX > 3
010030             IF WS-THR-POINTS(WS-THR-IDX) > 0
010040                     AND WS-BDG-POINTS(WS-BDG-IDX)
010050                         NOT < WS-THR-POINTS(WS-THR-IDX)
010060                 SET WS-THR-CROSSED TO WS-THR-IDX
010070             END-IF
010080         END-PERFORM
010090         MOVE WS-THR-CROSSED TO WS-BDG-LEVEL(WS-BDG-IDX)
010100         PERFORM 4050-FIND-NOTICED-LEVEL THRU 4050-EXIT
010110         IF WS-THR-CROSSED > WS-BDG-NOTICED-LEVEL(WS-BDG-IDX)
010120             PERFORM 4100-ADD-NOTICE THRU 4100-EXIT
010130         ELSE
010140             IF WS-THR-CROSSED > 0
010150                 ADD 1 TO WS-ALREADY-NOTICED-COUNT
010160             END-IF
010170         END-IF
010180     END-PERFORM.
010190 4000-EXIT.
010200     EXIT.
010210*
010220*****************************************************************
010230*  4050-FIND-NOTICED-LEVEL - SET THE NOTICED LEVEL OF THE BADGE
010240*  AT WS-BDG-IDX FROM THE NOTICED-LEVEL TABLE, ZERO WHEN IT HAS
010250*  NOT BEEN NOTICED.
010260*****************************************************************
010270 4050-FIND-NOTICED-LEVEL.
010280     MOVE 0 TO WS-BDG-NOTICED-LEVEL(WS-BDG-IDX)
010290     MOVE 'N' TO WS-NTD-FOUND-SW
010300     PERFORM VARYING WS-NTD-IDX FROM 1 BY 1
010310             UNTIL WS-NTD-IDX > WS-NTD-COUNT
010320                 OR WS-NTD-FOUND
010330         IF WS-NTD-EMPLOYEE-ID(WS-NTD-IDX)
010340                 = WS-BDG-EMPLOYEE-ID(WS-BDG-IDX)
010350             MOVE 'Y' TO WS-NTD-FOUND-SW
010360             MOVE WS-NTD-LEVEL(WS-NTD-IDX)
010370                 TO WS-BDG-NOTICED-LEVEL(WS-BDG-IDX)
010380         END-IF
010390     END-PERFORM.
010400 4050-EXIT.
010410     EXIT.
010420*
010430*****************************************************************
010440*  4100-ADD-NOTICE - ADD A NOTICE FOR THE BADGE AT WS-BDG-IDX AT
010450*  THE THRESHOLD IN WS-THR-CROSSED, WITH THE NAME AND DEPARTMENT
010460*  FROM THE EMPLOYEE MASTER.  A BADGE NOT ON THE MASTER IS
010470*  NOTICED UNDER DEPARTMENT *UNKNOWN* FOR HR TO ROUTE.
010480*****************************************************************
010490 4100-ADD-NOTICE.
010500     IF WS-NTC-COUNT NOT < WS-NTC-TABLE-SIZE
010510         DISPLAY "ATTNPTS - NOTICE TABLE FULL AT "
010520             WS-NTC-TABLE-SIZE " ENTRIES"
010530         MOVE 16 TO RETURN-CODE
010540         GO TO 4100-EXIT
010550     END-IF
010560     ADD 1 TO WS-NTC-COUNT
010570     SET WS-NTC-IDX TO WS-NTC-COUNT
010580     MOVE WS-BDG-EMPLOYEE-ID(WS-BDG-IDX) TO EMP-BADGE-ID
010590     READ EMPLOYEE-MASTER
010600         INVALID KEY
010610             MOVE "*UNKNOWN*" TO WS-NTC-DEPARTMENT(WS-NTC-IDX)
010620             MOVE SPACES TO WS-NTC-NAME(WS-NTC-IDX)
010630         NOT INVALID KEY
010640             MOVE EMP-DEPARTMENT TO WS-NTC-DEPARTMENT(WS-NTC-IDX)
010650             MOVE EMP-NAME TO WS-NTC-NAME(WS-NTC-IDX)
010660     END-READ
010670     MOVE WS-BDG-EMPLOYEE-ID(WS-BDG-IDX)
010680         TO WS-NTC-EMPLOYEE-ID(WS-NTC-IDX)
010690     MOVE WS-BDG-POINTS(WS-BDG-IDX) TO WS-NTC-POINTS(WS-NTC-IDX)
010700     MOVE WS-THR-POINTS(WS-THR-CROSSED)
010710         TO WS-NTC-THRESHOLD(WS-NTC-IDX)
010720     MOVE WS-THR-ACTION(WS-THR-CROSSED)
010730         TO WS-NTC-ACTION(WS-NTC-IDX).
010740 4100-EXIT.
010750     EXIT.
010760*
010770*****************************************************************
010780*  5000-SORT-NOTICES - SELECTION-SORT THE NOTICES BY DEPARTMENT
010790*  AND BADGE SO EACH SUPERVISOR'S NOTICES PRINT TOGETHER.
010800*****************************************************************
010810 5000-SORT-NOTICES.
010820     IF WS-NTC-COUNT < 2
010830         GO TO 5000-EXIT
010840     END-IF
010850     PERFORM VARYING WS-SORT-I FROM 1 BY 1
010860             UNTIL WS-SORT-I NOT < WS-NTC-COUNT
010870         MOVE WS-SORT-I TO WS-SORT-LOW
010880         COMPUTE WS-SORT-J = WS-SORT-I + 1
010890         PERFORM UNTIL WS-SORT-J > WS-NTC-COUNT
010900             MOVE WS-NTC-DEPARTMENT(WS-SORT-J)
010910                 TO WS-SKJ-DEPARTMENT
010920             MOVE WS-NTC-EMPLOYEE-ID(WS-SORT-J)
010930                 TO WS-SKJ-EMPLOYEE-ID
010940             MOVE WS-NTC-DEPARTMENT(WS-SORT-LOW)
010950                 TO WS-SKL-DEPARTMENT
010960             MOVE WS-NTC-EMPLOYEE-ID(WS-SORT-LOW)
010970                 TO WS-SKL-EMPLOYEE-ID
010980             IF WS-SORT-KEY-J < WS-SORT-KEY-LOW
010990                 MOVE WS-SORT-J TO WS-SORT-LOW
011000             END-IF
011010             ADD 1 TO WS-SORT-J
011020         END-PERFORM
011030         IF WS-SORT-LOW NOT = WS-SORT-I
011040             MOVE WS-NTC-ENTRY(WS-SORT-LOW) TO WS-SORT-HOLD
011050             MOVE WS-NTC-ENTRY(WS-SORT-I)
011060                 TO WS-NTC-ENTRY(WS-SORT-LOW)
011070             MOVE WS-SORT-HOLD TO WS-NTC-ENTRY(WS-SORT-I)
011080         END-IF
011090     END-PERFORM.
011100 5000-EXIT.
011110     EXIT.
011120*
011130*****************************************************************
011140*  5500-PRINT-NOTICES - PRINT THE NOTICES BY DEPARTMENT, EACH
011150*  DEPARTMENT HEADED BY THE SUPERVISORS IT GOES TO, THEN THE
011160*  RUN TOTALS.
011170*****************************************************************
011180 5500-PRINT-NOTICES.
011190     MOVE FORMATTED-DATE-NUM TO WS-DATE-IN
011200     PERFORM 7100-FORMAT-DATE THRU 7100-EXIT
011210     MOVE WS-DATE-DISPLAY TO HD-DATE
011220     MOVE WS-CUTOFF-DATE TO WS-DATE-IN
011230     PERFORM 7100-FORMAT-DATE THRU 7100-EXIT
011240     MOVE WS-DATE-DISPLAY TO HD-WINDOW-DATE
011250     WRITE NOTICE-RECORD FROM WS-HEADING-LINE-1
011260     WRITE NOTICE-RECORD FROM WS-HEADING-LINE-2
011270     WRITE NOTICE-RECORD FROM WS-BLANK-LINE
011280     WRITE NOTICE-RECORD FROM WS-HEADING-LINE-3
011290     MOVE LOW-VALUES TO WS-PREV-DEPARTMENT
011300     PERFORM VARYING WS-NTC-IDX FROM 1 BY 1
011310             UNTIL WS-NTC-IDX > WS-NTC-COUNT
011320         IF WS-NTC-DEPARTMENT(WS-NTC-IDX) NOT = WS-PREV-DEPARTMENT
011330             MOVE WS-NTC-DEPARTMENT(WS-NTC-IDX)
011340                 TO WS-PREV-DEPARTMENT
011350             PERFORM 5600-PRINT-DEPARTMENT-HEAD THRU 5600-EXIT
011360         END-IF
011370         PERFORM 5700-PRINT-ONE-NOTICE THRU 5700-EXIT
011380     END-PERFORM
011390     IF WS-NTC-COUNT = 0
011400         WRITE NOTICE-RECORD FROM WS-BLANK-LINE
011410         WRITE NOTICE-RECORD FROM WS-NONE-LINE
011420     END-IF
011430     PERFORM 5900-PRINT-TOTALS THRU 5900-EXIT.
011440 5500-EXIT.
011450     EXIT.
011460*
011470*****************************************************************
011480*  5600-PRINT-DEPARTMENT-HEAD - PRINT THE DEPARTMENT HEADING AND
011490*  A LINE FOR EACH SUPERVISOR OF THE DEPARTMENT IN
011500*  WS-PREV-DEPARTMENT, OR A ROUTE-TO-HR LINE WHEN THERE IS NONE.
011510*****************************************************************
011520 5600-PRINT-DEPARTMENT-HEAD.
011530     MOVE WS-PREV-DEPARTMENT TO DH-DEPARTMENT
011540     WRITE NOTICE-RECORD FROM WS-BLANK-LINE
011550     WRITE NOTICE-RECORD FROM WS-DEPT-HEADING-LINE
011560     MOVE 0 TO WS-SPV-PRINTED
011570     PERFORM VARYING WS-SPV-IDX FROM 1 BY 1
011580             UNTIL WS-SPV-IDX > WS-SPV-COUNT
011590         IF WS-SPV-DEPARTMENT(WS-SPV-IDX) = WS-PREV-DEPARTMENT
011600             MOVE WS-SPV-BADGE-ID(WS-SPV-IDX) TO SL-BADGE-ID
011610             MOVE WS-SPV-BADGE-ID(WS-SPV-IDX) TO EMP-BADGE-ID
011620             READ EMPLOYEE-MASTER
011630                 INVALID KEY
011640                     MOVE SPACES TO SL-NAME
011650                 NOT INVALID KEY
011660                     MOVE EMP-NAME TO SL-NAME
011670             END-READ
011680             WRITE NOTICE-RECORD FROM WS-SUPV-LINE
011690             ADD 1 TO WS-SPV-PRINTED
011700         END-IF
011710     END-PERFORM
011720     IF WS-SPV-PRINTED = 0
011730         WRITE NOTICE-RECORD FROM WS-NO-SUPV-LINE
011740     END-IF.
011750 5600-EXIT.
011760     EXIT.
011770*
011780*****************************************************************
011790*  5700-PRINT-ONE-NOTICE - PRINT THE NOTICE AT WS-NTC-IDX AND,
011800*  UNDER IT, EVERY OCCURRENCE THAT COUNTS TOWARD THE BADGE'S
011810*  POINTS.
011820*****************************************************************
011830 5700-PRINT-ONE-NOTICE.
011840     MOVE WS-NTC-EMPLOYEE-ID(WS-NTC-IDX) TO DL-EMPLOYEE-ID
011850     MOVE WS-NTC-NAME(WS-NTC-IDX) TO DL-NAME
011860     MOVE WS-NTC-POINTS(WS-NTC-IDX) TO DL-POINTS
011870     MOVE WS-NTC-THRESHOLD(WS-NTC-IDX) TO DL-THRESHOLD
011880     MOVE WS-NTC-ACTION(WS-NTC-IDX) TO DL-ACTION
011890     WRITE NOTICE-RECORD FROM WS-DETAIL-LINE
011900     PERFORM VARYING WS-LDG-IDX FROM 1 BY 1
011910             UNTIL WS-LDG-IDX > WS-LDG-COUNT
011920         IF WS-LDG-EMPLOYEE-ID(WS-LDG-IDX)
011930                 = WS-NTC-EMPLOYEE-ID(WS-NTC-IDX)
011940                 AND NOT WS-LDG-EXCUSED(WS-LDG-IDX)
011950             PERFORM 5750-PRINT-OCCURRENCE THRU 5750-EXIT
011960         END-IF
011970     END-PERFORM.
011980 5700-EXIT.
011990     EXIT.
012000*
012010*****************************************************************
012020*  5750-PRINT-OCCURRENCE - PRINT THE OCCURRENCE AT WS-LDG-IDX.
012030*****************************************************************
012040 5750-PRINT-OCCURRENCE.
012050     MOVE WS-LDG-DATE(WS-LDG-IDX) TO WS-DATE-IN
012060     PERFORM 7100-FORMAT-DATE THRU 7100-EXIT
012070     MOVE WS-DATE-DISPLAY TO OL-DATE
012080     EVALUATE WS-LDG-CODE(WS-LDG-IDX)
012090         WHEN 'N'
012100             MOVE "NO SHOW" TO OL-TYPE
012110         WHEN 'L'
012120             MOVE "LATE ARRIVAL" TO OL-TYPE
012130         WHEN 'E'
012140             MOVE "EARLY DEPARTURE" TO OL-TYPE
012150         WHEN OTHER
012160             MOVE "*UNKNOWN*" TO OL-TYPE
012170     END-EVALUATE
012180     MOVE WS-LDG-SCHED-TIME(WS-LDG-IDX) TO WS-HHMM-IN
012190     PERFORM 7200-FORMAT-HHMM THRU 7200-EXIT
012200     MOVE WS-TIME-DISPLAY TO OL-SCHED-TIME
012210     IF WS-LDG-CODE(WS-LDG-IDX) = 'N'
012220         MOVE SPACES TO OL-ACTUAL-TIME
012230     ELSE
012240         MOVE WS-LDG-ACTUAL-TIME(WS-LDG-IDX) TO WS-HHMM-IN
012250         PERFORM 7200-FORMAT-HHMM THRU 7200-EXIT
012260         MOVE WS-TIME-DISPLAY TO OL-ACTUAL-TIME
012270     END-IF
012280     MOVE WS-LDG-POINTS(WS-LDG-IDX) TO OL-POINTS
012290     WRITE NOTICE-RECORD FROM WS-OCCUR-LINE.
012300 5750-EXIT.
012310     EXIT.
012320*
012330*****************************************************************
012340*  5900-PRINT-TOTALS - PRINT THE RUN TOTALS AND TELL THE
012350*  OPERATOR WHEN THERE ARE NOTICES TO DELIVER.
012360*****************************************************************
012370 5900-PRINT-TOTALS.
012380     WRITE NOTICE-RECORD FROM WS-BLANK-LINE
012390     MOVE "LEDGER RECORDS READ:" TO CL-LABEL
012400     MOVE WS-LEDGER-READ-COUNT TO CL-COUNT
012410     WRITE NOTICE-RECORD FROM WS-COUNT-LINE
012420     MOVE "EXPIRED (OUTSIDE WINDOW):" TO CL-LABEL
012430     MOVE WS-EXPIRED-COUNT TO CL-COUNT
012440     WRITE NOTICE-RECORD FROM WS-COUNT-LINE
012450     MOVE "DUPLICATES IGNORED:" TO CL-LABEL
012460     MOVE WS-DUPLICATE-COUNT TO CL-COUNT
012470     WRITE NOTICE-RECORD FROM WS-COUNT-LINE
012480     MOVE "LIVE OCCURRENCES:" TO CL-LABEL
012490     MOVE WS-LDG-COUNT TO CL-COUNT
012500     WRITE NOTICE-RECORD FROM WS-COUNT-LINE
012510     MOVE "  EXCUSED (LEAVE/CORRECTION):" TO CL-LABEL
012520     MOVE WS-EXCUSED-COUNT TO CL-COUNT
012530     WRITE NOTICE-RECORD FROM WS-COUNT-LINE
012540     MOVE "BADGES WITH OCCURRENCES:" TO CL-LABEL
012550     MOVE WS-BDG-COUNT TO CL-COUNT
012560     WRITE NOTICE-RECORD FROM WS-COUNT-LINE
012570     MOVE "  ALREADY NOTICED AT LEVEL:" TO CL-LABEL
012580     MOVE WS-ALREADY-NOTICED-COUNT TO CL-COUNT
012590     WRITE NOTICE-RECORD FROM WS-COUNT-LINE
012600     MOVE "THRESHOLD NOTICES:" TO CL-LABEL
012610     MOVE WS-NTC-COUNT TO CL-COUNT
012620     WRITE NOTICE-RECORD FROM WS-COUNT-LINE
012630     IF WS-NTC-COUNT > 0
012640         DISPLAY "ATTNPTS - " WS-NTC-COUNT
012650             " ATTENDANCE NOTICE(S) FOR SUPERVISORS"
012660     END-IF.
012670 5900-EXIT.
012680     EXIT.
012690*
012700*****************************************************************
012710*  6000-WRITE-NEW-STATE - WRITE EACH BADGE'S THRESHOLD LEVEL
012720*  TONIGHT TO THE ATTNNEW FILE THE JCL COPIES BACK OVER
012730*  ATTNSTAT.  A BADGE BELOW EVERY THRESHOLD IS LEFT OFF, SO IT
012740*  IS NOTICED AGAIN IF IT CROSSES ONE LATER.
012750*****************************************************************
012760 6000-WRITE-NEW-STATE.
012770     MOVE 0 TO WS-STATE-WRITE-COUNT
012780     OPEN OUTPUT NEW-STATE-FILE
012790     IF NOT WS-NEWSTATE-FILE-OK
012800         DISPLAY "ATTNPTS - UNABLE TO OPEN ATTNNEW FILE"
012810         MOVE 16 TO RETURN-CODE
012820         GO TO 6000-EXIT
012830     END-IF
012840     PERFORM VARYING WS-BDG-IDX FROM 1 BY 1
012850             UNTIL WS-BDG-IDX > WS-BDG-COUNT
012860         IF WS-BDG-LEVEL(WS-BDG-IDX) > 0
012870             MOVE SPACES TO NEW-STATE-RECORD
012880             MOVE WS-BDG-EMPLOYEE-ID(WS-BDG-IDX)
012890                 TO NTS-EMPLOYEE-ID
012900             MOVE WS-BDG-LEVEL(WS-BDG-IDX) TO NTS-NOTICED-LEVEL
012910             WRITE NEW-STATE-RECORD
012920             ADD 1 TO WS-STATE-WRITE-COUNT
012930         END-IF
012940     END-PERFORM
012950     CLOSE NEW-STATE-FILE
012960     DISPLAY "ATTNPTS - " WS-STATE-WRITE-COUNT
012970         " BADGE(S) CARRIED AT A THRESHOLD LEVEL".
012980 6000-EXIT.
012990     EXIT.
013000*
013010*****************************************************************
013020*  7100-FORMAT-DATE - TURN THE YYYYMMDD DATE IN WS-DATE-IN INTO
013030*  A YYYY-MM-DD DISPLAY IN WS-DATE-DISPLAY.
013040*****************************************************************
013050 7100-FORMAT-DATE.
013060     MOVE SPACES TO WS-DATE-DISPLAY
013070     STRING WS-DATE-IN-YEAR  DELIMITED BY SIZE
013080            "-"              DELIMITED BY SIZE
013090            WS-DATE-IN-MONTH DELIMITED BY SIZE
013100            "-"              DELIMITED BY SIZE
013110            WS-DATE-IN-DAY   DELIMITED BY SIZE
013120         INTO WS-DATE-DISPLAY.
013130 7100-EXIT.
013140     EXIT.
013150*
013160*****************************************************************
013170*  7200-FORMAT-HHMM - TURN THE HHMM TIME IN WS-HHMM-IN INTO AN
013180*  HH:MM DISPLAY IN WS-TIME-DISPLAY.
013190*****************************************************************
013200 7200-FORMAT-HHMM.
013210     MOVE WS-HHMM-IN-HOUR TO WS-TIME-DISP-HOUR
013220     MOVE WS-HHMM-IN-MIN TO WS-TIME-DISP-MIN.
013230 7200-EXIT.
013240     EXIT.
013250*
013260*****************************************************************
013270*  9999-TERMINATE - CLOSE FILES AND RETURN TO THE OPERATING
013280*  SYSTEM.
013290*****************************************************************
013300 9999-TERMINATE.
013310     CLOSE EMPLOYEE-MASTER
013320     CLOSE NOTICE-REPORT-FILE.
013330 9999-EXIT.
013340     EXIT.

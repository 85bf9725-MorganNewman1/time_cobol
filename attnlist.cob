000100 IDENTIFICATION DIVISION.
000110*
000120 PROGRAM-ID. ATTNLIST.
000130 AUTHOR. R J HENDERSON.
000140 INSTALLATION. PAYROLL SYSTEMS.
000150 DATE-WRITTEN. 2026-10-15.
000160 DATE-COMPILED.
000170*****************************************************************
000180*  ATTENDANCE OCCURRENCE LEDGER LISTING FOR ONE EMPLOYEE.
000190*  PRINTS, FOR THE BADGE IN THE ATTNCTL CONTROL STATEMENT, EVERY
000200*  OCCURRENCE ATTENDEX HAS EVER WRITTEN TO THE ATTNLEDG LEDGER,
000210*  OLDEST FIRST, WITH HOW THE ATTNPOL POLICY TREATS IT TODAY --
000220*  ACTIVE AND THE POINTS IT SCORES, EXPIRED OFF THE ROLLING
000230*  WINDOW, EXCUSED BY LEAVE ON THE LEAVEHIS HISTORY OR BY A
000240*  PUNCH CORRECTION ON THE CORRAUD AUDIT, OR A DUPLICATE OF THE
000250*  LINE ABOVE -- WITH A RUNNING TOTAL OF ACTIVE POINTS AND THE
000260*  NEXT POLICY THRESHOLD.  THE RULES ARE THE SAME ONES THE
000270*  ATTNPTS STEP SCORES BY, SO FOR A DISCIPLINARY HEARING THIS
000280*  LISTING SHOWS EXACTLY HOW A BADGE'S POINTS WERE REACHED.
000290*****************************************************************
000300*  MODIFICATION HISTORY
000310*      DATE       INIT  DESCRIPTION
000320*      ---------- ----  -----------------------------------------
000330*      2026-10-15 RJH   ORIGINAL PROGRAM.
000340*****************************************************************
000350*
000360 ENVIRONMENT DIVISION.
000370*
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT LIST-CONTROL-FILE ASSIGN TO "ATTNCTL"
000410         ORGANIZATION IS SEQUENTIAL
000420         ACCESS MODE IS SEQUENTIAL
000430         FILE STATUS IS WS-CTL-FILE-STATUS.
000440*
000450     SELECT ATTENDANCE-POLICY-FILE ASSIGN TO "ATTNPOL"
000460         ORGANIZATION IS SEQUENTIAL
000470         ACCESS MODE IS SEQUENTIAL
000480         FILE STATUS IS WS-POLICY-FILE-STATUS.
000490*
000500     SELECT ATTENDANCE-LEDGER-FILE ASSIGN TO "ATTNLEDG"
000510         ORGANIZATION IS SEQUENTIAL
000520         ACCESS MODE IS SEQUENTIAL
000530         FILE STATUS IS WS-ATTLDG-FILE-STATUS.
000540*
000550     SELECT LEAVE-HISTORY-FILE ASSIGN TO "LEAVEHIS"
000560         ORGANIZATION IS SEQUENTIAL
000570         ACCESS MODE IS SEQUENTIAL
000580         FILE STATUS IS WS-LVHIS-FILE-STATUS.
000590*
000600     SELECT CORRECTION-AUDIT-FILE ASSIGN TO "CORRAUD"
000610         ORGANIZATION IS SEQUENTIAL
000620         ACCESS MODE IS SEQUENTIAL
000630         FILE STATUS IS WS-CORRAUD-FILE-STATUS.
000640*
000650     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS RANDOM
000680         RECORD KEY IS EMP-BADGE-ID
000690         FILE STATUS IS WS-EMPMAST-FILE-STATUS.
000700*
000710     SELECT LEDGER-LISTING-FILE ASSIGN TO "ATTNLST"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-LISTING-FILE-STATUS.
000740*
000750 DATA DIVISION.
000760*
000770 FILE SECTION.
000780*
000790 FD  LIST-CONTROL-FILE
000800     RECORDING MODE IS F.
000810 01  LIST-CONTROL-RECORD.
000820     05  CTL-EMPLOYEE-ID          PIC X(05).
000830     05  FILLER                   PIC X(15).
000840*
000850 FD  ATTENDANCE-POLICY-FILE
000860     RECORDING MODE IS F.
000870     COPY ATTNPOL.
000880*
000890 FD  ATTENDANCE-LEDGER-FILE
000900     RECORDING MODE IS F.
000910     COPY ATTNLEDG.
000920*
000930 FD  LEAVE-HISTORY-FILE
000940     RECORDING MODE IS F.
000950     COPY LEAVEREC
000960         REPLACING ==LEAVE-TRANSACTION-RECORD==
000970             BY ==LEAVE-HISTORY-RECORD==
000980         LEADING ==LV== BY ==LVH==.
000990*
001000 FD  CORRECTION-AUDIT-FILE
001010     RECORDING MODE IS F.
001020     COPY CORRAUD.
001030*
001040 FD  EMPLOYEE-MASTER
001050     RECORDING MODE IS F.
001060     COPY EMPMAST.
001070*
001080 FD  LEDGER-LISTING-FILE
001090     RECORDING MODE IS F.
001100 01  LISTING-RECORD               PIC X(80).
001110*
001120 WORKING-STORAGE SECTION.
001130*
001140*    FILE STATUS SWITCHES
001150*
001160 77  WS-CTL-FILE-STATUS           PIC X(02) VALUE SPACES.
001170     88  WS-CTL-FILE-OK                     VALUE '00'.
001180     88  WS-CTL-FILE-NOT-FOUND              VALUE '35'.
001190 77  WS-POLICY-FILE-STATUS        PIC X(02) VALUE SPACES.
001200     88  WS-POLICY-FILE-OK                  VALUE '00'.
001210     88  WS-POLICY-FILE-NOT-FOUND           VALUE '35'.
001220 77  WS-ATTLDG-FILE-STATUS        PIC X(02) VALUE SPACES.
001230     88  WS-ATTLDG-FILE-OK                  VALUE '00'.
001240     88  WS-ATTLDG-FILE-NOT-FOUND           VALUE '35'.
001250 77  WS-LVHIS-FILE-STATUS         PIC X(02) VALUE SPACES.
001260     88  WS-LVHIS-FILE-OK                   VALUE '00'.
001270     88  WS-LVHIS-FILE-NOT-FOUND            VALUE '35'.
001280 77  WS-CORRAUD-FILE-STATUS       PIC X(02) VALUE SPACES.
001290     88  WS-CORRAUD-FILE-OK                 VALUE '00'.
001300     88  WS-CORRAUD-FILE-NOT-FOUND          VALUE '35'.
001310 77  WS-EMPMAST-FILE-STATUS       PIC X(02) VALUE SPACES.
001320     88  WS-EMPMAST-FILE-OK                 VALUE '00'.
001330     88  WS-EMPMAST-FILE-NOT-FOUND          VALUE '35'.
001340 77  WS-LISTING-FILE-STATUS       PIC X(02) VALUE SPACES.
001350     88  WS-LISTING-FILE-OK                 VALUE '00'.
001360*
001370 77  WS-CTL-EOF-SW                PIC X(01) VALUE 'N'.
001380     88  WS-CTL-EOF                         VALUE 'Y'.
001390 77  WS-POLICY-EOF-SW             PIC X(01) VALUE 'N'.
001400     88  WS-POLICY-EOF                      VALUE 'Y'.
001410 77  WS-ATTLDG-EOF-SW             PIC X(01) VALUE 'N'.
001420     88  WS-ATTLDG-EOF                      VALUE 'Y'.
001430 77  WS-LVHIS-EOF-SW              PIC X(01) VALUE 'N'.
001440     88  WS-LVHIS-EOF                       VALUE 'Y'.
001450 77  WS-CORRAUD-EOF-SW            PIC X(01) VALUE 'N'.
001460     88  WS-CORRAUD-EOF                     VALUE 'Y'.
001470*
001480*    SYSTEM DATE AS RETURNED BY THE OPERATING SYSTEM
001490*
001500 01  CURRENT-DATE                  PIC 9(08).
001510*
001520 01  FORMATTED-DATE.
001530     05  FORM-YEAR                  PIC 9(04).
001540     05  FORM-MONTH                 PIC 9(02).
001550     05  FORM-DAY                   PIC 9(02).
001560 01  FORMATTED-DATE-NUM REDEFINES FORMATTED-DATE
001570                                   PIC 9(08).
001580*
001590*    BADGE REQUESTED ON THE ATTNCTL CONTROL STATEMENT
001600*
001610 01  WS-LIST-BADGE-ID              PIC X(05) VALUE SPACES.
001620 77  WS-BADGE-FOUND-SW             PIC X(01) VALUE 'N'.
001630     88  WS-BADGE-FOUND                      VALUE 'Y'.
001640*
001650*    ATTENDANCE POLICY FROM THE ATTNPOL PARAMETER FILE
001660*
001670 77  WS-POLICY-FOUND-SW            PIC X(01) VALUE 'N'.
001680     88  WS-POLICY-FOUND                     VALUE 'Y'.
001690 77  WS-NO-SHOW-POINTS             PIC 9(02)V9 VALUE 0.
001700 77  WS-LATE-POINTS                PIC 9(02)V9 VALUE 0.
001710 77  WS-EARLY-POINTS               PIC 9(02)V9 VALUE 0.
001720 77  WS-EXPIRY-MONTHS              PIC 9(02) VALUE 0.
001730 01  WS-THRESHOLD-TABLE.
001740     05  WS-THR-ENTRY OCCURS 3 TIMES
001750             INDEXED BY WS-THR-IDX.
001760         10  WS-THR-POINTS           PIC 9(02)V9.
001770         10  WS-THR-ACTION           PIC X(20).
001780 77  WS-THR-NEXT                   PIC 9(01) VALUE 0.
001790*
001800*    ROLLING-WINDOW CUTOFF, FIGURED THE SAME WAY AS IN ATTNPTS
001810*
001820 01  WS-CUTOFF-DATE.
001830     05  WS-CUTOFF-YEAR             PIC 9(04).
001840     05  WS-CUTOFF-MONTH            PIC 9(02).
001850     05  WS-CUTOFF-DAY              PIC 9(02).
001860 77  WS-CUTOFF-MONTHS              PIC 9(06) VALUE 0.
001870 77  WS-CUTOFF-REM                 PIC 9(02) VALUE 0.
001880 77  WS-CUTOFF-LAST-DAY            PIC 9(02) VALUE 0.
001890 01  WS-MONTH-DAYS-DATA            PIC X(24)
001900         VALUE "312831303130313130313031".
001910 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-DATA.
001920     05  WS-MONTH-DAYS              PIC 9(02) OCCURS 12 TIMES.
001930 77  WS-LEAP-REMAINDER             PIC 9(04) VALUE 0.
001940 77  WS-LEAP-QUOTIENT              PIC 9(04) VALUE 0.
001950 77  WS-LEAP-YEAR-SW               PIC X(01) VALUE 'N'.
001960     88  WS-LEAP-YEAR                        VALUE 'Y'.
001970*
001980*    THE BADGE'S LEAVE DAYS AND CORRECTED DAYS
001990*
002000 01  WS-LEAVE-TABLE.
002010     05  WS-LVX-DATE OCCURS 1000 TIMES
002020             INDEXED BY WS-LVX-IDX   PIC 9(08).
002030 77  WS-LVX-COUNT                  PIC 9(04) VALUE 0.
002040 77  WS-LVX-TABLE-SIZE             PIC 9(04) VALUE 1000.
002050 01  WS-CORR-TABLE.
002060     05  WS-CRX-DATE OCCURS 1000 TIMES
002070             INDEXED BY WS-CRX-IDX   PIC 9(08).
002080 77  WS-CRX-COUNT                  PIC 9(04) VALUE 0.
002090 77  WS-CRX-TABLE-SIZE             PIC 9(04) VALUE 1000.
002100 01  WS-CORR-DATE                  PIC 9(08) VALUE 0.
002110 77  WS-EXCUSE-CODE                PIC X(01) VALUE SPACE.
002120     88  WS-EXCUSED-LEAVE                    VALUE 'L'.
002130     88  WS-EXCUSED-CORRECTION               VALUE 'C'.
002140*
002150*    THE BADGE'S LEDGER RECORDS, SORTED BY DATE AND EXCEPTION
002160*
002170 01  WS-OCCURRENCE-TABLE.
002180     05  WS-OCC-ENTRY OCCURS 2000 TIMES
002190             INDEXED BY WS-OCC-IDX.
002200         10  WS-OCC-KEY.
002210             15  WS-OCC-DATE         PIC 9(08).
002220             15  WS-OCC-CODE         PIC X(01).
002230         10  WS-OCC-SCHED-TIME       PIC 9(04).
002240         10  WS-OCC-ACTUAL-TIME      PIC 9(04).
002250         10  WS-OCC-RUN-DATE         PIC 9(08).
002260 77  WS-OCC-COUNT                  PIC 9(04) VALUE 0.
002270 77  WS-OCC-TABLE-SIZE             PIC 9(04) VALUE 2000.
002280 01  WS-PREV-OCC-KEY               PIC X(09) VALUE LOW-VALUES.
002290*
002300*    SELECTION-SORT WORK FIELDS FOR THE OCCURRENCE TABLE
002310*
002320 77  WS-SORT-I                     PIC 9(04) VALUE 0.
002330 77  WS-SORT-J                     PIC 9(04) VALUE 0.
002340 77  WS-SORT-LOW                   PIC 9(04) VALUE 0.
002350 01  WS-SORT-HOLD                  PIC X(25).
002360*
002370*    POINTS AND COUNTS
002380*
002390 77  WS-OCC-POINTS                 PIC 9(02)V9 VALUE 0.
002400 77  WS-TOTAL-POINTS               PIC 9(04)V9 VALUE 0.
002410 77  WS-ACTIVE-COUNT               PIC 9(04) VALUE 0.
002420 77  WS-EXPIRED-COUNT              PIC 9(04) VALUE 0.
002430 77  WS-EXCUSED-COUNT              PIC 9(04) VALUE 0.
002440 77  WS-DUPLICATE-COUNT            PIC 9(04) VALUE 0.
002450*
002460*    LISTING PRINT LINES
002470*
002480 01  WS-HEADING-LINE-1.
002490     05  FILLER                     PIC X(10) VALUE SPACES.
002500     05  FILLER                     PIC X(38)
002510             VALUE "ATTENDANCE OCCURRENCE LEDGER - AS OF ".
002520     05  HD-DATE                    PIC X(10).
002530 01  WS-HEADING-LINE-2.
002540     05  FILLER                     PIC X(07) VALUE "BADGE: ".
002550     05  HD-BADGE-ID                PIC X(05).
002560     05  FILLER                     PIC X(02) VALUE SPACES.
002570     05  HD-NAME                    PIC X(25).
002580     05  FILLER                     PIC X(02) VALUE SPACES.
002590     05  HD-DEPARTMENT              PIC X(10).
002600 01  WS-HEADING-LINE-3.
002610     05  FILLER                     PIC X(33)
002620             VALUE "ROLLING WINDOW: OCCURRENCES AFTER".
002630     05  FILLER                     PIC X(01) VALUE SPACES.
002640     05  HD-WINDOW-DATE             PIC X(10).
002650 01  WS-HEADING-LINE-4.
002660     05  FILLER                     PIC X(12) VALUE "DATE".
002670     05  FILLER                     PIC X(17) VALUE "OCCURRENCE".
002680     05  FILLER                     PIC X(07) VALUE "SCHED".
002690     05  FILLER                     PIC X(07) VALUE "ACTUAL".
002700     05  FILLER                     PIC X(15) VALUE "STATUS".
002710     05  FILLER                     PIC X(07) VALUE "POINTS".
002720     05  FILLER                     PIC X(07) VALUE "TOTAL".
002730 01  WS-DETAIL-LINE.
002740     05  DL-DATE                    PIC X(10).
002750     05  FILLER                     PIC X(02) VALUE SPACES.
002760     05  DL-TYPE                    PIC X(15).
002770     05  FILLER                     PIC X(02) VALUE SPACES.
002780     05  DL-SCHED-TIME              PIC X(05).
002790     05  FILLER                     PIC X(02) VALUE SPACES.
002800     05  DL-ACTUAL-TIME             PIC X(05).
002810     05  FILLER                     PIC X(02) VALUE SPACES.
002820     05  DL-STATUS                  PIC X(13).
002830     05  FILLER                     PIC X(02) VALUE SPACES.
002840     05  DL-POINTS                  PIC Z9.9.
002850     05  FILLER                     PIC X(03) VALUE SPACES.
002860     05  DL-TOTAL                   PIC ZZZ9.9.
002870 01  WS-NONE-LINE.
002880     05  FILLER                     PIC X(32)
002890             VALUE "NO OCCURRENCES ON THE LEDGER".
002900 01  WS-POINTS-LINE.
002910     05  FILLER                     PIC X(30)
002920             VALUE "ACTIVE POINTS:".
002930     05  PL-POINTS                  PIC ZZZ9.9.
002940 01  WS-NEXT-LINE.
002950     05  FILLER                     PIC X(30)
002960             VALUE "NEXT THRESHOLD:".
002970     05  NL-THRESHOLD               PIC ZZZ9.9.
002980     05  FILLER                     PIC X(02) VALUE SPACES.
002990     05  NL-ACTION                  PIC X(20).
003000 01  WS-TOP-LINE.
003010     05  FILLER                     PIC X(36)
003020             VALUE "NEXT THRESHOLD: ALL THRESHOLDS MET".
003030 01  WS-COUNT-LINE.
003040     05  CL-LABEL                   PIC X(30).
003050     05  CL-COUNT                   PIC ZZZ9.
003060 01  WS-BLANK-LINE                 PIC X(80) VALUE SPACES.
003070*
003080*    DATE AND HH:MM DISPLAY BUILD AREAS
003090*
003100 01  WS-DATE-IN                    PIC 9(08) VALUE 0.
003110 01  WS-DATE-IN-R REDEFINES WS-DATE-IN.
003120     05  WS-DATE-IN-YEAR            PIC 9(04).
003130     05  WS-DATE-IN-MONTH           PIC 9(02).
003140     05  WS-DATE-IN-DAY             PIC 9(02).
003150 01  WS-DATE-DISPLAY               PIC X(10) VALUE SPACES.
003160 01  WS-HHMM-IN                    PIC 9(04) VALUE 0.
003170 01  WS-HHMM-IN-R REDEFINES WS-HHMM-IN.
003180     05  WS-HHMM-IN-HOUR            PIC 9(02).
003190     05  WS-HHMM-IN-MIN             PIC 9(02).
003200 01  WS-TIME-DISPLAY.
003210     05  WS-TIME-DISP-HOUR          PIC 9(02).
003220     05  FILLER                     PIC X(01) VALUE ':'.
003230     05  WS-TIME-DISP-MIN           PIC 9(02).
003240*
003250 PROCEDURE DIVISION.
003260*
003270 0000-MAINLINE.
003280     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003290     IF RETURN-CODE = ZERO
003300         PERFORM 2000-LOAD-OCCURRENCES THRU 2000-EXIT
003310     END-IF
003320     IF RETURN-CODE = ZERO
003330         PERFORM 3000-SORT-OCCURRENCES THRU 3000-EXIT
003340         PERFORM 4000-PRINT-LISTING THRU 4000-EXIT
003350     END-IF
003360     PERFORM 9999-TERMINATE THRU 9999-EXIT
003370     STOP RUN.
003380*
003390*****************************************************************
003400*  1000-INITIALIZE - READ THE BADGE FROM THE ATTNCTL CONTROL
003410*  FILE, LOAD THE POLICY AND WORK OUT THE ROLLING-WINDOW CUTOFF,
003420*  LOAD THE BADGE'S LEAVE AND CORRECTED DAYS AND OPEN THE MASTER
003430*  AND THE LISTING.  NO CONTROL BADGE MEANS NO LISTING.
003440*****************************************************************
003450 1000-INITIALIZE.
003460     ACCEPT CURRENT-DATE FROM DATE YYYYMMDD
003470     MOVE CURRENT-DATE(1:4) TO FORM-YEAR
003480     MOVE CURRENT-DATE(5:2) TO FORM-MONTH
003490     MOVE CURRENT-DATE(7:2) TO FORM-DAY
003500     MOVE 'N' TO WS-BADGE-FOUND-SW
003510     MOVE 'N' TO WS-CTL-EOF-SW
003520     OPEN INPUT LIST-CONTROL-FILE
003530     IF WS-CTL-FILE-NOT-FOUND
003540         DISPLAY "ATTNLIST - NO ATTNCTL CONTROL FILE"
003550         MOVE 16 TO RETURN-CODE
003560         GO TO 1000-EXIT
003570     END-IF
003580     IF NOT WS-CTL-FILE-OK
003590         DISPLAY "ATTNLIST - UNABLE TO OPEN ATTNCTL, STATUS "
003600             WS-CTL-FILE-STATUS
003610         MOVE 16 TO RETURN-CODE
003620         GO TO 1000-EXIT
003630     END-IF
003640     PERFORM UNTIL WS-CTL-EOF
003650         READ LIST-CONTROL-FILE
003660             AT END
003670                 MOVE 'Y' TO WS-CTL-EOF-SW
003680             NOT AT END
003690                 IF CTL-EMPLOYEE-ID NOT = SPACES
003700                     MOVE CTL-EMPLOYEE-ID TO WS-LIST-BADGE-ID
003710                     MOVE 'Y' TO WS-BADGE-FOUND-SW
003720                 END-IF
003730         END-READ
003740     END-PERFORM
003750     CLOSE LIST-CONTROL-FILE
003760     IF NOT WS-BADGE-FOUND
003770         DISPLAY "ATTNLIST - NO BADGE IN ATTNCTL"
003780         MOVE 16 TO RETURN-CODE
003790         GO TO 1000-EXIT
003800     END-IF
003810     PERFORM 1100-LOAD-POLICY THRU 1100-EXIT
003820     IF RETURN-CODE NOT = ZERO
003830         GO TO 1000-EXIT
003840     END-IF
003850     PERFORM 1150-COMPUTE-CUTOFF-DATE THRU 1150-EXIT
003860     PERFORM 1200-LOAD-LEAVE-DAYS THRU 1200-EXIT
003870     IF RETURN-CODE NOT = ZERO
003880         GO TO 1000-EXIT
003890     END-IF
003900     PERFORM 1300-LOAD-CORRECTION-DAYS THRU 1300-EXIT
003910     IF RETURN-CODE NOT = ZERO
003920         GO TO 1000-EXIT
003930     END-IF
003940     OPEN INPUT EMPLOYEE-MASTER
003950     OPEN OUTPUT LEDGER-LISTING-FILE
003960     IF WS-EMPMAST-FILE-NOT-FOUND
003970         DISPLAY "ATTNLIST - NO EMPLOYEE-MASTER ON FILE"
003980         MOVE 16 TO RETURN-CODE
003990         GO TO 1000-EXIT
004000     END-IF
004010     IF NOT WS-EMPMAST-FILE-OK OR NOT WS-LISTING-FILE-OK
004020         DISPLAY "ATTNLIST - UNABLE TO OPEN MASTER OR LISTING"
004030         MOVE 16 TO RETURN-CODE
004040     END-IF.
004050 1000-EXIT.
004060     EXIT.
004070*
004080*****************************************************************
004090*  1100-LOAD-POLICY - READ THE POINTS, ROLLING WINDOW AND
004100*  THRESHOLDS FROM THE ATTNPOL FILE.
004110*****************************************************************
004120 1100-LOAD-POLICY.
004130     MOVE 'N' TO WS-POLICY-FOUND-SW
004140     MOVE 'N' TO WS-POLICY-EOF-SW
004150     OPEN INPUT ATTENDANCE-POLICY-FILE
004160     IF WS-POLICY-FILE-NOT-FOUND
004170         DISPLAY "ATTNLIST - NO ATTNPOL PARAMETER FILE"
004180         MOVE 16 TO RETURN-CODE
004190         GO TO 1100-EXIT
004200     END-IF
004210     IF NOT WS-POLICY-FILE-OK
004220         DISPLAY "ATTNLIST - UNABLE TO OPEN ATTNPOL FILE"
004230         MOVE 16 TO RETURN-CODE
004240         GO TO 1100-EXIT
004250     END-IF
004260     PERFORM UNTIL WS-POLICY-EOF
004270         READ ATTENDANCE-POLICY-FILE
004280             AT END
004290                 MOVE 'Y' TO WS-POLICY-EOF-SW
004300             NOT AT END
004310                 IF AP-NO-SHOW-POINTS IS NUMERIC
004320                         AND AP-LATE-POINTS IS NUMERIC
004330                         AND AP-EARLY-POINTS IS NUMERIC
004340                         AND AP-EXPIRY-MONTHS IS NUMERIC
004350                         AND AP-EXPIRY-MONTHS > 0
004360                         AND AP-THRESHOLD-POINTS(1) IS NUMERIC
004370                         AND AP-THRESHOLD-POINTS(2) IS NUMERIC
004380                         AND AP-THRESHOLD-POINTS(3) IS NUMERIC
004390                     MOVE AP-NO-SHOW-POINTS TO WS-NO-SHOW-POINTS
004400                     MOVE AP-LATE-POINTS TO WS-LATE-POINTS
004410                     MOVE AP-EARLY-POINTS TO WS-EARLY-POINTS
004420                     MOVE AP-EXPIRY-MONTHS TO WS-EXPIRY-MONTHS
004430                     PERFORM VARYING WS-THR-IDX FROM 1 BY 1
004440                             UNTIL WS-THR-IDX > 3
004450                         MOVE AP-THRESHOLD-POINTS(WS-THR-IDX)
004460                             TO WS-THR-POINTS(WS-THR-IDX)
004470                         MOVE AP-THRESHOLD-ACTION(WS-THR-IDX)
004480                             TO WS-THR-ACTION(WS-THR-IDX)
004490                     END-PERFORM
004500                     MOVE 'Y' TO WS-POLICY-FOUND-SW
004510                 END-IF
004520         END-READ
004530     END-PERFORM
004540     CLOSE ATTENDANCE-POLICY-FILE
004550     IF NOT WS-POLICY-FOUND
004560         DISPLAY "ATTNLIST - NO VALID ATTNPOL RECORD"
004570         MOVE 16 TO RETURN-CODE
004580     END-IF.
004590 1100-EXIT.
004600     EXIT.
004610*
004620*****************************************************************
004630*  1150-COMPUTE-CUTOFF-DATE - STEP BACK THE POLICY'S NUMBER OF
004640*  MONTHS FROM THE RUN DATE, KEEPING THE DAY OF THE MONTH BUT
004650*  PULLING IT BACK TO THE LAST DAY OF A SHORTER MONTH.
004660*****************************************************************
004670 1150-COMPUTE-CUTOFF-DATE.
004680     COMPUTE WS-CUTOFF-MONTHS = (FORM-YEAR * 12) + FORM-MONTH - 1
004690         - WS-EXPIRY-MONTHS
004700     DIVIDE WS-CUTOFF-MONTHS BY 12
004710         GIVING WS-CUTOFF-YEAR
004720         REMAINDER WS-CUTOFF-REM
004730     COMPUTE WS-CUTOFF-MONTH = WS-CUTOFF-REM + 1
004740     MOVE WS-MONTH-DAYS(WS-CUTOFF-MONTH) TO WS-CUTOFF-LAST-DAY
004750     IF WS-CUTOFF-MONTH = 2
004760         PERFORM 1160-CHECK-LEAP-YEAR THRU 1160-EXIT
004770         IF WS-LEAP-YEAR
004780             MOVE 29 TO WS-CUTOFF-LAST-DAY
004790         END-IF
004800     END-IF
004810     MOVE FORM-DAY TO WS-CUTOFF-DAY
004820     IF WS-CUTOFF-DAY > WS-CUTOFF-LAST-DAY
004830         MOVE WS-CUTOFF-LAST-DAY TO WS-CUTOFF-DAY
004840     END-IF.
004850 1150-EXIT.
004860     EXIT.
004870*
004880*****************************************************************
004890*  1160-CHECK-LEAP-YEAR - SET WS-LEAP-YEAR WHEN THE CUTOFF YEAR
004900*  IS A LEAP YEAR (DIVISIBLE BY 4, EXCEPT CENTURY YEARS NOT
004910*  DIVISIBLE BY 400).
004920*****************************************************************
004930 1160-CHECK-LEAP-YEAR.
004940     MOVE 'N' TO WS-LEAP-YEAR-SW
004950     DIVIDE WS-CUTOFF-YEAR BY 4
004960         GIVING WS-LEAP-QUOTIENT
004970         REMAINDER WS-LEAP-REMAINDER
004980     IF WS-LEAP-REMAINDER = 0
004990         MOVE 'Y' TO WS-LEAP-YEAR-SW
005000         DIVIDE WS-CUTOFF-YEAR BY 100
005010             GIVING WS-LEAP-QUOTIENT
005020             REMAINDER WS-LEAP-REMAINDER
005030         IF WS-LEAP-REMAINDER = 0
005040             DIVIDE WS-CUTOFF-YEAR BY 400
005050                 GIVING WS-LEAP-QUOTIENT
005060                 REMAINDER WS-LEAP-REMAINDER
005070             IF WS-LEAP-REMAINDER NOT = 0
005080                 MOVE 'N' TO WS-LEAP-YEAR-SW
005090             END-IF
005100         END-IF
005110     END-IF.
005120 1160-EXIT.
005130     EXIT.
005140*
005150*****************************************************************
005160*  1200-LOAD-LEAVE-DAYS - LOAD THE BADGE'S APPROVED LEAVE DAYS
005170*  FROM THE LEAVEHIS HISTORY.  NO FILE MEANS NO LEAVE.
005180*****************************************************************
005190 1200-LOAD-LEAVE-DAYS.
005200     MOVE 0 TO WS-LVX-COUNT
005210     MOVE 'N' TO WS-LVHIS-EOF-SW
005220     OPEN INPUT LEAVE-HISTORY-FILE
005230     IF WS-LVHIS-FILE-NOT-FOUND
005240         GO TO 1200-EXIT
005250     END-IF
005260     IF NOT WS-LVHIS-FILE-OK
005270         DISPLAY "ATTNLIST - UNABLE TO OPEN LEAVE-HISTORY-FILE"
005280         MOVE 16 TO RETURN-CODE
005290         GO TO 1200-EXIT
005300     END-IF
005310     PERFORM UNTIL WS-LVHIS-EOF
005320         READ LEAVE-HISTORY-FILE
005330             AT END
005340                 MOVE 'Y' TO WS-LVHIS-EOF-SW
005350             NOT AT END
005360                 IF LVH-EMPLOYEE-ID = WS-LIST-BADGE-ID
005370                     IF WS-LVX-COUNT < WS-LVX-TABLE-SIZE
005380                         ADD 1 TO WS-LVX-COUNT
005390                         SET WS-LVX-IDX TO WS-LVX-COUNT
005400                         MOVE LVH-LEAVE-DATE
005410                             TO WS-LVX-DATE(WS-LVX-IDX)
005420                     ELSE
005430                         DISPLAY "ATTNLIST - LEAVE TABLE FULL AT "
005440                             WS-LVX-TABLE-SIZE " ENTRIES"
005450                         MOVE 16 TO RETURN-CODE
005460                         MOVE 'Y' TO WS-LVHIS-EOF-SW
005470                     END-IF
005480                 END-IF
005490         END-READ
005500     END-PERFORM
005510     CLOSE LEAVE-HISTORY-FILE.
005520 1200-EXIT.
005530     EXIT.
005540*
005550*****************************************************************
005560*  1300-LOAD-CORRECTION-DAYS - LOAD THE DAYS THE BADGE'S PUNCHES
005570*  WERE CORRECTED ON, BY BOTH THE ORIGINAL AND THE CORRECTED
005580*  PUNCH DATE, FROM THE CORRAUD AUDIT.  NO FILE MEANS NONE.
005590*****************************************************************
005600 1300-LOAD-CORRECTION-DAYS.
005610     MOVE 0 TO WS-CRX-COUNT
005620     MOVE 'N' TO WS-CORRAUD-EOF-SW
005630     OPEN INPUT CORRECTION-AUDIT-FILE
005640     IF WS-CORRAUD-FILE-NOT-FOUND
005650         GO TO 1300-EXIT
005660     END-IF
005670     IF NOT WS-CORRAUD-FILE-OK
005680         DISPLAY "ATTNLIST - UNABLE TO OPEN CORRAUD FILE"
005690         MOVE 16 TO RETURN-CODE
005700         GO TO 1300-EXIT
005710     END-IF
005720     PERFORM UNTIL WS-CORRAUD-EOF OR RETURN-CODE NOT = ZERO
005730         READ CORRECTION-AUDIT-FILE
005740             AT END
005750                 MOVE 'Y' TO WS-CORRAUD-EOF-SW
005760             NOT AT END
005770                 IF CORR-EMPLOYEE-ID = WS-LIST-BADGE-ID
005780                     MOVE CORR-ORIGINAL-DATE TO WS-CORR-DATE
005790                     PERFORM 1350-ADD-CORRECTION-DAY
005800                         THRU 1350-EXIT
005810                     IF CORR-NEW-DATE NOT = CORR-ORIGINAL-DATE
005820                         MOVE CORR-NEW-DATE TO WS-CORR-DATE
005830                         PERFORM 1350-ADD-CORRECTION-DAY
005840                             THRU 1350-EXIT
005850                     END-IF
005860                 END-IF
005870         END-READ
005880     END-PERFORM
005890     CLOSE CORRECTION-AUDIT-FILE.
005900 1300-EXIT.
005910     EXIT.
005920*
005930*****************************************************************
005940*  1350-ADD-CORRECTION-DAY - ADD THE DATE IN WS-CORR-DATE TO THE
005950*  CORRECTION TABLE.
005960*****************************************************************
005970 1350-ADD-CORRECTION-DAY.
005980     IF WS-CRX-COUNT NOT < WS-CRX-TABLE-SIZE
005990         DISPLAY "ATTNLIST - CORRECTION TABLE FULL AT "
006000             WS-CRX-TABLE-SIZE " ENTRIES"
006010         MOVE 16 TO RETURN-CODE
006020         GO TO 1350-EXIT
006030     END-IF
006040     ADD 1 TO WS-CRX-COUNT
006050     SET WS-CRX-IDX TO WS-CRX-COUNT
006060     MOVE WS-CORR-DATE TO WS-CRX-DATE(WS-CRX-IDX).
006070 1350-EXIT.
006080     EXIT.
006090*
006100*****************************************************************
006110*  2000-LOAD-OCCURRENCES - READ THE WHOLE LEDGER AND KEEP EVERY
006120*  RECORD FOR THE BADGE, EXPIRED OR NOT -- A HEARING MAY ASK
006130*  ABOUT AN OCCURRENCE THAT HAS SINCE FALLEN OFF.
006140*****************************************************************
006150 2000-LOAD-OCCURRENCES.
006160     MOVE 0 TO WS-OCC-COUNT
006170     MOVE 'N' TO WS-ATTLDG-EOF-SW
006180     OPEN INPUT ATTENDANCE-LEDGER-FILE
006190     IF WS-ATTLDG-FILE-NOT-FOUND
006200         GO TO 2000-EXIT
006210     END-IF
006220     IF NOT WS-ATTLDG-FILE-OK
006230         DISPLAY "ATTNLIST - UNABLE TO OPEN ATTNLEDG FILE"
006240         MOVE 16 TO RETURN-CODE
006250         GO TO 2000-EXIT
006260     END-IF
006270     PERFORM UNTIL WS-ATTLDG-EOF
006280         READ ATTENDANCE-LEDGER-FILE
006290             AT END
006300                 MOVE 'Y' TO WS-ATTLDG-EOF-SW
006310             NOT AT END
006320                 IF AL-EMPLOYEE-ID = WS-LIST-BADGE-ID
006330                     IF WS-OCC-COUNT < WS-OCC-TABLE-SIZE
006340                         ADD 1 TO WS-OCC-COUNT
006350                         SET WS-OCC-IDX TO WS-OCC-COUNT
006360                         MOVE AL-OCCUR-DATE
006370                             TO WS-OCC-DATE(WS-OCC-IDX)
006380                         MOVE AL-EXCEPTION-CODE
006390                             TO WS-OCC-CODE(WS-OCC-IDX)
006400                         MOVE AL-SCHEDULED-TIME
006410                             TO WS-OCC-SCHED-TIME(WS-OCC-IDX)
006420                         MOVE AL-ACTUAL-TIME
006430                             TO WS-OCC-ACTUAL-TIME(WS-OCC-IDX)
006440                         MOVE AL-RUN-DATE
006450                             TO WS-OCC-RUN-DATE(WS-OCC-IDX)
006460                     ELSE
006470                         DISPLAY "ATTNLIST - OCCURRENCE TABLE "
006480                             "FULL AT " WS-OCC-TABLE-SIZE
006490                             " ENTRIES"
006500                         MOVE 16 TO RETURN-CODE
006510                         MOVE 'Y' TO WS-ATTLDG-EOF-SW
006520                     END-IF
006530                 END-IF
006540         END-READ
006550     END-PERFORM
006560     CLOSE ATTENDANCE-LEDGER-FILE.
006570 2000-EXIT.
006580     EXIT.
006590*
006600*****************************************************************
006610*  3000-SORT-OCCURRENCES - SELECTION-SORT THE OCCURRENCES BY
006620*  DATE AND EXCEPTION CODE, SO A SECOND COPY OF AN OCCURRENCE
006630*  LANDS RIGHT UNDER THE FIRST.
006640*****************************************************************
006650 3000-SORT-OCCURRENCES.
006660     IF WS-OCC-COUNT < 2
006670         GO TO 3000-EXIT
006680     END-IF
006690     PERFORM VARYING WS-SORT-I FROM 1 BY 1
006700             UNTIL WS-SORT-I NOT < WS-OCC-COUNT
006710         MOVE WS-SORT-I TO WS-SORT-LOW
006720         COMPUTE WS-SORT-J = WS-SORT-I + 1
006730         PERFORM UNTIL WS-SORT-J > WS-OCC-COUNT
006740             IF WS-OCC-KEY(WS-SORT-J) < WS-OCC-KEY(WS-SORT-LOW)
006750                 MOVE WS-SORT-J TO WS-SORT-LOW
006760             END-IF
006770             ADD 1 TO WS-SORT-J
006780         END-PERFORM
006790         IF WS-SORT-LOW NOT = WS-SORT-I
006800             MOVE WS-OCC-ENTRY(WS-SORT-LOW) TO WS-SORT-HOLD
006810             MOVE WS-OCC-ENTRY(WS-SORT-I)
006820                 TO WS-OCC-ENTRY(WS-SORT-LOW)
006830             MOVE WS-SORT-HOLD TO WS-OCC-ENTRY(WS-SORT-I)
006840         END-IF
006850     END-PERFORM.
006860 3000-EXIT.
006870     EXIT.
006880*
006890*****************************************************************
006900*  4000-PRINT-LISTING - PRINT THE HEADINGS, EVERY OCCURRENCE
006910*  WITH ITS STATUS AND THE RUNNING TOTAL, THEN THE BADGE'S
006920*  ACTIVE POINTS AND THE NEXT THRESHOLD IT WOULD REACH.
006930*****************************************************************
006940 4000-PRINT-LISTING.
006950     MOVE FORMATTED-DATE-NUM TO WS-DATE-IN
006960     PERFORM 7100-FORMAT-DATE THRU 7100-EXIT
006970     MOVE WS-DATE-DISPLAY TO HD-DATE
006980     MOVE WS-LIST-BADGE-ID TO HD-BADGE-ID
006990     MOVE WS-LIST-BADGE-ID TO EMP-BADGE-ID
007000     READ EMPLOYEE-MASTER
007010         INVALID KEY
007020             MOVE "*NOT ON EMPLOYEE MASTER*" TO HD-NAME
007030             MOVE "*UNKNOWN*" TO HD-DEPARTMENT
007040         NOT INVALID KEY
007050             MOVE EMP-NAME TO HD-NAME
007060             MOVE EMP-DEPARTMENT TO HD-DEPARTMENT
007070     END-READ
007080     MOVE WS-CUTOFF-DATE TO WS-DATE-IN
007090     PERFORM 7100-FORMAT-DATE THRU 7100-EXIT
007100     MOVE WS-DATE-DISPLAY TO HD-WINDOW-DATE
007110     WRITE LISTING-RECORD FROM WS-HEADING-LINE-1
007120     WRITE LISTING-RECORD FROM WS-BLANK-LINE
007130     WRITE LISTING-RECORD FROM WS-HEADING-LINE-2
007140     WRITE LISTING-RECORD FROM WS-HEADING-LINE-3
007150     WRITE LISTING-RECORD FROM WS-BLANK-LINE
007160     WRITE LISTING-RECORD FROM WS-HEADING-LINE-4
007170     MOVE LOW-VALUES TO WS-PREV-OCC-KEY
007180     PERFORM VARYING WS-OCC-IDX FROM 1 BY 1
007190             UNTIL WS-OCC-IDX > WS-OCC-COUNT
007200         PERFORM 4100-PRINT-OCCURRENCE THRU 4100-EXIT
007210     END-PERFORM
007220     IF WS-OCC-COUNT = 0
007230         WRITE LISTING-RECORD FROM WS-NONE-LINE
007240     END-IF
007250     WRITE LISTING-RECORD FROM WS-BLANK-LINE
007260     MOVE WS-TOTAL-POINTS TO PL-POINTS
007270     WRITE LISTING-RECORD FROM WS-POINTS-LINE
007280     MOVE 0 TO WS-THR-NEXT
007290     PERFORM VARYING WS-THR-IDX FROM 3 BY -1
007300             UNTIL WS-THR-IDX < 1
007310         IF WS-THR-POINTS(WS-THR-IDX) > 0
007320                 AND WS-THR-POINTS(WS-THR-IDX) > WS-TOTAL-POINTS
007330             SET WS-THR-NEXT TO WS-THR-IDX
007340         END-IF
007350     END-PERFORM
007360     IF WS-THR-NEXT > 0
007370         MOVE WS-THR-POINTS(WS-THR-NEXT) TO NL-THRESHOLD
007380         MOVE WS-THR-ACTION(WS-THR-NEXT) TO NL-ACTION
007390         WRITE LISTING-RECORD FROM WS-NEXT-LINE
007400     ELSE
007410         WRITE LISTING-RECORD FROM WS-TOP-LINE
007420     END-IF
007430     WRITE LISTING-RECORD FROM WS-BLANK-LINE
007440     MOVE "ACTIVE OCCURRENCES:" TO CL-LABEL
007450     MOVE WS-ACTIVE-COUNT TO CL-COUNT
007460     WRITE LISTING-RECORD FROM WS-COUNT-LINE
007470     MOVE "EXCUSED:" TO CL-LABEL
007480     MOVE WS-EXCUSED-COUNT TO CL-COUNT
007490     WRITE LISTING-RECORD FROM WS-COUNT-LINE
007500     MOVE "EXPIRED:" TO CL-LABEL
007510     MOVE WS-EXPIRED-COUNT TO CL-COUNT
007520     WRITE LISTING-RECORD FROM WS-COUNT-LINE
007530     MOVE "DUPLICATES:" TO CL-LABEL
007540     MOVE WS-DUPLICATE-COUNT TO CL-COUNT
007550     WRITE LISTING-RECORD FROM WS-COUNT-LINE.
007560 4000-EXIT.
007570     EXIT.
007580*
007590*****************************************************************
007600*  4100-PRINT-OCCURRENCE - WORK OUT THE STATUS AND POINTS OF THE
007610*  OCCURRENCE AT WS-OCC-IDX, ADD ACTIVE POINTS TO THE RUNNING
007620*  TOTAL AND PRINT THE LINE.
007630*****************************************************************
007640 4100-PRINT-OCCURRENCE.
007650     MOVE 0 TO WS-OCC-POINTS
007660     EVALUATE TRUE
007670         WHEN WS-OCC-KEY(WS-OCC-IDX) = WS-PREV-OCC-KEY
007680             MOVE "DUPLICATE" TO DL-STATUS
007690             ADD 1 TO WS-DUPLICATE-COUNT
007700         WHEN WS-OCC-DATE(WS-OCC-IDX) NOT > WS-CUTOFF-DATE
007710             MOVE "EXPIRED" TO DL-STATUS
007720             ADD 1 TO WS-EXPIRED-COUNT
007730         WHEN OTHER
007740             PERFORM 4200-CHECK-EXCUSED THRU 4200-EXIT
007750             EVALUATE TRUE
007760                 WHEN WS-EXCUSED-LEAVE
007770                     MOVE "EXCUSED-LEAVE" TO DL-STATUS
007780                     ADD 1 TO WS-EXCUSED-COUNT
007790                 WHEN WS-EXCUSED-CORRECTION
007800                     MOVE "EXCUSED-CORR" TO DL-STATUS
007810                     ADD 1 TO WS-EXCUSED-COUNT
007820                 WHEN OTHER
007830                     MOVE "ACTIVE" TO DL-STATUS
007840                     ADD 1 TO WS-ACTIVE-COUNT
007850                     EVALUATE WS-OCC-CODE(WS-OCC-IDX)
007860                         WHEN 'N'
007870                             MOVE WS-NO-SHOW-POINTS
007880                                 TO WS-OCC-POINTS
007890                         WHEN 'L'
007900                             MOVE WS-LATE-POINTS TO WS-OCC-POINTS
007910                         WHEN 'E'
007920                             MOVE WS-EARLY-POINTS
007930                                 TO WS-OCC-POINTS
007940                     END-EVALUATE
007950                     ADD WS-OCC-POINTS TO WS-TOTAL-POINTS
007960             END-EVALUATE
007970     END-EVALUATE
007980     MOVE WS-OCC-KEY(WS-OCC-IDX) TO WS-PREV-OCC-KEY
007990     MOVE WS-OCC-DATE(WS-OCC-IDX) TO WS-DATE-IN
008000     PERFORM 7100-FORMAT-DATE THRU 7100-EXIT
008010     MOVE WS-DATE-DISPLAY TO DL-DATE
008020     EVALUATE WS-OCC-CODE(WS-OCC-IDX)
008030         WHEN 'N'
008040             MOVE "NO SHOW" TO DL-TYPE
008050         WHEN 'L'
008060             MOVE "LATE ARRIVAL" TO DL-TYPE
008070         WHEN 'E'
008080             MOVE "EARLY DEPARTURE" TO DL-TYPE
008090         WHEN OTHER
008100             MOVE "*UNKNOWN*" TO DL-TYPE
008110     END-EVALUATE
008120     MOVE WS-OCC-SCHED-TIME(WS-OCC-IDX) TO WS-HHMM-IN
008130     PERFORM 7200-FORMAT-HHMM THRU 7200-EXIT
008140     MOVE WS-TIME-DISPLAY TO DL-SCHED-TIME
008150     IF WS-OCC-CODE(WS-OCC-IDX) = 'N'
008160         MOVE SPACES TO DL-ACTUAL-TIME
008170     ELSE
008180         MOVE WS-OCC-ACTUAL-TIME(WS-OCC-IDX) TO WS-HHMM-IN
008190         PERFORM 7200-FORMAT-HHMM THRU 7200-EXIT
008200         MOVE WS-TIME-DISPLAY TO DL-ACTUAL-TIME
008210     END-IF
008220     MOVE WS-OCC-POINTS TO DL-POINTS
008230     MOVE WS-TOTAL-POINTS TO DL-TOTAL
008240     WRITE LISTING-RECORD FROM WS-DETAIL-LINE.
008250 4100-EXIT.
008260     EXIT.
008270*
008280*****************************************************************
008290*  4200-CHECK-EXCUSED - SET WS-EXCUSE-CODE TO L WHEN THE BADGE
008300*  HAS LEAVE ON THE OCCURRENCE'S DAY, C WHEN ITS PUNCHES WERE
008310*  CORRECTED THAT DAY, OR SPACE.
008320*****************************************************************
008330 4200-CHECK-EXCUSED.
008340     MOVE SPACE TO WS-EXCUSE-CODE
008350     PERFORM VARYING WS-LVX-IDX FROM 1 BY 1
008360             UNTIL WS-LVX-IDX > WS-LVX-COUNT
008370                 OR WS-EXCUSED-LEAVE
008380         IF WS-LVX-DATE(WS-LVX-IDX) = WS-OCC-DATE(WS-OCC-IDX)
008390             MOVE 'L' TO WS-EXCUSE-CODE
008400         END-IF
008410     END-PERFORM
008420     PERFORM VARYING WS-CRX-IDX FROM 1 BY 1
008430             UNTIL WS-CRX-IDX > WS-CRX-COUNT
008440                 OR WS-EXCUSE-CODE NOT = SPACE
008450         IF WS-CRX-DATE(WS-CRX-IDX) = WS-OCC-DATE(WS-OCC-IDX)
008460             MOVE 'C' TO WS-EXCUSE-CODE
008470         END-IF
008480     END-PERFORM.
008490 4200-EXIT.
008500     EXIT.
008510*
008520*****************************************************************
008530*  7100-FORMAT-DATE - TURN THE YYYYMMDD DATE IN WS-DATE-IN INTO
008540*  A YYYY-MM-DD DISPLAY IN WS-DATE-DISPLAY.
008550*****************************************************************
008560 7100-FORMAT-DATE.
008570     MOVE SPACES TO WS-DATE-DISPLAY
008580     STRING WS-DATE-IN-YEAR  DELIMITED BY SIZE
008590            "-"              DELIMITED BY SIZE
008600            WS-DATE-IN-MONTH DELIMITED BY SIZE
008610            "-"              DELIMITED BY SIZE
008620            WS-DATE-IN-DAY   DELIMITED BY SIZE
008630         INTO WS-DATE-DISPLAY.
008640 7100-EXIT.
008650     EXIT.
008660*
008670*****************************************************************
008680*  7200-FORMAT-HHMM - TURN THE HHMM TIME IN WS-HHMM-IN INTO AN
008690*  HH:MM DISPLAY IN WS-TIME-DISPLAY.
008700*****************************************************************
008710 7200-FORMAT-HHMM.
008720     MOVE WS-HHMM-IN-HOUR TO WS-TIME-DISP-HOUR
008730     MOVE WS-HHMM-IN-MIN TO WS-TIME-DISP-MIN.
008740 7200-EXIT.
008750     EXIT.
008760*
008770*****************************************************************
008780*  9999-TERMINATE - CLOSE FILES AND RETURN TO THE OPERATING
008790*  SYSTEM.
008800*****************************************************************
008810 9999-TERMINATE.
008820     CLOSE EMPLOYEE-MASTER
008830     CLOSE LEDGER-LISTING-FILE.
008840 9999-EXIT.
008850     EXIT.

000100 IDENTIFICATION DIVISION.
000110*
000120 PROGRAM-ID. RUNTREND.
000130 AUTHOR. R J HENDERSON.
000140 INSTALLATION. PAYROLL SYSTEMS.
000150 DATE-WRITTEN. 2026-10-15.
000160 DATE-COMPILED.
000170*****************************************************************
000180*  NIGHTLY RUN-STATISTICS TREND AND VOLUME-ANOMALY CHECK.
000190*  EVERY COUNTING STEP OF THE NIGHTLY JOB POSTS ITS FIGURES TO
000200*  THE RUN-STATISTICS HISTORY (RUNSTAT): PUNCHES EXTRACTED, AUDIT
000210*  ATTEMPTS AND PUNCHES RECONCILED, LEAVE APPROVED AND REJECTED,
000220*  VALIDATION ERRORS, SHIFTS PAIRED, PUNCH EXCEPTIONS, HELD WEEKS
000230*  AND THE PAYROLL EXTRACT TOTALS.  THIS STEP HOLDS EACH FIGURE
000240*  NAMED ON THE RUNTOL PARAMETER FILE AGAINST THE AVERAGE OF THE
000250*  SAME FIGURE ON EARLIER RUNS THAT COVERED THE SAME DAY OF THE
000260*  WEEK AND WERE, OR WERE NOT, A HOLIDAY ON THE HOLCAL CALENDAR
000270*  THE SAME AS TONIGHT -- A MONDAY RUN IS ONLY COMPARED WITH
000280*  OTHER MONDAY RUNS, AND A HOLIDAY ONLY WITH OTHER HOLIDAYS.
000290*  THE NIGHTLY JOB RUNS AFTER MIDNIGHT, SO THE DAY A RUN COVERS
000300*  IS THE CALENDAR DAY BEFORE ITS RUN DATE, THE SAME CONVENTION
000310*  CLOCKHLT AND AUDITRPT USE.  A FIGURE OUTSIDE ITS BAND ON A
000320*  RUNTOL RECORD MARKED HOLD ENDS THE STEP WITH A NONZERO
000330*  RETURN CODE, WHICH HOLDS THE WEEK-STATE AND PENDING-IN COPY
000340*  STEPS AND, WITH THEM, THE TRANSMISSION OF THE PAYROLL EXTRACT
000350*  UNTIL SOMEONE HAS LOOKED.  OPERATIONS RELEASES A NIGHT THEY
000360*  ARE SATISFIED WITH BY RESTARTING THE JOB AT THIS STEP WITH A
000370*  TRENDREL CARD DATED THE RUN DATE AND CARRYING THEIR INITIALS
000380*  AND REASON; THE OUT-OF-BAND FIGURES THEN PRINT AS RELEASED.
000390*  THE TREND REPORT (TRENDRPT) IS THE MORNING RUN SUMMARY: EACH
000400*  FIGURE WITH TONIGHT'S VALUE, THE AVERAGE, THE PERCENT
000410*  DIFFERENCE AND THE COMPARABLE NIGHTS BEHIND IT, MOST RECENT
000420*  FIRST.  A STEP RERUN THE SAME DAY POSTS AGAIN; THE LAST
000430*  POSTING FOR A RUN DATE IS THE ONE USED.
000440*****************************************************************
000450*  MODIFICATION HISTORY
000460*      DATE       INIT  DESCRIPTION
000470*      ---------- ----  -----------------------------------------
000480*      2026-10-15 RJH   ORIGINAL PROGRAM.
000490*****************************************************************
000500*
000510 ENVIRONMENT DIVISION.
000520*
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     SELECT RUN-STATS-FILE ASSIGN TO "RUNSTAT"
000560         ORGANIZATION IS SEQUENTIAL
000570         ACCESS MODE IS SEQUENTIAL
000580         FILE STATUS IS WS-STAT-FILE-STATUS.
000590*
000600     SELECT RUN-TOLERANCE-FILE ASSIGN TO "RUNTOL"
000610         ORGANIZATION IS SEQUENTIAL
000620         ACCESS MODE IS SEQUENTIAL
000630         FILE STATUS IS WS-TOL-FILE-STATUS.
000640*
000650     SELECT HOLIDAY-CALENDAR-FILE ASSIGN TO "HOLCAL"
000660         ORGANIZATION IS SEQUENTIAL
000670         ACCESS MODE IS SEQUENTIAL
000680         FILE STATUS IS WS-HOLCAL-FILE-STATUS.
000690*
000700     SELECT TREND-RELEASE-FILE ASSIGN TO "TRENDREL"
000710         ORGANIZATION IS SEQUENTIAL
000720         ACCESS MODE IS SEQUENTIAL
000730         FILE STATUS IS WS-REL-FILE-STATUS.
000740*
000750     SELECT TREND-REPORT-FILE ASSIGN TO "TRENDRPT"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-TRDRPT-FILE-STATUS.
000780*
000790 DATA DIVISION.
000800*
000810 FILE SECTION.
000820*
000830 FD  RUN-STATS-FILE
000840     RECORDING MODE IS F.
000850     COPY RUNSTAT.
000860*
000870 FD  RUN-TOLERANCE-FILE
000880     RECORDING MODE IS F.
000890     COPY RUNTOL.
000900*
000910 FD  HOLIDAY-CALENDAR-FILE
000920     RECORDING MODE IS F.
000930     COPY HOLCAL.
000940*
000950*    RELEASE CARD: THE RUN DATE BEING RELEASED (YYYYMMDD), THE
000960*    INITIALS OF WHOEVER RELEASED IT AND WHY.
000970*
000980 FD  TREND-RELEASE-FILE
000990     RECORDING MODE IS F.
001000 01  TREND-RELEASE-RECORD.
001010     05  REL-RUN-DATE             PIC X(08).
001020     05  FILLER                   PIC X(01).
001030     05  REL-INITIALS             PIC X(03).
001040     05  FILLER                   PIC X(01).
001050     05  REL-REASON               PIC X(40).
001060     05  FILLER                   PIC X(27).
001070*
001080 FD  TREND-REPORT-FILE
001090     RECORDING MODE IS F.
001100 01  TRDRPT-RECORD                   PIC X(80).
001110*
001120 WORKING-STORAGE SECTION.
001130*
001140*    FILE STATUS SWITCHES
001150*
001160 77  WS-STAT-FILE-STATUS          PIC X(02) VALUE SPACES.
001170     88  WS-STAT-FILE-OK                    VALUE '00'.
001180     88  WS-STAT-FILE-NOT-FOUND             VALUE '35'.
001190 77  WS-TOL-FILE-STATUS           PIC X(02) VALUE SPACES.
001200     88  WS-TOL-FILE-OK                     VALUE '00'.
001210     88  WS-TOL-FILE-NOT-FOUND              VALUE '35'.
001220 77  WS-HOLCAL-FILE-STATUS        PIC X(02) VALUE SPACES.
001230     88  WS-HOLCAL-FILE-OK                  VALUE '00'.
001240     88  WS-HOLCAL-FILE-NOT-FOUND           VALUE '35'.
001250 77  WS-REL-FILE-STATUS           PIC X(02) VALUE SPACES.
001260     88  WS-REL-FILE-OK                     VALUE '00'.
001270     88  WS-REL-FILE-NOT-FOUND              VALUE '35'.
001280 77  WS-TRDRPT-FILE-STATUS        PIC X(02) VALUE SPACES.
001290     88  WS-TRDRPT-FILE-OK                  VALUE '00'.
001300*
001310 77  WS-STAT-EOF-SW               PIC X(01) VALUE 'N'.
001320     88  WS-STAT-EOF                        VALUE 'Y'.
001330 77  WS-TOL-EOF-SW                PIC X(01) VALUE 'N'.
001340     88  WS-TOL-EOF                         VALUE 'Y'.
001350 77  WS-HOLCAL-EOF-SW             PIC X(01) VALUE 'N'.
001360     88  WS-HOLCAL-EOF                      VALUE 'Y'.
001370*
001380*    SYSTEM DATE AND TIME AS RETURNED BY THE OPERATING SYSTEM
001390*
001400 01  CURRENT-DATE                  PIC 9(08).
001410 01  CURRENT-TIME                  PIC 9(08).
001420*
001430 01  FORMATTED-DATE.
001440     05  FORM-YEAR                  PIC 9(04).
001450     05  FORM-MONTH                 PIC 9(02).
001460     05  FORM-DAY                   PIC 9(02).
001470 01  FORMATTED-DATE-NUM REDEFINES FORMATTED-DATE
001480                                   PIC 9(08).
001490*
001500 01  FORMATTED-TIME.
001510     05  FORM-HOUR                  PIC 9(02).
001520     05  FORM-MIN                   PIC 9(02).
001530     05  FORM-SEC                   PIC 9(02).
001540*
001550*    THE DAY TONIGHT'S RUN COVERS -- THE CALENDAR DAY BEFORE THE
001560*    RUN DATE -- WITH ITS DAY OF THE WEEK AND HOLIDAY STATUS.
001570*
001580 01  WS-REPORT-DATE.
001590     05  WS-REPORT-YEAR             PIC 9(04).
001600     05  WS-REPORT-MONTH            PIC 9(02).
001610     05  WS-REPORT-DAY              PIC 9(02).
001620 77  WS-TONIGHT-DAY-INDEX          PIC 9(01) COMP VALUE 0.
001630 77  WS-TONIGHT-HOLIDAY-SW         PIC X(01) VALUE 'N'.
001640     88  WS-TONIGHT-HOLIDAY                  VALUE 'Y'.
001650*
001660*    CLASSIFICATION OF THE HISTORY RUN DATE BEING READ.  THE
001670*    HISTORY IS IN RUN-DATE ORDER, SO A DATE IS ONLY WORKED OUT
001680*    WHEN IT CHANGES.
001690*
001700 01  WS-POST-DATE                  PIC 9(08) VALUE 0.
001710 01  WS-HIST-DATE                  PIC 9(08) VALUE 0.
001720 77  WS-HIST-COMPARABLE-SW         PIC X(01) VALUE 'N'.
001730     88  WS-HIST-COMPARABLE                  VALUE 'Y'.
001740*
001750*    DATE WORK AREA FOR THE PRIOR-DAY, DAY-OF-WEEK AND HOLIDAY
001760*    LOOK-UPS
001770*
001780 01  WS-CALC-DATE.
001790     05  WS-CALC-YEAR               PIC 9(04).
001800     05  WS-CALC-MONTH              PIC 9(02).
001810     05  WS-CALC-DAY                PIC 9(02).
001820 01  WS-CALC-DATE-NUM REDEFINES WS-CALC-DATE
001830                                   PIC 9(08).
001840*
001850*    DAYS-IN-MONTH TABLE AND LEAP-YEAR WORK FIELDS FOR THE
001860*    PRIOR-DAY DATE ARITHMETIC
001870*
001880 01  WS-MONTH-DAYS-DATA            PIC X(24)
001890         VALUE "312831303130313130313031".
001900 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-DATA.
001910     05  WS-MONTH-DAYS              PIC 9(02) OCCURS 12 TIMES.
001920 77  WS-LEAP-REMAINDER             PIC 9(04) VALUE 0.
001930 77  WS-LEAP-QUOTIENT              PIC 9(04) VALUE 0.
001940 77  WS-LEAP-YEAR-SW               PIC X(01) VALUE 'N'.
001950     88  WS-LEAP-YEAR                        VALUE 'Y'.
001960*
001970*    DAY-OF-WEEK ARITHMETIC (ZELLER'S CONGRUENCE).  THE RESULT
001980*    IS TURNED INTO AN INDEX, 1 = MONDAY THROUGH 7 = SUNDAY, THE
001990*    SAME ORDER THE SHIFT MASTER'S WORK-DAY FLAGS USE.
002000*
002010 77  WS-ZELLER-MONTH              PIC 9(04) COMP VALUE 0.
002020 77  WS-ZELLER-YEAR               PIC 9(04) COMP VALUE 0.
002030 77  WS-ZELLER-CENTURY            PIC 9(04) COMP VALUE 0.
002040 77  WS-ZELLER-YR-OF-CENT         PIC 9(04) COMP VALUE 0.
002050 77  WS-ZELLER-TERM-1             PIC 9(04) COMP VALUE 0.
002060 77  WS-ZELLER-TERM-2             PIC 9(04) COMP VALUE 0.
002070 77  WS-ZELLER-TERM-3             PIC 9(04) COMP VALUE 0.
002080 77  WS-ZELLER-SUM                PIC 9(06) COMP VALUE 0.
002090 77  WS-ZELLER-QUOT               PIC 9(06) COMP VALUE 0.
002100 77  WS-ZELLER-DOW                PIC 9(01) COMP VALUE 0.
002110 77  WS-WORK-DAY-INDEX            PIC 9(01) COMP VALUE 0.
002120 01  WS-DAY-NAME-DATA.
002130     05  FILLER                    PIC X(27) VALUE
002140         "MONDAY   TUESDAY  WEDNESDAY".
002150     05  FILLER                    PIC X(36) VALUE
002160         "THURSDAY FRIDAY   SATURDAY SUNDAY   ".
002170 01  WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAME-DATA.
002180     05  WS-DAY-NAME                PIC X(09) OCCURS 7 TIMES.
002190*
002200*    PAID HOLIDAYS FROM THE HOLCAL CALENDAR.  THE TREND LOOKS
002210*    BACK UP TO TWELVE WEEKS, SO LAST YEAR'S HOLIDAYS STAY ON THE
002220*    CALENDAR UNTIL THE NEW YEAR IS THAT FAR ALONG.
002230*
002240 01  WS-HOLIDAY-TABLE.
002250     05  WS-HOL-ENTRY OCCURS 100 TIMES
002260             INDEXED BY WS-HOL-IDX.
002270         10  WS-HOL-DATE             PIC 9(08).
002280 77  WS-HOL-COUNT                  PIC 9(03) VALUE 0.
002290 77  WS-HOL-TABLE-SIZE             PIC 9(03) VALUE 100.
002300 77  WS-HOLIDAY-SW                 PIC X(01) VALUE 'N'.
002310     88  WS-IS-HOLIDAY                       VALUE 'Y'.
002320*
002330*    ONE ENTRY PER FIGURE ON THE RUNTOL PARAMETER FILE, IN FILE
002340*    ORDER, CARRYING ITS BAND, TONIGHT'S POSTING AND THE
002350*    COMPARABLE EARLIER NIGHTS, MOST RECENT FIRST.
002360*
002370 01  WS-STAT-TABLE.
002380     05  WS-STA-ENTRY OCCURS 50 TIMES
002390             INDEXED BY WS-STA-IDX.
002400         10  WS-STA-NAME             PIC X(08).
002410         10  WS-STA-DESCRIPTION      PIC X(20).
002420         10  WS-STA-LOW-PCT          PIC 9(03).
002430         10  WS-STA-HIGH-PCT         PIC 9(03).
002440         10  WS-STA-MIN-VARIANCE     PIC 9(07)V99.
002450         10  WS-STA-SAMPLE-NIGHTS    PIC 9(02).
002460         10  WS-STA-MIN-SAMPLES      PIC 9(02).
002470         10  WS-STA-ACTION           PIC X(01).
002480             88  WS-STA-HOLD             VALUE 'H'.
002490         10  WS-STA-POSTED-SW        PIC X(01).
002500             88  WS-STA-POSTED           VALUE 'Y'.
002510         10  WS-STA-TONIGHT          PIC 9(09)V99.
002520         10  WS-STA-SAMPLE-COUNT     PIC 9(02).
002530         10  WS-STA-SAMPLE OCCURS 12 TIMES.
002540             15  WS-SMP-DATE         PIC 9(08).
002550             15  WS-SMP-VALUE        PIC 9(09)V99.
002560 77  WS-STA-COUNT                  PIC 9(03) VALUE 0.
002570 77  WS-STA-TABLE-SIZE             PIC 9(03) VALUE 50.
002580 77  WS-SAMPLE-TABLE-SIZE          PIC 9(02) VALUE 12.
002590 77  WS-STA-FOUND-SW               PIC X(01) VALUE 'N'.
002600     88  WS-STA-FOUND                         VALUE 'Y'.
002610 77  WS-STA-SLOT                   PIC 9(03) VALUE 0.
002620 77  WS-SEARCH-STAT-NAME           PIC X(08) VALUE SPACES.
002630 77  WS-SMP-SUB                    PIC 9(02) VALUE 0.
002640 77  WS-SMP-FROM                   PIC 9(02) VALUE 0.
002650 77  WS-PRINT-LIMIT                PIC 9(02) VALUE 0.
002660*
002670*    BAND ARITHMETIC FOR THE FIGURE BEING JUDGED
002680*
002690 77  WS-SAMPLE-TOTAL               PIC 9(11)V99 VALUE 0.
002700 77  WS-AVERAGE                    PIC 9(09)V99 VALUE 0.
002710 77  WS-LOW-LIMIT                  PIC 9(09)V99 VALUE 0.
002720 77  WS-HIGH-LIMIT                 PIC 9(11)V99 VALUE 0.
002730 77  WS-BAND-PCT                   PIC 9(04) VALUE 0.
002740 77  WS-ABS-DIFFERENCE             PIC 9(09)V99 VALUE 0.
002750 77  WS-DIFF-PCT                   PIC S9(07) VALUE 0.
002760 77  WS-BREACH-SW                  PIC X(01) VALUE 'N'.
002770     88  WS-BREACH-NONE                       VALUE 'N'.
002780     88  WS-BREACH-LOW                        VALUE 'L'.
002790     88  WS-BREACH-HIGH                       VALUE 'H'.
002800 77  WS-EDIT-VALUE                 PIC ZZZZZZ9.99.
002810*
002820*    RELEASE CARD, WHEN OPERATIONS HAS RELEASED TONIGHT'S RUN
002830*
002840 77  WS-RELEASE-SW                 PIC X(01) VALUE 'N'.
002850     88  WS-RELEASED                          VALUE 'Y'.
002860 77  WS-REL-INITIALS               PIC X(03) VALUE SPACES.
002870 77  WS-REL-REASON                 PIC X(40) VALUE SPACES.
002880*
002890*    REPORT TOTALS
002900*
002910 77  WS-STAT-READ-COUNT            PIC 9(07) VALUE 0.
002920 77  WS-IN-BAND-COUNT              PIC 9(05) VALUE 0.
002930 77  WS-HOLD-COUNT                 PIC 9(05) VALUE 0.
002940 77  WS-WARN-COUNT                 PIC 9(05) VALUE 0.
002950 77  WS-RELEASED-COUNT             PIC 9(05) VALUE 0.
002960 77  WS-NO-HISTORY-COUNT           PIC 9(05) VALUE 0.
002970 77  WS-NOT-POSTED-COUNT           PIC 9(05) VALUE 0.
002980*
002990*    REPORT PRINT LINES
003000*
003010 01  WS-HEADING-LINE-1.
003020     05  FILLER                     PIC X(12) VALUE SPACES.
003030     05  FILLER                     PIC X(34)
003040             VALUE "NIGHTLY RUN-STATISTICS TREND FOR".
003050     05  HD-DATE                    PIC X(10).
003060 01  WS-HEADING-LINE-2.
003070     05  FILLER                     PIC X(12) VALUE SPACES.
003080     05  FILLER                     PIC X(07) VALUE "COVERS".
003090     05  HD-COVER-DATE              PIC X(10).
003100     05  FILLER                     PIC X(01) VALUE SPACES.
003110     05  HD-COVER-DAY               PIC X(10).
003120     05  HD-COVER-HOLIDAY           PIC X(15).
003130 01  WS-HEADING-LINE-3.
003140     05  FILLER                     PIC X(09) VALUE "FIGURE".
003150     05  FILLER                     PIC X(21) VALUE "DESCRIPTION".
003160     05  FILLER                     PIC X(12) VALUE "    TONIGHT".
003170     05  FILLER                     PIC X(12) VALUE "    AVERAGE".
003180     05  FILLER                     PIC X(06) VALUE " PCT".
003190     05  FILLER                     PIC X(03) VALUE " N".
003200     05  FILLER                     PIC X(14) VALUE "STATUS".
003210 01  WS-SECTION-LINE               PIC X(80).
003220 01  WS-FIGURE-LINE.
003230     05  FL-STAT-NAME               PIC X(08).
003240     05  FILLER                     PIC X(01) VALUE SPACES.
003250     05  FL-DESCRIPTION             PIC X(20).
003260     05  FILLER                     PIC X(01) VALUE SPACES.
003270     05  FL-TONIGHT-AREA            PIC X(11).
003280     05  FL-TONIGHT REDEFINES FL-TONIGHT-AREA
003290                                    PIC ZZZZZZZ9.99.
003300     05  FILLER                     PIC X(01) VALUE SPACES.
003310     05  FL-AVERAGE-AREA            PIC X(11).
003320     05  FL-AVERAGE REDEFINES FL-AVERAGE-AREA
003330                                    PIC ZZZZZZZ9.99.
003340     05  FILLER                     PIC X(01) VALUE SPACES.
003350     05  FL-PCT-AREA                PIC X(05).
003360     05  FL-PCT REDEFINES FL-PCT-AREA
003370                                    PIC ++++9.
003380     05  FILLER                     PIC X(01) VALUE SPACES.
003390     05  FL-SAMPLES                 PIC Z9.
003400     05  FILLER                     PIC X(01) VALUE SPACES.
003410     05  FL-STATUS                  PIC X(15).
003420 01  WS-PRIOR-LINE.
003430     05  FILLER                     PIC X(03) VALUE SPACES.
003440     05  FILLER                     PIC X(07) VALUE "PRIOR:".
003450     05  PL-ENTRY-AREA.
003460         10  PL-ENTRY OCCURS 6 TIMES.
003470             15  PL-VALUE           PIC X(10).
003480             15  FILLER             PIC X(01).
003490 01  WS-RELEASE-LINE.
003500     05  FILLER                     PIC X(12) VALUE "RELEASED BY".
003510     05  RL-INITIALS                PIC X(03).
003520     05  FILLER                     PIC X(02) VALUE ": ".
003530     05  RL-REASON                  PIC X(40).
003540 01  WS-COUNT-LINE.
003550     05  CL-LABEL                   PIC X(30).
003560     05  CL-COUNT                   PIC ZZZZZZ9.
003570 01  WS-BLANK-LINE                 PIC X(80) VALUE SPACES.
003580*
003590 PROCEDURE DIVISION.
003600*
003610 0000-MAINLINE.
003620     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003630     IF RETURN-CODE = ZERO
003640         PERFORM 2000-READ-RUN-STATS THRU 2000-EXIT
003650     END-IF
003660     IF RETURN-CODE = ZERO
003670         PERFORM 3000-JUDGE-FIGURES THRU 3000-EXIT
003680     END-IF
003690     PERFORM 9999-TERMINATE THRU 9999-EXIT
003700     STOP RUN.
003710*
003720*****************************************************************
003730*  1000-INITIALIZE - GET THE SYSTEM DATE, FIGURE THE DAY TONIGHT
003740*  COVERS, OPEN THE FILES, LOAD THE HOLIDAY CALENDAR AND THE
003750*  TOLERANCE BANDS, CLASSIFY TONIGHT AND PICK UP ANY RELEASE.
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
003860     MOVE FORMATTED-DATE TO WS-CALC-DATE
003870     PERFORM 7100-BACK-ONE-DAY THRU 7100-EXIT
003880     MOVE WS-CALC-DATE TO WS-REPORT-DATE
003890     OPEN INPUT RUN-STATS-FILE
003900     OPEN INPUT RUN-TOLERANCE-FILE
003910     OPEN INPUT HOLIDAY-CALENDAR-FILE
003920     OPEN OUTPUT TREND-REPORT-FILE
003930     IF WS-STAT-FILE-NOT-FOUND
003940         DISPLAY "RUNTREND - NO RUN-STATS-FILE ON FILE"
003950         MOVE 16 TO RETURN-CODE
003960         GO TO 1000-EXIT
003970     END-IF
003980     IF WS-TOL-FILE-NOT-FOUND
003990         DISPLAY "RUNTREND - NO RUNTOL PARAMETER FILE"
004000         MOVE 16 TO RETURN-CODE
004010         GO TO 1000-EXIT
004020     END-IF
004030     IF WS-HOLCAL-FILE-NOT-FOUND
004040         DISPLAY "RUNTREND - NO HOLIDAY-CALENDAR-FILE ON FILE"
004050         MOVE 16 TO RETURN-CODE
004060         GO TO 1000-EXIT
004070     END-IF
004080     IF NOT WS-STAT-FILE-OK OR NOT WS-TOL-FILE-OK
004090             OR NOT WS-HOLCAL-FILE-OK OR NOT WS-TRDRPT-FILE-OK
004100         DISPLAY "RUNTREND - UNABLE TO OPEN INPUT OR REPORT FILE"
004110         MOVE 16 TO RETURN-CODE
004120         GO TO 1000-EXIT
004130     END-IF
004140     PERFORM 1200-LOAD-HOLIDAY-CALENDAR THRU 1200-EXIT
004150     IF RETURN-CODE = ZERO
004160         PERFORM 1300-LOAD-TOLERANCES THRU 1300-EXIT
004170     END-IF
004180     IF RETURN-CODE = ZERO
004190         MOVE WS-REPORT-DATE TO WS-CALC-DATE
004200         PERFORM 7000-COMPUTE-DAY-OF-WEEK THRU 7000-EXIT
004210         PERFORM 7200-CHECK-HOLIDAY THRU 7200-EXIT
004220         MOVE WS-WORK-DAY-INDEX TO WS-TONIGHT-DAY-INDEX
004230         MOVE WS-HOLIDAY-SW TO WS-TONIGHT-HOLIDAY-SW
004240         PERFORM 1400-READ-RELEASE-CARD THRU 1400-EXIT
004250     END-IF.
004260 1000-EXIT.
004270     EXIT.
004280*
004290*****************************************************************
004300*  1200-LOAD-HOLIDAY-CALENDAR - LOAD THE HOLCAL DATES INTO THE
004310*  HOLIDAY TABLE.  AN EMPTY CALENDAR JUST MEANS EVERY NIGHT IS
004320*  COMPARED AS AN ORDINARY DAY.
004330*****************************************************************
004340 1200-LOAD-HOLIDAY-CALENDAR.
004350     PERFORM UNTIL WS-HOLCAL-EOF
004360         READ HOLIDAY-CALENDAR-FILE
004370             AT END
004380                 MOVE 'Y' TO WS-HOLCAL-EOF-SW
004390             NOT AT END
004400                 IF HOL-HOLIDAY-DATE IS NUMERIC
004410                     IF WS-HOL-COUNT NOT < WS-HOL-TABLE-SIZE
004420                         DISPLAY "RUNTREND - HOLIDAY TABLE FULL"
004430                             " AT " WS-HOL-TABLE-SIZE " ENTRIES"
004440                         MOVE 16 TO RETURN-CODE
004450                         GO TO 1200-EXIT
004460                     END-IF
004470                     ADD 1 TO WS-HOL-COUNT
004480                     SET WS-HOL-IDX TO WS-HOL-COUNT
004490                     MOVE HOL-HOLIDAY-DATE
004500                         TO WS-HOL-DATE(WS-HOL-IDX)
004510                 END-IF
004520         END-READ
004530     END-PERFORM.
004540 1200-EXIT.
004550     EXIT.
004560*
004570*****************************************************************
004580*  1300-LOAD-TOLERANCES - LOAD THE FIGURES TO WATCH AND THEIR
004590*  BANDS FROM THE RUNTOL PARAMETER FILE.  A RECORD WITH A
004600*  NON-NUMERIC BAND IS LISTED ON THE CONSOLE AND LEFT OUT; A
004610*  FILE WITH NO GOOD RECORD AT ALL FAILS THE STEP, SINCE IT
004620*  WOULD PASS EVERY NIGHT UNCHECKED.
004630*****************************************************************
004640 1300-LOAD-TOLERANCES.
004650     PERFORM UNTIL WS-TOL-EOF
004660         READ RUN-TOLERANCE-FILE
004670             AT END
004680                 MOVE 'Y' TO WS-TOL-EOF-SW
004690             NOT AT END
004700                 PERFORM 1350-LOAD-ONE-TOLERANCE THRU 1350-EXIT
004710         END-READ
004720     END-PERFORM
004730     IF RETURN-CODE = ZERO AND WS-STA-COUNT = 0
004740         DISPLAY "RUNTREND - NO VALID RUNTOL RECORD"
004750         MOVE 16 TO RETURN-CODE
004760     END-IF.
004770 1300-EXIT.
004780     EXIT.
004790*
004800*****************************************************************
004810*  1350-LOAD-ONE-TOLERANCE - ADD THE RUNTOL RECORD JUST READ TO
004820*  THE FIGURE TABLE.  ZERO OR MORE THAN TWELVE SAMPLE NIGHTS
004830*  MEANS TWELVE, AND AT LEAST ONE COMPARABLE NIGHT IS NEEDED
004840*  BEFORE A FIGURE IS JUDGED.
004850*****************************************************************
004860 1350-LOAD-ONE-TOLERANCE.
004870     IF RT-STAT-NAME = SPACES
004880         GO TO 1350-EXIT
004890     END-IF
004900     IF RT-LOW-PCT NOT NUMERIC OR RT-HIGH-PCT NOT NUMERIC
004910             OR RT-MIN-VARIANCE NOT NUMERIC
004920             OR RT-SAMPLE-NIGHTS NOT NUMERIC
004930             OR RT-MIN-SAMPLES NOT NUMERIC
004940             OR NOT (RT-HOLD OR RT-WARN)
004950         DISPLAY "RUNTREND - RUNTOL RECORD FOR " RT-STAT-NAME
004960             " IS INVALID, NOT CHECKED"
004970         GO TO 1350-EXIT
004980     END-IF
004990     IF WS-STA-COUNT NOT < WS-STA-TABLE-SIZE
005000         DISPLAY "RUNTREND - FIGURE TABLE FULL AT "
005010             WS-STA-TABLE-SIZE " ENTRIES"
005020         MOVE 16 TO RETURN-CODE
005030         MOVE 'Y' TO WS-TOL-EOF-SW
005040         GO TO 1350-EXIT
005050     END-IF
005060     ADD 1 TO WS-STA-COUNT
005070     SET WS-STA-IDX TO WS-STA-COUNT
005080     INITIALIZE WS-STA-ENTRY(WS-STA-IDX)
005090     MOVE RT-STAT-NAME TO WS-STA-NAME(WS-STA-IDX)
005100     MOVE RT-DESCRIPTION TO WS-STA-DESCRIPTION(WS-STA-IDX)
005110     MOVE RT-LOW-PCT TO WS-STA-LOW-PCT(WS-STA-IDX)
005120     MOVE RT-HIGH-PCT TO WS-STA-HIGH-PCT(WS-STA-IDX)
005130     MOVE RT-MIN-VARIANCE TO WS-STA-MIN-VARIANCE(WS-STA-IDX)
005140     MOVE RT-SAMPLE-NIGHTS TO WS-STA-SAMPLE-NIGHTS(WS-STA-IDX)
005150     IF RT-SAMPLE-NIGHTS = 0
005160             OR RT-SAMPLE-NIGHTS > WS-SAMPLE-TABLE-SIZE
005170         MOVE WS-SAMPLE-TABLE-SIZE
005180             TO WS-STA-SAMPLE-NIGHTS(WS-STA-IDX)
005190     END-IF
005200     MOVE RT-MIN-SAMPLES TO WS-STA-MIN-SAMPLES(WS-STA-IDX)
005210     IF RT-MIN-SAMPLES = 0
005220         MOVE 1 TO WS-STA-MIN-SAMPLES(WS-STA-IDX)
005230     END-IF
005240     IF WS-STA-MIN-SAMPLES(WS-STA-IDX)
005250             > WS-STA-SAMPLE-NIGHTS(WS-STA-IDX)
005260         MOVE WS-STA-SAMPLE-NIGHTS(WS-STA-IDX)
005270             TO WS-STA-MIN-SAMPLES(WS-STA-IDX)
005280     END-IF
005290     MOVE RT-ACTION TO WS-STA-ACTION(WS-STA-IDX)
005300     MOVE 'N' TO WS-STA-POSTED-SW(WS-STA-IDX)
005310     MOVE 0 TO WS-STA-SAMPLE-COUNT(WS-STA-IDX).
005320 1350-EXIT.
005330     EXIT.
005340*
005350*****************************************************************
005360*  1400-READ-RELEASE-CARD - PICK UP OPERATIONS' RELEASE OF
005370*  TONIGHT'S RUN, IF ONE WAS SUPPLIED.  THE DD IS NORMALLY
005380*  DUMMY.  A CARD IS ONLY HONORED WHEN IT IS DATED THE RUN DATE
005390*  AND CARRIES INITIALS, SO ONE LEFT IN THE DECK FROM AN
005400*  EARLIER NIGHT CANNOT RELEASE TONIGHT.
005410*****************************************************************
005420 1400-READ-RELEASE-CARD.
005430     MOVE 'N' TO WS-RELEASE-SW
005440     OPEN INPUT TREND-RELEASE-FILE
005450     IF WS-REL-FILE-NOT-FOUND
005460         GO TO 1400-EXIT
005470     END-IF
005480     IF NOT WS-REL-FILE-OK
005490         DISPLAY "RUNTREND - UNABLE TO OPEN TRENDREL, STATUS "
005500             WS-REL-FILE-STATUS
005510         MOVE 16 TO RETURN-CODE
005520         GO TO 1400-EXIT
005530     END-IF
005540     READ TREND-RELEASE-FILE
005550         AT END
005560             MOVE SPACES TO TREND-RELEASE-RECORD
005570     END-READ
005580     CLOSE TREND-RELEASE-FILE
005590     IF TREND-RELEASE-RECORD = SPACES
005600         GO TO 1400-EXIT
005610     END-IF
005620     IF REL-RUN-DATE NOT = FORMATTED-DATE
005630         DISPLAY "RUNTREND - TRENDREL CARD IS DATED " REL-RUN-DATE
005640             ", NOT THE RUN DATE -- IGNORED"
005650         GO TO 1400-EXIT
005660     END-IF
005670     IF REL-INITIALS = SPACES
005680         DISPLAY "RUNTREND - TRENDREL CARD HAS NO INITIALS -- "
005690             "IGNORED"
005700         GO TO 1400-EXIT
005710     END-IF
005720     MOVE 'Y' TO WS-RELEASE-SW
005730     MOVE REL-INITIALS TO WS-REL-INITIALS
005740     MOVE REL-REASON TO WS-REL-REASON.
005750 1400-EXIT.
005760     EXIT.
005770*
005780*****************************************************************
005790*  2000-READ-RUN-STATS - READ THE WHOLE RUN-STATISTICS HISTORY,
005800*  TAKING TONIGHT'S POSTINGS AND THE COMPARABLE EARLIER NIGHTS
005810*  OF EVERY FIGURE BEING WATCHED.
005820*****************************************************************
005830 2000-READ-RUN-STATS.
005840     PERFORM UNTIL WS-STAT-EOF
005850         READ RUN-STATS-FILE
005860             AT END
005870                 MOVE 'Y' TO WS-STAT-EOF-SW
005880             NOT AT END
005890                 ADD 1 TO WS-STAT-READ-COUNT
005900                 PERFORM 2100-TAKE-ONE-POSTING THRU 2100-EXIT
005910         END-READ
005920     END-PERFORM.
005930 2000-EXIT.
005940     EXIT.
005950*
005960*****************************************************************
005970*  2100-TAKE-ONE-POSTING - FILE THE POSTING JUST READ UNDER ITS
005980*  FIGURE: AS TONIGHT'S VALUE WHEN IT IS DATED THE RUN DATE, AS
005990*  A SAMPLE WHEN IT IS FROM AN EARLIER RUN THAT COVERED A
006000*  COMPARABLE DAY.  A LATER POSTING FOR THE SAME RUN DATE
006010*  REPLACES AN EARLIER ONE.  FIGURES NOT ON RUNTOL ARE IGNORED.
006020*****************************************************************
006030 2100-TAKE-ONE-POSTING.
006040     MOVE RS-RUN-DATE TO WS-POST-DATE
006050     IF WS-POST-DATE NOT NUMERIC OR RS-STAT-VALUE NOT NUMERIC
006060         GO TO 2100-EXIT
006070     END-IF
006080     MOVE RS-STAT-NAME TO WS-SEARCH-STAT-NAME
006090     PERFORM 6000-FIND-STAT THRU 6000-EXIT
006100     IF NOT WS-STA-FOUND
006110         GO TO 2100-EXIT
006120     END-IF
006130     IF WS-POST-DATE = FORMATTED-DATE-NUM
006140         MOVE RS-STAT-VALUE TO WS-STA-TONIGHT(WS-STA-IDX)
006150         MOVE 'Y' TO WS-STA-POSTED-SW(WS-STA-IDX)
006160         GO TO 2100-EXIT
006170     END-IF
006180     IF WS-POST-DATE > FORMATTED-DATE-NUM
006190         GO TO 2100-EXIT
006200     END-IF
006210     IF WS-POST-DATE NOT = WS-HIST-DATE
006220         PERFORM 2200-CLASSIFY-HISTORY-DATE THRU 2200-EXIT
006230     END-IF
006240     IF WS-HIST-COMPARABLE
006250         PERFORM 2300-ADD-SAMPLE THRU 2300-EXIT
006260     END-IF.
006270 2100-EXIT.
006280     EXIT.
006290*
006300*****************************************************************
006310*  2200-CLASSIFY-HISTORY-DATE - WORK OUT THE DAY AN EARLIER RUN
006320*  COVERED (THE DAY BEFORE ITS RUN DATE) AND WHETHER IT FELL ON
006330*  TONIGHT'S DAY OF THE WEEK WITH TONIGHT'S HOLIDAY STATUS.
006340*****************************************************************
006350 2200-CLASSIFY-HISTORY-DATE.
006360     MOVE WS-POST-DATE TO WS-HIST-DATE
006370     MOVE WS-POST-DATE TO WS-CALC-DATE-NUM
006380     PERFORM 7100-BACK-ONE-DAY THRU 7100-EXIT
006390     PERFORM 7000-COMPUTE-DAY-OF-WEEK THRU 7000-EXIT
006400     PERFORM 7200-CHECK-HOLIDAY THRU 7200-EXIT
006410     MOVE 'N' TO WS-HIST-COMPARABLE-SW
006420     IF WS-WORK-DAY-INDEX = WS-TONIGHT-DAY-INDEX
006430             AND WS-HOLIDAY-SW = WS-TONIGHT-HOLIDAY-SW
006440         MOVE 'Y' TO WS-HIST-COMPARABLE-SW
006450     END-IF.
006460 2200-EXIT.
006470     EXIT.
006480*
006490*****************************************************************
006500*  2300-ADD-SAMPLE - PUT THE POSTING AT THE HEAD OF ITS FIGURE'S
006510*  SAMPLE LIST, PUSHING THE OLDEST OFF WHEN THE LIST ALREADY
006520*  HOLDS THE FIGURE'S SAMPLE NIGHTS.  A RERUN'S POSTING FOR THE
006530*  SAME RUN DATE REPLACES THE HEAD INSTEAD.
006540*****************************************************************
006550 2300-ADD-SAMPLE.
006560     IF WS-STA-SAMPLE-COUNT(WS-STA-IDX) > 0
006570         IF WS-POST-DATE = WS-SMP-DATE(WS-STA-IDX, 1)
006580             MOVE RS-STAT-VALUE TO WS-SMP-VALUE(WS-STA-IDX, 1)
006590             GO TO 2300-EXIT
006600         END-IF
006610         IF WS-POST-DATE < WS-SMP-DATE(WS-STA-IDX, 1)
006620             GO TO 2300-EXIT
006630         END-IF
006640     END-IF
006650     IF WS-STA-SAMPLE-COUNT(WS-STA-IDX)
006660             < WS-STA-SAMPLE-NIGHTS(WS-STA-IDX)
006670         ADD 1 TO WS-STA-SAMPLE-COUNT(WS-STA-IDX)
006680     END-IF
006690     PERFORM VARYING WS-SMP-SUB
006700             FROM WS-STA-SAMPLE-COUNT(WS-STA-IDX) BY -1
006710             UNTIL WS-SMP-SUB < 2
006720         COMPUTE WS-SMP-FROM = WS-SMP-SUB - 1
006730         MOVE WS-STA-SAMPLE(WS-STA-IDX, WS-SMP-FROM)
006740             TO WS-STA-SAMPLE(WS-STA-IDX, WS-SMP-SUB)
006750     END-PERFORM
006760     MOVE WS-POST-DATE TO WS-SMP-DATE(WS-STA-IDX, 1)
006770     MOVE RS-STAT-VALUE TO WS-SMP-VALUE(WS-STA-IDX, 1).
006780 2300-EXIT.
006790     EXIT.
006800*
006810*****************************************************************
006820*  3000-JUDGE-FIGURES - PRINT THE HEADINGS, JUDGE AND PRINT
006830*  EACH FIGURE IN RUNTOL ORDER, THEN THE TOTALS.
006840*****************************************************************
006850 3000-JUDGE-FIGURES.
006860     STRING FORM-YEAR        DELIMITED BY SIZE
006870            "-"              DELIMITED BY SIZE
006880            FORM-MONTH       DELIMITED BY SIZE
006890            "-"              DELIMITED BY SIZE
006900            FORM-DAY         DELIMITED BY SIZE
006910         INTO HD-DATE
006920     STRING WS-REPORT-YEAR   DELIMITED BY SIZE
006930            "-"              DELIMITED BY SIZE
006940            WS-REPORT-MONTH  DELIMITED BY SIZE
006950            "-"              DELIMITED BY SIZE
006960            WS-REPORT-DAY    DELIMITED BY SIZE
006970         INTO HD-COVER-DATE
006980     MOVE WS-DAY-NAME(WS-TONIGHT-DAY-INDEX) TO HD-COVER-DAY
006990     IF WS-TONIGHT-HOLIDAY
007000         MOVE "- HOLIDAY" TO HD-COVER-HOLIDAY
007010     ELSE
007020         MOVE "- NOT A HOLIDAY" TO HD-COVER-HOLIDAY
007030     END-IF
007040     WRITE TRDRPT-RECORD FROM WS-HEADING-LINE-1
007050     WRITE TRDRPT-RECORD FROM WS-HEADING-LINE-2
007060     WRITE TRDRPT-RECORD FROM WS-BLANK-LINE
007070     MOVE "EACH FIGURE IS HELD AGAINST EARLIER RUNS THAT COVERED"
007080         TO WS-SECTION-LINE
007090     WRITE TRDRPT-RECORD FROM WS-SECTION-LINE
007100     MOVE "THE SAME DAY OF THE WEEK WITH THE SAME HOLIDAY STATUS."
007110         TO WS-SECTION-LINE
007120     WRITE TRDRPT-RECORD FROM WS-SECTION-LINE
007130     WRITE TRDRPT-RECORD FROM WS-BLANK-LINE
007140     WRITE TRDRPT-RECORD FROM WS-HEADING-LINE-3
007150     PERFORM VARYING WS-STA-IDX FROM 1 BY 1
007160             UNTIL WS-STA-IDX > WS-STA-COUNT
007170         PERFORM 3100-JUDGE-ONE-FIGURE THRU 3100-EXIT
007180     END-PERFORM
007190     PERFORM 3900-PRINT-TOTALS THRU 3900-EXIT.
007200 3000-EXIT.
007210     EXIT.
007220*
007230*****************************************************************
007240*  3100-JUDGE-ONE-FIGURE - AVERAGE THE FIGURE'S SAMPLES, JUDGE
007250*  TONIGHT'S VALUE AGAINST ITS BAND AND PRINT THE FIGURE LINE
007260*  AND THE PRIOR NIGHTS BEHIND THE AVERAGE.  A FIGURE NOT
007270*  POSTED TONIGHT, OR WITHOUT ENOUGH COMPARABLE NIGHTS YET, IS
007280*  PRINTED BUT NOT JUDGED.
007290*****************************************************************
007300 3100-JUDGE-ONE-FIGURE.
007310     MOVE WS-STA-NAME(WS-STA-IDX) TO FL-STAT-NAME
007320     MOVE WS-STA-DESCRIPTION(WS-STA-IDX) TO FL-DESCRIPTION
007330     MOVE SPACES TO FL-TONIGHT-AREA
007340     MOVE SPACES TO FL-AVERAGE-AREA
007350     MOVE SPACES TO FL-PCT-AREA
007360     MOVE SPACES TO FL-STATUS
007370     MOVE WS-STA-SAMPLE-COUNT(WS-STA-IDX) TO FL-SAMPLES
007380     MOVE 0 TO WS-SAMPLE-TOTAL
007390     MOVE 0 TO WS-AVERAGE
007400     IF WS-STA-SAMPLE-COUNT(WS-STA-IDX) > 0
007410         PERFORM VARYING WS-SMP-SUB FROM 1 BY 1
007420                 UNTIL WS-SMP-SUB
007430                     > WS-STA-SAMPLE-COUNT(WS-STA-IDX)
007440             ADD WS-SMP-VALUE(WS-STA-IDX, WS-SMP-SUB)
007450                 TO WS-SAMPLE-TOTAL
007460         END-PERFORM
007470         COMPUTE WS-AVERAGE ROUNDED =
007480             WS-SAMPLE-TOTAL / WS-STA-SAMPLE-COUNT(WS-STA-IDX)
007490         MOVE WS-AVERAGE TO FL-AVERAGE
007500     END-IF
007510     IF NOT WS-STA-POSTED(WS-STA-IDX)
007520         MOVE "NOT POSTED" TO FL-STATUS
007530         ADD 1 TO WS-NOT-POSTED-COUNT
007540     ELSE
007550         MOVE WS-STA-TONIGHT(WS-STA-IDX) TO FL-TONIGHT
007560         IF WS-AVERAGE > 0
007570             PERFORM 3150-FIGURE-PERCENT THRU 3150-EXIT
007580         END-IF
007590         IF WS-STA-SAMPLE-COUNT(WS-STA-IDX)
007600                 < WS-STA-MIN-SAMPLES(WS-STA-IDX)
007610             MOVE "NO HISTORY" TO FL-STATUS
007620             ADD 1 TO WS-NO-HISTORY-COUNT
007630         ELSE
007640             PERFORM 3200-TEST-BAND THRU 3200-EXIT
007650         END-IF
007660     END-IF
007670     WRITE TRDRPT-RECORD FROM WS-FIGURE-LINE
007680     IF WS-STA-SAMPLE-COUNT(WS-STA-IDX) > 0
007690         PERFORM 3300-PRINT-PRIOR-NIGHTS THRU 3300-EXIT
007700     END-IF.
007710 3100-EXIT.
007720     EXIT.
007730*
007740*****************************************************************
007750*  3150-FIGURE-PERCENT - TONIGHT'S VALUE AS A PERCENT ABOVE (+)
007760*  OR BELOW (-) THE AVERAGE, HELD TO FOUR DIGITS FOR PRINTING.
007770*****************************************************************
007780 3150-FIGURE-PERCENT.
007790     COMPUTE WS-DIFF-PCT ROUNDED =
007800         (WS-STA-TONIGHT(WS-STA-IDX) - WS-AVERAGE) * 100
007810             / WS-AVERAGE
007820         ON SIZE ERROR
007830             MOVE 9999 TO WS-DIFF-PCT
007840     END-COMPUTE
007850     IF WS-DIFF-PCT > 9999
007860         MOVE 9999 TO WS-DIFF-PCT
007870     END-IF
007880     IF WS-DIFF-PCT < -9999
007890         MOVE -9999 TO WS-DIFF-PCT
007900     END-IF
007910     MOVE WS-DIFF-PCT TO FL-PCT.
007920 3150-EXIT.
007930     EXIT.
007940*
007950*****************************************************************
007960*  3200-TEST-BAND - JUDGE TONIGHT'S VALUE AGAINST THE FIGURE'S
007970*  BAND AROUND THE AVERAGE.  IT IS OUT OF BAND ONLY WHEN IT IS
007980*  PAST THE PERCENT LIMIT ON THAT SIDE AND ALSO FARTHER FROM THE
007990*  AVERAGE THAN THE MINIMUM VARIANCE.  AN OUT-OF-BAND FIGURE
008000*  MARKED HOLD HOLDS THE RUN UNLESS OPERATIONS HAS RELEASED IT.
008010*****************************************************************
008020 3200-TEST-BAND.
008030     MOVE 'N' TO WS-BREACH-SW
008040     IF WS-STA-TONIGHT(WS-STA-IDX) < WS-AVERAGE
008050         COMPUTE WS-ABS-DIFFERENCE =
008060             WS-AVERAGE - WS-STA-TONIGHT(WS-STA-IDX)
008070         IF WS-STA-LOW-PCT(WS-STA-IDX) > 0
008080                 AND WS-ABS-DIFFERENCE
008090                     > WS-STA-MIN-VARIANCE(WS-STA-IDX)
008100             MOVE 0 TO WS-LOW-LIMIT
008110             IF WS-STA-LOW-PCT(WS-STA-IDX) < 100
008120                 COMPUTE WS-BAND-PCT =
008130                     100 - WS-STA-LOW-PCT(WS-STA-IDX)
008140                 COMPUTE WS-LOW-LIMIT ROUNDED =
008150                     WS-AVERAGE * WS-BAND-PCT / 100
008160             END-IF
008170             IF WS-STA-TONIGHT(WS-STA-IDX) < WS-LOW-LIMIT
008180                 MOVE 'L' TO WS-BREACH-SW
008190             END-IF
008200         END-IF
008210     ELSE
008220         COMPUTE WS-ABS-DIFFERENCE =
008230             WS-STA-TONIGHT(WS-STA-IDX) - WS-AVERAGE
008240         IF WS-STA-HIGH-PCT(WS-STA-IDX) > 0
008250                 AND WS-ABS-DIFFERENCE
008260                     > WS-STA-MIN-VARIANCE(WS-STA-IDX)
008270             COMPUTE WS-BAND-PCT =
008280                 100 + WS-STA-HIGH-PCT(WS-STA-IDX)
008290             COMPUTE WS-HIGH-LIMIT ROUNDED =
008300                 WS-AVERAGE * WS-BAND-PCT / 100
008310             IF WS-STA-TONIGHT(WS-STA-IDX) > WS-HIGH-LIMIT
008320                 MOVE 'H' TO WS-BREACH-SW
008330             END-IF
008340         END-IF
008350     END-IF
008360     IF WS-BREACH-NONE
008370         MOVE "IN BAND" TO FL-STATUS
008380         ADD 1 TO WS-IN-BAND-COUNT
008390         GO TO 3200-EXIT
008400     END-IF
008410     IF WS-BREACH-LOW
008420         MOVE "LOW  -" TO FL-STATUS
008430     ELSE
008440         MOVE "HIGH -" TO FL-STATUS
008450     END-IF
008460     IF WS-STA-HOLD(WS-STA-IDX)
008470         IF WS-RELEASED
008480             MOVE "RELEASED" TO FL-STATUS(8:8)
008490             ADD 1 TO WS-RELEASED-COUNT
008500         ELSE
008510             MOVE "HOLD" TO FL-STATUS(8:8)
008520             ADD 1 TO WS-HOLD-COUNT
008530         END-IF
008540     ELSE
008550         MOVE "WARN" TO FL-STATUS(8:8)
008560         ADD 1 TO WS-WARN-COUNT
008570     END-IF
008580     DISPLAY "RUNTREND - " WS-STA-NAME(WS-STA-IDX) " "
008590         FL-STATUS " TONIGHT " FL-TONIGHT " AVERAGE " FL-AVERAGE.
008600 3200-EXIT.
008610     EXIT.
008620*
008630*****************************************************************
008640*  3300-PRINT-PRIOR-NIGHTS - PRINT UP TO SIX OF THE COMPARABLE
008650*  NIGHTS BEHIND THE AVERAGE, MOST RECENT FIRST, SO THE MORNING
008660*  READER CAN SEE WHICH WAY THE FIGURE HAS BEEN GOING.
008670*****************************************************************
008680 3300-PRINT-PRIOR-NIGHTS.
008690     MOVE WS-STA-SAMPLE-COUNT(WS-STA-IDX) TO WS-PRINT-LIMIT
008700     IF WS-PRINT-LIMIT > 6
008710         MOVE 6 TO WS-PRINT-LIMIT
008720     END-IF
008730     MOVE SPACES TO PL-ENTRY-AREA
008740     PERFORM VARYING WS-SMP-SUB FROM 1 BY 1
008750             UNTIL WS-SMP-SUB > WS-PRINT-LIMIT
008760         MOVE WS-SMP-VALUE(WS-STA-IDX, WS-SMP-SUB)
008770             TO WS-EDIT-VALUE
008780         MOVE WS-EDIT-VALUE TO PL-VALUE(WS-SMP-SUB)
008790     END-PERFORM
008800     WRITE TRDRPT-RECORD FROM WS-PRIOR-LINE.
008810 3300-EXIT.
008820     EXIT.
008830*
008840*****************************************************************
008850*  3900-PRINT-TOTALS - PRINT THE RELEASE, IF ANY, AND THE
008860*  REPORT TOTALS.
008870*****************************************************************
008880 3900-PRINT-TOTALS.
008890     WRITE TRDRPT-RECORD FROM WS-BLANK-LINE
008900     IF WS-RELEASED
008910         MOVE WS-REL-INITIALS TO RL-INITIALS
008920         MOVE WS-REL-REASON TO RL-REASON
008930         WRITE TRDRPT-RECORD FROM WS-RELEASE-LINE
008940         WRITE TRDRPT-RECORD FROM WS-BLANK-LINE
008950     END-IF
008960     MOVE "FIGURES WATCHED:" TO CL-LABEL
008970     MOVE WS-STA-COUNT TO CL-COUNT
008980     WRITE TRDRPT-RECORD FROM WS-COUNT-LINE
008990     MOVE "IN BAND:" TO CL-LABEL
009000     MOVE WS-IN-BAND-COUNT TO CL-COUNT
009010     WRITE TRDRPT-RECORD FROM WS-COUNT-LINE
009020     MOVE "OUT OF BAND - HOLD:" TO CL-LABEL
009030     MOVE WS-HOLD-COUNT TO CL-COUNT
009040     WRITE TRDRPT-RECORD FROM WS-COUNT-LINE
009050     MOVE "OUT OF BAND - RELEASED:" TO CL-LABEL
009060     MOVE WS-RELEASED-COUNT TO CL-COUNT
009070     WRITE TRDRPT-RECORD FROM WS-COUNT-LINE
009080     MOVE "OUT OF BAND - WARNING ONLY:" TO CL-LABEL
009090     MOVE WS-WARN-COUNT TO CL-COUNT
009100     WRITE TRDRPT-RECORD FROM WS-COUNT-LINE
009110     MOVE "TOO LITTLE HISTORY TO JUDGE:" TO CL-LABEL
009120     MOVE WS-NO-HISTORY-COUNT TO CL-COUNT
009130     WRITE TRDRPT-RECORD FROM WS-COUNT-LINE
009140     MOVE "NOT POSTED TONIGHT:" TO CL-LABEL
009150     MOVE WS-NOT-POSTED-COUNT TO CL-COUNT
009160     WRITE TRDRPT-RECORD FROM WS-COUNT-LINE
009170     MOVE "HISTORY POSTINGS READ:" TO CL-LABEL
009180     MOVE WS-STAT-READ-COUNT TO CL-COUNT
009190     WRITE TRDRPT-RECORD FROM WS-COUNT-LINE.
009200 3900-EXIT.
009210     EXIT.
009220*
009230*****************************************************************
009240*  6000-FIND-STAT - LOCATE WS-SEARCH-STAT-NAME IN THE FIGURE
009250*  TABLE, LEAVING WS-STA-IDX SET ON IT WHEN FOUND.
009260*****************************************************************
009270 6000-FIND-STAT.
009280     MOVE 'N' TO WS-STA-FOUND-SW
009290     MOVE 0 TO WS-STA-SLOT
009300     PERFORM VARYING WS-STA-IDX FROM 1 BY 1
009310             UNTIL WS-STA-IDX > WS-STA-COUNT
009320                 OR WS-STA-FOUND
009330         IF WS-STA-NAME(WS-STA-IDX) = WS-SEARCH-STAT-NAME
009340             MOVE 'Y' TO WS-STA-FOUND-SW
009350             SET WS-STA-SLOT TO WS-STA-IDX
009360         END-IF
009370     END-PERFORM
009380     IF WS-STA-FOUND
009390         SET WS-STA-IDX TO WS-STA-SLOT
009400     END-IF.
009410 6000-EXIT.
009420     EXIT.
009430*
009440*****************************************************************
009450*  7000-COMPUTE-DAY-OF-WEEK - ZELLER'S CONGRUENCE ON THE DATE IN
009460*  WS-CALC-DATE.  JANUARY AND FEBRUARY COUNT AS MONTHS 13 AND 14
009470*  OF THE PRIOR YEAR.  THE RESULT (0 = SATURDAY THROUGH 6 =
009480*  FRIDAY) IS REMAPPED TO 1 = MONDAY THROUGH 7 = SUNDAY.
009490*****************************************************************
009500 7000-COMPUTE-DAY-OF-WEEK.
009510     MOVE WS-CALC-MONTH TO WS-ZELLER-MONTH
009520     MOVE WS-CALC-YEAR TO WS-ZELLER-YEAR
009530     IF WS-ZELLER-MONTH < 3
009540         ADD 12 TO WS-ZELLER-MONTH
009550         SUBTRACT 1 FROM WS-ZELLER-YEAR
009560     END-IF
009570     DIVIDE WS-ZELLER-YEAR BY 100
009580         GIVING WS-ZELLER-CENTURY
009590         REMAINDER WS-ZELLER-YR-OF-CENT
009600     COMPUTE WS-ZELLER-TERM-1 = 13 * (WS-ZELLER-MONTH + 1)
009610     DIVIDE WS-ZELLER-TERM-1 BY 5 GIVING WS-ZELLER-TERM-1
009620     DIVIDE WS-ZELLER-YR-OF-CENT BY 4 GIVING WS-ZELLER-TERM-2
009630     DIVIDE WS-ZELLER-CENTURY BY 4 GIVING WS-ZELLER-TERM-3
009640     COMPUTE WS-ZELLER-SUM = WS-CALC-DAY
009650         + WS-ZELLER-TERM-1
009660         + WS-ZELLER-YR-OF-CENT
009670         + WS-ZELLER-TERM-2
009680         + WS-ZELLER-TERM-3
009690         + (5 * WS-ZELLER-CENTURY)
009700     DIVIDE WS-ZELLER-SUM BY 7
009710         GIVING WS-ZELLER-QUOT
009720         REMAINDER WS-ZELLER-DOW
009730     COMPUTE WS-ZELLER-SUM = WS-ZELLER-DOW + 12
009740     DIVIDE WS-ZELLER-SUM BY 7
009750         GIVING WS-ZELLER-QUOT
009760         REMAINDER WS-WORK-DAY-INDEX
009770     ADD 1 TO WS-WORK-DAY-INDEX.
009780 7000-EXIT.
009790     EXIT.
009800*
009810*****************************************************************
009820*  7100-BACK-ONE-DAY - STEP THE DATE IN WS-CALC-DATE BACK ONE
009830*  CALENDAR DAY, ROLLING THE MONTH AND YEAR BACK AND GIVING
009840*  FEBRUARY ITS LEAP DAY.
009850*****************************************************************
009860 7100-BACK-ONE-DAY.
009870     IF WS-CALC-DAY > 1
009880         SUBTRACT 1 FROM WS-CALC-DAY
009890         GO TO 7100-EXIT
009900     END-IF
009910     IF WS-CALC-MONTH > 1
009920         SUBTRACT 1 FROM WS-CALC-MONTH
009930     ELSE
009940         MOVE 12 TO WS-CALC-MONTH
009950         SUBTRACT 1 FROM WS-CALC-YEAR
009960     END-IF
009970     MOVE WS-MONTH-DAYS(WS-CALC-MONTH) TO WS-CALC-DAY
009980     IF WS-CALC-MONTH = 2
009990         PERFORM 7150-CHECK-LEAP-YEAR THRU 7150-EXIT
010000         IF WS-LEAP-YEAR
010010             MOVE 29 TO WS-CALC-DAY
010020         END-IF
010030     END-IF.
010040 7100-EXIT.
010050     EXIT.
010060*
010070*****************************************************************
010080*  7150-CHECK-LEAP-YEAR - SET WS-LEAP-YEAR WHEN THE WS-CALC-DATE
010090*  YEAR IS A LEAP YEAR (DIVISIBLE BY 4, EXCEPT CENTURY YEARS NOT
010100*  DIVISIBLE BY 400).
010110*****************************************************************
010120 7150-CHECK-LEAP-YEAR.
010130     MOVE 'N' TO WS-LEAP-YEAR-SW
010140     DIVIDE WS-CALC-YEAR BY 4
010150         GIVING WS-LEAP-QUOTIENT
010160         REMAINDER WS-LEAP-REMAINDER
010170     IF WS-LEAP-REMAINDER = 0
010180         MOVE 'Y' TO WS-LEAP-YEAR-SW
010190         DIVIDE WS-CALC-YEAR BY 100
010200             GIVING WS-LEAP-QUOTIENT
010210             REMAINDER WS-LEAP-REMAINDER
010220         IF WS-LEAP-REMAINDER = 0
010230             DIVIDE WS-CALC-YEAR BY 400
010240                 GIVING WS-LEAP-QUOTIENT
010250                 REMAINDER WS-LEAP-REMAINDER
010260             IF WS-LEAP-REMAINDER NOT = 0
010270                 MOVE 'N' TO WS-LEAP-YEAR-SW
010280             END-IF
010290         END-IF
010300     END-IF.
010310 7150-EXIT.
010320     EXIT.
010330*
010340*****************************************************************
010350*  7200-CHECK-HOLIDAY - SET WS-IS-HOLIDAY WHEN THE DATE IN
010360*  WS-CALC-DATE IS ON THE HOLIDAY CALENDAR.
010370*****************************************************************
010380 7200-CHECK-HOLIDAY.
010390     MOVE 'N' TO WS-HOLIDAY-SW
010400     PERFORM VARYING WS-HOL-IDX FROM 1 BY 1
010410             UNTIL WS-HOL-IDX > WS-HOL-COUNT
010420                 OR WS-IS-HOLIDAY
010430         IF WS-HOL-DATE(WS-HOL-IDX) = WS-CALC-DATE-NUM
010440             MOVE 'Y' TO WS-HOLIDAY-SW
010450         END-IF
010460     END-PERFORM.
010470 7200-EXIT.
010480     EXIT.
010490*
010500*****************************************************************
010510*  9999-TERMINATE - CLOSE THE FILES AND SET THE RETURN CODE.  AN
010520*  UNRELEASED OUT-OF-BAND HOLD FIGURE ENDS THE STEP NONZERO SO
010530*  THE WEEK-STATE COPY STEPS AND THE TRANSMISSION WAIT.
010540*****************************************************************
010550 9999-TERMINATE.
010560     CLOSE RUN-STATS-FILE
010570     CLOSE RUN-TOLERANCE-FILE
010580     CLOSE HOLIDAY-CALENDAR-FILE
010590     CLOSE TREND-REPORT-FILE
010600     IF RETURN-CODE NOT = ZERO
010610         GO TO 9999-EXIT
010620     END-IF
010630     IF WS-HOLD-COUNT > 0
010640         DISPLAY "RUNTREND - " WS-HOLD-COUNT
010650             " FIGURE(S) OUT OF BAND, SEE TRENDRPT"
010660         DISPLAY "RUNTREND - WEEK-STATE COPY AND TRANSMISSION"
010670             " HELD -- RESTART AT THIS STEP WITH A TRENDREL CARD"
010680             " TO RELEASE"
010690         MOVE 16 TO RETURN-CODE
010700         GO TO 9999-EXIT
010710     END-IF
010720     IF WS-RELEASED-COUNT > 0
010730         DISPLAY "RUNTREND - " WS-RELEASED-COUNT
010740             " FIGURE(S) OUT OF BAND RELEASED BY " WS-REL-INITIALS
010750             ": " WS-REL-REASON
010760     END-IF
010770     DISPLAY "RUNTREND - RUN FIGURES CHECKED, " WS-STA-COUNT
010780         " WATCHED, " WS-WARN-COUNT " WARNING(S)".
010790 9999-EXIT.
010800     EXIT.

000100 IDENTIFICATION DIVISION.
000110*
000120 PROGRAM-ID. AUTHRPT.
000130 AUTHOR. R J HENDERSON.
000140 INSTALLATION. PAYROLL SYSTEMS.
000150 DATE-WRITTEN. 2026-10-15.
000160 DATE-COMPILED.
000170*****************************************************************
000180*  DAILY SUPERVISOR AUTHORITY REFUSAL LISTING.
000190*  READS THE AUTHREJ FILE THAT CORRECT, LEAVEVAL AND TIMESHEET
000200*  APPEND EVERY ACTION THEY REFUSE UNDER THE SUPERVISOR
000210*  AUTHORITY MASTER TO, AND LISTS FOR PAYROLL EVERY REFUSAL
000220*  LOGGED SINCE THE LAST ONE IT LISTED -- WHO TRIED, ON WHOSE
000230*  BADGE, IN WHICH DEPARTMENT, WHAT THEY TRIED AND WHY IT WAS
000240*  REFUSED -- GROUPED BY THE DAY LOGGED, WITH A COUNT BY ACTION.
000250*  A SUPERVISOR ACTING OUTSIDE THEIR DEPARTMENT OR ON THEIR OWN
000260*  BADGE IS EXACTLY WHAT PAYROLL NEEDS TO SEE.
000270*
000280*  THE RUN DATE AND TIME OF THE LAST REFUSAL LISTED RIDE ACROSS
000290*  RUNS ON THE AUTHSTAT STATE FILE; THE NEW HIGH MARK GOES TO
000300*  AUTHNEW AND THE JCL COPIES IT BACK ONLY WHEN THIS STEP ENDS
000310*  CLEAN.  SO THE LEAVE AND WEEK SIGN-OFF REFUSALS THE SAME
000320*  NIGHT'S LEAVEVAL AND REPORT STEPS LOGGED PRINT THAT MORNING,
000330*  A CORRECTION REFUSED DURING THE DAY PRINTS THE NEXT MORNING,
000340*  AND A NIGHT THAT DID NOT RUN LOSES NOTHING.  WITH NO STATE
000350*  YET, THE LISTING STARTS AT THE DAY BEFORE THE RUN DATE.
000360*****************************************************************
000370*  MODIFICATION HISTORY
000380*      DATE       INIT  DESCRIPTION
000390*      ---------- ----  -----------------------------------------
000400*      2026-10-15 RJH   ORIGINAL PROGRAM.
000410*      2026-10-15 RJH   LIST EVERY REFUSAL LOGGED SINCE THE LAST
000420*                       ONE LISTED, CARRIED ON THE AUTHSTAT STATE
000430*                       FILE, INSTEAD OF ONLY THE PRIOR DAY'S --
000440*                       THE NIGHT'S OWN REFUSALS WAITED A DAY,
000450*                       AND A DAY WITH NO RUN AFTER IT WAS NEVER
000460*                       LISTED.
000470*****************************************************************
000480*
000490 ENVIRONMENT DIVISION.
000500*
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT AUTHORITY-REFUSAL-FILE ASSIGN TO "AUTHREJ"
000540         ORGANIZATION IS SEQUENTIAL
000550         ACCESS MODE IS SEQUENTIAL
000560         FILE STATUS IS WS-AUTHREJ-FILE-STATUS.
000570*
000580     SELECT REFUSAL-REPORT-FILE ASSIGN TO "AUTHRPT"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-AUTHRPT-FILE-STATUS.
000610*
000620     SELECT LISTED-STATE-FILE ASSIGN TO "AUTHSTAT"
000630         ORGANIZATION IS SEQUENTIAL
000640         ACCESS MODE IS SEQUENTIAL
000650         FILE STATUS IS WS-STATE-FILE-STATUS.
000660*
000670     SELECT NEW-STATE-FILE ASSIGN TO "AUTHNEW"
000680         ORGANIZATION IS SEQUENTIAL
000690         ACCESS MODE IS SEQUENTIAL
000700         FILE STATUS IS WS-NEWSTATE-FILE-STATUS.
000710*
000720 DATA DIVISION.
000730*
000740 FILE SECTION.
000750*
000760 FD  AUTHORITY-REFUSAL-FILE
000770     RECORDING MODE IS F.
000780     COPY AUTHREJ.
000790*
000800 FD  REFUSAL-REPORT-FILE
000810     RECORDING MODE IS F.
000820 01  AUTHRPT-RECORD                  PIC X(80).
000830*
000840 FD  LISTED-STATE-FILE
000850     RECORDING MODE IS F.
000860     COPY AUTHSTAT.
000870*
000880 FD  NEW-STATE-FILE
000890     RECORDING MODE IS F.
000900     COPY AUTHSTAT
000910         REPLACING ==AUTHORITY-LISTED-STATE-RECORD==
000920             BY ==NEW-STATE-RECORD==
000930         LEADING ==ARS== BY ==NRS==.
000940*
000950 WORKING-STORAGE SECTION.
000960*
000970*    FILE STATUS SWITCHES
000980*
000990 77  WS-AUTHREJ-FILE-STATUS       PIC X(02) VALUE SPACES.
001000     88  WS-AUTHREJ-FILE-OK                 VALUE '00'.
001010     88  WS-AUTHREJ-FILE-NOT-FOUND          VALUE '35'.
001020 77  WS-AUTHRPT-FILE-STATUS       PIC X(02) VALUE SPACES.
001030     88  WS-AUTHRPT-FILE-OK                 VALUE '00'.
001040 77  WS-STATE-FILE-STATUS         PIC X(02) VALUE SPACES.
001050     88  WS-STATE-FILE-OK                   VALUE '00'.
001060     88  WS-STATE-FILE-NOT-FOUND            VALUE '35'.
001070 77  WS-NEWSTATE-FILE-STATUS      PIC X(02) VALUE SPACES.
001080     88  WS-NEWSTATE-FILE-OK                VALUE '00'.
001090*
001100 77  WS-AUTHREJ-EOF-SW            PIC X(01) VALUE 'N'.
001110     88  WS-AUTHREJ-EOF                     VALUE 'Y'.
001120 77  WS-STATE-FOUND-SW            PIC X(01) VALUE 'N'.
001130     88  WS-STATE-FOUND                     VALUE 'Y'.
001140*
001150*    SYSTEM DATE AND TIME AS RETURNED BY THE OPERATING SYSTEM
001160*
001170 01  CURRENT-DATE                  PIC 9(08).
001180 01  CURRENT-TIME                  PIC 9(08).
001190*
001200 01  FORMATTED-DATE.
001210     05  FORM-YEAR                  PIC 9(04).
001220     05  FORM-MONTH                 PIC 9(02).
001230     05  FORM-DAY                   PIC 9(02).
001240*
001250 01  FORMATTED-TIME.
001260     05  FORM-HOUR                  PIC 9(02).
001270     05  FORM-MIN                   PIC 9(02).
001280     05  FORM-SEC                   PIC 9(02).
001290*
001300*    THE CALENDAR DAY BEFORE THE RUN DATE -- WHERE THE LISTING
001310*    STARTS WHEN THERE IS NO AUTHSTAT STATE YET.
001320*
001330 01  WS-REPORT-DATE.
001340     05  WS-REPORT-YEAR             PIC 9(04).
001350     05  WS-REPORT-MONTH            PIC 9(02).
001360     05  WS-REPORT-DAY              PIC 9(02).
001370*
001380*    RUN DATE AND TIME STAMPS -- THE LAST ONE ALREADY LISTED (FROM
001390*    AUTHSTAT), THE ONE ON THE REFUSAL JUST READ, AND THE HIGHEST
001400*    LISTED THIS RUN, WHICH BECOMES THE NEW STATE.
001410*
001420 01  WS-LISTED-THRU-STAMP.
001430     05  WS-LISTED-THRU-DATE.
001440         10  WS-LISTED-THRU-YEAR    PIC 9(04).
001450         10  WS-LISTED-THRU-MONTH   PIC 9(02).
001460         10  WS-LISTED-THRU-DAY     PIC 9(02).
001470     05  WS-LISTED-THRU-TIME.
001480         10  WS-LISTED-THRU-HOUR    PIC 9(02).
001490         10  WS-LISTED-THRU-MIN     PIC 9(02).
001500         10  WS-LISTED-THRU-SEC     PIC 9(02).
001510 01  WS-REFUSAL-STAMP.
001520     05  WS-REFUSAL-DATE            PIC 9(08).
001530     05  WS-REFUSAL-TIME            PIC 9(06).
001540 01  WS-NEW-THRU-STAMP.
001550     05  WS-NEW-THRU-DATE           PIC 9(08).
001560     05  WS-NEW-THRU-TIME           PIC 9(06).
001570 77  WS-LAST-LOGGED-DATE           PIC 9(08) VALUE 0.
001580*
001590*    DAYS-IN-MONTH TABLE AND LEAP-YEAR WORK FIELDS FOR THE
001600*    PRIOR-DAY DATE ARITHMETIC
001610*
001620 01  WS-MONTH-DAYS-DATA            PIC X(24)
001630         VALUE "312831303130313130313031".
001640 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-DATA.
001650     05  WS-MONTH-DAYS              PIC 9(02) OCCURS 12 TIMES.
001660 77  WS-LEAP-REMAINDER             PIC 9(04) VALUE 0.
001670 77  WS-LEAP-QUOTIENT              PIC 9(04) VALUE 0.
001680 77  WS-LEAP-YEAR-SW               PIC X(01) VALUE 'N'.
001690     88  WS-LEAP-YEAR                        VALUE 'Y'.
001700*
001710*    REFUSAL COUNTS BY ACTION
001720*
001730 77  WS-CORRECT-REFUSED-COUNT      PIC 9(05) VALUE 0.
001740 77  WS-LEAVE-REFUSED-COUNT        PIC 9(05) VALUE 0.
001750 77  WS-WEEK-REFUSED-COUNT         PIC 9(05) VALUE 0.
001760 77  WS-TOTAL-REFUSED-COUNT        PIC 9(07) VALUE 0.
001770*
001780*    REPORT PRINT LINES
001790*
001800 01  WS-HEADING-LINE-1.
001810     05  FILLER                     PIC X(05) VALUE SPACES.
001820     05  FILLER                     PIC X(37)
001830             VALUE "SUPERVISOR AUTHORITY REFUSALS LOGGED".
001840     05  HD-SINCE                   PIC X(06).
001850     05  HD-DATE                    PIC X(10).
001860     05  FILLER                     PIC X(01) VALUE SPACES.
001870     05  HD-TIME                    PIC X(08).
001880 01  WS-HEADING-LINE-2.
001890     05  FILLER                     PIC X(40)
001900             VALUE "SUPV  EMPL  DEPARTMENT ACTION  ACT DATE".
001910     05  FILLER                     PIC X(40)
001920             VALUE "  REASON                      PROGRAM".
001930 01  WS-LOGGED-LINE.
001940     05  FILLER                     PIC X(07) VALUE "LOGGED ".
001950     05  LG-DATE                    PIC X(10).
001960 01  WS-DETAIL-LINE.
001970     05  DL-SUPERVISOR-BADGE-ID     PIC X(05).
001980     05  FILLER                     PIC X(01) VALUE SPACES.
001990     05  DL-EMPLOYEE-ID             PIC X(05).
002000     05  FILLER                     PIC X(01) VALUE SPACES.
002010     05  DL-DEPARTMENT              PIC X(10).
002020     05  FILLER                     PIC X(01) VALUE SPACES.
002030     05  DL-ACTION                  PIC X(07).
002040     05  FILLER                     PIC X(01) VALUE SPACES.
002050     05  DL-ACTION-DATE             PIC X(10).
002060     05  FILLER                     PIC X(01) VALUE SPACES.
002070     05  DL-REASON                  PIC X(27).
002080     05  FILLER                     PIC X(01) VALUE SPACES.
002090     05  DL-PROGRAM                 PIC X(10).
002100 01  WS-NONE-LINE.
002110     05  FILLER                     PIC X(30)
002120             VALUE "NO REFUSALS LOGGED".
002130 01  WS-COUNT-LINE.
002140     05  CL-LABEL                   PIC X(30).
002150     05  CL-COUNT                   PIC ZZZZZZ9.
002160 01  WS-ACTION-DATE-SPLIT.
002170     05  WS-ACT-SPLIT-YEAR          PIC 9(04).
002180     05  WS-ACT-SPLIT-MONTH         PIC 9(02).
002190     05  WS-ACT-SPLIT-DAY           PIC 9(02).
002200 01  WS-BLANK-LINE                 PIC X(80) VALUE SPACES.
002210*
002220 PROCEDURE DIVISION.
002230*
002240 0000-MAINLINE.
002250     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002260     IF RETURN-CODE = ZERO
002270         PERFORM 2000-LIST-REFUSALS THRU 2000-EXIT
002280     END-IF
002290     IF RETURN-CODE = ZERO
002300         PERFORM 3000-PRINT-TOTALS THRU 3000-EXIT
002310     END-IF
002320     IF RETURN-CODE = ZERO
002330         PERFORM 4000-WRITE-NEW-STATE THRU 4000-EXIT
002340     END-IF
002350     PERFORM 9999-TERMINATE THRU 9999-EXIT
002360     STOP RUN.
002370*
002380*****************************************************************
002390*  1000-INITIALIZE - GET THE SYSTEM DATE, FIGURE THE PRIOR DAY,
002400*  LOAD THE LAST STAMP ALREADY LISTED, OPEN THE FILES AND PRINT
002410*  THE HEADINGS.  THE REFUSAL LOG IS CREATED ON THE FIRST
002420*  REFUSAL, SO NO LOG YET SIMPLY MEANS NOTHING HAS EVER BEEN
002430*  REFUSED.
002440*****************************************************************
002450 1000-INITIALIZE.
002460     ACCEPT CURRENT-DATE FROM DATE YYYYMMDD
002470     ACCEPT CURRENT-TIME FROM TIME
002480     MOVE CURRENT-DATE(1:4) TO FORM-YEAR
002490     MOVE CURRENT-DATE(5:2) TO FORM-MONTH
002500     MOVE CURRENT-DATE(7:2) TO FORM-DAY
002510     MOVE CURRENT-TIME(1:2) TO FORM-HOUR
002520     MOVE CURRENT-TIME(3:2) TO FORM-MIN
002530     MOVE CURRENT-TIME(5:2) TO FORM-SEC
002540     PERFORM 1100-COMPUTE-PRIOR-DAY THRU 1100-EXIT
002550     PERFORM 1200-LOAD-LISTED-STATE THRU 1200-EXIT
002560     IF RETURN-CODE NOT = ZERO
002570         GO TO 1000-EXIT
002580     END-IF
002590     OPEN OUTPUT REFUSAL-REPORT-FILE
002600     IF NOT WS-AUTHRPT-FILE-OK
002610         DISPLAY "AUTHRPT - UNABLE TO OPEN REPORT FILE"
002620         MOVE 16 TO RETURN-CODE
002630         GO TO 1000-EXIT
002640     END-IF
002650     IF WS-STATE-FOUND
002660         MOVE "AFTER" TO HD-SINCE
002670         STRING WS-LISTED-THRU-YEAR   DELIMITED BY SIZE
002680                "-"                   DELIMITED BY SIZE
002690                WS-LISTED-THRU-MONTH  DELIMITED BY SIZE
002700                "-"                   DELIMITED BY SIZE
002710                WS-LISTED-THRU-DAY    DELIMITED BY SIZE
002720             INTO HD-DATE
002730         STRING WS-LISTED-THRU-HOUR   DELIMITED BY SIZE
002740                ":"                   DELIMITED BY SIZE
002750                WS-LISTED-THRU-MIN    DELIMITED BY SIZE
002760                ":"                   DELIMITED BY SIZE
002770                WS-LISTED-THRU-SEC    DELIMITED BY SIZE
002780             INTO HD-TIME
002790     ELSE
002800         MOVE "FROM" TO HD-SINCE
002810         STRING WS-REPORT-YEAR   DELIMITED BY SIZE
002820                "-"              DELIMITED BY SIZE
002830                WS-REPORT-MONTH  DELIMITED BY SIZE
002840                "-"              DELIMITED BY SIZE
002850                WS-REPORT-DAY    DELIMITED BY SIZE
002860             INTO HD-DATE
002870         MOVE SPACES TO HD-TIME
002880     END-IF
002890     WRITE AUTHRPT-RECORD FROM WS-HEADING-LINE-1
002900     WRITE AUTHRPT-RECORD FROM WS-BLANK-LINE
002910     WRITE AUTHRPT-RECORD FROM WS-HEADING-LINE-2
002920     OPEN INPUT AUTHORITY-REFUSAL-FILE
002930     IF WS-AUTHREJ-FILE-NOT-FOUND
002940         MOVE 'Y' TO WS-AUTHREJ-EOF-SW
002950         GO TO 1000-EXIT
002960     END-IF
002970     IF NOT WS-AUTHREJ-FILE-OK
002980         DISPLAY "AUTHRPT - UNABLE TO OPEN AUTHREJ FILE"
002990         MOVE 16 TO RETURN-CODE
003000     END-IF.
003010 1000-EXIT.
003020     EXIT.
003030*
003040*****************************************************************
003050*  1100-COMPUTE-PRIOR-DAY - FIGURE THE CALENDAR DAY BEFORE THE
003060*  RUN DATE, ROLLING THE MONTH AND YEAR BACK AND GIVING
003070*  FEBRUARY ITS LEAP DAY.
003080*****************************************************************
003090 1100-COMPUTE-PRIOR-DAY.
003100     MOVE FORM-YEAR TO WS-REPORT-YEAR
003110     MOVE FORM-MONTH TO WS-REPORT-MONTH
003120     MOVE FORM-DAY TO WS-REPORT-DAY
003130     IF WS-REPORT-DAY > 1
003140         SUBTRACT 1 FROM WS-REPORT-DAY
003150         GO TO 1100-EXIT
003160     END-IF
003170     IF WS-REPORT-MONTH > 1
003180         SUBTRACT 1 FROM WS-REPORT-MONTH
003190     ELSE
003200         MOVE 12 TO WS-REPORT-MONTH
003210         SUBTRACT 1 FROM WS-REPORT-YEAR
003220     END-IF
003230     MOVE WS-MONTH-DAYS(WS-REPORT-MONTH) TO WS-REPORT-DAY
003240     IF WS-REPORT-MONTH = 2
003250         PERFORM 1150-CHECK-LEAP-YEAR THRU 1150-EXIT
003260         IF WS-LEAP-YEAR
003270             MOVE 29 TO WS-REPORT-DAY
003280         END-IF
003290     END-IF.
003300 1100-EXIT.
003310     EXIT.
003320*
003330*****************************************************************
003340*  1150-CHECK-LEAP-YEAR - SET WS-LEAP-YEAR WHEN THE REPORT YEAR
003350*  IS A LEAP YEAR (DIVISIBLE BY 4, EXCEPT CENTURY YEARS NOT
003360*  DIVISIBLE BY 400).
003370*****************************************************************
003380 1150-CHECK-LEAP-YEAR.
003390     MOVE 'N' TO WS-LEAP-YEAR-SW
003400     DIVIDE WS-REPORT-YEAR BY 4
003410         GIVING WS-LEAP-QUOTIENT
003420         REMAINDER WS-LEAP-REMAINDER
003430     IF WS-LEAP-REMAINDER = 0
003440         MOVE 'Y' TO WS-LEAP-YEAR-SW
003450         DIVIDE WS-REPORT-YEAR BY 100
003460             GIVING WS-LEAP-QUOTIENT
003470             REMAINDER WS-LEAP-REMAINDER
003480         IF WS-LEAP-REMAINDER = 0
003490             DIVIDE WS-REPORT-YEAR BY 400
003500                 GIVING WS-LEAP-QUOTIENT
003510                 REMAINDER WS-LEAP-REMAINDER
003520             IF WS-LEAP-REMAINDER NOT = 0
003530                 MOVE 'N' TO WS-LEAP-YEAR-SW
003540             END-IF
003550         END-IF
003560     END-IF.
003570 1150-EXIT.
003580     EXIT.
003590*
003600*****************************************************************
003610*  1200-LOAD-LISTED-STATE - READ THE RUN DATE AND TIME OF THE
003620*  LAST REFUSAL ALREADY LISTED FROM THE AUTHSTAT FILE.  NO FILE,
003630*  OR AN EMPTY ONE, IS THE FIRST RUN -- THE LISTING THEN STARTS
003640*  AT THE PRIOR DAY.  THE HIGH MARK STARTS AT THE STORED STAMP
003650*  SO A RUN THAT LISTS NOTHING CARRIES IT FORWARD UNCHANGED.
003660*****************************************************************
003670 1200-LOAD-LISTED-STATE.
003680     MOVE 'N' TO WS-STATE-FOUND-SW
003690     MOVE ZERO TO WS-LISTED-THRU-STAMP
003700     MOVE ZERO TO WS-NEW-THRU-STAMP
003710     OPEN INPUT LISTED-STATE-FILE
003720     IF WS-STATE-FILE-NOT-FOUND
003730         GO TO 1200-EXIT
003740     END-IF
003750     IF NOT WS-STATE-FILE-OK
003760         DISPLAY "AUTHRPT - UNABLE TO OPEN AUTHSTAT FILE"
003770         MOVE 16 TO RETURN-CODE
003780         GO TO 1200-EXIT
003790     END-IF
003800     READ LISTED-STATE-FILE
003810         AT END
003820             MOVE 'N' TO WS-STATE-FOUND-SW
003830         NOT AT END
003840             MOVE 'Y' TO WS-STATE-FOUND-SW
003850             MOVE ARS-LISTED-THRU-DATE TO WS-LISTED-THRU-DATE
003860             MOVE ARS-LISTED-THRU-TIME TO WS-LISTED-THRU-TIME
003870             MOVE WS-LISTED-THRU-STAMP TO WS-NEW-THRU-STAMP
003880     END-READ
003890     CLOSE LISTED-STATE-FILE.
003900 1200-EXIT.
003910     EXIT.
003920*
003930*****************************************************************
003940*  2000-LIST-REFUSALS - READ THE REFUSAL LOG AND LIST EVERY
003950*  REFUSAL NOT YET LISTED, IN THE ORDER LOGGED.
003960*****************************************************************
003970 2000-LIST-REFUSALS.
003980     PERFORM UNTIL WS-AUTHREJ-EOF
003990         READ AUTHORITY-REFUSAL-FILE
004000             AT END
004010                 MOVE 'Y' TO WS-AUTHREJ-EOF-SW
004020             NOT AT END
004030                 PERFORM 2050-SELECT-REFUSAL THRU 2050-EXIT
004040         END-READ
004050     END-PERFORM.
004060 2000-EXIT.
004070     EXIT.
004080*
004090*****************************************************************
004100*  2050-SELECT-REFUSAL - LIST THE REFUSAL JUST READ WHEN ITS RUN
004110*  STAMP IS LATER THAN THE LAST ONE ALREADY LISTED, OR, WITH NO
004120*  STATE YET, WHEN IT WAS LOGGED ON OR AFTER THE PRIOR DAY.
004130*****************************************************************
004140 2050-SELECT-REFUSAL.
004150     MOVE AR-RUN-DATE TO WS-REFUSAL-DATE
004160     MOVE AR-RUN-TIME TO WS-REFUSAL-TIME
004170     IF WS-STATE-FOUND
004180         IF WS-REFUSAL-STAMP NOT > WS-LISTED-THRU-STAMP
004190             GO TO 2050-EXIT
004200         END-IF
004210     ELSE
004220         IF AR-RUN-DATE < WS-REPORT-DATE
004230             GO TO 2050-EXIT
004240         END-IF
004250     END-IF
004260     PERFORM 2100-LIST-ONE-REFUSAL THRU 2100-EXIT
004270     IF WS-REFUSAL-STAMP > WS-NEW-THRU-STAMP
004280         MOVE WS-REFUSAL-STAMP TO WS-NEW-THRU-STAMP
004290     END-IF.
004300 2050-EXIT.
004310     EXIT.
004320*
004330*****************************************************************
004340*  2100-LIST-ONE-REFUSAL - PRINT THE REFUSAL JUST READ, UNDER A
004350*  LINE FOR THE DAY IT WAS LOGGED, AND COUNT IT UNDER ITS ACTION.
004360*****************************************************************
004370 2100-LIST-ONE-REFUSAL.
004380     IF WS-REFUSAL-DATE NOT = WS-LAST-LOGGED-DATE
004390         MOVE WS-REFUSAL-DATE TO WS-LAST-LOGGED-DATE
004400         STRING AR-RUN-YEAR   DELIMITED BY SIZE
004410                "-"           DELIMITED BY SIZE
004420                AR-RUN-MONTH  DELIMITED BY SIZE
004430                "-"           DELIMITED BY SIZE
004440                AR-RUN-DAY    DELIMITED BY SIZE
004450             INTO LG-DATE
004460         WRITE AUTHRPT-RECORD FROM WS-BLANK-LINE
004470         WRITE AUTHRPT-RECORD FROM WS-LOGGED-LINE
004480     END-IF
004490     ADD 1 TO WS-TOTAL-REFUSED-COUNT
004500     MOVE AR-SUPERVISOR-BADGE-ID TO DL-SUPERVISOR-BADGE-ID
004510     MOVE AR-EMPLOYEE-ID TO DL-EMPLOYEE-ID
004520     MOVE AR-DEPARTMENT TO DL-DEPARTMENT
004530     EVALUATE TRUE
004540         WHEN AR-ACTION-CORRECT-PUNCH
004550             MOVE "CORRECT" TO DL-ACTION
004560             ADD 1 TO WS-CORRECT-REFUSED-COUNT
004570         WHEN AR-ACTION-APPROVE-LEAVE
004580             MOVE "LEAVE" TO DL-ACTION
004590             ADD 1 TO WS-LEAVE-REFUSED-COUNT
004600         WHEN AR-ACTION-APPROVE-WEEK
004610             MOVE "WEEK" TO DL-ACTION
004620             ADD 1 TO WS-WEEK-REFUSED-COUNT
004630         WHEN OTHER
004640             MOVE AR-ACTION-CODE TO DL-ACTION
004650     END-EVALUATE
004660     MOVE AR-ACTION-DATE TO WS-ACTION-DATE-SPLIT
004670     STRING WS-ACT-SPLIT-YEAR   DELIMITED BY SIZE
004680            "-"                 DELIMITED BY SIZE
004690            WS-ACT-SPLIT-MONTH  DELIMITED BY SIZE
004700            "-"                 DELIMITED BY SIZE
004710            WS-ACT-SPLIT-DAY    DELIMITED BY SIZE
004720         INTO DL-ACTION-DATE
004730     MOVE AR-REASON-TEXT TO DL-REASON
004740     MOVE AR-PROGRAM-NAME TO DL-PROGRAM
004750     WRITE AUTHRPT-RECORD FROM WS-DETAIL-LINE.
004760 2100-EXIT.
004770     EXIT.
004780*
004790*****************************************************************
004800*  3000-PRINT-TOTALS - PRINT THE REFUSAL COUNTS BY ACTION AND
004810*  THE TOTAL LISTED.
004820*****************************************************************
004830 3000-PRINT-TOTALS.
004840     IF WS-TOTAL-REFUSED-COUNT = 0
004850         WRITE AUTHRPT-RECORD FROM WS-NONE-LINE
004860     END-IF
004870     WRITE AUTHRPT-RECORD FROM WS-BLANK-LINE
004880     MOVE "PUNCH CORRECTIONS REFUSED:" TO CL-LABEL
004890     MOVE WS-CORRECT-REFUSED-COUNT TO CL-COUNT
004900     WRITE AUTHRPT-RECORD FROM WS-COUNT-LINE
004910     MOVE "LEAVE APPROVALS REFUSED:" TO CL-LABEL
004920     MOVE WS-LEAVE-REFUSED-COUNT TO CL-COUNT
004930     WRITE AUTHRPT-RECORD FROM WS-COUNT-LINE
004940     MOVE "WEEK APPROVALS REFUSED:" TO CL-LABEL
004950     MOVE WS-WEEK-REFUSED-COUNT TO CL-COUNT
004960     WRITE AUTHRPT-RECORD FROM WS-COUNT-LINE
004970     MOVE "TOTAL REFUSALS:" TO CL-LABEL
004980     MOVE WS-TOTAL-REFUSED-COUNT TO CL-COUNT
004990     WRITE AUTHRPT-RECORD FROM WS-COUNT-LINE.
005000 3000-EXIT.
005010     EXIT.
005020*
005030*****************************************************************
005040*  4000-WRITE-NEW-STATE - WRITE THE RUN STAMP OF THE LAST
005050*  REFUSAL NOW LISTED TO THE AUTHNEW FILE THE JCL COPIES BACK
005060*  OVER AUTHSTAT.  WITH NO STATE YET AND NOTHING LISTED THERE
005070*  IS NO MARK TO KEEP, AND THE FILE IS LEFT EMPTY.
005080*****************************************************************
005090 4000-WRITE-NEW-STATE.
005100     OPEN OUTPUT NEW-STATE-FILE
005110     IF NOT WS-NEWSTATE-FILE-OK
005120         DISPLAY "AUTHRPT - UNABLE TO OPEN AUTHNEW FILE"
005130         MOVE 16 TO RETURN-CODE
005140         GO TO 4000-EXIT
005150     END-IF
005160     IF WS-NEW-THRU-STAMP NOT = ZERO
005170         MOVE SPACES TO NEW-STATE-RECORD
005180         MOVE WS-NEW-THRU-DATE TO NRS-LISTED-THRU-DATE
005190         MOVE WS-NEW-THRU-TIME TO NRS-LISTED-THRU-TIME
005200         WRITE NEW-STATE-RECORD
005210     END-IF
005220     CLOSE NEW-STATE-FILE.
005230 4000-EXIT.
005240     EXIT.
005250*
005260*****************************************************************
005270*  9999-TERMINATE - CLOSE FILES AND RETURN TO THE OPERATING
005280*  SYSTEM.
005290*****************************************************************
005300 9999-TERMINATE.
005310     CLOSE AUTHORITY-REFUSAL-FILE
005320     CLOSE REFUSAL-REPORT-FILE.
005330 9999-EXIT.
005340     EXIT.

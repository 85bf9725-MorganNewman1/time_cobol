000380*                       SUBMITTED IN ADVANCE WOULD OTHERWISE
000390*                       VANISH BEFORE ITS DAY ARRIVED AND THE
000400*                       NO-SHOW WOULD PRINT ANYWAY.
000401*      2026-10-15 RJH   REJECT LEAVE WHOSE SUPERVISOR HOLDS NO
000402*                       LEAVE-APPROVAL GRANT ON THE SUPERVISOR
000403*                       AUTHORITY MASTER; LOG IT TO AUTHREJ.
000404*      2026-10-15 RJH   REJECT LEAVE THAT WOULD OVERDRAW THE
000405*                       LEAVE-BALANCE MASTER, DEBIT THE REST AND
000406*                       WRITE THE NEW MASTER TO LEAVEBLN.
000407*      2026-10-15 RJH   POST THE APPROVED AND REJECTED COUNTS TO
000408*                       RUNSTAT FOR THE NIGHTLY VOLUME CHECK.
000410*****************************************************************
000420*
000430 ENVIRONMENT DIVISION.
000600         ACCESS MODE IS SEQUENTIAL
000610         FILE STATUS IS WS-SHIFT-FILE-STATUS.
000620*
000621     SELECT SUPERVISOR-AUTHORITY-FILE ASSIGN TO "SUPVAUTH"
000622         ORGANIZATION IS SEQUENTIAL
000623         ACCESS MODE IS SEQUENTIAL
000624         FILE STATUS IS WS-SUPVAUTH-FILE-STATUS.
000625*
000630     SELECT APPROVED-LEAVE-FILE ASSIGN TO "LEAVEAPP"
000640         ORGANIZATION IS SEQUENTIAL
000650         ACCESS MODE IS SEQUENTIAL
000660         FILE STATUS IS WS-LVAPP-FILE-STATUS.
000670*
000671     SELECT AUTHORITY-REFUSAL-FILE ASSIGN TO "AUTHREJ"
000672         ORGANIZATION IS SEQUENTIAL
000673         ACCESS MODE IS SEQUENTIAL
000674         FILE STATUS IS WS-AUTHREJ-FILE-STATUS.
000675*
000680     SELECT LEAVE-HISTORY-FILE ASSIGN TO "LEAVEHIS"
000690         ORGANIZATION IS SEQUENTIAL
000700         ACCESS MODE IS SEQUENTIAL
000710         FILE STATUS IS WS-LVHIS-FILE-STATUS.
000711*
000712     SELECT LEAVE-BALANCE-FILE ASSIGN TO "LEAVEBAL"
000713         ORGANIZATION IS SEQUENTIAL
000714         ACCESS MODE IS SEQUENTIAL
000715         FILE STATUS IS WS-LVBAL-FILE-STATUS.
000720*
000721     SELECT NEW-LEAVE-BALANCE-FILE ASSIGN TO "LEAVEBLN"
000722         ORGANIZATION IS SEQUENTIAL
000723         ACCESS MODE IS SEQUENTIAL
000724         FILE STATUS IS WS-LVBLN-FILE-STATUS.
000725*
000730     SELECT REJECT-FILE ASSIGN TO "LVREJ"
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-REJECT-FILE-STATUS.
000751*
000752     SELECT RUN-STATS-FILE ASSIGN TO "RUNSTAT"
000753         ORGANIZATION IS SEQUENTIAL
000754         ACCESS MODE IS SEQUENTIAL
000755         FILE STATUS IS WS-STAT-FILE-STATUS.
000760*
000770 DATA DIVISION.
000780*
000900     RECORDING MODE IS F.
000910     COPY SHIFTMST.
000920*
000921 FD  SUPERVISOR-AUTHORITY-FILE
000922     RECORDING MODE IS F.
000923     COPY SUPVAUTH.
000924*
000925 FD  AUTHORITY-REFUSAL-FILE
000926     RECORDING MODE IS F.
000927     COPY AUTHREJ.
000928*
000930 FD  APPROVED-LEAVE-FILE
000940     RECORDING MODE IS F.
000950     COPY LEAVEREC
001030         REPLACING ==LEAVE-TRANSACTION-RECORD==
001040             BY ==LEAVE-HISTORY-RECORD==
001050         LEADING ==LV== BY ==LVH==.
001052*
001054 FD  LEAVE-BALANCE-FILE
001056     RECORDING MODE IS F.
001058     COPY LEAVEBAL.
001060*
001061 FD  NEW-LEAVE-BALANCE-FILE
001062     RECORDING MODE IS F.
001063     COPY LEAVEBAL
001064         REPLACING ==LEAVE-BALANCE-RECORD==
001065             BY ==NEW-LEAVE-BALANCE-RECORD==
001066         LEADING ==LB== BY ==LBN==.
001067*
001070 FD  REJECT-FILE
001080     RECORDING MODE IS F.
001090 01  REJECT-RECORD                PIC X(80).
001092*
001094 FD  RUN-STATS-FILE
001096     RECORDING MODE IS F.
001098     COPY RUNSTAT.
001100*
001110 WORKING-STORAGE SECTION.
001120*
001260 77  WS-LVHIS-FILE-STATUS         PIC X(02) VALUE SPACES.
001270     88  WS-LVHIS-FILE-OK                   VALUE '00'.
001280     88  WS-LVHIS-FILE-NOT-FOUND            VALUE '35'.
001281 77  WS-SUPVAUTH-FILE-STATUS      PIC X(02) VALUE SPACES.
001282     88  WS-SUPVAUTH-FILE-OK                VALUE '00'.
001283     88  WS-SUPVAUTH-FILE-NOT-FOUND         VALUE '35'.
001284 77  WS-AUTHREJ-FILE-STATUS       PIC X(02) VALUE SPACES.
001285     88  WS-AUTHREJ-FILE-OK                 VALUE '00'.
001286     88  WS-AUTHREJ-FILE-NOT-FOUND          VALUE '35'.
001290 77  WS-REJECT-FILE-STATUS        PIC X(02) VALUE SPACES.
001300     88  WS-REJECT-FILE-OK                  VALUE '00'.
001301 77  WS-LVBAL-FILE-STATUS         PIC X(02) VALUE SPACES.
001302     88  WS-LVBAL-FILE-OK                   VALUE '00'.
001303     88  WS-LVBAL-FILE-NOT-FOUND            VALUE '35'.
001304 77  WS-LVBLN-FILE-STATUS         PIC X(02) VALUE SPACES.
001305     88  WS-LVBLN-FILE-OK                   VALUE '00'.
001306 77  WS-STAT-FILE-STATUS          PIC X(02) VALUE SPACES.
001307     88  WS-STAT-FILE-OK                    VALUE '00'.
001308     88  WS-STAT-FILE-NOT-FOUND             VALUE '35'.
001310*
001320 77  WS-LVTRN-EOF-SW              PIC X(01) VALUE 'N'.
001330     88  WS-LVTRN-EOF                       VALUE 'Y'.
001350     88  WS-EMPMAST-EOF                     VALUE 'Y'.
001360 77  WS-SHIFT-EOF-SW              PIC X(01) VALUE 'N'.
001370     88  WS-SHIFT-EOF                       VALUE 'Y'.
001372 77  WS-SUPVAUTH-EOF-SW           PIC X(01) VALUE 'N'.
001374     88  WS-SUPVAUTH-EOF                    VALUE 'Y'.
001376 77  WS-LVBAL-EOF-SW              PIC X(01) VALUE 'N'.
001378     88  WS-LVBAL-EOF                       VALUE 'Y'.
001380*
001390*    EMPLOYEE AND LEAVE-BALANCE MASTERS LOADED INTO STORAGE
001400*
001410 01  WS-EMP-TABLE.
001420     05  WS-EMP-ENTRY OCCURS 2000 TIMES
001430             INDEXED BY WS-EMP-IDX.
001440         10  WS-EMP-BADGE-ID         PIC X(05).
001450         10  WS-EMP-STATUS           PIC X(01).
001455         10  WS-EMP-DEPARTMENT       PIC X(10).
001460 77  WS-EMP-COUNT                  PIC 9(04) VALUE 0.
001470 77  WS-EMP-TABLE-SIZE             PIC 9(04) VALUE 2000.
001480 77  WS-EMP-FOUND-SW               PIC X(01) VALUE 'N'.
001490     88  WS-EMP-FOUND                         VALUE 'Y'.
001495 77  WS-EMP-FOUND-DEPT             PIC X(10) VALUE SPACES.
001500 77  WS-EMP-FOUND-STATUS           PIC X(01) VALUE SPACES.
001510     88  WS-EMP-FOUND-ACTIVE                  VALUE 'A'.
001511 01  WS-LBL-TABLE.
001512     05  WS-LBL-ENTRY OCCURS 6000 TIMES
001513             INDEXED BY WS-LBL-IDX.
001514         10  WS-LBL-EMPLOYEE-ID      PIC X(05).
001515         10  WS-LBL-LEAVE-TYPE       PIC X(01).
001516         10  WS-LBL-LAST-ACCRUAL     PIC 9(08).
001517         10  WS-LBL-OPENING-HOURS    PIC 9(04)V99.
001518         10  WS-LBL-TAKEN-HOURS      PIC 9(04)V99.
001519         10  WS-LBL-BALANCE-HOURS    PIC 9(04)V99.
001520*
001521 77  WS-LBL-COUNT                  PIC 9(04) VALUE 0.
001522 77  WS-LBL-TABLE-SIZE             PIC 9(04) VALUE 6000.
001523 77  WS-LBL-FOUND-SW               PIC X(01) VALUE 'N'.
001524     88  WS-LBL-FOUND                         VALUE 'Y'.
001525 77  WS-LBL-SLOT                   PIC 9(04) VALUE 0.
001526*
001530*    SHIFT MASTER WORK-DAY FLAGS LOADED INTO STORAGE FOR THE
001540*    SCHEDULED-DAY CHECK
001550*
002300 77  WS-TRANS-READ-COUNT           PIC 9(07) VALUE 0.
002310 77  WS-TRANS-APPROVED-COUNT       PIC 9(07) VALUE 0.
002320 77  WS-TRANS-REJECT-COUNT         PIC 9(07) VALUE 0.
002321 77  WS-AUTH-REFUSAL-COUNT         PIC 9(07) VALUE 0.
002322 77  WS-LBL-WRITE-COUNT            PIC 9(07) VALUE 0.
002323*
002324*    RUN DATE AND TIME FOR THE REFUSAL LOG AND RUN STATISTICS
002325*
002326 01  WS-RUN-DATE                   PIC 9(08) VALUE 0.
002327 01  WS-RUN-TIME                   PIC 9(08) VALUE 0.
002330*
002340*    REJECT LISTING PRINT LINE
002350*
002430     05  RJ-LEAVE-TYPE              PIC X(01).
002440     05  FILLER                     PIC X(02) VALUE SPACES.
002450     05  RJ-REASON                  PIC X(40).
002451*
002452*    SUPERVISOR AUTHORITY LEAVE-APPROVAL GRANTS IN STORAGE
002453 01  WS-SAU-TABLE.
002454     05  WS-SAU-ENTRY OCCURS 1000 TIMES
002455             INDEXED BY WS-SAU-IDX.
002456         10  WS-SAU-BADGE-ID         PIC X(05).
002457         10  WS-SAU-DEPARTMENT       PIC X(10).
002458         10  WS-SAU-EFF-START        PIC 9(08).
002459         10  WS-SAU-EFF-END          PIC 9(08).
002460*
002461 77  WS-SAU-COUNT                  PIC 9(04) VALUE 0.
002462 77  WS-SAU-TABLE-SIZE             PIC 9(04) VALUE 1000.
002463 77  WS-AUTHORITY-SW               PIC X(01) VALUE 'N'.
002464     88  WS-AUTHORITY-GRANTED                VALUE 'Y'.
002465     88  WS-AUTHORITY-REFUSED                VALUE 'N'.
002466 77  WS-AUTH-REASON-CODE           PIC 9(02) VALUE 0.
002467 77  WS-AUTH-REASON-TEXT           PIC X(30) VALUE SPACES.
002468*
002470 PROCEDURE DIVISION.
002480*
002490 0000-MAINLINE.
002510     IF RETURN-CODE = ZERO
002520         PERFORM 2000-PROCESS-TRANSACTIONS THRU 2000-EXIT
002530     END-IF
002532     IF RETURN-CODE = ZERO
002534         PERFORM 3000-WRITE-BALANCE-MASTER THRU 3000-EXIT
002536     END-IF
002537     IF RETURN-CODE = ZERO
002538         PERFORM 9100-WRITE-RUN-STATS THRU 9100-EXIT
002539     END-IF
002540     PERFORM 9000-TERMINATE THRU 9000-EXIT
002550     STOP RUN.
002560*
002570*****************************************************************
002580*  1000-INITIALIZE - OPEN THE FILES AND LOAD THE EMPLOYEE, SHIFT,
002590*  SUPERVISOR AUTHORITY AND LEAVE-BALANCE MASTERS INTO THE LOOK-UP
002600*  TABLES.  NO TRANSACTION FILE JUST MEANS NO LEAVE TONIGHT.
002610*****************************************************************
002620 1000-INITIALIZE.
002624     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002628     ACCEPT WS-RUN-TIME FROM TIME
002630     OPEN INPUT LEAVE-TRANSACTION-FILE
002640     IF WS-LVTRN-FILE-NOT-FOUND
002650         DISPLAY "LEAVEVAL - NO LEAVE TRANSACTIONS TONIGHT"
002790         CLOSE LEAVE-HISTORY-FILE
002800         OPEN EXTEND LEAVE-HISTORY-FILE
002810     END-IF
002811     OPEN EXTEND AUTHORITY-REFUSAL-FILE
002812     IF WS-AUTHREJ-FILE-NOT-FOUND
002813         OPEN OUTPUT AUTHORITY-REFUSAL-FILE
002814         CLOSE AUTHORITY-REFUSAL-FILE
002815         OPEN EXTEND AUTHORITY-REFUSAL-FILE
002816     END-IF
002820     OPEN OUTPUT REJECT-FILE
002830     IF NOT WS-LVAPP-FILE-OK OR NOT WS-REJECT-FILE-OK
002840             OR NOT WS-LVHIS-FILE-OK OR NOT WS-AUTHREJ-FILE-OK
002850         DISPLAY "LEAVEVAL - UNABLE TO OPEN APPROVED, HISTORY, "
002860             "REJECT OR AUTHORITY REFUSAL FILE"
002870         MOVE 16 TO RETURN-CODE
002880         GO TO 1000-EXIT
002890     END-IF
002900     PERFORM 1100-LOAD-EMPLOYEE-MASTER THRU 1100-EXIT
002910     IF RETURN-CODE = ZERO
002920         PERFORM 1200-LOAD-SHIFT-MASTER THRU 1200-EXIT
002921     END-IF
002922     IF RETURN-CODE = ZERO
002923         PERFORM 1300-LOAD-AUTHORITY-MASTER THRU 1300-EXIT
002924     END-IF
002925     IF RETURN-CODE = ZERO
002926         PERFORM 1400-LOAD-LEAVE-BALANCES THRU 1400-EXIT
002930     END-IF.
002940 1000-EXIT.
002950     EXIT.
003190                         TO WS-EMP-BADGE-ID(WS-EMP-IDX)
003200                     MOVE EMP-STATUS
003210                         TO WS-EMP-STATUS(WS-EMP-IDX)
003214                     MOVE EMP-DEPARTMENT
003218                         TO WS-EMP-DEPARTMENT(WS-EMP-IDX)
003220                 ELSE
003230                     DISPLAY "LEAVEVAL - EMPLOYEE TABLE FULL AT "
003240                         WS-EMP-TABLE-SIZE " ENTRIES"
003950*  TRANSACTION JUST READ.  EVERY FAILED RULE WRITES A REJECT
003960*  LINE; A TRANSACTION THAT PASSES THEM ALL IS WRITTEN TO THE
003970*  APPROVED-LEAVE FILE AS-IS.
003972*  A SUPERVISOR WITHOUT LEAVE-APPROVAL AUTHORITY FOR THE
003974*  EMPLOYEE'S DEPARTMENT IS ALSO LOGGED TO THE AUTHORITY REFUSAL
003976*  FILE FOR PAYROLL.
003977*  AN APPROVED TRANSACTION IS DEBITED FROM THE EMPLOYEE'S BALANCE
003978*  FOR ITS LEAVE TYPE; ONE THAT WOULD OVERDRAW IT IS REJECTED.
003980*****************************************************************
003990 2100-VALIDATE-ONE-LEAVE.
004000     IF LV-EMPLOYEE-ID = SPACES
004320         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
004330         GO TO 2100-EXIT
004340     END-IF
004341     PERFORM 2400-CHECK-SUPERVISOR-AUTHORITY THRU 2400-EXIT
004342     IF WS-AUTHORITY-REFUSED
004343         MOVE WS-AUTH-REASON-TEXT TO RJ-REASON
004344         PERFORM 2950-WRITE-AUTHORITY-REFUSAL THRU 2950-EXIT
004345         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
004346         GO TO 2100-EXIT
004347     END-IF
004350     PERFORM 2300-CHECK-SCHEDULED-DAY THRU 2300-EXIT
004360     IF NOT WS-SHF-FOUND
004370         MOVE "NO SHIFT SCHEDULE FOR BADGE" TO RJ-REASON
004420         MOVE "NOT SCHEDULED TO WORK LEAVE DAY" TO RJ-REASON
004430         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
004440         GO TO 2100-EXIT
004441     END-IF
004442     PERFORM 2500-CHECK-LEAVE-BALANCE THRU 2500-EXIT
004443     IF NOT WS-LBL-FOUND
004444         MOVE "NO LEAVE BALANCE FOR LEAVE TYPE" TO RJ-REASON
004445         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
004446         GO TO 2100-EXIT
004450     END-IF
004451     IF WS-LBL-BALANCE-HOURS(WS-LBL-IDX) < LV-LEAVE-HOURS
004452         MOVE "LEAVE WOULD OVERDRAW BALANCE" TO RJ-REASON
004453         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
004454         GO TO 2100-EXIT
004455     END-IF
004460     MOVE LEAVE-TRANSACTION-RECORD TO APPROVED-LEAVE-RECORD
004470     WRITE APPROVED-LEAVE-RECORD
004480     MOVE LEAVE-TRANSACTION-RECORD TO LEAVE-HISTORY-RECORD
004490     WRITE LEAVE-HISTORY-RECORD
004494     ADD LV-LEAVE-HOURS TO WS-LBL-TAKEN-HOURS(WS-LBL-IDX)
004498     SUBTRACT LV-LEAVE-HOURS FROM WS-LBL-BALANCE-HOURS(WS-LBL-IDX)
004500     ADD 1 TO WS-TRANS-APPROVED-COUNT.
004510 2100-EXIT.
004520     EXIT.
004530*
004540*****************************************************************
004550*  2200-CHECK-EMPLOYEE - LOOK THE TRANSACTION'S BADGE UP IN THE
004560*  EMPLOYEE TABLE AND SAVE ITS STATUS AND DEPARTMENT.
004570*****************************************************************
004580 2200-CHECK-EMPLOYEE.
004590     MOVE 'N' TO WS-EMP-FOUND-SW
004600     MOVE SPACES TO WS-EMP-FOUND-STATUS
004605     MOVE SPACES TO WS-EMP-FOUND-DEPT
004610     PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
004620             UNTIL WS-EMP-IDX > WS-EMP-COUNT
004630                 OR WS-EMP-FOUND
004650             MOVE 'Y' TO WS-EMP-FOUND-SW
004660             MOVE WS-EMP-STATUS(WS-EMP-IDX)
004670                 TO WS-EMP-FOUND-STATUS
004674             MOVE WS-EMP-DEPARTMENT(WS-EMP-IDX)
004678                 TO WS-EMP-FOUND-DEPT
004680         END-IF
004690     END-PERFORM.
004700 2200-EXIT.
006730     IF WS-REJECT-FILE-OK
006740         CLOSE REJECT-FILE
006750     END-IF
006752     IF WS-AUTHREJ-FILE-OK
006754         CLOSE AUTHORITY-REFUSAL-FILE
006756     END-IF
006760     DISPLAY "LEAVEVAL - TRANSACTIONS READ    : "
006770         WS-TRANS-READ-COUNT
006780     DISPLAY "LEAVEVAL - TRANSACTIONS APPROVED: "
006790         WS-TRANS-APPROVED-COUNT
006800     DISPLAY "LEAVEVAL - TRANSACTIONS REJECTED: "
006803         WS-TRANS-REJECT-COUNT
006806     DISPLAY "LEAVEVAL - REFUSED ON AUTHORITY : "
006809         WS-AUTH-REFUSAL-COUNT
006812     DISPLAY "LEAVEVAL - BALANCE RECORDS WRITTEN: "
006815         WS-LBL-WRITE-COUNT.
006820 9000-EXIT.
006830     EXIT.
006840*
006850*****************************************************************
006860*  9100-WRITE-RUN-STATS - POST TONIGHT'S APPROVED AND REJECTED
006870*  LEAVE COUNTS TO THE RUN-STATISTICS HISTORY, CREATING THE FILE
006880*  ON FIRST USE.  RUNTREND HOLDS THEM AGAINST EARLIER NIGHTS.
006890*****************************************************************
006900 9100-WRITE-RUN-STATS.
006910     OPEN EXTEND RUN-STATS-FILE
006920     IF WS-STAT-FILE-NOT-FOUND
006930         OPEN OUTPUT RUN-STATS-FILE
006940         CLOSE RUN-STATS-FILE
006950         OPEN EXTEND RUN-STATS-FILE
006960     END-IF
006970     IF NOT WS-STAT-FILE-OK
006980         DISPLAY "LEAVEVAL - UNABLE TO OPEN RUN-STATS-FILE"
006990         MOVE 16 TO RETURN-CODE
007000         GO TO 9100-EXIT
007010     END-IF
007020     MOVE SPACES TO RUN-STATISTICS-RECORD
007030     MOVE WS-RUN-DATE TO RS-RUN-DATE
007040     MOVE WS-RUN-TIME(1:6) TO RS-RUN-TIME
007050     MOVE 'LEAVEVAL' TO RS-STEP-NAME
007060     MOVE 'LVAPPRVD' TO RS-STAT-NAME
007070     MOVE WS-TRANS-APPROVED-COUNT TO RS-STAT-VALUE
007080     WRITE RUN-STATISTICS-RECORD
007090     MOVE 'LVREJECT' TO RS-STAT-NAME
007100     MOVE WS-TRANS-REJECT-COUNT TO RS-STAT-VALUE
007110     WRITE RUN-STATISTICS-RECORD
007120     CLOSE RUN-STATS-FILE.
007130 9100-EXIT.
007140     EXIT.
007150*
007160*****************************************************************
007170*  1300-LOAD-AUTHORITY-MASTER - LOAD EVERY LEAVE-APPROVAL GRANT
007180*  ON THE SUPERVISOR AUTHORITY MASTER INTO THE LOOK-UP TABLE.
007190*  WITHOUT THE MASTER NO LEAVE COULD BE APPROVED, SO A MISSING
007200*  FILE STOPS THE STEP RATHER THAN REJECTING THE WHOLE NIGHT.
007210*****************************************************************
007220 1300-LOAD-AUTHORITY-MASTER.
007230     MOVE 0 TO WS-SAU-COUNT
007240     MOVE 'N' TO WS-SUPVAUTH-EOF-SW
007250     OPEN INPUT SUPERVISOR-AUTHORITY-FILE
007260     IF WS-SUPVAUTH-FILE-NOT-FOUND
007270         DISPLAY "LEAVEVAL - NO SUPERVISOR-AUTHORITY ON FILE"
007280         MOVE 16 TO RETURN-CODE
007290         GO TO 1300-EXIT
007300     END-IF
007310     PERFORM UNTIL WS-SUPVAUTH-EOF
007320         READ SUPERVISOR-AUTHORITY-FILE
007330             AT END
007340                 MOVE 'Y' TO WS-SUPVAUTH-EOF-SW
007350             NOT AT END
007360                 IF SA-MAY-APPROVE-LEAVE
007370                     IF WS-SAU-COUNT < WS-SAU-TABLE-SIZE
007380                         ADD 1 TO WS-SAU-COUNT
007390                         SET WS-SAU-IDX TO WS-SAU-COUNT
007400                         MOVE SA-SUPERVISOR-BADGE-ID
007410                             TO WS-SAU-BADGE-ID(WS-SAU-IDX)
007420                         MOVE SA-DEPARTMENT
007430                             TO WS-SAU-DEPARTMENT(WS-SAU-IDX)
007440                         MOVE SA-EFF-START-DATE
007450                             TO WS-SAU-EFF-START(WS-SAU-IDX)
007460                         MOVE SA-EFF-END-DATE
007470                             TO WS-SAU-EFF-END(WS-SAU-IDX)
007480                     ELSE
007490                         DISPLAY "LEAVEVAL - AUTHORITY TABLE"
007500                             " FULL AT " WS-SAU-TABLE-SIZE
007510                             " ENTRIES"
007520                         MOVE 16 TO RETURN-CODE
007530                         MOVE 'Y' TO WS-SUPVAUTH-EOF-SW
007540                     END-IF
007550                 END-IF
007560         END-READ
007570     END-PERFORM
007580     CLOSE SUPERVISOR-AUTHORITY-FILE.
007590 1300-EXIT.
007600     EXIT.
007610*
007620*****************************************************************
007630*  1400-LOAD-LEAVE-BALANCES - LOAD THE LEAVE-BALANCE MASTER INTO
007640*  THE TABLE THE OVERDRAW CHECK AND THE DEBITS WORK AGAINST.  THE
007650*  MASTER IS BUILT BY THE LVACCRUE ACCRUAL RUN; WITHOUT IT NO
007660*  LEAVE COULD BE APPROVED, SO A MISSING FILE STOPS THE STEP.
007670*****************************************************************
007680 1400-LOAD-LEAVE-BALANCES.
007690     MOVE 0 TO WS-LBL-COUNT
007700     MOVE 'N' TO WS-LVBAL-EOF-SW
007710     OPEN INPUT LEAVE-BALANCE-FILE
007720     IF WS-LVBAL-FILE-NOT-FOUND
007730         DISPLAY "LEAVEVAL - NO LEAVE-BALANCE MASTER ON FILE"
007740         MOVE 16 TO RETURN-CODE
007750         GO TO 1400-EXIT
007760     END-IF
007770     PERFORM UNTIL WS-LVBAL-EOF
007780         READ LEAVE-BALANCE-FILE
007790             AT END
007800                 MOVE 'Y' TO WS-LVBAL-EOF-SW
007810             NOT AT END
007820                 IF WS-LBL-COUNT < WS-LBL-TABLE-SIZE
007830                     ADD 1 TO WS-LBL-COUNT
007840                     SET WS-LBL-IDX TO WS-LBL-COUNT
007850                     MOVE LB-EMPLOYEE-ID
007860                         TO WS-LBL-EMPLOYEE-ID(WS-LBL-IDX)
007870                     MOVE LB-LEAVE-TYPE
007880                         TO WS-LBL-LEAVE-TYPE(WS-LBL-IDX)
007890                     MOVE LB-LAST-ACCRUAL-DATE
007900                         TO WS-LBL-LAST-ACCRUAL(WS-LBL-IDX)
007910                     MOVE LB-OPENING-HOURS
007920                         TO WS-LBL-OPENING-HOURS(WS-LBL-IDX)
007930                     MOVE LB-TAKEN-HOURS
007940                         TO WS-LBL-TAKEN-HOURS(WS-LBL-IDX)
007950                     MOVE LB-BALANCE-HOURS
007960                         TO WS-LBL-BALANCE-HOURS(WS-LBL-IDX)
007970                 ELSE
007980                     DISPLAY "LEAVEVAL - BALANCE TABLE FULL AT "
007990                         WS-LBL-TABLE-SIZE " ENTRIES"
008000                     MOVE 16 TO RETURN-CODE
008010                     MOVE 'Y' TO WS-LVBAL-EOF-SW
008020                 END-IF
008030         END-READ
008040     END-PERFORM
008050     CLOSE LEAVE-BALANCE-FILE.
008060 1400-EXIT.
008070     EXIT.
008080*
008090*****************************************************************
008100*  2400-CHECK-SUPERVISOR-AUTHORITY - DECIDE WHETHER THE
008110*  SUBMITTING SUPERVISOR MAY APPROVE LEAVE FOR THIS EMPLOYEE.  A
008120*  SUPERVISOR NEVER MAY ON THEIR OWN BADGE; OTHERWISE THE
008130*  AUTHORITY TABLE MUST HOLD A LEAVE-APPROVAL GRANT FOR THE BADGE
008140*  AND THE EMPLOYEE'S DEPARTMENT IN EFFECT ON THE RUN DATE.
008150*****************************************************************
008160 2400-CHECK-SUPERVISOR-AUTHORITY.
008170     MOVE 'N' TO WS-AUTHORITY-SW
008180     IF LV-SUPERVISOR-BADGE-ID = LV-EMPLOYEE-ID
008190         MOVE 01 TO WS-AUTH-REASON-CODE
008200         MOVE "ACTION ON OWN BADGE" TO WS-AUTH-REASON-TEXT
008210         GO TO 2400-EXIT
008220     END-IF
008230     PERFORM VARYING WS-SAU-IDX FROM 1 BY 1
008240             UNTIL WS-SAU-IDX > WS-SAU-COUNT
008250                 OR WS-AUTHORITY-GRANTED
008260         IF WS-SAU-BADGE-ID(WS-SAU-IDX) = LV-SUPERVISOR-BADGE-ID
008270                 AND WS-SAU-DEPARTMENT(WS-SAU-IDX)
008280                     = WS-EMP-FOUND-DEPT
008290                 AND WS-SAU-EFF-START(WS-SAU-IDX)
008300                     NOT > WS-RUN-DATE
008310                 AND WS-SAU-EFF-END(WS-SAU-IDX)
008320                     NOT < WS-RUN-DATE
008330             MOVE 'Y' TO WS-AUTHORITY-SW
008340         END-IF
008350     END-PERFORM
008360     IF NOT WS-AUTHORITY-GRANTED
008370         MOVE 02 TO WS-AUTH-REASON-CODE
008380         MOVE "NO AUTHORITY FOR DEPARTMENT" TO WS-AUTH-REASON-TEXT
008390     END-IF.
008400 2400-EXIT.
008410     EXIT.
008420*
008430*****************************************************************
008440*  2500-CHECK-LEAVE-BALANCE - LOOK THE BADGE AND LEAVE TYPE UP IN
008450*  THE LEAVE-BALANCE TABLE, LEAVING THE INDEX ON THE ENTRY FOR
008460*  THE CALLER'S OVERDRAW TEST AND DEBIT.
008470*****************************************************************
008480 2500-CHECK-LEAVE-BALANCE.
008490     MOVE 'N' TO WS-LBL-FOUND-SW
008500     MOVE 0 TO WS-LBL-SLOT
008510     PERFORM VARYING WS-LBL-IDX FROM 1 BY 1
008520             UNTIL WS-LBL-IDX > WS-LBL-COUNT
008530                 OR WS-LBL-FOUND
008540         IF WS-LBL-EMPLOYEE-ID(WS-LBL-IDX) = LV-EMPLOYEE-ID
008550                 AND WS-LBL-LEAVE-TYPE(WS-LBL-IDX) = LV-LEAVE-TYPE
008560             MOVE 'Y' TO WS-LBL-FOUND-SW
008570             SET WS-LBL-SLOT TO WS-LBL-IDX
008580         END-IF
008590     END-PERFORM
008600     IF WS-LBL-FOUND
008610         SET WS-LBL-IDX TO WS-LBL-SLOT
008620     END-IF.
008630 2500-EXIT.
008640     EXIT.
008650*
008660*****************************************************************
008670*  2950-WRITE-AUTHORITY-REFUSAL - APPEND THE REFUSED LEAVE
008680*  APPROVAL TO THE AUTHORITY REFUSAL LOG SO PAYROLL SEES WHO
008690*  TRIED TO APPROVE WHAT ON THE NEXT MORNING'S LISTING.
008700*****************************************************************
008710 2950-WRITE-AUTHORITY-REFUSAL.
008720     MOVE SPACES TO AUTHORITY-REFUSAL-RECORD
008730     MOVE LV-SUPERVISOR-BADGE-ID TO AR-SUPERVISOR-BADGE-ID
008740     MOVE LV-EMPLOYEE-ID TO AR-EMPLOYEE-ID
008750     MOVE WS-EMP-FOUND-DEPT TO AR-DEPARTMENT
008760     SET AR-ACTION-APPROVE-LEAVE TO TRUE
008770     MOVE LV-LEAVE-DATE TO AR-ACTION-DATE
008780     MOVE WS-AUTH-REASON-CODE TO AR-REASON-CODE
008790     MOVE WS-AUTH-REASON-TEXT TO AR-REASON-TEXT
008800     MOVE "LEAVEVAL" TO AR-PROGRAM-NAME
008810     MOVE WS-RUN-DATE TO AR-RUN-DATE
008820     MOVE WS-RUN-TIME(1:6) TO AR-RUN-TIME
008830     WRITE AUTHORITY-REFUSAL-RECORD
008840     ADD 1 TO WS-AUTH-REFUSAL-COUNT.
008850 2950-EXIT.
008860     EXIT.
008870*
008880*****************************************************************
008890*  3000-WRITE-BALANCE-MASTER - WRITE THE DEBITED LEAVE-BALANCE
008900*  TABLE OUT AS THE NEW MASTER.  THE JCL COPIES IT OVER THE LIVE
008910*  LEAVEBAL ONLY WHEN THE NIGHT ENDS CLEAN AND LEAVETRN IS
008920*  CLEARED, SO A RERUN NEVER DEBITS THE SAME LEAVE TWICE.
008930*****************************************************************
008940 3000-WRITE-BALANCE-MASTER.
008950     MOVE 0 TO WS-LBL-WRITE-COUNT
008960     OPEN OUTPUT NEW-LEAVE-BALANCE-FILE
008970     IF NOT WS-LVBLN-FILE-OK
008980         DISPLAY "LEAVEVAL - UNABLE TO OPEN LEAVEBLN, STATUS "
008990             WS-LVBLN-FILE-STATUS
009000         MOVE 16 TO RETURN-CODE
009010         GO TO 3000-EXIT
009020     END-IF
009030     PERFORM VARYING WS-LBL-IDX FROM 1 BY 1
009040             UNTIL WS-LBL-IDX > WS-LBL-COUNT
009050         MOVE SPACES TO NEW-LEAVE-BALANCE-RECORD
009060         MOVE WS-LBL-EMPLOYEE-ID(WS-LBL-IDX) TO LBN-EMPLOYEE-ID
009070         MOVE WS-LBL-LEAVE-TYPE(WS-LBL-IDX) TO LBN-LEAVE-TYPE
009080         MOVE WS-LBL-LAST-ACCRUAL(WS-LBL-IDX)
009090             TO LBN-LAST-ACCRUAL-DATE
009100         MOVE WS-LBL-OPENING-HOURS(WS-LBL-IDX)
009110             TO LBN-OPENING-HOURS
009120         MOVE WS-LBL-TAKEN-HOURS(WS-LBL-IDX) TO LBN-TAKEN-HOURS
009130         MOVE WS-LBL-BALANCE-HOURS(WS-LBL-IDX)
009140             TO LBN-BALANCE-HOURS
009150         WRITE NEW-LEAVE-BALANCE-RECORD
009160         ADD 1 TO WS-LBL-WRITE-COUNT
009170     END-PERFORM
009180     CLOSE NEW-LEAVE-BALANCE-FILE.
009190 3000-EXIT.
009200     EXIT.

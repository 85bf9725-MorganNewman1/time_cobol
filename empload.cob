000360*                       SO ADDS APPENDED PAST THE OLD RECORDS
000370*                       LOAD REGARDLESS OF KEY ORDER, AND THE
000380*                       JCL COPY-BACK IS NOW AN IDCAMS REPRO.
000381*      2026-10-15 RJH   CARRY THE LEAVE ACCRUAL GROUP ON THE
000382*                       TRANSACTION AND THE LISTING.
000383*      2026-10-15 RJH   CARRY THE DATE OF BIRTH ON THE
000384*                       TRANSACTION; AN ADD MUST HAVE ONE.
000385*      2026-10-15 RJH   QUEUE EACH BADGE A TERMINATE SETS INACTIVE
000386*                       TO THE TERMPAY FILE FOR THE FINAL-PAY RUN.
000387*      2026-10-15 RJH   CARRY THE PAY-RULE CLASS ON THE
000388*                       TRANSACTION AND THE LISTING.
000389*      2026-10-15 RJH   REFUSE A FUTURE OR IMPOSSIBLE BIRTH DATE.
000390*****************************************************************
000400*
000410 ENVIRONMENT DIVISION.
000720         ACCESS MODE IS SEQUENTIAL
000730         FILE STATUS IS WS-LOADCTL-FILE-STATUS.
000740*
000741     SELECT TERMINATION-QUEUE-FILE ASSIGN TO "TERMPAY"
000742         ORGANIZATION IS SEQUENTIAL
000743         ACCESS MODE IS SEQUENTIAL
000744         FILE STATUS IS WS-TERMQ-FILE-STATUS.
000745*
000750 DATA DIVISION.
000760*
000770 FILE SECTION.
000890     05  EMPIN-DEPARTMENT         PIC X(10).
000900     05  EMPIN-STATUS             PIC X(01).
000910         88  EMPIN-STATUS-VALID       VALUES 'A' 'I'.
000920     05  EMPIN-ACCRUAL-GROUP      PIC X(02).
000921     05  EMPIN-BIRTH-DATE         PIC X(08).
000922     05  EMPIN-BIRTH-DATE-R REDEFINES EMPIN-BIRTH-DATE.
000923         10  EMPIN-BIRTH-YEAR     PIC 9(04).
000924         10  EMPIN-BIRTH-MONTH    PIC 9(02).
000925         10  EMPIN-BIRTH-DAY      PIC 9(02).
000926     05  EMPIN-PAY-RULE-CLASS     PIC X(02).
000930*
000940 FD  EMPLOYEE-MASTER
000950     RECORDING MODE IS F.
001160     05  CTL-DROP-LIMIT-PCT       PIC 9(03).
001170     05  FILLER                   PIC X(17).
001180*
001182 FD  TERMINATION-QUEUE-FILE
001184     RECORDING MODE IS F.
001186     COPY TERMPAY.
001188*
001190 WORKING-STORAGE SECTION.
001200*
001210*    FILE STATUS SWITCHES
001340 77  WS-LOADCTL-FILE-STATUS       PIC X(02) VALUE SPACES.
001350     88  WS-LOADCTL-FILE-OK                 VALUE '00'.
001360     88  WS-LOADCTL-FILE-NOT-FOUND          VALUE '35'.
001362 77  WS-TERMQ-FILE-STATUS         PIC X(02) VALUE SPACES.
001364     88  WS-TERMQ-FILE-OK                   VALUE '00'.
001370*
001380 77  WS-TRANS-EOF-SW              PIC X(01) VALUE 'N'.
001390     88  WS-TRANS-EOF                       VALUE 'Y'.
001550         10  WS-MAST-NAME            PIC X(25).
001560         10  WS-MAST-DEPARTMENT      PIC X(10).
001570         10  WS-MAST-STATUS          PIC X(01).
001571         10  WS-MAST-ACCRUAL-GROUP   PIC X(02).
001572         10  WS-MAST-BIRTH-DATE      PIC X(08).
001573         10  WS-MAST-PAY-RULE-CLASS  PIC X(02).
001574         10  WS-MAST-TERMINATED-SW   PIC X(01).
001575             88  WS-MAST-TERMINATED      VALUE 'Y'.
001580 77  WS-MAST-COUNT                 PIC 9(04) VALUE 0.
001590 77  WS-MAST-TABLE-SIZE            PIC 9(04) VALUE 5000.
001600 77  WS-MAST-FOUND-SW              PIC X(01) VALUE 'N'.
001610     88  WS-MAST-FOUND                        VALUE 'Y'.
001620 77  WS-MAST-SLOT                  PIC 9(04) VALUE 0.
001622 77  WS-BIRTH-DATE-SW              PIC X(01) VALUE 'N'.
001624     88  WS-BIRTH-DATE-VALID                  VALUE 'Y'.
001625 77  WS-BIRTH-LAST-DAY             PIC 9(02) VALUE 0.
001626 77  WS-LEAP-REMAINDER             PIC 9(04) VALUE 0.
001627 77  WS-LEAP-QUOTIENT              PIC 9(04) VALUE 0.
001628 77  WS-LEAP-YEAR-SW               PIC X(01) VALUE 'N'.
001629     88  WS-LEAP-YEAR                        VALUE 'Y'.
001630*
001640*    RUN-CONTROL FIGURES -- ACTIVE BADGES BEFORE AND AFTER THE
001650*    TRANSACTIONS, AND THE LOADCTL DROP LIMIT IN PERCENT
001720 77  WS-LIMIT-SCALED               PIC 9(08) VALUE 0.
001730 77  WS-DROP-DISPLAY               PIC ZZZZ9.
001740*
001741*    RUN DATE -- NO DATE OF BIRTH MAY FALL AFTER IT, AND IT IS
001742*    STAMPED ON THE FINAL-PAY QUEUE RECORDS -- AND MONTH LENGTHS
001743*
001744 01  CURRENT-DATE                  PIC 9(08) VALUE 0.
001745 01  WS-MONTH-DAYS-DATA            PIC X(24)
001746         VALUE "312831303130313130313031".
001747 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-DATA.
001748     05  WS-MONTH-DAYS              PIC 9(02) OCCURS 12 TIMES.
001749*
001750*    TRANSACTION AND RECORD COUNTS FOR THE END-OF-RUN SUMMARY
001760*
001770 77  WS-TRANS-READ-COUNT           PIC 9(07) VALUE 0.
001780 77  WS-TRANS-APPLIED-COUNT        PIC 9(07) VALUE 0.
001790 77  WS-TRANS-REJECT-COUNT         PIC 9(07) VALUE 0.
001800 77  WS-LOAD-COUNT                 PIC 9(07) VALUE 0.
001805 77  WS-TERM-QUEUED-COUNT          PIC 9(07) VALUE 0.
001810*
001820*    REJECT AND CHANGE-LISTING PRINT LINES
001830*
001960     05  LS-DEPARTMENT              PIC X(10).
001970     05  FILLER                     PIC X(02) VALUE SPACES.
001980     05  LS-STATUS                  PIC X(01).
001981     05  FILLER                     PIC X(02) VALUE SPACES.
001982     05  LS-ACCRUAL-GROUP           PIC X(02).
001983     05  FILLER                     PIC X(02) VALUE SPACES.
001984     05  LS-BIRTH-DATE              PIC X(10).
001985     05  FILLER                     PIC X(02) VALUE SPACES.
001986     05  LS-PAY-RULE-CLASS          PIC X(02).
001990*
002000 PROCEDURE DIVISION.
002010*
002090     END-IF
002100     IF RETURN-CODE = ZERO
002110         PERFORM 4000-WRITE-NEW-MASTER THRU 4000-EXIT
002112     END-IF
002114     IF RETURN-CODE = ZERO
002116         PERFORM 4100-WRITE-TERMINATIONS THRU 4100-EXIT
002120     END-IF
002130     PERFORM 9000-TERMINATE THRU 9000-EXIT
002140     STOP RUN.
002180*  LIMIT AND LOAD THE CURRENT MASTER INTO THE TABLE.
002190*****************************************************************
002200 1000-INITIALIZE.
002205     ACCEPT CURRENT-DATE FROM DATE YYYYMMDD
002210     OPEN INPUT TRANSACTION-FILE
002220     OPEN OUTPUT REJECT-FILE
002230     OPEN OUTPUT CHANGE-LISTING-FILE
003070                         TO WS-MAST-DEPARTMENT(WS-MAST-IDX)
003080                     MOVE EMP-STATUS
003090                         TO WS-MAST-STATUS(WS-MAST-IDX)
003091                     MOVE EMP-ACCRUAL-GROUP
003092                         TO WS-MAST-ACCRUAL-GROUP(WS-MAST-IDX)
003093                     MOVE EMP-BIRTH-DATE
003094                         TO WS-MAST-BIRTH-DATE(WS-MAST-IDX)
003095                     MOVE EMP-PAY-RULE-CLASS
003096                         TO WS-MAST-PAY-RULE-CLASS(WS-MAST-IDX)
003097                     MOVE 'N'
003098                         TO WS-MAST-TERMINATED-SW(WS-MAST-IDX)
003100                     IF EMP-ACTIVE
003110                         ADD 1 TO WS-ACTIVE-BEFORE
003120                     END-IF
003680*
003690*****************************************************************
003700*  2200-APPLY-ADD - VALIDATE AND ADD A NEW BADGE TO THE MASTER
003710*  TABLE.  AN ADD MUST CARRY EVERY FIELD BUT THE LEAVE ACCRUAL
003720*  GROUP (BLANK ACCRUES NO LEAVE), INCLUDING A VALID DATE OF
003725*  BIRTH, AND MUST NOT DUPLICATE A BADGE.
003730*****************************************************************
003740 2200-APPLY-ADD.
003750     IF WS-MAST-FOUND
003920         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
003930         GO TO 2200-EXIT
003940     END-IF
003941     PERFORM 2250-VALIDATE-BIRTH-DATE THRU 2250-EXIT
003942     IF NOT WS-BIRTH-DATE-VALID
003943         MOVE "ADD BIRTH DATE MISSING OR INVALID" TO RJ-REASON
003944         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
003945         GO TO 2200-EXIT
003946     END-IF
003950     IF WS-MAST-COUNT NOT < WS-MAST-TABLE-SIZE
003960         MOVE "MASTER TABLE FULL" TO RJ-REASON
003970         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
004040     MOVE EMPIN-NAME TO WS-MAST-NAME(WS-MAST-IDX)
004050     MOVE EMPIN-DEPARTMENT TO WS-MAST-DEPARTMENT(WS-MAST-IDX)
004060     MOVE EMPIN-STATUS TO WS-MAST-STATUS(WS-MAST-IDX)
004061     MOVE EMPIN-ACCRUAL-GROUP
004062         TO WS-MAST-ACCRUAL-GROUP(WS-MAST-IDX)
004063     MOVE EMPIN-BIRTH-DATE
004064         TO WS-MAST-BIRTH-DATE(WS-MAST-IDX)
004065     MOVE EMPIN-PAY-RULE-CLASS
004066         TO WS-MAST-PAY-RULE-CLASS(WS-MAST-IDX)
004067     MOVE 'N' TO WS-MAST-TERMINATED-SW(WS-MAST-IDX)
004070     MOVE "ADD    " TO LS-TAG
004080     PERFORM 2950-WRITE-LISTING-AFTER THRU 2950-EXIT
004090     ADD 1 TO WS-TRANS-APPLIED-COUNT.
004230     END-IF
004240     IF EMPIN-NAME = SPACES AND EMPIN-DEPARTMENT = SPACES
004250             AND EMPIN-STATUS = SPACES
004255             AND EMPIN-ACCRUAL-GROUP = SPACES
004256             AND EMPIN-PAY-RULE-CLASS = SPACES
004257             AND EMPIN-BIRTH-DATE = SPACES
004260         MOVE "CHANGE CARRIES NO FIELDS" TO RJ-REASON
004270         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
004280         GO TO 2300-EXIT
004330         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
004340         GO TO 2300-EXIT
004350     END-IF
004351     IF EMPIN-BIRTH-DATE NOT = SPACES
004352         PERFORM 2250-VALIDATE-BIRTH-DATE THRU 2250-EXIT
004353         IF NOT WS-BIRTH-DATE-VALID
004354             MOVE "CHANGE BIRTH DATE NOT VALID" TO RJ-REASON
004355             PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
004356             GO TO 2300-EXIT
004357         END-IF
004358     END-IF
004360     SET WS-MAST-IDX TO WS-MAST-SLOT
004370     MOVE "BEFORE " TO LS-TAG
004380     PERFORM 2960-WRITE-LISTING-BEFORE THRU 2960-EXIT
004390     IF EMPIN-NAME NOT = SPACES
004400         MOVE EMPIN-NAME TO WS-MAST-NAME(WS-MAST-IDX)
004402     END-IF
004404     IF EMPIN-BIRTH-DATE NOT = SPACES
004406         MOVE EMPIN-BIRTH-DATE TO WS-MAST-BIRTH-DATE(WS-MAST-IDX)
004410     END-IF
004420     IF EMPIN-DEPARTMENT NOT = SPACES
004430         MOVE EMPIN-DEPARTMENT
004450     END-IF
004460     IF EMPIN-STATUS NOT = SPACES
004470         MOVE EMPIN-STATUS TO WS-MAST-STATUS(WS-MAST-IDX)
004471     END-IF
004472     IF EMPIN-ACCRUAL-GROUP NOT = SPACES
004473         MOVE EMPIN-ACCRUAL-GROUP
004474             TO WS-MAST-ACCRUAL-GROUP(WS-MAST-IDX)
004475     END-IF
004476     IF EMPIN-PAY-RULE-CLASS NOT = SPACES
004477         MOVE EMPIN-PAY-RULE-CLASS
004478             TO WS-MAST-PAY-RULE-CLASS(WS-MAST-IDX)
004480     END-IF
004490     MOVE "AFTER  " TO LS-TAG
004500     PERFORM 2950-WRITE-LISTING-AFTER THRU 2950-EXIT
004650     SET WS-MAST-IDX TO WS-MAST-SLOT
004660     MOVE "BEFORE " TO LS-TAG
004670     PERFORM 2960-WRITE-LISTING-BEFORE THRU 2960-EXIT
004672     IF WS-MAST-STATUS(WS-MAST-IDX) = 'A'
004674         MOVE 'Y' TO WS-MAST-TERMINATED-SW(WS-MAST-IDX)
004676     END-IF
004680     MOVE 'I' TO WS-MAST-STATUS(WS-MAST-IDX)
004690     MOVE "AFTER  " TO LS-TAG
004700     PERFORM 2950-WRITE-LISTING-AFTER THRU 2950-EXIT
005110     MOVE WS-MAST-NAME(WS-MAST-IDX) TO LS-NAME
005120     MOVE WS-MAST-DEPARTMENT(WS-MAST-IDX) TO LS-DEPARTMENT
005130     MOVE WS-MAST-STATUS(WS-MAST-IDX) TO LS-STATUS
005134     MOVE WS-MAST-ACCRUAL-GROUP(WS-MAST-IDX)
005136         TO LS-ACCRUAL-GROUP
005137     MOVE WS-MAST-PAY-RULE-CLASS(WS-MAST-IDX)
005138         TO LS-PAY-RULE-CLASS
005139     PERFORM 2970-FORMAT-BIRTH-DATE THRU 2970-EXIT
005140     WRITE LISTING-RECORD FROM WS-LISTING-LINE.
005150 2950-EXIT.
005160     EXIT.
005240     MOVE WS-MAST-NAME(WS-MAST-IDX) TO LS-NAME
005250     MOVE WS-MAST-DEPARTMENT(WS-MAST-IDX) TO LS-DEPARTMENT
005260     MOVE WS-MAST-STATUS(WS-MAST-IDX) TO LS-STATUS
005264     MOVE WS-MAST-ACCRUAL-GROUP(WS-MAST-IDX)
005266         TO LS-ACCRUAL-GROUP
005267     MOVE WS-MAST-PAY-RULE-CLASS(WS-MAST-IDX)
005268         TO LS-PAY-RULE-CLASS
005269     PERFORM 2970-FORMAT-BIRTH-DATE THRU 2970-EXIT
005270     WRITE LISTING-RECORD FROM WS-LISTING-LINE.
005280 2960-EXIT.
005290     EXIT.
005790         MOVE WS-MAST-DEPARTMENT(WS-MAST-IDX)
005800             TO NEWM-DEPARTMENT
005810         MOVE WS-MAST-STATUS(WS-MAST-IDX) TO NEWM-STATUS
005811         MOVE WS-MAST-ACCRUAL-GROUP(WS-MAST-IDX)
005812             TO NEWM-ACCRUAL-GROUP
005813         MOVE WS-MAST-BIRTH-DATE(WS-MAST-IDX)
005814             TO NEWM-BIRTH-DATE
005815         MOVE WS-MAST-PAY-RULE-CLASS(WS-MAST-IDX)
005816             TO NEWM-PAY-RULE-CLASS
005820         WRITE NEW-MASTER-RECORD
005830             INVALID KEY
005840                 DISPLAY "EMPLOAD - DUPLICATE KEY WRITING NEW "
006060     DISPLAY "EMPLOAD - TRANSACTIONS REJECTED: "
006070         WS-TRANS-REJECT-COUNT
006080     DISPLAY "EMPLOAD - MASTER RECORDS WRITTEN: "
006090         WS-LOAD-COUNT
006092     DISPLAY "EMPLOAD - QUEUED FOR FINAL PAY : "
006094         WS-TERM-QUEUED-COUNT.
006100 9000-EXIT.
006110     EXIT.
006120*
006200     END-READ.
006210 8100-EXIT.
006220     EXIT.
006230*
006240*****************************************************************
006250*  2250-VALIDATE-BIRTH-DATE - SET WS-BIRTH-DATE-VALID WHEN THE
006260*  TRANSACTION'S DATE OF BIRTH IS A NUMERIC YYYYMMDD FROM 1900
006270*  ON, A REAL CALENDAR DATE (THE DAY WITHIN THE LENGTH OF ITS
006280*  MONTH, LEAP YEARS ALLOWED FOR) AND NOT AFTER THE RUN DATE.
006290*  COMPLRPT TAKES A BIRTH DATE AFTER THE DAY WORKED AS AN ADULT,
006300*  SO A MISTYPED FUTURE YEAR WOULD TURN OFF THE MINOR CHECKS.
006310*****************************************************************
006320 2250-VALIDATE-BIRTH-DATE.
006330     MOVE 'N' TO WS-BIRTH-DATE-SW
006340     IF EMPIN-BIRTH-DATE IS NOT NUMERIC
006350         GO TO 2250-EXIT
006360     END-IF
006370     IF EMPIN-BIRTH-YEAR < 1900
006380             OR EMPIN-BIRTH-MONTH < 1 OR EMPIN-BIRTH-MONTH > 12
006390             OR EMPIN-BIRTH-DAY < 1
006400         GO TO 2250-EXIT
006410     END-IF
006420     IF EMPIN-BIRTH-DATE > CURRENT-DATE
006430         GO TO 2250-EXIT
006440     END-IF
006450     MOVE WS-MONTH-DAYS(EMPIN-BIRTH-MONTH) TO WS-BIRTH-LAST-DAY
006460     IF EMPIN-BIRTH-MONTH = 2
006470         PERFORM 2260-CHECK-LEAP-YEAR THRU 2260-EXIT
006480         IF WS-LEAP-YEAR
006490             MOVE 29 TO WS-BIRTH-LAST-DAY
006500         END-IF
006510     END-IF
006520     IF EMPIN-BIRTH-DAY > WS-BIRTH-LAST-DAY
006530         GO TO 2250-EXIT
006540     END-IF
006550     MOVE 'Y' TO WS-BIRTH-DATE-SW.
006560 2250-EXIT.
006570     EXIT.
006580*
006590*****************************************************************
006600*  2260-CHECK-LEAP-YEAR - SET WS-LEAP-YEAR WHEN THE BIRTH YEAR
006610*  IS A LEAP YEAR (DIVISIBLE BY 4, EXCEPT CENTURY YEARS NOT
006620*  DIVISIBLE BY 400).
006630*****************************************************************
006640 2260-CHECK-LEAP-YEAR.
006650     MOVE 'N' TO WS-LEAP-YEAR-SW
006660     DIVIDE EMPIN-BIRTH-YEAR BY 4
006670         GIVING WS-LEAP-QUOTIENT
006680         REMAINDER WS-LEAP-REMAINDER
006690     IF WS-LEAP-REMAINDER = 0
006700         MOVE 'Y' TO WS-LEAP-YEAR-SW
006710         DIVIDE EMPIN-BIRTH-YEAR BY 100
006720             GIVING WS-LEAP-QUOTIENT
006730             REMAINDER WS-LEAP-REMAINDER
006740         IF WS-LEAP-REMAINDER = 0
006750             DIVIDE EMPIN-BIRTH-YEAR BY 400
006760                 GIVING WS-LEAP-QUOTIENT
006770                 REMAINDER WS-LEAP-REMAINDER
006780             IF WS-LEAP-REMAINDER NOT = 0
006790                 MOVE 'N' TO WS-LEAP-YEAR-SW
006800             END-IF
006810         END-IF
006820     END-IF.
006830 2260-EXIT.
006840     EXIT.
006850*
006860*****************************************************************
006870*  2970-FORMAT-BIRTH-DATE - EDIT THE MASTER ENTRY'S DATE OF
006880*  BIRTH AS YYYY-MM-DD FOR THE CHANGE LISTING.  A BADGE CARRIED
006890*  OVER FROM BEFORE THE FIELD EXISTED HAS NONE AND PRINTS BLANK.
006900*****************************************************************
006910 2970-FORMAT-BIRTH-DATE.
006920     MOVE SPACES TO LS-BIRTH-DATE
006930     IF WS-MAST-BIRTH-DATE(WS-MAST-IDX) IS NUMERIC
006940             AND WS-MAST-BIRTH-DATE(WS-MAST-IDX) NOT = ZERO
006950         STRING WS-MAST-BIRTH-DATE(WS-MAST-IDX)(1:4)
006960                                   DELIMITED BY SIZE
006970                "-"                DELIMITED BY SIZE
006980                WS-MAST-BIRTH-DATE(WS-MAST-IDX)(5:2)
006990                                   DELIMITED BY SIZE
007000                "-"                DELIMITED BY SIZE
007010                WS-MAST-BIRTH-DATE(WS-MAST-IDX)(7:2)
007020                                   DELIMITED BY SIZE
007030             INTO LS-BIRTH-DATE
007040     END-IF.
007050 2970-EXIT.
007060     EXIT.
007070*
007080*****************************************************************
007090*  4100-WRITE-TERMINATIONS - WRITE A FINAL-PAY QUEUE RECORD FOR
007100*  EVERY BADGE A TERMINATE TRANSACTION TOOK FROM ACTIVE TO
007110*  INACTIVE THIS RUN AND THAT IS STILL INACTIVE AT THE END OF
007120*  IT.  THE JOB APPENDS THE FILE TO THE LIVE QUEUE ONLY AFTER
007130*  THE NEW MASTER IS COPIED BACK.
007140*****************************************************************
007150 4100-WRITE-TERMINATIONS.
007160     OPEN OUTPUT TERMINATION-QUEUE-FILE
007170     IF NOT WS-TERMQ-FILE-OK
007180         DISPLAY "EMPLOAD - UNABLE TO OPEN TERMPAY FILE"
007190         MOVE 16 TO RETURN-CODE
007200         GO TO 4100-EXIT
007210     END-IF
007220     PERFORM VARYING WS-MAST-IDX FROM 1 BY 1
007230             UNTIL WS-MAST-IDX > WS-MAST-COUNT
007240         IF WS-MAST-TERMINATED(WS-MAST-IDX)
007250                 AND WS-MAST-STATUS(WS-MAST-IDX) = 'I'
007260             MOVE SPACES TO TERMINATION-QUEUE-RECORD
007270             MOVE WS-MAST-BADGE-ID(WS-MAST-IDX) TO TQ-EMPLOYEE-ID
007280             MOVE WS-MAST-NAME(WS-MAST-IDX) TO TQ-NAME
007290             MOVE WS-MAST-DEPARTMENT(WS-MAST-IDX)
007300                 TO TQ-DEPARTMENT
007310             MOVE CURRENT-DATE TO TQ-TERM-DATE
007320             WRITE TERMINATION-QUEUE-RECORD
007330             ADD 1 TO WS-TERM-QUEUED-COUNT
007340         END-IF
007350     END-PERFORM
007360     CLOSE TERMINATION-QUEUE-FILE.
007370 4100-EXIT.
007380     EXIT.

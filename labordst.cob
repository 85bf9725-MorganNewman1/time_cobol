000180*  SINGLE DAY, WHICH THIS REPORT IS CUT BY.
000190*  A PUNCH WHOSE BADGE IS NOT ON THE EMPLOYEE MASTER ROLLS UP
000200*  UNDER THE DEPARTMENT *UNKNOWN* SO THE REPORT STILL FOOTS.
000201*  EACH SHIFT IS ALSO PRICED AT THE BADGE'S EFFECTIVE PAY RATE AND
000202*  THE PREMIUM FACTORS, THE LABOR COST PRINTS BESIDE THE HOURS,
000203*  AND THE DEPARTMENT COSTS GO TO THE GENERAL LEDGER AS A BALANCED
000204*  JOURNAL -- A DEBIT TO EACH COST CENTER'S LABOR EXPENSE AND A
000205*  CREDIT TO ITS ACCRUED PAYROLL -- WITH A CONTROL TRAILER.
000210*****************************************************************
000220*  MODIFICATION HISTORY
000230*      DATE       INIT  DESCRIPTION
000350*                       AN INDEXED KSDS KEYED ON THE BADGE ID,
000360*                       INSTEAD OF LOADING THE WHOLE MASTER AND
000370*                       SCANNING THE TABLE PER PAIRED SHIFT.
000371*      2026-10-15 RJH   PRICE EACH SHIFT AT THE BADGE'S PAYRATE
000372*                       RATE AND THE PREMPARM FACTORS, WITH HOLCAL
000373*                       HOLIDAY PREMIUM; PRINT THE LABOR COST AND
000374*                       WRITE THE BALANCED GLJRNL JOURNAL BY COST
000375*                       CENTER PER THE GLACCT MAP.
000376*      2026-10-15 RJH   FIGURE OVERTIME, NIGHT DIFF AND HOLIDAY
000377*                       PREMIUM UNDER THE BADGE'S PAY-RULE CLASS.
000380*****************************************************************
000390*
000400 ENVIRONMENT DIVISION.
000510         ACCESS MODE IS RANDOM
000520         RECORD KEY IS EMP-BADGE-ID
000530         FILE STATUS IS WS-EMPMAST-FILE-STATUS.
000531*
000532     SELECT PAY-RATE-FILE ASSIGN TO "PAYRATE"
000533         ORGANIZATION IS SEQUENTIAL
000534         ACCESS MODE IS SEQUENTIAL
000535         FILE STATUS IS WS-PAYRATE-FILE-STATUS.
000540*
000541     SELECT PAY-RULE-FILE ASSIGN TO "PAYRULE"
000542         ORGANIZATION IS SEQUENTIAL
000543         ACCESS MODE IS SEQUENTIAL
000544         FILE STATUS IS WS-PAYRULE-FILE-STATUS.
000545*
000550     SELECT DEPT-REPORT-FILE ASSIGN TO "DEPTREPT"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-DEPTRPT-FILE-STATUS.
000571*
000572     SELECT HOLIDAY-CALENDAR-FILE ASSIGN TO "HOLCAL"
000573         ORGANIZATION IS SEQUENTIAL
000574         ACCESS MODE IS SEQUENTIAL
000575         FILE STATUS IS WS-HOLCAL-FILE-STATUS.
000580*
000581     SELECT PREMIUM-PARM-FILE ASSIGN TO "PREMPARM"
000582         ORGANIZATION IS SEQUENTIAL
000583         ACCESS MODE IS SEQUENTIAL
000584         FILE STATUS IS WS-PREMPRM-FILE-STATUS.
000585*
000590     SELECT PENDING-CARRY-FILE ASSIGN TO "PENDPNCH"
000600         ORGANIZATION IS SEQUENTIAL
000610         ACCESS MODE IS SEQUENTIAL
000620         FILE STATUS IS WS-PNDCAR-FILE-STATUS.
000621*
000622     SELECT GL-ACCOUNT-FILE ASSIGN TO "GLACCT"
000623         ORGANIZATION IS SEQUENTIAL
000624         ACCESS MODE IS SEQUENTIAL
000625         FILE STATUS IS WS-GLACCT-FILE-STATUS.
000630*
000631     SELECT GL-JOURNAL-FILE ASSIGN TO "GLJRNL"
000632         ORGANIZATION IS SEQUENTIAL
000633         ACCESS MODE IS SEQUENTIAL
000634         FILE STATUS IS WS-GLJRNL-FILE-STATUS.
000635*
000640 DATA DIVISION.
000650*
000660 FILE SECTION.
000720 FD  EMPLOYEE-MASTER
000730     RECORDING MODE IS F.
000740     COPY EMPMAST.
000741*
000742 FD  PAY-RATE-FILE
000743     RECORDING MODE IS F.
000744     COPY PAYRATE.
000745*
000746 FD  PAY-RULE-FILE
000747     RECORDING MODE IS F.
000748     COPY PAYRULE.
000750*
000760 FD  DEPT-REPORT-FILE
000770     RECORDING MODE IS F.
000780 01  DEPTRPT-RECORD                  PIC X(80).
000781*
000782 FD  HOLIDAY-CALENDAR-FILE
000783     RECORDING MODE IS F.
000784     COPY HOLCAL.
000785*
000786 FD  PREMIUM-PARM-FILE
000787     RECORDING MODE IS F.
000788     COPY PREMPARM.
000790*
000800 FD  PENDING-CARRY-FILE
000810     RECORDING MODE IS F.
000820     COPY PENDPNCH.
000821*
000822 FD  GL-ACCOUNT-FILE
000823     RECORDING MODE IS F.
000824     COPY GLACCT.
000825*
000826 FD  GL-JOURNAL-FILE
000827     RECORDING MODE IS F.
000828     COPY GLJRNL.
000830*
000840 WORKING-STORAGE SECTION.
000850*
000900 77  WS-EMPMAST-FILE-STATUS       PIC X(02) VALUE SPACES.
000910     88  WS-EMPMAST-FILE-OK                 VALUE '00'.
000920     88  WS-EMPMAST-FILE-NOT-FOUND          VALUE '35'.
000921 77  WS-PAYRATE-FILE-STATUS       PIC X(02) VALUE SPACES.
000922     88  WS-PAYRATE-FILE-OK                 VALUE '00'.
000923     88  WS-PAYRATE-FILE-NOT-FOUND          VALUE '35'.
000924 77  WS-PAYRULE-FILE-STATUS       PIC X(02) VALUE SPACES.
000925     88  WS-PAYRULE-FILE-OK                 VALUE '00'.
000926     88  WS-PAYRULE-FILE-NOT-FOUND          VALUE '35'.
000930 77  WS-DEPTRPT-FILE-STATUS       PIC X(02) VALUE SPACES.
000940     88  WS-DEPTRPT-FILE-OK                 VALUE '00'.
000941 77  WS-HOLCAL-FILE-STATUS        PIC X(02) VALUE SPACES.
000942     88  WS-HOLCAL-FILE-OK                  VALUE '00'.
000943     88  WS-HOLCAL-FILE-NOT-FOUND           VALUE '35'.
000944 77  WS-PREMPRM-FILE-STATUS       PIC X(02) VALUE SPACES.
000945     88  WS-PREMPRM-FILE-OK                 VALUE '00'.
000946     88  WS-PREMPRM-FILE-NOT-FOUND          VALUE '35'.
000950*
000960 77  WS-PNDCAR-FILE-STATUS        PIC X(02) VALUE SPACES.
000970     88  WS-PNDCAR-FILE-OK                  VALUE '00'.
000980     88  WS-PNDCAR-FILE-NOT-FOUND           VALUE '35'.
000981 77  WS-GLACCT-FILE-STATUS        PIC X(02) VALUE SPACES.
000982     88  WS-GLACCT-FILE-OK                  VALUE '00'.
000983     88  WS-GLACCT-FILE-NOT-FOUND           VALUE '35'.
000984 77  WS-GLJRNL-FILE-STATUS        PIC X(02) VALUE SPACES.
000985     88  WS-GLJRNL-FILE-OK                  VALUE '00'.
000990 77  WS-WORK-EOF-SW               PIC X(01) VALUE 'N'.
001000     88  WS-WORK-EOF                        VALUE 'Y'.
001002 77  WS-HOLCAL-EOF-SW             PIC X(01) VALUE 'N'.
001004     88  WS-HOLCAL-EOF                      VALUE 'Y'.
001006 77  WS-PAYRATE-EOF-SW            PIC X(01) VALUE 'N'.
001008     88  WS-PAYRATE-EOF                     VALUE 'Y'.
001010 77  WS-PNDCAR-EOF-SW             PIC X(01) VALUE 'N'.
001020     88  WS-PNDCAR-EOF                      VALUE 'Y'.
001021 77  WS-PREMPRM-EOF-SW            PIC X(01) VALUE 'N'.
001022     88  WS-PREMPRM-EOF                     VALUE 'Y'.
001023 77  WS-GLACCT-EOF-SW             PIC X(01) VALUE 'N'.
001024     88  WS-GLACCT-EOF                      VALUE 'Y'.
001025 77  WS-PAYRULE-EOF-SW            PIC X(01) VALUE 'N'.
001026     88  WS-PAYRULE-EOF                     VALUE 'Y'.
001030*
001040*    SYSTEM DATE AND TIME AS RETURNED BY THE OPERATING SYSTEM
001050*
001150     05  FORM-HOUR                  PIC 9(02).
001160     05  FORM-MIN                   PIC 9(02).
001170     05  FORM-SEC                   PIC 9(02).
001171*
001172*    PAY-RULE CLASSES LOADED FROM THE PAYRULE PARAMETER FILE
001173 01  WS-PAY-RULE-TABLE.
001174     05  WS-PRL-ENTRY OCCURS 50 TIMES
001175             INDEXED BY WS-PRL-IDX.
001176         10  WS-PRL-CLASS            PIC X(02).
001177         10  WS-PRL-DAILY-OT-HOURS   PIC 9(02)V99.
001178         10  WS-PRL-WEEKLY-OT-HOURS  PIC 9(02)V99.
001179         10  WS-PRL-FLAGS            PIC X(04).
001180*
001181 77  WS-PRL-COUNT                  PIC 9(03) VALUE 0.
001182 77  WS-PRL-TABLE-SIZE             PIC 9(03) VALUE 50.
001183 77  WS-PRL-FOUND-SW               PIC X(01) VALUE 'N'.
001184     88  WS-PRL-FOUND                        VALUE 'Y'.
001185*
001190*    DEPARTMENT LOOK-UP RESULT FOR THE SHIFT JUST PAIRED -- THE
001200*    MASTER IS AN INDEXED KSDS NOW, SO EACH SHIFT'S DEPARTMENT
001210*    COMES BACK WITH ONE KEYED READ INSTEAD OF A TABLE SCAN
001230 77  WS-EMP-FOUND-SW               PIC X(01) VALUE 'N'.
001240     88  WS-EMP-FOUND                         VALUE 'Y'.
001250 01  WS-SHIFT-DEPARTMENT           PIC X(10) VALUE SPACES.
001251*
001252*    PAY RULES IN EFFECT FOR THE BADGE LAST LOOKED UP.  THE
001253*    CLASS COMES OFF THE EMPLOYEE MASTER; A BLANK CLASS, OR A
001254*    BADGE NOT ON THE MASTER, GETS THE STANDARD RULES.
001255*
001256 77  WS-RULE-TEST-BADGE            PIC X(05) VALUE SPACES.
001257 77  WS-RULE-BADGE-ID              PIC X(05) VALUE SPACES.
001258 77  WS-RULE-DAILY-OT-HOURS        PIC 9(02)V99 VALUE 8.00.
001259 77  WS-RULE-WEEKLY-OT-HOURS       PIC 9(02)V99 VALUE 40.00.
001260*
001261 77  WS-RULE-OT-SW                 PIC X(01) VALUE 'Y'.
001262     88  WS-RULE-OT-ELIGIBLE                 VALUE 'Y'.
001263 77  WS-RULE-ND-SW                 PIC X(01) VALUE 'Y'.
001264     88  WS-RULE-ND-ELIGIBLE                 VALUE 'Y'.
001265 77  WS-RULE-HP-SW                 PIC X(01) VALUE 'Y'.
001266     88  WS-RULE-HP-ELIGIBLE                 VALUE 'Y'.
001267 77  WS-RULE-MEAL-SW               PIC X(01) VALUE 'Y'.
001268     88  WS-RULE-MEAL-ELIGIBLE               VALUE 'Y'.
001269*
001270*    PENDING IN-PUNCH CARRIED FORWARD WHILE LOOKING FOR ITS
001280*    MATCHING OUT-PUNCH, WITH THE NEXT CALENDAR DAY FOR
001290*    OVERNIGHT PAIRING, THE SAME WAY TIMESHEET CARRIES IT
001430     05  WS-PENDING-NEXT-YEAR       PIC 9(04).
001440     05  WS-PENDING-NEXT-MONTH      PIC 9(02).
001450     05  WS-PENDING-NEXT-DAY        PIC 9(02).
001454 01  WS-PENDING-NEXT-DATE-NUM REDEFINES WS-PENDING-NEXT-DATE
001458                                   PIC 9(08).
001460*
001470*    PENDING IN PUNCHES CARRIED IN FROM THE PRIOR TIMESHEET
001480*    RUN.  TIMESHEET AND PAYBAL SEED THEIR PAIRING FROM THE
001660             88  WS-PCF-CONSUMED         VALUE 'Y'.
001670 77  WS-PCF-COUNT                  PIC 9(04) VALUE 0.
001680 77  WS-PCF-TABLE-SIZE             PIC 9(04) VALUE 2000.
001681*
001682*    PREMIUM FACTORS FROM PREMPARM THE SHIFT IS PRICED WITH
001683 01  WS-OT-FACTOR                  PIC 9V999 VALUE 0.
001684 01  WS-NIGHT-DIFF-FACTOR          PIC 9V999 VALUE 0.
001685 01  WS-HOLIDAY-FACTOR             PIC 9V999 VALUE 0.
001686 77  WS-PREM-PARM-FOUND-SW         PIC X(01) VALUE 'N'.
001687     88  WS-PREM-PARM-FOUND                   VALUE 'Y'.
001690*
001700*    DAYS-IN-MONTH TABLE AND LEAP-YEAR WORK FIELDS FOR THE
001710*    NEXT-DAY DATE ARITHMETIC
001790 77  WS-LEAP-QUOTIENT              PIC 9(04) VALUE 0.
001800 77  WS-LEAP-YEAR-SW               PIC X(01) VALUE 'N'.
001810     88  WS-LEAP-YEAR                        VALUE 'Y'.
001811*
001812*    PAID-HOLIDAY CALENDAR FROM HOLCAL AND HOLIDAY PREMIUM WORK
001813 01  WS-HOLIDAY-TABLE.
001814     05  WS-HOL-ENTRY OCCURS 30 TIMES
001815             INDEXED BY WS-HOL-IDX.
001816         10  WS-HOL-DATE             PIC 9(08).
001817 77  WS-HOL-COUNT                  PIC 9(02) VALUE 0.
001818 77  WS-HOL-TABLE-SIZE             PIC 9(02) VALUE 30.
001819 77  WS-HOLIDAY-TEST-DATE          PIC 9(08) VALUE 0.
001820*
001821 77  WS-HOLIDAY-FOUND-SW           PIC X(01) VALUE 'N'.
001822     88  WS-HOLIDAY-FOUND                    VALUE 'Y'.
001823 77  WS-HOLIDAY-PREM-RATE          PIC V99 VALUE 0.50.
001824 01  WS-SHIFT-HOLIDAY-SECONDS      PIC 9(06) VALUE 0.
001825 01  WS-SHIFT-HOLIDAY-HOURS        PIC 9(03)V99 VALUE 0.
001826 01  WS-SHIFT-HOL-PREM-HOURS       PIC 9(03)V99 VALUE 0.
001827*
001830*    HOURS-WORKED ARITHMETIC AND THE NIGHT-BAND CLIP, ON THE
001840*    SAME TWO-DAY CLOCK AND BAND BOUNDARIES AS TIMESHEET
001850*
001960 77  WS-CLIP-HI                    PIC 9(06) VALUE 0.
001970 77  WS-OVERLAP-LO                 PIC 9(06) VALUE 0.
001980 77  WS-OVERLAP-HI                 PIC 9(06) VALUE 0.
001981*
001982*    EFFECTIVE-DATED PAY RATES FROM PAYRATE
001983 01  WS-RATE-TABLE.
001984     05  WS-RT-ENTRY OCCURS 5000 TIMES
001985             INDEXED BY WS-RT-IDX.
001986         10  WS-RT-EMPLOYEE-ID       PIC X(05).
001987         10  WS-RT-EFF-START         PIC 9(08).
001988         10  WS-RT-EFF-END           PIC 9(08).
001989         10  WS-RT-HOURLY-RATE       PIC 9(03)V9(04).
001990*
001991 77  WS-RT-COUNT                   PIC 9(04) VALUE 0.
001992 77  WS-RT-TABLE-SIZE              PIC 9(04) VALUE 5000.
001993 77  WS-RATE-FOUND-SW              PIC X(01) VALUE 'N'.
001994     88  WS-RATE-FOUND                        VALUE 'Y'.
001995 01  WS-SHIFT-RATE                 PIC 9(03)V9(04) VALUE 0.
001996 01  WS-SHIFT-RATE-START           PIC 9(08) VALUE 0.
001997 01  WS-SHIFT-LABOR-COST           PIC 9(05)V99 VALUE 0.
001998*
002000*    DEPARTMENT/DAY AND DEPARTMENT ROLL-UP TABLES
002010*
002020 01  WS-DEPT-DAY-TABLE.
002070         10  WS-DD-REG-HOURS         PIC 9(05)V99.
002080         10  WS-DD-OT-HOURS          PIC 9(05)V99.
002090         10  WS-DD-NIGHT-DIFF-HRS    PIC 9(05)V99.
002094         10  WS-DD-HOL-PREM-HRS      PIC 9(05)V99.
002098         10  WS-DD-LABOR-COST        PIC 9(07)V99.
002100 77  WS-DD-COUNT                   PIC 9(04) VALUE 0.
002110 77  WS-DD-TABLE-SIZE              PIC 9(04) VALUE 2000.
002120 77  WS-DD-FOUND-SW                PIC X(01) VALUE 'N'.
002220         10  WS-DP-REG-HOURS         PIC 9(06)V99.
002230         10  WS-DP-OT-HOURS          PIC 9(06)V99.
002240         10  WS-DP-NIGHT-DIFF-HRS    PIC 9(06)V99.
002242         10  WS-DP-HOL-PREM-HRS      PIC 9(06)V99.
002244         10  WS-DP-LABOR-COST        PIC 9(08)V99.
002246         10  WS-DP-GL-SLOT           PIC 9(04).
002250 77  WS-DP-COUNT                   PIC 9(03) VALUE 0.
002260 77  WS-DP-TABLE-SIZE              PIC 9(03) VALUE 200.
002270 77  WS-DP-FOUND-SW                PIC X(01) VALUE 'N'.
002300 77  WS-DP-OVERFLOW-SW             PIC X(01) VALUE 'N'.
002310     88  WS-DP-OVERFLOW                       VALUE 'Y'.
002320 77  WS-DP-PRINT-IDX               PIC 9(03) VALUE 0.
002321*
002322*    DEPARTMENT GL COST-CENTER AND ACCOUNT MAP FROM GLACCT
002323 01  WS-GL-ACCOUNT-TABLE.
002324     05  WS-GA-ENTRY OCCURS 200 TIMES
002325             INDEXED BY WS-GA-IDX.
002326         10  WS-GA-DEPARTMENT        PIC X(10).
002327         10  WS-GA-COST-CENTER       PIC X(06).
002328         10  WS-GA-EXPENSE-ACCOUNT   PIC X(06).
002329         10  WS-GA-ACCRUAL-ACCOUNT   PIC X(06).
002330*
002331 77  WS-GA-COUNT                   PIC 9(04) VALUE 0.
002332 77  WS-GA-TABLE-SIZE              PIC 9(04) VALUE 200.
002333 77  WS-GA-FOUND-SW                PIC X(01) VALUE 'N'.
002334     88  WS-GA-FOUND                          VALUE 'Y'.
002335 77  WS-GA-DEFAULT-SLOT            PIC 9(04) VALUE 0.
002336*
002340*    GRAND TOTALS FOR THE FOOT OF THE REPORT
002350*
002360 01  WS-GRAND-REG-HOURS            PIC 9(06)V99 VALUE 0.
002370 01  WS-GRAND-OT-HOURS             PIC 9(06)V99 VALUE 0.
002380 01  WS-GRAND-NIGHT-DIFF-HRS       PIC 9(06)V99 VALUE 0.
002390 77  WS-UNKNOWN-BADGE-COUNT        PIC 9(05) VALUE 0.
002391 01  WS-GRAND-HOL-PREM-HRS         PIC 9(06)V99 VALUE 0.
002392 01  WS-GRAND-LABOR-COST           PIC 9(08)V99 VALUE 0.
002393 77  WS-NO-RATE-COUNT              PIC 9(05) VALUE 0.
002394*
002395*    GL JOURNAL CONTROL TOTALS FOR THE TRAILER
002396*
002397 77  WS-JOURNAL-ENTRY-COUNT        PIC 9(07) VALUE 0.
002398 01  WS-JOURNAL-DEBITS             PIC 9(11)V99 VALUE 0.
002399 01  WS-JOURNAL-CREDITS            PIC 9(11)V99 VALUE 0.
002400*
002410*    DATE DISPLAY BUILD AREA FOR THE DETAIL LINE
002420*
002580     05  FILLER                     PIC X(11) VALUE "REG HRS".
002590     05  FILLER                     PIC X(11) VALUE "OT HRS".
002600     05  FILLER                     PIC X(09) VALUE "NITE DIFF".
002602     05  FILLER                     PIC X(02) VALUE SPACES.
002604     05  FILLER                     PIC X(08) VALUE "HOL PREM".
002606     05  FILLER                     PIC X(04) VALUE SPACES.
002608     05  FILLER                     PIC X(10) VALUE "LABOR COST".
002610 01  WS-DETAIL-LINE.
002620     05  DL-DEPARTMENT              PIC X(10).
002630     05  FILLER                     PIC X(02) VALUE SPACES.
002680     05  DL-OT-HOURS                PIC ZZZZ9.99.
002690     05  FILLER                     PIC X(03) VALUE SPACES.
002700     05  DL-NIGHT-DIFF-HOURS        PIC ZZZZ9.99.
002702     05  FILLER                     PIC X(03) VALUE SPACES.
002704     05  DL-HOL-PREM-HOURS          PIC ZZZZ9.99.
002706     05  FILLER                     PIC X(02) VALUE SPACES.
002708     05  DL-LABOR-COST              PIC ZZ,ZZZ,ZZ9.99.
002710 01  WS-DEPT-TOTAL-LINE.
002720     05  TL-DEPARTMENT              PIC X(10).
002730     05  FILLER                     PIC X(02) VALUE SPACES.
002780     05  TL-OT-HOURS                PIC ZZZZZ9.99.
002790     05  FILLER                     PIC X(02) VALUE SPACES.
002800     05  TL-NIGHT-DIFF-HOURS        PIC ZZZZZ9.99.
002802     05  FILLER                     PIC X(02) VALUE SPACES.
002804     05  TL-HOL-PREM-HOURS          PIC ZZZZZ9.99.
002806     05  FILLER                     PIC X(02) VALUE SPACES.
002808     05  TL-LABOR-COST              PIC ZZ,ZZZ,ZZ9.99.
002810 01  WS-GRAND-TOTAL-LINE.
002820     05  FILLER                     PIC X(12)
002830             VALUE "ALL DEPTS".
002880     05  GT-OT-HOURS                PIC ZZZZZ9.99.
002890     05  FILLER                     PIC X(02) VALUE SPACES.
002900     05  GT-NIGHT-DIFF-HOURS        PIC ZZZZZ9.99.
002902     05  FILLER                     PIC X(02) VALUE SPACES.
002904     05  GT-HOL-PREM-HOURS          PIC ZZZZZ9.99.
002906     05  FILLER                     PIC X(02) VALUE SPACES.
002908     05  GT-LABOR-COST              PIC ZZ,ZZZ,ZZ9.99.
002910 01  WS-BLANK-LINE                 PIC X(80) VALUE SPACES.
002920*
002930 PROCEDURE DIVISION.
003000     IF RETURN-CODE = ZERO
003010         PERFORM 5000-PRINT-REPORT THRU 5000-EXIT
003020     END-IF
003022     IF RETURN-CODE = ZERO
003024         PERFORM 6000-WRITE-GL-JOURNAL THRU 6000-EXIT
003026     END-IF
003030     PERFORM 9999-TERMINATE THRU 9999-EXIT
003040     STOP RUN.
003050*
003060*****************************************************************
003070*  1000-INITIALIZE - GET THE SYSTEM DATE, OPEN THE FILES, LOAD
003080*  THE CARRY, HOLIDAY, PAY-RATE, PREMIUM AND GL ACCOUNT TABLES
003090*  AND PRINT THE REPORT HEADINGS.
003100*****************************************************************
003110 1000-INITIALIZE.
003120     ACCEPT CURRENT-DATE FROM DATE YYYYMMDD
003310     PERFORM 1200-LOAD-PENDING-CARRY THRU 1200-EXIT
003320     IF RETURN-CODE NOT = ZERO
003330         GO TO 1000-EXIT
003331     END-IF
003332     PERFORM 1250-LOAD-HOLIDAY-CALENDAR THRU 1250-EXIT
003333     IF RETURN-CODE = ZERO
003334         PERFORM 1300-LOAD-PAY-RATES THRU 1300-EXIT
003335     END-IF
003336     IF RETURN-CODE = ZERO
003337         PERFORM 1350-LOAD-PREMIUM-FACTORS THRU 1350-EXIT
003340     END-IF
003341     IF RETURN-CODE = ZERO
003342         PERFORM 1400-LOAD-GL-ACCOUNTS THRU 1400-EXIT
003343     END-IF
003344     IF RETURN-CODE = ZERO
003345         PERFORM 1470-LOAD-PAY-RULES THRU 1470-EXIT
003346     END-IF
003347     IF RETURN-CODE NOT = ZERO
003348         GO TO 1000-EXIT
003349     END-IF
003350     STRING FORM-YEAR    DELIMITED BY SIZE
003360            "-"          DELIMITED BY SIZE
003370            FORM-MONTH   DELIMITED BY SIZE
005530*****************************************************************
005540*  4000-MATCH-OUT-PUNCH - PAIR THE OUT PUNCH JUST READ WITH THE
005550*  PENDING IN ON THE SAME OR THE PRIOR CALENDAR DAY, FIGURE THE
005560*  SHIFT'S REGULAR, OVERTIME, NIGHT-DIFFERENTIAL AND HOLIDAY
005565*  PREMIUM HOURS UNDER THE BADGE'S PAY-RULE CLASS AND ITS
005570*  LABOR COST, AND ROLL THEM INTO THE SHIFT'S DEPARTMENT UNDER
005580*  THE DAY THE SHIFT STARTED.
005590*****************************************************************
005600 4000-MATCH-OUT-PUNCH.
005610     IF NOT WS-PENDING-IN-EXISTS
005780     IF WS-ELAPSED-SECONDS > 0
005790         COMPUTE WS-SHIFT-HOURS ROUNDED =
005800             WS-ELAPSED-SECONDS / 3600
005802         MOVE WS-PENDING-EMPLOYEE-ID TO WS-RULE-TEST-BADGE
005804         PERFORM 7400-GET-PAY-RULE THRU 7400-EXIT
005810         MOVE 0 TO WS-SHIFT-OT-HOURS
005820         IF WS-RULE-OT-ELIGIBLE AND WS-RULE-DAILY-OT-HOURS > 0
005825                 AND WS-SHIFT-HOURS > WS-RULE-DAILY-OT-HOURS
005830             COMPUTE WS-SHIFT-OT-HOURS =
005835                 WS-SHIFT-HOURS - WS-RULE-DAILY-OT-HOURS
005840         END-IF
005850         COMPUTE WS-SHIFT-REG-HOURS =
005860             WS-SHIFT-HOURS - WS-SHIFT-OT-HOURS
005870         PERFORM 4200-COMPUTE-NIGHT-DIFF THRU 4200-EXIT
005871         PERFORM 4250-COMPUTE-HOLIDAY-PREM THRU 4250-EXIT
005872         IF NOT WS-RULE-ND-ELIGIBLE
005873             MOVE 0 TO WS-SHIFT-NIGHT-DIFF-HOURS
005874         END-IF
005875         IF NOT WS-RULE-HP-ELIGIBLE
005876             MOVE 0 TO WS-SHIFT-HOL-PREM-HOURS
005877         END-IF
005880         PERFORM 4300-FIND-DEPARTMENT THRU 4300-EXIT
005885         PERFORM 4350-PRICE-SHIFT THRU 4350-EXIT
005890         PERFORM 4400-POST-TO-DEPT-DAY THRU 4400-EXIT
005900         PERFORM 4500-POST-TO-DEPT THRU 4500-EXIT
005910     END-IF
006970             MOVE 0 TO WS-DD-REG-HOURS(WS-DD-IDX)
006980             MOVE 0 TO WS-DD-OT-HOURS(WS-DD-IDX)
006990             MOVE 0 TO WS-DD-NIGHT-DIFF-HRS(WS-DD-IDX)
006994             MOVE 0 TO WS-DD-HOL-PREM-HRS(WS-DD-IDX)
006998             MOVE 0 TO WS-DD-LABOR-COST(WS-DD-IDX)
007000         ELSE
007010             MOVE 'Y' TO WS-DD-OVERFLOW-SW
007020             GO TO 4400-EXIT
007060     ADD WS-SHIFT-REG-HOURS TO WS-DD-REG-HOURS(WS-DD-IDX)
007070     ADD WS-SHIFT-OT-HOURS TO WS-DD-OT-HOURS(WS-DD-IDX)
007080     ADD WS-SHIFT-NIGHT-DIFF-HOURS
007090         TO WS-DD-NIGHT-DIFF-HRS(WS-DD-IDX)
007092     ADD WS-SHIFT-HOL-PREM-HOURS
007094         TO WS-DD-HOL-PREM-HRS(WS-DD-IDX)
007096     ADD WS-SHIFT-LABOR-COST TO WS-DD-LABOR-COST(WS-DD-IDX).
007100 4400-EXIT.
007110     EXIT.
007120*
007350             MOVE 0 TO WS-DP-REG-HOURS(WS-DP-IDX)
007360             MOVE 0 TO WS-DP-OT-HOURS(WS-DP-IDX)
007370             MOVE 0 TO WS-DP-NIGHT-DIFF-HRS(WS-DP-IDX)
007374             MOVE 0 TO WS-DP-HOL-PREM-HRS(WS-DP-IDX)
007378             MOVE 0 TO WS-DP-LABOR-COST(WS-DP-IDX)
007380         ELSE
007390             MOVE 'Y' TO WS-DP-OVERFLOW-SW
007400             GO TO 4500-EXIT
007450     ADD WS-SHIFT-OT-HOURS TO WS-DP-OT-HOURS(WS-DP-IDX)
007460     ADD WS-SHIFT-NIGHT-DIFF-HOURS
007470         TO WS-DP-NIGHT-DIFF-HRS(WS-DP-IDX)
007472     ADD WS-SHIFT-HOL-PREM-HOURS
007474         TO WS-DP-HOL-PREM-HRS(WS-DP-IDX)
007476     ADD WS-SHIFT-LABOR-COST TO WS-DP-LABOR-COST(WS-DP-IDX)
007480     ADD WS-SHIFT-REG-HOURS TO WS-GRAND-REG-HOURS
007490     ADD WS-SHIFT-OT-HOURS TO WS-GRAND-OT-HOURS
007500     ADD WS-SHIFT-NIGHT-DIFF-HOURS TO WS-GRAND-NIGHT-DIFF-HRS
007504     ADD WS-SHIFT-HOL-PREM-HOURS TO WS-GRAND-HOL-PREM-HRS
007508     ADD WS-SHIFT-LABOR-COST TO WS-GRAND-LABOR-COST.
007510 4500-EXIT.
007520     EXIT.
007530*
007640     MOVE WS-GRAND-REG-HOURS TO GT-REG-HOURS
007650     MOVE WS-GRAND-OT-HOURS TO GT-OT-HOURS
007660     MOVE WS-GRAND-NIGHT-DIFF-HRS TO GT-NIGHT-DIFF-HOURS
007664     MOVE WS-GRAND-HOL-PREM-HRS TO GT-HOL-PREM-HOURS
007668     MOVE WS-GRAND-LABOR-COST TO GT-LABOR-COST
007670     WRITE DEPTRPT-RECORD FROM WS-GRAND-TOTAL-LINE
007680     IF WS-UNKNOWN-BADGE-COUNT > 0
007690         DISPLAY "LABORDST - " WS-UNKNOWN-BADGE-COUNT
007700             " SHIFT(S) WITH BADGE NOT ON EMPLOYEE MASTER"
007702     END-IF
007704     IF WS-NO-RATE-COUNT > 0
007706         DISPLAY "LABORDST - " WS-NO-RATE-COUNT
007708             " SHIFT(S) WITH NO PAY RATE, COSTED AT ZERO"
007710     END-IF.
007720 5000-EXIT.
007730     EXIT.
007910     MOVE WS-DP-OT-HOURS(WS-DP-IDX) TO TL-OT-HOURS
007920     MOVE WS-DP-NIGHT-DIFF-HRS(WS-DP-IDX)
007930         TO TL-NIGHT-DIFF-HOURS
007934     MOVE WS-DP-HOL-PREM-HRS(WS-DP-IDX) TO TL-HOL-PREM-HOURS
007938     MOVE WS-DP-LABOR-COST(WS-DP-IDX) TO TL-LABOR-COST
007940     WRITE DEPTRPT-RECORD FROM WS-DEPT-TOTAL-LINE
007950     WRITE DEPTRPT-RECORD FROM WS-BLANK-LINE.
007960 5100-EXIT.
008130     MOVE WS-DD-OT-HOURS(WS-DD-IDX) TO DL-OT-HOURS
008140     MOVE WS-DD-NIGHT-DIFF-HRS(WS-DD-IDX)
008150         TO DL-NIGHT-DIFF-HOURS
008154     MOVE WS-DD-HOL-PREM-HRS(WS-DD-IDX) TO DL-HOL-PREM-HOURS
008158     MOVE WS-DD-LABOR-COST(WS-DD-IDX) TO DL-LABOR-COST
008160     WRITE DEPTRPT-RECORD FROM WS-DETAIL-LINE.
008170 5150-EXIT.
008180     EXIT.
008400     END-IF.
008410 9999-EXIT.
008420     EXIT.
008430*
008440*****************************************************************
008450*  1250-LOAD-HOLIDAY-CALENDAR - LOAD THE PAID-HOLIDAY DATES FROM
008460*  THE HOLCAL FILE, THE SAME CALENDAR TIMESHEET PAYS THE HOLIDAY
008470*  PREMIUM FROM.  A MISSING FILE FAILS THE STEP; AN EMPTY ONE
008480*  JUST MEANS NO HOLIDAYS.
008490*****************************************************************
008500 1250-LOAD-HOLIDAY-CALENDAR.
008510     MOVE 0 TO WS-HOL-COUNT
008520     MOVE 'N' TO WS-HOLCAL-EOF-SW
008530     OPEN INPUT HOLIDAY-CALENDAR-FILE
008540     IF WS-HOLCAL-FILE-NOT-FOUND
008550         DISPLAY "LABORDST - NO HOLIDAY-CALENDAR-FILE ON FILE"
008560         MOVE 16 TO RETURN-CODE
008570         GO TO 1250-EXIT
008580     END-IF
008590     IF NOT WS-HOLCAL-FILE-OK
008600         DISPLAY "LABORDST - UNABLE TO OPEN HOLIDAY-CALENDAR"
008610         MOVE 16 TO RETURN-CODE
008620         GO TO 1250-EXIT
008630     END-IF
008640     PERFORM UNTIL WS-HOLCAL-EOF
008650         READ HOLIDAY-CALENDAR-FILE
008660             AT END
008670                 MOVE 'Y' TO WS-HOLCAL-EOF-SW
008680             NOT AT END
008690                 IF HOL-HOLIDAY-DATE IS NUMERIC
008700                         AND WS-HOL-COUNT < WS-HOL-TABLE-SIZE
008710                     ADD 1 TO WS-HOL-COUNT
008720                     SET WS-HOL-IDX TO WS-HOL-COUNT
008730                     MOVE HOL-HOLIDAY-DATE
008740                         TO WS-HOL-DATE(WS-HOL-IDX)
008750                 ELSE
008760                     IF WS-HOL-COUNT NOT < WS-HOL-TABLE-SIZE
008770                         DISPLAY "LABORDST - HOLIDAY TABLE "
008780                             "FULL AT " WS-HOL-TABLE-SIZE
008790                             " ENTRIES"
008800                         MOVE 16 TO RETURN-CODE
008810                         MOVE 'Y' TO WS-HOLCAL-EOF-SW
008820                     END-IF
008830                 END-IF
008840         END-READ
008850     END-PERFORM
008860     CLOSE HOLIDAY-CALENDAR-FILE.
008870 1250-EXIT.
008880     EXIT.
008890*
008900*****************************************************************
008910*  1300-LOAD-PAY-RATES - LOAD THE EFFECTIVE-DATED PAY RATES FROM
008920*  THE PAYRATE FILE.  A RECORD WITH A NON-NUMERIC DATE OR RATE
008930*  IS REPORTED AND SKIPPED.  A MISSING FILE FAILS THE STEP --
008940*  COSTING THE WHOLE NIGHT AT ZERO WOULD POST NOTHING TO THE GL.
008950*****************************************************************
008960 1300-LOAD-PAY-RATES.
008970     MOVE 0 TO WS-RT-COUNT
008980     MOVE 'N' TO WS-PAYRATE-EOF-SW
008990     OPEN INPUT PAY-RATE-FILE
009000     IF WS-PAYRATE-FILE-NOT-FOUND
009010         DISPLAY "LABORDST - NO PAY-RATE-FILE ON FILE"
009020         MOVE 16 TO RETURN-CODE
009030         GO TO 1300-EXIT
009040     END-IF
009050     IF NOT WS-PAYRATE-FILE-OK
009060         DISPLAY "LABORDST - UNABLE TO OPEN PAY-RATE-FILE, "
009070             "STATUS " WS-PAYRATE-FILE-STATUS
009080         MOVE 16 TO RETURN-CODE
009090         GO TO 1300-EXIT
009100     END-IF
009110     PERFORM UNTIL WS-PAYRATE-EOF
009120         READ PAY-RATE-FILE
009130             AT END
009140                 MOVE 'Y' TO WS-PAYRATE-EOF-SW
009150             NOT AT END
009160                 IF PRT-EFF-START-DATE NOT NUMERIC
009170                         OR PRT-EFF-END-DATE NOT NUMERIC
009180                         OR PRT-HOURLY-RATE NOT NUMERIC
009190                     DISPLAY "LABORDST - PAYRATE RECORD IGNORED "
009200                         "FOR BADGE " PRT-EMPLOYEE-ID
009210                 ELSE
009220                     IF WS-RT-COUNT < WS-RT-TABLE-SIZE
009230                         ADD 1 TO WS-RT-COUNT
009240                         SET WS-RT-IDX TO WS-RT-COUNT
009250                         MOVE PRT-EMPLOYEE-ID
009260                             TO WS-RT-EMPLOYEE-ID(WS-RT-IDX)
009270                         MOVE PRT-EFF-START-DATE
009280                             TO WS-RT-EFF-START(WS-RT-IDX)
009290                         MOVE PRT-EFF-END-DATE
009300                             TO WS-RT-EFF-END(WS-RT-IDX)
009310                         MOVE PRT-HOURLY-RATE
009320                             TO WS-RT-HOURLY-RATE(WS-RT-IDX)
009330                     ELSE
009340                         DISPLAY "LABORDST - RATE TABLE FULL AT "
009350                             WS-RT-TABLE-SIZE " ENTRIES"
009360                         MOVE 16 TO RETURN-CODE
009370                         MOVE 'Y' TO WS-PAYRATE-EOF-SW
009380                     END-IF
009390                 END-IF
009400         END-READ
009410     END-PERFORM
009420     CLOSE PAY-RATE-FILE.
009430 1300-EXIT.
009440     EXIT.
009450*
009460*****************************************************************
009470*  1350-LOAD-PREMIUM-FACTORS - READ THE OVERTIME, NIGHT-DIFF AND
009480*  HOLIDAY PREMIUM FACTORS FROM THE PREMPARM PARAMETER FILE.  A
009490*  MISSING OR EMPTY PARAMETER FILE FAILS THE STEP, THE SAME WAY
009500*  A MISSING MEALPARM FAILS TIMESHEET.
009510*****************************************************************
009520 1350-LOAD-PREMIUM-FACTORS.
009530     MOVE 'N' TO WS-PREM-PARM-FOUND-SW
009540     MOVE 'N' TO WS-PREMPRM-EOF-SW
009550     OPEN INPUT PREMIUM-PARM-FILE
009560     IF WS-PREMPRM-FILE-NOT-FOUND
009570         DISPLAY "LABORDST - NO PREMPARM PARAMETER FILE"
009580         MOVE 16 TO RETURN-CODE
009590         GO TO 1350-EXIT
009600     END-IF
009610     IF NOT WS-PREMPRM-FILE-OK
009620         DISPLAY "LABORDST - UNABLE TO OPEN PREMPARM FILE"
009630         MOVE 16 TO RETURN-CODE
009640         GO TO 1350-EXIT
009650     END-IF
009660     PERFORM UNTIL WS-PREMPRM-EOF
009670         READ PREMIUM-PARM-FILE
009680             AT END
009690                 MOVE 'Y' TO WS-PREMPRM-EOF-SW
009700             NOT AT END
009710                 IF PM-OT-FACTOR IS NUMERIC
009720                         AND PM-NIGHT-DIFF-FACTOR IS NUMERIC
009730                         AND PM-HOLIDAY-FACTOR IS NUMERIC
009740                     MOVE PM-OT-FACTOR TO WS-OT-FACTOR
009750                     MOVE PM-NIGHT-DIFF-FACTOR
009760                         TO WS-NIGHT-DIFF-FACTOR
009770                     MOVE PM-HOLIDAY-FACTOR TO WS-HOLIDAY-FACTOR
009780                     MOVE 'Y' TO WS-PREM-PARM-FOUND-SW
009790                 END-IF
009800         END-READ
009810     END-PERFORM
009820     CLOSE PREMIUM-PARM-FILE
009830     IF NOT WS-PREM-PARM-FOUND
009840         DISPLAY "LABORDST - NO VALID PREMPARM RECORD"
009850         MOVE 16 TO RETURN-CODE
009860     END-IF.
009870 1350-EXIT.
009880     EXIT.
009890*
009900*****************************************************************
009910*  1400-LOAD-GL-ACCOUNTS - LOAD THE DEPARTMENT COST-CENTER AND
009920*  ACCOUNT MAP FROM THE GLACCT FILE.  A MISSING FILE FAILS THE
009930*  STEP -- NO JOURNAL CAN BE POSTED WITHOUT IT.
009940*****************************************************************
009950 1400-LOAD-GL-ACCOUNTS.
009960     MOVE 0 TO WS-GA-COUNT
009970     MOVE 'N' TO WS-GLACCT-EOF-SW
009980     OPEN INPUT GL-ACCOUNT-FILE
009990     IF WS-GLACCT-FILE-NOT-FOUND
010000         DISPLAY "LABORDST - NO GL-ACCOUNT-FILE ON FILE"
010010         MOVE 16 TO RETURN-CODE
010020         GO TO 1400-EXIT
010030     END-IF
010040     IF NOT WS-GLACCT-FILE-OK
010050         DISPLAY "LABORDST - UNABLE TO OPEN GL-ACCOUNT-FILE, "
010060             "STATUS " WS-GLACCT-FILE-STATUS
010070         MOVE 16 TO RETURN-CODE
010080         GO TO 1400-EXIT
010090     END-IF
010100     PERFORM UNTIL WS-GLACCT-EOF
010110         READ GL-ACCOUNT-FILE
010120             AT END
010130                 MOVE 'Y' TO WS-GLACCT-EOF-SW
010140             NOT AT END
010150                 IF WS-GA-COUNT < WS-GA-TABLE-SIZE
010160                     ADD 1 TO WS-GA-COUNT
010170                     SET WS-GA-IDX TO WS-GA-COUNT
010180                     MOVE GA-DEPARTMENT
010190                         TO WS-GA-DEPARTMENT(WS-GA-IDX)
010200                     MOVE GA-COST-CENTER
010210                         TO WS-GA-COST-CENTER(WS-GA-IDX)
010220                     MOVE GA-EXPENSE-ACCOUNT
010230                         TO WS-GA-EXPENSE-ACCOUNT(WS-GA-IDX)
010240                     MOVE GA-ACCRUAL-ACCOUNT
010250                         TO WS-GA-ACCRUAL-ACCOUNT(WS-GA-IDX)
010260                 ELSE
010270                     DISPLAY "LABORDST - GL ACCOUNT TABLE "
010280                         "FULL AT " WS-GA-TABLE-SIZE " ENTRIES"
010290                     MOVE 16 TO RETURN-CODE
010300                     MOVE 'Y' TO WS-GLACCT-EOF-SW
010310                 END-IF
010320         END-READ
010330     END-PERFORM
010340     CLOSE GL-ACCOUNT-FILE.
010350 1400-EXIT.
010360     EXIT.
010370*
010380*****************************************************************
010390*  1470-LOAD-PAY-RULES - TABLE THE PAY-RULE CLASSES FROM THE
010400*  PAYRULE PARAMETER FILE.  A MISSING FILE FAILS THE STEP THE
010410*  SAME WAY MEALPARM DOES; AN EMPTY ONE JUST MEANS NO BADGE HAS
010420*  A CLASS OF ITS OWN YET.  A RECORD WITH A NON-NUMERIC
010430*  THRESHOLD OR AN ELIGIBILITY SWITCH OTHER THAN Y OR N FAILS
010440*  THE STEP RATHER THAN PAY A CLASS UNDER RULES NOBODY SET.
010450*****************************************************************
010460 1470-LOAD-PAY-RULES.
010470     MOVE 0 TO WS-PRL-COUNT
010480     MOVE 'N' TO WS-PAYRULE-EOF-SW
010490     OPEN INPUT PAY-RULE-FILE
010500     IF WS-PAYRULE-FILE-NOT-FOUND
010510         DISPLAY "LABORDST - NO PAYRULE PARAMETER FILE"
010520         MOVE 16 TO RETURN-CODE
010530         GO TO 1470-EXIT
010540     END-IF
010550     IF NOT WS-PAYRULE-FILE-OK
010560         DISPLAY "LABORDST - UNABLE TO OPEN PAYRULE FILE"
010570         MOVE 16 TO RETURN-CODE
010580         GO TO 1470-EXIT
010590     END-IF
010600     PERFORM UNTIL WS-PAYRULE-EOF
010610         READ PAY-RULE-FILE
010620             AT END
010630                 MOVE 'Y' TO WS-PAYRULE-EOF-SW
010640             NOT AT END
010650                 IF PR-CLASS = SPACES
010660                         OR PR-DAILY-OT-HOURS IS NOT NUMERIC
010670                         OR PR-WEEKLY-OT-HOURS IS NOT NUMERIC
010680                         OR NOT PR-OT-ELIGIBLE-VALID
010690                         OR NOT PR-ND-ELIGIBLE-VALID
010700                         OR NOT PR-HP-ELIGIBLE-VALID
010710                         OR NOT PR-MEAL-ELIGIBLE-VALID
010720                     DISPLAY "LABORDST - INVALID PAYRULE "
010730                         "RECORD FOR CLASS " PR-CLASS
010740                     MOVE 16 TO RETURN-CODE
010750                     MOVE 'Y' TO WS-PAYRULE-EOF-SW
010760                 ELSE
010770                     IF WS-PRL-COUNT < WS-PRL-TABLE-SIZE
010780                         ADD 1 TO WS-PRL-COUNT
010790                         SET WS-PRL-IDX TO WS-PRL-COUNT
010800                         MOVE PR-CLASS TO WS-PRL-CLASS(WS-PRL-IDX)
010810                         MOVE PR-DAILY-OT-HOURS
010820                             TO WS-PRL-DAILY-OT-HOURS(WS-PRL-IDX)
010830                         MOVE PR-WEEKLY-OT-HOURS
010840                             TO WS-PRL-WEEKLY-OT-HOURS(WS-PRL-IDX)
010850                         MOVE PR-ELIGIBILITY-FLAGS
010860                             TO WS-PRL-FLAGS(WS-PRL-IDX)
010870                     ELSE
010880                         DISPLAY "LABORDST - PAY-RULE "
010890                             "TABLE FULL AT " WS-PRL-TABLE-SIZE
010900                             " ENTRIES"
010910                         MOVE 16 TO RETURN-CODE
010920                         MOVE 'Y' TO WS-PAYRULE-EOF-SW
010930                     END-IF
010940                 END-IF
010950         END-READ
010960     END-PERFORM
010970     CLOSE PAY-RULE-FILE.
010980 1470-EXIT.
010990     EXIT.
011000*
011010*****************************************************************
011020*  4250-COMPUTE-HOLIDAY-PREM - TOTAL THE SHIFT'S SECONDS THAT
011030*  FALL ON A PAID HOLIDAY -- THE START DAY IS THE FIRST DAY OF
011040*  THE TWO-DAY CLOCK AND THE FOLLOWING DAY THE SECOND -- AND
011050*  FIGURE THE HOLIDAY PREMIUM HOURS ON THEM, THE SAME WAY
011060*  TIMESHEET DOES.
011070*****************************************************************
011080 4250-COMPUTE-HOLIDAY-PREM.
011090     MOVE 0 TO WS-SHIFT-HOLIDAY-SECONDS
011100     MOVE WS-PENDING-DATE-NUM TO WS-HOLIDAY-TEST-DATE
011110     PERFORM 4260-CHECK-HOLIDAY-DATE THRU 4260-EXIT
011120     IF WS-HOLIDAY-FOUND
011130         MOVE 0 TO WS-CLIP-LO
011140         MOVE 86400 TO WS-CLIP-HI
011150         PERFORM 4295-CLIP-HOLIDAY-IMAGE THRU 4295-EXIT
011160     END-IF
011170     MOVE WS-PENDING-NEXT-DATE-NUM TO WS-HOLIDAY-TEST-DATE
011180     PERFORM 4260-CHECK-HOLIDAY-DATE THRU 4260-EXIT
011190     IF WS-HOLIDAY-FOUND
011200         MOVE 86400 TO WS-CLIP-LO
011210         MOVE 172800 TO WS-CLIP-HI
011220         PERFORM 4295-CLIP-HOLIDAY-IMAGE THRU 4295-EXIT
011230     END-IF
011240     COMPUTE WS-SHIFT-HOLIDAY-HOURS ROUNDED =
011250         WS-SHIFT-HOLIDAY-SECONDS / 3600
011260     COMPUTE WS-SHIFT-HOL-PREM-HOURS ROUNDED =
011270         WS-SHIFT-HOLIDAY-HOURS * WS-HOLIDAY-PREM-RATE.
011280 4250-EXIT.
011290     EXIT.
011300*
011310*****************************************************************
011320*  4260-CHECK-HOLIDAY-DATE - SET WS-HOLIDAY-FOUND WHEN THE DATE
011330*  IN WS-HOLIDAY-TEST-DATE IS ON THE PAID-HOLIDAY TABLE.
011340*****************************************************************
011350 4260-CHECK-HOLIDAY-DATE.
011360     MOVE 'N' TO WS-HOLIDAY-FOUND-SW
011370     PERFORM VARYING WS-HOL-IDX FROM 1 BY 1
011380             UNTIL WS-HOL-IDX > WS-HOL-COUNT
011390                 OR WS-HOLIDAY-FOUND
011400         IF WS-HOL-DATE(WS-HOL-IDX) = WS-HOLIDAY-TEST-DATE
011410             MOVE 'Y' TO WS-HOLIDAY-FOUND-SW
011420         END-IF
011430     END-PERFORM.
011440 4260-EXIT.
011450     EXIT.
011460*
011470*****************************************************************
011480*  4295-CLIP-HOLIDAY-IMAGE - CLIP THE SHIFT INTERVAL TO ONE
011490*  HOLIDAY CALENDAR DAY (WS-CLIP-LO, WS-CLIP-HI) AND ADD THE
011500*  OVERLAP INTO THE HOLIDAY-SECONDS ACCUMULATOR.
011510*****************************************************************
011520 4295-CLIP-HOLIDAY-IMAGE.
011530     IF WS-PENDING-SECONDS > WS-CLIP-LO
011540         MOVE WS-PENDING-SECONDS TO WS-OVERLAP-LO
011550     ELSE
011560         MOVE WS-CLIP-LO TO WS-OVERLAP-LO
011570     END-IF
011580     IF WS-OUT-SECONDS < WS-CLIP-HI
011590         MOVE WS-OUT-SECONDS TO WS-OVERLAP-HI
011600     ELSE
011610         MOVE WS-CLIP-HI TO WS-OVERLAP-HI
011620     END-IF
011630     IF WS-OVERLAP-HI > WS-OVERLAP-LO
011640         COMPUTE WS-SHIFT-HOLIDAY-SECONDS =
011650             WS-SHIFT-HOLIDAY-SECONDS
011660                 + WS-OVERLAP-HI - WS-OVERLAP-LO
011670     END-IF.
011680 4295-EXIT.
011690     EXIT.
011700*
011710*****************************************************************
011720*  4350-PRICE-SHIFT - FIND THE PENDING EMPLOYEE'S PAY RATE IN
011730*  EFFECT ON THE DAY THE SHIFT STARTED -- THE LATEST-STARTING
011740*  RATE WHERE TWO OVERLAP -- AND PRICE THE SHIFT'S HOURS AT IT,
011750*  EACH PREMIUM KIND AT ITS PREMPARM FACTOR.  A SHIFT WITH NO
011760*  RATE IN EFFECT IS COSTED AT ZERO AND COUNTED FOR THE
011770*  END-OF-RUN SUMMARY.
011780*****************************************************************
011790 4350-PRICE-SHIFT.
011800     MOVE 'N' TO WS-RATE-FOUND-SW
011810     MOVE 0 TO WS-SHIFT-RATE
011820     MOVE 0 TO WS-SHIFT-RATE-START
011830     PERFORM VARYING WS-RT-IDX FROM 1 BY 1
011840             UNTIL WS-RT-IDX > WS-RT-COUNT
011850         IF WS-RT-EMPLOYEE-ID(WS-RT-IDX) = WS-PENDING-EMPLOYEE-ID
011860                 AND WS-RT-EFF-START(WS-RT-IDX)
011870                     NOT > WS-PENDING-DATE-NUM
011880                 AND WS-RT-EFF-END(WS-RT-IDX)
011890                     NOT < WS-PENDING-DATE-NUM
011900             IF NOT WS-RATE-FOUND
011910                     OR WS-RT-EFF-START(WS-RT-IDX)
011920                         > WS-SHIFT-RATE-START
011930                 MOVE 'Y' TO WS-RATE-FOUND-SW
011940                 MOVE WS-RT-HOURLY-RATE(WS-RT-IDX)
011950                     TO WS-SHIFT-RATE
011960                 MOVE WS-RT-EFF-START(WS-RT-IDX)
011970                     TO WS-SHIFT-RATE-START
011980             END-IF
011990         END-IF
012000     END-PERFORM
012010     IF NOT WS-RATE-FOUND
012020         ADD 1 TO WS-NO-RATE-COUNT
012030     END-IF
012040     COMPUTE WS-SHIFT-LABOR-COST ROUNDED = WS-SHIFT-RATE
012050         * (WS-SHIFT-REG-HOURS
012060             + (WS-SHIFT-OT-HOURS * WS-OT-FACTOR)
012070             + (WS-SHIFT-NIGHT-DIFF-HOURS * WS-NIGHT-DIFF-FACTOR)
012080             + (WS-SHIFT-HOL-PREM-HOURS * WS-HOLIDAY-FACTOR)).
012090 4350-EXIT.
012100     EXIT.
012110*
012120*****************************************************************
012130*  6000-WRITE-GL-JOURNAL - WRITE THE NIGHT'S LABOR COST TO THE
012140*  GENERAL LEDGER AS A BALANCED JOURNAL -- FOR EACH DEPARTMENT
012150*  WITH COST, A DEBIT TO ITS COST CENTER'S LABOR EXPENSE AND A
012160*  CREDIT OF THE SAME AMOUNT TO ITS ACCRUED PAYROLL -- BETWEEN A
012170*  CONTROL HEADER AND A TRAILER CARRYING THE FOOTED DEBITS AND
012180*  CREDITS.  EVERY DEPARTMENT'S ACCOUNTS ARE RESOLVED FIRST, SO A
012190*  DEPARTMENT MISSING FROM THE GLACCT MAP FAILS THE STEP BEFORE
012200*  A PARTIAL JOURNAL IS WRITTEN.
012210*****************************************************************
012220 6000-WRITE-GL-JOURNAL.
012230     PERFORM 6100-RESOLVE-GL-ACCOUNTS THRU 6100-EXIT
012240     IF RETURN-CODE NOT = ZERO
012250         GO TO 6000-EXIT
012260     END-IF
012270     OPEN OUTPUT GL-JOURNAL-FILE
012280     IF NOT WS-GLJRNL-FILE-OK
012290         DISPLAY "LABORDST - UNABLE TO OPEN GL-JOURNAL-FILE, "
012300             "STATUS " WS-GLJRNL-FILE-STATUS
012310         MOVE 16 TO RETURN-CODE
012320         GO TO 6000-EXIT
012330     END-IF
012340     MOVE 0 TO WS-JOURNAL-ENTRY-COUNT
012350     MOVE 0 TO WS-JOURNAL-DEBITS
012360     MOVE 0 TO WS-JOURNAL-CREDITS
012370     MOVE SPACES TO GL-JOURNAL-HEADER
012380     MOVE 'H' TO JH-RECORD-ID
012390     MOVE CURRENT-DATE TO JH-JOURNAL-DATE
012400     MOVE "LABORDST" TO JH-SOURCE
012410     WRITE GL-JOURNAL-HEADER
012420     PERFORM VARYING WS-DP-IDX FROM 1 BY 1
012430             UNTIL WS-DP-IDX > WS-DP-COUNT
012440         IF WS-DP-LABOR-COST(WS-DP-IDX) > 0
012450             PERFORM 6200-WRITE-DEPT-ENTRIES THRU 6200-EXIT
012460         END-IF
012470     END-PERFORM
012480     MOVE SPACES TO GL-JOURNAL-TRAILER
012490     MOVE 'T' TO JT-RECORD-ID
012500     MOVE WS-JOURNAL-ENTRY-COUNT TO JT-ENTRY-COUNT
012510     MOVE WS-JOURNAL-DEBITS TO JT-DEBIT-TOTAL
012520     MOVE WS-JOURNAL-CREDITS TO JT-CREDIT-TOTAL
012530     WRITE GL-JOURNAL-TRAILER
012540     CLOSE GL-JOURNAL-FILE
012550     IF WS-JOURNAL-DEBITS NOT = WS-JOURNAL-CREDITS
012560             OR WS-JOURNAL-DEBITS NOT = WS-GRAND-LABOR-COST
012570         DISPLAY "LABORDST - GL JOURNAL OUT OF BALANCE, DEBITS "
012580             WS-JOURNAL-DEBITS " CREDITS " WS-JOURNAL-CREDITS
012590         MOVE 16 TO RETURN-CODE
012600     END-IF
012610     DISPLAY "LABORDST - GL JOURNAL ENTRIES WRITTEN: "
012620         WS-JOURNAL-ENTRY-COUNT.
012630 6000-EXIT.
012640     EXIT.
012650*
012660*****************************************************************
012670*  6100-RESOLVE-GL-ACCOUNTS - FIND EACH COSTED DEPARTMENT'S
012680*  GLACCT ENTRY, FALLING BACK TO THE *DEFAULT* ENTRY, AND SAVE
012690*  ITS SLOT.  EVERY DEPARTMENT WITH NEITHER IS LISTED BEFORE THE
012700*  STEP FAILS.
012710*****************************************************************
012720 6100-RESOLVE-GL-ACCOUNTS.
012730     MOVE 0 TO WS-GA-DEFAULT-SLOT
012740     PERFORM VARYING WS-GA-IDX FROM 1 BY 1
012750             UNTIL WS-GA-IDX > WS-GA-COUNT
012760                 OR WS-GA-DEFAULT-SLOT > 0
012770         IF WS-GA-DEPARTMENT(WS-GA-IDX) = "*DEFAULT*"
012780             SET WS-GA-DEFAULT-SLOT TO WS-GA-IDX
012790         END-IF
012800     END-PERFORM
012810     PERFORM VARYING WS-DP-IDX FROM 1 BY 1
012820             UNTIL WS-DP-IDX > WS-DP-COUNT
012830         MOVE WS-GA-DEFAULT-SLOT TO WS-DP-GL-SLOT(WS-DP-IDX)
012840         MOVE 'N' TO WS-GA-FOUND-SW
012850         PERFORM VARYING WS-GA-IDX FROM 1 BY 1
012860                 UNTIL WS-GA-IDX > WS-GA-COUNT
012870                     OR WS-GA-FOUND
012880             IF WS-GA-DEPARTMENT(WS-GA-IDX)
012890                     = WS-DP-DEPARTMENT(WS-DP-IDX)
012900                 MOVE 'Y' TO WS-GA-FOUND-SW
012910                 SET WS-DP-GL-SLOT(WS-DP-IDX) TO WS-GA-IDX
012920             END-IF
012930         END-PERFORM
012940         IF WS-DP-GL-SLOT(WS-DP-IDX) = 0
012950                 AND WS-DP-LABOR-COST(WS-DP-IDX) > 0
012960             DISPLAY "LABORDST - NO GLACCT ACCOUNT FOR DEPT "
012970                 WS-DP-DEPARTMENT(WS-DP-IDX)
012980             MOVE 16 TO RETURN-CODE
012990         END-IF
013000     END-PERFORM.
013010 6100-EXIT.
013020     EXIT.
013030*
013040*****************************************************************
013050*  6200-WRITE-DEPT-ENTRIES - WRITE ONE DEPARTMENT'S DEBIT AND
013060*  CREDIT ENTRIES AND FOOT THEM INTO THE TRAILER TOTALS.
013070*****************************************************************
013080 6200-WRITE-DEPT-ENTRIES.
013090     SET WS-GA-IDX TO WS-DP-GL-SLOT(WS-DP-IDX)
013100     MOVE SPACES TO GL-JOURNAL-DETAIL
013110     MOVE 'D' TO JD-RECORD-ID
013120     MOVE CURRENT-DATE TO JD-JOURNAL-DATE
013130     MOVE WS-GA-COST-CENTER(WS-GA-IDX) TO JD-COST-CENTER
013140     MOVE WS-GA-EXPENSE-ACCOUNT(WS-GA-IDX) TO JD-ACCOUNT
013150     MOVE WS-DP-DEPARTMENT(WS-DP-IDX) TO JD-DEPARTMENT
013160     MOVE 'D' TO JD-DR-CR-CODE
013170     MOVE WS-DP-LABOR-COST(WS-DP-IDX) TO JD-AMOUNT
013180     MOVE "NIGHTLY LABOR DISTRIBUTION" TO JD-DESCRIPTION
013190     WRITE GL-JOURNAL-DETAIL
013200     ADD 1 TO WS-JOURNAL-ENTRY-COUNT
013210     ADD WS-DP-LABOR-COST(WS-DP-IDX) TO WS-JOURNAL-DEBITS
013220     MOVE WS-GA-ACCRUAL-ACCOUNT(WS-GA-IDX) TO JD-ACCOUNT
013230     MOVE 'C' TO JD-DR-CR-CODE
013240     WRITE GL-JOURNAL-DETAIL
013250     ADD 1 TO WS-JOURNAL-ENTRY-COUNT
013260     ADD WS-DP-LABOR-COST(WS-DP-IDX) TO WS-JOURNAL-CREDITS.
013270 6200-EXIT.
013280     EXIT.
013290*
013300*****************************************************************
013310*  7400-GET-PAY-RULE - SET THE WS-RULE FIELDS TO THE PAY RULES
013320*  OF THE BADGE IN WS-RULE-TEST-BADGE.  THE CLASS COMES OFF THE
013330*  EMPLOYEE MASTER WITH ONE KEYED READ, SKIPPED WHEN THE SAME
013340*  BADGE WAS THE LAST ONE LOOKED UP.  A BADGE NOT ON THE MASTER
013350*  OR WITH A BLANK CLASS GETS THE STANDARD RULES; SO DOES A
013360*  CLASS MISSING FROM THE PAYRULE TABLE, WITH A CONSOLE WARNING
013370*  SO PAYROLL ADDS IT.
013380*****************************************************************
013390 7400-GET-PAY-RULE.
013400     IF WS-RULE-TEST-BADGE = WS-RULE-BADGE-ID
013410         GO TO 7400-EXIT
013420     END-IF
013430     MOVE WS-RULE-TEST-BADGE TO WS-RULE-BADGE-ID
013440     PERFORM 7450-SET-STANDARD-RULE THRU 7450-EXIT
013450     MOVE WS-RULE-TEST-BADGE TO EMP-BADGE-ID
013460     READ EMPLOYEE-MASTER
013470         INVALID KEY
013480             GO TO 7400-EXIT
013490     END-READ
013500     IF EMP-PAY-RULE-CLASS = SPACES
013510         GO TO 7400-EXIT
013520     END-IF
013530     MOVE 'N' TO WS-PRL-FOUND-SW
013540     PERFORM VARYING WS-PRL-IDX FROM 1 BY 1
013550             UNTIL WS-PRL-IDX > WS-PRL-COUNT
013560                 OR WS-PRL-FOUND
013570         IF WS-PRL-CLASS(WS-PRL-IDX) = EMP-PAY-RULE-CLASS
013580             MOVE 'Y' TO WS-PRL-FOUND-SW
013590             MOVE WS-PRL-DAILY-OT-HOURS(WS-PRL-IDX)
013600                 TO WS-RULE-DAILY-OT-HOURS
013610             MOVE WS-PRL-WEEKLY-OT-HOURS(WS-PRL-IDX)
013620                 TO WS-RULE-WEEKLY-OT-HOURS
013630             MOVE WS-PRL-FLAGS(WS-PRL-IDX)(1:1) TO WS-RULE-OT-SW
013640             MOVE WS-PRL-FLAGS(WS-PRL-IDX)(2:1) TO WS-RULE-ND-SW
013650             MOVE WS-PRL-FLAGS(WS-PRL-IDX)(3:1) TO WS-RULE-HP-SW
013660             MOVE WS-PRL-FLAGS(WS-PRL-IDX)(4:1)
013670                 TO WS-RULE-MEAL-SW
013680         END-IF
013690     END-PERFORM
013700     IF NOT WS-PRL-FOUND
013710         DISPLAY "LABORDST - PAY-RULE CLASS " EMP-PAY-RULE-CLASS
013720             " NOT ON PAYRULE, STANDARD RULES FOR BADGE "
013730             WS-RULE-TEST-BADGE
013740     END-IF.
013750 7400-EXIT.
013760     EXIT.
013770*
013780*****************************************************************
013790*  7450-SET-STANDARD-RULE - THE RULES A BADGE WITHOUT A CLASS OF
013800*  ITS OWN IS PAID UNDER: DAILY OVERTIME OVER 8 HOURS, WEEKLY
013810*  OVERTIME OVER 40, NIGHT DIFFERENTIAL, HOLIDAY PREMIUM AND THE
013820*  AUTOMATIC MEAL DEDUCTION.
013830*****************************************************************
013840 7450-SET-STANDARD-RULE.
013850     MOVE 8.00 TO WS-RULE-DAILY-OT-HOURS
013860     MOVE 40.00 TO WS-RULE-WEEKLY-OT-HOURS
013870     MOVE 'Y' TO WS-RULE-OT-SW
013880     MOVE 'Y' TO WS-RULE-ND-SW
013890     MOVE 'Y' TO WS-RULE-HP-SW
013900     MOVE 'Y' TO WS-RULE-MEAL-SW.
013910 7450-EXIT.
013920     EXIT.

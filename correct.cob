002297*                       TO MATCH ON) AND MUST NOT VOID THAT IN --
002298*                       IT IS STILL A VALID PUNCH, JUST MISSING
002299*                       ITS PAIR.
002310*      2026-10-15 RJH   REFUSE THE CORRECTION UNLESS THE
002320*                       SUPERVISOR AUTHORITY MASTER LETS THE
002330*                       ENTERED BADGE CORRECT PUNCHES FOR THE
002340*                       EMPLOYEE'S DEPARTMENT ON THE RUN DATE, AND
002350*                       ALWAYS ON THE SUPERVISOR'S OWN BADGE.
002360*                       EVERY REFUSAL IS LOGGED TO THE AUTHREJ
002370*                       FILE.  RETURN-CODE 36 ON REFUSAL.
002380*****************************************************************
002400*
002500 ENVIRONMENT DIVISION.
002600*
003900         ORGANIZATION IS SEQUENTIAL
004000         ACCESS MODE IS SEQUENTIAL
004100         FILE STATUS IS WS-CORRAUD-FILE-STATUS.
004110*
004120     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
004130         ORGANIZATION IS INDEXED
004140         ACCESS MODE IS RANDOM
004150         RECORD KEY IS EMP-BADGE-ID
004160         FILE STATUS IS WS-EMPMAST-FILE-STATUS.
004170*
004175     SELECT SUPERVISOR-AUTHORITY-FILE ASSIGN TO "SUPVAUTH"
004180         ORGANIZATION IS SEQUENTIAL
004185         ACCESS MODE IS SEQUENTIAL
004190         FILE STATUS IS WS-SUPVAUTH-FILE-STATUS.
004192*
004193     SELECT AUTHORITY-REFUSAL-FILE ASSIGN TO "AUTHREJ"
004194         ORGANIZATION IS SEQUENTIAL
004195         ACCESS MODE IS SEQUENTIAL
004196         FILE STATUS IS WS-AUTHREJ-FILE-STATUS.
004200*
004300 DATA DIVISION.
004400*
005100 FD  CORRECTION-AUDIT-FILE
005200     RECORDING MODE IS F.
005300     COPY CORRAUD.
005310*
005320 FD  EMPLOYEE-MASTER
005330     RECORDING MODE IS F.
005340     COPY EMPMAST.
005350*
005360 FD  SUPERVISOR-AUTHORITY-FILE
005370     RECORDING MODE IS F.
005380     COPY SUPVAUTH.
005385*
005390 FD  AUTHORITY-REFUSAL-FILE
005395     RECORDING MODE IS F.
005397     COPY AUTHREJ.
005400*
005500 WORKING-STORAGE SECTION.
005600*
006400     88  WS-CORRAUD-FILE-NOT-FOUND          VALUE '35'.
006500 77  WS-SCAN-EOF-SW               PIC X(01) VALUE 'N'.
006600     88  WS-SCAN-EOF                        VALUE 'Y'.
006610 77  WS-EMPMAST-FILE-STATUS       PIC X(02) VALUE SPACES.
006620     88  WS-EMPMAST-FILE-OK                 VALUE '00'.
006630     88  WS-EMPMAST-FILE-NOT-FOUND          VALUE '35'.
006640 77  WS-SUPVAUTH-FILE-STATUS      PIC X(02) VALUE SPACES.
006650     88  WS-SUPVAUTH-FILE-OK                VALUE '00'.
006660     88  WS-SUPVAUTH-FILE-NOT-FOUND         VALUE '35'.
006670 77  WS-AUTHREJ-FILE-STATUS       PIC X(02) VALUE SPACES.
006680     88  WS-AUTHREJ-FILE-OK                 VALUE '00'.
006690     88  WS-AUTHREJ-FILE-NOT-FOUND          VALUE '35'.
006695 77  WS-SUPVAUTH-EOF-SW           PIC X(01) VALUE 'N'.
006697     88  WS-SUPVAUTH-EOF                    VALUE 'Y'.
006700*
006800*    SYSTEM DATE AND TIME THE CORRECTION WAS MADE
006900*
009700     88  WS-ORIGINAL-FOUND                   VALUE 'Y'.
009800 01  WS-ORIGINAL-TERMINAL-ID       PIC X(05) VALUE SPACES.
009900 01  WS-ORIGINAL-TYPE              PIC X(01) VALUE SPACES.
009910*
009920*    SUPERVISOR AUTHORITY CHECK -- THE EMPLOYEE'S DEPARTMENT OFF
009930*    THE EMPLOYEE MASTER AND THE VERDICT OF THE AUTHORITY MASTER
009940*
009950 01  WS-EMP-FOUND-SW               PIC X(01) VALUE 'N'.
009955     88  WS-EMP-FOUND                        VALUE 'Y'.
009960 01  WS-EMP-DEPARTMENT             PIC X(10) VALUE SPACES.
009965 01  WS-AUTHORITY-SW               PIC X(01) VALUE 'N'.
009970     88  WS-AUTHORITY-GRANTED                VALUE 'Y'.
009975     88  WS-AUTHORITY-REFUSED                VALUE 'N'.
009980 01  WS-AUTH-REASON-CODE           PIC 9(02) VALUE 0.
009985 01  WS-AUTH-REASON-TEXT           PIC X(30) VALUE SPACES.
010000*
010100 PROCEDURE DIVISION.
010200*
012500*  2000-CAPTURE-CORRECTION - PROMPT THE SUPERVISOR FOR THE PUNCH
012600*  TO CORRECT AND THE CORRECTED VALUES, LOCATE THE ORIGINAL PUNCH
012700*  AND, IF FOUND, APPENDS THE CORRECTED PUNCH AND AUDIT RECORD.
012710*  THE SUPERVISOR MUST HOLD CORRECT-PUNCH AUTHORITY FOR THE
012720*  EMPLOYEE'S DEPARTMENT ON THE AUTHORITY MASTER AND MAY NEVER
012730*  CORRECT THEIR OWN BADGE.  AUTHORITY IS CHECKED BEFORE THE
012740*  ORIGINAL PUNCH IS LOOKED UP, SO EVERY REFUSED ATTEMPT IS
012750*  LOGGED.
012800*****************************************************************
012900 2000-CAPTURE-CORRECTION.
013000     DISPLAY "CORRECT - ENTER EMPLOYEE ID: "
014370         MOVE 32 TO RETURN-CODE
014380         GO TO 2000-EXIT
014390     END-IF
014392     PERFORM 2400-CHECK-AUTHORITY THRU 2400-EXIT
014394     IF WS-AUTHORITY-REFUSED
014395         PERFORM 2950-REJECT-UNAUTHORIZED THRU 2950-EXIT
014396         GO TO 2000-EXIT
014398     END-IF
014400     PERFORM 2100-FIND-ORIGINAL-PUNCH THRU 2100-EXIT
014500     IF NOT WS-ORIGINAL-FOUND
014600         DISPLAY "-------------------------------------"
028300     CLOSE CORRECTION-AUDIT-FILE.
028400 2300-EXIT.
028500     EXIT.
028600*
028700*****************************************************************
028800*  2400-CHECK-AUTHORITY - DECIDE WHETHER THE ENTERED SUPERVISOR
028900*  BADGE MAY CORRECT THIS EMPLOYEE'S PUNCHES.  A SUPERVISOR
029000*  NEVER MAY ON THEIR OWN BADGE; OTHERWISE THE EMPLOYEE'S
029100*  DEPARTMENT COMES OFF THE EMPLOYEE MASTER WITH ONE KEYED READ
029200*  AND THE AUTHORITY MASTER MUST CARRY A CORRECT-PUNCH GRANT FOR
029300*  THE BADGE AND THAT DEPARTMENT IN EFFECT ON THE RUN DATE.  A
029400*  MISSING AUTHORITY MASTER GRANTS NOTHING.
029500*****************************************************************
029600 2400-CHECK-AUTHORITY.
029700     MOVE 'N' TO WS-AUTHORITY-SW
029800     MOVE SPACES TO WS-EMP-DEPARTMENT
029900     IF WS-SUPERVISOR-BADGE-ID = WS-EMPLOYEE-ID
030000         MOVE 01 TO WS-AUTH-REASON-CODE
030100         MOVE "ACTION ON OWN BADGE" TO WS-AUTH-REASON-TEXT
030200         GO TO 2400-EXIT
030300     END-IF
030400     PERFORM 2450-FIND-EMPLOYEE-DEPARTMENT THRU 2450-EXIT
030500     IF NOT WS-EMP-FOUND
030600         MOVE 03 TO WS-AUTH-REASON-CODE
030700         MOVE "EMPLOYEE NOT ON MASTER" TO WS-AUTH-REASON-TEXT
030800         GO TO 2400-EXIT
030900     END-IF
031000     PERFORM 2480-SCAN-AUTHORITY-MASTER THRU 2480-EXIT
031100     IF NOT WS-AUTHORITY-GRANTED
031200         MOVE 02 TO WS-AUTH-REASON-CODE
031300         MOVE "NO AUTHORITY FOR DEPARTMENT"
031400             TO WS-AUTH-REASON-TEXT
031500     END-IF.
031600 2400-EXIT.
031700     EXIT.
031800*
031900*****************************************************************
032000*  2450-FIND-EMPLOYEE-DEPARTMENT - READ THE EMPLOYEE'S RECORD
032100*  OFF THE INDEXED EMPLOYEE MASTER AND SAVE ITS DEPARTMENT.
032200*****************************************************************
032300 2450-FIND-EMPLOYEE-DEPARTMENT.
032400     MOVE 'N' TO WS-EMP-FOUND-SW
032500     OPEN INPUT EMPLOYEE-MASTER
032600     IF NOT WS-EMPMAST-FILE-OK
032700         DISPLAY "CORRECT - UNABLE TO OPEN EMPLOYEE-MASTER, "
032800             "STATUS " WS-EMPMAST-FILE-STATUS
032900         GO TO 2450-EXIT
033000     END-IF
033100     MOVE WS-EMPLOYEE-ID TO EMP-BADGE-ID
033200     READ EMPLOYEE-MASTER
033300         INVALID KEY
033400             CONTINUE
033500         NOT INVALID KEY
033600             MOVE 'Y' TO WS-EMP-FOUND-SW
033700             MOVE EMP-DEPARTMENT TO WS-EMP-DEPARTMENT
033800     END-READ
033900     CLOSE EMPLOYEE-MASTER.
034000 2450-EXIT.
034100     EXIT.
034200*
034300*****************************************************************
034400*  2480-SCAN-AUTHORITY-MASTER - READ THE AUTHORITY MASTER FOR A
034500*  CORRECT-PUNCH GRANT TO THE SUPERVISOR FOR THE EMPLOYEE'S
034600*  DEPARTMENT WHOSE EFFECTIVE RANGE COVERS THE RUN DATE.
034700*****************************************************************
034800 2480-SCAN-AUTHORITY-MASTER.
034900     MOVE 'N' TO WS-SUPVAUTH-EOF-SW
035000     OPEN INPUT SUPERVISOR-AUTHORITY-FILE
035100     IF NOT WS-SUPVAUTH-FILE-OK
035200         DISPLAY "CORRECT - UNABLE TO OPEN SUPERVISOR-AUTHORITY, "
035300             "STATUS " WS-SUPVAUTH-FILE-STATUS
035400         GO TO 2480-EXIT
035500     END-IF
035600     PERFORM UNTIL WS-SUPVAUTH-EOF OR WS-AUTHORITY-GRANTED
035700         READ SUPERVISOR-AUTHORITY-FILE
035800             AT END
035900                 MOVE 'Y' TO WS-SUPVAUTH-EOF-SW
036000             NOT AT END
036100                 IF SA-SUPERVISOR-BADGE-ID
036200                         = WS-SUPERVISOR-BADGE-ID
036300                         AND SA-DEPARTMENT = WS-EMP-DEPARTMENT
036400                         AND SA-MAY-CORRECT-PUNCH
036500                         AND SA-EFF-START-DATE
036550                             NOT > FORMATTED-DATE
036600                         AND SA-EFF-END-DATE
036650                             NOT < FORMATTED-DATE
036700                     MOVE 'Y' TO WS-AUTHORITY-SW
036800                 END-IF
036900         END-READ
037000     END-PERFORM
037100     CLOSE SUPERVISOR-AUTHORITY-FILE.
037200 2480-EXIT.
037300     EXIT.
037400*
037500*****************************************************************
037600*  2900-WRITE-AUTHORITY-REFUSAL - APPEND THE REFUSED CORRECTION
037700*  TO THE AUTHORITY REFUSAL LOG, CREATING IT ON FIRST USE, SO
037800*  PAYROLL SEES EVERY ATTEMPT ON THE NEXT MORNING'S LISTING.
037900*****************************************************************
038000 2900-WRITE-AUTHORITY-REFUSAL.
038100     OPEN EXTEND AUTHORITY-REFUSAL-FILE
038200     IF WS-AUTHREJ-FILE-NOT-FOUND
038300         OPEN OUTPUT AUTHORITY-REFUSAL-FILE
038400         CLOSE AUTHORITY-REFUSAL-FILE
038500         OPEN EXTEND AUTHORITY-REFUSAL-FILE
038600     END-IF
038700     IF NOT WS-AUTHREJ-FILE-OK
038800         DISPLAY "CORRECT - UNABLE TO OPEN AUTHREJ FILE"
038900         MOVE 16 TO RETURN-CODE
039000         GO TO 2900-EXIT
039100     END-IF
039200     MOVE SPACES TO AUTHORITY-REFUSAL-RECORD
039300     MOVE WS-SUPERVISOR-BADGE-ID TO AR-SUPERVISOR-BADGE-ID
039400     MOVE WS-EMPLOYEE-ID TO AR-EMPLOYEE-ID
039500     MOVE WS-EMP-DEPARTMENT TO AR-DEPARTMENT
039600     SET AR-ACTION-CORRECT-PUNCH TO TRUE
039700     MOVE WS-ORIGINAL-DATE-INPUT TO AR-ACTION-DATE
039800     MOVE WS-AUTH-REASON-CODE TO AR-REASON-CODE
039900     MOVE WS-AUTH-REASON-TEXT TO AR-REASON-TEXT
040000     MOVE "CORRECT" TO AR-PROGRAM-NAME
040100     MOVE FORM-YEAR TO AR-RUN-YEAR
040200     MOVE FORM-MONTH TO AR-RUN-MONTH
040300     MOVE FORM-DAY TO AR-RUN-DAY
040400     MOVE FORM-HOUR TO AR-RUN-HOUR
040500     MOVE FORM-MIN TO AR-RUN-MIN
040600     MOVE FORM-SEC TO AR-RUN-SEC
040700     WRITE AUTHORITY-REFUSAL-RECORD
040800     CLOSE AUTHORITY-REFUSAL-FILE.
040900 2900-EXIT.
041000     EXIT.
041100*
041200*****************************************************************
041300*  2950-REJECT-UNAUTHORIZED - THE ENTERED BADGE MAY NOT CORRECT
041400*  PUNCHES FOR THIS EMPLOYEE.  SHOW THE REFUSAL ON THE CONSOLE,
041500*  LOG IT TO THE AUTHORITY REFUSAL LOG AND END WITH RETURN-CODE
041600*  36 -- UNLESS THE LOG COULD NOT BE WRITTEN, WHICH KEEPS ITS 16.
041700*****************************************************************
041800 2950-REJECT-UNAUTHORIZED.
041900     DISPLAY "-------------------------------------"
042000     DISPLAY "CORRECT - SUPERVISOR NOT AUTHORIZED, REJECTED"
042100     DISPLAY "EMPLOYEE ID : " WS-EMPLOYEE-ID
042200     DISPLAY "SUPERVISOR  : " WS-SUPERVISOR-BADGE-ID
042300     DISPLAY "REASON      : " WS-AUTH-REASON-TEXT
042400     DISPLAY "-------------------------------------"
042500     PERFORM 2900-WRITE-AUTHORITY-REFUSAL THRU 2900-EXIT
042600     IF RETURN-CODE = ZERO
042700         MOVE 36 TO RETURN-CODE
042800     END-IF.
042900 2950-EXIT.
043000     EXIT.

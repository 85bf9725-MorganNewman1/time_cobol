000580*                       KEYED READ INSTEAD OF SCANNING ALL 1,200
000590*                       PLUS RECORDS FRONT TO BACK ON EVERY GATE
000600*                       SWIPE.
000601*      2026-10-15 RJH   VALIDATE THE OPERATOR-ENTERED TERMINAL ID
000602*                       AGAINST THE NEW TERMINAL MASTER BEFORE
000603*                       THE SEQUENCE CHECK RUNS.  UNKNOWN OR
000604*                       INACTIVE TERMINALS ARE REJECTED WITH
000605*                       RETURN-CODE 28 AND THEIR OWN REASON CODE.
000610*****************************************************************
000620*
000630 ENVIRONMENT DIVISION.
000890         ACCESS MODE IS SEQUENTIAL
000900         FILE STATUS IS WS-CARRY-FILE-STATUS.
000910*
000911     SELECT TERMINAL-MASTER-FILE ASSIGN TO "TERMMAST"
000912         ORGANIZATION IS SEQUENTIAL
000913         ACCESS MODE IS SEQUENTIAL
000914         FILE STATUS IS WS-TERM-FILE-STATUS.
000915*
000920 DATA DIVISION.
000930*
000940 FILE SECTION.
001080 FD  CARRY-FORWARD-FILE
001090     RECORDING MODE IS F.
001100     COPY CARRYFWD.
001102*
001104 FD  TERMINAL-MASTER-FILE
001106     RECORDING MODE IS F.
001108     COPY TERMMAST.
001110*
001120 WORKING-STORAGE SECTION.
001130*
001350     88  WS-CARRY-FILE-NOT-FOUND            VALUE '35'.
001360 77  WS-CARRY-EOF-SW             PIC X(01) VALUE 'N'.
001370     88  WS-CARRY-EOF                       VALUE 'Y'.
001371 77  WS-TERM-FILE-STATUS         PIC X(02) VALUE SPACES.
001372     88  WS-TERM-FILE-OK                    VALUE '00'.
001373     88  WS-TERM-FILE-NOT-FOUND             VALUE '35'.
001374 77  WS-TERM-EOF-SW              PIC X(01) VALUE 'N'.
001375     88  WS-TERM-EOF                        VALUE 'Y'.
001376 77  WS-TERMINAL-FOUND-SW        PIC X(01) VALUE 'N'.
001377     88  WS-TERMINAL-ON-FILE                VALUE 'Y'.
001378 77  WS-FOUND-TRM-STATUS         PIC X(01) VALUE SPACES.
001379     88  WS-FOUND-TRM-ACTIVE                VALUE 'A'.
001380*
001390*    STAGING AREA FOR THE NEXT AUDIT-LOG RECORD
001400*
002340         MOVE "BADGE NOT ON FILE OR INACTIVE"
002350             TO WS-AUDIT-REASON-TEXT
002360         PERFORM 2900-WRITE-AUDIT-RECORD THRU 2900-EXIT
002361         GO TO 2000-EXIT
002362     END-IF
002363     PERFORM 2060-VALIDATE-TERMINAL THRU 2060-EXIT
002364     IF NOT WS-TERMINAL-ON-FILE OR NOT WS-FOUND-TRM-ACTIVE
002365         PERFORM 2070-REJECT-TERMINAL THRU 2070-EXIT
002370         GO TO 2000-EXIT
002380     END-IF
002390     PERFORM 2100-VALIDATE-SEQUENCE THRU 2100-EXIT
004420     CLOSE AUDIT-LOG-FILE.
004430 2900-EXIT.
004440     EXIT.
004450*
004460*****************************************************************
004470*  2060-VALIDATE-TERMINAL - SCAN THE TERMINAL MASTER FOR THE
004480*  OPERATOR-ENTERED TERMINAL ID.  A TERMINAL NOT ON THE MASTER
004490*  IS LEFT NOT-ON-FILE; ONE FOUND INACTIVE (A RETIRED CLOCK)
004500*  LEAVES ITS SAVED STATUS NON-ACTIVE SO THE CALLER REJECTS IT
004510*  EITHER WAY.  A MISSING MASTER VALIDATES NOTHING, THE SAME AS
004520*  A MISSING EMPLOYEE-MASTER.
004530*****************************************************************
004540 2060-VALIDATE-TERMINAL.
004550     MOVE 'N' TO WS-TERMINAL-FOUND-SW
004560     MOVE SPACES TO WS-FOUND-TRM-STATUS
004570     MOVE 'N' TO WS-TERM-EOF-SW
004580     OPEN INPUT TERMINAL-MASTER-FILE
004590     IF WS-TERM-FILE-NOT-FOUND
004600         GO TO 2060-EXIT
004610     END-IF
004620     IF NOT WS-TERM-FILE-OK
004630         DISPLAY "TIMEOUT - UNABLE TO OPEN TERMINAL-MASTER-FILE, "
004640             "STATUS " WS-TERM-FILE-STATUS
004650         GO TO 2060-EXIT
004660     END-IF
004670     PERFORM UNTIL WS-TERM-EOF
004680         READ TERMINAL-MASTER-FILE
004690             AT END
004700                 MOVE 'Y' TO WS-TERM-EOF-SW
004710             NOT AT END
004720                 IF TRM-TERMINAL-ID = WS-TERMINAL-ID
004730                     MOVE 'Y' TO WS-TERMINAL-FOUND-SW
004740                     MOVE TRM-STATUS TO WS-FOUND-TRM-STATUS
004750                     MOVE 'Y' TO WS-TERM-EOF-SW
004760                 END-IF
004770         END-READ
004780     END-PERFORM
004790     CLOSE TERMINAL-MASTER-FILE.
004800 2060-EXIT.
004810     EXIT.
004820*
004830*****************************************************************
004840*  2070-REJECT-TERMINAL - THE TERMINAL ID IS NOT ON THE TERMINAL
004850*  MASTER OR THE TERMINAL IS INACTIVE.  REJECT THE PUNCH WITH
004860*  RETURN-CODE 28 AND LOG THE ATTEMPT TO THE AUDIT LOG.
004870*****************************************************************
004880 2070-REJECT-TERMINAL.
004890     DISPLAY "-------------------------------------"
004900     DISPLAY "TIMEOUT - PUNCH REJECTED - TERMINAL NOT VALID"
004910     DISPLAY "EMPLOYEE ID : " WS-EMPLOYEE-ID
004920     DISPLAY "TERMINAL ID : " WS-TERMINAL-ID
004930     DISPLAY "-------------------------------------"
004940     MOVE 28 TO RETURN-CODE
004950     SET WS-AUDIT-REJECTED TO TRUE
004960     MOVE 28 TO WS-AUDIT-REASON-CODE
004970     MOVE "TERMINAL UNKNOWN OR INACTIVE"
004980         TO WS-AUDIT-REASON-TEXT
004990     PERFORM 2900-WRITE-AUDIT-RECORD THRU 2900-EXIT.
005000 2070-EXIT.
005010     EXIT.

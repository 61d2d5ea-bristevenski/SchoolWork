      *
      * Input:
      *     OLDMASTER.DAT - payroll master
      *     POSITION.DAT  - budgeted positions
      *     Maintenance actions entered at the console
      * Output:
      *     OLDMASTER.DAT - rewritten with the maintained records
      *     POSITION.DAT  - a terminated employee's position vacated
      *     EMPAUDIT.DAT  - one record per change
      ******************************************************************
      * Modification History:
      *     10/6/14 BM  Master record widened for the employee Social
      *                 Security and Medicare YTD fields
      *     10/7/14 BM  Master record widened for the work state and
      *                 YTD state income tax
      *     10/13/14 BM Master record widened for the YTD overtime
      *                 premium
      *     10/13/14 BM Termination vacates the employee's budgeted
      *                 position on POSITION.DAT
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT AUDIT-FILE ASSIGN TO "EMPAUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT POSITION-FILE ASSIGN TO "POSITION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OLDMASTER-FILE.
           05  O-YTD-MATCH   PIC 9(7)V99.
           05  O-VAC-HOURS   PIC S9(3)V9.
           05  O-SICK-HOURS  PIC S9(3)V9.
           05  O-YTD-SS-EE   PIC 9(7)V99.
           05  O-YTD-MED-EE  PIC 9(7)V99.
           05  O-STATE-CODE  PIC XX.
           05  O-YTD-STATE-TAX PIC 9(7)V99.
           05  O-YTD-OT-PREM PIC 9(7)V99.
       FD  AUDIT-FILE.
       01  AUDIT-REC.
           05  AU-DATE         PIC 9(8).
           05  AU-OPERATOR     PIC X(5).
           05  AU-ACTION       PIC X(10).
           05  AU-EMP-ID       PIC X(4).
       FD  POSITION-FILE.
       01  POSITION-REC        PIC X(36).
       WORKING-STORAGE SECTION.
       01  WORKING-ITEMS.
           05  VALID-SW        PIC X.
           05  WS-FOUND-SW     PIC X.
               88  EMP-ON-FILE             VALUE 'Y'.
           05  WS-EMP-SUB      PIC 9(3).
           05  WS-POS-STATUS   PIC XX.
           05  WS-POS-SUB      PIC 9(3).
           05  WS-POS-CHANGED-SW PIC X     VALUE 'N'.
               88  POSITIONS-CHANGED       VALUE 'Y'.
       01  POSITION-TABLE.
           05  PS-COUNT        PIC 9(3)    VALUE ZERO.
           05  PS-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON PS-COUNT.
               10  PS-T-REC        PIC X(36).
       01  POSITION-WORK.
           05  PW-REC          PIC X(36).
           05  PW-VIEW REDEFINES PW-REC.
               10  PW-POS-NO       PIC X(5).
               10  PW-BUDGET-DATA  PIC X(18).
               10  PW-STATUS       PIC X.
               10  PW-EMP-ID       PIC X(4).
               10  PW-STATUS-DATE  PIC 9(8).
       01  EMP-MASTER-TABLE.
           05  EM-COUNT        PIC 9(3)    VALUE ZERO.
           05  EM-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON EM-COUNT
                   INDEXED BY EM-INDX.
               10  EM-T-REC        PIC X(148).
       01  EMP-WORK.
           05  EW-REC          PIC X(148).
           05  EW-VIEW REDEFINES EW-REC.
               10  EW-EMP-ID       PIC X(4).
               10  EW-AMOUNTS      PIC X(51).
               10  EW-STATUS       PIC X.
               10  EW-DD-FLAG      PIC X.
               10  EW-NEW-FIELDS   PIC X(91).
       PROCEDURE DIVISION.
       000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM 050-LOAD-MASTER
           PERFORM 055-LOAD-POSITIONS
           PERFORM 060-OPEN-AUDIT
           PERFORM 070-ACCEPT-OPERATOR-ID
           PERFORM 100-MAINT-MENU UNTIL MENU-CHOICE = 'X'
           PERFORM 800-SAVE-MASTER
           IF POSITIONS-CHANGED
               PERFORM 810-SAVE-POSITIONS
           END-IF
           CLOSE AUDIT-FILE
           DISPLAY SPACE
           DISPLAY '--END OF EMPLOYEE MAINTENANCE--'
               END-READ
           END-PERFORM
           CLOSE OLDMASTER-FILE.
      ******************************************************************
      * Loads the budgeted positions so a termination can vacate the
      * employee's position. No file means no positions to vacate.
      ******************************************************************
       055-LOAD-POSITIONS.
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT POSITION-FILE
           IF WS-POS-STATUS NOT = "00"
               MOVE 'Y' TO EOF-SWITCH
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ POSITION-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       ADD 1 TO PS-COUNT
                       MOVE POSITION-REC TO PS-T-REC(PS-COUNT)
               END-READ
           END-PERFORM
           IF WS-POS-STATUS NOT = "35"
               CLOSE POSITION-FILE
           END-IF.
       060-OPEN-AUDIT.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
      ******************************************************************
      * Marks an employee terminated. The record and its YTD amounts
      * stay on file for the year-end work; lab08 flags any further
      * pay for the id distinctly on its error log. The budgeted
      * position the employee held goes back to vacant.
      ******************************************************************
       300-TERMINATE-EMPLOYEE.
           DISPLAY 'ENTER EMPLOYEE ID TO TERMINATE:'
               MOVE 'TERMINATE' TO AU-ACTION
               PERFORM 700-WRITE-AUDIT
               DISPLAY 'EMPLOYEE TERMINATED.'
               PERFORM 310-VACATE-POSITION
           END-IF.
       310-VACATE-POSITION.
           PERFORM VARYING WS-POS-SUB FROM 1 BY 1
                   UNTIL WS-POS-SUB > PS-COUNT
               MOVE PS-T-REC(WS-POS-SUB) TO PW-REC
               IF PW-STATUS = 'F' AND PW-EMP-ID = MAINT-EMP-ID
                   MOVE 'V'         TO PW-STATUS
                   MOVE SPACES      TO PW-EMP-ID
                   MOVE WS-RUN-DATE TO PW-STATUS-DATE
                   MOVE PW-REC TO PS-T-REC(WS-POS-SUB)
                   MOVE 'Y' TO WS-POS-CHANGED-SW
                   DISPLAY 'POSITION ' PW-POS-NO ' IS NOW VACANT.'
               END-IF
           END-PERFORM.
      ******************************************************************
      * Flips an employee's direct-deposit enrollment. lab08 prints a
      * check for anyone flagged N and sends everyone else to ACH.
               WRITE OLD-REC
           END-PERFORM
           CLOSE OLDMASTER-FILE.
      ******************************************************************
      * Rewrites POSITION.DAT when a termination vacated a position.
      ******************************************************************
       810-SAVE-POSITIONS.
           OPEN OUTPUT POSITION-FILE
           PERFORM VARYING WS-POS-SUB FROM 1 BY 1
                   UNTIL WS-POS-SUB > PS-COUNT
               MOVE PS-T-REC(WS-POS-SUB) TO POSITION-REC
               WRITE POSITION-REC
           END-PERFORM
           CLOSE POSITION-FILE.

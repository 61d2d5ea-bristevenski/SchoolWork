       IDENTIFICATION DIVISION.
       PROGRAM-ID. DeptMaint.
       AUTHOR. Brianna Muleski
               Andrew Iverson
       DATE-WRITTEN. 10/13/14
      ******************************************************************
      * Purpose:
      *    Maintains the department master (DEPTMAST.DAT) that the
      *    retail, payroll and ledger programs all validate against
      *    and print department names from, so opening or closing a
      *    department is a maintenance action instead of a code
      *    change. Each department carries its name, the short name
      *    the employee master and GL map key on, an active flag,
      *    its GL cost center and whether its sales are taxable.
      *    Codes 01-09 are the store departments - the first digit
      *    of an item number - and 10-99 are departments that only
      *    carry staff or ledger activity. A department is
      *    deactivated rather than deleted so its history still
      *    prints a name. Every change is written before-and-after,
      *    with the operator and date, to an audit file.
      *
      * Input:
      *    DEPTMAST.DAT - department master (on the first run it is
      *                   started from the four original store
      *                   departments)
      *    OPERMAST.DAT - operator master, for the 'M' function flag
      *    Maintenance actions entered at the console
      *
      * Output:
      *    DEPTMAST.DAT  - rewritten with the maintained list
      *    DEPTAUDIT.DAT - one record per change, before and after
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPT-MASTER-FILE ASSIGN TO "DEPTMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPT-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "DEPTAUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT OPER-MASTER-FILE ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * ONE ROW PER DEPARTMENT. ACTIVE IS 'A' OR 'I'; TAXABLE IS 'Y'
      * OR 'N'. THE SHORT NAME IS WHAT EM-EMP-DEPT AND GM-DEPT-NAME
      * CARRY, SO IT MUST BE UNIQUE.
       FD  DEPT-MASTER-FILE.
       01  DM-REC.
           05  DM-DEPT-CODE    PIC 99.
           05  DM-DEPT-NAME    PIC X(10).
           05  DM-SHORT-NAME   PIC X(8).
           05  DM-ACTIVE       PIC X.
           05  DM-COST-CTR     PIC X(4).
           05  DM-TAXABLE      PIC X.
       FD  AUDIT-FILE.
       01  AUDIT-REC.
           05  AU-DATE         PIC 9(8).
           05  AU-OPERATOR     PIC X(5).
           05  AU-ACTION       PIC X(10).
           05  AU-DEPT-CODE    PIC 99.
           05  AU-BEFORE       PIC X(26).
           05  AU-AFTER        PIC X(26).
       FD  OPER-MASTER-FILE.
       01  OP-REC.
           05  OP-ID           PIC X(5).
           05  OP-NAME         PIC X(20).
           05  OP-ACTIVE       PIC X.
           05  OP-CLASS        PIC X.
           05  OP-FUNCS        PIC X(10).
       WORKING-STORAGE SECTION.
       01  WORKING-ITEMS.
           05  VALID-SW        PIC X.
           05  DM-EOF-SWITCH   PIC X       VALUE 'N'.
           05  OP-EOF-SWITCH   PIC X       VALUE 'N'.
           05  WS-DEPT-STATUS  PIC XX.
           05  WS-AUDIT-STATUS PIC XX.
           05  WS-OPER-STATUS  PIC XX.
           05  WS-OPER-OK-SW   PIC X.
               88  OPERATOR-VALID          VALUE 'Y'.
           05  WS-FUNC-TALLY   PIC 9(2).
           05  WS-RUN-DATE     PIC 9(8).
           05  OPERATOR-ID     PIC X(5).
           05  MENU-CHOICE     PIC X       VALUE SPACE.
           05  MAINT-DEPT-CODE PIC XX.
           05  MAINT-DEPT-NAME PIC X(10).
           05  MAINT-SHORT-NAME PIC X(8).
           05  MAINT-COST-CTR  PIC X(4).
           05  MAINT-TAXABLE   PIC X.
           05  WS-FOUND-SW     PIC X.
               88  DEPT-ON-FILE            VALUE 'Y'.
           05  WS-DUP-SW       PIC X.
               88  SHORT-NAME-TAKEN        VALUE 'Y'.
           05  WS-CHANGED-SW   PIC X       VALUE 'N'.
               88  MASTER-CHANGED          VALUE 'Y'.
           05  WS-DM-SUB       PIC 9(3).
           05  WS-BEFORE-IMAGE PIC X(26).
      * THE FOUR STORE DEPARTMENTS THE CHAIN OPENED WITH, USED TO
      * START THE MASTER WHEN DEPTMAST.DAT IS NOT ON FILE YET.
       01  DEPT-SEED-VALUES.
           05  FILLER          PIC X(26)   VALUE
               "01HOME      HOME    A0100Y".
           05  FILLER          PIC X(26)   VALUE
               "02ELECTRONICELECTRONA0200Y".
           05  FILLER          PIC X(26)   VALUE
               "03GROCERY   GROCERY A0300N".
           05  FILLER          PIC X(26)   VALUE
               "04AUTO      AUTO    A0400Y".
       01  DEPT-SEED-TABLE REDEFINES DEPT-SEED-VALUES.
           05  DEPT-SEED-ENTRY OCCURS 4 TIMES PIC X(26).
       01  OPER-MASTER-TABLE.
           05  OP-COUNT        PIC 9(4)    VALUE ZERO.
           05  OP-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON OP-COUNT
                   INDEXED BY OP-INDX.
               10  OP-T-ID         PIC X(5).
               10  OP-T-ACTIVE     PIC X.
               10  OP-T-FUNCS      PIC X(10).
       01  DEPT-MASTER-TABLE.
           05  DT-COUNT        PIC 9(3)    VALUE ZERO.
           05  DT-ENTRY OCCURS 1 TO 99 TIMES
                   DEPENDING ON DT-COUNT
                   INDEXED BY DT-INDX.
               10  DT-DEPT-CODE    PIC 99.
               10  DT-DEPT-NAME    PIC X(10).
               10  DT-SHORT-NAME   PIC X(8).
               10  DT-ACTIVE       PIC X.
               10  DT-COST-CTR     PIC X(4).
               10  DT-TAXABLE      PIC X.
       01  LIST-HEADING.
           05  FILLER          PIC X(42)   VALUE
               "CD NAME       SHORT    ACT CTR  TAX".
       01  LIST-LINE.
           05  LL-DEPT-CODE    PIC 99.
           05  FILLER          PIC X       VALUE SPACE.
           05  LL-DEPT-NAME    PIC X(10).
           05  FILLER          PIC X       VALUE SPACE.
           05  LL-SHORT-NAME   PIC X(8).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  LL-ACTIVE       PIC X.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  LL-COST-CTR     PIC X(4).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  LL-TAXABLE      PIC X.
      *
       PROCEDURE DIVISION.
       000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM 050-LOAD-DEPT-MASTER
           PERFORM 055-LOAD-OPER-MASTER
           PERFORM 060-OPEN-AUDIT
           PERFORM 070-ACCEPT-OPERATOR-ID
           PERFORM 100-MAINT-MENU UNTIL MENU-CHOICE = 'X'
           IF MASTER-CHANGED
               PERFORM 800-SAVE-DEPT-MASTER
           END-IF
           CLOSE AUDIT-FILE

           DISPLAY SPACE
           DISPLAY '--END OF DEPARTMENT MAINTENANCE--'
           STOP RUN.
      * LOADS DEPTMAST.DAT INTO A RUNTIME TABLE. MAINTENANCE IS DONE
      * AGAINST THE TABLE AND THE FILE IS REWRITTEN AT THE END. WITH
      * NO MASTER ON FILE THE FOUR ORIGINAL STORE DEPARTMENTS ARE
      * LOADED AND THE MASTER IS WRITTEN FROM THEM AT THE END, SO THE
      * FIRST RUN CREATES IT.
       050-LOAD-DEPT-MASTER.
           OPEN INPUT DEPT-MASTER-FILE
           IF WS-DEPT-STATUS NOT = "00"
               MOVE 'Y' TO DM-EOF-SWITCH
               DISPLAY 'DEPTMAST.DAT NOT ON FILE - STARTING FROM THE'
                   ' FOUR STORE DEPARTMENTS.'
               PERFORM VARYING WS-DM-SUB FROM 1 BY 1
                       UNTIL WS-DM-SUB > 4
                   ADD 1 TO DT-COUNT
                   MOVE DEPT-SEED-ENTRY(WS-DM-SUB) TO DT-ENTRY(DT-COUNT)
               END-PERFORM
               MOVE 'Y' TO WS-CHANGED-SW
           END-IF
           PERFORM UNTIL DM-EOF-SWITCH = 'Y'
               READ DEPT-MASTER-FILE
                   AT END
                       MOVE 'Y' TO DM-EOF-SWITCH
                   NOT AT END
                       IF DT-COUNT < 99 AND DM-DEPT-CODE IS NUMERIC
                           ADD 1 TO DT-COUNT
                           MOVE DM-REC TO DT-ENTRY(DT-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-DEPT-STATUS NOT = "35"
               CLOSE DEPT-MASTER-FILE
           END-IF.
      * LOADS THE OPERATOR MASTER SO THE SIGN-ON CAN ENFORCE THE 'M'
      * (MASTERS) FUNCTION FLAG. A MISSING FILE FALLS BACK TO THE
      * NON-BLANK RULE, AS IN CUSTOMER MAINTENANCE.
       055-LOAD-OPER-MASTER.
           OPEN INPUT OPER-MASTER-FILE
           IF WS-OPER-STATUS NOT = "00"
               MOVE 'Y' TO OP-EOF-SWITCH
           END-IF
           PERFORM UNTIL OP-EOF-SWITCH = 'Y'
               READ OPER-MASTER-FILE
                   AT END
                       MOVE 'Y' TO OP-EOF-SWITCH
                   NOT AT END
                       IF OP-COUNT < 500
                           ADD 1 TO OP-COUNT
                           MOVE OP-ID     TO OP-T-ID(OP-COUNT)
                           MOVE OP-ACTIVE TO OP-T-ACTIVE(OP-COUNT)
                           MOVE OP-FUNCS  TO OP-T-FUNCS(OP-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-OPER-STATUS NOT = "35"
               CLOSE OPER-MASTER-FILE
           END-IF.
      * OPENS THE AUDIT FILE FOR EXTEND WITH THE USUAL FIRST-RUN
      * FALLBACK.
       060-OPEN-AUDIT.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-FILE
           END-IF.
      * CAPTURES THE OPERATOR ID ONCE AT STARTUP. IT IS STAMPED ONTO
      * EVERY AUDIT RECORD WRITTEN THIS SESSION.
       070-ACCEPT-OPERATOR-ID.
           DISPLAY 'ENTER OPERATOR ID:'
           ACCEPT OPERATOR-ID
           MOVE 'N' TO VALID-SW
           PERFORM UNTIL VALID-SW = 'Y'
               PERFORM 075-VALIDATE-OPERATOR
               IF OPERATOR-VALID
                   MOVE 'Y' TO VALID-SW
               ELSE
                   DISPLAY 'ENTER OPERATOR ID:'
                   ACCEPT OPERATOR-ID
               END-IF
           END-PERFORM.
      * AN ACTIVE OPERATOR CARRYING THE 'M' FUNCTION FLAG (BLANK
      * OP-FUNCS ALLOWS EVERYTHING) MAY CHANGE THE DEPARTMENT MASTER.
       075-VALIDATE-OPERATOR.
           MOVE 'N' TO WS-OPER-OK-SW
           IF OPERATOR-ID = SPACE
               DISPLAY 'INVALID OPERATOR ID.'
           ELSE
               IF OP-COUNT = ZERO
                   MOVE 'Y' TO WS-OPER-OK-SW
               ELSE
                   PERFORM VARYING OP-INDX FROM 1 BY 1
                           UNTIL OP-INDX > OP-COUNT
                       IF OP-T-ID(OP-INDX) = OPERATOR-ID
                          AND OP-T-ACTIVE(OP-INDX) = 'A'
                           IF OP-T-FUNCS(OP-INDX) = SPACES
                               MOVE 'Y' TO WS-OPER-OK-SW
                           ELSE
                               MOVE ZERO TO WS-FUNC-TALLY
                               INSPECT OP-T-FUNCS(OP-INDX)
                                   TALLYING WS-FUNC-TALLY
                                   FOR ALL 'M'
                               IF WS-FUNC-TALLY > ZERO
                                   MOVE 'Y' TO WS-OPER-OK-SW
                               END-IF
                           END-IF
                       END-IF
                   END-PERFORM
                   IF NOT OPERATOR-VALID
                       DISPLAY 'OPERATOR NOT ON FILE, INACTIVE, OR'
                           ' NOT AUTHORIZED FOR MASTERS.'
                   END-IF
               END-IF
           END-IF.
      * DISPLAYS THE MAINTENANCE MENU AND ROUTES THE CHOICE.
       100-MAINT-MENU.
           DISPLAY SPACE
           DISPLAY 'A-ADD DEPARTMENT  C-CHANGE  D-DEACTIVATE'
               '  L-LIST  X-EXIT'
           ACCEPT MENU-CHOICE
           EVALUATE MENU-CHOICE
               WHEN 'A'
                   PERFORM 200-ADD-DEPARTMENT
               WHEN 'C'
                   PERFORM 300-CHANGE-DEPARTMENT
               WHEN 'D'
                   PERFORM 400-DEACTIVATE-DEPARTMENT
               WHEN 'L'
                   PERFORM 500-LIST-DEPARTMENTS
               WHEN 'X'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'INVALID CHOICE'
           END-EVALUATE.
      * ACCEPTS A TWO-DIGIT DEPARTMENT CODE, 01-99.
       140-ACCEPT-DEPT-CODE.
           ACCEPT MAINT-DEPT-CODE
           PERFORM UNTIL MAINT-DEPT-CODE IS NUMERIC
                         AND MAINT-DEPT-CODE NOT = '00'
               DISPLAY 'INVALID CODE - TWO DIGITS, 01-99.'
               DISPLAY 'ENTER DEPARTMENT CODE:'
               ACCEPT MAINT-DEPT-CODE
           END-PERFORM.
      * LOOKS THE DEPARTMENT CODE UP IN THE TABLE AND LEAVES ITS
      * POSITION IN WS-DM-SUB WHEN FOUND.
       150-FIND-IN-TABLE.
           MOVE 'N' TO WS-FOUND-SW
           MOVE ZERO TO WS-DM-SUB
           PERFORM VARYING DT-INDX FROM 1 BY 1
                   UNTIL DT-INDX > DT-COUNT
               IF DT-DEPT-CODE(DT-INDX) = MAINT-DEPT-CODE
                   MOVE 'Y' TO WS-FOUND-SW
                   SET WS-DM-SUB TO DT-INDX
               END-IF
           END-PERFORM.
      * ADDS A NEW DEPARTMENT, ACTIVE BY DEFAULT.
       200-ADD-DEPARTMENT.
           DISPLAY 'ENTER NEW DEPARTMENT CODE (01-09 STORE, 10-99'
               ' OTHER):'
           PERFORM 140-ACCEPT-DEPT-CODE
           PERFORM 150-FIND-IN-TABLE
           EVALUATE TRUE
               WHEN DEPT-ON-FILE
                   DISPLAY 'DEPARTMENT ALREADY ON FILE.'
               WHEN DT-COUNT NOT < 99
                   DISPLAY 'DEPARTMENT TABLE IS FULL.'
               WHEN OTHER
                   PERFORM 210-ACCEPT-NAMES
                   PERFORM 220-ACCEPT-COST-CTR
                   PERFORM 230-ACCEPT-TAXABLE
                   ADD 1 TO DT-COUNT
                   MOVE DT-COUNT TO WS-DM-SUB
                   MOVE MAINT-DEPT-CODE TO DT-DEPT-CODE(WS-DM-SUB)
                   MOVE 'A' TO DT-ACTIVE(WS-DM-SUB)
                   MOVE SPACES TO WS-BEFORE-IMAGE
                   PERFORM 250-STORE-DEPARTMENT
                   MOVE 'ADD' TO AU-ACTION
                   PERFORM 700-WRITE-AUDIT
                   DISPLAY 'DEPARTMENT ADDED.'
           END-EVALUATE.
      * ACCEPTS THE DEPARTMENT NAME AND THE SHORT NAME. THE SHORT NAME
      * MAY NOT BELONG TO ANY OTHER DEPARTMENT, ACTIVE OR NOT, SINCE
      * EMPLOYEE AND GL MAP ROWS ARE MATCHED TO A DEPARTMENT BY IT.
       210-ACCEPT-NAMES.
           DISPLAY 'ENTER DEPARTMENT NAME:'
           ACCEPT MAINT-DEPT-NAME
           PERFORM UNTIL MAINT-DEPT-NAME NOT = SPACE
               DISPLAY 'INVALID NAME.'
               DISPLAY 'ENTER DEPARTMENT NAME:'
               ACCEPT MAINT-DEPT-NAME
           END-PERFORM
           DISPLAY 'ENTER SHORT NAME (8 CHARS, PAYROLL AND GL):'
           ACCEPT MAINT-SHORT-NAME
           MOVE 'N' TO VALID-SW
           PERFORM UNTIL VALID-SW = 'Y'
               PERFORM 215-CHECK-SHORT-NAME
               EVALUATE TRUE
                   WHEN MAINT-SHORT-NAME = SPACE
                       DISPLAY 'INVALID SHORT NAME.'
                   WHEN SHORT-NAME-TAKEN
                       DISPLAY 'SHORT NAME BELONGS TO ANOTHER'
                           ' DEPARTMENT.'
                   WHEN OTHER
                       MOVE 'Y' TO VALID-SW
               END-EVALUATE
               IF VALID-SW NOT = 'Y'
                   DISPLAY 'ENTER SHORT NAME:'
                   ACCEPT MAINT-SHORT-NAME
               END-IF
           END-PERFORM.
      * SETS SHORT-NAME-TAKEN WHEN A DEPARTMENT OTHER THAN THE ONE
      * BEING MAINTAINED ALREADY CARRIES THE SHORT NAME.
       215-CHECK-SHORT-NAME.
           MOVE 'N' TO WS-DUP-SW
           PERFORM VARYING DT-INDX FROM 1 BY 1
                   UNTIL DT-INDX > DT-COUNT
               IF DT-SHORT-NAME(DT-INDX) = MAINT-SHORT-NAME
                  AND DT-DEPT-CODE(DT-INDX) NOT = MAINT-DEPT-CODE
                   MOVE 'Y' TO WS-DUP-SW
               END-IF
           END-PERFORM.
      * ACCEPTS THE GL COST CENTER THE DEPARTMENT'S ACTIVITY IS
      * CHARGED TO.
       220-ACCEPT-COST-CTR.
           DISPLAY 'ENTER GL COST CENTER (4 DIGITS):'
           ACCEPT MAINT-COST-CTR
           PERFORM UNTIL MAINT-COST-CTR IS NUMERIC
               DISPLAY 'INVALID COST CENTER.'
               DISPLAY 'ENTER GL COST CENTER (4 DIGITS):'
               ACCEPT MAINT-COST-CTR
           END-PERFORM.
      * ACCEPTS WHETHER THE DEPARTMENT'S SALES ARE TAXABLE.
       230-ACCEPT-TAXABLE.
           DISPLAY 'SALES TAXABLE? (Y/N):'
           ACCEPT MAINT-TAXABLE
           PERFORM UNTIL MAINT-TAXABLE = 'Y' OR MAINT-TAXABLE = 'N'
               DISPLAY 'INVALID FLAG.'
               DISPLAY 'SALES TAXABLE? (Y/N):'
               ACCEPT MAINT-TAXABLE
           END-PERFORM.
      * MOVES THE ACCEPTED FIELDS INTO THE TABLE ROW AT WS-DM-SUB.
       250-STORE-DEPARTMENT.
           MOVE MAINT-DEPT-NAME  TO DT-DEPT-NAME(WS-DM-SUB)
           MOVE MAINT-SHORT-NAME TO DT-SHORT-NAME(WS-DM-SUB)
           MOVE MAINT-COST-CTR   TO DT-COST-CTR(WS-DM-SUB)
           MOVE MAINT-TAXABLE    TO DT-TAXABLE(WS-DM-SUB)
           MOVE 'Y' TO WS-CHANGED-SW.
      * CHANGES AN EXISTING DEPARTMENT. THE CURRENT VALUES ARE SHOWN
      * AND EVERY FIELD IS RE-KEYED. A DEACTIVATED DEPARTMENT CAN BE
      * REACTIVATED HERE.
       300-CHANGE-DEPARTMENT.
           DISPLAY 'ENTER DEPARTMENT CODE TO CHANGE:'
           PERFORM 140-ACCEPT-DEPT-CODE
           PERFORM 150-FIND-IN-TABLE
           IF NOT DEPT-ON-FILE
               DISPLAY 'DEPARTMENT NOT ON FILE.'
           ELSE
               MOVE DT-ENTRY(WS-DM-SUB) TO WS-BEFORE-IMAGE
               DISPLAY 'CURRENT: ' DT-DEPT-NAME(WS-DM-SUB)
                   '  SHORT ' DT-SHORT-NAME(WS-DM-SUB)
                   '  CTR ' DT-COST-CTR(WS-DM-SUB)
                   '  TAXABLE ' DT-TAXABLE(WS-DM-SUB)
                   '  ACTIVE ' DT-ACTIVE(WS-DM-SUB)
               PERFORM 210-ACCEPT-NAMES
               PERFORM 220-ACCEPT-COST-CTR
               PERFORM 230-ACCEPT-TAXABLE
               PERFORM 250-STORE-DEPARTMENT
               IF DT-ACTIVE(WS-DM-SUB) NOT = 'A'
                   DISPLAY 'DEPARTMENT IS INACTIVE - REACTIVATE?'
                       ' (Y/N):'
                   ACCEPT VALID-SW
                   IF VALID-SW = 'Y'
                       MOVE 'A' TO DT-ACTIVE(WS-DM-SUB)
                   END-IF
               END-IF
               MOVE 'CHANGE' TO AU-ACTION
               PERFORM 700-WRITE-AUDIT
               DISPLAY 'DEPARTMENT CHANGED.'
           END-IF.
      * MARKS A DEPARTMENT INACTIVE SO ENTRY, PAYROLL AND THE GL
      * FEEDS REJECT IT. THE ROW STAYS ON FILE SO HISTORY STILL
      * PRINTS ITS NAME.
       400-DEACTIVATE-DEPARTMENT.
           DISPLAY 'ENTER DEPARTMENT CODE TO DEACTIVATE:'
           PERFORM 140-ACCEPT-DEPT-CODE
           PERFORM 150-FIND-IN-TABLE
           IF NOT DEPT-ON-FILE
               DISPLAY 'DEPARTMENT NOT ON FILE.'
           ELSE
               MOVE DT-ENTRY(WS-DM-SUB) TO WS-BEFORE-IMAGE
               MOVE 'I' TO DT-ACTIVE(WS-DM-SUB)
               MOVE 'Y' TO WS-CHANGED-SW
               MOVE 'DEACTIVATE' TO AU-ACTION
               PERFORM 700-WRITE-AUDIT
               DISPLAY 'DEPARTMENT DEACTIVATED.'
           END-IF.
      * LISTS THE MASTER AS IT STANDS IN THIS SESSION.
       500-LIST-DEPARTMENTS.
           DISPLAY LIST-HEADING
           PERFORM VARYING DT-INDX FROM 1 BY 1
                   UNTIL DT-INDX > DT-COUNT
               MOVE DT-DEPT-CODE(DT-INDX)  TO LL-DEPT-CODE
               MOVE DT-DEPT-NAME(DT-INDX)  TO LL-DEPT-NAME
               MOVE DT-SHORT-NAME(DT-INDX) TO LL-SHORT-NAME
               MOVE DT-ACTIVE(DT-INDX)     TO LL-ACTIVE
               MOVE DT-COST-CTR(DT-INDX)   TO LL-COST-CTR
               MOVE DT-TAXABLE(DT-INDX)    TO LL-TAXABLE
               DISPLAY LIST-LINE
           END-PERFORM.
      * WRITES ONE AUDIT RECORD FOR THE CHANGE JUST MADE, WITH THE
      * WHOLE DEPARTMENT ROW BEFORE AND AFTER.
       700-WRITE-AUDIT.
           MOVE WS-RUN-DATE         TO AU-DATE
           MOVE OPERATOR-ID         TO AU-OPERATOR
           MOVE DT-DEPT-CODE(WS-DM-SUB) TO AU-DEPT-CODE
           MOVE WS-BEFORE-IMAGE     TO AU-BEFORE
           MOVE DT-ENTRY(WS-DM-SUB) TO AU-AFTER
           WRITE AUDIT-REC.
      * REWRITES DEPTMAST.DAT FROM THE MAINTAINED TABLE.
       800-SAVE-DEPT-MASTER.
           OPEN OUTPUT DEPT-MASTER-FILE
           PERFORM VARYING DT-INDX FROM 1 BY 1
                   UNTIL DT-INDX > DT-COUNT
               MOVE DT-ENTRY(DT-INDX) TO DM-REC
               WRITE DM-REC
           END-PERFORM
           CLOSE DEPT-MASTER-FILE.

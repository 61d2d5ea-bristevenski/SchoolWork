       IDENTIFICATION DIVISION.
       PROGRAM-ID. PosControl.
       AUTHOR. Brianna Muleski
       DATE-WRITTEN. 10/13/14
      ******************************************************************
      * Purpose:
      *     Position control. POSITION.DAT holds every budgeted
      *     position - its office, department, job class, budgeted
      *     annual salary, and whether it is vacant or filled and by
      *     whom. EmpOnboard hires only into a vacant position and
      *     fills it; a termination vacates it. From the menu:
      *         A - add a budgeted position (vacant)
      *         E - eliminate a vacant position
      *         F - seat a current employee in a vacant position,
      *             for the initial load and for transfers
      *         R - the position control report, by office:
      *             budgeted against filled headcount and salary
      *             dollars, each position with its incumbent's
      *             annual salary, vacancies marked, and active
      *             employees holding no position listed as
      *             over-hires under the office their department
      *             belongs to.
      *     Actual annual salary is the per-period salary times 52
      *     for salaried employees and the PAYRATE.DAT rate times
      *     2080 hours for hourly ones.
      *
      * Input:
      *     POSITION.DAT  - budgeted positions
      *     EMPMASTER.DAT - employee name, department, pay type
      *     PAYRATE.DAT   - hourly rates
      *     OLDMASTER.DAT - payroll master status ('T' terminated)
      *     DEPTMAST.DAT  - department master; a new position's
      *                     department must be active on it
      *     Menu choices and positions at the console
      * Output:
      *     POSITION.DAT  - rewritten with the maintained positions
      *     POSCTL.RPT    - position control report
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSITION-FILE ASSIGN TO "POSITION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POS-STATUS.
           SELECT EMP-FILE ASSIGN TO "EMPMASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMP-STATUS.
           SELECT PAYRATE-FILE ASSIGN TO "PAYRATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRATE-STATUS.
           SELECT OLDMASTER-FILE ASSIGN TO "OLDMASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MSTR-STATUS.
           SELECT DEPTMAST-FILE ASSIGN TO "DEPTMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DM-STATUS.
           SELECT REPORT-FILE ASSIGN TO "POSCTL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      * ONE ROW PER BUDGETED POSITION. PS-STATUS 'V' VACANT OR 'F'
      * FILLED BY PS-EMP-ID SINCE PS-STATUS-DATE.
       FD  POSITION-FILE.
       01  POSITION-REC.
           05  PS-POS-NO       PIC X(5).
           05  PS-OFFICE       PIC 99.
           05  PS-DEPT         PIC X(8).
           05  PS-JOB-CLASS    PIC 99.
           05  PS-BUDGET-SAL   PIC 9(6).
           05  PS-STATUS       PIC X.
           05  PS-EMP-ID       PIC X(4).
           05  PS-STATUS-DATE  PIC 9(8).
       FD  EMP-FILE.
       01  EMP-REC.
           05  EM-EMP-ID       PIC X(4).
           05  EM-EMP-NM       PIC X(15).
           05  EM-EMP-DEPT     PIC X(8).
           05  EM-PAY-TYPE     PIC X.
           05  EM-SALARY       PIC 9(5)V99.
           05  EM-WORK-STATE   PIC XX.
           05  EM-WC-CLASS     PIC X(4).
           05  EM-STREET       PIC X(25).
           05  EM-CITY         PIC X(15).
           05  EM-ADDR-STATE   PIC XX.
           05  EM-ZIP          PIC X(5).
           05  EM-HIRE-DATE    PIC 9(8).
           05  EM-HIRE-STATE   PIC XX.
       FD  PAYRATE-FILE.
       01  PAYRATE-REC.
           05  PR-EMP-ID       PIC X(4).
           05  PR-PAY-RT       PIC 999V9.
       FD  OLDMASTER-FILE.
       01  OLD-REC.
           05  O-EMP-ID        PIC X(4).
           05  O-REST-1        PIC X(51).
           05  O-EMP-STATUS    PIC X.
           05  O-REST-2        PIC X(92).
       FD  DEPTMAST-FILE.
       01  DEPTMAST-REC.
           05  DM-DEPT-CODE    PIC 99.
           05  DM-DEPT-NAME    PIC X(10).
           05  DM-SHORT-NAME   PIC X(8).
           05  DM-ACTIVE       PIC X.
           05  DM-COST-CTR     PIC X(4).
           05  DM-TAXABLE      PIC X.
       FD  REPORT-FILE.
       01  REPORT-REC          PIC X(100).
       WORKING-STORAGE SECTION.
       01  WORKING-ITEMS.
           05  VALID-SW        PIC X.
           05  EOF-SWITCH      PIC X.
           05  WS-POS-STATUS   PIC XX.
           05  WS-EMP-STATUS   PIC XX.
           05  WS-PRATE-STATUS PIC XX.
           05  WS-MSTR-STATUS  PIC XX.
           05  WS-DM-STATUS    PIC XX.
           05  WS-DM-SUB       PIC 9(3).
           05  WS-DM-FOUND     PIC 9(3).
           05  WS-RUN-DATE     PIC 9(8).
           05  WS-MENU         PIC X.
           05  WS-CHANGED-SW   PIC X       VALUE 'N'.
               88  POSITIONS-CHANGED       VALUE 'Y'.
           05  WS-POS-NO       PIC X(5).
           05  WS-POS-FOUND    PIC 9(3).
           05  WS-POS-SUB      PIC 9(3).
           05  WS-EMP-ID       PIC X(4).
           05  WS-EMP-FOUND    PIC 9(3).
           05  WS-EMP-SUB      PIC 9(3).
           05  WS-HELD-FOUND   PIC 9(3).
           05  WS-NUM-X        PIC X(2).
           05  WS-NUM REDEFINES WS-NUM-X PIC 99.
           05  WS-SAL-X        PIC X(6).
           05  WS-SAL REDEFINES WS-SAL-X PIC 9(6).
           05  WS-NEW-OFFICE   PIC 99.
           05  WS-NEW-DEPT     PIC X(8).
           05  WS-NEW-CLASS    PIC 99.
           05  WS-NEW-BUDGET   PIC 9(6).
           05  WS-OFF-SUB      PIC 9(3).
           05  WS-OFF-LINES    PIC 9(3).
           05  WS-ACTUAL-SAL   PIC 9(7)V99.
       01  CONSTANTS.
           05  WEEKS-PER-YEAR  PIC 99      VALUE 52.
           05  HOURS-PER-YEAR  PIC 9(4)    VALUE 2080.
       01  POSITION-TABLE.
           05  PS-COUNT        PIC 9(3)    VALUE ZERO.
           05  PS-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON PS-COUNT.
               10  PS-T-POS-NO     PIC X(5).
               10  PS-T-OFFICE     PIC 99.
               10  PS-T-DEPT       PIC X(8).
               10  PS-T-JOB-CLASS  PIC 99.
               10  PS-T-BUDGET-SAL PIC 9(6).
               10  PS-T-STATUS     PIC X.
                   88  PS-T-VACANT             VALUE 'V'.
                   88  PS-T-FILLED             VALUE 'F'.
               10  PS-T-EMP-ID     PIC X(4).
               10  PS-T-STATUS-DATE PIC 9(8).
      * ACTIVE DEPARTMENTS FROM THE MASTER BY SHORT NAME. DM-COUNT
      * STAYS ZERO WITHOUT THE MASTER AND ANY DEPARTMENT IS TAKEN.
       01  DEPT-MASTER-TABLE.
           05  DM-COUNT        PIC 9(3)    VALUE ZERO.
           05  DM-ENTRY OCCURS 1 TO 99 TIMES
                   DEPENDING ON DM-COUNT.
               10  DM-T-SHORT-NAME PIC X(8).
               10  DM-T-DEPT-NAME  PIC X(10).
       01  EMP-TABLE.
           05  EMP-COUNT       PIC 9(3)    VALUE ZERO.
           05  EMP-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON EMP-COUNT.
               10  ET-EMP-ID       PIC X(4).
               10  ET-EMP-NM       PIC X(15).
               10  ET-DEPT         PIC X(8).
               10  ET-PAY-TYPE     PIC X.
               10  ET-SALARY       PIC 9(5)V99.
               10  ET-PAY-RT       PIC 999V9.
               10  ET-STATUS       PIC X.
                   88  ET-TERMINATED           VALUE 'T'.
               10  ET-OFFICE       PIC 99.
               10  ET-HELD-SW      PIC X.
                   88  ET-HOLDS-POSITION       VALUE 'Y'.
      * ONE ROW PER OFFICE 00-99 (SUBSCRIPT IS THE OFFICE PLUS ONE).
      * OFFICE 00 COLLECTS OVER-HIRES WHOSE DEPARTMENT HAS NO
      * POSITION ANYWHERE.
       01  OFFICE-TABLE.
           05  OF-ENTRY OCCURS 100 TIMES.
               10  OF-BUDGET-CT    PIC 9(4).
               10  OF-FILLED-CT    PIC 9(4).
               10  OF-VACANT-CT    PIC 9(4).
               10  OF-OVER-CT      PIC 9(4).
               10  OF-BUDGET-AMT   PIC 9(9).
               10  OF-VACANT-AMT   PIC 9(9).
               10  OF-ACTUAL-AMT   PIC 9(9)V99.
       01  GRAND-TOTALS.
           05  GT-BUDGET-CT    PIC 9(4)    VALUE ZERO.
           05  GT-FILLED-CT    PIC 9(4)    VALUE ZERO.
           05  GT-VACANT-CT    PIC 9(4)    VALUE ZERO.
           05  GT-OVER-CT      PIC 9(4)    VALUE ZERO.
           05  GT-BUDGET-AMT   PIC 9(9)    VALUE ZERO.
           05  GT-VACANT-AMT   PIC 9(9)    VALUE ZERO.
           05  GT-ACTUAL-AMT   PIC 9(9)V99 VALUE ZERO.
       01  HD-TITLE.
           05  FILLER          PIC X(6)    VALUE "DATE: ".
           05  HD-MM           PIC 99.
           05  FILLER          PIC X       VALUE "/".
           05  HD-DD           PIC 99.
           05  FILLER          PIC X       VALUE "/".
           05  HD-YEAR         PIC 9(4).
           05  FILLER          PIC X(8)    VALUE SPACES.
           05  FILLER          PIC X(40)   VALUE
                   "POSITION CONTROL - BUDGETED VS FILLED".
       01  HD-COLUMNS.
           05  FILLER          PIC X(40)   VALUE
               "POS#   DEPT      JOB  BUDGET SAL  EMP   ".
           05  FILLER          PIC X(40)   VALUE
               "NAME             ACTUAL SAL  STATUS".
       01  OFFICE-HEADING.
           05  FILLER          PIC X(7)    VALUE "OFFICE ".
           05  OH-OFFICE       PIC 99.
           05  OH-NOTE         PIC X(40).
       01  POS-DETAIL.
           05  PD-POS-NO       PIC X(5).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  PD-DEPT         PIC X(8).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  PD-JOB-CLASS    PIC X(2).
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  PD-BUDGET       PIC $ZZZ,ZZ9.
           05  PD-BUDGET-X REDEFINES PD-BUDGET PIC X(8).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  PD-EMP-ID       PIC X(4).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  PD-EMP-NM       PIC X(15).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  PD-ACTUAL       PIC $Z,ZZZ,ZZ9.
           05  PD-ACTUAL-X REDEFINES PD-ACTUAL PIC X(10).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  PD-STATUS       PIC X(12).
       01  OFFICE-TOTAL-1.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  OT-LABEL        PIC X(10).
           05  FILLER          PIC X(11)   VALUE "BUDGETED:".
           05  OT-BUDGET-CT    PIC ZZZ9.
           05  FILLER          PIC X(11)   VALUE "   FILLED:".
           05  OT-FILLED-CT    PIC ZZZ9.
           05  FILLER          PIC X(11)   VALUE "   VACANT:".
           05  OT-VACANT-CT    PIC ZZZ9.
           05  FILLER          PIC X(14)   VALUE "   OVER-HIRES:".
           05  OT-OVER-CT      PIC ZZZ9.
       01  OFFICE-TOTAL-2.
           05  FILLER          PIC X(14)   VALUE SPACES.
           05  FILLER          PIC X(11)   VALUE "BUDGET $:".
           05  OT-BUDGET-AMT   PIC ZZZ,ZZZ,ZZ9.
           05  FILLER          PIC X(11)   VALUE "  ACTUAL $:".
           05  OT-ACTUAL-AMT   PIC ZZZ,ZZZ,ZZ9.
           05  FILLER          PIC X(12)   VALUE "  VACANT $:".
           05  OT-VACANT-AMT   PIC ZZZ,ZZZ,ZZ9.
       PROCEDURE DIVISION.
       000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM 050-LOAD-POSITIONS
           PERFORM 060-LOAD-EMPLOYEES
           PERFORM 070-LOAD-RATES
           PERFORM 080-LOAD-STATUS
           PERFORM 090-LOAD-DEPARTMENTS
           MOVE SPACE TO WS-MENU
           PERFORM 100-MENU-CHOICE
               UNTIL WS-MENU = 'Q'
           IF POSITIONS-CHANGED
               PERFORM 900-SAVE-POSITIONS
           END-IF
           DISPLAY SPACE
           DISPLAY PS-COUNT ' POSITIONS ON FILE.'
           DISPLAY '--END OF POSITION CONTROL--'
           STOP RUN.
      ******************************************************************
      * Loads the position master. No file yet means no positions.
      ******************************************************************
       050-LOAD-POSITIONS.
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
                       IF PS-COUNT < 500
                           ADD 1 TO PS-COUNT
                           MOVE POSITION-REC TO PS-ENTRY(PS-COUNT)
                       ELSE
                           DISPLAY 'POSITION TABLE FULL - SESSION '
                               'STOPPED.'
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           IF WS-POS-STATUS NOT = "35"
               CLOSE POSITION-FILE
           END-IF.
       060-LOAD-EMPLOYEES.
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT EMP-FILE
           IF WS-EMP-STATUS NOT = "00"
               MOVE 'Y' TO EOF-SWITCH
               DISPLAY 'WARNING: EMPMASTER.DAT NOT ON FILE.'
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ EMP-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       IF EMP-COUNT < 500
                           ADD 1 TO EMP-COUNT
                           MOVE EM-EMP-ID   TO ET-EMP-ID(EMP-COUNT)
                           MOVE EM-EMP-NM   TO ET-EMP-NM(EMP-COUNT)
                           MOVE EM-EMP-DEPT TO ET-DEPT(EMP-COUNT)
                           MOVE EM-PAY-TYPE TO ET-PAY-TYPE(EMP-COUNT)
                           MOVE EM-SALARY   TO ET-SALARY(EMP-COUNT)
                           MOVE ZERO   TO ET-PAY-RT(EMP-COUNT)
                                          ET-OFFICE(EMP-COUNT)
                           MOVE SPACE  TO ET-STATUS(EMP-COUNT)
                           MOVE 'N'    TO ET-HELD-SW(EMP-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-EMP-STATUS NOT = "35"
               CLOSE EMP-FILE
           END-IF.
       070-LOAD-RATES.
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT PAYRATE-FILE
           IF WS-PRATE-STATUS NOT = "00"
               MOVE 'Y' TO EOF-SWITCH
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ PAYRATE-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       MOVE PR-EMP-ID TO WS-EMP-ID
                       PERFORM 300-FIND-EMPLOYEE
                       IF WS-EMP-FOUND > ZERO
                           MOVE PR-PAY-RT TO ET-PAY-RT(WS-EMP-FOUND)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PRATE-STATUS NOT = "35"
               CLOSE PAYRATE-FILE
           END-IF.
       080-LOAD-STATUS.
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT OLDMASTER-FILE
           IF WS-MSTR-STATUS NOT = "00"
               MOVE 'Y' TO EOF-SWITCH
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ OLDMASTER-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       MOVE O-EMP-ID TO WS-EMP-ID
                       PERFORM 300-FIND-EMPLOYEE
                       IF WS-EMP-FOUND > ZERO
                           MOVE O-EMP-STATUS TO
                               ET-STATUS(WS-EMP-FOUND)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-MSTR-STATUS NOT = "35"
               CLOSE OLDMASTER-FILE
           END-IF.
      ******************************************************************
      * Loads the active departments from the department master.
      ******************************************************************
       090-LOAD-DEPARTMENTS.
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT DEPTMAST-FILE
           IF WS-DM-STATUS NOT = "00"
               MOVE 'Y' TO EOF-SWITCH
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ DEPTMAST-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       IF DM-ACTIVE = 'A' AND DM-COUNT < 99
                           ADD 1 TO DM-COUNT
                           MOVE DM-SHORT-NAME TO
                               DM-T-SHORT-NAME(DM-COUNT)
                           MOVE DM-DEPT-NAME TO
                               DM-T-DEPT-NAME(DM-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-DM-STATUS NOT = "35"
               CLOSE DEPTMAST-FILE
           END-IF.
       100-MENU-CHOICE.
           DISPLAY SPACE
           DISPLAY 'A=ADD POSITION  E=ELIMINATE VACANT POSITION'
               '  F=FILL WITH CURRENT EMPLOYEE  R=REPORT  Q=QUIT:'
           ACCEPT WS-MENU
           EVALUATE WS-MENU
               WHEN 'A'
                   PERFORM 200-ADD-POSITION
               WHEN 'E'
                   PERFORM 250-ELIMINATE-POSITION
               WHEN 'F'
                   PERFORM 270-FILL-POSITION
               WHEN 'R'
                   PERFORM 500-POSITION-REPORT
               WHEN 'Q'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'INVALID CHOICE.'
           END-EVALUATE.
      ******************************************************************
      * A new budgeted position starts vacant.
      ******************************************************************
       200-ADD-POSITION.
           DISPLAY 'ENTER NEW POSITION NUMBER:'
           ACCEPT WS-POS-NO
           PERFORM 310-FIND-POSITION
           EVALUATE TRUE
               WHEN WS-POS-NO = SPACES
                   DISPLAY 'INVALID POSITION NUMBER.'
               WHEN WS-POS-FOUND > ZERO
                   DISPLAY 'POSITION ALREADY ON FILE.'
               WHEN PS-COUNT NOT < 500
                   DISPLAY 'POSITION TABLE FULL.'
               WHEN OTHER
                   PERFORM 210-ACCEPT-POSITION-DETAIL
                   ADD 1 TO PS-COUNT
                   MOVE WS-POS-NO     TO PS-T-POS-NO(PS-COUNT)
                   MOVE WS-NEW-OFFICE TO PS-T-OFFICE(PS-COUNT)
                   MOVE WS-NEW-DEPT   TO PS-T-DEPT(PS-COUNT)
                   MOVE WS-NEW-CLASS  TO PS-T-JOB-CLASS(PS-COUNT)
                   MOVE WS-NEW-BUDGET TO PS-T-BUDGET-SAL(PS-COUNT)
                   MOVE 'V'           TO PS-T-STATUS(PS-COUNT)
                   MOVE SPACES        TO PS-T-EMP-ID(PS-COUNT)
                   MOVE WS-RUN-DATE   TO PS-T-STATUS-DATE(PS-COUNT)
                   MOVE 'Y' TO WS-CHANGED-SW
                   DISPLAY 'POSITION ' WS-POS-NO ' ADDED - VACANT.'
           END-EVALUATE.
       210-ACCEPT-POSITION-DETAIL.
           MOVE ZERO TO WS-NEW-OFFICE
           PERFORM UNTIL WS-NEW-OFFICE > ZERO
               DISPLAY 'ENTER OFFICE NUMBER (01-99):'
               ACCEPT WS-NUM-X
               IF WS-NUM-X IS NUMERIC
                   MOVE WS-NUM TO WS-NEW-OFFICE
               END-IF
               IF WS-NEW-OFFICE = ZERO
                   DISPLAY 'INVALID OFFICE.'
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-NEW-DEPT
           PERFORM UNTIL WS-NEW-DEPT NOT = SPACES
               DISPLAY 'ENTER DEPARTMENT:'
               ACCEPT WS-NEW-DEPT
               IF WS-NEW-DEPT NOT = SPACES AND DM-COUNT > ZERO
                   PERFORM 215-FIND-DEPARTMENT
                   IF WS-DM-FOUND = ZERO
                       DISPLAY 'NOT AN ACTIVE DEPARTMENT ON '
                           'DEPTMAST.DAT.'
                       MOVE SPACES TO WS-NEW-DEPT
                   ELSE
                       DISPLAY 'DEPARTMENT: '
                           DM-T-DEPT-NAME(WS-DM-FOUND)
                   END-IF
               END-IF
           END-PERFORM
           MOVE ZERO TO WS-NEW-CLASS
           PERFORM UNTIL WS-NEW-CLASS > ZERO
               DISPLAY 'ENTER JOB CLASS (01-99):'
               ACCEPT WS-NUM-X
               IF WS-NUM-X IS NUMERIC
                   MOVE WS-NUM TO WS-NEW-CLASS
               END-IF
               IF WS-NEW-CLASS = ZERO
                   DISPLAY 'INVALID JOB CLASS.'
               END-IF
           END-PERFORM
           MOVE ZERO TO WS-NEW-BUDGET
           PERFORM UNTIL WS-NEW-BUDGET > ZERO
               DISPLAY 'ENTER BUDGETED ANNUAL SALARY (WHOLE DOLLARS,'
                   ' 6 DIGITS):'
               ACCEPT WS-SAL-X
               IF WS-SAL-X IS NUMERIC
                   MOVE WS-SAL TO WS-NEW-BUDGET
               END-IF
               IF WS-NEW-BUDGET = ZERO
                   DISPLAY 'INVALID SALARY.'
               END-IF
           END-PERFORM.
      ******************************************************************
      * Finds WS-NEW-DEPT among the active departments' short names.
      ******************************************************************
       215-FIND-DEPARTMENT.
           MOVE ZERO TO WS-DM-FOUND
           PERFORM VARYING WS-DM-SUB FROM 1 BY 1
                   UNTIL WS-DM-SUB > DM-COUNT
               IF DM-T-SHORT-NAME(WS-DM-SUB) = WS-NEW-DEPT
                   MOVE WS-DM-SUB TO WS-DM-FOUND
               END-IF
           END-PERFORM.
      ******************************************************************
      * Only a vacant position comes off the budget; a filled one has
      * to be vacated by the termination (or a transfer) first.
      ******************************************************************
       250-ELIMINATE-POSITION.
           DISPLAY 'ENTER POSITION NUMBER TO ELIMINATE:'
           ACCEPT WS-POS-NO
           PERFORM 310-FIND-POSITION
           EVALUATE TRUE
               WHEN WS-POS-FOUND = ZERO
                   DISPLAY 'POSITION NOT ON FILE.'
               WHEN NOT PS-T-VACANT(WS-POS-FOUND)
                   DISPLAY 'POSITION IS FILLED BY '
                       PS-T-EMP-ID(WS-POS-FOUND) ' - NOT ELIMINATED.'
               WHEN OTHER
                   PERFORM VARYING WS-POS-SUB FROM WS-POS-FOUND BY 1
                           UNTIL WS-POS-SUB NOT < PS-COUNT
                       MOVE PS-ENTRY(WS-POS-SUB + 1)
                           TO PS-ENTRY(WS-POS-SUB)
                   END-PERFORM
                   SUBTRACT 1 FROM PS-COUNT
                   MOVE 'Y' TO WS-CHANGED-SW
                   DISPLAY 'POSITION ' WS-POS-NO ' ELIMINATED.'
           END-EVALUATE.
      ******************************************************************
      * Seats an employee already on file in a vacant position. An
      * employee moving from another position leaves that one
      * vacant.
      ******************************************************************
       270-FILL-POSITION.
           DISPLAY 'ENTER POSITION NUMBER TO FILL:'
           ACCEPT WS-POS-NO
           PERFORM 310-FIND-POSITION
           DISPLAY 'ENTER EMPLOYEE ID:'
           ACCEPT WS-EMP-ID
           PERFORM 300-FIND-EMPLOYEE
           PERFORM 320-FIND-HELD-POSITION
           EVALUATE TRUE
               WHEN WS-POS-FOUND = ZERO
                   DISPLAY 'POSITION NOT ON FILE.'
               WHEN NOT PS-T-VACANT(WS-POS-FOUND)
                   DISPLAY 'POSITION IS ALREADY FILLED BY '
                       PS-T-EMP-ID(WS-POS-FOUND) '.'
               WHEN WS-EMP-FOUND = ZERO
                   DISPLAY 'EMPLOYEE NOT ON EMPMASTER.DAT.'
               WHEN ET-TERMINATED(WS-EMP-FOUND)
                   DISPLAY 'EMPLOYEE IS TERMINATED.'
               WHEN OTHER
                   IF WS-HELD-FOUND > ZERO
                       MOVE 'V'    TO PS-T-STATUS(WS-HELD-FOUND)
                       MOVE SPACES TO PS-T-EMP-ID(WS-HELD-FOUND)
                       MOVE WS-RUN-DATE TO
                           PS-T-STATUS-DATE(WS-HELD-FOUND)
                       DISPLAY 'POSITION ' PS-T-POS-NO(WS-HELD-FOUND)
                           ' VACATED.'
                   END-IF
                   MOVE 'F'         TO PS-T-STATUS(WS-POS-FOUND)
                   MOVE WS-EMP-ID   TO PS-T-EMP-ID(WS-POS-FOUND)
                   MOVE WS-RUN-DATE TO PS-T-STATUS-DATE(WS-POS-FOUND)
                   MOVE 'Y' TO WS-CHANGED-SW
                   DISPLAY 'POSITION ' WS-POS-NO ' FILLED BY '
                       WS-EMP-ID '.'
                   IF ET-DEPT(WS-EMP-FOUND) NOT =
                           PS-T-DEPT(WS-POS-FOUND)
                       DISPLAY 'NOTE: EMPMASTER.DAT HAS THE EMPLOYEE'
                           ' IN ' ET-DEPT(WS-EMP-FOUND)
                           ', THE POSITION IS IN '
                           PS-T-DEPT(WS-POS-FOUND) '.'
                   END-IF
           END-EVALUATE.
       300-FIND-EMPLOYEE.
           MOVE ZERO TO WS-EMP-FOUND
           PERFORM VARYING WS-EMP-SUB FROM 1 BY 1
                   UNTIL WS-EMP-SUB > EMP-COUNT
               IF ET-EMP-ID(WS-EMP-SUB) = WS-EMP-ID
                   MOVE WS-EMP-SUB TO WS-EMP-FOUND
               END-IF
           END-PERFORM.
       310-FIND-POSITION.
           MOVE ZERO TO WS-POS-FOUND
           PERFORM VARYING WS-POS-SUB FROM 1 BY 1
                   UNTIL WS-POS-SUB > PS-COUNT
               IF PS-T-POS-NO(WS-POS-SUB) = WS-POS-NO
                   MOVE WS-POS-SUB TO WS-POS-FOUND
               END-IF
           END-PERFORM.
      * THE FILLED POSITION WS-EMP-ID HOLDS NOW, IF ANY.
       320-FIND-HELD-POSITION.
           MOVE ZERO TO WS-HELD-FOUND
           PERFORM VARYING WS-POS-SUB FROM 1 BY 1
                   UNTIL WS-POS-SUB > PS-COUNT
               IF PS-T-FILLED(WS-POS-SUB)
                  AND PS-T-EMP-ID(WS-POS-SUB) = WS-EMP-ID
                   MOVE WS-POS-SUB TO WS-HELD-FOUND
               END-IF
           END-PERFORM.
      ******************************************************************
      * Position control report. Each position is priced at its
      * budget and, when filled, at the incumbent's actual annual
      * salary. An active employee holding no position is an
      * over-hire, placed in the office of the first position in
      * the same department (office 00 when there is none).
      ******************************************************************
       500-POSITION-REPORT.
           INITIALIZE OFFICE-TABLE GRAND-TOTALS
           PERFORM VARYING WS-EMP-SUB FROM 1 BY 1
                   UNTIL WS-EMP-SUB > EMP-COUNT
               MOVE 'N' TO ET-HELD-SW(WS-EMP-SUB)
               MOVE ZERO TO ET-OFFICE(WS-EMP-SUB)
           END-PERFORM
           PERFORM VARYING WS-POS-SUB FROM 1 BY 1
                   UNTIL WS-POS-SUB > PS-COUNT
               PERFORM 510-ROLL-POSITION
           END-PERFORM
           PERFORM VARYING WS-EMP-SUB FROM 1 BY 1
                   UNTIL WS-EMP-SUB > EMP-COUNT
               IF NOT ET-HOLDS-POSITION(WS-EMP-SUB)
                  AND NOT ET-TERMINATED(WS-EMP-SUB)
                   PERFORM 520-ROLL-OVER-HIRE
               END-IF
           END-PERFORM
           OPEN OUTPUT REPORT-FILE
           MOVE WS-RUN-DATE(5:2) TO HD-MM
           MOVE WS-RUN-DATE(7:2) TO HD-DD
           MOVE WS-RUN-DATE(1:4) TO HD-YEAR
           WRITE REPORT-REC FROM HD-TITLE
           WRITE REPORT-REC FROM HD-COLUMNS
               AFTER ADVANCING 2 LINES
           PERFORM VARYING WS-OFF-SUB FROM 1 BY 1
                   UNTIL WS-OFF-SUB > 100
               IF OF-BUDGET-CT(WS-OFF-SUB) > ZERO
                  OR OF-OVER-CT(WS-OFF-SUB) > ZERO
                   PERFORM 600-WRITE-OFFICE
               END-IF
           END-PERFORM
           MOVE 'ALL       '  TO OT-LABEL
           MOVE GT-BUDGET-CT  TO OT-BUDGET-CT
           MOVE GT-FILLED-CT  TO OT-FILLED-CT
           MOVE GT-VACANT-CT  TO OT-VACANT-CT
           MOVE GT-OVER-CT    TO OT-OVER-CT
           MOVE GT-BUDGET-AMT TO OT-BUDGET-AMT
           MOVE GT-ACTUAL-AMT TO OT-ACTUAL-AMT
           MOVE GT-VACANT-AMT TO OT-VACANT-AMT
           WRITE REPORT-REC FROM OFFICE-TOTAL-1
               AFTER ADVANCING 3 LINES
           WRITE REPORT-REC FROM OFFICE-TOTAL-2
               AFTER ADVANCING 1 LINE
           CLOSE REPORT-FILE
           DISPLAY GT-VACANT-CT ' VACANCIES, ' GT-OVER-CT
               ' OVER-HIRES. REPORT WRITTEN TO POSCTL.RPT.'.
       510-ROLL-POSITION.
           COMPUTE WS-OFF-SUB = PS-T-OFFICE(WS-POS-SUB) + 1
           ADD 1 TO OF-BUDGET-CT(WS-OFF-SUB) GT-BUDGET-CT
           ADD PS-T-BUDGET-SAL(WS-POS-SUB) TO OF-BUDGET-AMT(WS-OFF-SUB)
                                              GT-BUDGET-AMT
           IF PS-T-FILLED(WS-POS-SUB)
               ADD 1 TO OF-FILLED-CT(WS-OFF-SUB) GT-FILLED-CT
               MOVE PS-T-EMP-ID(WS-POS-SUB) TO WS-EMP-ID
               PERFORM 300-FIND-EMPLOYEE
               IF WS-EMP-FOUND > ZERO
                   MOVE 'Y' TO ET-HELD-SW(WS-EMP-FOUND)
                   PERFORM 530-ANNUAL-SALARY
                   ADD WS-ACTUAL-SAL TO OF-ACTUAL-AMT(WS-OFF-SUB)
                                        GT-ACTUAL-AMT
               END-IF
           ELSE
               ADD 1 TO OF-VACANT-CT(WS-OFF-SUB) GT-VACANT-CT
               ADD PS-T-BUDGET-SAL(WS-POS-SUB) TO
                   OF-VACANT-AMT(WS-OFF-SUB) GT-VACANT-AMT
           END-IF.
       520-ROLL-OVER-HIRE.
           MOVE WS-EMP-SUB TO WS-EMP-FOUND
           MOVE ZERO TO WS-POS-FOUND
           PERFORM VARYING WS-POS-SUB FROM PS-COUNT BY -1
                   UNTIL WS-POS-SUB < 1
               IF PS-T-DEPT(WS-POS-SUB) = ET-DEPT(WS-EMP-SUB)
                   MOVE WS-POS-SUB TO WS-POS-FOUND
               END-IF
           END-PERFORM
           IF WS-POS-FOUND > ZERO
               MOVE PS-T-OFFICE(WS-POS-FOUND) TO ET-OFFICE(WS-EMP-SUB)
           END-IF
           COMPUTE WS-OFF-SUB = ET-OFFICE(WS-EMP-SUB) + 1
           ADD 1 TO OF-OVER-CT(WS-OFF-SUB) GT-OVER-CT
           PERFORM 530-ANNUAL-SALARY
           ADD WS-ACTUAL-SAL TO OF-ACTUAL-AMT(WS-OFF-SUB)
                                GT-ACTUAL-AMT.
      * ANNUAL SALARY OF THE EMPLOYEE AT WS-EMP-FOUND.
       530-ANNUAL-SALARY.
           IF ET-PAY-TYPE(WS-EMP-FOUND) = 'S'
               COMPUTE WS-ACTUAL-SAL =
                   ET-SALARY(WS-EMP-FOUND) * WEEKS-PER-YEAR
           ELSE
               COMPUTE WS-ACTUAL-SAL =
                   ET-PAY-RT(WS-EMP-FOUND) * HOURS-PER-YEAR
           END-IF.
      ******************************************************************
      * One office: its positions in file order, then its
      * over-hires, then its totals.
      ******************************************************************
       600-WRITE-OFFICE.
           COMPUTE OH-OFFICE = WS-OFF-SUB - 1
           IF WS-OFF-SUB = 1
               MOVE ' - DEPARTMENT HAS NO BUDGETED POSITION'
                   TO OH-NOTE
           ELSE
               MOVE SPACES TO OH-NOTE
           END-IF
           WRITE REPORT-REC FROM OFFICE-HEADING
               AFTER ADVANCING 2 LINES
           PERFORM VARYING WS-POS-SUB FROM 1 BY 1
                   UNTIL WS-POS-SUB > PS-COUNT
               IF PS-T-OFFICE(WS-POS-SUB) + 1 = WS-OFF-SUB
                   PERFORM 610-WRITE-POSITION
               END-IF
           END-PERFORM
           PERFORM VARYING WS-EMP-SUB FROM 1 BY 1
                   UNTIL WS-EMP-SUB > EMP-COUNT
               IF NOT ET-HOLDS-POSITION(WS-EMP-SUB)
                  AND NOT ET-TERMINATED(WS-EMP-SUB)
                  AND ET-OFFICE(WS-EMP-SUB) + 1 = WS-OFF-SUB
                   PERFORM 620-WRITE-OVER-HIRE
               END-IF
           END-PERFORM
           MOVE SPACES TO OT-LABEL
           STRING 'OFFICE ' OH-OFFICE DELIMITED BY SIZE
               INTO OT-LABEL
           MOVE OF-BUDGET-CT(WS-OFF-SUB)  TO OT-BUDGET-CT
           MOVE OF-FILLED-CT(WS-OFF-SUB)  TO OT-FILLED-CT
           MOVE OF-VACANT-CT(WS-OFF-SUB)  TO OT-VACANT-CT
           MOVE OF-OVER-CT(WS-OFF-SUB)    TO OT-OVER-CT
           MOVE OF-BUDGET-AMT(WS-OFF-SUB) TO OT-BUDGET-AMT
           MOVE OF-ACTUAL-AMT(WS-OFF-SUB) TO OT-ACTUAL-AMT
           MOVE OF-VACANT-AMT(WS-OFF-SUB) TO OT-VACANT-AMT
           WRITE REPORT-REC FROM OFFICE-TOTAL-1
               AFTER ADVANCING 2 LINES
           WRITE REPORT-REC FROM OFFICE-TOTAL-2
               AFTER ADVANCING 1 LINE.
       610-WRITE-POSITION.
           MOVE PS-T-POS-NO(WS-POS-SUB)     TO PD-POS-NO
           MOVE PS-T-DEPT(WS-POS-SUB)       TO PD-DEPT
           MOVE PS-T-JOB-CLASS(WS-POS-SUB)  TO PD-JOB-CLASS
           MOVE PS-T-BUDGET-SAL(WS-POS-SUB) TO PD-BUDGET
           IF PS-T-FILLED(WS-POS-SUB)
               MOVE PS-T-EMP-ID(WS-POS-SUB) TO PD-EMP-ID WS-EMP-ID
               PERFORM 300-FIND-EMPLOYEE
               IF WS-EMP-FOUND > ZERO
                   MOVE ET-EMP-NM(WS-EMP-FOUND) TO PD-EMP-NM
                   PERFORM 530-ANNUAL-SALARY
                   MOVE WS-ACTUAL-SAL TO PD-ACTUAL
                   IF ET-TERMINATED(WS-EMP-FOUND)
                       MOVE 'TERMINATED' TO PD-STATUS
                   ELSE
                       MOVE 'FILLED' TO PD-STATUS
                   END-IF
               ELSE
                   MOVE '** NOT ON FILE' TO PD-EMP-NM
                   MOVE SPACES TO PD-ACTUAL-X
                   MOVE 'FILLED' TO PD-STATUS
               END-IF
           ELSE
               MOVE SPACES TO PD-EMP-ID PD-EMP-NM PD-ACTUAL-X
               MOVE '** VACANT' TO PD-STATUS
           END-IF
           WRITE REPORT-REC FROM POS-DETAIL
               AFTER ADVANCING 1 LINE.
       620-WRITE-OVER-HIRE.
           MOVE WS-EMP-SUB TO WS-EMP-FOUND
           MOVE '-----'                TO PD-POS-NO
           MOVE ET-DEPT(WS-EMP-SUB)    TO PD-DEPT
           MOVE SPACES                 TO PD-JOB-CLASS PD-BUDGET-X
           MOVE ET-EMP-ID(WS-EMP-SUB)  TO PD-EMP-ID
           MOVE ET-EMP-NM(WS-EMP-SUB)  TO PD-EMP-NM
           PERFORM 530-ANNUAL-SALARY
           MOVE WS-ACTUAL-SAL          TO PD-ACTUAL
           MOVE '** OVER-HIRE' TO PD-STATUS
           WRITE REPORT-REC FROM POS-DETAIL
               AFTER ADVANCING 1 LINE.
      ******************************************************************
      * Rewrites the position master from the table.
      ******************************************************************
       900-SAVE-POSITIONS.
           OPEN OUTPUT POSITION-FILE
           PERFORM VARYING WS-POS-SUB FROM 1 BY 1
                   UNTIL WS-POS-SUB > PS-COUNT
               MOVE PS-ENTRY(WS-POS-SUB) TO POSITION-REC
               WRITE POSITION-REC
           END-PERFORM
           CLOSE POSITION-FILE.

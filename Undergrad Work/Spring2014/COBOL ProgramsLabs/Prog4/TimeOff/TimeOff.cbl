       IDENTIFICATION DIVISION.
       PROGRAM-ID. TimeOff.
       AUTHOR. Brianna Muleski
       DATE-WRITTEN. 10/13/14
      ******************************************************************
      * Purpose:
      *     Time-off requests and approvals ahead of the pay run, so
      *     vacation and sick hours reach Prog4 already checked
      *     against the balance instead of being typed into
      *     PTOHOURS.DAT and found short when lab08 posts them. The
      *     operator signs on against OPERMAST.DAT and works from a
      *     menu:
      *         E - enter a request: employee, vacation or sick,
      *             first and last day off and hours per day. The
      *             hours count Monday thru Friday, less company
      *             holidays, and are checked against the projected
      *             balance before the request is filed as pending.
      *         A - approve or deny the pending requests (supervisor
      *             class only). The balance is checked again, and a
      *             request over it cannot be approved.
      *         P - build PTOHOURS.DAT for a pay week from the
      *             approved requests falling in it.
      *         C - calendar of who is out each day, by department.
      *     The projected balance as of a request's pay week is the
      *     posted master balance, plus the EMPACCRUE.DAT weekly
      *     accrual for each pay week from the last posted one thru
      *     that week, less the hours of every approved request not
      *     yet posted. Prog4 pays one kind of time off per employee
      *     per week, so vacation and sick for the same employee
      *     cannot both be approved in one pay week.
      *
      * Input:
      *     OPERMAST.DAT  - operator sign-on and class
      *     EMPMASTER.DAT - employee validation and department
      *     NEWMASTER.DAT - posted vacation and sick balances
      *     EMPACCRUE.DAT - weekly accrual rates
      *     PAYPERIOD.DAT - last pay week posted by lab08
      *     HOLIDAY.DAT   - company holiday calendar
      *     TIMEOFF.DAT   - requests on file
      *     PTOHOURS.DAT  - hand-keyed rows kept when the week's file
      *                     is built
      *     Menu choices and requests at the console
      * Output:
      *     TIMEOFF.DAT   - requests with their status
      *     PTOHOURS.DAT  - paid-time-off hours for Prog4
      *     TIMEOFF.RPT   - who is out, by day and department
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPER-MASTER-FILE ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.
           SELECT EMP-FILE ASSIGN TO "EMPMASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMP-STATUS.
           SELECT MASTER-FILE ASSIGN TO "NEWMASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAST-STATUS.
           SELECT ACCRUE-FILE ASSIGN TO "EMPACCRUE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCRUE-STATUS.
           SELECT PAYPERIOD-FILE ASSIGN TO "PAYPERIOD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PP-STATUS.
           SELECT HOLIDAY-FILE ASSIGN TO "HOLIDAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOL-STATUS.
           SELECT TIMEOFF-FILE ASSIGN TO "TIMEOFF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TO-STATUS.
           SELECT PTO-FILE ASSIGN TO "PTOHOURS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PTO-STATUS.
           SELECT REPORT-FILE ASSIGN TO "TIMEOFF.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  OPER-MASTER-FILE.
       01  OP-REC.
           05  OP-ID           PIC X(5).
           05  OP-NAME         PIC X(20).
           05  OP-ACTIVE       PIC X.
           05  OP-CLASS        PIC X.
           05  OP-FUNCS        PIC X(10).
       FD  EMP-FILE.
       01  EMP-REC.
           05  EM-EMP-ID       PIC X(4).
           05  EM-EMP-NM       PIC X(15).
           05  EM-EMP-DEPT     PIC X(8).
           05  EM-PAY-TYPE     PIC X.
           05  EM-SALARY       PIC 9(5)V99.
      * THE POSTED PAYROLL MASTER, READ ONLY FOR THE BALANCES.
       FD  MASTER-FILE.
       01  NEW-REC.
           05  N-EMP-ID    PIC X(4).
           05  N-GRS-PAY   PIC 9(6)V99.
           05  N-INC-TAX   PIC 9(6)V99.
           05  N-NET-PAY   PIC 9(6)V99.
           05  N-YTD-GRS-PAY PIC 9(7)V99.
           05  N-YTD-INC-TAX PIC 9(7)V99.
           05  N-YTD-NET-PAY PIC 9(7)V99.
           05  N-EMP-STATUS  PIC X.
           05  N-DIRDEP-FLAG PIC X.
           05  N-YTD-FICA-ER PIC 9(7)V99.
           05  N-YTD-FUTA-ER PIC 9(7)V99.
           05  N-YTD-SUTA-ER PIC 9(7)V99.
           05  N-YTD-401K    PIC 9(7)V99.
           05  N-YTD-MATCH   PIC 9(7)V99.
           05  N-VAC-HOURS   PIC S9(3)V9.
           05  N-SICK-HOURS  PIC S9(3)V9.
       FD  ACCRUE-FILE.
       01  ACCRUE-REC.
           05  AC-EMP-ID       PIC X(4).
           05  AC-VAC-RATE     PIC 9V99.
           05  AC-SICK-RATE    PIC 9V99.
       FD  PAYPERIOD-FILE.
       01  PAYPERIOD-REC.
           05  PP-LAST-POSTED  PIC 9(8).
           05  PP-LAST-OFFCYCLE PIC 9(8).
       FD  HOLIDAY-FILE.
       01  HOLIDAY-REC.
           05  HD-DATE         PIC 9(8).
           05  HD-NAME         PIC X(20).
      * ONE ROW PER REQUEST. STATUS 'P' PENDING, 'A' APPROVED, 'D'
      * DENIED. TR-HOURS IS THE WHOLE REQUEST - THE WEEKDAYS IN THE
      * RANGE THAT ARE NOT HOLIDAYS, AT THE HOURS PER DAY.
       FD  TIMEOFF-FILE.
       01  TIMEOFF-REC.
           05  TR-REQ-NO       PIC 9(5).
           05  TR-EMP-ID       PIC X(4).
           05  TR-TYPE         PIC X.
           05  TR-START-DATE   PIC 9(8).
           05  TR-END-DATE     PIC 9(8).
           05  TR-DAY-HOURS    PIC 99V9.
           05  TR-HOURS        PIC 9(3)V9.
           05  TR-STATUS       PIC X.
           05  TR-ENTERED-BY   PIC X(5).
           05  TR-ENTERED-DATE PIC 9(8).
           05  TR-ACTION-BY    PIC X(5).
           05  TR-ACTION-DATE  PIC 9(8).
      * PAID-TIME-OFF HOURS FOR PROG4, ONE ROW PER EMPLOYEE FOR THE
      * PAY WEEK: VACATION ('V') OR SICK ('S').
       FD  PTO-FILE.
       01  PTO-REC.
           05  PT-EMP-ID       PIC X(4).
           05  PT-TYPE         PIC X.
           05  PT-HOURS        PIC 99V9.
       FD  REPORT-FILE.
       01  REPORT-REC          PIC X(80).
       WORKING-STORAGE SECTION.
       01  WORKING-ITEMS.
           05  VALID-SW        PIC X.
           05  EOF-SWITCH      PIC X.
           05  WS-OPER-STATUS  PIC XX.
           05  WS-EMP-STATUS   PIC XX.
           05  WS-MAST-STATUS  PIC XX.
           05  WS-ACCRUE-STATUS PIC XX.
           05  WS-PP-STATUS    PIC XX.
           05  WS-HOL-STATUS   PIC XX.
           05  WS-TO-STATUS    PIC XX.
           05  WS-PTO-STATUS   PIC XX.
           05  OPERATOR-ID     PIC X(5).
           05  WS-OPER-CLASS   PIC X.
               88  SUPERVISOR-SIGNON       VALUE 'S'.
           05  WS-OPER-OK-SW   PIC X.
               88  OPERATOR-VALID          VALUE 'Y'.
           05  WS-FUNC-TALLY   PIC 9(2).
           05  WS-MENU         PIC X.
           05  WS-ANSWER       PIC X.
           05  WS-RUN-DATE     PIC 9(8).
           05  WS-LAST-POSTED  PIC 9(8)    VALUE ZERO.
           05  WS-LP-INT       PIC S9(9)   VALUE ZERO.
           05  WS-EMP-ID       PIC X(4).
           05  WS-EMP-FOUND    PIC 9(3).
           05  WS-EMP-SUB      PIC 9(3).
           05  WS-TYPE         PIC X.
               88  VALID-TYPE              VALUE 'V' 'S'.
           05  WS-DATE-X       PIC X(8).
           05  WS-DATE REDEFINES WS-DATE-X PIC 9(8).
           05  WS-START-DATE   PIC 9(8).
           05  WS-END-DATE     PIC 9(8).
           05  WS-HRS-X        PIC X(3).
           05  WS-HRS REDEFINES WS-HRS-X PIC 99V9.
           05  WS-DAY-HOURS    PIC 99V9.
           05  WS-REQ-HOURS    PIC 9(3)V9.
           05  WS-REQ-NO       PIC 9(5).
           05  WS-NEXT-REQ     PIC 9(5)    VALUE ZERO.
           05  WS-TR-SUB       PIC 9(4).
           05  WS-TR-OTHER     PIC 9(4).
           05  WS-REVIEW-CT    PIC 9(4).
      * DAY COUNTING - THE WEEKDAYS IN A DATE RANGE THAT ARE NOT
      * HOLIDAYS, TIMES THE HOURS PER DAY.
           05  WS-CNT-FROM     PIC 9(8).
           05  WS-CNT-TO       PIC 9(8).
           05  WS-CNT-PER-DAY  PIC 99V9.
           05  WS-CNT-HOURS    PIC 9(3)V9.
           05  WS-DAY-INT      PIC S9(9).
           05  WS-TO-INT       PIC S9(9).
           05  WS-DAY-DATE     PIC 9(8).
           05  WS-DOW          PIC 9.
           05  WS-HOLIDAY-SW   PIC X.
               88  IS-HOLIDAY              VALUE 'Y'.
           05  WS-HOL-NAME     PIC X(20).
      * BALANCE PROJECTION.
           05  WS-BALANCE      PIC S9(4)V9.
           05  WS-BAL-OUT      PIC ZZZ9.9-.
           05  WS-HRS-OUT      PIC ZZ9.9.
           05  WS-WEEKS        PIC S9(5).
           05  WS-WEEK-END-INT PIC S9(9).
           05  WS-WE-START     PIC S9(9).
           05  WS-WE-END       PIC S9(9).
           05  WS-WE-OSTART    PIC S9(9).
           05  WS-WE-OEND      PIC S9(9).
           05  WS-MIXED-SW     PIC X.
               88  MIXED-WEEK              VALUE 'Y'.
      * PAY WEEK BUILD.
           05  WS-PAY-WEEK-END PIC 9(8).
           05  WS-PAY-WEEK-START PIC 9(8).
           05  WS-GEN-SUB      PIC 9(3).
           05  WS-GEN-FOUND    PIC 9(3).
           05  WS-GEN-CT       PIC 9(3)    VALUE ZERO.
           05  WS-REPLACED-CT  PIC 9(3)    VALUE ZERO.
      * CALENDAR.
           05  WS-DEPT-SUB     PIC 9(3).
           05  WS-LINE-CT      PIC 9(3).
       01  CONSTANTS.
           05  MAX-DAY-HOURS   PIC 99V9    VALUE 12.0.
           05  MAX-CAL-DAYS    PIC 99      VALUE 31.
       01  DAY-NAME-TABLE.
           05  DAY-NAMES       PIC X(21)
               VALUE "MONTUEWEDTHUFRISATSUN".
           05  DAY-NAME-ENTRY REDEFINES DAY-NAMES
                                   OCCURS 7 TIMES PIC X(3).
       01  OPER-MASTER-TABLE.
           05  OP-COUNT        PIC 9(4)    VALUE ZERO.
           05  OP-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON OP-COUNT
                   INDEXED BY OP-INDX.
               10  OP-T-ID         PIC X(5).
               10  OP-T-ACTIVE     PIC X.
               10  OP-T-CLASS      PIC X.
               10  OP-T-FUNCS      PIC X(10).
      * EMPLOYEES WITH THEIR DEPARTMENT, BALANCES, AND RATES.
       01  EMP-TABLE.
           05  EMP-COUNT       PIC 9(3)    VALUE ZERO.
           05  EMP-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON EMP-COUNT
                   INDEXED BY EMP-INDX.
               10  ET-EMP-ID       PIC X(4).
               10  ET-EMP-NM       PIC X(15).
               10  ET-DEPT         PIC X(8).
               10  ET-VAC-BAL      PIC S9(3)V9.
               10  ET-SICK-BAL     PIC S9(3)V9.
               10  ET-VAC-RATE     PIC 9V99.
               10  ET-SICK-RATE    PIC 9V99.
       01  DEPT-TABLE.
           05  DEPT-COUNT      PIC 9(3)    VALUE ZERO.
           05  DEPT-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON DEPT-COUNT.
               10  DT-DEPT         PIC X(8).
       01  HOLIDAY-TABLE.
           05  HD-COUNT        PIC 9(3)    VALUE ZERO.
           05  HD-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON HD-COUNT
                   INDEXED BY HD-INDX.
               10  HD-T-DATE       PIC 9(8).
               10  HD-T-NAME       PIC X(20).
      * THE REQUESTS; THE ENTRY IS THE TIMEOFF.DAT IMAGE.
       01  TIMEOFF-TABLE.
           05  TR-COUNT        PIC 9(4)    VALUE ZERO.
           05  TR-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON TR-COUNT.
               10  TR-T-REQ-NO     PIC 9(5).
               10  TR-T-EMP-ID     PIC X(4).
               10  TR-T-TYPE       PIC X.
               10  TR-T-START-DATE PIC 9(8).
               10  TR-T-END-DATE   PIC 9(8).
               10  TR-T-DAY-HOURS  PIC 99V9.
               10  TR-T-HOURS      PIC 9(3)V9.
               10  TR-T-STATUS     PIC X.
                   88  TR-PENDING              VALUE 'P'.
                   88  TR-APPROVED             VALUE 'A'.
               10  TR-T-ENTERED-BY PIC X(5).
               10  TR-T-ENTERED-DATE PIC 9(8).
               10  TR-T-ACTION-BY  PIC X(5).
               10  TR-T-ACTION-DATE PIC 9(8).
      * THE PAY WEEK'S PTOHOURS.DAT ROWS: HAND-KEYED ROWS ALREADY ON
      * FILE, REPLACED BY THE APPROVED REQUESTS' HOURS WHERE THE
      * EMPLOYEE HAS ANY.
       01  PTO-GEN-TABLE.
           05  PG-COUNT        PIC 9(3)    VALUE ZERO.
           05  PG-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON PG-COUNT.
               10  PG-EMP-ID       PIC X(4).
               10  PG-TYPE         PIC X.
               10  PG-HOURS        PIC 9(3)V9.
               10  PG-SOURCE       PIC X.
                   88  PG-FROM-REQUEST         VALUE 'R'.
       01  HD-TITLE.
           05  FILLER          PIC X(6)    VALUE "DATE: ".
           05  HD-MM           PIC 99.
           05  FILLER          PIC X       VALUE "/".
           05  HD-DD           PIC 99.
           05  FILLER          PIC X       VALUE "/".
           05  HD-YEAR         PIC 9(4).
           05  FILLER          PIC X(10)   VALUE SPACES.
           05  FILLER          PIC X(27)   VALUE
                               "TIME-OFF CALENDAR".
       01  HD-RANGE.
           05  FILLER          PIC X(7)    VALUE "FROM:  ".
           05  HR-FROM-MM      PIC 99.
           05  FILLER          PIC X       VALUE "/".
           05  HR-FROM-DD      PIC 99.
           05  FILLER          PIC X       VALUE "/".
           05  HR-FROM-YEAR    PIC 9(4).
           05  FILLER          PIC X(6)    VALUE "  TO: ".
           05  HR-TO-MM        PIC 99.
           05  FILLER          PIC X       VALUE "/".
           05  HR-TO-DD        PIC 99.
           05  FILLER          PIC X       VALUE "/".
           05  HR-TO-YEAR      PIC 9(4).
       01  CAL-DAY-LINE.
           05  CD-DAY-NAME     PIC X(3).
           05  FILLER          PIC X       VALUE SPACE.
           05  CD-MM           PIC 99.
           05  FILLER          PIC X       VALUE "/".
           05  CD-DD           PIC 99.
           05  FILLER          PIC X       VALUE "/".
           05  CD-YEAR         PIC 9(4).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  CD-NOTE         PIC X(30).
       01  CAL-DETAIL.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  CL-DEPT         PIC X(8).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  CL-EMP-ID       PIC X(4).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  CL-EMP-NM       PIC X(15).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  CL-TYPE         PIC X(8).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  CL-HOURS        PIC Z9.9.
           05  FILLER          PIC X(3)    VALUE " HR".
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  CL-STATUS       PIC X(8).
       01  CAL-NONE.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  FILLER          PIC X(20)   VALUE "NOBODY OUT.".
       PROCEDURE DIVISION.
       000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM 050-LOAD-OPER-MASTER
           PERFORM 055-LOAD-EMP-MASTER
           PERFORM 060-LOAD-BALANCES
           PERFORM 065-LOAD-ACCRUE-RATES
           PERFORM 070-LOAD-PAY-PERIOD
           PERFORM 080-LOAD-HOLIDAYS
           PERFORM 085-LOAD-REQUESTS
           PERFORM 090-ACCEPT-OPERATOR-ID
           MOVE SPACE TO WS-MENU
           PERFORM 100-MENU-CHOICE
               UNTIL WS-MENU = 'Q'
           PERFORM 900-SAVE-REQUESTS
           DISPLAY SPACE
           DISPLAY TR-COUNT ' REQUESTS ON FILE.'
           DISPLAY '--END OF TIME-OFF SESSION--'
           STOP RUN.
      * LOADS THE OPERATOR MASTER. ANY ACTIVE OPERATOR CARRYING THE
      * 'T' (TIME ENTRY) FLAG, OR BLANK FUNCS, MAY ENTER REQUESTS;
      * ONLY THE SUPERVISOR CLASS MAY APPROVE THEM.
       050-LOAD-OPER-MASTER.
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT OPER-MASTER-FILE
           IF WS-OPER-STATUS NOT = "00"
               MOVE 'Y' TO EOF-SWITCH
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ OPER-MASTER-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       IF OP-COUNT < 500
                           ADD 1 TO OP-COUNT
                           MOVE OP-ID     TO OP-T-ID(OP-COUNT)
                           MOVE OP-ACTIVE TO OP-T-ACTIVE(OP-COUNT)
                           MOVE OP-CLASS  TO OP-T-CLASS(OP-COUNT)
                           MOVE OP-FUNCS  TO OP-T-FUNCS(OP-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-OPER-STATUS NOT = "35"
               CLOSE OPER-MASTER-FILE
           END-IF.
      * LOADS THE EMPLOYEES AND THE LIST OF DEPARTMENTS FOR THE
      * CALENDAR, IN THE ORDER THEY FIRST APPEAR.
       055-LOAD-EMP-MASTER.
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
                           MOVE ZERO TO ET-VAC-BAL(EMP-COUNT)
                                        ET-SICK-BAL(EMP-COUNT)
                                        ET-VAC-RATE(EMP-COUNT)
                                        ET-SICK-RATE(EMP-COUNT)
                           PERFORM 057-ADD-DEPT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-EMP-STATUS NOT = "35"
               CLOSE EMP-FILE
           END-IF.
       057-ADD-DEPT.
           MOVE ZERO TO WS-DEPT-SUB
           PERFORM VARYING WS-EMP-SUB FROM 1 BY 1
                   UNTIL WS-EMP-SUB > DEPT-COUNT
               IF DT-DEPT(WS-EMP-SUB) = EM-EMP-DEPT
                   MOVE WS-EMP-SUB TO WS-DEPT-SUB
               END-IF
           END-PERFORM
           IF WS-DEPT-SUB = ZERO AND DEPT-COUNT < 100
               ADD 1 TO DEPT-COUNT
               MOVE EM-EMP-DEPT TO DT-DEPT(DEPT-COUNT)
           END-IF.
      * THE POSTED BALANCES OFF THE PAYROLL MASTER. A BALANCE THAT
      * IS NOT NUMERIC (A MASTER FROM BEFORE TIME OFF WAS KEPT)
      * COUNTS AS ZERO.
       060-LOAD-BALANCES.
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT MASTER-FILE
           IF WS-MAST-STATUS NOT = "00"
               MOVE 'Y' TO EOF-SWITCH
               DISPLAY 'WARNING: NEWMASTER.DAT NOT ON FILE - '
                   'BALANCES START AT ZERO.'
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ MASTER-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       MOVE N-EMP-ID TO WS-EMP-ID
                       PERFORM 300-FIND-EMPLOYEE
                       IF WS-EMP-FOUND > ZERO
                           IF N-VAC-HOURS IS NUMERIC
                               MOVE N-VAC-HOURS TO
                                   ET-VAC-BAL(WS-EMP-FOUND)
                           END-IF
                           IF N-SICK-HOURS IS NUMERIC
                               MOVE N-SICK-HOURS TO
                                   ET-SICK-BAL(WS-EMP-FOUND)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-MAST-STATUS NOT = "35"
               CLOSE MASTER-FILE
           END-IF.
       065-LOAD-ACCRUE-RATES.
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT ACCRUE-FILE
           IF WS-ACCRUE-STATUS NOT = "00"
               MOVE 'Y' TO EOF-SWITCH
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ ACCRUE-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       MOVE AC-EMP-ID TO WS-EMP-ID
                       PERFORM 300-FIND-EMPLOYEE
                       IF WS-EMP-FOUND > ZERO
                           MOVE AC-VAC-RATE  TO
                               ET-VAC-RATE(WS-EMP-FOUND)
                           MOVE AC-SICK-RATE TO
                               ET-SICK-RATE(WS-EMP-FOUND)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ACCRUE-STATUS NOT = "35"
               CLOSE ACCRUE-FILE
           END-IF.
      * THE LAST PAY WEEK LAB08 POSTED - THE MASTER BALANCES ARE
      * CURRENT THRU IT. WITH NO PAY PERIOD ON FILE NOTHING HAS
      * POSTED AND NO ACCRUAL IS PROJECTED.
       070-LOAD-PAY-PERIOD.
           OPEN INPUT PAYPERIOD-FILE
           IF WS-PP-STATUS = "00"
               READ PAYPERIOD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PP-LAST-POSTED IS NUMERIC
                          AND PP-LAST-POSTED > ZERO
                           MOVE PP-LAST-POSTED TO WS-LAST-POSTED
                           COMPUTE WS-LP-INT = FUNCTION
                               INTEGER-OF-DATE(WS-LAST-POSTED)
                       END-IF
               END-READ
               CLOSE PAYPERIOD-FILE
           END-IF.
      * LOADS THE HOLIDAY CALENDAR. NO FILE MEANS NO HOLIDAYS.
       080-LOAD-HOLIDAYS.
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT HOLIDAY-FILE
           IF WS-HOL-STATUS NOT = "00"
               MOVE 'Y' TO EOF-SWITCH
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ HOLIDAY-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       IF HD-COUNT < 100
                           ADD 1 TO HD-COUNT
                           MOVE HD-DATE TO HD-T-DATE(HD-COUNT)
                           MOVE HD-NAME TO HD-T-NAME(HD-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-HOL-STATUS NOT = "35"
               CLOSE HOLIDAY-FILE
           END-IF.
      * LOADS THE REQUESTS ON FILE AND THE NEXT REQUEST NUMBER.
       085-LOAD-REQUESTS.
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT TIMEOFF-FILE
           IF WS-TO-STATUS NOT = "00"
               MOVE 'Y' TO EOF-SWITCH
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ TIMEOFF-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       IF TR-COUNT < 2000
                           ADD 1 TO TR-COUNT
                           MOVE TIMEOFF-REC TO TR-ENTRY(TR-COUNT)
                           IF TR-REQ-NO > WS-NEXT-REQ
                               MOVE TR-REQ-NO TO WS-NEXT-REQ
                           END-IF
                       ELSE
                           DISPLAY 'REQUEST TABLE FULL - SESSION '
                               'STOPPED.'
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           IF WS-TO-STATUS NOT = "35"
               CLOSE TIMEOFF-FILE
           END-IF.
      * SIGN-ON: ACTIVE OPERATOR CARRYING THE 'T' FLAG (OR BLANK
      * FUNCS); WITH NO OPERATOR MASTER THE NON-BLANK RULE APPLIES
      * AND NOBODY IS A SUPERVISOR.
       090-ACCEPT-OPERATOR-ID.
           DISPLAY 'ENTER OPERATOR ID:'
           ACCEPT OPERATOR-ID
           MOVE 'N' TO VALID-SW
           PERFORM UNTIL VALID-SW = 'Y'
               PERFORM 095-VALIDATE-OPERATOR
               IF OPERATOR-VALID
                   MOVE 'Y' TO VALID-SW
               ELSE
                   DISPLAY 'ENTER OPERATOR ID:'
                   ACCEPT OPERATOR-ID
               END-IF
           END-PERFORM.
       095-VALIDATE-OPERATOR.
           MOVE 'N' TO WS-OPER-OK-SW
           MOVE SPACE TO WS-OPER-CLASS
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
                           MOVE OP-T-CLASS(OP-INDX) TO WS-OPER-CLASS
                           IF OP-T-FUNCS(OP-INDX) = SPACES
                               MOVE 'Y' TO WS-OPER-OK-SW
                           ELSE
                               MOVE ZERO TO WS-FUNC-TALLY
                               INSPECT OP-T-FUNCS(OP-INDX)
                                   TALLYING WS-FUNC-TALLY
                                   FOR ALL 'T'
                               IF WS-FUNC-TALLY > ZERO
                                   MOVE 'Y' TO WS-OPER-OK-SW
                               END-IF
                           END-IF
                       END-IF
                   END-PERFORM
                   IF NOT OPERATOR-VALID
                       DISPLAY 'OPERATOR NOT ON FILE, INACTIVE, OR'
                           ' NOT AUTHORIZED FOR TIME ENTRY.'
                   END-IF
               END-IF
           END-IF.
       100-MENU-CHOICE.
           DISPLAY SPACE
           DISPLAY 'E=ENTER REQUEST  A=APPROVE/DENY  P=BUILD PTOHOURS'
               '  C=CALENDAR  Q=QUIT:'
           ACCEPT WS-MENU
           EVALUATE WS-MENU
               WHEN 'E'
                   PERFORM 200-ENTER-REQUEST
               WHEN 'A'
                   IF SUPERVISOR-SIGNON
                       PERFORM 400-REVIEW-PENDING
                   ELSE
                       DISPLAY 'APPROVAL NEEDS A SUPERVISOR-CLASS'
                           ' SIGN-ON.'
                   END-IF
               WHEN 'P'
                   PERFORM 500-BUILD-PTO-HOURS
               WHEN 'C'
                   PERFORM 600-CALENDAR-REPORT
               WHEN 'Q'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'INVALID CHOICE.'
           END-EVALUATE.
      * ONE REQUEST: A VALID EMPLOYEE, THE KIND, A DATE RANGE THAT
      * STARTS AFTER THE LAST POSTED PAY WEEK, AND THE HOURS PER
      * DAY. THE PROJECTED BALANCE IS SHOWN; A REQUEST OVER IT IS
      * STILL FILED, BUT THE SUPERVISOR WILL NOT BE ABLE TO APPROVE
      * IT UNLESS THE BALANCE CATCHES UP.
       200-ENTER-REQUEST.
           DISPLAY 'ENTER EMPLOYEE ID:'
           ACCEPT WS-EMP-ID
           PERFORM 300-FIND-EMPLOYEE
           EVALUATE TRUE
               WHEN WS-EMP-FOUND = ZERO
                   DISPLAY 'EMPLOYEE NOT ON MASTER FILE.'
               WHEN TR-COUNT NOT < 2000
                   DISPLAY 'REQUEST TABLE FULL.'
               WHEN OTHER
                   DISPLAY ET-EMP-NM(WS-EMP-FOUND) '  '
                       ET-DEPT(WS-EMP-FOUND)
                   PERFORM 210-ACCEPT-REQUEST-DETAIL
           END-EVALUATE.
       210-ACCEPT-REQUEST-DETAIL.
           MOVE SPACE TO WS-TYPE
           PERFORM UNTIL VALID-TYPE
               DISPLAY 'ENTER TYPE (V=VACATION, S=SICK):'
               ACCEPT WS-TYPE
           END-PERFORM
           DISPLAY 'ENTER FIRST DAY OFF (YYYYMMDD):'
           PERFORM 220-ACCEPT-DATE
           MOVE WS-DATE TO WS-START-DATE
           MOVE ZERO TO WS-END-DATE
           PERFORM UNTIL WS-END-DATE NOT < WS-START-DATE
               DISPLAY 'ENTER LAST DAY OFF (YYYYMMDD):'
               PERFORM 220-ACCEPT-DATE
               MOVE WS-DATE TO WS-END-DATE
               IF WS-END-DATE < WS-START-DATE
                   DISPLAY 'LAST DAY IS BEFORE THE FIRST.'
               END-IF
           END-PERFORM
           MOVE ZERO TO WS-DAY-HOURS
           PERFORM UNTIL WS-DAY-HOURS > ZERO
               DISPLAY 'ENTER HOURS PER DAY (080 = 8.0):'
               ACCEPT WS-HRS-X
               IF WS-HRS-X IS NUMERIC AND WS-HRS > ZERO
                  AND WS-HRS NOT > MAX-DAY-HOURS
                   MOVE WS-HRS TO WS-DAY-HOURS
               ELSE
                   DISPLAY 'INVALID HOURS.'
               END-IF
           END-PERFORM
           MOVE WS-START-DATE TO WS-CNT-FROM
           MOVE WS-END-DATE   TO WS-CNT-TO
           MOVE WS-DAY-HOURS  TO WS-CNT-PER-DAY
           PERFORM 320-COUNT-HOURS
           MOVE WS-CNT-HOURS TO WS-REQ-HOURS
           EVALUATE TRUE
               WHEN WS-LAST-POSTED > ZERO
                AND WS-START-DATE NOT > WS-LAST-POSTED
                   DISPLAY 'THE PAY WEEK ENDING ' WS-LAST-POSTED
                       ' IS ALREADY POSTED - KEY TIME OFF ON OR'
                       ' BEFORE IT INTO PTOHOURS.DAT BY HAND.'
               WHEN WS-REQ-HOURS = ZERO
                   DISPLAY 'NO WORKDAYS IN THAT RANGE - NOT FILED.'
               WHEN OTHER
                   MOVE ZERO TO WS-REQ-NO
                   PERFORM 310-PROJECT-BALANCE
                   MOVE WS-REQ-HOURS TO WS-HRS-OUT
                   MOVE WS-BALANCE   TO WS-BAL-OUT
                   DISPLAY 'REQUEST ' WS-HRS-OUT ' HOURS, PROJECTED'
                       ' BALANCE ' WS-BAL-OUT
                   IF WS-REQ-HOURS > WS-BALANCE
                       DISPLAY '** OVER THE PROJECTED BALANCE - '
                           'CANNOT BE APPROVED AS IT STANDS. **'
                   END-IF
                   PERFORM 230-FILE-REQUEST
           END-EVALUATE.
       220-ACCEPT-DATE.
           MOVE 'N' TO VALID-SW
           PERFORM UNTIL VALID-SW = 'Y'
               ACCEPT WS-DATE-X
               IF WS-DATE-X IS NUMERIC
                   IF FUNCTION INTEGER-OF-DATE(WS-DATE) > ZERO
                       MOVE 'Y' TO VALID-SW
                   END-IF
               END-IF
               IF VALID-SW = 'N'
                   DISPLAY 'INVALID DATE - ENTER YYYYMMDD:'
               END-IF
           END-PERFORM.
       230-FILE-REQUEST.
           ADD 1 TO WS-NEXT-REQ
           ADD 1 TO TR-COUNT
           MOVE WS-NEXT-REQ   TO TR-T-REQ-NO(TR-COUNT)
           MOVE WS-EMP-ID     TO TR-T-EMP-ID(TR-COUNT)
           MOVE WS-TYPE       TO TR-T-TYPE(TR-COUNT)
           MOVE WS-START-DATE TO TR-T-START-DATE(TR-COUNT)
           MOVE WS-END-DATE   TO TR-T-END-DATE(TR-COUNT)
           MOVE WS-DAY-HOURS  TO TR-T-DAY-HOURS(TR-COUNT)
           MOVE WS-REQ-HOURS  TO TR-T-HOURS(TR-COUNT)
           MOVE 'P'           TO TR-T-STATUS(TR-COUNT)
           MOVE OPERATOR-ID   TO TR-T-ENTERED-BY(TR-COUNT)
           MOVE WS-RUN-DATE   TO TR-T-ENTERED-DATE(TR-COUNT)
           MOVE SPACES        TO TR-T-ACTION-BY(TR-COUNT)
           MOVE ZERO          TO TR-T-ACTION-DATE(TR-COUNT)
           DISPLAY 'FILED AS REQUEST ' WS-NEXT-REQ ' - PENDING.'.
       300-FIND-EMPLOYEE.
           MOVE ZERO TO WS-EMP-FOUND
           PERFORM VARYING WS-EMP-SUB FROM 1 BY 1
                   UNTIL WS-EMP-SUB > EMP-COUNT
               IF ET-EMP-ID(WS-EMP-SUB) = WS-EMP-ID
                   MOVE WS-EMP-SUB TO WS-EMP-FOUND
               END-IF
           END-PERFORM.
      * PROJECTED BALANCE OF WS-TYPE FOR THE EMPLOYEE AT WS-EMP-FOUND
      * AS OF THE PAY WEEK HOLDING WS-START-DATE: THE POSTED BALANCE,
      * PLUS A WEEK'S ACCRUAL FOR EACH PAY WEEK AFTER THE LAST ONE
      * POSTED THRU THAT WEEK, LESS EVERY OTHER APPROVED REQUEST OF
      * THE SAME KIND ON DAYS NOT YET POSTED. LATER APPROVED
      * REQUESTS COUNT TOO, SO APPROVING THIS ONE NEVER LEAVES AN
      * EARLIER-APPROVED ONE SHORT. WS-REQ-NO IS THE REQUEST BEING
      * CHECKED (ZERO FOR ONE NOT YET FILED).
       310-PROJECT-BALANCE.
           IF WS-TYPE = 'V'
               MOVE ET-VAC-BAL(WS-EMP-FOUND) TO WS-BALANCE
           ELSE
               MOVE ET-SICK-BAL(WS-EMP-FOUND) TO WS-BALANCE
           END-IF
           IF WS-LP-INT > ZERO
               MOVE WS-START-DATE TO WS-DAY-DATE
               PERFORM 340-WEEK-ENDING
               COMPUTE WS-WEEKS =
                   (WS-WEEK-END-INT - WS-LP-INT + 6) / 7
               IF WS-WEEKS > ZERO
                   IF WS-TYPE = 'V'
                       COMPUTE WS-BALANCE = WS-BALANCE +
                           WS-WEEKS * ET-VAC-RATE(WS-EMP-FOUND)
                   ELSE
                       COMPUTE WS-BALANCE = WS-BALANCE +
                           WS-WEEKS * ET-SICK-RATE(WS-EMP-FOUND)
                   END-IF
               END-IF
           END-IF
           PERFORM VARYING WS-TR-OTHER FROM 1 BY 1
                   UNTIL WS-TR-OTHER > TR-COUNT
               IF TR-APPROVED(WS-TR-OTHER)
                  AND TR-T-EMP-ID(WS-TR-OTHER) = WS-EMP-ID
                  AND TR-T-TYPE(WS-TR-OTHER) = WS-TYPE
                  AND TR-T-REQ-NO(WS-TR-OTHER) NOT = WS-REQ-NO
                  AND TR-T-END-DATE(WS-TR-OTHER) > WS-LAST-POSTED
                   MOVE TR-T-START-DATE(WS-TR-OTHER) TO WS-CNT-FROM
                   IF WS-CNT-FROM NOT > WS-LAST-POSTED
                       COMPUTE WS-DAY-INT = WS-LP-INT + 1
                       COMPUTE WS-CNT-FROM =
                           FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
                   END-IF
                   MOVE TR-T-END-DATE(WS-TR-OTHER) TO WS-CNT-TO
                   MOVE TR-T-DAY-HOURS(WS-TR-OTHER) TO WS-CNT-PER-DAY
                   PERFORM 320-COUNT-HOURS
                   SUBTRACT WS-CNT-HOURS FROM WS-BALANCE
               END-IF
           END-PERFORM.
      * HOURS IN WS-CNT-FROM THRU WS-CNT-TO: MONDAY THRU FRIDAY, NOT
      * ON THE HOLIDAY CALENDAR, AT WS-CNT-PER-DAY EACH.
       320-COUNT-HOURS.
           MOVE ZERO TO WS-CNT-HOURS
           COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE(WS-CNT-FROM)
           COMPUTE WS-TO-INT  = FUNCTION INTEGER-OF-DATE(WS-CNT-TO)
           PERFORM UNTIL WS-DAY-INT > WS-TO-INT
               COMPUTE WS-DAY-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
               PERFORM 330-CHECK-DAY
               IF WS-DOW < 6 AND NOT IS-HOLIDAY
                   ADD WS-CNT-PER-DAY TO WS-CNT-HOURS
               END-IF
               ADD 1 TO WS-DAY-INT
           END-PERFORM.
      * DAY OF THE WEEK (1 = MONDAY) AND HOLIDAY FLAG FOR
      * WS-DAY-DATE. DAY 1 OF THE INTEGER CALENDAR WAS A MONDAY.
       330-CHECK-DAY.
           COMPUTE WS-DOW = FUNCTION MOD
               (FUNCTION INTEGER-OF-DATE(WS-DAY-DATE) - 1, 7) + 1
           MOVE 'N' TO WS-HOLIDAY-SW
           MOVE SPACES TO WS-HOL-NAME
           PERFORM VARYING HD-INDX FROM 1 BY 1
                   UNTIL HD-INDX > HD-COUNT
               IF HD-T-DATE(HD-INDX) = WS-DAY-DATE
                   MOVE 'Y' TO WS-HOLIDAY-SW
                   MOVE HD-T-NAME(HD-INDX) TO WS-HOL-NAME
               END-IF
           END-PERFORM.
      * THE SUNDAY ENDING THE PAY WEEK THAT HOLDS WS-DAY-DATE, AS
      * AN INTEGER DATE. THE PAY WEEK RUNS MONDAY THRU SUNDAY.
       340-WEEK-ENDING.
           PERFORM 330-CHECK-DAY
           COMPUTE WS-WEEK-END-INT =
               FUNCTION INTEGER-OF-DATE(WS-DAY-DATE) + 7 - WS-DOW.
      * SHOWS EACH PENDING REQUEST WITH THE PROJECTED BALANCE AND
      * TAKES THE SUPERVISOR'S ANSWER. A REQUEST OVER THE BALANCE,
      * OR ONE THAT WOULD PUT VACATION AND SICK IN THE SAME PAY WEEK
      * FOR THE EMPLOYEE, CAN ONLY BE DENIED OR LEFT PENDING.
       400-REVIEW-PENDING.
           MOVE ZERO TO WS-REVIEW-CT
           PERFORM VARYING WS-TR-SUB FROM 1 BY 1
                   UNTIL WS-TR-SUB > TR-COUNT
               IF TR-PENDING(WS-TR-SUB)
                   ADD 1 TO WS-REVIEW-CT
                   PERFORM 410-REVIEW-ONE-REQUEST
               END-IF
           END-PERFORM
           DISPLAY WS-REVIEW-CT ' PENDING REQUESTS REVIEWED.'.
       410-REVIEW-ONE-REQUEST.
           MOVE TR-T-EMP-ID(WS-TR-SUB)     TO WS-EMP-ID
           MOVE TR-T-TYPE(WS-TR-SUB)       TO WS-TYPE
           MOVE TR-T-START-DATE(WS-TR-SUB) TO WS-START-DATE
           MOVE TR-T-END-DATE(WS-TR-SUB)   TO WS-END-DATE
           MOVE TR-T-REQ-NO(WS-TR-SUB)     TO WS-REQ-NO
           PERFORM 300-FIND-EMPLOYEE
           DISPLAY SPACE
           DISPLAY 'REQUEST ' WS-REQ-NO '  ' WS-EMP-ID ' '
               WS-TYPE ' ' WS-START-DATE ' THRU ' WS-END-DATE
           MOVE 'N' TO WS-MIXED-SW
           IF WS-EMP-FOUND = ZERO
               MOVE ZERO TO WS-BALANCE
               DISPLAY 'EMPLOYEE NO LONGER ON THE MASTER FILE.'
           ELSE
               DISPLAY ET-EMP-NM(WS-EMP-FOUND) '  '
                   ET-DEPT(WS-EMP-FOUND)
               PERFORM 310-PROJECT-BALANCE
               PERFORM 420-CHECK-MIXED-WEEK
           END-IF
           MOVE TR-T-HOURS(WS-TR-SUB) TO WS-HRS-OUT
           MOVE WS-BALANCE TO WS-BAL-OUT
           DISPLAY WS-HRS-OUT ' HOURS, PROJECTED BALANCE ' WS-BAL-OUT
           EVALUATE TRUE
               WHEN WS-LAST-POSTED > ZERO
                AND WS-START-DATE NOT > WS-LAST-POSTED
                   DISPLAY 'PAY WEEK ALREADY POSTED - DENY IT.'
                   PERFORM 430-ACCEPT-DENY-ONLY
               WHEN WS-EMP-FOUND = ZERO
                   PERFORM 430-ACCEPT-DENY-ONLY
               WHEN TR-T-HOURS(WS-TR-SUB) > WS-BALANCE
                   DISPLAY 'OVER THE PROJECTED BALANCE.'
                   PERFORM 430-ACCEPT-DENY-ONLY
               WHEN MIXED-WEEK
                   DISPLAY 'THE OTHER KIND OF TIME OFF IS ALREADY '
                       'APPROVED IN THAT PAY WEEK.'
                   PERFORM 430-ACCEPT-DENY-ONLY
               WHEN OTHER
                   MOVE SPACE TO WS-ANSWER
                   PERFORM UNTIL WS-ANSWER = 'A' OR 'D' OR 'S'
                       DISPLAY 'A=APPROVE  D=DENY  S=SKIP:'
                       ACCEPT WS-ANSWER
                   END-PERFORM
                   PERFORM 440-RECORD-ANSWER
           END-EVALUATE.
      * TRUE WHEN AN APPROVED REQUEST OF THE OTHER KIND FOR THIS
      * EMPLOYEE SHARES A PAY WEEK WITH THE ONE UNDER REVIEW.
       420-CHECK-MIXED-WEEK.
           MOVE WS-START-DATE TO WS-DAY-DATE
           PERFORM 340-WEEK-ENDING
           MOVE WS-WEEK-END-INT TO WS-WE-START
           MOVE WS-END-DATE TO WS-DAY-DATE
           PERFORM 340-WEEK-ENDING
           MOVE WS-WEEK-END-INT TO WS-WE-END
           PERFORM VARYING WS-TR-OTHER FROM 1 BY 1
                   UNTIL WS-TR-OTHER > TR-COUNT
               IF TR-APPROVED(WS-TR-OTHER)
                  AND TR-T-EMP-ID(WS-TR-OTHER) = WS-EMP-ID
                  AND TR-T-TYPE(WS-TR-OTHER) NOT = WS-TYPE
                   MOVE TR-T-START-DATE(WS-TR-OTHER) TO WS-DAY-DATE
                   PERFORM 340-WEEK-ENDING
                   MOVE WS-WEEK-END-INT TO WS-WE-OSTART
                   MOVE TR-T-END-DATE(WS-TR-OTHER) TO WS-DAY-DATE
                   PERFORM 340-WEEK-ENDING
                   MOVE WS-WEEK-END-INT TO WS-WE-OEND
                   IF WS-WE-START NOT > WS-WE-OEND
                      AND WS-WE-OSTART NOT > WS-WE-END
                       MOVE 'Y' TO WS-MIXED-SW
                   END-IF
               END-IF
           END-PERFORM.
       430-ACCEPT-DENY-ONLY.
           MOVE SPACE TO WS-ANSWER
           PERFORM UNTIL WS-ANSWER = 'D' OR 'S'
               DISPLAY 'D=DENY  S=SKIP:'
               ACCEPT WS-ANSWER
           END-PERFORM
           PERFORM 440-RECORD-ANSWER.
       440-RECORD-ANSWER.
           IF WS-ANSWER NOT = 'S'
               MOVE WS-ANSWER   TO TR-T-STATUS(WS-TR-SUB)
               MOVE OPERATOR-ID TO TR-T-ACTION-BY(WS-TR-SUB)
               MOVE WS-RUN-DATE TO TR-T-ACTION-DATE(WS-TR-SUB)
               IF WS-ANSWER = 'A'
                   DISPLAY 'APPROVED.'
               ELSE
                   DISPLAY 'DENIED.'
               END-IF
           END-IF.
      * BUILDS PTOHOURS.DAT FOR ONE PAY WEEK, MONDAY THRU THE SUNDAY
      * KEYED (THE WEEK AFTER THE LAST ONE POSTED BY DEFAULT). EVERY
      * APPROVED REQUEST'S HOURS ON WORKDAYS IN THE WEEK ARE TOTALED
      * BY EMPLOYEE. ROWS ALREADY ON FILE ARE KEPT FOR EMPLOYEES
      * WITH NO APPROVED REQUEST IN THE WEEK AND REPLACED FOR THOSE
      * WITH ONE, SO BUILDING THE WEEK AGAIN GIVES THE SAME FILE AND
      * ONLY A HAND-KEYED ROW THAT DISAGREES IS REPORTED.
       500-BUILD-PTO-HOURS.
           IF WS-LP-INT > ZERO
               COMPUTE WS-DAY-INT = WS-LP-INT + 7
           ELSE
               MOVE WS-RUN-DATE TO WS-DAY-DATE
               PERFORM 340-WEEK-ENDING
               MOVE WS-WEEK-END-INT TO WS-DAY-INT
           END-IF
           COMPUTE WS-PAY-WEEK-END = FUNCTION DATE-OF-INTEGER
               (WS-DAY-INT)
           DISPLAY 'PAY WEEK ENDING ' WS-PAY-WEEK-END
               ' - ENTER TO ACCEPT OR KEY ANOTHER (YYYYMMDD):'
           ACCEPT WS-DATE-X
           IF WS-DATE-X NOT = SPACES
               IF WS-DATE-X IS NUMERIC
                   IF FUNCTION INTEGER-OF-DATE(WS-DATE) > ZERO
                       MOVE WS-DATE TO WS-PAY-WEEK-END
                   END-IF
               END-IF
           END-IF
           COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE
               (WS-PAY-WEEK-END) - 6
           COMPUTE WS-PAY-WEEK-START = FUNCTION DATE-OF-INTEGER
               (WS-DAY-INT)
           MOVE ZERO TO PG-COUNT WS-GEN-CT WS-REPLACED-CT
           PERFORM VARYING WS-TR-SUB FROM 1 BY 1
                   UNTIL WS-TR-SUB > TR-COUNT
               IF TR-APPROVED(WS-TR-SUB)
                  AND TR-T-START-DATE(WS-TR-SUB)
                      NOT > WS-PAY-WEEK-END
                  AND TR-T-END-DATE(WS-TR-SUB)
                      NOT < WS-PAY-WEEK-START
                   PERFORM 510-ADD-REQUEST-WEEK
               END-IF
           END-PERFORM
           PERFORM 520-MERGE-HAND-KEYED
           OPEN OUTPUT PTO-FILE
           PERFORM VARYING WS-GEN-SUB FROM 1 BY 1
                   UNTIL WS-GEN-SUB > PG-COUNT
               MOVE PG-EMP-ID(WS-GEN-SUB) TO PT-EMP-ID
               MOVE PG-TYPE(WS-GEN-SUB)   TO PT-TYPE
               MOVE PG-HOURS(WS-GEN-SUB)  TO PT-HOURS
               WRITE PTO-REC
           END-PERFORM
           CLOSE PTO-FILE
           DISPLAY WS-GEN-CT ' EMPLOYEES FROM APPROVED REQUESTS, '
               WS-REPLACED-CT ' ROWS ON FILE REPLACED, '
               PG-COUNT ' ROWS WRITTEN TO PTOHOURS.DAT.'.
       510-ADD-REQUEST-WEEK.
           MOVE TR-T-START-DATE(WS-TR-SUB) TO WS-CNT-FROM
           IF WS-CNT-FROM < WS-PAY-WEEK-START
               MOVE WS-PAY-WEEK-START TO WS-CNT-FROM
           END-IF
           MOVE TR-T-END-DATE(WS-TR-SUB) TO WS-CNT-TO
           IF WS-CNT-TO > WS-PAY-WEEK-END
               MOVE WS-PAY-WEEK-END TO WS-CNT-TO
           END-IF
           MOVE TR-T-DAY-HOURS(WS-TR-SUB) TO WS-CNT-PER-DAY
           PERFORM 320-COUNT-HOURS
           IF WS-CNT-HOURS > ZERO
               MOVE ZERO TO WS-GEN-FOUND
               PERFORM VARYING WS-GEN-SUB FROM 1 BY 1
                       UNTIL WS-GEN-SUB > PG-COUNT
                   IF PG-EMP-ID(WS-GEN-SUB) = TR-T-EMP-ID(WS-TR-SUB)
                       MOVE WS-GEN-SUB TO WS-GEN-FOUND
                   END-IF
               END-PERFORM
               IF WS-GEN-FOUND = ZERO AND PG-COUNT < 500
                   ADD 1 TO PG-COUNT
                   MOVE PG-COUNT TO WS-GEN-FOUND
                   MOVE TR-T-EMP-ID(WS-TR-SUB) TO PG-EMP-ID(PG-COUNT)
                   MOVE TR-T-TYPE(WS-TR-SUB)   TO PG-TYPE(PG-COUNT)
                   MOVE ZERO TO PG-HOURS(PG-COUNT)
                   MOVE 'R' TO PG-SOURCE(PG-COUNT)
                   ADD 1 TO WS-GEN-CT
               END-IF
               IF WS-GEN-FOUND > ZERO
                   ADD WS-CNT-HOURS TO PG-HOURS(WS-GEN-FOUND)
               END-IF
           END-IF.
      * KEEPS THE HAND-KEYED ROWS FOR EMPLOYEES THE REQUESTS DID NOT
      * COVER THIS WEEK.
       520-MERGE-HAND-KEYED.
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT PTO-FILE
           IF WS-PTO-STATUS NOT = "00"
               MOVE 'Y' TO EOF-SWITCH
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ PTO-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       MOVE ZERO TO WS-GEN-FOUND
                       PERFORM VARYING WS-GEN-SUB FROM 1 BY 1
                               UNTIL WS-GEN-SUB > PG-COUNT
                           IF PG-EMP-ID(WS-GEN-SUB) = PT-EMP-ID
                               MOVE WS-GEN-SUB TO WS-GEN-FOUND
                           END-IF
                       END-PERFORM
                       EVALUATE TRUE
                           WHEN WS-GEN-FOUND = ZERO
                            AND PG-COUNT < 500
                               ADD 1 TO PG-COUNT
                               MOVE PT-EMP-ID TO PG-EMP-ID(PG-COUNT)
                               MOVE PT-TYPE   TO PG-TYPE(PG-COUNT)
                               MOVE PT-HOURS  TO PG-HOURS(PG-COUNT)
                               MOVE 'H' TO PG-SOURCE(PG-COUNT)
                           WHEN WS-GEN-FOUND > ZERO
                               IF PG-FROM-REQUEST(WS-GEN-FOUND)
                                  AND (PT-TYPE NOT =
                                           PG-TYPE(WS-GEN-FOUND)
                                   OR PT-HOURS NOT =
                                           PG-HOURS(WS-GEN-FOUND))
                                   ADD 1 TO WS-REPLACED-CT
                                   DISPLAY 'ROW ON FILE FOR '
                                       PT-EMP-ID ' REPLACED BY THE '
                                       'APPROVED REQUESTS.'
                               END-IF
                       END-EVALUATE
               END-READ
           END-PERFORM
           IF WS-PTO-STATUS NOT = "35"
               CLOSE PTO-FILE
           END-IF.
      * WHO IS OUT EACH DAY OF A RANGE, DEPARTMENT BY DEPARTMENT.
      * APPROVED AND PENDING REQUESTS ARE BOTH SHOWN SO A SUPERVISOR
      * SEES WHAT IS STILL WAITING; DENIED ONES ARE LEFT OFF.
       600-CALENDAR-REPORT.
           DISPLAY 'ENTER FIRST DAY OF CALENDAR (YYYYMMDD):'
           PERFORM 220-ACCEPT-DATE
           MOVE WS-DATE TO WS-START-DATE
           MOVE ZERO TO WS-END-DATE
           PERFORM UNTIL WS-END-DATE NOT < WS-START-DATE
               DISPLAY 'ENTER LAST DAY OF CALENDAR (YYYYMMDD):'
               PERFORM 220-ACCEPT-DATE
               MOVE WS-DATE TO WS-END-DATE
               COMPUTE WS-DAY-INT =
                   FUNCTION INTEGER-OF-DATE(WS-END-DATE)
                 - FUNCTION INTEGER-OF-DATE(WS-START-DATE)
               IF WS-END-DATE < WS-START-DATE
                  OR WS-DAY-INT NOT < MAX-CAL-DAYS
                   DISPLAY 'RANGE MUST RUN FORWARD, AT MOST '
                       MAX-CAL-DAYS ' DAYS.'
                   MOVE ZERO TO WS-END-DATE
               END-IF
           END-PERFORM
           OPEN OUTPUT REPORT-FILE
           MOVE WS-RUN-DATE(5:2) TO HD-MM
           MOVE WS-RUN-DATE(7:2) TO HD-DD
           MOVE WS-RUN-DATE(1:4) TO HD-YEAR
           WRITE REPORT-REC FROM HD-TITLE
           MOVE WS-START-DATE(5:2) TO HR-FROM-MM
           MOVE WS-START-DATE(7:2) TO HR-FROM-DD
           MOVE WS-START-DATE(1:4) TO HR-FROM-YEAR
           MOVE WS-END-DATE(5:2)   TO HR-TO-MM
           MOVE WS-END-DATE(7:2)   TO HR-TO-DD
           MOVE WS-END-DATE(1:4)   TO HR-TO-YEAR
           WRITE REPORT-REC FROM HD-RANGE
               AFTER ADVANCING 1 LINE
           MOVE WS-START-DATE TO WS-DAY-DATE
           PERFORM 610-CALENDAR-DAY
               UNTIL WS-DAY-DATE > WS-END-DATE
           CLOSE REPORT-FILE
           DISPLAY 'CALENDAR WRITTEN TO TIMEOFF.RPT.'.
      * ONE DAY: THE DATE LINE, THEN EACH DEPARTMENT'S PEOPLE OUT.
      * WEEKENDS ARE SKIPPED; A HOLIDAY IS NAMED.
       610-CALENDAR-DAY.
           PERFORM 330-CHECK-DAY
           IF WS-DOW < 6
               MOVE DAY-NAME-ENTRY(WS-DOW) TO CD-DAY-NAME
               MOVE WS-DAY-DATE(5:2) TO CD-MM
               MOVE WS-DAY-DATE(7:2) TO CD-DD
               MOVE WS-DAY-DATE(1:4) TO CD-YEAR
               IF IS-HOLIDAY
                   MOVE WS-HOL-NAME TO CD-NOTE
               ELSE
                   MOVE SPACES TO CD-NOTE
               END-IF
               WRITE REPORT-REC FROM CAL-DAY-LINE
                   AFTER ADVANCING 2 LINES
               IF NOT IS-HOLIDAY
                   MOVE ZERO TO WS-LINE-CT
                   PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                           UNTIL WS-DEPT-SUB > DEPT-COUNT
                       PERFORM 620-CALENDAR-DEPT
                   END-PERFORM
                   IF WS-LINE-CT = ZERO
                       WRITE REPORT-REC FROM CAL-NONE
                           AFTER ADVANCING 1 LINE
                   END-IF
               END-IF
           END-IF
           COMPUTE WS-DAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-DAY-DATE) + 1
           COMPUTE WS-DAY-DATE = FUNCTION DATE-OF-INTEGER(WS-DAY-INT).
       620-CALENDAR-DEPT.
           PERFORM VARYING WS-TR-SUB FROM 1 BY 1
                   UNTIL WS-TR-SUB > TR-COUNT
               IF (TR-APPROVED(WS-TR-SUB) OR TR-PENDING(WS-TR-SUB))
                  AND TR-T-START-DATE(WS-TR-SUB) NOT > WS-DAY-DATE
                  AND TR-T-END-DATE(WS-TR-SUB) NOT < WS-DAY-DATE
                   MOVE TR-T-EMP-ID(WS-TR-SUB) TO WS-EMP-ID
                   PERFORM 300-FIND-EMPLOYEE
                   IF WS-EMP-FOUND > ZERO
                       IF ET-DEPT(WS-EMP-FOUND) = DT-DEPT(WS-DEPT-SUB)
                           PERFORM 630-CALENDAR-LINE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
       630-CALENDAR-LINE.
           MOVE DT-DEPT(WS-DEPT-SUB)   TO CL-DEPT
           MOVE WS-EMP-ID              TO CL-EMP-ID
           MOVE ET-EMP-NM(WS-EMP-FOUND) TO CL-EMP-NM
           IF TR-T-TYPE(WS-TR-SUB) = 'V'
               MOVE 'VACATION' TO CL-TYPE
           ELSE
               MOVE 'SICK'     TO CL-TYPE
           END-IF
           MOVE TR-T-DAY-HOURS(WS-TR-SUB) TO CL-HOURS
           IF TR-APPROVED(WS-TR-SUB)
               MOVE 'APPROVED' TO CL-STATUS
           ELSE
               MOVE 'PENDING'  TO CL-STATUS
           END-IF
           WRITE REPORT-REC FROM CAL-DETAIL
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-CT.
      * REWRITES THE REQUEST FILE WITH EVERY REQUEST AND ITS STATUS.
       900-SAVE-REQUESTS.
           OPEN OUTPUT TIMEOFF-FILE
           PERFORM VARYING WS-TR-SUB FROM 1 BY 1
                   UNTIL WS-TR-SUB > TR-COUNT
               MOVE TR-ENTRY(WS-TR-SUB) TO TIMEOFF-REC
               WRITE TIMEOFF-REC
           END-PERFORM
           CLOSE TIMEOFF-FILE.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. WcPremium.
       AUTHOR. Brianna Muleski
       DATE-WRITTEN. 10/13/14
      ******************************************************************
      * Purpose:
      *     Workers' compensation premium report by class code, for
      *     the carrier's payroll audit, instead of rebuilding it
      *     from spreadsheets. Each employee's class code comes from
      *     EMPMASTER.DAT and each class's premium per $100 of
      *     payroll from WCRATE.DAT. Wages are taken the same way
      *     QtrSummary takes them: a quarter is the current YTD
      *     minus the quarter-start snapshot, a year is the whole
      *     YTD. The overtime premium portion of gross is left out
      *     of class payroll, as the carriers require, and the
      *     estimated premium is figured on what remains. Employees
      *     with no class code (and classes with no rate) are
      *     flagged so they get set up.
      *
      * Input:
      *     NEWMASTER.DAT - payroll master with YTD amounts
      *     QTRSNAP.DAT   - quarter-start YTD snapshot
      *     EMPMASTER.DAT - employee class codes
      *     WCRATE.DAT    - premium rate per $100 by class
      *     Mode entered at the console
      * Output:
      *     WCPREMIUM.RPT
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO "NEWMASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SNAP-FILE ASSIGN TO "QTRSNAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAP-STATUS.
           SELECT EMP-FILE ASSIGN TO "EMPMASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMP-STATUS.
           SELECT WCRATE-FILE ASSIGN TO "WCRATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "WCPREMIUM.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
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
           05  N-YTD-SS-EE   PIC 9(7)V99.
           05  N-YTD-MED-EE  PIC 9(7)V99.
           05  N-STATE-CODE  PIC XX.
           05  N-YTD-STATE-TAX PIC 9(7)V99.
           05  N-YTD-OT-PREM PIC 9(7)V99.
       FD  SNAP-FILE.
       01  SNAP-REC.
           05  QS-EMP-ID       PIC X(4).
           05  QS-YTD-GRS      PIC 9(7)V99.
           05  QS-YTD-TAX      PIC 9(7)V99.
           05  QS-YTD-NET      PIC 9(7)V99.
           05  QS-YTD-SS-EE    PIC 9(7)V99.
           05  QS-YTD-MED-EE   PIC 9(7)V99.
           05  QS-YTD-STATE-TAX PIC 9(7)V99.
           05  QS-YTD-OT-PREM  PIC 9(7)V99.
       FD  EMP-FILE.
       01  EMP-REC.
           05  EM-EMP-ID       PIC X(4).
           05  EM-EMP-NM       PIC X(15).
           05  EM-EMP-DEPT     PIC X(8).
           05  EM-PAY-TYPE     PIC X.
           05  EM-SALARY       PIC 9(5)V99.
           05  EM-WORK-STATE   PIC XX.
           05  EM-WC-CLASS     PIC X(4).
      * ONE ROW PER CLASS CODE: THE CARRIER'S DESCRIPTION AND THE
      * PREMIUM CHARGED PER $100 OF CLASS PAYROLL.
       FD  WCRATE-FILE.
       01  WCRATE-REC.
           05  WR-CLASS        PIC X(4).
           05  WR-DESC         PIC X(20).
           05  WR-RATE         PIC 99V9999.
       FD  REPORT-FILE.
       01  REPORT-REC          PIC X(110).
       WORKING-STORAGE SECTION.
       01  WORKING-ITEMS.
           05  EOF-SWITCH      PIC X       VALUE 'N'.
           05  WS-SNAP-STATUS  PIC XX.
           05  WS-EMP-STATUS   PIC XX.
           05  WS-RATE-STATUS  PIC XX.
           05  WS-RUN-DATE     PIC 9(8).
           05  RUN-MODE        PIC X.
               88  QUARTER-MODE            VALUE 'Q'.
               88  ANNUAL-MODE             VALUE 'A'.
           05  WS-PER-GRS      PIC S9(7)V99.
           05  WS-PER-OT-PREM  PIC S9(7)V99.
           05  WS-YTD-OT-PREM  PIC 9(7)V99.
           05  WS-CLASS-PAY    PIC S9(9)V99.
           05  WS-PREMIUM      PIC S9(7)V99.
           05  WS-TOT-GRS      PIC S9(9)V99 VALUE ZERO.
           05  WS-TOT-OT-PREM  PIC S9(9)V99 VALUE ZERO.
           05  WS-TOT-CLASS-PAY PIC S9(9)V99 VALUE ZERO.
           05  WS-TOT-PREMIUM  PIC S9(9)V99 VALUE ZERO.
           05  WS-EMP-CLASS    PIC X(4).
           05  WS-EMP-NM       PIC X(15).
           05  WS-EM-SUB       PIC 9(3).
           05  WS-SNAP-SUB     PIC 9(3).
           05  WS-CL-SUB       PIC 9(3).
           05  WS-CL-FOUND     PIC 9(3).
           05  WS-NC-SUB       PIC 9(3).
           05  WS-NO-RATE-CT   PIC 9(3)    VALUE ZERO.
       01  SNAP-TABLE.
           05  SN-COUNT        PIC 9(3)    VALUE ZERO.
           05  SN-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON SN-COUNT.
               10  SN-EMP-ID       PIC X(4).
               10  SN-YTD-GRS      PIC 9(7)V99.
               10  SN-YTD-OT-PREM  PIC 9(7)V99.
       01  EMP-CLASS-TABLE.
           05  EC-COUNT        PIC 9(3)    VALUE ZERO.
           05  EC-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON EC-COUNT.
               10  EC-EMP-ID       PIC X(4).
               10  EC-EMP-NM       PIC X(15).
               10  EC-CLASS        PIC X(4).
      * ONE LINE PER CLASS: THE RATE FILE'S CLASSES, PLUS ANY CLASS
      * AN EMPLOYEE CARRIES THAT THE RATE FILE DOES NOT (NO RATE).
       01  CLASS-TABLE.
           05  CL-COUNT        PIC 9(3)    VALUE ZERO.
           05  CL-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON CL-COUNT.
               10  CL-CLASS        PIC X(4).
               10  CL-DESC         PIC X(20).
               10  CL-RATE         PIC 99V9999.
               10  CL-RATE-SW      PIC X.
                   88  CL-NO-RATE              VALUE 'N'.
               10  CL-GRS          PIC S9(9)V99.
               10  CL-OT-PREM      PIC S9(9)V99.
               10  CL-EMP-COUNT    PIC 9(5).
      * EMPLOYEES PAID (OR STILL ACTIVE) WITH NO CLASS CODE.
       01  NO-CLASS-TABLE.
           05  NC-COUNT        PIC 9(3)    VALUE ZERO.
           05  NC-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON NC-COUNT.
               10  NC-EMP-ID       PIC X(4).
               10  NC-EMP-NM       PIC X(15).
               10  NC-GRS          PIC S9(7)V99.
       01  HD-TITLE.
           05  FILLER          PIC X(6)    VALUE "DATE: ".
           05  HD-MM           PIC 99.
           05  FILLER          PIC X       VALUE "/".
           05  HD-DD           PIC 99.
           05  FILLER          PIC X       VALUE "/".
           05  HD-YEAR         PIC 9(4).
           05  FILLER          PIC X(8)    VALUE SPACES.
           05  FILLER          PIC X(37)   VALUE
                               "WORKERS COMP PREMIUM BY CLASS CODE - ".
           05  HD-PERIOD       PIC X(8).
       01  HD-COLUMNS.
           05  FILLER          PIC X(5)    VALUE "CLASS".
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  FILLER          PIC X(20)   VALUE "DESCRIPTION".
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  FILLER          PIC X(11)   VALUE "GROSS WAGES".
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  FILLER          PIC X(9)    VALUE "OT PREM  ".
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  FILLER          PIC X(11)   VALUE "CLASS PAYRL".
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(7)    VALUE "RATE   ".
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  FILLER          PIC X(7)    VALUE "PREMIUM".
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  FILLER          PIC X(3)    VALUE "EMP".
       01  CLASS-DETAIL.
           05  CD-CLASS        PIC X(4).
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  CD-DESC         PIC X(20).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  CD-GRS          PIC Z,ZZZ,ZZ9.99-.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  CD-OT-PREM      PIC ZZZ,ZZ9.99-.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  CD-CLASS-PAY    PIC Z,ZZZ,ZZ9.99-.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  CD-RATE         PIC Z9.9999.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  CD-PREMIUM      PIC ZZZ,ZZ9.99-.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  CD-COUNT        PIC ZZZ9.
           05  CD-FLAG         PIC X(8).
       01  CLASS-TOTALS.
           05  FILLER          PIC X(29)   VALUE "TOTALS".
           05  CT-GRS          PIC $,$$$,$$9.99-.
           05  FILLER          PIC X       VALUE SPACE.
           05  CT-OT-PREM      PIC $$$,$$9.99-.
           05  FILLER          PIC X       VALUE SPACE.
           05  CT-CLASS-PAY    PIC $,$$$,$$9.99-.
           05  FILLER          PIC X(11)   VALUE SPACES.
           05  CT-PREMIUM      PIC $$$,$$9.99-.
       01  NO-RATE-NOTE.
           05  NR-COUNT        PIC ZZ9.
           05  FILLER          PIC X(50)   VALUE
               " CLASS(ES) HAVE NO RATE ON WCRATE.DAT - NO PREMIUM".
       01  NO-CLASS-HEADING.
           05  FILLER          PIC X(40)   VALUE
                               "EMPLOYEES WITH NO CLASS CODE ON FILE".
       01  NO-CLASS-DETAIL.
           05  NC-D-EMP-ID     PIC X(4).
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  NC-D-EMP-NM     PIC X(15).
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  NC-D-GRS        PIC Z,ZZZ,ZZ9.99-.
           05  FILLER          PIC X(25)   VALUE
                               "  WAGES NOT IN ANY CLASS".
       01  NO-CLASS-NONE.
           05  FILLER          PIC X(40)   VALUE
                           "NONE - EVERY EMPLOYEE HAS A CLASS CODE.".
       PROCEDURE DIVISION.
       000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           DISPLAY 'ENTER MODE (Q=QUARTER, A=ANNUAL):'
           ACCEPT RUN-MODE
           PERFORM UNTIL QUARTER-MODE OR ANNUAL-MODE
               DISPLAY 'INVALID MODE.'
               DISPLAY 'ENTER MODE (Q=QUARTER, A=ANNUAL):'
               ACCEPT RUN-MODE
           END-PERFORM
           IF QUARTER-MODE
               PERFORM 050-LOAD-SNAPSHOT
           END-IF
           PERFORM 060-LOAD-CLASS-CODES
           PERFORM 070-LOAD-RATES
           PERFORM 100-ROLL-WAGES
           PERFORM 300-WRITE-REPORT
           STOP RUN.
      ******************************************************************
      * Loads the quarter-start YTD snapshot. An employee hired this
      * quarter has no snapshot row; their quarter is their whole
      * YTD, as on the quarterly summary.
      ******************************************************************
       050-LOAD-SNAPSHOT.
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT SNAP-FILE
           IF WS-SNAP-STATUS NOT = "00"
               MOVE 'Y' TO EOF-SWITCH
               DISPLAY 'NO SNAPSHOT ON FILE - FULL YTD REPORTED.'
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ SNAP-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       IF SN-COUNT < 500
                           ADD 1 TO SN-COUNT
                           MOVE QS-EMP-ID  TO SN-EMP-ID(SN-COUNT)
                           MOVE QS-YTD-GRS TO SN-YTD-GRS(SN-COUNT)
                           IF QS-YTD-OT-PREM IS NUMERIC
                               MOVE QS-YTD-OT-PREM TO
                                   SN-YTD-OT-PREM(SN-COUNT)
                           ELSE
                               MOVE ZERO TO SN-YTD-OT-PREM(SN-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-SNAP-STATUS NOT = "35"
               CLOSE SNAP-FILE
           END-IF.
      ******************************************************************
      * Loads each employee's class code off the employee master.
      ******************************************************************
       060-LOAD-CLASS-CODES.
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
                       IF EC-COUNT < 500
                           ADD 1 TO EC-COUNT
                           MOVE EM-EMP-ID   TO EC-EMP-ID(EC-COUNT)
                           MOVE EM-EMP-NM   TO EC-EMP-NM(EC-COUNT)
                           MOVE EM-WC-CLASS TO EC-CLASS(EC-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-EMP-STATUS NOT = "35"
               CLOSE EMP-FILE
           END-IF.
      ******************************************************************
      * Loads the carrier's class rates. Every class on the rate file
      * prints, even with no payroll this period.
      ******************************************************************
       070-LOAD-RATES.
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT WCRATE-FILE
           IF WS-RATE-STATUS NOT = "00"
               MOVE 'Y' TO EOF-SWITCH
               DISPLAY 'WARNING: WCRATE.DAT NOT ON FILE.'
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ WCRATE-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       IF CL-COUNT < 200
                           ADD 1 TO CL-COUNT
                           MOVE WR-CLASS TO CL-CLASS(CL-COUNT)
                           MOVE WR-DESC  TO CL-DESC(CL-COUNT)
                           IF WR-RATE IS NUMERIC
                               MOVE WR-RATE TO CL-RATE(CL-COUNT)
                               MOVE 'Y' TO CL-RATE-SW(CL-COUNT)
                           ELSE
                               MOVE ZERO TO CL-RATE(CL-COUNT)
                               MOVE 'N' TO CL-RATE-SW(CL-COUNT)
                           END-IF
                           MOVE ZERO TO CL-GRS(CL-COUNT)
                                        CL-OT-PREM(CL-COUNT)
                                        CL-EMP-COUNT(CL-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-RATE-STATUS NOT = "35"
               CLOSE WCRATE-FILE
           END-IF.
      ******************************************************************
      * Walks the payroll master, figuring each employee's wages and
      * overtime premium for the period and rolling them into the
      * employee's class.
      ******************************************************************
       100-ROLL-WAGES.
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT MASTER-FILE
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ MASTER-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       PERFORM 200-ROLL-ONE-EMPLOYEE
               END-READ
           END-PERFORM
           CLOSE MASTER-FILE.
      ******************************************************************
      * Derives one employee's period wages - YTD minus the snapshot
      * for a quarter, the whole YTD for the year - and adds them to
      * the class. No class code puts the employee on the exception
      * list instead, unless they are terminated and unpaid.
      ******************************************************************
       200-ROLL-ONE-EMPLOYEE.
           IF N-YTD-OT-PREM IS NUMERIC
               MOVE N-YTD-OT-PREM TO WS-YTD-OT-PREM
           ELSE
               MOVE ZERO TO WS-YTD-OT-PREM
           END-IF
           MOVE N-YTD-GRS-PAY  TO WS-PER-GRS
           MOVE WS-YTD-OT-PREM TO WS-PER-OT-PREM
           PERFORM VARYING WS-SNAP-SUB FROM 1 BY 1
                   UNTIL WS-SNAP-SUB > SN-COUNT
               IF SN-EMP-ID(WS-SNAP-SUB) = N-EMP-ID
                   COMPUTE WS-PER-GRS =
                       N-YTD-GRS-PAY - SN-YTD-GRS(WS-SNAP-SUB)
                   COMPUTE WS-PER-OT-PREM =
                       WS-YTD-OT-PREM - SN-YTD-OT-PREM(WS-SNAP-SUB)
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-EMP-CLASS WS-EMP-NM
           PERFORM VARYING WS-EM-SUB FROM 1 BY 1
                   UNTIL WS-EM-SUB > EC-COUNT
               IF EC-EMP-ID(WS-EM-SUB) = N-EMP-ID
                   MOVE EC-CLASS(WS-EM-SUB)  TO WS-EMP-CLASS
                   MOVE EC-EMP-NM(WS-EM-SUB) TO WS-EMP-NM
               END-IF
           END-PERFORM
           IF WS-EMP-CLASS = SPACES
               IF WS-PER-GRS NOT = ZERO OR N-EMP-STATUS NOT = 'T'
                   PERFORM 250-ADD-NO-CLASS
               END-IF
           ELSE
               PERFORM 260-ROLL-CLASS
           END-IF.
      ******************************************************************
      * Lists an employee with no class code for the exception page.
      ******************************************************************
       250-ADD-NO-CLASS.
           IF NC-COUNT < 500
               ADD 1 TO NC-COUNT
               MOVE N-EMP-ID   TO NC-EMP-ID(NC-COUNT)
               MOVE WS-EMP-NM  TO NC-EMP-NM(NC-COUNT)
               MOVE WS-PER-GRS TO NC-GRS(NC-COUNT)
           END-IF.
      ******************************************************************
      * Adds the employee's wages and overtime premium to their
      * class. A class the rate file does not carry gets its own
      * line, flagged NO RATE, so the payroll is not lost.
      ******************************************************************
       260-ROLL-CLASS.
           MOVE ZERO TO WS-CL-FOUND
           PERFORM VARYING WS-CL-SUB FROM 1 BY 1
                   UNTIL WS-CL-SUB > CL-COUNT
               IF CL-CLASS(WS-CL-SUB) = WS-EMP-CLASS
                   MOVE WS-CL-SUB TO WS-CL-FOUND
               END-IF
           END-PERFORM
           IF WS-CL-FOUND = ZERO AND CL-COUNT < 200
               ADD 1 TO CL-COUNT
               MOVE WS-EMP-CLASS TO CL-CLASS(CL-COUNT)
               MOVE SPACES TO CL-DESC(CL-COUNT)
               MOVE ZERO TO CL-RATE(CL-COUNT)
               MOVE 'N' TO CL-RATE-SW(CL-COUNT)
               MOVE ZERO TO CL-GRS(CL-COUNT)
                            CL-OT-PREM(CL-COUNT)
                            CL-EMP-COUNT(CL-COUNT)
               MOVE CL-COUNT TO WS-CL-FOUND
           END-IF
           IF WS-CL-FOUND > ZERO
               ADD WS-PER-GRS     TO CL-GRS(WS-CL-FOUND)
               ADD WS-PER-OT-PREM TO CL-OT-PREM(WS-CL-FOUND)
               IF WS-PER-GRS > ZERO
                   ADD 1 TO CL-EMP-COUNT(WS-CL-FOUND)
               END-IF
           END-IF.
      ******************************************************************
      * Prints one line per class - gross wages, the overtime premium
      * taken out, the class payroll left, the rate, and the
      * estimated premium - then the totals and the exception list.
      ******************************************************************
       300-WRITE-REPORT.
           OPEN OUTPUT REPORT-FILE
           MOVE WS-RUN-DATE(5:2) TO HD-MM
           MOVE WS-RUN-DATE(7:2) TO HD-DD
           MOVE WS-RUN-DATE(1:4) TO HD-YEAR
           IF QUARTER-MODE
               MOVE 'QUARTER ' TO HD-PERIOD
           ELSE
               MOVE 'YEAR    ' TO HD-PERIOD
           END-IF
           WRITE REPORT-REC FROM HD-TITLE
           WRITE REPORT-REC FROM HD-COLUMNS
               AFTER ADVANCING 2 LINES
           PERFORM VARYING WS-CL-SUB FROM 1 BY 1
                   UNTIL WS-CL-SUB > CL-COUNT
               PERFORM 310-WRITE-CLASS-LINE
           END-PERFORM
           MOVE WS-TOT-GRS       TO CT-GRS
           MOVE WS-TOT-OT-PREM   TO CT-OT-PREM
           MOVE WS-TOT-CLASS-PAY TO CT-CLASS-PAY
           MOVE WS-TOT-PREMIUM   TO CT-PREMIUM
           WRITE REPORT-REC FROM CLASS-TOTALS
               AFTER ADVANCING 2 LINES
           IF WS-NO-RATE-CT > ZERO
               MOVE WS-NO-RATE-CT TO NR-COUNT
               WRITE REPORT-REC FROM NO-RATE-NOTE
                   AFTER ADVANCING 1 LINE
           END-IF
           WRITE REPORT-REC FROM NO-CLASS-HEADING
               AFTER ADVANCING 3 LINES
           IF NC-COUNT = ZERO
               WRITE REPORT-REC FROM NO-CLASS-NONE
                   AFTER ADVANCING 2 LINES
           ELSE
               PERFORM VARYING WS-NC-SUB FROM 1 BY 1
                       UNTIL WS-NC-SUB > NC-COUNT
                   MOVE NC-EMP-ID(WS-NC-SUB) TO NC-D-EMP-ID
                   MOVE NC-EMP-NM(WS-NC-SUB) TO NC-D-EMP-NM
                   MOVE NC-GRS(WS-NC-SUB)    TO NC-D-GRS
                   WRITE REPORT-REC FROM NO-CLASS-DETAIL
                       AFTER ADVANCING 1 LINE
               END-PERFORM
           END-IF
           CLOSE REPORT-FILE
           IF NC-COUNT > ZERO
               DISPLAY NC-COUNT ' EMPLOYEES HAVE NO CLASS CODE.'
           END-IF
           DISPLAY 'WORKERS COMP PREMIUM REPORT GENERATED!'.
      ******************************************************************
      * Class payroll is gross less the overtime premium; the premium
      * is the class rate per $100 of it.
      ******************************************************************
       310-WRITE-CLASS-LINE.
           COMPUTE WS-CLASS-PAY =
               CL-GRS(WS-CL-SUB) - CL-OT-PREM(WS-CL-SUB)
           COMPUTE WS-PREMIUM ROUNDED =
               WS-CLASS-PAY / 100 * CL-RATE(WS-CL-SUB)
           MOVE CL-CLASS(WS-CL-SUB)     TO CD-CLASS
           MOVE CL-DESC(WS-CL-SUB)      TO CD-DESC
           MOVE CL-GRS(WS-CL-SUB)       TO CD-GRS
           MOVE CL-OT-PREM(WS-CL-SUB)   TO CD-OT-PREM
           MOVE WS-CLASS-PAY            TO CD-CLASS-PAY
           MOVE CL-RATE(WS-CL-SUB)      TO CD-RATE
           MOVE WS-PREMIUM              TO CD-PREMIUM
           MOVE CL-EMP-COUNT(WS-CL-SUB) TO CD-COUNT
           IF CL-NO-RATE(WS-CL-SUB)
               MOVE ' NO RATE' TO CD-FLAG
               ADD 1 TO WS-NO-RATE-CT
           ELSE
               MOVE SPACES TO CD-FLAG
           END-IF
           WRITE REPORT-REC FROM CLASS-DETAIL
               AFTER ADVANCING 1 LINE
           ADD CL-GRS(WS-CL-SUB)     TO WS-TOT-GRS
           ADD CL-OT-PREM(WS-CL-SUB) TO WS-TOT-OT-PREM
           ADD WS-CLASS-PAY          TO WS-TOT-CLASS-PAY
           ADD WS-PREMIUM            TO WS-TOT-PREMIUM.

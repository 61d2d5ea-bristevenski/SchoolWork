       IDENTIFICATION DIVISION.
       PROGRAM-ID. PayAccrual.
       AUTHOR. Brianna Muleski
       DATE-WRITTEN. 10/13/14
      ******************************************************************
      * Purpose:
      *     Month-end payroll accrual. The weekly pay periods seldom
      *     end on the last day of the month, so the wages earned
      *     between the last posted period end on PAYPERIOD.DAT and
      *     the month-end date are estimated and booked: hourly
      *     staff at their average paid hours over the last four
      *     weeks of PAYRHIST.DAT and their PAYRATE.DAT rate, salaried
      *     staff at their per-period EM-SALARY, each prorated by the
      *     weekdays not yet paid, with the employer FICA, FUTA and
      *     SUTA on top (capped at the wage bases against the YTD
      *     gross on the master). The accrual is split by department
      *     and journaled through the GLMAP.DAT rows keyed by
      *     department name, the way the DEPTPAY.DAT labor rows are:
      *         PAYACCR  - wage expense to accrued wages
      *         PAYACCRT - payroll tax expense to accrued taxes
      *     (a row with a blank department name serves any
      *     department without its own). The matching reversing
      *     entry is written at the same time, dated the first of
      *     the next month, so GlPost takes the accrual into the
      *     month being closed and backs it out of the next one when
      *     that day is posted. A department with no mapping, or a
      *     month already accrued, writes nothing.
      *
      * Input:
      *     PAYPERIOD.DAT - last posted period end (lab08)
      *     EMPMASTER.DAT - department, pay type and salary
      *     NEWMASTER.DAT - employee status and YTD gross
      *     PAYRATE.DAT   - hourly rates
      *     PAYRHIST.DAT  - posted hours by week (lab08)
      *     EMPTAX.DAT    - employer tax rates and wage bases
      *     GLMAP.DAT     - GL accounts for PAYACCR and PAYACCRT
      *     GLJOURNAL.DAT, GLPOSTED.DAT - checked for an accrual
      *                     already made for the month
      *     Month-end date at the console
      * Output:
      *     GLJOURNAL.DAT - accrual and reversing entries appended
      *     PAYACCR.RPT   - accrual by employee and department
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYPERIOD-FILE ASSIGN TO "PAYPERIOD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-STATUS.
           SELECT EMP-FILE ASSIGN TO "EMPMASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMP-STATUS.
           SELECT MASTER-FILE ASSIGN TO "NEWMASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAST-STATUS.
           SELECT PAYRATE-FILE ASSIGN TO "PAYRATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRATE-STATUS.
           SELECT PAYHIST-FILE ASSIGN TO "PAYRHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT EMPTAX-FILE ASSIGN TO "EMPTAX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ETAX-STATUS.
           SELECT GLMAP-FILE ASSIGN TO "GLMAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "GLJOURNAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.
           SELECT POSTED-FILE ASSIGN TO "GLPOSTED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTED-STATUS.
           SELECT REPORT-FILE ASSIGN TO "PAYACCR.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PAYPERIOD-FILE.
       01  PAYPERIOD-REC.
           05  PP-LAST-POSTED  PIC 9(8).
           05  PP-LAST-OFFCYCLE PIC 9(8).
       FD  EMP-FILE.
       01  EMP-REC.
           05  EM-EMP-ID       PIC X(4).
           05  EM-EMP-NM       PIC X(15).
           05  EM-EMP-DEPT     PIC X(8).
           05  EM-PAY-TYPE     PIC X.
           05  EM-SALARY       PIC 9(5)V99.
      * THE PAYROLL MASTER, READ ONLY FOR THE STATUS (A TERMINATED
      * EMPLOYEE ACCRUES NOTHING) AND THE YTD GROSS THE EMPLOYER-TAX
      * WAGE BASES ARE MEASURED AGAINST.
       FD  MASTER-FILE.
       01  NEW-REC.
           05  N-EMP-ID        PIC X(4).
           05  FILLER          PIC X(24).
           05  N-YTD-GRS-PAY   PIC 9(7)V99.
           05  FILLER          PIC X(18).
           05  N-EMP-STATUS    PIC X.
       FD  PAYRATE-FILE.
       01  PAYRATE-REC.
           05  PR-EMP-ID       PIC X(4).
           05  PR-PAY-RT       PIC 999V9.
       FD  PAYHIST-FILE.
       01  PAYHIST-REC.
           05  PH-PERIOD-END   PIC 9(8).
           05  PH-EMP-ID       PIC X(4).
           05  PH-PAY-TYPE     PIC X.
           05  PH-HOURS        PIC 99.
           05  PH-PTO-HOURS    PIC 99V9.
           05  PH-PAY-RATE     PIC 999V9.
           05  PH-GROSS        PIC 9(5)V99.
           05  PH-HOL-PREM     PIC 9(4)V99.
       FD  EMPTAX-FILE.
       01  EMPTAX-REC.
           05  ET-TYPE         PIC X(4).
           05  ET-RATE         PIC V9999.
           05  ET-WAGE-BASE    PIC 9(6).
       FD  GLMAP-FILE.
       01  GLMAP-REC.
           05  GM-SOURCE       PIC X(8).
           05  GM-DEPT         PIC 9.
           05  GM-DR-ACCT      PIC X(6).
           05  GM-CR-ACCT      PIC X(6).
           05  GM-DEPT-NAME    PIC X(8).
       FD  JOURNAL-FILE.
       01  JOURNAL-REC.
           05  GJ-DATE         PIC 9(8).
           05  GJ-ACCT         PIC X(6).
           05  GJ-DRCR         PIC X.
           05  GJ-AMT          PIC S9(9)V99.
           05  GJ-SOURCE       PIC X(8).
           05  GJ-STORE        PIC 9(2).
       FD  POSTED-FILE.
       01  POSTED-REC.
           05  PG-DATE         PIC 9(8).
           05  PG-ACCT         PIC X(6).
           05  PG-DRCR         PIC X.
           05  PG-AMT          PIC S9(9)V99.
           05  PG-SOURCE       PIC X(8).
           05  PG-STORE        PIC 9(2).
       FD  REPORT-FILE.
       01  REPORT-REC          PIC X(100).
       WORKING-STORAGE SECTION.
       01  WORKING-ITEMS.
           05  EOF-SWITCH      PIC X       VALUE 'N'.
           05  VALID-SW        PIC X.
           05  WS-PERIOD-STATUS PIC XX.
           05  WS-EMP-STATUS   PIC XX.
           05  WS-MAST-STATUS  PIC XX.
           05  WS-PRATE-STATUS PIC XX.
           05  WS-HIST-STATUS  PIC XX.
           05  WS-ETAX-STATUS  PIC XX.
           05  WS-MAP-STATUS   PIC XX.
           05  WS-JRNL-STATUS  PIC XX.
           05  WS-POSTED-STATUS PIC XX.
           05  WS-RUN-DATE     PIC 9(8).
           05  WS-MONTH-END-X  PIC X(8).
           05  WS-MONTH-END REDEFINES WS-MONTH-END-X
                               PIC 9(8).
           05  WS-MONTH-END-PARTS REDEFINES WS-MONTH-END-X.
               10  WS-ME-YYYY      PIC 9(4).
               10  WS-ME-MM        PIC 99.
               10  WS-ME-DD        PIC 99.
           05  WS-MONTH-END-INT PIC S9(9).
           05  WS-REVERSE-DATE PIC 9(8).
           05  WS-LAST-POSTED  PIC 9(8)    VALUE ZERO.
           05  WS-LAST-POSTED-INT PIC S9(9).
           05  WS-HIST-FROM-INT PIC S9(9).
           05  WS-HIST-INT     PIC S9(9).
           05  WS-DAY-INT      PIC S9(9).
           05  WS-DAY-OF-WEEK  PIC 9.
           05  WS-ACCR-DAYS    PIC 9(3)    VALUE ZERO.
           05  WS-EMP-SUB      PIC 9(4).
           05  WS-EMP-FOUND    PIC 9(4).
           05  WS-DA-SUB       PIC 9(3).
           05  WS-DA-FOUND     PIC 9(3).
           05  WS-GM-SUB       PIC 9(3).
           05  WS-DEPT         PIC X(8).
           05  WS-SOURCE       PIC X(8).
           05  WS-DR-ACCT      PIC X(6).
           05  WS-CR-ACCT      PIC X(6).
           05  MAP-FOUND-SW    PIC X.
               88  MAP-FOUND               VALUE 'Y'.
           05  WS-UNMAPPED-CT  PIC 9(3)    VALUE ZERO.
           05  WS-AVG-HOURS    PIC 9(3)V99.
           05  WS-EMP-RATE     PIC 9(5)V99.
           05  WS-ACCR-WAGES   PIC 9(6)V99.
           05  WS-ACCR-TAXES   PIC 9(6)V99.
           05  WS-TAXABLE-AMT  PIC S9(7)V99.
           05  WS-ER-RATE      PIC V9999.
           05  WS-ER-BASE      PIC 9(6).
           05  WS-ER-AMT       PIC 9(6)V99.
           05  WS-NOTE         PIC X(16).
           05  WS-ACCR-CT      PIC 9(4)    VALUE ZERO.
           05  WS-SKIP-CT      PIC 9(4)    VALUE ZERO.
           05  WS-WAGE-TOT     PIC 9(8)V99 VALUE ZERO.
           05  WS-TAX-TOT      PIC 9(8)V99 VALUE ZERO.
           05  WS-JRNL-DATE    PIC 9(8).
           05  WS-DR-CODE      PIC X.
           05  WS-CR-CODE      PIC X.
           05  WS-AMOUNT       PIC 9(8)V99.
           05  WS-ROW-CT       PIC 9(4)    VALUE ZERO.
       01  CONSTANTS.
           05  HIST-WEEKS      PIC 9(2)    VALUE 4.
           05  WORKDAYS-PER-PERIOD PIC 9   VALUE 5.
           05  FICA-RATE       PIC V9999   VALUE .0765.
           05  FICA-BASE       PIC 9(6)    VALUE 117000.
           05  FUTA-RATE       PIC V9999   VALUE .0060.
           05  FUTA-BASE       PIC 9(6)    VALUE 7000.
           05  SUTA-RATE       PIC V9999   VALUE .0270.
           05  SUTA-BASE       PIC 9(6)    VALUE 9000.
       01  EMP-TABLE.
           05  EMP-COUNT       PIC 9(4)    VALUE ZERO.
           05  EMP-ENTRY OCCURS 1 TO 1000 TIMES
                   DEPENDING ON EMP-COUNT.
               10  EMP-T-ID        PIC X(4).
               10  EMP-T-NM        PIC X(15).
               10  EMP-T-DEPT      PIC X(8).
               10  EMP-T-PAY-TYPE  PIC X.
               10  EMP-T-SALARY    PIC 9(5)V99.
               10  EMP-T-RATE      PIC 999V9.
               10  EMP-T-HIST-RATE PIC 999V9.
               10  EMP-T-HIST-HOURS PIC 9(4)V9.
               10  EMP-T-HIST-WEEKS PIC 9(2).
               10  EMP-T-LAST-WEEK PIC 9(8).
               10  EMP-T-YTD-GROSS PIC 9(7)V99.
               10  EMP-T-STATUS    PIC X.
      * ACCRUAL BY DEPARTMENT, WITH THE ACCOUNTS EACH HALF BOOKS TO.
       01  DEPT-ACCRUAL-TABLE.
           05  DA-COUNT        PIC 9(3)    VALUE ZERO.
           05  DA-ENTRY OCCURS 1 TO 50 TIMES
                   DEPENDING ON DA-COUNT.
               10  DA-T-DEPT       PIC X(8).
               10  DA-T-WAGES      PIC 9(8)V99.
               10  DA-T-TAXES      PIC 9(8)V99.
               10  DA-T-WAGE-DR    PIC X(6).
               10  DA-T-WAGE-CR    PIC X(6).
               10  DA-T-TAX-DR     PIC X(6).
               10  DA-T-TAX-CR     PIC X(6).
       01  GLMAP-TABLE.
           05  GM-COUNT        PIC 9(3)    VALUE ZERO.
           05  GM-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON GM-COUNT.
               10  GM-T-SOURCE     PIC X(8).
               10  GM-T-DEPT-NAME  PIC X(8).
               10  GM-T-DR-ACCT    PIC X(6).
               10  GM-T-CR-ACCT    PIC X(6).
       01  HD-TITLE.
           05  FILLER          PIC X(6)    VALUE "DATE: ".
           05  HD-MM           PIC 99.
           05  FILLER          PIC X       VALUE "/".
           05  HD-DD           PIC 99.
           05  FILLER          PIC X       VALUE "/".
           05  HD-YEAR         PIC 9(4).
           05  FILLER          PIC X(10)   VALUE SPACES.
           05  FILLER          PIC X(25)   VALUE
                               "MONTH-END PAYROLL ACCRUAL".
       01  HD-SUBTITLE.
           05  FILLER          PIC X(15)   VALUE "ACCRUED THROUGH".
           05  FILLER          PIC X       VALUE SPACE.
           05  HS-ME-MM        PIC 99.
           05  FILLER          PIC X       VALUE "/".
           05  HS-ME-DD        PIC 99.
           05  FILLER          PIC X       VALUE "/".
           05  HS-ME-YEAR      PIC 9(4).
           05  FILLER          PIC X(18)   VALUE
                               " FROM LAST POSTED ".
           05  HS-LP-MM        PIC 99.
           05  FILLER          PIC X       VALUE "/".
           05  HS-LP-DD        PIC 99.
           05  FILLER          PIC X       VALUE "/".
           05  HS-LP-YEAR      PIC 9(4).
           05  FILLER          PIC X(3)    VALUE " - ".
           05  HS-DAYS         PIC Z9.
           05  FILLER          PIC X(9)    VALUE " WORKDAYS".
       01  HD-COLUMNS.
           05  FILLER          PIC X(6)    VALUE "EMP ID".
           05  FILLER          PIC X(16)   VALUE " NAME".
           05  FILLER          PIC X(9)    VALUE "DEPT".
           05  FILLER          PIC X(5)    VALUE "TYPE".
           05  FILLER          PIC X(8)    VALUE "AVG HRS".
           05  FILLER          PIC X(11)   VALUE "RATE/SALARY".
           05  FILLER          PIC X(11)   VALUE "      WAGES".
           05  FILLER          PIC X(11)   VALUE "   ER TAXES".
           05  FILLER          PIC X       VALUE SPACE.
           05  FILLER          PIC X(4)    VALUE "NOTE".
       01  AC-DETAIL.
           05  AD-EMP-ID       PIC X(4).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  AD-EMP-NM       PIC X(15).
           05  FILLER          PIC X       VALUE SPACE.
           05  AD-DEPT         PIC X(8).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  AD-PAY-TYPE     PIC X.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  AD-AVG-HOURS    PIC ZZZ.ZZ.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  AD-RATE         PIC ZZ,ZZZ.ZZ.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  AD-WAGES        PIC $$$,$$9.99.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  AD-TAXES        PIC $$,$$9.99.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  AD-NOTE         PIC X(16).
       01  DA-COLUMNS.
           05  FILLER          PIC X(10)   VALUE "DEPARTMENT".
           05  FILLER          PIC X(14)   VALUE "         WAGES".
           05  FILLER          PIC X(13)   VALUE "     ER TAXES".
           05  FILLER          PIC X(15)   VALUE "   WAGE DR/CR  ".
           05  FILLER          PIC X(13)   VALUE " TAX DR/CR".
       01  DA-DETAIL.
           05  DD-DEPT         PIC X(8).
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  DD-WAGES        PIC $$,$$$,$$9.99.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  DD-TAXES        PIC $$$$,$$9.99.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  DD-WAGE-DR      PIC X(6).
           05  FILLER          PIC X       VALUE "/".
           05  DD-WAGE-CR      PIC X(6).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  DD-TAX-DR       PIC X(6).
           05  FILLER          PIC X       VALUE "/".
           05  DD-TAX-CR       PIC X(6).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  DD-NOTE         PIC X(14).
       01  TOTAL-LINE.
           05  TL-LABEL        PIC X(30).
           05  TL-COUNT        PIC ZZZ9.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  TL-AMOUNT       PIC $$,$$$,$$9.99.
       01  JRNL-LINE.
           05  JL-LABEL        PIC X(15).
           05  JL-MM           PIC 99.
           05  FILLER          PIC X       VALUE "/".
           05  JL-DD           PIC 99.
           05  FILLER          PIC X       VALUE "/".
           05  JL-YEAR         PIC 9(4).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  JL-TEXT         PIC X(40).
       PROCEDURE DIVISION.
       000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM 010-ACCEPT-MONTH-END
           PERFORM 020-LOAD-PAY-PERIOD
           IF WS-LAST-POSTED = ZERO
               DISPLAY 'NO POSTED PAY PERIOD ON PAYPERIOD.DAT -'
                   ' NOTHING ACCRUED.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-LAST-POSTED >= WS-MONTH-END
               DISPLAY 'PERIOD ENDING ' WS-LAST-POSTED
                   ' IS ALREADY POSTED - NOTHING TO ACCRUE.'
               STOP RUN
           END-IF
           PERFORM 030-COUNT-ACCRUAL-DAYS
           PERFORM 040-CHECK-ALREADY-ACCRUED
           IF VALID-SW = 'N'
               DISPLAY 'MONTH ENDING ' WS-MONTH-END
                   ' IS ALREADY ACCRUED - NOTHING WRITTEN.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 050-LOAD-EMPLOYER-TAXES
           PERFORM 060-LOAD-GLMAP
           PERFORM 070-LOAD-EMPLOYEES
           PERFORM 075-LOAD-MASTER
           PERFORM 080-LOAD-PAY-RATES
           PERFORM 085-LOAD-PAY-HISTORY
           PERFORM 600-START-LISTING
           PERFORM VARYING WS-EMP-SUB FROM 1 BY 1
                   UNTIL WS-EMP-SUB > EMP-COUNT
               PERFORM 200-ACCRUE-ONE-EMPLOYEE
           END-PERFORM
           PERFORM 300-MAP-DEPARTMENTS
           PERFORM 650-END-LISTING
           IF WS-UNMAPPED-CT > ZERO
               DISPLAY 'JOURNAL REJECTED: ' WS-UNMAPPED-CT
                   ' DEPARTMENTS WITH NO GL MAPPING.'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-WAGE-TOT + WS-TAX-TOT = ZERO
                   DISPLAY 'NOTHING TO ACCRUE.'
               ELSE
                   PERFORM 400-WRITE-JOURNAL
               END-IF
           END-IF
           DISPLAY WS-ACCR-CT ' EMPLOYEES ACCRUED, ' WS-WAGE-TOT
               ' WAGES, ' WS-TAX-TOT ' EMPLOYER TAXES.'
           STOP RUN.
      ******************************************************************
      * The month-end date must be the last day of its month - the
      * day after it is the first of the next, which is the date
      * the reversing entry carries.
      ******************************************************************
       010-ACCEPT-MONTH-END.
           MOVE 'N' TO VALID-SW
           PERFORM UNTIL VALID-SW = 'Y'
               DISPLAY 'ENTER MONTH-END DATE (YYYYMMDD):'
               ACCEPT WS-MONTH-END-X
               IF WS-MONTH-END-X IS NUMERIC
                  AND WS-ME-MM >= 1 AND WS-ME-MM <= 12
                  AND WS-ME-DD >= 28 AND WS-ME-DD <= 31
                   COMPUTE WS-MONTH-END-INT =
                       FUNCTION INTEGER-OF-DATE(WS-MONTH-END)
                   COMPUTE WS-REVERSE-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-MONTH-END-INT + 1)
                   IF WS-REVERSE-DATE(7:2) = '01'
                       MOVE 'Y' TO VALID-SW
                   ELSE
                       DISPLAY 'NOT THE LAST DAY OF THE MONTH.'
                   END-IF
               ELSE
                   DISPLAY 'INVALID DATE.'
               END-IF
           END-PERFORM.
      ******************************************************************
      * The last regular period lab08 posted. Wages through that
      * date are already on the ledger from the pay run itself.
      ******************************************************************
       020-LOAD-PAY-PERIOD.
           OPEN INPUT PAYPERIOD-FILE
           IF WS-PERIOD-STATUS = "00"
               READ PAYPERIOD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PP-LAST-POSTED IS NUMERIC
                           MOVE PP-LAST-POSTED TO WS-LAST-POSTED
                       END-IF
               END-READ
               CLOSE PAYPERIOD-FILE
           END-IF.
      ******************************************************************
      * Counts the weekdays after the last posted period end through
      * the month end - the days worked that no pay run has paid.
      ******************************************************************
       030-COUNT-ACCRUAL-DAYS.
           COMPUTE WS-LAST-POSTED-INT =
               FUNCTION INTEGER-OF-DATE(WS-LAST-POSTED)
           COMPUTE WS-HIST-FROM-INT =
               WS-LAST-POSTED-INT - (HIST-WEEKS * 7) + 1
           PERFORM VARYING WS-DAY-INT FROM WS-LAST-POSTED-INT BY 1
                   UNTIL WS-DAY-INT >= WS-MONTH-END-INT
      *        DAY OF WEEK OF THE DAY AFTER WS-DAY-INT, 1 = MONDAY
               COMPUTE WS-DAY-OF-WEEK =
                   FUNCTION MOD(WS-DAY-INT, 7) + 1
               IF WS-DAY-OF-WEEK <= 5
                   ADD 1 TO WS-ACCR-DAYS
               END-IF
           END-PERFORM.
      ******************************************************************
      * One accrual per month: a PAYACCR row already journaled or
      * posted for this month-end date turns the switch 'N'.
      ******************************************************************
       040-CHECK-ALREADY-ACCRUED.
           MOVE 'Y' TO VALID-SW
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT JOURNAL-FILE
           IF WS-JRNL-STATUS NOT = "00"
               MOVE 'Y' TO EOF-SWITCH
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ JOURNAL-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       IF GJ-DATE = WS-MONTH-END
                          AND GJ-SOURCE(1:7) = 'PAYACCR'
                           MOVE 'N' TO VALID-SW
                       END-IF
               END-READ
           END-PERFORM
           IF WS-JRNL-STATUS NOT = "35"
               CLOSE JOURNAL-FILE
           END-IF
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT POSTED-FILE
           IF WS-POSTED-STATUS NOT = "00"
               MOVE 'Y' TO EOF-SWITCH
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ POSTED-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       IF PG-DATE = WS-MONTH-END
                          AND PG-SOURCE(1:7) = 'PAYACCR'
                           MOVE 'N' TO VALID-SW
                       END-IF
               END-READ
           END-PERFORM
           IF WS-POSTED-STATUS NOT = "35"
               CLOSE POSTED-FILE
           END-IF.
      ******************************************************************
      * The employer FICA, FUTA and SUTA rates and wage bases, as the
      * pay run uses them. A missing file leaves the compiled-in
      * figures standing.
      ******************************************************************
       050-LOAD-EMPLOYER-TAXES.
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT EMPTAX-FILE
           IF WS-ETAX-STATUS NOT = "00"
               MOVE 'Y' TO EOF-SWITCH
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ EMPTAX-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       EVALUATE ET-TYPE
                           WHEN 'FICA'
                               MOVE ET-RATE      TO FICA-RATE
                               MOVE ET-WAGE-BASE TO FICA-BASE
                           WHEN 'FUTA'
                               MOVE ET-RATE      TO FUTA-RATE
                               MOVE ET-WAGE-BASE TO FUTA-BASE
                           WHEN 'SUTA'
                               MOVE ET-RATE      TO SUTA-RATE
                               MOVE ET-WAGE-BASE TO SUTA-BASE
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM
           IF WS-ETAX-STATUS NOT = "35"
               CLOSE EMPTAX-FILE
           END-IF.
      ******************************************************************
      * Keeps the PAYACCR and PAYACCRT rows of the account map.
      ******************************************************************
       060-LOAD-GLMAP.
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT GLMAP-FILE
           IF WS-MAP-STATUS NOT = "00"
               MOVE 'Y' TO EOF-SWITCH
               DISPLAY 'WARNING: GLMAP.DAT NOT ON FILE.'
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ GLMAP-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       IF (GM-SOURCE = 'PAYACCR '
                           OR GM-SOURCE = 'PAYACCRT')
                          AND GM-DEPT = ZERO
                          AND GM-COUNT < 100
                           ADD 1 TO GM-COUNT
                           MOVE GM-SOURCE TO GM-T-SOURCE(GM-COUNT)
                           MOVE GM-DEPT-NAME TO
                               GM-T-DEPT-NAME(GM-COUNT)
                           MOVE GM-DR-ACCT TO GM-T-DR-ACCT(GM-COUNT)
                           MOVE GM-CR-ACCT TO GM-T-CR-ACCT(GM-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-MAP-STATUS NOT = "35"
               CLOSE GLMAP-FILE
           END-IF.
      ******************************************************************
      * Loads every employee's department, pay type and salary. A
      * blank department accrues under UNKNOWN, as the pay run rolls
      * it.
      ******************************************************************
       070-LOAD-EMPLOYEES.
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
                       IF EMP-COUNT < 1000
                           ADD 1 TO EMP-COUNT
                           MOVE EM-EMP-ID  TO EMP-T-ID(EMP-COUNT)
                           MOVE EM-EMP-NM  TO EMP-T-NM(EMP-COUNT)
                           MOVE EM-EMP-DEPT TO EMP-T-DEPT(EMP-COUNT)
                           IF EM-EMP-DEPT = SPACES
                               MOVE 'UNKNOWN ' TO
                                   EMP-T-DEPT(EMP-COUNT)
                           END-IF
                           MOVE EM-PAY-TYPE TO
                               EMP-T-PAY-TYPE(EMP-COUNT)
                           IF EM-SALARY IS NUMERIC
                               MOVE EM-SALARY TO
                                   EMP-T-SALARY(EMP-COUNT)
                           ELSE
                               MOVE ZERO TO EMP-T-SALARY(EMP-COUNT)
                           END-IF
                           MOVE ZERO TO EMP-T-RATE(EMP-COUNT)
                                        EMP-T-HIST-RATE(EMP-COUNT)
                                        EMP-T-HIST-HOURS(EMP-COUNT)
                                        EMP-T-HIST-WEEKS(EMP-COUNT)
                                        EMP-T-LAST-WEEK(EMP-COUNT)
                                        EMP-T-YTD-GROSS(EMP-COUNT)
                           MOVE SPACE TO EMP-T-STATUS(EMP-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-EMP-STATUS NOT = "35"
               CLOSE EMP-FILE
           END-IF.
      ******************************************************************
      * Status and YTD gross off the payroll master. The YTD gross
      * only counts toward the wage bases when the month end falls
      * in the same year as the last posted period.
      ******************************************************************
       075-LOAD-MASTER.
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT MASTER-FILE
           IF WS-MAST-STATUS NOT = "00"
               MOVE 'Y' TO EOF-SWITCH
               DISPLAY 'WARNING: NEWMASTER.DAT NOT ON FILE - WAGE'
                   ' BASES START FROM ZERO.'
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ MASTER-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       PERFORM 090-FIND-EMPLOYEE-BY-MASTER
                       IF WS-EMP-FOUND > ZERO
                           MOVE N-EMP-STATUS TO
                               EMP-T-STATUS(WS-EMP-FOUND)
                           IF N-YTD-GRS-PAY IS NUMERIC
                              AND WS-LAST-POSTED(1:4) = WS-ME-YYYY
                               MOVE N-YTD-GRS-PAY TO
                                   EMP-T-YTD-GROSS(WS-EMP-FOUND)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-MAST-STATUS NOT = "35"
               CLOSE MASTER-FILE
           END-IF.
      ******************************************************************
      * Hourly rates off the rate master.
      ******************************************************************
       080-LOAD-PAY-RATES.
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT PAYRATE-FILE
           IF WS-PRATE-STATUS NOT = "00"
               MOVE 'Y' TO EOF-SWITCH
               DISPLAY 'WARNING: PAYRATE.DAT NOT ON FILE.'
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ PAYRATE-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       MOVE PR-EMP-ID TO N-EMP-ID
                       PERFORM 090-FIND-EMPLOYEE-BY-MASTER
                       IF WS-EMP-FOUND > ZERO
                          AND PR-PAY-RT IS NUMERIC
                           MOVE PR-PAY-RT TO EMP-T-RATE(WS-EMP-FOUND)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PRATE-STATUS NOT = "35"
               CLOSE PAYRATE-FILE
           END-IF.
      ******************************************************************
      * Adds up each hourly employee's paid hours - worked plus paid
      * time off - over the last four posted weeks, and keeps the
      * rate of the latest week for anyone missing from PAYRATE.DAT.
      * Two rows for one period end (a correction posted the same
      * week) count as one week worked.
      ******************************************************************
       085-LOAD-PAY-HISTORY.
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT PAYHIST-FILE
           IF WS-HIST-STATUS NOT = "00"
               MOVE 'Y' TO EOF-SWITCH
               DISPLAY 'WARNING: PAYRHIST.DAT NOT ON FILE - NO'
                   ' HOURLY ACCRUAL.'
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ PAYHIST-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       IF PH-PAY-TYPE = 'H'
                          AND PH-PERIOD-END IS NUMERIC
                          AND PH-PERIOD-END <= WS-LAST-POSTED
                          AND PH-PERIOD-END > 16010101
                           COMPUTE WS-HIST-INT =
                               FUNCTION INTEGER-OF-DATE(PH-PERIOD-END)
                           IF WS-HIST-INT >= WS-HIST-FROM-INT
                               PERFORM 087-ADD-HISTORY-WEEK
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-HIST-STATUS NOT = "35"
               CLOSE PAYHIST-FILE
           END-IF.
       087-ADD-HISTORY-WEEK.
           MOVE PH-EMP-ID TO N-EMP-ID
           PERFORM 090-FIND-EMPLOYEE-BY-MASTER
           IF WS-EMP-FOUND > ZERO
               IF PH-PERIOD-END NOT = EMP-T-LAST-WEEK(WS-EMP-FOUND)
                   ADD 1 TO EMP-T-HIST-WEEKS(WS-EMP-FOUND)
                   MOVE PH-PERIOD-END TO
                       EMP-T-LAST-WEEK(WS-EMP-FOUND)
               END-IF
               IF PH-HOURS IS NUMERIC
                   ADD PH-HOURS TO EMP-T-HIST-HOURS(WS-EMP-FOUND)
               END-IF
               IF PH-PTO-HOURS IS NUMERIC
                   ADD PH-PTO-HOURS TO EMP-T-HIST-HOURS(WS-EMP-FOUND)
               END-IF
               IF PH-PAY-RATE IS NUMERIC AND PH-PAY-RATE > ZERO
                   MOVE PH-PAY-RATE TO
                       EMP-T-HIST-RATE(WS-EMP-FOUND)
               END-IF
           END-IF.
       090-FIND-EMPLOYEE-BY-MASTER.
           MOVE ZERO TO WS-EMP-FOUND
           PERFORM VARYING WS-EMP-FOUND FROM 1 BY 1
                   UNTIL WS-EMP-FOUND > EMP-COUNT
                      OR EMP-T-ID(WS-EMP-FOUND) = N-EMP-ID
               CONTINUE
           END-PERFORM
           IF WS-EMP-FOUND > EMP-COUNT
               MOVE ZERO TO WS-EMP-FOUND
           END-IF.
      ******************************************************************
      * Estimates one employee's unpaid wages for the accrual days:
      * a salaried employee's per-period salary, or an hourly
      * employee's average paid hours at the rate, each prorated by
      * the workdays in a period. The employer taxes go on top and
      * the whole amount rolls into the department.
      ******************************************************************
       200-ACCRUE-ONE-EMPLOYEE.
           MOVE ZERO TO WS-ACCR-WAGES WS-ACCR-TAXES WS-AVG-HOURS
                        WS-EMP-RATE
           MOVE SPACES TO WS-NOTE
           EVALUATE TRUE
               WHEN EMP-T-STATUS(WS-EMP-SUB) = 'T'
                   MOVE 'TERMINATED' TO WS-NOTE
               WHEN EMP-T-PAY-TYPE(WS-EMP-SUB) = 'S'
                   MOVE EMP-T-SALARY(WS-EMP-SUB) TO WS-EMP-RATE
                   COMPUTE WS-ACCR-WAGES ROUNDED =
                       EMP-T-SALARY(WS-EMP-SUB) * WS-ACCR-DAYS
                       / WORKDAYS-PER-PERIOD
                   IF EMP-T-SALARY(WS-EMP-SUB) = ZERO
                       MOVE 'NO SALARY' TO WS-NOTE
                   END-IF
               WHEN EMP-T-HIST-WEEKS(WS-EMP-SUB) = ZERO
                   MOVE 'NO RECENT HOURS' TO WS-NOTE
               WHEN OTHER
                   MOVE EMP-T-RATE(WS-EMP-SUB) TO WS-EMP-RATE
                   IF WS-EMP-RATE = ZERO
                       MOVE EMP-T-HIST-RATE(WS-EMP-SUB) TO
                           WS-EMP-RATE
                       MOVE 'RATE FROM HIST' TO WS-NOTE
                   END-IF
                   COMPUTE WS-AVG-HOURS ROUNDED =
                       EMP-T-HIST-HOURS(WS-EMP-SUB)
                       / EMP-T-HIST-WEEKS(WS-EMP-SUB)
                   COMPUTE WS-ACCR-WAGES ROUNDED =
                       WS-AVG-HOURS * WS-EMP-RATE * WS-ACCR-DAYS
                       / WORKDAYS-PER-PERIOD
           END-EVALUATE
           IF WS-ACCR-WAGES > ZERO
               PERFORM 210-COMPUTE-EMPLOYER-TAXES
               PERFORM 220-ROLL-DEPARTMENT
               ADD 1 TO WS-ACCR-CT
               ADD WS-ACCR-WAGES TO WS-WAGE-TOT
               ADD WS-ACCR-TAXES TO WS-TAX-TOT
           ELSE
               ADD 1 TO WS-SKIP-CT
           END-IF
           PERFORM 610-WRITE-EMPLOYEE-LINE.
      ******************************************************************
      * Employer FICA, FUTA and SUTA on the accrued wages, each only
      * on the part still under its wage base.
      ******************************************************************
       210-COMPUTE-EMPLOYER-TAXES.
           MOVE FICA-RATE TO WS-ER-RATE
           MOVE FICA-BASE TO WS-ER-BASE
           PERFORM 215-ONE-EMPLOYER-TAX
           MOVE FUTA-RATE TO WS-ER-RATE
           MOVE FUTA-BASE TO WS-ER-BASE
           PERFORM 215-ONE-EMPLOYER-TAX
           MOVE SUTA-RATE TO WS-ER-RATE
           MOVE SUTA-BASE TO WS-ER-BASE
           PERFORM 215-ONE-EMPLOYER-TAX.
       215-ONE-EMPLOYER-TAX.
           COMPUTE WS-TAXABLE-AMT =
               WS-ER-BASE - EMP-T-YTD-GROSS(WS-EMP-SUB)
           IF WS-TAXABLE-AMT > WS-ACCR-WAGES
               MOVE WS-ACCR-WAGES TO WS-TAXABLE-AMT
           END-IF
           IF WS-TAXABLE-AMT < ZERO
               MOVE ZERO TO WS-TAXABLE-AMT
           END-IF
           COMPUTE WS-ER-AMT ROUNDED = WS-TAXABLE-AMT * WS-ER-RATE
           ADD WS-ER-AMT TO WS-ACCR-TAXES.
       220-ROLL-DEPARTMENT.
           MOVE EMP-T-DEPT(WS-EMP-SUB) TO WS-DEPT
           MOVE ZERO TO WS-DA-FOUND
           PERFORM VARYING WS-DA-SUB FROM 1 BY 1
                   UNTIL WS-DA-SUB > DA-COUNT
               IF DA-T-DEPT(WS-DA-SUB) = WS-DEPT
                   MOVE WS-DA-SUB TO WS-DA-FOUND
               END-IF
           END-PERFORM
           IF WS-DA-FOUND = ZERO AND DA-COUNT < 50
               ADD 1 TO DA-COUNT
               MOVE WS-DEPT TO DA-T-DEPT(DA-COUNT)
               MOVE ZERO TO DA-T-WAGES(DA-COUNT)
                            DA-T-TAXES(DA-COUNT)
               MOVE SPACES TO DA-T-WAGE-DR(DA-COUNT)
                              DA-T-WAGE-CR(DA-COUNT)
                              DA-T-TAX-DR(DA-COUNT)
                              DA-T-TAX-CR(DA-COUNT)
               MOVE DA-COUNT TO WS-DA-FOUND
           END-IF
           IF WS-DA-FOUND > ZERO
               ADD WS-ACCR-WAGES TO DA-T-WAGES(WS-DA-FOUND)
               ADD WS-ACCR-TAXES TO DA-T-TAXES(WS-DA-FOUND)
           ELSE
               ADD 1 TO WS-UNMAPPED-CT
               DISPLAY 'DEPARTMENT TABLE FULL - ' WS-DEPT
                   ' NOT ACCRUED.'
           END-IF.
      ******************************************************************
      * Finds each department's accounts for both halves of the
      * accrual: the department's own map row if it has one, else
      * the row with a blank department name.
      ******************************************************************
       300-MAP-DEPARTMENTS.
           PERFORM VARYING WS-DA-SUB FROM 1 BY 1
                   UNTIL WS-DA-SUB > DA-COUNT
               MOVE DA-T-DEPT(WS-DA-SUB) TO WS-DEPT
               MOVE 'PAYACCR ' TO WS-SOURCE
               PERFORM 310-FIND-MAPPING
               IF MAP-FOUND
                   MOVE WS-DR-ACCT TO DA-T-WAGE-DR(WS-DA-SUB)
                   MOVE WS-CR-ACCT TO DA-T-WAGE-CR(WS-DA-SUB)
               ELSE
                   ADD 1 TO WS-UNMAPPED-CT
                   DISPLAY 'NO GL MAPPING FOR PAYACCR  ' WS-DEPT
               END-IF
               IF DA-T-TAXES(WS-DA-SUB) > ZERO
                   MOVE 'PAYACCRT' TO WS-SOURCE
                   PERFORM 310-FIND-MAPPING
                   IF MAP-FOUND
                       MOVE WS-DR-ACCT TO DA-T-TAX-DR(WS-DA-SUB)
                       MOVE WS-CR-ACCT TO DA-T-TAX-CR(WS-DA-SUB)
                   ELSE
                       ADD 1 TO WS-UNMAPPED-CT
                       DISPLAY 'NO GL MAPPING FOR PAYACCRT ' WS-DEPT
                   END-IF
               END-IF
           END-PERFORM.
       310-FIND-MAPPING.
           MOVE 'N' TO MAP-FOUND-SW
           PERFORM VARYING WS-GM-SUB FROM 1 BY 1
                   UNTIL WS-GM-SUB > GM-COUNT
               IF GM-T-SOURCE(WS-GM-SUB) = WS-SOURCE
                  AND GM-T-DEPT-NAME(WS-GM-SUB) = WS-DEPT
                   MOVE GM-T-DR-ACCT(WS-GM-SUB) TO WS-DR-ACCT
                   MOVE GM-T-CR-ACCT(WS-GM-SUB) TO WS-CR-ACCT
                   SET MAP-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT MAP-FOUND
               PERFORM VARYING WS-GM-SUB FROM 1 BY 1
                       UNTIL WS-GM-SUB > GM-COUNT
                   IF GM-T-SOURCE(WS-GM-SUB) = WS-SOURCE
                      AND GM-T-DEPT-NAME(WS-GM-SUB) = SPACES
                       MOVE GM-T-DR-ACCT(WS-GM-SUB) TO WS-DR-ACCT
                       MOVE GM-T-CR-ACCT(WS-GM-SUB) TO WS-CR-ACCT
                       SET MAP-FOUND TO TRUE
                   END-IF
               END-PERFORM
           END-IF.
      ******************************************************************
      * Appends the accrual, dated the month end, and its reversal,
      * dated the first of the next month with the debits and
      * credits turned around, in GLExtract's journal layout. Each
      * date's rows balance on their own, so GlPost proves each.
      ******************************************************************
       400-WRITE-JOURNAL.
           OPEN EXTEND JOURNAL-FILE
           IF WS-JRNL-STATUS NOT = "00"
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           MOVE WS-MONTH-END TO WS-JRNL-DATE
           MOVE 'D' TO WS-DR-CODE
           MOVE 'C' TO WS-CR-CODE
           PERFORM 410-WRITE-DEPT-ENTRIES
           MOVE WS-REVERSE-DATE TO WS-JRNL-DATE
           MOVE 'C' TO WS-DR-CODE
           MOVE 'D' TO WS-CR-CODE
           PERFORM 410-WRITE-DEPT-ENTRIES
           CLOSE JOURNAL-FILE
           DISPLAY WS-ROW-CT ' JOURNAL ROWS WRITTEN TO GLJOURNAL.DAT.'.
       410-WRITE-DEPT-ENTRIES.
           PERFORM VARYING WS-DA-SUB FROM 1 BY 1
                   UNTIL WS-DA-SUB > DA-COUNT
               MOVE 'PAYACCR ' TO WS-SOURCE
               MOVE DA-T-WAGES(WS-DA-SUB)   TO WS-AMOUNT
               MOVE DA-T-WAGE-DR(WS-DA-SUB) TO WS-DR-ACCT
               MOVE DA-T-WAGE-CR(WS-DA-SUB) TO WS-CR-ACCT
               PERFORM 420-WRITE-ONE-PAIR
               MOVE 'PAYACCRT' TO WS-SOURCE
               MOVE DA-T-TAXES(WS-DA-SUB)   TO WS-AMOUNT
               MOVE DA-T-TAX-DR(WS-DA-SUB)  TO WS-DR-ACCT
               MOVE DA-T-TAX-CR(WS-DA-SUB)  TO WS-CR-ACCT
               PERFORM 420-WRITE-ONE-PAIR
           END-PERFORM.
       420-WRITE-ONE-PAIR.
           IF WS-AMOUNT > ZERO
               MOVE WS-JRNL-DATE TO GJ-DATE
               MOVE WS-SOURCE    TO GJ-SOURCE
               MOVE ZERO         TO GJ-STORE
               MOVE WS-AMOUNT    TO GJ-AMT
               MOVE WS-DR-ACCT   TO GJ-ACCT
               MOVE WS-DR-CODE   TO GJ-DRCR
               WRITE JOURNAL-REC
               MOVE WS-CR-ACCT   TO GJ-ACCT
               MOVE WS-CR-CODE   TO GJ-DRCR
               WRITE JOURNAL-REC
               ADD 2 TO WS-ROW-CT
           END-IF.
      ******************************************************************
      * The listing: every employee with what was accrued for them
      * (or why nothing was), the department split with its
      * accounts, and the two journal dates.
      ******************************************************************
       600-START-LISTING.
           OPEN OUTPUT REPORT-FILE
           MOVE WS-RUN-DATE(5:2) TO HD-MM
           MOVE WS-RUN-DATE(7:2) TO HD-DD
           MOVE WS-RUN-DATE(1:4) TO HD-YEAR
           MOVE WS-ME-MM   TO HS-ME-MM
           MOVE WS-ME-DD   TO HS-ME-DD
           MOVE WS-ME-YYYY TO HS-ME-YEAR
           MOVE WS-LAST-POSTED(5:2) TO HS-LP-MM
           MOVE WS-LAST-POSTED(7:2) TO HS-LP-DD
           MOVE WS-LAST-POSTED(1:4) TO HS-LP-YEAR
           MOVE WS-ACCR-DAYS TO HS-DAYS
           WRITE REPORT-REC FROM HD-TITLE
           WRITE REPORT-REC FROM HD-SUBTITLE
               AFTER ADVANCING 1 LINE
           WRITE REPORT-REC FROM HD-COLUMNS
               AFTER ADVANCING 2 LINES.
       610-WRITE-EMPLOYEE-LINE.
           MOVE EMP-T-ID(WS-EMP-SUB)       TO AD-EMP-ID
           MOVE EMP-T-NM(WS-EMP-SUB)       TO AD-EMP-NM
           MOVE EMP-T-DEPT(WS-EMP-SUB)     TO AD-DEPT
           MOVE EMP-T-PAY-TYPE(WS-EMP-SUB) TO AD-PAY-TYPE
           MOVE WS-AVG-HOURS  TO AD-AVG-HOURS
           MOVE WS-EMP-RATE   TO AD-RATE
           MOVE WS-ACCR-WAGES TO AD-WAGES
           MOVE WS-ACCR-TAXES TO AD-TAXES
           MOVE WS-NOTE       TO AD-NOTE
           WRITE REPORT-REC FROM AC-DETAIL
               AFTER ADVANCING 1 LINE.
       650-END-LISTING.
           MOVE 'EMPLOYEES ACCRUED' TO TL-LABEL
           MOVE WS-ACCR-CT  TO TL-COUNT
           MOVE WS-WAGE-TOT TO TL-AMOUNT
           WRITE REPORT-REC FROM TOTAL-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'EMPLOYER TAXES ON TOP' TO TL-LABEL
           MOVE WS-TAX-TOT TO TL-AMOUNT
           WRITE REPORT-REC FROM TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'EMPLOYEES WITH NOTHING ACCRUED' TO TL-LABEL
           MOVE WS-SKIP-CT TO TL-COUNT
           MOVE ZERO TO TL-AMOUNT
           WRITE REPORT-REC FROM TOTAL-LINE
               AFTER ADVANCING 1 LINE
           WRITE REPORT-REC FROM DA-COLUMNS
               AFTER ADVANCING 3 LINES
           PERFORM VARYING WS-DA-SUB FROM 1 BY 1
                   UNTIL WS-DA-SUB > DA-COUNT
               MOVE DA-T-DEPT(WS-DA-SUB)    TO DD-DEPT
               MOVE DA-T-WAGES(WS-DA-SUB)   TO DD-WAGES
               MOVE DA-T-TAXES(WS-DA-SUB)   TO DD-TAXES
               MOVE DA-T-WAGE-DR(WS-DA-SUB) TO DD-WAGE-DR
               MOVE DA-T-WAGE-CR(WS-DA-SUB) TO DD-WAGE-CR
               MOVE DA-T-TAX-DR(WS-DA-SUB)  TO DD-TAX-DR
               MOVE DA-T-TAX-CR(WS-DA-SUB)  TO DD-TAX-CR
               IF DA-T-WAGE-DR(WS-DA-SUB) = SPACES
                  OR (DA-T-TAXES(WS-DA-SUB) > ZERO
                      AND DA-T-TAX-DR(WS-DA-SUB) = SPACES)
                   MOVE 'NO GL MAPPING' TO DD-NOTE
               ELSE
                   MOVE SPACES TO DD-NOTE
               END-IF
               WRITE REPORT-REC FROM DA-DETAIL
                   AFTER ADVANCING 1 LINE
           END-PERFORM
           MOVE 'ACCRUAL DATED ' TO JL-LABEL
           MOVE WS-ME-MM   TO JL-MM
           MOVE WS-ME-DD   TO JL-DD
           MOVE WS-ME-YYYY TO JL-YEAR
           IF WS-UNMAPPED-CT > ZERO
               MOVE 'NOT WRITTEN - MAPPING MISSING' TO JL-TEXT
           ELSE
               MOVE 'WAGE AND TAX EXPENSE TO ACCRUED' TO JL-TEXT
           END-IF
           WRITE REPORT-REC FROM JRNL-LINE
               AFTER ADVANCING 3 LINES
           MOVE 'REVERSAL DATED ' TO JL-LABEL
           MOVE WS-REVERSE-DATE(5:2) TO JL-MM
           MOVE WS-REVERSE-DATE(7:2) TO JL-DD
           MOVE WS-REVERSE-DATE(1:4) TO JL-YEAR
           IF WS-UNMAPPED-CT > ZERO
               MOVE 'NOT WRITTEN - MAPPING MISSING' TO JL-TEXT
           ELSE
               MOVE 'ACCRUED BACK OUT AGAINST EXPENSE' TO JL-TEXT
           END-IF
           WRITE REPORT-REC FROM JRNL-LINE
               AFTER ADVANCING 1 LINE
           CLOSE REPORT-FILE.

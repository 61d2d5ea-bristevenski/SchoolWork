      *     the per-employee figures, the company totals, and the
      *     count of employees paid in the quarter; close mode rolls
      *     the snapshot forward to start the next quarter.
      *     Unemployment mode builds the state unemployment wage
      *     detail for the same quarter, before it is closed: each
      *     employee's SSN, quarter wages split into taxable wages
      *     up to the SUTA wage base and excess over it (from where
      *     YTD stood at the start of the quarter, so an employee who
      *     crossed the base mid-quarter splits correctly), and the
      *     employer contribution accrued, with the count of
      *     employees paid for the pay period including the 12th of
      *     each month of the quarter.
      *
      * Input:
      *     NEWMASTER.DAT - payroll master with YTD amounts
      *     QTRSNAP.DAT   - quarter-start YTD snapshot
      *     EMPMASTER.DAT - employee names
      *     EMPSSN.DAT    - employee Social Security numbers
      *     EMPTAX.DAT    - SUTA wage base override
      *     EMPLOYER.DAT  - employer name and FEIN
      *     PAYRHIST.DAT  - posted pay by period end, for the 12th
      *     Mode, and the quarter for unemployment mode, entered at
      *     the console
      * Output:
      *     QTRSUMMARY.RPT - the quarterly filing summary
      *     QTRSNAP.DAT    - rewritten in close mode
      *     SUTAWAGE.RPT   - unemployment wage detail listing
      *     SUTAWAGE.DAT   - unemployment wage detail submission
      ******************************************************************
      * Modification History:
      *     10/6/14 BM  Employee Social Security and Medicare added to
      *                 the snapshot and reported as their own quarter
      *                 columns so the quarterly filing ties
      *     10/7/14 BM  State income tax added to the snapshot and
      *                 reported per employee with the work state,
      *                 then totaled by state for the state filings
      *     10/13/14 BM YTD overtime premium added to the snapshot so
      *                 WcPremium can take it by quarter
      *     10/13/14 BM New U mode builds the state unemployment wage
      *                 detail listing and submission file; employer
      *                 SUTA added to the snapshot
      *     10/15/14 BM PAYRHIST.DAT layout picks up the holiday
      *                 premium lab08 now posts with each row
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS IS WS-SNAP-STATUS.
           SELECT REPORT-FILE ASSIGN TO "QTRSUMMARY.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EMP-FILE ASSIGN TO "EMPMASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMP-STATUS.
           SELECT SSN-FILE ASSIGN TO "EMPSSN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SSN-STATUS.
           SELECT EMPTAX-FILE ASSIGN TO "EMPTAX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ETAX-STATUS.
           SELECT EMPLOYER-FILE ASSIGN TO "EMPLOYER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ER-STATUS.
           SELECT PAYHIST-FILE ASSIGN TO "PAYRHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT SUTA-REPORT-FILE ASSIGN TO "SUTAWAGE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SUTA-FILE ASSIGN TO "SUTAWAGE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE.
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
           05  QS-YTD-SUTA-ER  PIC 9(7)V99.
       FD  REPORT-FILE.
       01  REPORT-REC          PIC X(100).
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
      * RESTRICTED: ONE ROW PER EMPLOYEE WITH THE FULL SSN. ONLY THE
      * SUBMISSION FILE CARRIES IT; THE LISTING SHOWS IT MASKED.
       FD  SSN-FILE.
       01  SSN-REC.
           05  ES-EMP-ID       PIC X(4).
           05  ES-SSN          PIC X(9).
       FD  EMPTAX-FILE.
       01  EMPTAX-REC.
           05  ET-TYPE         PIC X(4).
           05  ET-RATE         PIC V9999.
           05  ET-WAGE-BASE    PIC 9(6).
       FD  EMPLOYER-FILE.
       01  EMPLOYER-REC.
           05  ER-NAME         PIC X(35).
           05  ER-FEIN         PIC X(9).
           05  ER-STREET       PIC X(25).
           05  ER-CITY         PIC X(15).
           05  ER-STATE        PIC XX.
           05  ER-ZIP          PIC X(5).
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
       FD  SUTA-REPORT-FILE.
       01  SUTA-REPORT-REC     PIC X(100).
       FD  SUTA-FILE.
       01  SUTA-REC            PIC X(120).
       WORKING-STORAGE SECTION.
       01  WORKING-ITEMS.
           05  EOF-SWITCH      PIC X       VALUE 'N'.
           05  VALID-SW        PIC X.
           05  WS-SNAP-STATUS  PIC XX.
           05  WS-RUN-DATE     PIC 9(8).
           05  RUN-MODE        PIC X.
               88  REPORT-MODE             VALUE 'R'.
               88  CLOSE-MODE              VALUE 'C'.
               88  UNEMPLOYMENT-MODE       VALUE 'U'.
           05  WS-QTR-GRS      PIC S9(7)V99.
           05  WS-QTR-TAX      PIC S9(7)V99.
           05  WS-QTR-NET      PIC S9(7)V99.
           05  WS-QTR-SS-EE    PIC S9(7)V99.
           05  WS-QTR-MED-EE   PIC S9(7)V99.
           05  WS-QTR-STATE-TAX PIC S9(7)V99.
           05  WS-YTD-SS-EE    PIC 9(7)V99.
           05  WS-YTD-MED-EE   PIC 9(7)V99.
           05  WS-YTD-STATE-TAX PIC 9(7)V99.
           05  WS-YTD-OT-PREM  PIC 9(7)V99.
           05  WS-YTD-SUTA-ER  PIC 9(7)V99.
           05  WS-TOT-GRS      PIC S9(9)V99 VALUE ZERO.
           05  WS-TOT-TAX      PIC S9(9)V99 VALUE ZERO.
           05  WS-TOT-NET      PIC S9(9)V99 VALUE ZERO.
           05  WS-TOT-SS-EE    PIC S9(9)V99 VALUE ZERO.
           05  WS-TOT-MED-EE   PIC S9(9)V99 VALUE ZERO.
           05  WS-TOT-STATE-TAX PIC S9(9)V99 VALUE ZERO.
           05  WS-SX-SUB       PIC 9(2).
           05  WS-SX-FOUND     PIC 9(2).
           05  WS-PAID-COUNT   PIC 9(5)    VALUE ZERO.
           05  SNAP-FOUND-SW   PIC X.
               88  SNAP-FOUND              VALUE 'Y'.
           05  WS-SNAP-SUB     PIC 9(3).
           05  WS-EMP-STATUS   PIC XX.
           05  WS-SSN-STATUS   PIC XX.
           05  WS-ETAX-STATUS  PIC XX.
           05  WS-ER-STATUS    PIC XX.
           05  WS-HIST-STATUS  PIC XX.
           05  WS-QTR-X        PIC X(5).
           05  WS-QTR-PARTS REDEFINES WS-QTR-X.
               10  WS-QTR-YYYY     PIC 9(4).
               10  WS-QTR-NO       PIC 9.
           05  WS-12TH-DATE.
               10  WS-12TH-YYYY    PIC 9(4).
               10  WS-12TH-MM      PIC 99.
               10  WS-12TH-DD      PIC 99      VALUE 12.
           05  WS-12TH-NUM REDEFINES WS-12TH-DATE PIC 9(8).
           05  WS-12TH-INT     PIC 9(7)    OCCURS 3 TIMES.
           05  WS-12TH-COUNT   PIC 9(5)    OCCURS 3 TIMES.
           05  WS-PERIOD-INT   PIC 9(7).
           05  WS-MO-SUB       PIC 9.
           05  WS-SE-SUB       PIC 9(3).
           05  WS-SE-FOUND     PIC 9(3).
           05  WS-SE-KEY       PIC X(4).
           05  WS-START-GRS    PIC 9(7)V99.
           05  WS-START-SUTA-ER PIC 9(7)V99.
           05  WS-START-CAP    PIC 9(7)V99.
           05  WS-END-CAP      PIC 9(7)V99.
           05  WS-QTR-TAXABLE  PIC S9(7)V99.
           05  WS-QTR-EXCESS   PIC S9(7)V99.
           05  WS-QTR-SUTA-ER  PIC S9(7)V99.
           05  WS-SU-TOT-GRS   PIC S9(9)V99 VALUE ZERO.
           05  WS-SU-TOT-TAXABLE PIC S9(9)V99 VALUE ZERO.
           05  WS-SU-TOT-EXCESS PIC S9(9)V99 VALUE ZERO.
           05  WS-SU-TOT-SUTA-ER PIC S9(9)V99 VALUE ZERO.
           05  WS-SU-COUNT     PIC 9(5)    VALUE ZERO.
           05  WS-NO-SSN-CT    PIC 9(3)    VALUE ZERO.
           05  WS-MASKED-SSN.
               10  FILLER      PIC X(7)    VALUE 'XXX-XX-'.
               10  WS-SSN-LAST4 PIC X(4).
       01  SUTA-CONSTANTS.
           05  SUTA-BASE       PIC 9(6)    VALUE 9000.
      * EMPLOYER DEFAULTS WHEN EMPLOYER.DAT IS NOT ON FILE.
       01  EMPLOYER-INFO.
           05  EI-NAME         PIC X(35)   VALUE
                               "INTERNATIONAL CHOCOLATES COMPANY".
           05  EI-FEIN         PIC X(9)    VALUE SPACES.
           05  EI-STREET       PIC X(25)   VALUE SPACES.
           05  EI-CITY         PIC X(15)   VALUE SPACES.
           05  EI-STATE        PIC XX      VALUE SPACES.
           05  EI-ZIP          PIC X(5)    VALUE SPACES.
      * EMPLOYEE NAME AND SSN, AND WHETHER THE EMPLOYEE WAS PAID FOR
      * THE PAY PERIOD INCLUDING THE 12TH OF EACH MONTH OF THE
      * QUARTER.
       01  SUTA-EMP-TABLE.
           05  SE-COUNT        PIC 9(3)    VALUE ZERO.
           05  SE-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON SE-COUNT.
               10  SE-EMP-ID       PIC X(4).
               10  SE-EMP-NM       PIC X(15).
               10  SE-SSN          PIC X(9).
               10  SE-PAID-12TH    PIC X       OCCURS 3 TIMES.
       01  SNAP-TABLE.
           05  SN-COUNT        PIC 9(3)    VALUE ZERO.
           05  SN-ENTRY OCCURS 1 TO 500 TIMES
               10  SN-YTD-GRS      PIC 9(7)V99.
               10  SN-YTD-TAX      PIC 9(7)V99.
               10  SN-YTD-NET      PIC 9(7)V99.
               10  SN-YTD-SS-EE    PIC 9(7)V99.
               10  SN-YTD-MED-EE   PIC 9(7)V99.
               10  SN-YTD-STATE-TAX PIC 9(7)V99.
               10  SN-YTD-SUTA-ER  PIC 9(7)V99.
      * THE QUARTER'S WAGES AND STATE TAX ROLLED UP BY WORK STATE.
       01  STATE-SUM-TABLE.
           05  SX-COUNT        PIC 9(2)    VALUE ZERO.
           05  SX-ENTRY OCCURS 1 TO 60 TIMES
                   DEPENDING ON SX-COUNT.
               10  SX-STATE        PIC XX.
               10  SX-QTR-GRS      PIC S9(9)V99.
               10  SX-QTR-TAX      PIC S9(9)V99.
               10  SX-EMP-COUNT    PIC 9(5).
       01  HD-TITLE.
           05  FILLER          PIC X(6)    VALUE "DATE: ".
           05  HD-MM           PIC 99.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  FILLER          PIC X(9)    VALUE "QTR WAGES".
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  FILLER          PIC X(10)   VALUE "INCOME TAX".
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  FILLER          PIC X(9)    VALUE "SOC SEC  ".
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  FILLER          PIC X(9)    VALUE "MEDICARE ".
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  FILLER          PIC X(9)    VALUE "STATE TAX".
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  FILLER          PIC X(7)    VALUE "QTR NET".
           05  FILLER          PIC X(6)    VALUE SPACES.
           05  FILLER          PIC X(2)    VALUE "ST".
       01  QTR-DETAIL.
           05  QD-EMP-ID       PIC X(4).
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  QD-GRS          PIC ZZZ,ZZ9.99-.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  QD-TAX          PIC ZZZ,ZZ9.99-.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  QD-SS-EE        PIC ZZZ,ZZ9.99-.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  QD-MED-EE       PIC ZZZ,ZZ9.99-.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  QD-STATE-TAX    PIC ZZZ,ZZ9.99-.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  QD-NET          PIC ZZZ,ZZ9.99-.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  QD-STATE        PIC XX.
       01  QTR-TOTALS.
           05  FILLER          PIC X(8)    VALUE "TOTALS  ".
           05  QT-GRS          PIC $$,$$$,$$9.99-.
           05  FILLER          PIC X       VALUE SPACE.
           05  QT-TAX          PIC $$,$$$,$$9.99-.
           05  FILLER          PIC X       VALUE SPACE.
           05  QT-SS-EE        PIC $$,$$$,$$9.99-.
           05  FILLER          PIC X       VALUE SPACE.
           05  QT-MED-EE       PIC $$,$$$,$$9.99-.
           05  FILLER          PIC X       VALUE SPACE.
           05  QT-STATE-TAX    PIC $$,$$$,$$9.99-.
           05  FILLER          PIC X       VALUE SPACE.
           05  QT-NET          PIC $$,$$$,$$9.99-.
       01  QTR-FOOTER.
           05  QF-COUNT        PIC ZZZZ9.
           05  FILLER          PIC X(28)   VALUE
                                   " EMPLOYEES PAID THIS QUARTER".
       01  STATE-HEADING.
           05  FILLER          PIC X(26)   VALUE
                                   "STATE WITHHOLDING BY STATE".
       01  STATE-COLUMNS.
           05  FILLER          PIC X(5)    VALUE "STATE".
           05  FILLER          PIC X(8)    VALUE SPACES.
           05  FILLER          PIC X(9)    VALUE "QTR WAGES".
           05  FILLER          PIC X(8)    VALUE SPACES.
           05  FILLER          PIC X(9)    VALUE "STATE TAX".
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  FILLER          PIC X(9)    VALUE "EMPLOYEES".
       01  STATE-DETAIL.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  SD-STATE        PIC XX.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  SD-GRS          PIC $$,$$$,$$9.99-.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  SD-TAX          PIC $$,$$$,$$9.99-.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  SD-COUNT        PIC ZZZZ9.
       01  SU-TITLE.
           05  FILLER          PIC X(6)    VALUE "DATE: ".
           05  SU-MM           PIC 99.
           05  FILLER          PIC X       VALUE "/".
           05  SU-DD           PIC 99.
           05  FILLER          PIC X       VALUE "/".
           05  SU-YEAR         PIC 9(4).
           05  FILLER          PIC X(8)    VALUE SPACES.
           05  FILLER          PIC X(33)   VALUE
                   "STATE UNEMPLOYMENT WAGE DETAIL - ".
           05  SU-QTR          PIC 9.
           05  FILLER          PIC X(2)    VALUE "Q ".
           05  SU-QTR-YEAR     PIC 9(4).
       01  SU-COLUMNS.
           05  FILLER          PIC X(40)   VALUE
               "EMP   SSN          NAME             ST".
           05  FILLER          PIC X(24)   VALUE
               "  QTR WAGES      TAXABLE".
           05  FILLER          PIC X(26)   VALUE
               "       EXCESS   ER CONTRIB".
       01  SU-DETAIL.
           05  SU-EMP-ID       PIC X(4).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  SU-SSN          PIC X(11).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  SU-EMP-NM       PIC X(15).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  SU-STATE        PIC XX.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  SU-GRS          PIC ZZZ,ZZ9.99-.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  SU-TAXABLE      PIC ZZZ,ZZ9.99-.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  SU-EXCESS       PIC ZZZ,ZZ9.99-.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  SU-SUTA-ER      PIC ZZZ,ZZ9.99-.
       01  SU-TOTALS.
           05  FILLER          PIC X(38)   VALUE "TOTALS".
           05  SU-T-GRS        PIC Z,ZZZ,ZZ9.99-.
           05  SU-T-TAXABLE    PIC Z,ZZZ,ZZ9.99-.
           05  SU-T-EXCESS     PIC Z,ZZZ,ZZ9.99-.
           05  SU-T-SUTA-ER    PIC Z,ZZZ,ZZ9.99-.
       01  SU-FOOTER.
           05  SU-F-COUNT      PIC ZZZZ9.
           05  FILLER          PIC X(34)   VALUE
                   " EMPLOYEES REPORTED. WAGE BASE: $".
           05  SU-F-BASE       PIC ZZZ,ZZ9.
       01  SU-12TH-LINE.
           05  FILLER          PIC X(35)   VALUE
                   "EMPLOYEES PAID FOR PERIOD INCLUDING".
           05  SU-12-MM        PIC BZ9.
           05  FILLER          PIC X       VALUE "/".
           05  FILLER          PIC X(3)    VALUE "12/".
           05  SU-12-YYYY      PIC 9(4).
           05  FILLER          PIC X(2)    VALUE ": ".
           05  SU-12-COUNT     PIC ZZZZ9.
       01  SU-NO-SSN-LINE.
           05  SU-NS-COUNT     PIC ZZ9.
           05  FILLER          PIC X(52)   VALUE
               " EMPLOYEE(S) WITH NO SSN ON EMPSSN.DAT - CORRECT AND".
           05  FILLER          PIC X(9)    VALUE " RERUN.".
      * UNEMPLOYMENT WAGE DETAIL SUBMISSION LAYOUT - RECORD TYPE 1
      * HEADER, 2 DETAIL PER EMPLOYEE, 9 TRAILER.
       01  SW-HEADER.
           05  SW-H-TYPE       PIC X       VALUE '1'.
           05  SW-H-FEIN       PIC X(9).
           05  SW-H-NAME       PIC X(35).
           05  SW-H-YEAR       PIC 9(4).
           05  SW-H-QTR        PIC 9.
           05  SW-H-12TH-CT    PIC 9(5)    OCCURS 3 TIMES.
           05  SW-H-CREATED    PIC 9(8).
       01  SW-DETAIL.
           05  SW-D-TYPE       PIC X       VALUE '2'.
           05  SW-D-FEIN       PIC X(9).
           05  SW-D-SSN        PIC X(9).
           05  SW-D-EMP-NM     PIC X(15).
           05  SW-D-STATE      PIC XX.
           05  SW-D-GRS        PIC 9(9)V99.
           05  SW-D-TAXABLE    PIC 9(9)V99.
           05  SW-D-EXCESS     PIC 9(9)V99.
           05  SW-D-SUTA-ER    PIC 9(9)V99.
       01  SW-TRAILER.
           05  SW-T-TYPE       PIC X       VALUE '9'.
           05  SW-T-FEIN       PIC X(9).
           05  SW-T-COUNT      PIC 9(5).
           05  SW-T-GRS        PIC 9(11)V99.
           05  SW-T-TAXABLE    PIC 9(11)V99.
           05  SW-T-EXCESS     PIC 9(11)V99.
           05  SW-T-SUTA-ER    PIC 9(11)V99.
       PROCEDURE DIVISION.
       000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           DISPLAY 'ENTER MODE (R=REPORT, C=CLOSE QUARTER,'
               ' U=UNEMPLOYMENT WAGE DETAIL):'
           ACCEPT RUN-MODE
           PERFORM UNTIL REPORT-MODE OR CLOSE-MODE
                         OR UNEMPLOYMENT-MODE
               DISPLAY 'INVALID MODE.'
               DISPLAY 'ENTER MODE (R, C OR U):'
               ACCEPT RUN-MODE
           END-PERFORM
           EVALUATE TRUE
               WHEN REPORT-MODE
                   PERFORM 050-LOAD-SNAPSHOT
                   PERFORM 100-WRITE-REPORT
               WHEN CLOSE-MODE
                   PERFORM 500-CLOSE-QUARTER
               WHEN OTHER
                   PERFORM 600-SUTA-WAGE-DETAIL
           END-EVALUATE
           STOP RUN.
      ******************************************************************
      * Loads the quarter-start YTD snapshot. An employee hired this
                       MOVE QS-YTD-GRS TO SN-YTD-GRS(SN-COUNT)
                       MOVE QS-YTD-TAX TO SN-YTD-TAX(SN-COUNT)
                       MOVE QS-YTD-NET TO SN-YTD-NET(SN-COUNT)
                       IF QS-YTD-SS-EE IS NUMERIC
                           MOVE QS-YTD-SS-EE TO SN-YTD-SS-EE(SN-COUNT)
                       ELSE
                           MOVE ZERO TO SN-YTD-SS-EE(SN-COUNT)
                       END-IF
                       IF QS-YTD-MED-EE IS NUMERIC
                           MOVE QS-YTD-MED-EE TO
                               SN-YTD-MED-EE(SN-COUNT)
                       ELSE
                           MOVE ZERO TO SN-YTD-MED-EE(SN-COUNT)
                       END-IF
                       IF QS-YTD-STATE-TAX IS NUMERIC
                           MOVE QS-YTD-STATE-TAX TO
                               SN-YTD-STATE-TAX(SN-COUNT)
                       ELSE
                           MOVE ZERO TO SN-YTD-STATE-TAX(SN-COUNT)
                       END-IF
                       IF QS-YTD-SUTA-ER IS NUMERIC
                           MOVE QS-YTD-SUTA-ER TO
                               SN-YTD-SUTA-ER(SN-COUNT)
                       ELSE
                           MOVE ZERO TO SN-YTD-SUTA-ER(SN-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-SNAP-STATUS NOT = "35"
           END-PERFORM
           MOVE WS-TOT-GRS TO QT-GRS
           MOVE WS-TOT-TAX TO QT-TAX
           MOVE WS-TOT-SS-EE  TO QT-SS-EE
           MOVE WS-TOT-MED-EE TO QT-MED-EE
           MOVE WS-TOT-STATE-TAX TO QT-STATE-TAX
           MOVE WS-TOT-NET TO QT-NET
           WRITE REPORT-REC FROM QTR-TOTALS
               AFTER ADVANCING 2 LINES
           MOVE WS-PAID-COUNT TO QF-COUNT
           WRITE REPORT-REC FROM QTR-FOOTER
               AFTER ADVANCING 1 LINE
           PERFORM 300-WRITE-STATE-SUMMARY
           CLOSE MASTER-FILE
                 REPORT-FILE
           DISPLAY 'QUARTERLY SUMMARY GENERATED!'.
      * Derives one employee's quarter figures and prints them.
      ******************************************************************
       200-REPORT-ONE-EMPLOYEE.
           PERFORM 250-GUARD-FICA-FIELDS
           MOVE 'N' TO SNAP-FOUND-SW
           MOVE ZERO TO WS-SNAP-SUB
           PERFORM VARYING SN-INDX FROM 1 BY 1
                   N-YTD-INC-TAX - SN-YTD-TAX(WS-SNAP-SUB)
               COMPUTE WS-QTR-NET =
                   N-YTD-NET-PAY - SN-YTD-NET(WS-SNAP-SUB)
               COMPUTE WS-QTR-SS-EE =
                   WS-YTD-SS-EE - SN-YTD-SS-EE(WS-SNAP-SUB)
               COMPUTE WS-QTR-MED-EE =
                   WS-YTD-MED-EE - SN-YTD-MED-EE(WS-SNAP-SUB)
               COMPUTE WS-QTR-STATE-TAX =
                   WS-YTD-STATE-TAX - SN-YTD-STATE-TAX(WS-SNAP-SUB)
           ELSE
               MOVE N-YTD-GRS-PAY TO WS-QTR-GRS
               MOVE N-YTD-INC-TAX TO WS-QTR-TAX
               MOVE N-YTD-NET-PAY TO WS-QTR-NET
               MOVE WS-YTD-SS-EE  TO WS-QTR-SS-EE
               MOVE WS-YTD-MED-EE TO WS-QTR-MED-EE
               MOVE WS-YTD-STATE-TAX TO WS-QTR-STATE-TAX
           END-IF
           MOVE N-EMP-ID  TO QD-EMP-ID
           MOVE WS-QTR-GRS TO QD-GRS
           MOVE WS-QTR-TAX TO QD-TAX
           MOVE WS-QTR-SS-EE  TO QD-SS-EE
           MOVE WS-QTR-MED-EE TO QD-MED-EE
           MOVE WS-QTR-STATE-TAX TO QD-STATE-TAX
           MOVE WS-QTR-NET TO QD-NET
           MOVE N-STATE-CODE TO QD-STATE
           WRITE REPORT-REC FROM QTR-DETAIL
           ADD WS-QTR-GRS TO WS-TOT-GRS
           ADD WS-QTR-TAX TO WS-TOT-TAX
           ADD WS-QTR-SS-EE  TO WS-TOT-SS-EE
           ADD WS-QTR-MED-EE TO WS-TOT-MED-EE
           ADD WS-QTR-STATE-TAX TO WS-TOT-STATE-TAX
           ADD WS-QTR-NET TO WS-TOT-NET
           IF WS-QTR-GRS > ZERO
               ADD 1 TO WS-PAID-COUNT
           END-IF
           IF N-STATE-CODE NOT = SPACES
               PERFORM 260-ROLL-STATE-SUMMARY
           END-IF.
      ******************************************************************
      * Masters written before the employee Social Security,
      * Medicare, state tax, and overtime premium fields existed
      * carry spaces there; they read as zero. Employer SUTA is
      * guarded the same way.
      ******************************************************************
       250-GUARD-FICA-FIELDS.
           IF N-YTD-SS-EE IS NUMERIC
               MOVE N-YTD-SS-EE TO WS-YTD-SS-EE
           ELSE
               MOVE ZERO TO WS-YTD-SS-EE
           END-IF
           IF N-YTD-MED-EE IS NUMERIC
               MOVE N-YTD-MED-EE TO WS-YTD-MED-EE
           ELSE
               MOVE ZERO TO WS-YTD-MED-EE
           END-IF
           IF N-YTD-STATE-TAX IS NUMERIC
               MOVE N-YTD-STATE-TAX TO WS-YTD-STATE-TAX
           ELSE
               MOVE ZERO TO WS-YTD-STATE-TAX
           END-IF
           IF N-YTD-OT-PREM IS NUMERIC
               MOVE N-YTD-OT-PREM TO WS-YTD-OT-PREM
           ELSE
               MOVE ZERO TO WS-YTD-OT-PREM
           END-IF
           IF N-YTD-SUTA-ER IS NUMERIC
               MOVE N-YTD-SUTA-ER TO WS-YTD-SUTA-ER
           ELSE
               MOVE ZERO TO WS-YTD-SUTA-ER
           END-IF.
      ******************************************************************
      * Adds the employee's quarter wages and state tax to their work
      * state's line of the by-state summary.
      ******************************************************************
       260-ROLL-STATE-SUMMARY.
           MOVE ZERO TO WS-SX-FOUND
           PERFORM VARYING WS-SX-SUB FROM 1 BY 1
                   UNTIL WS-SX-SUB > SX-COUNT
               IF SX-STATE(WS-SX-SUB) = N-STATE-CODE
                   MOVE WS-SX-SUB TO WS-SX-FOUND
               END-IF
           END-PERFORM
           IF WS-SX-FOUND = ZERO AND SX-COUNT < 60
               ADD 1 TO SX-COUNT
               MOVE N-STATE-CODE TO SX-STATE(SX-COUNT)
               MOVE ZERO TO SX-QTR-GRS(SX-COUNT)
                            SX-QTR-TAX(SX-COUNT)
                            SX-EMP-COUNT(SX-COUNT)
               MOVE SX-COUNT TO WS-SX-FOUND
           END-IF
           IF WS-SX-FOUND > ZERO
               ADD WS-QTR-GRS TO SX-QTR-GRS(WS-SX-FOUND)
               ADD WS-QTR-STATE-TAX TO SX-QTR-TAX(WS-SX-FOUND)
               IF WS-QTR-GRS > ZERO
                   ADD 1 TO SX-EMP-COUNT(WS-SX-FOUND)
               END-IF
           END-IF.
      ******************************************************************
      * Prints the quarter's wages and state tax by work state, one
      * line per state, for the state withholding returns.
      ******************************************************************
       300-WRITE-STATE-SUMMARY.
           IF SX-COUNT > ZERO
               WRITE REPORT-REC FROM STATE-HEADING
                   AFTER ADVANCING 3 LINES
               WRITE REPORT-REC FROM STATE-COLUMNS
                   AFTER ADVANCING 2 LINES
               PERFORM VARYING WS-SX-SUB FROM 1 BY 1
                       UNTIL WS-SX-SUB > SX-COUNT
                   MOVE SX-STATE(WS-SX-SUB)     TO SD-STATE
                   MOVE SX-QTR-GRS(WS-SX-SUB)   TO SD-GRS
                   MOVE SX-QTR-TAX(WS-SX-SUB)   TO SD-TAX
                   MOVE SX-EMP-COUNT(WS-SX-SUB) TO SD-COUNT
                   WRITE REPORT-REC FROM STATE-DETAIL
                       AFTER ADVANCING 1 LINE
               END-PERFORM
           END-IF.
      ******************************************************************
      * Rolls the snapshot forward: every employee's current YTD
                       MOVE N-YTD-GRS-PAY TO QS-YTD-GRS
                       MOVE N-YTD-INC-TAX TO QS-YTD-TAX
                       MOVE N-YTD-NET-PAY TO QS-YTD-NET
                       PERFORM 250-GUARD-FICA-FIELDS
                       MOVE WS-YTD-SS-EE  TO QS-YTD-SS-EE
                       MOVE WS-YTD-MED-EE TO QS-YTD-MED-EE
                       MOVE WS-YTD-STATE-TAX TO QS-YTD-STATE-TAX
                       MOVE WS-YTD-OT-PREM TO QS-YTD-OT-PREM
                       MOVE WS-YTD-SUTA-ER TO QS-YTD-SUTA-ER
                       WRITE SNAP-REC
               END-READ
           END-PERFORM
           CLOSE MASTER-FILE
                 SNAP-FILE
           DISPLAY 'QUARTER CLOSED - SNAPSHOT ROLLED FORWARD.'.
      ******************************************************************
      * State unemployment wage detail for the quarter still open -
      * run it before the quarter is closed, while the snapshot
      * still holds the quarter-start YTD.
      ******************************************************************
       600-SUTA-WAGE-DETAIL.
           PERFORM 610-ACCEPT-QUARTER
           PERFORM 050-LOAD-SNAPSHOT
           PERFORM 620-LOAD-EMPLOYEES
           PERFORM 630-LOAD-SSNS
           PERFORM 640-LOAD-WAGE-BASE
           PERFORM 650-LOAD-EMPLOYER
           PERFORM 660-COUNT-12TH
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT MASTER-FILE
           OPEN OUTPUT SUTA-REPORT-FILE SUTA-FILE
           MOVE WS-RUN-DATE(5:2) TO SU-MM
           MOVE WS-RUN-DATE(7:2) TO SU-DD
           MOVE WS-RUN-DATE(1:4) TO SU-YEAR
           MOVE WS-QTR-NO        TO SU-QTR
           MOVE WS-QTR-YYYY      TO SU-QTR-YEAR
           WRITE SUTA-REPORT-REC FROM SU-TITLE
           WRITE SUTA-REPORT-REC FROM SU-COLUMNS
               AFTER ADVANCING 2 LINES
           MOVE EI-FEIN     TO SW-H-FEIN SW-D-FEIN SW-T-FEIN
           MOVE EI-NAME     TO SW-H-NAME
           MOVE WS-QTR-YYYY TO SW-H-YEAR
           MOVE WS-QTR-NO   TO SW-H-QTR
           MOVE WS-RUN-DATE TO SW-H-CREATED
           PERFORM VARYING WS-MO-SUB FROM 1 BY 1 UNTIL WS-MO-SUB > 3
               MOVE WS-12TH-COUNT(WS-MO-SUB) TO
                   SW-H-12TH-CT(WS-MO-SUB)
           END-PERFORM
           WRITE SUTA-REC FROM SW-HEADER
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ MASTER-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       PERFORM 700-SUTA-ONE-EMPLOYEE
               END-READ
           END-PERFORM
           PERFORM 750-WRITE-SUTA-TOTALS
           CLOSE MASTER-FILE SUTA-REPORT-FILE SUTA-FILE
           IF WS-NO-SSN-CT > ZERO
               DISPLAY WS-NO-SSN-CT ' EMPLOYEE(S) HAVE NO SSN ON'
                   ' EMPSSN.DAT - DO NOT SUBMIT THE FILE.'
           END-IF
           DISPLAY 'UNEMPLOYMENT WAGE DETAIL GENERATED!'.
      ******************************************************************
      * The quarter being filed, and the 12th of each of its months
      * as a day number for matching pay periods.
      ******************************************************************
       610-ACCEPT-QUARTER.
           MOVE 'N' TO VALID-SW
           PERFORM UNTIL VALID-SW = 'Y'
               DISPLAY 'ENTER QUARTER BEING FILED (YYYYQ):'
               ACCEPT WS-QTR-X
               IF WS-QTR-X IS NUMERIC
                  AND WS-QTR-NO >= 1 AND WS-QTR-NO <= 4
                  AND WS-QTR-YYYY > 1900
                   MOVE 'Y' TO VALID-SW
               ELSE
                   DISPLAY 'INVALID QUARTER.'
               END-IF
           END-PERFORM
           MOVE WS-QTR-YYYY TO WS-12TH-YYYY
           PERFORM VARYING WS-MO-SUB FROM 1 BY 1 UNTIL WS-MO-SUB > 3
               COMPUTE WS-12TH-MM = (WS-QTR-NO - 1) * 3 + WS-MO-SUB
               COMPUTE WS-12TH-INT(WS-MO-SUB) =
                   FUNCTION INTEGER-OF-DATE(WS-12TH-NUM)
               MOVE ZERO TO WS-12TH-COUNT(WS-MO-SUB)
           END-PERFORM.
       620-LOAD-EMPLOYEES.
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT EMP-FILE
           IF WS-EMP-STATUS NOT = "00"
               MOVE 'Y' TO EOF-SWITCH
               DISPLAY 'WARNING: EMPMASTER.DAT NOT ON FILE - NO'
                   ' NAMES.'
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ EMP-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       MOVE EM-EMP-ID TO WS-SE-KEY
                       PERFORM 670-FIND-SUTA-EMP
                       IF WS-SE-FOUND > ZERO
                           MOVE EM-EMP-NM TO SE-EMP-NM(WS-SE-FOUND)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-EMP-STATUS NOT = "35"
               CLOSE EMP-FILE
           END-IF.
       630-LOAD-SSNS.
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT SSN-FILE
           IF WS-SSN-STATUS NOT = "00"
               MOVE 'Y' TO EOF-SWITCH
               DISPLAY 'WARNING: EMPSSN.DAT NOT ON FILE.'
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ SSN-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       MOVE ES-EMP-ID TO WS-SE-KEY
                       PERFORM 670-FIND-SUTA-EMP
                       IF WS-SE-FOUND > ZERO
                           MOVE ES-SSN TO SE-SSN(WS-SE-FOUND)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-SSN-STATUS NOT = "35"
               CLOSE SSN-FILE
           END-IF.
      * THE SUTA WAGE BASE IS THE ONE THE PAY RUN USES - THE
      * EMPTAX.DAT 'SUTA' ROW WHEN THERE IS ONE.
       640-LOAD-WAGE-BASE.
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
                       IF ET-TYPE = 'SUTA'
                           MOVE ET-WAGE-BASE TO SUTA-BASE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ETAX-STATUS NOT = "35"
               CLOSE EMPTAX-FILE
           END-IF.
       650-LOAD-EMPLOYER.
           OPEN INPUT EMPLOYER-FILE
           IF WS-ER-STATUS NOT = "00"
               DISPLAY 'WARNING: EMPLOYER.DAT NOT ON FILE - NO FEIN'
                   ' ON THE WAGE DETAIL FILE.'
           ELSE
               READ EMPLOYER-FILE
                   AT END
                       DISPLAY 'WARNING: EMPLOYER.DAT IS EMPTY.'
                   NOT AT END
                       MOVE EMPLOYER-REC TO EMPLOYER-INFO
               END-READ
               CLOSE EMPLOYER-FILE
           END-IF.
      ******************************************************************
      * Pay periods are weekly, so the period that includes the 12th
      * ends on the 12th or within the six days after it. An
      * employee with pay posted for that period counts once for the
      * month, however many rows the period has.
      ******************************************************************
       660-COUNT-12TH.
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT PAYHIST-FILE
           IF WS-HIST-STATUS NOT = "00"
               MOVE 'Y' TO EOF-SWITCH
               DISPLAY 'WARNING: PAYRHIST.DAT NOT ON FILE - NO 12TH'
                   ' OF THE MONTH COUNTS.'
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ PAYHIST-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       IF PH-GROSS IS NUMERIC AND PH-GROSS > ZERO
                          AND PH-PERIOD-END IS NUMERIC
                           PERFORM 665-MARK-12TH
                       END-IF
               END-READ
           END-PERFORM
           IF WS-HIST-STATUS NOT = "35"
               CLOSE PAYHIST-FILE
           END-IF.
       665-MARK-12TH.
           COMPUTE WS-PERIOD-INT =
               FUNCTION INTEGER-OF-DATE(PH-PERIOD-END)
           PERFORM VARYING WS-MO-SUB FROM 1 BY 1 UNTIL WS-MO-SUB > 3
               IF WS-PERIOD-INT >= WS-12TH-INT(WS-MO-SUB)
                  AND WS-PERIOD-INT <= WS-12TH-INT(WS-MO-SUB) + 6
                   MOVE PH-EMP-ID TO WS-SE-KEY
                   PERFORM 670-FIND-SUTA-EMP
                   IF WS-SE-FOUND > ZERO
                      AND SE-PAID-12TH(WS-SE-FOUND, WS-MO-SUB) = 'N'
                       MOVE 'Y' TO SE-PAID-12TH(WS-SE-FOUND, WS-MO-SUB)
                       ADD 1 TO WS-12TH-COUNT(WS-MO-SUB)
                   END-IF
               END-IF
           END-PERFORM.
      * FINDS (OR ADDS) THE WS-SE-KEY ENTRY IN THE EMPLOYEE TABLE.
       670-FIND-SUTA-EMP.
           MOVE ZERO TO WS-SE-FOUND
           PERFORM VARYING WS-SE-SUB FROM 1 BY 1
                   UNTIL WS-SE-SUB > SE-COUNT
               IF SE-EMP-ID(WS-SE-SUB) = WS-SE-KEY
                   MOVE WS-SE-SUB TO WS-SE-FOUND
               END-IF
           END-PERFORM
           IF WS-SE-FOUND = ZERO AND SE-COUNT < 500
               ADD 1 TO SE-COUNT
               MOVE WS-SE-KEY TO SE-EMP-ID(SE-COUNT)
               MOVE SPACES   TO SE-EMP-NM(SE-COUNT)
                                SE-SSN(SE-COUNT)
               MOVE 'N'      TO SE-PAID-12TH(SE-COUNT, 1)
                                SE-PAID-12TH(SE-COUNT, 2)
                                SE-PAID-12TH(SE-COUNT, 3)
               MOVE SE-COUNT TO WS-SE-FOUND
           END-IF.
      ******************************************************************
      * One employee's line. Taxable wages for the quarter are the
      * YTD wages under the base now less the YTD wages that were
      * under it at the start of the quarter; the rest of the
      * quarter's wages are excess. The contribution is the
      * employer SUTA accrued this quarter.
      ******************************************************************
       700-SUTA-ONE-EMPLOYEE.
           PERFORM 250-GUARD-FICA-FIELDS
           MOVE ZERO TO WS-START-GRS WS-START-SUTA-ER
           PERFORM VARYING SN-INDX FROM 1 BY 1
                   UNTIL SN-INDX > SN-COUNT
               IF SN-EMP-ID(SN-INDX) = N-EMP-ID
                   MOVE SN-YTD-GRS(SN-INDX)     TO WS-START-GRS
                   MOVE SN-YTD-SUTA-ER(SN-INDX) TO WS-START-SUTA-ER
               END-IF
           END-PERFORM
           COMPUTE WS-QTR-GRS = N-YTD-GRS-PAY - WS-START-GRS
           COMPUTE WS-QTR-SUTA-ER = WS-YTD-SUTA-ER - WS-START-SUTA-ER
           IF WS-QTR-GRS NOT = ZERO OR WS-QTR-SUTA-ER NOT = ZERO
               IF N-YTD-GRS-PAY > SUTA-BASE
                   MOVE SUTA-BASE TO WS-END-CAP
               ELSE
                   MOVE N-YTD-GRS-PAY TO WS-END-CAP
               END-IF
               IF WS-START-GRS > SUTA-BASE
                   MOVE SUTA-BASE TO WS-START-CAP
               ELSE
                   MOVE WS-START-GRS TO WS-START-CAP
               END-IF
               COMPUTE WS-QTR-TAXABLE = WS-END-CAP - WS-START-CAP
               COMPUTE WS-QTR-EXCESS = WS-QTR-GRS - WS-QTR-TAXABLE
               PERFORM 710-WRITE-SUTA-DETAIL
           END-IF.
       710-WRITE-SUTA-DETAIL.
           MOVE N-EMP-ID TO WS-SE-KEY
           PERFORM 670-FIND-SUTA-EMP
           MOVE N-EMP-ID TO SU-EMP-ID
           IF WS-SE-FOUND > ZERO
               MOVE SE-EMP-NM(WS-SE-FOUND) TO SU-EMP-NM SW-D-EMP-NM
               MOVE SE-SSN(WS-SE-FOUND)    TO SW-D-SSN
           ELSE
               MOVE SPACES TO SU-EMP-NM SW-D-EMP-NM SW-D-SSN
           END-IF
           IF SW-D-SSN IS NUMERIC
               MOVE SW-D-SSN(6:4) TO WS-SSN-LAST4
               MOVE WS-MASKED-SSN TO SU-SSN
           ELSE
               MOVE 'NO SSN' TO SU-SSN
               ADD 1 TO WS-NO-SSN-CT
           END-IF
           MOVE N-STATE-CODE   TO SU-STATE SW-D-STATE
           MOVE WS-QTR-GRS     TO SU-GRS SW-D-GRS
           MOVE WS-QTR-TAXABLE TO SU-TAXABLE SW-D-TAXABLE
           MOVE WS-QTR-EXCESS  TO SU-EXCESS SW-D-EXCESS
           MOVE WS-QTR-SUTA-ER TO SU-SUTA-ER SW-D-SUTA-ER
           WRITE SUTA-REPORT-REC FROM SU-DETAIL
               AFTER ADVANCING 1 LINE
           WRITE SUTA-REC FROM SW-DETAIL
           ADD 1 TO WS-SU-COUNT
           ADD WS-QTR-GRS     TO WS-SU-TOT-GRS
           ADD WS-QTR-TAXABLE TO WS-SU-TOT-TAXABLE
           ADD WS-QTR-EXCESS  TO WS-SU-TOT-EXCESS
           ADD WS-QTR-SUTA-ER TO WS-SU-TOT-SUTA-ER.
       750-WRITE-SUTA-TOTALS.
           MOVE WS-SU-TOT-GRS     TO SU-T-GRS SW-T-GRS
           MOVE WS-SU-TOT-TAXABLE TO SU-T-TAXABLE SW-T-TAXABLE
           MOVE WS-SU-TOT-EXCESS  TO SU-T-EXCESS SW-T-EXCESS
           MOVE WS-SU-TOT-SUTA-ER TO SU-T-SUTA-ER SW-T-SUTA-ER
           MOVE WS-SU-COUNT       TO SW-T-COUNT SU-F-COUNT
           WRITE SUTA-REC FROM SW-TRAILER
           WRITE SUTA-REPORT-REC FROM SU-TOTALS
               AFTER ADVANCING 2 LINES
           MOVE SUTA-BASE TO SU-F-BASE
           WRITE SUTA-REPORT-REC FROM SU-FOOTER
               AFTER ADVANCING 1 LINE
           MOVE WS-QTR-YYYY TO SU-12-YYYY
           PERFORM VARYING WS-MO-SUB FROM 1 BY 1 UNTIL WS-MO-SUB > 3
               COMPUTE SU-12-MM = (WS-QTR-NO - 1) * 3 + WS-MO-SUB
               MOVE WS-12TH-COUNT(WS-MO-SUB) TO SU-12-COUNT
               IF WS-MO-SUB = 1
                   WRITE SUTA-REPORT-REC FROM SU-12TH-LINE
                       AFTER ADVANCING 2 LINES
               ELSE
                   WRITE SUTA-REPORT-REC FROM SU-12TH-LINE
                       AFTER ADVANCING 1 LINE
               END-IF
           END-PERFORM
           IF WS-NO-SSN-CT > ZERO
               MOVE WS-NO-SSN-CT TO SU-NS-COUNT
               WRITE SUTA-REPORT-REC FROM SU-NO-SSN-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.

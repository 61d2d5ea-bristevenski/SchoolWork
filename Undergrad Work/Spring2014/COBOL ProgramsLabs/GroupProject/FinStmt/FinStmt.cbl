       IDENTIFICATION DIVISION.
       PROGRAM-ID. FinStmt.
       AUTHOR. Brianna Muleski
               Andrew Iverson
       DATE-WRITTEN. 10/13/14
      ******************************************************************
      * Purpose:
      *    Monthly financial statements off the general ledger, so
      *    the trial balance no longer has to be retyped into a
      *    spreadsheet. Accounts are grouped by the section and line
      *    AcctClass assigned them in GLCLASS.DAT.
      *
      *    The income statement shows the month and the year to
      *    date. Both come from the rows GlPost moved to GLPOSTED.DAT,
      *    so the figures are by journal date whatever day the
      *    posting ran.
      *
      *    The balance sheet is as of the last day of the month: the
      *    GLMASTER.DAT balance less anything posted with a later
      *    journal date. The year's net income is rolled into equity,
      *    and so is any income from earlier years still sitting in
      *    the revenue and expense accounts because GlClose has not
      *    closed those years. The statement year's own closing
      *    entries belong to period 13, after every month, so they
      *    are backed out like later activity. Total assets are
      *    proved against total liabilities and equity.
      *
      *    Any chart account with no classification is flagged at the
      *    foot of both statements, with its balance, since it is on
      *    neither statement.
      *
      * Input:
      *    GLMASTER.DAT - account balances (debit-positive)
      *    GLMAP.DAT    - chart of accounts
      *    GLCLASS.DAT  - account classification from AcctClass
      *    GLPOSTED.DAT - posted journal rows from GlPost
      *    Statement month entered at the console (0 = this month)
      *
      * Output:
      *    INCSTMT.RPT  - income statement, month and year to date
      *    BALSHEET.RPT - balance sheet at month end
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GLMASTER-FILE ASSIGN TO "GLMASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GM-STATUS.
           SELECT GLMAP-FILE ASSIGN TO "GLMAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-STATUS.
           SELECT CLASS-FILE ASSIGN TO "GLCLASS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLASS-STATUS.
           SELECT POSTED-FILE ASSIGN TO "GLPOSTED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTED-STATUS.
           SELECT INCOME-FILE ASSIGN TO "INCSTMT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BALANCE-FILE ASSIGN TO "BALSHEET.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  GLMASTER-FILE.
       01  GLMASTER-REC.
           05  GA-ACCT         PIC X(6).
           05  GA-BALANCE      PIC S9(11)V99.
       FD  GLMAP-FILE.
       01  GLMAP-REC.
           05  GM-SOURCE       PIC X(8).
           05  GM-DEPT         PIC 9.
           05  GM-DR-ACCT      PIC X(6).
           05  GM-CR-ACCT      PIC X(6).
           05  GM-DEPT-NAME    PIC X(8).
       FD  CLASS-FILE.
       01  CLASS-REC.
           05  GC-ACCT         PIC X(6).
           05  GC-STMT         PIC X.
           05  GC-SECTION      PIC 99.
           05  GC-LINE         PIC 99.
           05  GC-LINE-DESC    PIC X(25).
       FD  POSTED-FILE.
       01  POSTED-REC.
           05  GJ-DATE         PIC 9(8).
           05  GJ-ACCT         PIC X(6).
           05  GJ-DRCR         PIC X.
           05  GJ-AMT          PIC S9(9)V99.
           05  GJ-SOURCE       PIC X(8).
           05  GJ-STORE        PIC 9(2).
       FD  INCOME-FILE.
       01  INCOME-REC          PIC X(80).
       FD  BALANCE-FILE.
       01  BALANCE-REC         PIC X(80).
       WORKING-STORAGE SECTION.
       01  WORKING-ITEMS.
           05  EOF-SWITCH      PIC X.
           05  WS-GM-STATUS    PIC XX.
           05  WS-MAP-STATUS   PIC XX.
           05  WS-CLASS-STATUS PIC XX.
           05  WS-POSTED-STATUS PIC XX.
           05  WS-RUN-DATE     PIC 9(8).
           05  WS-STMT-MONTH   PIC 9(6).
           05  WS-STMT-MONTH-R REDEFINES WS-STMT-MONTH.
               10  WS-STMT-YEAR    PIC 9(4).
               10  WS-STMT-MM      PIC 99.
           05  WS-YEAR-START   PIC 9(8).
           05  WS-MONTH-START  PIC 9(8).
           05  WS-MONTH-END    PIC 9(8).
           05  WS-NEXT-MONTH   PIC 9(8).
           05  WS-WORK-ACCT    PIC X(6).
           05  WS-FA-SUB       PIC 9(3).
           05  WS-FA-FOUND     PIC 9(3).
           05  WS-SEC-SUB      PIC 99.
           05  WS-LINE-NO      PIC 9(3).
           05  WS-LINE-DESC    PIC X(25).
           05  WS-LINE-HIT-SW  PIC X.
               88  LINE-USED               VALUE 'Y'.
           05  WS-SIGNED-AMT   PIC S9(11)V99.
           05  WS-LINE-MONTH   PIC S9(11)V99.
           05  WS-LINE-YTD     PIC S9(11)V99.
           05  WS-LINE-BAL     PIC S9(11)V99.
           05  WS-NI-MONTH     PIC S9(11)V99 VALUE ZERO.
           05  WS-NI-YTD       PIC S9(11)V99 VALUE ZERO.
           05  WS-GROSS-MONTH  PIC S9(11)V99.
           05  WS-GROSS-YTD    PIC S9(11)V99.
           05  WS-OPER-MONTH   PIC S9(11)V99.
           05  WS-OPER-YTD     PIC S9(11)V99.
           05  WS-PL-BAL       PIC S9(11)V99 VALUE ZERO.
           05  WS-PRIOR-INCOME PIC S9(11)V99.
           05  WS-TOTAL-ASSETS PIC S9(11)V99.
           05  WS-TOTAL-LIAB   PIC S9(11)V99.
           05  WS-TOTAL-EQUITY PIC S9(11)V99.
           05  WS-TOTAL-L-E    PIC S9(11)V99.
           05  WS-OUT-BY       PIC S9(11)V99.
           05  WS-UNCLASS-CT   PIC 9(3)    VALUE ZERO.
      * STATEMENT SECTIONS IN PRINT ORDER. NORMAL 'C' MEANS A
      * CREDIT-NORMAL SECTION, SHOWN WITH THE SIGN REVERSED.
       01  SECTION-VALUES.
           05  FILLER PIC X(29) VALUE "10ICREVENUE                  ".
           05  FILLER PIC X(29) VALUE "20IDCOST OF SALES            ".
           05  FILLER PIC X(29) VALUE "30IDOPERATING EXPENSES       ".
           05  FILLER PIC X(29) VALUE "40ICOTHER INCOME (EXPENSE)   ".
           05  FILLER PIC X(29) VALUE "50BDCURRENT ASSETS           ".
           05  FILLER PIC X(29) VALUE "60BDNONCURRENT ASSETS        ".
           05  FILLER PIC X(29) VALUE "70BCCURRENT LIABILITIES      ".
           05  FILLER PIC X(29) VALUE "80BCLONG-TERM LIABILITIES    ".
           05  FILLER PIC X(29) VALUE "90BCEQUITY                   ".
       01  SECTION-TABLE REDEFINES SECTION-VALUES.
           05  SEC-ENTRY OCCURS 9 TIMES.
               10  SEC-CODE        PIC 99.
               10  SEC-STMT        PIC X.
               10  SEC-NORMAL      PIC X.
               10  SEC-NAME        PIC X(25).
       01  SECTION-TOTALS.
           05  ST-ENTRY OCCURS 9 TIMES.
               10  ST-MONTH        PIC S9(11)V99.
               10  ST-YTD          PIC S9(11)V99.
               10  ST-BAL          PIC S9(11)V99.
      * ONE ROW PER CHART ACCOUNT. BALANCE IS THE MASTER BALANCE;
      * AFTER IS WHAT WAS POSTED DATED PAST THE MONTH END, SO THE
      * MONTH-END BALANCE IS BALANCE LESS AFTER.
       01  ACCOUNT-TABLE.
           05  FA-COUNT        PIC 9(3)    VALUE ZERO.
           05  FA-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON FA-COUNT
                   INDEXED BY FA-INDX.
               10  FA-ACCT         PIC X(6).
               10  FA-BALANCE      PIC S9(11)V99.
               10  FA-AFTER        PIC S9(11)V99.
               10  FA-MONTH        PIC S9(11)V99.
               10  FA-YTD          PIC S9(11)V99.
               10  FA-SECTION      PIC 99.
               10  FA-LINE         PIC 99.
               10  FA-DESC         PIC X(25).
       01  HD-TITLE.
           05  FILLER          PIC X(6)    VALUE "DATE: ".
           05  HD-MM           PIC 99.
           05  FILLER          PIC X       VALUE "/".
           05  HD-DD           PIC 99.
           05  FILLER          PIC X       VALUE "/".
           05  HD-YEAR         PIC 9(4).
           05  FILLER          PIC X(10)   VALUE SPACES.
           05  HD-NAME         PIC X(16).
       01  HD-PERIOD.
           05  HP-TEXT         PIC X(22).
           05  HP-MM           PIC 99.
           05  FILLER          PIC X       VALUE "/".
           05  HP-DD           PIC 99.
           05  FILLER          PIC X       VALUE "/".
           05  HP-YEAR         PIC 9(4).
       01  IS-COLUMNS.
           05  FILLER          PIC X(36)   VALUE SPACES.
           05  FILLER          PIC X(18)   VALUE "             MONTH".
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  FILLER          PIC X(18)   VALUE "      YEAR TO DATE".
       01  IS-LINE.
           05  IL-LABEL        PIC X(36).
           05  IL-MONTH        PIC ---,---,---,--9.99.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  IL-YTD          PIC ---,---,---,--9.99.
       01  IS-HEAD-LINE.
           05  IH-LABEL        PIC X(36).
       01  BS-LINE.
           05  BL-LABEL        PIC X(44).
           05  BL-AMT          PIC ---,---,---,--9.99.
       01  RULE-LINE.
           05  FILLER          PIC X(36)   VALUE SPACES.
           05  FILLER          PIC X(38)   VALUE ALL "-".
       01  BS-PROOF-LINE.
           05  BP-TEXT         PIC X(34).
           05  BP-AMT          PIC ---,---,---,--9.99.
           05  FILLER          PIC X(3)    VALUE SPACES.
       01  UNCLASS-HEADING.
           05  FILLER          PIC X(47)   VALUE
               "** UNCLASSIFIED ACCOUNTS - ON NEITHER STATEMENT".
           05  FILLER          PIC X(3)    VALUE " **".
       01  UNCLASS-LINE.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  UL-ACCT         PIC X(6).
           05  FILLER          PIC X(6)    VALUE SPACES.
           05  FILLER          PIC X(20)   VALUE "MONTH-END BALANCE".
           05  UL-BAL          PIC ---,---,---,--9.99.
       01  UNCLASS-FOOTER.
           05  UF-COUNT        PIC ZZ9.
           05  FILLER          PIC X(45)   VALUE
               " ACCOUNTS UNCLASSIFIED - RUN ACCTCLASS".
      *
       PROCEDURE DIVISION.
       000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM 040-ACCEPT-MONTH
           PERFORM 050-LOAD-GL-MASTER
           PERFORM 055-ADD-CHART-ACCOUNTS
           PERFORM 060-LOAD-CLASSES
           PERFORM 070-SCAN-POSTED
           PERFORM 300-COUNT-UNCLASSIFIED
           PERFORM 200-INCOME-STATEMENT
           PERFORM 400-BALANCE-SHEET

           IF WS-UNCLASS-CT > ZERO
               DISPLAY WS-UNCLASS-CT ' ACCOUNTS ARE UNCLASSIFIED.'
           END-IF
           DISPLAY "FINANCIAL STATEMENTS GENERATED!"
           STOP RUN.
      * ACCEPTS THE STATEMENT MONTH AND WORKS OUT THE YEAR START,
      * MONTH START AND MONTH END FROM IT.
       040-ACCEPT-MONTH.
           DISPLAY 'ENTER STATEMENT MONTH (YYYYMM, 0 = THIS MONTH):'
           ACCEPT WS-STMT-MONTH
           PERFORM UNTIL WS-STMT-MONTH = ZERO
                  OR (WS-STMT-MM NOT < 1 AND WS-STMT-MM NOT > 12)
               DISPLAY 'INVALID MONTH.'
               DISPLAY 'ENTER STATEMENT MONTH (YYYYMM):'
               ACCEPT WS-STMT-MONTH
           END-PERFORM
           IF WS-STMT-MONTH = ZERO
               MOVE WS-RUN-DATE(1:6) TO WS-STMT-MONTH
           END-IF
           MOVE WS-STMT-MONTH TO WS-MONTH-START(1:6)
           MOVE '01' TO WS-MONTH-START(7:2)
           MOVE WS-STMT-MONTH(1:4) TO WS-YEAR-START(1:4)
           MOVE '0101' TO WS-YEAR-START(5:4)
           IF WS-STMT-MM = 12
               COMPUTE WS-NEXT-MONTH =
                   (WS-STMT-YEAR + 1) * 10000 + 101
           ELSE
               COMPUTE WS-NEXT-MONTH = WS-MONTH-START + 100
           END-IF
           COMPUTE WS-MONTH-END = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH) - 1).
      * LOADS THE ACCOUNT BALANCES.
       050-LOAD-GL-MASTER.
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT GLMASTER-FILE
           IF WS-GM-STATUS NOT = "00"
               DISPLAY 'NO GL MASTER ON DISK - RUN GLPOST FIRST.'
               STOP RUN
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ GLMASTER-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       MOVE GA-ACCT TO WS-WORK-ACCT
                       PERFORM 080-ADD-ONE-ACCOUNT
                       IF WS-FA-FOUND > ZERO
                           MOVE GA-BALANCE TO FA-BALANCE(WS-FA-FOUND)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GLMASTER-FILE.
      * ADDS EVERY ACCOUNT THE CHART NAMES THAT ISN'T ON THE MASTER
      * YET, AT A ZERO BALANCE, SO IT IS CLASSIFIED OR FLAGGED TOO.
       055-ADD-CHART-ACCOUNTS.
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT GLMAP-FILE
           IF WS-MAP-STATUS NOT = "00"
               MOVE 'Y' TO EOF-SWITCH
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ GLMAP-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       MOVE GM-DR-ACCT TO WS-WORK-ACCT
                       PERFORM 080-ADD-ONE-ACCOUNT
                       MOVE GM-CR-ACCT TO WS-WORK-ACCT
                       PERFORM 080-ADD-ONE-ACCOUNT
               END-READ
           END-PERFORM
           IF WS-MAP-STATUS NOT = "35"
               CLOSE GLMAP-FILE
           END-IF.
      * APPLIES THE CLASSIFICATIONS TO THE ACCOUNT TABLE. A ROW FOR
      * AN ACCOUNT NO LONGER ON THE CHART IS IGNORED.
       060-LOAD-CLASSES.
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT CLASS-FILE
           IF WS-CLASS-STATUS NOT = "00"
               MOVE 'Y' TO EOF-SWITCH
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ CLASS-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       MOVE GC-ACCT TO WS-WORK-ACCT
                       PERFORM 090-FIND-ACCOUNT
                       IF WS-FA-FOUND > ZERO
                          AND GC-SECTION IS NUMERIC
                          AND GC-LINE IS NUMERIC
                           MOVE GC-SECTION TO FA-SECTION(WS-FA-FOUND)
                           MOVE GC-LINE    TO FA-LINE(WS-FA-FOUND)
                           MOVE GC-LINE-DESC TO FA-DESC(WS-FA-FOUND)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CLASS-STATUS NOT = "35"
               CLOSE CLASS-FILE
           END-IF.
      * SPREADS THE POSTED ROWS BY JOURNAL DATE: AFTER THE MONTH
      * END, IN THE MONTH, AND IN THE YEAR TO DATE. DEBITS ADD AND
      * CREDITS SUBTRACT, AS ON THE MASTER. THE STATEMENT YEAR'S OWN
      * YEAR-END CLOSE COUNTS AS AFTER THE MONTH END.
       070-SCAN-POSTED.
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
                       MOVE GJ-ACCT TO WS-WORK-ACCT
                       PERFORM 090-FIND-ACCOUNT
                       IF WS-FA-FOUND > ZERO
                           PERFORM 075-SPREAD-ONE-ROW
                       END-IF
               END-READ
           END-PERFORM
           IF WS-POSTED-STATUS NOT = "35"
               CLOSE POSTED-FILE
           END-IF.
       075-SPREAD-ONE-ROW.
           IF GJ-DRCR = 'D'
               MOVE GJ-AMT TO WS-SIGNED-AMT
           ELSE
               COMPUTE WS-SIGNED-AMT = GJ-AMT * -1
           END-IF
           EVALUATE TRUE
               WHEN GJ-DATE > WS-MONTH-END
                   ADD WS-SIGNED-AMT TO FA-AFTER(WS-FA-FOUND)
               WHEN GJ-SOURCE = 'YECLOSE'
                AND GJ-DATE NOT < WS-YEAR-START
                   ADD WS-SIGNED-AMT TO FA-AFTER(WS-FA-FOUND)
               WHEN GJ-DATE NOT < WS-MONTH-START
                   ADD WS-SIGNED-AMT TO FA-MONTH(WS-FA-FOUND)
                   ADD WS-SIGNED-AMT TO FA-YTD(WS-FA-FOUND)
               WHEN GJ-DATE NOT < WS-YEAR-START
                   ADD WS-SIGNED-AMT TO FA-YTD(WS-FA-FOUND)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       080-ADD-ONE-ACCOUNT.
           PERFORM 090-FIND-ACCOUNT
           IF WS-FA-FOUND = ZERO
              AND WS-WORK-ACCT NOT = SPACES
              AND FA-COUNT < 200
               ADD 1 TO FA-COUNT
               MOVE FA-COUNT TO WS-FA-FOUND
               MOVE WS-WORK-ACCT TO FA-ACCT(FA-COUNT)
               MOVE ZERO TO FA-BALANCE(FA-COUNT)
                            FA-AFTER(FA-COUNT)
                            FA-MONTH(FA-COUNT)
                            FA-YTD(FA-COUNT)
                            FA-SECTION(FA-COUNT)
                            FA-LINE(FA-COUNT)
               MOVE SPACES TO FA-DESC(FA-COUNT)
           END-IF.
       090-FIND-ACCOUNT.
           MOVE ZERO TO WS-FA-FOUND
           PERFORM VARYING WS-FA-SUB FROM 1 BY 1
                   UNTIL WS-FA-SUB > FA-COUNT
               IF FA-ACCT(WS-FA-SUB) = WS-WORK-ACCT
                   MOVE WS-FA-SUB TO WS-FA-FOUND
               END-IF
           END-PERFORM.
      * INCOME STATEMENT: REVENUE, COST OF SALES, GROSS PROFIT,
      * OPERATING EXPENSES, OPERATING INCOME, OTHER, NET INCOME.
       200-INCOME-STATEMENT.
           OPEN OUTPUT INCOME-FILE
           MOVE 'INCOME STATEMENT' TO HD-NAME
           MOVE 'FOR THE MONTH ENDED   ' TO HP-TEXT
           PERFORM 210-SET-HEADING-DATES
           WRITE INCOME-REC FROM HD-TITLE
           WRITE INCOME-REC FROM HD-PERIOD
               AFTER ADVANCING 1 LINE
           WRITE INCOME-REC FROM IS-COLUMNS
               AFTER ADVANCING 2 LINES
           PERFORM 250-INCOME-SECTION
               VARYING WS-SEC-SUB FROM 1 BY 1
               UNTIL WS-SEC-SUB > 4
           IF WS-UNCLASS-CT > ZERO
               MOVE WS-UNCLASS-CT TO UF-COUNT
               WRITE INCOME-REC FROM UNCLASS-FOOTER
                   AFTER ADVANCING 3 LINES
           END-IF
           CLOSE INCOME-FILE.
       210-SET-HEADING-DATES.
           MOVE WS-RUN-DATE(5:2) TO HD-MM
           MOVE WS-RUN-DATE(7:2) TO HD-DD
           MOVE WS-RUN-DATE(1:4) TO HD-YEAR
           MOVE WS-MONTH-END(5:2) TO HP-MM
           MOVE WS-MONTH-END(7:2) TO HP-DD
           MOVE WS-MONTH-END(1:4) TO HP-YEAR.
      * PRINTS ONE INCOME-STATEMENT SECTION LINE BY LINE WITH ITS
      * TOTAL, THEN THE SUBTOTAL THAT FOLLOWS IT.
       250-INCOME-SECTION.
           MOVE ZERO TO ST-MONTH(WS-SEC-SUB) ST-YTD(WS-SEC-SUB)
           MOVE SPACES TO IH-LABEL
           MOVE SEC-NAME(WS-SEC-SUB) TO IH-LABEL
           WRITE INCOME-REC FROM IS-HEAD-LINE
               AFTER ADVANCING 2 LINES
           PERFORM VARYING WS-LINE-NO FROM 1 BY 1
                   UNTIL WS-LINE-NO > 99
               PERFORM 260-SUM-LINE
               IF LINE-USED
                   MOVE SPACES TO IL-LABEL
                   STRING '    ' WS-LINE-DESC DELIMITED BY SIZE
                       INTO IL-LABEL
                   END-STRING
                   MOVE WS-LINE-MONTH TO IL-MONTH
                   MOVE WS-LINE-YTD TO IL-YTD
                   WRITE INCOME-REC FROM IS-LINE
                       AFTER ADVANCING 1 LINE
                   ADD WS-LINE-MONTH TO ST-MONTH(WS-SEC-SUB)
                   ADD WS-LINE-YTD TO ST-YTD(WS-SEC-SUB)
               END-IF
           END-PERFORM
           WRITE INCOME-REC FROM RULE-LINE
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO IL-LABEL
           STRING '  TOTAL ' SEC-NAME(WS-SEC-SUB) DELIMITED BY SIZE
               INTO IL-LABEL
           END-STRING
           MOVE ST-MONTH(WS-SEC-SUB) TO IL-MONTH
           MOVE ST-YTD(WS-SEC-SUB) TO IL-YTD
           WRITE INCOME-REC FROM IS-LINE
               AFTER ADVANCING 1 LINE
           EVALUATE WS-SEC-SUB
               WHEN 2
                   COMPUTE WS-GROSS-MONTH = ST-MONTH(1) - ST-MONTH(2)
                   COMPUTE WS-GROSS-YTD = ST-YTD(1) - ST-YTD(2)
                   MOVE 'GROSS PROFIT' TO IL-LABEL
                   MOVE WS-GROSS-MONTH TO IL-MONTH
                   MOVE WS-GROSS-YTD TO IL-YTD
                   WRITE INCOME-REC FROM IS-LINE
                       AFTER ADVANCING 2 LINES
               WHEN 3
                   COMPUTE WS-OPER-MONTH =
                       WS-GROSS-MONTH - ST-MONTH(3)
                   COMPUTE WS-OPER-YTD = WS-GROSS-YTD - ST-YTD(3)
                   MOVE 'OPERATING INCOME' TO IL-LABEL
                   MOVE WS-OPER-MONTH TO IL-MONTH
                   MOVE WS-OPER-YTD TO IL-YTD
                   WRITE INCOME-REC FROM IS-LINE
                       AFTER ADVANCING 2 LINES
               WHEN 4
                   COMPUTE WS-NI-MONTH = WS-OPER-MONTH + ST-MONTH(4)
                   COMPUTE WS-NI-YTD = WS-OPER-YTD + ST-YTD(4)
                   MOVE 'NET INCOME' TO IL-LABEL
                   MOVE WS-NI-MONTH TO IL-MONTH
                   MOVE WS-NI-YTD TO IL-YTD
                   WRITE INCOME-REC FROM IS-LINE
                       AFTER ADVANCING 2 LINES
           END-EVALUATE.
      * ADDS UP THE ACCOUNTS ON ONE LINE OF THE CURRENT SECTION, IN
      * THE SECTION'S PRESENTATION SIGN. LINE-USED IS SET WHEN ANY
      * ACCOUNT IS CLASSIFIED TO THE LINE, EVEN AT ZERO.
       260-SUM-LINE.
           MOVE 'N' TO WS-LINE-HIT-SW
           MOVE ZERO TO WS-LINE-MONTH WS-LINE-YTD WS-LINE-BAL
           PERFORM VARYING FA-INDX FROM 1 BY 1
                   UNTIL FA-INDX > FA-COUNT
               IF FA-SECTION(FA-INDX) = SEC-CODE(WS-SEC-SUB)
                  AND FA-LINE(FA-INDX) = WS-LINE-NO
                   IF NOT LINE-USED
                       MOVE FA-DESC(FA-INDX) TO WS-LINE-DESC
                   END-IF
                   MOVE 'Y' TO WS-LINE-HIT-SW
                   ADD FA-MONTH(FA-INDX) TO WS-LINE-MONTH
                   ADD FA-YTD(FA-INDX) TO WS-LINE-YTD
                   COMPUTE WS-LINE-BAL = WS-LINE-BAL
                       + FA-BALANCE(FA-INDX) - FA-AFTER(FA-INDX)
               END-IF
           END-PERFORM
           IF SEC-NORMAL(WS-SEC-SUB) = 'C'
               COMPUTE WS-LINE-MONTH = WS-LINE-MONTH * -1
               COMPUTE WS-LINE-YTD = WS-LINE-YTD * -1
               COMPUTE WS-LINE-BAL = WS-LINE-BAL * -1
           END-IF.
      * COUNTS THE ACCOUNTS WITH NO CLASSIFICATION.
       300-COUNT-UNCLASSIFIED.
           PERFORM VARYING FA-INDX FROM 1 BY 1
                   UNTIL FA-INDX > FA-COUNT
               IF FA-SECTION(FA-INDX) = ZERO
                   ADD 1 TO WS-UNCLASS-CT
               END-IF
           END-PERFORM.
      * BALANCE SHEET AT MONTH END: ASSETS, THEN LIABILITIES, THEN
      * EQUITY WITH THE INCOME NOT YET CLOSED TO IT, AND THE PROOF.
       400-BALANCE-SHEET.
           OPEN OUTPUT BALANCE-FILE
           MOVE 'BALANCE SHEET' TO HD-NAME
           MOVE 'AS OF                 ' TO HP-TEXT
           PERFORM 210-SET-HEADING-DATES
           WRITE BALANCE-REC FROM HD-TITLE
           WRITE BALANCE-REC FROM HD-PERIOD
               AFTER ADVANCING 1 LINE
           PERFORM 450-BALANCE-SECTION
               VARYING WS-SEC-SUB FROM 5 BY 1
               UNTIL WS-SEC-SUB > 9
           PERFORM 500-BALANCE-PROOF
           PERFORM 550-LIST-UNCLASSIFIED
           CLOSE BALANCE-FILE.
      * PRINTS ONE BALANCE-SHEET SECTION WITH ITS TOTAL, AND THE
      * GRAND TOTAL THAT FOLLOWS IT. EQUITY TAKES THE INCOME LINES
      * BEFORE ITS TOTAL.
       450-BALANCE-SECTION.
           MOVE ZERO TO ST-BAL(WS-SEC-SUB)
           MOVE SPACES TO BL-LABEL
           MOVE SEC-NAME(WS-SEC-SUB) TO BL-LABEL
           WRITE BALANCE-REC FROM BL-LABEL
               AFTER ADVANCING 2 LINES
           PERFORM VARYING WS-LINE-NO FROM 1 BY 1
                   UNTIL WS-LINE-NO > 99
               PERFORM 460-PRINT-BALANCE-LINE
           END-PERFORM
           IF WS-SEC-SUB = 9
               PERFORM 470-EQUITY-INCOME-LINES
           END-IF
           MOVE SPACES TO BL-LABEL
           STRING '  TOTAL ' SEC-NAME(WS-SEC-SUB) DELIMITED BY SIZE
               INTO BL-LABEL
           END-STRING
           MOVE ST-BAL(WS-SEC-SUB) TO BL-AMT
           WRITE BALANCE-REC FROM BS-LINE
               AFTER ADVANCING 1 LINE
           EVALUATE WS-SEC-SUB
               WHEN 6
                   COMPUTE WS-TOTAL-ASSETS = ST-BAL(5) + ST-BAL(6)
                   MOVE 'TOTAL ASSETS' TO BL-LABEL
                   MOVE WS-TOTAL-ASSETS TO BL-AMT
                   WRITE BALANCE-REC FROM BS-LINE
                       AFTER ADVANCING 2 LINES
               WHEN 8
                   COMPUTE WS-TOTAL-LIAB = ST-BAL(7) + ST-BAL(8)
                   MOVE 'TOTAL LIABILITIES' TO BL-LABEL
                   MOVE WS-TOTAL-LIAB TO BL-AMT
                   WRITE BALANCE-REC FROM BS-LINE
                       AFTER ADVANCING 2 LINES
               WHEN 9
                   MOVE ST-BAL(9) TO WS-TOTAL-EQUITY
                   COMPUTE WS-TOTAL-L-E =
                       WS-TOTAL-LIAB + WS-TOTAL-EQUITY
                   MOVE 'TOTAL LIABILITIES AND EQUITY' TO BL-LABEL
                   MOVE WS-TOTAL-L-E TO BL-AMT
                   WRITE BALANCE-REC FROM BS-LINE
                       AFTER ADVANCING 2 LINES
           END-EVALUATE.
       460-PRINT-BALANCE-LINE.
           PERFORM 260-SUM-LINE
           IF LINE-USED
               MOVE SPACES TO BL-LABEL
               STRING '    ' WS-LINE-DESC DELIMITED BY SIZE
                   INTO BL-LABEL
               END-STRING
               MOVE WS-LINE-BAL TO BL-AMT
               WRITE BALANCE-REC FROM BS-LINE
                   AFTER ADVANCING 1 LINE
               ADD WS-LINE-BAL TO ST-BAL(WS-SEC-SUB)
           END-IF.
      * ROLLS THE YEAR'S NET INCOME INTO EQUITY. REVENUE AND EXPENSE
      * BALANCES STILL ON THE MASTER FROM EARLIER YEARS (NO GLCLOSE
      * HAS MOVED THEM TO RETAINED EARNINGS) PRINT AS THEIR OWN LINE
      * SO THE SHEET STILL BALANCES AND THE AMOUNT IS VISIBLE.
       470-EQUITY-INCOME-LINES.
           MOVE ZERO TO WS-PL-BAL
           PERFORM VARYING FA-INDX FROM 1 BY 1
                   UNTIL FA-INDX > FA-COUNT
               IF FA-SECTION(FA-INDX) > ZERO
                  AND FA-SECTION(FA-INDX) < 50
                   COMPUTE WS-PL-BAL = WS-PL-BAL
                       - FA-BALANCE(FA-INDX) + FA-AFTER(FA-INDX)
               END-IF
           END-PERFORM
           COMPUTE WS-PRIOR-INCOME = WS-PL-BAL - WS-NI-YTD
           IF WS-PRIOR-INCOME NOT = ZERO
               MOVE '    INCOME OF PRIOR YEARS NOT CLOSED'
                   TO BL-LABEL
               MOVE WS-PRIOR-INCOME TO BL-AMT
               WRITE BALANCE-REC FROM BS-LINE
                   AFTER ADVANCING 1 LINE
               ADD WS-PRIOR-INCOME TO ST-BAL(9)
           END-IF
           MOVE '    NET INCOME - CURRENT YEAR' TO BL-LABEL
           MOVE WS-NI-YTD TO BL-AMT
           WRITE BALANCE-REC FROM BS-LINE
               AFTER ADVANCING 1 LINE
           ADD WS-NI-YTD TO ST-BAL(9).
      * PROVES TOTAL ASSETS AGAINST TOTAL LIABILITIES AND EQUITY.
       500-BALANCE-PROOF.
           IF WS-TOTAL-ASSETS = WS-TOTAL-L-E
               MOVE 'BALANCE SHEET IN BALANCE.' TO BP-TEXT
               WRITE BALANCE-REC FROM BP-TEXT
                   AFTER ADVANCING 2 LINES
           ELSE
               COMPUTE WS-OUT-BY = WS-TOTAL-ASSETS - WS-TOTAL-L-E
               MOVE '** OUT OF BALANCE BY ' TO BP-TEXT
               MOVE WS-OUT-BY TO BP-AMT
               WRITE BALANCE-REC FROM BS-PROOF-LINE
                   AFTER ADVANCING 2 LINES
               DISPLAY '** BALANCE SHEET OUT OF BALANCE **'
           END-IF.
      * FLAGS EVERY ACCOUNT WITH NO CLASSIFICATION, WITH ITS MONTH
      * END BALANCE - THE USUAL REASON THE SHEET WILL NOT BALANCE.
       550-LIST-UNCLASSIFIED.
           IF WS-UNCLASS-CT > ZERO
               WRITE BALANCE-REC FROM UNCLASS-HEADING
                   AFTER ADVANCING 3 LINES
               PERFORM VARYING FA-INDX FROM 1 BY 1
                       UNTIL FA-INDX > FA-COUNT
                   IF FA-SECTION(FA-INDX) = ZERO
                       MOVE FA-ACCT(FA-INDX) TO UL-ACCT
                       COMPUTE WS-LINE-BAL =
                           FA-BALANCE(FA-INDX) - FA-AFTER(FA-INDX)
                       MOVE WS-LINE-BAL TO UL-BAL
                       WRITE BALANCE-REC FROM UNCLASS-LINE
                           AFTER ADVANCING 1 LINE
                   END-IF
               END-PERFORM
               MOVE WS-UNCLASS-CT TO UF-COUNT
               WRITE BALANCE-REC FROM UNCLASS-FOOTER
                   AFTER ADVANCING 2 LINES
           END-IF.

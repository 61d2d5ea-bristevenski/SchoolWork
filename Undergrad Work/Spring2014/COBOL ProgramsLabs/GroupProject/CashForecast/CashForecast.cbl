       IDENTIFICATION DIVISION.
       PROGRAM-ID. CashForecast.
       AUTHOR. Brianna Muleski
               Andrew Iverson
       DATE-WRITTEN. 10/13/14
      ******************************************************************
      * Purpose:
      *    Rolling thirteen-week cash flow forecast for finance's
      *    Monday question. Week 1 begins on the start date keyed;
      *    every expected receipt and payment is dated and dropped
      *    into its week, anything already overdue lands in week 1,
      *    and anything past week 13 is totalled but not shown.
      *
      *    Inflows:
      *    - FastMart open invoices by due date, moved out by the
      *      customer's average days paid late - measured from the
      *      ARAPPLY.DAT application trail (due date against the day
      *      the check posted), leaving out checks PAYHIST.DAT shows
      *      returned NSF. A customer with no history pays on time.
      *    - Acme open balances, each billed month expected 30 days
      *      after the month closes.
      *
      *    Outflows:
      *    - AP invoices open or on hold, by due date.
      *    - Open PO lines not yet billed, at the catalog cost in
      *      effect on the PO date, paid on the vendor's terms after
      *      the lead-time window (POLEAD.DAT, default 14 days).
      *    - Net payroll: each new TRANS.DAT batch is kept in
      *      CFPAYHIST.DAT with its EMPTAXDEP.RPT deposit, and the
      *      last four weekly batches are averaged and projected
      *      forward one payday a week.
      *    - Payroll tax deposits, a week after each payroll.
      *    - Sales tax collected (TAXCOLLECT.DAT posting and pizza
      *      close-out rows) for each quarter not yet due, on the
      *      20th of the month after the quarter closes.
      *
      *    The opening bank balance is keyed at run time and carried
      *    through the weeks to the projected ending balance.
      *
      * Input:
      *    AROPENITEM.DAT - FastMart open invoices
      *    ARAPPLY.DAT    - payment application trail
      *    PAYHIST.DAT    - posted checks and their NSF status
      *    ACMEBAL.DAT    - Acme open balances by billed month
      *    APOPEN.DAT     - AP open items
      *    POFILE.DAT     - PO lines
      *    APINVLN.DAT    - invoice lines billed against PO lines
      *    ITEMPRC.DAT    - item catalog (unit cost by effective date)
      *    VENDOR.DAT     - vendor terms
      *    POLEAD.DAT     - lead-time window in days (optional)
      *    TRANS.DAT      - the latest payroll batch
      *    EMPTAXDEP.RPT  - the latest payroll tax deposit report
      *    TAXCOLLECT.DAT - sales tax collected per posting run
      *    CFPAYHIST.DAT  - payroll batches kept by earlier runs
      *    Start date and opening bank balance entered at the console
      *
      * Output:
      *    CASHFCST.RPT  - weekly inflows, outflows and balances
      *    CFPAYHIST.DAT - rewritten with the latest batch added
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPENITEM-FILE ASSIGN TO "AROPENITEM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OI-STATUS.
           SELECT APPLY-FILE ASSIGN TO "ARAPPLY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPLY-STATUS.
           SELECT PAYHIST-FILE ASSIGN TO "PAYHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PH-STATUS.
           SELECT BALANCE-FILE ASSIGN TO "ACMEBAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAL-STATUS.
           SELECT AP-OPEN-FILE ASSIGN TO "APOPEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AO-STATUS.
           SELECT PO-FILE ASSIGN TO "POFILE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PO-STATUS.
           SELECT INV-LINE-FILE ASSIGN TO "APINVLN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AL-STATUS.
           SELECT ITEM-PRICE-FILE ASSIGN TO "ITEMPRC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IP-STATUS.
           SELECT VENDOR-FILE ASSIGN TO "VENDOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VEND-STATUS.
           SELECT LEAD-FILE ASSIGN TO "POLEAD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEAD-STATUS.
           SELECT PAYTRANS-FILE ASSIGN TO "TRANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PT-STATUS.
           SELECT DEPOSIT-FILE ASSIGN TO "EMPTAXDEP.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEP-STATUS.
           SELECT TAXCOLLECT-FILE ASSIGN TO "TAXCOLLECT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TC-STATUS.
           SELECT PAYRUN-FILE ASSIGN TO "CFPAYHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PR-STATUS.
           SELECT REPORT-FILE ASSIGN TO "CASHFCST.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  OPENITEM-FILE.
       01  OPENITEM-REC.
           05  OI-CUST-NO      PIC X(5).
           05  OI-INVOICE-NO   PIC 9(6).
           05  OI-INV-DATE     PIC 9(8).
           05  OI-DUE-DATE     PIC 9(8).
           05  OI-ORIG-AMT     PIC S9(7)V99.
           05  OI-OPEN-AMT     PIC S9(7)V99.
      * ROWS WRITTEN BEFORE THE DUE DATE WAS CARRIED HAVE IT BLANK
      * AND ARE LEFT OUT OF THE DAYS-LATE HISTORY.
       FD  APPLY-FILE.
       01  APPLY-REC.
           05  AP-DATE         PIC 9(8).
           05  AP-CUST-NO      PIC X(5).
           05  AP-CHECK-NO     PIC X(8).
           05  AP-INVOICE-NO   PIC 9(6).
           05  AP-AMT          PIC S9(6)V99.
           05  AP-DUE-DATE     PIC 9(8).
       FD  PAYHIST-FILE.
       01  PAYHIST-REC.
           05  PH-CUST-NO      PIC X(5).
           05  PH-CHECK-NO     PIC X(8).
           05  PH-AMT          PIC 9(6)V99.
           05  PH-OPERATOR-ID  PIC X(5).
           05  PH-POST-DATE    PIC 9(8).
           05  PH-STATUS       PIC X.
       FD  BALANCE-FILE.
       01  BALANCE-REC.
           05  AB-ACCT         PIC X(5).
           05  AB-NAME         PIC X(15).
           05  AB-YYYYMM.
               10  AB-YYYY     PIC 9(4).
               10  AB-MM       PIC 99.
           05  AB-OPEN-AMT     PIC 9(5)V99.
       FD  AP-OPEN-FILE.
       01  AO-REC.
           05  AO-VENDOR-NO    PIC X(5).
           05  AO-INV-NO       PIC X(10).
           05  AO-INV-DATE     PIC 9(8).
           05  AO-DUE-DATE     PIC 9(8).
           05  AO-AMT          PIC 9(7)V99.
           05  AO-STATUS       PIC X.
           05  AO-CHECK-NO     PIC 9(6).
           05  AO-PAID-DATE    PIC 9(8).
       FD  PO-FILE.
       01  PO-REC.
           05  PO-NO           PIC 9(6).
           05  PO-ITEM-NUM     PIC X(4).
           05  PO-VENDOR       PIC X(15).
           05  PO-DATE         PIC 9(8).
           05  PO-QTY-ORD      PIC 9(5).
           05  PO-QTY-RCV      PIC 9(5).
           05  PO-STATUS       PIC X.
           05  PO-VENDOR-NO    PIC X(5).
           05  PO-STORE-NO     PIC 9(2).
       FD  INV-LINE-FILE.
       01  AL-REC.
           05  AL-VENDOR-NO    PIC X(5).
           05  AL-INV-NO       PIC X(10).
           05  AL-PO-NO        PIC 9(6).
           05  AL-ITEM-NUM     PIC X(4).
           05  AL-QTY          PIC 9(5).
           05  AL-UNIT-COST    PIC 9(4)V99.
           05  AL-CAT-COST     PIC 9(4)V99.
           05  AL-AMT          PIC 9(7)V99.
           05  AL-STATUS       PIC X.
           05  AL-HOLD-CODE    PIC X.
       FD  ITEM-PRICE-FILE.
       01  IP-REC.
           05  IP-ITEM-NUM     PIC X(4).
           05  IP-PRICE        PIC 9(4)V99.
           05  IP-EFF-DATE     PIC 9(8).
           05  IP-COST         PIC 9(4)V99.
           05  IP-MIN-QTY      PIC 9(3).
       FD  VENDOR-FILE.
       01  VN-REC.
           05  VN-VENDOR-NO    PIC X(5).
           05  VN-NAME         PIC X(25).
           05  VN-STREET       PIC X(25).
           05  VN-CITY         PIC X(15).
           05  VN-STATE        PIC XX.
           05  VN-ZIP          PIC X(5).
           05  VN-TERMS-DAYS   PIC 9(3).
           05  VN-1099-FLAG    PIC X.
           05  VN-TAX-ID       PIC X(9).
           05  VN-ACTIVE       PIC X.
       FD  LEAD-FILE.
       01  LEAD-REC            PIC 9(3).
       FD  PAYTRANS-FILE.
       01  WEEKLY-REC.
           05  W-EMP-ID        PIC X(4).
           05  W-GRS-PAY       PIC 9(5)V99.
           05  W-INC-TAX       PIC 9(5)V99.
           05  W-NET-PAY       PIC 9(5)V99.
           05  W-PERIOD-END    PIC 9(8).
           05  FILLER          PIC X(55).
           05  W-RUN-TYPE      PIC X.
       FD  DEPOSIT-FILE.
       01  DEPOSIT-REC.
           05  DR-LABEL        PIC X(26).
           05  DR-AMOUNT-TEXT  PIC X(13).
           05  FILLER          PIC X(21).
       01  DEPOSIT-HDR-VIEW REDEFINES DEPOSIT-REC.
           05  DRH-TITLE       PIC X(26).
           05  FILLER          PIC X(9).
           05  DRH-PERIOD-END  PIC 9(8).
           05  FILLER          PIC X(17).
       FD  TAXCOLLECT-FILE.
       01  TAXCOLLECT-REC.
           05  TC-SOURCE       PIC X(2).
           05  TC-DATE.
               10  TC-YEAR     PIC 9(4).
               10  TC-MM       PIC 99.
               10  TC-DD       PIC 99.
           05  TC-JURIS-CODE   PIC X(3).
           05  TC-TAXABLE      PIC S9(9)V99.
           05  TC-TAX          PIC S9(8)V99.
           05  TC-EXEMPT       PIC S9(9)V99.
      * ONE ROW PER REGULAR PAYROLL BATCH SEEN, OLDEST FIRST: THE
      * PERIOD END, THE BATCH'S NET PAY, AND ITS TAX DEPOSIT.
       FD  PAYRUN-FILE.
       01  PAYRUN-REC.
           05  PR-PERIOD-END   PIC 9(8).
           05  PR-NET          PIC 9(7)V99.
           05  PR-DEPOSIT      PIC 9(7)V99.
       FD  REPORT-FILE.
       01  REPORT-REC          PIC X(80).
       WORKING-STORAGE SECTION.
       01  WORKING-ITEMS.
           05  EOF-SWITCH      PIC X.
           05  WS-OI-STATUS    PIC XX.
           05  WS-APPLY-STATUS PIC XX.
           05  WS-PH-STATUS    PIC XX.
           05  WS-BAL-STATUS   PIC XX.
           05  WS-AO-STATUS    PIC XX.
           05  WS-PO-STATUS    PIC XX.
           05  WS-AL-STATUS    PIC XX.
           05  WS-IP-STATUS    PIC XX.
           05  WS-VEND-STATUS  PIC XX.
           05  WS-LEAD-STATUS  PIC XX.
           05  WS-PT-STATUS    PIC XX.
           05  WS-DEP-STATUS   PIC XX.
           05  WS-TC-STATUS    PIC XX.
           05  WS-PR-STATUS    PIC XX.
           05  WS-RUN-DATE     PIC 9(8).
           05  WS-START-DATE   PIC 9(8).
           05  WS-START-INT    PIC 9(7).
           05  WS-END-INT      PIC 9(7).
           05  WS-OPENING-BAL  PIC S9(9)V99.
           05  WS-WORK-DATE    PIC 9(8).
           05  WS-WORK-INT     PIC S9(7).
           05  WS-WEEK-NO      PIC S9(5).
           05  WS-WEEK-SUB     PIC 99.
           05  WS-BUCKET-SRC   PIC 9.
           05  WS-BUCKET-AMT   PIC S9(9)V99.
           05  WS-DAYS-LATE    PIC S9(5).
           05  WS-SUB          PIC 9(4).
           05  WS-FOUND        PIC 9(4).
           05  WS-NSF-SW       PIC X.
           05  LEAD-DAYS       PIC 9(3)    VALUE 14.
           05  WS-TERMS-DAYS   PIC 9(3).
           05  WS-OPEN-QTY     PIC S9(6).
           05  WS-BEST-DATE    PIC 9(8).
           05  WS-CAT-COST     PIC 9(4)V99.
           05  WS-NEXT-YEAR    PIC 9(4).
           05  WS-NEXT-MM      PIC 99.
           05  WS-WORK-QTR     PIC 9.
           05  WS-WORK-CUST    PIC X(5).
           05  WS-BATCH-END    PIC 9(8)    VALUE ZERO.
           05  WS-BATCH-NET    PIC 9(7)V99 VALUE ZERO.
           05  WS-BATCH-CT     PIC 9(5)    VALUE ZERO.
           05  WS-OFFCYCLE-CT  PIC 9(5)    VALUE ZERO.
           05  WS-DEP-PERIOD   PIC 9(8)    VALUE ZERO.
           05  WS-DEP-TOTAL    PIC 9(7)V99 VALUE ZERO.
           05  WS-AVG-NET      PIC 9(7)V99 VALUE ZERO.
           05  WS-AVG-DEPOSIT  PIC 9(7)V99 VALUE ZERO.
           05  WS-AVG-CT       PIC 9       VALUE ZERO.
           05  WS-PAYDAY-INT   PIC 9(7).
           05  WS-HIST-CT      PIC 9(5)    VALUE ZERO.
           05  WS-BEYOND-IN    PIC S9(9)V99 VALUE ZERO.
           05  WS-BEYOND-OUT   PIC S9(9)V99 VALUE ZERO.
           05  WS-RUN-BAL      PIC S9(9)V99.
           05  WS-LOW-BAL      PIC S9(9)V99.
           05  WS-NEG-WEEK     PIC 99.
      * ONE ROW PER WEEK OF THE FORECAST, BY SOURCE.
       01  WEEK-TABLE.
           05  WK-ENTRY OCCURS 13 TIMES.
               10  WK-BEGIN-DATE   PIC 9(8).
               10  WK-AR           PIC S9(9)V99.
               10  WK-ACME         PIC S9(9)V99.
               10  WK-AP           PIC S9(9)V99.
               10  WK-PO           PIC S9(9)V99.
               10  WK-NET-PAY      PIC S9(9)V99.
               10  WK-PAY-TAX      PIC S9(9)V99.
               10  WK-SALES-TAX    PIC S9(9)V99.
               10  WK-IN           PIC S9(9)V99.
               10  WK-OUT          PIC S9(9)V99.
      * EACH CUSTOMER'S PAYMENT HISTORY: DOLLARS APPLIED AND DOLLAR-
      * DAYS LATE, FOR AN AMOUNT-WEIGHTED AVERAGE DAYS LATE.
       01  CUST-HIST-TABLE.
           05  CH-COUNT        PIC 9(4)    VALUE ZERO.
           05  CH-ENTRY OCCURS 1 TO 3000 TIMES
                   DEPENDING ON CH-COUNT
                   INDEXED BY CH-INDX.
               10  CH-CUST-NO      PIC X(5).
               10  CH-AMT          PIC S9(9)V99.
               10  CH-DOLLAR-DAYS  PIC S9(13)V99.
               10  CH-AVG-LATE     PIC S9(5).
      * CHECKS RETURNED NSF - THEIR APPLICATIONS WERE REVERSED.
       01  NSF-TABLE.
           05  NS-COUNT        PIC 9(4)    VALUE ZERO.
           05  NS-ENTRY OCCURS 1 TO 1000 TIMES
                   DEPENDING ON NS-COUNT
                   INDEXED BY NS-INDX.
               10  NS-CUST-NO      PIC X(5).
               10  NS-CHECK-NO     PIC X(8).
       01  VENDOR-TABLE.
           05  VT-COUNT        PIC 9(4)    VALUE ZERO.
           05  VT-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON VT-COUNT
                   INDEXED BY VT-INDX.
               10  VT-VENDOR-NO    PIC X(5).
               10  VT-TERMS-DAYS   PIC 9(3).
       01  ITEM-COST-TABLE.
           05  IC-COUNT        PIC 9(4)    VALUE ZERO.
           05  IC-ENTRY OCCURS 1 TO 1000 TIMES
                   DEPENDING ON IC-COUNT
                   INDEXED BY IC-INDX.
               10  IC-ITEM-NUM     PIC X(4).
               10  IC-EFF-DATE     PIC 9(8).
               10  IC-COST         PIC 9(4)V99.
      * QUANTITY ALREADY BILLED AGAINST EACH PO LINE.
       01  BILLED-TABLE.
           05  BL-COUNT        PIC 9(4)    VALUE ZERO.
           05  BL-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON BL-COUNT
                   INDEXED BY BL-INDX.
               10  BL-PO-NO        PIC 9(6).
               10  BL-QTY          PIC 9(6).
       01  PAYRUN-TABLE.
           05  PRT-COUNT       PIC 9(3)    VALUE ZERO.
           05  PRT-ENTRY OCCURS 1 TO 520 TIMES
                   DEPENDING ON PRT-COUNT
                   INDEXED BY PRT-INDX.
               10  PRT-PERIOD-END  PIC 9(8).
               10  PRT-NET         PIC 9(7)V99.
               10  PRT-DEPOSIT     PIC 9(7)V99.
      * SALES TAX COLLECTED BY CALENDAR QUARTER.
       01  TAX-QTR-TABLE.
           05  TQ-COUNT        PIC 99      VALUE ZERO.
           05  TQ-ENTRY OCCURS 1 TO 40 TIMES
                   DEPENDING ON TQ-COUNT
                   INDEXED BY TQ-INDX.
               10  TQ-YEAR         PIC 9(4).
               10  TQ-QTR          PIC 9.
               10  TQ-TAX          PIC S9(9)V99.
       01  HD-TITLE.
           05  FILLER          PIC X(6)    VALUE "DATE: ".
           05  HD-MM           PIC 99.
           05  FILLER          PIC X       VALUE "/".
           05  HD-DD           PIC 99.
           05  FILLER          PIC X       VALUE "/".
           05  HD-YEAR         PIC 9(4).
           05  FILLER          PIC X(6)    VALUE SPACES.
           05  FILLER          PIC X(37)   VALUE
                           "THIRTEEN-WEEK CASH FLOW FORECAST FROM".
           05  FILLER          PIC X       VALUE SPACE.
           05  HD-START-MM     PIC 99.
           05  FILLER          PIC X       VALUE "/".
           05  HD-START-DD     PIC 99.
           05  FILLER          PIC X       VALUE "/".
           05  HD-START-YEAR   PIC 9(4).
       01  SECTION-HEADING.
           05  SH-TEXT         PIC X(60).
       01  HD-IN-COLUMNS.
           05  FILLER          PIC X(17)   VALUE "WEEK  BEGINS".
           05  FILLER          PIC X(15)   VALUE "    AR INVOICES".
           05  FILLER          PIC X(15)   VALUE "      ACME RECV".
           05  FILLER          PIC X(15)   VALUE "    TOTAL IN".
       01  IN-DETAIL.
           05  ID-WEEK         PIC Z9.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  ID-BEGIN-MM     PIC 99.
           05  FILLER          PIC X       VALUE "/".
           05  ID-BEGIN-DD     PIC 99.
           05  FILLER          PIC X       VALUE "/".
           05  ID-BEGIN-YEAR   PIC 9(4).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  ID-AR           PIC $$,$$$,$$9.99-.
           05  FILLER          PIC X       VALUE SPACE.
           05  ID-ACME         PIC $$,$$$,$$9.99-.
           05  FILLER          PIC X       VALUE SPACE.
           05  ID-TOTAL        PIC $$,$$$,$$9.99-.
       01  HD-OUT-COLUMNS.
           05  FILLER          PIC X(4)    VALUE "WEEK".
           05  FILLER          PIC X(12)   VALUE "  AP INVOICE".
           05  FILLER          PIC X(12)   VALUE "    OPEN POS".
           05  FILLER          PIC X(12)   VALUE " NET PAYROLL".
           05  FILLER          PIC X(12)   VALUE " PAYROLL TAX".
           05  FILLER          PIC X(12)   VALUE "   SALES TAX".
           05  FILLER          PIC X(12)   VALUE "   TOTAL OUT".
       01  OUT-DETAIL.
           05  OD-WEEK         PIC Z9.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  OD-AP           PIC $$,$$$,$$9-.
           05  FILLER          PIC X       VALUE SPACE.
           05  OD-PO           PIC $$,$$$,$$9-.
           05  FILLER          PIC X       VALUE SPACE.
           05  OD-NET-PAY      PIC $$,$$$,$$9-.
           05  FILLER          PIC X       VALUE SPACE.
           05  OD-PAY-TAX      PIC $$,$$$,$$9-.
           05  FILLER          PIC X       VALUE SPACE.
           05  OD-SALES-TAX    PIC $$,$$$,$$9-.
           05  FILLER          PIC X       VALUE SPACE.
           05  OD-TOTAL        PIC $$,$$$,$$9-.
       01  HD-POS-COLUMNS.
           05  FILLER          PIC X(17)   VALUE "WEEK  BEGINS".
           05  FILLER          PIC X(15)   VALUE "        OPENING".
           05  FILLER          PIC X(15)   VALUE "        INFLOWS".
           05  FILLER          PIC X(15)   VALUE "       OUTFLOWS".
           05  FILLER          PIC X(15)   VALUE "         ENDING".
       01  POS-DETAIL.
           05  PD-WEEK         PIC Z9.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  PD-BEGIN-MM     PIC 99.
           05  FILLER          PIC X       VALUE "/".
           05  PD-BEGIN-DD     PIC 99.
           05  FILLER          PIC X       VALUE "/".
           05  PD-BEGIN-YEAR   PIC 9(4).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  PD-OPENING      PIC $$,$$$,$$9.99-.
           05  FILLER          PIC X       VALUE SPACE.
           05  PD-IN           PIC $$,$$$,$$9.99-.
           05  FILLER          PIC X       VALUE SPACE.
           05  PD-OUT          PIC $$,$$$,$$9.99-.
           05  FILLER          PIC X       VALUE SPACE.
           05  PD-ENDING       PIC $$,$$$,$$9.99-.
       01  TOTAL-LINE.
           05  TL-LABEL        PIC X(45).
           05  TL-AMOUNT       PIC $$$$,$$$,$$9.99-.
       01  COUNT-LINE.
           05  CT-LABEL        PIC X(45).
           05  CT-COUNT        PIC ZZ,ZZ9.
      *
       PROCEDURE DIVISION.
       000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM 050-ACCEPT-RUN-VALUES
           PERFORM 060-SET-WEEKS
           PERFORM 100-LOAD-NSF-CHECKS
           PERFORM 120-LOAD-PAY-HISTORY
           PERFORM 150-ADD-AR-INFLOWS
           PERFORM 200-ADD-ACME-INFLOWS
           PERFORM 250-LOAD-VENDORS
           PERFORM 260-LOAD-ITEM-COST
           PERFORM 270-LOAD-BILLED-QTY
           PERFORM 280-READ-LEAD-DAYS
           PERFORM 300-ADD-AP-OUTFLOWS
           PERFORM 350-ADD-PO-OUTFLOWS
           PERFORM 400-LOAD-PAYROLL-HISTORY
           PERFORM 420-READ-LATEST-BATCH
           PERFORM 440-READ-DEPOSIT-REPORT
           PERFORM 460-SAVE-PAYROLL-HISTORY
           PERFORM 480-ADD-PAYROLL-OUTFLOWS
           PERFORM 500-ADD-SALES-TAX
           PERFORM 700-WRITE-REPORT

           DISPLAY 'FORECAST WRITTEN TO CASHFCST.RPT.'
           IF WS-NEG-WEEK > ZERO
               DISPLAY '*** BALANCE GOES NEGATIVE IN WEEK '
                   WS-NEG-WEEK ' ***'
           END-IF
           STOP RUN.
      * ACCEPTS THE DAY WEEK 1 BEGINS AND THE OPENING BANK BALANCE.
       050-ACCEPT-RUN-VALUES.
           DISPLAY 'ENTER FORECAST START DATE (YYYYMMDD, 0 = TODAY):'
           ACCEPT WS-START-DATE
           IF WS-START-DATE = ZERO
               MOVE WS-RUN-DATE TO WS-START-DATE
           END-IF
           DISPLAY 'ENTER OPENING BANK BALANCE:'
           ACCEPT WS-OPENING-BAL.
      * DATES THE THIRTEEN WEEKS AND CLEARS THEIR TOTALS.
       060-SET-WEEKS.
           COMPUTE WS-START-INT =
               FUNCTION INTEGER-OF-DATE(WS-START-DATE)
           COMPUTE WS-END-INT = WS-START-INT + 90
           PERFORM VARYING WS-WEEK-SUB FROM 1 BY 1
                   UNTIL WS-WEEK-SUB > 13
               COMPUTE WK-BEGIN-DATE(WS-WEEK-SUB) =
                   FUNCTION DATE-OF-INTEGER(
                   WS-START-INT + ((WS-WEEK-SUB - 1) * 7))
               MOVE ZERO TO WK-AR(WS-WEEK-SUB) WK-ACME(WS-WEEK-SUB)
                   WK-AP(WS-WEEK-SUB) WK-PO(WS-WEEK-SUB)
                   WK-NET-PAY(WS-WEEK-SUB) WK-PAY-TAX(WS-WEEK-SUB)
                   WK-SALES-TAX(WS-WEEK-SUB)
                   WK-IN(WS-WEEK-SUB) WK-OUT(WS-WEEK-SUB)
           END-PERFORM.
      * LOADS THE CHECKS RETURNED NSF. THEIR APPLICATIONS WERE
      * REVERSED, SO THEY SAY NOTHING ABOUT WHEN THE CUSTOMER PAYS.
       100-LOAD-NSF-CHECKS.
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT PAYHIST-FILE
           IF WS-PH-STATUS NOT = "00"
               MOVE 'Y' TO EOF-SWITCH
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ PAYHIST-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       IF PH-STATUS = 'N' AND NS-COUNT < 1000
                           ADD 1 TO NS-COUNT
                           MOVE PH-CUST-NO  TO NS-CUST-NO(NS-COUNT)
                           MOVE PH-CHECK-NO TO NS-CHECK-NO(NS-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PH-STATUS NOT = "35"
               CLOSE PAYHIST-FILE
           END-IF.
      * BUILDS EACH CUSTOMER'S DAYS-LATE HISTORY FROM THE
      * APPLICATION TRAIL: EACH DOLLAR APPLIED COUNTS THE DAYS
      * BETWEEN THE INVOICE DUE DATE AND THE DAY ITS CHECK POSTED
      * (NEGATIVE WHEN PAID EARLY).
       120-LOAD-PAY-HISTORY.
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT APPLY-FILE
           IF WS-APPLY-STATUS NOT = "00"
               MOVE 'Y' TO EOF-SWITCH
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ APPLY-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       IF AP-DUE-DATE IS NUMERIC
                          AND AP-DUE-DATE > ZERO
                          AND AP-AMT > ZERO
                           PERFORM 125-ADD-ONE-APPLICATION
                       END-IF
               END-READ
           END-PERFORM
           IF WS-APPLY-STATUS NOT = "35"
               CLOSE APPLY-FILE
           END-IF
           PERFORM VARYING CH-INDX FROM 1 BY 1
                   UNTIL CH-INDX > CH-COUNT
               IF CH-AMT(CH-INDX) > ZERO
                   COMPUTE CH-AVG-LATE(CH-INDX) ROUNDED =
                       CH-DOLLAR-DAYS(CH-INDX) / CH-AMT(CH-INDX)
               ELSE
                   MOVE ZERO TO CH-AVG-LATE(CH-INDX)
               END-IF
           END-PERFORM.
       125-ADD-ONE-APPLICATION.
           MOVE 'N' TO WS-NSF-SW
           PERFORM VARYING NS-INDX FROM 1 BY 1
                   UNTIL NS-INDX > NS-COUNT
               IF NS-CUST-NO(NS-INDX) = AP-CUST-NO
                  AND NS-CHECK-NO(NS-INDX) = AP-CHECK-NO
                   MOVE 'Y' TO WS-NSF-SW
               END-IF
           END-PERFORM
           IF WS-NSF-SW = 'N'
               MOVE AP-CUST-NO TO WS-WORK-CUST
               PERFORM 130-FIND-CUSTOMER
               IF WS-FOUND = ZERO AND CH-COUNT < 3000
                   ADD 1 TO CH-COUNT
                   MOVE AP-CUST-NO TO CH-CUST-NO(CH-COUNT)
                   MOVE ZERO TO CH-AMT(CH-COUNT)
                                CH-DOLLAR-DAYS(CH-COUNT)
                                CH-AVG-LATE(CH-COUNT)
                   MOVE CH-COUNT TO WS-FOUND
               END-IF
               IF WS-FOUND > ZERO
                   COMPUTE WS-DAYS-LATE =
                       FUNCTION INTEGER-OF-DATE(AP-DATE)
                       - FUNCTION INTEGER-OF-DATE(AP-DUE-DATE)
                   ADD AP-AMT TO CH-AMT(WS-FOUND)
                   COMPUTE CH-DOLLAR-DAYS(WS-FOUND) =
                       CH-DOLLAR-DAYS(WS-FOUND)
                       + (AP-AMT * WS-DAYS-LATE)
               END-IF
           END-IF.
      * FINDS THE CUSTOMER IN WS-WORK-CUST ON THE HISTORY TABLE.
       130-FIND-CUSTOMER.
           MOVE ZERO TO WS-FOUND
           PERFORM VARYING CH-INDX FROM 1 BY 1
                   UNTIL CH-INDX > CH-COUNT OR WS-FOUND > ZERO
               IF CH-CUST-NO(CH-INDX) = WS-WORK-CUST
                   SET WS-FOUND TO CH-INDX
               END-IF
           END-PERFORM.
      * EACH OPEN INVOICE IS EXPECTED ON ITS DUE DATE PLUS THE
      * CUSTOMER'S AVERAGE DAYS LATE.
       150-ADD-AR-INFLOWS.
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT OPENITEM-FILE
           IF WS-OI-STATUS NOT = "00"
               MOVE 'Y' TO EOF-SWITCH
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ OPENITEM-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       IF OI-OPEN-AMT > ZERO
                           MOVE OI-CUST-NO TO WS-WORK-CUST
                           PERFORM 130-FIND-CUSTOMER
                           COMPUTE WS-WORK-INT =
                               FUNCTION INTEGER-OF-DATE(OI-DUE-DATE)
                           IF WS-FOUND > ZERO
                               ADD CH-AVG-LATE(WS-FOUND)
                                   TO WS-WORK-INT
                           END-IF
                           MOVE 1 TO WS-BUCKET-SRC
                           MOVE OI-OPEN-AMT TO WS-BUCKET-AMT
                           PERFORM 600-ADD-TO-WEEK
                       END-IF
               END-READ
           END-PERFORM
           IF WS-OI-STATUS NOT = "35"
               CLOSE OPENITEM-FILE
           END-IF.
      * AN ACME MONTH IS BILLED WHEN IT CLOSES AND EXPECTED 30 DAYS
      * LATER.
       200-ADD-ACME-INFLOWS.
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT BALANCE-FILE
           IF WS-BAL-STATUS NOT = "00"
               MOVE 'Y' TO EOF-SWITCH
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ BALANCE-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       IF AB-OPEN-AMT > ZERO
                          AND AB-MM > ZERO AND AB-MM < 13
                           IF AB-MM = 12
                               COMPUTE WS-NEXT-YEAR = AB-YYYY + 1
                               MOVE 1 TO WS-NEXT-MM
                           ELSE
                               MOVE AB-YYYY TO WS-NEXT-YEAR
                               COMPUTE WS-NEXT-MM = AB-MM + 1
                           END-IF
                           COMPUTE WS-WORK-DATE = (WS-NEXT-YEAR * 10000)
                               + (WS-NEXT-MM * 100) + 1
                           COMPUTE WS-WORK-INT =
                               FUNCTION INTEGER-OF-DATE(WS-WORK-DATE)
                               + 29
                           MOVE 2 TO WS-BUCKET-SRC
                           MOVE AB-OPEN-AMT TO WS-BUCKET-AMT
                           PERFORM 600-ADD-TO-WEEK
                       END-IF
               END-READ
           END-PERFORM
           IF WS-BAL-STATUS NOT = "35"
               CLOSE BALANCE-FILE
           END-IF.
       250-LOAD-VENDORS.
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT VENDOR-FILE
           IF WS-VEND-STATUS NOT = "00"
               MOVE 'Y' TO EOF-SWITCH
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ VENDOR-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       IF VT-COUNT < 500
                           ADD 1 TO VT-COUNT
                           MOVE VN-VENDOR-NO TO VT-VENDOR-NO(VT-COUNT)
                           IF VN-TERMS-DAYS IS NUMERIC
                               MOVE VN-TERMS-DAYS
                                   TO VT-TERMS-DAYS(VT-COUNT)
                           ELSE
                               MOVE 30 TO VT-TERMS-DAYS(VT-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-VEND-STATUS NOT = "35"
               CLOSE VENDOR-FILE
           END-IF.
      * LOADS THE BASE (SINGLE-UNIT) CATALOG ROWS, AS APINVOICE DOES.
       260-LOAD-ITEM-COST.
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT ITEM-PRICE-FILE
           IF WS-IP-STATUS NOT = "00"
               MOVE 'Y' TO EOF-SWITCH
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ ITEM-PRICE-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       IF (IP-MIN-QTY IS NOT NUMERIC
                           OR IP-MIN-QTY NOT > 1)
                          AND IC-COUNT < 1000
                           ADD 1 TO IC-COUNT
                           MOVE IP-ITEM-NUM TO IC-ITEM-NUM(IC-COUNT)
                           MOVE IP-EFF-DATE TO IC-EFF-DATE(IC-COUNT)
                           IF IP-COST IS NUMERIC
                               MOVE IP-COST TO IC-COST(IC-COUNT)
                           ELSE
                               MOVE ZERO TO IC-COST(IC-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-IP-STATUS NOT = "35"
               CLOSE ITEM-PRICE-FILE
           END-IF.
      * TOTALS THE QUANTITY BILLED AGAINST EACH PO LINE. THAT PART
      * OF THE LINE IS ON APOPEN.DAT ALREADY AND MUST NOT COUNT TWICE.
       270-LOAD-BILLED-QTY.
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT INV-LINE-FILE
           IF WS-AL-STATUS NOT = "00"
               MOVE 'Y' TO EOF-SWITCH
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ INV-LINE-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       MOVE ZERO TO WS-FOUND
                       PERFORM VARYING BL-INDX FROM 1 BY 1
                               UNTIL BL-INDX > BL-COUNT
                                  OR WS-FOUND > ZERO
                           IF BL-PO-NO(BL-INDX) = AL-PO-NO
                               SET WS-FOUND TO BL-INDX
                           END-IF
                       END-PERFORM
                       IF WS-FOUND = ZERO AND BL-COUNT < 2000
                           ADD 1 TO BL-COUNT
                           MOVE AL-PO-NO TO BL-PO-NO(BL-COUNT)
                           MOVE ZERO TO BL-QTY(BL-COUNT)
                           MOVE BL-COUNT TO WS-FOUND
                       END-IF
                       IF WS-FOUND > ZERO
                           ADD AL-QTY TO BL-QTY(WS-FOUND)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-AL-STATUS NOT = "35"
               CLOSE INV-LINE-FILE
           END-IF.
      * READS THE LEAD-TIME WINDOW FROM ITS CONTROL FILE. A MISSING
      * FILE KEEPS THE 14-DAY DEFAULT.
       280-READ-LEAD-DAYS.
           OPEN INPUT LEAD-FILE
           IF WS-LEAD-STATUS = "00"
               READ LEAD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LEAD-REC IS NUMERIC
                           MOVE LEAD-REC TO LEAD-DAYS
                       END-IF
               END-READ
               CLOSE LEAD-FILE
           END-IF.
      * AP INVOICES OPEN FOR PAYMENT OR ON HOLD GO OUT ON THEIR DUE
      * DATE. PAID ONES ARE GONE ALREADY.
       300-ADD-AP-OUTFLOWS.
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT AP-OPEN-FILE
           IF WS-AO-STATUS NOT = "00"
               MOVE 'Y' TO EOF-SWITCH
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ AP-OPEN-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       IF AO-STATUS = 'O' OR AO-STATUS = 'H'
                           COMPUTE WS-WORK-INT =
                               FUNCTION INTEGER-OF-DATE(AO-DUE-DATE)
                           MOVE 3 TO WS-BUCKET-SRC
                           MOVE AO-AMT TO WS-BUCKET-AMT
                           PERFORM 600-ADD-TO-WEEK
                       END-IF
               END-READ
           END-PERFORM
           IF WS-AO-STATUS NOT = "35"
               CLOSE AP-OPEN-FILE
           END-IF.
      * THE UNBILLED PART OF EACH OPEN PO LINE, AT CATALOG COST, IS
      * EXPECTED TO ARRIVE AT THE END OF THE LEAD-TIME WINDOW (OR
      * NOW, IF THAT HAS PASSED) AND BE PAID ON THE VENDOR'S TERMS.
       350-ADD-PO-OUTFLOWS.
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT PO-FILE
           IF WS-PO-STATUS NOT = "00"
               MOVE 'Y' TO EOF-SWITCH
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ PO-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       IF PO-STATUS = 'O'
                           PERFORM 355-ADD-ONE-PO-LINE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PO-STATUS NOT = "35"
               CLOSE PO-FILE
           END-IF.
       355-ADD-ONE-PO-LINE.
           MOVE PO-QTY-ORD TO WS-OPEN-QTY
           PERFORM VARYING BL-INDX FROM 1 BY 1
                   UNTIL BL-INDX > BL-COUNT
               IF BL-PO-NO(BL-INDX) = PO-NO
                   SUBTRACT BL-QTY(BL-INDX) FROM WS-OPEN-QTY
               END-IF
           END-PERFORM
           MOVE ZERO TO WS-BEST-DATE WS-CAT-COST
           PERFORM VARYING IC-INDX FROM 1 BY 1
                   UNTIL IC-INDX > IC-COUNT
               IF IC-ITEM-NUM(IC-INDX) = PO-ITEM-NUM
                  AND IC-EFF-DATE(IC-INDX) NOT > PO-DATE
                  AND IC-EFF-DATE(IC-INDX) NOT < WS-BEST-DATE
                   MOVE IC-EFF-DATE(IC-INDX) TO WS-BEST-DATE
                   MOVE IC-COST(IC-INDX) TO WS-CAT-COST
               END-IF
           END-PERFORM
           MOVE 30 TO WS-TERMS-DAYS
           PERFORM VARYING VT-INDX FROM 1 BY 1
                   UNTIL VT-INDX > VT-COUNT
               IF VT-VENDOR-NO(VT-INDX) = PO-VENDOR-NO
                   MOVE VT-TERMS-DAYS(VT-INDX) TO WS-TERMS-DAYS
               END-IF
           END-PERFORM
           IF WS-OPEN-QTY > ZERO AND WS-CAT-COST > ZERO
               COMPUTE WS-WORK-INT =
                   FUNCTION INTEGER-OF-DATE(PO-DATE) + LEAD-DAYS
               IF WS-WORK-INT < WS-START-INT
                   MOVE WS-START-INT TO WS-WORK-INT
               END-IF
               ADD WS-TERMS-DAYS TO WS-WORK-INT
               MOVE 4 TO WS-BUCKET-SRC
               COMPUTE WS-BUCKET-AMT = WS-OPEN-QTY * WS-CAT-COST
               PERFORM 600-ADD-TO-WEEK
           END-IF.
      * LOADS THE PAYROLL BATCHES EARLIER RUNS HAVE KEPT.
       400-LOAD-PAYROLL-HISTORY.
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT PAYRUN-FILE
           IF WS-PR-STATUS NOT = "00"
               MOVE 'Y' TO EOF-SWITCH
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ PAYRUN-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       IF PRT-COUNT < 520
                           ADD 1 TO PRT-COUNT
                           MOVE PR-PERIOD-END
                               TO PRT-PERIOD-END(PRT-COUNT)
                           MOVE PR-NET     TO PRT-NET(PRT-COUNT)
                           MOVE PR-DEPOSIT TO PRT-DEPOSIT(PRT-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PR-STATUS NOT = "35"
               CLOSE PAYRUN-FILE
           END-IF.
      * TOTALS THE NET PAY OF THE BATCH NOW ON TRANS.DAT. AN
      * OFF-CYCLE BATCH OF BONUSES AND MANUAL CHECKS DOES NOT RECUR
      * AND IS NOT KEPT.
       420-READ-LATEST-BATCH.
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT PAYTRANS-FILE
           IF WS-PT-STATUS NOT = "00"
               MOVE 'Y' TO EOF-SWITCH
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ PAYTRANS-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       IF W-EMP-ID NOT = '9999'
                          AND W-NET-PAY IS NUMERIC
                           IF W-RUN-TYPE = 'O'
                               ADD 1 TO WS-OFFCYCLE-CT
                           ELSE
                               ADD 1 TO WS-BATCH-CT
                               ADD W-NET-PAY TO WS-BATCH-NET
                               MOVE W-PERIOD-END TO WS-BATCH-END
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PT-STATUS NOT = "35"
               CLOSE PAYTRANS-FILE
           END-IF.
      * PICKS THE PERIOD AND THE TOTAL DEPOSIT DUE OFF THE LATEST
      * PAYROLL TAX DEPOSIT REPORT.
       440-READ-DEPOSIT-REPORT.
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT DEPOSIT-FILE
           IF WS-DEP-STATUS NOT = "00"
               MOVE 'Y' TO EOF-SWITCH
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ DEPOSIT-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       IF DRH-TITLE = 'PAYROLL TAX DEPOSIT REPORT'
                          AND DRH-PERIOD-END IS NUMERIC
                           MOVE DRH-PERIOD-END TO WS-DEP-PERIOD
                       END-IF
                       IF DR-LABEL = 'TOTAL DEPOSIT DUE'
                           COMPUTE WS-DEP-TOTAL =
                               FUNCTION NUMVAL-C(DR-AMOUNT-TEXT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-DEP-STATUS NOT = "35"
               CLOSE DEPOSIT-FILE
           END-IF.
      * ADDS THE LATEST BATCH TO THE HISTORY WHEN IT IS NEWER THAN
      * THE LAST ONE KEPT, WITH ITS DEPOSIT WHEN THE DEPOSIT REPORT
      * IS FOR THE SAME PERIOD, AND REWRITES THE HISTORY FILE.
       460-SAVE-PAYROLL-HISTORY.
           IF WS-BATCH-CT > ZERO
               IF PRT-COUNT = ZERO
                  OR WS-BATCH-END > PRT-PERIOD-END(PRT-COUNT)
                   IF PRT-COUNT = 520
                       PERFORM VARYING WS-SUB FROM 1 BY 1
                               UNTIL WS-SUB > 519
                           MOVE PRT-ENTRY(WS-SUB + 1)
                               TO PRT-ENTRY(WS-SUB)
                       END-PERFORM
                   ELSE
                       ADD 1 TO PRT-COUNT
                   END-IF
                   MOVE WS-BATCH-END TO PRT-PERIOD-END(PRT-COUNT)
                   MOVE WS-BATCH-NET TO PRT-NET(PRT-COUNT)
                   IF WS-DEP-PERIOD = WS-BATCH-END
                       MOVE WS-DEP-TOTAL TO PRT-DEPOSIT(PRT-COUNT)
                   ELSE
                       MOVE ZERO TO PRT-DEPOSIT(PRT-COUNT)
                   END-IF
               END-IF
           END-IF
           OPEN OUTPUT PAYRUN-FILE
           PERFORM VARYING PRT-INDX FROM 1 BY 1
                   UNTIL PRT-INDX > PRT-COUNT
               MOVE PRT-PERIOD-END(PRT-INDX) TO PR-PERIOD-END
               MOVE PRT-NET(PRT-INDX)        TO PR-NET
               MOVE PRT-DEPOSIT(PRT-INDX)    TO PR-DEPOSIT
               WRITE PAYRUN-REC
           END-PERFORM
           CLOSE PAYRUN-FILE.
      * AVERAGES THE LAST FOUR BATCHES AND PROJECTS ONE PAYROLL A
      * WEEK AFTER THE LAST ONE, EACH WITH ITS TAX DEPOSIT A WEEK
      * LATER. THE LAST BATCH'S OWN DEPOSIT GOES OUT A WEEK AFTER
      * ITS PERIOD END, IF THAT FALLS IN THE FORECAST.
       480-ADD-PAYROLL-OUTFLOWS.
           IF PRT-COUNT > ZERO
               PERFORM VARYING WS-SUB FROM PRT-COUNT BY -1
                       UNTIL WS-SUB < 1 OR WS-AVG-CT = 4
                   ADD 1 TO WS-AVG-CT
                   ADD PRT-NET(WS-SUB)     TO WS-AVG-NET
                   ADD PRT-DEPOSIT(WS-SUB) TO WS-AVG-DEPOSIT
               END-PERFORM
               COMPUTE WS-AVG-NET ROUNDED = WS-AVG-NET / WS-AVG-CT
               COMPUTE WS-AVG-DEPOSIT ROUNDED =
                   WS-AVG-DEPOSIT / WS-AVG-CT
               COMPUTE WS-PAYDAY-INT = FUNCTION INTEGER-OF-DATE(
                   PRT-PERIOD-END(PRT-COUNT))
               COMPUTE WS-WORK-INT = WS-PAYDAY-INT + 7
               IF WS-WORK-INT NOT < WS-START-INT
                   MOVE 6 TO WS-BUCKET-SRC
                   MOVE PRT-DEPOSIT(PRT-COUNT) TO WS-BUCKET-AMT
                   PERFORM 600-ADD-TO-WEEK
               END-IF
               ADD 7 TO WS-PAYDAY-INT
               PERFORM UNTIL WS-PAYDAY-INT > WS-END-INT
                   IF WS-PAYDAY-INT NOT < WS-START-INT
                       MOVE WS-PAYDAY-INT TO WS-WORK-INT
                       MOVE 5 TO WS-BUCKET-SRC
                       MOVE WS-AVG-NET TO WS-BUCKET-AMT
                       PERFORM 600-ADD-TO-WEEK
                   END-IF
                   COMPUTE WS-WORK-INT = WS-PAYDAY-INT + 7
                   IF WS-WORK-INT NOT < WS-START-INT
                       MOVE 6 TO WS-BUCKET-SRC
                       MOVE WS-AVG-DEPOSIT TO WS-BUCKET-AMT
                       PERFORM 600-ADD-TO-WEEK
                   END-IF
                   ADD 7 TO WS-PAYDAY-INT
               END-PERFORM
           END-IF.
      * TOTALS THE SALES TAX OF THE POSTING RUNS AND THE PIZZA SHOP
      * CLOSE-OUTS BY QUARTER AND PUTS EACH QUARTER NOT YET DUE
      * ON THE 20TH OF THE MONTH AFTER IT CLOSES.
      * A QUARTER ALREADY DUE HAS BEEN FILED.
       500-ADD-SALES-TAX.
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT TAXCOLLECT-FILE
           IF WS-TC-STATUS NOT = "00"
               MOVE 'Y' TO EOF-SWITCH
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ TAXCOLLECT-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       IF (TC-SOURCE = 'P3' OR TC-SOURCE = 'PZ')
                          AND TC-MM > ZERO AND TC-MM < 13
                           PERFORM 510-ADD-TO-QUARTER
                       END-IF
               END-READ
           END-PERFORM
           IF WS-TC-STATUS NOT = "35"
               CLOSE TAXCOLLECT-FILE
           END-IF
           PERFORM VARYING TQ-INDX FROM 1 BY 1
                   UNTIL TQ-INDX > TQ-COUNT
               IF TQ-QTR(TQ-INDX) = 4
                   COMPUTE WS-WORK-DATE =
                       ((TQ-YEAR(TQ-INDX) + 1) * 10000) + 0120
               ELSE
                   COMPUTE WS-WORK-DATE = (TQ-YEAR(TQ-INDX) * 10000)
                       + (((TQ-QTR(TQ-INDX) * 3) + 1) * 100) + 20
               END-IF
               COMPUTE WS-WORK-INT =
                   FUNCTION INTEGER-OF-DATE(WS-WORK-DATE)
               IF WS-WORK-INT NOT < WS-START-INT
                   MOVE 7 TO WS-BUCKET-SRC
                   MOVE TQ-TAX(TQ-INDX) TO WS-BUCKET-AMT
                   PERFORM 600-ADD-TO-WEEK
               END-IF
           END-PERFORM.
       510-ADD-TO-QUARTER.
           COMPUTE WS-WORK-QTR = ((TC-MM - 1) / 3) + 1
           MOVE ZERO TO WS-FOUND
           PERFORM VARYING TQ-INDX FROM 1 BY 1
                   UNTIL TQ-INDX > TQ-COUNT
               IF TQ-YEAR(TQ-INDX) = TC-YEAR
                  AND TQ-QTR(TQ-INDX) = WS-WORK-QTR
                   SET WS-FOUND TO TQ-INDX
               END-IF
           END-PERFORM
           IF WS-FOUND = ZERO AND TQ-COUNT < 40
               ADD 1 TO TQ-COUNT
               MOVE TC-YEAR TO TQ-YEAR(TQ-COUNT)
               MOVE WS-WORK-QTR TO TQ-QTR(TQ-COUNT)
               MOVE ZERO TO TQ-TAX(TQ-COUNT)
               MOVE TQ-COUNT TO WS-FOUND
           END-IF
           IF WS-FOUND > ZERO
               ADD TC-TAX TO TQ-TAX(WS-FOUND)
           END-IF.
      * ADDS WS-BUCKET-AMT TO THE WEEK HOLDING DAY WS-WORK-INT UNDER
      * SOURCE WS-BUCKET-SRC (1 AR, 2 ACME, 3 AP, 4 PO, 5 PAYROLL,
      * 6 PAYROLL TAX, 7 SALES TAX). ANYTHING OVERDUE FALLS IN WEEK
      * 1; ANYTHING PAST WEEK 13 IS ONLY TOTALLED.
       600-ADD-TO-WEEK.
           IF WS-WORK-INT < WS-START-INT
               MOVE 1 TO WS-WEEK-NO
           ELSE
               COMPUTE WS-WEEK-NO =
                   ((WS-WORK-INT - WS-START-INT) / 7) + 1
           END-IF
           IF WS-WEEK-NO > 13
               IF WS-BUCKET-SRC < 3
                   ADD WS-BUCKET-AMT TO WS-BEYOND-IN
               ELSE
                   ADD WS-BUCKET-AMT TO WS-BEYOND-OUT
               END-IF
           ELSE
               EVALUATE WS-BUCKET-SRC
                   WHEN 1
                       ADD WS-BUCKET-AMT TO WK-AR(WS-WEEK-NO)
                   WHEN 2
                       ADD WS-BUCKET-AMT TO WK-ACME(WS-WEEK-NO)
                   WHEN 3
                       ADD WS-BUCKET-AMT TO WK-AP(WS-WEEK-NO)
                   WHEN 4
                       ADD WS-BUCKET-AMT TO WK-PO(WS-WEEK-NO)
                   WHEN 5
                       ADD WS-BUCKET-AMT TO WK-NET-PAY(WS-WEEK-NO)
                   WHEN 6
                       ADD WS-BUCKET-AMT TO WK-PAY-TAX(WS-WEEK-NO)
                   WHEN 7
                       ADD WS-BUCKET-AMT TO WK-SALES-TAX(WS-WEEK-NO)
               END-EVALUATE
               IF WS-BUCKET-SRC < 3
                   ADD WS-BUCKET-AMT TO WK-IN(WS-WEEK-NO)
               ELSE
                   ADD WS-BUCKET-AMT TO WK-OUT(WS-WEEK-NO)
               END-IF
           END-IF.
      * PRINTS THE INFLOWS, THE OUTFLOWS, THE RUNNING CASH POSITION
      * AND THE BASIS THE FIGURES WERE PROJECTED ON.
       700-WRITE-REPORT.
           OPEN OUTPUT REPORT-FILE
           MOVE WS-RUN-DATE(5:2) TO HD-MM
           MOVE WS-RUN-DATE(7:2) TO HD-DD
           MOVE WS-RUN-DATE(1:4) TO HD-YEAR
           MOVE WS-START-DATE(5:2) TO HD-START-MM
           MOVE WS-START-DATE(7:2) TO HD-START-DD
           MOVE WS-START-DATE(1:4) TO HD-START-YEAR
           WRITE REPORT-REC FROM HD-TITLE
           MOVE 'INFLOWS' TO SH-TEXT
           WRITE REPORT-REC FROM SECTION-HEADING
               AFTER ADVANCING 2 LINES
           WRITE REPORT-REC FROM HD-IN-COLUMNS
               AFTER ADVANCING 1 LINE
           PERFORM VARYING WS-WEEK-SUB FROM 1 BY 1
                   UNTIL WS-WEEK-SUB > 13
               MOVE WS-WEEK-SUB TO ID-WEEK
               MOVE WK-BEGIN-DATE(WS-WEEK-SUB)(5:2) TO ID-BEGIN-MM
               MOVE WK-BEGIN-DATE(WS-WEEK-SUB)(7:2) TO ID-BEGIN-DD
               MOVE WK-BEGIN-DATE(WS-WEEK-SUB)(1:4) TO ID-BEGIN-YEAR
               MOVE WK-AR(WS-WEEK-SUB)   TO ID-AR
               MOVE WK-ACME(WS-WEEK-SUB) TO ID-ACME
               MOVE WK-IN(WS-WEEK-SUB)   TO ID-TOTAL
               WRITE REPORT-REC FROM IN-DETAIL
                   AFTER ADVANCING 1 LINE
           END-PERFORM
           MOVE 'OUTFLOWS' TO SH-TEXT
           WRITE REPORT-REC FROM SECTION-HEADING
               AFTER ADVANCING 2 LINES
           WRITE REPORT-REC FROM HD-OUT-COLUMNS
               AFTER ADVANCING 1 LINE
           PERFORM VARYING WS-WEEK-SUB FROM 1 BY 1
                   UNTIL WS-WEEK-SUB > 13
               MOVE WS-WEEK-SUB TO OD-WEEK
               MOVE WK-AP(WS-WEEK-SUB)        TO OD-AP
               MOVE WK-PO(WS-WEEK-SUB)        TO OD-PO
               MOVE WK-NET-PAY(WS-WEEK-SUB)   TO OD-NET-PAY
               MOVE WK-PAY-TAX(WS-WEEK-SUB)   TO OD-PAY-TAX
               MOVE WK-SALES-TAX(WS-WEEK-SUB) TO OD-SALES-TAX
               MOVE WK-OUT(WS-WEEK-SUB)       TO OD-TOTAL
               WRITE REPORT-REC FROM OUT-DETAIL
                   AFTER ADVANCING 1 LINE
           END-PERFORM
           MOVE 'PROJECTED CASH POSITION' TO SH-TEXT
           WRITE REPORT-REC FROM SECTION-HEADING
               AFTER ADVANCING 2 LINES
           WRITE REPORT-REC FROM HD-POS-COLUMNS
               AFTER ADVANCING 1 LINE
           MOVE WS-OPENING-BAL TO WS-RUN-BAL WS-LOW-BAL
           MOVE ZERO TO WS-NEG-WEEK
           PERFORM VARYING WS-WEEK-SUB FROM 1 BY 1
                   UNTIL WS-WEEK-SUB > 13
               MOVE WS-WEEK-SUB TO PD-WEEK
               MOVE WK-BEGIN-DATE(WS-WEEK-SUB)(5:2) TO PD-BEGIN-MM
               MOVE WK-BEGIN-DATE(WS-WEEK-SUB)(7:2) TO PD-BEGIN-DD
               MOVE WK-BEGIN-DATE(WS-WEEK-SUB)(1:4) TO PD-BEGIN-YEAR
               MOVE WS-RUN-BAL TO PD-OPENING
               MOVE WK-IN(WS-WEEK-SUB)  TO PD-IN
               MOVE WK-OUT(WS-WEEK-SUB) TO PD-OUT
               COMPUTE WS-RUN-BAL = WS-RUN-BAL
                   + WK-IN(WS-WEEK-SUB) - WK-OUT(WS-WEEK-SUB)
               MOVE WS-RUN-BAL TO PD-ENDING
               IF WS-RUN-BAL < WS-LOW-BAL
                   MOVE WS-RUN-BAL TO WS-LOW-BAL
               END-IF
               IF WS-RUN-BAL < ZERO AND WS-NEG-WEEK = ZERO
                   MOVE WS-WEEK-SUB TO WS-NEG-WEEK
               END-IF
               WRITE REPORT-REC FROM POS-DETAIL
                   AFTER ADVANCING 1 LINE
           END-PERFORM
           PERFORM 720-WRITE-BASIS
           CLOSE REPORT-FILE.
       720-WRITE-BASIS.
           MOVE 'BASIS' TO SH-TEXT
           WRITE REPORT-REC FROM SECTION-HEADING
               AFTER ADVANCING 2 LINES
           MOVE 'OPENING BANK BALANCE (KEYED)' TO TL-LABEL
           MOVE WS-OPENING-BAL TO TL-AMOUNT
           WRITE REPORT-REC FROM TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'LOWEST PROJECTED WEEK-END BALANCE' TO TL-LABEL
           MOVE WS-LOW-BAL TO TL-AMOUNT
           WRITE REPORT-REC FROM TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'INFLOWS EXPECTED AFTER WEEK 13 (NOT SHOWN)'
               TO TL-LABEL
           MOVE WS-BEYOND-IN TO TL-AMOUNT
           WRITE REPORT-REC FROM TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'OUTFLOWS EXPECTED AFTER WEEK 13 (NOT SHOWN)'
               TO TL-LABEL
           MOVE WS-BEYOND-OUT TO TL-AMOUNT
           WRITE REPORT-REC FROM TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'CUSTOMERS WITH DAYS-LATE HISTORY' TO CT-LABEL
           MOVE CH-COUNT TO CT-COUNT
           WRITE REPORT-REC FROM COUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'PAYROLL BATCHES AVERAGED' TO CT-LABEL
           MOVE WS-AVG-CT TO CT-COUNT
           WRITE REPORT-REC FROM COUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'PROJECTED NET PAYROLL PER WEEK' TO TL-LABEL
           MOVE WS-AVG-NET TO TL-AMOUNT
           WRITE REPORT-REC FROM TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'PROJECTED TAX DEPOSIT PER PAYROLL' TO TL-LABEL
           MOVE WS-AVG-DEPOSIT TO TL-AMOUNT
           WRITE REPORT-REC FROM TOTAL-LINE
               AFTER ADVANCING 1 LINE
           IF WS-OFFCYCLE-CT > ZERO
               MOVE 'OFF-CYCLE CHECKS ON TRANS.DAT (NOT PROJECTED)'
                   TO CT-LABEL
               MOVE WS-OFFCYCLE-CT TO CT-COUNT
               WRITE REPORT-REC FROM COUNT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ApInvoice.
       AUTHOR. Brianna Muleski
               Andrew Iverson
       DATE-WRITTEN. 10/13/14
      ******************************************************************
      * Purpose:
      *    Vendor invoice entry with a three-way match. Each invoice
      *    line names the PO line it bills; the line must belong to
      *    the invoicing vendor, the quantity billed must not exceed
      *    what PoReceive has received less what earlier invoices
      *    already billed, and the unit cost billed must be within
      *    the price tolerance (APTOL.DAT, default 2.0 percent) of
      *    the catalog cost in ITEMPRC.DAT in effect on the PO date.
      *    A line that fails either test is held, and an invoice with
      *    any held line goes on the AP open-item file on hold; a
      *    clean invoice goes on open for payment with its due date
      *    from the vendor's terms. A held invoice is released from
      *    this menu once the buyer has settled the difference.
      *    Invoices that become payable in the session are booked to
      *    the GL as one APINV pair (inventory debit, AP credit).
      *
      * Input:
      *    VENDOR.DAT  - vendor master from VendMaint
      *    POFILE.DAT  - PO lines with received quantities
      *    ITEMPRC.DAT - item catalog (unit cost by effective date)
      *    APTOL.DAT   - one-record control file with the price
      *                  tolerance percent, 99V9 (optional)
      *    GLMAP.DAT   - GL accounts for source APINV
      *    APINVLN.DAT - invoice lines already entered
      *    APOPEN.DAT  - AP open items
      *    Invoices and releases entered at the console
      *
      * Output:
      *    APINVLN.DAT   - rewritten with the lines entered
      *    APOPEN.DAT    - rewritten with the new and released items
      *    APMATCH.RPT   - match register for the session
      *    GLJOURNAL.DAT - APINV pair appended
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDOR-FILE ASSIGN TO "VENDOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VEND-STATUS.
           SELECT PO-FILE ASSIGN TO "POFILE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PO-STATUS.
           SELECT ITEM-PRICE-FILE ASSIGN TO "ITEMPRC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IP-STATUS.
           SELECT TOL-FILE ASSIGN TO "APTOL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TOL-STATUS.
           SELECT GLMAP-FILE ASSIGN TO "GLMAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "GLJOURNAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.
           SELECT INV-LINE-FILE ASSIGN TO "APINVLN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AL-STATUS.
           SELECT OPEN-ITEM-FILE ASSIGN TO "APOPEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AO-STATUS.
           SELECT REPORT-FILE ASSIGN TO "APMATCH.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
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
       FD  ITEM-PRICE-FILE.
       01  IP-REC.
           05  IP-ITEM-NUM     PIC X(4).
           05  IP-PRICE        PIC 9(4)V99.
           05  IP-EFF-DATE     PIC 9(8).
           05  IP-COST         PIC 9(4)V99.
           05  IP-MIN-QTY      PIC 9(3).
       FD  TOL-FILE.
       01  TOL-REC             PIC 99V9.
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
      * ONE ROW PER INVOICE LINE. STATUS 'M' MATCHED, 'H' HELD,
      * 'R' HELD AND RELEASED. HOLD CODE 'Q' QUANTITY, 'P' PRICE,
      * 'B' BOTH, 'N' NO CATALOG COST ON FILE.
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
      * ONE ROW PER INVOICE. STATUS 'H' ON HOLD, 'O' OPEN FOR
      * PAYMENT, 'P' PAID (CHECK NUMBER AND DATE FILLED BY APPAY).
       FD  OPEN-ITEM-FILE.
       01  AO-REC.
           05  AO-VENDOR-NO    PIC X(5).
           05  AO-INV-NO       PIC X(10).
           05  AO-INV-DATE     PIC 9(8).
           05  AO-DUE-DATE     PIC 9(8).
           05  AO-AMT          PIC 9(7)V99.
           05  AO-STATUS       PIC X.
           05  AO-CHECK-NO     PIC 9(6).
           05  AO-PAID-DATE    PIC 9(8).
       FD  REPORT-FILE.
       01  REPORT-REC          PIC X(80).
       WORKING-STORAGE SECTION.
       01  WORKING-ITEMS.
           05  VALID-SW        PIC X.
           05  EOF-SWITCH      PIC X.
           05  WS-VEND-STATUS  PIC XX.
           05  WS-PO-STATUS    PIC XX.
           05  WS-IP-STATUS    PIC XX.
           05  WS-TOL-STATUS   PIC XX.
           05  WS-MAP-STATUS   PIC XX.
           05  WS-JRNL-STATUS  PIC XX.
           05  WS-AL-STATUS    PIC XX.
           05  WS-AO-STATUS    PIC XX.
           05  WS-RUN-DATE     PIC 9(8).
           05  MENU-CHOICE     PIC X       VALUE SPACE.
           05  WS-SOURCE       PIC X(8)    VALUE 'APINV'.
           05  WS-DR-ACCT      PIC X(6).
           05  WS-CR-ACCT      PIC X(6).
           05  WS-MAP-SW       PIC X       VALUE 'N'.
               88  MAP-FOUND               VALUE 'Y'.
           05  WS-CHANGED-SW   PIC X       VALUE 'N'.
               88  FILES-CHANGED           VALUE 'Y'.
           05  TOL-PCT         PIC 99V9    VALUE 2.0.
           05  WS-VENDOR-NO    PIC X(5).
           05  WS-INV-NO       PIC X(10).
           05  WS-INV-DATE     PIC 9(8).
           05  WS-DUE-DATE     PIC 9(8).
           05  WS-INV-TOTAL    PIC 9(7)V99.
           05  WS-INV-LINE-CT  PIC 9(4).
           05  WS-INV-HELD-SW  PIC X.
               88  INVOICE-HELD            VALUE 'Y'.
           05  WS-LINE-PO-NO   PIC 9(6).
           05  WS-LINE-QTY     PIC 9(5).
           05  WS-LINE-COST    PIC 9(4)V99.
           05  WS-LINE-AMT     PIC 9(7)V99.
           05  WS-BILLED-QTY   PIC 9(6).
           05  WS-AVAIL-QTY    PIC S9(6).
           05  WS-CAT-COST     PIC 9(4)V99.
           05  WS-BEST-DATE    PIC 9(8).
           05  WS-COST-SW      PIC X.
               88  COST-FOUND              VALUE 'Y'.
           05  WS-PRICE-DIFF   PIC S9(4)V99.
           05  WS-TOL-AMT      PIC 9(4)V99.
           05  WS-QTY-BAD-SW   PIC X.
               88  QTY-BAD                 VALUE 'Y'.
           05  WS-PRICE-BAD-SW PIC X.
               88  PRICE-BAD               VALUE 'Y'.
           05  WS-HOLD-CODE    PIC X.
           05  WS-ANSWER       PIC X.
           05  WS-VN-FOUND     PIC 9(4).
           05  WS-PO-FOUND     PIC 9(4).
           05  WS-AO-FOUND     PIC 9(4).
           05  WS-AL-SUB       PIC 9(4).
           05  WS-RUN-TOT      PIC 9(9)V99 VALUE ZERO.
           05  WS-INVOICE-CT   PIC 9(4)    VALUE ZERO.
           05  WS-MATCHED-CT   PIC 9(4)    VALUE ZERO.
           05  WS-HELD-CT      PIC 9(4)    VALUE ZERO.
           05  WS-RELEASED-CT  PIC 9(4)    VALUE ZERO.
       01  VENDOR-TABLE.
           05  VT-COUNT        PIC 9(4)    VALUE ZERO.
           05  VT-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON VT-COUNT
                   INDEXED BY VT-INDX.
               10  VT-VENDOR-NO    PIC X(5).
               10  VT-NAME         PIC X(25).
               10  VT-TERMS-DAYS   PIC 9(3).
       01  PO-TABLE.
           05  PT-COUNT        PIC 9(4)    VALUE ZERO.
           05  PT-ENTRY OCCURS 1 TO 1000 TIMES
                   DEPENDING ON PT-COUNT
                   INDEXED BY PT-INDX.
               10  PT-NO           PIC 9(6).
               10  PT-ITEM-NUM     PIC X(4).
               10  PT-VENDOR       PIC X(15).
               10  PT-DATE         PIC 9(8).
               10  PT-QTY-ORD      PIC 9(5).
               10  PT-QTY-RCV      PIC 9(5).
               10  PT-VENDOR-NO    PIC X(5).
       01  ITEM-COST-TABLE.
           05  IC-COUNT        PIC 9(4)    VALUE ZERO.
           05  IC-ENTRY OCCURS 1 TO 1000 TIMES
                   DEPENDING ON IC-COUNT
                   INDEXED BY IC-INDX.
               10  IC-ITEM-NUM     PIC X(4).
               10  IC-EFF-DATE     PIC 9(8).
               10  IC-COST         PIC 9(4)V99.
       01  INV-LINE-TABLE.
           05  AL-COUNT        PIC 9(4)    VALUE ZERO.
           05  AL-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON AL-COUNT
                   INDEXED BY AL-INDX.
               10  AL-T-VENDOR-NO  PIC X(5).
               10  AL-T-INV-NO     PIC X(10).
               10  AL-T-PO-NO      PIC 9(6).
               10  AL-T-ITEM-NUM   PIC X(4).
               10  AL-T-QTY        PIC 9(5).
               10  AL-T-UNIT-COST  PIC 9(4)V99.
               10  AL-T-CAT-COST   PIC 9(4)V99.
               10  AL-T-AMT        PIC 9(7)V99.
               10  AL-T-STATUS     PIC X.
               10  AL-T-HOLD-CODE  PIC X.
       01  OPEN-ITEM-TABLE.
           05  AO-COUNT        PIC 9(4)    VALUE ZERO.
           05  AO-ENTRY OCCURS 1 TO 1000 TIMES
                   DEPENDING ON AO-COUNT
                   INDEXED BY AO-INDX.
               10  AO-T-VENDOR-NO  PIC X(5).
               10  AO-T-INV-NO     PIC X(10).
               10  AO-T-INV-DATE   PIC 9(8).
               10  AO-T-DUE-DATE   PIC 9(8).
               10  AO-T-AMT        PIC 9(7)V99.
               10  AO-T-STATUS     PIC X.
               10  AO-T-CHECK-NO   PIC 9(6).
               10  AO-T-PAID-DATE  PIC 9(8).
       01  HD-TITLE.
           05  FILLER          PIC X(6)    VALUE "DATE: ".
           05  HD-MM           PIC 99.
           05  FILLER          PIC X       VALUE "/".
           05  HD-DD           PIC 99.
           05  FILLER          PIC X       VALUE "/".
           05  HD-YEAR         PIC 9(4).
           05  FILLER          PIC X(12)   VALUE SPACES.
           05  FILLER          PIC X(25)   VALUE
                                   "AP INVOICE MATCH REGISTER".
       01  HD-TOLERANCE.
           05  FILLER          PIC X(17)   VALUE "PRICE TOLERANCE: ".
           05  HT-TOL-PCT      PIC Z9.9.
           05  FILLER          PIC X(27)   VALUE
                                   " PERCENT OF CATALOG COST".
       01  HD-COLUMNS.
           05  FILLER          PIC X(10)   VALUE "  PO NO".
           05  FILLER          PIC X(6)    VALUE "ITEM".
           05  FILLER          PIC X(6)    VALUE "BILLED".
           05  FILLER          PIC X(9)    VALUE "    AVAIL".
           05  FILLER          PIC X(11)   VALUE "   INV COST".
           05  FILLER          PIC X(11)   VALUE "   CAT COST".
           05  FILLER          PIC X(14)   VALUE "        AMOUNT".
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  FILLER          PIC X(6)    VALUE "RESULT".
       01  INV-HEADING.
           05  FILLER          PIC X(7)    VALUE "VENDOR ".
           05  IH-VENDOR-NO    PIC X(5).
           05  FILLER          PIC X       VALUE SPACE.
           05  IH-VENDOR-NAME  PIC X(25).
           05  FILLER          PIC X(9)    VALUE " INVOICE ".
           05  IH-INV-NO       PIC X(10).
           05  FILLER          PIC X(7)    VALUE " DATED ".
           05  IH-MM           PIC 99.
           05  FILLER          PIC X       VALUE "/".
           05  IH-DD           PIC 99.
           05  FILLER          PIC X       VALUE "/".
           05  IH-YEAR         PIC 9(4).
       01  MATCH-DETAIL.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  MD-PO-NO        PIC 9(6).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  MD-ITEM-NUM     PIC X(4).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  MD-QTY          PIC ZZ,ZZ9.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  MD-AVAIL        PIC ---,--9.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  MD-UNIT-COST    PIC Z,ZZ9.99.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  MD-CAT-COST     PIC Z,ZZ9.99.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  MD-AMT          PIC Z,ZZZ,ZZ9.99.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  MD-RESULT       PIC X(10).
       01  INV-TOTAL-LINE.
           05  FILLER          PIC X(17)   VALUE "  INVOICE TOTAL  ".
           05  IT-AMT          PIC $$,$$$,$$9.99.
           05  FILLER          PIC X(6)    VALUE "  DUE ".
           05  IT-MM           PIC 99.
           05  FILLER          PIC X       VALUE "/".
           05  IT-DD           PIC 99.
           05  FILLER          PIC X       VALUE "/".
           05  IT-YEAR         PIC 9(4).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  IT-STATUS       PIC X(16).
       01  RELEASE-LINE.
           05  FILLER          PIC X(7)    VALUE "VENDOR ".
           05  RL-VENDOR-NO    PIC X(5).
           05  FILLER          PIC X(9)    VALUE " INVOICE ".
           05  RL-INV-NO       PIC X(10).
           05  FILLER          PIC X(20)   VALUE
                                   " RELEASED FROM HOLD ".
           05  RL-AMT          PIC $$,$$$,$$9.99.
       01  REG-FOOTER-1.
           05  RF-INVOICE-CT   PIC ZZZ9.
           05  FILLER          PIC X(19)   VALUE " INVOICES ENTERED, ".
           05  RF-MATCHED-CT   PIC ZZZ9.
           05  FILLER          PIC X(16)   VALUE " LINES MATCHED, ".
           05  RF-HELD-CT      PIC ZZZ9.
           05  FILLER          PIC X(13)   VALUE " LINES HELD, ".
           05  RF-RELEASED-CT  PIC ZZZ9.
           05  FILLER          PIC X(9)    VALUE " RELEASED".
       01  REG-FOOTER-2.
           05  FILLER          PIC X(30)   VALUE
                                   "BOOKED TO ACCOUNTS PAYABLE:   ".
           05  RF-RUN-TOT      PIC $$$,$$$,$$9.99.
      *
       PROCEDURE DIVISION.
       000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM 040-LOAD-GLMAP
           IF NOT MAP-FOUND
               DISPLAY 'NO ' WS-SOURCE ' MAPPING IN GLMAP.DAT - '
                   'NOTHING ENTERED.'
               STOP RUN
           END-IF
           PERFORM 045-READ-TOLERANCE
           PERFORM 050-LOAD-VENDORS
           PERFORM 055-LOAD-PO-FILE
           PERFORM 060-LOAD-ITEM-COST
           PERFORM 065-LOAD-INVOICE-LINES
           PERFORM 070-LOAD-OPEN-ITEMS
           PERFORM 100-WRITE-REPORT-HEADINGS
           PERFORM 150-INVOICE-MENU UNTIL MENU-CHOICE = 'X'
           PERFORM 600-WRITE-REPORT-FOOTER
           IF FILES-CHANGED
               PERFORM 700-SAVE-INVOICE-LINES
               PERFORM 750-SAVE-OPEN-ITEMS
           END-IF
           PERFORM 520-WRITE-GL-PAIR

           DISPLAY WS-INVOICE-CT ' INVOICES ENTERED, '
               WS-RELEASED-CT ' RELEASED.'
           DISPLAY '--END OF INVOICE ENTRY--'
           STOP RUN.
      * FINDS THE INVENTORY AND AP ACCOUNTS FOR SOURCE APINV. WITH NO
      * MAPPING THE SESSION STOPS BEFORE ANYTHING IS ENTERED, SO NO
      * LIABILITY IS BOOKED WITHOUT ITS JOURNAL ENTRY.
       040-LOAD-GLMAP.
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
                       IF GM-SOURCE = WS-SOURCE AND GM-DEPT = ZERO
                           MOVE GM-DR-ACCT TO WS-DR-ACCT
                           MOVE GM-CR-ACCT TO WS-CR-ACCT
                           SET MAP-FOUND TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-MAP-STATUS NOT = "35"
               CLOSE GLMAP-FILE
           END-IF.
      * READS THE PRICE TOLERANCE FROM ITS CONTROL FILE. A MISSING
      * FILE LEAVES THE 2.0 PERCENT DEFAULT STANDING.
       045-READ-TOLERANCE.
           OPEN INPUT TOL-FILE
           IF WS-TOL-STATUS = "00"
               READ TOL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF TOL-REC IS NUMERIC
                           MOVE TOL-REC TO TOL-PCT
                       END-IF
               END-READ
               CLOSE TOL-FILE
           END-IF.
      * LOADS THE VENDOR MASTER. INACTIVE VENDORS ARE KEPT - THEIR
      * LAST INVOICES STILL HAVE TO BE ENTERED AND PAID.
       050-LOAD-VENDORS.
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
                           MOVE VN-NAME      TO VT-NAME(VT-COUNT)
                           IF VN-TERMS-DAYS IS NUMERIC
                               MOVE VN-TERMS-DAYS
                                   TO VT-TERMS-DAYS(VT-COUNT)
                           ELSE
                               MOVE ZERO TO VT-TERMS-DAYS(VT-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-VEND-STATUS NOT = "35"
               CLOSE VENDOR-FILE
           END-IF
           IF VT-COUNT = ZERO
               DISPLAY 'NO VENDORS ON VENDOR.DAT - RUN VENDMAINT.'
               STOP RUN
           END-IF.
      * LOADS EVERY PO LINE, OPEN OR CLOSED - A CLOSED LINE IS ONE
      * RECEIVED IN FULL, WHICH IS THE USUAL LINE TO BE BILLED.
       055-LOAD-PO-FILE.
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
                       IF PT-COUNT < 1000
                           ADD 1 TO PT-COUNT
                           MOVE PO-NO       TO PT-NO(PT-COUNT)
                           MOVE PO-ITEM-NUM TO PT-ITEM-NUM(PT-COUNT)
                           MOVE PO-VENDOR   TO PT-VENDOR(PT-COUNT)
                           MOVE PO-DATE     TO PT-DATE(PT-COUNT)
                           MOVE PO-QTY-ORD  TO PT-QTY-ORD(PT-COUNT)
                           MOVE PO-QTY-RCV  TO PT-QTY-RCV(PT-COUNT)
                           MOVE PO-VENDOR-NO
                               TO PT-VENDOR-NO(PT-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PO-STATUS NOT = "35"
               CLOSE PO-FILE
           END-IF
           IF PT-COUNT = ZERO
               DISPLAY 'NO PURCHASE ORDERS ON FILE.'
               STOP RUN
           END-IF.
      * LOADS THE BASE CATALOG ROWS (MINIMUM QUANTITY 1) WITH THEIR
      * UNIT COST, THE SAME ROWS MARGINRPT COSTS FROM. A ROW WITH NO
      * COST KEYED CARRIES ZERO AND CANNOT MATCH.
       060-LOAD-ITEM-COST.
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
      * LOADS THE INVOICE LINES ALREADY ENTERED. THEIR QUANTITIES
      * ARE WHAT HAS ALREADY BEEN BILLED AGAINST EACH PO LINE.
       065-LOAD-INVOICE-LINES.
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
                       IF AL-COUNT < 2000
                           ADD 1 TO AL-COUNT
                           MOVE AL-REC TO AL-ENTRY(AL-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-AL-STATUS NOT = "35"
               CLOSE INV-LINE-FILE
           END-IF.
      * LOADS THE AP OPEN-ITEM FILE.
       070-LOAD-OPEN-ITEMS.
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT OPEN-ITEM-FILE
           IF WS-AO-STATUS NOT = "00"
               MOVE 'Y' TO EOF-SWITCH
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ OPEN-ITEM-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       IF AO-COUNT < 1000
                           ADD 1 TO AO-COUNT
                           MOVE AO-REC TO AO-ENTRY(AO-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-AO-STATUS NOT = "35"
               CLOSE OPEN-ITEM-FILE
           END-IF.
      * OPENS THE MATCH REGISTER AND WRITES ITS HEADINGS.
       100-WRITE-REPORT-HEADINGS.
           OPEN OUTPUT REPORT-FILE
           MOVE WS-RUN-DATE(5:2) TO HD-MM
           MOVE WS-RUN-DATE(7:2) TO HD-DD
           MOVE WS-RUN-DATE(1:4) TO HD-YEAR
           MOVE TOL-PCT TO HT-TOL-PCT
           WRITE REPORT-REC FROM HD-TITLE
           WRITE REPORT-REC FROM HD-TOLERANCE
               AFTER ADVANCING 1 LINE
           WRITE REPORT-REC FROM HD-COLUMNS
               AFTER ADVANCING 2 LINES.
      * DISPLAYS THE MENU AND ROUTES THE CHOICE.
       150-INVOICE-MENU.
           DISPLAY SPACE
           DISPLAY 'E-ENTER INVOICE  R-RELEASE HELD INVOICE  X-EXIT'
           ACCEPT MENU-CHOICE
           EVALUATE MENU-CHOICE
               WHEN 'E'
                   PERFORM 200-ENTER-INVOICE
               WHEN 'R'
                   PERFORM 500-RELEASE-INVOICE
               WHEN 'X'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'INVALID CHOICE'
           END-EVALUATE.
      * TAKES ONE INVOICE: VENDOR, INVOICE NUMBER AND DATE, THEN ITS
      * LINES. AN INVOICE NUMBER ALREADY ON FILE FOR THE VENDOR IS
      * REFUSED SO THE SAME BILL CANNOT BE PAID TWICE.
       200-ENTER-INVOICE.
           DISPLAY 'ENTER VENDOR NUMBER:'
           ACCEPT WS-VENDOR-NO
           PERFORM 210-FIND-VENDOR
           IF WS-VN-FOUND = ZERO
               DISPLAY 'VENDOR NOT ON FILE.'
           ELSE
               DISPLAY 'VENDOR: ' VT-NAME(WS-VN-FOUND)
               DISPLAY 'ENTER VENDOR INVOICE NUMBER:'
               ACCEPT WS-INV-NO
               PERFORM 220-FIND-OPEN-ITEM
               EVALUATE TRUE
                   WHEN WS-INV-NO = SPACE
                       DISPLAY 'INVALID INVOICE NUMBER.'
                   WHEN WS-AO-FOUND NOT = ZERO
                       DISPLAY 'INVOICE ALREADY ENTERED FOR THIS'
                           ' VENDOR.'
                   WHEN AO-COUNT NOT < 1000
                       DISPLAY 'OPEN-ITEM TABLE IS FULL.'
                   WHEN OTHER
                       PERFORM 230-ACCEPT-INVOICE-DATE
                       PERFORM 250-ENTER-INVOICE-LINES
               END-EVALUATE
           END-IF.
      * LOOKS THE VENDOR UP AND LEAVES ITS ROW IN WS-VN-FOUND.
       210-FIND-VENDOR.
           MOVE ZERO TO WS-VN-FOUND
           PERFORM VARYING VT-INDX FROM 1 BY 1
                   UNTIL VT-INDX > VT-COUNT
               IF VT-VENDOR-NO(VT-INDX) = WS-VENDOR-NO
                   SET WS-VN-FOUND TO VT-INDX
               END-IF
           END-PERFORM.
      * LOOKS UP THE VENDOR'S INVOICE NUMBER ON THE OPEN-ITEM TABLE
      * AND LEAVES ITS ROW IN WS-AO-FOUND.
       220-FIND-OPEN-ITEM.
           MOVE ZERO TO WS-AO-FOUND
           PERFORM VARYING AO-INDX FROM 1 BY 1
                   UNTIL AO-INDX > AO-COUNT
               IF AO-T-VENDOR-NO(AO-INDX) = WS-VENDOR-NO
                  AND AO-T-INV-NO(AO-INDX) = WS-INV-NO
                   SET WS-AO-FOUND TO AO-INDX
               END-IF
           END-PERFORM.
      * ACCEPTS THE INVOICE DATE (0 = TODAY). A DATE AFTER TODAY IS
      * A KEYING ERROR.
       230-ACCEPT-INVOICE-DATE.
           DISPLAY 'ENTER INVOICE DATE (YYYYMMDD, 0 = TODAY):'
           ACCEPT WS-INV-DATE
           MOVE 'N' TO VALID-SW
           PERFORM UNTIL VALID-SW = 'Y'
               IF WS-INV-DATE = ZERO
                   MOVE WS-RUN-DATE TO WS-INV-DATE
               END-IF
               IF WS-INV-DATE > WS-RUN-DATE
                  OR WS-INV-DATE(5:2) < '01' OR WS-INV-DATE(5:2) > '12'
                  OR WS-INV-DATE(7:2) < '01' OR WS-INV-DATE(7:2) > '31'
                   DISPLAY 'INVALID DATE.'
                   DISPLAY 'ENTER INVOICE DATE (YYYYMMDD):'
                   ACCEPT WS-INV-DATE
               ELSE
                   MOVE 'Y' TO VALID-SW
               END-IF
           END-PERFORM.
      * TAKES THE INVOICE LINES UNTIL 999999, THEN PUTS THE INVOICE
      * ON THE OPEN-ITEM TABLE. AN INVOICE WITH NO LINES IS DROPPED.
       250-ENTER-INVOICE-LINES.
           MOVE VT-VENDOR-NO(WS-VN-FOUND) TO IH-VENDOR-NO
           MOVE VT-NAME(WS-VN-FOUND) TO IH-VENDOR-NAME
           MOVE WS-INV-NO TO IH-INV-NO
           MOVE WS-INV-DATE(5:2) TO IH-MM
           MOVE WS-INV-DATE(7:2) TO IH-DD
           MOVE WS-INV-DATE(1:4) TO IH-YEAR
           MOVE ZERO TO WS-INV-TOTAL
           MOVE ZERO TO WS-INV-LINE-CT
           MOVE 'N' TO WS-INV-HELD-SW
           MOVE ZERO TO WS-LINE-PO-NO
           PERFORM 300-ENTER-LINE
               UNTIL WS-LINE-PO-NO = 999999
           IF WS-INV-LINE-CT = ZERO
               DISPLAY 'NO LINES - INVOICE NOT ENTERED.'
           ELSE
               PERFORM 400-ADD-OPEN-ITEM
           END-IF.
      * TAKES ONE INVOICE LINE BY PO NUMBER. THE PO LINE MUST BE ON
      * FILE AND BELONG TO THIS VENDOR; A PO WRITTEN BEFORE VENDOR
      * NUMBERS WERE CARRIED IS MATCHED ON THE VENDOR NAME.
       300-ENTER-LINE.
           DISPLAY 'ENTER PO NUMBER (999999 TO END INVOICE):'
           ACCEPT WS-LINE-PO-NO
           IF WS-LINE-PO-NO = 999999
               CONTINUE
           ELSE
               MOVE ZERO TO WS-PO-FOUND
               PERFORM VARYING PT-INDX FROM 1 BY 1
                       UNTIL PT-INDX > PT-COUNT
                   IF PT-NO(PT-INDX) = WS-LINE-PO-NO
                       SET WS-PO-FOUND TO PT-INDX
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN WS-PO-FOUND = ZERO
                       DISPLAY 'PO LINE NOT ON FILE.'
                   WHEN PT-VENDOR-NO(WS-PO-FOUND) = SPACE
                    AND PT-VENDOR(WS-PO-FOUND) NOT =
                        VT-NAME(WS-VN-FOUND)(1:15)
                       DISPLAY 'PO LINE IS NOT FOR THIS VENDOR.'
                   WHEN PT-VENDOR-NO(WS-PO-FOUND) NOT = SPACE
                    AND PT-VENDOR-NO(WS-PO-FOUND) NOT = WS-VENDOR-NO
                       DISPLAY 'PO LINE IS NOT FOR THIS VENDOR.'
                   WHEN AL-COUNT NOT < 2000
                       DISPLAY 'INVOICE LINE TABLE IS FULL.'
                   WHEN OTHER
                       PERFORM 310-MATCH-LINE
               END-EVALUATE
           END-IF.
      * THE THREE-WAY MATCH. QUANTITY: BILLED MAY NOT EXCEED RECEIVED
      * LESS WHAT EARLIER INVOICE LINES ALREADY BILLED. PRICE: THE
      * UNIT COST BILLED MUST BE WITHIN TOLERANCE OF THE CATALOG COST
      * IN EFFECT ON THE PO DATE. A LINE FAILING EITHER IS HELD.
       310-MATCH-LINE.
           MOVE ZERO TO WS-BILLED-QTY
           PERFORM VARYING AL-INDX FROM 1 BY 1
                   UNTIL AL-INDX > AL-COUNT
               IF AL-T-PO-NO(AL-INDX) = WS-LINE-PO-NO
                   ADD AL-T-QTY(AL-INDX) TO WS-BILLED-QTY
               END-IF
           END-PERFORM
           COMPUTE WS-AVAIL-QTY =
               PT-QTY-RCV(WS-PO-FOUND) - WS-BILLED-QTY
           DISPLAY 'ITEM ' PT-ITEM-NUM(WS-PO-FOUND)
               ' ORDERED ' PT-QTY-ORD(WS-PO-FOUND)
               ' RECEIVED ' PT-QTY-RCV(WS-PO-FOUND)
               ' ALREADY BILLED ' WS-BILLED-QTY
           DISPLAY 'ENTER QUANTITY BILLED:'
           ACCEPT WS-LINE-QTY
           PERFORM UNTIL WS-LINE-QTY > ZERO
               DISPLAY 'INVALID QUANTITY.'
               DISPLAY 'ENTER QUANTITY BILLED:'
               ACCEPT WS-LINE-QTY
           END-PERFORM
           DISPLAY 'ENTER UNIT COST BILLED:'
           ACCEPT WS-LINE-COST
           PERFORM UNTIL WS-LINE-COST > ZERO
               DISPLAY 'INVALID UNIT COST.'
               DISPLAY 'ENTER UNIT COST BILLED:'
               ACCEPT WS-LINE-COST
           END-PERFORM
           PERFORM 320-FIND-CATALOG-COST

           MOVE 'N' TO WS-QTY-BAD-SW
           MOVE 'N' TO WS-PRICE-BAD-SW
           IF WS-LINE-QTY > WS-AVAIL-QTY
               MOVE 'Y' TO WS-QTY-BAD-SW
           END-IF
           IF COST-FOUND
               COMPUTE WS-PRICE-DIFF = WS-LINE-COST - WS-CAT-COST
               IF WS-PRICE-DIFF < ZERO
                   MULTIPLY -1 BY WS-PRICE-DIFF
               END-IF
               COMPUTE WS-TOL-AMT ROUNDED =
                   WS-CAT-COST * TOL-PCT / 100
               IF WS-PRICE-DIFF > WS-TOL-AMT
                   MOVE 'Y' TO WS-PRICE-BAD-SW
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN NOT COST-FOUND
                   MOVE 'N' TO WS-HOLD-CODE
               WHEN QTY-BAD AND PRICE-BAD
                   MOVE 'B' TO WS-HOLD-CODE
               WHEN QTY-BAD
                   MOVE 'Q' TO WS-HOLD-CODE
               WHEN PRICE-BAD
                   MOVE 'P' TO WS-HOLD-CODE
               WHEN OTHER
                   MOVE SPACE TO WS-HOLD-CODE
           END-EVALUATE
           COMPUTE WS-LINE-AMT ROUNDED = WS-LINE-QTY * WS-LINE-COST

           ADD 1 TO AL-COUNT
           MOVE WS-VENDOR-NO TO AL-T-VENDOR-NO(AL-COUNT)
           MOVE WS-INV-NO TO AL-T-INV-NO(AL-COUNT)
           MOVE WS-LINE-PO-NO TO AL-T-PO-NO(AL-COUNT)
           MOVE PT-ITEM-NUM(WS-PO-FOUND) TO AL-T-ITEM-NUM(AL-COUNT)
           MOVE WS-LINE-QTY TO AL-T-QTY(AL-COUNT)
           MOVE WS-LINE-COST TO AL-T-UNIT-COST(AL-COUNT)
           MOVE WS-CAT-COST TO AL-T-CAT-COST(AL-COUNT)
           MOVE WS-LINE-AMT TO AL-T-AMT(AL-COUNT)
           MOVE WS-HOLD-CODE TO AL-T-HOLD-CODE(AL-COUNT)
           IF WS-HOLD-CODE = SPACE
               MOVE 'M' TO AL-T-STATUS(AL-COUNT)
               ADD 1 TO WS-MATCHED-CT
           ELSE
               MOVE 'H' TO AL-T-STATUS(AL-COUNT)
               MOVE 'Y' TO WS-INV-HELD-SW
               ADD 1 TO WS-HELD-CT
           END-IF
           ADD WS-LINE-AMT TO WS-INV-TOTAL
           ADD 1 TO WS-INV-LINE-CT
           MOVE 'Y' TO WS-CHANGED-SW
           IF WS-INV-LINE-CT = 1
               WRITE REPORT-REC FROM INV-HEADING
                   AFTER ADVANCING 2 LINES
           END-IF
           MOVE AL-COUNT TO WS-AL-SUB
           PERFORM 350-WRITE-MATCH-LINE
           DISPLAY 'LINE ' MD-RESULT.
      * FINDS THE CATALOG COST IN EFFECT ON THE PO DATE - THE LATEST
      * BASE ROW NOT EFFECTIVE AFTER IT, AS MARGINRPT SELECTS.
       320-FIND-CATALOG-COST.
           MOVE 'N' TO WS-COST-SW
           MOVE ZERO TO WS-BEST-DATE
           MOVE ZERO TO WS-CAT-COST
           PERFORM VARYING IC-INDX FROM 1 BY 1
                   UNTIL IC-INDX > IC-COUNT
               IF IC-ITEM-NUM(IC-INDX) = PT-ITEM-NUM(WS-PO-FOUND)
                  AND IC-EFF-DATE(IC-INDX) NOT > PT-DATE(WS-PO-FOUND)
                  AND IC-EFF-DATE(IC-INDX) NOT < WS-BEST-DATE
                   MOVE IC-EFF-DATE(IC-INDX) TO WS-BEST-DATE
                   MOVE IC-COST(IC-INDX) TO WS-CAT-COST
                   IF IC-COST(IC-INDX) > ZERO
                       MOVE 'Y' TO WS-COST-SW
                   ELSE
                       MOVE 'N' TO WS-COST-SW
                   END-IF
               END-IF
           END-PERFORM.
      * PRINTS THE INVOICE LINE AT WS-AL-SUB IN THE LINE TABLE ON
      * THE MATCH REGISTER WITH ITS RESULT.
       350-WRITE-MATCH-LINE.
           MOVE AL-T-PO-NO(WS-AL-SUB) TO MD-PO-NO
           MOVE AL-T-ITEM-NUM(WS-AL-SUB) TO MD-ITEM-NUM
           MOVE AL-T-QTY(WS-AL-SUB) TO MD-QTY
           MOVE WS-AVAIL-QTY TO MD-AVAIL
           MOVE AL-T-UNIT-COST(WS-AL-SUB) TO MD-UNIT-COST
           MOVE AL-T-CAT-COST(WS-AL-SUB) TO MD-CAT-COST
           MOVE AL-T-AMT(WS-AL-SUB) TO MD-AMT
           EVALUATE AL-T-HOLD-CODE(WS-AL-SUB)
               WHEN 'Q'
                   MOVE 'HELD-QTY' TO MD-RESULT
               WHEN 'P'
                   MOVE 'HELD-PRICE' TO MD-RESULT
               WHEN 'B'
                   MOVE 'HELD-BOTH' TO MD-RESULT
               WHEN 'N'
                   MOVE 'HELD-NOCST' TO MD-RESULT
               WHEN OTHER
                   MOVE 'MATCHED' TO MD-RESULT
           END-EVALUATE
           WRITE REPORT-REC FROM MATCH-DETAIL
               AFTER ADVANCING 1 LINE.
      * PUTS THE INVOICE ON THE OPEN-ITEM TABLE WITH ITS DUE DATE
      * FROM THE VENDOR TERMS. A CLEAN INVOICE IS OPEN FOR PAYMENT
      * AND BOOKED TO AP NOW; ONE WITH A HELD LINE WAITS FOR RELEASE.
       400-ADD-OPEN-ITEM.
           COMPUTE WS-DUE-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-INV-DATE)
               + VT-TERMS-DAYS(WS-VN-FOUND))
           ADD 1 TO AO-COUNT
           MOVE WS-VENDOR-NO TO AO-T-VENDOR-NO(AO-COUNT)
           MOVE WS-INV-NO TO AO-T-INV-NO(AO-COUNT)
           MOVE WS-INV-DATE TO AO-T-INV-DATE(AO-COUNT)
           MOVE WS-DUE-DATE TO AO-T-DUE-DATE(AO-COUNT)
           MOVE WS-INV-TOTAL TO AO-T-AMT(AO-COUNT)
           MOVE ZERO TO AO-T-CHECK-NO(AO-COUNT)
           MOVE ZERO TO AO-T-PAID-DATE(AO-COUNT)
           IF INVOICE-HELD
               MOVE 'H' TO AO-T-STATUS(AO-COUNT)
               MOVE 'ON HOLD' TO IT-STATUS
           ELSE
               MOVE 'O' TO AO-T-STATUS(AO-COUNT)
               MOVE 'OPEN FOR PAYMENT' TO IT-STATUS
               ADD WS-INV-TOTAL TO WS-RUN-TOT
           END-IF
           ADD 1 TO WS-INVOICE-CT
           MOVE WS-INV-TOTAL TO IT-AMT
           MOVE WS-DUE-DATE(5:2) TO IT-MM
           MOVE WS-DUE-DATE(7:2) TO IT-DD
           MOVE WS-DUE-DATE(1:4) TO IT-YEAR
           WRITE REPORT-REC FROM INV-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           DISPLAY 'INVOICE TOTAL ' IT-AMT ' - ' IT-STATUS.
      * RELEASES A HELD INVOICE FOR PAYMENT ONCE THE DIFFERENCE IS
      * SETTLED. THE HELD LINES ARE SHOWN FIRST AND STAY ON FILE
      * MARKED 'R' SO THE OVERRIDE CAN BE TRACED.
       500-RELEASE-INVOICE.
           DISPLAY 'ENTER VENDOR NUMBER:'
           ACCEPT WS-VENDOR-NO
           DISPLAY 'ENTER VENDOR INVOICE NUMBER:'
           ACCEPT WS-INV-NO
           PERFORM 220-FIND-OPEN-ITEM
           EVALUATE TRUE
               WHEN WS-AO-FOUND = ZERO
                   DISPLAY 'INVOICE NOT ON FILE.'
               WHEN AO-T-STATUS(WS-AO-FOUND) NOT = 'H'
                   DISPLAY 'INVOICE IS NOT ON HOLD.'
               WHEN OTHER
                   PERFORM VARYING AL-INDX FROM 1 BY 1
                           UNTIL AL-INDX > AL-COUNT
                       IF AL-T-VENDOR-NO(AL-INDX) = WS-VENDOR-NO
                          AND AL-T-INV-NO(AL-INDX) = WS-INV-NO
                          AND AL-T-STATUS(AL-INDX) = 'H'
                           DISPLAY 'PO ' AL-T-PO-NO(AL-INDX)
                               ' ITEM ' AL-T-ITEM-NUM(AL-INDX)
                               ' QTY ' AL-T-QTY(AL-INDX)
                               ' COST ' AL-T-UNIT-COST(AL-INDX)
                               ' CATALOG ' AL-T-CAT-COST(AL-INDX)
                               ' HOLD ' AL-T-HOLD-CODE(AL-INDX)
                       END-IF
                   END-PERFORM
                   DISPLAY 'RELEASE FOR PAYMENT? (Y/N):'
                   ACCEPT WS-ANSWER
                   IF WS-ANSWER = 'Y'
                       PERFORM 510-MARK-RELEASED
                   ELSE
                       DISPLAY 'INVOICE STAYS ON HOLD.'
                   END-IF
           END-EVALUATE.
      * MARKS THE HELD LINES RELEASED, OPENS THE INVOICE FOR PAYMENT
      * AND BOOKS IT TO AP.
       510-MARK-RELEASED.
           PERFORM VARYING AL-INDX FROM 1 BY 1
                   UNTIL AL-INDX > AL-COUNT
               IF AL-T-VENDOR-NO(AL-INDX) = WS-VENDOR-NO
                  AND AL-T-INV-NO(AL-INDX) = WS-INV-NO
                  AND AL-T-STATUS(AL-INDX) = 'H'
                   MOVE 'R' TO AL-T-STATUS(AL-INDX)
               END-IF
           END-PERFORM
           MOVE 'O' TO AO-T-STATUS(WS-AO-FOUND)
           ADD AO-T-AMT(WS-AO-FOUND) TO WS-RUN-TOT
           ADD 1 TO WS-RELEASED-CT
           MOVE 'Y' TO WS-CHANGED-SW
           MOVE WS-VENDOR-NO TO RL-VENDOR-NO
           MOVE WS-INV-NO TO RL-INV-NO
           MOVE AO-T-AMT(WS-AO-FOUND) TO RL-AMT
           WRITE REPORT-REC FROM RELEASE-LINE
               AFTER ADVANCING 2 LINES
           DISPLAY 'INVOICE RELEASED FOR PAYMENT.'.
      * APPENDS THE APINV PAIR FOR THE INVOICES MADE PAYABLE IN THE
      * SESSION: INVENTORY DEBIT, ACCOUNTS PAYABLE CREDIT.
       520-WRITE-GL-PAIR.
           IF WS-RUN-TOT > ZERO
               OPEN EXTEND JOURNAL-FILE
               IF WS-JRNL-STATUS NOT = "00"
                   OPEN OUTPUT JOURNAL-FILE
               END-IF
               MOVE WS-RUN-DATE TO GJ-DATE
               MOVE WS-SOURCE   TO GJ-SOURCE
               MOVE ZERO        TO GJ-STORE
               MOVE WS-RUN-TOT  TO GJ-AMT
               MOVE WS-DR-ACCT  TO GJ-ACCT
               MOVE 'D'         TO GJ-DRCR
               WRITE JOURNAL-REC
               MOVE WS-CR-ACCT  TO GJ-ACCT
               MOVE 'C'         TO GJ-DRCR
               WRITE JOURNAL-REC
               CLOSE JOURNAL-FILE
               DISPLAY 'GL ' WS-SOURCE ' PAIR WRITTEN TO GLJOURNAL.DAT.'
           END-IF.
      * CLOSES THE REGISTER WITH THE SESSION COUNTS AND THE AMOUNT
      * BOOKED TO AP.
       600-WRITE-REPORT-FOOTER.
           MOVE WS-INVOICE-CT  TO RF-INVOICE-CT
           MOVE WS-MATCHED-CT  TO RF-MATCHED-CT
           MOVE WS-HELD-CT     TO RF-HELD-CT
           MOVE WS-RELEASED-CT TO RF-RELEASED-CT
           MOVE WS-RUN-TOT     TO RF-RUN-TOT
           WRITE REPORT-REC FROM REG-FOOTER-1
               AFTER ADVANCING 3 LINES
           WRITE REPORT-REC FROM REG-FOOTER-2
               AFTER ADVANCING 1 LINE
           CLOSE REPORT-FILE.
      * REWRITES APINVLN.DAT FROM THE LINE TABLE.
       700-SAVE-INVOICE-LINES.
           OPEN OUTPUT INV-LINE-FILE
           PERFORM VARYING AL-INDX FROM 1 BY 1
                   UNTIL AL-INDX > AL-COUNT
               MOVE AL-ENTRY(AL-INDX) TO AL-REC
               WRITE AL-REC
           END-PERFORM
           CLOSE INV-LINE-FILE.
      * REWRITES APOPEN.DAT FROM THE OPEN-ITEM TABLE.
       750-SAVE-OPEN-ITEMS.
           OPEN OUTPUT OPEN-ITEM-FILE
           PERFORM VARYING AO-INDX FROM 1 BY 1
                   UNTIL AO-INDX > AO-COUNT
               MOVE AO-ENTRY(AO-INDX) TO AO-REC
               WRITE AO-REC
           END-PERFORM
           CLOSE OPEN-ITEM-FILE.

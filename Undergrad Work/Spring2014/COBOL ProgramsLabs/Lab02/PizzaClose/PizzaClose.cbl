      *     quantities and amounts sold per flavor, the sales tax
      *     collected, and the day's grand total, with a comparison
      *     line against the drawer count the manager keys in.
      *     The day's sales and tax are then posted: one row per
      *     jurisdiction the shop collects for goes to TAXCOLLECT.DAT
      *     (source PZ) so the quarterly remittance includes the
      *     shop, the tax split by jurisdiction rate, and the sales
      *     before tax go to GLJOURNAL.DAT as a PIZZA revenue pair.
      *     A day already posted is not posted again.
      *     Delivery orders are reported apart from counter sales:
      *     the day's deliveries taken and delivered, the average
      *     minutes a driver was out, the delivery fees, and each
      *     driver cash-out with its over/short. The drawer is
      *     expected to hold the counter sales plus the cash the
      *     drivers turned in at their cash-outs.
      *
      * Input:
      *     ORDERLOG.DAT - the day's accumulated item lines
      *     DELIVERY.DAT - delivery orders with drivers and times
      *     DRVCASH.DAT  - driver cash-outs
      *     TAXJURIS.DAT - sales tax rate per jurisdiction
      *     PIZZAJUR.DAT - the jurisdictions the shop collects for
      *     GLMAP.DAT    - GL account mapping (source PIZZA)
      *     Drawer count entered at the console
      * Output:
      *     CLOSEOUT.RPT
      *     TAXCOLLECT.DAT - the day's tax rows appended
      *     GLJOURNAL.DAT  - the day's revenue pair appended,
      *                      sales before tax plus delivery fees
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDER-LOG-FILE ASSIGN TO "ORDERLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TAXJURIS-FILE ASSIGN TO "TAXJURIS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TJ-STATUS.
           SELECT SHOP-JURIS-FILE ASSIGN TO "PIZZAJUR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SJ-STATUS.
           SELECT TAXCOLLECT-FILE ASSIGN TO "TAXCOLLECT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TC-STATUS.
           SELECT GLMAP-FILE ASSIGN TO "GLMAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "GLJOURNAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.
           SELECT DELIVERY-FILE ASSIGN TO "DELIVERY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DV-STATUS.
           SELECT CASHOUT-FILE ASSIGN TO "DRVCASH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CO-STATUS.
           SELECT REPORT-FILE ASSIGN TO "CLOSEOUT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           05  LG-SALES-TAX       PIC 99V99.
           05  LG-SALES-TOTAL     PIC 999V99.
           05  LG-TIMESTAMP       PIC X(14).
           05  LG-SIZE            PIC X.
           05  LG-ORDER-NO        PIC 9(6).
           05  LG-ORDER-TYPE      PIC X.
      * THE STORES' TAX JURISDICTION CONTROL FILE.
       FD  TAXJURIS-FILE.
       01  TAXJURIS-REC.
           05  TJ-CODE            PIC X(3).
           05  TJ-DESC            PIC X(15).
           05  TJ-RATE            PIC V999.
      * THE JURISDICTION CODES THE PIZZA SHOP COLLECTS FOR. WITH NO
      * FILE THE SHOP COLLECTS FOR EVERY JURISDICTION ON TAXJURIS.DAT.
       FD  SHOP-JURIS-FILE.
       01  SHOP-JURIS-REC.
           05  SJ-JURIS-CODE      PIC X(3).
      * ONE ROW PER JURISDICTION PER POSTING, READ BY TAXREMIT.
       FD  TAXCOLLECT-FILE.
       01  TAXCOLLECT-REC.
           05  TC-SOURCE          PIC X(2).
           05  TC-DATE            PIC 9(8).
           05  TC-JURIS-CODE      PIC X(3).
           05  TC-TAXABLE         PIC S9(9)V99.
           05  TC-TAX             PIC S9(8)V99.
           05  TC-EXEMPT          PIC S9(9)V99.
       FD  GLMAP-FILE.
       01  GLMAP-REC.
           05  GM-SOURCE          PIC X(8).
           05  GM-DEPT            PIC 9.
           05  GM-DR-ACCT         PIC X(6).
           05  GM-CR-ACCT         PIC X(6).
           05  GM-DEPT-NAME       PIC X(8).
       FD  JOURNAL-FILE.
       01  JOURNAL-REC.
           05  GJ-DATE            PIC 9(8).
           05  GJ-ACCT            PIC X(6).
           05  GJ-DRCR            PIC X.
           05  GJ-AMT             PIC S9(9)V99.
           05  GJ-SOURCE          PIC X(8).
           05  GJ-STORE           PIC 9(2).
      * ONE ROW PER DELIVERY ORDER. DV-STATUS 'O' IS WAITING FOR A
      * DRIVER, 'D' IS OUT WITH ITS DRIVER, 'C' IS DELIVERED.
       FD  DELIVERY-FILE.
       01  DELIVERY-REC.
           05  DV-ORDER-NO        PIC 9(6).
           05  DV-DATE            PIC 9(8).
           05  DV-TIME-ORDER      PIC 9(4).
           05  DV-PHONE           PIC X(10).
           05  DV-CUST-NAME       PIC X(20).
           05  DV-ADDRESS         PIC X(25).
           05  DV-ORDER-AMT       PIC 9(5)V99.
           05  DV-FEE             PIC 9(3)V99.
           05  DV-DRIVER          PIC X(10).
           05  DV-TIME-OUT        PIC 9(4).
           05  DV-TIME-OUT-R REDEFINES DV-TIME-OUT.
               10  DV-OUT-HH          PIC 99.
               10  DV-OUT-MM          PIC 99.
           05  DV-TIME-BACK       PIC 9(4).
           05  DV-TIME-BACK-R REDEFINES DV-TIME-BACK.
               10  DV-BACK-HH         PIC 99.
               10  DV-BACK-MM         PIC 99.
           05  DV-STATUS          PIC X.
           05  DV-CASHED-OUT      PIC X.
       FD  CASHOUT-FILE.
       01  CASHOUT-REC.
           05  CO-DATE            PIC 9(8).
           05  CO-DRIVER          PIC X(10).
           05  CO-ORDER-CT        PIC 9(3).
           05  CO-EXPECTED        PIC 9(5)V99.
           05  CO-CASH-IN         PIC 9(5)V99.
           05  CO-TIPS            PIC 9(4)V99.
           05  CO-OVER-SHORT      PIC S9(5)V99.
       FD  REPORT-FILE.
       01  REPORT-REC             PIC X(80).
       WORKING-STORAGE SECTION.
           05  WS-TODAY           PIC X(8).
           05  WS-ITEM-COUNT      PIC 9(5)    VALUE ZERO.
           05  WS-TAX-TOT         PIC 9(5)V99 VALUE ZERO.
           05  WS-SALES-TOT       PIC 9(6)V99 VALUE ZERO.
           05  WS-COUNTER-TOT     PIC 9(6)V99 VALUE ZERO.
           05  WS-DELIV-SALES-TOT PIC 9(6)V99 VALUE ZERO.
           05  WS-FEE-TOT         PIC 9(5)V99 VALUE ZERO.
           05  WS-DELIV-CT        PIC 9(4)    VALUE ZERO.
           05  WS-DELIVERED-CT    PIC 9(4)    VALUE ZERO.
           05  WS-TRIP-MIN        PIC S9(4).
           05  WS-TRIP-MIN-TOT    PIC 9(7)    VALUE ZERO.
           05  WS-AVG-TRIP-MIN    PIC 9(4)    VALUE ZERO.
           05  WS-DRIVER-CASH-TOT PIC 9(6)V99 VALUE ZERO.
           05  WS-DRIVER-OS-TOT   PIC S9(6)V99 VALUE ZERO.
           05  WS-DRIVER-TIPS-TOT PIC 9(5)V99 VALUE ZERO.
           05  WS-DRAWER-EXPECTED PIC 9(6)V99 VALUE ZERO.
           05  WS-DV-STATUS       PIC XX.
           05  WS-CO-STATUS       PIC XX.
           05  WS-GRAND-TOT       PIC 9(6)V99 VALUE ZERO.
           05  WS-DRAWER-COUNT    PIC 9(6)V99.
           05  WS-OVER-SHORT      PIC S9(6)V99.
           05  FL-FOUND-SW        PIC X.
               88  FLAVOR-FOUND               VALUE 'Y'.
           05  WS-TJ-STATUS       PIC XX.
           05  WS-SJ-STATUS       PIC XX.
           05  WS-TC-STATUS       PIC XX.
           05  WS-MAP-STATUS      PIC XX.
           05  WS-JRNL-STATUS     PIC XX.
           05  WS-SJ-FOUND-SW     PIC X.
           05  WS-POSTED-SW       PIC X       VALUE 'N'.
               88  ALREADY-POSTED             VALUE 'Y'.
           05  WS-MAP-SW          PIC X       VALUE 'N'.
               88  MAP-FOUND                  VALUE 'Y'.
           05  WS-SOURCE          PIC X(8)    VALUE 'PIZZA'.
           05  WS-DR-ACCT         PIC X(6).
           05  WS-CR-ACCT         PIC X(6).
           05  WS-JURIS-RATE      PIC 9V999   VALUE ZERO.
           05  WS-TAX-LEFT        PIC 9(5)V99.
           05  WS-POST-NOTE       PIC X(50)   VALUE SPACES.
       01  SHOP-JURIS-TABLE.
           05  SJ-COUNT           PIC 9(2)    VALUE ZERO.
           05  SJ-CODE OCCURS 10 TIMES
                   INDEXED BY SJ-INDX    PIC X(3).
       01  JURIS-TABLE.
           05  JT-COUNT           PIC 9(2)    VALUE ZERO.
           05  JT-ENTRY OCCURS 1 TO 10 TIMES
                   DEPENDING ON JT-COUNT
                   INDEXED BY JT-INDX.
               10  JT-CODE            PIC X(3).
               10  JT-RATE            PIC V999.
               10  JT-TAX             PIC 9(5)V99.
       01  FLAVOR-TABLE.
           05  FL-COUNT           PIC 9(3)    VALUE ZERO.
           05  FL-ENTRY OCCURS 1 TO 100 TIMES
           05  FD-QTY             PIC ZZZZ9.
           05  FILLER             PIC X(3)    VALUE SPACES.
           05  FD-AMOUNT          PIC $$$,$$9.99.
       01  COUNT-LINE.
           05  CT-LABEL           PIC X(22).
           05  CT-COUNT           PIC Z(6)9.
       01  HD-DRIVERS.
           05  FILLER             PIC X(10)   VALUE "DRIVER".
           05  FILLER             PIC X(5)    VALUE "  ORD".
           05  FILLER             PIC X(11)   VALUE "   EXPECTED".
           05  FILLER             PIC X(11)   VALUE "  TURNED IN".
           05  FILLER             PIC X(10)   VALUE "      TIPS".
           05  FILLER             PIC X(12)   VALUE "  OVER/SHORT".
       01  DRIVER-DETAIL.
           05  DD-DRIVER          PIC X(10).
           05  FILLER             PIC X(2)    VALUE SPACES.
           05  DD-ORDER-CT        PIC ZZ9.
           05  FILLER             PIC X(2)    VALUE SPACES.
           05  DD-EXPECTED        PIC $$,$$9.99.
           05  FILLER             PIC X(2)    VALUE SPACES.
           05  DD-CASH-IN         PIC $$,$$9.99.
           05  FILLER             PIC X(2)    VALUE SPACES.
           05  DD-TIPS            PIC $,$$9.99.
           05  FILLER             PIC X(2)    VALUE SPACES.
           05  DD-OVER-SHORT      PIC $$,$$9.99-.
       01  TOTAL-LINE.
           05  TL-LABEL           PIC X(22).
           05  TL-AMOUNT          PIC $$$,$$9.99-.
       000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM 100-TALLY-TODAYS-ITEMS
           PERFORM 250-TALLY-DELIVERIES
           PERFORM 270-TALLY-CASH-OUTS
           DISPLAY 'ENTER DRAWER COUNT:'
           ACCEPT WS-DRAWER-COUNT
           PERFORM 300-LOAD-SHOP-JURIS
           PERFORM 350-CHECK-ALREADY-POSTED
           EVALUATE TRUE
               WHEN WS-ITEM-COUNT = ZERO
                   MOVE 'NO SALES TODAY - NOTHING POSTED'
                       TO WS-POST-NOTE
               WHEN ALREADY-POSTED
                   MOVE 'TODAY ALREADY POSTED - NOT POSTED AGAIN'
                       TO WS-POST-NOTE
               WHEN OTHER
                   PERFORM 400-POST-SALES-TAX
                   PERFORM 450-POST-GL-REVENUE
           END-EVALUATE
           PERFORM 500-WRITE-REPORT
           DISPLAY WS-POST-NOTE

           DISPLAY 'CLOSE-OUT REPORT GENERATED!'
           STOP RUN.
       200-TALLY-ONE-ITEM.
           ADD 1 TO WS-ITEM-COUNT
           ADD LG-SALES-TAX TO WS-TAX-TOT
           ADD LG-AMOUNT TO WS-SALES-TOT
           IF LG-ORDER-TYPE = 'D'
               ADD LG-SALES-TOTAL TO WS-DELIV-SALES-TOT
           ELSE
               ADD LG-SALES-TOTAL TO WS-COUNTER-TOT
           END-IF
           ADD LG-SALES-TOTAL TO WS-GRAND-TOT
           MOVE 'N' TO FL-FOUND-SW
           PERFORM VARYING FL-INDX FROM 1 BY 1
               MOVE LG-AMOUNT   TO FL-AMOUNT(FL-COUNT)
           END-IF.
      ******************************************************************
      * Counts today's delivery orders and totals their fees. For
      * each one delivered, the minutes from out to back go into the
      * average delivery time.
      ******************************************************************
       250-TALLY-DELIVERIES.
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT DELIVERY-FILE
           IF WS-DV-STATUS NOT = "00"
               MOVE 'Y' TO EOF-SWITCH
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ DELIVERY-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       IF DV-DATE = WS-TODAY
                           PERFORM 260-TALLY-ONE-DELIVERY
                       END-IF
               END-READ
           END-PERFORM
           IF WS-DV-STATUS NOT = "35"
               CLOSE DELIVERY-FILE
           END-IF
           IF WS-DELIVERED-CT > ZERO
               COMPUTE WS-AVG-TRIP-MIN ROUNDED =
                   WS-TRIP-MIN-TOT / WS-DELIVERED-CT
           END-IF.
       260-TALLY-ONE-DELIVERY.
           ADD 1 TO WS-DELIV-CT
           ADD DV-FEE TO WS-FEE-TOT
           IF DV-STATUS = 'C'
               ADD 1 TO WS-DELIVERED-CT
               COMPUTE WS-TRIP-MIN =
                   (DV-BACK-HH * 60) + DV-BACK-MM
                   - (DV-OUT-HH * 60) - DV-OUT-MM
               IF WS-TRIP-MIN < ZERO
                   ADD 1440 TO WS-TRIP-MIN
               END-IF
               ADD WS-TRIP-MIN TO WS-TRIP-MIN-TOT
           END-IF.
      ******************************************************************
      * Totals today's driver cash-outs: the cash turned in goes to
      * the drawer, the tips stay with the drivers.
      ******************************************************************
       270-TALLY-CASH-OUTS.
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT CASHOUT-FILE
           IF WS-CO-STATUS NOT = "00"
               MOVE 'Y' TO EOF-SWITCH
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ CASHOUT-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       IF CO-DATE = WS-TODAY
                           ADD CO-CASH-IN TO WS-DRIVER-CASH-TOT
                           ADD CO-OVER-SHORT TO WS-DRIVER-OS-TOT
                           ADD CO-TIPS TO WS-DRIVER-TIPS-TOT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CO-STATUS NOT = "35"
               CLOSE CASHOUT-FILE
           END-IF.
      ******************************************************************
      * Builds the shop's jurisdiction table from TAXJURIS.DAT: the
      * codes on PIZZAJUR.DAT, or every jurisdiction when there is no
      * list. With no jurisdictions on file the tax goes to the state
      * at the flat rate the order screen charges.
      ******************************************************************
       300-LOAD-SHOP-JURIS.
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT SHOP-JURIS-FILE
           IF WS-SJ-STATUS NOT = "00"
               MOVE 'Y' TO EOF-SWITCH
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ SHOP-JURIS-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       IF SJ-COUNT < 10
                           ADD 1 TO SJ-COUNT
                           MOVE SJ-JURIS-CODE TO SJ-CODE(SJ-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-SJ-STATUS NOT = "35"
               CLOSE SHOP-JURIS-FILE
           END-IF
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT TAXJURIS-FILE
           IF WS-TJ-STATUS NOT = "00"
               MOVE 'Y' TO EOF-SWITCH
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ TAXJURIS-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       PERFORM 310-CHECK-SHOP-JURIS
                       IF WS-SJ-FOUND-SW = 'Y' AND JT-COUNT < 10
                           ADD 1 TO JT-COUNT
                           MOVE TJ-CODE TO JT-CODE(JT-COUNT)
                           MOVE TJ-RATE TO JT-RATE(JT-COUNT)
                           ADD TJ-RATE TO WS-JURIS-RATE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-TJ-STATUS NOT = "35"
               CLOSE TAXJURIS-FILE
           END-IF
           IF JT-COUNT = ZERO OR WS-JURIS-RATE = ZERO
               MOVE 1 TO JT-COUNT
               MOVE 'ST ' TO JT-CODE(1)
               MOVE .065 TO JT-RATE(1)
               MOVE .065 TO WS-JURIS-RATE
           END-IF.
       310-CHECK-SHOP-JURIS.
           IF SJ-COUNT = ZERO
               MOVE 'Y' TO WS-SJ-FOUND-SW
           ELSE
               MOVE 'N' TO WS-SJ-FOUND-SW
               PERFORM VARYING SJ-INDX FROM 1 BY 1
                       UNTIL SJ-INDX > SJ-COUNT
                   IF SJ-CODE(SJ-INDX) = TJ-CODE
                       MOVE 'Y' TO WS-SJ-FOUND-SW
                   END-IF
               END-PERFORM
           END-IF.
      ******************************************************************
      * A close-out run a second time on the same day must not post
      * the day's tax and revenue twice; the PZ rows already on
      * TAXCOLLECT.DAT for today say it has been posted.
      ******************************************************************
       350-CHECK-ALREADY-POSTED.
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
                       IF TC-SOURCE = 'PZ'
                          AND TC-DATE = WS-TODAY
                           SET ALREADY-POSTED TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-TC-STATUS NOT = "35"
               CLOSE TAXCOLLECT-FILE
           END-IF.
      ******************************************************************
      * Appends one TAXCOLLECT.DAT row per shop jurisdiction. Every
      * jurisdiction taxes the whole day's sales; the tax actually
      * collected is split by each one's share of the combined rate,
      * the last taking the rounding so the rows add to the day.
      ******************************************************************
       400-POST-SALES-TAX.
           MOVE WS-TAX-TOT TO WS-TAX-LEFT
           PERFORM VARYING JT-INDX FROM 1 BY 1
                   UNTIL JT-INDX > JT-COUNT
               IF JT-INDX = JT-COUNT
                   MOVE WS-TAX-LEFT TO JT-TAX(JT-INDX)
               ELSE
                   COMPUTE JT-TAX(JT-INDX) ROUNDED =
                       WS-TAX-TOT * JT-RATE(JT-INDX) / WS-JURIS-RATE
                   SUBTRACT JT-TAX(JT-INDX) FROM WS-TAX-LEFT
               END-IF
           END-PERFORM
           OPEN EXTEND TAXCOLLECT-FILE
           IF WS-TC-STATUS NOT = "00"
               OPEN OUTPUT TAXCOLLECT-FILE
           END-IF
           PERFORM VARYING JT-INDX FROM 1 BY 1
                   UNTIL JT-INDX > JT-COUNT
               MOVE 'PZ'             TO TC-SOURCE
               MOVE WS-TODAY         TO TC-DATE
               MOVE JT-CODE(JT-INDX) TO TC-JURIS-CODE
               MOVE WS-SALES-TOT     TO TC-TAXABLE
               MOVE JT-TAX(JT-INDX)  TO TC-TAX
               MOVE ZERO             TO TC-EXEMPT
               WRITE TAXCOLLECT-REC
           END-PERFORM
           CLOSE TAXCOLLECT-FILE
           MOVE 'SALES TAX POSTED TO TAXCOLLECT.DAT' TO WS-POST-NOTE.
      ******************************************************************
      * Appends the day's sales before tax and delivery fees to
      * GLJOURNAL.DAT as a PIZZA pair: debit the GLMAP.DAT debit
      * account (cash), credit the credit account (pizza revenue).
      ******************************************************************
       450-POST-GL-REVENUE.
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
           END-IF
           IF NOT MAP-FOUND
               DISPLAY '** NO PIZZA MAPPING IN GLMAP.DAT - REVENUE'
                   ' NOT JOURNALED'
               MOVE 4 TO RETURN-CODE
           ELSE
               OPEN EXTEND JOURNAL-FILE
               IF WS-JRNL-STATUS NOT = "00"
                   OPEN OUTPUT JOURNAL-FILE
               END-IF
               MOVE WS-TODAY     TO GJ-DATE
               MOVE WS-SOURCE    TO GJ-SOURCE
               MOVE ZERO         TO GJ-STORE
               COMPUTE GJ-AMT = WS-SALES-TOT + WS-FEE-TOT
               MOVE WS-DR-ACCT   TO GJ-ACCT
               MOVE 'D'          TO GJ-DRCR
               WRITE JOURNAL-REC
               MOVE WS-CR-ACCT   TO GJ-ACCT
               MOVE 'C'          TO GJ-DRCR
               WRITE JOURNAL-REC
               CLOSE JOURNAL-FILE
               MOVE 'SALES TAX AND GL REVENUE POSTED' TO WS-POST-NOTE
           END-IF.
      ******************************************************************
      * Prints the per-flavor lines, the tax and grand totals, and
      * the drawer comparison.
      ******************************************************************
               WRITE REPORT-REC FROM FLAVOR-DETAIL
                   AFTER ADVANCING 1 LINE
           END-PERFORM
           MOVE 'SALES BEFORE TAX:     ' TO TL-LABEL
           MOVE WS-SALES-TOT TO TL-AMOUNT
           WRITE REPORT-REC FROM TOTAL-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'SALES TAX COLLECTED:  ' TO TL-LABEL
           MOVE WS-TAX-TOT TO TL-AMOUNT
           WRITE REPORT-REC FROM TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'GRAND TOTAL:          ' TO TL-LABEL
           MOVE WS-GRAND-TOT TO TL-AMOUNT
           WRITE REPORT-REC FROM TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'DELIVERY FEES:        ' TO TL-LABEL
           MOVE WS-FEE-TOT TO TL-AMOUNT
           WRITE REPORT-REC FROM TOTAL-LINE
               AFTER ADVANCING 1 LINE
           PERFORM 550-WRITE-DELIVERY-SECTION
           MOVE 'COUNTER SALES:        ' TO TL-LABEL
           MOVE WS-COUNTER-TOT TO TL-AMOUNT
           WRITE REPORT-REC FROM TOTAL-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'DRIVER CASH TURNED IN:' TO TL-LABEL
           MOVE WS-DRIVER-CASH-TOT TO TL-AMOUNT
           WRITE REPORT-REC FROM TOTAL-LINE
               AFTER ADVANCING 1 LINE
           COMPUTE WS-DRAWER-EXPECTED =
               WS-COUNTER-TOT + WS-DRIVER-CASH-TOT
           MOVE 'EXPECTED IN DRAWER:   ' TO TL-LABEL
           MOVE WS-DRAWER-EXPECTED TO TL-AMOUNT
           WRITE REPORT-REC FROM TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'DRAWER COUNT:         ' TO TL-LABEL
           MOVE WS-DRAWER-COUNT TO TL-AMOUNT
           WRITE REPORT-REC FROM TOTAL-LINE
               AFTER ADVANCING 1 LINE
           COMPUTE WS-OVER-SHORT =
               WS-DRAWER-COUNT - WS-DRAWER-EXPECTED
           MOVE 'DRAWER OVER/SHORT:    ' TO TL-LABEL
           MOVE WS-OVER-SHORT TO TL-AMOUNT
           WRITE REPORT-REC FROM TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE WS-POST-NOTE TO REPORT-REC
           WRITE REPORT-REC
               AFTER ADVANCING 2 LINES
           CLOSE REPORT-FILE.
      ******************************************************************
      * Prints the day's delivery counts and average delivery time,
      * then one line per driver cash-out with the drivers' total
      * over/short.
      ******************************************************************
       550-WRITE-DELIVERY-SECTION.
           MOVE 'DELIVERY SALES:       ' TO TL-LABEL
           MOVE WS-DELIV-SALES-TOT TO TL-AMOUNT
           WRITE REPORT-REC FROM TOTAL-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'DELIVERIES TAKEN:     ' TO CT-LABEL
           MOVE WS-DELIV-CT TO CT-COUNT
           WRITE REPORT-REC FROM COUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'DELIVERIES COMPLETED: ' TO CT-LABEL
           MOVE WS-DELIVERED-CT TO CT-COUNT
           WRITE REPORT-REC FROM COUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'AVG DELIVERY MINUTES: ' TO CT-LABEL
           MOVE WS-AVG-TRIP-MIN TO CT-COUNT
           WRITE REPORT-REC FROM COUNT-LINE
               AFTER ADVANCING 1 LINE
           WRITE REPORT-REC FROM HD-DRIVERS
               AFTER ADVANCING 2 LINES
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT CASHOUT-FILE
           IF WS-CO-STATUS NOT = "00"
               MOVE 'Y' TO EOF-SWITCH
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ CASHOUT-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       IF CO-DATE = WS-TODAY
                           MOVE CO-DRIVER     TO DD-DRIVER
                           MOVE CO-ORDER-CT   TO DD-ORDER-CT
                           MOVE CO-EXPECTED   TO DD-EXPECTED
                           MOVE CO-CASH-IN    TO DD-CASH-IN
                           MOVE CO-TIPS       TO DD-TIPS
                           MOVE CO-OVER-SHORT TO DD-OVER-SHORT
                           WRITE REPORT-REC FROM DRIVER-DETAIL
                               AFTER ADVANCING 1 LINE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CO-STATUS NOT = "35"
               CLOSE CASHOUT-FILE
           END-IF
           MOVE 'DRIVER TIPS:          ' TO TL-LABEL
           MOVE WS-DRIVER-TIPS-TOT TO TL-AMOUNT
           WRITE REPORT-REC FROM TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'DRIVER OVER/SHORT:    ' TO TL-LABEL
           MOVE WS-DRIVER-OS-TOT TO TL-AMOUNT
           WRITE REPORT-REC FROM TOTAL-LINE
               AFTER ADVANCING 1 LINE.

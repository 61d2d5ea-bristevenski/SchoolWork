      * Purpose:
      *    Receiving entry against open purchase orders. The dock
      *    clerk keys the PO number and the quantity received; the
      *    quantity posts into the on-hand of the PO line's store on
      *    ITEMINV.DAT and comes off that store's on-order through
      *    proper writes, ending the hand edits that made the
      *    on-hand counts unreliable. A PO line received in full is
      *    closed; a short receipt leaves the remainder open for the
      *    next truck. Over-receipts are refused.
      *
      *    Each receipt comes in at the catalog cost in effect on the
      *    PO date (the cost ApInvoice matches the vendor's bill to)
      *    and is averaged into the item's perpetual weighted-average
      *    cost, which is carried on every store's row for the item.
      *    The received value is booked to the GL as PORCV pairs by
      *    store and department (inventory debit, received-not-
      *    invoiced credit).
      *
      * Input:
      *    POFILE.DAT  - open PO lines from PoEntry
      *    ITEMINV.DAT - item inventory master
      *    ITEMPRC.DAT - item catalog (unit cost by effective date)
      *    GLMAP.DAT   - GL accounts for source PORCV
      *    PO numbers and quantities entered at the console
      *
      * Output:
      *    POFILE.DAT    - rewritten with received quantities/status
      *    ITEMINV.DAT   - rewritten with posted on-hand, on-order and
      *                    average cost
      *    GLJOURNAL.DAT - PORCV pairs appended
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT ITEM-INV-FILE ASSIGN TO "ITEMINV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INV-STATUS.
           SELECT ITEM-PRICE-FILE ASSIGN TO "ITEMPRC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IP-STATUS.
           SELECT GLMAP-FILE ASSIGN TO "GLMAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "GLJOURNAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PO-FILE.
           05  PO-QTY-ORD      PIC 9(5).
           05  PO-QTY-RCV      PIC 9(5).
           05  PO-STATUS       PIC X.
           05  PO-VENDOR-NO    PIC X(5).
           05  PO-STORE-NO     PIC 9(2).
       FD  ITEM-INV-FILE.
       01  INV-REC.
           05  IV-STORE-NO     PIC 9(2).
           05  IV-ITEM-NUM     PIC X(4).
           05  IV-ON-HAND      PIC S9(5).
           05  IV-REORDER-PT   PIC 9(5).
           05  IV-ON-ORDER     PIC 9(5).
           05  IV-IN-TRANSIT   PIC 9(5).
           05  IV-AVG-COST     PIC 9(4)V9999.
       FD  ITEM-PRICE-FILE.
       01  IP-REC.
           05  IP-ITEM-NUM     PIC X(4).
           05  IP-PRICE        PIC 9(4)V99.
           05  IP-EFF-DATE     PIC 9(8).
           05  IP-COST         PIC 9(4)V99.
           05  IP-MIN-QTY      PIC 9(3).
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
       WORKING-STORAGE SECTION.
       01  WORKING-ITEMS.
           05  WS-PO-STATUS    PIC XX.
           05  WS-INV-STATUS   PIC XX.
           05  WS-IP-STATUS    PIC XX.
           05  WS-MAP-STATUS   PIC XX.
           05  WS-JRNL-STATUS  PIC XX.
           05  PO-EOF-SWITCH   PIC X       VALUE 'N'.
           05  IV-EOF-SWITCH   PIC X       VALUE 'N'.
           05  EOF-SWITCH      PIC X.
           05  WS-RUN-DATE     PIC 9(8).
           05  WS-SOURCE       PIC X(8)    VALUE 'PORCV'.
           05  WS-MAP-SW       PIC X       VALUE 'N'.
               88  MAP-FOUND               VALUE 'Y'.
           05  WS-RCV-PO-NO    PIC 9(6).
           05  WS-RCV-QTY      PIC 9(5).
           05  WS-OPEN-QTY     PIC 9(5).
           05  WS-INV-SUB      PIC 9(4).
           05  WS-INV-FOUND    PIC 9(4).
           05  WS-RECEIPTS-CT  PIC 9(4)    VALUE ZERO.
           05  WS-BEST-DATE    PIC 9(8).
           05  WS-RCV-COST     PIC 9(4)V99.
           05  WS-ITEM-UNITS   PIC S9(7).
           05  WS-OLD-AVG      PIC 9(4)V9999.
           05  WS-NEW-AVG      PIC 9(4)V9999.
           05  WS-RCV-VALUE    PIC S9(9)V99.
           05  WS-DEPT-DIGIT   PIC 9.
           05  WS-DEPT-INDX    PIC 99.
           05  WS-STORE-INDX   PIC 9(3).
           05  WS-JRNL-CT      PIC 9(4)    VALUE ZERO.
           05  WS-RCV-VALUE-TOT PIC S9(9)V99 VALUE ZERO.
           05  WS-COST-ED      PIC Z,ZZ9.99.
           05  WS-AVG-ED       PIC Z,ZZ9.9999.
           05  WS-VALUE-ED     PIC $$$,$$$,$$9.99-.
       01  PO-TABLE.
           05  PT-COUNT        PIC 9(4)    VALUE ZERO.
           05  PT-ENTRY OCCURS 1 TO 1000 TIMES
               10  PT-QTY-ORD      PIC 9(5).
               10  PT-QTY-RCV      PIC 9(5).
               10  PT-STATUS       PIC X.
               10  PT-VENDOR-NO    PIC X(5).
               10  PT-STORE-NO     PIC 9(2).
       01  ITEM-INV-TABLE.
           05  IV-COUNT        PIC 9(4)    VALUE ZERO.
           05  IV-ENTRY OCCURS 1 TO 1000 TIMES
                   DEPENDING ON IV-COUNT
                   INDEXED BY IV-INDX.
               10  IV-T-STORE-NO   PIC 9(2).
               10  IV-T-ITEM-NUM   PIC X(4).
               10  IV-T-ON-HAND    PIC S9(5).
               10  IV-T-REORDER-PT PIC 9(5).
               10  IV-T-ON-ORDER   PIC 9(5).
               10  IV-T-IN-TRANSIT PIC 9(5).
               10  IV-T-AVG-COST   PIC 9(4)V9999.
       01  ITEM-COST-TABLE.
           05  IC-COUNT        PIC 9(4)    VALUE ZERO.
           05  IC-ENTRY OCCURS 1 TO 1000 TIMES
                   DEPENDING ON IC-COUNT
                   INDEXED BY IC-INDX.
               10  IC-ITEM-NUM     PIC X(4).
               10  IC-EFF-DATE     PIC 9(8).
               10  IC-COST         PIC 9(4)V99.
      * GL ACCOUNTS BY DEPARTMENT; ENTRY 1 IS DEPARTMENT 0, THE
      * COMPANY-WIDE ROW USED FOR ANY DEPARTMENT WITHOUT ITS OWN.
       01  GL-MAP-TABLE.
           05  GM-T-ENTRY OCCURS 10 TIMES.
               10  GM-T-FOUND      PIC X.
               10  GM-T-DR-ACCT    PIC X(6).
               10  GM-T-CR-ACCT    PIC X(6).
      * RECEIVED VALUE BY STORE (ENTRY 1 IS STORE 0) AND DEPARTMENT.
       01  COST-JOURNAL-TABLE.
           05  CJ-STORE-ENTRY OCCURS 100 TIMES.
               10  CJ-DEPT-AMT     PIC S9(9)V99 OCCURS 10 TIMES.
      *
       PROCEDURE DIVISION.
       000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           INITIALIZE COST-JOURNAL-TABLE
           PERFORM 040-LOAD-GLMAP
           IF NOT MAP-FOUND
               DISPLAY 'NO ' WS-SOURCE ' MAPPING IN GLMAP.DAT - '
                   'NOTHING RECEIVED.'
               STOP RUN
           END-IF
           PERFORM 050-LOAD-PO-FILE
           IF PT-COUNT = ZERO
               DISPLAY 'NO PURCHASE ORDERS ON FILE.'
               STOP RUN
           END-IF
           PERFORM 060-LOAD-ITEM-INV
           PERFORM 070-LOAD-ITEM-COST
           PERFORM 100-RECEIVE-ONE
               UNTIL WS-RCV-PO-NO = 999999
           PERFORM 600-SAVE-PO-FILE
           PERFORM 650-SAVE-ITEM-INV
           PERFORM 700-WRITE-COST-JOURNAL

           MOVE WS-RCV-VALUE-TOT TO WS-VALUE-ED
           DISPLAY WS-RECEIPTS-CT ' RECEIPTS POSTED, VALUE '
               WS-VALUE-ED
           DISPLAY '--END OF RECEIVING SESSION--'
           STOP RUN.
      * FINDS THE INVENTORY AND RECEIVED-NOT-INVOICED ACCOUNTS FOR
      * SOURCE PORCV BY DEPARTMENT. WITH NO MAPPING AT ALL THE
      * SESSION STOPS BEFORE ANYTHING IS RECEIVED, SO NO STOCK COMES
      * IN WITHOUT ITS JOURNAL ENTRY.
       040-LOAD-GLMAP.
           MOVE SPACES TO GL-MAP-TABLE
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
                       IF GM-SOURCE = WS-SOURCE
                          AND GM-DEPT IS NUMERIC
                           COMPUTE WS-DEPT-INDX = GM-DEPT + 1
                           MOVE 'Y' TO GM-T-FOUND(WS-DEPT-INDX)
                           MOVE GM-DR-ACCT TO
                               GM-T-DR-ACCT(WS-DEPT-INDX)
                           MOVE GM-CR-ACCT TO
                               GM-T-CR-ACCT(WS-DEPT-INDX)
                           SET MAP-FOUND TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-MAP-STATUS NOT = "35"
               CLOSE GLMAP-FILE
           END-IF
           PERFORM VARYING WS-DEPT-INDX FROM 2 BY 1
                   UNTIL WS-DEPT-INDX > 10
               IF GM-T-FOUND(WS-DEPT-INDX) NOT = 'Y'
                   MOVE GM-T-ENTRY(1) TO GM-T-ENTRY(WS-DEPT-INDX)
               END-IF
           END-PERFORM.
      * LOADS THE PO FILE INTO A RUNTIME TABLE. ALL POSTING WORKS
      * THE TABLE AND THE FILE IS REWRITTEN AT THE END.
       050-LOAD-PO-FILE.
                           MOVE PO-QTY-ORD  TO PT-QTY-ORD(PT-COUNT)
                           MOVE PO-QTY-RCV  TO PT-QTY-RCV(PT-COUNT)
                           MOVE PO-STATUS   TO PT-STATUS(PT-COUNT)
                           MOVE PO-VENDOR-NO
                               TO PT-VENDOR-NO(PT-COUNT)
                           IF PO-STORE-NO IS NUMERIC
                               MOVE PO-STORE-NO TO
                                   PT-STORE-NO(PT-COUNT)
                           ELSE
                               MOVE ZERO TO PT-STORE-NO(PT-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
                       MOVE 'Y' TO IV-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO IV-COUNT
                       MOVE IV-STORE-NO   TO IV-T-STORE-NO(IV-COUNT)
                       MOVE IV-ITEM-NUM   TO IV-T-ITEM-NUM(IV-COUNT)
                       MOVE IV-ON-HAND    TO IV-T-ON-HAND(IV-COUNT)
                       MOVE IV-REORDER-PT TO IV-T-REORDER-PT(IV-COUNT)
                       MOVE IV-ON-ORDER   TO IV-T-ON-ORDER(IV-COUNT)
                       MOVE IV-IN-TRANSIT TO IV-T-IN-TRANSIT(IV-COUNT)
                       MOVE IV-AVG-COST   TO IV-T-AVG-COST(IV-COUNT)
               END-READ
           END-PERFORM
           CLOSE ITEM-INV-FILE.
      * LOADS THE BASE CATALOG ROWS (MINIMUM QUANTITY 1) WITH THEIR
      * UNIT COST, THE SAME ROWS APINVOICE MATCHES AGAINST.
       070-LOAD-ITEM-COST.
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
      * TAKES ONE RECEIPT: PO NUMBER (999999 ENDS THE SESSION) AND
      * QUANTITY, POSTED AGAINST THE OPEN LINE AND THE INVENTORY.
       100-RECEIVE-ONE.
           COMPUTE WS-OPEN-QTY =
               PT-QTY-ORD(WS-PO-FOUND) - PT-QTY-RCV(WS-PO-FOUND)
           DISPLAY 'ITEM ' PT-ITEM-NUM(WS-PO-FOUND)
               ' FOR STORE ' PT-STORE-NO(WS-PO-FOUND)
               ' FROM ' PT-VENDOR(WS-PO-FOUND)
               ' - STILL OPEN: ' WS-OPEN-QTY
           DISPLAY 'ENTER QUANTITY RECEIVED:'
                   PERFORM 300-POST-TO-INVENTORY
                   ADD 1 TO WS-RECEIPTS-CT
           END-EVALUATE.
      * FINDS THE ITEM'S ROW FOR THE PO LINE'S STORE AND MOVES THE
      * RECEIVED UNITS FROM ON-ORDER TO ON-HAND. AN ITEM MISSING
      * FROM THE MASTER FOR THAT STORE IS REPORTED RATHER THAN
      * SILENTLY DROPPED.
       300-POST-TO-INVENTORY.
           MOVE ZERO TO WS-INV-FOUND
           PERFORM VARYING WS-INV-SUB FROM 1 BY 1
                   UNTIL WS-INV-SUB > IV-COUNT
               IF IV-T-ITEM-NUM(WS-INV-SUB) =
                       PT-ITEM-NUM(WS-PO-FOUND)
                  AND IV-T-STORE-NO(WS-INV-SUB) =
                       PT-STORE-NO(WS-PO-FOUND)
                   MOVE WS-INV-SUB TO WS-INV-FOUND
               END-IF
           END-PERFORM
               DISPLAY 'ITEM NOT ON INVENTORY MASTER - RECEIPT'
                   ' RECORDED ON THE PO ONLY.'
           ELSE
               PERFORM 320-FIND-CATALOG-COST
               PERFORM 350-AVERAGE-IN-RECEIPT
               ADD WS-RCV-QTY TO IV-T-ON-HAND(WS-INV-FOUND)
               IF WS-RCV-QTY > IV-T-ON-ORDER(WS-INV-FOUND)
                   MOVE ZERO TO IV-T-ON-ORDER(WS-INV-FOUND)
                       IV-T-ON-ORDER(WS-INV-FOUND)
               END-IF
           END-IF.
      * FINDS THE CATALOG COST IN EFFECT ON THE PO DATE - THE LATEST
      * BASE ROW NOT EFFECTIVE AFTER IT, AS APINVOICE SELECTS.
       320-FIND-CATALOG-COST.
           MOVE ZERO TO WS-BEST-DATE
           MOVE ZERO TO WS-RCV-COST
           PERFORM VARYING IC-INDX FROM 1 BY 1
                   UNTIL IC-INDX > IC-COUNT
               IF IC-ITEM-NUM(IC-INDX) = PT-ITEM-NUM(WS-PO-FOUND)
                  AND IC-EFF-DATE(IC-INDX) NOT > PT-DATE(WS-PO-FOUND)
                  AND IC-EFF-DATE(IC-INDX) NOT < WS-BEST-DATE
                   MOVE IC-EFF-DATE(IC-INDX) TO WS-BEST-DATE
                   MOVE IC-COST(IC-INDX) TO WS-RCV-COST
               END-IF
           END-PERFORM.
      * AVERAGES THE RECEIPT INTO THE ITEM'S COST. THE AVERAGE IS
      * ONE FIGURE FOR THE ITEM ACROSS ALL STORES, SO THE UNITS IT
      * WEIGHS AGAINST ARE EVERY STORE'S ON-HAND PLUS WHAT IS IN
      * TRANSIT BETWEEN THEM, AND THE NEW FIGURE GOES ON EVERY ROW.
      * WITH NOTHING IN STOCK (OR NO AVERAGE YET) THE RECEIPT COST
      * BECOMES THE AVERAGE. AN ITEM WITH NO CATALOG COST COMES IN
      * AT ITS CURRENT AVERAGE SO THE AVERAGE IS NOT DRAGGED DOWN.
       350-AVERAGE-IN-RECEIPT.
           MOVE ZERO TO WS-ITEM-UNITS
           MOVE ZERO TO WS-OLD-AVG
           PERFORM VARYING WS-INV-SUB FROM 1 BY 1
                   UNTIL WS-INV-SUB > IV-COUNT
               IF IV-T-ITEM-NUM(WS-INV-SUB) =
                       PT-ITEM-NUM(WS-PO-FOUND)
                   ADD IV-T-ON-HAND(WS-INV-SUB)    TO WS-ITEM-UNITS
                   ADD IV-T-IN-TRANSIT(WS-INV-SUB) TO WS-ITEM-UNITS
                   IF IV-T-AVG-COST(WS-INV-SUB) > ZERO
                       MOVE IV-T-AVG-COST(WS-INV-SUB) TO WS-OLD-AVG
                   END-IF
               END-IF
           END-PERFORM
           IF WS-RCV-COST = ZERO
               MOVE WS-OLD-AVG TO WS-RCV-COST
               DISPLAY 'NO CATALOG COST ON FILE - RECEIVED AT THE'
                   ' CURRENT AVERAGE.'
           END-IF
           IF WS-ITEM-UNITS NOT > ZERO OR WS-OLD-AVG = ZERO
               MOVE WS-RCV-COST TO WS-NEW-AVG
           ELSE
               COMPUTE WS-NEW-AVG ROUNDED =
                   (WS-ITEM-UNITS * WS-OLD-AVG
                    + WS-RCV-QTY * WS-RCV-COST)
                   / (WS-ITEM-UNITS + WS-RCV-QTY)
           END-IF
           PERFORM VARYING WS-INV-SUB FROM 1 BY 1
                   UNTIL WS-INV-SUB > IV-COUNT
               IF IV-T-ITEM-NUM(WS-INV-SUB) =
                       PT-ITEM-NUM(WS-PO-FOUND)
                   MOVE WS-NEW-AVG TO IV-T-AVG-COST(WS-INV-SUB)
               END-IF
           END-PERFORM
           COMPUTE WS-RCV-VALUE ROUNDED = WS-RCV-QTY * WS-RCV-COST
           PERFORM 380-SET-DEPT-INDX
           COMPUTE WS-STORE-INDX = PT-STORE-NO(WS-PO-FOUND) + 1
           ADD WS-RCV-VALUE TO
               CJ-DEPT-AMT(WS-STORE-INDX WS-DEPT-INDX)
           ADD WS-RCV-VALUE TO WS-RCV-VALUE-TOT
           MOVE WS-RCV-COST TO WS-COST-ED
           MOVE WS-NEW-AVG  TO WS-AVG-ED
           DISPLAY 'RECEIVED AT ' WS-COST-ED
               ' - AVERAGE COST NOW ' WS-AVG-ED.
      * THE DEPARTMENT IS THE FIRST DIGIT OF THE ITEM NUMBER, AS
      * PHASEII AND MARGINRPT TAKE IT. ANYTHING ELSE FALLS TO THE
      * COMPANY-WIDE (DEPARTMENT 0) ENTRY.
       380-SET-DEPT-INDX.
           IF PT-ITEM-NUM(WS-PO-FOUND)(1:1) IS NUMERIC
              AND PT-ITEM-NUM(WS-PO-FOUND)(1:1) NOT = '0'
               MOVE PT-ITEM-NUM(WS-PO-FOUND)(1:1) TO WS-DEPT-DIGIT
               COMPUTE WS-DEPT-INDX = WS-DEPT-DIGIT + 1
           ELSE
               MOVE 1 TO WS-DEPT-INDX
           END-IF.
      * REWRITES THE PO FILE WITH THE POSTED RECEIPTS.
       600-SAVE-PO-FILE.
           OPEN OUTPUT PO-FILE
               MOVE PT-QTY-ORD(PT-INDX)  TO PO-QTY-ORD
               MOVE PT-QTY-RCV(PT-INDX)  TO PO-QTY-RCV
               MOVE PT-STATUS(PT-INDX)   TO PO-STATUS
               MOVE PT-VENDOR-NO(PT-INDX) TO PO-VENDOR-NO
               MOVE PT-STORE-NO(PT-INDX)  TO PO-STORE-NO
               WRITE PO-REC
           END-PERFORM
           CLOSE PO-FILE.
           OPEN OUTPUT ITEM-INV-FILE
           PERFORM VARYING IV-INDX FROM 1 BY 1
                   UNTIL IV-INDX > IV-COUNT
               MOVE IV-T-STORE-NO(IV-INDX)   TO IV-STORE-NO
               MOVE IV-T-ITEM-NUM(IV-INDX)   TO IV-ITEM-NUM
               MOVE IV-T-ON-HAND(IV-INDX)    TO IV-ON-HAND
               MOVE IV-T-REORDER-PT(IV-INDX) TO IV-REORDER-PT
               MOVE IV-T-ON-ORDER(IV-INDX)   TO IV-ON-ORDER
               MOVE IV-T-IN-TRANSIT(IV-INDX) TO IV-IN-TRANSIT
               MOVE IV-T-AVG-COST(IV-INDX)   TO IV-AVG-COST
               WRITE INV-REC
           END-PERFORM
           CLOSE ITEM-INV-FILE.
      * APPENDS ONE PORCV PAIR PER STORE AND DEPARTMENT THAT TOOK
      * STOCK IN THIS SESSION: INVENTORY DEBIT, RECEIVED-NOT-
      * INVOICED CREDIT.
       700-WRITE-COST-JOURNAL.
           IF WS-RCV-VALUE-TOT NOT = ZERO
               OPEN EXTEND JOURNAL-FILE
               IF WS-JRNL-STATUS NOT = "00"
                   OPEN OUTPUT JOURNAL-FILE
               END-IF
               PERFORM VARYING WS-STORE-INDX FROM 1 BY 1
                       UNTIL WS-STORE-INDX > 100
                   PERFORM VARYING WS-DEPT-INDX FROM 1 BY 1
                           UNTIL WS-DEPT-INDX > 10
                       IF CJ-DEPT-AMT(WS-STORE-INDX WS-DEPT-INDX)
                               NOT = ZERO
                           PERFORM 750-WRITE-ONE-PAIR
                       END-IF
                   END-PERFORM
               END-PERFORM
               CLOSE JOURNAL-FILE
               DISPLAY WS-JRNL-CT ' GL ' WS-SOURCE
                   ' PAIRS WRITTEN TO GLJOURNAL.DAT.'
           END-IF.
      * WRITES THE PAIR FOR ONE STORE AND DEPARTMENT. A DEPARTMENT
      * WITH NO MAPPING OF ITS OWN AND NO DEPARTMENT 0 ROW CANNOT BE
      * BOOKED AND FAILS THE RUN SO THE GL IS NOT LEFT SHORT.
       750-WRITE-ONE-PAIR.
           IF GM-T-FOUND(WS-DEPT-INDX) NOT = 'Y'
               COMPUTE WS-DEPT-DIGIT = WS-DEPT-INDX - 1
               DISPLAY 'NO GL MAPPING FOR ' WS-SOURCE ' DEPT '
                   WS-DEPT-DIGIT ' - NOT JOURNALED.'
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE WS-RUN-DATE TO GJ-DATE
               MOVE WS-SOURCE   TO GJ-SOURCE
               COMPUTE GJ-STORE = WS-STORE-INDX - 1
               MOVE CJ-DEPT-AMT(WS-STORE-INDX WS-DEPT-INDX) TO GJ-AMT
               MOVE GM-T-DR-ACCT(WS-DEPT-INDX) TO GJ-ACCT
               MOVE 'D'         TO GJ-DRCR
               WRITE JOURNAL-REC
               MOVE GM-T-CR-ACCT(WS-DEPT-INDX) TO GJ-ACCT
               MOVE 'C'         TO GJ-DRCR
               WRITE JOURNAL-REC
               ADD 1 TO WS-JRNL-CT
           END-IF.

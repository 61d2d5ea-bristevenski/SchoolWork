      *    number from the PONUMBER.DAT sequence, goes to the open-PO
      *    file, and bumps the item's on-order count in ITEMINV.DAT -
      *    so the reorder report stops re-suggesting stock already
      *    ordered and nobody hand-edits the inventory file. The
      *    vendor is keyed by number and must be an active vendor on
      *    VENDOR.DAT; the PO line carries the vendor number so the
      *    invoice can be matched back to it. Each session buys for
      *    one store: only that store's inventory rows are offered
      *    or accepted, and the PO line carries the store so the
      *    receipt posts to the store the goods are shipped to.
      *
      * Input:
      *    ITEMINV.DAT  - item inventory master
      *    PONUMBER.DAT - next PO number control file
      *    VENDOR.DAT   - vendor master from VendMaint
      *    Store, vendor, items, and quantities entered at the
      *    console
      *
      * Output:
      *    POFILE.DAT  - one open PO line per item ordered
           SELECT PONUM-FILE ASSIGN TO "PONUMBER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PONUM-STATUS.
           SELECT VENDOR-FILE ASSIGN TO "VENDOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VEND-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ITEM-INV-FILE.
       01  INV-REC.
           05  IV-STORE-NO     PIC 9(2).
           05  IV-ITEM-NUM     PIC X(4).
           05  IV-ON-HAND      PIC S9(5).
           05  IV-REORDER-PT   PIC 9(5).
           05  IV-ON-ORDER     PIC 9(5).
           05  IV-IN-TRANSIT   PIC 9(5).
           05  IV-AVG-COST     PIC 9(4)V9999.
      * ONE ROW PER PO LINE. QTY-RCV ACCUMULATES AS POREC POSTS
      * RECEIPTS; STATUS TURNS 'C' WHEN THE LINE IS FULLY RECEIVED.
      * VENDOR KEEPS THE NAME FOR THE REPORTS; VENDOR-NO IS THE KEY
      * ON VENDOR.DAT. STORE-NO IS THE STORE THE GOODS ARE FOR.
       FD  PO-FILE.
       01  PO-REC.
           05  PO-NO           PIC 9(6).
           05  PO-QTY-ORD      PIC 9(5).
           05  PO-QTY-RCV      PIC 9(5).
           05  PO-STATUS       PIC X.
           05  PO-VENDOR-NO    PIC X(5).
           05  PO-STORE-NO     PIC 9(2).
       FD  PONUM-FILE.
       01  PONUM-REC.
           05  PN-NEXT-PO-NO   PIC 9(6).
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
       WORKING-STORAGE SECTION.
       01  WORKING-ITEMS.
           05  VALID-SW        PIC X.
           05  WS-INV-STATUS   PIC XX.
           05  WS-PO-STATUS    PIC XX.
           05  WS-PONUM-STATUS PIC XX.
           05  WS-VEND-STATUS  PIC XX.
           05  IV-EOF-SWITCH   PIC X       VALUE 'N'.
           05  VN-EOF-SWITCH   PIC X       VALUE 'N'.
           05  WS-RUN-DATE     PIC 9(8).
           05  STORE-NO        PIC 9(2).
           05  RUN-MODE        PIC X.
               88  SUGGEST-MODE            VALUE 'S'.
               88  KEYED-MODE              VALUE 'K'.
           05  WS-NEXT-PO-NO   PIC 9(6)    VALUE 1.
           05  WS-VENDOR       PIC X(15).
           05  WS-VENDOR-NO    PIC X(5).
           05  WS-VN-FOUND     PIC 9(4).
           05  WS-ORDER-QTY    PIC 9(5).
           05  WS-ITEM-NUM     PIC X(4).
           05  WS-ANSWER       PIC X.
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
       01  VENDOR-TABLE.
           05  VT-COUNT        PIC 9(4)    VALUE ZERO.
           05  VT-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON VT-COUNT
                   INDEXED BY VT-INDX.
               10  VT-VENDOR-NO    PIC X(5).
               10  VT-NAME         PIC X(25).
               10  VT-ACTIVE       PIC X.
      *
       PROCEDURE DIVISION.
       000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM 040-READ-PO-NUMBER
           PERFORM 050-LOAD-ITEM-INV
           PERFORM 055-LOAD-VENDORS
           PERFORM 060-OPEN-PO-FILE
           PERFORM 070-ACCEPT-STORE-NUMBER
           DISPLAY 'ENTER MODE (S=SUGGEST FROM REORDER, K=KEYED):'
           ACCEPT RUN-MODE
           PERFORM UNTIL SUGGEST-MODE OR KEYED-MODE
               DISPLAY 'ENTER MODE (S OR K):'
               ACCEPT RUN-MODE
           END-PERFORM
           PERFORM 080-ACCEPT-VENDOR
           IF SUGGEST-MODE
               PERFORM 100-SUGGEST-ORDERS
           ELSE
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
      * LOADS THE VENDOR MASTER. WITH NO VENDORS ON FILE THERE IS
      * NOTHING A PO CAN BE WRITTEN TO, SO THE SESSION STOPS.
       055-LOAD-VENDORS.
           OPEN INPUT VENDOR-FILE
           IF WS-VEND-STATUS NOT = "00"
               MOVE 'Y' TO VN-EOF-SWITCH
           END-IF
           PERFORM UNTIL VN-EOF-SWITCH = 'Y'
               READ VENDOR-FILE
                   AT END
                       MOVE 'Y' TO VN-EOF-SWITCH
                   NOT AT END
                       IF VT-COUNT < 500
                           ADD 1 TO VT-COUNT
                           MOVE VN-VENDOR-NO TO VT-VENDOR-NO(VT-COUNT)
                           MOVE VN-NAME      TO VT-NAME(VT-COUNT)
                           MOVE VN-ACTIVE    TO VT-ACTIVE(VT-COUNT)
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
      * OPENS THE PO FILE FOR EXTEND WITH THE USUAL FIRST-RUN
      * FALLBACK TO OUTPUT.
       060-OPEN-PO-FILE.
           IF WS-PO-STATUS NOT = "00"
               OPEN OUTPUT PO-FILE
           END-IF.
      * CAPTURES THE STORE THIS SESSION IS BUYING FOR.
       070-ACCEPT-STORE-NUMBER.
           DISPLAY 'ENTER STORE NUMBER (1-99):'
           ACCEPT STORE-NO
           MOVE 'N' TO VALID-SW
           PERFORM UNTIL VALID-SW = 'Y'
               IF STORE-NO = ZERO
                   DISPLAY 'INVALID STORE NUMBER.'
                   DISPLAY 'ENTER STORE NUMBER (1-99):'
                   ACCEPT STORE-NO
               ELSE
                   MOVE 'Y' TO VALID-SW
           END-PERFORM.
      * TAKES THE VENDOR NUMBER UNTIL IT IS AN ACTIVE VENDOR ON THE
      * MASTER. THE NAME GOES ON THE PO LINE FOR THE REPORTS.
       080-ACCEPT-VENDOR.
           DISPLAY 'ENTER VENDOR NUMBER:'
           ACCEPT WS-VENDOR-NO
           MOVE 'N' TO VALID-SW
           PERFORM UNTIL VALID-SW = 'Y'
               MOVE ZERO TO WS-VN-FOUND
               PERFORM VARYING VT-INDX FROM 1 BY 1
                       UNTIL VT-INDX > VT-COUNT
                   IF VT-VENDOR-NO(VT-INDX) = WS-VENDOR-NO
                       SET WS-VN-FOUND TO VT-INDX
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN WS-VN-FOUND = ZERO
                       DISPLAY 'VENDOR NOT ON FILE.'
                       DISPLAY 'ENTER VENDOR NUMBER:'
                       ACCEPT WS-VENDOR-NO
                   WHEN VT-ACTIVE(WS-VN-FOUND) NOT = 'A'
                       DISPLAY 'VENDOR IS INACTIVE.'
                       DISPLAY 'ENTER VENDOR NUMBER:'
                       ACCEPT WS-VENDOR-NO
                   WHEN OTHER
                       MOVE 'Y' TO VALID-SW
               END-EVALUATE
           END-PERFORM
           MOVE VT-NAME(WS-VN-FOUND) TO WS-VENDOR
           DISPLAY 'VENDOR: ' VT-NAME(WS-VN-FOUND).
      * WALKS THE STORE'S INVENTORY ROWS OFFERING A PO FOR EVERY
      * ITEM AT OR BELOW ITS REORDER POINT, NET OF WHAT IS ALREADY
      * ON ORDER.
       100-SUGGEST-ORDERS.
           PERFORM VARYING WS-INV-SUB FROM 1 BY 1
                   UNTIL WS-INV-SUB > IV-COUNT
               IF IV-T-STORE-NO(WS-INV-SUB) = STORE-NO
                  AND IV-T-ON-HAND(WS-INV-SUB) NOT >
                       IV-T-REORDER-PT(WS-INV-SUB)
                  AND IV-T-ON-ORDER(WS-INV-SUB) = ZERO
                   DISPLAY 'ITEM ' IV-T-ITEM-NUM(WS-INV-SUB)
               PERFORM VARYING WS-INV-SUB FROM 1 BY 1
                       UNTIL WS-INV-SUB > IV-COUNT
                   IF IV-T-ITEM-NUM(WS-INV-SUB) = WS-ITEM-NUM
                      AND IV-T-STORE-NO(WS-INV-SUB) = STORE-NO
                       MOVE WS-INV-SUB TO WS-INV-FOUND
                   END-IF
               END-PERFORM
               IF WS-INV-FOUND = ZERO
                   DISPLAY 'ITEM NOT ON INVENTORY MASTER FOR STORE '
                       STORE-NO
               ELSE
                   DISPLAY 'ENTER QUANTITY TO ORDER:'
                   ACCEPT WS-ORDER-QTY
           MOVE WS-ORDER-QTY  TO PO-QTY-ORD
           MOVE ZERO          TO PO-QTY-RCV
           MOVE 'O'           TO PO-STATUS
           MOVE WS-VENDOR-NO  TO PO-VENDOR-NO
           MOVE STORE-NO      TO PO-STORE-NO
           WRITE PO-REC
           ADD WS-ORDER-QTY TO IV-T-ON-ORDER(WS-INV-FOUND)
           ADD 1 TO WS-NEXT-PO-NO
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

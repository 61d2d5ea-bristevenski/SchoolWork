       IDENTIFICATION DIVISION.
       PROGRAM-ID. XferShip.
       AUTHOR. Brianna Muleski
               Andrew Iverson
       DATE-WRITTEN. 10/13/14
      ******************************************************************
      * Purpose:
      *    Ship side of an inter-store stock transfer. The shipping
      *    store keys the store the goods are going to, then the
      *    items and quantities loaded on the truck. Each line is
      *    checked against the shipping store's own on-hand on
      *    ITEMINV.DAT - a store cannot ship stock it does not have -
      *    and on posting comes off that store's on-hand and goes
      *    onto the receiving store's in-transit, so the units are
      *    never counted in two places or lost between them. The
      *    lines go to the transfer file as in transit under one
      *    transfer number from the XFERNO.DAT sequence, and a
      *    transfer document is printed to travel with the goods.
      *    XferReceive takes the lines off in-transit when the truck
      *    is unloaded.
      *
      * Input:
      *    ITEMINV.DAT  - item inventory master, by store and item
      *    XFERNO.DAT   - next transfer number control file
      *    Operator, stores, items, and quantities entered at the
      *    console
      *
      * Output:
      *    TRANSFER.DAT - one in-transit row per line shipped
      *    ITEMINV.DAT  - rewritten with on-hand and in-transit moved
      *    XFERNO.DAT   - next number saved back
      *    XFERDOC.RPT  - transfer document for the shipment
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ITEM-INV-FILE ASSIGN TO "ITEMINV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INV-STATUS.
           SELECT XFER-FILE ASSIGN TO "TRANSFER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XF-STATUS.
           SELECT XFERNUM-FILE ASSIGN TO "XFERNO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XFNUM-STATUS.
           SELECT DOC-FILE ASSIGN TO "XFERDOC.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
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
      * ONE ROW PER TRANSFER LINE. STATUS IS 'T' WHILE THE GOODS ARE
      * ON THE TRUCK; XFERRECEIVE SETS 'R' (RECEIVED AS SHIPPED) OR
      * 'D' (RECEIVED WITH A DISCREPANCY) AND FILLS IN THE RECEIVING
      * FIELDS.
       FD  XFER-FILE.
       01  XFER-REC.
           05  XF-NO           PIC 9(6).
           05  XF-LINE-NO      PIC 9(3).
           05  XF-FROM-STORE   PIC 9(2).
           05  XF-TO-STORE     PIC 9(2).
           05  XF-ITEM-NUM     PIC X(4).
           05  XF-SHIP-QTY     PIC 9(5).
           05  XF-RCV-QTY      PIC 9(5).
           05  XF-SHIP-DATE    PIC 9(8).
           05  XF-RCV-DATE     PIC 9(8).
           05  XF-STATUS       PIC X.
           05  XF-SHIP-OPER    PIC X(5).
           05  XF-RCV-OPER     PIC X(5).
       FD  XFERNUM-FILE.
       01  XFERNUM-REC.
           05  XN-NEXT-XFER-NO PIC 9(6).
       FD  DOC-FILE.
       01  DOC-REC             PIC X(80).
       WORKING-STORAGE SECTION.
       01  WORKING-ITEMS.
           05  VALID-SW        PIC X.
           05  WS-INV-STATUS   PIC XX.
           05  WS-XF-STATUS    PIC XX.
           05  WS-XFNUM-STATUS PIC XX.
           05  IV-EOF-SWITCH   PIC X       VALUE 'N'.
           05  WS-RUN-DATE     PIC 9(8).
           05  OPERATOR-ID     PIC X(5).
           05  WS-FROM-STORE   PIC 9(2).
           05  WS-TO-STORE     PIC 9(2).
           05  WS-XFER-NO      PIC 9(6)    VALUE 1.
           05  WS-ITEM-NUM     PIC X(4).
           05  WS-SHIP-QTY     PIC 9(5).
           05  WS-FIND-STORE   PIC 9(2).
           05  WS-INV-SUB      PIC 9(4).
           05  WS-INV-FOUND    PIC 9(4).
           05  WS-FROM-FOUND   PIC 9(4).
           05  WS-LINES-CT     PIC 9(3)    VALUE ZERO.
           05  WS-UNITS-TOT    PIC 9(7)    VALUE ZERO.
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
       01  HD-TITLE.
           05  FILLER          PIC X(6)    VALUE "DATE: ".
           05  HD-MM           PIC 99.
           05  FILLER          PIC X       VALUE "/".
           05  HD-DD           PIC 99.
           05  FILLER          PIC X       VALUE "/".
           05  HD-YEAR         PIC 9(4).
           05  FILLER          PIC X(10)   VALUE SPACES.
           05  FILLER          PIC X(21)   VALUE
                                   "INTER-STORE TRANSFER ".
           05  HD-XFER-NO      PIC 9(6).
       01  HD-STORES.
           05  FILLER          PIC X(12)   VALUE "FROM STORE: ".
           05  HD-FROM-STORE   PIC 99.
           05  FILLER          PIC X(13)   VALUE "   TO STORE: ".
           05  HD-TO-STORE     PIC 99.
           05  FILLER          PIC X(15)   VALUE "   SHIPPED BY: ".
           05  HD-SHIP-OPER    PIC X(5).
       01  HD-COLUMNS.
           05  FILLER          PIC X(4)    VALUE "LINE".
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  FILLER          PIC X(4)    VALUE "ITEM".
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  FILLER          PIC X(7)    VALUE "SHIPPED".
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  FILLER          PIC X(8)    VALUE "RECEIVED".
       01  DOC-DETAIL.
           05  FILLER          PIC X(1)    VALUE SPACES.
           05  DD-LINE-NO      PIC ZZ9.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  DD-ITEM-NUM     PIC X(4).
           05  FILLER          PIC X(6)    VALUE SPACES.
           05  DD-SHIP-QTY     PIC ZZZZ9.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  FILLER          PIC X(8)    VALUE "________".
       01  DOC-FOOTER.
           05  DF-LINES        PIC ZZ9.
           05  FILLER          PIC X(9)    VALUE " LINES,  ".
           05  DF-UNITS        PIC Z,ZZZ,ZZ9.
           05  FILLER          PIC X(15)   VALUE " UNITS SHIPPED.".
       01  DOC-SIGN-LINE.
           05  FILLER          PIC X(40)   VALUE
                   "RECEIVED BY: ______________  DATE: _____".
      *
       PROCEDURE DIVISION.
       000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM 040-READ-XFER-NUMBER
           PERFORM 050-LOAD-ITEM-INV
           PERFORM 070-ACCEPT-OPERATOR-ID
           PERFORM 075-ACCEPT-STORES
           PERFORM 080-OPEN-FILES
           PERFORM 090-WRITE-DOC-HEADING

           PERFORM 100-SHIP-ONE-LINE
               UNTIL WS-ITEM-NUM = 'QUIT'
           PERFORM 500-WRITE-DOC-FOOTER
           CLOSE XFER-FILE
                 DOC-FILE
           IF WS-LINES-CT > ZERO
               DISPLAY 'TRANSFER ' WS-XFER-NO ' SHIPPED - '
                   WS-LINES-CT ' LINES, DOCUMENT IN XFERDOC.RPT.'
               PERFORM 600-SAVE-ITEM-INV
               PERFORM 650-SAVE-XFER-NUMBER
           ELSE
               DISPLAY 'NOTHING SHIPPED.'
           END-IF
           DISPLAY '--END OF TRANSFER SHIPMENT--'
           STOP RUN.
      * READS THE NEXT TRANSFER NUMBER FROM ITS CONTROL FILE. ON THE
      * VERY FIRST RUN THE SEQUENCE STARTS AT 1.
       040-READ-XFER-NUMBER.
           OPEN INPUT XFERNUM-FILE
           IF WS-XFNUM-STATUS = "00"
               READ XFERNUM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE XN-NEXT-XFER-NO TO WS-XFER-NO
               END-READ
               CLOSE XFERNUM-FILE
           END-IF.
      * LOADS THE INVENTORY MASTER INTO A RUNTIME TABLE. THE
      * SHIPMENT POSTS AGAINST THE TABLE AND THE FILE IS REWRITTEN
      * AT THE END.
       050-LOAD-ITEM-INV.
           OPEN INPUT ITEM-INV-FILE
           IF WS-INV-STATUS NOT = "00"
               DISPLAY 'ITEMINV.DAT CANNOT BE OPENED.'
               STOP RUN
           END-IF
           PERFORM UNTIL IV-EOF-SWITCH = 'Y'
               READ ITEM-INV-FILE
                   AT END
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
      * CAPTURES THE OPERATOR ID ONCE AT STARTUP. IT IS STAMPED ONTO
      * EVERY TRANSFER LINE SHIPPED THIS SESSION.
       070-ACCEPT-OPERATOR-ID.
           DISPLAY 'ENTER OPERATOR ID:'
           ACCEPT OPERATOR-ID
           MOVE 'N' TO VALID-SW
           PERFORM UNTIL VALID-SW = 'Y'
               IF OPERATOR-ID = SPACE
                   DISPLAY 'INVALID OPERATOR ID.'
                   DISPLAY 'ENTER OPERATOR ID:'
                   ACCEPT OPERATOR-ID
               ELSE
                   MOVE 'Y' TO VALID-SW
           END-PERFORM.
      * CAPTURES THE SHIPPING AND RECEIVING STORES. BOTH MUST BE
      * REAL STORE NUMBERS AND A STORE CANNOT SHIP TO ITSELF.
       075-ACCEPT-STORES.
           DISPLAY 'ENTER SHIPPING STORE NUMBER (1-99):'
           ACCEPT WS-FROM-STORE
           PERFORM UNTIL WS-FROM-STORE > ZERO
               DISPLAY 'INVALID STORE NUMBER.'
               DISPLAY 'ENTER SHIPPING STORE NUMBER (1-99):'
               ACCEPT WS-FROM-STORE
           END-PERFORM
           DISPLAY 'ENTER RECEIVING STORE NUMBER (1-99):'
           ACCEPT WS-TO-STORE
           MOVE 'N' TO VALID-SW
           PERFORM UNTIL VALID-SW = 'Y'
               EVALUATE TRUE
                   WHEN WS-TO-STORE = ZERO
                       DISPLAY 'INVALID STORE NUMBER.'
                       DISPLAY 'ENTER RECEIVING STORE NUMBER (1-99):'
                       ACCEPT WS-TO-STORE
                   WHEN WS-TO-STORE = WS-FROM-STORE
                       DISPLAY 'A STORE CANNOT SHIP TO ITSELF.'
                       DISPLAY 'ENTER RECEIVING STORE NUMBER (1-99):'
                       ACCEPT WS-TO-STORE
                   WHEN OTHER
                       MOVE 'Y' TO VALID-SW
               END-EVALUATE
           END-PERFORM.
      * OPENS THE TRANSFER FILE FOR EXTEND WITH THE USUAL FIRST-RUN
      * FALLBACK TO OUTPUT, AND THE TRANSFER DOCUMENT.
       080-OPEN-FILES.
           OPEN EXTEND XFER-FILE
           IF WS-XF-STATUS NOT = "00"
               OPEN OUTPUT XFER-FILE
           END-IF
           OPEN OUTPUT DOC-FILE.
      * PRINTS THE TOP OF THE TRANSFER DOCUMENT: NUMBER, DATE, THE
      * TWO STORES, AND WHO SHIPPED.
       090-WRITE-DOC-HEADING.
           MOVE WS-RUN-DATE(5:2) TO HD-MM
           MOVE WS-RUN-DATE(7:2) TO HD-DD
           MOVE WS-RUN-DATE(1:4) TO HD-YEAR
           MOVE WS-XFER-NO       TO HD-XFER-NO
           MOVE WS-FROM-STORE    TO HD-FROM-STORE
           MOVE WS-TO-STORE      TO HD-TO-STORE
           MOVE OPERATOR-ID      TO HD-SHIP-OPER
           WRITE DOC-REC FROM HD-TITLE
           WRITE DOC-REC FROM HD-STORES
               AFTER ADVANCING 2 LINES
           WRITE DOC-REC FROM HD-COLUMNS
               AFTER ADVANCING 2 LINES.
      * TAKES ONE TRANSFER LINE: ITEM NUMBER (QUIT ENDS THE
      * SHIPMENT), CHECKED AGAINST THE SHIPPING STORE'S ROWS, THEN
      * THE QUANTITY LOADED. SHIPPING MORE THAN THE STORE HAS ON
      * HAND IS REFUSED.
       100-SHIP-ONE-LINE.
           DISPLAY SPACE
           DISPLAY 'ENTER ITEM NUMBER (QUIT TO END):'
           ACCEPT WS-ITEM-NUM
           IF WS-ITEM-NUM = 'QUIT'
               CONTINUE
           ELSE
               MOVE WS-FROM-STORE TO WS-FIND-STORE
               PERFORM 300-FIND-INV-ROW
               MOVE WS-INV-FOUND TO WS-FROM-FOUND
               IF WS-FROM-FOUND = ZERO
                   DISPLAY 'ITEM NOT ON INVENTORY MASTER FOR STORE '
                       WS-FROM-STORE
               ELSE
                   DISPLAY 'ON HAND AT STORE ' WS-FROM-STORE ': '
                       IV-T-ON-HAND(WS-FROM-FOUND)
                   DISPLAY 'ENTER QUANTITY SHIPPED:'
                   ACCEPT WS-SHIP-QTY
                   EVALUATE TRUE
                       WHEN WS-SHIP-QTY = ZERO
                           DISPLAY 'NOTHING SHIPPED.'
                       WHEN WS-SHIP-QTY > IV-T-ON-HAND(WS-FROM-FOUND)
                           DISPLAY 'MORE THAN THE STORE HAS ON HAND'
                               ' - REFUSED.'
                       WHEN OTHER
                           PERFORM 200-POST-SHIPMENT
                   END-EVALUATE
               END-IF
           END-IF.
      * MOVES THE UNITS OFF THE SHIPPING STORE'S ON-HAND AND ONTO THE
      * RECEIVING STORE'S IN-TRANSIT, WRITES THE IN-TRANSIT ROW, AND
      * PRINTS THE LINE ON THE DOCUMENT. A RECEIVING STORE THAT HAS
      * NEVER CARRIED THE ITEM GETS A NEW ROW WITH NOTHING ON HAND.
      * THE ITEM'S AVERAGE COST IS ONE FIGURE ACROSS STORES, SO THE
      * RECEIVING ROW CARRIES THE SHIPPING ROW'S AVERAGE AND THE
      * TRANSFER MOVES NO VALUE IN THE GL.
       200-POST-SHIPMENT.
           MOVE WS-TO-STORE TO WS-FIND-STORE
           PERFORM 300-FIND-INV-ROW
           IF WS-INV-FOUND = ZERO
               PERFORM 310-ADD-INV-ROW
           END-IF
           IF WS-INV-FOUND = ZERO
               DISPLAY 'INVENTORY TABLE FULL - LINE REFUSED.'
           ELSE
               SUBTRACT WS-SHIP-QTY FROM IV-T-ON-HAND(WS-FROM-FOUND)
               ADD WS-SHIP-QTY TO IV-T-IN-TRANSIT(WS-INV-FOUND)
               MOVE IV-T-AVG-COST(WS-FROM-FOUND) TO
                   IV-T-AVG-COST(WS-INV-FOUND)
               ADD 1 TO WS-LINES-CT
               ADD WS-SHIP-QTY TO WS-UNITS-TOT
               MOVE WS-XFER-NO    TO XF-NO
               MOVE WS-LINES-CT   TO XF-LINE-NO
               MOVE WS-FROM-STORE TO XF-FROM-STORE
               MOVE WS-TO-STORE   TO XF-TO-STORE
               MOVE WS-ITEM-NUM   TO XF-ITEM-NUM
               MOVE WS-SHIP-QTY   TO XF-SHIP-QTY
               MOVE ZERO          TO XF-RCV-QTY
               MOVE WS-RUN-DATE   TO XF-SHIP-DATE
               MOVE ZERO          TO XF-RCV-DATE
               MOVE 'T'           TO XF-STATUS
               MOVE OPERATOR-ID   TO XF-SHIP-OPER
               MOVE SPACES        TO XF-RCV-OPER
               WRITE XFER-REC
               MOVE WS-LINES-CT   TO DD-LINE-NO
               MOVE WS-ITEM-NUM   TO DD-ITEM-NUM
               MOVE WS-SHIP-QTY   TO DD-SHIP-QTY
               WRITE DOC-REC FROM DOC-DETAIL
                   AFTER ADVANCING 1 LINE
               DISPLAY 'LINE ' WS-LINES-CT ' SHIPPED - '
                   WS-SHIP-QTY ' OF ' WS-ITEM-NUM ' IN TRANSIT.'
           END-IF.
      * FINDS THE ROW FOR ITEM WS-ITEM-NUM AT STORE WS-FIND-STORE.
      * WS-INV-FOUND IS ZERO WHEN THE STORE DOES NOT CARRY THE ITEM.
       300-FIND-INV-ROW.
           MOVE ZERO TO WS-INV-FOUND
           PERFORM VARYING WS-INV-SUB FROM 1 BY 1
                   UNTIL WS-INV-SUB > IV-COUNT
               IF IV-T-ITEM-NUM(WS-INV-SUB) = WS-ITEM-NUM
                  AND IV-T-STORE-NO(WS-INV-SUB) = WS-FIND-STORE
                   MOVE WS-INV-SUB TO WS-INV-FOUND
               END-IF
           END-PERFORM.
      * ADDS AN EMPTY ROW FOR THE ITEM AT STORE WS-FIND-STORE. THE
      * REORDER POINT STARTS AT ZERO UNTIL THE STORE SETS ONE.
       310-ADD-INV-ROW.
           IF IV-COUNT < 1000
               ADD 1 TO IV-COUNT
               MOVE WS-FIND-STORE TO IV-T-STORE-NO(IV-COUNT)
               MOVE WS-ITEM-NUM   TO IV-T-ITEM-NUM(IV-COUNT)
               MOVE ZERO          TO IV-T-ON-HAND(IV-COUNT)
               MOVE ZERO          TO IV-T-REORDER-PT(IV-COUNT)
               MOVE ZERO          TO IV-T-ON-ORDER(IV-COUNT)
               MOVE ZERO          TO IV-T-IN-TRANSIT(IV-COUNT)
               MOVE ZERO          TO IV-T-AVG-COST(IV-COUNT)
               MOVE IV-COUNT      TO WS-INV-FOUND
           END-IF.
      * CLOSES THE DOCUMENT WITH THE LINE AND UNIT TOTALS AND A
      * SIGNATURE LINE FOR THE RECEIVING STORE.
       500-WRITE-DOC-FOOTER.
           MOVE WS-LINES-CT  TO DF-LINES
           MOVE WS-UNITS-TOT TO DF-UNITS
           WRITE DOC-REC FROM DOC-FOOTER
               AFTER ADVANCING 2 LINES
           WRITE DOC-REC FROM DOC-SIGN-LINE
               AFTER ADVANCING 3 LINES.
      * REWRITES ITEMINV.DAT WITH THE MOVED ON-HAND AND IN-TRANSIT.
       600-SAVE-ITEM-INV.
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
      * SAVES THE NEXT TRANSFER NUMBER FOR THE NEXT SHIPMENT.
       650-SAVE-XFER-NUMBER.
           ADD 1 TO WS-XFER-NO
           OPEN OUTPUT XFERNUM-FILE
           MOVE WS-XFER-NO TO XN-NEXT-XFER-NO
           WRITE XFERNUM-REC
           CLOSE XFERNUM-FILE.

      *    Posts the quantities already captured on the transaction
      *    file against an item inventory master, turning the stock
      *    control done on clipboards into a batch run. Each sale
      *    decrements the on-hand of the item at the store that rang
      *    it and each return (negative quantity) adds it back there.
      *    Items at or below their reorder point after posting are
      *    printed on a reorder report, store by store.
      *
      *    Each sale is costed at the item's weighted-average cost
      *    (kept by PoReceive) and each return goes back into stock
      *    at the same figure. The cost of sales is booked to the GL
      *    as COGS pairs by store and department (cost-of-sales
      *    debit, inventory credit); a store and department whose
      *    returns outweigh its sales gets the pair reversed.
      *
      * Input:
      *    TRANSACTION.DAT - batch transaction file from GroupProject
      *    ITEMINV.DAT     - item inventory master (on-hand, reorder
      *                      point, on-order, in transit) keyed by
      *                      store number plus the same 4-character
      *                      item number as ITEMPRC.DAT
      *    GLMAP.DAT       - GL accounts for source COGS
      *
      * Output:
      *    ITEMINV.DAT   - rewritten with the posted on-hand amounts
      *    REORDER.RPT   - items at or below their reorder point
      *    INVEXCEPT.DAT - transactions whose item number is not on
      *                    the inventory master for their store
      *    GLJOURNAL.DAT - COGS pairs appended
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCEPTION-FILE ASSIGN TO "INVEXCEPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GLMAP-FILE ASSIGN TO "GLMAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "GLJOURNAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-FILE.
           05  T-STORE-NO      PIC 9(2).
       FD  ITEM-INV-FILE.
       01  INV-REC.
           05  IV-STORE-NO     PIC 9(2).
           05  IV-ITEM-NUM     PIC X(4).
           05  IV-ON-HAND      PIC S9(5).
           05  IV-REORDER-PT   PIC 9(5).
           05  IV-ON-ORDER     PIC 9(5).
           05  IV-IN-TRANSIT   PIC 9(5).
           05  IV-AVG-COST     PIC 9(4)V9999.
       FD  REORDER-FILE.
       01  REORDER-REC         PIC X(80).
       FD  EXCEPTION-FILE.
       01  EXCEPTION-REC       PIC X(72).
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
           05  T-EOF-SWITCH    PIC X       VALUE 'N'.
           05  WS-FOUND-INDX   PIC 9(4).
           05  WS-RUN-DATE     PIC 9(8).
           05  WS-REORDER-CT   PIC 9(4)    VALUE ZERO.
           05  WS-RPT-STORE    PIC 9(3).
           05  WS-MAP-STATUS   PIC XX.
           05  WS-JRNL-STATUS  PIC XX.
           05  EOF-SWITCH      PIC X.
           05  WS-SOURCE       PIC X(8)    VALUE 'COGS'.
           05  WS-MAP-SW       PIC X       VALUE 'N'.
               88  MAP-FOUND               VALUE 'Y'.
           05  WS-SALE-COST    PIC S9(7)V99.
           05  WS-COST-TOT     PIC S9(9)V99 VALUE ZERO.
           05  WS-NO-COST-CT   PIC 9(4)    VALUE ZERO.
           05  WS-DEPT-DIGIT   PIC 9.
           05  WS-DEPT-INDX    PIC 99.
           05  WS-STORE-INDX   PIC 9(3).
           05  WS-JRNL-CT      PIC 9(4)    VALUE ZERO.
           05  WS-COST-ED      PIC $$$,$$$,$$9.99-.
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
      * GL ACCOUNTS BY DEPARTMENT; ENTRY 1 IS DEPARTMENT 0, THE
      * COMPANY-WIDE ROW USED FOR ANY DEPARTMENT WITHOUT ITS OWN.
       01  GL-MAP-TABLE.
           05  GM-T-ENTRY OCCURS 10 TIMES.
               10  GM-T-FOUND      PIC X.
               10  GM-T-DR-ACCT    PIC X(6).
               10  GM-T-CR-ACCT    PIC X(6).
      * COST OF SALES BY STORE (ENTRY 1 IS STORE 0) AND DEPARTMENT.
       01  COST-JOURNAL-TABLE.
           05  CJ-STORE-ENTRY OCCURS 100 TIMES.
               10  CJ-DEPT-AMT     PIC S9(9)V99 OCCURS 10 TIMES.
       01  HD-TITLE.
           05  FILLER          PIC X(6)    VALUE "DATE: ".
           05  HD-MM           PIC 99.
           05  FILLER          PIC X(15)   VALUE SPACES.
           05  FILLER          PIC X(14)   VALUE "REORDER REPORT".
       01  HD-COLUMNS.
           05  FILLER          PIC X(5)    VALUE "STORE".
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(4)    VALUE "ITEM".
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  FILLER          PIC X(7)    VALUE "ON HAND".
           05  FILLER          PIC X(13)   VALUE "REORDER POINT".
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(8)    VALUE "ON ORDER".
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(10)   VALUE "IN TRANSIT".
       01  REORDER-DETAIL.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  RD-STORE-NO     PIC 99.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  RD-ITEM-NUM     PIC X(4).
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  RD-ON-HAND      PIC ZZZZ9-.
           05  RD-REORDER-PT   PIC ZZZZ9.
           05  FILLER          PIC X(9)    VALUE SPACES.
           05  RD-ON-ORDER     PIC ZZZZ9.
           05  FILLER          PIC X(8)    VALUE SPACES.
           05  RD-IN-TRANSIT   PIC ZZZZ9.
       01  REORDER-FOOTER.
           05  RF-COUNT        PIC ZZZ9.
           05  FILLER          PIC X(24)   VALUE
       PROCEDURE DIVISION.
       000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           INITIALIZE COST-JOURNAL-TABLE
           PERFORM 040-LOAD-GLMAP
           IF NOT MAP-FOUND
               DISPLAY 'NO ' WS-SOURCE ' MAPPING IN GLMAP.DAT - '
                   'NOTHING POSTED.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 050-LOAD-ITEM-INV
           PERFORM 100-OPEN-FILES
           PERFORM 200-POST-TRANSACTIONS UNTIL T-EOF-SWITCH = 'Y'
           PERFORM 400-WRITE-REORDER-REPORT
           PERFORM 600-SAVE-ITEM-INV
           PERFORM 650-WRITE-COST-JOURNAL
           PERFORM 700-CLOSE-FILES

           MOVE WS-COST-TOT TO WS-COST-ED
           DISPLAY "COST OF SALES: " WS-COST-ED
           IF WS-NO-COST-CT > ZERO
               DISPLAY WS-NO-COST-CT
                   " LINES HAD NO AVERAGE COST - COSTED AT ZERO."
           END-IF
           DISPLAY "INVENTORY POSTED!"
           STOP RUN.
      * FINDS THE COST-OF-SALES AND INVENTORY ACCOUNTS FOR SOURCE
      * COGS BY DEPARTMENT. WITH NO MAPPING AT ALL THE RUN STOPS
      * BEFORE ANYTHING POSTS, SO NO STOCK LEAVES THE MASTER
      * WITHOUT ITS JOURNAL ENTRY.
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
      * LOADS THE ITEM INVENTORY MASTER INTO A RUNTIME TABLE. THE
      * BATCH IS POSTED AGAINST THE TABLE AND THE FILE IS REWRITTEN
      * AT THE END OF THE RUN.
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
                       PERFORM 300-POST-ONE-ITEM
                   END-IF
           END-READ.
      * FINDS THE TRANSACTION'S ITEM AT THE TRANSACTION'S STORE IN
      * THE INVENTORY TABLE AND SUBTRACTS THE QUANTITY SOLD (A
      * RETURN'S NEGATIVE QUANTITY ADDS BACK), COSTING THE UNITS AT
      * THE ITEM'S AVERAGE COST. AN ITEM NOT ON THE MASTER FOR THAT
      * STORE GOES TO THE EXCEPTION FILE SO THE MISSING ITEM RECORD
      * GETS SET UP.
       300-POST-ONE-ITEM.
           MOVE 'N' TO IV-FOUND-SW
           PERFORM VARYING IV-INDX FROM 1 BY 1
                   UNTIL IV-INDX > IV-COUNT
               IF IV-T-ITEM-NUM(IV-INDX) = T-ITEM-NO
                  AND IV-T-STORE-NO(IV-INDX) = T-STORE-NO
                   MOVE 'Y' TO IV-FOUND-SW
                   SET WS-FOUND-INDX TO IV-INDX
               END-IF
           END-PERFORM
           IF ITEM-FOUND
               SUBTRACT T-QNT FROM IV-T-ON-HAND(WS-FOUND-INDX)
               PERFORM 350-COST-ONE-ITEM
           ELSE
               WRITE EXCEPTION-REC FROM TRANS-REC
           END-IF.
      * ADDS THE LINE'S UNITS AT AVERAGE COST TO THE STORE AND
      * DEPARTMENT'S COST OF SALES. A RETURN'S NEGATIVE QUANTITY
      * TAKES THE COST BACK OUT. THE DEPARTMENT IS THE FIRST DIGIT
      * OF THE ITEM NUMBER, AS PHASEII AND MARGINRPT TAKE IT;
      * ANYTHING ELSE FALLS TO THE DEPARTMENT 0 ENTRY.
       350-COST-ONE-ITEM.
           IF IV-T-AVG-COST(WS-FOUND-INDX) = ZERO
               ADD 1 TO WS-NO-COST-CT
           END-IF
           COMPUTE WS-SALE-COST ROUNDED =
               T-QNT * IV-T-AVG-COST(WS-FOUND-INDX)
           IF T-ITEM-NO(1:1) IS NUMERIC
              AND T-ITEM-NO(1:1) NOT = '0'
               MOVE T-ITEM-NO(1:1) TO WS-DEPT-DIGIT
               COMPUTE WS-DEPT-INDX = WS-DEPT-DIGIT + 1
           ELSE
               MOVE 1 TO WS-DEPT-INDX
           END-IF
           COMPUTE WS-STORE-INDX = T-STORE-NO + 1
           ADD WS-SALE-COST TO
               CJ-DEPT-AMT(WS-STORE-INDX WS-DEPT-INDX)
           ADD WS-SALE-COST TO WS-COST-TOT.
      * PRINTS EVERY ITEM WHOSE POSTED ON-HAND IS AT OR BELOW ITS
      * REORDER POINT, GROUPED BY STORE SO EACH STORE SEES WHAT IT
      * IS SHORT OF.
       400-WRITE-REORDER-REPORT.
           MOVE WS-RUN-DATE(5:2) TO HD-MM
           MOVE WS-RUN-DATE(7:2) TO HD-DD
           WRITE REORDER-REC FROM HD-TITLE
           WRITE REORDER-REC FROM HD-COLUMNS
               AFTER ADVANCING 2 LINES
           PERFORM VARYING WS-RPT-STORE FROM 1 BY 1
                   UNTIL WS-RPT-STORE > 99
               PERFORM 450-REPORT-ONE-STORE
           END-PERFORM
           MOVE WS-REORDER-CT TO RF-COUNT
           WRITE REORDER-REC FROM REORDER-FOOTER
               AFTER ADVANCING 2 LINES.
       450-REPORT-ONE-STORE.
           PERFORM VARYING IV-INDX FROM 1 BY 1
                   UNTIL IV-INDX > IV-COUNT
               IF IV-T-STORE-NO(IV-INDX) = WS-RPT-STORE
                  AND IV-T-ON-HAND(IV-INDX) NOT >
                           IV-T-REORDER-PT(IV-INDX)
                   MOVE IV-T-STORE-NO(IV-INDX)   TO RD-STORE-NO
                   MOVE IV-T-ITEM-NUM(IV-INDX)   TO RD-ITEM-NUM
                   MOVE IV-T-ON-HAND(IV-INDX)    TO RD-ON-HAND
                   MOVE IV-T-REORDER-PT(IV-INDX) TO RD-REORDER-PT
                   MOVE IV-T-ON-ORDER(IV-INDX)   TO RD-ON-ORDER
                   MOVE IV-T-IN-TRANSIT(IV-INDX) TO RD-IN-TRANSIT
                   WRITE REORDER-REC FROM REORDER-DETAIL
                       AFTER ADVANCING 1 LINE
                   ADD 1 TO WS-REORDER-CT
               END-IF
           END-PERFORM.
      * REWRITES ITEMINV.DAT FROM THE POSTED TABLE.
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
      * APPENDS ONE COGS PAIR PER STORE AND DEPARTMENT WITH COST OF
      * SALES IN THE BATCH.
       650-WRITE-COST-JOURNAL.
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
                       PERFORM 660-WRITE-ONE-PAIR
                   END-IF
               END-PERFORM
           END-PERFORM
           CLOSE JOURNAL-FILE
           DISPLAY WS-JRNL-CT ' GL ' WS-SOURCE
               ' PAIRS WRITTEN TO GLJOURNAL.DAT.'.
      * WRITES THE PAIR FOR ONE STORE AND DEPARTMENT - COST OF SALES
      * DEBIT, INVENTORY CREDIT, OR THE REVERSE WHEN RETURNS PUT
      * MORE BACK THAN WAS SOLD. A DEPARTMENT WITH NO MAPPING OF ITS
      * OWN AND NO DEPARTMENT 0 ROW CANNOT BE BOOKED AND FAILS THE
      * RUN SO THE GL IS NOT LEFT SHORT.
       660-WRITE-ONE-PAIR.
           IF GM-T-FOUND(WS-DEPT-INDX) NOT = 'Y'
               COMPUTE WS-DEPT-DIGIT = WS-DEPT-INDX - 1
               DISPLAY 'NO GL MAPPING FOR ' WS-SOURCE ' DEPT '
                   WS-DEPT-DIGIT ' - NOT JOURNALED.'
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE WS-RUN-DATE TO GJ-DATE
               MOVE WS-SOURCE   TO GJ-SOURCE
               COMPUTE GJ-STORE = WS-STORE-INDX - 1
               IF CJ-DEPT-AMT(WS-STORE-INDX WS-DEPT-INDX) > ZERO
                   MOVE CJ-DEPT-AMT(WS-STORE-INDX WS-DEPT-INDX)
                       TO GJ-AMT
                   MOVE GM-T-DR-ACCT(WS-DEPT-INDX) TO GJ-ACCT
                   MOVE 'D'     TO GJ-DRCR
                   WRITE JOURNAL-REC
                   MOVE GM-T-CR-ACCT(WS-DEPT-INDX) TO GJ-ACCT
                   MOVE 'C'     TO GJ-DRCR
                   WRITE JOURNAL-REC
               ELSE
                   COMPUTE GJ-AMT =
                       0 - CJ-DEPT-AMT(WS-STORE-INDX WS-DEPT-INDX)
                   MOVE GM-T-CR-ACCT(WS-DEPT-INDX) TO GJ-ACCT
                   MOVE 'D'     TO GJ-DRCR
                   WRITE JOURNAL-REC
                   MOVE GM-T-DR-ACCT(WS-DEPT-INDX) TO GJ-ACCT
                   MOVE 'C'     TO GJ-DRCR
                   WRITE JOURNAL-REC
               END-IF
               ADD 1 TO WS-JRNL-CT
           END-IF.
      * CLOSES THE REMAINING FILES.
       700-CLOSE-FILES.
           CLOSE TRANSACTION-FILE

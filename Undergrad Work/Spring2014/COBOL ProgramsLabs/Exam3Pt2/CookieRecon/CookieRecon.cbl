       IDENTIFICATION DIVISION.
       PROGRAM-ID. CookieRecon.
       AUTHOR. Brianna Muleski
       DATE-WRITTEN. 10/15/14
      ******************************************************************
      * Purpose:
      *     Cookie sale reconciliation. For every seller it shows the
      *     boxes issued from troop inventory, the boxes sold (from
      *     the sales file), the unsold boxes returned and what the
      *     seller should still be holding, then the dollars due for
      *     the boxes sold at the price of each variety, the dollars
      *     turned in and the balance outstanding. A second section
      *     checks troop inventory by variety: what was received from
      *     council against what has been issued and returned, what
      *     the book says is on hand, and how the last physical count
      *     compared with the book at the time it was taken. Sellers
      *     holding fewer than zero boxes, sales for a seller not on
      *     the master, issues beyond what was received and count
      *     differences are flagged. The run ends with return code 4
      *     when any balance is outstanding or anything is flagged.
      *
      * Input:
      *     SELLERS.DAT  - seller master
      *     COOKPRIC.DAT - cookie varieties and price per box
      *     COOKINV.DAT  - troop inventory transactions
      *     EXAM3.DAT    - boxes sold by seller (thin mints, samoas)
      *     COOKPAY.DAT  - payments received from sellers
      *
      * Output:
      *     COOKRECN.RPT
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SELLER-FILE ASSIGN TO "SELLERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SELLER-STATUS.
           SELECT PRICE-FILE ASSIGN TO "COOKPRIC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRICE-STATUS.
           SELECT INVENTORY-FILE ASSIGN TO "COOKINV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INV-STATUS.
           SELECT SALES-FILE ASSIGN TO "EXAM3.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALES-STATUS.
           SELECT PAYMENT-FILE ASSIGN TO "COOKPAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-STATUS.
           SELECT REPORT-FILE ASSIGN TO "COOKRECN.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SELLER-FILE.
       01  SELLER-REC.
           05  SL-SELLER-ID       PIC 9(4).
           05  SL-NAME            PIC X(20).
           05  SL-ACTIVE          PIC X.
       FD  PRICE-FILE.
       01  PRICE-REC.
           05  CP-VARIETY         PIC X(2).
           05  CP-DESC            PIC X(15).
           05  CP-PRICE           PIC 99V99.
       FD  INVENTORY-FILE.
       01  INVENTORY-REC.
           05  CV-DATE            PIC 9(8).
           05  CV-TYPE            PIC X.
           05  CV-VARIETY         PIC X(2).
           05  CV-SELLER-ID       PIC 9(4).
           05  CV-BOXES           PIC 9(5).
      * ONE ROW PER SELLER'S SALES, AS READ BY EXAM3. IN-MINTS ARE
      * VARIETY TM AND IN-SOMOAS ARE VARIETY SA.
       FD  SALES-FILE.
       01  SALES-REC.
           05  IN-SELLER-ID       PIC 9(4).
           05  IN-MINTS           PIC 9(3).
           05  IN-SOMOAS          PIC 9(3).
       FD  PAYMENT-FILE.
       01  PAYMENT-REC.
           05  CY-DATE            PIC 9(8).
           05  CY-SELLER-ID       PIC 9(4).
           05  CY-AMOUNT          PIC 9(5)V99.
       FD  REPORT-FILE.
       01  REPORT-REC             PIC X(100).
       WORKING-STORAGE SECTION.
       01  WORKING-ITEMS.
           05  EOF-SWITCH         PIC X       VALUE 'N'.
           05  WS-SELLER-STATUS   PIC XX.
           05  WS-PRICE-STATUS    PIC XX.
           05  WS-INV-STATUS      PIC XX.
           05  WS-SALES-STATUS    PIC XX.
           05  WS-PAY-STATUS      PIC XX.
           05  WS-LOOKUP-ID       PIC 9(4).
           05  WS-SL-FOUND        PIC 9(3).
           05  WS-LOOKUP-VARIETY  PIC X(2).
           05  WS-VT-FOUND        PIC 9(3).
           05  WS-HELD            PIC S9(6).
           05  WS-BALANCE         PIC S9(6)V99.
           05  WS-WITH-SELLERS    PIC S9(6).
           05  WS-DIFFERENCE      PIC S9(6).
           05  WS-UNKNOWN-CT      PIC 9(4)    VALUE ZERO.
           05  WS-FLAG-CT         PIC 9(4)    VALUE ZERO.
           05  WS-OWING-CT        PIC 9(4)    VALUE ZERO.
           05  WS-TOT-DUE         PIC S9(7)V99 VALUE ZERO.
           05  WS-TOT-PAID        PIC S9(7)V99 VALUE ZERO.
           05  WS-TOT-BALANCE     PIC S9(7)V99 VALUE ZERO.
           05  WS-RUN-DATE        PIC 9(8).
           05  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
               10  WS-RUN-YEAR        PIC 9(4).
               10  WS-RUN-MM          PIC 99.
               10  WS-RUN-DD          PIC 99.
       01  SELLER-TABLE.
           05  ST-COUNT           PIC 9(3)    VALUE ZERO.
           05  ST-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON ST-COUNT
                   INDEXED BY ST-INDX.
               10  ST-SELLER-ID       PIC 9(4).
               10  ST-NAME            PIC X(20).
               10  ST-ACTIVE          PIC X.
               10  ST-ISSUED          PIC S9(6).
               10  ST-SOLD            PIC S9(6).
               10  ST-RETURNED        PIC S9(6).
               10  ST-DUE             PIC S9(6)V99.
               10  ST-PAID            PIC S9(6)V99.
      * VT-BOOK-AT-COUNT IS THE BOOK ON HAND WHEN THE LAST COUNT WAS
      * TAKEN, SO A COUNT IS COMPARED WITH THE BOOK AS OF ITS DAY.
       01  VARIETY-TABLE.
           05  VT-COUNT           PIC 9(3)    VALUE ZERO.
           05  VT-ENTRY OCCURS 1 TO 20 TIMES
                   DEPENDING ON VT-COUNT
                   INDEXED BY VT-INDX.
               10  VT-VARIETY         PIC X(2).
               10  VT-DESC            PIC X(15).
               10  VT-PRICE           PIC 99V99.
               10  VT-RECEIVED        PIC S9(6).
               10  VT-ISSUED          PIC S9(6).
               10  VT-RETURNED        PIC S9(6).
               10  VT-SOLD            PIC S9(6).
               10  VT-COUNTED-SW      PIC X.
               10  VT-COUNTED         PIC S9(6).
               10  VT-BOOK-AT-COUNT   PIC S9(6).
       01  HD-TITLE.
           05  FILLER             PIC X(9)    VALUE "RUN DATE ".
           05  HD-MM              PIC 99.
           05  FILLER             PIC X       VALUE "/".
           05  HD-DD              PIC 99.
           05  FILLER             PIC X       VALUE "/".
           05  HD-YEAR            PIC 9(4).
           05  FILLER             PIC X(10)   VALUE SPACES.
           05  FILLER             PIC X(33)   VALUE
                   "COOKIE SALE SELLER RECONCILIATION".
       01  HD-SECTION.
           05  HS-TEXT            PIC X(40).
       01  HD-SELLER-COLUMNS.
           05  FILLER             PIC X(6)    VALUE "ID".
           05  FILLER             PIC X(21)   VALUE "SELLER".
           05  FILLER             PIC X(7)    VALUE "ISSUED".
           05  FILLER             PIC X(7)    VALUE "  SOLD".
           05  FILLER             PIC X(7)    VALUE "RETURN".
           05  FILLER             PIC X(7)    VALUE "  HELD".
           05  FILLER             PIC X(10)   VALUE "      DUE".
           05  FILLER             PIC X(10)   VALUE "TURNED IN".
           05  FILLER             PIC X(11)   VALUE "   BALANCE".
           05  FILLER             PIC X(4)    VALUE "NOTE".
       01  SELLER-DETAIL.
           05  SD-SELLER-ID       PIC 9(4).
           05  FILLER             PIC X(2)    VALUE SPACES.
           05  SD-NAME            PIC X(20).
           05  FILLER             PIC X       VALUE SPACE.
           05  SD-ISSUED          PIC ZZ,ZZ9.
           05  FILLER             PIC X       VALUE SPACE.
           05  SD-SOLD            PIC ZZ,ZZ9.
           05  FILLER             PIC X       VALUE SPACE.
           05  SD-RETURNED        PIC ZZ,ZZ9.
           05  FILLER             PIC X       VALUE SPACE.
           05  SD-HELD            PIC --,--9.
           05  FILLER             PIC X       VALUE SPACE.
           05  SD-DUE             PIC $$,$$9.99.
           05  FILLER             PIC X       VALUE SPACE.
           05  SD-PAID            PIC $$,$$9.99.
           05  FILLER             PIC X       VALUE SPACE.
           05  SD-BALANCE         PIC $$,$$9.99-.
           05  FILLER             PIC X       VALUE SPACE.
           05  SD-NOTE            PIC X(14).
       01  SELLER-TOTAL-LINE.
           05  FILLER             PIC X(6)    VALUE SPACES.
           05  FILLER             PIC X(48)   VALUE "TROOP TOTAL".
           05  STL-DUE            PIC $$$,$$9.99.
           05  STL-PAID           PIC $$$,$$9.99.
           05  STL-BALANCE        PIC $$$,$$9.99-.
       01  HD-VARIETY-COLUMNS.
           05  FILLER             PIC X(16)   VALUE "VARIETY".
           05  FILLER             PIC X(7)    VALUE "RECEIV".
           05  FILLER             PIC X(7)    VALUE "ISSUED".
           05  FILLER             PIC X(7)    VALUE "RETURN".
           05  FILLER             PIC X(8)    VALUE "ON HAND".
           05  FILLER             PIC X(7)    VALUE "  SOLD".
           05  FILLER             PIC X(8)    VALUE "W/SELLR".
           05  FILLER             PIC X(7)    VALUE "COUNTD".
           05  FILLER             PIC X(8)    VALUE "   DIFF".
           05  FILLER             PIC X(4)    VALUE "NOTE".
       01  VARIETY-DETAIL.
           05  VD-DESC            PIC X(15).
           05  FILLER             PIC X       VALUE SPACE.
           05  VD-RECEIVED        PIC ZZ,ZZ9.
           05  FILLER             PIC X       VALUE SPACE.
           05  VD-ISSUED          PIC ZZ,ZZ9.
           05  FILLER             PIC X       VALUE SPACE.
           05  VD-RETURNED        PIC ZZ,ZZ9.
           05  FILLER             PIC X       VALUE SPACE.
           05  VD-ON-HAND         PIC ---,--9.
           05  FILLER             PIC X       VALUE SPACE.
           05  VD-SOLD            PIC ZZ,ZZ9.
           05  FILLER             PIC X       VALUE SPACE.
           05  VD-WITH-SELLERS    PIC ---,--9.
           05  FILLER             PIC X       VALUE SPACE.
           05  VD-COUNT-AREA.
               10  VD-COUNTED         PIC ZZ,ZZ9.
               10  FILLER             PIC X       VALUE SPACE.
               10  VD-DIFFERENCE      PIC ---,--9.
           05  FILLER             PIC X       VALUE SPACE.
           05  VD-NOTE            PIC X(14).
       01  SUMMARY-LINE.
           05  SM-LABEL           PIC X(40).
           05  SM-COUNT           PIC ZZZ9.
      *
       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 050-LOAD-SELLERS
           PERFORM 060-LOAD-PRICES
           IF VT-COUNT = ZERO
               DISPLAY 'NO COOKIE PRICE FILE (COOKPRIC.DAT) ON FILE.'
               STOP RUN
           END-IF
           MOVE 'TM' TO WS-LOOKUP-VARIETY
           PERFORM 160-FIND-VARIETY
           IF WS-VT-FOUND > ZERO
               MOVE 'SA' TO WS-LOOKUP-VARIETY
               PERFORM 160-FIND-VARIETY
           END-IF
           IF WS-VT-FOUND = ZERO
               DISPLAY 'COOKPRIC.DAT NEEDS A PRICE FOR TM AND SA.'
               STOP RUN
           END-IF
           PERFORM 070-LOAD-INVENTORY
           PERFORM 080-LOAD-SALES
           PERFORM 090-LOAD-PAYMENTS
           OPEN OUTPUT REPORT-FILE
           PERFORM 500-WRITE-SELLERS
           PERFORM 600-WRITE-INVENTORY
           PERFORM 700-WRITE-SUMMARY
           CLOSE REPORT-FILE
           IF WS-OWING-CT > ZERO OR WS-FLAG-CT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "COOKIE RECONCILIATION REPORT GENERATED!"
           STOP RUN.
      ******************************************************************
      * Loads the seller master with nothing issued, sold or paid.
      ******************************************************************
       050-LOAD-SELLERS.
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT SELLER-FILE
           IF WS-SELLER-STATUS NOT = "00"
               MOVE 'Y' TO EOF-SWITCH
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ SELLER-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       IF ST-COUNT < 500
                           ADD 1 TO ST-COUNT
                           MOVE SL-SELLER-ID TO ST-SELLER-ID(ST-COUNT)
                           MOVE SL-NAME      TO ST-NAME(ST-COUNT)
                           MOVE SL-ACTIVE    TO ST-ACTIVE(ST-COUNT)
                           MOVE ZERO         TO ST-ISSUED(ST-COUNT)
                                                ST-SOLD(ST-COUNT)
                                                ST-RETURNED(ST-COUNT)
                                                ST-DUE(ST-COUNT)
                                                ST-PAID(ST-COUNT)
                       ELSE
                           DISPLAY 'SELLER TABLE FULL - RUN STOPPED.'
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           IF WS-SELLER-STATUS NOT = "35"
               CLOSE SELLER-FILE
           END-IF.
      ******************************************************************
      * Loads the cookie varieties and their prices.
      ******************************************************************
       060-LOAD-PRICES.
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT PRICE-FILE
           IF WS-PRICE-STATUS NOT = "00"
               MOVE 'Y' TO EOF-SWITCH
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ PRICE-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       IF VT-COUNT < 20
                           ADD 1 TO VT-COUNT
                           MOVE CP-VARIETY TO VT-VARIETY(VT-COUNT)
                           MOVE CP-DESC    TO VT-DESC(VT-COUNT)
                           MOVE CP-PRICE   TO VT-PRICE(VT-COUNT)
                           MOVE ZERO       TO VT-RECEIVED(VT-COUNT)
                                              VT-ISSUED(VT-COUNT)
                                              VT-RETURNED(VT-COUNT)
                                              VT-SOLD(VT-COUNT)
                                              VT-COUNTED(VT-COUNT)
                                         VT-BOOK-AT-COUNT(VT-COUNT)
                           MOVE 'N'        TO VT-COUNTED-SW(VT-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PRICE-STATUS NOT = "35"
               CLOSE PRICE-FILE
           END-IF.
      ******************************************************************
      * Rolls the inventory transactions up by variety and by seller.
      * The file is in the order it was keyed, so the book as of each
      * count is the running total when the count row is read.
      ******************************************************************
       070-LOAD-INVENTORY.
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT INVENTORY-FILE
           IF WS-INV-STATUS NOT = "00"
               MOVE 'Y' TO EOF-SWITCH
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ INVENTORY-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       PERFORM 075-APPLY-TRANSACTION
               END-READ
           END-PERFORM
           IF WS-INV-STATUS NOT = "35"
               CLOSE INVENTORY-FILE
           END-IF.
       075-APPLY-TRANSACTION.
           MOVE CV-VARIETY TO WS-LOOKUP-VARIETY
           PERFORM 160-FIND-VARIETY
           IF WS-VT-FOUND > ZERO
               EVALUATE CV-TYPE
                   WHEN 'R'
                       ADD CV-BOXES TO VT-RECEIVED(WS-VT-FOUND)
                   WHEN 'I'
                       ADD CV-BOXES TO VT-ISSUED(WS-VT-FOUND)
                       MOVE CV-SELLER-ID TO WS-LOOKUP-ID
                       PERFORM 150-FIND-SELLER
                       ADD CV-BOXES TO ST-ISSUED(WS-SL-FOUND)
                   WHEN 'B'
                       ADD CV-BOXES TO VT-RETURNED(WS-VT-FOUND)
                       MOVE CV-SELLER-ID TO WS-LOOKUP-ID
                       PERFORM 150-FIND-SELLER
                       ADD CV-BOXES TO ST-RETURNED(WS-SL-FOUND)
                   WHEN 'C'
                       MOVE 'Y' TO VT-COUNTED-SW(WS-VT-FOUND)
                       MOVE CV-BOXES TO VT-COUNTED(WS-VT-FOUND)
                       COMPUTE VT-BOOK-AT-COUNT(WS-VT-FOUND) =
                           VT-RECEIVED(WS-VT-FOUND)
                         - VT-ISSUED(WS-VT-FOUND)
                         + VT-RETURNED(WS-VT-FOUND)
               END-EVALUATE
           END-IF.
      ******************************************************************
      * Adds each sales row to the seller's boxes sold and dollars
      * due, and to the boxes sold of each variety.
      ******************************************************************
       080-LOAD-SALES.
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT SALES-FILE
           IF WS-SALES-STATUS NOT = "00"
               MOVE 'Y' TO EOF-SWITCH
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ SALES-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       MOVE IN-SELLER-ID TO WS-LOOKUP-ID
                       PERFORM 150-FIND-SELLER
                       ADD IN-MINTS IN-SOMOAS
                           TO ST-SOLD(WS-SL-FOUND)
                       MOVE 'TM' TO WS-LOOKUP-VARIETY
                       PERFORM 160-FIND-VARIETY
                       ADD IN-MINTS TO VT-SOLD(WS-VT-FOUND)
                       COMPUTE ST-DUE(WS-SL-FOUND) =
                           ST-DUE(WS-SL-FOUND)
                         + IN-MINTS * VT-PRICE(WS-VT-FOUND)
                       MOVE 'SA' TO WS-LOOKUP-VARIETY
                       PERFORM 160-FIND-VARIETY
                       ADD IN-SOMOAS TO VT-SOLD(WS-VT-FOUND)
                       COMPUTE ST-DUE(WS-SL-FOUND) =
                           ST-DUE(WS-SL-FOUND)
                         + IN-SOMOAS * VT-PRICE(WS-VT-FOUND)
               END-READ
           END-PERFORM
           IF WS-SALES-STATUS NOT = "35"
               CLOSE SALES-FILE
           END-IF.
      ******************************************************************
      * Adds each payment to what the seller has turned in.
      ******************************************************************
       090-LOAD-PAYMENTS.
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT PAYMENT-FILE
           IF WS-PAY-STATUS NOT = "00"
               MOVE 'Y' TO EOF-SWITCH
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ PAYMENT-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       MOVE CY-SELLER-ID TO WS-LOOKUP-ID
                       PERFORM 150-FIND-SELLER
                       ADD CY-AMOUNT TO ST-PAID(WS-SL-FOUND)
               END-READ
           END-PERFORM
           IF WS-PAY-STATUS NOT = "35"
               CLOSE PAYMENT-FILE
           END-IF.
      ******************************************************************
      * Finds WS-LOOKUP-ID in the seller table. A seller not on the
      * master is added to the end of the table so the boxes and
      * money still show on the report, and is flagged there. With
      * no room left for it the run stops rather than lump it in
      * with another seller.
      ******************************************************************
       150-FIND-SELLER.
           MOVE ZERO TO WS-SL-FOUND
           PERFORM VARYING ST-INDX FROM 1 BY 1
                   UNTIL ST-INDX > ST-COUNT
               IF ST-SELLER-ID(ST-INDX) = WS-LOOKUP-ID
                   SET WS-SL-FOUND TO ST-INDX
               END-IF
           END-PERFORM
           IF WS-SL-FOUND = ZERO
               IF ST-COUNT = 500
                   DISPLAY 'SELLER TABLE FULL - RUN STOPPED.'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO ST-COUNT
               MOVE ST-COUNT TO WS-SL-FOUND
               MOVE WS-LOOKUP-ID TO ST-SELLER-ID(WS-SL-FOUND)
               MOVE '** NOT ON MASTER **' TO ST-NAME(WS-SL-FOUND)
               MOVE '?' TO ST-ACTIVE(WS-SL-FOUND)
               MOVE ZERO TO ST-ISSUED(WS-SL-FOUND)
                            ST-SOLD(WS-SL-FOUND)
                            ST-RETURNED(WS-SL-FOUND)
                            ST-DUE(WS-SL-FOUND)
                            ST-PAID(WS-SL-FOUND)
               ADD 1 TO WS-UNKNOWN-CT
           END-IF.
      ******************************************************************
      * Finds WS-LOOKUP-VARIETY in the variety table; WS-VT-FOUND is
      * zero when the variety is not on the price file.
      ******************************************************************
       160-FIND-VARIETY.
           MOVE ZERO TO WS-VT-FOUND
           PERFORM VARYING VT-INDX FROM 1 BY 1
                   UNTIL VT-INDX > VT-COUNT
               IF VT-VARIETY(VT-INDX) = WS-LOOKUP-VARIETY
                   SET WS-VT-FOUND TO VT-INDX
               END-IF
           END-PERFORM.
      ******************************************************************
      * Writes the title and one line per seller with the troop
      * total of money due, turned in and outstanding.
      ******************************************************************
       500-WRITE-SELLERS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE WS-RUN-MM   TO HD-MM
           MOVE WS-RUN-DD   TO HD-DD
           MOVE WS-RUN-YEAR TO HD-YEAR
           WRITE REPORT-REC FROM HD-TITLE
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE 'SELLER ACCOUNTS' TO HS-TEXT
           WRITE REPORT-REC FROM HD-SECTION
           WRITE REPORT-REC FROM HD-SELLER-COLUMNS
           PERFORM VARYING ST-INDX FROM 1 BY 1
                   UNTIL ST-INDX > ST-COUNT
               PERFORM 510-WRITE-SELLER-LINE
           END-PERFORM
           MOVE WS-TOT-DUE     TO STL-DUE
           MOVE WS-TOT-PAID    TO STL-PAID
           MOVE WS-TOT-BALANCE TO STL-BALANCE
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           WRITE REPORT-REC FROM SELLER-TOTAL-LINE.
      ******************************************************************
      * Boxes held = issued less sold less returned; below zero the
      * seller has sold or returned boxes never issued. Balance =
      * dollars due less dollars turned in.
      ******************************************************************
       510-WRITE-SELLER-LINE.
           COMPUTE WS-HELD = ST-ISSUED(ST-INDX) - ST-SOLD(ST-INDX)
                           - ST-RETURNED(ST-INDX)
           COMPUTE WS-BALANCE = ST-DUE(ST-INDX) - ST-PAID(ST-INDX)
           ADD ST-DUE(ST-INDX)  TO WS-TOT-DUE
           ADD ST-PAID(ST-INDX) TO WS-TOT-PAID
           ADD WS-BALANCE       TO WS-TOT-BALANCE
           IF WS-BALANCE NOT = ZERO
               ADD 1 TO WS-OWING-CT
           END-IF
           MOVE ST-SELLER-ID(ST-INDX) TO SD-SELLER-ID
           MOVE ST-NAME(ST-INDX)      TO SD-NAME
           MOVE ST-ISSUED(ST-INDX)    TO SD-ISSUED
           MOVE ST-SOLD(ST-INDX)      TO SD-SOLD
           MOVE ST-RETURNED(ST-INDX)  TO SD-RETURNED
           MOVE WS-HELD               TO SD-HELD
           MOVE ST-DUE(ST-INDX)       TO SD-DUE
           MOVE ST-PAID(ST-INDX)      TO SD-PAID
           MOVE WS-BALANCE            TO SD-BALANCE
           EVALUATE TRUE
               WHEN ST-ACTIVE(ST-INDX) = '?'
                   MOVE 'NOT ON MASTER' TO SD-NOTE
                   ADD 1 TO WS-FLAG-CT
               WHEN WS-HELD < ZERO
                   MOVE 'OVERSOLD' TO SD-NOTE
                   ADD 1 TO WS-FLAG-CT
               WHEN WS-BALANCE < ZERO
                   MOVE 'OVERPAID' TO SD-NOTE
                   ADD 1 TO WS-FLAG-CT
               WHEN ST-ACTIVE(ST-INDX) = 'N'
                   MOVE 'INACTIVE' TO SD-NOTE
               WHEN OTHER
                   MOVE SPACES TO SD-NOTE
           END-EVALUATE
           WRITE REPORT-REC FROM SELLER-DETAIL.
      ******************************************************************
      * Writes the troop inventory check, one line per variety.
      ******************************************************************
       600-WRITE-INVENTORY.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE 'TROOP INVENTORY' TO HS-TEXT
           WRITE REPORT-REC FROM HD-SECTION
           WRITE REPORT-REC FROM HD-VARIETY-COLUMNS
           PERFORM VARYING VT-INDX FROM 1 BY 1
                   UNTIL VT-INDX > VT-COUNT
               PERFORM 610-WRITE-VARIETY-LINE
           END-PERFORM.
      ******************************************************************
      * On hand (book) = received less issued plus returned; below
      * zero more was issued than the troop ever had. With sellers =
      * issued less returned less sold. The last count is shown
      * against the book as of the day it was taken.
      ******************************************************************
       610-WRITE-VARIETY-LINE.
           COMPUTE WS-HELD = VT-RECEIVED(VT-INDX) - VT-ISSUED(VT-INDX)
                           + VT-RETURNED(VT-INDX)
           COMPUTE WS-WITH-SELLERS = VT-ISSUED(VT-INDX)
                           - VT-RETURNED(VT-INDX) - VT-SOLD(VT-INDX)
           MOVE VT-DESC(VT-INDX)      TO VD-DESC
           MOVE VT-RECEIVED(VT-INDX)  TO VD-RECEIVED
           MOVE VT-ISSUED(VT-INDX)    TO VD-ISSUED
           MOVE VT-RETURNED(VT-INDX)  TO VD-RETURNED
           MOVE WS-HELD               TO VD-ON-HAND
           MOVE VT-SOLD(VT-INDX)      TO VD-SOLD
           MOVE WS-WITH-SELLERS       TO VD-WITH-SELLERS
           MOVE ZERO TO WS-DIFFERENCE
           IF VT-COUNTED-SW(VT-INDX) = 'Y'
               COMPUTE WS-DIFFERENCE = VT-COUNTED(VT-INDX)
                                     - VT-BOOK-AT-COUNT(VT-INDX)
               MOVE VT-COUNTED(VT-INDX) TO VD-COUNTED
               MOVE WS-DIFFERENCE       TO VD-DIFFERENCE
           ELSE
               MOVE SPACES TO VD-COUNT-AREA
           END-IF
           EVALUATE TRUE
               WHEN WS-HELD < ZERO
                   MOVE 'OVER ISSUED' TO VD-NOTE
                   ADD 1 TO WS-FLAG-CT
               WHEN WS-WITH-SELLERS < ZERO
                   MOVE 'OVERSOLD' TO VD-NOTE
                   ADD 1 TO WS-FLAG-CT
               WHEN WS-DIFFERENCE < ZERO
                   MOVE 'COUNT SHORT' TO VD-NOTE
                   ADD 1 TO WS-FLAG-CT
               WHEN WS-DIFFERENCE > ZERO
                   MOVE 'COUNT OVER' TO VD-NOTE
                   ADD 1 TO WS-FLAG-CT
               WHEN OTHER
                   MOVE SPACES TO VD-NOTE
           END-EVALUATE
           WRITE REPORT-REC FROM VARIETY-DETAIL.
      ******************************************************************
      * Closing counts of sellers owing money and lines flagged.
      ******************************************************************
       700-WRITE-SUMMARY.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE 'SELLERS WITH A BALANCE OUTSTANDING:' TO SM-LABEL
           MOVE WS-OWING-CT TO SM-COUNT
           WRITE REPORT-REC FROM SUMMARY-LINE
           MOVE 'SELLER IDS NOT ON THE SELLER MASTER:' TO SM-LABEL
           MOVE WS-UNKNOWN-CT TO SM-COUNT
           WRITE REPORT-REC FROM SUMMARY-LINE
           MOVE 'LINES FLAGGED:' TO SM-LABEL
           MOVE WS-FLAG-CT TO SM-COUNT
           WRITE REPORT-REC FROM SUMMARY-LINE.

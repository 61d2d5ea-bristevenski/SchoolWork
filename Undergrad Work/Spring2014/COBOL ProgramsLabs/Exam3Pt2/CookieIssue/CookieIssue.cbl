       IDENTIFICATION DIVISION.
       PROGRAM-ID. CookieIssue.
       AUTHOR. Brianna Muleski
       DATE-WRITTEN. 10/15/14
      ******************************************************************
      * Purpose:
      *     Troop cookie inventory. Records the cases received from
      *     council, the boxes issued from troop inventory to each
      *     seller, the unsold boxes a seller brings back, and a
      *     physical count of what the troop has on hand. Boxes
      *     can only be issued to an active seller from the master,
      *     in a variety on the price file, and not beyond the book
      *     on hand (received plus returned less issued). A return
      *     cannot exceed what the seller still holds of that
      *     variety. A count shows how far the shelf is from the
      *     book. Every transaction is appended as it is keyed.
      *
      * Input:
      *     SELLERS.DAT  - seller master
      *     COOKPRIC.DAT - cookie varieties and price per box
      *     COOKINV.DAT  - inventory transactions so far
      *     Transactions entered at the console
      *
      * Output:
      *     COOKINV.DAT  - one row per transaction, appended
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
       DATA DIVISION.
       FILE SECTION.
       FD  SELLER-FILE.
       01  SELLER-REC.
           05  SL-SELLER-ID       PIC 9(4).
           05  SL-NAME            PIC X(20).
           05  SL-ACTIVE          PIC X.
      * ONE ROW PER COOKIE VARIETY WITH ITS PRICE PER BOX. TM IS
      * THIN MINTS AND SA IS SAMOAS, AS SOLD IN EXAM3.DAT.
       FD  PRICE-FILE.
       01  PRICE-REC.
           05  CP-VARIETY         PIC X(2).
           05  CP-DESC            PIC X(15).
           05  CP-PRICE           PIC 99V99.
      * ONE ROW PER INVENTORY TRANSACTION. CV-TYPE R RECEIVED FROM
      * COUNCIL, I ISSUED TO A SELLER, B RETURNED BY A SELLER, C
      * COUNTED ON HAND. CV-SELLER-ID IS ZERO FOR R AND C.
       FD  INVENTORY-FILE.
       01  INVENTORY-REC.
           05  CV-DATE            PIC 9(8).
           05  CV-TYPE            PIC X.
           05  CV-VARIETY         PIC X(2).
           05  CV-SELLER-ID       PIC 9(4).
           05  CV-BOXES           PIC 9(5).
       WORKING-STORAGE SECTION.
       01  WORKING-ITEMS.
           05  EOF-SWITCH         PIC X       VALUE 'N'.
           05  WS-SELLER-STATUS   PIC XX.
           05  WS-PRICE-STATUS    PIC XX.
           05  WS-INV-STATUS      PIC XX.
           05  TRANS-CHOICE       PIC X       VALUE SPACE.
           05  WS-SELLER-ID       PIC 9(4).
           05  WS-VARIETY         PIC X(2).
           05  WS-BOXES           PIC 9(5).
           05  WS-HELD            PIC S9(6).
           05  WS-DIFFERENCE      PIC S9(6).
           05  WS-SL-FOUND        PIC 9(3).
           05  WS-VT-FOUND        PIC 9(3).
           05  WS-TRANS-CT        PIC 9(4)    VALUE ZERO.
       01  SELLER-TABLE.
           05  ST-COUNT           PIC 9(3)    VALUE ZERO.
           05  ST-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON ST-COUNT
                   INDEXED BY ST-INDX.
               10  ST-SELLER-ID       PIC 9(4).
               10  ST-NAME            PIC X(20).
               10  ST-ACTIVE          PIC X.
       01  VARIETY-TABLE.
           05  VT-COUNT           PIC 9(3)    VALUE ZERO.
           05  VT-ENTRY OCCURS 1 TO 20 TIMES
                   DEPENDING ON VT-COUNT
                   INDEXED BY VT-INDX.
               10  VT-VARIETY         PIC X(2).
               10  VT-DESC            PIC X(15).
               10  VT-ON-HAND         PIC S9(6).
       01  TRANS-TABLE.
           05  TT-COUNT           PIC 9(4)    VALUE ZERO.
           05  TT-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON TT-COUNT
                   INDEXED BY TT-INDX.
               10  TT-TYPE            PIC X.
               10  TT-VARIETY         PIC X(2).
               10  TT-SELLER-ID       PIC 9(4).
               10  TT-BOXES           PIC 9(5).
       01  ON-HAND-LINE.
           05  OH-DESC            PIC X(15).
           05  FILLER             PIC X(10)   VALUE " ON HAND: ".
           05  OH-BOXES           PIC -(5)9.
      *
       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 050-LOAD-SELLERS
           PERFORM 060-LOAD-VARIETIES
           IF VT-COUNT = ZERO
               DISPLAY 'NO COOKIE PRICE FILE (COOKPRIC.DAT) ON FILE.'
               STOP RUN
           END-IF
           PERFORM 070-LOAD-TRANSACTIONS
           OPEN EXTEND INVENTORY-FILE
           IF WS-INV-STATUS NOT = "00"
               OPEN OUTPUT INVENTORY-FILE
           END-IF
           PERFORM 100-TAKE-TRANSACTION UNTIL TRANS-CHOICE = 'X'
           CLOSE INVENTORY-FILE
           DISPLAY SPACE
           DISPLAY WS-TRANS-CT ' TRANSACTIONS RECORDED.'
           DISPLAY '--END OF COOKIE INVENTORY SESSION--'
           STOP RUN.
      ******************************************************************
      * Loads the seller master.
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
                           MOVE SELLER-REC TO ST-ENTRY(ST-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-SELLER-STATUS NOT = "35"
               CLOSE SELLER-FILE
           END-IF.
      ******************************************************************
      * Loads the varieties from the price file, with nothing on
      * hand until the transactions are applied.
      ******************************************************************
       060-LOAD-VARIETIES.
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
                           MOVE ZERO       TO VT-ON-HAND(VT-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PRICE-STATUS NOT = "35"
               CLOSE PRICE-FILE
           END-IF.
      ******************************************************************
      * Loads the transactions so far and brings each variety's
      * book on hand up to date.
      ******************************************************************
       070-LOAD-TRANSACTIONS.
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
                       PERFORM 080-APPLY-TRANSACTION
               END-READ
           END-PERFORM
           IF WS-INV-STATUS NOT = "35"
               CLOSE INVENTORY-FILE
           END-IF.
      ******************************************************************
      * Keeps the transaction in INVENTORY-REC and moves the book
      * on hand for its variety. A count does not move the book.
      ******************************************************************
       080-APPLY-TRANSACTION.
           IF TT-COUNT < 5000
               ADD 1 TO TT-COUNT
               MOVE CV-TYPE      TO TT-TYPE(TT-COUNT)
               MOVE CV-VARIETY   TO TT-VARIETY(TT-COUNT)
               MOVE CV-SELLER-ID TO TT-SELLER-ID(TT-COUNT)
               MOVE CV-BOXES     TO TT-BOXES(TT-COUNT)
           END-IF
           SET VT-INDX TO 1
           SEARCH VT-ENTRY
               WHEN VT-VARIETY(VT-INDX) = CV-VARIETY
                   EVALUATE CV-TYPE
                       WHEN 'R'
                       WHEN 'B'
                           ADD CV-BOXES TO VT-ON-HAND(VT-INDX)
                       WHEN 'I'
                           SUBTRACT CV-BOXES FROM VT-ON-HAND(VT-INDX)
                   END-EVALUATE
           END-SEARCH.
       100-TAKE-TRANSACTION.
           DISPLAY SPACE
           DISPLAY 'R-RECEIVE FROM COUNCIL  I-ISSUE TO SELLER'
               '  B-RETURN FROM SELLER'
           DISPLAY 'C-COUNT ON HAND  L-LIST ON HAND  X-EXIT'
           ACCEPT TRANS-CHOICE
           EVALUATE TRANS-CHOICE
               WHEN 'R'
                   PERFORM 200-RECEIVE-BOXES
               WHEN 'I'
                   PERFORM 300-ISSUE-BOXES
               WHEN 'B'
                   PERFORM 400-RETURN-BOXES
               WHEN 'C'
                   PERFORM 500-COUNT-ON-HAND
               WHEN 'L'
                   PERFORM 600-LIST-ON-HAND
               WHEN 'X'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'INVALID CHOICE'
           END-EVALUATE.
      ******************************************************************
      * Takes the variety code, re-asked until it is on the price
      * file.
      ******************************************************************
       150-ACCEPT-VARIETY.
           MOVE ZERO TO WS-VT-FOUND
           PERFORM UNTIL WS-VT-FOUND > ZERO
               DISPLAY 'ENTER VARIETY CODE:'
               MOVE SPACES TO WS-VARIETY
               ACCEPT WS-VARIETY
               PERFORM VARYING VT-INDX FROM 1 BY 1
                       UNTIL VT-INDX > VT-COUNT
                   IF VT-VARIETY(VT-INDX) = WS-VARIETY
                       SET WS-VT-FOUND TO VT-INDX
                   END-IF
               END-PERFORM
               IF WS-VT-FOUND = ZERO
                   DISPLAY 'VARIETY NOT ON THE PRICE FILE.'
               END-IF
           END-PERFORM.
      ******************************************************************
      * Takes the number of boxes, re-asked until above zero.
      ******************************************************************
       160-ACCEPT-BOXES.
           MOVE ZERO TO WS-BOXES
           PERFORM UNTIL WS-BOXES > ZERO
               DISPLAY 'ENTER NUMBER OF BOXES:'
               ACCEPT WS-BOXES
           END-PERFORM.
      ******************************************************************
      * Takes the seller ID and looks it up in the master.
      ******************************************************************
       170-FIND-SELLER.
           DISPLAY 'ENTER SELLER ID:'
           MOVE ZERO TO WS-SELLER-ID
           ACCEPT WS-SELLER-ID
           MOVE ZERO TO WS-SL-FOUND
           PERFORM VARYING ST-INDX FROM 1 BY 1
                   UNTIL ST-INDX > ST-COUNT
               IF ST-SELLER-ID(ST-INDX) = WS-SELLER-ID
                   SET WS-SL-FOUND TO ST-INDX
               END-IF
           END-PERFORM.
      ******************************************************************
      * Boxes received from council go straight onto the book.
      ******************************************************************
       200-RECEIVE-BOXES.
           PERFORM 150-ACCEPT-VARIETY
           PERFORM 160-ACCEPT-BOXES
           MOVE ZERO TO WS-SELLER-ID
           MOVE 'R' TO CV-TYPE
           PERFORM 800-WRITE-TRANSACTION.
      ******************************************************************
      * Issues boxes to an active seller, no more than the book on
      * hand for the variety.
      ******************************************************************
       300-ISSUE-BOXES.
           PERFORM 170-FIND-SELLER
           EVALUATE TRUE
               WHEN WS-SL-FOUND = ZERO
                   DISPLAY 'SELLER NOT ON FILE.'
               WHEN ST-ACTIVE(WS-SL-FOUND) NOT = 'Y'
                   DISPLAY 'SELLER IS INACTIVE - NO BOXES ISSUED.'
               WHEN OTHER
                   DISPLAY 'ISSUING TO ' ST-NAME(WS-SL-FOUND)
                   PERFORM 150-ACCEPT-VARIETY
                   PERFORM 160-ACCEPT-BOXES
                   IF WS-BOXES > VT-ON-HAND(WS-VT-FOUND)
                       MOVE VT-DESC(WS-VT-FOUND)    TO OH-DESC
                       MOVE VT-ON-HAND(WS-VT-FOUND) TO OH-BOXES
                       DISPLAY 'NOT ENOUGH IN TROOP INVENTORY - '
                           ON-HAND-LINE
                   ELSE
                       MOVE 'I' TO CV-TYPE
                       PERFORM 800-WRITE-TRANSACTION
                   END-IF
           END-EVALUATE.
      ******************************************************************
      * Takes back unsold boxes from a seller, no more than the
      * seller was issued of the variety less earlier returns.
      ******************************************************************
       400-RETURN-BOXES.
           PERFORM 170-FIND-SELLER
           IF WS-SL-FOUND = ZERO
               DISPLAY 'SELLER NOT ON FILE.'
           ELSE
               DISPLAY 'RETURN FROM ' ST-NAME(WS-SL-FOUND)
               PERFORM 150-ACCEPT-VARIETY
               PERFORM 160-ACCEPT-BOXES
               MOVE ZERO TO WS-HELD
               PERFORM VARYING TT-INDX FROM 1 BY 1
                       UNTIL TT-INDX > TT-COUNT
                   IF TT-SELLER-ID(TT-INDX) = WS-SELLER-ID
                      AND TT-VARIETY(TT-INDX) = WS-VARIETY
                       EVALUATE TT-TYPE(TT-INDX)
                           WHEN 'I'
                               ADD TT-BOXES(TT-INDX) TO WS-HELD
                           WHEN 'B'
                               SUBTRACT TT-BOXES(TT-INDX) FROM WS-HELD
                       END-EVALUATE
                   END-IF
               END-PERFORM
               IF WS-BOXES > WS-HELD
                   MOVE WS-HELD TO OH-BOXES
                   DISPLAY 'SELLER HOLDS ONLY ' OH-BOXES
                       ' BOXES OF THAT VARIETY.'
               ELSE
                   MOVE 'B' TO CV-TYPE
                   PERFORM 800-WRITE-TRANSACTION
               END-IF
           END-IF.
      ******************************************************************
      * Records a physical count of a variety on the troop's shelf
      * and shows the difference from the book.
      ******************************************************************
       500-COUNT-ON-HAND.
           PERFORM 150-ACCEPT-VARIETY
           MOVE ZERO TO WS-BOXES
           DISPLAY 'ENTER BOXES COUNTED ON HAND:'
           ACCEPT WS-BOXES
           COMPUTE WS-DIFFERENCE = WS-BOXES - VT-ON-HAND(WS-VT-FOUND)
           MOVE VT-DESC(WS-VT-FOUND)    TO OH-DESC
           MOVE VT-ON-HAND(WS-VT-FOUND) TO OH-BOXES
           DISPLAY 'BOOK ' ON-HAND-LINE
           IF WS-DIFFERENCE NOT = ZERO
               MOVE WS-DIFFERENCE TO OH-BOXES
               DISPLAY 'COUNT DIFFERS FROM BOOK BY ' OH-BOXES
           END-IF
           MOVE ZERO TO WS-SELLER-ID
           MOVE 'C' TO CV-TYPE
           PERFORM 800-WRITE-TRANSACTION.
      ******************************************************************
      * Shows the book on hand for every variety.
      ******************************************************************
       600-LIST-ON-HAND.
           PERFORM VARYING VT-INDX FROM 1 BY 1
                   UNTIL VT-INDX > VT-COUNT
               MOVE VT-DESC(VT-INDX)    TO OH-DESC
               MOVE VT-ON-HAND(VT-INDX) TO OH-BOXES
               DISPLAY ON-HAND-LINE
           END-PERFORM.
      ******************************************************************
      * Appends the transaction of type CV-TYPE for the seller,
      * variety and boxes keyed, and applies it to the book.
      ******************************************************************
       800-WRITE-TRANSACTION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO CV-DATE
           MOVE WS-VARIETY   TO CV-VARIETY
           MOVE WS-SELLER-ID TO CV-SELLER-ID
           MOVE WS-BOXES     TO CV-BOXES
           WRITE INVENTORY-REC
           PERFORM 080-APPLY-TRANSACTION
           ADD 1 TO WS-TRANS-CT
           MOVE VT-DESC(WS-VT-FOUND)    TO OH-DESC
           MOVE VT-ON-HAND(WS-VT-FOUND) TO OH-BOXES
           DISPLAY 'RECORDED. ' ON-HAND-LINE.

      *    in BACKORDER.DAT; rows stock still cannot cover stay open
      *    for the next release run. On-hand is only committed when
      *    InvPost consumes the batch, so this run tracks a working
      *    remainder per store and item to avoid releasing the same
      *    units twice. A backorder is only filled from the stock of
      *    the store that took it. Units held on an open layaway are
      *    already spoken for and are taken out of the remainder of
      *    the layaway's store first.
      *
      * Input:
      *    BACKORDER.DAT - open backorders from the entry sessions
      *    ITEMINV.DAT   - item inventory master (current on-hand)
      *    LAYAWAY.DAT   - layaway ledger (open rows hold stock)
      *    Batch number entered at the console
      *
      * Output:
           SELECT ITEM-INV-FILE ASSIGN TO "ITEMINV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INV-STATUS.
           SELECT LAYAWAY-FILE ASSIGN TO "LAYAWAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LAY-STATUS.
           SELECT OUT-TRANSACTION-FILE ASSIGN TO "TRANSACTION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           05  BO-STORE-NO     PIC 9(2).
       FD  ITEM-INV-FILE.
       01  INV-REC.
           05  IV-STORE-NO     PIC 9(2).
           05  IV-ITEM-NUM     PIC X(4).
           05  IV-ON-HAND      PIC S9(5).
           05  IV-REORDER-PT   PIC 9(5).
           05  IV-ON-ORDER     PIC 9(5).
           05  IV-IN-TRANSIT   PIC 9(5).
           05  IV-AVG-COST     PIC 9(4)V9999.
       FD  LAYAWAY-FILE.
       01  LAYAWAY-REC.
           05  LA-LAY-NO       PIC 9(6).
           05  LA-CUST-NO      PIC X(5).
           05  LA-CUST-NM      PIC X(20).
           05  LA-ITEM-NO      PIC X(4).
           05  LA-ITEM-DES     PIC X(15).
           05  LA-UNIT-PR      PIC 9(4)V99.
           05  LA-QNT          PIC 9(3).
           05  LA-TOTAL        PIC 9(7)V99.
           05  LA-OPEN-DATE    PIC 9(8).
           05  LA-EXPIRE-DATE  PIC 9(8).
           05  LA-STATUS       PIC X.
           05  LA-STORE-NO     PIC 9(2).
           05  LA-OPERATOR     PIC X(5).
           05  LA-CLOSE-DATE   PIC 9(8).
           05  LA-FEE          PIC 9(5)V99.
       FD  OUT-TRANSACTION-FILE.
       01  OUT-TRANS-REC       PIC X(72).
       WORKING-STORAGE SECTION.
           05  WS-INV-STATUS   PIC XX.
           05  BO-EOF-SWITCH   PIC X       VALUE 'N'.
           05  IV-EOF-SWITCH   PIC X       VALUE 'N'.
           05  WS-LAY-STATUS   PIC XX.
           05  LA-EOF-SWITCH   PIC X       VALUE 'N'.
           05  WS-RUN-DATE     PIC 9(8).
           05  BATCH-NO        PIC 9(3).
           05  WS-STORE-NO     PIC 9(2).
           05  WS-REL-STORE    PIC 9(2).
           05  VALID-SW        PIC X.
           05  WS-INV-SUB      PIC 9(4).
           05  WS-INV-FOUND    PIC 9(4).
           05  IV-ENTRY OCCURS 1 TO 1000 TIMES
                   DEPENDING ON IV-COUNT
                   INDEXED BY IV-INDX.
               10  IV-T-STORE-NO   PIC 9(2).
               10  IV-T-ITEM-NUM   PIC X(4).
               10  IV-T-REMAINING  PIC S9(5).
       01  BACKORDER-TABLE.
               STOP RUN
           END-IF
           PERFORM 060-LOAD-ITEM-INV
           PERFORM 065-HOLD-LAYAWAY-STOCK
           PERFORM 075-ACCEPT-BATCH-NUMBER
           DISPLAY 'ENTER STORE NUMBER (1-99):'
           ACCEPT WS-STORE-NO
                   NOT AT END
                       IF IV-COUNT < 1000
                           ADD 1 TO IV-COUNT
                           MOVE IV-STORE-NO TO IV-T-STORE-NO(IV-COUNT)
                           MOVE IV-ITEM-NUM TO IV-T-ITEM-NUM(IV-COUNT)
                           MOVE IV-ON-HAND  TO
                               IV-T-REMAINING(IV-COUNT)
           IF WS-INV-STATUS NOT = "35"
               CLOSE ITEM-INV-FILE
           END-IF.
      * TAKES THE QUANTITY HELD ON EVERY OPEN LAYAWAY OUT OF ITS
      * ITEM'S WORKING REMAINDER AT THE LAYAWAY'S STORE, SO A
      * BACKORDER IS NEVER FILLED FROM STOCK SET ASIDE FOR A
      * LAYAWAY CUSTOMER. A MISSING LAYAWAY LEDGER HOLDS NOTHING.
       065-HOLD-LAYAWAY-STOCK.
           OPEN INPUT LAYAWAY-FILE
           IF WS-LAY-STATUS NOT = "00"
               MOVE 'Y' TO LA-EOF-SWITCH
           END-IF
           PERFORM UNTIL LA-EOF-SWITCH = 'Y'
               READ LAYAWAY-FILE
                   AT END
                       MOVE 'Y' TO LA-EOF-SWITCH
                   NOT AT END
                       IF LA-STATUS = 'O'
                           PERFORM VARYING WS-INV-SUB FROM 1 BY 1
                                   UNTIL WS-INV-SUB > IV-COUNT
                               IF IV-T-ITEM-NUM(WS-INV-SUB)
                                       = LA-ITEM-NO
                                  AND IV-T-STORE-NO(WS-INV-SUB)
                                       = LA-STORE-NO
                                   SUBTRACT LA-QNT FROM
                                       IV-T-REMAINING(WS-INV-SUB)
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LAY-STATUS NOT = "35"
               CLOSE LAYAWAY-FILE
           END-IF.
      * CAPTURES THE BATCH NUMBER FOR THE RELEASE BATCH, THE SAME
      * IDENTITY RULES THE KEYED SESSION USES.
       075-ACCEPT-BATCH-NUMBER.
           MOVE HEADER-REC       TO OUT-TRANS-REC
           WRITE OUT-TRANS-REC BEFORE ADVANCING 1 LINE.
      * RELEASES ONE OPEN BACKORDER WHEN THE ITEM'S REMAINING STOCK
      * AT THE BACKORDER'S STORE COVERS IT: A TRANSACTION RECORD IS
      * WRITTEN, THE REMAINDER DROPS, AND THE ROW IS MARKED RELEASED.
      * A ROW WITH NO STORE ON IT BELONGS TO THE STORE KEYED FOR THE
      * RUN, THE SAME RULE THE RELEASE RECORD USES.
       100-RELEASE-ONE-BACKORDER.
           IF BT-STATUS(WS-BO-SUB) NOT = 'O'
               CONTINUE
           ELSE
               IF BT-STORE-NO(WS-BO-SUB) > ZERO
                   MOVE BT-STORE-NO(WS-BO-SUB) TO WS-REL-STORE
               ELSE
                   MOVE WS-STORE-NO TO WS-REL-STORE
               END-IF
               MOVE ZERO TO WS-INV-FOUND
               PERFORM VARYING WS-INV-SUB FROM 1 BY 1
                       UNTIL WS-INV-SUB > IV-COUNT
                   IF IV-T-ITEM-NUM(WS-INV-SUB) =
                           BT-ITEM-NO(WS-BO-SUB)
                      AND IV-T-STORE-NO(WS-INV-SUB) = WS-REL-STORE
                       MOVE WS-INV-SUB TO WS-INV-FOUND
                   END-IF
               END-PERFORM

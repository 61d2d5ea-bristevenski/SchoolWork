       IDENTIFICATION DIVISION.
       PROGRAM-ID. SaleHist.
       AUTHOR. Brianna Muleski
               Andrew Iverson
       DATE-WRITTEN. 10/13/14
      ******************************************************************
      * Purpose:
      *    Adds each posted batch's sale lines to the sale-detail
      *    history GroupProject checks a return against. ITEMHIST.DAT
      *    keeps only monthly totals per item, which cannot say what
      *    one customer bought on one receipt, so every sale line is
      *    kept here under its batch date, batch number, store, and
      *    sequence number - the key printed on the receipt. Sales
      *    voided within the batch never happened and are left out,
      *    as are returns. A batch already in the history is refused
      *    so a rerun cannot double a customer's returnable quantity.
      *
      * Input:
      *    PHASE2.DAT   - posted batch detail, header first
      *    SALEHIST.DAT - sale-detail history built so far
      *
      * Output:
      *    SALEHIST.DAT - extended with the batch's sale lines
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTION-FILE ASSIGN TO "PHASE2.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.
           SELECT SALEHIST-FILE ASSIGN TO "SALEHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SH-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-FILE.
       01  TRANS-REC.
           05  T-CUST-NO       PIC X(5).
           05  T-CUST-NM       PIC X(20).
           05  T-ITEM-NO       PIC X(4).
           05  T-ITEM-DES      PIC X(15).
           05  T-UNIT-PR       PIC 9(4)V99.
           05  T-QNT           PIC S999.
           05  T-OPERATOR-ID   PIC X(5).
           05  T-TENDER-TYPE   PIC X.
           05  T-SEQ-NO        PIC 9(5).
           05  T-VOID-FLAG     PIC X.
           05  T-VOID-REF      PIC 9(5).
           05  T-STORE-NO      PIC 9(2).
      * PHASE 1'S BATCH HEADER (T-CUST-NO = '00000') NAMES THE BATCH
      * EVERY HISTORY ROW IS KEYED BY.
       01  TRANS-HDR-VIEW REDEFINES TRANS-REC.
           05  THV-ID          PIC X(5).
           05  THV-LABEL       PIC X(15).
           05  THV-BATCH-DATE  PIC 9(8).
           05  THV-BATCH-NO    PIC 9(3).
           05  THV-STORE-NO    PIC 9(2).
           05  FILLER          PIC X(39).
       FD  SALEHIST-FILE.
       01  SALEHIST-REC.
           05  SH-BATCH-DATE   PIC 9(8).
           05  SH-BATCH-NO     PIC 9(3).
           05  SH-STORE-NO     PIC 9(2).
           05  SH-SEQ-NO       PIC 9(5).
           05  SH-CUST-NO      PIC X(5).
           05  SH-ITEM-NUM     PIC X(4).
           05  SH-UNIT-PRICE   PIC 9(4)V99.
           05  SH-QTY          PIC 9(3).
           05  SH-TENDER       PIC X.
           05  SH-OPERATOR     PIC X(5).
       WORKING-STORAGE SECTION.
       01  WORKING-ITEMS.
           05  EOF-SWITCH      PIC X       VALUE 'N'.
           05  WS-TRANS-STATUS PIC XX.
           05  WS-SH-STATUS    PIC XX.
           05  WS-BATCH-DATE   PIC 9(8)    VALUE ZERO.
           05  WS-BATCH-NO     PIC 9(3)    VALUE ZERO.
           05  WS-BATCH-STORE  PIC 9(2)    VALUE ZERO.
           05  WS-DUP-SW       PIC X       VALUE 'N'.
               88  BATCH-ALREADY-LOADED    VALUE 'Y'.
           05  WS-WRITTEN-CT   PIC 9(5)    VALUE ZERO.
           05  WS-VOIDED-CT    PIC 9(5)    VALUE ZERO.
           05  SL-SUB          PIC 9(4).
      * THE BATCH'S SALE LINES, HELD UNTIL THE WHOLE BATCH HAS BEEN
      * READ SO A VOID KEYED LATER IN THE BATCH CAN STRIKE ITS SALE.
       01  SALE-LINE-TABLE.
           05  SL-COUNT        PIC 9(4)    VALUE ZERO.
           05  SL-ENTRY OCCURS 1 TO 4000 TIMES
                   DEPENDING ON SL-COUNT
                   INDEXED BY SL-INDX.
               10  SL-SEQ-NO       PIC 9(5).
               10  SL-CUST-NO      PIC X(5).
               10  SL-ITEM-NUM     PIC X(4).
               10  SL-UNIT-PRICE   PIC 9(4)V99.
               10  SL-QTY          PIC 9(3).
               10  SL-TENDER       PIC X.
               10  SL-OPERATOR     PIC X(5).
               10  SL-VOID-SW      PIC X.
      *
       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-LOAD-BATCH
           IF WS-BATCH-DATE = ZERO
               DISPLAY 'PHASE2.DAT HAS NO BATCH HEADER - HISTORY NOT'
                   ' UPDATED.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 200-CHECK-HISTORY
           IF BATCH-ALREADY-LOADED
               DISPLAY 'BATCH ' WS-BATCH-DATE '/' WS-BATCH-NO
                   ' STORE ' WS-BATCH-STORE
                   ' IS ALREADY IN THE SALE HISTORY - NOT ADDED.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 300-APPEND-HISTORY

           DISPLAY 'SALE HISTORY UPDATED: ' WS-WRITTEN-CT
               ' LINES ADDED, ' WS-VOIDED-CT ' VOIDED LINES LEFT OUT.'
           STOP RUN.
      * READS THE POSTED BATCH. THE HEADER NAMES THE BATCH; EACH SALE
      * LINE IS HELD IN THE TABLE, AND EACH VOID OF A SALE (A 'V'
      * ROW WITH A NEGATIVE QUANTITY) STRIKES THE LINE IT REFERS TO.
      * RETURNS AND THE TRAILER ARE PASSED OVER.
       100-LOAD-BATCH.
           OPEN INPUT TRANSACTION-FILE
           IF WS-TRANS-STATUS NOT = "00"
               MOVE 'Y' TO EOF-SWITCH
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ TRANSACTION-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       EVALUATE TRUE
                           WHEN T-CUST-NO = '00000'
                               MOVE THV-BATCH-DATE TO WS-BATCH-DATE
                               MOVE THV-BATCH-NO   TO WS-BATCH-NO
                               MOVE THV-STORE-NO   TO WS-BATCH-STORE
                           WHEN T-CUST-NO = '99999'
                               CONTINUE
                           WHEN T-VOID-FLAG = 'V' AND T-QNT < ZERO
                               PERFORM 150-STRIKE-VOIDED-SALE
                           WHEN T-VOID-FLAG = 'V' OR T-QNT NOT > ZERO
                               CONTINUE
                           WHEN SL-COUNT < 4000
                               PERFORM 120-HOLD-SALE-LINE
                           WHEN OTHER
                               DISPLAY 'SALE TABLE FULL - SEQUENCE '
                                   T-SEQ-NO ' NOT KEPT.'
                       END-EVALUATE
               END-READ
           END-PERFORM
           IF WS-TRANS-STATUS NOT = "35"
               CLOSE TRANSACTION-FILE
           END-IF.
      * ADDS ONE SALE LINE TO THE TABLE.
       120-HOLD-SALE-LINE.
           ADD 1 TO SL-COUNT
           MOVE T-SEQ-NO      TO SL-SEQ-NO(SL-COUNT)
           MOVE T-CUST-NO     TO SL-CUST-NO(SL-COUNT)
           MOVE T-ITEM-NO     TO SL-ITEM-NUM(SL-COUNT)
           MOVE T-UNIT-PR     TO SL-UNIT-PRICE(SL-COUNT)
           MOVE T-QNT         TO SL-QTY(SL-COUNT)
           MOVE T-TENDER-TYPE TO SL-TENDER(SL-COUNT)
           MOVE T-OPERATOR-ID TO SL-OPERATOR(SL-COUNT)
           MOVE 'N'           TO SL-VOID-SW(SL-COUNT).
      * HOLDS A VOID OF A SALE AS A STRIKE ENTRY UNDER THE SALE'S
      * SEQUENCE NUMBER. THE FILE IS IN CUSTOMER ORDER, SO A VOID MAY
      * BE READ BEFORE ITS SALE OR AFTER IT; THE SALES ARE STRUCK
      * ONLY ONCE THE WHOLE BATCH IS IN (350).
       150-STRIKE-VOIDED-SALE.
           ADD 1 TO WS-VOIDED-CT
           IF SL-COUNT < 4000
               ADD 1 TO SL-COUNT
               MOVE T-VOID-REF TO SL-SEQ-NO(SL-COUNT)
               MOVE 'V'        TO SL-VOID-SW(SL-COUNT)
           END-IF.
      * LOOKS FOR THE BATCH IN THE HISTORY ALREADY ON DISK.
       200-CHECK-HISTORY.
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT SALEHIST-FILE
           IF WS-SH-STATUS NOT = "00"
               MOVE 'Y' TO EOF-SWITCH
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ SALEHIST-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       IF SH-BATCH-DATE = WS-BATCH-DATE
                          AND SH-BATCH-NO = WS-BATCH-NO
                          AND SH-STORE-NO = WS-BATCH-STORE
                           SET BATCH-ALREADY-LOADED TO TRUE
                           MOVE 'Y' TO EOF-SWITCH
                       END-IF
               END-READ
           END-PERFORM
           IF WS-SH-STATUS NOT = "35"
               CLOSE SALEHIST-FILE
           END-IF.
      * APPENDS EVERY HELD SALE LINE NO VOID HAS STRUCK.
       300-APPEND-HISTORY.
           OPEN EXTEND SALEHIST-FILE
           IF WS-SH-STATUS NOT = "00"
               OPEN OUTPUT SALEHIST-FILE
           END-IF
           PERFORM VARYING SL-INDX FROM 1 BY 1
                   UNTIL SL-INDX > SL-COUNT
               IF SL-VOID-SW(SL-INDX) = 'N'
                   PERFORM 350-CHECK-STRUCK
                   IF SL-VOID-SW(SL-INDX) = 'N'
                       MOVE WS-BATCH-DATE  TO SH-BATCH-DATE
                       MOVE WS-BATCH-NO    TO SH-BATCH-NO
                       MOVE WS-BATCH-STORE TO SH-STORE-NO
                       MOVE SL-SEQ-NO(SL-INDX)     TO SH-SEQ-NO
                       MOVE SL-CUST-NO(SL-INDX)    TO SH-CUST-NO
                       MOVE SL-ITEM-NUM(SL-INDX)   TO SH-ITEM-NUM
                       MOVE SL-UNIT-PRICE(SL-INDX) TO SH-UNIT-PRICE
                       MOVE SL-QTY(SL-INDX)        TO SH-QTY
                       MOVE SL-TENDER(SL-INDX)     TO SH-TENDER
                       MOVE SL-OPERATOR(SL-INDX)   TO SH-OPERATOR
                       WRITE SALEHIST-REC
                       ADD 1 TO WS-WRITTEN-CT
                   END-IF
               END-IF
           END-PERFORM
           CLOSE SALEHIST-FILE.
      * STRIKES THE SALE LINE AT SL-INDX IF A VOID ENTRY CARRIES ITS
      * SEQUENCE NUMBER.
       350-CHECK-STRUCK.
           PERFORM VARYING SL-SUB FROM 1 BY 1
                   UNTIL SL-SUB > SL-COUNT
               IF SL-VOID-SW(SL-SUB) = 'V'
                  AND SL-SEQ-NO(SL-SUB) = SL-SEQ-NO(SL-INDX)
                   MOVE 'X' TO SL-VOID-SW(SL-INDX)
               END-IF
           END-PERFORM.

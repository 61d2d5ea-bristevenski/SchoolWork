       IDENTIFICATION DIVISION.
       PROGRAM-ID. CookiePay.
       AUTHOR. Brianna Muleski
       DATE-WRITTEN. 10/15/14
      ******************************************************************
      * Purpose:
      *     Entry of the cookie money sellers turn in. Each payment
      *     is keyed by seller ID, which must be on the seller
      *     master, and amount; the seller's name and what the
      *     seller has turned in so far are shown before it is
      *     posted. Payments are appended for the reconciliation
      *     report.
      *
      * Input:
      *     SELLERS.DAT - seller master
      *     COOKPAY.DAT - payments received so far
      *     Payments entered at the console
      *
      * Output:
      *     COOKPAY.DAT - one row per payment, appended
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SELLER-FILE ASSIGN TO "SELLERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SELLER-STATUS.
           SELECT PAYMENT-FILE ASSIGN TO "COOKPAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SELLER-FILE.
       01  SELLER-REC.
           05  SL-SELLER-ID       PIC 9(4).
           05  SL-NAME            PIC X(20).
           05  SL-ACTIVE          PIC X.
      * ONE ROW PER PAYMENT A SELLER TURNS IN.
       FD  PAYMENT-FILE.
       01  PAYMENT-REC.
           05  CY-DATE            PIC 9(8).
           05  CY-SELLER-ID       PIC 9(4).
           05  CY-AMOUNT          PIC 9(5)V99.
       WORKING-STORAGE SECTION.
       01  WORKING-ITEMS.
           05  EOF-SWITCH         PIC X       VALUE 'N'.
           05  WS-SELLER-STATUS   PIC XX.
           05  WS-PAY-STATUS      PIC XX.
           05  WS-SELLER-ID       PIC 9(4)    VALUE 1.
           05  WS-SL-FOUND        PIC 9(3).
           05  WS-AMOUNT          PIC 9(5)V99.
           05  WS-ANSWER          PIC X.
           05  WS-POSTED-CT       PIC 9(4)    VALUE ZERO.
           05  WS-POSTED-AMT      PIC 9(6)V99 VALUE ZERO.
       01  SELLER-TABLE.
           05  ST-COUNT           PIC 9(3)    VALUE ZERO.
           05  ST-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON ST-COUNT
                   INDEXED BY ST-INDX.
               10  ST-SELLER-ID       PIC 9(4).
               10  ST-NAME            PIC X(20).
               10  ST-ACTIVE          PIC X.
               10  ST-PAID            PIC 9(6)V99.
       01  AMOUNT-LINE.
           05  AL-LABEL           PIC X(22).
           05  AL-AMOUNT          PIC $$$,$$9.99.
      *
       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 050-LOAD-SELLERS
           IF ST-COUNT = ZERO
               DISPLAY 'NO SELLER MASTER (SELLERS.DAT) ON FILE.'
               STOP RUN
           END-IF
           PERFORM 060-LOAD-PAYMENTS
           OPEN EXTEND PAYMENT-FILE
           IF WS-PAY-STATUS NOT = "00"
               OPEN OUTPUT PAYMENT-FILE
           END-IF
           PERFORM 100-TAKE-PAYMENT UNTIL WS-SELLER-ID = ZERO
           CLOSE PAYMENT-FILE
           DISPLAY SPACE
           MOVE 'TOTAL POSTED:' TO AL-LABEL
           MOVE WS-POSTED-AMT TO AL-AMOUNT
           DISPLAY WS-POSTED-CT ' PAYMENTS POSTED.'
           DISPLAY AMOUNT-LINE
           DISPLAY '--END OF COOKIE PAYMENTS SESSION--'
           STOP RUN.
      ******************************************************************
      * Loads the seller master with nothing paid yet.
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
                           MOVE ZERO         TO ST-PAID(ST-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-SELLER-STATUS NOT = "35"
               CLOSE SELLER-FILE
           END-IF.
      ******************************************************************
      * Totals what each seller has turned in so far.
      ******************************************************************
       060-LOAD-PAYMENTS.
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
                       SET ST-INDX TO 1
                       SEARCH ST-ENTRY
                           WHEN ST-SELLER-ID(ST-INDX) = CY-SELLER-ID
                               ADD CY-AMOUNT TO ST-PAID(ST-INDX)
                       END-SEARCH
               END-READ
           END-PERFORM
           IF WS-PAY-STATUS NOT = "35"
               CLOSE PAYMENT-FILE
           END-IF.
      ******************************************************************
      * Takes one payment. A zero seller ID ends the session.
      ******************************************************************
       100-TAKE-PAYMENT.
           DISPLAY SPACE
           DISPLAY 'ENTER SELLER ID (0 TO END):'
           MOVE ZERO TO WS-SELLER-ID
           ACCEPT WS-SELLER-ID
           IF WS-SELLER-ID NOT = ZERO
               MOVE ZERO TO WS-SL-FOUND
               PERFORM VARYING ST-INDX FROM 1 BY 1
                       UNTIL ST-INDX > ST-COUNT
                   IF ST-SELLER-ID(ST-INDX) = WS-SELLER-ID
                       SET WS-SL-FOUND TO ST-INDX
                   END-IF
               END-PERFORM
               IF WS-SL-FOUND = ZERO
                   DISPLAY 'SELLER NOT ON FILE.'
               ELSE
                   PERFORM 200-POST-PAYMENT
               END-IF
           END-IF.
      ******************************************************************
      * Shows the seller and what is already turned in, takes the
      * amount and posts it on confirmation.
      ******************************************************************
       200-POST-PAYMENT.
           DISPLAY 'SELLER: ' ST-NAME(WS-SL-FOUND)
           MOVE 'TURNED IN SO FAR:' TO AL-LABEL
           MOVE ST-PAID(WS-SL-FOUND) TO AL-AMOUNT
           DISPLAY AMOUNT-LINE
           MOVE ZERO TO WS-AMOUNT
           PERFORM UNTIL WS-AMOUNT > ZERO
               DISPLAY 'ENTER AMOUNT RECEIVED:'
               ACCEPT WS-AMOUNT
           END-PERFORM
           MOVE 'AMOUNT:' TO AL-LABEL
           MOVE WS-AMOUNT TO AL-AMOUNT
           DISPLAY AMOUNT-LINE
           DISPLAY 'POST THIS PAYMENT? (Y/N)'
           ACCEPT WS-ANSWER
           IF WS-ANSWER = 'Y'
               MOVE FUNCTION CURRENT-DATE(1:8) TO CY-DATE
               MOVE WS-SELLER-ID TO CY-SELLER-ID
               MOVE WS-AMOUNT    TO CY-AMOUNT
               WRITE PAYMENT-REC
               ADD WS-AMOUNT TO ST-PAID(WS-SL-FOUND)
               ADD 1 TO WS-POSTED-CT
               ADD WS-AMOUNT TO WS-POSTED-AMT
               DISPLAY 'PAYMENT POSTED.'
           ELSE
               DISPLAY 'PAYMENT NOT POSTED.'
           END-IF.

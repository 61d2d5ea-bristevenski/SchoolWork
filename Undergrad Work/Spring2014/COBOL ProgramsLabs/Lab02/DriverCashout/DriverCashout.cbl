       IDENTIFICATION DIVISION.
       PROGRAM-ID. DriverCashout.
       AUTHOR. Brianna Muleski
       DATE-WRITTEN. 10/14/14
      ******************************************************************
      * Purpose:
      *     End-of-shift cash-out for the pizza shop's delivery
      *     drivers. For each driver keyed in, the delivered orders
      *     not yet cashed out are listed with what the driver should
      *     have collected at the door (order with tax plus delivery
      *     fee). The manager keys the cash the driver turns in for
      *     those orders and, separately, the tips the driver took,
      *     which are the driver's and not part of the reconciliation.
      *     The over/short is shown and logged with the tips, and the
      *     orders are marked cashed out so they are not counted
      *     again. Orders the driver still has out are left for the
      *     next cash-out.
      *
      * Input:
      *     DELIVERY.DAT   - delivery orders with drivers and times
      *     Driver, cash and tips entered at the console
      *
      * Output:
      *     DELIVERY.DAT   - rewritten with orders marked cashed out
      *     DRVCASH.DAT    - one row per driver cash-out, appended
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DELIVERY-FILE ASSIGN TO "DELIVERY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DV-STATUS.
           SELECT CASHOUT-FILE ASSIGN TO "DRVCASH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CO-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * ONE ROW PER DELIVERY ORDER. DV-STATUS 'O' IS WAITING FOR A
      * DRIVER, 'D' IS OUT WITH ITS DRIVER, 'C' IS DELIVERED.
      * DV-CASHED-OUT 'Y' ONCE THE DRIVER HAS TURNED IN ITS CASH.
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
           05  DV-TIME-BACK       PIC 9(4).
           05  DV-STATUS          PIC X.
           05  DV-CASHED-OUT      PIC X.
      * ONE ROW PER DRIVER CASH-OUT, READ BY THE DAILY CLOSE-OUT.
       FD  CASHOUT-FILE.
       01  CASHOUT-REC.
           05  CO-DATE            PIC 9(8).
           05  CO-DRIVER          PIC X(10).
           05  CO-ORDER-CT        PIC 9(3).
           05  CO-EXPECTED        PIC 9(5)V99.
           05  CO-CASH-IN         PIC 9(5)V99.
           05  CO-TIPS            PIC 9(4)V99.
           05  CO-OVER-SHORT      PIC S9(5)V99.
       WORKING-STORAGE SECTION.
       01  WORKING-ITEMS.
           05  EOF-SWITCH         PIC X       VALUE 'N'.
           05  WS-DV-STATUS       PIC XX.
           05  WS-CO-STATUS       PIC XX.
           05  WS-DRIVER          PIC X(10)   VALUE 'START'.
           05  WS-ORDER-CT        PIC 9(3).
           05  WS-STILL-OUT-CT    PIC 9(3).
           05  WS-EXPECTED        PIC 9(5)V99.
           05  WS-CASH-IN         PIC 9(5)V99.
           05  WS-TIPS            PIC 9(4)V99.
           05  WS-OVER-SHORT      PIC S9(5)V99.
           05  WS-ANSWER          PIC X.
       01  DELIVERY-TABLE.
           05  DT-COUNT           PIC 9(4)    VALUE ZERO.
           05  DT-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON DT-COUNT
                   INDEXED BY DT-INDX.
               10  DT-REC             PIC X(105).
       01  CASHED-TABLE.
           05  CX-COUNT           PIC 9(3)    VALUE ZERO.
           05  CX-ORDER-NO OCCURS 999 TIMES
                   INDEXED BY CX-INDX    PIC 9(6).
       01  ORDER-LINE.
           05  FILLER             PIC X(7)    VALUE "ORDER ".
           05  OL-ORDER-NO        PIC 9(6).
           05  FILLER             PIC X(2)    VALUE SPACES.
           05  OL-ADDRESS         PIC X(25).
           05  FILLER             PIC X       VALUE SPACE.
           05  OL-DUE             PIC $$,$$9.99.
       01  AMOUNT-LINE.
           05  AL-LABEL           PIC X(22).
           05  AL-AMOUNT          PIC $$,$$9.99-.
      *
       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-CASH-OUT-DRIVER UNTIL WS-DRIVER = SPACES
           DISPLAY SPACE
           DISPLAY '--END OF DRIVER CASH-OUT--'
           STOP RUN.
      ******************************************************************
      * Loads the delivery file into a runtime table. It is reread
      * for each driver so orders delivered meanwhile are included.
      ******************************************************************
       050-LOAD-DELIVERIES.
           MOVE 'N' TO EOF-SWITCH
           MOVE ZERO TO DT-COUNT
           OPEN INPUT DELIVERY-FILE
           IF WS-DV-STATUS NOT = "00"
               MOVE 'Y' TO EOF-SWITCH
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ DELIVERY-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       IF DT-COUNT < 2000
                           ADD 1 TO DT-COUNT
                           MOVE DELIVERY-REC TO DT-REC(DT-COUNT)
                       ELSE
                           DISPLAY 'DELIVERY TABLE FULL - SESSION '
                               'STOPPED.'
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           IF WS-DV-STATUS NOT = "35"
               CLOSE DELIVERY-FILE
           END-IF.
      ******************************************************************
      * Cashes out one driver. A blank driver ends the session.
      ******************************************************************
       100-CASH-OUT-DRIVER.
           DISPLAY SPACE
           DISPLAY 'ENTER DRIVER TO CASH OUT (BLANK TO END):'
           MOVE SPACES TO WS-DRIVER
           ACCEPT WS-DRIVER
           IF WS-DRIVER NOT = SPACES
               PERFORM 050-LOAD-DELIVERIES
               PERFORM 200-LIST-DRIVER-ORDERS
               IF WS-STILL-OUT-CT > ZERO
                   DISPLAY WS-STILL-OUT-CT ' ORDER(S) STILL OUT WITH '
                       WS-DRIVER ' - LEFT FOR THE NEXT CASH-OUT'
               END-IF
               IF WS-ORDER-CT = ZERO
                   DISPLAY 'NO DELIVERED ORDERS TO CASH OUT FOR '
                       WS-DRIVER
               ELSE
                   PERFORM 300-TAKE-CASH
               END-IF
           END-IF.
      ******************************************************************
      * Lists the driver's delivered orders not yet cashed out and
      * totals what the driver should have collected.
      ******************************************************************
       200-LIST-DRIVER-ORDERS.
           MOVE ZERO TO WS-ORDER-CT
           MOVE ZERO TO WS-STILL-OUT-CT
           MOVE ZERO TO WS-EXPECTED
           MOVE ZERO TO CX-COUNT
           PERFORM VARYING DT-INDX FROM 1 BY 1
                   UNTIL DT-INDX > DT-COUNT
               MOVE DT-REC(DT-INDX) TO DELIVERY-REC
               IF DV-DRIVER = WS-DRIVER
                   EVALUATE TRUE
                       WHEN DV-STATUS = 'C' AND DV-CASHED-OUT NOT = 'Y'
                           ADD 1 TO WS-ORDER-CT
                           MOVE WS-ORDER-CT TO CX-COUNT
                           MOVE DV-ORDER-NO TO CX-ORDER-NO(CX-COUNT)
                           COMPUTE WS-EXPECTED =
                               WS-EXPECTED + DV-ORDER-AMT + DV-FEE
                           MOVE DV-ORDER-NO TO OL-ORDER-NO
                           MOVE DV-ADDRESS  TO OL-ADDRESS
                           COMPUTE OL-DUE = DV-ORDER-AMT + DV-FEE
                           DISPLAY ORDER-LINE
                       WHEN DV-STATUS = 'D'
                           ADD 1 TO WS-STILL-OUT-CT
                   END-EVALUATE
               END-IF
           END-PERFORM.
      ******************************************************************
      * Takes the cash turned in and the tips, shows the over/short,
      * and on confirmation logs the cash-out and marks the orders.
      ******************************************************************
       300-TAKE-CASH.
           MOVE 'EXPECTED FROM ORDERS:' TO AL-LABEL
           MOVE WS-EXPECTED TO AL-AMOUNT
           DISPLAY AMOUNT-LINE
           DISPLAY 'ENTER CASH TURNED IN FOR ORDERS (NOT TIPS):'
           ACCEPT WS-CASH-IN
           DISPLAY 'ENTER TIPS RECEIVED:'
           ACCEPT WS-TIPS
           COMPUTE WS-OVER-SHORT = WS-CASH-IN - WS-EXPECTED
           MOVE 'DRIVER OVER/SHORT:' TO AL-LABEL
           MOVE WS-OVER-SHORT TO AL-AMOUNT
           DISPLAY AMOUNT-LINE
           MOVE 'TIPS (DRIVER KEEPS):' TO AL-LABEL
           MOVE WS-TIPS TO AL-AMOUNT
           DISPLAY AMOUNT-LINE
           DISPLAY 'POST THIS CASH-OUT? (Y/N)'
           ACCEPT WS-ANSWER
           IF WS-ANSWER = 'Y'
               PERFORM 400-POST-CASH-OUT
           ELSE
               DISPLAY 'CASH-OUT NOT POSTED.'
           END-IF.
      ******************************************************************
      * Appends the cash-out row and rewrites the delivery file with
      * the orders just counted marked cashed out. The file is reread
      * first so dispatch changes and new orders made meanwhile are
      * kept.
      ******************************************************************
       400-POST-CASH-OUT.
           PERFORM 050-LOAD-DELIVERIES
           MOVE FUNCTION CURRENT-DATE(1:8) TO CO-DATE
           MOVE WS-DRIVER     TO CO-DRIVER
           MOVE WS-ORDER-CT   TO CO-ORDER-CT
           MOVE WS-EXPECTED   TO CO-EXPECTED
           MOVE WS-CASH-IN    TO CO-CASH-IN
           MOVE WS-TIPS       TO CO-TIPS
           MOVE WS-OVER-SHORT TO CO-OVER-SHORT
           OPEN EXTEND CASHOUT-FILE
           IF WS-CO-STATUS NOT = "00"
               OPEN OUTPUT CASHOUT-FILE
           END-IF
           WRITE CASHOUT-REC
           CLOSE CASHOUT-FILE
           OPEN OUTPUT DELIVERY-FILE
           PERFORM VARYING DT-INDX FROM 1 BY 1
                   UNTIL DT-INDX > DT-COUNT
               MOVE DT-REC(DT-INDX) TO DELIVERY-REC
               PERFORM VARYING CX-INDX FROM 1 BY 1
                       UNTIL CX-INDX > CX-COUNT
                   IF CX-ORDER-NO(CX-INDX) = DV-ORDER-NO
                       MOVE 'Y' TO DV-CASHED-OUT
                   END-IF
               END-PERFORM
               WRITE DELIVERY-REC
           END-PERFORM
           CLOSE DELIVERY-FILE
           DISPLAY 'CASH-OUT POSTED FOR ' WS-DRIVER.

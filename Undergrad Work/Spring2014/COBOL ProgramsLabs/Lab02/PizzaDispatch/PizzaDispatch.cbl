       IDENTIFICATION DIVISION.
       PROGRAM-ID. PizzaDispatch.
       AUTHOR. Brianna Muleski
       DATE-WRITTEN. 10/14/14
      ******************************************************************
      * Purpose:
      *     Dispatch screen for the pizza shop's delivery orders.
      *     Lists every delivery not yet back - waiting for a driver
      *     or out with one - oldest first with its age in minutes,
      *     so nothing sits under the heat lamp. The dispatcher sends
      *     a waiting order out with a driver, stamping the time out,
      *     and marks it delivered when the driver is back, stamping
      *     the time back; the driver cash-out reconciles from those.
      *     The file is reread for every action and rewritten after
      *     every change, so orders taken at the counter while the
      *     screen is up show on the next list and are never lost.
      *
      * Input:
      *     DELIVERY.DAT - delivery orders written by order entry
      *     Dispatch actions entered at the console
      *
      * Output:
      *     DELIVERY.DAT - rewritten with drivers and times
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DELIVERY-FILE ASSIGN TO "DELIVERY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DV-STATUS.
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
           05  DV-TIME-ORDER-R REDEFINES DV-TIME-ORDER.
               10  DV-ORDER-HH        PIC 99.
               10  DV-ORDER-MM        PIC 99.
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
       WORKING-STORAGE SECTION.
       01  WORKING-ITEMS.
           05  EOF-SWITCH         PIC X       VALUE 'N'.
           05  WS-DV-STATUS       PIC XX.
           05  WS-CHANGED-SW      PIC X       VALUE 'N'.
           05  MENU-CHOICE        PIC X       VALUE SPACE.
           05  WS-ORDER-NO        PIC 9(6).
           05  WS-DRIVER          PIC X(10).
           05  WS-DV-FOUND        PIC 9(4).
           05  WS-OPEN-CT         PIC 9(4).
           05  WS-TODAY           PIC 9(8).
           05  WS-TODAY-INT       PIC 9(8).
           05  WS-NOW             PIC 9(4).
           05  WS-NOW-R REDEFINES WS-NOW.
               10  WS-NOW-HH          PIC 99.
               10  WS-NOW-MM          PIC 99.
           05  WS-AGE-MIN         PIC S9(7).
       01  DELIVERY-TABLE.
           05  DT-COUNT           PIC 9(4)    VALUE ZERO.
           05  DT-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON DT-COUNT
                   INDEXED BY DT-INDX.
               10  DT-REC             PIC X(105).
       01  LIST-HEADING.
           05  FILLER             PIC X(8)    VALUE "ORDER".
           05  FILLER             PIC X(6)    VALUE "  AGE".
           05  FILLER             PIC X(9)    VALUE " STATUS".
           05  FILLER             PIC X(11)   VALUE "DRIVER".
           05  FILLER             PIC X(11)   VALUE "PHONE".
           05  FILLER             PIC X(26)   VALUE "ADDRESS".
           05  FILLER             PIC X(8)    VALUE "     DUE".
       01  LIST-LINE.
           05  LL-ORDER-NO        PIC 9(6).
           05  FILLER             PIC X(2)    VALUE SPACES.
           05  LL-AGE             PIC ZZZZ9.
           05  FILLER             PIC X(2)    VALUE SPACES.
           05  LL-STATUS          PIC X(7).
           05  FILLER             PIC X       VALUE SPACE.
           05  LL-DRIVER          PIC X(10).
           05  FILLER             PIC X       VALUE SPACE.
           05  LL-PHONE           PIC X(10).
           05  FILLER             PIC X       VALUE SPACE.
           05  LL-ADDRESS         PIC X(25).
           05  FILLER             PIC X       VALUE SPACE.
           05  LL-DUE             PIC $$$9.99.
      *
       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 050-LOAD-DELIVERIES
           PERFORM 200-LIST-OPEN
           PERFORM 100-DISPATCH-MENU UNTIL MENU-CHOICE = 'X'
           DISPLAY SPACE
           DISPLAY '--END OF DISPATCH--'
           STOP RUN.
      ******************************************************************
      * Loads the delivery file into a runtime table.
      ******************************************************************
       050-LOAD-DELIVERIES.
           MOVE 'N' TO EOF-SWITCH
           MOVE ZERO TO DT-COUNT
           OPEN INPUT DELIVERY-FILE
           IF WS-DV-STATUS NOT = "00"
               DISPLAY 'NO DELIVERY ORDERS ON FILE.'
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
       100-DISPATCH-MENU.
           DISPLAY SPACE
           DISPLAY 'L-LIST OPEN DELIVERIES  S-SEND OUT WITH DRIVER'
           DISPLAY 'B-DRIVER BACK (DELIVERED)  X-EXIT'
           ACCEPT MENU-CHOICE
           IF MENU-CHOICE NOT = 'X'
               PERFORM 050-LOAD-DELIVERIES
           END-IF
           MOVE 'N' TO WS-CHANGED-SW
           EVALUATE MENU-CHOICE
               WHEN 'L'
                   PERFORM 200-LIST-OPEN
               WHEN 'S'
                   PERFORM 300-SEND-OUT
               WHEN 'B'
                   PERFORM 400-DRIVER-BACK
               WHEN 'X'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'INVALID CHOICE'
           END-EVALUATE
           IF WS-CHANGED-SW = 'Y'
               PERFORM 800-SAVE-DELIVERIES
           END-IF.
      ******************************************************************
      * Takes the order number and looks it up in the table. A found
      * order is left in DELIVERY-REC.
      ******************************************************************
       150-FIND-ORDER.
           DISPLAY 'ENTER ORDER NUMBER:'
           MOVE ZERO TO WS-ORDER-NO
           ACCEPT WS-ORDER-NO
           MOVE ZERO TO WS-DV-FOUND
           PERFORM VARYING DT-INDX FROM 1 BY 1
                   UNTIL DT-INDX > DT-COUNT
               IF DT-REC(DT-INDX)(1:6) = WS-ORDER-NO
                   SET WS-DV-FOUND TO DT-INDX
               END-IF
           END-PERFORM
           IF WS-DV-FOUND > ZERO
               MOVE DT-REC(WS-DV-FOUND) TO DELIVERY-REC
           END-IF.
      ******************************************************************
      * Lists the deliveries not yet back, oldest first (the file is
      * in order-entry order), with the minutes since each was taken
      * and the amount the driver collects at the door.
      ******************************************************************
       200-LIST-OPEN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE FUNCTION CURRENT-DATE(9:4) TO WS-NOW
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)
           MOVE ZERO TO WS-OPEN-CT
           DISPLAY SPACE
           DISPLAY LIST-HEADING
           PERFORM VARYING DT-INDX FROM 1 BY 1
                   UNTIL DT-INDX > DT-COUNT
               MOVE DT-REC(DT-INDX) TO DELIVERY-REC
               IF DV-STATUS = 'O' OR DV-STATUS = 'D'
                   PERFORM 250-LIST-ONE
               END-IF
           END-PERFORM
           DISPLAY WS-OPEN-CT ' DELIVERIES OPEN'.
       250-LIST-ONE.
           ADD 1 TO WS-OPEN-CT
           COMPUTE WS-AGE-MIN =
               ((WS-TODAY-INT - FUNCTION INTEGER-OF-DATE(DV-DATE))
                 * 1440)
               + (WS-NOW-HH * 60) + WS-NOW-MM
               - (DV-ORDER-HH * 60) - DV-ORDER-MM
           IF WS-AGE-MIN < ZERO
               MOVE ZERO TO WS-AGE-MIN
           END-IF
           MOVE DV-ORDER-NO TO LL-ORDER-NO
           MOVE WS-AGE-MIN  TO LL-AGE
           IF DV-STATUS = 'O'
               MOVE 'WAITING' TO LL-STATUS
           ELSE
               MOVE 'OUT'     TO LL-STATUS
           END-IF
           MOVE DV-DRIVER   TO LL-DRIVER
           MOVE DV-PHONE    TO LL-PHONE
           MOVE DV-ADDRESS  TO LL-ADDRESS
           COMPUTE LL-DUE = DV-ORDER-AMT + DV-FEE
           DISPLAY LIST-LINE.
      ******************************************************************
      * Sends a waiting order out with a driver and stamps the time.
      ******************************************************************
       300-SEND-OUT.
           PERFORM 150-FIND-ORDER
           EVALUATE TRUE
               WHEN WS-DV-FOUND = ZERO
                   DISPLAY 'ORDER NOT ON THE DELIVERY FILE.'
               WHEN DV-STATUS NOT = 'O'
                   DISPLAY 'ORDER IS NOT WAITING FOR A DRIVER.'
               WHEN OTHER
                   MOVE SPACES TO WS-DRIVER
                   PERFORM UNTIL WS-DRIVER NOT = SPACES
                       DISPLAY 'ENTER DRIVER:'
                       ACCEPT WS-DRIVER
                   END-PERFORM
                   MOVE WS-DRIVER TO DV-DRIVER
                   MOVE FUNCTION CURRENT-DATE(9:4) TO DV-TIME-OUT
                   MOVE 'D' TO DV-STATUS
                   MOVE DELIVERY-REC TO DT-REC(WS-DV-FOUND)
                   MOVE 'Y' TO WS-CHANGED-SW
                   DISPLAY 'ORDER ' DV-ORDER-NO ' OUT WITH '
                       DV-DRIVER
           END-EVALUATE.
      ******************************************************************
      * Marks an order out with a driver as delivered and stamps the
      * time the driver got back.
      ******************************************************************
       400-DRIVER-BACK.
           PERFORM 150-FIND-ORDER
           EVALUATE TRUE
               WHEN WS-DV-FOUND = ZERO
                   DISPLAY 'ORDER NOT ON THE DELIVERY FILE.'
               WHEN DV-STATUS NOT = 'D'
                   DISPLAY 'ORDER IS NOT OUT WITH A DRIVER.'
               WHEN OTHER
                   MOVE FUNCTION CURRENT-DATE(9:4) TO DV-TIME-BACK
                   MOVE 'C' TO DV-STATUS
                   MOVE DELIVERY-REC TO DT-REC(WS-DV-FOUND)
                   MOVE 'Y' TO WS-CHANGED-SW
                   DISPLAY 'ORDER ' DV-ORDER-NO ' DELIVERED BY '
                       DV-DRIVER
           END-EVALUATE.
      ******************************************************************
      * Rewrites the delivery file from the table.
      ******************************************************************
       800-SAVE-DELIVERIES.
           OPEN OUTPUT DELIVERY-FILE
           PERFORM VARYING DT-INDX FROM 1 BY 1
                   UNTIL DT-INDX > DT-COUNT
               MOVE DT-REC(DT-INDX) TO DELIVERY-REC
               WRITE DELIVERY-REC
           END-PERFORM
           CLOSE DELIVERY-FILE.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LockboxResolve.
       AUTHOR. Brianna Muleski
               Andrew Iverson
       DATE-WRITTEN. 10/13/14
      ******************************************************************
      * Purpose:
      *    Works the lockbox suspense file: the remittances the bank
      *    sent that LockboxImport could match to a customer neither by
      *    account number nor by invoice number. Each open item is
      *    shown with what the bank sent, and the operator keys the
      *    customer it belongs to (checked against the AR master) or
      *    leaves it open for later. The items resolved this session
      *    are added to PAYMENTS.DAT behind any payments already
      *    waiting there, under one trailer for the whole file, and
      *    marked resolved on the suspense file with who did it and
      *    when.
      *
      * Input:
      *    LOCKSUSP.DAT   - lockbox suspense items
      *    MASTER.DAT     - AR master, to validate the customer keyed
      *    OPERMAST.DAT   - operator master ('P' function required)
      *    PAYMENTS.DAT   - payments already waiting for PhaseIII
      *    Customer number for each open item, from the console
      *
      * Output:
      *    PAYMENTS.DAT   - rewritten with the resolved items added
      *    LOCKSUSP.DAT   - rewritten with the items resolved marked
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSPENSE-FILE ASSIGN TO "LOCKSUSP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LS-STATUS.
           SELECT AR-MASTER-FILE ASSIGN TO "MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS O-CUST-NO
               FILE STATUS IS WS-ARM-STATUS.
           SELECT OPER-MASTER-FILE ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.
           SELECT PAYMENT-FILE ASSIGN TO "PAYMENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SUSPENSE-FILE.
       01  SUSPENSE-REC.
           05  LS-DEPOSIT-DATE PIC 9(8).
           05  LS-LOCKBOX-NO   PIC X(6).
           05  LS-ITEM-NO      PIC 9(5).
           05  LS-ACCT-NO      PIC X(5).
           05  LS-INVOICE-NO   PIC 9(6).
           05  LS-CHECK-NO     PIC X(8).
           05  LS-AMT          PIC 9(6)V99.
           05  LS-STATUS       PIC X.
           05  LS-CUST-NO      PIC X(5).
           05  LS-RESOLVED-BY  PIC X(5).
           05  LS-RESOLVED-DATE PIC 9(8).
       FD  AR-MASTER-FILE.
       01  OLD-REC.
           05  O-CUST-NO       PIC X(5).
           05  O-CUST-NM       PIC X(20).
           05  O-AMT           PIC S9(7)V99.
           05  O-CREDIT-LIM    PIC 9(7)V99.
           05  O-ADDR          PIC X(25).
           05  O-CITY          PIC X(15).
           05  O-STATE         PIC X(2).
           05  O-ZIP           PIC X(5).
           05  O-HOLD-FLAG     PIC X.
           05  O-TERMS-DAYS    PIC 9(3).
           05  O-BILL-CYCLE    PIC X.
           05  O-COLL-STATUS   PIC X.
       FD  OPER-MASTER-FILE.
       01  OP-REC.
           05  OP-ID           PIC X(5).
           05  OP-NAME         PIC X(20).
           05  OP-ACTIVE       PIC X.
           05  OP-CLASS        PIC X.
           05  OP-FUNCS        PIC X(10).
       FD  PAYMENT-FILE.
       01  PAY-REC.
           05  P-CUST-NO       PIC X(5).
           05  P-CHECK-NO      PIC X(8).
           05  P-AMT           PIC 9(6)V99.
           05  P-OPERATOR-ID   PIC X(5).
       01  PAY-TRAILER-VIEW REDEFINES PAY-REC.
           05  PTV-ID          PIC X(5).
           05  PTV-LABEL       PIC X(6).
           05  PTV-REC-COUNT   PIC 9(5).
           05  PTV-AMT-TOTAL   PIC 9(8)V99.
       WORKING-STORAGE SECTION.
       01  WORKING-ITEMS.
           05  EOF-SWITCH      PIC X.
           05  VALID-SW        PIC X.
           05  WS-LS-STATUS    PIC XX.
           05  WS-ARM-STATUS   PIC XX.
           05  WS-OPER-STATUS  PIC XX.
           05  WS-PAY-STATUS   PIC XX.
           05  WS-RUN-DATE     PIC 9(8).
           05  OPERATOR-ID     PIC X(5).
           05  WS-OPER-OK-SW   PIC X.
               88  OPERATOR-VALID          VALUE 'Y'.
           05  WS-FUNC-TALLY   PIC 9(2).
           05  WS-CUST-IN      PIC X(5).
           05  WS-CUST-OK-SW   PIC X.
               88  CUSTOMER-ON-FILE        VALUE 'Y'.
           05  WS-OPEN-CT      PIC 9(5)    VALUE ZERO.
           05  WS-RESOLVED-CT  PIC 9(5)    VALUE ZERO.
           05  WS-RESOLVED-AMT PIC 9(8)V99 VALUE ZERO.
           05  WS-PAY-COUNT    PIC 9(5)    VALUE ZERO.
           05  WS-PAY-TOTAL    PIC 9(8)V99 VALUE ZERO.
           05  WS-OLD-TRLR-SW  PIC X       VALUE 'N'.
               88  OLD-TRAILER-FOUND       VALUE 'Y'.
           05  WS-OLD-TRLR-CT  PIC 9(5)    VALUE ZERO.
           05  WS-OLD-TRLR-AMT PIC 9(8)V99 VALUE ZERO.
           05  WS-SHOW-AMT     PIC $$$$,$$9.99.
       01  AR-MASTER-TABLE.
           05  CM-COUNT        PIC 9(4)    VALUE ZERO.
           05  CM-ENTRY OCCURS 1 TO 1000 TIMES
                   DEPENDING ON CM-COUNT
                   INDEXED BY CM-INDX.
               10  CM-T-CUST-NO    PIC X(5).
               10  CM-T-CUST-NM    PIC X(20).
       01  OPER-MASTER-TABLE.
           05  OP-COUNT        PIC 9(4)    VALUE ZERO.
           05  OP-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON OP-COUNT
                   INDEXED BY OP-INDX.
               10  OP-T-ID         PIC X(5).
               10  OP-T-ACTIVE     PIC X.
               10  OP-T-FUNCS      PIC X(10).
      * THE WHOLE SUSPENSE FILE, REWRITTEN AT THE END OF THE SESSION.
      * ST-NEW IS 'Y' FOR AN ITEM RESOLVED THIS SESSION.
       01  SUSPENSE-TABLE.
           05  ST-COUNT        PIC 9(4)    VALUE ZERO.
           05  ST-ENTRY OCCURS 1 TO 3000 TIMES
                   DEPENDING ON ST-COUNT
                   INDEXED BY ST-INDX.
               10  ST-REC          PIC X(65).
               10  ST-NEW          PIC X.
      * PAYMENTS ALREADY WAITING IN PAYMENTS.DAT, CARRIED FORWARD
      * AHEAD OF THE RESOLVED ITEMS.
       01  WAITING-PAY-TABLE.
           05  WP-COUNT        PIC 9(4)    VALUE ZERO.
           05  WP-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WP-COUNT
                   INDEXED BY WP-INDX.
               10  WP-REC          PIC X(26).
       01  PAYMENT-DETAIL.
           05  PD-CUST-NO      PIC X(5).
           05  PD-CHECK-NO     PIC X(8).
           05  PD-AMT          PIC 9(6)V99.
           05  PD-OPERATOR-ID  PIC X(5).
       01  TRAILER-REC.
           05  TR-ID           PIC X(5).
           05  TR-LABEL        PIC X(6).
           05  TR-REC-COUNT    PIC 9(5).
           05  TR-AMT-TOTAL    PIC 9(8)V99.
      *
       PROCEDURE DIVISION.
       000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM 050-LOAD-SUSPENSE
           IF WS-OPEN-CT = ZERO
               DISPLAY 'NO OPEN LOCKBOX SUSPENSE ITEMS.'
               STOP RUN
           END-IF
           PERFORM 060-CHECK-WAITING-PAYMENTS
           PERFORM 070-LOAD-AR-MASTER
           PERFORM 080-LOAD-OPER-MASTER
           PERFORM 090-ACCEPT-OPERATOR-ID

           MOVE SPACES TO WS-CUST-IN
           PERFORM VARYING ST-INDX FROM 1 BY 1
                   UNTIL ST-INDX > ST-COUNT
                      OR WS-CUST-IN = 'QUIT'
               MOVE ST-REC(ST-INDX) TO SUSPENSE-REC
               IF LS-STATUS = 'O'
                   PERFORM 100-RESOLVE-ONE-ITEM
               END-IF
           END-PERFORM

           IF WS-RESOLVED-CT > ZERO
               PERFORM 200-WRITE-PAYMENTS
               PERFORM 300-REWRITE-SUSPENSE
           END-IF
           DISPLAY SPACE
           MOVE WS-RESOLVED-AMT TO WS-SHOW-AMT
           DISPLAY WS-RESOLVED-CT ' ITEM(S) RESOLVED, ' WS-SHOW-AMT
               ' RELEASED TO PAYMENTS.DAT.'
           DISPLAY '--END OF SESSION--'
           STOP RUN.
      * LOADS THE SUSPENSE FILE AND COUNTS THE ITEMS STILL OPEN.
       050-LOAD-SUSPENSE.
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT SUSPENSE-FILE
           IF WS-LS-STATUS NOT = "00"
               MOVE 'Y' TO EOF-SWITCH
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ SUSPENSE-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       IF ST-COUNT < 3000
                           ADD 1 TO ST-COUNT
                           MOVE SUSPENSE-REC TO ST-REC(ST-COUNT)
                           MOVE 'N' TO ST-NEW(ST-COUNT)
                           IF LS-STATUS = 'O'
                               ADD 1 TO WS-OPEN-CT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LS-STATUS NOT = "35"
               CLOSE SUSPENSE-FILE
           END-IF.
      * HOLDS THE PAYMENTS ALREADY WAITING FOR PHASEIII. THEIR TRAILER
      * MUST PROVE BEFORE ANYTHING IS ADDED TO THEM.
       060-CHECK-WAITING-PAYMENTS.
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
                       IF P-CUST-NO = '99999'
                           SET OLD-TRAILER-FOUND TO TRUE
                           MOVE PTV-REC-COUNT TO WS-OLD-TRLR-CT
                           MOVE PTV-AMT-TOTAL TO WS-OLD-TRLR-AMT
                       ELSE
                           IF WP-COUNT < 2000
                               ADD 1 TO WP-COUNT
                               MOVE PAY-REC TO WP-REC(WP-COUNT)
                           END-IF
                           ADD 1 TO WS-PAY-COUNT
                           ADD P-AMT TO WS-PAY-TOTAL
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PAY-STATUS NOT = "35"
               CLOSE PAYMENT-FILE
           END-IF
           IF WS-PAY-COUNT > ZERO
               IF NOT OLD-TRAILER-FOUND
                  OR WS-OLD-TRLR-CT NOT = WS-PAY-COUNT
                  OR WS-OLD-TRLR-AMT NOT = WS-PAY-TOTAL
                  OR WS-PAY-COUNT > 2000
                   DISPLAY '** PAYMENTS.DAT WAITING FOR PHASEIII DOES'
                       ' NOT BALANCE TO ITS TRAILER.'
                   DISPLAY '** SESSION NOT STARTED.'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
      * LOADS THE AR MASTER (A SEQUENTIAL WALK OF THE INDEXED FILE,
      * AS PAYMENTENTRY DOES) TO VALIDATE THE CUSTOMER KEYED.
       070-LOAD-AR-MASTER.
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT AR-MASTER-FILE
           IF WS-ARM-STATUS NOT = "00"
               MOVE 'Y' TO EOF-SWITCH
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ AR-MASTER-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       IF CM-COUNT < 1000
                           ADD 1 TO CM-COUNT
                           MOVE O-CUST-NO TO CM-T-CUST-NO(CM-COUNT)
                           MOVE O-CUST-NM TO CM-T-CUST-NM(CM-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ARM-STATUS NOT = "35"
               CLOSE AR-MASTER-FILE
           END-IF.
      * LOADS THE OPERATOR MASTER FOR THE 'P' (PAYMENTS) FUNCTION
      * CHECK. A MISSING OPERATOR FILE FALLS BACK TO THE NON-BLANK
      * RULE, AS IN PAYMENTENTRY.
       080-LOAD-OPER-MASTER.
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT OPER-MASTER-FILE
           IF WS-OPER-STATUS NOT = "00"
               MOVE 'Y' TO EOF-SWITCH
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ OPER-MASTER-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       IF OP-COUNT < 500
                           ADD 1 TO OP-COUNT
                           MOVE OP-ID     TO OP-T-ID(OP-COUNT)
                           MOVE OP-ACTIVE TO OP-T-ACTIVE(OP-COUNT)
                           MOVE OP-FUNCS  TO OP-T-FUNCS(OP-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-OPER-STATUS NOT = "35"
               CLOSE OPER-MASTER-FILE
           END-IF.
      * RESOLVING A SUSPENSE ITEM RELEASES A PAYMENT, SO IT TAKES THE
      * SAME 'P' FUNCTION FLAG AS KEYING ONE IN PAYMENTENTRY.
       090-ACCEPT-OPERATOR-ID.
           DISPLAY 'ENTER OPERATOR ID:'
           ACCEPT OPERATOR-ID
           MOVE 'N' TO VALID-SW
           PERFORM UNTIL VALID-SW = 'Y'
               PERFORM 095-VALIDATE-OPERATOR
               IF OPERATOR-VALID
                   MOVE 'Y' TO VALID-SW
               ELSE
                   DISPLAY 'ENTER OPERATOR ID:'
                   ACCEPT OPERATOR-ID
               END-IF
           END-PERFORM.
       095-VALIDATE-OPERATOR.
           MOVE 'N' TO WS-OPER-OK-SW
           IF OPERATOR-ID = SPACE
               DISPLAY 'INVALID OPERATOR ID.'
           ELSE
               IF OP-COUNT = ZERO
                   MOVE 'Y' TO WS-OPER-OK-SW
               ELSE
                   PERFORM VARYING OP-INDX FROM 1 BY 1
                           UNTIL OP-INDX > OP-COUNT
                       IF OP-T-ID(OP-INDX) = OPERATOR-ID
                          AND OP-T-ACTIVE(OP-INDX) = 'A'
                           IF OP-T-FUNCS(OP-INDX) = SPACES
                               MOVE 'Y' TO WS-OPER-OK-SW
                           ELSE
                               MOVE ZERO TO WS-FUNC-TALLY
                               INSPECT OP-T-FUNCS(OP-INDX)
                                   TALLYING WS-FUNC-TALLY
                                   FOR ALL 'P'
                               IF WS-FUNC-TALLY > ZERO
                                   MOVE 'Y' TO WS-OPER-OK-SW
                               END-IF
                           END-IF
                       END-IF
                   END-PERFORM
                   IF NOT OPERATOR-VALID
                       DISPLAY 'OPERATOR NOT ON FILE, INACTIVE, OR'
                           ' NOT AUTHORIZED FOR PAYMENTS.'
                   END-IF
               END-IF
           END-IF.
      * SHOWS ONE OPEN ITEM AND TAKES THE CUSTOMER IT BELONGS TO.
      * BLANK LEAVES IT OPEN; QUIT ENDS THE SESSION, KEEPING WHAT HAS
      * BEEN RESOLVED SO FAR.
       100-RESOLVE-ONE-ITEM.
           DISPLAY SPACE
           MOVE LS-AMT TO WS-SHOW-AMT
           DISPLAY 'LOCKBOX ' LS-LOCKBOX-NO ' DEPOSIT ' LS-DEPOSIT-DATE
               ' ITEM ' LS-ITEM-NO
           DISPLAY '  ACCOUNT: ' LS-ACCT-NO '  INVOICE: '
               LS-INVOICE-NO '  CHECK: ' LS-CHECK-NO
               '  AMOUNT: ' WS-SHOW-AMT
           MOVE 'N' TO VALID-SW
           PERFORM UNTIL VALID-SW = 'Y'
               DISPLAY 'ENTER CUSTOMER NUMBER (BLANK = LEAVE OPEN,'
                   ' QUIT TO END):'
               MOVE SPACES TO WS-CUST-IN
               ACCEPT WS-CUST-IN
               EVALUATE TRUE
                   WHEN WS-CUST-IN = SPACES OR WS-CUST-IN = 'QUIT'
                       MOVE 'Y' TO VALID-SW
                   WHEN OTHER
                       PERFORM 150-FIND-CUSTOMER
                       IF CUSTOMER-ON-FILE
                           MOVE 'Y' TO VALID-SW
                           MOVE 'R'          TO LS-STATUS
                           MOVE WS-CUST-IN   TO LS-CUST-NO
                           MOVE OPERATOR-ID  TO LS-RESOLVED-BY
                           MOVE WS-RUN-DATE  TO LS-RESOLVED-DATE
                           MOVE SUSPENSE-REC TO ST-REC(ST-INDX)
                           MOVE 'Y'          TO ST-NEW(ST-INDX)
                           ADD 1 TO WS-RESOLVED-CT
                           ADD LS-AMT TO WS-RESOLVED-AMT
                           DISPLAY 'RESOLVED TO '
                               CM-T-CUST-NM(CM-INDX)
                       ELSE
                           DISPLAY 'CUSTOMER NUMBER NOT ON FILE.'
                       END-IF
               END-EVALUATE
           END-PERFORM.
       150-FIND-CUSTOMER.
           MOVE 'N' TO WS-CUST-OK-SW
           SET CM-INDX TO 1
           SEARCH CM-ENTRY
               AT END
                   CONTINUE
               WHEN CM-T-CUST-NO(CM-INDX) = WS-CUST-IN
                   MOVE 'Y' TO WS-CUST-OK-SW
           END-SEARCH.
      * REWRITES PAYMENTS.DAT: THE WAITING PAYMENTS, THEN THE ITEMS
      * RESOLVED THIS SESSION UNDER THIS OPERATOR'S ID, THEN ONE
      * TRAILER FOR THE LOT.
       200-WRITE-PAYMENTS.
           OPEN OUTPUT PAYMENT-FILE
           PERFORM VARYING WP-INDX FROM 1 BY 1
                   UNTIL WP-INDX > WP-COUNT
               MOVE WP-REC(WP-INDX) TO PAY-REC
               WRITE PAY-REC
           END-PERFORM
           PERFORM VARYING ST-INDX FROM 1 BY 1
                   UNTIL ST-INDX > ST-COUNT
               IF ST-NEW(ST-INDX) = 'Y'
                   MOVE ST-REC(ST-INDX) TO SUSPENSE-REC
                   MOVE LS-CUST-NO      TO PD-CUST-NO
                   MOVE LS-CHECK-NO     TO PD-CHECK-NO
                   MOVE LS-AMT          TO PD-AMT
                   MOVE OPERATOR-ID     TO PD-OPERATOR-ID
                   MOVE PAYMENT-DETAIL TO PAY-REC
                   WRITE PAY-REC
                   ADD 1 TO WS-PAY-COUNT
                   ADD LS-AMT TO WS-PAY-TOTAL
               END-IF
           END-PERFORM
           MOVE '99999'      TO TR-ID
           MOVE 'PAYTRL'     TO TR-LABEL
           MOVE WS-PAY-COUNT TO TR-REC-COUNT
           MOVE WS-PAY-TOTAL TO TR-AMT-TOTAL
           MOVE TRAILER-REC  TO PAY-REC
           WRITE PAY-REC
           CLOSE PAYMENT-FILE.
      * REWRITES THE SUSPENSE FILE WITH THE RESOLVED ITEMS MARKED.
       300-REWRITE-SUSPENSE.
           OPEN OUTPUT SUSPENSE-FILE
           PERFORM VARYING ST-INDX FROM 1 BY 1
                   UNTIL ST-INDX > ST-COUNT
               MOVE ST-REC(ST-INDX) TO SUSPENSE-REC
               WRITE SUSPENSE-REC
           END-PERFORM
           CLOSE SUSPENSE-FILE.

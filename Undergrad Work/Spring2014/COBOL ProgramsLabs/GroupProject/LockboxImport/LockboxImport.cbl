       IDENTIFICATION DIVISION.
       PROGRAM-ID. LockboxImport.
       AUTHOR. Brianna Muleski
               Andrew Iverson
       DATE-WRITTEN. 10/13/14
      ******************************************************************
      * Purpose:
      *    Imports the bank's daily lockbox file, so the mail payments
      *    the bank now receives for us stop being keyed one check at
      *    a time through PaymentEntry. Each remittance is matched to
      *    a customer by the account number on the coupon; when that
      *    is missing or not on the AR master, the invoice number is
      *    looked up on AROPENITEM.DAT instead. Matched items are added
      *    to PAYMENTS.DAT behind any payments already waiting there,
      *    under one trailer covering the whole file, the way
      *    65-VERIFY-PAYMENT-TRAILER in PhaseIII expects. Items that
      *    match neither way go to the lockbox suspense file for an
      *    operator to resolve with LockboxResolve.
      *
      *    Nothing is released until the file ties out: the items
      *    imported must agree in count and dollars with the bank's
      *    trailer, which carries the deposit total. A file that does
      *    not tie, has no header or trailer, or was already imported
      *    (LOCKREG.DAT) writes nothing but the report.
      *
      * Input:
      *    LOCKBOX.DAT    - bank lockbox file: header, one detail per
      *                     remittance, trailer with the deposit total
      *    MASTER.DAT     - AR master, for the account numbers
      *    AROPENITEM.DAT - open invoices, for the invoice numbers
      *    PAYMENTS.DAT   - payments already waiting for PhaseIII
      *
      * Output:
      *    PAYMENTS.DAT   - rewritten with the matched items added
      *    LOCKSUSP.DAT   - unmatched items held for an operator
      *    LOCKREG.DAT    - one row per lockbox file imported
      *    LOCKBOX.RPT    - item dispositions and the tie-out
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOCKBOX-FILE ASSIGN TO "LOCKBOX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LB-STATUS.
           SELECT AR-MASTER-FILE ASSIGN TO "MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS O-CUST-NO
               FILE STATUS IS WS-ARM-STATUS.
           SELECT OPENITEM-FILE ASSIGN TO "AROPENITEM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OI-STATUS.
           SELECT PAYMENT-FILE ASSIGN TO "PAYMENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-STATUS.
           SELECT SUSPENSE-FILE ASSIGN TO "LOCKSUSP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LS-STATUS.
           SELECT LOCKREG-FILE ASSIGN TO "LOCKREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LR-STATUS.
           SELECT REPORT-FILE ASSIGN TO "LOCKBOX.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      * THE BANK'S FILE: AN 'H' HEADER NAMING THE DEPOSIT, ONE 'D'
      * DETAIL PER REMITTANCE, AND A 'T' TRAILER WITH THE ITEM COUNT
      * AND THE DEPOSIT TOTAL.
       FD  LOCKBOX-FILE.
       01  LOCKBOX-REC.
           05  LB-REC-TYPE     PIC X.
           05  LB-ITEM-NO      PIC 9(5).
           05  LB-ACCT-NO      PIC X(5).
           05  LB-INVOICE-NO   PIC 9(6).
           05  LB-CHECK-NO     PIC X(8).
           05  LB-AMT          PIC 9(6)V99.
       01  LOCKBOX-HDR-VIEW REDEFINES LOCKBOX-REC.
           05  LBH-REC-TYPE    PIC X.
           05  LBH-DEPOSIT-DATE PIC 9(8).
           05  LBH-LOCKBOX-NO  PIC X(6).
           05  FILLER          PIC X(18).
       01  LOCKBOX-TRL-VIEW REDEFINES LOCKBOX-REC.
           05  LBT-REC-TYPE    PIC X.
           05  LBT-ITEM-COUNT  PIC 9(5).
           05  LBT-DEPOSIT-TOTAL PIC 9(8)V99.
           05  FILLER          PIC X(17).
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
       FD  OPENITEM-FILE.
       01  OPENITEM-REC.
           05  OI-CUST-NO      PIC X(5).
           05  OI-INVOICE-NO   PIC 9(6).
           05  OI-INV-DATE     PIC 9(8).
           05  OI-DUE-DATE     PIC 9(8).
           05  OI-ORIG-AMT     PIC S9(7)V99.
           05  OI-OPEN-AMT     PIC S9(7)V99.
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
      * ONE ROW PER REMITTANCE THE IMPORT COULD NOT MATCH. LS-STATUS
      * IS 'O' UNTIL LOCKBOXRESOLVE ASSIGNS THE CUSTOMER ('R').
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
       FD  LOCKREG-FILE.
       01  LOCKREG-REC.
           05  LR-DEPOSIT-DATE PIC 9(8).
           05  LR-LOCKBOX-NO   PIC X(6).
           05  LR-ITEM-COUNT   PIC 9(5).
           05  LR-DEPOSIT-TOTAL PIC 9(8)V99.
           05  LR-MATCHED-CT   PIC 9(5).
           05  LR-SUSPENSE-CT  PIC 9(5).
           05  LR-IMPORT-DATE  PIC 9(8).
       FD  REPORT-FILE.
       01  REPORT-REC          PIC X(80).
       WORKING-STORAGE SECTION.
       01  WORKING-ITEMS.
           05  EOF-SWITCH      PIC X.
           05  WS-LB-STATUS    PIC XX.
           05  WS-ARM-STATUS   PIC XX.
           05  WS-OI-STATUS    PIC XX.
           05  WS-PAY-STATUS   PIC XX.
           05  WS-LS-STATUS    PIC XX.
           05  WS-LR-STATUS    PIC XX.
           05  WS-RUN-DATE     PIC 9(8).
           05  WS-DEPOSIT-DATE PIC 9(8)    VALUE ZERO.
           05  WS-LOCKBOX-NO   PIC X(6)    VALUE SPACES.
           05  WS-HDR-SW       PIC X       VALUE 'N'.
               88  HEADER-FOUND            VALUE 'Y'.
           05  WS-TRL-SW       PIC X       VALUE 'N'.
               88  TRAILER-FOUND           VALUE 'Y'.
           05  WS-BANK-COUNT   PIC 9(5)    VALUE ZERO.
           05  WS-BANK-TOTAL   PIC 9(8)V99 VALUE ZERO.
           05  WS-ITEM-COUNT   PIC 9(5)    VALUE ZERO.
           05  WS-ITEM-TOTAL   PIC 9(8)V99 VALUE ZERO.
           05  WS-MATCHED-CT   PIC 9(5)    VALUE ZERO.
           05  WS-MATCHED-AMT  PIC 9(8)V99 VALUE ZERO.
           05  WS-SUSP-CT      PIC 9(5)    VALUE ZERO.
           05  WS-SUSP-AMT     PIC 9(8)V99 VALUE ZERO.
           05  WS-PAY-COUNT    PIC 9(5)    VALUE ZERO.
           05  WS-PAY-TOTAL    PIC 9(8)V99 VALUE ZERO.
           05  WS-OLD-TRLR-CT  PIC 9(5)    VALUE ZERO.
           05  WS-OLD-TRLR-AMT PIC 9(8)V99 VALUE ZERO.
           05  WS-OLD-TRLR-SW  PIC X       VALUE 'N'.
               88  OLD-TRAILER-FOUND       VALUE 'Y'.
           05  WS-DUP-SW       PIC X       VALUE 'N'.
               88  ALREADY-IMPORTED        VALUE 'Y'.
           05  WS-RELEASE-SW   PIC X       VALUE 'N'.
               88  RELEASE-OK              VALUE 'Y'.
           05  WS-MATCH-CUST   PIC X(5).
           05  WS-STOP-REASON  PIC X(40)   VALUE SPACES.
       01  AR-MASTER-TABLE.
           05  CM-COUNT        PIC 9(4)    VALUE ZERO.
           05  CM-ENTRY OCCURS 1 TO 1000 TIMES
                   DEPENDING ON CM-COUNT
                   INDEXED BY CM-INDX.
               10  CM-T-CUST-NO    PIC X(5).
       01  OPEN-ITEM-TABLE.
           05  OT-COUNT        PIC 9(4)    VALUE ZERO.
           05  OT-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON OT-COUNT
                   INDEXED BY OT-INDX.
               10  OT-INVOICE-NO   PIC 9(6).
               10  OT-CUST-NO      PIC X(5).
      * THE REMITTANCES, HELD UNTIL THE FILE HAS TIED OUT. LT-MATCH
      * SAYS HOW EACH WAS MATCHED: 'A' BY ACCOUNT, 'I' BY INVOICE,
      * 'S' NOT AT ALL (SUSPENSE).
       01  LOCKBOX-ITEM-TABLE.
           05  LT-COUNT        PIC 9(4)    VALUE ZERO.
           05  LT-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON LT-COUNT
                   INDEXED BY LT-INDX.
               10  LT-ITEM-NO      PIC 9(5).
               10  LT-ACCT-NO      PIC X(5).
               10  LT-INVOICE-NO   PIC 9(6).
               10  LT-CHECK-NO     PIC X(8).
               10  LT-AMT          PIC 9(6)V99.
               10  LT-CUST-NO      PIC X(5).
               10  LT-MATCH        PIC X.
      * PAYMENTS ALREADY WAITING IN PAYMENTS.DAT, CARRIED FORWARD
      * AHEAD OF THE LOCKBOX ITEMS WHEN THE FILE IS REWRITTEN.
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
       01  HD-TITLE.
           05  FILLER          PIC X(6)    VALUE "DATE: ".
           05  HD-MM           PIC 99.
           05  FILLER          PIC X       VALUE "/".
           05  HD-DD           PIC 99.
           05  FILLER          PIC X       VALUE "/".
           05  HD-YEAR         PIC 9(4).
           05  FILLER          PIC X(10)   VALUE SPACES.
           05  FILLER          PIC X(21)   VALUE
                                   "LOCKBOX IMPORT REPORT".
       01  HD-DEPOSIT.
           05  FILLER          PIC X(9)    VALUE "LOCKBOX: ".
           05  HP-LOCKBOX-NO   PIC X(6).
           05  FILLER          PIC X(17)   VALUE "  DEPOSIT DATE: ".
           05  HP-DEPOSIT-DATE PIC 9(8).
       01  HD-COLUMNS.
           05  FILLER          PIC X(5)    VALUE "ITEM ".
           05  FILLER          PIC X(5)    VALUE "ACCT ".
           05  FILLER          PIC X(8)    VALUE "INVOICE ".
           05  FILLER          PIC X(9)    VALUE "CHECK    ".
           05  FILLER          PIC X(12)   VALUE "      AMOUNT".
           05  FILLER          PIC X(7)    VALUE "  CUST ".
           05  FILLER          PIC X(11)   VALUE "DISPOSITION".
       01  LB-DETAIL.
           05  LD-ITEM-NO      PIC 9(5).
           05  FILLER          PIC X       VALUE SPACE.
           05  LD-ACCT-NO      PIC X(5).
           05  FILLER          PIC X       VALUE SPACE.
           05  LD-INVOICE-NO   PIC 9(6).
           05  FILLER          PIC X       VALUE SPACE.
           05  LD-CHECK-NO     PIC X(8).
           05  FILLER          PIC X       VALUE SPACE.
           05  LD-AMT          PIC $$$$,$$9.99.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  LD-CUST-NO      PIC X(5).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  LD-DISPOSITION  PIC X(20).
       01  LB-TOTAL-LINE.
           05  LTL-LABEL       PIC X(22).
           05  LTL-COUNT       PIC ZZ,ZZ9.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  LTL-AMT         PIC $$$,$$$,$$9.99.
       01  LB-RESULT-LINE.
           05  FILLER          PIC X(8)    VALUE "RESULT: ".
           05  LRL-TEXT        PIC X(60).
      *
       PROCEDURE DIVISION.
       000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM 050-LOAD-AR-MASTER
           PERFORM 060-LOAD-OPEN-ITEMS
           PERFORM 100-READ-LOCKBOX
           PERFORM 200-CHECK-TIE-OUT
           IF RELEASE-OK
               PERFORM 300-LOAD-WAITING-PAYMENTS
           END-IF
           IF RELEASE-OK
               PERFORM 400-WRITE-PAYMENTS
               PERFORM 450-WRITE-SUSPENSE
               PERFORM 480-WRITE-REGISTER
           END-IF
           PERFORM 500-WRITE-REPORT

           IF RELEASE-OK
               DISPLAY 'LOCKBOX IMPORTED: ' WS-MATCHED-CT
                   ' TO PAYMENTS.DAT, ' WS-SUSP-CT ' TO SUSPENSE.'
           ELSE
               DISPLAY '** LOCKBOX NOT RELEASED - ' WS-STOP-REASON
               DISPLAY '** SEE LOCKBOX.RPT'
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.
      * LOADS THE AR MASTER'S CUSTOMER NUMBERS (A SEQUENTIAL WALK OF
      * THE INDEXED FILE, AS PAYMENTENTRY DOES). A DEACTIVATED
      * CUSTOMER STILL PAYING DOWN A BALANCE IS ON IT.
       050-LOAD-AR-MASTER.
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
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ARM-STATUS NOT = "35"
               CLOSE AR-MASTER-FILE
           END-IF.
      * LOADS THE OPEN INVOICES AND WHOSE THEY ARE.
       060-LOAD-OPEN-ITEMS.
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT OPENITEM-FILE
           IF WS-OI-STATUS NOT = "00"
               MOVE 'Y' TO EOF-SWITCH
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ OPENITEM-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       IF OT-COUNT < 5000
                           ADD 1 TO OT-COUNT
                           MOVE OI-INVOICE-NO
                               TO OT-INVOICE-NO(OT-COUNT)
                           MOVE OI-CUST-NO TO OT-CUST-NO(OT-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-OI-STATUS NOT = "35"
               CLOSE OPENITEM-FILE
           END-IF.
      * READS THE BANK FILE, TOTALING EVERY REMITTANCE AND MATCHING
      * EACH TO A CUSTOMER.
       100-READ-LOCKBOX.
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT LOCKBOX-FILE
           IF WS-LB-STATUS NOT = "00"
               MOVE 'Y' TO EOF-SWITCH
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ LOCKBOX-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       EVALUATE LB-REC-TYPE
                           WHEN 'H'
                               SET HEADER-FOUND TO TRUE
                               MOVE LBH-DEPOSIT-DATE
                                   TO WS-DEPOSIT-DATE
                               MOVE LBH-LOCKBOX-NO TO WS-LOCKBOX-NO
                           WHEN 'T'
                               SET TRAILER-FOUND TO TRUE
                               MOVE LBT-ITEM-COUNT TO WS-BANK-COUNT
                               MOVE LBT-DEPOSIT-TOTAL
                                   TO WS-BANK-TOTAL
                           WHEN 'D'
                               ADD 1 TO WS-ITEM-COUNT
                               ADD LB-AMT TO WS-ITEM-TOTAL
                               PERFORM 150-MATCH-ONE-ITEM
                       END-EVALUATE
               END-READ
           END-PERFORM
           IF WS-LB-STATUS NOT = "35"
               CLOSE LOCKBOX-FILE
           END-IF.
      * MATCHES ONE REMITTANCE: FIRST BY THE ACCOUNT NUMBER ON THE
      * COUPON, THEN BY THE INVOICE NUMBER. NEITHER SENDS IT TO
      * SUSPENSE.
       150-MATCH-ONE-ITEM.
           IF LT-COUNT = 2000
               MOVE 'MORE THAN 2000 ITEMS IN THE FILE'
                   TO WS-STOP-REASON
               SET TRAILER-FOUND TO TRUE
               MOVE ZERO TO WS-BANK-COUNT
           ELSE
               ADD 1 TO LT-COUNT
               MOVE LB-ITEM-NO    TO LT-ITEM-NO(LT-COUNT)
               MOVE LB-ACCT-NO    TO LT-ACCT-NO(LT-COUNT)
               MOVE LB-INVOICE-NO TO LT-INVOICE-NO(LT-COUNT)
               MOVE LB-CHECK-NO   TO LT-CHECK-NO(LT-COUNT)
               MOVE LB-AMT        TO LT-AMT(LT-COUNT)
               MOVE SPACES        TO LT-CUST-NO(LT-COUNT)
               MOVE 'S'           TO LT-MATCH(LT-COUNT)
               MOVE SPACES TO WS-MATCH-CUST
               IF LB-ACCT-NO NOT = SPACES
                   PERFORM VARYING CM-INDX FROM 1 BY 1
                           UNTIL CM-INDX > CM-COUNT
                       IF CM-T-CUST-NO(CM-INDX) = LB-ACCT-NO
                           MOVE LB-ACCT-NO TO WS-MATCH-CUST
                       END-IF
                   END-PERFORM
               END-IF
               IF WS-MATCH-CUST NOT = SPACES
                   MOVE 'A' TO LT-MATCH(LT-COUNT)
               ELSE
                   IF LB-INVOICE-NO IS NUMERIC
                      AND LB-INVOICE-NO > ZERO
                       PERFORM VARYING OT-INDX FROM 1 BY 1
                               UNTIL OT-INDX > OT-COUNT
                           IF OT-INVOICE-NO(OT-INDX) = LB-INVOICE-NO
                               MOVE OT-CUST-NO(OT-INDX)
                                   TO WS-MATCH-CUST
                           END-IF
                       END-PERFORM
                   END-IF
                   IF WS-MATCH-CUST NOT = SPACES
                       MOVE 'I' TO LT-MATCH(LT-COUNT)
                   END-IF
               END-IF
               MOVE WS-MATCH-CUST TO LT-CUST-NO(LT-COUNT)
               IF LT-MATCH(LT-COUNT) = 'S'
                   ADD 1 TO WS-SUSP-CT
                   ADD LB-AMT TO WS-SUSP-AMT
               ELSE
                   ADD 1 TO WS-MATCHED-CT
                   ADD LB-AMT TO WS-MATCHED-AMT
               END-IF
           END-IF.
      * THE FILE IS RELEASED ONLY IF IT HAS A HEADER AND A TRAILER,
      * THE ITEMS READ AGREE WITH THE BANK'S COUNT AND DEPOSIT TOTAL,
      * AND THIS DEPOSIT HAS NOT BEEN IMPORTED BEFORE.
       200-CHECK-TIE-OUT.
           PERFORM 250-CHECK-REGISTER
           EVALUATE TRUE
               WHEN WS-STOP-REASON NOT = SPACES
                   CONTINUE
               WHEN NOT HEADER-FOUND OR NOT TRAILER-FOUND
                   MOVE 'LOCKBOX FILE MISSING HEADER OR TRAILER'
                       TO WS-STOP-REASON
               WHEN ALREADY-IMPORTED
                   MOVE 'DEPOSIT ALREADY IMPORTED' TO WS-STOP-REASON
               WHEN WS-ITEM-COUNT NOT = WS-BANK-COUNT
                   MOVE 'ITEM COUNT DOES NOT MATCH BANK TRAILER'
                       TO WS-STOP-REASON
               WHEN WS-ITEM-TOTAL NOT = WS-BANK-TOTAL
                   MOVE 'ITEMS DO NOT TIE TO DEPOSIT TOTAL'
                       TO WS-STOP-REASON
               WHEN OTHER
                   SET RELEASE-OK TO TRUE
           END-EVALUATE.
      * LOOKS FOR THIS LOCKBOX AND DEPOSIT DATE IN THE REGISTER.
       250-CHECK-REGISTER.
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT LOCKREG-FILE
           IF WS-LR-STATUS NOT = "00"
               MOVE 'Y' TO EOF-SWITCH
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ LOCKREG-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       IF LR-DEPOSIT-DATE = WS-DEPOSIT-DATE
                          AND LR-LOCKBOX-NO = WS-LOCKBOX-NO
                           SET ALREADY-IMPORTED TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LR-STATUS NOT = "35"
               CLOSE LOCKREG-FILE
           END-IF.
      * HOLDS THE PAYMENTS ALREADY WAITING FOR PHASEIII SO THEY ARE
      * KEPT WHEN THE FILE IS REWRITTEN. THEIR OWN TRAILER MUST PROVE
      * FIRST - A WAITING FILE THAT DOES NOT BALANCE IS LEFT ALONE
      * FOR SOMEONE TO LOOK AT.
       300-LOAD-WAITING-PAYMENTS.
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
                   MOVE 'PAYMENTS.DAT WAITING FILE OUT OF BALANCE'
                       TO WS-STOP-REASON
                   MOVE 'N' TO WS-RELEASE-SW
               END-IF
           END-IF.
      * REWRITES PAYMENTS.DAT: THE WAITING PAYMENTS, THEN EACH
      * MATCHED LOCKBOX ITEM UNDER THE LOCKBOX OPERATOR ID, THEN ONE
      * TRAILER FOR THE LOT.
       400-WRITE-PAYMENTS.
           OPEN OUTPUT PAYMENT-FILE
           PERFORM VARYING WP-INDX FROM 1 BY 1
                   UNTIL WP-INDX > WP-COUNT
               MOVE WP-REC(WP-INDX) TO PAY-REC
               WRITE PAY-REC
           END-PERFORM
           PERFORM VARYING LT-INDX FROM 1 BY 1
                   UNTIL LT-INDX > LT-COUNT
               IF LT-MATCH(LT-INDX) NOT = 'S'
                   MOVE LT-CUST-NO(LT-INDX)  TO PD-CUST-NO
                   MOVE LT-CHECK-NO(LT-INDX) TO PD-CHECK-NO
                   MOVE LT-AMT(LT-INDX)      TO PD-AMT
                   MOVE 'LKBOX'              TO PD-OPERATOR-ID
                   MOVE PAYMENT-DETAIL TO PAY-REC
                   WRITE PAY-REC
                   ADD 1 TO WS-PAY-COUNT
                   ADD LT-AMT(LT-INDX) TO WS-PAY-TOTAL
               END-IF
           END-PERFORM
           MOVE '99999'      TO TR-ID
           MOVE 'PAYTRL'     TO TR-LABEL
           MOVE WS-PAY-COUNT TO TR-REC-COUNT
           MOVE WS-PAY-TOTAL TO TR-AMT-TOTAL
           MOVE TRAILER-REC  TO PAY-REC
           WRITE PAY-REC
           CLOSE PAYMENT-FILE.
      * ADDS THE UNMATCHED ITEMS TO THE SUSPENSE FILE, OPEN.
       450-WRITE-SUSPENSE.
           IF WS-SUSP-CT > ZERO
               OPEN EXTEND SUSPENSE-FILE
               IF WS-LS-STATUS NOT = "00"
                   OPEN OUTPUT SUSPENSE-FILE
               END-IF
               PERFORM VARYING LT-INDX FROM 1 BY 1
                       UNTIL LT-INDX > LT-COUNT
                   IF LT-MATCH(LT-INDX) = 'S'
                       MOVE WS-DEPOSIT-DATE        TO LS-DEPOSIT-DATE
                       MOVE WS-LOCKBOX-NO          TO LS-LOCKBOX-NO
                       MOVE LT-ITEM-NO(LT-INDX)    TO LS-ITEM-NO
                       MOVE LT-ACCT-NO(LT-INDX)    TO LS-ACCT-NO
                       MOVE LT-INVOICE-NO(LT-INDX) TO LS-INVOICE-NO
                       MOVE LT-CHECK-NO(LT-INDX)   TO LS-CHECK-NO
                       MOVE LT-AMT(LT-INDX)        TO LS-AMT
                       MOVE 'O'                    TO LS-STATUS
                       MOVE SPACES                 TO LS-CUST-NO
                                                      LS-RESOLVED-BY
                       MOVE ZERO                   TO LS-RESOLVED-DATE
                       WRITE SUSPENSE-REC
                   END-IF
               END-PERFORM
               CLOSE SUSPENSE-FILE
           END-IF.
      * REGISTERS THE DEPOSIT SO THE SAME FILE CANNOT BE IMPORTED
      * TWICE.
       480-WRITE-REGISTER.
           OPEN EXTEND LOCKREG-FILE
           IF WS-LR-STATUS NOT = "00"
               OPEN OUTPUT LOCKREG-FILE
           END-IF
           MOVE WS-DEPOSIT-DATE TO LR-DEPOSIT-DATE
           MOVE WS-LOCKBOX-NO   TO LR-LOCKBOX-NO
           MOVE WS-BANK-COUNT   TO LR-ITEM-COUNT
           MOVE WS-BANK-TOTAL   TO LR-DEPOSIT-TOTAL
           MOVE WS-MATCHED-CT   TO LR-MATCHED-CT
           MOVE WS-SUSP-CT      TO LR-SUSPENSE-CT
           MOVE WS-RUN-DATE     TO LR-IMPORT-DATE
           WRITE LOCKREG-REC
           CLOSE LOCKREG-FILE.
      * LISTS EVERY ITEM WITH ITS DISPOSITION, THEN THE TIE-OUT.
       500-WRITE-REPORT.
           OPEN OUTPUT REPORT-FILE
           MOVE WS-RUN-DATE(5:2) TO HD-MM
           MOVE WS-RUN-DATE(7:2) TO HD-DD
           MOVE WS-RUN-DATE(1:4) TO HD-YEAR
           WRITE REPORT-REC FROM HD-TITLE
           MOVE WS-LOCKBOX-NO   TO HP-LOCKBOX-NO
           MOVE WS-DEPOSIT-DATE TO HP-DEPOSIT-DATE
           WRITE REPORT-REC FROM HD-DEPOSIT
               AFTER ADVANCING 1 LINE
           WRITE REPORT-REC FROM HD-COLUMNS
               AFTER ADVANCING 2 LINES
           PERFORM VARYING LT-INDX FROM 1 BY 1
                   UNTIL LT-INDX > LT-COUNT
               MOVE LT-ITEM-NO(LT-INDX)    TO LD-ITEM-NO
               MOVE LT-ACCT-NO(LT-INDX)    TO LD-ACCT-NO
               MOVE LT-INVOICE-NO(LT-INDX) TO LD-INVOICE-NO
               MOVE LT-CHECK-NO(LT-INDX)   TO LD-CHECK-NO
               MOVE LT-AMT(LT-INDX)        TO LD-AMT
               MOVE LT-CUST-NO(LT-INDX)    TO LD-CUST-NO
               EVALUATE LT-MATCH(LT-INDX)
                   WHEN 'A'
                       MOVE 'MATCHED BY ACCOUNT' TO LD-DISPOSITION
                   WHEN 'I'
                       MOVE 'MATCHED BY INVOICE' TO LD-DISPOSITION
                   WHEN OTHER
                       MOVE 'TO SUSPENSE' TO LD-DISPOSITION
               END-EVALUATE
               WRITE REPORT-REC FROM LB-DETAIL
                   AFTER ADVANCING 1 LINE
           END-PERFORM
           MOVE 'BANK TRAILER'     TO LTL-LABEL
           MOVE WS-BANK-COUNT      TO LTL-COUNT
           MOVE WS-BANK-TOTAL      TO LTL-AMT
           WRITE REPORT-REC FROM LB-TOTAL-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'ITEMS IMPORTED'   TO LTL-LABEL
           MOVE WS-ITEM-COUNT      TO LTL-COUNT
           MOVE WS-ITEM-TOTAL      TO LTL-AMT
           WRITE REPORT-REC FROM LB-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE '  MATCHED'        TO LTL-LABEL
           MOVE WS-MATCHED-CT      TO LTL-COUNT
           MOVE WS-MATCHED-AMT     TO LTL-AMT
           WRITE REPORT-REC FROM LB-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE '  TO SUSPENSE'    TO LTL-LABEL
           MOVE WS-SUSP-CT         TO LTL-COUNT
           MOVE WS-SUSP-AMT        TO LTL-AMT
           WRITE REPORT-REC FROM LB-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           IF RELEASE-OK
               MOVE 'TIED TO DEPOSIT - MATCHED ITEMS RELEASED'
                   TO LRL-TEXT
           ELSE
               MOVE SPACES TO LRL-TEXT
               STRING 'NOT RELEASED - ' DELIMITED BY SIZE
                      WS-STOP-REASON    DELIMITED BY SIZE
                   INTO LRL-TEXT
               END-STRING
           END-IF
           WRITE REPORT-REC FROM LB-RESULT-LINE
               AFTER ADVANCING 2 LINES
           CLOSE REPORT-FILE.

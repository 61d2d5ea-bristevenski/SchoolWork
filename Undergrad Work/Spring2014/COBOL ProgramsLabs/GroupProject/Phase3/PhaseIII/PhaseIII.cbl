      *        Transaction file
      *    PAYMENTS.DAT
      *        Cash receipts file written by PaymentEntry
      *    TENDERSPLIT.DAT
      *        Tender shares of split-tender sales, from Phase 1
      *
      * Output:
      *    NEWMASTER.DAT
           SELECT PAYHIST-FILE ASSIGN TO "PAYHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PH-STATUS.
           SELECT DEPT-MASTER-FILE ASSIGN TO "DEPTMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DX-STATUS.
           SELECT EXEMPTCERT-FILE ASSIGN TO "EXEMPTCERT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EC-STATUS.
           SELECT TENDSPLIT-FILE ASSIGN TO "TENDERSPLIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPT-STATUS.
      *
       DATA DIVISION.
       SD  SORT-TRANS-FILE.
      * FILES CUT BEFORE THE TENDER FIELD EXISTED STILL POST.
           05  T-TENDER-TYPE   PIC X.
               88  ON-ACCOUNT-TRANS        VALUE 'A' ' '.
               88  SPLIT-TENDER-TRANS      VALUE 'M'.
           05  T-SEQ-NO        PIC 9(5).
           05  T-VOID-FLAG     PIC X.
           05  T-VOID-REF      PIC 9(5).
           05  TC-TAX          PIC S9(8)V99.
           05  TC-EXEMPT       PIC S9(9)V99.

      * THE DEPARTMENT MASTER KEPT BY DEPTMAINT, READ FOR WHETHER
      * EACH STORE DEPARTMENT'S SALES ARE TAXABLE. MISSING FILE:
      * GROCERY (DEPT 3) IS EXEMPT PER THE STATE RULE, EVERY OTHER
      * DEPARTMENT TAXES.
       FD  DEPT-MASTER-FILE.
       01  DM-REC.
           05  DM-DEPT-CODE    PIC 99.
           05  DM-DEPT-NAME    PIC X(10).
           05  DM-SHORT-NAME   PIC X(8).
           05  DM-ACTIVE       PIC X.
           05  DM-COST-CTR     PIC X(4).
           05  DM-TAXABLE      PIC X.

      * RESALE EXEMPTION CERTIFICATES KEYED BY CUSTOMER NUMBER. A
      * CUSTOMER WITH AN UNEXPIRED CERTIFICATE BUYS FREE OF THE
           05  EC-CERT-NO      PIC X(12).
           05  EC-EXP-DATE     PIC 9(8).

      * ONE ROW PER TENDER SHARE OF A SPLIT-TENDER SALE (TENDER 'M'),
      * KEYED BY BATCH, STORE, AND THE SALE'S SEQUENCE NUMBER. ONLY
      * THE ON-ACCOUNT SHARE POSTS TO THE RECEIVABLE.
       FD  TENDSPLIT-FILE.
       01  TENDSPLIT-REC.
           05  SPT-BATCH-DATE  PIC 9(8).
           05  SPT-BATCH-NO    PIC 9(3).
           05  SPT-STORE-NO    PIC 9(2).
           05  SPT-SEQ-NO      PIC 9(5).
           05  SPT-CUST-NO     PIC X(5).
           05  SPT-TENDER      PIC X.
           05  SPT-AMT         PIC 9(7)V99.
           05  SPT-OPERATOR    PIC X(5).

      * TRANSACTIONS THAT WOULD PUSH A CUSTOMER'S BALANCE OVER THEIR
      * CREDIT LIMIT ARE LOGGED HERE INSTEAD OF BEING APPLIED TO
      * NEWMASTER.DAT.

      * ONE ROW PER PAYMENT APPLICATION: WHICH CHECK PAID WHICH
      * INVOICE, AND HOW MUCH OF IT. THIS IS THE TRAIL PULLED WHEN A
      * CUSTOMER DISPUTES WHICH SALE THEIR CHECK PAID. THE INVOICE'S
      * DUE DATE RIDES ALONG SO EACH CUSTOMER'S DAYS PAID LATE CAN BE
      * MEASURED AFTER THE PAID ITEM IS GONE FROM AROPENITEM.DAT.
       FD  APPLY-FILE.
       01  APPLY-REC.
           05  AP-DATE         PIC 9(8).
           05  AP-CHECK-NO     PIC X(8).
           05  AP-INVOICE-NO   PIC 9(6).
           05  AP-AMT          PIC S9(6)V99.
           05  AP-DUE-DATE     PIC 9(8).

      * ONE ROW PER OVERPAYMENT REMAINDER STILL HELD: CUSTOMER MONEY
      * RECEIVED THAT NO OPEN ITEM COULD ABSORB. THE NEXT POSTING RUN
           05  WS-REV-CLOSED-SW    PIC X.
               88  REVERSED-ITEM-CLOSED        VALUE 'Y'.
           05  WS-DUE-INT          PIC S9(9).
           05  WS-SPT-STATUS       PIC XX.
           05  WS-SPT-EOF-SW       PIC X.
           05  WS-SPLIT-KEY        PIC 9(5).
           05  WS-SPLIT-LINE       PIC 9(7)V99.
           05  WS-SPLIT-ACCT       PIC 9(7)V99.
           05  WS-SPLIT-ACCT-SW    PIC X.
               88  SPLIT-ACCOUNT-SHARE         VALUE 'Y'.
       01  UNAPPLIED-TABLE.
           05  UT-COUNT        PIC 9(3)    VALUE ZERO.
           05  UT-ENTRY OCCURS 1 TO 500 TIMES
               10  OT-DUE-DATE     PIC 9(8).
               10  OT-ORIG-AMT     PIC S9(7)V99.
               10  OT-OPEN-AMT     PIC S9(7)V99.
      * THE BATCH'S SPLIT-TENDER SHARES, HELD FOR THE RUN.
       01  TENDER-SPLIT-TABLE.
           05  STB-COUNT       PIC 9(4)    VALUE ZERO.
           05  STB-ENTRY OCCURS 1 TO 4000 TIMES
                   DEPENDING ON STB-COUNT
                   INDEXED BY STB-INDX.
               10  STB-SEQ-NO      PIC 9(5).
               10  STB-TENDER      PIC X.
               10  STB-AMT         PIC 9(7)V99.
       01  PIPECTL-TABLE.
           05  PT-ENTRY OCCURS 2 TIMES.
               10  PT-STATUS       PIC X(8).
               10  ECT-CUST-NO     PIC X(5).
               10  ECT-EXP-DATE    PIC 9(8).
       01  DEPT-TAXABLE-TABLE.
           05  DEPT-TAXABLE-ENTRY OCCURS 9 TIMES
                                   PIC X.
       01  JURIS-TABLE.
           05  JT-COUNT        PIC 9(2)    VALUE ZERO.
           PERFORM 65-VERIFY-PAYMENT-TRAILER
           PERFORM 66-VERIFY-ADJUST-TRAILER
           PERFORM 80-READ-BATCH-ID
           PERFORM 81-LOAD-TENDER-SPLITS
           PERFORM 85-CHECK-BATCH-REGISTER
           IF KEYED-RUN
               PERFORM 1000-KEYED-POSTING
               WRITE REVERSAL-REC FROM REV-HEADING
           END-IF.

      * Loads the tender shares Phase 1 wrote for this batch's
      * split-tender sales, matched on the batch ID from the header.
      * Without a header the shares cannot be matched, and a split
      * sale posts nothing to the receivable.
       81-LOAD-TENDER-SPLITS.
           MOVE 'N' TO WS-SPT-EOF-SW
           IF WS-BATCH-DATE = ZERO
               MOVE 'Y' TO WS-SPT-EOF-SW
           ELSE
               OPEN INPUT TENDSPLIT-FILE
               IF WS-SPT-STATUS NOT = "00"
                   MOVE 'Y' TO WS-SPT-EOF-SW
               END-IF
           END-IF
           PERFORM UNTIL WS-SPT-EOF-SW = 'Y'
               READ TENDSPLIT-FILE
                   AT END
                       MOVE 'Y' TO WS-SPT-EOF-SW
                   NOT AT END
                       IF SPT-BATCH-DATE = WS-BATCH-DATE
                          AND SPT-BATCH-NO = WS-BATCH-NO
                          AND SPT-STORE-NO = WS-BATCH-STORE
                          AND STB-COUNT < 4000
                           ADD 1 TO STB-COUNT
                           MOVE SPT-SEQ-NO TO STB-SEQ-NO(STB-COUNT)
                           MOVE SPT-TENDER TO STB-TENDER(STB-COUNT)
                           MOVE SPT-AMT    TO STB-AMT(STB-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-BATCH-DATE NOT = ZERO AND WS-SPT-STATUS NOT = "35"
               CLOSE TENDSPLIT-FILE
           END-IF.

      * Looks the batch ID up in the posted-batch register. A batch
      * already posted stops the run unless a supervisor keys an
      * override, which is itself recorded in the register.
               END-IF
           END-PERFORM.

      * Loads the per-department taxability flags from the
      * department master. Without the file the state rule stands:
      * grocery is exempt, the rest tax.
       79-LOAD-DEPT-TAXABILITY.
           MOVE ALL 'Y' TO DEPT-TAXABLE-TABLE
           MOVE 'N' TO DEPT-TAXABLE-ENTRY(3)
           MOVE 'N' TO WS-DX-EOF-SW
           OPEN INPUT DEPT-MASTER-FILE
           IF WS-DX-STATUS NOT = "00"
               MOVE 'Y' TO WS-DX-EOF-SW
           END-IF
           PERFORM UNTIL WS-DX-EOF-SW = 'Y'
               READ DEPT-MASTER-FILE
                   AT END
                       MOVE 'Y' TO WS-DX-EOF-SW
                   NOT AT END
                       IF DM-DEPT-CODE IS NUMERIC
                          AND DM-DEPT-CODE > 0 AND DM-DEPT-CODE < 10
                           MOVE DM-DEPT-CODE TO WS-TRANS-DEPT
                           MOVE DM-TAXABLE TO
                               DEPT-TAXABLE-ENTRY(WS-TRANS-DEPT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-DX-STATUS NOT = "35"
               CLOSE DEPT-MASTER-FILE
           END-IF.

      * Loads the open-item file into a runtime table so sales can
      * new amount. Only on-account transactions post to the customer's
      * receivable balance; cash and check sales were paid at the
      * counter and already appeared on the PhaseII report and its
      * tender totals, so they are not added to N-AMT here. A split-
      * tender sale posts only its on-account share (352).
       350-COMPUTATIONS.
           COMPUTE SALES-AMT ROUNDED = T-UNIT-PR * T-QNT
           MOVE ZERO TO SALES-TAX
           IF T-ITEM-NO(1:1) IS NUMERIC
              AND T-ITEM-NO(1:1) > '0'
               MOVE T-ITEM-NO(1:1) TO WS-TRANS-DEPT
           ELSE
               MOVE 1 TO WS-TRANS-DEPT
               END-PERFORM
           END-IF
           COMPUTE TRANS-AMT = SALES-AMT + SALES-TAX
           MOVE 'N' TO WS-SPLIT-ACCT-SW
           IF SPLIT-TENDER-TRANS
               PERFORM 352-TAKE-ACCOUNT-SHARE
           END-IF
           IF ON-ACCOUNT-TRANS OR SPLIT-ACCOUNT-SHARE
               IF REVERSAL-RUN
                   SUBTRACT TRANS-AMT FROM N-AMT
                   PERFORM 365-WRITE-REVERSAL
               END-IF
           END-IF.

      * Cuts a split-tender line down to its on-account share. The
      * jurisdiction totals above keep the whole line; what posts to
      * the receivable is the account share of the merchandise plus
      * the same share of the tax. A void finds the shares of the
      * sale it voids. A line with no account share posts nothing.
       352-TAKE-ACCOUNT-SHARE.
           IF T-VOID-FLAG = 'V'
               MOVE T-VOID-REF TO WS-SPLIT-KEY
           ELSE
               MOVE T-SEQ-NO TO WS-SPLIT-KEY
           END-IF
           MOVE ZERO TO WS-SPLIT-LINE
                        WS-SPLIT-ACCT
           PERFORM VARYING STB-INDX FROM 1 BY 1
                   UNTIL STB-INDX > STB-COUNT
               IF STB-SEQ-NO(STB-INDX) = WS-SPLIT-KEY
                   ADD STB-AMT(STB-INDX) TO WS-SPLIT-LINE
                   IF STB-TENDER(STB-INDX) = 'A'
                       ADD STB-AMT(STB-INDX) TO WS-SPLIT-ACCT
                   END-IF
               END-IF
           END-PERFORM
           IF WS-SPLIT-ACCT > ZERO
               COMPUTE SALES-TAX ROUNDED =
                   SALES-TAX * WS-SPLIT-ACCT / WS-SPLIT-LINE
               IF T-QNT < ZERO
                   COMPUTE SALES-AMT = WS-SPLIT-ACCT * -1
               ELSE
                   MOVE WS-SPLIT-ACCT TO SALES-AMT
               END-IF
               COMPUTE TRANS-AMT = SALES-AMT + SALES-TAX
               SET SPLIT-ACCOUNT-SHARE TO TRUE
           END-IF.

      * If the transaction just applied pushed the customer's balance
      * over their credit limit, backs the transaction out of N-AMT and
      * logs it to OVERLIMIT.DAT instead of letting it stand. The
      * account share of a split-tender sale is logged as a plain
      * on-account line for the share, so it can be released alone.
       360-CHECK-CREDIT-LIMIT.
           IF N-AMT > N-CREDIT-LIM
               SUBTRACT TRANS-AMT FROM N-AMT
               MOVE TRANS-REC TO OL-REC
               IF SPLIT-ACCOUNT-SHARE
                   MOVE 'A' TO OL-TENDER-TYPE
                   MOVE WS-SPLIT-ACCT TO OL-UNIT-PR
                   IF T-QNT < ZERO
                       MOVE -1 TO OL-QNT
                   ELSE
                       MOVE 1 TO OL-QNT
                   END-IF
               END-IF
               WRITE OL-REC
                   BEFORE ADVANCING 1 LINE
           ELSE
           MOVE WS-APPLY-CHECK TO AP-CHECK-NO
           MOVE OT-INVOICE-NO(OT-INDX) TO AP-INVOICE-NO
           MOVE WS-APPLY-AMT TO AP-AMT
           MOVE OT-DUE-DATE(OT-INDX) TO AP-DUE-DATE
           WRITE APPLY-REC
           CLOSE APPLY-FILE.


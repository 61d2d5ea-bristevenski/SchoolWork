           SELECT DEPTTOT-FILE ASSIGN TO "DEPTTOTALS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DT-STATUS.
           SELECT DEPT-MASTER-FILE ASSIGN TO "DEPTMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DX-STATUS.
           SELECT EXEMPTCERT-FILE ASSIGN TO "EXEMPTCERT.DAT"
           SELECT ITEMHIST-FILE ASSIGN TO "ITEMHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IH-STATUS.
           SELECT EMPPURCH-FILE ASSIGN TO "EMPPURCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EP-STATUS.
           SELECT LOYALRATE-FILE ASSIGN TO "LOYALRATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LR-STATUS.
           SELECT LOYALCTL-FILE ASSIGN TO "LOYALCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LC-STATUS.
           SELECT LOYALPTS-FILE ASSIGN TO "LOYALPTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LP-STATUS.
           SELECT LOYALHIST-FILE ASSIGN TO "LOYALHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LH-STATUS.
           SELECT REWARDCERT-FILE ASSIGN TO "REWARDCERT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RW-STATUS.
           SELECT TENDSPLIT-FILE ASSIGN TO "TENDERSPLIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPT-STATUS.
      *
       DATA DIVISION.
      *
           05  CUST-NAME       PIC X(20).
           05  ITEM-NO.
               10  DEPT-CODE   PIC X.
               10  ITEM-CODE   PIC X(3).
           05  ITEM-DESC       PIC X(15).
           05  UNIT-PRICE      PIC 9(6).
      * PHASE 1 KEYS THE PRICE WITH TWO IMPLIED DECIMALS; LOYALTY
      * POINTS ARE EARNED ON THE DOLLAR FIGURE THROUGH THIS VIEW.
           05  UNIT-PRICE-DOLLARS REDEFINES UNIT-PRICE
                               PIC 9(4)V99.
           05  QUANTITY        PIC S9(3).
           05  OPERATOR-ID     PIC X(5).
           05  TENDER-TYPE     PIC X.
               88  CHECK-TENDER            VALUE 'K'.
               88  ACCOUNT-TENDER          VALUE 'A' ' '.
               88  STORE-TENDER            VALUE 'S'.
               88  EMPLOYEE-TENDER         VALUE 'E'.
               88  REWARD-TENDER           VALUE 'R'.
               88  LAYAWAY-TENDER          VALUE 'L'.
               88  SPLIT-TENDER            VALUE 'M'.
           05  SEQ-NO          PIC 9(5).
           05  VOID-FLAG       PIC X.
               88  VOID-REC                VALUE 'V'.
           05  TR-QTY-TOTAL    PIC S9(7).
           05  TR-EXT-TOTAL    PIC S9(9)V99.
           05  FILLER          PIC X(29).
      * PHASE 1's BATCH HEADER (HV-ID = '00000') NAMES THE BATCH, SO
      * THE EMPLOYEE-PURCHASE LEDGER ROWS IT WROTE CAN BE PICKED OUT.
       01  HEADER-REC-VIEW REDEFINES INPUT-REC.
           05  HV-ID           PIC X(5).
           05  HV-LABEL        PIC X(15).
           05  HV-BATCH-DATE   PIC 9(8).
           05  HV-BATCH-NO     PIC 9(3).
           05  HV-STORE-NO     PIC 9(2).
           05  FILLER          PIC X(39).

       FD  OUTPUT-FILE.
       01  OUTPUT-REC          PIC X(80).
           05  TC-TAX          PIC S9(8)V99.
           05  TC-EXEMPT       PIC S9(9)V99.

      * THE DEPARTMENT MASTER KEPT BY DEPTMAINT: EACH STORE
      * DEPARTMENT'S NAME AND WHETHER ITS SALES ARE TAXABLE, SO A
      * DEPARTMENT CAN BE OPENED OR FLIPPED WITHOUT A RECOMPILE.
      * MISSING FILE: THE FOUR ORIGINAL DEPARTMENTS, WITH GROCERY
      * (DEPT 3) EXEMPT PER THE STATE RULE AND THE REST TAXING.
       FD  DEPT-MASTER-FILE.
       01  DM-REC.
           05  DM-DEPT-CODE    PIC 99.
           05  DM-DEPT-NAME    PIC X(10).
           05  DM-SHORT-NAME   PIC X(8).
           05  DM-ACTIVE       PIC X.
           05  DM-COST-CTR     PIC X(4).
           05  DM-TAXABLE      PIC X.

      * RESALE EXEMPTION CERTIFICATES KEYED BY CUSTOMER NUMBER, THE
      * SAME FILE PHASEIII CHECKS, SO THE REPORT'S TAX MATCHES WHAT
           05  IH-YYYYMM       PIC 9(6).
           05  IH-UNITS        PIC S9(7).
           05  IH-DOLLARS      PIC S9(9)V99.
      * EMPLOYEE-PURCHASE LEDGER PHASE 1 WRITES FOR EMPLOYEE TENDER.
      * THE TRANSACTION CARRIES THE DISCOUNTED PRICE; THE LEDGER ROW
      * CARRIES THE DISCOUNT, SO IT IS READ HERE FOR THAT FIGURE.
       FD  EMPPURCH-FILE.
       01  EMPPURCH-REC.
           05  EP-EMP-ID       PIC X(4).
           05  EP-DATE         PIC 9(8).
           05  EP-BATCH-DATE   PIC 9(8).
           05  EP-BATCH-NO     PIC 9(3).
           05  EP-STORE-NO     PIC 9(2).
           05  EP-SEQ-NO       PIC 9(5).
           05  EP-ITEM-NUM     PIC X(4).
           05  EP-TYPE         PIC X.
           05  EP-GROSS-AMT    PIC 9(7)V99.
           05  EP-DISC-AMT     PIC 9(7)V99.
           05  EP-NET-AMT      PIC 9(7)V99.
           05  EP-OPERATOR     PIC X(5).
           05  EP-STATUS       PIC X.
           05  EP-DEDUCT-DATE  PIC 9(8).
      * SPLIT-TENDER LEDGER PHASE 1 WRITES FOR A SALE SETTLED ACROSS
      * SEVERAL TENDERS (TENDER 'M'): ONE ROW PER TENDER SHARE, KEYED
      * BY BATCH, STORE, AND THE SALE'S SEQUENCE NUMBER.
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
      * LOYALTY POINTS EARNED PER DOLLAR OF SALES, ONE ROW PER
      * DEPARTMENT. MISSING FILE: ONE POINT PER DOLLAR, GROCERY
      * (DEPT 3) HALF A POINT.
       FD  LOYALRATE-FILE.
       01  LOYALRATE-REC.
           05  LR-DEPT         PIC 9.
           05  LR-RATE         PIC 99V99.
      * ONE RECORD: POINTS NEEDED FOR A REWARD CERTIFICATE AND THE
      * CERTIFICATE'S FACE VALUE. MISSING FILE: 500 POINTS BUYS A
      * $5.00 CERTIFICATE.
       FD  LOYALCTL-FILE.
       01  LOYALCTL-REC.
           05  LC-THRESHOLD    PIC 9(5).
           05  LC-CERT-AMT     PIC 9(4)V99.
      * THE POINTS LEDGER: ONE ROW PER CUSTOMER NUMBER CARRYING THE
      * UNCONVERTED POINTS BALANCE. REWRITTEN AT THE END OF THE RUN.
       FD  LOYALPTS-FILE.
       01  LOYALPTS-REC.
           05  LP-CUST-NO      PIC X(5).
           05  LP-BALANCE      PIC S9(7).
           05  LP-LAST-DATE    PIC 9(8).
      * POINTS ACTIVITY, APPENDED EACH RUN: 'E' EARNED, 'B' BACKED
      * OUT BY RETURNS AND VOIDS, 'C' CONVERTED TO A CERTIFICATE.
      * LOYALTYRPT AND STATEMENTGEN REPORT FROM THIS FILE.
       FD  LOYALHIST-FILE.
       01  LOYALHIST-REC.
           05  LH-CUST-NO      PIC X(5).
           05  LH-DATE         PIC 9(8).
           05  LH-TYPE         PIC X.
           05  LH-POINTS       PIC S9(7).
           05  LH-CERT-NO      PIC 9(6).
      * REWARD CERTIFICATE LEDGER SHARED WITH PHASE 1: 'I' ISSUED
      * HERE WHEN POINTS CONVERT, 'R' REDEEMED AT THE COUNTER.
       FD  REWARDCERT-FILE.
       01  REWARDCERT-REC.
           05  RW-CUST-NO      PIC X(5).
           05  RW-DATE         PIC 9(8).
           05  RW-TYPE         PIC X.
           05  RW-AMT          PIC 9(6)V99.
           05  RW-OPERATOR     PIC X(5).
           05  RW-CERT-NO      PIC 9(6).
      * ONE ROW PER DEPARTMENT PER RUN: THE SALES, TAX, AND
      * TRANSACTION TOTALS ALREADY PRINTED ON THE REPORT, WRITTEN AS
      * A FEED SO GLEXTRACT BUILDS THE LEDGER JOURNAL FROM RUN
               10  WS-MIN      PIC 99.
           05  PG-COUNT        PIC 9       VALUE 1.
           05  LN-COUNT        PIC 99      VALUE 01.
           05  WS-DEPT-INDX    PIC 99.
           05  WS-TENDER-INDX  PIC 9.
           05  WS-PRESCAN-SW   PIC X.
           05  WS-TJ-STATUS    PIC XX.
           05  WS-EXPECT-SEQ   PIC 9(5)    VALUE 1.
           05  WS-MISSING-SEQ  PIC 9(5).
           05  WS-SEQ-ERR-CT   PIC 9(5)    VALUE ZERO.
           05  WS-EP-STATUS    PIC XX.
           05  WS-EP-EOF-SW    PIC X.
           05  WS-HDR-FOUND-SW PIC X       VALUE 'N'.
               88  BATCH-HEADER-FOUND      VALUE 'Y'.
           05  WS-HDR-BATCH-DATE PIC 9(8).
           05  WS-HDR-BATCH-NO PIC 9(3).
           05  WS-HDR-STORE-NO PIC 9(2).
           05  WS-EMP-DISC-TOT PIC S9(8)V99 VALUE ZERO.
           05  WS-EMP-DISC-CT  PIC 9(5)    VALUE ZERO.
           05  WS-LR-STATUS    PIC XX.
           05  WS-LR-EOF-SW    PIC X.
           05  WS-LC-STATUS    PIC XX.
           05  WS-LP-STATUS    PIC XX.
           05  WS-LP-EOF-SW    PIC X.
           05  WS-LH-STATUS    PIC XX.
           05  WS-RW-STATUS    PIC XX.
           05  WS-RW-EOF-SW    PIC X.
           05  WS-LP-SUB       PIC 9(4).
           05  WS-LP-FOUND     PIC 9(4).
           05  WS-LINE-POINTS  PIC S9(7).
           05  WS-SPT-STATUS   PIC XX.
           05  WS-SPT-EOF-SW   PIC X.
           05  WS-SPLIT-KEY    PIC 9(5).
           05  WS-SPLIT-LINE   PIC 9(7)V99.
           05  WS-SPLIT-EARN   PIC 9(7)V99.
           05  WS-SPLIT-ROWS   PIC 9.
           05  WS-SPLIT-DONE   PIC 9.
           05  WS-SPLIT-LEFT   PIC S9(8)V99.
           05  WS-SPLIT-SHARE  PIC S9(8)V99.
           05  WS-PTS-THRESHOLD PIC 9(5)   VALUE 500.
           05  WS-CERT-AMT     PIC 9(4)V99 VALUE 5.00.
           05  WS-LAST-CERT-NO PIC 9(6)    VALUE ZERO.
           05  WS-LOY-EARNED   PIC S9(9)   VALUE ZERO.
           05  WS-LOY-BACKED   PIC S9(9)   VALUE ZERO.
           05  WS-LOY-CERT-CT  PIC 9(5)    VALUE ZERO.
           05  WS-LOY-CERT-TOT PIC 9(7)V99 VALUE ZERO.
       01  PIPECTL-TABLE.
           05  PT-ENTRY OCCURS 2 TIMES.
               10  PT-STATUS       PIC X(8).
               10  PT-REC-COUNT    PIC 9(5).
               10  PT-HANDOFF-DATE PIC 9(8).
       01  DEPT-NAME-TABLE.
           05  DEPT-NAMES      PIC X(90)
               VALUE "HOME      ELECTRONICGROCERY   AUTO      ".
           05  DEPT-NAME-ENTRY REDEFINES DEPT-NAMES
                                   OCCURS 9 TIMES PIC X(10).
       01  ITEM-HIST-TABLE.
           05  IH-COUNT        PIC 9(4)    VALUE ZERO.
           05  IH-ENTRY OCCURS 1 TO 5000 TIMES
                   INDEXED BY ECT-INDX.
               10  ECT-CUST-NO     PIC X(5).
               10  ECT-EXP-DATE    PIC 9(8).
       01  LOYALTY-RATE-TABLE.
           05  LOYALTY-RATE-ENTRY OCCURS 9 TIMES
                                   PIC 99V99.
      * THE POINTS LEDGER HELD FOR THE RUN, WITH EACH CUSTOMER'S
      * EARNED AND BACKED-OUT POINTS FOR THIS BATCH ALONGSIDE.
       01  LOYALTY-POINTS-TABLE.
           05  LPT-COUNT       PIC 9(4)    VALUE ZERO.
           05  LPT-ENTRY OCCURS 1 TO 3000 TIMES
                   DEPENDING ON LPT-COUNT.
               10  LPT-CUST-NO     PIC X(5).
               10  LPT-BALANCE     PIC S9(7).
               10  LPT-LAST-DATE   PIC 9(8).
               10  LPT-RUN-EARN    PIC S9(7).
               10  LPT-RUN-BACK    PIC S9(7).
      * THE BATCH'S SPLIT-TENDER SHARES, HELD FOR THE RUN.
       01  TENDER-SPLIT-TABLE.
           05  STB-COUNT       PIC 9(4)    VALUE ZERO.
           05  STB-ENTRY OCCURS 1 TO 4000 TIMES
                   DEPENDING ON STB-COUNT
                   INDEXED BY STB-INDX.
               10  STB-SEQ-NO      PIC 9(5).
               10  STB-TENDER      PIC X.
               10  STB-AMT         PIC 9(7)V99.
       01  DEPT-TAXABLE-TABLE.
           05  DEPT-TAXABLE-ENTRY OCCURS 9 TIMES
                                   PIC X.
       01  DEPT-TOTALS.
           05  DEPT-TOTAL-ENTRY OCCURS 9 TIMES.
               10  DEPT-SALES-TOT  PIC S9(8)V99 VALUE ZERO.
               10  DEPT-TAX-TOT    PIC S9(7)V99 VALUE ZERO.
               10  DEPT-TRANS-TOT  PIC S9(9)V99 VALUE ZERO.
               10  ST-SALES-TOT    PIC S9(8)V99.
               10  ST-TAX-TOT      PIC S9(7)V99.
               10  ST-TRANS-TOT    PIC S9(9)V99.
               10  ST-DEPT-ENTRY OCCURS 9 TIMES.
                   15  ST-DEPT-SALES   PIC S9(8)V99.
                   15  ST-DEPT-TAX     PIC S9(7)V99.
                   15  ST-DEPT-TRANS   PIC S9(9)V99.
       01  TENDER-NAME-TABLE.
           05  TENDER-NAMES.
               10  FILLER      PIC X(40)
               VALUE "CASH      CHECK     ON ACCOUNTSTORE CRED".
               10  FILLER      PIC X(30)
               VALUE "EMPLOYEE  REWARD    LAYAWAY   ".
           05  TENDER-NAME-ENTRY REDEFINES TENDER-NAMES
                                   OCCURS 7 TIMES PIC X(10).
       01  TENDER-TOTALS.
           05  TENDER-TOTAL-ENTRY OCCURS 7 TIMES.
               10  TENDER-TRANS-TOT PIC S9(9)V99 VALUE ZERO.
               10  TENDER-TRANS-CT  PIC 9(5)     VALUE ZERO.
       01  CSV-EDIT-FIELDS.
           05  TS-TRANS-CT     PIC ZZ,ZZ9.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  TS-TRANS-TOT    PIC $$$$,$$$,$$9.99-.
       01  EMP-DISCOUNT-LINE.
           05  FILLER          PIC X(10)   VALUE SPACES.
           05  FILLER          PIC X(25)
                               VALUE "EMPLOYEE DISCOUNT:".
           05  ED-DISC-CT      PIC ZZ,ZZ9.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  ED-DISC-TOT     PIC $$$$,$$$,$$9.99-.
       01  LOYALTY-LINE.
           05  FILLER          PIC X(10)   VALUE SPACES.
           05  FILLER          PIC X(8)    VALUE "POINTS: ".
           05  LL-EARNED       PIC ZZZ,ZZ9-.
           05  FILLER          PIC X(8)    VALUE " EARNED ".
           05  LL-BACKED       PIC ZZZ,ZZ9-.
           05  FILLER          PIC X(12)   VALUE " BACKED OUT ".
           05  LL-CERT-CT      PIC ZZ,ZZ9.
           05  FILLER          PIC X(7)    VALUE " CERTS ".
           05  LL-CERT-TOT     PIC $$$$,$$9.99.
       01  STORE-SUBTOTAL-LINE.
           05  FILLER          PIC X(10)   VALUE SPACES.
           05  FILLER          PIC X(12)   VALUE "STORE TOTAL:".
           PERFORM 079-LOAD-EXEMPT-CERTS
           PERFORM 050-READ-TRAILER
           PERFORM 060-BALANCE-CHECK
           PERFORM 080-LOAD-EMP-DISCOUNTS
           PERFORM 081-LOAD-TENDER-SPLITS
           PERFORM 082-LOAD-LOYALTY-RULES
           PERFORM 084-LOAD-POINTS-LEDGER
           PERFORM 100-SORT
           PERFORM 150-OPEN-FILES
           PERFORM 600-WRITE-HEADINGS
           PERFORM 200-READ UNTIL EOF-SWITCH = 'Y'
           PERFORM 582-POST-LOYALTY-POINTS
           PERFORM 550-WRITE-DEPT-TOTALS
           PERFORM 555-WRITE-STORE-TOTALS
           PERFORM 560-WRITE-TENDER-TOTALS
           PERFORM 565-WRITE-EMP-DISCOUNT
           PERFORM 566-WRITE-LOYALTY-LINE
           PERFORM 500-TOTALS
           PERFORM 575-WRITE-TAX-COLLECT
           PERFORM 578-WRITE-DEPT-TOTALS-FILE
               MOVE ZERO TO JT-EXEMPT-TOT(1)
           END-IF.

      * LOADS EACH STORE DEPARTMENT'S NAME AND TAXABILITY FLAG FROM
      * THE DEPARTMENT MASTER. WITHOUT THE FILE THE FOUR ORIGINAL
      * NAMES AND THE STATE RULE STAND: GROCERY IS EXEMPT, THE REST
      * TAX.
       078-LOAD-DEPT-TAXABILITY.
           MOVE ALL 'Y' TO DEPT-TAXABLE-TABLE
           MOVE 'N' TO DEPT-TAXABLE-ENTRY(3)
           MOVE 'N' TO WS-DX-EOF-SW
           OPEN INPUT DEPT-MASTER-FILE
           IF WS-DX-STATUS NOT = "00"
               MOVE 'Y' TO WS-DX-EOF-SW
           ELSE
               MOVE SPACES TO DEPT-NAMES
           END-IF
           PERFORM UNTIL WS-DX-EOF-SW = 'Y'
               READ DEPT-MASTER-FILE
                   AT END
                       MOVE 'Y' TO WS-DX-EOF-SW
                   NOT AT END
                       IF DM-DEPT-CODE IS NUMERIC
                          AND DM-DEPT-CODE > 0 AND DM-DEPT-CODE < 10
                           MOVE DM-DEPT-CODE TO WS-DEPT-INDX
                           MOVE DM-DEPT-NAME TO
                               DEPT-NAME-ENTRY(WS-DEPT-INDX)
                           MOVE DM-TAXABLE TO
                               DEPT-TAXABLE-ENTRY(WS-DEPT-INDX)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-DX-STATUS NOT = "35"
               CLOSE DEPT-MASTER-FILE
           END-IF.

      * LOADS THE RESALE EXEMPTION CERTIFICATES SO RESELLERS' SALES
                               MOVE TR-QTY-TOTAL TO WS-TRLR-QTY
                               MOVE TR-EXT-TOTAL TO WS-TRLR-EXT
                           WHEN TR-ID = '00000'
                               SET BATCH-HEADER-FOUND TO TRUE
                               MOVE HV-BATCH-DATE TO WS-HDR-BATCH-DATE
                               MOVE HV-BATCH-NO   TO WS-HDR-BATCH-NO
                               MOVE HV-STORE-NO   TO WS-HDR-STORE-NO
                           WHEN OTHER
                               ADD 1 TO WS-ACTUAL-COUNT
                               PERFORM 055-CHECK-SEQUENCE
                   WS-TRLR-COUNT " GOT " WS-ACTUAL-COUNT
           END-IF.

      * TOTALS THE EMPLOYEE DISCOUNT GIVEN ON THIS BATCH'S EMPLOYEE-
      * TENDER LINES FROM THE LEDGER ROWS PHASE 1 WROTE FOR THE SAME
      * BATCH DATE, BATCH NUMBER, AND STORE. A CREDIT ROW (RETURN OR
      * VOID) GIVES ITS DISCOUNT BACK. WITHOUT A BATCH HEADER THE
      * ROWS CANNOT BE MATCHED AND NO DISCOUNT IS REPORTED.
       080-LOAD-EMP-DISCOUNTS.
           MOVE 'N' TO WS-EP-EOF-SW
           IF BATCH-HEADER-FOUND
               OPEN INPUT EMPPURCH-FILE
               IF WS-EP-STATUS NOT = "00"
                   MOVE 'Y' TO WS-EP-EOF-SW
               END-IF
           ELSE
               MOVE 'Y' TO WS-EP-EOF-SW
           END-IF
           PERFORM UNTIL WS-EP-EOF-SW = 'Y'
               READ EMPPURCH-FILE
                   AT END
                       MOVE 'Y' TO WS-EP-EOF-SW
                   NOT AT END
                       IF EP-BATCH-DATE = WS-HDR-BATCH-DATE
                          AND EP-BATCH-NO = WS-HDR-BATCH-NO
                          AND EP-STORE-NO = WS-HDR-STORE-NO
                           ADD 1 TO WS-EMP-DISC-CT
                           IF EP-TYPE = 'C'
                               ADD EP-DISC-AMT TO WS-EMP-DISC-TOT
                           ELSE
                               SUBTRACT EP-DISC-AMT
                                   FROM WS-EMP-DISC-TOT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF BATCH-HEADER-FOUND AND WS-EP-STATUS NOT = "35"
               CLOSE EMPPURCH-FILE
           END-IF.

      * LOADS THE TENDER SHARES PHASE 1 WROTE FOR THIS BATCH'S
      * SPLIT-TENDER SALES, MATCHED ON THE BATCH HEADER THE SAME WAY
      * AS THE EMPLOYEE-PURCHASE LEDGER.
       081-LOAD-TENDER-SPLITS.
           MOVE 'N' TO WS-SPT-EOF-SW
           IF BATCH-HEADER-FOUND
               OPEN INPUT TENDSPLIT-FILE
               IF WS-SPT-STATUS NOT = "00"
                   MOVE 'Y' TO WS-SPT-EOF-SW
               END-IF
           ELSE
               MOVE 'Y' TO WS-SPT-EOF-SW
           END-IF
           PERFORM UNTIL WS-SPT-EOF-SW = 'Y'
               READ TENDSPLIT-FILE
                   AT END
                       MOVE 'Y' TO WS-SPT-EOF-SW
                   NOT AT END
                       IF SPT-BATCH-DATE = WS-HDR-BATCH-DATE
                          AND SPT-BATCH-NO = WS-HDR-BATCH-NO
                          AND SPT-STORE-NO = WS-HDR-STORE-NO
                          AND STB-COUNT < 4000
                           ADD 1 TO STB-COUNT
                           MOVE SPT-SEQ-NO TO STB-SEQ-NO(STB-COUNT)
                           MOVE SPT-TENDER TO STB-TENDER(STB-COUNT)
                           MOVE SPT-AMT    TO STB-AMT(STB-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF BATCH-HEADER-FOUND AND WS-SPT-STATUS NOT = "35"
               CLOSE TENDSPLIT-FILE
           END-IF.

      * LOADS THE POINTS-PER-DOLLAR RATE FOR EACH DEPARTMENT AND THE
      * CERTIFICATE THRESHOLD AND VALUE, SO MARKETING CAN RETUNE THE
      * PROGRAM WITHOUT A RECOMPILE. MISSING FILES LEAVE THE
      * STANDARD RULES: A POINT PER DOLLAR, HALF FOR GROCERY, AND A
      * $5.00 CERTIFICATE EVERY 500 POINTS.
       082-LOAD-LOYALTY-RULES.
           PERFORM VARYING WS-DEPT-INDX FROM 1 BY 1
                   UNTIL WS-DEPT-INDX > 9
               MOVE 1.00 TO LOYALTY-RATE-ENTRY(WS-DEPT-INDX)
           END-PERFORM
           MOVE 0.50 TO LOYALTY-RATE-ENTRY(3)
           MOVE 'N' TO WS-LR-EOF-SW
           OPEN INPUT LOYALRATE-FILE
           IF WS-LR-STATUS NOT = "00"
               MOVE 'Y' TO WS-LR-EOF-SW
           END-IF
           PERFORM UNTIL WS-LR-EOF-SW = 'Y'
               READ LOYALRATE-FILE
                   AT END
                       MOVE 'Y' TO WS-LR-EOF-SW
                   NOT AT END
                       IF LR-DEPT > 0
                           MOVE LR-RATE TO
                               LOYALTY-RATE-ENTRY(LR-DEPT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LR-STATUS NOT = "35"
               CLOSE LOYALRATE-FILE
           END-IF
           OPEN INPUT LOYALCTL-FILE
           IF WS-LC-STATUS = "00"
               READ LOYALCTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LC-THRESHOLD > ZERO
                           MOVE LC-THRESHOLD TO WS-PTS-THRESHOLD
                           MOVE LC-CERT-AMT  TO WS-CERT-AMT
                       END-IF
               END-READ
               CLOSE LOYALCTL-FILE
           END-IF.

      * LOADS THE POINTS LEDGER, AND FINDS THE LAST CERTIFICATE
      * NUMBER ISSUED SO NEW CERTIFICATES CONTINUE THE SERIES.
       084-LOAD-POINTS-LEDGER.
           MOVE 'N' TO WS-LP-EOF-SW
           OPEN INPUT LOYALPTS-FILE
           IF WS-LP-STATUS NOT = "00"
               MOVE 'Y' TO WS-LP-EOF-SW
           END-IF
           PERFORM UNTIL WS-LP-EOF-SW = 'Y'
               READ LOYALPTS-FILE
                   AT END
                       MOVE 'Y' TO WS-LP-EOF-SW
                   NOT AT END
                       IF LPT-COUNT < 3000
                           ADD 1 TO LPT-COUNT
                           MOVE LP-CUST-NO TO LPT-CUST-NO(LPT-COUNT)
                           MOVE LP-BALANCE TO LPT-BALANCE(LPT-COUNT)
                           MOVE LP-LAST-DATE TO
                               LPT-LAST-DATE(LPT-COUNT)
                           MOVE ZERO TO LPT-RUN-EARN(LPT-COUNT)
                                        LPT-RUN-BACK(LPT-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LP-STATUS NOT = "35"
               CLOSE LOYALPTS-FILE
           END-IF
           MOVE 'N' TO WS-RW-EOF-SW
           OPEN INPUT REWARDCERT-FILE
           IF WS-RW-STATUS NOT = "00"
               MOVE 'Y' TO WS-RW-EOF-SW
           END-IF
           PERFORM UNTIL WS-RW-EOF-SW = 'Y'
               READ REWARDCERT-FILE
                   AT END
                       MOVE 'Y' TO WS-RW-EOF-SW
                   NOT AT END
                       IF RW-CERT-NO IS NUMERIC
                          AND RW-CERT-NO > WS-LAST-CERT-NO
                           MOVE RW-CERT-NO TO WS-LAST-CERT-NO
                       END-IF
               END-READ
           END-PERFORM
           IF WS-RW-STATUS NOT = "35"
               CLOSE REWARDCERT-FILE
           END-IF.

      * SORTS THE INPUT FILE AND OVERWRITES THE INPUT FILE WITH THE
      * SORTED FILE.
       100-SORT.
                   MOVE 2 TO WS-TENDER-INDX
               WHEN STORE-TENDER
                   MOVE 4 TO WS-TENDER-INDX
               WHEN EMPLOYEE-TENDER
                   MOVE 5 TO WS-TENDER-INDX
               WHEN REWARD-TENDER
                   MOVE 6 TO WS-TENDER-INDX
               WHEN LAYAWAY-TENDER
                   MOVE 7 TO WS-TENDER-INDX
               WHEN OTHER
                   MOVE 3 TO WS-TENDER-INDX
           END-EVALUATE
           IF SPLIT-TENDER
               PERFORM 335-SPLIT-TENDER-TOTALS
           ELSE
               ADD TRANS-AMT TO TENDER-TRANS-TOT(WS-TENDER-INDX)
               ADD 1         TO TENDER-TRANS-CT(WS-TENDER-INDX)
           END-IF

           PERFORM 320-ROLL-ITEM-HISTORY
           PERFORM 340-ACCRUE-POINTS.

      * SPREADS A SPLIT-TENDER LINE ACROSS THE TENDER TOTALS, EACH
      * TENDER TAKING ITS SHARE OF THE LINE (TAX INCLUDED) IN
      * PROPORTION TO THE AMOUNT KEYED FOR IT. THE LAST SHARE TAKES
      * THE ROUNDING. A VOID FINDS THE SHARES OF THE SALE IT VOIDS.
      * A LINE WITH NO SHARES ON THE LEDGER FALLS TO ON ACCOUNT.
       335-SPLIT-TENDER-TOTALS.
           IF VOID-REC
               MOVE VOID-REF TO WS-SPLIT-KEY
           ELSE
               MOVE SEQ-NO TO WS-SPLIT-KEY
           END-IF
           MOVE ZERO TO WS-SPLIT-LINE
                        WS-SPLIT-EARN
                        WS-SPLIT-ROWS
                        WS-SPLIT-DONE
           PERFORM VARYING STB-INDX FROM 1 BY 1
                   UNTIL STB-INDX > STB-COUNT
               IF STB-SEQ-NO(STB-INDX) = WS-SPLIT-KEY
                   ADD STB-AMT(STB-INDX) TO WS-SPLIT-LINE
                   ADD 1 TO WS-SPLIT-ROWS
                   IF STB-TENDER(STB-INDX) NOT = 'S'
                       ADD STB-AMT(STB-INDX) TO WS-SPLIT-EARN
                   END-IF
               END-IF
           END-PERFORM
           IF WS-SPLIT-LINE = ZERO
               ADD TRANS-AMT TO TENDER-TRANS-TOT(3)
               ADD 1         TO TENDER-TRANS-CT(3)
               COMPUTE WS-SPLIT-EARN = UNIT-PRICE-DOLLARS * QUANTITY
           ELSE
               MOVE TRANS-AMT TO WS-SPLIT-LEFT
               PERFORM VARYING STB-INDX FROM 1 BY 1
                       UNTIL STB-INDX > STB-COUNT
                   IF STB-SEQ-NO(STB-INDX) = WS-SPLIT-KEY
                       ADD 1 TO WS-SPLIT-DONE
                       IF WS-SPLIT-DONE = WS-SPLIT-ROWS
                           MOVE WS-SPLIT-LEFT TO WS-SPLIT-SHARE
                       ELSE
                           COMPUTE WS-SPLIT-SHARE ROUNDED =
                               TRANS-AMT * STB-AMT(STB-INDX)
                               / WS-SPLIT-LINE
                       END-IF
                       SUBTRACT WS-SPLIT-SHARE FROM WS-SPLIT-LEFT
                       EVALUATE STB-TENDER(STB-INDX)
                           WHEN 'C'
                               MOVE 1 TO WS-TENDER-INDX
                           WHEN 'K'
                               MOVE 2 TO WS-TENDER-INDX
                           WHEN 'S'
                               MOVE 4 TO WS-TENDER-INDX
                           WHEN OTHER
                               MOVE 3 TO WS-TENDER-INDX
                       END-EVALUATE
                       ADD WS-SPLIT-SHARE TO
                           TENDER-TRANS-TOT(WS-TENDER-INDX)
                       ADD 1 TO TENDER-TRANS-CT(WS-TENDER-INDX)
                   END-IF
               END-PERFORM
           END-IF.

      * EARNS THE CUSTOMER LOYALTY POINTS ON THE LINE'S SALES
      * DOLLARS AT THE DEPARTMENT'S RATE. A RETURN OR VOID CARRIES A
      * NEGATIVE QUANTITY AND BACKS ITS POINTS OUT. LINES PAID WITH
      * STORE CREDIT, A REWARD CERTIFICATE, OR THROUGH PAYROLL DO NOT
      * EARN POINTS, NOR DOES THE STORE-CREDIT SHARE OF A SPLIT.
       340-ACCRUE-POINTS.
           IF STORE-TENDER OR REWARD-TENDER OR EMPLOYEE-TENDER
               CONTINUE
           ELSE
               IF SPLIT-TENDER
                   COMPUTE WS-LINE-POINTS ROUNDED =
                       WS-SPLIT-EARN * LOYALTY-RATE-ENTRY(WS-DEPT-INDX)
                   IF QUANTITY < ZERO
                       COMPUTE WS-LINE-POINTS = WS-LINE-POINTS * -1
                   END-IF
               ELSE
                   COMPUTE WS-LINE-POINTS ROUNDED =
                       UNIT-PRICE-DOLLARS * QUANTITY
                       * LOYALTY-RATE-ENTRY(WS-DEPT-INDX)
               END-IF
               IF WS-LINE-POINTS NOT = ZERO
                   PERFORM 345-FIND-POINTS-ENTRY
                   IF WS-LP-FOUND > ZERO
                       ADD WS-LINE-POINTS TO LPT-BALANCE(WS-LP-FOUND)
                       MOVE WS-RUN-DATE-YMD TO
                           LPT-LAST-DATE(WS-LP-FOUND)
                       IF WS-LINE-POINTS > ZERO
                           ADD WS-LINE-POINTS TO
                               LPT-RUN-EARN(WS-LP-FOUND)
                           ADD WS-LINE-POINTS TO WS-LOY-EARNED
                       ELSE
                           ADD WS-LINE-POINTS TO
                               LPT-RUN-BACK(WS-LP-FOUND)
                           ADD WS-LINE-POINTS TO WS-LOY-BACKED
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * FINDS THE CUSTOMER'S LEDGER ENTRY, OPENING A NEW ONE THE
      * FIRST TIME A CUSTOMER EARNS POINTS.
       345-FIND-POINTS-ENTRY.
           MOVE ZERO TO WS-LP-FOUND
           PERFORM VARYING WS-LP-SUB FROM 1 BY 1
                   UNTIL WS-LP-SUB > LPT-COUNT
               IF LPT-CUST-NO(WS-LP-SUB) = CUST-NO
                   MOVE WS-LP-SUB TO WS-LP-FOUND
               END-IF
           END-PERFORM
           IF WS-LP-FOUND = ZERO AND LPT-COUNT < 3000
               ADD 1 TO LPT-COUNT
               MOVE CUST-NO TO LPT-CUST-NO(LPT-COUNT)
               MOVE ZERO TO LPT-BALANCE(LPT-COUNT)
                            LPT-RUN-EARN(LPT-COUNT)
                            LPT-RUN-BACK(LPT-COUNT)
               MOVE LPT-COUNT TO WS-LP-FOUND
           END-IF.

      * ROLLS THE RECORD INTO ITS STORE'S ENTRY, ADDING THE ENTRY
      * THE FIRST TIME A STORE IS SEEN IN THE BATCH.
                            ST-TAX-TOT(ST-COUNT)
                            ST-TRANS-TOT(ST-COUNT)
               PERFORM VARYING WS-ST-SUB FROM 1 BY 1
                       UNTIL WS-ST-SUB > 9
                   MOVE ZERO TO ST-DEPT-SALES(ST-COUNT WS-ST-SUB)
                                ST-DEPT-TAX(ST-COUNT WS-ST-SUB)
                                ST-DEPT-TRANS(ST-COUNT WS-ST-SUB)
           MOVE TRANS-AMT  TO D-TRANS-AMT.
     
      * DETERMINES WHICH DEPARTMENT NAME SHOULD BE PRINTED ON THE REPORT
      * BASED ON THE DEPARTMENT NUMBER FROM THE INPUT FILE, USING THE
      * NAME ON THE DEPARTMENT MASTER.
       475-DEPARTMENT-NAME.
           MOVE SPACES TO D-DEPT-CO
           IF DEPT-CODE IS NUMERIC AND DEPT-CODE NOT = '0'
               MOVE DEPT-CODE TO WS-DEPT-INDX
               MOVE DEPT-NAME-ENTRY(WS-DEPT-INDX) TO D-DEPT-CO
           END-IF.
      
      * PRINTS ONE SUBTOTAL LINE PER DEPARTMENT ON THE DEPARTMENT
      * MASTER SO DEPARTMENT MANAGERS DON'T HAVE TO RE-TALLY
      * THE DETAIL LINES BY HAND. PRINTED AFTER ALL DETAIL LINES AND
      * BEFORE THE COMPANY-WIDE GRAND TOTAL. A DEPARTMENT NOT ON THE
      * MASTER PRINTS ONLY IF SALES ARRIVED FOR IT.
       550-WRITE-DEPT-TOTALS.
           PERFORM VARYING WS-DEPT-INDX FROM 1 BY 1
                   UNTIL WS-DEPT-INDX > 9
               IF DEPT-NAME-ENTRY(WS-DEPT-INDX) NOT = SPACES
                  OR DEPT-TRANS-TOT(WS-DEPT-INDX) NOT = ZERO
                   PERFORM 552-WRITE-ONE-DEPT-TOTAL
               END-IF
           END-PERFORM.
       552-WRITE-ONE-DEPT-TOTAL.
           MOVE DEPT-NAME-ENTRY(WS-DEPT-INDX)  TO DS-DEPT-NAME
           MOVE DEPT-SALES-TOT(WS-DEPT-INDX)   TO D-DEPT-SALES
           MOVE DEPT-TAX-TOT(WS-DEPT-INDX)     TO D-DEPT-TAX
           MOVE DEPT-TRANS-TOT(WS-DEPT-INDX)   TO D-DEPT-TRANS
           ADD THREE-LN-CT TO LN-COUNT
           IF LN-COUNT > MAX-LINE
               MOVE 1 TO LN-COUNT
               ADD 1 TO PG-COUNT
               PERFORM 600-WRITE-HEADINGS
           END-IF
           WRITE OUTPUT-REC FROM DEPT-SUBTOTAL-LINE
               AFTER ADVANCING 1 LINE.
      * PRINTS ONE SUBTOTAL LINE PER STORE SO EACH LOCATION'S TAKE
      * STANDS ON ITS OWN INSTEAD OF DISAPPEARING INTO ONE COMPANY
      * NUMBER.
      * PRINTS ONE SUBTOTAL LINE PER TENDER TYPE (CASH, CHECK, ON
      * ACCOUNT) SO THE DRAWER CAN BE BALANCED AGAINST THE CASH AND
      * CHECK TAKE, AND ONLY THE ON-ACCOUNT AMOUNT IS EXPECTED TO
      * POST TO RECEIVABLES IN PHASEIII. EMPLOYEE TENDER HAS A LINE OF
      * ITS OWN - IT IS COLLECTED THROUGH PAYROLL, NOT THE DRAWER OR
      * RECEIVABLES. SO DOES LAYAWAY TENDER - A PICKUP WAS PAID FOR
      * BY DEPOSITS AND INSTALLMENTS ALREADY TAKEN.
       560-WRITE-TENDER-TOTALS.
           PERFORM VARYING WS-TENDER-INDX FROM 1 BY 1
                   UNTIL WS-TENDER-INDX > 7
               MOVE TENDER-NAME-ENTRY(WS-TENDER-INDX) TO
                   TS-TENDER-NAME
               MOVE TENDER-TRANS-CT(WS-TENDER-INDX)   TO TS-TRANS-CT
                   AFTER ADVANCING 1 LINE
           END-PERFORM.

      * PRINTS THE EMPLOYEE DISCOUNT GIVEN ON THE BATCH UNDER THE
      * EMPLOYEE TENDER LINE, SO THE DISCOUNT COST SHOWS SEPARATELY
      * FROM THE EMPLOYEE SALES. SKIPPED WHEN THE BATCH HAS NONE.
       565-WRITE-EMP-DISCOUNT.
           IF WS-EMP-DISC-CT > ZERO OR TENDER-TRANS-CT(5) > ZERO
               MOVE WS-EMP-DISC-CT  TO ED-DISC-CT
               MOVE WS-EMP-DISC-TOT TO ED-DISC-TOT
               ADD THREE-LN-CT TO LN-COUNT
               IF LN-COUNT > MAX-LINE
                   MOVE 1 TO LN-COUNT
                   ADD 1 TO PG-COUNT
                   PERFORM 600-WRITE-HEADINGS
               END-IF
               WRITE OUTPUT-REC FROM EMP-DISCOUNT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

      * PRINTS THE BATCH'S LOYALTY POINTS EARNED AND BACKED OUT AND
      * THE REWARD CERTIFICATES THEY CONVERTED INTO.
       566-WRITE-LOYALTY-LINE.
           MOVE WS-LOY-EARNED   TO LL-EARNED
           MOVE WS-LOY-BACKED   TO LL-BACKED
           MOVE WS-LOY-CERT-CT  TO LL-CERT-CT
           MOVE WS-LOY-CERT-TOT TO LL-CERT-TOT
           ADD THREE-LN-CT TO LN-COUNT
           IF LN-COUNT > MAX-LINE
               MOVE 1 TO LN-COUNT
               ADD 1 TO PG-COUNT
               PERFORM 600-WRITE-HEADINGS
           END-IF
           WRITE OUTPUT-REC FROM LOYALTY-LINE
               AFTER ADVANCING 1 LINE.

      * MOVES THE TOTAL VARIABLES TO EDITED VARIABLES TO BE PRINTED,
      * THEN PRINTS THE TOTALS OF A SINGLE CUSTOMER RECORD. IF THE MAX
      * LINE COUNT (55 LINES) IS REACHED, A PAGE BREAK IS INSERTED AND
           PERFORM VARYING WS-ST-SUB FROM 1 BY 1
                   UNTIL WS-ST-SUB > ST-COUNT
               PERFORM VARYING WS-DEPT-INDX FROM 1 BY 1
                       UNTIL WS-DEPT-INDX > 9
                   IF DEPT-NAME-ENTRY(WS-DEPT-INDX) NOT = SPACES
                      OR ST-DEPT-TRANS(WS-ST-SUB WS-DEPT-INDX)
                           NOT = ZERO
                       MOVE WS-RUN-DATE-YMD TO DT-DATE
                       MOVE ST-STORE-NO(WS-ST-SUB) TO DT-STORE
                       MOVE WS-DEPT-INDX    TO DT-DEPT
                       MOVE ST-DEPT-SALES(WS-ST-SUB WS-DEPT-INDX)
                           TO DT-SALES
                       MOVE ST-DEPT-TAX(WS-ST-SUB WS-DEPT-INDX)
                           TO DT-TAX
                       MOVE ST-DEPT-TRANS(WS-ST-SUB WS-DEPT-INDX)
                           TO DT-TRANS
                       WRITE DEPTTOT-REC
                   END-IF
               END-PERFORM
           END-PERFORM
           CLOSE DEPTTOT-FILE.
               END-IF
           END-IF.

      * POSTS THE BATCH'S POINTS: ONE ACTIVITY ROW PER CUSTOMER FOR
      * POINTS EARNED AND ONE FOR POINTS BACKED OUT, THEN CONVERTS
      * EVERY FULL THRESHOLD OF POINTS A CUSTOMER NOW HOLDS INTO A
      * REWARD CERTIFICATE, AND REWRITES THE LEDGER.
       582-POST-LOYALTY-POINTS.
           OPEN EXTEND LOYALHIST-FILE
           IF WS-LH-STATUS NOT = "00"
               OPEN OUTPUT LOYALHIST-FILE
           END-IF
           OPEN EXTEND REWARDCERT-FILE
           IF WS-RW-STATUS NOT = "00"
               OPEN OUTPUT REWARDCERT-FILE
           END-IF
           PERFORM VARYING WS-LP-SUB FROM 1 BY 1
                   UNTIL WS-LP-SUB > LPT-COUNT
               MOVE LPT-CUST-NO(WS-LP-SUB) TO LH-CUST-NO
               MOVE WS-RUN-DATE-YMD        TO LH-DATE
               MOVE ZERO                   TO LH-CERT-NO
               IF LPT-RUN-EARN(WS-LP-SUB) NOT = ZERO
                   MOVE 'E' TO LH-TYPE
                   MOVE LPT-RUN-EARN(WS-LP-SUB) TO LH-POINTS
                   WRITE LOYALHIST-REC
               END-IF
               IF LPT-RUN-BACK(WS-LP-SUB) NOT = ZERO
                   MOVE 'B' TO LH-TYPE
                   MOVE LPT-RUN-BACK(WS-LP-SUB) TO LH-POINTS
                   WRITE LOYALHIST-REC
               END-IF
               PERFORM 583-ISSUE-CERTIFICATE
                   UNTIL LPT-BALANCE(WS-LP-SUB) < WS-PTS-THRESHOLD
           END-PERFORM
           CLOSE LOYALHIST-FILE
                 REWARDCERT-FILE
           OPEN OUTPUT LOYALPTS-FILE
           PERFORM VARYING WS-LP-SUB FROM 1 BY 1
                   UNTIL WS-LP-SUB > LPT-COUNT
               MOVE LPT-CUST-NO(WS-LP-SUB)   TO LP-CUST-NO
               MOVE LPT-BALANCE(WS-LP-SUB)   TO LP-BALANCE
               MOVE LPT-LAST-DATE(WS-LP-SUB) TO LP-LAST-DATE
               WRITE LOYALPTS-REC
           END-PERFORM
           CLOSE LOYALPTS-FILE.

      * TRADES ONE THRESHOLD OF POINTS FOR A NUMBERED CERTIFICATE:
      * THE CERTIFICATE ROW GOES TO THE LEDGER PHASE 1 REDEEMS FROM,
      * AND A CONVERSION ROW TO THE POINTS ACTIVITY. THE POSTING RUN
      * ISSUES IT, SO NO OPERATOR IS RECORDED.
       583-ISSUE-CERTIFICATE.
           SUBTRACT WS-PTS-THRESHOLD FROM LPT-BALANCE(WS-LP-SUB)
           ADD 1 TO WS-LAST-CERT-NO
           MOVE LPT-CUST-NO(WS-LP-SUB) TO RW-CUST-NO
           MOVE WS-RUN-DATE-YMD        TO RW-DATE
           MOVE 'I'                    TO RW-TYPE
           MOVE WS-CERT-AMT            TO RW-AMT
           MOVE SPACES                 TO RW-OPERATOR
           MOVE WS-LAST-CERT-NO        TO RW-CERT-NO
           WRITE REWARDCERT-REC
           MOVE 'C' TO LH-TYPE
           COMPUTE LH-POINTS = ZERO - WS-PTS-THRESHOLD
           MOVE WS-LAST-CERT-NO TO LH-CERT-NO
           WRITE LOYALHIST-REC
           ADD 1 TO WS-LOY-CERT-CT
           ADD WS-CERT-AMT TO WS-LOY-CERT-TOT.

      * WRITES THE HEADINGS ON THE TOP OF THE PAGE.
       600-WRITE-HEADINGS.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE

           SELECT STORECRED-FILE ASSIGN TO "STORECREDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SC-STATUS.
           SELECT REWARDCERT-FILE ASSIGN TO "REWARDCERT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RW-STATUS.
           SELECT ITEM-INV-FILE ASSIGN TO "ITEMINV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INV-STATUS.
           SELECT SUSPEND-FILE ASSIGN TO "SUSPORDER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-STATUS.
           SELECT EMP-MASTER-FILE ASSIGN TO "EMPMASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPM-STATUS.
           SELECT EMP-DISC-FILE ASSIGN TO "EMPDISC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ED-STATUS.
           SELECT DEPT-MASTER-FILE ASSIGN TO "DEPTMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DM-STATUS.
           SELECT EMP-CAP-FILE ASSIGN TO "EMPCAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ECAP-STATUS.
           SELECT EMP-PURCH-FILE ASSIGN TO "EMPPURCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EP-STATUS.
           SELECT LAYAWAY-FILE ASSIGN TO "LAYAWAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LAY-STATUS.
           SELECT LAYPAY-FILE ASSIGN TO "LAYPAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LYP-STATUS.
           SELECT LAYCTL-FILE ASSIGN TO "LAYCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LCT-STATUS.
           SELECT TENDSPLIT-FILE ASSIGN TO "TENDERSPLIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPT-STATUS.
           SELECT SALEHIST-FILE ASSIGN TO "SALEHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SH-STATUS.
           SELECT RETURNREF-FILE ASSIGN TO "RETURNREF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RR-STATUS.
           SELECT NORECEIPT-FILE ASSIGN TO "NORECEIPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NR-STATUS.
           SELECT PROMO-FILE ASSIGN TO "PROMO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PM-STATUS.
           SELECT PROMOLINE-FILE ASSIGN TO "PROMOLINE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OUT-TRANSACTION-FILE.
           05  SC-TYPE                  PIC X.
           05  SC-AMT                   PIC 9(6)V99.
           05  SC-OPERATOR              PIC X(5).
      * REWARD CERTIFICATE LEDGER: ONE ROW PER CERTIFICATE ISSUED
      * ('I', WRITTEN BY PHASEII WHEN A CUSTOMER'S LOYALTY POINTS
      * REACH THE THRESHOLD) OR REDEEMED ('R', A SALE PAID WITH
      * CERTIFICATES). CHECKED AND WRITTEN THE SAME WAY AS THE
      * STORE-CREDIT LEDGER.
       FD  REWARDCERT-FILE.
       01  REWARDCERT-REC.
           05  RW-CUST-NO               PIC X(5).
           05  RW-DATE                  PIC 9(8).
           05  RW-TYPE                  PIC X.
           05  RW-AMT                   PIC 9(6)V99.
           05  RW-OPERATOR              PIC X(5).
           05  RW-CERT-NO               PIC 9(6).
      * THE INVENTORY MASTER INVPOST MAINTAINS, READ AT START-UP SO
      * THE ON-HAND COUNT CAN BE CHECKED AS THE QUANTITY IS KEYED.
      * THERE IS ONE ROW PER STORE PER ITEM; ONLY THIS SESSION'S
      * STORE'S ROWS ARE CHECKED OR DRAWN DOWN.
       FD  ITEM-INV-FILE.
       01  INV-REC.
           05  IV-STORE-NO              PIC 9(2).
           05  IV-ITEM-NUM              PIC X(4).
           05  IV-ON-HAND               PIC S9(5).
           05  IV-REORDER-PT            PIC 9(5).
           05  IV-ON-ORDER              PIC 9(5).
           05  IV-IN-TRANSIT            PIC 9(5).
           05  IV-AVG-COST              PIC 9(4)V9999.
      * A SALE THE STOCK CANNOT COVER CAN BE TAKEN AS A BACKORDER
      * INSTEAD. BACKORDREL CONVERTS OPEN ('O') ROWS INTO A PROPER
      * TRANSACTION BATCH ONCE RECEIPTS BRING STOCK IN, MARKING THEM
      * CAN BE RECALLED IN THE NEXT ONE.
       FD  SUSPEND-FILE.
       01  SUSP-REC                     PIC X(72).
      * THE PAYROLL EMPLOYEE MASTER, READ AT START-UP SO AN EMPLOYEE
      * TENDER CAN BE CHECKED AGAINST THE STAFF ACTUALLY ON FILE.
       FD  EMP-MASTER-FILE.
       01  EM-REC.
           05  EM-EMP-ID                PIC X(4).
           05  EM-EMP-NM                PIC X(15).
      * ONE ROW PER STORE DEPARTMENT GIVING THE EMPLOYEE DISCOUNT
      * RATE, SO HR CAN CHANGE A RATE WITHOUT A RECOMPILE.
       FD  EMP-DISC-FILE.
       01  ED-REC.
           05  ED-DEPT                  PIC X.
           05  ED-RATE                  PIC V999.
      * THE DEPARTMENT MASTER KEPT BY DEPTMAINT. ENTRY ONLY CARES
      * ABOUT THE STORE DEPARTMENTS, CODES 01-09, WHOSE SECOND DIGIT
      * IS THE FIRST DIGIT OF AN ITEM NUMBER.
       FD  DEPT-MASTER-FILE.
       01  DM-REC.
           05  DM-DEPT-CODE             PIC 99.
           05  DM-DEPT-NAME             PIC X(10).
           05  DM-SHORT-NAME            PIC X(8).
           05  DM-ACTIVE                PIC X.
           05  DM-COST-CTR              PIC X(4).
           05  DM-TAXABLE               PIC X.
      * ONE-RECORD CONTROL FILE HOLDING HOW MUCH AN EMPLOYEE MAY
      * CHARGE TO PAYROLL IN ONE PAY PERIOD.
       FD  EMP-CAP-FILE.
       01  EMP-CAP-REC                  PIC 9(5)V99.
      * EMPLOYEE-PURCHASE LEDGER: ONE ROW PER EMPLOYEE-TENDER LINE,
      * A CHARGE ('C') FOR A SALE OR A CREDIT ('R') FOR A RETURN OR
      * VOID, AT THE DISCOUNTED PRICE. ROWS STAY OPEN ('O') UNTIL
      * THE PAYROLL RUN TAKES THEM AS A DEDUCTION AND MARKS THEM
      * DEDUCTED ('D'); THE OPEN ROWS ARE THE PERIOD'S SPENDING.
       FD  EMP-PURCH-FILE.
       01  EMPPURCH-REC.
           05  EP-EMP-ID                PIC X(4).
           05  EP-DATE                  PIC 9(8).
           05  EP-BATCH-DATE            PIC 9(8).
           05  EP-BATCH-NO              PIC 9(3).
           05  EP-STORE-NO              PIC 9(2).
           05  EP-SEQ-NO                PIC 9(5).
           05  EP-ITEM-NUM              PIC X(4).
           05  EP-TYPE                  PIC X.
           05  EP-GROSS-AMT             PIC 9(7)V99.
           05  EP-DISC-AMT              PIC 9(7)V99.
           05  EP-NET-AMT               PIC 9(7)V99.
           05  EP-OPERATOR              PIC X(5).
           05  EP-STATUS                PIC X.
           05  EP-DEDUCT-DATE           PIC 9(8).
      * LAYAWAY LEDGER: ONE ROW PER LAYAWAY OPENED AT THE COUNTER.
      * THE ROW IS WRITTEN OPEN ('O') AND ONLY LAYPOST CHANGES IT -
      * TO PICKED UP ('P') ONCE THE PICKUP IS ON THE PAYMENT FILE,
      * OR CANCELLED ('C') WITH ITS RESTOCKING FEE WHEN IT EXPIRES.
      * AN OPEN ROW HOLDS ITS QUANTITY AGAINST THE ITEM'S ON-HAND.
       FD  LAYAWAY-FILE.
       01  LAYAWAY-REC.
           05  LA-LAY-NO                PIC 9(6).
           05  LA-CUST-NO               PIC X(5).
           05  LA-CUST-NM               PIC X(20).
           05  LA-ITEM-NO               PIC X(4).
           05  LA-ITEM-DES              PIC X(15).
           05  LA-UNIT-PR               PIC 9(4)V99.
           05  LA-QNT                   PIC 9(3).
           05  LA-TOTAL                 PIC 9(7)V99.
           05  LA-OPEN-DATE             PIC 9(8).
           05  LA-EXPIRE-DATE           PIC 9(8).
           05  LA-STATUS                PIC X.
           05  LA-STORE-NO              PIC 9(2).
           05  LA-OPERATOR              PIC X(5).
           05  LA-CLOSE-DATE            PIC 9(8).
           05  LA-FEE                   PIC 9(5)V99.
      * LAYAWAY PAYMENT LEDGER: ONE ROW PER DEPOSIT ('D') OR
      * INSTALLMENT ('I') TAKEN AT THE COUNTER, PER PICKUP ('U',
      * THE AMOUNT PAID APPLIED TO THE SALE), AND PER RESTOCKING
      * FEE ('F') OR REFUND ('X') LAYPOST WRITES ON A CANCELLATION.
      * A LAYAWAY'S AMOUNT PAID IS ITS DEPOSIT AND INSTALLMENTS.
      * LAYPOST JOURNALS EACH ROW ONCE, FLAGGING IT POSTED ('Y').
       FD  LAYPAY-FILE.
       01  LAYPAY-REC.
           05  LY-LAY-NO                PIC 9(6).
           05  LY-CUST-NO               PIC X(5).
           05  LY-DATE                  PIC 9(8).
           05  LY-TYPE                  PIC X.
           05  LY-AMT                   PIC 9(7)V99.
           05  LY-TENDER                PIC X.
           05  LY-OPERATOR              PIC X(5).
           05  LY-STORE-NO              PIC 9(2).
           05  LY-GL-FLAG               PIC X.
      * ONE-RECORD LAYAWAY CONTROL FILE: MINIMUM DEPOSIT PERCENT,
      * DAYS UNTIL A LAYAWAY EXPIRES, AND THE RESTOCKING FEE
      * PERCENT AND FLOOR LAYPOST CHARGES ON A CANCELLATION.
       FD  LAYCTL-FILE.
       01  LAYCTL-REC.
           05  LCT-MIN-DEP-PCT          PIC V99.
           05  LCT-TERM-DAYS            PIC 9(3).
           05  LCT-FEE-PCT              PIC V99.
           05  LCT-FEE-MIN              PIC 9(3)V99.
      * SPLIT-TENDER LEDGER: ONE ROW PER TENDER SHARE OF A SALE RUNG
      * WITH TENDER 'M', KEYED BY BATCH, STORE, AND THE LINE'S
      * SEQUENCE NUMBER. THE SHARES ARE MERCHANDISE DOLLARS AND ADD
      * UP TO THE LINE'S PRICE TIMES QUANTITY. A VOID OF THE LINE
      * WRITES NO ROWS - IT REACHES THESE THROUGH ITS VOID REFERENCE.
       FD  TENDSPLIT-FILE.
       01  TENDSPLIT-REC.
           05  SPT-BATCH-DATE           PIC 9(8).
           05  SPT-BATCH-NO             PIC 9(3).
           05  SPT-STORE-NO             PIC 9(2).
           05  SPT-SEQ-NO               PIC 9(5).
           05  SPT-CUST-NO              PIC X(5).
           05  SPT-TENDER               PIC X.
           05  SPT-AMT                  PIC 9(7)V99.
           05  SPT-OPERATOR             PIC X(5).
      * SALE-DETAIL HISTORY WRITTEN BY SALEHIST FROM EACH POSTED
      * BATCH: ONE ROW PER SALE LINE THAT WAS NOT VOIDED. A RETURN
      * WITH A RECEIPT IS CHECKED AGAINST IT.
       FD  SALEHIST-FILE.
       01  SALEHIST-REC.
           05  SH-BATCH-DATE            PIC 9(8).
           05  SH-BATCH-NO              PIC 9(3).
           05  SH-STORE-NO              PIC 9(2).
           05  SH-SEQ-NO                PIC 9(5).
           05  SH-CUST-NO               PIC X(5).
           05  SH-ITEM-NUM              PIC X(4).
           05  SH-UNIT-PRICE            PIC 9(4)V99.
           05  SH-QTY                   PIC 9(3).
           05  SH-TENDER                PIC X.
           05  SH-OPERATOR              PIC X(5).
      * RETURN-REFERENCE LEDGER: ONE ROW PER RECEIPTED RETURN, KEYED
      * BY THE ORIGINAL SALE IT CAME BACK AGAINST AND CARRYING THE
      * RETURN'S OWN BATCH KEY. A VOID OF THE RETURN WRITES AN
      * OFFSETTING 'V' ROW, SO THE QUANTITY STILL OPEN TO RETURN IS
      * THE SALE QUANTITY LESS THE NET OF THESE ROWS.
       FD  RETURNREF-FILE.
       01  RETURNREF-REC.
           05  RR-ORIG-BATCH-DATE       PIC 9(8).
           05  RR-ORIG-BATCH-NO         PIC 9(3).
           05  RR-ORIG-STORE-NO         PIC 9(2).
           05  RR-ORIG-SEQ-NO           PIC 9(5).
           05  RR-CUST-NO               PIC X(5).
           05  RR-ITEM-NUM              PIC X(4).
           05  RR-BATCH-DATE            PIC 9(8).
           05  RR-BATCH-NO              PIC 9(3).
           05  RR-STORE-NO              PIC 9(2).
           05  RR-SEQ-NO                PIC 9(5).
           05  RR-QTY                   PIC 9(3).
           05  RR-UNIT-PRICE            PIC 9(4)V99.
           05  RR-OPERATOR              PIC X(5).
           05  RR-TYPE                  PIC X.
      * NO-RECEIPT RETURN LOG: ONE ROW PER SUPERVISOR-APPROVED RETURN
      * KEYED WITHOUT A RECEIPT, PLUS A 'V' ROW IF IT IS VOIDED. READ
      * BY NORCPTRPT FOR LOSS PREVENTION.
       FD  NORECEIPT-FILE.
       01  NORECEIPT-REC.
           05  NR-DATE                  PIC 9(8).
           05  NR-STORE-NO              PIC 9(2).
           05  NR-BATCH-NO              PIC 9(3).
           05  NR-SEQ-NO                PIC 9(5).
           05  NR-OPERATOR              PIC X(5).
           05  NR-SUPERVISOR            PIC X(5).
           05  NR-CUST-NO               PIC X(5).
           05  NR-ITEM-NUM              PIC X(4).
           05  NR-UNIT-PRICE            PIC 9(4)V99.
           05  NR-QTY                   PIC 9(3).
           05  NR-TYPE                  PIC X.
      * DATE-BOUND PROMOTIONS: PERCENT OFF ('P'), AMOUNT OFF EACH
      * ('A'), OR BUY PM-BUY-QTY GET PM-GET-QTY FREE ('B'), SCOPED TO
      * ONE ITEM ('I', KEY = ITEM NUMBER), ONE DEPARTMENT ('D', KEY =
      * THE ITEM NUMBER'S FIRST DIGIT), OR A WHOLE STORE ('S', KEY =
      * TWO-DIGIT STORE NUMBER). A PROMOTION RUNS FROM ITS START DATE
      * THROUGH ITS END DATE AND THEN SIMPLY STOPS APPLYING.
       FD  PROMO-FILE.
       01  PM-REC.
           05  PM-PROMO-ID              PIC X(6).
           05  PM-DESC                  PIC X(20).
           05  PM-TYPE                  PIC X.
           05  PM-SCOPE                 PIC X.
           05  PM-SCOPE-KEY             PIC X(4).
           05  PM-VALUE                 PIC 9(4)V99.
           05  PM-BUY-QTY               PIC 9(3).
           05  PM-GET-QTY               PIC 9(3).
           05  PM-START-DATE            PIC 9(8).
           05  PM-END-DATE              PIC 9(8).
      * PROMOTION LEDGER: ONE ROW PER LINE RUNG AT A PROMOTION PRICE,
      * KEYED BY BATCH, STORE, AND THE LINE'S SEQUENCE NUMBER, WITH
      * THE PROMOTION ID AND THE PRICE IT REPLACED. A VOID OF THE
      * LINE WRITES AN OFFSETTING 'V' ROW UNDER ITS OWN SEQUENCE
      * NUMBER.
       FD  PROMOLINE-FILE.
       01  PROMOLINE-REC.
           05  PL-BATCH-DATE            PIC 9(8).
           05  PL-BATCH-NO              PIC 9(3).
           05  PL-STORE-NO              PIC 9(2).
           05  PL-SEQ-NO                PIC 9(5).
           05  PL-PROMO-ID              PIC X(6).
           05  PL-ITEM-NUM              PIC X(4).
           05  PL-QTY                   PIC 9(3).
           05  PL-REG-PRICE             PIC 9(4)V99.
           05  PL-PROMO-PRICE           PIC 9(4)V99.
           05  PL-OPERATOR              PIC X(5).
           05  PL-TYPE                  PIC X.
       WORKING-STORAGE SECTION.
       01  INPUT-ITEMS.
           05  CUST-NUM                PIC X(5).
           05  CUST-NAME               PIC X(20).
           05  ITEM-NUM.
               10  DEPT-CODE            PIC X.
               10  ITEM-CODE            PIC X(3).
           05  ITEM-DESC                PIC X(15).
           05  UNIT-PRICE               PIC 9(4)V99.
               88  CHECK-TENDER                 VALUE 'K'.
               88  ACCOUNT-TENDER               VALUE 'A'.
               88  STORE-TENDER                 VALUE 'S'.
               88  EMPLOYEE-TENDER              VALUE 'E'.
               88  REWARD-TENDER                VALUE 'R'.
               88  LAYAWAY-TENDER               VALUE 'L'.
               88  SPLIT-TENDER                 VALUE 'M'.
           05  SEQ-NO                   PIC 9(5).
           05  VOID-FLAG                PIC X.
               88  VOID-REC                     VALUE 'V'.
           05  WS-SC-AVAIL              PIC S9(7)V99.
           05  WS-SC-SUB                PIC 9(4).
           05  WS-SC-FOUND-SW           PIC X.
           05  WS-RW-STATUS             PIC XX.
           05  RW-EOF-SWITCH            PIC X.
           05  WS-RW-AMT                PIC S9(7)V99.
           05  WS-RW-AVAIL              PIC S9(7)V99.
           05  WS-RW-SUB                PIC 9(4).
           05  WS-RW-FOUND-SW           PIC X.
           05  WS-INV-STATUS            PIC XX.
           05  IV-EOF-SWITCH            PIC X.
           05  WS-BO-STATUS             PIC XX.
           05  WS-QB-PRICE              PIC 9(4)V99.
           05  WS-INV-SUB               PIC 9(4).
           05  WS-INV-FOUND             PIC 9(4).
           05  WS-EMPM-STATUS           PIC XX.
           05  EM-EOF-SWITCH            PIC X.
           05  WS-ED-STATUS             PIC XX.
           05  ED-EOF-SWITCH            PIC X.
           05  WS-DM-STATUS             PIC XX.
           05  DM-EOF-SWITCH            PIC X.
           05  WS-DM-SUB                PIC 99.
           05  WS-ECAP-STATUS           PIC XX.
           05  WS-EP-STATUS             PIC XX.
           05  EP-EOF-SWITCH            PIC X.
           05  EMP-PERIOD-CAP           PIC 9(5)V99 VALUE 250.00.
           05  WS-EP-EMP-ID             PIC X(4).
           05  WS-EP-TYPE               PIC X.
           05  WS-EP-OK-SW              PIC X.
               88  EMPLOYEE-CHARGE-OK            VALUE 'Y'.
           05  WS-DISC-RATE             PIC V999.
           05  WS-EP-QTY                PIC 9(3).
           05  WS-EP-UNIT-DISC          PIC 9(4)V99.
           05  WS-EP-UNIT-NET           PIC 9(4)V99.
           05  WS-EP-GROSS              PIC 9(7)V99.
           05  WS-EP-DISC               PIC 9(7)V99.
           05  WS-EP-NET                PIC 9(7)V99.
           05  WS-EP-OPEN               PIC S9(7)V99.
           05  WS-EP-ROOM               PIC S9(7)V99.
           05  WS-EP-SUB                PIC 9(4).
           05  WS-EP-FOUND              PIC 9(4).
           05  WS-ED-SUB                PIC 99.
           05  WS-LAY-STATUS            PIC XX.
           05  WS-LYP-STATUS            PIC XX.
           05  WS-LCT-STATUS            PIC XX.
           05  LA-EOF-SWITCH            PIC X.
           05  LY-EOF-SWITCH            PIC X.
           05  WS-LAY-SW                PIC X       VALUE 'N'.
               88  LAYAWAY-HANDLED               VALUE 'Y'.
           05  WS-LAY-NO                PIC 9(6).
           05  WS-LAY-LAST-NO           PIC 9(6)    VALUE ZERO.
           05  WS-LAY-CUST              PIC X(5).
           05  WS-LAY-ITEM              PIC X(4).
           05  WS-LAY-RES-QTY           PIC S9(3).
           05  WS-LAY-STORE             PIC 9(2).
           05  WS-LAY-SUB               PIC 9(4).
           05  WS-LAY-FOUND             PIC 9(4).
           05  WS-LAY-TOTAL             PIC 9(7)V99.
           05  WS-LAY-MIN-DEP           PIC 9(7)V99.
           05  WS-LAY-DUE               PIC 9(7)V99.
           05  WS-LAY-AMT               PIC 9(7)V99.
           05  WS-LAY-TYPE              PIC X.
           05  WS-LAY-TENDER            PIC X.
           05  WS-LAY-EXPIRE            PIC 9(8).
           05  LAY-MIN-DEP-PCT          PIC V99     VALUE .20.
           05  LAY-TERM-DAYS            PIC 9(3)    VALUE 60.
           05  WS-SPT-STATUS            PIC XX.
           05  SPT-EOF-SWITCH           PIC X.
           05  WS-SPLIT-SW              PIC X.
               88  SPLIT-COMPLETE                VALUE 'Y'.
               88  SPLIT-CANCELLED               VALUE 'X'.
           05  WS-SPLIT-TENDER          PIC X.
           05  WS-SPLIT-AMT             PIC 9(7)V99.
           05  WS-SPLIT-REMAIN          PIC 9(7)V99.
           05  WS-SPLIT-SC-AMT          PIC 9(7)V99.
           05  WS-SPLIT-SUB             PIC 9.
           05  WS-SPLIT-USED-SW         PIC X.
           05  WS-AR-AVAIL              PIC S9(7)V99.
           05  WS-AR-FOUND              PIC 9(4).
           05  WS-AR-CHARGE             PIC S9(7)V99.
           05  WS-SH-STATUS             PIC XX.
           05  SH-EOF-SWITCH            PIC X.
           05  WS-RR-STATUS             PIC XX.
           05  RR-EOF-SWITCH            PIC X.
           05  WS-NR-STATUS             PIC XX.
           05  NR-EOF-SWITCH            PIC X.
           05  WS-RTN-SW                PIC X       VALUE 'N'.
               88  RETURN-REFUSED                VALUE 'Y'.
           05  WS-RTN-RCPT-SW           PIC X.
               88  RETURN-RECEIPTED              VALUE 'R'.
               88  RETURN-NO-RECEIPT             VALUE 'N'.
           05  WS-RTN-BATCH-DATE        PIC 9(8).
           05  WS-RTN-BATCH-NO          PIC 9(3).
           05  WS-RTN-STORE-NO          PIC 9(2).
           05  WS-RTN-SEQ-NO            PIC 9(5).
           05  WS-RTN-SUP-ID            PIC X(5).
           05  WS-RTN-PRICE             PIC 9(4)V99.
           05  WS-RTN-SOLD              PIC 9(3).
           05  WS-RTN-RETURNED          PIC S9(5).
           05  WS-RTN-LEFT              PIC S9(5).
           05  WS-RTN-QTY               PIC 9(3).
           05  WS-RTN-FOUND-SW          PIC X.
               88  RETURN-ROW-FOUND              VALUE 'Y'.
           05  WS-RTN-HOLD              PIC X(60).
           05  WS-PM-STATUS             PIC XX.
           05  PM-EOF-SWITCH            PIC X.
           05  WS-PL-STATUS             PIC XX.
           05  PL-EOF-SWITCH            PIC X.
           05  WS-PL-FOUND-SW           PIC X.
               88  PROMO-ROW-FOUND               VALUE 'Y'.
           05  WS-PL-HOLD               PIC X(49).
           05  WS-PROMO-ID              PIC X(6)    VALUE SPACES.
           05  WS-PROMO-BASE            PIC 9(4)V99.
           05  WS-PROMO-BEST            PIC 9(4)V99.
           05  WS-PROMO-PRICE           PIC 9(4)V99.
           05  WS-PROMO-FREE            PIC 9(3).
           05  WS-PM-SUB                PIC 9(3).
           05  TRANS-TYPE               PIC X.
               88  SALE-TRANS                  VALUE 'S'.
               88  RETURN-TRANS                VALUE 'R'.
               88  LAYAWAY-TRANS               VALUE 'L'.
           05  TR-COUNT                 PIC 9(5)    VALUE ZERO.
           05  TR-SEQ-NO                PIC 9(5)    VALUE ZERO.
           05  BATCH-NO                 PIC 9(3).
           05  TR-QTY-TOT               PIC S9(7)   VALUE ZERO.
           05  TR-EXT-TOT               PIC S9(9)V99 VALUE ZERO.
           05  CONSTANTS.
               10  LOW-CODE             PIC X(3)    VALUE '101'.
               10  HIGH-CODE            PIC X(3)    VALUE '899'.
               10  NO-CUST              PIC 9(4)    VALUE 1000.
               10  NO-ITEM              PIC 9(4)    VALUE 1000.
               10  EMP-DISC-DEFAULT     PIC V999    VALUE .100.
       01  CUST-MASTER-TABLE.
           05  CM-COUNT                 PIC 9(4)    VALUE ZERO.
           05  CM-ENTRY OCCURS 1 TO 1000 TIMES
           05  IV-ENTRY OCCURS 1 TO 1000 TIMES
                   DEPENDING ON IV-COUNT
                   INDEXED BY IV-INDX.
               10  IV-T-STORE-NO        PIC 9(2).
               10  IV-T-ITEM-NUM        PIC X(4).
               10  IV-T-ON-HAND         PIC S9(5).
      * THE OPEN LAYAWAYS, WITH THE AMOUNT PAID ROLLED UP FROM THE
      * PAYMENT LEDGER, SO AN INSTALLMENT OR PICKUP CAN BE CHECKED
      * AGAINST THE BALANCE ACTUALLY DUE AS IT IS KEYED.
       01  LAYAWAY-TABLE.
           05  LT-COUNT                 PIC 9(4)    VALUE ZERO.
           05  LT-ENTRY OCCURS 1 TO 1000 TIMES
                   DEPENDING ON LT-COUNT
                   INDEXED BY LT-INDX.
               10  LT-LAY-NO            PIC 9(6).
               10  LT-CUST-NO           PIC X(5).
               10  LT-CUST-NM           PIC X(20).
               10  LT-ITEM-NO           PIC X(4).
               10  LT-ITEM-DES          PIC X(15).
               10  LT-UNIT-PR           PIC 9(4)V99.
               10  LT-QNT               PIC 9(3).
               10  LT-TOTAL             PIC 9(7)V99.
               10  LT-PAID              PIC 9(7)V99.
               10  LT-EXPIRE            PIC 9(8).
               10  LT-STATUS            PIC X.
               10  LT-STORE-NO          PIC 9(2).
      * THE TENDER SHARES KEYED FOR A SPLIT-TENDER SALE, HELD UNTIL
      * THE LINE IS WRITTEN (OR RELOADED FROM THE LEDGER FOR A VOID).
       01  SPLIT-TABLE.
           05  SPL-COUNT                PIC 9       VALUE ZERO.
           05  SPL-ENTRY OCCURS 4 TIMES.
               10  SPL-TENDER           PIC X.
               10  SPL-AMT              PIC 9(7)V99.
       01  SUSPEND-TABLE.
           05  SP-COUNT                 PIC 9(3)    VALUE ZERO.
           05  SP-ENTRY OCCURS 1 TO 200 TIMES
                   INDEXED BY SB-INDX.
               10  SB-T-CUST-NO         PIC X(5).
               10  SB-T-BALANCE         PIC S9(7)V99.
       01  REWARD-BAL-TABLE.
           05  RB-COUNT                 PIC 9(4)    VALUE ZERO.
           05  RB-ENTRY OCCURS 1 TO 1000 TIMES
                   DEPENDING ON RB-COUNT
                   INDEXED BY RB-INDX.
               10  RB-T-CUST-NO         PIC X(5).
               10  RB-T-BALANCE         PIC S9(7)V99.
       01  EMP-MASTER-TABLE.
           05  EMT-COUNT                PIC 9(4)    VALUE ZERO.
           05  EMT-ENTRY OCCURS 1 TO 1000 TIMES
                   DEPENDING ON EMT-COUNT
                   INDEXED BY EMT-INDX.
               10  EMT-EMP-ID           PIC X(4).
               10  EMT-EMP-NM           PIC X(15).
      * STORE DEPARTMENT NAMES AND ACTIVE FLAGS BY CODE, LOADED
      * FROM DEPTMAST.DAT. WITHOUT THE MASTER THE FOUR ORIGINAL
      * DEPARTMENTS STAND.
       01  DEPT-DEFAULT-VALUES.
           05  FILLER                   PIC X(11)   VALUE
               "HOME      A".
           05  FILLER                   PIC X(11)   VALUE
               "ELECTRONICA".
           05  FILLER                   PIC X(11)   VALUE
               "GROCERY   A".
           05  FILLER                   PIC X(11)   VALUE
               "AUTO      A".
           05  FILLER                   PIC X(55)   VALUE SPACES.
       01  DEPT-TABLE REDEFINES DEPT-DEFAULT-VALUES.
           05  DPT-ENTRY OCCURS 9 TIMES.
               10  DPT-NAME             PIC X(10).
               10  DPT-ACTIVE           PIC X.
       01  EMP-DISC-TABLE.
           05  EMP-DISC-RATE OCCURS 9 TIMES
                                        PIC V999.
       01  EMP-PURCH-TABLE.
           05  EPT-COUNT                PIC 9(4)    VALUE ZERO.
           05  EPT-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON EPT-COUNT
                   INDEXED BY EPT-INDX.
               10  EPT-EMP-ID           PIC X(4).
               10  EPT-BATCH-DATE       PIC 9(8).
               10  EPT-BATCH-NO         PIC 9(3).
               10  EPT-STORE-NO         PIC 9(2).
               10  EPT-SEQ-NO           PIC 9(5).
               10  EPT-TYPE             PIC X.
               10  EPT-GROSS            PIC 9(7)V99.
               10  EPT-DISC             PIC 9(7)V99.
               10  EPT-NET              PIC 9(7)V99.
       01  HOLD-TABLE.
           05  HD-COUNT                 PIC 9(4)    VALUE ZERO.
           05  HD-ENTRY OCCURS 1 TO 1000 TIMES
                   INDEXED BY HD-INDX.
               10  HD-T-CUST-NO         PIC X(5).
               10  HD-T-HOLD-FLAG       PIC X.
               10  HD-T-AVAIL           PIC S9(7)V99.
       01  ITEM-PRICE-TABLE.
           05  IP-COUNT                 PIC 9(4)    VALUE ZERO.
           05  IP-ENTRY OCCURS 1 TO 1000 TIMES
               10  IP-T-PRICE           PIC 9(4)V99.
               10  IP-T-EFF-DATE        PIC 9(8).
               10  IP-T-MIN-QTY         PIC 9(3).
      * THE PROMOTIONS IN FORCE ON THE SESSION DATE.
       01  PROMO-TABLE.
           05  PMT-COUNT                PIC 9(3)    VALUE ZERO.
           05  PMT-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON PMT-COUNT
                   INDEXED BY PMT-INDX.
               10  PMT-PROMO-ID         PIC X(6).
               10  PMT-TYPE             PIC X.
               10  PMT-SCOPE            PIC X.
               10  PMT-SCOPE-KEY        PIC X(4).
               10  PMT-VALUE            PIC 9(4)V99.
               10  PMT-BUY-QTY          PIC 9(3).
               10  PMT-GET-QTY          PIC 9(3).
       01  JOURNAL-TABLE.
           05  JR-COUNT                 PIC 9(3)    VALUE ZERO.
           05  JR-ENTRY OCCURS 1 TO 500 TIMES
           PERFORM 058-LOAD-STORE-CREDIT
           PERFORM 059A-LOAD-ITEM-INV
           PERFORM 059B-LOAD-SUSPENDED
           PERFORM 059C-LOAD-REWARD-CERTS
           PERFORM 059E-LOAD-LAYAWAYS
           PERFORM 059F-LOAD-LAYAWAY-PAY
           PERFORM 060-LOAD-ITEM-PRICE
           PERFORM 067-LOAD-PROMOTIONS
           PERFORM 065-LOAD-OPER-MASTER
           PERFORM 068-READ-OVERRIDE-PCT
           PERFORM 069-READ-LAYAWAY-CTL
           PERFORM 061-LOAD-DEPT-MASTER
           PERFORM 062-LOAD-EMP-MASTER
           PERFORM 063-LOAD-EMP-DISCOUNTS
           PERFORM 064-LOAD-EMP-PURCHASES
           PERFORM 030-CHECK-JOURNAL
           OPEN OUTPUT OUT-TRANSACTION-FILE
           IF JOURNAL-RECOVERY
                       PERFORM 180-SUSPEND-LINE
                   WHEN 'RECALL'
                       PERFORM 190-RECALL-LINES
                   WHEN 'LAYPAY'
                       PERFORM 240-LAYAWAY-PAYMENT
                   WHEN 'PICKUP'
                       PERFORM 242-LAYAWAY-PICKUP
                   WHEN OTHER
                       PERFORM 150-ACCEPT-DATA
                       IF NOT BACKORDER-TAKEN
                          AND NOT LAYAWAY-HANDLED
                          AND NOT RETURN-REFUSED
                           PERFORM 200-PRINT-TRANS-REC
                       END-IF
               END-EVALUATE
      * LOADS EACH CUSTOMER'S CREDIT-HOLD FLAG FROM THE AR MASTER SO
      * 151-ACCEPT-CUSTOMER-NUMBER CAN WARN AND 158-ACCEPT-TENDER-TYPE
      * CAN REFUSE ON-ACCOUNT TENDER AT ENTRY TIME. A MISSING AR
      * MASTER LEAVES THE TABLE EMPTY AND NOBODY IS HELD. THE CREDIT
      * STILL OPEN (LIMIT LESS BALANCE) IS CARRIED ALONG SO THE
      * ON-ACCOUNT SHARE OF A SPLIT-TENDER SALE CAN BE HELD TO IT.
       055-LOAD-HOLD-FLAGS.
           MOVE 'N' TO AR-EOF-SWITCH
           OPEN INPUT AR-MASTER-FILE
                           MOVE O-CUST-NO TO HD-T-CUST-NO(HD-COUNT)
                           MOVE O-HOLD-FLAG TO
                               HD-T-HOLD-FLAG(HD-COUNT)
                           COMPUTE HD-T-AVAIL(HD-COUNT) =
                               O-CREDIT-LIM - O-AMT
                       END-IF
               END-READ
           END-PERFORM
           END-IF.
      * AUTHOR: BRIANNA
      * LOADS THE INVENTORY MASTER'S ON-HAND COUNTS SO A SALE CAN BE
      * CHECKED AGAINST STOCK AS IT IS KEYED. EVERY STORE'S ROWS ARE
      * LOADED (THE STORE IS NOT KEYED UNTIL AFTER START-UP) AND THE
      * CHECKS MATCH ON THE SESSION'S STORE. A MISSING INVENTORY
      * FILE LEAVES THE TABLE EMPTY AND NO STOCK CHECK IS DONE.
       059A-LOAD-ITEM-INV.
           MOVE 'N' TO IV-EOF-SWITCH
                   NOT AT END
                       IF IV-COUNT < 1000
                           ADD 1 TO IV-COUNT
                           MOVE IV-STORE-NO TO IV-T-STORE-NO(IV-COUNT)
                           MOVE IV-ITEM-NUM TO IV-T-ITEM-NUM(IV-COUNT)
                           MOVE IV-ON-HAND  TO IV-T-ON-HAND(IV-COUNT)
                       END-IF
                   ' RECALL TO RESUME THEM.'
           END-IF.
      * AUTHOR: BRIANNA
      * ROLLS THE REWARD CERTIFICATE LEDGER INTO A PER-CUSTOMER
      * BALANCE TABLE SO A REDEMPTION CAN BE CHECKED AGAINST THE
      * CERTIFICATES ACTUALLY HELD. A MISSING LEDGER LEAVES EVERY
      * BALANCE AT ZERO.
       059C-LOAD-REWARD-CERTS.
           MOVE 'N' TO RW-EOF-SWITCH
           OPEN INPUT REWARDCERT-FILE
           IF WS-RW-STATUS NOT = "00"
               MOVE 'Y' TO RW-EOF-SWITCH
           END-IF
           PERFORM UNTIL RW-EOF-SWITCH = 'Y'
               READ REWARDCERT-FILE
                   AT END
                       MOVE 'Y' TO RW-EOF-SWITCH
                   NOT AT END
                       PERFORM 059D-ROLL-REWARD-ROW
               END-READ
           END-PERFORM
           IF WS-RW-STATUS NOT = "35"
               CLOSE REWARDCERT-FILE
           END-IF.
      * AUTHOR: BRIANNA
      * ADDS ONE CERTIFICATE ROW INTO ITS CUSTOMER'S BALANCE ENTRY.
       059D-ROLL-REWARD-ROW.
           MOVE 'N' TO WS-RW-FOUND-SW
           PERFORM VARYING WS-RW-SUB FROM 1 BY 1
                   UNTIL WS-RW-SUB > RB-COUNT
               IF RB-T-CUST-NO(WS-RW-SUB) = RW-CUST-NO
                   MOVE 'Y' TO WS-RW-FOUND-SW
                   IF RW-TYPE = 'I'
                       ADD RW-AMT TO RB-T-BALANCE(WS-RW-SUB)
                   ELSE
                       SUBTRACT RW-AMT FROM RB-T-BALANCE(WS-RW-SUB)
                   END-IF
               END-IF
           END-PERFORM
           IF WS-RW-FOUND-SW = 'N' AND RB-COUNT < 1000
               ADD 1 TO RB-COUNT
               MOVE RW-CUST-NO TO RB-T-CUST-NO(RB-COUNT)
               IF RW-TYPE = 'I'
                   MOVE RW-AMT TO RB-T-BALANCE(RB-COUNT)
               ELSE
                   COMPUTE RB-T-BALANCE(RB-COUNT) = ZERO - RW-AMT
               END-IF
           END-IF.
      * AUTHOR: BRIANNA
      * LOADS THE OPEN LAYAWAYS FROM THE LAYAWAY LEDGER AND FINDS THE
      * LAST LAYAWAY NUMBER ISSUED ON ANY ROW, OPEN OR CLOSED. A
      * MISSING LEDGER LEAVES THE TABLE EMPTY AND NUMBERING STARTS
      * AT ONE.
       059E-LOAD-LAYAWAYS.
           MOVE 'N' TO LA-EOF-SWITCH
           OPEN INPUT LAYAWAY-FILE
           IF WS-LAY-STATUS NOT = "00"
               MOVE 'Y' TO LA-EOF-SWITCH
           END-IF
           PERFORM UNTIL LA-EOF-SWITCH = 'Y'
               READ LAYAWAY-FILE
                   AT END
                       MOVE 'Y' TO LA-EOF-SWITCH
                   NOT AT END
                       IF LA-LAY-NO > WS-LAY-LAST-NO
                           MOVE LA-LAY-NO TO WS-LAY-LAST-NO
                       END-IF
                       IF LA-STATUS = 'O' AND LT-COUNT < 1000
                           ADD 1 TO LT-COUNT
                           MOVE LA-LAY-NO   TO LT-LAY-NO(LT-COUNT)
                           MOVE LA-CUST-NO  TO LT-CUST-NO(LT-COUNT)
                           MOVE LA-CUST-NM  TO LT-CUST-NM(LT-COUNT)
                           MOVE LA-ITEM-NO  TO LT-ITEM-NO(LT-COUNT)
                           MOVE LA-ITEM-DES TO LT-ITEM-DES(LT-COUNT)
                           MOVE LA-UNIT-PR  TO LT-UNIT-PR(LT-COUNT)
                           MOVE LA-QNT      TO LT-QNT(LT-COUNT)
                           MOVE LA-TOTAL    TO LT-TOTAL(LT-COUNT)
                           MOVE ZERO        TO LT-PAID(LT-COUNT)
                           MOVE LA-EXPIRE-DATE TO LT-EXPIRE(LT-COUNT)
                           MOVE 'O'         TO LT-STATUS(LT-COUNT)
                           MOVE LA-STORE-NO TO LT-STORE-NO(LT-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LAY-STATUS NOT = "35"
               CLOSE LAYAWAY-FILE
           END-IF.
      * AUTHOR: BRIANNA
      * ROLLS THE LAYAWAY PAYMENT LEDGER INTO THE OPEN LAYAWAYS:
      * DEPOSITS AND INSTALLMENTS ADD TO THE AMOUNT PAID, AND A
      * PICKUP LAYPOST HAS NOT YET CLOSED MARKS THE LAYAWAY PICKED
      * UP. EVERY LAYAWAY STILL OPEN THEN RESERVES ITS QUANTITY
      * AGAINST THE ON-HAND LOADED FROM ITEMINV.DAT, SO THE COUNTER
      * CANNOT SELL STOCK THAT IS BEING HELD FOR A CUSTOMER. THE
      * STOCK IS HELD AT THE STORE THAT OPENED THE LAYAWAY.
       059F-LOAD-LAYAWAY-PAY.
           MOVE 'N' TO LY-EOF-SWITCH
           OPEN INPUT LAYPAY-FILE
           IF WS-LYP-STATUS NOT = "00"
               MOVE 'Y' TO LY-EOF-SWITCH
           END-IF
           PERFORM UNTIL LY-EOF-SWITCH = 'Y'
               READ LAYPAY-FILE
                   AT END
                       MOVE 'Y' TO LY-EOF-SWITCH
                   NOT AT END
                       PERFORM 059G-ROLL-LAYAWAY-PAY
               END-READ
           END-PERFORM
           IF WS-LYP-STATUS NOT = "35"
               CLOSE LAYPAY-FILE
           END-IF
           PERFORM VARYING WS-LAY-SUB FROM 1 BY 1
                   UNTIL WS-LAY-SUB > LT-COUNT
               IF LT-STATUS(WS-LAY-SUB) = 'O'
                   MOVE LT-ITEM-NO(WS-LAY-SUB) TO WS-LAY-ITEM
                   MOVE LT-QNT(WS-LAY-SUB)     TO WS-LAY-RES-QTY
                   MOVE LT-STORE-NO(WS-LAY-SUB) TO WS-LAY-STORE
                   PERFORM 247-RESERVE-STOCK
               END-IF
           END-PERFORM.
      * AUTHOR: BRIANNA
      * APPLIES ONE PAYMENT-LEDGER ROW TO ITS OPEN LAYAWAY.
       059G-ROLL-LAYAWAY-PAY.
           PERFORM VARYING WS-LAY-SUB FROM 1 BY 1
                   UNTIL WS-LAY-SUB > LT-COUNT
               IF LT-LAY-NO(WS-LAY-SUB) = LY-LAY-NO
                   EVALUATE LY-TYPE
                       WHEN 'D'
                       WHEN 'I'
                           ADD LY-AMT TO LT-PAID(WS-LAY-SUB)
                       WHEN 'U'
                           MOVE 'P' TO LT-STATUS(WS-LAY-SUB)
                   END-EVALUATE
               END-IF
           END-PERFORM.
      * AUTHOR: BRIANNA
      * LOADS THE ITEM PRICE FILE INTO A RUNTIME TABLE SO
      * 155-ACCEPT-UNIT-PRICE CAN LOOK UP THE CATALOG PRICE FOR AN
      * ITEM NUMBER INSTEAD OF RELYING ON A MANUALLY KEYED PRICE.
           END-PERFORM
           CLOSE ITEM-PRICE-FILE.
      * AUTHOR: BRIANNA
      * LOADS THE PROMOTIONS WHOSE DATE WINDOW TAKES IN THE SESSION
      * DATE, SO A PROMOTION STARTS AND ENDS ON ITS OWN WITHOUT A
      * CATALOG CHANGE. A ROW WITH A TYPE, SCOPE, OR VALUE THAT
      * CANNOT BE PRICED IS LEFT OUT. NO FILE, NO PROMOTIONS.
       067-LOAD-PROMOTIONS.
           MOVE 'N' TO PM-EOF-SWITCH
           OPEN INPUT PROMO-FILE
           IF WS-PM-STATUS NOT = "00"
               MOVE 'Y' TO PM-EOF-SWITCH
           END-IF
           PERFORM UNTIL PM-EOF-SWITCH = 'Y'
               READ PROMO-FILE
                   AT END
                       MOVE 'Y' TO PM-EOF-SWITCH
                   NOT AT END
                       IF PM-START-DATE IS NUMERIC
                          AND PM-END-DATE IS NUMERIC
                          AND PM-START-DATE NOT > WS-SESSION-DATE
                          AND PM-END-DATE NOT < WS-SESSION-DATE
                          AND PM-VALUE IS NUMERIC
                          AND PM-BUY-QTY IS NUMERIC
                          AND PM-GET-QTY IS NUMERIC
                          AND (PM-SCOPE = 'I' OR 'D' OR 'S')
                          AND ((PM-TYPE = 'P' AND PM-VALUE > ZERO
                                   AND PM-VALUE < 100)
                            OR (PM-TYPE = 'A' AND PM-VALUE > ZERO)
                            OR (PM-TYPE = 'B' AND PM-BUY-QTY > ZERO
                                   AND PM-GET-QTY > ZERO))
                          AND PMT-COUNT < 200
                           ADD 1 TO PMT-COUNT
                           MOVE PM-PROMO-ID  TO PMT-PROMO-ID(PMT-COUNT)
                           MOVE PM-TYPE      TO PMT-TYPE(PMT-COUNT)
                           MOVE PM-SCOPE     TO PMT-SCOPE(PMT-COUNT)
                           MOVE PM-SCOPE-KEY TO PMT-SCOPE-KEY(PMT-COUNT)
                           MOVE PM-VALUE     TO PMT-VALUE(PMT-COUNT)
                           MOVE PM-BUY-QTY   TO PMT-BUY-QTY(PMT-COUNT)
                           MOVE PM-GET-QTY   TO PMT-GET-QTY(PMT-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PM-STATUS NOT = "35"
               CLOSE PROMO-FILE
           END-IF.
      * AUTHOR: BRIANNA
      * LOADS THE OPERATOR MASTER FILE INTO A RUNTIME TABLE SO THE
      * SIGN-ON ID CAN BE VALIDATED AGAINST THE OPERATORS ACTUALLY ON
      * FILE INSTEAD OF ACCEPTING ANY NON-BLANK STRING. A MISSING
               CLOSE OVERRIDE-PCT-FILE
           END-IF.
      * AUTHOR: BRIANNA
      * READS THE MINIMUM LAYAWAY DEPOSIT AND THE LAYAWAY TERM FROM
      * THE LAYAWAY CONTROL FILE. A MISSING FILE LEAVES THE 20
      * PERCENT, 60-DAY DEFAULTS STANDING.
       069-READ-LAYAWAY-CTL.
           OPEN INPUT LAYCTL-FILE
           IF WS-LCT-STATUS = "00"
               READ LAYCTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LCT-MIN-DEP-PCT IS NUMERIC
                           MOVE LCT-MIN-DEP-PCT TO LAY-MIN-DEP-PCT
                       END-IF
                       IF LCT-TERM-DAYS IS NUMERIC
                          AND LCT-TERM-DAYS > ZERO
                           MOVE LCT-TERM-DAYS TO LAY-TERM-DAYS
                       END-IF
               END-READ
               CLOSE LAYCTL-FILE
           END-IF.
      * AUTHOR: BRIANNA
      * LOADS THE STORE DEPARTMENTS FROM THE DEPARTMENT MASTER SO A
      * DEPARTMENT OPENED OR CLOSED IN DEPTMAINT IS ACCEPTED OR
      * REFUSED AT ENTRY WITHOUT A CODE CHANGE. A MISSING MASTER
      * LEAVES THE FOUR ORIGINAL DEPARTMENTS IN FORCE.
       061-LOAD-DEPT-MASTER.
           MOVE 'N' TO DM-EOF-SWITCH
           OPEN INPUT DEPT-MASTER-FILE
           IF WS-DM-STATUS NOT = "00"
               MOVE 'Y' TO DM-EOF-SWITCH
           ELSE
               MOVE SPACES TO DEPT-TABLE
           END-IF
           PERFORM UNTIL DM-EOF-SWITCH = 'Y'
               READ DEPT-MASTER-FILE
                   AT END
                       MOVE 'Y' TO DM-EOF-SWITCH
                   NOT AT END
                       IF DM-DEPT-CODE IS NUMERIC
                          AND DM-DEPT-CODE > ZERO
                          AND DM-DEPT-CODE < 10
                           MOVE DM-DEPT-CODE TO WS-DM-SUB
                           MOVE DM-DEPT-NAME TO DPT-NAME(WS-DM-SUB)
                           MOVE DM-ACTIVE    TO DPT-ACTIVE(WS-DM-SUB)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-DM-STATUS NOT = "35"
               CLOSE DEPT-MASTER-FILE
           END-IF.
      * AUTHOR: BRIANNA
      * LOADS THE PAYROLL EMPLOYEE MASTER SO AN EMPLOYEE TENDER CAN
      * BE VALIDATED AS IT IS KEYED. A MISSING MASTER LEAVES THE
      * TABLE EMPTY AND EMPLOYEE TENDER IS REFUSED.
       062-LOAD-EMP-MASTER.
           MOVE 'N' TO EM-EOF-SWITCH
           OPEN INPUT EMP-MASTER-FILE
           IF WS-EMPM-STATUS NOT = "00"
               MOVE 'Y' TO EM-EOF-SWITCH
           END-IF
           PERFORM UNTIL EM-EOF-SWITCH = 'Y'
               READ EMP-MASTER-FILE
                   AT END
                       MOVE 'Y' TO EM-EOF-SWITCH
                   NOT AT END
                       IF EMT-COUNT < 1000
                           ADD 1 TO EMT-COUNT
                           MOVE EM-EMP-ID TO EMT-EMP-ID(EMT-COUNT)
                           MOVE EM-EMP-NM TO EMT-EMP-NM(EMT-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-EMPM-STATUS NOT = "35"
               CLOSE EMP-MASTER-FILE
           END-IF.
      * AUTHOR: BRIANNA
      * LOADS THE EMPLOYEE DISCOUNT RATE FOR EACH STORE DEPARTMENT
      * AND THE PER-PERIOD PAYROLL CHARGE CAP. A DEPARTMENT MISSING
      * FROM EMPDISC.DAT TAKES THE HOUSE DEFAULT RATE, AND WITHOUT
      * EMPCAP.DAT THE CAP COMPILED IN STANDS.
       063-LOAD-EMP-DISCOUNTS.
           PERFORM VARYING WS-ED-SUB FROM 1 BY 1
                   UNTIL WS-ED-SUB > 9
               MOVE EMP-DISC-DEFAULT TO EMP-DISC-RATE(WS-ED-SUB)
           END-PERFORM
           MOVE 'N' TO ED-EOF-SWITCH
           OPEN INPUT EMP-DISC-FILE
           IF WS-ED-STATUS NOT = "00"
               MOVE 'Y' TO ED-EOF-SWITCH
           END-IF
           PERFORM UNTIL ED-EOF-SWITCH = 'Y'
               READ EMP-DISC-FILE
                   AT END
                       MOVE 'Y' TO ED-EOF-SWITCH
                   NOT AT END
                       IF ED-DEPT IS NUMERIC
                          AND ED-DEPT NOT = '0'
                          AND ED-RATE IS NUMERIC
                           MOVE ED-DEPT TO WS-ED-SUB
                           MOVE ED-RATE TO EMP-DISC-RATE(WS-ED-SUB)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ED-STATUS NOT = "35"
               CLOSE EMP-DISC-FILE
           END-IF
           OPEN INPUT EMP-CAP-FILE
           IF WS-ECAP-STATUS = "00"
               READ EMP-CAP-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF EMP-CAP-REC IS NUMERIC
                           MOVE EMP-CAP-REC TO EMP-PERIOD-CAP
                       END-IF
               END-READ
               CLOSE EMP-CAP-FILE
           END-IF.
      * AUTHOR: BRIANNA
      * LOADS THE OPEN (NOT YET DEDUCTED) ROWS OF THE EMPLOYEE-
      * PURCHASE LEDGER. THEIR NET IS EACH EMPLOYEE'S SPENDING SO FAR
      * THIS PAY PERIOD FOR THE CAP CHECK, AND THEY ARE WHAT A VOID
      * OF AN EMPLOYEE-TENDER LINE REVERSES.
       064-LOAD-EMP-PURCHASES.
           MOVE 'N' TO EP-EOF-SWITCH
           OPEN INPUT EMP-PURCH-FILE
           IF WS-EP-STATUS NOT = "00"
               MOVE 'Y' TO EP-EOF-SWITCH
           END-IF
           PERFORM UNTIL EP-EOF-SWITCH = 'Y'
               READ EMP-PURCH-FILE
                   AT END
                       MOVE 'Y' TO EP-EOF-SWITCH
                   NOT AT END
                       IF EP-STATUS = 'O'
                           PERFORM 066-ADD-EMP-PURCH-ROW
                       END-IF
               END-READ
           END-PERFORM
           IF WS-EP-STATUS NOT = "35"
               CLOSE EMP-PURCH-FILE
           END-IF.
      * AUTHOR: BRIANNA
      * ADDS ONE OPEN LEDGER ROW TO THE IN-SESSION TABLE.
       066-ADD-EMP-PURCH-ROW.
           IF EPT-COUNT < 2000
               ADD 1 TO EPT-COUNT
               MOVE EP-EMP-ID     TO EPT-EMP-ID(EPT-COUNT)
               MOVE EP-BATCH-DATE TO EPT-BATCH-DATE(EPT-COUNT)
               MOVE EP-BATCH-NO   TO EPT-BATCH-NO(EPT-COUNT)
               MOVE EP-STORE-NO   TO EPT-STORE-NO(EPT-COUNT)
               MOVE EP-SEQ-NO     TO EPT-SEQ-NO(EPT-COUNT)
               MOVE EP-TYPE       TO EPT-TYPE(EPT-COUNT)
               MOVE EP-GROSS-AMT  TO EPT-GROSS(EPT-COUNT)
               MOVE EP-DISC-AMT   TO EPT-DISC(EPT-COUNT)
               MOVE EP-NET-AMT    TO EPT-NET(EPT-COUNT)
           END-IF.
      * AUTHOR: BRIANNA
      * CAPTURES THE OPERATOR ID ONCE AT STARTUP AND VALIDATES IT
      * AGAINST THE OPERATOR MASTER TABLE THE SAME WAY
      * 151-ACCEPT-CUSTOMER-NUMBER VALIDATES CUSTOMERS: AN ID NOT ON
      * AUTHOR: BRIANNA
       100-ACCEPT-NAME.
           DISPLAY 'ENTER CUSTOMER NAME (QUIT=END, VOID=VOID,'
               ' SUSPEND=PARK, RECALL=RESUME,'
           DISPLAY '  LAYPAY=LAYAWAY PAYMENT, PICKUP=LAYAWAY PICKUP):'
           ACCEPT CUST-NAME
           MOVE 'N' TO VALID-SW
           PERFORM UNTIL VALID-SW = 'Y'
               IF CUST-NAME = SPACE
                   DISPLAY 'INVALID NAME.'
                   DISPLAY 'ENTER CUSTOMER NAME (QUIT=END, VOID=VOID,'
                       ' SUSPEND=PARK, RECALL=RESUME,'
                   DISPLAY '  LAYPAY=LAYAWAY PAYMENT,'
                       ' PICKUP=LAYAWAY PICKUP):'
                   ACCEPT CUST-NAME
               ELSE
                   MOVE 'Y' TO VALID-SW
           MOVE SPACE TO VOID-FLAG
           MOVE ZERO TO VOID-REF
           MOVE 'N' TO WS-BO-SW
           MOVE 'N' TO WS-LAY-SW
           MOVE 'N' TO WS-RTN-SW
           MOVE SPACE TO WS-RTN-RCPT-SW
           MOVE SPACES TO WS-PROMO-ID
           PERFORM 151-ACCEPT-CUSTOMER-NUMBER
               THRU 158-EXIT.
      * AUTHOR: ANDREW
                   ' ONLY **'
           END-IF.
      * AUTHOR: BRIANNA
      * THE CODE MUST BE AN ACTIVE STORE DEPARTMENT ON THE MASTER;
      * ITS NAME IS ECHOED BACK SO THE CLERK CAN CONFIRM IT.
       152-ACCEPT-DEPT-CODE.
           DISPLAY 'ENTER DEPARTMENT CODE:'
           ACCEPT DEPT-CODE
           MOVE 'N' TO VALID-SW
           PERFORM UNTIL VALID-SW = 'Y'
               PERFORM 152A-CHECK-DEPT-CODE
               IF VALID-SW NOT = 'Y'
                   DISPLAY 'INVALID CODE.'
                   DISPLAY 'ENTER DEPARTMENT CODE:'
                   ACCEPT DEPT-CODE
               END-IF
           END-PERFORM
           DISPLAY 'DEPARTMENT: ' DPT-NAME(WS-DM-SUB).
      * AUTHOR: BRIANNA
       153-ACCEPT-ITEM-CODE.          
           DISPLAY 'ENTER ITEM CODE:'
      * AUTHOR: ANDREW
      * FLAGS THE TRANSACTION AS A SALE OR A RETURN. A RETURN FLIPS
      * QUANTITY NEGATIVE SO IT FLOWS THROUGH PHASEII AND PHASEIII
      * AS A CREDIT AGAINST THE CUSTOMER'S BALANCE. A LAYAWAY HOLDS
      * THE ITEM FOR A DEPOSIT INSTEAD OF SELLING IT (157B).
       157-ACCEPT-TRANS-TYPE.
           DISPLAY 'ENTER TRANSACTION TYPE (S=SALE, R=RETURN,'
               ' L=LAYAWAY):'
           ACCEPT TRANS-TYPE
           MOVE 'N' TO VALID-SW
           PERFORM UNTIL VALID-SW = 'Y'
               IF SALE-TRANS OR RETURN-TRANS OR LAYAWAY-TRANS
                   MOVE 'Y' TO VALID-SW
               ELSE
                   DISPLAY 'INVALID TYPE.'
                   DISPLAY 'ENTER TRANSACTION TYPE (S=SALE, R=RETURN,'
                       ' L=LAYAWAY):'
                   ACCEPT TRANS-TYPE
           END-PERFORM
           IF RETURN-TRANS
      * AUTHOR: BRIANNA
      * FALLS IN LINE BETWEEN 157 AND 158 ON THE ACCEPT-DATA CHAIN.
      * ONCE THE TRANSACTION IS KNOWN TO BE A SALE, THE QUANTITY IS
      * CHECKED AGAINST THIS STORE'S ON-HAND COUNT LOADED FROM
      * ITEMINV.DAT - STOCK SITTING IN ANOTHER STORE IS NOT HERE TO
      * SELL.
      * A SHORT ITEM WARNS THE OPERATOR, WHO CAN TAKE A BACKORDER
      * INSTEAD OF THE SALE OR SELL ANYWAY (A PICK FROM STOCK THE
      * FILE DOESN'T KNOW ABOUT YET). A BACKORDER SKIPS THE REST OF
      * THE CHAIN AND WRITES NO TRANSACTION RECORD. A LAYAWAY IS
      * CHECKED THE SAME WAY, BUT STOCK THAT IS NOT THERE CANNOT BE
      * HELD, SO A SHORT LAYAWAY IS REFUSED OUTRIGHT.
       157A-CHECK-STOCK.
           IF (SALE-TRANS OR LAYAWAY-TRANS) AND IV-COUNT > ZERO
               MOVE ZERO TO WS-INV-FOUND
               PERFORM VARYING WS-INV-SUB FROM 1 BY 1
                       UNTIL WS-INV-SUB > IV-COUNT
                   IF IV-T-ITEM-NUM(WS-INV-SUB) = ITEM-NUM
                      AND IV-T-STORE-NO(WS-INV-SUB) = STORE-NO
                       MOVE WS-INV-SUB TO WS-INV-FOUND
                   END-IF
               END-PERFORM
                  AND QUANTITY > IV-T-ON-HAND(WS-INV-FOUND)
                   DISPLAY 'ONLY ' IV-T-ON-HAND(WS-INV-FOUND)
                       ' ON HAND FOR ITEM ' ITEM-NUM
                   IF LAYAWAY-TRANS
                       DISPLAY 'LAYAWAY REFUSED - NOTHING WRITTEN.'
                       SET LAYAWAY-HANDLED TO TRUE
                   ELSE
                       DISPLAY 'B=TAKE BACKORDER  S=SELL ANYWAY:'
                       ACCEPT WS-STOCK-CHOICE
                       IF WS-STOCK-CHOICE = 'B'
                           SET BACKORDER-TAKEN TO TRUE
                           PERFORM 230-WRITE-BACKORDER
                       END-IF
                   END-IF
               END-IF
           END-IF.
      * AUTHOR: BRIANNA
      * FALLS IN LINE BETWEEN 157A AND 158 ON THE ACCEPT-DATA CHAIN.
      * A LAYAWAY THE STOCK CAN COVER IS OPENED HERE: THE DEPOSIT IS
      * TAKEN AND THE STOCK RESERVED BY 235-OPEN-LAYAWAY. THE REST OF
      * THE CHAIN IS SKIPPED AND NO TRANSACTION RECORD IS WRITTEN -
      * THE SALE ENTERS THE BATCH ONLY WHEN THE CUSTOMER PICKS THE
      * MERCHANDISE UP.
       157B-TAKE-LAYAWAY.
           IF LAYAWAY-TRANS AND NOT LAYAWAY-HANDLED
               PERFORM 235-OPEN-LAYAWAY
               SET LAYAWAY-HANDLED TO TRUE
           END-IF.
      * AUTHOR: BRIANNA
      * FALLS IN LINE BETWEEN 157B AND 158 ON THE ACCEPT-DATA CHAIN.
      * A RETURN MUST NAME THE SALE IT CAME FROM - BATCH DATE, BATCH
      * NUMBER, STORE, AND SEQUENCE NUMBER OFF THE RECEIPT - AND IS
      * CHECKED AGAINST THE SALE HISTORY AT 157E. A RETURN WITHOUT A
      * RECEIPT NEEDS A SUPERVISOR AT 157D. A RETURN THAT FAILS
      * EITHER CHECK SKIPS THE REST OF THE CHAIN AND WRITES NOTHING.
       157C-VERIFY-RETURN.
           IF RETURN-TRANS
               DISPLAY 'ORIGINAL SALE BATCH DATE (YYYYMMDD,'
                   ' 0=NO RECEIPT):'
               ACCEPT WS-RTN-BATCH-DATE
               IF WS-RTN-BATCH-DATE = ZERO
                   PERFORM 157D-APPROVE-NO-RECEIPT
               ELSE
                   DISPLAY 'ORIGINAL SALE BATCH NUMBER:'
                   ACCEPT WS-RTN-BATCH-NO
                   DISPLAY 'ORIGINAL SALE STORE NUMBER:'
                   ACCEPT WS-RTN-STORE-NO
                   DISPLAY 'ORIGINAL SALE SEQUENCE NUMBER:'
                   ACCEPT WS-RTN-SEQ-NO
                   PERFORM 157E-FIND-ORIGINAL-SALE
               END-IF
           END-IF.
      * AUTHOR: BRIANNA
      * FALLS IN LINE BETWEEN 157C AND 158 ON THE ACCEPT-DATA CHAIN.
      * A SALE IS PRICED AGAINST EVERY PROMOTION IN FORCE TODAY THAT
      * COVERS ITS ITEM, ITS DEPARTMENT, OR THIS STORE, AND THE ONE
      * GIVING THE LOWEST PRICE IS APPLIED AUTOMATICALLY (157H). A
      * PRICE THE OPERATOR OVERRODE AT 155 STANDS, AS IT DOES FOR A
      * QUANTITY BREAK. THE PROMOTION ID GOES TO THE PROMOTION
      * LEDGER WHEN THE LINE IS WRITTEN (232).
       157G-APPLY-PROMOTION.
           IF SALE-TRANS AND NOT PRICE-OVERRIDDEN
              AND NOT BACKORDER-TAKEN
              AND PMT-COUNT > ZERO
               PERFORM 157H-FIND-BEST-PROMOTION
               IF WS-PROMO-ID NOT = SPACES
                   MOVE WS-PROMO-BEST TO UNIT-PRICE
                   DISPLAY 'PROMOTION ' WS-PROMO-ID ' APPLIED: '
                       UNIT-PRICE
               END-IF
           END-IF.
      * AUTHOR: BRIANNA
      * FLAGS HOW THE TRANSACTION WAS TENDERED. CASH AND CHECK SALES
      * ARE PAID ON THE SPOT, SO PHASEIII POSTS ONLY ON-ACCOUNT
      * TRANSACTIONS TO THE CUSTOMER'S RECEIVABLE BALANCE; ALL THREE
      * STILL APPEAR ON THE PHASEII TRANSACTION REPORT AND ITS TENDER
      * TOTALS FOR DRAWER BALANCING. EMPLOYEE TENDER IS CHARGED TO
      * THE EMPLOYEE-PURCHASE LEDGER FOR PAYROLL DEDUCTION INSTEAD.
      * REWARD TENDER PAYS THE LINE FROM THE CUSTOMER'S LOYALTY
      * CERTIFICATES, CHECKED LIKE STORE CREDIT. SPLIT TENDER ('M')
      * SETTLES A SALE ACROSS SEVERAL TENDERS AT 158E.
       158-ACCEPT-TENDER-TYPE.
           IF BACKORDER-TAKEN OR LAYAWAY-HANDLED OR RETURN-REFUSED
               GO TO 158-EXIT
           END-IF
           DISPLAY 'ENTER TENDER TYPE (C=CASH, K=CHECK, A=ACCOUNT,'
               ' S=STORE CREDIT, E=EMPLOYEE, R=REWARD, M=SPLIT):'
           ACCEPT TENDER-TYPE
           MOVE 'N' TO VALID-SW
           PERFORM UNTIL VALID-SW = 'Y'
                   WHEN ACCOUNT-TENDER AND CUSTOMER-ON-HOLD
                       DISPLAY 'ON-ACCOUNT REFUSED - ACCOUNT IS ON'
                           ' CREDIT HOLD.'
                       DISPLAY 'ENTER TENDER TYPE (C, K, S, E,'
                           ' OR R):'
                       ACCEPT TENDER-TYPE
                   WHEN STORE-TENDER AND QUANTITY > ZERO
                       PERFORM 158A-CHECK-CREDIT-AVAILABLE
                       IF WS-SC-AMT > WS-SC-AVAIL
                           DISPLAY 'INSUFFICIENT STORE CREDIT -'
                               ' AVAILABLE: ' WS-SC-AVAIL
                           DISPLAY 'ENTER TENDER TYPE (C, K, A, E,'
                               ' OR R):'
                           ACCEPT TENDER-TYPE
                       ELSE
                           MOVE 'Y' TO VALID-SW
                       END-IF
                   WHEN REWARD-TENDER AND QUANTITY > ZERO
                       PERFORM 158D-CHECK-REWARD-AVAILABLE
                       IF WS-RW-AMT > WS-RW-AVAIL
                           DISPLAY 'INSUFFICIENT REWARD CERTIFICATES -'
                               ' AVAILABLE: ' WS-RW-AVAIL
                           DISPLAY 'ENTER TENDER TYPE (C, K, A, S,'
                               ' OR E):'
                           ACCEPT TENDER-TYPE
                       ELSE
                           MOVE 'Y' TO VALID-SW
                       END-IF
                   WHEN EMPLOYEE-TENDER
                       PERFORM 158B-ACCEPT-EMPLOYEE-CHARGE
                       IF EMPLOYEE-CHARGE-OK
                           MOVE 'Y' TO VALID-SW
                       ELSE
                           DISPLAY 'ENTER TENDER TYPE (C, K, A, S,'
                               ' OR R):'
                           ACCEPT TENDER-TYPE
                       END-IF
                   WHEN SPLIT-TENDER AND QUANTITY > ZERO
                       PERFORM 158E-ACCEPT-SPLIT-TENDER
                       IF SPLIT-COMPLETE
                           MOVE 'Y' TO VALID-SW
                       ELSE
                           DISPLAY 'SPLIT CANCELLED.'
                           DISPLAY 'ENTER TENDER TYPE (C, K, A, S, E,'
                               ' R, OR M):'
                           ACCEPT TENDER-TYPE
                       END-IF
                   WHEN SPLIT-TENDER
                       DISPLAY 'SPLIT TENDER IS FOR SALES ONLY.'
                       DISPLAY 'ENTER TENDER TYPE (C, K, A, S, E,'
                           ' OR R):'
                       ACCEPT TENDER-TYPE
                   WHEN CASH-TENDER OR CHECK-TENDER OR ACCOUNT-TENDER
                           OR STORE-TENDER OR REWARD-TENDER
                       MOVE 'Y' TO VALID-SW
                   WHEN OTHER
                       DISPLAY 'INVALID TYPE.'
                       DISPLAY 'ENTER TENDER TYPE (C, K, A, S, E,'
                           ' OR R):'
                       ACCEPT TENDER-TYPE
               END-EVALUATE
           END-PERFORM.
       158-EXIT.
           EXIT.
      * AUTHOR: BRIANNA
      * SETS VALID-SW WHEN DEPT-CODE IS AN ACTIVE DEPARTMENT. KEPT
      * OUT OF THE 151 THRU 158-EXIT CHAIN; 152 PERFORMS IT.
       152A-CHECK-DEPT-CODE.
           IF DEPT-CODE IS NUMERIC AND DEPT-CODE NOT = '0'
               MOVE DEPT-CODE TO WS-DM-SUB
               IF DPT-ACTIVE(WS-DM-SUB) = 'A'
                   MOVE 'Y' TO VALID-SW
               END-IF
           END-IF.
      * AUTHOR: BRIANNA
      * FIGURES THE CREDIT A SALE WANTS TO REDEEM AND THE CREDIT THE
      * CUSTOMER ACTUALLY HAS ON THE LEDGER.
       158A-CHECK-CREDIT-AVAILABLE.
               END-IF
           END-PERFORM.
      * AUTHOR: BRIANNA
      * FIGURES THE CERTIFICATE VALUE A SALE WANTS TO REDEEM AND THE
      * UNREDEEMED CERTIFICATES THE CUSTOMER ACTUALLY HOLDS.
       158D-CHECK-REWARD-AVAILABLE.
           COMPUTE WS-RW-AMT = UNIT-PRICE * QUANTITY
           MOVE ZERO TO WS-RW-AVAIL
           PERFORM VARYING WS-RW-SUB FROM 1 BY 1
                   UNTIL WS-RW-SUB > RB-COUNT
               IF RB-T-CUST-NO(WS-RW-SUB) = CUST-NUM
                   MOVE RB-T-BALANCE(WS-RW-SUB) TO WS-RW-AVAIL
               END-IF
           END-PERFORM.
      * AUTHOR: BRIANNA
      * SPLIT TENDER: THE SALE IS SETTLED ACROSS CASH, CHECK, ACCOUNT,
      * AND STORE CREDIT - EACH AT MOST ONCE - WITH THE AMOUNT KEYED
      * PER TENDER UNTIL THE LINE IS COVERED. EVERY SHARE GETS ITS
      * OWN TENDER'S CHECK AS IT IS KEYED: THE ACCOUNT SHARE AGAINST
      * CREDIT HOLD AND AVAILABLE CREDIT, THE STORE-CREDIT SHARE
      * AGAINST THE LEDGER BALANCE. A SPLIT THAT ENDS UP ON A SINGLE
      * TENDER IS RUNG AS THAT TENDER; A BLANK TENDER ABANDONS IT.
       158E-ACCEPT-SPLIT-TENDER.
           MOVE ZERO TO SPL-COUNT
           MOVE 'N'  TO WS-SPLIT-SW
           COMPUTE WS-SPLIT-REMAIN = UNIT-PRICE * QUANTITY
           DISPLAY 'SPLIT TENDER - LINE TOTAL: ' WS-SPLIT-REMAIN
           PERFORM 158F-ACCEPT-SPLIT-SHARE
               UNTIL SPLIT-COMPLETE OR SPLIT-CANCELLED
           IF SPLIT-COMPLETE AND SPL-COUNT = 1
               MOVE SPL-TENDER(1) TO TENDER-TYPE
           END-IF.
      * AUTHOR: BRIANNA
      * TAKES ONE TENDER SHARE OF A SPLIT. A ZERO AMOUNT TAKES
      * WHATEVER IS STILL OWED ON THE LINE.
       158F-ACCEPT-SPLIT-SHARE.
           DISPLAY 'REMAINING: ' WS-SPLIT-REMAIN
           DISPLAY 'ENTER SHARE TENDER (C, K, A, S; BLANK=CANCEL):'
           ACCEPT WS-SPLIT-TENDER
           MOVE 'N' TO WS-SPLIT-USED-SW
           PERFORM VARYING WS-SPLIT-SUB FROM 1 BY 1
                   UNTIL WS-SPLIT-SUB > SPL-COUNT
               IF SPL-TENDER(WS-SPLIT-SUB) = WS-SPLIT-TENDER
                   MOVE 'Y' TO WS-SPLIT-USED-SW
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-SPLIT-TENDER = SPACE
                   SET SPLIT-CANCELLED TO TRUE
               WHEN WS-SPLIT-TENDER NOT = 'C' AND NOT = 'K'
                       AND NOT = 'A' AND NOT = 'S'
                   DISPLAY 'INVALID TYPE.'
               WHEN WS-SPLIT-USED-SW = 'Y'
                   DISPLAY 'THAT TENDER IS ALREADY IN THE SPLIT.'
               WHEN WS-SPLIT-TENDER = 'A' AND CUSTOMER-ON-HOLD
                   DISPLAY 'ON-ACCOUNT REFUSED - ACCOUNT IS ON'
                       ' CREDIT HOLD.'
               WHEN OTHER
                   DISPLAY 'ENTER AMOUNT (0=ALL REMAINING):'
                   ACCEPT WS-SPLIT-AMT
                   IF WS-SPLIT-AMT = ZERO
                       MOVE WS-SPLIT-REMAIN TO WS-SPLIT-AMT
                   END-IF
                   PERFORM 158G-CHECK-SPLIT-SHARE
           END-EVALUATE.
      * AUTHOR: BRIANNA
      * HOLDS THE KEYED SHARE TO WHAT IS STILL OWED AND TO ITS
      * TENDER'S LIMIT, AND TAKES IT INTO THE SPLIT IF IT PASSES.
       158G-CHECK-SPLIT-SHARE.
           IF WS-SPLIT-TENDER = 'A'
               PERFORM 158H-CHECK-ACCOUNT-AVAILABLE
           END-IF
           IF WS-SPLIT-TENDER = 'S'
               PERFORM 158A-CHECK-CREDIT-AVAILABLE
           END-IF
           EVALUATE TRUE
               WHEN WS-SPLIT-AMT > WS-SPLIT-REMAIN
                   DISPLAY 'AMOUNT IS MORE THAN THE REMAINING BALANCE.'
               WHEN WS-SPLIT-TENDER = 'A' AND WS-AR-FOUND > ZERO
                       AND WS-SPLIT-AMT > WS-AR-AVAIL
                   DISPLAY 'ON-ACCOUNT SHARE REFUSED - AVAILABLE'
                       ' CREDIT: ' WS-AR-AVAIL
               WHEN WS-SPLIT-TENDER = 'S'
                       AND WS-SPLIT-AMT > WS-SC-AVAIL
                   DISPLAY 'INSUFFICIENT STORE CREDIT -'
                       ' AVAILABLE: ' WS-SC-AVAIL
               WHEN OTHER
                   ADD 1 TO SPL-COUNT
                   MOVE WS-SPLIT-TENDER TO SPL-TENDER(SPL-COUNT)
                   MOVE WS-SPLIT-AMT    TO SPL-AMT(SPL-COUNT)
                   SUBTRACT WS-SPLIT-AMT FROM WS-SPLIT-REMAIN
                   IF WS-SPLIT-REMAIN = ZERO
                       SET SPLIT-COMPLETE TO TRUE
                   END-IF
           END-EVALUATE.
      * AUTHOR: BRIANNA
      * FIGURES THE CREDIT STILL OPEN ON THE CUSTOMER'S ACCOUNT: THE
      * LIMIT LESS THE AR MASTER BALANCE, LESS WHAT THIS SESSION HAS
      * ALREADY CHARGED. A CUSTOMER NOT YET ON THE AR MASTER IS
      * OPENED AT POSTING AND IS NOT HELD TO A FIGURE HERE.
       158H-CHECK-ACCOUNT-AVAILABLE.
           MOVE ZERO TO WS-AR-FOUND
           MOVE ZERO TO WS-AR-AVAIL
           PERFORM VARYING HD-INDX FROM 1 BY 1
                   UNTIL HD-INDX > HD-COUNT
               IF HD-T-CUST-NO(HD-INDX) = CUST-NUM
                   SET WS-AR-FOUND TO HD-INDX
                   MOVE HD-T-AVAIL(HD-INDX) TO WS-AR-AVAIL
               END-IF
           END-PERFORM.
      * AUTHOR: BRIANNA
      * EMPLOYEE TENDER: THE LINE IS CHARGED TO THE EMPLOYEE'S
      * PAYROLL DEDUCTION INSTEAD OF A CUSTOMER ACCOUNT. THE EMPLOYEE
      * ID MUST BE ON THE PAYROLL MASTER; THE DEPARTMENT'S EMPLOYEE
      * DISCOUNT COMES OFF THE UNIT PRICE; AND A SALE MAY NOT TAKE
      * THE EMPLOYEE'S OPEN CHARGES FOR THE PERIOD PAST THE CAP. A
      * RETURN CREDITS THE EMPLOYEE AT THE SAME DISCOUNTED PRICE.
      * UNIT-PRICE ONLY CHANGES ONCE THE CHARGE IS ACCEPTED, SO A
      * REFUSED EMPLOYEE TENDER LEAVES THE LINE AS IT WAS.
       158B-ACCEPT-EMPLOYEE-CHARGE.
           MOVE 'N' TO WS-EP-OK-SW
           DISPLAY 'ENTER EMPLOYEE ID (BLANK=OTHER TENDER):'
           ACCEPT WS-EP-EMP-ID
           IF WS-EP-EMP-ID = SPACES
               DISPLAY 'EMPLOYEE TENDER CANCELLED.'
           ELSE
               SET EMT-INDX TO 1
               SEARCH EMT-ENTRY
                   AT END
                       DISPLAY 'EMPLOYEE NOT ON THE PAYROLL MASTER.'
                   WHEN EMT-EMP-ID(EMT-INDX) = WS-EP-EMP-ID
                       DISPLAY 'EMPLOYEE: ' EMT-EMP-NM(EMT-INDX)
                       PERFORM 158C-PRICE-EMPLOYEE-CHARGE
               END-SEARCH
           END-IF.
      * AUTHOR: BRIANNA
      * FIGURES THE DISCOUNTED LINE AND, FOR A SALE, CHECKS IT
      * AGAINST WHAT IS LEFT UNDER THE EMPLOYEE'S PERIOD CAP.
       158C-PRICE-EMPLOYEE-CHARGE.
           MOVE DEPT-CODE TO WS-ED-SUB
           MOVE EMP-DISC-RATE(WS-ED-SUB) TO WS-DISC-RATE
           COMPUTE WS-EP-UNIT-DISC ROUNDED = UNIT-PRICE * WS-DISC-RATE
           COMPUTE WS-EP-UNIT-NET = UNIT-PRICE - WS-EP-UNIT-DISC
           IF QUANTITY < ZERO
               COMPUTE WS-EP-QTY = QUANTITY * -1
               MOVE 'R' TO WS-EP-TYPE
           ELSE
               MOVE QUANTITY TO WS-EP-QTY
               MOVE 'C' TO WS-EP-TYPE
           END-IF
           COMPUTE WS-EP-GROSS = UNIT-PRICE * WS-EP-QTY
           COMPUTE WS-EP-NET = WS-EP-UNIT-NET * WS-EP-QTY
           COMPUTE WS-EP-DISC = WS-EP-GROSS - WS-EP-NET
           MOVE ZERO TO WS-EP-OPEN
           PERFORM VARYING WS-EP-SUB FROM 1 BY 1
                   UNTIL WS-EP-SUB > EPT-COUNT
               IF EPT-EMP-ID(WS-EP-SUB) = WS-EP-EMP-ID
                   IF EPT-TYPE(WS-EP-SUB) = 'C'
                       ADD EPT-NET(WS-EP-SUB) TO WS-EP-OPEN
                   ELSE
                       SUBTRACT EPT-NET(WS-EP-SUB) FROM WS-EP-OPEN
                   END-IF
               END-IF
           END-PERFORM
           COMPUTE WS-EP-ROOM = EMP-PERIOD-CAP - WS-EP-OPEN
           IF WS-EP-TYPE = 'C' AND WS-EP-NET > WS-EP-ROOM
               DISPLAY 'EMPLOYEE PERIOD CAP REACHED - REMAINING: '
                   WS-EP-ROOM
           ELSE
               MOVE WS-EP-UNIT-NET TO UNIT-PRICE
               SET EMPLOYEE-CHARGE-OK TO TRUE
               DISPLAY 'EMPLOYEE DISCOUNT: ' WS-EP-DISC
                   '  CHARGED TO PAYROLL: ' WS-EP-NET
           END-IF.
      * AUTHOR: BRIANNA
      * PRICES THE LINE UNDER EACH PROMOTION THAT COVERS IT AND KEEPS
      * THE LOWEST. A PROMOTION THAT DOES NOT LOWER THE PRICE IS NOT
      * RECORDED. UNIT-PRICE ITSELF IS LEFT FOR THE CALLER TO SET.
       157H-FIND-BEST-PROMOTION.
           MOVE SPACES TO WS-PROMO-ID
           MOVE UNIT-PRICE TO WS-PROMO-BASE
           MOVE UNIT-PRICE TO WS-PROMO-BEST
           PERFORM VARYING WS-PM-SUB FROM 1 BY 1
                   UNTIL WS-PM-SUB > PMT-COUNT
               IF (PMT-SCOPE(WS-PM-SUB) = 'I'
                   AND PMT-SCOPE-KEY(WS-PM-SUB) = ITEM-NUM)
                  OR (PMT-SCOPE(WS-PM-SUB) = 'D'
                   AND PMT-SCOPE-KEY(WS-PM-SUB)(1:1) = DEPT-CODE)
                  OR (PMT-SCOPE(WS-PM-SUB) = 'S'
                   AND PMT-SCOPE-KEY(WS-PM-SUB)(1:2) = STORE-NO)
                   PERFORM 157I-PRICE-ONE-PROMOTION
                   IF WS-PROMO-PRICE < WS-PROMO-BEST
                       MOVE WS-PROMO-PRICE TO WS-PROMO-BEST
                       MOVE PMT-PROMO-ID(WS-PM-SUB) TO WS-PROMO-ID
                   END-IF
               END-IF
           END-PERFORM.
      * AUTHOR: BRIANNA
      * THE UNIT PRICE ONE PROMOTION GIVES THE LINE. AMOUNT OFF NEVER
      * TAKES AN ITEM TO NOTHING. BUY-X-GET-Y SPREADS THE FREE UNITS
      * THE QUANTITY EARNS OVER THE WHOLE LINE, SO THE UNIT PRICE
      * CARRIES THE DEAL; A LINE SHORT OF ONE FULL SET GETS NOTHING.
       157I-PRICE-ONE-PROMOTION.
           MOVE WS-PROMO-BASE TO WS-PROMO-PRICE
           EVALUATE PMT-TYPE(WS-PM-SUB)
               WHEN 'P'
                   COMPUTE WS-PROMO-PRICE ROUNDED =
                       WS-PROMO-BASE * (100 - PMT-VALUE(WS-PM-SUB))
                       / 100
               WHEN 'A'
                   IF PMT-VALUE(WS-PM-SUB) < WS-PROMO-BASE
                       SUBTRACT PMT-VALUE(WS-PM-SUB)
                           FROM WS-PROMO-PRICE
                   END-IF
               WHEN 'B'
                   COMPUTE WS-PROMO-FREE = QUANTITY /
                       (PMT-BUY-QTY(WS-PM-SUB) + PMT-GET-QTY(WS-PM-SUB))
                   COMPUTE WS-PROMO-FREE =
                       WS-PROMO-FREE * PMT-GET-QTY(WS-PM-SUB)
                   IF WS-PROMO-FREE > ZERO
                       COMPUTE WS-PROMO-PRICE ROUNDED =
                           WS-PROMO-BASE * (QUANTITY - WS-PROMO-FREE)
                           / QUANTITY
                   END-IF
           END-EVALUATE.
      * AUTHOR: BRIANNA
      * A RETURN WITHOUT A RECEIPT NEEDS A SECOND, SUPERVISOR-CLASS
      * OPERATOR ID KEYED AT ENTRY TIME. THE APPROVED RETURN IS
      * LOGGED TO NORECEIPT.DAT WHEN IT IS WRITTEN (229A).
       157D-APPROVE-NO-RECEIPT.
           DISPLAY 'NO-RECEIPT RETURN - SUPERVISOR ID:'
           ACCEPT WS-SUP-ID
           PERFORM 160-VALIDATE-SUPERVISOR
           IF SUPERVISOR-OK
               MOVE WS-SUP-ID TO WS-RTN-SUP-ID
               SET RETURN-NO-RECEIPT TO TRUE
           ELSE
               DISPLAY 'NOT APPROVED - RETURN REFUSED.'
               SET RETURN-REFUSED TO TRUE
           END-IF.
      * AUTHOR: BRIANNA
      * LOOKS THE RECEIPT UP IN THE SALE HISTORY. THE SALE MUST BE
      * TO THE SAME CUSTOMER FOR THE SAME ITEM. THE QUANTITY IS
      * HELD TO WHAT HAS NOT ALREADY COME BACK AGAINST THAT SALE,
      * AND THE REFUND IS MADE AT THE PRICE THE CUSTOMER PAID.
       157E-FIND-ORIGINAL-SALE.
           MOVE ZERO TO WS-RTN-SOLD
           MOVE 'N' TO SH-EOF-SWITCH
           OPEN INPUT SALEHIST-FILE
           IF WS-SH-STATUS NOT = "00"
               MOVE 'Y' TO SH-EOF-SWITCH
           END-IF
           PERFORM UNTIL SH-EOF-SWITCH = 'Y'
               READ SALEHIST-FILE
                   AT END
                       MOVE 'Y' TO SH-EOF-SWITCH
                   NOT AT END
                       IF SH-BATCH-DATE = WS-RTN-BATCH-DATE
                          AND SH-BATCH-NO = WS-RTN-BATCH-NO
                          AND SH-STORE-NO = WS-RTN-STORE-NO
                          AND SH-SEQ-NO = WS-RTN-SEQ-NO
                          AND SH-CUST-NO = CUST-NUM
                          AND SH-ITEM-NUM = ITEM-NUM
                           MOVE SH-QTY        TO WS-RTN-SOLD
                           MOVE SH-UNIT-PRICE TO WS-RTN-PRICE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-SH-STATUS NOT = "35"
               CLOSE SALEHIST-FILE
           END-IF
           IF WS-RTN-SOLD = ZERO
               DISPLAY 'NO SALE OF ITEM ' ITEM-NUM ' TO CUSTOMER '
                   CUST-NUM ' ON THAT RECEIPT - RETURN REFUSED.'
               SET RETURN-REFUSED TO TRUE
           ELSE
               PERFORM 157F-SUM-PRIOR-RETURNS
               COMPUTE WS-RTN-LEFT = WS-RTN-SOLD - WS-RTN-RETURNED
               COMPUTE WS-RTN-QTY = QUANTITY * -1
               IF WS-RTN-LEFT NOT > ZERO
                   DISPLAY 'ALL ' WS-RTN-SOLD ' SOLD ON THAT RECEIPT'
                       ' ALREADY RETURNED - RETURN REFUSED.'
                   SET RETURN-REFUSED TO TRUE
               ELSE
                   IF WS-RTN-QTY > WS-RTN-LEFT
                       MOVE WS-RTN-LEFT TO WS-RTN-QTY
                       DISPLAY 'ONLY ' WS-RTN-QTY ' LEFT TO RETURN'
                           ' ON THAT RECEIPT - QUANTITY REDUCED.'
                       COMPUTE QUANTITY = WS-RTN-QTY * -1
                   END-IF
                   IF UNIT-PRICE NOT = WS-RTN-PRICE
                       DISPLAY 'REFUND AT ORIGINAL PRICE: '
                           WS-RTN-PRICE
                       MOVE WS-RTN-PRICE TO UNIT-PRICE
                   END-IF
                   SET RETURN-RECEIPTED TO TRUE
               END-IF
           END-IF.
      * AUTHOR: BRIANNA
      * NETS THE QUANTITY ALREADY RETURNED AGAINST THE ORIGINAL SALE
      * FROM THE RETURN-REFERENCE LEDGER. A VOIDED RETURN GIVES ITS
      * QUANTITY BACK.
       157F-SUM-PRIOR-RETURNS.
           MOVE ZERO TO WS-RTN-RETURNED
           MOVE 'N' TO RR-EOF-SWITCH
           OPEN INPUT RETURNREF-FILE
           IF WS-RR-STATUS NOT = "00"
               MOVE 'Y' TO RR-EOF-SWITCH
           END-IF
           PERFORM UNTIL RR-EOF-SWITCH = 'Y'
               READ RETURNREF-FILE
                   AT END
                       MOVE 'Y' TO RR-EOF-SWITCH
                   NOT AT END
                       IF RR-ORIG-BATCH-DATE = WS-RTN-BATCH-DATE
                          AND RR-ORIG-BATCH-NO = WS-RTN-BATCH-NO
                          AND RR-ORIG-STORE-NO = WS-RTN-STORE-NO
                          AND RR-ORIG-SEQ-NO = WS-RTN-SEQ-NO
                           IF RR-TYPE = 'V'
                               SUBTRACT RR-QTY FROM WS-RTN-RETURNED
                           ELSE
                               ADD RR-QTY TO WS-RTN-RETURNED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-RR-STATUS NOT = "35"
               CLOSE RETURNREF-FILE
           END-IF.
      * AUTHOR: BRIANNA
      * CAPTURES ONE ORDER LINE THROUGH THE NORMAL ACCEPT CHAIN BUT
      * PARKS IT IN THE SUSPEND FILE INSTEAD OF THE BATCH, SO A
      * CUSTOMER WHO STEPS AWAY MID-ORDER COSTS NOTHING BUT A
      * RECALL LATER. AN EMPLOYEE-TENDER LINE IS NOT PARKED: THE
      * PARKED IMAGE HAS NO ROOM FOR THE EMPLOYEE ID, AND THE CAP
      * CHECK BELONGS TO THE MOMENT THE CHARGE IS ACTUALLY TAKEN.
      * NOR IS A SPLIT-TENDER LINE, WHOSE SHARES HAVE NOWHERE TO GO,
      * OR A RETURN, WHOSE RECEIPT CHECK BELONGS TO THE BATCH IT IS
      * REFUNDED IN.
       180-SUSPEND-LINE.
           PERFORM 150-ACCEPT-DATA
           EVALUATE TRUE
               WHEN BACKORDER-TAKEN OR LAYAWAY-HANDLED
                       OR RETURN-REFUSED
                   CONTINUE
               WHEN RETURN-TRANS
                   DISPLAY 'RETURNS CANNOT BE PARKED - KEY THE LINE'
                       ' AGAIN WHEN READY.'
               WHEN EMPLOYEE-TENDER
                   DISPLAY 'EMPLOYEE CHARGES CANNOT BE PARKED - KEY'
                       ' THE LINE AGAIN WHEN READY.'
               WHEN SPLIT-TENDER
                   DISPLAY 'SPLIT-TENDER LINES CANNOT BE PARKED - KEY'
                       ' THE LINE AGAIN WHEN READY.'
               WHEN SP-COUNT < 200
                   IF WS-PROMO-ID NOT = SPACES
                       MOVE WS-PROMO-BASE TO UNIT-PRICE
                       MOVE SPACES TO WS-PROMO-ID
                   END-IF
                   ADD 1 TO SP-COUNT
                   MOVE INPUT-ITEMS TO SP-T-REC(SP-COUNT)
                   MOVE 'Y' TO SP-T-KEEP-SW(SP-COUNT)
                   PERFORM 195-SAVE-SUSPENDED
                   DISPLAY 'LINE SUSPENDED FOR ' CUST-NUM '.'
               WHEN OTHER
                   DISPLAY 'SUSPEND TABLE FULL - LINE NOT PARKED.'
           END-EVALUATE.
      * AUTHOR: BRIANNA
      * BRINGS A CUSTOMER'S SUSPENDED LINES BACK INTO THE LIVE
      * BATCH, WRITING EACH THROUGH THE NORMAL TRANSACTION PATH SO
      * SEQUENCE NUMBERS AND TRAILER TOTALS STAY HONEST. A LINE IS
      * PARKED AT ITS REGULAR PRICE AND PICKS UP WHATEVER PROMOTION
      * IS IN FORCE WHEN IT IS RECALLED.
       190-RECALL-LINES.
           DISPLAY 'RECALL WHICH CUSTOMER NUMBER:'
           ACCEPT WS-RECALL-CUST
               IF SP-T-KEEP-SW(WS-SP-SUB) = 'Y'
                  AND SV-CUST-NUM = WS-RECALL-CUST
                   MOVE SP-T-REC(WS-SP-SUB) TO INPUT-ITEMS
                   PERFORM 157H-FIND-BEST-PROMOTION
                   IF WS-PROMO-ID NOT = SPACES
                       MOVE WS-PROMO-BEST TO UNIT-PRICE
                   END-IF
                   PERFORM 200-PRINT-TRANS-REC
                   MOVE 'N' TO SP-T-KEEP-SW(WS-SP-SUB)
                   ADD 1 TO WS-RECALL-CT
                   END-IF
               END-IF
           END-PERFORM
           MOVE ZERO TO WS-EP-FOUND
           IF VOID-TARGET-FOUND
               MOVE JR-ENTRY(WS-VOID-SUB) TO JW-REC
               IF JV-TENDER = 'E'
                   PERFORM 172-FIND-EMP-CHARGE
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN NOT VOID-TARGET-FOUND
                   DISPLAY 'SEQUENCE NUMBER NOT IN THIS SESSION.'
               WHEN ALREADY-VOIDED
                   DISPLAY 'THAT TRANSACTION IS ALREADY VOIDED.'
               WHEN JV-TENDER = 'E' AND WS-EP-FOUND = ZERO
                   DISPLAY 'EMPLOYEE CHARGE ALREADY DEDUCTED OR NOT ON'
                       ' THE LEDGER - VOID REFUSED.'
               WHEN JV-TENDER = 'L'
                   DISPLAY 'LAYAWAY PICKUPS CANNOT BE VOIDED - KEY A'
                       ' RETURN INSTEAD.'
               WHEN OTHER
                   MOVE JR-ENTRY(WS-VOID-SUB) TO JW-REC
                   MOVE JV-CUST-NUM   TO CUST-NUM
                   DISPLAY 'TRANSACTION ' WS-VOID-SEQ ' VOIDED.'
           END-EVALUATE.
      * AUTHOR: BRIANNA
      * FINDS THE OPEN LEDGER ROW AN EMPLOYEE-TENDER TRANSACTION
      * WROTE, BY BATCH, STORE, AND SEQUENCE NUMBER, AND SETS UP THE
      * OFFSETTING ROW THE VOID WRITES: SAME EMPLOYEE AND AMOUNTS,
      * OPPOSITE TYPE. A ROW PAYROLL HAS ALREADY DEDUCTED IS NO
      * LONGER OPEN, SO IT IS NOT FOUND AND THE VOID IS REFUSED.
       172-FIND-EMP-CHARGE.
           PERFORM VARYING WS-EP-SUB FROM 1 BY 1
                   UNTIL WS-EP-SUB > EPT-COUNT
               IF EPT-BATCH-DATE(WS-EP-SUB) = WS-BATCH-DATE
                  AND EPT-BATCH-NO(WS-EP-SUB) = BATCH-NO
                  AND EPT-STORE-NO(WS-EP-SUB) = JV-STORE-NO
                  AND EPT-SEQ-NO(WS-EP-SUB) = WS-VOID-SEQ
                   MOVE WS-EP-SUB TO WS-EP-FOUND
               END-IF
           END-PERFORM
           IF WS-EP-FOUND > ZERO
               MOVE EPT-EMP-ID(WS-EP-FOUND) TO WS-EP-EMP-ID
               MOVE EPT-GROSS(WS-EP-FOUND)  TO WS-EP-GROSS
               MOVE EPT-DISC(WS-EP-FOUND)   TO WS-EP-DISC
               MOVE EPT-NET(WS-EP-FOUND)    TO WS-EP-NET
               IF EPT-TYPE(WS-EP-FOUND) = 'C'
                   MOVE 'R' TO WS-EP-TYPE
               ELSE
                   MOVE 'C' TO WS-EP-TYPE
               END-IF
           END-IF.
      * AUTHOR: BRIANNA
      * TAKES A KEYED PRICE OVERRIDE. THE VARIANCE FROM THE CATALOG
      * PRICE IS MEASURED AGAINST THE CONFIGURABLE LIMIT; AN
      * OVERRIDE BEYOND IT NEEDS A SECOND, SUPERVISOR-CLASS OPERATOR
           IF STORE-TENDER
               PERFORM 220-WRITE-STORE-CREDIT
           END-IF
           IF REWARD-TENDER
               PERFORM 222-WRITE-REWARD-REDEMPTION
           END-IF
           IF EMPLOYEE-TENDER
               PERFORM 225-WRITE-EMP-PURCHASE
           END-IF
           IF ACCOUNT-TENDER
               COMPUTE WS-AR-CHARGE = UNIT-PRICE * QUANTITY
               PERFORM 226-CHARGE-ACCOUNT
           END-IF
           IF SPLIT-TENDER
               PERFORM 227-WRITE-TENDER-SPLIT
           END-IF
           IF VOID-REC
               PERFORM 233-VOID-PROMO-LINE
           ELSE
               IF WS-PROMO-ID NOT = SPACES
                   PERFORM 232-WRITE-PROMO-LINE
               END-IF
           END-IF
           MOVE SPACES TO WS-PROMO-ID
           EVALUATE TRUE
               WHEN VOID-REC AND QUANTITY > ZERO
                   PERFORM 229B-REVERSE-RETURN
               WHEN VOID-REC OR QUANTITY NOT < ZERO
                   CONTINUE
               WHEN RETURN-RECEIPTED
                   PERFORM 229-WRITE-RETURN-REF
               WHEN RETURN-NO-RECEIPT
                   PERFORM 229A-WRITE-NO-RECEIPT
           END-EVALUATE
           MOVE ZERO TO WS-INV-FOUND
           PERFORM VARYING WS-INV-SUB FROM 1 BY 1
                   UNTIL WS-INV-SUB > IV-COUNT
               IF IV-T-ITEM-NUM(WS-INV-SUB) = ITEM-NUM
                  AND IV-T-STORE-NO(WS-INV-SUB) = STORE-NO
                   MOVE WS-INV-SUB TO WS-INV-FOUND
               END-IF
           END-PERFORM
           CLOSE BACKORDER-FILE
           DISPLAY 'BACKORDER TAKEN FOR ' QUANTITY ' OF ' ITEM-NUM.
      * AUTHOR: BRIANNA
      * OPENS A LAYAWAY FOR THE LINE JUST KEYED. THE CUSTOMER MUST PUT
      * DOWN AT LEAST THE MINIMUM DEPOSIT (A PERCENTAGE OF THE LINE,
      * FROM LAYCTL.DAT) AND NO MORE THAN THE LINE ITSELF; A DEPOSIT
      * OF ZERO BACKS OUT WITH NOTHING WRITTEN. THE LAYAWAY ROW AND
      * ITS DEPOSIT ROW ARE WRITTEN AT ONCE, THE QUANTITY IS RESERVED
      * AGAINST THE IN-SESSION ON-HAND, AND THE LAYAWAY EXPIRES THE
      * CONFIGURED NUMBER OF DAYS FROM TODAY.
       235-OPEN-LAYAWAY.
           COMPUTE WS-LAY-TOTAL = UNIT-PRICE * QUANTITY
           COMPUTE WS-LAY-MIN-DEP ROUNDED =
               WS-LAY-TOTAL * LAY-MIN-DEP-PCT
           DISPLAY 'LAYAWAY TOTAL: ' WS-LAY-TOTAL
               '  MINIMUM DEPOSIT: ' WS-LAY-MIN-DEP
           DISPLAY 'ENTER DEPOSIT (0=CANCEL LAYAWAY):'
           ACCEPT WS-LAY-AMT
           MOVE 'N' TO VALID-SW
           PERFORM UNTIL VALID-SW = 'Y'
               EVALUATE TRUE
                   WHEN WS-LAY-AMT = ZERO
                       MOVE 'Y' TO VALID-SW
                   WHEN WS-LAY-AMT < WS-LAY-MIN-DEP
                       DISPLAY 'DEPOSIT IS BELOW THE MINIMUM.'
                       DISPLAY 'ENTER DEPOSIT (0=CANCEL LAYAWAY):'
                       ACCEPT WS-LAY-AMT
                   WHEN WS-LAY-AMT > WS-LAY-TOTAL
                       DISPLAY 'DEPOSIT IS MORE THAN THE LAYAWAY.'
                       DISPLAY 'ENTER DEPOSIT (0=CANCEL LAYAWAY):'
                       ACCEPT WS-LAY-AMT
                   WHEN OTHER
                       MOVE 'Y' TO VALID-SW
               END-EVALUATE
           END-PERFORM
           IF WS-LAY-AMT = ZERO
               DISPLAY 'LAYAWAY CANCELLED - NOTHING WRITTEN.'
           ELSE
               PERFORM 246-ACCEPT-LAYAWAY-TENDER
               ADD 1 TO WS-LAY-LAST-NO
               MOVE WS-LAY-LAST-NO TO WS-LAY-NO
               COMPUTE WS-LAY-EXPIRE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-SESSION-DATE)
                    + LAY-TERM-DAYS)
               OPEN EXTEND LAYAWAY-FILE
               IF WS-LAY-STATUS NOT = "00"
                   OPEN OUTPUT LAYAWAY-FILE
               END-IF
               MOVE WS-LAY-NO       TO LA-LAY-NO
               MOVE CUST-NUM        TO LA-CUST-NO
               MOVE CUST-NAME       TO LA-CUST-NM
               MOVE ITEM-NUM        TO LA-ITEM-NO
               MOVE ITEM-DESC       TO LA-ITEM-DES
               MOVE UNIT-PRICE      TO LA-UNIT-PR
               MOVE QUANTITY        TO LA-QNT
               MOVE WS-LAY-TOTAL    TO LA-TOTAL
               MOVE WS-SESSION-DATE TO LA-OPEN-DATE
               MOVE WS-LAY-EXPIRE   TO LA-EXPIRE-DATE
               MOVE 'O'             TO LA-STATUS
               MOVE STORE-NO        TO LA-STORE-NO
               MOVE OPERATOR-ID     TO LA-OPERATOR
               MOVE ZERO            TO LA-CLOSE-DATE
               MOVE ZERO            TO LA-FEE
               WRITE LAYAWAY-REC
               CLOSE LAYAWAY-FILE
               MOVE CUST-NUM TO WS-LAY-CUST
               MOVE 'D'      TO WS-LAY-TYPE
               PERFORM 248-WRITE-LAYAWAY-PAY
               IF LT-COUNT < 1000
                   ADD 1 TO LT-COUNT
                   MOVE WS-LAY-NO     TO LT-LAY-NO(LT-COUNT)
                   MOVE CUST-NUM      TO LT-CUST-NO(LT-COUNT)
                   MOVE CUST-NAME     TO LT-CUST-NM(LT-COUNT)
                   MOVE ITEM-NUM      TO LT-ITEM-NO(LT-COUNT)
                   MOVE ITEM-DESC     TO LT-ITEM-DES(LT-COUNT)
                   MOVE UNIT-PRICE    TO LT-UNIT-PR(LT-COUNT)
                   MOVE QUANTITY      TO LT-QNT(LT-COUNT)
                   MOVE WS-LAY-TOTAL  TO LT-TOTAL(LT-COUNT)
                   MOVE WS-LAY-AMT    TO LT-PAID(LT-COUNT)
                   MOVE WS-LAY-EXPIRE TO LT-EXPIRE(LT-COUNT)
                   MOVE 'O'           TO LT-STATUS(LT-COUNT)
                   MOVE STORE-NO      TO LT-STORE-NO(LT-COUNT)
               END-IF
               MOVE ITEM-NUM TO WS-LAY-ITEM
               MOVE QUANTITY TO WS-LAY-RES-QTY
               MOVE STORE-NO TO WS-LAY-STORE
               PERFORM 247-RESERVE-STOCK
               COMPUTE WS-LAY-DUE = WS-LAY-TOTAL - WS-LAY-AMT
               DISPLAY 'LAYAWAY ' WS-LAY-NO ' OPENED - BALANCE DUE '
                   WS-LAY-DUE ' BY ' WS-LAY-EXPIRE
           END-IF.
      * AUTHOR: BRIANNA
      * TAKES AN INSTALLMENT ON AN OPEN LAYAWAY. NOTHING IS TAKEN ON
      * A LAYAWAY ALREADY PAID UP OR PAST ITS EXPIRY DATE (LAYPOST
      * CANCELS THOSE), AND A PAYMENT MAY NOT RUN PAST THE BALANCE
      * DUE. THE PAYMENT ROW IS WRITTEN AT ONCE; NOTHING GOES TO THE
      * TRANSACTION BATCH UNTIL PICKUP.
       240-LAYAWAY-PAYMENT.
           PERFORM 244-FIND-LAYAWAY
           IF WS-LAY-FOUND > ZERO
               COMPUTE WS-LAY-DUE = LT-TOTAL(WS-LAY-FOUND)
                   - LT-PAID(WS-LAY-FOUND)
               EVALUATE TRUE
                   WHEN LT-EXPIRE(WS-LAY-FOUND) < WS-SESSION-DATE
                       DISPLAY 'LAYAWAY EXPIRED '
                           LT-EXPIRE(WS-LAY-FOUND)
                           ' - PAYMENT REFUSED.'
                   WHEN WS-LAY-DUE = ZERO
                       DISPLAY 'LAYAWAY IS PAID IN FULL - KEY PICKUP'
                           ' TO RELEASE IT.'
                   WHEN OTHER
                       DISPLAY 'BALANCE DUE: ' WS-LAY-DUE
                       DISPLAY 'ENTER PAYMENT (0=CANCEL):'
                       ACCEPT WS-LAY-AMT
                       PERFORM UNTIL WS-LAY-AMT NOT > WS-LAY-DUE
                           DISPLAY 'PAYMENT IS MORE THAN THE BALANCE'
                               ' DUE.'
                           DISPLAY 'ENTER PAYMENT (0=CANCEL):'
                           ACCEPT WS-LAY-AMT
                       END-PERFORM
                       IF WS-LAY-AMT = ZERO
                           DISPLAY 'PAYMENT CANCELLED.'
                       ELSE
                           PERFORM 246-ACCEPT-LAYAWAY-TENDER
                           MOVE LT-CUST-NO(WS-LAY-FOUND)
                               TO WS-LAY-CUST
                           MOVE 'I' TO WS-LAY-TYPE
                           PERFORM 248-WRITE-LAYAWAY-PAY
                           ADD WS-LAY-AMT TO LT-PAID(WS-LAY-FOUND)
                           SUBTRACT WS-LAY-AMT FROM WS-LAY-DUE
                           IF WS-LAY-DUE = ZERO
                               DISPLAY 'LAYAWAY PAID IN FULL - READY'
                                   ' FOR PICKUP.'
                           ELSE
                               DISPLAY 'PAYMENT TAKEN - BALANCE DUE '
                                   WS-LAY-DUE
                           END-IF
                       END-IF
               END-EVALUATE
           END-IF.
      * AUTHOR: BRIANNA
      * RELEASES A PAID-UP LAYAWAY TO THE CUSTOMER. THE HELD LINE IS
      * WRITTEN THROUGH THE NORMAL TRANSACTION PATH AS A SALE WITH
      * LAYAWAY TENDER ('L') - PAID ALREADY, SO PHASEIII LEAVES IT
      * OFF THE RECEIVABLE - AND THE RESERVATION IS LIFTED AS THE
      * SALE TAKES THE STOCK. A PICKUP ROW CARRYING THE AMOUNT PAID
      * TELLS LAYPOST TO CLOSE THE LAYAWAY AND MOVE THE DEPOSITS
      * OFF THE LIABILITY. A LAYAWAY WITH A BALANCE DUE STAYS PUT.
       242-LAYAWAY-PICKUP.
           PERFORM 244-FIND-LAYAWAY
           IF WS-LAY-FOUND > ZERO
               EVALUATE TRUE
                   WHEN LT-STORE-NO(WS-LAY-FOUND) NOT = STORE-NO
                       DISPLAY 'GOODS ARE HELD AT STORE '
                           LT-STORE-NO(WS-LAY-FOUND)
                           ' - PICKUP MUST BE RUNG THERE.'
                   WHEN LT-PAID(WS-LAY-FOUND) < LT-TOTAL(WS-LAY-FOUND)
                       COMPUTE WS-LAY-DUE = LT-TOTAL(WS-LAY-FOUND)
                           - LT-PAID(WS-LAY-FOUND)
                       DISPLAY 'BALANCE DUE ' WS-LAY-DUE
                           ' - PICKUP REFUSED UNTIL PAID IN FULL.'
                   WHEN OTHER
                       MOVE LT-ITEM-NO(WS-LAY-FOUND) TO WS-LAY-ITEM
                       COMPUTE WS-LAY-RES-QTY =
                           LT-QNT(WS-LAY-FOUND) * -1
                       MOVE LT-STORE-NO(WS-LAY-FOUND) TO WS-LAY-STORE
                       PERFORM 247-RESERVE-STOCK
                       MOVE LT-CUST-NO(WS-LAY-FOUND)  TO CUST-NUM
                       MOVE LT-CUST-NM(WS-LAY-FOUND)  TO CUST-NAME
                       MOVE LT-ITEM-NO(WS-LAY-FOUND)  TO ITEM-NUM
                       MOVE LT-ITEM-DES(WS-LAY-FOUND) TO ITEM-DESC
                       MOVE LT-UNIT-PR(WS-LAY-FOUND)  TO UNIT-PRICE
                       MOVE LT-QNT(WS-LAY-FOUND)      TO QUANTITY
                       MOVE 'L'                       TO TENDER-TYPE
                       MOVE SPACE                     TO VOID-FLAG
                       MOVE ZERO                      TO VOID-REF
                       PERFORM 200-PRINT-TRANS-REC
                       MOVE LT-CUST-NO(WS-LAY-FOUND) TO WS-LAY-CUST
                       MOVE LT-PAID(WS-LAY-FOUND)    TO WS-LAY-AMT
                       MOVE 'U'                      TO WS-LAY-TYPE
                       MOVE 'L'                      TO WS-LAY-TENDER
                       PERFORM 248-WRITE-LAYAWAY-PAY
                       MOVE 'P' TO LT-STATUS(WS-LAY-FOUND)
                       DISPLAY 'LAYAWAY ' WS-LAY-NO
                           ' RELEASED - TRANSACTION ' SEQ-NO
               END-EVALUATE
           END-IF.
      * AUTHOR: BRIANNA
      * PROMPTS FOR A LAYAWAY NUMBER AND FINDS IT AMONG THE OPEN
      * LAYAWAYS, SHOWING THE OPERATOR WHOSE IT IS AND WHAT IS HELD.
       244-FIND-LAYAWAY.
           MOVE ZERO TO WS-LAY-FOUND
           DISPLAY 'ENTER LAYAWAY NUMBER:'
           ACCEPT WS-LAY-NO
           PERFORM VARYING WS-LAY-SUB FROM 1 BY 1
                   UNTIL WS-LAY-SUB > LT-COUNT
               IF LT-LAY-NO(WS-LAY-SUB) = WS-LAY-NO
                  AND LT-STATUS(WS-LAY-SUB) = 'O'
                   MOVE WS-LAY-SUB TO WS-LAY-FOUND
               END-IF
           END-PERFORM
           IF WS-LAY-FOUND = ZERO
               DISPLAY 'NO OPEN LAYAWAY WITH THAT NUMBER.'
           ELSE
               DISPLAY 'LAYAWAY ' WS-LAY-NO ' FOR '
                   LT-CUST-NM(WS-LAY-FOUND) ': '
                   LT-QNT(WS-LAY-FOUND) ' OF '
                   LT-ITEM-DES(WS-LAY-FOUND)
           END-IF.
      * AUTHOR: BRIANNA
      * TAKES THE TENDER FOR A LAYAWAY DEPOSIT OR INSTALLMENT. THE
      * MONEY GOES IN THE DRAWER, SO ONLY CASH OR CHECK IS TAKEN.
       246-ACCEPT-LAYAWAY-TENDER.
           DISPLAY 'ENTER PAYMENT TENDER (C=CASH, K=CHECK):'
           ACCEPT WS-LAY-TENDER
           PERFORM UNTIL WS-LAY-TENDER = 'C' OR WS-LAY-TENDER = 'K'
               DISPLAY 'INVALID TYPE.'
               DISPLAY 'ENTER PAYMENT TENDER (C=CASH, K=CHECK):'
               ACCEPT WS-LAY-TENDER
           END-PERFORM.
      * AUTHOR: BRIANNA
      * TAKES A LAYAWAY QUANTITY OUT OF THE ITEM'S IN-SESSION ON-HAND
      * AT THE LAYAWAY'S STORE (OR, WITH A NEGATIVE QUANTITY, PUTS IT
      * BACK).
       247-RESERVE-STOCK.
           PERFORM VARYING WS-INV-SUB FROM 1 BY 1
                   UNTIL WS-INV-SUB > IV-COUNT
               IF IV-T-ITEM-NUM(WS-INV-SUB) = WS-LAY-ITEM
                  AND IV-T-STORE-NO(WS-INV-SUB) = WS-LAY-STORE
                   SUBTRACT WS-LAY-RES-QTY FROM
                       IV-T-ON-HAND(WS-INV-SUB)
               END-IF
           END-PERFORM.
      * AUTHOR: BRIANNA
      * APPENDS ONE ROW TO THE LAYAWAY PAYMENT LEDGER, UNPOSTED, FOR
      * LAYPOST TO JOURNAL.
       248-WRITE-LAYAWAY-PAY.
           OPEN EXTEND LAYPAY-FILE
           IF WS-LYP-STATUS NOT = "00"
               OPEN OUTPUT LAYPAY-FILE
           END-IF
           MOVE WS-LAY-NO       TO LY-LAY-NO
           MOVE WS-LAY-CUST     TO LY-CUST-NO
           MOVE WS-SESSION-DATE TO LY-DATE
           MOVE WS-LAY-TYPE     TO LY-TYPE
           MOVE WS-LAY-AMT      TO LY-AMT
           MOVE WS-LAY-TENDER   TO LY-TENDER
           MOVE OPERATOR-ID     TO LY-OPERATOR
           MOVE STORE-NO        TO LY-STORE-NO
           MOVE 'N'             TO LY-GL-FLAG
           WRITE LAYPAY-REC
           CLOSE LAYPAY-FILE.
      * AUTHOR: BRIANNA
      * WRITES THE LEDGER ROW FOR A STORE-CREDIT TRANSACTION AND
      * KEEPS THE IN-SESSION BALANCE TABLE CURRENT. A RETURN (OR A
      * VOID OF A REDEMPTION) ISSUES CREDIT; A SALE (OR A VOID OF AN
      * ISSUE) REDEEMS IT. THAT SIGN RULE MEANS VOIDS PUT THE LEDGER
      * RIGHT AUTOMATICALLY. THE STORE-CREDIT SHARE OF A SPLIT-TENDER
      * LINE COMES THROUGH HERE AT THE SHARE AMOUNT.
       220-WRITE-STORE-CREDIT.
           OPEN EXTEND STORECRED-FILE
           IF WS-SC-STATUS NOT = "00"
               MOVE 'R' TO SC-TYPE
               COMPUTE SC-AMT = UNIT-PRICE * QUANTITY
           END-IF
           IF SPLIT-TENDER
               MOVE WS-SPLIT-SC-AMT TO SC-AMT
           END-IF
           MOVE OPERATOR-ID     TO SC-OPERATOR
           WRITE STORECRED-REC
           CLOSE STORECRED-FILE
               DISPLAY 'STORE CREDIT REDEEMED: ' SC-AMT
           END-IF.
      * AUTHOR: BRIANNA
      * WRITES THE CERTIFICATE LEDGER ROW FOR A REWARD-TENDER
      * TRANSACTION UNDER THE STORE-CREDIT SIGN RULE: A SALE REDEEMS,
      * A RETURN OR A VOID OF A REDEMPTION PUTS THE VALUE BACK. THE
      * ROW CARRIES NO CERTIFICATE NUMBER - THE CUSTOMER'S
      * CERTIFICATES ARE REDEEMED AS ONE BALANCE.
       222-WRITE-REWARD-REDEMPTION.
           OPEN EXTEND REWARDCERT-FILE
           IF WS-RW-STATUS NOT = "00"
               OPEN OUTPUT REWARDCERT-FILE
           END-IF
           MOVE CUST-NUM        TO RW-CUST-NO
           MOVE WS-SESSION-DATE TO RW-DATE
           IF QUANTITY < ZERO
               MOVE 'I' TO RW-TYPE
               COMPUTE RW-AMT = UNIT-PRICE * QUANTITY * -1
           ELSE
               MOVE 'R' TO RW-TYPE
               COMPUTE RW-AMT = UNIT-PRICE * QUANTITY
           END-IF
           MOVE OPERATOR-ID     TO RW-OPERATOR
           MOVE ZERO            TO RW-CERT-NO
           WRITE REWARDCERT-REC
           CLOSE REWARDCERT-FILE
           PERFORM 059D-ROLL-REWARD-ROW
           IF RW-TYPE = 'I'
               DISPLAY 'REWARD VALUE RESTORED: ' RW-AMT
           ELSE
               DISPLAY 'REWARD CERTIFICATES REDEEMED: ' RW-AMT
           END-IF.
      * AUTHOR: BRIANNA
      * WRITES THE EMPLOYEE-PURCHASE LEDGER ROW FOR AN EMPLOYEE-
      * TENDER TRANSACTION, KEYED TO THE BATCH AND SEQUENCE NUMBER
      * JUST ASSIGNED, AND ADDS IT TO THE OPEN TABLE SO THE CAP
      * CHECK SEES IT FOR THE REST OF THE SESSION. NOTHING GOES TO
      * THE AR MASTER: PHASEIII POSTS ONLY ON-ACCOUNT TENDER.
       225-WRITE-EMP-PURCHASE.
           OPEN EXTEND EMP-PURCH-FILE
           IF WS-EP-STATUS NOT = "00"
               OPEN OUTPUT EMP-PURCH-FILE
           END-IF
           MOVE WS-EP-EMP-ID    TO EP-EMP-ID
           MOVE WS-SESSION-DATE TO EP-DATE
           MOVE WS-BATCH-DATE   TO EP-BATCH-DATE
           MOVE BATCH-NO        TO EP-BATCH-NO
           MOVE STORE-NO        TO EP-STORE-NO
           MOVE SEQ-NO          TO EP-SEQ-NO
           MOVE ITEM-NUM        TO EP-ITEM-NUM
           MOVE WS-EP-TYPE      TO EP-TYPE
           MOVE WS-EP-GROSS     TO EP-GROSS-AMT
           MOVE WS-EP-DISC      TO EP-DISC-AMT
           MOVE WS-EP-NET       TO EP-NET-AMT
           MOVE OPERATOR-ID     TO EP-OPERATOR
           MOVE 'O'             TO EP-STATUS
           MOVE ZERO            TO EP-DEDUCT-DATE
           WRITE EMPPURCH-REC
           CLOSE EMP-PURCH-FILE
           PERFORM 066-ADD-EMP-PURCH-ROW.
      * AUTHOR: BRIANNA
      * KEEPS THE SESSION'S VIEW OF THE CUSTOMER'S AVAILABLE CREDIT
      * CURRENT AS ON-ACCOUNT CHARGES, RETURNS, AND VOIDS ARE KEYED.
       226-CHARGE-ACCOUNT.
           PERFORM 158H-CHECK-ACCOUNT-AVAILABLE
           IF WS-AR-FOUND > ZERO
               SUBTRACT WS-AR-CHARGE FROM HD-T-AVAIL(WS-AR-FOUND)
           END-IF.
      * AUTHOR: BRIANNA
      * WRITES ONE SPLIT-LEDGER ROW PER TENDER SHARE, KEYED TO THE
      * BATCH AND THE SEQUENCE NUMBER JUST ASSIGNED, SO PHASEII,
      * DRAWERCLOSE, AND PHASEIII EACH TAKE ONLY THEIR SHARE OF THE
      * LINE. THE STORE-CREDIT SHARE IS REDEEMED AND THE ACCOUNT
      * SHARE CHARGED HERE. A VOID WRITES NO ROWS - THE ORIGINAL'S
      * ROWS ARE FOUND THROUGH THE VOID REFERENCE - BUT IT GIVES THE
      * STORE CREDIT AND THE ACCOUNT ROOM BACK.
       227-WRITE-TENDER-SPLIT.
           IF VOID-REC
               PERFORM 228-LOAD-VOIDED-SPLIT
           ELSE
               OPEN EXTEND TENDSPLIT-FILE
               IF WS-SPT-STATUS NOT = "00"
                   OPEN OUTPUT TENDSPLIT-FILE
               END-IF
               PERFORM VARYING WS-SPLIT-SUB FROM 1 BY 1
                       UNTIL WS-SPLIT-SUB > SPL-COUNT
                   MOVE WS-BATCH-DATE  TO SPT-BATCH-DATE
                   MOVE BATCH-NO       TO SPT-BATCH-NO
                   MOVE STORE-NO       TO SPT-STORE-NO
                   MOVE SEQ-NO         TO SPT-SEQ-NO
                   MOVE CUST-NUM       TO SPT-CUST-NO
                   MOVE SPL-TENDER(WS-SPLIT-SUB) TO SPT-TENDER
                   MOVE SPL-AMT(WS-SPLIT-SUB)    TO SPT-AMT
                   MOVE OPERATOR-ID    TO SPT-OPERATOR
                   WRITE TENDSPLIT-REC
               END-PERFORM
               CLOSE TENDSPLIT-FILE
           END-IF
           PERFORM VARYING WS-SPLIT-SUB FROM 1 BY 1
                   UNTIL WS-SPLIT-SUB > SPL-COUNT
               EVALUATE SPL-TENDER(WS-SPLIT-SUB)
                   WHEN 'S'
                       MOVE SPL-AMT(WS-SPLIT-SUB) TO WS-SPLIT-SC-AMT
                       PERFORM 220-WRITE-STORE-CREDIT
                   WHEN 'A'
                       IF QUANTITY < ZERO
                           COMPUTE WS-AR-CHARGE =
                               SPL-AMT(WS-SPLIT-SUB) * -1
                       ELSE
                           MOVE SPL-AMT(WS-SPLIT-SUB) TO WS-AR-CHARGE
                       END-IF
                       PERFORM 226-CHARGE-ACCOUNT
               END-EVALUATE
           END-PERFORM.
      * AUTHOR: BRIANNA
      * RELOADS THE SHARES OF THE SPLIT-TENDER LINE BEING VOIDED
      * FROM THE LEDGER, BY BATCH, STORE, AND THE VOIDED SEQUENCE
      * NUMBER.
       228-LOAD-VOIDED-SPLIT.
           MOVE ZERO TO SPL-COUNT
           MOVE 'N' TO SPT-EOF-SWITCH
           OPEN INPUT TENDSPLIT-FILE
           IF WS-SPT-STATUS NOT = "00"
               MOVE 'Y' TO SPT-EOF-SWITCH
           END-IF
           PERFORM UNTIL SPT-EOF-SWITCH = 'Y'
               READ TENDSPLIT-FILE
                   AT END
                       MOVE 'Y' TO SPT-EOF-SWITCH
                   NOT AT END
                       IF SPT-BATCH-DATE = WS-BATCH-DATE
                          AND SPT-BATCH-NO = BATCH-NO
                          AND SPT-STORE-NO = STORE-NO
                          AND SPT-SEQ-NO = VOID-REF
                          AND SPL-COUNT < 4
                           ADD 1 TO SPL-COUNT
                           MOVE SPT-TENDER TO SPL-TENDER(SPL-COUNT)
                           MOVE SPT-AMT    TO SPL-AMT(SPL-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-SPT-STATUS NOT = "35"
               CLOSE TENDSPLIT-FILE
           END-IF.
      * AUTHOR: BRIANNA
      * RECORDS A RECEIPTED RETURN AGAINST THE SALE IT CAME BACK
      * AGAINST, UNDER THE SEQUENCE NUMBER JUST ASSIGNED, SO A LATER
      * RETURN ON THE SAME RECEIPT SEES THE QUANTITY ALREADY TAKEN.
       229-WRITE-RETURN-REF.
           OPEN EXTEND RETURNREF-FILE
           IF WS-RR-STATUS NOT = "00"
               OPEN OUTPUT RETURNREF-FILE
           END-IF
           MOVE WS-RTN-BATCH-DATE TO RR-ORIG-BATCH-DATE
           MOVE WS-RTN-BATCH-NO   TO RR-ORIG-BATCH-NO
           MOVE WS-RTN-STORE-NO   TO RR-ORIG-STORE-NO
           MOVE WS-RTN-SEQ-NO     TO RR-ORIG-SEQ-NO
           MOVE CUST-NUM          TO RR-CUST-NO
           MOVE ITEM-NUM          TO RR-ITEM-NUM
           MOVE WS-BATCH-DATE     TO RR-BATCH-DATE
           MOVE BATCH-NO          TO RR-BATCH-NO
           MOVE STORE-NO          TO RR-STORE-NO
           MOVE SEQ-NO            TO RR-SEQ-NO
           COMPUTE RR-QTY = QUANTITY * -1
           MOVE UNIT-PRICE        TO RR-UNIT-PRICE
           MOVE OPERATOR-ID       TO RR-OPERATOR
           MOVE 'R'               TO RR-TYPE
           WRITE RETURNREF-REC
           CLOSE RETURNREF-FILE.
      * AUTHOR: BRIANNA
      * LOGS A SUPERVISOR-APPROVED RETURN TAKEN WITHOUT A RECEIPT.
       229A-WRITE-NO-RECEIPT.
           OPEN EXTEND NORECEIPT-FILE
           IF WS-NR-STATUS NOT = "00"
               OPEN OUTPUT NORECEIPT-FILE
           END-IF
           MOVE WS-BATCH-DATE     TO NR-DATE
           MOVE STORE-NO          TO NR-STORE-NO
           MOVE BATCH-NO          TO NR-BATCH-NO
           MOVE SEQ-NO            TO NR-SEQ-NO
           MOVE OPERATOR-ID       TO NR-OPERATOR
           MOVE WS-RTN-SUP-ID     TO NR-SUPERVISOR
           MOVE CUST-NUM          TO NR-CUST-NO
           MOVE ITEM-NUM          TO NR-ITEM-NUM
           MOVE UNIT-PRICE        TO NR-UNIT-PRICE
           COMPUTE NR-QTY = QUANTITY * -1
           MOVE 'R'               TO NR-TYPE
           WRITE NORECEIPT-REC
           CLOSE NORECEIPT-FILE.
      * AUTHOR: BRIANNA
      * RECORDS THE PROMOTION A LINE WAS RUNG UNDER, AGAINST THE
      * SEQUENCE NUMBER JUST ASSIGNED.
       232-WRITE-PROMO-LINE.
           OPEN EXTEND PROMOLINE-FILE
           IF WS-PL-STATUS NOT = "00"
               OPEN OUTPUT PROMOLINE-FILE
           END-IF
           MOVE WS-BATCH-DATE  TO PL-BATCH-DATE
           MOVE BATCH-NO       TO PL-BATCH-NO
           MOVE STORE-NO       TO PL-STORE-NO
           MOVE SEQ-NO         TO PL-SEQ-NO
           MOVE WS-PROMO-ID    TO PL-PROMO-ID
           MOVE ITEM-NUM       TO PL-ITEM-NUM
           MOVE QUANTITY       TO PL-QTY
           MOVE WS-PROMO-BASE  TO PL-REG-PRICE
           MOVE UNIT-PRICE     TO PL-PROMO-PRICE
           MOVE OPERATOR-ID    TO PL-OPERATOR
           MOVE 'S'            TO PL-TYPE
           WRITE PROMOLINE-REC
           CLOSE PROMOLINE-FILE.
      * AUTHOR: BRIANNA
      * A VOID OF A PROMOTION LINE FINDS THE LINE'S LEDGER ROW BY
      * BATCH, STORE, AND THE VOIDED SEQUENCE NUMBER, AND WRITES AN
      * OFFSETTING 'V' ROW UNDER THE VOIDING OPERATOR. A LINE RUNG AT
      * THE REGULAR PRICE HAS NO ROW AND NOTHING IS WRITTEN.
       233-VOID-PROMO-LINE.
           MOVE 'N' TO WS-PL-FOUND-SW
           MOVE 'N' TO PL-EOF-SWITCH
           OPEN INPUT PROMOLINE-FILE
           IF WS-PL-STATUS NOT = "00"
               MOVE 'Y' TO PL-EOF-SWITCH
           END-IF
           PERFORM UNTIL PL-EOF-SWITCH = 'Y'
               READ PROMOLINE-FILE
                   AT END
                       MOVE 'Y' TO PL-EOF-SWITCH
                   NOT AT END
                       IF PL-BATCH-DATE = WS-BATCH-DATE
                          AND PL-BATCH-NO = BATCH-NO
                          AND PL-STORE-NO = STORE-NO
                          AND PL-SEQ-NO = VOID-REF
                          AND PL-TYPE = 'S'
                           MOVE PROMOLINE-REC TO WS-PL-HOLD
                           MOVE 'Y' TO PL-EOF-SWITCH
                           SET PROMO-ROW-FOUND TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PL-STATUS NOT = "35"
               CLOSE PROMOLINE-FILE
           END-IF
           IF PROMO-ROW-FOUND
               OPEN EXTEND PROMOLINE-FILE
               MOVE WS-PL-HOLD  TO PROMOLINE-REC
               MOVE SEQ-NO      TO PL-SEQ-NO
               MOVE OPERATOR-ID TO PL-OPERATOR
               MOVE 'V'         TO PL-TYPE
               WRITE PROMOLINE-REC
               CLOSE PROMOLINE-FILE
           END-IF.
      * AUTHOR: BRIANNA
      * A VOID OF A RETURN FINDS THE RETURN'S ROW - IN THE RETURN-
      * REFERENCE LEDGER IF IT HAD A RECEIPT, IN THE NO-RECEIPT LOG
      * IF NOT - BY BATCH, STORE, AND THE VOIDED SEQUENCE NUMBER, AND
      * WRITES AN OFFSETTING 'V' ROW UNDER THE VOIDING OPERATOR.
       229B-REVERSE-RETURN.
           MOVE 'N' TO WS-RTN-FOUND-SW
           MOVE 'N' TO RR-EOF-SWITCH
           OPEN INPUT RETURNREF-FILE
           IF WS-RR-STATUS NOT = "00"
               MOVE 'Y' TO RR-EOF-SWITCH
           END-IF
           PERFORM UNTIL RR-EOF-SWITCH = 'Y'
               READ RETURNREF-FILE
                   AT END
                       MOVE 'Y' TO RR-EOF-SWITCH
                   NOT AT END
                       IF RR-BATCH-DATE = WS-BATCH-DATE
                          AND RR-BATCH-NO = BATCH-NO
                          AND RR-STORE-NO = STORE-NO
                          AND RR-SEQ-NO = VOID-REF
                          AND RR-TYPE = 'R'
                           MOVE RETURNREF-REC TO WS-RTN-HOLD
                           MOVE 'Y' TO RR-EOF-SWITCH
                           SET RETURN-ROW-FOUND TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-RR-STATUS NOT = "35"
               CLOSE RETURNREF-FILE
           END-IF
           IF RETURN-ROW-FOUND
               OPEN EXTEND RETURNREF-FILE
               MOVE WS-RTN-HOLD TO RETURNREF-REC
               MOVE SEQ-NO      TO RR-SEQ-NO
               MOVE OPERATOR-ID TO RR-OPERATOR
               MOVE 'V'         TO RR-TYPE
               WRITE RETURNREF-REC
               CLOSE RETURNREF-FILE
           ELSE
               MOVE 'N' TO NR-EOF-SWITCH
               OPEN INPUT NORECEIPT-FILE
               IF WS-NR-STATUS NOT = "00"
                   MOVE 'Y' TO NR-EOF-SWITCH
               END-IF
               PERFORM UNTIL NR-EOF-SWITCH = 'Y'
                   READ NORECEIPT-FILE
                       AT END
                           MOVE 'Y' TO NR-EOF-SWITCH
                       NOT AT END
                           IF NR-DATE = WS-BATCH-DATE
                              AND NR-BATCH-NO = BATCH-NO
                              AND NR-STORE-NO = STORE-NO
                              AND NR-SEQ-NO = VOID-REF
                              AND NR-TYPE = 'R'
                               MOVE NORECEIPT-REC TO WS-RTN-HOLD
                               MOVE 'Y' TO NR-EOF-SWITCH
                               SET RETURN-ROW-FOUND TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-NR-STATUS NOT = "35"
                   CLOSE NORECEIPT-FILE
               END-IF
               IF RETURN-ROW-FOUND
                   OPEN EXTEND NORECEIPT-FILE
                   MOVE WS-RTN-HOLD TO NORECEIPT-REC
                   MOVE SEQ-NO      TO NR-SEQ-NO
                   MOVE OPERATOR-ID TO NR-OPERATOR
                   MOVE 'V'         TO NR-TYPE
                   WRITE NORECEIPT-REC
                   CLOSE NORECEIPT-FILE
               END-IF
           END-IF.
      * AUTHOR: BRIANNA
      * JOURNALS THE RECORD JUST WRITTEN. THE JOURNAL IS OPENED AND
      * CLOSED AROUND EACH WRITE SO EVERY ACCEPTED TRANSACTION IS ON
      * DISK THE MOMENT IT IS KEYED, EVEN IF THE SESSION NEVER ENDS

      *    the operator keys the cash and checks actually counted in
      *    their drawer, and the report shows one over/short line
      *    per operator plus the day total, signed off with the
      *    closing supervisor's ID. Layaway deposits and
      *    installments taken in cash or by check that day go in the
      *    same drawers, so they are added to each operator's take.
      *    A split-tender sale adds only its cash and check shares.
      *    Each sign-off is also kept in DRAWERSIGN.DAT, one row per
      *    drawer with its store and the cash and checks counted, so
      *    the controller can see who closed whose drawer and
      *    DepositPrep can make up the bank deposit. Every check
      *    taken is listed in DRAWERCHK.DAT for the deposit slip.
      *
      * Input:
      *    PHASE2.DAT - posted batch detail with tender and operator
      *    LAYPAY.DAT - layaway payment ledger
      *    TENDERSPLIT.DAT - tender shares of split-tender sales
      *    Counted drawer amounts entered at the console
      *
      * Output:
      *    DRAWER.RPT - signed-off daily cash report
      *    DRAWERSIGN.DAT - drawer sign-off log, appended each close
      *    DRAWERCHK.DAT  - checks taken, appended each close
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT TRANS-FILE ASSIGN TO "PHASE2.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TR-STATUS.
           SELECT LAYPAY-FILE ASSIGN TO "LAYPAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LY-STATUS.
           SELECT TENDSPLIT-FILE ASSIGN TO "TENDERSPLIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPT-STATUS.
           SELECT REPORT-FILE ASSIGN TO "DRAWER.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SIGNLOG-FILE ASSIGN TO "DRAWERSIGN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SG-STATUS.
           SELECT CHECKLIST-FILE ASSIGN TO "DRAWERCHK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CK-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-FILE.
           05  T-VOID-FLAG     PIC X.
           05  T-VOID-REF      PIC 9(5).
           05  T-STORE-NO      PIC 9(2).
      * PHASE 1'S BATCH HEADER (T-CUST-NO = '00000') NAMES THE BATCH
      * THE SPLIT-TENDER SHARES ARE KEYED BY.
       01  TRANS-HDR-VIEW REDEFINES TRANS-REC.
           05  THV-ID          PIC X(5).
           05  THV-LABEL       PIC X(15).
           05  THV-BATCH-DATE  PIC 9(8).
           05  THV-BATCH-NO    PIC 9(3).
           05  THV-STORE-NO    PIC 9(2).
           05  FILLER          PIC X(39).
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
       FD  LAYPAY-FILE.
       01  LAYPAY-REC.
           05  LY-LAY-NO       PIC 9(6).
           05  LY-CUST-NO      PIC X(5).
           05  LY-DATE         PIC 9(8).
           05  LY-TYPE         PIC X.
           05  LY-AMT          PIC 9(7)V99.
           05  LY-TENDER       PIC X.
           05  LY-OPERATOR     PIC X(5).
           05  LY-STORE-NO     PIC 9(2).
           05  LY-GL-FLAG      PIC X.
       FD  REPORT-FILE.
       01  REPORT-REC          PIC X(80).
       FD  SIGNLOG-FILE.
       01  SIGNLOG-REC.
           05  SG-DATE         PIC 9(8).
           05  SG-SUPERVISOR   PIC X(5).
           05  SG-OPERATOR     PIC X(5).
           05  SG-OVER-SHORT   PIC S9(7)V99.
           05  SG-STORE-NO     PIC 9(2).
           05  SG-COUNTED-CASH PIC 9(7)V99.
           05  SG-COUNTED-CHKS PIC 9(7)V99.
      * ONE ROW PER CHECK TAKEN: SOURCE 'S' SALE, 'M' SPLIT-TENDER
      * SHARE, 'L' LAYAWAY PAYMENT.
       FD  CHECKLIST-FILE.
       01  CHECKLIST-REC.
           05  CK-DATE         PIC 9(8).
           05  CK-STORE-NO     PIC 9(2).
           05  CK-OPERATOR     PIC X(5).
           05  CK-SOURCE       PIC X.
           05  CK-SEQ-NO       PIC 9(6).
           05  CK-CUST-NO      PIC X(5).
           05  CK-CUST-NM      PIC X(20).
           05  CK-AMT          PIC 9(7)V99.
       WORKING-STORAGE SECTION.
       01  WORKING-ITEMS.
           05  EOF-SWITCH      PIC X       VALUE 'N'.
           05  WS-TR-STATUS    PIC XX.
           05  WS-LY-STATUS    PIC XX.
           05  WS-ROLL-OPER    PIC X(5).
           05  WS-ROLL-TENDER  PIC X.
           05  WS-RUN-DATE     PIC 9(8).
           05  SUPERVISOR-ID   PIC X(5).
           05  WS-OP-SUB       PIC 9(3).
           05  WS-TOT-EXPECTED PIC S9(9)V99 VALUE ZERO.
           05  WS-TOT-COUNTED  PIC S9(9)V99 VALUE ZERO.
           05  WS-TOT-OVERSHORT PIC S9(9)V99 VALUE ZERO.
           05  WS-SPT-STATUS   PIC XX.
           05  WS-SPT-EOF-SW   PIC X.
           05  WS-SPLIT-KEY    PIC 9(5).
           05  WS-SG-STATUS    PIC XX.
           05  WS-CK-STATUS    PIC XX.
           05  WS-ROLL-STORE   PIC 9(2).
           05  WS-ROLL-SOURCE  PIC X.
           05  WS-ROLL-KEY     PIC 9(6).
           05  WS-ROLL-CUST    PIC X(5).
           05  WS-ROLL-NAME    PIC X(20).
           05  WS-CK-FOUND     PIC 9(4).
       01  TENDER-SPLIT-TABLE.
           05  STB-COUNT       PIC 9(4)    VALUE ZERO.
           05  STB-ENTRY OCCURS 1 TO 4000 TIMES
                   DEPENDING ON STB-COUNT
                   INDEXED BY STB-INDX.
               10  STB-SEQ-NO      PIC 9(5).
               10  STB-TENDER      PIC X.
               10  STB-AMT         PIC 9(7)V99.
       01  DRAWER-TABLE.
           05  DR-COUNT        PIC 9(3)    VALUE ZERO.
           05  DR-ENTRY OCCURS 1 TO 100 TIMES
               10  DR-OPERATOR     PIC X(5).
               10  DR-CASH-TOT     PIC S9(8)V99.
               10  DR-CHECK-TOT    PIC S9(8)V99.
               10  DR-OVER-SHORT   PIC S9(7)V99.
               10  DR-STORE-NO     PIC 9(2).
               10  DR-COUNTED-CASH PIC 9(7)V99.
               10  DR-COUNTED-CHKS PIC 9(7)V99.
      * EACH CHECK TAKEN, NETTED AGAINST ANY VOID OF THE SAME SALE.
       01  CHECK-TABLE.
           05  CT-COUNT        PIC 9(4)    VALUE ZERO.
           05  CT-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON CT-COUNT
                   INDEXED BY CT-INDX.
               10  CT-STORE-NO     PIC 9(2).
               10  CT-OPERATOR     PIC X(5).
               10  CT-SOURCE       PIC X.
               10  CT-SEQ-NO       PIC 9(6).
               10  CT-CUST-NO      PIC X(5).
               10  CT-CUST-NM      PIC X(20).
               10  CT-AMT          PIC S9(7)V99.
       01  HD-TITLE.
           05  FILLER          PIC X(6)    VALUE "DATE: ".
           05  HD-MM           PIC 99.
       000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM 100-ROLL-TENDER-TOTALS
           PERFORM 150-ROLL-LAYAWAY-PAYMENTS
           IF DR-COUNT = ZERO
               DISPLAY 'NO CASH OR CHECK TRANSACTIONS IN THE BATCH.'
               STOP RUN
               UNTIL WS-OP-SUB > DR-COUNT
           PERFORM 600-WRITE-FOOTER
           CLOSE REPORT-FILE
           PERFORM 650-LOG-SIGNOFF
           PERFORM 660-LOG-CHECKS

           DISPLAY '--DRAWERS CLOSED--'
           STOP RUN.
      * TOTALS EACH OPERATOR'S CASH AND CHECK TENDER FROM THE BATCH.
      * ON-ACCOUNT AND STORE-CREDIT SALES PUT NOTHING IN THE DRAWER
      * AND ARE LEFT OUT. VOIDS CARRY NEGATIVE QUANTITIES AND NET
      * THEMSELVES OUT OF THE EXPECTED TAKE. THE BATCH HEADER SORTS
      * FIRST AND LOADS THE BATCH'S SPLIT-TENDER SHARES, SO A SPLIT
      * SALE CAN PUT JUST ITS CASH AND CHECK SHARES IN THE DRAWER.
       100-ROLL-TENDER-TOTALS.
           OPEN INPUT TRANS-FILE
           IF WS-TR-STATUS NOT = "00"
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       EVALUATE TRUE
                           WHEN T-CUST-NO = '00000'
                               PERFORM 120-LOAD-TENDER-SPLITS
                           WHEN T-CUST-NO = '99999'
                               CONTINUE
                           WHEN T-TENDER-TYPE = 'C'
                                   OR T-TENDER-TYPE = 'K'
                               PERFORM 200-ROLL-ONE-RECORD
                           WHEN T-TENDER-TYPE = 'M'
                               PERFORM 220-ROLL-SPLIT-RECORD
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE TRANS-FILE.
      * LOADS THE TENDER SHARES PHASE 1 WROTE FOR THE BATCH NAMED IN
      * THE HEADER. A MISSING LEDGER LOADS NOTHING.
       120-LOAD-TENDER-SPLITS.
           MOVE 'N' TO WS-SPT-EOF-SW
           OPEN INPUT TENDSPLIT-FILE
           IF WS-SPT-STATUS NOT = "00"
               MOVE 'Y' TO WS-SPT-EOF-SW
           END-IF
           PERFORM UNTIL WS-SPT-EOF-SW = 'Y'
               READ TENDSPLIT-FILE
                   AT END
                       MOVE 'Y' TO WS-SPT-EOF-SW
                   NOT AT END
                       IF SPT-BATCH-DATE = THV-BATCH-DATE
                          AND SPT-BATCH-NO = THV-BATCH-NO
                          AND SPT-STORE-NO = THV-STORE-NO
                          AND STB-COUNT < 4000
                           ADD 1 TO STB-COUNT
                           MOVE SPT-SEQ-NO TO STB-SEQ-NO(STB-COUNT)
                           MOVE SPT-TENDER TO STB-TENDER(STB-COUNT)
                           MOVE SPT-AMT    TO STB-AMT(STB-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-SPT-STATUS NOT = "35"
               CLOSE TENDSPLIT-FILE
           END-IF.
      * ADDS TODAY'S LAYAWAY DEPOSITS AND INSTALLMENTS TO THE DRAWER
      * OF THE OPERATOR WHO TOOK THEM. PICKUPS BRING NO MONEY IN, AND
      * THE FEES AND REFUNDS OF A CANCELLATION ARE SETTLED BY THE
      * OFFICE, SO NEITHER TOUCHES A DRAWER. A MISSING LEDGER ADDS
      * NOTHING.
       150-ROLL-LAYAWAY-PAYMENTS.
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT LAYPAY-FILE
           IF WS-LY-STATUS NOT = "00"
               MOVE 'Y' TO EOF-SWITCH
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ LAYPAY-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       IF LY-DATE = WS-RUN-DATE
                          AND (LY-TYPE = 'D' OR LY-TYPE = 'I')
                          AND (LY-TENDER = 'C' OR LY-TENDER = 'K')
                           MOVE LY-OPERATOR TO WS-ROLL-OPER
                           MOVE LY-TENDER   TO WS-ROLL-TENDER
                           MOVE LY-AMT      TO WS-LINE-AMT
                           MOVE LY-STORE-NO TO WS-ROLL-STORE
                           MOVE 'L'         TO WS-ROLL-SOURCE
                           MOVE LY-LAY-NO   TO WS-ROLL-KEY
                           MOVE LY-CUST-NO  TO WS-ROLL-CUST
                           MOVE SPACES      TO WS-ROLL-NAME
                           PERFORM 250-ADD-TO-DRAWER
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LY-STATUS NOT = "35"
               CLOSE LAYPAY-FILE
           END-IF.
       200-ROLL-ONE-RECORD.
           MOVE T-OPERATOR-ID TO WS-ROLL-OPER
           MOVE T-TENDER-TYPE TO WS-ROLL-TENDER
           COMPUTE WS-LINE-AMT ROUNDED = T-UNIT-PR * T-QNT
           MOVE 'S' TO WS-ROLL-SOURCE
           PERFORM 210-SET-CHECK-KEY
           PERFORM 250-ADD-TO-DRAWER.
      * A CHECK SALE IS LISTED UNDER ITS OWN SEQUENCE NUMBER; A VOID
      * GOES UNDER THE SEQUENCE OF THE SALE IT VOIDS SO THE TWO NET.
       210-SET-CHECK-KEY.
           IF T-VOID-FLAG = 'V'
               MOVE T-VOID-REF TO WS-ROLL-KEY
           ELSE
               MOVE T-SEQ-NO TO WS-ROLL-KEY
           END-IF
           MOVE T-STORE-NO  TO WS-ROLL-STORE
           MOVE T-CUST-NO   TO WS-ROLL-CUST
           MOVE T-CUST-NM   TO WS-ROLL-NAME.
      * ADDS THE CASH AND CHECK SHARES OF A SPLIT-TENDER SALE TO THE
      * OPERATOR'S DRAWER. A VOID FINDS THE SHARES OF THE SALE IT
      * VOIDS AND TAKES THEM BACK OUT.
       220-ROLL-SPLIT-RECORD.
           IF T-VOID-FLAG = 'V'
               MOVE T-VOID-REF TO WS-SPLIT-KEY
           ELSE
               MOVE T-SEQ-NO TO WS-SPLIT-KEY
           END-IF
           MOVE T-OPERATOR-ID TO WS-ROLL-OPER
           MOVE 'M' TO WS-ROLL-SOURCE
           PERFORM 210-SET-CHECK-KEY
           PERFORM VARYING STB-INDX FROM 1 BY 1
                   UNTIL STB-INDX > STB-COUNT
               IF STB-SEQ-NO(STB-INDX) = WS-SPLIT-KEY
                  AND (STB-TENDER(STB-INDX) = 'C'
                       OR STB-TENDER(STB-INDX) = 'K')
                   MOVE STB-TENDER(STB-INDX) TO WS-ROLL-TENDER
                   IF T-QNT < ZERO
                       COMPUTE WS-LINE-AMT = STB-AMT(STB-INDX) * -1
                   ELSE
                       MOVE STB-AMT(STB-INDX) TO WS-LINE-AMT
                   END-IF
                   PERFORM 250-ADD-TO-DRAWER
               END-IF
           END-PERFORM.
      * FINDS (OR STARTS) THE OPERATOR'S DRAWER AND ADDS THE AMOUNT
      * TO ITS CASH OR CHECK TOTAL.
       250-ADD-TO-DRAWER.
           MOVE ZERO TO WS-OP-FOUND
           PERFORM VARYING DR-INDX FROM 1 BY 1
                   UNTIL DR-INDX > DR-COUNT
               IF DR-OPERATOR(DR-INDX) = WS-ROLL-OPER
                   SET WS-OP-FOUND TO DR-INDX
               END-IF
           END-PERFORM
           IF WS-OP-FOUND = ZERO AND DR-COUNT < 100
               ADD 1 TO DR-COUNT
               MOVE WS-ROLL-OPER TO DR-OPERATOR(DR-COUNT)
               MOVE WS-ROLL-STORE TO DR-STORE-NO(DR-COUNT)
               MOVE ZERO TO DR-CASH-TOT(DR-COUNT)
                            DR-CHECK-TOT(DR-COUNT)
               MOVE DR-COUNT TO WS-OP-FOUND
           END-IF
           IF WS-OP-FOUND > ZERO
               IF WS-ROLL-TENDER = 'C'
                   ADD WS-LINE-AMT TO DR-CASH-TOT(WS-OP-FOUND)
               ELSE
                   ADD WS-LINE-AMT TO DR-CHECK-TOT(WS-OP-FOUND)
                   PERFORM 260-LIST-CHECK
               END-IF
           END-IF.
      * ADDS A CHECK TO THE LISTING, OR NETS A VOID AGAINST THE
      * CHECK IT VOIDS.
       260-LIST-CHECK.
           MOVE ZERO TO WS-CK-FOUND
           PERFORM VARYING CT-INDX FROM 1 BY 1
                   UNTIL CT-INDX > CT-COUNT
               IF CT-OPERATOR(CT-INDX) = WS-ROLL-OPER
                  AND CT-SOURCE(CT-INDX) = WS-ROLL-SOURCE
                  AND CT-SEQ-NO(CT-INDX) = WS-ROLL-KEY
                  AND WS-ROLL-SOURCE NOT = 'L'
                   SET WS-CK-FOUND TO CT-INDX
               END-IF
           END-PERFORM
           IF WS-CK-FOUND = ZERO AND CT-COUNT < 2000
               ADD 1 TO CT-COUNT
               MOVE WS-ROLL-STORE  TO CT-STORE-NO(CT-COUNT)
               MOVE WS-ROLL-OPER   TO CT-OPERATOR(CT-COUNT)
               MOVE WS-ROLL-SOURCE TO CT-SOURCE(CT-COUNT)
               MOVE WS-ROLL-KEY    TO CT-SEQ-NO(CT-COUNT)
               MOVE WS-ROLL-CUST   TO CT-CUST-NO(CT-COUNT)
               MOVE WS-ROLL-NAME   TO CT-CUST-NM(CT-COUNT)
               MOVE ZERO           TO CT-AMT(CT-COUNT)
               MOVE CT-COUNT TO WS-CK-FOUND
           END-IF
           IF WS-CK-FOUND > ZERO
               ADD WS-LINE-AMT TO CT-AMT(WS-CK-FOUND)
           END-IF.
      * OPENS THE REPORT AND WRITES THE HEADINGS.
       300-OPEN-REPORT.
           OPEN OUTPUT REPORT-FILE
               DR-CASH-TOT(WS-OP-SUB) + DR-CHECK-TOT(WS-OP-SUB)
           COMPUTE DD-COUNTED = WS-COUNTED-CASH + WS-COUNTED-CHKS
           MOVE WS-OVER-SHORT TO DD-OVER-SHORT
           MOVE WS-OVER-SHORT TO DR-OVER-SHORT(WS-OP-SUB)
           MOVE WS-COUNTED-CASH TO DR-COUNTED-CASH(WS-OP-SUB)
           MOVE WS-COUNTED-CHKS TO DR-COUNTED-CHKS(WS-OP-SUB)
           WRITE REPORT-REC FROM DRAWER-DETAIL
               AFTER ADVANCING 1 LINE
           IF WS-OVER-SHORT = ZERO
           MOVE SUPERVISOR-ID TO SL-SUPERVISOR
           WRITE REPORT-REC FROM SIGNOFF-LINE
               AFTER ADVANCING 2 LINES.
      * APPENDS ONE SIGN-OFF ROW PER DRAWER TO THE SIGN-OFF LOG. THE
      * FIRST CLOSE EVER RUN STARTS THE LOG.
       650-LOG-SIGNOFF.
           OPEN EXTEND SIGNLOG-FILE
           IF WS-SG-STATUS NOT = "00"
               OPEN OUTPUT SIGNLOG-FILE
           END-IF
           PERFORM VARYING WS-OP-SUB FROM 1 BY 1
                   UNTIL WS-OP-SUB > DR-COUNT
               MOVE WS-RUN-DATE             TO SG-DATE
               MOVE SUPERVISOR-ID           TO SG-SUPERVISOR
               MOVE DR-OPERATOR(WS-OP-SUB)  TO SG-OPERATOR
               MOVE DR-OVER-SHORT(WS-OP-SUB) TO SG-OVER-SHORT
               MOVE DR-STORE-NO(WS-OP-SUB)   TO SG-STORE-NO
               MOVE DR-COUNTED-CASH(WS-OP-SUB) TO SG-COUNTED-CASH
               MOVE DR-COUNTED-CHKS(WS-OP-SUB) TO SG-COUNTED-CHKS
               WRITE SIGNLOG-REC
           END-PERFORM
           CLOSE SIGNLOG-FILE.
      * APPENDS THE DAY'S CHECKS TO THE CHECK LISTING. A CHECK SALE
      * VOIDED IN FULL NETS TO ZERO AND IS LEFT OFF.
       660-LOG-CHECKS.
           OPEN EXTEND CHECKLIST-FILE
           IF WS-CK-STATUS NOT = "00"
               OPEN OUTPUT CHECKLIST-FILE
           END-IF
           PERFORM VARYING CT-INDX FROM 1 BY 1
                   UNTIL CT-INDX > CT-COUNT
               IF CT-AMT(CT-INDX) > ZERO
                   MOVE WS-RUN-DATE          TO CK-DATE
                   MOVE CT-STORE-NO(CT-INDX) TO CK-STORE-NO
                   MOVE CT-OPERATOR(CT-INDX) TO CK-OPERATOR
                   MOVE CT-SOURCE(CT-INDX)   TO CK-SOURCE
                   MOVE CT-SEQ-NO(CT-INDX)   TO CK-SEQ-NO
                   MOVE CT-CUST-NO(CT-INDX)  TO CK-CUST-NO
                   MOVE CT-CUST-NM(CT-INDX)  TO CK-CUST-NM
                   MOVE CT-AMT(CT-INDX)      TO CK-AMT
                   WRITE CHECKLIST-REC
               END-IF
           END-PERFORM
           CLOSE CHECKLIST-FILE.

      *     TRANS.DAT     - this run's weekly pay records
      *     NEWMASTER.DAT - updated master with YTD figures
      *     STUBCTL.DAT   - next stub sequence number
      *     DDSPLIT.DAT   - this run's direct-deposit distribution
      *     Mode (and ID range for reprints) from the console
      * Output:
      *     PAYSTUBS.RPT - one page per employee
      *     STUBCTL.DAT  - updated sequence number
      ******************************************************************
      * Modification History:
      *     10/6/14 BM  Employee Social Security and Medicare print
      *                 as their own period and YTD lines
      *     10/7/14 BM  State income tax prints as its own line,
      *                 labeled with the employee's work state
      *     10/8/14 BM  Off-cycle bonus, commission, and manual-check
      *                 stubs show their pay basis
      *     10/9/14 BM  Retro pay adjustments show their pay basis
      *     10/10/14 BM Final checks show PAY BASIS: FINAL PAY
      *     10/13/14 BM Direct-deposit stubs list the amount sent to
      *                 each account (last four digits) from DDSPLIT.DAT
      *     10/13/14 BM Weekly and master records widened for the
      *                 overtime premium
      *     10/13/14 BM Each earnings type - regular, overtime
      *                 premium, shift differential, holiday premium,
      *                 and PTO - prints on its own line
      *     10/13/14 BM Arrears owed includes FastMart employee
      *                 purchases held back on ARREARS.DAT
      *     10/13/14 BM Pay-advance stubs show their pay basis;
      *                 arrears owed includes advance recovery held
      *                 back on ARREARS.DAT
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT ARREARS-FILE ASSIGN TO "ARREARS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARRE-STATUS.
           SELECT DDSPLIT-FILE ASSIGN TO "DDSPLIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-FILE.
           05  W-MATCH     PIC 9(4)V99.
           05  W-PTO-TYPE  PIC X.
           05  W-PTO-HOURS PIC 99V9.
           05  W-SS-EE     PIC 9(4)V99.
           05  W-MED-EE    PIC 9(4)V99.
           05  W-STATE-CODE PIC XX.
           05  W-STATE-TAX PIC 9(4)V99.
           05  W-RUN-TYPE  PIC X.
           05  W-HOURS     PIC 99.
           05  W-PAY-RATE  PIC 999V9.
           05  W-OT-PREM   PIC 9(4)V99.
           05  W-SHIFT-PAY PIC 9(4)V99.
           05  W-HOL-PREM  PIC 9(4)V99.
           05  W-PTO-PAY   PIC 9(4)V99.
       FD  MASTER-FILE.
       01  NEW-REC.
           05  N-EMP-ID    PIC X(4).
           05  N-YTD-MATCH   PIC 9(7)V99.
           05  N-VAC-HOURS   PIC S9(3)V9.
           05  N-SICK-HOURS  PIC S9(3)V9.
           05  N-YTD-SS-EE   PIC 9(7)V99.
           05  N-YTD-MED-EE  PIC 9(7)V99.
           05  N-STATE-CODE  PIC XX.
           05  N-YTD-STATE-TAX PIC 9(7)V99.
           05  N-YTD-OT-PREM PIC 9(7)V99.
       FD  STUBCTL-FILE.
       01  STUBCTL-REC.
           05  SC-NEXT-SEQ  PIC 9(6).
           05  AB-HEALTH-DUE   PIC 9(4)V99.
           05  AB-401K-DUE     PIC 9(4)V99.
           05  AB-GARN-DUE     PIC 9(4)V99.
           05  AB-PURCH-DUE    PIC 9(4)V99.
           05  AB-ADV-DUE      PIC 9(4)V99.
       FD  DDSPLIT-FILE.
       01  DDSPLIT-REC.
           05  DS-EMP-ID       PIC X(4).
           05  DS-PERIOD-END   PIC 9(8).
           05  DS-PRIORITY     PIC 99.
           05  DS-ROUTING-NO   PIC X(9).
           05  DS-ACCOUNT-NO   PIC X(12).
           05  DS-AMOUNT       PIC 9(5)V99.
       WORKING-STORAGE SECTION.
       01  WORKING-ITEMS.
           05  EOF-SWITCH      PIC X       VALUE 'N'.
           05  AB-EOF-SWITCH   PIC X       VALUE 'N'.
           05  WS-AB-SUB       PIC 9(3).
           05  WS-ARREARS-AMT  PIC 9(5)V99.
           05  WS-DS-STATUS    PIC XX.
           05  DS-EOF-SWITCH   PIC X       VALUE 'N'.
           05  WS-DS-SUB       PIC 9(4).
           05  WS-OT-AMT       PIC 9(4)V99.
           05  WS-SHIFT-AMT    PIC 9(4)V99.
           05  WS-HOL-AMT      PIC 9(4)V99.
           05  WS-PTO-AMT      PIC 9(4)V99.
           05  WS-REGULAR-AMT  PIC 9(5)V99.
           05  WS-EXTRA-AMT    PIC 9(5)V99.
       01  DDSPLIT-TABLE.
           05  DS-COUNT        PIC 9(4)    VALUE ZERO.
           05  DS-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON DS-COUNT.
               10  DS-T-EMP-ID     PIC X(4).
               10  DS-T-ACCOUNT    PIC X(12).
               10  DS-T-AMOUNT     PIC 9(5)V99.
       01  ARREARS-TABLE.
           05  AB-COUNT        PIC 9(3)    VALUE ZERO.
           05  AB-ENTRY OCCURS 1 TO 500 TIMES
               10  MT-YTD-NET      PIC 9(7)V99.
               10  MT-VAC-HOURS    PIC S9(3)V9.
               10  MT-SICK-HOURS   PIC S9(3)V9.
               10  MT-YTD-SS-EE    PIC 9(7)V99.
               10  MT-YTD-MED-EE   PIC 9(7)V99.
               10  MT-YTD-STATE-TAX PIC 9(7)V99.
       01  STUB-HEADER-1.
           05  FILLER          PIC X(10)   VALUE SPACES.
           05  FILLER          PIC X(17)   VALUE "EMPLOYEE PAY STUB".
           05  FILLER          PIC X(23)   VALUE
                                   "DEDUCTIONS IN ARREARS: ".
           05  SA-ARREARS      PIC $$,$$9.99.
       01  STUB-DEPOSIT-LINE.
           05  FILLER          PIC X(10)   VALUE SPACES.
           05  FILLER          PIC X(20)   VALUE
                                   "DEPOSITED TO ACCT **".
           05  SD-ACCT-LAST4   PIC X(4).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  SD-AMOUNT       PIC ZZZ,ZZ9.99.
       01  STUB-BASIS-LINE.
           05  FILLER          PIC X(10)   VALUE SPACES.
           05  SH-BASIS        PIC X(23).
       01  STUB-COLUMNS.
           05  FILLER          PIC X(10)   VALUE SPACES.
           05  FILLER          PIC X(14)   VALUE SPACES.
           05  SL-PERIOD       PIC ZZZ,ZZ9.99.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  SL-YTD          PIC Z,ZZZ,ZZ9.99.
       01  STUB-EARN-LINE.
           05  FILLER          PIC X(10)   VALUE SPACES.
           05  SE-LABEL        PIC X(13).
           05  SE-PERIOD       PIC ZZ,ZZ9.99.
       PROCEDURE DIVISION.
       000-MAIN.
           DISPLAY 'ENTER MODE (F=FULL RUN, R=REPRINT RANGE):'
           END-IF
           PERFORM 050-READ-STUB-CONTROL
           PERFORM 080-LOAD-ARREARS
           PERFORM 090-LOAD-DEPOSIT-SPLITS
           PERFORM 100-LOAD-MASTER
           PERFORM 200-PRINT-STUBS
           PERFORM 500-SAVE-STUB-CONTROL
                           COMPUTE AB-T-TOTAL-DUE(AB-COUNT) =
                               AB-HEALTH-DUE + AB-401K-DUE
                               + AB-GARN-DUE
                           IF AB-PURCH-DUE IS NUMERIC
                               ADD AB-PURCH-DUE
                                   TO AB-T-TOTAL-DUE(AB-COUNT)
                           END-IF
                           IF AB-ADV-DUE IS NUMERIC
                               ADD AB-ADV-DUE
                                   TO AB-T-TOTAL-DUE(AB-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
               CLOSE ARREARS-FILE
           END-IF.
      ******************************************************************
      * Loads this run's direct-deposit distribution so the stub
      * shows how much went to each account. A check-paid run has
      * no distribution file and prints none.
      ******************************************************************
       090-LOAD-DEPOSIT-SPLITS.
           OPEN INPUT DDSPLIT-FILE
           IF WS-DS-STATUS NOT = "00"
               MOVE 'Y' TO DS-EOF-SWITCH
           END-IF
           PERFORM UNTIL DS-EOF-SWITCH = 'Y'
               READ DDSPLIT-FILE
                   AT END
                       MOVE 'Y' TO DS-EOF-SWITCH
                   NOT AT END
                       IF DS-COUNT < 2000
                           ADD 1 TO DS-COUNT
                           MOVE DS-EMP-ID TO DS-T-EMP-ID(DS-COUNT)
                           MOVE DS-ACCOUNT-NO TO DS-T-ACCOUNT(DS-COUNT)
                           MOVE DS-AMOUNT TO DS-T-AMOUNT(DS-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-DS-STATUS NOT = "35"
               CLOSE DDSPLIT-FILE
           END-IF.
      ******************************************************************
      * Loads the updated master's YTD figures so each stub shows
      * where the employee stands after this pay run.
      ******************************************************************
                       ELSE
                           MOVE ZERO TO MT-SICK-HOURS(MT-COUNT)
                       END-IF
                       IF N-YTD-SS-EE IS NUMERIC
                           MOVE N-YTD-SS-EE TO MT-YTD-SS-EE(MT-COUNT)
                       ELSE
                           MOVE ZERO TO MT-YTD-SS-EE(MT-COUNT)
                       END-IF
                       IF N-YTD-MED-EE IS NUMERIC
                           MOVE N-YTD-MED-EE TO
                               MT-YTD-MED-EE(MT-COUNT)
                       ELSE
                           MOVE ZERO TO MT-YTD-MED-EE(MT-COUNT)
                       END-IF
                       IF N-YTD-STATE-TAX IS NUMERIC
                           MOVE N-YTD-STATE-TAX TO
                               MT-YTD-STATE-TAX(MT-COUNT)
                       ELSE
                           MOVE ZERO TO MT-YTD-STATE-TAX(MT-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MASTER-FILE.
           MOVE W-PERIOD-END(5:2) TO SH-MM
           MOVE W-PERIOD-END(7:2) TO SH-DD
           MOVE W-PERIOD-END(1:4) TO SH-YEAR
           EVALUATE W-PAY-TYPE
               WHEN 'S'
                   MOVE 'PAY BASIS: SALARIED' TO SH-BASIS
               WHEN 'B'
                   MOVE 'PAY BASIS: BONUS' TO SH-BASIS
               WHEN 'C'
                   MOVE 'PAY BASIS: COMMISSION' TO SH-BASIS
               WHEN 'M'
                   MOVE 'PAY BASIS: MANUAL CHECK' TO SH-BASIS
               WHEN 'R'
                   MOVE 'PAY BASIS: RETRO PAY' TO SH-BASIS
               WHEN 'F'
                   MOVE 'PAY BASIS: FINAL PAY' TO SH-BASIS
               WHEN 'V'
                   MOVE 'PAY BASIS: PAY ADVANCE' TO SH-BASIS
               WHEN OTHER
                   MOVE 'PAY BASIS: HOURLY  ' TO SH-BASIS
           END-EVALUATE
           WRITE STUB-REC FROM STUB-HEADER-1
               AFTER ADVANCING PAGE
           WRITE STUB-REC FROM STUB-HEADER-2
               AFTER ADVANCING 1 LINE
           WRITE STUB-REC FROM STUB-COLUMNS
               AFTER ADVANCING 2 LINES
           PERFORM 310-PRINT-EARNINGS
           MOVE 'GROSS PAY   ' TO SL-LABEL
           MOVE W-GRS-PAY TO SL-PERIOD
           IF MASTER-FOUND
           ELSE
               MOVE ZERO TO SL-YTD
           END-IF
           WRITE STUB-REC FROM STUB-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'SOCIAL SEC  ' TO SL-LABEL
           IF W-SS-EE IS NUMERIC
               MOVE W-SS-EE TO SL-PERIOD
           ELSE
               MOVE ZERO TO SL-PERIOD
           END-IF
           IF MASTER-FOUND
               MOVE MT-YTD-SS-EE(WS-MSTR-SUB) TO SL-YTD
           ELSE
               MOVE ZERO TO SL-YTD
           END-IF
           WRITE STUB-REC FROM STUB-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'MEDICARE    ' TO SL-LABEL
           IF W-MED-EE IS NUMERIC
               MOVE W-MED-EE TO SL-PERIOD
           ELSE
               MOVE ZERO TO SL-PERIOD
           END-IF
           IF MASTER-FOUND
               MOVE MT-YTD-MED-EE(WS-MSTR-SUB) TO SL-YTD
           ELSE
               MOVE ZERO TO SL-YTD
           END-IF
           WRITE STUB-REC FROM STUB-LINE
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO SL-LABEL
           IF W-STATE-CODE = SPACES
               MOVE 'STATE TAX   ' TO SL-LABEL
           ELSE
               STRING W-STATE-CODE ' STATE TAX' DELIMITED BY SIZE
                   INTO SL-LABEL
               END-STRING
           END-IF
           IF W-STATE-TAX IS NUMERIC
               MOVE W-STATE-TAX TO SL-PERIOD
           ELSE
               MOVE ZERO TO SL-PERIOD
           END-IF
           IF MASTER-FOUND
               MOVE MT-YTD-STATE-TAX(WS-MSTR-SUB) TO SL-YTD
           ELSE
               MOVE ZERO TO SL-YTD
           END-IF
           WRITE STUB-REC FROM STUB-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'NET PAY     ' TO SL-LABEL
           END-IF
           WRITE STUB-REC FROM STUB-LINE
               AFTER ADVANCING 1 LINE
           PERFORM VARYING WS-DS-SUB FROM 1 BY 1
                   UNTIL WS-DS-SUB > DS-COUNT
               IF DS-T-EMP-ID(WS-DS-SUB) = W-EMP-ID
                   MOVE DS-T-ACCOUNT(WS-DS-SUB)(9:4) TO SD-ACCT-LAST4
                   MOVE DS-T-AMOUNT(WS-DS-SUB) TO SD-AMOUNT
                   WRITE STUB-REC FROM STUB-DEPOSIT-LINE
                       AFTER ADVANCING 1 LINE
               END-IF
           END-PERFORM
           IF MASTER-FOUND
               MOVE MT-VAC-HOURS(WS-MSTR-SUB)  TO SP-VAC-HOURS
               MOVE MT-SICK-HOURS(WS-MSTR-SUB) TO SP-SICK-HOURS
           ADD 1 TO WS-STUB-SEQ
           ADD 1 TO WS-STUB-COUNT.
      ******************************************************************
      * Breaks the period's gross into its earnings types - regular
      * pay, the overtime premium, shift differential, holiday
      * premium, and paid time off - one line each above the gross.
      * A check that is all one type prints just the gross line.
      ******************************************************************
       310-PRINT-EARNINGS.
           MOVE ZERO TO WS-OT-AMT WS-SHIFT-AMT WS-HOL-AMT WS-PTO-AMT
           IF W-OT-PREM IS NUMERIC
               MOVE W-OT-PREM TO WS-OT-AMT
           END-IF
           IF W-SHIFT-PAY IS NUMERIC
               MOVE W-SHIFT-PAY TO WS-SHIFT-AMT
           END-IF
           IF W-HOL-PREM IS NUMERIC
               MOVE W-HOL-PREM TO WS-HOL-AMT
           END-IF
           IF W-PTO-PAY IS NUMERIC
               MOVE W-PTO-PAY TO WS-PTO-AMT
           END-IF
           COMPUTE WS-EXTRA-AMT = WS-OT-AMT + WS-SHIFT-AMT
               + WS-HOL-AMT + WS-PTO-AMT
           IF WS-EXTRA-AMT > ZERO
               IF WS-EXTRA-AMT > W-GRS-PAY
                   MOVE ZERO TO WS-REGULAR-AMT
               ELSE
                   COMPUTE WS-REGULAR-AMT = W-GRS-PAY - WS-EXTRA-AMT
               END-IF
               PERFORM 320-PRINT-EARNING-LINES
           END-IF.
      ******************************************************************
      * Prints the regular pay line and a line for each other
      * earnings type present on this check.
      ******************************************************************
       320-PRINT-EARNING-LINES.
           MOVE 'REGULAR PAY  ' TO SE-LABEL
           MOVE WS-REGULAR-AMT TO SE-PERIOD
           WRITE STUB-REC FROM STUB-EARN-LINE
               AFTER ADVANCING 1 LINE
           IF WS-OT-AMT > ZERO
               MOVE 'OVERTIME PREM' TO SE-LABEL
               MOVE WS-OT-AMT TO SE-PERIOD
               WRITE STUB-REC FROM STUB-EARN-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           IF WS-SHIFT-AMT > ZERO
               MOVE 'SHIFT DIFF   ' TO SE-LABEL
               MOVE WS-SHIFT-AMT TO SE-PERIOD
               WRITE STUB-REC FROM STUB-EARN-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           IF WS-HOL-AMT > ZERO
               MOVE 'HOLIDAY PREM ' TO SE-LABEL
               MOVE WS-HOL-AMT TO SE-PERIOD
               WRITE STUB-REC FROM STUB-EARN-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           IF WS-PTO-AMT > ZERO
               MOVE 'PTO PAY      ' TO SE-LABEL
               MOVE WS-PTO-AMT TO SE-PERIOD
               WRITE STUB-REC FROM STUB-EARN-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
      ******************************************************************
      * Saves the next stub sequence number for the next run.
      ******************************************************************
       500-SAVE-STUB-CONTROL.

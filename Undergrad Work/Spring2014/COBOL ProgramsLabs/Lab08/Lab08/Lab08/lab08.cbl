      *     REGISTER.RPT  -- payroll register of what was disbursed
      *     DIRDEPOSIT.DAT -- fixed-width direct-deposit file for the
      *                       bank
      *     DDSPLIT.DAT   -- where each employee's deposit was split
      ******************************************************************
      * Modification History:
      *     8/9/14  BM  Added a printed payroll register (REGISTER.RPT)
      *                 to the ACH file, the rest get numbered
      *                 printed checks with a written-amount line
      *                 and a check register
      *     10/6/14 BM  Employee Social Security and Medicare ride
      *                 TRANS.DAT from Prog4 into new master YTD
      *                 fields and their own register columns; the
      *                 GL withholding total now includes them
      *     10/7/14 BM  State income tax and the work state ride
      *                 TRANS.DAT into a YTD state-tax field and the
      *                 employee's state on the master, with its own
      *                 register column and in the GL withholding
      *     10/8/14 BM  Off-cycle TRANS.DAT batches (run type 'O') post
      *                 under their own check-date control, earn no
      *                 PTO accrual, show BON/COM/MAN on the register,
      *                 and manual checks always print as paper checks
      *     10/9/14 BM  Every posted transaction writes a PAYRHIST.DAT
      *                 row (hours, rate, gross) for retro re-pricing;
      *                 retro adjustments show RET on the register
      *     10/10/14 BM A final check (pay type 'F') posts for a
      *                 terminated employee, always prints as a paper
      *                 check, closes the PTO balances, and shows FIN
      *     10/13/14 BM Net pay splits over several EMPBANK.DAT rows
      *                 by priority (fixed amount, percent, remainder),
      *                 one ACH entry per split; returned rows are
      *                 skipped; DDSPLIT.DAT feeds the stub
      *     10/13/14 BM The overtime premium on TRANS.DAT rolls into a
      *                 new YTD field for the workers' comp report
      *     10/13/14 BM Weekly record widened for the earnings-type
      *                 breakdown (shift, holiday, PTO pay)
      *     10/13/14 BM Pay advances (pay type 'V') show ADV on the
      *                 register and go out by check or deposit
      *     10/15/14 BM PAYRHIST.DAT rows carry the holiday premium
      *                 so a retro run can re-price it at the new rate
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS IS WS-CISS-STATUS.
           SELECT POSPAY-FILE ASSIGN TO "POSPAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PAYHIST-FILE ASSIGN TO "PAYRHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PH-STATUS.
           SELECT DDSPLIT-FILE ASSIGN TO "DDSPLIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
      ******************************************************************	   
      * DO_2: Complete the following file descriptions.
           05  O-YTD-MATCH   PIC 9(7)V99.
           05  O-VAC-HOURS   PIC S9(3)V9.
           05  O-SICK-HOURS  PIC S9(3)V9.
           05  O-YTD-SS-EE   PIC 9(7)V99.
           05  O-YTD-MED-EE  PIC 9(7)V99.
           05  O-STATE-CODE  PIC XX.
           05  O-YTD-STATE-TAX PIC 9(7)V99.
           05  O-YTD-OT-PREM PIC 9(7)V99.

       FD  TRANS-FILE.
       01  WEEKLY-REC.
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
       01  PAYTRANS-TRAILER REDEFINES WEEKLY-REC.
           05  PT-ID       PIC X(4).
           05  PT-COUNT    PIC 9(5).
           05  N-YTD-MATCH   PIC 9(7)V99.
           05  N-VAC-HOURS   PIC S9(3)V9.
           05  N-SICK-HOURS  PIC S9(3)V9.
           05  N-YTD-SS-EE   PIC 9(7)V99.
           05  N-YTD-MED-EE  PIC 9(7)V99.
           05  N-STATE-CODE  PIC XX.
           05  N-YTD-STATE-TAX PIC 9(7)V99.
           05  N-YTD-OT-PREM PIC 9(7)V99.

       FD  ERRLOG-FILE.
       01  ERROR-REC.
           05  E-REASON    PIC X(10).

       FD  REGISTER-FILE.
       01  REGISTER-REC        PIC X(96).

      ******************************************************************
      * One row per pay run: the gross, withholding, and net totals,

      ******************************************************************
      * Employee bank master: the routing and account numbers the
      * bank used to fill in from its own records, with the prenote
      * status the bank requires before live money moves. An
      * employee may split net pay over several rows: each carries
      * a priority, a fixed amount ('A') or percent of net ('P'),
      * and a remainder flag for the account that takes what is
      * left. A row the bank returned is marked 'R' and skipped.
      * Rows cut before the split fields read as spaces and act as
      * a single remainder account.
      ******************************************************************
       FD  EMPBANK-FILE.
       01  EMPBANK-REC.
           05  EB-ROUTING-NO   PIC X(9).
           05  EB-ACCOUNT-NO   PIC X(12).
           05  EB-PRENOTE      PIC X.
           05  EB-PRIORITY     PIC 99.
           05  EB-SPLIT-TYPE   PIC X.
           05  EB-SPLIT-AMT    PIC 9(5)V99.
           05  EB-REMAINDER    PIC X.
           05  EB-SPLIT-STATUS PIC X.

      ******************************************************************
      * One row per direct-deposit split written to the ACH file this
      * run, so PayStub can show where the net pay went.
      ******************************************************************
       FD  DDSPLIT-FILE.
       01  DDSPLIT-REC.
           05  DS-EMP-ID       PIC X(4).
           05  DS-PERIOD-END   PIC 9(8).
           05  DS-PRIORITY     PIC 99.
           05  DS-ROUTING-NO   PIC X(9).
           05  DS-ACCOUNT-NO   PIC X(12).
           05  DS-AMOUNT       PIC 9(5)V99.

      ******************************************************************
      * Pay-period control: the last period-end already posted. A
      * TRANS.DAT carrying that same period stops the run before the
      * first update. Off-cycle batches are controlled separately by
      * the check date of the last one posted, so a bonus run never
      * blocks (or is blocked by) the weekly run for the same period.
      ******************************************************************
       FD  PAYPERIOD-FILE.
       01  PAYPERIOD-REC.
           05  PP-LAST-POSTED  PIC 9(8).
           05  PP-LAST-OFFCYCLE PIC 9(8).

      ******************************************************************
      * Printed check faces for employees not enrolled in direct
           05  PPY-AMOUNT      PIC 9(6)V99.
           05  PPY-ISSUE-DATE  PIC 9(8).

      ******************************************************************
      * Posted-pay history: one row per transaction posted, with the
      * hours and rate it paid, so a back-dated rate change can be
      * re-priced week by week after the register has been reprinted.
      ******************************************************************
       FD  PAYHIST-FILE.
       01  PAYHIST-REC.
           05  PH-PERIOD-END   PIC 9(8).
           05  PH-EMP-ID       PIC X(4).
           05  PH-PAY-TYPE     PIC X.
           05  PH-HOURS        PIC 99.
           05  PH-PTO-HOURS    PIC 99V9.
           05  PH-PAY-RATE     PIC 999V9.
           05  PH-GROSS        PIC 9(5)V99.
           05  PH-HOL-PREM     PIC 9(4)V99.

      ******************************************************************
      * Per-employee accrual rates: vacation and sick hours earned
      * each pay period. A missing file accrues nothing.
           05  WS-TOT-GRS-PAY   PIC 9(8)V99 VALUE ZERO.
           05  WS-TOT-INC-TAX   PIC 9(8)V99 VALUE ZERO.
           05  WS-TOT-NET-PAY   PIC 9(8)V99 VALUE ZERO.
           05  WS-TOT-SS-EE     PIC 9(8)V99 VALUE ZERO.
           05  WS-TOT-MED-EE    PIC 9(8)V99 VALUE ZERO.
           05  WS-TOT-STATE-TAX PIC 9(8)V99 VALUE ZERO.
       01  WS-PAYTOT-STATUS     PIC XX.
       01  WS-BANK-STATUS       PIC XX.
       01  WS-PERIOD-STATUS     PIC XX.
       01  WS-PERIOD-END        PIC 9(8)    VALUE ZERO.
       01  WS-LAST-POSTED       PIC 9(8)    VALUE ZERO.
       01  WS-LAST-OFFCYCLE     PIC 9(8)    VALUE ZERO.
       01  WS-RUN-TYPE          PIC X       VALUE 'R'.
           88  OFF-CYCLE-BATCH             VALUE 'O'.
       01  WS-CHKCTL-STATUS     PIC XX.
       01  WS-CHECK-NO          PIC 9(6)    VALUE 1.
       01  WS-FIRST-CHECK       PIC 9(6)    VALUE ZERO.
       01  WS-SCAN-EOF-SW       PIC X.
       01  WS-ACCRUE-STATUS     PIC XX.
       01  WS-CISS-STATUS       PIC XX.
       01  WS-PH-STATUS         PIC XX.
       01  WS-ACCRUE-EOF-SW     PIC X       VALUE 'N'.
       01  WS-AC-SUB            PIC 9(3).
       01  ACCRUE-TABLE.
               10  EB-T-ROUTING    PIC X(9).
               10  EB-T-ACCOUNT    PIC X(12).
               10  EB-T-PRENOTE    PIC X.
               10  EB-T-PRIORITY   PIC 99.
               10  EB-T-SPLIT-TYPE PIC X.
               10  EB-T-SPLIT-AMT  PIC 9(5)V99.
               10  EB-T-REMAINDER  PIC X.
               10  EB-T-STATUS     PIC X.
       01  WS-SPLIT-SUB         PIC 99.
       01  WS-SLOT-FOUND-SW     PIC X.
           88  SPLIT-SLOT-FOUND            VALUE 'Y'.
       01  WS-REMAIN-SUB        PIC 99.
       01  WS-DD-LEFT           PIC 9(5)V99.
       01  WS-SPLIT-PAY         PIC 9(5)V99.
       01  SPLIT-TABLE.
           05  SP-COUNT        PIC 99      VALUE ZERO.
           05  SP-ENTRY OCCURS 1 TO 10 TIMES
                   DEPENDING ON SP-COUNT.
               10  SP-BANK-SUB     PIC 9(3).
               10  SP-PRIORITY     PIC 99.
               10  SP-AMOUNT       PIC 9(5)V99.
       01  ACH-FILE-HEADER.
           05  FILLER          PIC X       VALUE '1'.
           05  FILLER          PIC X(16)   VALUE 'PAYROLL DEPOSITS'.
           05  FILLER          PIC X(55)   VALUE SPACES.
       01  ACH-BATCH-HEADER.
           05  FILLER          PIC X       VALUE '5'.
           05  BH-BATCH-DESC   PIC X(16)   VALUE 'PAYROLL BATCH   '.
           05  BH-BATCH-DATE   PIC 9(8).
           05  FILLER          PIC X(55)   VALUE SPACES.
       01  ACH-ENTRY-DETAIL.
           05  FILLER          PIC X(5)    VALUE " VS  ".
           05  CR-NET          PIC $$,$$$,$$9.99.
       01  REG-HEADING-P.
           05  RP-LABEL        PIC X(18)   VALUE "PAY PERIOD ENDING ".
           05  RP-MM           PIC 99.
           05  FILLER          PIC X       VALUE "/".
           05  RP-DD           PIC 99.
           05  FILLER          PIC X(8)    VALUE "EMP ID  ".
           05  FILLER          PIC X(12)   VALUE "GROSS PAY   ".
           05  FILLER          PIC X(12)   VALUE "INCOME TAX  ".
           05  FILLER          PIC X(12)   VALUE "SOC SEC     ".
           05  FILLER          PIC X(12)   VALUE "MEDICARE    ".
           05  FILLER          PIC X(12)   VALUE "STATE TAX   ".
           05  FILLER          PIC X(12)   VALUE "NET PAY     ".
           05  FILLER          PIC X(5)    VALUE "BASIS".
       01  REG-DETAIL.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  RD-INC-TAX      PIC ZZZ,ZZ9.99.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  RD-SS-EE        PIC ZZZ,ZZ9.99.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  RD-MED-EE       PIC ZZZ,ZZ9.99.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  RD-STATE-TAX    PIC ZZZ,ZZ9.99.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  RD-NET-PAY      PIC ZZZ,ZZ9.99.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  RD-BASIS        PIC X(3).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  RT-INC-TAX      PIC ZZZ,ZZ9.99.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  RT-SS-EE        PIC ZZZ,ZZ9.99.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  RT-MED-EE       PIC ZZZ,ZZ9.99.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  RT-STATE-TAX    PIC ZZZ,ZZ9.99.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  RT-NET-PAY      PIC ZZZ,ZZ9.99.
       PROCEDURE DIVISION.
       000-MAIN.
       100-UPDATE-MASTER.
           EVALUATE TRUE
               WHEN W-EMP-ID = O-EMP-ID AND O-TERMINATED
                    AND W-PAY-TYPE NOT = 'F'
                   PERFORM 160-TERMINATED-LOG
               WHEN W-EMP-ID = O-EMP-ID  PERFORM 150-APPLY-UPDATE
               WHEN W-EMP-ID < O-EMP-ID  PERFORM 170-ERROR-LOG
           MOVE O-DIRDEP-FLAG TO N-DIRDEP-FLAG
           PERFORM 155-ROLL-NEW-YTD-FIELDS
           WRITE NEW-REC
           PERFORM 158-WRITE-PAY-HISTORY
           PERFORM 900-WRITE-REGISTER-REC
           IF O-NOT-ENROLLED OR W-PAY-TYPE = 'M'
              OR W-PAY-TYPE = 'F'
               PERFORM 930-WRITE-CHECK
           ELSE
               PERFORM 920-WRITE-DIRDEP-REC
           PERFORM 700-READ-OMASTER.
      ******************************************************************
      * Rolls the newer YTD fields - employer taxes, 401(k) deferral
      * and match, the employee's Social Security and Medicare, state
      * income tax, the overtime premium the workers' comp report
      * leaves out of class payroll, and the time-off balances -
      * forward with this week's amounts. The work state on the
      * weekly record becomes the employee's state on the master.
      * Masters and weekly records cut before these fields existed
      * read as spaces and are treated as zero, so an old file
      * still posts cleanly.
      ******************************************************************
       155-ROLL-NEW-YTD-FIELDS.
           PERFORM 156-GUARD-OLD-FIELDS
           IF W-MATCH IS NUMERIC
               COMPUTE N-YTD-MATCH = N-YTD-MATCH + W-MATCH
           END-IF
           IF W-SS-EE IS NUMERIC
               COMPUTE N-YTD-SS-EE = N-YTD-SS-EE + W-SS-EE
           END-IF
           IF W-MED-EE IS NUMERIC
               COMPUTE N-YTD-MED-EE = N-YTD-MED-EE + W-MED-EE
           END-IF
           IF W-STATE-TAX IS NUMERIC
               COMPUTE N-YTD-STATE-TAX = N-YTD-STATE-TAX + W-STATE-TAX
           END-IF
           IF W-STATE-CODE NOT = SPACES
               MOVE W-STATE-CODE TO N-STATE-CODE
           END-IF
           IF W-OT-PREM IS NUMERIC
               COMPUTE N-YTD-OT-PREM = N-YTD-OT-PREM + W-OT-PREM
           END-IF
           PERFORM 157-ROLL-TIME-OFF.
      ******************************************************************
      * Earns this period's accrual at the employee's rates and
      * draws any paid-time-off hours taken back out of the right
      * balance. An off-cycle batch is not a pay period and earns
      * nothing. A final check (pay type 'F') pays out what is left,
      * so both balances close at zero.
      ******************************************************************
       157-ROLL-TIME-OFF.
           IF NOT OFF-CYCLE-BATCH
               PERFORM VARYING WS-AC-SUB FROM 1 BY 1
                       UNTIL WS-AC-SUB > AC-COUNT
                   IF AC-T-EMP-ID(WS-AC-SUB) = N-EMP-ID
                       ADD AC-T-VAC-RATE(WS-AC-SUB)  TO N-VAC-HOURS
                       ADD AC-T-SICK-RATE(WS-AC-SUB) TO N-SICK-HOURS
                   END-IF
               END-PERFORM
           END-IF
           IF W-PTO-HOURS IS NUMERIC AND W-PTO-HOURS > ZERO
               IF W-PTO-TYPE = 'V'
                   SUBTRACT W-PTO-HOURS FROM N-VAC-HOURS
               IF W-PTO-TYPE = 'S'
                   SUBTRACT W-PTO-HOURS FROM N-SICK-HOURS
               END-IF
           END-IF
           IF W-PAY-TYPE = 'F'
               MOVE ZERO TO N-VAC-HOURS N-SICK-HOURS
           END-IF.
      ******************************************************************
      * Keeps the posted-pay history row for this transaction. A
      * weekly record from before the hours rode along posts with
      * zero hours, rate and holiday premium.
      ******************************************************************
       158-WRITE-PAY-HISTORY.
           MOVE W-PERIOD-END TO PH-PERIOD-END
           MOVE N-EMP-ID     TO PH-EMP-ID
           MOVE W-PAY-TYPE   TO PH-PAY-TYPE
           MOVE W-GRS-PAY    TO PH-GROSS
           IF W-HOURS IS NUMERIC
               MOVE W-HOURS TO PH-HOURS
           ELSE
               MOVE ZERO TO PH-HOURS
           END-IF
           IF W-PTO-HOURS IS NUMERIC
               MOVE W-PTO-HOURS TO PH-PTO-HOURS
           ELSE
               MOVE ZERO TO PH-PTO-HOURS
           END-IF
           IF W-PAY-RATE IS NUMERIC
               MOVE W-PAY-RATE TO PH-PAY-RATE
           ELSE
               MOVE ZERO TO PH-PAY-RATE
           END-IF
           IF W-HOL-PREM IS NUMERIC
               MOVE W-HOL-PREM TO PH-HOL-PREM
           ELSE
               MOVE ZERO TO PH-HOL-PREM
           END-IF
           WRITE PAYHIST-REC.
       156-GUARD-OLD-FIELDS.
           IF O-YTD-FICA-ER IS NUMERIC
               MOVE O-YTD-FICA-ER TO N-YTD-FICA-ER
               MOVE O-SICK-HOURS TO N-SICK-HOURS
           ELSE
               MOVE ZERO TO N-SICK-HOURS
           END-IF
           IF O-YTD-SS-EE IS NUMERIC
               MOVE O-YTD-SS-EE TO N-YTD-SS-EE
           ELSE
               MOVE ZERO TO N-YTD-SS-EE
           END-IF
           IF O-YTD-MED-EE IS NUMERIC
               MOVE O-YTD-MED-EE TO N-YTD-MED-EE
           ELSE
               MOVE ZERO TO N-YTD-MED-EE
           END-IF
           MOVE O-STATE-CODE TO N-STATE-CODE
           IF O-YTD-STATE-TAX IS NUMERIC
               MOVE O-YTD-STATE-TAX TO N-YTD-STATE-TAX
           ELSE
               MOVE ZERO TO N-YTD-STATE-TAX
           END-IF
           IF O-YTD-OT-PREM IS NUMERIC
               MOVE O-YTD-OT-PREM TO N-YTD-OT-PREM
           ELSE
               MOVE ZERO TO N-YTD-OT-PREM
           END-IF.
      ******************************************************************	   
      * DO_5: Write the transaction record to the error log file, and
      ******************************************************************
      * Reads the period-end date off the first weekly record and
      * checks it against the period-control file. A period already
      * posted stops the run here, before anything is updated. An
      * off-cycle batch (run type 'O') is checked against the last
      * off-cycle check date posted instead of the weekly period.
      ******************************************************************
       450-CHECK-PAY-PERIOD.
           OPEN INPUT TRANS-FILE
                   CONTINUE
               NOT AT END
                   MOVE W-PERIOD-END TO WS-PERIOD-END
                   IF W-RUN-TYPE = 'O'
                       MOVE 'O' TO WS-RUN-TYPE
                   END-IF
           END-READ
           CLOSE TRANS-FILE
           OPEN INPUT PAYPERIOD-FILE
                       CONTINUE
                   NOT AT END
                       MOVE PP-LAST-POSTED TO WS-LAST-POSTED
                       IF PP-LAST-OFFCYCLE IS NUMERIC
                           MOVE PP-LAST-OFFCYCLE TO WS-LAST-OFFCYCLE
                       END-IF
               END-READ
               CLOSE PAYPERIOD-FILE
           END-IF
           IF OFF-CYCLE-BATCH
               IF WS-PERIOD-END NOT = ZERO
                       AND WS-PERIOD-END = WS-LAST-OFFCYCLE
                   DISPLAY 'OFF-CYCLE BATCH ' WS-PERIOD-END
                       ' ALREADY POSTED - RUN STOPPED.'
                   STOP RUN
               END-IF
           ELSE
               IF WS-PERIOD-END NOT = ZERO
                       AND WS-PERIOD-END = WS-LAST-POSTED
                   DISPLAY 'PERIOD ' WS-PERIOD-END ' ALREADY POSTED -'
                       ' RUN STOPPED.'
                   STOP RUN
               END-IF
           END-IF.
       500-OPEN-FILES.
           PERFORM 520-LOAD-EMPBANK
           OPEN OUTPUT NEWMASTER-FILE ERRLOG-FILE REGISTER-FILE
                       DIRDEP-FILE
           WRITE REGISTER-REC FROM REG-HEADING-1
           IF OFF-CYCLE-BATCH
               MOVE 'OFF-CYCLE PAY DATE' TO RP-LABEL
               MOVE 'OFF-CYCLE BATCH ' TO BH-BATCH-DESC
           END-IF
           MOVE WS-PERIOD-END(5:2) TO RP-MM
           MOVE WS-PERIOD-END(7:2) TO RP-DD
           MOVE WS-PERIOD-END(1:4) TO RP-YEAR
           IF WS-CISS-STATUS NOT = "00"
               OPEN OUTPUT CHECKISSUE-FILE
           END-IF
           OPEN EXTEND PAYHIST-FILE
           IF WS-PH-STATUS NOT = "00"
               OPEN OUTPUT PAYHIST-FILE
           END-IF
           OPEN OUTPUT DDSPLIT-FILE
           WRITE CHECKREG-REC FROM CHKREG-HEADING.
      ******************************************************************
      * Loads the per-employee accrual rates so each paid period
                       MOVE EB-ROUTING-NO TO EB-T-ROUTING(EB-COUNT)
                       MOVE EB-ACCOUNT-NO TO EB-T-ACCOUNT(EB-COUNT)
                       MOVE EB-PRENOTE    TO EB-T-PRENOTE(EB-COUNT)
                       IF EB-PRIORITY IS NUMERIC
                           MOVE EB-PRIORITY TO EB-T-PRIORITY(EB-COUNT)
                       ELSE
                           MOVE 1 TO EB-T-PRIORITY(EB-COUNT)
                       END-IF
                       IF EB-SPLIT-AMT IS NUMERIC
                           MOVE EB-SPLIT-AMT TO
                               EB-T-SPLIT-AMT(EB-COUNT)
                       ELSE
                           MOVE ZERO TO EB-T-SPLIT-AMT(EB-COUNT)
                       END-IF
                       MOVE EB-SPLIT-TYPE TO EB-T-SPLIT-TYPE(EB-COUNT)
                       IF EB-SPLIT-TYPE = SPACE
                           MOVE 'Y' TO EB-T-REMAINDER(EB-COUNT)
                       ELSE
                           MOVE EB-REMAINDER TO
                               EB-T-REMAINDER(EB-COUNT)
                       END-IF
                       MOVE EB-SPLIT-STATUS TO EB-T-STATUS(EB-COUNT)
               END-READ
           END-PERFORM
           IF WS-BANK-STATUS NOT = "35"
           CLOSE OLDMASTER-FILE TRANS-FILE
                 NEWMASTER-FILE ERRLOG-FILE REGISTER-FILE
                 DIRDEP-FILE CHECK-FILE CHECKREG-FILE
                 CHECKISSUE-FILE POSPAY-FILE PAYHIST-FILE
                 DDSPLIT-FILE.
       700-READ-OMASTER.
           READ OLDMASTER-FILE AT END
               MOVE HIGH-VALUES TO O-EMP-ID.
           MOVE N-EMP-ID  TO RD-EMP-ID
           MOVE W-GRS-PAY TO RD-GRS-PAY
           MOVE W-INC-TAX TO RD-INC-TAX
           IF W-SS-EE IS NUMERIC
               MOVE W-SS-EE TO RD-SS-EE
               ADD W-SS-EE TO WS-TOT-SS-EE
           ELSE
               MOVE ZERO TO RD-SS-EE
           END-IF
           IF W-MED-EE IS NUMERIC
               MOVE W-MED-EE TO RD-MED-EE
               ADD W-MED-EE TO WS-TOT-MED-EE
           ELSE
               MOVE ZERO TO RD-MED-EE
           END-IF
           IF W-STATE-TAX IS NUMERIC
               MOVE W-STATE-TAX TO RD-STATE-TAX
               ADD W-STATE-TAX TO WS-TOT-STATE-TAX
           ELSE
               MOVE ZERO TO RD-STATE-TAX
           END-IF
           MOVE W-NET-PAY TO RD-NET-PAY
           EVALUATE W-PAY-TYPE
               WHEN 'S'
                   MOVE 'SAL' TO RD-BASIS
               WHEN 'B'
                   MOVE 'BON' TO RD-BASIS
               WHEN 'C'
                   MOVE 'COM' TO RD-BASIS
               WHEN 'M'
                   MOVE 'MAN' TO RD-BASIS
               WHEN 'R'
                   MOVE 'RET' TO RD-BASIS
               WHEN 'F'
                   MOVE 'FIN' TO RD-BASIS
               WHEN 'V'
                   MOVE 'ADV' TO RD-BASIS
               WHEN OTHER
                   MOVE 'HRL' TO RD-BASIS
           END-EVALUATE
           WRITE REGISTER-REC FROM REG-DETAIL
           ADD W-GRS-PAY TO WS-TOT-GRS-PAY
           ADD W-INC-TAX TO WS-TOT-INC-TAX
       950-WRITE-REGISTER-TOTALS.
           MOVE WS-TOT-GRS-PAY TO RT-GRS-PAY
           MOVE WS-TOT-INC-TAX TO RT-INC-TAX
           MOVE WS-TOT-SS-EE   TO RT-SS-EE
           MOVE WS-TOT-MED-EE  TO RT-MED-EE
           MOVE WS-TOT-STATE-TAX TO RT-STATE-TAX
           MOVE WS-TOT-NET-PAY TO RT-NET-PAY
           WRITE REGISTER-REC FROM REG-TOTAL-LINE.
      ******************************************************************
      * Records the period just paid in the period-control file so
      * the same TRANS.DAT cannot post twice. An off-cycle batch
      * records its check date and leaves the weekly period alone.
      ******************************************************************
       970-RECORD-PAY-PERIOD.
           IF OFF-CYCLE-BATCH
               MOVE WS-PERIOD-END TO WS-LAST-OFFCYCLE
           ELSE
               MOVE WS-PERIOD-END TO WS-LAST-POSTED
           END-IF
           OPEN OUTPUT PAYPERIOD-FILE
           MOVE WS-LAST-POSTED TO PP-LAST-POSTED
           MOVE WS-LAST-OFFCYCLE TO PP-LAST-OFFCYCLE
           WRITE PAYPERIOD-REC
           CLOSE PAYPERIOD-FILE.
      ******************************************************************
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO PY-DATE
           MOVE WS-TOT-GRS-PAY TO PY-GROSS
           COMPUTE PY-TAX = WS-TOT-INC-TAX + WS-TOT-SS-EE
               + WS-TOT-MED-EE + WS-TOT-STATE-TAX
           MOVE WS-TOT-NET-PAY TO PY-NET
           WRITE PAYTOT-REC
           CLOSE PAYTOT-FILE.
      ******************************************************************
      * Writes the ACH entry details for the employee just paid, with
      * the routing and account numbers pulled from the employee bank
      * master and the prenote status the bank requires. An employee
      * with no bank record is left out of the file and flagged on
      * week's net pay (W-NET-PAY), not the master's cumulative
      * N-NET-PAY, so the bank isn't instructed to disburse a
      * growing lifetime total every pay run.
      *
      * Net pay is split over the employee's active bank rows in
      * priority order: fixed-amount and percent rows take their
      * share, capped at what is left, and the remainder row takes
      * the rest. With no active remainder row the rest rides the
      * last split, so the whole net is always deposited. One entry
      * is written per split, and a DDSPLIT.DAT row for the stub.
      ******************************************************************
       920-WRITE-DIRDEP-REC.
           MOVE 'N' TO WS-BANK-FOUND-SW
           MOVE ZERO TO SP-COUNT
           PERFORM VARYING EB-INDX FROM 1 BY 1
                   UNTIL EB-INDX > EB-COUNT
               IF EB-T-EMP-ID(EB-INDX) = N-EMP-ID
                  AND EB-T-STATUS(EB-INDX) NOT = 'R'
                  AND SP-COUNT < 10
                   MOVE 'Y' TO WS-BANK-FOUND-SW
                   PERFORM 921-ADD-SPLIT-ROW
               END-IF
           END-PERFORM
           IF BANK-REC-FOUND
               PERFORM 922-ALLOCATE-SPLITS
               PERFORM VARYING WS-SPLIT-SUB FROM 1 BY 1
                       UNTIL WS-SPLIT-SUB > SP-COUNT
                   IF SP-AMOUNT(WS-SPLIT-SUB) > ZERO
                       PERFORM 923-WRITE-SPLIT-ENTRY
                   END-IF
               END-PERFORM
           ELSE
               DISPLAY 'NO BANK RECORD FOR EMPLOYEE ' N-EMP-ID
               ADD 1 TO WS-NO-BANK-CT
           END-IF.
      ******************************************************************
      * Slots one of the employee's bank rows into the split table,
      * kept in priority order as it fills.
      ******************************************************************
       921-ADD-SPLIT-ROW.
           ADD 1 TO SP-COUNT
           MOVE SP-COUNT TO WS-SPLIT-SUB
           MOVE 'N' TO WS-SLOT-FOUND-SW
           PERFORM UNTIL WS-SPLIT-SUB = 1 OR SPLIT-SLOT-FOUND
               IF SP-PRIORITY(WS-SPLIT-SUB - 1) >
                  EB-T-PRIORITY(EB-INDX)
                   MOVE SP-ENTRY(WS-SPLIT-SUB - 1) TO
                       SP-ENTRY(WS-SPLIT-SUB)
                   SUBTRACT 1 FROM WS-SPLIT-SUB
               ELSE
                   MOVE 'Y' TO WS-SLOT-FOUND-SW
               END-IF
           END-PERFORM
           SET SP-BANK-SUB(WS-SPLIT-SUB) TO EB-INDX
           MOVE EB-T-PRIORITY(EB-INDX) TO SP-PRIORITY(WS-SPLIT-SUB)
           MOVE ZERO TO SP-AMOUNT(WS-SPLIT-SUB).
      ******************************************************************
      * Works the net pay down the split table. The first remainder
      * row found takes whatever the fixed and percent rows leave.
      ******************************************************************
       922-ALLOCATE-SPLITS.
           MOVE W-NET-PAY TO WS-DD-LEFT
           MOVE ZERO TO WS-REMAIN-SUB
           PERFORM VARYING WS-SPLIT-SUB FROM 1 BY 1
                   UNTIL WS-SPLIT-SUB > SP-COUNT
               MOVE SP-BANK-SUB(WS-SPLIT-SUB) TO WS-BANK-SUB
               MOVE ZERO TO WS-SPLIT-PAY
               EVALUATE TRUE
                   WHEN EB-T-REMAINDER(WS-BANK-SUB) = 'Y'
                       IF WS-REMAIN-SUB = ZERO
                           MOVE WS-SPLIT-SUB TO WS-REMAIN-SUB
                       END-IF
                   WHEN EB-T-SPLIT-TYPE(WS-BANK-SUB) = 'A'
                       MOVE EB-T-SPLIT-AMT(WS-BANK-SUB) TO
                           WS-SPLIT-PAY
                   WHEN EB-T-SPLIT-TYPE(WS-BANK-SUB) = 'P'
                       COMPUTE WS-SPLIT-PAY ROUNDED =
                           W-NET-PAY * EB-T-SPLIT-AMT(WS-BANK-SUB)
                           / 100
               END-EVALUATE
               IF WS-SPLIT-PAY > WS-DD-LEFT
                   MOVE WS-DD-LEFT TO WS-SPLIT-PAY
               END-IF
               MOVE WS-SPLIT-PAY TO SP-AMOUNT(WS-SPLIT-SUB)
               SUBTRACT WS-SPLIT-PAY FROM WS-DD-LEFT
           END-PERFORM
           IF WS-REMAIN-SUB = ZERO
               MOVE SP-COUNT TO WS-REMAIN-SUB
           END-IF
           ADD WS-DD-LEFT TO SP-AMOUNT(WS-REMAIN-SUB).
      ******************************************************************
      * Writes one split's ACH entry and its distribution row.
      ******************************************************************
       923-WRITE-SPLIT-ENTRY.
           MOVE SP-BANK-SUB(WS-SPLIT-SUB) TO WS-BANK-SUB
           MOVE N-EMP-ID TO AE-EMP-ID
           MOVE EB-T-ROUTING(WS-BANK-SUB) TO AE-ROUTING-NO
           MOVE EB-T-ACCOUNT(WS-BANK-SUB) TO AE-ACCOUNT-NO
           MOVE SP-AMOUNT(WS-SPLIT-SUB) TO AE-NET-PAY
           MOVE EB-T-PRENOTE(WS-BANK-SUB) TO AE-PRENOTE
           WRITE DIRDEP-REC FROM ACH-ENTRY-DETAIL
           ADD 1 TO WS-ACH-ENTRY-CT
           ADD SP-AMOUNT(WS-SPLIT-SUB) TO WS-ACH-NET-HASH
           MOVE N-EMP-ID TO DS-EMP-ID
           MOVE W-PERIOD-END TO DS-PERIOD-END
           MOVE SP-PRIORITY(WS-SPLIT-SUB) TO DS-PRIORITY
           MOVE EB-T-ROUTING(WS-BANK-SUB) TO DS-ROUTING-NO
           MOVE EB-T-ACCOUNT(WS-BANK-SUB) TO DS-ACCOUNT-NO
           MOVE SP-AMOUNT(WS-SPLIT-SUB) TO DS-AMOUNT
           WRITE DDSPLIT-REC.
      ******************************************************************
      * Prints a numbered check face for an employee not enrolled in
      * direct deposit (or for any off-cycle manual check), with the
      * written-amount line, and its row on the check register.
      ******************************************************************
       930-WRITE-CHECK.
           MOVE WS-CHECK-NO TO CF-CHECK-NO

      *    DEDUCTIONS.DAT
      *        A line sequential file of each employee's health
      *        insurance, 401(k), and garnishment deductions
      *    OFFCYCLE.DAT
      *        Bonus, commission, and manual-check amounts, read in
      *        place of PROGRAM4.DAT on an off-cycle run, then
      *        emptied but for the rows held for the next batch
      *    PAYADVANCE.DAT
      *        Pay advances recorded by PayAdvance: issued on an
      *        off-cycle run, recovered on the scheduled amount each
      *        period, and rewritten with the balances left
      *    TERMPOLICY.DAT
      *        Whether a final check pays out the unused sick balance
      *    BENPLAN.DAT
      *        Each benefit plan's monthly cost by coverage tier
      *    ENROLL.DAT
      *        Each employee's plan, tier, and coverage dates
      *    TIMEDTL.DAT
      *        Each day's hours by shift, with holidays flagged
      *    SHIFTDIFF.DAT
      *        The per-hour differential paid for each shift code
      *    EMPPURCH.DAT
      *        FastMart employee purchases charged to payroll,
      *        rewritten with the rows this run deducted
      *    PREVIEWCTL.DAT
      *        The gross/net swing percentage a preview run flags
      *    DEPTMAST.DAT
      *        The department master each employee's department is
      *        checked against
      * Output:
      *    PROGRAM4.RPT
      *        A detail report that includes employee id, name,
      *        employee
      *    EXCEPTIONS.RPT
      *        An exception report for each abnormal record
      *    FINALPAY.RPT
      *        The final-pay statement handed to a terminated employee
      *    GARNNOTICE.RPT
      *        Notices to garnishment payees that withholding stopped
      *    PREVIEW.RPT, PREVIEWEX.RPT
      *        A preview run's register, with each check compared to
      *        the last posted period, and its exceptions - nothing
      *        else is written on a preview
      ******************************************************************
      * Modification History:
      *     8/9/14  BM  Added EMPMASTER.DAT lookup so the report shows
      *                 (PAYRATE.DAT); a keyed rate that disagrees
      *                 with the master routes the record to the
      *                 exception report with both rates shown
      *     10/6/14 BM  Employee Social Security (capped at the wage
      *                 base on YTD gross) and Medicare (uncapped,
      *                 plus the additional rate over the threshold)
      *                 now withheld from every check, carried on
      *                 TRANS.DAT, printed, and added to the deposit
      *     10/7/14 BM  State income tax withheld by each employee's
      *                 work state (EMPMASTER.DAT) from the effective-
      *                 dated STATETAX.DAT (flat, bracket, or no-tax
      *                 states) and the state W-4 in STATEW4.DAT;
      *                 carried on TRANS.DAT and deposited by state
      *     10/8/14 BM  Off-cycle run (run type 'O') pays bonuses,
      *                 commissions, and manual checks from
      *                 OFFCYCLE.DAT at the flat supplemental rate,
      *                 with employer taxes and 401(k), into its own
      *                 TRANS.DAT batch marked run type 'O'
      *     10/9/14 BM  Retro run (run type 'A') prices the rate
      *                 increase over each week posted since a
      *                 back-dated rate change from PAYRHIST.DAT -
      *                 hours, PTO, the overtime premium and the
      *                 holiday premium at the rate paid vs. the new
      *                 rate - prints RETRO.RPT by week, and pays the
      *                 total as an off-cycle adjustment; hours and
      *                 rate now ride TRANS.DAT
      *     10/10/14 BM Final-pay run (run type 'T') for a terminated
      *                 employee: prorated final period, unused
      *                 vacation (and sick per TERMPOLICY.DAT) at the
      *                 master rate, arrears and PAYADVANCE.DAT advances
      *                 recovered, garnishments stopped with a payee
      *                 notice, a FINALPAY.RPT statement; pays by check
      *     10/13/14 BM TRANS.DAT carries the overtime premium portion
      *                 of gross for the workers' comp class report
      *     10/13/14 BM Health deduction is the employee's share of
      *                 each plan in ENROLL.DAT covering the period,
      *                 priced from BENPLAN.DAT, not the keyed amount
      *     10/13/14 BM Hourly pay priced day by day from TIMEDTL.DAT:
      *                 shift differentials, holiday premium, overtime
      *                 on the blended regular rate; TRANS.DAT carries
      *                 each earnings type for the stub
      *     10/13/14 BM FastMart employee purchases in EMPPURCH.DAT
      *                 deducted after health on regular and final
      *                 checks, shortfall carried in ARREARS.DAT,
      *                 rows marked deducted; PURCH report column
      *     10/13/14 BM Preview run (run type 'P'): the regular run
      *                 priced in full, written only to PREVIEW.RPT
      *                 and PREVIEWEX.RPT; flags gross/net swings
      *                 over the PREVIEWCTL.DAT percentage against
      *                 OLDMASTER.DAT, missing regulars, first-time
      *                 payees, and zero-net checks for sign-off
      *     10/13/14 BM Pay advances from PAYADVANCE.DAT: off-cycle
      *                 kind 'V' pays a pending advance out untaxed
      *                 and marks it issued; regular checks recover
      *                 the scheduled amount after garnishment, the
      *                 shortfall carried in ARREARS.DAT; ADVANC
      *                 report column
      *     10/13/14 BM Employee departments checked against the shared
      *                 department master (DEPTMAST.DAT); an unknown or
      *                 inactive department is warned at load
      *     10/15/14 BM Off-cycle run empties OFFCYCLE.DAT once paid,
      *                 writing back only the rows held for the next
      *                 batch; a PAYADVANCE.DAT too big for its table
      *                 is left alone - nothing recovered or issued
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DEDUCT-FILE ASSIGN TO "DEDUCTIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OUT-FILE ASSIGN TO DYNAMIC WS-OUT-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EX-FILE ASSIGN TO DYNAMIC WS-EX-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PAYTRANS-FILE ASSIGN TO "TRANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PTO-FILE ASSIGN TO "PTOHOURS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PTO-STATUS.
           SELECT TIMEDTL-FILE ASSIGN TO "TIMEDTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TD-STATUS.
           SELECT SHIFTDIFF-FILE ASSIGN TO "SHIFTDIFF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SD-STATUS.
           SELECT EMPPURCH-FILE ASSIGN TO "EMPPURCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EP-STATUS.
           SELECT DEPTPAY-FILE ASSIGN TO "DEPTPAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DP-STATUS.
           SELECT TIMECTL-FILE ASSIGN TO "TIMECTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TCTL-STATUS.
           SELECT STATETAX-FILE ASSIGN TO "STATETAX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ST-STATUS.
           SELECT STATEW4-FILE ASSIGN TO "STATEW4.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SW4-STATUS.
           SELECT OFFCYCLE-FILE ASSIGN TO "OFFCYCLE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OFC-STATUS.
           SELECT PAYHIST-FILE ASSIGN TO "PAYRHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PH-STATUS.
           SELECT RETROREG-FILE ASSIGN TO "RETRO.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PAYADV-FILE ASSIGN TO "PAYADVANCE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AV-STATUS.
           SELECT TERMPOL-FILE ASSIGN TO "TERMPOLICY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TP-STATUS.
           SELECT PREVCTL-FILE ASSIGN TO "PREVIEWCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PVC-STATUS.
           SELECT BENPLAN-FILE ASSIGN TO "BENPLAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BP-STATUS.
           SELECT ENROLL-FILE ASSIGN TO "ENROLL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EN-STATUS.
           SELECT FINALPAY-FILE ASSIGN TO "FINALPAY.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GARNNOTE-FILE ASSIGN TO "GARNNOTICE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GNOTE-STATUS.
           SELECT DEPTMAST-FILE ASSIGN TO "DEPTMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DM-STATUS.
      *
       DATA DIVISION.
       FD  IN-FILE.
           05  IN-HR           PIC 99.
           05  IN-PAY-RT       PIC 999V9.
           
      * OFF-CYCLE PAYMENTS: ONE ROW PER EMPLOYEE PER OFF-CYCLE BATCH,
      * THE KIND OF PAY ('B' BONUS, 'C' COMMISSION PAYOUT, 'M' MANUAL
      * CHECK) AND ITS GROSS AMOUNT. READ IN PLACE OF THE HOURS FILE
      * WHEN THE RUN IS KEYED AS OFF-CYCLE.
       FD  OFFCYCLE-FILE.
       01  OFFCYCLE-REC.
           05  OC-EMP-ID       PIC X(4).
           05  OC-KIND         PIC X.
           05  OC-AMOUNT       PIC 9(5)V99.

      * POSTED-PAY HISTORY THE MASTER UPDATE WRITES, ONE ROW PER
      * CHECK POSTED: THE PERIOD (OR OFF-CYCLE CHECK DATE), THE PAY
      * TYPE, THE HOURS AND PTO HOURS PAID AND THE RATE PAID THEM
      * AT, THE GROSS, AND THE HOLIDAY PREMIUM IN THAT GROSS. A
      * RETRO RUN PRICES THE WEEKS POSTED SINCE A RATE'S EFFECTIVE
      * DATE FROM IT.
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

       FD  RETROREG-FILE.
       01  RETROREG-REC        PIC X(80).

      * PAY ADVANCES: ONE ROW PER ADVANCE WITH THE AMOUNT ADVANCED,
      * THE DATE IT WAS ISSUED, THE SUPERVISOR WHO APPROVED IT, THE
      * FIXED AMOUNT RECOVERED EACH PERIOD, AND THE BALANCE STILL TO
      * RECOVER. A FINAL CHECK RECOVERS WHATEVER BALANCE IS LEFT.
      * AV-STATUS IS 'P' FROM THE TIME PAYADVANCE RECORDS THE ADVANCE
      * UNTIL THE OFF-CYCLE RUN PAYS IT OUT; ONLY AN ISSUED ADVANCE
      * IS RECOVERED. ROWS WRITTEN BEFORE THE STATUS EXISTED READ AS
      * A SPACE AND COUNT AS ISSUED.
       FD  PAYADV-FILE.
       01  PAYADV-REC.
           05  AV-EMP-ID       PIC X(4).
           05  AV-ADV-NO       PIC 9(4).
           05  AV-AMOUNT       PIC 9(5)V99.
           05  AV-ISSUE-DATE   PIC 9(8).
           05  AV-SUPERVISOR   PIC X(5).
           05  AV-PER-AMT      PIC 9(4)V99.
           05  AV-BALANCE      PIC 9(5)V99.
           05  AV-STATUS       PIC X.

      * ONE-RECORD TERMINATION POLICY: 'Y' IN TP-PAY-SICK PAYS THE
      * UNUSED SICK BALANCE OUT ON THE FINAL CHECK ALONG WITH THE
      * VACATION; ANYTHING ELSE, OR NO FILE, FORFEITS IT.
       FD  TERMPOL-FILE.
       01  TERMPOL-REC.
           05  TP-PAY-SICK     PIC X.

      * ONE-RECORD PREVIEW CONTROL: A CHECK WHOSE GROSS OR NET MOVES
      * MORE THAN PV-SWING-PCT PERCENT FROM THE LAST POSTED PERIOD IS
      * FLAGGED ON A PREVIEW RUN. NO FILE LEAVES THE DEFAULT.
       FD  PREVCTL-FILE.
       01  PREVCTL-REC.
           05  PV-SWING-PCT    PIC 9(3).

      * BENEFIT PLAN MASTER: ONE ROW PER PLAN AND COVERAGE TIER
      * ('EE' EMPLOYEE, 'ES' EMPLOYEE + SPOUSE, 'EC' EMPLOYEE +
      * CHILDREN, 'FA' FAMILY) WITH THE MONTHLY PREMIUM SPLIT INTO
      * THE EMPLOYEE'S SHARE AND THE COMPANY'S.
       FD  BENPLAN-FILE.
       01  BENPLAN-REC.
           05  BP-PLAN-CODE    PIC X(4).
           05  BP-TIER         PIC XX.
           05  BP-PLAN-DESC    PIC X(20).
           05  BP-EE-MONTHLY   PIC 9(4)V99.
           05  BP-ER-MONTHLY   PIC 9(4)V99.

      * ENROLLMENT: ONE ROW PER EMPLOYEE PER PLAN WITH THE TIER AND
      * THE DATES COVERAGE STARTS AND ENDS (ZERO WHILE STILL OPEN).
       FD  ENROLL-FILE.
       01  ENROLL-REC.
           05  EN-EMP-ID       PIC X(4).
           05  EN-PLAN-CODE    PIC X(4).
           05  EN-TIER         PIC XX.
           05  EN-EFF-DATE     PIC 9(8).
           05  EN-TERM-DATE    PIC 9(8).

       FD  FINALPAY-FILE.
       01  FINALPAY-REC        PIC X(80).

       FD  GARNNOTE-FILE.
       01  GARNNOTE-REC        PIC X(80).

       FD  DEPTMAST-FILE.
       01  DEPTMAST-REC.
           05  DM-DEPT-CODE    PIC 99.
           05  DM-DEPT-NAME    PIC X(10).
           05  DM-SHORT-NAME   PIC X(8).
           05  DM-ACTIVE       PIC X.
           05  DM-COST-CTR     PIC X(4).
           05  DM-TAXABLE      PIC X.

       FD  TAX-FILE.
       01  TAX-REC.
           05  WG-LVL          PIC 9(4).
      * HOURLY AND STILL NEEDS ITS PROGRAM4.DAT HOURS.
           05  EM-PAY-TYPE     PIC X.
           05  EM-SALARY       PIC 9(5)V99.
      * TWO-LETTER POSTAL CODE OF THE STATE THE EMPLOYEE WORKS IN,
      * WHICH DRIVES THE STATE WITHHOLDING. BLANK WITHHOLDS NO STATE
      * TAX, AS BEFORE THE FIELD EXISTED.
           05  EM-WORK-STATE   PIC XX.

       FD  DEDUCT-FILE.
       01  DEDUCT-REC.
           05  PR-PAY-RT       PIC 999V9.

      * THE LAB08 MASTER, READ HERE ONLY FOR EACH EMPLOYEE'S YTD
      * GROSS SO THE EMPLOYER-TAX WAGE-BASE CAPS APPLY PER EMPLOYEE,
      * AND FOR THE VACATION AND SICK BALANCES A FINAL CHECK PAYS OUT.
      * A PREVIEW RUN ALSO COMPARES EACH CHECK TO THE LAST POSTED
      * PERIOD'S GROSS AND NET.
       FD  OLDMASTER-FILE.
       01  OLDMASTER-REC.
           05  OM-EMP-ID       PIC X(4).
           05  OM-GRS-PAY      PIC 9(6)V99.
           05  FILLER          PIC X(8).
           05  OM-NET-PAY      PIC 9(6)V99.
           05  OM-YTD-GRS-PAY  PIC 9(7)V99.
           05  FILLER          PIC X(18).
           05  OM-EMP-STATUS   PIC X.
           05  FILLER          PIC X.
           05  OM-YTD-FICA-ER  PIC 9(7)V99.
           05  OM-YTD-FUTA-ER  PIC 9(7)V99.
           05  OM-YTD-SUTA-ER  PIC 9(7)V99.
           05  OM-YTD-401K     PIC 9(7)V99.
           05  FILLER          PIC X(9).
           05  OM-VAC-HOURS    PIC S9(3)V9.
           05  OM-SICK-HOURS   PIC S9(3)V9.
           05  FILLER          PIC X(29).

      * EMPLOYER-SIDE TAX RATES AND WAGE BASES (FICA, FUTA, SUTA),
      * ONE ROW PER TAX TYPE, SO ACCOUNTING CAN CHANGE A RATE OR A
      * BASE WITHOUT A RECOMPILE. A MISSING FILE LEAVES THE
      * COMPILED-IN CURRENT-YEAR FIGURES STANDING. THE EMPLOYEE'S
      * SHARE RIDES THE SAME FILE: 'SSEE' (SOCIAL SECURITY RATE AND
      * WAGE BASE), 'MEDI' (MEDICARE RATE, NO BASE), AND 'MEDA' (THE
      * ADDITIONAL MEDICARE RATE, WITH ITS THRESHOLD IN THE WAGE
      * BASE COLUMN). 'SUPP' CARRIES THE FLAT SUPPLEMENTAL RATE AN
      * OFF-CYCLE RUN WITHHOLDS FEDERAL TAX AT (NO BASE).
       FD  EMPTAX-FILE.
       01  EMPTAX-REC.
           05  ET-TYPE         PIC X(4).
           05  TB-WAGES        PIC 9(4).
           05  TB-RATE         PIC V999.

      * STATE WITHHOLDING TABLE, EFFECTIVE-DATED LIKE TAXBRACKET.DAT
      * BUT KEYED BY STATE. EACH STATE'S SET IN FORCE FOR THE PERIOD
      * IS ONE OR MORE ROWS SHARING A METHOD: 'F' FLAT RATE (ONE ROW,
      * WAGES IGNORED), 'B' BRACKETS (ONE ROW PER WAGE LEVEL, THE
      * RATE APPLYING BELOW IT; THE HIGHEST ROW ALSO COVERS ANYTHING
      * ABOVE), OR 'N' NO STATE INCOME TAX. THE PER-ALLOWANCE AND
      * MARRIED REDUCTIONS ARE THE STATE'S OWN, CARRIED ON EVERY ROW.
       FD  STATETAX-FILE.
       01  STATETAX-REC.
           05  ST-STATE        PIC XX.
           05  ST-EFF-DATE     PIC 9(8).
           05  ST-METHOD       PIC X.
           05  ST-WAGES        PIC 9(4).
           05  ST-RATE         PIC V9999.
           05  ST-ALLOW-AMT    PIC 99V99.
           05  ST-MARRIED-AMT  PIC 99V99.

      * THE STATE W-4, SAME SHAPE AS W4PROFILE.DAT. AN EMPLOYEE WITH
      * NO STATE PROFILE WITHHOLDS STATE TAX ON THE FEDERAL PROFILE'S
      * FILING STATUS AND ALLOWANCES WITH NO EXTRA AMOUNT.
       FD  STATEW4-FILE.
       01  STATEW4-REC.
           05  SW-EMP-ID       PIC X(4).
           05  SW-FILING       PIC X.
           05  SW-ALLOWANCES   PIC 99.
           05  SW-EXTRA        PIC 9(3)V99.

      * ONE-RECORD CONTROL FILE WITH THE 401(K) MATCH FORMULA: THE
      * COMPANY MATCHES MC-MATCH-PCT OF EACH DOLLAR DEFERRED, UP TO
      * MC-MATCH-LIMIT-PCT OF THE CHECK'S GROSS, AND DEFERRALS STOP
           05  AB-HEALTH-DUE   PIC 9(4)V99.
           05  AB-401K-DUE     PIC 9(4)V99.
           05  AB-GARN-DUE     PIC 9(4)V99.
           05  AB-PURCH-DUE    PIC 9(4)V99.
           05  AB-ADV-DUE      PIC 9(4)V99.

      * PAID-TIME-OFF HOURS TAKEN THIS PERIOD: VACATION ('V') OR
      * SICK ('S'). AN HOURLY EMPLOYEE IS PAID THE HOURS AT THE
           05  PT-TYPE         PIC X.
           05  PT-HOURS        PIC 99V9.

      * DAILY TIME DETAIL TIMEENTRY WRITES ALONGSIDE PROGRAM4.DAT:
      * ONE ROW PER EMPLOYEE PER DAY WORKED WITH THE PUNCH TIMES,
      * THE SHIFT CODE, THE HOURS, AND 'Y' WHEN THE DAY IS ON THE
      * HOLIDAY CALENDAR. AN EMPLOYEE WITH DETAIL FOR THE PERIOD IS
      * PRICED DAY BY DAY; ONE WITHOUT IS PAID FROM THE WEEKLY HOURS.
       FD  TIMEDTL-FILE.
       01  TIMEDTL-REC.
           05  TD-EMP-ID       PIC X(4).
           05  TD-PERIOD-END   PIC 9(8).
           05  TD-WORK-DATE    PIC 9(8).
           05  TD-TIME-IN      PIC 9(4).
           05  TD-TIME-OUT     PIC 9(4).
           05  TD-SHIFT        PIC X.
           05  TD-HOLIDAY      PIC X.
           05  TD-HOURS        PIC 99V99.

      * SHIFT DIFFERENTIALS: THE AMOUNT PER HOUR ADDED TO THE BASE
      * RATE FOR HOURS WORKED ON EACH SHIFT ('N' NIGHT, 'W' WEEKEND).
      * A SHIFT NOT LISTED (THE 'D' DAY SHIFT) EARNS NO DIFFERENTIAL.
       FD  SHIFTDIFF-FILE.
       01  SHIFTDIFF-REC.
           05  SD-SHIFT        PIC X.
           05  SD-DESC         PIC X(15).
           05  SD-DIFF-AMT     PIC 9V99.

      * FASTMART EMPLOYEE-PURCHASE LEDGER WRITTEN BY THE STORE'S
      * REGISTER PROGRAM: ONE ROW PER EMPLOYEE-TENDER LINE, A CHARGE
      * ('C') OR A CREDIT FOR A RETURN OR VOID ('R'). OPEN ROWS ('O')
      * ARE DEDUCTED ON THE NEXT REGULAR OR FINAL CHECK AND MARKED
      * 'D' WITH THE PERIOD END THEY CAME OUT OF.
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

      * ONE ROW PER DEPARTMENT PER PAY RUN: THE LABOR COST FEED THE
      * GL EXTRACT BOOKS TO EACH DEPARTMENT'S EXPENSE ACCOUNT, SO
      * FINANCE STOPS ALLOCATING THE ONE COMPANY NUMBER ON A
           05  DP-NET          PIC 9(8)V99.

       FD  OUT-FILE.
       01  OUT-REC             PIC X(140).

      * WEEKLY TRANSACTION FILE IN THE LAYOUT THE MASTER UPDATE
      * READS, WRITTEN STRAIGHT FROM THE GROSS-TO-NET RUN SO NOBODY
      * RE-KEYS THE REPORT. THE LAST RECORD IS A CONTROL TRAILER
      * (W-EMP-ID = '9999') THE UPDATE VERIFIES BEFORE POSTING.
      * W-RUN-TYPE 'O' MARKS AN OFF-CYCLE BATCH, WHICH THE UPDATE
      * POSTS OUTSIDE THE WEEKLY PERIOD CONTROL; W-PAY-TYPE THEN
      * CARRIES THE OFF-CYCLE KIND ('B', 'C', 'M', OR 'R' FOR A
      * RETRO RUN'S ADJUSTMENT, 'F' FOR A TERMINATED EMPLOYEE'S
      * FINAL CHECK). THE HOURS AND RATE PAID RIDE ALONG
      * SO THE UPDATE CAN KEEP THE POSTED-PAY HISTORY. W-OT-PREM IS
      * THE HALF-TIME PREMIUM PORTION OF OVERTIME PAY, WHICH THE
      * WORKERS' COMP CARRIER EXCLUDES FROM CLASS PAYROLL. THE SHIFT
      * DIFFERENTIAL, HOLIDAY PREMIUM, AND PTO PAY ARE BROKEN OUT SO
      * THE STUB CAN SHOW EACH EARNINGS TYPE ON ITS OWN LINE.
       FD  PAYTRANS-FILE.
       01  WEEKLY-REC.
           05  W-EMP-ID    PIC X(4).
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
      *
       WORKING-STORAGE SECTION.
       01  WORKING-ITEMS.
           05  WS-GRS-PAY      PIC 9(5)V99.
           05  WS-NET-PAY      PIC S9(5)V99.
           05  WS-TAX          PIC 9(5)V99.
           05  WS-GRS-TOT      PIC 9(6)V99     VALUE ZERO.
           05  WS-TAX-TOT      PIC 9(5)V99     VALUE ZERO.
           05  WS-NET-TOT      PIC S9(6)V99    VALUE ZERO.
           05  WS-HEALTH-INS   PIC 9(3)V99.
           05  WS-401K         PIC 9(3)V99.
           05  WS-GARNISH      PIC 9(3)V99.
           05  WS-TOTAL-DED    PIC 9(5)V99.
           05  WS-PREV-WG-LVL  PIC 9(4)    VALUE ZERO.
           05  WS-PERIOD-END   PIC 9(8).
           05  WS-TRANS-COUNT  PIC 9(5)    VALUE ZERO.
           05  WS-FICA-ER-TOT  PIC 9(7)V99 VALUE ZERO.
           05  WS-FUTA-ER-TOT  PIC 9(7)V99 VALUE ZERO.
           05  WS-SUTA-ER-TOT  PIC 9(7)V99 VALUE ZERO.
           05  SS-EE-RATE      PIC V9999   VALUE .0620.
           05  SS-EE-BASE      PIC 9(6)    VALUE 117000.
           05  MED-EE-RATE     PIC V9999   VALUE .0145.
           05  ADD-MED-RATE    PIC V9999   VALUE .0090.
           05  ADD-MED-THRESH  PIC 9(6)    VALUE 200000.
           05  WS-SS-EE        PIC 9(4)V99.
           05  WS-MED-EE       PIC 9(4)V99.
           05  WS-SS-EE-TOT    PIC 9(7)V99 VALUE ZERO.
           05  WS-MED-EE-TOT   PIC 9(7)V99 VALUE ZERO.
           05  WS-ADD-MED-WAGES PIC S9(8)V99.
           05  WS-TAXABLE-AMT  PIC S9(7)V99.
           05  WS-YTD-SUB      PIC 9(3).
           05  WS-YTD-FOUND    PIC 9(3).
           05  WS-HEALTH-TAKE  PIC 9(4)V99.
           05  WS-401K-TAKE    PIC 9(4)V99.
           05  WS-GARN-TAKE    PIC 9(4)V99.
           05  WS-PURCH-TAKE   PIC 9(5)V99 VALUE ZERO.
           05  WS-PURCH-OPEN   PIC S9(7)V99.
           05  WS-PURCH-WANT   PIC S9(7)V99.
           05  WS-EP-STATUS    PIC XX.
           05  EP-EOF-SWITCH   PIC X       VALUE 'N'.
           05  WS-EP-SUB       PIC 9(4).
           05  EP-FULL-SW      PIC X       VALUE 'N'.
               88  EMP-PURCH-TABLE-FULL    VALUE 'Y'.
           05  WS-PTO-STATUS   PIC XX.
           05  PTO-EOF-SWITCH  PIC X       VALUE 'N'.
           05  WS-PT-SUB       PIC 9(3).
           05  WS-PTO-TYPE     PIC X.
           05  WS-PTO-HOURS    PIC 99V9.
           05  WS-PTO-PAY      PIC 9(4)V99 VALUE ZERO.
           05  WS-TD-STATUS    PIC XX.
           05  TD-EOF-SWITCH   PIC X       VALUE 'N'.
           05  WS-TD-SUB       PIC 9(4).
           05  WS-SD-STATUS    PIC XX.
           05  SD-EOF-SWITCH   PIC X       VALUE 'N'.
           05  WS-DM-STATUS    PIC XX.
           05  DM-EOF-SWITCH   PIC X       VALUE 'N'.
           05  WS-DM-SUB       PIC 9(3).
           05  WS-DM-FOUND     PIC 9(3).
           05  WS-SD-SUB       PIC 9(3).
           05  DETAIL-SW       PIC X       VALUE 'N'.
               88  PRICED-FROM-DETAIL      VALUE 'Y'.
           05  WS-DTL-HOURS    PIC 9(3)V99.
           05  WS-STRAIGHT-PAY PIC 9(5)V99.
           05  WS-SHIFT-PAY    PIC 9(4)V99 VALUE ZERO.
           05  WS-HOL-PREM     PIC 9(4)V99 VALUE ZERO.
           05  WS-OT-PREM      PIC 9(4)V99.
           05  WS-REG-RATE     PIC 9(3)V9999.
           05  WS-DIFF-AMT     PIC 9V99.
           05  WS-DP-STATUS    PIC XX.
           05  WS-DP-SUB       PIC 9(2).
           05  WS-DP-FOUND     PIC 9(2).
           05  WS-PAY-TYPE     PIC X       VALUE 'H'.
           05  WS-EMP-SUB      PIC 9(3).
           05  WS-SAL-PAID-CT  PIC 9(3)    VALUE ZERO.
           05  WS-ST-STATUS    PIC XX.
           05  ST-EOF-SWITCH   PIC X       VALUE 'N'.
           05  WS-SW4-STATUS   PIC XX.
           05  SW4-EOF-SWITCH  PIC X       VALUE 'N'.
           05  WS-WORK-STATE   PIC XX.
           05  WS-STATE-TAX    PIC 9(4)V99.
           05  WS-STATE-TAX-TOT PIC 9(7)V99 VALUE ZERO.
           05  WS-ST-SUB       PIC 9(3).
           05  WS-ST-BEST-EFF  PIC 9(8).
           05  WS-ST-METHOD    PIC X.
               88  ST-FLAT-RATE            VALUE 'F'.
               88  ST-BRACKETS             VALUE 'B'.
               88  ST-NO-INCOME-TAX        VALUE 'N'.
           05  WS-ST-RATE      PIC V9999.
           05  WS-ST-ALLOW-AMT PIC 99V99.
           05  WS-ST-MARRIED-AMT PIC 99V99.
           05  WS-ST-LVL       PIC 9(4).
           05  WS-ST-TOP-LVL   PIC 9(4).
           05  WS-ST-TOP-RATE  PIC V9999.
           05  WS-ST-FILING    PIC X.
           05  WS-ST-ALLOWANCES PIC 99.
           05  WS-ST-EXTRA-WH  PIC 9(3)V99.
           05  WS-ST-TAXABLE   PIC S9(5)V99.
           05  WS-ST-ROOM      PIC S9(5)V99.
           05  WS-SW4-SUB      PIC 9(3).
           05  WS-SX-SUB       PIC 9(2).
           05  WS-SX-FOUND     PIC 9(2).
           05  WS-RUN-TYPE     PIC X       VALUE 'R'.
               88  REGULAR-RUN             VALUE 'R'.
               88  OFF-CYCLE-RUN           VALUE 'O'.
               88  RETRO-RUN               VALUE 'A'.
               88  FINAL-PAY-RUN           VALUE 'T'.
               88  PREVIEW-REQUESTED       VALUE 'P'.
           05  PREVIEW-SW      PIC X       VALUE 'N'.
               88  PREVIEW-RUN             VALUE 'Y'.
           05  WS-OUT-NAME     PIC X(14)   VALUE 'PROGRAM4.RPT'.
           05  WS-EX-NAME      PIC X(14)   VALUE 'EXCEPTIONS.RPT'.
           05  WS-PVC-STATUS   PIC XX.
           05  SWING-PCT       PIC 9(3)    VALUE 25.
           05  WS-PV-DIFF      PIC S9(6)V99.
           05  WS-PV-PCT       PIC 9(5).
           05  WS-PV-FLAG      PIC X(20).
           05  WS-PV-SUB       PIC 9(3).
           05  WS-OFC-STATUS   PIC XX.
           05  SUPP-RATE       PIC V9999   VALUE .2500.
           05  OC-ERR          PIC X       VALUE 'N'.
           05  OC-HOLD-SW      PIC X       VALUE 'N'.
               88  OC-HOLD-ROW             VALUE 'Y'.
           05  OH-FULL-SW      PIC X       VALUE 'N'.
               88  OFFCYCLE-HELD-FULL      VALUE 'Y'.
           05  WS-OC-MSG       PIC X(31).
           05  WS-OC-SUB       PIC 9(3).
           05  WS-OC-PAID-CT   PIC 9(3)    VALUE ZERO.
           05  WS-OC-ENTRY.
               10  WS-OC-EMP-ID    PIC X(4).
               10  WS-OC-KIND      PIC X.
                   88  OC-VALID-KIND       VALUE 'B' 'C' 'M' 'V'.
               10  WS-OC-AMOUNT    PIC 9(5)V99.
           05  WS-PH-STATUS    PIC XX.
           05  PH-EOF-SWITCH   PIC X.
           05  WS-RETRO-RATE   PIC 9(5)V99.
           05  WS-RETRO-EFF    PIC 9(8).
           05  WS-RETRO-TOT    PIC S9(5)V99.
           05  WS-RETRO-PRIOR  PIC 9(5)V99.
           05  WS-RW-SUB       PIC 9(3).
           05  WS-RW-FOUND     PIC 9(3).
           05  WS-RW-DUE       PIC 9(5)V99.
           05  WS-RW-DIFF      PIC S9(5)V99.
           05  WS-RW-OT-HOURS  PIC 99.
           05  WS-RW-INCR      PIC 9(5)V99.
           05  WS-AV-STATUS    PIC XX.
           05  AV-EOF-SWITCH   PIC X       VALUE 'N'.
           05  AV-FULL-SW      PIC X       VALUE 'N'.
               88  PAY-ADV-TABLE-FULL      VALUE 'Y'.
           05  WS-AV-SUB       PIC 9(3).
           05  WS-TP-STATUS    PIC XX.
           05  PAY-SICK-SW     PIC X       VALUE 'N'.
               88  PAY-OUT-SICK            VALUE 'Y'.
           05  WS-BP-STATUS    PIC XX.
           05  BP-EOF-SWITCH   PIC X       VALUE 'N'.
           05  WS-EN-STATUS    PIC XX.
           05  EN-EOF-SWITCH   PIC X       VALUE 'N'.
           05  ENROLL-SW       PIC X       VALUE 'N'.
               88  ENROLLMENT-ON-FILE      VALUE 'Y'.
           05  WS-EN-SUB       PIC 9(4).
           05  WS-BP-SUB       PIC 9(3).
           05  WS-BP-FOUND     PIC 9(3).
           05  WS-PERIOD-START PIC 9(8).
           05  WS-EN-SHARE     PIC 9(3)V99.
           05  WS-GNOTE-STATUS PIC XX.
           05  FINAL-ERR       PIC X       VALUE 'N'.
           05  WS-FINAL-SUB    PIC 9(3).
           05  WS-TERM-DATE    PIC 9(8).
           05  WS-FINAL-PERIOD-END PIC 9(8).
           05  WS-FINAL-HOURS  PIC 99.
           05  WS-FINAL-DAYS   PIC S9(5).
           05  WS-FINAL-RATE   PIC 9(3)V99.
           05  WS-FINAL-REG-PAY PIC 9(5)V99.
           05  WS-VAC-HOURS    PIC S9(3)V9.
           05  WS-SICK-HOURS   PIC S9(3)V9.
           05  WS-VAC-PAYOUT   PIC 9(5)V99.
           05  WS-SICK-PAYOUT  PIC 9(5)V99.
           05  WS-ADV-OWED     PIC 9(5)V99.
           05  WS-ADV-TAKE     PIC 9(5)V99.
           05  WS-ADV-LEFT     PIC 9(5)V99.
           05  WS-ADV-WANT     PIC 9(5)V99.
           05  WS-AV-FOUND     PIC 9(3).
           05  WS-ARREARS-LEFT PIC 9(5)V99.
           05  WS-EDIT-QTY     PIC ZZ9.9.
           05  WS-EDIT-RATE    PIC ZZ9.99.
           05  WS-EDIT-DAYS    PIC 9.

       01  CONSTANTS.
           05  MAX-HRS         PIC 99      VALUE 60.       
           05  NO-TAX-RT       PIC 9       VALUE 7.
           05  NO-OT           PIC 99      VALUE 40.
           05  OT-RT           PIC 9V9     VALUE 1.5.    
           05  OT-PREM-RT      PIC 9V9     VALUE 0.5.
           05  HOL-PREM-RT     PIC 9V9     VALUE 0.5.
           05  MAX-TX          PIC V999    VALUE .150.
           05  ALLOWANCE-AMT   PIC 99V99   VALUE 75.00.
           05  MARRIED-AMT     PIC 99V99   VALUE 70.00.
               10  ET-EMP-DEPT PIC X(8).
               10  ET-PAY-TYPE PIC X.
               10  ET-SALARY   PIC 9(5)V99.
               10  ET-WORK-STATE PIC XX.

       01  PAYRATE-TABLE.
           05  PR-COUNT        PIC 9(3)    VALUE ZERO.
               10  OA-T-HOURS-CAP  PIC 99.
               10  OA-T-SUPERVISOR PIC X(5).

      * The department master's short names, the value EMPMASTER
      * carries. DM-COUNT stays zero when there is no master, and
      * then no department is checked.
       01  DEPT-MASTER-TABLE.
           05  DM-COUNT        PIC 9(3)    VALUE ZERO.
           05  DM-ENTRY OCCURS 1 TO 99 TIMES
                   DEPENDING ON DM-COUNT.
               10  DM-T-SHORT-NAME PIC X(8).
               10  DM-T-DEPT-NAME  PIC X(10).
               10  DM-T-ACTIVE     PIC X.

       01  DEPT-PAY-TABLE.
           05  DP-COUNT        PIC 9(2)    VALUE ZERO.
           05  DP-ENTRY OCCURS 1 TO 20 TIMES
               10  PT-T-TYPE       PIC X.
               10  PT-T-HOURS      PIC 99V9.

      * THIS PERIOD'S DAILY DETAIL AND THE SHIFT DIFFERENTIALS.
       01  TIME-DETAIL-TABLE.
           05  TT-COUNT        PIC 9(4)    VALUE ZERO.
           05  TT-ENTRY OCCURS 1 TO 3500 TIMES
                   DEPENDING ON TT-COUNT.
               10  TT-EMP-ID       PIC X(4).
               10  TT-SHIFT        PIC X.
               10  TT-HOLIDAY      PIC X.
               10  TT-HOURS        PIC 99V99.
       01  SHIFT-DIFF-TABLE.
           05  SF-COUNT        PIC 9(3)    VALUE ZERO.
           05  SF-ENTRY OCCURS 1 TO 20 TIMES
                   DEPENDING ON SF-COUNT.
               10  SF-SHIFT        PIC X.
               10  SF-DIFF-AMT     PIC 9V99.

       01  ARREARS-TABLE.
           05  AB-COUNT        PIC 9(3)    VALUE ZERO.
           05  AB-ENTRY OCCURS 1 TO 500 TIMES
               10  AB-T-HEALTH-DUE PIC 9(4)V99.
               10  AB-T-401K-DUE   PIC 9(4)V99.
               10  AB-T-GARN-DUE   PIC 9(4)V99.
               10  AB-T-PURCH-DUE  PIC 9(4)V99.
               10  AB-T-ADV-DUE    PIC 9(4)V99.

       01  GARN-TABLE.
           05  GN-COUNT        PIC 9(3)    VALUE ZERO.
               10  YG-EMP-ID       PIC X(4).
               10  YG-YTD-GROSS    PIC 9(8)V99.
               10  YG-YTD-401K     PIC 9(7)V99.
               10  YG-VAC-HOURS    PIC S9(3)V9.
               10  YG-SICK-HOURS   PIC S9(3)V9.
               10  YG-LAST-GROSS   PIC 9(6)V99.
               10  YG-LAST-NET     PIC 9(6)V99.
               10  YG-EMP-STATUS   PIC X.
               10  YG-PAID-SW      PIC X.

       01  PREVIEW-FLAG-TABLE.
           05  PV-COUNT        PIC 9(3)    VALUE ZERO.
           05  PV-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON PV-COUNT.
               10  PV-T-EMP-ID     PIC X(4).
               10  PV-T-EMP-NM     PIC X(15).
               10  PV-T-LAST-GROSS PIC 9(6)V99.
               10  PV-T-GROSS      PIC 9(6)V99.
               10  PV-T-LAST-NET   PIC 9(6)V99.
               10  PV-T-NET        PIC S9(6)V99.
               10  PV-T-PCT        PIC 9(5).
               10  PV-T-FLAG       PIC X(20).

       01  STATE-TAX-TABLE.
           05  ST-COUNT        PIC 9(3)    VALUE ZERO.
           05  ST-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON ST-COUNT
                   INDEXED BY ST-INDX.
               10  ST-T-STATE      PIC XX.
               10  ST-T-EFF-DATE   PIC 9(8).
               10  ST-T-METHOD     PIC X.
               10  ST-T-WAGES      PIC 9(4).
               10  ST-T-RATE       PIC V9999.
               10  ST-T-ALLOW-AMT  PIC 99V99.
               10  ST-T-MARRIED-AMT PIC 99V99.

       01  STATE-W4-TABLE.
           05  SW-COUNT        PIC 9(3)    VALUE ZERO.
           05  SW-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON SW-COUNT
                   INDEXED BY SW-INDX.
               10  SW-T-EMP-ID     PIC X(4).
               10  SW-T-FILING     PIC X.
               10  SW-T-ALLOWANCES PIC 99.
               10  SW-T-EXTRA      PIC 9(3)V99.

      * THIS RUN'S STATE WITHHOLDING BY STATE, FOR THE DEPOSIT REPORT.
       01  STATE-DEP-TABLE.
           05  SX-COUNT        PIC 9(2)    VALUE ZERO.
           05  SX-ENTRY OCCURS 1 TO 60 TIMES
                   DEPENDING ON SX-COUNT.
               10  SX-T-STATE      PIC XX.
               10  SX-T-TAX        PIC 9(7)V99.

      * EMPLOYEES ALREADY PAID IN THIS OFF-CYCLE BATCH. THE MASTER
      * UPDATE POSTS ONE TRANSACTION PER EMPLOYEE PER RUN, SO A
      * SECOND PAYMENT IN THE SAME BATCH IS REJECTED TO BE RUN IN
      * ITS OWN BATCH.
       01  OFFCYCLE-PAID-TABLE.
           05  OP-COUNT        PIC 9(3)    VALUE ZERO.
           05  OP-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON OP-COUNT.
               10  OP-T-EMP-ID     PIC X(4).

      * OFF-CYCLE ROWS HELD FOR THE NEXT BATCH - A SECOND PAYMENT
      * FOR AN EMPLOYEE, A FULL BATCH, OR AN ADVANCE THAT COULD NOT
      * BE ISSUED AGAINST A LEDGER TOO BIG TO LOAD. THEY ARE ALL
      * THAT IS WRITTEN BACK TO OFFCYCLE.DAT AFTER THE RUN.
       01  OFFCYCLE-HELD-TABLE.
           05  OH-COUNT        PIC 9(3)    VALUE ZERO.
           05  OH-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON OH-COUNT.
               10  OH-T-REC        PIC X(12).

      * THE WEEKS POSTED FOR ONE EMPLOYEE SINCE A RETRO RATE'S
      * EFFECTIVE DATE, AS THEY WERE PAID.
       01  RETRO-WEEK-TABLE.
           05  RW-COUNT        PIC 9(3)    VALUE ZERO.
           05  RW-ENTRY OCCURS 1 TO 104 TIMES
                   DEPENDING ON RW-COUNT.
               10  RW-T-PERIOD     PIC 9(8).
               10  RW-T-TYPE       PIC X.
               10  RW-T-HOURS      PIC 99.
               10  RW-T-PTO        PIC 99V9.
               10  RW-T-RATE       PIC 999V9.
               10  RW-T-PAID       PIC 9(5)V99.
               10  RW-T-INCR       PIC 9(5)V99.

       01  RETRO-HEADING.
           05  FILLER          PIC X(24)   VALUE
                                   "RETROACTIVE PAY REGISTER".
           05  FILLER          PIC X(13)   VALUE "  CHECK DATE ".
           05  RH-CHECK-DATE   PIC 9(8).
       01  RETRO-EMP-LINE.
           05  FILLER          PIC X(9)    VALUE "EMPLOYEE ".
           05  RE-EMP-ID       PIC X(4).
           05  FILLER          PIC X       VALUE SPACE.
           05  RE-EMP-NM       PIC X(15).
           05  FILLER          PIC X(11)   VALUE "  NEW RATE ".
           05  RE-NEW-RATE     PIC ZZ,ZZ9.99.
           05  FILLER          PIC X(12)   VALUE "  EFFECTIVE ".
           05  RE-EFF-DATE     PIC 9(8).
       01  RETRO-COLUMNS.
           05  FILLER          PIC X(12)   VALUE "WEEK ENDING ".
           05  FILLER          PIC X(7)    VALUE "HOURS  ".
           05  FILLER          PIC X(11)   VALUE "PAID RATE  ".
           05  FILLER          PIC X(12)   VALUE "  PAID GROSS".
           05  FILLER          PIC X(12)   VALUE "  OWED GROSS".
           05  FILLER          PIC X(12)   VALUE "  DIFFERENCE".
       01  RETRO-DETAIL.
           05  RD-PERIOD       PIC 9(8).
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  RD-HOURS        PIC Z9.9.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  RD-RATE         PIC ZZ9.9.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  RD-PAID         PIC ZZZ,ZZ9.99.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  RD-OWED         PIC ZZZ,ZZ9.99.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  RD-DIFF         PIC ZZZ,ZZ9.99.
           05  FILLER          PIC X       VALUE SPACE.
           05  RD-NOTE         PIC X(3).
       01  RETRO-TOTAL-LINE.
           05  RT-LABEL        PIC X(30).
           05  FILLER          PIC X(26)   VALUE SPACES.
           05  RT-AMOUNT       PIC ZZZ,ZZ9.99-.

      * PAY ADVANCES STILL BEING RECOVERED (OR WAITING TO BE ISSUED),
      * REWRITTEN AT THE END OF THE RUN WITH WHAT ITS CHECKS ISSUED
      * AND RECOVERED.
       01  PAY-ADVANCE-TABLE.
           05  AV-COUNT        PIC 9(3)    VALUE ZERO.
           05  AV-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON AV-COUNT.
               10  AV-T-EMP-ID     PIC X(4).
               10  AV-T-ADV-NO     PIC 9(4).
               10  AV-T-AMOUNT     PIC 9(5)V99.
               10  AV-T-ISSUE-DATE PIC 9(8).
               10  AV-T-SUPERVISOR PIC X(5).
               10  AV-T-PER-AMT    PIC 9(4)V99.
               10  AV-T-BALANCE    PIC 9(5)V99.
               10  AV-T-STATUS     PIC X.
                   88  AV-T-PENDING            VALUE 'P'.

      * THE WHOLE EMPLOYEE-PURCHASE LEDGER, OPEN AND DEDUCTED ROWS
      * ALIKE, SO IT CAN BE REWRITTEN WITH THIS RUN'S DEDUCTIONS
      * MARKED. THE ENTRY IS THE LEDGER RECORD IMAGE.
       01  EMP-PURCH-TABLE.
           05  EPT-COUNT       PIC 9(4)    VALUE ZERO.
           05  EPT-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON EPT-COUNT.
               10  EPT-EMP-ID      PIC X(4).
               10  FILLER          PIC X(30).
               10  EPT-TYPE        PIC X.
               10  FILLER          PIC X(18).
               10  EPT-NET-AMT     PIC 9(7)V99.
               10  FILLER          PIC X(5).
               10  EPT-STATUS      PIC X.
               10  EPT-DEDUCT-DATE PIC 9(8).

      * BENEFIT PLAN COSTS AND ENROLLMENTS. WITH ENROLL.DAT ON FILE
      * THE HEALTH DEDUCTION IS THE EMPLOYEE'S SHARE OF EVERY PLAN
      * COVERING THE PERIOD, NOT DEDUCTIONS.DAT'S KEYED AMOUNT.
       01  BEN-PLAN-TABLE.
           05  BP-COUNT        PIC 9(3)    VALUE ZERO.
           05  BP-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON BP-COUNT.
               10  BP-T-PLAN-CODE  PIC X(4).
               10  BP-T-TIER       PIC XX.
               10  BP-T-EE-MONTHLY PIC 9(4)V99.
       01  ENROLL-TABLE.
           05  EN-COUNT        PIC 9(4)    VALUE ZERO.
           05  EN-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON EN-COUNT.
               10  EN-T-EMP-ID     PIC X(4).
               10  EN-T-PLAN-CODE  PIC X(4).
               10  EN-T-TIER       PIC XX.
               10  EN-T-EFF-DATE   PIC 9(8).
               10  EN-T-TERM-DATE  PIC 9(8).

       01  FINAL-HEADING.
           05  FILLER          PIC X(19)   VALUE
                                   "FINAL PAY STATEMENT".
           05  FILLER          PIC X(14)   VALUE "   CHECK DATE ".
           05  FH-CHECK-DATE   PIC 9(8).
       01  FINAL-EMP-LINE.
           05  FILLER          PIC X(9)    VALUE "EMPLOYEE ".
           05  FE-EMP-ID       PIC X(4).
           05  FILLER          PIC X       VALUE SPACE.
           05  FE-EMP-NM       PIC X(15).
           05  FILLER          PIC X(7)    VALUE "  DEPT ".
           05  FE-EMP-DEPT     PIC X(8).
       01  FINAL-DATE-LINE.
           05  FILLER          PIC X(17)   VALUE "TERMINATION DATE ".
           05  FL-TERM-DATE    PIC 9(8).
           05  FILLER          PIC X(23)   VALUE
                                   "   FINAL PERIOD ENDING ".
           05  FL-PERIOD-END   PIC 9(8).
       01  FINAL-DETAIL.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  FS-LABEL        PIC X(28).
           05  FS-AMOUNT       PIC $$$,$$9.99-.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  FS-NOTE         PIC X(30).
       01  GARN-NOTICE-LINE-1.
           05  FILLER          PIC X(8)    VALUE "NOTICE: ".
           05  GN1-PAYEE       PIC X(20).
           05  FILLER          PIC X(6)    VALUE " CASE ".
           05  GN1-CASE-NO     PIC X(10).
           05  FILLER          PIC X(12)   VALUE " - EMPLOYEE ".
           05  GN1-EMP-ID      PIC X(4).
           05  FILLER          PIC X       VALUE SPACE.
           05  GN1-EMP-NM      PIC X(15).
       01  GARN-NOTICE-LINE-2.
           05  FILLER          PIC X(8)    VALUE SPACES.
           05  FILLER          PIC X(11)   VALUE "TERMINATED ".
           05  GN2-TERM-DATE   PIC 9(8).
           05  FILLER          PIC X(31)   VALUE
                                   ", WITHHOLDING STOPPED. UNPAID: ".
           05  GN2-BALANCE     PIC $$$,$$9.99.

       01  DEDUCT-TABLE.
           05  DEDUCT-COUNT    PIC 9(5)    VALUE ZERO.
       01  DEP-DETAIL.
           05  DP-LABEL        PIC X(26).
           05  DP-AMOUNT       PIC $$,$$$,$$9.99.
       01  DEP-STATE-DETAIL.
           05  FILLER          PIC X(19)   VALUE "STATE INCOME TAX - ".
           05  DS-STATE        PIC XX.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  DS-AMOUNT       PIC $$,$$$,$$9.99.

       01  HD-TITLE.
           05  FILLER          PIC X(6)    VALUE "DATE: ".
           05  FILLER          PIC X       VALUE ":".
           05  HD-MIN          PIC 99.
           05  FILLER          PIC X(21)   VALUE SPACES.
           05  HD-RUN-TITLE    PIC X(17)   VALUE "EMPLOYEE PAYROLL".
       
       01  HD-COLUMNS.
           05  FILLER          PIC X(6)    VALUE "EMP ID".
           05  FILLER          PIC X(16)   VALUE " NAME".
           05  FILLER          PIC X(9)    VALUE "DEPT".
           05  FILLER          PIC X(4)    VALUE "HRS".
           05  FILLER          PIC X(7)    VALUE " RATE".
           05  FILLER          PIC X(10)   VALUE "GROSS PAY".
           05  FILLER          PIC X(7)    VALUE "HEALTH".
           05  FILLER          PIC X(7)    VALUE "401(K)".
           05  FILLER          PIC X(7)    VALUE "GARNSH".
           05  FILLER          PIC X(7)    VALUE "ADVANC".
           05  FILLER          PIC X(8)    VALUE " PURCH".
           05  FILLER          PIC X(8)    VALUE "TAX RT".
           05  FILLER          PIC X(10)   VALUE " WITHHELD".
           05  FILLER          PIC X(8)    VALUE "SS/MED".
           05  FILLER          PIC X(7)    VALUE " STATE".
           05  FILLER          PIC X(11)   VALUE "   NET PAY".

       01  HD-DASHES.
           05  FILLER  OCCURS 140 TIMES    VALUE "=".
           
       01  D-EMP-REC.
           05  D-EMP-ID        PIC X(4).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  D-PAY-RT        PIC ZZ9.9.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  D-GRS-PAY       PIC ZZ,ZZ9.99.
           05  FILLER          PIC X       VALUE SPACES.
           05  D-HEALTH-INS    PIC ZZ9.99.
           05  FILLER          PIC X       VALUE SPACES.
           05  D-401K          PIC ZZ9.99.
           05  FILLER          PIC X       VALUE SPACES.
           05  D-GARNISH       PIC ZZ9.99.
           05  FILLER          PIC X       VALUE SPACES.
           05  D-ADV-RECOV     PIC ZZ9.99.
           05  FILLER          PIC X       VALUE SPACES.
           05  D-EMP-PURCH     PIC ZZ9.99.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  D-TX-RT         PIC Z9.99.
           05  FILLER          PIC X       VALUE "%".
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  D-TAX           PIC ZZ,ZZ9.99.
           05  FILLER          PIC X       VALUE SPACES.
           05  D-FICA-EE       PIC ZZ9.99.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  D-STATE-TAX     PIC ZZ9.99.
           05  FILLER          PIC X       VALUE SPACES.
           05  D-NET-PAY       PIC ZZ,ZZ9.99-.
           05  FILLER          PIC X       VALUE SPACE.
           05  D-OT-FLAG       PIC X(5).

           05  FILLER          PIC X(7)    VALUE "TOTALS:".
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  F-GRS-TOT       PIC $$$,$$9.99.
           05  FILLER          PIC X(26)   VALUE SPACES.
           05  F-TAX-TOT       PIC $$,$$9.99.
           05  FILLER          PIC X       VALUE SPACE.
           05  F-FICA-TOT      PIC $$,$$9.99.
           05  FILLER          PIC X       VALUE SPACE.
           05  F-STATE-TOT     PIC $$,$$9.99.
           05  FILLER          PIC X       VALUE SPACE.
           05  F-NET-TOT       PIC $$$,$$9.99-.
           
       01  HD-ERR-COLUMNS.
       01  F-TOTAL-ERRORS.
           05  F-ERR-TOT       PIC Z9.
           05  FILLER          PIC X(14)   VALUE " ERROR RECORDS".

       01  PV-HEADING.
           05  FILLER          PIC X(32)   VALUE
                   "PREVIEW ONLY - NOTHING POSTED.  ".
           05  FILLER          PIC X(12)   VALUE "SWINGS OVER ".
           05  PH-SWING-PCT    PIC ZZ9.
           05  FILLER          PIC X(25)   VALUE
                   "% OF LAST PERIOD FLAGGED.".

       01  PV-COLUMNS.
           05  FILLER          PIC X(6)    VALUE "EMP ID".
           05  FILLER          PIC X(16)   VALUE " NAME".
           05  FILLER          PIC X(12)   VALUE "LAST GROSS".
           05  FILLER          PIC X(12)   VALUE "THIS GROSS".
           05  FILLER          PIC X(12)   VALUE "  LAST NET".
           05  FILLER          PIC X(13)   VALUE "  THIS NET".
           05  FILLER          PIC X(7)    VALUE " CHG%".
           05  FILLER          PIC X(4)    VALUE "FLAG".

       01  PV-DETAIL.
           05  PD-EMP-ID       PIC X(4).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  PD-EMP-NM       PIC X(15).
           05  FILLER          PIC X       VALUE SPACES.
           05  PD-LAST-GROSS   PIC ZZZ,ZZ9.99.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  PD-GROSS        PIC ZZZ,ZZ9.99.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  PD-LAST-NET     PIC ZZZ,ZZ9.99.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  PD-NET          PIC ZZZ,ZZ9.99-.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  PD-PCT          PIC ZZZZ9.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  PD-FLAG         PIC X(20).

       01  PV-FLAG-TOTAL.
           05  PF-COUNT        PIC ZZ9.
           05  FILLER          PIC X(25)   VALUE
                   " ITEMS FLAGGED FOR REVIEW".

       01  PV-SIGN-OFF.
           05  FILLER          PIC X(21)   VALUE
                   "PREVIEW REVIEWED BY: ".
           05  FILLER          PIC X(25)   VALUE ALL "_".
           05  FILLER          PIC X(8)    VALUE "  DATE: ".
           05  FILLER          PIC X(10)   VALUE ALL "_".
      *
       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 085-ACCEPT-RUN-TYPE
           PERFORM 090-ACCEPT-PERIOD-END
           IF REGULAR-RUN
               PERFORM 095-VERIFY-TIME-CONTROL
           END-IF
           PERFORM 100-OPEN-FILES
           PERFORM 197-LOAD-TAX-BRACKETS
           IF NOT BRACKETS-FROM-FILE
               PERFORM 195-SORT-TAX-FILE
               PERFORM 200-LOAD-TAX-TABLE
           END-IF
           PERFORM 218-LOAD-DEPT-MASTER
           PERFORM 220-LOAD-EMP-TABLE
           PERFORM 240-LOAD-DEDUCT-TABLE
           PERFORM 245-LOAD-OT-APPROVALS
           PERFORM 248-LOAD-PAY-RATES
           PERFORM 255-LOAD-EMPLOYER-TAXES
           PERFORM 258-LOAD-W4-PROFILES
           PERFORM 256-LOAD-STATE-TAX-TABLE
           PERFORM 257-LOAD-STATE-W4-PROFILES
           PERFORM 259-LOAD-MATCH-CONTROL
           IF PREVIEW-RUN
               PERFORM 261-LOAD-PREVIEW-CONTROL
           END-IF
           PERFORM 262-LOAD-GARNISHMENTS
           PERFORM 264-LOAD-ARREARS
           PERFORM 266-LOAD-PTO-HOURS
           IF REGULAR-RUN
               PERFORM 265-LOAD-TIME-DETAIL
           END-IF
           PERFORM 260-LOAD-YTD-GROSS
           PERFORM 263-LOAD-PAY-ADVANCES
           IF REGULAR-RUN OR FINAL-PAY-RUN
               PERFORM 268-LOAD-EMP-PURCHASES
           END-IF
           PERFORM 267-LOAD-TERM-POLICY
           PERFORM 269-LOAD-BENEFITS
           PERFORM 250-WRITE-HEADERS
           EVALUATE TRUE
               WHEN OFF-CYCLE-RUN
                   PERFORM 380-READ-OFFCYCLE-FILE
                       UNTIL EOF-SWITCH = 'Y'
               WHEN RETRO-RUN
                   PERFORM 392-RETRO-ONE-EMPLOYEE
                       UNTIL EOF-SWITCH = 'Y'
               WHEN FINAL-PAY-RUN
                   PERFORM 480-FINAL-PAY-ONE-EMPLOYEE
                       UNTIL EOF-SWITCH = 'Y'
               WHEN OTHER
                   PERFORM 300-READ-INPUT-FILE UNTIL EOF-SWITCH = 'Y'
                   PERFORM 320-PAY-SALARIED-STAFF
           END-EVALUATE
           PERFORM 900-PRINT-TOTALS
           IF PREVIEW-RUN
               PERFORM 930-PRINT-PREVIEW-FLAGS
           ELSE
               PERFORM 910-WRITE-DEPOSIT-REPORT
               PERFORM 912-WRITE-DEPT-PAY-FILE
               IF REGULAR-RUN
                   PERFORM 915-WRITE-GARN-REGISTER
               END-IF
               IF REGULAR-RUN OR FINAL-PAY-RUN
                   PERFORM 918-SAVE-GARNMAST
               END-IF
               PERFORM 919-SAVE-ARREARS
               PERFORM 920-SAVE-PAY-ADVANCES
               IF REGULAR-RUN OR FINAL-PAY-RUN
                   PERFORM 921-SAVE-EMP-PURCHASES
               END-IF
               PERFORM 925-WRITE-TRANS-TRAILER
           END-IF
           PERFORM 950-CLOSE-FILES

           DISPLAY "REPORTS GENERATED!"
           STOP RUN.

      * Asks whether this is the regular weekly run from the hours
      * file, an off-cycle run of bonuses, commission payouts, and
      * manual checks from OFFCYCLE.DAT, a retro run paying the
      * difference on weeks posted before a back-dated rate change,
      * or a final-pay run for employees being terminated. A preview
      * is the regular run priced in full but written only to
      * PREVIEW.RPT and PREVIEWEX.RPT, for sign-off before the real
      * run - no TRANS.DAT, remittance, deposit, or saved balances.
       085-ACCEPT-RUN-TYPE.
           DISPLAY 'ENTER RUN TYPE (R=REGULAR, O=OFF-CYCLE,'
               ' A=RETRO ADJUSTMENT, T=TERMINATION FINAL PAY,'
               ' P=PREVIEW):'
           ACCEPT WS-RUN-TYPE
           PERFORM UNTIL REGULAR-RUN OR OFF-CYCLE-RUN OR RETRO-RUN
                   OR FINAL-PAY-RUN OR PREVIEW-REQUESTED
               DISPLAY 'INVALID RUN TYPE.'
               DISPLAY 'ENTER RUN TYPE (R=REGULAR, O=OFF-CYCLE,'
                   ' A=RETRO ADJUSTMENT, T=TERMINATION FINAL PAY,'
                   ' P=PREVIEW):'
               ACCEPT WS-RUN-TYPE
           END-PERFORM
           IF PREVIEW-REQUESTED
               MOVE 'Y' TO PREVIEW-SW
               MOVE 'R' TO WS-RUN-TYPE
               MOVE 'PAYROLL PREVIEW' TO HD-RUN-TITLE
               MOVE 'PREVIEW.RPT' TO WS-OUT-NAME
               MOVE 'PREVIEWEX.RPT' TO WS-EX-NAME
           END-IF
           IF OFF-CYCLE-RUN
               MOVE 'OFF-CYCLE PAYROLL' TO HD-RUN-TITLE
           END-IF
           IF RETRO-RUN
               MOVE 'RETRO PAY RUN' TO HD-RUN-TITLE
           END-IF
           IF FINAL-PAY-RUN
               MOVE 'FINAL PAY RUN' TO HD-RUN-TITLE
           END-IF.

      * Accepts the period-end date stamped on every transaction
      * record so the master update can prove the period. An
      * off-cycle batch is stamped with its check date instead.
       090-ACCEPT-PERIOD-END.
           IF NOT REGULAR-RUN
               DISPLAY 'ENTER OFF-CYCLE CHECK DATE (YYYYMMDD):'
           ELSE
               DISPLAY 'ENTER PAY PERIOD END DATE (YYYYMMDD):'
           END-IF
           ACCEPT WS-PERIOD-END
           PERFORM UNTIL WS-PERIOD-END NOT = ZERO
               DISPLAY 'INVALID DATE.'

      * Opens the input and output files.
       100-OPEN-FILES.
           EVALUATE TRUE
               WHEN OFF-CYCLE-RUN
                   OPEN INPUT OFFCYCLE-FILE
                   IF WS-OFC-STATUS NOT = "00"
                       DISPLAY 'OFFCYCLE.DAT NOT ON FILE -'
                           ' RUN STOPPED.'
                       STOP RUN
                   END-IF
               WHEN RETRO-RUN
                   OPEN OUTPUT RETROREG-FILE
                   MOVE WS-PERIOD-END TO RH-CHECK-DATE
                   WRITE RETROREG-REC FROM RETRO-HEADING
               WHEN FINAL-PAY-RUN
                   OPEN OUTPUT FINALPAY-FILE
               WHEN OTHER
                   OPEN INPUT IN-FILE
           END-EVALUATE
           OPEN INPUT  EMP-FILE
           OPEN INPUT  DEDUCT-FILE
           OPEN OUTPUT OUT-FILE
           OPEN OUTPUT EX-FILE
           IF NOT PREVIEW-RUN
               OPEN OUTPUT PAYTRANS-FILE
           END-IF.

      * Makes a pass over TAX.DAT before it is sorted to confirm
      * WG-LVL is already in ascending order, so an out-of-order edit
               END-PERFORM
           END-PERFORM.

      * Loads the department master. A missing file leaves the
      * table empty and EMPMASTER's departments stand unchecked.
       218-LOAD-DEPT-MASTER.
           OPEN INPUT DEPTMAST-FILE
           IF WS-DM-STATUS NOT = "00"
               MOVE 'Y' TO DM-EOF-SWITCH
           END-IF
           PERFORM UNTIL DM-EOF-SWITCH = 'Y'
               READ DEPTMAST-FILE
                   AT END
                       MOVE 'Y' TO DM-EOF-SWITCH
                   NOT AT END
                       IF DM-COUNT < 99
                           ADD 1 TO DM-COUNT
                           MOVE DM-SHORT-NAME TO
                               DM-T-SHORT-NAME(DM-COUNT)
                           MOVE DM-DEPT-NAME TO
                               DM-T-DEPT-NAME(DM-COUNT)
                           MOVE DM-ACTIVE TO DM-T-ACTIVE(DM-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-DM-STATUS NOT = "35"
               CLOSE DEPTMAST-FILE
           END-IF.

      * Loads the employee master by reading emp-file and adding each
      * employee's id, name, and department into the run-time table
      * defined in working storage. Closes emp-file when the end is
               MOVE EM-EMP-ID   TO ET-EMP-ID(EMP-COUNT)
               MOVE EM-EMP-NM   TO ET-EMP-NM(EMP-COUNT)
               MOVE EM-EMP-DEPT TO ET-EMP-DEPT(EMP-COUNT)
               IF DM-COUNT > ZERO
                   PERFORM 225-CHECK-EMP-DEPT
               END-IF
               IF EM-PAY-TYPE = 'S'
                   MOVE 'S' TO ET-PAY-TYPE(EMP-COUNT)
               ELSE
               ELSE
                   MOVE ZERO TO ET-SALARY(EMP-COUNT)
               END-IF
               MOVE EM-WORK-STATE TO ET-WORK-STATE(EMP-COUNT)
               PERFORM 230-READ-EMP
           END-PERFORM.

      * Warns when an employee's department is not an active
      * department on the master; the labor row would not map to
      * the ledger.
       225-CHECK-EMP-DEPT.
           MOVE ZERO TO WS-DM-FOUND
           PERFORM VARYING WS-DM-SUB FROM 1 BY 1
                   UNTIL WS-DM-SUB > DM-COUNT
               IF DM-T-SHORT-NAME(WS-DM-SUB) = EM-EMP-DEPT
                   MOVE WS-DM-SUB TO WS-DM-FOUND
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-DM-FOUND = ZERO
                   DISPLAY 'WARNING: EMPLOYEE ' EM-EMP-ID
                       ' DEPARTMENT ' EM-EMP-DEPT
                       ' IS NOT ON DEPTMAST.DAT'
               WHEN DM-T-ACTIVE(WS-DM-FOUND) NOT = 'A'
                   DISPLAY 'WARNING: EMPLOYEE ' EM-EMP-ID
                       ' DEPARTMENT ' DM-T-DEPT-NAME(WS-DM-FOUND)
                       ' IS INACTIVE'
           END-EVALUATE.

       230-READ-EMP.
           READ EMP-FILE
               AT END
                           WHEN 'SUTA'
                               MOVE ET-RATE      TO SUTA-RATE
                               MOVE ET-WAGE-BASE TO SUTA-BASE
                           WHEN 'SSEE'
                               MOVE ET-RATE      TO SS-EE-RATE
                               MOVE ET-WAGE-BASE TO SS-EE-BASE
                           WHEN 'MEDI'
                               MOVE ET-RATE      TO MED-EE-RATE
                           WHEN 'MEDA'
                               MOVE ET-RATE      TO ADD-MED-RATE
                               MOVE ET-WAGE-BASE TO ADD-MED-THRESH
                           WHEN 'SUPP'
                               MOVE ET-RATE      TO SUPP-RATE
                           WHEN OTHER
                               DISPLAY 'UNKNOWN EMPLOYER TAX TYPE '
                                   ET-TYPE
               CLOSE W4-FILE
           END-IF.

      * Loads the state withholding rows already in force for the
      * period being paid; rows dated after the period end are left
      * for a later run. Each state's own latest set is picked when
      * the tax computes. No table on disk withholds no state tax.
       256-LOAD-STATE-TAX-TABLE.
           OPEN INPUT STATETAX-FILE
           IF WS-ST-STATUS NOT = "00"
               MOVE 'Y' TO ST-EOF-SWITCH
               DISPLAY 'WARNING: STATETAX.DAT NOT ON FILE - NO STATE'
                   ' TAX WITHHELD.'
           END-IF
           PERFORM UNTIL ST-EOF-SWITCH = 'Y'
               READ STATETAX-FILE
                   AT END
                       MOVE 'Y' TO ST-EOF-SWITCH
                   NOT AT END
                       IF ST-EFF-DATE NOT > WS-PERIOD-END
                          AND ST-COUNT < 500
                           ADD 1 TO ST-COUNT
                           MOVE ST-STATE    TO ST-T-STATE(ST-COUNT)
                           MOVE ST-EFF-DATE TO ST-T-EFF-DATE(ST-COUNT)
                           MOVE ST-METHOD   TO ST-T-METHOD(ST-COUNT)
                           MOVE ST-WAGES    TO ST-T-WAGES(ST-COUNT)
                           MOVE ST-RATE     TO ST-T-RATE(ST-COUNT)
                           MOVE ST-ALLOW-AMT TO
                               ST-T-ALLOW-AMT(ST-COUNT)
                           MOVE ST-MARRIED-AMT TO
                               ST-T-MARRIED-AMT(ST-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ST-STATUS NOT = "35"
               CLOSE STATETAX-FILE
           END-IF.

      * Loads the state W-4 profiles.
       257-LOAD-STATE-W4-PROFILES.
           OPEN INPUT STATEW4-FILE
           IF WS-SW4-STATUS NOT = "00"
               MOVE 'Y' TO SW4-EOF-SWITCH
           END-IF
           PERFORM UNTIL SW4-EOF-SWITCH = 'Y'
               READ STATEW4-FILE
                   AT END
                       MOVE 'Y' TO SW4-EOF-SWITCH
                   NOT AT END
                       IF SW-COUNT < 500
                           ADD 1 TO SW-COUNT
                           MOVE SW-EMP-ID TO SW-T-EMP-ID(SW-COUNT)
                           MOVE SW-FILING TO SW-T-FILING(SW-COUNT)
                           MOVE SW-ALLOWANCES TO
                               SW-T-ALLOWANCES(SW-COUNT)
                           MOVE SW-EXTRA  TO SW-T-EXTRA(SW-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-SW4-STATUS NOT = "35"
               CLOSE STATEW4-FILE
           END-IF.

      * Loads the period's paid-time-off hours. Missing file means
      * nobody took time off.
       266-LOAD-PTO-HOURS.
               CLOSE PTO-FILE
           END-IF.

      * Loads this period's daily time detail and the shift
      * differentials. Detail for another week is ignored; no detail
      * file means every hourly check prices from the weekly hours.
       265-LOAD-TIME-DETAIL.
           OPEN INPUT SHIFTDIFF-FILE
           IF WS-SD-STATUS NOT = "00"
               MOVE 'Y' TO SD-EOF-SWITCH
           END-IF
           PERFORM UNTIL SD-EOF-SWITCH = 'Y'
               READ SHIFTDIFF-FILE
                   AT END
                       MOVE 'Y' TO SD-EOF-SWITCH
                   NOT AT END
                       IF SF-COUNT < 20 AND SD-DIFF-AMT IS NUMERIC
                           ADD 1 TO SF-COUNT
                           MOVE SD-SHIFT    TO SF-SHIFT(SF-COUNT)
                           MOVE SD-DIFF-AMT TO SF-DIFF-AMT(SF-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-SD-STATUS NOT = "35"
               CLOSE SHIFTDIFF-FILE
           END-IF
           OPEN INPUT TIMEDTL-FILE
           IF WS-TD-STATUS NOT = "00"
               MOVE 'Y' TO TD-EOF-SWITCH
           END-IF
           PERFORM UNTIL TD-EOF-SWITCH = 'Y'
               READ TIMEDTL-FILE
                   AT END
                       MOVE 'Y' TO TD-EOF-SWITCH
                   NOT AT END
                       IF TD-PERIOD-END = WS-PERIOD-END
                          AND TD-HOURS IS NUMERIC
                          AND TT-COUNT < 3500
                           ADD 1 TO TT-COUNT
                           MOVE TD-EMP-ID  TO TT-EMP-ID(TT-COUNT)
                           MOVE TD-SHIFT   TO TT-SHIFT(TT-COUNT)
                           MOVE TD-HOLIDAY TO TT-HOLIDAY(TT-COUNT)
                           MOVE TD-HOURS   TO TT-HOURS(TT-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-TD-STATUS NOT = "35"
               CLOSE TIMEDTL-FILE
           END-IF.

      * Finds the employee's PTO row for this period, if any.
       268-LOOKUP-PTO.
           MOVE SPACE TO WS-PTO-TYPE
                               AB-T-401K-DUE(AB-COUNT)
                           MOVE AB-GARN-DUE TO
                               AB-T-GARN-DUE(AB-COUNT)
                           IF AB-PURCH-DUE IS NUMERIC
                               MOVE AB-PURCH-DUE TO
                                   AB-T-PURCH-DUE(AB-COUNT)
                           ELSE
                               MOVE ZERO TO AB-T-PURCH-DUE(AB-COUNT)
                           END-IF
                           IF AB-ADV-DUE IS NUMERIC
                               MOVE AB-ADV-DUE TO
                                   AB-T-ADV-DUE(AB-COUNT)
                           ELSE
                               MOVE ZERO TO AB-T-ADV-DUE(AB-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
               IF AB-T-HEALTH-DUE(AB-INDX) > ZERO
                  OR AB-T-401K-DUE(AB-INDX) > ZERO
                  OR AB-T-GARN-DUE(AB-INDX) > ZERO
                  OR AB-T-PURCH-DUE(AB-INDX) > ZERO
                  OR AB-T-ADV-DUE(AB-INDX) > ZERO
                   MOVE AB-T-EMP-ID(AB-INDX)     TO AB-EMP-ID
                   MOVE AB-T-HEALTH-DUE(AB-INDX) TO AB-HEALTH-DUE
                   MOVE AB-T-401K-DUE(AB-INDX)   TO AB-401K-DUE
                   MOVE AB-T-GARN-DUE(AB-INDX)   TO AB-GARN-DUE
                   MOVE AB-T-PURCH-DUE(AB-INDX)  TO AB-PURCH-DUE
                   MOVE AB-T-ADV-DUE(AB-INDX)    TO AB-ADV-DUE
                   WRITE ARREARS-REC
               END-IF
           END-PERFORM
           CLOSE ARREARS-FILE.

      * Rewrites the advance ledger with the advances this run issued
      * and the balances its checks left, dropping advances fully
      * recovered. A ledger too big to load is left as it was.
       920-SAVE-PAY-ADVANCES.
           IF NOT PAY-ADV-TABLE-FULL
               OPEN OUTPUT PAYADV-FILE
               PERFORM VARYING WS-AV-SUB FROM 1 BY 1
                       UNTIL WS-AV-SUB > AV-COUNT
                   IF AV-T-BALANCE(WS-AV-SUB) > ZERO
                       MOVE AV-T-EMP-ID(WS-AV-SUB)     TO AV-EMP-ID
                       MOVE AV-T-ADV-NO(WS-AV-SUB)     TO AV-ADV-NO
                       MOVE AV-T-AMOUNT(WS-AV-SUB)     TO AV-AMOUNT
                       MOVE AV-T-ISSUE-DATE(WS-AV-SUB)
                           TO AV-ISSUE-DATE
                       MOVE AV-T-SUPERVISOR(WS-AV-SUB)
                           TO AV-SUPERVISOR
                       MOVE AV-T-PER-AMT(WS-AV-SUB)    TO AV-PER-AMT
                       MOVE AV-T-BALANCE(WS-AV-SUB)    TO AV-BALANCE
                       MOVE AV-T-STATUS(WS-AV-SUB)     TO AV-STATUS
                       WRITE PAYADV-REC
                   END-IF
               END-PERFORM
               CLOSE PAYADV-FILE
           END-IF.

      * Rewrites the employee-purchase ledger with the rows this run
      * deducted marked 'D'. Deducted rows stay on file as the record
      * of what came out of which check.
       921-SAVE-EMP-PURCHASES.
           IF EPT-COUNT > ZERO AND NOT EMP-PURCH-TABLE-FULL
               OPEN OUTPUT EMPPURCH-FILE
               PERFORM VARYING WS-EP-SUB FROM 1 BY 1
                       UNTIL WS-EP-SUB > EPT-COUNT
                   MOVE EPT-ENTRY(WS-EP-SUB) TO EMPPURCH-REC
                   WRITE EMPPURCH-REC
               END-PERFORM
               CLOSE EMPPURCH-FILE
           END-IF.

      * Empties the off-cycle batch once it is paid, writing back
      * only the rows held for the next batch. When more were held
      * than the table takes the file is left as it was.
       922-SAVE-OFFCYCLE-HELD.
           IF OFFCYCLE-HELD-FULL
               DISPLAY 'OFFCYCLE.DAT HOLD TABLE FULL - FILE NOT '
                   'CLEARED; REMOVE THE ROWS PAID BEFORE THE NEXT RUN'
           ELSE
               OPEN OUTPUT OFFCYCLE-FILE
               PERFORM VARYING WS-OC-SUB FROM 1 BY 1
                       UNTIL WS-OC-SUB > OH-COUNT
                   MOVE OH-T-REC(WS-OC-SUB) TO OFFCYCLE-REC
                   WRITE OFFCYCLE-REC
               END-PERFORM
               CLOSE OFFCYCLE-FILE
               DISPLAY OH-COUNT ' OFF-CYCLE ROWS HELD FOR NEXT BATCH.'
           END-IF.

      * Loads the garnishment master. With none on file the flat
      * DD-GARNISH amount keeps driving the deduction, as before.
       262-LOAD-GARNISHMENTS.
               CLOSE GARNMAST-FILE
           END-IF.

      * Loads the pay advances still being recovered. No file on
      * disk means nobody owes an advance. A ledger too big for the
      * table is left alone - nothing is recovered or issued from it
      * and it is not rewritten - rather than risk dropping rows.
       263-LOAD-PAY-ADVANCES.
           OPEN INPUT PAYADV-FILE
           IF WS-AV-STATUS NOT = "00"
               MOVE 'Y' TO AV-EOF-SWITCH
           END-IF
           PERFORM UNTIL AV-EOF-SWITCH = 'Y'
               READ PAYADV-FILE
                   AT END
                       MOVE 'Y' TO AV-EOF-SWITCH
                   NOT AT END
                       IF AV-COUNT < 500
                           ADD 1 TO AV-COUNT
                           MOVE AV-EMP-ID  TO AV-T-EMP-ID(AV-COUNT)
                           MOVE AV-ADV-NO  TO AV-T-ADV-NO(AV-COUNT)
                           MOVE AV-AMOUNT  TO AV-T-AMOUNT(AV-COUNT)
                           MOVE AV-ISSUE-DATE TO
                               AV-T-ISSUE-DATE(AV-COUNT)
                           MOVE AV-SUPERVISOR TO
                               AV-T-SUPERVISOR(AV-COUNT)
                           MOVE AV-PER-AMT TO AV-T-PER-AMT(AV-COUNT)
                           MOVE AV-BALANCE TO AV-T-BALANCE(AV-COUNT)
                           MOVE AV-STATUS  TO AV-T-STATUS(AV-COUNT)
                       ELSE
                           SET PAY-ADV-TABLE-FULL TO TRUE
                           MOVE 'Y' TO AV-EOF-SWITCH
                       END-IF
               END-READ
           END-PERFORM
           IF WS-AV-STATUS NOT = "35"
               CLOSE PAYADV-FILE
           END-IF
           IF PAY-ADV-TABLE-FULL
               DISPLAY 'PAYADVANCE.DAT TABLE FULL - ADVANCES NOT '
                   'RECOVERED OR ISSUED THIS RUN'
           END-IF.

      * Loads the FastMart employee-purchase ledger. No file on disk
      * means nobody has charged a purchase. A ledger too big for the
      * table is left alone - nothing is deducted from it and it is
      * not rewritten - rather than risk dropping rows.
       268-LOAD-EMP-PURCHASES.
           OPEN INPUT EMPPURCH-FILE
           IF WS-EP-STATUS NOT = "00"
               MOVE 'Y' TO EP-EOF-SWITCH
           END-IF
           PERFORM UNTIL EP-EOF-SWITCH = 'Y'
               READ EMPPURCH-FILE
                   AT END
                       MOVE 'Y' TO EP-EOF-SWITCH
                   NOT AT END
                       IF EPT-COUNT < 5000
                           ADD 1 TO EPT-COUNT
                           MOVE EMPPURCH-REC TO EPT-ENTRY(EPT-COUNT)
                       ELSE
                           SET EMP-PURCH-TABLE-FULL TO TRUE
                           MOVE 'Y' TO EP-EOF-SWITCH
                       END-IF
               END-READ
           END-PERFORM
           IF WS-EP-STATUS NOT = "35"
               CLOSE EMPPURCH-FILE
           END-IF
           IF EMP-PURCH-TABLE-FULL
               DISPLAY 'EMPPURCH.DAT OVER 5000 ROWS - EMPLOYEE '
                   'PURCHASES NOT DEDUCTED THIS RUN'
           END-IF.

      * Loads the termination policy. A missing file forfeits the
      * sick balance, the usual policy.
       267-LOAD-TERM-POLICY.
           OPEN INPUT TERMPOL-FILE
           IF WS-TP-STATUS = "00"
               READ TERMPOL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE TP-PAY-SICK TO PAY-SICK-SW
               END-READ
               CLOSE TERMPOL-FILE
           END-IF.

      * Loads the benefit plan costs and the enrollments. With no
      * ENROLL.DAT the keyed DEDUCTIONS.DAT health amount stands. The
      * pay period is the seven days ending on the period-end date;
      * a plan covering any day of it takes the period's share.
       269-LOAD-BENEFITS.
           COMPUTE WS-PERIOD-START = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-PERIOD-END) - 6)
           OPEN INPUT BENPLAN-FILE
           IF WS-BP-STATUS NOT = "00"
               MOVE 'Y' TO BP-EOF-SWITCH
           END-IF
           PERFORM UNTIL BP-EOF-SWITCH = 'Y'
               READ BENPLAN-FILE
                   AT END
                       MOVE 'Y' TO BP-EOF-SWITCH
                   NOT AT END
                       IF BP-COUNT < 200
                           ADD 1 TO BP-COUNT
                           MOVE BP-PLAN-CODE TO
                               BP-T-PLAN-CODE(BP-COUNT)
                           MOVE BP-TIER      TO BP-T-TIER(BP-COUNT)
                           MOVE BP-EE-MONTHLY TO
                               BP-T-EE-MONTHLY(BP-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-BP-STATUS NOT = "35"
               CLOSE BENPLAN-FILE
           END-IF
           OPEN INPUT ENROLL-FILE
           IF WS-EN-STATUS NOT = "00"
               MOVE 'Y' TO EN-EOF-SWITCH
           ELSE
               MOVE 'Y' TO ENROLL-SW
           END-IF
           PERFORM UNTIL EN-EOF-SWITCH = 'Y'
               READ ENROLL-FILE
                   AT END
                       MOVE 'Y' TO EN-EOF-SWITCH
                   NOT AT END
                       IF EN-COUNT < 2000
                           ADD 1 TO EN-COUNT
                           MOVE EN-EMP-ID    TO EN-T-EMP-ID(EN-COUNT)
                           MOVE EN-PLAN-CODE TO
                               EN-T-PLAN-CODE(EN-COUNT)
                           MOVE EN-TIER      TO EN-T-TIER(EN-COUNT)
                           MOVE EN-EFF-DATE  TO
                               EN-T-EFF-DATE(EN-COUNT)
                           IF EN-TERM-DATE IS NUMERIC
                               MOVE EN-TERM-DATE TO
                                   EN-T-TERM-DATE(EN-COUNT)
                           ELSE
                               MOVE ZERO TO EN-T-TERM-DATE(EN-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-EN-STATUS NOT = "35"
               CLOSE ENROLL-FILE
           END-IF.

      * Loads the 401(k) match formula. A missing file leaves the
      * compiled-in figures standing.
       259-LOAD-MATCH-CONTROL.
               CLOSE MATCHCTL-FILE
           END-IF.

      * Loads the swing percentage a preview run flags. A missing
      * file leaves the compiled-in figure standing.
       261-LOAD-PREVIEW-CONTROL.
           OPEN INPUT PREVCTL-FILE
           IF WS-PVC-STATUS = "00"
               READ PREVCTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PV-SWING-PCT IS NUMERIC
                          AND PV-SWING-PCT > ZERO
                           MOVE PV-SWING-PCT TO SWING-PCT
                       END-IF
               END-READ
               CLOSE PREVCTL-FILE
           END-IF.

      * Loads each employee's YTD gross off the lab08 master so the
      * wage-base caps apply to where the employee actually stands,
      * and keeps the figure current within the run so a second
                           ELSE
                               MOVE ZERO TO YG-YTD-401K(YG-COUNT)
                           END-IF
                           IF OM-VAC-HOURS IS NUMERIC
                               MOVE OM-VAC-HOURS TO
                                   YG-VAC-HOURS(YG-COUNT)
                           ELSE
                               MOVE ZERO TO YG-VAC-HOURS(YG-COUNT)
                           END-IF
                           IF OM-SICK-HOURS IS NUMERIC
                               MOVE OM-SICK-HOURS TO
                                   YG-SICK-HOURS(YG-COUNT)
                           ELSE
                               MOVE ZERO TO YG-SICK-HOURS(YG-COUNT)
                           END-IF
                           IF OM-GRS-PAY IS NUMERIC
                               MOVE OM-GRS-PAY TO
                                   YG-LAST-GROSS(YG-COUNT)
                           ELSE
                               MOVE ZERO TO YG-LAST-GROSS(YG-COUNT)
                           END-IF
                           IF OM-NET-PAY IS NUMERIC
                               MOVE OM-NET-PAY TO
                                   YG-LAST-NET(YG-COUNT)
                           ELSE
                               MOVE ZERO TO YG-LAST-NET(YG-COUNT)
                           END-IF
                           MOVE OM-EMP-STATUS TO
                               YG-EMP-STATUS(YG-COUNT)
                           MOVE 'N' TO YG-PAID-SW(YG-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           MOVE ZERO TO IN-PAY-RT
           MOVE ET-EMP-NM(WS-EMP-SUB)   TO WS-EMP-NM
           MOVE ET-EMP-DEPT(WS-EMP-SUB) TO WS-EMP-DEPT
           MOVE ET-WORK-STATE(WS-EMP-SUB) TO WS-WORK-STATE
           PERFORM 360-LOOKUP-DEDUCTIONS
           MOVE ET-SALARY(WS-EMP-SUB) TO WS-GRS-PAY
           MOVE 'S' TO WS-PAY-TYPE
           PERFORM 268-LOOKUP-PTO
           PERFORM 520-COMPUTE-EMPLOYER-TAXES
           PERFORM 500-COMPUTE-TAX
           PERFORM 515-COMPUTE-STATE-TAX
           PERFORM 430-APPLY-DEDUCTION-PRIORITY
           COMPUTE WS-NET-PAY = WS-GRS-PAY - WS-TAX
               - WS-SS-EE - WS-MED-EE - WS-STATE-TAX - WS-TOTAL-DED
           ADD WS-GRS-PAY TO WS-GRS-TOT
           ADD WS-TAX TO WS-TAX-TOT
           ADD WS-NET-PAY TO WS-NET-TOT
           MOVE 'H' TO WS-PAY-TYPE
           ADD 1 TO WS-SAL-PAID-CT.

      * Reads one off-cycle payment. Each goes through the same
      * employer-tax, Social Security, Medicare, and state-tax
      * computations a weekly check does, but the federal tax is the
      * flat supplemental rate and the only deduction taken is the
      * 401(k) - health and garnishments come out of the regular
      * checks. PTO neither pays nor draws down. A pay advance (kind
      * 'V') is not wages: it pays out untaxed and the ledger row
      * PayAdvance recorded is marked issued so recovery can start.
       380-READ-OFFCYCLE-FILE.
           READ OFFCYCLE-FILE
               AT END
                   MOVE 'Y' TO EOF-SWITCH
               NOT AT END
                   MOVE OFFCYCLE-REC TO WS-OC-ENTRY
                   PERFORM 385-PAY-ONE-OFFCYCLE
                   IF OC-HOLD-ROW
                       PERFORM 389-HOLD-OFFCYCLE-ROW
                   END-IF
           END-READ.
       385-PAY-ONE-OFFCYCLE.
           MOVE WS-OC-EMP-ID TO IN-EMP-ID
           MOVE ZERO TO IN-HR
           MOVE ZERO TO IN-PAY-RT
           PERFORM 350-LOOKUP-EMPLOYEE
           PERFORM 390-EDIT-OFFCYCLE
           IF OC-ERR = 'Y'
               ADD 1 TO ERRORS
               PERFORM 800-PRINT-ERROR-RECORD
           END-IF
           IF OC-ERR = 'N' AND WS-OC-KIND = 'V'
               PERFORM 387-ISSUE-ONE-ADVANCE
           END-IF
           IF OC-ERR = 'N' AND WS-OC-KIND NOT = 'V'
               PERFORM 360-LOOKUP-DEDUCTIONS
               MOVE ZERO TO WS-HEALTH-INS WS-GARNISH
               MOVE WS-OC-AMOUNT TO WS-GRS-PAY
               MOVE WS-OC-KIND   TO WS-PAY-TYPE
               MOVE SPACE     TO WS-PTO-TYPE
               MOVE ZERO      TO WS-PTO-HOURS
               PERFORM 520-COMPUTE-EMPLOYER-TAXES
               PERFORM 505-COMPUTE-SUPPLEMENTAL-TAX
               PERFORM 515-COMPUTE-STATE-TAX
               PERFORM 470-APPLY-OFFCYCLE-DEDUCTIONS
               COMPUTE WS-NET-PAY = WS-GRS-PAY - WS-TAX
                   - WS-SS-EE - WS-MED-EE - WS-STATE-TAX
                   - WS-TOTAL-DED
               ADD WS-GRS-PAY TO WS-GRS-TOT
               ADD WS-TAX TO WS-TAX-TOT
               ADD WS-NET-PAY TO WS-NET-TOT
               PERFORM 550-WRITE-TRANS-REC
               PERFORM 700-MOVE-EMP-INFO
               COMPUTE D-TX-RT = SUPP-RATE * PERCENT
               EVALUATE WS-OC-KIND
                   WHEN 'B'
                       MOVE ' BON' TO D-OT-FLAG(1:4)
                   WHEN 'C'
                       MOVE ' COM' TO D-OT-FLAG(1:4)
                   WHEN 'M'
                       MOVE ' MAN' TO D-OT-FLAG(1:4)
                   WHEN 'R'
                       MOVE ' RET' TO D-OT-FLAG(1:4)
               END-EVALUATE
               WRITE OUT-REC FROM D-EMP-REC
                   BEFORE ADVANCING 1 LINE
               ADD 1 TO OP-COUNT
               MOVE IN-EMP-ID TO OP-T-EMP-ID(OP-COUNT)
               MOVE 'H' TO WS-PAY-TYPE
               ADD 1 TO WS-OC-PAID-CT
           END-IF.

      * Pays out one advance: the amount goes to the employee whole,
      * with no withholding, no employer tax, and no deductions, and
      * adds nothing to gross or the YTD wage bases. The master
      * update routes it by check or direct deposit like any other
      * net pay. The ledger row is stamped issued as of the check
      * date.
       387-ISSUE-ONE-ADVANCE.
           MOVE ZERO TO WS-GRS-PAY WS-TAX WS-TAX-RT WS-SS-EE WS-MED-EE
                        WS-STATE-TAX WS-FICA-ER WS-FUTA-ER WS-SUTA-ER
                        WS-GARN-TAKE WS-HEALTH-TAKE WS-PURCH-TAKE
                        WS-ADV-TAKE WS-401K-TAKE WS-MATCH WS-TOTAL-DED
                        WS-PTO-HOURS
           MOVE SPACE TO WS-PTO-TYPE
           MOVE 'V' TO WS-PAY-TYPE
           MOVE WS-OC-AMOUNT TO WS-NET-PAY
           ADD WS-NET-PAY TO WS-NET-TOT
           PERFORM 550-WRITE-TRANS-REC
           PERFORM 700-MOVE-EMP-INFO
           MOVE ' ADV' TO D-OT-FLAG(1:4)
           WRITE OUT-REC FROM D-EMP-REC
               BEFORE ADVANCING 1 LINE
           ADD 1 TO OP-COUNT
           MOVE IN-EMP-ID TO OP-T-EMP-ID(OP-COUNT)
           MOVE 'I' TO AV-T-STATUS(WS-AV-FOUND)
           MOVE WS-PERIOD-END TO AV-T-ISSUE-DATE(WS-AV-FOUND)
           MOVE 'H' TO WS-PAY-TYPE
           ADD 1 TO WS-OC-PAID-CT.

      * The ledger row an advance payment pays out: the employee's
      * oldest advance still waiting to be issued, for the amount on
      * the off-cycle row. None is found when the ledger was too
      * big to load, since it will not be rewritten.
       388-FIND-PENDING-ADVANCE.
           MOVE ZERO TO WS-AV-FOUND
           IF WS-OC-KIND = 'V' AND NOT PAY-ADV-TABLE-FULL
               PERFORM VARYING WS-AV-SUB FROM AV-COUNT BY -1
                       UNTIL WS-AV-SUB < 1
                   IF AV-T-EMP-ID(WS-AV-SUB) = WS-OC-EMP-ID
                      AND AV-T-PENDING(WS-AV-SUB)
                      AND AV-T-AMOUNT(WS-AV-SUB) = WS-OC-AMOUNT
                       MOVE WS-AV-SUB TO WS-AV-FOUND
                   END-IF
               END-PERFORM
           END-IF.

      * Keeps an off-cycle row that could not pay in this batch so
      * it is written back for the next one. Should more be held
      * than the table takes, OFFCYCLE.DAT is left as it was.
       389-HOLD-OFFCYCLE-ROW.
           IF OH-COUNT < 500
               ADD 1 TO OH-COUNT
               MOVE OFFCYCLE-REC TO OH-T-REC(OH-COUNT)
           ELSE
               SET OFFCYCLE-HELD-FULL TO TRUE
           END-IF.

      * An off-cycle payment needs a known employee, a valid kind,
      * and an amount, and only one may post per employee per batch.
      * An advance must match a pending row on the advance ledger.
      * A row turned away only for this batch is held for the next.
       390-EDIT-OFFCYCLE.
           MOVE 'N' TO OC-ERR
           MOVE 'N' TO OC-HOLD-SW
           PERFORM 388-FIND-PENDING-ADVANCE
           EVALUATE TRUE
               WHEN WS-EMP-NM = 'UNKNOWN'
                   MOVE 'Y' TO OC-ERR
                   MOVE 'No employee master record!' TO WS-OC-MSG
               WHEN NOT OC-VALID-KIND AND NOT RETRO-RUN
                   MOVE 'Y' TO OC-ERR
                   MOVE 'Pay kind must be B, C, M, or V!' TO WS-OC-MSG
               WHEN WS-OC-AMOUNT NOT NUMERIC
                   MOVE 'Y' TO OC-ERR
                   MOVE 'Off-cycle amount is not numeric' TO
                       WS-OC-MSG
               WHEN WS-OC-AMOUNT = ZERO
                   MOVE 'Y' TO OC-ERR
                   MOVE 'Off-cycle amount is ZERO!!' TO WS-OC-MSG
               WHEN WS-OC-KIND = 'V' AND NOT RETRO-RUN
                    AND WS-AV-FOUND = ZERO
                   MOVE 'Y' TO OC-ERR
                   IF PAY-ADV-TABLE-FULL
                       MOVE 'Y' TO OC-HOLD-SW
                       MOVE 'Advance ledger full - held' TO
                           WS-OC-MSG
                   ELSE
                       MOVE 'No pending advance on ledger!' TO
                           WS-OC-MSG
                   END-IF
               WHEN OTHER
                   PERFORM VARYING WS-OC-SUB FROM 1 BY 1
                           UNTIL WS-OC-SUB > OP-COUNT
                       IF OP-T-EMP-ID(WS-OC-SUB) = WS-OC-EMP-ID
                           MOVE 'Y' TO OC-ERR
                           MOVE 'Y' TO OC-HOLD-SW
                           MOVE 'Paid already - run in new batch'
                               TO WS-OC-MSG
                       END-IF
                   END-PERFORM
                   IF OP-COUNT NOT < 500
                       MOVE 'Y' TO OC-ERR
                       MOVE 'Y' TO OC-HOLD-SW
                       MOVE 'Batch full - run in new batch' TO
                           WS-OC-MSG
                   END-IF
           END-EVALUATE.

      * One employee's retro pay: the operator keys the employee, the
      * new rate (the new per-period salary for salaried staff), and
      * the date it took effect. Every week posted since then is
      * re-priced at the new rate from the posted-pay history and
      * printed against what was actually paid; the total owed, less
      * any retro already paid since the effective date, pays as an
      * off-cycle adjustment through the same withholding as a
      * bonus. Keying 0000 ends the run.
       392-RETRO-ONE-EMPLOYEE.
           DISPLAY 'ENTER EMPLOYEE ID FOR RETRO PAY (0000 = DONE):'
           ACCEPT WS-OC-EMP-ID
           IF WS-OC-EMP-ID = '0000' OR WS-OC-EMP-ID = SPACES
               MOVE 'Y' TO EOF-SWITCH
           ELSE
               DISPLAY 'ENTER NEW HOURLY RATE OR PER-PERIOD SALARY:'
               ACCEPT WS-RETRO-RATE
               DISPLAY 'ENTER DATE THE NEW RATE TOOK EFFECT'
                   ' (YYYYMMDD):'
               ACCEPT WS-RETRO-EFF
               MOVE WS-OC-EMP-ID TO IN-EMP-ID
               PERFORM 350-LOOKUP-EMPLOYEE
               PERFORM 393-LOAD-RETRO-WEEKS
               PERFORM 394-PRICE-RETRO-WEEKS
               IF WS-RETRO-TOT > ZERO
                   MOVE 'R' TO WS-OC-KIND
                   MOVE WS-RETRO-TOT TO WS-OC-AMOUNT
                   PERFORM 385-PAY-ONE-OFFCYCLE
               ELSE
                   DISPLAY 'NO RETRO PAY DUE FOR EMPLOYEE '
                       WS-OC-EMP-ID '.'
               END-IF
           END-IF.

      * Gathers the employee's posted weeks on or after the
      * effective date from the posted-pay history. Retro already
      * paid since then ('R' rows) is totaled separately so a second
      * retro run for the same change pays nothing twice; off-cycle
      * bonuses, commissions, manual checks, and advances are not
      * hours-based and are left out. A final check is left out too -
      * its proration and vacation/sick payout were settled at the
      * master rate when it was cut.
       393-LOAD-RETRO-WEEKS.
           MOVE ZERO TO RW-COUNT
           MOVE ZERO TO WS-RETRO-PRIOR
           MOVE 'N' TO PH-EOF-SWITCH
           OPEN INPUT PAYHIST-FILE
           IF WS-PH-STATUS NOT = "00"
               MOVE 'Y' TO PH-EOF-SWITCH
               DISPLAY 'WARNING: PAYRHIST.DAT NOT ON FILE - NO'
                   ' POSTED WEEKS TO RE-PRICE.'
           END-IF
           PERFORM UNTIL PH-EOF-SWITCH = 'Y'
               READ PAYHIST-FILE
                   AT END
                       MOVE 'Y' TO PH-EOF-SWITCH
                   NOT AT END
                       IF PH-EMP-ID = WS-OC-EMP-ID
                          AND PH-PERIOD-END NOT < WS-RETRO-EFF
                           EVALUATE PH-PAY-TYPE
                               WHEN 'R'
                                   ADD PH-GROSS TO WS-RETRO-PRIOR
                               WHEN 'B'
                               WHEN 'C'
                               WHEN 'M'
                               WHEN 'V'
                               WHEN 'F'
                                   CONTINUE
                               WHEN OTHER
                                   PERFORM 395-ADD-RETRO-WEEK
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PH-STATUS NOT = "35"
               CLOSE PAYHIST-FILE
           END-IF.

      * Prints each posted week paid against owed. An hourly week
      * owes what it was paid plus the rate increase priced in
      * 395 - shift differentials are a flat amount an hour and owe
      * nothing more. A salaried week owes the new per-period
      * salary; one already paid at or above it owes nothing.
       394-PRICE-RETRO-WEEKS.
           MOVE WS-OC-EMP-ID  TO RE-EMP-ID
           MOVE WS-EMP-NM     TO RE-EMP-NM
           MOVE WS-RETRO-RATE TO RE-NEW-RATE
           MOVE WS-RETRO-EFF  TO RE-EFF-DATE
           WRITE RETROREG-REC FROM RETRO-EMP-LINE
               AFTER ADVANCING 2 LINES
           WRITE RETROREG-REC FROM RETRO-COLUMNS
               AFTER ADVANCING 1 LINE
           MOVE ZERO TO WS-RETRO-TOT
           PERFORM VARYING WS-RW-SUB FROM 1 BY 1
                   UNTIL WS-RW-SUB > RW-COUNT
               IF RW-T-TYPE(WS-RW-SUB) = 'S'
                   MOVE WS-RETRO-RATE TO WS-RW-DUE
                   COMPUTE WS-RW-DIFF =
                       WS-RW-DUE - RW-T-PAID(WS-RW-SUB)
                   IF WS-RW-DIFF < ZERO
                       MOVE ZERO TO WS-RW-DIFF
                   END-IF
               ELSE
                   MOVE RW-T-INCR(WS-RW-SUB) TO WS-RW-DIFF
                   COMPUTE WS-RW-DUE =
                       RW-T-PAID(WS-RW-SUB) + RW-T-INCR(WS-RW-SUB)
               END-IF
               ADD WS-RW-DIFF TO WS-RETRO-TOT
               MOVE RW-T-PERIOD(WS-RW-SUB) TO RD-PERIOD
               COMPUTE RD-HOURS =
                   RW-T-HOURS(WS-RW-SUB) + RW-T-PTO(WS-RW-SUB)
               MOVE RW-T-RATE(WS-RW-SUB) TO RD-RATE
               MOVE RW-T-PAID(WS-RW-SUB) TO RD-PAID
               MOVE WS-RW-DUE  TO RD-OWED
               MOVE WS-RW-DIFF TO RD-DIFF
               IF RW-T-TYPE(WS-RW-SUB) = 'S'
                   MOVE 'SAL' TO RD-NOTE
               ELSE
                   MOVE SPACES TO RD-NOTE
               END-IF
               WRITE RETROREG-REC FROM RETRO-DETAIL
                   AFTER ADVANCING 1 LINE
           END-PERFORM
           IF RW-COUNT = ZERO
               MOVE 'NO WEEKS POSTED SINCE THE DATE' TO RT-LABEL
               MOVE ZERO TO RT-AMOUNT
               WRITE RETROREG-REC FROM RETRO-TOTAL-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           IF WS-RETRO-PRIOR > ZERO
               MOVE 'LESS RETRO ALREADY PAID' TO RT-LABEL
               MOVE WS-RETRO-PRIOR TO RT-AMOUNT
               WRITE RETROREG-REC FROM RETRO-TOTAL-LINE
                   AFTER ADVANCING 1 LINE
               SUBTRACT WS-RETRO-PRIOR FROM WS-RETRO-TOT
           END-IF
           IF WS-RETRO-TOT < ZERO
               MOVE ZERO TO WS-RETRO-TOT
           END-IF
           MOVE 'RETRO PAY DUE' TO RT-LABEL
           MOVE WS-RETRO-TOT TO RT-AMOUNT
           WRITE RETROREG-REC FROM RETRO-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

      * Adds one posted check to its week. The master update posts
      * one transaction per employee per period, so a week normally
      * has one row; a second regular row for the same week simply
      * adds its hours and gross. An hourly row also adds the rate
      * increase it is owed.
       395-ADD-RETRO-WEEK.
           MOVE ZERO TO WS-RW-FOUND
           PERFORM VARYING WS-RW-SUB FROM 1 BY 1
                   UNTIL WS-RW-SUB > RW-COUNT
               IF RW-T-PERIOD(WS-RW-SUB) = PH-PERIOD-END
                   MOVE WS-RW-SUB TO WS-RW-FOUND
               END-IF
           END-PERFORM
           IF WS-RW-FOUND = ZERO AND RW-COUNT < 104
               ADD 1 TO RW-COUNT
               MOVE PH-PERIOD-END TO RW-T-PERIOD(RW-COUNT)
               MOVE PH-PAY-TYPE   TO RW-T-TYPE(RW-COUNT)
               MOVE ZERO TO RW-T-HOURS(RW-COUNT)
                            RW-T-PTO(RW-COUNT)
                            RW-T-PAID(RW-COUNT)
                            RW-T-INCR(RW-COUNT)
               MOVE PH-PAY-RATE   TO RW-T-RATE(RW-COUNT)
               MOVE RW-COUNT TO WS-RW-FOUND
           END-IF
           IF WS-RW-FOUND > ZERO
               IF PH-HOURS IS NUMERIC
                   ADD PH-HOURS TO RW-T-HOURS(WS-RW-FOUND)
               END-IF
               IF PH-PTO-HOURS IS NUMERIC
                   ADD PH-PTO-HOURS TO RW-T-PTO(WS-RW-FOUND)
               END-IF
               ADD PH-GROSS TO RW-T-PAID(WS-RW-FOUND)
               IF PH-PAY-TYPE NOT = 'S'
                   PERFORM 396-PRICE-RATE-INCREASE
                   ADD WS-RW-INCR TO RW-T-INCR(WS-RW-FOUND)
               END-IF
           END-IF.

      * Prices the rate increase one hourly row is owed, against
      * the rate that row was paid: the increase on every hour and
      * PTO hour; on each overtime hour the increase times
      * OT-PREM-RT, since the blended regular rate 405 figures the
      * premium on rises by the same amount; and the holiday
      * premium grown in proportion to the rate. A row posted
      * before the holiday premium was kept adds none for it.
       396-PRICE-RATE-INCREASE.
           MOVE ZERO TO WS-RW-INCR
           IF PH-PAY-RATE IS NUMERIC AND PH-PAY-RATE > ZERO
              AND WS-RETRO-RATE > PH-PAY-RATE
               MOVE ZERO TO WS-RW-OT-HOURS
               IF PH-HOURS > NO-OT
                   COMPUTE WS-RW-OT-HOURS = PH-HOURS - NO-OT
               END-IF
               IF PH-HOL-PREM IS NOT NUMERIC
                   MOVE ZERO TO PH-HOL-PREM
               END-IF
               COMPUTE WS-RW-INCR ROUNDED =
                   (WS-RETRO-RATE - PH-PAY-RATE)
                     * (PH-HOURS + PH-PTO-HOURS
                        + WS-RW-OT-HOURS * OT-PREM-RT)
                   + PH-HOL-PREM * (WS-RETRO-RATE - PH-PAY-RATE)
                       / PH-PAY-RATE
           END-IF.

      * An hours record keyed for a salaried employee is a mistake -
      * their salary pays without one - so it rejects rather than
      * tripping the overtime edit and the rate validation again.
       355-CHECK-PAY-TYPE.
           MOVE 'N' TO SAL-HR-ERR
           MOVE 'H' TO WS-PAY-TYPE
           PERFORM VARYING EMP-INDX FROM 1 BY 1
                   UNTIL EMP-INDX > EMP-COUNT
               IF ET-EMP-ID(EMP-INDX) = IN-EMP-ID
                  AND ET-PAY-TYPE(EMP-INDX) = 'S'
                   MOVE 'Y' TO SAL-HR-ERR
               END-IF
           END-PERFORM.

      * Checks the keyed rate against the pay-rate master. The gross
      * is computed from the master's rate; a record whose keyed rate
      * disagrees, or whose employee has no master rate, goes to the
      * exception report with both rates shown. With no rate master
      * on file at all the keyed rate is used, as before.
       370-VALIDATE-PAY-RATE.
           MOVE 'N' TO RATE-ERR
           MOVE 'N' TO WS-RATE-FOUND-SW
           IF PR-COUNT = ZERO
               CONTINUE
           ELSE
               PERFORM VARYING PR-INDX FROM 1 BY 1
       350-LOOKUP-EMPLOYEE.
           MOVE "UNKNOWN"      TO WS-EMP-NM
           MOVE SPACES         TO WS-EMP-DEPT
           MOVE SPACES         TO WS-WORK-STATE
           PERFORM VARYING EMP-INDX FROM 1 BY 1
                   UNTIL EMP-INDX > EMP-COUNT
               IF ET-EMP-ID(EMP-INDX) = IN-EMP-ID
                   MOVE ET-EMP-NM(EMP-INDX)   TO WS-EMP-NM
                   MOVE ET-EMP-DEPT(EMP-INDX) TO WS-EMP-DEPT
                   MOVE ET-WORK-STATE(EMP-INDX) TO WS-WORK-STATE
               END-IF
           END-PERFORM.

                   MOVE DT-401K(DEDUCT-INDX)       TO WS-401K
                   MOVE DT-GARNISH(DEDUCT-INDX)    TO WS-GARNISH
               END-IF
           END-PERFORM
           IF ENROLLMENT-ON-FILE
               PERFORM 361-LOOKUP-ENROLLMENT
           END-IF.

      * The health deduction is the employee's share of each plan
      * they are enrolled in for the period: the tier's monthly
      * employee cost spread over 52 weekly checks. A plan and tier
      * missing from BENPLAN.DAT takes nothing and is displayed.
       361-LOOKUP-ENROLLMENT.
           MOVE ZERO TO WS-HEALTH-INS
           PERFORM VARYING WS-EN-SUB FROM 1 BY 1
                   UNTIL WS-EN-SUB > EN-COUNT
               IF EN-T-EMP-ID(WS-EN-SUB) = IN-EMP-ID
                  AND EN-T-EFF-DATE(WS-EN-SUB) <= WS-PERIOD-END
                  AND (EN-T-TERM-DATE(WS-EN-SUB) = ZERO
                   OR EN-T-TERM-DATE(WS-EN-SUB) >= WS-PERIOD-START)
                   MOVE ZERO TO WS-BP-FOUND
                   PERFORM VARYING WS-BP-SUB FROM 1 BY 1
                           UNTIL WS-BP-SUB > BP-COUNT
                       IF BP-T-PLAN-CODE(WS-BP-SUB) =
                              EN-T-PLAN-CODE(WS-EN-SUB)
                          AND BP-T-TIER(WS-BP-SUB) =
                              EN-T-TIER(WS-EN-SUB)
                           MOVE WS-BP-SUB TO WS-BP-FOUND
                       END-IF
                   END-PERFORM
                   IF WS-BP-FOUND = ZERO
                       DISPLAY 'NO BENPLAN.DAT COST FOR ' IN-EMP-ID
                           ' PLAN ' EN-T-PLAN-CODE(WS-EN-SUB)
                           ' TIER ' EN-T-TIER(WS-EN-SUB)
                   ELSE
                       COMPUTE WS-EN-SHARE ROUNDED =
                           BP-T-EE-MONTHLY(WS-BP-FOUND) * 12 / 52
                       ADD WS-EN-SHARE TO WS-HEALTH-INS
                   END-IF
               END-IF
           END-PERFORM.

      * The garnishment master drives the deduction: each of the
           END-IF.

           IF NO-HR-ERR = 'N' AND OT-HR-ERR = 'N'
               PERFORM 405-PRICE-TIME-DETAIL
               PERFORM 268-LOOKUP-PTO
               IF WS-PTO-HOURS > ZERO
                   COMPUTE WS-PTO-PAY = WS-PTO-HOURS * IN-PAY-RT
                   COMPUTE WS-GRS-PAY = WS-GRS-PAY + WS-PTO-PAY
               END-IF
               PERFORM 520-COMPUTE-EMPLOYER-TAXES
               PERFORM 500-COMPUTE-TAX
               PERFORM 515-COMPUTE-STATE-TAX
               PERFORM 430-APPLY-DEDUCTION-PRIORITY
               COMPUTE WS-NET-PAY = WS-GRS-PAY - WS-TAX
                   - WS-SS-EE - WS-MED-EE - WS-STATE-TAX
                   - WS-TOTAL-DED
               ADD WS-GRS-PAY TO WS-GRS-TOT
               ADD WS-TAX TO WS-TAX-TOT
               ADD WS-NET-PAY TO WS-NET-TOT
               PERFORM 550-WRITE-TRANS-REC
           END-IF.

      * Prices the week day by day when the employee has time
      * detail: every hour at the base rate, plus the shift's
      * differential, plus the holiday premium on holiday hours.
      * Overtime is figured on the blended regular rate - straight
      * time and differentials over all hours worked - with the
      * holiday premium left out of that rate and not counted again
      * as overtime. The gross replaces the weekly-hours figure.
       405-PRICE-TIME-DETAIL.
           MOVE 'N' TO DETAIL-SW
           MOVE ZERO TO WS-DTL-HOURS WS-STRAIGHT-PAY WS-SHIFT-PAY
                        WS-HOL-PREM WS-OT-PREM
           PERFORM VARYING WS-TD-SUB FROM 1 BY 1
                   UNTIL WS-TD-SUB > TT-COUNT
               IF TT-EMP-ID(WS-TD-SUB) = IN-EMP-ID
                   MOVE 'Y' TO DETAIL-SW
                   ADD TT-HOURS(WS-TD-SUB) TO WS-DTL-HOURS
                   COMPUTE WS-STRAIGHT-PAY ROUNDED = WS-STRAIGHT-PAY
                       + TT-HOURS(WS-TD-SUB) * IN-PAY-RT
                   MOVE ZERO TO WS-DIFF-AMT
                   PERFORM VARYING WS-SD-SUB FROM 1 BY 1
                           UNTIL WS-SD-SUB > SF-COUNT
                       IF SF-SHIFT(WS-SD-SUB) = TT-SHIFT(WS-TD-SUB)
                           MOVE SF-DIFF-AMT(WS-SD-SUB) TO WS-DIFF-AMT
                       END-IF
                   END-PERFORM
                   COMPUTE WS-SHIFT-PAY ROUNDED = WS-SHIFT-PAY
                       + TT-HOURS(WS-TD-SUB) * WS-DIFF-AMT
                   IF TT-HOLIDAY(WS-TD-SUB) = 'Y'
                       COMPUTE WS-HOL-PREM ROUNDED = WS-HOL-PREM
                           + TT-HOURS(WS-TD-SUB) * IN-PAY-RT
                             * HOL-PREM-RT
                   END-IF
               END-IF
           END-PERFORM
           IF PRICED-FROM-DETAIL
               IF WS-DTL-HOURS > NO-OT
                   COMPUTE WS-REG-RATE ROUNDED =
                       (WS-STRAIGHT-PAY + WS-SHIFT-PAY) / WS-DTL-HOURS
                   COMPUTE WS-OT-PREM ROUNDED =
                       (WS-DTL-HOURS - NO-OT) * WS-REG-RATE
                       * OT-PREM-RT
               END-IF
               COMPUTE WS-GRS-PAY = WS-STRAIGHT-PAY + WS-SHIFT-PAY
                   + WS-HOL-PREM + WS-OT-PREM
           END-IF.

      * Applies the deductions in priority order - taxes first (they
      * already came out of the available figure, Social Security,
      * Medicare, and state tax included), then garnishment, then
      * the scheduled pay-advance recovery, then health, then
      * FastMart employee purchases, then 401(k) - taking each only
      * as far as the check can cover it.
      * What doesn't fit is held back into the arrears table and
      * recovered automatically on later checks, so a short week can
      * no longer drive net pay negative.
       430-APPLY-DEDUCTION-PRIORITY.
           PERFORM 435-FIND-ARREARS-ENTRY
           COMPUTE WS-AVAIL = WS-GRS-PAY - WS-TAX
               - WS-SS-EE - WS-MED-EE - WS-STATE-TAX
           IF WS-AVAIL < ZERO
               MOVE ZERO TO WS-AVAIL
           END-IF
           PERFORM 440-TAKE-GARNISHMENT
           IF PAY-ADV-TABLE-FULL
               MOVE ZERO TO WS-ADV-TAKE WS-ADV-OWED
           ELSE
               PERFORM 442-TAKE-ADVANCE-RECOVERY
           END-IF
           PERFORM 445-TAKE-HEALTH
           PERFORM 455-TAKE-EMP-PURCHASES
           PERFORM 540-APPLY-401K-RULES
           PERFORM 450-TAKE-401K
           COMPUTE WS-TOTAL-DED = WS-GARN-TAKE + WS-ADV-TAKE
               + WS-HEALTH-TAKE + WS-PURCH-TAKE + WS-401K-TAKE.

      * THE OFF-CYCLE CHECK TAKES ONLY THE 401(K): THE DEFERRAL (AND
      * ANY DEFERRAL IN ARREARS) AS FAR AS WHAT THE TAXES LEFT COVERS,
      * UNDER THE SAME ANNUAL CAP AND MATCH FORMULA.
       470-APPLY-OFFCYCLE-DEDUCTIONS.
           PERFORM 435-FIND-ARREARS-ENTRY
           COMPUTE WS-AVAIL = WS-GRS-PAY - WS-TAX
               - WS-SS-EE - WS-MED-EE - WS-STATE-TAX
           IF WS-AVAIL < ZERO
               MOVE ZERO TO WS-AVAIL
           END-IF
           MOVE ZERO TO WS-GARN-TAKE WS-HEALTH-TAKE WS-PURCH-TAKE
                        WS-ADV-TAKE
           PERFORM 540-APPLY-401K-RULES
           PERFORM 450-TAKE-401K
           MOVE WS-401K-TAKE TO WS-TOTAL-DED.

      * One terminated employee's final check: the operator keys the
      * employee, the termination date, and the end of the final pay
      * period (plus the hours worked in it for hourly staff). The
      * check pays the final period - a salaried one prorated to the
      * days worked - and the unused vacation (and sick, when the
      * termination policy says so) at the master rate, withholds
      * at the regular rates, recovers any arrears and pay advances
      * still owed, and stops the employee's garnishments with a
      * notice to each payee. Pay type 'F' sends it through the
      * master update as a paper check whatever the direct-deposit
      * enrollment. Keying 0000 ends the run.
       480-FINAL-PAY-ONE-EMPLOYEE.
           DISPLAY 'ENTER EMPLOYEE ID FOR FINAL PAY (0000 = DONE):'
           ACCEPT WS-OC-EMP-ID
           IF WS-OC-EMP-ID = '0000' OR WS-OC-EMP-ID = SPACES
               MOVE 'Y' TO EOF-SWITCH
           ELSE
               MOVE WS-OC-EMP-ID TO IN-EMP-ID
               MOVE ZERO TO IN-HR
               MOVE ZERO TO IN-PAY-RT
               PERFORM 350-LOOKUP-EMPLOYEE
               PERFORM 481-EDIT-FINAL-PAY
               IF FINAL-ERR = 'Y'
                   DISPLAY WS-OC-MSG
               ELSE
                   PERFORM 482-ACCEPT-FINAL-DATES
                   PERFORM 483-COMPUTE-FINAL-EARNINGS
                   PERFORM 360-LOOKUP-DEDUCTIONS
                   MOVE ZERO TO WS-GARNISH
                   MOVE 'F'   TO WS-PAY-TYPE
                   MOVE SPACE TO WS-PTO-TYPE
                   MOVE ZERO  TO WS-PTO-HOURS
                   PERFORM 520-COMPUTE-EMPLOYER-TAXES
                   PERFORM 500-COMPUTE-TAX
                   PERFORM 515-COMPUTE-STATE-TAX
                   PERFORM 484-APPLY-FINAL-DEDUCTIONS
                   COMPUTE WS-NET-PAY = WS-GRS-PAY - WS-TAX
                       - WS-SS-EE - WS-MED-EE - WS-STATE-TAX
                       - WS-TOTAL-DED
                   ADD WS-GRS-PAY TO WS-GRS-TOT
                   ADD WS-TAX TO WS-TAX-TOT
                   ADD WS-NET-PAY TO WS-NET-TOT
                   PERFORM 550-WRITE-TRANS-REC
                   PERFORM 700-MOVE-EMP-INFO
                   MOVE ' FIN' TO D-OT-FLAG(1:4)
                   WRITE OUT-REC FROM D-EMP-REC
                       BEFORE ADVANCING 1 LINE
                   PERFORM 486-PRINT-FINAL-STATEMENT
                   PERFORM 487-STOP-GARNISHMENTS
                   ADD 1 TO OP-COUNT
                   MOVE IN-EMP-ID TO OP-T-EMP-ID(OP-COUNT)
                   MOVE 'H' TO WS-PAY-TYPE
                   ADD 1 TO WS-OC-PAID-CT
               END-IF
           END-IF.

      * A final check needs a known employee, and only one may post
      * per employee per batch.
       481-EDIT-FINAL-PAY.
           MOVE 'N' TO FINAL-ERR
           MOVE ZERO TO WS-FINAL-SUB
           PERFORM VARYING WS-EMP-SUB FROM 1 BY 1
                   UNTIL WS-EMP-SUB > EMP-COUNT
               IF ET-EMP-ID(WS-EMP-SUB) = IN-EMP-ID
                   MOVE WS-EMP-SUB TO WS-FINAL-SUB
               END-IF
           END-PERFORM
           IF WS-FINAL-SUB = ZERO
               MOVE 'Y' TO FINAL-ERR
               MOVE 'No employee master record!' TO WS-OC-MSG
           END-IF
           PERFORM VARYING WS-OC-SUB FROM 1 BY 1
                   UNTIL WS-OC-SUB > OP-COUNT
               IF OP-T-EMP-ID(WS-OC-SUB) = IN-EMP-ID
                   MOVE 'Y' TO FINAL-ERR
                   MOVE 'Paid already - run in new batch' TO WS-OC-MSG
               END-IF
           END-PERFORM
           IF OP-COUNT NOT < 500
               MOVE 'Y' TO FINAL-ERR
               MOVE 'Batch full - run in new batch' TO WS-OC-MSG
           END-IF.

      * The termination date must fall on or before the end of the
      * final period it is paid in; hourly staff also key the hours
      * worked in that period, up to the normal maximum.
       482-ACCEPT-FINAL-DATES.
           DISPLAY 'ENTER TERMINATION DATE (YYYYMMDD):'
           ACCEPT WS-TERM-DATE
           PERFORM UNTIL WS-TERM-DATE NOT = ZERO
               DISPLAY 'INVALID DATE.'
               DISPLAY 'ENTER TERMINATION DATE (YYYYMMDD):'
               ACCEPT WS-TERM-DATE
           END-PERFORM
           DISPLAY 'ENTER END DATE OF THE FINAL PAY PERIOD'
               ' (YYYYMMDD):'
           ACCEPT WS-FINAL-PERIOD-END
           PERFORM UNTIL WS-FINAL-PERIOD-END NOT < WS-TERM-DATE
               DISPLAY 'PERIOD MUST END ON OR AFTER THE TERMINATION'
                   ' DATE.'
               DISPLAY 'ENTER END DATE OF THE FINAL PAY PERIOD'
                   ' (YYYYMMDD):'
               ACCEPT WS-FINAL-PERIOD-END
           END-PERFORM
           MOVE ZERO TO WS-FINAL-HOURS
           IF ET-PAY-TYPE(WS-FINAL-SUB) NOT = 'S'
               DISPLAY 'ENTER HOURS WORKED IN THE FINAL PERIOD:'
               ACCEPT WS-FINAL-HOURS
               PERFORM UNTIL WS-FINAL-HOURS NOT > MAX-HRS
                   DISPLAY 'HOURS OVER ' MAX-HRS ' - REKEY.'
                   DISPLAY 'ENTER HOURS WORKED IN THE FINAL PERIOD:'
                   ACCEPT WS-FINAL-HOURS
               END-PERFORM
           END-IF.

      * The final gross. A salaried final period pays the salary for
      * the calendar days of the week up to the termination date; an
      * hourly one pays its hours with overtime past 40. The unused
      * vacation balance pays at the master rate (a salaried
      * employee with no master rate at the salary over 40 hours),
      * and the sick balance too when the policy pays it out.
       483-COMPUTE-FINAL-EARNINGS.
           PERFORM 525-FIND-YTD-ENTRY
           MOVE ZERO TO WS-VAC-HOURS WS-SICK-HOURS
           IF WS-YTD-FOUND > ZERO
               IF YG-VAC-HOURS(WS-YTD-FOUND) > ZERO
                   MOVE YG-VAC-HOURS(WS-YTD-FOUND) TO WS-VAC-HOURS
               END-IF
               IF YG-SICK-HOURS(WS-YTD-FOUND) > ZERO
                  AND PAY-OUT-SICK
                   MOVE YG-SICK-HOURS(WS-YTD-FOUND) TO WS-SICK-HOURS
               END-IF
           END-IF
           MOVE 'N' TO WS-RATE-FOUND-SW
           PERFORM VARYING PR-INDX FROM 1 BY 1
                   UNTIL PR-INDX > PR-COUNT
               IF PR-T-EMP-ID(PR-INDX) = IN-EMP-ID
                   MOVE 'Y' TO WS-RATE-FOUND-SW
                   MOVE PR-T-PAY-RT(PR-INDX) TO WS-MASTER-RT
               END-IF
           END-PERFORM
           IF ET-PAY-TYPE(WS-FINAL-SUB) = 'S'
               COMPUTE WS-FINAL-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-TERM-DATE)
                   - FUNCTION INTEGER-OF-DATE(WS-FINAL-PERIOD-END) + 7
               IF WS-FINAL-DAYS < ZERO
                   MOVE ZERO TO WS-FINAL-DAYS
               END-IF
               IF WS-FINAL-DAYS > 7
                   MOVE 7 TO WS-FINAL-DAYS
               END-IF
               COMPUTE WS-FINAL-REG-PAY ROUNDED =
                   ET-SALARY(WS-FINAL-SUB) * WS-FINAL-DAYS / 7
               IF RATE-ON-MASTER
                   MOVE WS-MASTER-RT TO WS-FINAL-RATE
               ELSE
                   COMPUTE WS-FINAL-RATE ROUNDED =
                       ET-SALARY(WS-FINAL-SUB) / NO-OT
               END-IF
           ELSE
               IF RATE-ON-MASTER
                   MOVE WS-MASTER-RT TO WS-FINAL-RATE
               ELSE
                   MOVE ZERO TO WS-FINAL-RATE
                   DISPLAY 'NO RATE ON THE RATE MASTER FOR EMPLOYEE '
                       IN-EMP-ID ' - HOURS AND PTO PAY NOTHING.'
               END-IF
               MOVE WS-FINAL-HOURS TO IN-HR
               IF WS-FINAL-HOURS > NO-OT
                   COMPUTE WS-FINAL-REG-PAY ROUNDED =
                       NO-OT * WS-FINAL-RATE
                       + ((WS-FINAL-HOURS - NO-OT) * WS-FINAL-RATE
                           * OT-RT)
               ELSE
                   COMPUTE WS-FINAL-REG-PAY ROUNDED =
                       WS-FINAL-HOURS * WS-FINAL-RATE
               END-IF
           END-IF
           MOVE WS-FINAL-RATE TO IN-PAY-RT
           COMPUTE WS-VAC-PAYOUT ROUNDED = WS-VAC-HOURS * WS-FINAL-RATE
           COMPUTE WS-SICK-PAYOUT ROUNDED =
               WS-SICK-HOURS * WS-FINAL-RATE
           COMPUTE WS-GRS-PAY =
               WS-FINAL-REG-PAY + WS-VAC-PAYOUT + WS-SICK-PAYOUT.

      * The final check's deductions, in the regular priority order
      * as far as the check covers them: any garnishment arrears on
      * the flat path, health (with its arrears), FastMart employee
      * purchases (with their arrears), the pay advances still owed,
      * then the 401(k) (with its arrears). No new garnishment is
      * withheld - it stops with the employment.
       484-APPLY-FINAL-DEDUCTIONS.
           PERFORM 435-FIND-ARREARS-ENTRY
           COMPUTE WS-AVAIL = WS-GRS-PAY - WS-TAX
               - WS-SS-EE - WS-MED-EE - WS-STATE-TAX
           IF WS-AVAIL < ZERO
               MOVE ZERO TO WS-AVAIL
           END-IF
           MOVE AB-T-GARN-DUE(WS-AB-FOUND) TO WS-WANT
           IF WS-WANT > WS-AVAIL
               MOVE WS-AVAIL TO WS-TAKE
           ELSE
               MOVE WS-WANT TO WS-TAKE
           END-IF
           COMPUTE AB-T-GARN-DUE(WS-AB-FOUND) = WS-WANT - WS-TAKE
           MOVE WS-TAKE TO WS-GARN-TAKE
           SUBTRACT WS-TAKE FROM WS-AVAIL
           PERFORM 445-TAKE-HEALTH
           PERFORM 455-TAKE-EMP-PURCHASES
           IF PAY-ADV-TABLE-FULL
               MOVE ZERO TO WS-ADV-TAKE WS-ADV-OWED
           ELSE
               PERFORM 485-RECOVER-ADVANCES
           END-IF
           PERFORM 540-APPLY-401K-RULES
           PERFORM 450-TAKE-401K
           COMPUTE WS-TOTAL-DED = WS-GARN-TAKE + WS-HEALTH-TAKE
               + WS-PURCH-TAKE + WS-ADV-TAKE + WS-401K-TAKE.

      * Recovers the employee's outstanding advances as far as the
      * check covers them, oldest advance first; what the check
      * cannot cover stays on the ledger. The whole balance is asked
      * for, so any scheduled recovery held in arrears is part of
      * it and clears from arrears. An advance never issued is not
      * owed.
       485-RECOVER-ADVANCES.
           MOVE ZERO TO WS-ADV-OWED
           PERFORM VARYING WS-AV-SUB FROM 1 BY 1
                   UNTIL WS-AV-SUB > AV-COUNT
               IF AV-T-EMP-ID(WS-AV-SUB) = IN-EMP-ID
                  AND NOT AV-T-PENDING(WS-AV-SUB)
                   ADD AV-T-BALANCE(WS-AV-SUB) TO WS-ADV-OWED
               END-IF
           END-PERFORM
           IF WS-ADV-OWED > WS-AVAIL
               MOVE WS-AVAIL TO WS-ADV-TAKE
           ELSE
               MOVE WS-ADV-OWED TO WS-ADV-TAKE
           END-IF
           SUBTRACT WS-ADV-TAKE FROM WS-AVAIL
           MOVE ZERO TO AB-T-ADV-DUE(WS-AB-FOUND)
           PERFORM 444-REDUCE-ADVANCE-BALANCES.

      * The final-pay statement handed to the employee on the last
      * day: earnings, every withholding and recovery, the net paid
      * by check, and anything still owed that the check could not
      * cover.
       486-PRINT-FINAL-STATEMENT.
           MOVE WS-PERIOD-END TO FH-CHECK-DATE
           WRITE FINALPAY-REC FROM FINAL-HEADING
               AFTER ADVANCING PAGE
           MOVE IN-EMP-ID   TO FE-EMP-ID
           MOVE WS-EMP-NM   TO FE-EMP-NM
           MOVE WS-EMP-DEPT TO FE-EMP-DEPT
           WRITE FINALPAY-REC FROM FINAL-EMP-LINE
               AFTER ADVANCING 2 LINES
           MOVE WS-TERM-DATE        TO FL-TERM-DATE
           MOVE WS-FINAL-PERIOD-END TO FL-PERIOD-END
           WRITE FINALPAY-REC FROM FINAL-DATE-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'FINAL PERIOD EARNINGS' TO FS-LABEL
           MOVE WS-FINAL-REG-PAY TO FS-AMOUNT
           MOVE SPACES TO FS-NOTE
           IF ET-PAY-TYPE(WS-FINAL-SUB) = 'S'
               MOVE WS-FINAL-DAYS TO WS-EDIT-DAYS
               STRING WS-EDIT-DAYS DELIMITED BY SIZE
                      ' OF 7 DAYS, SALARIED' DELIMITED BY SIZE
                   INTO FS-NOTE
               END-STRING
           ELSE
               MOVE WS-FINAL-HOURS TO WS-EDIT-QTY
               MOVE WS-FINAL-RATE  TO WS-EDIT-RATE
               STRING WS-EDIT-QTY DELIMITED BY SIZE
                      ' HRS @ ' DELIMITED BY SIZE
                      WS-EDIT-RATE DELIMITED BY SIZE
                   INTO FS-NOTE
               END-STRING
           END-IF
           WRITE FINALPAY-REC FROM FINAL-DETAIL
               AFTER ADVANCING 2 LINES
           MOVE 'UNUSED VACATION PAID OUT' TO FS-LABEL
           MOVE WS-VAC-PAYOUT TO FS-AMOUNT
           MOVE SPACES TO FS-NOTE
           MOVE WS-VAC-HOURS  TO WS-EDIT-QTY
           MOVE WS-FINAL-RATE TO WS-EDIT-RATE
           STRING WS-EDIT-QTY DELIMITED BY SIZE
                  ' HRS @ ' DELIMITED BY SIZE
                  WS-EDIT-RATE DELIMITED BY SIZE
               INTO FS-NOTE
           END-STRING
           WRITE FINALPAY-REC FROM FINAL-DETAIL
               AFTER ADVANCING 1 LINE
           MOVE 'UNUSED SICK PAID OUT' TO FS-LABEL
           MOVE WS-SICK-PAYOUT TO FS-AMOUNT
           MOVE SPACES TO FS-NOTE
           IF PAY-OUT-SICK
               MOVE WS-SICK-HOURS TO WS-EDIT-QTY
               STRING WS-EDIT-QTY DELIMITED BY SIZE
                      ' HRS @ ' DELIMITED BY SIZE
                      WS-EDIT-RATE DELIMITED BY SIZE
                   INTO FS-NOTE
               END-STRING
           ELSE
               MOVE 'NOT PAID OUT PER POLICY' TO FS-NOTE
           END-IF
           WRITE FINALPAY-REC FROM FINAL-DETAIL
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO FS-NOTE
           MOVE 'GROSS PAY' TO FS-LABEL
           MOVE WS-GRS-PAY TO FS-AMOUNT
           WRITE FINALPAY-REC FROM FINAL-DETAIL
               AFTER ADVANCING 1 LINE
           MOVE 'FEDERAL INCOME TAX' TO FS-LABEL
           MOVE WS-TAX TO FS-AMOUNT
           WRITE FINALPAY-REC FROM FINAL-DETAIL
               AFTER ADVANCING 2 LINES
           MOVE 'SOCIAL SECURITY' TO FS-LABEL
           MOVE WS-SS-EE TO FS-AMOUNT
           WRITE FINALPAY-REC FROM FINAL-DETAIL
               AFTER ADVANCING 1 LINE
           MOVE 'MEDICARE' TO FS-LABEL
           MOVE WS-MED-EE TO FS-AMOUNT
           WRITE FINALPAY-REC FROM FINAL-DETAIL
               AFTER ADVANCING 1 LINE
           MOVE 'STATE INCOME TAX' TO FS-LABEL
           MOVE WS-STATE-TAX TO FS-AMOUNT
           MOVE WS-WORK-STATE TO FS-NOTE
           WRITE FINALPAY-REC FROM FINAL-DETAIL
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO FS-NOTE
           MOVE 'GARNISHMENT ARREARS' TO FS-LABEL
           MOVE WS-GARN-TAKE TO FS-AMOUNT
           WRITE FINALPAY-REC FROM FINAL-DETAIL
               AFTER ADVANCING 1 LINE
           MOVE 'HEALTH INSURANCE' TO FS-LABEL
           MOVE WS-HEALTH-TAKE TO FS-AMOUNT
           WRITE FINALPAY-REC FROM FINAL-DETAIL
               AFTER ADVANCING 1 LINE
           MOVE 'EMPLOYEE PURCHASES' TO FS-LABEL
           MOVE WS-PURCH-TAKE TO FS-AMOUNT
           WRITE FINALPAY-REC FROM FINAL-DETAIL
               AFTER ADVANCING 1 LINE
           MOVE 'PAY ADVANCE RECOVERED' TO FS-LABEL
           MOVE WS-ADV-TAKE TO FS-AMOUNT
           WRITE FINALPAY-REC FROM FINAL-DETAIL
               AFTER ADVANCING 1 LINE
           MOVE '401(K) DEFERRAL' TO FS-LABEL
           MOVE WS-401K-TAKE TO FS-AMOUNT
           WRITE FINALPAY-REC FROM FINAL-DETAIL
               AFTER ADVANCING 1 LINE
           MOVE 'NET PAY' TO FS-LABEL
           MOVE WS-NET-PAY TO FS-AMOUNT
           MOVE 'PAID BY PAPER CHECK' TO FS-NOTE
           WRITE FINALPAY-REC FROM FINAL-DETAIL
               AFTER ADVANCING 2 LINES
           MOVE SPACES TO FS-NOTE
           COMPUTE WS-ARREARS-LEFT = AB-T-HEALTH-DUE(WS-AB-FOUND)
               + AB-T-401K-DUE(WS-AB-FOUND)
               + AB-T-GARN-DUE(WS-AB-FOUND)
               + AB-T-PURCH-DUE(WS-AB-FOUND)
           IF WS-ARREARS-LEFT > ZERO
               MOVE 'DEDUCTIONS STILL IN ARREARS' TO FS-LABEL
               MOVE WS-ARREARS-LEFT TO FS-AMOUNT
               MOVE 'NOT COVERED BY FINAL CHECK' TO FS-NOTE
               WRITE FINALPAY-REC FROM FINAL-DETAIL
                   AFTER ADVANCING 2 LINES
           END-IF
           IF WS-ADV-OWED > WS-ADV-TAKE
               MOVE 'PAY ADVANCE STILL OWED' TO FS-LABEL
               COMPUTE FS-AMOUNT = WS-ADV-OWED - WS-ADV-TAKE
               MOVE 'NOT COVERED BY FINAL CHECK' TO FS-NOTE
               WRITE FINALPAY-REC FROM FINAL-DETAIL
                   AFTER ADVANCING 1 LINE
           END-IF.

      * Stops each of the employee's garnishments: the per-period
      * amount goes to zero on the master (the balance stays, for the
      * record) and a notice for the payee goes on GARNNOTICE.RPT and
      * the final-pay statement.
       487-STOP-GARNISHMENTS.
           PERFORM VARYING WS-GN-SUB FROM 1 BY 1
                   UNTIL WS-GN-SUB > GN-COUNT
               IF GN-T-EMP-ID(WS-GN-SUB) = IN-EMP-ID
                  AND GN-T-PER-AMT(WS-GN-SUB) > ZERO
                   MOVE GN-T-PAYEE(WS-GN-SUB)   TO GN1-PAYEE
                   MOVE GN-T-CASE-NO(WS-GN-SUB) TO GN1-CASE-NO
                   MOVE IN-EMP-ID               TO GN1-EMP-ID
                   MOVE WS-EMP-NM               TO GN1-EMP-NM
                   MOVE WS-TERM-DATE            TO GN2-TERM-DATE
                   MOVE GN-T-BALANCE(WS-GN-SUB) TO GN2-BALANCE
                   OPEN EXTEND GARNNOTE-FILE
                   IF WS-GNOTE-STATUS NOT = "00"
                       OPEN OUTPUT GARNNOTE-FILE
                   END-IF
                   WRITE GARNNOTE-REC FROM GARN-NOTICE-LINE-1
                   WRITE GARNNOTE-REC FROM GARN-NOTICE-LINE-2
                   CLOSE GARNNOTE-FILE
                   WRITE FINALPAY-REC FROM GARN-NOTICE-LINE-1
                       AFTER ADVANCING 2 LINES
                   WRITE FINALPAY-REC FROM GARN-NOTICE-LINE-2
                       AFTER ADVANCING 1 LINE
                   MOVE ZERO TO GN-T-PER-AMT(WS-GN-SUB)
               END-IF
           END-PERFORM.

      * FINDS (OR ADDS) THE EMPLOYEE'S ARREARS ENTRY.
       435-FIND-ARREARS-ENTRY.
               MOVE ZERO TO AB-T-HEALTH-DUE(AB-COUNT)
                            AB-T-401K-DUE(AB-COUNT)
                            AB-T-GARN-DUE(AB-COUNT)
                            AB-T-PURCH-DUE(AB-COUNT)
                            AB-T-ADV-DUE(AB-COUNT)
               MOVE AB-COUNT TO WS-AB-FOUND
           END-IF.

               SUBTRACT WS-TAKE FROM WS-AVAIL
           END-IF.

      * PAY-ADVANCE RECOVERY COMES AHEAD OF THE VOLUNTARY DEDUCTIONS:
      * EACH ISSUED ADVANCE'S SCHEDULED PER-PERIOD AMOUNT (NEVER MORE
      * THAN ITS BALANCE) PLUS ANY RECOVERY HELD IN ARREARS, AS FAR
      * AS THE CHECK ALLOWS. WHAT THE CHECK CANNOT COVER CARRIES IN
      * ARREARS AND THE LEDGER BALANCE COMES DOWN ONLY BY WHAT WAS
      * TAKEN.
       442-TAKE-ADVANCE-RECOVERY.
           MOVE ZERO TO WS-ADV-TAKE WS-ADV-OWED WS-ADV-WANT
           PERFORM VARYING WS-AV-SUB FROM 1 BY 1
                   UNTIL WS-AV-SUB > AV-COUNT
               IF AV-T-EMP-ID(WS-AV-SUB) = IN-EMP-ID
                  AND NOT AV-T-PENDING(WS-AV-SUB)
                  AND AV-T-BALANCE(WS-AV-SUB) > ZERO
                   ADD AV-T-BALANCE(WS-AV-SUB) TO WS-ADV-OWED
                   IF AV-T-PER-AMT(WS-AV-SUB) > AV-T-BALANCE(WS-AV-SUB)
                       ADD AV-T-BALANCE(WS-AV-SUB) TO WS-ADV-WANT
                   ELSE
                       ADD AV-T-PER-AMT(WS-AV-SUB) TO WS-ADV-WANT
                   END-IF
               END-IF
           END-PERFORM
           ADD AB-T-ADV-DUE(WS-AB-FOUND) TO WS-ADV-WANT
           IF WS-ADV-WANT > WS-ADV-OWED
               MOVE WS-ADV-OWED TO WS-ADV-WANT
           END-IF
           IF WS-ADV-WANT > WS-AVAIL
               MOVE WS-AVAIL TO WS-ADV-TAKE
           ELSE
               MOVE WS-ADV-WANT TO WS-ADV-TAKE
           END-IF
           COMPUTE AB-T-ADV-DUE(WS-AB-FOUND) =
               WS-ADV-WANT - WS-ADV-TAKE
           SUBTRACT WS-ADV-TAKE FROM WS-AVAIL
           PERFORM 444-REDUCE-ADVANCE-BALANCES.

      * TAKES WHAT WAS RECOVERED OFF THE EMPLOYEE'S ISSUED ADVANCES,
      * OLDEST FIRST.
       444-REDUCE-ADVANCE-BALANCES.
           MOVE WS-ADV-TAKE TO WS-ADV-LEFT
           PERFORM VARYING WS-AV-SUB FROM 1 BY 1
                   UNTIL WS-AV-SUB > AV-COUNT
               IF AV-T-EMP-ID(WS-AV-SUB) = IN-EMP-ID
                  AND NOT AV-T-PENDING(WS-AV-SUB)
                  AND WS-ADV-LEFT > ZERO
                   IF AV-T-BALANCE(WS-AV-SUB) > WS-ADV-LEFT
                       SUBTRACT WS-ADV-LEFT FROM AV-T-BALANCE(WS-AV-SUB)
                       MOVE ZERO TO WS-ADV-LEFT
                   ELSE
                       SUBTRACT AV-T-BALANCE(WS-AV-SUB) FROM WS-ADV-LEFT
                       MOVE ZERO TO AV-T-BALANCE(WS-AV-SUB)
                   END-IF
               END-IF
           END-PERFORM.

       445-TAKE-HEALTH.
           COMPUTE WS-WANT =
               WS-HEALTH-INS + AB-T-HEALTH-DUE(WS-AB-FOUND)
           MOVE WS-TAKE TO WS-HEALTH-TAKE
           SUBTRACT WS-TAKE FROM WS-AVAIL.

      * FASTMART PURCHASES CHARGED TO PAYROLL: THE EMPLOYEE'S OPEN
      * LEDGER ROWS (CHARGES LESS CREDITS) PLUS ANY PURCHASES HELD
      * IN ARREARS, AS FAR AS THE CHECK ALLOWS. THE OPEN ROWS ARE
      * MARKED DEDUCTED SO THEY ARE NEVER TAKEN TWICE, AND WHAT THE
      * CHECK COULD NOT COVER CARRIES IN ARREARS. A NET CREDIT STAYS
      * OPEN AGAINST THE NEXT PURCHASES.
       455-TAKE-EMP-PURCHASES.
           MOVE ZERO TO WS-PURCH-TAKE WS-PURCH-OPEN
           IF NOT EMP-PURCH-TABLE-FULL
               PERFORM VARYING WS-EP-SUB FROM 1 BY 1
                       UNTIL WS-EP-SUB > EPT-COUNT
                   IF EPT-EMP-ID(WS-EP-SUB) = IN-EMP-ID
                      AND EPT-STATUS(WS-EP-SUB) = 'O'
                       IF EPT-TYPE(WS-EP-SUB) = 'R'
                           SUBTRACT EPT-NET-AMT(WS-EP-SUB)
                               FROM WS-PURCH-OPEN
                       ELSE
                           ADD EPT-NET-AMT(WS-EP-SUB)
                               TO WS-PURCH-OPEN
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           COMPUTE WS-PURCH-WANT =
               WS-PURCH-OPEN + AB-T-PURCH-DUE(WS-AB-FOUND)
           IF WS-PURCH-WANT > ZERO
               IF WS-PURCH-WANT > WS-AVAIL
                   MOVE WS-AVAIL TO WS-PURCH-TAKE
               ELSE
                   MOVE WS-PURCH-WANT TO WS-PURCH-TAKE
               END-IF
               COMPUTE AB-T-PURCH-DUE(WS-AB-FOUND) =
                   WS-PURCH-WANT - WS-PURCH-TAKE
               SUBTRACT WS-PURCH-TAKE FROM WS-AVAIL
               IF NOT EMP-PURCH-TABLE-FULL
                   PERFORM VARYING WS-EP-SUB FROM 1 BY 1
                           UNTIL WS-EP-SUB > EPT-COUNT
                       IF EPT-EMP-ID(WS-EP-SUB) = IN-EMP-ID
                          AND EPT-STATUS(WS-EP-SUB) = 'O'
                           MOVE 'D' TO EPT-STATUS(WS-EP-SUB)
                           MOVE WS-PERIOD-END
                               TO EPT-DEDUCT-DATE(WS-EP-SUB)
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

      * 401(K) COMES LAST: THE CAPPED CURRENT DEFERRAL PLUS ANY
      * DEFERRAL HELD IN ARREARS, AS FAR AS THE CHECK ALLOWS.
       450-TAKE-401K.
           IF WS-YTD-FOUND > ZERO
               ADD WS-401K-TAKE TO YG-YTD-401K(WS-YTD-FOUND)
           END-IF
           IF (WS-401K-TAKE > ZERO OR WS-MATCH > ZERO)
              AND NOT PREVIEW-RUN
               PERFORM 545-WRITE-REMIT-ROW
           END-IF.

           PERFORM 530-ONE-EMPLOYER-TAX
           MOVE WS-ER-AMT TO WS-SUTA-ER
           ADD WS-ER-AMT TO WS-SUTA-ER-TOT
           PERFORM 535-COMPUTE-EMPLOYEE-FICA
           IF WS-YTD-FOUND > ZERO
               ADD WS-GRS-PAY TO YG-YTD-GROSS(WS-YTD-FOUND)
           END-IF.
               MOVE IN-EMP-ID TO YG-EMP-ID(YG-COUNT)
               MOVE ZERO TO YG-YTD-GROSS(YG-COUNT)
               MOVE ZERO TO YG-YTD-401K(YG-COUNT)
               MOVE ZERO TO YG-VAC-HOURS(YG-COUNT)
                            YG-SICK-HOURS(YG-COUNT)
                            YG-LAST-GROSS(YG-COUNT)
                            YG-LAST-NET(YG-COUNT)
               MOVE SPACE TO YG-EMP-STATUS(YG-COUNT)
               MOVE 'N' TO YG-PAID-SW(YG-COUNT)
               MOVE YG-COUNT TO WS-YTD-FOUND
           END-IF.

           END-IF
           COMPUTE WS-ER-AMT ROUNDED = WS-TAXABLE-AMT * WS-ER-RATE.

      * The employee's own share: Social Security capped at its wage
      * base the same way the employer taxes are, and Medicare on
      * every dollar, plus the additional Medicare rate on the part
      * of this check that takes YTD gross over the threshold. Runs
      * before the YTD gross picks up this check.
       535-COMPUTE-EMPLOYEE-FICA.
           MOVE SS-EE-RATE TO WS-ER-RATE
           MOVE SS-EE-BASE TO WS-ER-BASE
           PERFORM 530-ONE-EMPLOYER-TAX
           MOVE WS-ER-AMT TO WS-SS-EE
           ADD WS-ER-AMT TO WS-SS-EE-TOT
           COMPUTE WS-MED-EE ROUNDED = WS-GRS-PAY * MED-EE-RATE
           IF WS-YTD-FOUND = ZERO
               COMPUTE WS-ADD-MED-WAGES = WS-GRS-PAY - ADD-MED-THRESH
           ELSE
               COMPUTE WS-ADD-MED-WAGES = YG-YTD-GROSS(WS-YTD-FOUND)
                   + WS-GRS-PAY - ADD-MED-THRESH
           END-IF
           IF WS-ADD-MED-WAGES > WS-GRS-PAY
               MOVE WS-GRS-PAY TO WS-ADD-MED-WAGES
           END-IF
           IF WS-ADD-MED-WAGES > ZERO
               COMPUTE WS-MED-EE ROUNDED = WS-MED-EE
                   + (WS-ADD-MED-WAGES * ADD-MED-RATE)
           END-IF
           ADD WS-MED-EE TO WS-MED-EE-TOT.

      * Looks for a supervisor approval covering this employee, this
      * week, and at least this many hours. Hours above the cap with
      * no approval on file still reject.
           MOVE WS-MATCH     TO W-MATCH
           MOVE WS-PTO-TYPE  TO W-PTO-TYPE
           MOVE WS-PTO-HOURS TO W-PTO-HOURS
           MOVE WS-SS-EE     TO W-SS-EE
           MOVE WS-MED-EE    TO W-MED-EE
           MOVE WS-WORK-STATE TO W-STATE-CODE
           MOVE WS-STATE-TAX TO W-STATE-TAX
           IF REGULAR-RUN
               MOVE WS-RUN-TYPE TO W-RUN-TYPE
           ELSE
               MOVE 'O'         TO W-RUN-TYPE
           END-IF
           MOVE IN-HR        TO W-HOURS
           MOVE IN-PAY-RT    TO W-PAY-RATE
           IF PRICED-FROM-DETAIL
               MOVE WS-OT-PREM TO W-OT-PREM
           ELSE
               IF IN-HR > NO-OT
                   COMPUTE W-OT-PREM ROUNDED =
                       (IN-HR - NO-OT) * IN-PAY-RT * (OT-RT - 1)
               ELSE
                   MOVE ZERO TO W-OT-PREM
               END-IF
           END-IF
           MOVE WS-SHIFT-PAY TO W-SHIFT-PAY
           MOVE WS-HOL-PREM  TO W-HOL-PREM
           MOVE WS-PTO-PAY   TO W-PTO-PAY
           IF PREVIEW-RUN
               PERFORM 565-CHECK-PREVIEW-VARIANCE
           ELSE
               WRITE WEEKLY-REC
           END-IF
           MOVE 'N' TO DETAIL-SW
           MOVE ZERO TO WS-SHIFT-PAY WS-HOL-PREM WS-PTO-PAY
           ADD 1 TO WS-TRANS-COUNT
           PERFORM 560-ROLL-DEPT-PAY.

      * On a preview run each check is held up against the same
      * employee's last posted period off the lab08 master: a first
      * check, a gross or net that moved more than the swing
      * percentage, and a check that nets to nothing are each
      * flagged for the supervisor before anything is committed.
       565-CHECK-PREVIEW-VARIANCE.
           MOVE ZERO TO WS-PV-PCT
           IF WS-YTD-FOUND = ZERO
               MOVE 'FIRST-TIME PAYEE' TO WS-PV-FLAG
               PERFORM 566-ADD-PREVIEW-FLAG
           ELSE
               MOVE 'Y' TO YG-PAID-SW(WS-YTD-FOUND)
               IF YG-LAST-GROSS(WS-YTD-FOUND) = ZERO
                   MOVE 'FIRST-TIME PAYEE' TO WS-PV-FLAG
                   PERFORM 566-ADD-PREVIEW-FLAG
               ELSE
                   COMPUTE WS-PV-DIFF =
                       WS-GRS-PAY - YG-LAST-GROSS(WS-YTD-FOUND)
                   IF WS-PV-DIFF < ZERO
                       COMPUTE WS-PV-DIFF = ZERO - WS-PV-DIFF
                   END-IF
                   IF WS-PV-DIFF * 100 >
                       YG-LAST-GROSS(WS-YTD-FOUND) * SWING-PCT
                       COMPUTE WS-PV-PCT ROUNDED = WS-PV-DIFF * 100
                           / YG-LAST-GROSS(WS-YTD-FOUND)
                           ON SIZE ERROR
                               MOVE 99999 TO WS-PV-PCT
                       END-COMPUTE
                       MOVE 'GROSS SWING' TO WS-PV-FLAG
                       PERFORM 566-ADD-PREVIEW-FLAG
                   END-IF
                   IF YG-LAST-NET(WS-YTD-FOUND) > ZERO
                       COMPUTE WS-PV-DIFF =
                           WS-NET-PAY - YG-LAST-NET(WS-YTD-FOUND)
                       IF WS-PV-DIFF < ZERO
                           COMPUTE WS-PV-DIFF = ZERO - WS-PV-DIFF
                       END-IF
                       IF WS-PV-DIFF * 100 >
                           YG-LAST-NET(WS-YTD-FOUND) * SWING-PCT
                           COMPUTE WS-PV-PCT ROUNDED =
                               WS-PV-DIFF * 100
                               / YG-LAST-NET(WS-YTD-FOUND)
                               ON SIZE ERROR
                                   MOVE 99999 TO WS-PV-PCT
                           END-COMPUTE
                           MOVE 'NET SWING' TO WS-PV-FLAG
                           PERFORM 566-ADD-PREVIEW-FLAG
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF WS-NET-PAY NOT > ZERO
               MOVE ZERO TO WS-PV-PCT
               MOVE 'ZERO NET CHECK' TO WS-PV-FLAG
               PERFORM 566-ADD-PREVIEW-FLAG
           END-IF.

      * One flag row, with the last posted gross and net beside this
      * check's, held for the list printed under the register totals.
       566-ADD-PREVIEW-FLAG.
           IF PV-COUNT < 500
               ADD 1 TO PV-COUNT
               MOVE IN-EMP-ID  TO PV-T-EMP-ID(PV-COUNT)
               MOVE WS-EMP-NM  TO PV-T-EMP-NM(PV-COUNT)
               IF WS-YTD-FOUND > ZERO
                   MOVE YG-LAST-GROSS(WS-YTD-FOUND) TO
                       PV-T-LAST-GROSS(PV-COUNT)
                   MOVE YG-LAST-NET(WS-YTD-FOUND) TO
                       PV-T-LAST-NET(PV-COUNT)
               ELSE
                   MOVE ZERO TO PV-T-LAST-GROSS(PV-COUNT)
                                PV-T-LAST-NET(PV-COUNT)
               END-IF
               MOVE WS-GRS-PAY TO PV-T-GROSS(PV-COUNT)
               MOVE WS-NET-PAY TO PV-T-NET(PV-COUNT)
               MOVE WS-PV-PCT  TO PV-T-PCT(PV-COUNT)
               MOVE WS-PV-FLAG TO PV-T-FLAG(PV-COUNT)
           END-IF.

      * Rolls the check into its department's labor totals. The
      * department comes from the EMPMASTER lookup already done for
      * the report line; a blank department rolls to UNKNOWN so
           IF WS-DP-FOUND > ZERO
               ADD WS-GRS-PAY TO DP-T-GROSS(WS-DP-FOUND)
               ADD WS-TAX     TO DP-T-TAX(WS-DP-FOUND)
               ADD WS-SS-EE   TO DP-T-TAX(WS-DP-FOUND)
               ADD WS-MED-EE  TO DP-T-TAX(WS-DP-FOUND)
               ADD WS-STATE-TAX TO DP-T-TAX(WS-DP-FOUND)
               ADD WS-NET-PAY TO DP-T-NET(WS-DP-FOUND)
           END-IF.

           MOVE WS-TAX-TOT TO DP-AMOUNT
           WRITE DEPOSIT-REC FROM DEP-DETAIL
               AFTER ADVANCING 2 LINES
           MOVE 'EMPLOYEE SOCIAL SECURITY  ' TO DP-LABEL
           MOVE WS-SS-EE-TOT TO DP-AMOUNT
           WRITE DEPOSIT-REC FROM DEP-DETAIL
               AFTER ADVANCING 1 LINE
           MOVE 'EMPLOYEE MEDICARE         ' TO DP-LABEL
           MOVE WS-MED-EE-TOT TO DP-AMOUNT
           WRITE DEPOSIT-REC FROM DEP-DETAIL
               AFTER ADVANCING 1 LINE
           PERFORM VARYING WS-SX-SUB FROM 1 BY 1
                   UNTIL WS-SX-SUB > SX-COUNT
               MOVE SX-T-STATE(WS-SX-SUB) TO DS-STATE
               MOVE SX-T-TAX(WS-SX-SUB)   TO DS-AMOUNT
               WRITE DEPOSIT-REC FROM DEP-STATE-DETAIL
                   AFTER ADVANCING 1 LINE
           END-PERFORM
           MOVE 'EMPLOYER FICA             ' TO DP-LABEL
           MOVE WS-FICA-ER-TOT TO DP-AMOUNT
           WRITE DEPOSIT-REC FROM DEP-DETAIL
           MOVE 'TOTAL DEPOSIT DUE         ' TO DP-LABEL
           COMPUTE DP-AMOUNT = WS-TAX-TOT + WS-FICA-ER-TOT
               + WS-FUTA-ER-TOT + WS-SUTA-ER-TOT
               + WS-SS-EE-TOT + WS-MED-EE-TOT + WS-STATE-TAX-TOT
           WRITE DEPOSIT-REC FROM DEP-DETAIL
               AFTER ADVANCING 2 LINES
           CLOSE DEPOSIT-FILE.
           MOVE WS-NET-TOT TO PT-NET-TOT
           WRITE WEEKLY-REC.

      * Closes the preview register with the flag list: every check
      * flagged as it was priced, then each regular - paid last
      * period, not terminated on the master - who has no check in
      * this run, and a line for the supervisor's sign-off.
       930-PRINT-PREVIEW-FLAGS.
           PERFORM VARYING WS-PV-SUB FROM 1 BY 1
                   UNTIL WS-PV-SUB > YG-COUNT
               IF YG-PAID-SW(WS-PV-SUB) = 'N'
                  AND YG-LAST-GROSS(WS-PV-SUB) > ZERO
                  AND YG-EMP-STATUS(WS-PV-SUB) NOT = 'T'
                   MOVE YG-EMP-ID(WS-PV-SUB) TO IN-EMP-ID
                   PERFORM 350-LOOKUP-EMPLOYEE
                   MOVE WS-PV-SUB TO WS-YTD-FOUND
                   MOVE ZERO TO WS-GRS-PAY WS-NET-PAY WS-PV-PCT
                   MOVE 'MISSING REGULAR' TO WS-PV-FLAG
                   PERFORM 566-ADD-PREVIEW-FLAG
               END-IF
           END-PERFORM
           MOVE SWING-PCT TO PH-SWING-PCT
           WRITE OUT-REC FROM PV-HEADING
               AFTER ADVANCING 2 LINES
           WRITE OUT-REC FROM PV-COLUMNS
               AFTER ADVANCING 2 LINES
           WRITE OUT-REC FROM HD-DASHES
           PERFORM VARYING WS-PV-SUB FROM 1 BY 1
                   UNTIL WS-PV-SUB > PV-COUNT
               MOVE PV-T-EMP-ID(WS-PV-SUB)     TO PD-EMP-ID
               MOVE PV-T-EMP-NM(WS-PV-SUB)     TO PD-EMP-NM
               MOVE PV-T-LAST-GROSS(WS-PV-SUB) TO PD-LAST-GROSS
               MOVE PV-T-GROSS(WS-PV-SUB)      TO PD-GROSS
               MOVE PV-T-LAST-NET(WS-PV-SUB)   TO PD-LAST-NET
               MOVE PV-T-NET(WS-PV-SUB)        TO PD-NET
               MOVE PV-T-PCT(WS-PV-SUB)        TO PD-PCT
               MOVE PV-T-FLAG(WS-PV-SUB)       TO PD-FLAG
               WRITE OUT-REC FROM PV-DETAIL
           END-PERFORM
           MOVE PV-COUNT TO PF-COUNT
           WRITE OUT-REC FROM HD-DASHES
           WRITE OUT-REC FROM PV-FLAG-TOTAL
           WRITE OUT-REC FROM PV-SIGN-OFF
               AFTER ADVANCING 3 LINES
           DISPLAY 'PREVIEW ONLY - ' PV-COUNT
               ' ITEMS FLAGGED ON PREVIEW.RPT.'.

      * The remittance register: this period's withheld amounts
      * grouped by payee, with the case number and the balance still
      * owed, so nobody reconstructs who is owed what by hand.
      * lookup, and any extra flat withholding is added after - so
      * the wage-level table finally answers to what the W-4 says.
      * The extra withholding only takes what is left of the gross
      * after the bracket tax and the employee's Social Security and
      * Medicare, the way 430 holds deductions, so a
      * short check can never come out with more tax than pay.
       500-COMPUTE-TAX.
           PERFORM 510-LOOKUP-W4-PROFILE
           END-SEARCH

           COMPUTE WS-TAX = WS-TAXABLE-GRS * WS-TAX-RT
           IF WS-EXTRA-WH > WS-GRS-PAY - WS-TAX - WS-SS-EE - WS-MED-EE
               COMPUTE WS-EXTRA-WH = WS-GRS-PAY - WS-TAX
                   - WS-SS-EE - WS-MED-EE
           END-IF
           ADD WS-EXTRA-WH TO WS-TAX.

      * Supplemental wages withhold federal tax at the flat
      * supplemental rate (EMPTAX.DAT type 'SUPP' when on file), with
      * no bracket lookup and no W-4 reductions or extra amount. The
      * W-4 is still looked up so the state tax can fall back on it.
       505-COMPUTE-SUPPLEMENTAL-TAX.
           PERFORM 510-LOOKUP-W4-PROFILE
           MOVE ZERO TO WS-EXTRA-WH
           COMPUTE WS-TAX ROUNDED = WS-GRS-PAY * SUPP-RATE
           IF WS-TAX > WS-GRS-PAY - WS-SS-EE - WS-MED-EE
               COMPUTE WS-TAX = WS-GRS-PAY - WS-SS-EE - WS-MED-EE
           END-IF.

      * Finds the employee's W-4 profile; no profile on file means
      * single, zero allowances, no extra withholding.
       510-LOOKUP-W4-PROFILE.
                   MOVE W4-T-EXTRA(WS-W4-SUB)      TO WS-EXTRA-WH
               END-IF
           END-PERFORM.

      * Computes the state income tax for the employee's work state
      * from the state's set in force: the state W-4 reduces the
      * gross by the state's own allowance (and married) amounts,
      * then a flat state applies its one rate and a bracket state
      * the rate of the first wage level above the reduced gross.
      * A no-tax state, a blank work state, or a state with no table
      * withholds nothing. Like the federal extra withholding, the
      * state tax only takes what the federal taxes left of the
      * gross, so it can never drive the check below zero.
       515-COMPUTE-STATE-TAX.
           MOVE ZERO TO WS-STATE-TAX
           IF WS-WORK-STATE NOT = SPACES
               PERFORM 516-SELECT-STATE-SET
               IF WS-ST-BEST-EFF = ZERO
                   DISPLAY 'NO STATE TAX TABLE FOR ' WS-WORK-STATE
                       ' - EMPLOYEE ' IN-EMP-ID ' WITHHELD NONE.'
               ELSE
                   IF NOT ST-NO-INCOME-TAX
                       PERFORM 517-LOOKUP-STATE-W4
                       PERFORM 518-APPLY-STATE-RATE
                   END-IF
               END-IF
           END-IF
           IF WS-STATE-TAX > ZERO
               PERFORM 519-ROLL-STATE-DEPOSIT
           END-IF.

      * Finds the latest effective date on file for the work state
      * and the method, reductions, and rate of that set.
       516-SELECT-STATE-SET.
           MOVE ZERO TO WS-ST-BEST-EFF
           PERFORM VARYING WS-ST-SUB FROM 1 BY 1
                   UNTIL WS-ST-SUB > ST-COUNT
               IF ST-T-STATE(WS-ST-SUB) = WS-WORK-STATE
                  AND ST-T-EFF-DATE(WS-ST-SUB) > WS-ST-BEST-EFF
                   MOVE ST-T-EFF-DATE(WS-ST-SUB) TO WS-ST-BEST-EFF
                   MOVE ST-T-METHOD(WS-ST-SUB)   TO WS-ST-METHOD
                   MOVE ST-T-RATE(WS-ST-SUB)     TO WS-ST-RATE
                   MOVE ST-T-ALLOW-AMT(WS-ST-SUB) TO WS-ST-ALLOW-AMT
                   MOVE ST-T-MARRIED-AMT(WS-ST-SUB) TO
                       WS-ST-MARRIED-AMT
               END-IF
           END-PERFORM.

      * Finds the employee's state W-4; with none on file the state
      * tax follows the federal W-4's filing status and allowances.
       517-LOOKUP-STATE-W4.
           MOVE WS-FILING     TO WS-ST-FILING
           MOVE WS-ALLOWANCES TO WS-ST-ALLOWANCES
           MOVE ZERO          TO WS-ST-EXTRA-WH
           PERFORM VARYING WS-SW4-SUB FROM 1 BY 1
                   UNTIL WS-SW4-SUB > SW-COUNT
               IF SW-T-EMP-ID(WS-SW4-SUB) = IN-EMP-ID
                   MOVE SW-T-FILING(WS-SW4-SUB)     TO WS-ST-FILING
                   MOVE SW-T-ALLOWANCES(WS-SW4-SUB) TO
                       WS-ST-ALLOWANCES
                   MOVE SW-T-EXTRA(WS-SW4-SUB)      TO WS-ST-EXTRA-WH
               END-IF
           END-PERFORM.

      * Reduces the gross per the state W-4, picks the rate, and
      * holds the result (extra withholding included) to what is
      * left of the check after the federal taxes.
       518-APPLY-STATE-RATE.
           COMPUTE WS-ST-TAXABLE = WS-GRS-PAY
               - (WS-ST-ALLOWANCES * WS-ST-ALLOW-AMT)
           IF WS-ST-FILING = 'M'
               SUBTRACT WS-ST-MARRIED-AMT FROM WS-ST-TAXABLE
           END-IF
           IF WS-ST-TAXABLE < ZERO
               MOVE ZERO TO WS-ST-TAXABLE
           END-IF
           IF ST-BRACKETS
               MOVE 9999 TO WS-ST-LVL
               MOVE ZERO TO WS-ST-TOP-LVL
               PERFORM VARYING WS-ST-SUB FROM 1 BY 1
                       UNTIL WS-ST-SUB > ST-COUNT
                   IF ST-T-STATE(WS-ST-SUB) = WS-WORK-STATE
                      AND ST-T-EFF-DATE(WS-ST-SUB) = WS-ST-BEST-EFF
                       IF ST-T-WAGES(WS-ST-SUB) > WS-ST-TAXABLE
                          AND ST-T-WAGES(WS-ST-SUB) NOT > WS-ST-LVL
                           MOVE ST-T-WAGES(WS-ST-SUB) TO WS-ST-LVL
                           MOVE ST-T-RATE(WS-ST-SUB)  TO WS-ST-RATE
                       END-IF
                       IF ST-T-WAGES(WS-ST-SUB) NOT < WS-ST-TOP-LVL
                           MOVE ST-T-WAGES(WS-ST-SUB) TO WS-ST-TOP-LVL
                           MOVE ST-T-RATE(WS-ST-SUB) TO WS-ST-TOP-RATE
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-ST-TAXABLE NOT < WS-ST-TOP-LVL
                   MOVE WS-ST-TOP-RATE TO WS-ST-RATE
               END-IF
           END-IF
           COMPUTE WS-STATE-TAX ROUNDED = WS-ST-TAXABLE * WS-ST-RATE
           ADD WS-ST-EXTRA-WH TO WS-STATE-TAX
           COMPUTE WS-ST-ROOM = WS-GRS-PAY - WS-TAX
               - WS-SS-EE - WS-MED-EE
           IF WS-ST-ROOM < ZERO
               MOVE ZERO TO WS-ST-ROOM
           END-IF
           IF WS-STATE-TAX > WS-ST-ROOM
               MOVE WS-ST-ROOM TO WS-STATE-TAX
           END-IF.

      * Rolls the check's state tax into the run and per-state totals
      * the deposit report prints.
       519-ROLL-STATE-DEPOSIT.
           ADD WS-STATE-TAX TO WS-STATE-TAX-TOT
           MOVE ZERO TO WS-SX-FOUND
           PERFORM VARYING WS-SX-SUB FROM 1 BY 1
                   UNTIL WS-SX-SUB > SX-COUNT
               IF SX-T-STATE(WS-SX-SUB) = WS-WORK-STATE
                   MOVE WS-SX-SUB TO WS-SX-FOUND
               END-IF
           END-PERFORM
           IF WS-SX-FOUND = ZERO AND SX-COUNT < 60
               ADD 1 TO SX-COUNT
               MOVE WS-WORK-STATE TO SX-T-STATE(SX-COUNT)
               MOVE ZERO TO SX-T-TAX(SX-COUNT)
               MOVE SX-COUNT TO WS-SX-FOUND
           END-IF
           IF WS-SX-FOUND > ZERO
               ADD WS-STATE-TAX TO SX-T-TAX(WS-SX-FOUND)
           END-IF.
           
      * Prints a record of one employee. If an error was found, then
      * the error record is printed.
           MOVE WS-HEALTH-TAKE TO D-HEALTH-INS
           MOVE WS-401K-TAKE TO D-401K
           MOVE WS-GARN-TAKE TO D-GARNISH
           MOVE WS-ADV-TAKE TO D-ADV-RECOV
           MOVE WS-PURCH-TAKE TO D-EMP-PURCH
           MOVE WS-TAX     TO D-TAX
           COMPUTE D-FICA-EE = WS-SS-EE + WS-MED-EE
           MOVE WS-STATE-TAX TO D-STATE-TAX
           MOVE WS-NET-PAY TO D-NET-PAY
           IF OT-APPROVED
               MOVE '*APPR' TO D-OT-FLAG
      * Prints a single error record.
       800-PRINT-ERROR-RECORD.
           EVALUATE TRUE
               WHEN OC-ERR = 'Y'
                   MOVE WS-OC-MSG TO DE-ERR-MSG
               WHEN SAL-HR-ERR = 'Y'
                   MOVE "Salaried - salary pays, no hrs!" TO
                       DE-ERR-MSG
               
           MOVE WS-GRS-TOT TO F-GRS-TOT
           MOVE WS-TAX-TOT TO F-TAX-TOT
           COMPUTE F-FICA-TOT = WS-SS-EE-TOT + WS-MED-EE-TOT
           MOVE WS-STATE-TAX-TOT TO F-STATE-TOT
           MOVE WS-NET-TOT TO F-NET-TOT
           
           WRITE OUT-REC FROM HD-DASHES
           
      * Closes the input and output files.
       950-CLOSE-FILES.
           EVALUATE TRUE
               WHEN OFF-CYCLE-RUN
                   CLOSE OFFCYCLE-FILE
                   DISPLAY WS-OC-PAID-CT ' OFF-CYCLE PAYMENTS MADE.'
                   IF NOT PREVIEW-RUN
                       PERFORM 922-SAVE-OFFCYCLE-HELD
                   END-IF
               WHEN RETRO-RUN
                   CLOSE RETROREG-FILE
                   DISPLAY WS-OC-PAID-CT ' RETRO ADJUSTMENTS MADE.'
               WHEN FINAL-PAY-RUN
                   CLOSE FINALPAY-FILE
                   DISPLAY WS-OC-PAID-CT ' FINAL CHECKS MADE.'
               WHEN OTHER
                   CLOSE IN-FILE
           END-EVALUATE
           CLOSE OUT-FILE
           CLOSE EX-FILE
           IF NOT PREVIEW-RUN
               CLOSE PAYTRANS-FILE
           END-IF.

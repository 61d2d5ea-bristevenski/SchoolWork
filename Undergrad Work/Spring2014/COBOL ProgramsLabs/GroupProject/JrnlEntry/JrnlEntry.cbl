       IDENTIFICATION DIVISION.
       PROGRAM-ID. JrnlEntry.
       AUTHOR. Brianna Muleski
               Andrew Iverson
       DATE-WRITTEN. 10/13/14
      ******************************************************************
      * Purpose:
      *    General-ledger journal entry, so accruals, depreciation,
      *    bank fees and corrections reach the ledger without anyone
      *    editing GLJOURNAL.DAT by hand. An operator carrying the
      *    'G' function flag keys a multi-line entry with a reason.
      *    The entry must balance, its accounts must be on the chart,
      *    and its date may not fall in a period GlClose has closed.
      *    An entry may be flagged to reverse itself on the first day
      *    of the following month.
      *
      *    Entries wait in JEPEND.DAT until a second operator, active
      *    and supervisor class, approves them. Only then are the
      *    rows written to GLJOURNAL.DAT for GlPost - with the
      *    reversal rows, dated the first of the next month, when
      *    the entry is flagged. The operator who keyed an entry
      *    cannot approve it.
      *
      *    Recurring entries are kept as templates in JETMPL.DAT.
      *    The generate option turns every template not yet run for
      *    the month into a pending entry dated the month end; these
      *    go through the same approval. Every entry, template,
      *    generation, approval and rejection is written to
      *    JEAUDIT.DAT.
      *
      * Input:
      *    OPERMAST.DAT  - operator master (id, active, class, funcs)
      *    GLMAP.DAT     - chart of accounts
      *    GLMASTER.DAT  - account balances (optional)
      *    GLPERIOD.DAT  - period status from GlClose (optional)
      *    JEPEND.DAT    - entries awaiting approval (created first
      *                    run)
      *    JETMPL.DAT    - recurring-entry templates (optional)
      *    JENUM.DAT     - next entry number (defaults to 1)
      *    Entries and approvals entered at the console
      *
      * Output:
      *    JEPEND.DAT    - rewritten with entry status
      *    JETMPL.DAT    - rewritten when templates change
      *    JENUM.DAT     - next entry number
      *    GLJOURNAL.DAT - approved rows added
      *    JEAUDIT.DAT   - one row per action, accumulated
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPER-MASTER-FILE ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.
           SELECT GLMAP-FILE ASSIGN TO "GLMAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-STATUS.
           SELECT GLMASTER-FILE ASSIGN TO "GLMASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GM-STATUS.
           SELECT PERIOD-FILE ASSIGN TO "GLPERIOD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PER-STATUS.
           SELECT PENDING-FILE ASSIGN TO "JEPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEND-STATUS.
           SELECT TEMPLATE-FILE ASSIGN TO "JETMPL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TMPL-STATUS.
           SELECT JENUM-FILE ASSIGN TO "JENUM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JENUM-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "GLJOURNAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "JEAUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OPER-MASTER-FILE.
       01  OP-REC.
           05  OP-ID           PIC X(5).
           05  OP-NAME         PIC X(20).
           05  OP-ACTIVE       PIC X.
           05  OP-CLASS        PIC X.
           05  OP-FUNCS        PIC X(10).
       FD  GLMAP-FILE.
       01  GLMAP-REC.
           05  GM-SOURCE       PIC X(8).
           05  GM-DEPT         PIC 9.
           05  GM-DR-ACCT      PIC X(6).
           05  GM-CR-ACCT      PIC X(6).
           05  GM-DEPT-NAME    PIC X(8).
       FD  GLMASTER-FILE.
       01  GLMASTER-REC.
           05  GA-ACCT         PIC X(6).
           05  GA-BALANCE      PIC S9(11)V99.
       FD  PERIOD-FILE.
       01  PERIOD-REC.
           05  GP-PERIOD       PIC 9(6).
           05  GP-STATUS       PIC X.
           05  GP-CLOSE-DATE   PIC 9(8).
      * ONE ROW PER ENTRY LINE. TYPE 'M' MANUAL OR 'R' RECURRING;
      * STATUS 'P' PENDING, 'A' APPROVED, 'X' REJECTED. THE LINES OF
      * AN ENTRY ARE KEPT TOGETHER, LINE 01 FIRST.
       FD  PENDING-FILE.
       01  JP-REC.
           05  JP-JE-NO        PIC 9(6).
           05  JP-LINE         PIC 99.
           05  JP-DATE         PIC 9(8).
           05  JP-ACCT         PIC X(6).
           05  JP-DRCR         PIC X.
           05  JP-AMT          PIC 9(9)V99.
           05  JP-REASON       PIC X(30).
           05  JP-REVERSE      PIC X.
           05  JP-TYPE         PIC X.
           05  JP-OPER         PIC X(5).
           05  JP-STATUS       PIC X.
           05  JP-APPROVER     PIC X(5).
           05  JP-ACT-DATE     PIC 9(8).
      * ONE ROW PER TEMPLATE LINE. LAST PERIOD IS THE MOST RECENT
      * MONTH THE TEMPLATE WAS GENERATED FOR.
       FD  TEMPLATE-FILE.
       01  JT-REC.
           05  JT-ID           PIC X(4).
           05  JT-LINE         PIC 99.
           05  JT-ACCT         PIC X(6).
           05  JT-DRCR         PIC X.
           05  JT-AMT          PIC 9(9)V99.
           05  JT-REASON       PIC X(30).
           05  JT-REVERSE      PIC X.
           05  JT-LAST-PERIOD  PIC 9(6).
       FD  JENUM-FILE.
       01  JENUM-REC.
           05  JN-NEXT-JE      PIC 9(6).
       FD  JOURNAL-FILE.
       01  JOURNAL-REC.
           05  GJ-DATE         PIC 9(8).
           05  GJ-ACCT         PIC X(6).
           05  GJ-DRCR         PIC X.
           05  GJ-AMT          PIC S9(9)V99.
           05  GJ-SOURCE       PIC X(8).
           05  GJ-STORE        PIC 9(2).
       FD  AUDIT-FILE.
       01  JA-REC.
           05  JA-DATE         PIC 9(8).
           05  JA-OPER         PIC X(5).
           05  JA-ACTION       PIC X(10).
           05  JA-JE-NO        PIC 9(6).
           05  JA-TMPL-ID      PIC X(4).
           05  JA-AMT          PIC 9(9)V99.
           05  JA-REASON       PIC X(30).
       WORKING-STORAGE SECTION.
       01  WORKING-ITEMS.
           05  VALID-SW        PIC X.
           05  EOF-SWITCH      PIC X.
           05  WS-OPER-STATUS  PIC XX.
           05  WS-MAP-STATUS   PIC XX.
           05  WS-GM-STATUS    PIC XX.
           05  WS-PER-STATUS   PIC XX.
           05  WS-PEND-STATUS  PIC XX.
           05  WS-TMPL-STATUS  PIC XX.
           05  WS-JENUM-STATUS PIC XX.
           05  WS-JRNL-STATUS  PIC XX.
           05  WS-AUDIT-STATUS PIC XX.
           05  MENU-CHOICE     PIC X       VALUE SPACE.
           05  WS-DECISION     PIC X.
           05  WS-RUN-DATE     PIC 9(8).
           05  OPERATOR-ID     PIC X(5).
           05  SUPERVISOR-ID   PIC X(5).
           05  WS-CHECK-ID     PIC X(5).
           05  WS-OPER-OK-SW   PIC X.
               88  OPERATOR-VALID          VALUE 'Y'.
           05  WS-FUNC-TALLY   PIC 9(2).
           05  WS-NEXT-JE      PIC 9(6)    VALUE 1.
           05  WS-JE-DATE      PIC 9(8).
           05  WS-JE-REASON    PIC X(30).
           05  WS-JE-REVERSE   PIC X.
           05  WS-JE-TYPE      PIC X.
           05  WS-TMPL-ID      PIC X(4).
           05  WS-LINE-ACCT    PIC X(6).
           05  WS-LINE-DRCR    PIC X.
           05  WS-LINE-AMT     PIC 9(9)V99.
           05  WS-DR-TOTAL     PIC 9(11)V99.
           05  WS-CR-TOTAL     PIC 9(11)V99.
           05  WS-OUT-BY       PIC S9(11)V99.
           05  WS-DR-TOTAL-ED  PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  WS-CR-TOTAL-ED  PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  WS-AMT-ED       PIC ZZZ,ZZZ,ZZ9.99.
           05  WS-ENTRY-DONE-SW PIC X.
               88  ENTRY-DONE              VALUE 'Y'.
           05  WS-ENTRY-OK-SW  PIC X.
               88  ENTRY-BALANCED          VALUE 'Y'.
           05  WS-END-FOUND-SW PIC X.
               88  END-FOUND               VALUE 'Y'.
           05  WS-CHECK-DATE   PIC 9(8).
           05  WS-CHECK-DATE-R REDEFINES WS-CHECK-DATE.
               10  WS-CHECK-YEAR   PIC 9(4).
               10  WS-CHECK-MM     PIC 99.
               10  WS-CHECK-DD     PIC 99.
           05  WS-CHECK-PERIOD PIC 9(6).
           05  WS-YEAR-CLOSE   PIC 9(6).
           05  WS-CLOSED-SW    PIC X.
               88  PERIOD-CLOSED           VALUE 'Y'.
           05  WS-GEN-PERIOD   PIC 9(6).
           05  WS-GEN-PERIOD-R REDEFINES WS-GEN-PERIOD.
               10  WS-GEN-YEAR     PIC 9(4).
               10  WS-GEN-MM       PIC 99.
           05  WS-NEXT-MONTH   PIC 9(8).
           05  WS-REVERSE-DATE PIC 9(8).
           05  WS-WORK-ACCT    PIC X(6).
           05  WS-CH-SUB       PIC 9(3).
           05  WS-CH-FOUND     PIC 9(3).
           05  WS-JP-SUB       PIC 9(4).
           05  WS-JP-START     PIC 9(4).
           05  WS-JP-END       PIC 9(4).
           05  WS-JT-SUB       PIC 9(3).
           05  WS-JT-START     PIC 9(3).
           05  WS-JT-END       PIC 9(3).
           05  WS-EL-SUB       PIC 99.
           05  WS-PENDING-CT   PIC 9(4).
           05  WS-GEN-CT       PIC 9(3).
           05  WS-PEND-CHANGED-SW PIC X    VALUE 'N'.
               88  PENDING-CHANGED         VALUE 'Y'.
           05  WS-TMPL-CHANGED-SW PIC X    VALUE 'N'.
               88  TEMPLATES-CHANGED       VALUE 'Y'.
       01  OPER-TABLE.
           05  OP-COUNT        PIC 9(4)    VALUE ZERO.
           05  OP-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON OP-COUNT
                   INDEXED BY OP-INDX.
               10  OP-T-ID         PIC X(5).
               10  OP-T-ACTIVE     PIC X.
               10  OP-T-CLASS      PIC X.
               10  OP-T-FUNCS      PIC X(10).
       01  CHART-TABLE.
           05  CH-COUNT        PIC 9(3)    VALUE ZERO.
           05  CH-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON CH-COUNT
                   INDEXED BY CH-INDX.
               10  CH-ACCT         PIC X(6).
      * CLOSED PERIODS ONLY; ANY PERIOD NOT HERE IS OPEN.
       01  CLOSED-PERIOD-TABLE.
           05  CP-COUNT        PIC 9(3)    VALUE ZERO.
           05  CP-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON CP-COUNT
                   INDEXED BY CP-INDX.
               10  CP-PERIOD       PIC 9(6).
       01  PENDING-TABLE.
           05  JP-COUNT        PIC 9(4)    VALUE ZERO.
           05  JP-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON JP-COUNT
                   INDEXED BY JP-INDX.
               10  JP-T-REC        PIC X(85).
       01  TEMPLATE-TABLE.
           05  JT-COUNT        PIC 9(3)    VALUE ZERO.
           05  JT-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON JT-COUNT
                   INDEXED BY JT-INDX.
               10  JT-T-REC        PIC X(61).
      * THE ENTRY BEING KEYED, BEFORE IT GOES ON THE PENDING TABLE
      * OR THE TEMPLATE TABLE.
       01  ENTRY-LINES.
           05  EL-COUNT        PIC 99      VALUE ZERO.
           05  EL-ENTRY OCCURS 20 TIMES.
               10  EL-ACCT         PIC X(6).
               10  EL-DRCR         PIC X.
               10  EL-AMT          PIC 9(9)V99.
      *
       PROCEDURE DIVISION.
       000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM 050-LOAD-OPER-MASTER
           PERFORM 055-LOAD-CHART
           PERFORM 065-LOAD-CLOSED-PERIODS
           PERFORM 070-LOAD-PENDING
           PERFORM 075-LOAD-TEMPLATES
           PERFORM 080-READ-NEXT-JE-NO
           PERFORM 090-ACCEPT-OPERATOR-ID
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-FILE
           END-IF
           MOVE SPACES TO JA-TMPL-ID
           PERFORM 100-MAINT-MENU UNTIL MENU-CHOICE = 'X'
           CLOSE AUDIT-FILE
           IF PENDING-CHANGED
               PERFORM 800-SAVE-PENDING
           END-IF
           IF TEMPLATES-CHANGED
               PERFORM 810-SAVE-TEMPLATES
           END-IF
           PERFORM 820-SAVE-NEXT-JE-NO

           DISPLAY SPACE
           DISPLAY '--END OF JOURNAL ENTRY SESSION--'
           STOP RUN.
      * LOADS THE OPERATOR MASTER FOR THE SIGN-ON AND THE APPROVER
      * CHECK.
       050-LOAD-OPER-MASTER.
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
                           MOVE OP-CLASS  TO OP-T-CLASS(OP-COUNT)
                           MOVE OP-FUNCS  TO OP-T-FUNCS(OP-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-OPER-STATUS NOT = "35"
               CLOSE OPER-MASTER-FILE
           END-IF.
      * BUILDS THE CHART THE WAY GLPOST DOES: EVERY ACCOUNT GLMAP.DAT
      * NAMES, PLUS ANY ACCOUNT ALREADY ON THE MASTER.
       055-LOAD-CHART.
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT GLMAP-FILE
           IF WS-MAP-STATUS NOT = "00"
               MOVE 'Y' TO EOF-SWITCH
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ GLMAP-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       MOVE GM-DR-ACCT TO WS-WORK-ACCT
                       PERFORM 060-ADD-CHART-ACCOUNT
                       MOVE GM-CR-ACCT TO WS-WORK-ACCT
                       PERFORM 060-ADD-CHART-ACCOUNT
               END-READ
           END-PERFORM
           IF WS-MAP-STATUS NOT = "35"
               CLOSE GLMAP-FILE
           END-IF
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT GLMASTER-FILE
           IF WS-GM-STATUS NOT = "00"
               MOVE 'Y' TO EOF-SWITCH
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ GLMASTER-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       MOVE GA-ACCT TO WS-WORK-ACCT
                       PERFORM 060-ADD-CHART-ACCOUNT
               END-READ
           END-PERFORM
           IF WS-GM-STATUS NOT = "35"
               CLOSE GLMASTER-FILE
           END-IF
           IF CH-COUNT = ZERO
               DISPLAY 'NO CHART OF ACCOUNTS - GLMAP.DAT IS NEEDED.'
               STOP RUN
           END-IF.
       060-ADD-CHART-ACCOUNT.
           PERFORM 650-FIND-CHART-ACCOUNT
           IF WS-CH-FOUND = ZERO
              AND WS-WORK-ACCT NOT = SPACES
              AND CH-COUNT < 200
               ADD 1 TO CH-COUNT
               MOVE WS-WORK-ACCT TO CH-ACCT(CH-COUNT)
           END-IF.
      * LOADS THE CLOSED PERIODS, INCLUDING CLOSED YEARS (PERIOD 13).
       065-LOAD-CLOSED-PERIODS.
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT PERIOD-FILE
           IF WS-PER-STATUS NOT = "00"
               MOVE 'Y' TO EOF-SWITCH
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ PERIOD-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       IF GP-STATUS = 'C' AND CP-COUNT < 200
                           ADD 1 TO CP-COUNT
                           MOVE GP-PERIOD TO CP-PERIOD(CP-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PER-STATUS NOT = "35"
               CLOSE PERIOD-FILE
           END-IF.
      * LOADS JEPEND.DAT. THE TABLE IS WORKED AND THE FILE REWRITTEN
      * AT THE END OF THE SESSION.
       070-LOAD-PENDING.
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT PENDING-FILE
           IF WS-PEND-STATUS NOT = "00"
               MOVE 'Y' TO EOF-SWITCH
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ PENDING-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       IF JP-COUNT < 2000
                           ADD 1 TO JP-COUNT
                           MOVE JP-REC TO JP-T-REC(JP-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PEND-STATUS NOT = "35"
               CLOSE PENDING-FILE
           END-IF.
       075-LOAD-TEMPLATES.
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT TEMPLATE-FILE
           IF WS-TMPL-STATUS NOT = "00"
               MOVE 'Y' TO EOF-SWITCH
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ TEMPLATE-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       IF JT-COUNT < 500
                           ADD 1 TO JT-COUNT
                           MOVE JT-REC TO JT-T-REC(JT-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-TMPL-STATUS NOT = "35"
               CLOSE TEMPLATE-FILE
           END-IF.
       080-READ-NEXT-JE-NO.
           OPEN INPUT JENUM-FILE
           IF WS-JENUM-STATUS = "00"
               READ JENUM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE JN-NEXT-JE TO WS-NEXT-JE
               END-READ
               CLOSE JENUM-FILE
           END-IF.
      * THE KEYING OPERATOR SIGNS ON ONCE AT STARTUP AND MUST CARRY
      * THE 'G' FUNCTION FLAG (BLANK OP-FUNCS, FROM BEFORE
      * ENFORCEMENT, ALLOWS EVERYTHING).
       090-ACCEPT-OPERATOR-ID.
           DISPLAY 'ENTER OPERATOR ID:'
           ACCEPT OPERATOR-ID
           MOVE 'N' TO VALID-SW
           PERFORM UNTIL VALID-SW = 'Y'
               MOVE OPERATOR-ID TO WS-CHECK-ID
               PERFORM 095-VALIDATE-OPERATOR
               IF OPERATOR-VALID
                   MOVE 'Y' TO VALID-SW
               ELSE
                   DISPLAY 'OPERATOR NOT ON FILE, INACTIVE, OR'
                       ' NOT AUTHORIZED FOR GL ENTRIES.'
                   DISPLAY 'ENTER OPERATOR ID:'
                   ACCEPT OPERATOR-ID
               END-IF
           END-PERFORM.
       095-VALIDATE-OPERATOR.
           MOVE 'N' TO WS-OPER-OK-SW
           IF WS-CHECK-ID NOT = SPACE
               PERFORM VARYING OP-INDX FROM 1 BY 1
                       UNTIL OP-INDX > OP-COUNT
                   IF OP-T-ID(OP-INDX) = WS-CHECK-ID
                      AND OP-T-ACTIVE(OP-INDX) = 'A'
                       IF OP-T-FUNCS(OP-INDX) = SPACES
                           MOVE 'Y' TO WS-OPER-OK-SW
                       ELSE
                           MOVE ZERO TO WS-FUNC-TALLY
                           INSPECT OP-T-FUNCS(OP-INDX)
                               TALLYING WS-FUNC-TALLY
                               FOR ALL 'G'
                           IF WS-FUNC-TALLY > ZERO
                               MOVE 'Y' TO WS-OPER-OK-SW
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
      * DISPLAYS THE MENU AND ROUTES THE CHOICE.
       100-MAINT-MENU.
           DISPLAY SPACE
           DISPLAY 'E-ENTER ENTRY  A-APPROVE  T-ADD TEMPLATE  '
               'G-GENERATE RECURRING  X-EXIT'
           ACCEPT MENU-CHOICE
           EVALUATE MENU-CHOICE
               WHEN 'E'
                   PERFORM 200-ENTER-ENTRY
               WHEN 'A'
                   PERFORM 300-APPROVE-ENTRIES
               WHEN 'T'
                   PERFORM 400-ADD-TEMPLATE
               WHEN 'G'
                   PERFORM 500-GENERATE-RECURRING
               WHEN 'X'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'INVALID CHOICE'
           END-EVALUATE.
      * KEYS ONE MANUAL ENTRY AND PUTS IT ON THE PENDING TABLE.
       200-ENTER-ENTRY.
           PERFORM 210-ACCEPT-ENTRY-DATE
           PERFORM 220-ACCEPT-REASON
           PERFORM 230-ACCEPT-REVERSE
           PERFORM 250-ACCEPT-LINES
           IF ENTRY-BALANCED
               MOVE 'M' TO WS-JE-TYPE
               PERFORM 280-STORE-PENDING
           END-IF.
      * THE ENTRY DATE (0 = TODAY) MUST BE A REAL DATE IN AN OPEN
      * PERIOD.
       210-ACCEPT-ENTRY-DATE.
           DISPLAY 'ENTER ENTRY DATE (YYYYMMDD, 0 = TODAY):'
           ACCEPT WS-JE-DATE
           MOVE 'N' TO VALID-SW
           PERFORM UNTIL VALID-SW = 'Y'
               IF WS-JE-DATE = ZERO
                   MOVE WS-RUN-DATE TO WS-JE-DATE
               END-IF
               MOVE WS-JE-DATE TO WS-CHECK-DATE
               PERFORM 600-CHECK-PERIOD-OPEN
               EVALUATE TRUE
                   WHEN WS-JE-DATE(5:2) < '01'
                     OR WS-JE-DATE(5:2) > '12'
                     OR WS-JE-DATE(7:2) < '01'
                     OR WS-JE-DATE(7:2) > '31'
                       DISPLAY 'INVALID DATE.'
                       DISPLAY 'ENTER ENTRY DATE (YYYYMMDD):'
                       ACCEPT WS-JE-DATE
                   WHEN PERIOD-CLOSED
                       DISPLAY 'PERIOD ' WS-CHECK-PERIOD ' IS CLOSED.'
                       DISPLAY 'ENTER ENTRY DATE (YYYYMMDD):'
                       ACCEPT WS-JE-DATE
                   WHEN OTHER
                       MOVE 'Y' TO VALID-SW
               END-EVALUATE
           END-PERFORM.
      * EVERY ENTRY SAYS WHY IT WAS MADE.
       220-ACCEPT-REASON.
           DISPLAY 'ENTER REASON FOR THE ENTRY:'
           ACCEPT WS-JE-REASON
           PERFORM UNTIL WS-JE-REASON NOT = SPACES
               DISPLAY 'A REASON IS REQUIRED.'
               DISPLAY 'ENTER REASON FOR THE ENTRY:'
               ACCEPT WS-JE-REASON
           END-PERFORM.
       230-ACCEPT-REVERSE.
           DISPLAY 'REVERSE ON THE FIRST OF NEXT MONTH? (Y/N):'
           ACCEPT WS-JE-REVERSE
           PERFORM UNTIL WS-JE-REVERSE = 'Y' OR WS-JE-REVERSE = 'N'
               DISPLAY 'INVALID CHOICE.'
               DISPLAY 'REVERSE ON THE FIRST OF NEXT MONTH? (Y/N):'
               ACCEPT WS-JE-REVERSE
           END-PERFORM.
      * TAKES LINES UNTIL END IS KEYED WITH THE ENTRY IN BALANCE, OR
      * CANCEL IS KEYED. AN ENTRY NEEDS AT LEAST TWO LINES.
       250-ACCEPT-LINES.
           MOVE ZERO TO EL-COUNT WS-DR-TOTAL WS-CR-TOTAL
           MOVE 'N' TO WS-ENTRY-DONE-SW WS-ENTRY-OK-SW
           PERFORM 260-ACCEPT-ONE-LINE UNTIL ENTRY-DONE.
       260-ACCEPT-ONE-LINE.
           DISPLAY 'ENTER ACCOUNT (END TO FINISH, CANCEL TO DROP):'
           ACCEPT WS-LINE-ACCT
           EVALUATE TRUE
               WHEN WS-LINE-ACCT = 'CANCEL'
                   MOVE 'Y' TO WS-ENTRY-DONE-SW
                   DISPLAY 'ENTRY DROPPED.'
               WHEN WS-LINE-ACCT = 'END'
                   PERFORM 270-CHECK-BALANCE
               WHEN EL-COUNT NOT < 20
                   DISPLAY 'AN ENTRY MAY HAVE 20 LINES AT MOST.'
               WHEN OTHER
                   MOVE WS-LINE-ACCT TO WS-WORK-ACCT
                   PERFORM 650-FIND-CHART-ACCOUNT
                   IF WS-CH-FOUND = ZERO
                       DISPLAY 'ACCOUNT NOT ON THE CHART.'
                   ELSE
                       PERFORM 265-ACCEPT-AMOUNT
                   END-IF
           END-EVALUATE.
       265-ACCEPT-AMOUNT.
           DISPLAY 'DEBIT OR CREDIT? (D/C):'
           ACCEPT WS-LINE-DRCR
           PERFORM UNTIL WS-LINE-DRCR = 'D' OR WS-LINE-DRCR = 'C'
               DISPLAY 'INVALID CHOICE.'
               DISPLAY 'DEBIT OR CREDIT? (D/C):'
               ACCEPT WS-LINE-DRCR
           END-PERFORM
           DISPLAY 'ENTER AMOUNT:'
           ACCEPT WS-LINE-AMT
           PERFORM UNTIL WS-LINE-AMT > ZERO
               DISPLAY 'INVALID AMOUNT.'
               DISPLAY 'ENTER AMOUNT:'
               ACCEPT WS-LINE-AMT
           END-PERFORM
           ADD 1 TO EL-COUNT
           MOVE WS-LINE-ACCT TO EL-ACCT(EL-COUNT)
           MOVE WS-LINE-DRCR TO EL-DRCR(EL-COUNT)
           MOVE WS-LINE-AMT  TO EL-AMT(EL-COUNT)
           IF WS-LINE-DRCR = 'D'
               ADD WS-LINE-AMT TO WS-DR-TOTAL
           ELSE
               ADD WS-LINE-AMT TO WS-CR-TOTAL
           END-IF
           MOVE WS-DR-TOTAL TO WS-DR-TOTAL-ED
           MOVE WS-CR-TOTAL TO WS-CR-TOTAL-ED
           DISPLAY 'DEBITS ' WS-DR-TOTAL-ED '  CREDITS '
               WS-CR-TOTAL-ED.
       270-CHECK-BALANCE.
           EVALUATE TRUE
               WHEN EL-COUNT < 2
                   DISPLAY 'AN ENTRY NEEDS AT LEAST TWO LINES.'
               WHEN WS-DR-TOTAL NOT = WS-CR-TOTAL
                   COMPUTE WS-OUT-BY = WS-DR-TOTAL - WS-CR-TOTAL
                   MOVE WS-OUT-BY TO WS-AMT-ED
                   IF WS-OUT-BY > ZERO
                       DISPLAY 'DEBITS EXCEED CREDITS BY ' WS-AMT-ED
                   ELSE
                       DISPLAY 'CREDITS EXCEED DEBITS BY ' WS-AMT-ED
                   END-IF
                   DISPLAY 'ADD A LINE, OR CANCEL THE ENTRY.'
               WHEN OTHER
                   MOVE 'Y' TO WS-ENTRY-DONE-SW WS-ENTRY-OK-SW
           END-EVALUATE.
      * ADDS THE KEYED LINES TO THE PENDING TABLE UNDER THE NEXT
      * ENTRY NUMBER AND AUDITS THE ENTRY.
       280-STORE-PENDING.
           COMPUTE WS-PENDING-CT = JP-COUNT + EL-COUNT
           IF WS-PENDING-CT > 2000
               DISPLAY 'PENDING TABLE IS FULL - ENTRY NOT STORED.'
           ELSE
               PERFORM VARYING WS-EL-SUB FROM 1 BY 1
                       UNTIL WS-EL-SUB > EL-COUNT
                   MOVE SPACES TO JP-REC
                   MOVE WS-NEXT-JE         TO JP-JE-NO
                   MOVE WS-EL-SUB          TO JP-LINE
                   MOVE WS-JE-DATE         TO JP-DATE
                   MOVE EL-ACCT(WS-EL-SUB) TO JP-ACCT
                   MOVE EL-DRCR(WS-EL-SUB) TO JP-DRCR
                   MOVE EL-AMT(WS-EL-SUB)  TO JP-AMT
                   MOVE WS-JE-REASON       TO JP-REASON
                   MOVE WS-JE-REVERSE      TO JP-REVERSE
                   MOVE WS-JE-TYPE         TO JP-TYPE
                   MOVE OPERATOR-ID        TO JP-OPER
                   MOVE 'P'                TO JP-STATUS
                   MOVE ZERO               TO JP-ACT-DATE
                   ADD 1 TO JP-COUNT
                   MOVE JP-REC TO JP-T-REC(JP-COUNT)
               END-PERFORM
               MOVE 'Y' TO WS-PEND-CHANGED-SW
               MOVE OPERATOR-ID  TO JA-OPER
               IF WS-JE-TYPE = 'R'
                   MOVE 'GENERATED' TO JA-ACTION
               ELSE
                   MOVE 'ENTERED' TO JA-ACTION
               END-IF
               MOVE WS-NEXT-JE   TO JA-JE-NO
               MOVE WS-DR-TOTAL  TO JA-AMT
               MOVE WS-JE-REASON TO JA-REASON
               PERFORM 700-WRITE-AUDIT
               DISPLAY 'ENTRY ' WS-NEXT-JE
                   ' STORED FOR SUPERVISOR APPROVAL.'
               ADD 1 TO WS-NEXT-JE
           END-IF.
      * A SUPERVISOR-CLASS OPERATOR SIGNS ON AND WORKS EACH PENDING
      * ENTRY IN TURN: APPROVE, REJECT, OR SKIP FOR LATER.
       300-APPROVE-ENTRIES.
           DISPLAY 'ENTER APPROVING SUPERVISOR ID:'
           ACCEPT SUPERVISOR-ID
           PERFORM 305-VALIDATE-SUPERVISOR
           IF OPERATOR-VALID
               MOVE ZERO TO WS-PENDING-CT
               PERFORM VARYING WS-JP-SUB FROM 1 BY 1
                       UNTIL WS-JP-SUB > JP-COUNT
                   MOVE JP-T-REC(WS-JP-SUB) TO JP-REC
                   IF JP-LINE = 1 AND JP-STATUS = 'P'
                       ADD 1 TO WS-PENDING-CT
                       PERFORM 310-WORK-ONE-ENTRY
                   END-IF
               END-PERFORM
               DISPLAY WS-PENDING-CT ' PENDING ENTRIES REVIEWED.'
           END-IF.
       305-VALIDATE-SUPERVISOR.
           MOVE 'N' TO WS-OPER-OK-SW
           PERFORM VARYING OP-INDX FROM 1 BY 1
                   UNTIL OP-INDX > OP-COUNT
               IF OP-T-ID(OP-INDX) = SUPERVISOR-ID
                  AND OP-T-ACTIVE(OP-INDX) = 'A'
                  AND OP-T-CLASS(OP-INDX) = 'S'
                   MOVE 'Y' TO WS-OPER-OK-SW
               END-IF
           END-PERFORM
           IF NOT OPERATOR-VALID
               DISPLAY 'NOT AN ACTIVE SUPERVISOR-CLASS OPERATOR.'
           END-IF.
      * SHOWS ONE ENTRY - ITS LINES RUN FROM WS-JP-SUB TO THE NEXT
      * LINE 01 - AND TAKES THE DECISION.
       310-WORK-ONE-ENTRY.
           MOVE 'S' TO WS-DECISION
           MOVE WS-JP-SUB TO WS-JP-START WS-JP-END
           MOVE 'N' TO WS-END-FOUND-SW
           PERFORM 315-FIND-ENTRY-END UNTIL END-FOUND
           DISPLAY SPACE
           DISPLAY 'ENTRY ' JP-JE-NO '  DATED ' JP-DATE
               '  KEYED BY ' JP-OPER
           DISPLAY 'REASON: ' JP-REASON
           IF JP-REVERSE = 'Y'
               DISPLAY 'REVERSES ON THE FIRST OF NEXT MONTH.'
           END-IF
           PERFORM VARYING WS-JP-SUB FROM WS-JP-START BY 1
                   UNTIL WS-JP-SUB > WS-JP-END
               MOVE JP-T-REC(WS-JP-SUB) TO JP-REC
               MOVE JP-AMT TO WS-AMT-ED
               DISPLAY '  ' JP-ACCT '  ' JP-DRCR '  ' WS-AMT-ED
           END-PERFORM
           MOVE WS-JP-START TO WS-JP-SUB
           MOVE JP-T-REC(WS-JP-SUB) TO JP-REC
           MOVE JP-DATE TO WS-CHECK-DATE
           PERFORM 600-CHECK-PERIOD-OPEN
           EVALUATE TRUE
               WHEN JP-OPER = SUPERVISOR-ID
                   DISPLAY 'YOU KEYED THIS ENTRY - ANOTHER '
                       'SUPERVISOR MUST APPROVE IT.'
               WHEN PERIOD-CLOSED
                   DISPLAY 'PERIOD ' WS-CHECK-PERIOD
                       ' HAS CLOSED - REJECT THE ENTRY AND REKEY IT.'
                   PERFORM 320-ACCEPT-DECISION
                   IF WS-DECISION = 'A'
                       MOVE 'S' TO WS-DECISION
                   END-IF
               WHEN OTHER
                   PERFORM 320-ACCEPT-DECISION
           END-EVALUATE
           EVALUATE WS-DECISION
               WHEN 'A'
                   PERFORM 330-APPROVE-ONE-ENTRY
               WHEN 'R'
                   PERFORM 350-REJECT-ONE-ENTRY
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE WS-JP-END TO WS-JP-SUB.
       315-FIND-ENTRY-END.
           IF WS-JP-END NOT < JP-COUNT
               MOVE 'Y' TO WS-END-FOUND-SW
           ELSE
               IF JP-T-REC(WS-JP-END + 1)(1:6) NOT =
                  JP-T-REC(WS-JP-START)(1:6)
                   MOVE 'Y' TO WS-END-FOUND-SW
               ELSE
                   ADD 1 TO WS-JP-END
               END-IF
           END-IF.
       320-ACCEPT-DECISION.
           DISPLAY 'A-APPROVE  R-REJECT  S-SKIP:'
           ACCEPT WS-DECISION
           PERFORM UNTIL WS-DECISION = 'A' OR WS-DECISION = 'R'
                      OR WS-DECISION = 'S'
               DISPLAY 'INVALID CHOICE.'
               DISPLAY 'A-APPROVE  R-REJECT  S-SKIP:'
               ACCEPT WS-DECISION
           END-PERFORM.
      * WRITES THE ENTRY TO THE LIVE JOURNAL FOR GLPOST, WITH THE
      * REVERSAL ROWS DATED THE FIRST OF THE NEXT MONTH WHEN THE
      * ENTRY IS FLAGGED, AND MARKS EVERY LINE APPROVED.
       330-APPROVE-ONE-ENTRY.
           OPEN EXTEND JOURNAL-FILE
           IF WS-JRNL-STATUS NOT = "00"
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           MOVE JP-DATE TO WS-CHECK-DATE
           PERFORM 610-FIRST-OF-NEXT-MONTH
           MOVE ZERO TO WS-DR-TOTAL
           PERFORM VARYING WS-JP-SUB FROM WS-JP-START BY 1
                   UNTIL WS-JP-SUB > WS-JP-END
               MOVE JP-T-REC(WS-JP-SUB) TO JP-REC
               MOVE JP-DATE TO GJ-DATE
               MOVE JP-ACCT TO GJ-ACCT
               MOVE JP-DRCR TO GJ-DRCR
               MOVE JP-AMT  TO GJ-AMT
               IF JP-TYPE = 'R'
                   MOVE 'RECUR' TO GJ-SOURCE
               ELSE
                   MOVE 'MANUAL' TO GJ-SOURCE
               END-IF
               MOVE ZERO TO GJ-STORE
               WRITE JOURNAL-REC
               IF JP-REVERSE = 'Y'
                   MOVE WS-REVERSE-DATE TO GJ-DATE
                   IF JP-DRCR = 'D'
                       MOVE 'C' TO GJ-DRCR
                   ELSE
                       MOVE 'D' TO GJ-DRCR
                   END-IF
                   MOVE 'REVERSAL' TO GJ-SOURCE
                   WRITE JOURNAL-REC
               END-IF
               IF JP-DRCR = 'D'
                   ADD JP-AMT TO WS-DR-TOTAL
               END-IF
               MOVE 'A' TO JP-STATUS
               MOVE SUPERVISOR-ID TO JP-APPROVER
               MOVE WS-RUN-DATE TO JP-ACT-DATE
               MOVE JP-REC TO JP-T-REC(WS-JP-SUB)
           END-PERFORM
           CLOSE JOURNAL-FILE
           MOVE 'Y' TO WS-PEND-CHANGED-SW
           MOVE SUPERVISOR-ID TO JA-OPER
           MOVE 'APPROVED' TO JA-ACTION
           MOVE JP-JE-NO TO JA-JE-NO
           MOVE WS-DR-TOTAL TO JA-AMT
           MOVE JP-REASON TO JA-REASON
           PERFORM 700-WRITE-AUDIT
           IF JP-REVERSE = 'Y'
               MOVE 'REVERSAL' TO JA-ACTION
               PERFORM 700-WRITE-AUDIT
               DISPLAY 'ENTRY ' JP-JE-NO ' APPROVED; REVERSAL DATED '
                   WS-REVERSE-DATE '.'
           ELSE
               DISPLAY 'ENTRY ' JP-JE-NO ' APPROVED.'
           END-IF.
       350-REJECT-ONE-ENTRY.
           MOVE ZERO TO WS-DR-TOTAL
           PERFORM VARYING WS-JP-SUB FROM WS-JP-START BY 1
                   UNTIL WS-JP-SUB > WS-JP-END
               MOVE JP-T-REC(WS-JP-SUB) TO JP-REC
               IF JP-DRCR = 'D'
                   ADD JP-AMT TO WS-DR-TOTAL
               END-IF
               MOVE 'X' TO JP-STATUS
               MOVE SUPERVISOR-ID TO JP-APPROVER
               MOVE WS-RUN-DATE TO JP-ACT-DATE
               MOVE JP-REC TO JP-T-REC(WS-JP-SUB)
           END-PERFORM
           MOVE 'Y' TO WS-PEND-CHANGED-SW
           MOVE SUPERVISOR-ID TO JA-OPER
           MOVE 'REJECTED' TO JA-ACTION
           MOVE JP-JE-NO TO JA-JE-NO
           MOVE WS-DR-TOTAL TO JA-AMT
           MOVE JP-REASON TO JA-REASON
           PERFORM 700-WRITE-AUDIT
           DISPLAY 'ENTRY ' JP-JE-NO ' REJECTED.'.
      * KEYS A RECURRING TEMPLATE THE SAME WAY AS AN ENTRY, UNDER A
      * NEW FOUR-CHARACTER ID.
       400-ADD-TEMPLATE.
           DISPLAY 'ENTER NEW TEMPLATE ID (4 CHARACTERS):'
           ACCEPT WS-TMPL-ID
           PERFORM 450-FIND-TEMPLATE
           EVALUATE TRUE
               WHEN WS-TMPL-ID = SPACES
                   DISPLAY 'INVALID TEMPLATE ID.'
               WHEN WS-JT-START > ZERO
                   DISPLAY 'TEMPLATE ' WS-TMPL-ID ' IS ALREADY ON FILE.'
               WHEN OTHER
                   PERFORM 220-ACCEPT-REASON
                   PERFORM 230-ACCEPT-REVERSE
                   PERFORM 250-ACCEPT-LINES
                   IF ENTRY-BALANCED
                       PERFORM 410-STORE-TEMPLATE
                   END-IF
           END-EVALUATE.
       410-STORE-TEMPLATE.
           COMPUTE WS-PENDING-CT = JT-COUNT + EL-COUNT
           IF WS-PENDING-CT > 500
               DISPLAY 'TEMPLATE TABLE IS FULL - TEMPLATE NOT STORED.'
           ELSE
               PERFORM VARYING WS-EL-SUB FROM 1 BY 1
                       UNTIL WS-EL-SUB > EL-COUNT
                   MOVE WS-TMPL-ID         TO JT-ID
                   MOVE WS-EL-SUB          TO JT-LINE
                   MOVE EL-ACCT(WS-EL-SUB) TO JT-ACCT
                   MOVE EL-DRCR(WS-EL-SUB) TO JT-DRCR
                   MOVE EL-AMT(WS-EL-SUB)  TO JT-AMT
                   MOVE WS-JE-REASON       TO JT-REASON
                   MOVE WS-JE-REVERSE      TO JT-REVERSE
                   MOVE ZERO               TO JT-LAST-PERIOD
                   ADD 1 TO JT-COUNT
                   MOVE JT-REC TO JT-T-REC(JT-COUNT)
               END-PERFORM
               MOVE 'Y' TO WS-TMPL-CHANGED-SW
               MOVE OPERATOR-ID  TO JA-OPER
               MOVE 'TEMPLATE' TO JA-ACTION
               MOVE ZERO TO JA-JE-NO
               MOVE WS-TMPL-ID   TO JA-TMPL-ID
               MOVE WS-DR-TOTAL  TO JA-AMT
               MOVE WS-JE-REASON TO JA-REASON
               PERFORM 700-WRITE-AUDIT
               DISPLAY 'TEMPLATE ' WS-TMPL-ID ' ADDED.'
           END-IF.
      * FINDS THE LINES OF TEMPLATE WS-TMPL-ID: WS-JT-START TO
      * WS-JT-END, OR WS-JT-START ZERO WHEN IT IS NOT ON FILE.
       450-FIND-TEMPLATE.
           MOVE ZERO TO WS-JT-START WS-JT-END
           PERFORM VARYING WS-JT-SUB FROM 1 BY 1
                   UNTIL WS-JT-SUB > JT-COUNT
               MOVE JT-T-REC(WS-JT-SUB) TO JT-REC
               IF JT-ID = WS-TMPL-ID
                   IF WS-JT-START = ZERO
                       MOVE WS-JT-SUB TO WS-JT-START
                   END-IF
                   MOVE WS-JT-SUB TO WS-JT-END
               END-IF
           END-PERFORM.
      * TURNS EVERY TEMPLATE NOT YET GENERATED FOR THE MONTH INTO A
      * PENDING ENTRY DATED THE MONTH END.
       500-GENERATE-RECURRING.
           DISPLAY 'ENTER MONTH TO GENERATE (YYYYMM):'
           ACCEPT WS-GEN-PERIOD
           PERFORM UNTIL WS-GEN-MM NOT < 1 AND WS-GEN-MM NOT > 12
                         AND WS-GEN-YEAR > ZERO
               DISPLAY 'INVALID MONTH.'
               DISPLAY 'ENTER MONTH TO GENERATE (YYYYMM):'
               ACCEPT WS-GEN-PERIOD
           END-PERFORM
           COMPUTE WS-CHECK-DATE = WS-GEN-PERIOD * 100 + 1
           PERFORM 610-FIRST-OF-NEXT-MONTH
           COMPUTE WS-JE-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-REVERSE-DATE) - 1)
           MOVE WS-JE-DATE TO WS-CHECK-DATE
           PERFORM 600-CHECK-PERIOD-OPEN
           IF PERIOD-CLOSED
               DISPLAY 'PERIOD ' WS-GEN-PERIOD ' IS CLOSED.'
           ELSE
               MOVE ZERO TO WS-GEN-CT
               MOVE 'R' TO WS-JE-TYPE
               MOVE 1 TO WS-JT-SUB
               PERFORM 510-GENERATE-ONE-TEMPLATE
                   UNTIL WS-JT-SUB > JT-COUNT
               DISPLAY WS-GEN-CT ' RECURRING ENTRIES GENERATED FOR '
                   WS-GEN-PERIOD '.'
           END-IF.
      * WS-JT-SUB IS THE FIRST LINE OF A TEMPLATE. ITS LINES ARE
      * LOADED AS THE KEYED ENTRY AND STORED, AND WS-JT-SUB MOVES
      * PAST THEM.
       510-GENERATE-ONE-TEMPLATE.
           MOVE JT-T-REC(WS-JT-SUB) TO JT-REC
           MOVE JT-ID TO WS-TMPL-ID
           PERFORM 450-FIND-TEMPLATE
           MOVE JT-T-REC(WS-JT-START) TO JT-REC
           COMPUTE WS-PENDING-CT =
               JP-COUNT + WS-JT-END - WS-JT-START + 1
           IF JT-LAST-PERIOD < WS-GEN-PERIOD
              AND WS-PENDING-CT > 2000
               DISPLAY 'PENDING TABLE IS FULL - TEMPLATE '
                   WS-TMPL-ID ' NOT GENERATED.'
           END-IF
           IF JT-LAST-PERIOD < WS-GEN-PERIOD
              AND WS-PENDING-CT NOT > 2000
               MOVE ZERO TO EL-COUNT WS-DR-TOTAL
               PERFORM VARYING WS-JT-SUB FROM WS-JT-START BY 1
                       UNTIL WS-JT-SUB > WS-JT-END
                   MOVE JT-T-REC(WS-JT-SUB) TO JT-REC
                   ADD 1 TO EL-COUNT
                   MOVE JT-ACCT TO EL-ACCT(EL-COUNT)
                   MOVE JT-DRCR TO EL-DRCR(EL-COUNT)
                   MOVE JT-AMT  TO EL-AMT(EL-COUNT)
                   IF JT-DRCR = 'D'
                       ADD JT-AMT TO WS-DR-TOTAL
                   END-IF
                   MOVE WS-GEN-PERIOD TO JT-LAST-PERIOD
                   MOVE JT-REC TO JT-T-REC(WS-JT-SUB)
               END-PERFORM
               MOVE JT-REASON TO WS-JE-REASON
               MOVE JT-REVERSE TO WS-JE-REVERSE
               MOVE WS-TMPL-ID TO JA-TMPL-ID
               PERFORM 280-STORE-PENDING
               MOVE SPACES TO JA-TMPL-ID
               MOVE 'Y' TO WS-TMPL-CHANGED-SW
               ADD 1 TO WS-GEN-CT
           END-IF
           COMPUTE WS-JT-SUB = WS-JT-END + 1.
      * SETS PERIOD-CLOSED WHEN WS-CHECK-DATE FALLS IN A CLOSED
      * PERIOD OR A CLOSED YEAR.
       600-CHECK-PERIOD-OPEN.
           MOVE 'N' TO WS-CLOSED-SW
           MOVE WS-CHECK-DATE(1:6) TO WS-CHECK-PERIOD
           MOVE WS-CHECK-DATE(1:4) TO WS-YEAR-CLOSE(1:4)
           MOVE '13' TO WS-YEAR-CLOSE(5:2)
           PERFORM VARYING CP-INDX FROM 1 BY 1
                   UNTIL CP-INDX > CP-COUNT
               IF CP-PERIOD(CP-INDX) = WS-CHECK-PERIOD
                  OR CP-PERIOD(CP-INDX) = WS-YEAR-CLOSE
                   MOVE 'Y' TO WS-CLOSED-SW
               END-IF
           END-PERFORM.
      * SETS WS-REVERSE-DATE TO THE FIRST OF THE MONTH AFTER
      * WS-CHECK-DATE.
       610-FIRST-OF-NEXT-MONTH.
           IF WS-CHECK-MM = 12
               COMPUTE WS-REVERSE-DATE =
                   (WS-CHECK-YEAR + 1) * 10000 + 101
           ELSE
               COMPUTE WS-REVERSE-DATE =
                   WS-CHECK-YEAR * 10000 + (WS-CHECK-MM + 1) * 100 + 1
           END-IF.
       650-FIND-CHART-ACCOUNT.
           MOVE ZERO TO WS-CH-FOUND
           PERFORM VARYING WS-CH-SUB FROM 1 BY 1
                   UNTIL WS-CH-SUB > CH-COUNT
               IF CH-ACCT(WS-CH-SUB) = WS-WORK-ACCT
                   MOVE WS-CH-SUB TO WS-CH-FOUND
               END-IF
           END-PERFORM.
       700-WRITE-AUDIT.
           MOVE WS-RUN-DATE TO JA-DATE
           WRITE JA-REC
           MOVE SPACES TO JA-TMPL-ID.
      * REWRITES JEPEND.DAT FROM THE WORKED TABLE.
       800-SAVE-PENDING.
           OPEN OUTPUT PENDING-FILE
           PERFORM VARYING JP-INDX FROM 1 BY 1
                   UNTIL JP-INDX > JP-COUNT
               MOVE JP-T-REC(JP-INDX) TO JP-REC
               WRITE JP-REC
           END-PERFORM
           CLOSE PENDING-FILE.
       810-SAVE-TEMPLATES.
           OPEN OUTPUT TEMPLATE-FILE
           PERFORM VARYING JT-INDX FROM 1 BY 1
                   UNTIL JT-INDX > JT-COUNT
               MOVE JT-T-REC(JT-INDX) TO JT-REC
               WRITE JT-REC
           END-PERFORM
           CLOSE TEMPLATE-FILE.
       820-SAVE-NEXT-JE-NO.
           OPEN OUTPUT JENUM-FILE
           MOVE WS-NEXT-JE TO JN-NEXT-JE
           WRITE JENUM-REC
           CLOSE JENUM-FILE.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GlClose.
       AUTHOR. Brianna Muleski
               Andrew Iverson
       DATE-WRITTEN. 10/13/14
      ******************************************************************
      * Purpose:
      *    Fiscal period control for the general ledger. Each fiscal
      *    period is a calendar month. Closing a period locks it, and
      *    GlPost then refuses any journal date in it, so a month
      *    already reported cannot be changed by a late GLExtract
      *    run. A period cannot be closed while unposted journal
      *    rows are dated in it. A closed period may be reopened
      *    until its year has had the year-end close.
      *
      *    The year-end close needs all twelve periods of the year
      *    closed and every account with a balance classified in
      *    GLCLASS.DAT. It zeroes each income-statement account into
      *    the retained-earnings account GLMAP.DAT names under source
      *    RETEARN. The closing entries are dated the last day of the
      *    year, written to GLPOSTED.DAT and YECLOSE.RPT as the audit
      *    trail, and kept in GLPERBAL.DAT as period 13 of the year.
      *    Every account's balance after the close is then carried
      *    into GLPERBAL.DAT as period 00 of the next year - the
      *    balance forward. Rows in GLPOSTED.DAT dated after the
      *    year end are backed out first, so the close is as of year
      *    end however late in the next year it runs.
      *
      * Input:
      *    GLPERIOD.DAT  - period status (created first run)
      *    GLJOURNAL.DAT - unposted journal rows
      *    GLMAP.DAT     - chart; source RETEARN names the account
      *    GLCLASS.DAT   - account classification from AcctClass
      *    GLMASTER.DAT  - account balances
      *    GLPOSTED.DAT  - posted journal rows
      *    Periods and choices entered at the console
      *
      * Output:
      *    GLPERIOD.DAT  - rewritten with the period status
      *    GLMASTER.DAT  - rewritten after the year-end close
      *    GLPOSTED.DAT  - closing entries added
      *    GLPERBAL.DAT  - closing entries and balance forward added
      *    YECLOSE.RPT   - closing entries and balance forward
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-FILE ASSIGN TO "GLPERIOD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PER-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "GLJOURNAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.
           SELECT GLMAP-FILE ASSIGN TO "GLMAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-STATUS.
           SELECT CLASS-FILE ASSIGN TO "GLCLASS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLASS-STATUS.
           SELECT GLMASTER-FILE ASSIGN TO "GLMASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GM-STATUS.
           SELECT PERBAL-FILE ASSIGN TO "GLPERBAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PB-STATUS.
           SELECT POSTED-FILE ASSIGN TO "GLPOSTED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTED-STATUS.
           SELECT REPORT-FILE ASSIGN TO "YECLOSE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      * ONE ROW PER FISCAL PERIOD ACTED ON. PERIOD 13 OF A YEAR IS
      * THE YEAR-END CLOSE ITSELF. NO ROW MEANS OPEN.
       FD  PERIOD-FILE.
       01  PERIOD-REC.
           05  GP-PERIOD       PIC 9(6).
           05  GP-STATUS       PIC X.
           05  GP-CLOSE-DATE   PIC 9(8).
       FD  JOURNAL-FILE.
       01  JOURNAL-REC.
           05  GJ-DATE         PIC 9(8).
           05  GJ-ACCT         PIC X(6).
           05  GJ-DRCR         PIC X.
           05  GJ-AMT          PIC S9(9)V99.
           05  GJ-SOURCE       PIC X(8).
           05  GJ-STORE        PIC 9(2).
       FD  GLMAP-FILE.
       01  GLMAP-REC.
           05  GM-SOURCE       PIC X(8).
           05  GM-DEPT         PIC 9.
           05  GM-DR-ACCT      PIC X(6).
           05  GM-CR-ACCT      PIC X(6).
           05  GM-DEPT-NAME    PIC X(8).
       FD  CLASS-FILE.
       01  CLASS-REC.
           05  GC-ACCT         PIC X(6).
           05  GC-STMT         PIC X.
           05  GC-SECTION      PIC 99.
           05  GC-LINE         PIC 99.
           05  GC-LINE-DESC    PIC X(25).
       FD  GLMASTER-FILE.
       01  GLMASTER-REC.
           05  GA-ACCT         PIC X(6).
           05  GA-BALANCE      PIC S9(11)V99.
      * ONE ROW PER ACCOUNT PER PERIOD WITH ACTIVITY. PERIOD 00 OF A
      * YEAR IS THE BALANCE FORWARD, PERIOD 13 THE CLOSING ENTRIES.
       FD  PERBAL-FILE.
       01  PERBAL-REC.
           05  GB-ACCT         PIC X(6).
           05  GB-PERIOD       PIC 9(6).
           05  GB-DEBITS       PIC S9(11)V99.
           05  GB-CREDITS      PIC S9(11)V99.
       FD  POSTED-FILE.
       01  POSTED-REC.
           05  GP-J-DATE       PIC 9(8).
           05  GP-J-ACCT       PIC X(6).
           05  GP-J-DRCR       PIC X.
           05  GP-J-AMT        PIC S9(9)V99.
           05  GP-J-SOURCE     PIC X(8).
           05  GP-J-STORE      PIC 9(2).
       FD  REPORT-FILE.
       01  REPORT-REC          PIC X(80).
       WORKING-STORAGE SECTION.
       01  WORKING-ITEMS.
           05  EOF-SWITCH      PIC X.
           05  WS-PER-STATUS   PIC XX.
           05  WS-JRNL-STATUS  PIC XX.
           05  WS-MAP-STATUS   PIC XX.
           05  WS-CLASS-STATUS PIC XX.
           05  WS-GM-STATUS    PIC XX.
           05  WS-PB-STATUS    PIC XX.
           05  WS-POSTED-STATUS PIC XX.
           05  MENU-CHOICE     PIC X       VALUE SPACE.
           05  WS-CONFIRM      PIC X.
           05  WS-RUN-DATE     PIC 9(8).
           05  MAINT-PERIOD    PIC 9(6).
           05  MAINT-PERIOD-R REDEFINES MAINT-PERIOD.
               10  MAINT-YEAR      PIC 9(4).
               10  MAINT-MM        PIC 99.
           05  WS-CLOSE-YEAR   PIC 9(4).
           05  WS-YEAR-CLOSE   PIC 9(6).
           05  WS-NEXT-BF      PIC 9(6).
           05  WS-YEAR-END     PIC 9(8).
           05  WS-WORK-PERIOD  PIC 9(6).
           05  WS-WORK-ACCT    PIC X(6).
           05  WS-RE-ACCT      PIC X(6).
           05  WS-PT-SUB       PIC 9(3).
           05  WS-PT-FOUND     PIC 9(3).
           05  WS-YA-SUB       PIC 9(3).
           05  WS-YA-FOUND     PIC 9(3).
           05  WS-MM           PIC 99.
           05  WS-OPEN-CT      PIC 99.
           05  WS-UNCLASS-CT   PIC 9(3).
           05  WS-UNPOSTED-CT  PIC 9(5).
           05  WS-CLOSE-CT     PIC 9(3).
           05  WS-CLOSE-AMT    PIC S9(11)V99.
           05  WS-PL-NET       PIC S9(11)V99.
           05  WS-NET-INCOME   PIC S9(11)V99.
           05  WS-NET-INCOME-ED PIC ---,---,---,--9.99.
           05  WS-DR-TOTAL     PIC S9(12)V99.
           05  WS-CR-TOTAL     PIC S9(12)V99.
           05  WS-CHANGED-SW   PIC X       VALUE 'N'.
               88  PERIODS-CHANGED         VALUE 'Y'.
       01  PERIOD-TABLE.
           05  PT-COUNT        PIC 9(3)    VALUE ZERO.
           05  PT-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON PT-COUNT
                   INDEXED BY PT-INDX.
               10  PT-PERIOD       PIC 9(6).
               10  PT-STATUS       PIC X.
               10  PT-CLOSE-DATE   PIC 9(8).
      * ONE ROW PER MASTER ACCOUNT FOR THE YEAR-END CLOSE. AFTER IS
      * THE NEXT YEAR'S ACTIVITY ALREADY POSTED; YEAR-END IS THE
      * BALANCE AS OF THE LAST DAY OF THE YEAR BEING CLOSED.
       01  YEAR-ACCOUNT-TABLE.
           05  YA-COUNT        PIC 9(3)    VALUE ZERO.
           05  YA-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON YA-COUNT
                   INDEXED BY YA-INDX.
               10  YA-ACCT         PIC X(6).
               10  YA-BALANCE      PIC S9(11)V99.
               10  YA-AFTER        PIC S9(11)V99.
               10  YA-YEAR-END     PIC S9(11)V99.
               10  YA-STMT         PIC X.
       01  HD-TITLE.
           05  FILLER          PIC X(6)    VALUE "DATE: ".
           05  HD-MM           PIC 99.
           05  FILLER          PIC X       VALUE "/".
           05  HD-DD           PIC 99.
           05  FILLER          PIC X       VALUE "/".
           05  HD-YEAR         PIC 9(4).
           05  FILLER          PIC X(10)   VALUE SPACES.
           05  FILLER          PIC X(19)   VALUE "YEAR-END CLOSE FOR ".
           05  HD-CLOSE-YEAR   PIC 9(4).
       01  HD-SECTION.
           05  HS-TEXT         PIC X(40).
       01  HD-COLUMNS.
           05  FILLER          PIC X(7)    VALUE "ACCOUNT".
           05  FILLER          PIC X(10)   VALUE SPACES.
           05  FILLER          PIC X(5)    VALUE "DEBIT".
           05  FILLER          PIC X(13)   VALUE SPACES.
           05  FILLER          PIC X(6)    VALUE "CREDIT".
       01  DETAIL-LINE.
           05  DL-ACCT         PIC X(6).
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  DL-DEBIT        PIC $$$,$$$,$$$,$$9.99
                               BLANK WHEN ZERO.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  DL-CREDIT       PIC $$$,$$$,$$$,$$9.99
                               BLANK WHEN ZERO.
       01  TOTAL-LINE.
           05  FILLER          PIC X(10)   VALUE "TOTALS".
           05  TL-DEBIT        PIC $$$,$$$,$$$,$$9.99.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  TL-CREDIT       PIC $$$,$$$,$$$,$$9.99.
       01  NET-INCOME-LINE.
           05  FILLER          PIC X(28)   VALUE
               "NET INCOME CLOSED TO ACCOUNT".
           05  FILLER          PIC X       VALUE SPACE.
           05  NL-ACCT         PIC X(6).
           05  FILLER          PIC X(2)    VALUE ": ".
           05  NL-AMT          PIC ---,---,---,--9.99.
      *
       PROCEDURE DIVISION.
       000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM 050-LOAD-PERIODS
           PERFORM 100-MAINT-MENU UNTIL MENU-CHOICE = 'X'
           IF PERIODS-CHANGED
               PERFORM 800-SAVE-PERIODS
           END-IF

           DISPLAY SPACE
           DISPLAY '--END OF LEDGER PERIOD CONTROL--'
           STOP RUN.
      * LOADS GLPERIOD.DAT INTO A RUNTIME TABLE. MAINTENANCE IS DONE
      * AGAINST THE TABLE AND THE FILE IS REWRITTEN AT THE END.
       050-LOAD-PERIODS.
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
                       IF PT-COUNT < 200
                           ADD 1 TO PT-COUNT
                           MOVE PERIOD-REC TO PT-ENTRY(PT-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PER-STATUS NOT = "35"
               CLOSE PERIOD-FILE
           END-IF.
      * DISPLAYS THE MENU AND ROUTES THE CHOICE.
       100-MAINT-MENU.
           DISPLAY SPACE
           DISPLAY 'C-CLOSE PERIOD  R-REOPEN PERIOD  '
               'Y-YEAR-END CLOSE  L-LIST  X-EXIT'
           ACCEPT MENU-CHOICE
           EVALUATE MENU-CHOICE
               WHEN 'C'
                   PERFORM 200-CLOSE-PERIOD
               WHEN 'R'
                   PERFORM 300-REOPEN-PERIOD
               WHEN 'Y'
                   PERFORM 400-YEAR-END-CLOSE
               WHEN 'L'
                   PERFORM 700-LIST-PERIODS
               WHEN 'X'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'INVALID CHOICE'
           END-EVALUATE.
      * LOOKS UP WS-WORK-PERIOD ON THE PERIOD TABLE AND LEAVES ITS
      * ROW IN WS-PT-FOUND.
       150-FIND-PERIOD.
           MOVE ZERO TO WS-PT-FOUND
           PERFORM VARYING WS-PT-SUB FROM 1 BY 1
                   UNTIL WS-PT-SUB > PT-COUNT
               IF PT-PERIOD(WS-PT-SUB) = WS-WORK-PERIOD
                   MOVE WS-PT-SUB TO WS-PT-FOUND
               END-IF
           END-PERFORM.
      * ACCEPTS A PERIOD AS YYYYMM WITH A MONTH OF 01 THROUGH 12.
       160-ACCEPT-PERIOD.
           DISPLAY 'ENTER PERIOD (YYYYMM):'
           ACCEPT MAINT-PERIOD
           PERFORM UNTIL MAINT-MM NOT < 1 AND MAINT-MM NOT > 12
                         AND MAINT-YEAR > ZERO
               DISPLAY 'INVALID PERIOD.'
               DISPLAY 'ENTER PERIOD (YYYYMM):'
               ACCEPT MAINT-PERIOD
           END-PERFORM
           MOVE MAINT-YEAR TO WS-YEAR-CLOSE(1:4)
           MOVE '13' TO WS-YEAR-CLOSE(5:2).
      * CLOSES ONE PERIOD. REFUSED WHILE THE LIVE JOURNAL STILL HAS
      * ROWS DATED IN IT - THOSE WOULD NEVER POST AFTERWARD.
       200-CLOSE-PERIOD.
           PERFORM 160-ACCEPT-PERIOD
           MOVE MAINT-PERIOD TO WS-WORK-PERIOD
           PERFORM 150-FIND-PERIOD
           IF WS-PT-FOUND > ZERO
              AND PT-STATUS(WS-PT-FOUND) = 'C'
               DISPLAY 'PERIOD ' MAINT-PERIOD ' IS ALREADY CLOSED.'
           ELSE
               PERFORM 250-COUNT-UNPOSTED
               EVALUATE TRUE
                   WHEN WS-UNPOSTED-CT > ZERO
                       DISPLAY WS-UNPOSTED-CT
                           ' UNPOSTED JOURNAL ROWS ARE DATED IN '
                           MAINT-PERIOD ' - RUN GLPOST FIRST.'
                   WHEN WS-PT-FOUND = ZERO AND PT-COUNT NOT < 200
                       DISPLAY 'PERIOD TABLE IS FULL.'
                   WHEN OTHER
                       IF WS-PT-FOUND = ZERO
                           ADD 1 TO PT-COUNT
                           MOVE PT-COUNT TO WS-PT-FOUND
                           MOVE MAINT-PERIOD TO PT-PERIOD(WS-PT-FOUND)
                       END-IF
                       MOVE 'C' TO PT-STATUS(WS-PT-FOUND)
                       MOVE WS-RUN-DATE TO PT-CLOSE-DATE(WS-PT-FOUND)
                       MOVE 'Y' TO WS-CHANGED-SW
                       DISPLAY 'PERIOD ' MAINT-PERIOD ' CLOSED.'
               END-EVALUATE
           END-IF.
       250-COUNT-UNPOSTED.
           MOVE ZERO TO WS-UNPOSTED-CT
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT JOURNAL-FILE
           IF WS-JRNL-STATUS NOT = "00"
               MOVE 'Y' TO EOF-SWITCH
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ JOURNAL-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       IF GJ-DATE(1:6) = MAINT-PERIOD
                           ADD 1 TO WS-UNPOSTED-CT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-JRNL-STATUS NOT = "35"
               CLOSE JOURNAL-FILE
           END-IF.
      * REOPENS A CLOSED PERIOD FOR CORRECTIONS, UNLESS ITS YEAR HAS
      * BEEN CLOSED - THE BALANCE FORWARD WOULD NO LONGER HOLD.
       300-REOPEN-PERIOD.
           PERFORM 160-ACCEPT-PERIOD
           MOVE WS-YEAR-CLOSE TO WS-WORK-PERIOD
           PERFORM 150-FIND-PERIOD
           IF WS-PT-FOUND > ZERO
              AND PT-STATUS(WS-PT-FOUND) = 'C'
               DISPLAY 'YEAR ' MAINT-YEAR ' IS CLOSED - PERIOD '
                   'CANNOT BE REOPENED.'
           ELSE
               MOVE MAINT-PERIOD TO WS-WORK-PERIOD
               PERFORM 150-FIND-PERIOD
               IF WS-PT-FOUND = ZERO
                  OR PT-STATUS(WS-PT-FOUND) NOT = 'C'
                   DISPLAY 'PERIOD ' MAINT-PERIOD ' IS NOT CLOSED.'
               ELSE
                   MOVE 'O' TO PT-STATUS(WS-PT-FOUND)
                   MOVE WS-RUN-DATE TO PT-CLOSE-DATE(WS-PT-FOUND)
                   MOVE 'Y' TO WS-CHANGED-SW
                   DISPLAY 'PERIOD ' MAINT-PERIOD ' REOPENED.'
               END-IF
           END-IF.
      * YEAR-END CLOSE. EVERY CHECK IS MADE BEFORE ANYTHING IS
      * WRITTEN; THE OPERATOR THEN CONFIRMS THE NET INCOME.
       400-YEAR-END-CLOSE.
           DISPLAY 'ENTER FISCAL YEAR TO CLOSE (YYYY):'
           ACCEPT WS-CLOSE-YEAR
           MOVE WS-CLOSE-YEAR TO WS-YEAR-CLOSE(1:4)
           MOVE '13' TO WS-YEAR-CLOSE(5:2)
           COMPUTE WS-NEXT-BF = (WS-CLOSE-YEAR + 1) * 100
           COMPUTE WS-YEAR-END = WS-CLOSE-YEAR * 10000 + 1231
           MOVE WS-YEAR-CLOSE TO WS-WORK-PERIOD
           PERFORM 150-FIND-PERIOD
           IF WS-PT-FOUND > ZERO
              AND PT-STATUS(WS-PT-FOUND) = 'C'
               DISPLAY 'YEAR ' WS-CLOSE-YEAR ' IS ALREADY CLOSED.'
           ELSE
               PERFORM 410-CHECK-PERIODS-CLOSED
               IF WS-OPEN-CT = ZERO
                   PERFORM 420-FIND-RETAINED-EARNINGS
               END-IF
               IF WS-OPEN-CT = ZERO AND WS-RE-ACCT NOT = SPACES
                   PERFORM 430-LOAD-YEAR-ACCOUNTS
                   PERFORM 440-APPLY-CLASSES
               END-IF
               IF WS-OPEN-CT = ZERO AND WS-RE-ACCT NOT = SPACES
                  AND WS-UNCLASS-CT = ZERO
                   PERFORM 450-CONFIRM-AND-CLOSE
               END-IF
           END-IF.
      * ALL TWELVE PERIODS OF THE YEAR MUST ALREADY BE CLOSED.
       410-CHECK-PERIODS-CLOSED.
           MOVE ZERO TO WS-OPEN-CT
           PERFORM VARYING WS-MM FROM 1 BY 1 UNTIL WS-MM > 12
               MOVE WS-CLOSE-YEAR TO WS-WORK-PERIOD(1:4)
               MOVE WS-MM TO WS-WORK-PERIOD(5:2)
               PERFORM 150-FIND-PERIOD
               IF WS-PT-FOUND = ZERO
                  OR PT-STATUS(WS-PT-FOUND) NOT = 'C'
                   ADD 1 TO WS-OPEN-CT
                   DISPLAY 'PERIOD ' WS-WORK-PERIOD ' IS STILL OPEN.'
               END-IF
           END-PERFORM
           IF WS-OPEN-CT > ZERO
               DISPLAY 'CLOSE EVERY PERIOD OF ' WS-CLOSE-YEAR
                   ' BEFORE THE YEAR-END CLOSE.'
           END-IF.
       420-FIND-RETAINED-EARNINGS.
           MOVE SPACES TO WS-RE-ACCT
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
                       IF GM-SOURCE = 'RETEARN'
                           MOVE GM-CR-ACCT TO WS-RE-ACCT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-MAP-STATUS NOT = "35"
               CLOSE GLMAP-FILE
           END-IF
           IF WS-RE-ACCT = SPACES
               DISPLAY 'NO RETEARN ROW IN GLMAP.DAT - THE RETAINED '
                   'EARNINGS ACCOUNT IS NEEDED.'
           END-IF.
      * LOADS THE MASTER BALANCES AND BACKS OUT WHAT HAS POSTED
      * DATED AFTER THE YEAR END, GIVING EACH ACCOUNT'S YEAR-END
      * BALANCE.
       430-LOAD-YEAR-ACCOUNTS.
           MOVE ZERO TO YA-COUNT
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
                       PERFORM 435-ADD-YEAR-ACCOUNT
                       IF WS-YA-FOUND > ZERO
                           MOVE GA-BALANCE TO YA-BALANCE(WS-YA-FOUND)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-GM-STATUS NOT = "35"
               CLOSE GLMASTER-FILE
           END-IF
           MOVE WS-RE-ACCT TO WS-WORK-ACCT
           PERFORM 435-ADD-YEAR-ACCOUNT
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT POSTED-FILE
           IF WS-POSTED-STATUS NOT = "00"
               MOVE 'Y' TO EOF-SWITCH
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ POSTED-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       IF GP-J-DATE > WS-YEAR-END
                           MOVE GP-J-ACCT TO WS-WORK-ACCT
                           PERFORM 436-FIND-YEAR-ACCOUNT
                           PERFORM 438-ADD-AFTER-ROW
                       END-IF
               END-READ
           END-PERFORM
           IF WS-POSTED-STATUS NOT = "35"
               CLOSE POSTED-FILE
           END-IF
           PERFORM VARYING YA-INDX FROM 1 BY 1
                   UNTIL YA-INDX > YA-COUNT
               COMPUTE YA-YEAR-END(YA-INDX) =
                   YA-BALANCE(YA-INDX) - YA-AFTER(YA-INDX)
           END-PERFORM.
       435-ADD-YEAR-ACCOUNT.
           PERFORM 436-FIND-YEAR-ACCOUNT
           IF WS-YA-FOUND = ZERO
              AND WS-WORK-ACCT NOT = SPACES
              AND YA-COUNT < 200
               ADD 1 TO YA-COUNT
               MOVE YA-COUNT TO WS-YA-FOUND
               MOVE WS-WORK-ACCT TO YA-ACCT(YA-COUNT)
               MOVE ZERO TO YA-BALANCE(YA-COUNT)
                            YA-AFTER(YA-COUNT)
                            YA-YEAR-END(YA-COUNT)
               MOVE SPACE TO YA-STMT(YA-COUNT)
           END-IF.
       436-FIND-YEAR-ACCOUNT.
           MOVE ZERO TO WS-YA-FOUND
           PERFORM VARYING WS-YA-SUB FROM 1 BY 1
                   UNTIL WS-YA-SUB > YA-COUNT
               IF YA-ACCT(WS-YA-SUB) = WS-WORK-ACCT
                   MOVE WS-YA-SUB TO WS-YA-FOUND
               END-IF
           END-PERFORM.
       438-ADD-AFTER-ROW.
           IF WS-YA-FOUND > ZERO
               IF GP-J-DRCR = 'D'
                   ADD GP-J-AMT TO YA-AFTER(WS-YA-FOUND)
               ELSE
                   SUBTRACT GP-J-AMT FROM YA-AFTER(WS-YA-FOUND)
               END-IF
           END-IF.
      * MARKS EACH ACCOUNT INCOME STATEMENT OR BALANCE SHEET. AN
      * UNCLASSIFIED ACCOUNT WITH A BALANCE STOPS THE CLOSE - THERE
      * IS NO TELLING WHETHER IT SHOULD BE ZEROED.
       440-APPLY-CLASSES.
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT CLASS-FILE
           IF WS-CLASS-STATUS NOT = "00"
               MOVE 'Y' TO EOF-SWITCH
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ CLASS-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       MOVE GC-ACCT TO WS-WORK-ACCT
                       PERFORM 436-FIND-YEAR-ACCOUNT
                       IF WS-YA-FOUND > ZERO
                           MOVE GC-STMT TO YA-STMT(WS-YA-FOUND)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CLASS-STATUS NOT = "35"
               CLOSE CLASS-FILE
           END-IF
           MOVE ZERO TO WS-UNCLASS-CT
           PERFORM VARYING YA-INDX FROM 1 BY 1
                   UNTIL YA-INDX > YA-COUNT
               IF YA-STMT(YA-INDX) NOT = 'I'
                  AND YA-STMT(YA-INDX) NOT = 'B'
                  AND YA-YEAR-END(YA-INDX) NOT = ZERO
                   ADD 1 TO WS-UNCLASS-CT
                   DISPLAY 'ACCOUNT ' YA-ACCT(YA-INDX)
                       ' HAS A BALANCE BUT IS NOT CLASSIFIED.'
               END-IF
           END-PERFORM
           IF WS-UNCLASS-CT > ZERO
               DISPLAY 'CLASSIFY THESE WITH ACCTCLASS BEFORE THE '
                   'YEAR-END CLOSE.'
           END-IF.
       450-CONFIRM-AND-CLOSE.
           MOVE ZERO TO WS-PL-NET
           PERFORM VARYING YA-INDX FROM 1 BY 1
                   UNTIL YA-INDX > YA-COUNT
               IF YA-STMT(YA-INDX) = 'I'
                   ADD YA-YEAR-END(YA-INDX) TO WS-PL-NET
               END-IF
           END-PERFORM
           COMPUTE WS-NET-INCOME = WS-PL-NET * -1
           MOVE WS-NET-INCOME TO WS-NET-INCOME-ED
           DISPLAY 'NET INCOME FOR ' WS-CLOSE-YEAR ': '
               WS-NET-INCOME-ED
           DISPLAY 'CLOSE IT TO ACCOUNT ' WS-RE-ACCT '? (Y/N):'
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM = 'Y' OR WS-CONFIRM = 'y'
               PERFORM 500-WRITE-CLOSING-ENTRIES
               PERFORM 600-WRITE-BALANCE-FORWARD
               PERFORM 650-SAVE-GL-MASTER
               IF PT-COUNT < 200
                   ADD 1 TO PT-COUNT
                   MOVE WS-YEAR-CLOSE TO PT-PERIOD(PT-COUNT)
                   MOVE 'C' TO PT-STATUS(PT-COUNT)
                   MOVE WS-RUN-DATE TO PT-CLOSE-DATE(PT-COUNT)
               END-IF
               MOVE 'Y' TO WS-CHANGED-SW
               PERFORM 800-SAVE-PERIODS
               DISPLAY 'YEAR ' WS-CLOSE-YEAR ' CLOSED - '
                   WS-CLOSE-CT ' ACCOUNTS ZEROED.'
           ELSE
               DISPLAY 'YEAR-END CLOSE CANCELLED.'
           END-IF.
      * ONE CLOSING ENTRY PER INCOME-STATEMENT ACCOUNT WITH A
      * BALANCE, REVERSING IT, AND THE NET TO RETAINED EARNINGS.
      * EACH GOES TO THE POSTED FILE, THE PERIOD-13 ROWS AND THE
      * REPORT, AND IS APPLIED TO THE MASTER BALANCE.
       500-WRITE-CLOSING-ENTRIES.
           OPEN OUTPUT REPORT-FILE
           MOVE WS-RUN-DATE(5:2) TO HD-MM
           MOVE WS-RUN-DATE(7:2) TO HD-DD
           MOVE WS-RUN-DATE(1:4) TO HD-YEAR
           MOVE WS-CLOSE-YEAR TO HD-CLOSE-YEAR
           WRITE REPORT-REC FROM HD-TITLE
           MOVE 'CLOSING ENTRIES' TO HS-TEXT
           WRITE REPORT-REC FROM HD-SECTION
               AFTER ADVANCING 2 LINES
           WRITE REPORT-REC FROM HD-COLUMNS
               AFTER ADVANCING 1 LINE
           OPEN EXTEND POSTED-FILE
           IF WS-POSTED-STATUS NOT = "00"
               OPEN OUTPUT POSTED-FILE
           END-IF
           OPEN EXTEND PERBAL-FILE
           IF WS-PB-STATUS NOT = "00"
               OPEN OUTPUT PERBAL-FILE
           END-IF
           MOVE ZERO TO WS-CLOSE-CT WS-DR-TOTAL WS-CR-TOTAL
           PERFORM VARYING YA-INDX FROM 1 BY 1
                   UNTIL YA-INDX > YA-COUNT
               IF YA-STMT(YA-INDX) = 'I'
                  AND YA-YEAR-END(YA-INDX) NOT = ZERO
                   COMPUTE WS-CLOSE-AMT = YA-YEAR-END(YA-INDX) * -1
                   SET WS-YA-FOUND TO YA-INDX
                   PERFORM 550-WRITE-ONE-ENTRY
                   ADD 1 TO WS-CLOSE-CT
               END-IF
           END-PERFORM
           MOVE WS-RE-ACCT TO WS-WORK-ACCT
           PERFORM 436-FIND-YEAR-ACCOUNT
           MOVE WS-PL-NET TO WS-CLOSE-AMT
           IF WS-CLOSE-AMT NOT = ZERO
               PERFORM 550-WRITE-ONE-ENTRY
           END-IF
           CLOSE POSTED-FILE
           MOVE WS-DR-TOTAL TO TL-DEBIT
           MOVE WS-CR-TOTAL TO TL-CREDIT
           WRITE REPORT-REC FROM TOTAL-LINE
               AFTER ADVANCING 2 LINES
           MOVE WS-RE-ACCT TO NL-ACCT
           MOVE WS-NET-INCOME TO NL-AMT
           WRITE REPORT-REC FROM NET-INCOME-LINE
               AFTER ADVANCING 1 LINE.
      * WS-CLOSE-AMT IS DEBIT-POSITIVE FOR THE ACCOUNT IN
      * WS-YA-FOUND.
       550-WRITE-ONE-ENTRY.
           MOVE WS-YEAR-END TO GP-J-DATE
           MOVE YA-ACCT(WS-YA-FOUND) TO GP-J-ACCT GB-ACCT DL-ACCT
           MOVE 'YECLOSE' TO GP-J-SOURCE
           MOVE ZERO TO GP-J-STORE GB-DEBITS GB-CREDITS
                        DL-DEBIT DL-CREDIT
           MOVE WS-YEAR-CLOSE TO GB-PERIOD
           IF WS-CLOSE-AMT > ZERO
               MOVE 'D' TO GP-J-DRCR
               MOVE WS-CLOSE-AMT TO GP-J-AMT GB-DEBITS DL-DEBIT
               ADD WS-CLOSE-AMT TO WS-DR-TOTAL
           ELSE
               MOVE 'C' TO GP-J-DRCR
               COMPUTE GP-J-AMT = WS-CLOSE-AMT * -1
               MOVE GP-J-AMT TO GB-CREDITS DL-CREDIT
               ADD GP-J-AMT TO WS-CR-TOTAL
           END-IF
           WRITE POSTED-REC
           WRITE PERBAL-REC
           WRITE REPORT-REC FROM DETAIL-LINE
               AFTER ADVANCING 1 LINE
           ADD WS-CLOSE-AMT TO YA-BALANCE(WS-YA-FOUND)
                               YA-YEAR-END(WS-YA-FOUND).
      * CARRIES EVERY ACCOUNT'S CLOSED YEAR-END BALANCE INTO PERIOD
      * 00 OF THE NEXT YEAR. THE COLUMNS MUST FOOT.
       600-WRITE-BALANCE-FORWARD.
           MOVE SPACES TO HS-TEXT
           STRING 'BALANCE FORWARD TO ' WS-NEXT-BF(1:4)
               DELIMITED BY SIZE INTO HS-TEXT
           END-STRING
           WRITE REPORT-REC FROM HD-SECTION
               AFTER ADVANCING 3 LINES
           WRITE REPORT-REC FROM HD-COLUMNS
               AFTER ADVANCING 1 LINE
           MOVE ZERO TO WS-DR-TOTAL WS-CR-TOTAL
           PERFORM VARYING YA-INDX FROM 1 BY 1
                   UNTIL YA-INDX > YA-COUNT
               IF YA-YEAR-END(YA-INDX) NOT = ZERO
                   MOVE YA-ACCT(YA-INDX) TO GB-ACCT DL-ACCT
                   MOVE WS-NEXT-BF TO GB-PERIOD
                   MOVE ZERO TO GB-DEBITS GB-CREDITS
                                DL-DEBIT DL-CREDIT
                   IF YA-YEAR-END(YA-INDX) > ZERO
                       MOVE YA-YEAR-END(YA-INDX) TO GB-DEBITS
                                                    DL-DEBIT
                       ADD YA-YEAR-END(YA-INDX) TO WS-DR-TOTAL
                   ELSE
                       COMPUTE GB-CREDITS = YA-YEAR-END(YA-INDX) * -1
                       MOVE GB-CREDITS TO DL-CREDIT
                       ADD GB-CREDITS TO WS-CR-TOTAL
                   END-IF
                   WRITE PERBAL-REC
                   WRITE REPORT-REC FROM DETAIL-LINE
                       AFTER ADVANCING 1 LINE
               END-IF
           END-PERFORM
           CLOSE PERBAL-FILE
           MOVE WS-DR-TOTAL TO TL-DEBIT
           MOVE WS-CR-TOTAL TO TL-CREDIT
           WRITE REPORT-REC FROM TOTAL-LINE
               AFTER ADVANCING 2 LINES
           IF WS-DR-TOTAL NOT = WS-CR-TOTAL
               MOVE '** BALANCE FORWARD DOES NOT FOOT **'
                   TO REPORT-REC
               WRITE REPORT-REC
                   AFTER ADVANCING 2 LINES
               DISPLAY '** BALANCE FORWARD DOES NOT FOOT **'
           END-IF
           CLOSE REPORT-FILE.
      * REWRITES THE MASTER WITH THE CLOSED BALANCES.
       650-SAVE-GL-MASTER.
           OPEN OUTPUT GLMASTER-FILE
           PERFORM VARYING YA-INDX FROM 1 BY 1
                   UNTIL YA-INDX > YA-COUNT
               MOVE YA-ACCT(YA-INDX)    TO GA-ACCT
               MOVE YA-BALANCE(YA-INDX) TO GA-BALANCE
               WRITE GLMASTER-REC
           END-PERFORM
           CLOSE GLMASTER-FILE.
      * LISTS EVERY PERIOD ON FILE WITH ITS STATUS.
       700-LIST-PERIODS.
           PERFORM VARYING PT-INDX FROM 1 BY 1
                   UNTIL PT-INDX > PT-COUNT
               EVALUATE TRUE
                   WHEN PT-PERIOD(PT-INDX)(5:2) = '13'
                       DISPLAY '  ' PT-PERIOD(PT-INDX)(1:4)
                           '    YEAR CLOSED ' PT-CLOSE-DATE(PT-INDX)
                   WHEN PT-STATUS(PT-INDX) = 'C'
                       DISPLAY '  ' PT-PERIOD(PT-INDX)
                           '  CLOSED      ' PT-CLOSE-DATE(PT-INDX)
                   WHEN OTHER
                       DISPLAY '  ' PT-PERIOD(PT-INDX)
                           '  REOPENED    ' PT-CLOSE-DATE(PT-INDX)
               END-EVALUATE
           END-PERFORM
           DISPLAY PT-COUNT ' PERIODS ON FILE; ANY OTHER IS OPEN.'.
      * REWRITES GLPERIOD.DAT FROM THE MAINTAINED TABLE.
       800-SAVE-PERIODS.
           OPEN OUTPUT PERIOD-FILE
           PERFORM VARYING PT-INDX FROM 1 BY 1
                   UNTIL PT-INDX > PT-COUNT
               MOVE PT-ENTRY(PT-INDX) TO PERIOD-REC
               WRITE PERIOD-REC
           END-PERFORM
           CLOSE PERIOD-FILE.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PayAdvance.
       AUTHOR. Brianna Muleski
       DATE-WRITTEN. 10/13/14
      ******************************************************************
      * Purpose:
      *     Pay advance ledger. An advance used to be paid by hand and
      *     recovered only if somebody remembered to key a deduction.
      *     The operator signs on against OPERMAST.DAT and works from
      *     a menu:
      *         R - record an advance (supervisor class only; the
      *             supervisor signed on is the one approving it):
      *             employee, amount, issue date and the amount to
      *             recover each pay period. The advance goes on
      *             PAYADVANCE.DAT as pending, and an off-cycle row of
      *             kind 'V' is added to OFFCYCLE.DAT so the next Prog4
      *             off-cycle run pays it untaxed thru the usual check
      *             or direct deposit path and marks it issued.
      *         L - list every advance still owed, with the totals
      *             outstanding, for the finance team.
      *     Once issued, Prog4 takes the per-period amount from each
      *     regular check after garnishment and ahead of the
      *     voluntary deductions; what the check cannot cover is
      *     carried in ARREARS.DAT and taken the next period. A row
      *     drops off PAYADVANCE.DAT when its balance reaches zero.
      *     An employee may have only one advance pending at a time.
      *
      * Input:
      *     OPERMAST.DAT   - operator sign-on and class
      *     EMPMASTER.DAT  - employee validation
      *     NEWMASTER.DAT  - terminated employees are refused
      *     PAYADVANCE.DAT - advances on file
      *     Menu choices and advances at the console
      * Output:
      *     PAYADVANCE.DAT - advances with the new ones added
      *     OFFCYCLE.DAT   - off-cycle payment of each new advance
      *     ADVANCE.RPT    - outstanding advance balances
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPER-MASTER-FILE ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.
           SELECT EMP-FILE ASSIGN TO "EMPMASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMP-STATUS.
           SELECT MASTER-FILE ASSIGN TO "NEWMASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAST-STATUS.
           SELECT PAYADV-FILE ASSIGN TO "PAYADVANCE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AV-STATUS.
           SELECT OFFCYCLE-FILE ASSIGN TO "OFFCYCLE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OFC-STATUS.
           SELECT REPORT-FILE ASSIGN TO "ADVANCE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  OPER-MASTER-FILE.
       01  OP-REC.
           05  OP-ID           PIC X(5).
           05  OP-NAME         PIC X(20).
           05  OP-ACTIVE       PIC X.
           05  OP-CLASS        PIC X.
           05  OP-FUNCS        PIC X(10).
       FD  EMP-FILE.
       01  EMP-REC.
           05  EM-EMP-ID       PIC X(4).
           05  EM-EMP-NM       PIC X(15).
           05  EM-EMP-DEPT     PIC X(8).
           05  EM-PAY-TYPE     PIC X.
           05  EM-SALARY       PIC 9(5)V99.
      * THE POSTED PAYROLL MASTER, READ ONLY FOR THE EMPLOYEE STATUS.
       FD  MASTER-FILE.
       01  NEW-REC.
           05  N-EMP-ID    PIC X(4).
           05  N-GRS-PAY   PIC 9(6)V99.
           05  N-INC-TAX   PIC 9(6)V99.
           05  N-NET-PAY   PIC 9(6)V99.
           05  N-YTD-GRS-PAY PIC 9(7)V99.
           05  N-YTD-INC-TAX PIC 9(7)V99.
           05  N-YTD-NET-PAY PIC 9(7)V99.
           05  N-EMP-STATUS  PIC X.
      * ONE ROW PER ADVANCE STILL OWED. AV-STATUS 'P' PENDING UNTIL
      * THE OFF-CYCLE RUN PAYS IT, THEN 'I' ISSUED.
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
       FD  OFFCYCLE-FILE.
       01  OFFCYCLE-REC.
           05  OC-EMP-ID       PIC X(4).
           05  OC-KIND         PIC X.
           05  OC-AMOUNT       PIC 9(5)V99.
       FD  REPORT-FILE.
       01  REPORT-REC          PIC X(100).
       WORKING-STORAGE SECTION.
       01  WORKING-ITEMS.
           05  VALID-SW        PIC X.
           05  EOF-SWITCH      PIC X.
           05  WS-OPER-STATUS  PIC XX.
           05  WS-EMP-STATUS   PIC XX.
           05  WS-MAST-STATUS  PIC XX.
           05  WS-AV-STATUS    PIC XX.
           05  WS-OFC-STATUS   PIC XX.
           05  OPERATOR-ID     PIC X(5).
           05  WS-OPER-CLASS   PIC X.
               88  SUPERVISOR-SIGNON       VALUE 'S'.
           05  WS-OPER-OK-SW   PIC X.
               88  OPERATOR-VALID          VALUE 'Y'.
           05  WS-FUNC-TALLY   PIC 9(2).
           05  WS-MENU         PIC X.
           05  WS-ANSWER       PIC X.
           05  WS-RUN-DATE     PIC 9(8).
           05  WS-EMP-ID       PIC X(4).
           05  WS-EMP-FOUND    PIC 9(3).
           05  WS-EMP-SUB      PIC 9(3).
           05  WS-DATE-X       PIC X(8).
           05  WS-DATE REDEFINES WS-DATE-X PIC 9(8).
           05  WS-AMT-X        PIC X(7).
           05  WS-AMT REDEFINES WS-AMT-X PIC 9(5)V99.
           05  WS-PER-X        PIC X(6).
           05  WS-PER REDEFINES WS-PER-X PIC 9(4)V99.
           05  WS-ADV-AMOUNT   PIC 9(5)V99.
           05  WS-ADV-PER-AMT  PIC 9(4)V99.
           05  WS-ADV-DATE     PIC 9(8).
           05  WS-NEXT-ADV     PIC 9(4)    VALUE ZERO.
           05  WS-AV-SUB       PIC 9(3).
           05  WS-PENDING-CT   PIC 9(3).
           05  WS-PERIODS      PIC 9(4).
           05  WS-AMT-OUT      PIC ZZ,ZZ9.99.
           05  WS-ADDED-CT     PIC 9(3)    VALUE ZERO.
           05  WS-LINE-CT      PIC 9(3).
           05  WS-ISSUED-TOT   PIC 9(7)V99.
           05  WS-PENDING-TOT  PIC 9(7)V99.
       01  CONSTANTS.
           05  MAX-ADVANCE     PIC 9(5)V99 VALUE 2000.00.
       01  OPER-MASTER-TABLE.
           05  OP-COUNT        PIC 9(4)    VALUE ZERO.
           05  OP-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON OP-COUNT
                   INDEXED BY OP-INDX.
               10  OP-T-ID         PIC X(5).
               10  OP-T-ACTIVE     PIC X.
               10  OP-T-CLASS      PIC X.
               10  OP-T-FUNCS      PIC X(10).
       01  EMP-TABLE.
           05  EMP-COUNT       PIC 9(3)    VALUE ZERO.
           05  EMP-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON EMP-COUNT.
               10  ET-EMP-ID       PIC X(4).
               10  ET-EMP-NM       PIC X(15).
               10  ET-STATUS       PIC X.
                   88  ET-TERMINATED           VALUE 'T'.
       01  PAYADV-TABLE.
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
       01  HD-TITLE.
           05  FILLER          PIC X(6)    VALUE "DATE: ".
           05  HD-MM           PIC 99.
           05  FILLER          PIC X       VALUE "/".
           05  HD-DD           PIC 99.
           05  FILLER          PIC X       VALUE "/".
           05  HD-YEAR         PIC 9(4).
           05  FILLER          PIC X(10)   VALUE SPACES.
           05  FILLER          PIC X(30)   VALUE
                               "OUTSTANDING PAY ADVANCES".
       01  HD-COLUMNS.
           05  FILLER          PIC X(40)   VALUE
               "EMP   NAME             ADV#  ISSUED     ".
           05  FILLER          PIC X(46)   VALUE
               "SUPV       AMOUNT  PER PD    BALANCE  STATUS".
       01  ADV-DETAIL.
           05  AD-EMP-ID       PIC X(4).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  AD-EMP-NM       PIC X(15).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  AD-ADV-NO       PIC 9(4).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  AD-MM           PIC 99.
           05  FILLER          PIC X       VALUE "/".
           05  AD-DD           PIC 99.
           05  FILLER          PIC X       VALUE "/".
           05  AD-YEAR         PIC 9(4).
           05  FILLER          PIC X       VALUE SPACE.
           05  AD-SUPERVISOR   PIC X(5).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  AD-AMOUNT       PIC ZZ,ZZ9.99.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  AD-PER-AMT      PIC Z,ZZ9.99.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  AD-BALANCE      PIC ZZ,ZZ9.99.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  AD-STATUS       PIC X(7).
       01  ADV-TOTAL-LINE.
           05  AT-LABEL        PIC X(30).
           05  FILLER          PIC X(29)   VALUE SPACES.
           05  AT-AMOUNT       PIC Z,ZZZ,ZZ9.99.
       01  ADV-NONE.
           05  FILLER          PIC X(30)   VALUE
                               "NO ADVANCES OUTSTANDING.".
       PROCEDURE DIVISION.
       000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM 050-LOAD-OPER-MASTER
           PERFORM 055-LOAD-EMP-MASTER
           PERFORM 060-LOAD-STATUS
           PERFORM 085-LOAD-ADVANCES
           PERFORM 090-ACCEPT-OPERATOR-ID
           MOVE SPACE TO WS-MENU
           PERFORM 100-MENU-CHOICE
               UNTIL WS-MENU = 'Q'
           DISPLAY SPACE
           DISPLAY WS-ADDED-CT ' ADVANCES RECORDED, ' AV-COUNT
               ' ON FILE.'
           DISPLAY '--END OF PAY ADVANCE SESSION--'
           STOP RUN.
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
       055-LOAD-EMP-MASTER.
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT EMP-FILE
           IF WS-EMP-STATUS NOT = "00"
               MOVE 'Y' TO EOF-SWITCH
               DISPLAY 'WARNING: EMPMASTER.DAT NOT ON FILE.'
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ EMP-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       IF EMP-COUNT < 500
                           ADD 1 TO EMP-COUNT
                           MOVE EM-EMP-ID TO ET-EMP-ID(EMP-COUNT)
                           MOVE EM-EMP-NM TO ET-EMP-NM(EMP-COUNT)
                           MOVE SPACE     TO ET-STATUS(EMP-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-EMP-STATUS NOT = "35"
               CLOSE EMP-FILE
           END-IF.
       060-LOAD-STATUS.
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT MASTER-FILE
           IF WS-MAST-STATUS NOT = "00"
               MOVE 'Y' TO EOF-SWITCH
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ MASTER-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       MOVE N-EMP-ID TO WS-EMP-ID
                       PERFORM 300-FIND-EMPLOYEE
                       IF WS-EMP-FOUND > ZERO
                           MOVE N-EMP-STATUS TO
                               ET-STATUS(WS-EMP-FOUND)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-MAST-STATUS NOT = "35"
               CLOSE MASTER-FILE
           END-IF.
      * ROWS WRITTEN BEFORE AV-STATUS WAS CARRIED HAVE IT BLANK AND
      * WERE ALL ISSUED WHEN THEY WERE KEYED.
       085-LOAD-ADVANCES.
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT PAYADV-FILE
           IF WS-AV-STATUS NOT = "00"
               MOVE 'Y' TO EOF-SWITCH
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ PAYADV-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       IF AV-COUNT < 500
                           ADD 1 TO AV-COUNT
                           MOVE PAYADV-REC TO AV-ENTRY(AV-COUNT)
                           IF AV-T-STATUS(AV-COUNT) NOT = 'P'
                               MOVE 'I' TO AV-T-STATUS(AV-COUNT)
                           END-IF
                           IF AV-ADV-NO > WS-NEXT-ADV
                               MOVE AV-ADV-NO TO WS-NEXT-ADV
                           END-IF
                       ELSE
                           DISPLAY 'ADVANCE TABLE FULL - SESSION '
                               'STOPPED.'
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           IF WS-AV-STATUS NOT = "35"
               CLOSE PAYADV-FILE
           END-IF.
       090-ACCEPT-OPERATOR-ID.
           DISPLAY 'ENTER OPERATOR ID:'
           ACCEPT OPERATOR-ID
           MOVE 'N' TO VALID-SW
           PERFORM UNTIL VALID-SW = 'Y'
               PERFORM 095-VALIDATE-OPERATOR
               IF OPERATOR-VALID
                   MOVE 'Y' TO VALID-SW
               ELSE
                   DISPLAY 'ENTER OPERATOR ID:'
                   ACCEPT OPERATOR-ID
               END-IF
           END-PERFORM.
      * THE OPERATOR MUST BE ACTIVE AND CARRY THE 'T' (PAYROLL TIME
      * ENTRY) FUNCTION FLAG. BLANK OP-FUNCS ALLOWS ALL.
       095-VALIDATE-OPERATOR.
           MOVE 'N' TO WS-OPER-OK-SW
           MOVE SPACE TO WS-OPER-CLASS
           IF OPERATOR-ID = SPACE
               DISPLAY 'INVALID OPERATOR ID.'
           ELSE
               IF OP-COUNT = ZERO
                   MOVE 'Y' TO WS-OPER-OK-SW
               ELSE
                   PERFORM VARYING OP-INDX FROM 1 BY 1
                           UNTIL OP-INDX > OP-COUNT
                       IF OP-T-ID(OP-INDX) = OPERATOR-ID
                          AND OP-T-ACTIVE(OP-INDX) = 'A'
                           MOVE OP-T-CLASS(OP-INDX) TO WS-OPER-CLASS
                           IF OP-T-FUNCS(OP-INDX) = SPACES
                               MOVE 'Y' TO WS-OPER-OK-SW
                           ELSE
                               MOVE ZERO TO WS-FUNC-TALLY
                               INSPECT OP-T-FUNCS(OP-INDX)
                                   TALLYING WS-FUNC-TALLY
                                   FOR ALL 'T'
                               IF WS-FUNC-TALLY > ZERO
                                   MOVE 'Y' TO WS-OPER-OK-SW
                               END-IF
                           END-IF
                       END-IF
                   END-PERFORM
                   IF NOT OPERATOR-VALID
                       DISPLAY 'OPERATOR NOT ON FILE, INACTIVE, OR'
                           ' NOT AUTHORIZED FOR PAYROLL ENTRY.'
                   END-IF
               END-IF
           END-IF.
       100-MENU-CHOICE.
           DISPLAY SPACE
           DISPLAY 'R=RECORD ADVANCE  L=LIST OUTSTANDING  Q=QUIT:'
           ACCEPT WS-MENU
           EVALUATE WS-MENU
               WHEN 'R'
                   IF SUPERVISOR-SIGNON
                       PERFORM 200-RECORD-ADVANCE
                   ELSE
                       DISPLAY 'AN ADVANCE NEEDS A SUPERVISOR-CLASS'
                           ' SIGN-ON.'
                   END-IF
               WHEN 'L'
                   PERFORM 600-OUTSTANDING-REPORT
               WHEN 'Q'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'INVALID CHOICE.'
           END-EVALUATE.
      * ONE ADVANCE: AN ACTIVE EMPLOYEE WITH NO OTHER ADVANCE STILL
      * WAITING ON THE OFF-CYCLE RUN, THE AMOUNT, THE ISSUE DATE AND
      * THE AMOUNT TO RECOVER EACH PAY PERIOD.
       200-RECORD-ADVANCE.
           DISPLAY 'ENTER EMPLOYEE ID:'
           ACCEPT WS-EMP-ID
           PERFORM 300-FIND-EMPLOYEE
           PERFORM 310-COUNT-PENDING
           EVALUATE TRUE
               WHEN WS-EMP-FOUND = ZERO
                   DISPLAY 'EMPLOYEE NOT ON MASTER FILE.'
               WHEN ET-TERMINATED(WS-EMP-FOUND)
                   DISPLAY 'EMPLOYEE IS TERMINATED.'
               WHEN WS-PENDING-CT > ZERO
                   DISPLAY 'AN ADVANCE IS ALREADY WAITING ON THE'
                       ' OFF-CYCLE RUN FOR THIS EMPLOYEE.'
               WHEN AV-COUNT NOT < 500
                   DISPLAY 'ADVANCE TABLE FULL.'
               WHEN OTHER
                   DISPLAY ET-EMP-NM(WS-EMP-FOUND)
                   PERFORM 210-ACCEPT-ADVANCE-DETAIL
           END-EVALUATE.
       210-ACCEPT-ADVANCE-DETAIL.
           MOVE ZERO TO WS-ADV-AMOUNT
           PERFORM UNTIL WS-ADV-AMOUNT > ZERO
               DISPLAY 'ENTER ADVANCE AMOUNT (0012500 = 125.00):'
               ACCEPT WS-AMT-X
               IF WS-AMT-X IS NUMERIC AND WS-AMT > ZERO
                  AND WS-AMT NOT > MAX-ADVANCE
                   MOVE WS-AMT TO WS-ADV-AMOUNT
               ELSE
                   MOVE MAX-ADVANCE TO WS-AMT-OUT
                   DISPLAY 'AMOUNT MUST BE OVER ZERO AND NO MORE'
                       ' THAN ' WS-AMT-OUT '.'
               END-IF
           END-PERFORM
           MOVE ZERO TO WS-ADV-PER-AMT
           PERFORM UNTIL WS-ADV-PER-AMT > ZERO
               DISPLAY 'ENTER AMOUNT TO RECOVER EACH PAY PERIOD'
                   ' (002500 = 25.00):'
               ACCEPT WS-PER-X
               IF WS-PER-X IS NUMERIC AND WS-PER > ZERO
                  AND WS-PER NOT > WS-ADV-AMOUNT
                   MOVE WS-PER TO WS-ADV-PER-AMT
               ELSE
                   DISPLAY 'PER-PERIOD AMOUNT MUST BE OVER ZERO AND'
                       ' NO MORE THAN THE ADVANCE.'
               END-IF
           END-PERFORM
           DISPLAY 'ENTER ISSUE DATE (YYYYMMDD, BLANK = TODAY):'
           PERFORM 220-ACCEPT-DATE
           MOVE WS-DATE TO WS-ADV-DATE
           COMPUTE WS-PERIODS = WS-ADV-AMOUNT / WS-ADV-PER-AMT
           IF WS-PERIODS * WS-ADV-PER-AMT < WS-ADV-AMOUNT
               ADD 1 TO WS-PERIODS
           END-IF
           MOVE WS-ADV-AMOUNT TO WS-AMT-OUT
           DISPLAY 'ADVANCE ' WS-AMT-OUT ' FOR ' WS-EMP-ID
               ', RECOVERED OVER ' WS-PERIODS ' PAY PERIODS.'
           DISPLAY 'RECORD IT (Y/N)?'
           ACCEPT WS-ANSWER
           IF WS-ANSWER = 'Y'
               PERFORM 230-FILE-ADVANCE
           ELSE
               DISPLAY 'NOT RECORDED.'
           END-IF.
       220-ACCEPT-DATE.
           MOVE 'N' TO VALID-SW
           PERFORM UNTIL VALID-SW = 'Y'
               ACCEPT WS-DATE-X
               IF WS-DATE-X = SPACES
                   MOVE WS-RUN-DATE TO WS-DATE
                   MOVE 'Y' TO VALID-SW
               ELSE
                   IF WS-DATE-X IS NUMERIC
                       IF FUNCTION INTEGER-OF-DATE(WS-DATE) > ZERO
                           MOVE 'Y' TO VALID-SW
                       END-IF
                   END-IF
               END-IF
               IF VALID-SW = 'N'
                   DISPLAY 'INVALID DATE - ENTER YYYYMMDD:'
               END-IF
           END-PERFORM.
      * THE LEDGER ROW IS PENDING WITH THE WHOLE AMOUNT OWED. THE
      * OFF-CYCLE ROW IS WRITTEN AT ONCE SO THE ADVANCE CANNOT BE
      * LEFT OFF THE NEXT OFF-CYCLE RUN.
       230-FILE-ADVANCE.
           ADD 1 TO WS-NEXT-ADV
           ADD 1 TO AV-COUNT
           MOVE WS-EMP-ID      TO AV-T-EMP-ID(AV-COUNT)
           MOVE WS-NEXT-ADV    TO AV-T-ADV-NO(AV-COUNT)
           MOVE WS-ADV-AMOUNT  TO AV-T-AMOUNT(AV-COUNT)
                                  AV-T-BALANCE(AV-COUNT)
           MOVE WS-ADV-DATE    TO AV-T-ISSUE-DATE(AV-COUNT)
           MOVE OPERATOR-ID    TO AV-T-SUPERVISOR(AV-COUNT)
           MOVE WS-ADV-PER-AMT TO AV-T-PER-AMT(AV-COUNT)
           MOVE 'P'            TO AV-T-STATUS(AV-COUNT)
           OPEN EXTEND OFFCYCLE-FILE
           IF WS-OFC-STATUS NOT = "00"
               OPEN OUTPUT OFFCYCLE-FILE
           END-IF
           MOVE WS-EMP-ID     TO OC-EMP-ID
           MOVE 'V'           TO OC-KIND
           MOVE WS-ADV-AMOUNT TO OC-AMOUNT
           WRITE OFFCYCLE-REC
           CLOSE OFFCYCLE-FILE
           ADD 1 TO WS-ADDED-CT
           PERFORM 900-SAVE-ADVANCES
           DISPLAY 'RECORDED AS ADVANCE ' WS-NEXT-ADV
               ' - PAID ON THE NEXT OFF-CYCLE RUN.'.
       300-FIND-EMPLOYEE.
           MOVE ZERO TO WS-EMP-FOUND
           PERFORM VARYING WS-EMP-SUB FROM 1 BY 1
                   UNTIL WS-EMP-SUB > EMP-COUNT
               IF ET-EMP-ID(WS-EMP-SUB) = WS-EMP-ID
                   MOVE WS-EMP-SUB TO WS-EMP-FOUND
               END-IF
           END-PERFORM.
       310-COUNT-PENDING.
           MOVE ZERO TO WS-PENDING-CT
           PERFORM VARYING WS-AV-SUB FROM 1 BY 1
                   UNTIL WS-AV-SUB > AV-COUNT
               IF AV-T-EMP-ID(WS-AV-SUB) = WS-EMP-ID
                  AND AV-T-PENDING(WS-AV-SUB)
                   ADD 1 TO WS-PENDING-CT
               END-IF
           END-PERFORM.
      * EVERY ADVANCE ON FILE, ISSUED OR STILL PENDING, WITH WHAT IS
      * LEFT TO RECOVER. ISSUED BALANCES ARE WHAT THE EMPLOYEES OWE;
      * PENDING ONES ARE NOT YET PAID OUT.
       600-OUTSTANDING-REPORT.
           MOVE ZERO TO WS-ISSUED-TOT WS-PENDING-TOT WS-LINE-CT
           OPEN OUTPUT REPORT-FILE
           MOVE WS-RUN-DATE(5:2) TO HD-MM
           MOVE WS-RUN-DATE(7:2) TO HD-DD
           MOVE WS-RUN-DATE(1:4) TO HD-YEAR
           WRITE REPORT-REC FROM HD-TITLE
           WRITE REPORT-REC FROM HD-COLUMNS
               AFTER ADVANCING 2 LINES
           PERFORM VARYING WS-AV-SUB FROM 1 BY 1
                   UNTIL WS-AV-SUB > AV-COUNT
               IF AV-T-BALANCE(WS-AV-SUB) > ZERO
                   PERFORM 610-OUTSTANDING-LINE
               END-IF
           END-PERFORM
           IF WS-LINE-CT = ZERO
               WRITE REPORT-REC FROM ADV-NONE
                   AFTER ADVANCING 2 LINES
           END-IF
           MOVE 'TOTAL OWED ON ISSUED ADVANCES' TO AT-LABEL
           MOVE WS-ISSUED-TOT TO AT-AMOUNT
           WRITE REPORT-REC FROM ADV-TOTAL-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'TOTAL PENDING OFF-CYCLE' TO AT-LABEL
           MOVE WS-PENDING-TOT TO AT-AMOUNT
           WRITE REPORT-REC FROM ADV-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           CLOSE REPORT-FILE
           DISPLAY WS-LINE-CT ' ADVANCES LISTED IN ADVANCE.RPT.'.
       610-OUTSTANDING-LINE.
           MOVE AV-T-EMP-ID(WS-AV-SUB) TO AD-EMP-ID WS-EMP-ID
           PERFORM 300-FIND-EMPLOYEE
           IF WS-EMP-FOUND > ZERO
               MOVE ET-EMP-NM(WS-EMP-FOUND) TO AD-EMP-NM
           ELSE
               MOVE '** NOT ON FILE' TO AD-EMP-NM
           END-IF
           MOVE AV-T-ADV-NO(WS-AV-SUB)          TO AD-ADV-NO
           MOVE AV-T-ISSUE-DATE(WS-AV-SUB)(5:2) TO AD-MM
           MOVE AV-T-ISSUE-DATE(WS-AV-SUB)(7:2) TO AD-DD
           MOVE AV-T-ISSUE-DATE(WS-AV-SUB)(1:4) TO AD-YEAR
           MOVE AV-T-SUPERVISOR(WS-AV-SUB)      TO AD-SUPERVISOR
           MOVE AV-T-AMOUNT(WS-AV-SUB)          TO AD-AMOUNT
           MOVE AV-T-PER-AMT(WS-AV-SUB)         TO AD-PER-AMT
           MOVE AV-T-BALANCE(WS-AV-SUB)         TO AD-BALANCE
           IF AV-T-PENDING(WS-AV-SUB)
               MOVE 'PENDING' TO AD-STATUS
               ADD AV-T-BALANCE(WS-AV-SUB) TO WS-PENDING-TOT
           ELSE
               MOVE 'ISSUED'  TO AD-STATUS
               ADD AV-T-BALANCE(WS-AV-SUB) TO WS-ISSUED-TOT
           END-IF
           WRITE REPORT-REC FROM ADV-DETAIL
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-CT.
      * REWRITES THE LEDGER WITH EVERY ADVANCE STILL OWED.
       900-SAVE-ADVANCES.
           OPEN OUTPUT PAYADV-FILE
           PERFORM VARYING WS-AV-SUB FROM 1 BY 1
                   UNTIL WS-AV-SUB > AV-COUNT
               IF AV-T-BALANCE(WS-AV-SUB) > ZERO
                   MOVE AV-ENTRY(WS-AV-SUB) TO PAYADV-REC
                   WRITE PAYADV-REC
               END-IF
           END-PERFORM
           CLOSE PAYADV-FILE.

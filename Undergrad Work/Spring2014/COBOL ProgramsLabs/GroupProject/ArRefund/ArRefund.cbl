       IDENTIFICATION DIVISION.
       PROGRAM-ID. ArRefund.
       AUTHOR. Brianna Muleski
               Andrew Iverson
       DATE-WRITTEN. 10/13/14
      ******************************************************************
      * Purpose:
      *    Customer refund run for credit balances. An overpayment or
      *    a return on account leaves the customer's MASTER.DAT balance
      *    negative (the money held as unapplied cash or a negative
      *    open item), and until now a customer asking for it back got
      *    a hand-written check AR never saw. This run lists every
      *    account whose credit has stood untouched - no ARHISTORY.DAT
      *    activity - for at least the number of days entered, and a
      *    supervisor approves or passes each one. After the count
      *    and total are confirmed, a refund check is printed for each
      *    approved account to the master's address, with a check
      *    register and a positive-pay file for the bank. The credit
      *    is cleared: the balance is brought to zero, a 'K' (refund
      *    check) row goes to ARHISTORY.DAT, the unapplied cash and
      *    negative open items that made it up are used up, and the
      *    refunds are booked to the GL as one ARREFUND pair (AR
      *    debit, cash credit).
      *
      * Input:
      *    MASTER.DAT     - indexed AR master, walked then updated
      *    ARHISTORY.DAT  - posting history, for the credit's age
      *    ARUNAPPLIED.DAT - unapplied cash held by PhaseIII
      *    AROPENITEM.DAT - open items (returns on account are < 0)
      *    OPERMAST.DAT   - operator master (supervisor class 'S')
      *    ARCHKNO.DAT    - next refund check number, bank account
      *    GLMAP.DAT      - GL accounts for source ARREFUND
      *    Supervisor ID, minimum credit age, and approvals from the
      *    console
      *
      * Output:
      *    REFUNDCHK.RPT  - refund check faces
      *    REFUNDREG.RPT  - refund check register
      *    ARPOSPAY.DAT   - positive-pay issue file for the bank
      *    MASTER.DAT     - refunded balances cleared
      *    ARHISTORY.DAT  - one 'K' row per refund
      *    ARUNAPPLIED.DAT, AROPENITEM.DAT - credits used up
      *    ARCHKNO.DAT    - next check number saved back
      *    GLJOURNAL.DAT  - ARREFUND pair appended
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AR-MASTER-FILE ASSIGN TO "MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS O-CUST-NO
               FILE STATUS IS WS-MSTR-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "ARHISTORY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT UNAPPLIED-FILE ASSIGN TO "ARUNAPPLIED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UC-STATUS.
           SELECT OPENITEM-FILE ASSIGN TO "AROPENITEM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OI-STATUS.
           SELECT OPER-MASTER-FILE ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.
           SELECT CHKNO-FILE ASSIGN TO "ARCHKNO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHKNO-STATUS.
           SELECT GLMAP-FILE ASSIGN TO "GLMAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "GLJOURNAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.
           SELECT CHECK-FILE ASSIGN TO "REFUNDCHK.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REGISTER-FILE ASSIGN TO "REFUNDREG.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT POSPAY-FILE ASSIGN TO "ARPOSPAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  AR-MASTER-FILE.
       01  OLD-REC.
           05  O-CUST-NO       PIC X(5).
           05  O-CUST-NM       PIC X(20).
           05  O-AMT           PIC S9(7)V99.
           05  O-CREDIT-LIM    PIC 9(7)V99.
           05  O-ADDR          PIC X(25).
           05  O-CITY          PIC X(15).
           05  O-STATE         PIC X(2).
           05  O-ZIP           PIC X(5).
           05  O-HOLD-FLAG     PIC X.
           05  O-TERMS-DAYS    PIC 9(3).
           05  O-BILL-CYCLE    PIC X.
           05  O-COLL-STATUS   PIC X.
       FD  HISTORY-FILE.
       01  HIST-REC.
           05  H-CUST-NO       PIC X(5).
           05  H-TRANS-DATE    PIC 9(8).
           05  H-SALES-AMT     PIC S9(7)V99.
           05  H-SALES-TAX     PIC S9(6)V99.
           05  H-AMT           PIC S9(8)V99.
           05  H-TRANS-TYPE    PIC X.
       FD  UNAPPLIED-FILE.
       01  UNAPPLIED-REC.
           05  UC-CUST-NO      PIC X(5).
           05  UC-DATE         PIC 9(8).
           05  UC-CHECK-NO     PIC X(8).
           05  UC-AMT-LEFT     PIC S9(6)V99.
       FD  OPENITEM-FILE.
       01  OPENITEM-REC.
           05  OI-CUST-NO      PIC X(5).
           05  OI-INVOICE-NO   PIC 9(6).
           05  OI-INV-DATE     PIC 9(8).
           05  OI-DUE-DATE     PIC 9(8).
           05  OI-ORIG-AMT     PIC S9(7)V99.
           05  OI-OPEN-AMT     PIC S9(7)V99.
       FD  OPER-MASTER-FILE.
       01  OP-REC.
           05  OP-ID           PIC X(5).
           05  OP-NAME         PIC X(20).
           05  OP-ACTIVE       PIC X.
           05  OP-CLASS        PIC X.
           05  OP-FUNCS        PIC X(10).
      * ONE-RECORD CONTROL FILE: THE NEXT REFUND CHECK NUMBER AND THE
      * BANK ACCOUNT THE CHECKS ARE DRAWN ON, FOR THE POSITIVE-PAY
      * FILE.
       FD  CHKNO-FILE.
       01  CHKNO-REC.
           05  CN-NEXT-CHECK   PIC 9(6).
           05  CN-BANK-ACCT    PIC X(10).
       FD  GLMAP-FILE.
       01  GLMAP-REC.
           05  GM-SOURCE       PIC X(8).
           05  GM-DEPT         PIC 9.
           05  GM-DR-ACCT      PIC X(6).
           05  GM-CR-ACCT      PIC X(6).
           05  GM-DEPT-NAME    PIC X(8).
       FD  JOURNAL-FILE.
       01  JOURNAL-REC.
           05  GJ-DATE         PIC 9(8).
           05  GJ-ACCT         PIC X(6).
           05  GJ-DRCR         PIC X.
           05  GJ-AMT          PIC S9(9)V99.
           05  GJ-SOURCE       PIC X(8).
           05  GJ-STORE        PIC 9(2).
       FD  CHECK-FILE.
       01  CHECK-REC           PIC X(100).
       FD  REGISTER-FILE.
       01  REGISTER-REC        PIC X(80).
      * THE BANK'S POSITIVE-PAY ISSUE FILE: ONE 'I' ROW PER CHECK
      * PRINTED, THEN A 'T' TRAILER WITH THE COUNT AND TOTAL.
       FD  POSPAY-FILE.
       01  POSPAY-REC.
           05  PP-REC-TYPE     PIC X.
           05  PP-BANK-ACCT    PIC X(10).
           05  PP-CHECK-NO     PIC 9(6).
           05  PP-ISSUE-DATE   PIC 9(8).
           05  PP-AMT          PIC 9(8)V99.
           05  PP-PAYEE        PIC X(20).
       01  POSPAY-TRAILER-VIEW REDEFINES POSPAY-REC.
           05  PPT-REC-TYPE    PIC X.
           05  PPT-BANK-ACCT   PIC X(10).
           05  PPT-CHECK-CT    PIC 9(6).
           05  PPT-TOTAL       PIC 9(10)V99.
           05  FILLER          PIC X(26).
       WORKING-STORAGE SECTION.
       01  WORKING-ITEMS.
           05  VALID-SW        PIC X.
           05  EOF-SWITCH      PIC X.
           05  WS-MSTR-STATUS  PIC XX.
           05  WS-HIST-STATUS  PIC XX.
           05  WS-UC-STATUS    PIC XX.
           05  WS-OI-STATUS    PIC XX.
           05  WS-OPER-STATUS  PIC XX.
           05  WS-CHKNO-STATUS PIC XX.
           05  WS-MAP-STATUS   PIC XX.
           05  WS-JRNL-STATUS  PIC XX.
           05  WS-RUN-DATE     PIC 9(8).
           05  WS-RUN-INT      PIC 9(7).
           05  WS-MIN-DAYS     PIC 9(3).
           05  WS-AGE-DAYS     PIC S9(7).
           05  WS-SOURCE       PIC X(8)    VALUE 'ARREFUND'.
           05  WS-DR-ACCT      PIC X(6).
           05  WS-CR-ACCT      PIC X(6).
           05  WS-MAP-SW       PIC X       VALUE 'N'.
               88  MAP-FOUND               VALUE 'Y'.
           05  SUPERVISOR-ID   PIC X(5).
           05  WS-OPER-OK-SW   PIC X.
               88  SUPERVISOR-VALID        VALUE 'Y'.
           05  WS-ANSWER       PIC X.
           05  WS-BANK-ACCT    PIC X(10)   VALUE SPACES.
           05  WS-CHECK-NO     PIC 9(6)    VALUE 1.
           05  WS-FIRST-CHECK  PIC 9(6).
           05  WS-CHECK-AMT    PIC 9(7)V99.
           05  WS-CLEAR-LEFT   PIC S9(7)V99.
           05  WS-CR-SUB       PIC 9(4).
           05  WS-REVIEW-CT    PIC 9(4)    VALUE ZERO.
           05  WS-APPROVE-CT   PIC 9(4)    VALUE ZERO.
           05  WS-APPROVE-TOT  PIC 9(9)V99 VALUE ZERO.
           05  WS-EDIT-AMT     PIC $$$,$$$,$$9.99.
           05  WS-CHECK-CT     PIC 9(4)    VALUE ZERO.
           05  WS-SKIP-CT      PIC 9(4)    VALUE ZERO.
           05  WS-RUN-TOT      PIC 9(9)V99 VALUE ZERO.
      * AMOUNT-IN-WORDS WORK AREAS FOR THE CHECK FACE.
           05  WS-DOLLARS      PIC 9(7).
           05  WS-CENTS        PIC 99.
           05  WS-MILL         PIC 9.
           05  WS-REM6         PIC 9(6).
           05  WS-THOU         PIC 9(3).
           05  WS-REM3         PIC 9(3).
           05  WS-3DIG         PIC 9(3).
           05  WS-HUND         PIC 9.
           05  WS-REM2         PIC 99.
           05  WS-2DIG         PIC 99.
           05  WS-TENS-DIG     PIC 9.
           05  WS-UNIT-DIG     PIC 9.
           05  WS-2DIG-WORDS   PIC X(20).
           05  WS-AMT-WORDS    PIC X(95).
           05  WS-WORD-PTR     PIC 99.
       01  UNIT-WORD-TABLE.
           05  FILLER PIC X(45) VALUE
               "ONE      TWO      THREE    FOUR     FIVE     ".
           05  FILLER PIC X(45) VALUE
               "SIX      SEVEN    EIGHT    NINE     TEN      ".
           05  FILLER PIC X(45) VALUE
               "ELEVEN   TWELVE   THIRTEEN FOURTEEN FIFTEEN  ".
           05  FILLER PIC X(36) VALUE
               "SIXTEEN  SEVENTEENEIGHTEEN NINETEEN ".
       01  UNIT-WORDS REDEFINES UNIT-WORD-TABLE.
           05  UNIT-WORD OCCURS 19 TIMES PIC X(9).
       01  TENS-WORD-TABLE.
           05  FILLER PIC X(28) VALUE "TWENTY THIRTY FORTY  FIFTY  ".
           05  FILLER PIC X(28) VALUE "SIXTY  SEVENTYEIGHTY NINETY ".
       01  TENS-WORDS REDEFINES TENS-WORD-TABLE.
           05  TENS-WORD OCCURS 8 TIMES PIC X(7).
       01  OPER-MASTER-TABLE.
           05  OP-COUNT        PIC 9(4)    VALUE ZERO.
           05  OP-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON OP-COUNT
                   INDEXED BY OP-INDX.
               10  OP-T-ID         PIC X(5).
               10  OP-T-ACTIVE     PIC X.
               10  OP-T-CLASS      PIC X.
      * EVERY ACCOUNT CARRYING A CREDIT BALANCE. CR-LAST-DATE IS THE
      * CUSTOMER'S LATEST ARHISTORY.DAT ACTIVITY; CR-DECISION IS 'A'
      * WHEN THE SUPERVISOR APPROVED THE REFUND.
       01  CREDIT-TABLE.
           05  CR-COUNT        PIC 9(4)    VALUE ZERO.
           05  CR-ENTRY OCCURS 1 TO 1000 TIMES
                   DEPENDING ON CR-COUNT
                   INDEXED BY CR-INDX.
               10  CR-CUST-NO      PIC X(5).
               10  CR-CUST-NM      PIC X(20).
               10  CR-CREDIT       PIC 9(7)V99.
               10  CR-LAST-DATE    PIC 9(8).
               10  CR-DECISION     PIC X.
       01  UNAPPLIED-TABLE.
           05  UT-COUNT        PIC 9(3)    VALUE ZERO.
           05  UT-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON UT-COUNT
                   INDEXED BY UT-INDX.
               10  UT-CUST-NO      PIC X(5).
               10  UT-DATE         PIC 9(8).
               10  UT-CHECK-NO     PIC X(8).
               10  UT-AMT-LEFT     PIC S9(6)V99.
       01  OPENITEM-TABLE.
           05  OT-COUNT        PIC 9(4)    VALUE ZERO.
           05  OT-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON OT-COUNT
                   INDEXED BY OT-INDX.
               10  OT-CUST-NO      PIC X(5).
               10  OT-INVOICE-NO   PIC 9(6).
               10  OT-INV-DATE     PIC 9(8).
               10  OT-DUE-DATE     PIC 9(8).
               10  OT-ORIG-AMT     PIC S9(7)V99.
               10  OT-OPEN-AMT     PIC S9(7)V99.
       01  CHK-FACE-1.
           05  FILLER          PIC X(10)   VALUE "CHECK NO: ".
           05  CF-CHECK-NO     PIC 9(6).
           05  FILLER          PIC X(10)   VALUE SPACES.
           05  FILLER          PIC X(6)    VALUE "DATE: ".
           05  CF-MM           PIC 99.
           05  FILLER          PIC X       VALUE "/".
           05  CF-DD           PIC 99.
           05  FILLER          PIC X       VALUE "/".
           05  CF-YEAR         PIC 9(4).
       01  CHK-FACE-2.
           05  FILLER          PIC X(21)   VALUE
                                   "PAY TO THE ORDER OF: ".
           05  CF-CUST-NAME    PIC X(25).
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  CF-AMOUNT       PIC $$,$$$,$$9.99.
       01  CHK-FACE-3.
           05  CF-AMT-WORDS    PIC X(95).
       01  CHK-ADDRESS-1.
           05  FILLER          PIC X(21)   VALUE SPACES.
           05  CA-STREET       PIC X(25).
       01  CHK-ADDRESS-2.
           05  FILLER          PIC X(21)   VALUE SPACES.
           05  CA-CITY         PIC X(15).
           05  FILLER          PIC X       VALUE SPACE.
           05  CA-STATE        PIC XX.
           05  FILLER          PIC X       VALUE SPACE.
           05  CA-ZIP          PIC X(5).
       01  CHK-STUB.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  FILLER          PIC X(38)   VALUE
               "REFUND OF CREDIT BALANCE ON ACCOUNT # ".
           05  CS-CUST-NO      PIC X(5).
       01  CHK-SEPARATOR.
           05  FILLER          PIC X(70)   VALUE ALL "-".
       01  RG-TITLE.
           05  FILLER          PIC X(6)    VALUE "DATE: ".
           05  RG-MM           PIC 99.
           05  FILLER          PIC X       VALUE "/".
           05  RG-DD           PIC 99.
           05  FILLER          PIC X       VALUE "/".
           05  RG-YEAR         PIC 9(4).
           05  FILLER          PIC X(14)   VALUE SPACES.
           05  FILLER          PIC X(22)   VALUE
                                   "REFUND CHECK REGISTER".
       01  RG-APPROVAL.
           05  FILLER          PIC X(22)   VALUE
                                   "APPROVED BY SUPERVISOR".
           05  FILLER          PIC X       VALUE SPACE.
           05  RA-SUPERVISOR   PIC X(5).
           05  FILLER          PIC X(18)   VALUE
                                   "  CREDITS AGED    ".
           05  RA-MIN-DAYS     PIC ZZ9.
           05  FILLER          PIC X(10)   VALUE " DAYS PLUS".
       01  RG-COLUMNS.
           05  FILLER          PIC X(8)    VALUE "CHECK NO".
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  FILLER          PIC X(7)    VALUE "CUST".
           05  FILLER          PIC X(22)   VALUE "NAME".
           05  FILLER          PIC X(13)   VALUE "LAST ACTIVITY".
           05  FILLER          PIC X(15)   VALUE "         AMOUNT".
       01  RG-DETAIL.
           05  RD-CHECK-NO     PIC 9(6).
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  RD-CUST-NO      PIC X(5).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  RD-CUST-NM      PIC X(20).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  RD-LAST-DATE    PIC 9(8).
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  RD-AMT          PIC $$,$$$,$$9.99.
       01  RG-TOTALS.
           05  FILLER          PIC X(7)    VALUE "CHECKS ".
           05  RT-FIRST        PIC 9(6).
           05  FILLER          PIC X(4)    VALUE " TO ".
           05  RT-LAST         PIC 9(6).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  RT-CHECK-CT     PIC ZZZ9.
           05  FILLER          PIC X(15)   VALUE " CHECKS  TOTAL ".
           05  RT-RUN-TOT      PIC $$$,$$$,$$9.99.
       01  RG-REVIEW-LINE.
           05  RR-REVIEW-CT    PIC ZZZ9.
           05  FILLER          PIC X(30)   VALUE
               " CREDIT ACCOUNTS REVIEWED,    ".
           05  RR-PASSED-CT    PIC ZZZ9.
           05  FILLER          PIC X(13)   VALUE " NOT APPROVED".
       01  RG-SKIP-LINE.
           05  RS-SKIP-CT      PIC ZZZ9.
           05  FILLER          PIC X(45)   VALUE
               " APPROVED BUT NO LONGER IN CREDIT - NO CHECK".
      *
       PROCEDURE DIVISION.
       000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           PERFORM 040-LOAD-GLMAP
           IF NOT MAP-FOUND
               DISPLAY 'NO ' WS-SOURCE ' MAPPING IN GLMAP.DAT - '
                   'NO CHECKS PRINTED.'
               STOP RUN
           END-IF
           PERFORM 050-LOAD-OPER-MASTER
           IF OP-COUNT = ZERO
               DISPLAY 'NO OPERATOR MASTER - A SUPERVISOR MUST '
                   'APPROVE REFUNDS. NO CHECKS PRINTED.'
               STOP RUN
           END-IF
           PERFORM 060-ACCEPT-SUPERVISOR-ID
           PERFORM 070-ACCEPT-MIN-DAYS
           PERFORM 100-LOAD-CREDIT-ACCOUNTS
           PERFORM 150-DATE-LAST-ACTIVITY
           PERFORM 200-REVIEW-CREDITS
           IF WS-APPROVE-CT = ZERO
               DISPLAY 'NO REFUNDS APPROVED.'
               STOP RUN
           END-IF
           PERFORM 065-READ-CHECK-NUMBER
           MOVE WS-APPROVE-TOT TO WS-EDIT-AMT
           DISPLAY WS-APPROVE-CT ' REFUNDS APPROVED, TOTAL '
               WS-EDIT-AMT
           DISPLAY 'PRINT CHECKS STARTING AT ' WS-CHECK-NO '? (Y/N):'
           ACCEPT WS-ANSWER
           IF WS-ANSWER NOT = 'Y'
               DISPLAY 'NO CHECKS PRINTED.'
               STOP RUN
           END-IF
           PERFORM 080-LOAD-UNAPPLIED
           PERFORM 085-LOAD-OPEN-ITEMS
           PERFORM 300-OPEN-OUTPUTS
           PERFORM 400-REFUND-ONE-ACCOUNT
               VARYING WS-CR-SUB FROM 1 BY 1
               UNTIL WS-CR-SUB > CR-COUNT
           PERFORM 600-WRITE-REGISTER-TOTALS
           PERFORM 700-SAVE-UNAPPLIED
           PERFORM 720-SAVE-OPEN-ITEMS
           PERFORM 750-SAVE-CHECK-NUMBER
           PERFORM 520-WRITE-GL-PAIR

           DISPLAY WS-CHECK-CT ' REFUND CHECKS PRINTED TO'
               ' REFUNDCHK.RPT.'
           DISPLAY '--END OF REFUND RUN--'
           STOP RUN.
      * FINDS THE AR AND CASH ACCOUNTS FOR SOURCE ARREFUND. WITH NO
      * MAPPING THE RUN STOPS BEFORE ANY CHECK IS PRINTED.
       040-LOAD-GLMAP.
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
                       IF GM-SOURCE = WS-SOURCE AND GM-DEPT = ZERO
                           MOVE GM-DR-ACCT TO WS-DR-ACCT
                           MOVE GM-CR-ACCT TO WS-CR-ACCT
                           SET MAP-FOUND TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-MAP-STATUS NOT = "35"
               CLOSE GLMAP-FILE
           END-IF.
      * LOADS THE OPERATOR MASTER FOR THE SUPERVISOR CHECK. UNLIKE
      * THE COUNTER PROGRAMS THERE IS NO FALLBACK WITHOUT IT - A
      * REFUND CHECK IS MONEY LEAVING THE COMPANY.
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
                       END-IF
               END-READ
           END-PERFORM
           IF WS-OPER-STATUS NOT = "35"
               CLOSE OPER-MASTER-FILE
           END-IF.
      * CAPTURES THE APPROVING SUPERVISOR ONCE AT STARTUP: AN ACTIVE
      * OPERATOR OF CLASS 'S'. THE ID IS PRINTED ON THE REGISTER.
       060-ACCEPT-SUPERVISOR-ID.
           DISPLAY 'ENTER SUPERVISOR ID:'
           ACCEPT SUPERVISOR-ID
           MOVE 'N' TO VALID-SW
           PERFORM UNTIL VALID-SW = 'Y'
               MOVE 'N' TO WS-OPER-OK-SW
               PERFORM VARYING OP-INDX FROM 1 BY 1
                       UNTIL OP-INDX > OP-COUNT
                   IF OP-T-ID(OP-INDX) = SUPERVISOR-ID
                      AND OP-T-ACTIVE(OP-INDX) = 'A'
                      AND OP-T-CLASS(OP-INDX) = 'S'
                       MOVE 'Y' TO WS-OPER-OK-SW
                   END-IF
               END-PERFORM
               IF SUPERVISOR-VALID AND SUPERVISOR-ID NOT = SPACE
                   MOVE 'Y' TO VALID-SW
               ELSE
                   DISPLAY 'NOT AN ACTIVE SUPERVISOR.'
                   DISPLAY 'ENTER SUPERVISOR ID:'
                   ACCEPT SUPERVISOR-ID
               END-IF
           END-PERFORM.
      * READS THE NEXT REFUND CHECK NUMBER AND THE BANK ACCOUNT. ON
      * THE VERY FIRST RUN THE SEQUENCE STARTS AT 1.
       065-READ-CHECK-NUMBER.
           OPEN INPUT CHKNO-FILE
           IF WS-CHKNO-STATUS = "00"
               READ CHKNO-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CN-NEXT-CHECK TO WS-CHECK-NO
                       MOVE CN-BANK-ACCT  TO WS-BANK-ACCT
               END-READ
               CLOSE CHKNO-FILE
           END-IF
           MOVE WS-CHECK-NO TO WS-FIRST-CHECK.
      * ACCEPTS HOW MANY DAYS A CREDIT MUST HAVE STOOD WITH NO
      * ACCOUNT ACTIVITY BEFORE IT IS OFFERED FOR REFUND.
       070-ACCEPT-MIN-DAYS.
           DISPLAY 'ENTER MINIMUM DAYS THE CREDIT HAS STOOD:'
           ACCEPT WS-MIN-DAYS
           MOVE 'N' TO VALID-SW
           PERFORM UNTIL VALID-SW = 'Y'
               IF WS-MIN-DAYS IS NUMERIC
                   MOVE 'Y' TO VALID-SW
               ELSE
                   DISPLAY 'INVALID NUMBER OF DAYS.'
                   DISPLAY 'ENTER MINIMUM DAYS THE CREDIT HAS STOOD:'
                   ACCEPT WS-MIN-DAYS
               END-IF
           END-PERFORM.
      * LOADS THE UNAPPLIED-CASH FILE SO A REFUNDED CREDIT CAN BE
      * TAKEN OFF IT - OTHERWISE PHASEIII WOULD APPLY THE SAME MONEY
      * TO THE CUSTOMER'S NEXT SALE.
       080-LOAD-UNAPPLIED.
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT UNAPPLIED-FILE
           IF WS-UC-STATUS NOT = "00"
               MOVE 'Y' TO EOF-SWITCH
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ UNAPPLIED-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       IF UT-COUNT < 500
                           ADD 1 TO UT-COUNT
                           MOVE UC-CUST-NO  TO UT-CUST-NO(UT-COUNT)
                           MOVE UC-DATE     TO UT-DATE(UT-COUNT)
                           MOVE UC-CHECK-NO TO UT-CHECK-NO(UT-COUNT)
                           MOVE UC-AMT-LEFT TO UT-AMT-LEFT(UT-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-UC-STATUS NOT = "35"
               CLOSE UNAPPLIED-FILE
           END-IF.
      * LOADS THE OPEN ITEMS. A RETURN ON ACCOUNT STANDS HERE AS A
      * NEGATIVE OPEN ITEM, WHICH THE REFUND CLOSES.
       085-LOAD-OPEN-ITEMS.
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT OPENITEM-FILE
           IF WS-OI-STATUS NOT = "00"
               MOVE 'Y' TO EOF-SWITCH
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ OPENITEM-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       IF OT-COUNT < 2000
                           ADD 1 TO OT-COUNT
                           MOVE OPENITEM-REC TO OT-ENTRY(OT-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-OI-STATUS NOT = "35"
               CLOSE OPENITEM-FILE
           END-IF.
      * WALKS THE AR MASTER IN KEY ORDER FOR EVERY ACCOUNT WITH A
      * CREDIT (NEGATIVE) BALANCE.
       100-LOAD-CREDIT-ACCOUNTS.
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT AR-MASTER-FILE
           IF WS-MSTR-STATUS NOT = "00"
               MOVE 'Y' TO EOF-SWITCH
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ AR-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       IF O-AMT < ZERO AND CR-COUNT < 1000
                           ADD 1 TO CR-COUNT
                           MOVE O-CUST-NO TO CR-CUST-NO(CR-COUNT)
                           MOVE O-CUST-NM TO CR-CUST-NM(CR-COUNT)
                           COMPUTE CR-CREDIT(CR-COUNT) = O-AMT * -1
                           MOVE ZERO TO CR-LAST-DATE(CR-COUNT)
                           MOVE 'N' TO CR-DECISION(CR-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-MSTR-STATUS NOT = "35"
               CLOSE AR-MASTER-FILE
           END-IF.
      * DATES EACH CREDIT ACCOUNT'S LATEST HISTORY ROW. THE CREDIT HAS
      * STOOD AT LEAST SINCE THEN.
       150-DATE-LAST-ACTIVITY.
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT HISTORY-FILE
           IF WS-HIST-STATUS NOT = "00"
               MOVE 'Y' TO EOF-SWITCH
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ HISTORY-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       PERFORM VARYING CR-INDX FROM 1 BY 1
                               UNTIL CR-INDX > CR-COUNT
                           IF CR-CUST-NO(CR-INDX) = H-CUST-NO
                              AND H-TRANS-DATE > CR-LAST-DATE(CR-INDX)
                               MOVE H-TRANS-DATE
                                   TO CR-LAST-DATE(CR-INDX)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           IF WS-HIST-STATUS NOT = "35"
               CLOSE HISTORY-FILE
           END-IF.
      * SHOWS THE SUPERVISOR EACH CREDIT OLD ENOUGH TO REFUND AND
      * TAKES THE DECISION: Y REFUNDS IT, N PASSES IT THIS RUN, Q
      * PASSES THE REST.
       200-REVIEW-CREDITS.
           MOVE SPACE TO WS-ANSWER
           PERFORM VARYING CR-INDX FROM 1 BY 1
                   UNTIL CR-INDX > CR-COUNT
                      OR WS-ANSWER = 'Q'
               IF CR-LAST-DATE(CR-INDX) = ZERO
                   MOVE ZERO TO WS-AGE-DAYS
               ELSE
                   COMPUTE WS-AGE-DAYS = WS-RUN-INT
                       - FUNCTION INTEGER-OF-DATE(CR-LAST-DATE(CR-INDX))
               END-IF
               IF WS-AGE-DAYS NOT < WS-MIN-DAYS
                  OR CR-LAST-DATE(CR-INDX) = ZERO
                   PERFORM 250-REVIEW-ONE-CREDIT
               END-IF
           END-PERFORM.
       250-REVIEW-ONE-CREDIT.
           ADD 1 TO WS-REVIEW-CT
           MOVE CR-CREDIT(CR-INDX) TO WS-EDIT-AMT
           DISPLAY SPACE
           DISPLAY CR-CUST-NO(CR-INDX) ' ' CR-CUST-NM(CR-INDX)
               ' CREDIT ' WS-EDIT-AMT
               ' LAST ACTIVITY ' CR-LAST-DATE(CR-INDX)
           DISPLAY 'REFUND THIS CREDIT? (Y/N, Q = STOP REVIEWING):'
           ACCEPT WS-ANSWER
           IF WS-ANSWER = 'Y'
               MOVE 'A' TO CR-DECISION(CR-INDX)
               ADD 1 TO WS-APPROVE-CT
               ADD CR-CREDIT(CR-INDX) TO WS-APPROVE-TOT
           END-IF.
      * OPENS THE CHECK, REGISTER AND POSITIVE-PAY FILES, THE MASTER
      * FOR KEYED UPDATE, AND THE HISTORY FILE FOR EXTEND.
       300-OPEN-OUTPUTS.
           OPEN OUTPUT CHECK-FILE REGISTER-FILE POSPAY-FILE
           OPEN I-O AR-MASTER-FILE
           OPEN EXTEND HISTORY-FILE
           IF WS-HIST-STATUS NOT = "00"
               OPEN OUTPUT HISTORY-FILE
           END-IF
           MOVE WS-RUN-DATE(5:2) TO RG-MM
           MOVE WS-RUN-DATE(7:2) TO RG-DD
           MOVE WS-RUN-DATE(1:4) TO RG-YEAR
           MOVE SUPERVISOR-ID TO RA-SUPERVISOR
           MOVE WS-MIN-DAYS TO RA-MIN-DAYS
           WRITE REGISTER-REC FROM RG-TITLE
           WRITE REGISTER-REC FROM RG-APPROVAL
               AFTER ADVANCING 1 LINE
           WRITE REGISTER-REC FROM RG-COLUMNS
               AFTER ADVANCING 2 LINES.
      * REFUNDS ONE APPROVED ACCOUNT. THE MASTER IS RE-READ BY KEY SO
      * THE CHECK IS FOR THE CREDIT AS IT STANDS NOW; AN ACCOUNT NO
      * LONGER IN CREDIT GETS NO CHECK.
       400-REFUND-ONE-ACCOUNT.
           IF CR-DECISION(WS-CR-SUB) = 'A'
               MOVE CR-CUST-NO(WS-CR-SUB) TO O-CUST-NO
               READ AR-MASTER-FILE
               IF WS-MSTR-STATUS NOT = "00" OR O-AMT NOT < ZERO
                   ADD 1 TO WS-SKIP-CT
                   DISPLAY 'CUSTOMER ' CR-CUST-NO(WS-CR-SUB)
                       ' NO LONGER IN CREDIT - NO CHECK.'
               ELSE
                   COMPUTE WS-CHECK-AMT = O-AMT * -1
                   PERFORM 410-WRITE-CHECK
                   PERFORM 420-CLEAR-CREDIT
               END-IF
           END-IF.
      * PRINTS THE CHECK FACE TO THE MASTER'S ADDRESS, AND THE
      * REGISTER AND POSITIVE-PAY ROWS FOR IT.
       410-WRITE-CHECK.
           MOVE WS-CHECK-NO TO CF-CHECK-NO
           MOVE WS-RUN-DATE(5:2) TO CF-MM
           MOVE WS-RUN-DATE(7:2) TO CF-DD
           MOVE WS-RUN-DATE(1:4) TO CF-YEAR
           MOVE O-CUST-NM TO CF-CUST-NAME
           MOVE WS-CHECK-AMT TO CF-AMOUNT
           PERFORM 935-BUILD-AMOUNT-WORDS
           MOVE WS-AMT-WORDS TO CF-AMT-WORDS
           MOVE O-ADDR  TO CA-STREET
           MOVE O-CITY  TO CA-CITY
           MOVE O-STATE TO CA-STATE
           MOVE O-ZIP   TO CA-ZIP
           WRITE CHECK-REC FROM CHK-FACE-1
               AFTER ADVANCING 2 LINES
           WRITE CHECK-REC FROM CHK-FACE-2
               AFTER ADVANCING 1 LINE
           WRITE CHECK-REC FROM CHK-ADDRESS-1
               AFTER ADVANCING 1 LINE
           WRITE CHECK-REC FROM CHK-ADDRESS-2
               AFTER ADVANCING 1 LINE
           WRITE CHECK-REC FROM CHK-FACE-3
               AFTER ADVANCING 1 LINE
           MOVE O-CUST-NO TO CS-CUST-NO
           WRITE CHECK-REC FROM CHK-STUB
               AFTER ADVANCING 2 LINES
           WRITE CHECK-REC FROM CHK-SEPARATOR
               AFTER ADVANCING 1 LINE
           MOVE WS-CHECK-NO TO RD-CHECK-NO
           MOVE O-CUST-NO TO RD-CUST-NO
           MOVE O-CUST-NM TO RD-CUST-NM
           MOVE CR-LAST-DATE(WS-CR-SUB) TO RD-LAST-DATE
           MOVE WS-CHECK-AMT TO RD-AMT
           WRITE REGISTER-REC FROM RG-DETAIL
               AFTER ADVANCING 1 LINE
           MOVE 'I'          TO PP-REC-TYPE
           MOVE WS-BANK-ACCT TO PP-BANK-ACCT
           MOVE WS-CHECK-NO  TO PP-CHECK-NO
           MOVE WS-RUN-DATE  TO PP-ISSUE-DATE
           MOVE WS-CHECK-AMT TO PP-AMT
           MOVE O-CUST-NM    TO PP-PAYEE
           WRITE POSPAY-REC
           ADD WS-CHECK-AMT TO WS-RUN-TOT
           ADD 1 TO WS-CHECK-CT
           ADD 1 TO WS-CHECK-NO.
      * CLEARS THE CREDIT: THE BALANCE COMES UP TO ZERO, A 'K' ROW
      * GOES TO HISTORY SO THE STATEMENT SHOWS THE CHECK, AND THE
      * CUSTOMER'S UNAPPLIED CASH (OLDEST FIRST) THEN NEGATIVE OPEN
      * ITEMS ARE USED UP BY THE AMOUNT REFUNDED.
       420-CLEAR-CREDIT.
           ADD WS-CHECK-AMT TO O-AMT
           REWRITE OLD-REC
           MOVE O-CUST-NO    TO H-CUST-NO
           MOVE WS-RUN-DATE  TO H-TRANS-DATE
           MOVE WS-CHECK-AMT TO H-SALES-AMT
           MOVE ZERO         TO H-SALES-TAX
           MOVE WS-CHECK-AMT TO H-AMT
           MOVE 'K'          TO H-TRANS-TYPE
           WRITE HIST-REC
           MOVE WS-CHECK-AMT TO WS-CLEAR-LEFT
           PERFORM VARYING UT-INDX FROM 1 BY 1
                   UNTIL UT-INDX > UT-COUNT
                      OR WS-CLEAR-LEFT NOT > ZERO
               IF UT-CUST-NO(UT-INDX) = O-CUST-NO
                  AND UT-AMT-LEFT(UT-INDX) > ZERO
                   IF UT-AMT-LEFT(UT-INDX) > WS-CLEAR-LEFT
                       SUBTRACT WS-CLEAR-LEFT
                           FROM UT-AMT-LEFT(UT-INDX)
                       MOVE ZERO TO WS-CLEAR-LEFT
                   ELSE
                       SUBTRACT UT-AMT-LEFT(UT-INDX)
                           FROM WS-CLEAR-LEFT
                       MOVE ZERO TO UT-AMT-LEFT(UT-INDX)
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING OT-INDX FROM 1 BY 1
                   UNTIL OT-INDX > OT-COUNT
                      OR WS-CLEAR-LEFT NOT > ZERO
               IF OT-CUST-NO(OT-INDX) = O-CUST-NO
                  AND OT-OPEN-AMT(OT-INDX) < ZERO
                   IF OT-OPEN-AMT(OT-INDX) * -1 > WS-CLEAR-LEFT
                       ADD WS-CLEAR-LEFT TO OT-OPEN-AMT(OT-INDX)
                       MOVE ZERO TO WS-CLEAR-LEFT
                   ELSE
                       ADD OT-OPEN-AMT(OT-INDX) TO WS-CLEAR-LEFT
                       MOVE ZERO TO OT-OPEN-AMT(OT-INDX)
                   END-IF
               END-IF
           END-PERFORM.
      * APPENDS THE ARREFUND PAIR FOR THE CHECKS PRINTED: ACCOUNTS
      * RECEIVABLE DEBIT, CASH CREDIT.
       520-WRITE-GL-PAIR.
           IF WS-RUN-TOT > ZERO
               OPEN EXTEND JOURNAL-FILE
               IF WS-JRNL-STATUS NOT = "00"
                   OPEN OUTPUT JOURNAL-FILE
               END-IF
               MOVE WS-RUN-DATE TO GJ-DATE
               MOVE WS-SOURCE   TO GJ-SOURCE
               MOVE ZERO        TO GJ-STORE
               MOVE WS-RUN-TOT  TO GJ-AMT
               MOVE WS-DR-ACCT  TO GJ-ACCT
               MOVE 'D'         TO GJ-DRCR
               WRITE JOURNAL-REC
               MOVE WS-CR-ACCT  TO GJ-ACCT
               MOVE 'C'         TO GJ-DRCR
               WRITE JOURNAL-REC
               CLOSE JOURNAL-FILE
               DISPLAY 'GL ' WS-SOURCE ' PAIR WRITTEN TO GLJOURNAL.DAT.'
           END-IF.
      * CLOSES THE REGISTER WITH THE CHECK RANGE, RUN TOTAL AND
      * REVIEW COUNTS, AND THE POSITIVE-PAY FILE WITH ITS TRAILER.
       600-WRITE-REGISTER-TOTALS.
           MOVE WS-FIRST-CHECK TO RT-FIRST
           COMPUTE RT-LAST = WS-CHECK-NO - 1
           MOVE WS-CHECK-CT TO RT-CHECK-CT
           MOVE WS-RUN-TOT TO RT-RUN-TOT
           WRITE REGISTER-REC FROM RG-TOTALS
               AFTER ADVANCING 2 LINES
           MOVE WS-REVIEW-CT TO RR-REVIEW-CT
           COMPUTE RR-PASSED-CT = WS-REVIEW-CT - WS-APPROVE-CT
           WRITE REGISTER-REC FROM RG-REVIEW-LINE
               AFTER ADVANCING 1 LINE
           IF WS-SKIP-CT > ZERO
               MOVE WS-SKIP-CT TO RS-SKIP-CT
               WRITE REGISTER-REC FROM RG-SKIP-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           MOVE SPACES       TO POSPAY-REC
           MOVE 'T'          TO PPT-REC-TYPE
           MOVE WS-BANK-ACCT TO PPT-BANK-ACCT
           MOVE WS-CHECK-CT  TO PPT-CHECK-CT
           MOVE WS-RUN-TOT   TO PPT-TOTAL
           WRITE POSPAY-REC
           CLOSE CHECK-FILE REGISTER-FILE POSPAY-FILE
                 AR-MASTER-FILE HISTORY-FILE.
      * REWRITES ARUNAPPLIED.DAT, DROPPING ROWS FULLY REFUNDED, AS
      * PHASEIII'S OWN REWRITE DOES.
       700-SAVE-UNAPPLIED.
           OPEN OUTPUT UNAPPLIED-FILE
           PERFORM VARYING UT-INDX FROM 1 BY 1
                   UNTIL UT-INDX > UT-COUNT
               IF UT-AMT-LEFT(UT-INDX) NOT = ZERO
                   MOVE UT-CUST-NO(UT-INDX)  TO UC-CUST-NO
                   MOVE UT-DATE(UT-INDX)     TO UC-DATE
                   MOVE UT-CHECK-NO(UT-INDX) TO UC-CHECK-NO
                   MOVE UT-AMT-LEFT(UT-INDX) TO UC-AMT-LEFT
                   WRITE UNAPPLIED-REC
               END-IF
           END-PERFORM
           CLOSE UNAPPLIED-FILE.
      * REWRITES AROPENITEM.DAT, DROPPING ITEMS BROUGHT TO ZERO.
       720-SAVE-OPEN-ITEMS.
           OPEN OUTPUT OPENITEM-FILE
           PERFORM VARYING OT-INDX FROM 1 BY 1
                   UNTIL OT-INDX > OT-COUNT
               IF OT-OPEN-AMT(OT-INDX) NOT = ZERO
                   MOVE OT-ENTRY(OT-INDX) TO OPENITEM-REC
                   WRITE OPENITEM-REC
               END-IF
           END-PERFORM
           CLOSE OPENITEM-FILE.
      * SAVES THE NEXT CHECK NUMBER FOR THE NEXT RUN.
       750-SAVE-CHECK-NUMBER.
           OPEN OUTPUT CHKNO-FILE
           MOVE WS-CHECK-NO  TO CN-NEXT-CHECK
           MOVE WS-BANK-ACCT TO CN-BANK-ACCT
           WRITE CHKNO-REC
           CLOSE CHKNO-FILE.
      * SPELLS THE CHECK AMOUNT FOR THE CHECK FACE, MILLIONS DOWN TO
      * THE CENTS FRACTION.
       935-BUILD-AMOUNT-WORDS.
           MOVE WS-CHECK-AMT TO WS-DOLLARS
           COMPUTE WS-CENTS = (WS-CHECK-AMT - WS-DOLLARS) * 100
           DIVIDE WS-DOLLARS BY 1000000 GIVING WS-MILL
               REMAINDER WS-REM6
           DIVIDE WS-REM6 BY 1000 GIVING WS-THOU
               REMAINDER WS-REM3
           MOVE SPACES TO WS-AMT-WORDS
           MOVE 1 TO WS-WORD-PTR
           IF WS-MILL > ZERO
               STRING UNIT-WORD(WS-MILL) DELIMITED BY ' '
                      ' MILLION ' DELIMITED BY SIZE
                   INTO WS-AMT-WORDS
                   WITH POINTER WS-WORD-PTR
               END-STRING
           END-IF
           IF WS-THOU > ZERO
               MOVE WS-THOU TO WS-3DIG
               PERFORM 937-CONVERT-3DIGITS
               STRING 'THOUSAND ' DELIMITED BY SIZE
                   INTO WS-AMT-WORDS
                   WITH POINTER WS-WORD-PTR
               END-STRING
           END-IF
           IF WS-REM3 > ZERO
               MOVE WS-REM3 TO WS-3DIG
               PERFORM 937-CONVERT-3DIGITS
           END-IF
           IF WS-DOLLARS = ZERO
               STRING 'ZERO ' DELIMITED BY SIZE
                   INTO WS-AMT-WORDS
                   WITH POINTER WS-WORD-PTR
               END-STRING
           END-IF
           STRING 'DOLLARS AND ' DELIMITED BY SIZE
                  WS-CENTS      DELIMITED BY SIZE
                  '/100'        DELIMITED BY SIZE
               INTO WS-AMT-WORDS
               WITH POINTER WS-WORD-PTR
           END-STRING.
      * SPELLS A THREE-DIGIT GROUP (1-999) ONTO THE END OF
      * WS-AMT-WORDS.
       937-CONVERT-3DIGITS.
           DIVIDE WS-3DIG BY 100 GIVING WS-HUND
               REMAINDER WS-REM2
           IF WS-HUND > ZERO
               STRING UNIT-WORD(WS-HUND) DELIMITED BY ' '
                      ' HUNDRED ' DELIMITED BY SIZE
                   INTO WS-AMT-WORDS
                   WITH POINTER WS-WORD-PTR
               END-STRING
           END-IF
           IF WS-REM2 > ZERO
               MOVE WS-REM2 TO WS-2DIG
               PERFORM 938-CONVERT-2DIGITS
               STRING WS-2DIG-WORDS DELIMITED BY '  '
                      ' ' DELIMITED BY SIZE
                   INTO WS-AMT-WORDS
                   WITH POINTER WS-WORD-PTR
               END-STRING
           END-IF.
      * SPELLS A TWO-DIGIT VALUE (1-99) INTO WS-2DIG-WORDS.
       938-CONVERT-2DIGITS.
           MOVE SPACES TO WS-2DIG-WORDS
           IF WS-2DIG < 20
               MOVE UNIT-WORD(WS-2DIG) TO WS-2DIG-WORDS
           ELSE
               DIVIDE WS-2DIG BY 10 GIVING WS-TENS-DIG
                   REMAINDER WS-UNIT-DIG
               IF WS-UNIT-DIG = ZERO
                   MOVE TENS-WORD(WS-TENS-DIG - 1) TO WS-2DIG-WORDS
               ELSE
                   STRING TENS-WORD(WS-TENS-DIG - 1)
                              DELIMITED BY ' '
                          '-' DELIMITED BY SIZE
                          UNIT-WORD(WS-UNIT-DIG)
                              DELIMITED BY ' '
                       INTO WS-2DIG-WORDS
                   END-STRING
               END-IF
           END-IF.

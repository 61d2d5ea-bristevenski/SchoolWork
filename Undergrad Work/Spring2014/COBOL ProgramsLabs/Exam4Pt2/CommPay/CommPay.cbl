       IDENTIFICATION DIVISION.
       PROGRAM-ID. CommPay.
       AUTHOR. Brianna Muleski
       DATE-WRITTEN. 10/13/14
      ******************************************************************
      * Purpose:
      *    Pays the commission Exam4 has posted through payroll so it
      *    no longer has to be re-keyed. Each salesperson on the
      *    commission master is matched to a payroll employee through
      *    SALESXREF.DAT, and the commission earned but not yet paid
      *    (N-COMM less N-COMM-PAID) goes to OFFCYCLE.DAT as a
      *    commission payment, kind 'C', for Prog4's off-cycle run to
      *    pay at the supplemental withholding rate. The master is
      *    then marked paid through the check date so the same
      *    commission cannot pay twice.
      *
      *    Off-cycle rows already keyed for the batch are kept - this
      *    run appends to them. Prog4 pays one off-cycle row per
      *    employee per batch, so a salesperson whose employee is
      *    already in the batch is held, not marked paid, and pays in
      *    the next batch.
      *
      *    The register lists every salesperson with the commission
      *    earned to date (the ENDING COMMISSION on CommStmt), the
      *    part paid before, and the part paid now, so the two tie.
      *
      * Input:
      *    SALESNEW.DAT  - commission master from the Exam4 update
      *    SALESXREF.DAT - salesperson number to payroll employee ID
      *    SALESPER.DAT  - salesperson names (optional)
      *    EMPMASTER.DAT - payroll employee master (optional)
      *    OFFCYCLE.DAT  - off-cycle rows already in the batch
      *    Check date from the console
      *
      * Output:
      *    OFFCYCLE.DAT  - commission payments appended
      *    SALESNEW.DAT  - commission paid to date and paid-through
      *                    date updated
      *    COMMPAY.RPT   - payout register
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMM-MSTR ASSIGN TO "SALESNEW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MSTR-STATUS.
           SELECT HOLD-FILE ASSIGN TO "COMMHOLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT XREF-FILE ASSIGN TO "SALESXREF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XREF-STATUS.
           SELECT SALESPER-FILE ASSIGN TO "SALESPER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SP-STATUS.
           SELECT EMP-FILE ASSIGN TO "EMPMASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMP-STATUS.
           SELECT OFFCYCLE-FILE ASSIGN TO "OFFCYCLE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OFC-STATUS.
           SELECT REPORT-FILE ASSIGN TO "COMMPAY.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      * THE COMMISSION MASTER EXAM4 WRITES. N-COMM IS COMMISSION
      * EARNED TO DATE; N-COMM-PAID IS THE PART PAID THROUGH PAYROLL
      * AND N-PAID-THRU THE CHECK DATE OF THE LAST PAYOUT.
       FD  COMM-MSTR.
       01  NEW-REC.
           05  N-SALE-NO   PIC X(5).
           05  N-SALE-AMT  PIC 9(4)V99.
           05  N-COMM      PIC 9(4)V99.
           05  N-COMM-PAID PIC 9(4)V99.
           05  N-PAID-THRU PIC 9(8).
       FD  HOLD-FILE.
       01  HOLD-REC            PIC X(31).
      * ONE ROW PER SALESPERSON PAID THROUGH PAYROLL.
       FD  XREF-FILE.
       01  XREF-REC.
           05  XR-SP-NO        PIC 999.
           05  XR-EMP-ID       PIC X(4).
       FD  SALESPER-FILE.
       01  SALESPER-REC.
           05  SP-NO           PIC 999.
           05  SP-NAME         PIC X(15).
           05  SP-STORE        PIC 9.
           05  SP-COMM-RATE    PIC V999.
       FD  EMP-FILE.
       01  EMP-REC.
           05  EM-EMP-ID       PIC X(4).
           05  EM-EMP-NM       PIC X(15).
       FD  OFFCYCLE-FILE.
       01  OFFCYCLE-REC.
           05  OC-EMP-ID       PIC X(4).
           05  OC-KIND         PIC X.
           05  OC-AMOUNT       PIC 9(5)V99.
       FD  REPORT-FILE.
       01  REPORT-REC          PIC X(80).
       WORKING-STORAGE SECTION.
       01  XREF-TABLE.
           05  XR-COUNT        PIC 9(3)        VALUE ZERO.
           05  XR-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON XR-COUNT
                   INDEXED BY XR-INDX.
               10  XR-T-SP-NO      PIC 999.
               10  XR-T-EMP-ID     PIC X(4).
       01  SALESPER-TABLE.
           05  SP-COUNT        PIC 9(3)        VALUE ZERO.
           05  SP-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON SP-COUNT
                   INDEXED BY SP-INDX.
               10  SP-T-NO         PIC 999.
               10  SP-T-NAME       PIC X(15).
       01  EMP-TABLE.
           05  EMP-COUNT       PIC 9(3)        VALUE ZERO.
           05  EMP-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON EMP-COUNT
                   INDEXED BY EMP-INDX.
               10  ET-EMP-ID       PIC X(4).
      * EMPLOYEES ALREADY IN THE OFF-CYCLE BATCH, KEYED OR PAID HERE.
       01  BATCH-TABLE.
           05  BT-COUNT        PIC 9(3)        VALUE ZERO.
           05  BT-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON BT-COUNT
                   INDEXED BY BT-INDX.
               10  BT-EMP-ID       PIC X(4).
       01  WORKING-ITEMS.
           05  EOF-SWITCH      PIC X           VALUE 'N'.
           05  XR-EOF-SWITCH   PIC X           VALUE 'N'.
           05  SP-EOF-SWITCH   PIC X           VALUE 'N'.
           05  EMP-EOF-SWITCH  PIC X           VALUE 'N'.
           05  OFC-EOF-SWITCH  PIC X           VALUE 'N'.
           05  WS-MSTR-STATUS  PIC XX.
           05  WS-XREF-STATUS  PIC XX.
           05  WS-SP-STATUS    PIC XX.
           05  WS-EMP-STATUS   PIC XX.
           05  WS-OFC-STATUS   PIC XX.
           05  WS-CHECK-DATE   PIC 9(8).
           05  WS-CHECK-PARTS REDEFINES WS-CHECK-DATE.
               10  WS-CHECK-YYYY   PIC 9(4).
               10  WS-CHECK-MM     PIC 99.
               10  WS-CHECK-DD     PIC 99.
           05  WS-SALE-SP-NO   PIC 999.
           05  WS-PAY-EMP-ID   PIC X(4).
           05  WS-COMM-PAID    PIC 9(4)V99.
           05  WS-UNPAID       PIC 9(4)V99.
           05  WS-PAY-STATUS   PIC X(15).
           05  WS-FOUND-SW     PIC X.
               88  FOUND                       VALUE 'Y'.
           05  WS-PAID-CT      PIC 9(3)        VALUE ZERO.
           05  WS-HELD-CT      PIC 9(3)        VALUE ZERO.
           05  WS-EARNED-TOT   PIC 9(6)V99     VALUE ZERO.
           05  WS-BEFORE-TOT   PIC 9(6)V99     VALUE ZERO.
           05  WS-PAID-TOT     PIC 9(6)V99     VALUE ZERO.
           05  WS-HELD-TOT     PIC 9(6)V99     VALUE ZERO.
       01  REG-HEADER-1.
           05  FILLER          PIC X(28)       VALUE
                                   "COMMISSION PAYOUT REGISTER  ".
           05  FILLER          PIC X(14)       VALUE "PAID THROUGH: ".
           05  RH-MM           PIC 99.
           05  FILLER          PIC X           VALUE "/".
           05  RH-DD           PIC 99.
           05  FILLER          PIC X           VALUE "/".
           05  RH-YYYY         PIC 9(4).
       01  REG-COLUMNS.
           05  FILLER          PIC X(7)        VALUE "SALE NO".
           05  FILLER          PIC X(17)       VALUE "NAME".
           05  FILLER          PIC X(6)        VALUE "EMP".
           05  FILLER          PIC X(11)       VALUE "   EARNED".
           05  FILLER          PIC X(11)       VALUE "PAID PREV".
           05  FILLER          PIC X(11)       VALUE " PAID NOW".
           05  FILLER          PIC X(6)        VALUE "STATUS".
       01  REG-DETAIL.
           05  RD-SALE-NO      PIC X(5).
           05  FILLER          PIC X(2)        VALUE SPACES.
           05  RD-NAME         PIC X(15).
           05  FILLER          PIC X(2)        VALUE SPACES.
           05  RD-EMP-ID       PIC X(4).
           05  FILLER          PIC X(2)        VALUE SPACES.
           05  RD-EARNED       PIC $$,$$9.99.
           05  FILLER          PIC X(2)        VALUE SPACES.
           05  RD-BEFORE       PIC $$,$$9.99.
           05  FILLER          PIC X(2)        VALUE SPACES.
           05  RD-PAID         PIC $$,$$9.99.
           05  FILLER          PIC X(2)        VALUE SPACES.
           05  RD-STATUS       PIC X(15).
       01  REG-TOTAL-LINE.
           05  RT-LABEL        PIC X(26).
           05  RT-AMOUNT       PIC $$$$,$$9.99.
       PROCEDURE DIVISION.
       000-MAIN.
           DISPLAY 'ENTER COMMISSION CHECK DATE (YYYYMMDD):'
           ACCEPT WS-CHECK-DATE
           PERFORM UNTIL FUNCTION INTEGER-OF-DATE(WS-CHECK-DATE)
                   > ZERO
               DISPLAY 'INVALID DATE.'
               DISPLAY 'ENTER COMMISSION CHECK DATE (YYYYMMDD):'
               ACCEPT WS-CHECK-DATE
           END-PERFORM
           PERFORM 050-LOAD-XREF
           PERFORM 060-LOAD-SALESPER
           PERFORM 070-LOAD-EMP-MASTER
           PERFORM 080-LOAD-OFFCYCLE-BATCH
           OPEN INPUT COMM-MSTR
           IF WS-MSTR-STATUS NOT = "00"
               DISPLAY 'SALESNEW.DAT NOT ON FILE - RUN STOPPED.'
               STOP RUN
           END-IF
           OPEN OUTPUT HOLD-FILE
                       REPORT-FILE
           PERFORM 090-OPEN-OFFCYCLE
           PERFORM 150-WRITE-HEADINGS
           PERFORM 100-READ-MASTER UNTIL EOF-SWITCH = 'Y'
           PERFORM 400-WRITE-TOTALS
           CLOSE COMM-MSTR
                 HOLD-FILE
                 OFFCYCLE-FILE
                 REPORT-FILE
           PERFORM 500-REPLACE-MASTER

           DISPLAY WS-PAID-CT ' COMMISSION PAYMENTS WRITTEN, '
               WS-HELD-CT ' HELD.'
           DISPLAY 'RUN PROG4 OFF-CYCLE (O) TO PAY THEM.'
           STOP RUN.
      * LOADS THE SALESPERSON-TO-EMPLOYEE CROSS-REFERENCE. WITHOUT
      * IT NOTHING CAN BE PAID.
       050-LOAD-XREF.
           OPEN INPUT XREF-FILE
           IF WS-XREF-STATUS NOT = "00"
               MOVE 'Y' TO XR-EOF-SWITCH
               DISPLAY 'WARNING: SALESXREF.DAT NOT ON FILE -'
                   ' NO COMMISSION CAN BE PAID.'
           END-IF
           PERFORM UNTIL XR-EOF-SWITCH = 'Y'
               READ XREF-FILE
                   AT END
                       MOVE 'Y' TO XR-EOF-SWITCH
                   NOT AT END
                       IF XR-COUNT < 200
                           ADD 1 TO XR-COUNT
                           MOVE XR-SP-NO  TO XR-T-SP-NO(XR-COUNT)
                           MOVE XR-EMP-ID TO XR-T-EMP-ID(XR-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-XREF-STATUS NOT = "35"
               CLOSE XREF-FILE
           END-IF.
      * LOADS THE SALESPERSON NAMES FOR THE REGISTER.
       060-LOAD-SALESPER.
           OPEN INPUT SALESPER-FILE
           IF WS-SP-STATUS NOT = "00"
               MOVE 'Y' TO SP-EOF-SWITCH
           END-IF
           PERFORM UNTIL SP-EOF-SWITCH = 'Y'
               READ SALESPER-FILE
                   AT END
                       MOVE 'Y' TO SP-EOF-SWITCH
                   NOT AT END
                       IF SP-COUNT < 200
                           ADD 1 TO SP-COUNT
                           MOVE SP-NO   TO SP-T-NO(SP-COUNT)
                           MOVE SP-NAME TO SP-T-NAME(SP-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-SP-STATUS NOT = "35"
               CLOSE SALESPER-FILE
           END-IF.
      * LOADS THE PAYROLL EMPLOYEE IDS SO A CROSS-REFERENCE POINTING
      * AT NOBODY IS CAUGHT HERE RATHER THAN AT PROG4. NO FILE MEANS
      * THE CHECK IS LEFT TO PROG4'S OFF-CYCLE EDIT.
       070-LOAD-EMP-MASTER.
           OPEN INPUT EMP-FILE
           IF WS-EMP-STATUS NOT = "00"
               MOVE 'Y' TO EMP-EOF-SWITCH
           END-IF
           PERFORM UNTIL EMP-EOF-SWITCH = 'Y'
               READ EMP-FILE
                   AT END
                       MOVE 'Y' TO EMP-EOF-SWITCH
                   NOT AT END
                       IF EMP-COUNT < 500
                           ADD 1 TO EMP-COUNT
                           MOVE EM-EMP-ID TO ET-EMP-ID(EMP-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-EMP-STATUS NOT = "35"
               CLOSE EMP-FILE
           END-IF.
      * LOADS THE EMPLOYEES ALREADY IN THE OFF-CYCLE BATCH.
       080-LOAD-OFFCYCLE-BATCH.
           OPEN INPUT OFFCYCLE-FILE
           IF WS-OFC-STATUS NOT = "00"
               MOVE 'Y' TO OFC-EOF-SWITCH
           END-IF
           PERFORM UNTIL OFC-EOF-SWITCH = 'Y'
               READ OFFCYCLE-FILE
                   AT END
                       MOVE 'Y' TO OFC-EOF-SWITCH
                   NOT AT END
                       IF BT-COUNT < 500
                           ADD 1 TO BT-COUNT
                           MOVE OC-EMP-ID TO BT-EMP-ID(BT-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-OFC-STATUS NOT = "35"
               CLOSE OFFCYCLE-FILE
           END-IF.
      * THE BATCH ACCUMULATES UNTIL PROG4'S OFF-CYCLE RUN PAYS IT AND
      * EMPTIES IT, KEEPING ONLY ROWS HELD FOR THE NEXT BATCH; THE
      * FIRST ROW OF A NEW BATCH CREATES THE FILE.
       090-OPEN-OFFCYCLE.
           OPEN EXTEND OFFCYCLE-FILE
           IF WS-OFC-STATUS NOT = "00"
               OPEN OUTPUT OFFCYCLE-FILE
           END-IF.
       100-READ-MASTER.
           READ COMM-MSTR
               AT END
                   MOVE 'Y' TO EOF-SWITCH
               NOT AT END
                   PERFORM 200-PAY-ONE-SALESPERSON
                   WRITE HOLD-REC FROM NEW-REC
           END-READ.
       150-WRITE-HEADINGS.
           MOVE WS-CHECK-MM   TO RH-MM
           MOVE WS-CHECK-DD   TO RH-DD
           MOVE WS-CHECK-YYYY TO RH-YYYY
           WRITE REPORT-REC FROM REG-HEADER-1
               AFTER ADVANCING PAGE
           WRITE REPORT-REC FROM REG-COLUMNS
               AFTER ADVANCING 2 LINES
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
               AFTER ADVANCING 1 LINE.
      * ONE SALESPERSON: THE UNPAID COMMISSION PAYS WHEN THE SALE
      * NUMBER CROSS-REFERENCES TO A KNOWN EMPLOYEE WHO IS NOT
      * ALREADY IN THE BATCH. A PAYMENT MARKS THE MASTER PAID UP TO
      * THE COMMISSION EARNED AND STAMPS THE CHECK DATE.
       200-PAY-ONE-SALESPERSON.
           IF N-COMM-PAID IS NUMERIC
               MOVE N-COMM-PAID TO WS-COMM-PAID
           ELSE
               MOVE ZERO TO WS-COMM-PAID
                            N-COMM-PAID
                            N-PAID-THRU
           END-IF
           IF N-COMM > WS-COMM-PAID
               COMPUTE WS-UNPAID = N-COMM - WS-COMM-PAID
           ELSE
               MOVE ZERO TO WS-UNPAID
           END-IF
           MOVE N-SALE-NO TO RD-SALE-NO
           MOVE SPACES TO RD-NAME WS-PAY-EMP-ID
           MOVE ZERO TO WS-SALE-SP-NO
           IF N-SALE-NO(1:2) = '00' AND N-SALE-NO(3:3) IS NUMERIC
               MOVE N-SALE-NO(3:3) TO WS-SALE-SP-NO
               PERFORM VARYING SP-INDX FROM 1 BY 1
                       UNTIL SP-INDX > SP-COUNT
                   IF SP-T-NO(SP-INDX) = WS-SALE-SP-NO
                       MOVE SP-T-NAME(SP-INDX) TO RD-NAME
                   END-IF
               END-PERFORM
               PERFORM VARYING XR-INDX FROM 1 BY 1
                       UNTIL XR-INDX > XR-COUNT
                   IF XR-T-SP-NO(XR-INDX) = WS-SALE-SP-NO
                       MOVE XR-T-EMP-ID(XR-INDX) TO WS-PAY-EMP-ID
                   END-IF
               END-PERFORM
           END-IF
           MOVE WS-PAY-EMP-ID TO RD-EMP-ID
           MOVE N-COMM        TO RD-EARNED
           MOVE WS-COMM-PAID  TO RD-BEFORE
           MOVE ZERO          TO RD-PAID
           EVALUATE TRUE
               WHEN WS-UNPAID = ZERO
                   MOVE 'NOTHING DUE' TO WS-PAY-STATUS
               WHEN WS-PAY-EMP-ID = SPACES
                   MOVE 'HELD - NO XREF' TO WS-PAY-STATUS
               WHEN OTHER
                   PERFORM 210-CHECK-EMPLOYEE
           END-EVALUATE
           IF WS-PAY-STATUS = 'PAID'
               PERFORM 300-WRITE-PAYMENT
           ELSE
               IF WS-UNPAID > ZERO
                   ADD 1 TO WS-HELD-CT
                   ADD WS-UNPAID TO WS-HELD-TOT
               END-IF
           END-IF
           MOVE WS-PAY-STATUS TO RD-STATUS
           WRITE REPORT-REC FROM REG-DETAIL
               AFTER ADVANCING 1 LINE
           ADD N-COMM       TO WS-EARNED-TOT
           ADD WS-COMM-PAID TO WS-BEFORE-TOT.
      * THE EMPLOYEE MUST BE ON THE PAYROLL MASTER (WHEN IT IS ON
      * FILE) AND NOT ALREADY HAVE A ROW IN THIS OFF-CYCLE BATCH.
       210-CHECK-EMPLOYEE.
           MOVE 'PAID' TO WS-PAY-STATUS
           IF EMP-COUNT > ZERO
               MOVE 'N' TO WS-FOUND-SW
               PERFORM VARYING EMP-INDX FROM 1 BY 1
                       UNTIL EMP-INDX > EMP-COUNT
                   IF ET-EMP-ID(EMP-INDX) = WS-PAY-EMP-ID
                       MOVE 'Y' TO WS-FOUND-SW
                   END-IF
               END-PERFORM
               IF NOT FOUND
                   MOVE 'HELD - NO EMP' TO WS-PAY-STATUS
               END-IF
           END-IF
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING BT-INDX FROM 1 BY 1
                   UNTIL BT-INDX > BT-COUNT
               IF BT-EMP-ID(BT-INDX) = WS-PAY-EMP-ID
                   MOVE 'Y' TO WS-FOUND-SW
               END-IF
           END-PERFORM
           IF FOUND AND WS-PAY-STATUS = 'PAID'
               MOVE 'HELD - IN BATCH' TO WS-PAY-STATUS
           END-IF
           IF BT-COUNT NOT < 500 AND WS-PAY-STATUS = 'PAID'
               MOVE 'HELD - FULL' TO WS-PAY-STATUS
           END-IF.
      * WRITES THE COMMISSION PAYMENT AND MARKS THE MASTER PAID.
       300-WRITE-PAYMENT.
           MOVE WS-PAY-EMP-ID TO OC-EMP-ID
           MOVE 'C'           TO OC-KIND
           MOVE WS-UNPAID     TO OC-AMOUNT
           WRITE OFFCYCLE-REC
           ADD 1 TO BT-COUNT
           MOVE WS-PAY-EMP-ID TO BT-EMP-ID(BT-COUNT)
           MOVE N-COMM        TO N-COMM-PAID
           MOVE WS-CHECK-DATE TO N-PAID-THRU
           MOVE WS-UNPAID     TO RD-PAID
           ADD 1 TO WS-PAID-CT
           ADD WS-UNPAID TO WS-PAID-TOT.
      * THE REGISTER TOTALS: EARNED TO DATE TIES TO THE ENDING
      * COMMISSION ON THE STATEMENTS, AND EQUALS PAID BEFORE PLUS
      * PAID NOW PLUS WHAT IS STILL UNPAID.
       400-WRITE-TOTALS.
           MOVE 'COMMISSION EARNED TO DATE:' TO RT-LABEL
           MOVE WS-EARNED-TOT TO RT-AMOUNT
           WRITE REPORT-REC FROM REG-TOTAL-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'PAID IN EARLIER PAYOUTS:  ' TO RT-LABEL
           MOVE WS-BEFORE-TOT TO RT-AMOUNT
           WRITE REPORT-REC FROM REG-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'PAID THIS PAYOUT:         ' TO RT-LABEL
           MOVE WS-PAID-TOT TO RT-AMOUNT
           WRITE REPORT-REC FROM REG-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'HELD - STILL UNPAID:      ' TO RT-LABEL
           MOVE WS-HELD-TOT TO RT-AMOUNT
           WRITE REPORT-REC FROM REG-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
      * COPIES THE MARKED-PAID MASTER BACK OVER SALESNEW.DAT.
       500-REPLACE-MASTER.
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT HOLD-FILE
           OPEN OUTPUT COMM-MSTR
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ HOLD-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       WRITE NEW-REC FROM HOLD-REC
               END-READ
           END-PERFORM
           CLOSE HOLD-FILE
                 COMM-MSTR.

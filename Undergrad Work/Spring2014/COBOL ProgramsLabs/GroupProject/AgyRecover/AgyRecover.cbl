       IDENTIFICATION DIVISION.
       PROGRAM-ID. AgyRecover.
       AUTHOR. Brianna Muleski
               Andrew Iverson
       DATE-WRITTEN. 10/13/14
      ******************************************************************
      * Purpose:
      *    Imports the collection agency's remittance file for the
      *    accounts AgyPlace placed with it. The agency reports, per
      *    account, what it collected and the commission it kept, and
      *    sends us a check for the difference. What the customer
      *    paid - the gross - is added to PAYMENTS.DAT behind any
      *    payments already waiting there, under one trailer, the way
      *    LockboxImport adds bank items, so PhaseIII posts it
      *    against the balance and open items like any other
      *    payment. The commission the agency kept is expensed to
      *    GLJOURNAL.DAT as one AGYCOMM pair (collection expense
      *    debit, cash credit), so cash nets to the check received.
      *    The placement ledger carries what each placed account
      *    has recovered, and the collections log gets a note.
      *
      *    Nothing is released unless the file ties out: a header and
      *    trailer, details agreeing with the trailer's count, gross,
      *    commission and net, every account placed with that agency,
      *    and a remittance not already imported (AGYREMREG.DAT).
      *
      * Input:
      *    AGYREMIT.DAT   - agency remittance file: header, one detail
      *                     per account, trailer with the totals
      *    AGYPLACED.DAT  - placement ledger written by AgyPlace
      *    PAYMENTS.DAT   - payments already waiting for PhaseIII
      *    GLMAP.DAT      - GL accounts for source AGYCOMM
      *
      * Output:
      *    PAYMENTS.DAT   - rewritten with the recoveries added
      *    AGYPLACED.DAT  - collected and commission to date updated
      *    GLJOURNAL.DAT  - AGYCOMM pair appended
      *    COLLLOG.DAT    - one recovery note per account
      *    AGYREMREG.DAT  - one row per remittance imported
      *    AGYRECOV.RPT   - detail and the tie-out
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REMIT-FILE ASSIGN TO "AGYREMIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RM-STATUS.
           SELECT PLACED-FILE ASSIGN TO "AGYPLACED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PA-STATUS.
           SELECT PAYMENT-FILE ASSIGN TO "PAYMENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-STATUS.
           SELECT GLMAP-FILE ASSIGN TO "GLMAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "GLJOURNAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.
           SELECT COLLLOG-FILE ASSIGN TO "COLLLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT REMREG-FILE ASSIGN TO "AGYREMREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RR-STATUS.
           SELECT REPORT-FILE ASSIGN TO "AGYRECOV.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      * THE AGENCY'S FILE: AN 'H' HEADER NAMING THE AGENCY, THE
      * REMITTANCE DATE AND ITS CHECK NUMBER, ONE 'D' DETAIL PER
      * ACCOUNT COLLECTED ON, AND A 'T' TRAILER WITH THE COUNT AND
      * THE GROSS, COMMISSION AND NET (CHECK) TOTALS.
       FD  REMIT-FILE.
       01  REMIT-REC.
           05  RM-REC-TYPE     PIC X.
           05  RM-CUST-NO      PIC X(5).
           05  RM-GROSS        PIC 9(6)V99.
           05  RM-COMMISSION   PIC 9(6)V99.
           05  FILLER          PIC X(28).
       01  REMIT-HDR-VIEW REDEFINES REMIT-REC.
           05  RMH-REC-TYPE    PIC X.
           05  RMH-AGENCY      PIC X(5).
           05  RMH-REMIT-DATE  PIC 9(8).
           05  RMH-CHECK-NO    PIC X(8).
           05  FILLER          PIC X(28).
       01  REMIT-TRL-VIEW REDEFINES REMIT-REC.
           05  RMT-REC-TYPE    PIC X.
           05  RMT-COUNT       PIC 9(5).
           05  RMT-GROSS-TOT   PIC 9(8)V99.
           05  RMT-COMM-TOT    PIC 9(8)V99.
           05  RMT-NET-TOT     PIC 9(8)V99.
           05  FILLER          PIC X(14).
       FD  PLACED-FILE.
       01  PLACED-REC.
           05  PA-CUST-NO      PIC X(5).
           05  PA-AGENCY       PIC X(5).
           05  PA-PLACE-DATE   PIC 9(8).
           05  PA-PLACED-AMT   PIC S9(7)V99.
           05  PA-COLLECTED    PIC 9(7)V99.
           05  PA-COMMISSION   PIC 9(7)V99.
           05  PA-LAST-REMIT   PIC 9(8).
       FD  PAYMENT-FILE.
       01  PAY-REC.
           05  P-CUST-NO       PIC X(5).
           05  P-CHECK-NO      PIC X(8).
           05  P-AMT           PIC 9(6)V99.
           05  P-OPERATOR-ID   PIC X(5).
       01  PAY-TRAILER-VIEW REDEFINES PAY-REC.
           05  PTV-ID          PIC X(5).
           05  PTV-LABEL       PIC X(6).
           05  PTV-REC-COUNT   PIC 9(5).
           05  PTV-AMT-TOTAL   PIC 9(8)V99.
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
       FD  COLLLOG-FILE.
       01  COLLLOG-REC.
           05  CL-CUST-NO      PIC X(5).
           05  CL-DATE         PIC 9(8).
           05  CL-COLLECTOR    PIC X(5).
           05  CL-NOTE         PIC X(40).
       FD  REMREG-FILE.
       01  REMREG-REC.
           05  RR-AGENCY       PIC X(5).
           05  RR-CHECK-NO     PIC X(8).
           05  RR-REMIT-DATE   PIC 9(8).
           05  RR-COUNT        PIC 9(5).
           05  RR-GROSS-TOT    PIC 9(8)V99.
           05  RR-COMM-TOT     PIC 9(8)V99.
           05  RR-IMPORT-DATE  PIC 9(8).
       FD  REPORT-FILE.
       01  REPORT-REC          PIC X(80).
       WORKING-STORAGE SECTION.
       01  WORKING-ITEMS.
           05  EOF-SWITCH      PIC X.
           05  WS-RM-STATUS    PIC XX.
           05  WS-PA-STATUS    PIC XX.
           05  WS-PAY-STATUS   PIC XX.
           05  WS-MAP-STATUS   PIC XX.
           05  WS-JRNL-STATUS  PIC XX.
           05  WS-LOG-STATUS   PIC XX.
           05  WS-RR-STATUS    PIC XX.
           05  WS-RUN-DATE     PIC 9(8).
           05  WS-SOURCE       PIC X(8)    VALUE 'AGYCOMM'.
           05  WS-DR-ACCT      PIC X(6).
           05  WS-CR-ACCT      PIC X(6).
           05  WS-MAP-SW       PIC X       VALUE 'N'.
               88  MAP-FOUND               VALUE 'Y'.
           05  WS-AGENCY       PIC X(5)    VALUE SPACES.
           05  WS-REMIT-DATE   PIC 9(8)    VALUE ZERO.
           05  WS-CHECK-NO     PIC X(8)    VALUE SPACES.
           05  WS-HDR-SW       PIC X       VALUE 'N'.
               88  HEADER-FOUND            VALUE 'Y'.
           05  WS-TRL-SW       PIC X       VALUE 'N'.
               88  TRAILER-FOUND           VALUE 'Y'.
           05  WS-AGY-COUNT    PIC 9(5)    VALUE ZERO.
           05  WS-AGY-GROSS    PIC 9(8)V99 VALUE ZERO.
           05  WS-AGY-COMM     PIC 9(8)V99 VALUE ZERO.
           05  WS-AGY-NET      PIC 9(8)V99 VALUE ZERO.
           05  WS-ITEM-COUNT   PIC 9(5)    VALUE ZERO.
           05  WS-ITEM-GROSS   PIC 9(8)V99 VALUE ZERO.
           05  WS-ITEM-COMM    PIC 9(8)V99 VALUE ZERO.
           05  WS-UNPLACED-CT  PIC 9(5)    VALUE ZERO.
           05  WS-PAY-COUNT    PIC 9(5)    VALUE ZERO.
           05  WS-PAY-TOTAL    PIC 9(8)V99 VALUE ZERO.
           05  WS-OLD-TRLR-CT  PIC 9(5)    VALUE ZERO.
           05  WS-OLD-TRLR-AMT PIC 9(8)V99 VALUE ZERO.
           05  WS-OLD-TRLR-SW  PIC X       VALUE 'N'.
               88  OLD-TRAILER-FOUND       VALUE 'Y'.
           05  WS-DUP-SW       PIC X       VALUE 'N'.
               88  ALREADY-IMPORTED        VALUE 'Y'.
           05  WS-RELEASE-SW   PIC X       VALUE 'N'.
               88  RELEASE-OK              VALUE 'Y'.
           05  WS-STOP-REASON  PIC X(40)   VALUE SPACES.
           05  WS-PA-SUB       PIC 9(4).
           05  WS-EDIT-GROSS   PIC ZZZ,ZZ9.99.
           05  WS-EDIT-COMM    PIC ZZZ,ZZ9.99.
      * THE PLACEMENT LEDGER, UPDATED IN THE TABLE AND REWRITTEN
      * WHEN THE REMITTANCE IS RELEASED.
       01  PLACED-TABLE.
           05  PT-COUNT        PIC 9(4)    VALUE ZERO.
           05  PT-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON PT-COUNT
                   INDEXED BY PT-INDX.
               10  PT-REC          PIC X(53).
      * THE AGENCY'S DETAILS, HELD UNTIL THE FILE HAS TIED OUT.
      * RT-PA-SUB POINTS AT THE ACCOUNT'S PLACEMENT LEDGER ROW, ZERO
      * WHEN IT WAS NEVER PLACED WITH THIS AGENCY.
       01  REMIT-ITEM-TABLE.
           05  RT-COUNT        PIC 9(4)    VALUE ZERO.
           05  RT-ENTRY OCCURS 1 TO 1000 TIMES
                   DEPENDING ON RT-COUNT
                   INDEXED BY RT-INDX.
               10  RT-CUST-NO      PIC X(5).
               10  RT-GROSS        PIC 9(6)V99.
               10  RT-COMMISSION   PIC 9(6)V99.
               10  RT-PA-SUB       PIC 9(4).
      * PAYMENTS ALREADY WAITING IN PAYMENTS.DAT, CARRIED FORWARD
      * AHEAD OF THE RECOVERIES WHEN THE FILE IS REWRITTEN.
       01  WAITING-PAY-TABLE.
           05  WP-COUNT        PIC 9(4)    VALUE ZERO.
           05  WP-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WP-COUNT
                   INDEXED BY WP-INDX.
               10  WP-REC          PIC X(26).
       01  PAYMENT-DETAIL.
           05  PD-CUST-NO      PIC X(5).
           05  PD-CHECK-NO     PIC X(8).
           05  PD-AMT          PIC 9(6)V99.
           05  PD-OPERATOR-ID  PIC X(5).
       01  TRAILER-REC.
           05  TR-ID           PIC X(5).
           05  TR-LABEL        PIC X(6).
           05  TR-REC-COUNT    PIC 9(5).
           05  TR-AMT-TOTAL    PIC 9(8)V99.
       01  HD-TITLE.
           05  FILLER          PIC X(6)    VALUE "DATE: ".
           05  HD-MM           PIC 99.
           05  FILLER          PIC X       VALUE "/".
           05  HD-DD           PIC 99.
           05  FILLER          PIC X       VALUE "/".
           05  HD-YEAR         PIC 9(4).
           05  FILLER          PIC X(10)   VALUE SPACES.
           05  FILLER          PIC X(25)   VALUE
                                   "AGENCY RECOVERY REPORT".
       01  HD-REMIT.
           05  FILLER          PIC X(8)    VALUE "AGENCY: ".
           05  HR-AGENCY       PIC X(5).
           05  FILLER          PIC X(15)   VALUE "  REMIT DATE: ".
           05  HR-REMIT-DATE   PIC 9(8).
           05  FILLER          PIC X(9)    VALUE "  CHECK: ".
           05  HR-CHECK-NO     PIC X(8).
       01  HD-COLUMNS.
           05  FILLER          PIC X(7)    VALUE "CUST".
           05  FILLER          PIC X(13)   VALUE "        GROSS".
           05  FILLER          PIC X(13)   VALUE "   COMMISSION".
           05  FILLER          PIC X(13)   VALUE "          NET".
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  FILLER          PIC X(11)   VALUE "DISPOSITION".
       01  RC-DETAIL.
           05  RD-CUST-NO      PIC X(5).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  RD-GROSS        PIC $$$$,$$9.99.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  RD-COMMISSION   PIC $$$$,$$9.99.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  RD-NET          PIC $$$$,$$9.99.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  RD-DISPOSITION  PIC X(20).
       01  RC-TOTAL-LINE.
           05  RTL-LABEL       PIC X(16).
           05  RTL-COUNT       PIC ZZ,ZZ9.
           05  FILLER          PIC X       VALUE SPACE.
           05  RTL-GROSS       PIC $$$,$$$,$$9.99.
           05  FILLER          PIC X       VALUE SPACE.
           05  RTL-COMM        PIC $$$,$$$,$$9.99.
           05  FILLER          PIC X       VALUE SPACE.
           05  RTL-NET         PIC $$$,$$$,$$9.99.
       01  RC-RESULT-LINE.
           05  FILLER          PIC X(8)    VALUE "RESULT: ".
           05  RRL-TEXT        PIC X(60).
      *
       PROCEDURE DIVISION.
       000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM 040-LOAD-GLMAP
           PERFORM 050-LOAD-PLACEMENTS
           PERFORM 100-READ-REMITTANCE
           PERFORM 200-CHECK-TIE-OUT
           IF RELEASE-OK
               PERFORM 300-LOAD-WAITING-PAYMENTS
           END-IF
           IF RELEASE-OK
               PERFORM 400-WRITE-PAYMENTS
               PERFORM 420-SAVE-PLACEMENTS
               PERFORM 440-WRITE-LOG-ROWS
               PERFORM 460-WRITE-GL-PAIR
               PERFORM 480-WRITE-REGISTER
           END-IF
           PERFORM 500-WRITE-REPORT

           IF RELEASE-OK
               DISPLAY 'AGENCY REMITTANCE IMPORTED: ' WS-ITEM-COUNT
                   ' RECOVERIES TO PAYMENTS.DAT.'
           ELSE
               DISPLAY '** REMITTANCE NOT RELEASED - ' WS-STOP-REASON
               DISPLAY '** SEE AGYRECOV.RPT'
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.
      * FINDS THE COLLECTION EXPENSE AND CASH ACCOUNTS FOR SOURCE
      * AGYCOMM. WITH NO MAPPING NOTHING IS RELEASED.
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
      * LOADS THE PLACEMENT LEDGER.
       050-LOAD-PLACEMENTS.
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT PLACED-FILE
           IF WS-PA-STATUS NOT = "00"
               MOVE 'Y' TO EOF-SWITCH
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ PLACED-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       IF PT-COUNT < 2000
                           ADD 1 TO PT-COUNT
                           MOVE PLACED-REC TO PT-REC(PT-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PA-STATUS NOT = "35"
               CLOSE PLACED-FILE
           END-IF.
      * READS THE AGENCY FILE, TOTALING EVERY DETAIL AND MATCHING
      * EACH TO ITS PLACEMENT.
       100-READ-REMITTANCE.
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT REMIT-FILE
           IF WS-RM-STATUS NOT = "00"
               MOVE 'Y' TO EOF-SWITCH
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ REMIT-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       EVALUATE RM-REC-TYPE
                           WHEN 'H'
                               SET HEADER-FOUND TO TRUE
                               MOVE RMH-AGENCY     TO WS-AGENCY
                               MOVE RMH-REMIT-DATE TO WS-REMIT-DATE
                               MOVE RMH-CHECK-NO   TO WS-CHECK-NO
                           WHEN 'T'
                               SET TRAILER-FOUND TO TRUE
                               MOVE RMT-COUNT     TO WS-AGY-COUNT
                               MOVE RMT-GROSS-TOT TO WS-AGY-GROSS
                               MOVE RMT-COMM-TOT  TO WS-AGY-COMM
                               MOVE RMT-NET-TOT   TO WS-AGY-NET
                           WHEN 'D'
                               ADD 1 TO WS-ITEM-COUNT
                               ADD RM-GROSS      TO WS-ITEM-GROSS
                               ADD RM-COMMISSION TO WS-ITEM-COMM
                               PERFORM 150-MATCH-ONE-ITEM
                       END-EVALUATE
               END-READ
           END-PERFORM
           IF WS-RM-STATUS NOT = "35"
               CLOSE REMIT-FILE
           END-IF.
      * HOLDS ONE DETAIL AND FINDS THE ACCOUNT'S PLACEMENT WITH THE
      * AGENCY NAMED IN THE HEADER (THE LATEST, IF PLACED MORE THAN
      * ONCE). A COMMISSION LARGER THAN THE GROSS COUNTS AS A BAD
      * DETAIL THE SAME AS AN ACCOUNT NEVER PLACED.
       150-MATCH-ONE-ITEM.
           IF RT-COUNT = 1000
               MOVE 'MORE THAN 1000 DETAILS IN THE FILE'
                   TO WS-STOP-REASON
           ELSE
               ADD 1 TO RT-COUNT
               MOVE RM-CUST-NO    TO RT-CUST-NO(RT-COUNT)
               MOVE RM-GROSS      TO RT-GROSS(RT-COUNT)
               MOVE RM-COMMISSION TO RT-COMMISSION(RT-COUNT)
               MOVE ZERO          TO RT-PA-SUB(RT-COUNT)
               PERFORM VARYING PT-INDX FROM 1 BY 1
                       UNTIL PT-INDX > PT-COUNT
                   MOVE PT-REC(PT-INDX) TO PLACED-REC
                   IF PA-CUST-NO = RM-CUST-NO
                      AND PA-AGENCY = WS-AGENCY
                       SET WS-PA-SUB TO PT-INDX
                       MOVE WS-PA-SUB TO RT-PA-SUB(RT-COUNT)
                   END-IF
               END-PERFORM
               IF RM-COMMISSION > RM-GROSS
                   MOVE ZERO TO RT-PA-SUB(RT-COUNT)
               END-IF
               IF RT-PA-SUB(RT-COUNT) = ZERO
                   ADD 1 TO WS-UNPLACED-CT
               END-IF
           END-IF.
      * THE FILE IS RELEASED ONLY IF IT HAS A HEADER AND A TRAILER,
      * THE DETAILS AGREE WITH THE TRAILER, EVERY ACCOUNT WAS PLACED
      * WITH THIS AGENCY, AND THIS REMITTANCE HAS NOT BEEN IMPORTED
      * BEFORE.
       200-CHECK-TIE-OUT.
           PERFORM 250-CHECK-REGISTER
           EVALUATE TRUE
               WHEN WS-STOP-REASON NOT = SPACES
                   CONTINUE
               WHEN NOT MAP-FOUND
                   MOVE 'NO AGYCOMM MAPPING IN GLMAP.DAT'
                       TO WS-STOP-REASON
               WHEN NOT HEADER-FOUND OR NOT TRAILER-FOUND
                   MOVE 'REMITTANCE MISSING HEADER OR TRAILER'
                       TO WS-STOP-REASON
               WHEN ALREADY-IMPORTED
                   MOVE 'REMITTANCE ALREADY IMPORTED'
                       TO WS-STOP-REASON
               WHEN WS-ITEM-COUNT NOT = WS-AGY-COUNT
                   MOVE 'DETAIL COUNT DOES NOT MATCH TRAILER'
                       TO WS-STOP-REASON
               WHEN WS-ITEM-GROSS NOT = WS-AGY-GROSS
                  OR WS-ITEM-COMM NOT = WS-AGY-COMM
                   MOVE 'DETAILS DO NOT TIE TO TRAILER TOTALS'
                       TO WS-STOP-REASON
               WHEN WS-AGY-GROSS - WS-AGY-COMM NOT = WS-AGY-NET
                   MOVE 'NET DOES NOT EQUAL GROSS LESS COMMISSION'
                       TO WS-STOP-REASON
               WHEN WS-UNPLACED-CT > ZERO
                   MOVE 'ACCOUNT NOT PLACED OR COMMISSION OVER GROSS'
                       TO WS-STOP-REASON
               WHEN OTHER
                   SET RELEASE-OK TO TRUE
           END-EVALUATE.
      * LOOKS FOR THIS AGENCY AND CHECK NUMBER IN THE REGISTER.
       250-CHECK-REGISTER.
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT REMREG-FILE
           IF WS-RR-STATUS NOT = "00"
               MOVE 'Y' TO EOF-SWITCH
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ REMREG-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       IF RR-AGENCY = WS-AGENCY
                          AND RR-CHECK-NO = WS-CHECK-NO
                           SET ALREADY-IMPORTED TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-RR-STATUS NOT = "35"
               CLOSE REMREG-FILE
           END-IF.
      * HOLDS THE PAYMENTS ALREADY WAITING FOR PHASEIII SO THEY ARE
      * KEPT WHEN THE FILE IS REWRITTEN. THEIR OWN TRAILER MUST PROVE
      * FIRST, AS IN LOCKBOXIMPORT.
       300-LOAD-WAITING-PAYMENTS.
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT PAYMENT-FILE
           IF WS-PAY-STATUS NOT = "00"
               MOVE 'Y' TO EOF-SWITCH
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ PAYMENT-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       IF P-CUST-NO = '99999'
                           SET OLD-TRAILER-FOUND TO TRUE
                           MOVE PTV-REC-COUNT TO WS-OLD-TRLR-CT
                           MOVE PTV-AMT-TOTAL TO WS-OLD-TRLR-AMT
                       ELSE
                           IF WP-COUNT < 2000
                               ADD 1 TO WP-COUNT
                               MOVE PAY-REC TO WP-REC(WP-COUNT)
                           END-IF
                           ADD 1 TO WS-PAY-COUNT
                           ADD P-AMT TO WS-PAY-TOTAL
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PAY-STATUS NOT = "35"
               CLOSE PAYMENT-FILE
           END-IF
           IF WS-PAY-COUNT > ZERO
               IF NOT OLD-TRAILER-FOUND
                  OR WS-OLD-TRLR-CT NOT = WS-PAY-COUNT
                  OR WS-OLD-TRLR-AMT NOT = WS-PAY-TOTAL
                  OR WS-PAY-COUNT > 2000
                   MOVE 'PAYMENTS.DAT WAITING FILE OUT OF BALANCE'
                       TO WS-STOP-REASON
                   MOVE 'N' TO WS-RELEASE-SW
               END-IF
           END-IF.
      * REWRITES PAYMENTS.DAT: THE WAITING PAYMENTS, THEN ONE PAYMENT
      * PER RECOVERY FOR THE GROSS THE CUSTOMER PAID, CARRYING THE
      * AGENCY'S CHECK NUMBER UNDER OPERATOR ID AGNCY, THEN ONE
      * TRAILER FOR THE LOT.
       400-WRITE-PAYMENTS.
           OPEN OUTPUT PAYMENT-FILE
           PERFORM VARYING WP-INDX FROM 1 BY 1
                   UNTIL WP-INDX > WP-COUNT
               MOVE WP-REC(WP-INDX) TO PAY-REC
               WRITE PAY-REC
           END-PERFORM
           PERFORM VARYING RT-INDX FROM 1 BY 1
                   UNTIL RT-INDX > RT-COUNT
               IF RT-GROSS(RT-INDX) > ZERO
                   MOVE RT-CUST-NO(RT-INDX) TO PD-CUST-NO
                   MOVE WS-CHECK-NO         TO PD-CHECK-NO
                   MOVE RT-GROSS(RT-INDX)   TO PD-AMT
                   MOVE 'AGNCY'             TO PD-OPERATOR-ID
                   MOVE PAYMENT-DETAIL TO PAY-REC
                   WRITE PAY-REC
                   ADD 1 TO WS-PAY-COUNT
                   ADD RT-GROSS(RT-INDX) TO WS-PAY-TOTAL
               END-IF
           END-PERFORM
           MOVE '99999'      TO TR-ID
           MOVE 'PAYTRL'     TO TR-LABEL
           MOVE WS-PAY-COUNT TO TR-REC-COUNT
           MOVE WS-PAY-TOTAL TO TR-AMT-TOTAL
           MOVE TRAILER-REC  TO PAY-REC
           WRITE PAY-REC
           CLOSE PAYMENT-FILE.
      * ADDS EACH RECOVERY TO ITS PLACEMENT AND REWRITES THE LEDGER.
       420-SAVE-PLACEMENTS.
           PERFORM VARYING RT-INDX FROM 1 BY 1
                   UNTIL RT-INDX > RT-COUNT
               MOVE RT-PA-SUB(RT-INDX) TO WS-PA-SUB
               MOVE PT-REC(WS-PA-SUB) TO PLACED-REC
               ADD RT-GROSS(RT-INDX)      TO PA-COLLECTED
               ADD RT-COMMISSION(RT-INDX) TO PA-COMMISSION
               MOVE WS-REMIT-DATE TO PA-LAST-REMIT
               MOVE PLACED-REC TO PT-REC(WS-PA-SUB)
           END-PERFORM
           OPEN OUTPUT PLACED-FILE
           PERFORM VARYING PT-INDX FROM 1 BY 1
                   UNTIL PT-INDX > PT-COUNT
               MOVE PT-REC(PT-INDX) TO PLACED-REC
               WRITE PLACED-REC
           END-PERFORM
           CLOSE PLACED-FILE.
      * NOTES EACH RECOVERY IN THE COLLECTIONS LOG UNDER THE AGENCY,
      * SO CUSTINQUIRY SHOWS IT WITH THE ACCOUNT.
       440-WRITE-LOG-ROWS.
           OPEN EXTEND COLLLOG-FILE
           IF WS-LOG-STATUS NOT = "00"
               OPEN OUTPUT COLLLOG-FILE
           END-IF
           PERFORM VARYING RT-INDX FROM 1 BY 1
                   UNTIL RT-INDX > RT-COUNT
               MOVE RT-CUST-NO(RT-INDX) TO CL-CUST-NO
               MOVE WS-RUN-DATE         TO CL-DATE
               MOVE WS-AGENCY           TO CL-COLLECTOR
               MOVE RT-GROSS(RT-INDX)      TO WS-EDIT-GROSS
               MOVE RT-COMMISSION(RT-INDX) TO WS-EDIT-COMM
               MOVE SPACES TO CL-NOTE
               STRING 'AGENCY PAID ' DELIMITED BY SIZE
                      WS-EDIT-GROSS  DELIMITED BY SIZE
                      ' COMM '       DELIMITED BY SIZE
                      WS-EDIT-COMM   DELIMITED BY SIZE
                   INTO CL-NOTE
               END-STRING
               WRITE COLLLOG-REC
           END-PERFORM
           CLOSE COLLLOG-FILE.
      * BOOKS THE COMMISSION THE AGENCY KEPT AS ONE AGYCOMM PAIR:
      * COLLECTION EXPENSE DEBIT, CASH CREDIT. THE GROSS ALREADY
      * DEBITS CASH THROUGH PHASEIII'S PAYMENT POSTING, SO CASH NETS
      * TO THE AGENCY'S CHECK.
       460-WRITE-GL-PAIR.
           IF WS-ITEM-COMM > ZERO
               OPEN EXTEND JOURNAL-FILE
               IF WS-JRNL-STATUS NOT = "00"
                   OPEN OUTPUT JOURNAL-FILE
               END-IF
               MOVE WS-RUN-DATE  TO GJ-DATE
               MOVE WS-SOURCE    TO GJ-SOURCE
               MOVE ZERO         TO GJ-STORE
               MOVE WS-ITEM-COMM TO GJ-AMT
               MOVE WS-DR-ACCT   TO GJ-ACCT
               MOVE 'D'          TO GJ-DRCR
               WRITE JOURNAL-REC
               MOVE WS-CR-ACCT   TO GJ-ACCT
               MOVE 'C'          TO GJ-DRCR
               WRITE JOURNAL-REC
               CLOSE JOURNAL-FILE
               DISPLAY 'GL ' WS-SOURCE ' PAIR WRITTEN TO GLJOURNAL.DAT.'
           END-IF.
      * REGISTERS THE REMITTANCE SO THE SAME FILE CANNOT BE IMPORTED
      * TWICE.
       480-WRITE-REGISTER.
           OPEN EXTEND REMREG-FILE
           IF WS-RR-STATUS NOT = "00"
               OPEN OUTPUT REMREG-FILE
           END-IF
           MOVE WS-AGENCY     TO RR-AGENCY
           MOVE WS-CHECK-NO   TO RR-CHECK-NO
           MOVE WS-REMIT-DATE TO RR-REMIT-DATE
           MOVE WS-ITEM-COUNT TO RR-COUNT
           MOVE WS-ITEM-GROSS TO RR-GROSS-TOT
           MOVE WS-ITEM-COMM  TO RR-COMM-TOT
           MOVE WS-RUN-DATE   TO RR-IMPORT-DATE
           WRITE REMREG-REC
           CLOSE REMREG-FILE.
      * LISTS EVERY DETAIL WITH ITS DISPOSITION, THEN THE TIE-OUT.
       500-WRITE-REPORT.
           OPEN OUTPUT REPORT-FILE
           MOVE WS-RUN-DATE(5:2) TO HD-MM
           MOVE WS-RUN-DATE(7:2) TO HD-DD
           MOVE WS-RUN-DATE(1:4) TO HD-YEAR
           WRITE REPORT-REC FROM HD-TITLE
           MOVE WS-AGENCY     TO HR-AGENCY
           MOVE WS-REMIT-DATE TO HR-REMIT-DATE
           MOVE WS-CHECK-NO   TO HR-CHECK-NO
           WRITE REPORT-REC FROM HD-REMIT
               AFTER ADVANCING 1 LINE
           WRITE REPORT-REC FROM HD-COLUMNS
               AFTER ADVANCING 2 LINES
           PERFORM VARYING RT-INDX FROM 1 BY 1
                   UNTIL RT-INDX > RT-COUNT
               MOVE RT-CUST-NO(RT-INDX)    TO RD-CUST-NO
               MOVE RT-GROSS(RT-INDX)      TO RD-GROSS
               MOVE RT-COMMISSION(RT-INDX) TO RD-COMMISSION
               COMPUTE RD-NET = RT-GROSS(RT-INDX)
                              - RT-COMMISSION(RT-INDX)
               EVALUATE TRUE
                   WHEN RT-PA-SUB(RT-INDX) = ZERO
                       MOVE 'NOT PLACED / BAD AMT' TO RD-DISPOSITION
                   WHEN RELEASE-OK
                       MOVE 'POSTED' TO RD-DISPOSITION
                   WHEN OTHER
                       MOVE 'HELD' TO RD-DISPOSITION
               END-EVALUATE
               WRITE REPORT-REC FROM RC-DETAIL
                   AFTER ADVANCING 1 LINE
           END-PERFORM
           MOVE 'AGENCY TRAILER'  TO RTL-LABEL
           MOVE WS-AGY-COUNT      TO RTL-COUNT
           MOVE WS-AGY-GROSS      TO RTL-GROSS
           MOVE WS-AGY-COMM       TO RTL-COMM
           MOVE WS-AGY-NET        TO RTL-NET
           WRITE REPORT-REC FROM RC-TOTAL-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'DETAILS READ'    TO RTL-LABEL
           MOVE WS-ITEM-COUNT     TO RTL-COUNT
           MOVE WS-ITEM-GROSS     TO RTL-GROSS
           MOVE WS-ITEM-COMM      TO RTL-COMM
           IF WS-ITEM-COMM > WS-ITEM-GROSS
               MOVE ZERO TO RTL-NET
           ELSE
               COMPUTE RTL-NET = WS-ITEM-GROSS - WS-ITEM-COMM
           END-IF
           WRITE REPORT-REC FROM RC-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           IF RELEASE-OK
               MOVE 'TIED TO TRAILER - RECOVERIES RELEASED'
                   TO RRL-TEXT
           ELSE
               MOVE SPACES TO RRL-TEXT
               STRING 'NOT RELEASED - ' DELIMITED BY SIZE
                      WS-STOP-REASON    DELIMITED BY SIZE
                   INTO RRL-TEXT
               END-STRING
           END-IF
           WRITE REPORT-REC FROM RC-RESULT-LINE
               AFTER ADVANCING 2 LINES
           CLOSE REPORT-FILE.

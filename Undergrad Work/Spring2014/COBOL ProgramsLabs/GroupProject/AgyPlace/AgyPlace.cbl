       IDENTIFICATION DIVISION.
       PROGRAM-ID. AgyPlace.
       AUTHOR. Brianna Muleski
               Andrew Iverson
       DATE-WRITTEN. 10/13/14
      ******************************************************************
      * Purpose:
      *    Outside collection agency placement run. Seriously
      *    delinquent accounts used to go to the agency by phone and
      *    fax, and nobody could say afterward what had been placed.
      *    The collector picks the collections statuses to place
      *    (CollLog's C, P, W, or N) and the oldest aging bucket an
      *    account must reach, using the same past-due buckets
      *    AgingReport and DunningGen compute from the open-item
      *    file. Every account with a balance that qualifies is
      *    written to the agency file - name, address, balance, and
      *    each unpaid invoice - and flagged placed (collections
      *    status 'A') on MASTER.DAT, so DunningGen and FinCharge
      *    leave it to the agency from then on. Each placement is
      *    recorded in the placement ledger AgyRecover posts the
      *    agency's remittances against, and noted in the
      *    collections log.
      *
      * Input:
      *    MASTER.DAT     - indexed AR master, walked then updated
      *    AROPENITEM.DAT - open items (unpaid invoices, due dates)
      *    Collector ID, agency code, statuses, and bucket from the
      *    console
      *
      * Output:
      *    AGYPLACE.DAT   - file for the agency: header, one 'A' row
      *                     per account followed by its 'I' invoice
      *                     rows, trailer with counts and total
      *    MASTER.DAT     - placed accounts set to status 'A'
      *    AGYPLACED.DAT  - one ledger row per account placed
      *    COLLLOG.DAT    - one placement note per account
      *    AGYPLACE.RPT   - placement listing with totals
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
           SELECT OPENITEM-FILE ASSIGN TO "AROPENITEM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OI-STATUS.
           SELECT AGENCY-FILE ASSIGN TO "AGYPLACE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PLACED-FILE ASSIGN TO "AGYPLACED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PA-STATUS.
           SELECT COLLLOG-FILE ASSIGN TO "COLLLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT REPORT-FILE ASSIGN TO "AGYPLACE.RPT"
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
       FD  OPENITEM-FILE.
       01  OPENITEM-REC.
           05  OI-CUST-NO      PIC X(5).
           05  OI-INVOICE-NO   PIC 9(6).
           05  OI-INV-DATE     PIC 9(8).
           05  OI-DUE-DATE     PIC 9(8).
           05  OI-ORIG-AMT     PIC S9(7)V99.
           05  OI-OPEN-AMT     PIC S9(7)V99.
      * THE FILE SENT TO THE AGENCY: AN 'H' HEADER NAMING THE AGENCY
      * AND PLACEMENT DATE, AN 'A' ROW PER ACCOUNT FOLLOWED BY ITS
      * 'I' INVOICE ROWS, AND A 'T' TRAILER.
       FD  AGENCY-FILE.
       01  AGY-ACCT-REC.
           05  AGA-REC-TYPE    PIC X.
           05  AGA-CUST-NO     PIC X(5).
           05  AGA-CUST-NM     PIC X(20).
           05  AGA-ADDR        PIC X(25).
           05  AGA-CITY        PIC X(15).
           05  AGA-STATE       PIC X(2).
           05  AGA-ZIP         PIC X(5).
           05  AGA-BALANCE     PIC S9(7)V99.
       01  AGY-INV-VIEW REDEFINES AGY-ACCT-REC.
           05  AGI-REC-TYPE    PIC X.
           05  AGI-CUST-NO     PIC X(5).
           05  AGI-INVOICE-NO  PIC 9(6).
           05  AGI-INV-DATE    PIC 9(8).
           05  AGI-DUE-DATE    PIC 9(8).
           05  AGI-ORIG-AMT    PIC S9(7)V99.
           05  AGI-OPEN-AMT    PIC S9(7)V99.
           05  FILLER          PIC X(36).
       01  AGY-HDR-VIEW REDEFINES AGY-ACCT-REC.
           05  AGH-REC-TYPE    PIC X.
           05  AGH-AGENCY      PIC X(5).
           05  AGH-PLACE-DATE  PIC 9(8).
           05  FILLER          PIC X(68).
       01  AGY-TRL-VIEW REDEFINES AGY-ACCT-REC.
           05  AGT-REC-TYPE    PIC X.
           05  AGT-ACCT-COUNT  PIC 9(5).
           05  AGT-INV-COUNT   PIC 9(5).
           05  AGT-BAL-TOTAL   PIC S9(9)V99.
           05  FILLER          PIC X(60).
      * ONE ROW PER ACCOUNT PLACED. AGYRECOVER ADDS EACH REMITTANCE
      * TO PA-COLLECTED AND PA-COMMISSION.
       FD  PLACED-FILE.
       01  PLACED-REC.
           05  PA-CUST-NO      PIC X(5).
           05  PA-AGENCY       PIC X(5).
           05  PA-PLACE-DATE   PIC 9(8).
           05  PA-PLACED-AMT   PIC S9(7)V99.
           05  PA-COLLECTED    PIC 9(7)V99.
           05  PA-COMMISSION   PIC 9(7)V99.
           05  PA-LAST-REMIT   PIC 9(8).
       FD  COLLLOG-FILE.
       01  COLLLOG-REC.
           05  CL-CUST-NO      PIC X(5).
           05  CL-DATE         PIC 9(8).
           05  CL-COLLECTOR    PIC X(5).
           05  CL-NOTE         PIC X(40).
       FD  REPORT-FILE.
       01  REPORT-REC          PIC X(80).
       WORKING-STORAGE SECTION.
       01  WORKING-ITEMS.
           05  EOF-SWITCH      PIC X.
           05  WS-MSTR-STATUS  PIC XX.
           05  WS-OI-STATUS    PIC XX.
           05  WS-PA-STATUS    PIC XX.
           05  WS-LOG-STATUS   PIC XX.
           05  WS-RUN-DATE     PIC 9(8).
           05  WS-RUN-DATE-INT PIC S9(9).
           05  WS-DUE-DATE-INT PIC S9(9).
           05  WS-DAYS-OLD     PIC S9(9).
           05  COLLECTOR-ID    PIC X(5).
           05  WS-AGENCY       PIC X(5).
           05  WS-SEL-STATUSES PIC X(4).
           05  WS-MIN-BUCKET   PIC 9.
               88  VALID-BUCKET            VALUE 1 THRU 3.
           05  WS-ACCT-STATUS  PIC X.
           05  WS-STAT-TALLY   PIC 9(2).
           05  WS-OLDEST       PIC 9.
           05  WS-ANSWER       PIC X.
           05  WS-INV-CT       PIC 9(4).
           05  WS-ACCT-CT      PIC 9(5)    VALUE ZERO.
           05  WS-TOT-INV-CT   PIC 9(5)    VALUE ZERO.
           05  WS-BAL-TOT      PIC S9(9)V99 VALUE ZERO.
           05  WS-EDIT-AMT     PIC Z,ZZZ,ZZ9.99.
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
       01  BUCKET-TOTALS.
           05  BK-CURRENT      PIC S9(8)V99.
           05  BK-30           PIC S9(8)V99.
           05  BK-60           PIC S9(8)V99.
           05  BK-90           PIC S9(8)V99.
       01  HD-TITLE.
           05  FILLER          PIC X(6)    VALUE "DATE: ".
           05  HD-MM           PIC 99.
           05  FILLER          PIC X       VALUE "/".
           05  HD-DD           PIC 99.
           05  FILLER          PIC X       VALUE "/".
           05  HD-YEAR         PIC 9(4).
           05  FILLER          PIC X(10)   VALUE SPACES.
           05  FILLER          PIC X(24)   VALUE
                                   "AGENCY PLACEMENT LISTING".
       01  HD-SELECTION.
           05  FILLER          PIC X(8)    VALUE "AGENCY: ".
           05  HS-AGENCY       PIC X(5).
           05  FILLER          PIC X(12)   VALUE "  STATUSES: ".
           05  HS-STATUSES     PIC X(4).
           05  FILLER          PIC X(20)   VALUE
                                   "  OLDEST BUCKET AT: ".
           05  HS-BUCKET       PIC X(6).
       01  HD-COLUMNS.
           05  FILLER          PIC X(7)    VALUE "CUST".
           05  FILLER          PIC X(22)   VALUE "NAME".
           05  FILLER          PIC X(5)    VALUE "STAT ".
           05  FILLER          PIC X(8)    VALUE "OLDEST  ".
           05  FILLER          PIC X(5)    VALUE "INVS ".
           05  FILLER          PIC X(13)   VALUE "      BALANCE".
       01  PL-DETAIL.
           05  PD-CUST-NO      PIC X(5).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  PD-CUST-NM      PIC X(20).
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  PD-STATUS       PIC X.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  PD-OLDEST       PIC X(6).
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  PD-INV-CT       PIC ZZZ9.
           05  FILLER          PIC X       VALUE SPACE.
           05  PD-BALANCE      PIC $$,$$$,$$9.99.
       01  PL-TOTAL-LINE.
           05  PT-ACCT-CT      PIC ZZ,ZZ9.
           05  FILLER          PIC X(18)   VALUE " ACCOUNTS PLACED, ".
           05  PT-INV-CT       PIC ZZ,ZZ9.
           05  FILLER          PIC X(17)   VALUE " INVOICES  TOTAL ".
           05  PT-BAL-TOT      PIC $$$,$$$,$$9.99.
       01  BUCKET-NAMES.
           05  FILLER          PIC X(18)   VALUE "1-30  31-60 61-90+".
       01  BUCKET-NAME-TABLE REDEFINES BUCKET-NAMES.
           05  BUCKET-NAME     PIC X(6)    OCCURS 3 TIMES.
      *
       PROCEDURE DIVISION.
       000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           PERFORM 070-ACCEPT-SELECTION
           DISPLAY 'PLACE QUALIFYING ACCOUNTS WITH AGENCY '
               WS-AGENCY '? (Y/N):'
           ACCEPT WS-ANSWER
           IF WS-ANSWER NOT = 'Y'
               DISPLAY 'NO ACCOUNTS PLACED.'
               STOP RUN
           END-IF
           PERFORM 150-LOAD-OPEN-ITEMS
           PERFORM 100-OPEN-FILES
           IF WS-MSTR-STATUS NOT = "00"
               DISPLAY 'MASTER.DAT CANNOT BE OPENED.'
               STOP RUN
           END-IF
           PERFORM 180-WRITE-HEADINGS
           PERFORM 200-READ-MASTER UNTIL EOF-SWITCH = 'Y'
           PERFORM 600-WRITE-TOTALS
           PERFORM 700-CLOSE-FILES

           DISPLAY WS-ACCT-CT ' ACCOUNT(S) PLACED WITH ' WS-AGENCY
               ' - SEE AGYPLACE.RPT.'
           STOP RUN.
      * CAPTURES THE COLLECTOR, THE AGENCY, THE STATUSES TO PLACE,
      * AND THE OLDEST BUCKET AN ACCOUNT MUST HAVE REACHED (1 = 1-30,
      * 2 = 31-60, 3 = 61-90+ DAYS PAST DUE). BLANK STATUSES MEANS
      * 'C', ACCOUNTS ALREADY IN COLLECTIONS.
       070-ACCEPT-SELECTION.
           DISPLAY 'ENTER COLLECTOR ID:'
           ACCEPT COLLECTOR-ID
           PERFORM UNTIL COLLECTOR-ID NOT = SPACE
               DISPLAY 'INVALID COLLECTOR ID.'
               DISPLAY 'ENTER COLLECTOR ID:'
               ACCEPT COLLECTOR-ID
           END-PERFORM
           DISPLAY 'ENTER AGENCY CODE:'
           ACCEPT WS-AGENCY
           PERFORM UNTIL WS-AGENCY NOT = SPACE
               DISPLAY 'INVALID AGENCY CODE.'
               DISPLAY 'ENTER AGENCY CODE:'
               ACCEPT WS-AGENCY
           END-PERFORM
           DISPLAY 'ENTER STATUSES TO PLACE (E.G. CW, BLANK = C):'
           ACCEPT WS-SEL-STATUSES
           IF WS-SEL-STATUSES = SPACES
               MOVE 'C' TO WS-SEL-STATUSES
           END-IF
           DISPLAY 'ENTER OLDEST BUCKET (1=1-30 2=31-60 3=61-90+):'
           ACCEPT WS-MIN-BUCKET
           PERFORM UNTIL VALID-BUCKET
               DISPLAY 'INVALID BUCKET.'
               DISPLAY 'ENTER OLDEST BUCKET (1, 2, OR 3):'
               ACCEPT WS-MIN-BUCKET
           END-PERFORM.
      * OPENS THE MASTER FOR A KEYED WALK WITH REWRITES, THE LEDGER
      * FOR EXTEND WITH THE USUAL FIRST-RUN FALLBACK, THE AGENCY FILE
      * AND THE LISTING.
       100-OPEN-FILES.
           MOVE 'N' TO EOF-SWITCH
           OPEN I-O AR-MASTER-FILE
           IF WS-MSTR-STATUS = "00"
               OPEN EXTEND PLACED-FILE
               IF WS-PA-STATUS NOT = "00"
                   OPEN OUTPUT PLACED-FILE
               END-IF
               OPEN OUTPUT AGENCY-FILE
                           REPORT-FILE
               MOVE SPACES      TO AGY-ACCT-REC
               MOVE 'H'         TO AGH-REC-TYPE
               MOVE WS-AGENCY   TO AGH-AGENCY
               MOVE WS-RUN-DATE TO AGH-PLACE-DATE
               WRITE AGY-ACCT-REC
           END-IF.
      * LOADS AROPENITEM.DAT INTO A RUNTIME TABLE SO EACH CUSTOMER'S
      * UNPAID INVOICES CAN BE AGED AND SENT TO THE AGENCY.
       150-LOAD-OPEN-ITEMS.
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
      * WRITES THE LISTING HEADINGS.
       180-WRITE-HEADINGS.
           MOVE WS-RUN-DATE(5:2) TO HD-MM
           MOVE WS-RUN-DATE(7:2) TO HD-DD
           MOVE WS-RUN-DATE(1:4) TO HD-YEAR
           WRITE REPORT-REC FROM HD-TITLE
           MOVE WS-AGENCY       TO HS-AGENCY
           MOVE WS-SEL-STATUSES TO HS-STATUSES
           MOVE BUCKET-NAME(WS-MIN-BUCKET) TO HS-BUCKET
           WRITE REPORT-REC FROM HD-SELECTION
               AFTER ADVANCING 1 LINE
           WRITE REPORT-REC FROM HD-COLUMNS
               AFTER ADVANCING 2 LINES.
      * READS THE MASTER IN KEY ORDER. AN ACCOUNT WITH A BALANCE
      * WHOSE STATUS WAS SELECTED IS AGED; ACCOUNTS ALREADY PLACED
      * ('A') OR MERGED AWAY ('M') NEVER ARE. A BLANK STATUS IS
      * NORMAL ('N').
       200-READ-MASTER.
           READ AR-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO EOF-SWITCH
               NOT AT END
                   MOVE O-COLL-STATUS TO WS-ACCT-STATUS
                   IF WS-ACCT-STATUS = SPACE
                       MOVE 'N' TO WS-ACCT-STATUS
                   END-IF
                   MOVE ZERO TO WS-STAT-TALLY
                   INSPECT WS-SEL-STATUSES TALLYING WS-STAT-TALLY
                       FOR ALL WS-ACCT-STATUS
                   IF O-AMT > ZERO
                      AND WS-STAT-TALLY > ZERO
                      AND WS-ACCT-STATUS NOT = 'A'
                      AND WS-ACCT-STATUS NOT = 'M'
                       PERFORM 300-AGE-CUSTOMER
                       IF WS-OLDEST >= WS-MIN-BUCKET
                           PERFORM 400-PLACE-ACCOUNT
                       END-IF
                   END-IF
           END-READ.
      * BUCKETS EVERY OPEN ITEM BELONGING TO THIS CUSTOMER INTO
      * CURRENT/1-30/31-60/61-90+ BY DAYS PAST ITS DUE DATE,
      * MATCHING AGINGREPORT'S 300-AGE-CUSTOMER, AND NAMES THE
      * OLDEST BUCKET HOLDING A BALANCE (0 WHEN ONLY CURRENT).
       300-AGE-CUSTOMER.
           MOVE ZERO TO BK-CURRENT BK-30 BK-60 BK-90
           PERFORM VARYING OT-INDX FROM 1 BY 1
                   UNTIL OT-INDX > OT-COUNT
               IF OT-CUST-NO(OT-INDX) = O-CUST-NO
                  AND OT-OPEN-AMT(OT-INDX) NOT = ZERO
                   COMPUTE WS-DUE-DATE-INT =
                       FUNCTION INTEGER-OF-DATE
                           (OT-DUE-DATE(OT-INDX))
                   COMPUTE WS-DAYS-OLD =
                       WS-RUN-DATE-INT - WS-DUE-DATE-INT
                   EVALUATE TRUE
                       WHEN WS-DAYS-OLD <= 0
                           ADD OT-OPEN-AMT(OT-INDX) TO BK-CURRENT
                       WHEN WS-DAYS-OLD <= 30
                           ADD OT-OPEN-AMT(OT-INDX) TO BK-30
                       WHEN WS-DAYS-OLD <= 60
                           ADD OT-OPEN-AMT(OT-INDX) TO BK-60
                       WHEN OTHER
                           ADD OT-OPEN-AMT(OT-INDX) TO BK-90
                   END-EVALUATE
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN BK-90 > ZERO
                   MOVE 3 TO WS-OLDEST
               WHEN BK-60 > ZERO
                   MOVE 2 TO WS-OLDEST
               WHEN BK-30 > ZERO
                   MOVE 1 TO WS-OLDEST
               WHEN OTHER
                   MOVE 0 TO WS-OLDEST
           END-EVALUATE.
      * SENDS ONE ACCOUNT TO THE AGENCY: ITS 'A' ROW AND EVERY
      * UNPAID INVOICE, THE LEDGER ROW, THE STATUS FLAG REWRITTEN ON
      * THE MASTER, A COLLECTIONS-LOG NOTE, AND A LISTING LINE.
       400-PLACE-ACCOUNT.
           MOVE 'A'         TO AGA-REC-TYPE
           MOVE O-CUST-NO   TO AGA-CUST-NO
           MOVE O-CUST-NM   TO AGA-CUST-NM
           MOVE O-ADDR      TO AGA-ADDR
           MOVE O-CITY      TO AGA-CITY
           MOVE O-STATE     TO AGA-STATE
           MOVE O-ZIP       TO AGA-ZIP
           MOVE O-AMT       TO AGA-BALANCE
           WRITE AGY-ACCT-REC
           MOVE ZERO TO WS-INV-CT
           PERFORM VARYING OT-INDX FROM 1 BY 1
                   UNTIL OT-INDX > OT-COUNT
               IF OT-CUST-NO(OT-INDX) = O-CUST-NO
                  AND OT-OPEN-AMT(OT-INDX) NOT = ZERO
                   MOVE SPACES TO AGY-ACCT-REC
                   MOVE 'I'                   TO AGI-REC-TYPE
                   MOVE O-CUST-NO             TO AGI-CUST-NO
                   MOVE OT-INVOICE-NO(OT-INDX) TO AGI-INVOICE-NO
                   MOVE OT-INV-DATE(OT-INDX)  TO AGI-INV-DATE
                   MOVE OT-DUE-DATE(OT-INDX)  TO AGI-DUE-DATE
                   MOVE OT-ORIG-AMT(OT-INDX)  TO AGI-ORIG-AMT
                   MOVE OT-OPEN-AMT(OT-INDX)  TO AGI-OPEN-AMT
                   WRITE AGY-ACCT-REC
                   ADD 1 TO WS-INV-CT
               END-IF
           END-PERFORM
           MOVE O-CUST-NO   TO PA-CUST-NO
           MOVE WS-AGENCY   TO PA-AGENCY
           MOVE WS-RUN-DATE TO PA-PLACE-DATE
           MOVE O-AMT       TO PA-PLACED-AMT
           MOVE ZERO        TO PA-COLLECTED
                               PA-COMMISSION
                               PA-LAST-REMIT
           WRITE PLACED-REC
           MOVE WS-ACCT-STATUS TO PD-STATUS
           MOVE 'A' TO O-COLL-STATUS
           REWRITE OLD-REC
           PERFORM 450-WRITE-LOG-ROW
           MOVE O-CUST-NO TO PD-CUST-NO
           MOVE O-CUST-NM TO PD-CUST-NM
           MOVE BUCKET-NAME(WS-OLDEST) TO PD-OLDEST
           MOVE WS-INV-CT TO PD-INV-CT
           MOVE O-AMT     TO PD-BALANCE
           WRITE REPORT-REC FROM PL-DETAIL
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-ACCT-CT
           ADD WS-INV-CT TO WS-TOT-INV-CT
           ADD O-AMT TO WS-BAL-TOT.
      * NOTES THE PLACEMENT IN THE COLLECTIONS LOG UNDER THE
      * COLLECTOR, SO CUSTINQUIRY SHOWS IT WITH THE ACCOUNT.
       450-WRITE-LOG-ROW.
           OPEN EXTEND COLLLOG-FILE
           IF WS-LOG-STATUS NOT = "00"
               OPEN OUTPUT COLLLOG-FILE
           END-IF
           MOVE O-CUST-NO    TO CL-CUST-NO
           MOVE WS-RUN-DATE  TO CL-DATE
           MOVE COLLECTOR-ID TO CL-COLLECTOR
           MOVE O-AMT        TO WS-EDIT-AMT
           MOVE SPACES       TO CL-NOTE
           STRING 'PLACED WITH AGENCY ' DELIMITED BY SIZE
                  WS-AGENCY             DELIMITED BY SPACE
                  ' BAL '               DELIMITED BY SIZE
                  WS-EDIT-AMT           DELIMITED BY SIZE
               INTO CL-NOTE
           END-STRING
           WRITE COLLLOG-REC
           CLOSE COLLLOG-FILE.
      * CLOSES THE AGENCY FILE WITH ITS TRAILER AND THE LISTING WITH
      * ITS TOTALS.
       600-WRITE-TOTALS.
           MOVE SPACES        TO AGY-ACCT-REC
           MOVE 'T'           TO AGT-REC-TYPE
           MOVE WS-ACCT-CT    TO AGT-ACCT-COUNT
           MOVE WS-TOT-INV-CT TO AGT-INV-COUNT
           MOVE WS-BAL-TOT    TO AGT-BAL-TOTAL
           WRITE AGY-ACCT-REC
           MOVE WS-ACCT-CT    TO PT-ACCT-CT
           MOVE WS-TOT-INV-CT TO PT-INV-CT
           MOVE WS-BAL-TOT    TO PT-BAL-TOT
           WRITE REPORT-REC FROM PL-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
      * CLOSES THE FILES.
       700-CLOSE-FILES.
           CLOSE AR-MASTER-FILE
                 PLACED-FILE
                 AGENCY-FILE
                 REPORT-FILE.

      *    the counter. Reads SHIPLOG.DAT, keeps the requested
      *    month's shipment records, groups them by account number,
      *    and prints one invoice per account listing each shipment's
      *    destination zone, service level, weight, hazard surcharge,
      *    and fee, with the month's total. Shipments logged before
      *    zone pricing show no zone or service.
      *    Walk-in CASH shipments are skipped - they already paid.
      *    Each account's billed total is carried as an open balance
      *    row (one per account per month) in ACMEBAL.DAT, and any
      *    line on the invoice - the same discipline the FastMart AR
      *    side runs, scaled to Acme's account base. AcmeReceipts
      *    posts the payments and AcmeAging reports what is owed.
      *    A shipment whose latest tracking status is an exception
      *    is held out of the invoice and kept on ACMEHOLD.DAT; it
      *    is billed on the first later run after the exception is
      *    cleared, dated as shipped.
      *
      * Input:
      *    SHIPLOG.DAT  - dated shipment records from Program1
      *    ACMETRAK.DAT - shipment status events
      *    ACMEHOLD.DAT - shipments held from earlier runs
      *    Billing month entered at the console
      * Output:
      *    INVOICES.RPT - one invoice page per account
      *    ACMEHOLD.DAT - rewritten with the shipments still held
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT BALANCE-FILE ASSIGN TO "ACMEBAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAL-STATUS.
           SELECT TRACK-FILE ASSIGN TO "ACMETRAK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRACK-STATUS.
           SELECT HOLD-FILE ASSIGN TO "ACMEHOLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SHIP-LOG-FILE.
           05  LG-HAZARD        PIC XXX.
           05  LG-SURCHARGE     PIC 99.
           05  LG-SHIPPING      PIC 9(3)V99.
           05  LG-DEST-ZIP      PIC X(5).
           05  LG-ZONE          PIC XX.
           05  LG-SERVICE       PIC X.
           05  LG-FUEL-CHG      PIC 9(3)V99.
           05  LG-TRACK-NO      PIC 9(8).
       FD  INVOICE-FILE.
       01  INVOICE-REC          PIC X(80).
      * OPEN BALANCES CARRIED MONTH TO MONTH: ONE ROW PER ACCOUNT
           05  AB-NAME          PIC X(15).
           05  AB-YYYYMM        PIC 9(6).
           05  AB-OPEN-AMT      PIC 9(5)V99.
      * ONE ROW PER STATUS EVENT ON A SHIPMENT, IN THE ORDER THEY
      * HAPPEN. TE-STATUS 'X' IS AN EXCEPTION.
       FD  TRACK-FILE.
       01  TRACK-REC.
           05  TE-TRACK-NO      PIC 9(8).
           05  TE-DATE          PIC 9(8).
           05  TE-TIME          PIC 9(4).
           05  TE-STATUS        PIC X.
           05  TE-LOCATION      PIC X(20).
           05  TE-SIGNER        PIC X(20).
           05  TE-NOTE          PIC X(25).
      * SHIPMENTS HELD OUT OF BILLING WHILE IN EXCEPTION.
       FD  HOLD-FILE.
       01  HOLD-REC.
           05  HL-TRACK-NO      PIC 9(8).
       WORKING-STORAGE SECTION.
       01  WORKING-ITEMS.
           05  EOF-SWITCH       PIC X       VALUE 'N'.
           05  BAL-EOF-SWITCH   PIC X       VALUE 'N'.
           05  WS-PAST-DUE      PIC 9(6)V99.
           05  WS-AB-SUB        PIC 9(3).
           05  WS-TRACK-STATUS  PIC XX.
           05  WS-HOLD-STATUS   PIC XX.
           05  WS-HELD-BEFORE   PIC X.
           05  WS-LAST-STATUS   PIC X.
           05  WS-RELEASED-CT   PIC 9(4)    VALUE ZERO.
      * LATEST TRACKING STATUS OF EACH SHIPMENT THIS RUN CAN BILL -
      * THE BILLING MONTH'S AND THOSE HELD BY EARLIER RUNS.
       01  TRACK-STATUS-TABLE.
           05  TS-COUNT         PIC 9(4)    VALUE ZERO.
           05  TS-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON TS-COUNT
                   INDEXED BY TS-INDX.
               10  TS-TRACK-NO      PIC 9(8).
               10  TS-STATUS        PIC X.
      * SHIPMENTS HELD BY EARLIER RUNS, AND THOSE HELD AFTER THIS ONE.
       01  OLD-HOLD-TABLE.
           05  OH-COUNT         PIC 9(4)    VALUE ZERO.
           05  OH-ENTRY OCCURS 1 TO 1000 TIMES
                   DEPENDING ON OH-COUNT
                   INDEXED BY OH-INDX.
               10  OH-TRACK-NO      PIC 9(8).
       01  NEW-HOLD-TABLE.
           05  NH-COUNT         PIC 9(4)    VALUE ZERO.
           05  NH-ENTRY OCCURS 1 TO 1000 TIMES
                   DEPENDING ON NH-COUNT
                   INDEXED BY NH-INDX.
               10  NH-TRACK-NO      PIC 9(8).
       01  SHIPMENT-TABLE.
           05  SH-COUNT         PIC 9(3)    VALUE ZERO.
           05  SH-ENTRY OCCURS 1 TO 500 TIMES
               10  SH-WEIGHT        PIC 99V99.
               10  SH-SURCHARGE     PIC 99.
               10  SH-FEE           PIC 9(3)V99.
               10  SH-ZONE          PIC XX.
               10  SH-SERVICE       PIC X.
       01  WS-SWAP-ENTRY.
           05  FILLER           PIC X(44).
       01  BALANCE-TABLE.
           05  AB-COUNT         PIC 9(3)    VALUE ZERO.
           05  AB-ENTRY OCCURS 1 TO 500 TIMES
           05  IH-YEAR          PIC 9(4).
       01  INV-COLUMNS.
           05  FILLER           PIC X(8)    VALUE "DATE    ".
           05  FILLER           PIC X(6)    VALUE "ZONE  ".
           05  FILLER           PIC X(9)    VALUE "SERVICE".
           05  FILLER           PIC X(6)    VALUE SPACES.
           05  FILLER           PIC X(6)    VALUE "WEIGHT".
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(9)    VALUE "SURCHARGE".
           05  ID-MM            PIC 99.
           05  FILLER           PIC X       VALUE "/".
           05  ID-DD            PIC 99.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  ID-ZONE          PIC XX.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  ID-SERVICE       PIC X(9).
           05  FILLER           PIC X(6)    VALUE SPACES.
           05  ID-WEIGHT        PIC Z9.99.
           05  FILLER           PIC X(6)    VALUE SPACES.
               ACCEPT WS-BILL-MONTH
           END-PERFORM
           PERFORM 050-LOAD-BALANCES
           PERFORM 060-LOAD-HOLDS
           PERFORM 065-LIST-BILLABLE-SHIPMENTS
           PERFORM 070-LOAD-TRACK-STATUS
           PERFORM 100-LOAD-MONTH-SHIPMENTS
           PERFORM 150-SAVE-HOLDS
           PERFORM 200-SORT-BY-ACCOUNT
           PERFORM 300-PRINT-INVOICES
           PERFORM 500-SAVE-BALANCES
           END-PERFORM
           CLOSE BALANCE-FILE.

      * LOADS THE SHIPMENTS HELD OUT OF EARLIER BILLING RUNS.
       060-LOAD-HOLDS.
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT HOLD-FILE
           IF WS-HOLD-STATUS NOT = "00"
               MOVE 'Y' TO EOF-SWITCH
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ HOLD-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       IF OH-COUNT < 1000
                           ADD 1 TO OH-COUNT
                           MOVE HL-TRACK-NO TO OH-TRACK-NO(OH-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-HOLD-STATUS NOT = "35"
               CLOSE HOLD-FILE
           END-IF.
      * LISTS THE TRACKING NUMBERS THIS RUN CAN BILL: EVERY HELD
      * SHIPMENT, AND EVERY TRACKED ACCOUNT SHIPMENT IN THE BILLING
      * MONTH. ONLY THESE NEED THEIR LATEST STATUS.
       065-LIST-BILLABLE-SHIPMENTS.
           PERFORM VARYING OH-INDX FROM 1 BY 1
                   UNTIL OH-INDX > OH-COUNT
               MOVE OH-TRACK-NO(OH-INDX) TO LG-TRACK-NO
               PERFORM 068-ADD-TRACK-STATUS
           END-PERFORM
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT SHIP-LOG-FILE
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ SHIP-LOG-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       IF LG-REC-TYPE = 'S'
                          AND LG-ACCT NOT = 'CASH '
                          AND LG-DATE(1:6) = WS-BILL-MONTH
                          AND LG-TRACK-NO IS NUMERIC
                          AND LG-TRACK-NO > ZERO
                           PERFORM 068-ADD-TRACK-STATUS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SHIP-LOG-FILE.
      * ADDS THE TRACKING NUMBER IN LG-TRACK-NO, WITH NO STATUS YET.
       068-ADD-TRACK-STATUS.
           IF TS-COUNT = 2000
               DISPLAY 'TRACKING TABLE FULL - RUN STOPPED.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO TS-COUNT
           MOVE LG-TRACK-NO TO TS-TRACK-NO(TS-COUNT)
           MOVE SPACE       TO TS-STATUS(TS-COUNT).
      * KEEPS THE LATEST STATUS EVENT OF EACH SHIPMENT LISTED.
       070-LOAD-TRACK-STATUS.
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT TRACK-FILE
           IF WS-TRACK-STATUS NOT = "00"
               MOVE 'Y' TO EOF-SWITCH
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ TRACK-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       SET TS-INDX TO 1
                       SEARCH TS-ENTRY
                           WHEN TS-TRACK-NO(TS-INDX) = TE-TRACK-NO
                               MOVE TE-STATUS TO TS-STATUS(TS-INDX)
                       END-SEARCH
               END-READ
           END-PERFORM
           IF WS-TRACK-STATUS NOT = "35"
               CLOSE TRACK-FILE
           END-IF
           MOVE 'N' TO EOF-SWITCH.
      * KEEPS THE BILLING MONTH'S SHIPMENT RECORDS FOR THE BILLED
      * ACCOUNTS, PLUS SHIPMENTS FROM EARLIER MONTHS HELD BY AN
      * EARLIER RUN. CASH WALK-INS ALREADY PAID AT THE COUNTER.
      * A SHIPMENT IN EXCEPTION IS HELD INSTEAD OF BILLED; ONE HELD
      * FROM A LATER MONTH THAN THE ONE BEING RUN STAYS HELD.
       100-LOAD-MONTH-SHIPMENTS.
           OPEN INPUT SHIP-LOG-FILE
           PERFORM UNTIL EOF-SWITCH = 'Y'
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       IF LG-REC-TYPE = 'S'
                          AND LG-ACCT NOT = 'CASH '
                           PERFORM 120-CHECK-HOLD
                           PERFORM 110-SELECT-SHIPMENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SHIP-LOG-FILE.
      * BILLS, HOLDS OR SKIPS THE SHIPMENT JUST READ.
       110-SELECT-SHIPMENT.
           IF LG-DATE(1:6) = WS-BILL-MONTH
              OR (WS-HELD-BEFORE = 'Y'
                  AND LG-DATE(1:6) < WS-BILL-MONTH)
               IF WS-LAST-STATUS = 'X'
                   PERFORM 130-HOLD-SHIPMENT
               ELSE
                   IF SH-COUNT < 500
                       IF WS-HELD-BEFORE = 'Y'
                           ADD 1 TO WS-RELEASED-CT
                       END-IF
                       ADD 1 TO SH-COUNT
                       MOVE LG-ACCT      TO SH-ACCT(SH-COUNT)
                       MOVE LG-NAME      TO SH-NAME(SH-COUNT)
                       MOVE LG-DATE      TO SH-DATE(SH-COUNT)
                       MOVE LG-WEIGHT    TO SH-WEIGHT(SH-COUNT)
                       MOVE LG-SURCHARGE TO SH-SURCHARGE(SH-COUNT)
                       MOVE LG-SHIPPING  TO SH-FEE(SH-COUNT)
                       MOVE LG-ZONE      TO SH-ZONE(SH-COUNT)
                       MOVE LG-SERVICE   TO SH-SERVICE(SH-COUNT)
                   END-IF
               END-IF
           ELSE
               IF WS-HELD-BEFORE = 'Y'
                   PERFORM 130-HOLD-SHIPMENT
               END-IF
           END-IF.
      * FINDS WHETHER THE SHIPMENT WAS HELD BY AN EARLIER RUN AND
      * ITS LATEST TRACKING STATUS.
       120-CHECK-HOLD.
           MOVE 'N' TO WS-HELD-BEFORE
           MOVE SPACE TO WS-LAST-STATUS
           IF LG-TRACK-NO IS NUMERIC AND LG-TRACK-NO > ZERO
               PERFORM VARYING OH-INDX FROM 1 BY 1
                       UNTIL OH-INDX > OH-COUNT
                   IF OH-TRACK-NO(OH-INDX) = LG-TRACK-NO
                       MOVE 'Y' TO WS-HELD-BEFORE
                   END-IF
               END-PERFORM
               SET TS-INDX TO 1
               SEARCH TS-ENTRY
                   WHEN TS-TRACK-NO(TS-INDX) = LG-TRACK-NO
                       MOVE TS-STATUS(TS-INDX) TO WS-LAST-STATUS
               END-SEARCH
           END-IF.
      * HOLDS A SHIPMENT OVER TO A LATER RUN.
       130-HOLD-SHIPMENT.
           IF NH-COUNT < 1000
               ADD 1 TO NH-COUNT
               MOVE LG-TRACK-NO TO NH-TRACK-NO(NH-COUNT)
           END-IF.
      * REWRITES THE HOLD FILE WITH THE SHIPMENTS STILL HELD.
       150-SAVE-HOLDS.
           OPEN OUTPUT HOLD-FILE
           PERFORM VARYING NH-INDX FROM 1 BY 1
                   UNTIL NH-INDX > NH-COUNT
               MOVE NH-TRACK-NO(NH-INDX) TO HL-TRACK-NO
               WRITE HOLD-REC
           END-PERFORM
           CLOSE HOLD-FILE
           IF NH-COUNT > ZERO
               DISPLAY NH-COUNT ' SHIPMENT(S) HELD IN EXCEPTION.'
           END-IF
           IF WS-RELEASED-CT > ZERO
               DISPLAY WS-RELEASED-CT ' HELD SHIPMENT(S) RELEASED '
                   'TO THIS BILLING.'
           END-IF.
      * PUTS THE MONTH'S SHIPMENTS INTO ACCOUNT ORDER WITH A SIMPLE
      * BUBBLE SORT SO EACH ACCOUNT'S SHIPMENTS PRINT TOGETHER.
       200-SORT-BY-ACCOUNT.
               MOVE SH-WEIGHT(WS-SHIP-SUB)    TO ID-WEIGHT
               MOVE SH-SURCHARGE(WS-SHIP-SUB) TO ID-SURCHARGE
               MOVE SH-FEE(WS-SHIP-SUB)       TO ID-FEE
               MOVE SH-ZONE(WS-SHIP-SUB)      TO ID-ZONE
               EVALUATE SH-SERVICE(WS-SHIP-SUB)
                   WHEN 'G'
                       MOVE 'GROUND'    TO ID-SERVICE
                   WHEN 'E'
                       MOVE 'EXPRESS'   TO ID-SERVICE
                   WHEN 'O'
                       MOVE 'OVERNIGHT' TO ID-SERVICE
                   WHEN OTHER
                       MOVE SPACES      TO ID-SERVICE
               END-EVALUATE
               WRITE INVOICE-REC FROM INV-DETAIL
                   AFTER ADVANCING 1 LINE
               ADD SH-FEE(WS-SHIP-SUB) TO WS-ACCT-TOTAL

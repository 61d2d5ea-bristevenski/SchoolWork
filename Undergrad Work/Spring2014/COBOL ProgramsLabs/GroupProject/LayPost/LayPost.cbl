       IDENTIFICATION DIVISION.
       PROGRAM-ID. LayPost.
       AUTHOR. Brianna Muleski
               Andrew Iverson
       DATE-WRITTEN. 10/13/14
      ******************************************************************
      * Purpose:
      *    Nightly layaway posting run. Closes every layaway the
      *    counter has released (a pickup row on the payment ledger)
      *    as picked up, and cancels every open layaway past its
      *    expiry date that is not paid in full: the restocking fee
      *    (a percentage of the amount paid, with a floor, never more
      *    than was paid) is kept, the rest is refunded by the
      *    office, and the held stock is free again for sale the
      *    moment the row is no longer open. Every payment-ledger row
      *    not yet journaled is then booked to the GL as one pair per
      *    source: deposits and installments into the customer-
      *    deposit liability (LAYDEP), deposits applied to a pickup
      *    (LAYPICK), restocking fees kept (LAYFEE) and refunds owed
      *    (LAYREF). Any of the four sources missing from GLMAP.DAT
      *    stops the run before anything is touched.
      *
      * Input:
      *    LAYAWAY.DAT  - layaway ledger from the entry sessions
      *    LAYPAY.DAT   - layaway payment ledger
      *    LAYCTL.DAT   - restocking fee percent and floor
      *    GLMAP.DAT    - GL accounts for the four layaway sources
      *
      * Output:
      *    LAYAWAY.DAT   - rewritten with pickups and cancellations
      *    LAYPAY.DAT    - rewritten with fee and refund rows added
      *                    and every row flagged journaled
      *    GLJOURNAL.DAT - one pair per layaway source appended
      *    LAYPOST.RPT   - posting register
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LAYAWAY-FILE ASSIGN TO "LAYAWAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LAY-STATUS.
           SELECT LAYPAY-FILE ASSIGN TO "LAYPAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LYP-STATUS.
           SELECT LAYCTL-FILE ASSIGN TO "LAYCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LCT-STATUS.
           SELECT GLMAP-FILE ASSIGN TO "GLMAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "GLJOURNAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.
           SELECT REPORT-FILE ASSIGN TO "LAYPOST.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      * STATUS 'O' OPEN, 'P' PICKED UP, 'C' CANCELLED ON EXPIRY.
       FD  LAYAWAY-FILE.
       01  LAYAWAY-REC.
           05  LA-LAY-NO       PIC 9(6).
           05  LA-CUST-NO      PIC X(5).
           05  LA-CUST-NM      PIC X(20).
           05  LA-ITEM-NO      PIC X(4).
           05  LA-ITEM-DES     PIC X(15).
           05  LA-UNIT-PR      PIC 9(4)V99.
           05  LA-QNT          PIC 9(3).
           05  LA-TOTAL        PIC 9(7)V99.
           05  LA-OPEN-DATE    PIC 9(8).
           05  LA-EXPIRE-DATE  PIC 9(8).
           05  LA-STATUS       PIC X.
           05  LA-STORE-NO     PIC 9(2).
           05  LA-OPERATOR     PIC X(5).
           05  LA-CLOSE-DATE   PIC 9(8).
           05  LA-FEE          PIC 9(5)V99.
      * TYPE 'D' DEPOSIT, 'I' INSTALLMENT, 'U' PICKUP, 'F' FEE,
      * 'X' REFUND. GL FLAG 'N' UNTIL THE ROW IS JOURNALED.
       FD  LAYPAY-FILE.
       01  LAYPAY-REC.
           05  LY-LAY-NO       PIC 9(6).
           05  LY-CUST-NO      PIC X(5).
           05  LY-DATE         PIC 9(8).
           05  LY-TYPE         PIC X.
           05  LY-AMT          PIC 9(7)V99.
           05  LY-TENDER       PIC X.
           05  LY-OPERATOR     PIC X(5).
           05  LY-STORE-NO     PIC 9(2).
           05  LY-GL-FLAG      PIC X.
       FD  LAYCTL-FILE.
       01  LAYCTL-REC.
           05  LCT-MIN-DEP-PCT PIC V99.
           05  LCT-TERM-DAYS   PIC 9(3).
           05  LCT-FEE-PCT     PIC V99.
           05  LCT-FEE-MIN     PIC 9(3)V99.
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
       FD  REPORT-FILE.
       01  REPORT-REC          PIC X(80).
       WORKING-STORAGE SECTION.
       01  WORKING-ITEMS.
           05  EOF-SWITCH      PIC X.
           05  WS-LAY-STATUS   PIC XX.
           05  WS-LYP-STATUS   PIC XX.
           05  WS-LCT-STATUS   PIC XX.
           05  WS-MAP-STATUS   PIC XX.
           05  WS-JRNL-STATUS  PIC XX.
           05  WS-RUN-DATE     PIC 9(8).
           05  WS-FULL-SW      PIC X       VALUE 'N'.
               88  LEDGER-FULL             VALUE 'Y'.
           05  WS-MISSING-SW   PIC X       VALUE 'N'.
               88  MAP-MISSING             VALUE 'Y'.
           05  WS-LT-SUB       PIC 9(4).
           05  WS-LT-FOUND     PIC 9(4).
           05  WS-PT-SUB       PIC 9(4).
           05  WS-GS-SUB       PIC 9.
           05  WS-FEE          PIC 9(7)V99.
           05  WS-REFUND       PIC 9(7)V99.
           05  WS-PICKUP-CT    PIC 9(4)    VALUE ZERO.
           05  WS-CANCEL-CT    PIC 9(4)    VALUE ZERO.
           05  WS-NEW-TYPE     PIC X.
           05  WS-NEW-AMT      PIC 9(7)V99.
           05  LAY-FEE-PCT     PIC V99     VALUE .10.
           05  LAY-FEE-MIN     PIC 9(3)V99 VALUE 5.00.
      * THE FOUR LAYAWAY GL SOURCES, EACH WITH ITS ACCOUNTS FROM
      * GLMAP.DAT AND THE AMOUNT TO BOOK THIS RUN.
       01  GL-SOURCE-NAMES.
           05  FILLER          PIC X(32)   VALUE
               "LAYDEP  LAYPICK LAYFEE  LAYREF  ".
       01  GL-SOURCE-VIEW REDEFINES GL-SOURCE-NAMES.
           05  GS-NAME OCCURS 4 TIMES PIC X(8).
       01  GL-SOURCE-TABLE.
           05  GS-ENTRY OCCURS 4 TIMES.
               10  GS-DR-ACCT      PIC X(6).
               10  GS-CR-ACCT      PIC X(6).
               10  GS-FOUND-SW     PIC X.
               10  GS-TOT          PIC 9(9)V99.
       01  LAYAWAY-TABLE.
           05  LT-COUNT        PIC 9(4)    VALUE ZERO.
           05  LT-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON LT-COUNT
                   INDEXED BY LT-INDX.
               10  LT-LAY-NO       PIC 9(6).
               10  LT-CUST-NO      PIC X(5).
               10  LT-CUST-NM      PIC X(20).
               10  LT-ITEM-NO      PIC X(4).
               10  LT-ITEM-DES     PIC X(15).
               10  LT-UNIT-PR      PIC 9(4)V99.
               10  LT-QNT          PIC 9(3).
               10  LT-TOTAL        PIC 9(7)V99.
               10  LT-OPEN-DATE    PIC 9(8).
               10  LT-EXPIRE-DATE  PIC 9(8).
               10  LT-STATUS       PIC X.
               10  LT-STORE-NO     PIC 9(2).
               10  LT-OPERATOR     PIC X(5).
               10  LT-CLOSE-DATE   PIC 9(8).
               10  LT-FEE          PIC 9(5)V99.
               10  LT-PAID         PIC 9(7)V99.
       01  PAYMENT-TABLE.
           05  PT-COUNT        PIC 9(4)    VALUE ZERO.
           05  PT-ENTRY OCCURS 1 TO 9000 TIMES
                   DEPENDING ON PT-COUNT
                   INDEXED BY PT-INDX.
               10  PT-LAY-NO       PIC 9(6).
               10  PT-CUST-NO      PIC X(5).
               10  PT-DATE         PIC 9(8).
               10  PT-TYPE         PIC X.
               10  PT-AMT          PIC 9(7)V99.
               10  PT-TENDER       PIC X.
               10  PT-OPERATOR     PIC X(5).
               10  PT-STORE-NO     PIC 9(2).
               10  PT-GL-FLAG      PIC X.
       01  HD-TITLE.
           05  FILLER          PIC X(6)    VALUE "DATE: ".
           05  HD-MM           PIC 99.
           05  FILLER          PIC X       VALUE "/".
           05  HD-DD           PIC 99.
           05  FILLER          PIC X       VALUE "/".
           05  HD-YEAR         PIC 9(4).
           05  FILLER          PIC X(10)   VALUE SPACES.
           05  FILLER          PIC X(24)   VALUE
                                   "LAYAWAY POSTING REGISTER".
       01  HD-COLUMNS.
           05  FILLER          PIC X(8)    VALUE "LAYAWAY".
           05  FILLER          PIC X(7)    VALUE "CUST".
           05  FILLER          PIC X(21)   VALUE "NAME".
           05  FILLER          PIC X(10)   VALUE "ACTION".
           05  FILLER          PIC X(11)   VALUE "       PAID".
           05  FILLER          PIC X(11)   VALUE "        FEE".
           05  FILLER          PIC X(11)   VALUE "     REFUND".
       01  POST-DETAIL.
           05  PD-LAY-NO       PIC 9(6).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  PD-CUST-NO      PIC X(5).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  PD-CUST-NM      PIC X(20).
           05  FILLER          PIC X       VALUE SPACE.
           05  PD-ACTION       PIC X(9).
           05  PD-PAID         PIC ZZZ,ZZ9.99.
           05  FILLER          PIC X       VALUE SPACE.
           05  PD-FEE          PIC ZZZ,ZZ9.99.
           05  FILLER          PIC X       VALUE SPACE.
           05  PD-REFUND       PIC ZZZ,ZZ9.99.
       01  COUNT-FOOTER.
           05  PF-PICKUP-CT    PIC ZZZ9.
           05  FILLER          PIC X(14)   VALUE " PICKED UP,  ".
           05  PF-CANCEL-CT    PIC ZZZ9.
           05  FILLER          PIC X(21)   VALUE
                                   " CANCELLED ON EXPIRY".
       01  GL-FOOTER.
           05  FILLER          PIC X(10)   VALUE "JOURNALED ".
           05  GF-SOURCE       PIC X(8).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  GF-AMT          PIC $$$,$$$,$$9.99.
      *
       PROCEDURE DIVISION.
       000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM 040-READ-LAYAWAY-CTL
           PERFORM 045-LOAD-GLMAP
           IF MAP-MISSING
               DISPLAY 'NOTHING POSTED.'
               STOP RUN
           END-IF
           PERFORM 050-LOAD-LAYAWAYS
           PERFORM 060-LOAD-PAYMENTS
           IF LEDGER-FULL
               DISPLAY 'LAYAWAY LEDGERS TOO LARGE FOR THE RUN TABLES -'
                   ' NOTHING POSTED.'
               STOP RUN
           END-IF
           PERFORM 100-OPEN-REPORT
           PERFORM 200-APPLY-PAYMENTS
               VARYING WS-PT-SUB FROM 1 BY 1
               UNTIL WS-PT-SUB > PT-COUNT
           PERFORM 300-EXPIRE-LAYAWAYS
               VARYING WS-LT-SUB FROM 1 BY 1
               UNTIL WS-LT-SUB > LT-COUNT
           PERFORM 400-TOTAL-UNPOSTED
               VARYING WS-PT-SUB FROM 1 BY 1
               UNTIL WS-PT-SUB > PT-COUNT
           PERFORM 450-WRITE-GL-PAIRS
           PERFORM 500-SAVE-LAYAWAYS
           PERFORM 550-SAVE-PAYMENTS
           PERFORM 600-WRITE-FOOTER

           DISPLAY WS-PICKUP-CT ' LAYAWAYS PICKED UP, '
               WS-CANCEL-CT ' CANCELLED ON EXPIRY.'
           DISPLAY '--END OF LAYAWAY POSTING--'
           STOP RUN.
      * READS THE RESTOCKING FEE PERCENT AND FLOOR FROM THE LAYAWAY
      * CONTROL FILE. A MISSING FILE LEAVES THE 10 PERCENT, $5.00
      * DEFAULTS STANDING.
       040-READ-LAYAWAY-CTL.
           OPEN INPUT LAYCTL-FILE
           IF WS-LCT-STATUS = "00"
               READ LAYCTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LCT-FEE-PCT IS NUMERIC
                           MOVE LCT-FEE-PCT TO LAY-FEE-PCT
                       END-IF
                       IF LCT-FEE-MIN IS NUMERIC
                           MOVE LCT-FEE-MIN TO LAY-FEE-MIN
                       END-IF
               END-READ
               CLOSE LAYCTL-FILE
           END-IF.
      * FINDS THE DEBIT AND CREDIT ACCOUNTS FOR EACH LAYAWAY SOURCE.
      * EVERY SOURCE MUST BE MAPPED - A CANCELLATION OR PICKUP MUST
      * NOT CHANGE THE LEDGER WITHOUT ITS JOURNAL ENTRY.
       045-LOAD-GLMAP.
           PERFORM VARYING WS-GS-SUB FROM 1 BY 1
                   UNTIL WS-GS-SUB > 4
               MOVE 'N'  TO GS-FOUND-SW(WS-GS-SUB)
               MOVE ZERO TO GS-TOT(WS-GS-SUB)
           END-PERFORM
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
                       PERFORM VARYING WS-GS-SUB FROM 1 BY 1
                               UNTIL WS-GS-SUB > 4
                           IF GM-SOURCE = GS-NAME(WS-GS-SUB)
                              AND GM-DEPT = ZERO
                               MOVE GM-DR-ACCT TO
                                   GS-DR-ACCT(WS-GS-SUB)
                               MOVE GM-CR-ACCT TO
                                   GS-CR-ACCT(WS-GS-SUB)
                               MOVE 'Y' TO GS-FOUND-SW(WS-GS-SUB)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           IF WS-MAP-STATUS NOT = "35"
               CLOSE GLMAP-FILE
           END-IF
           PERFORM VARYING WS-GS-SUB FROM 1 BY 1
                   UNTIL WS-GS-SUB > 4
               IF GS-FOUND-SW(WS-GS-SUB) = 'N'
                   DISPLAY 'NO ' GS-NAME(WS-GS-SUB)
                       ' MAPPING IN GLMAP.DAT.'
                   SET MAP-MISSING TO TRUE
               END-IF
           END-PERFORM.
      * LOADS EVERY LAYAWAY ROW, OPEN OR CLOSED, SO THE LEDGER CAN
      * BE REWRITTEN WHOLE.
       050-LOAD-LAYAWAYS.
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT LAYAWAY-FILE
           IF WS-LAY-STATUS NOT = "00"
               MOVE 'Y' TO EOF-SWITCH
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ LAYAWAY-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       IF LT-COUNT < 2000
                           ADD 1 TO LT-COUNT
                           MOVE LA-LAY-NO      TO LT-LAY-NO(LT-COUNT)
                           MOVE LA-CUST-NO     TO LT-CUST-NO(LT-COUNT)
                           MOVE LA-CUST-NM     TO LT-CUST-NM(LT-COUNT)
                           MOVE LA-ITEM-NO     TO LT-ITEM-NO(LT-COUNT)
                           MOVE LA-ITEM-DES    TO
                               LT-ITEM-DES(LT-COUNT)
                           MOVE LA-UNIT-PR     TO LT-UNIT-PR(LT-COUNT)
                           MOVE LA-QNT         TO LT-QNT(LT-COUNT)
                           MOVE LA-TOTAL       TO LT-TOTAL(LT-COUNT)
                           MOVE LA-OPEN-DATE   TO
                               LT-OPEN-DATE(LT-COUNT)
                           MOVE LA-EXPIRE-DATE TO
                               LT-EXPIRE-DATE(LT-COUNT)
                           MOVE LA-STATUS      TO LT-STATUS(LT-COUNT)
                           MOVE LA-STORE-NO    TO
                               LT-STORE-NO(LT-COUNT)
                           MOVE LA-OPERATOR    TO
                               LT-OPERATOR(LT-COUNT)
                           MOVE LA-CLOSE-DATE  TO
                               LT-CLOSE-DATE(LT-COUNT)
                           MOVE LA-FEE         TO LT-FEE(LT-COUNT)
                           MOVE ZERO           TO LT-PAID(LT-COUNT)
                       ELSE
                           SET LEDGER-FULL TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LAY-STATUS NOT = "35"
               CLOSE LAYAWAY-FILE
           END-IF.
      * LOADS EVERY PAYMENT-LEDGER ROW, JOURNALED OR NOT, SO THE
      * LEDGER CAN BE REWRITTEN WHOLE WITH THE NEW ROWS ADDED.
       060-LOAD-PAYMENTS.
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT LAYPAY-FILE
           IF WS-LYP-STATUS NOT = "00"
               MOVE 'Y' TO EOF-SWITCH
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ LAYPAY-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       IF PT-COUNT < 5000
                           ADD 1 TO PT-COUNT
                           MOVE LY-LAY-NO   TO PT-LAY-NO(PT-COUNT)
                           MOVE LY-CUST-NO  TO PT-CUST-NO(PT-COUNT)
                           MOVE LY-DATE     TO PT-DATE(PT-COUNT)
                           MOVE LY-TYPE     TO PT-TYPE(PT-COUNT)
                           MOVE LY-AMT      TO PT-AMT(PT-COUNT)
                           MOVE LY-TENDER   TO PT-TENDER(PT-COUNT)
                           MOVE LY-OPERATOR TO PT-OPERATOR(PT-COUNT)
                           MOVE LY-STORE-NO TO PT-STORE-NO(PT-COUNT)
                           MOVE LY-GL-FLAG  TO PT-GL-FLAG(PT-COUNT)
                       ELSE
                           SET LEDGER-FULL TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LYP-STATUS NOT = "35"
               CLOSE LAYPAY-FILE
           END-IF.
      * OPENS THE REGISTER AND WRITES THE HEADINGS.
       100-OPEN-REPORT.
           OPEN OUTPUT REPORT-FILE
           MOVE WS-RUN-DATE(5:2) TO HD-MM
           MOVE WS-RUN-DATE(7:2) TO HD-DD
           MOVE WS-RUN-DATE(1:4) TO HD-YEAR
           WRITE REPORT-REC FROM HD-TITLE
           WRITE REPORT-REC FROM HD-COLUMNS
               AFTER ADVANCING 2 LINES.
      * APPLIES ONE PAYMENT-LEDGER ROW TO ITS LAYAWAY: DEPOSITS AND
      * INSTALLMENTS ADD TO THE AMOUNT PAID, AND A PICKUP CLOSES A
      * STILL-OPEN LAYAWAY AS PICKED UP ON THE PICKUP DATE.
       200-APPLY-PAYMENTS.
           PERFORM 250-FIND-LAYAWAY
           IF WS-LT-FOUND > ZERO
               EVALUATE PT-TYPE(WS-PT-SUB)
                   WHEN 'D'
                   WHEN 'I'
                       ADD PT-AMT(WS-PT-SUB) TO LT-PAID(WS-LT-FOUND)
                   WHEN 'U'
                       IF LT-STATUS(WS-LT-FOUND) = 'O'
                           MOVE 'P' TO LT-STATUS(WS-LT-FOUND)
                           MOVE PT-DATE(WS-PT-SUB) TO
                               LT-CLOSE-DATE(WS-LT-FOUND)
                           ADD 1 TO WS-PICKUP-CT
                           MOVE ZERO TO WS-FEE WS-REFUND
                           MOVE 'PICKED UP' TO PD-ACTION
                           MOVE WS-LT-FOUND TO WS-LT-SUB
                           PERFORM 350-WRITE-DETAIL
                       END-IF
               END-EVALUATE
           END-IF.
      * FINDS THE LAYAWAY A PAYMENT-LEDGER ROW BELONGS TO.
       250-FIND-LAYAWAY.
           MOVE ZERO TO WS-LT-FOUND
           PERFORM VARYING WS-LT-SUB FROM 1 BY 1
                   UNTIL WS-LT-SUB > LT-COUNT
               IF LT-LAY-NO(WS-LT-SUB) = PT-LAY-NO(WS-PT-SUB)
                   MOVE WS-LT-SUB TO WS-LT-FOUND
               END-IF
           END-PERFORM.
      * CANCELS AN OPEN LAYAWAY PAST ITS EXPIRY DATE THAT IS STILL
      * OWED MONEY. A PAID-UP LAYAWAY IS THE CUSTOMER'S MERCHANDISE
      * AND WAITS FOR PICKUP HOWEVER LATE. THE FEE AND REFUND ROWS GO
      * ON THE PAYMENT LEDGER UNJOURNALED, SO THE GL PASS BOOKS THEM
      * WITH EVERYTHING ELSE.
       300-EXPIRE-LAYAWAYS.
           IF LT-STATUS(WS-LT-SUB) = 'O'
              AND LT-EXPIRE-DATE(WS-LT-SUB) < WS-RUN-DATE
              AND LT-PAID(WS-LT-SUB) < LT-TOTAL(WS-LT-SUB)
               COMPUTE WS-FEE ROUNDED =
                   LT-PAID(WS-LT-SUB) * LAY-FEE-PCT
               IF WS-FEE < LAY-FEE-MIN
                   MOVE LAY-FEE-MIN TO WS-FEE
               END-IF
               IF WS-FEE > LT-PAID(WS-LT-SUB)
                   MOVE LT-PAID(WS-LT-SUB) TO WS-FEE
               END-IF
               COMPUTE WS-REFUND = LT-PAID(WS-LT-SUB) - WS-FEE
               MOVE 'C'         TO LT-STATUS(WS-LT-SUB)
               MOVE WS-RUN-DATE TO LT-CLOSE-DATE(WS-LT-SUB)
               MOVE WS-FEE      TO LT-FEE(WS-LT-SUB)
               IF WS-FEE > ZERO
                   MOVE 'F'    TO WS-NEW-TYPE
                   MOVE WS-FEE TO WS-NEW-AMT
                   PERFORM 320-ADD-PAYMENT-ROW
               END-IF
               IF WS-REFUND > ZERO
                   MOVE 'X'       TO WS-NEW-TYPE
                   MOVE WS-REFUND TO WS-NEW-AMT
                   PERFORM 320-ADD-PAYMENT-ROW
               END-IF
               ADD 1 TO WS-CANCEL-CT
               MOVE 'CANCELLED' TO PD-ACTION
               PERFORM 350-WRITE-DETAIL
           END-IF.
      * ADDS ONE FEE OR REFUND ROW TO THE PAYMENT TABLE. A REFUND IS
      * PAID BY OFFICE CHECK; A FEE MOVES NO MONEY.
       320-ADD-PAYMENT-ROW.
           ADD 1 TO PT-COUNT
           MOVE LT-LAY-NO(WS-LT-SUB)   TO PT-LAY-NO(PT-COUNT)
           MOVE LT-CUST-NO(WS-LT-SUB)  TO PT-CUST-NO(PT-COUNT)
           MOVE WS-RUN-DATE            TO PT-DATE(PT-COUNT)
           MOVE WS-NEW-TYPE            TO PT-TYPE(PT-COUNT)
           MOVE WS-NEW-AMT             TO PT-AMT(PT-COUNT)
           IF WS-NEW-TYPE = 'X'
               MOVE 'K'                TO PT-TENDER(PT-COUNT)
           ELSE
               MOVE SPACE              TO PT-TENDER(PT-COUNT)
           END-IF
           MOVE SPACES                 TO PT-OPERATOR(PT-COUNT)
           MOVE LT-STORE-NO(WS-LT-SUB) TO PT-STORE-NO(PT-COUNT)
           MOVE 'N'                    TO PT-GL-FLAG(PT-COUNT).
      * PRINTS ONE REGISTER LINE FOR A PICKUP OR CANCELLATION.
       350-WRITE-DETAIL.
           MOVE LT-LAY-NO(WS-LT-SUB)  TO PD-LAY-NO
           MOVE LT-CUST-NO(WS-LT-SUB) TO PD-CUST-NO
           MOVE LT-CUST-NM(WS-LT-SUB) TO PD-CUST-NM
           MOVE LT-PAID(WS-LT-SUB)    TO PD-PAID
           MOVE WS-FEE                TO PD-FEE
           MOVE WS-REFUND             TO PD-REFUND
           WRITE REPORT-REC FROM POST-DETAIL
               AFTER ADVANCING 1 LINE.
      * ADDS EVERY ROW NOT YET JOURNALED TO ITS SOURCE'S TOTAL AND
      * FLAGS IT JOURNALED.
       400-TOTAL-UNPOSTED.
           IF PT-GL-FLAG(WS-PT-SUB) NOT = 'Y'
               EVALUATE PT-TYPE(WS-PT-SUB)
                   WHEN 'D'
                   WHEN 'I'
                       MOVE 1 TO WS-GS-SUB
                   WHEN 'U'
                       MOVE 2 TO WS-GS-SUB
                   WHEN 'F'
                       MOVE 3 TO WS-GS-SUB
                   WHEN 'X'
                       MOVE 4 TO WS-GS-SUB
                   WHEN OTHER
                       MOVE ZERO TO WS-GS-SUB
               END-EVALUATE
               IF WS-GS-SUB > ZERO
                   ADD PT-AMT(WS-PT-SUB) TO GS-TOT(WS-GS-SUB)
                   MOVE 'Y' TO PT-GL-FLAG(WS-PT-SUB)
               END-IF
           END-IF.
      * APPENDS ONE DEBIT/CREDIT PAIR PER SOURCE WITH AN AMOUNT TO
      * BOOK: LAYDEP CASH TO CUSTOMER DEPOSITS, THEN LAYPICK, LAYFEE
      * AND LAYREF EACH TAKING DEPOSITS BACK OFF THE LIABILITY - TO
      * THE SALE, TO FEE INCOME, AND TO THE REFUND.
       450-WRITE-GL-PAIRS.
           OPEN EXTEND JOURNAL-FILE
           IF WS-JRNL-STATUS NOT = "00"
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           PERFORM VARYING WS-GS-SUB FROM 1 BY 1
                   UNTIL WS-GS-SUB > 4
               IF GS-TOT(WS-GS-SUB) > ZERO
                   MOVE WS-RUN-DATE           TO GJ-DATE
                   MOVE GS-NAME(WS-GS-SUB)    TO GJ-SOURCE
                   MOVE ZERO                  TO GJ-STORE
                   MOVE GS-TOT(WS-GS-SUB)     TO GJ-AMT
                   MOVE GS-DR-ACCT(WS-GS-SUB) TO GJ-ACCT
                   MOVE 'D'                   TO GJ-DRCR
                   WRITE JOURNAL-REC
                   MOVE GS-CR-ACCT(WS-GS-SUB) TO GJ-ACCT
                   MOVE 'C'                   TO GJ-DRCR
                   WRITE JOURNAL-REC
                   DISPLAY 'GL ' GS-NAME(WS-GS-SUB)
                       ' PAIR WRITTEN TO GLJOURNAL.DAT.'
               END-IF
           END-PERFORM
           CLOSE JOURNAL-FILE.
      * REWRITES LAYAWAY.DAT FROM THE TABLE.
       500-SAVE-LAYAWAYS.
           OPEN OUTPUT LAYAWAY-FILE
           PERFORM VARYING WS-LT-SUB FROM 1 BY 1
                   UNTIL WS-LT-SUB > LT-COUNT
               MOVE LT-LAY-NO(WS-LT-SUB)      TO LA-LAY-NO
               MOVE LT-CUST-NO(WS-LT-SUB)     TO LA-CUST-NO
               MOVE LT-CUST-NM(WS-LT-SUB)     TO LA-CUST-NM
               MOVE LT-ITEM-NO(WS-LT-SUB)     TO LA-ITEM-NO
               MOVE LT-ITEM-DES(WS-LT-SUB)    TO LA-ITEM-DES
               MOVE LT-UNIT-PR(WS-LT-SUB)     TO LA-UNIT-PR
               MOVE LT-QNT(WS-LT-SUB)         TO LA-QNT
               MOVE LT-TOTAL(WS-LT-SUB)       TO LA-TOTAL
               MOVE LT-OPEN-DATE(WS-LT-SUB)   TO LA-OPEN-DATE
               MOVE LT-EXPIRE-DATE(WS-LT-SUB) TO LA-EXPIRE-DATE
               MOVE LT-STATUS(WS-LT-SUB)      TO LA-STATUS
               MOVE LT-STORE-NO(WS-LT-SUB)    TO LA-STORE-NO
               MOVE LT-OPERATOR(WS-LT-SUB)    TO LA-OPERATOR
               MOVE LT-CLOSE-DATE(WS-LT-SUB)  TO LA-CLOSE-DATE
               MOVE LT-FEE(WS-LT-SUB)         TO LA-FEE
               WRITE LAYAWAY-REC
           END-PERFORM
           CLOSE LAYAWAY-FILE.
      * REWRITES LAYPAY.DAT FROM THE TABLE.
       550-SAVE-PAYMENTS.
           OPEN OUTPUT LAYPAY-FILE
           PERFORM VARYING WS-PT-SUB FROM 1 BY 1
                   UNTIL WS-PT-SUB > PT-COUNT
               MOVE PT-LAY-NO(WS-PT-SUB)   TO LY-LAY-NO
               MOVE PT-CUST-NO(WS-PT-SUB)  TO LY-CUST-NO
               MOVE PT-DATE(WS-PT-SUB)     TO LY-DATE
               MOVE PT-TYPE(WS-PT-SUB)     TO LY-TYPE
               MOVE PT-AMT(WS-PT-SUB)      TO LY-AMT
               MOVE PT-TENDER(WS-PT-SUB)   TO LY-TENDER
               MOVE PT-OPERATOR(WS-PT-SUB) TO LY-OPERATOR
               MOVE PT-STORE-NO(WS-PT-SUB) TO LY-STORE-NO
               MOVE PT-GL-FLAG(WS-PT-SUB)  TO LY-GL-FLAG
               WRITE LAYPAY-REC
           END-PERFORM
           CLOSE LAYPAY-FILE.
      * CLOSES THE REGISTER WITH THE RUN COUNTS AND THE AMOUNT
      * JOURNALED UNDER EACH SOURCE.
       600-WRITE-FOOTER.
           MOVE WS-PICKUP-CT TO PF-PICKUP-CT
           MOVE WS-CANCEL-CT TO PF-CANCEL-CT
           WRITE REPORT-REC FROM COUNT-FOOTER
               AFTER ADVANCING 3 LINES
           PERFORM VARYING WS-GS-SUB FROM 1 BY 1
                   UNTIL WS-GS-SUB > 4
               MOVE GS-NAME(WS-GS-SUB) TO GF-SOURCE
               MOVE GS-TOT(WS-GS-SUB)  TO GF-AMT
               WRITE REPORT-REC FROM GL-FOOTER
                   AFTER ADVANCING 1 LINE
           END-PERFORM
           CLOSE REPORT-FILE.

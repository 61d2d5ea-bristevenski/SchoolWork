       IDENTIFICATION DIVISION.
       PROGRAM-ID. LoyaltyRpt.
       AUTHOR. Brianna Muleski
               Andrew Iverson
       DATE-WRITTEN. 10/13/14
      ******************************************************************
      * Purpose:
      *    Month-end loyalty points liability report. Rolls the
      *    points activity PhaseII appends (earned, backed out by
      *    returns and voids, converted to certificates) into each
      *    customer's opening points, the month's movement, and the
      *    closing points, and rolls the reward certificate ledger
      *    (issued by PhaseII, redeemed at the GroupProject counter)
      *    into the certificate value still outstanding. Unconverted
      *    points are valued at the certificate rate, so accounting
      *    can book the whole loyalty liability for the month.
      *
      * Input:
      *    LOYALHIST.DAT  - points activity
      *    REWARDCERT.DAT - reward certificate ledger
      *    LOYALCTL.DAT   - certificate threshold and value
      *    MASTER.DAT     - indexed AR master, for the names
      *
      * Output:
      *    LOYALTY.RPT
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOYALHIST-FILE ASSIGN TO "LOYALHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LH-STATUS.
           SELECT REWARDCERT-FILE ASSIGN TO "REWARDCERT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RW-STATUS.
           SELECT LOYALCTL-FILE ASSIGN TO "LOYALCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LC-STATUS.
           SELECT AR-MASTER-FILE ASSIGN TO "MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS O-CUST-NO
               FILE STATUS IS WS-MSTR-STATUS.
           SELECT REPORT-FILE ASSIGN TO "LOYALTY.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  LOYALHIST-FILE.
       01  LOYALHIST-REC.
           05  LH-CUST-NO      PIC X(5).
           05  LH-DATE         PIC 9(8).
           05  LH-TYPE         PIC X.
           05  LH-POINTS       PIC S9(7).
           05  LH-CERT-NO      PIC 9(6).
       FD  REWARDCERT-FILE.
       01  REWARDCERT-REC.
           05  RW-CUST-NO      PIC X(5).
           05  RW-DATE         PIC 9(8).
           05  RW-TYPE         PIC X.
           05  RW-AMT          PIC 9(6)V99.
           05  RW-OPERATOR     PIC X(5).
           05  RW-CERT-NO      PIC 9(6).
       FD  LOYALCTL-FILE.
       01  LOYALCTL-REC.
           05  LC-THRESHOLD    PIC 9(5).
           05  LC-CERT-AMT     PIC 9(4)V99.
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
       FD  REPORT-FILE.
       01  REPORT-REC          PIC X(80).
       WORKING-STORAGE SECTION.
       01  WORKING-ITEMS.
           05  WS-LH-STATUS    PIC XX.
           05  WS-RW-STATUS    PIC XX.
           05  WS-LC-STATUS    PIC XX.
           05  WS-MSTR-STATUS  PIC XX.
           05  WS-EOF-SW       PIC X.
           05  WS-RUN-DATE     PIC 9(8).
           05  WS-REQ-MONTH    PIC 9(6).
           05  WS-RPT-DATE     PIC 9(8).
           05  WS-RPT-DATE-R REDEFINES WS-RPT-DATE.
               10  WS-RPT-YEAR     PIC 9(4).
               10  WS-RPT-MM       PIC 99.
               10  WS-RPT-DD       PIC 99.
           05  WS-CUST-KEY     PIC X(5).
           05  WS-LT-SUB       PIC 9(4).
           05  WS-LT-FOUND     PIC 9(4).
           05  WS-PTS-THRESHOLD PIC 9(5)   VALUE 500.
           05  WS-CERT-AMT     PIC 9(4)V99 VALUE 5.00.
           05  WS-CLOSE-PTS    PIC S9(9).
           05  WS-LISTED-CT    PIC 9(4)    VALUE ZERO.
           05  WS-OPEN-TOT     PIC S9(9)   VALUE ZERO.
           05  WS-EARN-TOT     PIC S9(9)   VALUE ZERO.
           05  WS-BACK-TOT     PIC S9(9)   VALUE ZERO.
           05  WS-CONV-TOT     PIC S9(9)   VALUE ZERO.
           05  WS-CLOSE-TOT    PIC S9(9)   VALUE ZERO.
           05  WS-CERT-TOT     PIC S9(9)V99 VALUE ZERO.
           05  WS-ISSUED-TOT   PIC S9(9)V99 VALUE ZERO.
           05  WS-REDEEM-TOT   PIC S9(9)V99 VALUE ZERO.
           05  WS-PTS-VALUE    PIC S9(9)V99 VALUE ZERO.
           05  WS-LIABILITY-TOT PIC S9(9)V99 VALUE ZERO.
      * ONE ENTRY PER CUSTOMER SEEN ON EITHER LEDGER: POINTS BEFORE
      * THE MONTH, THE MONTH'S MOVEMENT BY KIND, AND THE CERTIFICATE
      * VALUE STILL OUTSTANDING AT MONTH END.
       01  LOYALTY-TABLE.
           05  LT-COUNT        PIC 9(4)    VALUE ZERO.
           05  LT-ENTRY OCCURS 1 TO 3000 TIMES
                   DEPENDING ON LT-COUNT
                   INDEXED BY LT-INDX.
               10  LT-CUST-NO      PIC X(5).
               10  LT-OPEN-PTS     PIC S9(7).
               10  LT-EARNED       PIC S9(7).
               10  LT-BACKED       PIC S9(7).
               10  LT-CONVERTED    PIC S9(7).
               10  LT-CERT-BAL     PIC S9(7)V99.
       01  HD-TITLE.
           05  FILLER          PIC X(6)    VALUE "DATE: ".
           05  HD-MM           PIC 99.
           05  FILLER          PIC X       VALUE "/".
           05  HD-DD           PIC 99.
           05  FILLER          PIC X       VALUE "/".
           05  HD-YEAR         PIC 9(4).
           05  FILLER          PIC X(6)    VALUE SPACES.
           05  FILLER          PIC X(32)   VALUE
                                   "LOYALTY POINTS LIABILITY - MONTH".
           05  FILLER          PIC X       VALUE SPACE.
           05  HD-RPT-MM       PIC 99.
           05  FILLER          PIC X       VALUE "/".
           05  HD-RPT-YEAR     PIC 9(4).
       01  HD-COLUMNS.
           05  FILLER          PIC X(8)    VALUE "CUSTOMER".
           05  FILLER          PIC X(17)   VALUE SPACES.
           05  FILLER          PIC X(9)    VALUE " OPENING ".
           05  FILLER          PIC X(9)    VALUE "  EARNED ".
           05  FILLER          PIC X(9)    VALUE "  BACKED ".
           05  FILLER          PIC X(9)    VALUE " CONVERT ".
           05  FILLER          PIC X(9)    VALUE " CLOSING ".
           05  FILLER          PIC X(10)   VALUE "    CERTS ".
       01  LOY-DETAIL.
           05  LD-CUST-NO      PIC X(5).
           05  FILLER          PIC X       VALUE SPACE.
           05  LD-CUST-NM      PIC X(18).
           05  FILLER          PIC X       VALUE SPACE.
           05  LD-OPEN         PIC ZZZ,ZZ9-.
           05  FILLER          PIC X       VALUE SPACE.
           05  LD-EARNED       PIC ZZZ,ZZ9-.
           05  FILLER          PIC X       VALUE SPACE.
           05  LD-BACKED       PIC ZZZ,ZZ9-.
           05  FILLER          PIC X       VALUE SPACE.
           05  LD-CONVERTED    PIC ZZZ,ZZ9-.
           05  FILLER          PIC X       VALUE SPACE.
           05  LD-CLOSE        PIC ZZZ,ZZ9-.
           05  FILLER          PIC X       VALUE SPACE.
           05  LD-CERT-BAL     PIC $$,$$9.99-.
       01  LOY-TOTAL-LINE.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  LTL-LISTED      PIC ZZZ9.
           05  FILLER          PIC X(15)   VALUE " CUSTOMERS".
           05  LTL-OPEN        PIC ZZZZ,ZZ9-.
           05  LTL-EARNED      PIC ZZZZ,ZZ9-.
           05  LTL-BACKED      PIC ZZZZ,ZZ9-.
           05  LTL-CONVERTED   PIC ZZZZ,ZZ9-.
           05  LTL-CLOSE       PIC ZZZZ,ZZ9-.
           05  LTL-CERT-BAL    PIC $$$,$$9.99-.
       01  LOY-SUMMARY-LINE.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  LS-LABEL        PIC X(40).
           05  LS-AMT          PIC $$$,$$$,$$9.99-.
      *
       PROCEDURE DIVISION.
       000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM 025-SET-MONTH
           PERFORM 050-LOAD-LOYALTY-RULES
           PERFORM 100-ROLL-POINTS-HISTORY
           PERFORM 150-ROLL-CERTIFICATES
           PERFORM 500-WRITE-REPORT

           DISPLAY "LOYALTY LIABILITY REPORT GENERATED!"
           STOP RUN.
      * ESTABLISHES THE MONTH REPORTED. KEYING ZERO REPORTS THE
      * CURRENT MONTH TO DATE; A PRIOR MONTH CAN BE RE-RUN AND
      * REPRODUCES ITS FIGURES, SINCE LATER ACTIVITY IS LEFT OUT.
       025-SET-MONTH.
           DISPLAY 'ENTER REPORT MONTH (YYYYMM, 0=CURRENT MONTH):'
           ACCEPT WS-REQ-MONTH
           IF WS-REQ-MONTH = ZERO
               MOVE WS-RUN-DATE TO WS-RPT-DATE
           ELSE
               MOVE WS-REQ-MONTH TO WS-RPT-DATE(1:6)
           END-IF
           MOVE 1 TO WS-RPT-DD.
      * LOADS THE CERTIFICATE THRESHOLD AND VALUE SO UNCONVERTED
      * POINTS ARE VALUED AT THE RATE THEY WILL CONVERT AT. THE
      * DEFAULT MATCHES PHASEII'S: $5.00 FOR EVERY 500 POINTS.
       050-LOAD-LOYALTY-RULES.
           OPEN INPUT LOYALCTL-FILE
           IF WS-LC-STATUS = "00"
               READ LOYALCTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LC-THRESHOLD > ZERO
                           MOVE LC-THRESHOLD TO WS-PTS-THRESHOLD
                           MOVE LC-CERT-AMT  TO WS-CERT-AMT
                       END-IF
               END-READ
               CLOSE LOYALCTL-FILE
           END-IF.
      * ROLLS THE POINTS ACTIVITY: ROWS BEFORE THE MONTH MAKE UP THE
      * OPENING POINTS, ROWS IN THE MONTH ARE SPREAD BY KIND, AND
      * ROWS AFTER THE MONTH ARE LEFT OUT.
       100-ROLL-POINTS-HISTORY.
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT LOYALHIST-FILE
           IF WS-LH-STATUS NOT = "00"
               DISPLAY 'NO LOYALTY POINTS ACTIVITY ON DISK.'
               MOVE 'Y' TO WS-EOF-SW
           END-IF
           PERFORM UNTIL WS-EOF-SW = 'Y'
               READ LOYALHIST-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       IF LH-DATE(1:6) NOT > WS-RPT-DATE(1:6)
                           MOVE LH-CUST-NO TO WS-CUST-KEY
                           PERFORM 200-FIND-CUSTOMER
                           PERFORM 110-ROLL-POINTS-ROW
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LH-STATUS NOT = "35"
               CLOSE LOYALHIST-FILE
           END-IF.
      * ADDS ONE ACTIVITY ROW INTO ITS CUSTOMER'S ENTRY.
       110-ROLL-POINTS-ROW.
           IF WS-LT-FOUND > ZERO
               IF LH-DATE(1:6) < WS-RPT-DATE(1:6)
                   ADD LH-POINTS TO LT-OPEN-PTS(WS-LT-FOUND)
               ELSE
                   EVALUATE LH-TYPE
                       WHEN 'E'
                           ADD LH-POINTS TO LT-EARNED(WS-LT-FOUND)
                       WHEN 'B'
                           ADD LH-POINTS TO LT-BACKED(WS-LT-FOUND)
                       WHEN OTHER
                           ADD LH-POINTS TO
                               LT-CONVERTED(WS-LT-FOUND)
                   END-EVALUATE
               END-IF
           END-IF.
      * ROLLS THE CERTIFICATE LEDGER THROUGH MONTH END INTO EACH
      * CUSTOMER'S OUTSTANDING CERTIFICATE VALUE, AND TOTALS THE
      * MONTH'S ISSUES AND REDEMPTIONS. A VALUE PUT BACK AT THE
      * COUNTER BY A RETURN OR VOID CARRIES NO CERTIFICATE NUMBER
      * AND NETS AGAINST THE REDEMPTIONS, NOT THE ISSUES.
       150-ROLL-CERTIFICATES.
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT REWARDCERT-FILE
           IF WS-RW-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF-SW
           END-IF
           PERFORM UNTIL WS-EOF-SW = 'Y'
               READ REWARDCERT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       IF RW-DATE(1:6) NOT > WS-RPT-DATE(1:6)
                           MOVE RW-CUST-NO TO WS-CUST-KEY
                           PERFORM 200-FIND-CUSTOMER
                           PERFORM 160-ROLL-CERT-ROW
                       END-IF
               END-READ
           END-PERFORM
           IF WS-RW-STATUS NOT = "35"
               CLOSE REWARDCERT-FILE
           END-IF.
      * ADDS ONE CERTIFICATE ROW INTO ITS CUSTOMER'S ENTRY.
       160-ROLL-CERT-ROW.
           IF WS-LT-FOUND > ZERO
               IF RW-TYPE = 'I'
                   ADD RW-AMT TO LT-CERT-BAL(WS-LT-FOUND)
               ELSE
                   SUBTRACT RW-AMT FROM LT-CERT-BAL(WS-LT-FOUND)
               END-IF
           END-IF
           IF RW-DATE(1:6) = WS-RPT-DATE(1:6)
               EVALUATE TRUE
                   WHEN RW-TYPE = 'I' AND RW-CERT-NO > ZERO
                       ADD RW-AMT TO WS-ISSUED-TOT
                   WHEN RW-TYPE = 'I'
                       SUBTRACT RW-AMT FROM WS-REDEEM-TOT
                   WHEN OTHER
                       ADD RW-AMT TO WS-REDEEM-TOT
               END-EVALUATE
           END-IF.
      * FINDS THE CUSTOMER'S ENTRY, ADDING ONE THE FIRST TIME A
      * CUSTOMER IS SEEN.
       200-FIND-CUSTOMER.
           MOVE ZERO TO WS-LT-FOUND
           PERFORM VARYING WS-LT-SUB FROM 1 BY 1
                   UNTIL WS-LT-SUB > LT-COUNT
               IF LT-CUST-NO(WS-LT-SUB) = WS-CUST-KEY
                   MOVE WS-LT-SUB TO WS-LT-FOUND
               END-IF
           END-PERFORM
           IF WS-LT-FOUND = ZERO AND LT-COUNT < 3000
               ADD 1 TO LT-COUNT
               MOVE WS-CUST-KEY TO LT-CUST-NO(LT-COUNT)
               MOVE ZERO TO LT-OPEN-PTS(LT-COUNT)
                            LT-EARNED(LT-COUNT)
                            LT-BACKED(LT-COUNT)
                            LT-CONVERTED(LT-COUNT)
                            LT-CERT-BAL(LT-COUNT)
               MOVE LT-COUNT TO WS-LT-FOUND
           END-IF.
      * PRINTS ONE LINE PER CUSTOMER WITH POINTS, MOVEMENT, OR
      * CERTIFICATES, THE COLUMN TOTALS, AND THE LIABILITY: CLOSING
      * POINTS VALUED AT THE CERTIFICATE RATE PLUS THE CERTIFICATES
      * NOT YET REDEEMED.
       500-WRITE-REPORT.
           OPEN INPUT AR-MASTER-FILE
           OPEN OUTPUT REPORT-FILE
           MOVE WS-RUN-DATE(5:2) TO HD-MM
           MOVE WS-RUN-DATE(7:2) TO HD-DD
           MOVE WS-RUN-DATE(1:4) TO HD-YEAR
           MOVE WS-RPT-MM        TO HD-RPT-MM
           MOVE WS-RPT-YEAR      TO HD-RPT-YEAR
           WRITE REPORT-REC FROM HD-TITLE
           WRITE REPORT-REC FROM HD-COLUMNS
               AFTER ADVANCING 2 LINES
           PERFORM VARYING LT-INDX FROM 1 BY 1
                   UNTIL LT-INDX > LT-COUNT
               COMPUTE WS-CLOSE-PTS = LT-OPEN-PTS(LT-INDX)
                   + LT-EARNED(LT-INDX) + LT-BACKED(LT-INDX)
                   + LT-CONVERTED(LT-INDX)
               IF WS-CLOSE-PTS NOT = ZERO
                  OR LT-EARNED(LT-INDX) NOT = ZERO
                  OR LT-BACKED(LT-INDX) NOT = ZERO
                  OR LT-CONVERTED(LT-INDX) NOT = ZERO
                  OR LT-CERT-BAL(LT-INDX) NOT = ZERO
                   PERFORM 550-WRITE-CUSTOMER-LINE
               END-IF
           END-PERFORM
           MOVE WS-LISTED-CT TO LTL-LISTED
           MOVE WS-OPEN-TOT  TO LTL-OPEN
           MOVE WS-EARN-TOT  TO LTL-EARNED
           MOVE WS-BACK-TOT  TO LTL-BACKED
           MOVE WS-CONV-TOT  TO LTL-CONVERTED
           MOVE WS-CLOSE-TOT TO LTL-CLOSE
           MOVE WS-CERT-TOT  TO LTL-CERT-BAL
           WRITE REPORT-REC FROM LOY-TOTAL-LINE
               AFTER ADVANCING 2 LINES
           COMPUTE WS-PTS-VALUE ROUNDED =
               WS-CLOSE-TOT * WS-CERT-AMT / WS-PTS-THRESHOLD
           COMPUTE WS-LIABILITY-TOT = WS-PTS-VALUE + WS-CERT-TOT
           MOVE 'CERTIFICATES ISSUED THIS MONTH:' TO LS-LABEL
           MOVE WS-ISSUED-TOT TO LS-AMT
           WRITE REPORT-REC FROM LOY-SUMMARY-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'CERTIFICATES REDEEMED THIS MONTH:' TO LS-LABEL
           MOVE WS-REDEEM-TOT TO LS-AMT
           WRITE REPORT-REC FROM LOY-SUMMARY-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'UNCONVERTED POINTS AT CERTIFICATE RATE:' TO LS-LABEL
           MOVE WS-PTS-VALUE TO LS-AMT
           WRITE REPORT-REC FROM LOY-SUMMARY-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'CERTIFICATES OUTSTANDING:' TO LS-LABEL
           MOVE WS-CERT-TOT TO LS-AMT
           WRITE REPORT-REC FROM LOY-SUMMARY-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'TOTAL LOYALTY LIABILITY:' TO LS-LABEL
           MOVE WS-LIABILITY-TOT TO LS-AMT
           WRITE REPORT-REC FROM LOY-SUMMARY-LINE
               AFTER ADVANCING 2 LINES
           IF WS-MSTR-STATUS NOT = "35"
               CLOSE AR-MASTER-FILE
           END-IF
           CLOSE REPORT-FILE.
      * PRINTS ONE CUSTOMER'S LINE, NAMED FROM THE AR MASTER, AND
      * ADDS IT INTO THE COLUMN TOTALS.
       550-WRITE-CUSTOMER-LINE.
           MOVE LT-CUST-NO(LT-INDX) TO O-CUST-NO
           READ AR-MASTER-FILE
           IF WS-MSTR-STATUS = "00"
               MOVE O-CUST-NM TO LD-CUST-NM
           ELSE
               MOVE 'NOT ON MASTER' TO LD-CUST-NM
           END-IF
           MOVE LT-CUST-NO(LT-INDX)   TO LD-CUST-NO
           MOVE LT-OPEN-PTS(LT-INDX)  TO LD-OPEN
           MOVE LT-EARNED(LT-INDX)    TO LD-EARNED
           MOVE LT-BACKED(LT-INDX)    TO LD-BACKED
           MOVE LT-CONVERTED(LT-INDX) TO LD-CONVERTED
           MOVE WS-CLOSE-PTS          TO LD-CLOSE
           MOVE LT-CERT-BAL(LT-INDX)  TO LD-CERT-BAL
           WRITE REPORT-REC FROM LOY-DETAIL
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LISTED-CT
           ADD LT-OPEN-PTS(LT-INDX)  TO WS-OPEN-TOT
           ADD LT-EARNED(LT-INDX)    TO WS-EARN-TOT
           ADD LT-BACKED(LT-INDX)    TO WS-BACK-TOT
           ADD LT-CONVERTED(LT-INDX) TO WS-CONV-TOT
           ADD WS-CLOSE-PTS          TO WS-CLOSE-TOT
           ADD LT-CERT-BAL(LT-INDX)  TO WS-CERT-TOT.

      *    PAYMENTS.DAT - One record per payment keyed this session,
      *    with a batch trailer record (P-CUST-NO = '99999') carrying
      *    the record count and amount total so PhaseIII can balance
      *    the batch. Payments already waiting in PAYMENTS.DAT for
      *    PhaseIII (the lockbox import's, or an earlier session's)
      *    are carried forward ahead of this session's, and the
      *    trailer covers them all.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYMENT-FILE ASSIGN TO "PAYMENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-STATUS.
           SELECT AR-MASTER-FILE ASSIGN TO "MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
       FILE SECTION.
       FD  PAYMENT-FILE.
       01  PAY-REC                      PIC X(26).
       01  PAY-TRAILER-VIEW REDEFINES PAY-REC.
           05  PTV-ID                   PIC X(5).
           05  PTV-LABEL                PIC X(6).
           05  PTV-REC-COUNT            PIC 9(5).
           05  PTV-AMT-TOTAL            PIC 9(8)V99.
       01  PAY-DETAIL-VIEW REDEFINES PAY-REC.
           05  PDV-CUST-NO              PIC X(5).
           05  PDV-CHECK-NO             PIC X(8).
           05  PDV-AMT                  PIC 9(6)V99.
           05  PDV-OPERATOR-ID          PIC X(5).
       FD  AR-MASTER-FILE.
       01  OLD-REC.
           05  O-CUST-NO                PIC X(5).
           05  WS-OPER-OK-SW            PIC X.
               88  OPERATOR-VALID                VALUE 'Y'.
           05  WS-FUNC-TALLY            PIC 9(2).
           05  WS-PAY-STATUS            PIC XX.
           05  PAY-EOF-SWITCH           PIC X       VALUE 'N'.
           05  WS-OLD-TRLR-SW           PIC X       VALUE 'N'.
               88  OLD-TRAILER-FOUND             VALUE 'Y'.
           05  WS-OLD-TRLR-CT           PIC 9(5)    VALUE ZERO.
           05  WS-OLD-TRLR-AMT          PIC 9(8)V99 VALUE ZERO.
      * PAYMENTS ALREADY IN PAYMENTS.DAT THAT PHASEIII HAS NOT POSTED.
       01  WAITING-PAY-TABLE.
           05  WP-COUNT                 PIC 9(4)    VALUE ZERO.
           05  WP-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WP-COUNT
                   INDEXED BY WP-INDX.
               10  WP-REC               PIC X(26).
       01  CUST-MASTER-TABLE.
           05  CM-COUNT                 PIC 9(4)    VALUE ZERO.
           05  CM-ENTRY OCCURS 1 TO 1000 TIMES
                   INDEXED BY CM-INDX.
               10  CM-T-CUST-NO         PIC X(5).
               10  CM-T-CUST-NM         PIC X(20).
               10  CM-T-COLL-STATUS     PIC X.
       01  OPER-MASTER-TABLE.
           05  OP-COUNT                 PIC 9(4)    VALUE ZERO.
           05  OP-ENTRY OCCURS 1 TO 500 TIMES
      *
       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 040-CARRY-FORWARD-PAYMENTS
           PERFORM 050-LOAD-AR-MASTER
           PERFORM 060-LOAD-OPER-MASTER
           PERFORM 070-ACCEPT-OPERATOR-ID

           CLOSE PAYMENT-FILE
           STOP RUN.
      * HOLDS ANY PAYMENTS STILL WAITING IN PAYMENTS.DAT FOR PHASEIII
      * AND WRITES THEM BACK AT THE TOP OF THE NEW FILE, SO OPENING
      * THE SESSION NO LONGER WIPES OUT A LOCKBOX IMPORT OR AN
      * UNPOSTED EARLIER SESSION. THEIR COUNT AND AMOUNT START THE
      * BATCH TOTALS AND THE OLD TRAILER IS DROPPED. A WAITING FILE
      * WHOSE TRAILER DOES NOT PROVE IS LEFT UNTOUCHED AND THE
      * SESSION DOES NOT START.
       040-CARRY-FORWARD-PAYMENTS.
           OPEN INPUT PAYMENT-FILE
           IF WS-PAY-STATUS NOT = "00"
               MOVE 'Y' TO PAY-EOF-SWITCH
           END-IF
           PERFORM UNTIL PAY-EOF-SWITCH = 'Y'
               READ PAYMENT-FILE
                   AT END
                       MOVE 'Y' TO PAY-EOF-SWITCH
                   NOT AT END
                       IF PTV-ID = '99999'
                           SET OLD-TRAILER-FOUND TO TRUE
                           MOVE PTV-REC-COUNT TO WS-OLD-TRLR-CT
                           MOVE PTV-AMT-TOTAL TO WS-OLD-TRLR-AMT
                       ELSE
                           IF WP-COUNT < 2000
                               ADD 1 TO WP-COUNT
                               MOVE PAY-REC TO WP-REC(WP-COUNT)
                           END-IF
                           ADD 1 TO PAY-COUNT
                           ADD PDV-AMT TO PAY-AMT-TOT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PAY-STATUS NOT = "35"
               CLOSE PAYMENT-FILE
           END-IF
           IF PAY-COUNT > ZERO
               IF NOT OLD-TRAILER-FOUND
                  OR WS-OLD-TRLR-CT NOT = PAY-COUNT
                  OR WS-OLD-TRLR-AMT NOT = PAY-AMT-TOT
                  OR PAY-COUNT > 2000
                   DISPLAY '** PAYMENTS.DAT WAITING FOR PHASEIII DOES'
                       ' NOT BALANCE TO ITS TRAILER.'
                   DISPLAY '** SESSION NOT STARTED.'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               DISPLAY PAY-COUNT ' PAYMENT(S) WAITING FOR PHASEIII'
                   ' CARRIED FORWARD.'
           END-IF
           OPEN OUTPUT PAYMENT-FILE
           PERFORM VARYING WP-INDX FROM 1 BY 1
                   UNTIL WP-INDX > WP-COUNT
               MOVE WP-REC(WP-INDX) TO PAY-REC
               WRITE PAY-REC BEFORE ADVANCING 1 LINE
           END-PERFORM.
      * LOADS THE AR MASTER INTO A RUNTIME TABLE (A SEQUENTIAL WALK
      * OF THE INDEXED FILE, THE WAY DRIFTREPORT READS IT) SO A
      * CUSTOMER NUMBER CAN BE VALIDATED AS IT IS KEYED. THE AR
                       ADD 1 TO CM-COUNT
                       MOVE O-CUST-NO TO CM-T-CUST-NO(CM-COUNT)
                       MOVE O-CUST-NM TO CM-T-CUST-NM(CM-COUNT)
                       MOVE O-COLL-STATUS
                           TO CM-T-COLL-STATUS(CM-COUNT)
               END-READ
           END-PERFORM
           CLOSE AR-MASTER-FILE.
               END-IF
           END-IF.
      * VALIDATES THE CUSTOMER NUMBER AGAINST THE CUSTOMER MASTER
      * TABLE, RE-PROMPTING UNTIL A NUMBER ON FILE IS ENTERED. A
      * NUMBER RETIRED BY CUSTMERGE (COLLECTIONS STATUS 'M') IS
      * REFUSED - THE CHECK BELONGS ON THE SURVIVING ACCOUNT.
      * ENTERING QUIT ENDS THE SESSION.
       100-ACCEPT-CUSTOMER-NUMBER.
           DISPLAY 'ENTER CUSTOMER NUMBER (ENTER QUIT TO END):'
                           DISPLAY 'ENTER CUSTOMER NUMBER:'
                           ACCEPT PAY-CUST-NUM
                       WHEN CM-T-CUST-NO(CM-INDX) = PAY-CUST-NUM
                           IF CM-T-COLL-STATUS(CM-INDX) = 'M'
                               DISPLAY 'ACCOUNT MERGED - KEY THE'
                                   ' SURVIVING CUSTOMER NUMBER.'
                               DISPLAY 'ENTER CUSTOMER NUMBER:'
                               ACCEPT PAY-CUST-NUM
                           ELSE
                               MOVE 'Y' TO VALID-SW
                           END-IF
                   END-SEARCH
           END-PERFORM.
      * ACCEPTS THE CHECK NUMBER AND PAYMENT AMOUNT FOR THE CUSTOMER

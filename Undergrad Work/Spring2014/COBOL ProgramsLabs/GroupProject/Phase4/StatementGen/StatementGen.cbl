           SELECT UNAPPLIED-FILE ASSIGN TO "ARUNAPPLIED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UC-STATUS.
           SELECT LOYALHIST-FILE ASSIGN TO "LOYALHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LH-STATUS.
           SELECT REWARDCERT-FILE ASSIGN TO "REWARDCERT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RW-STATUS.
      *
       DATA DIVISION.
       FD  NEWMSTR-FILE.
           05  UC-DATE         PIC 9(8).
           05  UC-CHECK-NO     PIC X(8).
           05  UC-AMT-LEFT     PIC S9(6)V99.
      * LOYALTY POINTS ACTIVITY PHASEII APPENDS AND THE REWARD
      * CERTIFICATE LEDGER, ROLLED UP FOR THE POINTS SUMMARY LINE.
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
      *
       WORKING-STORAGE SECTION.
       01  WORKING-ITEMS.
           05  WS-UC-STATUS    PIC XX.
           05  UC-EOF-SWITCH   PIC X       VALUE 'N'.
           05  WS-CREDIT-TOT   PIC S9(7)V99.
           05  WS-LH-STATUS    PIC XX.
           05  WS-RW-STATUS    PIC XX.
           05  LOY-EOF-SWITCH  PIC X.
           05  WS-LOY-KEY      PIC X(5).
           05  WS-PS-SUB       PIC 9(4).
           05  WS-PS-FOUND     PIC 9(4).
      * EACH CUSTOMER'S LOYALTY STANDING AS OF THE PERIOD END: POINTS
      * NOT YET CONVERTED, NET POINTS EARNED IN THE PERIOD, AND
      * REWARD CERTIFICATE VALUE NOT YET REDEEMED.
       01  POINTS-SUMMARY-TABLE.
           05  PS-COUNT        PIC 9(4)    VALUE ZERO.
           05  PS-ENTRY OCCURS 1 TO 3000 TIMES
                   DEPENDING ON PS-COUNT.
               10  PS-CUST-NO      PIC X(5).
               10  PS-BALANCE      PIC S9(7).
               10  PS-EARNED       PIC S9(7).
               10  PS-CERT-BAL     PIC S9(7)V99.
       01  UNAPPLIED-TABLE.
           05  UT-COUNT        PIC 9(3)    VALUE ZERO.
           05  UT-ENTRY OCCURS 1 TO 500 TIMES
           05  FILLER          PIC X(19)   VALUE
                                   "CREDIT ON ACCOUNT: ".
           05  D-CREDIT-AMT    PIC $,$$$,$$9.99.
       01  STMT-POINTS-LINE.
           05  FILLER          PIC X(10)   VALUE SPACES.
           05  FILLER          PIC X(15)   VALUE "REWARD POINTS: ".
           05  D-PTS-BALANCE   PIC ZZZ,ZZ9-.
           05  FILLER          PIC X(9)    VALUE "  EARNED ".
           05  D-PTS-EARNED    PIC ZZZ,ZZ9-.
           05  FILLER          PIC X(15)   VALUE "  CERTIFICATES ".
           05  D-PTS-CERTS     PIC $$,$$9.99.
       01  STMT-TAX-TOT.
           05  FILLER          PIC X(10)   VALUE SPACES.
           05  FILLER          PIC X(15)   VALUE "TOTAL TAX PAID:".
           PERFORM 050-LOAD-PERIOD-BALANCES
           PERFORM 060-LOAD-OPEN-ITEMS
           PERFORM 070-LOAD-UNAPPLIED-CASH
           PERFORM 080-LOAD-LOYALTY-POINTS
           PERFORM 150-SORT-HISTORY
           PERFORM 100-OPEN-FILES
           PERFORM 160-READ-HISTORY
               CLOSE UNAPPLIED-FILE
           END-IF.

      * ROLLS THE POINTS ACTIVITY AND CERTIFICATE LEDGER THROUGH THE
      * PERIOD END INTO EACH CUSTOMER'S POINTS SUMMARY, SO A RE-RUN
      * OF A CLOSED PERIOD SHOWS THE STANDING AS IT WAS. MISSING
      * FILES (NO POINTS EVER EARNED) LEAVE THE TABLE EMPTY AND NO
      * SUMMARY LINE PRINTS.
       080-LOAD-LOYALTY-POINTS.
           MOVE 'N' TO LOY-EOF-SWITCH
           OPEN INPUT LOYALHIST-FILE
           IF WS-LH-STATUS NOT = "00"
               MOVE 'Y' TO LOY-EOF-SWITCH
           END-IF
           PERFORM UNTIL LOY-EOF-SWITCH = 'Y'
               READ LOYALHIST-FILE
                   AT END
                       MOVE 'Y' TO LOY-EOF-SWITCH
                   NOT AT END
                       IF LH-DATE NOT > WS-RUN-DATE
                           MOVE LH-CUST-NO TO WS-LOY-KEY
                           PERFORM 085-FIND-POINTS-ENTRY
                           IF WS-PS-FOUND > ZERO
                               ADD LH-POINTS TO
                                   PS-BALANCE(WS-PS-FOUND)
                               IF LH-DATE(1:6) = WS-RUN-DATE(1:6)
                                  AND LH-TYPE NOT = 'C'
                                   ADD LH-POINTS TO
                                       PS-EARNED(WS-PS-FOUND)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LH-STATUS NOT = "35"
               CLOSE LOYALHIST-FILE
           END-IF
           MOVE 'N' TO LOY-EOF-SWITCH
           OPEN INPUT REWARDCERT-FILE
           IF WS-RW-STATUS NOT = "00"
               MOVE 'Y' TO LOY-EOF-SWITCH
           END-IF
           PERFORM UNTIL LOY-EOF-SWITCH = 'Y'
               READ REWARDCERT-FILE
                   AT END
                       MOVE 'Y' TO LOY-EOF-SWITCH
                   NOT AT END
                       IF RW-DATE NOT > WS-RUN-DATE
                           MOVE RW-CUST-NO TO WS-LOY-KEY
                           PERFORM 085-FIND-POINTS-ENTRY
                           IF WS-PS-FOUND > ZERO
                               IF RW-TYPE = 'I'
                                   ADD RW-AMT TO
                                       PS-CERT-BAL(WS-PS-FOUND)
                               ELSE
                                   SUBTRACT RW-AMT FROM
                                       PS-CERT-BAL(WS-PS-FOUND)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-RW-STATUS NOT = "35"
               CLOSE REWARDCERT-FILE
           END-IF.

      * FINDS THE CUSTOMER'S POINTS SUMMARY ENTRY, ADDING ONE THE
      * FIRST TIME A CUSTOMER IS SEEN.
       085-FIND-POINTS-ENTRY.
           MOVE ZERO TO WS-PS-FOUND
           PERFORM VARYING WS-PS-SUB FROM 1 BY 1
                   UNTIL WS-PS-SUB > PS-COUNT
               IF PS-CUST-NO(WS-PS-SUB) = WS-LOY-KEY
                   MOVE WS-PS-SUB TO WS-PS-FOUND
               END-IF
           END-PERFORM
           IF WS-PS-FOUND = ZERO AND PS-COUNT < 3000
               ADD 1 TO PS-COUNT
               MOVE WS-LOY-KEY TO PS-CUST-NO(PS-COUNT)
               MOVE ZERO TO PS-BALANCE(PS-COUNT)
                            PS-EARNED(PS-COUNT)
                            PS-CERT-BAL(PS-COUNT)
               MOVE PS-COUNT TO WS-PS-FOUND
           END-IF.

      * OPENS THE INPUT AND OUTPUT FILES.
       100-OPEN-FILES.
           OPEN INPUT  NEWMSTR-FILE

           PERFORM 320-WRITE-OPEN-ITEMS
           PERFORM 330-WRITE-CREDIT-LINE
           PERFORM 340-WRITE-POINTS-LINE

           MOVE WS-TAX-TOT TO D-TAX-TOT
           MOVE WS-CLOSE-BAL TO D-NEW-BAL
                   AFTER ADVANCING 2 LINES
           END-IF.

      * PRINTS THE CUSTOMER'S LOYALTY POINTS SUMMARY: POINTS HELD,
      * POINTS EARNED THIS PERIOD NET OF RETURNS, AND CERTIFICATE
      * VALUE READY TO SPEND. SKIPPED FOR A CUSTOMER WITH NO POINTS
      * ACTIVITY.
       340-WRITE-POINTS-LINE.
           PERFORM VARYING WS-PS-SUB FROM 1 BY 1
                   UNTIL WS-PS-SUB > PS-COUNT
               IF PS-CUST-NO(WS-PS-SUB) = N-CUST-NO
                   MOVE PS-BALANCE(WS-PS-SUB)  TO D-PTS-BALANCE
                   MOVE PS-EARNED(WS-PS-SUB)   TO D-PTS-EARNED
                   MOVE PS-CERT-BAL(WS-PS-SUB) TO D-PTS-CERTS
                   WRITE OUTPUT-REC FROM STMT-POINTS-LINE
                       AFTER ADVANCING 2 LINES
               END-IF
           END-PERFORM.

      * PICKS THE PERIOD'S CLOSING BALANCE: THE PERIODCLOSE SNAPSHOT
      * WHEN ONE EXISTS FOR THIS CUSTOMER AND PERIOD, OTHERWISE THE
      * LIVE MASTER BALANCE (A PERIOD NOT YET FORMALLY CLOSED).

      *    applies, starting from the SALESOLD.DAT balance, and the
      *    commission is that balance times the tier rate. The page
      *    closes with the period's commission total and the ending
      *    figures the update will write, then the part of the ending
      *    commission already paid through payroll and the unpaid
      *    balance CommPay's next payout will pay.
      *
      *    Run this against the same SALESOLD.DAT and SALESTRN.DAT
      *    pair the update consumes, before or after the update -
           05  O-SALE-NO   PIC X(5).
           05  O-SALE-AMT  PIC 9(4)V99.
           05  O-COMM      PIC 9(4)V99.
           05  O-COMM-PAID PIC 9(4)V99.
           05  O-PAID-THRU PIC 9(8).
       FD  COMMRATE-FILE.
       01  COMMRATE-REC.
           05  CR-SALE-AMT-LMT PIC 9(4)V99.
               10  OM-SALE-NO      PIC X(5).
               10  OM-SALE-AMT     PIC 9(4)V99.
               10  OM-COMM         PIC 9(4)V99.
               10  OM-COMM-PAID    PIC 9(4)V99.
       01  SALESPER-TABLE.
           05  SP-COUNT        PIC 9(3)        VALUE ZERO.
           05  SP-ENTRY OCCURS 1 TO 200 TIMES
           05  WS-PAGE-OPEN-SW PIC X           VALUE 'N'.
           05  WS-STMT-CT      PIC 9(3)        VALUE ZERO.
           05  WS-SALE-SP-NO   PIC 999.
           05  WS-COMM-PAID    PIC 9(4)V99.
           05  WS-UNPAID-COMM  PIC 9(5)V99.
       01  STMT-HEADER-1.
           05  FILLER          PIC X(22)       VALUE
                                   "COMMISSION STATEMENT  ".
           05  FILLER          PIC X(26)       VALUE
                                   "ENDING COMMISSION:        ".
           05  ST-END-COMM     PIC $$$,$$9.99.
       01  STMT-TOTAL-4.
           05  FILLER          PIC X(26)       VALUE
                                   "PAID THROUGH PAYROLL:     ".
           05  ST-COMM-PAID    PIC $$$,$$9.99.
       01  STMT-TOTAL-5.
           05  FILLER          PIC X(26)       VALUE
                                   "UNPAID COMMISSION:        ".
           05  ST-UNPAID-COMM  PIC $$$,$$9.99.
       PROCEDURE DIVISION.
       000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
                           MOVE O-SALE-NO  TO OM-SALE-NO(OM-COUNT)
                           MOVE O-SALE-AMT TO OM-SALE-AMT(OM-COUNT)
                           MOVE O-COMM     TO OM-COMM(OM-COUNT)
                           IF O-COMM-PAID IS NUMERIC
                               MOVE O-COMM-PAID TO
                                   OM-COMM-PAID(OM-COUNT)
                           ELSE
                               MOVE ZERO TO OM-COMM-PAID(OM-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
       200-OPEN-STATEMENT.
           MOVE T-SALE-NO TO WS-HOLD-SALE-NO
           MOVE ZERO TO WS-RUN-BALANCE WS-RUN-COMM WS-PERIOD-COMM
                        WS-COMM-PAID
           PERFORM VARYING WS-OM-SUB FROM 1 BY 1
                   UNTIL WS-OM-SUB > OM-COUNT
               IF OM-SALE-NO(WS-OM-SUB) = T-SALE-NO
                   MOVE OM-SALE-AMT(WS-OM-SUB) TO WS-RUN-BALANCE
                   MOVE OM-COMM(WS-OM-SUB)     TO WS-RUN-COMM
                   MOVE OM-COMM-PAID(WS-OM-SUB) TO WS-COMM-PAID
               END-IF
           END-PERFORM
           MOVE WS-RUN-DATE TO SH-DATE
           WRITE REPORT-REC FROM STMT-DETAIL
               AFTER ADVANCING 1 LINE.
      * CLOSES THE PAGE WITH THE PERIOD TOTAL AND THE ENDING
      * FIGURES THE UPDATE WRITES TO THE NEW MASTER, THEN WHAT HAS
      * BEEN PAID THROUGH PAYROLL AND WHAT THE NEXT PAYOUT OWES.
       400-CLOSE-STATEMENT.
           MOVE WS-PERIOD-COMM TO ST-PERIOD-COMM
           MOVE WS-RUN-BALANCE TO ST-END-BALANCE
               AFTER ADVANCING 1 LINE
           WRITE REPORT-REC FROM STMT-TOTAL-3
               AFTER ADVANCING 1 LINE
           IF WS-RUN-COMM > WS-COMM-PAID
               COMPUTE WS-UNPAID-COMM = WS-RUN-COMM - WS-COMM-PAID
           ELSE
               MOVE ZERO TO WS-UNPAID-COMM
           END-IF
           MOVE WS-COMM-PAID   TO ST-COMM-PAID
           MOVE WS-UNPAID-COMM TO ST-UNPAID-COMM
           WRITE REPORT-REC FROM STMT-TOTAL-4
               AFTER ADVANCING 1 LINE
           WRITE REPORT-REC FROM STMT-TOTAL-5
               AFTER ADVANCING 1 LINE
           MOVE 'N' TO WS-PAGE-OPEN-SW.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. NoRcptRpt.
       AUTHOR. Brianna Muleski
               Andrew Iverson
       DATE-WRITTEN. 10/13/14
      ******************************************************************
      * Purpose:
      *    Weekly loss-prevention report of the returns GroupProject
      *    took without a receipt. Every such return needed a
      *    supervisor's ID and was logged; this rolls the week's log
      *    up twice - by the operator who keyed the returns and by the
      *    customer who brought the merchandise back - each ranked by
      *    return count with the dollars refunded, so a clerk or a
      *    customer leaning on no-receipt refunds stands out. A void
      *    of a logged return nets it back out.
      *
      * Input:
      *    NORECEIPT.DAT - no-receipt return log from GroupProject
      *    Week-ending date entered at the console (0 = today)
      *
      * Output:
      *    NORECEIPT.RPT
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NORECEIPT-FILE ASSIGN TO "NORECEIPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NR-STATUS.
           SELECT REPORT-FILE ASSIGN TO "NORECEIPT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  NORECEIPT-FILE.
       01  NORECEIPT-REC.
           05  NR-DATE         PIC 9(8).
           05  NR-STORE-NO     PIC 9(2).
           05  NR-BATCH-NO     PIC 9(3).
           05  NR-SEQ-NO       PIC 9(5).
           05  NR-OPERATOR     PIC X(5).
           05  NR-SUPERVISOR   PIC X(5).
           05  NR-CUST-NO      PIC X(5).
           05  NR-ITEM-NUM     PIC X(4).
           05  NR-UNIT-PRICE   PIC 9(4)V99.
           05  NR-QTY          PIC 9(3).
           05  NR-TYPE         PIC X.
       FD  REPORT-FILE.
       01  REPORT-REC          PIC X(80).
       WORKING-STORAGE SECTION.
       01  WORKING-ITEMS.
           05  EOF-SWITCH      PIC X       VALUE 'N'.
           05  WS-NR-STATUS    PIC XX.
           05  WS-WEEK-END     PIC 9(8).
           05  WS-WEEK-START   PIC 9(8).
           05  WS-ROW-AMT      PIC S9(7)V99.
           05  WS-ROW-COUNT    PIC S9(5).
           05  WS-FOUND-SW     PIC X.
               88  ENTRY-FOUND             VALUE 'Y'.
           05  SORT-I          PIC 9(3).
           05  SORT-J          PIC 9(3).
           05  WS-RANK         PIC 9(3).
           05  WS-TOT-COUNT    PIC S9(5)   VALUE ZERO.
           05  WS-TOT-AMT      PIC S9(7)V99 VALUE ZERO.
       01  OPER-TOTAL-TABLE.
           05  OT-COUNT        PIC 9(3)    VALUE ZERO.
           05  OT-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON OT-COUNT
                   INDEXED BY OT-INDX.
               10  OT-OPERATOR     PIC X(5).
               10  OT-RTN-COUNT    PIC S9(5).
               10  OT-AMT          PIC S9(7)V99.
       01  CUST-TOTAL-TABLE.
           05  CT-COUNT        PIC 9(3)    VALUE ZERO.
           05  CT-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON CT-COUNT
                   INDEXED BY CT-INDX.
               10  CT-CUST-NO      PIC X(5).
               10  CT-RTN-COUNT    PIC S9(5).
               10  CT-AMT          PIC S9(7)V99.
       01  WS-SWAP-ENTRY.
           05  WS-SWAP-KEY     PIC X(5).
           05  WS-SWAP-COUNT   PIC S9(5).
           05  WS-SWAP-AMT     PIC S9(7)V99.
       01  HD-TITLE.
           05  FILLER          PIC X(6)    VALUE "WEEK: ".
           05  HD-START-MM     PIC 99.
           05  FILLER          PIC X       VALUE "/".
           05  HD-START-DD     PIC 99.
           05  FILLER          PIC X       VALUE "/".
           05  HD-START-YEAR   PIC 9(4).
           05  FILLER          PIC X(3)    VALUE " - ".
           05  HD-END-MM       PIC 99.
           05  FILLER          PIC X       VALUE "/".
           05  HD-END-DD       PIC 99.
           05  FILLER          PIC X       VALUE "/".
           05  HD-END-YEAR     PIC 9(4).
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  FILLER          PIC X(18)   VALUE
                                   "NO-RECEIPT RETURNS".
       01  HD-SECTION.
           05  HS-TEXT         PIC X(40).
       01  HD-COLUMNS.
           05  FILLER          PIC X(4)    VALUE "RANK".
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  HC-KEY-LABEL    PIC X(8).
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(7)    VALUE "RETURNS".
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  FILLER          PIC X(15)   VALUE "AMOUNT REFUNDED".
       01  NR-DETAIL.
           05  ND-RANK         PIC ZZ9.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  ND-KEY          PIC X(5).
           05  FILLER          PIC X(6)    VALUE SPACES.
           05  ND-COUNT        PIC ZZ,ZZ9-.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  ND-AMT          PIC $$,$$$,$$9.99-.
       01  NR-TOTAL-LINE.
           05  FILLER          PIC X(7)    VALUE SPACES.
           05  FILLER          PIC X(11)   VALUE "WEEK TOTAL ".
           05  NT-COUNT        PIC ZZ,ZZ9-.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  NT-AMT          PIC $$,$$$,$$9.99-.
      *
       PROCEDURE DIVISION.
       000-MAIN.
           DISPLAY 'ENTER WEEK-ENDING DATE (YYYYMMDD, 0=TODAY):'
           ACCEPT WS-WEEK-END
           IF WS-WEEK-END = ZERO
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-WEEK-END
           END-IF
           COMPUTE WS-WEEK-START = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-WEEK-END) - 6)
           PERFORM 100-ROLL-UP-LOG
           PERFORM 300-SORT-OPERATORS
           PERFORM 400-SORT-CUSTOMERS
           PERFORM 500-WRITE-REPORT

           DISPLAY "NO-RECEIPT RETURN REPORT GENERATED!"
           STOP RUN.
      * READS THE NO-RECEIPT LOG AND ROLLS EACH ROW DATED IN THE WEEK
      * INTO ITS OPERATOR'S AND ITS CUSTOMER'S TOTALS.
       100-ROLL-UP-LOG.
           OPEN INPUT NORECEIPT-FILE
           IF WS-NR-STATUS NOT = "00"
               MOVE 'Y' TO EOF-SWITCH
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ NORECEIPT-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       IF NR-DATE NOT < WS-WEEK-START
                          AND NR-DATE NOT > WS-WEEK-END
                           PERFORM 200-ROLL-ONE-RETURN
                       END-IF
               END-READ
           END-PERFORM
           IF WS-NR-STATUS NOT = "35"
               CLOSE NORECEIPT-FILE
           END-IF.
      * ADDS ONE LOG ROW TO THE OPERATOR AND CUSTOMER TABLES. A VOID
      * ROW ('V') TAKES ITS RETURN BACK OUT.
       200-ROLL-ONE-RETURN.
           COMPUTE WS-ROW-AMT = NR-UNIT-PRICE * NR-QTY
           MOVE 1 TO WS-ROW-COUNT
           IF NR-TYPE = 'V'
               COMPUTE WS-ROW-AMT = WS-ROW-AMT * -1
               MOVE -1 TO WS-ROW-COUNT
           END-IF
           ADD WS-ROW-COUNT TO WS-TOT-COUNT
           ADD WS-ROW-AMT   TO WS-TOT-AMT
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING OT-INDX FROM 1 BY 1
                   UNTIL OT-INDX > OT-COUNT
               IF OT-OPERATOR(OT-INDX) = NR-OPERATOR
                   ADD WS-ROW-COUNT TO OT-RTN-COUNT(OT-INDX)
                   ADD WS-ROW-AMT   TO OT-AMT(OT-INDX)
                   SET ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT ENTRY-FOUND AND OT-COUNT < 200
               ADD 1 TO OT-COUNT
               MOVE NR-OPERATOR  TO OT-OPERATOR(OT-COUNT)
               MOVE WS-ROW-COUNT TO OT-RTN-COUNT(OT-COUNT)
               MOVE WS-ROW-AMT   TO OT-AMT(OT-COUNT)
           END-IF
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING CT-INDX FROM 1 BY 1
                   UNTIL CT-INDX > CT-COUNT
               IF CT-CUST-NO(CT-INDX) = NR-CUST-NO
                   ADD WS-ROW-COUNT TO CT-RTN-COUNT(CT-INDX)
                   ADD WS-ROW-AMT   TO CT-AMT(CT-INDX)
                   SET ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT ENTRY-FOUND AND CT-COUNT < 500
               ADD 1 TO CT-COUNT
               MOVE NR-CUST-NO   TO CT-CUST-NO(CT-COUNT)
               MOVE WS-ROW-COUNT TO CT-RTN-COUNT(CT-COUNT)
               MOVE WS-ROW-AMT   TO CT-AMT(CT-COUNT)
           END-IF.
      * PUTS THE OPERATOR TABLE INTO DESCENDING RETURN-COUNT ORDER
      * WITH A SIMPLE BUBBLE SORT.
       300-SORT-OPERATORS.
           IF OT-COUNT > 1
               PERFORM VARYING SORT-I FROM 1 BY 1
                       UNTIL SORT-I > OT-COUNT - 1
                   PERFORM VARYING SORT-J FROM 1 BY 1
                           UNTIL SORT-J > OT-COUNT - SORT-I
                       IF OT-RTN-COUNT(SORT-J) <
                                   OT-RTN-COUNT(SORT-J + 1)
                           MOVE OT-ENTRY(SORT-J)     TO WS-SWAP-ENTRY
                           MOVE OT-ENTRY(SORT-J + 1) TO
                               OT-ENTRY(SORT-J)
                           MOVE WS-SWAP-ENTRY        TO
                               OT-ENTRY(SORT-J + 1)
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF.
      * PUTS THE CUSTOMER TABLE INTO THE SAME ORDER.
       400-SORT-CUSTOMERS.
           IF CT-COUNT > 1
               PERFORM VARYING SORT-I FROM 1 BY 1
                       UNTIL SORT-I > CT-COUNT - 1
                   PERFORM VARYING SORT-J FROM 1 BY 1
                           UNTIL SORT-J > CT-COUNT - SORT-I
                       IF CT-RTN-COUNT(SORT-J) <
                                   CT-RTN-COUNT(SORT-J + 1)
                           MOVE CT-ENTRY(SORT-J)     TO WS-SWAP-ENTRY
                           MOVE CT-ENTRY(SORT-J + 1) TO
                               CT-ENTRY(SORT-J)
                           MOVE WS-SWAP-ENTRY        TO
                               CT-ENTRY(SORT-J + 1)
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF.
      * PRINTS THE OPERATOR RANKING, THEN THE CUSTOMER RANKING, THEN
      * THE WEEK'S TOTAL.
       500-WRITE-REPORT.
           OPEN OUTPUT REPORT-FILE
           MOVE WS-WEEK-START(5:2) TO HD-START-MM
           MOVE WS-WEEK-START(7:2) TO HD-START-DD
           MOVE WS-WEEK-START(1:4) TO HD-START-YEAR
           MOVE WS-WEEK-END(5:2)   TO HD-END-MM
           MOVE WS-WEEK-END(7:2)   TO HD-END-DD
           MOVE WS-WEEK-END(1:4)   TO HD-END-YEAR
           WRITE REPORT-REC FROM HD-TITLE

           MOVE "BY OPERATOR" TO HS-TEXT
           WRITE REPORT-REC FROM HD-SECTION
               AFTER ADVANCING 2 LINES
           MOVE "OPERATOR" TO HC-KEY-LABEL
           WRITE REPORT-REC FROM HD-COLUMNS
               AFTER ADVANCING 1 LINE
           MOVE ZERO TO WS-RANK
           PERFORM VARYING OT-INDX FROM 1 BY 1
                   UNTIL OT-INDX > OT-COUNT
               ADD 1 TO WS-RANK
               MOVE WS-RANK               TO ND-RANK
               MOVE OT-OPERATOR(OT-INDX)  TO ND-KEY
               MOVE OT-RTN-COUNT(OT-INDX) TO ND-COUNT
               MOVE OT-AMT(OT-INDX)       TO ND-AMT
               WRITE REPORT-REC FROM NR-DETAIL
                   AFTER ADVANCING 1 LINE
           END-PERFORM

           MOVE "BY CUSTOMER" TO HS-TEXT
           WRITE REPORT-REC FROM HD-SECTION
               AFTER ADVANCING 2 LINES
           MOVE "CUSTOMER" TO HC-KEY-LABEL
           WRITE REPORT-REC FROM HD-COLUMNS
               AFTER ADVANCING 1 LINE
           MOVE ZERO TO WS-RANK
           PERFORM VARYING CT-INDX FROM 1 BY 1
                   UNTIL CT-INDX > CT-COUNT
               ADD 1 TO WS-RANK
               MOVE WS-RANK               TO ND-RANK
               MOVE CT-CUST-NO(CT-INDX)   TO ND-KEY
               MOVE CT-RTN-COUNT(CT-INDX) TO ND-COUNT
               MOVE CT-AMT(CT-INDX)       TO ND-AMT
               WRITE REPORT-REC FROM NR-DETAIL
                   AFTER ADVANCING 1 LINE
           END-PERFORM

           MOVE WS-TOT-COUNT TO NT-COUNT
           MOVE WS-TOT-AMT   TO NT-AMT
           WRITE REPORT-REC FROM NR-TOTAL-LINE
               AFTER ADVANCING 2 LINES
           CLOSE REPORT-FILE.

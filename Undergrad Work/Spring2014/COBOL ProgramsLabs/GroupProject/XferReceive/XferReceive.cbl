       IDENTIFICATION DIVISION.
       PROGRAM-ID. XferReceive.
       AUTHOR. Brianna Muleski
               Andrew Iverson
       DATE-WRITTEN. 10/13/14
      ******************************************************************
      * Purpose:
      *    Receive side of an inter-store stock transfer. The
      *    receiving store keys the transfer number off the document
      *    that came on the truck and, line by line, the quantity
      *    actually unloaded. Each line comes off the receiving
      *    store's in-transit on ITEMINV.DAT for the full quantity
      *    shipped and the quantity counted goes onto its on-hand, so
      *    in-transit clears whatever arrived. A line received short
      *    or over is marked as a discrepancy and printed on the
      *    receiving report with the difference, for the two stores
      *    to chase. The report closes with every line still in
      *    transit and the date it was shipped. The units a
      *    discrepancy gains or loses are valued at the item's
      *    average cost and booked to the GL as INVADJ pairs by
      *    receiving store and department, as CountPost books a
      *    count variance.
      *
      * Input:
      *    TRANSFER.DAT - transfer lines from XferShip
      *    ITEMINV.DAT  - item inventory master, by store and item
      *    GLMAP.DAT    - GL accounts for source INVADJ
      *    Operator, transfer numbers, and quantities entered at the
      *    console
      *
      * Output:
      *    TRANSFER.DAT - rewritten with the lines received
      *    ITEMINV.DAT  - rewritten with in-transit and on-hand moved
      *    XFERRCV.RPT  - lines received, discrepancies, and lines
      *                   still in transit
      *    GLJOURNAL.DAT - INVADJ pairs appended
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT XFER-FILE ASSIGN TO "TRANSFER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XF-STATUS.
           SELECT ITEM-INV-FILE ASSIGN TO "ITEMINV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INV-STATUS.
           SELECT REPORT-FILE ASSIGN TO "XFERRCV.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GLMAP-FILE ASSIGN TO "GLMAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "GLJOURNAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * ONE ROW PER TRANSFER LINE. STATUS IS 'T' WHILE THE GOODS ARE
      * ON THE TRUCK, 'R' ONCE RECEIVED AS SHIPPED, 'D' ONCE RECEIVED
      * WITH A DISCREPANCY.
       FD  XFER-FILE.
       01  XFER-REC.
           05  XF-NO           PIC 9(6).
           05  XF-LINE-NO      PIC 9(3).
           05  XF-FROM-STORE   PIC 9(2).
           05  XF-TO-STORE     PIC 9(2).
           05  XF-ITEM-NUM     PIC X(4).
           05  XF-SHIP-QTY     PIC 9(5).
           05  XF-RCV-QTY      PIC 9(5).
           05  XF-SHIP-DATE    PIC 9(8).
           05  XF-RCV-DATE     PIC 9(8).
           05  XF-STATUS       PIC X.
           05  XF-SHIP-OPER    PIC X(5).
           05  XF-RCV-OPER     PIC X(5).
       FD  ITEM-INV-FILE.
       01  INV-REC.
           05  IV-STORE-NO     PIC 9(2).
           05  IV-ITEM-NUM     PIC X(4).
           05  IV-ON-HAND      PIC S9(5).
           05  IV-REORDER-PT   PIC 9(5).
           05  IV-ON-ORDER     PIC 9(5).
           05  IV-IN-TRANSIT   PIC 9(5).
           05  IV-AVG-COST     PIC 9(4)V9999.
       FD  REPORT-FILE.
       01  REPORT-REC          PIC X(80).
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
       WORKING-STORAGE SECTION.
       01  WORKING-ITEMS.
           05  VALID-SW        PIC X.
           05  WS-XF-STATUS    PIC XX.
           05  WS-INV-STATUS   PIC XX.
           05  XF-EOF-SWITCH   PIC X       VALUE 'N'.
           05  IV-EOF-SWITCH   PIC X       VALUE 'N'.
           05  WS-RUN-DATE     PIC 9(8).
           05  OPERATOR-ID     PIC X(5).
           05  WS-RCV-XFER-NO  PIC 9(6).
           05  WS-RCV-QTY      PIC 9(5).
           05  WS-DIFF-QTY     PIC S9(6).
           05  WS-OPEN-LINES   PIC 9(3).
           05  WS-XT-SUB       PIC 9(4).
           05  WS-XT-FOUND     PIC 9(4).
           05  WS-INV-SUB      PIC 9(4).
           05  WS-INV-FOUND    PIC 9(4).
           05  WS-IN-TRANSIT-CT PIC 9(4)   VALUE ZERO.
           05  WS-RECEIVED-CT  PIC 9(4)    VALUE ZERO.
           05  WS-DISCREP-CT   PIC 9(4)    VALUE ZERO.
           05  WS-DIFF-TOT     PIC S9(7)   VALUE ZERO.
           05  WS-MAP-STATUS   PIC XX.
           05  WS-JRNL-STATUS  PIC XX.
           05  EOF-SWITCH      PIC X.
           05  WS-SOURCE       PIC X(8)    VALUE 'INVADJ'.
           05  WS-MAP-SW       PIC X       VALUE 'N'.
               88  MAP-FOUND               VALUE 'Y'.
           05  WS-DIFF-VALUE   PIC S9(7)V99.
           05  WS-DEPT-DIGIT   PIC 9.
           05  WS-DEPT-INDX    PIC 99.
           05  WS-STORE-INDX   PIC 9(3).
           05  WS-JRNL-CT      PIC 9(4)    VALUE ZERO.
       01  XFER-TABLE.
           05  XT-COUNT        PIC 9(4)    VALUE ZERO.
           05  XT-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON XT-COUNT
                   INDEXED BY XT-INDX.
               10  XT-NO           PIC 9(6).
               10  XT-LINE-NO      PIC 9(3).
               10  XT-FROM-STORE   PIC 9(2).
               10  XT-TO-STORE     PIC 9(2).
               10  XT-ITEM-NUM     PIC X(4).
               10  XT-SHIP-QTY     PIC 9(5).
               10  XT-RCV-QTY      PIC 9(5).
               10  XT-SHIP-DATE    PIC 9(8).
               10  XT-RCV-DATE     PIC 9(8).
               10  XT-STATUS       PIC X.
               10  XT-SHIP-OPER    PIC X(5).
               10  XT-RCV-OPER     PIC X(5).
       01  ITEM-INV-TABLE.
           05  IV-COUNT        PIC 9(4)    VALUE ZERO.
           05  IV-ENTRY OCCURS 1 TO 1000 TIMES
                   DEPENDING ON IV-COUNT
                   INDEXED BY IV-INDX.
               10  IV-T-STORE-NO   PIC 9(2).
               10  IV-T-ITEM-NUM   PIC X(4).
               10  IV-T-ON-HAND    PIC S9(5).
               10  IV-T-REORDER-PT PIC 9(5).
               10  IV-T-ON-ORDER   PIC 9(5).
               10  IV-T-IN-TRANSIT PIC 9(5).
               10  IV-T-AVG-COST   PIC 9(4)V9999.
      * GL ACCOUNTS BY DEPARTMENT; ENTRY 1 IS DEPARTMENT 0, THE
      * COMPANY-WIDE ROW USED FOR ANY DEPARTMENT WITHOUT ITS OWN.
       01  GL-MAP-TABLE.
           05  GM-T-ENTRY OCCURS 10 TIMES.
               10  GM-T-FOUND      PIC X.
               10  GM-T-DR-ACCT    PIC X(6).
               10  GM-T-CR-ACCT    PIC X(6).
      * DISCREPANCY VALUE (LOSS POSITIVE) BY RECEIVING STORE (ENTRY
      * 1 IS STORE 0) AND DEPARTMENT.
       01  COST-JOURNAL-TABLE.
           05  CJ-STORE-ENTRY OCCURS 100 TIMES.
               10  CJ-DEPT-AMT     PIC S9(9)V99 OCCURS 10 TIMES.
       01  HD-TITLE.
           05  FILLER          PIC X(6)    VALUE "DATE: ".
           05  HD-MM           PIC 99.
           05  FILLER          PIC X       VALUE "/".
           05  HD-DD           PIC 99.
           05  FILLER          PIC X       VALUE "/".
           05  HD-YEAR         PIC 9(4).
           05  FILLER          PIC X(10)   VALUE SPACES.
           05  FILLER          PIC X(26)   VALUE
                                   "TRANSFER RECEIVING REPORT".
       01  HD-COLUMNS.
           05  FILLER          PIC X(8)    VALUE "TRANSFER".
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  FILLER          PIC X(4)    VALUE "LINE".
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  FILLER          PIC X(4)    VALUE "FROM".
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  FILLER          PIC X(2)    VALUE "TO".
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  FILLER          PIC X(4)    VALUE "ITEM".
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(7)    VALUE "SHIPPED".
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  FILLER          PIC X(8)    VALUE "RECEIVED".
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(4)    VALUE "DIFF".
       01  RCV-DETAIL.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  RD-XFER-NO      PIC 9(6).
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  RD-LINE-NO      PIC ZZ9.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  RD-FROM-STORE   PIC 99.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  RD-TO-STORE     PIC 99.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  RD-ITEM-NUM     PIC X(4).
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  RD-SHIP-QTY     PIC ZZZZ9.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  RD-RCV-QTY      PIC ZZZZ9.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  RD-DIFF-QTY     PIC ZZZZ9-.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  RD-NOTE         PIC X(5).
       01  RCV-FOOTER.
           05  RF-RECEIVED     PIC ZZZ9.
           05  FILLER          PIC X(18)   VALUE " LINES RECEIVED,  ".
           05  RF-DISCREP      PIC ZZZ9.
           05  FILLER          PIC X(20)   VALUE
                                   " WITH DISCREPANCIES,".
           05  FILLER          PIC X(12)   VALUE " NET UNITS: ".
           05  RF-DIFF-TOT     PIC ZZZZZZ9-.
       01  HD-IN-TRANSIT.
           05  FILLER          PIC X(22)   VALUE
                                   "LINES STILL IN TRANSIT".
       01  HD-TRANSIT-COLUMNS.
           05  FILLER          PIC X(8)    VALUE "TRANSFER".
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  FILLER          PIC X(4)    VALUE "LINE".
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  FILLER          PIC X(4)    VALUE "FROM".
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  FILLER          PIC X(2)    VALUE "TO".
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  FILLER          PIC X(4)    VALUE "ITEM".
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(7)    VALUE "SHIPPED".
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(9)    VALUE "SHIP DATE".
       01  TRANSIT-DETAIL.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  TD-XFER-NO      PIC 9(6).
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  TD-LINE-NO      PIC ZZ9.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  TD-FROM-STORE   PIC 99.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  TD-TO-STORE     PIC 99.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  TD-ITEM-NUM     PIC X(4).
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  TD-SHIP-QTY     PIC ZZZZ9.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  TD-SHIP-DATE    PIC 9(8).
       01  TRANSIT-FOOTER.
           05  TF-COUNT        PIC ZZZ9.
           05  FILLER          PIC X(24)   VALUE
                                   " LINES STILL IN TRANSIT.".
      *
       PROCEDURE DIVISION.
       000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           INITIALIZE COST-JOURNAL-TABLE
           PERFORM 040-LOAD-GLMAP
           IF NOT MAP-FOUND
               DISPLAY 'NO ' WS-SOURCE ' MAPPING IN GLMAP.DAT - '
                   'NOTHING RECEIVED.'
               STOP RUN
           END-IF
           PERFORM 050-LOAD-TRANSFERS
           IF WS-IN-TRANSIT-CT = ZERO
               DISPLAY 'NO TRANSFERS IN TRANSIT.'
               STOP RUN
           END-IF
           PERFORM 060-LOAD-ITEM-INV
           PERFORM 070-ACCEPT-OPERATOR-ID
           PERFORM 080-OPEN-REPORT
           PERFORM 100-RECEIVE-ONE-TRANSFER
               UNTIL WS-RCV-XFER-NO = 999999
           PERFORM 400-WRITE-RECEIVING-FOOTER
           PERFORM 450-LIST-STILL-IN-TRANSIT
           CLOSE REPORT-FILE
           IF WS-RECEIVED-CT > ZERO
               PERFORM 600-SAVE-TRANSFERS
               PERFORM 650-SAVE-ITEM-INV
               IF WS-DISCREP-CT > ZERO
                   PERFORM 700-WRITE-COST-JOURNAL
               END-IF
           END-IF

           DISPLAY WS-RECEIVED-CT ' TRANSFER LINES RECEIVED, '
               WS-DISCREP-CT ' WITH DISCREPANCIES.'
           DISPLAY 'RECEIVING REPORT IN XFERRCV.RPT.'
           DISPLAY '--END OF TRANSFER RECEIVING--'
           STOP RUN.
      * FINDS THE SHRINK EXPENSE AND INVENTORY ACCOUNTS FOR SOURCE
      * INVADJ BY DEPARTMENT. WITH NO MAPPING AT ALL THE SESSION
      * STOPS BEFORE ANYTHING IS RECEIVED.
       040-LOAD-GLMAP.
           MOVE SPACES TO GL-MAP-TABLE
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
                       IF GM-SOURCE = WS-SOURCE
                          AND GM-DEPT IS NUMERIC
                           COMPUTE WS-DEPT-INDX = GM-DEPT + 1
                           MOVE 'Y' TO GM-T-FOUND(WS-DEPT-INDX)
                           MOVE GM-DR-ACCT TO
                               GM-T-DR-ACCT(WS-DEPT-INDX)
                           MOVE GM-CR-ACCT TO
                               GM-T-CR-ACCT(WS-DEPT-INDX)
                           SET MAP-FOUND TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-MAP-STATUS NOT = "35"
               CLOSE GLMAP-FILE
           END-IF
           PERFORM VARYING WS-DEPT-INDX FROM 2 BY 1
                   UNTIL WS-DEPT-INDX > 10
               IF GM-T-FOUND(WS-DEPT-INDX) NOT = 'Y'
                   MOVE GM-T-ENTRY(1) TO GM-T-ENTRY(WS-DEPT-INDX)
               END-IF
           END-PERFORM.
      * LOADS THE TRANSFER FILE INTO A RUNTIME TABLE AND COUNTS THE
      * LINES STILL IN TRANSIT. ALL RECEIVING WORKS THE TABLE AND
      * THE FILE IS REWRITTEN AT THE END.
       050-LOAD-TRANSFERS.
           OPEN INPUT XFER-FILE
           IF WS-XF-STATUS NOT = "00"
               MOVE 'Y' TO XF-EOF-SWITCH
           END-IF
           PERFORM UNTIL XF-EOF-SWITCH = 'Y'
               READ XFER-FILE
                   AT END
                       MOVE 'Y' TO XF-EOF-SWITCH
                   NOT AT END
                       IF XT-COUNT < 2000
                           ADD 1 TO XT-COUNT
                           MOVE XF-NO         TO XT-NO(XT-COUNT)
                           MOVE XF-LINE-NO    TO XT-LINE-NO(XT-COUNT)
                           MOVE XF-FROM-STORE
                               TO XT-FROM-STORE(XT-COUNT)
                           MOVE XF-TO-STORE   TO XT-TO-STORE(XT-COUNT)
                           MOVE XF-ITEM-NUM   TO XT-ITEM-NUM(XT-COUNT)
                           MOVE XF-SHIP-QTY   TO XT-SHIP-QTY(XT-COUNT)
                           MOVE XF-RCV-QTY    TO XT-RCV-QTY(XT-COUNT)
                           MOVE XF-SHIP-DATE  TO XT-SHIP-DATE(XT-COUNT)
                           MOVE XF-RCV-DATE   TO XT-RCV-DATE(XT-COUNT)
                           MOVE XF-STATUS     TO XT-STATUS(XT-COUNT)
                           MOVE XF-SHIP-OPER  TO XT-SHIP-OPER(XT-COUNT)
                           MOVE XF-RCV-OPER   TO XT-RCV-OPER(XT-COUNT)
                           IF XF-STATUS = 'T'
                               ADD 1 TO WS-IN-TRANSIT-CT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-XF-STATUS NOT = "35"
               CLOSE XFER-FILE
           END-IF.
      * LOADS THE INVENTORY MASTER INTO A RUNTIME TABLE.
       060-LOAD-ITEM-INV.
           OPEN INPUT ITEM-INV-FILE
           IF WS-INV-STATUS NOT = "00"
               DISPLAY 'ITEMINV.DAT CANNOT BE OPENED.'
               STOP RUN
           END-IF
           PERFORM UNTIL IV-EOF-SWITCH = 'Y'
               READ ITEM-INV-FILE
                   AT END
                       MOVE 'Y' TO IV-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO IV-COUNT
                       MOVE IV-STORE-NO   TO IV-T-STORE-NO(IV-COUNT)
                       MOVE IV-ITEM-NUM   TO IV-T-ITEM-NUM(IV-COUNT)
                       MOVE IV-ON-HAND    TO IV-T-ON-HAND(IV-COUNT)
                       MOVE IV-REORDER-PT TO IV-T-REORDER-PT(IV-COUNT)
                       MOVE IV-ON-ORDER   TO IV-T-ON-ORDER(IV-COUNT)
                       MOVE IV-IN-TRANSIT TO IV-T-IN-TRANSIT(IV-COUNT)
                       MOVE IV-AVG-COST   TO IV-T-AVG-COST(IV-COUNT)
               END-READ
           END-PERFORM
           CLOSE ITEM-INV-FILE.
      * CAPTURES THE OPERATOR ID ONCE AT STARTUP. IT IS STAMPED ONTO
      * EVERY TRANSFER LINE RECEIVED THIS SESSION.
       070-ACCEPT-OPERATOR-ID.
           DISPLAY 'ENTER OPERATOR ID:'
           ACCEPT OPERATOR-ID
           MOVE 'N' TO VALID-SW
           PERFORM UNTIL VALID-SW = 'Y'
               IF OPERATOR-ID = SPACE
                   DISPLAY 'INVALID OPERATOR ID.'
                   DISPLAY 'ENTER OPERATOR ID:'
                   ACCEPT OPERATOR-ID
               ELSE
                   MOVE 'Y' TO VALID-SW
           END-PERFORM.
      * OPENS THE RECEIVING REPORT AND PRINTS ITS HEADINGS.
       080-OPEN-REPORT.
           OPEN OUTPUT REPORT-FILE
           MOVE WS-RUN-DATE(5:2) TO HD-MM
           MOVE WS-RUN-DATE(7:2) TO HD-DD
           MOVE WS-RUN-DATE(1:4) TO HD-YEAR
           WRITE REPORT-REC FROM HD-TITLE
           WRITE REPORT-REC FROM HD-COLUMNS
               AFTER ADVANCING 2 LINES.
      * TAKES ONE TRANSFER NUMBER (999999 ENDS THE SESSION) AND
      * RECEIVES EVERY LINE OF IT STILL IN TRANSIT.
       100-RECEIVE-ONE-TRANSFER.
           DISPLAY SPACE
           DISPLAY 'ENTER TRANSFER NUMBER (999999 TO END):'
           ACCEPT WS-RCV-XFER-NO
           IF WS-RCV-XFER-NO = 999999
               CONTINUE
           ELSE
               MOVE ZERO TO WS-OPEN-LINES
               MOVE ZERO TO WS-XT-FOUND
               PERFORM VARYING WS-XT-SUB FROM 1 BY 1
                       UNTIL WS-XT-SUB > XT-COUNT
                   IF XT-NO(WS-XT-SUB) = WS-RCV-XFER-NO
                      AND XT-STATUS(WS-XT-SUB) = 'T'
                       ADD 1 TO WS-OPEN-LINES
                       IF WS-XT-FOUND = ZERO
                           MOVE WS-XT-SUB TO WS-XT-FOUND
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-OPEN-LINES = ZERO
                   DISPLAY 'NO TRANSFER IN TRANSIT WITH THAT NUMBER.'
               ELSE
                   DISPLAY 'TRANSFER ' WS-RCV-XFER-NO
                       ' FROM STORE ' XT-FROM-STORE(WS-XT-FOUND)
                       ' TO STORE ' XT-TO-STORE(WS-XT-FOUND)
                       ' - ' WS-OPEN-LINES ' LINES IN TRANSIT'
                   PERFORM VARYING WS-XT-SUB FROM 1 BY 1
                           UNTIL WS-XT-SUB > XT-COUNT
                       IF XT-NO(WS-XT-SUB) = WS-RCV-XFER-NO
                          AND XT-STATUS(WS-XT-SUB) = 'T'
                           PERFORM 200-RECEIVE-ONE-LINE
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.
      * TAKES THE QUANTITY UNLOADED FOR ONE LINE AND POSTS IT. THE
      * FULL QUANTITY SHIPPED COMES OFF IN-TRANSIT - THE TRUCK IS
      * EMPTY EITHER WAY - AND WHAT WAS COUNTED GOES ON HAND. ANY
      * DIFFERENCE MARKS THE LINE AS A DISCREPANCY.
       200-RECEIVE-ONE-LINE.
           DISPLAY 'LINE ' XT-LINE-NO(WS-XT-SUB)
               ' ITEM ' XT-ITEM-NUM(WS-XT-SUB)
               ' - SHIPPED: ' XT-SHIP-QTY(WS-XT-SUB)
           DISPLAY 'ENTER QUANTITY RECEIVED:'
           ACCEPT WS-RCV-QTY
           PERFORM 300-FIND-INV-ROW
           IF WS-INV-FOUND = ZERO
               PERFORM 310-ADD-INV-ROW
           END-IF
           IF WS-INV-FOUND = ZERO
               DISPLAY 'INVENTORY TABLE FULL - LINE LEFT IN TRANSIT.'
           ELSE
               IF XT-SHIP-QTY(WS-XT-SUB) >
                       IV-T-IN-TRANSIT(WS-INV-FOUND)
                   MOVE ZERO TO IV-T-IN-TRANSIT(WS-INV-FOUND)
               ELSE
                   SUBTRACT XT-SHIP-QTY(WS-XT-SUB) FROM
                       IV-T-IN-TRANSIT(WS-INV-FOUND)
               END-IF
               ADD WS-RCV-QTY TO IV-T-ON-HAND(WS-INV-FOUND)
               MOVE WS-RCV-QTY  TO XT-RCV-QTY(WS-XT-SUB)
               MOVE WS-RUN-DATE TO XT-RCV-DATE(WS-XT-SUB)
               MOVE OPERATOR-ID TO XT-RCV-OPER(WS-XT-SUB)
               COMPUTE WS-DIFF-QTY =
                   WS-RCV-QTY - XT-SHIP-QTY(WS-XT-SUB)
               EVALUATE TRUE
                   WHEN WS-DIFF-QTY < ZERO
                       MOVE 'D'     TO XT-STATUS(WS-XT-SUB)
                       MOVE 'SHORT' TO RD-NOTE
                   WHEN WS-DIFF-QTY > ZERO
                       MOVE 'D'     TO XT-STATUS(WS-XT-SUB)
                       MOVE 'OVER'  TO RD-NOTE
                   WHEN OTHER
                       MOVE 'R'     TO XT-STATUS(WS-XT-SUB)
                       MOVE SPACES  TO RD-NOTE
               END-EVALUATE
               IF XT-STATUS(WS-XT-SUB) = 'D'
                   DISPLAY 'DISCREPANCY OF ' WS-DIFF-QTY
                       ' - LINE REPORTED.'
                   ADD 1 TO WS-DISCREP-CT
                   ADD WS-DIFF-QTY TO WS-DIFF-TOT
                   PERFORM 260-ADD-TO-SHRINK
               END-IF
               ADD 1 TO WS-RECEIVED-CT
               PERFORM 250-WRITE-RECEIVED-LINE
           END-IF.
      * PRINTS ONE RECEIVED LINE WITH ITS DIFFERENCE.
       250-WRITE-RECEIVED-LINE.
           MOVE XT-NO(WS-XT-SUB)         TO RD-XFER-NO
           MOVE XT-LINE-NO(WS-XT-SUB)    TO RD-LINE-NO
           MOVE XT-FROM-STORE(WS-XT-SUB) TO RD-FROM-STORE
           MOVE XT-TO-STORE(WS-XT-SUB)   TO RD-TO-STORE
           MOVE XT-ITEM-NUM(WS-XT-SUB)   TO RD-ITEM-NUM
           MOVE XT-SHIP-QTY(WS-XT-SUB)   TO RD-SHIP-QTY
           MOVE XT-RCV-QTY(WS-XT-SUB)    TO RD-RCV-QTY
           MOVE WS-DIFF-QTY              TO RD-DIFF-QTY
           WRITE REPORT-REC FROM RCV-DETAIL
               AFTER ADVANCING 1 LINE.
      * VALUES THE DISCREPANCY AT THE ITEM'S AVERAGE COST. A SHORT
      * LINE IS A LOSS AND ADDS TO THE SHRINK; AN OVER LINE TAKES IT
      * BACK. THE DEPARTMENT IS THE FIRST DIGIT OF THE ITEM NUMBER,
      * AS PHASEII AND MARGINRPT TAKE IT; ANYTHING ELSE FALLS TO THE
      * DEPARTMENT 0 ENTRY.
       260-ADD-TO-SHRINK.
           COMPUTE WS-DIFF-VALUE ROUNDED =
               WS-DIFF-QTY * IV-T-AVG-COST(WS-INV-FOUND)
           IF XT-ITEM-NUM(WS-XT-SUB)(1:1) IS NUMERIC
              AND XT-ITEM-NUM(WS-XT-SUB)(1:1) NOT = '0'
               MOVE XT-ITEM-NUM(WS-XT-SUB)(1:1) TO WS-DEPT-DIGIT
               COMPUTE WS-DEPT-INDX = WS-DEPT-DIGIT + 1
           ELSE
               MOVE 1 TO WS-DEPT-INDX
           END-IF
           COMPUTE WS-STORE-INDX = XT-TO-STORE(WS-XT-SUB) + 1
           SUBTRACT WS-DIFF-VALUE FROM
               CJ-DEPT-AMT(WS-STORE-INDX WS-DEPT-INDX).
      * FINDS THE RECEIVING STORE'S ROW FOR THE LINE'S ITEM.
      * WS-INV-FOUND IS ZERO WHEN THE STORE DOES NOT CARRY THE ITEM.
       300-FIND-INV-ROW.
           MOVE ZERO TO WS-INV-FOUND
           PERFORM VARYING WS-INV-SUB FROM 1 BY 1
                   UNTIL WS-INV-SUB > IV-COUNT
               IF IV-T-ITEM-NUM(WS-INV-SUB) = XT-ITEM-NUM(WS-XT-SUB)
                  AND IV-T-STORE-NO(WS-INV-SUB) =
                       XT-TO-STORE(WS-XT-SUB)
                   MOVE WS-INV-SUB TO WS-INV-FOUND
               END-IF
           END-PERFORM.
      * ADDS AN EMPTY ROW FOR THE ITEM AT THE RECEIVING STORE. THE
      * SHIPMENT NORMALLY SETS ONE UP; THIS COVERS A ROW REMOVED
      * FROM THE MASTER WHILE THE GOODS WERE ON THE ROAD. THE ROW
      * TAKES THE ITEM'S AVERAGE COST FROM ANY OTHER STORE'S ROW.
       310-ADD-INV-ROW.
           IF IV-COUNT < 1000
               ADD 1 TO IV-COUNT
               MOVE XT-TO-STORE(WS-XT-SUB) TO IV-T-STORE-NO(IV-COUNT)
               MOVE XT-ITEM-NUM(WS-XT-SUB) TO IV-T-ITEM-NUM(IV-COUNT)
               MOVE ZERO     TO IV-T-ON-HAND(IV-COUNT)
               MOVE ZERO     TO IV-T-REORDER-PT(IV-COUNT)
               MOVE ZERO     TO IV-T-ON-ORDER(IV-COUNT)
               MOVE ZERO     TO IV-T-IN-TRANSIT(IV-COUNT)
               MOVE ZERO     TO IV-T-AVG-COST(IV-COUNT)
               PERFORM VARYING WS-INV-SUB FROM 1 BY 1
                       UNTIL WS-INV-SUB > IV-COUNT
                   IF IV-T-ITEM-NUM(WS-INV-SUB) =
                           XT-ITEM-NUM(WS-XT-SUB)
                      AND IV-T-AVG-COST(WS-INV-SUB) > ZERO
                       MOVE IV-T-AVG-COST(WS-INV-SUB) TO
                           IV-T-AVG-COST(IV-COUNT)
                   END-IF
               END-PERFORM
               MOVE IV-COUNT TO WS-INV-FOUND
           END-IF.
      * TOTALS THE LINES RECEIVED THIS SESSION AND THE DISCREPANCIES.
       400-WRITE-RECEIVING-FOOTER.
           MOVE WS-RECEIVED-CT TO RF-RECEIVED
           MOVE WS-DISCREP-CT  TO RF-DISCREP
           MOVE WS-DIFF-TOT    TO RF-DIFF-TOT
           WRITE REPORT-REC FROM RCV-FOOTER
               AFTER ADVANCING 2 LINES.
      * LISTS EVERY LINE STILL ON THE ROAD AFTER THIS SESSION, WITH
      * ITS SHIP DATE, SO A TRUCK THAT NEVER ARRIVED GETS NOTICED.
       450-LIST-STILL-IN-TRANSIT.
           MOVE ZERO TO WS-IN-TRANSIT-CT
           WRITE REPORT-REC FROM HD-IN-TRANSIT
               AFTER ADVANCING 3 LINES
           WRITE REPORT-REC FROM HD-TRANSIT-COLUMNS
               AFTER ADVANCING 2 LINES
           PERFORM VARYING XT-INDX FROM 1 BY 1
                   UNTIL XT-INDX > XT-COUNT
               IF XT-STATUS(XT-INDX) = 'T'
                   MOVE XT-NO(XT-INDX)         TO TD-XFER-NO
                   MOVE XT-LINE-NO(XT-INDX)    TO TD-LINE-NO
                   MOVE XT-FROM-STORE(XT-INDX) TO TD-FROM-STORE
                   MOVE XT-TO-STORE(XT-INDX)   TO TD-TO-STORE
                   MOVE XT-ITEM-NUM(XT-INDX)   TO TD-ITEM-NUM
                   MOVE XT-SHIP-QTY(XT-INDX)   TO TD-SHIP-QTY
                   MOVE XT-SHIP-DATE(XT-INDX)  TO TD-SHIP-DATE
                   WRITE REPORT-REC FROM TRANSIT-DETAIL
                       AFTER ADVANCING 1 LINE
                   ADD 1 TO WS-IN-TRANSIT-CT
               END-IF
           END-PERFORM
           MOVE WS-IN-TRANSIT-CT TO TF-COUNT
           WRITE REPORT-REC FROM TRANSIT-FOOTER
               AFTER ADVANCING 2 LINES.
      * REWRITES THE TRANSFER FILE WITH THE LINES RECEIVED.
       600-SAVE-TRANSFERS.
           OPEN OUTPUT XFER-FILE
           PERFORM VARYING XT-INDX FROM 1 BY 1
                   UNTIL XT-INDX > XT-COUNT
               MOVE XT-NO(XT-INDX)         TO XF-NO
               MOVE XT-LINE-NO(XT-INDX)    TO XF-LINE-NO
               MOVE XT-FROM-STORE(XT-INDX) TO XF-FROM-STORE
               MOVE XT-TO-STORE(XT-INDX)   TO XF-TO-STORE
               MOVE XT-ITEM-NUM(XT-INDX)   TO XF-ITEM-NUM
               MOVE XT-SHIP-QTY(XT-INDX)   TO XF-SHIP-QTY
               MOVE XT-RCV-QTY(XT-INDX)    TO XF-RCV-QTY
               MOVE XT-SHIP-DATE(XT-INDX)  TO XF-SHIP-DATE
               MOVE XT-RCV-DATE(XT-INDX)   TO XF-RCV-DATE
               MOVE XT-STATUS(XT-INDX)     TO XF-STATUS
               MOVE XT-SHIP-OPER(XT-INDX)  TO XF-SHIP-OPER
               MOVE XT-RCV-OPER(XT-INDX)   TO XF-RCV-OPER
               WRITE XFER-REC
           END-PERFORM
           CLOSE XFER-FILE.
      * REWRITES ITEMINV.DAT WITH THE MOVED IN-TRANSIT AND ON-HAND.
       650-SAVE-ITEM-INV.
           OPEN OUTPUT ITEM-INV-FILE
           PERFORM VARYING IV-INDX FROM 1 BY 1
                   UNTIL IV-INDX > IV-COUNT
               MOVE IV-T-STORE-NO(IV-INDX)   TO IV-STORE-NO
               MOVE IV-T-ITEM-NUM(IV-INDX)   TO IV-ITEM-NUM
               MOVE IV-T-ON-HAND(IV-INDX)    TO IV-ON-HAND
               MOVE IV-T-REORDER-PT(IV-INDX) TO IV-REORDER-PT
               MOVE IV-T-ON-ORDER(IV-INDX)   TO IV-ON-ORDER
               MOVE IV-T-IN-TRANSIT(IV-INDX) TO IV-IN-TRANSIT
               MOVE IV-T-AVG-COST(IV-INDX)   TO IV-AVG-COST
               WRITE INV-REC
           END-PERFORM
           CLOSE ITEM-INV-FILE.
      * APPENDS ONE INVADJ PAIR PER RECEIVING STORE AND DEPARTMENT
      * WHOSE DISCREPANCIES MOVED THE STOCK VALUE.
       700-WRITE-COST-JOURNAL.
           OPEN EXTEND JOURNAL-FILE
           IF WS-JRNL-STATUS NOT = "00"
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           PERFORM VARYING WS-STORE-INDX FROM 1 BY 1
                   UNTIL WS-STORE-INDX > 100
               PERFORM VARYING WS-DEPT-INDX FROM 1 BY 1
                       UNTIL WS-DEPT-INDX > 10
                   IF CJ-DEPT-AMT(WS-STORE-INDX WS-DEPT-INDX)
                           NOT = ZERO
                       PERFORM 750-WRITE-ONE-PAIR
                   END-IF
               END-PERFORM
           END-PERFORM
           CLOSE JOURNAL-FILE
           DISPLAY WS-JRNL-CT ' GL ' WS-SOURCE
               ' PAIRS WRITTEN TO GLJOURNAL.DAT.'.
      * WRITES THE PAIR FOR ONE STORE AND DEPARTMENT - SHRINK DEBIT,
      * INVENTORY CREDIT, OR THE REVERSE WHEN MORE ARRIVED THAN WAS
      * SHIPPED. A DEPARTMENT WITH NO MAPPING OF ITS OWN AND NO
      * DEPARTMENT 0 ROW CANNOT BE BOOKED AND FAILS THE RUN SO THE
      * GL IS NOT LEFT SHORT.
       750-WRITE-ONE-PAIR.
           IF GM-T-FOUND(WS-DEPT-INDX) NOT = 'Y'
               COMPUTE WS-DEPT-DIGIT = WS-DEPT-INDX - 1
               DISPLAY 'NO GL MAPPING FOR ' WS-SOURCE ' DEPT '
                   WS-DEPT-DIGIT ' - NOT JOURNALED.'
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE WS-RUN-DATE TO GJ-DATE
               MOVE WS-SOURCE   TO GJ-SOURCE
               COMPUTE GJ-STORE = WS-STORE-INDX - 1
               IF CJ-DEPT-AMT(WS-STORE-INDX WS-DEPT-INDX) > ZERO
                   MOVE CJ-DEPT-AMT(WS-STORE-INDX WS-DEPT-INDX)
                       TO GJ-AMT
                   MOVE GM-T-DR-ACCT(WS-DEPT-INDX) TO GJ-ACCT
                   MOVE 'D'     TO GJ-DRCR
                   WRITE JOURNAL-REC
                   MOVE GM-T-CR-ACCT(WS-DEPT-INDX) TO GJ-ACCT
                   MOVE 'C'     TO GJ-DRCR
                   WRITE JOURNAL-REC
               ELSE
                   COMPUTE GJ-AMT =
                       0 - CJ-DEPT-AMT(WS-STORE-INDX WS-DEPT-INDX)
                   MOVE GM-T-CR-ACCT(WS-DEPT-INDX) TO GJ-ACCT
                   MOVE 'D'     TO GJ-DRCR
                   WRITE JOURNAL-REC
                   MOVE GM-T-DR-ACCT(WS-DEPT-INDX) TO GJ-ACCT
                   MOVE 'C'     TO GJ-DRCR
                   WRITE JOURNAL-REC
               END-IF
               ADD 1 TO WS-JRNL-CT
           END-IF.

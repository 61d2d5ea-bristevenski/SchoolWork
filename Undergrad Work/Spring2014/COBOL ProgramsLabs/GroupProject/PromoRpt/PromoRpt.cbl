       IDENTIFICATION DIVISION.
       PROGRAM-ID. PromoRpt.
       AUTHOR. Brianna Muleski
               Andrew Iverson
       DATE-WRITTEN. 10/13/14
      ******************************************************************
      * Purpose:
      *    Post-promotion results. For every promotion on PROMO.DAT
      *    whose window has closed, the units, sales, and gross
      *    margin of everything the promotion covered (its item, its
      *    department, or its store) are taken from the sale-detail
      *    history for the days the promotion ran and for the same
      *    number of days just before it started, and printed side by
      *    side with the change. Cost is the catalog cost in effect on
      *    the day of the sale. The lines the register actually rang
      *    at the promotion price come from the promotion ledger, net
      *    of voids.
      *
      * Input:
      *    PROMO.DAT     - promotions with their date windows
      *    SALEHIST.DAT  - sale-detail history, one row per sale line
      *    ITEMPRC.DAT   - catalog with price, cost, effective date
      *    PROMOLINE.DAT - lines rung at a promotion price
      *
      * Output:
      *    PROMO.RPT
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROMO-FILE ASSIGN TO "PROMO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PM-STATUS.
           SELECT SALEHIST-FILE ASSIGN TO "SALEHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SH-STATUS.
           SELECT ITEM-PRICE-FILE ASSIGN TO "ITEMPRC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRC-STATUS.
           SELECT PROMOLINE-FILE ASSIGN TO "PROMOLINE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PL-STATUS.
           SELECT REPORT-FILE ASSIGN TO "PROMO.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PROMO-FILE.
       01  PM-REC.
           05  PM-PROMO-ID     PIC X(6).
           05  PM-DESC         PIC X(20).
           05  PM-TYPE         PIC X.
           05  PM-SCOPE        PIC X.
           05  PM-SCOPE-KEY    PIC X(4).
           05  PM-VALUE        PIC 9(4)V99.
           05  PM-BUY-QTY      PIC 9(3).
           05  PM-GET-QTY      PIC 9(3).
           05  PM-START-DATE   PIC 9(8).
           05  PM-END-DATE     PIC 9(8).
       FD  SALEHIST-FILE.
       01  SALEHIST-REC.
           05  SH-BATCH-DATE   PIC 9(8).
           05  SH-BATCH-NO     PIC 9(3).
           05  SH-STORE-NO     PIC 9(2).
           05  SH-SEQ-NO       PIC 9(5).
           05  SH-CUST-NO      PIC X(5).
           05  SH-ITEM-NUM     PIC X(4).
           05  SH-UNIT-PRICE   PIC 9(4)V99.
           05  SH-QTY          PIC 9(3).
           05  SH-TENDER       PIC X.
           05  SH-OPERATOR     PIC X(5).
       FD  ITEM-PRICE-FILE.
       01  IP-REC.
           05  IP-ITEM-NUM     PIC X(4).
           05  IP-PRICE        PIC 9(4)V99.
           05  IP-EFF-DATE     PIC 9(8).
           05  IP-COST         PIC 9(4)V99.
           05  IP-MIN-QTY      PIC 9(3).
       FD  PROMOLINE-FILE.
       01  PROMOLINE-REC.
           05  PL-BATCH-DATE   PIC 9(8).
           05  PL-BATCH-NO     PIC 9(3).
           05  PL-STORE-NO     PIC 9(2).
           05  PL-SEQ-NO       PIC 9(5).
           05  PL-PROMO-ID     PIC X(6).
           05  PL-ITEM-NUM     PIC X(4).
           05  PL-QTY          PIC 9(3).
           05  PL-REG-PRICE    PIC 9(4)V99.
           05  PL-PROMO-PRICE  PIC 9(4)V99.
           05  PL-OPERATOR     PIC X(5).
           05  PL-TYPE         PIC X.
       FD  REPORT-FILE.
       01  REPORT-REC          PIC X(80).
       WORKING-STORAGE SECTION.
       01  WORKING-ITEMS.
           05  PM-EOF-SWITCH   PIC X       VALUE 'N'.
           05  SH-EOF-SWITCH   PIC X       VALUE 'N'.
           05  IP-EOF-SWITCH   PIC X       VALUE 'N'.
           05  PL-EOF-SWITCH   PIC X       VALUE 'N'.
           05  WS-PM-STATUS    PIC XX.
           05  WS-SH-STATUS    PIC XX.
           05  WS-PRC-STATUS   PIC XX.
           05  WS-PL-STATUS    PIC XX.
           05  WS-RUN-DATE     PIC 9(8).
           05  WS-DAYS         PIC 9(5).
           05  WS-START-INT    PIC 9(7).
           05  WS-BEST-DATE    PIC 9(8).
           05  WS-ITEM-COST    PIC 9(4)V99.
           05  WS-SALES-AMT    PIC S9(7)V99.
           05  WS-COST-AMT     PIC S9(7)V99.
           05  WS-PR-SUB       PIC 9(3).
           05  WS-PRC-SUB      PIC 9(4).
           05  WS-MATCH-SW     PIC X.
               88  ROW-IN-SCOPE            VALUE 'Y'.
           05  WS-MARGIN-AMT   PIC S9(9)V99.
           05  WS-MARGIN-PCT   PIC S9(3)V99.
           05  WS-DUR-PCT      PIC S9(3)V99.
           05  WS-PRE-PCT      PIC S9(3)V99.
           05  WS-WORK-DATE    PIC 9(8).
           05  WS-WORK-DATE-R REDEFINES WS-WORK-DATE.
               10  WS-WORK-YEAR    PIC 9(4).
               10  WS-WORK-MM      PIC 99.
               10  WS-WORK-DD      PIC 99.
           05  WS-SKIPPED-CT   PIC 9(3)    VALUE ZERO.
      * THE CLOSED PROMOTIONS, WITH THE WINDOW BEFORE EACH ONE AND
      * THE FIGURES GATHERED FOR BOTH.
       01  PROMO-RESULT-TABLE.
           05  PR-COUNT        PIC 9(3)    VALUE ZERO.
           05  PR-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON PR-COUNT
                   INDEXED BY PR-INDX.
               10  PR-PROMO-ID     PIC X(6).
               10  PR-DESC         PIC X(20).
               10  PR-TYPE         PIC X.
               10  PR-SCOPE        PIC X.
               10  PR-SCOPE-KEY    PIC X(4).
               10  PR-START-DATE   PIC 9(8).
               10  PR-END-DATE     PIC 9(8).
               10  PR-PRE-START    PIC 9(8).
               10  PR-PRE-END      PIC 9(8).
               10  PR-DUR-UNITS    PIC S9(7).
               10  PR-DUR-SALES    PIC S9(9)V99.
               10  PR-DUR-COST     PIC S9(9)V99.
               10  PR-PRE-UNITS    PIC S9(7).
               10  PR-PRE-SALES    PIC S9(9)V99.
               10  PR-PRE-COST     PIC S9(9)V99.
               10  PR-LINE-CT      PIC S9(5).
               10  PR-LINE-UNITS   PIC S9(7).
       01  ITEM-PRICE-TABLE.
           05  IP-COUNT        PIC 9(4)    VALUE ZERO.
           05  IP-ENTRY OCCURS 1 TO 1000 TIMES
                   DEPENDING ON IP-COUNT
                   INDEXED BY IP-INDX.
               10  IP-T-ITEM-NUM   PIC X(4).
               10  IP-T-EFF-DATE   PIC 9(8).
               10  IP-T-COST       PIC 9(4)V99.
       01  HD-TITLE.
           05  FILLER          PIC X(6)    VALUE "DATE: ".
           05  HD-MM           PIC 99.
           05  FILLER          PIC X       VALUE "/".
           05  HD-DD           PIC 99.
           05  FILLER          PIC X       VALUE "/".
           05  HD-YEAR         PIC 9(4).
           05  FILLER          PIC X(10)   VALUE SPACES.
           05  FILLER          PIC X(24)
               VALUE "PROMOTION RESULTS REPORT".
       01  PROMO-HEADING.
           05  FILLER          PIC X(10)   VALUE "PROMOTION ".
           05  PH-PROMO-ID     PIC X(6).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  PH-DESC         PIC X(20).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  PH-TYPE         PIC X(12).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  PH-SCOPE        PIC X(6).
           05  PH-SCOPE-KEY    PIC X(4).
       01  WINDOW-LINE.
           05  FILLER          PIC X(9)    VALUE "  WINDOW ".
           05  WL-START        PIC X(10).
           05  FILLER          PIC X       VALUE "-".
           05  WL-END          PIC X(10).
           05  FILLER          PIC X(9)    VALUE "  BEFORE ".
           05  WL-PRE-START    PIC X(10).
           05  FILLER          PIC X       VALUE "-".
           05  WL-PRE-END      PIC X(10).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  WL-DAYS         PIC ZZZZ9.
           05  FILLER          PIC X(5)    VALUE " DAYS".
       01  ED-DATE.
           05  ED-MM           PIC 99.
           05  FILLER          PIC X       VALUE "/".
           05  ED-DD           PIC 99.
           05  FILLER          PIC X       VALUE "/".
           05  ED-YEAR         PIC 9(4).
       01  HD-COLUMNS.
           05  FILLER          PIC X(14)   VALUE SPACES.
           05  FILLER          PIC X(5)    VALUE "UNITS".
           05  FILLER          PIC X(10)   VALUE SPACES.
           05  FILLER          PIC X(5)    VALUE "SALES".
           05  FILLER          PIC X(10)   VALUE SPACES.
           05  FILLER          PIC X(6)    VALUE "MARGIN".
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  FILLER          PIC X(8)    VALUE "MARGIN %".
       01  RESULT-DETAIL.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  RD-LABEL        PIC X(8).
           05  RD-UNITS        PIC Z,ZZZ,ZZ9-.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  RD-SALES        PIC $,$$$,$$9.99-.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  RD-MARGIN       PIC $,$$$,$$9.99-.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  RD-MARGIN-PCT   PIC ZZ9.99-.
       01  PROMO-LINE-SUMMARY.
           05  FILLER          PIC X(32)
               VALUE "  LINES RUNG AT PROMOTION PRICE:".
           05  PS-LINE-CT      PIC ZZ,ZZ9-.
           05  FILLER          PIC X(10)   VALUE "   UNITS: ".
           05  PS-LINE-UNITS   PIC Z,ZZZ,ZZ9-.
       01  NONE-LINE.
           05  FILLER          PIC X(40)
               VALUE "NO CLOSED PROMOTIONS ON FILE.".
      *
       PROCEDURE DIVISION.
       000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM 050-LOAD-PROMOTIONS
           PERFORM 060-LOAD-ITEM-COSTS
           PERFORM 100-ROLL-SALE-HISTORY
           PERFORM 200-ROLL-PROMO-LEDGER
           PERFORM 500-WRITE-REPORT

           DISPLAY PR-COUNT ' CLOSED PROMOTIONS REPORTED, '
               WS-SKIPPED-CT ' STILL RUNNING OR NOT YET STARTED.'
           DISPLAY "PROMOTION RESULTS REPORT GENERATED!"
           STOP RUN.
      * LOADS THE PROMOTIONS WHOSE WINDOW CLOSED BEFORE TODAY, AND
      * WORKS OUT THE SAME-LENGTH WINDOW JUST BEFORE EACH ONE.
       050-LOAD-PROMOTIONS.
           OPEN INPUT PROMO-FILE
           IF WS-PM-STATUS NOT = "00"
               MOVE 'Y' TO PM-EOF-SWITCH
           END-IF
           PERFORM UNTIL PM-EOF-SWITCH = 'Y'
               READ PROMO-FILE
                   AT END
                       MOVE 'Y' TO PM-EOF-SWITCH
                   NOT AT END
                       IF PM-START-DATE IS NUMERIC
                          AND PM-END-DATE IS NUMERIC
                          AND PM-START-DATE NOT > PM-END-DATE
                          AND PM-END-DATE < WS-RUN-DATE
                          AND PR-COUNT < 200
                           PERFORM 070-ADD-PROMOTION
                       ELSE
                           ADD 1 TO WS-SKIPPED-CT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PM-STATUS NOT = "35"
               CLOSE PROMO-FILE
           END-IF.
      * LOADS THE CATALOG COST ROWS, AS MARGINRPT DOES.
       060-LOAD-ITEM-COSTS.
           OPEN INPUT ITEM-PRICE-FILE
           IF WS-PRC-STATUS NOT = "00"
               MOVE 'Y' TO IP-EOF-SWITCH
           END-IF
           PERFORM UNTIL IP-EOF-SWITCH = 'Y'
               READ ITEM-PRICE-FILE
                   AT END
                       MOVE 'Y' TO IP-EOF-SWITCH
                   NOT AT END
                       IF IP-COUNT < 1000
                          AND (IP-MIN-QTY IS NOT NUMERIC
                               OR IP-MIN-QTY NOT > 1)
                           ADD 1 TO IP-COUNT
                           MOVE IP-ITEM-NUM TO IP-T-ITEM-NUM(IP-COUNT)
                           MOVE IP-EFF-DATE TO IP-T-EFF-DATE(IP-COUNT)
                           IF IP-COST IS NUMERIC
                               MOVE IP-COST TO IP-T-COST(IP-COUNT)
                           ELSE
                               MOVE ZERO TO IP-T-COST(IP-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PRC-STATUS NOT = "35"
               CLOSE ITEM-PRICE-FILE
           END-IF.
       070-ADD-PROMOTION.
           ADD 1 TO PR-COUNT
           INITIALIZE PR-ENTRY(PR-COUNT)
           MOVE PM-PROMO-ID   TO PR-PROMO-ID(PR-COUNT)
           MOVE PM-DESC       TO PR-DESC(PR-COUNT)
           MOVE PM-TYPE       TO PR-TYPE(PR-COUNT)
           MOVE PM-SCOPE      TO PR-SCOPE(PR-COUNT)
           MOVE PM-SCOPE-KEY  TO PR-SCOPE-KEY(PR-COUNT)
           MOVE PM-START-DATE TO PR-START-DATE(PR-COUNT)
           MOVE PM-END-DATE   TO PR-END-DATE(PR-COUNT)
           COMPUTE WS-START-INT =
               FUNCTION INTEGER-OF-DATE(PM-START-DATE)
           COMPUTE WS-DAYS =
               FUNCTION INTEGER-OF-DATE(PM-END-DATE) - WS-START-INT + 1
           COMPUTE PR-PRE-START(PR-COUNT) =
               FUNCTION DATE-OF-INTEGER(WS-START-INT - WS-DAYS)
           COMPUTE PR-PRE-END(PR-COUNT) =
               FUNCTION DATE-OF-INTEGER(WS-START-INT - 1).
      * FINDS THE COST ROW IN EFFECT ON THE DAY OF THE SALE.
       080-FIND-ITEM-COST.
           MOVE ZERO TO WS-ITEM-COST
           MOVE ZERO TO WS-BEST-DATE
           PERFORM VARYING WS-PRC-SUB FROM 1 BY 1
                   UNTIL WS-PRC-SUB > IP-COUNT
               IF IP-T-ITEM-NUM(WS-PRC-SUB) = SH-ITEM-NUM
                  AND IP-T-EFF-DATE(WS-PRC-SUB) NOT > SH-BATCH-DATE
                  AND IP-T-EFF-DATE(WS-PRC-SUB) NOT < WS-BEST-DATE
                   MOVE IP-T-EFF-DATE(WS-PRC-SUB) TO WS-BEST-DATE
                   MOVE IP-T-COST(WS-PRC-SUB) TO WS-ITEM-COST
               END-IF
           END-PERFORM.
      * READS THE SALE HISTORY ONCE, ADDING EACH LINE TO EVERY
      * PROMOTION THAT COVERS IT IN EITHER WINDOW.
       100-ROLL-SALE-HISTORY.
           IF PR-COUNT = ZERO
               MOVE 'Y' TO SH-EOF-SWITCH
           ELSE
               OPEN INPUT SALEHIST-FILE
               IF WS-SH-STATUS NOT = "00"
                   MOVE 'Y' TO SH-EOF-SWITCH
                   DISPLAY 'WARNING: SALEHIST.DAT NOT ON FILE.'
               END-IF
           END-IF
           PERFORM UNTIL SH-EOF-SWITCH = 'Y'
               READ SALEHIST-FILE
                   AT END
                       MOVE 'Y' TO SH-EOF-SWITCH
                   NOT AT END
                       PERFORM 080-FIND-ITEM-COST
                       COMPUTE WS-SALES-AMT ROUNDED =
                           SH-UNIT-PRICE * SH-QTY
                       COMPUTE WS-COST-AMT ROUNDED =
                           WS-ITEM-COST * SH-QTY
                       PERFORM 150-ROLL-ONE-SALE
                           VARYING WS-PR-SUB FROM 1 BY 1
                           UNTIL WS-PR-SUB > PR-COUNT
               END-READ
           END-PERFORM
           IF PR-COUNT > ZERO AND WS-SH-STATUS NOT = "35"
               CLOSE SALEHIST-FILE
           END-IF.
       150-ROLL-ONE-SALE.
           MOVE 'N' TO WS-MATCH-SW
           EVALUATE PR-SCOPE(WS-PR-SUB)
               WHEN 'I'
                   IF PR-SCOPE-KEY(WS-PR-SUB) = SH-ITEM-NUM
                       SET ROW-IN-SCOPE TO TRUE
                   END-IF
               WHEN 'D'
                   IF PR-SCOPE-KEY(WS-PR-SUB)(1:1) = SH-ITEM-NUM(1:1)
                       SET ROW-IN-SCOPE TO TRUE
                   END-IF
               WHEN 'S'
                   IF PR-SCOPE-KEY(WS-PR-SUB)(1:2) = SH-STORE-NO
                       SET ROW-IN-SCOPE TO TRUE
                   END-IF
           END-EVALUATE
           IF ROW-IN-SCOPE
               IF SH-BATCH-DATE NOT < PR-START-DATE(WS-PR-SUB)
                  AND SH-BATCH-DATE NOT > PR-END-DATE(WS-PR-SUB)
                   ADD SH-QTY       TO PR-DUR-UNITS(WS-PR-SUB)
                   ADD WS-SALES-AMT TO PR-DUR-SALES(WS-PR-SUB)
                   ADD WS-COST-AMT  TO PR-DUR-COST(WS-PR-SUB)
               END-IF
               IF SH-BATCH-DATE NOT < PR-PRE-START(WS-PR-SUB)
                  AND SH-BATCH-DATE NOT > PR-PRE-END(WS-PR-SUB)
                   ADD SH-QTY       TO PR-PRE-UNITS(WS-PR-SUB)
                   ADD WS-SALES-AMT TO PR-PRE-SALES(WS-PR-SUB)
                   ADD WS-COST-AMT  TO PR-PRE-COST(WS-PR-SUB)
               END-IF
           END-IF.
      * COUNTS THE LINES THE REGISTER RANG UNDER EACH PROMOTION. A
      * VOID ROW TAKES ITS LINE BACK OUT.
       200-ROLL-PROMO-LEDGER.
           IF PR-COUNT = ZERO
               MOVE 'Y' TO PL-EOF-SWITCH
           ELSE
               OPEN INPUT PROMOLINE-FILE
               IF WS-PL-STATUS NOT = "00"
                   MOVE 'Y' TO PL-EOF-SWITCH
               END-IF
           END-IF
           PERFORM UNTIL PL-EOF-SWITCH = 'Y'
               READ PROMOLINE-FILE
                   AT END
                       MOVE 'Y' TO PL-EOF-SWITCH
                   NOT AT END
                       PERFORM 250-ROLL-ONE-PROMO-LINE
                           VARYING WS-PR-SUB FROM 1 BY 1
                           UNTIL WS-PR-SUB > PR-COUNT
               END-READ
           END-PERFORM
           IF PR-COUNT > ZERO AND WS-PL-STATUS NOT = "35"
               CLOSE PROMOLINE-FILE
           END-IF.
       250-ROLL-ONE-PROMO-LINE.
           IF PL-PROMO-ID = PR-PROMO-ID(WS-PR-SUB)
               IF PL-TYPE = 'V'
                   SUBTRACT 1      FROM PR-LINE-CT(WS-PR-SUB)
                   SUBTRACT PL-QTY FROM PR-LINE-UNITS(WS-PR-SUB)
               ELSE
                   ADD 1      TO PR-LINE-CT(WS-PR-SUB)
                   ADD PL-QTY TO PR-LINE-UNITS(WS-PR-SUB)
               END-IF
           END-IF.
      * MARGIN PERCENT FOR THE SALES/COST PAIR IN WS-SALES-AMT AND
      * WS-COST-AMT.
       300-SET-MARGIN-PCT.
           COMPUTE WS-MARGIN-AMT = WS-SALES-AMT - WS-COST-AMT
           IF WS-SALES-AMT = ZERO
               MOVE ZERO TO WS-MARGIN-PCT
           ELSE
               COMPUTE WS-MARGIN-PCT ROUNDED =
                   (WS-MARGIN-AMT / WS-SALES-AMT) * 100
           END-IF.
      * EDITS WS-WORK-DATE AS MM/DD/YYYY INTO ED-DATE.
       350-EDIT-DATE.
           MOVE WS-WORK-MM   TO ED-MM
           MOVE WS-WORK-DD   TO ED-DD
           MOVE WS-WORK-YEAR TO ED-YEAR.
      * PRINTS ONE BLOCK PER CLOSED PROMOTION.
       500-WRITE-REPORT.
           OPEN OUTPUT REPORT-FILE
           MOVE WS-RUN-DATE(5:2) TO HD-MM
           MOVE WS-RUN-DATE(7:2) TO HD-DD
           MOVE WS-RUN-DATE(1:4) TO HD-YEAR
           WRITE REPORT-REC FROM HD-TITLE
           IF PR-COUNT = ZERO
               WRITE REPORT-REC FROM NONE-LINE
                   AFTER ADVANCING 2 LINES
           END-IF
           PERFORM 550-PRINT-ONE-PROMOTION
               VARYING WS-PR-SUB FROM 1 BY 1
               UNTIL WS-PR-SUB > PR-COUNT
           CLOSE REPORT-FILE.
       550-PRINT-ONE-PROMOTION.
           MOVE PR-PROMO-ID(WS-PR-SUB) TO PH-PROMO-ID
           MOVE PR-DESC(WS-PR-SUB)     TO PH-DESC
           EVALUATE PR-TYPE(WS-PR-SUB)
               WHEN 'P'
                   MOVE 'PERCENT OFF' TO PH-TYPE
               WHEN 'A'
                   MOVE 'AMOUNT OFF'  TO PH-TYPE
               WHEN 'B'
                   MOVE 'BUY X GET Y' TO PH-TYPE
               WHEN OTHER
                   MOVE SPACES        TO PH-TYPE
           END-EVALUATE
           EVALUATE PR-SCOPE(WS-PR-SUB)
               WHEN 'I'
                   MOVE 'ITEM'  TO PH-SCOPE
               WHEN 'D'
                   MOVE 'DEPT'  TO PH-SCOPE
               WHEN 'S'
                   MOVE 'STORE' TO PH-SCOPE
               WHEN OTHER
                   MOVE SPACES  TO PH-SCOPE
           END-EVALUATE
           MOVE PR-SCOPE-KEY(WS-PR-SUB) TO PH-SCOPE-KEY
           WRITE REPORT-REC FROM PROMO-HEADING
               AFTER ADVANCING 2 LINES

           MOVE PR-START-DATE(WS-PR-SUB) TO WS-WORK-DATE
           PERFORM 350-EDIT-DATE
           MOVE ED-DATE TO WL-START
           MOVE PR-END-DATE(WS-PR-SUB) TO WS-WORK-DATE
           PERFORM 350-EDIT-DATE
           MOVE ED-DATE TO WL-END
           MOVE PR-PRE-START(WS-PR-SUB) TO WS-WORK-DATE
           PERFORM 350-EDIT-DATE
           MOVE ED-DATE TO WL-PRE-START
           MOVE PR-PRE-END(WS-PR-SUB) TO WS-WORK-DATE
           PERFORM 350-EDIT-DATE
           MOVE ED-DATE TO WL-PRE-END
           COMPUTE WS-DAYS =
               FUNCTION INTEGER-OF-DATE(PR-END-DATE(WS-PR-SUB))
               - FUNCTION INTEGER-OF-DATE(PR-START-DATE(WS-PR-SUB))
               + 1
           MOVE WS-DAYS TO WL-DAYS
           WRITE REPORT-REC FROM WINDOW-LINE
               AFTER ADVANCING 1 LINE
           WRITE REPORT-REC FROM HD-COLUMNS
               AFTER ADVANCING 1 LINE

           MOVE 'DURING'                TO RD-LABEL
           MOVE PR-DUR-UNITS(WS-PR-SUB) TO RD-UNITS
           MOVE PR-DUR-SALES(WS-PR-SUB) TO RD-SALES WS-SALES-AMT
           MOVE PR-DUR-COST(WS-PR-SUB)  TO WS-COST-AMT
           PERFORM 300-SET-MARGIN-PCT
           MOVE WS-MARGIN-AMT           TO RD-MARGIN
           MOVE WS-MARGIN-PCT           TO RD-MARGIN-PCT WS-DUR-PCT
           WRITE REPORT-REC FROM RESULT-DETAIL
               AFTER ADVANCING 1 LINE

           MOVE 'BEFORE'                TO RD-LABEL
           MOVE PR-PRE-UNITS(WS-PR-SUB) TO RD-UNITS
           MOVE PR-PRE-SALES(WS-PR-SUB) TO RD-SALES WS-SALES-AMT
           MOVE PR-PRE-COST(WS-PR-SUB)  TO WS-COST-AMT
           PERFORM 300-SET-MARGIN-PCT
           MOVE WS-MARGIN-AMT           TO RD-MARGIN
           MOVE WS-MARGIN-PCT           TO RD-MARGIN-PCT WS-PRE-PCT
           WRITE REPORT-REC FROM RESULT-DETAIL
               AFTER ADVANCING 1 LINE

           MOVE 'CHANGE'                TO RD-LABEL
           COMPUTE RD-UNITS =
               PR-DUR-UNITS(WS-PR-SUB) - PR-PRE-UNITS(WS-PR-SUB)
           COMPUTE RD-SALES =
               PR-DUR-SALES(WS-PR-SUB) - PR-PRE-SALES(WS-PR-SUB)
           COMPUTE RD-MARGIN =
               (PR-DUR-SALES(WS-PR-SUB) - PR-DUR-COST(WS-PR-SUB))
               - (PR-PRE-SALES(WS-PR-SUB) - PR-PRE-COST(WS-PR-SUB))
           COMPUTE RD-MARGIN-PCT = WS-DUR-PCT - WS-PRE-PCT
           WRITE REPORT-REC FROM RESULT-DETAIL
               AFTER ADVANCING 1 LINE

           MOVE PR-LINE-CT(WS-PR-SUB)    TO PS-LINE-CT
           MOVE PR-LINE-UNITS(WS-PR-SUB) TO PS-LINE-UNITS
           WRITE REPORT-REC FROM PROMO-LINE-SUMMARY
               AFTER ADVANCING 1 LINE.

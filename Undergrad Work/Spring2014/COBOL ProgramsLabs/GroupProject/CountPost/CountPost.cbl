      ******************************************************************
      * Purpose:
      *    Physical inventory variance and posting run. Sums the
      *    count lines CountEntry captured by store and item, prints
      *    a variance report comparing counted to the store's
      *    ITEMINV.DAT on-hand with each variance valued at the
      *    item's weighted-average cost (the same cost InvPost books
      *    sales at and the valuation report prices stock at), then
      *    asks a supervisor to approve.
      *    Approved, the counted figures post as the new on-hand
      *    through a proper rewrite, every adjustment goes to an
      *    audit file with before/after and the supervisor's ID, the
      *    variance value is booked to the GL as INVADJ pairs by
      *    store and department (shrink expense debit, inventory
      *    credit; reversed for an overage), and the count file is
      *    cleared. Not approved, nothing changes and the count stays
      *    on disk for review.
      *
      * Input:
      *    COUNTS.DAT  - counted lines from CountEntry
      *    ITEMINV.DAT - item inventory master
      *    GLMAP.DAT   - GL accounts for source INVADJ
      *    Supervisor approval entered at the console
      *
      * Output:
      *    ITEMINV.DAT    - rewritten with counted on-hand (approved)
      *    INVADJAUDIT.DAT - one audit row per posted adjustment
      *    COUNTS.DAT     - cleared after an approved posting
      *    GLJOURNAL.DAT  - INVADJ pairs appended (approved)
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT ITEM-INV-FILE ASSIGN TO "ITEMINV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INV-STATUS.
           SELECT REPORT-FILE ASSIGN TO "COUNTVAR.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-FILE ASSIGN TO "INVADJAUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT GLMAP-FILE ASSIGN TO "GLMAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "GLJOURNAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  COUNT-FILE.
           05  CN-COUNTED-QTY  PIC 9(5).
           05  CN-DATE         PIC 9(8).
           05  CN-OPERATOR     PIC X(5).
           05  CN-STORE-NO     PIC 9(2).
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
       FD  AUDIT-FILE.
           05  AJ-BEFORE-QTY   PIC S9(5).
           05  AJ-AFTER-QTY    PIC 9(5).
           05  AJ-VAR-VALUE    PIC S9(7)V99.
           05  AJ-STORE-NO     PIC 9(2).
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
           05  CN-EOF-SWITCH   PIC X       VALUE 'N'.
           05  IV-EOF-SWITCH   PIC X       VALUE 'N'.
           05  EOF-SWITCH      PIC X.
           05  WS-CNT-STATUS   PIC XX.
           05  WS-INV-STATUS   PIC XX.
           05  WS-AUDIT-STATUS PIC XX.
           05  WS-MAP-STATUS   PIC XX.
           05  WS-JRNL-STATUS  PIC XX.
           05  WS-SOURCE       PIC X(8)    VALUE 'INVADJ'.
           05  WS-MAP-SW       PIC X       VALUE 'N'.
               88  MAP-FOUND               VALUE 'Y'.
           05  WS-RUN-DATE     PIC 9(8).
           05  SUPERVISOR-ID   PIC X(5).
           05  WS-APPROVE-SW   PIC X.
           05  WS-CT-SUB       PIC 9(4).
           05  WS-CT-FOUND     PIC 9(4).
           05  WS-VAR-QTY      PIC S9(6).
           05  WS-VAR-VALUE    PIC S9(7)V99.
           05  WS-VAR-TOT      PIC S9(9)V99 VALUE ZERO.
           05  WS-VAR-CT       PIC 9(4)    VALUE ZERO.
           05  WS-POSTED-CT    PIC 9(4)    VALUE ZERO.
           05  WS-DEPT-DIGIT   PIC 9.
           05  WS-DEPT-INDX    PIC 99.
           05  WS-STORE-INDX   PIC 9(3).
           05  WS-JRNL-CT      PIC 9(4)    VALUE ZERO.
       01  COUNT-TOTAL-TABLE.
           05  CT-COUNT        PIC 9(4)    VALUE ZERO.
           05  CT-ENTRY OCCURS 1 TO 1000 TIMES
                   DEPENDING ON CT-COUNT
                   INDEXED BY CT-INDX.
               10  CT-STORE-NO     PIC 9(2).
               10  CT-ITEM-NUM     PIC X(4).
               10  CT-COUNTED-QTY  PIC 9(6).
       01  ITEM-INV-TABLE.
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
      * SHRINK VALUE (LOSS POSITIVE) BY STORE (ENTRY 1 IS STORE 0)
      * AND DEPARTMENT.
       01  COST-JOURNAL-TABLE.
           05  CJ-STORE-ENTRY OCCURS 100 TIMES.
               10  CJ-DEPT-AMT     PIC S9(9)V99 OCCURS 10 TIMES.
       01  HD-TITLE.
           05  FILLER          PIC X(6)    VALUE "DATE: ".
           05  HD-MM           PIC 99.
           05  FILLER          PIC X(25)   VALUE
                                   "PHYSICAL COUNT VARIANCES".
       01  HD-COLUMNS.
           05  FILLER          PIC X(5)    VALUE "STORE".
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(4)    VALUE "ITEM".
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  FILLER          PIC X(7)    VALUE "ON FILE".
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(8)    VALUE "VARIANCE".
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  FILLER          PIC X(8)    VALUE "VAR COST".
       01  VAR-DETAIL.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  VD-STORE-NO     PIC 99.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  VD-ITEM-NUM     PIC X(4).
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  VD-ON-HAND      PIC ZZZZ9-.
       PROCEDURE DIVISION.
       000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           INITIALIZE COST-JOURNAL-TABLE
           PERFORM 040-LOAD-GLMAP
           IF NOT MAP-FOUND
               DISPLAY 'NO ' WS-SOURCE ' MAPPING IN GLMAP.DAT - '
                   'NOTHING POSTED.'
               STOP RUN
           END-IF
           PERFORM 050-SUM-COUNTS
           IF CT-COUNT = ZERO
               DISPLAY 'NO COUNTS ON FILE - RUN COUNTENTRY FIRST.'
               STOP RUN
           END-IF
           PERFORM 060-LOAD-ITEM-INV
           PERFORM 200-WRITE-VARIANCE-REPORT
           PERFORM 400-ASK-APPROVAL
           IF WS-APPROVE-SW = 'Y'
               PERFORM 500-POST-ADJUSTMENTS
               PERFORM 600-SAVE-ITEM-INV
               PERFORM 650-CLEAR-COUNTS
               PERFORM 700-WRITE-COST-JOURNAL
               DISPLAY WS-POSTED-CT ' ADJUSTMENTS POSTED.'
           ELSE
               DISPLAY 'NOT APPROVED - NOTHING POSTED. COUNTS KEPT.'
           END-IF
           STOP RUN.
      * FINDS THE SHRINK EXPENSE AND INVENTORY ACCOUNTS FOR SOURCE
      * INVADJ BY DEPARTMENT. WITH NO MAPPING AT ALL THE RUN STOPS
      * BEFORE ANYTHING IS REPORTED OR POSTED.
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
      * SUMS THE COUNT LINES BY STORE AND ITEM - SEVERAL COUNTERS
      * OR SHELVES ROLL INTO ONE COUNTED FIGURE PER ITEM PER STORE.
       050-SUM-COUNTS.
           OPEN INPUT COUNT-FILE
           IF WS-CNT-STATUS NOT = "00"
           PERFORM VARYING WS-CT-SUB FROM 1 BY 1
                   UNTIL WS-CT-SUB > CT-COUNT
               IF CT-ITEM-NUM(WS-CT-SUB) = CN-ITEM-NUM
                  AND CT-STORE-NO(WS-CT-SUB) = CN-STORE-NO
                   MOVE WS-CT-SUB TO WS-CT-FOUND
               END-IF
           END-PERFORM
           ELSE
               IF CT-COUNT < 1000
                   ADD 1 TO CT-COUNT
                   MOVE CN-STORE-NO    TO CT-STORE-NO(CT-COUNT)
                   MOVE CN-ITEM-NUM    TO CT-ITEM-NUM(CT-COUNT)
                   MOVE CN-COUNTED-QTY TO CT-COUNTED-QTY(CT-COUNT)
               END-IF
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
      * PRINTS ONE LINE PER COUNTED ITEM WHOSE COUNT DISAGREES WITH
      * THE FILE, WITH THE VARIANCE VALUED AT AVERAGE COST.
       200-WRITE-VARIANCE-REPORT.
           OPEN OUTPUT REPORT-FILE
           MOVE WS-RUN-DATE(5:2) TO HD-MM
                   CT-COUNTED-QTY(CT-INDX)
                   - IV-T-ON-HAND(WS-CT-FOUND)
               IF WS-VAR-QTY NOT = ZERO
                   COMPUTE WS-VAR-VALUE ROUNDED =
                       WS-VAR-QTY * IV-T-AVG-COST(WS-CT-FOUND)
                   MOVE CT-STORE-NO(CT-INDX)     TO VD-STORE-NO
                   MOVE CT-ITEM-NUM(CT-INDX)     TO VD-ITEM-NUM
                   MOVE IV-T-ON-HAND(WS-CT-FOUND) TO VD-ON-HAND
                   MOVE CT-COUNTED-QTY(CT-INDX)  TO VD-COUNTED
                   ADD WS-VAR-VALUE TO WS-VAR-TOT
               END-IF
           END-IF.
      * FINDS THE COUNTED ITEM'S ENTRY FOR THE COUNTED STORE IN THE
      * INVENTORY TABLE.
       300-FIND-INV-ENTRY.
           MOVE ZERO TO WS-CT-FOUND
           PERFORM VARYING WS-CT-SUB FROM 1 BY 1
                   UNTIL WS-CT-SUB > IV-COUNT
               IF IV-T-ITEM-NUM(WS-CT-SUB) = CT-ITEM-NUM(CT-INDX)
                  AND IV-T-STORE-NO(WS-CT-SUB) = CT-STORE-NO(CT-INDX)
                   MOVE WS-CT-SUB TO WS-CT-FOUND
               END-IF
           END-PERFORM.
               END-IF
           END-IF.
      * POSTS EACH COUNTED FIGURE AS THE NEW ON-HAND AND WRITES THE
      * BEFORE/AFTER AUDIT ROW, AND ADDS THE VARIANCE AT AVERAGE COST
      * TO THE STORE AND DEPARTMENT'S SHRINK. ITEMS COUNTED EQUAL TO
      * THE FILE POST NOTHING AND LEAVE NO AUDIT ROW.
       500-POST-ADJUSTMENTS.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
                   COMPUTE WS-VAR-QTY =
                       CT-COUNTED-QTY(CT-INDX)
                       - IV-T-ON-HAND(WS-CT-FOUND)
                   COMPUTE WS-VAR-VALUE ROUNDED =
                       WS-VAR-QTY * IV-T-AVG-COST(WS-CT-FOUND)
                   MOVE WS-RUN-DATE   TO AJ-DATE
                   MOVE SUPERVISOR-ID TO AJ-SUPERVISOR
                   MOVE CT-ITEM-NUM(CT-INDX) TO AJ-ITEM-NUM
                   MOVE IV-T-ON-HAND(WS-CT-FOUND) TO AJ-BEFORE-QTY
                   MOVE CT-COUNTED-QTY(CT-INDX)   TO AJ-AFTER-QTY
                   MOVE WS-VAR-VALUE  TO AJ-VAR-VALUE
                   MOVE CT-STORE-NO(CT-INDX) TO AJ-STORE-NO
                   WRITE AUDIT-REC
                   PERFORM 550-ADD-TO-SHRINK
                   MOVE CT-COUNTED-QTY(CT-INDX) TO
                       IV-T-ON-HAND(WS-CT-FOUND)
                   ADD 1 TO WS-POSTED-CT
               END-IF
           END-PERFORM
           CLOSE AUDIT-FILE.
      * A SHORTAGE (NEGATIVE VARIANCE) IS A LOSS AND ADDS TO THE
      * SHRINK; AN OVERAGE TAKES IT BACK. THE DEPARTMENT IS THE
      * FIRST DIGIT OF THE ITEM NUMBER, AS PHASEII AND MARGINRPT
      * TAKE IT; ANYTHING ELSE FALLS TO THE DEPARTMENT 0 ENTRY.
       550-ADD-TO-SHRINK.
           IF CT-ITEM-NUM(CT-INDX)(1:1) IS NUMERIC
              AND CT-ITEM-NUM(CT-INDX)(1:1) NOT = '0'
               MOVE CT-ITEM-NUM(CT-INDX)(1:1) TO WS-DEPT-DIGIT
               COMPUTE WS-DEPT-INDX = WS-DEPT-DIGIT + 1
           ELSE
               MOVE 1 TO WS-DEPT-INDX
           END-IF
           COMPUTE WS-STORE-INDX = CT-STORE-NO(CT-INDX) + 1
           SUBTRACT WS-VAR-VALUE FROM
               CJ-DEPT-AMT(WS-STORE-INDX WS-DEPT-INDX).
      * REWRITES ITEMINV.DAT WITH THE POSTED ON-HAND FIGURES.
       600-SAVE-ITEM-INV.
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
       650-CLEAR-COUNTS.
           OPEN OUTPUT COUNT-FILE
           CLOSE COUNT-FILE.
      * APPENDS ONE INVADJ PAIR PER STORE AND DEPARTMENT WHOSE COUNT
      * MOVED THE STOCK VALUE.
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
      * INVENTORY CREDIT, OR THE REVERSE WHEN THE COUNT FOUND MORE
      * THAN THE FILE HELD. A DEPARTMENT WITH NO MAPPING OF ITS OWN
      * AND NO DEPARTMENT 0 ROW CANNOT BE BOOKED AND FAILS THE RUN
      * SO THE GL IS NOT LEFT SHORT.
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

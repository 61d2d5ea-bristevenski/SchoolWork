       IDENTIFICATION DIVISION.
       PROGRAM-ID. InvValue.
       AUTHOR. Brianna Muleski
               Andrew Iverson
       DATE-WRITTEN. 10/13/14
      ******************************************************************
      * Purpose:
      *    Month-end inventory valuation. Every store's on-hand plus
      *    what is in transit between stores is valued at the item's
      *    weighted-average cost from ITEMINV.DAT and totalled by
      *    department. The month's physical count adjustments from
      *    CountPost are listed by department at the same cost. The
      *    stock value is then tied to the inventory GL account -
      *    the account the COGS mapping credits for each department
      *    - using the posted balance on GLMASTER.DAT plus any
      *    journal rows not yet posted, so a difference shows up at
      *    month end instead of at the auditors.
      *
      * Input:
      *    ITEMINV.DAT     - item inventory master with average cost
      *    GLMAP.DAT       - COGS rows name the inventory accounts
      *    DEPTMAST.DAT    - department master, for department names
      *    GLMASTER.DAT    - posted account balances (optional)
      *    GLJOURNAL.DAT   - journal rows not yet posted (optional)
      *    INVADJAUDIT.DAT - count adjustments from CountPost
      *    Period (YYYYMM) entered at the console
      *
      * Output:
      *    INVVALUE.RPT
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ITEM-INV-FILE ASSIGN TO "ITEMINV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INV-STATUS.
           SELECT GLMAP-FILE ASSIGN TO "GLMAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-STATUS.
           SELECT DEPT-MASTER-FILE ASSIGN TO "DEPTMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DM-STATUS.
           SELECT GLMASTER-FILE ASSIGN TO "GLMASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GA-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "GLJOURNAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "INVADJAUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT REPORT-FILE ASSIGN TO "INVVALUE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ITEM-INV-FILE.
       01  INV-REC.
           05  IV-STORE-NO     PIC 9(2).
           05  IV-ITEM-NUM     PIC X(4).
           05  IV-ON-HAND      PIC S9(5).
           05  IV-REORDER-PT   PIC 9(5).
           05  IV-ON-ORDER     PIC 9(5).
           05  IV-IN-TRANSIT   PIC 9(5).
           05  IV-AVG-COST     PIC 9(4)V9999.
       FD  GLMAP-FILE.
       01  GLMAP-REC.
           05  GM-SOURCE       PIC X(8).
           05  GM-DEPT         PIC 9.
           05  GM-DR-ACCT      PIC X(6).
           05  GM-CR-ACCT      PIC X(6).
           05  GM-DEPT-NAME    PIC X(8).
       FD  DEPT-MASTER-FILE.
       01  DM-REC.
           05  DM-DEPT-CODE    PIC 99.
           05  DM-DEPT-NAME    PIC X(10).
           05  DM-SHORT-NAME   PIC X(8).
           05  DM-ACTIVE       PIC X.
           05  DM-COST-CTR     PIC X(4).
           05  DM-TAXABLE      PIC X.
       FD  GLMASTER-FILE.
       01  GLMASTER-REC.
           05  GA-ACCT         PIC X(6).
           05  GA-BALANCE      PIC S9(11)V99.
       FD  JOURNAL-FILE.
       01  JOURNAL-REC.
           05  GJ-DATE         PIC 9(8).
           05  GJ-ACCT         PIC X(6).
           05  GJ-DRCR         PIC X.
           05  GJ-AMT          PIC S9(9)V99.
           05  GJ-SOURCE       PIC X(8).
           05  GJ-STORE        PIC 9(2).
       FD  AUDIT-FILE.
       01  AUDIT-REC.
           05  AJ-DATE         PIC 9(8).
           05  AJ-SUPERVISOR   PIC X(5).
           05  AJ-ITEM-NUM     PIC X(4).
           05  AJ-BEFORE-QTY   PIC S9(5).
           05  AJ-AFTER-QTY    PIC 9(5).
           05  AJ-VAR-VALUE    PIC S9(7)V99.
           05  AJ-STORE-NO     PIC 9(2).
       FD  REPORT-FILE.
       01  REPORT-REC          PIC X(80).
       WORKING-STORAGE SECTION.
       01  WORKING-ITEMS.
           05  VALID-SW        PIC X.
           05  EOF-SWITCH      PIC X.
           05  WS-INV-STATUS   PIC XX.
           05  WS-MAP-STATUS   PIC XX.
           05  WS-GA-STATUS    PIC XX.
           05  WS-JRNL-STATUS  PIC XX.
           05  WS-AUDIT-STATUS PIC XX.
           05  WS-DM-STATUS    PIC XX.
           05  DM-EOF-SWITCH   PIC X       VALUE 'N'.
           05  WS-RUN-DATE     PIC 9(8).
           05  WS-PERIOD       PIC 9(6).
           05  WS-SOURCE       PIC X(8)    VALUE 'COGS'.
           05  WS-MAP-SW       PIC X       VALUE 'N'.
               88  MAP-FOUND               VALUE 'Y'.
           05  WS-DEPT-DIGIT   PIC 9.
           05  WS-DEPT-INDX    PIC 99.
           05  WS-AC-SUB       PIC 99.
           05  WS-AC-FOUND     PIC 99.
           05  WS-UNITS        PIC S9(7).
           05  WS-ROW-VALUE    PIC S9(11)V99.
           05  WS-GL-TOTAL     PIC S9(11)V99.
           05  WS-DIFF-AMT     PIC S9(11)V99.
           05  WS-ROW-CT       PIC 9(5)    VALUE ZERO.
           05  WS-NO-COST-CT   PIC 9(5)    VALUE ZERO.
           05  WS-OUT-OF-TIE-CT PIC 9      VALUE ZERO.
      * ENTRY 1 IS "OTHER"; ENTRIES 2-10 ARE STORE DEPARTMENTS 1-9
      * FROM DEPTMAST.DAT. WITHOUT THE MASTER THE FOUR ORIGINAL
      * NAMES STAND.
       01  DEPT-NAME-TABLE.
           05  DEPT-NAMES      PIC X(100)  VALUE
               "OTHER     HOME      ELECTRONICGROCERY   AUTO      ".
           05  DEPT-NAME-ENTRY REDEFINES DEPT-NAMES
                                   OCCURS 10 TIMES PIC X(10).
      * INVENTORY ACCOUNT BY DEPARTMENT FROM THE COGS MAPPING; ENTRY
      * 1 IS DEPARTMENT 0, THE COMPANY-WIDE ROW USED FOR ANY
      * DEPARTMENT WITHOUT ITS OWN.
       01  GL-MAP-TABLE.
           05  GM-T-ENTRY OCCURS 10 TIMES.
               10  GM-T-FOUND      PIC X.
               10  GM-T-DR-ACCT    PIC X(6).
               10  GM-T-CR-ACCT    PIC X(6).
      * STOCK AND THE PERIOD'S COUNT ADJUSTMENTS BY DEPARTMENT,
      * ENTRY 1 BEING ITEMS OUTSIDE DEPARTMENTS 1-9.
       01  DEPT-VALUE-TABLE.
           05  DV-ENTRY OCCURS 10 TIMES.
               10  DV-ON-HAND      PIC S9(7).
               10  DV-IN-TRANSIT   PIC 9(7).
               10  DV-VALUE        PIC S9(11)V99.
               10  DV-ADJ-CT       PIC 9(4).
               10  DV-ADJ-UNITS    PIC S9(7).
               10  DV-ADJ-VALUE    PIC S9(11)V99.
       01  DEPT-TOTALS.
           05  DT-ON-HAND      PIC S9(7).
           05  DT-IN-TRANSIT   PIC 9(7).
           05  DT-VALUE        PIC S9(11)V99.
           05  DT-ADJ-CT       PIC 9(4).
           05  DT-ADJ-UNITS    PIC S9(7).
           05  DT-ADJ-VALUE    PIC S9(11)V99.
      * ONE ROW PER DISTINCT INVENTORY ACCOUNT FOR THE TIE-OUT.
       01  ACCT-TABLE.
           05  AC-COUNT        PIC 99      VALUE ZERO.
           05  AC-ENTRY OCCURS 10 TIMES.
               10  AC-ACCT         PIC X(6).
               10  AC-POSTED       PIC S9(11)V99.
               10  AC-UNPOSTED     PIC S9(11)V99.
               10  AC-STOCK        PIC S9(11)V99.
       01  HD-TITLE.
           05  FILLER          PIC X(6)    VALUE "DATE: ".
           05  HD-MM           PIC 99.
           05  FILLER          PIC X       VALUE "/".
           05  HD-DD           PIC 99.
           05  FILLER          PIC X       VALUE "/".
           05  HD-YEAR         PIC 9(4).
           05  FILLER          PIC X(10)   VALUE SPACES.
           05  FILLER          PIC X(24)   VALUE
                                   "INVENTORY VALUATION FOR ".
           05  HD-PERIOD-MM    PIC 99.
           05  FILLER          PIC X       VALUE "/".
           05  HD-PERIOD-YEAR  PIC 9(4).
       01  HD-VALUE-COLUMNS.
           05  FILLER          PIC X(4)    VALUE "DEPT".
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  FILLER          PIC X(4)    VALUE "NAME".
           05  FILLER          PIC X(8)    VALUE SPACES.
           05  FILLER          PIC X(7)    VALUE "ON HAND".
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  FILLER          PIC X(10)   VALUE "IN TRANSIT".
           05  FILLER          PIC X(11)   VALUE SPACES.
           05  FILLER          PIC X(5)    VALUE "VALUE".
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  FILLER          PIC X(8)    VALUE "INV ACCT".
       01  VALUE-DETAIL.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  VD-DEPT         PIC X.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  VD-NAME         PIC X(10).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  VD-ON-HAND      PIC ZZZ,ZZ9-.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  VD-IN-TRANSIT   PIC ZZZ,ZZ9.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  VD-VALUE        PIC $$$,$$$,$$9.99-.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  VD-ACCT         PIC X(6).
       01  HD-ADJ-COLUMNS.
           05  FILLER          PIC X(4)    VALUE "DEPT".
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  FILLER          PIC X(4)    VALUE "NAME".
           05  FILLER          PIC X(8)    VALUE SPACES.
           05  FILLER          PIC X(4)    VALUE "ROWS".
           05  FILLER          PIC X(6)    VALUE SPACES.
           05  FILLER          PIC X(5)    VALUE "UNITS".
           05  FILLER          PIC X(15)   VALUE SPACES.
           05  FILLER          PIC X(5)    VALUE "VALUE".
       01  ADJ-DETAIL.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  AD-DEPT         PIC X.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  AD-NAME         PIC X(10).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  AD-COUNT        PIC ZZZ9.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  AD-UNITS        PIC ZZZ,ZZ9-.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  AD-VALUE        PIC $$$,$$$,$$9.99-.
       01  HD-TIE-COLUMNS.
           05  FILLER          PIC X(4)    VALUE "ACCT".
           05  FILLER          PIC X(9)    VALUE SPACES.
           05  FILLER          PIC X(9)    VALUE "GL POSTED".
           05  FILLER          PIC X(9)    VALUE SPACES.
           05  FILLER          PIC X(8)    VALUE "UNPOSTED".
           05  FILLER          PIC X(6)    VALUE SPACES.
           05  FILLER          PIC X(11)   VALUE "STOCK VALUE".
           05  FILLER          PIC X(7)    VALUE SPACES.
           05  FILLER          PIC X(10)   VALUE "DIFFERENCE".
       01  TIE-DETAIL.
           05  TD-ACCT         PIC X(6).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  TD-POSTED       PIC $$$,$$$,$$9.99-.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  TD-UNPOSTED     PIC $$$,$$$,$$9.99-.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  TD-STOCK        PIC $$$,$$$,$$9.99-.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  TD-DIFF         PIC $$$,$$$,$$9.99-.
       01  NO-COST-LINE.
           05  NC-COUNT        PIC ZZZZ9.
           05  FILLER          PIC X(42)   VALUE
               " ROWS WITH STOCK BUT NO AVERAGE COST YET -".
           05  FILLER          PIC X(16)   VALUE
               " VALUED AT ZERO.".
       01  SECTION-HEADING.
           05  SH-TEXT         PIC X(60).
      *
       PROCEDURE DIVISION.
       000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           INITIALIZE DEPT-VALUE-TABLE
                      DEPT-TOTALS
           PERFORM 030-LOAD-DEPT-NAMES
           PERFORM 040-LOAD-GLMAP
           PERFORM 050-ACCEPT-PERIOD
           PERFORM 100-VALUE-INVENTORY
           PERFORM 200-ROLL-COUNT-ADJUSTMENTS
           PERFORM 300-BUILD-ACCOUNT-TABLE
           PERFORM 350-LOAD-GL-BALANCES
           PERFORM 500-WRITE-REPORT

           DISPLAY WS-ROW-CT ' INVENTORY ROWS VALUED.'
           IF WS-OUT-OF-TIE-CT > ZERO
               DISPLAY '*** INVENTORY DOES NOT TIE TO THE GL - SEE '
                   'INVVALUE.RPT ***'
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "INVENTORY VALUATION GENERATED!"
           STOP RUN.
      * LOADS THE STORE DEPARTMENT NAMES FROM THE DEPARTMENT MASTER.
       030-LOAD-DEPT-NAMES.
           OPEN INPUT DEPT-MASTER-FILE
           IF WS-DM-STATUS NOT = "00"
               MOVE 'Y' TO DM-EOF-SWITCH
           ELSE
               MOVE SPACES TO DEPT-NAMES(11:90)
           END-IF
           PERFORM UNTIL DM-EOF-SWITCH = 'Y'
               READ DEPT-MASTER-FILE
                   AT END
                       MOVE 'Y' TO DM-EOF-SWITCH
                   NOT AT END
                       IF DM-DEPT-CODE IS NUMERIC
                          AND DM-DEPT-CODE > 0 AND DM-DEPT-CODE < 10
                           COMPUTE WS-DEPT-INDX = DM-DEPT-CODE + 1
                           MOVE DM-DEPT-NAME TO
                               DEPT-NAME-ENTRY(WS-DEPT-INDX)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-DM-STATUS NOT = "35"
               CLOSE DEPT-MASTER-FILE
           END-IF.
      * FINDS THE INVENTORY ACCOUNT FOR EACH DEPARTMENT - THE CREDIT
      * SIDE OF ITS COGS MAPPING, WHICH IS WHERE INVPOST TAKES STOCK
      * OUT OF THE GL.
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
           END-PERFORM
           IF NOT MAP-FOUND
               DISPLAY 'NO ' WS-SOURCE ' MAPPING IN GLMAP.DAT - '
                   'VALUATION WILL NOT BE TIED TO THE GL.'
           END-IF.
      * TAKES THE PERIOD WHOSE COUNT ADJUSTMENTS ARE LISTED.
       050-ACCEPT-PERIOD.
           MOVE 'N' TO VALID-SW
           PERFORM UNTIL VALID-SW = 'Y'
               DISPLAY 'ENTER PERIOD (YYYYMM, 0=THIS MONTH):'
               ACCEPT WS-PERIOD
               IF WS-PERIOD = ZERO
                   MOVE WS-RUN-DATE(1:6) TO WS-PERIOD
               END-IF
               IF WS-PERIOD(5:2) >= '01' AND WS-PERIOD(5:2) <= '12'
                   MOVE 'Y' TO VALID-SW
               ELSE
                   DISPLAY 'INVALID PERIOD.'
               END-IF
           END-PERFORM.
      * VALUES EVERY STORE'S ROW - ON-HAND PLUS IN-TRANSIT AT THE
      * ITEM'S AVERAGE COST - INTO ITS DEPARTMENT. THE DEPARTMENT IS
      * THE FIRST DIGIT OF THE ITEM NUMBER, AS PHASEII AND MARGINRPT
      * TAKE IT; ANYTHING ELSE FALLS TO THE DEPARTMENT 0 ENTRY.
       100-VALUE-INVENTORY.
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT ITEM-INV-FILE
           IF WS-INV-STATUS NOT = "00"
               DISPLAY 'ITEMINV.DAT CANNOT BE OPENED.'
               STOP RUN
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ ITEM-INV-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       PERFORM 150-VALUE-ONE-ROW
               END-READ
           END-PERFORM
           CLOSE ITEM-INV-FILE.
       150-VALUE-ONE-ROW.
           ADD 1 TO WS-ROW-CT
           IF IV-AVG-COST IS NOT NUMERIC
               MOVE ZERO TO IV-AVG-COST
           END-IF
           COMPUTE WS-UNITS = IV-ON-HAND + IV-IN-TRANSIT
           IF WS-UNITS NOT = ZERO AND IV-AVG-COST = ZERO
               ADD 1 TO WS-NO-COST-CT
           END-IF
           COMPUTE WS-ROW-VALUE ROUNDED = WS-UNITS * IV-AVG-COST
           IF IV-ITEM-NUM(1:1) IS NUMERIC
              AND IV-ITEM-NUM(1:1) NOT = '0'
               MOVE IV-ITEM-NUM(1:1) TO WS-DEPT-DIGIT
               COMPUTE WS-DEPT-INDX = WS-DEPT-DIGIT + 1
           ELSE
               MOVE 1 TO WS-DEPT-INDX
           END-IF
           ADD IV-ON-HAND    TO DV-ON-HAND(WS-DEPT-INDX)
           ADD IV-IN-TRANSIT TO DV-IN-TRANSIT(WS-DEPT-INDX)
           ADD WS-ROW-VALUE  TO DV-VALUE(WS-DEPT-INDX).
      * ROLLS THE PERIOD'S COUNT ADJUSTMENTS BY DEPARTMENT. COUNTPOST
      * VALUED EACH ONE AT AVERAGE COST WHEN IT POSTED.
       200-ROLL-COUNT-ADJUSTMENTS.
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
               MOVE 'Y' TO EOF-SWITCH
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ AUDIT-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       IF AJ-DATE(1:6) = WS-PERIOD
                           PERFORM 250-ROLL-ONE-ADJUSTMENT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-AUDIT-STATUS NOT = "35"
               CLOSE AUDIT-FILE
           END-IF.
       250-ROLL-ONE-ADJUSTMENT.
           IF AJ-ITEM-NUM(1:1) IS NUMERIC
              AND AJ-ITEM-NUM(1:1) NOT = '0'
               MOVE AJ-ITEM-NUM(1:1) TO WS-DEPT-DIGIT
               COMPUTE WS-DEPT-INDX = WS-DEPT-DIGIT + 1
           ELSE
               MOVE 1 TO WS-DEPT-INDX
           END-IF
           ADD 1 TO DV-ADJ-CT(WS-DEPT-INDX)
           COMPUTE DV-ADJ-UNITS(WS-DEPT-INDX) =
               DV-ADJ-UNITS(WS-DEPT-INDX)
               + AJ-AFTER-QTY - AJ-BEFORE-QTY
           ADD AJ-VAR-VALUE TO DV-ADJ-VALUE(WS-DEPT-INDX).
      * LISTS EACH DISTINCT INVENTORY ACCOUNT ONCE AND ADDS UP THE
      * STOCK VALUE OF THE DEPARTMENTS MAPPED TO IT.
       300-BUILD-ACCOUNT-TABLE.
           INITIALIZE ACCT-TABLE
           PERFORM VARYING WS-DEPT-INDX FROM 1 BY 1
                   UNTIL WS-DEPT-INDX > 10
               IF GM-T-FOUND(WS-DEPT-INDX) = 'Y'
                   MOVE ZERO TO WS-AC-FOUND
                   PERFORM VARYING WS-AC-SUB FROM 1 BY 1
                           UNTIL WS-AC-SUB > AC-COUNT
                       IF AC-ACCT(WS-AC-SUB) =
                               GM-T-CR-ACCT(WS-DEPT-INDX)
                           MOVE WS-AC-SUB TO WS-AC-FOUND
                       END-IF
                   END-PERFORM
                   IF WS-AC-FOUND = ZERO
                       ADD 1 TO AC-COUNT
                       MOVE AC-COUNT TO WS-AC-FOUND
                       MOVE GM-T-CR-ACCT(WS-DEPT-INDX) TO
                           AC-ACCT(WS-AC-FOUND)
                   END-IF
                   ADD DV-VALUE(WS-DEPT-INDX) TO
                       AC-STOCK(WS-AC-FOUND)
               END-IF
           END-PERFORM.
      * PICKS UP EACH INVENTORY ACCOUNT'S POSTED BALANCE (DEBIT-
      * POSITIVE) AND THE JOURNAL ROWS GLPOST HAS NOT TAKEN YET, SO
      * THE TIE-OUT DOES NOT DEPEND ON WHEN GLPOST LAST RAN.
       350-LOAD-GL-BALANCES.
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT GLMASTER-FILE
           IF WS-GA-STATUS NOT = "00"
               MOVE 'Y' TO EOF-SWITCH
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ GLMASTER-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       PERFORM VARYING WS-AC-SUB FROM 1 BY 1
                               UNTIL WS-AC-SUB > AC-COUNT
                           IF AC-ACCT(WS-AC-SUB) = GA-ACCT
                               ADD GA-BALANCE TO
                                   AC-POSTED(WS-AC-SUB)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           IF WS-GA-STATUS NOT = "35"
               CLOSE GLMASTER-FILE
           END-IF
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT JOURNAL-FILE
           IF WS-JRNL-STATUS NOT = "00"
               MOVE 'Y' TO EOF-SWITCH
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ JOURNAL-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       PERFORM VARYING WS-AC-SUB FROM 1 BY 1
                               UNTIL WS-AC-SUB > AC-COUNT
                           IF AC-ACCT(WS-AC-SUB) = GJ-ACCT
                               IF GJ-DRCR = 'D'
                                   ADD GJ-AMT TO
                                       AC-UNPOSTED(WS-AC-SUB)
                               ELSE
                                   SUBTRACT GJ-AMT FROM
                                       AC-UNPOSTED(WS-AC-SUB)
                               END-IF
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           IF WS-JRNL-STATUS NOT = "35"
               CLOSE JOURNAL-FILE
           END-IF.
      * PRINTS THE VALUATION BY DEPARTMENT, THE PERIOD'S COUNT
      * ADJUSTMENTS, AND THE GL TIE-OUT.
       500-WRITE-REPORT.
           OPEN OUTPUT REPORT-FILE
           MOVE WS-RUN-DATE(5:2) TO HD-MM
           MOVE WS-RUN-DATE(7:2) TO HD-DD
           MOVE WS-RUN-DATE(1:4) TO HD-YEAR
           MOVE WS-PERIOD(5:2)   TO HD-PERIOD-MM
           MOVE WS-PERIOD(1:4)   TO HD-PERIOD-YEAR
           WRITE REPORT-REC FROM HD-TITLE
           PERFORM 520-WRITE-VALUE-SECTION
           PERFORM 540-WRITE-ADJ-SECTION
           PERFORM 560-WRITE-TIE-SECTION
           CLOSE REPORT-FILE.
      * STOCK ON HAND AND IN TRANSIT AT AVERAGE COST, BY DEPARTMENT.
       520-WRITE-VALUE-SECTION.
           MOVE 'STOCK AT AVERAGE COST:' TO SH-TEXT
           WRITE REPORT-REC FROM SECTION-HEADING
               AFTER ADVANCING 2 LINES
           WRITE REPORT-REC FROM HD-VALUE-COLUMNS
               AFTER ADVANCING 2 LINES
           PERFORM VARYING WS-DEPT-INDX FROM 2 BY 1
                   UNTIL WS-DEPT-INDX > 10
               IF DEPT-NAME-ENTRY(WS-DEPT-INDX) NOT = SPACES
                  OR DV-ON-HAND(WS-DEPT-INDX) NOT = ZERO
                  OR DV-IN-TRANSIT(WS-DEPT-INDX) NOT = ZERO
                   PERFORM 530-WRITE-ONE-DEPT
               END-IF
           END-PERFORM
           MOVE 1 TO WS-DEPT-INDX
           IF DV-ON-HAND(1) NOT = ZERO OR DV-IN-TRANSIT(1) NOT = ZERO
               PERFORM 530-WRITE-ONE-DEPT
           END-IF
           MOVE SPACE         TO VD-DEPT
           MOVE 'TOTAL'       TO VD-NAME
           MOVE DT-ON-HAND    TO VD-ON-HAND
           MOVE DT-IN-TRANSIT TO VD-IN-TRANSIT
           MOVE DT-VALUE      TO VD-VALUE
           MOVE SPACES        TO VD-ACCT
           WRITE REPORT-REC FROM VALUE-DETAIL
               AFTER ADVANCING 2 LINES
           IF WS-NO-COST-CT > ZERO
               MOVE WS-NO-COST-CT TO NC-COUNT
               WRITE REPORT-REC FROM NO-COST-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.
       530-WRITE-ONE-DEPT.
           COMPUTE WS-DEPT-DIGIT = WS-DEPT-INDX - 1
           MOVE WS-DEPT-DIGIT TO VD-DEPT
           MOVE DEPT-NAME-ENTRY(WS-DEPT-INDX) TO VD-NAME
           MOVE DV-ON-HAND(WS-DEPT-INDX)    TO VD-ON-HAND
           MOVE DV-IN-TRANSIT(WS-DEPT-INDX) TO VD-IN-TRANSIT
           MOVE DV-VALUE(WS-DEPT-INDX)      TO VD-VALUE
           IF GM-T-FOUND(WS-DEPT-INDX) = 'Y'
               MOVE GM-T-CR-ACCT(WS-DEPT-INDX) TO VD-ACCT
           ELSE
               MOVE 'NONE'  TO VD-ACCT
           END-IF
           WRITE REPORT-REC FROM VALUE-DETAIL
               AFTER ADVANCING 1 LINE
           ADD DV-ON-HAND(WS-DEPT-INDX)    TO DT-ON-HAND
           ADD DV-IN-TRANSIT(WS-DEPT-INDX) TO DT-IN-TRANSIT
           ADD DV-VALUE(WS-DEPT-INDX)      TO DT-VALUE.
      * THE PERIOD'S COUNT ADJUSTMENTS AT AVERAGE COST, BY DEPARTMENT
      * (NEGATIVE IS SHRINK).
       540-WRITE-ADJ-SECTION.
           MOVE 'COUNT ADJUSTMENTS POSTED IN THE PERIOD:' TO SH-TEXT
           WRITE REPORT-REC FROM SECTION-HEADING
               AFTER ADVANCING 3 LINES
           WRITE REPORT-REC FROM HD-ADJ-COLUMNS
               AFTER ADVANCING 2 LINES
           PERFORM VARYING WS-DEPT-INDX FROM 2 BY 1
                   UNTIL WS-DEPT-INDX > 10
               IF DEPT-NAME-ENTRY(WS-DEPT-INDX) NOT = SPACES
                  OR DV-ADJ-CT(WS-DEPT-INDX) > ZERO
                   PERFORM 550-WRITE-ONE-ADJ
               END-IF
           END-PERFORM
           MOVE 1 TO WS-DEPT-INDX
           IF DV-ADJ-CT(1) > ZERO
               PERFORM 550-WRITE-ONE-ADJ
           END-IF
           MOVE SPACE        TO AD-DEPT
           MOVE 'TOTAL'      TO AD-NAME
           MOVE DT-ADJ-CT    TO AD-COUNT
           MOVE DT-ADJ-UNITS TO AD-UNITS
           MOVE DT-ADJ-VALUE TO AD-VALUE
           WRITE REPORT-REC FROM ADJ-DETAIL
               AFTER ADVANCING 2 LINES.
       550-WRITE-ONE-ADJ.
           COMPUTE WS-DEPT-DIGIT = WS-DEPT-INDX - 1
           MOVE WS-DEPT-DIGIT TO AD-DEPT
           MOVE DEPT-NAME-ENTRY(WS-DEPT-INDX) TO AD-NAME
           MOVE DV-ADJ-CT(WS-DEPT-INDX)    TO AD-COUNT
           MOVE DV-ADJ-UNITS(WS-DEPT-INDX) TO AD-UNITS
           MOVE DV-ADJ-VALUE(WS-DEPT-INDX) TO AD-VALUE
           WRITE REPORT-REC FROM ADJ-DETAIL
               AFTER ADVANCING 1 LINE
           ADD DV-ADJ-CT(WS-DEPT-INDX)    TO DT-ADJ-CT
           ADD DV-ADJ-UNITS(WS-DEPT-INDX) TO DT-ADJ-UNITS
           ADD DV-ADJ-VALUE(WS-DEPT-INDX) TO DT-ADJ-VALUE.
      * EACH INVENTORY ACCOUNT'S GL BALANCE AGAINST THE STOCK VALUE
      * OF THE DEPARTMENTS MAPPED TO IT. ANY DIFFERENCE IS FLAGGED.
       560-WRITE-TIE-SECTION.
           MOVE 'TIE-OUT TO THE INVENTORY GL ACCOUNTS:' TO SH-TEXT
           WRITE REPORT-REC FROM SECTION-HEADING
               AFTER ADVANCING 3 LINES
           IF AC-COUNT = ZERO
               MOVE 'NO COGS MAPPING IN GLMAP.DAT - NOT TIED.'
                   TO SH-TEXT
               WRITE REPORT-REC FROM SECTION-HEADING
                   AFTER ADVANCING 2 LINES
           ELSE
               WRITE REPORT-REC FROM HD-TIE-COLUMNS
                   AFTER ADVANCING 2 LINES
               PERFORM VARYING WS-AC-SUB FROM 1 BY 1
                       UNTIL WS-AC-SUB > AC-COUNT
                   PERFORM 570-WRITE-ONE-ACCT
               END-PERFORM
               IF WS-OUT-OF-TIE-CT = ZERO
                   MOVE 'INVENTORY TIES TO THE GL.' TO SH-TEXT
               ELSE
                   MOVE '*** INVENTORY DOES NOT TIE TO THE GL ***'
                       TO SH-TEXT
               END-IF
               WRITE REPORT-REC FROM SECTION-HEADING
                   AFTER ADVANCING 2 LINES
           END-IF.
       570-WRITE-ONE-ACCT.
           COMPUTE WS-GL-TOTAL =
               AC-POSTED(WS-AC-SUB) + AC-UNPOSTED(WS-AC-SUB)
           COMPUTE WS-DIFF-AMT = WS-GL-TOTAL - AC-STOCK(WS-AC-SUB)
           IF WS-DIFF-AMT NOT = ZERO
               ADD 1 TO WS-OUT-OF-TIE-CT
           END-IF
           MOVE AC-ACCT(WS-AC-SUB)     TO TD-ACCT
           MOVE AC-POSTED(WS-AC-SUB)   TO TD-POSTED
           MOVE AC-UNPOSTED(WS-AC-SUB) TO TD-UNPOSTED
           MOVE AC-STOCK(WS-AC-SUB)    TO TD-STOCK
           MOVE WS-DIFF-AMT            TO TD-DIFF
           WRITE REPORT-REC FROM TIE-DETAIL
               AFTER ADVANCING 1 LINE.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BenRecon.
       AUTHOR. Brianna Muleski
       DATE-WRITTEN. 10/13/14
      ******************************************************************
      * Purpose:
      *     Monthly reconciliation of the benefit carriers' invoices
      *     against our enrollment. Everyone enrolled in a plan for
      *     any day of the month is an enrolled life, priced at the
      *     tier's full monthly premium (employee plus company share)
      *     from BENPLAN.DAT. Each invoice line is matched to an
      *     enrollment by employee and plan. The report totals lives
      *     and premium by plan, ours against the carrier's, then
      *     lists who is billed but not enrolled, who is enrolled but
      *     not billed, and who is billed at a different tier or
      *     premium than we carry.
      *
      * Input:
      *     BENPLAN.DAT   - plan costs by coverage tier
      *     ENROLL.DAT    - employee enrollments and coverage dates
      *     CARRINV.DAT   - carrier invoice lines for the month
      *     EMPMASTER.DAT - employee names
      *     Billing month entered at the console
      * Output:
      *     BENRECON.RPT
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BENPLAN-FILE ASSIGN TO "BENPLAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BP-STATUS.
           SELECT ENROLL-FILE ASSIGN TO "ENROLL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EN-STATUS.
           SELECT INVOICE-FILE ASSIGN TO "CARRINV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CI-STATUS.
           SELECT EMP-FILE ASSIGN TO "EMPMASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMP-STATUS.
           SELECT REPORT-FILE ASSIGN TO "BENRECON.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  BENPLAN-FILE.
       01  BENPLAN-REC.
           05  BP-PLAN-CODE    PIC X(4).
           05  BP-TIER         PIC XX.
           05  BP-PLAN-DESC    PIC X(20).
           05  BP-EE-MONTHLY   PIC 9(4)V99.
           05  BP-ER-MONTHLY   PIC 9(4)V99.
       FD  ENROLL-FILE.
       01  ENROLL-REC.
           05  EN-EMP-ID       PIC X(4).
           05  EN-PLAN-CODE    PIC X(4).
           05  EN-TIER         PIC XX.
           05  EN-EFF-DATE     PIC 9(8).
           05  EN-TERM-DATE    PIC 9(8).
      * ONE ROW PER MEMBER BILLED: THE CARRIER'S PLAN CODE, OUR
      * EMPLOYEE ID, THE TIER BILLED, AND THE PREMIUM CHARGED.
       FD  INVOICE-FILE.
       01  INVOICE-REC.
           05  CI-PLAN-CODE    PIC X(4).
           05  CI-EMP-ID       PIC X(4).
           05  CI-MEMBER-NM    PIC X(15).
           05  CI-TIER         PIC XX.
           05  CI-PREMIUM      PIC 9(5)V99.
       FD  EMP-FILE.
       01  EMP-REC.
           05  EM-EMP-ID       PIC X(4).
           05  EM-EMP-NM       PIC X(15).
       FD  REPORT-FILE.
       01  REPORT-REC          PIC X(90).
       WORKING-STORAGE SECTION.
       01  WORKING-ITEMS.
           05  EOF-SWITCH      PIC X       VALUE 'N'.
           05  VALID-SW        PIC X.
           05  WS-BP-STATUS    PIC XX.
           05  WS-EN-STATUS    PIC XX.
           05  WS-CI-STATUS    PIC XX.
           05  WS-EMP-STATUS   PIC XX.
           05  WS-RUN-DATE     PIC 9(8).
           05  WS-MONTH-X      PIC X(6).
           05  WS-MONTH REDEFINES WS-MONTH-X.
               10  WS-MONTH-YYYY   PIC 9(4).
               10  WS-MONTH-MM     PIC 99.
           05  WS-MONTH-START  PIC 9(8).
           05  WS-MONTH-END    PIC 9(8).
           05  WS-BP-SUB       PIC 9(3).
           05  WS-BP-FOUND     PIC 9(3).
           05  WS-EA-SUB       PIC 9(4).
           05  WS-EA-FOUND     PIC 9(4).
           05  WS-PT-SUB       PIC 9(3).
           05  WS-PT-FOUND     PIC 9(3).
           05  WS-EX-SUB       PIC 9(4).
           05  WS-EM-SUB       PIC 9(4).
           05  WS-PREMIUM      PIC 9(5)V99.
           05  WS-EMP-NM       PIC X(15).
           05  WS-PLAN-KEY     PIC X(4).
           05  WS-EX-TYPE      PIC X.
           05  WS-EX-EMP-ID    PIC X(4).
           05  WS-EX-PLAN      PIC X(4).
           05  WS-EX-COUNT     PIC 9(4).
           05  WS-EX-FULL-SW   PIC X       VALUE 'N'.
           05  WS-TOT-ENR-LIVES PIC 9(5)   VALUE ZERO.
           05  WS-TOT-ENR-PREM PIC 9(7)V99 VALUE ZERO.
           05  WS-TOT-BILL-LIVES PIC 9(5)  VALUE ZERO.
           05  WS-TOT-BILL-PREM PIC 9(7)V99 VALUE ZERO.
       01  BEN-PLAN-TABLE.
           05  BP-COUNT        PIC 9(3)    VALUE ZERO.
           05  BP-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON BP-COUNT.
               10  BP-T-PLAN-CODE  PIC X(4).
               10  BP-T-TIER       PIC XX.
               10  BP-T-PLAN-DESC  PIC X(20).
               10  BP-T-PREMIUM    PIC 9(5)V99.
      * ENROLLMENTS COVERING ANY DAY OF THE MONTH, EACH PRICED AT ITS
      * TIER'S FULL PREMIUM AND MARKED WHEN AN INVOICE LINE MATCHES.
       01  ENROLLED-TABLE.
           05  EA-COUNT        PIC 9(4)    VALUE ZERO.
           05  EA-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON EA-COUNT.
               10  EA-EMP-ID       PIC X(4).
               10  EA-PLAN-CODE    PIC X(4).
               10  EA-TIER         PIC XX.
               10  EA-PREMIUM      PIC 9(5)V99.
               10  EA-MATCHED-SW   PIC X.
      * LIVES AND PREMIUM BY PLAN, OURS AND THE CARRIER'S.
       01  PLAN-TOTAL-TABLE.
           05  PT-COUNT        PIC 9(3)    VALUE ZERO.
           05  PT-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON PT-COUNT.
               10  PT-PLAN-CODE    PIC X(4).
               10  PT-PLAN-DESC    PIC X(20).
               10  PT-ENR-LIVES    PIC 9(5).
               10  PT-ENR-PREM     PIC 9(7)V99.
               10  PT-BILL-LIVES   PIC 9(5).
               10  PT-BILL-PREM    PIC 9(7)V99.
      * DIFFERENCES FOR THE LISTS: 'B' BILLED NOT ENROLLED, 'E'
      * ENROLLED NOT BILLED, 'D' BILLED AT A DIFFERENT TIER/PREMIUM.
       01  EXCEPTION-TABLE.
           05  EX-COUNT        PIC 9(4)    VALUE ZERO.
           05  EX-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON EX-COUNT.
               10  EX-TYPE         PIC X.
               10  EX-EMP-ID       PIC X(4).
               10  EX-EMP-NM       PIC X(15).
               10  EX-PLAN-CODE    PIC X(4).
               10  EX-OUR-TIER     PIC XX.
               10  EX-OUR-PREM     PIC 9(5)V99.
               10  EX-BILL-TIER    PIC XX.
               10  EX-BILL-PREM    PIC 9(5)V99.
       01  EMP-NAME-TABLE.
           05  EN-COUNT        PIC 9(4)    VALUE ZERO.
           05  EN-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON EN-COUNT.
               10  EN-T-EMP-ID     PIC X(4).
               10  EN-T-EMP-NM     PIC X(15).
       01  HD-TITLE.
           05  FILLER          PIC X(6)    VALUE "DATE: ".
           05  HD-MM           PIC 99.
           05  FILLER          PIC X       VALUE "/".
           05  HD-DD           PIC 99.
           05  FILLER          PIC X       VALUE "/".
           05  HD-YEAR         PIC 9(4).
           05  FILLER          PIC X(6)    VALUE SPACES.
           05  FILLER          PIC X(42)   VALUE
                     "BENEFIT CARRIER RECONCILIATION - MONTH OF ".
           05  HD-M-MM         PIC 99.
           05  FILLER          PIC X       VALUE "/".
           05  HD-M-YEAR       PIC 9(4).
       01  HD-COLUMNS.
           05  FILLER          PIC X(6)    VALUE "PLAN".
           05  FILLER          PIC X(22)   VALUE "DESCRIPTION".
           05  FILLER          PIC X(8)    VALUE "ENR".
           05  FILLER          PIC X(14)   VALUE "ENR PREMIUM".
           05  FILLER          PIC X(8)    VALUE "BILLED".
           05  FILLER          PIC X(14)   VALUE "BILL PREMIUM".
           05  FILLER          PIC X(10)   VALUE "DIFFERENCE".
       01  PLAN-DETAIL.
           05  PD-PLAN-CODE    PIC X(4).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  PD-PLAN-DESC    PIC X(20).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  PD-ENR-LIVES    PIC ZZZZ9.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  PD-ENR-PREM     PIC Z,ZZZ,ZZ9.99.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  PD-BILL-LIVES   PIC ZZZZ9.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  PD-BILL-PREM    PIC Z,ZZZ,ZZ9.99.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  PD-DIFF         PIC Z,ZZZ,ZZ9.99-.
       01  PLAN-TOTALS.
           05  FILLER          PIC X(28)   VALUE "TOTALS".
           05  PS-ENR-LIVES    PIC ZZZZ9.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  PS-ENR-PREM     PIC Z,ZZZ,ZZ9.99.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  PS-BILL-LIVES   PIC ZZZZ9.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  PS-BILL-PREM    PIC Z,ZZZ,ZZ9.99.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  PS-DIFF         PIC Z,ZZZ,ZZ9.99-.
       01  EX-HEADING.
           05  EH-TEXT         PIC X(50).
       01  EX-COLUMNS.
           05  FILLER          PIC X(7)    VALUE "EMP ID".
           05  FILLER          PIC X(18)   VALUE "NAME".
           05  FILLER          PIC X(6)    VALUE "PLAN".
           05  FILLER          PIC X(16)   VALUE "OUR TIER/PREM".
           05  FILLER          PIC X(16)   VALUE "BILLED TIER/PREM".
       01  EX-DETAIL.
           05  ED-EMP-ID       PIC X(4).
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  ED-EMP-NM       PIC X(15).
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  ED-PLAN-CODE    PIC X(4).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  ED-OUR-TIER     PIC XX.
           05  FILLER          PIC X       VALUE SPACE.
           05  ED-OUR-PREM     PIC ZZ,ZZ9.99.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  ED-BILL-TIER    PIC XX.
           05  FILLER          PIC X       VALUE SPACE.
           05  ED-BILL-PREM    PIC ZZ,ZZ9.99.
       01  EX-NONE.
           05  FILLER          PIC X(10)   VALUE "NONE.".
       PROCEDURE DIVISION.
       000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE 'N' TO VALID-SW
           PERFORM UNTIL VALID-SW = 'Y'
               DISPLAY 'ENTER BILLING MONTH (YYYYMM):'
               ACCEPT WS-MONTH-X
               IF WS-MONTH-X IS NUMERIC
                  AND WS-MONTH-MM >= 1 AND WS-MONTH-MM <= 12
                   MOVE 'Y' TO VALID-SW
               ELSE
                   DISPLAY 'INVALID MONTH.'
               END-IF
           END-PERFORM
           COMPUTE WS-MONTH-START =
               WS-MONTH-YYYY * 10000 + WS-MONTH-MM * 100 + 1
           COMPUTE WS-MONTH-END =
               WS-MONTH-YYYY * 10000 + WS-MONTH-MM * 100 + 31
           PERFORM 050-LOAD-PLANS
           PERFORM 060-LOAD-NAMES
           PERFORM 100-LOAD-ENROLLED
           PERFORM 200-MATCH-INVOICE
           PERFORM 280-LIST-NOT-BILLED
           PERFORM 300-WRITE-REPORT
           STOP RUN.
      ******************************************************************
      * Loads each plan and tier's full monthly premium, and starts a
      * totals line for every plan on the master.
      ******************************************************************
       050-LOAD-PLANS.
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT BENPLAN-FILE
           IF WS-BP-STATUS NOT = "00"
               MOVE 'Y' TO EOF-SWITCH
               DISPLAY 'WARNING: BENPLAN.DAT NOT ON FILE.'
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ BENPLAN-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       IF BP-COUNT < 200
                           ADD 1 TO BP-COUNT
                           MOVE BP-PLAN-CODE TO
                               BP-T-PLAN-CODE(BP-COUNT)
                           MOVE BP-TIER      TO BP-T-TIER(BP-COUNT)
                           MOVE BP-PLAN-DESC TO
                               BP-T-PLAN-DESC(BP-COUNT)
                           COMPUTE BP-T-PREMIUM(BP-COUNT) =
                               BP-EE-MONTHLY + BP-ER-MONTHLY
                           MOVE BP-PLAN-CODE TO WS-PLAN-KEY
                           PERFORM 070-FIND-PLAN-TOTAL
                       END-IF
               END-READ
           END-PERFORM
           IF WS-BP-STATUS NOT = "35"
               CLOSE BENPLAN-FILE
           END-IF.
      ******************************************************************
      * Loads employee names for the exception lists.
      ******************************************************************
       060-LOAD-NAMES.
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT EMP-FILE
           IF WS-EMP-STATUS NOT = "00"
               MOVE 'Y' TO EOF-SWITCH
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ EMP-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       IF EN-COUNT < 2000
                           ADD 1 TO EN-COUNT
                           MOVE EM-EMP-ID TO EN-T-EMP-ID(EN-COUNT)
                           MOVE EM-EMP-NM TO EN-T-EMP-NM(EN-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-EMP-STATUS NOT = "35"
               CLOSE EMP-FILE
           END-IF.
      ******************************************************************
      * Finds the totals line for the plan code in WS-PLAN-KEY,
      * adding one when the plan has none yet. WS-PT-FOUND is left
      * pointing at it (zero only when the table is full).
      ******************************************************************
       070-FIND-PLAN-TOTAL.
           MOVE ZERO TO WS-PT-FOUND
           PERFORM VARYING WS-PT-SUB FROM 1 BY 1
                   UNTIL WS-PT-SUB > PT-COUNT
               IF PT-PLAN-CODE(WS-PT-SUB) = WS-PLAN-KEY
                   MOVE WS-PT-SUB TO WS-PT-FOUND
               END-IF
           END-PERFORM
           IF WS-PT-FOUND = ZERO AND PT-COUNT < 100
               ADD 1 TO PT-COUNT
               MOVE WS-PLAN-KEY TO PT-PLAN-CODE(PT-COUNT)
               MOVE SPACES TO PT-PLAN-DESC(PT-COUNT)
               MOVE ZERO TO PT-ENR-LIVES(PT-COUNT)
                            PT-ENR-PREM(PT-COUNT)
                            PT-BILL-LIVES(PT-COUNT)
                            PT-BILL-PREM(PT-COUNT)
               MOVE PT-COUNT TO WS-PT-FOUND
           END-IF
           IF WS-PT-FOUND > ZERO
              AND PT-PLAN-DESC(WS-PT-FOUND) = SPACES
              AND BP-COUNT > ZERO
               PERFORM VARYING WS-BP-SUB FROM 1 BY 1
                       UNTIL WS-BP-SUB > BP-COUNT
                   IF BP-T-PLAN-CODE(WS-BP-SUB) = WS-PLAN-KEY
                       MOVE BP-T-PLAN-DESC(WS-BP-SUB) TO
                           PT-PLAN-DESC(WS-PT-FOUND)
                   END-IF
               END-PERFORM
           END-IF.
      ******************************************************************
      * Loads every enrollment covering any day of the billing month
      * and adds it to its plan's enrolled lives and premium. A plan
      * and tier missing from BENPLAN.DAT is carried at zero premium
      * so the carrier's charge shows as the difference.
      ******************************************************************
       100-LOAD-ENROLLED.
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT ENROLL-FILE
           IF WS-EN-STATUS NOT = "00"
               MOVE 'Y' TO EOF-SWITCH
               DISPLAY 'WARNING: ENROLL.DAT NOT ON FILE.'
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ ENROLL-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       IF EN-TERM-DATE IS NOT NUMERIC
                           MOVE ZERO TO EN-TERM-DATE
                       END-IF
                       IF EN-EFF-DATE <= WS-MONTH-END
                          AND (EN-TERM-DATE = ZERO
                           OR EN-TERM-DATE >= WS-MONTH-START)
                          AND EA-COUNT < 2000
                           PERFORM 110-ADD-ENROLLED
                       END-IF
               END-READ
           END-PERFORM
           IF WS-EN-STATUS NOT = "35"
               CLOSE ENROLL-FILE
           END-IF.
       110-ADD-ENROLLED.
           MOVE ZERO TO WS-BP-FOUND
           PERFORM VARYING WS-BP-SUB FROM 1 BY 1
                   UNTIL WS-BP-SUB > BP-COUNT
               IF BP-T-PLAN-CODE(WS-BP-SUB) = EN-PLAN-CODE
                  AND BP-T-TIER(WS-BP-SUB) = EN-TIER
                   MOVE WS-BP-SUB TO WS-BP-FOUND
               END-IF
           END-PERFORM
           IF WS-BP-FOUND = ZERO
               MOVE ZERO TO WS-PREMIUM
               DISPLAY 'NO BENPLAN.DAT COST FOR PLAN ' EN-PLAN-CODE
                   ' TIER ' EN-TIER
           ELSE
               MOVE BP-T-PREMIUM(WS-BP-FOUND) TO WS-PREMIUM
           END-IF
           ADD 1 TO EA-COUNT
           MOVE EN-EMP-ID    TO EA-EMP-ID(EA-COUNT)
           MOVE EN-PLAN-CODE TO EA-PLAN-CODE(EA-COUNT)
           MOVE EN-TIER      TO EA-TIER(EA-COUNT)
           MOVE WS-PREMIUM   TO EA-PREMIUM(EA-COUNT)
           MOVE 'N'          TO EA-MATCHED-SW(EA-COUNT)
           MOVE EN-PLAN-CODE TO WS-PLAN-KEY
           PERFORM 070-FIND-PLAN-TOTAL
           IF WS-PT-FOUND > ZERO
               ADD 1 TO PT-ENR-LIVES(WS-PT-FOUND)
               ADD WS-PREMIUM TO PT-ENR-PREM(WS-PT-FOUND)
           END-IF.
      ******************************************************************
      * Matches each invoice line to an unmatched enrollment for the
      * same employee and plan. No enrollment is billed-not-enrolled;
      * a match at another tier or premium is listed as a difference.
      ******************************************************************
       200-MATCH-INVOICE.
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT INVOICE-FILE
           IF WS-CI-STATUS NOT = "00"
               MOVE 'Y' TO EOF-SWITCH
               DISPLAY 'WARNING: CARRINV.DAT NOT ON FILE.'
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ INVOICE-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       PERFORM 210-MATCH-ONE-LINE
               END-READ
           END-PERFORM
           IF WS-CI-STATUS NOT = "35"
               CLOSE INVOICE-FILE
           END-IF.
       210-MATCH-ONE-LINE.
           IF CI-PREMIUM IS NOT NUMERIC
               MOVE ZERO TO CI-PREMIUM
           END-IF
           MOVE CI-PLAN-CODE TO WS-PLAN-KEY
           PERFORM 070-FIND-PLAN-TOTAL
           IF WS-PT-FOUND > ZERO
               ADD 1 TO PT-BILL-LIVES(WS-PT-FOUND)
               ADD CI-PREMIUM TO PT-BILL-PREM(WS-PT-FOUND)
           END-IF
           MOVE ZERO TO WS-EA-FOUND
           PERFORM VARYING WS-EA-SUB FROM 1 BY 1
                   UNTIL WS-EA-SUB > EA-COUNT
               IF WS-EA-FOUND = ZERO
                  AND EA-EMP-ID(WS-EA-SUB) = CI-EMP-ID
                  AND EA-PLAN-CODE(WS-EA-SUB) = CI-PLAN-CODE
                  AND EA-MATCHED-SW(WS-EA-SUB) = 'N'
                   MOVE WS-EA-SUB TO WS-EA-FOUND
               END-IF
           END-PERFORM
           MOVE CI-EMP-ID    TO WS-EX-EMP-ID
           MOVE CI-PLAN-CODE TO WS-EX-PLAN
           IF WS-EA-FOUND = ZERO
               MOVE 'B' TO WS-EX-TYPE
               PERFORM 250-ADD-EXCEPTION
               IF WS-EMP-NM = SPACES
                   MOVE CI-MEMBER-NM TO EX-EMP-NM(EX-COUNT)
               END-IF
               MOVE SPACES     TO EX-OUR-TIER(EX-COUNT)
               MOVE ZERO       TO EX-OUR-PREM(EX-COUNT)
               MOVE CI-TIER    TO EX-BILL-TIER(EX-COUNT)
               MOVE CI-PREMIUM TO EX-BILL-PREM(EX-COUNT)
           ELSE
               MOVE 'Y' TO EA-MATCHED-SW(WS-EA-FOUND)
               IF EA-TIER(WS-EA-FOUND) NOT = CI-TIER
                  OR EA-PREMIUM(WS-EA-FOUND) NOT = CI-PREMIUM
                   MOVE 'D' TO WS-EX-TYPE
                   PERFORM 250-ADD-EXCEPTION
                   MOVE EA-TIER(WS-EA-FOUND) TO EX-OUR-TIER(EX-COUNT)
                   MOVE EA-PREMIUM(WS-EA-FOUND) TO
                       EX-OUR-PREM(EX-COUNT)
                   MOVE CI-TIER    TO EX-BILL-TIER(EX-COUNT)
                   MOVE CI-PREMIUM TO EX-BILL-PREM(EX-COUNT)
               END-IF
           END-IF.
      ******************************************************************
      * Adds an exception of type WS-EX-TYPE for WS-EX-EMP-ID and
      * WS-EX-PLAN, named from the employee master. A full table
      * keeps overwriting its last entry, and says so once.
      ******************************************************************
       250-ADD-EXCEPTION.
           IF EX-COUNT < 2000
               ADD 1 TO EX-COUNT
           ELSE
               IF WS-EX-FULL-SW = 'N'
                   DISPLAY 'EXCEPTION TABLE FULL - LIST IS SHORT.'
                   MOVE 'Y' TO WS-EX-FULL-SW
               END-IF
           END-IF
           MOVE SPACES TO WS-EMP-NM
           PERFORM VARYING WS-EM-SUB FROM 1 BY 1
                   UNTIL WS-EM-SUB > EN-COUNT
               IF EN-T-EMP-ID(WS-EM-SUB) = WS-EX-EMP-ID
                   MOVE EN-T-EMP-NM(WS-EM-SUB) TO WS-EMP-NM
               END-IF
           END-PERFORM
           MOVE WS-EX-TYPE   TO EX-TYPE(EX-COUNT)
           MOVE WS-EX-EMP-ID TO EX-EMP-ID(EX-COUNT)
           MOVE WS-EMP-NM    TO EX-EMP-NM(EX-COUNT)
           MOVE WS-EX-PLAN   TO EX-PLAN-CODE(EX-COUNT)
           MOVE SPACES       TO EX-BILL-TIER(EX-COUNT)
           MOVE ZERO         TO EX-BILL-PREM(EX-COUNT).
      ******************************************************************
      * Every enrollment no invoice line matched is enrolled but not
      * billed.
      ******************************************************************
       280-LIST-NOT-BILLED.
           MOVE 'E' TO WS-EX-TYPE
           PERFORM VARYING WS-EA-SUB FROM 1 BY 1
                   UNTIL WS-EA-SUB > EA-COUNT
               IF EA-MATCHED-SW(WS-EA-SUB) = 'N'
                   MOVE EA-EMP-ID(WS-EA-SUB)    TO WS-EX-EMP-ID
                   MOVE EA-PLAN-CODE(WS-EA-SUB) TO WS-EX-PLAN
                   PERFORM 250-ADD-EXCEPTION
                   MOVE EA-TIER(WS-EA-SUB)    TO EX-OUR-TIER(EX-COUNT)
                   MOVE EA-PREMIUM(WS-EA-SUB) TO EX-OUR-PREM(EX-COUNT)
               END-IF
           END-PERFORM.
      ******************************************************************
      * Prints the plan-by-plan comparison and its totals, then the
      * three exception lists.
      ******************************************************************
       300-WRITE-REPORT.
           OPEN OUTPUT REPORT-FILE
           MOVE WS-RUN-DATE(5:2) TO HD-MM
           MOVE WS-RUN-DATE(7:2) TO HD-DD
           MOVE WS-RUN-DATE(1:4) TO HD-YEAR
           MOVE WS-MONTH-MM      TO HD-M-MM
           MOVE WS-MONTH-YYYY    TO HD-M-YEAR
           WRITE REPORT-REC FROM HD-TITLE
           WRITE REPORT-REC FROM HD-COLUMNS
               AFTER ADVANCING 2 LINES
           PERFORM VARYING WS-PT-SUB FROM 1 BY 1
                   UNTIL WS-PT-SUB > PT-COUNT
               MOVE PT-PLAN-CODE(WS-PT-SUB)  TO PD-PLAN-CODE
               MOVE PT-PLAN-DESC(WS-PT-SUB)  TO PD-PLAN-DESC
               MOVE PT-ENR-LIVES(WS-PT-SUB)  TO PD-ENR-LIVES
               MOVE PT-ENR-PREM(WS-PT-SUB)   TO PD-ENR-PREM
               MOVE PT-BILL-LIVES(WS-PT-SUB) TO PD-BILL-LIVES
               MOVE PT-BILL-PREM(WS-PT-SUB)  TO PD-BILL-PREM
               COMPUTE PD-DIFF = PT-BILL-PREM(WS-PT-SUB)
                   - PT-ENR-PREM(WS-PT-SUB)
               WRITE REPORT-REC FROM PLAN-DETAIL
                   AFTER ADVANCING 1 LINE
               ADD PT-ENR-LIVES(WS-PT-SUB)  TO WS-TOT-ENR-LIVES
               ADD PT-ENR-PREM(WS-PT-SUB)   TO WS-TOT-ENR-PREM
               ADD PT-BILL-LIVES(WS-PT-SUB) TO WS-TOT-BILL-LIVES
               ADD PT-BILL-PREM(WS-PT-SUB)  TO WS-TOT-BILL-PREM
           END-PERFORM
           MOVE WS-TOT-ENR-LIVES  TO PS-ENR-LIVES
           MOVE WS-TOT-ENR-PREM   TO PS-ENR-PREM
           MOVE WS-TOT-BILL-LIVES TO PS-BILL-LIVES
           MOVE WS-TOT-BILL-PREM  TO PS-BILL-PREM
           COMPUTE PS-DIFF = WS-TOT-BILL-PREM - WS-TOT-ENR-PREM
           WRITE REPORT-REC FROM PLAN-TOTALS
               AFTER ADVANCING 2 LINES
           MOVE 'B' TO WS-EX-TYPE
           MOVE 'BILLED BY THE CARRIER BUT NOT ENROLLED' TO EH-TEXT
           PERFORM 310-WRITE-EXCEPTION-LIST
           MOVE 'E' TO WS-EX-TYPE
           MOVE 'ENROLLED BUT NOT BILLED BY THE CARRIER' TO EH-TEXT
           PERFORM 310-WRITE-EXCEPTION-LIST
           MOVE 'D' TO WS-EX-TYPE
           MOVE 'BILLED AT A DIFFERENT TIER OR PREMIUM' TO EH-TEXT
           PERFORM 310-WRITE-EXCEPTION-LIST
           CLOSE REPORT-FILE
           DISPLAY EX-COUNT ' DIFFERENCES TO RESOLVE WITH THE CARRIER.'
           DISPLAY 'BENEFIT RECONCILIATION GENERATED!'.
       310-WRITE-EXCEPTION-LIST.
           WRITE REPORT-REC FROM EX-HEADING
               AFTER ADVANCING 3 LINES
           WRITE REPORT-REC FROM EX-COLUMNS
               AFTER ADVANCING 1 LINE
           MOVE ZERO TO WS-EX-COUNT
           PERFORM VARYING WS-EX-SUB FROM 1 BY 1
                   UNTIL WS-EX-SUB > EX-COUNT
               IF EX-TYPE(WS-EX-SUB) = WS-EX-TYPE
                   ADD 1 TO WS-EX-COUNT
                   MOVE EX-EMP-ID(WS-EX-SUB)    TO ED-EMP-ID
                   MOVE EX-EMP-NM(WS-EX-SUB)    TO ED-EMP-NM
                   MOVE EX-PLAN-CODE(WS-EX-SUB) TO ED-PLAN-CODE
                   MOVE EX-OUR-TIER(WS-EX-SUB)  TO ED-OUR-TIER
                   MOVE EX-OUR-PREM(WS-EX-SUB)  TO ED-OUR-PREM
                   MOVE EX-BILL-TIER(WS-EX-SUB) TO ED-BILL-TIER
                   MOVE EX-BILL-PREM(WS-EX-SUB) TO ED-BILL-PREM
                   WRITE REPORT-REC FROM EX-DETAIL
                       AFTER ADVANCING 1 LINE
               END-IF
           END-PERFORM
           IF WS-EX-COUNT = ZERO
               WRITE REPORT-REC FROM EX-NONE
                   AFTER ADVANCING 1 LINE
           END-IF.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SodReview.
       AUTHOR. Brianna Muleski
               Andrew Iverson
       DATE-WRITTEN. 10/13/14
      ******************************************************************
      * Purpose:
      *    Quarterly segregation-of-duties review for the controller
      *    to sign. Two kinds of finding are listed:
      *
      *    Conflicting permissions - every active operator on
      *    OPERMAST.DAT is checked against each pair of capabilities
      *    in the rule file SODRULES.DAT, and an operator holding
      *    both halves of a pair is listed with the rule broken. A
      *    capability is one of the OP-FUNCS letters (E entry, P
      *    payments, R releases, M masters, T time entry, G GL
      *    journal) or S for supervisor class, the class that
      *    approves price overrides. An operator with no functions
      *    set may run everything, so holds every letter.
      *
      *    Self-approved incidents - within the quarter, an override
      *    on OVERRIDELOG.DAT keyed and approved by the same ID, an
      *    over-limit release on OLDISP.DAT made by the operator who
      *    keyed the transaction, and a drawer on DRAWERSIGN.DAT
      *    signed off by its own operator. OLDISP rows written
      *    before the keying operator was carried have no operator
      *    and are counted as not checkable.
      *
      *    Each operator's quarter activity on the override log,
      *    disposition log, drawer sign-offs and CUSTAUDIT.DAT
      *    closes the report, followed by the sign-off lines.
      *
      * Input:
      *    OPERMAST.DAT    - operator master
      *    SODRULES.DAT    - conflicting capability pairs
      *    OVERRIDELOG.DAT - price overrides with approving supervisor
      *    OLDISP.DAT      - over-limit release and reject decisions
      *    DRAWERSIGN.DAT  - drawer sign-off log
      *    CUSTAUDIT.DAT   - customer maintenance audit trail
      *    Report year and quarter entered at the console
      *
      * Output:
      *    SODREVIEW.RPT - findings and controller sign-off
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPER-MASTER-FILE ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.
           SELECT RULE-FILE ASSIGN TO "SODRULES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULE-STATUS.
           SELECT OVERRIDE-LOG-FILE ASSIGN TO "OVERRIDELOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVR-STATUS.
           SELECT DISP-FILE ASSIGN TO "OLDISP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISP-STATUS.
           SELECT SIGNLOG-FILE ASSIGN TO "DRAWERSIGN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SG-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "CUSTAUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
           SELECT REPORT-FILE ASSIGN TO "SODREVIEW.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  OPER-MASTER-FILE.
       01  OPER-REC.
           05  OP-ID           PIC X(5).
           05  OP-NAME         PIC X(20).
           05  OP-ACTIVE       PIC X.
           05  OP-CLASS        PIC X.
           05  OP-FUNCS        PIC X(10).
      * ONE ROW PER CONFLICTING PAIR OF CAPABILITIES.
       FD  RULE-FILE.
       01  RULE-REC.
           05  SR-CAP-1        PIC X.
           05  SR-CAP-2        PIC X.
           05  SR-DESC         PIC X(40).
       FD  OVERRIDE-LOG-FILE.
       01  OVR-REC.
           05  OVR-DATE        PIC 9(8).
           05  OVR-OPERATOR    PIC X(5).
           05  OVR-CUST-NO     PIC X(5).
           05  OVR-ITEM-NUM    PIC X(4).
           05  OVR-CATALOG-PR  PIC 9(4)V99.
           05  OVR-KEYED-PR    PIC 9(4)V99.
           05  OVR-SUPERVISOR  PIC X(5).
       FD  DISP-FILE.
       01  DISP-REC.
           05  DP-DATE         PIC 9(8).
           05  DP-SUPERVISOR   PIC X(5).
           05  DP-ACTION       PIC X(8).
           05  DP-CUST-NO      PIC X(5).
           05  DP-ITEM-NO      PIC X(4).
           05  DP-UNIT-PR      PIC 9(4)V99.
           05  DP-QNT          PIC S999.
           05  DP-NEW-LIMIT    PIC 9(7)V99.
           05  DP-OPERATOR     PIC X(5).
       FD  SIGNLOG-FILE.
       01  SIGNLOG-REC.
           05  SG-DATE         PIC 9(8).
           05  SG-SUPERVISOR   PIC X(5).
           05  SG-OPERATOR     PIC X(5).
           05  SG-OVER-SHORT   PIC S9(7)V99.
           05  SG-STORE-NO     PIC 9(2).
           05  SG-COUNTED-CASH PIC 9(7)V99.
           05  SG-COUNTED-CHKS PIC 9(7)V99.
       FD  AUDIT-FILE.
       01  AUDIT-REC.
           05  AU-DATE         PIC 9(8).
           05  AU-OPERATOR     PIC X(5).
           05  AU-ACTION       PIC X(10).
           05  AU-CUST-NO      PIC X(5).
           05  AU-BEFORE       PIC X(20).
           05  AU-AFTER        PIC X(20).
       FD  REPORT-FILE.
       01  REPORT-REC          PIC X(80).
       WORKING-STORAGE SECTION.
       01  WORKING-ITEMS.
           05  EOF-SWITCH      PIC X.
           05  WS-OPER-STATUS  PIC XX.
           05  WS-RULE-STATUS  PIC XX.
           05  WS-OVR-STATUS   PIC XX.
           05  WS-DISP-STATUS  PIC XX.
           05  WS-SG-STATUS    PIC XX.
           05  WS-AUD-STATUS   PIC XX.
           05  WS-RUN-DATE     PIC 9(8).
           05  WS-RPT-YEAR     PIC 9(4).
           05  WS-RPT-QTR      PIC 9.
           05  WS-QTR-LOW-MM   PIC 99.
           05  WS-QTR-HIGH-MM  PIC 99.
           05  WS-FROM-DATE    PIC 9(8).
           05  WS-TO-DATE      PIC 9(8).
           05  WS-WORK-DATE    PIC 9(8).
           05  WS-WORK-OPER    PIC X(5).
           05  WS-OP-FOUND     PIC 9(3).
           05  WS-CHECK-CAP    PIC X.
           05  WS-FUNC-TALLY   PIC 9(2).
           05  WS-CAP-SW       PIC X.
               88  HAS-CAP                 VALUE 'Y'.
           05  WS-CAP-1-SW     PIC X.
           05  WS-CONFLICT-CT  PIC 9(5)    VALUE ZERO.
           05  WS-OVR-SELF-CT  PIC 9(5)    VALUE ZERO.
           05  WS-REL-SELF-CT  PIC 9(5)    VALUE ZERO.
           05  WS-DRW-SELF-CT  PIC 9(5)    VALUE ZERO.
           05  WS-REL-UNCHK-CT PIC 9(5)    VALUE ZERO.
           05  WS-INCIDENT-CT  PIC 9(5)    VALUE ZERO.
           05  WS-EDIT-PR-1    PIC $$,$$9.99.
           05  WS-EDIT-PR-2    PIC $$,$$9.99.
           05  WS-EDIT-QNT     PIC ZZ9-.
           05  WS-EDIT-OVSH    PIC $$$,$$9.99-.
      * THE PAIRS OF CAPABILITIES ONE OPERATOR MUST NOT HOLD TOGETHER.
       01  RULE-TABLE.
           05  RL-COUNT        PIC 9(3)    VALUE ZERO.
           05  RL-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON RL-COUNT
                   INDEXED BY RL-INDX.
               10  RL-CAP-1        PIC X.
               10  RL-CAP-2        PIC X.
               10  RL-DESC         PIC X(40).
      * ONE ROW PER OPERATOR ON THE MASTER, PLUS ONE FOR ANY ID FOUND
      * ONLY ON THE LOGS (OP-T-ON-MASTER 'N'), WITH THE QUARTER'S
      * ACTIVITY COUNTS.
       01  OPER-TABLE.
           05  OP-COUNT        PIC 9(3)    VALUE ZERO.
           05  OP-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON OP-COUNT
                   INDEXED BY OP-INDX.
               10  OP-T-ID         PIC X(5).
               10  OP-T-NAME       PIC X(20).
               10  OP-T-ACTIVE     PIC X.
               10  OP-T-CLASS      PIC X.
               10  OP-T-FUNCS      PIC X(10).
               10  OP-T-ON-MASTER  PIC X.
               10  OP-T-KEYED-OVR  PIC 9(5).
               10  OP-T-APPR-OVR   PIC 9(5).
               10  OP-T-DISPOS     PIC 9(5).
               10  OP-T-DRAWERS    PIC 9(5).
               10  OP-T-CUST-CHG   PIC 9(5).
       01  HD-TITLE.
           05  FILLER          PIC X(6)    VALUE "DATE: ".
           05  HD-MM           PIC 99.
           05  FILLER          PIC X       VALUE "/".
           05  HD-DD           PIC 99.
           05  FILLER          PIC X       VALUE "/".
           05  HD-YEAR         PIC 9(4).
           05  FILLER          PIC X(6)    VALUE SPACES.
           05  FILLER          PIC X(30)   VALUE
                                   "SEGREGATION OF DUTIES REVIEW  ".
           05  FILLER          PIC X(8)    VALUE "QUARTER ".
           05  HD-QTR          PIC 9.
           05  FILLER          PIC X       VALUE SPACE.
           05  HD-RPT-YEAR     PIC 9(4).
       01  SECTION-HEADING.
           05  SH-TEXT         PIC X(60).
       01  HD-CONFLICT-COLUMNS.
           05  FILLER          PIC X(6)    VALUE "OPER".
           05  FILLER          PIC X(17)   VALUE "NAME".
           05  FILLER          PIC X(3)    VALUE "CL".
           05  FILLER          PIC X(12)   VALUE "FUNCTIONS".
           05  FILLER          PIC X(40)   VALUE "RULE".
       01  CONFLICT-DETAIL.
           05  CL-OPER         PIC X(5).
           05  FILLER          PIC X       VALUE SPACE.
           05  CL-NAME         PIC X(16).
           05  FILLER          PIC X       VALUE SPACE.
           05  CL-CLASS        PIC X.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  CL-FUNCS        PIC X(10).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  CL-RULE         PIC X(40).
       01  HD-INCIDENT-COLUMNS.
           05  FILLER          PIC X(12)   VALUE "DATE".
           05  FILLER          PIC X(12)   VALUE "INCIDENT".
           05  FILLER          PIC X(7)    VALUE "OPER".
           05  FILLER          PIC X(45)   VALUE "DETAIL".
       01  INCIDENT-DETAIL.
           05  IL-MM           PIC 99.
           05  FILLER          PIC X       VALUE "/".
           05  IL-DD           PIC 99.
           05  FILLER          PIC X       VALUE "/".
           05  IL-YEAR         PIC 9(4).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  IL-TYPE         PIC X(10).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  IL-OPER         PIC X(5).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  IL-DETAIL       PIC X(45).
       01  HD-ACTIVITY-COLUMNS.
           05  FILLER          PIC X(26)   VALUE "OPER  NAME".
           05  FILLER          PIC X(9)    VALUE "KEYED OVR".
           05  FILLER          PIC X(10)   VALUE "  APPR OVR".
           05  FILLER          PIC X(10)   VALUE "  OL DISP".
           05  FILLER          PIC X(10)   VALUE "   DRAWERS".
           05  FILLER          PIC X(10)   VALUE "  CUST CHG".
       01  ACTIVITY-DETAIL.
           05  AL-OPER         PIC X(5).
           05  FILLER          PIC X       VALUE SPACE.
           05  AL-NAME         PIC X(20).
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  AL-KEYED-OVR    PIC ZZZZ9.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  AL-APPR-OVR     PIC ZZZZ9.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  AL-DISPOS       PIC ZZZZ9.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  AL-DRAWERS      PIC ZZZZ9.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  AL-CUST-CHG     PIC ZZZZ9.
       01  COUNT-LINE.
           05  CT-LABEL        PIC X(50).
           05  CT-COUNT        PIC ZZ,ZZ9.
       01  SIGN-LINE-1.
           05  FILLER          PIC X(40)   VALUE
                   "REVIEWED BY: ______________________    ".
           05  FILLER          PIC X(25)   VALUE
                   "DATE: ___________".
       01  SIGN-LINE-2.
           05  FILLER          PIC X(13)   VALUE SPACES.
           05  FILLER          PIC X(10)   VALUE "CONTROLLER".
      *
       PROCEDURE DIVISION.
       000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM 050-ACCEPT-QUARTER
           PERFORM 100-LOAD-OPERATORS
           IF OP-COUNT = ZERO
               DISPLAY 'OPERMAST.DAT MISSING OR EMPTY - NO REVIEW.'
               STOP RUN
           END-IF
           PERFORM 150-LOAD-RULES
           PERFORM 300-OPEN-REPORT
           PERFORM 400-CHECK-PERMISSIONS
           PERFORM 500-CHECK-INCIDENTS
           PERFORM 700-WRITE-ACTIVITY
           PERFORM 800-WRITE-SIGNOFF
           CLOSE REPORT-FILE

           COMPUTE WS-INCIDENT-CT =
               WS-OVR-SELF-CT + WS-REL-SELF-CT + WS-DRW-SELF-CT
           DISPLAY WS-CONFLICT-CT ' CONFLICTING PERMISSION(S), '
               WS-INCIDENT-CT ' SELF-APPROVED INCIDENT(S).'
           IF WS-CONFLICT-CT > ZERO OR WS-INCIDENT-CT > ZERO
               DISPLAY '*** FINDINGS - SEE SODREVIEW.RPT ***'
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
      * ACCEPTS THE REVIEW YEAR AND QUARTER AND WORKS OUT THE DATE
      * RANGE THE QUARTER COVERS.
       050-ACCEPT-QUARTER.
           DISPLAY 'ENTER REPORT YEAR (YYYY):'
           ACCEPT WS-RPT-YEAR
           DISPLAY 'ENTER QUARTER (1-4):'
           ACCEPT WS-RPT-QTR
           PERFORM UNTIL WS-RPT-QTR > 0 AND WS-RPT-QTR < 5
               DISPLAY 'INVALID QUARTER.'
               DISPLAY 'ENTER QUARTER (1-4):'
               ACCEPT WS-RPT-QTR
           END-PERFORM
           COMPUTE WS-QTR-LOW-MM = (WS-RPT-QTR * 3) - 2
           COMPUTE WS-QTR-HIGH-MM = WS-RPT-QTR * 3
           COMPUTE WS-FROM-DATE =
               (WS-RPT-YEAR * 10000) + (WS-QTR-LOW-MM * 100) + 1
           COMPUTE WS-TO-DATE =
               (WS-RPT-YEAR * 10000) + (WS-QTR-HIGH-MM * 100) + 31.
      * LOADS EVERY OPERATOR, ACTIVE OR NOT, SO ACTIVITY BY A SINCE
      * DEACTIVATED ID STILL SHOWS AGAINST ITS NAME.
       100-LOAD-OPERATORS.
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT OPER-MASTER-FILE
           IF WS-OPER-STATUS NOT = "00"
               MOVE 'Y' TO EOF-SWITCH
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ OPER-MASTER-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       IF OP-COUNT < 500
                           ADD 1 TO OP-COUNT
                           MOVE OP-ID     TO OP-T-ID(OP-COUNT)
                           MOVE OP-NAME   TO OP-T-NAME(OP-COUNT)
                           MOVE OP-ACTIVE TO OP-T-ACTIVE(OP-COUNT)
                           MOVE OP-CLASS  TO OP-T-CLASS(OP-COUNT)
                           MOVE OP-FUNCS  TO OP-T-FUNCS(OP-COUNT)
                           MOVE 'Y' TO OP-T-ON-MASTER(OP-COUNT)
                           MOVE ZERO TO OP-T-KEYED-OVR(OP-COUNT)
                                        OP-T-APPR-OVR(OP-COUNT)
                                        OP-T-DISPOS(OP-COUNT)
                                        OP-T-DRAWERS(OP-COUNT)
                                        OP-T-CUST-CHG(OP-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-OPER-STATUS NOT = "35"
               CLOSE OPER-MASTER-FILE
           END-IF.
      * LOADS THE CONFLICTING PAIRS. A MISSING RULE FILE LOADS NONE
      * AND THE REPORT SAYS SO.
       150-LOAD-RULES.
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT RULE-FILE
           IF WS-RULE-STATUS NOT = "00"
               MOVE 'Y' TO EOF-SWITCH
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ RULE-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       IF SR-CAP-1 NOT = SPACE
                          AND SR-CAP-2 NOT = SPACE
                          AND RL-COUNT < 100
                           ADD 1 TO RL-COUNT
                           MOVE SR-CAP-1 TO RL-CAP-1(RL-COUNT)
                           MOVE SR-CAP-2 TO RL-CAP-2(RL-COUNT)
                           MOVE SR-DESC  TO RL-DESC(RL-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-RULE-STATUS NOT = "35"
               CLOSE RULE-FILE
           END-IF.
      * FINDS THE OPERATOR IN WS-WORK-OPER, ADDING A NOT-ON-MASTER
      * ROW THE FIRST TIME AN UNKNOWN ID TURNS UP ON A LOG.
       200-FIND-OPERATOR.
           MOVE ZERO TO WS-OP-FOUND
           PERFORM VARYING OP-INDX FROM 1 BY 1
                   UNTIL OP-INDX > OP-COUNT
               IF OP-T-ID(OP-INDX) = WS-WORK-OPER
                   SET WS-OP-FOUND TO OP-INDX
               END-IF
           END-PERFORM
           IF WS-OP-FOUND = ZERO AND OP-COUNT < 500
               ADD 1 TO OP-COUNT
               MOVE WS-WORK-OPER TO OP-T-ID(OP-COUNT)
               MOVE 'NOT ON OPERMAST' TO OP-T-NAME(OP-COUNT)
               MOVE SPACES TO OP-T-ACTIVE(OP-COUNT)
                              OP-T-CLASS(OP-COUNT)
                              OP-T-FUNCS(OP-COUNT)
               MOVE 'N' TO OP-T-ON-MASTER(OP-COUNT)
               MOVE ZERO TO OP-T-KEYED-OVR(OP-COUNT)
                            OP-T-APPR-OVR(OP-COUNT)
                            OP-T-DISPOS(OP-COUNT)
                            OP-T-DRAWERS(OP-COUNT)
                            OP-T-CUST-CHG(OP-COUNT)
               MOVE OP-COUNT TO WS-OP-FOUND
           END-IF.
      * OPENS THE REPORT AND WRITES THE TITLE.
       300-OPEN-REPORT.
           OPEN OUTPUT REPORT-FILE
           MOVE WS-RUN-DATE(5:2) TO HD-MM
           MOVE WS-RUN-DATE(7:2) TO HD-DD
           MOVE WS-RUN-DATE(1:4) TO HD-YEAR
           MOVE WS-RPT-QTR  TO HD-QTR
           MOVE WS-RPT-YEAR TO HD-RPT-YEAR
           WRITE REPORT-REC FROM HD-TITLE.
      * LISTS EVERY ACTIVE OPERATOR HOLDING BOTH CAPABILITIES OF A
      * RULE - ONE LINE PER OPERATOR AND RULE BROKEN.
       400-CHECK-PERMISSIONS.
           MOVE 'CONFLICTING PERMISSIONS' TO SH-TEXT
           WRITE REPORT-REC FROM SECTION-HEADING
               AFTER ADVANCING 2 LINES
           IF RL-COUNT = ZERO
               MOVE 'SODRULES.DAT MISSING OR EMPTY - NOTHING CHECKED'
                   TO SH-TEXT
               WRITE REPORT-REC FROM SECTION-HEADING
                   AFTER ADVANCING 1 LINE
           ELSE
               WRITE REPORT-REC FROM HD-CONFLICT-COLUMNS
                   AFTER ADVANCING 1 LINE
               PERFORM VARYING WS-OP-FOUND FROM 1 BY 1
                       UNTIL WS-OP-FOUND > OP-COUNT
                   IF OP-T-ACTIVE(WS-OP-FOUND) = 'A'
                       PERFORM 420-CHECK-ONE-OPERATOR
                   END-IF
               END-PERFORM
           END-IF
           MOVE 'OPERATOR/RULE CONFLICTS FOUND' TO CT-LABEL
           MOVE WS-CONFLICT-CT TO CT-COUNT
           WRITE REPORT-REC FROM COUNT-LINE
               AFTER ADVANCING 2 LINES.
       420-CHECK-ONE-OPERATOR.
           PERFORM VARYING RL-INDX FROM 1 BY 1
                   UNTIL RL-INDX > RL-COUNT
               MOVE RL-CAP-1(RL-INDX) TO WS-CHECK-CAP
               PERFORM 450-TEST-CAPABILITY
               MOVE WS-CAP-SW TO WS-CAP-1-SW
               MOVE RL-CAP-2(RL-INDX) TO WS-CHECK-CAP
               PERFORM 450-TEST-CAPABILITY
               IF WS-CAP-1-SW = 'Y' AND HAS-CAP
                   ADD 1 TO WS-CONFLICT-CT
                   MOVE OP-T-ID(WS-OP-FOUND)    TO CL-OPER
                   MOVE OP-T-NAME(WS-OP-FOUND)  TO CL-NAME
                   MOVE OP-T-CLASS(WS-OP-FOUND) TO CL-CLASS
                   IF OP-T-FUNCS(WS-OP-FOUND) = SPACES
                       MOVE '(ALL)' TO CL-FUNCS
                   ELSE
                       MOVE OP-T-FUNCS(WS-OP-FOUND) TO CL-FUNCS
                   END-IF
                   MOVE RL-DESC(RL-INDX) TO CL-RULE
                   WRITE REPORT-REC FROM CONFLICT-DETAIL
                       AFTER ADVANCING 1 LINE
               END-IF
           END-PERFORM.
      * SETS HAS-CAP WHEN THE OPERATOR HOLDS WS-CHECK-CAP: S IS THE
      * SUPERVISOR CLASS, ANY OTHER LETTER IS A FUNCTION. BLANK
      * FUNCTIONS MEAN EVERY FUNCTION, AS AT SIGN-ON.
       450-TEST-CAPABILITY.
           MOVE 'N' TO WS-CAP-SW
           IF WS-CHECK-CAP = 'S'
               IF OP-T-CLASS(WS-OP-FOUND) = 'S'
                   MOVE 'Y' TO WS-CAP-SW
               END-IF
           ELSE
               IF OP-T-FUNCS(WS-OP-FOUND) = SPACES
                   MOVE 'Y' TO WS-CAP-SW
               ELSE
                   MOVE ZERO TO WS-FUNC-TALLY
                   INSPECT OP-T-FUNCS(WS-OP-FOUND)
                       TALLYING WS-FUNC-TALLY FOR ALL WS-CHECK-CAP
                   IF WS-FUNC-TALLY > ZERO
                       MOVE 'Y' TO WS-CAP-SW
                   END-IF
               END-IF
           END-IF.
      * READS THE THREE APPROVAL LOGS FOR THE QUARTER, LISTING EVERY
      * APPROVAL GIVEN BY THE OPERATOR IT APPROVED, AND COUNTS EACH
      * OPERATOR'S ACTIVITY ON THE WAY. MISSING LOGS ADD NOTHING.
       500-CHECK-INCIDENTS.
           MOVE 'SELF-APPROVED INCIDENTS' TO SH-TEXT
           WRITE REPORT-REC FROM SECTION-HEADING
               AFTER ADVANCING 2 LINES
           WRITE REPORT-REC FROM HD-INCIDENT-COLUMNS
               AFTER ADVANCING 1 LINE
           PERFORM 520-CHECK-OVERRIDES
           PERFORM 540-CHECK-RELEASES
           PERFORM 560-CHECK-DRAWERS
           PERFORM 580-COUNT-CUST-CHANGES
           MOVE 'OVERRIDES KEYED AND APPROVED BY SAME ID' TO CT-LABEL
           MOVE WS-OVR-SELF-CT TO CT-COUNT
           WRITE REPORT-REC FROM COUNT-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'OVER-LIMIT ITEMS RELEASED BY THEIR OWN OPERATOR'
               TO CT-LABEL
           MOVE WS-REL-SELF-CT TO CT-COUNT
           WRITE REPORT-REC FROM COUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'DRAWERS SIGNED OFF BY THEIR OWN OPERATOR'
               TO CT-LABEL
           MOVE WS-DRW-SELF-CT TO CT-COUNT
           WRITE REPORT-REC FROM COUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'RELEASES WITH NO KEYING OPERATOR (NOT CHECKED)'
               TO CT-LABEL
           MOVE WS-REL-UNCHK-CT TO CT-COUNT
           WRITE REPORT-REC FROM COUNT-LINE
               AFTER ADVANCING 1 LINE.
       520-CHECK-OVERRIDES.
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT OVERRIDE-LOG-FILE
           IF WS-OVR-STATUS NOT = "00"
               MOVE 'Y' TO EOF-SWITCH
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ OVERRIDE-LOG-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       IF OVR-DATE NOT < WS-FROM-DATE
                          AND OVR-DATE NOT > WS-TO-DATE
                           PERFORM 525-CHECK-ONE-OVERRIDE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-OVR-STATUS NOT = "35"
               CLOSE OVERRIDE-LOG-FILE
           END-IF.
       525-CHECK-ONE-OVERRIDE.
           MOVE OVR-OPERATOR TO WS-WORK-OPER
           PERFORM 200-FIND-OPERATOR
           IF WS-OP-FOUND > ZERO
               ADD 1 TO OP-T-KEYED-OVR(WS-OP-FOUND)
           END-IF
           MOVE OVR-SUPERVISOR TO WS-WORK-OPER
           PERFORM 200-FIND-OPERATOR
           IF WS-OP-FOUND > ZERO
               ADD 1 TO OP-T-APPR-OVR(WS-OP-FOUND)
           END-IF
           IF OVR-SUPERVISOR = OVR-OPERATOR
               ADD 1 TO WS-OVR-SELF-CT
               MOVE OVR-DATE     TO WS-WORK-DATE
               MOVE 'OVERRIDE'   TO IL-TYPE
               MOVE OVR-OPERATOR TO IL-OPER
               MOVE OVR-CATALOG-PR TO WS-EDIT-PR-1
               MOVE OVR-KEYED-PR   TO WS-EDIT-PR-2
               MOVE SPACES TO IL-DETAIL
               STRING 'CUST ' OVR-CUST-NO ' ITEM ' OVR-ITEM-NUM
                   ' ' WS-EDIT-PR-1 ' TO ' WS-EDIT-PR-2
                   DELIMITED BY SIZE INTO IL-DETAIL
               PERFORM 600-WRITE-INCIDENT
           END-IF.
      * BOTH RELEASES AND REJECTS COUNT AS DISPOSITIONS, BUT ONLY A
      * RELEASE LETS THE OPERATOR'S OWN SALE THROUGH.
       540-CHECK-RELEASES.
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT DISP-FILE
           IF WS-DISP-STATUS NOT = "00"
               MOVE 'Y' TO EOF-SWITCH
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ DISP-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       IF DP-DATE NOT < WS-FROM-DATE
                          AND DP-DATE NOT > WS-TO-DATE
                           PERFORM 545-CHECK-ONE-RELEASE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-DISP-STATUS NOT = "35"
               CLOSE DISP-FILE
           END-IF.
       545-CHECK-ONE-RELEASE.
           MOVE DP-SUPERVISOR TO WS-WORK-OPER
           PERFORM 200-FIND-OPERATOR
           IF WS-OP-FOUND > ZERO
               ADD 1 TO OP-T-DISPOS(WS-OP-FOUND)
           END-IF
           IF DP-ACTION = 'RELEASE'
               EVALUATE TRUE
                   WHEN DP-OPERATOR = SPACES
                       ADD 1 TO WS-REL-UNCHK-CT
                   WHEN DP-OPERATOR = DP-SUPERVISOR
                       ADD 1 TO WS-REL-SELF-CT
                       MOVE DP-DATE     TO WS-WORK-DATE
                       MOVE 'OL RELEASE' TO IL-TYPE
                       MOVE DP-OPERATOR TO IL-OPER
                       MOVE DP-UNIT-PR  TO WS-EDIT-PR-1
                       MOVE DP-QNT      TO WS-EDIT-QNT
                       MOVE SPACES TO IL-DETAIL
                       STRING 'CUST ' DP-CUST-NO ' ITEM ' DP-ITEM-NO
                           ' ' WS-EDIT-QNT ' AT ' WS-EDIT-PR-1
                           DELIMITED BY SIZE INTO IL-DETAIL
                       PERFORM 600-WRITE-INCIDENT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
       560-CHECK-DRAWERS.
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT SIGNLOG-FILE
           IF WS-SG-STATUS NOT = "00"
               MOVE 'Y' TO EOF-SWITCH
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ SIGNLOG-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       IF SG-DATE NOT < WS-FROM-DATE
                          AND SG-DATE NOT > WS-TO-DATE
                           PERFORM 565-CHECK-ONE-DRAWER
                       END-IF
               END-READ
           END-PERFORM
           IF WS-SG-STATUS NOT = "35"
               CLOSE SIGNLOG-FILE
           END-IF.
       565-CHECK-ONE-DRAWER.
           MOVE SG-SUPERVISOR TO WS-WORK-OPER
           PERFORM 200-FIND-OPERATOR
           IF WS-OP-FOUND > ZERO
               ADD 1 TO OP-T-DRAWERS(WS-OP-FOUND)
           END-IF
           IF SG-SUPERVISOR = SG-OPERATOR
               ADD 1 TO WS-DRW-SELF-CT
               MOVE SG-DATE     TO WS-WORK-DATE
               MOVE 'DRAWER'    TO IL-TYPE
               MOVE SG-OPERATOR TO IL-OPER
               MOVE SG-OVER-SHORT TO WS-EDIT-OVSH
               MOVE SPACES TO IL-DETAIL
               STRING 'OWN DRAWER SIGNED, OVER/SHORT ' WS-EDIT-OVSH
                   DELIMITED BY SIZE INTO IL-DETAIL
               PERFORM 600-WRITE-INCIDENT
           END-IF.
      * CUSTOMER MAINTENANCE IS NOT APPROVED BY ANYONE, SO THE AUDIT
      * TRAIL ONLY FEEDS THE ACTIVITY COUNTS.
       580-COUNT-CUST-CHANGES.
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT AUDIT-FILE
           IF WS-AUD-STATUS NOT = "00"
               MOVE 'Y' TO EOF-SWITCH
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ AUDIT-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       IF AU-DATE NOT < WS-FROM-DATE
                          AND AU-DATE NOT > WS-TO-DATE
                           MOVE AU-OPERATOR TO WS-WORK-OPER
                           PERFORM 200-FIND-OPERATOR
                           IF WS-OP-FOUND > ZERO
                               ADD 1 TO OP-T-CUST-CHG(WS-OP-FOUND)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-AUD-STATUS NOT = "35"
               CLOSE AUDIT-FILE
           END-IF.
      * PRINTS ONE INCIDENT LINE DATED FROM WS-WORK-DATE.
       600-WRITE-INCIDENT.
           MOVE WS-WORK-DATE(5:2) TO IL-MM
           MOVE WS-WORK-DATE(7:2) TO IL-DD
           MOVE WS-WORK-DATE(1:4) TO IL-YEAR
           WRITE REPORT-REC FROM INCIDENT-DETAIL
               AFTER ADVANCING 1 LINE.
      * PRINTS EACH OPERATOR WITH ANY ACTIVITY IN THE QUARTER.
       700-WRITE-ACTIVITY.
           MOVE 'OPERATOR ACTIVITY IN QUARTER' TO SH-TEXT
           WRITE REPORT-REC FROM SECTION-HEADING
               AFTER ADVANCING 2 LINES
           WRITE REPORT-REC FROM HD-ACTIVITY-COLUMNS
               AFTER ADVANCING 1 LINE
           PERFORM VARYING OP-INDX FROM 1 BY 1
                   UNTIL OP-INDX > OP-COUNT
               IF OP-T-KEYED-OVR(OP-INDX) > ZERO
                  OR OP-T-APPR-OVR(OP-INDX) > ZERO
                  OR OP-T-DISPOS(OP-INDX) > ZERO
                  OR OP-T-DRAWERS(OP-INDX) > ZERO
                  OR OP-T-CUST-CHG(OP-INDX) > ZERO
                   MOVE OP-T-ID(OP-INDX)        TO AL-OPER
                   MOVE OP-T-NAME(OP-INDX)      TO AL-NAME
                   MOVE OP-T-KEYED-OVR(OP-INDX) TO AL-KEYED-OVR
                   MOVE OP-T-APPR-OVR(OP-INDX)  TO AL-APPR-OVR
                   MOVE OP-T-DISPOS(OP-INDX)    TO AL-DISPOS
                   MOVE OP-T-DRAWERS(OP-INDX)   TO AL-DRAWERS
                   MOVE OP-T-CUST-CHG(OP-INDX)  TO AL-CUST-CHG
                   WRITE REPORT-REC FROM ACTIVITY-DETAIL
                       AFTER ADVANCING 1 LINE
               END-IF
           END-PERFORM.
      * CLOSES THE REPORT WITH THE CONTROLLER'S SIGN-OFF LINES.
       800-WRITE-SIGNOFF.
           WRITE REPORT-REC FROM SIGN-LINE-1
               AFTER ADVANCING 4 LINES
           WRITE REPORT-REC FROM SIGN-LINE-2
               AFTER ADVANCING 1 LINE.

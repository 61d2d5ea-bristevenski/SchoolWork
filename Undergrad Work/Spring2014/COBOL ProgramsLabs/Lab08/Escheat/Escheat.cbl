       IDENTIFICATION DIVISION.
       PROGRAM-ID. Escheat.
       AUTHOR. Brianna Muleski
       DATE-WRITTEN. 10/13/14
      ******************************************************************
      * Purpose:
      *     Unclaimed payroll checks. A printed check still
      *     outstanding on CHECKISSUE.DAT more than 90 days after
      *     issue is taken out of the outstanding list (status 'U')
      *     and held on ESCHEAT.DAT as a liability, and the employee
      *     is mailed a due-diligence letter at the address on the
      *     employee master. Each held item is then tracked until it
      *     is claimed (a replacement check is issued) or, once the
      *     state's dormancy period has run, reported and remitted
      *     on the annual unclaimed-property holder report. Every
      *     movement of the liability - taken into hold, claimed,
      *     escheated - is booked to GLJOURNAL.DAT as a debit/credit
      *     pair through the GLMAP.DAT source mapping, so GlPost
      *     carries it to the ledger. One run type per run:
      *         L - take stale checks into hold and print letters
      *         C - record claims and their replacement checks
      *         A - annual holder report for a report cutoff date
      *
      * Input:
      *     CHECKISSUE.DAT - issued checks (lab08, BankRecon)
      *     ESCHEAT.DAT    - unclaimed items held (created first run)
      *     EMPMASTER.DAT  - employee name and home address
      *     EMPLOYER.DAT   - holder name, FEIN and address
      *     ESCHCTL.DAT    - dormancy period in days (365 default)
      *     GLMAP.DAT      - GL accounts for ESCHHOLD, ESCHCLM and
      *                      ESCHREM
      *     Run type, check numbers and cutoff date at the console
      * Output:
      *     CHECKISSUE.DAT - stale checks marked 'U'; replacement
      *                      checks added outstanding
      *     ESCHEAT.DAT    - rewritten with each item's status
      *     ESCHLTR.RPT    - due-diligence letters, one per page
      *     UPHOLDER.DAT   - annual holder report file for the state
      *     ESCHEAT.RPT    - listing of the run and the open balance
      *     GLJOURNAL.DAT  - liability movement appended
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHECKISSUE-FILE ASSIGN TO "CHECKISSUE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CISS-STATUS.
           SELECT ESCHEAT-FILE ASSIGN TO "ESCHEAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESC-STATUS.
           SELECT EMP-FILE ASSIGN TO "EMPMASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMP-STATUS.
           SELECT EMPLOYER-FILE ASSIGN TO "EMPLOYER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ER-STATUS.
           SELECT ESCHCTL-FILE ASSIGN TO "ESCHCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT GLMAP-FILE ASSIGN TO "GLMAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "GLJOURNAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.
           SELECT LETTER-FILE ASSIGN TO "ESCHLTR.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HOLDER-FILE ASSIGN TO "UPHOLDER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO "ESCHEAT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CHECKISSUE-FILE.
       01  CHECKISSUE-REC.
           05  CI-CHECK-NO     PIC 9(6).
           05  CI-EMP-ID       PIC X(4).
           05  CI-AMOUNT       PIC 9(6)V99.
           05  CI-ISSUE-DATE   PIC 9(8).
           05  CI-STATUS       PIC X.
      * ONE ROW PER CHECK TAKEN INTO HOLD. STATUS 'L' LETTER SENT,
      * 'N' HELD WITH NO ADDRESS TO WRITE TO, 'C' CLAIMED AND
      * REISSUED, 'E' ESCHEATED. THE ADDRESS IS THE LAST KNOWN ONE
      * AT THE TIME OF THE LETTER, AS THE HOLDER REPORT WANTS IT.
       FD  ESCHEAT-FILE.
       01  ESCHEAT-REC.
           05  ES-CHECK-NO     PIC 9(6).
           05  ES-EMP-ID       PIC X(4).
           05  ES-EMP-NM       PIC X(15).
           05  ES-AMOUNT       PIC 9(6)V99.
           05  ES-ISSUE-DATE   PIC 9(8).
           05  ES-STATUS       PIC X.
           05  ES-HOLD-DATE    PIC 9(8).
           05  ES-STATUS-DATE  PIC 9(8).
           05  ES-REISSUE-NO   PIC 9(6).
           05  ES-REPORT-YEAR  PIC 9(4).
           05  ES-STREET       PIC X(25).
           05  ES-CITY         PIC X(15).
           05  ES-ADDR-STATE   PIC XX.
           05  ES-ZIP          PIC X(5).
       FD  EMP-FILE.
       01  EMP-REC.
           05  EM-EMP-ID       PIC X(4).
           05  EM-EMP-NM       PIC X(15).
           05  EM-EMP-DEPT     PIC X(8).
           05  EM-PAY-TYPE     PIC X.
           05  EM-SALARY       PIC 9(5)V99.
           05  EM-WORK-STATE   PIC XX.
           05  EM-WC-CLASS     PIC X(4).
           05  EM-STREET       PIC X(25).
           05  EM-CITY         PIC X(15).
           05  EM-ADDR-STATE   PIC XX.
           05  EM-ZIP          PIC X(5).
      * ONE ROW: THE EMPLOYER AS REGISTERED WITH THE STATE.
       FD  EMPLOYER-FILE.
       01  EMPLOYER-REC.
           05  ER-NAME         PIC X(35).
           05  ER-FEIN         PIC X(9).
           05  ER-STREET       PIC X(25).
           05  ER-CITY         PIC X(15).
           05  ER-STATE        PIC XX.
           05  ER-ZIP          PIC X(5).
      * ONE ROW: THE STATE'S DORMANCY PERIOD FOR WAGES, IN DAYS
      * FROM THE DATE OF THE CHECK.
       FD  ESCHCTL-FILE.
       01  ESCHCTL-REC.
           05  EC-DORMANCY-DAYS PIC 9(4).
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
       FD  LETTER-FILE.
       01  LETTER-REC          PIC X(80).
       FD  HOLDER-FILE.
       01  HOLDER-REC          PIC X(150).
       FD  REPORT-FILE.
       01  REPORT-REC          PIC X(80).
       WORKING-STORAGE SECTION.
       01  WORKING-ITEMS.
           05  EOF-SWITCH      PIC X       VALUE 'N'.
           05  VALID-SW        PIC X.
           05  WS-CISS-STATUS  PIC XX.
           05  WS-ESC-STATUS   PIC XX.
           05  WS-EMP-STATUS   PIC XX.
           05  WS-ER-STATUS    PIC XX.
           05  WS-CTL-STATUS   PIC XX.
           05  WS-MAP-STATUS   PIC XX.
           05  WS-JRNL-STATUS  PIC XX.
           05  WS-RUN-TYPE     PIC X.
               88  LETTER-RUN              VALUE 'L'.
               88  CLAIM-RUN               VALUE 'C'.
               88  ANNUAL-RUN              VALUE 'A'.
           05  WS-RUN-DATE     PIC 9(8).
           05  WS-RUN-DATE-INT PIC S9(9).
           05  WS-CUTOFF-X     PIC X(8).
           05  WS-CUTOFF-DATE REDEFINES WS-CUTOFF-X
                               PIC 9(8).
           05  WS-CUTOFF-PARTS REDEFINES WS-CUTOFF-X.
               10  WS-CUTOFF-YYYY  PIC 9(4).
               10  WS-CUTOFF-MM    PIC 99.
               10  WS-CUTOFF-DD    PIC 99.
           05  WS-CUTOFF-INT   PIC S9(9).
           05  WS-REPORT-YEAR  PIC 9(4)    VALUE ZERO.
           05  WS-DORMANCY-DAYS PIC 9(4)   VALUE 365.
           05  WS-ISSUE-INT    PIC S9(9).
           05  WS-DAYS-OLD     PIC S9(5).
           05  WS-DUE-INT      PIC S9(9).
           05  WS-DUE-DATE     PIC 9(8).
           05  WS-CLAIM-CHECK  PIC 9(6).
           05  WS-REISSUE-NO   PIC 9(6).
           05  WS-CI-SUB       PIC 9(4).
           05  WS-ET-SUB       PIC 9(4).
           05  WS-ET-FOUND     PIC 9(4).
           05  WS-EMP-SUB      PIC 9(4).
           05  WS-EMP-FOUND    PIC 9(4).
           05  WS-SOURCE       PIC X(8).
           05  MAP-FOUND-SW    PIC X       VALUE 'N'.
               88  MAP-FOUND               VALUE 'Y'.
           05  WS-DR-ACCT      PIC X(6).
           05  WS-CR-ACCT      PIC X(6).
           05  WS-RUN-CT       PIC 9(4)    VALUE ZERO.
           05  WS-RUN-TOT      PIC 9(8)V99 VALUE ZERO.
           05  WS-NO-ADDR-CT   PIC 9(4)    VALUE ZERO.
           05  WS-HELD-CT      PIC 9(4)    VALUE ZERO.
           05  WS-HELD-TOT     PIC 9(8)V99 VALUE ZERO.
       01  CONSTANTS.
           05  STALE-DAYS      PIC 9(3)    VALUE 90.
           05  LETTER-GRACE    PIC 9(3)    VALUE 30.
      * THE ISSUED-CHECK FILE, REWRITTEN WITH THE STALE CHECKS
      * MARKED AND ANY REPLACEMENT CHECKS ADDED.
       01  CHECKISSUE-TABLE.
           05  CI-COUNT        PIC 9(4)    VALUE ZERO.
           05  CI-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON CI-COUNT
                   INDEXED BY CI-INDX.
               10  CI-T-CHECK-NO   PIC 9(6).
               10  CI-T-EMP-ID     PIC X(4).
               10  CI-T-AMOUNT     PIC 9(6)V99.
               10  CI-T-ISSUE-DATE PIC 9(8).
               10  CI-T-STATUS     PIC X.
      * EVERY ITEM EVER HELD; THE ENTRY IS THE ESCHEAT.DAT IMAGE.
       01  ESCHEAT-TABLE.
           05  ET-COUNT        PIC 9(4)    VALUE ZERO.
           05  ET-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON ET-COUNT
                   INDEXED BY ET-INDX.
               10  ET-CHECK-NO     PIC 9(6).
               10  ET-EMP-ID       PIC X(4).
               10  ET-EMP-NM       PIC X(15).
               10  ET-AMOUNT       PIC 9(6)V99.
               10  ET-ISSUE-DATE   PIC 9(8).
               10  ET-STATUS       PIC X.
                   88  ET-HELD                 VALUE 'L' 'N'.
               10  ET-HOLD-DATE    PIC 9(8).
               10  ET-STATUS-DATE  PIC 9(8).
               10  ET-REISSUE-NO   PIC 9(6).
               10  ET-REPORT-YEAR  PIC 9(4).
               10  ET-STREET       PIC X(25).
               10  ET-CITY         PIC X(15).
               10  ET-ADDR-STATE   PIC XX.
               10  ET-ZIP          PIC X(5).
       01  EMP-TABLE.
           05  EMP-COUNT       PIC 9(4)    VALUE ZERO.
           05  EMP-ENTRY OCCURS 1 TO 1000 TIMES
                   DEPENDING ON EMP-COUNT.
               10  EMP-T-ID        PIC X(4).
               10  EMP-T-NM        PIC X(15).
               10  EMP-T-STREET    PIC X(25).
               10  EMP-T-CITY      PIC X(15).
               10  EMP-T-STATE     PIC XX.
               10  EMP-T-ZIP       PIC X(5).
      * EMPLOYER DEFAULTS WHEN EMPLOYER.DAT IS NOT ON FILE.
       01  EMPLOYER-INFO.
           05  EI-NAME         PIC X(35)   VALUE
                               "INTERNATIONAL CHOCOLATES COMPANY".
           05  EI-FEIN         PIC X(9)    VALUE SPACES.
           05  EI-STREET       PIC X(25)   VALUE SPACES.
           05  EI-CITY         PIC X(15)   VALUE SPACES.
           05  EI-STATE        PIC XX      VALUE SPACES.
           05  EI-ZIP          PIC X(5)    VALUE SPACES.
      * DUE-DILIGENCE LETTER LINES.
       01  LT-LINE             PIC X(80).
       01  LT-DATE-LINE.
           05  FILLER          PIC X(50)   VALUE SPACES.
           05  LT-MM           PIC 99.
           05  FILLER          PIC X       VALUE "/".
           05  LT-DD           PIC 99.
           05  FILLER          PIC X       VALUE "/".
           05  LT-YEAR         PIC 9(4).
       01  LT-CITY-LINE.
           05  LT-CITY         PIC X(15).
           05  FILLER          PIC X       VALUE SPACE.
           05  LT-STATE        PIC XX.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  LT-ZIP          PIC X(5).
       01  LT-CHECK-LINE.
           05  FILLER          PIC X(28)   VALUE
                               "OUR RECORDS SHOW THAT CHECK ".
           05  LT-CHECK-NO     PIC 9(6).
           05  FILLER          PIC X(7)    VALUE " DATED ".
           05  LT-ISSUE-MM     PIC 99.
           05  FILLER          PIC X       VALUE "/".
           05  LT-ISSUE-DD     PIC 99.
           05  FILLER          PIC X       VALUE "/".
           05  LT-ISSUE-YEAR   PIC 9(4).
           05  FILLER          PIC X(5)    VALUE " FOR ".
           05  LT-AMOUNT       PIC $$$,$$9.99.
       01  LT-DUE-LINE.
           05  FILLER          PIC X(30)   VALUE
                               "IF WE DO NOT HEAR FROM YOU BY ".
           05  LT-DUE-MM       PIC 99.
           05  FILLER          PIC X       VALUE "/".
           05  LT-DUE-DD       PIC 99.
           05  FILLER          PIC X       VALUE "/".
           05  LT-DUE-YEAR     PIC 9(4).
           05  FILLER          PIC X       VALUE ",".
      * STATE HOLDER REPORT FILE - RECORD TYPE 1 HEADER, 2 DETAIL
      * (ONE PER OWNER PROPERTY, TYPE PR01 WAGES/PAYROLL), 9 TRAILER,
      * EACH 150 BYTES.
       01  UP-HEADER.
           05  UP-H-TYPE       PIC X       VALUE '1'.
           05  UP-H-FEIN       PIC X(9).
           05  UP-H-NAME       PIC X(35).
           05  UP-H-STREET     PIC X(25).
           05  UP-H-CITY       PIC X(15).
           05  UP-H-STATE      PIC XX.
           05  UP-H-ZIP        PIC X(5).
           05  UP-H-REPORT-YEAR PIC 9(4).
           05  UP-H-CUTOFF     PIC 9(8).
           05  UP-H-CREATED    PIC 9(8).
           05  FILLER          PIC X(38)   VALUE SPACES.
       01  UP-DETAIL.
           05  UP-D-TYPE       PIC X       VALUE '2'.
           05  UP-D-FEIN       PIC X(9).
           05  UP-D-PROP-TYPE  PIC X(4)    VALUE 'PR01'.
           05  UP-D-OWNER-NM   PIC X(15).
           05  UP-D-STREET     PIC X(25).
           05  UP-D-CITY       PIC X(15).
           05  UP-D-STATE      PIC XX.
           05  UP-D-ZIP        PIC X(5).
           05  UP-D-EMP-ID     PIC X(4).
           05  UP-D-CHECK-NO   PIC 9(6).
           05  UP-D-LAST-ACT   PIC 9(8).
           05  UP-D-AMOUNT     PIC 9(8)V99.
           05  UP-D-LETTER-SW  PIC X.
           05  FILLER          PIC X(45)   VALUE SPACES.
       01  UP-TRAILER.
           05  UP-T-TYPE       PIC X       VALUE '9'.
           05  UP-T-FEIN       PIC X(9).
           05  UP-T-COUNT      PIC 9(5).
           05  UP-T-AMOUNT     PIC 9(10)V99.
           05  FILLER          PIC X(123)  VALUE SPACES.
       01  HD-TITLE.
           05  FILLER          PIC X(6)    VALUE "DATE: ".
           05  HD-MM           PIC 99.
           05  FILLER          PIC X       VALUE "/".
           05  HD-DD           PIC 99.
           05  FILLER          PIC X       VALUE "/".
           05  HD-YEAR         PIC 9(4).
           05  FILLER          PIC X(6)    VALUE SPACES.
           05  FILLER          PIC X(27)   VALUE
                               "UNCLAIMED PAYROLL CHECKS - ".
           05  HD-RUN-TITLE    PIC X(24).
       01  HD-COLUMNS.
           05  FILLER          PIC X(8)    VALUE "CHECK NO".
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  FILLER          PIC X(6)    VALUE "EMP ID".
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  FILLER          PIC X(15)   VALUE "NAME".
           05  FILLER          PIC X(6)    VALUE SPACES.
           05  FILLER          PIC X(6)    VALUE "AMOUNT".
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(6)    VALUE "ISSUED".
           05  FILLER          PIC X(6)    VALUE SPACES.
           05  FILLER          PIC X(4)    VALUE "NOTE".
       01  ES-DETAIL.
           05  ED-CHECK-NO     PIC 9(6).
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  ED-EMP-ID       PIC X(4).
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  ED-EMP-NM       PIC X(15).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  ED-AMOUNT       PIC $$$,$$9.99.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  ED-MM           PIC 99.
           05  FILLER          PIC X       VALUE "/".
           05  ED-DD           PIC 99.
           05  FILLER          PIC X       VALUE "/".
           05  ED-YEAR         PIC 9(4).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  ED-NOTE         PIC X(21).
       01  ES-NONE.
           05  FILLER          PIC X(40)   VALUE
                               "NO ITEMS FOR THIS RUN.".
       01  TOTAL-LINE.
           05  TL-LABEL        PIC X(36).
           05  TL-COUNT        PIC ZZZ9.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  TL-AMOUNT       PIC $$,$$$,$$9.99.
       PROCEDURE DIVISION.
       000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           PERFORM 010-ACCEPT-RUN-TYPE
           EVALUATE TRUE
               WHEN LETTER-RUN
                   MOVE 'ESCHHOLD' TO WS-SOURCE
                   MOVE 'TAKEN INTO HOLD' TO HD-RUN-TITLE
               WHEN CLAIM-RUN
                   MOVE 'ESCHCLM ' TO WS-SOURCE
                   MOVE 'CLAIMED AND REISSUED' TO HD-RUN-TITLE
               WHEN OTHER
                   MOVE 'ESCHREM ' TO WS-SOURCE
                   MOVE 'ESCHEATED TO THE STATE' TO HD-RUN-TITLE
           END-EVALUATE
           PERFORM 070-LOAD-GLMAP
           IF NOT MAP-FOUND
               DISPLAY 'NO GL MAPPING FOR ' WS-SOURCE
                   ' IN GLMAP.DAT - NOTHING CHANGED.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 050-LOAD-CONTROL
           PERFORM 060-LOAD-EMPLOYER
           PERFORM 080-LOAD-ESCHEAT
           IF ANNUAL-RUN
               PERFORM 020-ACCEPT-CUTOFF
               IF VALID-SW = 'N'
                   DISPLAY 'REPORT YEAR ' WS-REPORT-YEAR
                       ' ALREADY FILED - NO REPORT BUILT.'
                   STOP RUN
               END-IF
           ELSE
               PERFORM 095-LOAD-ISSUED-CHECKS
           END-IF
           PERFORM 600-START-LISTING
           EVALUATE TRUE
               WHEN LETTER-RUN
                   PERFORM 090-LOAD-EMPLOYEES
                   OPEN OUTPUT LETTER-FILE
                   PERFORM 100-TAKE-STALE-CHECKS
                   CLOSE LETTER-FILE
               WHEN CLAIM-RUN
                   MOVE ZERO TO WS-CLAIM-CHECK
                   PERFORM 200-CLAIM-ONE-CHECK
                       UNTIL WS-CLAIM-CHECK = 999999
               WHEN OTHER
                   PERFORM 300-ESCHEAT-DORMANT-ITEMS
           END-EVALUATE
           PERFORM 500-SAVE-ESCHEAT
           IF NOT ANNUAL-RUN
               PERFORM 510-SAVE-ISSUED-CHECKS
           END-IF
           PERFORM 520-WRITE-GL-PAIR
           PERFORM 650-END-LISTING
           DISPLAY WS-RUN-CT ' ITEMS, ' WS-RUN-TOT ' DOLLARS.'
           STOP RUN.
      ******************************************************************
      * Asks which run this is.
      ******************************************************************
       010-ACCEPT-RUN-TYPE.
           MOVE SPACE TO WS-RUN-TYPE
           PERFORM UNTIL LETTER-RUN OR CLAIM-RUN OR ANNUAL-RUN
               DISPLAY 'ENTER RUN TYPE (L=LETTERS/TAKE INTO HOLD, '
                   'C=CLAIM, A=ANNUAL HOLDER REPORT):'
               ACCEPT WS-RUN-TYPE
           END-PERFORM.
      ******************************************************************
      * The annual report covers every held item whose dormancy
      * period has run by the cutoff date. A report year already on
      * ESCHEAT.DAT has been filed, and the switch comes back 'N'.
      ******************************************************************
       020-ACCEPT-CUTOFF.
           MOVE 'N' TO VALID-SW
           PERFORM UNTIL VALID-SW = 'Y'
               DISPLAY 'ENTER REPORT CUTOFF DATE (YYYYMMDD):'
               ACCEPT WS-CUTOFF-X
               IF WS-CUTOFF-X IS NUMERIC
                  AND WS-CUTOFF-MM >= 1 AND WS-CUTOFF-MM <= 12
                  AND WS-CUTOFF-DD >= 1 AND WS-CUTOFF-DD <= 31
                   MOVE 'Y' TO VALID-SW
               ELSE
                   DISPLAY 'INVALID DATE.'
               END-IF
           END-PERFORM
           MOVE WS-CUTOFF-YYYY TO WS-REPORT-YEAR
           COMPUTE WS-CUTOFF-INT =
               FUNCTION INTEGER-OF-DATE(WS-CUTOFF-DATE)
           PERFORM VARYING WS-ET-SUB FROM 1 BY 1
                   UNTIL WS-ET-SUB > ET-COUNT
               IF ET-REPORT-YEAR(WS-ET-SUB) = WS-REPORT-YEAR
                   MOVE 'N' TO VALID-SW
               END-IF
           END-PERFORM.
      ******************************************************************
      * Reads the dormancy period. Without ESCHCTL.DAT the usual
      * one year for wages applies.
      ******************************************************************
       050-LOAD-CONTROL.
           OPEN INPUT ESCHCTL-FILE
           IF WS-CTL-STATUS = "00"
               READ ESCHCTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF EC-DORMANCY-DAYS IS NUMERIC
                          AND EC-DORMANCY-DAYS > ZERO
                           MOVE EC-DORMANCY-DAYS TO WS-DORMANCY-DAYS
                       END-IF
               END-READ
               CLOSE ESCHCTL-FILE
           END-IF.
      ******************************************************************
      * Reads the holder's registration for the letters and the
      * holder report.
      ******************************************************************
       060-LOAD-EMPLOYER.
           OPEN INPUT EMPLOYER-FILE
           IF WS-ER-STATUS NOT = "00"
               DISPLAY 'WARNING: EMPLOYER.DAT NOT ON FILE - NO FEIN'
                   ' OR RETURN ADDRESS.'
           ELSE
               READ EMPLOYER-FILE
                   AT END
                       DISPLAY 'WARNING: EMPLOYER.DAT IS EMPTY.'
                   NOT AT END
                       MOVE EMPLOYER-REC TO EMPLOYER-INFO
               END-READ
               CLOSE EMPLOYER-FILE
           END-IF.
      ******************************************************************
      * Finds the debit and credit accounts for this run's source.
      * With no mapping the run stops before anything changes, so
      * the liability never moves without its journal entry.
      ******************************************************************
       070-LOAD-GLMAP.
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
                       IF GM-SOURCE = WS-SOURCE AND GM-DEPT = ZERO
                           MOVE GM-DR-ACCT TO WS-DR-ACCT
                           MOVE GM-CR-ACCT TO WS-CR-ACCT
                           SET MAP-FOUND TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-MAP-STATUS NOT = "35"
               CLOSE GLMAP-FILE
           END-IF.
      ******************************************************************
      * Loads every item ever held. No file means none yet.
      ******************************************************************
       080-LOAD-ESCHEAT.
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT ESCHEAT-FILE
           IF WS-ESC-STATUS NOT = "00"
               MOVE 'Y' TO EOF-SWITCH
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ ESCHEAT-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       IF ET-COUNT < 2000
                           ADD 1 TO ET-COUNT
                           MOVE ESCHEAT-REC TO ET-ENTRY(ET-COUNT)
                       ELSE
                           DISPLAY 'ESCHEAT TABLE FULL - RUN STOPPED.'
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ESC-STATUS NOT = "35"
               CLOSE ESCHEAT-FILE
           END-IF.
      ******************************************************************
      * Loads the names and home addresses for the letters.
      ******************************************************************
       090-LOAD-EMPLOYEES.
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT EMP-FILE
           IF WS-EMP-STATUS NOT = "00"
               MOVE 'Y' TO EOF-SWITCH
               DISPLAY 'WARNING: EMPMASTER.DAT NOT ON FILE.'
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ EMP-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       IF EMP-COUNT < 1000
                           ADD 1 TO EMP-COUNT
                           MOVE EM-EMP-ID  TO EMP-T-ID(EMP-COUNT)
                           MOVE EM-EMP-NM  TO EMP-T-NM(EMP-COUNT)
                           MOVE EM-STREET  TO EMP-T-STREET(EMP-COUNT)
                           MOVE EM-CITY    TO EMP-T-CITY(EMP-COUNT)
                           MOVE EM-ADDR-STATE TO
                               EMP-T-STATE(EMP-COUNT)
                           MOVE EM-ZIP     TO EMP-T-ZIP(EMP-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-EMP-STATUS NOT = "35"
               CLOSE EMP-FILE
           END-IF.
      ******************************************************************
      * Loads the issued-check file into a runtime table.
      ******************************************************************
       095-LOAD-ISSUED-CHECKS.
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT CHECKISSUE-FILE
           IF WS-CISS-STATUS NOT = "00"
               MOVE 'Y' TO EOF-SWITCH
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ CHECKISSUE-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       IF CI-COUNT < 2000
                           ADD 1 TO CI-COUNT
                           MOVE CI-CHECK-NO TO CI-T-CHECK-NO(CI-COUNT)
                           MOVE CI-EMP-ID   TO CI-T-EMP-ID(CI-COUNT)
                           MOVE CI-AMOUNT   TO CI-T-AMOUNT(CI-COUNT)
                           MOVE CI-ISSUE-DATE TO
                               CI-T-ISSUE-DATE(CI-COUNT)
                           MOVE CI-STATUS   TO CI-T-STATUS(CI-COUNT)
                       ELSE
                           DISPLAY 'ISSUED-CHECK TABLE FULL - RUN '
                               'STOPPED.'
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CISS-STATUS NOT = "35"
               CLOSE CHECKISSUE-FILE
           END-IF.
      ******************************************************************
      * Every check still outstanding past the stale limit comes off
      * the outstanding list and into hold, with a letter to the
      * employee's last known address.
      ******************************************************************
       100-TAKE-STALE-CHECKS.
           PERFORM VARYING CI-INDX FROM 1 BY 1
                   UNTIL CI-INDX > CI-COUNT
               IF CI-T-STATUS(CI-INDX) = 'O'
                   COMPUTE WS-ISSUE-INT = FUNCTION INTEGER-OF-DATE
                       (CI-T-ISSUE-DATE(CI-INDX))
                   COMPUTE WS-DAYS-OLD =
                       WS-RUN-DATE-INT - WS-ISSUE-INT
                   IF WS-DAYS-OLD > STALE-DAYS
                       PERFORM 150-HOLD-ONE-CHECK
                   END-IF
               END-IF
           END-PERFORM.
      ******************************************************************
      * Adds the held item with the master's current address. An
      * employee with no address on file is still held (status 'N')
      * but no letter can go out; the listing says so.
      ******************************************************************
       150-HOLD-ONE-CHECK.
           IF ET-COUNT NOT < 2000
               DISPLAY 'ESCHEAT TABLE FULL - CHECK '
                   CI-T-CHECK-NO(CI-INDX) ' LEFT OUTSTANDING.'
           ELSE
               MOVE 'U' TO CI-T-STATUS(CI-INDX)
               ADD 1 TO ET-COUNT
               MOVE CI-T-CHECK-NO(CI-INDX)   TO ET-CHECK-NO(ET-COUNT)
               MOVE CI-T-EMP-ID(CI-INDX)     TO ET-EMP-ID(ET-COUNT)
               MOVE CI-T-AMOUNT(CI-INDX)     TO ET-AMOUNT(ET-COUNT)
               MOVE CI-T-ISSUE-DATE(CI-INDX) TO
                   ET-ISSUE-DATE(ET-COUNT)
               MOVE WS-RUN-DATE TO ET-HOLD-DATE(ET-COUNT)
               MOVE ZERO TO ET-STATUS-DATE(ET-COUNT)
                            ET-REISSUE-NO(ET-COUNT)
                            ET-REPORT-YEAR(ET-COUNT)
               PERFORM 160-FIND-EMPLOYEE
               IF WS-EMP-FOUND = ZERO
                   MOVE SPACES TO ET-EMP-NM(ET-COUNT)
                                  ET-STREET(ET-COUNT)
                                  ET-CITY(ET-COUNT)
                                  ET-ADDR-STATE(ET-COUNT)
                                  ET-ZIP(ET-COUNT)
               ELSE
                   MOVE EMP-T-NM(WS-EMP-FOUND) TO ET-EMP-NM(ET-COUNT)
                   MOVE EMP-T-STREET(WS-EMP-FOUND) TO
                       ET-STREET(ET-COUNT)
                   MOVE EMP-T-CITY(WS-EMP-FOUND) TO ET-CITY(ET-COUNT)
                   MOVE EMP-T-STATE(WS-EMP-FOUND) TO
                       ET-ADDR-STATE(ET-COUNT)
                   MOVE EMP-T-ZIP(WS-EMP-FOUND) TO ET-ZIP(ET-COUNT)
               END-IF
               MOVE ET-COUNT TO WS-ET-FOUND
               IF ET-STREET(ET-COUNT) = SPACES
                  OR ET-ZIP(ET-COUNT) = SPACES
                   MOVE 'N' TO ET-STATUS(ET-COUNT)
                   MOVE 'NO ADDRESS, NO LETTER' TO ED-NOTE
                   ADD 1 TO WS-NO-ADDR-CT
               ELSE
                   MOVE 'L' TO ET-STATUS(ET-COUNT)
                   MOVE 'LETTER SENT' TO ED-NOTE
                   PERFORM 170-WRITE-LETTER
               END-IF
               PERFORM 610-WRITE-ITEM-LINE
               ADD 1 TO WS-RUN-CT
               ADD ET-AMOUNT(ET-COUNT) TO WS-RUN-TOT
           END-IF.
       160-FIND-EMPLOYEE.
           MOVE ZERO TO WS-EMP-FOUND
           PERFORM VARYING WS-EMP-SUB FROM 1 BY 1
                   UNTIL WS-EMP-SUB > EMP-COUNT
               IF EMP-T-ID(WS-EMP-SUB) = CI-T-EMP-ID(CI-INDX)
                   MOVE WS-EMP-SUB TO WS-EMP-FOUND
               END-IF
           END-PERFORM.
      ******************************************************************
      * One letter per page. The reply date is when the item falls
      * due to the state, but never less than 30 days out.
      ******************************************************************
       170-WRITE-LETTER.
           COMPUTE WS-DUE-INT = FUNCTION INTEGER-OF-DATE
               (ET-ISSUE-DATE(WS-ET-FOUND)) + WS-DORMANCY-DAYS
           IF WS-DUE-INT < WS-RUN-DATE-INT + LETTER-GRACE
               COMPUTE WS-DUE-INT = WS-RUN-DATE-INT + LETTER-GRACE
           END-IF
           COMPUTE WS-DUE-DATE = FUNCTION DATE-OF-INTEGER(WS-DUE-INT)
           MOVE EI-NAME TO LT-LINE
           WRITE LETTER-REC FROM LT-LINE
               AFTER ADVANCING PAGE
           MOVE EI-STREET TO LT-LINE
           WRITE LETTER-REC FROM LT-LINE
               AFTER ADVANCING 1 LINE
           MOVE EI-CITY  TO LT-CITY
           MOVE EI-STATE TO LT-STATE
           MOVE EI-ZIP   TO LT-ZIP
           WRITE LETTER-REC FROM LT-CITY-LINE
               AFTER ADVANCING 1 LINE
           MOVE WS-RUN-DATE(5:2) TO LT-MM
           MOVE WS-RUN-DATE(7:2) TO LT-DD
           MOVE WS-RUN-DATE(1:4) TO LT-YEAR
           WRITE LETTER-REC FROM LT-DATE-LINE
               AFTER ADVANCING 2 LINES
           MOVE ET-EMP-NM(WS-ET-FOUND) TO LT-LINE
           WRITE LETTER-REC FROM LT-LINE
               AFTER ADVANCING 2 LINES
           MOVE ET-STREET(WS-ET-FOUND) TO LT-LINE
           WRITE LETTER-REC FROM LT-LINE
               AFTER ADVANCING 1 LINE
           MOVE ET-CITY(WS-ET-FOUND)       TO LT-CITY
           MOVE ET-ADDR-STATE(WS-ET-FOUND) TO LT-STATE
           MOVE ET-ZIP(WS-ET-FOUND)        TO LT-ZIP
           WRITE LETTER-REC FROM LT-CITY-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'RE: UNCASHED PAYROLL CHECK' TO LT-LINE
           WRITE LETTER-REC FROM LT-LINE
               AFTER ADVANCING 2 LINES
           MOVE ET-CHECK-NO(WS-ET-FOUND) TO LT-CHECK-NO
           MOVE ET-ISSUE-DATE(WS-ET-FOUND)(5:2) TO LT-ISSUE-MM
           MOVE ET-ISSUE-DATE(WS-ET-FOUND)(7:2) TO LT-ISSUE-DD
           MOVE ET-ISSUE-DATE(WS-ET-FOUND)(1:4) TO LT-ISSUE-YEAR
           MOVE ET-AMOUNT(WS-ET-FOUND) TO LT-AMOUNT
           WRITE LETTER-REC FROM LT-CHECK-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'HAS NOT BEEN CASHED. THE CHECK HAS BEEN CANCELED AND'
               TO LT-LINE
           WRITE LETTER-REC FROM LT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'THE FUNDS ARE BEING HELD FOR YOU. TO CLAIM THEM,'
               TO LT-LINE
           WRITE LETTER-REC FROM LT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'SIGN BELOW AND RETURN THIS LETTER TO THE PAYROLL'
               TO LT-LINE
           WRITE LETTER-REC FROM LT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'OFFICE AND A REPLACEMENT CHECK WILL BE ISSUED.'
               TO LT-LINE
           WRITE LETTER-REC FROM LT-LINE
               AFTER ADVANCING 1 LINE
           MOVE WS-DUE-DATE(5:2) TO LT-DUE-MM
           MOVE WS-DUE-DATE(7:2) TO LT-DUE-DD
           MOVE WS-DUE-DATE(1:4) TO LT-DUE-YEAR
           WRITE LETTER-REC FROM LT-DUE-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'THE FUNDS WILL BE REPORTED AND PAID TO THE STATE AS'
               TO LT-LINE
           WRITE LETTER-REC FROM LT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'UNCLAIMED PROPERTY, AND YOU WILL NEED TO CLAIM THEM'
               TO LT-LINE
           WRITE LETTER-REC FROM LT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'FROM THE STATE.' TO LT-LINE
           WRITE LETTER-REC FROM LT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'SIGNATURE: ______________________________' TO LT-LINE
           WRITE LETTER-REC FROM LT-LINE
               AFTER ADVANCING 3 LINES.
      ******************************************************************
      * Records one claim: the held item is marked claimed with the
      * replacement check's number, and the replacement goes onto
      * CHECKISSUE.DAT as outstanding so the bank reconciliation
      * follows it. Keying 999999 ends the session.
      ******************************************************************
       200-CLAIM-ONE-CHECK.
           DISPLAY 'ENTER HELD CHECK NUMBER CLAIMED (999999 = DONE):'
           ACCEPT WS-CLAIM-CHECK
           IF WS-CLAIM-CHECK NOT = 999999
               MOVE ZERO TO WS-ET-FOUND
               PERFORM VARYING WS-ET-SUB FROM 1 BY 1
                       UNTIL WS-ET-SUB > ET-COUNT
                   IF ET-CHECK-NO(WS-ET-SUB) = WS-CLAIM-CHECK
                       MOVE WS-ET-SUB TO WS-ET-FOUND
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN WS-ET-FOUND = ZERO
                       DISPLAY 'CHECK ' WS-CLAIM-CHECK
                           ' IS NOT HELD AS UNCLAIMED.'
                   WHEN NOT ET-HELD(WS-ET-FOUND)
                       DISPLAY 'CHECK ' WS-CLAIM-CHECK
                           ' IS ALREADY CLAIMED OR ESCHEATED - '
                           'THE EMPLOYEE CLAIMS FROM THE STATE.'
                   WHEN CI-COUNT NOT < 2000
                       DISPLAY 'ISSUED-CHECK TABLE FULL - CLAIM NOT '
                           'RECORDED.'
                   WHEN OTHER
                       PERFORM 210-ACCEPT-REISSUE
               END-EVALUATE
           END-IF.
       210-ACCEPT-REISSUE.
           DISPLAY 'CHECK ' WS-CLAIM-CHECK ' HELD FOR '
               ET-EMP-ID(WS-ET-FOUND) ' ' ET-EMP-NM(WS-ET-FOUND)
               ' AMOUNT ' ET-AMOUNT(WS-ET-FOUND)
           DISPLAY 'ENTER REPLACEMENT CHECK NUMBER (0 = CANCEL):'
           ACCEPT WS-REISSUE-NO
           IF WS-REISSUE-NO = ZERO OR WS-REISSUE-NO = 999999
               DISPLAY 'CLAIM CANCELED.'
           ELSE
               MOVE 'C' TO ET-STATUS(WS-ET-FOUND)
               MOVE WS-RUN-DATE   TO ET-STATUS-DATE(WS-ET-FOUND)
               MOVE WS-REISSUE-NO TO ET-REISSUE-NO(WS-ET-FOUND)
               ADD 1 TO CI-COUNT
               MOVE WS-REISSUE-NO TO CI-T-CHECK-NO(CI-COUNT)
               MOVE ET-EMP-ID(WS-ET-FOUND) TO CI-T-EMP-ID(CI-COUNT)
               MOVE ET-AMOUNT(WS-ET-FOUND) TO CI-T-AMOUNT(CI-COUNT)
               MOVE WS-RUN-DATE TO CI-T-ISSUE-DATE(CI-COUNT)
               MOVE 'O' TO CI-T-STATUS(CI-COUNT)
               MOVE 'REISSUED AS' TO ED-NOTE
               MOVE WS-REISSUE-NO TO ED-NOTE(13:6)
               PERFORM 610-WRITE-ITEM-LINE
               ADD 1 TO WS-RUN-CT
               ADD ET-AMOUNT(WS-ET-FOUND) TO WS-RUN-TOT
               DISPLAY 'CHECK ' WS-CLAIM-CHECK ' CLAIMED.'
           END-IF.
      ******************************************************************
      * Every item still held whose dormancy period has run by the
      * cutoff date goes on the holder report and is marked
      * escheated with the report year.
      ******************************************************************
       300-ESCHEAT-DORMANT-ITEMS.
           OPEN OUTPUT HOLDER-FILE
           MOVE EI-FEIN TO UP-H-FEIN UP-D-FEIN UP-T-FEIN
           MOVE EI-NAME        TO UP-H-NAME
           MOVE EI-STREET      TO UP-H-STREET
           MOVE EI-CITY        TO UP-H-CITY
           MOVE EI-STATE       TO UP-H-STATE
           MOVE EI-ZIP         TO UP-H-ZIP
           MOVE WS-REPORT-YEAR TO UP-H-REPORT-YEAR
           MOVE WS-CUTOFF-DATE TO UP-H-CUTOFF
           MOVE WS-RUN-DATE    TO UP-H-CREATED
           WRITE HOLDER-REC FROM UP-HEADER
           PERFORM VARYING WS-ET-SUB FROM 1 BY 1
                   UNTIL WS-ET-SUB > ET-COUNT
               IF ET-HELD(WS-ET-SUB)
                   COMPUTE WS-DUE-INT = FUNCTION INTEGER-OF-DATE
                       (ET-ISSUE-DATE(WS-ET-SUB)) + WS-DORMANCY-DAYS
                   IF WS-DUE-INT NOT > WS-CUTOFF-INT
                       MOVE WS-ET-SUB TO WS-ET-FOUND
                       PERFORM 310-REPORT-ONE-ITEM
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-RUN-CT  TO UP-T-COUNT
           MOVE WS-RUN-TOT TO UP-T-AMOUNT
           WRITE HOLDER-REC FROM UP-TRAILER
           CLOSE HOLDER-FILE
           DISPLAY WS-RUN-CT ' ITEMS WRITTEN TO UPHOLDER.DAT.'.
       310-REPORT-ONE-ITEM.
           MOVE ET-EMP-NM(WS-ET-FOUND)     TO UP-D-OWNER-NM
           MOVE ET-STREET(WS-ET-FOUND)     TO UP-D-STREET
           MOVE ET-CITY(WS-ET-FOUND)       TO UP-D-CITY
           MOVE ET-ADDR-STATE(WS-ET-FOUND) TO UP-D-STATE
           MOVE ET-ZIP(WS-ET-FOUND)        TO UP-D-ZIP
           MOVE ET-EMP-ID(WS-ET-FOUND)     TO UP-D-EMP-ID
           MOVE ET-CHECK-NO(WS-ET-FOUND)   TO UP-D-CHECK-NO
           MOVE ET-ISSUE-DATE(WS-ET-FOUND) TO UP-D-LAST-ACT
           MOVE ET-AMOUNT(WS-ET-FOUND)     TO UP-D-AMOUNT
           IF ET-STATUS(WS-ET-FOUND) = 'L'
               MOVE 'Y' TO UP-D-LETTER-SW
               MOVE 'ESCHEATED' TO ED-NOTE
           ELSE
               MOVE 'N' TO UP-D-LETTER-SW
               MOVE 'ESCHEATED - NO LETTER' TO ED-NOTE
           END-IF
           WRITE HOLDER-REC FROM UP-DETAIL
           MOVE 'E' TO ET-STATUS(WS-ET-FOUND)
           MOVE WS-RUN-DATE    TO ET-STATUS-DATE(WS-ET-FOUND)
           MOVE WS-REPORT-YEAR TO ET-REPORT-YEAR(WS-ET-FOUND)
           PERFORM 610-WRITE-ITEM-LINE
           ADD 1 TO WS-RUN-CT
           ADD ET-AMOUNT(WS-ET-FOUND) TO WS-RUN-TOT.
      ******************************************************************
      * Rewrites the held-item file with every item and its status.
      ******************************************************************
       500-SAVE-ESCHEAT.
           OPEN OUTPUT ESCHEAT-FILE
           PERFORM VARYING ET-INDX FROM 1 BY 1
                   UNTIL ET-INDX > ET-COUNT
               MOVE ET-ENTRY(ET-INDX) TO ESCHEAT-REC
               WRITE ESCHEAT-REC
           END-PERFORM
           CLOSE ESCHEAT-FILE.
      ******************************************************************
      * Rewrites the issued-check file with the held checks marked
      * 'U' and any replacement checks added.
      ******************************************************************
       510-SAVE-ISSUED-CHECKS.
           OPEN OUTPUT CHECKISSUE-FILE
           PERFORM VARYING CI-INDX FROM 1 BY 1
                   UNTIL CI-INDX > CI-COUNT
               MOVE CI-T-CHECK-NO(CI-INDX)   TO CI-CHECK-NO
               MOVE CI-T-EMP-ID(CI-INDX)     TO CI-EMP-ID
               MOVE CI-T-AMOUNT(CI-INDX)     TO CI-AMOUNT
               MOVE CI-T-ISSUE-DATE(CI-INDX) TO CI-ISSUE-DATE
               MOVE CI-T-STATUS(CI-INDX)     TO CI-STATUS
               WRITE CHECKISSUE-REC
           END-PERFORM
           CLOSE CHECKISSUE-FILE.
      ******************************************************************
      * Books the run's movement of the liability as one balanced
      * debit/credit pair dated today, in GLExtract's journal layout:
      *     ESCHHOLD - cash (check canceled) to unclaimed liability
      *     ESCHCLM  - unclaimed liability to cash (replacement)
      *     ESCHREM  - unclaimed liability to cash (remitted)
      ******************************************************************
       520-WRITE-GL-PAIR.
           IF WS-RUN-TOT > ZERO
               OPEN EXTEND JOURNAL-FILE
               IF WS-JRNL-STATUS NOT = "00"
                   OPEN OUTPUT JOURNAL-FILE
               END-IF
               MOVE WS-RUN-DATE TO GJ-DATE
               MOVE WS-SOURCE   TO GJ-SOURCE
               MOVE ZERO        TO GJ-STORE
               MOVE WS-RUN-TOT  TO GJ-AMT
               MOVE WS-DR-ACCT  TO GJ-ACCT
               MOVE 'D'         TO GJ-DRCR
               WRITE JOURNAL-REC
               MOVE WS-CR-ACCT  TO GJ-ACCT
               MOVE 'C'         TO GJ-DRCR
               WRITE JOURNAL-REC
               CLOSE JOURNAL-FILE
               DISPLAY 'GL ' WS-SOURCE ' PAIR WRITTEN TO GLJOURNAL.DAT.'
           END-IF.
      ******************************************************************
      * Listing of the run's items, with the liability still held
      * at the end to tie to the GL account.
      ******************************************************************
       600-START-LISTING.
           OPEN OUTPUT REPORT-FILE
           MOVE WS-RUN-DATE(5:2) TO HD-MM
           MOVE WS-RUN-DATE(7:2) TO HD-DD
           MOVE WS-RUN-DATE(1:4) TO HD-YEAR
           WRITE REPORT-REC FROM HD-TITLE
           WRITE REPORT-REC FROM HD-COLUMNS
               AFTER ADVANCING 2 LINES.
       610-WRITE-ITEM-LINE.
           MOVE ET-CHECK-NO(WS-ET-FOUND) TO ED-CHECK-NO
           MOVE ET-EMP-ID(WS-ET-FOUND)   TO ED-EMP-ID
           MOVE ET-EMP-NM(WS-ET-FOUND)   TO ED-EMP-NM
           MOVE ET-AMOUNT(WS-ET-FOUND)   TO ED-AMOUNT
           MOVE ET-ISSUE-DATE(WS-ET-FOUND)(5:2) TO ED-MM
           MOVE ET-ISSUE-DATE(WS-ET-FOUND)(7:2) TO ED-DD
           MOVE ET-ISSUE-DATE(WS-ET-FOUND)(1:4) TO ED-YEAR
           WRITE REPORT-REC FROM ES-DETAIL
               AFTER ADVANCING 1 LINE.
       650-END-LISTING.
           IF WS-RUN-CT = ZERO
               WRITE REPORT-REC FROM ES-NONE
                   AFTER ADVANCING 2 LINES
           END-IF
           PERFORM VARYING WS-ET-SUB FROM 1 BY 1
                   UNTIL WS-ET-SUB > ET-COUNT
               IF ET-HELD(WS-ET-SUB)
                   ADD 1 TO WS-HELD-CT
                   ADD ET-AMOUNT(WS-ET-SUB) TO WS-HELD-TOT
               END-IF
           END-PERFORM
           MOVE 'ITEMS THIS RUN' TO TL-LABEL
           MOVE WS-RUN-CT  TO TL-COUNT
           MOVE WS-RUN-TOT TO TL-AMOUNT
           WRITE REPORT-REC FROM TOTAL-LINE
               AFTER ADVANCING 2 LINES
           IF LETTER-RUN
               MOVE 'HELD WITH NO ADDRESS - NO LETTER' TO TL-LABEL
               MOVE WS-NO-ADDR-CT TO TL-COUNT
               MOVE ZERO TO TL-AMOUNT
               WRITE REPORT-REC FROM TOTAL-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           MOVE 'UNCLAIMED LIABILITY STILL HELD' TO TL-LABEL
           MOVE WS-HELD-CT  TO TL-COUNT
           MOVE WS-HELD-TOT TO TL-AMOUNT
           WRITE REPORT-REC FROM TOTAL-LINE
               AFTER ADVANCING 1 LINE
           CLOSE REPORT-FILE.

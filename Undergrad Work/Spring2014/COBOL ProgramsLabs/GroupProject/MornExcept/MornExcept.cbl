       IDENTIFICATION DIVISION.
       PROGRAM-ID. MornExcept.
       AUTHOR. Brianna Muleski
               Andrew Iverson
       DATE-WRITTEN. 10/13/14
      ******************************************************************
      * Purpose:
      *    One morning exceptions report in place of opening every
      *    reject file and report the night leaves behind. For the
      *    business date it counts and totals each kind of exception
      *    and groups them by the team that works them:
      *      AR          - PhaseIII posting rejects (ERRORLOG.DAT),
      *                    over-limit transactions parked
      *                    (OVERLIMIT.DAT), and what is still
      *                    unworked in the ErrCorrect and
      *                    OverLimitRel carry files
      *      Inventory   - sales of items InvPost could not find
      *                    (INVEXCEPT.DAT)
      *      Store ops   - rejected order lines (ORDERREJ.DAT),
      *                    drawers over or short (DRAWER.RPT), the
      *                    date's price overrides (OVERRIDELOG.DAT,
      *                    the log LOSSPREV.RPT ranks), and night
      *                    stream steps not logged OK (NIGHTRUN.LOG)
      *      Tax         - exemption certificates expired or inside
      *                    the CERTWARN.DAT warning window, by the
      *                    same rule as CertExpiry
      *    Each count is set beside the prior business day's from
      *    EXCHIST.DAT so a spike stands out, and the oldest
      *    unresolved rejects and over-limit items still carried are
      *    listed. The carry files hold no dates; every ErrCorrect
      *    and OverLimitRel session saves the fresh rows ahead of the
      *    rows it carried, so the oldest are the last in the file.
      *
      *    The posting reject files are rewritten by every run, so
      *    they are taken as the business date's. DRAWER.RPT is only
      *    counted when its heading carries the business date.
      *
      * Input:
      *    ERRORLOG.DAT, OVERLIMIT.DAT, ERRCARRY.DAT, OLCARRY.DAT,
      *    INVEXCEPT.DAT, ORDERREJ.DAT, DRAWER.RPT, OVERRIDELOG.DAT,
      *    NIGHTRUN.LOG, EXEMPTCERT.DAT, CERTWARN.DAT (all optional)
      *    EXCHIST.DAT  - prior days' counts (created first run)
      *    Business date entered at the console (0 = today)
      *
      * Output:
      *    MORNEXCEPT.RPT
      *    EXCHIST.DAT  - the date's counts appended
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ERROR-FILE ASSIGN TO "ERRORLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERR-STATUS.
           SELECT OVERLIMIT-FILE ASSIGN TO "OVERLIMIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OL-STATUS.
           SELECT ERRCARRY-FILE ASSIGN TO "ERRCARRY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERRCAR-STATUS.
           SELECT OLCARRY-FILE ASSIGN TO "OLCARRY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLCAR-STATUS.
           SELECT INVEXCEPT-FILE ASSIGN TO "INVEXCEPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVEX-STATUS.
           SELECT ORDERREJ-FILE ASSIGN TO "ORDERREJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDREJ-STATUS.
           SELECT DRAWER-FILE ASSIGN TO "DRAWER.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRAWER-STATUS.
           SELECT OVERRIDE-LOG-FILE ASSIGN TO "OVERRIDELOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVRLOG-STATUS.
           SELECT RUNLOG-FILE ASSIGN TO "NIGHTRUN.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.
           SELECT EXEMPTCERT-FILE ASSIGN TO "EXEMPTCERT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EC-STATUS.
           SELECT WARN-FILE ASSIGN TO "CERTWARN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WARN-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "EXCHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT REPORT-FILE ASSIGN TO "MORNEXCEPT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      * PHASEIII'S REJECTS AND OVER-LIMIT PARKS ARE TRANSACTION
      * RECORDS; ERRCORRECT ADDS A DISPOSITION BYTE TO ITS CARRY
      * (BLANK = STILL UNWORKED).
       FD  ERROR-FILE.
       01  ERR-REC.
           05  E-CUST-NO       PIC X(5).
           05  E-CUST-NM       PIC X(20).
           05  E-ITEM-NO       PIC X(4).
           05  E-ITEM-DES      PIC X(15).
           05  E-UNIT-PR       PIC 9(4)V99.
           05  E-QNT           PIC S999.
           05  E-OPERATOR-ID   PIC X(5).
           05  E-TENDER-TYPE   PIC X.
           05  E-SEQ-NO        PIC 9(5).
           05  E-VOID-FLAG     PIC X.
           05  E-VOID-REF      PIC 9(5).
           05  E-STORE-NO      PIC 9(2).
       FD  OVERLIMIT-FILE.
       01  OVERLIMIT-REC       PIC X(72).
       FD  ERRCARRY-FILE.
       01  ERRCARRY-REC.
           05  EC-TRANS        PIC X(72).
           05  EC-DISP-CODE    PIC X.
       FD  OLCARRY-FILE.
       01  OLCARRY-REC         PIC X(72).
       FD  INVEXCEPT-FILE.
       01  INVEXCEPT-REC       PIC X(72).
       FD  ORDERREJ-FILE.
       01  REJECT-REC.
           05  RJ-ORDER-LINE   PIC X(27).
           05  RJ-REASON       PIC X(20).
      * DRAWERCLOSE'S REPORT: THE HEADING CARRIES THE DATE, EACH
      * OPERATOR LINE ITS OVER/SHORT IN COLUMNS 40-52.
       FD  DRAWER-FILE.
       01  DRAWER-LINE         PIC X(80).
       01  DRAWER-HDR-VIEW REDEFINES DRAWER-LINE.
           05  DH-LABEL        PIC X(6).
           05  DH-MM           PIC 99.
           05  FILLER          PIC X.
           05  DH-DD           PIC 99.
           05  FILLER          PIC X.
           05  DH-YEAR         PIC 9(4).
           05  FILLER          PIC X(64).
       01  DRAWER-DETAIL-VIEW REDEFINES DRAWER-LINE.
           05  DDV-OPERATOR    PIC X(5).
           05  FILLER          PIC X(4).
           05  DDV-EXPECTED    PIC X(13).
           05  FILLER          PIC X(2).
           05  DDV-COUNTED     PIC X(13).
           05  FILLER          PIC X(2).
           05  DDV-OVER-SHORT  PIC X(13).
           05  FILLER          PIC X(28).
       FD  OVERRIDE-LOG-FILE.
       01  OVR-REC.
           05  OVR-DATE        PIC 9(8).
           05  OVR-OPERATOR    PIC X(5).
           05  OVR-CUST-NO     PIC X(5).
           05  OVR-ITEM-NUM    PIC X(4).
           05  OVR-CATALOG-PR  PIC 9(4)V99.
           05  OVR-KEYED-PR    PIC 9(4)V99.
           05  OVR-SUPERVISOR  PIC X(5).
       FD  RUNLOG-FILE.
       01  RUNLOG-REC.
           05  RL-DATE         PIC 9(8).
           05  FILLER          PIC X.
           05  RL-STEP         PIC X(12).
           05  FILLER          PIC X.
           05  RL-START-TIME   PIC 9(6).
           05  FILLER          PIC X.
           05  RL-STOP-TIME    PIC 9(6).
           05  FILLER          PIC X.
           05  RL-REC-COUNT    PIC 9(5).
           05  FILLER          PIC X.
           05  RL-RESULT       PIC X(8).
       FD  EXEMPTCERT-FILE.
       01  EXEMPTCERT-REC.
           05  EC-CUST-NO      PIC X(5).
           05  EC-CERT-NO      PIC X(12).
           05  EC-EXP-DATE     PIC 9(8).
       FD  WARN-FILE.
       01  WARN-REC            PIC 9(3).
      * ONE ROW PER EXCEPTION TYPE PER BUSINESS DATE. A DATE RUN
      * TWICE HAS TWO SETS; THE LATER ONE COUNTS.
       FD  HISTORY-FILE.
       01  HISTORY-REC.
           05  EH-DATE         PIC 9(8).
           05  EH-TYPE         PIC 99.
           05  EH-COUNT        PIC 9(5).
           05  EH-TOTAL        PIC S9(9)V99.
       FD  REPORT-FILE.
       01  REPORT-REC          PIC X(80).
       WORKING-STORAGE SECTION.
       01  WORKING-ITEMS.
           05  EOF-SWITCH      PIC X.
           05  WS-ERR-STATUS   PIC XX.
           05  WS-OL-STATUS    PIC XX.
           05  WS-ERRCAR-STATUS PIC XX.
           05  WS-OLCAR-STATUS PIC XX.
           05  WS-INVEX-STATUS PIC XX.
           05  WS-ORDREJ-STATUS PIC XX.
           05  WS-DRAWER-STATUS PIC XX.
           05  WS-OVRLOG-STATUS PIC XX.
           05  WS-RUNLOG-STATUS PIC XX.
           05  WS-EC-STATUS    PIC XX.
           05  WS-WARN-STATUS  PIC XX.
           05  WS-HIST-STATUS  PIC XX.
           05  WS-RUN-DATE     PIC 9(8).
           05  WS-BUS-DATE     PIC 9(8).
           05  WS-BUS-DATE-INT PIC S9(9).
           05  WS-EXP-DATE-INT PIC S9(9).
           05  WS-DAYS-LEFT    PIC S9(5).
           05  WARN-DAYS       PIC 9(3)    VALUE 60.
           05  WS-PRIOR-DATE   PIC 9(8)    VALUE ZERO.
           05  WS-DRAWER-DATE  PIC 9(8)    VALUE ZERO.
           05  WS-TYPE-SUB     PIC 99.
           05  WS-TEAM-SUB     PIC 9.
           05  WS-TEAM-COUNT   PIC 9(5).
           05  WS-LINE-AMT     PIC S9(7)V99.
           05  WS-OVER-SHORT   PIC S9(7)V99.
           05  WS-CHANGE       PIC S9(5).
           05  WS-LIST-SUB     PIC 9(4).
           05  WS-LIST-CT      PIC 99.
           05  WS-SPIKE-CT     PIC 9(3)    VALUE ZERO.
      * THE TRANSACTION LAYOUT EVERY AR AND INVENTORY REJECT SHARES,
      * FOR PRICING A REJECTED LINE.
       01  WS-TRANS-VIEW.
           05  TV-CUST-NO      PIC X(5).
           05  TV-CUST-NM      PIC X(20).
           05  TV-ITEM-NO      PIC X(4).
           05  TV-ITEM-DES     PIC X(15).
           05  TV-UNIT-PR      PIC 9(4)V99.
           05  TV-QNT          PIC S999.
           05  TV-OPERATOR-ID  PIC X(5).
           05  TV-TENDER-TYPE  PIC X.
           05  TV-SEQ-NO       PIC 9(5).
           05  TV-VOID-FLAG    PIC X.
           05  TV-VOID-REF     PIC 9(5).
           05  TV-STORE-NO     PIC 9(2).
      * THE EXCEPTION TYPES IN REPORT ORDER: TEAM NUMBER, THEN THE
      * DESCRIPTION PRINTED. TEAMS ARE 1 AR, 2 INVENTORY, 3 STORE
      * OPERATIONS, 4 TAX.
       01  TYPE-NAME-TABLE.
           05  FILLER          PIC X(31)   VALUE
               "1POSTING REJECTS - ERRORLOG    ".
           05  FILLER          PIC X(31)   VALUE
               "1OVER-LIMIT PARKED - OVERLIMIT ".
           05  FILLER          PIC X(31)   VALUE
               "1REJECTS UNWORKED - ERRCARRY   ".
           05  FILLER          PIC X(31)   VALUE
               "1OVER-LIMIT CARRIED - OLCARRY  ".
           05  FILLER          PIC X(31)   VALUE
               "2UNKNOWN ITEMS - INVEXCEPT     ".
           05  FILLER          PIC X(31)   VALUE
               "3ORDER LINES REJECTED          ".
           05  FILLER          PIC X(31)   VALUE
               "3DRAWERS OVER OR SHORT         ".
           05  FILLER          PIC X(31)   VALUE
               "3PRICE OVERRIDES               ".
           05  FILLER          PIC X(31)   VALUE
               "3NIGHT RUN STEPS NOT OK        ".
           05  FILLER          PIC X(31)   VALUE
               "4EXEMPT CERTS EXPIRED          ".
           05  FILLER          PIC X(31)   VALUE
               "4EXEMPT CERTS EXPIRING         ".
       01  TYPE-NAME-ENTRIES REDEFINES TYPE-NAME-TABLE.
           05  TN-ENTRY OCCURS 11 TIMES.
               10  TN-TEAM         PIC 9.
               10  TN-DESC         PIC X(30).
       01  TEAM-NAME-TABLE.
           05  TEAM-NAMES      PIC X(64)   VALUE
               "AR              INVENTORY       STORE OPERATIONSTAX".
           05  TEAM-NAME-ENTRY REDEFINES TEAM-NAMES
                                   OCCURS 4 TIMES PIC X(16).
      * THE DATE'S FIGURES AND THE PRIOR BUSINESS DAY'S COUNT BY
      * TYPE. ET-NOTE SAYS WHEN A SOURCE WAS MISSING OR STALE.
       01  EXCEPTION-TABLE.
           05  ET-ENTRY OCCURS 11 TIMES.
               10  ET-COUNT        PIC 9(5).
               10  ET-TOTAL        PIC S9(9)V99.
               10  ET-PRIOR-COUNT  PIC 9(5).
               10  ET-NOTE         PIC X(10).
      * UNWORKED CARRY ROWS IN FILE ORDER; THE LAST ARE THE OLDEST.
       01  ERR-CARRY-TABLE.
           05  ECT-COUNT       PIC 9(4)    VALUE ZERO.
           05  ECT-ENTRY OCCURS 1 TO 1000 TIMES
                   DEPENDING ON ECT-COUNT
                   INDEXED BY ECT-INDX.
               10  ECT-REC         PIC X(72).
       01  OL-CARRY-TABLE.
           05  OCT-COUNT       PIC 9(4)    VALUE ZERO.
           05  OCT-ENTRY OCCURS 1 TO 1000 TIMES
                   DEPENDING ON OCT-COUNT
                   INDEXED BY OCT-INDX.
               10  OCT-REC         PIC X(72).
       01  HD-TITLE.
           05  FILLER          PIC X(6)    VALUE "DATE: ".
           05  HD-MM           PIC 99.
           05  FILLER          PIC X       VALUE "/".
           05  HD-DD           PIC 99.
           05  FILLER          PIC X       VALUE "/".
           05  HD-YEAR         PIC 9(4).
           05  FILLER          PIC X(10)   VALUE SPACES.
           05  FILLER          PIC X(23)   VALUE
                                   "MORNING EXCEPTIONS FOR ".
           05  HD-BUS-MM       PIC 99.
           05  FILLER          PIC X       VALUE "/".
           05  HD-BUS-DD       PIC 99.
           05  FILLER          PIC X       VALUE "/".
           05  HD-BUS-YEAR     PIC 9(4).
       01  HD-PRIOR.
           05  FILLER          PIC X(26)   VALUE
                                   "COUNTS COMPARED WITH     ".
           05  HP-PRIOR-DATE   PIC X(10).
       01  HD-COLUMNS.
           05  FILLER          PIC X(30)   VALUE "EXCEPTION".
           05  FILLER          PIC X(7)    VALUE "  COUNT".
           05  FILLER          PIC X(7)    VALUE "  PRIOR".
           05  FILLER          PIC X(7)    VALUE " CHANGE".
           05  FILLER          PIC X(16)   VALUE "           TOTAL".
           05  FILLER          PIC X(1)    VALUE SPACE.
           05  FILLER          PIC X(10)   VALUE "FLAG".
       01  TEAM-HEADING.
           05  FILLER          PIC X(6)    VALUE "TEAM: ".
           05  TH-TEAM         PIC X(16).
       01  EXCEPTION-DETAIL.
           05  ED-DESC         PIC X(30).
           05  FILLER          PIC X       VALUE SPACE.
           05  ED-COUNT        PIC ZZ,ZZ9.
           05  FILLER          PIC X       VALUE SPACE.
           05  ED-PRIOR        PIC ZZ,ZZ9.
           05  FILLER          PIC X       VALUE SPACE.
           05  ED-CHANGE       PIC -----9.
           05  FILLER          PIC X       VALUE SPACE.
           05  ED-TOTAL        PIC $$$,$$$,$$9.99-.
           05  FILLER          PIC X       VALUE SPACE.
           05  ED-FLAG         PIC X(10).
       01  TEAM-TOTAL-LINE.
           05  FILLER          PIC X(30)   VALUE
                                   "  TEAM TOTAL ITEMS".
           05  FILLER          PIC X       VALUE SPACE.
           05  TT-COUNT        PIC ZZ,ZZ9.
       01  HD-CARRY-COLUMNS.
           05  FILLER          PIC X(7)    VALUE "CUST".
           05  FILLER          PIC X(21)   VALUE "NAME".
           05  FILLER          PIC X(6)    VALUE "ITEM".
           05  FILLER          PIC X(6)    VALUE "  QTY".
           05  FILLER          PIC X(13)   VALUE "       AMOUNT".
           05  FILLER          PIC X(8)    VALUE "  STORE".
           05  FILLER          PIC X(5)    VALUE "SEQ".
       01  CARRY-DETAIL.
           05  CY-CUST-NO      PIC X(5).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  CY-CUST-NM      PIC X(20).
           05  FILLER          PIC X       VALUE SPACE.
           05  CY-ITEM-NO      PIC X(4).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  CY-QNT          PIC ---9.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  CY-AMOUNT       PIC $$$,$$9.99-.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  CY-STORE-NO     PIC 99.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  CY-SEQ-NO       PIC 9(5).
       01  SECTION-HEADING.
           05  SH-TEXT         PIC X(70).
      *
       PROCEDURE DIVISION.
       000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           DISPLAY 'ENTER BUSINESS DATE (YYYYMMDD, 0 = TODAY):'
           ACCEPT WS-BUS-DATE
           IF WS-BUS-DATE = ZERO
               MOVE WS-RUN-DATE TO WS-BUS-DATE
           END-IF
           INITIALIZE EXCEPTION-TABLE
           PERFORM 050-LOAD-PRIOR-DAY
           PERFORM 100-COUNT-POSTING-REJECTS
           PERFORM 120-COUNT-OVERLIMIT
           PERFORM 140-COUNT-ERR-CARRY
           PERFORM 160-COUNT-OL-CARRY
           PERFORM 200-COUNT-INV-EXCEPTIONS
           PERFORM 300-COUNT-ORDER-REJECTS
           PERFORM 320-COUNT-DRAWERS
           PERFORM 340-COUNT-OVERRIDES
           PERFORM 360-COUNT-NIGHT-RUN
           PERFORM 400-COUNT-CERTIFICATES
           PERFORM 500-WRITE-REPORT
           PERFORM 700-SAVE-HISTORY

           IF WS-SPIKE-CT > ZERO
               DISPLAY '*** ' WS-SPIKE-CT ' EXCEPTION TYPES SPIKED - '
                   'SEE MORNEXCEPT.RPT ***'
           END-IF
           DISPLAY "MORNING EXCEPTIONS REPORT GENERATED!"
           STOP RUN.
      * FINDS THE LATEST BUSINESS DATE BEFORE THIS ONE IN THE HISTORY
      * AND KEEPS ITS COUNTS.
       050-LOAD-PRIOR-DAY.
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT HISTORY-FILE
           IF WS-HIST-STATUS NOT = "00"
               MOVE 'Y' TO EOF-SWITCH
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ HISTORY-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       IF EH-DATE < WS-BUS-DATE
                          AND EH-DATE > WS-PRIOR-DATE
                           MOVE EH-DATE TO WS-PRIOR-DATE
                           PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
                                   UNTIL WS-TYPE-SUB > 11
                               MOVE ZERO TO
                                   ET-PRIOR-COUNT(WS-TYPE-SUB)
                           END-PERFORM
                       END-IF
                       IF EH-DATE = WS-PRIOR-DATE
                          AND EH-TYPE > ZERO AND EH-TYPE < 12
                           MOVE EH-COUNT TO ET-PRIOR-COUNT(EH-TYPE)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-HIST-STATUS NOT = "35"
               CLOSE HISTORY-FILE
           END-IF.
      * TYPE 1: THE LAST POSTING RUN'S REJECTS, PRICED AT UNIT PRICE
      * TIMES QUANTITY.
       100-COUNT-POSTING-REJECTS.
           MOVE 1 TO WS-TYPE-SUB
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT ERROR-FILE
           IF WS-ERR-STATUS NOT = "00"
               MOVE 'Y' TO EOF-SWITCH
               MOVE 'NO FILE' TO ET-NOTE(WS-TYPE-SUB)
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ ERROR-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       MOVE ERR-REC TO WS-TRANS-VIEW
                       PERFORM 190-ADD-TRANS-LINE
               END-READ
           END-PERFORM
           IF WS-ERR-STATUS NOT = "35"
               CLOSE ERROR-FILE
           END-IF.
      * TYPE 2: TRANSACTIONS THE LAST POSTING RUN PARKED OVER LIMIT.
       120-COUNT-OVERLIMIT.
           MOVE 2 TO WS-TYPE-SUB
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT OVERLIMIT-FILE
           IF WS-OL-STATUS NOT = "00"
               MOVE 'Y' TO EOF-SWITCH
               MOVE 'NO FILE' TO ET-NOTE(WS-TYPE-SUB)
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ OVERLIMIT-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       MOVE OVERLIMIT-REC TO WS-TRANS-VIEW
                       PERFORM 190-ADD-TRANS-LINE
               END-READ
           END-PERFORM
           IF WS-OL-STATUS NOT = "35"
               CLOSE OVERLIMIT-FILE
           END-IF.
      * TYPE 3: REJECTS ERRCORRECT HAS CARRIED WITHOUT A DISPOSITION.
      * THEY ARE HELD FOR THE OLDEST-ITEMS LIST.
       140-COUNT-ERR-CARRY.
           MOVE 3 TO WS-TYPE-SUB
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT ERRCARRY-FILE
           IF WS-ERRCAR-STATUS NOT = "00"
               MOVE 'Y' TO EOF-SWITCH
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ ERRCARRY-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       IF EC-DISP-CODE = SPACE
                           MOVE EC-TRANS TO WS-TRANS-VIEW
                           PERFORM 190-ADD-TRANS-LINE
                           IF ECT-COUNT < 1000
                               ADD 1 TO ECT-COUNT
                               MOVE EC-TRANS TO ECT-REC(ECT-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ERRCAR-STATUS NOT = "35"
               CLOSE ERRCARRY-FILE
           END-IF.
      * TYPE 4: OVER-LIMIT TRANSACTIONS OVERLIMITREL HAS CARRIED.
      * EVERY ROW IN ITS CARRY FILE IS STILL UNWORKED.
       160-COUNT-OL-CARRY.
           MOVE 4 TO WS-TYPE-SUB
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT OLCARRY-FILE
           IF WS-OLCAR-STATUS NOT = "00"
               MOVE 'Y' TO EOF-SWITCH
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ OLCARRY-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       MOVE OLCARRY-REC TO WS-TRANS-VIEW
                       PERFORM 190-ADD-TRANS-LINE
                       IF OCT-COUNT < 1000
                           ADD 1 TO OCT-COUNT
                           MOVE OLCARRY-REC TO OCT-REC(OCT-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-OLCAR-STATUS NOT = "35"
               CLOSE OLCARRY-FILE
           END-IF.
      * COUNTS ONE TRANSACTION-LAYOUT ROW UNDER WS-TYPE-SUB.
       190-ADD-TRANS-LINE.
           IF TV-UNIT-PR IS NOT NUMERIC
               MOVE ZERO TO TV-UNIT-PR
           END-IF
           IF TV-QNT IS NOT NUMERIC
               MOVE ZERO TO TV-QNT
           END-IF
           COMPUTE WS-LINE-AMT = TV-UNIT-PR * TV-QNT
           ADD 1 TO ET-COUNT(WS-TYPE-SUB)
           ADD WS-LINE-AMT TO ET-TOTAL(WS-TYPE-SUB).
      * TYPE 5: SALES INVPOST COULD NOT MATCH TO AN INVENTORY ROW.
       200-COUNT-INV-EXCEPTIONS.
           MOVE 5 TO WS-TYPE-SUB
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT INVEXCEPT-FILE
           IF WS-INVEX-STATUS NOT = "00"
               MOVE 'Y' TO EOF-SWITCH
               MOVE 'NO FILE' TO ET-NOTE(WS-TYPE-SUB)
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ INVEXCEPT-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       MOVE INVEXCEPT-REC TO WS-TRANS-VIEW
                       PERFORM 190-ADD-TRANS-LINE
               END-READ
           END-PERFORM
           IF WS-INVEX-STATUS NOT = "35"
               CLOSE INVEXCEPT-FILE
           END-IF.
      * TYPE 6: ORDER LINES ORDERIMPORT TURNED AWAY. THE ORDER FILE
      * CARRIES NO PRICE, SO ONLY THE COUNT IS KEPT.
       300-COUNT-ORDER-REJECTS.
           MOVE 6 TO WS-TYPE-SUB
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT ORDERREJ-FILE
           IF WS-ORDREJ-STATUS NOT = "00"
               MOVE 'Y' TO EOF-SWITCH
               MOVE 'NO FILE' TO ET-NOTE(WS-TYPE-SUB)
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ ORDERREJ-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       ADD 1 TO ET-COUNT(WS-TYPE-SUB)
               END-READ
           END-PERFORM
           IF WS-ORDREJ-STATUS NOT = "35"
               CLOSE ORDERREJ-FILE
           END-IF.
      * TYPE 7: OPERATORS WHOSE DRAWER DID NOT BALANCE, FROM THE
      * DRAWERCLOSE REPORT - THE COUNTED AMOUNTS ARE KEYED THERE AND
      * KEPT NOWHERE ELSE. A REPORT FOR ANOTHER DATE IS NOT COUNTED.
       320-COUNT-DRAWERS.
           MOVE 7 TO WS-TYPE-SUB
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT DRAWER-FILE
           IF WS-DRAWER-STATUS NOT = "00"
               MOVE 'Y' TO EOF-SWITCH
               MOVE 'NO FILE' TO ET-NOTE(WS-TYPE-SUB)
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ DRAWER-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       PERFORM 330-READ-DRAWER-LINE
               END-READ
           END-PERFORM
           IF WS-DRAWER-STATUS NOT = "35"
               CLOSE DRAWER-FILE
               IF WS-DRAWER-DATE NOT = WS-BUS-DATE
                   MOVE ZERO TO ET-COUNT(WS-TYPE-SUB)
                                ET-TOTAL(WS-TYPE-SUB)
                   MOVE 'OTHER DATE' TO ET-NOTE(WS-TYPE-SUB)
               END-IF
           END-IF.
       330-READ-DRAWER-LINE.
           EVALUATE TRUE
               WHEN DH-LABEL = 'DATE: '
                   COMPUTE WS-DRAWER-DATE = DH-YEAR * 10000
                       + DH-MM * 100 + DH-DD
               WHEN DRAWER-LINE(1:8) = 'OPERATOR'
               WHEN DRAWER-LINE(1:9) = 'DAY TOTAL'
               WHEN DRAWER-LINE(1:6) = 'CLOSED'
               WHEN DRAWER-LINE = SPACES
                   CONTINUE
               WHEN OTHER
                   COMPUTE WS-OVER-SHORT =
                       FUNCTION NUMVAL-C(DDV-OVER-SHORT)
                   IF WS-OVER-SHORT NOT = ZERO
                       ADD 1 TO ET-COUNT(WS-TYPE-SUB)
                       ADD WS-OVER-SHORT TO ET-TOTAL(WS-TYPE-SUB)
                   END-IF
           END-EVALUATE.
      * TYPE 8: THE DATE'S PRICE OVERRIDES FROM THE LOG LOSSPREV
      * RANKS, TOTALLED AS KEYED LESS CATALOG PRICE.
       340-COUNT-OVERRIDES.
           MOVE 8 TO WS-TYPE-SUB
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT OVERRIDE-LOG-FILE
           IF WS-OVRLOG-STATUS NOT = "00"
               MOVE 'Y' TO EOF-SWITCH
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ OVERRIDE-LOG-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       IF OVR-DATE = WS-BUS-DATE
                           ADD 1 TO ET-COUNT(WS-TYPE-SUB)
                           COMPUTE ET-TOTAL(WS-TYPE-SUB) =
                               ET-TOTAL(WS-TYPE-SUB)
                               + OVR-KEYED-PR - OVR-CATALOG-PR
                       END-IF
               END-READ
           END-PERFORM
           IF WS-OVRLOG-STATUS NOT = "35"
               CLOSE OVERRIDE-LOG-FILE
           END-IF.
      * TYPE 9: NIGHT STREAM STEPS LOGGED FOR THE DATE AS ANYTHING
      * BUT OK (FAILED OR A CONTROL-CHECK FAILURE).
       360-COUNT-NIGHT-RUN.
           MOVE 9 TO WS-TYPE-SUB
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT RUNLOG-FILE
           IF WS-RUNLOG-STATUS NOT = "00"
               MOVE 'Y' TO EOF-SWITCH
               MOVE 'NO FILE' TO ET-NOTE(WS-TYPE-SUB)
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ RUNLOG-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       IF RL-DATE = WS-BUS-DATE
                          AND RL-RESULT NOT = 'OK      '
                           ADD 1 TO ET-COUNT(WS-TYPE-SUB)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-RUNLOG-STATUS NOT = "35"
               CLOSE RUNLOG-FILE
           END-IF.
      * TYPES 10 AND 11: EXEMPTION CERTIFICATES ALREADY EXPIRED ON
      * THE BUSINESS DATE, AND THOSE INSIDE THE CERTWARN.DAT WINDOW
      * (60 DAYS WITHOUT IT), THE SAME TEST CERTEXPIRY PRINTS BY.
       400-COUNT-CERTIFICATES.
           OPEN INPUT WARN-FILE
           IF WS-WARN-STATUS = "00"
               READ WARN-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE WARN-REC TO WARN-DAYS
               END-READ
               CLOSE WARN-FILE
           END-IF
           COMPUTE WS-BUS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-BUS-DATE)
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT EXEMPTCERT-FILE
           IF WS-EC-STATUS NOT = "00"
               MOVE 'Y' TO EOF-SWITCH
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ EXEMPTCERT-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       COMPUTE WS-EXP-DATE-INT =
                           FUNCTION INTEGER-OF-DATE(EC-EXP-DATE)
                       COMPUTE WS-DAYS-LEFT =
                           WS-EXP-DATE-INT - WS-BUS-DATE-INT
                       IF WS-DAYS-LEFT < ZERO
                           ADD 1 TO ET-COUNT(10)
                       ELSE
                           IF WS-DAYS-LEFT NOT > WARN-DAYS
                               ADD 1 TO ET-COUNT(11)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-EC-STATUS NOT = "35"
               CLOSE EXEMPTCERT-FILE
           END-IF.
      * PRINTS THE TYPES BY TEAM AGAINST THE PRIOR DAY, THEN THE
      * OLDEST ITEMS STILL CARRIED.
       500-WRITE-REPORT.
           OPEN OUTPUT REPORT-FILE
           MOVE WS-RUN-DATE(5:2) TO HD-MM
           MOVE WS-RUN-DATE(7:2) TO HD-DD
           MOVE WS-RUN-DATE(1:4) TO HD-YEAR
           MOVE WS-BUS-DATE(5:2) TO HD-BUS-MM
           MOVE WS-BUS-DATE(7:2) TO HD-BUS-DD
           MOVE WS-BUS-DATE(1:4) TO HD-BUS-YEAR
           WRITE REPORT-REC FROM HD-TITLE
           IF WS-PRIOR-DATE = ZERO
               MOVE 'NO PRIOR BUSINESS DAY ON FILE' TO SH-TEXT
               WRITE REPORT-REC FROM SECTION-HEADING
                   AFTER ADVANCING 1 LINE
           ELSE
               STRING WS-PRIOR-DATE(5:2) '/' WS-PRIOR-DATE(7:2) '/'
                      WS-PRIOR-DATE(1:4) DELIMITED BY SIZE
                   INTO HP-PRIOR-DATE
               END-STRING
               WRITE REPORT-REC FROM HD-PRIOR
                   AFTER ADVANCING 1 LINE
           END-IF
           WRITE REPORT-REC FROM HD-COLUMNS
               AFTER ADVANCING 2 LINES
           PERFORM VARYING WS-TEAM-SUB FROM 1 BY 1
                   UNTIL WS-TEAM-SUB > 4
               PERFORM 520-WRITE-ONE-TEAM
           END-PERFORM
           PERFORM 560-WRITE-OLDEST-CARRIED
           CLOSE REPORT-FILE.
       520-WRITE-ONE-TEAM.
           MOVE TEAM-NAME-ENTRY(WS-TEAM-SUB) TO TH-TEAM
           WRITE REPORT-REC FROM TEAM-HEADING
               AFTER ADVANCING 2 LINES
           MOVE ZERO TO WS-TEAM-COUNT
           PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
                   UNTIL WS-TYPE-SUB > 11
               IF TN-TEAM(WS-TYPE-SUB) = WS-TEAM-SUB
                   PERFORM 530-WRITE-ONE-TYPE
               END-IF
           END-PERFORM
           MOVE WS-TEAM-COUNT TO TT-COUNT
           WRITE REPORT-REC FROM TEAM-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
      * A COUNT AT LEAST DOUBLE THE PRIOR DAY'S (OR ANY COUNT AFTER A
      * CLEAN DAY) IS A SPIKE; ANY OTHER RISE IS MARKED UP.
       530-WRITE-ONE-TYPE.
           ADD ET-COUNT(WS-TYPE-SUB) TO WS-TEAM-COUNT
           MOVE TN-DESC(WS-TYPE-SUB)  TO ED-DESC
           MOVE ET-COUNT(WS-TYPE-SUB) TO ED-COUNT
           MOVE ET-TOTAL(WS-TYPE-SUB) TO ED-TOTAL
           MOVE ET-NOTE(WS-TYPE-SUB)  TO ED-FLAG
           IF WS-PRIOR-DATE = ZERO
               MOVE ZERO TO ED-PRIOR ED-CHANGE
           ELSE
               MOVE ET-PRIOR-COUNT(WS-TYPE-SUB) TO ED-PRIOR
               COMPUTE WS-CHANGE = ET-COUNT(WS-TYPE-SUB)
                   - ET-PRIOR-COUNT(WS-TYPE-SUB)
               MOVE WS-CHANGE TO ED-CHANGE
               IF ET-NOTE(WS-TYPE-SUB) = SPACES AND WS-CHANGE > ZERO
                   IF ET-COUNT(WS-TYPE-SUB) >=
                           ET-PRIOR-COUNT(WS-TYPE-SUB) * 2
                       MOVE '** SPIKE' TO ED-FLAG
                       ADD 1 TO WS-SPIKE-CT
                   ELSE
                       MOVE 'UP' TO ED-FLAG
                   END-IF
               END-IF
           END-IF
           WRITE REPORT-REC FROM EXCEPTION-DETAIL
               AFTER ADVANCING 1 LINE.
      * THE TEN OLDEST OF EACH CARRY FILE, OLDEST FIRST - WORKING
      * BACK FROM THE END OF THE FILE.
       560-WRITE-OLDEST-CARRIED.
           MOVE 'OLDEST UNWORKED POSTING REJECTS (ERRCARRY.DAT):'
               TO SH-TEXT
           WRITE REPORT-REC FROM SECTION-HEADING
               AFTER ADVANCING 3 LINES
           IF ECT-COUNT = ZERO
               MOVE 'NONE' TO SH-TEXT
               WRITE REPORT-REC FROM SECTION-HEADING
                   AFTER ADVANCING 1 LINE
           ELSE
               WRITE REPORT-REC FROM HD-CARRY-COLUMNS
                   AFTER ADVANCING 1 LINE
               MOVE ZERO TO WS-LIST-CT
               PERFORM VARYING WS-LIST-SUB FROM ECT-COUNT BY -1
                       UNTIL WS-LIST-SUB < 1 OR WS-LIST-CT = 10
                   MOVE ECT-REC(WS-LIST-SUB) TO WS-TRANS-VIEW
                   PERFORM 580-WRITE-CARRY-LINE
               END-PERFORM
           END-IF
           MOVE 'OLDEST OVER-LIMIT ITEMS CARRIED (OLCARRY.DAT):'
               TO SH-TEXT
           WRITE REPORT-REC FROM SECTION-HEADING
               AFTER ADVANCING 2 LINES
           IF OCT-COUNT = ZERO
               MOVE 'NONE' TO SH-TEXT
               WRITE REPORT-REC FROM SECTION-HEADING
                   AFTER ADVANCING 1 LINE
           ELSE
               WRITE REPORT-REC FROM HD-CARRY-COLUMNS
                   AFTER ADVANCING 1 LINE
               MOVE ZERO TO WS-LIST-CT
               PERFORM VARYING WS-LIST-SUB FROM OCT-COUNT BY -1
                       UNTIL WS-LIST-SUB < 1 OR WS-LIST-CT = 10
                   MOVE OCT-REC(WS-LIST-SUB) TO WS-TRANS-VIEW
                   PERFORM 580-WRITE-CARRY-LINE
               END-PERFORM
           END-IF.
       580-WRITE-CARRY-LINE.
           ADD 1 TO WS-LIST-CT
           IF TV-UNIT-PR IS NOT NUMERIC
               MOVE ZERO TO TV-UNIT-PR
           END-IF
           IF TV-QNT IS NOT NUMERIC
               MOVE ZERO TO TV-QNT
           END-IF
           MOVE TV-CUST-NO  TO CY-CUST-NO
           MOVE TV-CUST-NM  TO CY-CUST-NM
           MOVE TV-ITEM-NO  TO CY-ITEM-NO
           MOVE TV-QNT      TO CY-QNT
           COMPUTE CY-AMOUNT = TV-UNIT-PR * TV-QNT
           MOVE TV-STORE-NO TO CY-STORE-NO
           MOVE TV-SEQ-NO   TO CY-SEQ-NO
           WRITE REPORT-REC FROM CARRY-DETAIL
               AFTER ADVANCING 1 LINE.
      * APPENDS THE DATE'S COUNTS FOR TOMORROW'S COMPARISON.
       700-SAVE-HISTORY.
           OPEN EXTEND HISTORY-FILE
           IF WS-HIST-STATUS NOT = "00"
               OPEN OUTPUT HISTORY-FILE
           END-IF
           PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
                   UNTIL WS-TYPE-SUB > 11
               MOVE WS-BUS-DATE           TO EH-DATE
               MOVE WS-TYPE-SUB           TO EH-TYPE
               MOVE ET-COUNT(WS-TYPE-SUB) TO EH-COUNT
               MOVE ET-TOTAL(WS-TYPE-SUB) TO EH-TOTAL
               WRITE HISTORY-REC
           END-PERFORM
           CLOSE HISTORY-FILE.

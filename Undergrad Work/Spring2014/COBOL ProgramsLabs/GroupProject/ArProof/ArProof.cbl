       IDENTIFICATION DIVISION.
       PROGRAM-ID. ArProof.
       AUTHOR. Brianna Muleski
               Andrew Iverson
       DATE-WRITTEN. 10/13/14
      ******************************************************************
      * Purpose:
      *    Proves the receivables subledger every night. Each
      *    customer's balance on the master must equal their open
      *    invoices on AROPENITEM.DAT less the unapplied cash still
      *    on ARUNAPPLIED.DAT; any customer who does not is listed
      *    with the three figures and the difference, as is any open
      *    item or unapplied row for a number not on the master. The
      *    company totals of each source are then shown, and the
      *    master total is tied to the AR control account - the debit
      *    side of the ARPOST mapping in GLMAP.DAT - using the posted
      *    balance on GLMASTER.DAT plus any journal rows not yet
      *    posted, the same way InvValue ties inventory.
      *
      *    The result is also written to ARPROOF.DAT so NightRun can
      *    prove the step ran today and balanced before it calls the
      *    night complete.
      *
      * Input:
      *    MASTER.DAT     - customer balances (or NEWMASTER.DAT, when
      *                     PhaseIII's new master is not yet promoted)
      *    AROPENITEM.DAT - open invoices
      *    ARUNAPPLIED.DAT - unapplied cash
      *    GLMAP.DAT      - ARPOST row names the AR control account
      *    GLMASTER.DAT   - posted account balances (optional)
      *    GLJOURNAL.DAT  - journal rows not yet posted (optional)
      *    Master choice entered at the console
      *
      * Output:
      *    ARPROOF.RPT - out-of-balance customers, source totals and
      *                  the GL tie-out
      *    ARPROOF.DAT - one-record result for NightRun
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AR-MASTER-FILE ASSIGN TO WS-MASTER-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS O-CUST-NO
               FILE STATUS IS WS-MSTR-STATUS.
           SELECT OPENITEM-FILE ASSIGN TO "AROPENITEM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OI-STATUS.
           SELECT UNAPPLIED-FILE ASSIGN TO "ARUNAPPLIED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UC-STATUS.
           SELECT GLMAP-FILE ASSIGN TO "GLMAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-STATUS.
           SELECT GLMASTER-FILE ASSIGN TO "GLMASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GA-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "GLJOURNAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.
           SELECT PROOF-FILE ASSIGN TO "ARPROOF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRF-STATUS.
           SELECT REPORT-FILE ASSIGN TO "ARPROOF.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  AR-MASTER-FILE.
       01  OLD-REC.
           05  O-CUST-NO       PIC X(5).
           05  O-CUST-NM       PIC X(20).
           05  O-AMT           PIC S9(7)V99.
           05  O-CREDIT-LIM    PIC 9(7)V99.
           05  O-ADDR          PIC X(25).
           05  O-CITY          PIC X(15).
           05  O-STATE         PIC X(2).
           05  O-ZIP           PIC X(5).
           05  O-HOLD-FLAG     PIC X.
           05  O-TERMS-DAYS    PIC 9(3).
           05  O-BILL-CYCLE    PIC X.
           05  O-COLL-STATUS   PIC X.
       FD  OPENITEM-FILE.
       01  OPENITEM-REC.
           05  OI-CUST-NO      PIC X(5).
           05  OI-INVOICE-NO   PIC 9(6).
           05  OI-INV-DATE     PIC 9(8).
           05  OI-DUE-DATE     PIC 9(8).
           05  OI-ORIG-AMT     PIC S9(7)V99.
           05  OI-OPEN-AMT     PIC S9(7)V99.
       FD  UNAPPLIED-FILE.
       01  UNAPPLIED-REC.
           05  UC-CUST-NO      PIC X(5).
           05  UC-DATE         PIC 9(8).
           05  UC-CHECK-NO     PIC X(8).
           05  UC-AMT-LEFT     PIC S9(6)V99.
       FD  GLMAP-FILE.
       01  GLMAP-REC.
           05  GM-SOURCE       PIC X(8).
           05  GM-DEPT         PIC 9.
           05  GM-DR-ACCT      PIC X(6).
           05  GM-CR-ACCT      PIC X(6).
           05  GM-DEPT-NAME    PIC X(8).
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
      * ONE RECORD, REPLACED EVERY RUN. RESULT IS 'BALANCED' OR
      * 'OUTOFBAL'; NIGHTRUN ALSO CHECKS THE DATE IS TODAY'S.
       FD  PROOF-FILE.
       01  PROOF-REC.
           05  PF-DATE         PIC 9(8).
           05  PF-RESULT       PIC X(8).
           05  PF-CUST-DIFF-CT PIC 9(5).
           05  PF-GL-DIFF      PIC S9(11)V99.
       FD  REPORT-FILE.
       01  REPORT-REC          PIC X(80).
       WORKING-STORAGE SECTION.
       01  WORKING-ITEMS.
           05  EOF-SWITCH      PIC X.
           05  WS-MSTR-STATUS  PIC XX.
           05  WS-OI-STATUS    PIC XX.
           05  WS-UC-STATUS    PIC XX.
           05  WS-MAP-STATUS   PIC XX.
           05  WS-GA-STATUS    PIC XX.
           05  WS-JRNL-STATUS  PIC XX.
           05  WS-PRF-STATUS   PIC XX.
           05  WS-MASTER-NAME  PIC X(20)   VALUE 'MASTER.DAT'.
           05  WS-MASTER-SW    PIC X.
           05  WS-RUN-DATE     PIC 9(8).
           05  WS-SOURCE       PIC X(8)    VALUE 'ARPOST'.
           05  WS-AR-ACCT      PIC X(6)    VALUE SPACES.
           05  WS-MAP-SW       PIC X       VALUE 'N'.
               88  MAP-FOUND               VALUE 'Y'.
           05  WS-CUST-SUB     PIC 9(4).
           05  WS-CUST-FOUND   PIC 9(4).
           05  WS-WORK-CUST    PIC X(5).
           05  WS-DIFF-AMT     PIC S9(9)V99.
           05  WS-OVERFLOW-CT  PIC 9(5)    VALUE ZERO.
           05  WS-CUST-DIFF-CT PIC 9(5)    VALUE ZERO.
           05  WS-MASTER-TOT   PIC S9(11)V99 VALUE ZERO.
           05  WS-OPEN-TOT     PIC S9(11)V99 VALUE ZERO.
           05  WS-UNAPP-TOT    PIC S9(11)V99 VALUE ZERO.
           05  WS-SUBLEDGER-TOT PIC S9(11)V99 VALUE ZERO.
           05  WS-GL-POSTED    PIC S9(11)V99 VALUE ZERO.
           05  WS-GL-UNPOSTED  PIC S9(11)V99 VALUE ZERO.
           05  WS-GL-TOTAL     PIC S9(11)V99 VALUE ZERO.
           05  WS-GL-DIFF      PIC S9(11)V99 VALUE ZERO.
      * ONE ROW PER CUSTOMER ON THE MASTER, PLUS ONE FOR ANY NUMBER
      * FOUND ONLY ON THE OPEN-ITEM OR UNAPPLIED FILE (CP-ON-MASTER
      * 'N'), WITH THE THREE FIGURES THAT MUST AGREE.
       01  CUST-PROOF-TABLE.
           05  CP-COUNT        PIC 9(4)    VALUE ZERO.
           05  CP-ENTRY OCCURS 1 TO 3000 TIMES
                   DEPENDING ON CP-COUNT
                   INDEXED BY CP-INDX.
               10  CP-CUST-NO      PIC X(5).
               10  CP-CUST-NM      PIC X(20).
               10  CP-ON-MASTER    PIC X.
               10  CP-MASTER-AMT   PIC S9(7)V99.
               10  CP-OPEN-AMT     PIC S9(9)V99.
               10  CP-UNAPP-AMT    PIC S9(9)V99.
       01  HD-TITLE.
           05  FILLER          PIC X(6)    VALUE "DATE: ".
           05  HD-MM           PIC 99.
           05  FILLER          PIC X       VALUE "/".
           05  HD-DD           PIC 99.
           05  FILLER          PIC X       VALUE "/".
           05  HD-YEAR         PIC 9(4).
           05  FILLER          PIC X(10)   VALUE SPACES.
           05  FILLER          PIC X(24)   VALUE
                                   "AR SUBLEDGER PROOF FROM ".
           05  HD-MASTER-NAME  PIC X(20).
       01  HD-CUST-COLUMNS.
           05  FILLER          PIC X(6)    VALUE "CUST".
           05  FILLER          PIC X(14)   VALUE "NAME".
           05  FILLER          PIC X(15)   VALUE "     MASTER BAL".
           05  FILLER          PIC X(15)   VALUE "     OPEN ITEMS".
           05  FILLER          PIC X(15)   VALUE "      UNAPPLIED".
           05  FILLER          PIC X(15)   VALUE "     DIFFERENCE".
       01  CUST-DETAIL.
           05  CD-CUST-NO      PIC X(5).
           05  FILLER          PIC X       VALUE SPACE.
           05  CD-CUST-NM      PIC X(13).
           05  FILLER          PIC X       VALUE SPACE.
           05  CD-MASTER-AMT   PIC $$$$,$$9.99-.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  CD-OPEN-AMT     PIC $$$$,$$9.99-.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  CD-UNAPP-AMT    PIC $$$$,$$9.99-.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  CD-DIFF-AMT     PIC $$$$,$$9.99-.
       01  TOTAL-LINE.
           05  TL-LABEL        PIC X(40).
           05  TL-AMOUNT       PIC $$$$,$$$,$$9.99-.
       01  SECTION-HEADING.
           05  SH-TEXT         PIC X(60).
      *
       PROCEDURE DIVISION.
       000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM 030-ACCEPT-MASTER
           PERFORM 040-LOAD-GLMAP
           PERFORM 100-LOAD-MASTER
           PERFORM 200-ADD-OPEN-ITEMS
           PERFORM 250-ADD-UNAPPLIED
           PERFORM 350-LOAD-GL-BALANCE
           PERFORM 500-WRITE-REPORT
           PERFORM 600-WRITE-PROOF-RESULT

           IF WS-CUST-DIFF-CT > ZERO OR WS-GL-DIFF NOT = ZERO
              OR NOT MAP-FOUND OR WS-OVERFLOW-CT > ZERO
               DISPLAY '*** AR SUBLEDGER OUT OF BALANCE - SEE '
                   'ARPROOF.RPT ***'
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY 'AR SUBLEDGER IN BALANCE.'
           END-IF
           STOP RUN.
      * THE NIGHT STREAM PROVES THE LIVE MASTER. WHEN A FULL PHASEIII
      * RUN'S NEW MASTER HAS NOT BEEN PROMOTED YET, THAT IS THE FILE
      * CARRYING TODAY'S BALANCES AND IS THE ONE TO PROVE.
       030-ACCEPT-MASTER.
           DISPLAY 'PROVE WHICH MASTER? (M=MASTER.DAT, N=NEWMASTER.DAT'
               ' NOT YET PROMOTED):'
           ACCEPT WS-MASTER-SW
           IF WS-MASTER-SW = 'N' OR WS-MASTER-SW = 'n'
               MOVE 'NEWMASTER.DAT' TO WS-MASTER-NAME
           END-IF.
      * FINDS THE AR CONTROL ACCOUNT - THE DEBIT SIDE OF THE
      * COMPANY-WIDE ARPOST MAPPING GLEXTRACT POSTS CHARGES WITH.
       040-LOAD-GLMAP.
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
                           MOVE GM-DR-ACCT TO WS-AR-ACCT
                           SET MAP-FOUND TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-MAP-STATUS NOT = "35"
               CLOSE GLMAP-FILE
           END-IF
           IF NOT MAP-FOUND
               DISPLAY 'NO ' WS-SOURCE ' MAPPING IN GLMAP.DAT - '
                   'SUBLEDGER WILL NOT BE TIED TO THE GL.'
           END-IF.
      * ONE TABLE ROW PER CUSTOMER WITH THEIR MASTER BALANCE.
       100-LOAD-MASTER.
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT AR-MASTER-FILE
           IF WS-MSTR-STATUS NOT = "00"
               DISPLAY WS-MASTER-NAME ' CANNOT BE OPENED.'
               STOP RUN
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ AR-MASTER-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       ADD O-AMT TO WS-MASTER-TOT
                       IF CP-COUNT < 3000
                           ADD 1 TO CP-COUNT
                           MOVE O-CUST-NO TO CP-CUST-NO(CP-COUNT)
                           MOVE O-CUST-NM TO CP-CUST-NM(CP-COUNT)
                           MOVE 'Y'       TO CP-ON-MASTER(CP-COUNT)
                           MOVE O-AMT     TO CP-MASTER-AMT(CP-COUNT)
                           MOVE ZERO      TO CP-OPEN-AMT(CP-COUNT)
                                             CP-UNAPP-AMT(CP-COUNT)
                       ELSE
                           ADD 1 TO WS-OVERFLOW-CT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AR-MASTER-FILE.
      * ADDS EVERY OPEN INVOICE TO ITS CUSTOMER'S ROW.
       200-ADD-OPEN-ITEMS.
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT OPENITEM-FILE
           IF WS-OI-STATUS NOT = "00"
               MOVE 'Y' TO EOF-SWITCH
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ OPENITEM-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       ADD OI-OPEN-AMT TO WS-OPEN-TOT
                       MOVE OI-CUST-NO TO WS-WORK-CUST
                       PERFORM 300-FIND-CUSTOMER
                       IF WS-CUST-FOUND > ZERO
                           ADD OI-OPEN-AMT TO
                               CP-OPEN-AMT(WS-CUST-FOUND)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-OI-STATUS NOT = "35"
               CLOSE OPENITEM-FILE
           END-IF.
      * ADDS EVERY UNAPPLIED CASH ROW TO ITS CUSTOMER'S ROW.
       250-ADD-UNAPPLIED.
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT UNAPPLIED-FILE
           IF WS-UC-STATUS NOT = "00"
               MOVE 'Y' TO EOF-SWITCH
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ UNAPPLIED-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       ADD UC-AMT-LEFT TO WS-UNAPP-TOT
                       MOVE UC-CUST-NO TO WS-WORK-CUST
                       PERFORM 300-FIND-CUSTOMER
                       IF WS-CUST-FOUND > ZERO
                           ADD UC-AMT-LEFT TO
                               CP-UNAPP-AMT(WS-CUST-FOUND)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-UC-STATUS NOT = "35"
               CLOSE UNAPPLIED-FILE
           END-IF.
      * FINDS WS-WORK-CUST IN THE TABLE. A NUMBER NOT ON THE MASTER
      * GETS A ROW OF ITS OWN SO ITS ITEMS STILL SHOW AS A
      * DIFFERENCE.
       300-FIND-CUSTOMER.
           MOVE ZERO TO WS-CUST-FOUND
           SET CP-INDX TO 1
           SEARCH CP-ENTRY
               WHEN CP-CUST-NO(CP-INDX) = WS-WORK-CUST
                   SET WS-CUST-FOUND TO CP-INDX
           END-SEARCH
           IF WS-CUST-FOUND = ZERO
               IF CP-COUNT < 3000
                   ADD 1 TO CP-COUNT
                   MOVE WS-WORK-CUST TO CP-CUST-NO(CP-COUNT)
                   MOVE 'NOT ON MASTER' TO CP-CUST-NM(CP-COUNT)
                   MOVE 'N'          TO CP-ON-MASTER(CP-COUNT)
                   MOVE ZERO         TO CP-MASTER-AMT(CP-COUNT)
                                        CP-OPEN-AMT(CP-COUNT)
                                        CP-UNAPP-AMT(CP-COUNT)
                   MOVE CP-COUNT     TO WS-CUST-FOUND
               ELSE
                   ADD 1 TO WS-OVERFLOW-CT
               END-IF
           END-IF.
      * PICKS UP THE AR CONTROL ACCOUNT'S POSTED BALANCE (DEBIT-
      * POSITIVE) AND THE JOURNAL ROWS GLPOST HAS NOT TAKEN YET, SO
      * THE TIE-OUT DOES NOT DEPEND ON WHEN GLPOST LAST RAN.
       350-LOAD-GL-BALANCE.
           IF MAP-FOUND
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
                           IF GA-ACCT = WS-AR-ACCT
                               ADD GA-BALANCE TO WS-GL-POSTED
                           END-IF
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
                           IF GJ-ACCT = WS-AR-ACCT
                               IF GJ-DRCR = 'D'
                                   ADD GJ-AMT TO WS-GL-UNPOSTED
                               ELSE
                                   SUBTRACT GJ-AMT FROM
                                       WS-GL-UNPOSTED
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-JRNL-STATUS NOT = "35"
                   CLOSE JOURNAL-FILE
               END-IF
               COMPUTE WS-GL-TOTAL = WS-GL-POSTED + WS-GL-UNPOSTED
               COMPUTE WS-GL-DIFF = WS-MASTER-TOT - WS-GL-TOTAL
           END-IF.
      * PRINTS THE OUT-OF-BALANCE CUSTOMERS, THE SOURCE TOTALS AND
      * THE GL TIE-OUT.
       500-WRITE-REPORT.
           OPEN OUTPUT REPORT-FILE
           MOVE WS-RUN-DATE(5:2) TO HD-MM
           MOVE WS-RUN-DATE(7:2) TO HD-DD
           MOVE WS-RUN-DATE(1:4) TO HD-YEAR
           MOVE WS-MASTER-NAME   TO HD-MASTER-NAME
           WRITE REPORT-REC FROM HD-TITLE
           PERFORM 520-WRITE-CUST-SECTION
           PERFORM 540-WRITE-TOTAL-SECTION
           PERFORM 560-WRITE-GL-SECTION
           CLOSE REPORT-FILE.
      * ONE LINE FOR EVERY CUSTOMER WHOSE BALANCE IS NOT THEIR OPEN
      * ITEMS LESS THEIR UNAPPLIED CASH.
       520-WRITE-CUST-SECTION.
           MOVE 'CUSTOMERS OUT OF BALANCE WITH THEIR OPEN ITEMS:'
               TO SH-TEXT
           WRITE REPORT-REC FROM SECTION-HEADING
               AFTER ADVANCING 2 LINES
           WRITE REPORT-REC FROM HD-CUST-COLUMNS
               AFTER ADVANCING 2 LINES
           PERFORM VARYING WS-CUST-SUB FROM 1 BY 1
                   UNTIL WS-CUST-SUB > CP-COUNT
               COMPUTE WS-DIFF-AMT = CP-MASTER-AMT(WS-CUST-SUB)
                   - CP-OPEN-AMT(WS-CUST-SUB)
                   + CP-UNAPP-AMT(WS-CUST-SUB)
               IF WS-DIFF-AMT NOT = ZERO
                   PERFORM 530-WRITE-ONE-CUST
               END-IF
           END-PERFORM
           IF WS-CUST-DIFF-CT = ZERO
               MOVE 'NONE - EVERY CUSTOMER AGREES WITH THE SUBLEDGER.'
                   TO SH-TEXT
               WRITE REPORT-REC FROM SECTION-HEADING
                   AFTER ADVANCING 1 LINE
           END-IF
           IF WS-OVERFLOW-CT > ZERO
               MOVE '*** CUSTOMER TABLE FULL - PROOF INCOMPLETE ***'
                   TO SH-TEXT
               WRITE REPORT-REC FROM SECTION-HEADING
                   AFTER ADVANCING 2 LINES
           END-IF.
       530-WRITE-ONE-CUST.
           ADD 1 TO WS-CUST-DIFF-CT
           MOVE CP-CUST-NO(WS-CUST-SUB)    TO CD-CUST-NO
           MOVE CP-CUST-NM(WS-CUST-SUB)    TO CD-CUST-NM
           MOVE CP-MASTER-AMT(WS-CUST-SUB) TO CD-MASTER-AMT
           MOVE CP-OPEN-AMT(WS-CUST-SUB)   TO CD-OPEN-AMT
           MOVE CP-UNAPP-AMT(WS-CUST-SUB)  TO CD-UNAPP-AMT
           MOVE WS-DIFF-AMT                TO CD-DIFF-AMT
           WRITE REPORT-REC FROM CUST-DETAIL
               AFTER ADVANCING 1 LINE.
      * THE COMPANY TOTAL OF EACH SOURCE.
       540-WRITE-TOTAL-SECTION.
           MOVE 'COMPANY TOTALS BY SOURCE:' TO SH-TEXT
           WRITE REPORT-REC FROM SECTION-HEADING
               AFTER ADVANCING 3 LINES
           MOVE 'MASTER BALANCES' TO TL-LABEL
           MOVE WS-MASTER-TOT     TO TL-AMOUNT
           WRITE REPORT-REC FROM TOTAL-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'OPEN ITEMS (AROPENITEM.DAT)' TO TL-LABEL
           MOVE WS-OPEN-TOT       TO TL-AMOUNT
           WRITE REPORT-REC FROM TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'LESS UNAPPLIED CASH (ARUNAPPLIED.DAT)' TO TL-LABEL
           MOVE WS-UNAPP-TOT      TO TL-AMOUNT
           WRITE REPORT-REC FROM TOTAL-LINE
               AFTER ADVANCING 1 LINE
           COMPUTE WS-SUBLEDGER-TOT = WS-OPEN-TOT - WS-UNAPP-TOT
           MOVE 'SUBLEDGER NET' TO TL-LABEL
           MOVE WS-SUBLEDGER-TOT  TO TL-AMOUNT
           WRITE REPORT-REC FROM TOTAL-LINE
               AFTER ADVANCING 1 LINE
           COMPUTE WS-DIFF-AMT = WS-MASTER-TOT - WS-SUBLEDGER-TOT
           MOVE 'MASTER LESS SUBLEDGER' TO TL-LABEL
           MOVE WS-DIFF-AMT       TO TL-AMOUNT
           WRITE REPORT-REC FROM TOTAL-LINE
               AFTER ADVANCING 1 LINE.
      * THE MASTER TOTAL AGAINST THE AR CONTROL ACCOUNT.
       560-WRITE-GL-SECTION.
           MOVE 'TIE-OUT TO THE AR CONTROL ACCOUNT:' TO SH-TEXT
           WRITE REPORT-REC FROM SECTION-HEADING
               AFTER ADVANCING 3 LINES
           IF NOT MAP-FOUND
               MOVE 'NO ARPOST MAPPING IN GLMAP.DAT - NOT TIED.'
                   TO SH-TEXT
               WRITE REPORT-REC FROM SECTION-HEADING
                   AFTER ADVANCING 2 LINES
           ELSE
               MOVE SPACES TO TL-LABEL
               STRING 'GL ACCOUNT ' DELIMITED BY SIZE
                      WS-AR-ACCT    DELIMITED BY SIZE
                      ' POSTED'     DELIMITED BY SIZE
                   INTO TL-LABEL
               END-STRING
               MOVE WS-GL-POSTED   TO TL-AMOUNT
               WRITE REPORT-REC FROM TOTAL-LINE
                   AFTER ADVANCING 2 LINES
               MOVE 'JOURNAL NOT YET POSTED' TO TL-LABEL
               MOVE WS-GL-UNPOSTED TO TL-AMOUNT
               WRITE REPORT-REC FROM TOTAL-LINE
                   AFTER ADVANCING 1 LINE
               MOVE 'GL CONTROL BALANCE' TO TL-LABEL
               MOVE WS-GL-TOTAL    TO TL-AMOUNT
               WRITE REPORT-REC FROM TOTAL-LINE
                   AFTER ADVANCING 1 LINE
               MOVE 'MASTER LESS GL' TO TL-LABEL
               MOVE WS-GL-DIFF     TO TL-AMOUNT
               WRITE REPORT-REC FROM TOTAL-LINE
                   AFTER ADVANCING 1 LINE
               IF WS-GL-DIFF = ZERO
                   MOVE 'RECEIVABLES TIE TO THE GL.' TO SH-TEXT
               ELSE
                   MOVE '*** RECEIVABLES DO NOT TIE TO THE GL ***'
                       TO SH-TEXT
               END-IF
               WRITE REPORT-REC FROM SECTION-HEADING
                   AFTER ADVANCING 2 LINES
           END-IF.
      * REPLACES THE ONE-RECORD RESULT NIGHTRUN CHECKS.
       600-WRITE-PROOF-RESULT.
           OPEN OUTPUT PROOF-FILE
           MOVE WS-RUN-DATE     TO PF-DATE
           MOVE WS-CUST-DIFF-CT TO PF-CUST-DIFF-CT
           MOVE WS-GL-DIFF      TO PF-GL-DIFF
           IF WS-CUST-DIFF-CT > ZERO OR WS-GL-DIFF NOT = ZERO
              OR NOT MAP-FOUND OR WS-OVERFLOW-CT > ZERO
               MOVE 'OUTOFBAL' TO PF-RESULT
           ELSE
               MOVE 'BALANCED' TO PF-RESULT
           END-IF
           WRITE PROOF-REC
           CLOSE PROOF-FILE.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DepositPrep.
       AUTHOR. Brianna Muleski
               Andrew Iverson
       DATE-WRITTEN. 10/13/14
      ******************************************************************
      * Purpose:
      *    Makes up each store's bank deposit from the drawers
      *    DrawerClose balanced and signed off for the business day.
      *    The cash and checks counted in every drawer of a store are
      *    added into one deposit, and a deposit slip is printed for
      *    it with the check listing - each check taken that day from
      *    DRAWERCHK.DAT. A store whose listed checks do not add to
      *    the checks counted is flagged on its slip so the
      *    difference is found before the bag goes out.
      *
      *    Each deposit is recorded in DEPTRANSIT.DAT as in transit
      *    until DepRecon matches it to the bank statement. A store
      *    and day already recorded there is not deposited twice.
      *
      * Input:
      *    DRAWERSIGN.DAT - drawer sign-offs with the amounts counted
      *    DRAWERCHK.DAT  - checks taken, by store and drawer
      *    DEPTRANSIT.DAT - deposits already made up
      *    Business date entered at the console
      *
      * Output:
      *    DEPSLIP.RPT    - deposit slip and check listing per store
      *    DEPTRANSIT.DAT - one in-transit row appended per deposit
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SIGNLOG-FILE ASSIGN TO "DRAWERSIGN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SG-STATUS.
           SELECT CHECKLIST-FILE ASSIGN TO "DRAWERCHK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CK-STATUS.
           SELECT TRANSIT-FILE ASSIGN TO "DEPTRANSIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DT-STATUS.
           SELECT REPORT-FILE ASSIGN TO "DEPSLIP.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SIGNLOG-FILE.
       01  SIGNLOG-REC.
           05  SG-DATE         PIC 9(8).
           05  SG-SUPERVISOR   PIC X(5).
           05  SG-OPERATOR     PIC X(5).
           05  SG-OVER-SHORT   PIC S9(7)V99.
           05  SG-STORE-NO     PIC 9(2).
           05  SG-COUNTED-CASH PIC 9(7)V99.
           05  SG-COUNTED-CHKS PIC 9(7)V99.
       FD  CHECKLIST-FILE.
       01  CHECKLIST-REC.
           05  CK-DATE         PIC 9(8).
           05  CK-STORE-NO     PIC 9(2).
           05  CK-OPERATOR     PIC X(5).
           05  CK-SOURCE       PIC X.
           05  CK-SEQ-NO       PIC 9(6).
           05  CK-CUST-NO      PIC X(5).
           05  CK-CUST-NM      PIC X(20).
           05  CK-AMT          PIC 9(7)V99.
      * DEPOSITS IN TRANSIT. STATUS 'T' IN TRANSIT, 'C' CLEARED AT
      * THE AMOUNT SENT, 'S' CLEARED SHORT, 'O' CLEARED OVER. THE
      * BANK DATE AND AMOUNT ARE FILLED IN BY DEPRECON.
       FD  TRANSIT-FILE.
       01  TRANSIT-REC.
           05  DT-SLIP-NO.
               10  DT-STORE-NO     PIC 9(2).
               10  DT-DATE         PIC 9(8).
           05  DT-CASH         PIC 9(7)V99.
           05  DT-CHECKS       PIC 9(7)V99.
           05  DT-TOTAL        PIC 9(7)V99.
           05  DT-CHECK-CT     PIC 9(4).
           05  DT-PREP-DATE    PIC 9(8).
           05  DT-STATUS       PIC X.
           05  DT-BANK-DATE    PIC 9(8).
           05  DT-BANK-AMT     PIC 9(7)V99.
       FD  REPORT-FILE.
       01  REPORT-REC          PIC X(80).
       WORKING-STORAGE SECTION.
       01  WORKING-ITEMS.
           05  EOF-SWITCH      PIC X.
           05  WS-SG-STATUS    PIC XX.
           05  WS-CK-STATUS    PIC XX.
           05  WS-DT-STATUS    PIC XX.
           05  WS-RUN-DATE     PIC 9(8).
           05  WS-BUS-DATE     PIC 9(8).
           05  WS-ST-FOUND     PIC 9(3).
           05  WS-DEP-COUNT    PIC 9(3)    VALUE ZERO.
           05  WS-SKIP-COUNT   PIC 9(3)    VALUE ZERO.
           05  WS-DIFF-COUNT   PIC 9(3)    VALUE ZERO.
           05  WS-LIST-CT      PIC 9(4).
           05  WS-LIST-AMT     PIC S9(8)V99.
           05  WS-LIST-DIFF    PIC S9(8)V99.
           05  WS-DEP-TOTAL    PIC 9(8)V99.
           05  WS-GRAND-TOTAL  PIC 9(9)V99 VALUE ZERO.
      * ONE DEPOSIT PER STORE, BUILT FROM THE DAY'S SIGN-OFFS.
      * DS-DONE-SW IS SET WHEN THE STORE WAS ALREADY DEPOSITED.
       01  STORE-TABLE.
           05  DS-COUNT        PIC 9(3)    VALUE ZERO.
           05  DS-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON DS-COUNT
                   INDEXED BY DS-INDX.
               10  DS-STORE-NO     PIC 9(2).
               10  DS-DRAWERS      PIC 9(3).
               10  DS-CASH         PIC 9(8)V99.
               10  DS-CHECKS       PIC 9(8)V99.
               10  DS-DONE-SW      PIC X.
      * THE DAY'S CHECK LISTING FOR ALL STORES.
       01  CHECK-TABLE.
           05  CT-COUNT        PIC 9(4)    VALUE ZERO.
           05  CT-ENTRY OCCURS 1 TO 4000 TIMES
                   DEPENDING ON CT-COUNT
                   INDEXED BY CT-INDX.
               10  CT-STORE-NO     PIC 9(2).
               10  CT-OPERATOR     PIC X(5).
               10  CT-SOURCE       PIC X.
               10  CT-SEQ-NO       PIC 9(6).
               10  CT-CUST-NO      PIC X(5).
               10  CT-CUST-NM      PIC X(20).
               10  CT-AMT          PIC 9(7)V99.
       01  HD-TITLE.
           05  FILLER          PIC X(6)    VALUE "DATE: ".
           05  HD-MM           PIC 99.
           05  FILLER          PIC X       VALUE "/".
           05  HD-DD           PIC 99.
           05  FILLER          PIC X       VALUE "/".
           05  HD-YEAR         PIC 9(4).
           05  FILLER          PIC X(10)   VALUE SPACES.
           05  FILLER          PIC X(25)   VALUE
                                   "BANK DEPOSIT SLIP".
       01  HD-SLIP.
           05  FILLER          PIC X(7)    VALUE "STORE: ".
           05  HS-STORE-NO     PIC 99.
           05  FILLER          PIC X(18)   VALUE
                                   "   BUSINESS DATE: ".
           05  HS-BUS-DATE     PIC 9(8).
           05  FILLER          PIC X(9)    VALUE "   SLIP: ".
           05  HS-SLIP-NO      PIC X(10).
       01  HD-COLUMNS.
           05  FILLER          PIC X(7)    VALUE "CUST".
           05  FILLER          PIC X(22)   VALUE "NAME".
           05  FILLER          PIC X(7)    VALUE "DRAWER".
           05  FILLER          PIC X(4)    VALUE "SRC".
           05  FILLER          PIC X(8)    VALUE "REF".
           05  FILLER          PIC X(13)   VALUE "       AMOUNT".
       01  CHECK-DETAIL.
           05  CD-CUST-NO      PIC X(5).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  CD-CUST-NM      PIC X(20).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  CD-OPERATOR     PIC X(5).
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  CD-SOURCE       PIC X.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  CD-SEQ-NO       PIC 9(6).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  CD-AMT          PIC $$,$$$,$$9.99.
       01  SLIP-LINE.
           05  SL-LABEL        PIC X(45).
           05  SL-AMOUNT       PIC $$$$,$$$,$$9.99-.
       01  COUNT-LINE.
           05  CL-LABEL        PIC X(45).
           05  CL-COUNT        PIC ZZ,ZZ9.
       01  SIGN-LINE.
           05  FILLER          PIC X(40)   VALUE
               "PREPARED BY ________  VERIFIED BY ______".
           05  FILLER          PIC X(20)   VALUE
               "__  BAG NO. ________".
      *
       PROCEDURE DIVISION.
       000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM 050-ACCEPT-BUSINESS-DATE
           PERFORM 100-LOAD-SIGNOFFS
           IF DS-COUNT = ZERO
               DISPLAY 'NO DRAWERS SIGNED OFF FOR ' WS-BUS-DATE
                   ' - NO DEPOSIT MADE.'
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 150-MARK-DEPOSITED
           PERFORM 200-LOAD-CHECKS
           PERFORM 300-OPEN-REPORT
           PERFORM 400-WRITE-ONE-SLIP
               VARYING DS-INDX FROM 1 BY 1
               UNTIL DS-INDX > DS-COUNT
           PERFORM 500-WRITE-SUMMARY
           CLOSE REPORT-FILE
           PERFORM 600-RECORD-IN-TRANSIT

           DISPLAY 'DEPOSITS MADE UP: ' WS-DEP-COUNT
               '  ALREADY DEPOSITED: ' WS-SKIP-COUNT
           DISPLAY 'DEPOSIT SLIPS WRITTEN TO DEPSLIP.RPT.'
           IF WS-DIFF-COUNT > ZERO
               DISPLAY '*** ' WS-DIFF-COUNT
                   ' STORE(S) WITH CHECK LISTING DIFFERENCES ***'
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
      * ACCEPTS THE BUSINESS DAY WHOSE DRAWERS ARE TO BE DEPOSITED.
       050-ACCEPT-BUSINESS-DATE.
           DISPLAY 'ENTER BUSINESS DATE (YYYYMMDD, 0 = TODAY):'
           ACCEPT WS-BUS-DATE
           IF WS-BUS-DATE = ZERO
               MOVE WS-RUN-DATE TO WS-BUS-DATE
           END-IF.
      * ADDS EACH DRAWER SIGNED OFF FOR THE DAY INTO ITS STORE'S
      * DEPOSIT. SIGN-OFFS LOGGED BEFORE THE COUNTED AMOUNTS WERE
      * KEPT CARRY NOTHING TO DEPOSIT AND ARE PASSED OVER.
       100-LOAD-SIGNOFFS.
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
                       IF SG-DATE = WS-BUS-DATE
                          AND SG-STORE-NO IS NUMERIC
                          AND SG-COUNTED-CASH IS NUMERIC
                          AND SG-COUNTED-CHKS IS NUMERIC
                           PERFORM 110-ADD-TO-STORE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-SG-STATUS NOT = "35"
               CLOSE SIGNLOG-FILE
           END-IF.
       110-ADD-TO-STORE.
           MOVE ZERO TO WS-ST-FOUND
           PERFORM VARYING DS-INDX FROM 1 BY 1
                   UNTIL DS-INDX > DS-COUNT
               IF DS-STORE-NO(DS-INDX) = SG-STORE-NO
                   SET WS-ST-FOUND TO DS-INDX
               END-IF
           END-PERFORM
           IF WS-ST-FOUND = ZERO AND DS-COUNT < 100
               ADD 1 TO DS-COUNT
               MOVE SG-STORE-NO TO DS-STORE-NO(DS-COUNT)
               MOVE ZERO TO DS-DRAWERS(DS-COUNT)
                            DS-CASH(DS-COUNT)
                            DS-CHECKS(DS-COUNT)
               MOVE 'N' TO DS-DONE-SW(DS-COUNT)
               MOVE DS-COUNT TO WS-ST-FOUND
           END-IF
           IF WS-ST-FOUND > ZERO
               ADD 1 TO DS-DRAWERS(WS-ST-FOUND)
               ADD SG-COUNTED-CASH TO DS-CASH(WS-ST-FOUND)
               ADD SG-COUNTED-CHKS TO DS-CHECKS(WS-ST-FOUND)
           END-IF.
      * MARKS EVERY STORE WHOSE DEPOSIT FOR THE DAY IS ALREADY ON
      * THE IN-TRANSIT FILE, SO A RERUN DOES NOT SEND IT AGAIN.
       150-MARK-DEPOSITED.
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT TRANSIT-FILE
           IF WS-DT-STATUS NOT = "00"
               MOVE 'Y' TO EOF-SWITCH
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ TRANSIT-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       IF DT-DATE = WS-BUS-DATE
                           PERFORM VARYING DS-INDX FROM 1 BY 1
                                   UNTIL DS-INDX > DS-COUNT
                               IF DS-STORE-NO(DS-INDX) = DT-STORE-NO
                                   MOVE 'Y' TO DS-DONE-SW(DS-INDX)
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
           IF WS-DT-STATUS NOT = "35"
               CLOSE TRANSIT-FILE
           END-IF.
      * LOADS THE CHECKS TAKEN ON THE BUSINESS DAY.
       200-LOAD-CHECKS.
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT CHECKLIST-FILE
           IF WS-CK-STATUS NOT = "00"
               MOVE 'Y' TO EOF-SWITCH
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ CHECKLIST-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       IF CK-DATE = WS-BUS-DATE AND CT-COUNT < 4000
                           ADD 1 TO CT-COUNT
                           MOVE CK-STORE-NO TO CT-STORE-NO(CT-COUNT)
                           MOVE CK-OPERATOR TO CT-OPERATOR(CT-COUNT)
                           MOVE CK-SOURCE   TO CT-SOURCE(CT-COUNT)
                           MOVE CK-SEQ-NO   TO CT-SEQ-NO(CT-COUNT)
                           MOVE CK-CUST-NO  TO CT-CUST-NO(CT-COUNT)
                           MOVE CK-CUST-NM  TO CT-CUST-NM(CT-COUNT)
                           MOVE CK-AMT      TO CT-AMT(CT-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CK-STATUS NOT = "35"
               CLOSE CHECKLIST-FILE
           END-IF.
       300-OPEN-REPORT.
           OPEN OUTPUT REPORT-FILE
           MOVE WS-RUN-DATE(5:2) TO HD-MM
           MOVE WS-RUN-DATE(7:2) TO HD-DD
           MOVE WS-RUN-DATE(1:4) TO HD-YEAR
           WRITE REPORT-REC FROM HD-TITLE.
      * ONE SLIP: THE CHECK LISTING, THE CURRENCY, THE DEPOSIT TOTAL
      * AND ANY DIFFERENCE BETWEEN THE LISTED AND COUNTED CHECKS.
       400-WRITE-ONE-SLIP.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE DS-STORE-NO(DS-INDX) TO HS-STORE-NO
           MOVE WS-BUS-DATE TO HS-BUS-DATE
           MOVE DS-STORE-NO(DS-INDX) TO HS-SLIP-NO(1:2)
           MOVE WS-BUS-DATE TO HS-SLIP-NO(3:8)
           WRITE REPORT-REC FROM HD-SLIP
           IF DS-DONE-SW(DS-INDX) = 'Y'
               MOVE '  ALREADY DEPOSITED - NOT SENT AGAIN'
                   TO REPORT-REC
               WRITE REPORT-REC
               ADD 1 TO WS-SKIP-COUNT
           ELSE
               WRITE REPORT-REC FROM HD-COLUMNS
               MOVE ZERO TO WS-LIST-CT WS-LIST-AMT
               PERFORM VARYING CT-INDX FROM 1 BY 1
                       UNTIL CT-INDX > CT-COUNT
                   IF CT-STORE-NO(CT-INDX) = DS-STORE-NO(DS-INDX)
                       MOVE CT-CUST-NO(CT-INDX)  TO CD-CUST-NO
                       MOVE CT-CUST-NM(CT-INDX)  TO CD-CUST-NM
                       MOVE CT-OPERATOR(CT-INDX) TO CD-OPERATOR
                       MOVE CT-SOURCE(CT-INDX)   TO CD-SOURCE
                       MOVE CT-SEQ-NO(CT-INDX)   TO CD-SEQ-NO
                       MOVE CT-AMT(CT-INDX)      TO CD-AMT
                       WRITE REPORT-REC FROM CHECK-DETAIL
                       ADD 1 TO WS-LIST-CT
                       ADD CT-AMT(CT-INDX) TO WS-LIST-AMT
                   END-IF
               END-PERFORM
               MOVE SPACES TO REPORT-REC
               WRITE REPORT-REC
               MOVE 'CHECKS LISTED' TO CL-LABEL
               MOVE WS-LIST-CT TO CL-COUNT
               WRITE REPORT-REC FROM COUNT-LINE
               MOVE 'DRAWERS IN DEPOSIT' TO CL-LABEL
               MOVE DS-DRAWERS(DS-INDX) TO CL-COUNT
               WRITE REPORT-REC FROM COUNT-LINE
               MOVE 'CURRENCY AND COIN' TO SL-LABEL
               MOVE DS-CASH(DS-INDX) TO SL-AMOUNT
               WRITE REPORT-REC FROM SLIP-LINE
               MOVE 'CHECKS (AS COUNTED)' TO SL-LABEL
               MOVE DS-CHECKS(DS-INDX) TO SL-AMOUNT
               WRITE REPORT-REC FROM SLIP-LINE
               COMPUTE WS-DEP-TOTAL =
                   DS-CASH(DS-INDX) + DS-CHECKS(DS-INDX)
               MOVE 'TOTAL DEPOSIT' TO SL-LABEL
               MOVE WS-DEP-TOTAL TO SL-AMOUNT
               WRITE REPORT-REC FROM SLIP-LINE
               COMPUTE WS-LIST-DIFF = DS-CHECKS(DS-INDX) - WS-LIST-AMT
               IF WS-LIST-DIFF NOT = ZERO
                   MOVE '** CHECKS COUNTED DIFFER FROM LISTING BY'
                       TO SL-LABEL
                   MOVE WS-LIST-DIFF TO SL-AMOUNT
                   WRITE REPORT-REC FROM SLIP-LINE
                   ADD 1 TO WS-DIFF-COUNT
               END-IF
               MOVE SPACES TO REPORT-REC
               WRITE REPORT-REC
               WRITE REPORT-REC FROM SIGN-LINE
               ADD 1 TO WS-DEP-COUNT
               ADD WS-DEP-TOTAL TO WS-GRAND-TOTAL
           END-IF.
       500-WRITE-SUMMARY.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE 'DEPOSITS MADE UP' TO CL-LABEL
           MOVE WS-DEP-COUNT TO CL-COUNT
           WRITE REPORT-REC FROM COUNT-LINE
           MOVE 'TOTAL SENT TO BANK' TO SL-LABEL
           MOVE WS-GRAND-TOTAL TO SL-AMOUNT
           WRITE REPORT-REC FROM SLIP-LINE.
      * RECORDS EACH NEW DEPOSIT AS IN TRANSIT.
       600-RECORD-IN-TRANSIT.
           IF WS-DEP-COUNT > ZERO
               OPEN EXTEND TRANSIT-FILE
               IF WS-DT-STATUS NOT = "00"
                   OPEN OUTPUT TRANSIT-FILE
               END-IF
               PERFORM VARYING DS-INDX FROM 1 BY 1
                       UNTIL DS-INDX > DS-COUNT
                   IF DS-DONE-SW(DS-INDX) NOT = 'Y'
                       PERFORM 610-WRITE-TRANSIT-ROW
                   END-IF
               END-PERFORM
               CLOSE TRANSIT-FILE
           END-IF.
       610-WRITE-TRANSIT-ROW.
           MOVE DS-STORE-NO(DS-INDX) TO DT-STORE-NO
           MOVE WS-BUS-DATE          TO DT-DATE
           MOVE DS-CASH(DS-INDX)     TO DT-CASH
           MOVE DS-CHECKS(DS-INDX)   TO DT-CHECKS
           COMPUTE DT-TOTAL = DS-CASH(DS-INDX) + DS-CHECKS(DS-INDX)
           MOVE ZERO TO DT-CHECK-CT
           PERFORM VARYING CT-INDX FROM 1 BY 1
                   UNTIL CT-INDX > CT-COUNT
               IF CT-STORE-NO(CT-INDX) = DS-STORE-NO(DS-INDX)
                   ADD 1 TO DT-CHECK-CT
               END-IF
           END-PERFORM
           MOVE WS-RUN-DATE TO DT-PREP-DATE
           MOVE 'T'         TO DT-STATUS
           MOVE ZERO        TO DT-BANK-DATE DT-BANK-AMT
           WRITE TRANSIT-REC.

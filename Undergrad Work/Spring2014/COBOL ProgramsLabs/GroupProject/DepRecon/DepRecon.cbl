       IDENTIFICATION DIVISION.
       PROGRAM-ID. DepRecon.
       AUTHOR. Brianna Muleski
               Andrew Iverson
       DATE-WRITTEN. 10/13/14
      ******************************************************************
      * Purpose:
      *    Deposit-to-bank reconciliation. Each credit on the bank
      *    statement is matched to a store deposit DepositPrep
      *    recorded in DEPTRANSIT.DAT - by the slip number the bank
      *    carries in its reference (store and business date), or
      *    failing that by the amount against the oldest deposit
      *    still in transit.
      *
      *    A deposit credited for exactly what was sent is cleared.
      *    One credited for less or more is cleared short or over,
      *    and the difference is posted to GLJOURNAL.DAT as a
      *    BANKADJ pair (cash over/short against cash in bank,
      *    reversed for an overage). Credits that match no deposit
      *    are listed, and every deposit still in transit more than
      *    two banking days (Monday to Friday) after its business
      *    day is flagged as missing.
      *
      *    With no BANKADJ mapping in GLMAP.DAT and an adjustment to
      *    post, nothing is updated so the run can be repeated once
      *    the mapping is set up.
      *
      * Input:
      *    BANKSTMT.DAT   - bank statement lines
      *    DEPTRANSIT.DAT - store deposits and their status
      *    GLMAP.DAT      - GL account mapping
      *    Reconcile-through date entered at the console
      *
      * Output:
      *    DEPRECON.RPT   - reconciliation report
      *    DEPTRANSIT.DAT - rewritten with cleared deposits marked
      *    GLJOURNAL.DAT  - BANKADJ pairs appended
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STATEMENT-FILE ASSIGN TO "BANKSTMT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BS-STATUS.
           SELECT TRANSIT-FILE ASSIGN TO "DEPTRANSIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DT-STATUS.
           SELECT GLMAP-FILE ASSIGN TO "GLMAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "GLJOURNAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.
           SELECT REPORT-FILE ASSIGN TO "DEPRECON.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      * BS-TYPE 'C' IS A CREDIT; DEBITS AND OTHER LINES ARE NOT PART
      * OF THE DEPOSIT RECONCILIATION.
       FD  STATEMENT-FILE.
       01  STATEMENT-REC.
           05  BS-POST-DATE    PIC 9(8).
           05  BS-TYPE         PIC X.
           05  BS-AMT          PIC 9(9)V99.
           05  BS-REF          PIC X(10).
           05  BS-DESC         PIC X(30).
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
       FD  REPORT-FILE.
       01  REPORT-REC          PIC X(80).
       WORKING-STORAGE SECTION.
       01  WORKING-ITEMS.
           05  EOF-SWITCH      PIC X.
           05  WS-BS-STATUS    PIC XX.
           05  WS-DT-STATUS    PIC XX.
           05  WS-MAP-STATUS   PIC XX.
           05  WS-JRNL-STATUS  PIC XX.
           05  WS-RUN-DATE     PIC 9(8).
           05  WS-THRU-DATE    PIC 9(8).
           05  WS-THRU-INT     PIC 9(7).
           05  WS-DAY-INT      PIC 9(7).
           05  WS-WEEKDAY      PIC 9.
           05  WS-WORK-DAY     PIC 9(7).
           05  WS-WORK-QUOT    PIC 9(7).
           05  WS-BANK-DAYS    PIC 9(5).
           05  WS-SOURCE       PIC X(8)    VALUE 'BANKADJ'.
           05  WS-DR-ACCT      PIC X(6).
           05  WS-CR-ACCT      PIC X(6).
           05  WS-MAP-SW       PIC X       VALUE 'N'.
               88  MAP-FOUND               VALUE 'Y'.
           05  WS-UPDATE-SW    PIC X       VALUE 'Y'.
               88  UPDATE-OK               VALUE 'Y'.
           05  WS-TR-FOUND     PIC 9(4).
           05  WS-DIFF         PIC S9(8)V99.
           05  WS-CLEAR-CT     PIC 9(4)    VALUE ZERO.
           05  WS-SHORT-CT     PIC 9(4)    VALUE ZERO.
           05  WS-OVER-CT      PIC 9(4)    VALUE ZERO.
           05  WS-PRIOR-CT     PIC 9(4)    VALUE ZERO.
           05  WS-TRANSIT-CT   PIC 9(4)    VALUE ZERO.
           05  WS-TRANSIT-AMT  PIC 9(9)V99 VALUE ZERO.
           05  WS-LATE-CT      PIC 9(4)    VALUE ZERO.
           05  WS-LATE-AMT     PIC 9(9)V99 VALUE ZERO.
           05  WS-ADJ-NET      PIC S9(9)V99 VALUE ZERO.
      * THE DEPOSIT FILE, UPDATED IN THE TABLE AND REWRITTEN. EACH
      * ENTRY HAS THE SAME LAYOUT AS TRANSIT-REC. TR-NEW-SW MARKS
      * THE DEPOSITS CLEARED BY THIS RUN.
       01  TRANSIT-TABLE.
           05  TR-COUNT        PIC 9(4)    VALUE ZERO.
           05  TR-ENTRY OCCURS 1 TO 3000 TIMES
                   DEPENDING ON TR-COUNT
                   INDEXED BY TR-INDX.
               10  TR-ROW.
                   15  TR-SLIP-NO.
                       20  TR-STORE-NO     PIC 9(2).
                       20  TR-DATE         PIC 9(8).
                   15  TR-CASH         PIC 9(7)V99.
                   15  TR-CHECKS       PIC 9(7)V99.
                   15  TR-TOTAL        PIC 9(7)V99.
                   15  TR-CHECK-CT     PIC 9(4).
                   15  TR-PREP-DATE    PIC 9(8).
                   15  TR-STATUS       PIC X.
                   15  TR-BANK-DATE    PIC 9(8).
                   15  TR-BANK-AMT     PIC 9(7)V99.
               10  TR-NEW-SW       PIC X.
      * STATEMENT CREDITS THAT MATCHED NO DEPOSIT.
       01  UNMATCHED-TABLE.
           05  UM-COUNT        PIC 9(4)    VALUE ZERO.
           05  UM-ENTRY OCCURS 1 TO 1000 TIMES
                   DEPENDING ON UM-COUNT
                   INDEXED BY UM-INDX.
               10  UM-POST-DATE    PIC 9(8).
               10  UM-REF          PIC X(10).
               10  UM-AMT          PIC 9(9)V99.
               10  UM-DESC         PIC X(30).
       01  HD-TITLE.
           05  FILLER          PIC X(6)    VALUE "DATE: ".
           05  HD-MM           PIC 99.
           05  FILLER          PIC X       VALUE "/".
           05  HD-DD           PIC 99.
           05  FILLER          PIC X       VALUE "/".
           05  HD-YEAR         PIC 9(4).
           05  FILLER          PIC X(10)   VALUE SPACES.
           05  FILLER          PIC X(30)   VALUE
                                   "DEPOSIT-TO-BANK RECONCILIATION".
       01  HD-THRU.
           05  FILLER          PIC X(18)   VALUE "RECONCILED THRU:  ".
           05  HT-THRU-DATE    PIC 9(8).
       01  HD-CLEARED-COLS.
           05  FILLER          PIC X(12)   VALUE "SLIP".
           05  FILLER          PIC X(13)   VALUE "         SENT".
           05  FILLER          PIC X(10)   VALUE "  BANK DT".
           05  FILLER          PIC X(13)   VALUE "     CREDITED".
           05  FILLER          PIC X(14)   VALUE "    DIFFERENCE".
           05  FILLER          PIC X(8)    VALUE "  RESULT".
       01  CLEARED-DETAIL.
           05  CD-SLIP-NO      PIC X(10).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  CD-SENT         PIC $$,$$$,$$9.99.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  CD-BANK-DATE    PIC 9(8).
           05  CD-CREDITED     PIC $$,$$$,$$9.99.
           05  FILLER          PIC X       VALUE SPACE.
           05  CD-DIFF         PIC $$,$$$,$$9.99-.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  CD-RESULT       PIC X(7).
       01  HD-UNMATCHED-COLS.
           05  FILLER          PIC X(10)   VALUE "POSTED".
           05  FILLER          PIC X(12)   VALUE "REFERENCE".
           05  FILLER          PIC X(15)   VALUE "         AMOUNT".
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  FILLER          PIC X(11)   VALUE "DESCRIPTION".
       01  UNMATCHED-DETAIL.
           05  UD-POST-DATE    PIC 9(8).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  UD-REF          PIC X(10).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  UD-AMT          PIC $$$,$$$,$$9.99.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  UD-DESC         PIC X(30).
       01  HD-TRANSIT-COLS.
           05  FILLER          PIC X(12)   VALUE "SLIP".
           05  FILLER          PIC X(10)   VALUE "BUS DATE".
           05  FILLER          PIC X(13)   VALUE "       AMOUNT".
           05  FILLER          PIC X(11)   VALUE "  BANK DAYS".
       01  TRANSIT-DETAIL.
           05  TD-SLIP-NO      PIC X(10).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  TD-DATE         PIC 9(8).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  TD-AMT          PIC $$,$$$,$$9.99.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  TD-BANK-DAYS    PIC ZZ,ZZ9.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  TD-FLAG         PIC X(24).
       01  TOTAL-LINE.
           05  TL-LABEL        PIC X(45).
           05  TL-AMOUNT       PIC $$$$,$$$,$$9.99-.
       01  COUNT-LINE.
           05  CL-LABEL        PIC X(45).
           05  CL-COUNT        PIC ZZ,ZZ9.
      *
       PROCEDURE DIVISION.
       000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM 050-ACCEPT-THRU-DATE
           PERFORM 060-LOAD-GLMAP
           PERFORM 100-LOAD-DEPOSITS
           PERFORM 200-MATCH-STATEMENT
           IF WS-ADJ-NET NOT = ZERO OR WS-SHORT-CT > ZERO
                   OR WS-OVER-CT > ZERO
               IF NOT MAP-FOUND
                   MOVE 'N' TO WS-UPDATE-SW
               END-IF
           END-IF
           PERFORM 300-AGE-IN-TRANSIT
           IF UPDATE-OK
               PERFORM 400-SAVE-DEPOSITS
               PERFORM 450-WRITE-GL-PAIRS
           END-IF
           PERFORM 500-WRITE-REPORT

           IF UPDATE-OK
               DISPLAY 'DEPOSITS CLEARED: ' WS-CLEAR-CT
                   '  SHORT: ' WS-SHORT-CT '  OVER: ' WS-OVER-CT
           ELSE
               DISPLAY '** NO BANKADJ MAPPING IN GLMAP.DAT - '
                   'NOTHING UPDATED'
               MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY 'RECONCILIATION WRITTEN TO DEPRECON.RPT.'
           IF UPDATE-OK
              AND (WS-SHORT-CT > ZERO OR WS-OVER-CT > ZERO
                   OR UM-COUNT > ZERO OR WS-LATE-CT > ZERO)
               DISPLAY '*** DEPOSIT EXCEPTIONS - SEE DEPRECON.RPT ***'
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
      * ACCEPTS THE LAST DAY THE STATEMENT COVERS; DEPOSITS ARE AGED
      * IN BANKING DAYS UP TO IT.
       050-ACCEPT-THRU-DATE.
           DISPLAY 'ENTER STATEMENT THRU DATE (YYYYMMDD, 0 = TODAY):'
           ACCEPT WS-THRU-DATE
           IF WS-THRU-DATE = ZERO
               MOVE WS-RUN-DATE TO WS-THRU-DATE
           END-IF
           COMPUTE WS-THRU-INT = FUNCTION INTEGER-OF-DATE(WS-THRU-DATE).
      * FINDS THE CASH OVER/SHORT AND CASH IN BANK ACCOUNTS FOR
      * SOURCE BANKADJ.
       060-LOAD-GLMAP.
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
      * LOADS THE DEPOSIT FILE.
       100-LOAD-DEPOSITS.
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
                       IF TR-COUNT < 3000
                           ADD 1 TO TR-COUNT
                           MOVE TRANSIT-REC TO TR-ROW(TR-COUNT)
                           MOVE 'N' TO TR-NEW-SW(TR-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-DT-STATUS NOT = "35"
               CLOSE TRANSIT-FILE
           END-IF.
      * MATCHES EACH STATEMENT CREDIT POSTED THROUGH THE THRU DATE.
       200-MATCH-STATEMENT.
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT STATEMENT-FILE
           IF WS-BS-STATUS NOT = "00"
               DISPLAY 'BANKSTMT.DAT CANNOT BE OPENED.'
               MOVE 'Y' TO EOF-SWITCH
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ STATEMENT-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       IF BS-TYPE = 'C'
                          AND BS-POST-DATE NOT > WS-THRU-DATE
                           PERFORM 210-MATCH-ONE-CREDIT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-BS-STATUS NOT = "35"
               CLOSE STATEMENT-FILE
           END-IF.
      * BY SLIP NUMBER FIRST. A CREDIT WHOSE SLIP WAS CLEARED BY AN
      * EARLIER RUN IS THE SAME STATEMENT LINE SEEN AGAIN AND IS
      * PASSED OVER. WITH NO SLIP MATCH, THE OLDEST DEPOSIT STILL IN
      * TRANSIT FOR THE SAME AMOUNT AND NOT AFTER THE CREDIT IS
      * TAKEN.
       210-MATCH-ONE-CREDIT.
           MOVE ZERO TO WS-TR-FOUND
           PERFORM VARYING TR-INDX FROM 1 BY 1
                   UNTIL TR-INDX > TR-COUNT OR WS-TR-FOUND > ZERO
               IF TR-SLIP-NO(TR-INDX) = BS-REF
                   SET WS-TR-FOUND TO TR-INDX
               END-IF
           END-PERFORM
           IF WS-TR-FOUND > ZERO
               IF TR-STATUS(WS-TR-FOUND) NOT = 'T'
                   ADD 1 TO WS-PRIOR-CT
                   MOVE ZERO TO WS-TR-FOUND
               ELSE
                   PERFORM 220-CLEAR-DEPOSIT
               END-IF
           ELSE
               PERFORM VARYING TR-INDX FROM 1 BY 1
                       UNTIL TR-INDX > TR-COUNT
                   IF TR-STATUS(TR-INDX) = 'T'
                      AND TR-TOTAL(TR-INDX) = BS-AMT
                      AND TR-DATE(TR-INDX) NOT > BS-POST-DATE
                       IF WS-TR-FOUND = ZERO
                           SET WS-TR-FOUND TO TR-INDX
                       ELSE
                           IF TR-DATE(TR-INDX) <
                                   TR-DATE(WS-TR-FOUND)
                               SET WS-TR-FOUND TO TR-INDX
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-TR-FOUND > ZERO
                   PERFORM 220-CLEAR-DEPOSIT
               ELSE
                   IF UM-COUNT < 1000
                       ADD 1 TO UM-COUNT
                       MOVE BS-POST-DATE TO UM-POST-DATE(UM-COUNT)
                       MOVE BS-REF       TO UM-REF(UM-COUNT)
                       MOVE BS-AMT       TO UM-AMT(UM-COUNT)
                       MOVE BS-DESC      TO UM-DESC(UM-COUNT)
                   END-IF
               END-IF
           END-IF.
      * CLEARS THE DEPOSIT AT WS-TR-FOUND WITH THE CREDIT AND NOTES
      * ANY DIFFERENCE FOR THE GL.
       220-CLEAR-DEPOSIT.
           MOVE BS-POST-DATE TO TR-BANK-DATE(WS-TR-FOUND)
           MOVE BS-AMT       TO TR-BANK-AMT(WS-TR-FOUND)
           MOVE 'Y'          TO TR-NEW-SW(WS-TR-FOUND)
           COMPUTE WS-DIFF = BS-AMT - TR-TOTAL(WS-TR-FOUND)
           EVALUATE TRUE
               WHEN WS-DIFF < ZERO
                   MOVE 'S' TO TR-STATUS(WS-TR-FOUND)
                   ADD 1 TO WS-SHORT-CT
               WHEN WS-DIFF > ZERO
                   MOVE 'O' TO TR-STATUS(WS-TR-FOUND)
                   ADD 1 TO WS-OVER-CT
               WHEN OTHER
                   MOVE 'C' TO TR-STATUS(WS-TR-FOUND)
           END-EVALUATE
           ADD 1 TO WS-CLEAR-CT
           ADD WS-DIFF TO WS-ADJ-NET.
      * COUNTS AND TOTALS THE DEPOSITS STILL IN TRANSIT, AND THOSE
      * OUT MORE THAN TWO BANKING DAYS.
       300-AGE-IN-TRANSIT.
           PERFORM VARYING TR-INDX FROM 1 BY 1
                   UNTIL TR-INDX > TR-COUNT
               IF TR-STATUS(TR-INDX) = 'T'
                  AND TR-DATE(TR-INDX) NOT > WS-THRU-DATE
                   PERFORM 310-COUNT-BANK-DAYS
                   ADD 1 TO WS-TRANSIT-CT
                   ADD TR-TOTAL(TR-INDX) TO WS-TRANSIT-AMT
                   IF WS-BANK-DAYS > 2
                       ADD 1 TO WS-LATE-CT
                       ADD TR-TOTAL(TR-INDX) TO WS-LATE-AMT
                   END-IF
               END-IF
           END-PERFORM.
      * BANKING DAYS AFTER THE BUSINESS DAY UP TO THE THRU DATE.
      * DAY 1 OF THE INTEGER CALENDAR WAS A MONDAY, SO THE REMAINDER
      * OF (DAY - 1) / 7 IS 0 FOR MONDAY THROUGH 6 FOR SUNDAY.
       310-COUNT-BANK-DAYS.
           MOVE ZERO TO WS-BANK-DAYS
           COMPUTE WS-DAY-INT =
               FUNCTION INTEGER-OF-DATE(TR-DATE(TR-INDX)) + 1
           PERFORM 320-COUNT-ONE-DAY
               UNTIL WS-DAY-INT > WS-THRU-INT.
       320-COUNT-ONE-DAY.
           COMPUTE WS-WORK-DAY = WS-DAY-INT - 1
           DIVIDE 7 INTO WS-WORK-DAY
               GIVING WS-WORK-QUOT REMAINDER WS-WEEKDAY
           IF WS-WEEKDAY < 5
               ADD 1 TO WS-BANK-DAYS
           END-IF
           ADD 1 TO WS-DAY-INT.
      * REWRITES THE DEPOSIT FILE WITH THE CLEARINGS.
       400-SAVE-DEPOSITS.
           OPEN OUTPUT TRANSIT-FILE
           PERFORM VARYING TR-INDX FROM 1 BY 1
                   UNTIL TR-INDX > TR-COUNT
               WRITE TRANSIT-REC FROM TR-ROW(TR-INDX)
           END-PERFORM
           CLOSE TRANSIT-FILE.
      * ONE BANKADJ PAIR PER DEPOSIT CLEARED SHORT OR OVER, DATED THE
      * DAY THE BANK CREDITED IT. A SHORTAGE DEBITS CASH OVER/SHORT
      * AND CREDITS CASH IN BANK; AN OVERAGE IS THE REVERSE.
       450-WRITE-GL-PAIRS.
           IF WS-SHORT-CT > ZERO OR WS-OVER-CT > ZERO
               OPEN EXTEND JOURNAL-FILE
               IF WS-JRNL-STATUS NOT = "00"
                   OPEN OUTPUT JOURNAL-FILE
               END-IF
               PERFORM VARYING TR-INDX FROM 1 BY 1
                       UNTIL TR-INDX > TR-COUNT
                   IF TR-NEW-SW(TR-INDX) = 'Y'
                      AND TR-STATUS(TR-INDX) NOT = 'C'
                       PERFORM 460-WRITE-ONE-PAIR
                   END-IF
               END-PERFORM
               CLOSE JOURNAL-FILE
               DISPLAY 'GL ' WS-SOURCE
                   ' PAIRS WRITTEN TO GLJOURNAL.DAT.'
           END-IF.
       460-WRITE-ONE-PAIR.
           MOVE TR-BANK-DATE(TR-INDX) TO GJ-DATE
           MOVE WS-SOURCE             TO GJ-SOURCE
           MOVE TR-STORE-NO(TR-INDX)  TO GJ-STORE
           IF TR-STATUS(TR-INDX) = 'S'
               COMPUTE GJ-AMT = TR-TOTAL(TR-INDX) - TR-BANK-AMT(TR-INDX)
               MOVE WS-DR-ACCT TO GJ-ACCT
               MOVE 'D'        TO GJ-DRCR
               WRITE JOURNAL-REC
               MOVE WS-CR-ACCT TO GJ-ACCT
               MOVE 'C'        TO GJ-DRCR
               WRITE JOURNAL-REC
           ELSE
               COMPUTE GJ-AMT = TR-BANK-AMT(TR-INDX) - TR-TOTAL(TR-INDX)
               MOVE WS-CR-ACCT TO GJ-ACCT
               MOVE 'D'        TO GJ-DRCR
               WRITE JOURNAL-REC
               MOVE WS-DR-ACCT TO GJ-ACCT
               MOVE 'C'        TO GJ-DRCR
               WRITE JOURNAL-REC
           END-IF.
       500-WRITE-REPORT.
           OPEN OUTPUT REPORT-FILE
           MOVE WS-RUN-DATE(5:2) TO HD-MM
           MOVE WS-RUN-DATE(7:2) TO HD-DD
           MOVE WS-RUN-DATE(1:4) TO HD-YEAR
           WRITE REPORT-REC FROM HD-TITLE
           MOVE WS-THRU-DATE TO HT-THRU-DATE
           WRITE REPORT-REC FROM HD-THRU
           IF NOT UPDATE-OK
               MOVE SPACES TO REPORT-REC
               WRITE REPORT-REC
               MOVE '** NO BANKADJ MAPPING IN GLMAP.DAT - NOT UPDATED'
                   TO REPORT-REC
               WRITE REPORT-REC
           END-IF
           PERFORM 510-WRITE-CLEARED
           PERFORM 520-WRITE-UNMATCHED
           PERFORM 530-WRITE-IN-TRANSIT
           PERFORM 540-WRITE-SUMMARY
           CLOSE REPORT-FILE.
       510-WRITE-CLEARED.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE 'DEPOSITS CREDITED BY THE BANK' TO REPORT-REC
           WRITE REPORT-REC
           WRITE REPORT-REC FROM HD-CLEARED-COLS
           PERFORM VARYING TR-INDX FROM 1 BY 1
                   UNTIL TR-INDX > TR-COUNT
               IF TR-NEW-SW(TR-INDX) = 'Y'
                   MOVE TR-SLIP-NO(TR-INDX)   TO CD-SLIP-NO
                   MOVE TR-TOTAL(TR-INDX)     TO CD-SENT
                   MOVE TR-BANK-DATE(TR-INDX) TO CD-BANK-DATE
                   MOVE TR-BANK-AMT(TR-INDX)  TO CD-CREDITED
                   COMPUTE WS-DIFF =
                       TR-BANK-AMT(TR-INDX) - TR-TOTAL(TR-INDX)
                   MOVE WS-DIFF TO CD-DIFF
                   EVALUATE TR-STATUS(TR-INDX)
                       WHEN 'S'
                           MOVE '**SHORT' TO CD-RESULT
                       WHEN 'O'
                           MOVE '**OVER' TO CD-RESULT
                       WHEN OTHER
                           MOVE 'CLEARED' TO CD-RESULT
                   END-EVALUATE
                   WRITE REPORT-REC FROM CLEARED-DETAIL
               END-IF
           END-PERFORM.
       520-WRITE-UNMATCHED.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE 'BANK CREDITS NOT MATCHED TO A DEPOSIT' TO REPORT-REC
           WRITE REPORT-REC
           WRITE REPORT-REC FROM HD-UNMATCHED-COLS
           PERFORM VARYING UM-INDX FROM 1 BY 1
                   UNTIL UM-INDX > UM-COUNT
               MOVE UM-POST-DATE(UM-INDX) TO UD-POST-DATE
               MOVE UM-REF(UM-INDX)       TO UD-REF
               MOVE UM-AMT(UM-INDX)       TO UD-AMT
               MOVE UM-DESC(UM-INDX)      TO UD-DESC
               WRITE REPORT-REC FROM UNMATCHED-DETAIL
           END-PERFORM.
       530-WRITE-IN-TRANSIT.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE 'DEPOSITS STILL IN TRANSIT' TO REPORT-REC
           WRITE REPORT-REC
           WRITE REPORT-REC FROM HD-TRANSIT-COLS
           PERFORM VARYING TR-INDX FROM 1 BY 1
                   UNTIL TR-INDX > TR-COUNT
               IF TR-STATUS(TR-INDX) = 'T'
                  AND TR-DATE(TR-INDX) NOT > WS-THRU-DATE
                   PERFORM 310-COUNT-BANK-DAYS
                   MOVE TR-SLIP-NO(TR-INDX) TO TD-SLIP-NO
                   MOVE TR-DATE(TR-INDX)    TO TD-DATE
                   MOVE TR-TOTAL(TR-INDX)   TO TD-AMT
                   MOVE WS-BANK-DAYS        TO TD-BANK-DAYS
                   IF WS-BANK-DAYS > 2
                       MOVE '** MISSING - PAST 2 DAYS' TO TD-FLAG
                   ELSE
                       MOVE SPACES TO TD-FLAG
                   END-IF
                   WRITE REPORT-REC FROM TRANSIT-DETAIL
               END-IF
           END-PERFORM.
       540-WRITE-SUMMARY.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE 'DEPOSITS CLEARED THIS RUN' TO CL-LABEL
           MOVE WS-CLEAR-CT TO CL-COUNT
           WRITE REPORT-REC FROM COUNT-LINE
           MOVE '  CLEARED SHORT' TO CL-LABEL
           MOVE WS-SHORT-CT TO CL-COUNT
           WRITE REPORT-REC FROM COUNT-LINE
           MOVE '  CLEARED OVER' TO CL-LABEL
           MOVE WS-OVER-CT TO CL-COUNT
           WRITE REPORT-REC FROM COUNT-LINE
           MOVE 'NET BANK ADJUSTMENT (OVER LESS SHORT)' TO TL-LABEL
           MOVE WS-ADJ-NET TO TL-AMOUNT
           WRITE REPORT-REC FROM TOTAL-LINE
           MOVE 'CREDITS ALREADY CLEARED BY AN EARLIER RUN' TO CL-LABEL
           MOVE WS-PRIOR-CT TO CL-COUNT
           WRITE REPORT-REC FROM COUNT-LINE
           MOVE 'BANK CREDITS NOT MATCHED' TO CL-LABEL
           MOVE UM-COUNT TO CL-COUNT
           WRITE REPORT-REC FROM COUNT-LINE
           MOVE 'DEPOSITS IN TRANSIT' TO CL-LABEL
           MOVE WS-TRANSIT-CT TO CL-COUNT
           WRITE REPORT-REC FROM COUNT-LINE
           MOVE 'AMOUNT IN TRANSIT' TO TL-LABEL
           MOVE WS-TRANSIT-AMT TO TL-AMOUNT
           WRITE REPORT-REC FROM TOTAL-LINE
           MOVE 'MISSING - IN TRANSIT PAST 2 BANKING DAYS' TO CL-LABEL
           MOVE WS-LATE-CT TO CL-COUNT
           WRITE REPORT-REC FROM COUNT-LINE
           MOVE 'AMOUNT MISSING' TO TL-LABEL
           MOVE WS-LATE-AMT TO TL-AMOUNT
           WRITE REPORT-REC FROM TOTAL-LINE.

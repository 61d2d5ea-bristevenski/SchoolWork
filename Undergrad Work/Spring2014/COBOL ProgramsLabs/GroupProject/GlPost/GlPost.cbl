      *    audit trail and come out of the live journal so the same
      *    rows cannot post twice.
      *
      *    Each fiscal period is a calendar month. The date's debits
      *    and credits are also added to that period's row for each
      *    account in GLPERBAL.DAT, so balances are kept by period.
      *    A date that falls in a period GlClose has closed is
      *    refused outright, so a late GLExtract run cannot change a
      *    month that has already been reported.
      *
      * Input:
      *    GLMAP.DAT     - chart of accounts (source of account list)
      *    GLMASTER.DAT  - account balances (created on first run)
      *    GLJOURNAL.DAT - journal rows from GLExtract
      *    GLPERIOD.DAT  - period status from GlClose (optional)
      *    Journal date entered at the console (0 = today)
      *
      * Output:
      *    GLMASTER.DAT  - rewritten with the posted balances
      *    GLPOSTED.DAT  - posted rows, accumulated
      *    GLJOURNAL.DAT - rewritten without the posted rows
      *    GLPERBAL.DAT  - period debits and credits by account
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               FILE STATUS IS WS-POSTED-STATUS.
           SELECT HOLD-FILE ASSIGN TO "GLJRNLHOLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PERIOD-FILE ASSIGN TO "GLPERIOD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PER-STATUS.
           SELECT PERBAL-FILE ASSIGN TO "GLPERBAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PB-STATUS.
           SELECT PBHOLD-FILE ASSIGN TO "GLPBHOLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  GLMAP-FILE.
           05  GM-DEPT         PIC 9.
           05  GM-DR-ACCT      PIC X(6).
           05  GM-CR-ACCT      PIC X(6).
           05  GM-DEPT-NAME    PIC X(8).
      * ONE ROW PER ACCOUNT: THE BALANCE IS DEBIT-POSITIVE, SO A
      * CREDIT-NORMAL ACCOUNT CARRIES A NEGATIVE NUMBER.
       FD  GLMASTER-FILE.
       01  POSTED-REC          PIC X(36).
       FD  HOLD-FILE.
       01  HOLD-REC            PIC X(36).
      * ONE ROW PER FISCAL PERIOD GLCLOSE HAS ACTED ON. PERIOD 13 OF
      * A YEAR IS THE YEAR-END CLOSE ITSELF. NO ROW MEANS OPEN.
       FD  PERIOD-FILE.
       01  PERIOD-REC.
           05  GP-PERIOD       PIC 9(6).
           05  GP-STATUS       PIC X.
           05  GP-CLOSE-DATE   PIC 9(8).
      * ONE ROW PER ACCOUNT PER PERIOD WITH ACTIVITY. PERIOD 00 OF A
      * YEAR IS THE BALANCE FORWARD, PERIOD 13 THE CLOSING ENTRIES.
       FD  PERBAL-FILE.
       01  PERBAL-REC.
           05  GB-ACCT         PIC X(6).
           05  GB-PERIOD       PIC 9(6).
           05  GB-DEBITS       PIC S9(11)V99.
           05  GB-CREDITS      PIC S9(11)V99.
       FD  PBHOLD-FILE.
       01  PBHOLD-REC          PIC X(38).
       WORKING-STORAGE SECTION.
       01  WORKING-ITEMS.
           05  EOF-SWITCH      PIC X.
           05  WS-GM-STATUS    PIC XX.
           05  WS-JRNL-STATUS  PIC XX.
           05  WS-POSTED-STATUS PIC XX.
           05  WS-PER-STATUS   PIC XX.
           05  WS-PB-STATUS    PIC XX.
           05  WS-RPT-DATE     PIC 9(8).
           05  WS-RPT-PERIOD   PIC 9(6).
           05  WS-YEAR-CLOSE   PIC 9(6).
           05  WS-CLOSED-SW    PIC X       VALUE 'N'.
               88  PERIOD-CLOSED           VALUE 'Y'.
           05  WS-GA-SUB       PIC 9(3).
           05  WS-GA-FOUND     PIC 9(3).
           05  WS-WORK-ACCT    PIC X(6).
                   INDEXED BY GA-INDX.
               10  GA-T-ACCT       PIC X(6).
               10  GA-T-BALANCE    PIC S9(11)V99.
               10  GA-T-PER-DR     PIC S9(11)V99.
               10  GA-T-PER-CR     PIC S9(11)V99.
      *
       PROCEDURE DIVISION.
       000-MAIN.
           IF WS-RPT-DATE = ZERO
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RPT-DATE
           END-IF
           PERFORM 040-CHECK-PERIOD-OPEN
           IF PERIOD-CLOSED
               DISPLAY 'JOURNAL REFUSED: PERIOD ' WS-RPT-PERIOD
                   ' IS CLOSED.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 050-LOAD-GL-MASTER
           PERFORM 060-ADD-CHART-ACCOUNTS
           PERFORM 100-PROVE-JOURNAL
           END-IF
           PERFORM 300-POST-JOURNAL
           PERFORM 500-SAVE-GL-MASTER
           PERFORM 600-UPDATE-PERIOD-BALANCES

           DISPLAY WS-POSTED-CT ' JOURNAL ROWS POSTED.'
           DISPLAY "LEDGER POSTED!"
           STOP RUN.
      * REFUSES A DATE IN A CLOSED PERIOD, OR IN A YEAR THAT HAS
      * HAD ITS YEAR-END CLOSE.
       040-CHECK-PERIOD-OPEN.
           MOVE WS-RPT-DATE(1:6) TO WS-RPT-PERIOD
           MOVE WS-RPT-DATE(1:4) TO WS-YEAR-CLOSE(1:4)
           MOVE '13' TO WS-YEAR-CLOSE(5:2)
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT PERIOD-FILE
           IF WS-PER-STATUS NOT = "00"
               MOVE 'Y' TO EOF-SWITCH
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ PERIOD-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       IF (GP-PERIOD = WS-RPT-PERIOD
                           OR GP-PERIOD = WS-YEAR-CLOSE)
                          AND GP-STATUS = 'C'
                           MOVE 'Y' TO WS-CLOSED-SW
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PER-STATUS NOT = "35"
               CLOSE PERIOD-FILE
           END-IF.
      * LOADS THE EXISTING ACCOUNT BALANCES. A MISSING MASTER IS THE
      * FIRST RUN AND STARTS EMPTY.
       050-LOAD-GL-MASTER.
                           ADD 1 TO GA-COUNT
                           MOVE GA-ACCT    TO GA-T-ACCT(GA-COUNT)
                           MOVE GA-BALANCE TO GA-T-BALANCE(GA-COUNT)
                           MOVE ZERO TO GA-T-PER-DR(GA-COUNT)
                                        GA-T-PER-CR(GA-COUNT)
                       END-IF
               END-READ
           END-PERFORM
               ADD 1 TO GA-COUNT
               MOVE WS-WORK-ACCT TO GA-T-ACCT(GA-COUNT)
               MOVE ZERO TO GA-T-BALANCE(GA-COUNT)
                            GA-T-PER-DR(GA-COUNT)
                            GA-T-PER-CR(GA-COUNT)
           END-IF.
      * FIRST PASS OVER THE JOURNAL: PROVES THE REQUESTED DATE'S
      * DEBITS AGAINST ITS CREDITS AND THAT EVERY ACCOUNT IS ON THE
           IF WS-GA-FOUND > ZERO
               IF GJ-DRCR = 'D'
                   ADD GJ-AMT TO GA-T-BALANCE(WS-GA-FOUND)
                   ADD GJ-AMT TO GA-T-PER-DR(WS-GA-FOUND)
               ELSE
                   SUBTRACT GJ-AMT FROM GA-T-BALANCE(WS-GA-FOUND)
                   ADD GJ-AMT TO GA-T-PER-CR(WS-GA-FOUND)
               END-IF
           END-IF.
      * PUTS THE UNPOSTED ROWS BACK AS THE LIVE JOURNAL.
               WRITE GLMASTER-REC
           END-PERFORM
           CLOSE GLMASTER-FILE.
      * ADDS THE RUN'S ACTIVITY INTO THE PERIOD ROWS. EVERY OTHER ROW
      * IS HELD, THEN THE FILE IS REBUILT FROM THE HELD ROWS AND THE
      * DATE'S PERIOD ROWS.
       600-UPDATE-PERIOD-BALANCES.
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT PERBAL-FILE
           IF WS-PB-STATUS NOT = "00"
               MOVE 'Y' TO EOF-SWITCH
           END-IF
           OPEN OUTPUT PBHOLD-FILE
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ PERBAL-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       MOVE ZERO TO WS-GA-FOUND
                       IF GB-PERIOD = WS-RPT-PERIOD
                           MOVE GB-ACCT TO WS-WORK-ACCT
                           PERFORM 150-CHECK-ACCOUNT-KNOWN
                       END-IF
                       IF WS-GA-FOUND > ZERO
                           ADD GB-DEBITS TO GA-T-PER-DR(WS-GA-FOUND)
                           ADD GB-CREDITS TO GA-T-PER-CR(WS-GA-FOUND)
                       ELSE
                           WRITE PBHOLD-REC FROM PERBAL-REC
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PB-STATUS NOT = "35"
               CLOSE PERBAL-FILE
           END-IF
           CLOSE PBHOLD-FILE
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT PBHOLD-FILE
           OPEN OUTPUT PERBAL-FILE
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ PBHOLD-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       WRITE PERBAL-REC FROM PBHOLD-REC
               END-READ
           END-PERFORM
           PERFORM VARYING GA-INDX FROM 1 BY 1
                   UNTIL GA-INDX > GA-COUNT
               IF GA-T-PER-DR(GA-INDX) NOT = ZERO
                  OR GA-T-PER-CR(GA-INDX) NOT = ZERO
                   MOVE GA-T-ACCT(GA-INDX)   TO GB-ACCT
                   MOVE WS-RPT-PERIOD        TO GB-PERIOD
                   MOVE GA-T-PER-DR(GA-INDX) TO GB-DEBITS
                   MOVE GA-T-PER-CR(GA-INDX) TO GB-CREDITS
                   WRITE PERBAL-REC
               END-IF
           END-PERFORM
           CLOSE PBHOLD-FILE
                 PERBAL-FILE.

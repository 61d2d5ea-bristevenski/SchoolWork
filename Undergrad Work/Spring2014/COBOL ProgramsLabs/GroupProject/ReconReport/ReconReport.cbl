      *    OVERLIMIT.DAT, and counts the sale rows PhaseIII stamped
      *    into ARHISTORY.DAT for the posting date (records applied).
      *    Prints one report proving the batch out. Cash and check
      *    sales are paid at the counter and post nothing to AR, nor
      *    do employee-tender sales (collected through payroll), so
      *    the posting proof is applied + rejected + over-limit =
      *    on-account records arrived, with the non-AR records
      *    shown on their own line. A split-tender sale counts as
      *    on-account when one of its shares went on account, since
      *    PhaseIII posts that share; when the batch does not prove
      *    out, the report says which leg lost records. Run it after
      *    the posting and before the release/correction programs
      *    drain OVERLIMIT.DAT and ERRORLOG.DAT into their carry
      *    ERRORLOG.DAT  - PhaseIII rejects
      *    OVERLIMIT.DAT - PhaseIII over-limit transactions
      *    ARHISTORY.DAT - PhaseIII posting history
      *    TENDERSPLIT.DAT - tender shares of split-tender sales
      *    Posting date entered at the console (0 = today)
      *
      * Output:
           SELECT HISTORY-FILE ASSIGN TO "ARHISTORY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT TENDSPLIT-FILE ASSIGN TO "TENDERSPLIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPT-STATUS.
           SELECT REPORT-FILE ASSIGN TO "RECON.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           05  TR-QTY-TOTAL    PIC S9(7).
           05  TR-EXT-TOTAL    PIC S9(9)V99.
           05  FILLER          PIC X(29).
       01  HEADER-REC-VIEW REDEFINES TRANS-REC.
           05  HV-ID           PIC X(5).
           05  HV-LABEL        PIC X(15).
           05  HV-BATCH-DATE   PIC 9(8).
           05  HV-BATCH-NO     PIC 9(3).
           05  HV-STORE-NO     PIC 9(2).
           05  FILLER          PIC X(39).
       FD  TENDSPLIT-FILE.
       01  TENDSPLIT-REC.
           05  SPT-BATCH-DATE  PIC 9(8).
           05  SPT-BATCH-NO    PIC 9(3).
           05  SPT-STORE-NO    PIC 9(2).
           05  SPT-SEQ-NO      PIC 9(5).
           05  SPT-CUST-NO     PIC X(5).
           05  SPT-TENDER      PIC X.
           05  SPT-AMT         PIC 9(7)V99.
           05  SPT-OPERATOR    PIC X(5).
       FD  ERROR-FILE.
       01  ERR-REC.
           05  E-CUST-NO       PIC X(5).
           05  WS-ACCOUNTED    PIC 9(6)    VALUE ZERO.
           05  WS-TRAILER-SW   PIC X       VALUE 'N'.
               88  TRAILER-FOUND           VALUE 'Y'.
           05  WS-SPT-STATUS   PIC XX.
           05  WS-SPT-EOF-SW   PIC X.
           05  WS-SPLIT-KEY    PIC 9(5).
           05  WS-SPLIT-ACCT-SW PIC X.
               88  SPLIT-ON-ACCOUNT        VALUE 'Y'.
      * SEQUENCE NUMBERS OF THE BATCH'S SPLIT-TENDER SALES THAT HAVE
      * AN ON-ACCOUNT SHARE.
       01  SPLIT-ACCOUNT-TABLE.
           05  SAT-COUNT       PIC 9(4)    VALUE ZERO.
           05  SAT-SEQ-NO OCCURS 1 TO 4000 TIMES
                   DEPENDING ON SAT-COUNT
                   INDEXED BY SAT-INDX
                               PIC 9(5).
       01  HD-TITLE.
           05  FILLER          PIC X(6)    VALUE "DATE: ".
           05  HD-MM           PIC 99.
      * COUNTS THE DETAIL RECORDS ACTUALLY PRESENT IN PHASE2.DAT.
      * THE BATCH HEADER ('00000') IS A CONTROL RECORD, NOT A
      * TRANSACTION, AND IS PASSED OVER THE SAME WAY PHASEII'S
      * PRESCAN PASSES IT - BUT IT NAMES THE BATCH, SO THE SPLIT-
      * TENDER SHARES ARE LOADED FROM IT.
       100-COUNT-TRANSACTIONS.
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT TRANS-FILE
                               MOVE TR-REC-COUNT TO WS-SENT-COUNT
                               SET TRAILER-FOUND TO TRUE
                           WHEN TR-ID = '00000'
                               PERFORM 150-LOAD-TENDER-SPLITS
                           WHEN T-TENDER-TYPE = 'M'
                               ADD 1 TO WS-ARRIVED-COUNT
                               IF T-VOID-FLAG = 'V'
                                   MOVE T-VOID-REF TO WS-SPLIT-KEY
                               ELSE
                                   MOVE T-SEQ-NO TO WS-SPLIT-KEY
                               END-IF
                               PERFORM 160-CHECK-SPLIT-ACCOUNT
                               IF SPLIT-ON-ACCOUNT
                                   ADD 1 TO WS-ONACCT-COUNT
                               ELSE
                                   ADD 1 TO WS-CASHCHK-COUNT
                               END-IF
                           WHEN OTHER
                               ADD 1 TO WS-ARRIVED-COUNT
                               IF T-TENDER-TYPE = 'C'
                                  OR T-TENDER-TYPE = 'K'
                                  OR T-TENDER-TYPE = 'S'
                                  OR T-TENDER-TYPE = 'E'
                                  OR T-TENDER-TYPE = 'R'
                                  OR T-TENDER-TYPE = 'L'
                                   ADD 1 TO WS-CASHCHK-COUNT
                               ELSE
                                   ADD 1 TO WS-ONACCT-COUNT
               END-READ
           END-PERFORM
           CLOSE TRANS-FILE.
      * LOADS THE SEQUENCE NUMBERS OF THIS BATCH'S SPLIT-TENDER SALES
      * THAT CARRY AN ON-ACCOUNT SHARE. A MISSING LEDGER LOADS NONE.
       150-LOAD-TENDER-SPLITS.
           MOVE 'N' TO WS-SPT-EOF-SW
           OPEN INPUT TENDSPLIT-FILE
           IF WS-SPT-STATUS NOT = "00"
               MOVE 'Y' TO WS-SPT-EOF-SW
           END-IF
           PERFORM UNTIL WS-SPT-EOF-SW = 'Y'
               READ TENDSPLIT-FILE
                   AT END
                       MOVE 'Y' TO WS-SPT-EOF-SW
                   NOT AT END
                       IF SPT-BATCH-DATE = HV-BATCH-DATE
                          AND SPT-BATCH-NO = HV-BATCH-NO
                          AND SPT-STORE-NO = HV-STORE-NO
                          AND SPT-TENDER = 'A'
                          AND SAT-COUNT < 4000
                           ADD 1 TO SAT-COUNT
                           MOVE SPT-SEQ-NO TO SAT-SEQ-NO(SAT-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-SPT-STATUS NOT = "35"
               CLOSE TENDSPLIT-FILE
           END-IF.
      * TELLS WHETHER THE SPLIT-TENDER SALE IN WS-SPLIT-KEY HAS AN
      * ON-ACCOUNT SHARE.
       160-CHECK-SPLIT-ACCOUNT.
           MOVE 'N' TO WS-SPLIT-ACCT-SW
           PERFORM VARYING SAT-INDX FROM 1 BY 1
                   UNTIL SAT-INDX > SAT-COUNT
               IF SAT-SEQ-NO(SAT-INDX) = WS-SPLIT-KEY
                   SET SPLIT-ON-ACCOUNT TO TRUE
               END-IF
           END-PERFORM.
      * COUNTS THE PHASEIII REJECTS. PAYMENT REJECTS (NO MASTER FOR A
      * PAYMENT) ARE COUNTED SEPARATELY SINCE THEY ARE NOT PART OF
      * THE SALE-TRANSACTION EQUATION.
                           ADD 1 TO WS-PAYERR-COUNT
                       ELSE
                           ADD 1 TO WS-REJECT-COUNT
                           MOVE 'N' TO WS-SPLIT-ACCT-SW
                           IF E-TENDER-TYPE = 'M'
                               IF E-VOID-FLAG = 'V'
                                   MOVE E-VOID-REF TO WS-SPLIT-KEY
                               ELSE
                                   MOVE E-SEQ-NO TO WS-SPLIT-KEY
                               END-IF
                               PERFORM 160-CHECK-SPLIT-ACCOUNT
                               IF NOT SPLIT-ON-ACCOUNT
                                   MOVE 'C' TO E-TENDER-TYPE
                               END-IF
                           END-IF
                           IF E-TENDER-TYPE = 'C'
                              OR E-TENDER-TYPE = 'K'
                              OR E-TENDER-TYPE = 'S'
                              OR E-TENDER-TYPE = 'E'
                              OR E-TENDER-TYPE = 'R'
                              OR E-TENDER-TYPE = 'L'
                               ADD 1 TO WS-REJ-CASHCHK
                           ELSE
                               ADD 1 TO WS-REJ-ONACCT
           MOVE '  ON ACCOUNT. . . . . . . . .' TO RL-LABEL
           MOVE WS-ONACCT-COUNT TO RL-COUNT
           WRITE REPORT-REC FROM RECON-LINE
           MOVE '  CSH/CHK/STR/EMP (NOT POSTED)' TO RL-LABEL
           MOVE WS-CASHCHK-COUNT TO RL-COUNT
           WRITE REPORT-REC FROM RECON-LINE
           MOVE 'RECORDS APPLIED . . . . . . .' TO RL-LABEL
           MOVE 'RECORDS REJECTED. . . . . . .' TO RL-LABEL
           MOVE WS-REJECT-COUNT TO RL-COUNT
           WRITE REPORT-REC FROM RECON-LINE
           MOVE '  OF WHICH NOT ON ACCOUNT . .' TO RL-LABEL
           MOVE WS-REJ-CASHCHK TO RL-COUNT
           WRITE REPORT-REC FROM RECON-LINE
           MOVE 'RECORDS OVER LIMIT. . . . . .' TO RL-LABEL
               MOVE '  OVER-LIMIT = ON-ACCOUNT ARRIVED, PLUS' TO
                   RM-MSG
               WRITE REPORT-REC FROM RECON-MSG-LINE
               MOVE '  COUNTER AND PAYROLL TENDER NOT POSTED' TO
                   RM-MSG
               WRITE REPORT-REC FROM RECON-MSG-LINE
           END-IF
           CLOSE REPORT-FILE.

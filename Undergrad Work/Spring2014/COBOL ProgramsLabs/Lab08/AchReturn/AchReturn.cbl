      *     direct-deposit enrollment on the payroll master so the
      *     next lab08 run pays them by printed check automatically,
      *     and the bounced payment goes on a re-issue report for
      *     payroll to cut by hand. When net pay is split over
      *     several accounts, only the split that bounced is taken
      *     out of the distribution; the employee stays on direct
      *     deposit until the last active split is returned.
      *
      * Input:
      *     BANKRETURN.DAT - the bank's return/NOC file
      *     OLDMASTER.DAT  - payroll master (enrollment flag)
      *
      * Output:
      *     EMPBANK.DAT    - rewritten with NOC corrections and
      *                      returned splits marked
      *     OLDMASTER.DAT  - rewritten with returns un-enrolled
      *     BANKAUDIT.DAT  - before/after rows for every change
      *     ACHREISSUE.RPT - payments to re-issue by check
      ******************************************************************
      * Modification History:
      *     10/6/14 BM  Master record widened for the employee Social
      *                 Security and Medicare YTD fields
      *     10/7/14 BM  Master record widened for the work state and
      *                 YTD state income tax
      *     10/13/14 BM A return marks only the bounced split row 'R';
      *                 the employee leaves direct deposit when no
      *                 active split is left. NOCs match the original
      *                 account when the bank supplies it
      *     10/13/14 BM Master record widened for the YTD overtime
      *                 premium
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  BR-ACCOUNT-NO   PIC X(12).
           05  BR-AMOUNT       PIC 9(6)V99.
           05  BR-REASON       PIC X(10).
           05  BR-ORIG-ROUTING PIC X(9).
           05  BR-ORIG-ACCOUNT PIC X(12).
       FD  EMPBANK-FILE.
       01  EMPBANK-REC.
           05  EB-EMP-ID       PIC X(4).
           05  EB-ROUTING-NO   PIC X(9).
           05  EB-ACCOUNT-NO   PIC X(12).
           05  EB-PRENOTE      PIC X.
           05  EB-SPLIT-INFO.
               10  EB-PRIORITY     PIC 99.
               10  EB-SPLIT-TYPE   PIC X.
               10  EB-SPLIT-AMT    PIC 9(5)V99.
               10  EB-REMAINDER    PIC X.
               10  EB-SPLIT-STATUS PIC X.
       FD  OLDMASTER-FILE.
       01  OLD-REC.
           05  O-EMP-ID        PIC X(4).
           05  O-REST-1        PIC X(52).
           05  O-DIRDEP-FLAG   PIC X.
           05  O-REST-2        PIC X(91).
       FD  AUDIT-FILE.
       01  AUDIT-REC.
           05  BA-DATE         PIC 9(8).
           05  WS-MS-SUB       PIC 9(3).
           05  WS-NOC-CT       PIC 9(3)    VALUE ZERO.
           05  WS-RETURN-CT    PIC 9(3)    VALUE ZERO.
           05  WS-ACTIVE-CT    PIC 9(3).
       01  EMPBANK-TABLE.
           05  EB-COUNT        PIC 9(3)    VALUE ZERO.
           05  EB-ENTRY OCCURS 1 TO 500 TIMES
               10  EB-T-ROUTING    PIC X(9).
               10  EB-T-ACCOUNT    PIC X(12).
               10  EB-T-PRENOTE    PIC X.
               10  EB-T-SPLIT-INFO.
                   15  FILLER          PIC X(11).
                   15  EB-T-STATUS     PIC X.
       01  MASTER-TABLE.
           05  MS-COUNT        PIC 9(3)    VALUE ZERO.
           05  MS-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON MS-COUNT
                   INDEXED BY MS-INDX.
               10  MS-T-REC        PIC X(148).
       01  MASTER-WORK.
           05  MW-REC          PIC X(148).
           05  MW-VIEW REDEFINES MW-REC.
               10  MV-EMP-ID       PIC X(4).
               10  FILLER          PIC X(52).
               10  MV-DIRDEP-FLAG  PIC X.
               10  FILLER          PIC X(91).
       01  REISSUE-HEADING.
           05  FILLER          PIC X(25)   VALUE
                                   "ACH RE-ISSUE REPORT      ".
                           MOVE EB-ROUTING-NO TO EB-T-ROUTING(EB-COUNT)
                           MOVE EB-ACCOUNT-NO TO EB-T-ACCOUNT(EB-COUNT)
                           MOVE EB-PRENOTE    TO EB-T-PRENOTE(EB-COUNT)
                           MOVE EB-SPLIT-INFO TO
                               EB-T-SPLIT-INFO(EB-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           END-IF.
      * A NOTIFICATION OF CHANGE: THE BANK SAYS THE NUMBERS WE SENT
      * ARE WRONG AND SUPPLIES THE RIGHT ONES. APPLIED WITH A
      * BEFORE/AFTER AUDIT ROW. THE ORIGINAL NUMBERS ON THE NOTICE
      * PICK OUT WHICH OF A SPLIT EMPLOYEE'S ACCOUNTS IS CORRECTED;
      * A NOTICE WITHOUT THEM CORRECTS THE EMPLOYEE'S LAST ROW.
       200-APPLY-NOC.
           MOVE ZERO TO WS-EB-FOUND
           PERFORM VARYING WS-EB-SUB FROM 1 BY 1
                   UNTIL WS-EB-SUB > EB-COUNT
               IF EB-T-EMP-ID(WS-EB-SUB) = BR-EMP-ID
                   IF BR-ORIG-ACCOUNT = SPACES
                      OR (EB-T-ROUTING(WS-EB-SUB) = BR-ORIG-ROUTING
                      AND EB-T-ACCOUNT(WS-EB-SUB) = BR-ORIG-ACCOUNT)
                       MOVE WS-EB-SUB TO WS-EB-FOUND
                   END-IF
               END-IF
           END-PERFORM
           IF WS-EB-FOUND = ZERO
               ADD 1 TO WS-NOC-CT
           END-IF.
      * A RETURN: THE ACCOUNT IS CLOSED AND THE MONEY CAME BACK.
      * THE BANK ROW THE MONEY WENT TO IS MARKED RETURNED ('R') SO
      * LAB08 STOPS SPLITTING PAY TO IT. ONCE THE EMPLOYEE HAS NO
      * ACTIVE ROW LEFT (OR THE ROW CANNOT BE FOUND) THE EMPLOYEE
      * COMES OFF DIRECT DEPOSIT SO THE NEXT RUN CUTS A CHECK. THE
      * BOUNCED PAYMENT GOES ON THE RE-ISSUE REPORT EITHER WAY.
       300-PROCESS-RETURN.
           MOVE ZERO TO WS-EB-FOUND WS-ACTIVE-CT
           PERFORM VARYING WS-EB-SUB FROM 1 BY 1
                   UNTIL WS-EB-SUB > EB-COUNT
               IF EB-T-EMP-ID(WS-EB-SUB) = BR-EMP-ID
                  AND EB-T-ROUTING(WS-EB-SUB) = BR-ROUTING-NO
                  AND EB-T-ACCOUNT(WS-EB-SUB) = BR-ACCOUNT-NO
                   MOVE WS-EB-SUB TO WS-EB-FOUND
                   MOVE 'R' TO EB-T-STATUS(WS-EB-SUB)
               END-IF
           END-PERFORM
           PERFORM VARYING WS-EB-SUB FROM 1 BY 1
                   UNTIL WS-EB-SUB > EB-COUNT
               IF EB-T-EMP-ID(WS-EB-SUB) = BR-EMP-ID
                  AND EB-T-STATUS(WS-EB-SUB) NOT = 'R'
                   ADD 1 TO WS-ACTIVE-CT
               END-IF
           END-PERFORM
           MOVE WS-RUN-DATE TO BA-DATE
           MOVE BR-EMP-ID   TO BA-EMP-ID
           MOVE 'RETURN  '  TO BA-ACTION
           MOVE BR-REASON   TO BA-BEFORE
           IF WS-EB-FOUND = ZERO OR WS-ACTIVE-CT = ZERO
               PERFORM VARYING WS-MS-SUB FROM 1 BY 1
                       UNTIL WS-MS-SUB > MS-COUNT
                   MOVE MS-T-REC(WS-MS-SUB) TO MW-REC
                   IF MV-EMP-ID = BR-EMP-ID
                       MOVE 'N' TO MV-DIRDEP-FLAG
                       MOVE MW-REC TO MS-T-REC(WS-MS-SUB)
                   END-IF
               END-PERFORM
               MOVE 'CHECK PAY' TO BA-AFTER
           ELSE
               MOVE SPACES TO BA-AFTER
               STRING 'SPLIT OFF ' DELIMITED BY SIZE
                      BR-ACCOUNT-NO DELIMITED BY SIZE
                   INTO BA-AFTER
               END-STRING
           END-IF
           WRITE AUDIT-REC
           MOVE BR-EMP-ID TO RD-EMP-ID
           MOVE BR-AMOUNT TO RD-AMOUNT
           WRITE REISSUE-REC FROM REISSUE-DETAIL
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-RETURN-CT.
      * REWRITES THE BANK MASTER WITH THE CORRECTIONS AND RETURNED
      * SPLITS APPLIED.
       500-SAVE-EMPBANK.
           IF EB-COUNT = ZERO
               CONTINUE
                   MOVE EB-T-ROUTING(EB-INDX) TO EB-ROUTING-NO
                   MOVE EB-T-ACCOUNT(EB-INDX) TO EB-ACCOUNT-NO
                   MOVE EB-T-PRENOTE(EB-INDX) TO EB-PRENOTE
                   MOVE EB-T-SPLIT-INFO(EB-INDX) TO EB-SPLIT-INFO
                   WRITE EMPBANK-REC
               END-PERFORM
               CLOSE EMPBANK-FILE

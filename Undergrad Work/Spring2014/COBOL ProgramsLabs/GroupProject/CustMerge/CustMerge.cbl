       IDENTIFICATION DIVISION.
       PROGRAM-ID. CustMerge.
       AUTHOR. Brianna Muleski
               Andrew Iverson
       DATE-WRITTEN. 10/13/14
      ******************************************************************
      * Purpose:
      *    Merges a duplicate customer account into the one that is
      *    kept. Given a surviving and a retiring customer number, it
      *    moves the retiring account's balance onto the survivor in
      *    MASTER.DAT and re-keys every row the retiring number owns
      *    in the AR side files - open items, unapplied cash, store
      *    credit, exemption certificates, collection notes, and AR
      *    history - to the survivor, so statements, aging, refunds,
      *    and inquiry all see one account from then on. Every
      *    moved record is written before-and-after to the customer
      *    audit file under the operator and date.
      *
      *    Each side file keeps the customer number in columns 1-5,
      *    so one routine rewrites them all through a hold file (the
      *    RetenPurge pattern).
      *
      * Input:
      *    CUSTMAST.DAT    - entry-validation customer list
      *    MASTER.DAT      - indexed AR customer master
      *    OPERMAST.DAT    - operator master ('M' function flag)
      *    AROPENITEM.DAT, ARUNAPPLIED.DAT, STORECREDIT.DAT,
      *    EXEMPTCERT.DAT, COLLLOG.DAT, ARHISTORY.DAT
      *    Customer numbers entered at the console
      *
      * Output:
      *    The six side files rewritten with the rows re-keyed
      *    MASTER.DAT    - survivor carries the combined balance; the
      *                    retired record is zeroed, put on credit
      *                    hold, and marked collections status 'M'
      *                    (merged) so payment entry refuses it
      *    CUSTMAST.DAT  - retired number removed, so entry
      *                    validation rejects it
      *    CUSTAUDIT.DAT - one record per moved row and balance
      *
      * Note: the retired MASTER.DAT record is kept, with a zero
      *    balance, so history printed under the old number can
      *    still be traced to the merge.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUST-MASTER-FILE ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AR-MASTER-FILE ASSIGN TO "MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS O-CUST-NO
               FILE STATUS IS WS-MSTR-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "CUSTAUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT OPER-MASTER-FILE ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.
           SELECT LIVE-FILE ASSIGN TO WS-LIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIVE-STATUS.
           SELECT HOLD-FILE ASSIGN TO "MERGEHOLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CUST-MASTER-FILE.
       01  CM-REC.
           05  CM-CUST-NO      PIC X(5).
           05  CM-CUST-NM      PIC X(20).
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
       FD  AUDIT-FILE.
       01  AUDIT-REC.
           05  AU-DATE         PIC 9(8).
           05  AU-OPERATOR     PIC X(5).
           05  AU-ACTION       PIC X(10).
           05  AU-CUST-NO      PIC X(5).
           05  AU-BEFORE       PIC X(20).
           05  AU-AFTER        PIC X(20).
       FD  OPER-MASTER-FILE.
       01  OP-REC.
           05  OP-ID           PIC X(5).
           05  OP-NAME         PIC X(20).
           05  OP-ACTIVE       PIC X.
           05  OP-CLASS        PIC X.
           05  OP-FUNCS        PIC X(10).
      * ANY OF THE SIX SIDE FILES. THE CUSTOMER NUMBER IS ALWAYS
      * LIVE-REC(1:5).
       FD  LIVE-FILE.
       01  LIVE-REC            PIC X(80).
       FD  HOLD-FILE.
       01  HOLD-REC            PIC X(80).
       WORKING-STORAGE SECTION.
       01  WORKING-ITEMS.
           05  VALID-SW        PIC X.
           05  EOF-SWITCH      PIC X.
           05  CM-EOF-SWITCH   PIC X       VALUE 'N'.
           05  WS-MSTR-STATUS  PIC XX.
           05  WS-AUDIT-STATUS PIC XX.
           05  WS-OPER-STATUS  PIC XX.
           05  WS-LIVE-STATUS  PIC XX.
           05  WS-LIVE-NAME    PIC X(20).
           05  OP-EOF-SWITCH   PIC X       VALUE 'N'.
           05  WS-OPER-OK-SW   PIC X.
               88  OPERATOR-VALID          VALUE 'Y'.
           05  WS-FUNC-TALLY   PIC 9(2).
           05  WS-RUN-DATE     PIC 9(8).
           05  OPERATOR-ID     PIC X(5).
           05  RETIRE-CUST-NO  PIC X(5).
           05  SURVIVE-CUST-NO PIC X(5).
           05  MAINT-CUST-NO   PIC X(5).
           05  CONFIRM-ANS     PIC X.
           05  WS-MERGE-OK-SW  PIC X.
               88  MERGE-OK                VALUE 'Y'.
           05  WS-RETIRE-AMT   PIC S9(7)V99.
           05  WS-SURVIVE-AMT  PIC S9(7)V99.
           05  WS-EDIT-AMT     PIC -,---,--9.99.
           05  WS-FILE-SUB     PIC 9.
           05  WS-MOVED-CT     PIC 9(5).
           05  WS-TOTAL-MOVED  PIC 9(6).
           05  WS-MERGE-CT     PIC 9(4)    VALUE ZERO.
           05  WS-FOUND-SW     PIC X.
               88  CUST-ON-FILE            VALUE 'Y'.
           05  WS-CM-SUB       PIC 9(4).
      * THE SIDE FILES RE-KEYED BY A MERGE, WITH THE AUDIT ACTION
      * EACH MOVED ROW IS LOGGED UNDER.
       01  FILE-TABLE.
           05  FILLER          PIC X(26)
               VALUE "AROPENITEM.DAT  MRG OPENIT".
           05  FILLER          PIC X(26)
               VALUE "ARUNAPPLIED.DAT MRG UNAPPL".
           05  FILLER          PIC X(26)
               VALUE "STORECREDIT.DAT MRG STCRED".
           05  FILLER          PIC X(26)
               VALUE "EXEMPTCERT.DAT  MRG EXCERT".
           05  FILLER          PIC X(26)
               VALUE "COLLLOG.DAT     MRG COLLOG".
           05  FILLER          PIC X(26)
               VALUE "ARHISTORY.DAT   MRG HIST  ".
       01  FILE-TABLE-R REDEFINES FILE-TABLE.
           05  FT-ENTRY OCCURS 6 TIMES.
               10  FT-LIVE-NAME    PIC X(16).
               10  FT-ACTION       PIC X(10).
       01  OPER-MASTER-TABLE.
           05  OP-COUNT        PIC 9(4)    VALUE ZERO.
           05  OP-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON OP-COUNT
                   INDEXED BY OP-INDX.
               10  OP-T-ID         PIC X(5).
               10  OP-T-ACTIVE     PIC X.
               10  OP-T-CLASS      PIC X.
               10  OP-T-FUNCS      PIC X(10).
       01  CUST-MASTER-TABLE.
           05  CM-COUNT        PIC 9(4)    VALUE ZERO.
           05  CM-ENTRY OCCURS 1 TO 1000 TIMES
                   DEPENDING ON CM-COUNT
                   INDEXED BY CM-INDX.
               10  CM-T-CUST-NO    PIC X(5).
               10  CM-T-CUST-NM    PIC X(20).
      *
       PROCEDURE DIVISION.
       000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM 050-LOAD-CUST-MASTER
           PERFORM 055-LOAD-OPER-MASTER
           PERFORM 060-OPEN-FILES
           PERFORM 070-ACCEPT-OPERATOR-ID
           PERFORM 100-MERGE-ONE-PAIR
               UNTIL RETIRE-CUST-NO = 'QUIT'
           PERFORM 800-SAVE-CUST-MASTER
           PERFORM 900-CLOSE-FILES

           DISPLAY SPACE
           DISPLAY WS-MERGE-CT ' ACCOUNT(S) MERGED.'
           DISPLAY '--END OF MERGE SESSION--'
           STOP RUN.
      * LOADS CUSTMAST.DAT INTO A RUNTIME TABLE. A RETIRED NUMBER IS
      * DROPPED FROM THE TABLE AND THE FILE IS REWRITTEN FROM IT AT
      * THE END OF THE SESSION.
       050-LOAD-CUST-MASTER.
           OPEN INPUT CUST-MASTER-FILE
           PERFORM UNTIL CM-EOF-SWITCH = 'Y'
               READ CUST-MASTER-FILE
                   AT END
                       MOVE 'Y' TO CM-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO CM-COUNT
                       MOVE CM-CUST-NO TO CM-T-CUST-NO(CM-COUNT)
                       MOVE CM-CUST-NM TO CM-T-CUST-NM(CM-COUNT)
               END-READ
           END-PERFORM
           CLOSE CUST-MASTER-FILE.
      * LOADS THE OPERATOR MASTER SO THE SIGN-ON CAN ENFORCE THE 'M'
      * (CUSTOMER MASTERS) FUNCTION FLAG. A MISSING FILE FALLS BACK
      * TO THE OLD NON-BLANK RULE.
       055-LOAD-OPER-MASTER.
           OPEN INPUT OPER-MASTER-FILE
           IF WS-OPER-STATUS NOT = "00"
               MOVE 'Y' TO OP-EOF-SWITCH
           END-IF
           PERFORM UNTIL OP-EOF-SWITCH = 'Y'
               READ OPER-MASTER-FILE
                   AT END
                       MOVE 'Y' TO OP-EOF-SWITCH
                   NOT AT END
                       IF OP-COUNT < 500
                           ADD 1 TO OP-COUNT
                           MOVE OP-ID     TO OP-T-ID(OP-COUNT)
                           MOVE OP-ACTIVE TO OP-T-ACTIVE(OP-COUNT)
                           MOVE OP-CLASS  TO OP-T-CLASS(OP-COUNT)
                           MOVE OP-FUNCS  TO OP-T-FUNCS(OP-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-OPER-STATUS NOT = "35"
               CLOSE OPER-MASTER-FILE
           END-IF.
      * OPENS THE INDEXED MASTER FOR KEYED READS AND REWRITES, AND THE
      * AUDIT FILE FOR EXTEND, FALLING BACK TO OUTPUT ON THE FIRST
      * RUN THE WAY CUSTMAINT DOES.
       060-OPEN-FILES.
           OPEN I-O AR-MASTER-FILE
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-FILE
           END-IF.
      * CAPTURES THE OPERATOR ID ONCE AT STARTUP. IT IS STAMPED ONTO
      * EVERY AUDIT RECORD WRITTEN THIS SESSION.
       070-ACCEPT-OPERATOR-ID.
           DISPLAY 'ENTER OPERATOR ID:'
           ACCEPT OPERATOR-ID
           MOVE 'N' TO VALID-SW
           PERFORM UNTIL VALID-SW = 'Y'
               PERFORM 075-VALIDATE-OPERATOR
               IF OPERATOR-VALID
                   MOVE 'Y' TO VALID-SW
               ELSE
                   DISPLAY 'ENTER OPERATOR ID:'
                   ACCEPT OPERATOR-ID
               END-IF
           END-PERFORM.
      * AN ACTIVE OPERATOR CARRYING THE 'M' FUNCTION FLAG (BLANK
      * OP-FUNCS, FROM BEFORE ENFORCEMENT, ALLOWS EVERYTHING) MAY
      * MERGE ACCOUNTS. WITH NO OPERATOR MASTER ON FILE THE OLD
      * NON-BLANK RULE STILL APPLIES.
       075-VALIDATE-OPERATOR.
           MOVE 'N' TO WS-OPER-OK-SW
           IF OPERATOR-ID = SPACE
               DISPLAY 'INVALID OPERATOR ID.'
           ELSE
               IF OP-COUNT = ZERO
                   MOVE 'Y' TO WS-OPER-OK-SW
               ELSE
                   PERFORM VARYING OP-INDX FROM 1 BY 1
                           UNTIL OP-INDX > OP-COUNT
                       IF OP-T-ID(OP-INDX) = OPERATOR-ID
                          AND OP-T-ACTIVE(OP-INDX) = 'A'
                           IF OP-T-FUNCS(OP-INDX) = SPACES
                               MOVE 'Y' TO WS-OPER-OK-SW
                           ELSE
                               MOVE ZERO TO WS-FUNC-TALLY
                               INSPECT OP-T-FUNCS(OP-INDX)
                                   TALLYING WS-FUNC-TALLY
                                   FOR ALL 'M'
                               IF WS-FUNC-TALLY > ZERO
                                   MOVE 'Y' TO WS-OPER-OK-SW
                               END-IF
                           END-IF
                       END-IF
                   END-PERFORM
                   IF NOT OPERATOR-VALID
                       DISPLAY 'OPERATOR NOT ON FILE, INACTIVE, OR'
                           ' NOT AUTHORIZED FOR MASTERS.'
                   END-IF
               END-IF
           END-IF.
      * TAKES ONE RETIRING/SURVIVING PAIR, CHECKS IT, AND ON THE
      * OPERATOR'S CONFIRMATION CARRIES OUT THE MERGE.
       100-MERGE-ONE-PAIR.
           DISPLAY SPACE
           DISPLAY 'ENTER RETIRING CUSTOMER NUMBER'
               ' (ENTER QUIT TO END):'
           ACCEPT RETIRE-CUST-NO
           IF RETIRE-CUST-NO = 'QUIT' OR RETIRE-CUST-NO = SPACE
               MOVE 'QUIT' TO RETIRE-CUST-NO
           ELSE
               DISPLAY 'ENTER SURVIVING CUSTOMER NUMBER:'
               ACCEPT SURVIVE-CUST-NO
               PERFORM 150-CHECK-PAIR
               IF MERGE-OK
                   DISPLAY 'MERGE ' RETIRE-CUST-NO ' INTO '
                       SURVIVE-CUST-NO '? (Y/N):'
                   ACCEPT CONFIRM-ANS
                   IF CONFIRM-ANS = 'Y'
                       PERFORM 200-MERGE-ACCOUNTS
                   ELSE
                       DISPLAY 'NO CHANGE MADE.'
                   END-IF
               END-IF
           END-IF.
      * BOTH NUMBERS MUST BE ON THE AR MASTER AND DIFFERENT. THE
      * RETIRING ACCOUNT MAY NOT ALREADY BE MERGED, AND THE SURVIVOR
      * MUST BE NEITHER MERGED NOR DEACTIVATED - IT HAS TO STILL BE
      * OPEN FOR ENTRY. THE TWO BALANCES ARE HELD FOR THE MERGE.
       150-CHECK-PAIR.
           MOVE 'N' TO WS-MERGE-OK-SW
           IF SURVIVE-CUST-NO = RETIRE-CUST-NO
              OR SURVIVE-CUST-NO = SPACE
               DISPLAY 'SURVIVOR MUST BE A DIFFERENT CUSTOMER.'
           ELSE
               MOVE RETIRE-CUST-NO TO O-CUST-NO
               READ AR-MASTER-FILE
               IF WS-MSTR-STATUS NOT = "00"
                   DISPLAY 'RETIRING CUSTOMER NOT ON MASTER FILE.'
               ELSE
                   IF O-COLL-STATUS = 'M'
                       DISPLAY 'RETIRING CUSTOMER ALREADY MERGED.'
                   ELSE
                       MOVE O-AMT TO WS-RETIRE-AMT
                       MOVE SURVIVE-CUST-NO TO O-CUST-NO
                       READ AR-MASTER-FILE
                       MOVE SURVIVE-CUST-NO TO MAINT-CUST-NO
                       PERFORM 160-FIND-IN-TABLE
                       IF WS-MSTR-STATUS NOT = "00"
                          OR O-COLL-STATUS = 'M'
                          OR NOT CUST-ON-FILE
                           DISPLAY 'SURVIVING CUSTOMER NOT ACTIVE'
                               ' ON FILE.'
                       ELSE
                           MOVE O-AMT TO WS-SURVIVE-AMT
                           DISPLAY 'SURVIVOR: ' O-CUST-NO ' '
                               O-CUST-NM
                           MOVE 'Y' TO WS-MERGE-OK-SW
                       END-IF
                   END-IF
               END-IF
           END-IF.
      * LOOKS THE CUSTOMER NUMBER UP IN THE CUSTMAST TABLE AND LEAVES
      * ITS POSITION IN WS-CM-SUB WHEN FOUND.
       160-FIND-IN-TABLE.
           MOVE 'N' TO WS-FOUND-SW
           MOVE ZERO TO WS-CM-SUB
           PERFORM VARYING CM-INDX FROM 1 BY 1
                   UNTIL CM-INDX > CM-COUNT
               IF CM-T-CUST-NO(CM-INDX) = MAINT-CUST-NO
                   MOVE 'Y' TO WS-FOUND-SW
                   SET WS-CM-SUB TO CM-INDX
               END-IF
           END-PERFORM.
      * RE-KEYS THE SIDE FILES, MOVES THE BALANCE, AND RETIRES THE
      * OLD NUMBER FROM ENTRY.
       200-MERGE-ACCOUNTS.
           MOVE ZERO TO WS-TOTAL-MOVED
           PERFORM 300-REKEY-ONE-FILE
               VARYING WS-FILE-SUB FROM 1 BY 1
               UNTIL WS-FILE-SUB > 6
           PERFORM 400-MOVE-BALANCE
           PERFORM 500-RETIRE-NUMBER
           ADD 1 TO WS-MERGE-CT
           DISPLAY WS-TOTAL-MOVED ' ROW(S) MOVED.'
           DISPLAY RETIRE-CUST-NO ' MERGED INTO ' SURVIVE-CUST-NO '.'.
      * COPIES ONE SIDE FILE THROUGH THE HOLD FILE, CHANGING THE
      * RETIRING NUMBER TO THE SURVIVOR AND AUDITING EACH ROW MOVED,
      * THEN COPIES THE HOLD FILE BACK OVER THE LIVE FILE. A FILE
      * NOT ON DISK HAS NOTHING TO MOVE AND IS SKIPPED.
       300-REKEY-ONE-FILE.
           MOVE FT-LIVE-NAME(WS-FILE-SUB) TO WS-LIVE-NAME
           MOVE ZERO TO WS-MOVED-CT
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT LIVE-FILE
           IF WS-LIVE-STATUS NOT = "00"
               MOVE 'Y' TO EOF-SWITCH
           ELSE
               OPEN OUTPUT HOLD-FILE
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ LIVE-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       IF LIVE-REC(1:5) = RETIRE-CUST-NO
                           MOVE FT-ACTION(WS-FILE-SUB) TO AU-ACTION
                           MOVE LIVE-REC(1:20) TO AU-BEFORE
                           MOVE SURVIVE-CUST-NO TO LIVE-REC(1:5)
                           MOVE LIVE-REC(1:20) TO AU-AFTER
                           MOVE RETIRE-CUST-NO TO MAINT-CUST-NO
                           PERFORM 700-WRITE-AUDIT
                           ADD 1 TO WS-MOVED-CT
                       END-IF
                       WRITE HOLD-REC FROM LIVE-REC
               END-READ
           END-PERFORM
           IF WS-LIVE-STATUS NOT = "35"
               CLOSE LIVE-FILE
                     HOLD-FILE
               PERFORM 350-REBUILD-LIVE-FILE
           END-IF
           ADD WS-MOVED-CT TO WS-TOTAL-MOVED
           DISPLAY '  ' FT-LIVE-NAME(WS-FILE-SUB) WS-MOVED-CT
               ' MOVED'.
      * COPIES THE HOLD FILE BACK OVER THE LIVE FILE.
       350-REBUILD-LIVE-FILE.
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT HOLD-FILE
           OPEN OUTPUT LIVE-FILE
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ HOLD-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       WRITE LIVE-REC FROM HOLD-REC
               END-READ
           END-PERFORM
           CLOSE HOLD-FILE
                 LIVE-FILE.
      * ADDS THE RETIRING BALANCE TO THE SURVIVOR WITH A KEYED
      * REWRITE, THEN ZEROES THE RETIRED RECORD, PUTS IT ON CREDIT
      * HOLD, AND MARKS IT MERGED. EACH SIDE IS AUDITED BEFORE AND
      * AFTER.
       400-MOVE-BALANCE.
           MOVE SURVIVE-CUST-NO TO O-CUST-NO
           READ AR-MASTER-FILE
           MOVE 'MERGE BAL' TO AU-ACTION
           MOVE O-AMT TO WS-EDIT-AMT
           MOVE WS-EDIT-AMT TO AU-BEFORE
           ADD WS-RETIRE-AMT TO O-AMT
           MOVE O-AMT TO WS-EDIT-AMT
           MOVE WS-EDIT-AMT TO AU-AFTER
           REWRITE OLD-REC
           MOVE SURVIVE-CUST-NO TO MAINT-CUST-NO
           PERFORM 700-WRITE-AUDIT
           MOVE RETIRE-CUST-NO TO O-CUST-NO
           READ AR-MASTER-FILE
           MOVE 'MERGE BAL' TO AU-ACTION
           MOVE O-AMT TO WS-EDIT-AMT
           MOVE WS-EDIT-AMT TO AU-BEFORE
           MOVE ZERO TO O-AMT
           MOVE O-AMT TO WS-EDIT-AMT
           MOVE WS-EDIT-AMT TO AU-AFTER
           MOVE 'H' TO O-HOLD-FLAG
           MOVE 'M' TO O-COLL-STATUS
           REWRITE OLD-REC
           MOVE RETIRE-CUST-NO TO MAINT-CUST-NO
           PERFORM 700-WRITE-AUDIT.
      * DROPS THE RETIRED NUMBER FROM THE CUSTMAST TABLE SO ENTRY
      * VALIDATION REJECTS IT, THE SAME WAY CUSTMAINT DEACTIVATES A
      * CUSTOMER. AN ACCOUNT ALREADY DEACTIVATED IS NOT ON THE TABLE.
       500-RETIRE-NUMBER.
           MOVE RETIRE-CUST-NO TO MAINT-CUST-NO
           PERFORM 160-FIND-IN-TABLE
           MOVE 'MERGED'     TO AU-ACTION
           MOVE SPACES       TO AU-BEFORE
           IF CUST-ON-FILE
               MOVE CM-T-CUST-NM(WS-CM-SUB) TO AU-BEFORE
               PERFORM 550-SHIFT-TABLE-UP
               SUBTRACT 1 FROM CM-COUNT
           END-IF
           MOVE SPACES TO AU-AFTER
           STRING 'INTO ' DELIMITED BY SIZE
                  SURVIVE-CUST-NO DELIMITED BY SIZE
               INTO AU-AFTER
           END-STRING
           PERFORM 700-WRITE-AUDIT.
      * CLOSES THE GAP LEFT IN THE CUSTMAST TABLE BY A RETIRED NUMBER.
       550-SHIFT-TABLE-UP.
           PERFORM VARYING WS-CM-SUB FROM WS-CM-SUB BY 1
                   UNTIL WS-CM-SUB >= CM-COUNT
               MOVE CM-T-CUST-NO(WS-CM-SUB + 1)
                   TO CM-T-CUST-NO(WS-CM-SUB)
               MOVE CM-T-CUST-NM(WS-CM-SUB + 1)
                   TO CM-T-CUST-NM(WS-CM-SUB)
           END-PERFORM.
      * WRITES ONE BEFORE/AFTER AUDIT RECORD FOR THE CHANGE JUST MADE.
       700-WRITE-AUDIT.
           MOVE WS-RUN-DATE   TO AU-DATE
           MOVE OPERATOR-ID   TO AU-OPERATOR
           MOVE MAINT-CUST-NO TO AU-CUST-NO
           WRITE AUDIT-REC.
      * REWRITES CUSTMAST.DAT FROM THE MAINTAINED TABLE SO THE ENTRY
      * VALIDATION FILE NO LONGER CARRIES THE RETIRED NUMBERS.
       800-SAVE-CUST-MASTER.
           OPEN OUTPUT CUST-MASTER-FILE
           PERFORM VARYING CM-INDX FROM 1 BY 1
                   UNTIL CM-INDX > CM-COUNT
               MOVE CM-T-CUST-NO(CM-INDX) TO CM-CUST-NO
               MOVE CM-T-CUST-NM(CM-INDX) TO CM-CUST-NM
               WRITE CM-REC
           END-PERFORM
           CLOSE CUST-MASTER-FILE.
      * CLOSES THE KEYED MASTER AND THE AUDIT FILE.
       900-CLOSE-FILES.
           CLOSE AR-MASTER-FILE
                 AUDIT-FILE.

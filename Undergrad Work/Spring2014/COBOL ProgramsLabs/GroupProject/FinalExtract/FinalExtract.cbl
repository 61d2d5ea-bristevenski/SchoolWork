       IDENTIFICATION DIVISION.
       PROGRAM-ID. FinalExtract.
       AUTHOR. Brianna Muleski
               Andrew Iverson
       DATE-WRITTEN. 10/13/14
      ******************************************************************
      * Purpose:
      *    Feeds the Final store summary from the register. Each
      *    posted FastMart batch on PHASE2.DAT is extracted into
      *    FINAL.DAT's layout: one record per detail line, a negative
      *    quantity (return or void) as a return, the date from the
      *    batch header, and the two-digit FastMart store number
      *    mapped through STOREMAST.DAT to the store number Final
      *    reports by. FINALCTL.DAT carries the running record count
      *    and sales total of everything extracted, and Final proves
      *    FINAL.DAT to it before applying a single discount.
      *
      *    A batch is extracted only once and only while its latest
      *    posted-batch register entry says POSTED. A store that does
      *    not map, or a batch with no header, rejects the whole batch
      *    - nothing is written for the store totals to disagree over.
      *
      *    A new reporting period starts when FINAL.DAT and
      *    FINALCTL.DAT are archived; the next extract starts both
      *    over.
      *
      * Input:
      *    PHASE2.DAT    - posted FastMart batch
      *    BATCHREG.DAT  - PhaseIII's posted-batch register
      *    STOREMAST.DAT - FastMart store number to Final store number
      *    FINALXLOG.DAT - batches already extracted (optional)
      *    FINALCTL.DAT  - control record so far (optional)
      *
      * Output:
      *    FINAL.DAT     - extracted transactions, appended
      *    FINALCTL.DAT  - control record, rewritten
      *    FINALXLOG.DAT - this batch's id, appended
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANS-FILE ASSIGN TO "PHASE2.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TR-STATUS.
           SELECT BATCHREG-FILE ASSIGN TO "BATCHREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BR-STATUS.
           SELECT STOREMAST-FILE ASSIGN TO "STOREMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SM-STATUS.
           SELECT XLOG-FILE ASSIGN TO "FINALXLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XL-STATUS.
           SELECT FINALCTL-FILE ASSIGN TO "FINALCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FC-STATUS.
           SELECT FINAL-FILE ASSIGN TO "FINAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-FILE.
       01  TRANS-REC.
           05  T-CUST-NO       PIC X(5).
           05  T-CUST-NM       PIC X(20).
           05  T-ITEM-NO       PIC X(4).
           05  T-ITEM-DES      PIC X(15).
           05  T-UNIT-PR       PIC 9(4)V99.
           05  T-QNT           PIC S999.
           05  T-OPERATOR-ID   PIC X(5).
           05  T-TENDER-TYPE   PIC X.
           05  T-SEQ-NO        PIC 9(5).
           05  T-VOID-FLAG     PIC X.
           05  T-VOID-REF      PIC 9(5).
           05  T-STORE-NO      PIC 9(2).
      * PHASE 1'S BATCH HEADER (T-CUST-NO = '00000').
       01  TRANS-HDR-VIEW REDEFINES TRANS-REC.
           05  THV-ID          PIC X(5).
           05  THV-LABEL       PIC X(15).
           05  THV-BATCH-DATE  PIC 9(8).
           05  THV-BATCH-NO    PIC 9(3).
           05  THV-STORE-NO    PIC 9(2).
           05  FILLER          PIC X(39).
       FD  BATCHREG-FILE.
       01  BATCHREG-REC.
           05  BR-BATCH-DATE   PIC 9(8).
           05  BR-BATCH-NO     PIC 9(3).
           05  BR-POST-DATE    PIC 9(8).
           05  BR-POST-TIME    PIC 9(6).
           05  BR-REC-COUNT    PIC 9(5).
           05  BR-STATUS       PIC X(8).
           05  BR-SUPERVISOR   PIC X(5).
           05  BR-STORE-NO     PIC 9(2).
      * SR-FM-STORE-NO, APPENDED AT THE END SO OLDER ROWS STILL READ,
      * IS THE TWO-DIGIT FASTMART STORE NUMBER THE ROW STANDS FOR.
       FD  STOREMAST-FILE.
       01  STOREMAST-REC.
           05  SR-STORE-NO     PIC 9.
           05  SR-NAME         PIC X(11).
           05  SR-REGION       PIC X(8).
           05  SR-STATUS       PIC X.
           05  SR-FM-STORE-NO  PIC X(2).
       FD  XLOG-FILE.
       01  XLOG-REC.
           05  XL-BATCH-DATE   PIC 9(8).
           05  XL-BATCH-NO     PIC 9(3).
           05  XL-STORE-NO     PIC 9(2).
           05  XL-RUN-DATE     PIC 9(8).
           05  XL-REC-COUNT    PIC 9(5).
       FD  FINALCTL-FILE.
       01  FINALCTL-REC.
           05  FC-REC-COUNT    PIC 9(7).
           05  FC-SALES-TOT    PIC 9(9)V99.
       FD  FINAL-FILE.
       01  FINAL-REC.
           05  FN-CUST-NO      PIC X(4).
           05  FN-STORE-NO     PIC 9.
           05  FN-SALES-AMT    PIC 999V99.
           05  FN-TRANS-TYPE   PIC X.
           05  FN-TRANS-DATE.
               10  FN-TRANS-MM     PIC 99.
               10  FN-TRANS-DD     PIC 99.
               10  FN-TRANS-YEAR   PIC 9(4).
       WORKING-STORAGE SECTION.
       01  WORKING-ITEMS.
           05  EOF-SWITCH      PIC X.
           05  WS-TR-STATUS    PIC XX.
           05  WS-BR-STATUS    PIC XX.
           05  WS-SM-STATUS    PIC XX.
           05  WS-XL-STATUS    PIC XX.
           05  WS-FC-STATUS    PIC XX.
           05  WS-FN-STATUS    PIC XX.
           05  WS-RUN-DATE     PIC 9(8).
           05  WS-BATCH-DATE   PIC 9(8)    VALUE ZERO.
           05  WS-BATCH-DATE-R REDEFINES WS-BATCH-DATE.
               10  WS-BATCH-YEAR   PIC 9(4).
               10  WS-BATCH-MM     PIC 99.
               10  WS-BATCH-DD     PIC 99.
           05  WS-BATCH-NO     PIC 9(3)    VALUE ZERO.
           05  WS-BATCH-STORE  PIC 9(2)    VALUE ZERO.
           05  WS-HDR-SW       PIC X       VALUE 'N'.
               88  HEADER-FOUND            VALUE 'Y'.
           05  WS-REG-STATUS   PIC X(8)    VALUE SPACES.
           05  WS-XLOG-SW      PIC X       VALUE 'N'.
               88  ALREADY-EXTRACTED       VALUE 'Y'.
           05  WS-FM-STORE     PIC X(2).
           05  WS-FN-STORE     PIC 9.
           05  WS-SM-SUB       PIC 9(3).
           05  WS-UNMAPPED-CT  PIC 9(5)    VALUE ZERO.
           05  WS-LINE-AMT     PIC S9(7)V99.
           05  WS-LEFT-AMT     PIC 9(7)V99.
           05  WS-PIECE-AMT    PIC 999V99.
           05  WS-MAX-PIECE    PIC 999V99  VALUE 999.99.
           05  WS-TRANS-TYPE   PIC X.
           05  WS-DETAIL-CT    PIC 9(5)    VALUE ZERO.
           05  WS-OUT-CT       PIC 9(7)    VALUE ZERO.
           05  WS-OUT-TOT      PIC 9(9)V99 VALUE ZERO.
           05  WS-CTL-COUNT    PIC 9(7)    VALUE ZERO.
           05  WS-CTL-TOT      PIC 9(9)V99 VALUE ZERO.
      * STOREMAST ROWS THAT CARRY A FASTMART STORE NUMBER.
       01  STORE-MAP-TABLE.
           05  SM-COUNT        PIC 9(3)    VALUE ZERO.
           05  SM-ENTRY OCCURS 1 TO 99 TIMES
                   DEPENDING ON SM-COUNT.
               10  SM-FM-STORE     PIC X(2).
               10  SM-FN-STORE     PIC 9.
               10  SM-STATUS       PIC X.
      * THE BATCH'S EXTRACTED RECORDS, HELD UNTIL EVERY DETAIL LINE
      * HAS MAPPED SO A REJECTED BATCH WRITES NOTHING.
       01  EXTRACT-TABLE.
           05  EX-COUNT        PIC 9(5)    VALUE ZERO.
           05  EX-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON EX-COUNT.
               10  EX-REC          PIC X(19).
      *
       PROCEDURE DIVISION.
       000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM 050-LOAD-STORE-MAP
           PERFORM 100-FIND-BATCH-HEADER
           IF NOT HEADER-FOUND
               DISPLAY 'NO BATCH HEADER ON PHASE2.DAT - NOTHING '
                   'EXTRACTED.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 150-CHECK-REGISTER
           IF WS-REG-STATUS NOT = 'POSTED'
               DISPLAY 'BATCH ' WS-BATCH-DATE '/' WS-BATCH-NO
                   ' STORE ' WS-BATCH-STORE ' IS NOT POSTED - '
                   'NOTHING EXTRACTED.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 170-CHECK-EXTRACT-LOG
           IF ALREADY-EXTRACTED
               DISPLAY 'BATCH ' WS-BATCH-DATE '/' WS-BATCH-NO
                   ' STORE ' WS-BATCH-STORE ' WAS ALREADY EXTRACTED.'
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 200-EXTRACT-BATCH
           IF WS-UNMAPPED-CT > ZERO
               DISPLAY 'BATCH REJECTED: ' WS-UNMAPPED-CT
                   ' LINES WITH NO STOREMAST.DAT MAPPING.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 400-READ-CONTROL
           PERFORM 500-WRITE-EXTRACT
           PERFORM 600-WRITE-CONTROL
           PERFORM 700-LOG-BATCH
           DISPLAY WS-DETAIL-CT ' DETAIL LINES, ' WS-OUT-CT
               ' FINAL.DAT RECORDS WRITTEN.'
           DISPLAY 'FINAL EXTRACT COMPLETE!'
           STOP RUN.
      * LOADS THE FASTMART-TO-FINAL STORE MAPPING FROM THE STORE
      * MASTER. ROWS WITHOUT A FASTMART STORE NUMBER ARE FINAL-ONLY.
       050-LOAD-STORE-MAP.
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT STOREMAST-FILE
           IF WS-SM-STATUS NOT = "00"
               MOVE 'Y' TO EOF-SWITCH
               DISPLAY 'WARNING: STOREMAST.DAT NOT ON FILE.'
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ STOREMAST-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       IF SR-FM-STORE-NO IS NUMERIC
                          AND SM-COUNT < 99
                           ADD 1 TO SM-COUNT
                           MOVE SR-FM-STORE-NO TO SM-FM-STORE(SM-COUNT)
                           MOVE SR-STORE-NO    TO SM-FN-STORE(SM-COUNT)
                           MOVE SR-STATUS      TO SM-STATUS(SM-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-SM-STATUS NOT = "35"
               CLOSE STOREMAST-FILE
           END-IF.
      * PICKS THE BATCH ID AND DATE UP FROM PHASE 1'S HEADER.
       100-FIND-BATCH-HEADER.
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT TRANS-FILE
           IF WS-TR-STATUS NOT = "00"
               DISPLAY 'PHASE2.DAT CANNOT BE OPENED.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y' OR HEADER-FOUND
               READ TRANS-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       IF T-CUST-NO = '00000'
                           SET HEADER-FOUND TO TRUE
                           MOVE THV-BATCH-DATE TO WS-BATCH-DATE
                           MOVE THV-BATCH-NO   TO WS-BATCH-NO
                           IF THV-STORE-NO IS NUMERIC
                               MOVE THV-STORE-NO TO WS-BATCH-STORE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRANS-FILE.
      * THE BATCH'S LATEST REGISTER ENTRY DECIDES: A BATCH POSTED AND
      * THEN REVERSED IS NOT EXTRACTED.
       150-CHECK-REGISTER.
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT BATCHREG-FILE
           IF WS-BR-STATUS NOT = "00"
               MOVE 'Y' TO EOF-SWITCH
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ BATCHREG-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       IF BR-BATCH-DATE = WS-BATCH-DATE
                          AND BR-BATCH-NO = WS-BATCH-NO
                          AND (BR-STORE-NO = WS-BATCH-STORE
                              OR BR-STORE-NO NOT NUMERIC)
                           MOVE BR-STATUS TO WS-REG-STATUS
                       END-IF
               END-READ
           END-PERFORM
           IF WS-BR-STATUS NOT = "35"
               CLOSE BATCHREG-FILE
           END-IF.
      * REFUSES A SECOND EXTRACT OF THE SAME BATCH.
       170-CHECK-EXTRACT-LOG.
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT XLOG-FILE
           IF WS-XL-STATUS NOT = "00"
               MOVE 'Y' TO EOF-SWITCH
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ XLOG-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       IF XL-BATCH-DATE = WS-BATCH-DATE
                          AND XL-BATCH-NO = WS-BATCH-NO
                          AND XL-STORE-NO = WS-BATCH-STORE
                           SET ALREADY-EXTRACTED TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-XL-STATUS NOT = "35"
               CLOSE XLOG-FILE
           END-IF.
      * BUILDS THE FINAL.DAT RECORDS FOR EVERY DETAIL LINE. CONTROL
      * RECORDS ARE SKIPPED.
       200-EXTRACT-BATCH.
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT TRANS-FILE
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ TRANS-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       IF T-CUST-NO = '00000' OR T-CUST-NO = '99999'
                           CONTINUE
                       ELSE
                           ADD 1 TO WS-DETAIL-CT
                           PERFORM 250-EXTRACT-ONE-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRANS-FILE.
      * A NEGATIVE EXTENSION (A RETURN OR A VOID) GOES OVER AS A
      * RETURN. FINAL.DAT'S AMOUNT HOLDS 999.99, SO A LARGER LINE IS
      * CARRIED AS SEVERAL RECORDS THAT ADD BACK UP TO IT.
       250-EXTRACT-ONE-LINE.
           IF T-STORE-NO IS NUMERIC
               MOVE T-STORE-NO TO WS-FM-STORE
           ELSE
               MOVE WS-BATCH-STORE TO WS-FM-STORE
           END-IF
           PERFORM 300-MAP-STORE
           IF WS-FN-STORE = ZERO
               ADD 1 TO WS-UNMAPPED-CT
               DISPLAY 'NO STOREMAST.DAT MAPPING FOR FASTMART STORE '
                   WS-FM-STORE ' - SEQ ' T-SEQ-NO
           ELSE
               COMPUTE WS-LINE-AMT ROUNDED = T-UNIT-PR * T-QNT
               IF WS-LINE-AMT < ZERO
                   MOVE 'R' TO WS-TRANS-TYPE
                   COMPUTE WS-LEFT-AMT = WS-LINE-AMT * -1
               ELSE
                   MOVE 'S' TO WS-TRANS-TYPE
                   MOVE WS-LINE-AMT TO WS-LEFT-AMT
               END-IF
               PERFORM 270-ADD-EXTRACT-RECORD
                   UNTIL WS-LEFT-AMT = ZERO
           END-IF.
       270-ADD-EXTRACT-RECORD.
           IF WS-LEFT-AMT > WS-MAX-PIECE
               MOVE WS-MAX-PIECE TO WS-PIECE-AMT
           ELSE
               MOVE WS-LEFT-AMT TO WS-PIECE-AMT
           END-IF
           SUBTRACT WS-PIECE-AMT FROM WS-LEFT-AMT
           IF EX-COUNT < 5000
               MOVE T-CUST-NO(2:4) TO FN-CUST-NO
               MOVE WS-FN-STORE    TO FN-STORE-NO
               MOVE WS-PIECE-AMT   TO FN-SALES-AMT
               MOVE WS-TRANS-TYPE  TO FN-TRANS-TYPE
               MOVE WS-BATCH-MM    TO FN-TRANS-MM
               MOVE WS-BATCH-DD    TO FN-TRANS-DD
               MOVE WS-BATCH-YEAR  TO FN-TRANS-YEAR
               ADD 1 TO EX-COUNT
               MOVE FINAL-REC TO EX-REC(EX-COUNT)
               ADD WS-PIECE-AMT TO WS-OUT-TOT
           ELSE
               ADD 1 TO WS-UNMAPPED-CT
               DISPLAY 'EXTRACT TABLE FULL - BATCH REJECTED.'
               MOVE ZERO TO WS-LEFT-AMT
           END-IF.
      * FINDS THE FINAL STORE NUMBER FOR WS-FM-STORE. A CLOSED STORE
      * STILL MAPS - ITS LAST SALES BELONG IN ITS TOTALS. ZERO MEANS
      * NO MAPPING.
       300-MAP-STORE.
           MOVE ZERO TO WS-FN-STORE
           PERFORM VARYING WS-SM-SUB FROM 1 BY 1
                   UNTIL WS-SM-SUB > SM-COUNT
               IF SM-FM-STORE(WS-SM-SUB) = WS-FM-STORE
                   MOVE SM-FN-STORE(WS-SM-SUB) TO WS-FN-STORE
               END-IF
           END-PERFORM.
      * PICKS UP THE CONTROL TOTALS OF WHAT IS ALREADY ON FINAL.DAT.
      * NO CONTROL FILE MEANS A NEW PERIOD.
       400-READ-CONTROL.
           OPEN INPUT FINALCTL-FILE
           IF WS-FC-STATUS = "00"
               READ FINALCTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE FC-REC-COUNT TO WS-CTL-COUNT
                       MOVE FC-SALES-TOT TO WS-CTL-TOT
               END-READ
               CLOSE FINALCTL-FILE
           END-IF.
      * APPENDS THE BATCH TO FINAL.DAT, OR STARTS IT FOR A NEW PERIOD.
       500-WRITE-EXTRACT.
           IF WS-FC-STATUS = "00"
               OPEN EXTEND FINAL-FILE
               IF WS-FN-STATUS NOT = "00"
                   OPEN OUTPUT FINAL-FILE
               END-IF
           ELSE
               OPEN OUTPUT FINAL-FILE
           END-IF
           PERFORM VARYING WS-SM-SUB FROM 1 BY 1
                   UNTIL WS-SM-SUB > EX-COUNT
               MOVE EX-REC(WS-SM-SUB) TO FINAL-REC
               WRITE FINAL-REC
               ADD 1 TO WS-OUT-CT
           END-PERFORM
           CLOSE FINAL-FILE.
      * REWRITES THE CONTROL RECORD WITH THIS BATCH ADDED IN.
       600-WRITE-CONTROL.
           ADD WS-OUT-CT  TO WS-CTL-COUNT
           ADD WS-OUT-TOT TO WS-CTL-TOT
           OPEN OUTPUT FINALCTL-FILE
           MOVE WS-CTL-COUNT TO FC-REC-COUNT
           MOVE WS-CTL-TOT   TO FC-SALES-TOT
           WRITE FINALCTL-REC
           CLOSE FINALCTL-FILE.
      * RECORDS THE BATCH AS EXTRACTED.
       700-LOG-BATCH.
           OPEN EXTEND XLOG-FILE
           IF WS-XL-STATUS NOT = "00"
               OPEN OUTPUT XLOG-FILE
           END-IF
           MOVE WS-BATCH-DATE  TO XL-BATCH-DATE
           MOVE WS-BATCH-NO    TO XL-BATCH-NO
           MOVE WS-BATCH-STORE TO XL-STORE-NO
           MOVE WS-RUN-DATE    TO XL-RUN-DATE
           MOVE WS-OUT-CT      TO XL-REC-COUNT
           WRITE XLOG-REC
           CLOSE XLOG-FILE.

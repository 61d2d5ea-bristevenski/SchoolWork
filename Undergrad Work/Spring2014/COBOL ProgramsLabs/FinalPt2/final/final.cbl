      *        output file.
      *          
      * Input:
      *     FINAL.DAT     -- built from posted FastMart batches by
      *                      FinalExtract
      *     FINALCTL.DAT  -- FinalExtract's record count and sales
      *                      total, proved before any discount
      *     DISCOUNT.DAT  -- store number/discount rate table
      * Output:
      *     UNSORTED.DAT
      *     8/16/14 BM  Transactions now carry their date, carried
      *                 through UNSORTED.DAT, and the totals report
      *                 gained a store-by-month summary section
      *     10/13/14 BM FINAL.DAT is now built from posted FastMart
      *                 batches by FinalExtract, and is proved to its
      *                 FINALCTL.DAT control record before any
      *                 discount is applied; STOREMAST.DAT gained the
      *                 FastMart store number
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT STOREMAST-FILE ASSIGN TO "STOREMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SMAST-STATUS.
           SELECT FINALCTL-FILE ASSIGN TO "FINALCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  SR-NAME         PIC X(11).
           05  SR-REGION       PIC X(8).
           05  SR-STATUS       PIC X.
      * APPENDED SO OLDER ROWS STILL READ: THE TWO-DIGIT FASTMART
      * STORE NUMBER FINALEXTRACT MAPS TO THIS STORE.
           05  SR-FM-STORE-NO  PIC X(2).

      * CONTROL RECORD FINALEXTRACT KEEPS FOR FINAL.DAT: RECORDS
      * WRITTEN AND THE TOTAL OF THEIR SALES AMOUNTS.
       FD  FINALCTL-FILE.
       01  FINALCTL-REC.
           05  FC-REC-COUNT    PIC 9(7).
           05  FC-SALES-TOT    PIC 9(9)V99.

       WORKING-STORAGE SECTION.
       01  DISCOUNT-TABLE.
           05  WS-RG-FOUND     PIC 9(2).
           05  WS-STORE-OK-SW  PIC X.
           05  TL-STORE-NAME   PIC X(11).
           05  WS-FCTL-STATUS  PIC XX.
           05  WS-PROOF-COUNT  PIC 9(7)        VALUE ZERO.
           05  WS-PROOF-TOT    PIC 9(9)V99     VALUE ZERO.

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 090-VERIFY-FINAL-CONTROL
           PERFORM 100-OPEN-FILES
           PERFORM 150-LOAD-DISCOUNT-TABLE
           PERFORM 200-READ-INPUT UNTIL EOF-SWITCH = 'Y'

           STOP RUN.

      * PROVES FINAL.DAT TO FINALEXTRACT'S CONTROL RECORD BEFORE A
      * DISCOUNT IS APPLIED. NO CONTROL FILE RUNS AS BEFORE.
       090-VERIFY-FINAL-CONTROL.
           OPEN INPUT FINALCTL-FILE
           IF WS-FCTL-STATUS = "00"
               READ FINALCTL-FILE
                   AT END
                       MOVE ZERO TO FC-REC-COUNT FC-SALES-TOT
               END-READ
               CLOSE FINALCTL-FILE
               PERFORM 095-PROVE-FINAL-FILE
           END-IF.

       095-PROVE-FINAL-FILE.
           OPEN INPUT IN-FILE
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ IN-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-PROOF-COUNT
                       ADD IN-SALES-AMT TO WS-PROOF-TOT
               END-READ
           END-PERFORM
           CLOSE IN-FILE
           MOVE 'N' TO EOF-SWITCH
           IF WS-PROOF-COUNT NOT = FC-REC-COUNT
              OR WS-PROOF-TOT NOT = FC-SALES-TOT
               DISPLAY 'FINAL.DAT DOES NOT PROVE TO ITS CONTROL '
                   'RECORD - RUN STOPPED.'
               DISPLAY 'CONTROL RECORDS: ' FC-REC-COUNT
                   '  FILE RECORDS: ' WS-PROOF-COUNT
               DISPLAY 'CONTROL AMOUNT:  ' FC-SALES-TOT
                   '  FILE AMOUNT:  ' WS-PROOF-TOT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       100-OPEN-FILES.
           PERFORM 105-LOAD-STORE-MASTER
           PERFORM 110-LOAD-BUDGETS

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LayawayRpt.
       AUTHOR. Brianna Muleski
               Andrew Iverson
       DATE-WRITTEN. 10/13/14
      ******************************************************************
      * Purpose:
      *    Aged open-layaway report. Lists every layaway still open
      *    as of the report date - opened at the counter, not yet
      *    picked up and not cancelled - with what it holds, what
      *    the customer has paid, and the balance still due, aged by
      *    the days since it was opened. Layaways past their expiry
      *    date are flagged for the next LayPost cancellation run.
      *    The footer totals each age bucket; the amount paid across
      *    all open layaways is the customer-deposit liability the
      *    GL should carry once LayPost has journaled the day.
      *
      * Input:
      *    LAYAWAY.DAT - layaway ledger
      *    LAYPAY.DAT  - layaway payment ledger
      *    Report date entered at the console (0 = today)
      *
      * Output:
      *    LAYAWAY.RPT - aged open-layaway report
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LAYAWAY-FILE ASSIGN TO "LAYAWAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LAY-STATUS.
           SELECT LAYPAY-FILE ASSIGN TO "LAYPAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LYP-STATUS.
           SELECT REPORT-FILE ASSIGN TO "LAYAWAY.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  LAYAWAY-FILE.
       01  LAYAWAY-REC.
           05  LA-LAY-NO       PIC 9(6).
           05  LA-CUST-NO      PIC X(5).
           05  LA-CUST-NM      PIC X(20).
           05  LA-ITEM-NO      PIC X(4).
           05  LA-ITEM-DES     PIC X(15).
           05  LA-UNIT-PR      PIC 9(4)V99.
           05  LA-QNT          PIC 9(3).
           05  LA-TOTAL        PIC 9(7)V99.
           05  LA-OPEN-DATE    PIC 9(8).
           05  LA-EXPIRE-DATE  PIC 9(8).
           05  LA-STATUS       PIC X.
           05  LA-STORE-NO     PIC 9(2).
           05  LA-OPERATOR     PIC X(5).
           05  LA-CLOSE-DATE   PIC 9(8).
           05  LA-FEE          PIC 9(5)V99.
       FD  LAYPAY-FILE.
       01  LAYPAY-REC.
           05  LY-LAY-NO       PIC 9(6).
           05  LY-CUST-NO      PIC X(5).
           05  LY-DATE         PIC 9(8).
           05  LY-TYPE         PIC X.
           05  LY-AMT          PIC 9(7)V99.
           05  LY-TENDER       PIC X.
           05  LY-OPERATOR     PIC X(5).
           05  LY-STORE-NO     PIC 9(2).
           05  LY-GL-FLAG      PIC X.
       FD  REPORT-FILE.
       01  REPORT-REC          PIC X(100).
       WORKING-STORAGE SECTION.
       01  WORKING-ITEMS.
           05  EOF-SWITCH      PIC X.
           05  WS-LAY-STATUS   PIC XX.
           05  WS-LYP-STATUS   PIC XX.
           05  WS-AS-OF-DATE   PIC 9(8).
           05  WS-LT-SUB       PIC 9(4).
           05  WS-BK-SUB       PIC 9.
           05  WS-DAYS-OPEN    PIC S9(5).
           05  WS-BALANCE      PIC 9(7)V99.
           05  WS-OPEN-CT      PIC 9(4)    VALUE ZERO.
           05  WS-EXPIRED-CT   PIC 9(4)    VALUE ZERO.
           05  WS-TOT-TOTAL    PIC 9(9)V99 VALUE ZERO.
           05  WS-TOT-PAID     PIC 9(9)V99 VALUE ZERO.
           05  WS-TOT-DUE      PIC 9(9)V99 VALUE ZERO.
      * THE OPEN LAYAWAYS, WITH THE AMOUNT PAID ROLLED UP FROM THE
      * PAYMENT LEDGER. A LAYAWAY WITH A PICKUP ROW LAYPOST HAS NOT
      * CLOSED YET IS ALREADY GONE FROM THE SHELF AND IS DROPPED.
       01  LAYAWAY-TABLE.
           05  LT-COUNT        PIC 9(4)    VALUE ZERO.
           05  LT-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON LT-COUNT
                   INDEXED BY LT-INDX.
               10  LT-LAY-NO       PIC 9(6).
               10  LT-CUST-NO      PIC X(5).
               10  LT-CUST-NM      PIC X(20).
               10  LT-TOTAL        PIC 9(7)V99.
               10  LT-OPEN-DATE    PIC 9(8).
               10  LT-EXPIRE-DATE  PIC 9(8).
               10  LT-PAID         PIC 9(7)V99.
               10  LT-PICKED-SW    PIC X.
       01  BUCKET-NAMES.
           05  FILLER          PIC X(40)   VALUE
               "0-30 DAYS 31-60 DAYS61-90 DAYSOVER 90   ".
       01  BUCKET-NAME-VIEW REDEFINES BUCKET-NAMES.
           05  BK-NAME OCCURS 4 TIMES PIC X(10).
       01  BUCKET-TABLE.
           05  BK-ENTRY OCCURS 4 TIMES.
               10  BK-CT           PIC 9(4).
               10  BK-PAID         PIC 9(9)V99.
               10  BK-DUE          PIC 9(9)V99.
       01  HD-TITLE.
           05  FILLER          PIC X(9)    VALUE "AS OF:   ".
           05  HD-AS-OF        PIC 9999/99/99.
           05  FILLER          PIC X(10)   VALUE SPACES.
           05  FILLER          PIC X(26)   VALUE
                                   "AGED OPEN-LAYAWAY REPORT".
       01  HD-COLUMNS.
           05  FILLER          PIC X(8)    VALUE "LAYAWAY".
           05  FILLER          PIC X(7)    VALUE "CUST".
           05  FILLER          PIC X(17)   VALUE "NAME".
           05  FILLER          PIC X(11)   VALUE "OPENED".
           05  FILLER          PIC X(11)   VALUE "EXPIRES".
           05  FILLER          PIC X(5)    VALUE "DAYS".
           05  FILLER          PIC X(11)   VALUE "      TOTAL".
           05  FILLER          PIC X(11)   VALUE "       PAID".
           05  FILLER          PIC X(11)   VALUE "    BALANCE".
       01  AGED-DETAIL.
           05  AD-LAY-NO       PIC 9(6).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  AD-CUST-NO      PIC X(5).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  AD-CUST-NM      PIC X(16).
           05  FILLER          PIC X       VALUE SPACE.
           05  AD-OPENED       PIC 9999/99/99.
           05  FILLER          PIC X       VALUE SPACE.
           05  AD-EXPIRES      PIC 9999/99/99.
           05  FILLER          PIC X       VALUE SPACE.
           05  AD-DAYS         PIC ZZZ9.
           05  FILLER          PIC X       VALUE SPACE.
           05  AD-TOTAL        PIC ZZZ,ZZ9.99.
           05  FILLER          PIC X       VALUE SPACE.
           05  AD-PAID         PIC ZZZ,ZZ9.99.
           05  FILLER          PIC X       VALUE SPACE.
           05  AD-BALANCE      PIC ZZZ,ZZ9.99.
           05  FILLER          PIC X       VALUE SPACE.
           05  AD-FLAG         PIC X(7).
       01  BUCKET-HEADING.
           05  FILLER          PIC X(13)   VALUE "AGE".
           05  FILLER          PIC X(5)    VALUE "COUNT".
           05  FILLER          PIC X(17)   VALUE "    DEPOSITS HELD".
           05  FILLER          PIC X(16)   VALUE "     BALANCE DUE".
       01  BUCKET-LINE.
           05  BL-NAME         PIC X(10).
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  BL-CT           PIC ZZZ9.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  BL-PAID         PIC $$$,$$$,$$9.99.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  BL-DUE          PIC $$$,$$$,$$9.99.
       01  EXPIRED-LINE.
           05  EL-CT           PIC ZZZ9.
           05  FILLER          PIC X(40)   VALUE
                   " PAST EXPIRY - DUE FOR CANCELLATION".
      *
       PROCEDURE DIVISION.
       000-MAIN.
           DISPLAY 'ENTER REPORT DATE (YYYYMMDD, 0 = TODAY):'
           ACCEPT WS-AS-OF-DATE
           IF WS-AS-OF-DATE = ZERO
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AS-OF-DATE
           END-IF
           PERFORM 050-LOAD-LAYAWAYS
           PERFORM 060-ROLL-PAYMENTS
           PERFORM 100-OPEN-REPORT
           PERFORM 200-AGE-ONE-LAYAWAY
               VARYING WS-LT-SUB FROM 1 BY 1
               UNTIL WS-LT-SUB > LT-COUNT
           PERFORM 600-WRITE-FOOTER
           CLOSE REPORT-FILE

           DISPLAY WS-OPEN-CT ' OPEN LAYAWAYS, ' WS-EXPIRED-CT
               ' PAST EXPIRY.'
           DISPLAY '--LAYAWAY REPORT WRITTEN--'
           STOP RUN.
      * LOADS THE LAYAWAYS STILL OPEN, AND OPENED ON OR BEFORE THE
      * REPORT DATE, FROM THE LAYAWAY LEDGER.
       050-LOAD-LAYAWAYS.
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT LAYAWAY-FILE
           IF WS-LAY-STATUS NOT = "00"
               MOVE 'Y' TO EOF-SWITCH
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ LAYAWAY-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       IF LA-STATUS = 'O'
                          AND LA-OPEN-DATE NOT > WS-AS-OF-DATE
                          AND LT-COUNT < 2000
                           ADD 1 TO LT-COUNT
                           MOVE LA-LAY-NO      TO LT-LAY-NO(LT-COUNT)
                           MOVE LA-CUST-NO     TO LT-CUST-NO(LT-COUNT)
                           MOVE LA-CUST-NM     TO LT-CUST-NM(LT-COUNT)
                           MOVE LA-TOTAL       TO LT-TOTAL(LT-COUNT)
                           MOVE LA-OPEN-DATE   TO
                               LT-OPEN-DATE(LT-COUNT)
                           MOVE LA-EXPIRE-DATE TO
                               LT-EXPIRE-DATE(LT-COUNT)
                           MOVE ZERO           TO LT-PAID(LT-COUNT)
                           MOVE 'N'            TO
                               LT-PICKED-SW(LT-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LAY-STATUS NOT = "35"
               CLOSE LAYAWAY-FILE
           END-IF.
      * ROLLS THE DEPOSITS AND INSTALLMENTS TAKEN THROUGH THE REPORT
      * DATE INTO EACH OPEN LAYAWAY AND NOTES ANY PICKUP ALREADY
      * TAKEN AT THE COUNTER.
       060-ROLL-PAYMENTS.
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT LAYPAY-FILE
           IF WS-LYP-STATUS NOT = "00"
               MOVE 'Y' TO EOF-SWITCH
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ LAYPAY-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       IF LY-DATE NOT > WS-AS-OF-DATE
                           PERFORM 065-APPLY-PAYMENT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LYP-STATUS NOT = "35"
               CLOSE LAYPAY-FILE
           END-IF.
       065-APPLY-PAYMENT.
           PERFORM VARYING WS-LT-SUB FROM 1 BY 1
                   UNTIL WS-LT-SUB > LT-COUNT
               IF LT-LAY-NO(WS-LT-SUB) = LY-LAY-NO
                   EVALUATE LY-TYPE
                       WHEN 'D'
                       WHEN 'I'
                           ADD LY-AMT TO LT-PAID(WS-LT-SUB)
                       WHEN 'U'
                           MOVE 'Y' TO LT-PICKED-SW(WS-LT-SUB)
                   END-EVALUATE
               END-IF
           END-PERFORM.
      * OPENS THE REPORT AND WRITES THE HEADINGS.
       100-OPEN-REPORT.
           OPEN OUTPUT REPORT-FILE
           PERFORM VARYING WS-BK-SUB FROM 1 BY 1
                   UNTIL WS-BK-SUB > 4
               MOVE ZERO TO BK-CT(WS-BK-SUB)
                            BK-PAID(WS-BK-SUB)
                            BK-DUE(WS-BK-SUB)
           END-PERFORM
           MOVE WS-AS-OF-DATE TO HD-AS-OF
           WRITE REPORT-REC FROM HD-TITLE
           WRITE REPORT-REC FROM HD-COLUMNS
               AFTER ADVANCING 2 LINES.
      * AGES ONE OPEN LAYAWAY BY THE DAYS SINCE IT WAS OPENED,
      * PRINTS IT, AND ADDS IT TO ITS BUCKET.
       200-AGE-ONE-LAYAWAY.
           IF LT-PICKED-SW(WS-LT-SUB) = 'N'
               COMPUTE WS-DAYS-OPEN =
                   FUNCTION INTEGER-OF-DATE(WS-AS-OF-DATE)
                   - FUNCTION INTEGER-OF-DATE(LT-OPEN-DATE(WS-LT-SUB))
               EVALUATE TRUE
                   WHEN WS-DAYS-OPEN NOT > 30
                       MOVE 1 TO WS-BK-SUB
                   WHEN WS-DAYS-OPEN NOT > 60
                       MOVE 2 TO WS-BK-SUB
                   WHEN WS-DAYS-OPEN NOT > 90
                       MOVE 3 TO WS-BK-SUB
                   WHEN OTHER
                       MOVE 4 TO WS-BK-SUB
               END-EVALUATE
               COMPUTE WS-BALANCE =
                   LT-TOTAL(WS-LT-SUB) - LT-PAID(WS-LT-SUB)
               MOVE LT-LAY-NO(WS-LT-SUB)      TO AD-LAY-NO
               MOVE LT-CUST-NO(WS-LT-SUB)     TO AD-CUST-NO
               MOVE LT-CUST-NM(WS-LT-SUB)     TO AD-CUST-NM
               MOVE LT-OPEN-DATE(WS-LT-SUB)   TO AD-OPENED
               MOVE LT-EXPIRE-DATE(WS-LT-SUB) TO AD-EXPIRES
               MOVE WS-DAYS-OPEN              TO AD-DAYS
               MOVE LT-TOTAL(WS-LT-SUB)       TO AD-TOTAL
               MOVE LT-PAID(WS-LT-SUB)        TO AD-PAID
               MOVE WS-BALANCE                TO AD-BALANCE
               MOVE SPACES                    TO AD-FLAG
               IF LT-EXPIRE-DATE(WS-LT-SUB) < WS-AS-OF-DATE
                  AND WS-BALANCE > ZERO
                   MOVE 'EXPIRED' TO AD-FLAG
                   ADD 1 TO WS-EXPIRED-CT
               END-IF
               WRITE REPORT-REC FROM AGED-DETAIL
                   AFTER ADVANCING 1 LINE
               ADD 1                   TO BK-CT(WS-BK-SUB)
               ADD LT-PAID(WS-LT-SUB)  TO BK-PAID(WS-BK-SUB)
               ADD WS-BALANCE          TO BK-DUE(WS-BK-SUB)
               ADD 1                   TO WS-OPEN-CT
               ADD LT-TOTAL(WS-LT-SUB) TO WS-TOT-TOTAL
               ADD LT-PAID(WS-LT-SUB)  TO WS-TOT-PAID
               ADD WS-BALANCE          TO WS-TOT-DUE
           END-IF.
      * PRINTS ONE LINE PER AGE BUCKET, THE GRAND TOTAL - WHOSE
      * DEPOSITS HELD IS THE CUSTOMER-DEPOSIT LIABILITY - AND THE
      * COUNT OF LAYAWAYS WAITING TO BE CANCELLED.
       600-WRITE-FOOTER.
           WRITE REPORT-REC FROM BUCKET-HEADING
               AFTER ADVANCING 3 LINES
           PERFORM VARYING WS-BK-SUB FROM 1 BY 1
                   UNTIL WS-BK-SUB > 4
               MOVE BK-NAME(WS-BK-SUB) TO BL-NAME
               MOVE BK-CT(WS-BK-SUB)   TO BL-CT
               MOVE BK-PAID(WS-BK-SUB) TO BL-PAID
               MOVE BK-DUE(WS-BK-SUB)  TO BL-DUE
               WRITE REPORT-REC FROM BUCKET-LINE
                   AFTER ADVANCING 1 LINE
           END-PERFORM
           MOVE 'TOTAL'     TO BL-NAME
           MOVE WS-OPEN-CT  TO BL-CT
           MOVE WS-TOT-PAID TO BL-PAID
           MOVE WS-TOT-DUE  TO BL-DUE
           WRITE REPORT-REC FROM BUCKET-LINE
               AFTER ADVANCING 2 LINES
           MOVE WS-EXPIRED-CT TO EL-CT
           WRITE REPORT-REC FROM EXPIRED-LINE
               AFTER ADVANCING 2 LINES.

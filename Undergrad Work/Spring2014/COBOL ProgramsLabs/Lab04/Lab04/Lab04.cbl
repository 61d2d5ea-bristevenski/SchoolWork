      * Input:
      *     rental.dat
      *     CARRATE.DAT -- car make code/name/rate/per-mile table
      *     RENTBILL.DAT -- corporate rentals already billed to AR
      *     MASTER.DAT -- indexed AR master, corporate accounts
      *     ARINVNO.DAT -- next AR invoice number
      * Output:
      *     rental.rpt
      *     CAREXCEPT.RPT -- records with an unrecognized car make
      *     MASTER.DAT -- corporate rental charges added to balance
      *     ARHISTORY.DAT -- one 'S' row per corporate rental billed
      *     AROPENITEM.DAT -- one open item per corporate rental
      *     RENTBILL.DAT -- corporate rentals billed by this run
      ******************************************************************
      * Modification History:
      *     8/9/14  BM  Car make rates now load from CARRATE.DAT into
      *                 of the report
      *     9/3/14  BM  Late fees accrued at the rental desk now ride
      *                 RENTAL.DAT and add into the amount due
      *     10/13/14 BM Damage charged at check-in now rides RENTAL.DAT
      *                 and adds into the amount due
      *     10/13/14 BM Corporate rentals are billed to their AR
      *                 account on MASTER.DAT; billed rentals are
      *                 logged to RENTBILL.DAT so a rerun skips them
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CAR-EXCEPT-FILE ASSIGN TO "CAREXCEPT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RENTBILL-FILE ASSIGN TO "RENTBILL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RB-STATUS.
           SELECT AR-MASTER-FILE ASSIGN TO "MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS O-CUST-NO
               FILE STATUS IS WS-MSTR-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "ARHISTORY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT OPENITEM-FILE ASSIGN TO "AROPENITEM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OI-STATUS.
           SELECT INVCTL-FILE ASSIGN TO "ARINVNO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVCTL-STATUS.

       DATA DIVISION.
      ******************************************************************	   
      * RECORDS CUT BEFORE THE FIELD EXISTED READ NON-NUMERIC AND
      * ADD NOTHING.
           05  LATE-FEE    PIC 9(4)V99.
      * DAMAGE CHARGED AT CHECK-IN TO A RENTER WITH NO WAIVER OR
      * INSURANCE COVER. NON-NUMERIC ON OLDER RECORDS, AS ABOVE.
           05  DAMAGE-CHG  PIC 9(5)V99.
      * RENTER'S DRIVER LICENSE, THE AR ACCOUNT A CORPORATE RENTAL
      * BILLS TO (SPACES = PAID AT THE DESK), AND THE DATE IN.
           05  LICENSE-NO  PIC X(15).
           05  AR-CUST-NO  PIC X(5).
           05  DATE-IN     PIC 9(8).
      ******************************************************************
      * DO_4: Define the output record.
      ******************************************************************
       FD  CAR-EXCEPT-FILE.
       01  CAR-EXCEPT-REC      PIC X(80).

      * ONE ROW PER CORPORATE RENTAL BILLED, CARRYING THE WHOLE
      * RENTAL RECORD, SO A RERUN OVER THE SAME RENTAL.DAT DOES NOT
      * BILL IT A SECOND TIME.
       FD  RENTBILL-FILE.
       01  RENTBILL-REC.
           05  RB-RENTAL       PIC X(71).
           05  RB-INVOICE-NO   PIC 9(6).
           05  RB-AMT          PIC 9(5)V99.
           05  RB-BILL-DATE    PIC 9(8).
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
       FD  HISTORY-FILE.
       01  HIST-REC.
           05  H-CUST-NO       PIC X(5).
           05  H-TRANS-DATE    PIC 9(8).
           05  H-SALES-AMT     PIC S9(7)V99.
           05  H-SALES-TAX     PIC S9(6)V99.
           05  H-AMT           PIC S9(8)V99.
           05  H-TRANS-TYPE    PIC X.
       FD  OPENITEM-FILE.
       01  OPENITEM-REC.
           05  OI-CUST-NO      PIC X(5).
           05  OI-INVOICE-NO   PIC 9(6).
           05  OI-INV-DATE     PIC 9(8).
           05  OI-DUE-DATE     PIC 9(8).
           05  OI-ORIG-AMT     PIC S9(7)V99.
           05  OI-OPEN-AMT     PIC S9(7)V99.
       FD  INVCTL-FILE.
       01  INVCTL-REC.
           05  IC-NEXT-INV-NO  PIC 9(6).

       WORKING-STORAGE SECTION.
       01  CONSTANT-RATES.
           05  BASE-MILE           PIC 999    VALUE 100.
               88  CAR-FOUND                  VALUE 'Y'.
           05  WS-FOUND-INDX       PIC 9(3).
           05  WS-RENTAL-FEE       PIC 9(4)V99.
           05  WS-RB-STATUS        PIC XX.
           05  WS-MSTR-STATUS      PIC XX.
           05  WS-HIST-STATUS      PIC XX.
           05  WS-OI-STATUS        PIC XX.
           05  WS-INVCTL-STATUS    PIC XX.
           05  RB-EOF-SWITCH       PIC X      VALUE 'N'.
           05  WS-AR-OPEN-SW       PIC X      VALUE 'N'.
           05  WS-RUN-DATE         PIC 9(8).
           05  WS-DUE-INT          PIC S9(9).
           05  WS-NEXT-INV-NO      PIC 9(6)   VALUE 1.
           05  WS-BILLED-SW        PIC X.
           05  WS-BILLED-CT        PIC 9(5)   VALUE ZERO.
           05  WS-BILLED-TOT       PIC 9(7)V99 VALUE ZERO.
      * CORPORATE RENTALS BILLED BY EARLIER RUNS.
       01  BILLED-TABLE.
           05  BT-COUNT            PIC 9(4)   VALUE ZERO.
           05  BT-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON BT-COUNT
                   INDEXED BY BT-INDX.
               10  BT-RENTAL       PIC X(71).
	       05  WS-DATE.
		       10  WS-YEAR         PIC 9(4).
			   10  WS-MM           PIC 99.
           05  ED-DAYS             PIC  ZZ9.
           05  FILLER              PIC  X(5)  VALUE SPACES.
           05  ED-AMOUNT           PIC  $$,$$9.99.
           05  FILLER              PIC  X(2)  VALUE SPACES.
           05  ED-BILL-NOTE        PIC  X(8).
       01  SUMMARY-TITLE.
           05  FILLER              PIC  X(29) VALUE
                                    "RENTAL SUMMARY BY CAR MAKE".
           05  FILLER              PIC  X(5)  VALUE SPACES.
           05  SM-TOTAL            PIC  $$$,$$9.99.
           05  FILLER              PIC  X(10) VALUE SPACES.
       01  BILLED-LINE.
           05  FILLER              PIC  X(15) VALUE
                                    "BILLED TO AR".
           05  BL-COUNT            PIC  ZZZZ9.
           05  FILLER              PIC  X(5)  VALUE SPACES.
           05  BL-TOTAL            PIC  $$$,$$9.99.
       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-OPEN.
       100-OPEN.
           OPEN INPUT IN-RENTAL-FILE
           OPEN OUTPUT OUT-RENTAL-FILE
           OPEN OUTPUT CAR-EXCEPT-FILE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM 120-LOAD-BILLED.

      * LOADS THE CORPORATE RENTALS ALREADY BILLED. NO FILE MEANS
      * NOTHING HAS BEEN BILLED YET.
       120-LOAD-BILLED.
           OPEN INPUT RENTBILL-FILE
           IF WS-RB-STATUS NOT = "00"
               MOVE 'Y' TO RB-EOF-SWITCH
           END-IF
           PERFORM UNTIL RB-EOF-SWITCH = 'Y'
               READ RENTBILL-FILE
                   AT END
                       MOVE 'Y' TO RB-EOF-SWITCH
                   NOT AT END
                       IF BT-COUNT < 5000
                           ADD 1 TO BT-COUNT
                           MOVE RB-RENTAL TO BT-RENTAL(BT-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-RB-STATUS NOT = "35"
               CLOSE RENTBILL-FILE
           END-IF.

      * LOADS CARRATE.DAT INTO A RUNTIME TABLE SO A RATE CHANGE OR A
      * NEW CAR MAKE NO LONGER REQUIRES A CODE CHANGE AND RECOMPILE.
               IF LATE-FEE IS NUMERIC
                   ADD LATE-FEE TO WS-RENTAL-FEE
               END-IF
               IF DAMAGE-CHG IS NUMERIC
                   ADD DAMAGE-CHG TO WS-RENTAL-FEE
               END-IF
               ADD WS-RENTAL-FEE TO CRT-TOTAL-DUE(WS-FOUND-INDX)
               ADD 1 TO CRT-COUNT(WS-FOUND-INDX)
               MOVE SPACES TO ED-BILL-NOTE
               IF AR-CUST-NO NOT = SPACES
                   PERFORM 470-BILL-CORPORATE
               END-IF
               PERFORM 500-WRITE-CUSTOMER-REC
           ELSE
               PERFORM 450-WRITE-EXCEPTION
      * EXCEPTION FILE INSTEAD OF PRINTING "ERROR!!" ON THE REPORT.
       450-WRITE-EXCEPTION.
           WRITE CAR-EXCEPT-REC FROM IN-RENTAL-REC.

      * BILLS A CORPORATE RENTAL TO ITS AR ACCOUNT THE WAY NSFCHECK
      * RAISES A CHARGE: BALANCE UP ON MASTER.DAT, AN 'S' HISTORY
      * ROW FOR THE STATEMENT, AND AN OPEN ITEM DUE ON THE
      * ACCOUNT'S TERMS. A RENTAL BILLED BY AN EARLIER RUN ONLY
      * PRINTS; AN ACCOUNT NOT ON THE MASTER LEAVES THE RENTAL TO BE
      * PAID AT THE DESK.
       470-BILL-CORPORATE.
           MOVE 'N' TO WS-BILLED-SW
           PERFORM VARYING BT-INDX FROM 1 BY 1
                   UNTIL BT-INDX > BT-COUNT
               IF BT-RENTAL(BT-INDX) = IN-RENTAL-REC
                   MOVE 'Y' TO WS-BILLED-SW
               END-IF
           END-PERFORM
           IF WS-BILLED-SW = 'Y'
               STRING 'AR ' AR-CUST-NO DELIMITED BY SIZE
                   INTO ED-BILL-NOTE
           ELSE
               IF WS-AR-OPEN-SW = 'N'
                   PERFORM 480-OPEN-AR-FILES
               END-IF
               MOVE AR-CUST-NO TO O-CUST-NO
               IF WS-AR-OPEN-SW = 'Y'
                   READ AR-MASTER-FILE
               END-IF
               IF WS-AR-OPEN-SW NOT = 'Y'
                  OR WS-MSTR-STATUS NOT = "00"
                   MOVE 'NO ACCT' TO ED-BILL-NOTE
                   DISPLAY 'AR ACCOUNT ' AR-CUST-NO ' NOT ON MASTER - '
                       LAST-NAME ' PAYS AT THE DESK.'
               ELSE
                   PERFORM 490-POST-TO-AR
                   STRING 'AR ' AR-CUST-NO DELIMITED BY SIZE
                       INTO ED-BILL-NOTE
               END-IF
           END-IF.

      * OPENS THE AR FILES THE FIRST TIME A CORPORATE RENTAL NEEDS
      * BILLING, WITH THE USUAL FIRST-RUN FALLBACK TO OUTPUT FOR THE
      * TRAIL FILES.
       480-OPEN-AR-FILES.
           OPEN I-O AR-MASTER-FILE
           IF WS-MSTR-STATUS = "00"
               MOVE 'Y' TO WS-AR-OPEN-SW
               OPEN EXTEND HISTORY-FILE
               IF WS-HIST-STATUS NOT = "00"
                   OPEN OUTPUT HISTORY-FILE
               END-IF
               OPEN EXTEND OPENITEM-FILE
               IF WS-OI-STATUS NOT = "00"
                   OPEN OUTPUT OPENITEM-FILE
               END-IF
               OPEN EXTEND RENTBILL-FILE
               IF WS-RB-STATUS NOT = "00"
                   OPEN OUTPUT RENTBILL-FILE
               END-IF
               OPEN INPUT INVCTL-FILE
               IF WS-INVCTL-STATUS = "00"
                   READ INVCTL-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE IC-NEXT-INV-NO TO WS-NEXT-INV-NO
                   END-READ
                   CLOSE INVCTL-FILE
               END-IF
           ELSE
               MOVE 'X' TO WS-AR-OPEN-SW
           END-IF.

       490-POST-TO-AR.
           ADD WS-RENTAL-FEE TO O-AMT
           REWRITE OLD-REC
           MOVE AR-CUST-NO     TO H-CUST-NO
           MOVE WS-RUN-DATE    TO H-TRANS-DATE
           MOVE WS-RENTAL-FEE  TO H-SALES-AMT
           MOVE ZERO           TO H-SALES-TAX
           MOVE WS-RENTAL-FEE  TO H-AMT
           MOVE 'S'            TO H-TRANS-TYPE
           WRITE HIST-REC
           MOVE AR-CUST-NO     TO OI-CUST-NO
           MOVE WS-NEXT-INV-NO TO OI-INVOICE-NO
           MOVE WS-RUN-DATE    TO OI-INV-DATE
           IF O-TERMS-DAYS IS NUMERIC AND O-TERMS-DAYS > ZERO
               COMPUTE WS-DUE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                   + O-TERMS-DAYS
               MOVE FUNCTION DATE-OF-INTEGER(WS-DUE-INT)
                   TO OI-DUE-DATE
           ELSE
               MOVE WS-RUN-DATE TO OI-DUE-DATE
           END-IF
           MOVE WS-RENTAL-FEE  TO OI-ORIG-AMT
           MOVE WS-RENTAL-FEE  TO OI-OPEN-AMT
           WRITE OPENITEM-REC
           MOVE IN-RENTAL-REC  TO RB-RENTAL
           MOVE WS-NEXT-INV-NO TO RB-INVOICE-NO
           MOVE WS-RENTAL-FEE  TO RB-AMT
           MOVE WS-RUN-DATE    TO RB-BILL-DATE
           WRITE RENTBILL-REC
           ADD 1 TO WS-NEXT-INV-NO
           ADD 1 TO WS-BILLED-CT
           ADD WS-RENTAL-FEE TO WS-BILLED-TOT.
      ******************************************************************
      * DO_10: Move the data items from the input record to the working
      *        storage items to be written to the report.
               MOVE CRT-TOTAL-DUE(CR-INDX) TO SM-TOTAL
               WRITE OUT-RENTAL-REC FROM SUMMARY-LINE
                   AFTER ADVANCING 1 LINE
           END-PERFORM
           MOVE WS-BILLED-CT  TO BL-COUNT
           MOVE WS-BILLED-TOT TO BL-TOTAL
           WRITE OUT-RENTAL-REC FROM BILLED-LINE
               AFTER ADVANCING 2 LINES.
      ******************************************************************
      * DO_12: Close input/output files.
      ******************************************************************
       500-CLOSE.
           CLOSE IN-RENTAL-FILE
           CLOSE OUT-RENTAL-FILE
           CLOSE CAR-EXCEPT-FILE
           IF WS-AR-OPEN-SW = 'Y'
               CLOSE AR-MASTER-FILE
                     HISTORY-FILE
                     OPENITEM-FILE
                     RENTBILL-FILE
               OPEN OUTPUT INVCTL-FILE
               MOVE WS-NEXT-INV-NO TO IC-NEXT-INV-NO
               WRITE INVCTL-REC
               CLOSE INVCTL-FILE
           END-IF.

      *     This program computes the sales amount of the items ordered
      *     by the customers in a pizza restaurant.
      * Input:
      *     1. pizza flavor code. (alphanumeric)
      *     2. size. (S, M or L)
      *     3. quantity ordered. (numeric)
      *     PIZZAMENU.DAT -- menu master with each flavor's prices
      *     TAXJURIS.DAT  -- sales tax rate per jurisdiction
      *     PIZZAJUR.DAT  -- the jurisdictions the shop collects for
      *     order type, and for a delivery the customer's phone,
      *         name and address
      *     DELIVFEE.DAT  -- the delivery fee
      *     ORDERNO.DAT   -- the next order number
      * Output:
      *     Display a summary of the trasaction, including the flavor
      *     chosen, unit price, sales amount, sales tax, and sales
      *     total.
      *     ORDERLOG.DAT -- persisted record of every item and order
      *                     total
      *     DELIVERY.DAT -- one row per delivery order, for dispatch
      *                     and the driver cash-out
      ******************************************************************
      * Modification History:
      *     8/9/14  BM  An order can now have multiple items; the
      *                 (opened extend) and carries typed, unedited
      *                 amount fields so the daily close-out program
      *                 can total the day against the drawer
      *     10/13/14 BM The flavor is now a code validated against
      *                 the PIZZAMENU.DAT menu master and the unit
      *                 price is looked up by size instead of keyed;
      *                 sales tax is taken from the TAXJURIS.DAT
      *                 rates for the shop's jurisdictions
      *     10/14/14 BM Orders are numbered and are either counter
      *                 or delivery; a delivery takes the customer's
      *                 phone and address, adds the delivery fee, and
      *                 is written to DELIVERY.DAT for dispatch
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT ORDER-LOG-FILE ASSIGN TO "ORDERLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT MENU-FILE ASSIGN TO "PIZZAMENU.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MENU-STATUS.
           SELECT TAXJURIS-FILE ASSIGN TO "TAXJURIS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TJ-STATUS.
           SELECT SHOP-JURIS-FILE ASSIGN TO "PIZZAJUR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SJ-STATUS.
           SELECT ORDNO-FILE ASSIGN TO "ORDERNO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ON-STATUS.
           SELECT FEE-FILE ASSIGN TO "DELIVFEE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEE-STATUS.
           SELECT DELIVERY-FILE ASSIGN TO "DELIVERY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DV-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ORDER-LOG-FILE.
       01  ORDER-LOG-REC          PIC X(80).
      * ONE ROW PER FLAVOR, KEPT BY PIZZAMENUMAINT. PM-ACTIVE 'N'
      * CAN NO LONGER BE ORDERED.
       FD  MENU-FILE.
       01  MENU-REC.
           05  PM-FLAVOR-CODE     PIC X(10).
           05  PM-NAME            PIC X(20).
           05  PM-PRICE-SMALL     PIC 99V99.
           05  PM-PRICE-MEDIUM    PIC 99V99.
           05  PM-PRICE-LARGE     PIC 99V99.
           05  PM-ACTIVE          PIC X.
      * THE STORES' TAX JURISDICTION CONTROL FILE.
       FD  TAXJURIS-FILE.
       01  TAXJURIS-REC.
           05  TJ-CODE            PIC X(3).
           05  TJ-DESC            PIC X(15).
           05  TJ-RATE            PIC V999.
      * THE JURISDICTION CODES THE PIZZA SHOP COLLECTS FOR. WITH NO
      * FILE THE SHOP COLLECTS FOR EVERY JURISDICTION ON TAXJURIS.DAT,
      * AS THE STORES DO.
       FD  SHOP-JURIS-FILE.
       01  SHOP-JURIS-REC.
           05  SJ-JURIS-CODE      PIC X(3).
       FD  ORDNO-FILE.
       01  ORDNO-REC.
           05  ON-NEXT-ORDER-NO   PIC 9(6).
       FD  FEE-FILE.
       01  FEE-REC.
           05  FE-DELIVERY-FEE    PIC 9(3)V99.
      * ONE ROW PER DELIVERY ORDER. DV-STATUS 'O' IS WAITING FOR A
      * DRIVER, 'D' IS OUT WITH ITS DRIVER, 'C' IS DELIVERED.
      * DV-CASHED-OUT 'Y' ONCE THE DRIVER HAS TURNED IN ITS CASH.
       FD  DELIVERY-FILE.
       01  DELIVERY-REC.
           05  DV-ORDER-NO        PIC 9(6).
           05  DV-DATE            PIC 9(8).
           05  DV-TIME-ORDER      PIC 9(4).
           05  DV-PHONE           PIC X(10).
           05  DV-CUST-NAME       PIC X(20).
           05  DV-ADDRESS         PIC X(25).
           05  DV-ORDER-AMT       PIC 9(5)V99.
           05  DV-FEE             PIC 9(3)V99.
           05  DV-DRIVER          PIC X(10).
           05  DV-TIME-OUT        PIC 9(4).
           05  DV-TIME-BACK       PIC 9(4).
           05  DV-STATUS          PIC X.
           05  DV-CASHED-OUT      PIC X.
       WORKING-STORAGE SECTION.
       01  INPUT-ITEMS.
      * DO_2: Define 05 level items for input data. 
           05  WS-FLAVOR      PIC X(10).
           05  WS-SIZE        PIC X.
               88  VALID-SIZE              VALUE 'S' 'M' 'L'.
           05  WS-QUANTITY    PIC 9.
           05  WS-UNIT-PRICE  PIC 99V99.
           05  WS-MENU-NAME   PIC X(20).
       01  COMPUTATION-ITEMS.
           05  WS-AMOUNT      PIC 999V99.    
           05  WS-TAX-RATE    PIC 9V999    VALUE .065.
       01  ORDER-ITEMS.
           05  MORE-ITEMS-SW      PIC X        VALUE 'Y'.
               88  MORE-ITEMS                  VALUE 'Y'.
           05  WS-ORDER-NO        PIC 9(6)     VALUE 1.
           05  WS-ORDER-TYPE      PIC X        VALUE SPACE.
               88  COUNTER-ORDER               VALUE 'C'.
               88  DELIVERY-ORDER              VALUE 'D'.
               88  VALID-ORDER-TYPE            VALUE 'C' 'D'.
           05  WS-DELIVERY-FEE    PIC 9(3)V99  VALUE 3.00.
           05  DS-DELIVERY-FEE    PIC $$9.99.
           05  WS-CUST-PHONE      PIC X(10)    VALUE SPACES.
           05  WS-CUST-NAME       PIC X(20)    VALUE SPACES.
           05  WS-CUST-ADDRESS    PIC X(25)    VALUE SPACES.
           05  WS-ORDER-TOTAL-AMT PIC 9(5)V99  VALUE ZERO.
           05  WS-ORDER-TOTAL-TAX PIC 9(4)V99  VALUE ZERO.
           05  WS-ORDER-TOTAL-SALE PIC 9(5)V99 VALUE ZERO.
           05  LG-SALES-TAX       PIC 99V99.
           05  LG-SALES-TOTAL     PIC 999V99.
           05  LG-TIMESTAMP       PIC X(14).
           05  LG-SIZE            PIC X.
           05  LG-ORDER-NO        PIC 9(6).
           05  LG-ORDER-TYPE      PIC X.
       01  LOG-TOTAL-LINE.
           05  FILLER             PIC X       VALUE 'T'.
           05  FILLER             PIC X(13)   VALUE "ORDER TOTAL: ".
           05  LT-ORDER-TOTAL     PIC $$,$$9.99.
       01  WS-LOG-STATUS          PIC XX.
       01  WS-MENU-STATUS         PIC XX.
       01  WS-TJ-STATUS           PIC XX.
       01  WS-SJ-STATUS           PIC XX.
       01  WS-ON-STATUS           PIC XX.
       01  WS-FEE-STATUS          PIC XX.
       01  WS-DV-STATUS           PIC XX.
       01  EOF-SWITCH             PIC X.
       01  WS-PM-FOUND            PIC 9(3).
       01  WS-JURIS-RATE          PIC 9V999.
       01  WS-SJ-FOUND-SW         PIC X.
       01  MENU-TABLE.
           05  MT-COUNT           PIC 9(3)    VALUE ZERO.
           05  MT-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON MT-COUNT
                   INDEXED BY MT-INDX.
               10  MT-REC             PIC X(43).
       01  SHOP-JURIS-TABLE.
           05  SJ-COUNT           PIC 9(2)    VALUE ZERO.
           05  SJ-CODE OCCURS 10 TIMES
                   INDEXED BY SJ-INDX    PIC X(3).
      *
       LINKAGE SECTION.
      *
       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 020-LOAD-MENU
           IF MT-COUNT = ZERO
               DISPLAY 'NO PIZZA MENU ON FILE - RUN PIZZAMENUMAINT.'
               STOP RUN
           END-IF
           PERFORM 030-LOAD-TAX-RATE
           PERFORM 040-NEXT-ORDER-NO
           PERFORM 060-TAKE-ORDER-TYPE
           OPEN EXTEND ORDER-LOG-FILE
           IF WS-LOG-STATUS NOT = "00"
               OPEN OUTPUT ORDER-LOG-FILE
           PERFORM 050-PROCESS-ITEM UNTIL NOT MORE-ITEMS
           PERFORM 400-DISPLAY-ORDER-TOTAL
           CLOSE ORDER-LOG-FILE
           IF DELIVERY-ORDER
               PERFORM 450-WRITE-DELIVERY
           END-IF
           STOP RUN.

      * LOADS THE PIZZA MENU INTO A TABLE FOR THE FLAVOR AND PRICE
      * LOOKUPS.
       020-LOAD-MENU.
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT MENU-FILE
           IF WS-MENU-STATUS NOT = "00"
               MOVE 'Y' TO EOF-SWITCH
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ MENU-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       IF MT-COUNT < 100
                           ADD 1 TO MT-COUNT
                           MOVE MENU-REC TO MT-REC(MT-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-MENU-STATUS NOT = "35"
               CLOSE MENU-FILE
           END-IF.

      * SETS THE SALES TAX RATE TO THE SUM OF THE TAXJURIS.DAT RATES
      * FOR THE SHOP'S JURISDICTIONS, THE SAME RATES THE STORES
      * CHARGE. WITHOUT A JURISDICTION FILE THE OLD FLAT RATE STANDS.
       030-LOAD-TAX-RATE.
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT SHOP-JURIS-FILE
           IF WS-SJ-STATUS NOT = "00"
               MOVE 'Y' TO EOF-SWITCH
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ SHOP-JURIS-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       IF SJ-COUNT < 10
                           ADD 1 TO SJ-COUNT
                           MOVE SJ-JURIS-CODE TO SJ-CODE(SJ-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-SJ-STATUS NOT = "35"
               CLOSE SHOP-JURIS-FILE
           END-IF
           MOVE ZERO TO WS-JURIS-RATE
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT TAXJURIS-FILE
           IF WS-TJ-STATUS NOT = "00"
               MOVE 'Y' TO EOF-SWITCH
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ TAXJURIS-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       PERFORM 035-CHECK-SHOP-JURIS
                       IF WS-SJ-FOUND-SW = 'Y'
                           ADD TJ-RATE TO WS-JURIS-RATE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-TJ-STATUS NOT = "35"
               CLOSE TAXJURIS-FILE
           END-IF
           IF WS-JURIS-RATE > ZERO
               MOVE WS-JURIS-RATE TO WS-TAX-RATE
           END-IF.

      * A JURISDICTION COUNTS FOR THE SHOP WHEN IT IS ON THE SHOP'S
      * LIST, OR WHEN THERE IS NO LIST.
       035-CHECK-SHOP-JURIS.
           IF SJ-COUNT = ZERO
               MOVE 'Y' TO WS-SJ-FOUND-SW
           ELSE
               MOVE 'N' TO WS-SJ-FOUND-SW
               PERFORM VARYING SJ-INDX FROM 1 BY 1
                       UNTIL SJ-INDX > SJ-COUNT
                   IF SJ-CODE(SJ-INDX) = TJ-CODE
                       MOVE 'Y' TO WS-SJ-FOUND-SW
                   END-IF
               END-PERFORM
           END-IF.

      * TAKES THIS ORDER'S NUMBER FROM ORDERNO.DAT AND STORES THE
      * NEXT ONE BACK. THE FIRST ORDER EVER IS NUMBER 1.
       040-NEXT-ORDER-NO.
           OPEN INPUT ORDNO-FILE
           IF WS-ON-STATUS = "00"
               READ ORDNO-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE ON-NEXT-ORDER-NO TO WS-ORDER-NO
               END-READ
               CLOSE ORDNO-FILE
           END-IF
           OPEN OUTPUT ORDNO-FILE
           COMPUTE ON-NEXT-ORDER-NO = WS-ORDER-NO + 1
           WRITE ORDNO-REC
           CLOSE ORDNO-FILE.

      * ASKS WHETHER THE ORDER IS A COUNTER SALE OR A DELIVERY. A
      * DELIVERY NEEDS THE CUSTOMER'S PHONE AND ADDRESS, AND CARRIES
      * THE DELIVERY FEE FROM DELIVFEE.DAT (THE STANDING FEE WHEN
      * THERE IS NO FILE). THE FEE IS NOT TAXED.
       060-TAKE-ORDER-TYPE.
           PERFORM UNTIL VALID-ORDER-TYPE
               DISPLAY 'ORDER TYPE (C-COUNTER  D-DELIVERY)'
               ACCEPT WS-ORDER-TYPE
           END-PERFORM
           IF DELIVERY-ORDER
               PERFORM UNTIL WS-CUST-PHONE NOT = SPACES
                   DISPLAY 'ENTER CUSTOMER PHONE'
                   ACCEPT WS-CUST-PHONE
               END-PERFORM
               DISPLAY 'ENTER CUSTOMER NAME'
               ACCEPT WS-CUST-NAME
               PERFORM UNTIL WS-CUST-ADDRESS NOT = SPACES
                   DISPLAY 'ENTER DELIVERY ADDRESS'
                   ACCEPT WS-CUST-ADDRESS
               END-PERFORM
               OPEN INPUT FEE-FILE
               IF WS-FEE-STATUS = "00"
                   READ FEE-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE FE-DELIVERY-FEE TO WS-DELIVERY-FEE
                   END-READ
                   CLOSE FEE-FILE
               END-IF
           END-IF.

      * PROCESSES ONE LINE ITEM AND ASKS WHETHER THE ORDER CONTINUES,
      * SO A SINGLE ORDER CAN CONTAIN MULTIPLE ITEMS.
       050-PROCESS-ITEM.
           DISPLAY 'ANOTHER ITEM FOR THIS ORDER? (Y/N)'
           ACCEPT MORE-ITEMS-SW.

      * THE FLAVOR MUST BE AN ACTIVE CODE ON THE MENU AND THE SIZE
      * S, M OR L; THE UNIT PRICE COMES FROM THE MENU FOR THAT SIZE.
       100-INPUT-RTN.
           MOVE ZERO TO WS-PM-FOUND
           PERFORM UNTIL WS-PM-FOUND > ZERO
               DISPLAY 'ENTER THE FLAVOR CODE'
               MOVE SPACES TO WS-FLAVOR
               ACCEPT WS-FLAVOR
               PERFORM 150-FIND-FLAVOR
           END-PERFORM
      * DO_4: Prompt and read the other 2 items.
           MOVE SPACE TO WS-SIZE
           PERFORM UNTIL VALID-SIZE
               DISPLAY 'ENTER SIZE (S/M/L)'
               ACCEPT WS-SIZE
           END-PERFORM
           DISPLAY 'ENTER QUANTITY'
           ACCEPT WS-QUANTITY
           MOVE PM-NAME TO WS-MENU-NAME
           EVALUATE WS-SIZE
               WHEN 'S'
                   MOVE PM-PRICE-SMALL  TO WS-UNIT-PRICE
               WHEN 'M'
                   MOVE PM-PRICE-MEDIUM TO WS-UNIT-PRICE
               WHEN 'L'
                   MOVE PM-PRICE-LARGE  TO WS-UNIT-PRICE
           END-EVALUATE.

      * LOOKS THE FLAVOR CODE UP ON THE MENU, LEAVING A FOUND FLAVOR
      * IN MENU-REC. AN UNKNOWN OR INACTIVE FLAVOR IS REFUSED.
       150-FIND-FLAVOR.
           PERFORM VARYING MT-INDX FROM 1 BY 1
                   UNTIL MT-INDX > MT-COUNT
               IF MT-REC(MT-INDX)(1:10) = WS-FLAVOR
                   SET WS-PM-FOUND TO MT-INDX
               END-IF
           END-PERFORM
           IF WS-PM-FOUND = ZERO
               DISPLAY 'FLAVOR NOT ON THE MENU'
           ELSE
               MOVE MT-REC(WS-PM-FOUND) TO MENU-REC
               IF PM-ACTIVE NOT = 'Y'
                   DISPLAY 'FLAVOR IS NO LONGER ON THE MENU'
                   MOVE ZERO TO WS-PM-FOUND
               END-IF
           END-IF.

       200-COMPUTE-SALES-AMOUNT.
           MOVE WS-UNIT-PRICE TO DS-UNIT-PRICE
           DISPLAY '-----------------------'
           DISPLAY '  PIZZA SALES SUMMARY'
           DISPLAY '-----------------------'
           DISPLAY 'FLAVOR CHOSEN:  ' WS-FLAVOR ' ' WS-MENU-NAME
           DISPLAY 'SIZE:           ' WS-SIZE
      *DO_6: Display unit price, sales amount, and sales tax
           DISPLAY 'UNIT PRICE:     ' DS-UNIT-PRICE
           DISPLAY 'SALES AMOUNT:   ' DS-AMOUNT
       350-WRITE-ITEM-LOG.
           MOVE WS-FLAVOR      TO LG-FLAVOR
           MOVE WS-QUANTITY    TO LG-QUANTITY
           MOVE WS-SIZE        TO LG-SIZE
           MOVE WS-ORDER-NO    TO LG-ORDER-NO
           MOVE WS-ORDER-TYPE  TO LG-ORDER-TYPE
           MOVE WS-UNIT-PRICE  TO LG-UNIT-PRICE
           MOVE WS-AMOUNT      TO LG-AMOUNT
           MOVE WS-SALES-TAX   TO LG-SALES-TAX
       400-DISPLAY-ORDER-TOTAL.
           COMPUTE WS-ORDER-TOTAL-SALE =
               WS-ORDER-TOTAL-AMT + WS-ORDER-TOTAL-TAX
           DISPLAY SPACE
           DISPLAY '======================='
           DISPLAY 'ORDER NUMBER:  ' WS-ORDER-NO
           IF DELIVERY-ORDER
               MOVE WS-DELIVERY-FEE TO DS-DELIVERY-FEE
               DISPLAY 'DELIVERY FEE:     ' DS-DELIVERY-FEE
               ADD WS-DELIVERY-FEE TO WS-ORDER-TOTAL-SALE
           END-IF
           MOVE WS-ORDER-TOTAL-SALE TO DS-ORDER-TOTAL
           DISPLAY 'ORDER TOTAL:   ' DS-ORDER-TOTAL
           DISPLAY '======================='
           MOVE DS-ORDER-TOTAL TO LT-ORDER-TOTAL
           WRITE ORDER-LOG-REC FROM LOG-TOTAL-LINE.

      * WRITES THE DELIVERY TO DELIVERY.DAT, WAITING FOR A DRIVER.
      * THE ORDER AMOUNT IS THE ITEMS WITH TAX; THE FEE IS SEPARATE.
       450-WRITE-DELIVERY.
           MOVE WS-ORDER-NO         TO DV-ORDER-NO
           MOVE WS-CUST-PHONE       TO DV-PHONE
           MOVE WS-CUST-NAME        TO DV-CUST-NAME
           MOVE WS-CUST-ADDRESS     TO DV-ADDRESS
           MOVE FUNCTION CURRENT-DATE(1:8) TO DV-DATE
           MOVE FUNCTION CURRENT-DATE(9:4) TO DV-TIME-ORDER
           COMPUTE DV-ORDER-AMT =
               WS-ORDER-TOTAL-AMT + WS-ORDER-TOTAL-TAX
           MOVE WS-DELIVERY-FEE     TO DV-FEE
           MOVE SPACES              TO DV-DRIVER
           MOVE ZERO                TO DV-TIME-OUT
           MOVE ZERO                TO DV-TIME-BACK
           MOVE 'O'                 TO DV-STATUS
           MOVE 'N'                 TO DV-CASHED-OUT
           OPEN EXTEND DELIVERY-FILE
           IF WS-DV-STATUS NOT = "00"
               OPEN OUTPUT DELIVERY-FILE
           END-IF
           WRITE DELIVERY-REC
           CLOSE DELIVERY-FILE
           DISPLAY 'DELIVERY ORDER ' WS-ORDER-NO ' SENT TO DISPATCH'.

      *    1. Customer Name - Alphamuneric
      *    2. Package Weight - Numeric, implied decimal used
      *    3. Is Hazardous - Alphanumeric
      *    4. Destination Zip - Alphanumeric
      *    5. Service Level - G (ground), E (express), O (overnight)
      *    ACMERATE.DAT -- shipping rates by zone, service and weight
      *    ACMEZONE.DAT -- destination zip prefix to zone
      *    ACMEFUEL.DAT -- weekly fuel surcharge percentage
      *
      * Output:
      *    A summary of the shipping information is displayed in a
      *    session message is displayed.
      *    SHIPLOG.DAT -- persisted record of every shipment and the
      *    session total charge.
      *    ACMETRAK.DAT -- the picked-up tracking event for each
      *    shipment, under the tracking number from ACMETRKNO.DAT.
      *
      * Date/time due: 2/21/14, 3PM
      *
      *                 with dated, typed shipment records, and the
      *                 monthly billing program invoices the regular
      *                 accounts from it
      *     10/14/14 BM Shipments are priced from the ACMERATE.DAT
      *                 rate file by destination zone, service level
      *                 and weight break, effective-dated, with the
      *                 zone's hazardous surcharge and the week's fuel
      *                 surcharge, replacing the compiled-in charges;
      *                 the destination and service are logged
      *     10/15/14 BM Each shipment gets a tracking number, logged
      *                 with it, and its picked-up status event is
      *                 written to ACMETRAK.DAT
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT SHIP-LOG-FILE ASSIGN TO "SHIPLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT RATE-FILE ASSIGN TO "ACMERATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.
           SELECT ZONE-FILE ASSIGN TO "ACMEZONE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ZONE-STATUS.
           SELECT FUEL-FILE ASSIGN TO "ACMEFUEL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FUEL-STATUS.
           SELECT TRKNO-FILE ASSIGN TO "ACMETRKNO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRKNO-STATUS.
           SELECT TRACK-FILE ASSIGN TO "ACMETRAK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRACK-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SHIP-LOG-FILE.
       01  SHIP-LOG-REC            PIC X(80).
      * ONE ROW PER ZONE, SERVICE AND WEIGHT BREAK FROM ITS EFFECTIVE
      * DATE. A PACKAGE OVER RA-WEIGHT-FROM UP TO RA-WEIGHT-TO PAYS
      * THE BASE CHARGE PLUS THE POUND CHARGE ON THE WEIGHT OVER
      * RA-WEIGHT-FROM, AND THE HAZARDOUS SURCHARGE IF HAZARDOUS. A
      * RATE CHANGE IS A NEW ROW WITH A LATER EFFECTIVE DATE.
       FD  RATE-FILE.
       01  RATE-REC.
           05  RA-ZONE          PIC 99.
           05  RA-SERVICE       PIC X.
           05  RA-WEIGHT-FROM   PIC 99V99.
           05  RA-WEIGHT-TO     PIC 99V99.
           05  RA-EFF-DATE      PIC 9(8).
           05  RA-BASE-CHRG     PIC 9(3)V99.
           05  RA-LB-CHRG       PIC 99V99.
           05  RA-HAZ-CHRG      PIC 99.
      * DESTINATION ZIP PREFIX RANGES (FIRST THREE DIGITS) TO ZONE.
       FD  ZONE-FILE.
       01  ZONE-REC.
           05  ZN-ZIP-FROM      PIC X(3).
           05  ZN-ZIP-TO        PIC X(3).
           05  ZN-ZONE          PIC 99.
      * ONE ROW PER WEEK: THE FUEL SURCHARGE PERCENTAGE FROM ITS
      * EFFECTIVE DATE, APPLIED TO THE BASE AND POUND CHARGES.
       FD  FUEL-FILE.
       01  FUEL-REC.
           05  FU-EFF-DATE      PIC 9(8).
           05  FU-PCT           PIC 99V99.
      * NEXT TRACKING NUMBER TO ISSUE.
       FD  TRKNO-FILE.
       01  TRKNO-REC.
           05  TN-NEXT-TRACK-NO PIC 9(8).
      * ONE ROW PER STATUS EVENT ON A SHIPMENT, IN THE ORDER THEY
      * HAPPEN. TE-STATUS P PICKED UP, T IN TRANSIT, O OUT FOR
      * DELIVERY, D DELIVERED (TE-SIGNER IS THE PROOF OF DELIVERY),
      * X EXCEPTION (TE-NOTE SAYS WHY).
       FD  TRACK-FILE.
       01  TRACK-REC.
           05  TE-TRACK-NO      PIC 9(8).
           05  TE-DATE          PIC 9(8).
           05  TE-TIME          PIC 9(4).
           05  TE-STATUS        PIC X.
           05  TE-LOCATION      PIC X(20).
           05  TE-SIGNER        PIC X(20).
           05  TE-NOTE          PIC X(25).
       WORKING-STORAGE SECTION.
       01  INPUT-ITEMS.
           05  WS-ACCT         PIC X(5).
           05  WS-NAME         PIC X(15).
           05  WS-WEIGHT       PIC 99V99   VALUE 0.
           05  WS-HAZARD       PIC XXX.
           05  WS-DEST-ZIP     PIC X(5).
           05  WS-SERVICE      PIC X.
               88  VALID-SERVICE           VALUE 'G' 'E' 'O'.
       01  WS-LOG-STATUS       PIC XX.
       01  WS-RATE-STATUS      PIC XX.
       01  WS-ZONE-STATUS      PIC XX.
       01  WS-FUEL-STATUS      PIC XX.
       01  WS-TRKNO-STATUS     PIC XX.
       01  WS-TRACK-STATUS     PIC XX.
       01  WS-TRACK-NO         PIC 9(8)    VALUE 10000001.
       01  EOF-SWITCH          PIC X.
       01  WS-ZONE             PIC 99.
       01  WS-ZONE-FOUND-SW    PIC X.
           88  ZONE-FOUND                  VALUE 'Y'.
       01  WS-RATE-SUB         PIC 9(3).
       01  WS-FUEL-PCT         PIC 99V99   VALUE ZERO.
       01  WS-FUEL-EFF-DATE    PIC 9(8)    VALUE ZERO.
       01  WS-SERVICE-NAME     PIC X(9).
       01  RATE-TABLE.
           05  RT-COUNT        PIC 9(3)    VALUE ZERO.
           05  RT-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON RT-COUNT
                   INDEXED BY RT-INDX.
               10  RT-ZONE         PIC 99.
               10  RT-SERVICE      PIC X.
               10  RT-WEIGHT-FROM  PIC 99V99.
               10  RT-WEIGHT-TO    PIC 99V99.
               10  RT-EFF-DATE     PIC 9(8).
               10  RT-BASE-CHRG    PIC 9(3)V99.
               10  RT-LB-CHRG      PIC 99V99.
               10  RT-HAZ-CHRG     PIC 99.
       01  ZONE-TABLE.
           05  ZT-COUNT        PIC 9(3)    VALUE ZERO.
           05  ZT-ENTRY OCCURS 1 TO 300 TIMES
                   DEPENDING ON ZT-COUNT
                   INDEXED BY ZT-INDX.
               10  ZT-ZIP-FROM     PIC X(3).
               10  ZT-ZIP-TO       PIC X(3).
               10  ZT-ZONE         PIC 99.
       01  WS-SESSION-DATE     PIC 9(8).     
           
       01  COMPUTE-ITEMS.
           05  WS-SHIPPING     PIC 9(3)V99.
           05  WS-TRANSPORT    PIC 9(3)V99.
           05  WS-HAZ-CHG      PIC 99.
           05  WS-FUEL-CHG     PIC 9(3)V99.
           05  WT-TOTAL        PIC 9(4)V99.
       
       01  DISPLAY-ITEMS.
           05  DS-WEIGHT       PIC Z9.99.
           05  DS-LBCHRGE      PIC $ZZ9.99.
           05  DS-BASECHRG     PIC $ZZ9.99 VALUE 0.
           05  DS-SURCHARGE    PIC $ZZ9    VALUE 0.
           05  DS-FUEL-CHG     PIC $ZZ9.99.
           05  DS-FUEL-PCT     PIC Z9.99.
           05  DS-SHIPPING     PIC $ZZ9.99.
           05  DS-TOTAL        PIC $ZZZ9.99.

           05  LG-HAZARD        PIC XXX.
           05  LG-SURCHARGE     PIC 99.
           05  LG-SHIPPING      PIC 9(3)V99.
           05  LG-DEST-ZIP      PIC X(5).
           05  LG-ZONE          PIC 99.
           05  LG-SERVICE       PIC X.
           05  LG-FUEL-CHG      PIC 9(3)V99.
           05  LG-TRACK-NO      PIC 9(8).
       01  LOG-TOTAL-LINE.
           05  FILLER           PIC X       VALUE 'T'.
           05  LG-TOTAL-NAME    PIC X(15).
      *
       000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-SESSION-DATE
           PERFORM 020-LOAD-RATES
           IF RT-COUNT = ZERO
               DISPLAY 'NO SHIPPING RATES ON FILE (ACMERATE.DAT).'
               STOP RUN
           END-IF
           PERFORM 030-LOAD-ZONES
           PERFORM 040-LOAD-FUEL-SURCHARGE
           OPEN EXTEND SHIP-LOG-FILE
           IF WS-LOG-STATUS NOT = "00"
               OPEN OUTPUT SHIP-LOG-FILE
           END-IF
           OPEN EXTEND TRACK-FILE
           IF WS-TRACK-STATUS NOT = "00"
               OPEN OUTPUT TRACK-FILE
           END-IF
           PERFORM 050-ACCEPT-ACCOUNT
           PERFORM 100-ACCEPT-DATA
           PERFORM UNTIL WS-WEIGHT = ZERO
               IF WS-RATE-SUB > ZERO
                   PERFORM 200-COMPUTE-SHIPPING-FEE
                   PERFORM 300-DISPLAY-SUMMARY
               END-IF
               PERFORM 100-ACCEPT-DATA
           END-PERFORM.
           MOVE WT-TOTAL TO DS-TOTAL
           DISPLAY '--END OF SESSION--'
           PERFORM 400-WRITE-TOTAL-LOG
           CLOSE SHIP-LOG-FILE
           CLOSE TRACK-FILE
           STOP RUN.
      *
      * LOADS THE SHIPPING RATE FILE. EVERY ROW IS KEPT; THE ONE IN
      * EFFECT FOR A SHIPMENT IS PICKED WHEN IT IS PRICED.
       020-LOAD-RATES.
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT RATE-FILE
           IF WS-RATE-STATUS NOT = "00"
               MOVE 'Y' TO EOF-SWITCH
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ RATE-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       IF RT-COUNT < 500
                           ADD 1 TO RT-COUNT
                           MOVE RATE-REC TO RT-ENTRY(RT-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-RATE-STATUS NOT = "35"
               CLOSE RATE-FILE
           END-IF.
      *
      * LOADS THE ZIP-PREFIX-TO-ZONE TABLE.
       030-LOAD-ZONES.
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT ZONE-FILE
           IF WS-ZONE-STATUS NOT = "00"
               MOVE 'Y' TO EOF-SWITCH
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ ZONE-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       IF ZT-COUNT < 300
                           ADD 1 TO ZT-COUNT
                           MOVE ZONE-REC TO ZT-ENTRY(ZT-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ZONE-STATUS NOT = "35"
               CLOSE ZONE-FILE
           END-IF.
      *
      * TAKES THE FUEL SURCHARGE PERCENTAGE IN EFFECT TODAY: THE
      * LATEST WEEKLY ROW NOT DATED AFTER TODAY. NONE ON FILE IS 0%.
       040-LOAD-FUEL-SURCHARGE.
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT FUEL-FILE
           IF WS-FUEL-STATUS NOT = "00"
               MOVE 'Y' TO EOF-SWITCH
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ FUEL-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       IF FU-EFF-DATE NOT > WS-SESSION-DATE
                          AND FU-EFF-DATE NOT < WS-FUEL-EFF-DATE
                           MOVE FU-EFF-DATE TO WS-FUEL-EFF-DATE
                           MOVE FU-PCT      TO WS-FUEL-PCT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-FUEL-STATUS NOT = "35"
               CLOSE FUEL-FILE
           END-IF.
      *
      * CAPTURES THE CUSTOMER'S ACCOUNT NUMBER SO THE MONTHLY
      * BILLING PROGRAM CAN GROUP THE REGULAR ACCOUNTS' SHIPMENTS
      * ONTO ONE INVOICE INSTEAD OF COLLECTING PER PACKAGE AT THE
               MOVE SPACE TO WS-HAZARD
               DISPLAY 'PACKAGE CONTAINS HAZARDOUS MATERIAL? (YES/NO)'
               ACCEPT WS-HAZARD
               PERFORM 150-ACCEPT-DESTINATION
               PERFORM 170-FIND-RATE
           END-IF.
      *
      * TAKES THE DESTINATION ZIP, RE-ASKED UNTIL ITS FIRST THREE
      * DIGITS FALL IN A ZONE, AND THE SERVICE LEVEL.
       150-ACCEPT-DESTINATION.
           MOVE 'N' TO WS-ZONE-FOUND-SW
           PERFORM UNTIL ZONE-FOUND
               DISPLAY 'ENTER DESTINATION ZIP CODE'
               MOVE SPACES TO WS-DEST-ZIP
               ACCEPT WS-DEST-ZIP
               PERFORM VARYING ZT-INDX FROM 1 BY 1
                       UNTIL ZT-INDX > ZT-COUNT OR ZONE-FOUND
                   IF WS-DEST-ZIP(1:3) NOT < ZT-ZIP-FROM(ZT-INDX)
                      AND WS-DEST-ZIP(1:3) NOT > ZT-ZIP-TO(ZT-INDX)
                       MOVE ZT-ZONE(ZT-INDX) TO WS-ZONE
                       SET ZONE-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF NOT ZONE-FOUND
                   DISPLAY 'NO SHIPPING ZONE FOR ZIP ' WS-DEST-ZIP
               END-IF
           END-PERFORM
           MOVE SPACE TO WS-SERVICE
           PERFORM UNTIL VALID-SERVICE
               DISPLAY 'SERVICE LEVEL? (G-GROUND  E-EXPRESS  '
                   'O-OVERNIGHT)'
               ACCEPT WS-SERVICE
           END-PERFORM
           EVALUATE WS-SERVICE
               WHEN 'G'
                   MOVE 'GROUND'    TO WS-SERVICE-NAME
               WHEN 'E'
                   MOVE 'EXPRESS'   TO WS-SERVICE-NAME
               WHEN 'O'
                   MOVE 'OVERNIGHT' TO WS-SERVICE-NAME
           END-EVALUATE.
      *
      * FINDS THE RATE ROW FOR THE ZONE, SERVICE AND WEIGHT BREAK
      * WITH THE LATEST EFFECTIVE DATE NOT AFTER TODAY. A PACKAGE
      * WITH NO RATE IN EFFECT IS NOT PRICED OR LOGGED.
       170-FIND-RATE.
           MOVE ZERO TO WS-RATE-SUB
           PERFORM VARYING RT-INDX FROM 1 BY 1
                   UNTIL RT-INDX > RT-COUNT
               IF RT-ZONE(RT-INDX) = WS-ZONE
                  AND RT-SERVICE(RT-INDX) = WS-SERVICE
                  AND WS-WEIGHT > RT-WEIGHT-FROM(RT-INDX)
                  AND WS-WEIGHT NOT > RT-WEIGHT-TO(RT-INDX)
                  AND RT-EFF-DATE(RT-INDX) NOT > WS-SESSION-DATE
                   IF WS-RATE-SUB = ZERO
                       SET WS-RATE-SUB TO RT-INDX
                   ELSE
                       IF RT-EFF-DATE(RT-INDX) NOT <
                          RT-EFF-DATE(WS-RATE-SUB)
                           SET WS-RATE-SUB TO RT-INDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-RATE-SUB = ZERO
               DISPLAY 'NO RATE ON FILE FOR ZONE ' WS-ZONE ' '
                   WS-SERVICE-NAME ' AT THIS WEIGHT - NOT SHIPPED'
           END-IF.
     *      
       200-COMPUTE-SHIPPING-FEE.
           MOVE ZERO TO DS-SURCHARGE
           MOVE ZERO TO WS-HAZ-CHG
           COMPUTE WS-TRANSPORT ROUNDED = RT-BASE-CHRG(WS-RATE-SUB)
               + (WS-WEIGHT - RT-WEIGHT-FROM(WS-RATE-SUB))
                 * RT-LB-CHRG(WS-RATE-SUB)
           MOVE RT-LB-CHRG(WS-RATE-SUB)   TO DS-LBCHRGE
           MOVE RT-BASE-CHRG(WS-RATE-SUB) TO DS-BASECHRG
           IF WS-HAZARD = 'YES'
               MOVE RT-HAZ-CHRG(WS-RATE-SUB) TO WS-HAZ-CHG
               MOVE WS-HAZ-CHG TO DS-SURCHARGE
           END-IF
           COMPUTE WS-FUEL-CHG ROUNDED =
               WS-TRANSPORT * WS-FUEL-PCT / 100
           COMPUTE WS-SHIPPING = WS-TRANSPORT + WS-HAZ-CHG + WS-FUEL-CHG
           ADD WS-SHIPPING TO WT-TOTAL.
      *
       300-DISPLAY-SUMMARY.
           MOVE WS-WEIGHT TO DS-WEIGHT
           MOVE WS-SHIPPING TO DS-SHIPPING
           PERFORM 360-NEXT-TRACKING-NO
           DISPLAY SPACE
           DISPLAY '-------------------------------'
           DISPLAY 'TRACKING NUMBER: ' WS-TRACK-NO
           DISPLAY 'PACKAGE WEIGHT: ' DS-WEIGHT ' POUNDS'
           DISPLAY 'DESTINATION:    ' WS-DEST-ZIP ' ZONE ' WS-ZONE
           DISPLAY 'SERVICE:        ' WS-SERVICE-NAME
           DISPLAY 'CHARGE PER POUND: ' DS-LBCHRGE
           DISPLAY 'BASE CHARGE:      ' DS-BASECHRG
           DISPLAY 'SURCHARGE:        ' DS-SURCHARGE
           MOVE WS-FUEL-CHG TO DS-FUEL-CHG
           MOVE WS-FUEL-PCT TO DS-FUEL-PCT
           DISPLAY 'FUEL SURCHARGE:   ' DS-FUEL-CHG ' (' DS-FUEL-PCT
               '%)'
           DISPLAY 'SHIPPING FEE:     ' DS-SHIPPING
           DISPLAY '-------------------------------'
           DISPLAY SPACE
           MOVE WS-SESSION-DATE TO LG-DATE
           MOVE WS-WEIGHT    TO LG-WEIGHT
           MOVE WS-HAZARD    TO LG-HAZARD
           MOVE WS-HAZ-CHG   TO LG-SURCHARGE
           MOVE WS-SHIPPING  TO LG-SHIPPING
           MOVE WS-DEST-ZIP  TO LG-DEST-ZIP
           MOVE WS-ZONE      TO LG-ZONE
           MOVE WS-SERVICE   TO LG-SERVICE
           MOVE WS-FUEL-CHG  TO LG-FUEL-CHG
           MOVE WS-TRACK-NO  TO LG-TRACK-NO
           WRITE SHIP-LOG-REC FROM LOG-SHIPMENT-LINE
           PERFORM 370-WRITE-PICKUP-EVENT.
      *
      * TAKES THE NEXT TRACKING NUMBER AND STEPS THE COUNTER ON.
       360-NEXT-TRACKING-NO.
           OPEN INPUT TRKNO-FILE
           IF WS-TRKNO-STATUS = "00"
               READ TRKNO-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE TN-NEXT-TRACK-NO TO WS-TRACK-NO
               END-READ
               CLOSE TRKNO-FILE
           END-IF
           OPEN OUTPUT TRKNO-FILE
           COMPUTE TN-NEXT-TRACK-NO = WS-TRACK-NO + 1
           WRITE TRKNO-REC
           CLOSE TRKNO-FILE.
      *
      * STARTS THE SHIPMENT'S TRACKING HISTORY: PICKED UP AT THE
      * COUNTER WHEN IT IS LOGGED.
       370-WRITE-PICKUP-EVENT.
           MOVE SPACES TO TRACK-REC
           MOVE WS-TRACK-NO  TO TE-TRACK-NO
           MOVE WS-SESSION-DATE TO TE-DATE
           MOVE FUNCTION CURRENT-DATE(9:4) TO TE-TIME
           MOVE 'P'          TO TE-STATUS
           MOVE 'ACME COUNTER' TO TE-LOCATION
           WRITE TRACK-REC.
      *
      * WRITES THE SESSION'S TOTAL CHARGE TO SHIPLOG.DAT.
       400-WRITE-TOTAL-LOG.

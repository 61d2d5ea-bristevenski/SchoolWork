       IDENTIFICATION DIVISION.
       PROGRAM-ID. AcmeScan.
       AUTHOR. Brianna Muleski
       DATE-WRITTEN. 10/15/14
      ******************************************************************
      * Purpose:
      *    Shipment status updates for the Acme dock and drivers.
      *    Each scan is keyed by tracking number, which must be on
      *    SHIPLOG.DAT, with the new status and where the package
      *    is: in transit, out for delivery, delivered, or an
      *    exception. A delivery needs the name of whoever signed
      *    for it - the proof of delivery - and an exception needs
      *    a reason. A delivered shipment takes no further scans.
      *    Every scan is appended to ACMETRAK.DAT with the date and
      *    time it was keyed.
      *
      * Input:
      *    SHIPLOG.DAT  - shipments with their tracking numbers
      *    ACMETRAK.DAT - status events so far
      *    Scans entered at the console
      * Output:
      *    ACMETRAK.DAT - one status event per scan, appended
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SHIP-LOG-FILE ASSIGN TO "SHIPLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT TRACK-FILE ASSIGN TO "ACMETRAK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRACK-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SHIP-LOG-FILE.
       01  SHIP-LOG-REC.
           05  LG-REC-TYPE      PIC X.
           05  LG-ACCT          PIC X(5).
           05  LG-NAME          PIC X(15).
           05  LG-DATE          PIC 9(8).
           05  LG-WEIGHT        PIC 99V99.
           05  LG-HAZARD        PIC XXX.
           05  LG-SURCHARGE     PIC 99.
           05  LG-SHIPPING      PIC 9(3)V99.
           05  LG-DEST-ZIP      PIC X(5).
           05  LG-ZONE          PIC XX.
           05  LG-SERVICE       PIC X.
           05  LG-FUEL-CHG      PIC 9(3)V99.
           05  LG-TRACK-NO      PIC 9(8).
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
       01  WORKING-ITEMS.
           05  EOF-SWITCH       PIC X       VALUE 'N'.
           05  TRK-EOF-SWITCH   PIC X       VALUE 'N'.
           05  WS-LOG-STATUS    PIC XX.
           05  WS-TRACK-STATUS  PIC XX.
           05  WS-TRACK-NO      PIC 9(8)    VALUE 1.
           05  WS-NEW-STATUS    PIC X.
               88  VALID-SCAN-STATUS       VALUE 'T' 'O' 'D' 'X'.
           05  WS-LOCATION      PIC X(20).
           05  WS-SIGNER        PIC X(20).
           05  WS-NOTE          PIC X(25).
           05  WS-STATUS-NAME   PIC X(16).
           05  WS-SCAN-CT       PIC 9(4)    VALUE ZERO.
           05  WS-KEEP-CT       PIC 9(4).
       01  SHIPMENT-TABLE.
           05  ST-COUNT         PIC 9(4)    VALUE ZERO.
           05  ST-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON ST-COUNT
                   INDEXED BY ST-INDX.
               10  ST-TRACK-NO      PIC 9(8).
               10  ST-ACCT          PIC X(5).
               10  ST-NAME          PIC X(15).
               10  ST-DEST-ZIP      PIC X(5).
               10  ST-STATUS        PIC X.
      *
       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 050-LOAD-SHIPMENTS
           IF ST-COUNT = ZERO
               DISPLAY 'NO TRACKED SHIPMENTS ON FILE.'
               STOP RUN
           END-IF
           PERFORM 100-LOAD-EVENTS
           OPEN EXTEND TRACK-FILE
           IF WS-TRACK-STATUS NOT = "00"
               OPEN OUTPUT TRACK-FILE
           END-IF
           PERFORM 200-TAKE-ONE-SCAN UNTIL WS-TRACK-NO = ZERO
           CLOSE TRACK-FILE

           DISPLAY WS-SCAN-CT ' SCANS RECORDED.'
           DISPLAY '--END OF SCAN SESSION--'
           STOP RUN.
      * LOADS EVERY SHIPMENT THAT HAS A TRACKING NUMBER. SHIPMENTS
      * LOGGED BEFORE TRACKING NUMBERS WERE ISSUED ARE SKIPPED, AND
      * DELIVERED ONES ARE DROPPED WHEN THE TABLE FILLS.
       050-LOAD-SHIPMENTS.
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT SHIP-LOG-FILE
           IF WS-LOG-STATUS NOT = "00"
               MOVE 'Y' TO EOF-SWITCH
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ SHIP-LOG-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       IF LG-REC-TYPE = 'S'
                          AND LG-TRACK-NO IS NUMERIC
                          AND LG-TRACK-NO > ZERO
                           IF ST-COUNT = 2000
                               PERFORM 060-DROP-DELIVERED
                           END-IF
                           ADD 1 TO ST-COUNT
                           MOVE LG-TRACK-NO TO ST-TRACK-NO(ST-COUNT)
                           MOVE LG-ACCT     TO ST-ACCT(ST-COUNT)
                           MOVE LG-NAME     TO ST-NAME(ST-COUNT)
                           MOVE LG-DEST-ZIP TO ST-DEST-ZIP(ST-COUNT)
                           MOVE SPACE       TO ST-STATUS(ST-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LOG-STATUS NOT = "35"
               CLOSE SHIP-LOG-FILE
           END-IF.
      * MAKES ROOM IN A FULL TABLE BY DROPPING THE SHIPMENTS ALREADY
      * DELIVERED, WHICH TAKE NO FURTHER SCANS. IF EVERY ONE IS
      * STILL OPEN THE RUN STOPS.
       060-DROP-DELIVERED.
           PERFORM 100-LOAD-EVENTS
           MOVE ZERO TO WS-KEEP-CT
           PERFORM VARYING ST-INDX FROM 1 BY 1
                   UNTIL ST-INDX > ST-COUNT
               IF ST-STATUS(ST-INDX) NOT = 'D'
                   ADD 1 TO WS-KEEP-CT
                   MOVE ST-ENTRY(ST-INDX) TO ST-ENTRY(WS-KEEP-CT)
               END-IF
           END-PERFORM
           MOVE WS-KEEP-CT TO ST-COUNT
           IF ST-COUNT = 2000
               DISPLAY 'SHIPMENT TABLE FULL - RUN STOPPED.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      * SETS EACH SHIPMENT'S CURRENT STATUS FROM ITS LATEST EVENT.
       100-LOAD-EVENTS.
           MOVE 'N' TO TRK-EOF-SWITCH
           OPEN INPUT TRACK-FILE
           IF WS-TRACK-STATUS NOT = "00"
               MOVE 'Y' TO TRK-EOF-SWITCH
           END-IF
           PERFORM UNTIL TRK-EOF-SWITCH = 'Y'
               READ TRACK-FILE
                   AT END
                       MOVE 'Y' TO TRK-EOF-SWITCH
                   NOT AT END
                       SET ST-INDX TO 1
                       SEARCH ST-ENTRY
                           WHEN ST-TRACK-NO(ST-INDX) = TE-TRACK-NO
                               MOVE TE-STATUS TO ST-STATUS(ST-INDX)
                       END-SEARCH
               END-READ
           END-PERFORM
           IF WS-TRACK-STATUS NOT = "35"
               CLOSE TRACK-FILE
           END-IF.
      * TAKES ONE SCAN. A ZERO TRACKING NUMBER ENDS THE SESSION.
       200-TAKE-ONE-SCAN.
           DISPLAY SPACE
           DISPLAY 'ENTER TRACKING NUMBER (0 TO END):'
           ACCEPT WS-TRACK-NO
           IF WS-TRACK-NO NOT = ZERO
               SET ST-INDX TO 1
               SEARCH ST-ENTRY
                   AT END
                       DISPLAY 'TRACKING NUMBER ' WS-TRACK-NO
                           ' NOT ON FILE.'
                   WHEN ST-TRACK-NO(ST-INDX) = WS-TRACK-NO
                       PERFORM 250-SCAN-SHIPMENT
               END-SEARCH
           END-IF.
      * SHOWS THE SHIPMENT AND ITS CURRENT STATUS, THEN TAKES THE
      * NEW STATUS, LOCATION, AND SIGNER OR REASON.
       250-SCAN-SHIPMENT.
           MOVE ST-STATUS(ST-INDX) TO WS-NEW-STATUS
           PERFORM 800-STATUS-NAME
           DISPLAY ST-ACCT(ST-INDX) ' ' ST-NAME(ST-INDX)
               ' TO ' ST-DEST-ZIP(ST-INDX) ' - ' WS-STATUS-NAME
           IF ST-STATUS(ST-INDX) = 'D'
               DISPLAY 'ALREADY DELIVERED - NO FURTHER SCANS.'
           ELSE
               MOVE SPACE TO WS-NEW-STATUS
               PERFORM UNTIL VALID-SCAN-STATUS
                   DISPLAY 'NEW STATUS (T-IN TRANSIT  O-OUT FOR '
                       'DELIVERY  D-DELIVERED  X-EXCEPTION)'
                   ACCEPT WS-NEW-STATUS
               END-PERFORM
               MOVE SPACES TO WS-LOCATION
               PERFORM UNTIL WS-LOCATION NOT = SPACES
                   DISPLAY 'ENTER LOCATION:'
                   ACCEPT WS-LOCATION
               END-PERFORM
               MOVE SPACES TO WS-SIGNER
               MOVE SPACES TO WS-NOTE
               IF WS-NEW-STATUS = 'D'
                   PERFORM UNTIL WS-SIGNER NOT = SPACES
                       DISPLAY 'ENTER NAME OF PERSON WHO SIGNED:'
                       ACCEPT WS-SIGNER
                   END-PERFORM
               END-IF
               IF WS-NEW-STATUS = 'X'
                   PERFORM UNTIL WS-NOTE NOT = SPACES
                       DISPLAY 'ENTER EXCEPTION REASON:'
                       ACCEPT WS-NOTE
                   END-PERFORM
               END-IF
               PERFORM 300-WRITE-EVENT
           END-IF.
      * APPENDS THE SCAN AS A STATUS EVENT STAMPED WITH NOW.
       300-WRITE-EVENT.
           MOVE SPACES TO TRACK-REC
           MOVE WS-TRACK-NO   TO TE-TRACK-NO
           MOVE FUNCTION CURRENT-DATE(1:8) TO TE-DATE
           MOVE FUNCTION CURRENT-DATE(9:4) TO TE-TIME
           MOVE WS-NEW-STATUS TO TE-STATUS
           MOVE WS-LOCATION   TO TE-LOCATION
           MOVE WS-SIGNER     TO TE-SIGNER
           MOVE WS-NOTE       TO TE-NOTE
           WRITE TRACK-REC
           MOVE WS-NEW-STATUS TO ST-STATUS(ST-INDX)
           ADD 1 TO WS-SCAN-CT
           PERFORM 800-STATUS-NAME
           DISPLAY 'RECORDED: ' WS-STATUS-NAME.
      * SPELLS OUT THE STATUS CODE IN WS-NEW-STATUS.
       800-STATUS-NAME.
           EVALUATE WS-NEW-STATUS
               WHEN 'P'
                   MOVE 'PICKED UP'        TO WS-STATUS-NAME
               WHEN 'T'
                   MOVE 'IN TRANSIT'       TO WS-STATUS-NAME
               WHEN 'O'
                   MOVE 'OUT FOR DELIVERY' TO WS-STATUS-NAME
               WHEN 'D'
                   MOVE 'DELIVERED'        TO WS-STATUS-NAME
               WHEN 'X'
                   MOVE 'EXCEPTION'        TO WS-STATUS-NAME
               WHEN OTHER
                   MOVE 'NO SCANS'         TO WS-STATUS-NAME
           END-EVALUATE.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. AcmeTrace.
       AUTHOR. Brianna Muleski
       DATE-WRITTEN. 10/15/14
      ******************************************************************
      * Purpose:
      *    Shipment lookup for the Acme counter, so a customer
      *    calling about a package can be told where it is. Look up
      *    by tracking number for one shipment, or by account for
      *    every tracked shipment on the account. Each shipment
      *    shows what was shipped and where to, then its full
      *    status history in the order it happened - where it was
      *    scanned, who signed for it if delivered, and the reason
      *    for any exception. The files are reread for every lookup
      *    so scans made meanwhile show up.
      *
      * Input:
      *    SHIPLOG.DAT  - shipments with their tracking numbers
      *    ACMETRAK.DAT - status events
      *    Tracking number or account entered at the console
      * Output:
      *    Shipment history displayed at the console
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
           05  WS-LOG-STATUS    PIC XX.
           05  WS-TRACK-STATUS  PIC XX.
           05  WS-LOOKUP-TYPE   PIC X       VALUE SPACE.
           05  WS-TRACK-NO      PIC 9(8).
           05  WS-ACCT          PIC X(5).
           05  WS-FOUND-CT      PIC 9(4).
           05  WS-STATUS-NAME   PIC X(16).
       01  SHIPMENT-TABLE.
           05  ST-COUNT         PIC 9(4)    VALUE ZERO.
           05  ST-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON ST-COUNT
                   INDEXED BY ST-INDX.
               10  ST-REC           PIC X(64).
               10  ST-REC-R REDEFINES ST-REC.
                   15  FILLER           PIC X(56).
                   15  ST-TRACK-NO      PIC 9(8).
       01  EVENT-TABLE.
           05  EV-COUNT         PIC 9(4)    VALUE ZERO.
           05  EV-ENTRY OCCURS 1 TO 9000 TIMES
                   DEPENDING ON EV-COUNT
                   INDEXED BY EV-INDX.
               10  EV-REC           PIC X(86).
       01  SHIPMENT-LINE.
           05  FILLER           PIC X(9)    VALUE "TRACKING ".
           05  SL-TRACK-NO      PIC 9(8).
           05  FILLER           PIC X(2)    VALUE SPACES.
           05  SL-ACCT          PIC X(5).
           05  FILLER           PIC X       VALUE SPACE.
           05  SL-NAME          PIC X(15).
           05  FILLER           PIC X(9)    VALUE " SHIPPED ".
           05  SL-MM            PIC 99.
           05  FILLER           PIC X       VALUE "/".
           05  SL-DD            PIC 99.
           05  FILLER           PIC X       VALUE "/".
           05  SL-YYYY          PIC 9(4).
       01  SHIPMENT-LINE-2.
           05  FILLER           PIC X(12)   VALUE "   SHIP TO  ".
           05  SL-DEST-ZIP      PIC X(5).
           05  FILLER           PIC X(2)    VALUE SPACES.
           05  SL-SERVICE       PIC X(9).
           05  FILLER           PIC X(2)    VALUE SPACES.
           05  SL-WEIGHT        PIC Z9.99.
           05  FILLER           PIC X(4)    VALUE " LB ".
           05  SL-HAZARD        PIC X(9).
       01  EVENT-LINE.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  EL-MM            PIC 99.
           05  FILLER           PIC X       VALUE "/".
           05  EL-DD            PIC 99.
           05  FILLER           PIC X       VALUE "/".
           05  EL-YYYY          PIC 9(4).
           05  FILLER           PIC X       VALUE SPACE.
           05  EL-HH            PIC 99.
           05  FILLER           PIC X       VALUE ":".
           05  EL-MN            PIC 99.
           05  FILLER           PIC X(2)    VALUE SPACES.
           05  EL-STATUS        PIC X(16).
           05  FILLER           PIC X(2)    VALUE SPACES.
           05  EL-LOCATION      PIC X(20).
      *
       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-ONE-LOOKUP UNTIL WS-LOOKUP-TYPE = 'X'
           DISPLAY '--END OF SHIPMENT LOOKUP--'
           STOP RUN.
      * LOADS THE TRACKED SHIPMENTS THE LOOKUP ASKS FOR - THE ONE
      * TRACKING NUMBER, OR EVERY ONE ON THE ACCOUNT. SHIPMENTS
      * LOGGED BEFORE TRACKING NUMBERS WERE ISSUED ARE SKIPPED.
       050-LOAD-SHIPMENTS.
           MOVE 'N' TO EOF-SWITCH
           MOVE ZERO TO ST-COUNT
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
                          AND ((WS-LOOKUP-TYPE = 'T'
                                AND LG-TRACK-NO = WS-TRACK-NO)
                            OR (WS-LOOKUP-TYPE = 'A'
                                AND LG-ACCT = WS-ACCT))
                           IF ST-COUNT = 2000
                               DISPLAY 'SHIPMENT TABLE FULL - RUN '
                                   'STOPPED.'
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO ST-COUNT
                           MOVE SHIP-LOG-REC TO ST-REC(ST-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LOG-STATUS NOT = "35"
               CLOSE SHIP-LOG-FILE
           END-IF.
      * LOADS THE STATUS EVENTS OF THE SHIPMENTS LOADED, IN THE
      * ORDER THEY WERE RECORDED.
       060-LOAD-EVENTS.
           MOVE 'N' TO EOF-SWITCH
           MOVE ZERO TO EV-COUNT
           OPEN INPUT TRACK-FILE
           IF WS-TRACK-STATUS NOT = "00"
               MOVE 'Y' TO EOF-SWITCH
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ TRACK-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       SET ST-INDX TO 1
                       SEARCH ST-ENTRY
                           WHEN ST-TRACK-NO(ST-INDX) = TE-TRACK-NO
                               PERFORM 065-KEEP-EVENT
                       END-SEARCH
               END-READ
           END-PERFORM
           IF WS-TRACK-STATUS NOT = "35"
               CLOSE TRACK-FILE
           END-IF.
      * KEEPS ONE EVENT OF A SHIPMENT LOADED.
       065-KEEP-EVENT.
           IF EV-COUNT = 9000
               DISPLAY 'EVENT TABLE FULL - RUN STOPPED.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO EV-COUNT
           MOVE TRACK-REC TO EV-REC(EV-COUNT).
      * TAKES ONE LOOKUP BY TRACKING NUMBER OR BY ACCOUNT.
       100-ONE-LOOKUP.
           DISPLAY SPACE
           DISPLAY 'LOOK UP BY (T-TRACKING NUMBER  A-ACCOUNT  X-EXIT)'
           ACCEPT WS-LOOKUP-TYPE
           EVALUATE WS-LOOKUP-TYPE
               WHEN 'T'
                   DISPLAY 'ENTER TRACKING NUMBER:'
                   ACCEPT WS-TRACK-NO
                   PERFORM 050-LOAD-SHIPMENTS
                   PERFORM 060-LOAD-EVENTS
                   PERFORM 200-LOOKUP-TRACKING-NO
               WHEN 'A'
                   DISPLAY 'ENTER ACCOUNT NUMBER (CASH FOR WALK-INS):'
                   ACCEPT WS-ACCT
                   PERFORM 050-LOAD-SHIPMENTS
                   PERFORM 060-LOAD-EVENTS
                   PERFORM 250-LOOKUP-ACCOUNT
               WHEN 'X'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'INVALID CHOICE.'
           END-EVALUATE.
      * SHOWS THE ONE SHIPMENT WITH THE TRACKING NUMBER KEYED.
       200-LOOKUP-TRACKING-NO.
           MOVE ZERO TO WS-FOUND-CT
           PERFORM VARYING ST-INDX FROM 1 BY 1
                   UNTIL ST-INDX > ST-COUNT
               MOVE ST-REC(ST-INDX) TO SHIP-LOG-REC
               IF LG-TRACK-NO = WS-TRACK-NO
                   ADD 1 TO WS-FOUND-CT
                   PERFORM 300-SHOW-SHIPMENT
               END-IF
           END-PERFORM
           IF WS-FOUND-CT = ZERO
               DISPLAY 'TRACKING NUMBER ' WS-TRACK-NO ' NOT ON FILE.'
           END-IF.
      * SHOWS EVERY TRACKED SHIPMENT ON THE ACCOUNT KEYED.
       250-LOOKUP-ACCOUNT.
           MOVE ZERO TO WS-FOUND-CT
           PERFORM VARYING ST-INDX FROM 1 BY 1
                   UNTIL ST-INDX > ST-COUNT
               MOVE ST-REC(ST-INDX) TO SHIP-LOG-REC
               IF LG-ACCT = WS-ACCT
                   ADD 1 TO WS-FOUND-CT
                   PERFORM 300-SHOW-SHIPMENT
               END-IF
           END-PERFORM
           IF WS-FOUND-CT = ZERO
               DISPLAY 'NO TRACKED SHIPMENTS FOR ACCOUNT ' WS-ACCT
           ELSE
               DISPLAY WS-FOUND-CT ' SHIPMENT(S) FOR ACCOUNT ' WS-ACCT
           END-IF.
      * SHOWS THE SHIPMENT IN SHIP-LOG-REC AND ITS STATUS HISTORY.
       300-SHOW-SHIPMENT.
           MOVE LG-TRACK-NO   TO SL-TRACK-NO
           MOVE LG-ACCT       TO SL-ACCT
           MOVE LG-NAME       TO SL-NAME
           MOVE LG-DATE(5:2)  TO SL-MM
           MOVE LG-DATE(7:2)  TO SL-DD
           MOVE LG-DATE(1:4)  TO SL-YYYY
           MOVE LG-DEST-ZIP   TO SL-DEST-ZIP
           MOVE LG-WEIGHT     TO SL-WEIGHT
           EVALUATE LG-SERVICE
               WHEN 'G'
                   MOVE 'GROUND'    TO SL-SERVICE
               WHEN 'E'
                   MOVE 'EXPRESS'   TO SL-SERVICE
               WHEN 'O'
                   MOVE 'OVERNIGHT' TO SL-SERVICE
               WHEN OTHER
                   MOVE SPACES      TO SL-SERVICE
           END-EVALUATE
           IF LG-HAZARD = 'YES'
               MOVE 'HAZARDOUS' TO SL-HAZARD
           ELSE
               MOVE SPACES TO SL-HAZARD
           END-IF
           DISPLAY SPACE
           DISPLAY SHIPMENT-LINE
           DISPLAY SHIPMENT-LINE-2
           PERFORM VARYING EV-INDX FROM 1 BY 1
                   UNTIL EV-INDX > EV-COUNT
               MOVE EV-REC(EV-INDX) TO TRACK-REC
               IF TE-TRACK-NO = LG-TRACK-NO
                   PERFORM 350-SHOW-EVENT
               END-IF
           END-PERFORM.
      * SHOWS ONE STATUS EVENT, WITH THE SIGNER FOR A DELIVERY AND
      * THE REASON FOR AN EXCEPTION.
       350-SHOW-EVENT.
           MOVE TE-DATE(5:2)  TO EL-MM
           MOVE TE-DATE(7:2)  TO EL-DD
           MOVE TE-DATE(1:4)  TO EL-YYYY
           MOVE TE-TIME(1:2)  TO EL-HH
           MOVE TE-TIME(3:2)  TO EL-MN
           PERFORM 800-STATUS-NAME
           MOVE WS-STATUS-NAME TO EL-STATUS
           MOVE TE-LOCATION   TO EL-LOCATION
           DISPLAY EVENT-LINE
           IF TE-STATUS = 'D'
               DISPLAY '                    SIGNED FOR BY ' TE-SIGNER
           END-IF
           IF TE-STATUS = 'X'
               DISPLAY '                    REASON: ' TE-NOTE
           END-IF.
      * SPELLS OUT THE STATUS CODE IN TE-STATUS.
       800-STATUS-NAME.
           EVALUATE TE-STATUS
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
                   MOVE SPACES             TO WS-STATUS-NAME
           END-EVALUATE.

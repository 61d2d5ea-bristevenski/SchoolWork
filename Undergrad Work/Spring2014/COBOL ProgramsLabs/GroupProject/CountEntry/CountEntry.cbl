       DATE-WRITTEN. 9/3/14
      ******************************************************************
      * Purpose:
      *    Physical inventory count entry. Counters key the store
      *    being counted once, then item numbers and counted
      *    quantities straight off their count sheets; each line is
      *    validated against that store's rows on ITEMINV.DAT as it
      *    is keyed so a mistyped item number is caught at the shelf,
      *    not at posting. Several lines for the same item (different
      *    shelves or counters) accumulate - CountPost sums them by
      *    store and item. Nothing touches the live on-hand here: the
      *    counted figures post only through CountPost's
      *    supervisor-approved adjustment step.
      *
      * Input:
      *    ITEMINV.DAT - item inventory master, for validation
      *    Operator ID, store, items, and counts entered at the
      *    console
      *
      * Output:
      *    COUNTS.DAT - one row per counted line (accumulates across
       FILE SECTION.
       FD  ITEM-INV-FILE.
       01  INV-REC.
           05  IV-STORE-NO     PIC 9(2).
           05  IV-ITEM-NUM     PIC X(4).
           05  IV-ON-HAND      PIC S9(5).
           05  IV-REORDER-PT   PIC 9(5).
           05  IV-ON-ORDER     PIC 9(5).
           05  IV-IN-TRANSIT   PIC 9(5).
           05  IV-AVG-COST     PIC 9(4)V9999.
       FD  COUNT-FILE.
       01  COUNT-REC.
           05  CN-ITEM-NUM     PIC X(4).
           05  CN-COUNTED-QTY  PIC 9(5).
           05  CN-DATE         PIC 9(8).
           05  CN-OPERATOR     PIC X(5).
           05  CN-STORE-NO     PIC 9(2).
       WORKING-STORAGE SECTION.
       01  WORKING-ITEMS.
           05  VALID-SW        PIC X.
           05  IV-EOF-SWITCH   PIC X       VALUE 'N'.
           05  WS-RUN-DATE     PIC 9(8).
           05  OPERATOR-ID     PIC X(5).
           05  STORE-NO        PIC 9(2).
           05  WS-ITEM-NUM     PIC X(4).
           05  WS-COUNTED-QTY  PIC 9(5).
           05  WS-ITEM-OK-SW   PIC X.
           05  IV-ENTRY OCCURS 1 TO 1000 TIMES
                   DEPENDING ON IV-COUNT
                   INDEXED BY IV-INDX.
               10  IV-T-STORE-NO   PIC 9(2).
               10  IV-T-ITEM-NUM   PIC X(4).
      *
       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM 050-LOAD-ITEM-INV
           PERFORM 070-ACCEPT-OPERATOR-ID
           PERFORM 075-ACCEPT-STORE-NUMBER
           PERFORM 080-OPEN-COUNT-FILE

           PERFORM 100-ACCEPT-COUNT-LINE
           DISPLAY WS-LINES-CT ' COUNT LINES CAPTURED.'
           DISPLAY '--END OF COUNT SESSION--'
           STOP RUN.
      * LOADS THE STORE AND ITEM NUMBERS FROM THE INVENTORY MASTER
      * SO EACH COUNT LINE CAN BE VALIDATED AS IT IS KEYED.
       050-LOAD-ITEM-INV.
           OPEN INPUT ITEM-INV-FILE
           IF WS-INV-STATUS NOT = "00"
                       MOVE 'Y' TO IV-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO IV-COUNT
                       MOVE IV-STORE-NO TO IV-T-STORE-NO(IV-COUNT)
                       MOVE IV-ITEM-NUM TO IV-T-ITEM-NUM(IV-COUNT)
               END-READ
           END-PERFORM
               ELSE
                   MOVE 'Y' TO VALID-SW
           END-PERFORM.
      * CAPTURES THE STORE BEING COUNTED. EVERY LINE IN THE SESSION
      * IS VALIDATED AGAINST AND STAMPED WITH THIS STORE.
       075-ACCEPT-STORE-NUMBER.
           DISPLAY 'ENTER STORE NUMBER (1-99):'
           ACCEPT STORE-NO
           MOVE 'N' TO VALID-SW
           PERFORM UNTIL VALID-SW = 'Y'
               IF STORE-NO = ZERO
                   DISPLAY 'INVALID STORE NUMBER.'
                   DISPLAY 'ENTER STORE NUMBER (1-99):'
                   ACCEPT STORE-NO
               ELSE
                   MOVE 'Y' TO VALID-SW
           END-PERFORM.
      * OPENS THE COUNT FILE FOR EXTEND SO SEVERAL COUNTERS CAN KEY
      * SESSIONS INTO THE SAME COUNT, WITH THE USUAL FIRST-RUN
      * FALLBACK TO OUTPUT.
               OPEN OUTPUT COUNT-FILE
           END-IF.
      * TAKES ONE COUNT LINE: ITEM NUMBER VALIDATED AGAINST THE
      * STORE'S ROWS ON THE MASTER, THEN THE COUNTED QUANTITY.
       100-ACCEPT-COUNT-LINE.
           DISPLAY SPACE
           DISPLAY 'ENTER ITEM NUMBER (QUIT TO END):'
               PERFORM VARYING IV-INDX FROM 1 BY 1
                       UNTIL IV-INDX > IV-COUNT
                   IF IV-T-ITEM-NUM(IV-INDX) = WS-ITEM-NUM
                      AND IV-T-STORE-NO(IV-INDX) = STORE-NO
                       MOVE 'Y' TO WS-ITEM-OK-SW
                   END-IF
               END-PERFORM
               IF WS-ITEM-OK-SW = 'N'
                   DISPLAY 'ITEM NOT ON INVENTORY MASTER FOR STORE '
                       STORE-NO
               ELSE
                   DISPLAY 'ENTER COUNTED QUANTITY:'
                   ACCEPT WS-COUNTED-QTY
                   MOVE WS-COUNTED-QTY TO CN-COUNTED-QTY
                   MOVE WS-RUN-DATE    TO CN-DATE
                   MOVE OPERATOR-ID    TO CN-OPERATOR
                   MOVE STORE-NO       TO CN-STORE-NO
                   WRITE COUNT-REC
                   ADD 1 TO WS-LINES-CT
               END-IF

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SellerMaint.
       AUTHOR. Brianna Muleski
       DATE-WRITTEN. 10/15/14
      ******************************************************************
      * Purpose:
      *     Maintains the troop's cookie seller master. Each seller
      *     gets a unique four-digit seller ID, assigned here as one
      *     past the highest ID on file, which the sales file, the
      *     box issues and the payments are all keyed by - two sellers
      *     with the same name no longer share a total. A seller's
      *     name can be corrected, and a seller who leaves the troop
      *     is deactivated rather than deleted so the sales and
      *     payments already on file still reconcile.
      *
      * Input:
      *     SELLERS.DAT - seller master
      *     Maintenance actions entered at the console
      *
      * Output:
      *     SELLERS.DAT - rewritten with the maintained sellers
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SELLER-FILE ASSIGN TO "SELLERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SELLER-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * ONE ROW PER SELLER. SL-ACTIVE 'Y' IS SELLING; 'N' HAS LEFT
      * AND CAN NO LONGER BE ISSUED BOXES.
       FD  SELLER-FILE.
       01  SELLER-REC.
           05  SL-SELLER-ID       PIC 9(4).
           05  SL-NAME            PIC X(20).
           05  SL-ACTIVE          PIC X.
       WORKING-STORAGE SECTION.
       01  WORKING-ITEMS.
           05  EOF-SWITCH         PIC X       VALUE 'N'.
           05  WS-SELLER-STATUS   PIC XX.
           05  WS-CHANGED-SW      PIC X       VALUE 'N'.
           05  MAINT-CHOICE       PIC X       VALUE SPACE.
           05  WS-SELLER-ID       PIC 9(4).
           05  WS-HIGH-ID         PIC 9(4)    VALUE ZERO.
           05  WS-SL-FOUND        PIC 9(3).
       01  SELLER-TABLE.
           05  ST-COUNT           PIC 9(3)    VALUE ZERO.
           05  ST-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON ST-COUNT
                   INDEXED BY ST-INDX.
               10  ST-REC             PIC X(25).
       01  LIST-HEADING.
           05  FILLER             PIC X(6)    VALUE "ID".
           05  FILLER             PIC X(21)   VALUE "NAME".
           05  FILLER             PIC X(6)    VALUE "ACTIVE".
       01  LIST-LINE.
           05  LL-SELLER-ID       PIC 9(4).
           05  FILLER             PIC X(2)    VALUE SPACES.
           05  LL-NAME            PIC X(20).
           05  FILLER             PIC X(3)    VALUE SPACES.
           05  LL-ACTIVE          PIC X.
      *
       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 050-LOAD-SELLERS
           PERFORM 100-MAINT-SELLERS UNTIL MAINT-CHOICE = 'X'
           IF WS-CHANGED-SW = 'Y'
               PERFORM 800-SAVE-SELLERS
           END-IF
           DISPLAY SPACE
           DISPLAY '--END OF SELLER MAINTENANCE--'
           STOP RUN.
      ******************************************************************
      * Loads the seller master into a runtime table and notes the
      * highest ID in use; the file is rewritten from the table at
      * the end of the session.
      ******************************************************************
       050-LOAD-SELLERS.
           OPEN INPUT SELLER-FILE
           IF WS-SELLER-STATUS NOT = "00"
               DISPLAY 'NO SELLER MASTER ON FILE - STARTING A NEW ONE.'
               MOVE 'Y' TO EOF-SWITCH
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ SELLER-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       IF ST-COUNT < 500
                           ADD 1 TO ST-COUNT
                           MOVE SELLER-REC TO ST-REC(ST-COUNT)
                           IF SL-SELLER-ID > WS-HIGH-ID
                               MOVE SL-SELLER-ID TO WS-HIGH-ID
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-SELLER-STATUS NOT = "35"
               CLOSE SELLER-FILE
           END-IF.
       100-MAINT-SELLERS.
           DISPLAY SPACE
           DISPLAY 'A-ADD SELLER  N-CHANGE NAME  D-DEACTIVATE'
               '  R-REACTIVATE'
           DISPLAY 'L-LIST SELLERS  X-EXIT'
           ACCEPT MAINT-CHOICE
           EVALUATE MAINT-CHOICE
               WHEN 'A'
                   PERFORM 200-ADD-SELLER
               WHEN 'N'
                   PERFORM 300-CHANGE-NAME
               WHEN 'D'
                   PERFORM 400-DEACTIVATE-SELLER
               WHEN 'R'
                   PERFORM 450-REACTIVATE-SELLER
               WHEN 'L'
                   PERFORM 500-LIST-SELLERS
               WHEN 'X'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'INVALID CHOICE'
           END-EVALUATE.
      ******************************************************************
      * Takes the seller ID and looks it up in the table. A found
      * seller is left in SELLER-REC.
      ******************************************************************
       150-FIND-SELLER.
           DISPLAY 'ENTER SELLER ID:'
           MOVE ZERO TO WS-SELLER-ID
           ACCEPT WS-SELLER-ID
           MOVE ZERO TO WS-SL-FOUND
           PERFORM VARYING ST-INDX FROM 1 BY 1
                   UNTIL ST-INDX > ST-COUNT
               IF ST-REC(ST-INDX)(1:4) = WS-SELLER-ID
                   SET WS-SL-FOUND TO ST-INDX
               END-IF
           END-PERFORM
           IF WS-SL-FOUND > ZERO
               MOVE ST-REC(WS-SL-FOUND) TO SELLER-REC
           END-IF.
      ******************************************************************
      * Adds a seller under the next free ID. The name is required.
      * A new seller is active.
      ******************************************************************
       200-ADD-SELLER.
           IF ST-COUNT = 500 OR WS-HIGH-ID = 9999
               DISPLAY 'SELLER TABLE IS FULL.'
           ELSE
               MOVE SPACES TO SELLER-REC
               PERFORM UNTIL SL-NAME NOT = SPACES
                   DISPLAY 'ENTER SELLER NAME:'
                   ACCEPT SL-NAME
               END-PERFORM
               ADD 1 TO WS-HIGH-ID
               MOVE WS-HIGH-ID TO SL-SELLER-ID
               MOVE 'Y' TO SL-ACTIVE
               ADD 1 TO ST-COUNT
               MOVE SELLER-REC TO ST-REC(ST-COUNT)
               MOVE 'Y' TO WS-CHANGED-SW
               DISPLAY 'SELLER ADDED AS ID ' SL-SELLER-ID
           END-IF.
      ******************************************************************
      * Corrects the name of a seller on file.
      ******************************************************************
       300-CHANGE-NAME.
           PERFORM 150-FIND-SELLER
           IF WS-SL-FOUND = ZERO
               DISPLAY 'SELLER NOT ON FILE.'
           ELSE
               DISPLAY 'CURRENT NAME: ' SL-NAME
               MOVE SPACES TO SL-NAME
               PERFORM UNTIL SL-NAME NOT = SPACES
                   DISPLAY 'ENTER NEW NAME:'
                   ACCEPT SL-NAME
               END-PERFORM
               MOVE SELLER-REC TO ST-REC(WS-SL-FOUND)
               MOVE 'Y' TO WS-CHANGED-SW
               DISPLAY 'NAME CHANGED.'
           END-IF.
      ******************************************************************
      * Marks a seller who has left the troop inactive.
      ******************************************************************
       400-DEACTIVATE-SELLER.
           PERFORM 150-FIND-SELLER
           EVALUATE TRUE
               WHEN WS-SL-FOUND = ZERO
                   DISPLAY 'SELLER NOT ON FILE.'
               WHEN SL-ACTIVE = 'N'
                   DISPLAY 'SELLER IS ALREADY INACTIVE.'
               WHEN OTHER
                   MOVE 'N' TO SL-ACTIVE
                   MOVE SELLER-REC TO ST-REC(WS-SL-FOUND)
                   MOVE 'Y' TO WS-CHANGED-SW
                   DISPLAY 'SELLER DEACTIVATED.'
           END-EVALUATE.
      ******************************************************************
      * Puts an inactive seller back to selling.
      ******************************************************************
       450-REACTIVATE-SELLER.
           PERFORM 150-FIND-SELLER
           EVALUATE TRUE
               WHEN WS-SL-FOUND = ZERO
                   DISPLAY 'SELLER NOT ON FILE.'
               WHEN SL-ACTIVE = 'Y'
                   DISPLAY 'SELLER IS ALREADY ACTIVE.'
               WHEN OTHER
                   MOVE 'Y' TO SL-ACTIVE
                   MOVE SELLER-REC TO ST-REC(WS-SL-FOUND)
                   MOVE 'Y' TO WS-CHANGED-SW
                   DISPLAY 'SELLER REACTIVATED.'
           END-EVALUATE.
      ******************************************************************
      * Lists every seller on file with the active flag.
      ******************************************************************
       500-LIST-SELLERS.
           DISPLAY SPACE
           DISPLAY LIST-HEADING
           PERFORM VARYING ST-INDX FROM 1 BY 1
                   UNTIL ST-INDX > ST-COUNT
               MOVE ST-REC(ST-INDX) TO SELLER-REC
               MOVE SL-SELLER-ID    TO LL-SELLER-ID
               MOVE SL-NAME         TO LL-NAME
               MOVE SL-ACTIVE       TO LL-ACTIVE
               DISPLAY LIST-LINE
           END-PERFORM
           DISPLAY ST-COUNT ' SELLERS ON FILE'.
      ******************************************************************
      * Rewrites the seller master from the table.
      ******************************************************************
       800-SAVE-SELLERS.
           OPEN OUTPUT SELLER-FILE
           PERFORM VARYING ST-INDX FROM 1 BY 1
                   UNTIL ST-INDX > ST-COUNT
               MOVE ST-REC(ST-INDX) TO SELLER-REC
               WRITE SELLER-REC
           END-PERFORM
           CLOSE SELLER-FILE
           DISPLAY 'SELLER MASTER SAVED: ' ST-COUNT ' SELLERS.'.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PizzaMenuMaint.
       AUTHOR. Brianna Muleski
       DATE-WRITTEN. 10/13/14
      ******************************************************************
      * Purpose:
      *     Maintains the pizza menu master the order entry program
      *     prices every item from, so the clerk no longer keys a
      *     unit price. A menu item is keyed by its flavor code -
      *     the same code RECIPE.DAT and the depletion run key on -
      *     and carries the name printed for it, a small, medium and
      *     large price, and an active flag. Items can be added,
      *     repriced, activated or deactivated, and the menu listed.
      *     A flavor is deactivated rather than deleted so the order
      *     log and recipes that name it still read.
      *
      * Input:
      *     PIZZAMENU.DAT - pizza menu master
      *     Maintenance actions entered at the console
      *
      * Output:
      *     PIZZAMENU.DAT - rewritten with the maintained menu
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MENU-FILE ASSIGN TO "PIZZAMENU.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MENU-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * ONE ROW PER FLAVOR. PM-ACTIVE 'Y' IS ON THE MENU; 'N' CAN NO
      * LONGER BE ORDERED.
       FD  MENU-FILE.
       01  MENU-REC.
           05  PM-FLAVOR-CODE     PIC X(10).
           05  PM-NAME            PIC X(20).
           05  PM-PRICE-SMALL     PIC 99V99.
           05  PM-PRICE-MEDIUM    PIC 99V99.
           05  PM-PRICE-LARGE     PIC 99V99.
           05  PM-ACTIVE          PIC X.
       WORKING-STORAGE SECTION.
       01  WORKING-ITEMS.
           05  EOF-SWITCH         PIC X       VALUE 'N'.
           05  WS-MENU-STATUS     PIC XX.
           05  WS-CHANGED-SW      PIC X       VALUE 'N'.
           05  MENU-CHOICE        PIC X       VALUE SPACE.
           05  WS-FLAVOR-CODE     PIC X(10).
           05  WS-PM-FOUND        PIC 9(3).
           05  WS-PRICE-IN        PIC 9(3)V99.
       01  MENU-TABLE.
           05  MT-COUNT           PIC 9(3)    VALUE ZERO.
           05  MT-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON MT-COUNT
                   INDEXED BY MT-INDX.
               10  MT-REC             PIC X(43).
       01  LIST-HEADING.
           05  FILLER             PIC X(11)   VALUE "FLAVOR".
           05  FILLER             PIC X(21)   VALUE "NAME".
           05  FILLER             PIC X(8)    VALUE "  SMALL".
           05  FILLER             PIC X(8)    VALUE " MEDIUM".
           05  FILLER             PIC X(8)    VALUE "  LARGE".
           05  FILLER             PIC X(6)    VALUE "ACTIVE".
       01  LIST-LINE.
           05  LL-FLAVOR-CODE     PIC X(10).
           05  FILLER             PIC X       VALUE SPACE.
           05  LL-NAME            PIC X(20).
           05  FILLER             PIC X       VALUE SPACE.
           05  LL-PRICE-SMALL     PIC $Z9.99.
           05  FILLER             PIC X(2)    VALUE SPACES.
           05  LL-PRICE-MEDIUM    PIC $Z9.99.
           05  FILLER             PIC X(2)    VALUE SPACES.
           05  LL-PRICE-LARGE     PIC $Z9.99.
           05  FILLER             PIC X(4)    VALUE SPACES.
           05  LL-ACTIVE          PIC X.
      *
       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 050-LOAD-MENU
           PERFORM 100-MAINT-MENU UNTIL MENU-CHOICE = 'X'
           IF WS-CHANGED-SW = 'Y'
               PERFORM 800-SAVE-MENU
           END-IF
           DISPLAY SPACE
           DISPLAY '--END OF PIZZA MENU MAINTENANCE--'
           STOP RUN.
      ******************************************************************
      * Loads the menu master into a runtime table; the file is
      * rewritten from it at the end of the session.
      ******************************************************************
       050-LOAD-MENU.
           OPEN INPUT MENU-FILE
           IF WS-MENU-STATUS NOT = "00"
               DISPLAY 'NO PIZZA MENU ON FILE - STARTING A NEW ONE.'
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
       100-MAINT-MENU.
           DISPLAY SPACE
           DISPLAY 'A-ADD FLAVOR  P-CHANGE PRICES  D-DEACTIVATE'
               '  R-REACTIVATE'
           DISPLAY 'L-LIST MENU  X-EXIT'
           ACCEPT MENU-CHOICE
           EVALUATE MENU-CHOICE
               WHEN 'A'
                   PERFORM 200-ADD-FLAVOR
               WHEN 'P'
                   PERFORM 300-CHANGE-PRICES
               WHEN 'D'
                   PERFORM 400-DEACTIVATE-FLAVOR
               WHEN 'R'
                   PERFORM 450-REACTIVATE-FLAVOR
               WHEN 'L'
                   PERFORM 500-LIST-MENU
               WHEN 'X'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'INVALID CHOICE'
           END-EVALUATE.
      ******************************************************************
      * Takes the flavor code and looks it up in the table. A found
      * flavor is left in MENU-REC.
      ******************************************************************
       150-FIND-FLAVOR.
           DISPLAY 'ENTER FLAVOR CODE:'
           MOVE SPACES TO WS-FLAVOR-CODE
           ACCEPT WS-FLAVOR-CODE
           MOVE ZERO TO WS-PM-FOUND
           PERFORM VARYING MT-INDX FROM 1 BY 1
                   UNTIL MT-INDX > MT-COUNT
               IF MT-REC(MT-INDX)(1:10) = WS-FLAVOR-CODE
                   SET WS-PM-FOUND TO MT-INDX
               END-IF
           END-PERFORM
           IF WS-PM-FOUND > ZERO
               MOVE MT-REC(WS-PM-FOUND) TO MENU-REC
           END-IF.
      ******************************************************************
      * Adds a flavor. The code must be new; the name and all three
      * prices are required. A new flavor goes on the menu active.
      ******************************************************************
       200-ADD-FLAVOR.
           PERFORM 150-FIND-FLAVOR
           EVALUATE TRUE
               WHEN WS-FLAVOR-CODE = SPACES
                   DISPLAY 'FLAVOR CODE IS REQUIRED.'
               WHEN WS-PM-FOUND > ZERO
                   DISPLAY 'FLAVOR ALREADY ON FILE: ' PM-NAME
               WHEN MT-COUNT = 100
                   DISPLAY 'MENU TABLE IS FULL.'
               WHEN OTHER
                   MOVE SPACES TO MENU-REC
                   MOVE WS-FLAVOR-CODE TO PM-FLAVOR-CODE
                   PERFORM UNTIL PM-NAME NOT = SPACES
                       DISPLAY 'ENTER MENU NAME:'
                       ACCEPT PM-NAME
                   END-PERFORM
                   PERFORM 250-ACCEPT-PRICES
                   MOVE 'Y' TO PM-ACTIVE
                   ADD 1 TO MT-COUNT
                   MOVE MENU-REC TO MT-REC(MT-COUNT)
                   MOVE 'Y' TO WS-CHANGED-SW
                   DISPLAY 'FLAVOR ADDED.'
           END-EVALUATE.
      ******************************************************************
      * Takes the small, medium and large prices, each re-asked
      * until it is above zero and under $100.
      ******************************************************************
       250-ACCEPT-PRICES.
           MOVE ZERO TO WS-PRICE-IN
           PERFORM UNTIL WS-PRICE-IN > ZERO AND WS-PRICE-IN < 100
               DISPLAY 'ENTER SMALL PRICE:'
               ACCEPT WS-PRICE-IN
           END-PERFORM
           MOVE WS-PRICE-IN TO PM-PRICE-SMALL
           MOVE ZERO TO WS-PRICE-IN
           PERFORM UNTIL WS-PRICE-IN > ZERO AND WS-PRICE-IN < 100
               DISPLAY 'ENTER MEDIUM PRICE:'
               ACCEPT WS-PRICE-IN
           END-PERFORM
           MOVE WS-PRICE-IN TO PM-PRICE-MEDIUM
           MOVE ZERO TO WS-PRICE-IN
           PERFORM UNTIL WS-PRICE-IN > ZERO AND WS-PRICE-IN < 100
               DISPLAY 'ENTER LARGE PRICE:'
               ACCEPT WS-PRICE-IN
           END-PERFORM
           MOVE WS-PRICE-IN TO PM-PRICE-LARGE.
      ******************************************************************
      * Reprices a flavor on file; all three prices are re-keyed.
      ******************************************************************
       300-CHANGE-PRICES.
           PERFORM 150-FIND-FLAVOR
           IF WS-PM-FOUND = ZERO
               DISPLAY 'FLAVOR NOT ON FILE.'
           ELSE
               MOVE PM-PRICE-SMALL  TO LL-PRICE-SMALL
               MOVE PM-PRICE-MEDIUM TO LL-PRICE-MEDIUM
               MOVE PM-PRICE-LARGE  TO LL-PRICE-LARGE
               DISPLAY 'CURRENT PRICES: ' LL-PRICE-SMALL ' '
                   LL-PRICE-MEDIUM ' ' LL-PRICE-LARGE
               PERFORM 250-ACCEPT-PRICES
               MOVE MENU-REC TO MT-REC(WS-PM-FOUND)
               MOVE 'Y' TO WS-CHANGED-SW
               DISPLAY 'PRICES CHANGED.'
           END-IF.
      ******************************************************************
      * Takes a flavor off the menu so it can no longer be ordered.
      ******************************************************************
       400-DEACTIVATE-FLAVOR.
           PERFORM 150-FIND-FLAVOR
           EVALUATE TRUE
               WHEN WS-PM-FOUND = ZERO
                   DISPLAY 'FLAVOR NOT ON FILE.'
               WHEN PM-ACTIVE = 'N'
                   DISPLAY 'FLAVOR IS ALREADY INACTIVE.'
               WHEN OTHER
                   MOVE 'N' TO PM-ACTIVE
                   MOVE MENU-REC TO MT-REC(WS-PM-FOUND)
                   MOVE 'Y' TO WS-CHANGED-SW
                   DISPLAY 'FLAVOR DEACTIVATED.'
           END-EVALUATE.
      ******************************************************************
      * Puts an inactive flavor back on the menu.
      ******************************************************************
       450-REACTIVATE-FLAVOR.
           PERFORM 150-FIND-FLAVOR
           EVALUATE TRUE
               WHEN WS-PM-FOUND = ZERO
                   DISPLAY 'FLAVOR NOT ON FILE.'
               WHEN PM-ACTIVE = 'Y'
                   DISPLAY 'FLAVOR IS ALREADY ACTIVE.'
               WHEN OTHER
                   MOVE 'Y' TO PM-ACTIVE
                   MOVE MENU-REC TO MT-REC(WS-PM-FOUND)
                   MOVE 'Y' TO WS-CHANGED-SW
                   DISPLAY 'FLAVOR REACTIVATED.'
           END-EVALUATE.
      ******************************************************************
      * Lists every flavor on file with its prices and active flag.
      ******************************************************************
       500-LIST-MENU.
           DISPLAY SPACE
           DISPLAY LIST-HEADING
           PERFORM VARYING MT-INDX FROM 1 BY 1
                   UNTIL MT-INDX > MT-COUNT
               MOVE MT-REC(MT-INDX) TO MENU-REC
               MOVE PM-FLAVOR-CODE  TO LL-FLAVOR-CODE
               MOVE PM-NAME         TO LL-NAME
               MOVE PM-PRICE-SMALL  TO LL-PRICE-SMALL
               MOVE PM-PRICE-MEDIUM TO LL-PRICE-MEDIUM
               MOVE PM-PRICE-LARGE  TO LL-PRICE-LARGE
               MOVE PM-ACTIVE       TO LL-ACTIVE
               DISPLAY LIST-LINE
           END-PERFORM
           DISPLAY MT-COUNT ' FLAVORS ON FILE'.
      ******************************************************************
      * Rewrites the menu master from the table.
      ******************************************************************
       800-SAVE-MENU.
           OPEN OUTPUT MENU-FILE
           PERFORM VARYING MT-INDX FROM 1 BY 1
                   UNTIL MT-INDX > MT-COUNT
               MOVE MT-REC(MT-INDX) TO MENU-REC
               WRITE MENU-REC
           END-PERFORM
           CLOSE MENU-FILE
           DISPLAY 'PIZZA MENU SAVED: ' MT-COUNT ' FLAVORS.'.

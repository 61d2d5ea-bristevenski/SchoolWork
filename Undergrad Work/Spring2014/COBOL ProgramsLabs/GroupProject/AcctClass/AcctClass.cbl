       IDENTIFICATION DIVISION.
       PROGRAM-ID. AcctClass.
       AUTHOR. Brianna Muleski
               Andrew Iverson
       DATE-WRITTEN. 10/13/14
      ******************************************************************
      * Purpose:
      *    Maintains the account classification file (GLCLASS.DAT)
      *    FinStmt builds the financial statements from. Every
      *    account on the chart - each debit and credit account in
      *    GLMAP.DAT, plus any account already on GLMASTER.DAT - is
      *    given a statement section (revenue, cost of sales,
      *    operating expense, current asset and so on) and a line
      *    number and caption within it. Several accounts may share
      *    a line; the statement adds them together. The list option
      *    shows every chart account not yet classified so nothing
      *    falls off the statements.
      *
      * Input:
      *    GLCLASS.DAT  - account classification (created first run)
      *    GLMAP.DAT    - chart of accounts
      *    GLMASTER.DAT - account balances (optional)
      *    Classifications entered at the console
      *
      * Output:
      *    GLCLASS.DAT  - rewritten with the maintained list
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLASS-FILE ASSIGN TO "GLCLASS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLASS-STATUS.
           SELECT GLMAP-FILE ASSIGN TO "GLMAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-STATUS.
           SELECT GLMASTER-FILE ASSIGN TO "GLMASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GM-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * ONE ROW PER ACCOUNT. STATEMENT 'I' INCOME STATEMENT OR 'B'
      * BALANCE SHEET; SECTION IS ONE OF THE CODES IN SECTION-TABLE.
       FD  CLASS-FILE.
       01  CLASS-REC.
           05  GC-ACCT         PIC X(6).
           05  GC-STMT         PIC X.
           05  GC-SECTION      PIC 99.
           05  GC-LINE         PIC 99.
           05  GC-LINE-DESC    PIC X(25).
       FD  GLMAP-FILE.
       01  GLMAP-REC.
           05  GM-SOURCE       PIC X(8).
           05  GM-DEPT         PIC 9.
           05  GM-DR-ACCT      PIC X(6).
           05  GM-CR-ACCT      PIC X(6).
           05  GM-DEPT-NAME    PIC X(8).
       FD  GLMASTER-FILE.
       01  GLMASTER-REC.
           05  GA-ACCT         PIC X(6).
           05  GA-BALANCE      PIC S9(11)V99.
       WORKING-STORAGE SECTION.
       01  WORKING-ITEMS.
           05  VALID-SW        PIC X.
           05  EOF-SWITCH      PIC X.
           05  WS-CLASS-STATUS PIC XX.
           05  WS-MAP-STATUS   PIC XX.
           05  WS-GM-STATUS    PIC XX.
           05  MENU-CHOICE     PIC X       VALUE SPACE.
           05  WS-WORK-ACCT    PIC X(6).
           05  MAINT-ACCT      PIC X(6).
           05  MAINT-SECTION   PIC 99.
           05  MAINT-LINE      PIC 99.
           05  MAINT-LINE-DESC PIC X(25).
           05  WS-CH-SUB       PIC 9(3).
           05  WS-CH-FOUND     PIC 9(3).
           05  WS-GC-FOUND     PIC 9(3).
           05  WS-SEC-SUB      PIC 99.
           05  WS-SEC-FOUND    PIC 99.
           05  WS-UNCLASS-CT   PIC 9(3).
           05  WS-CHANGED-SW   PIC X       VALUE 'N'.
               88  CLASS-CHANGED           VALUE 'Y'.
      * STATEMENT SECTIONS IN PRINT ORDER. NORMAL 'C' MEANS A
      * CREDIT-NORMAL SECTION, SHOWN WITH THE SIGN REVERSED.
       01  SECTION-VALUES.
           05  FILLER PIC X(29) VALUE "10ICREVENUE                  ".
           05  FILLER PIC X(29) VALUE "20IDCOST OF SALES            ".
           05  FILLER PIC X(29) VALUE "30IDOPERATING EXPENSES       ".
           05  FILLER PIC X(29) VALUE "40ICOTHER INCOME (EXPENSE)   ".
           05  FILLER PIC X(29) VALUE "50BDCURRENT ASSETS           ".
           05  FILLER PIC X(29) VALUE "60BDNONCURRENT ASSETS        ".
           05  FILLER PIC X(29) VALUE "70BCCURRENT LIABILITIES      ".
           05  FILLER PIC X(29) VALUE "80BCLONG-TERM LIABILITIES    ".
           05  FILLER PIC X(29) VALUE "90BCEQUITY                   ".
       01  SECTION-TABLE REDEFINES SECTION-VALUES.
           05  SEC-ENTRY OCCURS 9 TIMES.
               10  SEC-CODE        PIC 99.
               10  SEC-STMT        PIC X.
               10  SEC-NORMAL      PIC X.
               10  SEC-NAME        PIC X(25).
       01  CHART-TABLE.
           05  CH-COUNT        PIC 9(3)    VALUE ZERO.
           05  CH-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON CH-COUNT
                   INDEXED BY CH-INDX.
               10  CH-ACCT         PIC X(6).
       01  CLASS-TABLE.
           05  GC-COUNT        PIC 9(3)    VALUE ZERO.
           05  GC-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON GC-COUNT
                   INDEXED BY GC-INDX.
               10  GC-T-ACCT       PIC X(6).
               10  GC-T-STMT       PIC X.
               10  GC-T-SECTION    PIC 99.
               10  GC-T-LINE       PIC 99.
               10  GC-T-LINE-DESC  PIC X(25).
      *
       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 050-LOAD-CLASSES
           PERFORM 060-LOAD-CHART
           PERFORM 100-MAINT-MENU UNTIL MENU-CHOICE = 'X'
           IF CLASS-CHANGED
               PERFORM 800-SAVE-CLASSES
           END-IF

           DISPLAY SPACE
           DISPLAY '--END OF ACCOUNT CLASSIFICATION--'
           STOP RUN.
      * LOADS GLCLASS.DAT INTO A RUNTIME TABLE. MAINTENANCE IS DONE
      * AGAINST THE TABLE AND THE FILE IS REWRITTEN AT THE END.
       050-LOAD-CLASSES.
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT CLASS-FILE
           IF WS-CLASS-STATUS NOT = "00"
               MOVE 'Y' TO EOF-SWITCH
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ CLASS-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       IF GC-COUNT < 200
                           ADD 1 TO GC-COUNT
                           MOVE CLASS-REC TO GC-ENTRY(GC-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CLASS-STATUS NOT = "35"
               CLOSE CLASS-FILE
           END-IF.
      * BUILDS THE CHART: EVERY ACCOUNT GLMAP.DAT NAMES, PLUS ANY
      * ACCOUNT ALREADY CARRYING A BALANCE ON THE MASTER - THE SAME
      * ACCOUNT LIST GLPOST POSTS TO.
       060-LOAD-CHART.
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT GLMAP-FILE
           IF WS-MAP-STATUS NOT = "00"
               MOVE 'Y' TO EOF-SWITCH
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ GLMAP-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       MOVE GM-DR-ACCT TO WS-WORK-ACCT
                       PERFORM 070-ADD-CHART-ACCOUNT
                       MOVE GM-CR-ACCT TO WS-WORK-ACCT
                       PERFORM 070-ADD-CHART-ACCOUNT
               END-READ
           END-PERFORM
           IF WS-MAP-STATUS NOT = "35"
               CLOSE GLMAP-FILE
           END-IF
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT GLMASTER-FILE
           IF WS-GM-STATUS NOT = "00"
               MOVE 'Y' TO EOF-SWITCH
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ GLMASTER-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       MOVE GA-ACCT TO WS-WORK-ACCT
                       PERFORM 070-ADD-CHART-ACCOUNT
               END-READ
           END-PERFORM
           IF WS-GM-STATUS NOT = "35"
               CLOSE GLMASTER-FILE
           END-IF.
       070-ADD-CHART-ACCOUNT.
           MOVE ZERO TO WS-CH-FOUND
           PERFORM VARYING WS-CH-SUB FROM 1 BY 1
                   UNTIL WS-CH-SUB > CH-COUNT
               IF CH-ACCT(WS-CH-SUB) = WS-WORK-ACCT
                   MOVE WS-CH-SUB TO WS-CH-FOUND
               END-IF
           END-PERFORM
           IF WS-CH-FOUND = ZERO
              AND WS-WORK-ACCT NOT = SPACES
              AND CH-COUNT < 200
               ADD 1 TO CH-COUNT
               MOVE WS-WORK-ACCT TO CH-ACCT(CH-COUNT)
           END-IF.
      * DISPLAYS THE MAINTENANCE MENU AND ROUTES THE CHOICE.
       100-MAINT-MENU.
           DISPLAY SPACE
           DISPLAY 'C-CLASSIFY ACCOUNT  L-LIST UNCLASSIFIED  X-EXIT'
           ACCEPT MENU-CHOICE
           EVALUATE MENU-CHOICE
               WHEN 'C'
                   PERFORM 200-CLASSIFY-ACCOUNT
               WHEN 'L'
                   PERFORM 400-LIST-UNCLASSIFIED
               WHEN 'X'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'INVALID CHOICE'
           END-EVALUATE.
      * LOOKS UP WS-WORK-ACCT ON THE CLASSIFICATION TABLE AND LEAVES
      * ITS ROW IN WS-GC-FOUND.
       150-FIND-CLASS.
           MOVE ZERO TO WS-GC-FOUND
           PERFORM VARYING GC-INDX FROM 1 BY 1
                   UNTIL GC-INDX > GC-COUNT
               IF GC-T-ACCT(GC-INDX) = WS-WORK-ACCT
                   SET WS-GC-FOUND TO GC-INDX
               END-IF
           END-PERFORM.
      * CLASSIFIES ONE CHART ACCOUNT, OR RECLASSIFIES IT WHEN IT IS
      * ALREADY ON FILE. AN ACCOUNT NOT ON THE CHART IS REFUSED - IT
      * IS ALMOST ALWAYS A TYPING ERROR.
       200-CLASSIFY-ACCOUNT.
           DISPLAY 'ENTER ACCOUNT:'
           ACCEPT MAINT-ACCT
           MOVE MAINT-ACCT TO WS-WORK-ACCT
           MOVE ZERO TO WS-CH-FOUND
           PERFORM VARYING WS-CH-SUB FROM 1 BY 1
                   UNTIL WS-CH-SUB > CH-COUNT
               IF CH-ACCT(WS-CH-SUB) = MAINT-ACCT
                   MOVE WS-CH-SUB TO WS-CH-FOUND
               END-IF
           END-PERFORM
           PERFORM 150-FIND-CLASS
           EVALUATE TRUE
               WHEN WS-CH-FOUND = ZERO
                   DISPLAY 'ACCOUNT NOT ON THE CHART.'
               WHEN WS-GC-FOUND = ZERO AND GC-COUNT NOT < 200
                   DISPLAY 'CLASSIFICATION TABLE IS FULL.'
               WHEN OTHER
                   IF WS-GC-FOUND NOT = ZERO
                       DISPLAY 'NOW: SECTION '
                           GC-T-SECTION(WS-GC-FOUND)
                           ' LINE ' GC-T-LINE(WS-GC-FOUND) ' '
                           GC-T-LINE-DESC(WS-GC-FOUND)
                   END-IF
                   PERFORM 210-ACCEPT-SECTION
                   PERFORM 220-ACCEPT-LINE
                   IF WS-GC-FOUND = ZERO
                       ADD 1 TO GC-COUNT
                       MOVE GC-COUNT TO WS-GC-FOUND
                       MOVE MAINT-ACCT TO GC-T-ACCT(WS-GC-FOUND)
                   END-IF
                   MOVE SEC-STMT(WS-SEC-FOUND)
                       TO GC-T-STMT(WS-GC-FOUND)
                   MOVE MAINT-SECTION TO GC-T-SECTION(WS-GC-FOUND)
                   MOVE MAINT-LINE TO GC-T-LINE(WS-GC-FOUND)
                   MOVE MAINT-LINE-DESC
                       TO GC-T-LINE-DESC(WS-GC-FOUND)
                   MOVE 'Y' TO WS-CHANGED-SW
                   DISPLAY 'ACCOUNT ' MAINT-ACCT ' CLASSIFIED.'
           END-EVALUATE.
      * SHOWS THE SECTION CODES AND ACCEPTS ONE OF THEM.
       210-ACCEPT-SECTION.
           PERFORM VARYING WS-SEC-SUB FROM 1 BY 1
                   UNTIL WS-SEC-SUB > 9
               DISPLAY '  ' SEC-CODE(WS-SEC-SUB) ' '
                   SEC-NAME(WS-SEC-SUB)
           END-PERFORM
           DISPLAY 'ENTER SECTION:'
           ACCEPT MAINT-SECTION
           MOVE 'N' TO VALID-SW
           PERFORM UNTIL VALID-SW = 'Y'
               MOVE ZERO TO WS-SEC-FOUND
               PERFORM VARYING WS-SEC-SUB FROM 1 BY 1
                       UNTIL WS-SEC-SUB > 9
                   IF SEC-CODE(WS-SEC-SUB) = MAINT-SECTION
                       MOVE WS-SEC-SUB TO WS-SEC-FOUND
                   END-IF
               END-PERFORM
               IF WS-SEC-FOUND = ZERO
                   DISPLAY 'INVALID SECTION.'
                   DISPLAY 'ENTER SECTION:'
                   ACCEPT MAINT-SECTION
               ELSE
                   MOVE 'Y' TO VALID-SW
               END-IF
           END-PERFORM.
      * ACCEPTS THE LINE NUMBER WITHIN THE SECTION AND ITS CAPTION.
      * A LINE ALREADY USED IN THE SECTION OFFERS ITS CAPTION, SO
      * ACCOUNTS SHARING A LINE PRINT UNDER ONE NAME.
       220-ACCEPT-LINE.
           DISPLAY 'ENTER LINE NUMBER (01-99):'
           ACCEPT MAINT-LINE
           PERFORM UNTIL MAINT-LINE > ZERO
               DISPLAY 'INVALID LINE NUMBER.'
               DISPLAY 'ENTER LINE NUMBER (01-99):'
               ACCEPT MAINT-LINE
           END-PERFORM
           MOVE SPACES TO MAINT-LINE-DESC
           PERFORM VARYING GC-INDX FROM 1 BY 1
                   UNTIL GC-INDX > GC-COUNT
               IF GC-T-SECTION(GC-INDX) = MAINT-SECTION
                  AND GC-T-LINE(GC-INDX) = MAINT-LINE
                  AND GC-T-ACCT(GC-INDX) NOT = MAINT-ACCT
                   MOVE GC-T-LINE-DESC(GC-INDX) TO MAINT-LINE-DESC
               END-IF
           END-PERFORM
           IF MAINT-LINE-DESC NOT = SPACES
               DISPLAY 'LINE IS ' MAINT-LINE-DESC
                   ' - ACCOUNT ADDED TO IT.'
           ELSE
               DISPLAY 'ENTER LINE CAPTION:'
               ACCEPT MAINT-LINE-DESC
               PERFORM UNTIL MAINT-LINE-DESC NOT = SPACES
                   DISPLAY 'INVALID CAPTION.'
                   DISPLAY 'ENTER LINE CAPTION:'
                   ACCEPT MAINT-LINE-DESC
               END-PERFORM
           END-IF.
      * LISTS EVERY CHART ACCOUNT WITH NO CLASSIFICATION.
       400-LIST-UNCLASSIFIED.
           MOVE ZERO TO WS-UNCLASS-CT
           PERFORM VARYING CH-INDX FROM 1 BY 1
                   UNTIL CH-INDX > CH-COUNT
               MOVE CH-ACCT(CH-INDX) TO WS-WORK-ACCT
               PERFORM 150-FIND-CLASS
               IF WS-GC-FOUND = ZERO
                   DISPLAY '  ' WS-WORK-ACCT
                   ADD 1 TO WS-UNCLASS-CT
               END-IF
           END-PERFORM
           DISPLAY WS-UNCLASS-CT ' ACCOUNTS UNCLASSIFIED.'.
      * REWRITES GLCLASS.DAT FROM THE MAINTAINED TABLE.
       800-SAVE-CLASSES.
           OPEN OUTPUT CLASS-FILE
           PERFORM VARYING GC-INDX FROM 1 BY 1
                   UNTIL GC-INDX > GC-COUNT
               MOVE GC-ENTRY(GC-INDX) TO CLASS-REC
               WRITE CLASS-REC
           END-PERFORM
           CLOSE CLASS-FILE.

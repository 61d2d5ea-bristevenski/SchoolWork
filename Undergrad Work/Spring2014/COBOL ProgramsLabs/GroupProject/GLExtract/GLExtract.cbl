      *    DEPTTOTALS.DAT - PhaseII department totals feed
      *    POSTTOTALS.DAT - PhaseIII AR movement feed
      *    PAYTOTALS.DAT  - lab08 payroll totals feed
      *    DEPTPAY.DAT    - lab08 labor cost by department feed
      *    DEPTMAST.DAT   - department master; feed departments
      *                     must be on it (and active, for labor)
      *    Journal date entered at the console (0 = today)
      *
      * Output:
           SELECT DEPTPAY-FILE ASSIGN TO "DEPTPAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DPAY-STATUS.
           SELECT DEPT-MASTER-FILE ASSIGN TO "DEPTMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DM-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "GLJOURNAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.
           05  DP-TAX          PIC 9(8)V99.
           05  DP-NET          PIC 9(8)V99.

       FD  DEPT-MASTER-FILE.
       01  DM-REC.
           05  DM-DEPT-CODE    PIC 99.
           05  DM-DEPT-NAME    PIC X(10).
           05  DM-SHORT-NAME   PIC X(8).
           05  DM-ACTIVE       PIC X.
           05  DM-COST-CTR     PIC X(4).
           05  DM-TAXABLE      PIC X.
       FD  JOURNAL-FILE.
       01  JOURNAL-REC.
           05  GJ-DATE         PIC 9(8).
           05  WS-DEPT         PIC 9.
           05  WS-STORE        PIC 9(2).
           05  WS-DPAY-STATUS  PIC XX.
           05  WS-DM-STATUS    PIC XX.
           05  WS-DM-SUB       PIC 9(3).
           05  WS-DM-FOUND     PIC 99.
           05  WS-DEPT-MAST-SW PIC X       VALUE 'N'.
               88  DEPT-MAST-LOADED        VALUE 'Y'.
           05  WS-DEPT-NAME    PIC X(8)    VALUE SPACES.
           05  WS-LABOR-FED-SW PIC X       VALUE 'N'.
               88  LABOR-FED-BY-DEPT       VALUE 'Y'.
               10  GM-T-DR-ACCT    PIC X(6).
               10  GM-T-CR-ACCT    PIC X(6).
               10  GM-T-DEPT-NAME  PIC X(8).
      * DEPARTMENT MASTER BY CODE. WITHOUT DEPTMAST.DAT NO
      * DEPARTMENT CHECK IS MADE AND THE FEEDS STAND AS WRITTEN.
       01  DEPT-MASTER-TABLE.
           05  DMT-ENTRY OCCURS 99 TIMES.
               10  DMT-SHORT-NAME  PIC X(8).
               10  DMT-ACTIVE      PIC X.
       01  PENDING-JOURNAL.
           05  PJ-COUNT        PIC 9(3)    VALUE ZERO.
           05  PJ-ENTRY OCCURS 1 TO 200 TIMES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RPT-DATE
           END-IF
           PERFORM 050-LOAD-GLMAP
           PERFORM 060-LOAD-DEPT-MASTER
           PERFORM 100-FEED-DEPT-TOTALS
           PERFORM 200-FEED-POST-TOTALS
           PERFORM 250-FEED-DEPT-PAY
           IF WS-MAP-STATUS NOT = "35"
               CLOSE GLMAP-FILE
           END-IF.
      * LOADS THE DEPARTMENT MASTER THE FEED DEPARTMENTS ARE
      * CHECKED AGAINST.
       060-LOAD-DEPT-MASTER.
           MOVE SPACES TO DEPT-MASTER-TABLE
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT DEPT-MASTER-FILE
           IF WS-DM-STATUS NOT = "00"
               MOVE 'Y' TO EOF-SWITCH
               DISPLAY 'WARNING: DEPTMAST.DAT NOT ON FILE - '
                   'DEPARTMENTS NOT CHECKED.'
           ELSE
               SET DEPT-MAST-LOADED TO TRUE
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ DEPT-MASTER-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       IF DM-DEPT-CODE IS NUMERIC
                          AND DM-DEPT-CODE > 0
                           MOVE DM-SHORT-NAME TO
                               DMT-SHORT-NAME(DM-DEPT-CODE)
                           MOVE DM-ACTIVE TO DMT-ACTIVE(DM-DEPT-CODE)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-DM-STATUS NOT = "35"
               CLOSE DEPT-MASTER-FILE
           END-IF.
      * ROLLS THE REQUESTED DATE'S DEPARTMENT SALES AND TAX INTO
      * JOURNAL PAIRS, ONE PER DEPARTMENT PER AMOUNT. A STORE
      * DEPARTMENT NOT ON THE MASTER REJECTS THE RUN LIKE AN
      * UNMAPPED AMOUNT.
       100-FEED-DEPT-TOTALS.
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT DEPTTOT-FILE
                           ELSE
                               MOVE ZERO TO WS-STORE
                           END-IF
                           IF DEPT-MAST-LOADED
                              AND DT-DEPT > ZERO
                              AND DMT-SHORT-NAME(DT-DEPT) = SPACES
                               ADD 1 TO WS-UNMAPPED-CT
                               DISPLAY 'DEPT ' DT-DEPT
                                   ' NOT ON THE DEPARTMENT MASTER'
                           ELSE
                               MOVE 'DEPTSALE' TO WS-SOURCE
                               MOVE DT-DEPT    TO WS-DEPT
                               MOVE DT-SALES   TO WS-AMOUNT
                               PERFORM 400-ADD-JOURNAL-PAIR
                               MOVE 'DEPTTAX ' TO WS-SOURCE
                               MOVE DT-TAX     TO WS-AMOUNT
                               PERFORM 400-ADD-JOURNAL-PAIR
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
      * ROLLS THE REQUESTED DATE'S PER-DEPARTMENT LABOR COST IN,
      * ONE PAIR PER DEPARTMENT, KEYED BY DEPARTMENT NAME. WHEN
      * DEPARTMENTAL ROWS EXIST THE COMPANY-WIDE PAYGROSS PAIR IS
      * SKIPPED SO THE SAME GROSS IS NOT BOOKED TWICE. THE NAME
      * MUST BE AN ACTIVE SHORT NAME ON THE DEPARTMENT MASTER.
       250-FEED-DEPT-PAY.
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT DEPTPAY-FILE
                           MOVE ZERO TO WS-DEPT
                           MOVE ZERO TO WS-STORE
                           MOVE DP-DEPT-NAME TO WS-DEPT-NAME
                           PERFORM 270-CHECK-DEPT-NAME
                           IF DEPT-MAST-LOADED
                              AND WS-DM-FOUND = ZERO
                               ADD 1 TO WS-UNMAPPED-CT
                               DISPLAY 'DEPT ' DP-DEPT-NAME
                                   ' NOT ACTIVE ON THE DEPARTMENT '
                                   'MASTER'
                           ELSE
                               MOVE 'PAYDEPT ' TO WS-SOURCE
                               MOVE DP-GROSS   TO WS-AMOUNT
                               PERFORM 400-ADD-JOURNAL-PAIR
                           END-IF
                           SET LABOR-FED-BY-DEPT TO TRUE
                       END-IF
               END-READ
               CLOSE DEPTPAY-FILE
           END-IF
           MOVE SPACES TO WS-DEPT-NAME.
      * FINDS WS-DEPT-NAME AMONG THE ACTIVE SHORT NAMES ON THE
      * DEPARTMENT MASTER; WS-DM-FOUND IS ITS CODE, OR ZERO.
       270-CHECK-DEPT-NAME.
           MOVE ZERO TO WS-DM-FOUND
           PERFORM VARYING WS-DM-SUB FROM 1 BY 1
                   UNTIL WS-DM-SUB > 99 OR WS-DM-FOUND > ZERO
               IF DMT-SHORT-NAME(WS-DM-SUB) = WS-DEPT-NAME
                  AND DMT-ACTIVE(WS-DM-SUB) = 'A'
                   MOVE WS-DM-SUB TO WS-DM-FOUND
               END-IF
           END-PERFORM.

      * ROLLS THE REQUESTED DATE'S PAYROLL TOTALS IN.
       300-FEED-PAY-TOTALS.

      *    file stops being retyped line by line at the register.
      *    Every line passes the same edits the keyed path applies:
      *    the customer must be on CUSTMAST.DAT, the department code
      *    must be an active store department on DEPTMAST.DAT and the
      *    item code 101-899, and the price comes
      *    from the ITEMPRC.DAT row in effect today (quantity breaks
      *    included), never from the order file. Good lines become a
      *    proper TRANSACTION.DAT batch with header and trailer;
      *    CUSTORDER.DAT - customer number, item, quantity,
      *                    description per line
      *    CUSTMAST.DAT  - entry-validation customer list
      *    DEPTMAST.DAT  - department master
      *    ITEMPRC.DAT   - effective-dated catalog
      *    Batch, store, and operator identity from the console
      *
               FILE STATUS IS WS-ORD-STATUS.
           SELECT CUST-MASTER-FILE ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DEPT-MASTER-FILE ASSIGN TO "DEPTMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DM-STATUS.
           SELECT ITEM-PRICE-FILE ASSIGN TO "ITEMPRC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRC-STATUS.
       01  CM-REC.
           05  CM-CUST-NO      PIC X(5).
           05  CM-CUST-NM      PIC X(20).
       FD  DEPT-MASTER-FILE.
       01  DM-REC.
           05  DM-DEPT-CODE    PIC 99.
           05  DM-DEPT-NAME    PIC X(10).
           05  DM-SHORT-NAME   PIC X(8).
           05  DM-ACTIVE       PIC X.
           05  DM-COST-CTR     PIC X(4).
           05  DM-TAXABLE      PIC X.
       FD  ITEM-PRICE-FILE.
       01  IP-REC.
           05  IP-ITEM-NUM     PIC X(4).
           05  OR-EOF-SWITCH   PIC X       VALUE 'N'.
           05  CM-EOF-SWITCH   PIC X       VALUE 'N'.
           05  IP-EOF-SWITCH   PIC X       VALUE 'N'.
           05  WS-DM-STATUS    PIC XX.
           05  DM-EOF-SWITCH   PIC X       VALUE 'N'.
           05  WS-DM-SUB       PIC 99.
           05  WS-RUN-DATE     PIC 9(8).
           05  BATCH-NO        PIC 9(3).
           05  WS-STORE-NO     PIC 9(2).
           05  TR-EXT-TOT      PIC S9(9)V99 VALUE ZERO.
           05  WS-REJECT-CT    PIC 9(4)    VALUE ZERO.
       01  CONSTANTS.
           05  LOW-CODE        PIC X(3)    VALUE '101'.
           05  HIGH-CODE       PIC X(3)    VALUE '899'.
      * ACTIVE FLAG OF EACH STORE DEPARTMENT (CODES 01-09) FROM
      * DEPTMAST.DAT; WITHOUT THE MASTER THE FOUR ORIGINAL
      * DEPARTMENTS STAND.
       01  DEPT-ACTIVE-VALUES.
           05  FILLER          PIC X(9)    VALUE "AAAA     ".
       01  DEPT-ACTIVE-TABLE REDEFINES DEPT-ACTIVE-VALUES.
           05  DPT-ACTIVE OCCURS 9 TIMES PIC X.
       01  CUST-MASTER-TABLE.
           05  CM-COUNT        PIC 9(4)    VALUE ZERO.
           05  CM-ENTRY OCCURS 1 TO 1000 TIMES
       000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM 050-LOAD-CUST-MASTER
           PERFORM 055-LOAD-DEPT-MASTER
           PERFORM 060-LOAD-ITEM-PRICE
           PERFORM 070-ACCEPT-RUN-IDENTITY
           OPEN INPUT ORDER-FILE
               END-READ
           END-PERFORM
           CLOSE CUST-MASTER-FILE.
      * LOADS WHICH STORE DEPARTMENTS ARE OPEN FROM THE DEPARTMENT
      * MASTER, THE SAME CHECK THE KEYED SESSION MAKES.
       055-LOAD-DEPT-MASTER.
           OPEN INPUT DEPT-MASTER-FILE
           IF WS-DM-STATUS NOT = "00"
               MOVE 'Y' TO DM-EOF-SWITCH
           ELSE
               MOVE SPACES TO DEPT-ACTIVE-TABLE
           END-IF
           PERFORM UNTIL DM-EOF-SWITCH = 'Y'
               READ DEPT-MASTER-FILE
                   AT END
                       MOVE 'Y' TO DM-EOF-SWITCH
                   NOT AT END
                       IF DM-DEPT-CODE IS NUMERIC
                          AND DM-DEPT-CODE > ZERO
                          AND DM-DEPT-CODE < 10
                           MOVE DM-DEPT-CODE TO WS-DM-SUB
                           MOVE DM-ACTIVE TO DPT-ACTIVE(WS-DM-SUB)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-DM-STATUS NOT = "35"
               CLOSE DEPT-MASTER-FILE
           END-IF.
      * LOADS THE CATALOG SO EVERY IMPORTED LINE PRICES FROM THE ROW
      * IN EFFECT TODAY, NOT FROM WHATEVER THE SENDER PUT IN THE
      * FILE.
                   MOVE WS-CM-SUB TO WS-CM-FOUND
               END-IF
           END-PERFORM
           MOVE ZERO TO WS-DM-SUB
           IF OR-DEPT-CODE IS NUMERIC AND OR-DEPT-CODE NOT = '0'
               MOVE OR-DEPT-CODE TO WS-DM-SUB
               IF DPT-ACTIVE(WS-DM-SUB) NOT = 'A'
                   MOVE ZERO TO WS-DM-SUB
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN WS-CM-FOUND = ZERO
                   MOVE 'CUSTOMER NOT ON FILE' TO RJ-REASON
                   PERFORM 200-WRITE-REJECT
               WHEN WS-DM-SUB = ZERO
                   MOVE 'BAD DEPARTMENT CODE ' TO RJ-REASON
                   PERFORM 200-WRITE-REJECT
               WHEN OR-ITEM-CODE < LOW-CODE

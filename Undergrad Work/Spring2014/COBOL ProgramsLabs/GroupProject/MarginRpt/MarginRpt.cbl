      * Input:
      *    PHASE2.DAT  - posted batch detail
      *    ITEMPRC.DAT - catalog with price, cost, effective date
      *    DEPTMAST.DAT - department master, for department names
      *
      * Output:
      *    MARGIN.RPT
           SELECT ITEM-PRICE-FILE ASSIGN TO "ITEMPRC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRC-STATUS.
           SELECT DEPT-MASTER-FILE ASSIGN TO "DEPTMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DM-STATUS.
           SELECT REPORT-FILE ASSIGN TO "MARGIN.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           05  IP-EFF-DATE     PIC 9(8).
           05  IP-COST         PIC 9(4)V99.
           05  IP-MIN-QTY      PIC 9(3).
       FD  DEPT-MASTER-FILE.
       01  DM-REC.
           05  DM-DEPT-CODE    PIC 99.
           05  DM-DEPT-NAME    PIC X(10).
           05  DM-SHORT-NAME   PIC X(8).
           05  DM-ACTIVE       PIC X.
           05  DM-COST-CTR     PIC X(4).
           05  DM-TAXABLE      PIC X.
       FD  REPORT-FILE.
       01  REPORT-REC          PIC X(80).
       WORKING-STORAGE SECTION.
           05  IP-EOF-SWITCH   PIC X       VALUE 'N'.
           05  WS-TR-STATUS    PIC XX.
           05  WS-PRC-STATUS   PIC XX.
           05  WS-DM-STATUS    PIC XX.
           05  DM-EOF-SWITCH   PIC X       VALUE 'N'.
           05  WS-RUN-DATE     PIC 9(8).
           05  WS-BEST-DATE    PIC 9(8).
           05  WS-ITEM-COST    PIC 9(4)V99.
           05  WS-MG-SUB       PIC 9(4).
           05  WS-MG-FOUND     PIC 9(4).
           05  WS-PRC-SUB      PIC 9(4).
           05  WS-DEPT-INDX    PIC 99.
           05  WS-MARGIN-PCT   PIC S9(3)V99.
           05  WS-TOT-SALES    PIC S9(9)V99 VALUE ZERO.
           05  WS-TOT-COST     PIC S9(9)V99 VALUE ZERO.
               10  MG-SALES        PIC S9(9)V99.
               10  MG-COST         PIC S9(9)V99.
       01  DEPT-MARGIN-TABLE.
           05  DM-ENTRY OCCURS 9 TIMES.
               10  DM-SALES        PIC S9(9)V99 VALUE ZERO.
               10  DM-COST         PIC S9(9)V99 VALUE ZERO.
      * STORE DEPARTMENT NAMES BY CODE FROM DEPTMAST.DAT; WITHOUT
      * THE MASTER THE FOUR ORIGINAL NAMES STAND.
       01  DEPT-NAME-TABLE.
           05  DEPT-NAMES      PIC X(90)
               VALUE "HOME      ELECTRONICGROCERY   AUTO      ".
           05  DEPT-NAME-ENTRY REDEFINES DEPT-NAMES
                                   OCCURS 9 TIMES PIC X(10).
       01  ITEM-PRICE-TABLE.
           05  IP-COUNT        PIC 9(4)    VALUE ZERO.
           05  IP-ENTRY OCCURS 1 TO 1000 TIMES
       000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM 050-LOAD-ITEM-COSTS
           PERFORM 060-LOAD-DEPT-NAMES
           PERFORM 100-ROLL-BATCH
           PERFORM 500-WRITE-REPORT

           IF WS-PRC-STATUS NOT = "35"
               CLOSE ITEM-PRICE-FILE
           END-IF.
      * LOADS THE STORE DEPARTMENT NAMES FROM THE DEPARTMENT MASTER.
       060-LOAD-DEPT-NAMES.
           OPEN INPUT DEPT-MASTER-FILE
           IF WS-DM-STATUS NOT = "00"
               MOVE 'Y' TO DM-EOF-SWITCH
           ELSE
               MOVE SPACES TO DEPT-NAMES
           END-IF
           PERFORM UNTIL DM-EOF-SWITCH = 'Y'
               READ DEPT-MASTER-FILE
                   AT END
                       MOVE 'Y' TO DM-EOF-SWITCH
                   NOT AT END
                       IF DM-DEPT-CODE IS NUMERIC
                          AND DM-DEPT-CODE > 0 AND DM-DEPT-CODE < 10
                           MOVE DM-DEPT-CODE TO WS-DEPT-INDX
                           MOVE DM-DEPT-NAME TO
                               DEPT-NAME-ENTRY(WS-DEPT-INDX)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-DM-STATUS NOT = "35"
               CLOSE DEPT-MASTER-FILE
           END-IF.
      * FINDS THE COST ROW IN EFFECT ON THE RUN DATE FOR T-ITEM-NO,
      * THE SAME EFFECTIVE-DATE RULE THE REGISTER USES FOR PRICE.
       080-FIND-ITEM-COST.
           COMPUTE WS-COST-AMT ROUNDED = WS-ITEM-COST * T-QNT
           ADD WS-SALES-AMT TO WS-TOT-SALES
           ADD WS-COST-AMT  TO WS-TOT-COST
           IF T-ITEM-NO(1:1) IS NUMERIC AND T-ITEM-NO(1:1) > '0'
               MOVE T-ITEM-NO(1:1) TO WS-DEPT-INDX
               ADD WS-SALES-AMT TO DM-SALES(WS-DEPT-INDX)
               ADD WS-COST-AMT  TO DM-COST(WS-DEPT-INDX)
           WRITE REPORT-REC FROM SECTION-HEADING
               AFTER ADVANCING 2 LINES
           PERFORM VARYING WS-DEPT-INDX FROM 1 BY 1
                   UNTIL WS-DEPT-INDX > 9
               IF DEPT-NAME-ENTRY(WS-DEPT-INDX) NOT = SPACES
                  OR DM-SALES(WS-DEPT-INDX) NOT = ZERO
                   MOVE DEPT-NAME-ENTRY(WS-DEPT-INDX) TO MD-LABEL
                   MOVE DM-SALES(WS-DEPT-INDX) TO MD-SALES
                   MOVE DM-COST(WS-DEPT-INDX)  TO MD-COST
                   MOVE DM-SALES(WS-DEPT-INDX) TO WS-SALES-AMT
                   MOVE DM-COST(WS-DEPT-INDX)  TO WS-COST-AMT
                   PERFORM 300-SET-MARGIN-PCT
                   WRITE REPORT-REC FROM MARGIN-DETAIL
                       AFTER ADVANCING 1 LINE
               END-IF
           END-PERFORM

           MOVE 'BATCH     ' TO MD-LABEL

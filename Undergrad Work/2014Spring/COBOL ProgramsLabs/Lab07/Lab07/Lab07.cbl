      *       2. How to use PERFORM VARYING with subscript/index
      *       3. How to use SEARCH to look up a table
      * Input:
      *     1. DEPTMAST.DAT -- the shared department master
      *     2. TAXBRACKET.DAT -- effective-dated wage/rate tax brackets
      *     3. Prompt the user to enter a 2-digit department code
      * Output:
      *     1. Display tax rate table (loaded from TAXBRACKET.DAT)
      *     2. Display department code table (runtime table)
      *     8/9/14  BM  Tax brackets now load from TAXBRACKET.DAT,
      *                 each set carrying an effective date; the run
      *                 uses the most recent set effective as of today
      *     10/13/14 BM Departments now come from the shared master
      *                 DEPTMAST.DAT; inactive ones are flagged. The
      *                 maintenance mode is retired - DeptMaint keeps
      *                 the master and its audit trail
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPT-TABLE ASSIGN TO "DEPTMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEPT-STATUS.
           SELECT TAX-BRACKET-FILE ASSIGN TO "TAXBRACKET.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       01  DEPT-REC.
           05  D-CODE   PIC X(2).
           05  D-NAME   PIC X(10).
           05  D-SHORT-NAME PIC X(8).
           05  D-ACTIVE PIC X.
           05  D-COST-CTR PIC X(4).
           05  D-TAXABLE PIC X.
       FD  TAX-BRACKET-FILE.
       01  TAX-BRACKET-REC.
           05  TB-EFF-DATE  PIC 9(8).
      ******************************************************************
       01  WS-DEPT-TABLE.
           05  DEPT-COUNT  PIC 9(3)            VALUE ZERO.
           05  WS-DEPT-REC OCCURS 1 TO 99 TIMES
                   DEPENDING ON DEPT-COUNT
                   INDEXED BY INDX.
               10  WS-DEPT-CODE    PIC X(2).
               10  WS-DEPT-NAME    PIC X(10).
               10  WS-DEPT-ACTIVE  PIC X.

       01  DEPT-EOF-SWITCH          PIC X      VALUE 'N'.
       01  DEPT-STATUS              PIC XX.
       01  D-STATUS-NOTE            PIC X(10).
       01  DEPT-FOUND-SW            PIC X      VALUE 'N'.
           88  DEPT-FOUND                      VALUE 'Y'.
       01  WS-CODE                 PIC X(2).

       01  D-TAX-TABLE.
       000-MAIN.
           PERFORM 100-COMPILE-TIME-TABLE.
           OPEN INPUT DEPT-TABLE
           IF DEPT-STATUS NOT = "00"
               DISPLAY 'DEPTMAST.DAT NOT ON FILE'
               STOP RUN
           END-IF
           PERFORM 200-RUN-TIME-TABLE.
           CLOSE DEPT-TABLE
           STOP RUN.
      ******************************************************************
      * DO_4: Use PERFORM VARYING with the SUBSCRIPT to DISPLAY the
      ******************************************************************
       210-LOAD-DEPT-TABLE.
           PERFORM 215-READ-DEPT
           PERFORM UNTIL DEPT-EOF-SWITCH = 'Y' OR DEPT-COUNT = 99
               ADD 1 TO DEPT-COUNT
               MOVE D-CODE TO WS-DEPT-CODE(DEPT-COUNT)
               MOVE D-NAME TO WS-DEPT-NAME(DEPT-COUNT)
               MOVE D-ACTIVE TO WS-DEPT-ACTIVE(DEPT-COUNT)
               PERFORM 215-READ-DEPT
           END-PERFORM.

      ******************************************************************
       220-DISPLAY-DEPT-TABLE.
           PERFORM VARYING INDX FROM 1 BY 1 UNTIL INDX > DEPT-COUNT
               PERFORM 222-SET-STATUS-NOTE
               DISPLAY WS-DEPT-CODE(INDX) " " WS-DEPT-NAME(INDX)
                   " " D-STATUS-NOTE
           END-PERFORM.

      * AN INACTIVE DEPARTMENT STAYS ON THE MASTER FOR HISTORY BUT IS
      * FLAGGED SO NOBODY USES IT FOR NEW WORK.
       222-SET-STATUS-NOTE.
           IF WS-DEPT-ACTIVE(INDX) = 'I'
               MOVE '(INACTIVE)' TO D-STATUS-NOTE
           ELSE
               MOVE SPACES TO D-STATUS-NOTE
           END-IF.

      * PROMPTS FOR A DEPARTMENT CODE AND LOOKS IT UP; RE-PROMPTS ON
      * A MISS SO THE OPERATOR ISN'T DROPPED AFTER ONE BAD ENTRY.
      * ENTERING XX QUITS THE LOOKUP WITHOUT A MATCH.
                   DISPLAY "NOT FOUND!"
               WHEN WS-CODE = WS-DEPT-CODE(INDX)
                   MOVE 'Y' TO DEPT-FOUND-SW
                   PERFORM 222-SET-STATUS-NOTE
                   DISPLAY WS-DEPT-NAME(INDX) " " D-STATUS-NOTE

           END-SEARCH.

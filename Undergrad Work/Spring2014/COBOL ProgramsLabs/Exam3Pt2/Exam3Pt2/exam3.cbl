      *         2. SORT, PERFORM VARYING, and SEARCH statements.
      *     
      * Input:  exam3.dat
      *         SELLERS.DAT - seller master, by seller ID
      *      
      * Output:
      *         1. display the total for Linda, and
      *     8/9/14  BM  The cookie table now loads however many
      *                 records are in exam3.dat instead of always
      *                 reading a fixed 10 rows
      *     10/15/14 BM Sellers are keyed by the seller ID from the
      *                 SELLERS.DAT master instead of an 8-character
      *                 name; the lookup is by seller ID and shows
      *                 the seller's name, and sales rows for a
      *                 seller not on the master are reported
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT SORTED-FILE ASSIGN TO "SORTED.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-TEMP-FILE ASSIGN TO "TEMP.DAT".
           SELECT SELLER-FILE ASSIGN TO "SELLERS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-SELLER-STATUS.
       DATA DIVISION.
       FILE SECTION. 
       SD  SORT-TEMP-FILE.
       01  SORT-REC.
           05  S-SELLER-ID  PIC 9(4).
           05  S-COOKIES    PIC 9(6).
           05  S-TOTAL      PIC 9(4).        
       FD  INPUT-FILE.
       01  IN-REC.
           05  IN-SELLER-ID PIC 9(4).
           05  IN-MINTS     PIC 9(3).
           05  IN-SOMOAS    PIC 9(3).             
       FD  NEW-FILE.
       01  NEW-REC          PIC X(14).
       FD  SORTED-FILE.
       01  SORTED-REC       PIC X(14).	   
       FD  SELLER-FILE.
       01  SELLER-REC.
           05  SL-SELLER-ID PIC 9(4).
           05  SL-NAME      PIC X(20).
           05  SL-ACTIVE    PIC X.
       WORKING-STORAGE SECTION. 
       01  WS-OUT-REC.
           05  OUT-SELLER-ID PIC 9(4).
           05  OUT-MINTS    PIC 9(3).
           05  OUT-SOMOAS   PIC 9(3). 
           05  OUT-TOTAL    PIC 9(4).
           05  COOKIE-REC OCCURS 1 TO 100 TIMES
                   DEPENDING ON COOKIE-COUNT
                   INDEXED BY INDX.
               10  WS-SELLER-ID PIC 9(4).
               10  WS-MINT  PIC 9(3).
               10  WS-SOMO  PIC 9(3).

       01  IN-EOF-SWITCH        PIC X            VALUE 'N'.
       01  LINDA-TOT            PIC ZZZ9.
       01  WS-LOOKUP-ID         PIC 9(4).
       01  WS-SELLER-STATUS     PIC XX.
       01  SL-EOF-SWITCH        PIC X            VALUE 'N'.
       01  WS-SELLER-NAME       PIC X(20).
       01  SELLER-TABLE.
           05  SELLER-COUNT PIC 9(4)             VALUE ZERO.
           05  SELLER-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON SELLER-COUNT
                   INDEXED BY SL-INDX.
               10  ST-SELLER-ID PIC 9(4).
               10  ST-NAME      PIC X(20).
               10  ST-ACTIVE    PIC X.


       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 050-LOAD-SELLERS
           OPEN INPUT INPUT-FILE
           OPEN OUTPUT NEW-FILE
           PERFORM 100-LOAD-TABLE
           PERFORM 400-SORT-WITH-TOTAL
           STOP RUN.
      ******************************************************************
      * Loads the seller master so sales rows can be checked and the
      * lookup can show the seller's name.
      ******************************************************************
       050-LOAD-SELLERS.
           OPEN INPUT SELLER-FILE
           IF WS-SELLER-STATUS NOT = "00"
               DISPLAY "NO SELLER MASTER (SELLERS.DAT) ON FILE."
               MOVE 'Y' TO SL-EOF-SWITCH
           END-IF
           PERFORM UNTIL SL-EOF-SWITCH = 'Y'
               READ SELLER-FILE
                   AT END
                       MOVE 'Y' TO SL-EOF-SWITCH
                   NOT AT END
                       IF SELLER-COUNT < 500
                           ADD 1 TO SELLER-COUNT
                           MOVE SELLER-REC TO SELLER-ENTRY(SELLER-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-SELLER-STATUS NOT = "35"
               CLOSE SELLER-FILE
           END-IF.

      ******************************************************************
      * Question 2: Load the table in exam3.dat to the runtime table
      * (3 points)
      ******************************************************************
           PERFORM 110-READ-INPUT-FILE
           PERFORM UNTIL IN-EOF-SWITCH = 'Y'
               ADD 1 TO COOKIE-COUNT
               MOVE IN-SELLER-ID TO WS-SELLER-ID(COOKIE-COUNT)
               MOVE IN-SELLER-ID TO WS-LOOKUP-ID
               PERFORM 150-FIND-SELLER
               IF WS-SELLER-NAME = SPACES
                   DISPLAY "SELLER ID " IN-SELLER-ID
                           " IS NOT IN THE SELLER MASTER."
               END-IF
               MOVE IN-MINTS  TO WS-MINT(COOKIE-COUNT)
               MOVE IN-SOMOAS TO WS-SOMO(COOKIE-COUNT)
               PERFORM 110-READ-INPUT-FILE
               AT END
                   MOVE 'Y' TO IN-EOF-SWITCH
           END-READ.

      * Looks up WS-LOOKUP-ID in the seller master; the name is
      * left blank when the seller is not on file.
       150-FIND-SELLER.
           MOVE SPACES TO WS-SELLER-NAME
           SET SL-INDX TO 1
           SEARCH SELLER-ENTRY
               WHEN ST-SELLER-ID(SL-INDX) = WS-LOOKUP-ID
                   MOVE ST-NAME(SL-INDX) TO WS-SELLER-NAME
           END-SEARCH.
      ******************************************************************
      * Question 3: SEARCH for an operator-entered seller ID and display
      * the data on the screen
      * (3 points)
      ******************************************************************
       200-SEARCH-LINDA.
           DISPLAY "ENTER THE SELLER ID TO LOOK UP"
           ACCEPT WS-LOOKUP-ID
           PERFORM 150-FIND-SELLER
           SET INDX TO 1
           SEARCH COOKIE-REC
               AT END
                   DISPLAY "NOT FOUND!"
               WHEN WS-LOOKUP-ID = WS-SELLER-ID(INDX)
                   ADD WS-MINT(INDX) TO WS-SOMO(INDX) GIVING LINDA-TOT
                   DISPLAY WS-LOOKUP-ID " " WS-SELLER-NAME " SOLD "
                           LINDA-TOT " BOXES OF COOKIES."
           END-SEARCH.

      ******************************************************************
      ******************************************************************
       300-CREATE-A-FILE-WITH-TOTAL.
           PERFORM VARYING INDX FROM 1 BY 1 UNTIL INDX > COOKIE-COUNT
               MOVE WS-SELLER-ID(INDX) TO OUT-SELLER-ID
               MOVE WS-MINT(INDX) TO OUT-MINTS
               MOVE WS-SOMO(INDX) TO OUT-SOMOAS
               ADD WS-MINT(INDX) TO WS-SOMO(INDX) GIVING OUT-TOTAL
	   
      ******************************************************************
      * Question 5: SORT the newly created file with the toal as primary 
      *             key in descending order, and the seller ID as minor
      *             key in ascending order.	  
      * (3 points)
      ******************************************************************      
       400-SORT-WITH-TOTAL.
           SORT SORT-TEMP-FILE
               ON DESCENDING KEY S-TOTAL
               ON ASCENDING KEY  S-SELLER-ID
                   USING  NEW-FILE
                   GIVING SORTED-FILE.

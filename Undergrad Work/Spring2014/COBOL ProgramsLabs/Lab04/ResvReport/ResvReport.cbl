       IDENTIFICATION DIVISION.
       PROGRAM-ID. ResvReport.
       AUTHOR. Brianna Muleski
       DATE-WRITTEN. 10/13/14
      ******************************************************************
      * Purpose:
      *     Daily reservation run for the rental desk. The pickup
      *     list shows every booking due to be picked up today, with
      *     the units of its make on the lot this morning, so the
      *     desk can have the cars ready. Any booking whose pickup
      *     day has passed without the renter coming in is marked a
      *     no-show on RESERVE.DAT - freeing its car for other
      *     bookings - and listed on the no-show report.
      *
      * Input:
      *     RESERVE.DAT  - advance reservations
      *     FLEET.DAT    - the individual cars on the lot
      *
      * Output:
      *     PICKUP.RPT   - today's pickup list
      *     NOSHOW.RPT   - bookings marked no-show by this run
      *     RESERVE.DAT  - rewritten with no-shows marked
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESERVE-FILE ASSIGN TO "RESERVE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RES-STATUS.
           SELECT FLEET-FILE ASSIGN TO "FLEET.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FLEET-STATUS.
           SELECT PICKUP-FILE ASSIGN TO "PICKUP.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NOSHOW-FILE ASSIGN TO "NOSHOW.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  RESERVE-FILE.
       01  RESERVE-REC.
           05  RS-RES-NO       PIC 9(6).
           05  RS-LAST-NAME    PIC X(20).
           05  RS-FIRST-INIT   PIC X.
           05  RS-CAR-MAKE     PIC X.
           05  RS-PICKUP-DATE  PIC 9(8).
           05  RS-RETURN-DATE  PIC 9(8).
           05  RS-BOOK-DATE    PIC 9(8).
           05  RS-STATUS       PIC X.
           05  RS-UNIT-NO      PIC 9(4).
       FD  FLEET-FILE.
       01  FLEET-REC.
           05  FL-UNIT-NO      PIC 9(4).
           05  FL-MAKE         PIC X.
           05  FL-ODOMETER     PIC 9(6).
           05  FL-STATUS       PIC X.
           05  FL-LAST-SVC     PIC 9(6).
       FD  PICKUP-FILE.
       01  PICKUP-LINE         PIC X(80).
       FD  NOSHOW-FILE.
       01  NOSHOW-LINE         PIC X(80).
       WORKING-STORAGE SECTION.
       01  WORKING-ITEMS.
           05  EOF-SWITCH      PIC X       VALUE 'N'.
           05  WS-RES-STATUS   PIC XX.
           05  WS-FLEET-STATUS PIC XX.
           05  WS-TODAY        PIC 9(8).
           05  WS-PICKUP-CT    PIC 9(3)    VALUE ZERO.
           05  WS-NOSHOW-CT    PIC 9(3)    VALUE ZERO.
           05  WS-ON-LOT       PIC 9(3).
           05  WS-MK-SUB       PIC 9(3).
      * UNITS ON THE LOT THIS MORNING, BY MAKE.
       01  MAKE-TABLE.
           05  MK-COUNT        PIC 9(3)    VALUE ZERO.
           05  MK-ENTRY OCCURS 1 TO 50 TIMES
                   DEPENDING ON MK-COUNT
                   INDEXED BY MK-INDX.
               10  MK-MAKE         PIC X.
               10  MK-ON-LOT       PIC 9(3).
       01  RESERVE-TABLE.
           05  RS-COUNT        PIC 9(3)    VALUE ZERO.
           05  RS-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON RS-COUNT
                   INDEXED BY RS-INDX.
               10  RT-REC          PIC X(57).
       01  HD-TITLE.
           05  FILLER          PIC X(6)    VALUE "DATE: ".
           05  HD-MM           PIC 99.
           05  FILLER          PIC X       VALUE "/".
           05  HD-DD           PIC 99.
           05  FILLER          PIC X       VALUE "/".
           05  HD-YEAR         PIC 9(4).
           05  FILLER          PIC X(6)    VALUE SPACES.
           05  HD-NAME         PIC X(30).
       01  HD-COLUMNS.
           05  FILLER          PIC X(6)    VALUE "RES NO".
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  FILLER          PIC X(20)   VALUE "RENTER".
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  FILLER          PIC X(4)    VALUE "MAKE".
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  FILLER          PIC X(8)    VALUE "PICKUP".
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  FILLER          PIC X(8)    VALUE "RETURN".
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  HD-LAST-COL     PIC X(8).
       01  RES-DETAIL.
           05  RD-RES-NO       PIC 9(6).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  RD-LAST-NAME    PIC X(20).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  RD-CAR-MAKE     PIC X.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  RD-PICKUP-DATE  PIC 9(8).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  RD-RETURN-DATE  PIC 9(8).
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  RD-LAST-COL     PIC ZZ9.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  RD-FLAG         PIC X(12).
       01  RES-FOOTER.
           05  RF-COUNT        PIC ZZZ9.
           05  RF-TEXT         PIC X(30).
      *
       PROCEDURE DIVISION.
       000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM 050-LOAD-LOT
           PERFORM 100-LOAD-RESERVATIONS
           PERFORM 200-WRITE-PICKUP-LIST
           PERFORM 300-WRITE-NOSHOW-REPORT
           IF WS-NOSHOW-CT > ZERO
               PERFORM 400-SAVE-RESERVATIONS
           END-IF

           DISPLAY WS-PICKUP-CT ' PICKUPS DUE TODAY.'
           DISPLAY WS-NOSHOW-CT ' BOOKINGS MARKED NO-SHOW.'
           STOP RUN.
      * COUNTS THE AVAILABLE UNITS OF EACH MAKE ON THE LOT. A
      * MISSING FLEET FILE LEAVES EVERY MAKE AT ZERO.
       050-LOAD-LOT.
           OPEN INPUT FLEET-FILE
           IF WS-FLEET-STATUS NOT = "00"
               MOVE 'Y' TO EOF-SWITCH
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ FLEET-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       IF FL-STATUS = 'A'
                           PERFORM 060-ADD-TO-MAKE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-FLEET-STATUS NOT = "35"
               CLOSE FLEET-FILE
           END-IF.
       060-ADD-TO-MAKE.
           MOVE ZERO TO WS-MK-SUB
           PERFORM VARYING MK-INDX FROM 1 BY 1
                   UNTIL MK-INDX > MK-COUNT
               IF MK-MAKE(MK-INDX) = FL-MAKE
                   SET WS-MK-SUB TO MK-INDX
               END-IF
           END-PERFORM
           IF WS-MK-SUB = ZERO AND MK-COUNT < 50
               ADD 1 TO MK-COUNT
               MOVE FL-MAKE TO MK-MAKE(MK-COUNT)
               MOVE ZERO TO MK-ON-LOT(MK-COUNT)
               MOVE MK-COUNT TO WS-MK-SUB
           END-IF
           IF WS-MK-SUB > ZERO
               ADD 1 TO MK-ON-LOT(WS-MK-SUB)
           END-IF.
       100-LOAD-RESERVATIONS.
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT RESERVE-FILE
           IF WS-RES-STATUS NOT = "00"
               DISPLAY 'NO RESERVATIONS ON FILE.'
               MOVE 'Y' TO EOF-SWITCH
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ RESERVE-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       IF RS-COUNT < 500
                           ADD 1 TO RS-COUNT
                           MOVE RESERVE-REC TO RT-REC(RS-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-RES-STATUS NOT = "35"
               CLOSE RESERVE-FILE
           END-IF.
      * LISTS THE BOOKINGS DUE OUT TODAY WITH THE UNITS OF THE MAKE
      * ON THE LOT, FLAGGING A MAKE WITH NOTHING ON THE LOT.
       200-WRITE-PICKUP-LIST.
           OPEN OUTPUT PICKUP-FILE
           MOVE WS-TODAY(5:2) TO HD-MM
           MOVE WS-TODAY(7:2) TO HD-DD
           MOVE WS-TODAY(1:4) TO HD-YEAR
           MOVE "RESERVATION PICKUP LIST" TO HD-NAME
           WRITE PICKUP-LINE FROM HD-TITLE
           MOVE "ON LOT" TO HD-LAST-COL
           WRITE PICKUP-LINE FROM HD-COLUMNS
               AFTER ADVANCING 2 LINES
           PERFORM VARYING RS-INDX FROM 1 BY 1
                   UNTIL RS-INDX > RS-COUNT
               MOVE RT-REC(RS-INDX) TO RESERVE-REC
               IF RS-STATUS = 'B' AND RS-PICKUP-DATE = WS-TODAY
                   MOVE ZERO TO WS-ON-LOT
                   PERFORM VARYING MK-INDX FROM 1 BY 1
                           UNTIL MK-INDX > MK-COUNT
                       IF MK-MAKE(MK-INDX) = RS-CAR-MAKE
                           MOVE MK-ON-LOT(MK-INDX) TO WS-ON-LOT
                       END-IF
                   END-PERFORM
                   PERFORM 250-FILL-DETAIL
                   MOVE WS-ON-LOT TO RD-LAST-COL
                   IF WS-ON-LOT = ZERO
                       MOVE '*NONE ON LOT' TO RD-FLAG
                   ELSE
                       MOVE SPACES TO RD-FLAG
                   END-IF
                   WRITE PICKUP-LINE FROM RES-DETAIL
                       AFTER ADVANCING 1 LINE
                   ADD 1 TO WS-PICKUP-CT
               END-IF
           END-PERFORM
           MOVE WS-PICKUP-CT TO RF-COUNT
           MOVE " PICKUPS DUE TODAY" TO RF-TEXT
           WRITE PICKUP-LINE FROM RES-FOOTER
               AFTER ADVANCING 2 LINES
           CLOSE PICKUP-FILE.
       250-FILL-DETAIL.
           MOVE RS-RES-NO      TO RD-RES-NO
           MOVE RS-LAST-NAME   TO RD-LAST-NAME
           MOVE RS-CAR-MAKE    TO RD-CAR-MAKE
           MOVE RS-PICKUP-DATE TO RD-PICKUP-DATE
           MOVE RS-RETURN-DATE TO RD-RETURN-DATE.
      * MARKS EVERY BOOKING STILL WAITING PAST ITS PICKUP DAY AS A
      * NO-SHOW, SO ITS CAR IS NO LONGER HELD, AND LISTS IT WITH THE
      * DAYS SINCE THE PICKUP DAY.
       300-WRITE-NOSHOW-REPORT.
           OPEN OUTPUT NOSHOW-FILE
           MOVE "RESERVATION NO-SHOW REPORT" TO HD-NAME
           WRITE NOSHOW-LINE FROM HD-TITLE
           MOVE "DAYS" TO HD-LAST-COL
           WRITE NOSHOW-LINE FROM HD-COLUMNS
               AFTER ADVANCING 2 LINES
           PERFORM VARYING RS-INDX FROM 1 BY 1
                   UNTIL RS-INDX > RS-COUNT
               MOVE RT-REC(RS-INDX) TO RESERVE-REC
               IF RS-STATUS = 'B' AND RS-PICKUP-DATE < WS-TODAY
                   PERFORM 250-FILL-DETAIL
                   COMPUTE RD-LAST-COL =
                       FUNCTION INTEGER-OF-DATE(WS-TODAY)
                       - FUNCTION INTEGER-OF-DATE(RS-PICKUP-DATE)
                   MOVE 'NO-SHOW' TO RD-FLAG
                   WRITE NOSHOW-LINE FROM RES-DETAIL
                       AFTER ADVANCING 1 LINE
                   MOVE 'N' TO RS-STATUS
                   MOVE RESERVE-REC TO RT-REC(RS-INDX)
                   ADD 1 TO WS-NOSHOW-CT
               END-IF
           END-PERFORM
           MOVE WS-NOSHOW-CT TO RF-COUNT
           MOVE " BOOKINGS MARKED NO-SHOW" TO RF-TEXT
           WRITE NOSHOW-LINE FROM RES-FOOTER
               AFTER ADVANCING 2 LINES
           CLOSE NOSHOW-FILE.
       400-SAVE-RESERVATIONS.
           OPEN OUTPUT RESERVE-FILE
           PERFORM VARYING RS-INDX FROM 1 BY 1
                   UNTIL RS-INDX > RS-COUNT
               WRITE RESERVE-REC FROM RT-REC(RS-INDX)
           END-PERFORM
           CLOSE RESERVE-FILE.

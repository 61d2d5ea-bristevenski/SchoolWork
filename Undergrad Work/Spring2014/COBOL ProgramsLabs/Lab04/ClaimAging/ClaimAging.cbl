       IDENTIFICATION DIVISION.
       PROGRAM-ID. ClaimAging.
       AUTHOR. Brianna Muleski
       DATE-WRITTEN. 10/13/14
      ******************************************************************
      * Purpose:
      *     Open damage claims aging report. Every claim still open
      *     on CLAIMS.DAT lists with the days since the car came
      *     back, what it cost (the repair cost once the repair is
      *     done, the estimate until then), what has been collected,
      *     and what is still owed, flagging a unit still in the
      *     shop. The open claims total by aging bucket, and the
      *     recovery rate - collected against cost - is shown by
      *     renter cover (damage waiver, insurance, none) over every
      *     claim on file.
      *
      * Input:
      *     CLAIMS.DAT   - damage claims from the rental desk
      *
      * Output:
      *     CLAIMAGE.RPT
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLAIM-FILE ASSIGN TO "CLAIMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLM-STATUS.
           SELECT REPORT-FILE ASSIGN TO "CLAIMAGE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CLAIM-FILE.
       01  CLAIM-REC.
           05  CL-CLAIM-NO     PIC 9(6).
           05  CL-UNIT-NO      PIC 9(4).
           05  CL-LAST-NAME    PIC X(20).
           05  CL-FIRST-INIT   PIC X.
           05  CL-CAR-MAKE     PIC X.
           05  CL-DATE-OUT     PIC 9(8).
           05  CL-DATE-IN      PIC 9(8).
           05  CL-NEW-DAMAGE   PIC X(15).
           05  CL-EST-COST     PIC 9(5)V99.
           05  CL-WAIVER       PIC X.
           05  CL-CHARGED      PIC 9(5)V99.
           05  CL-COLLECTED    PIC 9(5)V99.
           05  CL-REPAIR-COST  PIC 9(5)V99.
           05  CL-REPAIR-DATE  PIC 9(8).
           05  CL-STATUS       PIC X.
           05  CL-CLOSE-DATE   PIC 9(8).
           05  CL-LICENSE-NO   PIC X(15).
       FD  REPORT-FILE.
       01  REPORT-LINE         PIC X(80).
       WORKING-STORAGE SECTION.
       01  WORKING-ITEMS.
           05  EOF-SWITCH      PIC X       VALUE 'N'.
           05  WS-CLM-STATUS   PIC XX.
           05  WS-TODAY        PIC 9(8).
           05  WS-TODAY-INT    PIC S9(9).
           05  WS-AGE          PIC S9(5).
           05  WS-COST         PIC 9(5)V99.
           05  WS-OWED         PIC S9(5)V99.
           05  WS-BK-SUB       PIC 9.
           05  WS-CV-SUB       PIC 9.
           05  WS-OPEN-CT      PIC 9(4)    VALUE ZERO.
           05  WS-OPEN-OWED    PIC 9(7)V99 VALUE ZERO.
      * OPEN CLAIMS BY DAYS SINCE CHECK-IN.
       01  BUCKET-NAMES        PIC X(24)
                               VALUE "0-30  31-60 61-90 OVER90".
       01  BUCKET-NAME-TABLE REDEFINES BUCKET-NAMES.
           05  BN-NAME OCCURS 4 TIMES  PIC X(6).
       01  BUCKET-TABLE.
           05  BK-ENTRY OCCURS 4 TIMES.
               10  BK-COUNT        PIC 9(4).
               10  BK-OWED         PIC 9(7)V99.
      * EVERY CLAIM BY RENTER COVER: 1 WAIVER, 2 INSURANCE, 3 NONE,
      * 4 ALL COVERS.
       01  COVER-NAMES.
           05  FILLER          PIC X(14)   VALUE "DAMAGE WAIVER".
           05  FILLER          PIC X(14)   VALUE "INSURANCE".
           05  FILLER          PIC X(14)   VALUE "NO COVER".
           05  FILLER          PIC X(14)   VALUE "ALL CLAIMS".
       01  COVER-NAME-TABLE REDEFINES COVER-NAMES.
           05  CN-NAME OCCURS 4 TIMES  PIC X(14).
       01  COVER-TABLE.
           05  CV-ENTRY OCCURS 4 TIMES.
               10  CV-COUNT        PIC 9(4).
               10  CV-COST         PIC 9(7)V99.
               10  CV-COLLECTED    PIC 9(7)V99.
       01  HD-TITLE.
           05  FILLER          PIC X(6)    VALUE "DATE: ".
           05  HD-MM           PIC 99.
           05  FILLER          PIC X       VALUE "/".
           05  HD-DD           PIC 99.
           05  FILLER          PIC X       VALUE "/".
           05  HD-YEAR         PIC 9(4).
           05  FILLER          PIC X(6)    VALUE SPACES.
           05  FILLER          PIC X(30)
                               VALUE "OPEN DAMAGE CLAIMS AGING".
       01  HD-COLUMNS.
           05  FILLER          PIC X(7)    VALUE "CLAIM".
           05  FILLER          PIC X(5)    VALUE "UNIT".
           05  FILLER          PIC X(16)   VALUE "RENTER".
           05  FILLER          PIC X(9)    VALUE "DATE IN".
           05  FILLER          PIC X(5)    VALUE "DAYS".
           05  FILLER          PIC X(10)   VALUE "     COST ".
           05  FILLER          PIC X(10)   VALUE "COLLECTED ".
           05  FILLER          PIC X(10)   VALUE "     OWED ".
           05  FILLER          PIC X(6)    VALUE " CV".
       01  CLAIM-DETAIL.
           05  CD-CLAIM-NO     PIC 9(6).
           05  FILLER          PIC X       VALUE SPACE.
           05  CD-UNIT-NO      PIC 9(4).
           05  FILLER          PIC X       VALUE SPACE.
           05  CD-LAST-NAME    PIC X(15).
           05  FILLER          PIC X       VALUE SPACE.
           05  CD-DATE-IN      PIC 9(8).
           05  FILLER          PIC X       VALUE SPACE.
           05  CD-AGE          PIC ZZZ9.
           05  FILLER          PIC X       VALUE SPACE.
           05  CD-COST         PIC ZZ,ZZ9.99.
           05  FILLER          PIC X       VALUE SPACE.
           05  CD-COLLECTED    PIC ZZ,ZZ9.99.
           05  FILLER          PIC X       VALUE SPACE.
           05  CD-OWED         PIC ZZ,ZZ9.99.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  CD-WAIVER       PIC X.
           05  FILLER          PIC X       VALUE SPACE.
           05  CD-SHOP         PIC X(4).
       01  BUCKET-LINE.
           05  FILLER          PIC X(10)   VALUE "  DAYS".
           05  BL-NAME         PIC X(6).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  BL-COUNT        PIC ZZZ9.
           05  FILLER          PIC X(9)    VALUE " CLAIMS".
           05  BL-OWED         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC X(5)    VALUE " OWED".
       01  COVER-LINE.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  CO-NAME         PIC X(14).
           05  CO-COUNT        PIC ZZZ9.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  CO-COST         PIC Z,ZZZ,ZZ9.99.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  CO-COLLECT      PIC Z,ZZZ,ZZ9.99.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  CO-RATE         PIC ZZ9.9.
           05  FILLER          PIC X       VALUE "%".
       01  COVER-HEAD.
           05  FILLER          PIC X(16)   VALUE "  COVER".
           05  FILLER          PIC X(6)    VALUE "CLAIMS".
           05  FILLER          PIC X(12)   VALUE "        COST".
           05  FILLER          PIC X(14)   VALUE "     COLLECTED".
           05  FILLER          PIC X(9)    VALUE " RECOVERY".
      *
       PROCEDURE DIVISION.
       000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)
           INITIALIZE BUCKET-TABLE COVER-TABLE
           OPEN OUTPUT REPORT-FILE
           MOVE WS-TODAY(5:2) TO HD-MM
           MOVE WS-TODAY(7:2) TO HD-DD
           MOVE WS-TODAY(1:4) TO HD-YEAR
           WRITE REPORT-LINE FROM HD-TITLE
           WRITE REPORT-LINE FROM HD-COLUMNS
               AFTER ADVANCING 2 LINES
           OPEN INPUT CLAIM-FILE
           IF WS-CLM-STATUS NOT = "00"
               DISPLAY 'NO CLAIMS ON FILE.'
               MOVE 'Y' TO EOF-SWITCH
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ CLAIM-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       PERFORM 100-PROCESS-CLAIM
               END-READ
           END-PERFORM
           IF WS-CLM-STATUS NOT = "35"
               CLOSE CLAIM-FILE
           END-IF
           PERFORM 300-WRITE-TOTALS
           CLOSE REPORT-FILE

           DISPLAY WS-OPEN-CT ' OPEN CLAIMS.'
           STOP RUN.
      * COSTS EVERY CLAIM INTO ITS COVER AND LISTS THE OPEN ONES. A
      * CLAIM COSTS ITS REPAIR ONCE THE REPAIR IS DONE, ITS
      * ESTIMATE UNTIL THEN.
       100-PROCESS-CLAIM.
           IF CL-REPAIR-DATE > ZERO
               MOVE CL-REPAIR-COST TO WS-COST
           ELSE
               MOVE CL-EST-COST TO WS-COST
           END-IF
           EVALUATE CL-WAIVER
               WHEN 'W'
                   MOVE 1 TO WS-CV-SUB
               WHEN 'I'
                   MOVE 2 TO WS-CV-SUB
               WHEN OTHER
                   MOVE 3 TO WS-CV-SUB
           END-EVALUATE
           ADD 1 TO CV-COUNT(WS-CV-SUB) CV-COUNT(4)
           ADD WS-COST TO CV-COST(WS-CV-SUB) CV-COST(4)
           ADD CL-COLLECTED TO CV-COLLECTED(WS-CV-SUB)
                               CV-COLLECTED(4)
           IF CL-STATUS = 'O'
               PERFORM 200-LIST-OPEN-CLAIM
           END-IF.
      * AGES AN OPEN CLAIM FROM THE DAY THE CAR CAME BACK.
       200-LIST-OPEN-CLAIM.
           COMPUTE WS-AGE = WS-TODAY-INT
               - FUNCTION INTEGER-OF-DATE(CL-DATE-IN)
           COMPUTE WS-OWED = WS-COST - CL-COLLECTED
           IF WS-OWED < ZERO
               MOVE ZERO TO WS-OWED
           END-IF
           EVALUATE TRUE
               WHEN WS-AGE NOT > 30
                   MOVE 1 TO WS-BK-SUB
               WHEN WS-AGE NOT > 60
                   MOVE 2 TO WS-BK-SUB
               WHEN WS-AGE NOT > 90
                   MOVE 3 TO WS-BK-SUB
               WHEN OTHER
                   MOVE 4 TO WS-BK-SUB
           END-EVALUATE
           ADD 1 TO BK-COUNT(WS-BK-SUB) WS-OPEN-CT
           ADD WS-OWED TO BK-OWED(WS-BK-SUB) WS-OPEN-OWED
           MOVE CL-CLAIM-NO  TO CD-CLAIM-NO
           MOVE CL-UNIT-NO   TO CD-UNIT-NO
           MOVE CL-LAST-NAME TO CD-LAST-NAME
           MOVE CL-DATE-IN   TO CD-DATE-IN
           MOVE WS-AGE       TO CD-AGE
           MOVE WS-COST      TO CD-COST
           MOVE CL-COLLECTED TO CD-COLLECTED
           MOVE WS-OWED      TO CD-OWED
           MOVE CL-WAIVER    TO CD-WAIVER
           IF CL-REPAIR-DATE = ZERO
               MOVE 'SHOP' TO CD-SHOP
           ELSE
               MOVE SPACES TO CD-SHOP
           END-IF
           WRITE REPORT-LINE FROM CLAIM-DETAIL
               AFTER ADVANCING 1 LINE.
      * OPEN CLAIMS BY AGING BUCKET, THEN THE RECOVERY RATE BY
      * COVER OVER EVERY CLAIM ON FILE.
       300-WRITE-TOTALS.
           MOVE "OPEN CLAIMS BY AGE  (SHOP = UNIT NOT YET REPAIRED)"
               TO REPORT-LINE
           WRITE REPORT-LINE AFTER ADVANCING 2 LINES
           PERFORM VARYING WS-BK-SUB FROM 1 BY 1
                   UNTIL WS-BK-SUB > 4
               MOVE BN-NAME(WS-BK-SUB)  TO BL-NAME
               MOVE BK-COUNT(WS-BK-SUB) TO BL-COUNT
               MOVE BK-OWED(WS-BK-SUB)  TO BL-OWED
               WRITE REPORT-LINE FROM BUCKET-LINE
                   AFTER ADVANCING 1 LINE
           END-PERFORM
           MOVE "TOTAL" TO BL-NAME
           MOVE WS-OPEN-CT   TO BL-COUNT
           MOVE WS-OPEN-OWED TO BL-OWED
           WRITE REPORT-LINE FROM BUCKET-LINE
               AFTER ADVANCING 1 LINE
           MOVE "RECOVERY RATE BY COVER - ALL CLAIMS" TO REPORT-LINE
           WRITE REPORT-LINE AFTER ADVANCING 2 LINES
           WRITE REPORT-LINE FROM COVER-HEAD
               AFTER ADVANCING 1 LINE
           PERFORM VARYING WS-CV-SUB FROM 1 BY 1
                   UNTIL WS-CV-SUB > 4
               MOVE CN-NAME(WS-CV-SUB)      TO CO-NAME
               MOVE CV-COUNT(WS-CV-SUB)     TO CO-COUNT
               MOVE CV-COST(WS-CV-SUB)      TO CO-COST
               MOVE CV-COLLECTED(WS-CV-SUB) TO CO-COLLECT
               IF CV-COST(WS-CV-SUB) > ZERO
                   COMPUTE CO-RATE ROUNDED =
                       CV-COLLECTED(WS-CV-SUB) * 100
                       / CV-COST(WS-CV-SUB)
               ELSE
                   MOVE ZERO TO CO-RATE
               END-IF
               WRITE REPORT-LINE FROM COVER-LINE
                   AFTER ADVANCING 1 LINE
           END-PERFORM.

      *     date deltas and appends a RENTAL.DAT record in the layout
      *     the rental report program already prices from CARRATE.DAT.
      *
      *     Customers who call ahead are booked on RESERVE.DAT for a
      *     make and a pickup-to-return window. A booking is taken
      *     only when a unit of the make is free on every day of the
      *     window - units on the lot, less those still out on open
      *     rentals until their due-back date, those down for
      *     maintenance, and those held by earlier bookings. A
      *     walk-up check-out is held to the same test, so it cannot
      *     take a car somebody has reserved. At pickup the booking
      *     is turned into a check-out on a specific unit.
      *
      *     Every check-out and check-in records a condition
      *     inspection of the unit - damage codes by location - on
      *     INSPECT.DAT. Damage found at check-in that was not on the
      *     car when it went out opens a claim on CLAIMS.DAT against
      *     the renter and rental, with the estimated repair cost
      *     and the renter's waiver or insurance cover; a renter with
      *     no cover has the estimate added to the rental charge. The
      *     unit goes out of service until its repair is closed.
      *     Claims are updated at the desk as repairs are finished
      *     and money is collected.
      *
      *     Renters are identified by driver's license on the renter
      *     master RENTER.DAT. A check-out or pickup is refused for
      *     a renter not on file, with an expired license, under the
      *     minimum age (MINAGE.DAT, 21 when missing), or on the
      *     do-not-rent list, and check-in finds the rental by
      *     license. The license, date in, and any corporate AR
      *     account ride RENTAL.DAT, so rental history is kept by
      *     renter and corporate charges are billed to the account
      *     by the rental report instead of being paid at the desk.
      *
      * Input:
      *     OPENRENT.DAT  - rentals currently on the road
      *     OPENLIMIT.DAT - days out before a rental flags overdue
      *     FLEET.DAT     - the individual cars on the lot
      *     RESERVE.DAT   - advance reservations
      *     CLAIMS.DAT    - damage claims
      *     RENTER.DAT    - renter master by driver's license
      *     MINAGE.DAT    - minimum renter age control
      *     Desk actions entered at the console
      * Output:
      *     OPENRENT.DAT  - rewritten after check-outs/check-ins
      *     RESERVE.DAT   - rewritten after bookings and pickups
      *     INSPECT.DAT   - one inspection appended per check-out/in
      *     CLAIMS.DAT    - rewritten after claims are opened/updated
      *     RENTAL.DAT    - one record appended per check-in
      *     FLEET.DAT     - rewritten with odometers and statuses
      *     OPENRENT.RPT  - open rentals report with overdue flags
           SELECT FLEET-FILE ASSIGN TO "FLEET.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FLEET-STATUS.
           SELECT RESERVE-FILE ASSIGN TO "RESERVE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RES-STATUS.
           SELECT INSPECT-FILE ASSIGN TO "INSPECT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INSP-STATUS.
           SELECT CLAIM-FILE ASSIGN TO "CLAIMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLM-STATUS.
           SELECT RENTER-FILE ASSIGN TO "RENTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RNT-STATUS.
           SELECT MINAGE-FILE ASSIGN TO "MINAGE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OPENRENT-FILE.
      * THE FLEET UNIT ON THE RENTAL; ZERO WHEN NO FLEET MASTER IS
      * ON FILE AND THE DESK RUNS BY MAKE ALONE.
           05  OR-UNIT-NO      PIC 9(4).
      * THE DAY THE CAR IS DUE BACK; ZERO ON RENTALS TAKEN BEFORE IT
      * WAS KEPT, WHICH ARE TAKEN AS DUE AT THE DAY LIMIT.
           05  OR-DUE-DATE     PIC 9(8).
      * THE DAMAGE ON THE CAR WHEN IT WENT OUT, FROM THE CHECK-OUT
      * INSPECTION (UP TO FIVE LOCATION + CODE ENTRIES).
           05  OR-OUT-DAMAGE   PIC X(15).
           05  OR-LICENSE-NO   PIC X(15).
           05  OR-AR-CUST-NO   PIC X(5).
      * ONE-RECORD CONTROL FILE: DAYS ON THE ROAD BEFORE A RENTAL
      * FLAGS OVERDUE ON THE OPEN-RENTALS REPORT.
       FD  OPENLIMIT-FILE.
      * THE LATE FEE ACCRUED PAST THE DAY LIMIT, CARRIED ON THE
      * RENTAL RECORD SO THE PRICING RUN ADDS IT TO THE CHARGE.
           05  RT-LATE-FEE     PIC 9(4)V99.
      * DAMAGE FOUND AT CHECK-IN ON A RENTER WITH NO WAIVER OR
      * INSURANCE COVER, AT THE ESTIMATED REPAIR COST.
           05  RT-DAMAGE-CHG   PIC 9(5)V99.
      * THE RENTER'S LICENSE AND THE DAY THE CAR CAME BACK, FOR
      * RENTAL HISTORY, AND THE AR ACCOUNT A CORPORATE RENTAL IS
      * BILLED TO (SPACES WHEN THE RENTER PAYS AT THE DESK).
           05  RT-LICENSE-NO   PIC X(15).
           05  RT-AR-CUST-NO   PIC X(5).
           05  RT-DATE-IN      PIC 9(8).
      * ONE-RECORD CONTROL FILE: THE DAILY LATE-FEE RATE.
       FD  LATEFEE-FILE.
       01  LATEFEE-REC         PIC 99V99.
           05  FL-ODOMETER     PIC 9(6).
           05  FL-STATUS       PIC X.
           05  FL-LAST-SVC     PIC 9(6).
      * ONE ROW PER BOOKING: STATUS 'B' BOOKED, 'P' PICKED UP (THE
      * UNIT IT WENT OUT ON IS FILLED IN), 'N' NO-SHOW. THE CAR IS
      * HELD FROM THE PICKUP DATE UNTIL THE RETURN DATE.
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
      * ONE ROW PER INSPECTION: TYPE 'O' AT CHECK-OUT, 'I' AT
      * CHECK-IN. LOCATIONS FB FRONT BUMPER, RB REAR BUMPER, HD HOOD,
      * TR TRUNK, RO ROOF, LS LEFT SIDE, RS RIGHT SIDE, WS
      * WINDSHIELD, GL OTHER GLASS, TI TIRES/WHEELS, IN INTERIOR;
      * CODES S SCRATCH, D DENT, C CRACK/CHIP, B BROKEN, M MISSING,
      * T TORN/STAINED.
       FD  INSPECT-FILE.
       01  INSPECT-REC.
           05  IN-UNIT-NO      PIC 9(4).
           05  IN-DATE         PIC 9(8).
           05  IN-TYPE         PIC X.
           05  IN-LAST-NAME    PIC X(20).
           05  IN-ODOMETER     PIC 9(6).
           05  IN-DAMAGE       PIC X(15).
      * ONE ROW PER DAMAGE CLAIM. WAIVER 'W' DAMAGE WAIVER BOUGHT,
      * 'I' RENTER'S INSURANCE, 'N' NO COVER (RENTER CHARGED).
      * STATUS 'O' OPEN, 'C' CLOSED. THE REPAIR DATE IS ZERO WHILE
      * THE UNIT IS STILL IN THE SHOP.
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
      * RENTER MASTER, MAINTAINED BY RENTERMAINT. THE DO-NOT-RENT
      * FLAG IS 'Y' FOR A BLOCKED RENTER. A CORPORATE RENTER CARRIES
      * THE AR MASTER.DAT ACCOUNT ITS CHARGES BILL TO.
       FD  RENTER-FILE.
       01  RENTER-REC.
           05  RM-LICENSE-NO   PIC X(15).
           05  RM-LAST-NAME    PIC X(20).
           05  RM-FIRST-NAME   PIC X(15).
           05  RM-ADDRESS      PIC X(25).
           05  RM-CITY         PIC X(15).
           05  RM-STATE        PIC X(2).
           05  RM-ZIP          PIC X(5).
           05  RM-LIC-STATE    PIC X(2).
           05  RM-LIC-EXPIRY   PIC 9(8).
           05  RM-BIRTH-DATE   PIC 9(8).
           05  RM-DNR-FLAG     PIC X.
           05  RM-DNR-REASON   PIC X(30).
           05  RM-AR-CUST-NO   PIC X(5).
       FD  MINAGE-FILE.
       01  MINAGE-REC          PIC 99.
       FD  REPORT-FILE.
       01  REPORT-REC          PIC X(80).
       WORKING-STORAGE SECTION.
           05  WS-FL-SUB       PIC 9(3).
           05  WS-FL-FOUND     PIC 9(3).
           05  WS-INQ-MAKE     PIC X.
           05  WS-DUE-DATE     PIC 9(8).
           05  WS-RES-STATUS   PIC XX.
           05  WS-RES-SW       PIC X       VALUE 'N'.
           05  RES-EOF-SW      PIC X       VALUE 'N'.
           05  WS-NEXT-RES-NO  PIC 9(6)    VALUE 1.
           05  WS-PICK-RES-NO  PIC 9(6).
           05  WS-RS-FOUND     PIC 9(3).
           05  WS-TODAY-INT    PIC S9(9).
      * THE AVAILABILITY TEST: MAKE AND WINDOW IN, THE BOOKING TO
      * LEAVE OUT OF THE COUNT (ZERO FOR NONE), AND THE FIRST DAY
      * NO UNIT IS FREE OUT.
           05  WS-AV-MAKE      PIC X.
           05  WS-AV-FROM-DATE PIC 9(8).
           05  WS-AV-TO-DATE   PIC 9(8).
           05  WS-AV-SKIP-RES  PIC 9(6).
           05  WS-AV-OK-SW     PIC X.
               88  UNIT-FREE               VALUE 'Y'.
           05  WS-AV-SHORT-DATE PIC 9(8).
           05  WS-AV-FROM-INT  PIC S9(9).
           05  WS-AV-TO-INT    PIC S9(9).
           05  WS-AV-DAY-INT   PIC S9(9).
           05  WS-AV-END-INT   PIC S9(9).
           05  WS-AV-FREE      PIC S9(5).
           05  WS-INSP-STATUS  PIC XX.
           05  WS-CLM-STATUS   PIC XX.
           05  WS-CLM-SW       PIC X       VALUE 'N'.
           05  CLM-EOF-SW      PIC X       VALUE 'N'.
           05  WS-NEXT-CLM-NO  PIC 9(6)    VALUE 1.
           05  WS-CLM-NO       PIC 9(6).
           05  WS-CM-FOUND     PIC 9(4).
           05  WS-CLM-ACTION   PIC X.
           05  WS-AMT-IN       PIC 9(5)V99.
           05  WS-OPEN-ON-UNIT PIC 9(3).
           05  WS-INSP-TYPE    PIC X.
           05  WS-INSP-UNIT    PIC 9(4).
           05  WS-INSP-ODOM    PIC 9(6).
           05  WS-INSP-NAME    PIC X(20).
           05  WS-DMG-IN.
               10  WS-DMG-IN-LOC   PIC XX.
                   88  VALID-DMG-LOC   VALUE 'FB' 'RB' 'HD' 'TR' 'RO'
                                             'LS' 'RS' 'WS' 'GL' 'TI'
                                             'IN'.
               10  WS-DMG-IN-CODE  PIC X.
                   88  VALID-DMG-CODE  VALUE 'S' 'D' 'C' 'B' 'M' 'T'.
           05  WS-DMG-CT       PIC 9.
           05  WS-DMG-DONE-SW  PIC X.
           05  WS-DMG-SUB      PIC 9.
           05  WS-OLD-SUB      PIC 9.
           05  WS-NEW-CT       PIC 9.
           05  WS-SEEN-SW      PIC X.
           05  WS-RNT-STATUS   PIC XX.
           05  WS-AGE-STATUS   PIC XX.
           05  RNT-EOF-SW      PIC X       VALUE 'N'.
           05  WS-MIN-AGE      PIC 99      VALUE 21.
           05  WS-RENTER-AGE   PIC S9(3).
           05  WS-LICENSE-NO   PIC X(15).
           05  WS-RN-FOUND     PIC 9(4).
           05  WS-RENTER-OK-SW PIC X.
               88  RENTER-OK               VALUE 'Y'.
      * THE DAMAGE KEYED ON THIS INSPECTION, AND WHAT IS NEW SINCE
      * THE CAR WENT OUT.
       01  WS-DAMAGE-LIST.
           05  WS-DMG-ENTRY OCCURS 5 TIMES  PIC X(3).
       01  WS-OUT-DAMAGE-LIST.
           05  WS-OUT-DMG-ENTRY OCCURS 5 TIMES  PIC X(3).
       01  WS-NEW-DAMAGE-LIST.
           05  WS-NEW-DMG-ENTRY OCCURS 5 TIMES  PIC X(3).
       01  OPEN-RENTAL-TABLE.
           05  OR-COUNT        PIC 9(3)    VALUE ZERO.
           05  OR-ENTRY OCCURS 1 TO 200 TIMES
               10  OT-DATE-OUT     PIC 9(8).
               10  OT-ODOM-OUT     PIC 9(6).
               10  OT-UNIT-NO      PIC 9(4).
               10  OT-DUE-DATE     PIC 9(8).
               10  OT-OUT-DAMAGE   PIC X(15).
               10  OT-LICENSE-NO   PIC X(15).
               10  OT-AR-CUST-NO   PIC X(5).
               10  OT-KEEP-SW      PIC X.
       01  FLEET-TABLE.
           05  FL-COUNT        PIC 9(3)    VALUE ZERO.
               10  FT-ODOMETER     PIC 9(6).
               10  FT-STATUS       PIC X.
               10  FT-LAST-SVC     PIC 9(6).
       01  RESERVE-TABLE.
           05  RS-COUNT        PIC 9(3)    VALUE ZERO.
           05  RS-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON RS-COUNT
                   INDEXED BY RS-INDX.
               10  RT-RES-NO       PIC 9(6).
               10  RT-RES-NAME     PIC X(20).
               10  RT-RES-INIT     PIC X.
               10  RT-RES-MAKE     PIC X.
               10  RT-PICKUP-DATE  PIC 9(8).
               10  RT-RETURN-DATE  PIC 9(8).
               10  RT-BOOK-DATE    PIC 9(8).
               10  RT-RES-STATUS   PIC X.
               10  RT-RES-UNIT     PIC 9(4).
       01  CLAIM-TABLE.
           05  CM-COUNT        PIC 9(4)    VALUE ZERO.
           05  CM-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON CM-COUNT
                   INDEXED BY CM-INDX.
               10  CM-REC          PIC X(124).
       01  RENTER-TABLE.
           05  RN-COUNT        PIC 9(4)    VALUE ZERO.
           05  RN-ENTRY OCCURS 1 TO 3000 TIMES
                   DEPENDING ON RN-COUNT
                   INDEXED BY RN-INDX.
               10  RN-REC          PIC X(151).
       01  HD-TITLE.
           05  FILLER          PIC X(6)    VALUE "DATE: ".
           05  HD-MM           PIC 99.
       PROCEDURE DIVISION.
       000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)
           PERFORM 050-READ-DAY-LIMIT
           PERFORM 055-READ-LATE-FEE-RATE
           PERFORM 060-LOAD-OPEN-RENTALS
           PERFORM 065-LOAD-FLEET
           PERFORM 070-LOAD-RESERVATIONS
           PERFORM 075-LOAD-CLAIMS
           PERFORM 080-LOAD-RENTERS
           PERFORM 085-READ-MIN-AGE
           PERFORM 100-DESK-MENU UNTIL MENU-CHOICE = 'X'
           PERFORM 800-SAVE-OPEN-RENTALS
           PERFORM 850-SAVE-FLEET
           PERFORM 870-SAVE-RESERVATIONS
           PERFORM 880-SAVE-CLAIMS
           DISPLAY SPACE
           DISPLAY '--END OF DESK SESSION--'
           STOP RUN.
                       ELSE
                           MOVE ZERO TO OT-UNIT-NO(OR-COUNT)
                       END-IF
                       IF OR-DUE-DATE IS NUMERIC
                          AND OR-DUE-DATE > ZERO
                           MOVE OR-DUE-DATE TO OT-DUE-DATE(OR-COUNT)
                       ELSE
                           COMPUTE OT-DUE-DATE(OR-COUNT) =
                               FUNCTION DATE-OF-INTEGER(
                               FUNCTION INTEGER-OF-DATE(OR-DATE-OUT)
                               + WS-MAX-DAYS)
                       END-IF
                       MOVE OR-OUT-DAMAGE TO OT-OUT-DAMAGE(OR-COUNT)
                       MOVE OR-LICENSE-NO TO OT-LICENSE-NO(OR-COUNT)
                       MOVE OR-AR-CUST-NO TO OT-AR-CUST-NO(OR-COUNT)
                       MOVE 'Y'           TO OT-KEEP-SW(OR-COUNT)
               END-READ
           END-PERFORM
           IF WS-FLEET-STATUS NOT = "35"
               CLOSE FLEET-FILE
           END-IF.
      ******************************************************************
      * Loads the reservation file and sets the next booking number
      * past the highest on file.
      ******************************************************************
       070-LOAD-RESERVATIONS.
           OPEN INPUT RESERVE-FILE
           IF WS-RES-STATUS = "00"
               MOVE 'Y' TO WS-RES-SW
           ELSE
               MOVE 'Y' TO RES-EOF-SW
           END-IF
           PERFORM UNTIL RES-EOF-SW = 'Y'
               READ RESERVE-FILE
                   AT END
                       MOVE 'Y' TO RES-EOF-SW
                   NOT AT END
                       IF RS-COUNT < 500
                           ADD 1 TO RS-COUNT
                           MOVE RS-RES-NO   TO RT-RES-NO(RS-COUNT)
                           MOVE RS-LAST-NAME TO RT-RES-NAME(RS-COUNT)
                           MOVE RS-FIRST-INIT
                               TO RT-RES-INIT(RS-COUNT)
                           MOVE RS-CAR-MAKE TO RT-RES-MAKE(RS-COUNT)
                           MOVE RS-PICKUP-DATE
                               TO RT-PICKUP-DATE(RS-COUNT)
                           MOVE RS-RETURN-DATE
                               TO RT-RETURN-DATE(RS-COUNT)
                           MOVE RS-BOOK-DATE
                               TO RT-BOOK-DATE(RS-COUNT)
                           MOVE RS-STATUS TO RT-RES-STATUS(RS-COUNT)
                           MOVE RS-UNIT-NO TO RT-RES-UNIT(RS-COUNT)
                           IF RS-RES-NO NOT < WS-NEXT-RES-NO
                               COMPUTE WS-NEXT-RES-NO = RS-RES-NO + 1
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-RES-STATUS NOT = "35"
               CLOSE RESERVE-FILE
           END-IF.
      ******************************************************************
      * Loads the damage claims and sets the next claim number past
      * the highest on file.
      ******************************************************************
       075-LOAD-CLAIMS.
           OPEN INPUT CLAIM-FILE
           IF WS-CLM-STATUS = "00"
               MOVE 'Y' TO WS-CLM-SW
           ELSE
               MOVE 'Y' TO CLM-EOF-SW
           END-IF
           PERFORM UNTIL CLM-EOF-SW = 'Y'
               READ CLAIM-FILE
                   AT END
                       MOVE 'Y' TO CLM-EOF-SW
                   NOT AT END
                       IF CM-COUNT < 2000
                           ADD 1 TO CM-COUNT
                           MOVE CLAIM-REC TO CM-REC(CM-COUNT)
                           IF CL-CLAIM-NO NOT < WS-NEXT-CLM-NO
                               COMPUTE WS-NEXT-CLM-NO = CL-CLAIM-NO + 1
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CLM-STATUS NOT = "35"
               CLOSE CLAIM-FILE
           END-IF.
      ******************************************************************
      * Loads the renter master. With no master on file every
      * check-out is refused until renters are added.
      ******************************************************************
       080-LOAD-RENTERS.
           OPEN INPUT RENTER-FILE
           IF WS-RNT-STATUS NOT = "00"
               DISPLAY 'NO RENTER MASTER ON FILE.'
               MOVE 'Y' TO RNT-EOF-SW
           END-IF
           PERFORM UNTIL RNT-EOF-SW = 'Y'
               READ RENTER-FILE
                   AT END
                       MOVE 'Y' TO RNT-EOF-SW
                   NOT AT END
                       IF RN-COUNT < 3000
                           ADD 1 TO RN-COUNT
                           MOVE RENTER-REC TO RN-REC(RN-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-RNT-STATUS NOT = "35"
               CLOSE RENTER-FILE
           END-IF.
      ******************************************************************
      * Reads the minimum renter age. A missing file leaves the
      * compiled-in age standing.
      ******************************************************************
       085-READ-MIN-AGE.
           OPEN INPUT MINAGE-FILE
           IF WS-AGE-STATUS = "00"
               READ MINAGE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE MINAGE-REC TO WS-MIN-AGE
               END-READ
               CLOSE MINAGE-FILE
           END-IF.
       100-DESK-MENU.
           DISPLAY SPACE
           DISPLAY 'O-CHECK OUT  I-CHECK IN  R-OPEN RENTALS'
               '  A-AVAILABLE UNITS'
           DISPLAY 'B-BOOK RESERVATION  P-PICK UP RESERVATION'
               '  D-DAMAGE CLAIM  X-EXIT'
           ACCEPT MENU-CHOICE
           EVALUATE MENU-CHOICE
               WHEN 'O'
                   PERFORM 200-CHECK-OUT
               WHEN 'B'
                   PERFORM 650-BOOK-RESERVATION
               WHEN 'P'
                   PERFORM 680-PICK-UP-RESERVATION
               WHEN 'D'
                   PERFORM 750-UPDATE-CLAIM
               WHEN 'I'
                   PERFORM 300-CHECK-IN
               WHEN 'R'
           IF OR-COUNT = 200
               DISPLAY 'OPEN RENTAL TABLE IS FULL.'
           ELSE
               PERFORM 210-IDENTIFY-RENTER
               IF RENTER-OK
                   PERFORM 220-TAKE-CHECK-OUT
               END-IF
           END-IF.
      ******************************************************************
      * Finds the renter on the renter master by driver's license
      * and holds them to the rental rules: on file, license not
      * expired, at least the minimum age, and not on the
      * do-not-rent list.
      ******************************************************************
       210-IDENTIFY-RENTER.
           MOVE 'N' TO WS-RENTER-OK-SW
           DISPLAY 'ENTER DRIVER LICENSE NUMBER:'
           ACCEPT WS-LICENSE-NO
           MOVE ZERO TO WS-RN-FOUND
           PERFORM VARYING RN-INDX FROM 1 BY 1
                   UNTIL RN-INDX > RN-COUNT
               IF RN-REC(RN-INDX)(1:15) = WS-LICENSE-NO
                   SET WS-RN-FOUND TO RN-INDX
               END-IF
           END-PERFORM
           IF WS-RN-FOUND > ZERO
               MOVE RN-REC(WS-RN-FOUND) TO RENTER-REC
               COMPUTE WS-RENTER-AGE =
                   (WS-TODAY - RM-BIRTH-DATE) / 10000
           END-IF
           EVALUATE TRUE
               WHEN WS-LICENSE-NO = SPACES OR WS-RN-FOUND = ZERO
                   DISPLAY 'RENTER NOT ON FILE - RENTAL REFUSED.'
               WHEN RM-DNR-FLAG = 'Y'
                   DISPLAY 'DO NOT RENT - ' RM-DNR-REASON
               WHEN RM-LIC-EXPIRY < WS-TODAY
                   DISPLAY 'LICENSE EXPIRED ' RM-LIC-EXPIRY
                       ' - RENTAL REFUSED.'
               WHEN WS-RENTER-AGE < WS-MIN-AGE
                   DISPLAY 'RENTER UNDER THE MINIMUM AGE OF '
                       WS-MIN-AGE ' - RENTAL REFUSED.'
               WHEN OTHER
                   MOVE 'Y' TO WS-RENTER-OK-SW
                   DISPLAY 'RENTER: ' RM-FIRST-NAME ' ' RM-LAST-NAME
                   IF RM-AR-CUST-NO NOT = SPACES
                       DISPLAY 'CORPORATE RENTER - CHARGES BILL TO'
                           ' AR ACCOUNT ' RM-AR-CUST-NO
                   END-IF
           END-EVALUATE.
       220-TAKE-CHECK-OUT.
           ADD 1 TO OR-COUNT
           MOVE 'N' TO OT-KEEP-SW(OR-COUNT)
           MOVE ZERO TO OT-UNIT-NO(OR-COUNT)
           PERFORM 230-RENTER-TO-RENTAL
           DISPLAY 'ENTER CAR MAKE CODE:'
           ACCEPT OT-CAR-MAKE(OR-COUNT)
           DISPLAY 'ENTER DUE BACK DATE (YYYYMMDD, 0 = DAY LIMIT):'
           ACCEPT WS-DUE-DATE
           IF WS-DUE-DATE = ZERO
               COMPUTE WS-DUE-DATE = FUNCTION DATE-OF-INTEGER(
                   WS-TODAY-INT + WS-MAX-DAYS)
           END-IF
           MOVE WS-DUE-DATE TO OT-DUE-DATE(OR-COUNT)
           IF FL-COUNT > ZERO
               MOVE OT-CAR-MAKE(OR-COUNT) TO WS-AV-MAKE
               MOVE WS-TODAY    TO WS-AV-FROM-DATE
               MOVE WS-DUE-DATE TO WS-AV-TO-DATE
               MOVE ZERO        TO WS-AV-SKIP-RES
               PERFORM 700-CHECK-AVAILABILITY
               IF UNIT-FREE
                   PERFORM 250-ASSIGN-UNIT
               ELSE
                   MOVE 'N' TO WS-UNIT-OK-SW
                   DISPLAY 'NO UNIT OF THAT MAKE FREE ON '
                       WS-AV-SHORT-DATE
                       ' - HELD FOR RESERVATIONS.'
                       ' CHECK-OUT REFUSED.'
               END-IF
           ELSE
               MOVE ZERO TO OT-UNIT-NO(OR-COUNT)
               MOVE 'Y' TO WS-UNIT-OK-SW
               DISPLAY 'ENTER ODOMETER OUT:'
               ACCEPT OT-ODOM-OUT(OR-COUNT)
           END-IF
           IF WS-UNIT-OK-SW = 'Y'
               MOVE WS-TODAY TO OT-DATE-OUT(OR-COUNT)
               MOVE 'Y' TO OT-KEEP-SW(OR-COUNT)
               PERFORM 260-CHECK-OUT-INSPECTION
               DISPLAY 'CAR CHECKED OUT.'
           ELSE
               SUBTRACT 1 FROM OR-COUNT
           END-IF.
      ******************************************************************
      * Carries the renter found by 210 onto the new open rental.
      ******************************************************************
       230-RENTER-TO-RENTAL.
           MOVE RM-LAST-NAME       TO OT-LAST-NAME(OR-COUNT)
           MOVE RM-FIRST-NAME(1:1) TO OT-FIRST-INIT(OR-COUNT)
           MOVE RM-LICENSE-NO      TO OT-LICENSE-NO(OR-COUNT)
           MOVE RM-AR-CUST-NO      TO OT-AR-CUST-NO(OR-COUNT).
      ******************************************************************
      * Walks the car with the renter before it leaves and records
      * the damage already on it, so check-in only charges for what
      * is new.
      ******************************************************************
       260-CHECK-OUT-INSPECTION.
           MOVE 'O' TO WS-INSP-TYPE
           MOVE OT-UNIT-NO(OR-COUNT)   TO WS-INSP-UNIT
           MOVE OT-ODOM-OUT(OR-COUNT)  TO WS-INSP-ODOM
           MOVE OT-LAST-NAME(OR-COUNT) TO WS-INSP-NAME
           PERFORM 270-KEY-DAMAGE
           PERFORM 280-WRITE-INSPECTION
           MOVE WS-DAMAGE-LIST TO OT-OUT-DAMAGE(OR-COUNT).
      ******************************************************************
      * Takes up to five damage entries - a two-letter location and
      * a one-letter code, e.g. LSD for a dent on the left side. A
      * blank entry ends the list; a bad location or code is rekeyed.
      ******************************************************************
       270-KEY-DAMAGE.
           MOVE SPACES TO WS-DAMAGE-LIST
           MOVE ZERO TO WS-DMG-CT
           MOVE 'N' TO WS-DMG-DONE-SW
           DISPLAY 'INSPECTION - LOCATIONS FB RB HD TR RO LS RS WS GL'
               ' TI IN'
           DISPLAY '             CODES S D C B M T'
           PERFORM UNTIL WS-DMG-DONE-SW = 'Y'
               DISPLAY 'ENTER DAMAGE LOCATION + CODE (BLANK = NONE'
                   ' / DONE):'
               MOVE SPACES TO WS-DMG-IN
               ACCEPT WS-DMG-IN
               EVALUATE TRUE
                   WHEN WS-DMG-IN = SPACES
                       MOVE 'Y' TO WS-DMG-DONE-SW
                   WHEN VALID-DMG-LOC AND VALID-DMG-CODE
                       ADD 1 TO WS-DMG-CT
                       MOVE WS-DMG-IN TO WS-DMG-ENTRY(WS-DMG-CT)
                       IF WS-DMG-CT = 5
                           MOVE 'Y' TO WS-DMG-DONE-SW
                       END-IF
                   WHEN OTHER
                       DISPLAY 'INVALID LOCATION OR CODE - REKEY.'
               END-EVALUATE
           END-PERFORM.
      ******************************************************************
      * Appends the inspection just keyed to INSPECT.DAT.
      ******************************************************************
       280-WRITE-INSPECTION.
           OPEN EXTEND INSPECT-FILE
           IF WS-INSP-STATUS NOT = "00"
               OPEN OUTPUT INSPECT-FILE
           END-IF
           MOVE WS-INSP-UNIT   TO IN-UNIT-NO
           IF WS-INSP-TYPE = 'I'
               MOVE WS-DATE-IN TO IN-DATE
           ELSE
               MOVE WS-TODAY   TO IN-DATE
           END-IF
           MOVE WS-INSP-TYPE   TO IN-TYPE
           MOVE WS-INSP-NAME   TO IN-LAST-NAME
           MOVE WS-INSP-ODOM   TO IN-ODOMETER
           MOVE WS-DAMAGE-LIST TO IN-DAMAGE
           WRITE INSPECT-REC
           CLOSE INSPECT-FILE.
      ******************************************************************
      * Picks the first available unit of the requested make, marks
      * it out, and carries its odometer as the odometer out. No
      * available unit refuses the check-out - two renters cannot
      * the CARRATE.DAT table.
      ******************************************************************
       300-CHECK-IN.
           DISPLAY 'ENTER RENTER LICENSE NUMBER (BLANK = BY NAME):'
           MOVE SPACES TO WS-LICENSE-NO WS-IN-NAME
           ACCEPT WS-LICENSE-NO
           IF WS-LICENSE-NO = SPACES
               DISPLAY 'ENTER RENTER LAST NAME:'
               ACCEPT WS-IN-NAME
           END-IF
           MOVE 'N' TO WS-FOUND-SW
           MOVE ZERO TO WS-OR-SUB
           PERFORM VARYING OR-INDX FROM 1 BY 1
                   UNTIL OR-INDX > OR-COUNT
               IF ((WS-LICENSE-NO NOT = SPACES
                    AND OT-LICENSE-NO(OR-INDX) = WS-LICENSE-NO)
                   OR (WS-LICENSE-NO = SPACES
                    AND OT-LAST-NAME(OR-INDX) = WS-IN-NAME))
                  AND OT-KEEP-SW(OR-INDX) = 'Y'
                   MOVE 'Y' TO WS-FOUND-SW
                   SET WS-OR-SUB TO OR-INDX
               MOVE OT-LAST-NAME(WS-OR-SUB)  TO RT-LAST-NAME
               MOVE OT-FIRST-INIT(WS-OR-SUB) TO RT-FIRST-INIT
               MOVE OT-CAR-MAKE(WS-OR-SUB)   TO RT-CAR-MAKE
               MOVE OT-LICENSE-NO(WS-OR-SUB) TO RT-LICENSE-NO
               MOVE OT-AR-CUST-NO(WS-OR-SUB) TO RT-AR-CUST-NO
               MOVE WS-DATE-IN               TO RT-DATE-IN
               COMPUTE RT-MILES =
                   WS-ODOM-IN - OT-ODOM-OUT(WS-OR-SUB)
               COMPUTE RT-DAYS = WS-IN-INT - WS-OUT-INT
               ELSE
                   MOVE ZERO TO RT-LATE-FEE
               END-IF
               PERFORM 350-CHECK-IN-INSPECTION
               PERFORM 400-APPEND-RENTAL-REC
               IF OT-UNIT-NO(WS-OR-SUB) > ZERO
                   PERFORM 450-RETURN-UNIT
                   IF WS-NEW-CT > ZERO
                       PERFORM 460-HOLD-UNIT
                   END-IF
               END-IF
               MOVE 'N' TO OT-KEEP-SW(WS-OR-SUB)
               DISPLAY 'CAR CHECKED IN - RENTAL QUEUED FOR PRICING.'
           END-IF.
      ******************************************************************
      * Inspects the car as it comes back. Any entry not on the
      * check-out inspection is new damage and opens a claim.
      ******************************************************************
       350-CHECK-IN-INSPECTION.
           MOVE 'I' TO WS-INSP-TYPE
           MOVE OT-UNIT-NO(WS-OR-SUB)   TO WS-INSP-UNIT
           MOVE WS-ODOM-IN              TO WS-INSP-ODOM
           MOVE OT-LAST-NAME(WS-OR-SUB) TO WS-INSP-NAME
           PERFORM 270-KEY-DAMAGE
           PERFORM 280-WRITE-INSPECTION
           MOVE OT-OUT-DAMAGE(WS-OR-SUB) TO WS-OUT-DAMAGE-LIST
           MOVE SPACES TO WS-NEW-DAMAGE-LIST
           MOVE ZERO TO WS-NEW-CT
           PERFORM VARYING WS-DMG-SUB FROM 1 BY 1
                   UNTIL WS-DMG-SUB > WS-DMG-CT
               MOVE 'N' TO WS-SEEN-SW
               PERFORM VARYING WS-OLD-SUB FROM 1 BY 1
                       UNTIL WS-OLD-SUB > 5
                   IF WS-OUT-DMG-ENTRY(WS-OLD-SUB) =
                      WS-DMG-ENTRY(WS-DMG-SUB)
                       MOVE 'Y' TO WS-SEEN-SW
                   END-IF
               END-PERFORM
               IF WS-SEEN-SW = 'N'
                   ADD 1 TO WS-NEW-CT
                   MOVE WS-DMG-ENTRY(WS-DMG-SUB)
                       TO WS-NEW-DMG-ENTRY(WS-NEW-CT)
               END-IF
           END-PERFORM
           MOVE ZERO TO RT-DAMAGE-CHG
           IF WS-NEW-CT > ZERO
               PERFORM 360-OPEN-CLAIM
           END-IF.
      ******************************************************************
      * Opens a damage claim against the renter and this rental. A
      * renter with neither the damage waiver nor insurance cover
      * is charged the estimate on the rental itself.
      ******************************************************************
       360-OPEN-CLAIM.
           DISPLAY 'NEW DAMAGE FOUND: ' WS-NEW-DAMAGE-LIST
           DISPLAY 'ENTER ESTIMATED REPAIR COST:'
           ACCEPT WS-AMT-IN
           MOVE SPACE TO WS-CLM-ACTION
           PERFORM UNTIL WS-CLM-ACTION = 'W' OR 'I' OR 'N'
               DISPLAY 'COVER - W-DAMAGE WAIVER  I-INSURANCE'
                   '  N-NONE:'
               ACCEPT WS-CLM-ACTION
           END-PERFORM
           MOVE SPACES TO CLAIM-REC
           MOVE WS-NEXT-CLM-NO           TO CL-CLAIM-NO
           MOVE OT-UNIT-NO(WS-OR-SUB)    TO CL-UNIT-NO
           MOVE OT-LAST-NAME(WS-OR-SUB)  TO CL-LAST-NAME
           MOVE OT-FIRST-INIT(WS-OR-SUB) TO CL-FIRST-INIT
           MOVE OT-CAR-MAKE(WS-OR-SUB)   TO CL-CAR-MAKE
           MOVE OT-DATE-OUT(WS-OR-SUB)   TO CL-DATE-OUT
           MOVE WS-DATE-IN               TO CL-DATE-IN
           MOVE WS-NEW-DAMAGE-LIST       TO CL-NEW-DAMAGE
           MOVE OT-LICENSE-NO(WS-OR-SUB) TO CL-LICENSE-NO
           MOVE WS-AMT-IN                TO CL-EST-COST
           MOVE WS-CLM-ACTION            TO CL-WAIVER
           IF CL-WAIVER = 'N'
               MOVE WS-AMT-IN TO CL-CHARGED
           ELSE
               MOVE ZERO TO CL-CHARGED
           END-IF
           MOVE CL-CHARGED TO RT-DAMAGE-CHG
           MOVE ZERO TO CL-COLLECTED
                        CL-REPAIR-COST
                        CL-REPAIR-DATE
                        CL-CLOSE-DATE
           MOVE 'O' TO CL-STATUS
           IF CM-COUNT < 2000
               ADD 1 TO CM-COUNT
               MOVE CLAIM-REC TO CM-REC(CM-COUNT)
               ADD 1 TO WS-NEXT-CLM-NO
               DISPLAY 'CLAIM ' CL-CLAIM-NO ' OPENED.'
               IF CL-CHARGED > ZERO
                   DISPLAY 'DAMAGE CHARGE ' CL-CHARGED
                       ' ADDED TO THE RENTAL.'
               END-IF
           ELSE
               DISPLAY 'CLAIM TABLE FULL - CLAIM NOT OPENED.'
           END-IF.
      ******************************************************************
      * Puts the returned unit back on the lot: current odometer
      * from the check-in, status back to available.
      ******************************************************************
                   MOVE 'A' TO FT-STATUS(WS-FL-SUB)
               END-IF
           END-PERFORM.
      ******************************************************************
      * Takes a damaged unit out of service until its repair is
      * closed on the claim.
      ******************************************************************
       460-HOLD-UNIT.
           PERFORM VARYING WS-FL-SUB FROM 1 BY 1
                   UNTIL WS-FL-SUB > FL-COUNT
               IF FT-UNIT-NO(WS-FL-SUB) = OT-UNIT-NO(WS-OR-SUB)
                   MOVE 'M' TO FT-STATUS(WS-FL-SUB)
                   DISPLAY 'UNIT ' FT-UNIT-NO(WS-FL-SUB)
                       ' OUT OF SERVICE UNTIL REPAIRED.'
               END-IF
           END-PERFORM.
       400-APPEND-RENTAL-REC.
           OPEN EXTEND RENTAL-FILE
           IF WS-RENTAL-STATUS NOT = "00"
               END-IF
           END-IF.
      ******************************************************************
      * Books a reservation for a make over a pickup-to-return
      * window. The booking is refused when any day of the window
      * has no unit of the make free.
      ******************************************************************
       650-BOOK-RESERVATION.
           EVALUATE TRUE
               WHEN FL-COUNT = ZERO
                   DISPLAY 'NO FLEET MASTER ON FILE - CANNOT BOOK.'
               WHEN RS-COUNT = 500
                   DISPLAY 'RESERVATION TABLE IS FULL.'
               WHEN OTHER
                   ADD 1 TO RS-COUNT
                   PERFORM 660-TAKE-BOOKING
           END-EVALUATE.
       660-TAKE-BOOKING.
           DISPLAY 'ENTER RENTER LAST NAME:'
           ACCEPT RT-RES-NAME(RS-COUNT)
           DISPLAY 'ENTER FIRST INITIAL:'
           ACCEPT RT-RES-INIT(RS-COUNT)
           DISPLAY 'ENTER CAR MAKE CODE:'
           ACCEPT RT-RES-MAKE(RS-COUNT)
           DISPLAY 'ENTER PICKUP DATE (YYYYMMDD):'
           ACCEPT RT-PICKUP-DATE(RS-COUNT)
           DISPLAY 'ENTER RETURN DATE (YYYYMMDD):'
           ACCEPT RT-RETURN-DATE(RS-COUNT)
           IF RT-PICKUP-DATE(RS-COUNT) < WS-TODAY
              OR RT-RETURN-DATE(RS-COUNT) < RT-PICKUP-DATE(RS-COUNT)
               DISPLAY 'INVALID DATES - BOOKING REFUSED.'
               SUBTRACT 1 FROM RS-COUNT
           ELSE
               MOVE RT-RES-MAKE(RS-COUNT)    TO WS-AV-MAKE
               MOVE RT-PICKUP-DATE(RS-COUNT) TO WS-AV-FROM-DATE
               MOVE RT-RETURN-DATE(RS-COUNT) TO WS-AV-TO-DATE
               MOVE ZERO                     TO WS-AV-SKIP-RES
               PERFORM 700-CHECK-AVAILABILITY
               IF UNIT-FREE
                   MOVE WS-NEXT-RES-NO TO RT-RES-NO(RS-COUNT)
                   ADD 1 TO WS-NEXT-RES-NO
                   MOVE WS-TODAY TO RT-BOOK-DATE(RS-COUNT)
                   MOVE 'B'      TO RT-RES-STATUS(RS-COUNT)
                   MOVE ZERO     TO RT-RES-UNIT(RS-COUNT)
                   DISPLAY 'RESERVATION ' RT-RES-NO(RS-COUNT)
                       ' BOOKED.'
               ELSE
                   DISPLAY 'NO UNIT OF THAT MAKE FREE ON '
                       WS-AV-SHORT-DATE ' - BOOKING REFUSED.'
                   SUBTRACT 1 FROM RS-COUNT
               END-IF
           END-IF.
      ******************************************************************
      * Turns a booking into a check-out when the renter arrives:
      * the open rental is written from the booking, due back on
      * its return date, and the first unit of the make on the lot
      * is assigned to it.
      ******************************************************************
       680-PICK-UP-RESERVATION.
           DISPLAY 'ENTER RESERVATION NUMBER:'
           ACCEPT WS-PICK-RES-NO
           MOVE ZERO TO WS-RS-FOUND
           PERFORM VARYING RS-INDX FROM 1 BY 1
                   UNTIL RS-INDX > RS-COUNT
               IF RT-RES-NO(RS-INDX) = WS-PICK-RES-NO
                  AND RT-RES-STATUS(RS-INDX) = 'B'
                   SET WS-RS-FOUND TO RS-INDX
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-RS-FOUND = ZERO
                   DISPLAY 'NO OPEN BOOKING WITH THAT NUMBER.'
               WHEN RT-PICKUP-DATE(WS-RS-FOUND) > WS-TODAY
                   DISPLAY 'BOOKING IS NOT DUE FOR PICKUP UNTIL '
                       RT-PICKUP-DATE(WS-RS-FOUND)
               WHEN OR-COUNT = 200
                   DISPLAY 'OPEN RENTAL TABLE IS FULL.'
               WHEN OTHER
                   PERFORM 210-IDENTIFY-RENTER
                   IF RENTER-OK
                       PERFORM 690-TAKE-PICKUP
                   END-IF
           END-EVALUATE.
      ******************************************************************
      * Writes the open rental for a booking being picked up, on the
      * renter identified from the license at the desk.
      ******************************************************************
       690-TAKE-PICKUP.
           ADD 1 TO OR-COUNT
           MOVE 'N' TO OT-KEEP-SW(OR-COUNT)
           PERFORM 230-RENTER-TO-RENTAL
           MOVE RT-RES-MAKE(WS-RS-FOUND)
               TO OT-CAR-MAKE(OR-COUNT)
           MOVE RT-RETURN-DATE(WS-RS-FOUND)
               TO OT-DUE-DATE(OR-COUNT)
           PERFORM 250-ASSIGN-UNIT
           IF WS-UNIT-OK-SW = 'Y'
               MOVE WS-TODAY TO OT-DATE-OUT(OR-COUNT)
               MOVE 'Y' TO OT-KEEP-SW(OR-COUNT)
               PERFORM 260-CHECK-OUT-INSPECTION
               MOVE 'P' TO RT-RES-STATUS(WS-RS-FOUND)
               MOVE OT-UNIT-NO(OR-COUNT)
                   TO RT-RES-UNIT(WS-RS-FOUND)
               DISPLAY 'RESERVATION PICKED UP - CAR CHECKED'
                   ' OUT.'
           ELSE
               SUBTRACT 1 FROM OR-COUNT
           END-IF.
      ******************************************************************
      * Tests whether a unit of WS-AV-MAKE is free on every day from
      * WS-AV-FROM-DATE up to the day before WS-AV-TO-DATE (a car
      * returned in the morning goes back out the same day). A
      * same-day window tests the one day.
      ******************************************************************
       700-CHECK-AVAILABILITY.
           MOVE 'Y' TO WS-AV-OK-SW
           MOVE ZERO TO WS-AV-SHORT-DATE
           COMPUTE WS-AV-FROM-INT =
               FUNCTION INTEGER-OF-DATE(WS-AV-FROM-DATE)
           COMPUTE WS-AV-TO-INT =
               FUNCTION INTEGER-OF-DATE(WS-AV-TO-DATE) - 1
           IF WS-AV-TO-INT < WS-AV-FROM-INT
               MOVE WS-AV-FROM-INT TO WS-AV-TO-INT
           END-IF
           PERFORM 710-COUNT-ONE-DAY
               VARYING WS-AV-DAY-INT FROM WS-AV-FROM-INT BY 1
               UNTIL WS-AV-DAY-INT > WS-AV-TO-INT
                  OR NOT UNIT-FREE.
      ******************************************************************
      * Units of the make free on one day: every unit not down for
      * maintenance, less the open rentals not yet due back (an
      * overdue car is counted back tomorrow), less the bookings
      * holding a car that day.
      ******************************************************************
       710-COUNT-ONE-DAY.
           MOVE ZERO TO WS-AV-FREE
           PERFORM VARYING WS-FL-SUB FROM 1 BY 1
                   UNTIL WS-FL-SUB > FL-COUNT
               IF FT-MAKE(WS-FL-SUB) = WS-AV-MAKE
                  AND FT-STATUS(WS-FL-SUB) NOT = 'M'
                   ADD 1 TO WS-AV-FREE
               END-IF
           END-PERFORM
           PERFORM VARYING OR-INDX FROM 1 BY 1
                   UNTIL OR-INDX > OR-COUNT
               IF OT-KEEP-SW(OR-INDX) = 'Y'
                  AND OT-CAR-MAKE(OR-INDX) = WS-AV-MAKE
                  AND OT-UNIT-NO(OR-INDX) > ZERO
                   COMPUTE WS-AV-END-INT = FUNCTION INTEGER-OF-DATE
                       (OT-DUE-DATE(OR-INDX))
                   IF WS-AV-END-INT NOT > WS-TODAY-INT
                       COMPUTE WS-AV-END-INT = WS-TODAY-INT + 1
                   END-IF
                   IF WS-AV-DAY-INT < WS-AV-END-INT
                       SUBTRACT 1 FROM WS-AV-FREE
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING RS-INDX FROM 1 BY 1
                   UNTIL RS-INDX > RS-COUNT
               IF RT-RES-STATUS(RS-INDX) = 'B'
                  AND RT-RES-MAKE(RS-INDX) = WS-AV-MAKE
                  AND RT-RES-NO(RS-INDX) NOT = WS-AV-SKIP-RES
                   PERFORM 720-COUNT-ONE-BOOKING
               END-IF
           END-PERFORM
           IF WS-AV-FREE < 1
               MOVE 'N' TO WS-AV-OK-SW
               COMPUTE WS-AV-SHORT-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-AV-DAY-INT)
           END-IF.
       720-COUNT-ONE-BOOKING.
           COMPUTE WS-OUT-INT = FUNCTION INTEGER-OF-DATE
               (RT-PICKUP-DATE(RS-INDX))
           COMPUTE WS-AV-END-INT = FUNCTION INTEGER-OF-DATE
               (RT-RETURN-DATE(RS-INDX))
           IF WS-AV-END-INT NOT > WS-OUT-INT
               COMPUTE WS-AV-END-INT = WS-OUT-INT + 1
           END-IF
           IF WS-AV-DAY-INT NOT < WS-OUT-INT
              AND WS-AV-DAY-INT < WS-AV-END-INT
               SUBTRACT 1 FROM WS-AV-FREE
           END-IF.
      ******************************************************************
      * Rewrites the open-rentals file with only the cars still out.
      ******************************************************************
       800-SAVE-OPEN-RENTALS.
                   MOVE OT-DATE-OUT(OR-INDX)   TO OR-DATE-OUT
                   MOVE OT-ODOM-OUT(OR-INDX)   TO OR-ODOM-OUT
                   MOVE OT-UNIT-NO(OR-INDX)    TO OR-UNIT-NO
                   MOVE OT-DUE-DATE(OR-INDX)   TO OR-DUE-DATE
                   MOVE OT-OUT-DAMAGE(OR-INDX) TO OR-OUT-DAMAGE
                   MOVE OT-LICENSE-NO(OR-INDX) TO OR-LICENSE-NO
                   MOVE OT-AR-CUST-NO(OR-INDX) TO OR-AR-CUST-NO
                   WRITE OPENRENT-REC
               END-IF
           END-PERFORM
               END-PERFORM
               CLOSE FLEET-FILE
           END-IF.
      ******************************************************************
      * Works a damage claim by number: R records the repair as
      * done and its cost, P posts money collected from the renter
      * or the insurer, C closes a repaired claim. The unit goes
      * back on the lot once no repair is open against it.
      ******************************************************************
       750-UPDATE-CLAIM.
           DISPLAY 'ENTER CLAIM NUMBER:'
           ACCEPT WS-CLM-NO
           MOVE ZERO TO WS-CM-FOUND
           PERFORM VARYING CM-INDX FROM 1 BY 1
                   UNTIL CM-INDX > CM-COUNT
               IF CM-REC(CM-INDX)(1:6) = WS-CLM-NO
                   SET WS-CM-FOUND TO CM-INDX
               END-IF
           END-PERFORM
           IF WS-CM-FOUND = ZERO
               DISPLAY 'NO SUCH CLAIM.'
           ELSE
               MOVE CM-REC(WS-CM-FOUND) TO CLAIM-REC
               DISPLAY 'UNIT ' CL-UNIT-NO ' ' CL-LAST-NAME
                   ' DAMAGE ' CL-NEW-DAMAGE
               DISPLAY 'ESTIMATE ' CL-EST-COST ' REPAIR '
                   CL-REPAIR-COST ' COLLECTED ' CL-COLLECTED
               IF CL-STATUS = 'C'
                   DISPLAY 'CLAIM IS CLOSED.'
               ELSE
                   DISPLAY 'R-REPAIR DONE  P-PAYMENT  C-CLOSE:'
                   ACCEPT WS-CLM-ACTION
                   EVALUATE WS-CLM-ACTION
                       WHEN 'R'
                           PERFORM 760-RECORD-REPAIR
                       WHEN 'P'
                           DISPLAY 'ENTER AMOUNT COLLECTED:'
                           ACCEPT WS-AMT-IN
                           ADD WS-AMT-IN TO CL-COLLECTED
                           DISPLAY 'COLLECTED NOW ' CL-COLLECTED
                       WHEN 'C'
                           IF CL-REPAIR-DATE = ZERO
                               DISPLAY 'REPAIR NOT DONE - CLAIM'
                                   ' STAYS OPEN.'
                           ELSE
                               MOVE 'C' TO CL-STATUS
                               MOVE WS-TODAY TO CL-CLOSE-DATE
                               DISPLAY 'CLAIM CLOSED.'
                           END-IF
                       WHEN OTHER
                           DISPLAY 'INVALID CHOICE'
                   END-EVALUATE
                   MOVE CLAIM-REC TO CM-REC(WS-CM-FOUND)
                   MOVE 'Y' TO WS-CLM-SW
                   IF WS-CLM-ACTION = 'R'
                       PERFORM 770-RELEASE-UNIT
                   END-IF
               END-IF
           END-IF.
       760-RECORD-REPAIR.
           IF CL-REPAIR-DATE NOT = ZERO
               DISPLAY 'REPAIR ALREADY RECORDED.'
           ELSE
               DISPLAY 'ENTER ACTUAL REPAIR COST:'
               ACCEPT WS-AMT-IN
               MOVE WS-AMT-IN TO CL-REPAIR-COST
               MOVE WS-TODAY TO CL-REPAIR-DATE
               DISPLAY 'REPAIR RECORDED.'
           END-IF.
      ******************************************************************
      * Returns a repaired unit to service unless another claim
      * still has it in the shop.
      ******************************************************************
       770-RELEASE-UNIT.
           MOVE CL-UNIT-NO TO WS-INSP-UNIT
           MOVE ZERO TO WS-OPEN-ON-UNIT
           PERFORM VARYING CM-INDX FROM 1 BY 1
                   UNTIL CM-INDX > CM-COUNT
               MOVE CM-REC(CM-INDX) TO CLAIM-REC
               IF CL-UNIT-NO = WS-INSP-UNIT
                  AND CL-STATUS = 'O'
                  AND CL-REPAIR-DATE = ZERO
                   ADD 1 TO WS-OPEN-ON-UNIT
               END-IF
           END-PERFORM
           IF WS-OPEN-ON-UNIT = ZERO AND WS-INSP-UNIT > ZERO
               PERFORM VARYING WS-FL-SUB FROM 1 BY 1
                       UNTIL WS-FL-SUB > FL-COUNT
                   IF FT-UNIT-NO(WS-FL-SUB) = WS-INSP-UNIT
                      AND FT-STATUS(WS-FL-SUB) = 'M'
                       MOVE 'A' TO FT-STATUS(WS-FL-SUB)
                       DISPLAY 'UNIT ' WS-INSP-UNIT
                           ' BACK IN SERVICE.'
                   END-IF
               END-PERFORM
           END-IF.
      ******************************************************************
      * Rewrites the reservation file with the session's bookings
      * and pickups. Skipped when no file was on disk and nothing
      * was booked.
      ******************************************************************
       870-SAVE-RESERVATIONS.
           IF WS-RES-SW = 'Y' OR RS-COUNT > ZERO
               OPEN OUTPUT RESERVE-FILE
               PERFORM VARYING RS-INDX FROM 1 BY 1
                       UNTIL RS-INDX > RS-COUNT
                   MOVE RT-RES-NO(RS-INDX)      TO RS-RES-NO
                   MOVE RT-RES-NAME(RS-INDX)    TO RS-LAST-NAME
                   MOVE RT-RES-INIT(RS-INDX)    TO RS-FIRST-INIT
                   MOVE RT-RES-MAKE(RS-INDX)    TO RS-CAR-MAKE
                   MOVE RT-PICKUP-DATE(RS-INDX) TO RS-PICKUP-DATE
                   MOVE RT-RETURN-DATE(RS-INDX) TO RS-RETURN-DATE
                   MOVE RT-BOOK-DATE(RS-INDX)   TO RS-BOOK-DATE
                   MOVE RT-RES-STATUS(RS-INDX)  TO RS-STATUS
                   MOVE RT-RES-UNIT(RS-INDX)    TO RS-UNIT-NO
                   WRITE RESERVE-REC
               END-PERFORM
               CLOSE RESERVE-FILE
           END-IF.
      ******************************************************************
      * Rewrites the claims file with the claims opened and worked
      * this session.
      ******************************************************************
       880-SAVE-CLAIMS.
           IF WS-CLM-SW = 'Y' OR CM-COUNT > ZERO
               OPEN OUTPUT CLAIM-FILE
               PERFORM VARYING CM-INDX FROM 1 BY 1
                       UNTIL CM-INDX > CM-COUNT
                   MOVE CM-REC(CM-INDX) TO CLAIM-REC
                   WRITE CLAIM-REC
               END-PERFORM
               CLOSE CLAIM-FILE
           END-IF.

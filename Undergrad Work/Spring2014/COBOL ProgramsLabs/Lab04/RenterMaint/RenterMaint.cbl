       IDENTIFICATION DIVISION.
       PROGRAM-ID. RenterMaint.
       AUTHOR. Brianna Muleski
       DATE-WRITTEN. 10/13/14
      ******************************************************************
      * Purpose:
      *     Maintains the renter master the rental desk checks every
      *     check-out against. A renter is keyed by driver's license
      *     number and carries name, address, license state and
      *     expiry, date of birth, a do-not-rent flag with its
      *     reason, and - for a corporate renter - the AR account on
      *     MASTER.DAT their rentals bill to. Renters can be added,
      *     changed (address, license renewal, billing account),
      *     blocked or unblocked, and a renter's rental history and
      *     damage claims can be listed.
      *
      * Input:
      *     RENTER.DAT   - renter master
      *     MASTER.DAT   - indexed AR master, to check accounts
      *     RENTAL.DAT   - finished rentals, for history
      *     CLAIMS.DAT   - damage claims, for history
      *     Maintenance actions entered at the console
      *
      * Output:
      *     RENTER.DAT   - rewritten with the maintained renters
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RENTER-FILE ASSIGN TO "RENTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RNT-STATUS.
           SELECT AR-MASTER-FILE ASSIGN TO "MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS O-CUST-NO
               FILE STATUS IS WS-MSTR-STATUS.
           SELECT RENTAL-FILE ASSIGN TO "RENTAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RENTAL-STATUS.
           SELECT CLAIM-FILE ASSIGN TO "CLAIMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLM-STATUS.
       DATA DIVISION.
       FILE SECTION.
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
       FD  AR-MASTER-FILE.
       01  OLD-REC.
           05  O-CUST-NO       PIC X(5).
           05  O-CUST-NM       PIC X(20).
           05  O-AMT           PIC S9(7)V99.
           05  O-CREDIT-LIM    PIC 9(7)V99.
           05  O-ADDR          PIC X(25).
           05  O-CITY          PIC X(15).
           05  O-STATE         PIC X(2).
           05  O-ZIP           PIC X(5).
           05  O-HOLD-FLAG     PIC X.
           05  O-TERMS-DAYS    PIC 9(3).
           05  O-BILL-CYCLE    PIC X.
           05  O-COLL-STATUS   PIC X.
       FD  RENTAL-FILE.
       01  RENTAL-REC.
           05  RT-LAST-NAME    PIC X(20).
           05  RT-FIRST-INIT   PIC X.
           05  RT-CAR-MAKE     PIC X.
           05  RT-MILES        PIC 9(5).
           05  RT-DAYS         PIC 9(3).
           05  RT-LATE-FEE     PIC 9(4)V99.
           05  RT-DAMAGE-CHG   PIC 9(5)V99.
           05  RT-LICENSE-NO   PIC X(15).
           05  RT-AR-CUST-NO   PIC X(5).
           05  RT-DATE-IN      PIC 9(8).
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
       WORKING-STORAGE SECTION.
       01  WORKING-ITEMS.
           05  EOF-SWITCH      PIC X       VALUE 'N'.
           05  WS-RNT-STATUS   PIC XX.
           05  WS-MSTR-STATUS  PIC XX.
           05  WS-RENTAL-STATUS PIC XX.
           05  WS-CLM-STATUS   PIC XX.
           05  WS-CHANGED-SW   PIC X       VALUE 'N'.
           05  MENU-CHOICE     PIC X       VALUE SPACE.
           05  WS-ANSWER       PIC X.
           05  WS-LICENSE-NO   PIC X(15).
           05  WS-RN-FOUND     PIC 9(4).
           05  WS-ACCT-OK-SW   PIC X.
           05  WS-DATE-OK-SW   PIC X.
           05  WS-HIST-CT      PIC 9(4).
           05  WS-TEXT-IN      PIC X(30).
           05  WS-DATE-IN      PIC 9(8).
           05  WS-DATE-PARTS REDEFINES WS-DATE-IN.
               10  WS-DATE-YYYY    PIC 9(4).
               10  WS-DATE-MM      PIC 99.
               10  WS-DATE-DD      PIC 99.
       01  RENTER-TABLE.
           05  RN-COUNT        PIC 9(4)    VALUE ZERO.
           05  RN-ENTRY OCCURS 1 TO 3000 TIMES
                   DEPENDING ON RN-COUNT
                   INDEXED BY RN-INDX.
               10  RN-REC          PIC X(151).
      *
       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 050-LOAD-RENTERS
           PERFORM 100-MAINT-MENU UNTIL MENU-CHOICE = 'X'
           IF WS-CHANGED-SW = 'Y'
               PERFORM 800-SAVE-RENTERS
           END-IF
           DISPLAY SPACE
           DISPLAY '--END OF RENTER MAINTENANCE--'
           STOP RUN.
      * LOADS THE RENTER MASTER INTO A RUNTIME TABLE; THE FILE IS
      * REWRITTEN FROM IT AT THE END OF THE SESSION.
       050-LOAD-RENTERS.
           OPEN INPUT RENTER-FILE
           IF WS-RNT-STATUS NOT = "00"
               DISPLAY 'NO RENTER MASTER ON FILE - STARTING A NEW ONE.'
               MOVE 'Y' TO EOF-SWITCH
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ RENTER-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
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
       100-MAINT-MENU.
           DISPLAY SPACE
           DISPLAY 'A-ADD RENTER  C-CHANGE RENTER  B-BLOCK (DO NOT'
               ' RENT)  U-UNBLOCK'
           DISPLAY 'H-RENTAL HISTORY  X-EXIT'
           ACCEPT MENU-CHOICE
           EVALUATE MENU-CHOICE
               WHEN 'A'
                   PERFORM 200-ADD-RENTER
               WHEN 'C'
                   PERFORM 300-CHANGE-RENTER
               WHEN 'B'
                   PERFORM 400-BLOCK-RENTER
               WHEN 'U'
                   PERFORM 450-UNBLOCK-RENTER
               WHEN 'H'
                   PERFORM 500-RENTAL-HISTORY
               WHEN 'X'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'INVALID CHOICE'
           END-EVALUATE.
      * TAKES THE LICENSE NUMBER AND LOOKS IT UP IN THE TABLE. A
      * FOUND RENTER IS LEFT IN RENTER-REC.
       150-FIND-RENTER.
           DISPLAY 'ENTER DRIVER LICENSE NUMBER:'
           MOVE SPACES TO WS-LICENSE-NO
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
           END-IF.
      * ADDS A RENTER. THE LICENSE MUST BE NEW; NAME, LICENSE EXPIRY
      * AND DATE OF BIRTH ARE REQUIRED.
       200-ADD-RENTER.
           PERFORM 150-FIND-RENTER
           EVALUATE TRUE
               WHEN WS-LICENSE-NO = SPACES
                   DISPLAY 'LICENSE NUMBER IS REQUIRED.'
               WHEN WS-RN-FOUND > ZERO
                   DISPLAY 'RENTER ALREADY ON FILE: ' RM-LAST-NAME
               WHEN RN-COUNT = 3000
                   DISPLAY 'RENTER TABLE IS FULL.'
               WHEN OTHER
                   MOVE SPACES TO RENTER-REC
                   MOVE WS-LICENSE-NO TO RM-LICENSE-NO
                   PERFORM UNTIL RM-LAST-NAME NOT = SPACES
                       DISPLAY 'ENTER LAST NAME:'
                       ACCEPT RM-LAST-NAME
                   END-PERFORM
                   DISPLAY 'ENTER FIRST NAME:'
                   ACCEPT RM-FIRST-NAME
                   PERFORM 250-ACCEPT-ADDRESS
                   DISPLAY 'ENTER LICENSE STATE:'
                   ACCEPT RM-LIC-STATE
                   MOVE 'N' TO WS-DATE-OK-SW
                   PERFORM UNTIL WS-DATE-OK-SW = 'Y'
                       DISPLAY 'ENTER LICENSE EXPIRY (YYYYMMDD):'
                       ACCEPT WS-DATE-IN
                       PERFORM 290-CHECK-DATE
                   END-PERFORM
                   MOVE WS-DATE-IN TO RM-LIC-EXPIRY
                   MOVE 'N' TO WS-DATE-OK-SW
                   PERFORM UNTIL WS-DATE-OK-SW = 'Y'
                       DISPLAY 'ENTER DATE OF BIRTH (YYYYMMDD):'
                       ACCEPT WS-DATE-IN
                       PERFORM 290-CHECK-DATE
                   END-PERFORM
                   MOVE WS-DATE-IN TO RM-BIRTH-DATE
                   PERFORM 270-ACCEPT-ACCOUNT
                   MOVE 'N' TO RM-DNR-FLAG
                   ADD 1 TO RN-COUNT
                   MOVE RENTER-REC TO RN-REC(RN-COUNT)
                   MOVE 'Y' TO WS-CHANGED-SW
                   DISPLAY 'RENTER ADDED.'
           END-EVALUATE.
       250-ACCEPT-ADDRESS.
           DISPLAY 'ENTER STREET ADDRESS:'
           ACCEPT RM-ADDRESS
           DISPLAY 'ENTER CITY:'
           ACCEPT RM-CITY
           DISPLAY 'ENTER STATE:'
           ACCEPT RM-STATE
           DISPLAY 'ENTER ZIP:'
           ACCEPT RM-ZIP.
      * TAKES THE AR ACCOUNT A CORPORATE RENTER BILLS TO. BLANK
      * MEANS THE RENTER PAYS AT THE DESK; ANYTHING ELSE MUST BE AN
      * ACCOUNT ON MASTER.DAT THAT IS NOT ON CREDIT HOLD.
       270-ACCEPT-ACCOUNT.
           MOVE 'N' TO WS-ACCT-OK-SW
           PERFORM UNTIL WS-ACCT-OK-SW = 'Y'
               DISPLAY 'ENTER CORPORATE AR ACCOUNT (BLANK = PAYS AT'
                   ' DESK):'
               MOVE SPACES TO RM-AR-CUST-NO
               ACCEPT RM-AR-CUST-NO
               IF RM-AR-CUST-NO = SPACES
                   MOVE 'Y' TO WS-ACCT-OK-SW
               ELSE
                   PERFORM 280-CHECK-ACCOUNT
               END-IF
           END-PERFORM.
       280-CHECK-ACCOUNT.
           OPEN INPUT AR-MASTER-FILE
           IF WS-MSTR-STATUS NOT = "00"
               DISPLAY 'AR MASTER NOT AVAILABLE - LEAVE BLANK.'
           ELSE
               MOVE RM-AR-CUST-NO TO O-CUST-NO
               READ AR-MASTER-FILE
               EVALUATE TRUE
                   WHEN WS-MSTR-STATUS NOT = "00"
                       DISPLAY 'ACCOUNT NOT ON AR MASTER.'
                   WHEN O-HOLD-FLAG = 'H'
                       DISPLAY 'ACCOUNT ' O-CUST-NM
                           ' IS ON CREDIT HOLD.'
                   WHEN OTHER
                       DISPLAY 'BILLS TO ' O-CUST-NM
                       MOVE 'Y' TO WS-ACCT-OK-SW
               END-EVALUATE
               CLOSE AR-MASTER-FILE
           END-IF.
      * A DATE MUST BE A REAL CALENDAR DATE.
       290-CHECK-DATE.
           MOVE 'N' TO WS-DATE-OK-SW
           IF WS-DATE-YYYY > 1900
              AND WS-DATE-MM >= 1 AND WS-DATE-MM <= 12
              AND WS-DATE-DD >= 1 AND WS-DATE-DD <= 31
               MOVE 'Y' TO WS-DATE-OK-SW
           ELSE
               DISPLAY 'INVALID DATE.'
           END-IF.
      * CHANGES A RENTER'S ADDRESS, LICENSE EXPIRY (A RENEWED
      * LICENSE), OR BILLING ACCOUNT.
       300-CHANGE-RENTER.
           PERFORM 150-FIND-RENTER
           IF WS-RN-FOUND = ZERO
               DISPLAY 'RENTER NOT ON FILE.'
           ELSE
               DISPLAY RM-FIRST-NAME ' ' RM-LAST-NAME
               DISPLAY 'CHANGE ADDRESS? (Y/N)'
               ACCEPT WS-ANSWER
               IF WS-ANSWER = 'Y'
                   PERFORM 250-ACCEPT-ADDRESS
               END-IF
               DISPLAY 'LICENSE EXPIRES ' RM-LIC-EXPIRY
               MOVE 'N' TO WS-DATE-OK-SW
               PERFORM UNTIL WS-DATE-OK-SW = 'Y'
                   DISPLAY 'ENTER NEW EXPIRY (YYYYMMDD, 0 = NO'
                       ' CHANGE):'
                   ACCEPT WS-DATE-IN
                   IF WS-DATE-IN = ZERO
                       MOVE 'Y' TO WS-DATE-OK-SW
                   ELSE
                       PERFORM 290-CHECK-DATE
                       IF WS-DATE-OK-SW = 'Y'
                           MOVE WS-DATE-IN TO RM-LIC-EXPIRY
                       END-IF
                   END-IF
               END-PERFORM
               DISPLAY 'BILLS TO AR ACCOUNT: ' RM-AR-CUST-NO
               DISPLAY 'CHANGE BILLING ACCOUNT? (Y/N)'
               ACCEPT WS-ANSWER
               IF WS-ANSWER = 'Y'
                   PERFORM 270-ACCEPT-ACCOUNT
               END-IF
               MOVE RENTER-REC TO RN-REC(WS-RN-FOUND)
               MOVE 'Y' TO WS-CHANGED-SW
               DISPLAY 'RENTER UPDATED.'
           END-IF.
      * PUTS A RENTER ON THE DO-NOT-RENT LIST - DAMAGE, AN UNPAID
      * LATE FEE, OR ANY OTHER REASON THE DESK KEYS.
       400-BLOCK-RENTER.
           PERFORM 150-FIND-RENTER
           IF WS-RN-FOUND = ZERO
               DISPLAY 'RENTER NOT ON FILE.'
           ELSE
               MOVE SPACES TO WS-TEXT-IN
               PERFORM UNTIL WS-TEXT-IN NOT = SPACES
                   DISPLAY 'ENTER DO-NOT-RENT REASON:'
                   ACCEPT WS-TEXT-IN
               END-PERFORM
               MOVE 'Y' TO RM-DNR-FLAG
               MOVE WS-TEXT-IN TO RM-DNR-REASON
               MOVE RENTER-REC TO RN-REC(WS-RN-FOUND)
               MOVE 'Y' TO WS-CHANGED-SW
               DISPLAY RM-LAST-NAME ' BLOCKED FROM RENTING.'
           END-IF.
       450-UNBLOCK-RENTER.
           PERFORM 150-FIND-RENTER
           IF WS-RN-FOUND = ZERO
               DISPLAY 'RENTER NOT ON FILE.'
           ELSE
               IF RM-DNR-FLAG NOT = 'Y'
                   DISPLAY 'RENTER IS NOT BLOCKED.'
               ELSE
                   DISPLAY 'BLOCKED FOR: ' RM-DNR-REASON
                   MOVE 'N' TO RM-DNR-FLAG
                   MOVE SPACES TO RM-DNR-REASON
                   MOVE RENTER-REC TO RN-REC(WS-RN-FOUND)
                   MOVE 'Y' TO WS-CHANGED-SW
                   DISPLAY RM-LAST-NAME ' MAY RENT AGAIN.'
               END-IF
           END-IF.
      * LISTS A RENTER'S FINISHED RENTALS FROM RENTAL.DAT AND THEIR
      * DAMAGE CLAIMS FROM CLAIMS.DAT. RENTALS RECORDED BEFORE THE
      * LICENSE WAS CARRIED CANNOT BE TIED TO A RENTER.
       500-RENTAL-HISTORY.
           PERFORM 150-FIND-RENTER
           IF WS-RN-FOUND = ZERO
               DISPLAY 'RENTER NOT ON FILE.'
           ELSE
               DISPLAY RM-FIRST-NAME ' ' RM-LAST-NAME
               IF RM-DNR-FLAG = 'Y'
                   DISPLAY '*DO NOT RENT - ' RM-DNR-REASON
               END-IF
               DISPLAY 'DATE IN   MAKE  MILES  DAYS  LATE FEE  DAMAGE'
               MOVE ZERO TO WS-HIST-CT
               MOVE 'N' TO EOF-SWITCH
               OPEN INPUT RENTAL-FILE
               IF WS-RENTAL-STATUS NOT = "00"
                   MOVE 'Y' TO EOF-SWITCH
               END-IF
               PERFORM UNTIL EOF-SWITCH = 'Y'
                   READ RENTAL-FILE
                       AT END
                           MOVE 'Y' TO EOF-SWITCH
                       NOT AT END
                           IF RT-LICENSE-NO = WS-LICENSE-NO
                               DISPLAY RT-DATE-IN '  ' RT-CAR-MAKE
                                   '     ' RT-MILES '  ' RT-DAYS
                                   '   ' RT-LATE-FEE '    '
                                   RT-DAMAGE-CHG
                               ADD 1 TO WS-HIST-CT
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-RENTAL-STATUS NOT = "35"
                   CLOSE RENTAL-FILE
               END-IF
               DISPLAY WS-HIST-CT ' RENTALS.'
               PERFORM 550-CLAIM-HISTORY
           END-IF.
       550-CLAIM-HISTORY.
           MOVE ZERO TO WS-HIST-CT
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT CLAIM-FILE
           IF WS-CLM-STATUS NOT = "00"
               MOVE 'Y' TO EOF-SWITCH
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ CLAIM-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       IF CL-LICENSE-NO = WS-LICENSE-NO
                           DISPLAY 'CLAIM ' CL-CLAIM-NO ' '
                               CL-DATE-IN ' ' CL-NEW-DAMAGE
                               ' COVER ' CL-WAIVER
                               ' STATUS ' CL-STATUS
                           ADD 1 TO WS-HIST-CT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CLM-STATUS NOT = "35"
               CLOSE CLAIM-FILE
           END-IF
           DISPLAY WS-HIST-CT ' DAMAGE CLAIMS.'.
       800-SAVE-RENTERS.
           OPEN OUTPUT RENTER-FILE
           PERFORM VARYING RN-INDX FROM 1 BY 1
                   UNTIL RN-INDX > RN-COUNT
               WRITE RENTER-REC FROM RN-REC(RN-INDX)
           END-PERFORM
           CLOSE RENTER-FILE.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. VendMaint.
       AUTHOR. Brianna Muleski
               Andrew Iverson
       DATE-WRITTEN. 10/13/14
      ******************************************************************
      * Purpose:
      *    Maintains the vendor master (VENDOR.DAT) that PoEntry
      *    validates purchase orders against and the payables
      *    programs pay from. Each vendor carries its remit-to
      *    address, payment terms in net days, the 1099 reporting
      *    flag and tax ID. A vendor is deactivated rather than
      *    deleted so its old POs and invoices still trace back;
      *    an inactive vendor cannot be put on a new PO.
      *
      * Input:
      *    VENDOR.DAT - vendor master (created on first run)
      *    Maintenance actions entered at the console
      *
      * Output:
      *    VENDOR.DAT - rewritten with the maintained list
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDOR-FILE ASSIGN TO "VENDOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VEND-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * ONE ROW PER VENDOR. TERMS ARE NET DAYS FROM THE INVOICE DATE;
      * ACTIVE IS 'A' OR 'I'.
       FD  VENDOR-FILE.
       01  VN-REC.
           05  VN-VENDOR-NO    PIC X(5).
           05  VN-NAME         PIC X(25).
           05  VN-STREET       PIC X(25).
           05  VN-CITY         PIC X(15).
           05  VN-STATE        PIC XX.
           05  VN-ZIP          PIC X(5).
           05  VN-TERMS-DAYS   PIC 9(3).
           05  VN-1099-FLAG    PIC X.
           05  VN-TAX-ID       PIC X(9).
           05  VN-ACTIVE       PIC X.
       WORKING-STORAGE SECTION.
       01  WORKING-ITEMS.
           05  VALID-SW        PIC X.
           05  VN-EOF-SWITCH   PIC X       VALUE 'N'.
           05  WS-VEND-STATUS  PIC XX.
           05  MENU-CHOICE     PIC X       VALUE SPACE.
           05  MAINT-VENDOR-NO PIC X(5).
           05  MAINT-NAME      PIC X(25).
           05  MAINT-STREET    PIC X(25).
           05  MAINT-CITY      PIC X(15).
           05  MAINT-STATE     PIC XX.
           05  MAINT-ZIP       PIC X(5).
           05  MAINT-TERMS     PIC X(3).
           05  MAINT-1099-FLAG PIC X.
           05  MAINT-TAX-ID    PIC X(9).
           05  WS-FOUND-SW     PIC X.
               88  VENDOR-ON-FILE          VALUE 'Y'.
           05  WS-CHANGED-SW   PIC X       VALUE 'N'.
               88  MASTER-CHANGED          VALUE 'Y'.
           05  WS-VN-SUB       PIC 9(4).
       01  VENDOR-TABLE.
           05  VT-COUNT        PIC 9(4)    VALUE ZERO.
           05  VT-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON VT-COUNT
                   INDEXED BY VT-INDX.
               10  VT-VENDOR-NO    PIC X(5).
               10  VT-NAME         PIC X(25).
               10  VT-STREET       PIC X(25).
               10  VT-CITY         PIC X(15).
               10  VT-STATE        PIC XX.
               10  VT-ZIP          PIC X(5).
               10  VT-TERMS-DAYS   PIC 9(3).
               10  VT-1099-FLAG    PIC X.
               10  VT-TAX-ID       PIC X(9).
               10  VT-ACTIVE       PIC X.
      *
       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 050-LOAD-VENDORS
           PERFORM 100-MAINT-MENU UNTIL MENU-CHOICE = 'X'
           IF MASTER-CHANGED
               PERFORM 800-SAVE-VENDORS
           END-IF

           DISPLAY SPACE
           DISPLAY '--END OF VENDOR MAINTENANCE--'
           STOP RUN.
      * LOADS VENDOR.DAT INTO A RUNTIME TABLE. MAINTENANCE IS DONE
      * AGAINST THE TABLE AND THE FILE IS REWRITTEN AT THE END.
       050-LOAD-VENDORS.
           OPEN INPUT VENDOR-FILE
           IF WS-VEND-STATUS NOT = "00"
               MOVE 'Y' TO VN-EOF-SWITCH
           END-IF
           PERFORM UNTIL VN-EOF-SWITCH = 'Y'
               READ VENDOR-FILE
                   AT END
                       MOVE 'Y' TO VN-EOF-SWITCH
                   NOT AT END
                       IF VT-COUNT < 500
                           ADD 1 TO VT-COUNT
                           MOVE VN-REC TO VT-ENTRY(VT-COUNT)
                           IF VN-TERMS-DAYS NOT NUMERIC
                               MOVE ZERO TO VT-TERMS-DAYS(VT-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-VEND-STATUS NOT = "35"
               CLOSE VENDOR-FILE
           END-IF.
      * DISPLAYS THE MAINTENANCE MENU AND ROUTES THE CHOICE.
       100-MAINT-MENU.
           DISPLAY SPACE
           DISPLAY 'A-ADD VENDOR  C-CHANGE  D-DEACTIVATE  X-EXIT'
           ACCEPT MENU-CHOICE
           EVALUATE MENU-CHOICE
               WHEN 'A'
                   PERFORM 200-ADD-VENDOR
               WHEN 'C'
                   PERFORM 300-CHANGE-VENDOR
               WHEN 'D'
                   PERFORM 400-DEACTIVATE-VENDOR
               WHEN 'X'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'INVALID CHOICE'
           END-EVALUATE.
      * LOOKS THE VENDOR NUMBER UP IN THE TABLE AND LEAVES ITS
      * POSITION IN WS-VN-SUB WHEN FOUND.
       150-FIND-IN-TABLE.
           MOVE 'N' TO WS-FOUND-SW
           MOVE ZERO TO WS-VN-SUB
           PERFORM VARYING VT-INDX FROM 1 BY 1
                   UNTIL VT-INDX > VT-COUNT
               IF VT-VENDOR-NO(VT-INDX) = MAINT-VENDOR-NO
                   MOVE 'Y' TO WS-FOUND-SW
                   SET WS-VN-SUB TO VT-INDX
               END-IF
           END-PERFORM.
      * ADDS A NEW VENDOR, ACTIVE BY DEFAULT. NAME, ADDRESS AND TERMS
      * ARE REQUIRED; A 1099 VENDOR MUST ALSO HAVE A TAX ID.
       200-ADD-VENDOR.
           DISPLAY 'ENTER NEW VENDOR NUMBER:'
           ACCEPT MAINT-VENDOR-NO
           PERFORM 150-FIND-IN-TABLE
           EVALUATE TRUE
               WHEN MAINT-VENDOR-NO = SPACE
                   DISPLAY 'INVALID VENDOR NUMBER.'
               WHEN VENDOR-ON-FILE
                   DISPLAY 'VENDOR ALREADY ON FILE.'
               WHEN VT-COUNT NOT < 500
                   DISPLAY 'VENDOR TABLE IS FULL.'
               WHEN OTHER
                   PERFORM 210-ACCEPT-NAME-ADDRESS
                   PERFORM 220-ACCEPT-TERMS
                   PERFORM 230-ACCEPT-1099
                   ADD 1 TO VT-COUNT
                   MOVE VT-COUNT TO WS-VN-SUB
                   MOVE MAINT-VENDOR-NO TO VT-VENDOR-NO(WS-VN-SUB)
                   MOVE 'A' TO VT-ACTIVE(WS-VN-SUB)
                   PERFORM 250-STORE-VENDOR
                   DISPLAY 'VENDOR ADDED.'
           END-EVALUATE.
      * ACCEPTS THE VENDOR NAME AND REMIT-TO ADDRESS FOR A NEW VENDOR.
       210-ACCEPT-NAME-ADDRESS.
           DISPLAY 'ENTER VENDOR NAME:'
           ACCEPT MAINT-NAME
           PERFORM UNTIL MAINT-NAME NOT = SPACE
               DISPLAY 'INVALID NAME.'
               DISPLAY 'ENTER VENDOR NAME:'
               ACCEPT MAINT-NAME
           END-PERFORM
           DISPLAY 'ENTER REMIT-TO STREET:'
           ACCEPT MAINT-STREET
           PERFORM UNTIL MAINT-STREET NOT = SPACE
               DISPLAY 'INVALID STREET.'
               DISPLAY 'ENTER REMIT-TO STREET:'
               ACCEPT MAINT-STREET
           END-PERFORM
           DISPLAY 'ENTER REMIT-TO CITY:'
           ACCEPT MAINT-CITY
           DISPLAY 'ENTER REMIT-TO STATE:'
           ACCEPT MAINT-STATE
           DISPLAY 'ENTER REMIT-TO ZIP:'
           ACCEPT MAINT-ZIP
           PERFORM UNTIL MAINT-ZIP IS NUMERIC
               DISPLAY 'INVALID ZIP.'
               DISPLAY 'ENTER REMIT-TO ZIP:'
               ACCEPT MAINT-ZIP
           END-PERFORM.
      * ACCEPTS THE NET TERMS IN DAYS (000-365).
       220-ACCEPT-TERMS.
           DISPLAY 'ENTER TERMS - NET DAYS (3 DIGITS, E.G. 030):'
           ACCEPT MAINT-TERMS
           MOVE 'N' TO VALID-SW
           PERFORM UNTIL VALID-SW = 'Y'
               IF MAINT-TERMS IS NUMERIC AND MAINT-TERMS NOT > '365'
                   MOVE 'Y' TO VALID-SW
               ELSE
                   DISPLAY 'INVALID TERMS.'
                   DISPLAY 'ENTER TERMS - NET DAYS (3 DIGITS):'
                   ACCEPT MAINT-TERMS
               END-IF
           END-PERFORM.
      * ACCEPTS THE 1099 FLAG, AND THE TAX ID WHEN THE VENDOR IS
      * REPORTABLE.
       230-ACCEPT-1099.
           DISPLAY '1099 REPORTABLE VENDOR? (Y/N):'
           ACCEPT MAINT-1099-FLAG
           PERFORM UNTIL MAINT-1099-FLAG = 'Y' OR MAINT-1099-FLAG = 'N'
               DISPLAY 'INVALID FLAG.'
               DISPLAY '1099 REPORTABLE VENDOR? (Y/N):'
               ACCEPT MAINT-1099-FLAG
           END-PERFORM
           MOVE SPACES TO MAINT-TAX-ID
           IF MAINT-1099-FLAG = 'Y'
               DISPLAY 'ENTER TAX ID (9 DIGITS):'
               ACCEPT MAINT-TAX-ID
               PERFORM UNTIL MAINT-TAX-ID IS NUMERIC
                   DISPLAY 'INVALID TAX ID.'
                   DISPLAY 'ENTER TAX ID (9 DIGITS):'
                   ACCEPT MAINT-TAX-ID
               END-PERFORM
           END-IF.
      * MOVES THE ACCEPTED FIELDS INTO THE TABLE ROW AT WS-VN-SUB.
       250-STORE-VENDOR.
           MOVE MAINT-NAME      TO VT-NAME(WS-VN-SUB)
           MOVE MAINT-STREET    TO VT-STREET(WS-VN-SUB)
           MOVE MAINT-CITY      TO VT-CITY(WS-VN-SUB)
           MOVE MAINT-STATE     TO VT-STATE(WS-VN-SUB)
           MOVE MAINT-ZIP       TO VT-ZIP(WS-VN-SUB)
           MOVE MAINT-TERMS     TO VT-TERMS-DAYS(WS-VN-SUB)
           MOVE MAINT-1099-FLAG TO VT-1099-FLAG(WS-VN-SUB)
           MOVE MAINT-TAX-ID    TO VT-TAX-ID(WS-VN-SUB)
           MOVE 'Y' TO WS-CHANGED-SW.
      * CHANGES AN EXISTING VENDOR. THE CURRENT VALUES ARE SHOWN AND
      * EVERY FIELD IS RE-KEYED, SO A REMIT-TO MOVE OR A TERMS CHANGE
      * IS ONE PASS. A DEACTIVATED VENDOR CAN BE REACTIVATED HERE.
       300-CHANGE-VENDOR.
           DISPLAY 'ENTER VENDOR NUMBER TO CHANGE:'
           ACCEPT MAINT-VENDOR-NO
           PERFORM 150-FIND-IN-TABLE
           IF NOT VENDOR-ON-FILE
               DISPLAY 'VENDOR NOT ON FILE.'
           ELSE
               DISPLAY 'CURRENT: ' VT-NAME(WS-VN-SUB)
               DISPLAY '         ' VT-STREET(WS-VN-SUB)
               DISPLAY '         ' VT-CITY(WS-VN-SUB) ' '
                   VT-STATE(WS-VN-SUB) ' ' VT-ZIP(WS-VN-SUB)
               DISPLAY '  TERMS NET ' VT-TERMS-DAYS(WS-VN-SUB)
                   '  1099 ' VT-1099-FLAG(WS-VN-SUB)
                   '  TAX ID ' VT-TAX-ID(WS-VN-SUB)
                   '  ACTIVE ' VT-ACTIVE(WS-VN-SUB)
               PERFORM 210-ACCEPT-NAME-ADDRESS
               PERFORM 220-ACCEPT-TERMS
               PERFORM 230-ACCEPT-1099
               PERFORM 250-STORE-VENDOR
               IF VT-ACTIVE(WS-VN-SUB) NOT = 'A'
                   DISPLAY 'VENDOR IS INACTIVE - REACTIVATE? (Y/N):'
                   ACCEPT VALID-SW
                   IF VALID-SW = 'Y'
                       MOVE 'A' TO VT-ACTIVE(WS-VN-SUB)
                   END-IF
               END-IF
               DISPLAY 'VENDOR CHANGED.'
           END-IF.
      * MARKS A VENDOR INACTIVE SO NO NEW PO CAN BE WRITTEN TO IT.
      * INVOICES ALREADY ON THE BOOKS ARE STILL PAID.
       400-DEACTIVATE-VENDOR.
           DISPLAY 'ENTER VENDOR NUMBER TO DEACTIVATE:'
           ACCEPT MAINT-VENDOR-NO
           PERFORM 150-FIND-IN-TABLE
           IF NOT VENDOR-ON-FILE
               DISPLAY 'VENDOR NOT ON FILE.'
           ELSE
               MOVE 'I' TO VT-ACTIVE(WS-VN-SUB)
               MOVE 'Y' TO WS-CHANGED-SW
               DISPLAY 'VENDOR DEACTIVATED.'
           END-IF.
      * REWRITES VENDOR.DAT FROM THE MAINTAINED TABLE.
       800-SAVE-VENDORS.
           OPEN OUTPUT VENDOR-FILE
           PERFORM VARYING VT-INDX FROM 1 BY 1
                   UNTIL VT-INDX > VT-COUNT
               MOVE VT-ENTRY(VT-INDX) TO VN-REC
               WRITE VN-REC
           END-PERFORM
           CLOSE VENDOR-FILE.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ApPay.
       AUTHOR. Brianna Muleski
               Andrew Iverson
       DATE-WRITTEN. 10/13/14
      ******************************************************************
      * Purpose:
      *    Accounts payable payment selection run. Every invoice on
      *    the AP open-item file that is open for payment (matched,
      *    or released from hold by ApInvoice) and due on or before
      *    the pay-through date is selected. After the count and
      *    total are confirmed, one check is printed per vendor to
      *    the vendor master's remit-to address, with a stub listing
      *    the invoices it pays. The invoices are marked paid with
      *    the check number and date, the check sequence is saved
      *    for the next run, and the total paid is booked to the GL
      *    as one APPAY pair (AP debit, cash credit). Held invoices
      *    are never selected.
      *
      * Input:
      *    VENDOR.DAT   - vendor master (name and remit-to address)
      *    APOPEN.DAT   - AP open items from ApInvoice
      *    APCHKNO.DAT  - next AP check number control file
      *    GLMAP.DAT    - GL accounts for source APPAY
      *    Pay-through date entered at the console (0 = today)
      *
      * Output:
      *    APCHECKS.RPT  - vendor check faces with invoice stubs
      *    APPAYREG.RPT  - payment register
      *    APOPEN.DAT    - rewritten with the paid items marked
      *    APCHKNO.DAT   - next check number saved back
      *    GLJOURNAL.DAT - APPAY pair appended
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDOR-FILE ASSIGN TO "VENDOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VEND-STATUS.
           SELECT OPEN-ITEM-FILE ASSIGN TO "APOPEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AO-STATUS.
           SELECT CHKNO-FILE ASSIGN TO "APCHKNO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHKNO-STATUS.
           SELECT GLMAP-FILE ASSIGN TO "GLMAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "GLJOURNAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.
           SELECT CHECK-FILE ASSIGN TO "APCHECKS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REGISTER-FILE ASSIGN TO "APPAYREG.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
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
      * ONE ROW PER INVOICE. STATUS 'H' ON HOLD, 'O' OPEN FOR
      * PAYMENT, 'P' PAID WITH THE CHECK NUMBER AND DATE.
       FD  OPEN-ITEM-FILE.
       01  AO-REC.
           05  AO-VENDOR-NO    PIC X(5).
           05  AO-INV-NO       PIC X(10).
           05  AO-INV-DATE     PIC 9(8).
           05  AO-DUE-DATE     PIC 9(8).
           05  AO-AMT          PIC 9(7)V99.
           05  AO-STATUS       PIC X.
           05  AO-CHECK-NO     PIC 9(6).
           05  AO-PAID-DATE    PIC 9(8).
       FD  CHKNO-FILE.
       01  CHKNO-REC.
           05  CN-NEXT-CHECK   PIC 9(6).
       FD  GLMAP-FILE.
       01  GLMAP-REC.
           05  GM-SOURCE       PIC X(8).
           05  GM-DEPT         PIC 9.
           05  GM-DR-ACCT      PIC X(6).
           05  GM-CR-ACCT      PIC X(6).
           05  GM-DEPT-NAME    PIC X(8).
       FD  JOURNAL-FILE.
       01  JOURNAL-REC.
           05  GJ-DATE         PIC 9(8).
           05  GJ-ACCT         PIC X(6).
           05  GJ-DRCR         PIC X.
           05  GJ-AMT          PIC S9(9)V99.
           05  GJ-SOURCE       PIC X(8).
           05  GJ-STORE        PIC 9(2).
       FD  CHECK-FILE.
       01  CHECK-REC           PIC X(100).
       FD  REGISTER-FILE.
       01  REGISTER-REC        PIC X(80).
       WORKING-STORAGE SECTION.
       01  WORKING-ITEMS.
           05  VALID-SW        PIC X.
           05  EOF-SWITCH      PIC X.
           05  WS-VEND-STATUS  PIC XX.
           05  WS-AO-STATUS    PIC XX.
           05  WS-CHKNO-STATUS PIC XX.
           05  WS-MAP-STATUS   PIC XX.
           05  WS-JRNL-STATUS  PIC XX.
           05  WS-RUN-DATE     PIC 9(8).
           05  WS-CUTOFF-DATE  PIC 9(8).
           05  WS-SOURCE       PIC X(8)    VALUE 'APPAY'.
           05  WS-DR-ACCT      PIC X(6).
           05  WS-CR-ACCT      PIC X(6).
           05  WS-MAP-SW       PIC X       VALUE 'N'.
               88  MAP-FOUND               VALUE 'Y'.
           05  WS-ANSWER       PIC X.
           05  WS-CHECK-NO     PIC 9(6)    VALUE 1.
           05  WS-FIRST-CHECK  PIC 9(6).
           05  WS-CHECK-AMT    PIC 9(7)V99.
           05  WS-CHECK-INV-CT PIC 9(4).
           05  WS-VN-SUB       PIC 9(4).
           05  WS-VN-FOUND     PIC 9(4).
           05  WS-SELECT-CT    PIC 9(4)    VALUE ZERO.
           05  WS-SELECT-TOT   PIC 9(9)V99 VALUE ZERO.
           05  WS-SELECT-TOT-ED PIC $$$,$$$,$$9.99.
           05  WS-NO-VENDOR-CT PIC 9(4)    VALUE ZERO.
           05  WS-CHECK-CT     PIC 9(4)    VALUE ZERO.
           05  WS-RUN-TOT      PIC 9(9)V99 VALUE ZERO.
      * AMOUNT-IN-WORDS WORK AREAS FOR THE CHECK FACE.
           05  WS-DOLLARS      PIC 9(7).
           05  WS-CENTS        PIC 99.
           05  WS-MILL         PIC 9.
           05  WS-REM6         PIC 9(6).
           05  WS-THOU         PIC 9(3).
           05  WS-REM3         PIC 9(3).
           05  WS-3DIG         PIC 9(3).
           05  WS-HUND         PIC 9.
           05  WS-REM2         PIC 99.
           05  WS-2DIG         PIC 99.
           05  WS-TENS-DIG     PIC 9.
           05  WS-UNIT-DIG     PIC 9.
           05  WS-2DIG-WORDS   PIC X(20).
           05  WS-AMT-WORDS    PIC X(95).
           05  WS-WORD-PTR     PIC 99.
       01  UNIT-WORD-TABLE.
           05  FILLER PIC X(45) VALUE
               "ONE      TWO      THREE    FOUR     FIVE     ".
           05  FILLER PIC X(45) VALUE
               "SIX      SEVEN    EIGHT    NINE     TEN      ".
           05  FILLER PIC X(45) VALUE
               "ELEVEN   TWELVE   THIRTEEN FOURTEEN FIFTEEN  ".
           05  FILLER PIC X(36) VALUE
               "SIXTEEN  SEVENTEENEIGHTEEN NINETEEN ".
       01  UNIT-WORDS REDEFINES UNIT-WORD-TABLE.
           05  UNIT-WORD OCCURS 19 TIMES PIC X(9).
       01  TENS-WORD-TABLE.
           05  FILLER PIC X(28) VALUE "TWENTY THIRTY FORTY  FIFTY  ".
           05  FILLER PIC X(28) VALUE "SIXTY  SEVENTYEIGHTY NINETY ".
       01  TENS-WORDS REDEFINES TENS-WORD-TABLE.
           05  TENS-WORD OCCURS 8 TIMES PIC X(7).
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
               10  VT-1099-FLAG    PIC X.
       01  OPEN-ITEM-TABLE.
           05  AO-COUNT        PIC 9(4)    VALUE ZERO.
           05  AO-ENTRY OCCURS 1 TO 1000 TIMES
                   DEPENDING ON AO-COUNT
                   INDEXED BY AO-INDX.
               10  AO-T-VENDOR-NO  PIC X(5).
               10  AO-T-INV-NO     PIC X(10).
               10  AO-T-INV-DATE   PIC 9(8).
               10  AO-T-DUE-DATE   PIC 9(8).
               10  AO-T-AMT        PIC 9(7)V99.
               10  AO-T-STATUS     PIC X.
               10  AO-T-CHECK-NO   PIC 9(6).
               10  AO-T-PAID-DATE  PIC 9(8).
       01  CHK-FACE-1.
           05  FILLER          PIC X(10)   VALUE "CHECK NO: ".
           05  CF-CHECK-NO     PIC 9(6).
           05  FILLER          PIC X(10)   VALUE SPACES.
           05  FILLER          PIC X(6)    VALUE "DATE: ".
           05  CF-MM           PIC 99.
           05  FILLER          PIC X       VALUE "/".
           05  CF-DD           PIC 99.
           05  FILLER          PIC X       VALUE "/".
           05  CF-YEAR         PIC 9(4).
       01  CHK-FACE-2.
           05  FILLER          PIC X(21)   VALUE
                                   "PAY TO THE ORDER OF: ".
           05  CF-VENDOR-NAME  PIC X(25).
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  CF-AMOUNT       PIC $$,$$$,$$9.99.
       01  CHK-FACE-3.
           05  CF-AMT-WORDS    PIC X(95).
       01  CHK-ADDRESS-1.
           05  FILLER          PIC X(21)   VALUE SPACES.
           05  CA-STREET       PIC X(25).
       01  CHK-ADDRESS-2.
           05  FILLER          PIC X(21)   VALUE SPACES.
           05  CA-CITY         PIC X(15).
           05  FILLER          PIC X       VALUE SPACE.
           05  CA-STATE        PIC XX.
           05  FILLER          PIC X       VALUE SPACE.
           05  CA-ZIP          PIC X(5).
       01  STUB-HEADING.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  FILLER          PIC X(12)   VALUE "INVOICE".
           05  FILLER          PIC X(12)   VALUE "INV DATE".
           05  FILLER          PIC X(12)   VALUE "      AMOUNT".
           05  FILLER          PIC X(14)   VALUE SPACES.
           05  FILLER          PIC X(6)    VALUE "VENDOR".
           05  FILLER          PIC X       VALUE SPACE.
           05  SH-VENDOR-NO    PIC X(5).
       01  STUB-DETAIL.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  SD-INV-NO       PIC X(10).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  SD-MM           PIC 99.
           05  FILLER          PIC X       VALUE "/".
           05  SD-DD           PIC 99.
           05  FILLER          PIC X       VALUE "/".
           05  SD-YEAR         PIC 9(4).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  SD-AMT          PIC Z,ZZZ,ZZ9.99.
       01  CHK-SEPARATOR.
           05  FILLER          PIC X(70)   VALUE ALL "-".
       01  RG-TITLE.
           05  FILLER          PIC X(6)    VALUE "DATE: ".
           05  RG-MM           PIC 99.
           05  FILLER          PIC X       VALUE "/".
           05  RG-DD           PIC 99.
           05  FILLER          PIC X       VALUE "/".
           05  RG-YEAR         PIC 9(4).
           05  FILLER          PIC X(14)   VALUE SPACES.
           05  FILLER          PIC X(19)   VALUE "AP PAYMENT REGISTER".
       01  RG-CUTOFF.
           05  FILLER          PIC X(22)   VALUE
                                   "PAID THROUGH DUE DATE ".
           05  RC-MM           PIC 99.
           05  FILLER          PIC X       VALUE "/".
           05  RC-DD           PIC 99.
           05  FILLER          PIC X       VALUE "/".
           05  RC-YEAR         PIC 9(4).
       01  RG-COLUMNS.
           05  FILLER          PIC X(8)    VALUE "CHECK NO".
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  FILLER          PIC X(7)    VALUE "VENDOR".
           05  FILLER          PIC X(27)   VALUE "NAME".
           05  FILLER          PIC X(6)    VALUE "1099".
           05  FILLER          PIC X(8)    VALUE "INVOICES".
           05  FILLER          PIC X(15)   VALUE "         AMOUNT".
       01  RG-DETAIL.
           05  RD-CHECK-NO     PIC 9(6).
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  RD-VENDOR-NO    PIC X(5).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  RD-VENDOR-NAME  PIC X(25).
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  RD-1099-FLAG    PIC X.
           05  FILLER          PIC X(6)    VALUE SPACES.
           05  RD-INV-CT       PIC ZZZ9.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  RD-AMT          PIC $$,$$$,$$9.99.
       01  RG-TOTALS.
           05  FILLER          PIC X(7)    VALUE "CHECKS ".
           05  RT-FIRST        PIC 9(6).
           05  FILLER          PIC X(4)    VALUE " TO ".
           05  RT-LAST         PIC 9(6).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  RT-CHECK-CT     PIC ZZZ9.
           05  FILLER          PIC X(15)   VALUE " CHECKS  TOTAL ".
           05  RT-RUN-TOT      PIC $$$,$$$,$$9.99.
       01  RG-NO-VENDOR-LINE.
           05  RN-COUNT        PIC ZZZ9.
           05  FILLER          PIC X(48)   VALUE
               " DUE INVOICES SKIPPED - VENDOR NOT ON VENDOR.DAT".
      *
       PROCEDURE DIVISION.
       000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM 040-LOAD-GLMAP
           IF NOT MAP-FOUND
               DISPLAY 'NO ' WS-SOURCE ' MAPPING IN GLMAP.DAT - '
                   'NO CHECKS PRINTED.'
               STOP RUN
           END-IF
           PERFORM 050-LOAD-VENDORS
           PERFORM 060-LOAD-OPEN-ITEMS
           PERFORM 065-READ-CHECK-NUMBER
           PERFORM 070-ACCEPT-CUTOFF
           PERFORM 100-SELECT-ITEMS
           IF WS-SELECT-CT = ZERO
               DISPLAY 'NOTHING OPEN AND DUE THROUGH ' WS-CUTOFF-DATE
               STOP RUN
           END-IF
           MOVE WS-SELECT-TOT TO WS-SELECT-TOT-ED
           DISPLAY WS-SELECT-CT ' INVOICES SELECTED, TOTAL '
               WS-SELECT-TOT-ED
           DISPLAY 'PRINT CHECKS STARTING AT ' WS-CHECK-NO '? (Y/N):'
           ACCEPT WS-ANSWER
           IF WS-ANSWER NOT = 'Y'
               DISPLAY 'NO CHECKS PRINTED.'
               STOP RUN
           END-IF
           PERFORM 200-OPEN-REPORTS
           PERFORM 300-PAY-VENDOR
               VARYING WS-VN-SUB FROM 1 BY 1
               UNTIL WS-VN-SUB > VT-COUNT
           PERFORM 600-WRITE-REGISTER-TOTALS
           PERFORM 700-SAVE-OPEN-ITEMS
           PERFORM 750-SAVE-CHECK-NUMBER
           PERFORM 520-WRITE-GL-PAIR

           DISPLAY WS-CHECK-CT ' CHECKS PRINTED TO APCHECKS.RPT.'
           DISPLAY '--END OF AP PAYMENT RUN--'
           STOP RUN.
      * FINDS THE AP AND CASH ACCOUNTS FOR SOURCE APPAY. WITH NO
      * MAPPING THE RUN STOPS BEFORE ANY CHECK IS PRINTED.
       040-LOAD-GLMAP.
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT GLMAP-FILE
           IF WS-MAP-STATUS NOT = "00"
               MOVE 'Y' TO EOF-SWITCH
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ GLMAP-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       IF GM-SOURCE = WS-SOURCE AND GM-DEPT = ZERO
                           MOVE GM-DR-ACCT TO WS-DR-ACCT
                           MOVE GM-CR-ACCT TO WS-CR-ACCT
                           SET MAP-FOUND TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-MAP-STATUS NOT = "35"
               CLOSE GLMAP-FILE
           END-IF.
      * LOADS THE VENDOR MASTER WITH THE REMIT-TO ADDRESS. INACTIVE
      * VENDORS STAY IN - WHAT IS OWED THEM IS STILL PAID.
       050-LOAD-VENDORS.
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT VENDOR-FILE
           IF WS-VEND-STATUS NOT = "00"
               MOVE 'Y' TO EOF-SWITCH
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ VENDOR-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       IF VT-COUNT < 500
                           ADD 1 TO VT-COUNT
                           MOVE VN-VENDOR-NO TO VT-VENDOR-NO(VT-COUNT)
                           MOVE VN-NAME      TO VT-NAME(VT-COUNT)
                           MOVE VN-STREET    TO VT-STREET(VT-COUNT)
                           MOVE VN-CITY      TO VT-CITY(VT-COUNT)
                           MOVE VN-STATE     TO VT-STATE(VT-COUNT)
                           MOVE VN-ZIP       TO VT-ZIP(VT-COUNT)
                           MOVE VN-1099-FLAG TO VT-1099-FLAG(VT-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-VEND-STATUS NOT = "35"
               CLOSE VENDOR-FILE
           END-IF.
      * LOADS THE AP OPEN-ITEM FILE. PAID ITEMS ARE CARRIED THROUGH
      * UNCHANGED WHEN THE FILE IS REWRITTEN.
       060-LOAD-OPEN-ITEMS.
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT OPEN-ITEM-FILE
           IF WS-AO-STATUS NOT = "00"
               MOVE 'Y' TO EOF-SWITCH
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ OPEN-ITEM-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       IF AO-COUNT < 1000
                           ADD 1 TO AO-COUNT
                           MOVE AO-REC TO AO-ENTRY(AO-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-AO-STATUS NOT = "35"
               CLOSE OPEN-ITEM-FILE
           END-IF.
      * READS THE NEXT AP CHECK NUMBER. ON THE VERY FIRST RUN THE
      * SEQUENCE STARTS AT 1.
       065-READ-CHECK-NUMBER.
           OPEN INPUT CHKNO-FILE
           IF WS-CHKNO-STATUS = "00"
               READ CHKNO-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CN-NEXT-CHECK TO WS-CHECK-NO
               END-READ
               CLOSE CHKNO-FILE
           END-IF
           MOVE WS-CHECK-NO TO WS-FIRST-CHECK.
      * ACCEPTS THE PAY-THROUGH DUE DATE (0 = TODAY).
       070-ACCEPT-CUTOFF.
           DISPLAY 'ENTER PAY-THROUGH DUE DATE (YYYYMMDD, 0 = TODAY):'
           ACCEPT WS-CUTOFF-DATE
           IF WS-CUTOFF-DATE = ZERO
               MOVE WS-RUN-DATE TO WS-CUTOFF-DATE
           END-IF.
      * COUNTS WHAT THE RUN WILL PAY SO IT CAN BE CONFIRMED BEFORE
      * ANY CHECK IS PRINTED. A DUE ITEM WHOSE VENDOR IS NOT ON THE
      * MASTER HAS NO REMIT-TO ADDRESS AND IS LEFT OPEN.
       100-SELECT-ITEMS.
           PERFORM VARYING AO-INDX FROM 1 BY 1
                   UNTIL AO-INDX > AO-COUNT
               IF AO-T-STATUS(AO-INDX) = 'O'
                  AND AO-T-DUE-DATE(AO-INDX) NOT > WS-CUTOFF-DATE
                   MOVE ZERO TO WS-VN-FOUND
                   PERFORM VARYING VT-INDX FROM 1 BY 1
                           UNTIL VT-INDX > VT-COUNT
                       IF VT-VENDOR-NO(VT-INDX) =
                               AO-T-VENDOR-NO(AO-INDX)
                           SET WS-VN-FOUND TO VT-INDX
                       END-IF
                   END-PERFORM
                   IF WS-VN-FOUND = ZERO
                       ADD 1 TO WS-NO-VENDOR-CT
                       DISPLAY 'VENDOR ' AO-T-VENDOR-NO(AO-INDX)
                           ' NOT ON FILE - INVOICE '
                           AO-T-INV-NO(AO-INDX) ' NOT PAID.'
                   ELSE
                       ADD 1 TO WS-SELECT-CT
                       ADD AO-T-AMT(AO-INDX) TO WS-SELECT-TOT
                   END-IF
               END-IF
           END-PERFORM.
      * OPENS THE CHECK AND REGISTER FILES AND WRITES THE REGISTER
      * HEADINGS.
       200-OPEN-REPORTS.
           OPEN OUTPUT CHECK-FILE REGISTER-FILE
           MOVE WS-RUN-DATE(5:2) TO RG-MM
           MOVE WS-RUN-DATE(7:2) TO RG-DD
           MOVE WS-RUN-DATE(1:4) TO RG-YEAR
           MOVE WS-CUTOFF-DATE(5:2) TO RC-MM
           MOVE WS-CUTOFF-DATE(7:2) TO RC-DD
           MOVE WS-CUTOFF-DATE(1:4) TO RC-YEAR
           WRITE REGISTER-REC FROM RG-TITLE
           WRITE REGISTER-REC FROM RG-CUTOFF
               AFTER ADVANCING 1 LINE
           WRITE REGISTER-REC FROM RG-COLUMNS
               AFTER ADVANCING 2 LINES.
      * TOTALS THE VENDOR'S SELECTED INVOICES AND, WHEN ANYTHING IS
      * DUE, PRINTS ONE CHECK FOR THE LOT.
       300-PAY-VENDOR.
           MOVE ZERO TO WS-CHECK-AMT
           MOVE ZERO TO WS-CHECK-INV-CT
           PERFORM VARYING AO-INDX FROM 1 BY 1
                   UNTIL AO-INDX > AO-COUNT
               IF AO-T-VENDOR-NO(AO-INDX) = VT-VENDOR-NO(WS-VN-SUB)
                  AND AO-T-STATUS(AO-INDX) = 'O'
                  AND AO-T-DUE-DATE(AO-INDX) NOT > WS-CUTOFF-DATE
                   ADD AO-T-AMT(AO-INDX) TO WS-CHECK-AMT
                   ADD 1 TO WS-CHECK-INV-CT
               END-IF
           END-PERFORM
           IF WS-CHECK-AMT > ZERO
               PERFORM 310-WRITE-CHECK
           END-IF.
      * PRINTS THE CHECK FACE TO THE REMIT-TO ADDRESS, THEN THE STUB
      * OF INVOICES PAID, MARKING EACH ONE PAID BY THIS CHECK.
       310-WRITE-CHECK.
           MOVE WS-CHECK-NO TO CF-CHECK-NO
           MOVE WS-RUN-DATE(5:2) TO CF-MM
           MOVE WS-RUN-DATE(7:2) TO CF-DD
           MOVE WS-RUN-DATE(1:4) TO CF-YEAR
           MOVE VT-NAME(WS-VN-SUB) TO CF-VENDOR-NAME
           MOVE WS-CHECK-AMT TO CF-AMOUNT
           PERFORM 935-BUILD-AMOUNT-WORDS
           MOVE WS-AMT-WORDS TO CF-AMT-WORDS
           MOVE VT-STREET(WS-VN-SUB) TO CA-STREET
           MOVE VT-CITY(WS-VN-SUB) TO CA-CITY
           MOVE VT-STATE(WS-VN-SUB) TO CA-STATE
           MOVE VT-ZIP(WS-VN-SUB) TO CA-ZIP
           WRITE CHECK-REC FROM CHK-FACE-1
               AFTER ADVANCING 2 LINES
           WRITE CHECK-REC FROM CHK-FACE-2
               AFTER ADVANCING 1 LINE
           WRITE CHECK-REC FROM CHK-ADDRESS-1
               AFTER ADVANCING 1 LINE
           WRITE CHECK-REC FROM CHK-ADDRESS-2
               AFTER ADVANCING 1 LINE
           WRITE CHECK-REC FROM CHK-FACE-3
               AFTER ADVANCING 1 LINE
           MOVE VT-VENDOR-NO(WS-VN-SUB) TO SH-VENDOR-NO
           WRITE CHECK-REC FROM STUB-HEADING
               AFTER ADVANCING 2 LINES
           PERFORM VARYING AO-INDX FROM 1 BY 1
                   UNTIL AO-INDX > AO-COUNT
               IF AO-T-VENDOR-NO(AO-INDX) = VT-VENDOR-NO(WS-VN-SUB)
                  AND AO-T-STATUS(AO-INDX) = 'O'
                  AND AO-T-DUE-DATE(AO-INDX) NOT > WS-CUTOFF-DATE
                   MOVE AO-T-INV-NO(AO-INDX) TO SD-INV-NO
                   MOVE AO-T-INV-DATE(AO-INDX)(5:2) TO SD-MM
                   MOVE AO-T-INV-DATE(AO-INDX)(7:2) TO SD-DD
                   MOVE AO-T-INV-DATE(AO-INDX)(1:4) TO SD-YEAR
                   MOVE AO-T-AMT(AO-INDX) TO SD-AMT
                   WRITE CHECK-REC FROM STUB-DETAIL
                       AFTER ADVANCING 1 LINE
                   MOVE 'P' TO AO-T-STATUS(AO-INDX)
                   MOVE WS-CHECK-NO TO AO-T-CHECK-NO(AO-INDX)
                   MOVE WS-RUN-DATE TO AO-T-PAID-DATE(AO-INDX)
               END-IF
           END-PERFORM
           WRITE CHECK-REC FROM CHK-SEPARATOR
               AFTER ADVANCING 1 LINE
           MOVE WS-CHECK-NO TO RD-CHECK-NO
           MOVE VT-VENDOR-NO(WS-VN-SUB) TO RD-VENDOR-NO
           MOVE VT-NAME(WS-VN-SUB) TO RD-VENDOR-NAME
           MOVE VT-1099-FLAG(WS-VN-SUB) TO RD-1099-FLAG
           MOVE WS-CHECK-INV-CT TO RD-INV-CT
           MOVE WS-CHECK-AMT TO RD-AMT
           WRITE REGISTER-REC FROM RG-DETAIL
               AFTER ADVANCING 1 LINE
           ADD WS-CHECK-AMT TO WS-RUN-TOT
           ADD 1 TO WS-CHECK-CT
           ADD 1 TO WS-CHECK-NO.
      * APPENDS THE APPAY PAIR FOR THE CHECKS PRINTED: ACCOUNTS
      * PAYABLE DEBIT, CASH CREDIT.
       520-WRITE-GL-PAIR.
           IF WS-RUN-TOT > ZERO
               OPEN EXTEND JOURNAL-FILE
               IF WS-JRNL-STATUS NOT = "00"
                   OPEN OUTPUT JOURNAL-FILE
               END-IF
               MOVE WS-RUN-DATE TO GJ-DATE
               MOVE WS-SOURCE   TO GJ-SOURCE
               MOVE ZERO        TO GJ-STORE
               MOVE WS-RUN-TOT  TO GJ-AMT
               MOVE WS-DR-ACCT  TO GJ-ACCT
               MOVE 'D'         TO GJ-DRCR
               WRITE JOURNAL-REC
               MOVE WS-CR-ACCT  TO GJ-ACCT
               MOVE 'C'         TO GJ-DRCR
               WRITE JOURNAL-REC
               CLOSE JOURNAL-FILE
               DISPLAY 'GL ' WS-SOURCE ' PAIR WRITTEN TO GLJOURNAL.DAT.'
           END-IF.
      * CLOSES THE REGISTER WITH THE CHECK RANGE AND RUN TOTAL, AND
      * ANY DUE ITEMS LEFT UNPAID FOR WANT OF A VENDOR RECORD.
       600-WRITE-REGISTER-TOTALS.
           MOVE WS-FIRST-CHECK TO RT-FIRST
           COMPUTE RT-LAST = WS-CHECK-NO - 1
           MOVE WS-CHECK-CT TO RT-CHECK-CT
           MOVE WS-RUN-TOT TO RT-RUN-TOT
           WRITE REGISTER-REC FROM RG-TOTALS
               AFTER ADVANCING 2 LINES
           IF WS-NO-VENDOR-CT > ZERO
               MOVE WS-NO-VENDOR-CT TO RN-COUNT
               WRITE REGISTER-REC FROM RG-NO-VENDOR-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           CLOSE CHECK-FILE REGISTER-FILE.
      * REWRITES APOPEN.DAT WITH THE PAID ITEMS MARKED.
       700-SAVE-OPEN-ITEMS.
           OPEN OUTPUT OPEN-ITEM-FILE
           PERFORM VARYING AO-INDX FROM 1 BY 1
                   UNTIL AO-INDX > AO-COUNT
               MOVE AO-ENTRY(AO-INDX) TO AO-REC
               WRITE AO-REC
           END-PERFORM
           CLOSE OPEN-ITEM-FILE.
      * SAVES THE NEXT CHECK NUMBER FOR THE NEXT RUN.
       750-SAVE-CHECK-NUMBER.
           OPEN OUTPUT CHKNO-FILE
           MOVE WS-CHECK-NO TO CN-NEXT-CHECK
           WRITE CHKNO-REC
           CLOSE CHKNO-FILE.
      * SPELLS THE CHECK AMOUNT FOR THE CHECK FACE, MILLIONS DOWN TO
      * THE CENTS FRACTION.
       935-BUILD-AMOUNT-WORDS.
           MOVE WS-CHECK-AMT TO WS-DOLLARS
           COMPUTE WS-CENTS = (WS-CHECK-AMT - WS-DOLLARS) * 100
           DIVIDE WS-DOLLARS BY 1000000 GIVING WS-MILL
               REMAINDER WS-REM6
           DIVIDE WS-REM6 BY 1000 GIVING WS-THOU
               REMAINDER WS-REM3
           MOVE SPACES TO WS-AMT-WORDS
           MOVE 1 TO WS-WORD-PTR
           IF WS-MILL > ZERO
               STRING UNIT-WORD(WS-MILL) DELIMITED BY ' '
                      ' MILLION ' DELIMITED BY SIZE
                   INTO WS-AMT-WORDS
                   WITH POINTER WS-WORD-PTR
               END-STRING
           END-IF
           IF WS-THOU > ZERO
               MOVE WS-THOU TO WS-3DIG
               PERFORM 937-CONVERT-3DIGITS
               STRING 'THOUSAND ' DELIMITED BY SIZE
                   INTO WS-AMT-WORDS
                   WITH POINTER WS-WORD-PTR
               END-STRING
           END-IF
           IF WS-REM3 > ZERO
               MOVE WS-REM3 TO WS-3DIG
               PERFORM 937-CONVERT-3DIGITS
           END-IF
           IF WS-DOLLARS = ZERO
               STRING 'ZERO ' DELIMITED BY SIZE
                   INTO WS-AMT-WORDS
                   WITH POINTER WS-WORD-PTR
               END-STRING
           END-IF
           STRING 'DOLLARS AND ' DELIMITED BY SIZE
                  WS-CENTS      DELIMITED BY SIZE
                  '/100'        DELIMITED BY SIZE
               INTO WS-AMT-WORDS
               WITH POINTER WS-WORD-PTR
           END-STRING.
      * SPELLS A THREE-DIGIT GROUP (1-999) ONTO THE END OF
      * WS-AMT-WORDS.
       937-CONVERT-3DIGITS.
           DIVIDE WS-3DIG BY 100 GIVING WS-HUND
               REMAINDER WS-REM2
           IF WS-HUND > ZERO
               STRING UNIT-WORD(WS-HUND) DELIMITED BY ' '
                      ' HUNDRED ' DELIMITED BY SIZE
                   INTO WS-AMT-WORDS
                   WITH POINTER WS-WORD-PTR
               END-STRING
           END-IF
           IF WS-REM2 > ZERO
               MOVE WS-REM2 TO WS-2DIG
               PERFORM 938-CONVERT-2DIGITS
               STRING WS-2DIG-WORDS DELIMITED BY '  '
                      ' ' DELIMITED BY SIZE
                   INTO WS-AMT-WORDS
                   WITH POINTER WS-WORD-PTR
               END-STRING
           END-IF.
      * SPELLS A TWO-DIGIT VALUE (1-99) INTO WS-2DIG-WORDS.
       938-CONVERT-2DIGITS.
           MOVE SPACES TO WS-2DIG-WORDS
           IF WS-2DIG < 20
               MOVE UNIT-WORD(WS-2DIG) TO WS-2DIG-WORDS
           ELSE
               DIVIDE WS-2DIG BY 10 GIVING WS-TENS-DIG
                   REMAINDER WS-UNIT-DIG
               IF WS-UNIT-DIG = ZERO
                   MOVE TENS-WORD(WS-TENS-DIG - 1) TO WS-2DIG-WORDS
               ELSE
                   STRING TENS-WORD(WS-TENS-DIG - 1)
                              DELIMITED BY ' '
                          '-' DELIMITED BY SIZE
                          UNIT-WORD(WS-UNIT-DIG)
                              DELIMITED BY ' '
                       INTO WS-2DIG-WORDS
                   END-STRING
               END-IF
           END-IF.

      * Purpose:
      *    Retention utility for the control and log files that only
      *    ever grow: OVERRIDELOG.DAT, BATCHREG.DAT, TAXCOLLECT.DAT,
      *    OPAUDIT.DAT, CUSTAUDIT.DAT, and the return-verification
      *    files SALEHIST.DAT, RETURNREF.DAT, and NORECEIPT.DAT,
      *    and the pizza shop's DELIVERY.DAT. A
      *    sale archived out of SALEHIST can no longer be returned
      *    against, so its cutoff sets the return window; RETURNREF
      *    is dated by the original sale so the two purge together.
      *    Rows dated on or before the operator-entered cutoff move
      *    to a dated archive file (the ArArchive pattern, one
      *    archive per file per cutoff)
      *    and the live file is rewritten holding only the recent
      *    window - so PhaseIII's batch-register scan stops reading
      *    every row ever written, while auditors can still find the
      *    moved and kept per file.
      *
      *    Each file keeps its date in a known spot: column 1 for
      *    OVERRIDELOG/BATCHREG/OPAUDIT/CUSTAUDIT and the three return
      *    files, column 3 for TAXCOLLECT (after the source code),
      *    and column 7 for DELIVERY (after the order number).
      *    DELIVERY rows are only archived once the driver has
      *    cashed them out (the flag in column 105); an order not yet
      *    cashed out stays live whatever its date.
      *
      * Input:
      *    The nine live files, and a cutoff date from the console
      *
      * Output:
      *    <NAME><cutoff>.DAT - archive per file
       DATA DIVISION.
       FILE SECTION.
       FD  LIVE-FILE.
       01  LIVE-REC            PIC X(105).
       FD  ARCHIVE-FILE.
       01  ARCHIVE-REC         PIC X(105).
       FD  HOLD-FILE.
       01  HOLD-REC            PIC X(105).
       FD  REPORT-FILE.
       01  REPORT-REC          PIC X(80).
       WORKING-STORAGE SECTION.
           05  WS-ARCH-NAME    PIC X(30).
           05  WS-CUTOFF-DATE  PIC 9(8).
           05  WS-ROW-DATE     PIC X(8).
           05  WS-ROW-FLAG     PIC X.
           05  WS-FILE-SUB     PIC 99.
           05  WS-MOVED-CT     PIC 9(5).
           05  WS-KEPT-CT      PIC 9(5).
       01  FILE-TABLE.
           05  FILLER          PIC X(27)
               VALUE "OVERRIDELOG.DAT OVERRIDELOG".
           05  FILLER          PIC 99      VALUE 01.
           05  FILLER          PIC 999     VALUE 000.
           05  FILLER          PIC X(27)
               VALUE "BATCHREG.DAT    BATCHREG   ".
           05  FILLER          PIC 99      VALUE 01.
           05  FILLER          PIC 999     VALUE 000.
           05  FILLER          PIC X(27)
               VALUE "TAXCOLLECT.DAT  TAXCOLLECT ".
           05  FILLER          PIC 99      VALUE 03.
           05  FILLER          PIC 999     VALUE 000.
           05  FILLER          PIC X(27)
               VALUE "OPAUDIT.DAT     OPAUDIT    ".
           05  FILLER          PIC 99      VALUE 01.
           05  FILLER          PIC 999     VALUE 000.
           05  FILLER          PIC X(27)
               VALUE "CUSTAUDIT.DAT   CUSTAUDIT  ".
           05  FILLER          PIC 99      VALUE 01.
           05  FILLER          PIC 999     VALUE 000.
           05  FILLER          PIC X(27)
               VALUE "SALEHIST.DAT    SALEHIST   ".
           05  FILLER          PIC 99      VALUE 01.
           05  FILLER          PIC 999     VALUE 000.
           05  FILLER          PIC X(27)
               VALUE "RETURNREF.DAT   RETURNREF  ".
           05  FILLER          PIC 99      VALUE 01.
           05  FILLER          PIC 999     VALUE 000.
           05  FILLER          PIC X(27)
               VALUE "NORECEIPT.DAT   NORECEIPT  ".
           05  FILLER          PIC 99      VALUE 01.
           05  FILLER          PIC 999     VALUE 000.
           05  FILLER          PIC X(27)
               VALUE "DELIVERY.DAT    DELIVERY   ".
           05  FILLER          PIC 99      VALUE 07.
           05  FILLER          PIC 999     VALUE 105.
       01  FILE-TABLE-R REDEFINES FILE-TABLE.
           05  FT-ENTRY OCCURS 9 TIMES.
               10  FT-LIVE-NAME    PIC X(16).
               10  FT-ARCH-STEM    PIC X(11).
               10  FT-DATE-COL     PIC 99.
      * COLUMN OF A FLAG THAT MUST BE 'Y' BEFORE A ROW MAY BE
      * ARCHIVED, OR ZERO WHEN THE DATE ALONE DECIDES.
               10  FT-FLAG-COL     PIC 999.
       01  HD-TITLE.
           05  FILLER          PIC X(25)   VALUE
                                   "RETENTION CONTROL REPORT ".
           WRITE REPORT-REC
           PERFORM 100-PURGE-ONE-FILE
               VARYING WS-FILE-SUB FROM 1 BY 1
               UNTIL WS-FILE-SUB > 9
           CLOSE REPORT-FILE

           DISPLAY 'RETENTION RUN COMPLETE - SEE RETENTION.RPT.'
                   NOT AT END
                       MOVE LIVE-REC(FT-DATE-COL(WS-FILE-SUB):8)
                           TO WS-ROW-DATE
                       MOVE 'Y' TO WS-ROW-FLAG
                       IF FT-FLAG-COL(WS-FILE-SUB) NOT = ZERO
                           MOVE LIVE-REC(FT-FLAG-COL(WS-FILE-SUB):1)
                               TO WS-ROW-FLAG
                       END-IF
                       IF WS-ROW-DATE IS NUMERIC
                          AND WS-ROW-DATE NOT > HD-CUTOFF
                          AND WS-ROW-FLAG = 'Y'
                           WRITE ARCHIVE-REC FROM LIVE-REC
                           ADD 1 TO WS-MOVED-CT
                       ELSE

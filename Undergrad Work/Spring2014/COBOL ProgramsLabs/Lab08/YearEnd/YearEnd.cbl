      *     OLDMASTER.DAT    - new year's master, YTD zeroed
      *     QTRSNAP.DAT      - rewritten with zeroed amounts
      *     YECTL.DAT        - updated with the year closed
      ******************************************************************
      * Modification History:
      *     10/6/14 BM  W-2 extract carries the employee Social
      *                 Security and Medicare withheld; both YTD
      *                 fields zero for the new year
      *     10/7/14 BM  W-2 extract carries the state boxes (work
      *                 state, state wages, state tax withheld); the
      *                 work state carries into the new year and the
      *                 YTD state tax zeroes
      *     10/13/14 BM YTD overtime premium zeroes for the new year,
      *                 in the master and the quarter snapshot
      *     10/13/14 BM YTD employer SUTA zeroes in the quarter
      *                 snapshot
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  N-YTD-MATCH   PIC 9(7)V99.
           05  N-VAC-HOURS   PIC S9(3)V9.
           05  N-SICK-HOURS  PIC S9(3)V9.
           05  N-YTD-SS-EE   PIC 9(7)V99.
           05  N-YTD-MED-EE  PIC 9(7)V99.
           05  N-STATE-CODE  PIC XX.
           05  N-YTD-STATE-TAX PIC 9(7)V99.
           05  N-YTD-OT-PREM PIC 9(7)V99.
       FD  W2-FILE.
       01  W2-REC.
           05  W2-YEAR     PIC 9(4).
           05  W2-EMP-ID   PIC X(4).
           05  W2-WAGES    PIC 9(7)V99.
           05  W2-WITHHELD PIC 9(7)V99.
           05  W2-SS-WITHHELD  PIC 9(7)V99.
           05  W2-MED-WITHHELD PIC 9(7)V99.
           05  W2-STATE-CODE   PIC XX.
           05  W2-STATE-WAGES  PIC 9(7)V99.
           05  W2-STATE-WITHHELD PIC 9(7)V99.
       FD  ARCHIVE-FILE.
       01  ARCHIVE-REC     PIC X(148).
       FD  NEWYEAR-FILE.
       01  NY-REC.
           05  NY-EMP-ID    PIC X(4).
           05  NY-YTD-MATCH   PIC 9(7)V99.
           05  NY-VAC-HOURS   PIC S9(3)V9.
           05  NY-SICK-HOURS  PIC S9(3)V9.
           05  NY-YTD-SS-EE   PIC 9(7)V99.
           05  NY-YTD-MED-EE  PIC 9(7)V99.
           05  NY-STATE-CODE  PIC XX.
           05  NY-YTD-STATE-TAX PIC 9(7)V99.
           05  NY-YTD-OT-PREM PIC 9(7)V99.
       FD  YECTL-FILE.
       01  YECTL-REC.
           05  YE-LAST-YEAR PIC 9(4).
           05  QS-YTD-GRS      PIC 9(7)V99.
           05  QS-YTD-TAX      PIC 9(7)V99.
           05  QS-YTD-NET      PIC 9(7)V99.
           05  QS-YTD-SS-EE    PIC 9(7)V99.
           05  QS-YTD-MED-EE   PIC 9(7)V99.
           05  QS-YTD-STATE-TAX PIC 9(7)V99.
           05  QS-YTD-OT-PREM  PIC 9(7)V99.
           05  QS-YTD-SUTA-ER  PIC 9(7)V99.
       WORKING-STORAGE SECTION.
       01  WORKING-ITEMS.
           05  EOF-SWITCH      PIC X       VALUE 'N'.
           MOVE N-EMP-ID       TO W2-EMP-ID
           MOVE N-YTD-GRS-PAY  TO W2-WAGES
           MOVE N-YTD-INC-TAX  TO W2-WITHHELD
           IF N-YTD-SS-EE IS NUMERIC
               MOVE N-YTD-SS-EE TO W2-SS-WITHHELD
           ELSE
               MOVE ZERO TO W2-SS-WITHHELD
           END-IF
           IF N-YTD-MED-EE IS NUMERIC
               MOVE N-YTD-MED-EE TO W2-MED-WITHHELD
           ELSE
               MOVE ZERO TO W2-MED-WITHHELD
           END-IF
           MOVE N-STATE-CODE TO W2-STATE-CODE
           IF N-STATE-CODE = SPACES
               MOVE ZERO TO W2-STATE-WAGES
           ELSE
               MOVE N-YTD-GRS-PAY TO W2-STATE-WAGES
           END-IF
           IF N-YTD-STATE-TAX IS NUMERIC
               MOVE N-YTD-STATE-TAX TO W2-STATE-WITHHELD
           ELSE
               MOVE ZERO TO W2-STATE-WITHHELD
           END-IF
           WRITE W2-REC
           WRITE ARCHIVE-REC FROM NEW-REC
           MOVE N-EMP-ID     TO NY-EMP-ID
           ELSE
               MOVE ZERO TO NY-SICK-HOURS
           END-IF
           MOVE ZEROS        TO NY-YTD-SS-EE
           MOVE ZEROS        TO NY-YTD-MED-EE
           MOVE N-STATE-CODE TO NY-STATE-CODE
           MOVE ZEROS        TO NY-YTD-STATE-TAX
           MOVE ZEROS        TO NY-YTD-OT-PREM
           WRITE NY-REC
           MOVE N-EMP-ID TO QS-EMP-ID
           MOVE ZEROS TO QS-YTD-GRS
           MOVE ZEROS TO QS-YTD-TAX
           MOVE ZEROS TO QS-YTD-NET
           MOVE ZEROS TO QS-YTD-SS-EE
           MOVE ZEROS TO QS-YTD-MED-EE
           MOVE ZEROS TO QS-YTD-STATE-TAX
           MOVE ZEROS TO QS-YTD-OT-PREM
           MOVE ZEROS TO QS-YTD-SUTA-ER
           WRITE SNAP-REC
           ADD 1 TO WS-EMP-COUNT.
      ******************************************************************

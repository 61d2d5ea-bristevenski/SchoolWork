      *
      * Output:
      *     PTOLIAB.RPT
      ******************************************************************
      * Modification History:
      *     10/6/14 BM  Master record widened for the employee Social
      *                 Security and Medicare YTD fields
      *     10/7/14 BM  Master record widened for the work state and
      *                 YTD state income tax
      *     10/13/14 BM Master record widened for the YTD overtime
      *                 premium
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
       FD  PAYRATE-FILE.
       01  PAYRATE-REC.
           05  PR-EMP-ID       PIC X(4).

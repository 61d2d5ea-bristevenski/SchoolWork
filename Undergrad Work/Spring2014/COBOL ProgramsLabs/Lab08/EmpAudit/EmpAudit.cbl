      *
      * Output:
      *     EMPAUDIT.RPT
      ******************************************************************
      * Modification History:
      *     10/6/14 BM  Master record widened for the employee Social
      *                 Security and Medicare YTD fields
      *     10/7/14 BM  Master record widened for the work state and
      *                 YTD state income tax
      *     10/13/14 BM Bank record widened for direct-deposit splits
      *     10/13/14 BM Master record widened for the YTD overtime
      *                 premium
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  EB-ROUTING-NO   PIC X(9).
           05  EB-ACCOUNT-NO   PIC X(12).
           05  EB-PRENOTE      PIC X.
           05  EB-PRIORITY     PIC 99.
           05  EB-SPLIT-TYPE   PIC X.
           05  EB-SPLIT-AMT    PIC 9(5)V99.
           05  EB-REMAINDER    PIC X.
           05  EB-SPLIT-STATUS PIC X.
       FD  OLDMASTER-FILE.
       01  OLD-REC.
           05  O-EMP-ID        PIC X(4).
           05  O-REST-1        PIC X(51).
           05  O-EMP-STATUS    PIC X.
           05  O-DIRDEP-FLAG   PIC X.
           05  O-REST-2        PIC X(91).
       FD  REPORT-FILE.
       01  REPORT-REC          PIC X(80).
       WORKING-STORAGE SECTION.

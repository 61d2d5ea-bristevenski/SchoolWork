           05  PO-QTY-ORD      PIC 9(5).
           05  PO-QTY-RCV      PIC 9(5).
           05  PO-STATUS       PIC X.
           05  PO-VENDOR-NO    PIC X(5).
           05  PO-STORE-NO     PIC 9(2).
       FD  LEAD-FILE.
       01  LEAD-REC            PIC 9(3).
       FD  REPORT-FILE.

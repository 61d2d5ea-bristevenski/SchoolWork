           05  OR-DATE-OUT     PIC 9(8).
           05  OR-ODOM-OUT     PIC 9(6).
           05  OR-UNIT-NO      PIC 9(4).
           05  OR-DUE-DATE     PIC 9(8).
           05  OR-OUT-DAMAGE   PIC X(15).
           05  OR-LICENSE-NO   PIC X(15).
           05  OR-AR-CUST-NO   PIC X(5).
       FD  OPENLIMIT-FILE.
       01  OPENLIMIT-REC       PIC 9(3).
       FD  LATEFEE-FILE.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. AcmeExcept.
       AUTHOR. Brianna Muleski
       DATE-WRITTEN. 10/15/14
      ******************************************************************
      * Purpose:
      *    Daily tracking exceptions report for Acme. Lists every
      *    tracked shipment not yet delivered whose last status scan
      *    is more than 48 hours old, with its last status, where
      *    and when it was last scanned, and how many hours ago, so
      *    the dock can chase it before the customer calls. A
      *    shipment with no scans at all counts from midnight of the
      *    day it was logged. The step ends with return code 4 when
      *    anything is listed.
      *
      * Input:
      *    SHIPLOG.DAT  - shipments with their tracking numbers
      *    ACMETRAK.DAT - status events
      *
      * Output:
      *    ACMEEXCP.RPT
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SHIP-LOG-FILE ASSIGN TO "SHIPLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT TRACK-FILE ASSIGN TO "ACMETRAK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRACK-STATUS.
           SELECT REPORT-FILE ASSIGN TO "ACMEEXCP.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SHIP-LOG-FILE.
       01  SHIP-LOG-REC.
           05  LG-REC-TYPE      PIC X.
           05  LG-ACCT          PIC X(5).
           05  LG-NAME          PIC X(15).
           05  LG-DATE          PIC 9(8).
           05  LG-WEIGHT        PIC 99V99.
           05  LG-HAZARD        PIC XXX.
           05  LG-SURCHARGE     PIC 99.
           05  LG-SHIPPING      PIC 9(3)V99.
           05  LG-DEST-ZIP      PIC X(5).
           05  LG-ZONE          PIC XX.
           05  LG-SERVICE       PIC X.
           05  LG-FUEL-CHG      PIC 9(3)V99.
           05  LG-TRACK-NO      PIC 9(8).
      * ONE ROW PER STATUS EVENT ON A SHIPMENT, IN THE ORDER THEY
      * HAPPEN. TE-STATUS P PICKED UP, T IN TRANSIT, O OUT FOR
      * DELIVERY, D DELIVERED (TE-SIGNER IS THE PROOF OF DELIVERY),
      * X EXCEPTION (TE-NOTE SAYS WHY).
       FD  TRACK-FILE.
       01  TRACK-REC.
           05  TE-TRACK-NO      PIC 9(8).
           05  TE-DATE          PIC 9(8).
           05  TE-TIME          PIC 9(4).
           05  TE-STATUS        PIC X.
           05  TE-LOCATION      PIC X(20).
           05  TE-SIGNER        PIC X(20).
           05  TE-NOTE          PIC X(25).
       FD  REPORT-FILE.
       01  REPORT-REC           PIC X(80).
       WORKING-STORAGE SECTION.
       01  WORKING-ITEMS.
           05  EOF-SWITCH       PIC X       VALUE 'N'.
           05  TRK-EOF-SWITCH   PIC X       VALUE 'N'.
           05  WS-LOG-STATUS    PIC XX.
           05  WS-TRACK-STATUS  PIC XX.
           05  WS-RUN-DATE      PIC 9(8).
           05  WS-HHMM          PIC 9(4).
           05  WS-HHMM-R REDEFINES WS-HHMM.
               10  WS-HH        PIC 99.
               10  WS-MN        PIC 99.
           05  WS-RUN-MINUTES   PIC 9(9).
           05  WS-SCAN-MINUTES  PIC 9(9).
           05  WS-AGE-MINUTES   PIC S9(9).
           05  WS-LIST-CT       PIC 9(4)    VALUE ZERO.
           05  WS-KEEP-CT       PIC 9(4).
       01  SHIPMENT-TABLE.
           05  ST-COUNT         PIC 9(4)    VALUE ZERO.
           05  ST-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON ST-COUNT
                   INDEXED BY ST-INDX.
               10  ST-TRACK-NO      PIC 9(8).
               10  ST-ACCT          PIC X(5).
               10  ST-SHIP-DATE     PIC 9(8).
               10  ST-STATUS        PIC X.
               10  ST-SCAN-DATE     PIC 9(8).
               10  ST-SCAN-TIME     PIC 9(4).
               10  ST-LOCATION      PIC X(20).
       01  HD-TITLE.
           05  FILLER           PIC X(6)    VALUE "DATE: ".
           05  HD-MM            PIC 99.
           05  FILLER           PIC X       VALUE "/".
           05  HD-DD            PIC 99.
           05  FILLER           PIC X       VALUE "/".
           05  HD-YEAR          PIC 9(4).
           05  FILLER           PIC X(6)    VALUE SPACES.
           05  FILLER           PIC X(38)   VALUE
                   "ACME SHIPMENTS NOT SCANNED IN 48 HOURS".
       01  HD-COLUMNS.
           05  FILLER           PIC X(10)   VALUE "TRACKING".
           05  FILLER           PIC X(7)    VALUE "ACCT".
           05  FILLER           PIC X(7)    VALUE "SHIP".
           05  FILLER           PIC X(18)   VALUE "LAST STATUS".
           05  FILLER           PIC X(13)   VALUE "LAST SCAN".
           05  FILLER           PIC X(17)   VALUE "LOCATION".
           05  FILLER           PIC X(5)    VALUE "HOURS".
       01  EXC-DETAIL.
           05  ED-TRACK-NO      PIC 9(8).
           05  FILLER           PIC X(2)    VALUE SPACES.
           05  ED-ACCT          PIC X(5).
           05  FILLER           PIC X(2)    VALUE SPACES.
           05  ED-SHIP-MM       PIC 99.
           05  FILLER           PIC X       VALUE "/".
           05  ED-SHIP-DD       PIC 99.
           05  FILLER           PIC X(2)    VALUE SPACES.
           05  ED-STATUS        PIC X(16).
           05  FILLER           PIC X(2)    VALUE SPACES.
           05  ED-SCAN-MM       PIC 99.
           05  FILLER           PIC X       VALUE "/".
           05  ED-SCAN-DD       PIC 99.
           05  FILLER           PIC X       VALUE SPACE.
           05  ED-SCAN-HH       PIC 99.
           05  FILLER           PIC X       VALUE ":".
           05  ED-SCAN-MN       PIC 99.
           05  FILLER           PIC X(2)    VALUE SPACES.
           05  ED-LOCATION      PIC X(15).
           05  FILLER           PIC X(2)    VALUE SPACES.
           05  ED-HOURS         PIC Z,ZZ9.
       01  EXC-TOTAL.
           05  FILLER           PIC X(23)   VALUE
                                    "SHIPMENTS LISTED:      ".
           05  ET-COUNT         PIC ZZZ9.
      *
       PROCEDURE DIVISION.
       000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE FUNCTION CURRENT-DATE(9:4) TO WS-HHMM
           COMPUTE WS-RUN-MINUTES =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) * 1440
               + WS-HH * 60 + WS-MN
           PERFORM 050-LOAD-SHIPMENTS
           PERFORM 100-APPLY-EVENTS
           PERFORM 500-WRITE-REPORT
           IF WS-LIST-CT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY WS-LIST-CT ' SHIPMENT(S) NOT SCANNED IN 48 HOURS.'
           DISPLAY 'ACME EXCEPTIONS REPORT GENERATED!'
           STOP RUN.
      * LOADS EVERY SHIPMENT THAT HAS A TRACKING NUMBER, WITH NO
      * SCAN YET. SHIPMENTS LOGGED BEFORE TRACKING NUMBERS WERE
      * ISSUED ARE SKIPPED, AND DELIVERED ONES ARE DROPPED WHEN THE
      * TABLE FILLS.
       050-LOAD-SHIPMENTS.
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT SHIP-LOG-FILE
           IF WS-LOG-STATUS NOT = "00"
               DISPLAY 'NO ACME SHIPMENT LOG ON DISK.'
               MOVE 'Y' TO EOF-SWITCH
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ SHIP-LOG-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       IF LG-REC-TYPE = 'S'
                          AND LG-TRACK-NO IS NUMERIC
                          AND LG-TRACK-NO > ZERO
                           IF ST-COUNT = 2000
                               PERFORM 060-DROP-DELIVERED
                           END-IF
                           ADD 1 TO ST-COUNT
                           MOVE LG-TRACK-NO TO ST-TRACK-NO(ST-COUNT)
                           MOVE LG-ACCT     TO ST-ACCT(ST-COUNT)
                           MOVE LG-DATE     TO ST-SHIP-DATE(ST-COUNT)
                           MOVE SPACE       TO ST-STATUS(ST-COUNT)
                           MOVE LG-DATE     TO ST-SCAN-DATE(ST-COUNT)
                           MOVE ZERO        TO ST-SCAN-TIME(ST-COUNT)
                           MOVE SPACES      TO ST-LOCATION(ST-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LOG-STATUS NOT = "35"
               CLOSE SHIP-LOG-FILE
           END-IF.
      * MAKES ROOM IN A FULL TABLE BY DROPPING THE SHIPMENTS ALREADY
      * DELIVERED, WHICH ARE NEVER LISTED. IF EVERY ONE IS
      * STILL OPEN THE RUN STOPS.
       060-DROP-DELIVERED.
           PERFORM 100-APPLY-EVENTS
           MOVE ZERO TO WS-KEEP-CT
           PERFORM VARYING ST-INDX FROM 1 BY 1
                   UNTIL ST-INDX > ST-COUNT
               IF ST-STATUS(ST-INDX) NOT = 'D'
                   ADD 1 TO WS-KEEP-CT
                   MOVE ST-ENTRY(ST-INDX) TO ST-ENTRY(WS-KEEP-CT)
               END-IF
           END-PERFORM
           MOVE WS-KEEP-CT TO ST-COUNT
           IF ST-COUNT = 2000
               DISPLAY 'SHIPMENT TABLE FULL - RUN STOPPED.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      * CARRIES EACH SHIPMENT'S LATEST EVENT: STATUS, WHEN, WHERE.
       100-APPLY-EVENTS.
           MOVE 'N' TO TRK-EOF-SWITCH
           OPEN INPUT TRACK-FILE
           IF WS-TRACK-STATUS NOT = "00"
               MOVE 'Y' TO TRK-EOF-SWITCH
           END-IF
           PERFORM UNTIL TRK-EOF-SWITCH = 'Y'
               READ TRACK-FILE
                   AT END
                       MOVE 'Y' TO TRK-EOF-SWITCH
                   NOT AT END
                       SET ST-INDX TO 1
                       SEARCH ST-ENTRY
                           WHEN ST-TRACK-NO(ST-INDX) = TE-TRACK-NO
                               MOVE TE-STATUS   TO ST-STATUS(ST-INDX)
                               MOVE TE-DATE     TO
                                   ST-SCAN-DATE(ST-INDX)
                               MOVE TE-TIME     TO
                                   ST-SCAN-TIME(ST-INDX)
                               MOVE TE-LOCATION TO
                                   ST-LOCATION(ST-INDX)
                       END-SEARCH
               END-READ
           END-PERFORM
           IF WS-TRACK-STATUS NOT = "35"
               CLOSE TRACK-FILE
           END-IF.
      * PRINTS EVERY UNDELIVERED SHIPMENT LAST SCANNED MORE THAN
      * 48 HOURS (2880 MINUTES) AGO.
       500-WRITE-REPORT.
           OPEN OUTPUT REPORT-FILE
           MOVE WS-RUN-DATE(5:2) TO HD-MM
           MOVE WS-RUN-DATE(7:2) TO HD-DD
           MOVE WS-RUN-DATE(1:4) TO HD-YEAR
           WRITE REPORT-REC FROM HD-TITLE
           WRITE REPORT-REC FROM HD-COLUMNS
               AFTER ADVANCING 2 LINES
           PERFORM VARYING ST-INDX FROM 1 BY 1
                   UNTIL ST-INDX > ST-COUNT
               IF ST-STATUS(ST-INDX) NOT = 'D'
                   MOVE ST-SCAN-TIME(ST-INDX) TO WS-HHMM
                   COMPUTE WS-SCAN-MINUTES =
                       FUNCTION INTEGER-OF-DATE(ST-SCAN-DATE(ST-INDX))
                       * 1440 + WS-HH * 60 + WS-MN
                   COMPUTE WS-AGE-MINUTES =
                       WS-RUN-MINUTES - WS-SCAN-MINUTES
                   IF WS-AGE-MINUTES > 2880
                       PERFORM 550-WRITE-DETAIL
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-LIST-CT TO ET-COUNT
           WRITE REPORT-REC FROM EXC-TOTAL
               AFTER ADVANCING 2 LINES
           CLOSE REPORT-FILE.
       550-WRITE-DETAIL.
           ADD 1 TO WS-LIST-CT
           MOVE ST-TRACK-NO(ST-INDX)          TO ED-TRACK-NO
           MOVE ST-ACCT(ST-INDX)              TO ED-ACCT
           MOVE ST-SHIP-DATE(ST-INDX)(5:2)    TO ED-SHIP-MM
           MOVE ST-SHIP-DATE(ST-INDX)(7:2)    TO ED-SHIP-DD
           MOVE ST-SCAN-DATE(ST-INDX)(5:2)    TO ED-SCAN-MM
           MOVE ST-SCAN-DATE(ST-INDX)(7:2)    TO ED-SCAN-DD
           MOVE ST-SCAN-TIME(ST-INDX)(1:2)    TO ED-SCAN-HH
           MOVE ST-SCAN-TIME(ST-INDX)(3:2)    TO ED-SCAN-MN
           MOVE ST-LOCATION(ST-INDX)          TO ED-LOCATION
           COMPUTE ED-HOURS = WS-AGE-MINUTES / 60
           EVALUATE ST-STATUS(ST-INDX)
               WHEN 'P'
                   MOVE 'PICKED UP'        TO ED-STATUS
               WHEN 'T'
                   MOVE 'IN TRANSIT'       TO ED-STATUS
               WHEN 'O'
                   MOVE 'OUT FOR DELIVERY' TO ED-STATUS
               WHEN 'X'
                   MOVE 'EXCEPTION'        TO ED-STATUS
               WHEN OTHER
                   MOVE 'NO SCANS'         TO ED-STATUS
           END-EVALUATE
           WRITE REPORT-REC FROM EXC-DETAIL
               AFTER ADVANCING 1 LINE.

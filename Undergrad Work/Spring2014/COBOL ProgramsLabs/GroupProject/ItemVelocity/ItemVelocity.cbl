           05  WS-RANK         PIC 9(4).
           05  WS-DORMANT-CT   PIC 9(4)    VALUE ZERO.
           05  WS-DEPT         PIC X.
           05  WS-DEPT-NUM     PIC 99.
       01  SWAP-ENTRY.
           05  SW-ITEM-NO      PIC X(4).
           05  SW-UNITS        PIC S9(8).
       300-WRITE-DORMANT-SECTION.
           WRITE REPORT-REC FROM DORM-HEADING
               AFTER ADVANCING 3 LINES
           PERFORM VARYING WS-DEPT-NUM FROM 1 BY 1
                   UNTIL WS-DEPT-NUM > 9
               MOVE WS-DEPT-NUM(2:1) TO WS-DEPT
               PERFORM 350-DORMANT-ONE-DEPT
           END-PERFORM
           MOVE WS-DORMANT-CT TO DF-COUNT
           WRITE REPORT-REC FROM DORM-FOOTER
               AFTER ADVANCING 2 LINES.

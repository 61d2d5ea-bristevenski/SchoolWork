           WRITE REPORT-REC FROM HD-COLUMNS
               AFTER ADVANCING 2 LINES.
      * READS THE MASTER, AGING AND CHARGING ONE CUSTOMER AT A TIME.
      * WRITTEN-OFF ACCOUNTS AND ACCOUNTS PLACED WITH AN OUTSIDE
      * AGENCY ACCRUE NOTHING FURTHER.
       200-READ-MASTER.
           READ NEWMSTR-FILE
               AT END
                   MOVE 'Y' TO M-EOF-SWITCH
               NOT AT END
                   IF N-COLL-STATUS = 'W' OR N-COLL-STATUS = 'A'
                       CONTINUE
                   ELSE
                       PERFORM 300-AGE-CUSTOMER

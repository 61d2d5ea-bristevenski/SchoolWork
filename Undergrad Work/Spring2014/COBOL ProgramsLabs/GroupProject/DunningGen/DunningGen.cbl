      *    delinquent customer gets one page in DUNNING.RPT carrying
      *    one of three escalating letter texts, picked by the oldest
      *    bucket holding a balance (1-30, 31-60, 61-90+). Customers
      *    with a credit or zero balance are skipped automatically,
      *    as are accounts on a payment plan, written off or placed
      *    with an outside collection agency.
      *    A control listing at the end shows who got which letter.
      *
      * Input:
               CLOSE OPENITEM-FILE
           END-IF.
      * READS THE MASTER; CUSTOMERS WITH A CREDIT OR ZERO BALANCE
      * ARE SKIPPED BEFORE ANY AGING IS DONE, AS ARE ACCOUNTS ON A
      * PLAN, WRITTEN OFF, OR PLACED WITH AN AGENCY.
       200-READ-MASTER.
           READ NEWMSTR-FILE
               AT END
                   IF N-AMT > ZERO
                      AND N-COLL-STATUS NOT = 'P'
                      AND N-COLL-STATUS NOT = 'W'
                      AND N-COLL-STATUS NOT = 'A'
                       PERFORM 300-AGE-CUSTOMER
                       PERFORM 400-PICK-LETTER
                   END-IF

      *    Released transactions are written to RELEASED.DAT in the
      *    PhaseIII transaction layout so they can be merged into the
      *    next posting input and post normally. Every release or
      *    reject decision is logged with the supervisor's ID and
      *    the ID of the operator who keyed the transaction, so a
      *    supervisor releasing their own sale can be found later.
      *
      *    PhaseIII rewrites OVERLIMIT.DAT fresh on every posting
      *    run, so skipped transactions are carried in OLCARRY.DAT,
      *
      * Output:
      *    RELEASED.DAT  - released transactions for the next batch
      *    OLDISP.DAT    - disposition log (supervisor, date, action,
      *                    keying operator)
      *    OLCARRY.DAT   - rewritten holding the skipped records
      *    OVERLIMIT.DAT - emptied, its records absorbed above
      ******************************************************************
           05  DP-UNIT-PR      PIC 9(4)V99.
           05  DP-QNT          PIC S999.
           05  DP-NEW-LIMIT    PIC 9(7)V99.
           05  DP-OPERATOR     PIC X(5).
       WORKING-STORAGE SECTION.
       01  WORKING-ITEMS.
           05  VALID-SW        PIC X.
           MOVE OL-UNIT-PR    TO DP-UNIT-PR
           MOVE OL-QNT        TO DP-QNT
           MOVE WS-NEW-LIMIT  TO DP-NEW-LIMIT
           MOVE OL-OPERATOR-ID TO DP-OPERATOR
           WRITE DISP-REC.
      * WRITES THE RECORDS THE SUPERVISOR SKIPPED TO THE CARRY FILE
      * THE POSTING RUN NEVER TOUCHES, AND EMPTIES OVERLIMIT.DAT NOW

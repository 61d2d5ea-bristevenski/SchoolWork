      *    control file, so a missed or doubled step can no longer
      *    cause the kind of double-post that forced the batch
      *    register. The chain is: Handoff stage 1, PhaseII, Handoff
      *    stage 2, PhaseIII, SaleHist, InvPost, GLExtract,
      *    ReconReport, ArProof. Before each step the driver proves the
      *    control file shows the state the step needs (prior stage
      *    staged or consumed);
      *    after each step the operator confirms it and the control
      *    file is re-read to prove the stage actually advanced. Any
      *    failed check halts the stream on the spot. Every step is
      *    control file carries, so operations can review the night
      *    each morning.
      *
      *    ArProof is required: the night is not complete until its
      *    result file is dated no earlier than the night's start
      *    (the proof may finish after midnight) and shows a
      *    balanced subledger, so a bad posting is caught the morning
      *    after rather than at month end.
      *
      *    The batch programs run as their own jobs, so this driver
      *    prompts the operator to run each one and verifies the
      *    result through PIPECTL.DAT rather than launching them
      *
      * Input:
      *    PIPECTL.DAT - pipeline control file
      *    ARPROOF.DAT - ArProof's result for the night
      *    Step confirmations entered at the console
      *
      * Output:
           SELECT PIPECTL-FILE ASSIGN TO "PIPECTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT PROOF-FILE ASSIGN TO "ARPROOF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRF-STATUS.
           SELECT RUNLOG-FILE ASSIGN TO "NIGHTRUN.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           05  PC-BATCH-NO     PIC 9(3).
           05  PC-REC-COUNT    PIC 9(5).
           05  PC-HANDOFF-DATE PIC 9(8).
       FD  PROOF-FILE.
       01  PROOF-REC.
           05  PF-DATE         PIC 9(8).
           05  PF-RESULT       PIC X(8).
           05  PF-CUST-DIFF-CT PIC 9(5).
           05  PF-GL-DIFF      PIC S9(11)V99.
       FD  RUNLOG-FILE.
       01  RUNLOG-REC.
           05  RL-DATE         PIC 9(8).
           05  EOF-SWITCH      PIC X.
           05  WS-CTL-STATUS   PIC XX.
           05  WS-LOG-STATUS   PIC XX.
           05  WS-PRF-STATUS   PIC XX.
           05  WS-RUN-DATE     PIC 9(8).
           05  WS-STEP-NAME    PIC X(12).
           05  WS-START-TIME   PIC 9(6).
           05  WS-STEP-COUNT   PIC 9(5).
           05  WS-HALT-SW      PIC X       VALUE 'N'.
               88  STREAM-HALTED           VALUE 'Y'.
           05  WS-PROOF-DATE   PIC 9(8).
           05  WS-PROOF-RESULT PIC X(8).
           05  WS-PROOF-CT     PIC 9(5).
       01  PIPECTL-TABLE.
           05  PT-ENTRY OCCURS 2 TIMES.
               10  PT-STATUS       PIC X(8).
               END-IF
           END-IF

           IF NOT STREAM-HALTED
               MOVE 'SALEHIST    ' TO WS-STEP-NAME
               PERFORM 100-RUN-ONE-STEP
           END-IF
           IF NOT STREAM-HALTED
               MOVE 'INVPOST     ' TO WS-STEP-NAME
               PERFORM 100-RUN-ONE-STEP
               MOVE 'RECONREPORT ' TO WS-STEP-NAME
               PERFORM 100-RUN-ONE-STEP
           END-IF
           IF NOT STREAM-HALTED
               MOVE 'ARPROOF     ' TO WS-STEP-NAME
               PERFORM 100-RUN-ONE-STEP
               IF NOT STREAM-HALTED
                   PERFORM 250-LOAD-AR-PROOF
                   IF WS-PROOF-DATE < WS-RUN-DATE
                      OR WS-PROOF-RESULT NOT = 'BALANCED'
                       DISPLAY '** AR SUBLEDGER NOT PROVED IN '
                           'BALANCE THIS RUN - SEE ARPROOF.RPT **'
                       PERFORM 300-HALT-STREAM
                   END-IF
               END-IF
           END-IF

           CLOSE RUNLOG-FILE
           IF STREAM-HALTED
               WHEN 'HANDOFF 2   '
               WHEN 'PHASEIII    '
                   MOVE PT-REC-COUNT(2) TO WS-STEP-COUNT
               WHEN 'ARPROOF     '
                   PERFORM 250-LOAD-AR-PROOF
                   MOVE WS-PROOF-CT TO WS-STEP-COUNT
               WHEN OTHER
                   MOVE ZERO TO WS-STEP-COUNT
           END-EVALUATE
           IF WS-CTL-STATUS NOT = "35"
               CLOSE PIPECTL-FILE
           END-IF.
      * READS ARPROOF'S ONE-RECORD RESULT. NO FILE READS AS NOT
      * PROVED, SO A SKIPPED PROOF HALTS THE STREAM.
       250-LOAD-AR-PROOF.
           MOVE ZERO       TO WS-PROOF-DATE WS-PROOF-CT
           MOVE 'NOTRUN  ' TO WS-PROOF-RESULT
           OPEN INPUT PROOF-FILE
           IF WS-PRF-STATUS = "00"
               READ PROOF-FILE
                   NOT AT END
                       MOVE PF-DATE         TO WS-PROOF-DATE
                       MOVE PF-RESULT       TO WS-PROOF-RESULT
                       MOVE PF-CUST-DIFF-CT TO WS-PROOF-CT
               END-READ
           END-IF
           IF WS-PRF-STATUS NOT = "35"
               CLOSE PROOF-FILE
           END-IF.
      * LOGS THE CONTROL-CHECK FAILURE AND HALTS THE STREAM.
       300-HALT-STREAM.
           DISPLAY '** CONTROL CHECK FAILED AFTER ' WS-STEP-NAME

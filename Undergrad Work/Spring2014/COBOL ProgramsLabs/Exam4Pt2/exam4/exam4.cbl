      *         3. COMMRATE.DAT -- sale-amount/commission-rate brackets
      *
      * Output: 
      *         1. a new master file (SALESNEW.DAT)
      *         2. a error log file recording the transactions that
      *            couldn't find a match in the old master file.	  
      ******************************************************************
      *                 transaction amounts, recomputed commission,
      *                 new amounts, run date) so a commission
      *                 dispute is a one-line lookup
      *     10/13/14 BM Commission paid through payroll and the
      *                 paid-through date ride the master and carry
      *                 forward on every update
      *     10/15/14 BM The new master is written to SALESNEW.DAT,
      *                 alongside SALESOLD.DAT and SALESTRN.DAT, so
      *                 it no longer shares a name with the payroll
      *                 master that CommPay's directory also holds
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT TRANS-FILE ASSIGN TO "SALESTRN.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT NEW-MSTR ASSIGN TO "SALESNEW.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT ERROR-LOG ASSIGN TO "ERRORLOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.
           05  O-SALE-NO   PIC X(5).
           05  O-SALE-AMT  PIC 9(4)V99.
           05  O-COMM      PIC 9(4)V99.
           05  O-COMM-PAID PIC 9(4)V99.
           05  O-PAID-THRU PIC 9(8).
           
       FD  TRANS-FILE.
       01  TRANS-REC.
           05  T-SALE-AMT  PIC 9(4)V99.
           05  T-COMM      PIC 9(4)V99.

      * N-COMM-PAID IS THE COMMISSION PAID THROUGH PAYROLL SO FAR
      * AND N-PAID-THRU THE CHECK DATE OF THAT PAYOUT; COMMPAY SETS
      * THEM AND THE UPDATE ONLY CARRIES THEM FORWARD.
       FD  NEW-MSTR.
       01  NEW-REC.
           05  N-SALE-NO   PIC X(5).
           05  N-SALE-AMT  PIC 9(4)V99.
           05  N-COMM      PIC 9(4)V99.
           05  N-COMM-PAID PIC 9(4)V99.
           05  N-PAID-THRU PIC 9(8).
           
       FD  ERROR-LOG.
       01  ERROR-REC.
      * RATHER THAN THE UNVERIFIED T-COMM, EVEN WHEN THE MISMATCH WAS
      * LOGGED, SO A FLAGGED TRANSACTION CAN'T POST A WRONG COMMISSION.
           COMPUTE N-COMM = O-COMM + WS-EXPECTED-COMM
           IF O-COMM-PAID IS NUMERIC
               MOVE O-COMM-PAID TO N-COMM-PAID
               MOVE O-PAID-THRU TO N-PAID-THRU
           ELSE
               MOVE ZERO TO N-COMM-PAID N-PAID-THRU
           END-IF

           PERFORM 180-WRITE-AUDIT-IMAGE
           WRITE NEW-REC

      *     so the payroll merge keeps working. The termination path
      *     marks the payroll master 'T' so pay rejects there in one
      *     step; EmpAudit knows a terminated employee needs no rate
      *     or deduction rows. The rehire path puts a terminated
      *     employee back to active under a new hire date.
      *     A hire or rehire goes into a vacant budgeted position
      *     from POSITION.DAT, which sets the department and marks
      *     the position filled; a termination vacates it again.
      *     A new hire's SSN is kept apart from the other files, on
      *     the restricted EMPSSN.DAT.
      *
      * Input:
      *     The five employee files, POSITION.DAT, and the new
      *     hire's details or the terminating id from the console
      *
      * Output:
      *     The five files rewritten consistently, and the hired
      *     or vacated position updated on POSITION.DAT
      *     EMPSSN.DAT - appended with a new hire's SSN
      ******************************************************************
      * Modification History:
      *     10/6/14 BM  Master record widened for the employee Social
      *                 Security and Medicare YTD fields
      *     10/7/14 BM  New hires key their work state, written to
      *                 EMPMASTER.DAT and the payroll master
      *     10/13/14 BM A new hire's bank row is written as the single
      *                 remainder account of a direct-deposit split
      *     10/13/14 BM New hires key a workers' comp class code onto
      *                 EMPMASTER.DAT; master record widened for the
      *                 YTD overtime premium
      *     10/13/14 BM New hires key home address, hire date and state
      *                 of hire for the state new-hire report; new R
      *                 mode rehires a terminated employee
      *     10/13/14 BM Hires and rehires go into a vacant budgeted
      *                 position from POSITION.DAT, which supplies the
      *                 department; termination vacates the position
      *     10/13/14 BM New hires key an SSN, kept on the restricted
      *                 EMPSSN.DAT for the unemployment wage detail
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT OLDMASTER-FILE ASSIGN TO "OLDMASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MSTR-STATUS.
           SELECT POSITION-FILE ASSIGN TO "POSITION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POS-STATUS.
           SELECT SSN-FILE ASSIGN TO "EMPSSN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SSN-STATUS.
           SELECT HOLD-FILE ASSIGN TO "ONBHOLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           05  EM-EMP-DEPT     PIC X(8).
           05  EM-PAY-TYPE     PIC X.
           05  EM-SALARY       PIC 9(5)V99.
           05  EM-WORK-STATE   PIC XX.
           05  EM-WC-CLASS     PIC X(4).
           05  EM-STREET       PIC X(25).
           05  EM-CITY         PIC X(15).
           05  EM-ADDR-STATE   PIC XX.
           05  EM-ZIP          PIC X(5).
           05  EM-HIRE-DATE    PIC 9(8).
           05  EM-HIRE-STATE   PIC XX.
       FD  PAYRATE-FILE.
       01  PAYRATE-REC.
           05  PR-EMP-ID       PIC X(4).
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
           05  O-REST-2        PIC X(92).
      * BUDGETED POSITIONS, KEPT BY POSCONTROL. PS-STATUS 'V' VACANT
      * OR 'F' FILLED BY PS-EMP-ID SINCE PS-STATUS-DATE.
       FD  POSITION-FILE.
       01  POSITION-REC.
           05  PS-POS-NO       PIC X(5).
           05  PS-OFFICE       PIC 99.
           05  PS-DEPT         PIC X(8).
           05  PS-JOB-CLASS    PIC 99.
           05  PS-BUDGET-SAL   PIC 9(6).
           05  PS-STATUS       PIC X.
           05  PS-EMP-ID       PIC X(4).
           05  PS-STATUS-DATE  PIC 9(8).
      * RESTRICTED: ONE ROW PER EMPLOYEE WITH THE FULL SSN.
       FD  SSN-FILE.
       01  SSN-REC.
           05  ES-EMP-ID       PIC X(4).
           05  ES-SSN          PIC X(9).
      * GENERIC HOLD FILE FOR THE ORDERED-MERGE REWRITES, WIDE
      * ENOUGH FOR THE WIDEST OF THE FIVE RECORDS.
       FD  HOLD-FILE.
       01  HOLD-REC            PIC X(148).
       WORKING-STORAGE SECTION.
       01  NEW-MASTER-WORK.
           05  NM-EMP-ID       PIC X(4).
           05  NM-YTD-MATCH    PIC 9(7)V99.
           05  NM-VAC-HOURS    PIC S9(3)V9.
           05  NM-SICK-HOURS   PIC S9(3)V9.
           05  NM-YTD-SS-EE    PIC 9(7)V99.
           05  NM-YTD-MED-EE   PIC 9(7)V99.
           05  NM-STATE-CODE   PIC XX.
           05  NM-YTD-STATE-TAX PIC 9(7)V99.
           05  NM-YTD-OT-PREM  PIC 9(7)V99.
       01  WORKING-ITEMS.
           05  VALID-SW        PIC X.
           05  EOF-SWITCH      PIC X.
           05  WS-DED-STATUS   PIC XX.
           05  WS-BANK-STATUS  PIC XX.
           05  WS-MSTR-STATUS  PIC XX.
           05  WS-POS-STATUS   PIC XX.
           05  WS-SSN-STATUS   PIC XX.
           05  RUN-MODE        PIC X.
               88  ONBOARD-MODE            VALUE 'O'.
               88  TERMINATE-MODE          VALUE 'T'.
               88  REHIRE-MODE             VALUE 'R'.
           05  NEW-EMP-ID      PIC X(4).
           05  NEW-EMP-NM      PIC X(15).
           05  NEW-EMP-DEPT    PIC X(8).
           05  NEW-PAY-TYPE    PIC X.
           05  NEW-SALARY      PIC 9(5)V99.
           05  NEW-WORK-STATE  PIC XX.
           05  NEW-WC-CLASS    PIC X(4).
           05  NEW-SSN         PIC X(9).
           05  NEW-STREET      PIC X(25).
           05  NEW-CITY        PIC X(15).
           05  NEW-ADDR-STATE  PIC XX.
           05  NEW-ZIP         PIC X(5).
           05  NEW-HIRE-DATE-X PIC X(8).
           05  NEW-HIRE-DATE REDEFINES NEW-HIRE-DATE-X
                               PIC 9(8).
           05  NEW-HIRE-PARTS REDEFINES NEW-HIRE-DATE-X.
               10  NEW-HIRE-YYYY   PIC 9(4).
               10  NEW-HIRE-MM     PIC 99.
               10  NEW-HIRE-DD     PIC 99.
           05  NEW-HIRE-STATE  PIC XX.
           05  WS-RUN-DATE     PIC 9(8).
           05  NEW-PAY-RT      PIC 999V9.
           05  NEW-HEALTH      PIC 9(3)V99.
           05  NEW-401K        PIC 9(3)V99.
           05  NEW-DIRDEP      PIC X.
           05  NEW-ROUTING     PIC X(9).
           05  NEW-ACCOUNT     PIC X(12).
           05  WS-NEW-REC      PIC X(148).
           05  WS-NEW-LEN-KEY  PIC X(4).
           05  WS-INSERTED-SW  PIC X.
           05  WS-FOUND-SW     PIC X.
           05  WS-TERM-FOUND-SW PIC X.
           05  WS-FOUND-REC    PIC X(148).
           05  NEW-POS-NO      PIC X(5).
           05  WS-POS-FOUND-SW PIC X.
           05  WS-VACATED-POS  PIC X(5).
      *
       PROCEDURE DIVISION.
       000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           DISPLAY 'ENTER MODE (O=ONBOARD, T=TERMINATE, R=REHIRE):'
           ACCEPT RUN-MODE
           PERFORM UNTIL ONBOARD-MODE OR TERMINATE-MODE
                         OR REHIRE-MODE
               DISPLAY 'INVALID MODE.'
               DISPLAY 'ENTER MODE (O, T OR R):'
               ACCEPT RUN-MODE
           END-PERFORM
           EVALUATE TRUE
               WHEN ONBOARD-MODE
                   PERFORM 100-ONBOARD-EMPLOYEE
               WHEN TERMINATE-MODE
                   PERFORM 500-TERMINATE-EMPLOYEE
               WHEN OTHER
                   PERFORM 600-REHIRE-EMPLOYEE
           END-EVALUATE
           STOP RUN.
      * CAPTURES THE NEW HIRE ONCE AND WRITES EVERY FILE IN STEP.
       100-ONBOARD-EMPLOYEE.
           IF WS-FOUND-SW = 'Y'
               DISPLAY 'EMPLOYEE ALREADY ON EMPMASTER.DAT.'
           ELSE
               PERFORM 140-ACCEPT-POSITION
               IF NEW-POS-NO = SPACES
                   DISPLAY 'NO POSITION GIVEN - EMPLOYEE NOT'
                       ' ONBOARDED.'
               ELSE
                   PERFORM 120-ACCEPT-DETAILS
                   PERFORM 200-WRITE-ALL-FILES
                   PERFORM 700-UPDATE-POSITION
                   DISPLAY 'EMPLOYEE ' NEW-EMP-ID ' ONBOARDED ACROSS'
                       ' ALL FILES INTO POSITION ' NEW-POS-NO '.'
               END-IF
           END-IF.
       120-ACCEPT-DETAILS.
           DISPLAY 'ENTER NAME:'
           ACCEPT NEW-EMP-NM
           DISPLAY 'ENTER SOCIAL SECURITY NUMBER (9 DIGITS):'
           ACCEPT NEW-SSN
           PERFORM UNTIL NEW-SSN IS NUMERIC
               DISPLAY 'INVALID SSN.'
               DISPLAY 'ENTER SOCIAL SECURITY NUMBER (9 DIGITS):'
               ACCEPT NEW-SSN
           END-PERFORM
           DISPLAY 'DEPARTMENT (FROM POSITION): ' NEW-EMP-DEPT
           DISPLAY 'ENTER WORK STATE (2-LETTER CODE):'
           ACCEPT NEW-WORK-STATE
           PERFORM UNTIL NEW-WORK-STATE NOT = SPACES
               DISPLAY 'INVALID STATE.'
               DISPLAY 'ENTER WORK STATE (2-LETTER CODE):'
               ACCEPT NEW-WORK-STATE
           END-PERFORM
           DISPLAY 'ENTER WORKERS COMP CLASS CODE:'
           ACCEPT NEW-WC-CLASS
           IF NEW-WC-CLASS = SPACES
               DISPLAY 'NO CLASS CODE - EMPLOYEE WILL SHOW ON THE'
                   ' WORKERS COMP REPORT AS UNCLASSIFIED.'
           END-IF
           PERFORM 130-ACCEPT-HIRE-DATA
           DISPLAY 'ENTER PAY TYPE (H=HOURLY, S=SALARIED):'
           ACCEPT NEW-PAY-TYPE
           PERFORM UNTIL NEW-PAY-TYPE = 'H' OR NEW-PAY-TYPE = 'S'
               DISPLAY 'ENTER ACCOUNT NUMBER:'
               ACCEPT NEW-ACCOUNT
           END-IF.
      * HOME ADDRESS, DATE OF HIRE AND STATE OF HIRE FOR THE STATE
      * NEW-HIRE REPORT. SHARED BY NEW HIRES AND REHIRES. A BLANK
      * HIRE DATE IS TODAY; A BLANK HIRE STATE IS THE WORK STATE.
       130-ACCEPT-HIRE-DATA.
           DISPLAY 'ENTER HOME STREET ADDRESS:'
           ACCEPT NEW-STREET
           DISPLAY 'ENTER CITY:'
           ACCEPT NEW-CITY
           DISPLAY 'ENTER STATE (2-LETTER CODE):'
           ACCEPT NEW-ADDR-STATE
           DISPLAY 'ENTER ZIP CODE:'
           ACCEPT NEW-ZIP
           PERFORM UNTIL NEW-STREET NOT = SPACES
                     AND NEW-CITY NOT = SPACES
                     AND NEW-ADDR-STATE NOT = SPACES
                     AND NEW-ZIP NOT = SPACES
               DISPLAY 'ADDRESS INCOMPLETE - THE STATE REQUIRES IT.'
               DISPLAY 'ENTER HOME STREET ADDRESS:'
               ACCEPT NEW-STREET
               DISPLAY 'ENTER CITY:'
               ACCEPT NEW-CITY
               DISPLAY 'ENTER STATE (2-LETTER CODE):'
               ACCEPT NEW-ADDR-STATE
               DISPLAY 'ENTER ZIP CODE:'
               ACCEPT NEW-ZIP
           END-PERFORM
           MOVE 'N' TO VALID-SW
           PERFORM UNTIL VALID-SW = 'Y'
               DISPLAY 'ENTER DATE OF HIRE (YYYYMMDD, BLANK=TODAY):'
               ACCEPT NEW-HIRE-DATE-X
               IF NEW-HIRE-DATE-X = SPACES
                   MOVE WS-RUN-DATE TO NEW-HIRE-DATE
               END-IF
               IF NEW-HIRE-DATE-X IS NUMERIC
                  AND NEW-HIRE-MM >= 1 AND NEW-HIRE-MM <= 12
                  AND NEW-HIRE-DD >= 1 AND NEW-HIRE-DD <= 31
                  AND NEW-HIRE-DATE <= WS-RUN-DATE
                   MOVE 'Y' TO VALID-SW
               ELSE
                   DISPLAY 'INVALID DATE.'
               END-IF
           END-PERFORM
           DISPLAY 'ENTER STATE OF HIRE (BLANK=WORK STATE):'
           ACCEPT NEW-HIRE-STATE
           IF NEW-HIRE-STATE = SPACES
               MOVE NEW-WORK-STATE TO NEW-HIRE-STATE
           END-IF.
      * NO ONE IS HIRED WITHOUT A BUDGETED POSITION. ASKS UNTIL A
      * VACANT ONE IS GIVEN; A BLANK ANSWER GIVES UP AND LEAVES
      * NEW-POS-NO BLANK. THE POSITION'S DEPARTMENT BECOMES THE
      * EMPLOYEE'S.
       140-ACCEPT-POSITION.
           MOVE 'N' TO VALID-SW
           PERFORM UNTIL VALID-SW = 'Y'
               DISPLAY 'ENTER POSITION NUMBER TO HIRE INTO'
                   ' (BLANK=CANCEL):'
               ACCEPT NEW-POS-NO
               IF NEW-POS-NO = SPACES
                   MOVE 'Y' TO VALID-SW
               ELSE
                   PERFORM 150-CHECK-POSITION
                   EVALUATE WS-POS-FOUND-SW
                       WHEN 'V'
                           MOVE 'Y' TO VALID-SW
                       WHEN 'F'
                           DISPLAY 'POSITION IS ALREADY FILLED.'
                       WHEN OTHER
                           DISPLAY 'POSITION NOT ON POSITION.DAT.'
                   END-EVALUATE
               END-IF
           END-PERFORM.
      * WS-POS-FOUND-SW COMES BACK 'V' OR 'F' FOR THE POSITION'S
      * STATUS, OR 'N' WHEN IT IS NOT ON FILE.
       150-CHECK-POSITION.
           MOVE 'N' TO WS-POS-FOUND-SW
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT POSITION-FILE
           IF WS-POS-STATUS NOT = "00"
               MOVE 'Y' TO EOF-SWITCH
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ POSITION-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       IF PS-POS-NO = NEW-POS-NO
                           MOVE PS-STATUS TO WS-POS-FOUND-SW
                           MOVE PS-DEPT   TO NEW-EMP-DEPT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-POS-STATUS NOT = "35"
               CLOSE POSITION-FILE
           END-IF.
      * A QUICK PASS OVER EMPMASTER.DAT SO THE SAME ID CANNOT BE
      * ONBOARDED TWICE.
       110-CHECK-NOT-ON-FILE.
                   NOT AT END
                       IF EM-EMP-ID = NEW-EMP-ID
                           MOVE 'Y' TO WS-FOUND-SW
                           MOVE EMP-REC TO WS-FOUND-REC
                       END-IF
               END-READ
           END-PERFORM
           MOVE NEW-EMP-DEPT TO EM-EMP-DEPT
           MOVE NEW-PAY-TYPE TO EM-PAY-TYPE
           MOVE NEW-SALARY   TO EM-SALARY
           MOVE NEW-WORK-STATE TO EM-WORK-STATE
           MOVE NEW-WC-CLASS TO EM-WC-CLASS
           PERFORM 210-MOVE-HIRE-DATA
           MOVE EMP-REC TO WS-NEW-REC
           PERFORM 300-MERGE-EMPMASTER

               MOVE NEW-ROUTING TO EB-ROUTING-NO
               MOVE NEW-ACCOUNT TO EB-ACCOUNT-NO
               MOVE 'P'         TO EB-PRENOTE
               MOVE 1           TO EB-PRIORITY
               MOVE SPACE       TO EB-SPLIT-TYPE
               MOVE ZERO        TO EB-SPLIT-AMT
               MOVE 'Y'         TO EB-REMAINDER
               MOVE SPACE       TO EB-SPLIT-STATUS
               MOVE EMPBANK-REC TO WS-NEW-REC
               PERFORM 360-MERGE-EMPBANK
           END-IF
                         NM-YTD-FUTA-ER NM-YTD-SUTA-ER
                         NM-YTD-401K NM-YTD-MATCH
                         NM-VAC-HOURS NM-SICK-HOURS
                         NM-YTD-SS-EE NM-YTD-MED-EE
                         NM-YTD-STATE-TAX NM-YTD-OT-PREM
           MOVE NEW-WORK-STATE TO NM-STATE-CODE
           MOVE 'A' TO NM-EMP-STATUS
           IF NEW-DIRDEP = 'Y'
               MOVE 'Y' TO NM-DIRDEP-FLAG
               MOVE 'N' TO NM-DIRDEP-FLAG
           END-IF
           MOVE NEW-MASTER-WORK TO WS-NEW-REC
           PERFORM 380-MERGE-OLDMASTER
           PERFORM 390-APPEND-SSN.
       210-MOVE-HIRE-DATA.
           MOVE NEW-STREET     TO EM-STREET
           MOVE NEW-CITY       TO EM-CITY
           MOVE NEW-ADDR-STATE TO EM-ADDR-STATE
           MOVE NEW-ZIP        TO EM-ZIP
           MOVE NEW-HIRE-DATE  TO EM-HIRE-DATE
           MOVE NEW-HIRE-STATE TO EM-HIRE-STATE.
      * THE FIVE ORDERED MERGES SHARE ONE SHAPE: COPY ROWS BELOW THE
      * NEW ID TO THE HOLD FILE, DROP THE NEW ROW IN, COPY THE REST,
      * THEN COPY THE HOLD FILE BACK OVER THE LIVE ONE.
               END-READ
           END-PERFORM
           CLOSE HOLD-FILE OLDMASTER-FILE.
      * THE SSN FILE IS ONLY EVER LOOKED UP BY ID, SO THE NEW ROW
      * IS SIMPLY ADDED AT THE END.
       390-APPEND-SSN.
           OPEN EXTEND SSN-FILE
           IF WS-SSN-STATUS NOT = "00"
               OPEN OUTPUT SSN-FILE
           END-IF
           MOVE NEW-EMP-ID TO ES-EMP-ID
           MOVE NEW-SSN    TO ES-SSN
           WRITE SSN-REC
           CLOSE SSN-FILE.
      * TERMINATION: THE PAYROLL MASTER GOES TO 'T' IN ONE STEP, SO
      * PAY REJECTS THERE AND THE AUDIT STOPS EXPECTING RATE AND
      * DEDUCTION ROWS. THE OTHER FILES KEEP THEIR ROWS FOR THE
           END-IF
           IF WS-TERM-FOUND-SW = 'Y'
               DISPLAY 'EMPLOYEE ' NEW-EMP-ID ' TERMINATED.'
               MOVE SPACES TO NEW-POS-NO
               PERFORM 700-UPDATE-POSITION
               IF WS-VACATED-POS NOT = SPACES
                   DISPLAY 'POSITION ' WS-VACATED-POS ' IS NOW VACANT.'
               END-IF
           ELSE
               DISPLAY 'EMPLOYEE NOT ON THE PAYROLL MASTER.'
           END-IF.
      * A FORMER EMPLOYEE COMING BACK KEEPS THE SAME ID. THE NEW
      * HIRE DATE AND CURRENT ADDRESS GO ONTO EMPMASTER.DAT, WHICH
      * MAKES THEM A NEW ENTRY FOR THE STATE NEW-HIRE REPORT, AND
      * THE PAYROLL MASTER GOES BACK TO ACTIVE SO PAY RESUMES.
       600-REHIRE-EMPLOYEE.
           DISPLAY 'ENTER EMPLOYEE ID TO REHIRE:'
           ACCEPT NEW-EMP-ID
           PERFORM 110-CHECK-NOT-ON-FILE
           IF WS-FOUND-SW = 'N'
               DISPLAY 'EMPLOYEE NOT ON EMPMASTER.DAT - ONBOARD AS A'
                   ' NEW HIRE.'
           ELSE
               PERFORM 610-CHECK-TERMINATED
               IF WS-TERM-FOUND-SW = 'N'
                   DISPLAY 'EMPLOYEE IS NOT TERMINATED ON THE PAYROLL'
                       ' MASTER.'
               ELSE
                   PERFORM 140-ACCEPT-POSITION
                   IF NEW-POS-NO = SPACES
                       DISPLAY 'NO POSITION GIVEN - EMPLOYEE NOT'
                           ' REHIRED.'
                   ELSE
                       PERFORM 640-REHIRE-INTO-POSITION
                   END-IF
               END-IF
           END-IF.
      * THE REHIRE TAKES THE DEPARTMENT OF THE POSITION IT FILLS.
       640-REHIRE-INTO-POSITION.
           MOVE WS-FOUND-REC TO EMP-REC
           MOVE EM-WORK-STATE TO NEW-WORK-STATE
           PERFORM 130-ACCEPT-HIRE-DATA
           MOVE WS-FOUND-REC TO EMP-REC
           PERFORM 210-MOVE-HIRE-DATA
           MOVE NEW-EMP-DEPT TO EM-EMP-DEPT
           MOVE EMP-REC TO WS-NEW-REC
           PERFORM 620-REPLACE-EMPMASTER
           PERFORM 630-REACTIVATE-MASTER
           PERFORM 700-UPDATE-POSITION
           DISPLAY 'EMPLOYEE ' NEW-EMP-ID ' REHIRED INTO POSITION '
               NEW-POS-NO '. RUN EMPAUDIT TO CHECK THE RATE,'
               ' DEDUCTION AND BANK ROWS.'.
      * THE REHIRE IS ONLY ALLOWED FOR A 'T' ROW ON THE PAYROLL
      * MASTER, SO AN ACTIVE EMPLOYEE IS NOT REPORTED AS A NEW HIRE.
       610-CHECK-TERMINATED.
           MOVE 'N' TO EOF-SWITCH WS-TERM-FOUND-SW
           OPEN INPUT OLDMASTER-FILE
           IF WS-MSTR-STATUS NOT = "00"
               DISPLAY 'OLDMASTER.DAT CANNOT BE OPENED.'
               MOVE 'Y' TO EOF-SWITCH
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ OLDMASTER-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       IF O-EMP-ID = NEW-EMP-ID
                          AND O-EMP-STATUS = 'T'
                           MOVE 'Y' TO WS-TERM-FOUND-SW
                       END-IF
               END-READ
           END-PERFORM
           IF WS-MSTR-STATUS NOT = "35"
               CLOSE OLDMASTER-FILE
           END-IF.
      * SAME COPY-THROUGH-THE-HOLD-FILE SHAPE AS THE MERGES, BUT THE
      * MATCHING ROW IS REPLACED RATHER THAN A NEW ONE INSERTED.
       620-REPLACE-EMPMASTER.
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT EMP-FILE
           OPEN OUTPUT HOLD-FILE
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ EMP-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       IF EM-EMP-ID = NEW-EMP-ID
                           WRITE HOLD-REC FROM WS-NEW-REC
                       ELSE
                           WRITE HOLD-REC FROM EMP-REC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMP-FILE HOLD-FILE
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT HOLD-FILE
           OPEN OUTPUT EMP-FILE
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ HOLD-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       WRITE EMP-REC FROM HOLD-REC
               END-READ
           END-PERFORM
           CLOSE HOLD-FILE EMP-FILE.
       630-REACTIVATE-MASTER.
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT OLDMASTER-FILE
           OPEN OUTPUT HOLD-FILE
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ OLDMASTER-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       IF O-EMP-ID = NEW-EMP-ID
                           MOVE 'A' TO O-EMP-STATUS
                       END-IF
                       WRITE HOLD-REC FROM OLD-REC
               END-READ
           END-PERFORM
           CLOSE OLDMASTER-FILE HOLD-FILE
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT HOLD-FILE
           OPEN OUTPUT OLDMASTER-FILE
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ HOLD-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       WRITE OLD-REC FROM HOLD-REC
               END-READ
           END-PERFORM
           CLOSE HOLD-FILE OLDMASTER-FILE.
      * POSITION.DAT THROUGH THE HOLD FILE. NEW-POS-NO, WHEN GIVEN,
      * IS FILLED BY THE EMPLOYEE; ANY OTHER POSITION THE EMPLOYEE
      * STILL HOLDS IS VACATED, WHICH IS ALL A TERMINATION DOES.
       700-UPDATE-POSITION.
           MOVE SPACES TO WS-VACATED-POS
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT POSITION-FILE
           IF WS-POS-STATUS NOT = "00"
               MOVE 'Y' TO EOF-SWITCH
           END-IF
           OPEN OUTPUT HOLD-FILE
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ POSITION-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       EVALUATE TRUE
                           WHEN NEW-POS-NO NOT = SPACES
                                AND PS-POS-NO = NEW-POS-NO
                               MOVE 'F'         TO PS-STATUS
                               MOVE NEW-EMP-ID  TO PS-EMP-ID
                               MOVE WS-RUN-DATE TO PS-STATUS-DATE
                           WHEN PS-STATUS = 'F'
                                AND PS-EMP-ID = NEW-EMP-ID
                               MOVE 'V'         TO PS-STATUS
                               MOVE SPACES      TO PS-EMP-ID
                               MOVE WS-RUN-DATE TO PS-STATUS-DATE
                               MOVE PS-POS-NO   TO WS-VACATED-POS
                       END-EVALUATE
                       WRITE HOLD-REC FROM POSITION-REC
               END-READ
           END-PERFORM
           CLOSE HOLD-FILE
           IF WS-POS-STATUS NOT = "35"
               CLOSE POSITION-FILE
               MOVE 'N' TO EOF-SWITCH
               OPEN INPUT HOLD-FILE
               OPEN OUTPUT POSITION-FILE
               PERFORM UNTIL EOF-SWITCH = 'Y'
                   READ HOLD-FILE
                       AT END
                           MOVE 'Y' TO EOF-SWITCH
                       NOT AT END
                           WRITE POSITION-REC FROM HOLD-REC
                   END-READ
               END-PERFORM
               CLOSE HOLD-FILE POSITION-FILE
           END-IF.

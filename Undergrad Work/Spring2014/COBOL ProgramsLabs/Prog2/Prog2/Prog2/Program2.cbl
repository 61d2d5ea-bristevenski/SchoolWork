      *        Social Security Number - Alphanumeric
      *        Number of Dependents - Alphanumeric
      *        Job Classification Code - Alphanumeric
      *    SALGRADE.DAT
      *    The salary range (minimum, midpoint, maximum) for each job
      *    classification code
      *
      * Output:
      *    employee.rpt
      *    A line sequential file that is formatted with the employee's
      *    name, number, office number, job code, annual salary, percent
      *    increase, amount increase, and new salary.
      *    COMPARATIO.RPT
      *    Each employee's salary against the midpoint of the job's
      *    salary range, by office and job classification.
      *    LUMPSUM.DAT
      *    In apply mode, the increase above a range maximum when it
      *    is paid as a lump sum instead.
      *
      * Date/time due: 3/26/14, 5PM
      *
      *                 (XXX-XX-1234) listing plus the full values
      *                 now go only to the restricted EMPSSNAUDIT.DAT
      *                 for the payroll supervisor
      *     10/13/14 BM Salary ranges by job class from SALGRADE.DAT:
      *                 new salaries over the maximum are capped (the
      *                 excess optionally paid as a lump sum to
      *                 LUMPSUM.DAT), over-maximum and under-minimum
      *                 salaries list on MERITEXC.RPT, and
      *                 COMPARATIO.RPT shows salary against midpoint
      *                 by office and job class
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               FILE STATUS IS WS-POOL-STATUS.
           SELECT MERITEXC-FILE ASSIGN TO "MERITEXC.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SALGRADE-FILE ASSIGN TO "SALGRADE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRADE-STATUS.
           SELECT LUMPSUM-FILE ASSIGN TO "LUMPSUM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COMPA-WORK-FILE ASSIGN TO "COMPAWORK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-COMPA-FILE ASSIGN TO "SORTCOMPA.DAT".
           SELECT COMPA-RPT-FILE ASSIGN TO "COMPARATIO.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
      * 
       DATA DIVISION.
       FILE SECTION.
      * INSTEAD OF APPLIED.
       FD MERITEXC-FILE.
       01 MERITEXC-REC         PIC X(80).
      * THE SALARY RANGE FOR EACH JOB CLASSIFICATION CODE. A CODE
      * WITH NO ROW HAS NO RANGE: ITS INCREASES ARE NOT CAPPED AND
      * IT HAS NO COMPA-RATIO.
       FD SALGRADE-FILE.
       01 SALGRADE-REC.
           05  SG-JOB-CLASS    PIC 99.
           05  SG-MINIMUM      PIC 9(6).
           05  SG-MIDPOINT     PIC 9(6).
           05  SG-MAXIMUM      PIC 9(6).
      * THE PART OF AN INCREASE ABOVE THE RANGE MAXIMUM, PAID ONCE
      * INSTEAD OF ADDED TO SALARY, FOR PAYROLL TO PICK UP.
       FD LUMPSUM-FILE.
       01 LUMPSUM-REC.
           05  LS-EMP-NO       PIC X(5).
           05  LS-AMOUNT       PIC 9(6)V99.
           05  LS-EFF-DATE     PIC 9(8).
      * ONE ROW PER EMPLOYEE FOR THE COMPA-RATIO REPORT, SORTED BY
      * OFFICE AND JOB CLASSIFICATION ONCE THE FILE HAS BEEN READ.
       FD COMPA-WORK-FILE.
       01 COMPA-WORK-REC.
           05  CW-OFFICE       PIC XX.
           05  CW-JOB-CLASS    PIC XX.
           05  CW-EMP-NO       PIC X(5).
           05  CW-EMP-NM       PIC X(20).
           05  CW-OLD-SAL      PIC 9(6).
           05  CW-NEW-SAL      PIC 9(6).
       SD  SORT-COMPA-FILE.
       01  SORT-COMPA-REC.
           05  SC-OFFICE       PIC XX.
           05  SC-JOB-CLASS    PIC XX.
           05  SC-EMP-NO       PIC X(5).
           05  FILLER          PIC X(32).
       FD COMPA-RPT-FILE.
       01 COMPA-RPT-REC        PIC X(80).
       FD SSNAUDIT-FILE.
       01 SSNAUDIT-REC.
           05  SA-EMP-NO       PIC X(5).
           05  WS-POOL-EOF     PIC X       VALUE 'N'.
           05  WS-POOL-LOADED-SW PIC X     VALUE 'N'.
           05  WS-EXC-COUNT    PIC 9(5)    VALUE ZERO.
           05  WS-GRADE-STATUS PIC XX.
           05  WS-GRADE-EOF    PIC X       VALUE 'N'.
           05  LUMP-SUM-SW     PIC X.
               88  PAY-LUMP-SUM            VALUE 'Y'.
               88  VALID-LUMP-ANSWER       VALUE 'Y' 'N'.
           05  WS-PROPOSED-SAL PIC 9(8)V99.
           05  WS-LUMP-SUM     PIC 9(6)V99.
           05  WS-INC-COST     PIC 9(6)V99.
           05  WS-POOL-SHORT-SW PIC X.
               88  POOL-SHORT              VALUE 'Y'.
           05  WS-LUMP-OUT     PIC $$$,$$9.99.
           05  WS-COMPA-EOF    PIC X.
           05  WS-PREV-OFFICE  PIC XX.
           05  WS-PREV-CLASS   PIC XX.
           05  WS-COMPA        PIC 999V9.
           05  WS-GRP-COUNT    PIC 9(5).
           05  WS-GRP-OLD-TOT  PIC 9(9).
           05  WS-GRP-NEW-TOT  PIC 9(9).
       01  GRADE-TABLE.
           05  GRADE-ENTRY OCCURS 99 TIMES.
               10  GR-HAS-GRADE PIC X       VALUE 'N'.
               10  GR-MINIMUM   PIC 9(6)    VALUE ZERO.
               10  GR-MIDPOINT  PIC 9(6)    VALUE ZERO.
               10  GR-MAXIMUM   PIC 9(6)    VALUE ZERO.
       01  OFFICE-TOTALS.
           05  OFF-TOTAL OCCURS 7 TIMES.
               10  OFF-COUNT   PIC 9(5)     VALUE ZERO.
           05  TW-LINES        PIC 9       VALUE 2.
           05  FV-LINES        PIC 9       VALUE 5.
           05  PERC            PIC 999     VALUE 100.
           05  COMPA-LOW       PIC 999V9   VALUE 90.0.
       01  PAGE-HEADER1.
           05  FILLER          PIC X(6)    VALUE "DATE: ".
           05  H-MM		       PIC 99.
           05  FILLER          PIC X(22)   VALUE
                                   "MERIT POOL EXCEPTIONS ".
           05  FILLER          PIC X(13)   VALUE "- NOT APPLIED".
           05  FILLER          PIC X(33)   VALUE
                   ", SALARY RANGE EXCEPTIONS".
      * A NEW SALARY OUTSIDE THE JOB'S RANGE: THE SALARY PROPOSED,
      * WHICH END OF THE RANGE IT MISSES, AND WHAT WAS DONE.
       01  GRADEEXC-DETAIL.
           05  GE-EMP-NO       PIC X(5).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  GE-EMP-NM       PIC X(20).
           05  FILLER          PIC X(5)    VALUE "  CL ".
           05  GE-JOB-CLASS    PIC XX.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  GE-PROPOSED     PIC $ZZZ,ZZ9.
           05  FILLER          PIC X       VALUE SPACE.
           05  GE-REASON       PIC X(9).
           05  FILLER          PIC X       VALUE SPACE.
           05  GE-LIMIT        PIC $ZZZ,ZZ9.
           05  FILLER          PIC X       VALUE SPACE.
           05  GE-ACTION       PIC X(16).
       01  MERITEXC-DETAIL.
           05  ME-EMP-NO       PIC X(5).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  CR-OLD-SAL      PIC $ZZZ,ZZ9.
           05  FILLER          PIC X(4)    VALUE " -> ".
           05  CR-NEW-SAL      PIC $ZZZ,ZZ9.
           05  CR-LUMP-LBL     PIC X(7).
           05  CR-LUMP         PIC $$$,$$9.99.
           05  CR-LUMP-X REDEFINES CR-LUMP PIC X(10).
       01  COMPA-TITLE.
           05  FILLER          PIC X(6)    VALUE "DATE: ".
           05  CT-MM           PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  CT-DAY          PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  CT-YEAR         PIC 9(4).
           05  FILLER          PIC X(7)    VALUE SPACES.
           05  FILLER          PIC X(20)   VALUE "INTERNATIONAL CHERRY".
           05  FILLER          PIC X(16)   VALUE " MACHINE COMPANY".
       01  COMPA-TITLE2.
           05  FILLER          PIC X(22)   VALUE SPACES.
           05  FILLER          PIC X(30)   VALUE
                                   "COMPA-RATIO BY OFFICE AND JOB".
       01  COMPA-COLUMNS.
           05  FILLER          PIC X(32)   VALUE
                   "  NUM    NAME                  ".
           05  FILLER          PIC X(44)   VALUE
                   "  SALARY COMPA   NEW SAL COMPA".
      * ONE OFFICE AND JOB CLASSIFICATION: ITS RANGE, OR NONE.
       01  COMPA-GROUP-LINE.
           05  FILLER          PIC X(7)    VALUE "OFFICE ".
           05  CG-OFFICE       PIC XX.
           05  FILLER          PIC X(6)    VALUE "  JOB ".
           05  CG-JOB-CLASS    PIC XX.
           05  FILLER          PIC X(7)    VALUE "   MIN ".
           05  CG-MINIMUM      PIC $ZZZ,ZZ9.
           05  FILLER          PIC X(6)    VALUE "  MID ".
           05  CG-MIDPOINT     PIC $ZZZ,ZZ9.
           05  FILLER          PIC X(6)    VALUE "  MAX ".
           05  CG-MAXIMUM      PIC $ZZZ,ZZ9.
       01  COMPA-NO-RANGE-LINE.
           05  FILLER          PIC X(7)    VALUE "OFFICE ".
           05  CN-OFFICE       PIC XX.
           05  FILLER          PIC X(6)    VALUE "  JOB ".
           05  CN-JOB-CLASS    PIC XX.
           05  FILLER          PIC X(26)   VALUE
                                   "   NO SALARY RANGE ON FILE".
       01  COMPA-DETAIL.
           05  FILLER          PIC X       VALUE SPACE.
           05  CD-EMP-NO       PIC X(5).
           05  FILLER          PIC XXX     VALUE SPACES.
           05  CD-EMP-NM       PIC X(20).
           05  FILLER          PIC XXX     VALUE SPACES.
           05  CD-OLD-SAL      PIC $ZZZ,ZZ9.
           05  FILLER          PIC X       VALUE SPACE.
           05  CD-OLD-COMPA    PIC ZZ9.9.
           05  CD-OLD-COMPA-X REDEFINES CD-OLD-COMPA PIC X(5).
           05  FILLER          PIC XX      VALUE SPACES.
           05  CD-NEW-SAL      PIC $ZZZ,ZZ9.
           05  FILLER          PIC X       VALUE SPACE.
           05  CD-NEW-COMPA    PIC ZZ9.9.
           05  CD-NEW-COMPA-X REDEFINES CD-NEW-COMPA PIC X(5).
           05  FILLER          PIC XX      VALUE SPACES.
           05  CD-FLAG         PIC X(11).
       01  COMPA-GROUP-TOTAL.
           05  FILLER          PIC X(9)    VALUE SPACES.
           05  FILLER          PIC X(12)   VALUE "EMPLOYEES: ".
           05  CGT-COUNT       PIC ZZ,ZZ9.
           05  FILLER          PIC X(14)   VALUE SPACES.
           05  CGT-OLD-COMPA   PIC ZZ9.9.
           05  CGT-OLD-COMPA-X REDEFINES CGT-OLD-COMPA PIC X(5).
           05  FILLER          PIC X(11)   VALUE SPACES.
           05  CGT-NEW-COMPA   PIC ZZ9.9.
           05  CGT-NEW-COMPA-X REDEFINES CGT-NEW-COMPA PIC X(5).
           05  FILLER          PIC X(13)   VALUE "  AVERAGE".
       01  OFFICE-SUBTOTAL-TITLE.
           05  FILLER          PIC X(30)   VALUE SPACES.
           05  FILLER          PIC X(24)   VALUE
       000-MAIN.
           PERFORM 050-ACCEPT-RUN-MODE
           PERFORM 070-LOAD-MERIT-POOLS
           PERFORM 075-LOAD-SALARY-GRADES
           PERFORM 100-OPEN
           PERFORM 200-WRITE-PAGE 
           IF APPLY-MODE
               PERFORM 880-RECORD-EFFECTIVE-DATE
           END-IF
           PERFORM 900-CLOSE
           PERFORM 950-COMPA-RATIO-REPORT
           IF APPLY-MODE
               DISPLAY "REPORT GENERATED AND INCREASES APPLIED!"
           ELSE
                   ACCEPT WS-EFF-DATE
               END-PERFORM
               PERFORM 060-CHECK-EFFECTIVE-DATE
           END-IF
           DISPLAY 'PAY INCREASES ABOVE THE RANGE MAXIMUM AS A LUMP'
               ' SUM (Y/N)?'
           ACCEPT LUMP-SUM-SW
           PERFORM UNTIL VALID-LUMP-ANSWER
               DISPLAY 'ENTER Y OR N:'
               ACCEPT LUMP-SUM-SW
           END-PERFORM.

      * REFUSES AN APPLY RUN FOR AN EFFECTIVE DATE ALREADY ON THE
      * CONTROL FILE.
               CLOSE MERITPOOL-FILE
           END-IF.

      * LOADS THE SALARY RANGE FOR EACH JOB CLASSIFICATION CODE. NO
      * GRADE FILE MEANS NO CAPS, AS BEFORE.
       075-LOAD-SALARY-GRADES.
           OPEN INPUT SALGRADE-FILE
           IF WS-GRADE-STATUS NOT = "00"
               MOVE 'Y' TO WS-GRADE-EOF
           END-IF
           PERFORM UNTIL WS-GRADE-EOF = 'Y'
               READ SALGRADE-FILE
                   AT END
                       MOVE 'Y' TO WS-GRADE-EOF
                   NOT AT END
                       IF SG-JOB-CLASS > 0
                           MOVE 'Y' TO GR-HAS-GRADE(SG-JOB-CLASS)
                           MOVE SG-MINIMUM  TO GR-MINIMUM(SG-JOB-CLASS)
                           MOVE SG-MIDPOINT TO
                               GR-MIDPOINT(SG-JOB-CLASS)
                           MOVE SG-MAXIMUM  TO GR-MAXIMUM(SG-JOB-CLASS)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-GRADE-STATUS NOT = "35"
               CLOSE SALGRADE-FILE
           END-IF.

      * THE VARIANCE SUMMARY ON THE CHANGE REGISTER: WHAT EACH
      * OFFICE'S POOL HELD, WHAT THE APPLIED INCREASES COST, AND
      * WHAT IS LEFT.
           OPEN OUTPUT SSNAUDIT-FILE
           OPEN OUTPUT MERITEXC-FILE
           WRITE MERITEXC-REC FROM MERITEXC-HEADING
           OPEN OUTPUT COMPA-WORK-FILE
           IF APPLY-MODE
               OPEN OUTPUT EMPNEW-FILE
               OPEN OUTPUT CHGREG-FILE
               OPEN OUTPUT LUMPSUM-FILE
               MOVE WS-EFF-DATE(5:2) TO CH-MM
               MOVE WS-EFF-DATE(7:2) TO CH-DD
               MOVE WS-EFF-DATE(1:4) TO CH-YEAR
           COMPUTE NEW-SAL = ANN-SALARY + (ANN-SALARY * PER-INC / PERC)                                        
           COMPUTE AMT-INC = NEW-SAL - ANN-SALARY

           PERFORM 420-CHECK-SALARY-RANGE
           PERFORM 430-CHECK-MERIT-POOL
           PERFORM 440-FLAG-SALARY-RANGE

           ADD ANN-SALARY TO TOTAL-ANN
           ADD NEW-SAL    TO TOTAL-NEW
           IF APPLY-MODE
               PERFORM 460-APPLY-INCREASE
           END-IF
           PERFORM 450-ACCUMULATE-SUBTOTALS
           PERFORM 470-WRITE-COMPA-WORK.

      * CAPS THE NEW SALARY AT THE MAXIMUM OF THE JOB'S SALARY
      * RANGE. A SALARY ALREADY AT OR OVER THE MAXIMUM GETS NO
      * INCREASE; NEVER A CUT. THE PART CAPPED OFF IS PAID AS A LUMP
      * SUM WHEN THE RUN ASKS FOR IT.
       420-CHECK-SALARY-RANGE.
           MOVE NEW-SAL TO WS-PROPOSED-SAL
           MOVE ZEROS TO WS-LUMP-SUM
           MOVE JOB-CLASS-NO TO WS-JOB-NUM
           IF WS-JOB-NUM > 0
               IF GR-HAS-GRADE(WS-JOB-NUM) = 'Y'
                  AND NEW-SAL > GR-MAXIMUM(WS-JOB-NUM)
                   IF ANN-SALARY < GR-MAXIMUM(WS-JOB-NUM)
                       MOVE GR-MAXIMUM(WS-JOB-NUM) TO NEW-SAL
                   ELSE
                       MOVE ANN-SALARY TO NEW-SAL
                   END-IF
                   IF PAY-LUMP-SUM
                       COMPUTE WS-LUMP-SUM = WS-PROPOSED-SAL - NEW-SAL
                   END-IF
                   COMPUTE AMT-INC = NEW-SAL - ANN-SALARY
                   IF ANN-SALARY > ZERO
                       COMPUTE PER-INC ROUNDED =
                           AMT-INC * PERC / ANN-SALARY
                   END-IF
               END-IF
           END-IF.

      * TRACKS THE OFFICE'S ACCUMULATED INCREASE COST AGAINST ITS
      * POOL. AN INCREASE THE POOL CANNOT COVER GOES TO THE
      * EXCEPTIONS LISTING FOR HR AND IS NOT APPLIED - THE EMPLOYEE
      * STAYS AT THE OLD SALARY THIS CYCLE. A LUMP SUM IN PLACE OF
      * PART OF THE INCREASE COMES OUT OF THE SAME POOL.
       430-CHECK-MERIT-POOL.
           MOVE 'N' TO WS-POOL-SHORT-SW
           MOVE OFFIC-NO TO WS-OFF-NUM
           COMPUTE WS-INC-COST = AMT-INC + WS-LUMP-SUM
           IF WS-INC-COST > ZERO
              AND WS-OFF-NUM > 0 AND WS-OFF-NUM <= 7
              AND OFF-HAS-POOL(WS-OFF-NUM) = 'Y'
               IF OFF-USED(WS-OFF-NUM) + WS-INC-COST >
                       OFF-POOL(WS-OFF-NUM)
                   MOVE EMPLOYEE-NO   TO ME-EMP-NO
                   MOVE EMPLOYEE-NAME TO ME-EMP-NM
                   MOVE WS-OFF-NUM    TO ME-OFFICE
                   MOVE WS-INC-COST   TO ME-INC
                   COMPUTE ME-POOL-LEFT =
                       OFF-POOL(WS-OFF-NUM) - OFF-USED(WS-OFF-NUM)
                   WRITE MERITEXC-REC FROM MERITEXC-DETAIL
                   ADD 1 TO WS-EXC-COUNT
                   MOVE ZEROS TO PER-INC
                   MOVE ZEROS TO AMT-INC
                   MOVE ZEROS TO WS-LUMP-SUM
                   MOVE ANN-SALARY TO NEW-SAL
                   MOVE 'Y' TO WS-POOL-SHORT-SW
               ELSE
                   ADD WS-INC-COST TO OFF-USED(WS-OFF-NUM)
               END-IF
           END-IF.

      * LISTS A PROPOSED SALARY OVER THE RANGE MAXIMUM, OR A NEW
      * SALARY STILL UNDER THE MINIMUM, ON THE EXCEPTIONS LISTING
      * WITH WHAT BECAME OF IT.
       440-FLAG-SALARY-RANGE.
           MOVE JOB-CLASS-NO TO WS-JOB-NUM
           IF WS-JOB-NUM > 0
               IF GR-HAS-GRADE(WS-JOB-NUM) = 'Y'
                   MOVE EMPLOYEE-NO   TO GE-EMP-NO
                   MOVE EMPLOYEE-NAME TO GE-EMP-NM
                   MOVE JOB-CLASS-NO  TO GE-JOB-CLASS
                   MOVE SPACES        TO GE-ACTION
                   EVALUATE TRUE
                       WHEN WS-PROPOSED-SAL > GR-MAXIMUM(WS-JOB-NUM)
                           MOVE WS-PROPOSED-SAL TO GE-PROPOSED
                           MOVE 'OVER MAX' TO GE-REASON
                           MOVE GR-MAXIMUM(WS-JOB-NUM) TO GE-LIMIT
                           EVALUATE TRUE
                               WHEN POOL-SHORT
                                   MOVE 'POOL SHORT' TO GE-ACTION
                               WHEN WS-LUMP-SUM > ZERO
                                   MOVE WS-LUMP-SUM TO WS-LUMP-OUT
                                   STRING 'LUMP ' WS-LUMP-OUT
                                       DELIMITED BY SIZE
                                       INTO GE-ACTION
                               WHEN OTHER
                                   MOVE 'CAPPED' TO GE-ACTION
                           END-EVALUATE
                           WRITE MERITEXC-REC FROM GRADEEXC-DETAIL
                               AFTER ADVANCING 1 LINE
                           ADD 1 TO WS-EXC-COUNT
                       WHEN NEW-SAL < GR-MINIMUM(WS-JOB-NUM)
                           MOVE NEW-SAL TO GE-PROPOSED
                           MOVE 'UNDER MIN' TO GE-REASON
                           MOVE GR-MINIMUM(WS-JOB-NUM) TO GE-LIMIT
                           MOVE 'FOR HR REVIEW' TO GE-ACTION
                           WRITE MERITEXC-REC FROM GRADEEXC-DETAIL
                               AFTER ADVANCING 1 LINE
                           ADD 1 TO WS-EXC-COUNT
                   END-EVALUATE
               END-IF
           END-IF.

           MOVE EMPLOYEE-NAME TO CR-EMP-NM
           MOVE ANN-SALARY    TO CR-OLD-SAL
           COMPUTE CR-NEW-SAL = NEW-SAL
           IF WS-LUMP-SUM > ZERO
               MOVE '  LUMP '     TO CR-LUMP-LBL
               MOVE WS-LUMP-SUM   TO CR-LUMP
               MOVE EMPLOYEE-NO   TO LS-EMP-NO
               MOVE WS-LUMP-SUM   TO LS-AMOUNT
               MOVE WS-EFF-DATE   TO LS-EFF-DATE
               WRITE LUMPSUM-REC
           ELSE
               MOVE SPACES        TO CR-LUMP-LBL CR-LUMP-X
           END-IF
           WRITE CHGREG-REC FROM CHGREG-DETAIL
               AFTER ADVANCING 1 LINE.

               ADD NEW-SAL    TO JOB-NEW-TOT(WS-JOB-NUM)
           END-IF.

      * SAVES THE EMPLOYEE'S OLD AND NEW SALARY FOR THE COMPA-RATIO
      * REPORT.
       470-WRITE-COMPA-WORK.
           MOVE OFFIC-NO      TO CW-OFFICE
           MOVE JOB-CLASS-NO  TO CW-JOB-CLASS
           MOVE EMPLOYEE-NO   TO CW-EMP-NO
           MOVE EMPLOYEE-NAME TO CW-EMP-NM
           MOVE ANN-SALARY    TO CW-OLD-SAL
           COMPUTE CW-NEW-SAL ROUNDED = NEW-SAL
           WRITE COMPA-WORK-REC.

      * EVAULATES THE OFFICE NUMBER AND JOB CLASS CODE AND DETERMINES
      * WHAT PERCENT OF INCREASE IS GIVEN.
       500-PERCENT-INCREASE.
           CLOSE OUT-EMPLOYEE-FILE
           CLOSE SSNAUDIT-FILE
           CLOSE MERITEXC-FILE
           CLOSE COMPA-WORK-FILE
           IF APPLY-MODE
               CLOSE EMPNEW-FILE
               CLOSE CHGREG-FILE
               CLOSE LUMPSUM-FILE
           END-IF.

      * SORTS THE SAVED SALARIES BY OFFICE AND JOB CLASSIFICATION
      * AND PRINTS EACH EMPLOYEE'S COMPA-RATIO - SALARY AS A PERCENT
      * OF THE RANGE MIDPOINT - BEFORE AND AFTER THIS CYCLE'S
      * INCREASE, WITH EACH GROUP'S AVERAGE. UNDER THE MINIMUM, OR
      * UNDER 90 PERCENT OF THE MIDPOINT, IS FLAGGED.
       950-COMPA-RATIO-REPORT.
           SORT SORT-COMPA-FILE
               ON ASCENDING KEY SC-OFFICE SC-JOB-CLASS SC-EMP-NO
                   USING COMPA-WORK-FILE
                   GIVING COMPA-WORK-FILE
           OPEN INPUT COMPA-WORK-FILE
           OPEN OUTPUT COMPA-RPT-FILE
           MOVE WS-YEAR TO CT-YEAR
           MOVE WS-MM   TO CT-MM
           MOVE WS-DAY  TO CT-DAY
           WRITE COMPA-RPT-REC FROM COMPA-TITLE
           WRITE COMPA-RPT-REC FROM COMPA-TITLE2
           WRITE COMPA-RPT-REC FROM COMPA-COLUMNS
               AFTER ADVANCING 2 LINES
           MOVE 'N' TO WS-COMPA-EOF
           MOVE HIGH-VALUES TO WS-PREV-OFFICE WS-PREV-CLASS
           PERFORM UNTIL WS-COMPA-EOF = 'Y'
               READ COMPA-WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-COMPA-EOF
                   NOT AT END
                       IF CW-OFFICE NOT = WS-PREV-OFFICE
                          OR CW-JOB-CLASS NOT = WS-PREV-CLASS
                           PERFORM 960-COMPA-GROUP-TOTAL
                           PERFORM 955-COMPA-GROUP-HEADING
                       END-IF
                       PERFORM 965-COMPA-DETAIL
               END-READ
           END-PERFORM
           PERFORM 960-COMPA-GROUP-TOTAL
           CLOSE COMPA-WORK-FILE
           CLOSE COMPA-RPT-FILE.

      * STARTS A NEW OFFICE AND JOB CLASSIFICATION GROUP.
       955-COMPA-GROUP-HEADING.
           MOVE CW-OFFICE    TO WS-PREV-OFFICE CG-OFFICE CN-OFFICE
           MOVE CW-JOB-CLASS TO WS-PREV-CLASS CG-JOB-CLASS
                                CN-JOB-CLASS
           MOVE ZEROS TO WS-GRP-COUNT WS-GRP-OLD-TOT WS-GRP-NEW-TOT
           MOVE CW-JOB-CLASS TO WS-JOB-NUM
           IF WS-JOB-NUM > 0 AND GR-HAS-GRADE(WS-JOB-NUM) = 'Y'
               MOVE GR-MINIMUM(WS-JOB-NUM)  TO CG-MINIMUM
               MOVE GR-MIDPOINT(WS-JOB-NUM) TO CG-MIDPOINT
               MOVE GR-MAXIMUM(WS-JOB-NUM)  TO CG-MAXIMUM
               WRITE COMPA-RPT-REC FROM COMPA-GROUP-LINE
                   AFTER ADVANCING 2 LINES
           ELSE
               WRITE COMPA-RPT-REC FROM COMPA-NO-RANGE-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.

      * WRITES ONE EMPLOYEE'S LINE.
       965-COMPA-DETAIL.
           MOVE CW-EMP-NO  TO CD-EMP-NO
           MOVE CW-EMP-NM  TO CD-EMP-NM
           MOVE CW-OLD-SAL TO CD-OLD-SAL
           MOVE CW-NEW-SAL TO CD-NEW-SAL
           MOVE SPACES     TO CD-FLAG
           ADD 1          TO WS-GRP-COUNT
           ADD CW-OLD-SAL TO WS-GRP-OLD-TOT
           ADD CW-NEW-SAL TO WS-GRP-NEW-TOT
           MOVE CW-JOB-CLASS TO WS-JOB-NUM
           IF WS-JOB-NUM > 0 AND GR-HAS-GRADE(WS-JOB-NUM) = 'Y'
              AND GR-MIDPOINT(WS-JOB-NUM) > ZERO
               COMPUTE WS-COMPA ROUNDED =
                   CW-OLD-SAL * PERC / GR-MIDPOINT(WS-JOB-NUM)
               MOVE WS-COMPA TO CD-OLD-COMPA
               COMPUTE WS-COMPA ROUNDED =
                   CW-NEW-SAL * PERC / GR-MIDPOINT(WS-JOB-NUM)
               MOVE WS-COMPA TO CD-NEW-COMPA
               EVALUATE TRUE
                   WHEN CW-NEW-SAL < GR-MINIMUM(WS-JOB-NUM)
                       MOVE 'UNDER MIN' TO CD-FLAG
                   WHEN WS-COMPA < COMPA-LOW
                       MOVE 'UNDER-PAID' TO CD-FLAG
                   WHEN CW-NEW-SAL > GR-MAXIMUM(WS-JOB-NUM)
                       MOVE 'OVER MAX' TO CD-FLAG
               END-EVALUATE
           ELSE
               MOVE SPACES TO CD-OLD-COMPA-X CD-NEW-COMPA-X
           END-IF
           WRITE COMPA-RPT-REC FROM COMPA-DETAIL
               AFTER ADVANCING 1 LINE.

      * WRITES THE GROUP'S HEAD COUNT AND AVERAGE COMPA-RATIOS.
       960-COMPA-GROUP-TOTAL.
           IF WS-PREV-OFFICE NOT = HIGH-VALUES
               MOVE WS-GRP-COUNT TO CGT-COUNT
               MOVE WS-PREV-CLASS TO WS-JOB-NUM
               IF WS-JOB-NUM > 0 AND GR-HAS-GRADE(WS-JOB-NUM) = 'Y'
                  AND GR-MIDPOINT(WS-JOB-NUM) > ZERO
                   COMPUTE CGT-OLD-COMPA ROUNDED =
                       WS-GRP-OLD-TOT * PERC
                       / (GR-MIDPOINT(WS-JOB-NUM) * WS-GRP-COUNT)
                   COMPUTE CGT-NEW-COMPA ROUNDED =
                       WS-GRP-NEW-TOT * PERC
                       / (GR-MIDPOINT(WS-JOB-NUM) * WS-GRP-COUNT)
               ELSE
                   MOVE SPACES TO CGT-OLD-COMPA-X CGT-NEW-COMPA-X
               END-IF
               WRITE COMPA-RPT-REC FROM COMPA-GROUP-TOTAL
                   AFTER ADVANCING 1 LINE
           END-IF.
       

      *     text editor. The operator signs on against OPERMAST.DAT,
      *     each employee ID is validated against EMPMASTER.DAT as it
      *     is keyed (salaried staff are refused - their salary pays
      *     without hours), each day's time in and time out are keyed
      *     with the shift worked (holidays on HOLIDAY.DAT are shown
      *     as the day comes up), the days accumulate to the weekly
      *     hours, and the 60-hour cap warns right at entry
      *     while a supervisor approval is still easy to get - the
      *     approvals on OTAPPROVE.DAT are shown for the week. The
      *     pay rate is stamped from PAYRATE.DAT so the record passes
      *     Prog4's rate validation. A control record with the count
      *     and hours total goes to TIMECTL.DAT so Prog4 can verify
      *     the file before computing pay. The day-by-day detail goes
      *     to TIMEDTL.DAT so Prog4 can price shift differentials,
      *     holiday premium, and overtime on the blended rate.
      *
      * Input:
      *     OPERMAST.DAT  - operator sign-on
      *     EMPMASTER.DAT - employee validation and pay type
      *     PAYRATE.DAT   - authoritative rates
      *     OTAPPROVE.DAT - overtime approvals for the week
      *     HOLIDAY.DAT   - company holiday calendar
      *     SHIFTDIFF.DAT - valid shift codes
      *     Daily time in, time out, and shift at the console
      * Output:
      *     PROGRAM4.DAT - weekly hours records for Prog4
      *     TIMECTL.DAT  - record count and hours total
      *     TIMEDTL.DAT  - each day worked, by shift, for Prog4
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TIMECTL-FILE ASSIGN TO "TIMECTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HOLIDAY-FILE ASSIGN TO "HOLIDAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOL-STATUS.
           SELECT SHIFTDIFF-FILE ASSIGN TO "SHIFTDIFF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SD-STATUS.
           SELECT TIMEDTL-FILE ASSIGN TO "TIMEDTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  OPER-MASTER-FILE.
       01  TIMECTL-REC.
           05  TC-REC-COUNT    PIC 9(4).
           05  TC-HOURS-TOT    PIC 9(5).
      * THE COMPANY HOLIDAY CALENDAR, ONE ROW PER HOLIDAY DATE.
       FD  HOLIDAY-FILE.
       01  HOLIDAY-REC.
           05  HD-DATE         PIC 9(8).
           05  HD-NAME         PIC X(20).
      * SHIFT CODES AND THEIR PER-HOUR DIFFERENTIAL. ONLY THE CODES
      * ARE USED HERE - PROG4 PRICES THE DIFFERENTIAL.
       FD  SHIFTDIFF-FILE.
       01  SHIFTDIFF-REC.
           05  SD-SHIFT        PIC X.
           05  SD-DESC         PIC X(15).
           05  SD-DIFF-AMT     PIC 9V99.
      * ONE ROW PER EMPLOYEE PER DAY WORKED. THE WORK DATE IS THE
      * DAY THE SHIFT STARTED; TD-HOLIDAY IS 'Y' WHEN THAT DATE IS
      * ON THE HOLIDAY CALENDAR.
       FD  TIMEDTL-FILE.
       01  TIMEDTL-REC.
           05  TD-EMP-ID       PIC X(4).
           05  TD-PERIOD-END   PIC 9(8).
           05  TD-WORK-DATE    PIC 9(8).
           05  TD-TIME-IN      PIC 9(4).
           05  TD-TIME-OUT     PIC 9(4).
           05  TD-SHIFT        PIC X.
           05  TD-HOLIDAY      PIC X.
           05  TD-HOURS        PIC 99V99.
       WORKING-STORAGE SECTION.
       01  WORKING-ITEMS.
           05  VALID-SW        PIC X.
           05  WS-EMP-FOUND    PIC 9(3).
           05  WS-EMP-SUB      PIC 9(3).
           05  WS-DAY-SUB      PIC 9.
           05  WS-WEEK-HOURS   PIC 9(3)V99.
           05  WS-WEEK-WHOLE   PIC 9(3).
           05  WS-HOURS-OUT    PIC ZZ9.99.
           05  WS-HOL-STATUS   PIC XX.
           05  HOL-EOF-SWITCH  PIC X       VALUE 'N'.
           05  WS-SD-STATUS    PIC XX.
           05  SD-EOF-SWITCH   PIC X       VALUE 'N'.
           05  WS-WORK-DATE    PIC 9(8).
           05  WS-WORK-DATE-PARTS REDEFINES WS-WORK-DATE.
               10  WS-WORK-YYYY    PIC 9(4).
               10  WS-WORK-MM      PIC 99.
               10  WS-WORK-DD      PIC 99.
           05  WS-HOL-NAME     PIC X(20).
           05  WS-PUNCH-X      PIC X(4).
           05  WS-PUNCH REDEFINES WS-PUNCH-X PIC 9(4).
           05  WS-PUNCH-PARTS REDEFINES WS-PUNCH-X.
               10  WS-PUNCH-HH     PIC 99.
               10  WS-PUNCH-MM     PIC 99.
           05  WS-PUNCH-OK-SW  PIC X.
               88  PUNCH-VALID             VALUE 'Y'.
           05  WS-IN-MIN       PIC 9(4).
           05  WS-SPAN-MIN     PIC S9(5).
           05  WS-SHIFT        PIC X.
           05  WS-SHIFT-OK-SW  PIC X.
               88  SHIFT-VALID             VALUE 'Y'.
           05  WS-EMP-RATE     PIC 999V9.
           05  WS-OT-OK-SW     PIC X.
               88  OT-APPROVED             VALUE 'Y'.
               VALUE "MONTUEWEDTHUFRISATSUN".
           05  DAY-NAME-ENTRY REDEFINES DAY-NAMES
                                   OCCURS 7 TIMES PIC X(3).
      * THE WEEK BEING KEYED, ONE ENTRY PER DAY MONDAY THRU SUNDAY.
       01  DAY-DETAIL-TABLE.
           05  DY-ENTRY OCCURS 7 TIMES.
               10  DY-WORK-DATE    PIC 9(8).
               10  DY-TIME-IN      PIC 9(4).
               10  DY-TIME-OUT     PIC 9(4).
               10  DY-SHIFT        PIC X.
               10  DY-HOLIDAY      PIC X.
               10  DY-HOURS        PIC 99V99.
       01  HOLIDAY-TABLE.
           05  HD-COUNT        PIC 9(3)    VALUE ZERO.
           05  HD-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON HD-COUNT
                   INDEXED BY HD-INDX.
               10  HD-T-DATE       PIC 9(8).
               10  HD-T-NAME       PIC X(20).
       01  SHIFT-TABLE.
           05  SF-COUNT        PIC 9(3)    VALUE ZERO.
           05  SF-ENTRY OCCURS 1 TO 20 TIMES
                   DEPENDING ON SF-COUNT
                   INDEXED BY SF-INDX.
               10  SF-T-SHIFT      PIC X.
       01  OPER-MASTER-TABLE.
           05  OP-COUNT        PIC 9(4)    VALUE ZERO.
           05  OP-ENTRY OCCURS 1 TO 500 TIMES
           PERFORM 055-LOAD-EMP-MASTER
           PERFORM 060-LOAD-PAY-RATES
           PERFORM 065-LOAD-OT-APPROVALS
           PERFORM 080-LOAD-HOLIDAYS
           PERFORM 085-LOAD-SHIFTS
           PERFORM 070-ACCEPT-OPERATOR-ID
           DISPLAY 'ENTER WEEK ENDING DATE (YYYYMMDD):'
           ACCEPT WS-PERIOD-END
           PERFORM UNTIL FUNCTION INTEGER-OF-DATE(WS-PERIOD-END)
                   > ZERO
               DISPLAY 'INVALID DATE.'
               DISPLAY 'ENTER WEEK ENDING DATE (YYYYMMDD):'
               ACCEPT WS-PERIOD-END
           END-PERFORM
           OPEN OUTPUT TIME-FILE
                       TIMEDTL-FILE

           PERFORM 100-CAPTURE-ONE-EMPLOYEE
               UNTIL WS-EMP-ID = 'QUIT'
           CLOSE TIME-FILE
                 TIMEDTL-FILE
           PERFORM 800-WRITE-TIME-CONTROL

           DISPLAY SPACE
           IF WS-OTA-STATUS NOT = "35"
               CLOSE OTAPPROVE-FILE
           END-IF.
      * LOADS THE HOLIDAY CALENDAR SO EACH DAY KEYED CAN BE FLAGGED.
      * NO FILE MEANS NO HOLIDAYS.
       080-LOAD-HOLIDAYS.
           OPEN INPUT HOLIDAY-FILE
           IF WS-HOL-STATUS NOT = "00"
               MOVE 'Y' TO HOL-EOF-SWITCH
           END-IF
           PERFORM UNTIL HOL-EOF-SWITCH = 'Y'
               READ HOLIDAY-FILE
                   AT END
                       MOVE 'Y' TO HOL-EOF-SWITCH
                   NOT AT END
                       IF HD-COUNT < 100
                           ADD 1 TO HD-COUNT
                           MOVE HD-DATE TO HD-T-DATE(HD-COUNT)
                           MOVE HD-NAME TO HD-T-NAME(HD-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-HOL-STATUS NOT = "35"
               CLOSE HOLIDAY-FILE
           END-IF.
      * LOADS THE SHIFT CODES FOR VALIDATION. 'D' (DAY SHIFT) IS
      * ALWAYS VALID; WITH NO FILE ANY NON-BLANK CODE IS TAKEN.
       085-LOAD-SHIFTS.
           OPEN INPUT SHIFTDIFF-FILE
           IF WS-SD-STATUS NOT = "00"
               MOVE 'Y' TO SD-EOF-SWITCH
           END-IF
           PERFORM UNTIL SD-EOF-SWITCH = 'Y'
               READ SHIFTDIFF-FILE
                   AT END
                       MOVE 'Y' TO SD-EOF-SWITCH
                   NOT AT END
                       IF SF-COUNT < 20
                           ADD 1 TO SF-COUNT
                           MOVE SD-SHIFT TO SF-T-SHIFT(SF-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-SD-STATUS NOT = "35"
               CLOSE SHIFTDIFF-FILE
           END-IF.
      * SIGN-ON: ACTIVE OPERATOR CARRYING THE 'T' FLAG (OR BLANK
      * FUNCS); WITH NO OPERATOR MASTER THE NON-BLANK RULE APPLIES.
       070-ACCEPT-OPERATOR-ID.
               END-IF
           END-IF.
      * CAPTURES ONE EMPLOYEE'S WEEK: THE VALIDATED ID, THEN THE
      * SEVEN DAYS' PUNCHES ACCUMULATED TO THE WEEKLY HOURS.
       100-CAPTURE-ONE-EMPLOYEE.
           DISPLAY SPACE
           DISPLAY 'ENTER EMPLOYEE ID (ENTER QUIT TO END):'
                       PERFORM 300-WRITE-TIME-REC
               END-EVALUATE
           END-IF.
      * SEVEN DAYS, ACCUMULATED AND CHECKED AGAINST THE 60-HOUR CAP
      * AS KEYED SO THE WARNING LANDS WHILE A SUPERVISOR APPROVAL IS
      * STILL EASY TO GET. THE HOURS RECORD CARRIES THE WEEK ROUNDED
      * TO WHOLE HOURS; THE DAILY DETAIL KEEPS THE MINUTES.
       200-ACCEPT-DAILY-HOURS.
           MOVE ZERO TO WS-WEEK-HOURS
           PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                   UNTIL WS-DAY-SUB > 7
               PERFORM 210-ACCEPT-ONE-DAY
           END-PERFORM
           COMPUTE WS-WEEK-WHOLE ROUNDED = WS-WEEK-HOURS
           IF WS-WEEK-WHOLE > 99
               DISPLAY 'THE HOURS RECORD CARRIES TWO DIGITS - A WEEK'
                   ' OVER 99 HOURS CANNOT BE KEYED. RE-ENTER.'
               PERFORM 200-ACCEPT-DAILY-HOURS
           END-IF
           MOVE WS-WEEK-HOURS TO WS-HOURS-OUT
           DISPLAY 'WEEK TOTAL: ' WS-HOURS-OUT ' HOURS'
           IF WS-WEEK-WHOLE > MAX-HRS
               PERFORM 250-CHECK-OT-APPROVAL
               IF OT-APPROVED
                   DISPLAY '** OVER THE 60-HOUR CAP - APPROVAL IS'
                       ' ON FILE. GET ONE OR PROG4 WILL REJECT. **'
               END-IF
           END-IF.
      * ONE DAY: TIME IN (BLANK FOR A DAY NOT WORKED), TIME OUT, AND
      * THE SHIFT. A TIME OUT EARLIER THAN THE TIME IN IS A SHIFT
      * RUNNING PAST MIDNIGHT; IT BELONGS TO THE DAY IT STARTED.
       210-ACCEPT-ONE-DAY.
           COMPUTE WS-WORK-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-PERIOD-END) - 7
                + WS-DAY-SUB)
           MOVE WS-WORK-DATE TO DY-WORK-DATE(WS-DAY-SUB)
           MOVE ZERO TO DY-TIME-IN(WS-DAY-SUB)
                        DY-TIME-OUT(WS-DAY-SUB)
                        DY-HOURS(WS-DAY-SUB)
           MOVE 'D' TO DY-SHIFT(WS-DAY-SUB)
           MOVE 'N' TO DY-HOLIDAY(WS-DAY-SUB)
           PERFORM VARYING HD-INDX FROM 1 BY 1
                   UNTIL HD-INDX > HD-COUNT
               IF HD-T-DATE(HD-INDX) = WS-WORK-DATE
                   MOVE 'Y' TO DY-HOLIDAY(WS-DAY-SUB)
                   MOVE HD-T-NAME(HD-INDX) TO WS-HOL-NAME
               END-IF
           END-PERFORM
           IF DY-HOLIDAY(WS-DAY-SUB) = 'Y'
               DISPLAY DAY-NAME-ENTRY(WS-DAY-SUB) ' ' WS-WORK-MM '/'
                   WS-WORK-DD '/' WS-WORK-YYYY ' - HOLIDAY: '
                   WS-HOL-NAME
           ELSE
               DISPLAY DAY-NAME-ENTRY(WS-DAY-SUB) ' ' WS-WORK-MM '/'
                   WS-WORK-DD '/' WS-WORK-YYYY
           END-IF
           DISPLAY '  TIME IN (HHMM, BLANK IF NOT WORKED):'
           PERFORM 220-ACCEPT-PUNCH
           IF WS-PUNCH-X NOT = SPACES
               MOVE WS-PUNCH TO DY-TIME-IN(WS-DAY-SUB)
               COMPUTE WS-IN-MIN = WS-PUNCH-HH * 60 + WS-PUNCH-MM
               MOVE 'N' TO VALID-SW
               PERFORM UNTIL VALID-SW = 'Y'
                   DISPLAY '  TIME OUT (HHMM):'
                   PERFORM 220-ACCEPT-PUNCH
                   IF WS-PUNCH-X = SPACES
                       DISPLAY 'TIME OUT IS REQUIRED ON A DAY WORKED.'
                   ELSE
                       COMPUTE WS-SPAN-MIN =
                           WS-PUNCH-HH * 60 + WS-PUNCH-MM - WS-IN-MIN
                       IF WS-SPAN-MIN = ZERO
                           DISPLAY 'TIME OUT EQUALS TIME IN.'
                       ELSE
                           MOVE 'Y' TO VALID-SW
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-SPAN-MIN < ZERO
                   ADD 1440 TO WS-SPAN-MIN
               END-IF
               MOVE WS-PUNCH TO DY-TIME-OUT(WS-DAY-SUB)
               COMPUTE DY-HOURS(WS-DAY-SUB) ROUNDED = WS-SPAN-MIN / 60
               PERFORM 230-ACCEPT-SHIFT
               MOVE WS-SHIFT TO DY-SHIFT(WS-DAY-SUB)
               MOVE DY-HOURS(WS-DAY-SUB) TO WS-HOURS-OUT
               DISPLAY '  HOURS: ' WS-HOURS-OUT
           END-IF
           ADD DY-HOURS(WS-DAY-SUB) TO WS-WEEK-HOURS.
      * A PUNCH IS FOUR DIGITS ON THE 24-HOUR CLOCK, OR BLANK.
       220-ACCEPT-PUNCH.
           ACCEPT WS-PUNCH-X
           PERFORM 225-CHECK-PUNCH
           PERFORM UNTIL PUNCH-VALID
               DISPLAY 'ENTER HHMM ON THE 24-HOUR CLOCK (0000-2359):'
               ACCEPT WS-PUNCH-X
               PERFORM 225-CHECK-PUNCH
           END-PERFORM.
       225-CHECK-PUNCH.
           MOVE 'N' TO WS-PUNCH-OK-SW
           IF WS-PUNCH-X = SPACES
               MOVE 'Y' TO WS-PUNCH-OK-SW
           ELSE
               IF WS-PUNCH IS NUMERIC
                   IF WS-PUNCH-HH < 24 AND WS-PUNCH-MM < 60
                       MOVE 'Y' TO WS-PUNCH-OK-SW
                   END-IF
               END-IF
           END-IF.
      * THE SHIFT WORKED; BLANK IS THE DAY SHIFT.
       230-ACCEPT-SHIFT.
           DISPLAY '  SHIFT CODE (BLANK FOR D - DAY SHIFT):'
           ACCEPT WS-SHIFT
           PERFORM 235-CHECK-SHIFT
           PERFORM UNTIL SHIFT-VALID
               DISPLAY 'SHIFT CODE NOT ON SHIFTDIFF.DAT.'
               DISPLAY '  SHIFT CODE (BLANK FOR D - DAY SHIFT):'
               ACCEPT WS-SHIFT
               PERFORM 235-CHECK-SHIFT
           END-PERFORM.
       235-CHECK-SHIFT.
           IF WS-SHIFT = SPACE
               MOVE 'D' TO WS-SHIFT
           END-IF
           MOVE 'N' TO WS-SHIFT-OK-SW
           IF WS-SHIFT = 'D' OR SF-COUNT = ZERO
               MOVE 'Y' TO WS-SHIFT-OK-SW
           ELSE
               PERFORM VARYING SF-INDX FROM 1 BY 1
                       UNTIL SF-INDX > SF-COUNT
                   IF SF-T-SHIFT(SF-INDX) = WS-SHIFT
                       MOVE 'Y' TO WS-SHIFT-OK-SW
                   END-IF
               END-PERFORM
           END-IF.
       250-CHECK-OT-APPROVAL.
           MOVE 'N' TO WS-OT-OK-SW
           PERFORM VARYING OA-INDX FROM 1 BY 1
                   UNTIL OA-INDX > OA-COUNT
               IF OA-T-EMP-ID(OA-INDX) = WS-EMP-ID
                  AND OA-T-WEEK-END(OA-INDX) = WS-PERIOD-END
                  AND OA-T-HOURS-CAP(OA-INDX) NOT < WS-WEEK-WHOLE
                   SET OT-APPROVED TO TRUE
               END-IF
           END-PERFORM.
      * WRITES THE WEEKLY RECORD WITH THE MASTER RATE STAMPED IN,
      * AND ITS DAILY DETAIL, AND ROLLS THE SESSION CONTROL TOTALS.
       300-WRITE-TIME-REC.
           MOVE ZERO TO WS-EMP-RATE
           PERFORM VARYING PR-INDX FROM 1 BY 1
                   ' REJECT AT PROG4. WRITTEN ANYWAY FOR THE TRAIL.'
           END-IF
           MOVE WS-EMP-ID    TO TI-EMP-ID
           MOVE WS-WEEK-WHOLE TO TI-HR
           MOVE WS-EMP-RATE  TO TI-PAY-RT
           WRITE TIME-REC
           PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                   UNTIL WS-DAY-SUB > 7
               IF DY-HOURS(WS-DAY-SUB) > ZERO
                   MOVE WS-EMP-ID     TO TD-EMP-ID
                   MOVE WS-PERIOD-END TO TD-PERIOD-END
                   MOVE DY-WORK-DATE(WS-DAY-SUB) TO TD-WORK-DATE
                   MOVE DY-TIME-IN(WS-DAY-SUB)   TO TD-TIME-IN
                   MOVE DY-TIME-OUT(WS-DAY-SUB)  TO TD-TIME-OUT
                   MOVE DY-SHIFT(WS-DAY-SUB)     TO TD-SHIFT
                   MOVE DY-HOLIDAY(WS-DAY-SUB)   TO TD-HOLIDAY
                   MOVE DY-HOURS(WS-DAY-SUB)     TO TD-HOURS
                   WRITE TIMEDTL-REC
               END-IF
           END-PERFORM
           ADD 1 TO WS-REC-COUNT
           ADD WS-WEEK-WHOLE TO WS-HOURS-TOT.
      * WRITES THE CONTROL RECORD PROG4 PROVES THE HOURS FILE
      * AGAINST BEFORE COMPUTING PAY.
       800-WRITE-TIME-CONTROL.

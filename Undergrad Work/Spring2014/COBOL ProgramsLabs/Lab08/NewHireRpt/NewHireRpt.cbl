       IDENTIFICATION DIVISION.
       PROGRAM-ID. NewHireRpt.
       AUTHOR. Brianna Muleski
       DATE-WRITTEN. 10/13/14
      ******************************************************************
      * Purpose:
      *     Builds the state new-hire report file for one submission
      *     window. Every new hire and rehire keyed through
      *     EmpOnboard carries a home address, date of hire and
      *     state of hire on EMPMASTER.DAT. Each hire dated on or
      *     before the window end that is not yet on the control log
      *     is written to NEWHIRE.DAT in the state's fixed layout
      *     (header, one detail per hire, trailer) and then logged
      *     by employee id and hire date, so nobody is reported
      *     twice and a hire missed in one window is picked up in
      *     the next. A rehire has a new hire date and so is a new
      *     entry. Hires reported more than 20 days after the hire
      *     date are flagged LATE on the listing. A window already
      *     on the log is not run again.
      *
      * Input:
      *     EMPMASTER.DAT - employee address and hire data
      *     EMPLOYER.DAT  - employer name, FEIN and address
      *     NHLOG.DAT     - control log of hires already reported
      *     Window end date entered at the console
      * Output:
      *     NEWHIRE.DAT   - file for the state
      *     NEWHIRE.RPT   - listing of what was sent
      *     NHLOG.DAT     - appended with this window's hires
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMP-FILE ASSIGN TO "EMPMASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMP-STATUS.
           SELECT EMPLOYER-FILE ASSIGN TO "EMPLOYER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ER-STATUS.
           SELECT NHLOG-FILE ASSIGN TO "NHLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT NEWHIRE-FILE ASSIGN TO "NEWHIRE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO "NEWHIRE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  EMP-FILE.
       01  EMP-REC.
           05  EM-EMP-ID       PIC X(4).
           05  EM-EMP-NM       PIC X(15).
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
      * ONE ROW: THE EMPLOYER AS REGISTERED WITH THE STATE.
       FD  EMPLOYER-FILE.
       01  EMPLOYER-REC.
           05  ER-NAME         PIC X(35).
           05  ER-FEIN         PIC X(9).
           05  ER-STREET       PIC X(25).
           05  ER-CITY         PIC X(15).
           05  ER-STATE        PIC XX.
           05  ER-ZIP          PIC X(5).
      * ONE ROW PER HIRE REPORTED: EMPLOYEE, HIRE DATE, THE WINDOW
      * IT WENT OUT IN, AND THE DATE THE FILE WAS BUILT.
       FD  NHLOG-FILE.
       01  NHLOG-REC.
           05  NL-EMP-ID       PIC X(4).
           05  NL-HIRE-DATE    PIC 9(8).
           05  NL-WINDOW-END   PIC 9(8).
           05  NL-RUN-DATE     PIC 9(8).
       FD  NEWHIRE-FILE.
       01  NEWHIRE-REC         PIC X(120).
       FD  REPORT-FILE.
       01  REPORT-REC          PIC X(80).
       WORKING-STORAGE SECTION.
       01  WORKING-ITEMS.
           05  EOF-SWITCH      PIC X       VALUE 'N'.
           05  VALID-SW        PIC X.
           05  WS-EMP-STATUS   PIC XX.
           05  WS-ER-STATUS    PIC XX.
           05  WS-LOG-STATUS   PIC XX.
           05  WS-RUN-DATE     PIC 9(8).
           05  WS-WINDOW-X     PIC X(8).
           05  WS-WINDOW-END REDEFINES WS-WINDOW-X
                               PIC 9(8).
           05  WS-WINDOW-PARTS REDEFINES WS-WINDOW-X.
               10  WS-WINDOW-YYYY  PIC 9(4).
               10  WS-WINDOW-MM    PIC 99.
               10  WS-WINDOW-DD    PIC 99.
           05  WS-LOGGED-SW    PIC X.
           05  WS-REHIRE-SW    PIC X.
           05  WS-LOG-SUB      PIC 9(4).
           05  WS-HR-SUB       PIC 9(3).
           05  WS-DAYS         PIC S9(5).
           05  WS-LATE-DAYS    PIC 9(3)    VALUE 20.
           05  WS-LATE-CT      PIC 9(3)    VALUE ZERO.
           05  WS-HELD-CT      PIC 9(3)    VALUE ZERO.
           05  WS-NO-DATE-CT   PIC 9(3)    VALUE ZERO.
      * HIRES ALREADY SENT TO THE STATE, FROM THE CONTROL LOG.
       01  LOG-TABLE.
           05  LG-COUNT        PIC 9(4)    VALUE ZERO.
           05  LG-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON LG-COUNT.
               10  LG-EMP-ID       PIC X(4).
               10  LG-HIRE-DATE    PIC 9(8).
      * THIS WINDOW'S HIRES, IN EMPMASTER ORDER.
       01  HIRE-TABLE.
           05  HR-COUNT        PIC 9(3)    VALUE ZERO.
           05  HR-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON HR-COUNT.
               10  HR-EMP-ID       PIC X(4).
               10  HR-EMP-NM       PIC X(15).
               10  HR-STREET       PIC X(25).
               10  HR-CITY         PIC X(15).
               10  HR-ADDR-STATE   PIC XX.
               10  HR-ZIP          PIC X(5).
               10  HR-HIRE-DATE    PIC 9(8).
               10  HR-HIRE-STATE   PIC XX.
               10  HR-HIRE-TYPE    PIC X.
               10  HR-DAYS         PIC S9(5).
      * EMPLOYER DEFAULTS WHEN EMPLOYER.DAT IS NOT ON FILE.
       01  EMPLOYER-INFO.
           05  EI-NAME         PIC X(35)   VALUE
                               "INTERNATIONAL CHOCOLATES COMPANY".
           05  EI-FEIN         PIC X(9)    VALUE SPACES.
           05  EI-STREET       PIC X(25)   VALUE SPACES.
           05  EI-CITY         PIC X(15)   VALUE SPACES.
           05  EI-STATE        PIC XX      VALUE SPACES.
           05  EI-ZIP          PIC X(5)    VALUE SPACES.
      * STATE NEW-HIRE FILE LAYOUT - RECORD TYPE 1 HEADER, 2 DETAIL,
      * 9 TRAILER, EACH 120 BYTES.
       01  NH-HEADER.
           05  NH-H-TYPE       PIC X       VALUE '1'.
           05  NH-H-FEIN       PIC X(9).
           05  NH-H-NAME       PIC X(35).
           05  NH-H-STREET     PIC X(25).
           05  NH-H-CITY       PIC X(15).
           05  NH-H-STATE      PIC XX.
           05  NH-H-ZIP        PIC X(5).
           05  NH-H-WINDOW-END PIC 9(8).
           05  NH-H-CREATED    PIC 9(8).
           05  FILLER          PIC X(12)   VALUE SPACES.
       01  NH-DETAIL.
           05  NH-D-TYPE       PIC X       VALUE '2'.
           05  NH-D-FEIN       PIC X(9).
           05  NH-D-EMP-ID     PIC X(4).
           05  NH-D-EMP-NM     PIC X(15).
           05  NH-D-STREET     PIC X(25).
           05  NH-D-CITY       PIC X(15).
           05  NH-D-STATE      PIC XX.
           05  NH-D-ZIP        PIC X(5).
           05  NH-D-HIRE-DATE  PIC 9(8).
           05  NH-D-HIRE-STATE PIC XX.
           05  NH-D-HIRE-TYPE  PIC X.
           05  FILLER          PIC X(33)   VALUE SPACES.
       01  NH-TRAILER.
           05  NH-T-TYPE       PIC X       VALUE '9'.
           05  NH-T-FEIN       PIC X(9).
           05  NH-T-COUNT      PIC 9(5).
           05  FILLER          PIC X(105)  VALUE SPACES.
       01  HD-TITLE.
           05  FILLER          PIC X(6)    VALUE "DATE: ".
           05  HD-MM           PIC 99.
           05  FILLER          PIC X       VALUE "/".
           05  HD-DD           PIC 99.
           05  FILLER          PIC X       VALUE "/".
           05  HD-YEAR         PIC 9(4).
           05  FILLER          PIC X(6)    VALUE SPACES.
           05  FILLER          PIC X(36)   VALUE
                               "STATE NEW-HIRE REPORT - WINDOW END ".
           05  HD-W-MM         PIC 99.
           05  FILLER          PIC X       VALUE "/".
           05  HD-W-DD         PIC 99.
           05  FILLER          PIC X       VALUE "/".
           05  HD-W-YEAR       PIC 9(4).
       01  HD-COLUMNS.
           05  FILLER          PIC X(4)    VALUE "ID".
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(15)   VALUE "NAME".
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(10)   VALUE "HIRE DATE".
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(5)    VALUE "STATE".
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(6)    VALUE "TYPE".
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(4)    VALUE "DAYS".
       01  HIRE-DETAIL.
           05  HL-EMP-ID       PIC X(4).
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  HL-EMP-NM       PIC X(15).
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  HL-MM           PIC 99.
           05  FILLER          PIC X       VALUE "/".
           05  HL-DD           PIC 99.
           05  FILLER          PIC X       VALUE "/".
           05  HL-YEAR         PIC 9(4).
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  HL-HIRE-STATE   PIC XX.
           05  FILLER          PIC X(6)    VALUE SPACES.
           05  HL-HIRE-TYPE    PIC X(6).
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  HL-DAYS         PIC ZZZ9.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  HL-FLAG         PIC X(4).
       01  HIRE-NONE.
           05  FILLER          PIC X(40)   VALUE
                               "NO UNREPORTED HIRES FOR THIS WINDOW.".
       01  TOTAL-LINE.
           05  TL-LABEL        PIC X(40).
           05  TL-COUNT        PIC ZZZ9.
       PROCEDURE DIVISION.
       000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE 'N' TO VALID-SW
           PERFORM UNTIL VALID-SW = 'Y'
               DISPLAY 'ENTER SUBMISSION WINDOW END DATE (YYYYMMDD):'
               ACCEPT WS-WINDOW-X
               IF WS-WINDOW-X IS NUMERIC
                  AND WS-WINDOW-MM >= 1 AND WS-WINDOW-MM <= 12
                  AND WS-WINDOW-DD >= 1 AND WS-WINDOW-DD <= 31
                   MOVE 'Y' TO VALID-SW
               ELSE
                   DISPLAY 'INVALID DATE.'
               END-IF
           END-PERFORM
           PERFORM 050-LOAD-EMPLOYER
           PERFORM 060-LOAD-LOG
           IF VALID-SW = 'N'
               DISPLAY 'WINDOW ' WS-WINDOW-END ' ALREADY REPORTED -'
                   ' NO FILE BUILT.'
               STOP RUN
           END-IF
           PERFORM 100-SELECT-HIRES
           PERFORM 300-WRITE-NEWHIRE-FILE
           PERFORM 400-WRITE-LISTING
           PERFORM 500-APPEND-LOG
           STOP RUN.
      ******************************************************************
      * Reads the employer's registration. Without EMPLOYER.DAT the
      * company name alone goes on the header, and the operator is
      * warned that the state will want the FEIN.
      ******************************************************************
       050-LOAD-EMPLOYER.
           OPEN INPUT EMPLOYER-FILE
           IF WS-ER-STATUS NOT = "00"
               DISPLAY 'WARNING: EMPLOYER.DAT NOT ON FILE - NO FEIN'
                   ' ON THE NEW-HIRE FILE.'
           ELSE
               READ EMPLOYER-FILE
                   AT END
                       DISPLAY 'WARNING: EMPLOYER.DAT IS EMPTY.'
                   NOT AT END
                       MOVE EMPLOYER-REC TO EMPLOYER-INFO
               END-READ
               CLOSE EMPLOYER-FILE
           END-IF.
      ******************************************************************
      * Loads the hires already reported. If this window end is
      * already on the log the switch comes back 'N' and the run
      * stops, so a window cannot be sent twice.
      ******************************************************************
       060-LOAD-LOG.
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT NHLOG-FILE
           IF WS-LOG-STATUS NOT = "00"
               MOVE 'Y' TO EOF-SWITCH
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ NHLOG-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       IF NL-WINDOW-END = WS-WINDOW-END
                           MOVE 'N' TO VALID-SW
                       END-IF
                       IF LG-COUNT < 5000
                           ADD 1 TO LG-COUNT
                           MOVE NL-EMP-ID    TO LG-EMP-ID(LG-COUNT)
                           MOVE NL-HIRE-DATE TO LG-HIRE-DATE(LG-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LOG-STATUS NOT = "35"
               CLOSE NHLOG-FILE
           END-IF.
      ******************************************************************
      * Walks EMPMASTER.DAT for hires not yet reported. A row with no
      * hire date predates new-hire capture and is only counted; a
      * hire dated after the window end waits for the next window.
      ******************************************************************
       100-SELECT-HIRES.
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT EMP-FILE
           IF WS-EMP-STATUS NOT = "00"
               MOVE 'Y' TO EOF-SWITCH
               DISPLAY 'WARNING: EMPMASTER.DAT NOT ON FILE.'
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ EMP-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       PERFORM 200-CHECK-ONE-HIRE
               END-READ
           END-PERFORM
           IF WS-EMP-STATUS NOT = "35"
               CLOSE EMP-FILE
           END-IF.
      ******************************************************************
      * An employee id on the log under an earlier hire date is a
      * rehire; the same id and hire date is already reported.
      ******************************************************************
       200-CHECK-ONE-HIRE.
           IF EM-HIRE-DATE IS NOT NUMERIC OR EM-HIRE-DATE = ZERO
               ADD 1 TO WS-NO-DATE-CT
           ELSE
               IF EM-HIRE-DATE > WS-WINDOW-END
                   ADD 1 TO WS-HELD-CT
               ELSE
                   MOVE 'N' TO WS-LOGGED-SW WS-REHIRE-SW
                   PERFORM VARYING WS-LOG-SUB FROM 1 BY 1
                           UNTIL WS-LOG-SUB > LG-COUNT
                       IF LG-EMP-ID(WS-LOG-SUB) = EM-EMP-ID
                           IF LG-HIRE-DATE(WS-LOG-SUB) = EM-HIRE-DATE
                               MOVE 'Y' TO WS-LOGGED-SW
                           ELSE
                               MOVE 'Y' TO WS-REHIRE-SW
                           END-IF
                       END-IF
                   END-PERFORM
                   IF WS-LOGGED-SW = 'N'
                       PERFORM 210-ADD-HIRE
                   END-IF
               END-IF
           END-IF.
      ******************************************************************
      * Adds the hire to this window, counting the days from hire to
      * the window end for the late flag.
      ******************************************************************
       210-ADD-HIRE.
           IF HR-COUNT < 500
               ADD 1 TO HR-COUNT
               MOVE EM-EMP-ID     TO HR-EMP-ID(HR-COUNT)
               MOVE EM-EMP-NM     TO HR-EMP-NM(HR-COUNT)
               MOVE EM-STREET     TO HR-STREET(HR-COUNT)
               MOVE EM-CITY       TO HR-CITY(HR-COUNT)
               MOVE EM-ADDR-STATE TO HR-ADDR-STATE(HR-COUNT)
               MOVE EM-ZIP        TO HR-ZIP(HR-COUNT)
               MOVE EM-HIRE-DATE  TO HR-HIRE-DATE(HR-COUNT)
               MOVE EM-HIRE-STATE TO HR-HIRE-STATE(HR-COUNT)
               IF WS-REHIRE-SW = 'Y'
                   MOVE 'R' TO HR-HIRE-TYPE(HR-COUNT)
               ELSE
                   MOVE 'N' TO HR-HIRE-TYPE(HR-COUNT)
               END-IF
               COMPUTE WS-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-WINDOW-END)
                   - FUNCTION INTEGER-OF-DATE(EM-HIRE-DATE)
               MOVE WS-DAYS TO HR-DAYS(HR-COUNT)
           ELSE
               DISPLAY 'HIRE TABLE FULL - ' EM-EMP-ID
                   ' LEFT FOR THE NEXT WINDOW.'
           END-IF.
      ******************************************************************
      * Writes the state file: a header naming the employer and the
      * window, one detail per hire, and a trailer with the count.
      ******************************************************************
       300-WRITE-NEWHIRE-FILE.
           OPEN OUTPUT NEWHIRE-FILE
           MOVE EI-FEIN       TO NH-H-FEIN NH-D-FEIN NH-T-FEIN
           MOVE EI-NAME       TO NH-H-NAME
           MOVE EI-STREET     TO NH-H-STREET
           MOVE EI-CITY       TO NH-H-CITY
           MOVE EI-STATE      TO NH-H-STATE
           MOVE EI-ZIP        TO NH-H-ZIP
           MOVE WS-WINDOW-END TO NH-H-WINDOW-END
           MOVE WS-RUN-DATE   TO NH-H-CREATED
           WRITE NEWHIRE-REC FROM NH-HEADER
           PERFORM VARYING WS-HR-SUB FROM 1 BY 1
                   UNTIL WS-HR-SUB > HR-COUNT
               MOVE HR-EMP-ID(WS-HR-SUB)     TO NH-D-EMP-ID
               MOVE HR-EMP-NM(WS-HR-SUB)     TO NH-D-EMP-NM
               MOVE HR-STREET(WS-HR-SUB)     TO NH-D-STREET
               MOVE HR-CITY(WS-HR-SUB)       TO NH-D-CITY
               MOVE HR-ADDR-STATE(WS-HR-SUB) TO NH-D-STATE
               MOVE HR-ZIP(WS-HR-SUB)        TO NH-D-ZIP
               MOVE HR-HIRE-DATE(WS-HR-SUB)  TO NH-D-HIRE-DATE
               MOVE HR-HIRE-STATE(WS-HR-SUB) TO NH-D-HIRE-STATE
               MOVE HR-HIRE-TYPE(WS-HR-SUB)  TO NH-D-HIRE-TYPE
               WRITE NEWHIRE-REC FROM NH-DETAIL
           END-PERFORM
           MOVE HR-COUNT TO NH-T-COUNT
           WRITE NEWHIRE-REC FROM NH-TRAILER
           CLOSE NEWHIRE-FILE.
      ******************************************************************
      * Lists what went to the state, flagging hires past the 20-day
      * reporting limit, with the counts of hires held for the next
      * window and of employees with no hire date.
      ******************************************************************
       400-WRITE-LISTING.
           OPEN OUTPUT REPORT-FILE
           MOVE WS-RUN-DATE(5:2)   TO HD-MM
           MOVE WS-RUN-DATE(7:2)   TO HD-DD
           MOVE WS-RUN-DATE(1:4)   TO HD-YEAR
           MOVE WS-WINDOW-MM       TO HD-W-MM
           MOVE WS-WINDOW-DD       TO HD-W-DD
           MOVE WS-WINDOW-YYYY     TO HD-W-YEAR
           WRITE REPORT-REC FROM HD-TITLE
           WRITE REPORT-REC FROM HD-COLUMNS
               AFTER ADVANCING 2 LINES
           IF HR-COUNT = ZERO
               WRITE REPORT-REC FROM HIRE-NONE
                   AFTER ADVANCING 2 LINES
           END-IF
           PERFORM VARYING WS-HR-SUB FROM 1 BY 1
                   UNTIL WS-HR-SUB > HR-COUNT
               MOVE HR-EMP-ID(WS-HR-SUB)          TO HL-EMP-ID
               MOVE HR-EMP-NM(WS-HR-SUB)          TO HL-EMP-NM
               MOVE HR-HIRE-DATE(WS-HR-SUB)(5:2)  TO HL-MM
               MOVE HR-HIRE-DATE(WS-HR-SUB)(7:2)  TO HL-DD
               MOVE HR-HIRE-DATE(WS-HR-SUB)(1:4)  TO HL-YEAR
               MOVE HR-HIRE-STATE(WS-HR-SUB)      TO HL-HIRE-STATE
               IF HR-HIRE-TYPE(WS-HR-SUB) = 'R'
                   MOVE 'REHIRE' TO HL-HIRE-TYPE
               ELSE
                   MOVE 'NEW   ' TO HL-HIRE-TYPE
               END-IF
               MOVE HR-DAYS(WS-HR-SUB)            TO HL-DAYS
               IF HR-DAYS(WS-HR-SUB) > WS-LATE-DAYS
                   MOVE 'LATE' TO HL-FLAG
                   ADD 1 TO WS-LATE-CT
               ELSE
                   MOVE SPACES TO HL-FLAG
               END-IF
               WRITE REPORT-REC FROM HIRE-DETAIL
                   AFTER ADVANCING 1 LINE
           END-PERFORM
           MOVE 'HIRES REPORTED THIS WINDOW' TO TL-LABEL
           MOVE HR-COUNT TO TL-COUNT
           WRITE REPORT-REC FROM TOTAL-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'REPORTED LATE (OVER 20 DAYS)' TO TL-LABEL
           MOVE WS-LATE-CT TO TL-COUNT
           WRITE REPORT-REC FROM TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'HIRED AFTER WINDOW END - NEXT WINDOW' TO TL-LABEL
           MOVE WS-HELD-CT TO TL-COUNT
           WRITE REPORT-REC FROM TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'NO HIRE DATE ON EMPMASTER - NOT SENT' TO TL-LABEL
           MOVE WS-NO-DATE-CT TO TL-COUNT
           WRITE REPORT-REC FROM TOTAL-LINE
               AFTER ADVANCING 1 LINE
           CLOSE REPORT-FILE
           IF WS-LATE-CT > ZERO
               DISPLAY WS-LATE-CT ' HIRES ARE PAST THE 20-DAY LIMIT.'
           END-IF
           DISPLAY HR-COUNT ' HIRES WRITTEN TO NEWHIRE.DAT.'.
      ******************************************************************
      * Logs every hire sent so the next window skips them.
      ******************************************************************
       500-APPEND-LOG.
           OPEN EXTEND NHLOG-FILE
           IF WS-LOG-STATUS NOT = "00"
               OPEN OUTPUT NHLOG-FILE
           END-IF
           PERFORM VARYING WS-HR-SUB FROM 1 BY 1
                   UNTIL WS-HR-SUB > HR-COUNT
               MOVE HR-EMP-ID(WS-HR-SUB)    TO NL-EMP-ID
               MOVE HR-HIRE-DATE(WS-HR-SUB) TO NL-HIRE-DATE
               MOVE WS-WINDOW-END           TO NL-WINDOW-END
               MOVE WS-RUN-DATE             TO NL-RUN-DATE
               WRITE NHLOG-REC
           END-PERFORM
           CLOSE NHLOG-FILE.

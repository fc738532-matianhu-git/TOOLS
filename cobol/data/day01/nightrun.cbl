       IDENTIFICATION DIVISION.
       PROGRAM-ID. NIGHTRUN.

      *> Nightly schedule driver. Runs the night's job stream off a
      *> definition file (jobstrm.txt) instead of from the senior
      *> operators' memory. Each entry names a job, whether it runs
      *> every night (D) or only on a month-end night (M), the
      *> highest condition code it may end with and still count as
      *> complete, up to four predecessor jobs, and the command that
      *> runs it. Jobs run in file order, so a predecessor must be
      *> defined ahead of the jobs that wait on it; in a command,
      *> &DATE stands for the night's business date (YYYYMMDD) and
      *> &MONTH for its month (YYYYMM), for the jobs that prompt
      *> for one.
      *> A job whose condition code exceeds its maximum has failed,
      *> and every job that waits on it - directly or through
      *> another - is bypassed; jobs that do not depend on it still
      *> run. Each job's outcome is recorded on the night-run
      *> control file (nightctl.dat) the moment it ends, so rerunning
      *> the driver for the same business date passes over the jobs
      *> already complete and restarts from the one that failed.
      *> The night-run summary (nightrun.txt) shows every job's
      *> start, end, condition code and outcome.
      *> A month-end night is the last business day of its month,
      *> on the same weekend and calendar.txt terms DAYCTL uses.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> The job-stream definition.
           SELECT JOB-STREAM-FILE ASSIGN TO "jobstrm.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STREAM-STATUS.

      *> Cumulative - one row per job per attempt, so the last row
      *> for a job and business date says where it stands.
           SELECT NIGHT-CONTROL-FILE ASSIGN TO "nightctl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NIGHTCTL-STATUS.

           SELECT NIGHT-SUMMARY-FILE ASSIGN TO "nightrun.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUMMARY-STATUS.

      *> The holiday calendar CALMNT maintains.
           SELECT CALENDAR-FILE ASSIGN TO "calendar.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.

      *> The same run-parameter file FILEDEMO reads - the audit row
      *> should name the operator who set the night up, not a
      *> hardcoded id.
           SELECT RUN-PARAM-FILE ASSIGN TO "runparm.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNPARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> A row starting "*" is a comment.
       FD  JOB-STREAM-FILE.
       01  JOB-STREAM-RECORD.
           05  JS-JOB-NAME        PIC X(8).
           05  FILLER             PIC X(1).
           05  JS-FREQUENCY       PIC X(1).
           05  FILLER             PIC X(1).
           05  JS-MAX-CC          PIC 9(2).
           05  FILLER             PIC X(1).
           05  JS-PREDECESSORS.
               10  JS-PRED-ENTRY OCCURS 4 TIMES.
                   15  JS-PRED-NAME   PIC X(8).
                   15  FILLER         PIC X(1).
           05  JS-COMMAND         PIC X(80).

      *> State C complete, F failed, B bypassed behind a failed
      *> predecessor, N not scheduled tonight (a month-end job on
      *> an ordinary night).
       FD  NIGHT-CONTROL-FILE.
       01  NIGHT-CONTROL-RECORD.
           05  NC-BUS-DATE        PIC 9(8).
           05  FILLER             PIC X(1).
           05  NC-JOB-NAME        PIC X(8).
           05  FILLER             PIC X(1).
           05  NC-STATE           PIC X(1).
           05  FILLER             PIC X(1).
           05  NC-CC              PIC 9(3).
           05  FILLER             PIC X(1).
           05  NC-START-DATE      PIC 9(8).
           05  FILLER             PIC X(1).
           05  NC-START-TIME      PIC 9(8).
           05  FILLER             PIC X(1).
           05  NC-END-DATE        PIC 9(8).
           05  FILLER             PIC X(1).
           05  NC-END-TIME        PIC 9(8).
           05  FILLER             PIC X(1).
           05  NC-OPERATOR-ID     PIC X(8).

       FD  NIGHT-SUMMARY-FILE.
       01  NIGHT-SUMMARY-RECORD   PIC X(80).

       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD.
           05  CAL-DATE           PIC 9(8).

       FD  RUN-PARAM-FILE.
       01  RUN-PARAM-RECORD.
           05  RP-INPUT-DSN       PIC X(44).
           05  RP-CHKPT-INTERVAL  PIC 9(4).
           05  RP-OPERATOR-ID     PIC X(8).
           05  RP-RUN-MODE        PIC X(1).

       WORKING-STORAGE SECTION.
       01  WS-STREAM-STATUS   PIC X(2) VALUE "00".
       01  WS-NIGHTCTL-STATUS PIC X(2) VALUE "00".
       01  WS-SUMMARY-STATUS  PIC X(2) VALUE "00".
       01  WS-CALENDAR-STATUS PIC X(2) VALUE "00".
       01  WS-RUNPARM-STATUS  PIC X(2) VALUE "00".
       01  WS-JOB-RC          PIC 9(2) VALUE 0.
       01  WS-DATE            PIC 9(8).
       01  WS-TIME            PIC 9(8).
       01  WS-STREAM-EOF      PIC 9(1) VALUE 0.
       01  WS-CTL-EOF         PIC 9(1) VALUE 0.

      *> The night being run, operator-entered the way EODPOST takes
      *> the day it bridges, and whether it is a month-end night.
       01  WS-IN-DATE         PIC X(8).
       01  WS-BUS-DATE        PIC 9(8) VALUE 0.
       01  WS-BUS-MONTH       PIC X(6) VALUE SPACES.
       01  WS-DATE-OK         PIC X(1) VALUE "N".
       01  WS-MONTH-END       PIC X(1) VALUE "N".
       01  WS-NEXT-DAYNUM     PIC S9(9) VALUE 0.
       01  WS-NEXT-DATE       PIC 9(8) VALUE 0.

      *> The job stream, loaded and checked before anything runs.
      *> JT-PRIOR-STATE is where an earlier attempt at the same
      *> business date left the job (space if never attempted),
      *> JT-STATE where this attempt leaves it.
       01  WS-JOB-LIMIT       PIC 9(2) VALUE 50.
       01  WS-JOB-COUNT       PIC 9(2) VALUE 0.
       01  WS-JOB-IDX         PIC 9(2) VALUE 0.
       01  WS-JOB-IDX2        PIC 9(2) VALUE 0.
       01  WS-JOB-FOUND       PIC X(1) VALUE "N".
       01  WS-JOB-TABLE.
           05  WS-JOB-ENTRY OCCURS 50 TIMES.
               10  JT-JOB-NAME      PIC X(8).
               10  JT-FREQUENCY     PIC X(1).
               10  JT-MAX-CC        PIC 9(2).
               10  JT-PRED-NAME     PIC X(8) OCCURS 4 TIMES.
               10  JT-COMMAND       PIC X(80).
               10  JT-PRIOR-STATE   PIC X(1).
               10  JT-STATE         PIC X(1).
               10  JT-CC            PIC 9(3).
               10  JT-START-DATE    PIC 9(8).
               10  JT-START-TIME    PIC 9(8).
               10  JT-END-DATE      PIC 9(8).
               10  JT-END-TIME      PIC 9(8).
               10  JT-BLOCKER       PIC X(8).
       01  WS-PRED-IDX        PIC 9(1) VALUE 0.
       01  WS-STREAM-ERRORS   PIC 9(4) VALUE 0.
       01  WS-STREAM-ROWS     PIC 9(4) VALUE 0.
       01  WS-ERROR-TEXT      PIC X(60) VALUE SPACES.

      *> The command as run, with &DATE and &MONTH filled in.
       01  WS-RUN-COMMAND     PIC X(120) VALUE SPACES.
       01  WS-CMD-IDX         PIC 9(3) VALUE 0.
       01  WS-OUT-POS         PIC 9(3) VALUE 0.
       01  WS-SYS-STATUS      PIC S9(9) COMP-5 VALUE 0.
       01  WS-SYS-SIGNAL      PIC S9(9) VALUE 0.

      *> Night tallies for the summary's last lines and the audit.
       01  WS-JOBS-RUN        PIC 9(4) VALUE 0.
       01  WS-JOBS-COMPLETE   PIC 9(4) VALUE 0.
       01  WS-JOBS-FAILED     PIC 9(4) VALUE 0.
       01  WS-JOBS-BYPASSED   PIC 9(4) VALUE 0.
       01  WS-JOBS-EARLIER    PIC 9(4) VALUE 0.
       01  WS-JOBS-UNSCHED    PIC 9(4) VALUE 0.
       01  WS-WARN-SEEN       PIC X(1) VALUE "N".
       01  WS-OUTCOME-TEXT    PIC X(22) VALUE SPACES.
       01  WS-EDIT-START      PIC X(15) VALUE SPACES.
       01  WS-EDIT-END        PIC X(15) VALUE SPACES.
       01  WS-EDIT-CC         PIC X(3) VALUE SPACES.

      *> Business-day test, the same one DAYCTL applies - MOD 7 of
      *> the INTEGER-OF-DATE day number gives 1-5 Monday-Friday, 6
      *> Saturday, 0 Sunday; listed holidays come off calendar.txt.
       01  WS-BD-DATE         PIC 9(8) VALUE 0.
       01  WS-BD-DAYNUM       PIC S9(9) VALUE 0.
       01  WS-BD-DOW          PIC 9(1) VALUE 0.
       01  WS-BD-RESULT       PIC X(1) VALUE "Y".
       01  WS-HOL-LIMIT       PIC 9(3) VALUE 400.
       01  WS-HOL-COUNT       PIC 9(3) VALUE 0.
       01  WS-HOL-IDX         PIC 9(3) VALUE 0.
       01  WS-HOL-EOF         PIC 9(1) VALUE 0.
       01  WS-HOL-FOUND       PIC X(1) VALUE "N".
       01  WS-HOL-TABLE.
           05  WS-HOL-DATE    PIC 9(8) OCCURS 400 TIMES.

      *> Step-level audit trail, same shape every other job leaves -
      *> one row per job the driver ran, one for the night.
       01  WS-AUDIT-STEP      PIC X(20) VALUE SPACES.
       01  WS-AUDIT-RC        PIC 9(2) VALUE 0.
       01  WS-AUDIT-COUNTS.
           05  WS-AUDIT-READ    PIC 9(8) VALUE 0.
           05  WS-AUDIT-VALID   PIC 9(8) VALUE 0.
           05  WS-AUDIT-REJECT  PIC 9(8) VALUE 0.

       COPY "ABC.COPY".

       PROCEDURE DIVISION.
       MAIN-SECTION.
           DISPLAY "NIGHTLY SCHEDULE DRIVER"
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           MOVE WS-DATE TO WS-HDR-RUN-DATE
           MOVE "NIGHTRUN" TO WS-HDR-JOB-NAME
           MOVE "OPER01" TO WS-HDR-OPERATOR-ID
           PERFORM READ-OPERATOR-SECTION

           PERFORM PROMPT-BUS-DATE-SECTION
               UNTIL WS-DATE-OK = "Y"

           PERFORM LOAD-CALENDAR-SECTION
           PERFORM CHECK-MONTH-END-SECTION

           OPEN OUTPUT NIGHT-SUMMARY-FILE
           IF WS-SUMMARY-STATUS NOT = "00"
               DISPLAY "NIGHT-RUN SUMMARY OPEN FAILED - STATUS "
                   WS-SUMMARY-STATUS
               MOVE 8 TO WS-JOB-RC
               PERFORM END-RUN-SECTION
           END-IF
           PERFORM WRITE-HEADINGS-SECTION

           PERFORM LOAD-JOB-STREAM-SECTION
           IF WS-JOB-RC > 4
               CLOSE NIGHT-SUMMARY-FILE
               PERFORM END-RUN-SECTION
           END-IF

           PERFORM LOAD-PRIOR-STATE-SECTION
           IF WS-JOB-RC > 4
               CLOSE NIGHT-SUMMARY-FILE
               PERFORM END-RUN-SECTION
           END-IF

           MOVE SPACES TO NIGHT-SUMMARY-RECORD
           STRING "JOB      F START           END             "
               " CC MAX OUTCOME"
               DELIMITED BY SIZE INTO NIGHT-SUMMARY-RECORD
           WRITE NIGHT-SUMMARY-RECORD
           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                   UNTIL WS-JOB-IDX > WS-JOB-COUNT
               PERFORM SCHEDULE-ONE-JOB-SECTION
               PERFORM WRITE-JOB-LINE-SECTION
           END-PERFORM

           PERFORM WRITE-TOTALS-SECTION
           CLOSE NIGHT-SUMMARY-FILE
           PERFORM END-RUN-SECTION.

       END-RUN-SECTION.
           MOVE WS-JOB-COUNT TO WS-AUDIT-READ
           COMPUTE WS-AUDIT-VALID = WS-JOBS-COMPLETE + WS-JOBS-EARLIER
           COMPUTE WS-AUDIT-REJECT = WS-JOBS-FAILED + WS-JOBS-BYPASSED
           MOVE "NIGHT-RUN" TO WS-AUDIT-STEP
           CALL 'AUDITLOG' USING WS-DESCRIPTION, WS-AUDIT-STEP,
               WS-JOB-RC, WS-AUDIT-COUNTS
           DISPLAY "NIGHT RUN ENDS - CONDITION CODE " WS-JOB-RC
           MOVE WS-JOB-RC TO RETURN-CODE
           STOP RUN.

      *> A missing or empty parameter file just leaves the default.
       READ-OPERATOR-SECTION.
           OPEN INPUT RUN-PARAM-FILE
           IF WS-RUNPARM-STATUS = "00"
               READ RUN-PARAM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF RP-OPERATOR-ID NOT = SPACES
                           MOVE RP-OPERATOR-ID
                               TO WS-HDR-OPERATOR-ID
                       END-IF
               END-READ
               CLOSE RUN-PARAM-FILE
           END-IF
           EXIT.

       PROMPT-BUS-DATE-SECTION.
           DISPLAY "BUSINESS DATE OF THE NIGHT RUN (YYYYMMDD): "
           MOVE SPACES TO WS-IN-DATE
           ACCEPT WS-IN-DATE
           IF WS-IN-DATE IS NOT NUMERIC
                   OR WS-IN-DATE = "00000000"
               DISPLAY "INVALID DATE - MUST BE 8 DIGITS, NOT ZERO"
           ELSE
               MOVE WS-IN-DATE TO WS-BUS-DATE
               IF FUNCTION INTEGER-OF-DATE(WS-BUS-DATE) = 0
                   DISPLAY "NOT A REAL CALENDAR DATE - " WS-BUS-DATE
               ELSE
                   MOVE WS-IN-DATE(1:6) TO WS-BUS-MONTH
                   MOVE "Y" TO WS-DATE-OK
               END-IF
           END-IF
           EXIT.

      *> Month end when the next business day falls in another
      *> month - the same last-business-day rule INTCHG dates its
      *> month's charges by.
       CHECK-MONTH-END-SECTION.
           COMPUTE WS-NEXT-DAYNUM =
               FUNCTION INTEGER-OF-DATE(WS-BUS-DATE) + 1
           MOVE "N" TO WS-BD-RESULT
           PERFORM UNTIL WS-BD-RESULT = "Y"
               COMPUTE WS-BD-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-NEXT-DAYNUM)
               PERFORM IS-BUSINESS-DAY-SECTION
               IF WS-BD-RESULT NOT = "Y"
                   ADD 1 TO WS-NEXT-DAYNUM
               END-IF
           END-PERFORM
           MOVE WS-BD-DATE TO WS-NEXT-DATE
           IF WS-NEXT-DATE(1:6) NOT = WS-BUS-MONTH
               MOVE "Y" TO WS-MONTH-END
           END-IF
           EXIT.

       WRITE-HEADINGS-SECTION.
           MOVE SPACES TO NIGHT-SUMMARY-RECORD
           IF WS-MONTH-END = "Y"
               STRING "NIGHT-RUN SUMMARY - BUSINESS DATE " WS-BUS-DATE
                   " (MONTH-END NIGHT) RUN " WS-DATE
                   DELIMITED BY SIZE INTO NIGHT-SUMMARY-RECORD
           ELSE
               STRING "NIGHT-RUN SUMMARY - BUSINESS DATE " WS-BUS-DATE
                   " (DAILY NIGHT) RUN " WS-DATE
                   DELIMITED BY SIZE INTO NIGHT-SUMMARY-RECORD
           END-IF
           WRITE NIGHT-SUMMARY-RECORD
           MOVE SPACES TO NIGHT-SUMMARY-RECORD
           STRING "OPERATOR " WS-HDR-OPERATOR-ID
               " - JOB STREAM jobstrm.txt"
               DELIMITED BY SIZE INTO NIGHT-SUMMARY-RECORD
           WRITE NIGHT-SUMMARY-RECORD
           MOVE SPACES TO NIGHT-SUMMARY-RECORD
           WRITE NIGHT-SUMMARY-RECORD
           EXIT.

      *> Loads and checks the whole stream first - a bad definition
      *> runs nothing, since a job started on a broken stream could
      *> not be gated properly.
       LOAD-JOB-STREAM-SECTION.
           MOVE 0 TO WS-JOB-COUNT
           OPEN INPUT JOB-STREAM-FILE
           IF WS-STREAM-STATUS NOT = "00"
               DISPLAY "JOB STREAM FILE UNAVAILABLE - STATUS "
                   WS-STREAM-STATUS " - NOTHING RUN"
               MOVE SPACES TO NIGHT-SUMMARY-RECORD
               STRING "JOB STREAM FILE UNAVAILABLE - STATUS "
                   WS-STREAM-STATUS " - NOTHING RUN"
                   DELIMITED BY SIZE INTO NIGHT-SUMMARY-RECORD
               WRITE NIGHT-SUMMARY-RECORD
               MOVE 8 TO WS-JOB-RC
           ELSE
               MOVE 0 TO WS-STREAM-EOF
               PERFORM UNTIL WS-STREAM-EOF = 1
                   READ JOB-STREAM-FILE
                       AT END MOVE 1 TO WS-STREAM-EOF
                       NOT AT END PERFORM ADD-JOB-ENTRY-SECTION
                   END-READ
               END-PERFORM
               CLOSE JOB-STREAM-FILE
               IF WS-JOB-COUNT = 0 AND WS-STREAM-ERRORS = 0
                   MOVE "JOB STREAM IS EMPTY" TO WS-ERROR-TEXT
                   PERFORM STREAM-ERROR-SECTION
               END-IF
               IF WS-STREAM-ERRORS > 0
                   DISPLAY WS-STREAM-ERRORS " JOB STREAM ERRORS - "
                       "NOTHING RUN - SEE nightrun.txt"
                   MOVE SPACES TO NIGHT-SUMMARY-RECORD
                   STRING "JOB STREAM IN ERROR - NOTHING RUN"
                       DELIMITED BY SIZE INTO NIGHT-SUMMARY-RECORD
                   WRITE NIGHT-SUMMARY-RECORD
                   MOVE 8 TO WS-JOB-RC
               ELSE
                   DISPLAY "JOB STREAM LOADED - " WS-JOB-COUNT " JOBS"
               END-IF
           END-IF
           EXIT.

       ADD-JOB-ENTRY-SECTION.
           ADD 1 TO WS-STREAM-ROWS
           IF JOB-STREAM-RECORD = SPACES
                   OR JOB-STREAM-RECORD(1:1) = "*"
               CONTINUE
           ELSE
               MOVE SPACES TO WS-ERROR-TEXT
               PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                       UNTIL WS-JOB-IDX > WS-JOB-COUNT
                   IF JT-JOB-NAME(WS-JOB-IDX) = JS-JOB-NAME
                       MOVE "JOB DEFINED TWICE" TO WS-ERROR-TEXT
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN WS-ERROR-TEXT NOT = SPACES
                       CONTINUE
                   WHEN JS-JOB-NAME = SPACES
                       MOVE "NO JOB NAME" TO WS-ERROR-TEXT
                   WHEN JS-FREQUENCY NOT = "D"
                           AND JS-FREQUENCY NOT = "M"
                       MOVE "FREQUENCY MUST BE D OR M" TO WS-ERROR-TEXT
                   WHEN JS-MAX-CC IS NOT NUMERIC
                       MOVE "MAXIMUM CONDITION CODE NOT NUMERIC"
                           TO WS-ERROR-TEXT
                   WHEN JS-COMMAND = SPACES
                       MOVE "NO COMMAND" TO WS-ERROR-TEXT
                   WHEN WS-JOB-COUNT >= WS-JOB-LIMIT
                       MOVE "JOB STREAM TABLE FULL" TO WS-ERROR-TEXT
                   WHEN OTHER
                       PERFORM CHECK-PREDECESSORS-SECTION
               END-EVALUATE
               IF WS-ERROR-TEXT NOT = SPACES
                   PERFORM STREAM-ERROR-SECTION
               ELSE
                   ADD 1 TO WS-JOB-COUNT
                   MOVE WS-JOB-COUNT TO WS-JOB-IDX
                   MOVE JS-JOB-NAME TO JT-JOB-NAME(WS-JOB-IDX)
                   MOVE JS-FREQUENCY TO JT-FREQUENCY(WS-JOB-IDX)
                   MOVE JS-MAX-CC TO JT-MAX-CC(WS-JOB-IDX)
                   PERFORM VARYING WS-PRED-IDX FROM 1 BY 1
                           UNTIL WS-PRED-IDX > 4
                       MOVE JS-PRED-NAME(WS-PRED-IDX)
                           TO JT-PRED-NAME(WS-JOB-IDX, WS-PRED-IDX)
                   END-PERFORM
                   MOVE JS-COMMAND TO JT-COMMAND(WS-JOB-IDX)
                   MOVE SPACE TO JT-PRIOR-STATE(WS-JOB-IDX)
                   MOVE SPACE TO JT-STATE(WS-JOB-IDX)
                   MOVE 0 TO JT-CC(WS-JOB-IDX)
                   MOVE 0 TO JT-START-DATE(WS-JOB-IDX)
                   MOVE 0 TO JT-START-TIME(WS-JOB-IDX)
                   MOVE 0 TO JT-END-DATE(WS-JOB-IDX)
                   MOVE 0 TO JT-END-TIME(WS-JOB-IDX)
                   MOVE SPACES TO JT-BLOCKER(WS-JOB-IDX)
               END-IF
           END-IF
           EXIT.

      *> Every predecessor named must already be defined above - the
      *> stream runs top to bottom, so a later one could never have
      *> finished first.
       CHECK-PREDECESSORS-SECTION.
           PERFORM VARYING WS-PRED-IDX FROM 1 BY 1
                   UNTIL WS-PRED-IDX > 4
                       OR WS-ERROR-TEXT NOT = SPACES
               IF JS-PRED-NAME(WS-PRED-IDX) NOT = SPACES
                   MOVE "N" TO WS-JOB-FOUND
                   PERFORM VARYING WS-JOB-IDX2 FROM 1 BY 1
                           UNTIL WS-JOB-IDX2 > WS-JOB-COUNT
                               OR WS-JOB-FOUND = "Y"
                       IF JT-JOB-NAME(WS-JOB-IDX2)
                               = JS-PRED-NAME(WS-PRED-IDX)
                           MOVE "Y" TO WS-JOB-FOUND
                       END-IF
                   END-PERFORM
                   IF WS-JOB-FOUND = "N"
                       STRING "PREDECESSOR " JS-PRED-NAME(WS-PRED-IDX)
                           " NOT DEFINED ABOVE IT"
                           DELIMITED BY SIZE INTO WS-ERROR-TEXT
                   END-IF
               END-IF
           END-PERFORM
           EXIT.

       STREAM-ERROR-SECTION.
           ADD 1 TO WS-STREAM-ERRORS
           MOVE SPACES TO NIGHT-SUMMARY-RECORD
           STRING "  STREAM ROW " WS-STREAM-ROWS " " JS-JOB-NAME
               " - " WS-ERROR-TEXT
               DELIMITED BY SIZE INTO NIGHT-SUMMARY-RECORD
           WRITE NIGHT-SUMMARY-RECORD
           EXIT.

      *> Where an earlier attempt at this business date left each
      *> job - the last row for it wins. A control file that will
      *> not open at all stops the night, since a restart could then
      *> rerun jobs already complete.
       LOAD-PRIOR-STATE-SECTION.
           OPEN INPUT NIGHT-CONTROL-FILE
           EVALUATE WS-NIGHTCTL-STATUS
               WHEN "00"
                   MOVE 0 TO WS-CTL-EOF
                   PERFORM UNTIL WS-CTL-EOF = 1
                       READ NIGHT-CONTROL-FILE
                           AT END MOVE 1 TO WS-CTL-EOF
                           NOT AT END PERFORM PRIOR-STATE-ROW-SECTION
                       END-READ
                   END-PERFORM
                   CLOSE NIGHT-CONTROL-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "NIGHT-RUN CONTROL OPEN FAILED - STATUS "
                       WS-NIGHTCTL-STATUS " - NOTHING RUN"
                   MOVE SPACES TO NIGHT-SUMMARY-RECORD
                   STRING "NIGHT-RUN CONTROL nightctl.dat UNREADABLE - "
                       "NOTHING RUN"
                       DELIMITED BY SIZE INTO NIGHT-SUMMARY-RECORD
                   WRITE NIGHT-SUMMARY-RECORD
                   MOVE 8 TO WS-JOB-RC
           END-EVALUATE
           EXIT.

       PRIOR-STATE-ROW-SECTION.
           IF NC-BUS-DATE = WS-BUS-DATE
               PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                       UNTIL WS-JOB-IDX > WS-JOB-COUNT
                   IF JT-JOB-NAME(WS-JOB-IDX) = NC-JOB-NAME
                       MOVE NC-STATE TO JT-PRIOR-STATE(WS-JOB-IDX)
                       MOVE NC-CC TO JT-CC(WS-JOB-IDX)
                       MOVE NC-START-DATE TO JT-START-DATE(WS-JOB-IDX)
                       MOVE NC-START-TIME TO JT-START-TIME(WS-JOB-IDX)
                       MOVE NC-END-DATE TO JT-END-DATE(WS-JOB-IDX)
                       MOVE NC-END-TIME TO JT-END-TIME(WS-JOB-IDX)
                   END-IF
               END-PERFORM
           END-IF
           EXIT.

      *> Decides and, where due, runs the job at WS-JOB-IDX:
      *> complete on an earlier attempt - passed over; a month-end
      *> job on an ordinary night - not scheduled; a predecessor
      *> failed or bypassed tonight - bypassed; otherwise run.
       SCHEDULE-ONE-JOB-SECTION.
           EVALUATE TRUE
               WHEN JT-PRIOR-STATE(WS-JOB-IDX) = "C"
                   MOVE "C" TO JT-STATE(WS-JOB-IDX)
                   ADD 1 TO WS-JOBS-EARLIER
                   IF JT-CC(WS-JOB-IDX) > 0
                       MOVE "Y" TO WS-WARN-SEEN
                   END-IF
               WHEN JT-FREQUENCY(WS-JOB-IDX) = "M"
                       AND WS-MONTH-END = "N"
                   MOVE "N" TO JT-STATE(WS-JOB-IDX)
                   ADD 1 TO WS-JOBS-UNSCHED
                   PERFORM RESET-JOB-TIMES-SECTION
                   PERFORM RECORD-JOB-STATE-SECTION
               WHEN OTHER
                   PERFORM CHECK-BLOCKED-SECTION
                   IF JT-BLOCKER(WS-JOB-IDX) NOT = SPACES
                       MOVE "B" TO JT-STATE(WS-JOB-IDX)
                       ADD 1 TO WS-JOBS-BYPASSED
                       PERFORM RESET-JOB-TIMES-SECTION
                       PERFORM RECORD-JOB-STATE-SECTION
                   ELSE
                       PERFORM RUN-ONE-JOB-SECTION
                       PERFORM RECORD-JOB-STATE-SECTION
                   END-IF
           END-EVALUATE
           EXIT.

       RESET-JOB-TIMES-SECTION.
           MOVE 0 TO JT-CC(WS-JOB-IDX)
           MOVE 0 TO JT-START-DATE(WS-JOB-IDX)
           MOVE 0 TO JT-START-TIME(WS-JOB-IDX)
           MOVE 0 TO JT-END-DATE(WS-JOB-IDX)
           MOVE 0 TO JT-END-TIME(WS-JOB-IDX)
           EXIT.

      *> The first predecessor that did not finish complete (or
      *> stand not-scheduled) blocks the job. Predecessors are all
      *> above it, so their state for tonight is already settled.
       CHECK-BLOCKED-SECTION.
           MOVE SPACES TO JT-BLOCKER(WS-JOB-IDX)
           PERFORM VARYING WS-PRED-IDX FROM 1 BY 1
                   UNTIL WS-PRED-IDX > 4
                       OR JT-BLOCKER(WS-JOB-IDX) NOT = SPACES
               IF JT-PRED-NAME(WS-JOB-IDX, WS-PRED-IDX) NOT = SPACES
                   PERFORM VARYING WS-JOB-IDX2 FROM 1 BY 1
                           UNTIL WS-JOB-IDX2 >= WS-JOB-IDX
                       IF JT-JOB-NAME(WS-JOB-IDX2)
                               = JT-PRED-NAME(WS-JOB-IDX, WS-PRED-IDX)
                               AND JT-STATE(WS-JOB-IDX2) NOT = "C"
                               AND JT-STATE(WS-JOB-IDX2) NOT = "N"
                           MOVE JT-JOB-NAME(WS-JOB-IDX2)
                               TO JT-BLOCKER(WS-JOB-IDX)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           EXIT.

      *> Runs the job's command and takes its condition code off the
      *> exit status - the status is the code times 256; anything in
      *> the low byte means the job was killed, not ended, and is
      *> recorded as condition code 999.
       RUN-ONE-JOB-SECTION.
           PERFORM BUILD-COMMAND-SECTION
           ACCEPT JT-START-DATE(WS-JOB-IDX) FROM DATE YYYYMMDD
           ACCEPT JT-START-TIME(WS-JOB-IDX) FROM TIME
           DISPLAY "STARTING " JT-JOB-NAME(WS-JOB-IDX) " AT "
               JT-START-TIME(WS-JOB-IDX)
           CALL 'SYSTEM' USING WS-RUN-COMMAND
               RETURNING WS-SYS-STATUS
           ACCEPT JT-END-DATE(WS-JOB-IDX) FROM DATE YYYYMMDD
           ACCEPT JT-END-TIME(WS-JOB-IDX) FROM TIME
           ADD 1 TO WS-JOBS-RUN
           COMPUTE WS-SYS-SIGNAL = FUNCTION MOD(WS-SYS-STATUS, 256)
           IF WS-SYS-STATUS < 0 OR WS-SYS-SIGNAL NOT = 0
               MOVE 999 TO JT-CC(WS-JOB-IDX)
           ELSE
               COMPUTE JT-CC(WS-JOB-IDX) = WS-SYS-STATUS / 256
           END-IF
           IF JT-CC(WS-JOB-IDX) > JT-MAX-CC(WS-JOB-IDX)
               MOVE "F" TO JT-STATE(WS-JOB-IDX)
               ADD 1 TO WS-JOBS-FAILED
               DISPLAY JT-JOB-NAME(WS-JOB-IDX) " FAILED - CONDITION "
                   "CODE " JT-CC(WS-JOB-IDX) " OVER MAXIMUM "
                   JT-MAX-CC(WS-JOB-IDX)
           ELSE
               MOVE "C" TO JT-STATE(WS-JOB-IDX)
               ADD 1 TO WS-JOBS-COMPLETE
               IF JT-CC(WS-JOB-IDX) > 0
                   MOVE "Y" TO WS-WARN-SEEN
               END-IF
               DISPLAY JT-JOB-NAME(WS-JOB-IDX) " COMPLETE - "
                   "CONDITION CODE " JT-CC(WS-JOB-IDX)
           END-IF
           MOVE SPACES TO WS-AUDIT-STEP
           STRING "JOB " JT-JOB-NAME(WS-JOB-IDX)
               DELIMITED BY SIZE INTO WS-AUDIT-STEP
           IF JT-CC(WS-JOB-IDX) > 99
               MOVE 99 TO WS-AUDIT-RC
           ELSE
               MOVE JT-CC(WS-JOB-IDX) TO WS-AUDIT-RC
           END-IF
           MOVE 1 TO WS-AUDIT-READ
           MOVE 0 TO WS-AUDIT-VALID
           MOVE 0 TO WS-AUDIT-REJECT
           IF JT-STATE(WS-JOB-IDX) = "C"
               MOVE 1 TO WS-AUDIT-VALID
           ELSE
               MOVE 1 TO WS-AUDIT-REJECT
           END-IF
           CALL 'AUDITLOG' USING WS-DESCRIPTION, WS-AUDIT-STEP,
               WS-AUDIT-RC, WS-AUDIT-COUNTS
           EXIT.

      *> Copies the command, putting the business date in for each
      *> &DATE and its month for each &MONTH.
       BUILD-COMMAND-SECTION.
           MOVE SPACES TO WS-RUN-COMMAND
           MOVE 1 TO WS-OUT-POS
           MOVE 1 TO WS-CMD-IDX
           PERFORM UNTIL WS-CMD-IDX > 80 OR WS-OUT-POS > 112
               EVALUATE TRUE
                   WHEN WS-CMD-IDX NOT > 75
                           AND JT-COMMAND(WS-JOB-IDX)(WS-CMD-IDX:6)
                               = "&MONTH"
                       MOVE WS-BUS-MONTH
                           TO WS-RUN-COMMAND(WS-OUT-POS:6)
                       ADD 6 TO WS-OUT-POS
                       ADD 6 TO WS-CMD-IDX
                   WHEN WS-CMD-IDX NOT > 76
                           AND JT-COMMAND(WS-JOB-IDX)(WS-CMD-IDX:5)
                               = "&DATE"
                       MOVE WS-BUS-DATE
                           TO WS-RUN-COMMAND(WS-OUT-POS:8)
                       ADD 8 TO WS-OUT-POS
                       ADD 5 TO WS-CMD-IDX
                   WHEN OTHER
                       MOVE JT-COMMAND(WS-JOB-IDX)(WS-CMD-IDX:1)
                           TO WS-RUN-COMMAND(WS-OUT-POS:1)
                       ADD 1 TO WS-OUT-POS
                       ADD 1 TO WS-CMD-IDX
               END-EVALUATE
           END-PERFORM
           EXIT.

      *> Appended the moment the job's outcome is known - probe-open
      *> the way FILEDEMO appends - so a driver that dies mid-stream
      *> still restarts at the right job.
       RECORD-JOB-STATE-SECTION.
           OPEN INPUT NIGHT-CONTROL-FILE
           IF WS-NIGHTCTL-STATUS = "00"
               CLOSE NIGHT-CONTROL-FILE
               OPEN EXTEND NIGHT-CONTROL-FILE
           ELSE
               OPEN OUTPUT NIGHT-CONTROL-FILE
           END-IF
           IF WS-NIGHTCTL-STATUS NOT = "00"
               DISPLAY "NIGHT-RUN CONTROL OPEN FAILED - STATUS "
                   WS-NIGHTCTL-STATUS " - " JT-JOB-NAME(WS-JOB-IDX)
                   " OUTCOME NOT RECORDED"
               MOVE 8 TO WS-JOB-RC
           ELSE
               MOVE SPACES TO NIGHT-CONTROL-RECORD
               MOVE WS-BUS-DATE TO NC-BUS-DATE
               MOVE JT-JOB-NAME(WS-JOB-IDX) TO NC-JOB-NAME
               MOVE JT-STATE(WS-JOB-IDX) TO NC-STATE
               MOVE JT-CC(WS-JOB-IDX) TO NC-CC
               MOVE JT-START-DATE(WS-JOB-IDX) TO NC-START-DATE
               MOVE JT-START-TIME(WS-JOB-IDX) TO NC-START-TIME
               MOVE JT-END-DATE(WS-JOB-IDX) TO NC-END-DATE
               MOVE JT-END-TIME(WS-JOB-IDX) TO NC-END-TIME
               MOVE WS-HDR-OPERATOR-ID TO NC-OPERATOR-ID
               WRITE NIGHT-CONTROL-RECORD
               IF WS-NIGHTCTL-STATUS NOT = "00"
                   DISPLAY "NIGHT-RUN CONTROL WRITE FAILED - STATUS "
                       WS-NIGHTCTL-STATUS " - " JT-JOB-NAME(WS-JOB-IDX)
                       " OUTCOME NOT RECORDED"
                   MOVE 8 TO WS-JOB-RC
               END-IF
               CLOSE NIGHT-CONTROL-FILE
           END-IF
           EXIT.

       WRITE-JOB-LINE-SECTION.
           MOVE SPACES TO WS-EDIT-START
           MOVE SPACES TO WS-EDIT-END
           MOVE SPACES TO WS-EDIT-CC
           IF JT-START-DATE(WS-JOB-IDX) > 0
               STRING JT-START-DATE(WS-JOB-IDX) " "
                   JT-START-TIME(WS-JOB-IDX)(1:6)
                   DELIMITED BY SIZE INTO WS-EDIT-START
               STRING JT-END-DATE(WS-JOB-IDX) " "
                   JT-END-TIME(WS-JOB-IDX)(1:6)
                   DELIMITED BY SIZE INTO WS-EDIT-END
               MOVE JT-CC(WS-JOB-IDX) TO WS-EDIT-CC
           END-IF
           MOVE SPACES TO WS-OUTCOME-TEXT
           EVALUATE TRUE
               WHEN JT-PRIOR-STATE(WS-JOB-IDX) = "C"
                   MOVE "DONE IN EARLIER RUN" TO WS-OUTCOME-TEXT
               WHEN JT-STATE(WS-JOB-IDX) = "C"
                   MOVE "COMPLETE" TO WS-OUTCOME-TEXT
               WHEN JT-STATE(WS-JOB-IDX) = "F"
                   MOVE "FAILED" TO WS-OUTCOME-TEXT
               WHEN JT-STATE(WS-JOB-IDX) = "N"
                   MOVE "NOT SCHEDULED" TO WS-OUTCOME-TEXT
               WHEN JT-STATE(WS-JOB-IDX) = "B"
                   STRING "BYPASSED - " JT-BLOCKER(WS-JOB-IDX)
                       DELIMITED BY SIZE INTO WS-OUTCOME-TEXT
           END-EVALUATE
           MOVE SPACES TO NIGHT-SUMMARY-RECORD
           STRING JT-JOB-NAME(WS-JOB-IDX) " "
               JT-FREQUENCY(WS-JOB-IDX) " " WS-EDIT-START " "
               WS-EDIT-END " " WS-EDIT-CC "  "
               JT-MAX-CC(WS-JOB-IDX) " " WS-OUTCOME-TEXT
               DELIMITED BY SIZE INTO NIGHT-SUMMARY-RECORD
           WRITE NIGHT-SUMMARY-RECORD
           EXIT.

      *> The night's condition code: 8 when any job failed or was
      *> bypassed, 4 when everything completed but some job ended
      *> on a warning it was allowed, 0 otherwise.
       WRITE-TOTALS-SECTION.
           MOVE SPACES TO NIGHT-SUMMARY-RECORD
           WRITE NIGHT-SUMMARY-RECORD
           MOVE SPACES TO NIGHT-SUMMARY-RECORD
           STRING "JOBS " WS-JOB-COUNT " RUN " WS-JOBS-RUN
               " COMPLETE " WS-JOBS-COMPLETE " FAILED " WS-JOBS-FAILED
               " BYPASSED " WS-JOBS-BYPASSED
               DELIMITED BY SIZE INTO NIGHT-SUMMARY-RECORD
           WRITE NIGHT-SUMMARY-RECORD
           MOVE SPACES TO NIGHT-SUMMARY-RECORD
           STRING "DONE IN EARLIER RUN " WS-JOBS-EARLIER
               " NOT SCHEDULED " WS-JOBS-UNSCHED
               DELIMITED BY SIZE INTO NIGHT-SUMMARY-RECORD
           WRITE NIGHT-SUMMARY-RECORD
           IF WS-JOBS-FAILED > 0 OR WS-JOBS-BYPASSED > 0
               MOVE 8 TO WS-JOB-RC
               MOVE SPACES TO NIGHT-SUMMARY-RECORD
               STRING "NIGHT RUN INCOMPLETE - CORRECT THE FAILED JOB "
                   "AND RERUN FOR " WS-BUS-DATE
                   DELIMITED BY SIZE INTO NIGHT-SUMMARY-RECORD
               WRITE NIGHT-SUMMARY-RECORD
           ELSE
               IF WS-WARN-SEEN = "Y" AND WS-JOB-RC < 4
                   MOVE 4 TO WS-JOB-RC
               END-IF
               MOVE SPACES TO NIGHT-SUMMARY-RECORD
               STRING "NIGHT RUN COMPLETE FOR " WS-BUS-DATE
                   DELIMITED BY SIZE INTO NIGHT-SUMMARY-RECORD
               WRITE NIGHT-SUMMARY-RECORD
           END-IF
           EXIT.

       IS-BUSINESS-DAY-SECTION.
           COMPUTE WS-BD-DAYNUM =
               FUNCTION INTEGER-OF-DATE(WS-BD-DATE)
           IF WS-BD-DAYNUM = 0
               MOVE "U" TO WS-BD-RESULT
           ELSE
               COMPUTE WS-BD-DOW = FUNCTION MOD(WS-BD-DAYNUM, 7)
               IF WS-BD-DOW = 6 OR WS-BD-DOW = 0
                   MOVE "N" TO WS-BD-RESULT
               ELSE
                   MOVE "N" TO WS-HOL-FOUND
                   PERFORM VARYING WS-HOL-IDX FROM 1 BY 1
                           UNTIL WS-HOL-IDX > WS-HOL-COUNT
                               OR WS-HOL-FOUND = "Y"
                       IF WS-BD-DATE = WS-HOL-DATE(WS-HOL-IDX)
                           MOVE "Y" TO WS-HOL-FOUND
                       END-IF
                   END-PERFORM
                   IF WS-HOL-FOUND = "Y"
                       MOVE "N" TO WS-BD-RESULT
                   ELSE
                       MOVE "Y" TO WS-BD-RESULT
                   END-IF
               END-IF
           END-IF
           EXIT.

      *> A missing calendar just means no listed holidays - the
      *> weekend arithmetic still applies.
       LOAD-CALENDAR-SECTION.
           MOVE 0 TO WS-HOL-COUNT
           OPEN INPUT CALENDAR-FILE
           IF WS-CALENDAR-STATUS = "00"
               MOVE 0 TO WS-HOL-EOF
               PERFORM UNTIL WS-HOL-EOF = 1
                   READ CALENDAR-FILE
                       AT END MOVE 1 TO WS-HOL-EOF
                       NOT AT END
                           IF CAL-DATE IS NUMERIC AND CAL-DATE > 0
                                   AND WS-HOL-COUNT < WS-HOL-LIMIT
                               ADD 1 TO WS-HOL-COUNT
                               MOVE CAL-DATE
                                   TO WS-HOL-DATE(WS-HOL-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALENDAR-FILE
           END-IF
           EXIT.

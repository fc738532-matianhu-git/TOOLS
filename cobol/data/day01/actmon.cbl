       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACTMON.

      *> Large-value and unusual-activity monitoring for compliance.
      *> Run once a business day is done, over that day's movements
      *> - the history.txt rows FILEDEMO, HELDREL and EODPOST posted
      *> under the date, and the accepted rows on the online journal
      *> the Variables screen keyed for it - and flags:
      *>   SNGL - a single movement over the single-movement limit;
      *>   DTOT - an account's day total (credits and debits alike)
      *>          over the daily limit;
      *>   FREQ - more movements on one account in the day than the
      *>          count limit allows;
      *>   ROND - an account with repeated round-figure amounts (a
      *>          whole multiple of the round unit) in the day.
      *> Limits come off monparm.txt by account classification, the
      *> class resolved from the account prefix through classtab.txt
      *> exactly as FILEDEMO resolves it; class 000 is the row for
      *> every class with none of its own, and a zero limit switches
      *> that test off for the class.
      *> Every hit goes to the compliance exception report and is
      *> raised as a case on the cumulative case file, open until
      *> CASEREV marks it reviewed or cleared under the reviewer's
      *> operator id. A day whose cases are already on file is
      *> reported again but not raised twice.
      *>
      *> Once EODPOST has bridged a day its journal rows are on
      *> history under that date, so a bridged day is monitored off
      *> history alone; an unbridged day takes both. A day left
      *> partly bridged would count some rows twice, and is refused
      *> until the bridge is rerun.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-FILE ASSIGN TO "history.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

      *> The online journal the Variables screen writes.
           SELECT TXN-JOURNAL-FILE ASSIGN TO "txnjrnl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

      *> EODPOST's bridge control and bridge checkpoint - whether
      *> the day's journal is already on history, wholly or in part.
           SELECT BRIDGE-CONTROL-FILE ASSIGN TO "eodctl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRIDGE-STATUS.

           SELECT BRIDGE-CHKPT-FILE ASSIGN TO "eodchkpt.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BCHKPT-STATUS.

           SELECT CLASS-PARAM-FILE ASSIGN TO "classtab.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLASSTAB-STATUS.

      *> Monitoring limits, one row per classification.
           SELECT MONITOR-PARAM-FILE ASSIGN TO "monparm.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MONPARM-STATUS.

      *> Cumulative case file - every hit ever raised, with its
      *> review status. CASEREV works it.
           SELECT CASE-FILE ASSIGN TO "moncase.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASE-STATUS.

           SELECT MONITOR-REPORT-FILE ASSIGN TO "actmon.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

      *> The same run-parameter file FILEDEMO reads - the audit row
      *> should name the operator who set the day up, not a
      *> hardcoded id.
           SELECT RUN-PARAM-FILE ASSIGN TO "runparm.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNPARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
           05  HS-JOB-DATE        PIC 9(8).
           05  HS-TYPE            PIC X(1).
           05  HS-ACCOUNT-ID      PIC X(8).
           05  HS-AMOUNT          PIC 9(7)V99.
           05  FILLER             PIC X(3).

      *> Same shape the Variables screen writes - the amounts are
      *> display-edited with a leading sign and a decimal point, so
      *> they read back as text and are parsed.
       FD  TXN-JOURNAL-FILE.
       01  TXN-JOURNAL-RECORD.
           05  TJ-RUN-DATE      PIC X(8).
           05  FILLER           PIC X(1).
           05  TJ-LOG-TIME      PIC 9(8).
           05  FILLER           PIC X(1).
           05  TJ-OPERATOR-ID   PIC X(8).
           05  FILLER           PIC X(1).
           05  TJ-ACCOUNT-ID    PIC X(10).
           05  FILLER           PIC X(1).
           05  TJ-TXN-TYPE      PIC X(1).
           05  FILLER           PIC X(1).
           05  TJ-AMOUNT        PIC X(11).
           05  FILLER           PIC X(1).
           05  TJ-BEFORE-BAL    PIC X(11).
           05  FILLER           PIC X(1).
           05  TJ-AFTER-BAL     PIC X(11).
           05  FILLER           PIC X(1).
           05  TJ-OUTCOME       PIC X(3).
           05  FILLER           PIC X(1).
           05  TJ-XREF-ID       PIC X(10).
           05  FILLER           PIC X(1).
           05  TJ-CHECKER-ID    PIC X(8).

       FD  BRIDGE-CONTROL-FILE.
       01  BRIDGE-CONTROL-RECORD.
           05  BC-DONE-DATE       PIC 9(8).

       FD  BRIDGE-CHKPT-FILE.
       01  BRIDGE-CHKPT-RECORD.
           05  BK-DATE            PIC 9(8).
           05  FILLER             PIC X(1).
           05  BK-APPLIED         PIC 9(8).

       FD  CLASS-PARAM-FILE.
       01  CLASS-PARAM-RECORD.
           05  CF-PREFIX          PIC X(1).
           05  CF-CLASS           PIC 9(3).

      *> Class, single-movement limit, daily-total limit, movement
      *> count limit, round unit and how many round amounts in a day
      *> make a repeat.
       FD  MONITOR-PARAM-FILE.
       01  MONITOR-PARAM-RECORD.
           05  MP-CLASS           PIC 9(3).
           05  FILLER             PIC X(1).
           05  MP-SINGLE-LIMIT    PIC 9(9)V99.
           05  FILLER             PIC X(1).
           05  MP-DAILY-LIMIT     PIC 9(9)V99.
           05  FILLER             PIC X(1).
           05  MP-COUNT-LIMIT     PIC 9(4).
           05  FILLER             PIC X(1).
           05  MP-ROUND-UNIT      PIC 9(7)V99.
           05  FILLER             PIC X(1).
           05  MP-ROUND-REPEAT    PIC 9(3).

      *> One case per hit. MC-SOURCE is H history or J journal for
      *> a single movement, A for an account-day rule; MC-AMOUNT is
      *> the movement, the day total, or the round-figure total, and
      *> MC-COUNT the movements behind it. Status O open, R reviewed
      *> (still under watch), C cleared - stamped by CASEREV.
       FD  CASE-FILE.
       01  CASE-RECORD.
           05  MC-CASE-NO         PIC 9(6).
           05  FILLER             PIC X(1).
           05  MC-BUS-DATE        PIC 9(8).
           05  FILLER             PIC X(1).
           05  MC-RULE            PIC X(4).
           05  FILLER             PIC X(1).
           05  MC-ACCOUNT-ID      PIC X(8).
           05  FILLER             PIC X(1).
           05  MC-CLASS           PIC 9(3).
           05  FILLER             PIC X(1).
           05  MC-SOURCE          PIC X(1).
           05  FILLER             PIC X(1).
           05  MC-AMOUNT          PIC 9(11)V99.
           05  FILLER             PIC X(1).
           05  MC-COUNT           PIC 9(5).
           05  FILLER             PIC X(1).
           05  MC-STATUS          PIC X(1).
               88  MC-CASE-OPEN            VALUE "O".
               88  MC-CASE-REVIEWED        VALUE "R".
               88  MC-CASE-CLEARED         VALUE "C".
           05  FILLER             PIC X(1).
           05  MC-RAISED-DATE     PIC 9(8).
           05  FILLER             PIC X(1).
           05  MC-REVIEWER-ID     PIC X(8).
           05  FILLER             PIC X(1).
           05  MC-REVIEW-DATE     PIC 9(8).

       FD  MONITOR-REPORT-FILE.
       01  MONITOR-REPORT-RECORD  PIC X(80).

       FD  RUN-PARAM-FILE.
       01  RUN-PARAM-RECORD.
           05  RP-INPUT-DSN       PIC X(44).
           05  RP-CHKPT-INTERVAL  PIC 9(4).
           05  RP-OPERATOR-ID     PIC X(8).
           05  RP-RUN-MODE        PIC X(1).

       WORKING-STORAGE SECTION.
       01  WS-HISTORY-STATUS  PIC X(2) VALUE "00".
       01  WS-JRNL-STATUS     PIC X(2) VALUE "00".
       01  WS-BRIDGE-STATUS   PIC X(2) VALUE "00".
       01  WS-BCHKPT-STATUS   PIC X(2) VALUE "00".
       01  WS-CLASSTAB-STATUS PIC X(2) VALUE "00".
       01  WS-MONPARM-STATUS  PIC X(2) VALUE "00".
       01  WS-CASE-STATUS     PIC X(2) VALUE "00".
       01  WS-REPORT-STATUS   PIC X(2) VALUE "00".
       01  WS-RUNPARM-STATUS  PIC X(2) VALUE "00".
       01  WS-JOB-RC          PIC 9(2) VALUE 0.
       01  WS-DATE            PIC 9(8).
       01  WS-HIST-EOF        PIC 9(1) VALUE 0.
       01  WS-JRNL-EOF        PIC 9(1) VALUE 0.
       01  WS-CTL-EOF         PIC 9(1) VALUE 0.
       01  WS-CASE-EOF        PIC 9(1) VALUE 0.

      *> The business day being monitored, operator-entered the way
      *> EODPOST takes the day it bridges.
       01  WS-IN-DATE         PIC X(8).
       01  WS-MON-DATE        PIC 9(8) VALUE 0.
       01  WS-DATE-OK         PIC X(1) VALUE "N".
       01  WS-DATE-BRIDGED    PIC X(1) VALUE "N".
       01  WS-PART-BRIDGED    PIC X(1) VALUE "N".

      *> Where the case file stands - the highest case number on it,
      *> whether this day's cases are already raised, and whether
      *> the file is open for this run's new cases.
       01  WS-LAST-CASE-NO    PIC 9(6) VALUE 0.
       01  WS-ALREADY-RAISED  PIC X(1) VALUE "N".
       01  WS-CASE-OPEN       PIC X(1) VALUE "N".

      *> Two passes over the day's movements: "T" tallies every
      *> account's day first - so a table overflow fails the run
      *> before any case is raised - and "S" then tests each single
      *> movement as the cases are written.
       01  WS-PASS            PIC X(1) VALUE "T".
           88  WS-TALLY-PASS           VALUE "T".
           88  WS-SINGLE-PASS          VALUE "S".

      *> Prefix-to-class table, same shape, limit and fallback as
      *> FILEDEMO's.
       01  WS-CLASS-LIMIT     PIC 9(2) VALUE 50.
       01  WS-CLASS-COUNT     PIC 9(2) VALUE 0.
       01  WS-CLASS-EOF       PIC 9(1) VALUE 0.
       01  WS-CLASS-DUP       PIC X(1) VALUE "N".
       01  WS-CLASS-TABLE.
           05  WS-CLASS-ENTRY OCCURS 50 TIMES.
               10  WS-CLASS-PREFIX  PIC X(1).
               10  WS-CLASS-CODE    PIC 9(3).
       01  WS-CLASS-IDX       PIC 9(2) VALUE 0.
       01  WS-CLASS-FOUND     PIC X(1) VALUE "N".

      *> Per-class limits off monparm.txt. The class 000 row - or,
      *> without one, the built-in limits below - covers every class
      *> with no row of its own.
       01  WS-PARM-LIMIT      PIC 9(2) VALUE 50.
       01  WS-PARM-COUNT      PIC 9(2) VALUE 0.
       01  WS-PARM-EOF        PIC 9(1) VALUE 0.
       01  WS-PARM-DUP        PIC X(1) VALUE "N".
       01  WS-PARM-TABLE.
           05  WS-PARM-ENTRY OCCURS 50 TIMES.
               10  WS-PARM-CLASS    PIC 9(3).
               10  WS-PARM-SINGLE   PIC 9(9)V99.
               10  WS-PARM-DAILY    PIC 9(9)V99.
               10  WS-PARM-MAXCNT   PIC 9(4).
               10  WS-PARM-UNIT     PIC 9(7)V99.
               10  WS-PARM-REPEAT   PIC 9(3).
       01  WS-PARM-IDX        PIC 9(2) VALUE 0.
       01  WS-PARM-FOUND      PIC X(1) VALUE "N".
       01  WS-DEFAULT-LIMITS.
           05  WS-DFLT-SINGLE     PIC 9(9)V99 VALUE 10000.00.
           05  WS-DFLT-DAILY      PIC 9(9)V99 VALUE 25000.00.
           05  WS-DFLT-MAXCNT     PIC 9(4) VALUE 20.
           05  WS-DFLT-UNIT       PIC 9(7)V99 VALUE 1000.00.
           05  WS-DFLT-REPEAT     PIC 9(3) VALUE 3.
       01  WS-DFLT-FROM-FILE  PIC X(1) VALUE "N".

      *> The limits in force for the account in hand.
       01  WS-LIM-SINGLE      PIC 9(9)V99 VALUE 0.
       01  WS-LIM-DAILY       PIC 9(9)V99 VALUE 0.
       01  WS-LIM-MAXCNT      PIC 9(4) VALUE 0.
       01  WS-LIM-UNIT        PIC 9(7)V99 VALUE 0.
       01  WS-LIM-REPEAT      PIC 9(3) VALUE 0.

      *> One entry per account moved on the day - its class, which
      *> limits row applies (0 the default), and the day's tallies.
      *> Overflow would leave accounts unmonitored, so it fails the
      *> run the way TRIALBAL's table overflow does.
       01  WS-ACCT-LIMIT      PIC 9(4) VALUE 5000.
       01  WS-ACCT-COUNT      PIC 9(4) VALUE 0.
       01  WS-ACCT-IDX        PIC 9(4) VALUE 0.
       01  WS-ACCT-FOUND      PIC X(1) VALUE "N".
       01  WS-ACCT-FULL       PIC X(1) VALUE "N".
       01  WS-ACCT-TABLE.
           05  WS-ACCT-ENTRY OCCURS 5000 TIMES.
               10  AT-ACCOUNT-ID    PIC X(8).
               10  AT-CLASS         PIC 9(3).
               10  AT-PARM-IDX      PIC 9(2).
               10  AT-TOTAL         PIC 9(11)V99.
               10  AT-COUNT         PIC 9(5).
               10  AT-ROUND-COUNT   PIC 9(5).
               10  AT-ROUND-TOTAL   PIC 9(11)V99.

      *> The movement in hand, from either source.
       01  WS-MOVE-ACCOUNT    PIC X(8).
       01  WS-MOVE-AMOUNT     PIC 9(7)V99 VALUE 0.
       01  WS-MOVE-SOURCE     PIC X(1).
       01  WS-MOVE-OK         PIC X(1) VALUE "N".
       01  WS-AMT-INT         PIC X(7).
       01  WS-AMT-DEC         PIC X(2).
       01  WS-ROUND-QUOT      PIC 9(9) VALUE 0.
       01  WS-ROUND-CHECK     PIC 9(9)V99 VALUE 0.

      *> The hit being reported and raised.
       01  WS-HIT-RULE        PIC X(4).
       01  WS-HIT-SOURCE      PIC X(1).
       01  WS-HIT-AMOUNT      PIC 9(11)V99 VALUE 0.
       01  WS-HIT-COUNT       PIC 9(5) VALUE 0.
       01  WS-HIT-DETAIL      PIC X(26).
       01  WS-CASE-TEXT       PIC X(6).

      *> Run tallies for the report's last lines and the audit row.
       01  WS-HIST-READ       PIC 9(8) VALUE 0.
       01  WS-JRNL-READ       PIC 9(8) VALUE 0.
       01  WS-HIST-MOVES      PIC 9(8) VALUE 0.
       01  WS-JRNL-MOVES      PIC 9(8) VALUE 0.
       01  WS-ROWS-BAD        PIC 9(8) VALUE 0.
       01  WS-EXCEPT-COUNT    PIC 9(8) VALUE 0.
       01  WS-CASES-RAISED    PIC 9(8) VALUE 0.
       01  WS-EDIT-AMOUNT     PIC -(10)9.99.
       01  WS-EDIT-LIMIT      PIC Z(8)9.99.
       01  WS-EDIT-LIMIT2     PIC Z(8)9.99.
       01  WS-EDIT-UNIT       PIC Z(6)9.99.

      *> Step-level audit trail, same shape every other job leaves.
       01  WS-AUDIT-STEP      PIC X(20) VALUE SPACES.
       01  WS-AUDIT-COUNTS.
           05  WS-AUDIT-READ    PIC 9(8) VALUE 0.
           05  WS-AUDIT-VALID   PIC 9(8) VALUE 0.
           05  WS-AUDIT-REJECT  PIC 9(8) VALUE 0.

       COPY "ABC.COPY".

       PROCEDURE DIVISION.
       MAIN-SECTION.
           DISPLAY "ACTIVITY MONITORING - LARGE-VALUE AND UNUSUAL "
               "ACTIVITY"
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           MOVE WS-DATE TO WS-HDR-RUN-DATE
           MOVE "ACTMON  " TO WS-HDR-JOB-NAME
           MOVE "OPER01" TO WS-HDR-OPERATOR-ID
           PERFORM READ-OPERATOR-SECTION

           PERFORM PROMPT-MONITOR-DATE-SECTION
               UNTIL WS-DATE-OK = "Y"

           PERFORM CHECK-BRIDGE-STATE-SECTION
           IF WS-PART-BRIDGED = "Y"
               DISPLAY "DATE " WS-MON-DATE " IS PARTLY BRIDGED - "
                   "RERUN EODPOST FOR IT FIRST - RUN REFUSED"
               MOVE 8 TO WS-JOB-RC
               PERFORM END-RUN-SECTION
           END-IF

           PERFORM SCAN-CASE-FILE-SECTION
           IF WS-JOB-RC > 4
               PERFORM END-RUN-SECTION
           END-IF

           PERFORM LOAD-CLASS-TABLE-SECTION
           PERFORM LOAD-MONITOR-PARMS-SECTION

           OPEN OUTPUT MONITOR-REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "MONITORING REPORT OPEN FAILED - STATUS "
                   WS-REPORT-STATUS
               MOVE 8 TO WS-JOB-RC
               PERFORM END-RUN-SECTION
           END-IF
           PERFORM WRITE-HEADINGS-SECTION

           SET WS-TALLY-PASS TO TRUE
           PERFORM SCAN-MOVEMENTS-SECTION
           IF WS-ACCT-FULL = "Y"
               MOVE SPACES TO MONITOR-REPORT-RECORD
               STRING "ACCOUNT TABLE FULL AT " WS-ACCT-LIMIT
                   " ACCOUNTS - DAY NOT MONITORED - NO CASES RAISED"
                   DELIMITED BY SIZE INTO MONITOR-REPORT-RECORD
               WRITE MONITOR-REPORT-RECORD
               DISPLAY "ACCOUNT TABLE FULL - DAY NOT MONITORED"
               MOVE 8 TO WS-JOB-RC
           END-IF

           IF WS-JOB-RC < 8
               PERFORM OPEN-CASE-FILE-SECTION
           END-IF
           IF WS-JOB-RC < 8
               MOVE SPACES TO MONITOR-REPORT-RECORD
               WRITE MONITOR-REPORT-RECORD
               MOVE SPACES TO MONITOR-REPORT-RECORD
               STRING "EXCEPTIONS CASE   RULE ACCOUNT  CL  S"
                   "         AMOUNT  DETAIL"
                   DELIMITED BY SIZE INTO MONITOR-REPORT-RECORD
               WRITE MONITOR-REPORT-RECORD
               SET WS-SINGLE-PASS TO TRUE
               PERFORM SCAN-MOVEMENTS-SECTION
               PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                       UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
                   PERFORM TEST-ACCOUNT-DAY-SECTION
               END-PERFORM
               IF WS-CASE-OPEN = "Y"
                   CLOSE CASE-FILE
                   MOVE "N" TO WS-CASE-OPEN
               END-IF
           END-IF

           PERFORM WRITE-TOTALS-SECTION
           CLOSE MONITOR-REPORT-FILE
           IF WS-EXCEPT-COUNT > 0 AND WS-JOB-RC < 4
               MOVE 4 TO WS-JOB-RC
           END-IF
           PERFORM END-RUN-SECTION.

       END-RUN-SECTION.
           COMPUTE WS-AUDIT-READ = WS-HIST-READ + WS-JRNL-READ
           COMPUTE WS-AUDIT-VALID = WS-HIST-MOVES + WS-JRNL-MOVES
           MOVE WS-ROWS-BAD TO WS-AUDIT-REJECT
           MOVE "ACT-MONITOR" TO WS-AUDIT-STEP
           CALL 'AUDITLOG' USING WS-DESCRIPTION, WS-AUDIT-STEP,
               WS-JOB-RC, WS-AUDIT-COUNTS
           DISPLAY "ACTIVITY MONITORING ENDS - " WS-EXCEPT-COUNT
               " EXCEPTIONS - CONDITION CODE " WS-JOB-RC
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

       PROMPT-MONITOR-DATE-SECTION.
           DISPLAY "BUSINESS DATE TO MONITOR (YYYYMMDD): "
           MOVE SPACES TO WS-IN-DATE
           ACCEPT WS-IN-DATE
           IF WS-IN-DATE IS NOT NUMERIC
                   OR WS-IN-DATE = "00000000"
               DISPLAY "INVALID DATE - MUST BE 8 DIGITS, NOT ZERO"
           ELSE
               MOVE WS-IN-DATE TO WS-MON-DATE
               MOVE "Y" TO WS-DATE-OK
           END-IF
           EXIT.

      *> Bridged on eodctl.dat means the journal rows are history
      *> rows now; a bridge checkpoint still standing for the date
      *> means only some of them are.
       CHECK-BRIDGE-STATE-SECTION.
           OPEN INPUT BRIDGE-CONTROL-FILE
           IF WS-BRIDGE-STATUS = "00"
               MOVE 0 TO WS-CTL-EOF
               PERFORM UNTIL WS-CTL-EOF = 1
                   READ BRIDGE-CONTROL-FILE
                       AT END MOVE 1 TO WS-CTL-EOF
                       NOT AT END
                           IF BC-DONE-DATE = WS-MON-DATE
                               MOVE "Y" TO WS-DATE-BRIDGED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BRIDGE-CONTROL-FILE
           END-IF
           IF WS-DATE-BRIDGED = "N"
               OPEN INPUT BRIDGE-CHKPT-FILE
               IF WS-BCHKPT-STATUS = "00"
                   READ BRIDGE-CHKPT-FILE
                       AT END CONTINUE
                       NOT AT END
                           IF BK-APPLIED IS NUMERIC
                                   AND BK-APPLIED > 0
                                   AND BK-DATE = WS-MON-DATE
                               MOVE "Y" TO WS-PART-BRIDGED
                           END-IF
                   END-READ
                   CLOSE BRIDGE-CHKPT-FILE
               END-IF
           END-IF
           EXIT.

      *> Finds the last case number issued and whether this day has
      *> been raised before. No case file yet is the first run; one
      *> that will not open at all stops the run, since no case
      *> could be raised against it.
       SCAN-CASE-FILE-SECTION.
           MOVE 0 TO WS-LAST-CASE-NO
           OPEN INPUT CASE-FILE
           EVALUATE WS-CASE-STATUS
               WHEN "00"
                   MOVE 0 TO WS-CASE-EOF
                   PERFORM UNTIL WS-CASE-EOF = 1
                       READ CASE-FILE
                           AT END MOVE 1 TO WS-CASE-EOF
                           NOT AT END
                               IF MC-CASE-NO IS NUMERIC
                                       AND MC-CASE-NO > WS-LAST-CASE-NO
                                   MOVE MC-CASE-NO TO WS-LAST-CASE-NO
                               END-IF
                               IF MC-BUS-DATE = WS-MON-DATE
                                   MOVE "Y" TO WS-ALREADY-RAISED
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CASE-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "CASE FILE OPEN FAILED - STATUS "
                       WS-CASE-STATUS " - RUN REFUSED"
                   MOVE 8 TO WS-JOB-RC
           END-EVALUATE
           IF WS-ALREADY-RAISED = "Y"
               DISPLAY "CASES FOR " WS-MON-DATE " ALREADY RAISED - "
                   "REPORT ONLY, NO NEW CASES"
           END-IF
           EXIT.

      *> Same table, same edits, same built-in fallback as FILEDEMO's
      *> LOAD-CLASS-TABLE-SECTION.
       LOAD-CLASS-TABLE-SECTION.
           MOVE 0 TO WS-CLASS-COUNT
           OPEN INPUT CLASS-PARAM-FILE
           IF WS-CLASSTAB-STATUS NOT = "00"
               DISPLAY "CLASS TABLE FILE UNAVAILABLE - STATUS "
                   WS-CLASSTAB-STATUS " - USING BUILT-IN DEFAULTS"
               MOVE 3 TO WS-CLASS-COUNT
               MOVE "1" TO WS-CLASS-PREFIX(1)
               MOVE 100 TO WS-CLASS-CODE(1)
               MOVE "2" TO WS-CLASS-PREFIX(2)
               MOVE 200 TO WS-CLASS-CODE(2)
               MOVE "3" TO WS-CLASS-PREFIX(3)
               MOVE 300 TO WS-CLASS-CODE(3)
           ELSE
               MOVE 0 TO WS-CLASS-EOF
               PERFORM UNTIL WS-CLASS-EOF = 1
                   READ CLASS-PARAM-FILE
                       AT END MOVE 1 TO WS-CLASS-EOF
                       NOT AT END PERFORM ADD-CLASS-ENTRY-SECTION
                   END-READ
               END-PERFORM
               CLOSE CLASS-PARAM-FILE
           END-IF
           EXIT.

       ADD-CLASS-ENTRY-SECTION.
           IF CF-PREFIX NOT = SPACES AND CF-CLASS IS NUMERIC
               MOVE "N" TO WS-CLASS-DUP
               PERFORM VARYING WS-CLASS-IDX FROM 1 BY 1
                       UNTIL WS-CLASS-IDX > WS-CLASS-COUNT
                           OR WS-CLASS-DUP = "Y"
                   IF CF-PREFIX = WS-CLASS-PREFIX(WS-CLASS-IDX)
                       MOVE "Y" TO WS-CLASS-DUP
                   END-IF
               END-PERFORM
               IF WS-CLASS-DUP = "N"
                       AND WS-CLASS-COUNT < WS-CLASS-LIMIT
                   ADD 1 TO WS-CLASS-COUNT
                   MOVE CF-PREFIX TO WS-CLASS-PREFIX(WS-CLASS-COUNT)
                   MOVE CF-CLASS TO WS-CLASS-CODE(WS-CLASS-COUNT)
               END-IF
           END-IF
           EXIT.

      *> Same edits the rate loader applies - malformed and
      *> duplicate rows are dropped with a console warning. The
      *> class 000 row replaces the built-in default limits.
       LOAD-MONITOR-PARMS-SECTION.
           MOVE 0 TO WS-PARM-COUNT
           OPEN INPUT MONITOR-PARAM-FILE
           IF WS-MONPARM-STATUS NOT = "00"
               DISPLAY "MONITORING LIMITS FILE UNAVAILABLE - STATUS "
                   WS-MONPARM-STATUS " - USING BUILT-IN LIMITS"
           ELSE
               MOVE 0 TO WS-PARM-EOF
               PERFORM UNTIL WS-PARM-EOF = 1
                   READ MONITOR-PARAM-FILE
                       AT END MOVE 1 TO WS-PARM-EOF
                       NOT AT END PERFORM ADD-PARM-ENTRY-SECTION
                   END-READ
               END-PERFORM
               CLOSE MONITOR-PARAM-FILE
               DISPLAY "MONITORING LIMITS LOADED - " WS-PARM-COUNT
                   " CLASSES"
           END-IF
           EXIT.

       ADD-PARM-ENTRY-SECTION.
           IF MONITOR-PARAM-RECORD = SPACES
               CONTINUE
           ELSE
               IF MP-CLASS IS NOT NUMERIC
                       OR MP-SINGLE-LIMIT IS NOT NUMERIC
                       OR MP-DAILY-LIMIT IS NOT NUMERIC
                       OR MP-COUNT-LIMIT IS NOT NUMERIC
                       OR MP-ROUND-UNIT IS NOT NUMERIC
                       OR MP-ROUND-REPEAT IS NOT NUMERIC
                   DISPLAY "MONITORING LIMITS ENTRY DROPPED - CLASS "
                       MP-CLASS " NOT NUMERIC"
               ELSE
                   IF MP-CLASS = 0
                       IF WS-DFLT-FROM-FILE = "Y"
                           DISPLAY "MONITORING LIMITS ENTRY DROPPED - "
                               "CLASS 000 DUPLICATED"
                       ELSE
                           MOVE "Y" TO WS-DFLT-FROM-FILE
                           MOVE MP-SINGLE-LIMIT TO WS-DFLT-SINGLE
                           MOVE MP-DAILY-LIMIT TO WS-DFLT-DAILY
                           MOVE MP-COUNT-LIMIT TO WS-DFLT-MAXCNT
                           MOVE MP-ROUND-UNIT TO WS-DFLT-UNIT
                           MOVE MP-ROUND-REPEAT TO WS-DFLT-REPEAT
                       END-IF
                   ELSE
                       PERFORM ADD-CLASS-LIMITS-SECTION
                   END-IF
               END-IF
           END-IF
           EXIT.

       ADD-CLASS-LIMITS-SECTION.
           MOVE "N" TO WS-PARM-DUP
           PERFORM VARYING WS-PARM-IDX FROM 1 BY 1
                   UNTIL WS-PARM-IDX > WS-PARM-COUNT
                       OR WS-PARM-DUP = "Y"
               IF MP-CLASS = WS-PARM-CLASS(WS-PARM-IDX)
                   MOVE "Y" TO WS-PARM-DUP
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-PARM-DUP = "Y"
                   DISPLAY "MONITORING LIMITS ENTRY DROPPED - "
                       "CLASS " MP-CLASS " DUPLICATED"
               WHEN WS-PARM-COUNT >= WS-PARM-LIMIT
                   DISPLAY "MONITORING LIMITS TABLE FULL - CLASS "
                       MP-CLASS " DROPPED"
               WHEN OTHER
                   ADD 1 TO WS-PARM-COUNT
                   MOVE MP-CLASS TO WS-PARM-CLASS(WS-PARM-COUNT)
                   MOVE MP-SINGLE-LIMIT
                       TO WS-PARM-SINGLE(WS-PARM-COUNT)
                   MOVE MP-DAILY-LIMIT TO WS-PARM-DAILY(WS-PARM-COUNT)
                   MOVE MP-COUNT-LIMIT
                       TO WS-PARM-MAXCNT(WS-PARM-COUNT)
                   MOVE MP-ROUND-UNIT TO WS-PARM-UNIT(WS-PARM-COUNT)
                   MOVE MP-ROUND-REPEAT
                       TO WS-PARM-REPEAT(WS-PARM-COUNT)
           END-EVALUATE
           EXIT.

      *> The report opens with the day, where its movements came
      *> from, and every limit in force, so a reviewer reading a
      *> hit can see the test it failed.
       WRITE-HEADINGS-SECTION.
           MOVE SPACES TO MONITOR-REPORT-RECORD
           STRING "ACTIVITY MONITORING REPORT - BUSINESS DATE "
               WS-MON-DATE " RUN " WS-DATE
               DELIMITED BY SIZE INTO MONITOR-REPORT-RECORD
           WRITE MONITOR-REPORT-RECORD
           MOVE SPACES TO MONITOR-REPORT-RECORD
           IF WS-DATE-BRIDGED = "Y"
               STRING "OPERATOR " WS-HDR-OPERATOR-ID
                   " - DAY BRIDGED, JOURNAL ROWS TAKEN FROM HISTORY"
                   DELIMITED BY SIZE INTO MONITOR-REPORT-RECORD
           ELSE
               STRING "OPERATOR " WS-HDR-OPERATOR-ID
                   " - HISTORY AND ONLINE JOURNAL MONITORED"
                   DELIMITED BY SIZE INTO MONITOR-REPORT-RECORD
           END-IF
           WRITE MONITOR-REPORT-RECORD
           IF WS-ALREADY-RAISED = "Y"
               MOVE SPACES TO MONITOR-REPORT-RECORD
               STRING "CASES FOR THIS DATE ALREADY RAISED - REPORT "
                   "ONLY, NO NEW CASES"
                   DELIMITED BY SIZE INTO MONITOR-REPORT-RECORD
               WRITE MONITOR-REPORT-RECORD
           END-IF
           MOVE SPACES TO MONITOR-REPORT-RECORD
           WRITE MONITOR-REPORT-RECORD
           MOVE SPACES TO MONITOR-REPORT-RECORD
           STRING "LIMITS  CLASS  SINGLE MOVEMENT     DAY TOTAL  "
               "COUNT  ROUND UNIT  REPEAT"
               DELIMITED BY SIZE INTO MONITOR-REPORT-RECORD
           WRITE MONITOR-REPORT-RECORD
           MOVE WS-DFLT-SINGLE TO WS-EDIT-LIMIT
           MOVE WS-DFLT-DAILY TO WS-EDIT-LIMIT2
           MOVE WS-DFLT-UNIT TO WS-EDIT-UNIT
           MOVE SPACES TO MONITOR-REPORT-RECORD
           IF WS-DFLT-FROM-FILE = "Y"
               STRING "        000  " WS-EDIT-LIMIT "  "
                   WS-EDIT-LIMIT2 "   " WS-DFLT-MAXCNT "  "
                   WS-EDIT-UNIT "     " WS-DFLT-REPEAT
                   DELIMITED BY SIZE INTO MONITOR-REPORT-RECORD
           ELSE
               STRING "        ***  " WS-EDIT-LIMIT "  "
                   WS-EDIT-LIMIT2 "   " WS-DFLT-MAXCNT "  "
                   WS-EDIT-UNIT "     " WS-DFLT-REPEAT
                   "  BUILT-IN"
                   DELIMITED BY SIZE INTO MONITOR-REPORT-RECORD
           END-IF
           WRITE MONITOR-REPORT-RECORD
           PERFORM VARYING WS-PARM-IDX FROM 1 BY 1
                   UNTIL WS-PARM-IDX > WS-PARM-COUNT
               MOVE WS-PARM-SINGLE(WS-PARM-IDX) TO WS-EDIT-LIMIT
               MOVE WS-PARM-DAILY(WS-PARM-IDX) TO WS-EDIT-LIMIT2
               MOVE WS-PARM-UNIT(WS-PARM-IDX) TO WS-EDIT-UNIT
               MOVE SPACES TO MONITOR-REPORT-RECORD
               STRING "        " WS-PARM-CLASS(WS-PARM-IDX) "  "
                   WS-EDIT-LIMIT "  " WS-EDIT-LIMIT2 "   "
                   WS-PARM-MAXCNT(WS-PARM-IDX) "  " WS-EDIT-UNIT
                   "     " WS-PARM-REPEAT(WS-PARM-IDX)
                   DELIMITED BY SIZE INTO MONITOR-REPORT-RECORD
               WRITE MONITOR-REPORT-RECORD
           END-PERFORM
           MOVE SPACES TO MONITOR-REPORT-RECORD
           STRING "A ZERO LIMIT SWITCHES THAT TEST OFF FOR THE CLASS"
               DELIMITED BY SIZE INTO MONITOR-REPORT-RECORD
           WRITE MONITOR-REPORT-RECORD
           EXIT.

      *> One pass over the day's movements - history always, the
      *> journal only while the day is unbridged.
       SCAN-MOVEMENTS-SECTION.
           OPEN INPUT HISTORY-FILE
           EVALUATE WS-HISTORY-STATUS
               WHEN "00"
                   MOVE 0 TO WS-HIST-EOF
                   PERFORM UNTIL WS-HIST-EOF = 1
                       READ HISTORY-FILE
                           AT END MOVE 1 TO WS-HIST-EOF
                           NOT AT END PERFORM HISTORY-ROW-SECTION
                       END-READ
                   END-PERFORM
                   CLOSE HISTORY-FILE
               WHEN "35"
                   IF WS-TALLY-PASS
                       DISPLAY "NO HISTORY FILE - NO BATCH MOVEMENTS"
                   END-IF
               WHEN OTHER
                   IF WS-TALLY-PASS
                       DISPLAY "HISTORY OPEN FAILED - STATUS "
                           WS-HISTORY-STATUS
                       MOVE 8 TO WS-JOB-RC
                   END-IF
           END-EVALUATE
           IF WS-DATE-BRIDGED = "N"
               OPEN INPUT TXN-JOURNAL-FILE
               EVALUATE WS-JRNL-STATUS
                   WHEN "00"
                       MOVE 0 TO WS-JRNL-EOF
                       PERFORM UNTIL WS-JRNL-EOF = 1
                           READ TXN-JOURNAL-FILE
                               AT END MOVE 1 TO WS-JRNL-EOF
                               NOT AT END PERFORM JOURNAL-ROW-SECTION
                           END-READ
                       END-PERFORM
                       CLOSE TXN-JOURNAL-FILE
                   WHEN "35"
                       IF WS-TALLY-PASS
                           DISPLAY "NO ONLINE JOURNAL - NO COUNTER "
                               "MOVEMENTS"
                       END-IF
                   WHEN OTHER
                       IF WS-TALLY-PASS
                           DISPLAY "JOURNAL OPEN FAILED - STATUS "
                               WS-JRNL-STATUS
                           MOVE 8 TO WS-JOB-RC
                       END-IF
               END-EVALUATE
           END-IF
           EXIT.

      *> The day's D and R movements. Brought-forward "B" rows are
      *> period-close balances, not activity, and a row not in the
      *> current format cannot be read for its amount.
       HISTORY-ROW-SECTION.
           IF HS-JOB-DATE = WS-MON-DATE
               IF WS-TALLY-PASS
                   ADD 1 TO WS-HIST-READ
               END-IF
               IF HS-TYPE = "D" OR HS-TYPE = "R"
                   IF HS-AMOUNT IS NUMERIC
                       MOVE HS-ACCOUNT-ID TO WS-MOVE-ACCOUNT
                       MOVE HS-AMOUNT TO WS-MOVE-AMOUNT
                       MOVE "H" TO WS-MOVE-SOURCE
                       IF WS-TALLY-PASS
                           ADD 1 TO WS-HIST-MOVES
                       END-IF
                       PERFORM ONE-MOVEMENT-SECTION
                   ELSE
                       IF WS-TALLY-PASS
                           ADD 1 TO WS-ROWS-BAD
                           MOVE SPACES TO MONITOR-REPORT-RECORD
                           STRING "  HISTORY ROW NOT IN CURRENT "
                               "FORMAT - [" HISTORY-RECORD "]"
                               DELIMITED BY SIZE
                               INTO MONITOR-REPORT-RECORD
                           WRITE MONITOR-REPORT-RECORD
                       END-IF
                   END-IF
               END-IF
           END-IF
           EXIT.

      *> Accepted credits and debits keyed on the day, mapped onto
      *> the batch id the way EODPOST maps them - the first 8
      *> characters of the online id.
       JOURNAL-ROW-SECTION.
           IF TJ-RUN-DATE = WS-MON-DATE(1:8)
               IF WS-TALLY-PASS
                   ADD 1 TO WS-JRNL-READ
               END-IF
               IF TJ-OUTCOME = "ACC"
                       AND (TJ-TXN-TYPE = "C" OR TJ-TXN-TYPE = "D")
                   PERFORM PARSE-AMOUNT-SECTION
                   IF WS-MOVE-OK = "Y"
                       MOVE TJ-ACCOUNT-ID(1:8) TO WS-MOVE-ACCOUNT
                       MOVE "J" TO WS-MOVE-SOURCE
                       IF WS-TALLY-PASS
                           ADD 1 TO WS-JRNL-MOVES
                       END-IF
                       PERFORM ONE-MOVEMENT-SECTION
                   ELSE
                       IF WS-TALLY-PASS
                           ADD 1 TO WS-ROWS-BAD
                           MOVE SPACES TO MONITOR-REPORT-RECORD
                           STRING "  UNPARSEABLE AMOUNT - ACCT "
                               TJ-ACCOUNT-ID " [" TJ-AMOUNT "]"
                               DELIMITED BY SIZE
                               INTO MONITOR-REPORT-RECORD
                           WRITE MONITOR-REPORT-RECORD
                       END-IF
                   END-IF
               END-IF
           END-IF
           EXIT.

      *> Same parse EODPOST applies to the display-edited amount.
       PARSE-AMOUNT-SECTION.
           MOVE "N" TO WS-MOVE-OK
           MOVE TJ-AMOUNT(2:7) TO WS-AMT-INT
           MOVE TJ-AMOUNT(10:2) TO WS-AMT-DEC
           IF TJ-AMOUNT(1:1) NOT = "-"
                   AND TJ-AMOUNT(9:1) = "."
                   AND WS-AMT-INT IS NUMERIC
                   AND WS-AMT-DEC IS NUMERIC
               COMPUTE WS-MOVE-AMOUNT =
                   FUNCTION NUMVAL(WS-AMT-INT)
                   + FUNCTION NUMVAL(WS-AMT-DEC) / 100
               MOVE "Y" TO WS-MOVE-OK
           END-IF
           EXIT.

       ONE-MOVEMENT-SECTION.
           PERFORM FIND-ACCOUNT-SECTION
           IF WS-ACCT-FOUND = "Y"
               IF WS-TALLY-PASS
                   PERFORM TALLY-MOVEMENT-SECTION
               ELSE
                   PERFORM TEST-SINGLE-MOVEMENT-SECTION
               END-IF
           END-IF
           EXIT.

      *> Locates the account's entry, adding it - with its class
      *> and limits row resolved - on first sight.
       FIND-ACCOUNT-SECTION.
           MOVE "N" TO WS-ACCT-FOUND
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                   UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
                       OR WS-ACCT-FOUND = "Y"
               IF AT-ACCOUNT-ID(WS-ACCT-IDX) = WS-MOVE-ACCOUNT
                   MOVE "Y" TO WS-ACCT-FOUND
               END-IF
           END-PERFORM
           IF WS-ACCT-FOUND = "Y"
               SUBTRACT 1 FROM WS-ACCT-IDX
           ELSE
               IF WS-ACCT-COUNT < WS-ACCT-LIMIT
                   ADD 1 TO WS-ACCT-COUNT
                   MOVE WS-ACCT-COUNT TO WS-ACCT-IDX
                   MOVE WS-MOVE-ACCOUNT TO AT-ACCOUNT-ID(WS-ACCT-IDX)
                   MOVE 0 TO AT-TOTAL(WS-ACCT-IDX)
                   MOVE 0 TO AT-COUNT(WS-ACCT-IDX)
                   MOVE 0 TO AT-ROUND-COUNT(WS-ACCT-IDX)
                   MOVE 0 TO AT-ROUND-TOTAL(WS-ACCT-IDX)
                   PERFORM RESOLVE-CLASS-SECTION
                   MOVE "Y" TO WS-ACCT-FOUND
               ELSE
                   MOVE "Y" TO WS-ACCT-FULL
               END-IF
           END-IF
           EXIT.

      *> An account whose prefix is on no class row is class 999,
      *> as FILEDEMO classes it; a class with no limits row of its
      *> own takes the class 000 limits (AT-PARM-IDX zero).
       RESOLVE-CLASS-SECTION.
           MOVE 999 TO AT-CLASS(WS-ACCT-IDX)
           MOVE "N" TO WS-CLASS-FOUND
           PERFORM VARYING WS-CLASS-IDX FROM 1 BY 1
                   UNTIL WS-CLASS-IDX > WS-CLASS-COUNT
                       OR WS-CLASS-FOUND = "Y"
               IF WS-MOVE-ACCOUNT(1:1)
                       = WS-CLASS-PREFIX(WS-CLASS-IDX)
                   MOVE "Y" TO WS-CLASS-FOUND
                   MOVE WS-CLASS-CODE(WS-CLASS-IDX)
                       TO AT-CLASS(WS-ACCT-IDX)
               END-IF
           END-PERFORM
           MOVE 0 TO AT-PARM-IDX(WS-ACCT-IDX)
           MOVE "N" TO WS-PARM-FOUND
           PERFORM VARYING WS-PARM-IDX FROM 1 BY 1
                   UNTIL WS-PARM-IDX > WS-PARM-COUNT
                       OR WS-PARM-FOUND = "Y"
               IF AT-CLASS(WS-ACCT-IDX) = WS-PARM-CLASS(WS-PARM-IDX)
                   MOVE "Y" TO WS-PARM-FOUND
                   MOVE WS-PARM-IDX TO AT-PARM-IDX(WS-ACCT-IDX)
               END-IF
           END-PERFORM
           EXIT.

      *> Moves the limits for the account at WS-ACCT-IDX into the
      *> WS-LIM- fields.
       SET-LIMITS-SECTION.
           IF AT-PARM-IDX(WS-ACCT-IDX) = 0
               MOVE WS-DFLT-SINGLE TO WS-LIM-SINGLE
               MOVE WS-DFLT-DAILY TO WS-LIM-DAILY
               MOVE WS-DFLT-MAXCNT TO WS-LIM-MAXCNT
               MOVE WS-DFLT-UNIT TO WS-LIM-UNIT
               MOVE WS-DFLT-REPEAT TO WS-LIM-REPEAT
           ELSE
               MOVE AT-PARM-IDX(WS-ACCT-IDX) TO WS-PARM-IDX
               MOVE WS-PARM-SINGLE(WS-PARM-IDX) TO WS-LIM-SINGLE
               MOVE WS-PARM-DAILY(WS-PARM-IDX) TO WS-LIM-DAILY
               MOVE WS-PARM-MAXCNT(WS-PARM-IDX) TO WS-LIM-MAXCNT
               MOVE WS-PARM-UNIT(WS-PARM-IDX) TO WS-LIM-UNIT
               MOVE WS-PARM-REPEAT(WS-PARM-IDX) TO WS-LIM-REPEAT
           END-IF
           EXIT.

      *> Credits and debits both count toward the day's total -
      *> money through the account, not its net change. A round
      *> figure is a whole multiple of the class's round unit.
       TALLY-MOVEMENT-SECTION.
           PERFORM SET-LIMITS-SECTION
           ADD WS-MOVE-AMOUNT TO AT-TOTAL(WS-ACCT-IDX)
           ADD 1 TO AT-COUNT(WS-ACCT-IDX)
           IF WS-LIM-UNIT > 0 AND WS-MOVE-AMOUNT NOT < WS-LIM-UNIT
               DIVIDE WS-MOVE-AMOUNT BY WS-LIM-UNIT
                   GIVING WS-ROUND-QUOT
               COMPUTE WS-ROUND-CHECK = WS-ROUND-QUOT * WS-LIM-UNIT
               IF WS-ROUND-CHECK = WS-MOVE-AMOUNT
                   ADD 1 TO AT-ROUND-COUNT(WS-ACCT-IDX)
                   ADD WS-MOVE-AMOUNT TO AT-ROUND-TOTAL(WS-ACCT-IDX)
               END-IF
           END-IF
           EXIT.

       TEST-SINGLE-MOVEMENT-SECTION.
           PERFORM SET-LIMITS-SECTION
           IF WS-LIM-SINGLE > 0 AND WS-MOVE-AMOUNT > WS-LIM-SINGLE
               MOVE "SNGL" TO WS-HIT-RULE
               MOVE WS-MOVE-SOURCE TO WS-HIT-SOURCE
               MOVE WS-MOVE-AMOUNT TO WS-HIT-AMOUNT
               MOVE 1 TO WS-HIT-COUNT
               MOVE WS-LIM-SINGLE TO WS-EDIT-LIMIT
               MOVE SPACES TO WS-HIT-DETAIL
               STRING "OVER " WS-EDIT-LIMIT
                   DELIMITED BY SIZE INTO WS-HIT-DETAIL
               PERFORM RAISE-HIT-SECTION
           END-IF
           EXIT.

      *> The account-day rules, once the whole day is tallied.
       TEST-ACCOUNT-DAY-SECTION.
           PERFORM SET-LIMITS-SECTION
           MOVE AT-ACCOUNT-ID(WS-ACCT-IDX) TO WS-MOVE-ACCOUNT
           MOVE "A" TO WS-HIT-SOURCE
           IF WS-LIM-DAILY > 0
                   AND AT-TOTAL(WS-ACCT-IDX) > WS-LIM-DAILY
               MOVE "DTOT" TO WS-HIT-RULE
               MOVE AT-TOTAL(WS-ACCT-IDX) TO WS-HIT-AMOUNT
               MOVE AT-COUNT(WS-ACCT-IDX) TO WS-HIT-COUNT
               MOVE WS-LIM-DAILY TO WS-EDIT-LIMIT
               MOVE SPACES TO WS-HIT-DETAIL
               STRING "OVER " WS-EDIT-LIMIT
                   DELIMITED BY SIZE INTO WS-HIT-DETAIL
               PERFORM RAISE-HIT-SECTION
           END-IF
           IF WS-LIM-MAXCNT > 0
                   AND AT-COUNT(WS-ACCT-IDX) > WS-LIM-MAXCNT
               MOVE "FREQ" TO WS-HIT-RULE
               MOVE AT-TOTAL(WS-ACCT-IDX) TO WS-HIT-AMOUNT
               MOVE AT-COUNT(WS-ACCT-IDX) TO WS-HIT-COUNT
               MOVE SPACES TO WS-HIT-DETAIL
               STRING AT-COUNT(WS-ACCT-IDX) " MOVES OVER "
                   WS-LIM-MAXCNT
                   DELIMITED BY SIZE INTO WS-HIT-DETAIL
               PERFORM RAISE-HIT-SECTION
           END-IF
           IF WS-LIM-REPEAT > 0
                   AND AT-ROUND-COUNT(WS-ACCT-IDX) NOT < WS-LIM-REPEAT
               MOVE "ROND" TO WS-HIT-RULE
               MOVE AT-ROUND-TOTAL(WS-ACCT-IDX) TO WS-HIT-AMOUNT
               MOVE AT-ROUND-COUNT(WS-ACCT-IDX) TO WS-HIT-COUNT
               MOVE WS-LIM-UNIT TO WS-EDIT-UNIT
               MOVE SPACES TO WS-HIT-DETAIL
               STRING AT-ROUND-COUNT(WS-ACCT-IDX) " X "
                   WS-EDIT-UNIT " UNITS"
                   DELIMITED BY SIZE INTO WS-HIT-DETAIL
               PERFORM RAISE-HIT-SECTION
           END-IF
           EXIT.

      *> Probe-opened the way FILEDEMO appends - EXTEND if present,
      *> OUTPUT on first use. A day already raised opens nothing.
       OPEN-CASE-FILE-SECTION.
           IF WS-ALREADY-RAISED = "N"
               OPEN INPUT CASE-FILE
               IF WS-CASE-STATUS = "00"
                   CLOSE CASE-FILE
                   OPEN EXTEND CASE-FILE
               ELSE
                   OPEN OUTPUT CASE-FILE
               END-IF
               IF WS-CASE-STATUS NOT = "00"
                   DISPLAY "CASE FILE OPEN FAILED - STATUS "
                       WS-CASE-STATUS " - NO CASES RAISED"
                   MOVE 8 TO WS-JOB-RC
               ELSE
                   MOVE "Y" TO WS-CASE-OPEN
               END-IF
           END-IF
           EXIT.

      *> One exception - onto the report, and raised as a new open
      *> case unless the day's cases are already on file.
       RAISE-HIT-SECTION.
           ADD 1 TO WS-EXCEPT-COUNT
           MOVE "------" TO WS-CASE-TEXT
           IF WS-CASE-OPEN = "Y"
               ADD 1 TO WS-LAST-CASE-NO
               MOVE SPACES TO CASE-RECORD
               MOVE WS-LAST-CASE-NO TO MC-CASE-NO
               MOVE WS-MON-DATE TO MC-BUS-DATE
               MOVE WS-HIT-RULE TO MC-RULE
               MOVE WS-MOVE-ACCOUNT TO MC-ACCOUNT-ID
               MOVE AT-CLASS(WS-ACCT-IDX) TO MC-CLASS
               MOVE WS-HIT-SOURCE TO MC-SOURCE
               MOVE WS-HIT-AMOUNT TO MC-AMOUNT
               MOVE WS-HIT-COUNT TO MC-COUNT
               MOVE "O" TO MC-STATUS
               MOVE WS-DATE TO MC-RAISED-DATE
               MOVE SPACES TO MC-REVIEWER-ID
               MOVE 0 TO MC-REVIEW-DATE
               WRITE CASE-RECORD
               IF WS-CASE-STATUS NOT = "00"
                   DISPLAY "CASE WRITE FAILED - STATUS "
                       WS-CASE-STATUS " - NO FURTHER CASES RAISED"
                   MOVE 8 TO WS-JOB-RC
                   CLOSE CASE-FILE
                   MOVE "N" TO WS-CASE-OPEN
               ELSE
                   ADD 1 TO WS-CASES-RAISED
                   MOVE WS-LAST-CASE-NO TO WS-CASE-TEXT
               END-IF
           END-IF
           MOVE WS-HIT-AMOUNT TO WS-EDIT-AMOUNT
           MOVE SPACES TO MONITOR-REPORT-RECORD
           STRING "           " WS-CASE-TEXT " " WS-HIT-RULE " "
               WS-MOVE-ACCOUNT " " AT-CLASS(WS-ACCT-IDX) " "
               WS-HIT-SOURCE " " WS-EDIT-AMOUNT "  " WS-HIT-DETAIL
               DELIMITED BY SIZE INTO MONITOR-REPORT-RECORD
           WRITE MONITOR-REPORT-RECORD
           EXIT.

       WRITE-TOTALS-SECTION.
           MOVE SPACES TO MONITOR-REPORT-RECORD
           WRITE MONITOR-REPORT-RECORD
           MOVE SPACES TO MONITOR-REPORT-RECORD
           STRING "HISTORY ROWS ON DATE " WS-HIST-READ
               " MOVEMENTS " WS-HIST-MOVES
               DELIMITED BY SIZE INTO MONITOR-REPORT-RECORD
           WRITE MONITOR-REPORT-RECORD
           MOVE SPACES TO MONITOR-REPORT-RECORD
           STRING "JOURNAL ROWS ON DATE " WS-JRNL-READ
               " MOVEMENTS " WS-JRNL-MOVES
               DELIMITED BY SIZE INTO MONITOR-REPORT-RECORD
           WRITE MONITOR-REPORT-RECORD
           MOVE SPACES TO MONITOR-REPORT-RECORD
           STRING "ACCOUNTS MOVED " WS-ACCT-COUNT
               "  ROWS IN ERROR " WS-ROWS-BAD
               DELIMITED BY SIZE INTO MONITOR-REPORT-RECORD
           WRITE MONITOR-REPORT-RECORD
           MOVE SPACES TO MONITOR-REPORT-RECORD
           STRING "EXCEPTIONS " WS-EXCEPT-COUNT
               "  CASES RAISED " WS-CASES-RAISED
               DELIMITED BY SIZE INTO MONITOR-REPORT-RECORD
           WRITE MONITOR-REPORT-RECORD
           IF WS-EXCEPT-COUNT = 0 AND WS-JOB-RC < 8
               MOVE SPACES TO MONITOR-REPORT-RECORD
               STRING "NO EXCEPTIONS FOR THE DAY"
                   DELIMITED BY SIZE INTO MONITOR-REPORT-RECORD
               WRITE MONITOR-REPORT-RECORD
           END-IF
           EXIT.

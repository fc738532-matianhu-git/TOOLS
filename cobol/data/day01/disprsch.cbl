       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISPRSCH.

      *> Dispute research. Traces one account's movements across
      *> every place they can be - the period-close archive
      *> (histarch.txt), the live history (history.txt) and the
      *> online journal the Variables screen writes (txnjrnl.txt) -
      *> for a date range, optionally only those of one amount, and
      *> lists them in date order with their source, type and the
      *> account's running balance after each, on a report that can
      *> go on the dispute file (disprsch.txt). The inquiry is
      *> recorded on the audit trail under the researcher's id.
      *>
      *> The account may be given as the 8-character batch id or
      *> the 10-character online id; either way journal rows are
      *> matched the way EODPOST maps them, on the first 8
      *> characters of the online id.
      *>
      *> The running balance starts from the nearest brought-forward
      *> "B" row HISTPURG wrote before the range - a "B" row dated
      *> the first of its cutoff month nets everything up to the end
      *> of that month, so it is used only for a month wholly before
      *> the range, and the movements after it and before the range
      *> are added to it. With no such row the account is taken
      *> from zero. "B" rows are positions, not movements, and are
      *> not listed.
      *>
      *> Once EODPOST has bridged a day its journal rows are history
      *> rows under that date, so a bridged day's journal rows are
      *> not counted a second time, as ACTMON does - but only those
      *> actually found there. Each bridged journal row in the range
      *> is matched against the same day's history rows of the same
      *> signed amount; one with no match was refused at the bridge
      *> (not open, frozen, closed - see rejsusp.txt) and is listed
      *> marked "*" without moving the balance, since the counter
      *> took it but the account never did. A day left
      *> partly bridged is taken from history alone and the report
      *> says so, since some of its journal rows may be on neither
      *> list until the bridge is rerun.
      *>
      *> The rows stream through SORT into date order, as STMTGEN's
      *> do, so there is no table to outgrow however long the
      *> account's past. Condition codes: 04 rows that could not be
      *> read, or a partly bridged day in range; 08 a source or the
      *> report that could not be opened, or too many bridged days
      *> to hold.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> HISTPURG's cumulative archive of purged history rows.
           SELECT ARCHIVE-FILE ASSIGN TO "histarch.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT HISTORY-FILE ASSIGN TO "history.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

      *> The online journal the Variables screen writes.
           SELECT TXN-JOURNAL-FILE ASSIGN TO "txnjrnl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

      *> EODPOST's bridge control and bridge checkpoint - which
      *> days' journal rows are already on history.
           SELECT BRIDGE-CONTROL-FILE ASSIGN TO "eodctl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRIDGE-STATUS.

           SELECT BRIDGE-CHKPT-FILE ASSIGN TO "eodchkpt.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BCHKPT-STATUS.

           SELECT RESEARCH-SORT-FILE ASSIGN TO "disprsch.tmp".

      *> The research report - one inquiry's worth.
           SELECT RESEARCH-REPORT-FILE ASSIGN TO "disprsch.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> Both history files are read into WS-HIST-ROW - the same
      *> 29-byte layout, movement and brought-forward views.
       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD         PIC X(29).

       FD  HISTORY-FILE.
       01  HISTORY-RECORD         PIC X(29).

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

      *> One row per movement or brought-forward position, in the
      *> order read - archive, history, journal - so rows of one
      *> date keep that order. SR-AMOUNT carries the row's effect on
      *> the balance, signed; a "B" row carries its net.
       SD  RESEARCH-SORT-FILE.
       01  RESEARCH-SORT-RECORD.
           05  SR-DATE            PIC 9(8).
           05  SR-SEQ             PIC 9(8).
           05  SR-KIND            PIC X(1).
               88  SR-BROUGHT-FWD          VALUE "B".
               88  SR-MOVEMENT             VALUE "M".
               88  SR-BRIDGED-JRNL         VALUE "J".
           05  SR-SOURCE          PIC X(4).
           05  SR-TYPE-TEXT       PIC X(8).
           05  SR-AMOUNT          PIC S9(9)V99.
           05  SR-ONLINE-ID       PIC X(10).
           05  SR-TIME            PIC 9(8).
           05  SR-OPERATOR-ID     PIC X(8).
           05  SR-CHECKER-ID      PIC X(8).
           05  SR-XREF-ID         PIC X(10).

       FD  RESEARCH-REPORT-FILE.
       01  RESEARCH-REPORT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-ARCHIVE-STATUS  PIC X(2) VALUE "00".
       01  WS-HISTORY-STATUS  PIC X(2) VALUE "00".
       01  WS-JRNL-STATUS     PIC X(2) VALUE "00".
       01  WS-BRIDGE-STATUS   PIC X(2) VALUE "00".
       01  WS-BCHKPT-STATUS   PIC X(2) VALUE "00".
       01  WS-REPORT-STATUS   PIC X(2) VALUE "00".
       01  WS-JOB-RC          PIC 9(2) VALUE 0.
       01  WS-DATE            PIC 9(8).
       01  WS-TIME            PIC 9(8).
       01  WS-HIST-EOF        PIC 9(1) VALUE 0.
       01  WS-JRNL-EOF        PIC 9(1) VALUE 0.
       01  WS-CTL-EOF         PIC 9(1) VALUE 0.
       01  WS-SORT-EOF        PIC 9(1) VALUE 0.

      *> The inquiry.
       01  WS-IN-ACCOUNT      PIC X(10) VALUE SPACES.
       01  WS-IN-DATE         PIC X(8) VALUE SPACES.
       01  WS-IN-AMOUNT       PIC X(12) VALUE SPACES.
       01  WS-BATCH-ID        PIC X(8) VALUE SPACES.
       01  WS-FROM-DATE       PIC 9(8) VALUE 0.
       01  WS-TO-DATE         PIC 9(8) VALUE 0.
       01  WS-SEEK-AMOUNT     PIC 9(7)V99 VALUE 0.
       01  WS-SEEK-ANY        PIC X(1) VALUE "Y".
       01  WS-ACCOUNT-OK      PIC X(1) VALUE "N".
       01  WS-RANGE-OK        PIC X(1) VALUE "N".
       01  WS-AMOUNT-OK       PIC X(1) VALUE "N".

      *> One history or archive row, both views.
       01  WS-HIST-ROW.
           05  WH-JOB-DATE        PIC 9(8).
           05  WH-TYPE            PIC X(1).
           05  WH-ACCOUNT-ID      PIC X(8).
           05  WH-AMOUNT          PIC 9(7)V99.
           05  FILLER             PIC X(3).
       01  WS-HIST-BF-ROW REDEFINES WS-HIST-ROW.
           05  WB-JOB-DATE        PIC 9(8).
           05  WB-TYPE            PIC X(1).
           05  WB-ACCOUNT-ID      PIC X(8).
           05  WB-SIGN            PIC X(1).
           05  WB-AMOUNT          PIC 9(9)V99.
       01  WS-ROW-SOURCE      PIC X(4) VALUE SPACES.

      *> Journal row parsing - the same parse EODPOST applies.
       01  WS-JRNL-DATE       PIC 9(8) VALUE 0.
       01  WS-AMT-INT         PIC X(7) VALUE SPACES.
       01  WS-AMT-DEC         PIC X(2) VALUE SPACES.
       01  WS-MOVE-AMOUNT     PIC 9(7)V99 VALUE 0.
       01  WS-MOVE-OK         PIC X(1) VALUE "N".

      *> Days EODPOST has bridged, off eodctl.dat, and the day its
      *> checkpoint says is part done, if any. Overflowing the table
      *> would leave journal rows counted twice, so it stops the
      *> inquiry.
       01  WS-BRIDGED-LIMIT   PIC 9(4) VALUE 5000.
       01  WS-BRIDGED-COUNT   PIC 9(4) VALUE 0.
       01  WS-BRIDGED-IDX     PIC 9(4) VALUE 0.
       01  WS-BRIDGED-FULL    PIC X(1) VALUE "N".
       01  WS-BRIDGED-TABLE.
           05  WS-BRIDGED-DATE PIC 9(8) OCCURS 5000 TIMES.
       01  WS-DATE-BRIDGED    PIC X(1) VALUE "N".
       01  WS-PART-DATE       PIC 9(8) VALUE 0.

      *> Counts for the report and the audit row.
       01  WS-SORT-SEQ        PIC 9(8) VALUE 0.
       01  WS-ARCH-READ       PIC 9(8) VALUE 0.
       01  WS-HIST-READ       PIC 9(8) VALUE 0.
       01  WS-JRNL-READ       PIC 9(8) VALUE 0.
       01  WS-ROWS-BAD        PIC 9(8) VALUE 0.
       01  WS-JRNL-ON-HIST    PIC 9(8) VALUE 0.
       01  WS-JRNL-UNPOSTED   PIC 9(8) VALUE 0.
       01  WS-JRNL-PART       PIC 9(8) VALUE 0.
       01  WS-PRE-COUNT       PIC 9(8) VALUE 0.
       01  WS-RANGE-COUNT     PIC 9(8) VALUE 0.
       01  WS-LISTED-COUNT    PIC 9(8) VALUE 0.

      *> The running position. WS-BF-MONTH is the cutoff month of
      *> the brought-forward row the balance started from - a
      *> movement of that month or earlier is already inside it.
       01  WS-RUNNING         PIC S9(11)V99 VALUE 0.
       01  WS-RANGE-NET       PIC S9(11)V99 VALUE 0.
       01  WS-BF-MONTH        PIC X(6) VALUE "000000".
       01  WS-OPENING-DONE    PIC X(1) VALUE "N".
       01  WS-ABS-AMOUNT      PIC 9(9)V99 VALUE 0.

      *> The current date's history and archive movements, for
      *> matching that date's bridged journal rows - a journal row
      *> takes the first unmatched one of the same signed amount.
       01  WS-DAY-DATE        PIC 9(8) VALUE 0.
       01  WS-DAY-LIMIT       PIC 9(4) VALUE 2000.
       01  WS-DAY-COUNT       PIC 9(4) VALUE 0.
       01  WS-DAY-IDX         PIC 9(4) VALUE 0.
       01  WS-DAY-MATCHED     PIC X(1) VALUE "N".
       01  WS-DAY-FULL        PIC X(1) VALUE "N".
       01  WS-DAY-TABLE.
           05  WS-DAY-ENTRY OCCURS 2000 TIMES.
               10  WS-DAY-AMOUNT    PIC S9(9)V99.
               10  WS-DAY-TAKEN     PIC X(1).

      *> Report editing.
       01  WS-AMOUNT-OUT      PIC -(9)9.99.
       01  WS-BALANCE-OUT     PIC -(9)9.99.
       01  WS-TOTAL-OUT       PIC -(11)9.99.
       01  WS-SEEK-OUT        PIC Z(6)9.99.
       01  WS-COUNT-OUT       PIC Z(7)9.
       01  WS-COUNT-OUT-2     PIC Z(7)9.
       01  WS-COUNT-OUT-3     PIC Z(7)9.

      *> Operator sign-on via the shared OPERSIGN password check -
      *> function "V" is compliance review, the people who work
      *> disputes and monitoring cases.
       01  WS-SIGNON-ID      PIC X(8) VALUE SPACES.
       01  WS-SIGNON-OK      PIC X(1) VALUE "N".
       01  WS-QUIT-SWITCH    PIC X(1) VALUE "N".
           88  WS-OPERATOR-DONE        VALUE "Y".
       01  WS-AUTH-FUNCTION  PIC X(1) VALUE SPACE.
       01  WS-AUTH-NAME      PIC X(20) VALUE SPACES.
       01  WS-AUTH-RC        PIC 9(2) VALUE 0.

      *> One audit row per inquiry - the step names the account;
      *> rows read across the three sources, rows listed, rows that
      *> could not be read.
       01  WS-AUDIT-STEP     PIC X(20) VALUE SPACES.
       01  WS-AUDIT-COUNTS.
           05  WS-AUDIT-READ    PIC 9(8) VALUE 0.
           05  WS-AUDIT-VALID   PIC 9(8) VALUE 0.
           05  WS-AUDIT-REJECT  PIC 9(8) VALUE 0.

       COPY "ABC.COPY".

       PROCEDURE DIVISION.
       MAIN-SECTION.
           DISPLAY "DISPUTE RESEARCH - histarch.txt, history.txt AND "
               "txnjrnl.txt"
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME FROM TIME
           MOVE WS-DATE TO WS-HDR-RUN-DATE
           MOVE "DISPRSCH" TO WS-HDR-JOB-NAME

           PERFORM SIGN-ON-SECTION
               UNTIL WS-SIGNON-OK = "Y" OR WS-OPERATOR-DONE
           IF WS-OPERATOR-DONE
               DISPLAY "SIGN-ON ABANDONED - NO INQUIRY MADE"
               STOP RUN
           END-IF
           MOVE WS-SIGNON-ID TO WS-HDR-OPERATOR-ID

           PERFORM PROMPT-ACCOUNT-SECTION
               UNTIL WS-ACCOUNT-OK = "Y" OR WS-OPERATOR-DONE
           IF WS-OPERATOR-DONE
               DISPLAY "NO INQUIRY MADE"
               STOP RUN
           END-IF
           PERFORM PROMPT-RANGE-SECTION UNTIL WS-RANGE-OK = "Y"
           PERFORM PROMPT-AMOUNT-SECTION UNTIL WS-AMOUNT-OK = "Y"

           PERFORM LOAD-BRIDGE-STATE-SECTION
           IF WS-BRIDGED-FULL = "Y"
               DISPLAY "MORE THAN " WS-BRIDGED-LIMIT " BRIDGED DAYS "
                   "ON eodctl.dat - INQUIRY REFUSED"
               MOVE 8 TO WS-JOB-RC
               PERFORM END-RUN-SECTION
           END-IF

           OPEN OUTPUT RESEARCH-REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "RESEARCH REPORT OPEN FAILED - STATUS "
                   WS-REPORT-STATUS
               MOVE 8 TO WS-JOB-RC
               PERFORM END-RUN-SECTION
           END-IF
           PERFORM WRITE-HEADINGS-SECTION

           SORT RESEARCH-SORT-FILE
               ON ASCENDING KEY SR-DATE SR-SEQ
               INPUT PROCEDURE IS LOAD-SOURCES-SECTION
               OUTPUT PROCEDURE IS WRITE-RESEARCH-SECTION

           PERFORM WRITE-TOTALS-SECTION
           CLOSE RESEARCH-REPORT-FILE
           IF (WS-ROWS-BAD > 0 OR WS-JRNL-PART > 0
                   OR WS-DAY-FULL = "Y")
                   AND WS-JOB-RC < 4
               MOVE 4 TO WS-JOB-RC
           END-IF
           PERFORM END-RUN-SECTION.

       END-RUN-SECTION.
           COMPUTE WS-AUDIT-READ =
               WS-ARCH-READ + WS-HIST-READ + WS-JRNL-READ
           MOVE WS-LISTED-COUNT TO WS-AUDIT-VALID
           MOVE WS-ROWS-BAD TO WS-AUDIT-REJECT
           MOVE SPACES TO WS-AUDIT-STEP
           STRING "RESEARCH " WS-BATCH-ID DELIMITED BY SIZE
               INTO WS-AUDIT-STEP
           CALL 'AUDITLOG' USING WS-DESCRIPTION, WS-AUDIT-STEP,
               WS-JOB-RC, WS-AUDIT-COUNTS
           DISPLAY "DISPUTE RESEARCH ENDS - " WS-LISTED-COUNT
               " MOVEMENTS LISTED ON disprsch.txt - CONDITION CODE "
               WS-JOB-RC
           MOVE WS-JOB-RC TO RETURN-CODE
           STOP RUN.

      *> Same sign-on the maintenance programs use - a missing
      *> profile file signs on with a console warning, an unknown or
      *> unauthorized operator is re-prompted.
       SIGN-ON-SECTION.
           DISPLAY "OPERATOR ID (OR QUIT): "
           MOVE SPACES TO WS-SIGNON-ID
           ACCEPT WS-SIGNON-ID
           IF FUNCTION UPPER-CASE(WS-SIGNON-ID(1:4)) = "QUIT"
               SET WS-OPERATOR-DONE TO TRUE
           ELSE
               MOVE "V" TO WS-AUTH-FUNCTION
               CALL 'OPERSIGN' USING WS-SIGNON-ID, WS-AUTH-FUNCTION,
                   WS-AUTH-NAME, WS-AUTH-RC
               EVALUATE WS-AUTH-RC
                   WHEN 00
                       DISPLAY "SIGNED ON - " WS-AUTH-NAME
                       MOVE "Y" TO WS-SIGNON-OK
                   WHEN 04
                       DISPLAY "NO OPERATOR PROFILE FILE - SIGNED "
                           "ON UNVERIFIED"
                       MOVE "Y" TO WS-SIGNON-OK
                   WHEN 08
                       DISPLAY "OPERATOR NOT ON PROFILE FILE"
                   WHEN 12
                       DISPLAY "NOT AUTHORIZED FOR DISPUTE RESEARCH"
                   WHEN 32
                       DISPLAY "NO PASSWORD SET - SEE THE SECURITY "
                           "ADMINISTRATOR"
                   WHEN OTHER
                       DISPLAY "SIGN-ON REFUSED"
               END-EVALUATE
           END-IF
           EXIT.

      *> The batch id is the first 8 characters either way.
       PROMPT-ACCOUNT-SECTION.
           DISPLAY "ACCOUNT - 8-CHARACTER BATCH ID OR 10-CHARACTER "
               "ONLINE ID (OR QUIT): "
           MOVE SPACES TO WS-IN-ACCOUNT
           ACCEPT WS-IN-ACCOUNT
           EVALUATE TRUE
               WHEN FUNCTION UPPER-CASE(WS-IN-ACCOUNT) = "QUIT"
                   SET WS-OPERATOR-DONE TO TRUE
               WHEN WS-IN-ACCOUNT(1:8) = SPACES
                   DISPLAY "ACCOUNT ID REQUIRED"
               WHEN OTHER
                   MOVE WS-IN-ACCOUNT(1:8) TO WS-BATCH-ID
                   MOVE "Y" TO WS-ACCOUNT-OK
                   IF WS-IN-ACCOUNT(9:2) NOT = SPACES
                       DISPLAY "ONLINE ID " WS-IN-ACCOUNT
                           " RESEARCHED AS BATCH ID " WS-BATCH-ID
                   END-IF
           END-EVALUATE
           EXIT.

       PROMPT-RANGE-SECTION.
           DISPLAY "FROM DATE (YYYYMMDD): "
           MOVE SPACES TO WS-IN-DATE
           ACCEPT WS-IN-DATE
           IF WS-IN-DATE IS NOT NUMERIC
                   OR WS-IN-DATE = "00000000"
               DISPLAY "INVALID DATE - MUST BE 8 DIGITS, NOT ZERO"
           ELSE
               MOVE WS-IN-DATE TO WS-FROM-DATE
               DISPLAY "TO DATE (YYYYMMDD): "
               MOVE SPACES TO WS-IN-DATE
               ACCEPT WS-IN-DATE
               EVALUATE TRUE
                   WHEN WS-IN-DATE IS NOT NUMERIC
                           OR WS-IN-DATE = "00000000"
                       DISPLAY "INVALID DATE - MUST BE 8 DIGITS, "
                           "NOT ZERO"
                   WHEN OTHER
                       MOVE WS-IN-DATE TO WS-TO-DATE
                       IF WS-TO-DATE < WS-FROM-DATE
                           DISPLAY "TO DATE IS BEFORE FROM DATE"
                       ELSE
                           MOVE "Y" TO WS-RANGE-OK
                       END-IF
               END-EVALUATE
           END-IF
           EXIT.

      *> Blank for any amount; otherwise only movements of exactly
      *> this amount are listed, though every movement still moves
      *> the running balance.
       PROMPT-AMOUNT-SECTION.
           DISPLAY "AMOUNT DISPUTED (BLANK FOR ANY): "
           MOVE SPACES TO WS-IN-AMOUNT
           ACCEPT WS-IN-AMOUNT
           EVALUATE TRUE
               WHEN WS-IN-AMOUNT = SPACES
                   MOVE "Y" TO WS-SEEK-ANY
                   MOVE "Y" TO WS-AMOUNT-OK
               WHEN FUNCTION TEST-NUMVAL(WS-IN-AMOUNT) NOT = 0
                   DISPLAY "AMOUNT NOT NUMERIC - " WS-IN-AMOUNT
               WHEN FUNCTION NUMVAL(WS-IN-AMOUNT) NOT > 0
                       OR FUNCTION NUMVAL(WS-IN-AMOUNT) > 9999999.99
                   DISPLAY "AMOUNT MUST BE ABOVE ZERO AND AT MOST "
                       "9999999.99"
               WHEN OTHER
                   COMPUTE WS-SEEK-AMOUNT =
                       FUNCTION NUMVAL(WS-IN-AMOUNT)
                   MOVE "N" TO WS-SEEK-ANY
                   MOVE "Y" TO WS-AMOUNT-OK
           END-EVALUATE
           EXIT.

      *> Bridged days off eodctl.dat; a bridge checkpoint standing
      *> for a day not yet on it marks that day part done.
       LOAD-BRIDGE-STATE-SECTION.
           MOVE 0 TO WS-BRIDGED-COUNT
           OPEN INPUT BRIDGE-CONTROL-FILE
           IF WS-BRIDGE-STATUS = "00"
               MOVE 0 TO WS-CTL-EOF
               PERFORM UNTIL WS-CTL-EOF = 1
                   READ BRIDGE-CONTROL-FILE
                       AT END MOVE 1 TO WS-CTL-EOF
                       NOT AT END
                           IF BC-DONE-DATE IS NUMERIC
                               IF WS-BRIDGED-COUNT < WS-BRIDGED-LIMIT
                                   ADD 1 TO WS-BRIDGED-COUNT
                                   MOVE BC-DONE-DATE TO
                                       WS-BRIDGED-DATE(WS-BRIDGED-COUNT)
                               ELSE
                                   MOVE "Y" TO WS-BRIDGED-FULL
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BRIDGE-CONTROL-FILE
           END-IF
           MOVE 0 TO WS-PART-DATE
           OPEN INPUT BRIDGE-CHKPT-FILE
           IF WS-BCHKPT-STATUS = "00"
               READ BRIDGE-CHKPT-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF BK-APPLIED IS NUMERIC
                               AND BK-APPLIED > 0
                               AND BK-DATE IS NUMERIC
                           MOVE BK-DATE TO WS-JRNL-DATE
                           PERFORM CHECK-BRIDGED-SECTION
                           IF WS-DATE-BRIDGED = "N"
                               MOVE BK-DATE TO WS-PART-DATE
                           END-IF
                       END-IF
               END-READ
               CLOSE BRIDGE-CHKPT-FILE
           END-IF
           EXIT.

       CHECK-BRIDGED-SECTION.
           MOVE "N" TO WS-DATE-BRIDGED
           PERFORM VARYING WS-BRIDGED-IDX FROM 1 BY 1
                   UNTIL WS-BRIDGED-IDX > WS-BRIDGED-COUNT
                       OR WS-DATE-BRIDGED = "Y"
               IF WS-BRIDGED-DATE(WS-BRIDGED-IDX) = WS-JRNL-DATE
                   MOVE "Y" TO WS-DATE-BRIDGED
               END-IF
           END-PERFORM
           EXIT.

       WRITE-HEADINGS-SECTION.
           MOVE SPACES TO RESEARCH-REPORT-RECORD
           STRING "DISPUTE RESEARCH - ACCOUNT " WS-BATCH-ID
               "   FROM " WS-FROM-DATE " TO " WS-TO-DATE
               DELIMITED BY SIZE INTO RESEARCH-REPORT-RECORD
           WRITE RESEARCH-REPORT-RECORD
           MOVE SPACES TO RESEARCH-REPORT-RECORD
           IF WS-SEEK-ANY = "Y"
               MOVE "AMOUNT DISPUTED: ANY - EVERY MOVEMENT LISTED"
                   TO RESEARCH-REPORT-RECORD
           ELSE
               MOVE WS-SEEK-AMOUNT TO WS-SEEK-OUT
               STRING "AMOUNT DISPUTED: " WS-SEEK-OUT
                   " - ONLY MOVEMENTS OF THIS AMOUNT LISTED"
                   DELIMITED BY SIZE INTO RESEARCH-REPORT-RECORD
           END-IF
           WRITE RESEARCH-REPORT-RECORD
           MOVE SPACES TO RESEARCH-REPORT-RECORD
           STRING "RESEARCHED BY " WS-SIGNON-ID " ON " WS-DATE
               " AT " WS-TIME
               DELIMITED BY SIZE INTO RESEARCH-REPORT-RECORD
           WRITE RESEARCH-REPORT-RECORD
           MOVE SPACES TO RESEARCH-REPORT-RECORD
           STRING "ONLINE ACCOUNTS MATCHED ON THEIR FIRST 8 "
               "CHARACTERS, AS EODPOST MAPS THEM"
               DELIMITED BY SIZE INTO RESEARCH-REPORT-RECORD
           WRITE RESEARCH-REPORT-RECORD
           MOVE SPACES TO RESEARCH-REPORT-RECORD
           WRITE RESEARCH-REPORT-RECORD
           EXIT.

      *> Input procedure - archive, then live history, then the
      *> journal, each in file order.
       LOAD-SOURCES-SECTION.
           MOVE 0 TO WS-SORT-SEQ
           MOVE "ARCH" TO WS-ROW-SOURCE
           OPEN INPUT ARCHIVE-FILE
           EVALUATE WS-ARCHIVE-STATUS
               WHEN "00"
                   MOVE 0 TO WS-HIST-EOF
                   PERFORM UNTIL WS-HIST-EOF = 1
                       READ ARCHIVE-FILE INTO WS-HIST-ROW
                           AT END MOVE 1 TO WS-HIST-EOF
                           NOT AT END
                               ADD 1 TO WS-ARCH-READ
                               PERFORM HISTORY-ROW-SECTION
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVE-FILE
               WHEN "35"
                   MOVE "histarch.txt NOT FOUND - NOTHING ARCHIVED YET"
                       TO RESEARCH-REPORT-RECORD
                   WRITE RESEARCH-REPORT-RECORD
               WHEN OTHER
                   MOVE SPACES TO RESEARCH-REPORT-RECORD
                   STRING "histarch.txt OPEN FAILED - STATUS "
                       WS-ARCHIVE-STATUS " - RESEARCH INCOMPLETE"
                       DELIMITED BY SIZE INTO RESEARCH-REPORT-RECORD
                   WRITE RESEARCH-REPORT-RECORD
                   MOVE 8 TO WS-JOB-RC
           END-EVALUATE

           MOVE "HIST" TO WS-ROW-SOURCE
           OPEN INPUT HISTORY-FILE
           EVALUATE WS-HISTORY-STATUS
               WHEN "00"
                   MOVE 0 TO WS-HIST-EOF
                   PERFORM UNTIL WS-HIST-EOF = 1
                       READ HISTORY-FILE INTO WS-HIST-ROW
                           AT END MOVE 1 TO WS-HIST-EOF
                           NOT AT END
                               ADD 1 TO WS-HIST-READ
                               PERFORM HISTORY-ROW-SECTION
                       END-READ
                   END-PERFORM
                   CLOSE HISTORY-FILE
               WHEN "35"
                   MOVE "history.txt NOT FOUND - NO BATCH MOVEMENTS"
                       TO RESEARCH-REPORT-RECORD
                   WRITE RESEARCH-REPORT-RECORD
               WHEN OTHER
                   MOVE SPACES TO RESEARCH-REPORT-RECORD
                   STRING "history.txt OPEN FAILED - STATUS "
                       WS-HISTORY-STATUS " - RESEARCH INCOMPLETE"
                       DELIMITED BY SIZE INTO RESEARCH-REPORT-RECORD
                   WRITE RESEARCH-REPORT-RECORD
                   MOVE 8 TO WS-JOB-RC
           END-EVALUATE

           MOVE "JRNL" TO WS-ROW-SOURCE
           OPEN INPUT TXN-JOURNAL-FILE
           EVALUATE WS-JRNL-STATUS
               WHEN "00"
                   MOVE 0 TO WS-JRNL-EOF
                   PERFORM UNTIL WS-JRNL-EOF = 1
                       READ TXN-JOURNAL-FILE
                           AT END MOVE 1 TO WS-JRNL-EOF
                           NOT AT END
                               ADD 1 TO WS-JRNL-READ
                               PERFORM JOURNAL-ROW-SECTION
                       END-READ
                   END-PERFORM
                   CLOSE TXN-JOURNAL-FILE
               WHEN "35"
                   MOVE "txnjrnl.txt NOT FOUND - NO COUNTER MOVEMENTS"
                       TO RESEARCH-REPORT-RECORD
                   WRITE RESEARCH-REPORT-RECORD
               WHEN OTHER
                   MOVE SPACES TO RESEARCH-REPORT-RECORD
                   STRING "txnjrnl.txt OPEN FAILED - STATUS "
                       WS-JRNL-STATUS " - RESEARCH INCOMPLETE"
                       DELIMITED BY SIZE INTO RESEARCH-REPORT-RECORD
                   WRITE RESEARCH-REPORT-RECORD
                   MOVE 8 TO WS-JOB-RC
           END-EVALUATE
           EXIT.

      *> The account's D and R movements up to the end of the
      *> range - the ones before it build the opening balance - and
      *> its brought-forward rows for months wholly before the
      *> range. D adds and R subtracts, as STMTGEN computes
      *> positions.
       HISTORY-ROW-SECTION.
           IF WH-ACCOUNT-ID = WS-BATCH-ID
               EVALUATE TRUE
                   WHEN WH-TYPE = "B"
                       IF WB-JOB-DATE IS NOT NUMERIC
                               OR WB-AMOUNT IS NOT NUMERIC
                           PERFORM REPORT-BAD-HIST-ROW-SECTION
                       ELSE
                           IF WS-HIST-ROW(1:6) < WS-FROM-DATE(1:6)
                               PERFORM RELEASE-BF-ROW-SECTION
                           END-IF
                       END-IF
                   WHEN WH-TYPE = "D" OR WH-TYPE = "R"
                       IF WH-JOB-DATE IS NOT NUMERIC
                               OR WH-AMOUNT IS NOT NUMERIC
                           PERFORM REPORT-BAD-HIST-ROW-SECTION
                       ELSE
                           IF WH-JOB-DATE NOT > WS-TO-DATE
                               PERFORM RELEASE-HIST-ROW-SECTION
                           END-IF
                       END-IF
                   WHEN OTHER
                       PERFORM REPORT-BAD-HIST-ROW-SECTION
               END-EVALUATE
           END-IF
           EXIT.

       RELEASE-BF-ROW-SECTION.
           MOVE SPACES TO RESEARCH-SORT-RECORD
           ADD 1 TO WS-SORT-SEQ
           MOVE WB-JOB-DATE TO SR-DATE
           MOVE WS-SORT-SEQ TO SR-SEQ
           SET SR-BROUGHT-FWD TO TRUE
           MOVE WS-ROW-SOURCE TO SR-SOURCE
           MOVE "B/F" TO SR-TYPE-TEXT
           IF WB-SIGN = "-"
               COMPUTE SR-AMOUNT = 0 - WB-AMOUNT
           ELSE
               MOVE WB-AMOUNT TO SR-AMOUNT
           END-IF
           MOVE 0 TO SR-TIME
           RELEASE RESEARCH-SORT-RECORD
           EXIT.

       RELEASE-HIST-ROW-SECTION.
           MOVE SPACES TO RESEARCH-SORT-RECORD
           ADD 1 TO WS-SORT-SEQ
           MOVE WH-JOB-DATE TO SR-DATE
           MOVE WS-SORT-SEQ TO SR-SEQ
           SET SR-MOVEMENT TO TRUE
           MOVE WS-ROW-SOURCE TO SR-SOURCE
           IF WH-TYPE = "R"
               MOVE "REVERSAL" TO SR-TYPE-TEXT
               COMPUTE SR-AMOUNT = 0 - WH-AMOUNT
           ELSE
               MOVE "DEPOSIT" TO SR-TYPE-TEXT
               MOVE WH-AMOUNT TO SR-AMOUNT
           END-IF
           MOVE 0 TO SR-TIME
           RELEASE RESEARCH-SORT-RECORD
           EXIT.

       REPORT-BAD-HIST-ROW-SECTION.
           ADD 1 TO WS-ROWS-BAD
           MOVE SPACES TO RESEARCH-REPORT-RECORD
           STRING "UNREADABLE " WS-ROW-SOURCE " ROW - [" WS-HIST-ROW
               "]" DELIMITED BY SIZE INTO RESEARCH-REPORT-RECORD
           WRITE RESEARCH-REPORT-RECORD
           EXIT.

      *> The account's accepted credits and debits up to the end of
      *> the range. A bridged day's rows in the range go in to be
      *> matched against history; those before it are inside the
      *> history rows already. A credit adds and a debit subtracts,
      *> the way EODPOST posts them.
       JOURNAL-ROW-SECTION.
           IF TJ-ACCOUNT-ID(1:8) = WS-BATCH-ID
                   AND TJ-OUTCOME = "ACC"
                   AND (TJ-TXN-TYPE = "C" OR TJ-TXN-TYPE = "D")
               IF TJ-RUN-DATE IS NOT NUMERIC
                   PERFORM REPORT-BAD-JRNL-ROW-SECTION
               ELSE
                   MOVE TJ-RUN-DATE TO WS-JRNL-DATE
                   IF WS-JRNL-DATE NOT > WS-TO-DATE
                       PERFORM CHECK-BRIDGED-SECTION
                       EVALUATE TRUE
                           WHEN WS-DATE-BRIDGED = "Y"
                                   AND WS-JRNL-DATE < WS-FROM-DATE
                               CONTINUE
                           WHEN WS-DATE-BRIDGED = "Y"
                               PERFORM PARSE-AMOUNT-SECTION
                               IF WS-MOVE-OK = "Y"
                                   PERFORM BUILD-JRNL-ROW-SECTION
                                   SET SR-BRIDGED-JRNL TO TRUE
                                   RELEASE RESEARCH-SORT-RECORD
                               ELSE
                                   PERFORM REPORT-BAD-JRNL-ROW-SECTION
                               END-IF
                           WHEN WS-JRNL-DATE = WS-PART-DATE
                               ADD 1 TO WS-JRNL-PART
                           WHEN OTHER
                               PERFORM PARSE-AMOUNT-SECTION
                               IF WS-MOVE-OK = "Y"
                                   PERFORM BUILD-JRNL-ROW-SECTION
                                   RELEASE RESEARCH-SORT-RECORD
                               ELSE
                                   PERFORM REPORT-BAD-JRNL-ROW-SECTION
                               END-IF
                       END-EVALUATE
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

      *> Builds the sort row; the caller releases it.
       BUILD-JRNL-ROW-SECTION.
           MOVE SPACES TO RESEARCH-SORT-RECORD
           ADD 1 TO WS-SORT-SEQ
           MOVE WS-JRNL-DATE TO SR-DATE
           MOVE WS-SORT-SEQ TO SR-SEQ
           SET SR-MOVEMENT TO TRUE
           MOVE WS-ROW-SOURCE TO SR-SOURCE
           IF TJ-TXN-TYPE = "D"
               MOVE "DEBIT" TO SR-TYPE-TEXT
               COMPUTE SR-AMOUNT = 0 - WS-MOVE-AMOUNT
           ELSE
               MOVE "CREDIT" TO SR-TYPE-TEXT
               MOVE WS-MOVE-AMOUNT TO SR-AMOUNT
           END-IF
           MOVE TJ-ACCOUNT-ID TO SR-ONLINE-ID
           IF TJ-LOG-TIME IS NUMERIC
               MOVE TJ-LOG-TIME TO SR-TIME
           ELSE
               MOVE 0 TO SR-TIME
           END-IF
           MOVE TJ-OPERATOR-ID TO SR-OPERATOR-ID
           MOVE TJ-CHECKER-ID TO SR-CHECKER-ID
           MOVE TJ-XREF-ID TO SR-XREF-ID
           EXIT.

       REPORT-BAD-JRNL-ROW-SECTION.
           ADD 1 TO WS-ROWS-BAD
           MOVE SPACES TO RESEARCH-REPORT-RECORD
           STRING "UNREADABLE JRNL ROW - " TJ-RUN-DATE " "
               TJ-ACCOUNT-ID " [" TJ-AMOUNT "]"
               DELIMITED BY SIZE INTO RESEARCH-REPORT-RECORD
           WRITE RESEARCH-REPORT-RECORD
           EXIT.

      *> Output procedure - every row arrives in date order. Rows
      *> before the range only build the opening balance; the
      *> first row in the range prints it.
       WRITE-RESEARCH-SECTION.
           MOVE 0 TO WS-RUNNING
           MOVE "000000" TO WS-BF-MONTH
           MOVE 0 TO WS-SORT-EOF
           PERFORM UNTIL WS-SORT-EOF = 1
               RETURN RESEARCH-SORT-FILE
                   AT END MOVE 1 TO WS-SORT-EOF
                   NOT AT END PERFORM RESEARCH-ROW-SECTION
               END-RETURN
           END-PERFORM
           IF WS-OPENING-DONE = "N"
               PERFORM WRITE-OPENING-SECTION
           END-IF
           EXIT.

      *> A brought-forward row replaces whatever came before it,
      *> since it nets all of it; a later one is nearer the range
      *> and replaces an earlier one the same way.
       RESEARCH-ROW-SECTION.
           IF SR-DATE NOT = WS-DAY-DATE
               MOVE SR-DATE TO WS-DAY-DATE
               MOVE 0 TO WS-DAY-COUNT
           END-IF
           EVALUATE TRUE
               WHEN SR-BRIDGED-JRNL
                   PERFORM MATCH-BRIDGED-ROW-SECTION
               WHEN SR-BROUGHT-FWD
                   MOVE SR-AMOUNT TO WS-RUNNING
                   MOVE SR-DATE(1:6) TO WS-BF-MONTH
                   MOVE 0 TO WS-PRE-COUNT
               WHEN SR-DATE < WS-FROM-DATE
                   IF SR-DATE(1:6) > WS-BF-MONTH
                       ADD SR-AMOUNT TO WS-RUNNING
                       ADD 1 TO WS-PRE-COUNT
                   END-IF
               WHEN OTHER
                   IF WS-OPENING-DONE = "N"
                       PERFORM WRITE-OPENING-SECTION
                   END-IF
                   IF SR-SOURCE NOT = "JRNL"
                       PERFORM HOLD-DAY-ROW-SECTION
                   END-IF
                   ADD SR-AMOUNT TO WS-RUNNING
                   ADD SR-AMOUNT TO WS-RANGE-NET
                   ADD 1 TO WS-RANGE-COUNT
                   PERFORM LIST-IF-SOUGHT-SECTION
           END-EVALUATE
           EXIT.

       LIST-IF-SOUGHT-SECTION.
           IF SR-AMOUNT < 0
               COMPUTE WS-ABS-AMOUNT = 0 - SR-AMOUNT
           ELSE
               MOVE SR-AMOUNT TO WS-ABS-AMOUNT
           END-IF
           IF WS-SEEK-ANY = "Y"
                   OR WS-ABS-AMOUNT = WS-SEEK-AMOUNT
               PERFORM WRITE-MOVEMENT-SECTION
           END-IF
           EXIT.

       HOLD-DAY-ROW-SECTION.
           IF WS-DAY-COUNT < WS-DAY-LIMIT
               ADD 1 TO WS-DAY-COUNT
               MOVE SR-AMOUNT TO WS-DAY-AMOUNT(WS-DAY-COUNT)
               MOVE "N" TO WS-DAY-TAKEN(WS-DAY-COUNT)
           ELSE
               MOVE "Y" TO WS-DAY-FULL
           END-IF
           EXIT.

      *> History rows sort ahead of the journal's within a date, so
      *> the day's history is all held by now. A journal row with
      *> no history row to match was never posted: it is listed
      *> marked "*" and the balance stays where it was.
       MATCH-BRIDGED-ROW-SECTION.
           MOVE "N" TO WS-DAY-MATCHED
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX > WS-DAY-COUNT
                       OR WS-DAY-MATCHED = "Y"
               IF WS-DAY-TAKEN(WS-DAY-IDX) = "N"
                       AND WS-DAY-AMOUNT(WS-DAY-IDX) = SR-AMOUNT
                   MOVE "Y" TO WS-DAY-TAKEN(WS-DAY-IDX)
                   MOVE "Y" TO WS-DAY-MATCHED
               END-IF
           END-PERFORM
           IF WS-DAY-MATCHED = "Y"
               ADD 1 TO WS-JRNL-ON-HIST
           ELSE
               IF WS-OPENING-DONE = "N"
                   PERFORM WRITE-OPENING-SECTION
               END-IF
               ADD 1 TO WS-JRNL-UNPOSTED
               IF SR-AMOUNT < 0
                   MOVE "DEBIT *" TO SR-TYPE-TEXT
               ELSE
                   MOVE "CREDIT *" TO SR-TYPE-TEXT
               END-IF
               PERFORM LIST-IF-SOUGHT-SECTION
           END-IF
           EXIT.

       WRITE-OPENING-SECTION.
           MOVE "Y" TO WS-OPENING-DONE
           MOVE SPACES TO RESEARCH-REPORT-RECORD
           WRITE RESEARCH-REPORT-RECORD
           MOVE WS-RUNNING TO WS-TOTAL-OUT
           MOVE SPACES TO RESEARCH-REPORT-RECORD
           STRING "OPENING BALANCE BEFORE " WS-FROM-DATE ": "
               WS-TOTAL-OUT
               DELIMITED BY SIZE INTO RESEARCH-REPORT-RECORD
           WRITE RESEARCH-REPORT-RECORD
           MOVE WS-PRE-COUNT TO WS-COUNT-OUT
           MOVE SPACES TO RESEARCH-REPORT-RECORD
           IF WS-BF-MONTH = "000000"
               STRING "  NO BROUGHT-FORWARD ROW BEFORE THE RANGE - "
                   "FROM ZERO PLUS" WS-COUNT-OUT " MOVEMENTS"
                   DELIMITED BY SIZE INTO RESEARCH-REPORT-RECORD
           ELSE
               STRING "  BROUGHT FORWARD FOR " WS-BF-MONTH
                   " PLUS" WS-COUNT-OUT " LATER MOVEMENTS"
                   DELIMITED BY SIZE INTO RESEARCH-REPORT-RECORD
           END-IF
           WRITE RESEARCH-REPORT-RECORD
           MOVE SPACES TO RESEARCH-REPORT-RECORD
           WRITE RESEARCH-REPORT-RECORD
           MOVE SPACES TO RESEARCH-REPORT-RECORD
           STRING "DATE     SRC  TYPE            AMOUNT       BALANCE"
               " ONLINE ID  OPERATOR CHECKER"
               DELIMITED BY SIZE INTO RESEARCH-REPORT-RECORD
           WRITE RESEARCH-REPORT-RECORD
           EXIT.

      *> A journal row carries who keyed it, who approved it if it
      *> needed approval, when, and the other account of a transfer
      *> - the second line gives the time and the counterpart.
       WRITE-MOVEMENT-SECTION.
           ADD 1 TO WS-LISTED-COUNT
           MOVE SR-AMOUNT TO WS-AMOUNT-OUT
           MOVE WS-RUNNING TO WS-BALANCE-OUT
           MOVE SPACES TO RESEARCH-REPORT-RECORD
           STRING SR-DATE " " SR-SOURCE " " SR-TYPE-TEXT " "
               WS-AMOUNT-OUT " " WS-BALANCE-OUT " " SR-ONLINE-ID " "
               SR-OPERATOR-ID " " SR-CHECKER-ID
               DELIMITED BY SIZE INTO RESEARCH-REPORT-RECORD
           WRITE RESEARCH-REPORT-RECORD
           IF SR-SOURCE = "JRNL"
               MOVE SPACES TO RESEARCH-REPORT-RECORD
               IF SR-XREF-ID = SPACES
                   STRING "         KEYED AT " SR-TIME
                       DELIMITED BY SIZE INTO RESEARCH-REPORT-RECORD
               ELSE
                   STRING "         KEYED AT " SR-TIME
                       " - TRANSFER WITH " SR-XREF-ID
                       DELIMITED BY SIZE INTO RESEARCH-REPORT-RECORD
               END-IF
               WRITE RESEARCH-REPORT-RECORD
               IF SR-BRIDGED-JRNL
                   MOVE SPACES TO RESEARCH-REPORT-RECORD
                   STRING "         * NOT ON HISTORY - REFUSED BY "
                       "EODPOST, BALANCE NOT MOVED"
                       DELIMITED BY SIZE INTO RESEARCH-REPORT-RECORD
                   WRITE RESEARCH-REPORT-RECORD
               END-IF
           END-IF
           EXIT.

       WRITE-TOTALS-SECTION.
           MOVE SPACES TO RESEARCH-REPORT-RECORD
           WRITE RESEARCH-REPORT-RECORD
           MOVE WS-RUNNING TO WS-TOTAL-OUT
           MOVE SPACES TO RESEARCH-REPORT-RECORD
           STRING "CLOSING BALANCE AFTER " WS-TO-DATE ":  "
               WS-TOTAL-OUT
               DELIMITED BY SIZE INTO RESEARCH-REPORT-RECORD
           WRITE RESEARCH-REPORT-RECORD
           MOVE WS-RANGE-NET TO WS-TOTAL-OUT
           MOVE WS-RANGE-COUNT TO WS-COUNT-OUT
           MOVE WS-LISTED-COUNT TO WS-COUNT-OUT-2
           MOVE SPACES TO RESEARCH-REPORT-RECORD
           STRING "MOVEMENTS IN RANGE" WS-COUNT-OUT "  LISTED"
               WS-COUNT-OUT-2 "  NET " WS-TOTAL-OUT
               DELIMITED BY SIZE INTO RESEARCH-REPORT-RECORD
           WRITE RESEARCH-REPORT-RECORD
           MOVE WS-ARCH-READ TO WS-COUNT-OUT
           MOVE WS-HIST-READ TO WS-COUNT-OUT-2
           MOVE WS-JRNL-READ TO WS-COUNT-OUT-3
           MOVE SPACES TO RESEARCH-REPORT-RECORD
           STRING "ROWS READ - ARCHIVE" WS-COUNT-OUT "  HISTORY"
               WS-COUNT-OUT-2 "  JOURNAL" WS-COUNT-OUT-3
               DELIMITED BY SIZE INTO RESEARCH-REPORT-RECORD
           WRITE RESEARCH-REPORT-RECORD
           IF WS-JRNL-ON-HIST > 0
               MOVE WS-JRNL-ON-HIST TO WS-COUNT-OUT
               MOVE SPACES TO RESEARCH-REPORT-RECORD
               STRING "JOURNAL ROWS OF BRIDGED DAYS FOUND ON HISTORY"
                   WS-COUNT-OUT
                   DELIMITED BY SIZE INTO RESEARCH-REPORT-RECORD
               WRITE RESEARCH-REPORT-RECORD
           END-IF
           IF WS-JRNL-UNPOSTED > 0
               MOVE WS-JRNL-UNPOSTED TO WS-COUNT-OUT
               MOVE SPACES TO RESEARCH-REPORT-RECORD
               STRING "*** JOURNAL ROWS OF BRIDGED DAYS NOT ON HISTORY"
                   WS-COUNT-OUT " - SEE rejsusp.txt"
                   DELIMITED BY SIZE INTO RESEARCH-REPORT-RECORD
               WRITE RESEARCH-REPORT-RECORD
           END-IF
           IF WS-DAY-FULL = "Y"
               MOVE SPACES TO RESEARCH-REPORT-RECORD
               STRING "*** MORE THAN " WS-DAY-LIMIT " ROWS ON ONE "
                   "DAY - SOME MAY SHOW AS NOT ON HISTORY"
                   DELIMITED BY SIZE INTO RESEARCH-REPORT-RECORD
               WRITE RESEARCH-REPORT-RECORD
           END-IF
           IF WS-JRNL-PART > 0
               MOVE WS-JRNL-PART TO WS-COUNT-OUT
               MOVE SPACES TO RESEARCH-REPORT-RECORD
               STRING "*** " WS-PART-DATE " IS PARTLY BRIDGED -"
                   WS-COUNT-OUT " JOURNAL ROWS LEFT OUT - RERUN "
                   "EODPOST"
                   DELIMITED BY SIZE INTO RESEARCH-REPORT-RECORD
               WRITE RESEARCH-REPORT-RECORD
           END-IF
           IF WS-ROWS-BAD > 0
               MOVE WS-ROWS-BAD TO WS-COUNT-OUT
               MOVE SPACES TO RESEARCH-REPORT-RECORD
               STRING "*** " WS-COUNT-OUT " ROWS COULD NOT BE READ - "
                   "BALANCES MAY BE INCOMPLETE"
                   DELIMITED BY SIZE INTO RESEARCH-REPORT-RECORD
               WRITE RESEARCH-REPORT-RECORD
           END-IF
           EXIT.

      *> history.txt and the month-end statements. The day's journal
      *> net is reconciled against the balance change actually
      *> applied, and the day is recorded on a bridge control file
      *> so it cannot be bridged twice. Only a business day DAYCTL
      *> has closed is bridged, so no row can be keyed after it.
      *>
      *> Accounts are opened by ACCTMNT, never by the bridge - a row
      *> for an account not on the master, frozen or closed is
      *> refused to eodrej.txt and the reject suspense under the
      *> same reason codes FILEDEMO uses, and its amount is carried
      *> in the proof as refused rather than applied.
      *>
      *> Id mapping convention (agreed with operations): the batch
      *> id is the first 8 characters of the online id - the letter
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRIDGE-STATUS.

      *> Rows refused because the account is not open - same layout
      *> as FILEDEMO's reject.txt, one run's worth. Each is also
      *> appended to the cumulative suspense for REJFIX to dispose
      *> of, under sender ONLINE.
           SELECT BRIDGE-REJECT-FILE ASSIGN TO "eodrej.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.

           SELECT REJECT-SUSPENSE-FILE ASSIGN TO "rejsusp.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-STATUS.

           SELECT BRIDGE-REPORT-FILE ASSIGN TO "eodpost.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNPARM-STATUS.

      *> Online business-day control DAYCTL keeps - a day is only
      *> bridged once its close is on file.
           SELECT DAY-CONTROL-FILE ASSIGN TO "onlday.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DAYCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> Same shape the Variables screen writes - the amounts are
      *> any other movement; the cross-reference is carried for
      *> investigation only.
           05  TJ-XREF-ID       PIC X(10).
           05  FILLER           PIC X(1).
           05  TJ-CHECKER-ID    PIC X(8).

       FD  ACCOUNT-MASTER.
       01  ACCOUNT-MASTER-RECORD.
           05  AM-BALANCE         PIC S9(9)V99.
           05  AM-LAST-DATE       PIC 9(8).
           05  AM-MOVEMENT-COUNT  PIC 9(8).
           05  AM-STATUS          PIC X(1).
               88  AM-ACCOUNT-OPEN         VALUE "O".
               88  AM-ACCOUNT-FROZEN       VALUE "F".
               88  AM-ACCOUNT-CLOSED       VALUE "C".
           05  AM-TITLE           PIC X(30).
           05  AM-OPEN-DATE       PIC 9(8).
           05  AM-CLOSE-DATE      PIC 9(8).

       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
       01  BRIDGE-CONTROL-RECORD.
           05  BC-DONE-DATE       PIC 9(8).

       FD  BRIDGE-REJECT-FILE.
       01  REJECT-RECORD.
           05  RJ-ORIGINAL-LINE  PIC X(18).
           05  FILLER            PIC X(1).
           05  RJ-REASON-CODE    PIC X(4).
           05  FILLER            PIC X(1).
           05  RJ-SENDER-ID      PIC X(6).

       FD  REJECT-SUSPENSE-FILE.
       01  SUSPENSE-RECORD.
           05  SU-RUN-DATE       PIC 9(8).
           05  FILLER            PIC X(1).
           05  SU-REASON-CODE    PIC X(4).
           05  FILLER            PIC X(1).
           05  SU-DISPOSITION    PIC X(1).
           05  FILLER            PIC X(1).
           05  SU-DISP-DATE      PIC 9(8).
           05  FILLER            PIC X(1).
           05  SU-ORIGINAL-LINE  PIC X(18).
           05  FILLER            PIC X(1).
           05  SU-SENDER-ID      PIC X(6).

       FD  BRIDGE-REPORT-FILE.
       01  BRIDGE-REPORT-RECORD   PIC X(80).

           05  RP-OPERATOR-ID     PIC X(8).
           05  RP-RUN-MODE        PIC X(1).

       FD  DAY-CONTROL-FILE.
       01  DAY-CONTROL-RECORD.
           05  OD-BUS-DATE        PIC 9(8).
           05  FILLER             PIC X(1).
           05  OD-EVENT           PIC X(1).
               88  OD-DAY-OPENED           VALUE "O".
               88  OD-DAY-CLOSED           VALUE "C".
           05  FILLER             PIC X(1).
           05  OD-OPERATOR-ID     PIC X(8).
           05  FILLER             PIC X(1).
           05  OD-STAMP-DATE      PIC 9(8).
           05  FILLER             PIC X(1).
           05  OD-STAMP-TIME      PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-JRNL-STATUS    PIC X(2) VALUE "00".
       01  WS-MASTER-STATUS  PIC X(2) VALUE "00".
       01  WS-BRIDGE-STATUS  PIC X(2) VALUE "00".
       01  WS-REPORT-STATUS  PIC X(2) VALUE "00".
       01  WS-RUNPARM-STATUS PIC X(2) VALUE "00".
       01  WS-REJECT-STATUS  PIC X(2) VALUE "00".
       01  WS-SUSP-STATUS    PIC X(2) VALUE "00".
       01  WS-SUSP-OPEN      PIC X(1) VALUE "N".
       01  WS-JOB-RC         PIC 9(2) VALUE 0.
       01  WS-JRNL-EOF       PIC 9(1) VALUE 0.
       01  WS-CTL-EOF        PIC 9(1) VALUE 0.
       01  WS-BRIDGE-DATE    PIC 9(8) VALUE 0.
       01  WS-DATE-OK        PIC X(1) VALUE "N".
       01  WS-DATE-BRIDGED   PIC X(1) VALUE "N".
      *> Where the day stands on the day-control file: C closed,
      *> O opened and not yet closed, P earlier than the first day
      *> ever controlled, N never opened, X no control file.
       01  WS-DAYCTL-STATUS  PIC X(2) VALUE "00".
       01  WS-DAY-EOF        PIC 9(1) VALUE 0.
       01  WS-FIRST-DAY      PIC 9(8) VALUE 0.
       01  WS-DAY-STATE      PIC X(1) VALUE SPACE.
      *> Restart support off the bridge checkpoint: the count of
      *> eligible rows a failed attempt already applied (resumed
      *> past, with their nets reconstructed), the running count of
       01  WS-ELIGIBLE-SEEN  PIC 9(8) VALUE 0.
       01  WS-APPLIED-COUNT  PIC 9(8) VALUE 0.
       01  WS-CHKPT-REFUSE   PIC X(1) VALUE "N".
      *> Row tallies and the sides of the day's reconciliation: the
      *> journal's own net (credits less debits), the balance change
      *> the posting actually applied, and the net of the rows
      *> refused because their account was not open.
       01  WS-ROWS-READ      PIC 9(8) VALUE 0.
       01  WS-ROWS-BRIDGED   PIC 9(8) VALUE 0.
       01  WS-ROWS-SKIPPED   PIC 9(8) VALUE 0.
       01  WS-ROWS-BAD       PIC 9(8) VALUE 0.
       01  WS-ROWS-REFUSED   PIC 9(8) VALUE 0.
       01  WS-JRNL-NET       PIC S9(11)V99 VALUE 0.
       01  WS-APPLIED-NET    PIC S9(11)V99 VALUE 0.
       01  WS-REFUSED-NET    PIC S9(11)V99 VALUE 0.
       01  WS-PROOF-NET      PIC S9(11)V99 VALUE 0.
      *> Reason a row is refused (ED05 not on master, ED06 frozen,
      *> ED07 closed), and the D/R movement image the reject and
      *> suspense rows carry - the layout FILEDEMO reads, so REJFIX
      *> can correct and resubmit it like any other reject.
       01  WS-REASON-CODE    PIC X(4) VALUE SPACES.
       01  WS-REFUSED-IMAGE.
           05  RI-TYPE           PIC X(1).
           05  RI-ACCOUNT-ID     PIC X(8).
           05  RI-AMOUNT         PIC 9(7)V99.
      *> The movement distilled from one journal row - batch id,
      *> batch movement type and parsed amount.
       01  WS-BATCH-ID       PIC X(8).
           05  WS-AUDIT-READ    PIC 9(8) VALUE 0.
           05  WS-AUDIT-VALID   PIC 9(8) VALUE 0.
           05  WS-AUDIT-REJECT  PIC 9(8) VALUE 0.
       01  WS-BKUP-RC        PIC 9(2) VALUE 0.

       COPY "ABC.COPY".

               PERFORM END-RUN-SECTION
           END-IF

      *> Rows keyed on a day still open could follow the bridge and
      *> never be picked up - the day must be closed first.
           PERFORM CHECK-DAY-CLOSED-SECTION
           EVALUATE WS-DAY-STATE
               WHEN "C"
                   CONTINUE
               WHEN "P"
                   DISPLAY "DATE " WS-BRIDGE-DATE " PRECEDES ONLINE "
                       "DAY CONTROL - NOT CHECKED"
               WHEN "X"
                   DISPLAY "NO ONLINE DAY-CONTROL FILE - DAY CLOSE "
                       "NOT CHECKED"
               WHEN "O"
                   DISPLAY "BUSINESS DAY " WS-BRIDGE-DATE " IS STILL "
                       "OPEN - CLOSE IT FIRST - RUN REFUSED"
                   MOVE 8 TO WS-JOB-RC
                   PERFORM END-RUN-SECTION
               WHEN OTHER
                   DISPLAY "DATE " WS-BRIDGE-DATE " WAS NEVER OPENED "
                       "AS A BUSINESS DAY - RUN REFUSED"
                   MOVE 8 TO WS-JOB-RC
                   PERFORM END-RUN-SECTION
           END-EVALUATE

           PERFORM READ-BRIDGE-CHKPT-SECTION
           IF WS-CHKPT-REFUSE = "Y"
               MOVE 8 TO WS-JOB-RC
               PERFORM END-RUN-SECTION
           END-IF

      *> A backup generation of the master, history and bridge
      *> control before the first attempt at the day touches them -
      *> a resumed attempt already has the one its first start took.
           IF WS-RESUME-COUNT = 0
               CALL 'GENBKUP' USING WS-DESCRIPTION, WS-BKUP-RC
               IF WS-BKUP-RC NOT = 0
                   DISPLAY "BACKUP GENERATION NOT TAKEN - RUN "
                       "REFUSED"
                   MOVE 8 TO WS-JOB-RC
                   PERFORM END-RUN-SECTION
               END-IF
           END-IF

           PERFORM OPEN-FILES-SECTION
           IF WS-JOB-RC > 4
               PERFORM END-RUN-SECTION
       END-RUN-SECTION.
           MOVE WS-ROWS-READ TO WS-AUDIT-READ
           MOVE WS-ROWS-BRIDGED TO WS-AUDIT-VALID
           COMPUTE WS-AUDIT-REJECT = WS-ROWS-BAD + WS-ROWS-REFUSED
           MOVE "EOD-BRIDGE" TO WS-AUDIT-STEP
           CALL 'AUDITLOG' USING WS-DESCRIPTION, WS-AUDIT-STEP,
               WS-JOB-RC, WS-AUDIT-COUNTS
           END-IF
           EXIT.

      *> Sets WS-DAY-STATE for the bridge date off the day-control
      *> events. Days before the first one ever opened were keyed
      *> before the control existed, and bridge as they always did.
       CHECK-DAY-CLOSED-SECTION.
           MOVE "N" TO WS-DAY-STATE
           MOVE 0 TO WS-FIRST-DAY
           OPEN INPUT DAY-CONTROL-FILE
           IF WS-DAYCTL-STATUS NOT = "00"
               MOVE "X" TO WS-DAY-STATE
           ELSE
               MOVE 0 TO WS-DAY-EOF
               PERFORM UNTIL WS-DAY-EOF = 1
                   READ DAY-CONTROL-FILE
                       AT END MOVE 1 TO WS-DAY-EOF
                       NOT AT END
                           IF OD-BUS-DATE IS NUMERIC
                                   AND WS-FIRST-DAY = 0
                               MOVE OD-BUS-DATE TO WS-FIRST-DAY
                           END-IF
                           IF OD-BUS-DATE = WS-BRIDGE-DATE
                               EVALUATE TRUE
                                   WHEN OD-DAY-CLOSED
                                       MOVE "C" TO WS-DAY-STATE
                                   WHEN OD-DAY-OPENED
                                           AND WS-DAY-STATE NOT = "C"
                                       MOVE "O" TO WS-DAY-STATE
                               END-EVALUATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DAY-CONTROL-FILE
               IF WS-DAY-STATE = "N" AND WS-FIRST-DAY > 0
                       AND WS-BRIDGE-DATE < WS-FIRST-DAY
                   MOVE "P" TO WS-DAY-STATE
               END-IF
               IF WS-DAY-STATE = "N" AND WS-FIRST-DAY = 0
                   MOVE "X" TO WS-DAY-STATE
               END-IF
           END-IF
           EXIT.

      *> A checkpoint from a failed bridge either resumes this
      *> run (same date - the applied rows are passed over, not
      *> re-posted) or refuses it (another date's partial bridge
                       WS-BRIDGE-DATE " RUN DATE " WS-DATE
                       DELIMITED BY SIZE INTO BRIDGE-REPORT-RECORD
                   WRITE BRIDGE-REPORT-RECORD
                   PERFORM OPEN-REJECTS-SECTION
               END-IF
           END-IF
           EXIT.

      *> A resumed bridge keeps the refusals the failed attempt
      *> already wrote; a fresh one starts eodrej.txt over. The
      *> suspense is probe-opened the way FILEDEMO opens it, and
      *> one that cannot open is a warning - eodrej.txt still has
      *> the rows.
       OPEN-REJECTS-SECTION.
           IF WS-RESUME-COUNT > 0
               OPEN INPUT BRIDGE-REJECT-FILE
               IF WS-REJECT-STATUS = "00"
                   CLOSE BRIDGE-REJECT-FILE
                   OPEN EXTEND BRIDGE-REJECT-FILE
               ELSE
                   OPEN OUTPUT BRIDGE-REJECT-FILE
               END-IF
           ELSE
               OPEN OUTPUT BRIDGE-REJECT-FILE
           END-IF
           IF WS-REJECT-STATUS NOT = "00"
               DISPLAY "EOD REJECT FILE OPEN FAILED - STATUS "
                   WS-REJECT-STATUS
               MOVE 8 TO WS-JOB-RC
               CLOSE BRIDGE-REPORT-FILE
               CLOSE HISTORY-FILE
               CLOSE ACCOUNT-MASTER
               CLOSE TXN-JOURNAL-FILE
           ELSE
               OPEN INPUT REJECT-SUSPENSE-FILE
               IF WS-SUSP-STATUS = "00"
                   CLOSE REJECT-SUSPENSE-FILE
                   OPEN EXTEND REJECT-SUSPENSE-FILE
               ELSE
                   OPEN OUTPUT REJECT-SUSPENSE-FILE
               END-IF
               IF WS-SUSP-STATUS = "00"
                   MOVE "Y" TO WS-SUSP-OPEN
               ELSE
                   DISPLAY "REJECT SUSPENSE OPEN FAILED - STATUS "
                       WS-SUSP-STATUS " - REFUSALS NOT CARRIED "
                       "FORWARD"
                   MOVE 4 TO WS-JOB-RC
               END-IF
           END-IF
           EXIT.

      *> A row the failed attempt already applied - the master and
      *> history carry it, so it is passed over, and only its nets
      *> are reconstructed so the day's proof still balances. A row
      *> the failed attempt refused is told apart by its account
      *> still not being open, and goes back on the refused side.
       COUNT-RESUMED-ROW-SECTION.
           IF TJ-TXN-TYPE = "C"
               ADD WS-MOVE-AMOUNT TO WS-JRNL-NET
           ELSE
               SUBTRACT WS-MOVE-AMOUNT FROM WS-JRNL-NET
           END-IF
           MOVE TJ-ACCOUNT-ID(1:8) TO WS-BATCH-ID
           PERFORM CHECK-ACCOUNT-STATUS-SECTION
           IF WS-REASON-CODE NOT = SPACES
               IF TJ-TXN-TYPE = "C"
                   ADD WS-MOVE-AMOUNT TO WS-REFUSED-NET
               ELSE
                   SUBTRACT WS-MOVE-AMOUNT FROM WS-REFUSED-NET
               END-IF
               ADD 1 TO WS-ROWS-REFUSED
           ELSE
               IF TJ-TXN-TYPE = "C"
                   ADD WS-MOVE-AMOUNT TO WS-APPLIED-NET
               ELSE
                   SUBTRACT WS-MOVE-AMOUNT FROM WS-APPLIED-NET
               END-IF
               ADD 1 TO WS-ROWS-BRIDGED
           END-IF
           EXIT.

      *> The journal amount is display-edited (sign, 7 digits,
      *> a type "D" movement does; a debit subtracts the way a type
      *> "R" reversal does. The movement posts to the master and
      *> appends to history under the bridged date, through the
      *> same open-accounts-only logic FILEDEMO's posting applies.
       APPLY-ONE-ROW-SECTION.
           MOVE TJ-ACCOUNT-ID(1:8) TO WS-BATCH-ID
           IF TJ-TXN-TYPE = "C"
               SUBTRACT WS-MOVE-AMOUNT FROM WS-JRNL-NET
           END-IF
           PERFORM POST-ONE-MOVEMENT-SECTION
           IF WS-REASON-CODE NOT = SPACES
      *> Refused counts as disposed as well, so a rerun after a
      *> later failure passes it over instead of refusing it twice.
               ADD 1 TO WS-APPLIED-COUNT
               PERFORM WRITE-REFUSAL-SECTION
           END-IF
           IF WS-POST-OK = "Y"
      *> Applied means the money moved on the master - counted
      *> before the history append, so a rerun never re-posts it

       POST-ONE-MOVEMENT-SECTION.
           MOVE "N" TO WS-POST-OK
           PERFORM CHECK-ACCOUNT-STATUS-SECTION
           IF WS-REASON-CODE = SPACES
               IF WS-MOVE-TYPE = "R"
                   SUBTRACT WS-MOVE-AMOUNT FROM AM-BALANCE
               ELSE
                   ADD WS-MOVE-AMOUNT TO AM-BALANCE
               END-IF
               IF WS-BRIDGE-DATE > AM-LAST-DATE
                   MOVE WS-BRIDGE-DATE TO AM-LAST-DATE
               END-IF
               ADD 1 TO AM-MOVEMENT-COUNT
               REWRITE ACCOUNT-MASTER-RECORD
               IF WS-MASTER-STATUS NOT = "00"
                   DISPLAY "ACCOUNT MASTER I/O FAILED - STATUS "
                       WS-MASTER-STATUS " ACCT " WS-BATCH-ID
                   MOVE 8 TO WS-JOB-RC
                   ADD 1 TO WS-ROWS-BAD
      *> Halt the bridge at the first failure - grinding on against
      *> a failing master helps nobody, and the applied-row count
      *> must stop exactly where the damage stopped so the rerun
      *> resumes there.
                   MOVE 1 TO WS-JRNL-EOF
               ELSE
                   MOVE "Y" TO WS-POST-OK
                   IF WS-MOVE-TYPE = "R"
                       SUBTRACT WS-MOVE-AMOUNT FROM WS-APPLIED-NET
                   ELSE
                       ADD WS-MOVE-AMOUNT TO WS-APPLIED-NET
                   END-IF
               END-IF
           END-IF
           EXIT.

      *> Reads the master record for WS-BATCH-ID and sets
      *> WS-REASON-CODE when the account cannot take a movement -
      *> ED05 not on the master, ED06 frozen, ED07 closed. Spaces
      *> means the record is in the buffer, ready to update.
       CHECK-ACCOUNT-STATUS-SECTION.
           MOVE SPACES TO WS-REASON-CODE
           MOVE WS-BATCH-ID TO AM-ACCOUNT-ID
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE "ED05" TO WS-REASON-CODE
               NOT INVALID KEY
                   IF AM-ACCOUNT-FROZEN
                       MOVE "ED06" TO WS-REASON-CODE
                   END-IF
                   IF AM-ACCOUNT-CLOSED
                       MOVE "ED07" TO WS-REASON-CODE
                   END-IF
           END-READ
           EXIT.

      *> One refused row to eodrej.txt, the suspense and the bridge
      *> report. The master never saw it, so its amount is carried
      *> on the refused side of the proof.
       WRITE-REFUSAL-SECTION.
           ADD 1 TO WS-ROWS-REFUSED
           IF WS-MOVE-TYPE = "R"
               SUBTRACT WS-MOVE-AMOUNT FROM WS-REFUSED-NET
           ELSE
               ADD WS-MOVE-AMOUNT TO WS-REFUSED-NET
           END-IF
           MOVE WS-MOVE-TYPE TO RI-TYPE
           MOVE WS-BATCH-ID TO RI-ACCOUNT-ID
           MOVE WS-MOVE-AMOUNT TO RI-AMOUNT
           MOVE SPACES TO REJECT-RECORD
           MOVE WS-REFUSED-IMAGE TO RJ-ORIGINAL-LINE
           MOVE WS-REASON-CODE TO RJ-REASON-CODE
           MOVE "ONLINE" TO RJ-SENDER-ID
           WRITE REJECT-RECORD
           IF WS-REJECT-STATUS NOT = "00"
               DISPLAY "EOD REJECT WRITE FAILED - STATUS "
                   WS-REJECT-STATUS
           END-IF
           IF WS-SUSP-OPEN = "Y"
               MOVE SPACES TO SUSPENSE-RECORD
               MOVE WS-DATE TO SU-RUN-DATE
               MOVE WS-REASON-CODE TO SU-REASON-CODE
               MOVE "O" TO SU-DISPOSITION
               MOVE 0 TO SU-DISP-DATE
               MOVE WS-REFUSED-IMAGE TO SU-ORIGINAL-LINE
               MOVE "ONLINE" TO SU-SENDER-ID
               WRITE SUSPENSE-RECORD
               IF WS-SUSP-STATUS NOT = "00"
                   DISPLAY "SUSPENSE WRITE FAILED - STATUS "
                       WS-SUSP-STATUS
               END-IF
           END-IF
           MOVE SPACES TO BRIDGE-REPORT-RECORD
           STRING "  REFUSED - ACCT " TJ-ACCOUNT-ID
               " AS " WS-BATCH-ID " REASON " WS-REASON-CODE
               " [" TJ-AMOUNT "]"
               DELIMITED BY SIZE INTO BRIDGE-REPORT-RECORD
           WRITE BRIDGE-REPORT-RECORD
           EXIT.

       APPEND-HISTORY-SECTION.
           EXIT.

      *> The proof of the day: the journal's own net must equal the
      *> balance change applied to the master plus the net of the
      *> rows refused, to the penny. A difference means a row
      *> failed mid-bridge and the day needs investigation before
      *> anything else posts.
       RECONCILE-BRIDGE-SECTION.
           COMPUTE WS-PROOF-NET = WS-APPLIED-NET + WS-REFUSED-NET
           MOVE WS-JRNL-NET TO WS-EDIT-AMOUNT
           MOVE WS-APPLIED-NET TO WS-EDIT-AMOUNT2
           MOVE SPACES TO BRIDGE-REPORT-RECORD
               " APPLIED NET " WS-EDIT-AMOUNT2
               DELIMITED BY SIZE INTO BRIDGE-REPORT-RECORD
           WRITE BRIDGE-REPORT-RECORD
           MOVE WS-REFUSED-NET TO WS-EDIT-AMOUNT
           MOVE SPACES TO BRIDGE-REPORT-RECORD
           STRING "ROWS REFUSED - ACCOUNT NOT OPEN: " WS-ROWS-REFUSED
               " REFUSED NET " WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO BRIDGE-REPORT-RECORD
           WRITE BRIDGE-REPORT-RECORD
           IF WS-JRNL-NET NOT = WS-PROOF-NET
               MOVE SPACES TO BRIDGE-REPORT-RECORD
               STRING "BRIDGE OUT OF PROOF - JOURNAL NET DOES NOT "
                   "EQUAL APPLIED PLUS REFUSED NET"
                   DELIMITED BY SIZE INTO BRIDGE-REPORT-RECORD
               WRITE BRIDGE-REPORT-RECORD
               DISPLAY "BRIDGE OUT OF PROOF - SEE eodpost.txt"
               MOVE 8 TO WS-JOB-RC
           END-IF
      *> Refused rows are the sender's to correct through REJFIX -
      *> the day still bridges, with a warning.
           IF WS-ROWS-REFUSED > 0
               DISPLAY WS-ROWS-REFUSED " ROWS REFUSED - SEE "
                   "eodrej.txt"
               IF WS-JOB-RC < 4
                   MOVE 4 TO WS-JOB-RC
               END-IF
           END-IF
           EXIT.

           CLOSE TXN-JOURNAL-FILE
           CLOSE ACCOUNT-MASTER
           CLOSE HISTORY-FILE
           CLOSE BRIDGE-REJECT-FILE
           IF WS-SUSP-OPEN = "Y"
               CLOSE REJECT-SUSPENSE-FILE
               MOVE "N" TO WS-SUSP-OPEN
           END-IF
           CLOSE BRIDGE-REPORT-FILE
           EXIT.


               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROCCTL-STATUS.

      *> Held-batch queue - the movements of every batch that did
      *> not reconcile clean, kept by sender, job date and batch
      *> number until a supervisor releases or cancels the batch
      *> through HELDREL, instead of being dropped with the work
      *> file when the next run rebuilds it.
           SELECT OPTIONAL HELD-BATCH-FILE ASSIGN TO "heldbat.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HB-KEY
               FILE STATUS IS WS-HELD-STATUS.

      *> Daily general-ledger interface - the classification
      *> totals STEP-033 prints into report.txt, as a fixed-layout
      *> feed the ledger side loads instead of re-keying: a header
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.

      *> Every feed sent, kept - glfile.txt is replaced each run,
      *> so a copy of it is appended here for GLPROOF to build the
      *> ledger's cumulative position from.
           SELECT GL-SENT-FILE ASSIGN TO "glsent.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLSENT-STATUS.

      *> Sort work file behind the activity report - the run's
      *> eligible movements are released to SORT and returned in
      *> account order, so the report is complete at any volume
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.

      *> Classification parameter file - one prefix/class pair per
      *> record, maintained by CLASSMNT. Read once at INIT time so
      *> adding a customer prefix is a parameter change, not a
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLASSTAB-STATUS.

      *> Persistent account master - one record per account, keyed on
      *> the 8-character account id, carrying the running balance the
      *> posting step maintains across runs. Read during the edit
      *> pass for the account's status, then opened I-O to post.
           SELECT OPTIONAL ACCOUNT-MASTER ASSIGN TO "acctmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
       FD  GL-FILE.
       01  GL-RECORD              PIC X(40).

       FD  GL-SENT-FILE.
       01  GL-SENT-RECORD         PIC X(40).

       FD  RUN-PARAM-FILE.
       01  RUN-PARAM-RECORD.
           05  RP-INPUT-DSN       PIC X(44).
      *> sender rides behind the date, so a control file written
      *> before senders existed reads back with a blank (legacy)
      *> sender.
      *> PC-STAMP rides behind the sender the same way: blank for a
      *> day this job completed, or the HELDREL action on a held
      *> batch - "R" released (the day is then complete like any
      *> other) or "X" cancelled with a reason (the day is NOT
      *> complete, and the sender may transmit it again) - with the
      *> date, the supervisor and the batch number.
       FD  PROC-CONTROL-FILE.
       01  PROC-CONTROL-RECORD.
           05  PC-DONE-DATE       PIC 9(8).
           05  FILLER             PIC X(1).
           05  PC-SENDER-ID       PIC X(6).
           05  PC-STAMP.
               10  FILLER         PIC X(1).
               10  PC-ACTION      PIC X(1).
                   88  PC-BATCH-RELEASED       VALUE "R".
                   88  PC-BATCH-CANCELLED      VALUE "X".
               10  FILLER         PIC X(1).
               10  PC-ACTION-DATE PIC 9(8).
               10  FILLER         PIC X(1).
               10  PC-ACTION-OPER PIC X(8).
               10  FILLER         PIC X(1).
               10  PC-BATCH-NO    PIC 9(3).
               10  FILLER         PIC X(1).
               10  PC-REASON      PIC X(30).

      *> HB-SEQ 0 is the batch's control record - why it was held,
      *> its counts, and what became of it (HB-STATUS "H" held, "R"
      *> released, "X" cancelled, with the date, supervisor and
      *> cancel reason). HB-SEQ 1 upward are its movements, in the
      *> order they were received; HB-MOVE-STATE is blank until
      *> HELDREL disposes of the movement ("P" posted, "J" refused
      *> to suspense), so an interrupted release resumes cleanly.
       FD  HELD-BATCH-FILE.
       01  HELD-BATCH-RECORD.
           05  HB-KEY.
               10  HB-SENDER-ID       PIC X(6).
               10  HB-JOB-DATE        PIC 9(8).
               10  HB-BATCH-NO        PIC 9(3).
               10  HB-SEQ             PIC 9(5).
           05  HB-DATA                PIC X(80).
       01  HELD-CONTROL-RECORD REDEFINES HELD-BATCH-RECORD.
           05  FILLER                 PIC X(22).
           05  HB-STATUS              PIC X(1).
               88  HB-BATCH-HELD               VALUE "H".
               88  HB-BATCH-RELEASED           VALUE "R".
               88  HB-BATCH-CANCELLED          VALUE "X".
           05  HB-HOLD-REASON         PIC X(1).
           05  HB-HELD-DATE           PIC 9(8).
           05  HB-MOVE-COUNT          PIC 9(5).
           05  HB-DETAIL-RECEIVED     PIC 9(8).
           05  HB-CONTROL-COUNT       PIC 9(8).
           05  HB-DISP-DATE           PIC 9(8).
           05  HB-DISP-OPER           PIC X(8).
           05  HB-CANCEL-REASON       PIC X(30).
           05  HB-DAY-DONE            PIC X(1).
           05  FILLER                 PIC X(2).
       01  HELD-MOVEMENT-RECORD REDEFINES HELD-BATCH-RECORD.
           05  FILLER                 PIC X(22).
           05  HB-MOVE-TYPE           PIC X(1).
           05  HB-ACCOUNT-ID          PIC X(8).
           05  HB-AMOUNT              PIC 9(7)V99.
           05  HB-MOVE-STATE          PIC X(1).
           05  FILLER                 PIC X(61).

       FD  CLASS-PARAM-FILE.
       01  CLASS-PARAM-RECORD.
           05  AM-BALANCE         PIC S9(9)V99.
           05  AM-LAST-DATE       PIC 9(8).
           05  AM-MOVEMENT-COUNT  PIC 9(8).
      *> Lifecycle fields maintained by ACCTMNT - an account must be
      *> opened there before anything posts to it, and a frozen or
      *> closed account takes no movements.
           05  AM-STATUS          PIC X(1).
               88  AM-ACCOUNT-OPEN         VALUE "O".
               88  AM-ACCOUNT-FROZEN       VALUE "F".
               88  AM-ACCOUNT-CLOSED       VALUE "C".
           05  AM-TITLE           PIC X(30).
           05  AM-OPEN-DATE       PIC 9(8).
           05  AM-CLOSE-DATE      PIC 9(8).

      *> 程序运行期间 一直存在 的变量（全局变量）。
       WORKING-STORAGE SECTION.
       01  WS-MOVEWORK-STATUS PIC X(2) VALUE "00".
       01  WS-MOVETEMP-STATUS PIC X(2) VALUE "00".
       01  WS-MASTER-STATUS  PIC X(2) VALUE "00".
      *> Whether the master is open INPUT for the edit pass's
      *> account-status check - closed again before posting opens it
      *> I-O.
       01  WS-MASTER-OPEN    PIC X(1) VALUE "N".
      *> Rows captured on MOVEMENT-WORK-FILE so far this run, carried
      *> through the checkpoint for the restart trim.
       01  WS-MOVEMENT-COUNT PIC 9(8) VALUE 0.
       01  WS-TRIM-COPIED    PIC 9(8) VALUE 0.
       01  WS-TRIM-EOF       PIC 9(1) VALUE 0.
      *> Posting-step tallies - movements replayed off the work file,
      *> and movements refused because the account was not open on
      *> the master by the time they came to post.
       01  WS-POSTED-COUNT   PIC 9(8) VALUE 0.
       01  WS-POST-REFUSED   PIC 9(8) VALUE 0.
       01  WS-POST-EOF       PIC 9(1) VALUE 0.
       01  WS-POST-OK        PIC X(1) VALUE "N".
      *> Replay position control: rows 1..WS-POST-SKIP were disposed
      *> clean - the sender corrects and re-sends the whole batch,
      *> so posting any of it now would double-count on the resend.
       01  WS-POST-HELD      PIC 9(8) VALUE 0.
      *> Work-file row numbers refused at posting time - the activity
      *> and history passes leave these rows out the same way they
      *> leave out held rows, since none of them reached the master.
      *> WS-SCAN-ROW is the row number those passes are positioned on.
       01  WS-REFUSED-LIMIT  PIC 9(3) VALUE 500.
       01  WS-REFUSED-COUNT  PIC 9(3) VALUE 0.
       01  WS-REFUSED-IDX    PIC 9(3) VALUE 0.
       01  WS-REFUSED-FOUND  PIC X(1) VALUE "N".
       01  WS-REFUSED-TABLE.
           05  WS-REFUSED-ROW PIC 9(8) OCCURS 500 TIMES.
       01  WS-SCAN-ROW       PIC 9(8) VALUE 0.
      *> A refused movement's image for reject.txt and the suspense,
      *> rebuilt off the work-file row in the expanded layout.
       01  WS-REFUSED-IMAGE.
           05  RI-TYPE           PIC X(1).
           05  RI-ACCOUNT-ID     PIC X(8).
           05  RI-AMOUNT         PIC 9(7)V99.
      *> Restart/checkpoint support.
       01  WS-RESTART-COUNT  PIC 9(8) VALUE 0.
       01  WS-RECORDS-READ   PIC 9(8) VALUE 0.
       01  WS-CTL-EOF        PIC 9(1) VALUE 0.
       01  WS-CTL-FOUND      PIC X(1) VALUE "N".
       01  WS-CTL-CHANGED    PIC X(1) VALUE "N".
      *> CT-STAMP carries each entry's PC-STAMP through the rewrite
      *> untouched; a cancelled entry stays on file as a record of
      *> the cancel but never counts as completed.
       01  WS-CTL-TABLE.
           05  WS-CTL-ENTRY OCCURS 400 TIMES.
               10  CT-DONE-DATE   PIC 9(8).
               10  CT-SENDER-ID   PIC X(6).
               10  CT-STAMP.
                   15  FILLER     PIC X(1).
                   15  CT-ACTION  PIC X(1).
                   15  FILLER     PIC X(54).
      *> The latest completed date FOR THE SENDER ON THE HEADER
      *> UNDER CHECK - recomputed per header, since each sender
      *> runs its own date sequence.
      *> Feeding those to the ledger would book them again when the
      *> corrected batch re-sends and posts.
       01  WS-GL-STATUS      PIC X(2) VALUE "00".
       01  WS-GLSENT-STATUS  PIC X(2) VALUE "00".
       01  WS-GL-COPY-EOF    PIC 9(1) VALUE 0.
       01  WS-GL-COPY-COUNT  PIC 9(4) VALUE 0.
       01  WS-GL-TOTALS.
           05  WS-GL-TOTAL-ENTRY OCCURS 50 TIMES.
               10  WS-GL-REC-COUNT  PIC 9(8).
       01  WS-HIST-EOF       PIC 9(1) VALUE 0.
       01  WS-HIST-WRITTEN   PIC 9(8) VALUE 0.
       01  WS-HIST-HELD      PIC 9(8) VALUE 0.
      *> Held-batch queue state for the history pass - the next
      *> sequence number per batch-table entry (0 until the batch's
      *> control record is written), and the pass's tallies.
       01  WS-HELD-STATUS    PIC X(2) VALUE "00".
       01  WS-HELD-OPEN      PIC X(1) VALUE "N".
       01  WS-HELD-EOF       PIC 9(1) VALUE 0.
       01  WS-HELD-BATCHES   PIC 9(3) VALUE 0.
       01  WS-HELD-QUEUED    PIC 9(8) VALUE 0.
       01  WS-HELD-UNQUEUED  PIC 9(8) VALUE 0.
       01  WS-HELD-SUPERSEDED PIC 9(3) VALUE 0.
       01  WS-HELD-SEQ-TABLE.
           05  WS-HELD-SEQ    PIC 9(5) OCCURS 100 TIMES.
      *> Y for a batch the queue already holds part- or fully-
      *> released under the same key - its movements stay held
      *> only, never queued over the earlier copy.
       01  WS-HELD-BLOCK-TABLE.
           05  WS-HELD-BLOCK  PIC X(1) OCCURS 100 TIMES.
       01  WS-HELD-BLOCKED   PIC 9(3) VALUE 0.
       01  WS-HELD-DONE-MOVES PIC 9(5) VALUE 0.
       01  WS-HELD-OLD-STATUS PIC X(1) VALUE SPACE.
       01  WS-DONE-IDX       PIC 9(3) VALUE 0.
       01  WS-ACTIVITY-STATUS PIC X(2) VALUE "00".
       01  WS-ACT-HELD       PIC 9(8) VALUE 0.
       01  WS-ACT-EOF        PIC 9(1) VALUE 0.
           05  WS-AUDIT-VALID   PIC 9(8) VALUE 0.
           05  WS-AUDIT-REJECT  PIC 9(8) VALUE 0.

      *> GENBKUP's answer for the backup generation taken before a
      *> fresh attempt - 00 taken, 08 not (the run must not start).
       01  WS-BKUP-RC        PIC 9(2) VALUE 0.

       COPY "ABC.COPY".

      *> 每次调用程序（或 PERFORM 段）时 重新分配、清空 的变量。
           PERFORM STEP-070-CLOSE-SECTION
           MOVE "STEP-070-CLOSE" TO WS-AUDIT-STEP
           PERFORM CALL-AUDIT-SECTION
           MOVE WS-JOB-RC TO RETURN-CODE
           STOP RUN.

      *> Halts the run when a step's condition code is too high to
           MOVE "ABEND" TO WS-AUDIT-STEP
           PERFORM CALL-AUDIT-SECTION
           PERFORM STEP-070-CLOSE-SECTION
           MOVE WS-JOB-RC TO RETURN-CODE
           STOP RUN.

      *> One audit row per step - run header, step name, condition
      *> double-posting a single movement.
       STEP-032-POST-MASTER-SECTION.
           CLOSE MOVEMENT-WORK-FILE
           IF WS-MASTER-OPEN = "Y"
               CLOSE ACCOUNT-MASTER
               MOVE "N" TO WS-MASTER-OPEN
           END-IF
           IF WS-REPORT-ONLY-RUN
               DISPLAY "REPORT-ONLY - MASTER POSTING SUPPRESSED"
               MOVE SPACES TO REPORT-RECORD
               ELSE
                   MOVE 0 TO WS-POST-EOF
                   MOVE 0 TO WS-POST-HELD
                   MOVE 0 TO WS-POST-REFUSED
                   MOVE 0 TO WS-REFUSED-COUNT
                   MOVE 0 TO WS-POST-ROW
                   MOVE WS-POST-SKIP TO WS-POST-DISPOSED
                   PERFORM UNTIL WS-POST-EOF = 1
                   CLOSE ACCOUNT-MASTER
                   CLOSE MOVEMENT-WORK-FILE
                   DISPLAY "POSTED " WS-POSTED-COUNT " MOVEMENTS ("
                       WS-POST-REFUSED " REFUSED)"
                   MOVE SPACES TO REPORT-RECORD
                   STRING "MOVEMENTS POSTED TO MASTER: "
                       WS-POSTED-COUNT
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
                   IF WS-POST-REFUSED > 0
                       MOVE SPACES TO REPORT-RECORD
                       STRING "MOVEMENTS REFUSED - ACCOUNT NOT OPEN: "
                           WS-POST-REFUSED
                           DELIMITED BY SIZE INTO REPORT-RECORD
                       WRITE REPORT-RECORD
                   END-IF
                   IF WS-POST-HELD > 0
                       DISPLAY "HELD - " WS-POST-HELD " MOVEMENTS "
                           "FROM UNRECONCILED BATCHES NOT POSTED"
           END-IF
           EXIT.

      *> Applies one captured movement to its master record. Accounts
      *> are opened by ACCTMNT only - an id not on the master, or one
      *> frozen or closed since the edit pass, refuses the movement
      *> to reject.txt and the suspense instead of creating anything.
       POST-ONE-MOVEMENT-SECTION.
           ADD 1 TO WS-POST-ROW
           IF WS-POST-ROW NOT > WS-POST-SKIP
      *> reconciled-batch gate the prior attempt applied, and that
      *> attempt died before STEP-033 could feed the ledger - so a
      *> skipped row that posted still belongs in this run's GL
      *> totals. One the prior attempt refused never reached the
      *> master; the account's status says which it was, and a
      *> refused row is remembered so history and activity skip it.
               MOVE "N" TO WS-POST-OK
               IF MW-BATCH-NO > 0
                       AND MW-BATCH-NO NOT > WS-BATCH-COUNT
                   END-IF
               END-IF
               IF WS-POST-OK = "Y"
                   MOVE MW-ACCOUNT-ID TO AM-ACCOUNT-ID
                   READ ACCOUNT-MASTER
                       INVALID KEY MOVE "N" TO WS-POST-OK
                   END-READ
                   IF WS-POST-OK = "Y"
                       IF AM-ACCOUNT-FROZEN OR AM-ACCOUNT-CLOSED
                           MOVE "N" TO WS-POST-OK
                       END-IF
                   END-IF
                   IF WS-POST-OK = "Y"
                       PERFORM ACCUM-GL-MOVEMENT-SECTION
                   ELSE
                       PERFORM REMEMBER-REFUSED-ROW-SECTION
                   END-IF
               END-IF
           ELSE
               MOVE "N" TO WS-POST-OK

       POST-MOVEMENT-IO-SECTION.
           MOVE MW-ACCOUNT-ID TO AM-ACCOUNT-ID
           MOVE SPACES TO WS-REASON-CODE
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE "ED05" TO WS-REASON-CODE
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN AM-ACCOUNT-FROZEN
                           MOVE "ED06" TO WS-REASON-CODE
                       WHEN AM-ACCOUNT-CLOSED
                           MOVE "ED07" TO WS-REASON-CODE
                       WHEN OTHER
                           IF MW-TYPE = "R"
                               SUBTRACT MW-AMOUNT FROM AM-BALANCE
                           ELSE
                               ADD MW-AMOUNT TO AM-BALANCE
                           END-IF
                           IF MW-JOB-DATE > AM-LAST-DATE
                               MOVE MW-JOB-DATE TO AM-LAST-DATE
                           END-IF
                           ADD 1 TO AM-MOVEMENT-COUNT
                           REWRITE ACCOUNT-MASTER-RECORD
                   END-EVALUATE
           END-READ
           EVALUATE TRUE
               WHEN WS-REASON-CODE NOT = SPACES
                   PERFORM WRITE-POST-REFUSAL-SECTION
               WHEN WS-MASTER-STATUS NOT = "00"
                   DISPLAY "ACCOUNT MASTER I/O FAILED - STATUS "
                       WS-MASTER-STATUS " ACCT " MW-ACCOUNT-ID
                   MOVE 8 TO WS-JOB-RC
      *> Halt the replay at the first failure - grinding on against
      *> a failing master helps nobody, and the disposed-row count
      *> must stop exactly where the damage stopped.
                   MOVE 1 TO WS-POST-EOF
               WHEN OTHER
                   ADD 1 TO WS-POSTED-COUNT
                   ADD 1 TO WS-POST-DISPOSED
                   PERFORM ACCUM-GL-MOVEMENT-SECTION
           END-EVALUATE
           EXIT.

      *> A movement refused at posting goes out the same way an edit
      *> reject does - reject.txt (and from there the acknowledgement)
      *> plus an outstanding suspense row for REJFIX - under the
      *> sender of the batch it came in on. It counts as disposed, so
      *> a rerun after a later posting failure never refuses it twice.
       WRITE-POST-REFUSAL-SECTION.
           ADD 1 TO WS-POST-REFUSED
           ADD 1 TO WS-POST-DISPOSED
           ADD 1 TO WS-REJECT-COUNT
           PERFORM REMEMBER-REFUSED-ROW-SECTION
           MOVE MW-TYPE TO RI-TYPE
           MOVE MW-ACCOUNT-ID TO RI-ACCOUNT-ID
           MOVE MW-AMOUNT TO RI-AMOUNT
           MOVE SPACES TO WS-REJECT-SENDER
           IF MW-BATCH-NO > 0 AND MW-BATCH-NO NOT > WS-BATCH-COUNT
               MOVE BT-SENDER-ID(MW-BATCH-NO) TO WS-REJECT-SENDER
           END-IF
           IF WS-REJECT-OPEN = "Y"
               MOVE SPACES TO REJECT-RECORD
               MOVE WS-REFUSED-IMAGE TO RJ-ORIGINAL-LINE
               MOVE WS-REASON-CODE TO RJ-REASON-CODE
               MOVE WS-REJECT-SENDER TO RJ-SENDER-ID
               WRITE REJECT-RECORD
               IF WS-REJECT-STATUS NOT = "00"
                   DISPLAY "REJECT-FILE WRITE FAILED - STATUS "
                       WS-REJECT-STATUS
               END-IF
           END-IF
           IF WS-SUSP-OPEN = "Y"
               MOVE SPACES TO SUSPENSE-RECORD
               MOVE WS-DATE TO SU-RUN-DATE
               MOVE WS-REASON-CODE TO SU-REASON-CODE
               MOVE "O" TO SU-DISPOSITION
               MOVE 0 TO SU-DISP-DATE
               MOVE WS-REFUSED-IMAGE TO SU-ORIGINAL-LINE
               MOVE WS-REJECT-SENDER TO SU-SENDER-ID
               WRITE SUSPENSE-RECORD
               IF WS-SUSP-STATUS NOT = "00"
                   DISPLAY "SUSPENSE WRITE FAILED - STATUS "
                       WS-SUSP-STATUS
               END-IF
           END-IF
           DISPLAY "REFUSED  - ACCT " MW-ACCOUNT-ID " REASON "
               WS-REASON-CODE " SENDER " WS-REJECT-SENDER
           MOVE SPACES TO REPORT-RECORD
           STRING "REFUSED AT POSTING - " WS-REFUSED-IMAGE
               " REASON " WS-REASON-CODE " SENDER " WS-REJECT-SENDER
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           EXIT.

      *> Notes the current replay row as refused. A table too small
      *> to hold every refusal would let a refused movement into
      *> history, so running out of room stops the replay instead.
       REMEMBER-REFUSED-ROW-SECTION.
           IF WS-REFUSED-COUNT < WS-REFUSED-LIMIT
               ADD 1 TO WS-REFUSED-COUNT
               MOVE WS-POST-ROW TO WS-REFUSED-ROW(WS-REFUSED-COUNT)
           ELSE
               DISPLAY "REFUSED-MOVEMENT TABLE FULL AT "
                   WS-REFUSED-LIMIT " - POSTING HALTED"
               MOVE 8 TO WS-JOB-RC
               MOVE 1 TO WS-POST-EOF
           END-IF
           EXIT.

      *> Sets WS-REFUSED-FOUND for the work-file row at WS-SCAN-ROW.
       CHECK-REFUSED-ROW-SECTION.
           MOVE "N" TO WS-REFUSED-FOUND
           PERFORM VARYING WS-REFUSED-IDX FROM 1 BY 1
                   UNTIL WS-REFUSED-IDX > WS-REFUSED-COUNT
                       OR WS-REFUSED-FOUND = "Y"
               IF WS-REFUSED-ROW(WS-REFUSED-IDX) = WS-SCAN-ROW
                   MOVE "Y" TO WS-REFUSED-FOUND
               END-IF
           END-PERFORM
           EXIT.

      *> One posted movement into the GL accumulators - classified
      *> by the same prefix table the edit pass uses, signed by its
      *> type the way the posting itself was.
                           TO PC-DONE-DATE
                       MOVE CT-SENDER-ID(WS-CTL-IDX)
                           TO PC-SENDER-ID
                       MOVE CT-STAMP(WS-CTL-IDX) TO PC-STAMP
                       WRITE PROC-CONTROL-RECORD
                   END-PERFORM
                   CLOSE PROC-CONTROL-FILE
                           = CT-DONE-DATE(WS-CTL-IDX)
                       AND BT-SENDER-ID(WS-BATCH-IDX)
                           = CT-SENDER-ID(WS-CTL-IDX)
                       AND CT-ACTION(WS-CTL-IDX) NOT = "X"
                       MOVE "Y" TO WS-CTL-FOUND
                   END-IF
               END-PERFORM
                           TO CT-DONE-DATE(WS-CTL-COUNT)
                       MOVE BT-SENDER-ID(WS-BATCH-IDX)
                           TO CT-SENDER-ID(WS-CTL-COUNT)
                       MOVE SPACES TO CT-STAMP(WS-CTL-COUNT)
                       MOVE "Y" TO WS-CTL-CHANGED
                   ELSE
                       DISPLAY "PROC CONTROL TABLE FULL - DATE "
                   " CLASS RECORDS"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               PERFORM APPEND-GL-SENT-SECTION
           END-IF
           EXIT.

      *> Copies the feed just written onto the end of glsent.txt.
      *> The ledger already has the feed whether or not the copy
      *> lands, so a failure is a warning - GLPROOF will show the
      *> day's volume as not sent until the copy is made good.
       APPEND-GL-SENT-SECTION.
           OPEN INPUT GL-SENT-FILE
           IF WS-GLSENT-STATUS = "00"
               CLOSE GL-SENT-FILE
               OPEN EXTEND GL-SENT-FILE
           ELSE
               OPEN OUTPUT GL-SENT-FILE
           END-IF
           IF WS-GLSENT-STATUS NOT = "00"
               DISPLAY "glsent.txt OPEN FAILED - STATUS "
                   WS-GLSENT-STATUS " - FEED NOT KEPT FOR GL PROOF"
               IF WS-JOB-RC < 4
                   MOVE 4 TO WS-JOB-RC
               END-IF
           ELSE
               OPEN INPUT GL-FILE
               MOVE 0 TO WS-GL-COPY-EOF
               MOVE 0 TO WS-GL-COPY-COUNT
               PERFORM UNTIL WS-GL-COPY-EOF = 1
                   READ GL-FILE
                       AT END
                           MOVE 1 TO WS-GL-COPY-EOF
                       NOT AT END
                           MOVE GL-RECORD TO GL-SENT-RECORD
                           WRITE GL-SENT-RECORD
                           IF WS-GLSENT-STATUS = "00"
                               ADD 1 TO WS-GL-COPY-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-FILE
               CLOSE GL-SENT-FILE
               IF WS-GL-COPY-COUNT NOT = WS-GL-DETAILS + 2
                   DISPLAY "glsent.txt COPY INCOMPLETE - "
                       WS-GL-COPY-COUNT " RECORDS KEPT"
                   IF WS-JOB-RC < 4
                       MOVE 4 TO WS-JOB-RC
                   END-IF
               END-IF
           END-IF
           EXIT.

               MOVE 4 TO WS-JOB-RC
           ELSE
               MOVE 0 TO WS-ACT-EOF
               MOVE 0 TO WS-SCAN-ROW
               PERFORM UNTIL WS-ACT-EOF = 1
                   READ MOVEMENT-WORK-FILE
                       AT END MOVE 1 TO WS-ACT-EOF
      *> whose batch did not reconcile clean is held, not reported;
      *> it will appear on the day its corrected batch re-arrives
      *> and posts, and listing it on both days would double-count
      *> across the re-send. A movement refused at posting never
      *> reached the master and is left out too.
       RELEASE-ACTIVITY-ROW-SECTION.
           ADD 1 TO WS-SCAN-ROW
           MOVE "N" TO WS-POST-OK
           IF MW-BATCH-NO > 0 AND MW-BATCH-NO NOT > WS-BATCH-COUNT
               IF BT-RECONCILED(MW-BATCH-NO) = "Y"
                   MOVE "Y" TO WS-POST-OK
               END-IF
           END-IF
           IF WS-POST-OK = "Y"
               PERFORM CHECK-REFUSED-ROW-SECTION
           END-IF
           EVALUATE TRUE
               WHEN WS-POST-OK = "N"
                   ADD 1 TO WS-ACT-HELD
               WHEN WS-REFUSED-FOUND = "Y"
                   CONTINUE
               WHEN OTHER
                   MOVE MW-ACCOUNT-ID TO SR-ACCOUNT-ID
                   MOVE MW-TYPE TO SR-TYPE
                   MOVE MW-AMOUNT TO SR-AMOUNT
                   MOVE MW-JOB-DATE TO SR-JOB-DATE
                   RELEASE ACT-SORT-RECORD
           END-EVALUATE
           EXIT.

       ACT-SORT-OUT-SECTION.
                   MOVE 0 TO WS-HIST-EOF
                   MOVE 0 TO WS-HIST-WRITTEN
                   MOVE 0 TO WS-HIST-HELD
                   MOVE 0 TO WS-SCAN-ROW
                   PERFORM OPEN-HELD-QUEUE-SECTION
                   PERFORM UNTIL WS-HIST-EOF = 1
                       READ MOVEMENT-WORK-FILE
                           AT END MOVE 1 TO WS-HIST-EOF
                               PERFORM APPEND-ONE-HISTORY-SECTION
                       END-READ
                   END-PERFORM
                   PERFORM CLOSE-HELD-QUEUE-SECTION
                   CLOSE HISTORY-FILE
                   CLOSE MOVEMENT-WORK-FILE
                   DISPLAY "HISTORY - " WS-HIST-WRITTEN
           EXIT.

       APPEND-ONE-HISTORY-SECTION.
           ADD 1 TO WS-SCAN-ROW
           MOVE "N" TO WS-POST-OK
           IF MW-BATCH-NO > 0 AND MW-BATCH-NO NOT > WS-BATCH-COUNT
               IF BT-RECONCILED(MW-BATCH-NO) = "Y"
                   MOVE "Y" TO WS-POST-OK
               END-IF
           END-IF
           IF WS-POST-OK = "Y"
               PERFORM CHECK-REFUSED-ROW-SECTION
           END-IF
           EVALUATE TRUE
               WHEN WS-POST-OK = "N"
                   ADD 1 TO WS-HIST-HELD
                   PERFORM QUEUE-HELD-MOVEMENT-SECTION
               WHEN WS-REFUSED-FOUND = "Y"
                   CONTINUE
               WHEN OTHER
                   PERFORM APPEND-HISTORY-IO-SECTION
           END-EVALUATE
           EXIT.

      *> The held-batch queue is filled on the history pass - the one
      *> pass over the work file that runs exactly once, after the
      *> posting replay has finished clean - so a posting restart
      *> can never queue a movement twice. OPTIONAL file: status 05
      *> is the first batch ever held creating it. A queue that
      *> cannot open is a warning; the movements are still held
      *> from posting, just not kept for release.
       OPEN-HELD-QUEUE-SECTION.
           MOVE 0 TO WS-HELD-BATCHES
           MOVE 0 TO WS-HELD-QUEUED
           MOVE 0 TO WS-HELD-UNQUEUED
           MOVE 0 TO WS-HELD-SUPERSEDED
           MOVE 0 TO WS-HELD-BLOCKED
           INITIALIZE WS-HELD-SEQ-TABLE
           INITIALIZE WS-HELD-BLOCK-TABLE
           OPEN I-O HELD-BATCH-FILE
           IF WS-HELD-STATUS = "00" OR WS-HELD-STATUS = "05"
               MOVE "Y" TO WS-HELD-OPEN
           ELSE
               DISPLAY "HELD-BATCH QUEUE OPEN FAILED - STATUS "
                   WS-HELD-STATUS " - HELD MOVEMENTS NOT QUEUED"
               IF WS-JOB-RC < 4
                   MOVE 4 TO WS-JOB-RC
               END-IF
           END-IF
           EXIT.

      *> One held movement onto the queue under its batch. The
      *> first movement of each batch writes the batch's control
      *> record. A movement outside any tracked batch (the batch
      *> table was full) has no sender or batch number to file it
      *> under and stays held only, as does one whose batch could
      *> not supersede the copy already queued.
       QUEUE-HELD-MOVEMENT-SECTION.
           IF WS-HELD-OPEN = "N"
                   OR MW-BATCH-NO = 0
                   OR MW-BATCH-NO > WS-BATCH-COUNT
               ADD 1 TO WS-HELD-UNQUEUED
           ELSE
               IF WS-HELD-SEQ(MW-BATCH-NO) = 0
                       AND WS-HELD-BLOCK(MW-BATCH-NO) NOT = "Y"
                   PERFORM START-HELD-BATCH-SECTION
               END-IF
               IF WS-HELD-BLOCK(MW-BATCH-NO) = "Y"
                   ADD 1 TO WS-HELD-UNQUEUED
               ELSE
                   PERFORM WRITE-HELD-MOVEMENT-SECTION
               END-IF
           END-IF
           EXIT.

       WRITE-HELD-MOVEMENT-SECTION.
           ADD 1 TO WS-HELD-SEQ(MW-BATCH-NO)
           MOVE SPACES TO HELD-BATCH-RECORD
           MOVE BT-SENDER-ID(MW-BATCH-NO) TO HB-SENDER-ID
           MOVE BT-JOB-DATE(MW-BATCH-NO) TO HB-JOB-DATE
           MOVE MW-BATCH-NO TO HB-BATCH-NO
           MOVE WS-HELD-SEQ(MW-BATCH-NO) TO HB-SEQ
           MOVE MW-TYPE TO HB-MOVE-TYPE
           MOVE MW-ACCOUNT-ID TO HB-ACCOUNT-ID
           MOVE MW-AMOUNT TO HB-AMOUNT
           WRITE HELD-BATCH-RECORD
           IF WS-HELD-STATUS NOT = "00"
               DISPLAY "HELD-BATCH WRITE FAILED - STATUS "
                   WS-HELD-STATUS " ACCT " MW-ACCOUNT-ID
               ADD 1 TO WS-HELD-UNQUEUED
               IF WS-JOB-RC < 4
                   MOVE 4 TO WS-JOB-RC
               END-IF
           ELSE
               ADD 1 TO WS-HELD-QUEUED
           END-IF
           EXIT.

      *> A batch already queued under the same sender, job date and
      *> batch number is an earlier transmission of the same day
      *> that never posted - this one supersedes it, so its rows are
      *> removed before the new control record goes down. An
      *> earlier copy that HELDREL has released, or part-released
      *> before a release was interrupted, has movements on the
      *> master already; it is left as it is and this batch is not
      *> queued. The control record notes whether other batches of
      *> the same sender and date reconciled clean in this run -
      *> the day FILEDEMO records complete for them is then this
      *> batch's own, and HELDREL can still release it.
       START-HELD-BATCH-SECTION.
           MOVE SPACES TO HELD-BATCH-RECORD
           MOVE BT-SENDER-ID(MW-BATCH-NO) TO HB-SENDER-ID
           MOVE BT-JOB-DATE(MW-BATCH-NO) TO HB-JOB-DATE
           MOVE MW-BATCH-NO TO HB-BATCH-NO
           MOVE 0 TO HB-SEQ
           READ HELD-BATCH-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY PERFORM CHECK-SUPERSEDE-SECTION
           END-READ
           IF WS-HELD-BLOCK(MW-BATCH-NO) = "Y"
               PERFORM REPORT-HELD-BLOCK-SECTION
           ELSE
               PERFORM WRITE-HELD-CONTROL-SECTION
           END-IF
           EXIT.

       WRITE-HELD-CONTROL-SECTION.
           MOVE SPACES TO HELD-BATCH-RECORD
           MOVE BT-SENDER-ID(MW-BATCH-NO) TO HB-SENDER-ID
           MOVE BT-JOB-DATE(MW-BATCH-NO) TO HB-JOB-DATE
           MOVE MW-BATCH-NO TO HB-BATCH-NO
           MOVE 0 TO HB-SEQ
           SET HB-BATCH-HELD TO TRUE
           IF BT-TRAILER-SEEN(MW-BATCH-NO) = "Y"
               MOVE "C" TO HB-HOLD-REASON
           ELSE
               MOVE "M" TO HB-HOLD-REASON
           END-IF
           MOVE WS-DATE TO HB-HELD-DATE
           MOVE 0 TO HB-MOVE-COUNT
           MOVE BT-DETAIL-RECEIVED(MW-BATCH-NO) TO HB-DETAIL-RECEIVED
           MOVE BT-CONTROL-COUNT(MW-BATCH-NO) TO HB-CONTROL-COUNT
           MOVE 0 TO HB-DISP-DATE
           MOVE "N" TO HB-DAY-DONE
           PERFORM VARYING WS-DONE-IDX FROM 1 BY 1
                   UNTIL WS-DONE-IDX > WS-BATCH-COUNT
               IF WS-DONE-IDX NOT = MW-BATCH-NO
                       AND BT-RECONCILED(WS-DONE-IDX) = "Y"
                       AND BT-SENDER-ID(WS-DONE-IDX)
                           = BT-SENDER-ID(MW-BATCH-NO)
                       AND BT-JOB-DATE(WS-DONE-IDX)
                           = BT-JOB-DATE(MW-BATCH-NO)
                   MOVE "Y" TO HB-DAY-DONE
               END-IF
           END-PERFORM
           WRITE HELD-BATCH-RECORD
           IF WS-HELD-STATUS NOT = "00"
               DISPLAY "HELD-BATCH CONTROL WRITE FAILED - STATUS "
                   WS-HELD-STATUS " BATCH " MW-BATCH-NO
               IF WS-JOB-RC < 4
                   MOVE 4 TO WS-JOB-RC
               END-IF
           ELSE
               ADD 1 TO WS-HELD-BATCHES
           END-IF
           EXIT.

      *> The earlier copy's control record is in the record area.
      *> Held with nothing posted, or cancelled, it is superseded;
      *> released, or holding any posted or refused movement, it
      *> blocks this batch.
       CHECK-SUPERSEDE-SECTION.
           MOVE HB-STATUS TO WS-HELD-OLD-STATUS
           MOVE 0 TO WS-HELD-DONE-MOVES
           MOVE 0 TO WS-HELD-EOF
           START HELD-BATCH-FILE KEY > HB-KEY
               INVALID KEY MOVE 1 TO WS-HELD-EOF
           END-START
           PERFORM UNTIL WS-HELD-EOF = 1
               READ HELD-BATCH-FILE NEXT RECORD
                   AT END MOVE 1 TO WS-HELD-EOF
                   NOT AT END
                       IF HB-SENDER-ID NOT = BT-SENDER-ID(MW-BATCH-NO)
                               OR HB-JOB-DATE
                                   NOT = BT-JOB-DATE(MW-BATCH-NO)
                               OR HB-BATCH-NO NOT = MW-BATCH-NO
                           MOVE 1 TO WS-HELD-EOF
                       ELSE
                           IF HB-MOVE-STATE NOT = SPACE
                               ADD 1 TO WS-HELD-DONE-MOVES
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-HELD-OLD-STATUS = "R" OR WS-HELD-DONE-MOVES > 0
               MOVE "Y" TO WS-HELD-BLOCK(MW-BATCH-NO)
           ELSE
               MOVE SPACES TO HELD-BATCH-RECORD
               MOVE BT-SENDER-ID(MW-BATCH-NO) TO HB-SENDER-ID
               MOVE BT-JOB-DATE(MW-BATCH-NO) TO HB-JOB-DATE
               MOVE MW-BATCH-NO TO HB-BATCH-NO
               MOVE 0 TO HB-SEQ
               PERFORM SUPERSEDE-HELD-BATCH-SECTION
           END-IF
           EXIT.

       REPORT-HELD-BLOCK-SECTION.
           ADD 1 TO WS-HELD-BLOCKED
           DISPLAY "HELD BATCH " BT-SENDER-ID(MW-BATCH-NO) " "
               BT-JOB-DATE(MW-BATCH-NO) " " MW-BATCH-NO
               " NOT SUPERSEDED - EARLIER COPY ALREADY RELEASED ("
               WS-HELD-DONE-MOVES " MOVEMENTS DONE) - THIS "
               "TRANSMISSION HELD, NOT QUEUED"
           MOVE SPACES TO REPORT-RECORD
           STRING "HELD BATCH " BT-SENDER-ID(MW-BATCH-NO) " "
               BT-JOB-DATE(MW-BATCH-NO) " " MW-BATCH-NO
               " NOT QUEUED - EARLIER COPY RELEASED"
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-JOB-RC < 4
               MOVE 4 TO WS-JOB-RC
           END-IF
           EXIT.

       SUPERSEDE-HELD-BATCH-SECTION.
           ADD 1 TO WS-HELD-SUPERSEDED
           DISPLAY "HELD BATCH " HB-SENDER-ID " " HB-JOB-DATE " "
               HB-BATCH-NO " SUPERSEDED BY THIS TRANSMISSION"
           MOVE 0 TO WS-HELD-EOF
           START HELD-BATCH-FILE KEY NOT < HB-KEY
               INVALID KEY MOVE 1 TO WS-HELD-EOF
           END-START
           PERFORM UNTIL WS-HELD-EOF = 1
               READ HELD-BATCH-FILE NEXT RECORD
                   AT END MOVE 1 TO WS-HELD-EOF
                   NOT AT END
                       IF HB-SENDER-ID NOT = BT-SENDER-ID(MW-BATCH-NO)
                               OR HB-JOB-DATE
                                   NOT = BT-JOB-DATE(MW-BATCH-NO)
                               OR HB-BATCH-NO NOT = MW-BATCH-NO
                           MOVE 1 TO WS-HELD-EOF
                       ELSE
                           DELETE HELD-BATCH-FILE RECORD
                       END-IF
               END-READ
           END-PERFORM
           EXIT.

      *> Each queued batch's control record gets its final movement
      *> count, then the queue closes and the pass is reported.
       CLOSE-HELD-QUEUE-SECTION.
           IF WS-HELD-OPEN = "Y"
               PERFORM VARYING WS-BATCH-IDX FROM 1 BY 1
                       UNTIL WS-BATCH-IDX > WS-BATCH-COUNT
                   IF WS-HELD-SEQ(WS-BATCH-IDX) > 0
                       MOVE SPACES TO HELD-BATCH-RECORD
                       MOVE BT-SENDER-ID(WS-BATCH-IDX) TO HB-SENDER-ID
                       MOVE BT-JOB-DATE(WS-BATCH-IDX) TO HB-JOB-DATE
                       MOVE WS-BATCH-IDX TO HB-BATCH-NO
                       MOVE 0 TO HB-SEQ
                       READ HELD-BATCH-FILE
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               MOVE WS-HELD-SEQ(WS-BATCH-IDX)
                                   TO HB-MOVE-COUNT
                               REWRITE HELD-BATCH-RECORD
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE HELD-BATCH-FILE
               MOVE "N" TO WS-HELD-OPEN
           END-IF
           IF WS-HELD-QUEUED > 0 OR WS-HELD-UNQUEUED > 0
               DISPLAY "HELD QUEUE - " WS-HELD-BATCHES " BATCHES, "
                   WS-HELD-QUEUED " MOVEMENTS QUEUED FOR HELDREL, "
                   WS-HELD-UNQUEUED " NOT QUEUED"
               MOVE SPACES TO REPORT-RECORD
               STRING "HELD BATCHES QUEUED FOR RELEASE: "
                   WS-HELD-BATCHES " MOVEMENTS " WS-HELD-QUEUED
                   " NOT QUEUED " WS-HELD-UNQUEUED
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           EXIT.

               CLOSE SEEN-WORK-FILE
               MOVE "N" TO WS-SEENWK-OPEN
           END-IF
           IF WS-MASTER-OPEN = "Y"
               CLOSE ACCOUNT-MASTER
               MOVE "N" TO WS-MASTER-OPEN
           END-IF

           PERFORM WRITE-ACK-FILE-SECTION

      *> exactly as the live run needs it: no checkpoint read, no
      *> movework trim or truncate, no report/reject/seen-work
      *> opens. Refusal means touching nothing.
           IF WS-JOB-RC < 8
               PERFORM INIT-CHECKPOINT-SECTION
           END-IF
           IF WS-JOB-RC < 8
               PERFORM INIT-FILES-SECTION
           END-IF
           EXIT.

       INIT-CHECKPOINT-SECTION.
      *> A forced fresh start ignores whatever checkpoint.dat a prior
      *> run left behind instead of resuming from it.
           IF WS-FRESH-START-RUN
               PERFORM READ-CHECKPOINT-SECTION
           END-IF

      *> A backup generation of everything the run updates, taken
      *> before the first attempt touches any of it. A restart
      *> resumes an attempt whose generation was taken when it
      *> first started - backing up its half-posted files would only
      *> rotate out a copy worth restoring. A report-only run
      *> updates nothing. No generation, no run.
           IF WS-RESTART-COUNT = 0 AND NOT WS-REPORT-ONLY-RUN
               CALL 'GENBKUP' USING WS-DESCRIPTION, WS-BKUP-RC
               IF WS-BKUP-RC NOT = 0
                   DISPLAY "BACKUP GENERATION NOT TAKEN - RUN "
                       "REFUSED"
                   MOVE 8 TO WS-JOB-RC
               END-IF
           END-IF
           EXIT.

       INIT-FILES-SECTION.
      *> Every job date a previous run completed cleanly - a
      *> missing control file means nothing processed yet.
           OPEN INPUT PROC-CONTROL-FILE
               MOVE 8 TO WS-JOB-RC
           END-IF

      *> The account master, read-only for the edit pass's status
      *> check. Status 05 is a master not created yet - every
      *> account is then unknown. A master that cannot be read at
      *> all leaves the check to the posting step, which refuses
      *> the same accounts, so it is a warning rather than a stop.
           OPEN INPUT ACCOUNT-MASTER
           IF WS-MASTER-STATUS = "00" OR WS-MASTER-STATUS = "05"
               MOVE "Y" TO WS-MASTER-OPEN
           ELSE
               DISPLAY "ACCOUNT MASTER OPEN FAILED - STATUS "
                   WS-MASTER-STATUS " - STATUS CHECK AT POSTING ONLY"
               IF WS-JOB-RC < 4
                   MOVE 4 TO WS-JOB-RC
               END-IF
           END-IF

           EXIT.

      *> Probe-open the cumulative reject suspense the way the
               ADD 1 TO WS-CTL-COUNT
               MOVE PC-DONE-DATE TO CT-DONE-DATE(WS-CTL-COUNT)
               MOVE PC-SENDER-ID TO CT-SENDER-ID(WS-CTL-COUNT)
               MOVE PC-STAMP TO CT-STAMP(WS-CTL-COUNT)
           END-IF
           EXIT.


      *> Sets WS-CTL-FOUND when this header's sender/date pair
      *> matches a completed entry on the control table - the same
      *> date from a DIFFERENT sender is not a duplicate, and
      *> neither is a day whose held batch was cancelled.
       SEARCH-CTL-DATE-SECTION.
           MOVE "N" TO WS-CTL-FOUND
           PERFORM VARYING WS-CTL-IDX FROM 1 BY 1
                       OR WS-CTL-FOUND = "Y"
               IF HR-JOB-DATE = CT-DONE-DATE(WS-CTL-IDX)
                       AND HR-SENDER-ID = CT-SENDER-ID(WS-CTL-IDX)
                       AND CT-ACTION(WS-CTL-IDX) NOT = "X"
                   MOVE "Y" TO WS-CTL-FOUND
               END-IF
           END-PERFORM
           PERFORM VARYING WS-CTL-IDX FROM 1 BY 1
                   UNTIL WS-CTL-IDX > WS-CTL-COUNT
               IF HR-SENDER-ID = CT-SENDER-ID(WS-CTL-IDX)
                       AND CT-ACTION(WS-CTL-IDX) NOT = "X"
                       AND CT-DONE-DATE(WS-CTL-IDX)
                           > WS-CTL-LAST-DATE
                   MOVE CT-DONE-DATE(WS-CTL-IDX)
               MOVE "F" TO WS-AUTH-FUNCTION
               CALL 'OPERAUTH' USING WS-OPERATOR-ID,
                   WS-AUTH-FUNCTION, WS-AUTH-NAME, WS-AUTH-RC
               IF WS-AUTH-RC > 04
                   DISPLAY "OPERATOR " WS-OPERATOR-ID " MAY NOT "
                       "FORCE A FRESH START - RUN REFUSED"
                   MOVE 8 TO WS-JOB-RC
                   DISPLAY "WARNING - JOB DATE " HR-JOB-DATE
                       " OUT OF SEQUENCE, LAST PROCESSED "
                       WS-CTL-LAST-DATE
      *> An internal sender (id starting "$" - the month-end
      *> interest run and the like) transmits only when it has
      *> something due, so business days between its batches are
      *> not missed transmissions.
               WHEN OTHER
                   PERFORM CHECK-BUSINESS-DATE-SECTION
                   IF HR-SENDER-ID(1:1) NOT = "$"
                       PERFORM CHECK-DATE-GAP-SECTION
                   END-IF
           END-EVALUATE
           EXIT.

           IF WS-RECORD-VALID
               PERFORM VERIFY-CHECK-DIGIT-SECTION
           END-IF
           IF WS-RECORD-VALID
               PERFORM CHECK-ACCOUNT-STATUS-SECTION
           END-IF
           IF WS-RECORD-VALID AND WS-MOVEMENT-TYPE = "D"
               PERFORM CHECK-DUPLICATE-SECTION
           END-IF
           END-IF
           EXIT.

      *> Accounts are opened by ACCTMNT, never by a movement - an id
      *> not on the master rejects (ED05), as does one frozen (ED06)
      *> or closed (ED07), so nothing is captured for posting that
      *> the master would refuse.
       CHECK-ACCOUNT-STATUS-SECTION.
           IF WS-MASTER-OPEN = "Y"
               MOVE DR-ACCOUNT-ID TO AM-ACCOUNT-ID
               READ ACCOUNT-MASTER
                   INVALID KEY
                       MOVE "N" TO WS-VALID-SWITCH
                       MOVE "ED05" TO WS-REASON-CODE
                   NOT INVALID KEY
                       IF AM-ACCOUNT-FROZEN
                           MOVE "N" TO WS-VALID-SWITCH
                           MOVE "ED06" TO WS-REASON-CODE
                       END-IF
                       IF AM-ACCOUNT-CLOSED
                           MOVE "N" TO WS-VALID-SWITCH
                           MOVE "ED07" TO WS-REASON-CODE
                       END-IF
               END-READ
           END-IF
           EXIT.

      *> Writes one MOVEMENT-WORK-FILE row for a detail record that
      *> passed every edit, stamped with the job date in force, for
      *> the posting step to replay against the account master.

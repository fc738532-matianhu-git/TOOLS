       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELDREL.

      *> Held-batch release for the queue FILEDEMO keeps in
      *> heldbat.dat. A batch that did not reconcile clean (control
      *> count mismatch, or no trailer) has its movements held from
      *> posting and history; FILEDEMO files them here by sender, job
      *> date and batch number instead of letting them vanish with
      *> the next run's work file. A supervisor lists what is held
      *> and disposes of each batch one of two ways:
      *>   RELEASE - the movements post to the account master (with
      *>   the same frozen/closed/not-on-master refusals posting
      *>   applies), append to history.txt under the batch's job
      *>   date, and go to the ledger as a balanced group on
      *>   glrel.txt; the day is then recorded complete on
      *>   procctl.dat, so the sender cannot post it a second time.
      *>   CANCEL - nothing posts; the reason is recorded, and the
      *>   day stays open for the sender to transmit again.
      *> Both are stamped on the batch, on procctl.dat and on the
      *> audit trail under the signed-on supervisor.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> The held-batch queue FILEDEMO writes - OPTIONAL, since
      *> nothing may ever have been held.
           SELECT OPTIONAL HELD-BATCH-FILE ASSIGN TO "heldbat.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HB-KEY
               FILE STATUS IS WS-HELD-STATUS.

      *> The account master the released movements post to.
           SELECT OPTIONAL ACCOUNT-MASTER ASSIGN TO "acctmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AM-ACCOUNT-ID
               FILE STATUS IS WS-MASTER-STATUS.

      *> Cumulative movement history, appended the same way
      *> FILEDEMO's history step appends a clean batch.
           SELECT HISTORY-FILE ASSIGN TO "history.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

      *> Reject suspense - a released movement refused at posting
      *> goes to REJFIX like any other posting refusal.
           SELECT REJECT-SUSPENSE-FILE ASSIGN TO "rejsusp.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-STATUS.

      *> Processing control FILEDEMO keeps per sender/date - checked
      *> before a release, and stamped with every disposition.
           SELECT PROC-CONTROL-FILE ASSIGN TO "procctl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROCCTL-STATUS.

      *> Ledger interface for released batches - one header/detail/
      *> trailer group per release, in glfile.txt's layout, kept
      *> cumulative because glfile.txt is rebuilt every FILEDEMO run.
           SELECT GL-RELEASE-FILE ASSIGN TO "glrel.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.

      *> FILEDEMO's active-run lock - a release must not post while
      *> a run has the master, and a run must not start mid-release.
           SELECT RUN-LOCK-FILE ASSIGN TO "runlock.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.

      *> Classification parameter file, for the ledger classes.
           SELECT CLASS-PARAM-FILE ASSIGN TO "classtab.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLASSTAB-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> HB-SEQ 0 is the batch's control record, HB-SEQ 1 upward its
      *> movements - the layout FILEDEMO writes.
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
               88  HB-MOVE-PENDING             VALUE " ".
               88  HB-MOVE-POSTED              VALUE "P".
               88  HB-MOVE-REFUSED             VALUE "J".
           05  FILLER                 PIC X(61).

       FD  ACCOUNT-MASTER.
       01  ACCOUNT-MASTER-RECORD.
           05  AM-ACCOUNT-ID      PIC X(8).
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
           05  HS-JOB-DATE        PIC 9(8).
           05  HS-TYPE            PIC X(1).
           05  HS-ACCOUNT-ID      PIC X(8).
           05  HS-AMOUNT          PIC 9(7)V99.

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

       FD  GL-RELEASE-FILE.
       01  GL-RECORD              PIC X(40).

       FD  RUN-LOCK-FILE.
       01  RUN-LOCK-RECORD.
           05  LK-STATE           PIC X(1).
           05  FILLER             PIC X(1).
           05  LK-OPERATOR        PIC X(8).
           05  FILLER             PIC X(1).
           05  LK-DATE            PIC 9(8).
           05  FILLER             PIC X(1).
           05  LK-TIME            PIC 9(8).

       FD  CLASS-PARAM-FILE.
       01  CLASS-PARAM-RECORD.
           05  CF-PREFIX          PIC X(1).
           05  CF-CLASS           PIC 9(3).

       WORKING-STORAGE SECTION.
       01  WS-HELD-STATUS    PIC X(2) VALUE "00".
       01  WS-MASTER-STATUS  PIC X(2) VALUE "00".
       01  WS-HISTORY-STATUS PIC X(2) VALUE "00".
       01  WS-SUSP-STATUS    PIC X(2) VALUE "00".
       01  WS-PROCCTL-STATUS PIC X(2) VALUE "00".
       01  WS-GL-STATUS      PIC X(2) VALUE "00".
       01  WS-LOCK-STATUS    PIC X(2) VALUE "00".
       01  WS-CLASSTAB-STATUS PIC X(2) VALUE "00".
       01  WS-MENU-CHOICE    PIC X(1) VALUE SPACE.
       01  WS-QUIT-SWITCH    PIC X(1) VALUE "N".
           88  WS-OPERATOR-DONE        VALUE "Y".
       01  WS-DATE           PIC 9(8).
       01  WS-TIME           PIC 9(8).
       01  WS-HELD-EOF       PIC 9(1) VALUE 0.
       01  WS-CTL-EOF        PIC 9(1) VALUE 0.
       01  WS-LOCK-EOF       PIC 9(1) VALUE 0.
       01  WS-CLASS-EOF      PIC 9(1) VALUE 0.
       01  WS-LIST-COUNT     PIC 9(5) VALUE 0.
       01  WS-ACTION-COUNT   PIC 9(5) VALUE 0.
       01  WS-STATUS-TEXT    PIC X(9) VALUE SPACES.
       01  WS-REASON-TEXT    PIC X(13) VALUE SPACES.

      *> The batch a release or cancel is aimed at, as keyed in.
       01  WS-IN-SENDER      PIC X(6) VALUE SPACES.
       01  WS-IN-JOB-DATE    PIC X(8) VALUE SPACES.
       01  WS-IN-BATCH-NO    PIC X(3) VALUE SPACES.
       01  WS-IN-REASON      PIC X(30) VALUE SPACES.
       01  WS-IN-CONFIRM     PIC X(1) VALUE SPACE.
       01  WS-BATCH-FOUND    PIC X(1) VALUE "N".
       01  WS-BATCH-KEY.
           05  WS-BK-SENDER-ID    PIC X(6).
           05  WS-BK-JOB-DATE     PIC 9(8).
           05  WS-BK-BATCH-NO     PIC 9(3).
       01  WS-DAY-COMPLETE   PIC X(1) VALUE "N".
      *> The batch's own hold, kept while other batches' control
      *> records are read for the completeness check.
       01  WS-BK-HELD-DATE   PIC 9(8) VALUE 0.
       01  WS-BK-DAY-DONE    PIC X(1) VALUE SPACE.
       01  WS-LOCK-ACTIVE    PIC X(1) VALUE "N".
       01  WS-LOCK-HELD      PIC X(1) VALUE "N".
       01  WS-LOCK-OPERATOR  PIC X(8) VALUE SPACES.
       01  WS-DONE-MOVES     PIC 9(5) VALUE 0.

      *> Release tallies - movements read off the batch, posted,
      *> refused to suspense, and already disposed of by an earlier
      *> release attempt that was interrupted.
       01  WS-MOVE-READ      PIC 9(8) VALUE 0.
       01  WS-MOVE-POSTED    PIC 9(8) VALUE 0.
       01  WS-MOVE-REFUSED   PIC 9(8) VALUE 0.
       01  WS-MOVE-RESUMED   PIC 9(8) VALUE 0.
       01  WS-RELEASE-FAILED PIC X(1) VALUE "N".
       01  WS-REASON-CODE    PIC X(4) VALUE SPACES.
       01  WS-SUSP-OPEN      PIC X(1) VALUE "N".
       01  WS-HIST-OPEN      PIC X(1) VALUE "N".
       01  WS-REFUSED-IMAGE.
           05  RI-TYPE           PIC X(1).
           05  RI-ACCOUNT-ID     PIC X(8).
           05  RI-AMOUNT         PIC 9(7)V99.

      *> Ledger classes, loaded the way FILEDEMO loads them, with
      *> the same built-in fallback when classtab.txt is missing.
       01  WS-CLASS-LIMIT    PIC 9(2) VALUE 50.
       01  WS-CLASS-COUNT    PIC 9(2) VALUE 0.
       01  WS-CLASS-DUP      PIC X(1) VALUE "N".
       01  WS-CLASS-TABLE.
           05  WS-CLASS-ENTRY OCCURS 50 TIMES.
               10  WS-CLASS-PREFIX  PIC X(1).
               10  WS-CLASS-CODE    PIC 9(3).
       01  WS-CLASS-IDX      PIC 9(2) VALUE 0.
       01  WS-CLASS-IDX2     PIC 9(2) VALUE 0.
       01  WS-GL-TOTALS.
           05  WS-GL-TOTAL-ENTRY OCCURS 50 TIMES.
               10  WS-GL-REC-COUNT  PIC 9(8).
               10  WS-GL-AMT-TOTAL  PIC S9(9)V99.
       01  WS-GL-UNCL-COUNT  PIC 9(8) VALUE 0.
       01  WS-GL-UNCL-TOTAL  PIC S9(9)V99 VALUE 0.
       01  WS-GL-CLS-FOUND   PIC X(1) VALUE "N".
       01  WS-GL-SIGNED-AMT  PIC S9(9)V99 VALUE 0.
       01  WS-GL-DETAILS     PIC 9(3) VALUE 0.
       01  WS-GL-TOT-COUNT   PIC 9(8) VALUE 0.
       01  WS-GL-TOT-AMOUNT  PIC S9(11)V99 VALUE 0.
       01  WS-GL-ROW-CLASS   PIC 9(3) VALUE 0.
       01  WS-GL-ROW-COUNT   PIC 9(8) VALUE 0.
       01  WS-GL-ROW-AMT     PIC S9(11)V99 VALUE 0.
       01  WS-GL-HEADER-REC.
           05  GLH-RECORD-TYPE  PIC X(1).
           05  GLH-RUN-DATE     PIC 9(8).
           05  GLH-JOB-NAME     PIC X(8).
           05  GLH-OPERATOR     PIC X(8).
       01  WS-GL-DETAIL-REC.
           05  GLD-RECORD-TYPE  PIC X(1).
           05  GLD-RUN-DATE     PIC 9(8).
           05  GLD-CLASS        PIC 9(3).
           05  GLD-REC-COUNT    PIC 9(8).
           05  GLD-DC-IND       PIC X(1).
           05  GLD-AMOUNT       PIC 9(9)V99.
       01  WS-GL-TRAILER-REC.
           05  GLT-RECORD-TYPE  PIC X(1).
           05  GLT-DETAIL-COUNT PIC 9(3).
           05  GLT-REC-COUNT    PIC 9(8).
           05  GLT-DC-IND       PIC X(1).
           05  GLT-AMOUNT       PIC 9(11)V99.

      *> Operator sign-on via the shared OPERSIGN password check -
      *> function "S" is supervisor authority.
       01  WS-SIGNON-ID      PIC X(8) VALUE SPACES.
       01  WS-SIGNON-OK      PIC X(1) VALUE "N".
       01  WS-AUTH-FUNCTION  PIC X(1) VALUE SPACE.
       01  WS-AUTH-NAME      PIC X(20) VALUE SPACES.
       01  WS-AUTH-RC        PIC 9(2) VALUE 0.

      *> One audit row per disposition - the step names the action
      *> and the sender; the counts carry the batch's movements.
       01  WS-JOB-RC         PIC 9(2) VALUE 0.
       01  WS-AUDIT-STEP     PIC X(20) VALUE SPACES.
       01  WS-AUDIT-COUNTS.
           05  WS-AUDIT-READ    PIC 9(8) VALUE 0.
           05  WS-AUDIT-VALID   PIC 9(8) VALUE 0.
           05  WS-AUDIT-REJECT  PIC 9(8) VALUE 0.

       COPY "ABC.COPY".

       PROCEDURE DIVISION.
       MAIN-SECTION.
           DISPLAY "HELD-BATCH RELEASE"
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           MOVE WS-DATE TO WS-HDR-RUN-DATE
           MOVE "HELDREL " TO WS-HDR-JOB-NAME

           PERFORM SIGN-ON-SECTION
               UNTIL WS-SIGNON-OK = "Y" OR WS-OPERATOR-DONE
           IF WS-OPERATOR-DONE
               DISPLAY "SIGN-ON ABANDONED - NO CHANGES MADE"
               STOP RUN
           END-IF
           MOVE WS-SIGNON-ID TO WS-HDR-OPERATOR-ID

      *> OPTIONAL file - status 05 is an empty queue, not a failure.
           OPEN I-O HELD-BATCH-FILE
           IF WS-HELD-STATUS NOT = "00"
                   AND WS-HELD-STATUS NOT = "05"
               DISPLAY "HELD-BATCH QUEUE OPEN FAILED - STATUS "
                   WS-HELD-STATUS
               STOP RUN
           END-IF
           PERFORM LOAD-CLASS-TABLE-SECTION

           PERFORM MENU-SECTION UNTIL WS-OPERATOR-DONE

           CLOSE HELD-BATCH-FILE
           DISPLAY "HELD BATCHES DISPOSED OF: " WS-ACTION-COUNT
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
               MOVE "S" TO WS-AUTH-FUNCTION
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
                       DISPLAY "NOT AUTHORIZED FOR SUPERVISOR "
                           "FUNCTIONS"
                   WHEN 32
                       DISPLAY "NO PASSWORD SET - SEE THE SECURITY "
                           "ADMINISTRATOR"
                   WHEN OTHER
                       DISPLAY "SIGN-ON REFUSED"
               END-EVALUATE
           END-IF
           EXIT.

       MENU-SECTION.
           DISPLAY " "
           DISPLAY "L)IST  R)ELEASE  C)ANCEL  Q)UIT: "
           MOVE SPACE TO WS-MENU-CHOICE
           ACCEPT WS-MENU-CHOICE
           EVALUATE WS-MENU-CHOICE
               WHEN "L" WHEN "l"
                   PERFORM LIST-BATCHES-SECTION
               WHEN "R" WHEN "r"
                   PERFORM RELEASE-BATCH-SECTION
               WHEN "C" WHEN "c"
                   PERFORM CANCEL-BATCH-SECTION
               WHEN "Q" WHEN "q"
                   SET WS-OPERATOR-DONE TO TRUE
               WHEN OTHER
                   DISPLAY "UNKNOWN CHOICE - " WS-MENU-CHOICE
           END-EVALUATE
           EXIT.

      *> One line per batch on the queue, still held or not - the
      *> control records are the HB-SEQ 0 rows.
       LIST-BATCHES-SECTION.
           MOVE 0 TO WS-LIST-COUNT
           MOVE LOW-VALUES TO HB-KEY
           MOVE 0 TO WS-HELD-EOF
           START HELD-BATCH-FILE KEY NOT < HB-KEY
               INVALID KEY MOVE 1 TO WS-HELD-EOF
           END-START
           DISPLAY "SENDER JOB DATE BAT STATUS    REASON        "
               "MOVES RECEIVED EXPECTED"
           PERFORM UNTIL WS-HELD-EOF = 1
               READ HELD-BATCH-FILE NEXT RECORD
                   AT END MOVE 1 TO WS-HELD-EOF
                   NOT AT END
                       IF HB-SEQ = 0
                           PERFORM LIST-ONE-BATCH-SECTION
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LIST-COUNT = 0
               DISPLAY "NO BATCHES ON THE HELD QUEUE"
           END-IF
           EXIT.

       LIST-ONE-BATCH-SECTION.
           ADD 1 TO WS-LIST-COUNT
           PERFORM SET-BATCH-TEXT-SECTION
           DISPLAY HB-SENDER-ID " " HB-JOB-DATE " " HB-BATCH-NO " "
               WS-STATUS-TEXT " " WS-REASON-TEXT " " HB-MOVE-COUNT
               " " HB-DETAIL-RECEIVED " " HB-CONTROL-COUNT
           EVALUATE TRUE
               WHEN HB-BATCH-RELEASED
                   DISPLAY "       RELEASED " HB-DISP-DATE " BY "
                       HB-DISP-OPER
               WHEN HB-BATCH-CANCELLED
                   DISPLAY "       CANCELLED " HB-DISP-DATE " BY "
                       HB-DISP-OPER " - " HB-CANCEL-REASON
           END-EVALUATE
           EXIT.

       SET-BATCH-TEXT-SECTION.
           EVALUATE TRUE
               WHEN HB-BATCH-HELD
                   MOVE "HELD" TO WS-STATUS-TEXT
               WHEN HB-BATCH-RELEASED
                   MOVE "RELEASED" TO WS-STATUS-TEXT
               WHEN HB-BATCH-CANCELLED
                   MOVE "CANCELLED" TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE "UNKNOWN" TO WS-STATUS-TEXT
           END-EVALUATE
           EVALUATE HB-HOLD-REASON
               WHEN "C"
                   MOVE "COUNT MISMATCH" TO WS-REASON-TEXT
               WHEN "M"
                   MOVE "NO TRAILER" TO WS-REASON-TEXT
               WHEN OTHER
                   MOVE SPACES TO WS-REASON-TEXT
           END-EVALUATE
           EXIT.

      *> Prompts for sender, job date and batch number and reads the
      *> batch's control record - WS-BATCH-FOUND says whether the
      *> queue holds it. A blank sender is a legacy batch from before
      *> senders were transmitted.
       PROMPT-BATCH-SECTION.
           MOVE "N" TO WS-BATCH-FOUND
           DISPLAY "SENDER ID (BLANK FOR NONE): "
           MOVE SPACES TO WS-IN-SENDER
           ACCEPT WS-IN-SENDER
           DISPLAY "JOB DATE (YYYYMMDD): "
           MOVE SPACES TO WS-IN-JOB-DATE
           ACCEPT WS-IN-JOB-DATE
           DISPLAY "BATCH NUMBER (3 DIGITS): "
           MOVE SPACES TO WS-IN-BATCH-NO
           ACCEPT WS-IN-BATCH-NO
           EVALUATE TRUE
               WHEN WS-IN-JOB-DATE IS NOT NUMERIC
                   DISPLAY "JOB DATE MUST BE 8 DIGITS"
               WHEN WS-IN-BATCH-NO IS NOT NUMERIC
                   DISPLAY "BATCH NUMBER MUST BE 3 DIGITS"
               WHEN OTHER
                   MOVE WS-IN-SENDER TO WS-BK-SENDER-ID
                   MOVE WS-IN-JOB-DATE TO WS-BK-JOB-DATE
                   MOVE WS-IN-BATCH-NO TO WS-BK-BATCH-NO
                   PERFORM READ-CONTROL-SECTION
                   IF WS-BATCH-FOUND = "N"
                       DISPLAY "NO SUCH BATCH ON THE HELD QUEUE"
                   END-IF
           END-EVALUATE
           EXIT.

       READ-CONTROL-SECTION.
           MOVE "N" TO WS-BATCH-FOUND
           MOVE SPACES TO HELD-BATCH-RECORD
           MOVE WS-BK-SENDER-ID TO HB-SENDER-ID
           MOVE WS-BK-JOB-DATE TO HB-JOB-DATE
           MOVE WS-BK-BATCH-NO TO HB-BATCH-NO
           MOVE 0 TO HB-SEQ
           READ HELD-BATCH-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE "Y" TO WS-BATCH-FOUND
           END-READ
           EXIT.

      *> A release is refused when the day is already complete on
      *> procctl.dat from another transmission - the sender
      *> retransmitted it and it posted, so releasing this copy
      *> would post it twice; cancel it instead. Batches held out
      *> of a transmission whose other batches posted clean stay
      *> releasable.
      *> It is also refused while FILEDEMO holds the run lock.
       RELEASE-BATCH-SECTION.
           PERFORM PROMPT-BATCH-SECTION
           IF WS-BATCH-FOUND = "Y"
               PERFORM CHECK-DAY-COMPLETE-SECTION
               PERFORM CHECK-RUN-LOCK-SECTION
               PERFORM READ-CONTROL-SECTION
               EVALUATE TRUE
                   WHEN NOT HB-BATCH-HELD
                       PERFORM SET-BATCH-TEXT-SECTION
                       DISPLAY "BATCH IS " WS-STATUS-TEXT
                           " - ONLY A HELD BATCH CAN BE RELEASED"
                   WHEN WS-DAY-COMPLETE = "Y"
                       DISPLAY "SENDER " HB-SENDER-ID " JOB DATE "
                           HB-JOB-DATE " ALREADY COMPLETED - "
                           "CANCEL THIS BATCH INSTEAD"
                   WHEN WS-LOCK-ACTIVE = "Y"
                       DISPLAY "RELEASE REFUSED - FILEDEMO RUN LOCK "
                           "HELD BY OPERATOR " WS-LOCK-OPERATOR
                   WHEN OTHER
                       PERFORM SET-BATCH-TEXT-SECTION
                       DISPLAY "RELEASE " HB-MOVE-COUNT
                           " MOVEMENTS - HELD FOR " WS-REASON-TEXT
                           " - Y/N: "
                       MOVE SPACE TO WS-IN-CONFIRM
                       ACCEPT WS-IN-CONFIRM
                       IF WS-IN-CONFIRM = "Y" OR WS-IN-CONFIRM = "y"
                           PERFORM APPLY-BATCH-SECTION
                       ELSE
                           DISPLAY "NOT RELEASED"
                       END-IF
               END-EVALUATE
           END-IF
           EXIT.

      *> Sets WS-DAY-COMPLETE when procctl.dat shows the batch's
      *> sender and job date posted by something other than the
      *> transmission this batch came in with. Cancelled entries
      *> never count. FILEDEMO's own completion entry (no stamp)
      *> counts unless the batch's control record says that same
      *> run completed the day from the batch's clean siblings. A
      *> release entry counts when it is this batch's, or another
      *> batch's held from a different run - a release of a
      *> sibling held in the same run does not.
       CHECK-DAY-COMPLETE-SECTION.
           MOVE "N" TO WS-DAY-COMPLETE
           PERFORM READ-CONTROL-SECTION
           MOVE HB-HELD-DATE TO WS-BK-HELD-DATE
           MOVE HB-DAY-DONE TO WS-BK-DAY-DONE
           OPEN INPUT PROC-CONTROL-FILE
           IF WS-PROCCTL-STATUS = "00"
               MOVE 0 TO WS-CTL-EOF
               PERFORM UNTIL WS-CTL-EOF = 1
                   READ PROC-CONTROL-FILE
                       AT END MOVE 1 TO WS-CTL-EOF
                       NOT AT END
                           IF PC-DONE-DATE = WS-BK-JOB-DATE
                                   AND PC-SENDER-ID = WS-BK-SENDER-ID
                                   AND NOT PC-BATCH-CANCELLED
                               PERFORM CHECK-DAY-ENTRY-SECTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROC-CONTROL-FILE
           END-IF
           EXIT.

       CHECK-DAY-ENTRY-SECTION.
           EVALUATE TRUE
               WHEN PC-ACTION = SPACE
                   IF WS-BK-DAY-DONE NOT = "Y"
                       MOVE "Y" TO WS-DAY-COMPLETE
                   END-IF
               WHEN PC-BATCH-RELEASED AND PC-BATCH-NO IS NUMERIC
                       AND PC-BATCH-NO NOT = WS-BK-BATCH-NO
                   MOVE SPACES TO HELD-BATCH-RECORD
                   MOVE WS-BK-SENDER-ID TO HB-SENDER-ID
                   MOVE WS-BK-JOB-DATE TO HB-JOB-DATE
                   MOVE PC-BATCH-NO TO HB-BATCH-NO
                   MOVE 0 TO HB-SEQ
                   READ HELD-BATCH-FILE
                       INVALID KEY MOVE "Y" TO WS-DAY-COMPLETE
                       NOT INVALID KEY
                           IF HB-HELD-DATE NOT = WS-BK-HELD-DATE
                               MOVE "Y" TO WS-DAY-COMPLETE
                           END-IF
                   END-READ
               WHEN OTHER
                   MOVE "Y" TO WS-DAY-COMPLETE
           END-EVALUATE
           EXIT.

       CHECK-RUN-LOCK-SECTION.
           MOVE "N" TO WS-LOCK-ACTIVE
           OPEN INPUT RUN-LOCK-FILE
           IF WS-LOCK-STATUS = "00"
               READ RUN-LOCK-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF LK-STATE = "A"
                           MOVE "Y" TO WS-LOCK-ACTIVE
                           MOVE LK-OPERATOR TO WS-LOCK-OPERATOR
                       END-IF
               END-READ
               CLOSE RUN-LOCK-FILE
           END-IF
           EXIT.

      *> Takes the run lock for the length of the release, so a
      *> FILEDEMO started meanwhile refuses rather than posting
      *> alongside it. The lock is read again first - a run that
      *> started while the supervisor was confirming keeps its lock
      *> and the release is refused.
       TAKE-RUN-LOCK-SECTION.
           MOVE "N" TO WS-LOCK-HELD
           ACCEPT WS-TIME FROM TIME
           PERFORM CHECK-RUN-LOCK-SECTION
           IF WS-LOCK-ACTIVE = "Y"
               DISPLAY "RELEASE REFUSED - RUN LOCK TAKEN BY "
                   "OPERATOR " WS-LOCK-OPERATOR " - NOTHING CHANGED"
           ELSE
               OPEN OUTPUT RUN-LOCK-FILE
               IF WS-LOCK-STATUS NOT = "00"
                   DISPLAY "RUN LOCK OPEN FAILED - STATUS "
                       WS-LOCK-STATUS
               ELSE
                   MOVE SPACES TO RUN-LOCK-RECORD
                   MOVE "A" TO LK-STATE
                   MOVE WS-SIGNON-ID TO LK-OPERATOR
                   MOVE WS-DATE TO LK-DATE
                   MOVE WS-TIME TO LK-TIME
                   WRITE RUN-LOCK-RECORD
                   CLOSE RUN-LOCK-FILE
                   MOVE "Y" TO WS-LOCK-HELD
               END-IF
           END-IF
           EXIT.

       DROP-RUN-LOCK-SECTION.
           IF WS-LOCK-HELD = "Y"
               OPEN OUTPUT RUN-LOCK-FILE
               IF WS-LOCK-STATUS NOT = "00"
                   DISPLAY "RUN LOCK RELEASE FAILED - STATUS "
                       WS-LOCK-STATUS
               ELSE
                   MOVE SPACES TO RUN-LOCK-RECORD
                   MOVE "R" TO LK-STATE
                   MOVE WS-SIGNON-ID TO LK-OPERATOR
                   MOVE WS-DATE TO LK-DATE
                   MOVE WS-TIME TO LK-TIME
                   WRITE RUN-LOCK-RECORD
                   CLOSE RUN-LOCK-FILE
                   MOVE "N" TO WS-LOCK-HELD
               END-IF
           END-IF
           EXIT.

      *> Posts every movement of the batch not already disposed of.
      *> Each one is marked on the queue as it is posted or refused,
      *> so a release that fails part way (master I/O error) leaves
      *> the batch held and can simply be released again - the
      *> movements done the first time are skipped, not reposted.
       APPLY-BATCH-SECTION.
           MOVE 0 TO WS-MOVE-READ
           MOVE 0 TO WS-MOVE-POSTED
           MOVE 0 TO WS-MOVE-REFUSED
           MOVE 0 TO WS-MOVE-RESUMED
           MOVE 0 TO WS-JOB-RC
           MOVE "N" TO WS-RELEASE-FAILED
           INITIALIZE WS-GL-TOTALS
           MOVE 0 TO WS-GL-UNCL-COUNT
           MOVE 0 TO WS-GL-UNCL-TOTAL
           PERFORM TAKE-RUN-LOCK-SECTION
           IF WS-LOCK-HELD = "N"
               DISPLAY "RELEASE NOT STARTED"
           ELSE
               OPEN I-O ACCOUNT-MASTER
               IF WS-MASTER-STATUS NOT = "00"
                       AND WS-MASTER-STATUS NOT = "05"
                   DISPLAY "ACCOUNT MASTER OPEN FAILED - STATUS "
                       WS-MASTER-STATUS " - RELEASE NOT STARTED"
               ELSE
                   PERFORM OPEN-RELEASE-FILES-SECTION
                   PERFORM POST-BATCH-SECTION
                   PERFORM CLOSE-RELEASE-FILES-SECTION
                   CLOSE ACCOUNT-MASTER
                   PERFORM WRITE-GL-RELEASE-SECTION
                   PERFORM FINISH-RELEASE-SECTION
               END-IF
               PERFORM DROP-RUN-LOCK-SECTION
           END-IF
           EXIT.

      *> history.txt and rejsusp.txt are appended to, or started if
      *> this is the first anything has written them.
       OPEN-RELEASE-FILES-SECTION.
           MOVE "N" TO WS-HIST-OPEN
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS = "00"
               CLOSE HISTORY-FILE
               OPEN EXTEND HISTORY-FILE
           ELSE
               OPEN OUTPUT HISTORY-FILE
           END-IF
           IF WS-HISTORY-STATUS = "00"
               MOVE "Y" TO WS-HIST-OPEN
           ELSE
               DISPLAY "HISTORY FILE OPEN FAILED - STATUS "
                   WS-HISTORY-STATUS
           END-IF
           MOVE "N" TO WS-SUSP-OPEN
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
                   WS-SUSP-STATUS
           END-IF
           EXIT.

       CLOSE-RELEASE-FILES-SECTION.
           IF WS-HIST-OPEN = "Y"
               CLOSE HISTORY-FILE
               MOVE "N" TO WS-HIST-OPEN
           END-IF
           IF WS-SUSP-OPEN = "Y"
               CLOSE REJECT-SUSPENSE-FILE
               MOVE "N" TO WS-SUSP-OPEN
           END-IF
           EXIT.

      *> Without history the released movements would post but never
      *> reach a statement - a history file that will not open stops
      *> the release before anything posts.
       POST-BATCH-SECTION.
           IF WS-HIST-OPEN = "N"
               MOVE "Y" TO WS-RELEASE-FAILED
           ELSE
               PERFORM READ-CONTROL-SECTION
               MOVE 0 TO WS-HELD-EOF
               START HELD-BATCH-FILE KEY > HB-KEY
                   INVALID KEY MOVE 1 TO WS-HELD-EOF
               END-START
               PERFORM UNTIL WS-HELD-EOF = 1
                   READ HELD-BATCH-FILE NEXT RECORD
                       AT END MOVE 1 TO WS-HELD-EOF
                       NOT AT END
                           IF HB-SENDER-ID NOT = WS-BK-SENDER-ID
                                   OR HB-JOB-DATE NOT = WS-BK-JOB-DATE
                                   OR HB-BATCH-NO NOT = WS-BK-BATCH-NO
                               MOVE 1 TO WS-HELD-EOF
                           ELSE
                               PERFORM POST-ONE-MOVEMENT-SECTION
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           EXIT.

       POST-ONE-MOVEMENT-SECTION.
           ADD 1 TO WS-MOVE-READ
           IF NOT HB-MOVE-PENDING
               ADD 1 TO WS-MOVE-RESUMED
           ELSE
               PERFORM POST-MOVEMENT-IO-SECTION
           END-IF
           EXIT.

      *> The same posting and the same refusals FILEDEMO applies.
       POST-MOVEMENT-IO-SECTION.
           MOVE HB-ACCOUNT-ID TO AM-ACCOUNT-ID
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
                           IF HB-MOVE-TYPE = "R"
                               SUBTRACT HB-AMOUNT FROM AM-BALANCE
                           ELSE
                               ADD HB-AMOUNT TO AM-BALANCE
                           END-IF
                           IF HB-JOB-DATE > AM-LAST-DATE
                               MOVE HB-JOB-DATE TO AM-LAST-DATE
                           END-IF
                           ADD 1 TO AM-MOVEMENT-COUNT
                           REWRITE ACCOUNT-MASTER-RECORD
                   END-EVALUATE
           END-READ
           EVALUATE TRUE
               WHEN WS-REASON-CODE NOT = SPACES
                   PERFORM WRITE-REFUSAL-SECTION
                   SET HB-MOVE-REFUSED TO TRUE
                   PERFORM MARK-MOVEMENT-SECTION
               WHEN WS-MASTER-STATUS NOT = "00"
                   DISPLAY "ACCOUNT MASTER I/O FAILED - STATUS "
                       WS-MASTER-STATUS " ACCT " HB-ACCOUNT-ID
                   MOVE "Y" TO WS-RELEASE-FAILED
                   MOVE 1 TO WS-HELD-EOF
               WHEN OTHER
                   ADD 1 TO WS-MOVE-POSTED
                   PERFORM APPEND-HISTORY-SECTION
                   PERFORM ACCUM-GL-MOVEMENT-SECTION
                   SET HB-MOVE-POSTED TO TRUE
                   PERFORM MARK-MOVEMENT-SECTION
           END-EVALUATE
           EXIT.

       MARK-MOVEMENT-SECTION.
           REWRITE HELD-BATCH-RECORD
           IF WS-HELD-STATUS NOT = "00"
               DISPLAY "HELD-BATCH REWRITE FAILED - STATUS "
                   WS-HELD-STATUS " SEQ " HB-SEQ
               MOVE "Y" TO WS-RELEASE-FAILED
               MOVE 1 TO WS-HELD-EOF
           END-IF
           EXIT.

       APPEND-HISTORY-SECTION.
           MOVE SPACES TO HISTORY-RECORD
           MOVE HB-JOB-DATE TO HS-JOB-DATE
           MOVE HB-MOVE-TYPE TO HS-TYPE
           MOVE HB-ACCOUNT-ID TO HS-ACCOUNT-ID
           MOVE HB-AMOUNT TO HS-AMOUNT
           WRITE HISTORY-RECORD
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "HISTORY WRITE FAILED - STATUS "
                   WS-HISTORY-STATUS " ACCT " HB-ACCOUNT-ID
               IF WS-JOB-RC < 4
                   MOVE 4 TO WS-JOB-RC
               END-IF
           END-IF
           EXIT.

      *> A refused movement goes to suspense under the batch's own
      *> sender, for REJFIX to correct or write off.
       WRITE-REFUSAL-SECTION.
           ADD 1 TO WS-MOVE-REFUSED
           DISPLAY "REFUSED  - ACCT " HB-ACCOUNT-ID " (" WS-REASON-CODE
               ")"
           MOVE HB-MOVE-TYPE TO RI-TYPE
           MOVE HB-ACCOUNT-ID TO RI-ACCOUNT-ID
           MOVE HB-AMOUNT TO RI-AMOUNT
           IF WS-SUSP-OPEN = "Y"
               MOVE SPACES TO SUSPENSE-RECORD
               MOVE WS-DATE TO SU-RUN-DATE
               MOVE WS-REASON-CODE TO SU-REASON-CODE
               MOVE "O" TO SU-DISPOSITION
               MOVE 0 TO SU-DISP-DATE
               MOVE WS-REFUSED-IMAGE TO SU-ORIGINAL-LINE
               MOVE HB-SENDER-ID TO SU-SENDER-ID
               WRITE SUSPENSE-RECORD
               IF WS-SUSP-STATUS NOT = "00"
                   DISPLAY "SUSPENSE WRITE FAILED - STATUS "
                       WS-SUSP-STATUS
               END-IF
           END-IF
           IF WS-JOB-RC < 4
               MOVE 4 TO WS-JOB-RC
           END-IF
           EXIT.

       ACCUM-GL-MOVEMENT-SECTION.
           IF HB-MOVE-TYPE = "R"
               COMPUTE WS-GL-SIGNED-AMT = 0 - HB-AMOUNT
           ELSE
               MOVE HB-AMOUNT TO WS-GL-SIGNED-AMT
           END-IF
           MOVE "N" TO WS-GL-CLS-FOUND
           PERFORM VARYING WS-CLASS-IDX FROM 1 BY 1
                   UNTIL WS-CLASS-IDX > WS-CLASS-COUNT
                       OR WS-GL-CLS-FOUND = "Y"
               IF HB-ACCOUNT-ID(1:1) = WS-CLASS-PREFIX(WS-CLASS-IDX)
                   MOVE "Y" TO WS-GL-CLS-FOUND
                   ADD 1 TO WS-GL-REC-COUNT(WS-CLASS-IDX)
                   ADD WS-GL-SIGNED-AMT
                       TO WS-GL-AMT-TOTAL(WS-CLASS-IDX)
               END-IF
           END-PERFORM
           IF WS-GL-CLS-FOUND = "N"
               ADD 1 TO WS-GL-UNCL-COUNT
               ADD WS-GL-SIGNED-AMT TO WS-GL-UNCL-TOTAL
           END-IF
           EXIT.

      *> One balanced group per release onto glrel.txt - written for
      *> whatever posted, even when the release stopped part way, so
      *> the ledger carries exactly what reached the master.
       WRITE-GL-RELEASE-SECTION.
           IF WS-MOVE-POSTED > 0
               OPEN INPUT GL-RELEASE-FILE
               IF WS-GL-STATUS = "00"
                   CLOSE GL-RELEASE-FILE
                   OPEN EXTEND GL-RELEASE-FILE
               ELSE
                   OPEN OUTPUT GL-RELEASE-FILE
               END-IF
               IF WS-GL-STATUS NOT = "00"
                   DISPLAY "GL RELEASE FILE OPEN FAILED - STATUS "
                       WS-GL-STATUS
                   IF WS-JOB-RC < 4
                       MOVE 4 TO WS-JOB-RC
                   END-IF
               ELSE
                   PERFORM WRITE-GL-GROUP-SECTION
                   CLOSE GL-RELEASE-FILE
               END-IF
           END-IF
           EXIT.

       WRITE-GL-GROUP-SECTION.
           MOVE "1" TO GLH-RECORD-TYPE
           MOVE WS-DATE TO GLH-RUN-DATE
           MOVE WS-HDR-JOB-NAME TO GLH-JOB-NAME
           MOVE WS-SIGNON-ID TO GLH-OPERATOR
           MOVE SPACES TO GL-RECORD
           MOVE WS-GL-HEADER-REC TO GL-RECORD
           WRITE GL-RECORD
           MOVE 0 TO WS-GL-DETAILS
           MOVE 0 TO WS-GL-TOT-COUNT
           MOVE 0 TO WS-GL-TOT-AMOUNT
           PERFORM WRITE-GL-CLASS-SECTION
               VARYING WS-CLASS-IDX FROM 1 BY 1
               UNTIL WS-CLASS-IDX > WS-CLASS-COUNT
           IF WS-GL-UNCL-COUNT > 0
               MOVE 999 TO WS-GL-ROW-CLASS
               MOVE WS-GL-UNCL-COUNT TO WS-GL-ROW-COUNT
               MOVE WS-GL-UNCL-TOTAL TO WS-GL-ROW-AMT
               PERFORM WRITE-GL-ROW-SECTION
           END-IF
           MOVE "9" TO GLT-RECORD-TYPE
           MOVE WS-GL-DETAILS TO GLT-DETAIL-COUNT
           MOVE WS-GL-TOT-COUNT TO GLT-REC-COUNT
           IF WS-GL-TOT-AMOUNT < 0
               MOVE "C" TO GLT-DC-IND
               COMPUTE GLT-AMOUNT = 0 - WS-GL-TOT-AMOUNT
           ELSE
               MOVE "D" TO GLT-DC-IND
               MOVE WS-GL-TOT-AMOUNT TO GLT-AMOUNT
           END-IF
           MOVE SPACES TO GL-RECORD
           MOVE WS-GL-TRAILER-REC TO GL-RECORD
           WRITE GL-RECORD
           DISPLAY "GL RELEASE GROUP - " WS-GL-DETAILS
               " CLASS RECORDS WRITTEN"
           EXIT.

       WRITE-GL-CLASS-SECTION.
           IF WS-GL-REC-COUNT(WS-CLASS-IDX) > 0
               MOVE WS-CLASS-CODE(WS-CLASS-IDX) TO WS-GL-ROW-CLASS
               MOVE WS-GL-REC-COUNT(WS-CLASS-IDX)
                   TO WS-GL-ROW-COUNT
               MOVE WS-GL-AMT-TOTAL(WS-CLASS-IDX)
                   TO WS-GL-ROW-AMT
               PERFORM WRITE-GL-ROW-SECTION
           END-IF
           EXIT.

       WRITE-GL-ROW-SECTION.
           MOVE "2" TO GLD-RECORD-TYPE
           MOVE WS-DATE TO GLD-RUN-DATE
           MOVE WS-GL-ROW-CLASS TO GLD-CLASS
           MOVE WS-GL-ROW-COUNT TO GLD-REC-COUNT
           IF WS-GL-ROW-AMT < 0
               MOVE "C" TO GLD-DC-IND
               COMPUTE GLD-AMOUNT = 0 - WS-GL-ROW-AMT
           ELSE
               MOVE "D" TO GLD-DC-IND
               MOVE WS-GL-ROW-AMT TO GLD-AMOUNT
           END-IF
           MOVE SPACES TO GL-RECORD
           MOVE WS-GL-DETAIL-REC TO GL-RECORD
           WRITE GL-RECORD
           ADD 1 TO WS-GL-DETAILS
           ADD WS-GL-ROW-COUNT TO WS-GL-TOT-COUNT
           ADD WS-GL-ROW-AMT TO WS-GL-TOT-AMOUNT
           EXIT.

      *> A release that stopped part way stays held and is audited
      *> with condition code 8; a complete one is stamped released on
      *> the queue and on procctl.dat. Movements resumed from an
      *> earlier attempt count as read, not as posted again.
       FINISH-RELEASE-SECTION.
           MOVE WS-MOVE-READ TO WS-AUDIT-READ
           MOVE WS-MOVE-POSTED TO WS-AUDIT-VALID
           MOVE WS-MOVE-REFUSED TO WS-AUDIT-REJECT
           IF WS-RELEASE-FAILED = "Y"
               MOVE 8 TO WS-JOB-RC
               DISPLAY "RELEASE STOPPED - " WS-MOVE-POSTED
                   " POSTED, " WS-MOVE-REFUSED " REFUSED - BATCH "
                   "STILL HELD; RELEASE AGAIN TO RESUME"
               MOVE "HELD-RELEASE FAIL" TO WS-AUDIT-STEP
           ELSE
               PERFORM READ-CONTROL-SECTION
               SET HB-BATCH-RELEASED TO TRUE
               MOVE WS-DATE TO HB-DISP-DATE
               MOVE WS-SIGNON-ID TO HB-DISP-OPER
               REWRITE HELD-BATCH-RECORD
               IF WS-HELD-STATUS NOT = "00"
                   DISPLAY "HELD-BATCH REWRITE FAILED - STATUS "
                       WS-HELD-STATUS
                   MOVE 8 TO WS-JOB-RC
               END-IF
               MOVE SPACES TO WS-IN-REASON
               PERFORM APPEND-PROC-CONTROL-SECTION
               DISPLAY "RELEASED - " WS-MOVE-POSTED " POSTED, "
                   WS-MOVE-REFUSED " REFUSED TO SUSPENSE, "
                   WS-MOVE-RESUMED " DONE EARLIER"
               MOVE SPACES TO WS-AUDIT-STEP
               STRING "HELD-RELEASE " WS-BK-SENDER-ID
                   DELIMITED BY SIZE INTO WS-AUDIT-STEP
               ADD 1 TO WS-ACTION-COUNT
           END-IF
           CALL 'AUDITLOG' USING WS-DESCRIPTION, WS-AUDIT-STEP,
               WS-JOB-RC, WS-AUDIT-COUNTS
           EXIT.

      *> A cancelled batch posts nothing. One that a failed release
      *> already part-posted cannot be cancelled - the master holds
      *> some of it - and has to be released to completion instead.
       CANCEL-BATCH-SECTION.
           PERFORM PROMPT-BATCH-SECTION
           IF WS-BATCH-FOUND = "Y"
               PERFORM COUNT-DONE-MOVES-SECTION
               PERFORM READ-CONTROL-SECTION
               EVALUATE TRUE
                   WHEN NOT HB-BATCH-HELD
                       PERFORM SET-BATCH-TEXT-SECTION
                       DISPLAY "BATCH IS " WS-STATUS-TEXT
                           " - ONLY A HELD BATCH CAN BE CANCELLED"
                   WHEN WS-DONE-MOVES > 0
                       DISPLAY WS-DONE-MOVES " MOVEMENTS ALREADY "
                           "RELEASED - RELEASE THE BATCH TO COMPLETE "
                           "IT"
                   WHEN OTHER
                       PERFORM CANCEL-CONFIRM-SECTION
               END-EVALUATE
           END-IF
           EXIT.

       CANCEL-CONFIRM-SECTION.
           DISPLAY "CANCEL REASON (UP TO 30 CHARS): "
           MOVE SPACES TO WS-IN-REASON
           ACCEPT WS-IN-REASON
           IF WS-IN-REASON = SPACES
               DISPLAY "A CANCEL REASON IS REQUIRED - NOT CANCELLED"
           ELSE
               DISPLAY "CANCEL " HB-MOVE-COUNT " MOVEMENTS - Y/N: "
               MOVE SPACE TO WS-IN-CONFIRM
               ACCEPT WS-IN-CONFIRM
               IF WS-IN-CONFIRM = "Y" OR WS-IN-CONFIRM = "y"
                   PERFORM CANCEL-APPLY-SECTION
               ELSE
                   DISPLAY "NOT CANCELLED"
               END-IF
           END-IF
           EXIT.

       CANCEL-APPLY-SECTION.
           MOVE 0 TO WS-JOB-RC
           SET HB-BATCH-CANCELLED TO TRUE
           MOVE WS-DATE TO HB-DISP-DATE
           MOVE WS-SIGNON-ID TO HB-DISP-OPER
           MOVE WS-IN-REASON TO HB-CANCEL-REASON
           REWRITE HELD-BATCH-RECORD
           IF WS-HELD-STATUS NOT = "00"
               DISPLAY "HELD-BATCH REWRITE FAILED - STATUS "
                   WS-HELD-STATUS " - NOT CANCELLED"
           ELSE
               MOVE HB-MOVE-COUNT TO WS-AUDIT-READ
               PERFORM APPEND-PROC-CONTROL-SECTION
               DISPLAY "CANCELLED - SENDER MAY RETRANSMIT "
                   WS-BK-JOB-DATE
               MOVE 0 TO WS-AUDIT-VALID
               MOVE 0 TO WS-AUDIT-REJECT
               MOVE SPACES TO WS-AUDIT-STEP
               STRING "HELD-CANCEL " WS-BK-SENDER-ID
                   DELIMITED BY SIZE INTO WS-AUDIT-STEP
               CALL 'AUDITLOG' USING WS-DESCRIPTION, WS-AUDIT-STEP,
                   WS-JOB-RC, WS-AUDIT-COUNTS
               ADD 1 TO WS-ACTION-COUNT
           END-IF
           EXIT.

      *> Counts the batch's movements an interrupted release already
      *> posted or refused.
       COUNT-DONE-MOVES-SECTION.
           MOVE 0 TO WS-DONE-MOVES
           PERFORM READ-CONTROL-SECTION
           MOVE 0 TO WS-HELD-EOF
           START HELD-BATCH-FILE KEY > HB-KEY
               INVALID KEY MOVE 1 TO WS-HELD-EOF
           END-START
           PERFORM UNTIL WS-HELD-EOF = 1
               READ HELD-BATCH-FILE NEXT RECORD
                   AT END MOVE 1 TO WS-HELD-EOF
                   NOT AT END
                       IF HB-SENDER-ID NOT = WS-BK-SENDER-ID
                               OR HB-JOB-DATE NOT = WS-BK-JOB-DATE
                               OR HB-BATCH-NO NOT = WS-BK-BATCH-NO
                           MOVE 1 TO WS-HELD-EOF
                       ELSE
                           IF NOT HB-MOVE-PENDING
                               ADD 1 TO WS-DONE-MOVES
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           EXIT.

      *> The disposition stamped onto procctl.dat for the batch's
      *> sender and job date - "R" makes the day complete for
      *> FILEDEMO's duplicate check, "X" records the cancel without
      *> closing the day.
       APPEND-PROC-CONTROL-SECTION.
           OPEN INPUT PROC-CONTROL-FILE
           IF WS-PROCCTL-STATUS = "00"
               CLOSE PROC-CONTROL-FILE
               OPEN EXTEND PROC-CONTROL-FILE
           ELSE
               OPEN OUTPUT PROC-CONTROL-FILE
           END-IF
           IF WS-PROCCTL-STATUS NOT = "00"
               DISPLAY "PROCESSING CONTROL OPEN FAILED - STATUS "
                   WS-PROCCTL-STATUS " - DISPOSITION NOT RECORDED"
               MOVE 8 TO WS-JOB-RC
           ELSE
               MOVE SPACES TO PROC-CONTROL-RECORD
               MOVE HB-JOB-DATE TO PC-DONE-DATE
               MOVE HB-SENDER-ID TO PC-SENDER-ID
               MOVE HB-STATUS TO PC-ACTION
               MOVE WS-DATE TO PC-ACTION-DATE
               MOVE WS-SIGNON-ID TO PC-ACTION-OPER
               MOVE HB-BATCH-NO TO PC-BATCH-NO
               MOVE WS-IN-REASON TO PC-REASON
               WRITE PROC-CONTROL-RECORD
               CLOSE PROC-CONTROL-FILE
           END-IF
           EXIT.

      *> Same table, same edits, same built-in fallback as FILEDEMO's
      *> LOAD-CLASS-TABLE-SECTION, so a released movement lands in
      *> the class it would have posted to on the day.
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
               PERFORM VARYING WS-CLASS-IDX2 FROM 1 BY 1
                       UNTIL WS-CLASS-IDX2 > WS-CLASS-COUNT
                           OR WS-CLASS-DUP = "Y"
                   IF CF-PREFIX = WS-CLASS-PREFIX(WS-CLASS-IDX2)
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

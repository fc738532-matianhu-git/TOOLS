       IDENTIFICATION DIVISION.
       PROGRAM-ID. BALSNAP.

      *> Day-end balance snapshot. Once the business day's posting
      *> is on the master - FILEDEMO's batch and EODPOST's bridge of
      *> the online journal - every account's closing balance, last
      *> activity date, movement count and status are copied to the
      *> balance-history file (balsnap.dat), keyed by business date
      *> and account. ACCTINQ answers as-of-date and day-over-day
      *> questions from it, instead of someone rebuilding a past
      *> balance by hand from history.txt; HISTPURG's period close
      *> drops snapshots past their retention.
      *> The master only ever holds today's position, so a snapshot
      *> can only be taken for the latest day - a date earlier than
      *> one already snapped is refused. Rerunning for the same day
      *> replaces that day's snapshot.
      *> Refused outright (condition code 8) while a FILEDEMO run
      *> holds the files or while EODPOST is part way through
      *> bridging the day; taken with a warning (condition code 4)
      *> when the day's online journal has not been bridged yet.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ACCOUNT-MASTER ASSIGN TO "acctmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AM-ACCOUNT-ID
               FILE STATUS IS WS-MASTER-STATUS.

      *> The balance-history file - business date, then account.
           SELECT OPTIONAL SNAPSHOT-FILE ASSIGN TO "balsnap.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BS-KEY
               FILE STATUS IS WS-SNAP-STATUS.

      *> EODPOST's bridge control and bridge checkpoint - whether
      *> the day's journal is already on the master, wholly or in
      *> part.
           SELECT BRIDGE-CONTROL-FILE ASSIGN TO "eodctl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRIDGE-STATUS.

           SELECT BRIDGE-CHKPT-FILE ASSIGN TO "eodchkpt.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BCHKPT-STATUS.

      *> FILEDEMO's active-run lock - no snapshot of a master a run
      *> is part way through posting.
           SELECT RUN-LOCK-FILE ASSIGN TO "runlock.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.

      *> The same run-parameter file FILEDEMO reads - the audit row
      *> should name the operator who set the day up, not a
      *> hardcoded id.
           SELECT RUN-PARAM-FILE ASSIGN TO "runparm.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNPARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  SNAPSHOT-FILE.
       01  SNAPSHOT-RECORD.
           05  BS-KEY.
               10  BS-BUS-DATE        PIC 9(8).
               10  BS-ACCOUNT-ID      PIC X(8).
           05  BS-BALANCE         PIC S9(9)V99.
           05  BS-LAST-DATE       PIC 9(8).
           05  BS-MOVEMENT-COUNT  PIC 9(8).
           05  BS-STATUS          PIC X(1).
           05  BS-TAKEN-DATE      PIC 9(8).

       FD  BRIDGE-CONTROL-FILE.
       01  BRIDGE-CONTROL-RECORD.
           05  BC-DONE-DATE       PIC 9(8).

       FD  BRIDGE-CHKPT-FILE.
       01  BRIDGE-CHKPT-RECORD.
           05  BK-DATE            PIC 9(8).
           05  FILLER             PIC X(1).
           05  BK-APPLIED         PIC 9(8).

       FD  RUN-LOCK-FILE.
       01  RUN-LOCK-RECORD.
           05  LK-STATE           PIC X(1).
           05  FILLER             PIC X(1).
           05  LK-OPERATOR        PIC X(8).
           05  FILLER             PIC X(1).
           05  LK-DATE            PIC 9(8).
           05  FILLER             PIC X(1).
           05  LK-TIME            PIC 9(8).

       FD  RUN-PARAM-FILE.
       01  RUN-PARAM-RECORD.
           05  RP-INPUT-DSN       PIC X(44).
           05  RP-CHKPT-INTERVAL  PIC 9(4).
           05  RP-OPERATOR-ID     PIC X(8).
           05  RP-RUN-MODE        PIC X(1).

       WORKING-STORAGE SECTION.
       01  WS-MASTER-STATUS  PIC X(2) VALUE "00".
       01  WS-SNAP-STATUS    PIC X(2) VALUE "00".
       01  WS-BRIDGE-STATUS  PIC X(2) VALUE "00".
       01  WS-BCHKPT-STATUS  PIC X(2) VALUE "00".
       01  WS-LOCK-STATUS    PIC X(2) VALUE "00".
       01  WS-RUNPARM-STATUS PIC X(2) VALUE "00".
       01  WS-DATE           PIC 9(8).
       01  WS-JOB-RC         PIC 9(2) VALUE 0.
       01  WS-MASTER-EOF     PIC 9(1) VALUE 0.
       01  WS-SNAP-EOF       PIC 9(1) VALUE 0.
       01  WS-CTL-EOF        PIC 9(1) VALUE 0.

      *> The day being snapped, operator-entered the way EODPOST
      *> takes the day it bridges.
       01  WS-IN-DATE        PIC X(8).
       01  WS-SNAP-DATE      PIC 9(8) VALUE 0.
       01  WS-LATER-DATE     PIC 9(8) VALUE 0.
       01  WS-DATE-BRIDGED   PIC X(1) VALUE "N".
       01  WS-PART-BRIDGED   PIC X(1) VALUE "N".
       01  WS-LOCK-ACTIVE    PIC X(1) VALUE "N".
       01  WS-LOCK-OPERATOR  PIC X(8) VALUE SPACES.

       01  WS-ACCOUNTS-READ  PIC 9(8) VALUE 0.
       01  WS-SNAPS-WRITTEN  PIC 9(8) VALUE 0.
       01  WS-SNAPS-REPLACED PIC 9(8) VALUE 0.
       01  WS-TOTAL-BALANCE  PIC S9(11)V99 VALUE 0.
       01  WS-EDIT-AMOUNT    PIC -(10)9.99.

      *> Step-level audit trail, same shape every other job leaves.
       01  WS-AUDIT-STEP     PIC X(20) VALUE SPACES.
       01  WS-AUDIT-COUNTS.
           05  WS-AUDIT-READ    PIC 9(8) VALUE 0.
           05  WS-AUDIT-VALID   PIC 9(8) VALUE 0.
           05  WS-AUDIT-REJECT  PIC 9(8) VALUE 0.

       COPY "ABC.COPY".

       PROCEDURE DIVISION.
       MAIN-SECTION.
           DISPLAY "DAY-END BALANCE SNAPSHOT"
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           MOVE WS-DATE TO WS-HDR-RUN-DATE
           MOVE "BALSNAP " TO WS-HDR-JOB-NAME
           MOVE "OPER01" TO WS-HDR-OPERATOR-ID
           PERFORM READ-OPERATOR-SECTION

           DISPLAY "BUSINESS DATE TO SNAPSHOT (YYYYMMDD): "
           MOVE SPACES TO WS-IN-DATE
           ACCEPT WS-IN-DATE
           IF WS-IN-DATE IS NOT NUMERIC
                   OR WS-IN-DATE = "00000000"
               DISPLAY "INVALID DATE - MUST BE 8 DIGITS, NOT ZERO"
               MOVE 8 TO WS-JOB-RC
               PERFORM END-RUN-SECTION
           END-IF
           MOVE WS-IN-DATE TO WS-SNAP-DATE
           IF FUNCTION INTEGER-OF-DATE(WS-SNAP-DATE) = 0
               DISPLAY "NOT A REAL CALENDAR DATE - " WS-SNAP-DATE
               MOVE 8 TO WS-JOB-RC
               PERFORM END-RUN-SECTION
           END-IF

           PERFORM CHECK-RUN-LOCK-SECTION
           IF WS-LOCK-ACTIVE = "Y"
               DISPLAY "A FILEDEMO RUN IS ACTIVE (OPERATOR "
                   WS-LOCK-OPERATOR ") - SNAPSHOT REFUSED"
               MOVE 8 TO WS-JOB-RC
               PERFORM END-RUN-SECTION
           END-IF

           PERFORM CHECK-BRIDGE-STATE-SECTION
           IF WS-PART-BRIDGED = "Y"
               DISPLAY "EODPOST IS PART WAY THROUGH BRIDGING "
                   WS-SNAP-DATE " - FINISH THE BRIDGE, THEN SNAPSHOT"
               MOVE 8 TO WS-JOB-RC
               PERFORM END-RUN-SECTION
           END-IF
           IF WS-DATE-BRIDGED = "N"
               DISPLAY "ONLINE JOURNAL FOR " WS-SNAP-DATE
                   " NOT BRIDGED YET - SNAPSHOT HOLDS BATCH POSTING"
                   " ONLY"
               MOVE 4 TO WS-JOB-RC
           END-IF

           OPEN I-O SNAPSHOT-FILE
           IF WS-SNAP-STATUS NOT = "00" AND WS-SNAP-STATUS NOT = "05"
               DISPLAY "BALANCE-HISTORY OPEN FAILED - STATUS "
                   WS-SNAP-STATUS
               MOVE 8 TO WS-JOB-RC
               PERFORM END-RUN-SECTION
           END-IF

           PERFORM CHECK-LATER-SNAPSHOT-SECTION
           IF WS-LATER-DATE > 0
               DISPLAY "A SNAPSHOT FOR " WS-LATER-DATE
                   " IS ALREADY TAKEN - THE MASTER NO LONGER HOLDS "
                   WS-SNAP-DATE "'S CLOSE - SNAPSHOT REFUSED"
               CLOSE SNAPSHOT-FILE
               MOVE 8 TO WS-JOB-RC
               PERFORM END-RUN-SECTION
           END-IF

           PERFORM DROP-EARLIER-ATTEMPT-SECTION
           IF WS-JOB-RC > 4
               CLOSE SNAPSHOT-FILE
               PERFORM END-RUN-SECTION
           END-IF

           OPEN INPUT ACCOUNT-MASTER
           EVALUATE WS-MASTER-STATUS
               WHEN "00"
                   MOVE 0 TO WS-MASTER-EOF
                   PERFORM UNTIL WS-MASTER-EOF = 1
                       READ ACCOUNT-MASTER NEXT RECORD
                           AT END MOVE 1 TO WS-MASTER-EOF
                           NOT AT END
                               PERFORM SNAP-ONE-ACCOUNT-SECTION
                       END-READ
                   END-PERFORM
                   CLOSE ACCOUNT-MASTER
               WHEN "05"
                   CLOSE ACCOUNT-MASTER
                   DISPLAY "NO ACCOUNT MASTER - NOTHING TO SNAPSHOT"
                   IF WS-JOB-RC < 4
                       MOVE 4 TO WS-JOB-RC
                   END-IF
               WHEN OTHER
                   DISPLAY "ACCOUNT MASTER OPEN FAILED - STATUS "
                       WS-MASTER-STATUS
                   MOVE 8 TO WS-JOB-RC
           END-EVALUATE
           CLOSE SNAPSHOT-FILE

           MOVE WS-TOTAL-BALANCE TO WS-EDIT-AMOUNT
           DISPLAY "SNAPSHOT " WS-SNAP-DATE " - ACCOUNTS "
               WS-ACCOUNTS-READ " WRITTEN " WS-SNAPS-WRITTEN
           DISPLAY "  TOTAL CLOSING BALANCE " WS-EDIT-AMOUNT
           IF WS-SNAPS-REPLACED > 0
               DISPLAY "  REPLACED " WS-SNAPS-REPLACED
                   " ROWS OF AN EARLIER SNAPSHOT OF THE SAME DAY"
           END-IF
           PERFORM END-RUN-SECTION.

       END-RUN-SECTION.
           MOVE WS-ACCOUNTS-READ TO WS-AUDIT-READ
           MOVE WS-SNAPS-WRITTEN TO WS-AUDIT-VALID
           COMPUTE WS-AUDIT-REJECT =
               WS-ACCOUNTS-READ - WS-SNAPS-WRITTEN
           MOVE "BAL-SNAPSHOT" TO WS-AUDIT-STEP
           CALL 'AUDITLOG' USING WS-DESCRIPTION, WS-AUDIT-STEP,
               WS-JOB-RC, WS-AUDIT-COUNTS
           DISPLAY "BALANCE SNAPSHOT ENDS - CONDITION CODE "
               WS-JOB-RC
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

      *> Bridged on eodctl.dat means the day's journal rows are on
      *> the master; a checkpoint for the day with rows applied
      *> means some of them are.
       CHECK-BRIDGE-STATE-SECTION.
           OPEN INPUT BRIDGE-CONTROL-FILE
           IF WS-BRIDGE-STATUS = "00"
               MOVE 0 TO WS-CTL-EOF
               PERFORM UNTIL WS-CTL-EOF = 1
                   READ BRIDGE-CONTROL-FILE
                       AT END MOVE 1 TO WS-CTL-EOF
                       NOT AT END
                           IF BC-DONE-DATE = WS-SNAP-DATE
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
                                   AND BK-DATE = WS-SNAP-DATE
                               MOVE "Y" TO WS-PART-BRIDGED
                           END-IF
                   END-READ
                   CLOSE BRIDGE-CHKPT-FILE
               END-IF
           END-IF
           EXIT.

      *> The first key past every key of the day being snapped -
      *> anything there is a later day's snapshot.
       CHECK-LATER-SNAPSHOT-SECTION.
           MOVE 0 TO WS-LATER-DATE
           MOVE WS-SNAP-DATE TO BS-BUS-DATE
           MOVE HIGH-VALUES TO BS-ACCOUNT-ID
           START SNAPSHOT-FILE KEY > BS-KEY
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   READ SNAPSHOT-FILE NEXT RECORD
                       AT END CONTINUE
                       NOT AT END MOVE BS-BUS-DATE TO WS-LATER-DATE
                   END-READ
           END-START
           EXIT.

      *> A rerun for the same day starts clean - the earlier
      *> attempt's rows go, so an account no longer on the master
      *> does not linger in the day's snapshot.
       DROP-EARLIER-ATTEMPT-SECTION.
           MOVE WS-SNAP-DATE TO BS-BUS-DATE
           MOVE LOW-VALUES TO BS-ACCOUNT-ID
           MOVE 0 TO WS-SNAP-EOF
           START SNAPSHOT-FILE KEY NOT < BS-KEY
               INVALID KEY MOVE 1 TO WS-SNAP-EOF
           END-START
           PERFORM UNTIL WS-SNAP-EOF = 1
               READ SNAPSHOT-FILE NEXT RECORD
                   AT END MOVE 1 TO WS-SNAP-EOF
                   NOT AT END
                       IF BS-BUS-DATE NOT = WS-SNAP-DATE
                           MOVE 1 TO WS-SNAP-EOF
                       ELSE
                           DELETE SNAPSHOT-FILE RECORD
                               INVALID KEY
                                   DISPLAY "BALANCE-HISTORY DELETE "
                                       "FAILED - STATUS "
                                       WS-SNAP-STATUS
                                   MOVE 8 TO WS-JOB-RC
                                   MOVE 1 TO WS-SNAP-EOF
                               NOT INVALID KEY
                                   ADD 1 TO WS-SNAPS-REPLACED
                           END-DELETE
                       END-IF
               END-READ
           END-PERFORM
           EXIT.

       SNAP-ONE-ACCOUNT-SECTION.
           ADD 1 TO WS-ACCOUNTS-READ
           MOVE SPACES TO SNAPSHOT-RECORD
           MOVE WS-SNAP-DATE TO BS-BUS-DATE
           MOVE AM-ACCOUNT-ID TO BS-ACCOUNT-ID
           MOVE AM-BALANCE TO BS-BALANCE
           MOVE AM-LAST-DATE TO BS-LAST-DATE
           MOVE AM-MOVEMENT-COUNT TO BS-MOVEMENT-COUNT
           MOVE AM-STATUS TO BS-STATUS
           MOVE WS-DATE TO BS-TAKEN-DATE
           WRITE SNAPSHOT-RECORD
               INVALID KEY
                   DISPLAY "BALANCE-HISTORY WRITE FAILED - "
                       AM-ACCOUNT-ID " STATUS " WS-SNAP-STATUS
                   MOVE 8 TO WS-JOB-RC
               NOT INVALID KEY
                   ADD 1 TO WS-SNAPS-WRITTEN
                   ADD AM-BALANCE TO WS-TOTAL-BALANCE
           END-WRITE
           EXIT.

      *> opening position. Statements stay correct while the live
      *> file stays small, instead of growing until the statement
      *> run's table aborts.
      *> The same close drops the day-end balance snapshots BALSNAP
      *> wrote that have passed their retention - every snapshot
      *> dated before the first day of the oldest month kept, the
      *> cutoff month and the months before it up to
      *> WS-SNAP-RETAIN-MONTHS in all.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHTMP-STATUS.

      *> BALSNAP's day-end balance history - business date, then
      *> account, so the expired days read first.
           SELECT OPTIONAL SNAPSHOT-FILE ASSIGN TO "balsnap.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BS-KEY
               FILE STATUS IS WS-SNAP-STATUS.

      *> The same run-parameter file FILEDEMO reads - the audit row
      *> should name the operator who set the day up, not a
      *> hardcoded id.
       FD  ARCHIVE-TEMP.
       01  ARCHIVE-TEMP-RECORD    PIC X(29).

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

       FD  RUN-PARAM-FILE.
       01  RUN-PARAM-RECORD.
           05  RP-INPUT-DSN       PIC X(44).
           05  WS-AUDIT-READ    PIC 9(8) VALUE 0.
           05  WS-AUDIT-VALID   PIC 9(8) VALUE 0.
           05  WS-AUDIT-REJECT  PIC 9(8) VALUE 0.
       01  WS-BKUP-RC        PIC 9(2) VALUE 0.

      *> Snapshot retention, in months counting the cutoff month -
      *> a year of day-by-day balances stays answerable.
       01  WS-SNAP-STATUS    PIC X(2) VALUE "00".
       01  WS-SNAP-EOF       PIC 9(1) VALUE 0.
       01  WS-SNAP-RETAIN-MONTHS PIC 9(3) VALUE 12.
       01  WS-SNAP-MONTH-NO  PIC 9(6) VALUE 0.
       01  WS-SNAP-KEEP-FROM PIC 9(8) VALUE 0.
       01  WS-SNAPS-DUE      PIC 9(8) VALUE 0.
       01  WS-SNAPS-PURGED   PIC 9(8) VALUE 0.

       COPY "ABC.COPY".

           IF WS-JOB-RC > 4
               PERFORM END-RUN-SECTION
           END-IF
           PERFORM COUNT-EXPIRED-SNAPSHOTS-SECTION
           IF WS-JOB-RC > 4
               PERFORM END-RUN-SECTION
           END-IF
           IF WS-ROWS-ARCHIVED = 0 AND WS-SNAPS-DUE = 0
               DISPLAY "NOTHING ON OR BEFORE " WS-CUTOFF-MONTH
                   " - HISTORY LEFT AS IT WAS"
               PERFORM END-RUN-SECTION
           END-IF

      *> A backup generation of history, the archive and the
      *> balance history before any is rewritten - the scratch
      *> pass above changed nothing durable.
           CALL 'GENBKUP' USING WS-DESCRIPTION, WS-BKUP-RC
           IF WS-BKUP-RC NOT = 0
               DISPLAY "BACKUP GENERATION NOT TAKEN - RUN REFUSED"
               MOVE 8 TO WS-JOB-RC
               PERFORM END-RUN-SECTION
           END-IF

      *> Snapshots first - dropping them again on a rerun finds
      *> nothing, where the history passes below must not repeat.
           IF WS-SNAPS-DUE > 0
               PERFORM PURGE-SNAPSHOTS-SECTION
               IF WS-JOB-RC > 4
                   PERFORM END-RUN-SECTION
               END-IF
           END-IF
           IF WS-ROWS-ARCHIVED = 0
               DISPLAY "NO HISTORY ON OR BEFORE " WS-CUTOFF-MONTH
                   " - HISTORY LEFT AS IT WAS"
               PERFORM END-RUN-SECTION
           END-IF

           PERFORM APPEND-ARCHIVE-SECTION
           IF WS-JOB-RC > 4
               PERFORM END-RUN-SECTION
               ADD 1 TO WS-BF-WRITTEN
           END-IF
           EXIT.

      *> The first day kept - the first of the month
      *> WS-SNAP-RETAIN-MONTHS - 1 months before the cutoff month,
      *> worked as a count of months so the year rolls over.
      *> Nothing is deleted here; this only says whether there is
      *> anything to drop, so the backup covers it.
       COUNT-EXPIRED-SNAPSHOTS-SECTION.
           COMPUTE WS-SNAP-MONTH-NO =
               FUNCTION NUMVAL(WS-CUTOFF-MONTH(1:4)) * 12
               + FUNCTION NUMVAL(WS-CUTOFF-MONTH(5:2)) - 1
               - WS-SNAP-RETAIN-MONTHS + 1
           COMPUTE WS-SNAP-KEEP-FROM =
               FUNCTION INTEGER(WS-SNAP-MONTH-NO / 12) * 10000
               + (FUNCTION MOD(WS-SNAP-MONTH-NO, 12) + 1) * 100
               + 1
           MOVE 0 TO WS-SNAPS-DUE
           OPEN INPUT SNAPSHOT-FILE
           EVALUATE WS-SNAP-STATUS
               WHEN "00"
                   PERFORM POSITION-AT-OLDEST-SECTION
                   PERFORM UNTIL WS-SNAP-EOF = 1
                       READ SNAPSHOT-FILE NEXT RECORD
                           AT END MOVE 1 TO WS-SNAP-EOF
                           NOT AT END
                               IF BS-BUS-DATE NOT < WS-SNAP-KEEP-FROM
                                   MOVE 1 TO WS-SNAP-EOF
                               ELSE
                                   ADD 1 TO WS-SNAPS-DUE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE SNAPSHOT-FILE
               WHEN "05"
                   CLOSE SNAPSHOT-FILE
               WHEN OTHER
                   DISPLAY "BALANCE HISTORY OPEN FAILED - STATUS "
                       WS-SNAP-STATUS " - RUN ABORTED, NOTHING "
                       "TOUCHED"
                   MOVE 8 TO WS-JOB-RC
           END-EVALUATE
           DISPLAY "SNAPSHOTS BEFORE " WS-SNAP-KEEP-FROM
               " PAST RETENTION - " WS-SNAPS-DUE
           EXIT.

       POSITION-AT-OLDEST-SECTION.
           MOVE 0 TO WS-SNAP-EOF
           MOVE LOW-VALUES TO BS-KEY
           START SNAPSHOT-FILE KEY NOT < BS-KEY
               INVALID KEY MOVE 1 TO WS-SNAP-EOF
           END-START
           EXIT.

      *> Keys run date first, so the expired snapshots are the
      *> front of the file - deleted from the front until the first
      *> day kept. A failure part way leaves the rest for the rerun.
       PURGE-SNAPSHOTS-SECTION.
           MOVE 0 TO WS-SNAPS-PURGED
           OPEN I-O SNAPSHOT-FILE
           IF WS-SNAP-STATUS NOT = "00"
               DISPLAY "BALANCE HISTORY OPEN FAILED - STATUS "
                   WS-SNAP-STATUS " - RUN ABORTED, HISTORY "
                   "UNTOUCHED"
               MOVE 8 TO WS-JOB-RC
           ELSE
               PERFORM POSITION-AT-OLDEST-SECTION
               PERFORM UNTIL WS-SNAP-EOF = 1
                   READ SNAPSHOT-FILE NEXT RECORD
                       AT END MOVE 1 TO WS-SNAP-EOF
                       NOT AT END
                           IF BS-BUS-DATE NOT < WS-SNAP-KEEP-FROM
                               MOVE 1 TO WS-SNAP-EOF
                           ELSE
                               DELETE SNAPSHOT-FILE RECORD
                                   INVALID KEY
                                       DISPLAY "BALANCE HISTORY "
                                           "DELETE FAILED - STATUS "
                                           WS-SNAP-STATUS
                                           " - RUN ABORTED, HISTORY "
                                           "UNTOUCHED"
                                       MOVE 8 TO WS-JOB-RC
                                       MOVE 1 TO WS-SNAP-EOF
                                   NOT INVALID KEY
                                       ADD 1 TO WS-SNAPS-PURGED
                               END-DELETE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SNAPSHOT-FILE
               DISPLAY "PURGED " WS-SNAPS-PURGED
                   " SNAPSHOT ROWS DATED BEFORE " WS-SNAP-KEEP-FROM
           END-IF
           MOVE WS-SNAPS-DUE TO WS-AUDIT-READ
           MOVE WS-SNAPS-PURGED TO WS-AUDIT-VALID
           COMPUTE WS-AUDIT-REJECT = WS-SNAPS-DUE - WS-SNAPS-PURGED
           MOVE "SNAPSHOT-PURGE" TO WS-AUDIT-STEP
           CALL 'AUDITLOG' USING WS-DESCRIPTION, WS-AUDIT-STEP,
               WS-JOB-RC, WS-AUDIT-COUNTS
           EXIT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GENREST.

      *> Point-in-time restore from the backup generations GENBKUP
      *> takes before FILEDEMO, EODPOST and HISTPURG runs. A
      *> supervisor lists the generations still held on disk (the
      *> catalog bkcatlg.txt is cumulative, but each slot only
      *> holds the latest generation written to it) and restores
      *> one of them as a set: every file the generation copied is
      *> put back, so the master, history and control files agree
      *> with each other as they did before that run started.
      *> Only a generation whose backup completed can be restored,
      *> and every backup copy must still hold the record count the
      *> catalog shows before anything is overwritten. A file that
      *> did not exist when the generation was taken is removed (an
      *> indexed file is emptied). Before asking for confirmation
      *> the catalog is searched for later complete generations
      *> whose sets share a file with this one - each is a run
      *> (of this job or another) whose work the restore undoes,
      *> and they are listed as runs to be redone. The restore
      *> takes FILEDEMO's run lock for its duration, re-reading it
      *> first so a run started while the supervisor was answering
      *> is never overwritten, and is stamped on the audit trail
      *> under the signed-on supervisor.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> The generation catalog GENBKUP writes.
           SELECT BACKUP-CATALOG ASSIGN TO "bkcatlg.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.

      *> A backup copy being read back, and the live line-
      *> sequential file it replaces - both named at run time.
           SELECT BACKUP-SOURCE ASSIGN USING WS-SOURCE-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-STATUS.

           SELECT RESTORE-TARGET ASSIGN USING WS-TARGET-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TARGET-STATUS.

      *> The indexed files, rebuilt from their unloaded copies.
           SELECT OPTIONAL ACCOUNT-MASTER ASSIGN TO "acctmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AM-ACCOUNT-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT OPTIONAL HELD-BATCH-FILE ASSIGN TO "heldbat.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HB-KEY
               FILE STATUS IS WS-HELD-STATUS.

           SELECT OPTIONAL SNAPSHOT-FILE ASSIGN TO "balsnap.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BS-KEY
               FILE STATUS IS WS-SNAP-STATUS.

      *> FILEDEMO's active-run lock - no restore while a run (or a
      *> held-batch release) has the files, and no run mid-restore.
           SELECT RUN-LOCK-FILE ASSIGN TO "runlock.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> The layout GENBKUP writes - G generation lines, F file
      *> lines.
       FD  BACKUP-CATALOG.
       01  CATALOG-RECORD.
           05  BC-GEN-NO          PIC 9(5).
           05  FILLER             PIC X(1).
           05  BC-SLOT            PIC 9(2).
           05  FILLER             PIC X(1).
           05  BC-REC-TYPE        PIC X(1).
               88  BC-GENERATION-LINE      VALUE "G".
               88  BC-FILE-LINE            VALUE "F".
           05  FILLER             PIC X(1).
           05  BC-DETAIL          PIC X(69).
       01  CATALOG-GEN-RECORD REDEFINES CATALOG-RECORD.
           05  FILLER             PIC X(11).
           05  BG-JOB-NAME        PIC X(8).
           05  FILLER             PIC X(1).
           05  BG-RUN-DATE        PIC X(8).
           05  FILLER             PIC X(1).
           05  BG-RUN-TIME        PIC 9(8).
           05  FILLER             PIC X(1).
           05  BG-OPERATOR-ID     PIC X(8).
           05  FILLER             PIC X(1).
           05  BG-FILE-COUNT      PIC 9(2).
           05  FILLER             PIC X(1).
           05  BG-TOTAL-RECORDS   PIC 9(9).
           05  FILLER             PIC X(1).
           05  BG-STATE           PIC X(1).
               88  BG-COMPLETE             VALUE "C".
               88  BG-FAILED               VALUE "F".
           05  FILLER             PIC X(19).
       01  CATALOG-FILE-RECORD REDEFINES CATALOG-RECORD.
           05  FILLER             PIC X(11).
           05  BF-FILE-NAME       PIC X(16).
           05  FILLER             PIC X(1).
           05  BF-BACKUP-NAME     PIC X(20).
           05  FILLER             PIC X(1).
           05  BF-RECORDS         PIC 9(8).
           05  FILLER             PIC X(1).
           05  BF-PRESENT         PIC X(1).
           05  FILLER             PIC X(1).
           05  BF-ORG             PIC X(1).
           05  FILLER             PIC X(19).

       FD  BACKUP-SOURCE.
       01  SOURCE-RECORD          PIC X(200).

       FD  RESTORE-TARGET.
       01  TARGET-RECORD          PIC X(200).

       FD  ACCOUNT-MASTER.
       01  ACCOUNT-MASTER-RECORD.
           05  AM-ACCOUNT-ID      PIC X(8).
           05  AM-DATA            PIC X(74).

       FD  HELD-BATCH-FILE.
       01  HELD-BATCH-RECORD.
           05  HB-KEY             PIC X(22).
           05  HB-DATA            PIC X(80).

       FD  SNAPSHOT-FILE.
       01  SNAPSHOT-RECORD.
           05  BS-KEY             PIC X(16).
           05  BS-DATA            PIC X(36).

       FD  RUN-LOCK-FILE.
       01  RUN-LOCK-RECORD.
           05  LK-STATE           PIC X(1).
           05  FILLER             PIC X(1).
           05  LK-OPERATOR        PIC X(8).
           05  FILLER             PIC X(1).
           05  LK-DATE            PIC 9(8).
           05  FILLER             PIC X(1).
           05  LK-TIME            PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-CATALOG-STATUS PIC X(2) VALUE "00".
       01  WS-SOURCE-STATUS  PIC X(2) VALUE "00".
       01  WS-TARGET-STATUS  PIC X(2) VALUE "00".
       01  WS-MASTER-STATUS  PIC X(2) VALUE "00".
       01  WS-HELD-STATUS    PIC X(2) VALUE "00".
       01  WS-SNAP-STATUS    PIC X(2) VALUE "00".
       01  WS-LOCK-STATUS    PIC X(2) VALUE "00".
       01  WS-SOURCE-DSN     PIC X(20) VALUE SPACES.
       01  WS-TARGET-DSN     PIC X(20) VALUE SPACES.
       01  WS-MENU-CHOICE    PIC X(1) VALUE SPACE.
       01  WS-QUIT-SWITCH    PIC X(1) VALUE "N".
           88  WS-OPERATOR-DONE        VALUE "Y".
       01  WS-DATE           PIC 9(8).
       01  WS-TIME           PIC 9(8).
       01  WS-CATALOG-EOF    PIC 9(1) VALUE 0.
       01  WS-SOURCE-EOF     PIC 9(1) VALUE 0.
       01  WS-ACTION-COUNT   PIC 9(5) VALUE 0.
       01  WS-STATE-TEXT     PIC X(10) VALUE SPACES.
       01  WS-IN-GEN-NO      PIC X(5) VALUE SPACES.
       01  WS-IN-CONFIRM     PIC X(1) VALUE SPACE.
       01  WS-LOCK-ACTIVE    PIC X(1) VALUE "N".
       01  WS-LOCK-HELD      PIC X(1) VALUE "N".
       01  WS-LOCK-OPERATOR  PIC X(8) VALUE SPACES.

      *> The generation each slot holds now - the highest number
      *> written to it. Lower numbers in the same slot have been
      *> overwritten and are gone. State C complete, F failed,
      *> blank never finished (no G line).
       01  WS-SLOT-IDX       PIC 9(3) VALUE 0.
       01  WS-SLOT-TABLE.
           05  WS-SLOT-ENTRY OCCURS 99 TIMES.
               10  WS-SL-GEN-NO       PIC 9(5).
               10  WS-SL-JOB-NAME     PIC X(8).
               10  WS-SL-RUN-DATE     PIC X(8).
               10  WS-SL-RUN-TIME     PIC 9(8).
               10  WS-SL-OPERATOR-ID  PIC X(8).
               10  WS-SL-FILE-COUNT   PIC 9(2).
               10  WS-SL-RECORDS      PIC 9(9).
               10  WS-SL-STATE        PIC X(1).
       01  WS-LIST-FLOOR     PIC 9(5) VALUE 0.
       01  WS-LIST-NEXT      PIC 9(5) VALUE 0.
       01  WS-LIST-SLOT      PIC 9(2) VALUE 0.
       01  WS-LIST-COUNT     PIC 9(5) VALUE 0.

      *> The files of the generation being restored, off its F
      *> lines.
       01  WS-GEN-NO         PIC 9(5) VALUE 0.
       01  WS-GEN-SLOT       PIC 9(2) VALUE 0.
       01  WS-FILE-COUNT     PIC 9(2) VALUE 0.
       01  WS-FILE-IDX       PIC 9(2) VALUE 0.
       01  WS-FILE-TABLE.
           05  WS-FILE-ENTRY OCCURS 10 TIMES.
               10  WS-RF-FILE-NAME    PIC X(16).
               10  WS-RF-BACKUP-NAME  PIC X(20).
               10  WS-RF-RECORDS      PIC 9(8).
               10  WS-RF-PRESENT      PIC X(1).
               10  WS-RF-ORG          PIC X(1).
       01  WS-SET-OK         PIC X(1) VALUE "N".
       01  WS-RESTORE-FAILED PIC X(1) VALUE "N".
       01  WS-COPY-COUNT     PIC 9(8) VALUE 0.
       01  WS-RESTORED-RECS  PIC 9(9) VALUE 0.
       01  WS-FILES-DONE     PIC 9(2) VALUE 0.
       01  WS-DELETE-RC      PIC S9(9) COMP-5 VALUE 0.

      *> Generations taken after the one being restored, off the
      *> whole catalog (a slot overwritten since still ran its
      *> job). Shared is Y when the set copied one of our files.
       01  WS-LATER-COUNT    PIC 9(3) VALUE 0.
       01  WS-LATER-IDX      PIC 9(3) VALUE 0.
       01  WS-LATER-FOUND    PIC 9(3) VALUE 0.
       01  WS-LATER-LISTED   PIC 9(3) VALUE 0.
       01  WS-LATER-TABLE.
           05  WS-LATER-ENTRY OCCURS 99 TIMES.
               10  WS-LT-GEN-NO       PIC 9(5).
               10  WS-LT-JOB-NAME     PIC X(8).
               10  WS-LT-RUN-DATE     PIC X(8).
               10  WS-LT-RUN-TIME     PIC 9(8).
               10  WS-LT-STATE        PIC X(1).
               10  WS-LT-SHARED       PIC X(1).

      *> Operator sign-on via the shared OPERSIGN password check -
      *> function "S" is supervisor authority.
       01  WS-SIGNON-ID      PIC X(8) VALUE SPACES.
       01  WS-SIGNON-OK      PIC X(1) VALUE "N".
       01  WS-AUTH-FUNCTION  PIC X(1) VALUE SPACE.
       01  WS-AUTH-NAME      PIC X(20) VALUE SPACES.
       01  WS-AUTH-RC        PIC 9(2) VALUE 0.

      *> One audit row per restore - the step names the generation,
      *> the counts carry the records and files put back.
       01  WS-JOB-RC         PIC 9(2) VALUE 0.
       01  WS-AUDIT-STEP     PIC X(20) VALUE SPACES.
       01  WS-AUDIT-COUNTS.
           05  WS-AUDIT-READ    PIC 9(8) VALUE 0.
           05  WS-AUDIT-VALID   PIC 9(8) VALUE 0.
           05  WS-AUDIT-REJECT  PIC 9(8) VALUE 0.

       COPY "ABC.COPY".

       PROCEDURE DIVISION.
       MAIN-SECTION.
           DISPLAY "BACKUP GENERATION RESTORE"
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           MOVE WS-DATE TO WS-HDR-RUN-DATE
           MOVE "GENREST " TO WS-HDR-JOB-NAME

           PERFORM SIGN-ON-SECTION
               UNTIL WS-SIGNON-OK = "Y" OR WS-OPERATOR-DONE
           IF WS-OPERATOR-DONE
               DISPLAY "SIGN-ON ABANDONED - NO CHANGES MADE"
               STOP RUN
           END-IF
           MOVE WS-SIGNON-ID TO WS-HDR-OPERATOR-ID

           PERFORM MENU-SECTION UNTIL WS-OPERATOR-DONE

           DISPLAY "GENERATIONS RESTORED: " WS-ACTION-COUNT
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
           DISPLAY "L)IST  R)ESTORE  Q)UIT: "
           MOVE SPACE TO WS-MENU-CHOICE
           ACCEPT WS-MENU-CHOICE
           EVALUATE WS-MENU-CHOICE
               WHEN "L" WHEN "l"
                   PERFORM LIST-GENERATIONS-SECTION
               WHEN "R" WHEN "r"
                   PERFORM RESTORE-GENERATION-SECTION
               WHEN "Q" WHEN "q"
                   SET WS-OPERATOR-DONE TO TRUE
               WHEN OTHER
                   DISPLAY "UNKNOWN CHOICE - " WS-MENU-CHOICE
           END-EVALUATE
           EXIT.

      *> Re-read on every list and restore - a job run since the
      *> last look may have taken a new generation.
       LOAD-SLOTS-SECTION.
           INITIALIZE WS-SLOT-TABLE
           OPEN INPUT BACKUP-CATALOG
           IF WS-CATALOG-STATUS = "00"
               MOVE 0 TO WS-CATALOG-EOF
               PERFORM UNTIL WS-CATALOG-EOF = 1
                   READ BACKUP-CATALOG
                       AT END MOVE 1 TO WS-CATALOG-EOF
                       NOT AT END PERFORM LOAD-ONE-SLOT-SECTION
                   END-READ
               END-PERFORM
               CLOSE BACKUP-CATALOG
           END-IF
           EXIT.

       LOAD-ONE-SLOT-SECTION.
           IF BC-GEN-NO IS NUMERIC AND BC-SLOT IS NUMERIC
                   AND BC-SLOT > 0
               MOVE BC-SLOT TO WS-SLOT-IDX
               IF BC-GEN-NO > WS-SL-GEN-NO(WS-SLOT-IDX)
                   INITIALIZE WS-SLOT-ENTRY(WS-SLOT-IDX)
                   MOVE BC-GEN-NO TO WS-SL-GEN-NO(WS-SLOT-IDX)
               END-IF
               IF BC-GEN-NO = WS-SL-GEN-NO(WS-SLOT-IDX)
                       AND BC-GENERATION-LINE
                   MOVE BG-JOB-NAME TO WS-SL-JOB-NAME(WS-SLOT-IDX)
                   MOVE BG-RUN-DATE TO WS-SL-RUN-DATE(WS-SLOT-IDX)
                   MOVE BG-RUN-TIME TO WS-SL-RUN-TIME(WS-SLOT-IDX)
                   MOVE BG-OPERATOR-ID
                       TO WS-SL-OPERATOR-ID(WS-SLOT-IDX)
                   MOVE BG-FILE-COUNT TO WS-SL-FILE-COUNT(WS-SLOT-IDX)
                   MOVE BG-TOTAL-RECORDS TO WS-SL-RECORDS(WS-SLOT-IDX)
                   MOVE BG-STATE TO WS-SL-STATE(WS-SLOT-IDX)
               END-IF
           END-IF
           EXIT.

      *> Oldest first - each pass finds the lowest generation number
      *> above the last one listed.
       LIST-GENERATIONS-SECTION.
           PERFORM LOAD-SLOTS-SECTION
           MOVE 0 TO WS-LIST-COUNT
           MOVE 0 TO WS-LIST-FLOOR
           DISPLAY "GEN   SL JOB      RUN DATE TIME     OPERATOR "
               "FILES RECORDS   STATE"
           PERFORM LIST-NEXT-GENERATION-SECTION
           PERFORM UNTIL WS-LIST-NEXT = 0
               MOVE WS-LIST-SLOT TO WS-SLOT-IDX
               PERFORM SET-STATE-TEXT-SECTION
               DISPLAY WS-SL-GEN-NO(WS-SLOT-IDX) " " WS-LIST-SLOT " "
                   WS-SL-JOB-NAME(WS-SLOT-IDX) " "
                   WS-SL-RUN-DATE(WS-SLOT-IDX) " "
                   WS-SL-RUN-TIME(WS-SLOT-IDX) " "
                   WS-SL-OPERATOR-ID(WS-SLOT-IDX) " "
                   WS-SL-FILE-COUNT(WS-SLOT-IDX) "    "
                   WS-SL-RECORDS(WS-SLOT-IDX) " " WS-STATE-TEXT
               ADD 1 TO WS-LIST-COUNT
               MOVE WS-LIST-NEXT TO WS-LIST-FLOOR
               PERFORM LIST-NEXT-GENERATION-SECTION
           END-PERFORM
           IF WS-LIST-COUNT = 0
               DISPLAY "NO BACKUP GENERATIONS ON THE CATALOG"
           END-IF
           EXIT.

       LIST-NEXT-GENERATION-SECTION.
           MOVE 0 TO WS-LIST-NEXT
           MOVE 0 TO WS-LIST-SLOT
           PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
                   UNTIL WS-SLOT-IDX > 99
               IF WS-SL-GEN-NO(WS-SLOT-IDX) > WS-LIST-FLOOR
                   AND (WS-LIST-NEXT = 0
                       OR WS-SL-GEN-NO(WS-SLOT-IDX) < WS-LIST-NEXT)
                   MOVE WS-SL-GEN-NO(WS-SLOT-IDX) TO WS-LIST-NEXT
                   MOVE WS-SLOT-IDX TO WS-LIST-SLOT
               END-IF
           END-PERFORM
           EXIT.

       SET-STATE-TEXT-SECTION.
           EVALUATE WS-SL-STATE(WS-SLOT-IDX)
               WHEN "C"
                   MOVE "COMPLETE" TO WS-STATE-TEXT
               WHEN "F"
                   MOVE "FAILED" TO WS-STATE-TEXT
               WHEN OTHER
                   MOVE "INCOMPLETE" TO WS-STATE-TEXT
           END-EVALUATE
           EXIT.

       RESTORE-GENERATION-SECTION.
           DISPLAY "GENERATION TO RESTORE (5 DIGITS): "
           MOVE SPACES TO WS-IN-GEN-NO
           ACCEPT WS-IN-GEN-NO
           IF WS-IN-GEN-NO IS NOT NUMERIC
               DISPLAY "GENERATION NUMBER MUST BE 5 DIGITS"
           ELSE
               MOVE WS-IN-GEN-NO TO WS-GEN-NO
               PERFORM FIND-GENERATION-SECTION
               PERFORM CHECK-RUN-LOCK-SECTION
               EVALUATE TRUE
                   WHEN WS-GEN-SLOT = 0
                       DISPLAY "GENERATION " WS-GEN-NO
                           " IS NOT HELD - LIST SHOWS WHAT IS"
                   WHEN WS-SL-STATE(WS-GEN-SLOT) NOT = "C"
                       MOVE WS-GEN-SLOT TO WS-SLOT-IDX
                       PERFORM SET-STATE-TEXT-SECTION
                       DISPLAY "GENERATION " WS-GEN-NO " IS "
                           WS-STATE-TEXT " - ONLY A COMPLETE "
                           "GENERATION CAN BE RESTORED"
                   WHEN WS-LOCK-ACTIVE = "Y"
                       DISPLAY "RESTORE REFUSED - RUN LOCK HELD BY "
                           "OPERATOR " WS-LOCK-OPERATOR
                   WHEN OTHER
                       PERFORM LOAD-GENERATION-FILES-SECTION
                       IF WS-SET-OK = "Y"
                           PERFORM VERIFY-BACKUP-SET-SECTION
                       END-IF
                       IF WS-SET-OK = "Y"
                           PERFORM LIST-LATER-RUNS-SECTION
                           PERFORM CONFIRM-RESTORE-SECTION
                       END-IF
               END-EVALUATE
           END-IF
           EXIT.

      *> Sets WS-GEN-SLOT to the slot still holding the generation,
      *> or zero when it was never taken or has been overwritten.
       FIND-GENERATION-SECTION.
           PERFORM LOAD-SLOTS-SECTION
           MOVE 0 TO WS-GEN-SLOT
           IF WS-GEN-NO > 0
               PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
                       UNTIL WS-SLOT-IDX > 99 OR WS-GEN-SLOT > 0
                   IF WS-SL-GEN-NO(WS-SLOT-IDX) = WS-GEN-NO
                       MOVE WS-SLOT-IDX TO WS-GEN-SLOT
                   END-IF
               END-PERFORM
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

      *> The generation's F lines - one per file, and as many as
      *> its G line says were copied.
       LOAD-GENERATION-FILES-SECTION.
           MOVE "Y" TO WS-SET-OK
           MOVE 0 TO WS-FILE-COUNT
           INITIALIZE WS-FILE-TABLE
           OPEN INPUT BACKUP-CATALOG
           IF WS-CATALOG-STATUS NOT = "00"
               DISPLAY "BACKUP CATALOG OPEN FAILED - STATUS "
                   WS-CATALOG-STATUS
               MOVE "N" TO WS-SET-OK
           ELSE
               MOVE 0 TO WS-CATALOG-EOF
               PERFORM UNTIL WS-CATALOG-EOF = 1
                   READ BACKUP-CATALOG
                       AT END MOVE 1 TO WS-CATALOG-EOF
                       NOT AT END
                           IF BC-FILE-LINE AND BC-GEN-NO = WS-GEN-NO
                               PERFORM LOAD-ONE-FILE-SECTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BACKUP-CATALOG
               IF WS-SET-OK = "Y" AND WS-FILE-COUNT
                       NOT = WS-SL-FILE-COUNT(WS-GEN-SLOT)
                   DISPLAY "CATALOG SHOWS " WS-FILE-COUNT
                       " FILES FOR GENERATION " WS-GEN-NO
                       " - EXPECTED " WS-SL-FILE-COUNT(WS-GEN-SLOT)
                   MOVE "N" TO WS-SET-OK
               END-IF
           END-IF
           EXIT.

       LOAD-ONE-FILE-SECTION.
           IF WS-FILE-COUNT < 10
               ADD 1 TO WS-FILE-COUNT
               MOVE BF-FILE-NAME TO WS-RF-FILE-NAME(WS-FILE-COUNT)
               MOVE BF-BACKUP-NAME TO WS-RF-BACKUP-NAME(WS-FILE-COUNT)
               MOVE BF-RECORDS TO WS-RF-RECORDS(WS-FILE-COUNT)
               MOVE BF-PRESENT TO WS-RF-PRESENT(WS-FILE-COUNT)
               MOVE BF-ORG TO WS-RF-ORG(WS-FILE-COUNT)
           ELSE
               DISPLAY "TOO MANY FILES FOR GENERATION " WS-GEN-NO
               MOVE "N" TO WS-SET-OK
           END-IF
           EXIT.

      *> Nothing is overwritten until every copy in the set reads
      *> back with the count it was written with - a slot part-
      *> overwritten by a backup that never finished fails here.
       VERIFY-BACKUP-SET-SECTION.
           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                   UNTIL WS-FILE-IDX > WS-FILE-COUNT
                       OR WS-SET-OK = "N"
               MOVE WS-RF-BACKUP-NAME(WS-FILE-IDX) TO WS-SOURCE-DSN
               MOVE 0 TO WS-COPY-COUNT
               OPEN INPUT BACKUP-SOURCE
               IF WS-SOURCE-STATUS NOT = "00"
                   DISPLAY "BACKUP COPY " WS-SOURCE-DSN
                       " OPEN FAILED - STATUS " WS-SOURCE-STATUS
                   MOVE "N" TO WS-SET-OK
               ELSE
                   MOVE 0 TO WS-SOURCE-EOF
                   PERFORM UNTIL WS-SOURCE-EOF = 1
                       READ BACKUP-SOURCE
                           AT END MOVE 1 TO WS-SOURCE-EOF
                           NOT AT END ADD 1 TO WS-COPY-COUNT
                       END-READ
                   END-PERFORM
                   CLOSE BACKUP-SOURCE
                   IF WS-COPY-COUNT NOT = WS-RF-RECORDS(WS-FILE-IDX)
                       DISPLAY "BACKUP COPY " WS-SOURCE-DSN " HOLDS "
                           WS-COPY-COUNT " RECORDS - CATALOG SHOWS "
                           WS-RF-RECORDS(WS-FILE-IDX)
                       MOVE "N" TO WS-SET-OK
                   END-IF
               END-IF
           END-PERFORM
           IF WS-SET-OK = "N"
               DISPLAY "GENERATION " WS-GEN-NO " CANNOT BE RESTORED "
                   "- NOTHING CHANGED"
           END-IF
           EXIT.

      *> GENBKUP takes a generation before every run, so a later
      *> complete generation whose set shares a file with ours is a
      *> run that read or wrote what is about to be put back. Those
      *> runs are undone by the restore and have to be run again.
       LIST-LATER-RUNS-SECTION.
           MOVE 0 TO WS-LATER-COUNT
           MOVE 0 TO WS-LATER-LISTED
           INITIALIZE WS-LATER-TABLE
           OPEN INPUT BACKUP-CATALOG
           IF WS-CATALOG-STATUS = "00"
               MOVE 0 TO WS-CATALOG-EOF
               PERFORM UNTIL WS-CATALOG-EOF = 1
                   READ BACKUP-CATALOG
                       AT END MOVE 1 TO WS-CATALOG-EOF
                       NOT AT END
                           IF BC-GEN-NO IS NUMERIC
                                   AND BC-GEN-NO > WS-GEN-NO
                               PERFORM NOTE-LATER-LINE-SECTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BACKUP-CATALOG
           END-IF
           PERFORM VARYING WS-LATER-IDX FROM 1 BY 1
                   UNTIL WS-LATER-IDX > WS-LATER-COUNT
               IF WS-LT-STATE(WS-LATER-IDX) = "C"
                       AND WS-LT-SHARED(WS-LATER-IDX) = "Y"
                   IF WS-LATER-LISTED = 0
                       DISPLAY "LATER RUNS THIS RESTORE UNDOES - "
                           "EACH MUST BE RUN AGAIN:"
                   END-IF
                   ADD 1 TO WS-LATER-LISTED
                   DISPLAY "  GENERATION " WS-LT-GEN-NO(WS-LATER-IDX)
                       " " WS-LT-JOB-NAME(WS-LATER-IDX) " ON "
                       WS-LT-RUN-DATE(WS-LATER-IDX) " AT "
                       WS-LT-RUN-TIME(WS-LATER-IDX)
               END-IF
           END-PERFORM
           EXIT.

       NOTE-LATER-LINE-SECTION.
           MOVE 0 TO WS-LATER-FOUND
           PERFORM VARYING WS-LATER-IDX FROM 1 BY 1
                   UNTIL WS-LATER-IDX > WS-LATER-COUNT
                       OR WS-LATER-FOUND > 0
               IF WS-LT-GEN-NO(WS-LATER-IDX) = BC-GEN-NO
                   MOVE WS-LATER-IDX TO WS-LATER-FOUND
               END-IF
           END-PERFORM
           IF WS-LATER-FOUND = 0 AND WS-LATER-COUNT < 99
               ADD 1 TO WS-LATER-COUNT
               MOVE WS-LATER-COUNT TO WS-LATER-FOUND
               MOVE BC-GEN-NO TO WS-LT-GEN-NO(WS-LATER-FOUND)
               MOVE "N" TO WS-LT-SHARED(WS-LATER-FOUND)
           END-IF
           IF WS-LATER-FOUND > 0
               IF BC-GENERATION-LINE
                   MOVE BG-JOB-NAME TO WS-LT-JOB-NAME(WS-LATER-FOUND)
                   MOVE BG-RUN-DATE TO WS-LT-RUN-DATE(WS-LATER-FOUND)
                   MOVE BG-RUN-TIME TO WS-LT-RUN-TIME(WS-LATER-FOUND)
                   MOVE BG-STATE TO WS-LT-STATE(WS-LATER-FOUND)
               END-IF
               IF BC-FILE-LINE
                   PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                           UNTIL WS-FILE-IDX > WS-FILE-COUNT
                       IF BF-FILE-NAME = WS-RF-FILE-NAME(WS-FILE-IDX)
                           MOVE "Y" TO WS-LT-SHARED(WS-LATER-FOUND)
                       END-IF
                   END-PERFORM
               END-IF
           END-IF
           EXIT.

       CONFIRM-RESTORE-SECTION.
           DISPLAY "GENERATION " WS-GEN-NO " TAKEN BEFORE "
               WS-SL-JOB-NAME(WS-GEN-SLOT) " ON "
               WS-SL-RUN-DATE(WS-GEN-SLOT) " AT "
               WS-SL-RUN-TIME(WS-GEN-SLOT) " BY "
               WS-SL-OPERATOR-ID(WS-GEN-SLOT)
           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                   UNTIL WS-FILE-IDX > WS-FILE-COUNT
               IF WS-RF-PRESENT(WS-FILE-IDX) = "Y"
                   DISPLAY "  " WS-RF-FILE-NAME(WS-FILE-IDX) " "
                       WS-RF-RECORDS(WS-FILE-IDX) " RECORDS"
               ELSE
                   DISPLAY "  " WS-RF-FILE-NAME(WS-FILE-IDX)
                       " DID NOT EXIST - WILL BE REMOVED"
               END-IF
           END-PERFORM
           IF WS-LATER-LISTED > 0
               DISPLAY WS-LATER-LISTED " LATER RUNS LISTED ABOVE "
                   "MUST BE REDONE AFTER THE RESTORE"
           END-IF
           DISPLAY "EVERY CHANGE SINCE THEN TO THESE FILES IS LOST "
               "- RESTORE Y/N: "
           MOVE SPACE TO WS-IN-CONFIRM
           ACCEPT WS-IN-CONFIRM
           IF WS-IN-CONFIRM = "Y" OR WS-IN-CONFIRM = "y"
               PERFORM APPLY-RESTORE-SECTION
           ELSE
               DISPLAY "NOT RESTORED"
           END-IF
           EXIT.

       APPLY-RESTORE-SECTION.
           MOVE "N" TO WS-RESTORE-FAILED
           MOVE 0 TO WS-RESTORED-RECS
           MOVE 0 TO WS-FILES-DONE
           PERFORM TAKE-RUN-LOCK-SECTION
           IF WS-LOCK-HELD = "N"
               MOVE "Y" TO WS-RESTORE-FAILED
           ELSE
               PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                       UNTIL WS-FILE-IDX > WS-FILE-COUNT
                           OR WS-RESTORE-FAILED = "Y"
                   PERFORM RESTORE-ONE-FILE-SECTION
               END-PERFORM
               PERFORM DROP-RUN-LOCK-SECTION
           END-IF

           MOVE SPACES TO WS-AUDIT-STEP
           EVALUATE TRUE
               WHEN WS-LOCK-ACTIVE = "Y"
                   MOVE 8 TO WS-JOB-RC
                   STRING "RESTORE LOCKED " WS-GEN-NO
                       DELIMITED BY SIZE INTO WS-AUDIT-STEP
               WHEN WS-RESTORE-FAILED = "Y"
                   MOVE 8 TO WS-JOB-RC
                   STRING "RESTORE FAIL " WS-GEN-NO DELIMITED BY SIZE
                       INTO WS-AUDIT-STEP
                   DISPLAY "RESTORE OF GENERATION " WS-GEN-NO
                       " INCOMPLETE - " WS-FILES-DONE " OF "
                       WS-FILE-COUNT " FILES PUT BACK - RESTORE IT "
                       "AGAIN BEFORE ANY JOB RUNS"
               WHEN OTHER
                   MOVE 0 TO WS-JOB-RC
                   STRING "RESTORE GEN " WS-GEN-NO DELIMITED BY SIZE
                       INTO WS-AUDIT-STEP
                   ADD 1 TO WS-ACTION-COUNT
                   DISPLAY "GENERATION " WS-GEN-NO " RESTORED - "
                       WS-FILES-DONE " FILES " WS-RESTORED-RECS
                       " RECORDS"
           END-EVALUATE
           MOVE WS-RESTORED-RECS TO WS-AUDIT-READ
           MOVE WS-FILES-DONE TO WS-AUDIT-VALID
           COMPUTE WS-AUDIT-REJECT = WS-FILE-COUNT - WS-FILES-DONE
           CALL 'AUDITLOG' USING WS-DESCRIPTION, WS-AUDIT-STEP,
               WS-JOB-RC, WS-AUDIT-COUNTS
           EXIT.

       RESTORE-ONE-FILE-SECTION.
           MOVE 0 TO WS-COPY-COUNT
           MOVE WS-RF-BACKUP-NAME(WS-FILE-IDX) TO WS-SOURCE-DSN
           MOVE WS-RF-FILE-NAME(WS-FILE-IDX) TO WS-TARGET-DSN
           EVALUATE TRUE
               WHEN WS-RF-ORG(WS-FILE-IDX) = "M"
                   PERFORM RELOAD-MASTER-SECTION
               WHEN WS-RF-ORG(WS-FILE-IDX) = "H"
                   PERFORM RELOAD-HELD-SECTION
               WHEN WS-RF-ORG(WS-FILE-IDX) = "P"
                   PERFORM RELOAD-SNAPSHOT-SECTION
               WHEN WS-RF-PRESENT(WS-FILE-IDX) = "N"
                   CALL 'CBL_DELETE_FILE' USING WS-TARGET-DSN
                       RETURNING WS-DELETE-RC
                   END-CALL
               WHEN OTHER
                   PERFORM COPY-BACK-SECTION
           END-EVALUATE
           IF WS-RESTORE-FAILED = "N"
               ADD 1 TO WS-FILES-DONE
               ADD WS-COPY-COUNT TO WS-RESTORED-RECS
               DISPLAY "  " WS-TARGET-DSN " RESTORED - "
                   WS-COPY-COUNT " RECORDS"
           END-IF
           EXIT.

       COPY-BACK-SECTION.
           OPEN INPUT BACKUP-SOURCE
           IF WS-SOURCE-STATUS NOT = "00"
               DISPLAY "BACKUP COPY " WS-SOURCE-DSN
                   " OPEN FAILED - STATUS " WS-SOURCE-STATUS
               MOVE "Y" TO WS-RESTORE-FAILED
           ELSE
               OPEN OUTPUT RESTORE-TARGET
               IF WS-TARGET-STATUS NOT = "00"
                   DISPLAY WS-TARGET-DSN " OPEN FAILED - STATUS "
                       WS-TARGET-STATUS
                   MOVE "Y" TO WS-RESTORE-FAILED
               ELSE
                   MOVE 0 TO WS-SOURCE-EOF
                   PERFORM UNTIL WS-SOURCE-EOF = 1
                           OR WS-RESTORE-FAILED = "Y"
                       READ BACKUP-SOURCE
                           AT END MOVE 1 TO WS-SOURCE-EOF
                           NOT AT END
                               MOVE SOURCE-RECORD TO TARGET-RECORD
                               WRITE TARGET-RECORD
                               IF WS-TARGET-STATUS NOT = "00"
                                   DISPLAY WS-TARGET-DSN
                                       " WRITE FAILED - STATUS "
                                       WS-TARGET-STATUS
                                   MOVE "Y" TO WS-RESTORE-FAILED
                               ELSE
                                   ADD 1 TO WS-COPY-COUNT
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE RESTORE-TARGET
               END-IF
               CLOSE BACKUP-SOURCE
           END-IF
           EXIT.

      *> OPEN OUTPUT rebuilds the indexed file empty; the unloaded
      *> rows then go back in key by key. A master that did not
      *> exist comes back empty, which every program reads the same
      *> as no master at all.
       RELOAD-MASTER-SECTION.
           OPEN INPUT BACKUP-SOURCE
           IF WS-SOURCE-STATUS NOT = "00"
               DISPLAY "BACKUP COPY " WS-SOURCE-DSN
                   " OPEN FAILED - STATUS " WS-SOURCE-STATUS
               MOVE "Y" TO WS-RESTORE-FAILED
           ELSE
               OPEN OUTPUT ACCOUNT-MASTER
               IF WS-MASTER-STATUS NOT = "00"
                   DISPLAY "ACCOUNT MASTER OPEN FAILED - STATUS "
                       WS-MASTER-STATUS
                   MOVE "Y" TO WS-RESTORE-FAILED
               ELSE
                   MOVE 0 TO WS-SOURCE-EOF
                   PERFORM UNTIL WS-SOURCE-EOF = 1
                           OR WS-RESTORE-FAILED = "Y"
                       READ BACKUP-SOURCE
                           AT END MOVE 1 TO WS-SOURCE-EOF
                           NOT AT END
                               MOVE SOURCE-RECORD
                                   TO ACCOUNT-MASTER-RECORD
                               WRITE ACCOUNT-MASTER-RECORD
                                   INVALID KEY
                                       DISPLAY "ACCOUNT MASTER WRITE "
                                           "FAILED - STATUS "
                                           WS-MASTER-STATUS
                                       MOVE "Y" TO WS-RESTORE-FAILED
                                   NOT INVALID KEY
                                       ADD 1 TO WS-COPY-COUNT
                               END-WRITE
                       END-READ
                   END-PERFORM
                   CLOSE ACCOUNT-MASTER
               END-IF
               CLOSE BACKUP-SOURCE
           END-IF
           EXIT.

       RELOAD-HELD-SECTION.
           OPEN INPUT BACKUP-SOURCE
           IF WS-SOURCE-STATUS NOT = "00"
               DISPLAY "BACKUP COPY " WS-SOURCE-DSN
                   " OPEN FAILED - STATUS " WS-SOURCE-STATUS
               MOVE "Y" TO WS-RESTORE-FAILED
           ELSE
               OPEN OUTPUT HELD-BATCH-FILE
               IF WS-HELD-STATUS NOT = "00"
                   DISPLAY "HELD-BATCH QUEUE OPEN FAILED - STATUS "
                       WS-HELD-STATUS
                   MOVE "Y" TO WS-RESTORE-FAILED
               ELSE
                   MOVE 0 TO WS-SOURCE-EOF
                   PERFORM UNTIL WS-SOURCE-EOF = 1
                           OR WS-RESTORE-FAILED = "Y"
                       READ BACKUP-SOURCE
                           AT END MOVE 1 TO WS-SOURCE-EOF
                           NOT AT END
                               MOVE SOURCE-RECORD TO HELD-BATCH-RECORD
                               WRITE HELD-BATCH-RECORD
                                   INVALID KEY
                                       DISPLAY "HELD-BATCH QUEUE "
                                           "WRITE FAILED - STATUS "
                                           WS-HELD-STATUS
                                       MOVE "Y" TO WS-RESTORE-FAILED
                                   NOT INVALID KEY
                                       ADD 1 TO WS-COPY-COUNT
                               END-WRITE
                       END-READ
                   END-PERFORM
                   CLOSE HELD-BATCH-FILE
               END-IF
               CLOSE BACKUP-SOURCE
           END-IF
           EXIT.

       RELOAD-SNAPSHOT-SECTION.
           OPEN INPUT BACKUP-SOURCE
           IF WS-SOURCE-STATUS NOT = "00"
               DISPLAY "BACKUP COPY " WS-SOURCE-DSN
                   " OPEN FAILED - STATUS " WS-SOURCE-STATUS
               MOVE "Y" TO WS-RESTORE-FAILED
           ELSE
               OPEN OUTPUT SNAPSHOT-FILE
               IF WS-SNAP-STATUS NOT = "00"
                   DISPLAY "BALANCE HISTORY OPEN FAILED - STATUS "
                       WS-SNAP-STATUS
                   MOVE "Y" TO WS-RESTORE-FAILED
               ELSE
                   MOVE 0 TO WS-SOURCE-EOF
                   PERFORM UNTIL WS-SOURCE-EOF = 1
                           OR WS-RESTORE-FAILED = "Y"
                       READ BACKUP-SOURCE
                           AT END MOVE 1 TO WS-SOURCE-EOF
                           NOT AT END
                               MOVE SOURCE-RECORD TO SNAPSHOT-RECORD
                               WRITE SNAPSHOT-RECORD
                                   INVALID KEY
                                       DISPLAY "BALANCE HISTORY "
                                           "WRITE FAILED - STATUS "
                                           WS-SNAP-STATUS
                                       MOVE "Y" TO WS-RESTORE-FAILED
                                   NOT INVALID KEY
                                       ADD 1 TO WS-COPY-COUNT
                               END-WRITE
                       END-READ
                   END-PERFORM
                   CLOSE SNAPSHOT-FILE
               END-IF
               CLOSE BACKUP-SOURCE
           END-IF
           EXIT.

      *> Holds FILEDEMO's run lock for the length of the restore, so
      *> a run started meanwhile refuses rather than reading a half-
      *> restored set. The lock is read again first - a run that
      *> started while the supervisor was confirming keeps its lock
      *> and the restore is refused.
       TAKE-RUN-LOCK-SECTION.
           MOVE "N" TO WS-LOCK-HELD
           ACCEPT WS-TIME FROM TIME
           PERFORM CHECK-RUN-LOCK-SECTION
           IF WS-LOCK-ACTIVE = "Y"
               DISPLAY "RESTORE REFUSED - RUN LOCK TAKEN BY "
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
               ACCEPT WS-TIME FROM TIME
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
               END-IF
               MOVE "N" TO WS-LOCK-HELD
           END-IF
           EXIT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GENBKUP.

      *> Shared generation backup. FILEDEMO, EODPOST and HISTPURG
      *> call in with the ABC.COPY run header before they touch
      *> anything durable; the job name picks the set of files that
      *> job updates, and each file is copied to a numbered backup
      *> generation:
      *>   <file>.Bnn   nn = the generation's slot, 01 upward
      *> The number of generations kept comes off bkparm.txt
      *> (default 5). Generations are numbered from 1 upward for
      *> good, and each takes the slot after the last one's, so
      *> the oldest generation's copies are the ones overwritten.
      *> The catalog bkcatlg.txt is cumulative: one F line per file
      *> copied (backup name, records, whether the file existed),
      *> then one G line for the generation - job, date, time,
      *> operator, files, records and whether the copy completed.
      *> The indexed files (account master, held-batch queue,
      *> balance history) are unloaded in key order to line-
      *> sequential copies; GENREST loads them back.
      *> Only the current 82-byte account master layout is
      *> unloaded. A master still in the original 35-byte layout
      *> (balance, last date and movement count only) is converted
      *> once by ACCTCONV before any of these jobs runs - the old
      *> file is renamed acctmast.old and kept as the fallback,
      *> since the generations taken here start after it.
      *> Return code 00 - generation taken; 08 - it was not, and
      *> the calling job must not run without it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Generation count - one record, absent = the default.
           SELECT BACKUP-PARAM-FILE ASSIGN TO "bkparm.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BKPARM-STATUS.

      *> The cumulative generation catalog.
           SELECT BACKUP-CATALOG ASSIGN TO "bkcatlg.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.

      *> A line-sequential data file being copied, and the backup
      *> copy being written - both named at run time, the way
      *> FILEDEMO names its input file.
           SELECT BACKUP-SOURCE ASSIGN USING WS-SOURCE-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-STATUS.

           SELECT BACKUP-TARGET ASSIGN USING WS-TARGET-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TARGET-STATUS.

      *> The indexed files, read in key order for the unload.
           SELECT OPTIONAL ACCOUNT-MASTER ASSIGN TO "acctmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AM-ACCOUNT-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT OPTIONAL HELD-BATCH-FILE ASSIGN TO "heldbat.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HB-KEY
               FILE STATUS IS WS-HELD-STATUS.

           SELECT OPTIONAL SNAPSHOT-FILE ASSIGN TO "balsnap.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BS-KEY
               FILE STATUS IS WS-SNAP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BACKUP-PARAM-FILE.
       01  BACKUP-PARAM-RECORD.
           05  BP-GENERATIONS     PIC 9(2).

      *> G and F lines share the generation number and slot; the
      *> rest of the line is the type's own detail.
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

       FD  BACKUP-TARGET.
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

       WORKING-STORAGE SECTION.
       01  WS-BKPARM-STATUS  PIC X(2) VALUE "00".
       01  WS-CATALOG-STATUS PIC X(2) VALUE "00".
       01  WS-SOURCE-STATUS  PIC X(2) VALUE "00".
       01  WS-TARGET-STATUS  PIC X(2) VALUE "00".
       01  WS-MASTER-STATUS  PIC X(2) VALUE "00".
       01  WS-HELD-STATUS    PIC X(2) VALUE "00".
       01  WS-SNAP-STATUS    PIC X(2) VALUE "00".
       01  WS-SOURCE-DSN     PIC X(20) VALUE SPACES.
       01  WS-TARGET-DSN     PIC X(20) VALUE SPACES.
       01  WS-CATALOG-EOF    PIC 9(1) VALUE 0.
       01  WS-SOURCE-EOF     PIC 9(1) VALUE 0.
       01  WS-TIME           PIC 9(8).

      *> Generations kept, and where this one goes.
       01  WS-GENERATIONS    PIC 9(2) VALUE 5.
       01  WS-LAST-GEN-NO    PIC 9(5) VALUE 0.
       01  WS-GEN-NO         PIC 9(5) VALUE 0.
       01  WS-SLOT           PIC 9(2) VALUE 0.
       01  WS-GEN-FAILED     PIC X(1) VALUE "N".
       01  WS-FILE-RECORDS   PIC 9(8) VALUE 0.
       01  WS-FILE-PRESENT   PIC X(1) VALUE "N".
       01  WS-TOTAL-RECORDS  PIC 9(9) VALUE 0.
       01  WS-FILES-COPIED   PIC 9(2) VALUE 0.

      *> The files the calling job updates. Organization: S line
      *> sequential, M account master, H held-batch queue, P
      *> balance history.
       01  WS-SET-COUNT      PIC 9(2) VALUE 0.
       01  WS-SET-IDX        PIC 9(2) VALUE 0.
       01  WS-SET-TABLE.
           05  WS-SET-ENTRY OCCURS 10 TIMES.
               10  WS-SET-FILE-NAME   PIC X(16).
               10  WS-SET-ORG         PIC X(1).

      *> The generation's own audit row.
       01  WS-AUDIT-STEP     PIC X(20) VALUE SPACES.
       01  WS-AUDIT-COUNTS.
           05  WS-AUDIT-READ    PIC 9(8) VALUE 0.
           05  WS-AUDIT-VALID   PIC 9(8) VALUE 0.
           05  WS-AUDIT-REJECT  PIC 9(8) VALUE 0.

       LINKAGE SECTION.
      *> Same shape as the ABC.COPY run header the callers carry.
       01  LS-RUN-HEADER.
           05  LS-HDR-RUN-DATE      PIC X(8).
           05  LS-HDR-JOB-NAME      PIC X(8).
           05  LS-HDR-OPERATOR-ID   PIC X(8).
       01  LS-BACKUP-RC             PIC 9(2).

       PROCEDURE DIVISION USING LS-RUN-HEADER, LS-BACKUP-RC.
       MAIN-SECTION.
           MOVE 0 TO LS-BACKUP-RC
           MOVE "N" TO WS-GEN-FAILED
           MOVE 0 TO WS-TOTAL-RECORDS
           MOVE 0 TO WS-FILES-COPIED
           ACCEPT WS-TIME FROM TIME

           PERFORM LOAD-FILE-SET-SECTION
           IF WS-SET-COUNT = 0
               DISPLAY "NO BACKUP FILE SET FOR JOB " LS-HDR-JOB-NAME
               MOVE 8 TO LS-BACKUP-RC
               EXIT PROGRAM
           END-IF

           PERFORM READ-BACKUP-PARMS-SECTION
           PERFORM FIND-LAST-GENERATION-SECTION
           ADD 1 TO WS-LAST-GEN-NO GIVING WS-GEN-NO
           COMPUTE WS-SLOT =
               FUNCTION MOD(WS-GEN-NO - 1, WS-GENERATIONS) + 1

      *> Probe for an existing catalog with a throwaway OPEN INPUT,
      *> as AUDITLOG does, before extending it.
           OPEN INPUT BACKUP-CATALOG
           IF WS-CATALOG-STATUS = "00"
               CLOSE BACKUP-CATALOG
               OPEN EXTEND BACKUP-CATALOG
           ELSE
               OPEN OUTPUT BACKUP-CATALOG
           END-IF
           IF WS-CATALOG-STATUS NOT = "00"
               DISPLAY "BACKUP CATALOG OPEN FAILED - STATUS "
                   WS-CATALOG-STATUS
               MOVE 8 TO LS-BACKUP-RC
           ELSE
               DISPLAY "BACKUP GENERATION " WS-GEN-NO " SLOT "
                   WS-SLOT " FOR " LS-HDR-JOB-NAME
               PERFORM VARYING WS-SET-IDX FROM 1 BY 1
                       UNTIL WS-SET-IDX > WS-SET-COUNT
                           OR WS-GEN-FAILED = "Y"
                   PERFORM BACKUP-ONE-FILE-SECTION
               END-PERFORM
               PERFORM WRITE-GENERATION-LINE-SECTION
               CLOSE BACKUP-CATALOG
               IF WS-GEN-FAILED = "Y"
                   MOVE 8 TO LS-BACKUP-RC
               END-IF
           END-IF

           IF LS-BACKUP-RC = 0
               DISPLAY "BACKUP GENERATION " WS-GEN-NO " COMPLETE - "
                   WS-FILES-COPIED " FILES " WS-TOTAL-RECORDS
                   " RECORDS"
           ELSE
               DISPLAY "BACKUP GENERATION " WS-GEN-NO " FAILED"
           END-IF

           MOVE SPACES TO WS-AUDIT-STEP
           STRING "GEN-BACKUP " WS-GEN-NO DELIMITED BY SIZE
               INTO WS-AUDIT-STEP
           MOVE WS-TOTAL-RECORDS TO WS-AUDIT-READ
           MOVE WS-FILES-COPIED TO WS-AUDIT-VALID
           MOVE 0 TO WS-AUDIT-REJECT
           IF WS-GEN-FAILED = "Y"
               MOVE 1 TO WS-AUDIT-REJECT
           END-IF
           CALL 'AUDITLOG' USING LS-RUN-HEADER, WS-AUDIT-STEP,
               LS-BACKUP-RC, WS-AUDIT-COUNTS
           EXIT PROGRAM.

      *> The files each job updates - everything a restore has to
      *> bring back together for the master, history and control
      *> files to agree again. The jobs' checkpoints go with them,
      *> so a restored set never resumes a run it predates.
       LOAD-FILE-SET-SECTION.
           MOVE 0 TO WS-SET-COUNT
           EVALUATE LS-HDR-JOB-NAME
               WHEN "FILEDEMO"
                   MOVE "acctmast.dat" TO WS-SET-FILE-NAME(1)
                   MOVE "M" TO WS-SET-ORG(1)
                   MOVE "history.txt" TO WS-SET-FILE-NAME(2)
                   MOVE "S" TO WS-SET-ORG(2)
                   MOVE "procctl.dat" TO WS-SET-FILE-NAME(3)
                   MOVE "S" TO WS-SET-ORG(3)
                   MOVE "heldbat.dat" TO WS-SET-FILE-NAME(4)
                   MOVE "H" TO WS-SET-ORG(4)
                   MOVE "rejsusp.txt" TO WS-SET-FILE-NAME(5)
                   MOVE "S" TO WS-SET-ORG(5)
                   MOVE "checkpoint.dat" TO WS-SET-FILE-NAME(6)
                   MOVE "S" TO WS-SET-ORG(6)
                   MOVE "movework.txt" TO WS-SET-FILE-NAME(7)
                   MOVE "S" TO WS-SET-ORG(7)
                   MOVE "glsent.txt" TO WS-SET-FILE-NAME(8)
                   MOVE "S" TO WS-SET-ORG(8)
                   MOVE 8 TO WS-SET-COUNT
               WHEN "EODPOST "
                   MOVE "acctmast.dat" TO WS-SET-FILE-NAME(1)
                   MOVE "M" TO WS-SET-ORG(1)
                   MOVE "history.txt" TO WS-SET-FILE-NAME(2)
                   MOVE "S" TO WS-SET-ORG(2)
                   MOVE "eodctl.dat" TO WS-SET-FILE-NAME(3)
                   MOVE "S" TO WS-SET-ORG(3)
                   MOVE "rejsusp.txt" TO WS-SET-FILE-NAME(4)
                   MOVE "S" TO WS-SET-ORG(4)
                   MOVE "eodchkpt.dat" TO WS-SET-FILE-NAME(5)
                   MOVE "S" TO WS-SET-ORG(5)
                   MOVE 5 TO WS-SET-COUNT
               WHEN "HISTPURG"
                   MOVE "history.txt" TO WS-SET-FILE-NAME(1)
                   MOVE "S" TO WS-SET-ORG(1)
                   MOVE "histarch.txt" TO WS-SET-FILE-NAME(2)
                   MOVE "S" TO WS-SET-ORG(2)
                   MOVE "balsnap.dat" TO WS-SET-FILE-NAME(3)
                   MOVE "P" TO WS-SET-ORG(3)
                   MOVE 3 TO WS-SET-COUNT
           END-EVALUATE
           EXIT.

      *> Fewer than two generations would leave nothing to fall
      *> back on while the new one is being taken.
       READ-BACKUP-PARMS-SECTION.
           MOVE 5 TO WS-GENERATIONS
           OPEN INPUT BACKUP-PARAM-FILE
           IF WS-BKPARM-STATUS = "00"
               READ BACKUP-PARAM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF BP-GENERATIONS IS NUMERIC
                               AND BP-GENERATIONS > 1
                           MOVE BP-GENERATIONS TO WS-GENERATIONS
                       ELSE
                           DISPLAY "BACKUP GENERATIONS '"
                               BP-GENERATIONS "' INVALID - "
                               WS-GENERATIONS " KEPT"
                       END-IF
               END-READ
               CLOSE BACKUP-PARAM-FILE
           END-IF
           EXIT.

      *> The highest generation number on the catalog - an F line
      *> counts as well as a G line, since a generation that never
      *> finished has still overwritten its slot.
       FIND-LAST-GENERATION-SECTION.
           MOVE 0 TO WS-LAST-GEN-NO
           OPEN INPUT BACKUP-CATALOG
           IF WS-CATALOG-STATUS = "00"
               MOVE 0 TO WS-CATALOG-EOF
               PERFORM UNTIL WS-CATALOG-EOF = 1
                   READ BACKUP-CATALOG
                       AT END MOVE 1 TO WS-CATALOG-EOF
                       NOT AT END
                           IF BC-GEN-NO IS NUMERIC
                                   AND BC-GEN-NO > WS-LAST-GEN-NO
                               MOVE BC-GEN-NO TO WS-LAST-GEN-NO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BACKUP-CATALOG
           END-IF
           EXIT.

       BACKUP-ONE-FILE-SECTION.
           MOVE 0 TO WS-FILE-RECORDS
           MOVE "N" TO WS-FILE-PRESENT
           MOVE SPACES TO WS-TARGET-DSN
           STRING WS-SET-FILE-NAME(WS-SET-IDX) DELIMITED BY SPACE
               ".B" WS-SLOT DELIMITED BY SIZE
               INTO WS-TARGET-DSN

           OPEN OUTPUT BACKUP-TARGET
           IF WS-TARGET-STATUS NOT = "00"
               DISPLAY "BACKUP " WS-TARGET-DSN " OPEN FAILED - "
                   "STATUS " WS-TARGET-STATUS
               MOVE "Y" TO WS-GEN-FAILED
           ELSE
               EVALUATE WS-SET-ORG(WS-SET-IDX)
                   WHEN "M"
                       PERFORM UNLOAD-MASTER-SECTION
                   WHEN "H"
                       PERFORM UNLOAD-HELD-SECTION
                   WHEN "P"
                       PERFORM UNLOAD-SNAPSHOT-SECTION
                   WHEN OTHER
                       PERFORM COPY-SEQUENTIAL-SECTION
               END-EVALUATE
               CLOSE BACKUP-TARGET
           END-IF

           IF WS-GEN-FAILED = "N"
               MOVE SPACES TO CATALOG-RECORD
               MOVE WS-GEN-NO TO BC-GEN-NO
               MOVE WS-SLOT TO BC-SLOT
               MOVE "F" TO BC-REC-TYPE
               MOVE WS-SET-FILE-NAME(WS-SET-IDX) TO BF-FILE-NAME
               MOVE WS-TARGET-DSN TO BF-BACKUP-NAME
               MOVE WS-FILE-RECORDS TO BF-RECORDS
               MOVE WS-FILE-PRESENT TO BF-PRESENT
               MOVE WS-SET-ORG(WS-SET-IDX) TO BF-ORG
               WRITE CATALOG-RECORD
               IF WS-CATALOG-STATUS NOT = "00"
                   DISPLAY "BACKUP CATALOG WRITE FAILED - STATUS "
                       WS-CATALOG-STATUS
                   MOVE "Y" TO WS-GEN-FAILED
               ELSE
                   ADD 1 TO WS-FILES-COPIED
                   ADD WS-FILE-RECORDS TO WS-TOTAL-RECORDS
                   DISPLAY "  " WS-SET-FILE-NAME(WS-SET-IDX) " -> "
                       WS-TARGET-DSN " " WS-FILE-RECORDS
                       " RECORDS"
               END-IF
           END-IF
           EXIT.

      *> A file that does not exist yet is a valid state to come
      *> back to - it is recorded as not present, with an empty
      *> backup copy, and a restore puts it back empty.
       COPY-SEQUENTIAL-SECTION.
           MOVE WS-SET-FILE-NAME(WS-SET-IDX) TO WS-SOURCE-DSN
           OPEN INPUT BACKUP-SOURCE
           EVALUATE WS-SOURCE-STATUS
               WHEN "00"
                   MOVE "Y" TO WS-FILE-PRESENT
                   MOVE 0 TO WS-SOURCE-EOF
                   PERFORM UNTIL WS-SOURCE-EOF = 1
                           OR WS-GEN-FAILED = "Y"
                       READ BACKUP-SOURCE
                           AT END MOVE 1 TO WS-SOURCE-EOF
                           NOT AT END
                               MOVE SOURCE-RECORD TO TARGET-RECORD
                               PERFORM WRITE-TARGET-SECTION
                       END-READ
                   END-PERFORM
                   CLOSE BACKUP-SOURCE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY WS-SOURCE-DSN " OPEN FAILED - STATUS "
                       WS-SOURCE-STATUS
                   MOVE "Y" TO WS-GEN-FAILED
           END-EVALUATE
           EXIT.

      *> OPTIONAL file - status 05 means there is no master yet.
       UNLOAD-MASTER-SECTION.
           OPEN INPUT ACCOUNT-MASTER
           EVALUATE WS-MASTER-STATUS
               WHEN "00"
                   MOVE "Y" TO WS-FILE-PRESENT
                   MOVE 0 TO WS-SOURCE-EOF
                   PERFORM UNTIL WS-SOURCE-EOF = 1
                           OR WS-GEN-FAILED = "Y"
                       READ ACCOUNT-MASTER NEXT RECORD
                           AT END MOVE 1 TO WS-SOURCE-EOF
                           NOT AT END
                               MOVE ACCOUNT-MASTER-RECORD
                                   TO TARGET-RECORD
                               PERFORM WRITE-TARGET-SECTION
                       END-READ
                   END-PERFORM
                   CLOSE ACCOUNT-MASTER
               WHEN "05"
                   CLOSE ACCOUNT-MASTER
               WHEN OTHER
                   DISPLAY "ACCOUNT MASTER OPEN FAILED - STATUS "
                       WS-MASTER-STATUS
                   MOVE "Y" TO WS-GEN-FAILED
           END-EVALUATE
           EXIT.

       UNLOAD-HELD-SECTION.
           OPEN INPUT HELD-BATCH-FILE
           EVALUATE WS-HELD-STATUS
               WHEN "00"
                   MOVE "Y" TO WS-FILE-PRESENT
                   MOVE 0 TO WS-SOURCE-EOF
                   PERFORM UNTIL WS-SOURCE-EOF = 1
                           OR WS-GEN-FAILED = "Y"
                       READ HELD-BATCH-FILE NEXT RECORD
                           AT END MOVE 1 TO WS-SOURCE-EOF
                           NOT AT END
                               MOVE HELD-BATCH-RECORD
                                   TO TARGET-RECORD
                               PERFORM WRITE-TARGET-SECTION
                       END-READ
                   END-PERFORM
                   CLOSE HELD-BATCH-FILE
               WHEN "05"
                   CLOSE HELD-BATCH-FILE
               WHEN OTHER
                   DISPLAY "HELD-BATCH QUEUE OPEN FAILED - STATUS "
                       WS-HELD-STATUS
                   MOVE "Y" TO WS-GEN-FAILED
           END-EVALUATE
           EXIT.

       UNLOAD-SNAPSHOT-SECTION.
           OPEN INPUT SNAPSHOT-FILE
           EVALUATE WS-SNAP-STATUS
               WHEN "00"
                   MOVE "Y" TO WS-FILE-PRESENT
                   MOVE 0 TO WS-SOURCE-EOF
                   PERFORM UNTIL WS-SOURCE-EOF = 1
                           OR WS-GEN-FAILED = "Y"
                       READ SNAPSHOT-FILE NEXT RECORD
                           AT END MOVE 1 TO WS-SOURCE-EOF
                           NOT AT END
                               MOVE SNAPSHOT-RECORD
                                   TO TARGET-RECORD
                               PERFORM WRITE-TARGET-SECTION
                       END-READ
                   END-PERFORM
                   CLOSE SNAPSHOT-FILE
               WHEN "05"
                   CLOSE SNAPSHOT-FILE
               WHEN OTHER
                   DISPLAY "BALANCE HISTORY OPEN FAILED - STATUS "
                       WS-SNAP-STATUS
                   MOVE "Y" TO WS-GEN-FAILED
           END-EVALUATE
           EXIT.

       WRITE-TARGET-SECTION.
           WRITE TARGET-RECORD
           IF WS-TARGET-STATUS NOT = "00"
               DISPLAY "BACKUP " WS-TARGET-DSN " WRITE FAILED - "
                   "STATUS " WS-TARGET-STATUS
               MOVE "Y" TO WS-GEN-FAILED
           ELSE
               ADD 1 TO WS-FILE-RECORDS
           END-IF
           EXIT.

      *> Written last - a generation with no G line, or a G line
      *> marked F, is never offered for restore.
       WRITE-GENERATION-LINE-SECTION.
           MOVE SPACES TO CATALOG-RECORD
           MOVE WS-GEN-NO TO BC-GEN-NO
           MOVE WS-SLOT TO BC-SLOT
           MOVE "G" TO BC-REC-TYPE
           MOVE LS-HDR-JOB-NAME TO BG-JOB-NAME
           MOVE LS-HDR-RUN-DATE TO BG-RUN-DATE
           MOVE WS-TIME TO BG-RUN-TIME
           MOVE LS-HDR-OPERATOR-ID TO BG-OPERATOR-ID
           MOVE WS-FILES-COPIED TO BG-FILE-COUNT
           MOVE WS-TOTAL-RECORDS TO BG-TOTAL-RECORDS
           IF WS-GEN-FAILED = "Y"
               MOVE "F" TO BG-STATE
           ELSE
               MOVE "C" TO BG-STATE
           END-IF
           WRITE CATALOG-RECORD
           IF WS-CATALOG-STATUS NOT = "00"
               DISPLAY "BACKUP CATALOG WRITE FAILED - STATUS "
                   WS-CATALOG-STATUS
               MOVE "Y" TO WS-GEN-FAILED
           END-IF
           EXIT.

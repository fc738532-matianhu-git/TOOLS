       IDENTIFICATION DIVISION.
       PROGRAM-ID. STORDGEN.

      *> Daily standing-order run. For the business date the
      *> operator names, works out which standing orders on
      *> stordr.dat (STORDMNT) fall due and writes them as an
      *> ordinary header/detail/trailer transmission under the
      *> internal sender $STORD, dated that business date, for
      *> FILEDEMO to edit, post, history and extract like any other
      *> movement. An occurrence falling on a weekend or a
      *> calendar.txt holiday is due on the next business day;
      *> occurrences missed while the run did not go (a holiday, a
      *> stopped night) are caught up on the next run. Each account's
      *> due orders go out as one "D" and one "R" movement at most,
      *> so two orders for the same amount cannot trip FILEDEMO's
      *> duplicate-movement edit; the report lists every order.
      *> An order's last-generated date is not moved on here. The
      *> run marks what it generated as pending against its job
      *> date, and only a later run that finds that job date
      *> completed for $STORD on procctl.dat moves the
      *> last-generated date up to it. A transmission that never
      *> posts - failed, cancelled, never sent - leaves the orders
      *> due and they are generated again; one that did post is
      *> never generated twice. The run is refused for a business
      *> date already completed, while a $STORD batch sits held on
      *> heldbat.dat (releasing it later would post it on top of
      *> the regenerated orders), when a later business date has
      *> already been generated, or for a business date after
      *> today - a mis-keyed future date would generate everything
      *> up to it and leave every run after it refused.
      *> stordtx.txt is replaced each run.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> OPTIONAL - no orders yet is an empty run, not a failure.
           SELECT OPTIONAL STANDING-ORDER-FILE ASSIGN TO "stordr.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SO-KEY
               FILE STATUS IS WS-STORD-STATUS.

      *> Read for each account's status - a frozen or closed account
      *> would only be refused at posting, so its orders are left
      *> due and shown on the report instead.
           SELECT ACCOUNT-MASTER ASSIGN TO "acctmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AM-ACCOUNT-ID
               FILE STATUS IS WS-MASTER-STATUS.

      *> Holidays, for the business-date test and the roll forward.
           SELECT CALENDAR-FILE ASSIGN TO "calendar.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.

      *> Which $STORD job dates FILEDEMO has completed.
           SELECT PROC-CONTROL-FILE ASSIGN TO "procctl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROCCTL-STATUS.

      *> Checked for a $STORD batch still held.
           SELECT OPTIONAL HELD-BATCH-FILE ASSIGN TO "heldbat.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HB-KEY
               FILE STATUS IS WS-HELD-STATUS.

           SELECT RUN-PARAM-FILE ASSIGN TO "runparm.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNPARM-STATUS.

      *> The transmission FILEDEMO takes as its input dataset.
           SELECT TRANSMIT-FILE ASSIGN TO "stordtx.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSMIT-STATUS.

           SELECT REPORT-FILE ASSIGN TO "stordrpt.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> STORDMNT's layout. SO-PEND-JOB-DATE is the job date of the
      *> last transmission the order went out on and SO-PEND-THRU-
      *> DATE the last occurrence it carried; both are zero once
      *> that transmission is confirmed posted.
       FD  STANDING-ORDER-FILE.
       01  STANDING-ORDER-RECORD.
           05  SO-KEY.
               10  SO-ACCOUNT-ID      PIC X(8).
               10  SO-SEQ             PIC 9(2).
           05  SO-DIRECTION           PIC X(1).
               88  SO-PAY-IN                   VALUE "D".
               88  SO-TAKE-OUT                 VALUE "R".
           05  SO-AMOUNT              PIC 9(7)V99.
           05  SO-FREQUENCY           PIC X(1).
               88  SO-WEEKLY                   VALUE "W".
               88  SO-MONTHLY                  VALUE "M".
               88  SO-FIXED-DAY                VALUE "F".
           05  SO-DAY                 PIC 9(2).
           05  SO-START-DATE          PIC 9(8).
           05  SO-END-DATE            PIC 9(8).
           05  SO-LAST-GEN-DATE       PIC 9(8).
           05  SO-PEND-JOB-DATE       PIC 9(8).
           05  SO-PEND-THRU-DATE      PIC 9(8).
           05  SO-REFERENCE           PIC X(20).
           05  SO-CHANGE-DATE         PIC 9(8).
           05  SO-CHANGE-OPER         PIC X(8).

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

       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD.
           05  CAL-DATE           PIC 9(8).

       FD  PROC-CONTROL-FILE.
       01  PROC-CONTROL-RECORD.
           05  PC-DONE-DATE       PIC 9(8).
           05  FILLER             PIC X(1).
           05  PC-SENDER-ID       PIC X(6).
           05  PC-STAMP.
               10  FILLER         PIC X(1).
               10  PC-ACTION      PIC X(1).
               10  FILLER         PIC X(54).

      *> HB-SEQ 0 is a batch's control record - the layout FILEDEMO
      *> writes.
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
           05  FILLER                 PIC X(79).

       FD  RUN-PARAM-FILE.
       01  RUN-PARAM-RECORD.
           05  RP-INPUT-DSN       PIC X(44).
           05  RP-CHKPT-INTERVAL  PIC 9(4).
           05  RP-OPERATOR-ID     PIC X(8).
           05  RP-RUN-MODE        PIC X(1).

      *> FILEDEMO's input layouts - header, movement, trailer.
       FD  TRANSMIT-FILE.
       01  TRANSMIT-RECORD        PIC X(18).
       01  TX-HEADER-RECORD.
           05  TXH-RECORD-TYPE    PIC X(1).
           05  TXH-JOB-DATE       PIC 9(8).
           05  TXH-SENDER-ID      PIC X(6).
           05  FILLER             PIC X(3).
       01  TX-DETAIL-RECORD.
           05  TXD-RECORD-TYPE    PIC X(1).
           05  TXD-ACCOUNT-ID     PIC X(8).
           05  TXD-AMOUNT         PIC 9(7)V99.
       01  TX-TRAILER-RECORD.
           05  TXT-RECORD-TYPE    PIC X(1).
           05  TXT-CONTROL-COUNT  PIC 9(8).
           05  FILLER             PIC X(9).

       FD  REPORT-FILE.
       01  REPORT-RECORD          PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-STORD-STATUS    PIC X(2) VALUE "00".
       01  WS-MASTER-STATUS   PIC X(2) VALUE "00".
       01  WS-CALENDAR-STATUS PIC X(2) VALUE "00".
       01  WS-PROCCTL-STATUS  PIC X(2) VALUE "00".
       01  WS-HELD-STATUS     PIC X(2) VALUE "00".
       01  WS-RUNPARM-STATUS  PIC X(2) VALUE "00".
       01  WS-TRANSMIT-STATUS PIC X(2) VALUE "00".
       01  WS-REPORT-STATUS   PIC X(2) VALUE "00".
       01  WS-DATE            PIC 9(8).
       01  WS-JOB-RC          PIC 9(2) VALUE 0.
       01  WS-STORD-EOF       PIC 9(1) VALUE 0.
       01  WS-CTL-EOF         PIC 9(1) VALUE 0.
       01  WS-HELD-EOF        PIC 9(1) VALUE 0.
       01  WS-OUTPUT-OPEN     PIC X(1) VALUE "N".

      *> The internal sender id this run transmits under - the "$"
      *> tells FILEDEMO it is not a daily site.
       01  WS-SENDER-ID       PIC X(6) VALUE "$STORD".

      *> The business date being generated for, and what procctl.dat
      *> and heldbat.dat say about this sender.
       01  WS-IN-DATE         PIC X(8) VALUE SPACES.
       01  WS-JOB-DATE        PIC 9(8) VALUE 0.
       01  WS-DAY-DONE        PIC X(1) VALUE "N".
       01  WS-BATCH-HELD      PIC X(1) VALUE "N".
       01  WS-LATEST-PEND     PIC 9(8) VALUE 0.

      *> Business-day test, the same one FILEDEMO applies - MOD 7 of
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

      *> The distinct job dates orders are pending against, and
      *> whether procctl.dat shows each one completed.
       01  WS-PEND-LIMIT      PIC 9(2) VALUE 50.
       01  WS-PEND-COUNT      PIC 9(2) VALUE 0.
       01  WS-PEND-IDX        PIC 9(2) VALUE 0.
       01  WS-PEND-FOUND      PIC X(1) VALUE "N".
       01  WS-PEND-TABLE.
           05  WS-PEND-ENTRY OCCURS 50 TIMES.
               10  WS-PEND-DATE     PIC 9(8).
               10  WS-PEND-DONE     PIC X(1).

      *> One order's schedule worked forward. WS-OCC-BASE is the
      *> date the next occurrence must fall after; WS-OCC-DATE the
      *> nominal date of that occurrence, before any roll forward.
       01  WS-OCC-BASE        PIC 9(8) VALUE 0.
       01  WS-OCC-BASE-DAYNUM PIC S9(9) VALUE 0.
       01  WS-OCC-DATE        PIC 9(8) VALUE 0.
       01  WS-OCC-DAYNUM      PIC S9(9) VALUE 0.
       01  WS-OCC-START-DAYNUM PIC S9(9) VALUE 0.
       01  WS-OCC-WEEKS       PIC S9(7) VALUE 0.
       01  WS-OCC-WANT-DAY    PIC 9(2) VALUE 0.
       01  WS-OCC-YEAR        PIC 9(4) VALUE 0.
       01  WS-OCC-MONTH       PIC 9(2) VALUE 0.
       01  WS-OCC-MONTH-START PIC 9(8) VALUE 0.
       01  WS-OCC-NEXT-START  PIC 9(8) VALUE 0.
       01  WS-OCC-MONTH-DAYS  PIC 9(2) VALUE 0.
       01  WS-OCC-STOP        PIC X(1) VALUE "N".
       01  WS-OCC-BAD         PIC X(1) VALUE "N".
       01  WS-OCC-COUNT       PIC 9(3) VALUE 0.
       01  WS-OCC-LAST        PIC 9(8) VALUE 0.
       01  WS-OCC-NEXT        PIC 9(8) VALUE 0.
       01  WS-OCC-AMOUNT      PIC 9(9)V99 VALUE 0.

      *> One order's outcome, for the report line.
       01  WS-PRIOR-PEND      PIC X(1) VALUE SPACE.
           88  WS-PEND-CONFIRMED       VALUE "C".
           88  WS-PEND-UNPOSTED        VALUE "U".
       01  WS-ORDER-CHANGED   PIC X(1) VALUE "N".
       01  WS-ORDER-ACTION    PIC X(20) VALUE SPACES.
       01  WS-REPORT-DATE     PIC 9(8) VALUE 0.

      *> One account's due orders, netted by direction at the break.
       01  WS-BREAK-ACCOUNT   PIC X(8) VALUE SPACES.
       01  WS-ACCT-SKIPPED    PIC X(1) VALUE "N".
       01  WS-ACCT-ACTION     PIC X(20) VALUE SPACES.
       01  WS-ACCT-IN         PIC 9(9)V99 VALUE 0.
       01  WS-ACCT-OUT        PIC 9(9)V99 VALUE 0.
       01  WS-MOVE-TYPE       PIC X(1) VALUE SPACE.
       01  WS-MOVE-AMOUNT     PIC 9(9)V99 VALUE 0.

      *> Run totals for the report's last page and the audit row.
       01  WS-ORDERS-READ     PIC 9(8) VALUE 0.
       01  WS-ORDERS-DUE      PIC 9(8) VALUE 0.
       01  WS-ORDERS-CONFIRMED PIC 9(8) VALUE 0.
       01  WS-ORDERS-SKIPPED  PIC 9(8) VALUE 0.
       01  WS-DETAIL-COUNT    PIC 9(8) VALUE 0.
       01  WS-CREDIT-COUNT    PIC 9(8) VALUE 0.
       01  WS-DEBIT-COUNT     PIC 9(8) VALUE 0.
       01  WS-TOT-IN          PIC 9(11)V99 VALUE 0.
       01  WS-TOT-OUT         PIC 9(11)V99 VALUE 0.
       01  WS-EDIT-AMOUNT     PIC Z(6)9.99.
       01  WS-EDIT-OCC        PIC ZZ9.
       01  WS-EDIT-GEN        PIC Z(8)9.99.
       01  WS-EDIT-TOTAL      PIC Z(10)9.99.

       01  WS-AUDIT-STEP      PIC X(20) VALUE SPACES.
       01  WS-AUDIT-COUNTS.
           05  WS-AUDIT-READ    PIC 9(8) VALUE 0.
           05  WS-AUDIT-VALID   PIC 9(8) VALUE 0.
           05  WS-AUDIT-REJECT  PIC 9(8) VALUE 0.

       COPY "ABC.COPY".

       PROCEDURE DIVISION.
       MAIN-SECTION.
           DISPLAY "STANDING ORDER GENERATION"
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           MOVE WS-DATE TO WS-HDR-RUN-DATE
           MOVE "STORDGEN" TO WS-HDR-JOB-NAME
           MOVE "OPER01" TO WS-HDR-OPERATOR-ID
           PERFORM READ-OPERATOR-SECTION

           DISPLAY "GENERATE FOR BUSINESS DATE (YYYYMMDD): "
           ACCEPT WS-IN-DATE
           IF WS-IN-DATE IS NOT NUMERIC
               DISPLAY "INVALID BUSINESS DATE - " WS-IN-DATE
               MOVE 8 TO WS-JOB-RC
               PERFORM END-RUN-SECTION
           END-IF
           MOVE WS-IN-DATE TO WS-JOB-DATE
           IF WS-JOB-DATE > WS-DATE
               DISPLAY "BUSINESS DATE " WS-JOB-DATE " IS AFTER TODAY "
                   WS-DATE " - NOTHING GENERATED"
               MOVE 8 TO WS-JOB-RC
               PERFORM END-RUN-SECTION
           END-IF

           PERFORM LOAD-CALENDAR-SECTION
           MOVE WS-JOB-DATE TO WS-BD-DATE
           PERFORM IS-BUSINESS-DAY-SECTION
           EVALUATE WS-BD-RESULT
               WHEN "U"
                   DISPLAY "NOT A REAL CALENDAR DATE - " WS-JOB-DATE
                   MOVE 8 TO WS-JOB-RC
                   PERFORM END-RUN-SECTION
               WHEN "N"
                   DISPLAY WS-JOB-DATE " IS NOT A BUSINESS DAY - "
                       "NOTHING GENERATED"
                   MOVE 8 TO WS-JOB-RC
                   PERFORM END-RUN-SECTION
           END-EVALUATE

           OPEN I-O STANDING-ORDER-FILE
           IF WS-STORD-STATUS NOT = "00"
                   AND WS-STORD-STATUS NOT = "05"
               DISPLAY "STANDING ORDER FILE OPEN FAILED - STATUS "
                   WS-STORD-STATUS
               MOVE 8 TO WS-JOB-RC
               PERFORM END-RUN-SECTION
           END-IF

           PERFORM COLLECT-PENDING-SECTION
           EVALUATE TRUE
               WHEN WS-PEND-COUNT > WS-PEND-LIMIT
                   DISPLAY "MORE THAN " WS-PEND-LIMIT " PENDING JOB "
                       "DATES ON stordr.dat - RUN ABORTED"
                   MOVE 8 TO WS-JOB-RC
               WHEN WS-LATEST-PEND > WS-JOB-DATE
                   DISPLAY "ORDERS ALREADY GENERATED FOR "
                       WS-LATEST-PEND " - " WS-JOB-DATE
                       " NOT GENERATED"
                   MOVE 8 TO WS-JOB-RC
           END-EVALUATE
           IF WS-JOB-RC > 4
               CLOSE STANDING-ORDER-FILE
               PERFORM END-RUN-SECTION
           END-IF

           PERFORM CHECK-HELD-BATCH-SECTION
           IF WS-BATCH-HELD NOT = "N"
               IF WS-BATCH-HELD = "Y"
                   DISPLAY "A " WS-SENDER-ID " BATCH IS HELD ON "
                       "heldbat.dat - RELEASE OR CANCEL IT FIRST"
               END-IF
               MOVE 8 TO WS-JOB-RC
               CLOSE STANDING-ORDER-FILE
               PERFORM END-RUN-SECTION
           END-IF

           PERFORM CHECK-PROC-CONTROL-SECTION
           IF WS-DAY-DONE = "Y"
               DISPLAY "SENDER " WS-SENDER-ID " JOB DATE "
                   WS-JOB-DATE " ALREADY POSTED - NOT GENERATED AGAIN"
               MOVE 8 TO WS-JOB-RC
               CLOSE STANDING-ORDER-FILE
               PERFORM END-RUN-SECTION
           END-IF

           OPEN INPUT ACCOUNT-MASTER
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "ACCOUNT MASTER OPEN FAILED - STATUS "
                   WS-MASTER-STATUS
               MOVE 8 TO WS-JOB-RC
               CLOSE STANDING-ORDER-FILE
               PERFORM END-RUN-SECTION
           END-IF

           PERFORM GENERATE-ORDERS-SECTION
           CLOSE ACCOUNT-MASTER
           CLOSE STANDING-ORDER-FILE
           PERFORM END-RUN-SECTION.

      *> The transmission is only good when the run finished clean -
      *> a run that stopped part way leaves no stordtx.txt behind
      *> for FILEDEMO to pick up half of. Orders it marked pending
      *> stay due, since their job date never completes.
       END-RUN-SECTION.
           IF WS-JOB-RC > 4 AND WS-OUTPUT-OPEN = "Y"
               OPEN OUTPUT TRANSMIT-FILE
               CLOSE TRANSMIT-FILE
               DISPLAY "stordtx.txt EMPTIED - DO NOT TRANSMIT"
           END-IF
           MOVE WS-ORDERS-READ TO WS-AUDIT-READ
           MOVE WS-DETAIL-COUNT TO WS-AUDIT-VALID
           MOVE WS-ORDERS-SKIPPED TO WS-AUDIT-REJECT
           MOVE "STANDING-ORDERS" TO WS-AUDIT-STEP
           CALL 'AUDITLOG' USING WS-DESCRIPTION, WS-AUDIT-STEP,
               WS-JOB-RC, WS-AUDIT-COUNTS
           DISPLAY "STANDING ORDER GENERATION ENDS - CONDITION CODE "
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

      *> First pass - the job dates orders are pending against, so
      *> one read of procctl.dat can settle them all, and the latest
      *> of them, since a run must not go back behind one.
       COLLECT-PENDING-SECTION.
           MOVE 0 TO WS-PEND-COUNT
           MOVE 0 TO WS-LATEST-PEND
           MOVE LOW-VALUES TO SO-KEY
           START STANDING-ORDER-FILE KEY IS NOT LESS THAN SO-KEY
               INVALID KEY MOVE 1 TO WS-STORD-EOF
               NOT INVALID KEY MOVE 0 TO WS-STORD-EOF
           END-START
           PERFORM UNTIL WS-STORD-EOF = 1
               READ STANDING-ORDER-FILE NEXT RECORD
                   AT END MOVE 1 TO WS-STORD-EOF
                   NOT AT END
                       IF SO-PEND-JOB-DATE NOT = 0
                           PERFORM ADD-PENDING-DATE-SECTION
                       END-IF
               END-READ
           END-PERFORM
           EXIT.

       ADD-PENDING-DATE-SECTION.
           IF SO-PEND-JOB-DATE > WS-LATEST-PEND
               MOVE SO-PEND-JOB-DATE TO WS-LATEST-PEND
           END-IF
           PERFORM FIND-PENDING-DATE-SECTION
           IF WS-PEND-FOUND = "N"
               IF WS-PEND-COUNT < WS-PEND-LIMIT
                   ADD 1 TO WS-PEND-COUNT
                   MOVE SO-PEND-JOB-DATE
                       TO WS-PEND-DATE(WS-PEND-COUNT)
                   MOVE "N" TO WS-PEND-DONE(WS-PEND-COUNT)
               ELSE
                   COMPUTE WS-PEND-COUNT = WS-PEND-LIMIT + 1
               END-IF
           END-IF
           EXIT.

      *> Sets WS-PEND-FOUND and leaves WS-PEND-IDX on the entry for
      *> SO-PEND-JOB-DATE.
       FIND-PENDING-DATE-SECTION.
           MOVE "N" TO WS-PEND-FOUND
           MOVE 1 TO WS-PEND-IDX
           PERFORM UNTIL WS-PEND-IDX > WS-PEND-COUNT
                   OR WS-PEND-IDX > WS-PEND-LIMIT
                   OR WS-PEND-FOUND = "Y"
               IF WS-PEND-DATE(WS-PEND-IDX) = SO-PEND-JOB-DATE
                   MOVE "Y" TO WS-PEND-FOUND
               ELSE
                   ADD 1 TO WS-PEND-IDX
               END-IF
           END-PERFORM
           EXIT.

      *> Any $STORD batch FILEDEMO is holding, released or cancelled
      *> rows aside, stops the run. WS-BATCH-HELD "E" is an unusable
      *> queue file - the run cannot tell, so it does not guess.
       CHECK-HELD-BATCH-SECTION.
           MOVE "N" TO WS-BATCH-HELD
           OPEN INPUT HELD-BATCH-FILE
           IF WS-HELD-STATUS NOT = "00" AND WS-HELD-STATUS NOT = "05"
               DISPLAY "HELD BATCH FILE OPEN FAILED - STATUS "
                   WS-HELD-STATUS
               MOVE "E" TO WS-BATCH-HELD
           ELSE
               MOVE LOW-VALUES TO HB-KEY
               MOVE WS-SENDER-ID TO HB-SENDER-ID
               START HELD-BATCH-FILE KEY NOT < HB-KEY
                   INVALID KEY MOVE 1 TO WS-HELD-EOF
                   NOT INVALID KEY MOVE 0 TO WS-HELD-EOF
               END-START
               PERFORM UNTIL WS-HELD-EOF = 1
                   READ HELD-BATCH-FILE NEXT RECORD
                       AT END MOVE 1 TO WS-HELD-EOF
                       NOT AT END
                           IF HB-SENDER-ID NOT = WS-SENDER-ID
                               MOVE 1 TO WS-HELD-EOF
                           ELSE
                               IF HB-SEQ = 0 AND HB-BATCH-HELD
                                   MOVE "Y" TO WS-BATCH-HELD
                                   DISPLAY "HELD - " HB-SENDER-ID " "
                                       HB-JOB-DATE " BATCH "
                                       HB-BATCH-NO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HELD-BATCH-FILE
           END-IF
           EXIT.

      *> A completed (not cancelled) procctl.dat entry for $STORD -
      *> on this business date it means the day has already posted;
      *> on a pending job date it confirms what that run generated.
       CHECK-PROC-CONTROL-SECTION.
           MOVE "N" TO WS-DAY-DONE
           OPEN INPUT PROC-CONTROL-FILE
           IF WS-PROCCTL-STATUS = "00"
               MOVE 0 TO WS-CTL-EOF
               PERFORM UNTIL WS-CTL-EOF = 1
                   READ PROC-CONTROL-FILE
                       AT END MOVE 1 TO WS-CTL-EOF
                       NOT AT END
                           IF PC-SENDER-ID = WS-SENDER-ID
                                   AND PC-ACTION NOT = "X"
                               PERFORM MARK-DATE-DONE-SECTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROC-CONTROL-FILE
           END-IF
           EXIT.

       MARK-DATE-DONE-SECTION.
           IF PC-DONE-DATE = WS-JOB-DATE
               MOVE "Y" TO WS-DAY-DONE
           END-IF
           PERFORM VARYING WS-PEND-IDX FROM 1 BY 1
                   UNTIL WS-PEND-IDX > WS-PEND-COUNT
               IF WS-PEND-DATE(WS-PEND-IDX) = PC-DONE-DATE
                   MOVE "Y" TO WS-PEND-DONE(WS-PEND-IDX)
               END-IF
           END-PERFORM
           EXIT.

       GENERATE-ORDERS-SECTION.
           OPEN OUTPUT TRANSMIT-FILE
           IF WS-TRANSMIT-STATUS NOT = "00"
               DISPLAY "TRANSMISSION OPEN FAILED - STATUS "
                   WS-TRANSMIT-STATUS
               MOVE 8 TO WS-JOB-RC
           ELSE
               OPEN OUTPUT REPORT-FILE
               MOVE "Y" TO WS-OUTPUT-OPEN
               PERFORM WRITE-HEADINGS-SECTION
               MOVE SPACES TO TX-HEADER-RECORD
               MOVE "H" TO TXH-RECORD-TYPE
               MOVE WS-JOB-DATE TO TXH-JOB-DATE
               MOVE WS-SENDER-ID TO TXH-SENDER-ID
               WRITE TX-HEADER-RECORD
               MOVE SPACES TO WS-BREAK-ACCOUNT
               MOVE LOW-VALUES TO SO-KEY
               START STANDING-ORDER-FILE KEY IS NOT LESS THAN SO-KEY
                   INVALID KEY MOVE 1 TO WS-STORD-EOF
                   NOT INVALID KEY MOVE 0 TO WS-STORD-EOF
               END-START
               PERFORM UNTIL WS-STORD-EOF = 1
                   READ STANDING-ORDER-FILE NEXT RECORD
                       AT END MOVE 1 TO WS-STORD-EOF
                       NOT AT END PERFORM GENERATE-ONE-ORDER-SECTION
                   END-READ
               END-PERFORM
               IF WS-BREAK-ACCOUNT NOT = SPACES
                   PERFORM CLOSE-ACCOUNT-SECTION
               END-IF
               MOVE SPACES TO TX-TRAILER-RECORD
               MOVE "T" TO TXT-RECORD-TYPE
               MOVE WS-DETAIL-COUNT TO TXT-CONTROL-COUNT
               WRITE TX-TRAILER-RECORD
               CLOSE TRANSMIT-FILE
               PERFORM WRITE-TOTALS-SECTION
               CLOSE REPORT-FILE
           END-IF
           EXIT.

       WRITE-HEADINGS-SECTION.
           MOVE SPACES TO REPORT-RECORD
           STRING "STANDING ORDERS - BUSINESS DATE " WS-JOB-DATE
               " RUN " WS-DATE
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "TRANSMISSION stordtx.txt SENDER " WS-SENDER-ID
               " JOB DATE " WS-JOB-DATE
               " OPERATOR " WS-HDR-OPERATOR-ID
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "ACCOUNT  NO D     AMOUNT F THRU/NXT OCC    GENERATED"
               " ACTION"
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           EXIT.

      *> Control break on account id - the account's status is read
      *> once, as its first order comes up.
       GENERATE-ONE-ORDER-SECTION.
           ADD 1 TO WS-ORDERS-READ
           IF SO-ACCOUNT-ID NOT = WS-BREAK-ACCOUNT
               IF WS-BREAK-ACCOUNT NOT = SPACES
                   PERFORM CLOSE-ACCOUNT-SECTION
               END-IF
               MOVE SO-ACCOUNT-ID TO WS-BREAK-ACCOUNT
               MOVE 0 TO WS-ACCT-IN
               MOVE 0 TO WS-ACCT-OUT
               PERFORM CHECK-ACCOUNT-STATUS-SECTION
           END-IF
           MOVE "N" TO WS-ORDER-CHANGED
           MOVE SPACE TO WS-PRIOR-PEND
           PERFORM SETTLE-PENDING-SECTION
           PERFORM FIND-DUE-SECTION
           MOVE WS-OCC-NEXT TO WS-REPORT-DATE
           EVALUATE TRUE
               WHEN WS-OCC-BAD = "Y"
                   MOVE "BAD SCHEDULE" TO WS-ORDER-ACTION
                   ADD 1 TO WS-ORDERS-SKIPPED
                   IF WS-JOB-RC < 4
                       MOVE 4 TO WS-JOB-RC
                   END-IF
               WHEN WS-OCC-COUNT = 0
                   EVALUATE TRUE
                       WHEN WS-PEND-CONFIRMED
                           MOVE "CONFIRMED" TO WS-ORDER-ACTION
                       WHEN WS-OCC-NEXT = 0
                           MOVE "ENDED" TO WS-ORDER-ACTION
                       WHEN OTHER
                           MOVE "NOT DUE" TO WS-ORDER-ACTION
                   END-EVALUATE
               WHEN WS-ACCT-SKIPPED = "Y"
                   MOVE WS-ACCT-ACTION TO WS-ORDER-ACTION
                   ADD 1 TO WS-ORDERS-SKIPPED
                   IF WS-JOB-RC < 4
                       MOVE 4 TO WS-JOB-RC
                   END-IF
               WHEN OTHER
                   PERFORM MARK-GENERATED-SECTION
           END-EVALUATE
           IF WS-ORDER-CHANGED = "Y"
               REWRITE STANDING-ORDER-RECORD
               IF WS-STORD-STATUS NOT = "00"
                   DISPLAY "STANDING ORDER REWRITE FAILED - STATUS "
                       WS-STORD-STATUS " ORDER " SO-ACCOUNT-ID "/"
                       SO-SEQ
                   MOVE 8 TO WS-JOB-RC
               END-IF
           END-IF
           PERFORM WRITE-ORDER-LINE-SECTION
           EXIT.

      *> What the last run put out for the order has either posted -
      *> its last occurrence becomes the last generated - or it
      *> never will, and the same occurrences are due again.
       SETTLE-PENDING-SECTION.
           IF SO-PEND-JOB-DATE NOT = 0
               PERFORM FIND-PENDING-DATE-SECTION
               IF WS-PEND-FOUND = "Y"
                       AND WS-PEND-DONE(WS-PEND-IDX) = "Y"
                   MOVE SO-PEND-THRU-DATE TO SO-LAST-GEN-DATE
                   SET WS-PEND-CONFIRMED TO TRUE
                   ADD 1 TO WS-ORDERS-CONFIRMED
               ELSE
                   SET WS-PEND-UNPOSTED TO TRUE
               END-IF
               MOVE 0 TO SO-PEND-JOB-DATE
               MOVE 0 TO SO-PEND-THRU-DATE
               MOVE "Y" TO WS-ORDER-CHANGED
           END-IF
           EXIT.

      *> Every occurrence after the last generated one, up to the end
      *> date, that falls due - rolled forward to a business day - on
      *> or before the business date. WS-OCC-NEXT is left on the
      *> first one not yet due, zero when the order has run out.
       FIND-DUE-SECTION.
           MOVE 0 TO WS-OCC-COUNT
           MOVE 0 TO WS-OCC-AMOUNT
           MOVE 0 TO WS-OCC-LAST
           MOVE 0 TO WS-OCC-NEXT
           MOVE "N" TO WS-OCC-BAD
           MOVE "N" TO WS-OCC-STOP
           MOVE SO-LAST-GEN-DATE TO WS-OCC-BASE
           PERFORM NEXT-OCCURRENCE-SECTION
           PERFORM UNTIL WS-OCC-STOP = "Y" OR WS-OCC-BAD = "Y"
               IF SO-END-DATE NOT = 0 AND WS-OCC-DATE > SO-END-DATE
                   MOVE "Y" TO WS-OCC-STOP
               ELSE
                   MOVE WS-OCC-DATE TO WS-BD-DATE
                   PERFORM ROLL-FORWARD-SECTION
                   IF WS-BD-DATE > WS-JOB-DATE
                       MOVE WS-OCC-DATE TO WS-OCC-NEXT
                       MOVE "Y" TO WS-OCC-STOP
                   ELSE
                       ADD 1 TO WS-OCC-COUNT
                       ADD SO-AMOUNT TO WS-OCC-AMOUNT
                       MOVE WS-OCC-DATE TO WS-OCC-LAST
                       MOVE WS-OCC-DATE TO WS-OCC-BASE
                       PERFORM NEXT-OCCURRENCE-SECTION
                   END-IF
               END-IF
           END-PERFORM
           EXIT.

      *> The first nominal occurrence after WS-OCC-BASE (or the
      *> first of all, when nothing has been generated). A weekly
      *> order steps seven days from its start; a monthly one takes
      *> its day in the base date's month, or the month after if
      *> that is not past the base - a day the month does not have
      *> becomes its last.
       NEXT-OCCURRENCE-SECTION.
           COMPUTE WS-OCC-START-DAYNUM =
               FUNCTION INTEGER-OF-DATE(SO-START-DATE)
           IF WS-OCC-START-DAYNUM = 0
               MOVE "Y" TO WS-OCC-BAD
           ELSE
               IF WS-OCC-BASE < SO-START-DATE
                   COMPUTE WS-OCC-BASE-DAYNUM =
                       WS-OCC-START-DAYNUM - 1
               ELSE
                   COMPUTE WS-OCC-BASE-DAYNUM =
                       FUNCTION INTEGER-OF-DATE(WS-OCC-BASE)
               END-IF
               EVALUATE TRUE
                   WHEN SO-WEEKLY
                       IF WS-OCC-BASE-DAYNUM < WS-OCC-START-DAYNUM
                           MOVE WS-OCC-START-DAYNUM TO WS-OCC-DAYNUM
                       ELSE
                           COMPUTE WS-OCC-WEEKS = (WS-OCC-BASE-DAYNUM
                               - WS-OCC-START-DAYNUM) / 7 + 1
                           COMPUTE WS-OCC-DAYNUM = WS-OCC-START-DAYNUM
                               + WS-OCC-WEEKS * 7
                       END-IF
                       COMPUTE WS-OCC-DATE =
                           FUNCTION DATE-OF-INTEGER(WS-OCC-DAYNUM)
                   WHEN SO-MONTHLY OR SO-FIXED-DAY
                       IF SO-MONTHLY
                           MOVE SO-START-DATE(7:2) TO WS-OCC-WANT-DAY
                       ELSE
                           MOVE SO-DAY TO WS-OCC-WANT-DAY
                       END-IF
                       IF WS-OCC-WANT-DAY < 1 OR WS-OCC-WANT-DAY > 31
                           MOVE "Y" TO WS-OCC-BAD
                       ELSE
                           COMPUTE WS-OCC-DATE = FUNCTION
                               DATE-OF-INTEGER(WS-OCC-BASE-DAYNUM)
                           MOVE WS-OCC-DATE(1:4) TO WS-OCC-YEAR
                           MOVE WS-OCC-DATE(5:2) TO WS-OCC-MONTH
                           PERFORM DAY-IN-MONTH-SECTION
                           IF WS-OCC-DAYNUM NOT > WS-OCC-BASE-DAYNUM
                               IF WS-OCC-MONTH = 12
                                   ADD 1 TO WS-OCC-YEAR
                                   MOVE 1 TO WS-OCC-MONTH
                               ELSE
                                   ADD 1 TO WS-OCC-MONTH
                               END-IF
                               PERFORM DAY-IN-MONTH-SECTION
                           END-IF
                       END-IF
                   WHEN OTHER
                       MOVE "Y" TO WS-OCC-BAD
               END-EVALUATE
           END-IF
           EXIT.

      *> WS-OCC-WANT-DAY in WS-OCC-YEAR/WS-OCC-MONTH, cut back to the
      *> month's last day - into WS-OCC-DATE and WS-OCC-DAYNUM.
       DAY-IN-MONTH-SECTION.
           COMPUTE WS-OCC-MONTH-START = WS-OCC-YEAR * 10000
               + WS-OCC-MONTH * 100 + 1
           IF WS-OCC-MONTH = 12
               COMPUTE WS-OCC-NEXT-START = (WS-OCC-YEAR + 1) * 10000
                   + 101
           ELSE
               COMPUTE WS-OCC-NEXT-START = WS-OCC-YEAR * 10000
                   + (WS-OCC-MONTH + 1) * 100 + 1
           END-IF
           COMPUTE WS-OCC-MONTH-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-OCC-NEXT-START)
               - FUNCTION INTEGER-OF-DATE(WS-OCC-MONTH-START)
           IF WS-OCC-WANT-DAY > WS-OCC-MONTH-DAYS
               COMPUTE WS-OCC-DATE = WS-OCC-MONTH-START
                   + WS-OCC-MONTH-DAYS - 1
           ELSE
               COMPUTE WS-OCC-DATE = WS-OCC-MONTH-START
                   + WS-OCC-WANT-DAY - 1
           END-IF
           COMPUTE WS-OCC-DAYNUM = FUNCTION INTEGER-OF-DATE(WS-OCC-DATE)
           EXIT.

      *> A weekend or holiday date moves to the next business day.
       ROLL-FORWARD-SECTION.
           PERFORM IS-BUSINESS-DAY-SECTION
           PERFORM UNTIL WS-BD-RESULT NOT = "N"
               COMPUTE WS-BD-DAYNUM =
                   FUNCTION INTEGER-OF-DATE(WS-BD-DATE) + 1
               COMPUTE WS-BD-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-BD-DAYNUM)
               PERFORM IS-BUSINESS-DAY-SECTION
           END-PERFORM
           EXIT.

      *> The order goes out today - pending against this job date
      *> through its last due occurrence, its amount into the
      *> account's total for its direction.
       MARK-GENERATED-SECTION.
           MOVE WS-JOB-DATE TO SO-PEND-JOB-DATE
           MOVE WS-OCC-LAST TO SO-PEND-THRU-DATE
           MOVE WS-OCC-LAST TO WS-REPORT-DATE
           MOVE "Y" TO WS-ORDER-CHANGED
           ADD 1 TO WS-ORDERS-DUE
           IF SO-PAY-IN
               ADD WS-OCC-AMOUNT TO WS-ACCT-IN
           ELSE
               ADD WS-OCC-AMOUNT TO WS-ACCT-OUT
           END-IF
           EVALUATE TRUE
               WHEN WS-PEND-UNPOSTED
                   MOVE "GENERATED AGAIN" TO WS-ORDER-ACTION
               WHEN WS-PEND-CONFIRMED
                   MOVE "CONFIRMED+GENERATED" TO WS-ORDER-ACTION
               WHEN OTHER
                   MOVE "GENERATED" TO WS-ORDER-ACTION
           END-EVALUATE
           EXIT.

      *> Movements for an account FILEDEMO would refuse (ED05 not on
      *> master, ED06 frozen, ED07 closed) are not generated - the
      *> orders stay due and the report shows why.
       CHECK-ACCOUNT-STATUS-SECTION.
           MOVE "N" TO WS-ACCT-SKIPPED
           MOVE SPACES TO WS-ACCT-ACTION
           MOVE WS-BREAK-ACCOUNT TO AM-ACCOUNT-ID
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE "Y" TO WS-ACCT-SKIPPED
                   MOVE "SKIP - NOT ON MASTER" TO WS-ACCT-ACTION
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN AM-ACCOUNT-FROZEN
                           MOVE "Y" TO WS-ACCT-SKIPPED
                           MOVE "SKIP - FROZEN" TO WS-ACCT-ACTION
                       WHEN AM-ACCOUNT-CLOSED
                           MOVE "Y" TO WS-ACCT-SKIPPED
                           MOVE "SKIP - CLOSED" TO WS-ACCT-ACTION
                   END-EVALUATE
           END-READ
           EXIT.

      *> The account's due orders go out as one movement each way.
       CLOSE-ACCOUNT-SECTION.
           IF WS-ACCT-IN > 0
               MOVE "D" TO WS-MOVE-TYPE
               MOVE WS-ACCT-IN TO WS-MOVE-AMOUNT
               PERFORM WRITE-MOVEMENT-SECTION
           END-IF
           IF WS-ACCT-OUT > 0
               MOVE "R" TO WS-MOVE-TYPE
               MOVE WS-ACCT-OUT TO WS-MOVE-AMOUNT
               PERFORM WRITE-MOVEMENT-SECTION
           END-IF
           EXIT.

      *> A total the movement's 9(7)V99 cannot carry fails the run -
      *> splitting it would meet FILEDEMO's duplicate edit instead.
       WRITE-MOVEMENT-SECTION.
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-MOVE-AMOUNT TO WS-EDIT-GEN
           IF WS-MOVE-AMOUNT > 9999999.99
               DISPLAY "MOVEMENT TOO LARGE - ACCT " WS-BREAK-ACCOUNT
                   " " WS-MOVE-TYPE " " WS-EDIT-GEN
               MOVE 8 TO WS-JOB-RC
               STRING WS-BREAK-ACCOUNT "    " WS-MOVE-TYPE
                   "                           " WS-EDIT-GEN
                   " TOO LARGE - NOT SENT"
                   DELIMITED BY SIZE INTO REPORT-RECORD
           ELSE
               MOVE SPACES TO TX-DETAIL-RECORD
               MOVE WS-MOVE-TYPE TO TXD-RECORD-TYPE
               MOVE WS-BREAK-ACCOUNT TO TXD-ACCOUNT-ID
               MOVE WS-MOVE-AMOUNT TO TXD-AMOUNT
               WRITE TX-DETAIL-RECORD
               IF WS-TRANSMIT-STATUS NOT = "00"
                   DISPLAY "TRANSMISSION WRITE FAILED - STATUS "
                       WS-TRANSMIT-STATUS " ACCT " WS-BREAK-ACCOUNT
                   MOVE 8 TO WS-JOB-RC
               ELSE
                   ADD 1 TO WS-DETAIL-COUNT
                   IF WS-MOVE-TYPE = "D"
                       ADD 1 TO WS-CREDIT-COUNT
                       ADD WS-MOVE-AMOUNT TO WS-TOT-IN
                   ELSE
                       ADD 1 TO WS-DEBIT-COUNT
                       ADD WS-MOVE-AMOUNT TO WS-TOT-OUT
                   END-IF
               END-IF
               STRING WS-BREAK-ACCOUNT "    " WS-MOVE-TYPE
                   "                           " WS-EDIT-GEN
                   " MOVEMENT SENT"
                   DELIMITED BY SIZE INTO REPORT-RECORD
           END-IF
           WRITE REPORT-RECORD
           EXIT.

       WRITE-ORDER-LINE-SECTION.
           MOVE SO-AMOUNT TO WS-EDIT-AMOUNT
           MOVE WS-OCC-COUNT TO WS-EDIT-OCC
           MOVE WS-OCC-AMOUNT TO WS-EDIT-GEN
           MOVE SPACES TO REPORT-RECORD
           STRING SO-ACCOUNT-ID " " SO-SEQ " " SO-DIRECTION " "
               WS-EDIT-AMOUNT " " SO-FREQUENCY " " WS-REPORT-DATE " "
               WS-EDIT-OCC " " WS-EDIT-GEN " " WS-ORDER-ACTION
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           EXIT.

       WRITE-TOTALS-SECTION.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "ORDERS " WS-ORDERS-READ
               "  GENERATED " WS-ORDERS-DUE
               "  CONFIRMED " WS-ORDERS-CONFIRMED
               "  LEFT OUT " WS-ORDERS-SKIPPED
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "MOVEMENTS " WS-DETAIL-COUNT
               " (IN " WS-CREDIT-COUNT
               " OUT " WS-DEBIT-COUNT ")"
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-TOT-IN TO WS-EDIT-TOTAL
           MOVE SPACES TO REPORT-RECORD
           STRING "TOTAL PAID IN TRANSMITTED  " WS-EDIT-TOTAL
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-TOT-OUT TO WS-EDIT-TOTAL
           MOVE SPACES TO REPORT-RECORD
           STRING "TOTAL TAKEN OUT TRANSMITTED" WS-EDIT-TOTAL
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           DISPLAY "ORDERS " WS-ORDERS-READ " GENERATED "
               WS-ORDERS-DUE " MOVEMENTS " WS-DETAIL-COUNT
               " LEFT OUT " WS-ORDERS-SKIPPED
               " - REPORT ON stordrpt.txt"
           EXIT.

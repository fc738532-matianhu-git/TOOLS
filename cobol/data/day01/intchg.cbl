       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTCHG.

      *> Month-end interest and service-charge run. For the month
      *> the operator names, works out every account's average
      *> daily balance from the cumulative history FILEDEMO appends
      *> (opening position from the brought-forward "B" rows
      *> HISTPURG leaves plus everything dated before the month, the
      *> month's own movements weighted by the days they stood),
      *> classifies the account by its prefix through classtab.txt,
      *> and applies that class's annual credit-interest rate and
      *> flat monthly service charge from ratetab.txt (RATEMNT).
      *> Nothing is posted here. The net of interest less charge for
      *> each account goes out as one movement - "D" when the
      *> account is owed, "R" when it owes - in an ordinary header/
      *> detail/trailer transmission under the internal sender
      *> $INTCH, dated the month's last business day, for FILEDEMO
      *> to edit, post, history, extract to the ledger and put on
      *> the statements like any other movement. The interest/
      *> charges report lists every account's working. Every account
      *> on the master is visited, not only those with history, so
      *> an account with no movements yet still pays its class's
      *> charge.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-FILE ASSIGN TO "history.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT HIST-SORT-FILE ASSIGN TO "intsort.tmp".

      *> Read through once for the accounts to visit, then by key for
      *> each account's status - a frozen or closed account would
      *> only be refused at posting, so it is left out here and
      *> shown on the report instead.
           SELECT ACCOUNT-MASTER ASSIGN TO "acctmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-ACCOUNT-ID
               FILE STATUS IS WS-MASTER-STATUS.

      *> Prefix-to-class table, loaded the way FILEDEMO loads it.
           SELECT CLASS-PARAM-FILE ASSIGN TO "classtab.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLASSTAB-STATUS.

      *> Per-class rates, maintained by RATEMNT.
           SELECT RATE-PARAM-FILE ASSIGN TO "ratetab.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATETAB-STATUS.

      *> Holidays, so the transmission is dated a business day.
           SELECT CALENDAR-FILE ASSIGN TO "calendar.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.

      *> Checked so a month already posted is not generated again.
           SELECT PROC-CONTROL-FILE ASSIGN TO "procctl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROCCTL-STATUS.

           SELECT RUN-PARAM-FILE ASSIGN TO "runparm.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNPARM-STATUS.

      *> The transmission FILEDEMO takes as its input dataset.
           SELECT TRANSMIT-FILE ASSIGN TO "intchg.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSMIT-STATUS.

           SELECT REPORT-FILE ASSIGN TO "intrpt.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
           05  HS-JOB-DATE        PIC 9(8).
           05  HS-TYPE            PIC X(1).
           05  HS-ACCOUNT-ID      PIC X(8).
           05  HS-AMOUNT          PIC 9(7)V99.
           05  FILLER             PIC X(3).
       01  HISTORY-BF-RECORD.
           05  HB-JOB-DATE        PIC 9(8).
           05  HB-TYPE            PIC X(1).
           05  HB-ACCOUNT-ID      PIC X(8).
           05  HB-SIGN            PIC X(1).
           05  HB-AMOUNT          PIC 9(9)V99.

      *> SS-AMOUNT is signed the way STMTGEN's sort record is: D and
      *> R rows carry their magnitude, B rows the signed net.
       SD  HIST-SORT-FILE.
       01  HIST-SORT-RECORD.
           05  SS-ACCOUNT-ID      PIC X(8).
           05  SS-JOB-DATE        PIC 9(8).
           05  SS-TYPE            PIC X(1).
           05  SS-AMOUNT          PIC S9(9)V99.

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

       FD  CLASS-PARAM-FILE.
       01  CLASS-PARAM-RECORD.
           05  CF-PREFIX          PIC X(1).
           05  CF-CLASS           PIC 9(3).

       FD  RATE-PARAM-FILE.
       01  RATE-PARAM-RECORD.
           05  RT-CLASS           PIC 9(3).
           05  FILLER             PIC X(1).
           05  RT-INT-RATE        PIC 9(3)V9(4).
           05  FILLER             PIC X(1).
           05  RT-SVC-CHARGE      PIC 9(5)V99.

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
       01  WS-HISTORY-STATUS  PIC X(2) VALUE "00".
       01  WS-MASTER-STATUS   PIC X(2) VALUE "00".
       01  WS-CLASSTAB-STATUS PIC X(2) VALUE "00".
       01  WS-RATETAB-STATUS  PIC X(2) VALUE "00".
       01  WS-CALENDAR-STATUS PIC X(2) VALUE "00".
       01  WS-PROCCTL-STATUS  PIC X(2) VALUE "00".
       01  WS-RUNPARM-STATUS  PIC X(2) VALUE "00".
       01  WS-TRANSMIT-STATUS PIC X(2) VALUE "00".
       01  WS-REPORT-STATUS   PIC X(2) VALUE "00".
       01  WS-DATE            PIC 9(8).
       01  WS-JOB-RC          PIC 9(2) VALUE 0.
       01  WS-HIST-EOF        PIC 9(1) VALUE 0.
       01  WS-MASTER-EOF      PIC 9(1) VALUE 0.
       01  WS-SORT-EOF        PIC 9(1) VALUE 0.
       01  WS-CTL-EOF         PIC 9(1) VALUE 0.
       01  WS-LEGACY-SW       PIC X(1) VALUE "N".
       01  WS-OUTPUT-OPEN     PIC X(1) VALUE "N".

      *> The internal sender id this run transmits under - the "$"
      *> tells FILEDEMO it is not a daily site.
       01  WS-SENDER-ID       PIC X(6) VALUE "$INTCH".

      *> The month being charged and its calendar - first day, first
      *> day of the next month, last day, days in the month, and
      *> the business day the transmission is dated.
       01  WS-IN-MONTH        PIC X(6) VALUE SPACES.
       01  WS-MONTH-START     PIC 9(8) VALUE 0.
       01  WS-NEXT-START      PIC 9(8) VALUE 0.
       01  WS-MONTH-END       PIC 9(8) VALUE 0.
       01  WS-JOB-DATE        PIC 9(8) VALUE 0.
       01  WS-DAYS-IN-MONTH   PIC 9(2) VALUE 0.
       01  WS-START-DAYNUM    PIC S9(9) VALUE 0.
       01  WS-NEXT-DAYNUM     PIC S9(9) VALUE 0.
       01  WS-YEAR            PIC 9(4) VALUE 0.
       01  WS-MONTH           PIC 9(2) VALUE 0.
       01  WS-MONTH-DONE      PIC X(1) VALUE "N".

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

      *> Per-class rates, same shape and limit as RATEMNT's table.
       01  WS-RATE-LIMIT      PIC 9(2) VALUE 50.
       01  WS-RATE-COUNT      PIC 9(2) VALUE 0.
       01  WS-RATE-EOF        PIC 9(1) VALUE 0.
       01  WS-RATE-DUP        PIC X(1) VALUE "N".
       01  WS-RATE-TABLE.
           05  WS-RATE-ENTRY OCCURS 50 TIMES.
               10  WS-RATE-CLASS    PIC 9(3).
               10  WS-RATE-INT      PIC 9(3)V9(4).
               10  WS-RATE-CHARGE   PIC 9(5)V99.
       01  WS-RATE-IDX        PIC 9(2) VALUE 0.
       01  WS-RATE-FOUND      PIC X(1) VALUE "N".

      *> One account's working, rebuilt at every account break.
       01  WS-BREAK-ACCOUNT   PIC X(8) VALUE SPACES.
       01  WS-RUN-BALANCE     PIC S9(9)V99 VALUE 0.
       01  WS-PREV-DAY        PIC 9(2) VALUE 1.
       01  WS-ROW-DAY         PIC 9(2) VALUE 0.
       01  WS-BAL-DAYS        PIC S9(13)V99 VALUE 0.
       01  WS-AVG-BALANCE     PIC S9(9)V99 VALUE 0.
       01  WS-ACCT-CLASS      PIC 9(3) VALUE 0.
       01  WS-ACCT-RATE       PIC 9(3)V9(4) VALUE 0.
       01  WS-ACCT-INTEREST   PIC 9(7)V99 VALUE 0.
       01  WS-ACCT-CHARGE     PIC 9(5)V99 VALUE 0.
       01  WS-ACCT-NET        PIC S9(9)V99 VALUE 0.
       01  WS-ACCT-ACTION     PIC X(14) VALUE SPACES.
       01  WS-ACCT-SKIPPED    PIC X(1) VALUE "N".

      *> Run totals for the report's last page and the audit row.
       01  WS-ROWS-READ       PIC 9(8) VALUE 0.
       01  WS-ROWS-IN-SCOPE   PIC 9(8) VALUE 0.
       01  WS-MASTER-ACCTS    PIC 9(8) VALUE 0.
       01  WS-ACCTS-CLOSED    PIC 9(8) VALUE 0.
       01  WS-ACCTS-SEEN      PIC 9(8) VALUE 0.
       01  WS-ACCTS-SKIPPED   PIC 9(8) VALUE 0.
       01  WS-DETAIL-COUNT    PIC 9(8) VALUE 0.
       01  WS-CREDIT-COUNT    PIC 9(8) VALUE 0.
       01  WS-DEBIT-COUNT     PIC 9(8) VALUE 0.
       01  WS-TOT-INTEREST    PIC S9(11)V99 VALUE 0.
       01  WS-TOT-CHARGE      PIC S9(11)V99 VALUE 0.
       01  WS-TOT-NET         PIC S9(11)V99 VALUE 0.
       01  WS-EDIT-AMOUNT     PIC -(8)9.99.
       01  WS-EDIT-AVG        PIC -(8)9.99.
       01  WS-EDIT-INT        PIC Z(6)9.99.
       01  WS-EDIT-CHG        PIC Z(6)9.99.
       01  WS-EDIT-NET        PIC -(8)9.99.
       01  WS-EDIT-TOTAL      PIC -(10)9.99.

       01  WS-AUDIT-STEP      PIC X(20) VALUE SPACES.
       01  WS-AUDIT-COUNTS.
           05  WS-AUDIT-READ    PIC 9(8) VALUE 0.
           05  WS-AUDIT-VALID   PIC 9(8) VALUE 0.
           05  WS-AUDIT-REJECT  PIC 9(8) VALUE 0.

       COPY "ABC.COPY".

       PROCEDURE DIVISION.
       MAIN-SECTION.
           DISPLAY "MONTH-END INTEREST AND SERVICE CHARGES"
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           MOVE WS-DATE TO WS-HDR-RUN-DATE
           MOVE "INTCHG  " TO WS-HDR-JOB-NAME
           MOVE "OPER01" TO WS-HDR-OPERATOR-ID
           PERFORM READ-OPERATOR-SECTION

           DISPLAY "INTEREST AND CHARGES FOR MONTH (YYYYMM): "
           ACCEPT WS-IN-MONTH
           IF WS-IN-MONTH IS NOT NUMERIC
                   OR WS-IN-MONTH(5:2) < "01"
                   OR WS-IN-MONTH(5:2) > "12"
               DISPLAY "INVALID MONTH - " WS-IN-MONTH
               MOVE 8 TO WS-JOB-RC
               PERFORM END-RUN-SECTION
           END-IF

           PERFORM LOAD-CALENDAR-SECTION
           PERFORM SET-MONTH-DATES-SECTION
           PERFORM CHECK-MONTH-DONE-SECTION
           IF WS-MONTH-DONE = "Y"
               DISPLAY "SENDER " WS-SENDER-ID " JOB DATE "
                   WS-JOB-DATE " ALREADY POSTED - " WS-IN-MONTH
                   " NOT GENERATED AGAIN"
               MOVE 8 TO WS-JOB-RC
               PERFORM END-RUN-SECTION
           END-IF

           PERFORM LOAD-CLASS-TABLE-SECTION
           PERFORM LOAD-RATE-TABLE-SECTION
           IF WS-RATE-COUNT = 0
               DISPLAY "NO RATES ON ratetab.txt - NOTHING TO APPLY"
               MOVE 8 TO WS-JOB-RC
               PERFORM END-RUN-SECTION
           END-IF

           OPEN INPUT ACCOUNT-MASTER
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "ACCOUNT MASTER OPEN FAILED - STATUS "
                   WS-MASTER-STATUS
               MOVE 8 TO WS-JOB-RC
               PERFORM END-RUN-SECTION
           END-IF

           SORT HIST-SORT-FILE
               ON ASCENDING KEY SS-ACCOUNT-ID SS-JOB-DATE
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS LOAD-HISTORY-SECTION
               OUTPUT PROCEDURE IS CHARGE-ACCOUNTS-SECTION
           CLOSE ACCOUNT-MASTER

           IF WS-LEGACY-SW = "Y"
               DISPLAY "LEGACY-FORMAT HISTORY ROWS FOUND - CONVERT "
                   "THE FILE - RUN ABORTED"
               MOVE 8 TO WS-JOB-RC
           END-IF
           PERFORM END-RUN-SECTION.

      *> The transmission is only good when the run finished clean -
      *> a run that stopped part way leaves no intchg.txt behind for
      *> FILEDEMO to pick up half of.
       END-RUN-SECTION.
           IF WS-JOB-RC > 4 AND WS-OUTPUT-OPEN = "Y"
               OPEN OUTPUT TRANSMIT-FILE
               CLOSE TRANSMIT-FILE
               DISPLAY "intchg.txt EMPTIED - DO NOT TRANSMIT"
           END-IF
           MOVE WS-ACCTS-SEEN TO WS-AUDIT-READ
           MOVE WS-DETAIL-COUNT TO WS-AUDIT-VALID
           MOVE WS-ACCTS-SKIPPED TO WS-AUDIT-REJECT
           MOVE "INTEREST-CHARGE" TO WS-AUDIT-STEP
           CALL 'AUDITLOG' USING WS-DESCRIPTION, WS-AUDIT-STEP,
               WS-JOB-RC, WS-AUDIT-COUNTS
           DISPLAY "INTEREST AND CHARGES ENDS - CONDITION CODE "
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

      *> The month's last calendar day is walked back to the last
      *> business day, so FILEDEMO sees a header dated like any
      *> other site's.
       SET-MONTH-DATES-SECTION.
           MOVE WS-IN-MONTH(1:4) TO WS-YEAR
           MOVE WS-IN-MONTH(5:2) TO WS-MONTH
           COMPUTE WS-MONTH-START = WS-YEAR * 10000
               + WS-MONTH * 100 + 1
           IF WS-MONTH = 12
               COMPUTE WS-NEXT-START = (WS-YEAR + 1) * 10000
                   + 101
           ELSE
               COMPUTE WS-NEXT-START = WS-YEAR * 10000
                   + (WS-MONTH + 1) * 100 + 1
           END-IF
           COMPUTE WS-START-DAYNUM =
               FUNCTION INTEGER-OF-DATE(WS-MONTH-START)
           COMPUTE WS-NEXT-DAYNUM =
               FUNCTION INTEGER-OF-DATE(WS-NEXT-START)
           COMPUTE WS-DAYS-IN-MONTH = WS-NEXT-DAYNUM - WS-START-DAYNUM
           COMPUTE WS-MONTH-END =
               FUNCTION DATE-OF-INTEGER(WS-NEXT-DAYNUM - 1)
           MOVE WS-MONTH-END TO WS-BD-DATE
           PERFORM IS-BUSINESS-DAY-SECTION
           PERFORM UNTIL WS-BD-RESULT NOT = "N"
                   OR WS-BD-DATE NOT > WS-MONTH-START
               COMPUTE WS-BD-DAYNUM =
                   FUNCTION INTEGER-OF-DATE(WS-BD-DATE) - 1
               COMPUTE WS-BD-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-BD-DAYNUM)
               PERFORM IS-BUSINESS-DAY-SECTION
           END-PERFORM
           MOVE WS-BD-DATE TO WS-JOB-DATE
           DISPLAY "MONTH " WS-IN-MONTH " - " WS-DAYS-IN-MONTH
               " DAYS - TRANSMISSION DATED " WS-JOB-DATE
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

      *> A completed (not cancelled) procctl.dat entry for this
      *> sender and job date means FILEDEMO already posted the
      *> month - generating it again would pay the interest twice.
       CHECK-MONTH-DONE-SECTION.
           MOVE "N" TO WS-MONTH-DONE
           OPEN INPUT PROC-CONTROL-FILE
           IF WS-PROCCTL-STATUS = "00"
               MOVE 0 TO WS-CTL-EOF
               PERFORM UNTIL WS-CTL-EOF = 1
                   READ PROC-CONTROL-FILE
                       AT END MOVE 1 TO WS-CTL-EOF
                       NOT AT END
                           IF PC-DONE-DATE = WS-JOB-DATE
                                   AND PC-SENDER-ID = WS-SENDER-ID
                                   AND PC-ACTION NOT = "X"
                               MOVE "Y" TO WS-MONTH-DONE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROC-CONTROL-FILE
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

      *> Same edits RATEMNT's loader applies - malformed and
      *> duplicate entries are dropped with a console warning.
       LOAD-RATE-TABLE-SECTION.
           MOVE 0 TO WS-RATE-COUNT
           OPEN INPUT RATE-PARAM-FILE
           IF WS-RATETAB-STATUS NOT = "00"
               DISPLAY "RATE TABLE FILE UNAVAILABLE - STATUS "
                   WS-RATETAB-STATUS
           ELSE
               MOVE 0 TO WS-RATE-EOF
               PERFORM UNTIL WS-RATE-EOF = 1
                   READ RATE-PARAM-FILE
                       AT END MOVE 1 TO WS-RATE-EOF
                       NOT AT END PERFORM ADD-RATE-ENTRY-SECTION
                   END-READ
               END-PERFORM
               CLOSE RATE-PARAM-FILE
               DISPLAY "RATE TABLE LOADED - " WS-RATE-COUNT
                   " CLASSES"
           END-IF
           EXIT.

       ADD-RATE-ENTRY-SECTION.
           IF RATE-PARAM-RECORD = SPACES
               CONTINUE
           ELSE
               IF RT-CLASS IS NOT NUMERIC
                       OR RT-INT-RATE IS NOT NUMERIC
                       OR RT-SVC-CHARGE IS NOT NUMERIC
                   DISPLAY "RATE TABLE ENTRY DROPPED - CLASS "
                       RT-CLASS " NOT NUMERIC"
               ELSE
                   MOVE "N" TO WS-RATE-DUP
                   PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                           UNTIL WS-RATE-IDX > WS-RATE-COUNT
                               OR WS-RATE-DUP = "Y"
                       IF RT-CLASS = WS-RATE-CLASS(WS-RATE-IDX)
                           MOVE "Y" TO WS-RATE-DUP
                       END-IF
                   END-PERFORM
                   EVALUATE TRUE
                       WHEN WS-RATE-DUP = "Y"
                           DISPLAY "RATE TABLE ENTRY DROPPED - "
                               "CLASS " RT-CLASS " DUPLICATED"
                       WHEN WS-RATE-COUNT >= WS-RATE-LIMIT
                           DISPLAY "RATE TABLE FULL - CLASS "
                               RT-CLASS " DROPPED"
                       WHEN OTHER
                           ADD 1 TO WS-RATE-COUNT
                           MOVE RT-CLASS
                               TO WS-RATE-CLASS(WS-RATE-COUNT)
                           MOVE RT-INT-RATE
                               TO WS-RATE-INT(WS-RATE-COUNT)
                           MOVE RT-SVC-CHARGE
                               TO WS-RATE-CHARGE(WS-RATE-COUNT)
                   END-EVALUATE
               END-IF
           END-IF
           EXIT.

      *> Rows dated after the month play no part in its balances,
      *> so they stay behind; everything else comes back in account
      *> order, date order within the account. Each master account
      *> goes in as well, as a zero brought-forward row, so one with
      *> no history still makes an account break.
       LOAD-HISTORY-SECTION.
           PERFORM RELEASE-MASTER-ACCOUNTS-SECTION
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "HISTORY OPEN FAILED - STATUS "
                   WS-HISTORY-STATUS
               MOVE 8 TO WS-JOB-RC
           ELSE
               MOVE 0 TO WS-HIST-EOF
               PERFORM UNTIL WS-HIST-EOF = 1
                   READ HISTORY-FILE
                       AT END MOVE 1 TO WS-HIST-EOF
                       NOT AT END PERFORM RELEASE-ONE-ROW-SECTION
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF
           EXIT.

      *> Accounts closed before the month or opened after it have no
      *> month to charge and are not put in; a zero or unreadable
      *> date (a converted record) counts as in the month.
       RELEASE-MASTER-ACCOUNTS-SECTION.
           MOVE 0 TO WS-MASTER-EOF
           PERFORM UNTIL WS-MASTER-EOF = 1
               READ ACCOUNT-MASTER NEXT RECORD
                   AT END MOVE 1 TO WS-MASTER-EOF
                   NOT AT END
                       IF (AM-ACCOUNT-CLOSED
                               AND AM-CLOSE-DATE IS NUMERIC
                               AND AM-CLOSE-DATE > 0
                               AND AM-CLOSE-DATE < WS-MONTH-START)
                           OR (AM-OPEN-DATE IS NUMERIC
                               AND AM-OPEN-DATE > WS-MONTH-END)
                           CONTINUE
                       ELSE
                           ADD 1 TO WS-MASTER-ACCTS
                           MOVE AM-ACCOUNT-ID TO SS-ACCOUNT-ID
                           MOVE 0 TO SS-JOB-DATE
                           MOVE "B" TO SS-TYPE
                           MOVE 0 TO SS-AMOUNT
                           RELEASE HIST-SORT-RECORD
                       END-IF
               END-READ
           END-PERFORM
           EXIT.

       RELEASE-ONE-ROW-SECTION.
           ADD 1 TO WS-ROWS-READ
           PERFORM CHECK-ROW-FORMAT-SECTION
           IF WS-LEGACY-SW = "N"
                   AND HISTORY-RECORD(1:6) NOT > WS-IN-MONTH
               ADD 1 TO WS-ROWS-IN-SCOPE
               MOVE HS-ACCOUNT-ID TO SS-ACCOUNT-ID
               MOVE HS-JOB-DATE TO SS-JOB-DATE
               MOVE HS-TYPE TO SS-TYPE
               IF HS-TYPE = "B"
                   IF HB-SIGN = "-"
                       COMPUTE SS-AMOUNT = 0 - HB-AMOUNT
                   ELSE
                       MOVE HB-AMOUNT TO SS-AMOUNT
                   END-IF
               ELSE
                   MOVE HS-AMOUNT TO SS-AMOUNT
               END-IF
               RELEASE HIST-SORT-RECORD
           END-IF
           EXIT.

      *> Same test STMTGEN applies - one pre-expansion row condemns
      *> the run.
       CHECK-ROW-FORMAT-SECTION.
           IF (HS-TYPE = "B" AND HB-AMOUNT IS NOT NUMERIC)
                   OR (HS-TYPE NOT = "B"
                       AND HS-AMOUNT IS NOT NUMERIC)
               IF WS-LEGACY-SW = "N"
                   MOVE "Y" TO WS-LEGACY-SW
                   DISPLAY "HISTORY ROW NOT IN CURRENT FORMAT - ["
                       HISTORY-RECORD "]"
               END-IF
           END-IF
           EXIT.

       CHARGE-ACCOUNTS-SECTION.
           IF WS-LEGACY-SW = "Y" OR WS-JOB-RC > 4
               PERFORM DRAIN-SORT-SECTION
           ELSE
               PERFORM CHARGE-ACCOUNTS-IO-SECTION
           END-IF
           EXIT.

      *> An output procedure must take every sorted record even
      *> when the run cannot go on.
       DRAIN-SORT-SECTION.
           MOVE 0 TO WS-SORT-EOF
           PERFORM UNTIL WS-SORT-EOF = 1
               RETURN HIST-SORT-FILE
                   AT END MOVE 1 TO WS-SORT-EOF
               END-RETURN
           END-PERFORM
           EXIT.

       CHARGE-ACCOUNTS-IO-SECTION.
           OPEN OUTPUT TRANSMIT-FILE
           IF WS-TRANSMIT-STATUS NOT = "00"
               DISPLAY "TRANSMISSION OPEN FAILED - STATUS "
                   WS-TRANSMIT-STATUS
               MOVE 8 TO WS-JOB-RC
               PERFORM DRAIN-SORT-SECTION
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
               MOVE 0 TO WS-SORT-EOF
               PERFORM UNTIL WS-SORT-EOF = 1
                   RETURN HIST-SORT-FILE
                       AT END MOVE 1 TO WS-SORT-EOF
                       NOT AT END PERFORM BALANCE-ROW-SECTION
                   END-RETURN
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
           STRING "INTEREST AND SERVICE CHARGES - MONTH " WS-IN-MONTH
               " (" WS-DAYS-IN-MONTH " DAYS) RUN " WS-DATE
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "TRANSMISSION intchg.txt SENDER " WS-SENDER-ID
               " JOB DATE " WS-JOB-DATE
               " OPERATOR " WS-HDR-OPERATOR-ID
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "ACCOUNT  CLS AVG DAILY BAL   INTEREST     CHARGE"
               "          NET ACTION"
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           EXIT.

      *> Control break on account id. The brought-forward rows and
      *> every row before the month build the opening balance; each
      *> row in the month first credits the balance it replaces with
      *> the days it stood, then moves the balance - a movement
      *> counts from the day it is dated.
       BALANCE-ROW-SECTION.
           IF SS-ACCOUNT-ID NOT = WS-BREAK-ACCOUNT
               IF WS-BREAK-ACCOUNT NOT = SPACES
                   PERFORM CLOSE-ACCOUNT-SECTION
               END-IF
               MOVE SS-ACCOUNT-ID TO WS-BREAK-ACCOUNT
               MOVE 0 TO WS-RUN-BALANCE
               MOVE 0 TO WS-BAL-DAYS
               MOVE 1 TO WS-PREV-DAY
           END-IF
           IF SS-TYPE NOT = "B"
                   AND SS-JOB-DATE NOT < WS-MONTH-START
               MOVE SS-JOB-DATE(7:2) TO WS-ROW-DAY
               IF WS-ROW-DAY > WS-PREV-DAY
                   COMPUTE WS-BAL-DAYS = WS-BAL-DAYS
                       + WS-RUN-BALANCE * (WS-ROW-DAY - WS-PREV-DAY)
                   MOVE WS-ROW-DAY TO WS-PREV-DAY
               END-IF
           END-IF
           IF SS-TYPE = "R"
               SUBTRACT SS-AMOUNT FROM WS-RUN-BALANCE
           ELSE
               ADD SS-AMOUNT TO WS-RUN-BALANCE
           END-IF
           EXIT.

      *> The account's month is complete - the last balance stands
      *> to the month end, the average is taken over the calendar
      *> days, and the class's rate and charge are applied.
       CLOSE-ACCOUNT-SECTION.
           ADD 1 TO WS-ACCTS-SEEN
           COMPUTE WS-BAL-DAYS = WS-BAL-DAYS + WS-RUN-BALANCE
               * (WS-DAYS-IN-MONTH + 1 - WS-PREV-DAY)
           COMPUTE WS-AVG-BALANCE ROUNDED =
               WS-BAL-DAYS / WS-DAYS-IN-MONTH
           PERFORM FIND-ACCOUNT-RATE-SECTION
           MOVE 0 TO WS-ACCT-INTEREST
           IF WS-AVG-BALANCE > 0
               COMPUTE WS-ACCT-INTEREST ROUNDED =
                   WS-AVG-BALANCE * WS-ACCT-RATE * WS-DAYS-IN-MONTH
                       / 36500
           END-IF
           COMPUTE WS-ACCT-NET = WS-ACCT-INTEREST - WS-ACCT-CHARGE
           PERFORM CHECK-ACCOUNT-STATUS-SECTION
           EVALUATE TRUE
               WHEN WS-ACCT-SKIPPED = "C"
                   ADD 1 TO WS-ACCTS-CLOSED
               WHEN WS-ACCT-SKIPPED = "Y"
                   IF WS-ACCT-NET NOT = 0
                       ADD 1 TO WS-ACCTS-SKIPPED
                       IF WS-JOB-RC < 4
                           MOVE 4 TO WS-JOB-RC
                       END-IF
                   END-IF
               WHEN WS-RATE-FOUND = "N"
                   MOVE "NO RATE" TO WS-ACCT-ACTION
               WHEN WS-ACCT-NET = 0
                   MOVE "NIL" TO WS-ACCT-ACTION
               WHEN OTHER
                   PERFORM WRITE-MOVEMENT-SECTION
           END-EVALUATE
           PERFORM WRITE-ACCOUNT-LINE-SECTION
           EXIT.

      *> Class from the account prefix (999 when no prefix matches,
      *> as in FILEDEMO), then that class's rate entry - none means
      *> nothing earned and nothing charged.
       FIND-ACCOUNT-RATE-SECTION.
           MOVE 999 TO WS-ACCT-CLASS
           MOVE "N" TO WS-CLASS-FOUND
           PERFORM VARYING WS-CLASS-IDX FROM 1 BY 1
                   UNTIL WS-CLASS-IDX > WS-CLASS-COUNT
                       OR WS-CLASS-FOUND = "Y"
               IF WS-BREAK-ACCOUNT(1:1)
                       = WS-CLASS-PREFIX(WS-CLASS-IDX)
                   MOVE "Y" TO WS-CLASS-FOUND
                   MOVE WS-CLASS-CODE(WS-CLASS-IDX) TO WS-ACCT-CLASS
               END-IF
           END-PERFORM
           MOVE 0 TO WS-ACCT-RATE
           MOVE 0 TO WS-ACCT-CHARGE
           MOVE "N" TO WS-RATE-FOUND
           PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                   UNTIL WS-RATE-IDX > WS-RATE-COUNT
                       OR WS-RATE-FOUND = "Y"
               IF WS-ACCT-CLASS = WS-RATE-CLASS(WS-RATE-IDX)
                   MOVE "Y" TO WS-RATE-FOUND
                   MOVE WS-RATE-INT(WS-RATE-IDX) TO WS-ACCT-RATE
                   MOVE WS-RATE-CHARGE(WS-RATE-IDX)
                       TO WS-ACCT-CHARGE
               END-IF
           END-PERFORM
           EXIT.

      *> Movements for an account FILEDEMO would refuse (ED05 not on
      *> master, ED06 frozen, ED07 closed) are not generated - the
      *> report shows why, and a nonzero amount so left out raises
      *> the condition code for someone to look at. An account
      *> closed before the month began is only listed: its history
      *> brings it back every month and there is nothing to chase.
       CHECK-ACCOUNT-STATUS-SECTION.
           MOVE "N" TO WS-ACCT-SKIPPED
           MOVE SPACES TO WS-ACCT-ACTION
           MOVE WS-BREAK-ACCOUNT TO AM-ACCOUNT-ID
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE "Y" TO WS-ACCT-SKIPPED
                   MOVE "NOT ON MASTER" TO WS-ACCT-ACTION
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN AM-ACCOUNT-FROZEN
                           MOVE "Y" TO WS-ACCT-SKIPPED
                           MOVE "SKIP - FROZEN" TO WS-ACCT-ACTION
                       WHEN AM-ACCOUNT-CLOSED
                               AND AM-CLOSE-DATE IS NUMERIC
                               AND AM-CLOSE-DATE > 0
                               AND AM-CLOSE-DATE < WS-MONTH-START
                           MOVE "C" TO WS-ACCT-SKIPPED
                           MOVE "CLOSED" TO WS-ACCT-ACTION
                       WHEN AM-ACCOUNT-CLOSED
                           MOVE "Y" TO WS-ACCT-SKIPPED
                           MOVE "SKIP - CLOSED" TO WS-ACCT-ACTION
                   END-EVALUATE
           END-READ
           EXIT.

       WRITE-MOVEMENT-SECTION.
           MOVE SPACES TO TX-DETAIL-RECORD
           MOVE WS-BREAK-ACCOUNT TO TXD-ACCOUNT-ID
           IF WS-ACCT-NET > 0
               MOVE "D" TO TXD-RECORD-TYPE
               MOVE WS-ACCT-NET TO TXD-AMOUNT
               MOVE "CREDIT D" TO WS-ACCT-ACTION
               ADD 1 TO WS-CREDIT-COUNT
           ELSE
               MOVE "R" TO TXD-RECORD-TYPE
               COMPUTE TXD-AMOUNT = 0 - WS-ACCT-NET
               MOVE "CHARGE R" TO WS-ACCT-ACTION
               ADD 1 TO WS-DEBIT-COUNT
           END-IF
           WRITE TX-DETAIL-RECORD
           IF WS-TRANSMIT-STATUS NOT = "00"
               DISPLAY "TRANSMISSION WRITE FAILED - STATUS "
                   WS-TRANSMIT-STATUS " ACCT " WS-BREAK-ACCOUNT
               MOVE 8 TO WS-JOB-RC
           ELSE
               ADD 1 TO WS-DETAIL-COUNT
               ADD WS-ACCT-INTEREST TO WS-TOT-INTEREST
               ADD WS-ACCT-CHARGE TO WS-TOT-CHARGE
               ADD WS-ACCT-NET TO WS-TOT-NET
           END-IF
           EXIT.

       WRITE-ACCOUNT-LINE-SECTION.
           MOVE WS-AVG-BALANCE TO WS-EDIT-AVG
           MOVE WS-ACCT-INTEREST TO WS-EDIT-INT
           MOVE WS-ACCT-CHARGE TO WS-EDIT-CHG
           MOVE WS-ACCT-NET TO WS-EDIT-NET
           MOVE SPACES TO REPORT-RECORD
           STRING WS-BREAK-ACCOUNT " " WS-ACCT-CLASS " "
               WS-EDIT-AVG " " WS-EDIT-INT " " WS-EDIT-CHG " "
               WS-EDIT-NET " " WS-ACCT-ACTION
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           EXIT.

       WRITE-TOTALS-SECTION.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "ACCOUNTS " WS-ACCTS-SEEN
               "  MOVEMENTS " WS-DETAIL-COUNT
               " (CREDITS " WS-CREDIT-COUNT
               " CHARGES " WS-DEBIT-COUNT ")"
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-TOT-INTEREST TO WS-EDIT-TOTAL
           MOVE SPACES TO REPORT-RECORD
           STRING "TOTAL INTEREST TRANSMITTED " WS-EDIT-TOTAL
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-TOT-CHARGE TO WS-EDIT-TOTAL
           MOVE SPACES TO REPORT-RECORD
           STRING "TOTAL CHARGES TRANSMITTED  " WS-EDIT-TOTAL
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-TOT-NET TO WS-EDIT-TOTAL
           MOVE SPACES TO REPORT-RECORD
           STRING "NET TRANSMITTED            " WS-EDIT-TOTAL
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "ACCOUNTS ON MASTER FOR THE MONTH: " WS-MASTER-ACCTS
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-ACCTS-CLOSED > 0
               MOVE SPACES TO REPORT-RECORD
               STRING "ACCOUNTS CLOSED BEFORE THE MONTH: "
                   WS-ACCTS-CLOSED
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           IF WS-ACCTS-SKIPPED > 0
               MOVE SPACES TO REPORT-RECORD
               STRING "ACCOUNTS LEFT OUT - NOT OPEN ON MASTER: "
                   WS-ACCTS-SKIPPED
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           DISPLAY "ACCOUNTS " WS-ACCTS-SEEN " MOVEMENTS "
               WS-DETAIL-COUNT " LEFT OUT " WS-ACCTS-SKIPPED
               " - REPORT ON intrpt.txt"
           EXIT.

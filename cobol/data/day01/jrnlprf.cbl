       IDENTIFICATION DIVISION.
       PROGRAM-ID. JRNLPRF.

      *> Online journal proof - the online side's TRIALBAL. Replays
      *> every accepted row on the cumulative transaction journal
      *> the Variables screen writes and proves it against OA-BALANCE
      *> on onlacct.dat:
      *>   - each account's accepted rows chain - every before-image
      *>     equals the previous row's after-image (zero for the
      *>     first, since the screen opens accounts at zero) and the
      *>     amount moves the balance the way the type says;
      *>   - the last after-image equals the stored balance;
      *>   - both legs of every transfer are there, cross-referenced
      *>     to each other, and net to zero.
      *> Chain breaks, orphan transfer legs, accounts carrying a
      *> balance with no journal trail and journal accounts missing
      *> from the file all go to the exception report, and the run
      *> ends with a nonzero condition code when there are any.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TXN-JOURNAL-FILE ASSIGN TO "txnjrnl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

      *> OPTIONAL, like the screen's own open - an account file that
      *> does not exist yet has no balances to prove.
           SELECT OPTIONAL ONLINE-ACCOUNT-FILE ASSIGN TO "onlacct.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OA-ACCOUNT-ID
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT PROOF-FILE ASSIGN TO "jrnlprf.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROOF-STATUS.

      *> The same run-parameter file FILEDEMO reads - the audit row
      *> should name the operator who set the day up, not a
      *> hardcoded id.
           SELECT RUN-PARAM-FILE ASSIGN TO "runparm.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNPARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> Same shape the Variables screen writes, read back as text
      *> the way EODPOST reads it - the images are display-edited
      *> with a leading sign and a decimal point, and are parsed.
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

       FD  ONLINE-ACCOUNT-FILE.
       01  ONLINE-ACCOUNT-RECORD.
           05  OA-ACCOUNT-ID PIC X(10).
           05  OA-BALANCE PIC S9(7)V99.

       FD  PROOF-FILE.
       01  PROOF-RECORD           PIC X(80).

       FD  RUN-PARAM-FILE.
       01  RUN-PARAM-RECORD.
           05  RP-INPUT-DSN       PIC X(44).
           05  RP-CHKPT-INTERVAL  PIC 9(4).
           05  RP-OPERATOR-ID     PIC X(8).
           05  RP-RUN-MODE        PIC X(1).

       WORKING-STORAGE SECTION.
       01  WS-JRNL-STATUS    PIC X(2) VALUE "00".
       01  WS-ACCT-STATUS    PIC X(2) VALUE "00".
       01  WS-PROOF-STATUS   PIC X(2) VALUE "00".
       01  WS-RUNPARM-STATUS PIC X(2) VALUE "00".
       01  WS-JOB-RC         PIC 9(2) VALUE 0.
       01  WS-JRNL-EOF       PIC 9(1) VALUE 0.
       01  WS-ACCT-EOF       PIC 9(1) VALUE 0.
       01  WS-DATE           PIC 9(8).

      *> Journal row counts for the report and the audit row.
       01  WS-ROWS-READ      PIC 9(8) VALUE 0.
       01  WS-ROWS-ACCEPTED  PIC 9(8) VALUE 0.
       01  WS-ROWS-REJECTED  PIC 9(8) VALUE 0.
       01  WS-ROWS-TODAY     PIC 9(8) VALUE 0.
       01  WS-LEGS-PAIRED    PIC 9(8) VALUE 0.
       01  WS-ACCTS-READ     PIC 9(8) VALUE 0.
       01  WS-EXCEPT-COUNT   PIC 9(8) VALUE 0.
       01  WS-BREAK-COUNT    PIC 9(8) VALUE 0.
       01  WS-ORPHAN-COUNT   PIC 9(8) VALUE 0.
       01  WS-BALANCE-COUNT  PIC 9(8) VALUE 0.

      *> One journal image parsed - sign, 7 digits, point, 2
      *> decimals, the shape TJ-AMOUNT/-BEFORE-BAL/-AFTER-BAL are
      *> written in. Anything else is journal damage.
       01  WS-PARSE-TEXT     PIC X(11) VALUE SPACES.
       01  WS-PARSE-INT      PIC X(7) VALUE SPACES.
       01  WS-PARSE-DEC      PIC X(2) VALUE SPACES.
       01  WS-PARSE-VALUE    PIC S9(7)V99 VALUE 0.
       01  WS-PARSE-OK       PIC X(1) VALUE "N".
       01  WS-ROW-AMOUNT     PIC S9(7)V99 VALUE 0.
       01  WS-ROW-BEFORE     PIC S9(7)V99 VALUE 0.
       01  WS-ROW-AFTER      PIC S9(7)V99 VALUE 0.
       01  WS-ROW-EXPECTED   PIC S9(9)V99 VALUE 0.
       01  WS-ROW-OK         PIC X(1) VALUE "Y".

      *> One entry per account seen on the journal: the last
      *> accepted after-image (the running position the next row
      *> must chain from) and whether the file matched it. The table
      *> overflowing would make the proof itself unprovable, so it
      *> is a hard failure, the way TRIALBAL treats its own.
       01  WS-CHAIN-LIMIT    PIC 9(4) VALUE 5000.
       01  WS-CHAIN-COUNT    PIC 9(4) VALUE 0.
       01  WS-CHAIN-IDX      PIC 9(4) VALUE 0.
       01  WS-CHAIN-FOUND    PIC X(1) VALUE "N".
       01  WS-CHAIN-FULL     PIC X(1) VALUE "N".
       01  WS-CHAIN-TABLE.
           05  WS-CHAIN-ENTRY OCCURS 5000 TIMES.
               10  CH-ACCOUNT-ID  PIC X(10).
               10  CH-LAST-AFTER  PIC S9(7)V99.
               10  CH-ROW-COUNT   PIC 9(8).
               10  CH-MATCHED     PIC X(1).

      *> Transfer legs still waiting for their other half. The
      *> screen journals the debit leg and then the credit leg, so
      *> a pair normally meets at once and leaves the table; what
      *> is left at end of journal is orphaned.
       01  WS-LEG-LIMIT      PIC 9(4) VALUE 2000.
       01  WS-LEG-COUNT      PIC 9(4) VALUE 0.
       01  WS-LEG-IDX        PIC 9(4) VALUE 0.
       01  WS-LEG-FOUND      PIC X(1) VALUE "N".
       01  WS-LEG-FULL       PIC X(1) VALUE "N".
       01  WS-LEG-TABLE.
           05  WS-LEG-ENTRY OCCURS 2000 TIMES.
               10  LG-FROM-ID     PIC X(10).
               10  LG-TO-ID       PIC X(10).
               10  LG-TYPE        PIC X(1).
               10  LG-AMOUNT      PIC S9(7)V99.
               10  LG-RUN-DATE    PIC X(8).
               10  LG-LOG-TIME    PIC 9(8).
       01  WS-LEG-FROM       PIC X(10) VALUE SPACES.
       01  WS-LEG-TO         PIC X(10) VALUE SPACES.
       01  WS-LEG-NET        PIC S9(9)V99 VALUE 0.

       01  WS-EXCEPT-TEXT    PIC X(40) VALUE SPACES.
       01  WS-EDIT-AMOUNT    PIC -(8)9.99.
       01  WS-EDIT-AMOUNT2   PIC -(8)9.99.

      *> Step-level audit trail, same shape every other job leaves.
       01  WS-AUDIT-STEP     PIC X(20) VALUE SPACES.
       01  WS-AUDIT-COUNTS.
           05  WS-AUDIT-READ    PIC 9(8) VALUE 0.
           05  WS-AUDIT-VALID   PIC 9(8) VALUE 0.
           05  WS-AUDIT-REJECT  PIC 9(8) VALUE 0.

       COPY "ABC.COPY".

       PROCEDURE DIVISION.
       MAIN-SECTION.
           DISPLAY "ONLINE JOURNAL PROOF - PROVING onlacct.dat "
               "AGAINST txnjrnl.txt"
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           MOVE WS-DATE TO WS-HDR-RUN-DATE
           MOVE "JRNLPRF " TO WS-HDR-JOB-NAME
           MOVE "OPER01" TO WS-HDR-OPERATOR-ID
           PERFORM READ-OPERATOR-SECTION

           OPEN OUTPUT PROOF-FILE
           IF WS-PROOF-STATUS NOT = "00"
               DISPLAY "PROOF FILE OPEN FAILED - STATUS "
                   WS-PROOF-STATUS
               MOVE 8 TO WS-JOB-RC
           ELSE
               MOVE SPACES TO PROOF-RECORD
               STRING "ONLINE JOURNAL PROOF EXCEPTIONS - RUN DATE "
                   WS-DATE " OPERATOR " WS-HDR-OPERATOR-ID
                   DELIMITED BY SIZE INTO PROOF-RECORD
               WRITE PROOF-RECORD

               PERFORM REPLAY-JOURNAL-SECTION
               IF WS-JOB-RC < 8
                   PERFORM REPORT-ORPHAN-LEGS-SECTION
                   PERFORM PROVE-ACCOUNTS-SECTION
                   PERFORM REPORT-UNMATCHED-SECTION
               END-IF

               PERFORM WRITE-TOTALS-SECTION
               CLOSE PROOF-FILE
           END-IF

           IF WS-EXCEPT-COUNT > 0 AND WS-JOB-RC < 4
               MOVE 4 TO WS-JOB-RC
           END-IF

           MOVE WS-ROWS-READ TO WS-AUDIT-READ
           MOVE WS-ROWS-ACCEPTED TO WS-AUDIT-VALID
           MOVE WS-EXCEPT-COUNT TO WS-AUDIT-REJECT
           MOVE "JOURNAL-PROOF" TO WS-AUDIT-STEP
           CALL 'AUDITLOG' USING WS-DESCRIPTION, WS-AUDIT-STEP,
               WS-JOB-RC, WS-AUDIT-COUNTS

           DISPLAY "ONLINE JOURNAL PROOF ENDS - CONDITION CODE "
               WS-JOB-RC " - " WS-EXCEPT-COUNT " EXCEPTIONS"
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

      *> The journal is only ever appended, so file order is the
      *> order the screen applied the rows in - no sort needed. A
      *> missing journal just means no online work has happened -
      *> every stored balance must then be zero, which the
      *> no-trail check below delivers.
       REPLAY-JOURNAL-SECTION.
           OPEN INPUT TXN-JOURNAL-FILE
           IF WS-JRNL-STATUS NOT = "00"
               DISPLAY "NO JOURNAL FILE - STATUS " WS-JRNL-STATUS
                   " - EVERY BALANCE MUST BE ZERO"
           ELSE
               MOVE 0 TO WS-JRNL-EOF
               PERFORM UNTIL WS-JRNL-EOF = 1
                   READ TXN-JOURNAL-FILE
                       AT END MOVE 1 TO WS-JRNL-EOF
                       NOT AT END PERFORM REPLAY-ONE-ROW-SECTION
                   END-READ
               END-PERFORM
               CLOSE TXN-JOURNAL-FILE
               DISPLAY "JOURNAL ROWS REPLAYED: " WS-ROWS-ACCEPTED
                   " OF " WS-ROWS-READ " OVER " WS-CHAIN-COUNT
                   " ACCOUNTS"
           END-IF
           IF WS-CHAIN-FULL = "Y"
               DISPLAY "CHAIN TABLE FULL - PROOF CANNOT BE TRUSTED - "
                   "RUN ABANDONED"
               MOVE 8 TO WS-JOB-RC
           END-IF
           IF WS-LEG-FULL = "Y"
               DISPLAY "TRANSFER LEG TABLE FULL - PROOF CANNOT BE "
                   "TRUSTED - RUN ABANDONED"
               MOVE 8 TO WS-JOB-RC
           END-IF
           EXIT.

      *> Rejected rows never moved money - before and after are the
      *> same by construction - so only accepted rows are replayed.
       REPLAY-ONE-ROW-SECTION.
           ADD 1 TO WS-ROWS-READ
           IF TJ-RUN-DATE = WS-DATE(1:8)
               ADD 1 TO WS-ROWS-TODAY
           END-IF
           IF TJ-OUTCOME NOT = "ACC"
               ADD 1 TO WS-ROWS-REJECTED
           ELSE
               ADD 1 TO WS-ROWS-ACCEPTED
               PERFORM PARSE-ROW-IMAGES-SECTION
               IF WS-ROW-OK = "N"
                   MOVE "UNREADABLE AMOUNT OR BALANCE IMAGE"
                       TO WS-EXCEPT-TEXT
                   PERFORM WRITE-ROW-EXCEPTION-SECTION
               ELSE
                   PERFORM CHAIN-ONE-ROW-SECTION
                   IF TJ-XREF-ID NOT = SPACES
                       PERFORM PAIR-TRANSFER-LEG-SECTION
                   END-IF
               END-IF
           END-IF
           EXIT.

       PARSE-ROW-IMAGES-SECTION.
           MOVE "Y" TO WS-ROW-OK
           MOVE TJ-AMOUNT TO WS-PARSE-TEXT
           PERFORM PARSE-IMAGE-SECTION
           MOVE WS-PARSE-VALUE TO WS-ROW-AMOUNT
           IF WS-PARSE-OK = "N" OR WS-ROW-AMOUNT < 0
               MOVE "N" TO WS-ROW-OK
           END-IF
           MOVE TJ-BEFORE-BAL TO WS-PARSE-TEXT
           PERFORM PARSE-IMAGE-SECTION
           MOVE WS-PARSE-VALUE TO WS-ROW-BEFORE
           IF WS-PARSE-OK = "N"
               MOVE "N" TO WS-ROW-OK
           END-IF
           MOVE TJ-AFTER-BAL TO WS-PARSE-TEXT
           PERFORM PARSE-IMAGE-SECTION
           MOVE WS-PARSE-VALUE TO WS-ROW-AFTER
           IF WS-PARSE-OK = "N"
               MOVE "N" TO WS-ROW-OK
           END-IF
           EXIT.

      *> Same parse EODPOST applies to the amount, extended to the
      *> leading sign the balance images may carry.
       PARSE-IMAGE-SECTION.
           MOVE "N" TO WS-PARSE-OK
           MOVE 0 TO WS-PARSE-VALUE
           MOVE WS-PARSE-TEXT(2:7) TO WS-PARSE-INT
           MOVE WS-PARSE-TEXT(10:2) TO WS-PARSE-DEC
           IF (WS-PARSE-TEXT(1:1) = "-" OR WS-PARSE-TEXT(1:1) = " ")
                   AND WS-PARSE-TEXT(9:1) = "."
                   AND WS-PARSE-INT IS NUMERIC
                   AND WS-PARSE-DEC IS NUMERIC
               COMPUTE WS-PARSE-VALUE =
                   FUNCTION NUMVAL(WS-PARSE-INT)
                   + FUNCTION NUMVAL(WS-PARSE-DEC) / 100
               IF WS-PARSE-TEXT(1:1) = "-"
                   COMPUTE WS-PARSE-VALUE = 0 - WS-PARSE-VALUE
               END-IF
               MOVE "Y" TO WS-PARSE-OK
           END-IF
           EXIT.

      *> Finds (or starts) the account's chain, then proves the row
      *> three ways - it starts where the last one ended, its amount
      *> moves the balance the way the type says, and the position
      *> carried on is the row's own after-image either way, so one
      *> break is reported once rather than on every later row.
       CHAIN-ONE-ROW-SECTION.
           MOVE "N" TO WS-CHAIN-FOUND
           PERFORM VARYING WS-CHAIN-IDX FROM 1 BY 1
                   UNTIL WS-CHAIN-IDX > WS-CHAIN-COUNT
                       OR WS-CHAIN-FOUND = "Y"
               IF CH-ACCOUNT-ID(WS-CHAIN-IDX) = TJ-ACCOUNT-ID
                   MOVE "Y" TO WS-CHAIN-FOUND
               END-IF
           END-PERFORM
           IF WS-CHAIN-FOUND = "Y"
               SUBTRACT 1 FROM WS-CHAIN-IDX
           ELSE
               IF WS-CHAIN-COUNT < WS-CHAIN-LIMIT
                   ADD 1 TO WS-CHAIN-COUNT
                   MOVE WS-CHAIN-COUNT TO WS-CHAIN-IDX
                   MOVE TJ-ACCOUNT-ID TO CH-ACCOUNT-ID(WS-CHAIN-IDX)
                   MOVE 0 TO CH-LAST-AFTER(WS-CHAIN-IDX)
                   MOVE 0 TO CH-ROW-COUNT(WS-CHAIN-IDX)
                   MOVE "N" TO CH-MATCHED(WS-CHAIN-IDX)
                   MOVE "Y" TO WS-CHAIN-FOUND
               ELSE
                   MOVE "Y" TO WS-CHAIN-FULL
               END-IF
           END-IF
           IF WS-CHAIN-FOUND = "Y"
               PERFORM PROVE-ONE-ROW-SECTION
           END-IF
           EXIT.

       PROVE-ONE-ROW-SECTION.
           IF WS-ROW-BEFORE NOT = CH-LAST-AFTER(WS-CHAIN-IDX)
               IF CH-ROW-COUNT(WS-CHAIN-IDX) = 0
                   MOVE "FIRST ROW DOES NOT START FROM ZERO"
                       TO WS-EXCEPT-TEXT
               ELSE
                   MOVE "BEFORE-IMAGE BREAKS THE CHAIN"
                       TO WS-EXCEPT-TEXT
               END-IF
               MOVE CH-LAST-AFTER(WS-CHAIN-IDX) TO WS-EDIT-AMOUNT
               MOVE WS-ROW-BEFORE TO WS-EDIT-AMOUNT2
               PERFORM WRITE-CHAIN-EXCEPTION-SECTION
           END-IF
           EVALUATE TJ-TXN-TYPE
               WHEN "C"
                   COMPUTE WS-ROW-EXPECTED =
                       WS-ROW-BEFORE + WS-ROW-AMOUNT
               WHEN "D"
                   COMPUTE WS-ROW-EXPECTED =
                       WS-ROW-BEFORE - WS-ROW-AMOUNT
               WHEN OTHER
                   MOVE WS-ROW-AFTER TO WS-ROW-EXPECTED
                   MOVE "UNKNOWN TRANSACTION TYPE" TO WS-EXCEPT-TEXT
                   PERFORM WRITE-ROW-EXCEPTION-SECTION
           END-EVALUATE
           IF WS-ROW-EXPECTED NOT = WS-ROW-AFTER
               MOVE "AMOUNT DOES NOT MOVE BEFORE TO AFTER"
                   TO WS-EXCEPT-TEXT
               MOVE WS-ROW-EXPECTED TO WS-EDIT-AMOUNT
               MOVE WS-ROW-AFTER TO WS-EDIT-AMOUNT2
               PERFORM WRITE-CHAIN-EXCEPTION-SECTION
           END-IF
           MOVE WS-ROW-AFTER TO CH-LAST-AFTER(WS-CHAIN-IDX)
           ADD 1 TO CH-ROW-COUNT(WS-CHAIN-IDX)
           EXIT.

      *> Each leg is filed under its direction - debit account to
      *> credit account - so the two halves of one transfer carry
      *> the same pair whichever of them arrives first. A waiting
      *> leg of the other type on the same pair completes it; the
      *> pair leaves the table, and its signed amounts must net to
      *> zero.
       PAIR-TRANSFER-LEG-SECTION.
           IF TJ-TXN-TYPE = "D"
               MOVE TJ-ACCOUNT-ID TO WS-LEG-FROM
               MOVE TJ-XREF-ID TO WS-LEG-TO
           ELSE
               MOVE TJ-XREF-ID TO WS-LEG-FROM
               MOVE TJ-ACCOUNT-ID TO WS-LEG-TO
           END-IF
           MOVE "N" TO WS-LEG-FOUND
           PERFORM VARYING WS-LEG-IDX FROM 1 BY 1
                   UNTIL WS-LEG-IDX > WS-LEG-COUNT
                       OR WS-LEG-FOUND = "Y"
               IF LG-FROM-ID(WS-LEG-IDX) = WS-LEG-FROM
                       AND LG-TO-ID(WS-LEG-IDX) = WS-LEG-TO
                       AND LG-TYPE(WS-LEG-IDX) NOT = TJ-TXN-TYPE
                   MOVE "Y" TO WS-LEG-FOUND
               END-IF
           END-PERFORM
           IF WS-LEG-FOUND = "Y"
               SUBTRACT 1 FROM WS-LEG-IDX
               PERFORM CLOSE-TRANSFER-PAIR-SECTION
           ELSE
               IF WS-LEG-COUNT < WS-LEG-LIMIT
                   ADD 1 TO WS-LEG-COUNT
                   MOVE WS-LEG-FROM TO LG-FROM-ID(WS-LEG-COUNT)
                   MOVE WS-LEG-TO TO LG-TO-ID(WS-LEG-COUNT)
                   MOVE TJ-TXN-TYPE TO LG-TYPE(WS-LEG-COUNT)
                   MOVE WS-ROW-AMOUNT TO LG-AMOUNT(WS-LEG-COUNT)
                   MOVE TJ-RUN-DATE TO LG-RUN-DATE(WS-LEG-COUNT)
                   MOVE TJ-LOG-TIME TO LG-LOG-TIME(WS-LEG-COUNT)
               ELSE
                   MOVE "Y" TO WS-LEG-FULL
               END-IF
           END-IF
           EXIT.

      *> The credit leg counts plus, the debit leg minus. The last
      *> waiting leg moves into the freed slot so the table only
      *> ever holds legs still outstanding.
       CLOSE-TRANSFER-PAIR-SECTION.
           ADD 1 TO WS-LEGS-PAIRED
           IF TJ-TXN-TYPE = "C"
               COMPUTE WS-LEG-NET = WS-ROW-AMOUNT
                   - LG-AMOUNT(WS-LEG-IDX)
           ELSE
               COMPUTE WS-LEG-NET = LG-AMOUNT(WS-LEG-IDX)
                   - WS-ROW-AMOUNT
           END-IF
           IF WS-LEG-NET NOT = 0
               ADD 1 TO WS-EXCEPT-COUNT
               ADD 1 TO WS-ORPHAN-COUNT
               MOVE LG-AMOUNT(WS-LEG-IDX) TO WS-EDIT-AMOUNT
               MOVE WS-ROW-AMOUNT TO WS-EDIT-AMOUNT2
               MOVE SPACES TO PROOF-RECORD
               STRING "  TRANSFER " WS-LEG-FROM " TO " WS-LEG-TO
                   " " TJ-RUN-DATE " LEGS DO NOT NET"
                   DELIMITED BY SIZE INTO PROOF-RECORD
               WRITE PROOF-RECORD
               MOVE SPACES TO PROOF-RECORD
               STRING "      FIRST LEG " WS-EDIT-AMOUNT
                   " SECOND LEG " WS-EDIT-AMOUNT2
                   DELIMITED BY SIZE INTO PROOF-RECORD
               WRITE PROOF-RECORD
           END-IF
           IF WS-LEG-IDX < WS-LEG-COUNT
               MOVE WS-LEG-ENTRY(WS-LEG-COUNT)
                   TO WS-LEG-ENTRY(WS-LEG-IDX)
           END-IF
           SUBTRACT 1 FROM WS-LEG-COUNT
           EXIT.

      *> Whatever is still waiting at end of journal never met its
      *> other half - a leg applied on one account only.
       REPORT-ORPHAN-LEGS-SECTION.
           PERFORM VARYING WS-LEG-IDX FROM 1 BY 1
                   UNTIL WS-LEG-IDX > WS-LEG-COUNT
               ADD 1 TO WS-EXCEPT-COUNT
               ADD 1 TO WS-ORPHAN-COUNT
               MOVE LG-AMOUNT(WS-LEG-IDX) TO WS-EDIT-AMOUNT
               MOVE SPACES TO PROOF-RECORD
               IF LG-TYPE(WS-LEG-IDX) = "D"
                   STRING "  ORPHAN DEBIT LEG  " LG-FROM-ID(WS-LEG-IDX)
                       " TO " LG-TO-ID(WS-LEG-IDX) " "
                       LG-RUN-DATE(WS-LEG-IDX) " " WS-EDIT-AMOUNT
                       DELIMITED BY SIZE INTO PROOF-RECORD
               ELSE
                   STRING "  ORPHAN CREDIT LEG " LG-TO-ID(WS-LEG-IDX)
                       " FROM " LG-FROM-ID(WS-LEG-IDX) " "
                       LG-RUN-DATE(WS-LEG-IDX) " " WS-EDIT-AMOUNT
                       DELIMITED BY SIZE INTO PROOF-RECORD
               END-IF
               WRITE PROOF-RECORD
           END-PERFORM
           EXIT.

       WRITE-ROW-EXCEPTION-SECTION.
           ADD 1 TO WS-EXCEPT-COUNT
           ADD 1 TO WS-BREAK-COUNT
           MOVE SPACES TO PROOF-RECORD
           STRING "  " TJ-ACCOUNT-ID " " TJ-RUN-DATE " " TJ-LOG-TIME
               " " TJ-TXN-TYPE " " WS-EXCEPT-TEXT
               DELIMITED BY SIZE INTO PROOF-RECORD
           WRITE PROOF-RECORD
           EXIT.

      *> Expected and found on a second line under the row.
       WRITE-CHAIN-EXCEPTION-SECTION.
           PERFORM WRITE-ROW-EXCEPTION-SECTION
           MOVE SPACES TO PROOF-RECORD
           STRING "      EXPECTED " WS-EDIT-AMOUNT
               " JOURNAL " WS-EDIT-AMOUNT2
               DELIMITED BY SIZE INTO PROOF-RECORD
           WRITE PROOF-RECORD
           EXIT.

      *> Walks the account file in key order, comparing each stored
      *> balance to where its journal chain ended. An account with
      *> no accepted rows must carry a zero balance to prove.
       PROVE-ACCOUNTS-SECTION.
           OPEN INPUT ONLINE-ACCOUNT-FILE
           IF WS-ACCT-STATUS NOT = "00"
                   AND WS-ACCT-STATUS NOT = "05"
               DISPLAY "ACCOUNT FILE OPEN FAILED - STATUS "
                   WS-ACCT-STATUS
               MOVE 8 TO WS-JOB-RC
           ELSE
               MOVE 0 TO WS-ACCT-EOF
               PERFORM UNTIL WS-ACCT-EOF = 1
                   READ ONLINE-ACCOUNT-FILE NEXT RECORD
                       AT END MOVE 1 TO WS-ACCT-EOF
                       NOT AT END PERFORM PROVE-ONE-ACCOUNT-SECTION
                   END-READ
               END-PERFORM
               CLOSE ONLINE-ACCOUNT-FILE
           END-IF
           EXIT.

       PROVE-ONE-ACCOUNT-SECTION.
           ADD 1 TO WS-ACCTS-READ
           MOVE "N" TO WS-CHAIN-FOUND
           PERFORM VARYING WS-CHAIN-IDX FROM 1 BY 1
                   UNTIL WS-CHAIN-IDX > WS-CHAIN-COUNT
                       OR WS-CHAIN-FOUND = "Y"
               IF CH-ACCOUNT-ID(WS-CHAIN-IDX) = OA-ACCOUNT-ID
                   MOVE "Y" TO WS-CHAIN-FOUND
                   MOVE "Y" TO CH-MATCHED(WS-CHAIN-IDX)
                   IF CH-LAST-AFTER(WS-CHAIN-IDX) NOT = OA-BALANCE
                       ADD 1 TO WS-EXCEPT-COUNT
                       ADD 1 TO WS-BALANCE-COUNT
                       MOVE OA-BALANCE TO WS-EDIT-AMOUNT
                       MOVE CH-LAST-AFTER(WS-CHAIN-IDX)
                           TO WS-EDIT-AMOUNT2
                       MOVE SPACES TO PROOF-RECORD
                       STRING "  " OA-ACCOUNT-ID
                           " BALANCE " WS-EDIT-AMOUNT
                           " LAST AFTER-IMAGE " WS-EDIT-AMOUNT2
                           DELIMITED BY SIZE INTO PROOF-RECORD
                       WRITE PROOF-RECORD
                   END-IF
               END-IF
           END-PERFORM
           IF WS-CHAIN-FOUND = "N" AND OA-BALANCE NOT = 0
               ADD 1 TO WS-EXCEPT-COUNT
               ADD 1 TO WS-BALANCE-COUNT
               MOVE OA-BALANCE TO WS-EDIT-AMOUNT
               MOVE SPACES TO PROOF-RECORD
               STRING "  " OA-ACCOUNT-ID
                   " BALANCE WITH NO JOURNAL TRAIL - "
                   WS-EDIT-AMOUNT
                   DELIMITED BY SIZE INTO PROOF-RECORD
               WRITE PROOF-RECORD
           END-IF
           EXIT.

      *> Journal accounts the file never matched - accepted work
      *> against an account the file no longer (or never) held.
       REPORT-UNMATCHED-SECTION.
           PERFORM VARYING WS-CHAIN-IDX FROM 1 BY 1
                   UNTIL WS-CHAIN-IDX > WS-CHAIN-COUNT
               IF CH-MATCHED(WS-CHAIN-IDX) = "N"
                   ADD 1 TO WS-EXCEPT-COUNT
                   ADD 1 TO WS-BALANCE-COUNT
                   MOVE CH-LAST-AFTER(WS-CHAIN-IDX) TO WS-EDIT-AMOUNT
                   MOVE SPACES TO PROOF-RECORD
                   STRING "  " CH-ACCOUNT-ID(WS-CHAIN-IDX)
                       " ON JOURNAL, NOT ON FILE - LAST AFTER-IMAGE "
                       WS-EDIT-AMOUNT
                       DELIMITED BY SIZE INTO PROOF-RECORD
                   WRITE PROOF-RECORD
               END-IF
           END-PERFORM
           EXIT.

       WRITE-TOTALS-SECTION.
           MOVE SPACES TO PROOF-RECORD
           WRITE PROOF-RECORD
           MOVE SPACES TO PROOF-RECORD
           STRING "JOURNAL ROWS " WS-ROWS-READ
               " ACCEPTED " WS-ROWS-ACCEPTED
               " REJECTED " WS-ROWS-REJECTED
               " TODAY " WS-ROWS-TODAY
               DELIMITED BY SIZE INTO PROOF-RECORD
           WRITE PROOF-RECORD
           MOVE SPACES TO PROOF-RECORD
           STRING "ACCOUNTS ON FILE " WS-ACCTS-READ
               " ON JOURNAL " WS-CHAIN-COUNT
               " TRANSFERS PAIRED " WS-LEGS-PAIRED
               DELIMITED BY SIZE INTO PROOF-RECORD
           WRITE PROOF-RECORD
           MOVE SPACES TO PROOF-RECORD
           STRING "CHAIN BREAKS " WS-BREAK-COUNT
               " TRANSFER EXCEPTIONS " WS-ORPHAN-COUNT
               " BALANCES OUT " WS-BALANCE-COUNT
               DELIMITED BY SIZE INTO PROOF-RECORD
           WRITE PROOF-RECORD
           MOVE SPACES TO PROOF-RECORD
           STRING "EXCEPTIONS: " WS-EXCEPT-COUNT
               DELIMITED BY SIZE INTO PROOF-RECORD
           WRITE PROOF-RECORD
           EXIT.

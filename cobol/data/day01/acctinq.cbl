      *> order with a grand-total balance line plus a dormant-account
      *> section for every account whose last activity is older than
      *> an operator-entered cutoff date.
      *> The balance-history file BALSNAP writes at day end answers
      *> the questions about the past: an account's balance at close
      *> of business on a chosen date, and a day-over-day listing of
      *> every account whose balance changed between two snapshot
      *> dates, and by how much.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LISTING-STATUS.

      *> BALSNAP's day-end balance history - business date, then
      *> account, so one day's snapshot reads in account order.
           SELECT OPTIONAL SNAPSHOT-FILE ASSIGN TO "balsnap.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BS-KEY
               FILE STATUS IS WS-SNAP-STATUS.

      *> The day-over-day comparison listing.
           SELECT COMPARE-FILE ASSIGN TO "balcomp.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPARE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER.
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

       FD  LISTING-FILE.
       01  LISTING-RECORD         PIC X(80).

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

       FD  COMPARE-FILE.
       01  COMPARE-RECORD         PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-MASTER-STATUS  PIC X(2) VALUE "00".
       01  WS-LISTING-STATUS PIC X(2) VALUE "00".
       01  WS-DORMANT-COUNT  PIC 9(8) VALUE 0.
       01  WS-EDIT-AMOUNT    PIC -(8)9.99.
       01  WS-DATE           PIC 9(8).
       01  WS-STATUS-TEXT    PIC X(8) VALUE SPACES.

      *> Balance history. No snapshot file yet is not an error -
      *> the as-of and comparison choices just find nothing.
       01  WS-SNAP-STATUS    PIC X(2) VALUE "00".
       01  WS-COMPARE-STATUS PIC X(2) VALUE "00".
       01  WS-SNAP-OPEN      PIC X(1) VALUE "N".
       01  WS-SNAP-EOF       PIC 9(1) VALUE 0.
       01  WS-SNAP-FOUND     PIC X(1) VALUE "N".
       01  WS-PROMPT-LABEL   PIC X(30) VALUE SPACES.
       01  WS-IN-SNAP-DATE   PIC X(8).
       01  WS-PROMPT-DATE    PIC 9(8) VALUE 0.
       01  WS-PROMPT-OK      PIC X(1) VALUE "N".

      *> As-of inquiry - a date with no snapshot of its own (a
      *> weekend, a holiday) takes the nearest earlier one, looked
      *> for back as far as WS-LOOKBACK-LIMIT days.
       01  WS-ASOF-DATE      PIC 9(8) VALUE 0.
       01  WS-LOOK-DAYNUM    PIC S9(9) VALUE 0.
       01  WS-LOOKBACK       PIC 9(3) VALUE 0.
       01  WS-LOOKBACK-LIMIT PIC 9(3) VALUE 31.

      *> Day-over-day comparison - the earlier day's snapshot is
      *> held in account order and matched against the later day's
      *> as it is read, also in account order.
       01  WS-FROM-DATE      PIC 9(8) VALUE 0.
       01  WS-TO-DATE        PIC 9(8) VALUE 0.
       01  WS-SWAP-DATE      PIC 9(8) VALUE 0.
       01  WS-CMP-LIMIT      PIC 9(4) VALUE 5000.
       01  WS-CMP-COUNT      PIC 9(4) VALUE 0.
       01  WS-CMP-IDX        PIC 9(4) VALUE 0.
       01  WS-CMP-FULL       PIC X(1) VALUE "N".
       01  WS-CMP-TABLE.
           05  WS-CMP-ENTRY OCCURS 5000 TIMES.
               10  CT-ACCOUNT-ID  PIC X(8).
               10  CT-BALANCE     PIC S9(9)V99.
       01  WS-TO-COUNT       PIC 9(8) VALUE 0.
       01  WS-CHANGED-COUNT  PIC 9(8) VALUE 0.
       01  WS-NET-CHANGE     PIC S9(11)V99 VALUE 0.
       01  WS-CMP-ACCOUNT    PIC X(8) VALUE SPACES.
       01  WS-CMP-FROM-BAL   PIC S9(9)V99 VALUE 0.
       01  WS-CMP-TO-BAL     PIC S9(9)V99 VALUE 0.
       01  WS-CMP-CHANGE     PIC S9(10)V99 VALUE 0.
       01  WS-CMP-NOTE       PIC X(14) VALUE SPACES.
       01  WS-EDIT-FROM      PIC -(8)9.99.
       01  WS-EDIT-TO        PIC -(8)9.99.
       01  WS-EDIT-CHANGE    PIC -(9)9.99.
       01  WS-EDIT-NET       PIC -(11)9.99.

       PROCEDURE DIVISION.
       MAIN-SECTION.
               STOP RUN
           END-IF

           OPEN INPUT SNAPSHOT-FILE
           IF WS-SNAP-STATUS = "00" OR WS-SNAP-STATUS = "05"
               MOVE "Y" TO WS-SNAP-OPEN
           ELSE
               DISPLAY "BALANCE HISTORY UNAVAILABLE - STATUS "
                   WS-SNAP-STATUS " - AS-OF AND COMPARE NOT OFFERED"
           END-IF

           PERFORM MENU-SECTION UNTIL WS-OPERATOR-DONE

           IF WS-SNAP-OPEN = "Y"
               CLOSE SNAPSHOT-FILE
           END-IF
           CLOSE ACCOUNT-MASTER
           STOP RUN.

       MENU-SECTION.
           DISPLAY " "
           DISPLAY "I)NQUIRY  A)S-OF DATE  C)OMPARE DATES  "
               "L)ISTING  Q)UIT: "
           MOVE SPACE TO WS-MENU-CHOICE
           ACCEPT WS-MENU-CHOICE
           EVALUATE WS-MENU-CHOICE
               WHEN "I" WHEN "i"
                   PERFORM INQUIRE-ACCOUNT-SECTION
               WHEN "A" WHEN "a"
                   IF WS-SNAP-OPEN = "Y"
                       PERFORM AS-OF-INQUIRY-SECTION
                   ELSE
                       DISPLAY "BALANCE HISTORY UNAVAILABLE"
                   END-IF
               WHEN "C" WHEN "c"
                   IF WS-SNAP-OPEN = "Y"
                       PERFORM COMPARE-DATES-SECTION
                   ELSE
                       DISPLAY "BALANCE HISTORY UNAVAILABLE"
                   END-IF
               WHEN "L" WHEN "l"
                   PERFORM MASTER-LISTING-SECTION
               WHEN "Q" WHEN "q"
                           WS-IN-ACCOUNT
                   NOT INVALID KEY
                       MOVE AM-BALANCE TO WS-EDIT-AMOUNT
                       PERFORM SET-STATUS-TEXT-SECTION
                       DISPLAY "ACCOUNT   " AM-ACCOUNT-ID
                       DISPLAY "TITLE     " AM-TITLE
                       DISPLAY "STATUS    " WS-STATUS-TEXT
                       DISPLAY "OPENED    " AM-OPEN-DATE
                       IF AM-ACCOUNT-CLOSED
                           DISPLAY "CLOSED    " AM-CLOSE-DATE
                       END-IF
                       DISPLAY "BALANCE   " WS-EDIT-AMOUNT
                       DISPLAY "LAST DATE " AM-LAST-DATE
                       DISPLAY "MOVEMENTS " AM-MOVEMENT-COUNT
           ADD 1 TO WS-LIST-COUNT
           ADD AM-BALANCE TO WS-GRAND-BALANCE
           MOVE AM-BALANCE TO WS-EDIT-AMOUNT
           PERFORM SET-STATUS-TEXT-SECTION
           MOVE SPACES TO LISTING-RECORD
           STRING "  " AM-ACCOUNT-ID
               " BALANCE " WS-EDIT-AMOUNT
               " LAST " AM-LAST-DATE
               " MOVEMENTS " AM-MOVEMENT-COUNT
               " " WS-STATUS-TEXT
               DELIMITED BY SIZE INTO LISTING-RECORD
           WRITE LISTING-RECORD
           EXIT.

      *> The lifecycle status ACCTMNT maintains, spelled out.
       SET-STATUS-TEXT-SECTION.
           EVALUATE TRUE
               WHEN AM-ACCOUNT-OPEN
                   MOVE "OPEN" TO WS-STATUS-TEXT
               WHEN AM-ACCOUNT-FROZEN
                   MOVE "FROZEN" TO WS-STATUS-TEXT
               WHEN AM-ACCOUNT-CLOSED
                   MOVE "CLOSED" TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE "UNKNOWN" TO WS-STATUS-TEXT
           END-EVALUATE
           EXIT.

      *> Second pass over the master - every account whose last
      *> activity date is older than the cutoff, in account order.
       DORMANT-SECTION-SECTION.
               DELIMITED BY SIZE INTO LISTING-RECORD
           WRITE LISTING-RECORD
           EXIT.

      *> Same edit as the dormant cutoff - numeric, not zero, and a
      *> real calendar date - repeated until a usable date arrives.
      *> The caller sets WS-PROMPT-LABEL; the date comes back in
      *> WS-PROMPT-DATE.
       PROMPT-SNAP-DATE-SECTION.
           DISPLAY WS-PROMPT-LABEL " (YYYYMMDD): "
           MOVE SPACES TO WS-IN-SNAP-DATE
           ACCEPT WS-IN-SNAP-DATE
           IF WS-IN-SNAP-DATE IS NOT NUMERIC
                   OR WS-IN-SNAP-DATE = "00000000"
               DISPLAY "INVALID DATE - MUST BE 8 DIGITS, NOT ZERO"
           ELSE
               MOVE WS-IN-SNAP-DATE TO WS-PROMPT-DATE
               IF FUNCTION INTEGER-OF-DATE(WS-PROMPT-DATE) = 0
                   DISPLAY "NOT A REAL CALENDAR DATE - "
                       WS-PROMPT-DATE
               ELSE
                   MOVE "Y" TO WS-PROMPT-OK
               END-IF
           END-IF
           EXIT.

      *> The account's balance at close of business on the date -
      *> that day's snapshot, or when none was taken that day (a
      *> weekend, a holiday) the nearest earlier one, which is the
      *> same close carried forward.
       AS-OF-INQUIRY-SECTION.
           DISPLAY "ACCOUNT ID (8 CHARS): "
           MOVE SPACES TO WS-IN-ACCOUNT
           ACCEPT WS-IN-ACCOUNT
           IF WS-IN-ACCOUNT = SPACES
               DISPLAY "ACCOUNT ID MUST NOT BE BLANK"
           ELSE
               MOVE "BALANCE AS OF CLOSE OF" TO WS-PROMPT-LABEL
               MOVE "N" TO WS-PROMPT-OK
               PERFORM PROMPT-SNAP-DATE-SECTION
                   UNTIL WS-PROMPT-OK = "Y"
               MOVE WS-PROMPT-DATE TO WS-ASOF-DATE

               MOVE "N" TO WS-SNAP-FOUND
               MOVE 0 TO WS-LOOKBACK
               COMPUTE WS-LOOK-DAYNUM =
                   FUNCTION INTEGER-OF-DATE(WS-ASOF-DATE)
               PERFORM UNTIL WS-SNAP-FOUND = "Y"
                       OR WS-LOOKBACK > WS-LOOKBACK-LIMIT
                       OR WS-LOOK-DAYNUM < 1
                   COMPUTE BS-BUS-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-LOOK-DAYNUM)
                   MOVE WS-IN-ACCOUNT TO BS-ACCOUNT-ID
                   READ SNAPSHOT-FILE KEY IS BS-KEY
                       INVALID KEY
                           ADD 1 TO WS-LOOKBACK
                           SUBTRACT 1 FROM WS-LOOK-DAYNUM
                       NOT INVALID KEY
                           MOVE "Y" TO WS-SNAP-FOUND
                   END-READ
               END-PERFORM

               IF WS-SNAP-FOUND = "N"
                   DISPLAY "NO SNAPSHOT OF " WS-IN-ACCOUNT " ON "
                       WS-ASOF-DATE " OR IN THE " WS-LOOKBACK-LIMIT
                       " DAYS BEFORE IT"
               ELSE
                   MOVE BS-BALANCE TO WS-EDIT-AMOUNT
                   MOVE BS-STATUS TO AM-STATUS
                   PERFORM SET-STATUS-TEXT-SECTION
                   DISPLAY "ACCOUNT   " BS-ACCOUNT-ID
                   DISPLAY "AS OF     " WS-ASOF-DATE
                   IF BS-BUS-DATE NOT = WS-ASOF-DATE
                       DISPLAY "          NO SNAPSHOT THAT DAY - "
                           "CLOSE OF " BS-BUS-DATE " CARRIED FORWARD"
                   END-IF
                   DISPLAY "BALANCE   " WS-EDIT-AMOUNT
                   DISPLAY "STATUS    " WS-STATUS-TEXT
                   DISPLAY "LAST DATE " BS-LAST-DATE
                   DISPLAY "MOVEMENTS " BS-MOVEMENT-COUNT
               END-IF
           END-IF
           EXIT.

      *> Every account whose balance differs between two days'
      *> snapshots, and by how much. An account on only one of the
      *> two counts as a zero balance on the other. Both days must
      *> have had a snapshot taken - a day without one is refused
      *> rather than compared as all zeros.
       COMPARE-DATES-SECTION.
           MOVE "EARLIER SNAPSHOT DATE" TO WS-PROMPT-LABEL
           MOVE "N" TO WS-PROMPT-OK
           PERFORM PROMPT-SNAP-DATE-SECTION
               UNTIL WS-PROMPT-OK = "Y"
           MOVE WS-PROMPT-DATE TO WS-FROM-DATE
           MOVE "LATER SNAPSHOT DATE" TO WS-PROMPT-LABEL
           MOVE "N" TO WS-PROMPT-OK
           PERFORM PROMPT-SNAP-DATE-SECTION
               UNTIL WS-PROMPT-OK = "Y"
           MOVE WS-PROMPT-DATE TO WS-TO-DATE
           IF WS-FROM-DATE > WS-TO-DATE
               MOVE WS-FROM-DATE TO WS-SWAP-DATE
               MOVE WS-TO-DATE TO WS-FROM-DATE
               MOVE WS-SWAP-DATE TO WS-TO-DATE
           END-IF

           EVALUATE TRUE
               WHEN WS-FROM-DATE = WS-TO-DATE
                   DISPLAY "THE TWO DATES MUST DIFFER"
               WHEN OTHER
                   PERFORM LOAD-FROM-SNAPSHOT-SECTION
                   EVALUATE TRUE
                       WHEN WS-CMP-FULL = "Y"
                           DISPLAY "MORE THAN " WS-CMP-LIMIT
                               " ACCOUNTS ON " WS-FROM-DATE
                               " - COMPARISON NOT RUN"
                       WHEN WS-CMP-COUNT = 0
                           DISPLAY "NO SNAPSHOT TAKEN FOR "
                               WS-FROM-DATE
                       WHEN OTHER
                           PERFORM COMPARE-TO-SNAPSHOT-SECTION
                   END-EVALUATE
           END-EVALUATE
           EXIT.

       LOAD-FROM-SNAPSHOT-SECTION.
           MOVE 0 TO WS-CMP-COUNT
           MOVE "N" TO WS-CMP-FULL
           MOVE WS-FROM-DATE TO BS-BUS-DATE
           PERFORM POSITION-AT-DATE-SECTION
           PERFORM UNTIL WS-SNAP-EOF = 1
               READ SNAPSHOT-FILE NEXT RECORD
                   AT END MOVE 1 TO WS-SNAP-EOF
                   NOT AT END
                       IF BS-BUS-DATE NOT = WS-FROM-DATE
                           MOVE 1 TO WS-SNAP-EOF
                       ELSE
                           IF WS-CMP-COUNT < WS-CMP-LIMIT
                               ADD 1 TO WS-CMP-COUNT
                               MOVE BS-ACCOUNT-ID
                                   TO CT-ACCOUNT-ID(WS-CMP-COUNT)
                               MOVE BS-BALANCE
                                   TO CT-BALANCE(WS-CMP-COUNT)
                           ELSE
                               MOVE "Y" TO WS-CMP-FULL
                               MOVE 1 TO WS-SNAP-EOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           EXIT.

      *> Positions on the first key of the day in BS-BUS-DATE.
       POSITION-AT-DATE-SECTION.
           MOVE 0 TO WS-SNAP-EOF
           MOVE LOW-VALUES TO BS-ACCOUNT-ID
           START SNAPSHOT-FILE KEY NOT < BS-KEY
               INVALID KEY MOVE 1 TO WS-SNAP-EOF
           END-START
           EXIT.

      *> Both days come in account order, so the held earlier day
      *> and the later day being read are matched in one pass, the
      *> way a two-file match-merge would be.
       COMPARE-TO-SNAPSHOT-SECTION.
           OPEN OUTPUT COMPARE-FILE
           IF WS-COMPARE-STATUS NOT = "00"
               DISPLAY "COMPARISON FILE OPEN FAILED - STATUS "
                   WS-COMPARE-STATUS
           ELSE
               MOVE SPACES TO COMPARE-RECORD
               STRING "BALANCE CHANGES " WS-FROM-DATE " TO "
                   WS-TO-DATE " - RUN DATE " WS-DATE
                   DELIMITED BY SIZE INTO COMPARE-RECORD
               WRITE COMPARE-RECORD
               MOVE SPACES TO COMPARE-RECORD
               STRING "  ACCOUNT  BAL " WS-FROM-DATE
                   " BAL " WS-TO-DATE "        CHANGE"
                   DELIMITED BY SIZE INTO COMPARE-RECORD
               WRITE COMPARE-RECORD

               MOVE 0 TO WS-TO-COUNT
               MOVE 0 TO WS-CHANGED-COUNT
               MOVE 0 TO WS-NET-CHANGE
               MOVE 1 TO WS-CMP-IDX
               MOVE WS-TO-DATE TO BS-BUS-DATE
               PERFORM POSITION-AT-DATE-SECTION
               PERFORM UNTIL WS-SNAP-EOF = 1
                   READ SNAPSHOT-FILE NEXT RECORD
                       AT END MOVE 1 TO WS-SNAP-EOF
                       NOT AT END
                           IF BS-BUS-DATE NOT = WS-TO-DATE
                               MOVE 1 TO WS-SNAP-EOF
                           ELSE
                               PERFORM MATCH-ONE-ACCOUNT-SECTION
                           END-IF
                   END-READ
               END-PERFORM
      *> With nothing on the later day there is no comparison, so
      *> the earlier day's accounts are not listed as gone.
               IF WS-TO-COUNT > 0
                   PERFORM FLUSH-FROM-ONLY-SECTION
                       UNTIL WS-CMP-IDX > WS-CMP-COUNT
               END-IF

               IF WS-TO-COUNT = 0
                   MOVE SPACES TO COMPARE-RECORD
                   STRING "NO SNAPSHOT TAKEN FOR " WS-TO-DATE
                       " - COMPARISON ABANDONED"
                       DELIMITED BY SIZE INTO COMPARE-RECORD
                   WRITE COMPARE-RECORD
                   DISPLAY "NO SNAPSHOT TAKEN FOR " WS-TO-DATE
               ELSE
                   MOVE WS-NET-CHANGE TO WS-EDIT-NET
                   MOVE SPACES TO COMPARE-RECORD
                   WRITE COMPARE-RECORD
                   MOVE SPACES TO COMPARE-RECORD
                   STRING "ACCOUNTS " WS-CMP-COUNT " ON "
                       WS-FROM-DATE ", " WS-TO-COUNT " ON "
                       WS-TO-DATE
                       DELIMITED BY SIZE INTO COMPARE-RECORD
                   WRITE COMPARE-RECORD
                   MOVE SPACES TO COMPARE-RECORD
                   STRING "CHANGED " WS-CHANGED-COUNT
                       " - NET CHANGE " WS-EDIT-NET
                       DELIMITED BY SIZE INTO COMPARE-RECORD
                   WRITE COMPARE-RECORD
                   DISPLAY "COMPARED " WS-FROM-DATE " TO " WS-TO-DATE
                       " - " WS-CHANGED-COUNT
                       " CHANGED - LISTED TO balcomp.txt"
               END-IF
               CLOSE COMPARE-FILE
           END-IF
           EXIT.

      *> Held accounts ahead of the one just read were not on the
      *> later day at all; an equal one is a straight match; an
      *> account not held is new on the later day.
       MATCH-ONE-ACCOUNT-SECTION.
           ADD 1 TO WS-TO-COUNT
           PERFORM FLUSH-FROM-ONLY-SECTION
               UNTIL WS-CMP-IDX > WS-CMP-COUNT
                   OR CT-ACCOUNT-ID(WS-CMP-IDX) NOT < BS-ACCOUNT-ID
           MOVE BS-ACCOUNT-ID TO WS-CMP-ACCOUNT
           MOVE BS-BALANCE TO WS-CMP-TO-BAL
           IF WS-CMP-IDX NOT > WS-CMP-COUNT
                   AND CT-ACCOUNT-ID(WS-CMP-IDX) = BS-ACCOUNT-ID
               MOVE CT-BALANCE(WS-CMP-IDX) TO WS-CMP-FROM-BAL
               MOVE SPACES TO WS-CMP-NOTE
               ADD 1 TO WS-CMP-IDX
           ELSE
               MOVE 0 TO WS-CMP-FROM-BAL
               MOVE "NEW" TO WS-CMP-NOTE
           END-IF
           PERFORM LIST-CHANGE-SECTION
           EXIT.

       FLUSH-FROM-ONLY-SECTION.
           MOVE CT-ACCOUNT-ID(WS-CMP-IDX) TO WS-CMP-ACCOUNT
           MOVE CT-BALANCE(WS-CMP-IDX) TO WS-CMP-FROM-BAL
           MOVE 0 TO WS-CMP-TO-BAL
           MOVE "NOT ON LATER" TO WS-CMP-NOTE
           PERFORM LIST-CHANGE-SECTION
           ADD 1 TO WS-CMP-IDX
           EXIT.

       LIST-CHANGE-SECTION.
           IF WS-CMP-TO-BAL NOT = WS-CMP-FROM-BAL
               COMPUTE WS-CMP-CHANGE = WS-CMP-TO-BAL - WS-CMP-FROM-BAL
               ADD 1 TO WS-CHANGED-COUNT
               ADD WS-CMP-CHANGE TO WS-NET-CHANGE
               MOVE WS-CMP-FROM-BAL TO WS-EDIT-FROM
               MOVE WS-CMP-TO-BAL TO WS-EDIT-TO
               MOVE WS-CMP-CHANGE TO WS-EDIT-CHANGE
               MOVE SPACES TO COMPARE-RECORD
               STRING "  " WS-CMP-ACCOUNT " " WS-EDIT-FROM " "
                   WS-EDIT-TO " " WS-EDIT-CHANGE " " WS-CMP-NOTE
                   DELIMITED BY SIZE INTO COMPARE-RECORD
               WRITE COMPARE-RECORD
           END-IF
           EXIT.

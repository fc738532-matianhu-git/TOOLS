       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAYCTL.

      *> Online business-day control. A supervisor opens the online
      *> business day before the Variables screen can take account
      *> work, and closes it when the day's keying is over; the
      *> screen stamps every journal row with the open business
      *> date, and EODPOST bridges only a day that has been closed,
      *> so nothing keyed late can land on a day already bridged.
      *> The control file onlday.dat is cumulative - one row per
      *> event, O open or C close, with the business date, the
      *> supervisor and the clock date and time. The last row says
      *> where the system stands: an O row is the day now open.
      *> A day opened must be a business day on calendar.txt's
      *> terms (no weekend, no listed holiday), later than every
      *> day opened before it, and only once the previous day is
      *> closed; a closed day is never reopened.
      *> Closing a day also expires every debit and transfer the
      *> screen held for approval on it (or earlier) and never got
      *> decided, and lists them on pendexp.txt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> The cumulative day-control file.
           SELECT DAY-CONTROL-FILE ASSIGN TO "onlday.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DAYCTL-STATUS.

      *> The holiday calendar CALMNT maintains.
           SELECT CALENDAR-FILE ASSIGN TO "calendar.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.

      *> The screen's pending-approval file - reference 000000 is
      *> its control record.
           SELECT OPTIONAL PENDING-APPROVAL-FILE ASSIGN TO "onlpend.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PD-PEND-ID
               FILE STATUS IS WS-PEND-STATUS.

      *> What the last close expired.
           SELECT EXPIRY-REPORT-FILE ASSIGN TO "pendexp.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DAY-CONTROL-FILE.
       01  DAY-CONTROL-RECORD.
           05  OD-BUS-DATE        PIC 9(8).
           05  FILLER             PIC X(1).
           05  OD-EVENT           PIC X(1).
               88  OD-DAY-OPENED           VALUE "O".
               88  OD-DAY-CLOSED           VALUE "C".
           05  FILLER             PIC X(1).
           05  OD-OPERATOR-ID     PIC X(8).
           05  FILLER             PIC X(1).
           05  OD-STAMP-DATE      PIC 9(8).
           05  FILLER             PIC X(1).
           05  OD-STAMP-TIME      PIC 9(8).

       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD.
           05  CAL-DATE           PIC 9(8).

      *> Same layout the Variables screen writes.
       FD  PENDING-APPROVAL-FILE.
       01  PENDING-APPROVAL-RECORD.
           05  PD-PEND-ID         PIC 9(6).
           05  PD-BUS-DATE        PIC 9(8).
           05  PD-STATUS          PIC X(1).
               88  PD-PENDING              VALUE "P".
               88  PD-EXPIRED              VALUE "E".
           05  PD-TXN-TYPE        PIC X(1).
           05  PD-ACCOUNT-ID      PIC X(10).
           05  PD-DEST-ID         PIC X(10).
           05  PD-AMOUNT          PIC 9(7)V99.
           05  PD-MAKER-ID        PIC X(8).
           05  PD-MAKE-TIME       PIC 9(8).
           05  PD-CHECKER-ID      PIC X(8).
           05  PD-CHECK-DATE      PIC 9(8).
           05  PD-CHECK-TIME      PIC 9(8).

       FD  EXPIRY-REPORT-FILE.
       01  EXPIRY-REPORT-RECORD   PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-DAYCTL-STATUS  PIC X(2) VALUE "00".
       01  WS-CALENDAR-STATUS PIC X(2) VALUE "00".
       01  WS-MENU-CHOICE    PIC X(1) VALUE SPACE.
       01  WS-QUIT-SWITCH    PIC X(1) VALUE "N".
           88  WS-OPERATOR-DONE        VALUE "Y".
       01  WS-DATE           PIC 9(8).
       01  WS-TIME           PIC 9(8).
       01  WS-DAY-EOF        PIC 9(1) VALUE 0.
       01  WS-IN-DATE        PIC X(8) VALUE SPACES.
       01  WS-IN-CONFIRM     PIC X(1) VALUE SPACE.
       01  WS-NEW-DATE       PIC 9(8) VALUE 0.
       01  WS-NEW-EVENT      PIC X(1) VALUE SPACE.

      *> Where the control file stands - the last event on it, and
      *> how many events there are.
       01  WS-LAST-DATE      PIC 9(8) VALUE 0.
       01  WS-LAST-EVENT     PIC X(1) VALUE SPACE.
       01  WS-LAST-OPERATOR  PIC X(8) VALUE SPACES.
       01  WS-LAST-STAMP     PIC 9(8) VALUE 0.
       01  WS-LAST-TIME      PIC 9(8) VALUE 0.
       01  WS-EVENT-COUNT    PIC 9(8) VALUE 0.
       01  WS-WRITE-OK       PIC X(1) VALUE "N".

      *> Expiry of held transactions at close - anything still
      *> pending from the closed day or before. The closing
      *> supervisor is stamped as the one who decided it.
       01  WS-PEND-STATUS    PIC X(2) VALUE "00".
       01  WS-EXPRPT-STATUS  PIC X(2) VALUE "00".
       01  WS-PEND-EOF       PIC 9(1) VALUE 0.
       01  WS-EXPIRED-COUNT  PIC 9(8) VALUE 0.
       01  WS-EXPIRED-TOTAL  PIC 9(9)V99 VALUE 0.
       01  WS-EXP-AMOUNT-OUT PIC Z(6)9.99.
       01  WS-EXP-TOTAL-OUT  PIC Z(8)9.99.
       01  WS-EXP-COUNT-OUT  PIC Z(7)9.
       01  WS-EXP-TYPE-TEXT  PIC X(8) VALUE SPACES.

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

      *> Operator sign-on via the shared OPERSIGN password check -
      *> function "S" is supervisor authority.
       01  WS-SIGNON-ID      PIC X(8) VALUE SPACES.
       01  WS-SIGNON-OK      PIC X(1) VALUE "N".
       01  WS-AUTH-FUNCTION  PIC X(1) VALUE SPACE.
       01  WS-AUTH-NAME      PIC X(20) VALUE SPACES.
       01  WS-AUTH-RC        PIC 9(2) VALUE 0.

      *> One audit row per open or close - the step names the event
      *> and the business date.
       01  WS-JOB-RC         PIC 9(2) VALUE 0.
       01  WS-AUDIT-STEP     PIC X(20) VALUE SPACES.
       01  WS-AUDIT-COUNTS.
           05  WS-AUDIT-READ    PIC 9(8) VALUE 0.
           05  WS-AUDIT-VALID   PIC 9(8) VALUE 0.
           05  WS-AUDIT-REJECT  PIC 9(8) VALUE 0.

       COPY "ABC.COPY".

       PROCEDURE DIVISION.
       MAIN-SECTION.
           DISPLAY "ONLINE BUSINESS-DAY CONTROL"
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           MOVE WS-DATE TO WS-HDR-RUN-DATE
           MOVE "DAYCTL  " TO WS-HDR-JOB-NAME

           PERFORM SIGN-ON-SECTION
               UNTIL WS-SIGNON-OK = "Y" OR WS-OPERATOR-DONE
           IF WS-OPERATOR-DONE
               DISPLAY "SIGN-ON ABANDONED - NO CHANGES MADE"
               STOP RUN
           END-IF
           MOVE WS-SIGNON-ID TO WS-HDR-OPERATOR-ID

           PERFORM LOAD-CALENDAR-SECTION
           PERFORM SHOW-STATUS-SECTION

           PERFORM MENU-SECTION UNTIL WS-OPERATOR-DONE
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
           DISPLAY "S)TATUS  O)PEN DAY  C)LOSE DAY  Q)UIT: "
           MOVE SPACE TO WS-MENU-CHOICE
           ACCEPT WS-MENU-CHOICE
           EVALUATE WS-MENU-CHOICE
               WHEN "S" WHEN "s"
                   PERFORM SHOW-STATUS-SECTION
               WHEN "O" WHEN "o"
                   PERFORM OPEN-DAY-SECTION
               WHEN "C" WHEN "c"
                   PERFORM CLOSE-DAY-SECTION
               WHEN "Q" WHEN "q"
                   SET WS-OPERATOR-DONE TO TRUE
               WHEN OTHER
                   DISPLAY "UNKNOWN CHOICE - " WS-MENU-CHOICE
           END-EVALUATE
           EXIT.

      *> Re-read before every decision - a screen or another
      *> supervisor may have moved things on since the last look.
       READ-DAY-STATE-SECTION.
           MOVE 0 TO WS-LAST-DATE
           MOVE SPACE TO WS-LAST-EVENT
           MOVE SPACES TO WS-LAST-OPERATOR
           MOVE 0 TO WS-LAST-STAMP
           MOVE 0 TO WS-LAST-TIME
           MOVE 0 TO WS-EVENT-COUNT
           OPEN INPUT DAY-CONTROL-FILE
           IF WS-DAYCTL-STATUS = "00"
               MOVE 0 TO WS-DAY-EOF
               PERFORM UNTIL WS-DAY-EOF = 1
                   READ DAY-CONTROL-FILE
                       AT END MOVE 1 TO WS-DAY-EOF
                       NOT AT END
                           IF OD-BUS-DATE IS NUMERIC
                                   AND (OD-DAY-OPENED OR OD-DAY-CLOSED)
                               ADD 1 TO WS-EVENT-COUNT
                               MOVE OD-BUS-DATE TO WS-LAST-DATE
                               MOVE OD-EVENT TO WS-LAST-EVENT
                               MOVE OD-OPERATOR-ID TO WS-LAST-OPERATOR
                               MOVE OD-STAMP-DATE TO WS-LAST-STAMP
                               MOVE OD-STAMP-TIME TO WS-LAST-TIME
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DAY-CONTROL-FILE
           END-IF
           EXIT.

       SHOW-STATUS-SECTION.
           PERFORM READ-DAY-STATE-SECTION
           EVALUATE WS-LAST-EVENT
               WHEN "O"
                   DISPLAY "BUSINESS DAY " WS-LAST-DATE " IS OPEN - "
                       "OPENED BY " WS-LAST-OPERATOR " ON "
                       WS-LAST-STAMP " AT " WS-LAST-TIME
               WHEN "C"
                   DISPLAY "NO BUSINESS DAY OPEN - " WS-LAST-DATE
                       " CLOSED BY " WS-LAST-OPERATOR " ON "
                       WS-LAST-STAMP " AT " WS-LAST-TIME
               WHEN OTHER
                   DISPLAY "NO BUSINESS DAY HAS EVER BEEN OPENED"
           END-EVALUATE
           EXIT.

       OPEN-DAY-SECTION.
           PERFORM READ-DAY-STATE-SECTION
           IF WS-LAST-EVENT = "O"
               DISPLAY "BUSINESS DAY " WS-LAST-DATE " IS STILL OPEN "
                   "- CLOSE IT FIRST"
           ELSE
               DISPLAY "BUSINESS DATE TO OPEN (YYYYMMDD): "
               MOVE SPACES TO WS-IN-DATE
               ACCEPT WS-IN-DATE
               IF WS-IN-DATE IS NOT NUMERIC
                   DISPLAY "DATE MUST BE 8 DIGITS"
               ELSE
                   MOVE WS-IN-DATE TO WS-NEW-DATE
                   MOVE WS-NEW-DATE TO WS-BD-DATE
                   PERFORM IS-BUSINESS-DAY-SECTION
                   EVALUATE TRUE
                       WHEN WS-BD-RESULT = "U"
                           DISPLAY "NOT A REAL CALENDAR DATE - "
                               WS-NEW-DATE
                       WHEN WS-BD-RESULT = "N"
                           DISPLAY WS-NEW-DATE " IS A WEEKEND OR "
                               "HOLIDAY - NOT A BUSINESS DAY"
                       WHEN WS-NEW-DATE NOT > WS-LAST-DATE
                           DISPLAY "BUSINESS DATE MUST BE LATER THAN "
                               WS-LAST-DATE
                       WHEN OTHER
                           PERFORM CONFIRM-OPEN-SECTION
                   END-EVALUATE
               END-IF
           END-IF
           EXIT.

       CONFIRM-OPEN-SECTION.
           DISPLAY "OPEN BUSINESS DAY " WS-NEW-DATE " - Y/N: "
           MOVE SPACE TO WS-IN-CONFIRM
           ACCEPT WS-IN-CONFIRM
           IF WS-IN-CONFIRM = "Y" OR WS-IN-CONFIRM = "y"
               MOVE "O" TO WS-NEW-EVENT
               PERFORM WRITE-DAY-EVENT-SECTION
               IF WS-WRITE-OK = "Y"
                   DISPLAY "BUSINESS DAY " WS-NEW-DATE " OPENED"
                   MOVE SPACES TO WS-AUDIT-STEP
                   STRING "DAY-OPEN " WS-NEW-DATE DELIMITED BY SIZE
                       INTO WS-AUDIT-STEP
                   PERFORM CALL-AUDIT-SECTION
               END-IF
           ELSE
               DISPLAY "NOT OPENED"
           END-IF
           EXIT.

      *> Closing ends the day's keying - the screen refuses its
      *> next transaction, and EODPOST may now bridge the day.
       CLOSE-DAY-SECTION.
           PERFORM READ-DAY-STATE-SECTION
           IF WS-LAST-EVENT NOT = "O"
               DISPLAY "NO BUSINESS DAY IS OPEN"
           ELSE
               MOVE WS-LAST-DATE TO WS-NEW-DATE
               DISPLAY "CLOSE BUSINESS DAY " WS-NEW-DATE
                   " - NO MORE ONLINE WORK FOR IT - Y/N: "
               MOVE SPACE TO WS-IN-CONFIRM
               ACCEPT WS-IN-CONFIRM
               IF WS-IN-CONFIRM = "Y" OR WS-IN-CONFIRM = "y"
                   MOVE "C" TO WS-NEW-EVENT
                   PERFORM WRITE-DAY-EVENT-SECTION
                   IF WS-WRITE-OK = "Y"
                       DISPLAY "BUSINESS DAY " WS-NEW-DATE " CLOSED"
                       MOVE SPACES TO WS-AUDIT-STEP
                       STRING "DAY-CLOSE " WS-NEW-DATE
                           DELIMITED BY SIZE INTO WS-AUDIT-STEP
                       PERFORM CALL-AUDIT-SECTION
                       PERFORM EXPIRE-PENDING-SECTION
                   END-IF
               ELSE
                   DISPLAY "NOT CLOSED"
               END-IF
           END-IF
           EXIT.

      *> Appends event WS-NEW-EVENT for WS-NEW-DATE. Probe-open as
      *> AUDITLOG does.
       WRITE-DAY-EVENT-SECTION.
           MOVE "N" TO WS-WRITE-OK
           ACCEPT WS-TIME FROM TIME
           OPEN INPUT DAY-CONTROL-FILE
           IF WS-DAYCTL-STATUS = "00"
               CLOSE DAY-CONTROL-FILE
               OPEN EXTEND DAY-CONTROL-FILE
           ELSE
               OPEN OUTPUT DAY-CONTROL-FILE
           END-IF
           IF WS-DAYCTL-STATUS NOT = "00"
               DISPLAY "DAY-CONTROL FILE OPEN FAILED - STATUS "
                   WS-DAYCTL-STATUS " - NOTHING CHANGED"
           ELSE
               MOVE SPACES TO DAY-CONTROL-RECORD
               MOVE WS-NEW-DATE TO OD-BUS-DATE
               MOVE WS-NEW-EVENT TO OD-EVENT
               MOVE WS-SIGNON-ID TO OD-OPERATOR-ID
               MOVE WS-DATE TO OD-STAMP-DATE
               MOVE WS-TIME TO OD-STAMP-TIME
               WRITE DAY-CONTROL-RECORD
               IF WS-DAYCTL-STATUS NOT = "00"
                   DISPLAY "DAY-CONTROL FILE WRITE FAILED - STATUS "
                       WS-DAYCTL-STATUS
               ELSE
                   MOVE "Y" TO WS-WRITE-OK
               END-IF
               CLOSE DAY-CONTROL-FILE
           END-IF
           EXIT.

      *> Nothing is expired unless it can be reported - if either
      *> file will not open, the items stay pending and the next
      *> close picks them up, since it takes every earlier day too.
      *> The screen will not approve an item of a closed day.
       EXPIRE-PENDING-SECTION.
           MOVE 0 TO WS-EXPIRED-COUNT
           MOVE 0 TO WS-EXPIRED-TOTAL
           OPEN I-O PENDING-APPROVAL-FILE
           IF WS-PEND-STATUS NOT = "00" AND WS-PEND-STATUS NOT = "05"
               DISPLAY "PENDING-APPROVAL FILE OPEN FAILED - STATUS "
                   WS-PEND-STATUS " - HELD TRANSACTIONS NOT EXPIRED"
           ELSE
               OPEN OUTPUT EXPIRY-REPORT-FILE
               IF WS-EXPRPT-STATUS NOT = "00"
                   DISPLAY "EXPIRY REPORT OPEN FAILED - STATUS "
                       WS-EXPRPT-STATUS " - HELD TRANSACTIONS NOT "
                       "EXPIRED"
               ELSE
                   PERFORM WRITE-EXPIRY-HEADING-SECTION
                   MOVE 0 TO WS-PEND-EOF
                   PERFORM UNTIL WS-PEND-EOF = 1
                       READ PENDING-APPROVAL-FILE NEXT RECORD
                           AT END
                               MOVE 1 TO WS-PEND-EOF
                           NOT AT END
                               IF PD-PEND-ID NOT = 0
                                       AND PD-PENDING
                                       AND PD-BUS-DATE
                                           NOT > WS-NEW-DATE
                                   PERFORM EXPIRE-ONE-SECTION
                               END-IF
                       END-READ
                   END-PERFORM
                   PERFORM WRITE-EXPIRY-TOTALS-SECTION
                   CLOSE EXPIRY-REPORT-FILE
                   DISPLAY WS-EXPIRED-COUNT " HELD TRANSACTIONS "
                       "EXPIRED - SEE pendexp.txt"
               END-IF
               CLOSE PENDING-APPROVAL-FILE
           END-IF
           EXIT.

       EXPIRE-ONE-SECTION.
           MOVE "E" TO PD-STATUS
           MOVE WS-SIGNON-ID TO PD-CHECKER-ID
           MOVE WS-DATE TO PD-CHECK-DATE
           MOVE WS-TIME TO PD-CHECK-TIME
           REWRITE PENDING-APPROVAL-RECORD
           IF WS-PEND-STATUS NOT = "00"
               DISPLAY "PENDING FILE REWRITE FAILED - STATUS "
                   WS-PEND-STATUS " - REFERENCE " PD-PEND-ID
                   " NOT EXPIRED"
           ELSE
               ADD 1 TO WS-EXPIRED-COUNT
               ADD PD-AMOUNT TO WS-EXPIRED-TOTAL
               IF PD-TXN-TYPE = "T"
                   MOVE "TRANSFER" TO WS-EXP-TYPE-TEXT
               ELSE
                   MOVE "DEBIT" TO WS-EXP-TYPE-TEXT
               END-IF
               MOVE PD-AMOUNT TO WS-EXP-AMOUNT-OUT
               MOVE SPACES TO EXPIRY-REPORT-RECORD
               STRING PD-PEND-ID " " PD-BUS-DATE " " WS-EXP-TYPE-TEXT
                   " " PD-ACCOUNT-ID " " PD-DEST-ID " "
                   WS-EXP-AMOUNT-OUT " " PD-MAKER-ID
                   DELIMITED BY SIZE INTO EXPIRY-REPORT-RECORD
               WRITE EXPIRY-REPORT-RECORD
               MOVE SPACES TO WS-AUDIT-STEP
               STRING "PEND-EXPIRE " PD-PEND-ID DELIMITED BY SIZE
                   INTO WS-AUDIT-STEP
               PERFORM CALL-AUDIT-SECTION
           END-IF
           EXIT.

       WRITE-EXPIRY-HEADING-SECTION.
           MOVE SPACES TO EXPIRY-REPORT-RECORD
           STRING "HELD TRANSACTIONS EXPIRED AT CLOSE OF BUSINESS DAY "
               WS-NEW-DATE DELIMITED BY SIZE
               INTO EXPIRY-REPORT-RECORD
           WRITE EXPIRY-REPORT-RECORD
           MOVE SPACES TO EXPIRY-REPORT-RECORD
           STRING "CLOSED BY " WS-SIGNON-ID " ON " WS-DATE " AT "
               WS-TIME DELIMITED BY SIZE INTO EXPIRY-REPORT-RECORD
           WRITE EXPIRY-REPORT-RECORD
           MOVE SPACES TO EXPIRY-REPORT-RECORD
           WRITE EXPIRY-REPORT-RECORD
           MOVE SPACES TO EXPIRY-REPORT-RECORD
           STRING "REF    KEYED ON TYPE     ACCOUNT    "
               "TO ACCOUNT     AMOUNT MAKER"
               DELIMITED BY SIZE INTO EXPIRY-REPORT-RECORD
           WRITE EXPIRY-REPORT-RECORD
           EXIT.

       WRITE-EXPIRY-TOTALS-SECTION.
           MOVE WS-EXPIRED-COUNT TO WS-EXP-COUNT-OUT
           MOVE WS-EXPIRED-TOTAL TO WS-EXP-TOTAL-OUT
           MOVE SPACES TO EXPIRY-REPORT-RECORD
           WRITE EXPIRY-REPORT-RECORD
           MOVE SPACES TO EXPIRY-REPORT-RECORD
           STRING "EXPIRED: " WS-EXP-COUNT-OUT "   AMOUNT: "
               WS-EXP-TOTAL-OUT DELIMITED BY SIZE
               INTO EXPIRY-REPORT-RECORD
           WRITE EXPIRY-REPORT-RECORD
           EXIT.

       CALL-AUDIT-SECTION.
           MOVE 1 TO WS-AUDIT-READ
           MOVE 1 TO WS-AUDIT-VALID
           MOVE 0 TO WS-AUDIT-REJECT
           CALL 'AUDITLOG' USING WS-DESCRIPTION, WS-AUDIT-STEP,
               WS-JOB-RC, WS-AUDIT-COUNTS
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

      *> A missing calendar just means no listed holidays - the
      *> weekend arithmetic still applies.
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

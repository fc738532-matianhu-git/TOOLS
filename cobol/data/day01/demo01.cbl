               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

      *> Online business-day control, opened and closed by a
      *> supervisor on DAYCTL - the last event on it says which day
      *> is open, if any.
           SELECT DAY-CONTROL-FILE ASSIGN TO "onlday.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DAYCTL-STATUS.

      *> Debits and transfers above the approval limit, held for a
      *> second operator instead of applied - one record per held
      *> transaction on a six-digit reference. Reference 000000 is
      *> the control record carrying the last reference issued.
      *> DAYCTL expires whatever is still pending when it closes
      *> the business day the transaction was keyed on.
           SELECT OPTIONAL PENDING-APPROVAL-FILE ASSIGN TO "onlpend.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PD-PEND-ID
               FILE STATUS IS WS-PEND-STATUS.

      *> The approval limit - one row, the amount above which a
      *> debit or transfer needs a second operator.
           SELECT APPROVAL-PARAM-FILE ASSIGN TO "apprparm.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPRPARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ONLINE-ACCOUNT-FILE.
      *> counterpart, so the two rows tie to each other; spaces for
      *> a one-sided debit or credit.
           05  TJ-XREF-ID       PIC X(10).
           05  FILLER           PIC X(1).
      *> The approving operator of a held transaction - the maker
      *> stays in TJ-OPERATOR-ID; spaces when no approval was needed.
           05  TJ-CHECKER-ID    PIC X(8).

       FD  DAY-CONTROL-FILE.
       01  DAY-CONTROL-RECORD.
           05  OD-BUS-DATE      PIC 9(8).
           05  FILLER           PIC X(1).
           05  OD-EVENT         PIC X(1).
           05  FILLER           PIC X(1).
           05  OD-OPERATOR-ID   PIC X(8).
           05  FILLER           PIC X(1).
           05  OD-STAMP-DATE    PIC 9(8).
           05  FILLER           PIC X(1).
           05  OD-STAMP-TIME    PIC 9(8).

      *> Status P pending, A approved, R approved but rejected when
      *> applied (overdraw, account gone), D declined, E expired at
      *> day close. The checker fields name who decided, and when.
       FD  PENDING-APPROVAL-FILE.
       01  PENDING-APPROVAL-RECORD.
           05  PD-PEND-ID       PIC 9(6).
           05  PD-BUS-DATE      PIC 9(8).
           05  PD-STATUS        PIC X(1).
               88  PD-PENDING            VALUE "P".
               88  PD-APPROVED           VALUE "A".
               88  PD-REJECTED           VALUE "R".
               88  PD-DECLINED           VALUE "D".
               88  PD-EXPIRED            VALUE "E".
           05  PD-TXN-TYPE      PIC X(1).
           05  PD-ACCOUNT-ID    PIC X(10).
           05  PD-DEST-ID       PIC X(10).
           05  PD-AMOUNT        PIC 9(7)V99.
           05  PD-MAKER-ID      PIC X(8).
           05  PD-MAKE-TIME     PIC 9(8).
           05  PD-CHECKER-ID    PIC X(8).
           05  PD-CHECK-DATE    PIC 9(8).
           05  PD-CHECK-TIME    PIC 9(8).
       01  PENDING-CONTROL-RECORD.
           05  PD-CTL-ID        PIC 9(6).
           05  PD-CTL-LAST-ID   PIC 9(6).
           05  FILLER           PIC X(73).

       FD  APPROVAL-PARAM-FILE.
       01  APPROVAL-PARAM-RECORD.
           05  AP-LIMIT         PIC 9(7)V99.

       WORKING-STORAGE SECTION.
       01 MyName PIC A(3) VALUE 'xyz'.
       01 WS-TXN-TYPE PIC X(1) VALUE SPACES.
       01 WS-TXN-AMOUNT PIC S9(7)V99 VALUE 0.
       01 WS-NEW-BALANCE PIC S9(7)V99 VALUE 0.
      *> "H" when the transaction went to the pending file instead.
       01 WS-TXN-OK PIC X(1) VALUE "Y".

      *> What WRITE-JOURNAL-SECTION writes - set by the caller, so
       01 WS-JRNL-AFTER PIC S9(7)V99 VALUE 0.
       01 WS-JRNL-OUTCOME PIC X(3) VALUE SPACES.
       01 WS-XREF-ID PIC X(10) VALUE SPACES.
      *> Set only while an approved transaction is applied - the
      *> maker then goes in as the operator and the approver as the
      *> checker, instead of the signed-on operator alone.
       01 WS-JRNL-MAKER PIC X(8) VALUE SPACES.
       01 WS-JRNL-CHECKER PIC X(8) VALUE SPACES.

      *> Transfer work fields - destination id and its balance
      *> images, and whether the destination leg was applied.
      *> that were already journaled.
       01 WS-SRC-REWRITTEN PIC X(1) VALUE "N".

      *> The business day journal rows are stamped with - the one
      *> open on the day-control file, re-checked before every
      *> transaction so a day closed mid-session takes no more work.
       01 WS-DAYCTL-STATUS PIC X(2) VALUE "00".
       01 WS-DAY-EOF PIC 9(1) VALUE 0.
       01 WS-DAY-OPEN PIC X(1) VALUE "N".
       01 WS-DAY-LAST-DATE PIC 9(8) VALUE 0.
       01 WS-DAY-LAST-EVENT PIC X(1) VALUE SPACE.
       01 WS-BUSINESS-DATE PIC 9(8) VALUE 0.

      *> Maker-checker. A debit or transfer above the approval limit
      *> is held on the pending file; an operator holding function
      *> "K" other than its maker approves or declines it, and only
      *> approval applies it. A zero limit holds nothing. Without
      *> the limit file the built-in limit applies, and without the
      *> pending file anything above the limit is refused.
       01 WS-PEND-STATUS PIC X(2) VALUE "00".
       01 WS-PEND-OPEN PIC X(1) VALUE "N".
       01 WS-APPRPARM-STATUS PIC X(2) VALUE "00".
       01 WS-APPROVAL-LIMIT PIC 9(7)V99 VALUE 10000.00.
       01 WS-OVER-LIMIT PIC X(1) VALUE "N".
       01 WS-APPLYING-PEND PIC X(1) VALUE "N".
       01 WS-APPROVER-OK PIC X(1) VALUE "N".
       01 WS-PEND-REQUEST PIC X(1) VALUE "N".
       01 WS-PEND-DONE PIC X(1) VALUE "N".
       01 WS-PEND-CHOICE PIC X(1) VALUE SPACE.
       01 WS-PEND-ACTION PIC X(1) VALUE SPACE.
       01 WS-PEND-CONFIRM PIC X(1) VALUE SPACE.
       01 WS-PEND-INPUT PIC X(6) VALUE SPACES.
       01 WS-PEND-ID PIC 9(6) VALUE 0.
       01 WS-PEND-FOUND PIC X(1) VALUE "N".
       01 WS-PEND-EOF PIC 9(1) VALUE 0.
       01 WS-PEND-COUNT PIC 9(8) VALUE 0.
       01 WS-PEND-DATE PIC 9(8) VALUE 0.
       01 WS-PEND-TIME PIC 9(8) VALUE 0.
       01 WS-PEND-AMOUNT-OUT PIC Z(6)9.99.
       01 WS-PEND-TYPE-TEXT PIC X(8) VALUE SPACES.
      *> What a held transaction is written with - set by the
      *> debit or transfer path before HOLD-FOR-APPROVAL-SECTION.
       01 WS-HOLD-TYPE PIC X(1) VALUE SPACE.
       01 WS-HOLD-ACCOUNT PIC X(10) VALUE SPACES.
       01 WS-HOLD-DEST PIC X(10) VALUE SPACES.

      *> Operator sign-on via the shared OPERSIGN password check.
       01 WS-SIGNON-ID PIC X(8) VALUE SPACES.
       01 WS-SIGNON-OK PIC X(1) VALUE "N".
       01 WS-AUTH-FUNCTION PIC X(1) VALUE SPACE.
           PERFORM SIGN-ON-SECTION
               UNTIL WS-SIGNON-OK = "Y" OR WS-QUIT-SWITCH = "Y"

      *> No account work unless a supervisor has the online
      *> business day open.
           IF WS-QUIT-SWITCH NOT = "Y"
               PERFORM CHECK-BUSINESS-DAY-SECTION
           END-IF

      *> OPTIONAL file - status 05 is the successful open of an
      *> account file that does not exist yet (a fresh system), not
      *> a failure.
           EVALUATE TRUE
               WHEN WS-QUIT-SWITCH = "Y"
                   DISPLAY "SIGN-ON ABANDONED"
               WHEN WS-DAY-OPEN = "N"
                   DISPLAY "NO ONLINE BUSINESS DAY OPEN - ACCOUNT "
                       "WORK REFUSED"
                   MOVE "NO-BUSINESS-DAY" TO WS-AUDIT-STEP
                   PERFORM CALL-AUDIT-SECTION
               WHEN OTHER
                   DISPLAY "BUSINESS DAY " WS-BUSINESS-DATE
                   OPEN I-O ONLINE-ACCOUNT-FILE
                   IF WS-ACCT-STATUS NOT = "00"
                           AND WS-ACCT-STATUS NOT = "05"
                       DISPLAY "ACCOUNT FILE OPEN FAILED - STATUS "
                           WS-ACCT-STATUS
                   ELSE
                       PERFORM OPEN-JOURNAL-SECTION
                       PERFORM LOAD-APPROVAL-LIMIT-SECTION
                       PERFORM OPEN-PENDING-SECTION
                       PERFORM ACCOUNT-SESSION-SECTION
                           UNTIL WS-QUIT-SWITCH = "Y"
                       CLOSE ONLINE-ACCOUNT-FILE
                       IF WS-JRNL-OPEN = "Y"
                           CLOSE TXN-JOURNAL-FILE
                       END-IF
                       IF WS-PEND-OPEN = "Y"
                           CLOSE PENDING-APPROVAL-FILE
                       END-IF
                   END-IF
           END-EVALUATE

           MOVE "SESSION-END" TO WS-AUDIT-STEP
           PERFORM CALL-AUDIT-SECTION
               MOVE "Y" TO WS-QUIT-SWITCH
           ELSE
               MOVE "A" TO WS-AUTH-FUNCTION
               CALL 'OPERSIGN' USING WS-SIGNON-ID, WS-AUTH-FUNCTION,
                   WS-AUTH-NAME, WS-AUTH-RC
               EVALUATE WS-AUTH-RC
                   WHEN 00
                       MOVE "Y" TO WS-SIGNON-OK
                   WHEN 08
                       DISPLAY "OPERATOR NOT ON PROFILE FILE"
                   WHEN 12
                       DISPLAY "NOT AUTHORIZED FOR ACCOUNT WORK"
                   WHEN 32
                       DISPLAY "NO PASSWORD SET - SEE THE SECURITY "
                           "ADMINISTRATOR"
                   WHEN OTHER
                       DISPLAY "SIGN-ON REFUSED"
               END-EVALUATE
           END-IF
           EXIT.

      *> One prompt/lookup/update round. The loop runs until the
      *> operator types QUIT, so several accounts can be worked in
      *> one sitting and every update lands back on the file. PEND
      *> instead of an account id goes to the approval queue.
       ACCOUNT-SESSION-SECTION.
           MOVE "N" TO WS-VALID-INPUT
           MOVE "N" TO WS-PEND-REQUEST
           PERFORM PROMPT-FOR-ACCOUNT-SECTION
               UNTIL WS-VALID-INPUT = "Y" OR WS-QUIT-SWITCH = "Y"
                   OR WS-PEND-REQUEST = "Y"
           IF WS-QUIT-SWITCH = "Y"
               DISPLAY "OPERATOR QUIT"
           ELSE
               PERFORM CHECK-BUSINESS-DAY-SECTION
               EVALUATE TRUE
                   WHEN WS-DAY-OPEN = "N"
                       DISPLAY "BUSINESS DAY " WS-BUSINESS-DATE
                           " HAS BEEN CLOSED - NO FURTHER ACCOUNT WORK"
                       MOVE "Y" TO WS-QUIT-SWITCH
                   WHEN WS-PEND-REQUEST = "Y"
                       PERFORM APPROVAL-QUEUE-SECTION
                   WHEN OTHER
                       PERFORM LOOKUP-ACCOUNT-SECTION
               END-EVALUATE
           END-IF
           EXIT.

      *> The last event on the day-control file decides: an open
      *> event is the business day, anything else (a close, or no
      *> file at all) means no day is open. WS-BUSINESS-DATE keeps
      *> the last day this session worked, for the refusal message.
       CHECK-BUSINESS-DAY-SECTION.
           MOVE "N" TO WS-DAY-OPEN
           MOVE 0 TO WS-DAY-LAST-DATE
           MOVE SPACE TO WS-DAY-LAST-EVENT
           OPEN INPUT DAY-CONTROL-FILE
           IF WS-DAYCTL-STATUS = "00"
               MOVE 0 TO WS-DAY-EOF
               PERFORM UNTIL WS-DAY-EOF = 1
                   READ DAY-CONTROL-FILE
                       AT END MOVE 1 TO WS-DAY-EOF
                       NOT AT END
                           IF OD-BUS-DATE IS NUMERIC
                                   AND (OD-EVENT = "O"
                                       OR OD-EVENT = "C")
                               MOVE OD-BUS-DATE TO WS-DAY-LAST-DATE
                               MOVE OD-EVENT TO WS-DAY-LAST-EVENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DAY-CONTROL-FILE
           END-IF
           IF WS-DAY-LAST-EVENT = "O"
               MOVE "Y" TO WS-DAY-OPEN
               IF WS-BUSINESS-DATE NOT = 0
                       AND WS-BUSINESS-DATE NOT = WS-DAY-LAST-DATE
                   DISPLAY "BUSINESS DAY IS NOW " WS-DAY-LAST-DATE
               END-IF
               MOVE WS-DAY-LAST-DATE TO WS-BUSINESS-DATE
           END-IF
           EXIT.

       ONE-SIDED-UPDATE-SECTION.
           DISPLAY "ENTER TRANSACTION AMOUNT: "
           ACCEPT WS-TXN-AMOUNT
           PERFORM APPLY-ONE-SIDED-SECTION
           EXIT.

      *> Checks and applies WS-TXN-AMOUNT of type WS-TXN-TYPE to
      *> WS-BALANCE and journals the outcome - keyed here, or taken
      *> off the pending file when an approver applies a held debit.
      *> A debit above the approval limit keyed here is held
      *> instead, once it has passed every check, and journals
      *> nothing until it is decided.
       APPLY-ONE-SIDED-SECTION.
           MOVE "Y" TO WS-TXN-OK

           IF WS-TXN-AMOUNT < 0
           END-IF

           IF WS-TXN-OK = "Y"
               PERFORM CHECK-APPROVAL-LIMIT-SECTION
               EVALUATE TRUE
                   WHEN WS-NEW-BALANCE < 0
                       MOVE "N" TO WS-TXN-OK
                       DISPLAY "TRANSACTION REJECTED - WOULD "
                           "OVERDRAW THE ACCOUNT"
                   WHEN FUNCTION UPPER-CASE(WS-TXN-TYPE) = "D"
                           AND WS-OVER-LIMIT = "Y"
                       MOVE "D" TO WS-HOLD-TYPE
                       MOVE OA-ACCOUNT-ID TO WS-HOLD-ACCOUNT
                       MOVE SPACES TO WS-HOLD-DEST
                       PERFORM HOLD-FOR-APPROVAL-SECTION
                   WHEN OTHER
                       MOVE WS-NEW-BALANCE TO WS-BALANCE
                       MOVE WS-BALANCE TO Amount
                       DISPLAY "NEW BALANCE: " Amount
               END-EVALUATE
           END-IF

           IF WS-TXN-OK NOT = "H"
               PERFORM JOURNAL-ONE-SIDED-SECTION
           END-IF
           EXIT.

       JOURNAL-ONE-SIDED-SECTION.
           IF WS-TXN-OK = "Y"
               ADD 1 TO WS-AUDIT-VALID
           ELSE
                   DISPLAY "TRANSFER REJECTED - AMOUNT MUST NOT "
                       "BE NEGATIVE"
               ELSE
                   PERFORM CHECK-APPROVAL-LIMIT-SECTION
                   IF WS-OVER-LIMIT = "Y"
                       PERFORM HOLD-TRANSFER-SECTION
                   ELSE
                       PERFORM CHECK-AND-APPLY-XFER-SECTION
                   END-IF
               END-IF
           END-IF
           PERFORM FINISH-TRANSFER-SECTION
           EXIT.

      *> Counts and journals a transfer's outcome - both legs when
      *> it applied, one rejected row on the source when it did not,
      *> nothing while it is held for approval.
       FINISH-TRANSFER-SECTION.
           EVALUATE WS-TXN-OK
               WHEN "Y"
                   ADD 1 TO WS-AUDIT-VALID
                   PERFORM JOURNAL-XFER-LEGS-SECTION
               WHEN "H"
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO WS-AUDIT-REJECT
                   MOVE WS-XFER-SRC TO WS-JRNL-ACCOUNT
                   MOVE "D" TO WS-JRNL-TYPE
                   MOVE WS-BEFORE-BALANCE TO WS-JRNL-BEFORE
                   MOVE WS-BEFORE-BALANCE TO WS-JRNL-AFTER
                   MOVE WS-XFER-DEST TO WS-XREF-ID
                   MOVE "REJ" TO WS-JRNL-OUTCOME
                   PERFORM WRITE-JOURNAL-SECTION
           END-EVALUATE
           EXIT.

      *> A transfer above the limit gets the checks that can be made
      *> now - enough in the source, destination on file - before it
      *> is held, so the approver only sees transfers that could go
      *> through. Both are checked again when it is applied.
       HOLD-TRANSFER-SECTION.
           IF WS-TXN-AMOUNT > WS-BALANCE
               MOVE "N" TO WS-TXN-OK
               DISPLAY "TRANSFER REJECTED - WOULD OVERDRAW THE "
                   "SOURCE ACCOUNT"
           ELSE
               MOVE WS-XFER-DEST TO OA-ACCOUNT-ID
               READ ONLINE-ACCOUNT-FILE
                   INVALID KEY
                       MOVE "N" TO WS-TXN-OK
                       DISPLAY "DESTINATION ACCOUNT NOT FOUND - "
                           WS-XFER-DEST
               END-READ
               PERFORM RESTORE-SOURCE-RECORD-SECTION
               IF WS-TXN-OK = "Y"
                   MOVE "T" TO WS-HOLD-TYPE
                   MOVE WS-XFER-SRC TO WS-HOLD-ACCOUNT
                   MOVE WS-XFER-DEST TO WS-HOLD-DEST
                   PERFORM HOLD-FOR-APPROVAL-SECTION
               END-IF
           END-IF
           EXIT.


      *> One journal row per transaction leg, accepted or rejected -
      *> account, type, amount, before/after balance images, the
      *> operator off the run header, the open business date, a
      *> timestamp and the transfer cross-reference, all off the
      *> WS-JRNL fields the caller set. An approved transaction
      *> carries its maker as the operator and its approver as the
      *> checker.
      *> A rejected transaction journals with identical before and
      *> after.
       WRITE-JOURNAL-SECTION.
           IF WS-JRNL-OPEN = "Y"
               ACCEPT WS-LOG-TIME FROM TIME
               MOVE SPACES TO TXN-JOURNAL-RECORD
               MOVE WS-BUSINESS-DATE TO TJ-RUN-DATE
               MOVE WS-LOG-TIME TO TJ-LOG-TIME
               IF WS-JRNL-MAKER = SPACES
                   MOVE WS-HDR-OPERATOR-ID TO TJ-OPERATOR-ID
               ELSE
                   MOVE WS-JRNL-MAKER TO TJ-OPERATOR-ID
               END-IF
               MOVE WS-JRNL-ACCOUNT TO TJ-ACCOUNT-ID
               MOVE WS-JRNL-TYPE TO TJ-TXN-TYPE
               MOVE WS-TXN-AMOUNT TO TJ-AMOUNT
               MOVE WS-JRNL-AFTER TO TJ-AFTER-BAL
               MOVE WS-JRNL-OUTCOME TO TJ-OUTCOME
               MOVE WS-XREF-ID TO TJ-XREF-ID
               MOVE WS-JRNL-CHECKER TO TJ-CHECKER-ID
               WRITE TXN-JOURNAL-RECORD
               IF WS-JRNL-STATUS NOT = "00"
                   DISPLAY "JOURNAL WRITE FAILED - STATUS "
           EXIT.

      *> Re-prompts until the operator enters an id in the MyID
      *> format, PEND or QUIT, instead of silently accepting and
      *> discarding whatever was typed.
       PROMPT-FOR-ACCOUNT-SECTION.
           DISPLAY "ENTER ACCOUNT ID (FORMAT: Annnnnnnnn), 'PEND' "
               "FOR APPROVALS OR 'QUIT': "
           ACCEPT UserInput

           EVALUATE TRUE
               WHEN FUNCTION UPPER-CASE(UserInput(1:4)) = "QUIT"
                   MOVE "Y" TO WS-QUIT-SWITCH
               WHEN FUNCTION UPPER-CASE(UserInput) = "PEND"
                   MOVE "Y" TO WS-PEND-REQUEST
               WHEN OTHER
                   MOVE UserInput(1:1) TO WS-ID-PREFIX
                   MOVE UserInput(2:9) TO WS-ID-DIGITS
                   IF WS-ID-PREFIX IS ALPHABETIC AND
                      WS-ID-DIGITS IS NUMERIC
                       MOVE "Y" TO WS-VALID-INPUT
                   ELSE
                       DISPLAY "INVALID FORMAT - EXPECTED 1 LETTER "
                           "FOLLOWED BY 9 DIGITS"
                       MOVE "N" TO WS-VALID-INPUT
                   END-IF
           END-EVALUATE
           EXIT.

      *> The approval limit off apprparm.txt - a missing, empty or
      *> malformed file keeps the built-in limit, with a warning.
       LOAD-APPROVAL-LIMIT-SECTION.
           OPEN INPUT APPROVAL-PARAM-FILE
           IF WS-APPRPARM-STATUS NOT = "00"
               DISPLAY "APPROVAL LIMIT FILE UNAVAILABLE - STATUS "
                   WS-APPRPARM-STATUS " - USING BUILT-IN LIMIT"
           ELSE
               READ APPROVAL-PARAM-FILE
                   AT END
                       DISPLAY "APPROVAL LIMIT FILE EMPTY - USING "
                           "BUILT-IN LIMIT"
                   NOT AT END
                       IF AP-LIMIT IS NUMERIC
                           MOVE AP-LIMIT TO WS-APPROVAL-LIMIT
                       ELSE
                           DISPLAY "APPROVAL LIMIT NOT NUMERIC - "
                               "USING BUILT-IN LIMIT"
                       END-IF
               END-READ
               CLOSE APPROVAL-PARAM-FILE
           END-IF
           IF WS-APPROVAL-LIMIT = 0
               DISPLAY "NO APPROVAL LIMIT SET - NOTHING IS HELD FOR "
                   "APPROVAL"
           ELSE
               MOVE WS-APPROVAL-LIMIT TO WS-PEND-AMOUNT-OUT
               DISPLAY "DEBITS AND TRANSFERS ABOVE "
                   WS-PEND-AMOUNT-OUT " NEED APPROVAL"
           END-IF
           EXIT.

      *> OPTIONAL file - status 05 is the first use. Without it a
      *> transaction above the limit cannot be held, so it is
      *> rejected rather than applied unapproved.
       OPEN-PENDING-SECTION.
           OPEN I-O PENDING-APPROVAL-FILE
           IF WS-PEND-STATUS = "00" OR WS-PEND-STATUS = "05"
               MOVE "Y" TO WS-PEND-OPEN
           ELSE
               DISPLAY "PENDING-APPROVAL FILE OPEN FAILED - STATUS "
                   WS-PEND-STATUS " - NOTHING ABOVE THE APPROVAL "
                   "LIMIT CAN BE TAKEN"
           END-IF
           EXIT.

      *> An amount applied on approval has been through this test
      *> already and is not held a second time.
       CHECK-APPROVAL-LIMIT-SECTION.
           MOVE "N" TO WS-OVER-LIMIT
           IF WS-APPLYING-PEND = "N"
                   AND WS-APPROVAL-LIMIT > 0
                   AND WS-TXN-AMOUNT > WS-APPROVAL-LIMIT
               MOVE "Y" TO WS-OVER-LIMIT
           END-IF
           EXIT.

      *> Writes the WS-HOLD transaction to the pending file under a
      *> new reference - WS-TXN-OK "H" when it is held, "N" when it
      *> could not be, so the caller journals it as rejected.
       HOLD-FOR-APPROVAL-SECTION.
           IF WS-PEND-OPEN = "N"
               MOVE "N" TO WS-TXN-OK
               DISPLAY "ABOVE THE APPROVAL LIMIT AND THE PENDING "
                   "FILE IS UNAVAILABLE - TRANSACTION REJECTED"
           ELSE
               PERFORM NEXT-PEND-ID-SECTION
               IF WS-PEND-ID = 0
                   MOVE "N" TO WS-TXN-OK
                   DISPLAY "NO APPROVAL REFERENCE ISSUED - "
                       "TRANSACTION REJECTED"
               ELSE
                   PERFORM WRITE-PENDING-SECTION
               END-IF
           END-IF
           EXIT.

       WRITE-PENDING-SECTION.
           ACCEPT WS-PEND-TIME FROM TIME
           MOVE SPACES TO PENDING-APPROVAL-RECORD
           MOVE WS-PEND-ID TO PD-PEND-ID
           MOVE WS-BUSINESS-DATE TO PD-BUS-DATE
           MOVE "P" TO PD-STATUS
           MOVE WS-HOLD-TYPE TO PD-TXN-TYPE
           MOVE WS-HOLD-ACCOUNT TO PD-ACCOUNT-ID
           MOVE WS-HOLD-DEST TO PD-DEST-ID
           MOVE WS-TXN-AMOUNT TO PD-AMOUNT
           MOVE WS-HDR-OPERATOR-ID TO PD-MAKER-ID
           MOVE WS-PEND-TIME TO PD-MAKE-TIME
           MOVE 0 TO PD-CHECK-DATE
           MOVE 0 TO PD-CHECK-TIME
           WRITE PENDING-APPROVAL-RECORD
           IF WS-PEND-STATUS NOT = "00"
               MOVE "N" TO WS-TXN-OK
               DISPLAY "PENDING FILE WRITE FAILED - STATUS "
                   WS-PEND-STATUS " - TRANSACTION REJECTED"
           ELSE
               MOVE "H" TO WS-TXN-OK
               DISPLAY "ABOVE THE APPROVAL LIMIT - HELD FOR APPROVAL "
                   "AS REFERENCE " WS-PEND-ID
               MOVE SPACES TO WS-AUDIT-STEP
               STRING "PEND-HOLD " WS-PEND-ID DELIMITED BY SIZE
                   INTO WS-AUDIT-STEP
               PERFORM CALL-AUDIT-SECTION
           END-IF
           EXIT.

      *> Issues the next reference off the control record (written
      *> on first use). WS-PEND-ID stays zero when none could be.
       NEXT-PEND-ID-SECTION.
           MOVE 0 TO WS-PEND-ID
           MOVE "N" TO WS-PEND-FOUND
           MOVE 0 TO PD-PEND-ID
           READ PENDING-APPROVAL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-PEND-FOUND
           END-READ
           IF WS-PEND-FOUND = "Y"
                   AND (PD-CTL-LAST-ID IS NOT NUMERIC
                       OR PD-CTL-LAST-ID = 999999)
               DISPLAY "PENDING-APPROVAL CONTROL RECORD UNUSABLE - "
                   PD-CTL-LAST-ID
           ELSE
               IF WS-PEND-FOUND = "N"
                   MOVE SPACES TO PENDING-CONTROL-RECORD
                   MOVE 0 TO PD-CTL-ID
                   MOVE 1 TO PD-CTL-LAST-ID
                   WRITE PENDING-CONTROL-RECORD
               ELSE
                   ADD 1 TO PD-CTL-LAST-ID
                   REWRITE PENDING-CONTROL-RECORD
               END-IF
               IF WS-PEND-STATUS = "00"
                   MOVE PD-CTL-LAST-ID TO WS-PEND-ID
               ELSE
                   DISPLAY "PENDING-APPROVAL CONTROL UPDATE FAILED - "
                       "STATUS " WS-PEND-STATUS
               END-IF
           END-IF
           EXIT.

      *> PEND at the account prompt. Approval authority is function
      *> "K", looked up afresh each time so a revocation made during
      *> the session counts; the sign-on already proved who this is.
       APPROVAL-QUEUE-SECTION.
           PERFORM CHECK-APPROVER-SECTION
           IF WS-APPROVER-OK = "Y"
               IF WS-PEND-OPEN = "N"
                   DISPLAY "PENDING-APPROVAL FILE UNAVAILABLE - NO "
                       "APPROVALS POSSIBLE"
               ELSE
                   MOVE "N" TO WS-PEND-DONE
                   PERFORM LIST-PENDING-SECTION
                   PERFORM APPROVAL-MENU-SECTION
                       UNTIL WS-PEND-DONE = "Y"
               END-IF
           END-IF
           EXIT.

      *> No profile file means nobody can be shown to be a second,
      *> authorized person, so unlike the sign-on there is no
      *> unverified fallback here.
       CHECK-APPROVER-SECTION.
           MOVE "N" TO WS-APPROVER-OK
           MOVE "K" TO WS-AUTH-FUNCTION
           CALL 'OPERAUTH' USING WS-HDR-OPERATOR-ID, WS-AUTH-FUNCTION,
               WS-AUTH-NAME, WS-AUTH-RC
           EVALUATE WS-AUTH-RC
               WHEN 00
                   MOVE "Y" TO WS-APPROVER-OK
               WHEN 04
                   DISPLAY "NO OPERATOR PROFILE FILE - APPROVALS NEED "
                       "A VERIFIED APPROVER"
               WHEN 12
                   DISPLAY "NOT AUTHORIZED TO APPROVE HELD "
                       "TRANSACTIONS"
               WHEN OTHER
                   DISPLAY "APPROVAL AUTHORITY REFUSED"
           END-EVALUATE
           IF WS-APPROVER-OK = "N"
               MOVE "PEND-NO-AUTHORITY" TO WS-AUDIT-STEP
               PERFORM CALL-AUDIT-SECTION
           END-IF
           EXIT.

       APPROVAL-MENU-SECTION.
           DISPLAY " "
           DISPLAY "L)IST  A)PPROVE  D)ECLINE  Q)UIT TO ACCOUNTS: "
           MOVE SPACE TO WS-PEND-CHOICE
           ACCEPT WS-PEND-CHOICE
           EVALUATE FUNCTION UPPER-CASE(WS-PEND-CHOICE)
               WHEN "L"
                   PERFORM LIST-PENDING-SECTION
               WHEN "A"
                   MOVE "A" TO WS-PEND-ACTION
                   PERFORM DECIDE-PENDING-SECTION
               WHEN "D"
                   MOVE "D" TO WS-PEND-ACTION
                   PERFORM DECIDE-PENDING-SECTION
               WHEN "Q"
                   MOVE "Y" TO WS-PEND-DONE
               WHEN OTHER
                   DISPLAY "UNKNOWN CHOICE - " WS-PEND-CHOICE
           END-EVALUATE
           EXIT.

      *> Every transaction still pending, in reference order, past
      *> the control record.
       LIST-PENDING-SECTION.
           MOVE 0 TO WS-PEND-COUNT
           MOVE 0 TO PD-PEND-ID
           START PENDING-APPROVAL-FILE KEY IS GREATER THAN PD-PEND-ID
               INVALID KEY
                   MOVE 1 TO WS-PEND-EOF
               NOT INVALID KEY
                   MOVE 0 TO WS-PEND-EOF
           END-START
           PERFORM UNTIL WS-PEND-EOF = 1
               READ PENDING-APPROVAL-FILE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-PEND-EOF
                   NOT AT END
                       IF PD-PENDING
                           ADD 1 TO WS-PEND-COUNT
                           PERFORM SHOW-PENDING-SECTION
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PEND-COUNT = 0
               DISPLAY "NOTHING AWAITING APPROVAL"
           ELSE
               DISPLAY WS-PEND-COUNT " AWAITING APPROVAL"
           END-IF
           EXIT.

       SHOW-PENDING-SECTION.
           IF PD-TXN-TYPE = "T"
               MOVE "TRANSFER" TO WS-PEND-TYPE-TEXT
           ELSE
               MOVE "DEBIT" TO WS-PEND-TYPE-TEXT
           END-IF
           MOVE PD-AMOUNT TO WS-PEND-AMOUNT-OUT
           DISPLAY PD-PEND-ID " " WS-PEND-TYPE-TEXT " " PD-ACCOUNT-ID
               " " PD-DEST-ID " " WS-PEND-AMOUNT-OUT " KEYED BY "
               PD-MAKER-ID
           IF PD-BUS-DATE NOT = WS-BUSINESS-DATE
               DISPLAY "       KEYED ON " PD-BUS-DATE
                   " - EXPIRES AT THAT DAY'S CLOSE"
           END-IF
           EXIT.

      *> A- or D-ecision on one reference. The day is re-checked
      *> first, the same as before any account work.
       DECIDE-PENDING-SECTION.
           DISPLAY "REFERENCE (6 DIGITS): "
           MOVE SPACES TO WS-PEND-INPUT
           ACCEPT WS-PEND-INPUT
           IF WS-PEND-INPUT IS NOT NUMERIC
               DISPLAY "REFERENCE MUST BE 6 DIGITS"
           ELSE
               MOVE WS-PEND-INPUT TO WS-PEND-ID
               PERFORM CHECK-BUSINESS-DAY-SECTION
               IF WS-DAY-OPEN = "N"
                   DISPLAY "BUSINESS DAY " WS-BUSINESS-DATE
                       " HAS BEEN CLOSED - NO FURTHER ACCOUNT WORK"
                   MOVE "Y" TO WS-QUIT-SWITCH
                   MOVE "Y" TO WS-PEND-DONE
               ELSE
                   PERFORM READ-PENDING-SECTION
                   IF WS-PEND-FOUND = "Y"
                       PERFORM CHECK-DECISION-SECTION
                   END-IF
               END-IF
           END-IF
           EXIT.

       READ-PENDING-SECTION.
           MOVE "N" TO WS-PEND-FOUND
           IF WS-PEND-ID > 0
               MOVE WS-PEND-ID TO PD-PEND-ID
               READ PENDING-APPROVAL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-PEND-FOUND
               END-READ
           END-IF
           IF WS-PEND-FOUND = "N"
               DISPLAY "REFERENCE NOT ON FILE - " WS-PEND-ID
           END-IF
           EXIT.

      *> Only a pending item of today's business day, and never by
      *> the operator who keyed it.
       CHECK-DECISION-SECTION.
           EVALUATE TRUE
               WHEN NOT PD-PENDING
                   DISPLAY "REFERENCE " WS-PEND-ID " IS NOT AWAITING "
                       "APPROVAL - STATUS " PD-STATUS
               WHEN PD-BUS-DATE NOT = WS-BUSINESS-DATE
                   DISPLAY "REFERENCE " WS-PEND-ID " WAS KEYED ON "
                       PD-BUS-DATE " - IT EXPIRES AT THAT DAY'S CLOSE"
               WHEN PD-MAKER-ID = WS-HDR-OPERATOR-ID
                   DISPLAY "REFERENCE " WS-PEND-ID " WAS KEYED BY YOU "
                       "- ANOTHER APPROVER MUST DECIDE IT"
                   MOVE SPACES TO WS-AUDIT-STEP
                   STRING "PEND-OWN " WS-PEND-ID DELIMITED BY SIZE
                       INTO WS-AUDIT-STEP
                   PERFORM CALL-AUDIT-SECTION
               WHEN OTHER
                   PERFORM SHOW-PENDING-SECTION
                   IF WS-PEND-ACTION = "A"
                       DISPLAY "APPROVE AND APPLY REFERENCE "
                           WS-PEND-ID " - Y/N: "
                   ELSE
                       DISPLAY "DECLINE REFERENCE " WS-PEND-ID
                           " - Y/N: "
                   END-IF
                   MOVE SPACE TO WS-PEND-CONFIRM
                   ACCEPT WS-PEND-CONFIRM
                   EVALUATE TRUE
                       WHEN FUNCTION UPPER-CASE(WS-PEND-CONFIRM)
                               NOT = "Y"
                           DISPLAY "NOTHING DONE"
                       WHEN WS-PEND-ACTION = "A"
                           PERFORM APPROVE-PENDING-SECTION
                       WHEN OTHER
                           PERFORM DECLINE-PENDING-SECTION
                   END-EVALUATE
           END-EVALUATE
           EXIT.

      *> The item is marked approved before anything is applied, so
      *> an interruption can never leave it pending after its legs
      *> landed and let it be approved a second time. If applying
      *> then fails, it is closed as rejected.
       APPROVE-PENDING-SECTION.
           PERFORM STAMP-DECISION-SECTION
           MOVE "A" TO PD-STATUS
           REWRITE PENDING-APPROVAL-RECORD
           IF WS-PEND-STATUS NOT = "00"
               DISPLAY "PENDING FILE REWRITE FAILED - STATUS "
                   WS-PEND-STATUS " - NOTHING APPLIED"
           ELSE
               PERFORM APPLY-APPROVED-SECTION
               MOVE SPACES TO WS-AUDIT-STEP
               IF WS-TXN-OK = "Y"
                   DISPLAY "REFERENCE " WS-PEND-ID
                       " APPROVED AND APPLIED"
                   STRING "PEND-APPROVE " WS-PEND-ID DELIMITED BY SIZE
                       INTO WS-AUDIT-STEP
               ELSE
                   PERFORM MARK-REJECTED-SECTION
                   STRING "PEND-REJECT " WS-PEND-ID DELIMITED BY SIZE
                       INTO WS-AUDIT-STEP
               END-IF
               PERFORM CALL-AUDIT-SECTION
           END-IF
           EXIT.

      *> Runs the held transaction through the same checks and
      *> application as one keyed now - the transfer unit for a
      *> transfer, the one-sided update for a debit - journaled
      *> under the maker with the approver as checker.
       APPLY-APPROVED-SECTION.
           MOVE PD-TXN-TYPE TO WS-HOLD-TYPE
           MOVE PD-ACCOUNT-ID TO WS-HOLD-ACCOUNT
           MOVE PD-DEST-ID TO WS-HOLD-DEST
           MOVE PD-AMOUNT TO WS-TXN-AMOUNT
           MOVE PD-MAKER-ID TO WS-JRNL-MAKER
           MOVE WS-HDR-OPERATOR-ID TO WS-JRNL-CHECKER
           MOVE "Y" TO WS-APPLYING-PEND
           MOVE "Y" TO WS-TXN-OK
           MOVE WS-HOLD-ACCOUNT TO OA-ACCOUNT-ID
           READ ONLINE-ACCOUNT-FILE
               INVALID KEY
                   MOVE "N" TO WS-TXN-OK
                   DISPLAY "ACCOUNT NOT FOUND - " WS-HOLD-ACCOUNT
           END-READ
           IF WS-TXN-OK = "N"
               ADD 1 TO WS-AUDIT-REJECT
           ELSE
               MOVE OA-BALANCE TO WS-BALANCE
               MOVE WS-BALANCE TO WS-BEFORE-BALANCE
               IF WS-HOLD-TYPE = "T"
                   MOVE WS-HOLD-ACCOUNT TO WS-XFER-SRC
                   MOVE WS-HOLD-DEST TO WS-XFER-DEST
                   PERFORM CHECK-AND-APPLY-XFER-SECTION
                   PERFORM FINISH-TRANSFER-SECTION
               ELSE
                   MOVE "D" TO WS-TXN-TYPE
                   PERFORM APPLY-ONE-SIDED-SECTION
                   IF WS-TXN-OK = "Y"
                       MOVE WS-BALANCE TO OA-BALANCE
                       REWRITE ONLINE-ACCOUNT-RECORD
                       IF WS-ACCT-STATUS NOT = "00"
                           DISPLAY "ACCOUNT REWRITE FAILED - STATUS "
                               WS-ACCT-STATUS
                       END-IF
                   END-IF
               END-IF
           END-IF
           MOVE "N" TO WS-APPLYING-PEND
           MOVE SPACES TO WS-JRNL-MAKER
           MOVE SPACES TO WS-JRNL-CHECKER
           EXIT.

       MARK-REJECTED-SECTION.
           MOVE WS-PEND-ID TO PD-PEND-ID
           READ PENDING-APPROVAL-FILE
               INVALID KEY
                   DISPLAY "PENDING FILE REREAD FAILED - REFERENCE "
                       WS-PEND-ID " STAYS MARKED APPROVED"
               NOT INVALID KEY
                   MOVE "R" TO PD-STATUS
                   REWRITE PENDING-APPROVAL-RECORD
                   IF WS-PEND-STATUS NOT = "00"
                       DISPLAY "PENDING FILE REWRITE FAILED - STATUS "
                           WS-PEND-STATUS " - REFERENCE " WS-PEND-ID
                           " STAYS MARKED APPROVED"
                   END-IF
           END-READ
           DISPLAY "REFERENCE " WS-PEND-ID " APPROVED BUT REJECTED "
               "WHEN APPLIED - IT IS CLOSED"
           EXIT.

      *> A decline is a rejected transaction like any other: one
      *> journal row with identical before and after images on the
      *> account the money would have left, naming the maker and
      *> the checker who declined it.
       DECLINE-PENDING-SECTION.
           PERFORM STAMP-DECISION-SECTION
           MOVE "D" TO PD-STATUS
           REWRITE PENDING-APPROVAL-RECORD
           IF WS-PEND-STATUS NOT = "00"
               DISPLAY "PENDING FILE REWRITE FAILED - STATUS "
                   WS-PEND-STATUS " - NOT DECLINED"
           ELSE
               MOVE PD-ACCOUNT-ID TO WS-JRNL-ACCOUNT
               MOVE PD-DEST-ID TO WS-XREF-ID
               MOVE PD-AMOUNT TO WS-TXN-AMOUNT
               MOVE PD-MAKER-ID TO WS-JRNL-MAKER
               MOVE WS-HDR-OPERATOR-ID TO WS-JRNL-CHECKER
               MOVE 0 TO WS-JRNL-BEFORE
               MOVE PD-ACCOUNT-ID TO OA-ACCOUNT-ID
               READ ONLINE-ACCOUNT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE OA-BALANCE TO WS-JRNL-BEFORE
               END-READ
               MOVE WS-JRNL-BEFORE TO WS-JRNL-AFTER
               MOVE "D" TO WS-JRNL-TYPE
               MOVE "REJ" TO WS-JRNL-OUTCOME
               ADD 1 TO WS-AUDIT-REJECT
               PERFORM WRITE-JOURNAL-SECTION
               MOVE SPACES TO WS-JRNL-MAKER
               MOVE SPACES TO WS-JRNL-CHECKER
               DISPLAY "REFERENCE " WS-PEND-ID " DECLINED"
               MOVE SPACES TO WS-AUDIT-STEP
               STRING "PEND-DECLINE " WS-PEND-ID DELIMITED BY SIZE
                   INTO WS-AUDIT-STEP
               PERFORM CALL-AUDIT-SECTION
           END-IF
           EXIT.

       STAMP-DECISION-SECTION.
           ACCEPT WS-PEND-DATE FROM DATE YYYYMMDD
           ACCEPT WS-PEND-TIME FROM TIME
           MOVE WS-HDR-OPERATOR-ID TO PD-CHECKER-ID
           MOVE WS-PEND-DATE TO PD-CHECK-DATE
           MOVE WS-PEND-TIME TO PD-CHECK-TIME
           EXIT.

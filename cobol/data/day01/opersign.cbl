       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERSIGN.

      *> Shared interactive sign-on. Takes the operator id and the
      *> function letter the calling program needs, the same way
      *> OPERAUTH does, and on top of OPERAUTH's profile check asks
      *> for the operator's password and compares it (through
      *> OPERHASH) with the value on opertab.txt.
      *> Consecutive wrong passwords are counted on the profile; the
      *> one that reaches WS-MAX-FAILURES locks the id until a
      *> security administrator reinstates it or resets its password
      *> (OPERMNT). A right password clears the count. A password
      *> older than WS-PASSWORD-DAYS, or one an administrator has
      *> just set, must be changed before the sign-on completes. A
      *> row with no password yet (a profile from before passwords)
      *> is refused - whoever keyed the id first would otherwise
      *> choose its password - until OPERMNT resets it.
      *> The prompts can wait any length of time, so the profile is
      *> read again once the password has been checked: a revoke,
      *> lockout or function change made meanwhile (by OPERMNT or by
      *> another sign-on) still stands, and only this operator's
      *> failure count, last sign-on and new password are applied to
      *> the fresh copy before it is written back.
      *> Every outcome - success, failure, lockout, refusal and a
      *> sign-on without a profile file - is written to the audit
      *> trail under the id keyed, job name OPERSIGN.
      *> Return codes, 00 to 12 as OPERAUTH's: 00 signed on, 04
      *> profile file unavailable (the caller decides whether to fall
      *> back open), 08 operator not on file, 12 operator lacks the
      *> function, 16 operator revoked, 20 id locked out, 24 wrong
      *> password, 28 a required password change was not completed,
      *> 32 no password set for the id.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Read whole and written back whole, the way CLASSMNT keeps
      *> classtab.txt, so a sign-on's counts land on the file.
           SELECT OPER-PROFILE-FILE ASSIGN TO "opertab.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPER-PROFILE-FILE.
       01  OPER-PROFILE-LINE      PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-OPER-STATUS     PIC X(2) VALUE "00".
       01  WS-OPER-EOF        PIC 9(1) VALUE 0.
       01  WS-DATE            PIC 9(8).

      *> Sign-on rules.
       01  WS-MAX-FAILURES    PIC 9(1) VALUE 3.
       01  WS-PASSWORD-DAYS   PIC 9(3) VALUE 90.
       01  WS-PASSWORD-MIN    PIC 9(2) VALUE 6.

      *> opertab.txt row by row, kept as read so rows this run does
      *> not touch go back exactly as they were.
       01  WS-OPER-LIMIT      PIC 9(3) VALUE 200.
       01  WS-OPER-COUNT      PIC 9(3) VALUE 0.
       01  WS-OPER-IDX        PIC 9(3) VALUE 0.
       01  WS-OPER-FOUND-IDX  PIC 9(3) VALUE 0.
       01  WS-OPER-TABLE.
           05  WS-OPER-ROW    PIC X(100) OCCURS 200 TIMES.

      *> One operator's profile - the opertab.txt layout OPERMNT
      *> writes. Rows from before the password fields read as spaces
      *> there: an active operator with no password yet.
       01  OPER-PROFILE-RECORD.
           05  OP-OPERATOR-ID     PIC X(8).
           05  FILLER             PIC X(1).
           05  OP-NAME            PIC X(20).
           05  FILLER             PIC X(1).
           05  OP-FUNCTIONS       PIC X(16).
           05  FILLER             PIC X(1).
           05  OP-STATUS          PIC X(1).
               88  OP-ACTIVE              VALUE "A" " ".
               88  OP-REVOKED             VALUE "R".
               88  OP-LOCKED              VALUE "L".
           05  FILLER             PIC X(1).
           05  OP-PASSWORD        PIC X(12).
           05  FILLER             PIC X(1).
           05  OP-PW-DATE         PIC 9(8).
           05  FILLER             PIC X(1).
           05  OP-FAIL-COUNT      PIC 9(1).
           05  FILLER             PIC X(1).
           05  OP-LAST-SIGNON     PIC 9(8).
           05  FILLER             PIC X(1).
           05  OP-CHANGE-DATE     PIC 9(8).
           05  FILLER             PIC X(1).
           05  OP-CHANGE-OPER     PIC X(8).
           05  FILLER             PIC X(1).

       01  WS-FUNC-HELD       PIC X(1) VALUE "N".
       01  WS-FUNC-IDX        PIC 9(2) VALUE 0.
       01  WS-IN-PASSWORD     PIC X(12) VALUE SPACES.
       01  WS-IN-PASSWORD-2   PIC X(12) VALUE SPACES.
       01  WS-PW-HASH         PIC X(12) VALUE SPACES.
       01  WS-PW-LENGTH       PIC 9(2) VALUE 0.
       01  WS-PW-OK           PIC X(1) VALUE "N".
       01  WS-PW-DUE          PIC X(1) VALUE "N".
       01  WS-PW-DAYNUM       PIC S9(9) VALUE 0.
       01  WS-TODAY-DAYNUM    PIC S9(9) VALUE 0.
       01  WS-PROFILE-CHANGED PIC X(1) VALUE "N".
      *> What the prompts decided, carried over the re-read.
       01  WS-PW-MATCHED      PIC X(1) VALUE "N".
       01  WS-PW-ON-FILE      PIC X(12) VALUE SPACES.
       01  WS-PW-CHANGED      PIC X(1) VALUE "N".
       01  WS-NEW-PW-HASH     PIC X(12) VALUE SPACES.
       01  WS-SAVE-AUDIT-STEP PIC X(20) VALUE SPACES.

       01  WS-JOB-RC          PIC 9(2) VALUE 0.
       01  WS-AUDIT-STEP      PIC X(20) VALUE SPACES.
       01  WS-AUDIT-COUNTS.
           05  WS-AUDIT-READ    PIC 9(8) VALUE 0.
           05  WS-AUDIT-VALID   PIC 9(8) VALUE 0.
           05  WS-AUDIT-REJECT  PIC 9(8) VALUE 0.

       COPY "ABC.COPY".

       LINKAGE SECTION.
       01  LS-OPERATOR-ID     PIC X(8).
       01  LS-FUNCTION        PIC X(1).
       01  LS-OPERATOR-NAME   PIC X(20).
       01  LS-RETURN-CODE     PIC 9(2).

       PROCEDURE DIVISION USING LS-OPERATOR-ID, LS-FUNCTION,
           LS-OPERATOR-NAME, LS-RETURN-CODE.
       MAIN-SECTION.
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           MOVE WS-DATE TO WS-HDR-RUN-DATE
           MOVE "OPERSIGN" TO WS-HDR-JOB-NAME
           MOVE LS-OPERATOR-ID TO WS-HDR-OPERATOR-ID
           MOVE SPACES TO LS-OPERATOR-NAME
           MOVE 00 TO LS-RETURN-CODE
           MOVE "N" TO WS-PROFILE-CHANGED
           MOVE "N" TO WS-PW-OK
           MOVE "N" TO WS-PW-DUE
           MOVE "N" TO WS-PW-MATCHED
           MOVE "N" TO WS-PW-CHANGED

           PERFORM LOAD-PROFILES-SECTION
           EVALUATE TRUE
               WHEN WS-OPER-STATUS NOT = "00"
                   MOVE 04 TO LS-RETURN-CODE
                   MOVE "SIGNON UNVERIFIED" TO WS-AUDIT-STEP
               WHEN WS-OPER-FOUND-IDX = 0
                   MOVE 08 TO LS-RETURN-CODE
                   MOVE "SIGNON UNKNOWN ID" TO WS-AUDIT-STEP
               WHEN OTHER
                   PERFORM CHECK-PROFILE-SECTION
           END-EVALUATE

           IF WS-PROFILE-CHANGED = "Y"
               PERFORM APPLY-SIGN-ON-SECTION
           END-IF
           PERFORM CALL-AUDIT-SECTION
           EXIT PROGRAM.

       LOAD-PROFILES-SECTION.
           MOVE 0 TO WS-OPER-COUNT
           MOVE 0 TO WS-OPER-FOUND-IDX
           OPEN INPUT OPER-PROFILE-FILE
           IF WS-OPER-STATUS = "00"
               MOVE 0 TO WS-OPER-EOF
               PERFORM UNTIL WS-OPER-EOF = 1
                   READ OPER-PROFILE-FILE
                       AT END MOVE 1 TO WS-OPER-EOF
                       NOT AT END PERFORM LOAD-ONE-PROFILE-SECTION
                   END-READ
               END-PERFORM
               CLOSE OPER-PROFILE-FILE
           END-IF
           EXIT.

      *> A file longer than the table is still searched, but nothing
      *> is written back - rows past the limit would be lost.
       LOAD-ONE-PROFILE-SECTION.
           IF WS-OPER-COUNT < WS-OPER-LIMIT
               ADD 1 TO WS-OPER-COUNT
               MOVE OPER-PROFILE-LINE TO WS-OPER-ROW(WS-OPER-COUNT)
           ELSE
               COMPUTE WS-OPER-COUNT = WS-OPER-LIMIT + 1
           END-IF
           IF WS-OPER-FOUND-IDX = 0
                   AND OPER-PROFILE-LINE(1:8) = LS-OPERATOR-ID
                   AND LS-OPERATOR-ID NOT = SPACES
               MOVE OPER-PROFILE-LINE TO OPER-PROFILE-RECORD
               IF WS-OPER-COUNT > WS-OPER-LIMIT
                   MOVE WS-OPER-LIMIT TO WS-OPER-FOUND-IDX
                   DISPLAY "OPERATOR PROFILE TABLE FULL - SIGN-ON "
                       "COUNTS NOT SAVED"
               ELSE
                   MOVE WS-OPER-COUNT TO WS-OPER-FOUND-IDX
               END-IF
           END-IF
           EXIT.

      *> Revoked, locked and unauthorized ids, and ids with no
      *> password to check, are turned away before a password is
      *> asked for.
       CHECK-PROFILE-SECTION.
           MOVE OP-NAME TO LS-OPERATOR-NAME
           PERFORM FIND-FUNCTION-SECTION
           EVALUATE TRUE
               WHEN OP-REVOKED
                   DISPLAY "OPERATOR " LS-OPERATOR-ID " IS REVOKED"
                   MOVE 16 TO LS-RETURN-CODE
                   MOVE "SIGNON REVOKED ID" TO WS-AUDIT-STEP
               WHEN OP-LOCKED
                   DISPLAY "OPERATOR " LS-OPERATOR-ID " IS LOCKED OUT"
                       " - SEE THE SECURITY ADMINISTRATOR"
                   MOVE 20 TO LS-RETURN-CODE
                   MOVE "SIGNON LOCKED ID" TO WS-AUDIT-STEP
               WHEN NOT OP-ACTIVE
                   DISPLAY "OPERATOR " LS-OPERATOR-ID
                       " PROFILE STATUS UNKNOWN - " OP-STATUS
                   MOVE 16 TO LS-RETURN-CODE
                   MOVE "SIGNON BAD PROFILE" TO WS-AUDIT-STEP
               WHEN WS-FUNC-HELD = "N"
                   MOVE 12 TO LS-RETURN-CODE
                   MOVE SPACES TO WS-AUDIT-STEP
                   STRING "SIGNON NO FUNC " LS-FUNCTION
                       DELIMITED BY SIZE INTO WS-AUDIT-STEP
               WHEN OP-PASSWORD = SPACES
                   MOVE 32 TO LS-RETURN-CODE
                   MOVE "SIGNON NO PASSWORD" TO WS-AUDIT-STEP
               WHEN OTHER
                   PERFORM CHECK-PASSWORD-SECTION
           END-EVALUATE
           EXIT.

       FIND-FUNCTION-SECTION.
           MOVE "N" TO WS-FUNC-HELD
           PERFORM VARYING WS-FUNC-IDX FROM 1 BY 1
                   UNTIL WS-FUNC-IDX > 16 OR WS-FUNC-HELD = "Y"
               IF OP-FUNCTIONS(WS-FUNC-IDX:1) = LS-FUNCTION
                   MOVE "Y" TO WS-FUNC-HELD
               END-IF
           END-PERFORM
           EXIT.

      *> Only decides what happened - the failure count and any new
      *> password are put on the profile by APPLY-SIGN-ON-SECTION.
       CHECK-PASSWORD-SECTION.
           DISPLAY "PASSWORD: "
           MOVE SPACES TO WS-IN-PASSWORD
           ACCEPT WS-IN-PASSWORD
           CALL 'OPERHASH' USING LS-OPERATOR-ID, WS-IN-PASSWORD,
               WS-PW-HASH
           MOVE "Y" TO WS-PROFILE-CHANGED
           MOVE OP-PASSWORD TO WS-PW-ON-FILE
           IF WS-PW-HASH NOT = OP-PASSWORD
               MOVE "N" TO WS-PW-MATCHED
           ELSE
               MOVE "Y" TO WS-PW-MATCHED
               PERFORM CHECK-EXPIRY-SECTION
               IF WS-PW-DUE = "Y"
                   PERFORM SET-NEW-PASSWORD-SECTION
               ELSE
                   MOVE "Y" TO WS-PW-OK
               END-IF
               PERFORM FINISH-SIGN-ON-SECTION
           END-IF
           EXIT.

      *> A zero or unreadable change date is a password set by an
      *> administrator, which the operator must replace.
       CHECK-EXPIRY-SECTION.
           MOVE "N" TO WS-PW-DUE
           IF OP-PW-DATE IS NOT NUMERIC OR OP-PW-DATE = 0
               DISPLAY "PASSWORD MUST BE CHANGED BEFORE FIRST USE"
               MOVE "Y" TO WS-PW-DUE
           ELSE
               COMPUTE WS-PW-DAYNUM =
                   FUNCTION INTEGER-OF-DATE(OP-PW-DATE)
               COMPUTE WS-TODAY-DAYNUM =
                   FUNCTION INTEGER-OF-DATE(WS-DATE)
               IF WS-PW-DAYNUM = 0
                       OR WS-TODAY-DAYNUM - WS-PW-DAYNUM
                           > WS-PASSWORD-DAYS
                   DISPLAY "PASSWORD HAS EXPIRED - CHOOSE A NEW ONE"
                   MOVE "Y" TO WS-PW-DUE
               END-IF
           END-IF
           EXIT.

      *> The new password is keyed twice, must be long enough and
      *> must not be the one it replaces. WS-PW-OK says whether it
      *> was taken.
       SET-NEW-PASSWORD-SECTION.
           MOVE "N" TO WS-PW-OK
           DISPLAY "NEW PASSWORD (" WS-PASSWORD-MIN "-12 CHARACTERS): "
           MOVE SPACES TO WS-IN-PASSWORD
           ACCEPT WS-IN-PASSWORD
           DISPLAY "NEW PASSWORD AGAIN: "
           MOVE SPACES TO WS-IN-PASSWORD-2
           ACCEPT WS-IN-PASSWORD-2
           MOVE 12 TO WS-PW-LENGTH
           PERFORM UNTIL WS-PW-LENGTH = 0
                   OR WS-IN-PASSWORD(WS-PW-LENGTH:1) NOT = SPACE
               SUBTRACT 1 FROM WS-PW-LENGTH
           END-PERFORM
           CALL 'OPERHASH' USING LS-OPERATOR-ID, WS-IN-PASSWORD,
               WS-PW-HASH
           EVALUATE TRUE
               WHEN WS-IN-PASSWORD NOT = WS-IN-PASSWORD-2
                   DISPLAY "PASSWORDS DO NOT MATCH"
               WHEN WS-PW-LENGTH < WS-PASSWORD-MIN
                   DISPLAY "PASSWORD TOO SHORT"
               WHEN WS-PW-HASH = OP-PASSWORD
                   DISPLAY "NEW PASSWORD MUST DIFFER FROM THE OLD ONE"
               WHEN OTHER
                   MOVE WS-PW-HASH TO WS-NEW-PW-HASH
                   MOVE "Y" TO WS-PW-CHANGED
                   MOVE "Y" TO WS-PW-OK
           END-EVALUATE
           EXIT.

      *> The password was right; the sign-on stands only if any
      *> change it required was made.
       FINISH-SIGN-ON-SECTION.
           IF WS-PW-OK = "Y"
               MOVE 00 TO LS-RETURN-CODE
               MOVE SPACES TO WS-AUDIT-STEP
               STRING "SIGNON OK FUNC " LS-FUNCTION
                   DELIMITED BY SIZE INTO WS-AUDIT-STEP
           ELSE
               DISPLAY "PASSWORD NOT CHANGED - SIGN-ON REFUSED"
               MOVE 28 TO LS-RETURN-CODE
               MOVE "SIGNON NO PW CHANGE" TO WS-AUDIT-STEP
           END-IF
           EXIT.

      *> The file is read again and the operator looked up afresh.
      *> If it cannot be read the outcome stands but nothing is
      *> written, as when the write itself fails.
       APPLY-SIGN-ON-SECTION.
           PERFORM LOAD-PROFILES-SECTION
           EVALUATE TRUE
               WHEN WS-OPER-STATUS NOT = "00"
                   DISPLAY "opertab.txt NOT READ AGAIN - STATUS "
                       WS-OPER-STATUS " - SIGN-ON COUNTS NOT SAVED"
               WHEN WS-OPER-FOUND-IDX = 0
                   DISPLAY "OPERATOR " LS-OPERATOR-ID
                       " REMOVED FROM THE PROFILE FILE"
                   MOVE SPACES TO LS-OPERATOR-NAME
                   MOVE 08 TO LS-RETURN-CODE
                   MOVE "SIGNON UNKNOWN ID" TO WS-AUDIT-STEP
               WHEN OTHER
                   IF OP-FAIL-COUNT IS NOT NUMERIC
                       MOVE 0 TO OP-FAIL-COUNT
                   END-IF
                   IF WS-PW-MATCHED = "N"
                       PERFORM COUNT-FAILURE-SECTION
                   ELSE
                       PERFORM RECHECK-PROFILE-SECTION
                   END-IF
           END-EVALUATE
           EXIT.

      *> A wrong password counts on the row as it is now, so two
      *> sign-ons failing together both count towards the lockout.
       COUNT-FAILURE-SECTION.
           ADD 1 TO OP-FAIL-COUNT
           EVALUATE TRUE
               WHEN OP-REVOKED
                   DISPLAY "PASSWORD INCORRECT"
                   MOVE 16 TO LS-RETURN-CODE
                   MOVE "SIGNON REVOKED ID" TO WS-AUDIT-STEP
               WHEN OP-LOCKED
                   DISPLAY "PASSWORD INCORRECT"
                   MOVE 20 TO LS-RETURN-CODE
                   MOVE "SIGNON LOCKED ID" TO WS-AUDIT-STEP
               WHEN OP-FAIL-COUNT >= WS-MAX-FAILURES
                   SET OP-LOCKED TO TRUE
                   DISPLAY "PASSWORD INCORRECT - OPERATOR "
                       LS-OPERATOR-ID " NOW LOCKED OUT"
                   MOVE 20 TO LS-RETURN-CODE
                   MOVE "SIGNON LOCKOUT" TO WS-AUDIT-STEP
               WHEN OTHER
                   DISPLAY "PASSWORD INCORRECT"
                   MOVE 24 TO LS-RETURN-CODE
                   MOVE "SIGNON BAD PASSWORD" TO WS-AUDIT-STEP
           END-EVALUATE
           PERFORM SAVE-OPERATOR-SECTION
           EXIT.

      *> A right password stands only if the row still allows the
      *> sign-on: not revoked or locked meanwhile, still holding the
      *> function, and still carrying the password that was checked
      *> (an administrator's reset wins over the password keyed).
       RECHECK-PROFILE-SECTION.
           MOVE OP-NAME TO LS-OPERATOR-NAME
           PERFORM FIND-FUNCTION-SECTION
           EVALUATE TRUE
               WHEN OP-REVOKED
                   DISPLAY "OPERATOR " LS-OPERATOR-ID " IS REVOKED"
                   MOVE 16 TO LS-RETURN-CODE
                   MOVE "SIGNON REVOKED ID" TO WS-AUDIT-STEP
               WHEN OP-LOCKED
                   DISPLAY "OPERATOR " LS-OPERATOR-ID " IS LOCKED OUT"
                       " - SEE THE SECURITY ADMINISTRATOR"
                   MOVE 20 TO LS-RETURN-CODE
                   MOVE "SIGNON LOCKED ID" TO WS-AUDIT-STEP
               WHEN NOT OP-ACTIVE
                   DISPLAY "OPERATOR " LS-OPERATOR-ID
                       " PROFILE STATUS UNKNOWN - " OP-STATUS
                   MOVE 16 TO LS-RETURN-CODE
                   MOVE "SIGNON BAD PROFILE" TO WS-AUDIT-STEP
               WHEN WS-FUNC-HELD = "N"
                   MOVE 12 TO LS-RETURN-CODE
                   MOVE SPACES TO WS-AUDIT-STEP
                   STRING "SIGNON NO FUNC " LS-FUNCTION
                       DELIMITED BY SIZE INTO WS-AUDIT-STEP
               WHEN OP-PASSWORD NOT = WS-PW-ON-FILE
                   DISPLAY "PASSWORD RESET BY THE SECURITY "
                       "ADMINISTRATOR - SIGN ON AGAIN"
                   MOVE 24 TO LS-RETURN-CODE
                   MOVE "SIGNON PW RESET" TO WS-AUDIT-STEP
               WHEN OTHER
                   MOVE 0 TO OP-FAIL-COUNT
                   IF WS-PW-CHANGED = "Y"
                       MOVE WS-NEW-PW-HASH TO OP-PASSWORD
                       MOVE WS-DATE TO OP-PW-DATE
                   END-IF
                   IF WS-PW-OK = "Y"
                       MOVE WS-DATE TO OP-LAST-SIGNON
                       MOVE "A" TO OP-STATUS
                   END-IF
                   PERFORM SAVE-OPERATOR-SECTION
                   IF WS-PW-CHANGED = "Y"
                       DISPLAY "PASSWORD CHANGED"
                       MOVE WS-AUDIT-STEP TO WS-SAVE-AUDIT-STEP
                       MOVE "PASSWORD CHANGED" TO WS-AUDIT-STEP
                       PERFORM CALL-AUDIT-SECTION
                       MOVE WS-SAVE-AUDIT-STEP TO WS-AUDIT-STEP
                   END-IF
           END-EVALUATE
           EXIT.

       SAVE-OPERATOR-SECTION.
           MOVE OPER-PROFILE-RECORD TO WS-OPER-ROW(WS-OPER-FOUND-IDX)
           PERFORM SAVE-PROFILES-SECTION
           EXIT.

       SAVE-PROFILES-SECTION.
           IF WS-OPER-COUNT > WS-OPER-LIMIT
               CONTINUE
           ELSE
               OPEN OUTPUT OPER-PROFILE-FILE
               IF WS-OPER-STATUS NOT = "00"
                   DISPLAY "opertab.txt OPEN FAILED - STATUS "
                       WS-OPER-STATUS " - SIGN-ON COUNTS NOT SAVED"
               ELSE
                   PERFORM VARYING WS-OPER-IDX FROM 1 BY 1
                           UNTIL WS-OPER-IDX > WS-OPER-COUNT
                       MOVE WS-OPER-ROW(WS-OPER-IDX)
                           TO OPER-PROFILE-LINE
                       WRITE OPER-PROFILE-LINE
                   END-PERFORM
                   CLOSE OPER-PROFILE-FILE
               END-IF
           END-IF
           EXIT.

      *> One row per outcome - valid 1 for a sign-on that stood,
      *> reject 1 for one that did not, so the audit report's rollup
      *> counts both.
       CALL-AUDIT-SECTION.
           MOVE 1 TO WS-AUDIT-READ
           IF LS-RETURN-CODE > 04
               MOVE 0 TO WS-AUDIT-VALID
               MOVE 1 TO WS-AUDIT-REJECT
               MOVE 4 TO WS-JOB-RC
           ELSE
               MOVE 1 TO WS-AUDIT-VALID
               MOVE 0 TO WS-AUDIT-REJECT
               MOVE 0 TO WS-JOB-RC
           END-IF
           CALL 'AUDITLOG' USING WS-DESCRIPTION, WS-AUDIT-STEP,
               WS-JOB-RC, WS-AUDIT-COUNTS
           EXIT.

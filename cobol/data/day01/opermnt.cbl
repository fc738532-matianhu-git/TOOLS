       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERMNT.

      *> Operator profile maintenance. Keeps opertab.txt - the file
      *> OPERAUTH and OPERSIGN check every sign-on against - so it is
      *> no longer edited by hand. Restricted to function "X",
      *> security administration.
      *>   A)DD       a new operator: id, name, function letters and
      *>              a first password the operator must change at
      *>              first sign-on;
      *>   C)HANGE    an operator's name or function letters;
      *>   R)EVOKE    an operator - the id stays on file, so the
      *>              audit trail still reads, but signs on nowhere;
      *>   I)REINSTATE a revoked or locked-out operator;
      *>   P)ASSWORD  reset - a new password the operator must
      *>              change at next sign-on; it also clears a
      *>              lockout;
      *>   L)IST      every operator and where each stands.
      *> An administrator cannot revoke themselves or take away
      *> their own "X", so the last one cannot lock everyone out.
      *> A file carried over from before passwords has no row that
      *> can sign on here. Until some row holds both "X" and a
      *> password, an active operator with no password who is
      *> refused at sign-on may set their own and become the first
      *> administrator - one already holding "X" if any row does,
      *> otherwise any of them. That is audited like every other
      *> change, and they then sign on with the new password.
      *> The file is read afresh before each change and again just
      *> before it is written back, and only the fields the action
      *> changes are laid over the row as it then stands - failure
      *> counts, lockouts and password changes OPERSIGN records
      *> while the administrator is keying are kept, as are other
      *> administrators' changes. OPERSIGN does the same in its
      *> direction. Every change is stamped on the
      *> profile and written to the audit trail under the signed-on
      *> administrator.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Missing is a fresh install - the first operator added
      *> creates it.
           SELECT OPER-PROFILE-FILE ASSIGN TO "opertab.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPER-PROFILE-FILE.
       01  OPER-PROFILE-LINE      PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-OPER-STATUS    PIC X(2) VALUE "00".
       01  WS-OPER-EOF       PIC 9(1) VALUE 0.
       01  WS-MENU-CHOICE    PIC X(1) VALUE SPACE.
       01  WS-QUIT-SWITCH    PIC X(1) VALUE "N".
           88  WS-OPERATOR-DONE        VALUE "Y".
       01  WS-DATE           PIC 9(8).
       01  WS-CHANGE-COUNT   PIC 9(8) VALUE 0.

      *> opertab.txt row by row, kept as read so rows not changed go
      *> back exactly as they were.
       01  WS-OPER-LIMIT     PIC 9(3) VALUE 200.
       01  WS-OPER-COUNT     PIC 9(3) VALUE 0.
       01  WS-OPER-IDX       PIC 9(3) VALUE 0.
       01  WS-FOUND-IDX      PIC 9(3) VALUE 0.
       01  WS-TABLE-OK       PIC X(1) VALUE "Y".
       01  WS-OPER-TABLE.
           05  WS-OPER-ROW   PIC X(100) OCCURS 200 TIMES.

      *> One operator's profile - the same layout OPERSIGN reads.
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

      *> The function letters OPERAUTH documents.
       01  WS-VALID-FUNCTIONS PIC X(16) VALUE "ABCFKMSVX".
       01  WS-IN-OPERATOR    PIC X(8) VALUE SPACES.
       01  WS-IN-NAME        PIC X(20) VALUE SPACES.
       01  WS-IN-FUNCTIONS   PIC X(16) VALUE SPACES.
       01  WS-IN-PASSWORD    PIC X(12) VALUE SPACES.
       01  WS-IN-PASSWORD-2  PIC X(12) VALUE SPACES.
       01  WS-IN-CONFIRM     PIC X(1) VALUE SPACE.
       01  WS-PW-HASH        PIC X(12) VALUE SPACES.
       01  WS-PW-LENGTH      PIC 9(2) VALUE 0.
       01  WS-PASSWORD-MIN   PIC 9(2) VALUE 6.
       01  WS-FIELDS-OK      PIC X(1) VALUE "Y".
       01  WS-FUNC-IDX       PIC 9(2) VALUE 0.
       01  WS-FUNC-IDX-2     PIC 9(2) VALUE 0.
       01  WS-FUNC-CHAR      PIC X(1) VALUE SPACE.
       01  WS-FUNC-COUNT     PIC 9(2) VALUE 0.
       01  WS-STATUS-TEXT    PIC X(7) VALUE SPACES.
      *> First-administrator check - rows holding "X" with and
      *> without a password.
       01  WS-ADMIN-COUNT    PIC 9(3) VALUE 0.
       01  WS-ADMIN-NO-PW    PIC 9(3) VALUE 0.
       01  WS-FIRST-ADMIN-OK PIC X(1) VALUE "N".

      *> The profile as keyed, held while the file is read again.
       01  WS-SAVE-OK        PIC X(1) VALUE "N".
       01  KEYED-PROFILE-RECORD.
           05  KP-OPERATOR-ID     PIC X(8).
           05  FILLER             PIC X(1).
           05  KP-NAME            PIC X(20).
           05  FILLER             PIC X(1).
           05  KP-FUNCTIONS       PIC X(16).
           05  FILLER             PIC X(1).
           05  KP-STATUS          PIC X(1).
           05  FILLER             PIC X(1).
           05  KP-PASSWORD        PIC X(12).
           05  FILLER             PIC X(1).
           05  KP-PW-DATE         PIC 9(8).
           05  FILLER             PIC X(1).
           05  KP-FAIL-COUNT      PIC 9(1).
           05  FILLER             PIC X(47).

      *> Operator sign-on through OPERSIGN - function "X" is
      *> security administration.
       01  WS-SIGNON-ID      PIC X(8) VALUE SPACES.
       01  WS-SIGNON-OK      PIC X(1) VALUE "N".
       01  WS-AUTH-FUNCTION  PIC X(1) VALUE SPACE.
       01  WS-AUTH-NAME      PIC X(20) VALUE SPACES.
       01  WS-AUTH-RC        PIC 9(2) VALUE 0.

      *> One audit row per change - the step names the action and
      *> the operator changed, the valid count carries 1 so the
      *> audit report's rollup counts the changes.
       01  WS-JOB-RC         PIC 9(2) VALUE 0.
       01  WS-AUDIT-ACTION   PIC X(11) VALUE SPACES.
       01  WS-AUDIT-STEP     PIC X(20) VALUE SPACES.
       01  WS-AUDIT-COUNTS.
           05  WS-AUDIT-READ    PIC 9(8) VALUE 0.
           05  WS-AUDIT-VALID   PIC 9(8) VALUE 0.
           05  WS-AUDIT-REJECT  PIC 9(8) VALUE 0.

       COPY "ABC.COPY".

       PROCEDURE DIVISION.
       MAIN-SECTION.
           DISPLAY "OPERATOR PROFILE MAINTENANCE"
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           MOVE WS-DATE TO WS-HDR-RUN-DATE
           MOVE "OPERMNT " TO WS-HDR-JOB-NAME

           PERFORM SIGN-ON-SECTION
               UNTIL WS-SIGNON-OK = "Y" OR WS-OPERATOR-DONE
           IF WS-OPERATOR-DONE
               DISPLAY "SIGN-ON ABANDONED - NO CHANGES MADE"
               STOP RUN
           END-IF
           MOVE WS-SIGNON-ID TO WS-HDR-OPERATOR-ID

           PERFORM MENU-SECTION UNTIL WS-OPERATOR-DONE

           DISPLAY "OPERATOR PROFILE CHANGES MADE: " WS-CHANGE-COUNT
           STOP RUN.

      *> A missing profile file signs on with a console warning, so
      *> the first administrator of a fresh install can add
      *> themselves; a file with no administrator password yet
      *> offers the first-administrator set-up instead.
       SIGN-ON-SECTION.
           DISPLAY "OPERATOR ID (OR QUIT): "
           MOVE SPACES TO WS-SIGNON-ID
           ACCEPT WS-SIGNON-ID
           IF FUNCTION UPPER-CASE(WS-SIGNON-ID(1:4)) = "QUIT"
               SET WS-OPERATOR-DONE TO TRUE
           ELSE
               MOVE "X" TO WS-AUTH-FUNCTION
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
                       DISPLAY "NOT AUTHORIZED FOR SECURITY "
                           "ADMINISTRATION"
                       PERFORM FIRST-ADMIN-SECTION
                   WHEN 32
                       DISPLAY "NO PASSWORD SET - SEE THE SECURITY "
                           "ADMINISTRATOR"
                       PERFORM FIRST-ADMIN-SECTION
                   WHEN OTHER
                       DISPLAY "SIGN-ON REFUSED"
               END-EVALUATE
           END-IF
           EXIT.

      *> Only while no row holds both "X" and a password. The
      *> operator keys their own password, so it is dated today and
      *> not forced to change; sign-on then goes round again
      *> through OPERSIGN with it.
       FIRST-ADMIN-SECTION.
           MOVE "N" TO WS-FIRST-ADMIN-OK
           MOVE WS-SIGNON-ID TO WS-IN-OPERATOR
           PERFORM LOAD-PROFILES-SECTION
           PERFORM COUNT-ADMINS-SECTION
           IF WS-TABLE-OK = "Y" AND WS-ADMIN-COUNT = 0
                   AND WS-FOUND-IDX > 0
               MOVE WS-OPER-ROW(WS-FOUND-IDX) TO OPER-PROFILE-RECORD
               MOVE 0 TO WS-FUNC-IDX-2
               INSPECT OP-FUNCTIONS TALLYING WS-FUNC-IDX-2
                   FOR ALL "X"
               IF OP-PASSWORD = SPACES AND OP-ACTIVE
                       AND (WS-FUNC-IDX-2 > 0 OR WS-ADMIN-NO-PW = 0)
                   MOVE "Y" TO WS-FIRST-ADMIN-OK
               END-IF
           END-IF
           IF WS-FIRST-ADMIN-OK = "Y"
               DISPLAY "NO SECURITY ADMINISTRATOR HAS A PASSWORD YET"
               DISPLAY "MAKE " OP-OPERATOR-ID " THE FIRST SECURITY "
                   "ADMINISTRATOR - Y/N: "
               MOVE SPACE TO WS-IN-CONFIRM
               ACCEPT WS-IN-CONFIRM
               IF WS-IN-CONFIRM NOT = "Y" AND WS-IN-CONFIRM NOT = "y"
                   MOVE "N" TO WS-FIRST-ADMIN-OK
               END-IF
           END-IF
           IF WS-FIRST-ADMIN-OK = "Y" AND WS-FUNC-IDX-2 = 0
               MOVE 0 TO WS-FUNC-IDX
               PERFORM VARYING WS-FUNC-IDX-2 FROM 16 BY -1
                       UNTIL WS-FUNC-IDX-2 = 0
                   IF OP-FUNCTIONS(WS-FUNC-IDX-2:1) = SPACE
                       MOVE WS-FUNC-IDX-2 TO WS-FUNC-IDX
                   END-IF
               END-PERFORM
               IF WS-FUNC-IDX = 0
                   DISPLAY "NO ROOM FOR FUNCTION X ON " OP-OPERATOR-ID
                   MOVE "N" TO WS-FIRST-ADMIN-OK
               ELSE
                   MOVE "X" TO OP-FUNCTIONS(WS-FUNC-IDX:1)
               END-IF
           END-IF
           IF WS-FIRST-ADMIN-OK = "Y"
               MOVE "Y" TO WS-FIELDS-OK
               PERFORM PROMPT-PASSWORD-SECTION
               IF WS-FIELDS-OK = "Y"
                   MOVE WS-DATE TO OP-PW-DATE
                   MOVE "A" TO OP-STATUS
                   MOVE 0 TO OP-FAIL-COUNT
                   IF OP-LAST-SIGNON IS NOT NUMERIC
                       MOVE 0 TO OP-LAST-SIGNON
                   END-IF
                   MOVE WS-SIGNON-ID TO WS-HDR-OPERATOR-ID
                   MOVE "OP-FIRSTADM" TO WS-AUDIT-ACTION
                   PERFORM SAVE-PROFILE-SECTION
                   IF WS-SAVE-OK = "Y"
                       DISPLAY "SIGN ON AGAIN WITH THE NEW PASSWORD"
                   END-IF
               ELSE
                   DISPLAY "FIRST ADMINISTRATOR NOT SET UP"
               END-IF
           END-IF
           EXIT.

      *> Rows holding "X" with a password (WS-ADMIN-COUNT) and
      *> without one (WS-ADMIN-NO-PW).
       COUNT-ADMINS-SECTION.
           MOVE 0 TO WS-ADMIN-COUNT
           MOVE 0 TO WS-ADMIN-NO-PW
           PERFORM VARYING WS-OPER-IDX FROM 1 BY 1
                   UNTIL WS-OPER-IDX > WS-OPER-COUNT
               MOVE WS-OPER-ROW(WS-OPER-IDX) TO OPER-PROFILE-RECORD
               MOVE 0 TO WS-FUNC-IDX-2
               INSPECT OP-FUNCTIONS TALLYING WS-FUNC-IDX-2
                   FOR ALL "X"
               IF WS-FUNC-IDX-2 > 0
                   IF OP-PASSWORD = SPACES
                       ADD 1 TO WS-ADMIN-NO-PW
                   ELSE
                       ADD 1 TO WS-ADMIN-COUNT
                   END-IF
               END-IF
           END-PERFORM
           EXIT.

       MENU-SECTION.
           DISPLAY " "
           DISPLAY "A)DD  C)HANGE  R)EVOKE  I)REINSTATE  "
               "P)ASSWORD RESET  L)IST  Q)UIT: "
           MOVE SPACE TO WS-MENU-CHOICE
           ACCEPT WS-MENU-CHOICE
           EVALUATE WS-MENU-CHOICE
               WHEN "A" WHEN "a"
                   PERFORM ADD-OPERATOR-SECTION
               WHEN "C" WHEN "c"
                   PERFORM CHANGE-OPERATOR-SECTION
               WHEN "R" WHEN "r"
                   PERFORM REVOKE-OPERATOR-SECTION
               WHEN "I" WHEN "i"
                   PERFORM REINSTATE-OPERATOR-SECTION
               WHEN "P" WHEN "p"
                   PERFORM RESET-PASSWORD-SECTION
               WHEN "L" WHEN "l"
                   PERFORM LIST-OPERATORS-SECTION
               WHEN "Q" WHEN "q"
                   SET WS-OPERATOR-DONE TO TRUE
               WHEN OTHER
                   DISPLAY "UNKNOWN CHOICE - " WS-MENU-CHOICE
           END-EVALUATE
           EXIT.

      *> Reads the file afresh and looks the keyed id up -
      *> WS-FOUND-IDX is its row, zero when it is not on file.
      *> WS-TABLE-OK "N" is a file that cannot be changed safely.
       PROMPT-OPERATOR-SECTION.
           MOVE 0 TO WS-FOUND-IDX
           DISPLAY "OPERATOR ID (8 CHARS): "
           MOVE SPACES TO WS-IN-OPERATOR
           ACCEPT WS-IN-OPERATOR
           IF WS-IN-OPERATOR = SPACES
               DISPLAY "OPERATOR ID MUST NOT BE BLANK"
               MOVE "N" TO WS-TABLE-OK
           ELSE
               PERFORM LOAD-PROFILES-SECTION
               IF WS-FOUND-IDX > 0
                   MOVE WS-OPER-ROW(WS-FOUND-IDX)
                       TO OPER-PROFILE-RECORD
               END-IF
           END-IF
           EXIT.

       ADD-OPERATOR-SECTION.
           PERFORM PROMPT-OPERATOR-SECTION
           EVALUATE TRUE
               WHEN WS-TABLE-OK = "N"
                   CONTINUE
               WHEN WS-FOUND-IDX > 0
                   DISPLAY "OPERATOR " WS-IN-OPERATOR
                       " ALREADY ON FILE"
               WHEN FUNCTION UPPER-CASE(WS-IN-OPERATOR(1:4)) = "QUIT"
                   DISPLAY "QUIT IS NOT USABLE AS AN OPERATOR ID"
               WHEN WS-OPER-COUNT >= WS-OPER-LIMIT
                   DISPLAY "OPERATOR TABLE FULL - " WS-OPER-LIMIT
               WHEN OTHER
                   PERFORM ADD-NEW-PROFILE-SECTION
           END-EVALUATE
           EXIT.

       ADD-NEW-PROFILE-SECTION.
           MOVE "Y" TO WS-FIELDS-OK
           MOVE SPACES TO OPER-PROFILE-RECORD
           MOVE WS-IN-OPERATOR TO OP-OPERATOR-ID
           DISPLAY "NAME (20 CHARS): "
           MOVE SPACES TO WS-IN-NAME
           ACCEPT WS-IN-NAME
           IF WS-IN-NAME = SPACES
               DISPLAY "NAME MUST NOT BE BLANK"
               MOVE "N" TO WS-FIELDS-OK
           END-IF
           IF WS-FIELDS-OK = "Y"
               MOVE WS-IN-NAME TO OP-NAME
               DISPLAY "FUNCTION LETTERS (ANY OF " WS-VALID-FUNCTIONS
                   "): "
               MOVE SPACES TO WS-IN-FUNCTIONS
               ACCEPT WS-IN-FUNCTIONS
               PERFORM CHECK-FUNCTIONS-SECTION
           END-IF
           IF WS-FIELDS-OK = "Y"
               MOVE WS-IN-FUNCTIONS TO OP-FUNCTIONS
               PERFORM PROMPT-PASSWORD-SECTION
           END-IF
           IF WS-FIELDS-OK = "Y"
               MOVE "A" TO OP-STATUS
               MOVE 0 TO OP-FAIL-COUNT
               MOVE 0 TO OP-LAST-SIGNON
               MOVE "OP-ADD" TO WS-AUDIT-ACTION
               PERFORM SAVE-PROFILE-SECTION
           ELSE
               DISPLAY "OPERATOR NOT ADDED"
           END-IF
           EXIT.

      *> Upper-cased, every letter one OPERAUTH knows, none twice.
       CHECK-FUNCTIONS-SECTION.
           MOVE FUNCTION UPPER-CASE(WS-IN-FUNCTIONS) TO WS-IN-FUNCTIONS
           MOVE 0 TO WS-FUNC-COUNT
           PERFORM VARYING WS-FUNC-IDX FROM 1 BY 1
                   UNTIL WS-FUNC-IDX > 16 OR WS-FIELDS-OK = "N"
               MOVE WS-IN-FUNCTIONS(WS-FUNC-IDX:1) TO WS-FUNC-CHAR
               IF WS-FUNC-CHAR NOT = SPACE
                   ADD 1 TO WS-FUNC-COUNT
                   MOVE 0 TO WS-FUNC-IDX-2
                   INSPECT WS-VALID-FUNCTIONS TALLYING WS-FUNC-IDX-2
                       FOR ALL WS-FUNC-CHAR
                   IF WS-FUNC-IDX-2 = 0
                       DISPLAY "UNKNOWN FUNCTION LETTER - "
                           WS-FUNC-CHAR
                       MOVE "N" TO WS-FIELDS-OK
                   ELSE
                       MOVE 0 TO WS-FUNC-IDX-2
                       INSPECT WS-IN-FUNCTIONS TALLYING WS-FUNC-IDX-2
                           FOR ALL WS-FUNC-CHAR
                       IF WS-FUNC-IDX-2 > 1
                           DISPLAY "FUNCTION LETTER GIVEN TWICE - "
                               WS-FUNC-CHAR
                           MOVE "N" TO WS-FIELDS-OK
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-FIELDS-OK = "Y" AND WS-FUNC-COUNT = 0
               DISPLAY "AT LEAST ONE FUNCTION LETTER IS NEEDED"
               MOVE "N" TO WS-FIELDS-OK
           END-IF
           EXIT.

      *> An administrator-set password - keyed twice, long enough -
      *> dated zero so OPERSIGN makes the operator replace it.
       PROMPT-PASSWORD-SECTION.
           DISPLAY "PASSWORD FOR " OP-OPERATOR-ID " ("
               WS-PASSWORD-MIN "-12 CHARACTERS): "
           MOVE SPACES TO WS-IN-PASSWORD
           ACCEPT WS-IN-PASSWORD
           DISPLAY "PASSWORD AGAIN: "
           MOVE SPACES TO WS-IN-PASSWORD-2
           ACCEPT WS-IN-PASSWORD-2
           MOVE 12 TO WS-PW-LENGTH
           PERFORM UNTIL WS-PW-LENGTH = 0
                   OR WS-IN-PASSWORD(WS-PW-LENGTH:1) NOT = SPACE
               SUBTRACT 1 FROM WS-PW-LENGTH
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-IN-PASSWORD NOT = WS-IN-PASSWORD-2
                   DISPLAY "PASSWORDS DO NOT MATCH"
                   MOVE "N" TO WS-FIELDS-OK
               WHEN WS-PW-LENGTH < WS-PASSWORD-MIN
                   DISPLAY "PASSWORD TOO SHORT"
                   MOVE "N" TO WS-FIELDS-OK
               WHEN OTHER
                   CALL 'OPERHASH' USING OP-OPERATOR-ID,
                       WS-IN-PASSWORD, WS-PW-HASH
                   MOVE WS-PW-HASH TO OP-PASSWORD
                   MOVE 0 TO OP-PW-DATE
           END-EVALUATE
           EXIT.

      *> Name and function letters - a blank reply keeps each.
       CHANGE-OPERATOR-SECTION.
           PERFORM PROMPT-OPERATOR-SECTION
           IF WS-TABLE-OK = "Y" AND WS-FOUND-IDX = 0
               DISPLAY "OPERATOR " WS-IN-OPERATOR " NOT ON FILE"
           END-IF
           IF WS-TABLE-OK = "Y" AND WS-FOUND-IDX > 0
               PERFORM SHOW-PROFILE-SECTION
               MOVE "Y" TO WS-FIELDS-OK
               DISPLAY "NEW NAME [" OP-NAME "]: "
               MOVE SPACES TO WS-IN-NAME
               ACCEPT WS-IN-NAME
               IF WS-IN-NAME NOT = SPACES
                   MOVE WS-IN-NAME TO OP-NAME
               END-IF
               DISPLAY "NEW FUNCTION LETTERS [" OP-FUNCTIONS "]: "
               MOVE SPACES TO WS-IN-FUNCTIONS
               ACCEPT WS-IN-FUNCTIONS
               IF WS-IN-FUNCTIONS NOT = SPACES
                   PERFORM CHECK-FUNCTIONS-SECTION
                   IF WS-FIELDS-OK = "Y"
                           AND OP-OPERATOR-ID = WS-SIGNON-ID
                       MOVE 0 TO WS-FUNC-IDX-2
                       INSPECT WS-IN-FUNCTIONS TALLYING WS-FUNC-IDX-2
                           FOR ALL "X"
                       IF WS-FUNC-IDX-2 = 0
                           DISPLAY "YOU CANNOT REMOVE YOUR OWN "
                               "SECURITY ADMINISTRATION"
                           MOVE "N" TO WS-FIELDS-OK
                       END-IF
                   END-IF
                   IF WS-FIELDS-OK = "Y"
                       MOVE WS-IN-FUNCTIONS TO OP-FUNCTIONS
                   END-IF
               END-IF
               IF WS-FIELDS-OK = "Y"
                   MOVE "OP-CHANGE" TO WS-AUDIT-ACTION
                   PERFORM SAVE-PROFILE-SECTION
               ELSE
                   DISPLAY "OPERATOR NOT CHANGED"
               END-IF
           END-IF
           EXIT.

       REVOKE-OPERATOR-SECTION.
           PERFORM PROMPT-OPERATOR-SECTION
           IF WS-TABLE-OK = "Y"
               EVALUATE TRUE
                   WHEN WS-FOUND-IDX = 0
                       DISPLAY "OPERATOR " WS-IN-OPERATOR
                           " NOT ON FILE"
                   WHEN OP-OPERATOR-ID = WS-SIGNON-ID
                       DISPLAY "YOU CANNOT REVOKE YOURSELF"
                   WHEN OP-REVOKED
                       DISPLAY "OPERATOR " OP-OPERATOR-ID
                           " ALREADY REVOKED"
                   WHEN OTHER
                       PERFORM SHOW-PROFILE-SECTION
                       DISPLAY "REVOKE THIS OPERATOR? Y/N: "
                       MOVE SPACE TO WS-IN-CONFIRM
                       ACCEPT WS-IN-CONFIRM
                       IF WS-IN-CONFIRM = "Y" OR WS-IN-CONFIRM = "y"
                           SET OP-REVOKED TO TRUE
                           MOVE "OP-REVOKE" TO WS-AUDIT-ACTION
                           PERFORM SAVE-PROFILE-SECTION
                       END-IF
               END-EVALUATE
           END-IF
           EXIT.

      *> Back to active with a clean failure count - a locked-out
      *> operator keeps the password they had.
       REINSTATE-OPERATOR-SECTION.
           PERFORM PROMPT-OPERATOR-SECTION
           IF WS-TABLE-OK = "Y"
               EVALUATE TRUE
                   WHEN WS-FOUND-IDX = 0
                       DISPLAY "OPERATOR " WS-IN-OPERATOR
                           " NOT ON FILE"
                   WHEN NOT OP-REVOKED AND NOT OP-LOCKED
                       DISPLAY "OPERATOR " OP-OPERATOR-ID
                           " IS NOT REVOKED OR LOCKED"
                   WHEN OTHER
                       MOVE "A" TO OP-STATUS
                       MOVE 0 TO OP-FAIL-COUNT
                       MOVE "OP-REINST" TO WS-AUDIT-ACTION
                       PERFORM SAVE-PROFILE-SECTION
               END-EVALUATE
           END-IF
           EXIT.

      *> A forgotten password or a lockout - the new one is keyed
      *> here and must be changed at the operator's next sign-on.
      *> A revoked operator stays revoked.
       RESET-PASSWORD-SECTION.
           PERFORM PROMPT-OPERATOR-SECTION
           IF WS-TABLE-OK = "Y" AND WS-FOUND-IDX = 0
               DISPLAY "OPERATOR " WS-IN-OPERATOR " NOT ON FILE"
           END-IF
           IF WS-TABLE-OK = "Y" AND WS-FOUND-IDX > 0
               MOVE "Y" TO WS-FIELDS-OK
               PERFORM PROMPT-PASSWORD-SECTION
               IF WS-FIELDS-OK = "Y"
                   IF OP-LOCKED
                       MOVE "A" TO OP-STATUS
                   END-IF
                   MOVE 0 TO OP-FAIL-COUNT
                   MOVE "OP-PASSWORD" TO WS-AUDIT-ACTION
                   PERFORM SAVE-PROFILE-SECTION
               ELSE
                   DISPLAY "PASSWORD NOT RESET"
               END-IF
           END-IF
           EXIT.

       LIST-OPERATORS-SECTION.
           PERFORM LOAD-PROFILES-SECTION
           DISPLAY "OPER ID  NAME                 FUNCTIONS        "
               "STATUS  PW SET   FAILS LAST ON"
           PERFORM VARYING WS-OPER-IDX FROM 1 BY 1
                   UNTIL WS-OPER-IDX > WS-OPER-COUNT
                       OR WS-OPER-IDX > WS-OPER-LIMIT
               MOVE WS-OPER-ROW(WS-OPER-IDX) TO OPER-PROFILE-RECORD
               IF OP-OPERATOR-ID NOT = SPACES
                   PERFORM SHOW-PROFILE-SECTION
               END-IF
           END-PERFORM
           DISPLAY WS-OPER-COUNT " OPERATORS ON opertab.txt"
           EXIT.

      *> A row from before passwords shows NO PW; it cannot sign on
      *> anywhere until an administrator resets its password.
       SHOW-PROFILE-SECTION.
           EVALUATE TRUE
               WHEN OP-REVOKED
                   MOVE "REVOKED" TO WS-STATUS-TEXT
               WHEN OP-LOCKED
                   MOVE "LOCKED" TO WS-STATUS-TEXT
               WHEN OP-PASSWORD = SPACES
                   MOVE "NO PW" TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE "ACTIVE" TO WS-STATUS-TEXT
           END-EVALUATE
           IF OP-PW-DATE IS NOT NUMERIC
               MOVE 0 TO OP-PW-DATE
           END-IF
           IF OP-FAIL-COUNT IS NOT NUMERIC
               MOVE 0 TO OP-FAIL-COUNT
           END-IF
           IF OP-LAST-SIGNON IS NOT NUMERIC
               MOVE 0 TO OP-LAST-SIGNON
           END-IF
           DISPLAY OP-OPERATOR-ID " " OP-NAME " " OP-FUNCTIONS " "
               WS-STATUS-TEXT " " OP-PW-DATE " " OP-FAIL-COUNT
               "     " OP-LAST-SIGNON
           EXIT.

       LOAD-PROFILES-SECTION.
           MOVE 0 TO WS-OPER-COUNT
           MOVE 0 TO WS-FOUND-IDX
           MOVE "Y" TO WS-TABLE-OK
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

      *> A file longer than the table cannot be written back whole,
      *> so nothing on it is changed.
       LOAD-ONE-PROFILE-SECTION.
           IF WS-OPER-COUNT < WS-OPER-LIMIT
               ADD 1 TO WS-OPER-COUNT
               MOVE OPER-PROFILE-LINE TO WS-OPER-ROW(WS-OPER-COUNT)
               IF OPER-PROFILE-LINE(1:8) = WS-IN-OPERATOR
                       AND WS-IN-OPERATOR NOT = SPACES
                       AND WS-FOUND-IDX = 0
                   MOVE WS-OPER-COUNT TO WS-FOUND-IDX
               END-IF
           ELSE
               IF WS-TABLE-OK = "Y"
                   DISPLAY "opertab.txt HOLDS MORE THAN "
                       WS-OPER-LIMIT " ROWS - NOT CHANGED"
               END-IF
               MOVE "N" TO WS-TABLE-OK
           END-IF
           EXIT.

      *> Reads the file again, lays the change keyed over the row as
      *> it now stands, stamps it, writes the whole file out and
      *> audits the change. WS-SAVE-OK says whether it was saved.
       SAVE-PROFILE-SECTION.
           MOVE "N" TO WS-SAVE-OK
           MOVE OPER-PROFILE-RECORD TO KEYED-PROFILE-RECORD
           MOVE KP-OPERATOR-ID TO WS-IN-OPERATOR
           PERFORM LOAD-PROFILES-SECTION
           EVALUATE TRUE
               WHEN WS-TABLE-OK = "N"
                   CONTINUE
               WHEN WS-AUDIT-ACTION = "OP-ADD" AND WS-FOUND-IDX > 0
                   DISPLAY "OPERATOR " KP-OPERATOR-ID
                       " ADDED MEANWHILE BY ANOTHER ADMINISTRATOR"
               WHEN WS-AUDIT-ACTION = "OP-ADD"
                       AND WS-OPER-COUNT >= WS-OPER-LIMIT
                   DISPLAY "OPERATOR TABLE FULL - " WS-OPER-LIMIT
               WHEN WS-AUDIT-ACTION = "OP-ADD"
                   ADD 1 TO WS-OPER-COUNT
                   MOVE WS-OPER-COUNT TO WS-FOUND-IDX
                   MOVE KEYED-PROFILE-RECORD TO OPER-PROFILE-RECORD
                   MOVE "Y" TO WS-SAVE-OK
               WHEN WS-FOUND-IDX = 0
                   DISPLAY "OPERATOR " KP-OPERATOR-ID
                       " NO LONGER ON FILE"
               WHEN OTHER
                   IF WS-AUDIT-ACTION = "OP-FIRSTADM"
                       PERFORM COUNT-ADMINS-SECTION
                   END-IF
                   MOVE WS-OPER-ROW(WS-FOUND-IDX)
                       TO OPER-PROFILE-RECORD
                   PERFORM APPLY-KEYED-CHANGE-SECTION
           END-EVALUATE
           IF WS-SAVE-OK = "Y"
               PERFORM WRITE-PROFILES-SECTION
           ELSE
               MOVE KEYED-PROFILE-RECORD TO OPER-PROFILE-RECORD
               DISPLAY "CHANGE NOT SAVED"
           END-IF
           EXIT.

      *> Each action carries over only the fields it sets; the rest
      *> of the row - sign-on counts above all - stays as on file.
       APPLY-KEYED-CHANGE-SECTION.
           MOVE "Y" TO WS-SAVE-OK
           EVALUATE WS-AUDIT-ACTION
               WHEN "OP-CHANGE"
                   MOVE KP-NAME TO OP-NAME
                   MOVE KP-FUNCTIONS TO OP-FUNCTIONS
               WHEN "OP-REVOKE"
                   SET OP-REVOKED TO TRUE
               WHEN "OP-REINST"
                   MOVE "A" TO OP-STATUS
                   MOVE 0 TO OP-FAIL-COUNT
               WHEN "OP-PASSWORD"
                   MOVE KP-PASSWORD TO OP-PASSWORD
                   MOVE KP-PW-DATE TO OP-PW-DATE
                   IF OP-LOCKED
                       MOVE "A" TO OP-STATUS
                   END-IF
                   MOVE 0 TO OP-FAIL-COUNT
               WHEN "OP-FIRSTADM"
                   IF WS-ADMIN-COUNT > 0 OR OP-PASSWORD NOT = SPACES
                           OR NOT OP-ACTIVE
                       DISPLAY "PROFILE CHANGED MEANWHILE - FIRST "
                           "ADMINISTRATOR NOT SET UP"
                       MOVE "N" TO WS-SAVE-OK
                   ELSE
                       MOVE KP-FUNCTIONS TO OP-FUNCTIONS
                       MOVE KP-PASSWORD TO OP-PASSWORD
                       MOVE KP-PW-DATE TO OP-PW-DATE
                       MOVE "A" TO OP-STATUS
                       MOVE 0 TO OP-FAIL-COUNT
                       IF OP-LAST-SIGNON IS NOT NUMERIC
                           MOVE 0 TO OP-LAST-SIGNON
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE KEYED-PROFILE-RECORD TO OPER-PROFILE-RECORD
           END-EVALUATE
           EXIT.

       WRITE-PROFILES-SECTION.
           MOVE WS-DATE TO OP-CHANGE-DATE
           MOVE WS-SIGNON-ID TO OP-CHANGE-OPER
           MOVE OPER-PROFILE-RECORD TO WS-OPER-ROW(WS-FOUND-IDX)
           OPEN OUTPUT OPER-PROFILE-FILE
           IF WS-OPER-STATUS NOT = "00"
               DISPLAY "opertab.txt OPEN FAILED - STATUS "
                   WS-OPER-STATUS " - CHANGE NOT SAVED"
               MOVE "N" TO WS-SAVE-OK
           ELSE
               PERFORM VARYING WS-OPER-IDX FROM 1 BY 1
                       UNTIL WS-OPER-IDX > WS-OPER-COUNT
                   MOVE WS-OPER-ROW(WS-OPER-IDX) TO OPER-PROFILE-LINE
                   WRITE OPER-PROFILE-LINE
               END-PERFORM
               CLOSE OPER-PROFILE-FILE
               DISPLAY "OPERATOR " OP-OPERATOR-ID " SAVED"
               PERFORM CALL-AUDIT-SECTION
           END-IF
           EXIT.

       CALL-AUDIT-SECTION.
           ADD 1 TO WS-CHANGE-COUNT
           MOVE SPACES TO WS-AUDIT-STEP
           STRING WS-AUDIT-ACTION " " OP-OPERATOR-ID
               DELIMITED BY SIZE INTO WS-AUDIT-STEP
           MOVE 1 TO WS-AUDIT-READ
           MOVE 1 TO WS-AUDIT-VALID
           MOVE 0 TO WS-AUDIT-REJECT
           CALL 'AUDITLOG' USING WS-DESCRIPTION, WS-AUDIT-STEP,
               WS-JOB-RC, WS-AUDIT-COUNTS
           EXIT.

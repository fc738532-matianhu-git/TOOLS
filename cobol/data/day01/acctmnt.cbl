       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTMNT.

      *> Account lifecycle maintenance for the account master FILEDEMO
      *> and EODPOST post to (acctmast.dat). Accounts are opened here,
      *> deliberately, with a title and an opened date - the posting
      *> steps no longer create a master record for an unknown id, so
      *> a mis-keyed id that happens to pass its check digit bounces
      *> to reject instead of opening a live account. An account
      *> under investigation can be frozen (and later unfrozen), and
      *> one that has been paid out to zero can be closed; the
      *> posting steps refuse movements for a frozen or closed
      *> account with their own reason codes.
      *> Every change is stamped on the audit trail under the
      *> signed-on operator.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> OPTIONAL - the very first account opened creates the master.
           SELECT OPTIONAL ACCOUNT-MASTER ASSIGN TO "acctmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AM-ACCOUNT-ID
               FILE STATUS IS WS-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> AM-STATUS "O" open, "F" frozen, "C" closed. Balance, last
      *> activity and movement count belong to the posting steps -
      *> this program never touches them beyond zeroing a new record.
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

       WORKING-STORAGE SECTION.
       01  WS-MASTER-STATUS  PIC X(2) VALUE "00".
       01  WS-MENU-CHOICE    PIC X(1) VALUE SPACE.
       01  WS-QUIT-SWITCH    PIC X(1) VALUE "N".
           88  WS-OPERATOR-DONE        VALUE "Y".
       01  WS-IN-ACCOUNT     PIC X(8).
       01  WS-IN-TITLE       PIC X(30).
       01  WS-IN-CONFIRM     PIC X(1).
       01  WS-ACCT-FOUND     PIC X(1) VALUE "N".
       01  WS-ID-OK          PIC X(1) VALUE "N".
       01  WS-EDIT-AMOUNT    PIC -(8)9.99.
       01  WS-STATUS-TEXT    PIC X(8) VALUE SPACES.
       01  WS-DATE           PIC 9(8).
       01  WS-CHANGE-COUNT   PIC 9(8) VALUE 0.

      *> Operator sign-on via the shared OPERSIGN password check -
      *> function "M" is account master maintenance authority.
       01  WS-SIGNON-ID      PIC X(8) VALUE SPACES.
       01  WS-SIGNON-OK      PIC X(1) VALUE "N".
       01  WS-AUTH-FUNCTION  PIC X(1) VALUE SPACE.
       01  WS-AUTH-NAME      PIC X(20) VALUE SPACES.
       01  WS-AUTH-RC        PIC 9(2) VALUE 0.

      *> One audit row per change - the step names the action and
      *> the account, the valid count carries 1 so the audit
      *> report's rollup counts the changes.
       01  WS-JOB-RC         PIC 9(2) VALUE 0.
       01  WS-AUDIT-ACTION   PIC X(11) VALUE SPACES.
       01  WS-AUDIT-STEP     PIC X(20) VALUE SPACES.
       01  WS-AUDIT-COUNTS.
           05  WS-AUDIT-READ    PIC 9(8) VALUE 0.
           05  WS-AUDIT-VALID   PIC 9(8) VALUE 0.
           05  WS-AUDIT-REJECT  PIC 9(8) VALUE 0.

       COPY "ABC.COPY".

       LOCAL-STORAGE SECTION.
       01 LS-ID PIC 9(5).
       01 LS-DATE PIC 9(8).
       01 LS-SUBPROG-RC PIC 9(2).

       PROCEDURE DIVISION.
       MAIN-SECTION.
           DISPLAY "ACCOUNT LIFECYCLE MAINTENANCE"
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           MOVE WS-DATE TO WS-HDR-RUN-DATE
           MOVE "ACCTMNT " TO WS-HDR-JOB-NAME

           PERFORM SIGN-ON-SECTION
               UNTIL WS-SIGNON-OK = "Y" OR WS-OPERATOR-DONE
           IF WS-OPERATOR-DONE
               DISPLAY "SIGN-ON ABANDONED - NO CHANGES MADE"
               STOP RUN
           END-IF
           MOVE WS-SIGNON-ID TO WS-HDR-OPERATOR-ID

      *> OPTIONAL file - status 05 is the successful open of a
      *> master that does not exist yet, not a failure.
           OPEN I-O ACCOUNT-MASTER
           IF WS-MASTER-STATUS NOT = "00"
                   AND WS-MASTER-STATUS NOT = "05"
               DISPLAY "ACCOUNT MASTER OPEN FAILED - STATUS "
                   WS-MASTER-STATUS
               STOP RUN
           END-IF

           PERFORM MENU-SECTION UNTIL WS-OPERATOR-DONE

           CLOSE ACCOUNT-MASTER
           DISPLAY "ACCOUNT CHANGES MADE: " WS-CHANGE-COUNT
           STOP RUN.

      *> Same sign-on CLASSMNT and CALMNT use - a missing profile
      *> file signs on with a console warning, an unknown or
      *> unauthorized operator is re-prompted.
       SIGN-ON-SECTION.
           DISPLAY "OPERATOR ID (OR QUIT): "
           MOVE SPACES TO WS-SIGNON-ID
           ACCEPT WS-SIGNON-ID
           IF FUNCTION UPPER-CASE(WS-SIGNON-ID(1:4)) = "QUIT"
               SET WS-OPERATOR-DONE TO TRUE
           ELSE
               MOVE "M" TO WS-AUTH-FUNCTION
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
                       DISPLAY "NOT AUTHORIZED FOR ACCOUNT "
                           "MAINTENANCE"
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
           DISPLAY "O)PEN  F)REEZE  U)NFREEZE  C)LOSE  I)NQUIRY  "
               "Q)UIT: "
           MOVE SPACE TO WS-MENU-CHOICE
           ACCEPT WS-MENU-CHOICE
           EVALUATE WS-MENU-CHOICE
               WHEN "O" WHEN "o"
                   PERFORM OPEN-ACCOUNT-SECTION
               WHEN "F" WHEN "f"
                   PERFORM FREEZE-ACCOUNT-SECTION
               WHEN "U" WHEN "u"
                   PERFORM UNFREEZE-ACCOUNT-SECTION
               WHEN "C" WHEN "c"
                   PERFORM CLOSE-ACCOUNT-SECTION
               WHEN "I" WHEN "i"
                   PERFORM INQUIRE-ACCOUNT-SECTION
               WHEN "Q" WHEN "q"
                   SET WS-OPERATOR-DONE TO TRUE
               WHEN OTHER
                   DISPLAY "UNKNOWN CHOICE - " WS-MENU-CHOICE
           END-EVALUATE
           EXIT.

      *> Prompts for an account id and reads it - WS-ACCT-FOUND says
      *> whether the master holds it.
       PROMPT-ACCOUNT-SECTION.
           DISPLAY "ACCOUNT ID (8 CHARS): "
           MOVE SPACES TO WS-IN-ACCOUNT
           ACCEPT WS-IN-ACCOUNT
           MOVE "N" TO WS-ACCT-FOUND
           IF WS-IN-ACCOUNT = SPACES
               DISPLAY "ACCOUNT ID MUST NOT BE BLANK"
           ELSE
               MOVE WS-IN-ACCOUNT TO AM-ACCOUNT-ID
               READ ACCOUNT-MASTER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE "Y" TO WS-ACCT-FOUND
               END-READ
           END-IF
           EXIT.

      *> The same edits FILEDEMO's read loop applies to a movement's
      *> account id - not blank, numeric 5-digit tail, SUBPROG's
      *> modulus-10 check digit (return codes 10 and 30 fail the id)
      *> - so no account can be opened that a movement could never
      *> reach.
       VALIDATE-ACCOUNT-ID-SECTION.
           MOVE "Y" TO WS-ID-OK
           IF WS-IN-ACCOUNT(4:5) IS NOT NUMERIC
               MOVE "N" TO WS-ID-OK
           ELSE
               MOVE WS-IN-ACCOUNT(4:5) TO LS-ID
               MOVE WS-DATE TO LS-DATE
               CALL 'SUBPROG' USING LS-ID, LS-DATE, LS-SUBPROG-RC
               IF LS-SUBPROG-RC = 10 OR LS-SUBPROG-RC = 30
                   MOVE "N" TO WS-ID-OK
               END-IF
           END-IF
           EXIT.

      *> A new account starts open, at zero - money only ever
      *> arrives through the posting steps.
       OPEN-ACCOUNT-SECTION.
           PERFORM PROMPT-ACCOUNT-SECTION
           IF WS-IN-ACCOUNT NOT = SPACES
               IF WS-ACCT-FOUND = "Y"
                   DISPLAY "ACCOUNT " WS-IN-ACCOUNT
                       " ALREADY ON MASTER"
               ELSE
                   PERFORM VALIDATE-ACCOUNT-ID-SECTION
                   IF WS-ID-OK = "N"
                       DISPLAY "ACCOUNT ID FAILED CHECK DIGIT - "
                           "NOT OPENED"
                   ELSE
                       PERFORM OPEN-NEW-RECORD-SECTION
                   END-IF
               END-IF
           END-IF
           EXIT.

       OPEN-NEW-RECORD-SECTION.
           DISPLAY "ACCOUNT TITLE (UP TO 30 CHARS): "
           MOVE SPACES TO WS-IN-TITLE
           ACCEPT WS-IN-TITLE
           IF WS-IN-TITLE = SPACES
               DISPLAY "ACCOUNT TITLE MUST NOT BE BLANK"
           ELSE
               MOVE SPACES TO ACCOUNT-MASTER-RECORD
               MOVE WS-IN-ACCOUNT TO AM-ACCOUNT-ID
               MOVE 0 TO AM-BALANCE
               MOVE 0 TO AM-LAST-DATE
               MOVE 0 TO AM-MOVEMENT-COUNT
               SET AM-ACCOUNT-OPEN TO TRUE
               MOVE WS-IN-TITLE TO AM-TITLE
               MOVE WS-DATE TO AM-OPEN-DATE
               MOVE 0 TO AM-CLOSE-DATE
               WRITE ACCOUNT-MASTER-RECORD
               IF WS-MASTER-STATUS NOT = "00"
                   DISPLAY "ACCOUNT MASTER WRITE FAILED - STATUS "
                       WS-MASTER-STATUS
               ELSE
                   DISPLAY "OPENED " AM-ACCOUNT-ID " - " AM-TITLE
                   MOVE "ACCT-OPEN" TO WS-AUDIT-ACTION
                   PERFORM CALL-AUDIT-SECTION
               END-IF
           END-IF
           EXIT.

      *> Any account the posting programs would post to can be
      *> frozen - that is every status but F and C, including the
      *> blank a converted record may carry. A closed one takes no
      *> movements anyway.
       FREEZE-ACCOUNT-SECTION.
           PERFORM PROMPT-ACCOUNT-SECTION
           EVALUATE TRUE
               WHEN WS-IN-ACCOUNT = SPACES
                   CONTINUE
               WHEN WS-ACCT-FOUND = "N"
                   DISPLAY "ACCOUNT NOT ON MASTER - " WS-IN-ACCOUNT
               WHEN AM-ACCOUNT-FROZEN OR AM-ACCOUNT-CLOSED
                   PERFORM SET-STATUS-TEXT-SECTION
                   DISPLAY "ACCOUNT IS " WS-STATUS-TEXT
                       " - ONLY AN OPEN ACCOUNT CAN BE FROZEN"
               WHEN OTHER
                   SET AM-ACCOUNT-FROZEN TO TRUE
                   MOVE "ACCT-FREEZE" TO WS-AUDIT-ACTION
                   PERFORM REWRITE-ACCOUNT-SECTION
           END-EVALUATE
           EXIT.

       UNFREEZE-ACCOUNT-SECTION.
           PERFORM PROMPT-ACCOUNT-SECTION
           EVALUATE TRUE
               WHEN WS-IN-ACCOUNT = SPACES
                   CONTINUE
               WHEN WS-ACCT-FOUND = "N"
                   DISPLAY "ACCOUNT NOT ON MASTER - " WS-IN-ACCOUNT
               WHEN NOT AM-ACCOUNT-FROZEN
                   PERFORM SET-STATUS-TEXT-SECTION
                   DISPLAY "ACCOUNT IS " WS-STATUS-TEXT
                       " - ONLY A FROZEN ACCOUNT CAN BE UNFROZEN"
               WHEN OTHER
                   SET AM-ACCOUNT-OPEN TO TRUE
                   MOVE "ACCT-UNFRZE" TO WS-AUDIT-ACTION
                   PERFORM REWRITE-ACCOUNT-SECTION
           END-EVALUATE
           EXIT.

      *> Closing is for an account that has been paid out - a
      *> balance left on a closed account could never be moved
      *> again, so a nonzero balance refuses the close. A frozen
      *> account may be closed once it is at zero.
       CLOSE-ACCOUNT-SECTION.
           PERFORM PROMPT-ACCOUNT-SECTION
           EVALUATE TRUE
               WHEN WS-IN-ACCOUNT = SPACES
                   CONTINUE
               WHEN WS-ACCT-FOUND = "N"
                   DISPLAY "ACCOUNT NOT ON MASTER - " WS-IN-ACCOUNT
               WHEN AM-ACCOUNT-CLOSED
                   DISPLAY "ACCOUNT ALREADY CLOSED ON "
                       AM-CLOSE-DATE
               WHEN AM-BALANCE NOT = 0
                   MOVE AM-BALANCE TO WS-EDIT-AMOUNT
                   DISPLAY "BALANCE " WS-EDIT-AMOUNT
                       " - PAY OUT TO ZERO BEFORE CLOSING"
               WHEN OTHER
                   DISPLAY "CLOSE " AM-ACCOUNT-ID " - " AM-TITLE
                       " ? Y/N: "
                   MOVE SPACE TO WS-IN-CONFIRM
                   ACCEPT WS-IN-CONFIRM
                   IF WS-IN-CONFIRM = "Y" OR WS-IN-CONFIRM = "y"
                       SET AM-ACCOUNT-CLOSED TO TRUE
                       MOVE WS-DATE TO AM-CLOSE-DATE
                       MOVE "ACCT-CLOSE" TO WS-AUDIT-ACTION
                       PERFORM REWRITE-ACCOUNT-SECTION
                   ELSE
                       DISPLAY "NOT CLOSED"
                   END-IF
           END-EVALUATE
           EXIT.

       REWRITE-ACCOUNT-SECTION.
           REWRITE ACCOUNT-MASTER-RECORD
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "ACCOUNT MASTER REWRITE FAILED - STATUS "
                   WS-MASTER-STATUS
           ELSE
               PERFORM SET-STATUS-TEXT-SECTION
               DISPLAY AM-ACCOUNT-ID " NOW " WS-STATUS-TEXT
               PERFORM CALL-AUDIT-SECTION
           END-IF
           EXIT.

       INQUIRE-ACCOUNT-SECTION.
           PERFORM PROMPT-ACCOUNT-SECTION
           IF WS-IN-ACCOUNT NOT = SPACES
               IF WS-ACCT-FOUND = "N"
                   DISPLAY "ACCOUNT NOT ON MASTER - " WS-IN-ACCOUNT
               ELSE
                   PERFORM SET-STATUS-TEXT-SECTION
                   MOVE AM-BALANCE TO WS-EDIT-AMOUNT
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
               END-IF
           END-IF
           EXIT.

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

       CALL-AUDIT-SECTION.
           ADD 1 TO WS-CHANGE-COUNT
           MOVE SPACES TO WS-AUDIT-STEP
           STRING WS-AUDIT-ACTION " " AM-ACCOUNT-ID
               DELIMITED BY SIZE INTO WS-AUDIT-STEP
           MOVE 1 TO WS-AUDIT-READ
           MOVE 1 TO WS-AUDIT-VALID
           MOVE 0 TO WS-AUDIT-REJECT
           CALL 'AUDITLOG' USING WS-DESCRIPTION, WS-AUDIT-STEP,
               WS-JOB-RC, WS-AUDIT-COUNTS
           EXIT.

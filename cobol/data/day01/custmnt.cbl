       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTMNT.

      *> Customer name-and-address maintenance for the statement run.
      *> One record per master account (custaddr.dat, keyed on the
      *> same 8-character id acctmast.dat uses) holding the name and
      *> address STMTGEN prints at the head of the statement, how the
      *> customer takes the statement - P print and mail, H hold at
      *> the branch, N none - and a suppression flag operations can
      *> set on an account (under dispute, returned mail) without
      *> losing its delivery preference. A record can only be added
      *> for an account that is on the master. Every change is
      *> stamped on the record and on the audit trail under the
      *> signed-on operator.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> OPTIONAL - the first customer added creates the file.
           SELECT OPTIONAL CUSTOMER-FILE ASSIGN TO "custaddr.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CU-ACCOUNT-ID
               FILE STATUS IS WS-CUST-STATUS.

      *> Read only - a customer record must belong to a real account.
           SELECT OPTIONAL ACCOUNT-MASTER ASSIGN TO "acctmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AM-ACCOUNT-ID
               FILE STATUS IS WS-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
       01  CUSTOMER-RECORD.
           05  CU-ACCOUNT-ID      PIC X(8).
           05  CU-NAME            PIC X(30).
           05  CU-ADDRESS-1       PIC X(30).
           05  CU-ADDRESS-2       PIC X(30).
           05  CU-ADDRESS-3       PIC X(30).
           05  CU-POSTCODE        PIC X(10).
           05  CU-DELIVERY        PIC X(1).
               88  CU-DELIVER-PRINT        VALUE "P".
               88  CU-DELIVER-HOLD         VALUE "H".
               88  CU-DELIVER-NONE         VALUE "N".
           05  CU-SUPPRESS        PIC X(1).
               88  CU-SUPPRESSED           VALUE "Y".
           05  CU-CHANGE-DATE     PIC 9(8).
           05  CU-CHANGE-OPER     PIC X(8).

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
       01  WS-CUST-STATUS    PIC X(2) VALUE "00".
       01  WS-MASTER-STATUS  PIC X(2) VALUE "00".
       01  WS-MENU-CHOICE    PIC X(1) VALUE SPACE.
       01  WS-QUIT-SWITCH    PIC X(1) VALUE "N".
           88  WS-OPERATOR-DONE        VALUE "Y".
       01  WS-IN-ACCOUNT     PIC X(8).
       01  WS-IN-TEXT        PIC X(30).
       01  WS-IN-CODE        PIC X(1).
       01  WS-CUST-FOUND     PIC X(1) VALUE "N".
       01  WS-ACCT-FOUND     PIC X(1) VALUE "N".
       01  WS-FIELDS-OK      PIC X(1) VALUE "Y".
       01  WS-DELIVERY-TEXT  PIC X(8) VALUE SPACES.
       01  WS-DATE           PIC 9(8).
       01  WS-CHANGE-COUNT   PIC 9(8) VALUE 0.

      *> Operator sign-on via the shared OPERSIGN password check -
      *> function "M" is account maintenance authority, the same
      *> letter ACCTMNT asks for.
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

       PROCEDURE DIVISION.
       MAIN-SECTION.
           DISPLAY "CUSTOMER NAME AND ADDRESS MAINTENANCE"
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           MOVE WS-DATE TO WS-HDR-RUN-DATE
           MOVE "CUSTMNT " TO WS-HDR-JOB-NAME

           PERFORM SIGN-ON-SECTION
               UNTIL WS-SIGNON-OK = "Y" OR WS-OPERATOR-DONE
           IF WS-OPERATOR-DONE
               DISPLAY "SIGN-ON ABANDONED - NO CHANGES MADE"
               STOP RUN
           END-IF
           MOVE WS-SIGNON-ID TO WS-HDR-OPERATOR-ID

      *> OPTIONAL files - status 05 is the successful open of a file
      *> that does not exist yet, not a failure.
           OPEN I-O CUSTOMER-FILE
           IF WS-CUST-STATUS NOT = "00"
                   AND WS-CUST-STATUS NOT = "05"
               DISPLAY "CUSTOMER FILE OPEN FAILED - STATUS "
                   WS-CUST-STATUS
               STOP RUN
           END-IF
           OPEN INPUT ACCOUNT-MASTER
           IF WS-MASTER-STATUS NOT = "00"
                   AND WS-MASTER-STATUS NOT = "05"
               DISPLAY "ACCOUNT MASTER OPEN FAILED - STATUS "
                   WS-MASTER-STATUS
               CLOSE CUSTOMER-FILE
               STOP RUN
           END-IF

           PERFORM MENU-SECTION UNTIL WS-OPERATOR-DONE

           CLOSE CUSTOMER-FILE
           CLOSE ACCOUNT-MASTER
           DISPLAY "CUSTOMER CHANGES MADE: " WS-CHANGE-COUNT
           STOP RUN.

      *> Same sign-on ACCTMNT uses - a missing profile file signs on
      *> with a console warning, an unknown or unauthorized operator
      *> is re-prompted.
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
           DISPLAY "A)DD  C)HANGE ADDRESS  D)ELIVERY  S)UPPRESS  "
               "I)NQUIRY  Q)UIT: "
           MOVE SPACE TO WS-MENU-CHOICE
           ACCEPT WS-MENU-CHOICE
           EVALUATE WS-MENU-CHOICE
               WHEN "A" WHEN "a"
                   PERFORM ADD-CUSTOMER-SECTION
               WHEN "C" WHEN "c"
                   PERFORM CHANGE-ADDRESS-SECTION
               WHEN "D" WHEN "d"
                   PERFORM CHANGE-DELIVERY-SECTION
               WHEN "S" WHEN "s"
                   PERFORM CHANGE-SUPPRESS-SECTION
               WHEN "I" WHEN "i"
                   PERFORM INQUIRE-CUSTOMER-SECTION
               WHEN "Q" WHEN "q"
                   SET WS-OPERATOR-DONE TO TRUE
               WHEN OTHER
                   DISPLAY "UNKNOWN CHOICE - " WS-MENU-CHOICE
           END-EVALUATE
           EXIT.

      *> Prompts for an account id and reads the customer record -
      *> WS-CUST-FOUND says whether the file holds it.
       PROMPT-ACCOUNT-SECTION.
           DISPLAY "ACCOUNT ID (8 CHARS): "
           MOVE SPACES TO WS-IN-ACCOUNT
           ACCEPT WS-IN-ACCOUNT
           MOVE "N" TO WS-CUST-FOUND
           IF WS-IN-ACCOUNT = SPACES
               DISPLAY "ACCOUNT ID MUST NOT BE BLANK"
           ELSE
               MOVE WS-IN-ACCOUNT TO CU-ACCOUNT-ID
               READ CUSTOMER-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE "Y" TO WS-CUST-FOUND
               END-READ
           END-IF
           EXIT.

      *> A new customer record needs its account on the master, a
      *> name and at least one address line; delivery starts as
      *> print and the account unsuppressed.
       ADD-CUSTOMER-SECTION.
           PERFORM PROMPT-ACCOUNT-SECTION
           EVALUATE TRUE
               WHEN WS-IN-ACCOUNT = SPACES
                   CONTINUE
               WHEN WS-CUST-FOUND = "Y"
                   DISPLAY "CUSTOMER RECORD ALREADY ON FILE FOR "
                       WS-IN-ACCOUNT " - USE C)HANGE"
               WHEN OTHER
                   MOVE WS-IN-ACCOUNT TO AM-ACCOUNT-ID
                   MOVE "N" TO WS-ACCT-FOUND
                   READ ACCOUNT-MASTER
                       INVALID KEY CONTINUE
                       NOT INVALID KEY MOVE "Y" TO WS-ACCT-FOUND
                   END-READ
                   IF WS-ACCT-FOUND = "N"
                       DISPLAY "ACCOUNT NOT ON MASTER - "
                           WS-IN-ACCOUNT
                   ELSE
                       DISPLAY "ACCOUNT " AM-ACCOUNT-ID " - "
                           AM-TITLE
                       PERFORM ADD-NEW-RECORD-SECTION
                   END-IF
           END-EVALUATE
           EXIT.

       ADD-NEW-RECORD-SECTION.
           MOVE SPACES TO CUSTOMER-RECORD
           MOVE WS-IN-ACCOUNT TO CU-ACCOUNT-ID
           PERFORM PROMPT-ADDRESS-SECTION
           IF CU-NAME = SPACES OR CU-ADDRESS-1 = SPACES
               DISPLAY "NAME AND FIRST ADDRESS LINE ARE REQUIRED - "
                   "NOT ADDED"
           ELSE
               SET CU-DELIVER-PRINT TO TRUE
               MOVE "N" TO CU-SUPPRESS
               MOVE WS-DATE TO CU-CHANGE-DATE
               MOVE WS-SIGNON-ID TO CU-CHANGE-OPER
               WRITE CUSTOMER-RECORD
               IF WS-CUST-STATUS NOT = "00"
                   DISPLAY "CUSTOMER FILE WRITE FAILED - STATUS "
                       WS-CUST-STATUS
               ELSE
                   DISPLAY "ADDED " CU-ACCOUNT-ID " - " CU-NAME
                   MOVE "CUST-ADD" TO WS-AUDIT-ACTION
                   PERFORM CALL-AUDIT-SECTION
               END-IF
           END-IF
           EXIT.

      *> Each field shows what is held; a blank reply keeps it, a
      *> single "." clears an optional line.
       PROMPT-ADDRESS-SECTION.
           DISPLAY "NAME [" CU-NAME "]: "
           MOVE SPACES TO WS-IN-TEXT
           ACCEPT WS-IN-TEXT
           IF WS-IN-TEXT NOT = SPACES
               MOVE WS-IN-TEXT TO CU-NAME
           END-IF
           DISPLAY "ADDRESS LINE 1 [" CU-ADDRESS-1 "]: "
           MOVE SPACES TO WS-IN-TEXT
           ACCEPT WS-IN-TEXT
           IF WS-IN-TEXT NOT = SPACES
               MOVE WS-IN-TEXT TO CU-ADDRESS-1
           END-IF
           DISPLAY "ADDRESS LINE 2 [" CU-ADDRESS-2 "] (. CLEARS): "
           MOVE SPACES TO WS-IN-TEXT
           ACCEPT WS-IN-TEXT
           EVALUATE TRUE
               WHEN WS-IN-TEXT = "."
                   MOVE SPACES TO CU-ADDRESS-2
               WHEN WS-IN-TEXT NOT = SPACES
                   MOVE WS-IN-TEXT TO CU-ADDRESS-2
           END-EVALUATE
           DISPLAY "ADDRESS LINE 3 [" CU-ADDRESS-3 "] (. CLEARS): "
           MOVE SPACES TO WS-IN-TEXT
           ACCEPT WS-IN-TEXT
           EVALUATE TRUE
               WHEN WS-IN-TEXT = "."
                   MOVE SPACES TO CU-ADDRESS-3
               WHEN WS-IN-TEXT NOT = SPACES
                   MOVE WS-IN-TEXT TO CU-ADDRESS-3
           END-EVALUATE
           DISPLAY "POSTCODE [" CU-POSTCODE "] (. CLEARS): "
           MOVE SPACES TO WS-IN-TEXT
           ACCEPT WS-IN-TEXT
           EVALUATE TRUE
               WHEN WS-IN-TEXT = "."
                   MOVE SPACES TO CU-POSTCODE
               WHEN WS-IN-TEXT NOT = SPACES
                   MOVE WS-IN-TEXT TO CU-POSTCODE
           END-EVALUATE
           EXIT.

       CHANGE-ADDRESS-SECTION.
           PERFORM PROMPT-ACCOUNT-SECTION
           EVALUATE TRUE
               WHEN WS-IN-ACCOUNT = SPACES
                   CONTINUE
               WHEN WS-CUST-FOUND = "N"
                   DISPLAY "NO CUSTOMER RECORD FOR " WS-IN-ACCOUNT
                       " - USE A)DD"
               WHEN OTHER
                   PERFORM PROMPT-ADDRESS-SECTION
                   MOVE "CUST-ADDR" TO WS-AUDIT-ACTION
                   PERFORM REWRITE-CUSTOMER-SECTION
           END-EVALUATE
           EXIT.

       CHANGE-DELIVERY-SECTION.
           PERFORM PROMPT-ACCOUNT-SECTION
           EVALUATE TRUE
               WHEN WS-IN-ACCOUNT = SPACES
                   CONTINUE
               WHEN WS-CUST-FOUND = "N"
                   DISPLAY "NO CUSTOMER RECORD FOR " WS-IN-ACCOUNT
                       " - USE A)DD"
               WHEN OTHER
                   PERFORM SET-DELIVERY-TEXT-SECTION
                   DISPLAY "DELIVERY NOW " WS-DELIVERY-TEXT
                   DISPLAY "P)RINT AND MAIL, H)OLD AT BRANCH OR "
                       "N)ONE: "
                   MOVE SPACE TO WS-IN-CODE
                   ACCEPT WS-IN-CODE
                   MOVE FUNCTION UPPER-CASE(WS-IN-CODE) TO WS-IN-CODE
                   IF WS-IN-CODE = "P" OR WS-IN-CODE = "H"
                           OR WS-IN-CODE = "N"
                       MOVE WS-IN-CODE TO CU-DELIVERY
                       MOVE "CUST-DELIV" TO WS-AUDIT-ACTION
                       PERFORM REWRITE-CUSTOMER-SECTION
                   ELSE
                       DISPLAY "DELIVERY MUST BE P, H OR N - "
                           "NOT CHANGED"
                   END-IF
           END-EVALUATE
           EXIT.

      *> Suppression is a switch over the delivery preference, so
      *> lifting it restores whatever the customer had chosen.
       CHANGE-SUPPRESS-SECTION.
           PERFORM PROMPT-ACCOUNT-SECTION
           EVALUATE TRUE
               WHEN WS-IN-ACCOUNT = SPACES
                   CONTINUE
               WHEN WS-CUST-FOUND = "N"
                   DISPLAY "NO CUSTOMER RECORD FOR " WS-IN-ACCOUNT
                       " - USE A)DD"
               WHEN CU-SUPPRESSED
                   DISPLAY "STATEMENTS SUPPRESSED - LIFT "
                       "SUPPRESSION? Y/N: "
                   MOVE SPACE TO WS-IN-CODE
                   ACCEPT WS-IN-CODE
                   IF WS-IN-CODE = "Y" OR WS-IN-CODE = "y"
                       MOVE "N" TO CU-SUPPRESS
                       MOVE "CUST-UNSUPP" TO WS-AUDIT-ACTION
                       PERFORM REWRITE-CUSTOMER-SECTION
                   END-IF
               WHEN OTHER
                   DISPLAY "SUPPRESS STATEMENTS FOR " CU-ACCOUNT-ID
                       "? Y/N: "
                   MOVE SPACE TO WS-IN-CODE
                   ACCEPT WS-IN-CODE
                   IF WS-IN-CODE = "Y" OR WS-IN-CODE = "y"
                       MOVE "Y" TO CU-SUPPRESS
                       MOVE "CUST-SUPP" TO WS-AUDIT-ACTION
                       PERFORM REWRITE-CUSTOMER-SECTION
                   END-IF
           END-EVALUATE
           EXIT.

       REWRITE-CUSTOMER-SECTION.
           IF CU-NAME = SPACES OR CU-ADDRESS-1 = SPACES
               DISPLAY "NAME AND FIRST ADDRESS LINE ARE REQUIRED - "
                   "NOT CHANGED"
           ELSE
               MOVE WS-DATE TO CU-CHANGE-DATE
               MOVE WS-SIGNON-ID TO CU-CHANGE-OPER
               REWRITE CUSTOMER-RECORD
               IF WS-CUST-STATUS NOT = "00"
                   DISPLAY "CUSTOMER FILE REWRITE FAILED - STATUS "
                       WS-CUST-STATUS
               ELSE
                   DISPLAY CU-ACCOUNT-ID " UPDATED"
                   PERFORM CALL-AUDIT-SECTION
               END-IF
           END-IF
           EXIT.

       INQUIRE-CUSTOMER-SECTION.
           PERFORM PROMPT-ACCOUNT-SECTION
           IF WS-IN-ACCOUNT NOT = SPACES
               IF WS-CUST-FOUND = "N"
                   DISPLAY "NO CUSTOMER RECORD FOR " WS-IN-ACCOUNT
               ELSE
                   PERFORM SET-DELIVERY-TEXT-SECTION
                   DISPLAY "ACCOUNT   " CU-ACCOUNT-ID
                   DISPLAY "NAME      " CU-NAME
                   DISPLAY "ADDRESS   " CU-ADDRESS-1
                   DISPLAY "          " CU-ADDRESS-2
                   DISPLAY "          " CU-ADDRESS-3
                   DISPLAY "POSTCODE  " CU-POSTCODE
                   DISPLAY "DELIVERY  " WS-DELIVERY-TEXT
                   IF CU-SUPPRESSED
                       DISPLAY "SUPPRESS  YES"
                   ELSE
                       DISPLAY "SUPPRESS  NO"
                   END-IF
                   DISPLAY "CHANGED   " CU-CHANGE-DATE " BY "
                       CU-CHANGE-OPER
               END-IF
           END-IF
           EXIT.

       SET-DELIVERY-TEXT-SECTION.
           EVALUATE TRUE
               WHEN CU-DELIVER-PRINT
                   MOVE "PRINT" TO WS-DELIVERY-TEXT
               WHEN CU-DELIVER-HOLD
                   MOVE "HOLD" TO WS-DELIVERY-TEXT
               WHEN CU-DELIVER-NONE
                   MOVE "NONE" TO WS-DELIVERY-TEXT
               WHEN OTHER
                   MOVE "UNKNOWN" TO WS-DELIVERY-TEXT
           END-EVALUATE
           EXIT.

       CALL-AUDIT-SECTION.
           ADD 1 TO WS-CHANGE-COUNT
           MOVE SPACES TO WS-AUDIT-STEP
           STRING WS-AUDIT-ACTION " " CU-ACCOUNT-ID
               DELIMITED BY SIZE INTO WS-AUDIT-STEP
           MOVE 1 TO WS-AUDIT-READ
           MOVE 1 TO WS-AUDIT-VALID
           MOVE 0 TO WS-AUDIT-REJECT
           CALL 'AUDITLOG' USING WS-DESCRIPTION, WS-AUDIT-STEP,
               WS-JOB-RC, WS-AUDIT-COUNTS
           EXIT.

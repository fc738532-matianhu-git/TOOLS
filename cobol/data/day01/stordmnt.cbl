       IDENTIFICATION DIVISION.
       PROGRAM-ID. STORDMNT.

      *> Standing-order maintenance. One record per standing
      *> instruction (stordr.dat, keyed on the account id and a
      *> two-digit sequence within the account) holding the amount,
      *> the direction - D paid into the account, R taken out, the
      *> record types FILEDEMO posts them as - how often it falls
      *> due, its start and end dates and a reference for the
      *> statement reader. STORDGEN generates what falls due each
      *> business day and keeps the last-generated and pending dates
      *> on the record; they are shown here but never keyed.
      *> Frequencies:
      *>   W - weekly, every seventh day from the start date;
      *>   M - monthly, on the start date's day of the month;
      *>   F - a fixed day of the month keyed with the order, from
      *>       the first such day on or after the start date.
      *> A day past the end of a short month falls on its last day.
      *> The schedule of an order - direction, frequency, day, start
      *> - is not changed once set; an order is ended and a new one
      *> added instead, so what has already been generated always
      *> reads against the schedule it was generated from. An order
      *> is deleted outright only while nothing has ever been
      *> generated from it. Every change is stamped on the record
      *> and on the audit trail under the signed-on operator.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> OPTIONAL - the first order added creates the file.
           SELECT OPTIONAL STANDING-ORDER-FILE ASSIGN TO "stordr.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SO-KEY
               FILE STATUS IS WS-STORD-STATUS.

      *> Read only - an order must belong to a real, open account.
           SELECT OPTIONAL ACCOUNT-MASTER ASSIGN TO "acctmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AM-ACCOUNT-ID
               FILE STATUS IS WS-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       WORKING-STORAGE SECTION.
       01  WS-STORD-STATUS   PIC X(2) VALUE "00".
       01  WS-MASTER-STATUS  PIC X(2) VALUE "00".
       01  WS-MENU-CHOICE    PIC X(1) VALUE SPACE.
       01  WS-QUIT-SWITCH    PIC X(1) VALUE "N".
           88  WS-OPERATOR-DONE        VALUE "Y".
       01  WS-IN-ACCOUNT     PIC X(8).
       01  WS-IN-SEQ         PIC X(2).
       01  WS-IN-TEXT        PIC X(20).
       01  WS-IN-CODE        PIC X(1).
       01  WS-IN-AMOUNT      PIC X(12).
       01  WS-IN-DATE        PIC X(8).
       01  WS-IN-DAY         PIC X(2).
       01  WS-ORDER-FOUND    PIC X(1) VALUE "N".
       01  WS-ACCT-FOUND     PIC X(1) VALUE "N".
       01  WS-FIELDS-OK      PIC X(1) VALUE "Y".
       01  WS-LIST-EOF       PIC 9(1) VALUE 0.
       01  WS-LIST-COUNT     PIC 9(3) VALUE 0.
       01  WS-NEXT-SEQ       PIC 9(3) VALUE 0.
       01  WS-CHK-DATE       PIC 9(8) VALUE 0.
       01  WS-CHK-DAYNUM     PIC S9(9) VALUE 0.
       01  WS-NEW-AMOUNT     PIC 9(7)V99 VALUE 0.
       01  WS-NEW-END        PIC 9(8) VALUE 0.
       01  WS-FREQ-TEXT      PIC X(13) VALUE SPACES.
       01  WS-EDIT-AMOUNT    PIC Z(6)9.99.
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
      *> the order, the valid count carries 1 so the audit report's
      *> rollup counts the changes.
       01  WS-JOB-RC         PIC 9(2) VALUE 0.
       01  WS-AUDIT-ACTION   PIC X(8) VALUE SPACES.
       01  WS-AUDIT-STEP     PIC X(20) VALUE SPACES.
       01  WS-AUDIT-COUNTS.
           05  WS-AUDIT-READ    PIC 9(8) VALUE 0.
           05  WS-AUDIT-VALID   PIC 9(8) VALUE 0.
           05  WS-AUDIT-REJECT  PIC 9(8) VALUE 0.

       COPY "ABC.COPY".

       PROCEDURE DIVISION.
       MAIN-SECTION.
           DISPLAY "STANDING ORDER MAINTENANCE"
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           MOVE WS-DATE TO WS-HDR-RUN-DATE
           MOVE "STORDMNT" TO WS-HDR-JOB-NAME

           PERFORM SIGN-ON-SECTION
               UNTIL WS-SIGNON-OK = "Y" OR WS-OPERATOR-DONE
           IF WS-OPERATOR-DONE
               DISPLAY "SIGN-ON ABANDONED - NO CHANGES MADE"
               STOP RUN
           END-IF
           MOVE WS-SIGNON-ID TO WS-HDR-OPERATOR-ID

      *> OPTIONAL files - status 05 is the successful open of a file
      *> that does not exist yet, not a failure.
           OPEN I-O STANDING-ORDER-FILE
           IF WS-STORD-STATUS NOT = "00"
                   AND WS-STORD-STATUS NOT = "05"
               DISPLAY "STANDING ORDER FILE OPEN FAILED - STATUS "
                   WS-STORD-STATUS
               STOP RUN
           END-IF
           OPEN INPUT ACCOUNT-MASTER
           IF WS-MASTER-STATUS NOT = "00"
                   AND WS-MASTER-STATUS NOT = "05"
               DISPLAY "ACCOUNT MASTER OPEN FAILED - STATUS "
                   WS-MASTER-STATUS
               CLOSE STANDING-ORDER-FILE
               STOP RUN
           END-IF

           PERFORM MENU-SECTION UNTIL WS-OPERATOR-DONE

           CLOSE STANDING-ORDER-FILE
           CLOSE ACCOUNT-MASTER
           DISPLAY "STANDING ORDER CHANGES MADE: " WS-CHANGE-COUNT
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
           DISPLAY "A)DD  C)HANGE  E)ND  D)ELETE  L)IST  Q)UIT: "
           MOVE SPACE TO WS-MENU-CHOICE
           ACCEPT WS-MENU-CHOICE
           EVALUATE WS-MENU-CHOICE
               WHEN "A" WHEN "a"
                   PERFORM ADD-ORDER-SECTION
               WHEN "C" WHEN "c"
                   PERFORM CHANGE-ORDER-SECTION
               WHEN "E" WHEN "e"
                   PERFORM END-ORDER-SECTION
               WHEN "D" WHEN "d"
                   PERFORM DELETE-ORDER-SECTION
               WHEN "L" WHEN "l"
                   PERFORM LIST-ORDERS-SECTION
               WHEN "Q" WHEN "q"
                   SET WS-OPERATOR-DONE TO TRUE
               WHEN OTHER
                   DISPLAY "UNKNOWN CHOICE - " WS-MENU-CHOICE
           END-EVALUATE
           EXIT.

       PROMPT-ACCOUNT-SECTION.
           DISPLAY "ACCOUNT ID (8 CHARS): "
           MOVE SPACES TO WS-IN-ACCOUNT
           ACCEPT WS-IN-ACCOUNT
           IF WS-IN-ACCOUNT = SPACES
               DISPLAY "ACCOUNT ID MUST NOT BE BLANK"
           END-IF
           EXIT.

      *> Prompts for an account and order number and reads the
      *> order - WS-ORDER-FOUND says whether the file holds it.
       PROMPT-ORDER-SECTION.
           MOVE "N" TO WS-ORDER-FOUND
           PERFORM PROMPT-ACCOUNT-SECTION
           IF WS-IN-ACCOUNT NOT = SPACES
               DISPLAY "ORDER NUMBER (2 DIGITS): "
               MOVE SPACES TO WS-IN-SEQ
               ACCEPT WS-IN-SEQ
               IF WS-IN-SEQ IS NOT NUMERIC
                   DISPLAY "ORDER NUMBER MUST BE 2 DIGITS"
               ELSE
                   MOVE WS-IN-ACCOUNT TO SO-ACCOUNT-ID
                   MOVE WS-IN-SEQ TO SO-SEQ
                   READ STANDING-ORDER-FILE
                       INVALID KEY
                           DISPLAY "NO ORDER " WS-IN-SEQ " ON "
                               WS-IN-ACCOUNT
                       NOT INVALID KEY
                           MOVE "Y" TO WS-ORDER-FOUND
                           PERFORM SHOW-ORDER-SECTION
                   END-READ
               END-IF
           END-IF
           EXIT.

      *> A new order needs its account on the master and not closed;
      *> it takes the next free number on the account.
       ADD-ORDER-SECTION.
           PERFORM PROMPT-ACCOUNT-SECTION
           IF WS-IN-ACCOUNT NOT = SPACES
               MOVE WS-IN-ACCOUNT TO AM-ACCOUNT-ID
               MOVE "N" TO WS-ACCT-FOUND
               READ ACCOUNT-MASTER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE "Y" TO WS-ACCT-FOUND
               END-READ
               EVALUATE TRUE
                   WHEN WS-ACCT-FOUND = "N"
                       DISPLAY "ACCOUNT NOT ON MASTER - "
                           WS-IN-ACCOUNT
                   WHEN AM-ACCOUNT-CLOSED
                       DISPLAY "ACCOUNT " WS-IN-ACCOUNT " IS CLOSED"
                   WHEN OTHER
                       DISPLAY "ACCOUNT " AM-ACCOUNT-ID " - "
                           AM-TITLE
                       IF AM-ACCOUNT-FROZEN
                           DISPLAY "ACCOUNT IS FROZEN - NOTHING WILL "
                               "GENERATE UNTIL IT IS UNFROZEN"
                       END-IF
                       PERFORM FIND-NEXT-SEQ-SECTION
                       IF WS-NEXT-SEQ > 99
                           DISPLAY "ACCOUNT ALREADY HAS 99 ORDERS"
                       ELSE
                           PERFORM ADD-NEW-RECORD-SECTION
                       END-IF
               END-EVALUATE
           END-IF
           EXIT.

      *> One past the highest number on the account.
       FIND-NEXT-SEQ-SECTION.
           MOVE 1 TO WS-NEXT-SEQ
           MOVE WS-IN-ACCOUNT TO SO-ACCOUNT-ID
           MOVE 0 TO SO-SEQ
           START STANDING-ORDER-FILE KEY IS NOT LESS THAN SO-KEY
               INVALID KEY MOVE 1 TO WS-LIST-EOF
               NOT INVALID KEY MOVE 0 TO WS-LIST-EOF
           END-START
           PERFORM UNTIL WS-LIST-EOF = 1
               READ STANDING-ORDER-FILE NEXT RECORD
                   AT END MOVE 1 TO WS-LIST-EOF
                   NOT AT END
                       IF SO-ACCOUNT-ID NOT = WS-IN-ACCOUNT
                           MOVE 1 TO WS-LIST-EOF
                       ELSE
                           COMPUTE WS-NEXT-SEQ = SO-SEQ + 1
                       END-IF
               END-READ
           END-PERFORM
           EXIT.

       ADD-NEW-RECORD-SECTION.
           MOVE "Y" TO WS-FIELDS-OK
           MOVE SPACES TO STANDING-ORDER-RECORD
           MOVE WS-IN-ACCOUNT TO SO-ACCOUNT-ID
           MOVE WS-NEXT-SEQ TO SO-SEQ
           MOVE 0 TO SO-DAY
           MOVE 0 TO SO-LAST-GEN-DATE
           MOVE 0 TO SO-PEND-JOB-DATE
           MOVE 0 TO SO-PEND-THRU-DATE

           DISPLAY "D)EPOSIT INTO OR R)EMOVE FROM THE ACCOUNT: "
           MOVE SPACE TO WS-IN-CODE
           ACCEPT WS-IN-CODE
           MOVE FUNCTION UPPER-CASE(WS-IN-CODE) TO SO-DIRECTION
           IF NOT SO-PAY-IN AND NOT SO-TAKE-OUT
               DISPLAY "DIRECTION MUST BE D OR R"
               MOVE "N" TO WS-FIELDS-OK
           END-IF

           IF WS-FIELDS-OK = "Y"
               PERFORM PROMPT-AMOUNT-SECTION
               MOVE WS-NEW-AMOUNT TO SO-AMOUNT
           END-IF

           IF WS-FIELDS-OK = "Y"
               DISPLAY "FREQUENCY - W)EEKLY, M)ONTHLY OR F)IXED DAY "
                   "OF MONTH: "
               MOVE SPACE TO WS-IN-CODE
               ACCEPT WS-IN-CODE
               MOVE FUNCTION UPPER-CASE(WS-IN-CODE) TO SO-FREQUENCY
               EVALUATE TRUE
                   WHEN SO-WEEKLY OR SO-MONTHLY
                       CONTINUE
                   WHEN SO-FIXED-DAY
                       DISPLAY "DAY OF MONTH (01-31): "
                       MOVE SPACES TO WS-IN-DAY
                       ACCEPT WS-IN-DAY
                       IF WS-IN-DAY IS NOT NUMERIC
                               OR WS-IN-DAY < "01" OR WS-IN-DAY > "31"
                           DISPLAY "DAY MUST BE 01 TO 31"
                           MOVE "N" TO WS-FIELDS-OK
                       ELSE
                           MOVE WS-IN-DAY TO SO-DAY
                       END-IF
                   WHEN OTHER
                       DISPLAY "FREQUENCY MUST BE W, M OR F"
                       MOVE "N" TO WS-FIELDS-OK
               END-EVALUATE
           END-IF

      *> Starting before today would have STORDGEN generate every
      *> occurrence already past on its next run.
           IF WS-FIELDS-OK = "Y"
               DISPLAY "START DATE (YYYYMMDD): "
               PERFORM PROMPT-DATE-SECTION
               EVALUATE TRUE
                   WHEN WS-FIELDS-OK = "N"
                       CONTINUE
                   WHEN WS-CHK-DATE = 0
                       DISPLAY "START DATE IS REQUIRED"
                       MOVE "N" TO WS-FIELDS-OK
                   WHEN WS-CHK-DATE < WS-DATE
                       DISPLAY "START DATE MUST NOT BE BEFORE TODAY"
                       MOVE "N" TO WS-FIELDS-OK
                   WHEN OTHER
                       MOVE WS-CHK-DATE TO SO-START-DATE
               END-EVALUATE
           END-IF

           IF WS-FIELDS-OK = "Y"
               DISPLAY "END DATE (YYYYMMDD, BLANK FOR NONE): "
               PERFORM PROMPT-DATE-SECTION
               IF WS-FIELDS-OK = "Y"
                   IF WS-CHK-DATE NOT = 0
                           AND WS-CHK-DATE < SO-START-DATE
                       DISPLAY "END DATE MUST NOT BE BEFORE START"
                       MOVE "N" TO WS-FIELDS-OK
                   ELSE
                       MOVE WS-CHK-DATE TO SO-END-DATE
                   END-IF
               END-IF
           END-IF

           IF WS-FIELDS-OK = "Y"
               DISPLAY "REFERENCE (20 CHARS): "
               MOVE SPACES TO WS-IN-TEXT
               ACCEPT WS-IN-TEXT
               MOVE WS-IN-TEXT TO SO-REFERENCE
               MOVE WS-DATE TO SO-CHANGE-DATE
               MOVE WS-SIGNON-ID TO SO-CHANGE-OPER
               WRITE STANDING-ORDER-RECORD
               IF WS-STORD-STATUS NOT = "00"
                   DISPLAY "STANDING ORDER WRITE FAILED - STATUS "
                       WS-STORD-STATUS
               ELSE
                   DISPLAY "ADDED ORDER " SO-SEQ " ON " SO-ACCOUNT-ID
                   MOVE "SO-ADD" TO WS-AUDIT-ACTION
                   PERFORM CALL-AUDIT-SECTION
               END-IF
           ELSE
               DISPLAY "ORDER NOT ADDED"
           END-IF
           EXIT.

      *> The amount goes out as a FILEDEMO movement, so it must fit
      *> the movement's 9(7)V99 and be worth sending.
       PROMPT-AMOUNT-SECTION.
           DISPLAY "AMOUNT (E.G. 1250.00): "
           MOVE SPACES TO WS-IN-AMOUNT
           ACCEPT WS-IN-AMOUNT
           EVALUATE TRUE
               WHEN WS-IN-AMOUNT = SPACES
                       OR FUNCTION TEST-NUMVAL(WS-IN-AMOUNT) NOT = 0
                   DISPLAY "AMOUNT MUST BE A NUMBER"
                   MOVE "N" TO WS-FIELDS-OK
               WHEN FUNCTION NUMVAL(WS-IN-AMOUNT) NOT > 0
                       OR FUNCTION NUMVAL(WS-IN-AMOUNT) > 9999999.99
                   DISPLAY "AMOUNT MUST BE 0.01 TO 9999999.99"
                   MOVE "N" TO WS-FIELDS-OK
               WHEN OTHER
                   COMPUTE WS-NEW-AMOUNT =
                       FUNCTION NUMVAL(WS-IN-AMOUNT)
           END-EVALUATE
           EXIT.

      *> Blank gives WS-CHK-DATE zero; anything else must be a real
      *> calendar date.
       PROMPT-DATE-SECTION.
           MOVE SPACES TO WS-IN-DATE
           ACCEPT WS-IN-DATE
           MOVE 0 TO WS-CHK-DATE
           IF WS-IN-DATE NOT = SPACES
               IF WS-IN-DATE IS NOT NUMERIC
                   DISPLAY "DATE MUST BE 8 DIGITS"
                   MOVE "N" TO WS-FIELDS-OK
               ELSE
                   MOVE WS-IN-DATE TO WS-CHK-DATE
                   COMPUTE WS-CHK-DAYNUM =
                       FUNCTION INTEGER-OF-DATE(WS-CHK-DATE)
                   IF WS-CHK-DAYNUM = 0
                       DISPLAY "NOT A REAL CALENDAR DATE - "
                           WS-CHK-DATE
                       MOVE "N" TO WS-FIELDS-OK
                   END-IF
               END-IF
           END-IF
           EXIT.

      *> Amount and reference only - a blank reply keeps each.
       CHANGE-ORDER-SECTION.
           PERFORM PROMPT-ORDER-SECTION
           IF WS-ORDER-FOUND = "Y"
               MOVE "Y" TO WS-FIELDS-OK
               MOVE SO-AMOUNT TO WS-EDIT-AMOUNT
               DISPLAY "NEW AMOUNT [" WS-EDIT-AMOUNT "]: "
               MOVE SPACES TO WS-IN-AMOUNT
               ACCEPT WS-IN-AMOUNT
               IF WS-IN-AMOUNT NOT = SPACES
                   EVALUATE TRUE
                       WHEN FUNCTION TEST-NUMVAL(WS-IN-AMOUNT) NOT = 0
                           DISPLAY "AMOUNT MUST BE A NUMBER"
                           MOVE "N" TO WS-FIELDS-OK
                       WHEN FUNCTION NUMVAL(WS-IN-AMOUNT) NOT > 0
                           OR FUNCTION NUMVAL(WS-IN-AMOUNT)
                               > 9999999.99
                           DISPLAY "AMOUNT MUST BE 0.01 TO 9999999.99"
                           MOVE "N" TO WS-FIELDS-OK
                       WHEN OTHER
                           COMPUTE SO-AMOUNT =
                               FUNCTION NUMVAL(WS-IN-AMOUNT)
                   END-EVALUATE
               END-IF
               IF WS-FIELDS-OK = "Y"
                   DISPLAY "NEW REFERENCE [" SO-REFERENCE "]: "
                   MOVE SPACES TO WS-IN-TEXT
                   ACCEPT WS-IN-TEXT
                   IF WS-IN-TEXT NOT = SPACES
                       MOVE WS-IN-TEXT TO SO-REFERENCE
                   END-IF
                   IF SO-PEND-JOB-DATE NOT = 0
                       DISPLAY "NOTE - OCCURRENCES ALREADY GENERATED "
                           "FOR " SO-PEND-JOB-DATE " KEEP THE OLD "
                           "AMOUNT"
                   END-IF
                   MOVE "SO-CHG" TO WS-AUDIT-ACTION
                   PERFORM REWRITE-ORDER-SECTION
               ELSE
                   DISPLAY "ORDER NOT CHANGED"
               END-IF
           END-IF
           EXIT.

      *> Ending sets (or brings forward) the last date an occurrence
      *> may fall on. It cannot reach back behind what has already
      *> been generated.
       END-ORDER-SECTION.
           PERFORM PROMPT-ORDER-SECTION
           IF WS-ORDER-FOUND = "Y"
               MOVE "Y" TO WS-FIELDS-OK
               DISPLAY "LAST DATE AN OCCURRENCE MAY FALL ON "
                   "(YYYYMMDD): "
               PERFORM PROMPT-DATE-SECTION
               EVALUATE TRUE
                   WHEN WS-FIELDS-OK = "N"
                       CONTINUE
                   WHEN WS-CHK-DATE = 0
                       DISPLAY "END DATE IS REQUIRED"
                       MOVE "N" TO WS-FIELDS-OK
                   WHEN WS-CHK-DATE < SO-START-DATE
                       DISPLAY "END DATE MUST NOT BE BEFORE START "
                           SO-START-DATE
                       MOVE "N" TO WS-FIELDS-OK
                   WHEN WS-CHK-DATE < SO-LAST-GEN-DATE
                           OR WS-CHK-DATE < SO-PEND-THRU-DATE
                       DISPLAY "OCCURRENCES UP TO "
                           SO-LAST-GEN-DATE " " SO-PEND-THRU-DATE
                           " ALREADY GENERATED - END DATE TOO EARLY"
                       MOVE "N" TO WS-FIELDS-OK
               END-EVALUATE
               IF WS-FIELDS-OK = "Y"
                   MOVE WS-CHK-DATE TO SO-END-DATE
                   MOVE "SO-END" TO WS-AUDIT-ACTION
                   PERFORM REWRITE-ORDER-SECTION
               ELSE
                   DISPLAY "ORDER NOT ENDED"
               END-IF
           END-IF
           EXIT.

      *> Only an order nothing was ever generated from goes - any
      *> other is ended, so its history stays readable.
       DELETE-ORDER-SECTION.
           PERFORM PROMPT-ORDER-SECTION
           IF WS-ORDER-FOUND = "Y"
               IF SO-LAST-GEN-DATE NOT = 0
                       OR SO-PEND-JOB-DATE NOT = 0
                   DISPLAY "OCCURRENCES ALREADY GENERATED - USE E)ND"
               ELSE
                   DISPLAY "DELETE THIS ORDER? Y/N: "
                   MOVE SPACE TO WS-IN-CODE
                   ACCEPT WS-IN-CODE
                   IF WS-IN-CODE = "Y" OR WS-IN-CODE = "y"
                       DELETE STANDING-ORDER-FILE
                       IF WS-STORD-STATUS NOT = "00"
                           DISPLAY "STANDING ORDER DELETE FAILED - "
                               "STATUS " WS-STORD-STATUS
                       ELSE
                           DISPLAY "DELETED ORDER " SO-SEQ " ON "
                               SO-ACCOUNT-ID
                           MOVE "SO-DEL" TO WS-AUDIT-ACTION
                           PERFORM CALL-AUDIT-SECTION
                       END-IF
                   END-IF
               END-IF
           END-IF
           EXIT.

       LIST-ORDERS-SECTION.
           PERFORM PROMPT-ACCOUNT-SECTION
           IF WS-IN-ACCOUNT NOT = SPACES
               MOVE 0 TO WS-LIST-COUNT
               MOVE WS-IN-ACCOUNT TO SO-ACCOUNT-ID
               MOVE 0 TO SO-SEQ
               START STANDING-ORDER-FILE KEY IS NOT LESS THAN SO-KEY
                   INVALID KEY MOVE 1 TO WS-LIST-EOF
                   NOT INVALID KEY MOVE 0 TO WS-LIST-EOF
               END-START
               PERFORM UNTIL WS-LIST-EOF = 1
                   READ STANDING-ORDER-FILE NEXT RECORD
                       AT END MOVE 1 TO WS-LIST-EOF
                       NOT AT END
                           IF SO-ACCOUNT-ID NOT = WS-IN-ACCOUNT
                               MOVE 1 TO WS-LIST-EOF
                           ELSE
                               ADD 1 TO WS-LIST-COUNT
                               DISPLAY " "
                               PERFORM SHOW-ORDER-SECTION
                           END-IF
                   END-READ
               END-PERFORM
               DISPLAY WS-LIST-COUNT " ORDERS ON " WS-IN-ACCOUNT
           END-IF
           EXIT.

       SHOW-ORDER-SECTION.
           EVALUATE TRUE
               WHEN SO-WEEKLY
                   MOVE "WEEKLY" TO WS-FREQ-TEXT
               WHEN SO-MONTHLY
                   MOVE "MONTHLY" TO WS-FREQ-TEXT
               WHEN SO-FIXED-DAY
                   MOVE SPACES TO WS-FREQ-TEXT
                   STRING "MONTHLY DAY " SO-DAY
                       DELIMITED BY SIZE INTO WS-FREQ-TEXT
               WHEN OTHER
                   MOVE "UNKNOWN" TO WS-FREQ-TEXT
           END-EVALUATE
           MOVE SO-AMOUNT TO WS-EDIT-AMOUNT
           DISPLAY "ORDER " SO-SEQ " ON " SO-ACCOUNT-ID "  "
               SO-DIRECTION " " WS-EDIT-AMOUNT "  " WS-FREQ-TEXT
               "  " SO-REFERENCE
           DISPLAY "  START " SO-START-DATE "  END " SO-END-DATE
               "  LAST GENERATED " SO-LAST-GEN-DATE
           IF SO-PEND-JOB-DATE NOT = 0
               DISPLAY "  GENERATED THROUGH " SO-PEND-THRU-DATE
                   " FOR " SO-PEND-JOB-DATE " - AWAITING POSTING"
           END-IF
           DISPLAY "  CHANGED " SO-CHANGE-DATE " BY " SO-CHANGE-OPER
           EXIT.

       REWRITE-ORDER-SECTION.
           MOVE WS-DATE TO SO-CHANGE-DATE
           MOVE WS-SIGNON-ID TO SO-CHANGE-OPER
           REWRITE STANDING-ORDER-RECORD
           IF WS-STORD-STATUS NOT = "00"
               DISPLAY "STANDING ORDER REWRITE FAILED - STATUS "
                   WS-STORD-STATUS
           ELSE
               DISPLAY "ORDER " SO-SEQ " ON " SO-ACCOUNT-ID " UPDATED"
               PERFORM CALL-AUDIT-SECTION
           END-IF
           EXIT.

       CALL-AUDIT-SECTION.
           ADD 1 TO WS-CHANGE-COUNT
           MOVE SPACES TO WS-AUDIT-STEP
           STRING WS-AUDIT-ACTION " " SO-ACCOUNT-ID "/" SO-SEQ
               DELIMITED BY SIZE INTO WS-AUDIT-STEP
           MOVE 1 TO WS-AUDIT-READ
           MOVE 1 TO WS-AUDIT-VALID
           MOVE 0 TO WS-AUDIT-REJECT
           CALL 'AUDITLOG' USING WS-DESCRIPTION, WS-AUDIT-STEP,
               WS-JOB-RC, WS-AUDIT-COUNTS
           EXIT.

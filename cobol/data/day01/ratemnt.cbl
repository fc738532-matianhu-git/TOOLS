       IDENTIFICATION DIVISION.
       PROGRAM-ID. RATEMNT.

      *> Maintenance for the month-end rate parameter file INTCHG
      *> loads (ratetab.txt) - one entry per classification code,
      *> carrying the annual credit-interest rate (percent) and the
      *> flat monthly service charge for accounts in that class. A
      *> class with no entry earns nothing and pays nothing. Same
      *> add/change/delete/list screen as CLASSMNT, under the same
      *> table-change authority, and every saved change set is
      *> stamped on the audit trail.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATE-PARAM-FILE ASSIGN TO "ratetab.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATETAB-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> RT-INT-RATE is an annual percentage - 002.5000 reads 2.5%.
       FD  RATE-PARAM-FILE.
       01  RATE-PARAM-RECORD.
           05  RT-CLASS           PIC 9(3).
           05  FILLER             PIC X(1).
           05  RT-INT-RATE        PIC 9(3)V9(4).
           05  FILLER             PIC X(1).
           05  RT-SVC-CHARGE      PIC 9(5)V99.

       WORKING-STORAGE SECTION.
       01  WS-RATETAB-STATUS PIC X(2) VALUE "00".
      *> Same shape and limit as INTCHG's WS-RATE-TABLE.
       01  WS-RATE-LIMIT     PIC 9(2) VALUE 50.
       01  WS-RATE-COUNT     PIC 9(2) VALUE 0.
       01  WS-RATE-EOF       PIC 9(1) VALUE 0.
       01  WS-RATE-TABLE.
           05  WS-RATE-ENTRY OCCURS 50 TIMES.
               10  WS-RATE-CLASS    PIC 9(3).
               10  WS-RATE-INT      PIC 9(3)V9(4).
               10  WS-RATE-CHARGE   PIC 9(5)V99.
       01  WS-RATE-IDX       PIC 9(2) VALUE 0.
       01  WS-FOUND-IDX      PIC 9(2) VALUE 0.
       01  WS-MENU-CHOICE    PIC X(1) VALUE SPACE.
       01  WS-QUIT-SWITCH    PIC X(1) VALUE "N".
           88  WS-OPERATOR-DONE        VALUE "Y".
       01  WS-IN-CLASS       PIC X(3).
       01  WS-IN-RATE        PIC X(10).
       01  WS-IN-CHARGE      PIC X(10).
       01  WS-NEW-RATE       PIC 9(3)V9(4) VALUE 0.
       01  WS-NEW-CHARGE     PIC 9(5)V99 VALUE 0.
       01  WS-VALUES-OK      PIC X(1) VALUE "N".
       01  WS-EDIT-RATE      PIC ZZ9.9999.
       01  WS-EDIT-CHARGE    PIC ZZZZ9.99.
       01  WS-CHANGED        PIC X(1) VALUE "N".
       01  WS-CHANGE-COUNT   PIC 9(8) VALUE 0.
       01  WS-DATE           PIC 9(8).

      *> Operator sign-on via the shared OPERSIGN password check -
      *> function "C" is classification-table authority, and the
      *> rates hang off the classifications.
       01  WS-SIGNON-ID      PIC X(8) VALUE SPACES.
       01  WS-SIGNON-OK      PIC X(1) VALUE "N".
       01  WS-AUTH-FUNCTION  PIC X(1) VALUE SPACE.
       01  WS-AUTH-NAME      PIC X(20) VALUE SPACES.
       01  WS-AUTH-RC        PIC 9(2) VALUE 0.

       01  WS-JOB-RC         PIC 9(2) VALUE 0.
       01  WS-AUDIT-STEP     PIC X(20) VALUE SPACES.
       01  WS-AUDIT-COUNTS.
           05  WS-AUDIT-READ    PIC 9(8) VALUE 0.
           05  WS-AUDIT-VALID   PIC 9(8) VALUE 0.
           05  WS-AUDIT-REJECT  PIC 9(8) VALUE 0.

       COPY "ABC.COPY".

       PROCEDURE DIVISION.
       MAIN-SECTION.
           DISPLAY "MONTH-END RATE TABLE MAINTENANCE"
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           MOVE WS-DATE TO WS-HDR-RUN-DATE
           MOVE "RATEMNT " TO WS-HDR-JOB-NAME

           PERFORM SIGN-ON-SECTION
               UNTIL WS-SIGNON-OK = "Y" OR WS-OPERATOR-DONE
           IF WS-OPERATOR-DONE
               DISPLAY "SIGN-ON ABANDONED - NO CHANGES MADE"
               STOP RUN
           END-IF
           MOVE WS-SIGNON-ID TO WS-HDR-OPERATOR-ID

           PERFORM LOAD-RATE-TABLE-SECTION

           PERFORM MENU-SECTION UNTIL WS-OPERATOR-DONE

           IF WS-CHANGED = "Y"
               PERFORM SAVE-RATE-TABLE-SECTION
           ELSE
               DISPLAY "NO CHANGES - FILE LEFT AS IT WAS"
           END-IF
           STOP RUN.

      *> Same sign-on CLASSMNT uses - a missing profile file signs
      *> on with a console warning, an unknown or unauthorized
      *> operator is re-prompted.
       SIGN-ON-SECTION.
           DISPLAY "OPERATOR ID (OR QUIT): "
           MOVE SPACES TO WS-SIGNON-ID
           ACCEPT WS-SIGNON-ID
           IF FUNCTION UPPER-CASE(WS-SIGNON-ID(1:4)) = "QUIT"
               SET WS-OPERATOR-DONE TO TRUE
           ELSE
               MOVE "C" TO WS-AUTH-FUNCTION
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
                       DISPLAY "NOT AUTHORIZED FOR TABLE CHANGES"
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
           DISPLAY "A)DD  C)HANGE  D)ELETE  L)IST  Q)UIT: "
           MOVE SPACE TO WS-MENU-CHOICE
           ACCEPT WS-MENU-CHOICE
           EVALUATE WS-MENU-CHOICE
               WHEN "A" WHEN "a"
                   PERFORM ADD-ENTRY-SECTION
               WHEN "C" WHEN "c"
                   PERFORM CHANGE-ENTRY-SECTION
               WHEN "D" WHEN "d"
                   PERFORM DELETE-ENTRY-SECTION
               WHEN "L" WHEN "l"
                   PERFORM LIST-ENTRIES-SECTION
               WHEN "Q" WHEN "q"
                   SET WS-OPERATOR-DONE TO TRUE
               WHEN OTHER
                   DISPLAY "UNKNOWN CHOICE - " WS-MENU-CHOICE
           END-EVALUATE
           EXIT.

      *> Sets WS-FOUND-IDX to the entry holding WS-IN-CLASS, or 0.
       FIND-CLASS-SECTION.
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                   UNTIL WS-RATE-IDX > WS-RATE-COUNT
                       OR WS-FOUND-IDX > 0
               IF WS-IN-CLASS = WS-RATE-CLASS(WS-RATE-IDX)
                   MOVE WS-RATE-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM
           EXIT.

      *> Prompts for the rate and the charge. Either may be keyed
      *> with a decimal point; both must be numeric, not negative,
      *> and fit the file's pictures - a rate of 100% or more is
      *> refused as a keying error.
       PROMPT-VALUES-SECTION.
           MOVE "Y" TO WS-VALUES-OK
           DISPLAY "ANNUAL CREDIT-INTEREST RATE % (E.G. 2.5): "
           MOVE SPACES TO WS-IN-RATE
           ACCEPT WS-IN-RATE
           DISPLAY "MONTHLY SERVICE CHARGE (E.G. 7.50): "
           MOVE SPACES TO WS-IN-CHARGE
           ACCEPT WS-IN-CHARGE
           EVALUATE TRUE
               WHEN WS-IN-RATE = SPACES
                       OR FUNCTION TEST-NUMVAL(WS-IN-RATE) NOT = 0
                   DISPLAY "RATE MUST BE NUMERIC"
                   MOVE "N" TO WS-VALUES-OK
               WHEN FUNCTION NUMVAL(WS-IN-RATE) < 0
                       OR FUNCTION NUMVAL(WS-IN-RATE) NOT < 100
                   DISPLAY "RATE MUST BE FROM 0 TO UNDER 100"
                   MOVE "N" TO WS-VALUES-OK
               WHEN WS-IN-CHARGE = SPACES
                       OR FUNCTION TEST-NUMVAL(WS-IN-CHARGE) NOT = 0
                   DISPLAY "CHARGE MUST BE NUMERIC"
                   MOVE "N" TO WS-VALUES-OK
               WHEN FUNCTION NUMVAL(WS-IN-CHARGE) < 0
                       OR FUNCTION NUMVAL(WS-IN-CHARGE) > 99999.99
                   DISPLAY "CHARGE MUST BE FROM 0 TO 99999.99"
                   MOVE "N" TO WS-VALUES-OK
               WHEN OTHER
                   COMPUTE WS-NEW-RATE = FUNCTION NUMVAL(WS-IN-RATE)
                   COMPUTE WS-NEW-CHARGE =
                       FUNCTION NUMVAL(WS-IN-CHARGE)
           END-EVALUATE
           EXIT.

       ADD-ENTRY-SECTION.
           DISPLAY "CLASS CODE (3 DIGITS): "
           MOVE SPACES TO WS-IN-CLASS
           ACCEPT WS-IN-CLASS
           PERFORM FIND-CLASS-SECTION
           EVALUATE TRUE
               WHEN WS-IN-CLASS IS NOT NUMERIC
                   DISPLAY "CLASS CODE MUST BE NUMERIC"
               WHEN WS-FOUND-IDX > 0
                   DISPLAY "CLASS " WS-IN-CLASS
                       " ALREADY ON TABLE - USE CHANGE"
               WHEN WS-RATE-COUNT >= WS-RATE-LIMIT
                   DISPLAY "TABLE FULL - " WS-RATE-LIMIT " ENTRIES"
               WHEN OTHER
                   PERFORM PROMPT-VALUES-SECTION
                   IF WS-VALUES-OK = "Y"
                       ADD 1 TO WS-RATE-COUNT
                       MOVE WS-IN-CLASS
                           TO WS-RATE-CLASS(WS-RATE-COUNT)
                       MOVE WS-NEW-RATE
                           TO WS-RATE-INT(WS-RATE-COUNT)
                       MOVE WS-NEW-CHARGE
                           TO WS-RATE-CHARGE(WS-RATE-COUNT)
                       MOVE "Y" TO WS-CHANGED
                       ADD 1 TO WS-CHANGE-COUNT
                       MOVE WS-RATE-COUNT TO WS-RATE-IDX
                       PERFORM SHOW-ENTRY-SECTION
                   END-IF
           END-EVALUATE
           EXIT.

       CHANGE-ENTRY-SECTION.
           DISPLAY "CLASS TO CHANGE: "
           MOVE SPACES TO WS-IN-CLASS
           ACCEPT WS-IN-CLASS
           PERFORM FIND-CLASS-SECTION
           IF WS-FOUND-IDX = 0
               DISPLAY "CLASS " WS-IN-CLASS " NOT ON TABLE"
           ELSE
               MOVE WS-FOUND-IDX TO WS-RATE-IDX
               DISPLAY "CURRENT -"
               PERFORM SHOW-ENTRY-SECTION
               PERFORM PROMPT-VALUES-SECTION
               IF WS-VALUES-OK = "Y"
                   MOVE WS-NEW-RATE TO WS-RATE-INT(WS-FOUND-IDX)
                   MOVE WS-NEW-CHARGE TO WS-RATE-CHARGE(WS-FOUND-IDX)
                   MOVE "Y" TO WS-CHANGED
                   ADD 1 TO WS-CHANGE-COUNT
                   PERFORM SHOW-ENTRY-SECTION
               END-IF
           END-IF
           EXIT.

       DELETE-ENTRY-SECTION.
           DISPLAY "CLASS TO DELETE: "
           MOVE SPACES TO WS-IN-CLASS
           ACCEPT WS-IN-CLASS
           PERFORM FIND-CLASS-SECTION
           IF WS-FOUND-IDX = 0
               DISPLAY "CLASS " WS-IN-CLASS " NOT ON TABLE"
           ELSE
               PERFORM VARYING WS-RATE-IDX FROM WS-FOUND-IDX BY 1
                       UNTIL WS-RATE-IDX >= WS-RATE-COUNT
                   MOVE WS-RATE-ENTRY(WS-RATE-IDX + 1)
                       TO WS-RATE-ENTRY(WS-RATE-IDX)
               END-PERFORM
               SUBTRACT 1 FROM WS-RATE-COUNT
               MOVE "Y" TO WS-CHANGED
               ADD 1 TO WS-CHANGE-COUNT
               DISPLAY "DELETED CLASS " WS-IN-CLASS
           END-IF
           EXIT.

       LIST-ENTRIES-SECTION.
           IF WS-RATE-COUNT = 0
               DISPLAY "TABLE IS EMPTY"
           ELSE
               PERFORM SHOW-ENTRY-SECTION
                   VARYING WS-RATE-IDX FROM 1 BY 1
                   UNTIL WS-RATE-IDX > WS-RATE-COUNT
           END-IF
           EXIT.

       SHOW-ENTRY-SECTION.
           MOVE WS-RATE-INT(WS-RATE-IDX) TO WS-EDIT-RATE
           MOVE WS-RATE-CHARGE(WS-RATE-IDX) TO WS-EDIT-CHARGE
           DISPLAY "CLASS " WS-RATE-CLASS(WS-RATE-IDX)
               " RATE " WS-EDIT-RATE "%"
               " CHARGE " WS-EDIT-CHARGE
           EXIT.

      *> Missing file is a normal first run - start with an empty
      *> table. Entries already on file are trusted for shape but a
      *> duplicate class is dropped, the way INTCHG's loader drops
      *> it.
       LOAD-RATE-TABLE-SECTION.
           MOVE 0 TO WS-RATE-COUNT
           OPEN INPUT RATE-PARAM-FILE
           IF WS-RATETAB-STATUS NOT = "00"
               DISPLAY "NO EXISTING ratetab.txt - STARTING EMPTY"
           ELSE
               MOVE 0 TO WS-RATE-EOF
               PERFORM UNTIL WS-RATE-EOF = 1
                   READ RATE-PARAM-FILE
                       AT END MOVE 1 TO WS-RATE-EOF
                       NOT AT END PERFORM LOAD-ONE-ENTRY-SECTION
                   END-READ
               END-PERFORM
               CLOSE RATE-PARAM-FILE
               DISPLAY "LOADED " WS-RATE-COUNT " ENTRIES"
           END-IF
           EXIT.

       LOAD-ONE-ENTRY-SECTION.
           MOVE RT-CLASS TO WS-IN-CLASS
           PERFORM FIND-CLASS-SECTION
           EVALUATE TRUE
               WHEN RATE-PARAM-RECORD = SPACES
                   CONTINUE
               WHEN RT-CLASS IS NOT NUMERIC
                       OR RT-INT-RATE IS NOT NUMERIC
                       OR RT-SVC-CHARGE IS NOT NUMERIC
                   DISPLAY "DROPPED ENTRY - CLASS " RT-CLASS
                       " NOT NUMERIC"
               WHEN WS-FOUND-IDX > 0
                   DISPLAY "DROPPED ENTRY - CLASS " RT-CLASS
                       " DUPLICATED"
               WHEN WS-RATE-COUNT >= WS-RATE-LIMIT
                   DISPLAY "TABLE FULL - CLASS " RT-CLASS
                       " DROPPED"
               WHEN OTHER
                   ADD 1 TO WS-RATE-COUNT
                   MOVE RT-CLASS TO WS-RATE-CLASS(WS-RATE-COUNT)
                   MOVE RT-INT-RATE TO WS-RATE-INT(WS-RATE-COUNT)
                   MOVE RT-SVC-CHARGE
                       TO WS-RATE-CHARGE(WS-RATE-COUNT)
           END-EVALUATE
           EXIT.

      *> The rates decide what every customer is paid and charged,
      *> so a saved change set goes on the audit trail - the valid
      *> count carries how many entries were added, changed or
      *> deleted.
       SAVE-RATE-TABLE-SECTION.
           OPEN OUTPUT RATE-PARAM-FILE
           IF WS-RATETAB-STATUS NOT = "00"
               DISPLAY "ratetab.txt OPEN FAILED - STATUS "
                   WS-RATETAB-STATUS " - CHANGES NOT SAVED"
           ELSE
               PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                       UNTIL WS-RATE-IDX > WS-RATE-COUNT
                   MOVE SPACES TO RATE-PARAM-RECORD
                   MOVE WS-RATE-CLASS(WS-RATE-IDX) TO RT-CLASS
                   MOVE WS-RATE-INT(WS-RATE-IDX) TO RT-INT-RATE
                   MOVE WS-RATE-CHARGE(WS-RATE-IDX) TO RT-SVC-CHARGE
                   WRITE RATE-PARAM-RECORD
               END-PERFORM
               CLOSE RATE-PARAM-FILE
               DISPLAY "SAVED " WS-RATE-COUNT " ENTRIES TO "
                   "ratetab.txt"
               MOVE "RATE-TABLE-CHANGE" TO WS-AUDIT-STEP
               MOVE WS-RATE-COUNT TO WS-AUDIT-READ
               MOVE WS-CHANGE-COUNT TO WS-AUDIT-VALID
               MOVE 0 TO WS-AUDIT-REJECT
               CALL 'AUDITLOG' USING WS-DESCRIPTION, WS-AUDIT-STEP,
                   WS-JOB-RC, WS-AUDIT-COUNTS
           END-IF
           EXIT.

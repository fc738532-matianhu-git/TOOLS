       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASEREV.

      *> Compliance case review. Works the cumulative case file
      *> ACTMON raises its monitoring hits on (moncase.txt). A
      *> compliance reviewer lists the cases still outstanding -
      *> for one business date or all of them - and marks a case,
      *> by its number, one of two ways:
      *>   REVIEWED - looked at and kept under watch; it stays on
      *>   the outstanding list and can be cleared later;
      *>   CLEARED  - disposed of; the case is closed for good.
      *> Either way the case is stamped with the reviewer's operator
      *> id and the date, and the mark goes on the audit trail.
      *> The case file is rewritten through a scratch copy
      *> (moncase.tmp) for every mark, so nothing is held back if
      *> the session is abandoned.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> The cumulative case file ACTMON appends to.
           SELECT CASE-FILE ASSIGN TO "moncase.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASE-STATUS.

      *> Scratch copy the marked case file is built in before it is
      *> copied back over the live one.
           SELECT CASE-TEMP ASSIGN TO "moncase.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASETMP-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> Same layout ACTMON writes.
       FD  CASE-FILE.
       01  CASE-RECORD.
           05  MC-CASE-NO         PIC 9(6).
           05  FILLER             PIC X(1).
           05  MC-BUS-DATE        PIC 9(8).
           05  FILLER             PIC X(1).
           05  MC-RULE            PIC X(4).
           05  FILLER             PIC X(1).
           05  MC-ACCOUNT-ID      PIC X(8).
           05  FILLER             PIC X(1).
           05  MC-CLASS           PIC 9(3).
           05  FILLER             PIC X(1).
           05  MC-SOURCE          PIC X(1).
           05  FILLER             PIC X(1).
           05  MC-AMOUNT          PIC 9(11)V99.
           05  FILLER             PIC X(1).
           05  MC-COUNT           PIC 9(5).
           05  FILLER             PIC X(1).
           05  MC-STATUS          PIC X(1).
               88  MC-CASE-OPEN            VALUE "O".
               88  MC-CASE-REVIEWED        VALUE "R".
               88  MC-CASE-CLEARED         VALUE "C".
           05  FILLER             PIC X(1).
           05  MC-RAISED-DATE     PIC 9(8).
           05  FILLER             PIC X(1).
           05  MC-REVIEWER-ID     PIC X(8).
           05  FILLER             PIC X(1).
           05  MC-REVIEW-DATE     PIC 9(8).

       FD  CASE-TEMP.
       01  CASE-TEMP-RECORD       PIC X(84).

       WORKING-STORAGE SECTION.
       01  WS-CASE-STATUS    PIC X(2) VALUE "00".
       01  WS-CASETMP-STATUS PIC X(2) VALUE "00".
       01  WS-MENU-CHOICE    PIC X(1) VALUE SPACE.
       01  WS-QUIT-SWITCH    PIC X(1) VALUE "N".
           88  WS-OPERATOR-DONE        VALUE "Y".
       01  WS-DATE           PIC 9(8).
       01  WS-CASE-EOF       PIC 9(1) VALUE 0.
       01  WS-IN-DATE        PIC X(8) VALUE SPACES.
       01  WS-IN-CASE        PIC X(6) VALUE SPACES.
       01  WS-IN-MARK        PIC X(1) VALUE SPACE.
       01  WS-IN-CONFIRM     PIC X(1) VALUE SPACE.
       01  WS-LIST-DATE      PIC 9(8) VALUE 0.
       01  WS-LIST-COUNT     PIC 9(8) VALUE 0.

      *> The case being marked, as found on file, and the mark to
      *> put on it.
       01  WS-CASE-NO        PIC 9(6) VALUE 0.
       01  WS-CASE-FOUND     PIC X(1) VALUE "N".
       01  WS-FOUND-STATUS   PIC X(1) VALUE SPACE.
       01  WS-NEW-STATUS     PIC X(1) VALUE SPACE.
       01  WS-MARK-WORD      PIC X(8) VALUE SPACES.
       01  WS-COPY-FAIL      PIC X(1) VALUE "N".
       01  WS-CASE-MARKED    PIC X(1) VALUE "N".
       01  WS-ROWS-COPIED    PIC 9(8) VALUE 0.
       01  WS-EDIT-AMOUNT    PIC Z(10)9.99.
       01  WS-STATUS-WORD    PIC X(10) VALUE SPACES.

      *> Operator sign-on via the shared OPERSIGN password check -
      *> function "V" is compliance case review.
       01  WS-SIGNON-ID      PIC X(8) VALUE SPACES.
       01  WS-SIGNON-OK      PIC X(1) VALUE "N".
       01  WS-AUTH-FUNCTION  PIC X(1) VALUE SPACE.
       01  WS-AUTH-NAME      PIC X(20) VALUE SPACES.
       01  WS-AUTH-RC        PIC 9(2) VALUE 0.

      *> One audit row per mark - the step names the mark and the
      *> case number.
       01  WS-JOB-RC         PIC 9(2) VALUE 0.
       01  WS-AUDIT-STEP     PIC X(20) VALUE SPACES.
       01  WS-AUDIT-COUNTS.
           05  WS-AUDIT-READ    PIC 9(8) VALUE 0.
           05  WS-AUDIT-VALID   PIC 9(8) VALUE 0.
           05  WS-AUDIT-REJECT  PIC 9(8) VALUE 0.

       COPY "ABC.COPY".

       PROCEDURE DIVISION.
       MAIN-SECTION.
           DISPLAY "COMPLIANCE CASE REVIEW - moncase.txt"
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           MOVE WS-DATE TO WS-HDR-RUN-DATE
           MOVE "CASEREV " TO WS-HDR-JOB-NAME

           PERFORM SIGN-ON-SECTION
               UNTIL WS-SIGNON-OK = "Y" OR WS-OPERATOR-DONE
           IF WS-OPERATOR-DONE
               DISPLAY "SIGN-ON ABANDONED - NO CHANGES MADE"
               STOP RUN
           END-IF
           MOVE WS-SIGNON-ID TO WS-HDR-OPERATOR-ID

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
               MOVE "V" TO WS-AUTH-FUNCTION
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
                       DISPLAY "NOT AUTHORIZED FOR COMPLIANCE CASE "
                           "REVIEW"
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
           DISPLAY "L)IST OUTSTANDING  M)ARK CASE  Q)UIT: "
           MOVE SPACE TO WS-MENU-CHOICE
           ACCEPT WS-MENU-CHOICE
           EVALUATE WS-MENU-CHOICE
               WHEN "L" WHEN "l"
                   PERFORM LIST-CASES-SECTION
               WHEN "M" WHEN "m"
                   PERFORM MARK-CASE-SECTION
               WHEN "Q" WHEN "q"
                   SET WS-OPERATOR-DONE TO TRUE
               WHEN OTHER
                   DISPLAY "UNKNOWN CHOICE - " WS-MENU-CHOICE
           END-EVALUATE
           EXIT.

      *> Open and reviewed cases - cleared ones are done - for one
      *> business date, or every date when the prompt is left blank.
       LIST-CASES-SECTION.
           DISPLAY "BUSINESS DATE (YYYYMMDD, BLANK FOR ALL): "
           MOVE SPACES TO WS-IN-DATE
           ACCEPT WS-IN-DATE
           IF WS-IN-DATE = SPACES
               MOVE 0 TO WS-LIST-DATE
           ELSE
               IF WS-IN-DATE IS NOT NUMERIC
                   DISPLAY "DATE MUST BE 8 DIGITS - LISTING ALL"
                   MOVE 0 TO WS-LIST-DATE
               ELSE
                   MOVE WS-IN-DATE TO WS-LIST-DATE
               END-IF
           END-IF
           MOVE 0 TO WS-LIST-COUNT
           OPEN INPUT CASE-FILE
           IF WS-CASE-STATUS NOT = "00"
               DISPLAY "NO CASE FILE - NOTHING RAISED YET"
           ELSE
               DISPLAY "CASE   BUS DATE RULE ACCOUNT  CL  S"
                   "         AMOUNT COUNT STATUS     BY"
               MOVE 0 TO WS-CASE-EOF
               PERFORM UNTIL WS-CASE-EOF = 1
                   READ CASE-FILE
                       AT END MOVE 1 TO WS-CASE-EOF
                       NOT AT END
                           IF (MC-CASE-OPEN OR MC-CASE-REVIEWED)
                                   AND (WS-LIST-DATE = 0
                                   OR MC-BUS-DATE = WS-LIST-DATE)
                               PERFORM SHOW-CASE-SECTION
                               ADD 1 TO WS-LIST-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CASE-FILE
               DISPLAY WS-LIST-COUNT " CASES OUTSTANDING"
           END-IF
           EXIT.

       SHOW-CASE-SECTION.
           EVALUATE TRUE
               WHEN MC-CASE-OPEN
                   MOVE "OPEN" TO WS-STATUS-WORD
               WHEN MC-CASE-REVIEWED
                   MOVE "REVIEWED" TO WS-STATUS-WORD
               WHEN MC-CASE-CLEARED
                   MOVE "CLEARED" TO WS-STATUS-WORD
               WHEN OTHER
                   MOVE "UNKNOWN" TO WS-STATUS-WORD
           END-EVALUATE
           MOVE MC-AMOUNT TO WS-EDIT-AMOUNT
           DISPLAY MC-CASE-NO " " MC-BUS-DATE " " MC-RULE " "
               MC-ACCOUNT-ID " " MC-CLASS " " MC-SOURCE " "
               WS-EDIT-AMOUNT " " MC-COUNT " " WS-STATUS-WORD " "
               MC-REVIEWER-ID
           EXIT.

      *> Finds the case, shows it, takes the mark and a
      *> confirmation. A cleared case is closed and takes no
      *> further mark; a reviewed case can only go on to cleared.
       MARK-CASE-SECTION.
           DISPLAY "CASE NUMBER: "
           MOVE SPACES TO WS-IN-CASE
           ACCEPT WS-IN-CASE
           IF WS-IN-CASE IS NOT NUMERIC
               DISPLAY "CASE NUMBER MUST BE 6 DIGITS"
           ELSE
               MOVE WS-IN-CASE TO WS-CASE-NO
               PERFORM FIND-CASE-SECTION
               EVALUATE TRUE
                   WHEN WS-CASE-FOUND = "N"
                       DISPLAY "CASE " WS-CASE-NO " NOT ON FILE"
                   WHEN WS-FOUND-STATUS = "C"
                       DISPLAY "CASE " WS-CASE-NO " IS ALREADY "
                           "CLEARED"
                   WHEN OTHER
                       PERFORM TAKE-MARK-SECTION
               END-EVALUATE
           END-IF
           EXIT.

       FIND-CASE-SECTION.
           MOVE "N" TO WS-CASE-FOUND
           MOVE SPACE TO WS-FOUND-STATUS
           OPEN INPUT CASE-FILE
           IF WS-CASE-STATUS = "00"
               MOVE 0 TO WS-CASE-EOF
               PERFORM UNTIL WS-CASE-EOF = 1
                       OR WS-CASE-FOUND = "Y"
                   READ CASE-FILE
                       AT END MOVE 1 TO WS-CASE-EOF
                       NOT AT END
                           IF MC-CASE-NO = WS-CASE-NO
                               MOVE "Y" TO WS-CASE-FOUND
                               MOVE MC-STATUS TO WS-FOUND-STATUS
                               DISPLAY "CASE   BUS DATE RULE ACCOUNT"
                                   "  CL  S         AMOUNT COUNT "
                                   "STATUS     BY"
                               PERFORM SHOW-CASE-SECTION
                               IF MC-CASE-REVIEWED
                                   DISPLAY "REVIEWED BY "
                                       MC-REVIEWER-ID " ON "
                                       MC-REVIEW-DATE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CASE-FILE
           END-IF
           EXIT.

       TAKE-MARK-SECTION.
           DISPLAY "MARK R)EVIEWED OR C)LEARED (BLANK TO LEAVE): "
           MOVE SPACE TO WS-IN-MARK
           ACCEPT WS-IN-MARK
           MOVE SPACE TO WS-NEW-STATUS
           EVALUATE WS-IN-MARK
               WHEN "R" WHEN "r"
                   IF WS-FOUND-STATUS = "R"
                       DISPLAY "CASE " WS-CASE-NO " IS ALREADY "
                           "REVIEWED"
                   ELSE
                       MOVE "R" TO WS-NEW-STATUS
                       MOVE "REVIEWED" TO WS-MARK-WORD
                   END-IF
               WHEN "C" WHEN "c"
                   MOVE "C" TO WS-NEW-STATUS
                   MOVE "CLEARED" TO WS-MARK-WORD
               WHEN SPACE
                   DISPLAY "CASE LEFT AS IT WAS"
               WHEN OTHER
                   DISPLAY "UNKNOWN MARK - " WS-IN-MARK
           END-EVALUATE
           IF WS-NEW-STATUS NOT = SPACE
               DISPLAY "MARK CASE " WS-CASE-NO " " WS-MARK-WORD
                   " - Y/N: "
               MOVE SPACE TO WS-IN-CONFIRM
               ACCEPT WS-IN-CONFIRM
               IF WS-IN-CONFIRM = "Y" OR WS-IN-CONFIRM = "y"
                   PERFORM REWRITE-CASE-FILE-SECTION
                   IF WS-CASE-MARKED = "Y"
                       DISPLAY "CASE " WS-CASE-NO " MARKED "
                           WS-MARK-WORD
                       MOVE SPACES TO WS-AUDIT-STEP
                       IF WS-NEW-STATUS = "R"
                           STRING "CASE-REVIEW " WS-CASE-NO
                               DELIMITED BY SIZE INTO WS-AUDIT-STEP
                       ELSE
                           STRING "CASE-CLEAR " WS-CASE-NO
                               DELIMITED BY SIZE INTO WS-AUDIT-STEP
                       END-IF
                       PERFORM CALL-AUDIT-SECTION
                   END-IF
               ELSE
                   DISPLAY "NOT MARKED"
               END-IF
           END-IF
           EXIT.

      *> Builds the marked file on the scratch copy, then copies it
      *> back over the live one. The case is re-checked on the way
      *> through - if another reviewer cleared it meanwhile, nothing
      *> is changed. A failure on the copy back is shouted, because
      *> the live file may then be short; the scratch copy still
      *> holds all of it.
       REWRITE-CASE-FILE-SECTION.
           MOVE "N" TO WS-CASE-MARKED
           MOVE "N" TO WS-COPY-FAIL
           MOVE 0 TO WS-ROWS-COPIED
           OPEN INPUT CASE-FILE
           IF WS-CASE-STATUS NOT = "00"
               DISPLAY "CASE FILE OPEN FAILED - STATUS "
                   WS-CASE-STATUS " - NOTHING CHANGED"
           ELSE
               OPEN OUTPUT CASE-TEMP
               IF WS-CASETMP-STATUS NOT = "00"
                   DISPLAY "CASE SCRATCH OPEN FAILED - STATUS "
                       WS-CASETMP-STATUS " - NOTHING CHANGED"
                   CLOSE CASE-FILE
               ELSE
                   MOVE 0 TO WS-CASE-EOF
                   PERFORM UNTIL WS-CASE-EOF = 1
                           OR WS-COPY-FAIL = "Y"
                       READ CASE-FILE
                           AT END MOVE 1 TO WS-CASE-EOF
                           NOT AT END PERFORM COPY-ONE-CASE-SECTION
                       END-READ
                   END-PERFORM
                   CLOSE CASE-TEMP
                   CLOSE CASE-FILE
                   EVALUATE TRUE
                       WHEN WS-COPY-FAIL = "Y"
                           DISPLAY "CASE SCRATCH WRITE FAILED - "
                               "STATUS " WS-CASETMP-STATUS
                               " - NOTHING CHANGED"
                           MOVE "N" TO WS-CASE-MARKED
                       WHEN WS-CASE-MARKED = "N"
                           DISPLAY "CASE " WS-CASE-NO " CHANGED "
                               "SINCE IT WAS SHOWN - NOTHING CHANGED"
                       WHEN OTHER
                           PERFORM COPY-BACK-SECTION
                   END-EVALUATE
               END-IF
           END-IF
           EXIT.

       COPY-ONE-CASE-SECTION.
           IF MC-CASE-NO = WS-CASE-NO
                   AND MC-STATUS = WS-FOUND-STATUS
               MOVE WS-NEW-STATUS TO MC-STATUS
               MOVE WS-SIGNON-ID TO MC-REVIEWER-ID
               MOVE WS-DATE TO MC-REVIEW-DATE
               MOVE "Y" TO WS-CASE-MARKED
           END-IF
           MOVE CASE-RECORD TO CASE-TEMP-RECORD
           WRITE CASE-TEMP-RECORD
           IF WS-CASETMP-STATUS NOT = "00"
               MOVE "Y" TO WS-COPY-FAIL
           ELSE
               ADD 1 TO WS-ROWS-COPIED
           END-IF
           EXIT.

       COPY-BACK-SECTION.
           OPEN INPUT CASE-TEMP
           IF WS-CASETMP-STATUS NOT = "00"
               DISPLAY "CASE SCRATCH NOT READABLE - STATUS "
                   WS-CASETMP-STATUS " - NOTHING CHANGED"
               MOVE "N" TO WS-CASE-MARKED
           ELSE
               OPEN OUTPUT CASE-FILE
               IF WS-CASE-STATUS NOT = "00"
                   DISPLAY "CASE FILE REWRITE FAILED - STATUS "
                       WS-CASE-STATUS " - NOTHING CHANGED"
                   MOVE "N" TO WS-CASE-MARKED
               ELSE
                   MOVE 0 TO WS-CASE-EOF
                   PERFORM UNTIL WS-CASE-EOF = 1
                       READ CASE-TEMP
                           AT END MOVE 1 TO WS-CASE-EOF
                           NOT AT END
                               MOVE CASE-TEMP-RECORD TO CASE-RECORD
                               WRITE CASE-RECORD
                               IF WS-CASE-STATUS NOT = "00"
                                   MOVE "Y" TO WS-COPY-FAIL
                                   MOVE 1 TO WS-CASE-EOF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CASE-FILE
                   IF WS-COPY-FAIL = "Y"
                       DISPLAY "CASE FILE WRITE FAILED - STATUS "
                           WS-CASE-STATUS " - moncase.txt IS "
                           "INCOMPLETE - ALL " WS-ROWS-COPIED
                           " CASES ARE ON moncase.tmp - RECOVER "
                           "FROM IT BEFORE ACTMON RUNS"
                       MOVE "N" TO WS-CASE-MARKED
                   END-IF
               END-IF
               CLOSE CASE-TEMP
           END-IF
           EXIT.

       CALL-AUDIT-SECTION.
           MOVE 1 TO WS-AUDIT-READ
           MOVE 1 TO WS-AUDIT-VALID
           MOVE 0 TO WS-AUDIT-REJECT
           CALL 'AUDITLOG' USING WS-DESCRIPTION, WS-AUDIT-STEP,
               WS-JOB-RC, WS-AUDIT-COUNTS
           EXIT.

      *> order and the statements stream off the sorted file, so
      *> the run completes at any history volume - there is no
      *> in-storage table left to exceed.
      *> Each statement is addressed off the customer file CUSTMNT
      *> maintains and starts on a new page, with the account and
      *> page number on every page. Print-and-mail statements go to
      *> statemnt.txt, hold-at-branch statements (and any account
      *> with no name and address on file, which could not be
      *> mailed) to stmthold.txt; suppressed and no-statement
      *> accounts are counted but not produced. The run ends with a
      *> mailing control page the print room balances against.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

           SELECT HIST-SORT-FILE ASSIGN TO "histsort.tmp".

      *> Statements kept at the branch instead of mailed - same
      *> layout as statemnt.txt, handed to the branches, not the
      *> print room.
           SELECT HELD-STMT-FILE ASSIGN TO "stmthold.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HELD-STATUS.

      *> Name, address and delivery preference per account, kept by
      *> CUSTMNT. OPTIONAL - with no customer file every statement
      *> is unaddressed and held.
           SELECT OPTIONAL CUSTOMER-FILE ASSIGN TO "custaddr.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CU-ACCOUNT-ID
               FILE STATUS IS WS-CUST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-FILE.
       FD  STATEMENT-FILE.
       01  STATEMENT-RECORD       PIC X(80).

       FD  HELD-STMT-FILE.
       01  HELD-STMT-RECORD       PIC X(80).

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

      *> SS-AMOUNT is signed: D and R rows carry their magnitude
      *> and keep their sign in SS-TYPE, B rows carry the signed
      *> net itself.
       01  WS-ACCT-STARTED   PIC X(1) VALUE "N".
       01  WS-EDIT-AMOUNT    PIC -(8)9.99.

       01  WS-HELD-STATUS    PIC X(2) VALUE "00".
       01  WS-CUST-STATUS    PIC X(2) VALUE "00".
       01  WS-CUST-FOUND     PIC X(1) VALUE "N".
       01  WS-CUST-OPEN      PIC X(1) VALUE "N".
       01  WS-HELD-OPEN      PIC X(1) VALUE "N".

      *> Where the current account's statement goes - decided at
      *> the account break off the customer record.
       01  WS-STMT-DEST      PIC X(1) VALUE "P".
           88  WS-DEST-PRINT           VALUE "P".
           88  WS-DEST-HOLD            VALUE "H".
           88  WS-DEST-SUPPRESS        VALUE "S".
           88  WS-DEST-NONE            VALUE "N".
       01  WS-NO-ADDRESS     PIC X(1) VALUE "N".

      *> Page control - a statement page carries its heading and at
      *> most WS-PAGE-LINES body lines before the next page throw.
       01  WS-STMT-LINE      PIC X(80) VALUE SPACES.
       01  WS-PAGE-LINES     PIC 9(3) VALUE 50.
       01  WS-LINE-COUNT     PIC 9(3) VALUE 0.
       01  WS-STMT-PAGE      PIC 9(4) VALUE 0.
       01  WS-EDIT-PAGE      PIC Z(3)9.

      *> Mailing control totals - every account in the run is
      *> printed, held, suppressed or no-statement, so the four
      *> add back to the accounts count.
       01  WS-ACCTS-IN-RUN   PIC 9(8) VALUE 0.
       01  WS-PRINT-STMTS    PIC 9(8) VALUE 0.
       01  WS-PRINT-PAGES    PIC 9(8) VALUE 0.
       01  WS-HELD-STMTS     PIC 9(8) VALUE 0.
       01  WS-HELD-PAGES     PIC 9(8) VALUE 0.
       01  WS-NO-ADDR-STMTS  PIC 9(8) VALUE 0.
       01  WS-SUPPRESS-COUNT PIC 9(8) VALUE 0.
       01  WS-NONE-COUNT     PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-SECTION.
           DISPLAY "STATEMENT MONTH (YYYYMM): "
                   WS-STMT-STATUS
               PERFORM DRAIN-SORT-SECTION
           ELSE
               PERFORM OPEN-ROUTING-FILES-SECTION
               MOVE SPACES TO STATEMENT-RECORD
               STRING "MONTHLY STATEMENTS FOR " WS-STMT-MONTH
                   DELIMITED BY SIZE INTO STATEMENT-RECORD
               WRITE STATEMENT-RECORD
               IF WS-HELD-OPEN = "Y"
                   MOVE SPACES TO HELD-STMT-RECORD
                   STRING "HELD STATEMENTS FOR " WS-STMT-MONTH
                       " - FOR BRANCH COLLECTION, NOT FOR MAILING"
                       DELIMITED BY SIZE INTO HELD-STMT-RECORD
                   WRITE HELD-STMT-RECORD
               END-IF
               MOVE SPACES TO WS-BREAK-ACCOUNT
               MOVE 0 TO WS-SORT-EOF
               PERFORM UNTIL WS-SORT-EOF = 1
               IF WS-BREAK-ACCOUNT NOT = SPACES
                   PERFORM CLOSE-ACCOUNT-STMT-SECTION
               END-IF
               PERFORM WRITE-CONTROL-PAGE-SECTION
               CLOSE STATEMENT-FILE
               IF WS-HELD-OPEN = "Y"
                   CLOSE HELD-STMT-FILE
               END-IF
               IF WS-CUST-OPEN = "Y"
                   CLOSE CUSTOMER-FILE
               END-IF
           END-IF
           EXIT.

      *> OPTIONAL customer file - status 05 is the successful open of
      *> a file that does not exist yet; every account then reads
      *> back not found and is held unaddressed.
       OPEN-ROUTING-FILES-SECTION.
           OPEN OUTPUT HELD-STMT-FILE
           IF WS-HELD-STATUS = "00"
               MOVE "Y" TO WS-HELD-OPEN
           ELSE
               DISPLAY "HELD STATEMENT FILE OPEN FAILED - STATUS "
                   WS-HELD-STATUS " - HELD STATEMENTS NOT WRITTEN"
           END-IF
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUST-STATUS = "00" OR WS-CUST-STATUS = "05"
               MOVE "Y" TO WS-CUST-OPEN
           END-IF
           IF WS-CUST-STATUS NOT = "00"
               DISPLAY "CUSTOMER FILE NOT AVAILABLE - STATUS "
                   WS-CUST-STATUS " - STATEMENTS HELD UNADDRESSED"
           END-IF
           EXIT.

                   PERFORM CLOSE-ACCOUNT-STMT-SECTION
               END-IF
               MOVE SS-ACCOUNT-ID TO WS-BREAK-ACCOUNT
               PERFORM ROUTE-ACCOUNT-SECTION
               MOVE 0 TO WS-OPEN-POSITION
               MOVE 0 TO WS-MONTH-COUNT
               MOVE "N" TO WS-ACCT-STARTED
           END-IF
           EXIT.

      *> Decides where the account's statement goes. Suppression
      *> wins over any delivery preference; an account with no
      *> customer record - or one with no usable address - cannot
      *> be mailed, so it is held for the branch to chase.
       ROUTE-ACCOUNT-SECTION.
           ADD 1 TO WS-ACCTS-IN-RUN
           MOVE "N" TO WS-CUST-FOUND
           MOVE "N" TO WS-NO-ADDRESS
           MOVE WS-BREAK-ACCOUNT TO CU-ACCOUNT-ID
           IF WS-CUST-OPEN = "Y"
               READ CUSTOMER-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE "Y" TO WS-CUST-FOUND
               END-READ
           END-IF
           IF WS-CUST-FOUND = "N"
               MOVE SPACES TO CUSTOMER-RECORD
               MOVE WS-BREAK-ACCOUNT TO CU-ACCOUNT-ID
           END-IF
           EVALUATE TRUE
               WHEN WS-CUST-FOUND = "Y" AND CU-SUPPRESSED
                   SET WS-DEST-SUPPRESS TO TRUE
                   ADD 1 TO WS-SUPPRESS-COUNT
               WHEN WS-CUST-FOUND = "Y" AND CU-DELIVER-NONE
                   SET WS-DEST-NONE TO TRUE
                   ADD 1 TO WS-NONE-COUNT
               WHEN WS-CUST-FOUND = "N"
                       OR CU-NAME = SPACES
                       OR CU-ADDRESS-1 = SPACES
                   SET WS-DEST-HOLD TO TRUE
                   MOVE "Y" TO WS-NO-ADDRESS
                   ADD 1 TO WS-HELD-STMTS
                   ADD 1 TO WS-NO-ADDR-STMTS
               WHEN CU-DELIVER-HOLD
                   SET WS-DEST-HOLD TO TRUE
                   ADD 1 TO WS-HELD-STMTS
               WHEN OTHER
                   SET WS-DEST-PRINT TO TRUE
                   ADD 1 TO WS-PRINT-STMTS
           END-EVALUATE
           MOVE 0 TO WS-STMT-PAGE
           EXIT.

      *> A statement opens on a fresh page: heading, then the
      *> address block (blank lines closed up), then the opening
      *> position.
       OPEN-ACCOUNT-STMT-SECTION.
           PERFORM START-STMT-PAGE-SECTION
           IF WS-NO-ADDRESS = "Y"
               MOVE "  *** NO NAME AND ADDRESS ON FILE - HELD ***"
                   TO WS-STMT-LINE
               PERFORM PUT-STMT-LINE-SECTION
           ELSE
               MOVE SPACES TO WS-STMT-LINE
               STRING "  " CU-NAME DELIMITED BY SIZE
                   INTO WS-STMT-LINE
               PERFORM PUT-STMT-LINE-SECTION
               MOVE SPACES TO WS-STMT-LINE
               STRING "  " CU-ADDRESS-1 DELIMITED BY SIZE
                   INTO WS-STMT-LINE
               PERFORM PUT-STMT-LINE-SECTION
               IF CU-ADDRESS-2 NOT = SPACES
                   MOVE SPACES TO WS-STMT-LINE
                   STRING "  " CU-ADDRESS-2 DELIMITED BY SIZE
                       INTO WS-STMT-LINE
                   PERFORM PUT-STMT-LINE-SECTION
               END-IF
               IF CU-ADDRESS-3 NOT = SPACES
                   MOVE SPACES TO WS-STMT-LINE
                   STRING "  " CU-ADDRESS-3 DELIMITED BY SIZE
                       INTO WS-STMT-LINE
                   PERFORM PUT-STMT-LINE-SECTION
               END-IF
               IF CU-POSTCODE NOT = SPACES
                   MOVE SPACES TO WS-STMT-LINE
                   STRING "  " CU-POSTCODE DELIMITED BY SIZE
                       INTO WS-STMT-LINE
                   PERFORM PUT-STMT-LINE-SECTION
               END-IF
           END-IF
           MOVE SPACES TO WS-STMT-LINE
           PERFORM PUT-STMT-LINE-SECTION
           MOVE WS-OPEN-POSITION TO WS-EDIT-AMOUNT
           MOVE SPACES TO WS-STMT-LINE
           STRING "  OPENING POSITION " WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO WS-STMT-LINE
           PERFORM PUT-STMT-LINE-SECTION
           MOVE WS-OPEN-POSITION TO WS-CLOSE-POSITION
           MOVE "Y" TO WS-ACCT-STARTED
           EXIT.

       PRINT-MOVEMENT-SECTION.
           IF WS-LINE-COUNT NOT < WS-PAGE-LINES
               PERFORM START-STMT-PAGE-SECTION
               MOVE "  (CONTINUED)" TO WS-STMT-LINE
               PERFORM PUT-STMT-LINE-SECTION
           END-IF
           MOVE SS-AMOUNT TO WS-EDIT-AMOUNT
           MOVE SPACES TO WS-STMT-LINE
           STRING "  " SS-JOB-DATE
               " TYPE " SS-TYPE
               " AMOUNT " WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO WS-STMT-LINE
           PERFORM PUT-STMT-LINE-SECTION
           ADD 1 TO WS-MONTH-COUNT
           IF SS-TYPE = "R"
               SUBTRACT SS-AMOUNT FROM WS-CLOSE-POSITION
               PERFORM OPEN-ACCOUNT-STMT-SECTION
           END-IF
           MOVE WS-CLOSE-POSITION TO WS-EDIT-AMOUNT
           MOVE SPACES TO WS-STMT-LINE
           STRING "  CLOSING POSITION " WS-EDIT-AMOUNT
               " (" WS-MONTH-COUNT " MOVEMENTS IN MONTH)"
               DELIMITED BY SIZE INTO WS-STMT-LINE
           PERFORM PUT-STMT-LINE-SECTION
           EVALUATE TRUE
               WHEN WS-DEST-PRINT
                   ADD WS-STMT-PAGE TO WS-PRINT-PAGES
               WHEN WS-DEST-HOLD
                   ADD WS-STMT-PAGE TO WS-HELD-PAGES
           END-EVALUATE
           EXIT.

      *> Page throw and heading - account and page number on every
      *> page, so a page that comes loose can be put back.
       START-STMT-PAGE-SECTION.
           ADD 1 TO WS-STMT-PAGE
           MOVE WS-STMT-PAGE TO WS-EDIT-PAGE
           MOVE SPACES TO WS-STMT-LINE
           STRING "STATEMENT FOR " WS-STMT-MONTH
               "   ACCOUNT " WS-BREAK-ACCOUNT
               "   PAGE " WS-EDIT-PAGE
               DELIMITED BY SIZE INTO WS-STMT-LINE
           EVALUATE TRUE
               WHEN WS-DEST-PRINT
                   WRITE STATEMENT-RECORD FROM WS-STMT-LINE
                       AFTER ADVANCING PAGE
               WHEN WS-DEST-HOLD AND WS-HELD-OPEN = "Y"
                   WRITE HELD-STMT-RECORD FROM WS-STMT-LINE
                       AFTER ADVANCING PAGE
           END-EVALUATE
           MOVE SPACES TO WS-STMT-LINE
           PERFORM PUT-STMT-LINE-SECTION
           MOVE 0 TO WS-LINE-COUNT
           EXIT.

      *> Every statement body line goes through here to whichever
      *> file the account was routed to - nothing is written for a
      *> suppressed or no-statement account.
       PUT-STMT-LINE-SECTION.
           EVALUATE TRUE
               WHEN WS-DEST-PRINT
                   WRITE STATEMENT-RECORD FROM WS-STMT-LINE
               WHEN WS-DEST-HOLD AND WS-HELD-OPEN = "Y"
                   WRITE HELD-STMT-RECORD FROM WS-STMT-LINE
           END-EVALUATE
           ADD 1 TO WS-LINE-COUNT
           EXIT.

      *> The print room's balancing page, last in statemnt.txt -
      *> statements and pages per destination, and what was left
      *> out and why.
       WRITE-CONTROL-PAGE-SECTION.
           MOVE SPACES TO WS-STMT-LINE
           STRING "MAILING CONTROL - STATEMENTS FOR " WS-STMT-MONTH
               DELIMITED BY SIZE INTO WS-STMT-LINE
           WRITE STATEMENT-RECORD FROM WS-STMT-LINE
               AFTER ADVANCING PAGE
           MOVE SPACES TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           MOVE SPACES TO STATEMENT-RECORD
           STRING "  ACCOUNTS IN RUN              " WS-ACCTS-IN-RUN
               DELIMITED BY SIZE INTO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           MOVE SPACES TO STATEMENT-RECORD
           STRING "  STATEMENTS FOR MAILING       " WS-PRINT-STMTS
               "   PAGES " WS-PRINT-PAGES
               DELIMITED BY SIZE INTO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           MOVE SPACES TO STATEMENT-RECORD
           STRING "  STATEMENTS HELD (stmthold)   " WS-HELD-STMTS
               "   PAGES " WS-HELD-PAGES
               DELIMITED BY SIZE INTO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           MOVE SPACES TO STATEMENT-RECORD
           STRING "    OF WHICH NO ADDRESS        " WS-NO-ADDR-STMTS
               DELIMITED BY SIZE INTO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           MOVE SPACES TO STATEMENT-RECORD
           STRING "  SUPPRESSED                   " WS-SUPPRESS-COUNT
               DELIMITED BY SIZE INTO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           MOVE SPACES TO STATEMENT-RECORD
           STRING "  NO STATEMENT (DELIVERY NONE) " WS-NONE-COUNT
               DELIMITED BY SIZE INTO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           DISPLAY "STATEMENTS FOR MAILING " WS-PRINT-STMTS
               " PAGES " WS-PRINT-PAGES
           DISPLAY "STATEMENTS HELD " WS-HELD-STMTS
               " PAGES " WS-HELD-PAGES " (NO ADDRESS "
               WS-NO-ADDR-STMTS ")"
           DISPLAY "SUPPRESSED " WS-SUPPRESS-COUNT
               " NO STATEMENT " WS-NONE-COUNT
           EXIT.

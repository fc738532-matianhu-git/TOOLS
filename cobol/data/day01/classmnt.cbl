      *> change and delete prefix/class entries with validation - no
      *> duplicate prefixes, numeric class codes - so a new customer
      *> prefix is a parameter change instead of a recompile.
      *> Every prefix whose effective class the save changes - added,
      *> repointed or deleted (an unlisted prefix is class 999) - is
      *> logged to classchg.txt with the old and new class, so
      *> GLPROOF can flag accounts whose earlier balances the ledger
      *> still carries under the old class.
      *> The balances those prefixes' accounts carry at that moment
      *> are everything fed under the old class, so the same save
      *> appends one balanced transfer group to glrecl.txt - each
      *> moved prefix's balance out of its old class and into its
      *> new one - for the ledger side to journal across and for
      *> GLPROOF to count in the position sent. The save is made
      *> under FILEDEMO's run lock, so no run posts between the
      *> balances being read and the new table taking effect, and
      *> is refused while a run holds it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLASSTAB-STATUS.

      *> Cumulative class-change log - one row per prefix changed
      *> by a save.
           SELECT CLASS-CHANGE-FILE ASSIGN TO "classchg.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLASSCHG-STATUS.

      *> OPTIONAL, like GLPROOF's - no master yet is no balances to
      *> move.
           SELECT OPTIONAL ACCOUNT-MASTER ASSIGN TO "acctmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AM-ACCOUNT-ID
               FILE STATUS IS WS-MASTER-STATUS.

      *> Ledger interface for reclassified balances - one header/
      *> detail/trailer group per save that moves a balance, in
      *> glfile.txt's layout, kept cumulative like glrel.txt.
           SELECT GL-RECLASS-FILE ASSIGN TO "glrecl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.

      *> FILEDEMO's active-run lock.
           SELECT RUN-LOCK-FILE ASSIGN TO "runlock.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLASS-PARAM-FILE.
           05  CF-PREFIX          PIC X(1).
           05  CF-CLASS           PIC 9(3).

       FD  CLASS-CHANGE-FILE.
       01  CLASS-CHANGE-RECORD.
           05  CH-DATE            PIC 9(8).
           05  FILLER             PIC X(1).
           05  CH-TIME            PIC 9(8).
           05  FILLER             PIC X(1).
           05  CH-PREFIX          PIC X(1).
           05  FILLER             PIC X(1).
           05  CH-OLD-CLASS       PIC 9(3).
           05  FILLER             PIC X(1).
           05  CH-NEW-CLASS       PIC 9(3).
           05  FILLER             PIC X(1).
           05  CH-OPERATOR-ID     PIC X(8).

       FD  ACCOUNT-MASTER.
       01  ACCOUNT-MASTER-RECORD.
           05  AM-ACCOUNT-ID      PIC X(8).
           05  AM-BALANCE         PIC S9(9)V99.
           05  AM-LAST-DATE       PIC 9(8).
           05  AM-MOVEMENT-COUNT  PIC 9(8).
           05  AM-STATUS          PIC X(1).
           05  AM-TITLE           PIC X(30).
           05  AM-OPEN-DATE       PIC 9(8).
           05  AM-CLOSE-DATE      PIC 9(8).

       FD  GL-RECLASS-FILE.
       01  GL-RECORD              PIC X(40).

       FD  RUN-LOCK-FILE.
       01  RUN-LOCK-RECORD.
           05  LK-STATE           PIC X(1).
           05  FILLER             PIC X(1).
           05  LK-OPERATOR        PIC X(8).
           05  FILLER             PIC X(1).
           05  LK-DATE            PIC 9(8).
           05  FILLER             PIC X(1).
           05  LK-TIME            PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-CLASSTAB-STATUS PIC X(2) VALUE "00".
       01  WS-CLASSCHG-STATUS PIC X(2) VALUE "00".
       01  WS-MASTER-STATUS  PIC X(2) VALUE "00".
       01  WS-GL-STATUS      PIC X(2) VALUE "00".
       01  WS-LOCK-STATUS    PIC X(2) VALUE "00".
       01  WS-MASTER-EOF     PIC 9(1) VALUE 0.
      *> Same shape and limit as FILEDEMO's WS-CLASS-TABLE.
       01  WS-CLASS-LIMIT    PIC 9(2) VALUE 50.
       01  WS-CLASS-COUNT    PIC 9(2) VALUE 0.
       01  WS-IN-CLASS       PIC X(3).
       01  WS-CHANGED        PIC X(1) VALUE "N".

      *> The table as FILEDEMO classified by before this session -
      *> what was on file, or FILEDEMO's built-in three entries
      *> when there was no file - kept to log what the save changes.
       01  WS-BEFORE-COUNT   PIC 9(2) VALUE 0.
       01  WS-BEFORE-TABLE.
           05  WS-BEFORE-ENTRY OCCURS 50 TIMES.
               10  WS-BEFORE-PREFIX PIC X(1).
               10  WS-BEFORE-CODE   PIC 9(3).
       01  WS-BEFORE-IDX     PIC 9(2) VALUE 0.
       01  WS-LOOK-PREFIX    PIC X(1) VALUE SPACE.
       01  WS-LOOK-BEFORE    PIC 9(3) VALUE 0.
       01  WS-LOOK-AFTER     PIC 9(3) VALUE 0.
       01  WS-LOG-DATE       PIC 9(8) VALUE 0.
       01  WS-LOG-TIME       PIC 9(8) VALUE 0.
       01  WS-LOG-COUNT      PIC 9(4) VALUE 0.
       01  WS-LOG-OK         PIC X(1) VALUE "Y".
       01  WS-SAVE-OK        PIC X(1) VALUE "Y".

      *> Every prefix whose class the save changes, with the master
      *> balances that move with it. Room for every prefix listed
      *> before and after.
       01  WS-MOVED-COUNT    PIC 9(3) VALUE 0.
       01  WS-MOVED-IDX      PIC 9(3) VALUE 0.
       01  WS-MOVED-TABLE.
           05  WS-MOVED-ENTRY OCCURS 100 TIMES.
               10  MV-PREFIX        PIC X(1).
               10  MV-OLD-CLASS     PIC 9(3).
               10  MV-NEW-CLASS     PIC 9(3).
               10  MV-ACCOUNTS      PIC 9(8).
               10  MV-BALANCE       PIC S9(11)V99.

      *> The transfer group, in the layout FILEDEMO and HELDREL
      *> write.
       01  WS-GL-OPEN        PIC X(1) VALUE "N".
       01  WS-GL-DETAILS     PIC 9(3) VALUE 0.
       01  WS-GL-TOT-COUNT   PIC 9(8) VALUE 0.
       01  WS-GL-TOT-AMOUNT  PIC S9(11)V99 VALUE 0.
       01  WS-GL-ROW-CLASS   PIC 9(3) VALUE 0.
       01  WS-GL-ROW-COUNT   PIC 9(8) VALUE 0.
       01  WS-GL-ROW-AMT     PIC S9(11)V99 VALUE 0.
       01  WS-GL-HEADER-REC.
           05  GLH-RECORD-TYPE  PIC X(1).
           05  GLH-RUN-DATE     PIC 9(8).
           05  GLH-JOB-NAME     PIC X(8).
           05  GLH-OPERATOR     PIC X(8).
       01  WS-GL-DETAIL-REC.
           05  GLD-RECORD-TYPE  PIC X(1).
           05  GLD-RUN-DATE     PIC 9(8).
           05  GLD-CLASS        PIC 9(3).
           05  GLD-REC-COUNT    PIC 9(8).
           05  GLD-DC-IND       PIC X(1).
           05  GLD-AMOUNT       PIC 9(9)V99.
       01  WS-GL-TRAILER-REC.
           05  GLT-RECORD-TYPE  PIC X(1).
           05  GLT-DETAIL-COUNT PIC 9(3).
           05  GLT-REC-COUNT    PIC 9(8).
           05  GLT-DC-IND       PIC X(1).
           05  GLT-AMOUNT       PIC 9(11)V99.

      *> The run lock, taken for the length of a save that moves a
      *> class.
       01  WS-LOCK-ACTIVE    PIC X(1) VALUE "N".
       01  WS-LOCK-HELD      PIC X(1) VALUE "N".
       01  WS-LOCK-OPERATOR  PIC X(8) VALUE SPACES.

      *> Operator sign-on via the shared OPERSIGN password check -
      *> function "C" is classification-table authority.
       01  WS-SIGNON-ID      PIC X(8) VALUE SPACES.
       01  WS-SIGNON-OK      PIC X(1) VALUE "N".
               SET WS-OPERATOR-DONE TO TRUE
           ELSE
               MOVE "C" TO WS-AUTH-FUNCTION
               CALL 'OPERSIGN' USING WS-SIGNON-ID, WS-AUTH-FUNCTION,
                   WS-AUTH-NAME, WS-AUTH-RC
               EVALUATE WS-AUTH-RC
                   WHEN 00
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
           OPEN INPUT CLASS-PARAM-FILE
           IF WS-CLASSTAB-STATUS NOT = "00"
               DISPLAY "NO EXISTING classtab.txt - STARTING EMPTY"
               MOVE 3 TO WS-BEFORE-COUNT
               MOVE "1" TO WS-BEFORE-PREFIX(1)
               MOVE 100 TO WS-BEFORE-CODE(1)
               MOVE "2" TO WS-BEFORE-PREFIX(2)
               MOVE 200 TO WS-BEFORE-CODE(2)
               MOVE "3" TO WS-BEFORE-PREFIX(3)
               MOVE 300 TO WS-BEFORE-CODE(3)
           ELSE
               MOVE 0 TO WS-CLASS-EOF
               PERFORM UNTIL WS-CLASS-EOF = 1
               END-PERFORM
               CLOSE CLASS-PARAM-FILE
               DISPLAY "LOADED " WS-CLASS-COUNT " ENTRIES"
               MOVE WS-CLASS-COUNT TO WS-BEFORE-COUNT
               MOVE WS-CLASS-TABLE TO WS-BEFORE-TABLE
           END-IF
           EXIT.

           END-EVALUATE
           EXIT.

      *> A save that moves a prefix to another class is made under
      *> the run lock, with its balances read and its transfer group
      *> ready to go, or not made at all - the new table without the
      *> transfer would leave the ledger proving the moved balances
      *> under the class they left.
       SAVE-CLASS-TABLE-SECTION.
           ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD
           ACCEPT WS-LOG-TIME FROM TIME
           MOVE "Y" TO WS-SAVE-OK
           PERFORM COLLECT-CHANGES-SECTION
           IF WS-MOVED-COUNT > 0
               PERFORM CHECK-RUN-LOCK-SECTION
               IF WS-LOCK-ACTIVE = "Y"
                   DISPLAY "A RUN IS ACTIVE (OPERATOR "
                       WS-LOCK-OPERATOR ") - CHANGES NOT SAVED"
                   MOVE "N" TO WS-SAVE-OK
               ELSE
                   PERFORM TAKE-RUN-LOCK-SECTION
               END-IF
               IF WS-SAVE-OK = "Y"
                   PERFORM SUM-MOVED-BALANCES-SECTION
               END-IF
               IF WS-SAVE-OK = "Y"
                   PERFORM OPEN-RECLASS-FEED-SECTION
               END-IF
           END-IF
           IF WS-SAVE-OK = "Y"
               OPEN OUTPUT CLASS-PARAM-FILE
               IF WS-CLASSTAB-STATUS NOT = "00"
                   DISPLAY "classtab.txt OPEN FAILED - STATUS "
                       WS-CLASSTAB-STATUS " - CHANGES NOT SAVED"
                   MOVE "N" TO WS-SAVE-OK
               ELSE
                   PERFORM VARYING WS-CLASS-IDX FROM 1 BY 1
                           UNTIL WS-CLASS-IDX > WS-CLASS-COUNT
                       MOVE WS-CLASS-PREFIX(WS-CLASS-IDX) TO CF-PREFIX
                       MOVE WS-CLASS-CODE(WS-CLASS-IDX) TO CF-CLASS
                       WRITE CLASS-PARAM-RECORD
                   END-PERFORM
                   CLOSE CLASS-PARAM-FILE
                   DISPLAY "SAVED " WS-CLASS-COUNT " ENTRIES TO "
                       "classtab.txt"
               END-IF
           END-IF
           IF WS-GL-OPEN = "Y"
               IF WS-SAVE-OK = "Y"
                   PERFORM WRITE-RECLASS-GROUP-SECTION
               END-IF
               CLOSE GL-RECLASS-FILE
               MOVE "N" TO WS-GL-OPEN
           END-IF
           IF WS-SAVE-OK = "Y"
               PERFORM LOG-CLASS-CHANGES-SECTION
           END-IF
           PERFORM DROP-RUN-LOCK-SECTION
           EXIT.

      *> Compares the table being saved with the one classified by
      *> before, prefix by prefix - first every prefix that was
      *> listed, then every prefix newly listed - and keeps each
      *> whose class is different. An add deleted again in the same
      *> session changes nothing.
       COLLECT-CHANGES-SECTION.
           MOVE 0 TO WS-MOVED-COUNT
           PERFORM VARYING WS-BEFORE-IDX FROM 1 BY 1
                   UNTIL WS-BEFORE-IDX > WS-BEFORE-COUNT
               MOVE WS-BEFORE-PREFIX(WS-BEFORE-IDX)
                   TO WS-LOOK-PREFIX
               PERFORM COLLECT-ONE-PREFIX-SECTION
           END-PERFORM
           PERFORM VARYING WS-FOUND-IDX FROM 1 BY 1
                   UNTIL WS-FOUND-IDX > WS-CLASS-COUNT
               MOVE WS-CLASS-PREFIX(WS-FOUND-IDX)
                   TO WS-LOOK-PREFIX
               PERFORM LOOK-UP-BEFORE-SECTION
               IF WS-BEFORE-IDX = 0
                   PERFORM COLLECT-ONE-PREFIX-SECTION
               END-IF
           END-PERFORM
           EXIT.

      *> Appends a row for each collected change.
       LOG-CLASS-CHANGES-SECTION.
           MOVE 0 TO WS-LOG-COUNT
           MOVE "Y" TO WS-LOG-OK
           OPEN INPUT CLASS-CHANGE-FILE
           IF WS-CLASSCHG-STATUS = "00"
               CLOSE CLASS-CHANGE-FILE
               OPEN EXTEND CLASS-CHANGE-FILE
           ELSE
               OPEN OUTPUT CLASS-CHANGE-FILE
           END-IF
           IF WS-CLASSCHG-STATUS NOT = "00"
               DISPLAY "classchg.txt OPEN FAILED - STATUS "
                   WS-CLASSCHG-STATUS " - CLASS CHANGES NOT LOGGED"
           ELSE
               PERFORM VARYING WS-MOVED-IDX FROM 1 BY 1
                       UNTIL WS-MOVED-IDX > WS-MOVED-COUNT
                   PERFORM LOG-ONE-CHANGE-SECTION
               END-PERFORM
               CLOSE CLASS-CHANGE-FILE
               IF WS-LOG-OK = "Y"
                   DISPLAY WS-LOG-COUNT " CLASS CHANGES LOGGED TO "
                       "classchg.txt"
               END-IF
           END-IF
           EXIT.

      *> Sets WS-BEFORE-IDX to the before-table entry for
      *> WS-LOOK-PREFIX, or 0.
       LOOK-UP-BEFORE-SECTION.
           MOVE 0 TO WS-BEFORE-IDX
           PERFORM VARYING WS-CLASS-IDX FROM 1 BY 1
                   UNTIL WS-CLASS-IDX > WS-BEFORE-COUNT
                       OR WS-BEFORE-IDX > 0
               IF WS-LOOK-PREFIX = WS-BEFORE-PREFIX(WS-CLASS-IDX)
                   MOVE WS-CLASS-IDX TO WS-BEFORE-IDX
               END-IF
           END-PERFORM
           EXIT.

       COLLECT-ONE-PREFIX-SECTION.
           MOVE 999 TO WS-LOOK-BEFORE
           MOVE 999 TO WS-LOOK-AFTER
           PERFORM VARYING WS-CLASS-IDX FROM 1 BY 1
                   UNTIL WS-CLASS-IDX > WS-BEFORE-COUNT
               IF WS-LOOK-PREFIX = WS-BEFORE-PREFIX(WS-CLASS-IDX)
                   MOVE WS-BEFORE-CODE(WS-CLASS-IDX) TO WS-LOOK-BEFORE
               END-IF
           END-PERFORM
           PERFORM VARYING WS-CLASS-IDX FROM 1 BY 1
                   UNTIL WS-CLASS-IDX > WS-CLASS-COUNT
               IF WS-LOOK-PREFIX = WS-CLASS-PREFIX(WS-CLASS-IDX)
                   MOVE WS-CLASS-CODE(WS-CLASS-IDX) TO WS-LOOK-AFTER
               END-IF
           END-PERFORM
           IF WS-LOOK-BEFORE NOT = WS-LOOK-AFTER
               ADD 1 TO WS-MOVED-COUNT
               MOVE WS-LOOK-PREFIX TO MV-PREFIX(WS-MOVED-COUNT)
               MOVE WS-LOOK-BEFORE TO MV-OLD-CLASS(WS-MOVED-COUNT)
               MOVE WS-LOOK-AFTER TO MV-NEW-CLASS(WS-MOVED-COUNT)
               MOVE 0 TO MV-ACCOUNTS(WS-MOVED-COUNT)
               MOVE 0 TO MV-BALANCE(WS-MOVED-COUNT)
           END-IF
           EXIT.

       LOG-ONE-CHANGE-SECTION.
           MOVE SPACES TO CLASS-CHANGE-RECORD
           MOVE WS-LOG-DATE TO CH-DATE
           MOVE WS-LOG-TIME TO CH-TIME
           MOVE MV-PREFIX(WS-MOVED-IDX) TO CH-PREFIX
           MOVE MV-OLD-CLASS(WS-MOVED-IDX) TO CH-OLD-CLASS
           MOVE MV-NEW-CLASS(WS-MOVED-IDX) TO CH-NEW-CLASS
           MOVE WS-SIGNON-ID TO CH-OPERATOR-ID
           WRITE CLASS-CHANGE-RECORD
           IF WS-CLASSCHG-STATUS NOT = "00"
               IF WS-LOG-OK = "Y"
                   DISPLAY "classchg.txt WRITE FAILED - STATUS "
                       WS-CLASSCHG-STATUS " - LOG INCOMPLETE"
               END-IF
               MOVE "N" TO WS-LOG-OK
           ELSE
               ADD 1 TO WS-LOG-COUNT
               DISPLAY "  PREFIX " MV-PREFIX(WS-MOVED-IDX) " CLASS "
                   MV-OLD-CLASS(WS-MOVED-IDX) " -> "
                   MV-NEW-CLASS(WS-MOVED-IDX)
           END-IF
           EXIT.

      *> Adds every master account's balance to the moved prefix it
      *> falls under. No master yet is nothing to move; a master
      *> that cannot be read refuses the save rather than move a
      *> class without its balances.
       SUM-MOVED-BALANCES-SECTION.
           OPEN INPUT ACCOUNT-MASTER
           IF WS-MASTER-STATUS NOT = "00" AND NOT = "05"
               DISPLAY "acctmast.dat OPEN FAILED - STATUS "
                   WS-MASTER-STATUS " - CHANGES NOT SAVED"
               MOVE "N" TO WS-SAVE-OK
           ELSE
               MOVE 0 TO WS-MASTER-EOF
               PERFORM UNTIL WS-MASTER-EOF = 1
                   READ ACCOUNT-MASTER
                       AT END MOVE 1 TO WS-MASTER-EOF
                       NOT AT END PERFORM SUM-ONE-ACCOUNT-SECTION
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-MASTER
           END-IF
           EXIT.

       SUM-ONE-ACCOUNT-SECTION.
           PERFORM VARYING WS-MOVED-IDX FROM 1 BY 1
                   UNTIL WS-MOVED-IDX > WS-MOVED-COUNT
               IF AM-ACCOUNT-ID(1:1) = MV-PREFIX(WS-MOVED-IDX)
                   ADD 1 TO MV-ACCOUNTS(WS-MOVED-IDX)
                   ADD AM-BALANCE TO MV-BALANCE(WS-MOVED-IDX)
               END-IF
           END-PERFORM
           EXIT.

      *> Opened before classtab.txt is rewritten, so a feed that
      *> cannot take the transfer stops the save.
       OPEN-RECLASS-FEED-SECTION.
           OPEN INPUT GL-RECLASS-FILE
           IF WS-GL-STATUS = "00"
               CLOSE GL-RECLASS-FILE
               OPEN EXTEND GL-RECLASS-FILE
           ELSE
               OPEN OUTPUT GL-RECLASS-FILE
           END-IF
           IF WS-GL-STATUS NOT = "00"
               DISPLAY "glrecl.txt OPEN FAILED - STATUS "
                   WS-GL-STATUS " - CHANGES NOT SAVED"
               MOVE "N" TO WS-SAVE-OK
           ELSE
               MOVE "Y" TO WS-GL-OPEN
           END-IF
           EXIT.

      *> One group for the save: each moved prefix carrying a
      *> balance gives a pair of rows, the balance out of the old
      *> class and into the new, so the group nets to zero. Moves
      *> with nothing on the master write no group.
       WRITE-RECLASS-GROUP-SECTION.
           MOVE 0 TO WS-GL-DETAILS
           MOVE 0 TO WS-GL-TOT-COUNT
           MOVE 0 TO WS-GL-TOT-AMOUNT
           PERFORM VARYING WS-MOVED-IDX FROM 1 BY 1
                   UNTIL WS-MOVED-IDX > WS-MOVED-COUNT
               IF MV-BALANCE(WS-MOVED-IDX) NOT = 0
                   ADD 2 TO WS-GL-DETAILS
               END-IF
           END-PERFORM
           IF WS-GL-DETAILS > 0
               MOVE 0 TO WS-GL-DETAILS
               MOVE SPACES TO WS-GL-HEADER-REC
               MOVE "1" TO GLH-RECORD-TYPE
               MOVE WS-LOG-DATE TO GLH-RUN-DATE
               MOVE "CLASSMNT" TO GLH-JOB-NAME
               MOVE WS-SIGNON-ID TO GLH-OPERATOR
               MOVE WS-GL-HEADER-REC TO GL-RECORD
               WRITE GL-RECORD
               PERFORM VARYING WS-MOVED-IDX FROM 1 BY 1
                       UNTIL WS-MOVED-IDX > WS-MOVED-COUNT
                   IF MV-BALANCE(WS-MOVED-IDX) NOT = 0
                       MOVE MV-OLD-CLASS(WS-MOVED-IDX)
                           TO WS-GL-ROW-CLASS
                       MOVE MV-ACCOUNTS(WS-MOVED-IDX)
                           TO WS-GL-ROW-COUNT
                       COMPUTE WS-GL-ROW-AMT =
                           0 - MV-BALANCE(WS-MOVED-IDX)
                       PERFORM WRITE-GL-ROW-SECTION
                       MOVE MV-NEW-CLASS(WS-MOVED-IDX)
                           TO WS-GL-ROW-CLASS
                       MOVE MV-BALANCE(WS-MOVED-IDX) TO WS-GL-ROW-AMT
                       PERFORM WRITE-GL-ROW-SECTION
                   END-IF
               END-PERFORM
               MOVE SPACES TO WS-GL-TRAILER-REC
               MOVE "9" TO GLT-RECORD-TYPE
               MOVE WS-GL-DETAILS TO GLT-DETAIL-COUNT
               MOVE WS-GL-TOT-COUNT TO GLT-REC-COUNT
               IF WS-GL-TOT-AMOUNT < 0
                   MOVE "C" TO GLT-DC-IND
               ELSE
                   MOVE "D" TO GLT-DC-IND
               END-IF
               MOVE WS-GL-TOT-AMOUNT TO GLT-AMOUNT
               MOVE WS-GL-TRAILER-REC TO GL-RECORD
               WRITE GL-RECORD
               IF WS-GL-STATUS NOT = "00"
                   DISPLAY "glrecl.txt WRITE FAILED - STATUS "
                       WS-GL-STATUS " - TRANSFER INCOMPLETE"
               ELSE
                   DISPLAY "TRANSFER GROUP OF " WS-GL-DETAILS
                       " ROWS WRITTEN TO glrecl.txt"
               END-IF
           END-IF
           EXIT.

       WRITE-GL-ROW-SECTION.
           MOVE "2" TO GLD-RECORD-TYPE
           MOVE WS-LOG-DATE TO GLD-RUN-DATE
           MOVE WS-GL-ROW-CLASS TO GLD-CLASS
           MOVE WS-GL-ROW-COUNT TO GLD-REC-COUNT
           IF WS-GL-ROW-AMT < 0
               MOVE "C" TO GLD-DC-IND
               COMPUTE GLD-AMOUNT = 0 - WS-GL-ROW-AMT
           ELSE
               MOVE "D" TO GLD-DC-IND
               MOVE WS-GL-ROW-AMT TO GLD-AMOUNT
           END-IF
           MOVE SPACES TO GL-RECORD
           MOVE WS-GL-DETAIL-REC TO GL-RECORD
           WRITE GL-RECORD
           ADD 1 TO WS-GL-DETAILS
           ADD WS-GL-ROW-COUNT TO WS-GL-TOT-COUNT
           ADD WS-GL-ROW-AMT TO WS-GL-TOT-AMOUNT
           EXIT.

       CHECK-RUN-LOCK-SECTION.
           MOVE "N" TO WS-LOCK-ACTIVE
           OPEN INPUT RUN-LOCK-FILE
           IF WS-LOCK-STATUS = "00"
               READ RUN-LOCK-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF LK-STATE = "A"
                           MOVE "Y" TO WS-LOCK-ACTIVE
                           MOVE LK-OPERATOR TO WS-LOCK-OPERATOR
                       END-IF
               END-READ
               CLOSE RUN-LOCK-FILE
           END-IF
           EXIT.

      *> Takes the run lock for the length of the save, so a
      *> FILEDEMO started meanwhile refuses rather than posting
      *> under a table about to change. A lock that cannot be taken
      *> refuses the save.
       TAKE-RUN-LOCK-SECTION.
           OPEN OUTPUT RUN-LOCK-FILE
           IF WS-LOCK-STATUS NOT = "00"
               DISPLAY "RUN LOCK OPEN FAILED - STATUS "
                   WS-LOCK-STATUS " - CHANGES NOT SAVED"
               MOVE "N" TO WS-SAVE-OK
           ELSE
               MOVE SPACES TO RUN-LOCK-RECORD
               MOVE "A" TO LK-STATE
               MOVE WS-SIGNON-ID TO LK-OPERATOR
               MOVE WS-LOG-DATE TO LK-DATE
               MOVE WS-LOG-TIME TO LK-TIME
               WRITE RUN-LOCK-RECORD
               CLOSE RUN-LOCK-FILE
               MOVE "Y" TO WS-LOCK-HELD
           END-IF
           EXIT.

       DROP-RUN-LOCK-SECTION.
           IF WS-LOCK-HELD = "Y"
               OPEN OUTPUT RUN-LOCK-FILE
               IF WS-LOCK-STATUS NOT = "00"
                   DISPLAY "RUN LOCK RELEASE FAILED - STATUS "
                       WS-LOCK-STATUS
               ELSE
                   MOVE SPACES TO RUN-LOCK-RECORD
                   MOVE "R" TO LK-STATE
                   MOVE WS-SIGNON-ID TO LK-OPERATOR
                   MOVE WS-LOG-DATE TO LK-DATE
                   MOVE WS-LOG-TIME TO LK-TIME
                   WRITE RUN-LOCK-RECORD
                   CLOSE RUN-LOCK-FILE
                   MOVE "N" TO WS-LOCK-HELD
               END-IF
           END-IF
           EXIT.

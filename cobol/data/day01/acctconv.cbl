       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTCONV.

      *> One-time conversion of the account master from its original
      *> 35-byte layout (account, balance, last activity date and
      *> movement count) to the current 82-byte layout that carries
      *> status, title and open/close dates. Before the run the
      *> operator renames the old acctmast.dat, with its index, to
      *> acctmast.old; that copy is kept as the fallback, since
      *> GENBKUP's generations only begin after the conversion.
      *> Every account is unloaded in key order and reloaded open
      *> (status O), untitled, with zero open and close dates -
      *> GLPROOF takes a zero open date as opened before every
      *> prefix change. The counts and balance totals read and
      *> written are shown for proof and must agree.
      *> Refused (condition code 8) while a FILEDEMO run holds the
      *> files, when acctmast.old is missing, or when an
      *> acctmast.dat is already there - a master is never
      *> converted over.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> The master as it stood, renamed aside.
           SELECT OLD-MASTER ASSIGN TO "acctmast.old"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OM-ACCOUNT-ID
               FILE STATUS IS WS-OLD-STATUS.

           SELECT ACCOUNT-MASTER ASSIGN TO "acctmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AM-ACCOUNT-ID
               FILE STATUS IS WS-MASTER-STATUS.

      *> FILEDEMO's active-run lock - nothing is converted under a
      *> run that has the master open.
           SELECT RUN-LOCK-FILE ASSIGN TO "runlock.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.

      *> The same run-parameter file FILEDEMO reads - the audit row
      *> should name the operator who set the day up, not a
      *> hardcoded id.
           SELECT RUN-PARAM-FILE ASSIGN TO "runparm.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNPARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> The original layout.
       FD  OLD-MASTER.
       01  OLD-MASTER-RECORD.
           05  OM-ACCOUNT-ID      PIC X(8).
           05  OM-BALANCE         PIC S9(9)V99.
           05  OM-LAST-DATE       PIC 9(8).
           05  OM-MOVEMENT-COUNT  PIC 9(8).

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

       FD  RUN-LOCK-FILE.
       01  RUN-LOCK-RECORD.
           05  LK-STATE           PIC X(1).
           05  FILLER             PIC X(1).
           05  LK-OPERATOR        PIC X(8).
           05  FILLER             PIC X(1).
           05  LK-DATE            PIC 9(8).
           05  FILLER             PIC X(1).
           05  LK-TIME            PIC 9(8).

       FD  RUN-PARAM-FILE.
       01  RUN-PARAM-RECORD.
           05  RP-INPUT-DSN       PIC X(44).
           05  RP-CHKPT-INTERVAL  PIC 9(4).
           05  RP-OPERATOR-ID     PIC X(8).
           05  RP-RUN-MODE        PIC X(1).

       WORKING-STORAGE SECTION.
       01  WS-OLD-STATUS     PIC X(2) VALUE "00".
       01  WS-MASTER-STATUS  PIC X(2) VALUE "00".
       01  WS-LOCK-STATUS    PIC X(2) VALUE "00".
       01  WS-RUNPARM-STATUS PIC X(2) VALUE "00".
       01  WS-DATE           PIC 9(8).
       01  WS-JOB-RC         PIC 9(2) VALUE 0.
       01  WS-OLD-EOF        PIC 9(1) VALUE 0.
       01  WS-LOCK-ACTIVE    PIC X(1) VALUE "N".
       01  WS-LOCK-OPERATOR  PIC X(8) VALUE SPACES.

      *> Proof totals - what came off the old master against what
      *> went onto the new one.
       01  WS-ACCOUNTS-READ  PIC 9(8) VALUE 0.
       01  WS-ACCOUNTS-WRITTEN PIC 9(8) VALUE 0.
       01  WS-BALANCE-READ   PIC S9(11)V99 VALUE 0.
       01  WS-BALANCE-WRITTEN PIC S9(11)V99 VALUE 0.
       01  WS-EDIT-AMOUNT    PIC -(10)9.99.

      *> Step-level audit trail, same shape every other job leaves.
       01  WS-AUDIT-STEP     PIC X(20) VALUE SPACES.
       01  WS-AUDIT-COUNTS.
           05  WS-AUDIT-READ    PIC 9(8) VALUE 0.
           05  WS-AUDIT-VALID   PIC 9(8) VALUE 0.
           05  WS-AUDIT-REJECT  PIC 9(8) VALUE 0.

       COPY "ABC.COPY".

       PROCEDURE DIVISION.
       MAIN-SECTION.
           DISPLAY "ACCOUNT MASTER LAYOUT CONVERSION"
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           MOVE WS-DATE TO WS-HDR-RUN-DATE
           MOVE "ACCTCONV" TO WS-HDR-JOB-NAME
           MOVE "OPER01" TO WS-HDR-OPERATOR-ID
           PERFORM READ-OPERATOR-SECTION

           PERFORM CHECK-RUN-LOCK-SECTION
           IF WS-LOCK-ACTIVE = "Y"
               DISPLAY "A FILEDEMO RUN IS ACTIVE (OPERATOR "
                   WS-LOCK-OPERATOR ") - CONVERSION REFUSED"
               MOVE 8 TO WS-JOB-RC
               PERFORM END-RUN-SECTION
           END-IF

      *> Status 35 is the only answer that lets the run go on - any
      *> other means there is already a master under the live name.
           OPEN INPUT ACCOUNT-MASTER
           IF WS-MASTER-STATUS NOT = "35"
               IF WS-MASTER-STATUS = "00"
                   CLOSE ACCOUNT-MASTER
               END-IF
               DISPLAY "ACCTMAST.DAT ALREADY EXISTS (STATUS "
                   WS-MASTER-STATUS ") - RENAME THE OLD MASTER TO "
                   "ACCTMAST.OLD FIRST - CONVERSION REFUSED"
               MOVE 8 TO WS-JOB-RC
               PERFORM END-RUN-SECTION
           END-IF

           OPEN INPUT OLD-MASTER
           IF WS-OLD-STATUS NOT = "00"
               DISPLAY "ACCTMAST.OLD OPEN FAILED - STATUS "
                   WS-OLD-STATUS " - CONVERSION REFUSED"
               MOVE 8 TO WS-JOB-RC
               PERFORM END-RUN-SECTION
           END-IF

           OPEN OUTPUT ACCOUNT-MASTER
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "ACCOUNT MASTER OPEN FAILED - STATUS "
                   WS-MASTER-STATUS
               CLOSE OLD-MASTER
               MOVE 8 TO WS-JOB-RC
               PERFORM END-RUN-SECTION
           END-IF

           MOVE 0 TO WS-OLD-EOF
           PERFORM UNTIL WS-OLD-EOF = 1
               READ OLD-MASTER NEXT RECORD
                   AT END MOVE 1 TO WS-OLD-EOF
                   NOT AT END PERFORM CONVERT-ONE-ACCOUNT-SECTION
               END-READ
           END-PERFORM
           CLOSE OLD-MASTER
           CLOSE ACCOUNT-MASTER

           MOVE WS-BALANCE-READ TO WS-EDIT-AMOUNT
           DISPLAY "ACCOUNTS READ    " WS-ACCOUNTS-READ
               "  BALANCE " WS-EDIT-AMOUNT
           MOVE WS-BALANCE-WRITTEN TO WS-EDIT-AMOUNT
           DISPLAY "ACCOUNTS WRITTEN " WS-ACCOUNTS-WRITTEN
               "  BALANCE " WS-EDIT-AMOUNT
           IF WS-ACCOUNTS-WRITTEN NOT = WS-ACCOUNTS-READ
                   OR WS-BALANCE-WRITTEN NOT = WS-BALANCE-READ
               DISPLAY "CONVERSION OUT OF PROOF - DELETE ACCTMAST.DAT "
                   "AND RUN AGAIN FROM ACCTMAST.OLD"
               MOVE 8 TO WS-JOB-RC
           ELSE
               DISPLAY "CONVERSION IN PROOF - KEEP ACCTMAST.OLD UNTIL "
                   "THE FIRST GENERATION IS TAKEN"
           END-IF
           PERFORM END-RUN-SECTION.

       END-RUN-SECTION.
           MOVE WS-ACCOUNTS-READ TO WS-AUDIT-READ
           MOVE WS-ACCOUNTS-WRITTEN TO WS-AUDIT-VALID
           COMPUTE WS-AUDIT-REJECT =
               WS-ACCOUNTS-READ - WS-ACCOUNTS-WRITTEN
           MOVE "ACCT-CONVERT" TO WS-AUDIT-STEP
           CALL 'AUDITLOG' USING WS-DESCRIPTION, WS-AUDIT-STEP,
               WS-JOB-RC, WS-AUDIT-COUNTS
           DISPLAY "ACCOUNT MASTER CONVERSION ENDS - CONDITION CODE "
               WS-JOB-RC
           MOVE WS-JOB-RC TO RETURN-CODE
           STOP RUN.

      *> A missing or empty parameter file just leaves the default.
       READ-OPERATOR-SECTION.
           OPEN INPUT RUN-PARAM-FILE
           IF WS-RUNPARM-STATUS = "00"
               READ RUN-PARAM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF RP-OPERATOR-ID NOT = SPACES
                           MOVE RP-OPERATOR-ID
                               TO WS-HDR-OPERATOR-ID
                       END-IF
               END-READ
               CLOSE RUN-PARAM-FILE
           END-IF
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

      *> The old fields carry across unchanged; the new ones take
      *> the values an account opened before they existed has.
       CONVERT-ONE-ACCOUNT-SECTION.
           ADD 1 TO WS-ACCOUNTS-READ
           ADD OM-BALANCE TO WS-BALANCE-READ
           MOVE SPACES TO ACCOUNT-MASTER-RECORD
           MOVE OM-ACCOUNT-ID TO AM-ACCOUNT-ID
           MOVE OM-BALANCE TO AM-BALANCE
           MOVE OM-LAST-DATE TO AM-LAST-DATE
           MOVE OM-MOVEMENT-COUNT TO AM-MOVEMENT-COUNT
           SET AM-ACCOUNT-OPEN TO TRUE
           MOVE SPACES TO AM-TITLE
           MOVE 0 TO AM-OPEN-DATE
           MOVE 0 TO AM-CLOSE-DATE
           WRITE ACCOUNT-MASTER-RECORD
               INVALID KEY
                   DISPLAY "ACCOUNT MASTER WRITE FAILED - "
                       OM-ACCOUNT-ID " STATUS " WS-MASTER-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-ACCOUNTS-WRITTEN
                   ADD AM-BALANCE TO WS-BALANCE-WRITTEN
           END-WRITE
           EXIT.

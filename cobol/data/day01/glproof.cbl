       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLPROOF.

      *> Subledger-to-general-ledger proof by classification. Sums
      *> AM-BALANCE over acctmast.dat by class - the class resolved
      *> from the account prefix through classtab.txt exactly as
      *> FILEDEMO's CLASSIFY-ACCOUNT-SECTION resolves it, 999 for a
      *> prefix on no row - and proves each class three ways:
      *>   SUBLEDGER - the master's balances;
      *>   SENT      - the cumulative position the ledger has been
      *>               fed, rebuilt every run from every feed ever
      *>               sent: FILEDEMO's daily feeds (kept on
      *>               glsent.txt), HELDREL's releases (glrel.txt),
      *>               CLASSMNT's class transfers (glrecl.txt) and
      *>               the opening position (glopen.txt), D adding
      *>               and C subtracting;
      *>   LEDGER    - the class balances the ledger side returns on
      *>               glbal.txt.
      *> A class is out of proof when the subledger or the position
      *> sent disagrees with the ledger, or - while the ledger has
      *> returned nothing - when the subledger disagrees with what
      *> was sent. The position is written to glpos.txt for the
      *> ledger side to reconcile from.
      *>
      *> A CLASSMNT change moves an account's future movement to its
      *> new class, and the same save writes a balanced group to
      *> glrecl.txt carrying the prefix's balances at that moment out
      *> of the old class and into the new, so the position sent
      *> follows the master across and the ledger journals the same
      *> group. Every account opened on or before a logged change to
      *> its prefix (classchg.txt) is still listed with the class it
      *> was fed under and the class it sums to now, for tracing a
      *> class the transfer did not settle.
      *>
      *> The feeds only carry movement, so at go-live every class
      *> with a balance is out of proof. Option "O" on glparm.txt
      *> takes the opening position once: for each class where the
      *> master and the position sent disagree, a balanced group
      *> for the difference is written to glopen.txt, for the
      *> ledger side to journal as its opening balances, and is
      *> then part of what has been sent. It is refused while a
      *> FILEDEMO run holds the files, while a feed group is
      *> unusable, or once glopen.txt holds anything, and is
      *> stamped on the audit trail. EODPOST bridges online
      *> postings to the master with no feed to the ledger; those
      *> show as differences, as the report heading says.
      *>
      *> Condition code 4 when anything is out of proof, a feed group
      *> is unusable, or the ledger has not returned its balances; 8
      *> when the proof cannot be made at all.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> OPTIONAL, like TRIALBAL's - a master that does not exist
      *> yet has no balances to prove.
           SELECT OPTIONAL ACCOUNT-MASTER ASSIGN TO "acctmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AM-ACCOUNT-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT CLASS-PARAM-FILE ASSIGN TO "classtab.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLASSTAB-STATUS.

      *> Every daily feed FILEDEMO has sent, in the order sent.
           SELECT GL-SENT-FILE ASSIGN TO "glsent.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SENT-STATUS.

      *> Every release feed HELDREL has sent - same layout.
           SELECT GL-RELEASE-FILE ASSIGN TO "glrel.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REL-STATUS.

      *> Every class transfer CLASSMNT has sent - same layout.
           SELECT GL-RECLASS-FILE ASSIGN TO "glrecl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECL-STATUS.

      *> The opening position, taken once - same layout.
           SELECT GL-OPENING-FILE ASSIGN TO "glopen.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPEN-STATUS.

      *> Run option - one record, absent = prove only.
           SELECT GL-PARAM-FILE ASSIGN TO "glparm.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLPARM-STATUS.

      *> FILEDEMO's active-run lock - no opening position is taken
      *> from a master a run is part way through posting.
           SELECT RUN-LOCK-FILE ASSIGN TO "runlock.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.

      *> The cumulative position by class, rebuilt every run.
           SELECT GL-POSITION-FILE ASSIGN TO "glpos.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POS-STATUS.

      *> The ledger's own class balances, returned by the GL side.
           SELECT LEDGER-BALANCE-FILE ASSIGN TO "glbal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.

      *> CLASSMNT's cumulative class-change log.
           SELECT CLASS-CHANGE-FILE ASSIGN TO "classchg.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLASSCHG-STATUS.

           SELECT PROOF-REPORT-FILE ASSIGN TO "glproof.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

      *> The same run-parameter file FILEDEMO reads - the audit row
      *> should name the operator who set the day up, not a
      *> hardcoded id.
           SELECT RUN-PARAM-FILE ASSIGN TO "runparm.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNPARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  CLASS-PARAM-FILE.
       01  CLASS-PARAM-RECORD.
           05  CF-PREFIX          PIC X(1).
           05  CF-CLASS           PIC 9(3).

       FD  GL-SENT-FILE.
       01  GL-SENT-RECORD         PIC X(40).

       FD  GL-RELEASE-FILE.
       01  GL-RELEASE-RECORD      PIC X(40).

       FD  GL-RECLASS-FILE.
       01  GL-RECLASS-RECORD      PIC X(40).

       FD  GL-OPENING-FILE.
       01  GL-OPENING-RECORD      PIC X(40).

       FD  GL-PARAM-FILE.
       01  GL-PARAM-RECORD.
           05  GM-OPTION          PIC X(1).
               88  GM-TAKE-OPENING         VALUE "O" "o".

       FD  RUN-LOCK-FILE.
       01  RUN-LOCK-RECORD.
           05  LK-STATE           PIC X(1).
           05  FILLER             PIC X(1).
           05  LK-OPERATOR        PIC X(8).
           05  FILLER             PIC X(1).
           05  LK-DATE            PIC 9(8).
           05  FILLER             PIC X(1).
           05  LK-TIME            PIC 9(8).

      *> One row per class that has ever been fed: the net position
      *> (D debit, C credit), the movements behind it and the last
      *> feed date that moved it.
       FD  GL-POSITION-FILE.
       01  GL-POSITION-RECORD.
           05  GP-CLASS           PIC 9(3).
           05  FILLER             PIC X(1).
           05  GP-DC-IND          PIC X(1).
           05  FILLER             PIC X(1).
           05  GP-AMOUNT          PIC 9(11)V99.
           05  FILLER             PIC X(1).
           05  GP-REC-COUNT       PIC 9(8).
           05  FILLER             PIC X(1).
           05  GP-LAST-DATE       PIC 9(8).

      *> Header "1" with the date the balances stand at, one "2" row
      *> per class, trailer "9" with the row count and the net of
      *> the rows - D debit adds, C credit subtracts, the same sense
      *> as the feeds.
       FD  LEDGER-BALANCE-FILE.
       01  LEDGER-BALANCE-RECORD.
           05  GB-RECORD-TYPE     PIC X(1).
           05  GB-BODY            PIC X(39).
       01  LEDGER-HEADER-RECORD.
           05  FILLER             PIC X(1).
           05  GB-AS-OF-DATE      PIC 9(8).
           05  FILLER             PIC X(31).
       01  LEDGER-DETAIL-RECORD.
           05  FILLER             PIC X(1).
           05  GB-CLASS           PIC 9(3).
           05  GB-DC-IND          PIC X(1).
           05  GB-AMOUNT          PIC 9(11)V99.
           05  FILLER             PIC X(22).
       01  LEDGER-TRAILER-RECORD.
           05  FILLER             PIC X(1).
           05  GB-ROW-COUNT       PIC 9(3).
           05  GB-NET-DC-IND      PIC X(1).
           05  GB-NET-AMOUNT      PIC 9(11)V99.
           05  FILLER             PIC X(22).

      *> Same shape CLASSMNT appends.
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

       FD  PROOF-REPORT-FILE.
       01  PROOF-REPORT-RECORD    PIC X(80).

       FD  RUN-PARAM-FILE.
       01  RUN-PARAM-RECORD.
           05  RP-INPUT-DSN       PIC X(44).
           05  RP-CHKPT-INTERVAL  PIC 9(4).
           05  RP-OPERATOR-ID     PIC X(8).
           05  RP-RUN-MODE        PIC X(1).

       WORKING-STORAGE SECTION.
       01  WS-MASTER-STATUS   PIC X(2) VALUE "00".
       01  WS-CLASSTAB-STATUS PIC X(2) VALUE "00".
       01  WS-SENT-STATUS     PIC X(2) VALUE "00".
       01  WS-REL-STATUS      PIC X(2) VALUE "00".
       01  WS-RECL-STATUS     PIC X(2) VALUE "00".
       01  WS-OPEN-STATUS     PIC X(2) VALUE "00".
       01  WS-GLPARM-STATUS   PIC X(2) VALUE "00".
       01  WS-LOCK-STATUS     PIC X(2) VALUE "00".
       01  WS-POS-STATUS      PIC X(2) VALUE "00".
       01  WS-LEDGER-STATUS   PIC X(2) VALUE "00".
       01  WS-CLASSCHG-STATUS PIC X(2) VALUE "00".
       01  WS-REPORT-STATUS   PIC X(2) VALUE "00".
       01  WS-RUNPARM-STATUS  PIC X(2) VALUE "00".
       01  WS-JOB-RC          PIC 9(2) VALUE 0.
       01  WS-DATE            PIC 9(8).
       01  WS-MASTER-EOF      PIC 9(1) VALUE 0.
       01  WS-FEED-EOF        PIC 9(1) VALUE 0.
       01  WS-LEDGER-EOF      PIC 9(1) VALUE 0.
       01  WS-CHG-EOF         PIC 9(1) VALUE 0.
       01  WS-REPORT-OPEN     PIC X(1) VALUE "N".

      *> Prefix-to-class table, same shape, limit and fallback as
      *> FILEDEMO's.
       01  WS-CLASS-LIMIT     PIC 9(2) VALUE 50.
       01  WS-CLASS-COUNT     PIC 9(2) VALUE 0.
       01  WS-CLASS-EOF       PIC 9(1) VALUE 0.
       01  WS-CLASS-DUP       PIC X(1) VALUE "N".
       01  WS-CLASS-TABLE.
           05  WS-CLASS-ENTRY OCCURS 50 TIMES.
               10  WS-CLASS-PREFIX  PIC X(1).
               10  WS-CLASS-CODE    PIC 9(3).
       01  WS-CLASS-IDX       PIC 9(2) VALUE 0.
       01  WS-CLASS-FOUND     PIC X(1) VALUE "N".
       01  WS-ACCT-CLASS      PIC 9(3) VALUE 0.

      *> One entry per class met anywhere - on the class table, on
      *> the master, in a feed or on the ledger - kept in class
      *> order for the report. PT-PEND holds the feed group being
      *> read until its trailer proves it. Overflow would leave a
      *> class unproved, so it fails the run.
       01  WS-POS-LIMIT       PIC 9(3) VALUE 100.
       01  WS-POS-COUNT       PIC 9(3) VALUE 0.
       01  WS-POS-IDX         PIC 9(3) VALUE 0.
       01  WS-POS-SCAN        PIC 9(3) VALUE 0.
       01  WS-POS-INS         PIC 9(3) VALUE 0.
       01  WS-POS-FULL        PIC X(1) VALUE "N".
       01  WS-LOOK-CLASS      PIC 9(3) VALUE 0.
       01  WS-POS-TABLE.
           05  WS-POS-ENTRY OCCURS 100 TIMES.
               10  PT-CLASS         PIC 9(3).
               10  PT-ACCOUNTS      PIC 9(8).
               10  PT-SUB           PIC S9(11)V99.
               10  PT-SENT          PIC S9(11)V99.
               10  PT-SENT-RECS     PIC 9(8).
               10  PT-LAST-DATE     PIC 9(8).
               10  PT-PEND          PIC S9(11)V99.
               10  PT-PEND-RECS     PIC 9(8).
               10  PT-LEDGER        PIC S9(11)V99.
               10  PT-LEDGER-SEEN   PIC X(1).

      *> The feed record in hand, in the layout FILEDEMO and HELDREL
      *> write, and the group it belongs to. A group is a header,
      *> its class details and a trailer; a group that does not
      *> prove to its own trailer is reported and left out of the
      *> position.
       01  WS-FEED-RECORD.
           05  FR-RECORD-TYPE     PIC X(1).
           05  FILLER             PIC X(39).
       01  WS-FEED-HEADER REDEFINES WS-FEED-RECORD.
           05  FILLER             PIC X(1).
           05  GLH-RUN-DATE       PIC 9(8).
           05  GLH-JOB-NAME       PIC X(8).
           05  GLH-OPERATOR       PIC X(8).
           05  FILLER             PIC X(15).
       01  WS-FEED-DETAIL REDEFINES WS-FEED-RECORD.
           05  FILLER             PIC X(1).
           05  GLD-RUN-DATE       PIC 9(8).
           05  GLD-CLASS          PIC 9(3).
           05  GLD-REC-COUNT      PIC 9(8).
           05  GLD-DC-IND         PIC X(1).
           05  GLD-AMOUNT         PIC 9(9)V99.
           05  FILLER             PIC X(8).
       01  WS-FEED-TRAILER REDEFINES WS-FEED-RECORD.
           05  FILLER             PIC X(1).
           05  GLT-DETAIL-COUNT   PIC 9(3).
           05  GLT-REC-COUNT      PIC 9(8).
           05  GLT-DC-IND         PIC X(1).
           05  GLT-AMOUNT         PIC 9(11)V99.
           05  FILLER             PIC X(14).
       01  WS-FEED-NAME       PIC X(11) VALUE SPACES.
       01  WS-FEED-REC-NO     PIC 9(8) VALUE 0.
       01  WS-FEED-GOOD       PIC 9(6) VALUE 0.
       01  WS-GRP-OPEN        PIC X(1) VALUE "N".
       01  WS-GRP-BAD         PIC X(1) VALUE "N".
       01  WS-GRP-REASON      PIC X(24) VALUE SPACES.
       01  WS-GRP-START       PIC 9(8) VALUE 0.
       01  WS-GRP-DATE        PIC 9(8) VALUE 0.
       01  WS-GRP-DETAILS     PIC 9(3) VALUE 0.
       01  WS-GRP-RECS        PIC 9(8) VALUE 0.
       01  WS-GRP-NET         PIC S9(11)V99 VALUE 0.
       01  WS-SIGNED-AMT      PIC S9(11)V99 VALUE 0.
       01  WS-SENT-GROUPS     PIC 9(6) VALUE 0.
       01  WS-REL-GROUPS      PIC 9(6) VALUE 0.
       01  WS-RECL-GROUPS     PIC 9(6) VALUE 0.
       01  WS-OPEN-GROUPS     PIC 9(6) VALUE 0.
       01  WS-BAD-GROUPS      PIC 9(6) VALUE 0.
       01  WS-LAST-FEED-DATE  PIC 9(8) VALUE 0.

      *> The opening position - whether it was asked for, why it
      *> was not taken, and what glopen.txt held before this run.
       01  WS-OPEN-OPTION     PIC X(1) VALUE "N".
       01  WS-OPEN-RECS       PIC 9(8) VALUE 0.
       01  WS-OPEN-TAKEN      PIC 9(3) VALUE 0.
       01  WS-OPEN-AMT        PIC S9(11)V99 VALUE 0.
       01  WS-OPEN-REASON     PIC X(40) VALUE SPACES.
       01  WS-LOCK-ACTIVE     PIC X(1) VALUE "N".
       01  WS-LOCK-OPERATOR   PIC X(8) VALUE SPACES.

      *> Where the ledger's balances stand: N not returned, Y loaded,
      *> R returned but unusable.
       01  WS-LEDGER-STATE    PIC X(1) VALUE "N".
           88  WS-LEDGER-NONE           VALUE "N".
           88  WS-LEDGER-LOADED         VALUE "Y".
           88  WS-LEDGER-REJECTED       VALUE "R".
       01  WS-LEDGER-AS-OF    PIC 9(8) VALUE 0.
       01  WS-LEDGER-ROWS     PIC 9(3) VALUE 0.
       01  WS-LEDGER-NET      PIC S9(11)V99 VALUE 0.
       01  WS-LEDGER-HDR      PIC X(1) VALUE "N".
       01  WS-LEDGER-TRL      PIC X(1) VALUE "N".
       01  WS-LEDGER-REASON   PIC X(30) VALUE SPACES.

      *> CLASSMNT's logged changes, in the order they were made.
       01  WS-CHG-LIMIT       PIC 9(3) VALUE 500.
       01  WS-CHG-COUNT       PIC 9(3) VALUE 0.
       01  WS-CHG-IDX         PIC 9(3) VALUE 0.
       01  WS-CHG-FULL        PIC X(1) VALUE "N".
       01  WS-CHG-TABLE.
           05  WS-CHG-ENTRY OCCURS 500 TIMES.
               10  CT-DATE          PIC 9(8).
               10  CT-PREFIX        PIC X(1).
               10  CT-OLD-CLASS     PIC 9(3).
               10  CT-NEW-CLASS     PIC 9(3).
       01  WS-OPEN-DATE       PIC 9(8) VALUE 0.
       01  WS-FED-CLASS       PIC 9(3) VALUE 0.
       01  WS-CHANGED-ON      PIC 9(8) VALUE 0.
       01  WS-RECLASS-HIT     PIC X(1) VALUE "N".

      *> The class line in hand and the run's tallies.
       01  WS-DIFF            PIC S9(11)V99 VALUE 0.
       01  WS-PROOF-FLAG      PIC X(8) VALUE SPACES.
       01  WS-TOT-SUB         PIC S9(11)V99 VALUE 0.
       01  WS-TOT-SENT        PIC S9(11)V99 VALUE 0.
       01  WS-TOT-LEDGER      PIC S9(11)V99 VALUE 0.
       01  WS-TOT-DIFF        PIC S9(11)V99 VALUE 0.
       01  WS-MASTERS-READ    PIC 9(8) VALUE 0.
       01  WS-CLASSES-PROVED  PIC 9(8) VALUE 0.
       01  WS-CLASSES-OUT     PIC 9(8) VALUE 0.
       01  WS-RECLASS-COUNT   PIC 9(8) VALUE 0.
       01  WS-RECLASS-LIVE    PIC 9(8) VALUE 0.
       01  WS-EDIT-SUB        PIC -(11)9.99.
       01  WS-EDIT-SENT       PIC -(11)9.99.
       01  WS-EDIT-LEDGER     PIC X(15).
       01  WS-EDIT-LEDGER-AMT PIC -(11)9.99.
       01  WS-EDIT-DIFF       PIC -(11)9.99.
       01  WS-EDIT-BALANCE    PIC -(8)9.99.

      *> Step-level audit trail, same shape every other job leaves.
       01  WS-AUDIT-STEP      PIC X(20) VALUE SPACES.
       01  WS-AUDIT-COUNTS.
           05  WS-AUDIT-READ    PIC 9(8) VALUE 0.
           05  WS-AUDIT-VALID   PIC 9(8) VALUE 0.
           05  WS-AUDIT-REJECT  PIC 9(8) VALUE 0.

       COPY "ABC.COPY".

       PROCEDURE DIVISION.
       MAIN-SECTION.
           DISPLAY "GL PROOF - PROVING acctmast.dat AGAINST THE "
               "LEDGER BY CLASS"
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           MOVE WS-DATE TO WS-HDR-RUN-DATE
           MOVE "GLPROOF " TO WS-HDR-JOB-NAME
           MOVE "OPER01" TO WS-HDR-OPERATOR-ID
           PERFORM READ-OPERATOR-SECTION

           OPEN OUTPUT PROOF-REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "GL PROOF REPORT OPEN FAILED - STATUS "
                   WS-REPORT-STATUS
               MOVE 8 TO WS-JOB-RC
               PERFORM END-RUN-SECTION
           END-IF
           MOVE "Y" TO WS-REPORT-OPEN
           MOVE SPACES TO PROOF-REPORT-RECORD
           STRING "SUBLEDGER-TO-GL PROOF BY CLASS - RUN DATE "
               WS-DATE " OPERATOR " WS-HDR-OPERATOR-ID
               DELIMITED BY SIZE INTO PROOF-REPORT-RECORD
           WRITE PROOF-REPORT-RECORD
           MOVE SPACES TO PROOF-REPORT-RECORD
           STRING "EODPOST ONLINE POSTINGS ARE NOT FED TO THE LEDGER "
               "- THEY SHOW AS DIFFERENCES"
               DELIMITED BY SIZE INTO PROOF-REPORT-RECORD
           WRITE PROOF-REPORT-RECORD

           PERFORM LOAD-CLASS-TABLE-SECTION
           PERFORM VARYING WS-CLASS-IDX FROM 1 BY 1
                   UNTIL WS-CLASS-IDX > WS-CLASS-COUNT
               MOVE WS-CLASS-CODE(WS-CLASS-IDX) TO WS-LOOK-CLASS
               PERFORM FIND-POSITION-SECTION
           END-PERFORM

           PERFORM SUM-MASTER-SECTION
           IF WS-JOB-RC > 4
               PERFORM END-RUN-SECTION
           END-IF

           PERFORM BUILD-SENT-POSITION-SECTION
           PERFORM READ-GL-OPTION-SECTION
           IF WS-OPEN-OPTION = "Y"
               PERFORM TAKE-OPENING-SECTION
           END-IF
           PERFORM REPORT-FEEDS-SECTION
           PERFORM LOAD-LEDGER-SECTION
           IF WS-POS-FULL = "Y"
               MOVE SPACES TO PROOF-REPORT-RECORD
               STRING "CLASS TABLE FULL AT " WS-POS-LIMIT
                   " CLASSES - PROOF CANNOT BE TRUSTED - ABANDONED"
                   DELIMITED BY SIZE INTO PROOF-REPORT-RECORD
               WRITE PROOF-REPORT-RECORD
               DISPLAY "CLASS POSITION TABLE FULL - RUN ABANDONED"
               MOVE 8 TO WS-JOB-RC
               PERFORM END-RUN-SECTION
           END-IF

           PERFORM WRITE-POSITION-FILE-SECTION
           PERFORM PROVE-CLASSES-SECTION
           PERFORM LOAD-CLASS-CHANGES-SECTION
           PERFORM FLAG-RECLASSIFIED-SECTION
           PERFORM WRITE-TOTALS-SECTION

           IF WS-JOB-RC < 4
                   AND (WS-CLASSES-OUT > 0
                       OR WS-BAD-GROUPS > 0
                       OR WS-LEDGER-NONE)
               MOVE 4 TO WS-JOB-RC
           END-IF
           PERFORM END-RUN-SECTION.

       END-RUN-SECTION.
           IF WS-REPORT-OPEN = "Y"
               CLOSE PROOF-REPORT-FILE
               MOVE "N" TO WS-REPORT-OPEN
           END-IF
           MOVE WS-MASTERS-READ TO WS-AUDIT-READ
           MOVE WS-CLASSES-PROVED TO WS-AUDIT-VALID
           COMPUTE WS-AUDIT-REJECT = WS-CLASSES-OUT + WS-BAD-GROUPS
           MOVE "GL-PROOF" TO WS-AUDIT-STEP
           CALL 'AUDITLOG' USING WS-DESCRIPTION, WS-AUDIT-STEP,
               WS-JOB-RC, WS-AUDIT-COUNTS
           DISPLAY "GL PROOF ENDS - " WS-CLASSES-OUT
               " CLASSES OUT OF PROOF - CONDITION CODE " WS-JOB-RC
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

      *> Same table, same edits, same built-in fallback as FILEDEMO's
      *> LOAD-CLASS-TABLE-SECTION.
       LOAD-CLASS-TABLE-SECTION.
           MOVE 0 TO WS-CLASS-COUNT
           OPEN INPUT CLASS-PARAM-FILE
           IF WS-CLASSTAB-STATUS NOT = "00"
               DISPLAY "CLASS TABLE FILE UNAVAILABLE - STATUS "
                   WS-CLASSTAB-STATUS " - USING BUILT-IN DEFAULTS"
               MOVE 3 TO WS-CLASS-COUNT
               MOVE "1" TO WS-CLASS-PREFIX(1)
               MOVE 100 TO WS-CLASS-CODE(1)
               MOVE "2" TO WS-CLASS-PREFIX(2)
               MOVE 200 TO WS-CLASS-CODE(2)
               MOVE "3" TO WS-CLASS-PREFIX(3)
               MOVE 300 TO WS-CLASS-CODE(3)
           ELSE
               MOVE 0 TO WS-CLASS-EOF
               PERFORM UNTIL WS-CLASS-EOF = 1
                   READ CLASS-PARAM-FILE
                       AT END MOVE 1 TO WS-CLASS-EOF
                       NOT AT END PERFORM ADD-CLASS-ENTRY-SECTION
                   END-READ
               END-PERFORM
               CLOSE CLASS-PARAM-FILE
           END-IF
           EXIT.

       ADD-CLASS-ENTRY-SECTION.
           IF CF-PREFIX NOT = SPACES AND CF-CLASS IS NUMERIC
               MOVE "N" TO WS-CLASS-DUP
               PERFORM VARYING WS-CLASS-IDX FROM 1 BY 1
                       UNTIL WS-CLASS-IDX > WS-CLASS-COUNT
                           OR WS-CLASS-DUP = "Y"
                   IF CF-PREFIX = WS-CLASS-PREFIX(WS-CLASS-IDX)
                       MOVE "Y" TO WS-CLASS-DUP
                   END-IF
               END-PERFORM
               IF WS-CLASS-DUP = "N"
                       AND WS-CLASS-COUNT < WS-CLASS-LIMIT
                   ADD 1 TO WS-CLASS-COUNT
                   MOVE CF-PREFIX TO WS-CLASS-PREFIX(WS-CLASS-COUNT)
                   MOVE CF-CLASS TO WS-CLASS-CODE(WS-CLASS-COUNT)
               END-IF
           END-IF
           EXIT.

      *> Sets WS-ACCT-CLASS for the master account in hand, the way
      *> CLASSIFY-ACCOUNT-SECTION classes a movement.
       RESOLVE-CLASS-SECTION.
           MOVE 999 TO WS-ACCT-CLASS
           MOVE "N" TO WS-CLASS-FOUND
           PERFORM VARYING WS-CLASS-IDX FROM 1 BY 1
                   UNTIL WS-CLASS-IDX > WS-CLASS-COUNT
                       OR WS-CLASS-FOUND = "Y"
               IF AM-ACCOUNT-ID(1:1) = WS-CLASS-PREFIX(WS-CLASS-IDX)
                   MOVE "Y" TO WS-CLASS-FOUND
                   MOVE WS-CLASS-CODE(WS-CLASS-IDX) TO WS-ACCT-CLASS
               END-IF
           END-PERFORM
           EXIT.

      *> Sets WS-POS-IDX to the position entry for WS-LOOK-CLASS,
      *> adding it in class order when it is new. A full table
      *> leaves WS-POS-IDX zero and WS-POS-FULL set.
       FIND-POSITION-SECTION.
           MOVE 0 TO WS-POS-IDX
           PERFORM VARYING WS-POS-SCAN FROM 1 BY 1
                   UNTIL WS-POS-SCAN > WS-POS-COUNT
                       OR WS-POS-IDX > 0
               IF PT-CLASS(WS-POS-SCAN) = WS-LOOK-CLASS
                   MOVE WS-POS-SCAN TO WS-POS-IDX
               END-IF
           END-PERFORM
           IF WS-POS-IDX = 0
               IF WS-POS-COUNT >= WS-POS-LIMIT
                   MOVE "Y" TO WS-POS-FULL
               ELSE
                   COMPUTE WS-POS-INS = WS-POS-COUNT + 1
                   PERFORM VARYING WS-POS-SCAN FROM WS-POS-COUNT BY -1
                           UNTIL WS-POS-SCAN < 1
                               OR PT-CLASS(WS-POS-SCAN)
                                   < WS-LOOK-CLASS
                       MOVE WS-POS-ENTRY(WS-POS-SCAN)
                           TO WS-POS-ENTRY(WS-POS-SCAN + 1)
                       MOVE WS-POS-SCAN TO WS-POS-INS
                   END-PERFORM
                   INITIALIZE WS-POS-ENTRY(WS-POS-INS)
                   MOVE WS-LOOK-CLASS TO PT-CLASS(WS-POS-INS)
                   MOVE "N" TO PT-LEDGER-SEEN(WS-POS-INS)
                   ADD 1 TO WS-POS-COUNT
                   MOVE WS-POS-INS TO WS-POS-IDX
               END-IF
           END-IF
           EXIT.

      *> The subledger side - every master balance, whatever the
      *> account's status, under its class.
       SUM-MASTER-SECTION.
           OPEN INPUT ACCOUNT-MASTER
           IF WS-MASTER-STATUS NOT = "00"
                   AND WS-MASTER-STATUS NOT = "05"
               DISPLAY "ACCOUNT MASTER OPEN FAILED - STATUS "
                   WS-MASTER-STATUS
               MOVE SPACES TO PROOF-REPORT-RECORD
               STRING "ACCOUNT MASTER OPEN FAILED - STATUS "
                   WS-MASTER-STATUS " - NO PROOF MADE"
                   DELIMITED BY SIZE INTO PROOF-REPORT-RECORD
               WRITE PROOF-REPORT-RECORD
               MOVE 8 TO WS-JOB-RC
           ELSE
               MOVE 0 TO WS-MASTER-EOF
               PERFORM UNTIL WS-MASTER-EOF = 1
                   READ ACCOUNT-MASTER NEXT RECORD
                       AT END MOVE 1 TO WS-MASTER-EOF
                       NOT AT END PERFORM SUM-ONE-ACCOUNT-SECTION
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-MASTER
               DISPLAY "MASTER ACCOUNTS SUMMED: " WS-MASTERS-READ
           END-IF
           EXIT.

       SUM-ONE-ACCOUNT-SECTION.
           ADD 1 TO WS-MASTERS-READ
           PERFORM RESOLVE-CLASS-SECTION
           MOVE WS-ACCT-CLASS TO WS-LOOK-CLASS
           PERFORM FIND-POSITION-SECTION
           IF WS-POS-IDX > 0
               ADD 1 TO PT-ACCOUNTS(WS-POS-IDX)
               ADD AM-BALANCE TO PT-SUB(WS-POS-IDX)
           END-IF
           EXIT.

      *> The position sent - every feed group on the four
      *> cumulative feed files. Any file missing just means nothing
      *> of that kind has been sent yet.
       BUILD-SENT-POSITION-SECTION.
           MOVE SPACES TO PROOF-REPORT-RECORD
           WRITE PROOF-REPORT-RECORD
           MOVE "glsent.txt" TO WS-FEED-NAME
           MOVE 0 TO WS-FEED-GOOD
           OPEN INPUT GL-SENT-FILE
           IF WS-SENT-STATUS = "00"
               MOVE 0 TO WS-FEED-REC-NO
               MOVE 0 TO WS-FEED-EOF
               PERFORM UNTIL WS-FEED-EOF = 1
                   READ GL-SENT-FILE
                       AT END MOVE 1 TO WS-FEED-EOF
                       NOT AT END
                           MOVE GL-SENT-RECORD TO WS-FEED-RECORD
                           PERFORM FEED-RECORD-SECTION
                   END-READ
               END-PERFORM
               CLOSE GL-SENT-FILE
               IF WS-GRP-OPEN = "Y"
                   MOVE "NO TRAILER" TO WS-GRP-REASON
                   PERFORM DROP-FEED-GROUP-SECTION
               END-IF
           ELSE
               DISPLAY "NO glsent.txt - STATUS " WS-SENT-STATUS
                   " - NO DAILY FEEDS COUNTED"
           END-IF
           MOVE WS-FEED-GOOD TO WS-SENT-GROUPS

           MOVE "glrel.txt" TO WS-FEED-NAME
           MOVE 0 TO WS-FEED-GOOD
           OPEN INPUT GL-RELEASE-FILE
           IF WS-REL-STATUS = "00"
               MOVE 0 TO WS-FEED-REC-NO
               MOVE 0 TO WS-FEED-EOF
               PERFORM UNTIL WS-FEED-EOF = 1
                   READ GL-RELEASE-FILE
                       AT END MOVE 1 TO WS-FEED-EOF
                       NOT AT END
                           MOVE GL-RELEASE-RECORD TO WS-FEED-RECORD
                           PERFORM FEED-RECORD-SECTION
                   END-READ
               END-PERFORM
               CLOSE GL-RELEASE-FILE
               IF WS-GRP-OPEN = "Y"
                   MOVE "NO TRAILER" TO WS-GRP-REASON
                   PERFORM DROP-FEED-GROUP-SECTION
               END-IF
           END-IF
           MOVE WS-FEED-GOOD TO WS-REL-GROUPS

           MOVE "glrecl.txt" TO WS-FEED-NAME
           MOVE 0 TO WS-FEED-GOOD
           OPEN INPUT GL-RECLASS-FILE
           IF WS-RECL-STATUS = "00"
               MOVE 0 TO WS-FEED-REC-NO
               MOVE 0 TO WS-FEED-EOF
               PERFORM UNTIL WS-FEED-EOF = 1
                   READ GL-RECLASS-FILE
                       AT END MOVE 1 TO WS-FEED-EOF
                       NOT AT END
                           MOVE GL-RECLASS-RECORD TO WS-FEED-RECORD
                           PERFORM FEED-RECORD-SECTION
                   END-READ
               END-PERFORM
               CLOSE GL-RECLASS-FILE
               IF WS-GRP-OPEN = "Y"
                   MOVE "NO TRAILER" TO WS-GRP-REASON
                   PERFORM DROP-FEED-GROUP-SECTION
               END-IF
           END-IF
           MOVE WS-FEED-GOOD TO WS-RECL-GROUPS

           PERFORM READ-OPENING-FEED-SECTION
           MOVE WS-FEED-REC-NO TO WS-OPEN-RECS
           EXIT.

      *> Read again straight after the opening position is written,
      *> so what goes into the position is what is on the file.
       READ-OPENING-FEED-SECTION.
           MOVE "glopen.txt" TO WS-FEED-NAME
           MOVE 0 TO WS-FEED-GOOD
           MOVE 0 TO WS-FEED-REC-NO
           OPEN INPUT GL-OPENING-FILE
           IF WS-OPEN-STATUS = "00"
               MOVE 0 TO WS-FEED-EOF
               PERFORM UNTIL WS-FEED-EOF = 1
                   READ GL-OPENING-FILE
                       AT END MOVE 1 TO WS-FEED-EOF
                       NOT AT END
                           MOVE GL-OPENING-RECORD TO WS-FEED-RECORD
                           PERFORM FEED-RECORD-SECTION
                   END-READ
               END-PERFORM
               CLOSE GL-OPENING-FILE
               IF WS-GRP-OPEN = "Y"
                   MOVE "NO TRAILER" TO WS-GRP-REASON
                   PERFORM DROP-FEED-GROUP-SECTION
               END-IF
           END-IF
           ADD WS-FEED-GOOD TO WS-OPEN-GROUPS
           EXIT.

       REPORT-FEEDS-SECTION.
           MOVE SPACES TO PROOF-REPORT-RECORD
           STRING "FEED GROUPS: " WS-SENT-GROUPS " DAILY  "
               WS-REL-GROUPS " RELEASE  " WS-RECL-GROUPS
               " RECLASS  " WS-OPEN-GROUPS " OPENING"
               DELIMITED BY SIZE INTO PROOF-REPORT-RECORD
           WRITE PROOF-REPORT-RECORD
           MOVE SPACES TO PROOF-REPORT-RECORD
           STRING "UNUSABLE FEED GROUPS: " WS-BAD-GROUPS
               " - LAST FEED DATED " WS-LAST-FEED-DATE
               DELIMITED BY SIZE INTO PROOF-REPORT-RECORD
           WRITE PROOF-REPORT-RECORD
           EXIT.

      *> A missing or empty option file is a proof-only run.
       READ-GL-OPTION-SECTION.
           MOVE "N" TO WS-OPEN-OPTION
           OPEN INPUT GL-PARAM-FILE
           IF WS-GLPARM-STATUS = "00"
               READ GL-PARAM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF GM-TAKE-OPENING
                           MOVE "Y" TO WS-OPEN-OPTION
                       END-IF
               END-READ
               CLOSE GL-PARAM-FILE
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

      *> The opening position is the master less what has been sent,
      *> class by class - at go-live nothing has been sent and it is
      *> the master's balances. A request that cannot be met is
      *> reported and the proof goes on without it.
       TAKE-OPENING-SECTION.
           MOVE SPACES TO WS-OPEN-REASON
           PERFORM CHECK-RUN-LOCK-SECTION
           EVALUATE TRUE
               WHEN WS-OPEN-RECS > 0
                   MOVE "glopen.txt ALREADY HOLDS AN OPENING"
                       TO WS-OPEN-REASON
               WHEN WS-BAD-GROUPS > 0
                   MOVE "UNUSABLE FEED GROUPS ON FILE"
                       TO WS-OPEN-REASON
               WHEN WS-POS-FULL = "Y"
                   MOVE "CLASS TABLE FULL" TO WS-OPEN-REASON
               WHEN WS-LOCK-ACTIVE = "Y"
                   STRING "RUN LOCK HELD BY " WS-LOCK-OPERATOR
                       DELIMITED BY SIZE INTO WS-OPEN-REASON
               WHEN OTHER
                   PERFORM VARYING WS-POS-IDX FROM 1 BY 1
                           UNTIL WS-POS-IDX > WS-POS-COUNT
                       COMPUTE WS-OPEN-AMT =
                           PT-SUB(WS-POS-IDX) - PT-SENT(WS-POS-IDX)
                       IF WS-OPEN-AMT > 999999999.99
                               OR WS-OPEN-AMT < -999999999.99
                           MOVE SPACES TO WS-OPEN-REASON
                           STRING "CLASS " PT-CLASS(WS-POS-IDX)
                               " TOO LARGE FOR A FEED ROW"
                               DELIMITED BY SIZE INTO WS-OPEN-REASON
                       END-IF
                   END-PERFORM
           END-EVALUATE
           IF WS-OPEN-REASON = SPACES
               PERFORM WRITE-OPENING-SECTION
           END-IF
           IF WS-OPEN-REASON NOT = SPACES
               DISPLAY "OPENING POSITION NOT TAKEN - " WS-OPEN-REASON
               MOVE SPACES TO PROOF-REPORT-RECORD
               STRING "OPENING POSITION NOT TAKEN - " WS-OPEN-REASON
                   DELIMITED BY SIZE INTO PROOF-REPORT-RECORD
               WRITE PROOF-REPORT-RECORD
           END-IF
           EXIT.

      *> glopen.txt holds nothing at this point, so it is written
      *> from the start.
       WRITE-OPENING-SECTION.
           MOVE 0 TO WS-OPEN-TAKEN
           OPEN OUTPUT GL-OPENING-FILE
           IF WS-OPEN-STATUS NOT = "00"
               STRING "glopen.txt OPEN FAILED - STATUS "
                   WS-OPEN-STATUS
                   DELIMITED BY SIZE INTO WS-OPEN-REASON
           ELSE
               PERFORM VARYING WS-POS-IDX FROM 1 BY 1
                       UNTIL WS-POS-IDX > WS-POS-COUNT
                   COMPUTE WS-OPEN-AMT =
                       PT-SUB(WS-POS-IDX) - PT-SENT(WS-POS-IDX)
                   IF WS-OPEN-AMT NOT = 0
                       PERFORM WRITE-OPENING-GROUP-SECTION
                   END-IF
               END-PERFORM
               CLOSE GL-OPENING-FILE
               PERFORM READ-OPENING-FEED-SECTION
               DISPLAY "OPENING POSITION TAKEN - " WS-OPEN-TAKEN
                   " CLASSES"
               MOVE SPACES TO PROOF-REPORT-RECORD
               STRING "OPENING POSITION TAKEN - " WS-OPEN-TAKEN
                   " CLASSES WRITTEN TO glopen.txt"
                   DELIMITED BY SIZE INTO PROOF-REPORT-RECORD
               WRITE PROOF-REPORT-RECORD
               MOVE WS-POS-COUNT TO WS-AUDIT-READ
               MOVE WS-OPEN-TAKEN TO WS-AUDIT-VALID
               MOVE 0 TO WS-AUDIT-REJECT
               MOVE "GL-OPENING" TO WS-AUDIT-STEP
               CALL 'AUDITLOG' USING WS-DESCRIPTION, WS-AUDIT-STEP,
                   WS-JOB-RC, WS-AUDIT-COUNTS
           END-IF
           EXIT.

      *> Header, one class row and a trailer proving it - the same
      *> group shape FILEDEMO sends.
       WRITE-OPENING-GROUP-SECTION.
           ADD 1 TO WS-OPEN-TAKEN
           MOVE SPACES TO WS-FEED-RECORD
           MOVE "1" TO FR-RECORD-TYPE
           MOVE WS-DATE TO GLH-RUN-DATE
           MOVE "GLPROOF " TO GLH-JOB-NAME
           MOVE WS-HDR-OPERATOR-ID TO GLH-OPERATOR
           WRITE GL-OPENING-RECORD FROM WS-FEED-RECORD
           MOVE SPACES TO WS-FEED-RECORD
           MOVE "2" TO FR-RECORD-TYPE
           MOVE WS-DATE TO GLD-RUN-DATE
           MOVE PT-CLASS(WS-POS-IDX) TO GLD-CLASS
           MOVE PT-ACCOUNTS(WS-POS-IDX) TO GLD-REC-COUNT
           IF WS-OPEN-AMT < 0
               MOVE "C" TO GLD-DC-IND
               COMPUTE GLD-AMOUNT = 0 - WS-OPEN-AMT
           ELSE
               MOVE "D" TO GLD-DC-IND
               MOVE WS-OPEN-AMT TO GLD-AMOUNT
           END-IF
           WRITE GL-OPENING-RECORD FROM WS-FEED-RECORD
           MOVE SPACES TO WS-FEED-RECORD
           MOVE "9" TO FR-RECORD-TYPE
           MOVE 1 TO GLT-DETAIL-COUNT
           MOVE PT-ACCOUNTS(WS-POS-IDX) TO GLT-REC-COUNT
           IF WS-OPEN-AMT < 0
               MOVE "C" TO GLT-DC-IND
               COMPUTE GLT-AMOUNT = 0 - WS-OPEN-AMT
           ELSE
               MOVE "D" TO GLT-DC-IND
               MOVE WS-OPEN-AMT TO GLT-AMOUNT
           END-IF
           WRITE GL-OPENING-RECORD FROM WS-FEED-RECORD
           EXIT.

      *> One feed record. Details are held against their class until
      *> the group's trailer proves them; anything out of sequence
      *> or malformed spoils the group.
       FEED-RECORD-SECTION.
           ADD 1 TO WS-FEED-REC-NO
           EVALUATE FR-RECORD-TYPE
               WHEN "1"
                   IF WS-GRP-OPEN = "Y"
                       MOVE "NO TRAILER" TO WS-GRP-REASON
                       PERFORM DROP-FEED-GROUP-SECTION
                   END-IF
                   MOVE "Y" TO WS-GRP-OPEN
                   MOVE "N" TO WS-GRP-BAD
                   MOVE WS-FEED-REC-NO TO WS-GRP-START
                   MOVE 0 TO WS-GRP-DETAILS
                   MOVE 0 TO WS-GRP-RECS
                   MOVE 0 TO WS-GRP-NET
                   IF GLH-RUN-DATE IS NUMERIC
                       MOVE GLH-RUN-DATE TO WS-GRP-DATE
                   ELSE
                       MOVE 0 TO WS-GRP-DATE
                       MOVE "Y" TO WS-GRP-BAD
                       MOVE "HEADER DATE NOT NUMERIC" TO WS-GRP-REASON
                   END-IF
               WHEN "2"
                   IF WS-GRP-OPEN = "N"
                       MOVE "Y" TO WS-GRP-OPEN
                       MOVE WS-FEED-REC-NO TO WS-GRP-START
                       MOVE 0 TO WS-GRP-DATE
                       MOVE "Y" TO WS-GRP-BAD
                       MOVE "NO HEADER" TO WS-GRP-REASON
                   END-IF
                   PERFORM FEED-DETAIL-SECTION
               WHEN "9"
                   IF WS-GRP-OPEN = "N"
                       MOVE WS-FEED-REC-NO TO WS-GRP-START
                       MOVE 0 TO WS-GRP-DATE
                       MOVE "NO HEADER" TO WS-GRP-REASON
                       PERFORM DROP-FEED-GROUP-SECTION
                   ELSE
                       PERFORM FEED-TRAILER-SECTION
                   END-IF
               WHEN OTHER
                   IF WS-GRP-OPEN = "N"
                       MOVE "Y" TO WS-GRP-OPEN
                       MOVE WS-FEED-REC-NO TO WS-GRP-START
                       MOVE 0 TO WS-GRP-DATE
                   END-IF
                   IF WS-GRP-BAD = "N"
                       MOVE "Y" TO WS-GRP-BAD
                       MOVE "UNKNOWN RECORD TYPE" TO WS-GRP-REASON
                   END-IF
           END-EVALUATE
           EXIT.

       FEED-DETAIL-SECTION.
           IF GLD-CLASS IS NOT NUMERIC
                   OR GLD-REC-COUNT IS NOT NUMERIC
                   OR GLD-AMOUNT IS NOT NUMERIC
                   OR (GLD-DC-IND NOT = "D" AND GLD-DC-IND NOT = "C")
               IF WS-GRP-BAD = "N"
                   MOVE "Y" TO WS-GRP-BAD
                   MOVE "DETAIL MALFORMED" TO WS-GRP-REASON
               END-IF
           ELSE
               IF GLD-DC-IND = "C"
                   COMPUTE WS-SIGNED-AMT = 0 - GLD-AMOUNT
               ELSE
                   MOVE GLD-AMOUNT TO WS-SIGNED-AMT
               END-IF
               ADD 1 TO WS-GRP-DETAILS
               ADD GLD-REC-COUNT TO WS-GRP-RECS
               ADD WS-SIGNED-AMT TO WS-GRP-NET
               MOVE GLD-CLASS TO WS-LOOK-CLASS
               PERFORM FIND-POSITION-SECTION
               IF WS-POS-IDX > 0
                   ADD WS-SIGNED-AMT TO PT-PEND(WS-POS-IDX)
                   ADD GLD-REC-COUNT TO PT-PEND-RECS(WS-POS-IDX)
               END-IF
           END-IF
           EXIT.

      *> A trailer that agrees with its details moves the group's
      *> held amounts into the position.
       FEED-TRAILER-SECTION.
           IF WS-GRP-BAD = "N"
               IF GLT-DETAIL-COUNT IS NOT NUMERIC
                       OR GLT-REC-COUNT IS NOT NUMERIC
                       OR GLT-AMOUNT IS NOT NUMERIC
                   MOVE "Y" TO WS-GRP-BAD
                   MOVE "TRAILER MALFORMED" TO WS-GRP-REASON
               ELSE
                   IF GLT-DC-IND = "C"
                       COMPUTE WS-SIGNED-AMT = 0 - GLT-AMOUNT
                   ELSE
                       MOVE GLT-AMOUNT TO WS-SIGNED-AMT
                   END-IF
                   IF GLT-DETAIL-COUNT NOT = WS-GRP-DETAILS
                           OR GLT-REC-COUNT NOT = WS-GRP-RECS
                           OR WS-SIGNED-AMT NOT = WS-GRP-NET
                       MOVE "Y" TO WS-GRP-BAD
                       MOVE "TRAILER OUT OF BALANCE" TO WS-GRP-REASON
                   END-IF
               END-IF
           END-IF
           IF WS-GRP-BAD = "Y"
               PERFORM DROP-FEED-GROUP-SECTION
           ELSE
               PERFORM VARYING WS-POS-SCAN FROM 1 BY 1
                       UNTIL WS-POS-SCAN > WS-POS-COUNT
                   IF PT-PEND-RECS(WS-POS-SCAN) > 0
                           OR PT-PEND(WS-POS-SCAN) NOT = 0
                       ADD PT-PEND(WS-POS-SCAN) TO PT-SENT(WS-POS-SCAN)
                       ADD PT-PEND-RECS(WS-POS-SCAN)
                           TO PT-SENT-RECS(WS-POS-SCAN)
                       IF WS-GRP-DATE > PT-LAST-DATE(WS-POS-SCAN)
                           MOVE WS-GRP-DATE TO PT-LAST-DATE(WS-POS-SCAN)
                       END-IF
                       MOVE 0 TO PT-PEND(WS-POS-SCAN)
                       MOVE 0 TO PT-PEND-RECS(WS-POS-SCAN)
                   END-IF
               END-PERFORM
               IF WS-GRP-DATE > WS-LAST-FEED-DATE
                   MOVE WS-GRP-DATE TO WS-LAST-FEED-DATE
               END-IF
               ADD 1 TO WS-FEED-GOOD
               MOVE "N" TO WS-GRP-OPEN
           END-IF
           EXIT.

      *> Reports the group and forgets its held amounts.
       DROP-FEED-GROUP-SECTION.
           PERFORM VARYING WS-POS-SCAN FROM 1 BY 1
                   UNTIL WS-POS-SCAN > WS-POS-COUNT
               MOVE 0 TO PT-PEND(WS-POS-SCAN)
               MOVE 0 TO PT-PEND-RECS(WS-POS-SCAN)
           END-PERFORM
           ADD 1 TO WS-BAD-GROUPS
           MOVE SPACES TO PROOF-REPORT-RECORD
           STRING "FEED " WS-FEED-NAME " RECORD " WS-GRP-START
               " DATED " WS-GRP-DATE " " WS-GRP-REASON
               DELIMITED BY SIZE INTO PROOF-REPORT-RECORD
           WRITE PROOF-REPORT-RECORD
           DISPLAY "UNUSABLE FEED GROUP - " WS-FEED-NAME " RECORD "
               WS-GRP-START " " WS-GRP-REASON
           MOVE "N" TO WS-GRP-OPEN
           MOVE "N" TO WS-GRP-BAD
           EXIT.

      *> Rewrites the cumulative position - every class ever fed.
      *> A failure here loses nothing the next run cannot rebuild.
       WRITE-POSITION-FILE-SECTION.
           OPEN OUTPUT GL-POSITION-FILE
           IF WS-POS-STATUS NOT = "00"
               DISPLAY "glpos.txt OPEN FAILED - STATUS "
                   WS-POS-STATUS " - POSITION NOT WRITTEN"
               IF WS-JOB-RC < 4
                   MOVE 4 TO WS-JOB-RC
               END-IF
           ELSE
               PERFORM VARYING WS-POS-IDX FROM 1 BY 1
                       UNTIL WS-POS-IDX > WS-POS-COUNT
                   IF PT-SENT-RECS(WS-POS-IDX) > 0
                           OR PT-SENT(WS-POS-IDX) NOT = 0
                       MOVE SPACES TO GL-POSITION-RECORD
                       MOVE PT-CLASS(WS-POS-IDX) TO GP-CLASS
                       IF PT-SENT(WS-POS-IDX) < 0
                           MOVE "C" TO GP-DC-IND
                           COMPUTE GP-AMOUNT = 0 - PT-SENT(WS-POS-IDX)
                       ELSE
                           MOVE "D" TO GP-DC-IND
                           MOVE PT-SENT(WS-POS-IDX) TO GP-AMOUNT
                       END-IF
                       MOVE PT-SENT-RECS(WS-POS-IDX) TO GP-REC-COUNT
                       MOVE PT-LAST-DATE(WS-POS-IDX) TO GP-LAST-DATE
                       WRITE GL-POSITION-RECORD
                   END-IF
               END-PERFORM
               CLOSE GL-POSITION-FILE
           END-IF
           EXIT.

      *> The ledger's balances. Not returned yet is a warning and the
      *> subledger is proved against what was sent; returned but not
      *> provable against its own trailer fails the run, since a
      *> proof against it would mean nothing.
       LOAD-LEDGER-SECTION.
           OPEN INPUT LEDGER-BALANCE-FILE
           IF WS-LEDGER-STATUS NOT = "00"
               SET WS-LEDGER-NONE TO TRUE
               DISPLAY "NO LEDGER BALANCE FILE glbal.txt - STATUS "
                   WS-LEDGER-STATUS
               MOVE SPACES TO PROOF-REPORT-RECORD
               STRING "NO LEDGER BALANCES RETURNED - SUBLEDGER PROVED "
                   "AGAINST FEEDS SENT ONLY"
                   DELIMITED BY SIZE INTO PROOF-REPORT-RECORD
               WRITE PROOF-REPORT-RECORD
           ELSE
               SET WS-LEDGER-LOADED TO TRUE
               MOVE SPACES TO WS-LEDGER-REASON
               MOVE 0 TO WS-LEDGER-EOF
               PERFORM UNTIL WS-LEDGER-EOF = 1
                   READ LEDGER-BALANCE-FILE
                       AT END MOVE 1 TO WS-LEDGER-EOF
                       NOT AT END PERFORM LEDGER-RECORD-SECTION
                   END-READ
               END-PERFORM
               CLOSE LEDGER-BALANCE-FILE
               IF WS-LEDGER-REASON = SPACES
                   IF WS-LEDGER-HDR = "N"
                       MOVE "NO HEADER" TO WS-LEDGER-REASON
                   ELSE
                       IF WS-LEDGER-TRL = "N"
                           MOVE "NO TRAILER" TO WS-LEDGER-REASON
                       END-IF
                   END-IF
               END-IF
               IF WS-LEDGER-REASON NOT = SPACES
                   SET WS-LEDGER-REJECTED TO TRUE
                   PERFORM VARYING WS-POS-IDX FROM 1 BY 1
                           UNTIL WS-POS-IDX > WS-POS-COUNT
                       MOVE 0 TO PT-LEDGER(WS-POS-IDX)
                       MOVE "N" TO PT-LEDGER-SEEN(WS-POS-IDX)
                   END-PERFORM
                   DISPLAY "LEDGER BALANCE FILE UNUSABLE - "
                       WS-LEDGER-REASON
                   MOVE SPACES TO PROOF-REPORT-RECORD
                   STRING "LEDGER BALANCES UNUSABLE, PROVED AGAINST "
                       "FEEDS ONLY - " WS-LEDGER-REASON
                       DELIMITED BY SIZE INTO PROOF-REPORT-RECORD
                   WRITE PROOF-REPORT-RECORD
                   MOVE 8 TO WS-JOB-RC
               ELSE
                   MOVE SPACES TO PROOF-REPORT-RECORD
                   STRING "LEDGER BALANCES AS OF " WS-LEDGER-AS-OF
                       " - " WS-LEDGER-ROWS " CLASSES"
                       DELIMITED BY SIZE INTO PROOF-REPORT-RECORD
                   WRITE PROOF-REPORT-RECORD
                   IF WS-LEDGER-AS-OF < WS-LAST-FEED-DATE
                       MOVE SPACES TO PROOF-REPORT-RECORD
                       STRING "LEDGER BALANCES PREDATE THE LAST FEED - "
                           "LATER FEEDS WILL SHOW AS DIFFERENCES"
                           DELIMITED BY SIZE INTO PROOF-REPORT-RECORD
                       WRITE PROOF-REPORT-RECORD
                   END-IF
               END-IF
           END-IF
           EXIT.

      *> The first fault found is the one reported; reading goes on
      *> only to reach the end of the file.
       LEDGER-RECORD-SECTION.
           IF WS-LEDGER-REASON = SPACES
               EVALUATE TRUE
                   WHEN WS-LEDGER-TRL = "Y"
                       MOVE "RECORDS AFTER TRAILER" TO WS-LEDGER-REASON
                   WHEN GB-RECORD-TYPE = "1"
                       IF WS-LEDGER-HDR = "Y"
                           MOVE "SECOND HEADER" TO WS-LEDGER-REASON
                       ELSE
                           IF GB-AS-OF-DATE IS NOT NUMERIC
                               MOVE "HEADER DATE NOT NUMERIC"
                                   TO WS-LEDGER-REASON
                           ELSE
                               MOVE "Y" TO WS-LEDGER-HDR
                               MOVE GB-AS-OF-DATE TO WS-LEDGER-AS-OF
                           END-IF
                       END-IF
                   WHEN WS-LEDGER-HDR = "N"
                       MOVE "NO HEADER" TO WS-LEDGER-REASON
                   WHEN GB-RECORD-TYPE = "2"
                       PERFORM LEDGER-DETAIL-SECTION
                   WHEN GB-RECORD-TYPE = "9"
                       MOVE "Y" TO WS-LEDGER-TRL
                       IF GB-ROW-COUNT IS NOT NUMERIC
                               OR GB-NET-AMOUNT IS NOT NUMERIC
                           MOVE "TRAILER MALFORMED" TO WS-LEDGER-REASON
                       ELSE
                           IF GB-NET-DC-IND = "C"
                               COMPUTE WS-SIGNED-AMT = 0 - GB-NET-AMOUNT
                           ELSE
                               MOVE GB-NET-AMOUNT TO WS-SIGNED-AMT
                           END-IF
                           IF GB-ROW-COUNT NOT = WS-LEDGER-ROWS
                                   OR WS-SIGNED-AMT NOT = WS-LEDGER-NET
                               MOVE "TRAILER OUT OF BALANCE"
                                   TO WS-LEDGER-REASON
                           END-IF
                       END-IF
                   WHEN OTHER
                       MOVE "UNKNOWN RECORD TYPE" TO WS-LEDGER-REASON
               END-EVALUATE
           END-IF
           EXIT.

       LEDGER-DETAIL-SECTION.
           IF GB-CLASS IS NOT NUMERIC
                   OR GB-AMOUNT IS NOT NUMERIC
                   OR (GB-DC-IND NOT = "D" AND GB-DC-IND NOT = "C")
               MOVE "DETAIL MALFORMED" TO WS-LEDGER-REASON
           ELSE
               MOVE GB-CLASS TO WS-LOOK-CLASS
               PERFORM FIND-POSITION-SECTION
               IF WS-POS-IDX > 0
                   IF PT-LEDGER-SEEN(WS-POS-IDX) = "Y"
                       MOVE "CLASS ON TWO ROWS" TO WS-LEDGER-REASON
                   ELSE
                       IF GB-DC-IND = "C"
                           COMPUTE WS-SIGNED-AMT = 0 - GB-AMOUNT
                       ELSE
                           MOVE GB-AMOUNT TO WS-SIGNED-AMT
                       END-IF
                       MOVE "Y" TO PT-LEDGER-SEEN(WS-POS-IDX)
                       MOVE WS-SIGNED-AMT TO PT-LEDGER(WS-POS-IDX)
                       ADD 1 TO WS-LEDGER-ROWS
                       ADD WS-SIGNED-AMT TO WS-LEDGER-NET
                   END-IF
               END-IF
           END-IF
           EXIT.

      *> One line per class. With the ledger's balances in hand the
      *> difference is subledger less ledger, and the flag says which
      *> side disagrees with the ledger; without them it is
      *> subledger less sent.
       PROVE-CLASSES-SECTION.
           MOVE SPACES TO PROOF-REPORT-RECORD
           WRITE PROOF-REPORT-RECORD
           MOVE SPACES TO PROOF-REPORT-RECORD
           STRING "CLASS      SUBLEDGER            SENT          "
               "LEDGER      DIFFERENCE"
               DELIMITED BY SIZE INTO PROOF-REPORT-RECORD
           WRITE PROOF-REPORT-RECORD
           PERFORM VARYING WS-POS-IDX FROM 1 BY 1
                   UNTIL WS-POS-IDX > WS-POS-COUNT
               PERFORM PROVE-ONE-CLASS-SECTION
           END-PERFORM
           MOVE WS-TOT-SUB TO WS-EDIT-SUB
           MOVE WS-TOT-SENT TO WS-EDIT-SENT
           MOVE WS-TOT-DIFF TO WS-EDIT-DIFF
           IF WS-LEDGER-LOADED
               MOVE WS-TOT-LEDGER TO WS-EDIT-LEDGER-AMT
               MOVE WS-EDIT-LEDGER-AMT TO WS-EDIT-LEDGER
           ELSE
               MOVE "   NOT RETURNED" TO WS-EDIT-LEDGER
           END-IF
           MOVE SPACES TO PROOF-REPORT-RECORD
           STRING "TOTAL" WS-EDIT-SUB " " WS-EDIT-SENT " "
               WS-EDIT-LEDGER " " WS-EDIT-DIFF
               DELIMITED BY SIZE INTO PROOF-REPORT-RECORD
           WRITE PROOF-REPORT-RECORD
           MOVE SPACES TO PROOF-REPORT-RECORD
           IF WS-LEDGER-LOADED
               STRING "*SUB/GL SUBLEDGER DISAGREES WITH LEDGER, "
                   "*FEED/GL SENT DISAGREES, *BOTH"
                   DELIMITED BY SIZE INTO PROOF-REPORT-RECORD
           ELSE
               STRING "*SUB/FD SUBLEDGER DISAGREES WITH THE POSITION "
                   "SENT"
                   DELIMITED BY SIZE INTO PROOF-REPORT-RECORD
           END-IF
           WRITE PROOF-REPORT-RECORD
           EXIT.

       PROVE-ONE-CLASS-SECTION.
           MOVE SPACES TO WS-PROOF-FLAG
           IF WS-LEDGER-LOADED
               COMPUTE WS-DIFF = PT-SUB(WS-POS-IDX)
                   - PT-LEDGER(WS-POS-IDX)
               EVALUATE TRUE
                   WHEN PT-SUB(WS-POS-IDX) NOT = PT-LEDGER(WS-POS-IDX)
                           AND PT-SENT(WS-POS-IDX)
                               NOT = PT-LEDGER(WS-POS-IDX)
                       MOVE "*BOTH" TO WS-PROOF-FLAG
                   WHEN PT-SUB(WS-POS-IDX) NOT = PT-LEDGER(WS-POS-IDX)
                       MOVE "*SUB/GL" TO WS-PROOF-FLAG
                   WHEN PT-SENT(WS-POS-IDX)
                           NOT = PT-LEDGER(WS-POS-IDX)
                       MOVE "*FEED/GL" TO WS-PROOF-FLAG
               END-EVALUATE
               MOVE PT-LEDGER(WS-POS-IDX) TO WS-EDIT-LEDGER-AMT
               MOVE WS-EDIT-LEDGER-AMT TO WS-EDIT-LEDGER
               ADD PT-LEDGER(WS-POS-IDX) TO WS-TOT-LEDGER
           ELSE
               COMPUTE WS-DIFF = PT-SUB(WS-POS-IDX)
                   - PT-SENT(WS-POS-IDX)
               IF WS-DIFF NOT = 0
                   MOVE "*SUB/FD" TO WS-PROOF-FLAG
               END-IF
               MOVE "   NOT RETURNED" TO WS-EDIT-LEDGER
           END-IF
           ADD PT-SUB(WS-POS-IDX) TO WS-TOT-SUB
           ADD PT-SENT(WS-POS-IDX) TO WS-TOT-SENT
           ADD WS-DIFF TO WS-TOT-DIFF
           IF WS-PROOF-FLAG = SPACES
               ADD 1 TO WS-CLASSES-PROVED
           ELSE
               ADD 1 TO WS-CLASSES-OUT
           END-IF
           MOVE PT-SUB(WS-POS-IDX) TO WS-EDIT-SUB
           MOVE PT-SENT(WS-POS-IDX) TO WS-EDIT-SENT
           MOVE WS-DIFF TO WS-EDIT-DIFF
           MOVE SPACES TO PROOF-REPORT-RECORD
           STRING "  " PT-CLASS(WS-POS-IDX) WS-EDIT-SUB " "
               WS-EDIT-SENT " " WS-EDIT-LEDGER " " WS-EDIT-DIFF " "
               WS-PROOF-FLAG
               DELIMITED BY SIZE INTO PROOF-REPORT-RECORD
           WRITE PROOF-REPORT-RECORD
           EXIT.

      *> No change log just means no class has been changed through
      *> CLASSMNT. A full table would leave accounts unflagged, so
      *> it fails the run the way the position table does.
       LOAD-CLASS-CHANGES-SECTION.
           MOVE 0 TO WS-CHG-COUNT
           OPEN INPUT CLASS-CHANGE-FILE
           IF WS-CLASSCHG-STATUS = "00"
               MOVE 0 TO WS-CHG-EOF
               PERFORM UNTIL WS-CHG-EOF = 1
                   READ CLASS-CHANGE-FILE
                       AT END MOVE 1 TO WS-CHG-EOF
                       NOT AT END
                           IF CH-DATE IS NUMERIC
                                   AND CH-OLD-CLASS IS NUMERIC
                                   AND CH-NEW-CLASS IS NUMERIC
                                   AND CH-PREFIX NOT = SPACE
                               IF WS-CHG-COUNT < WS-CHG-LIMIT
                                   ADD 1 TO WS-CHG-COUNT
                                   MOVE CH-DATE
                                       TO CT-DATE(WS-CHG-COUNT)
                                   MOVE CH-PREFIX
                                       TO CT-PREFIX(WS-CHG-COUNT)
                                   MOVE CH-OLD-CLASS
                                       TO CT-OLD-CLASS(WS-CHG-COUNT)
                                   MOVE CH-NEW-CLASS
                                       TO CT-NEW-CLASS(WS-CHG-COUNT)
                               ELSE
                                   MOVE "Y" TO WS-CHG-FULL
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLASS-CHANGE-FILE
           END-IF
           IF WS-CHG-FULL = "Y"
               MOVE SPACES TO PROOF-REPORT-RECORD
               STRING "CLASS CHANGE TABLE FULL AT " WS-CHG-LIMIT
                   " CHANGES - RECLASSIFIED ACCOUNTS INCOMPLETE"
                   DELIMITED BY SIZE INTO PROOF-REPORT-RECORD
               WRITE PROOF-REPORT-RECORD
               DISPLAY "CLASS CHANGE TABLE FULL - FLAGS INCOMPLETE"
               MOVE 8 TO WS-JOB-RC
           END-IF
           EXIT.

      *> A second pass of the master, made only when a class has
      *> ever been changed.
       FLAG-RECLASSIFIED-SECTION.
           MOVE SPACES TO PROOF-REPORT-RECORD
           WRITE PROOF-REPORT-RECORD
           IF WS-CHG-COUNT = 0
               MOVE SPACES TO PROOF-REPORT-RECORD
               STRING "RECLASSIFIED ACCOUNTS: NONE - NO CLASS CHANGES "
                   "LOGGED"
                   DELIMITED BY SIZE INTO PROOF-REPORT-RECORD
               WRITE PROOF-REPORT-RECORD
           ELSE
               MOVE SPACES TO PROOF-REPORT-RECORD
               STRING "RECLASSIFIED ACCOUNTS  OPENED    FED  NOW  "
                   "CHANGED        BALANCE"
                   DELIMITED BY SIZE INTO PROOF-REPORT-RECORD
               WRITE PROOF-REPORT-RECORD
               OPEN INPUT ACCOUNT-MASTER
               IF WS-MASTER-STATUS NOT = "00"
                       AND WS-MASTER-STATUS NOT = "05"
                   DISPLAY "ACCOUNT MASTER REOPEN FAILED - STATUS "
                       WS-MASTER-STATUS
                   MOVE 8 TO WS-JOB-RC
               ELSE
                   MOVE 0 TO WS-MASTER-EOF
                   PERFORM UNTIL WS-MASTER-EOF = 1
                       READ ACCOUNT-MASTER NEXT RECORD
                           AT END MOVE 1 TO WS-MASTER-EOF
                           NOT AT END
                               PERFORM FLAG-ONE-ACCOUNT-SECTION
                       END-READ
                   END-PERFORM
                   CLOSE ACCOUNT-MASTER
               END-IF
               MOVE SPACES TO PROOF-REPORT-RECORD
               STRING "RECLASSIFIED ACCOUNTS: " WS-RECLASS-COUNT
                   " - CARRYING A BALANCE: " WS-RECLASS-LIVE
                   DELIMITED BY SIZE INTO PROOF-REPORT-RECORD
               WRITE PROOF-REPORT-RECORD
           END-IF
           EXIT.

      *> An account opened on or before a change to its prefix was
      *> fed under the class the first such change moved it from.
      *> An opening date that is zero (ACCTCONV converts the old
      *> layout with none) or not numeric counts as opened before
      *> every change.
       FLAG-ONE-ACCOUNT-SECTION.
           IF AM-OPEN-DATE IS NUMERIC
               MOVE AM-OPEN-DATE TO WS-OPEN-DATE
           ELSE
               MOVE 0 TO WS-OPEN-DATE
           END-IF
           MOVE "N" TO WS-RECLASS-HIT
           PERFORM VARYING WS-CHG-IDX FROM 1 BY 1
                   UNTIL WS-CHG-IDX > WS-CHG-COUNT
               IF CT-PREFIX(WS-CHG-IDX) = AM-ACCOUNT-ID(1:1)
                       AND CT-DATE(WS-CHG-IDX) >= WS-OPEN-DATE
                   IF WS-RECLASS-HIT = "N"
                       MOVE "Y" TO WS-RECLASS-HIT
                       MOVE CT-OLD-CLASS(WS-CHG-IDX) TO WS-FED-CLASS
                   END-IF
                   MOVE CT-DATE(WS-CHG-IDX) TO WS-CHANGED-ON
               END-IF
           END-PERFORM
           IF WS-RECLASS-HIT = "Y"
               PERFORM RESOLVE-CLASS-SECTION
               ADD 1 TO WS-RECLASS-COUNT
               IF AM-BALANCE NOT = 0
                   ADD 1 TO WS-RECLASS-LIVE
               END-IF
               MOVE AM-BALANCE TO WS-EDIT-BALANCE
               MOVE SPACES TO PROOF-REPORT-RECORD
               STRING "  " AM-ACCOUNT-ID "             " WS-OPEN-DATE
                   "  " WS-FED-CLASS "  " WS-ACCT-CLASS "  "
                   WS-CHANGED-ON "  " WS-EDIT-BALANCE
                   DELIMITED BY SIZE INTO PROOF-REPORT-RECORD
               WRITE PROOF-REPORT-RECORD
           END-IF
           EXIT.

       WRITE-TOTALS-SECTION.
           MOVE SPACES TO PROOF-REPORT-RECORD
           WRITE PROOF-REPORT-RECORD
           MOVE SPACES TO PROOF-REPORT-RECORD
           STRING "MASTER ACCOUNTS: " WS-MASTERS-READ
               "  CLASSES IN PROOF: " WS-CLASSES-PROVED
               "  OUT OF PROOF: " WS-CLASSES-OUT
               DELIMITED BY SIZE INTO PROOF-REPORT-RECORD
           WRITE PROOF-REPORT-RECORD
           EXIT.

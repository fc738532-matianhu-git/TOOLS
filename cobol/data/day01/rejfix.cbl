               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROCCTL-STATUS.

      *> The account master, read for the account's status - a
      *> correction naming an account that is not open would only
      *> bounce again on the rerun.
           SELECT OPTIONAL ACCOUNT-MASTER ASSIGN TO "acctmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AM-ACCOUNT-ID
               FILE STATUS IS WS-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> Same layout FILEDEMO writes - disposition "O" outstanding,
           05  PC-DONE-DATE       PIC 9(8).
           05  FILLER             PIC X(1).
           05  PC-SENDER-ID       PIC X(6).
           05  PC-STAMP.
               10  FILLER         PIC X(1).
               10  PC-ACTION      PIC X(1).
               10  FILLER         PIC X(54).

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
       01  WS-SUSP-STATUS    PIC X(2) VALUE "00".
       01  WS-SUSPTMP-STATUS PIC X(2) VALUE "00".
       01  WS-RESUB-STATUS   PIC X(2) VALUE "00".
       01  WS-MASTER-STATUS  PIC X(2) VALUE "00".
       01  WS-MASTER-OPEN    PIC X(1) VALUE "N".
       01  WS-SUSP-EOF       PIC 9(1) VALUE 0.
       01  WS-QUIT-SWITCH    PIC X(1) VALUE "N".
           88  WS-OPERATOR-QUIT        VALUE "Y".
           PERFORM PROMPT-JOB-DATE-SECTION
               UNTIL WS-DATE-OK = "Y"

      *> Status 05 is a master not created yet - every account is
      *> then unknown, as FILEDEMO would find it. A master that
      *> cannot be read at all leaves the status edit to FILEDEMO.
           OPEN INPUT ACCOUNT-MASTER
           IF WS-MASTER-STATUS = "00" OR WS-MASTER-STATUS = "05"
               MOVE "Y" TO WS-MASTER-OPEN
           ELSE
               DISPLAY "ACCOUNT MASTER OPEN FAILED - STATUS "
                   WS-MASTER-STATUS " - ACCOUNT STATUS NOT CHECKED"
           END-IF

           PERFORM WORK-ONE-SUSPENSE-SECTION
               VARYING WS-SUSP-IDX FROM 1 BY 1
               UNTIL WS-SUSP-IDX > WS-SUSP-COUNT
           END-IF

           CLOSE RESUBMIT-FILE
           IF WS-MASTER-OPEN = "Y"
               CLOSE ACCOUNT-MASTER
           END-IF
           PERFORM SAVE-SUSPENSE-SECTION
           DISPLAY "OUTSTANDING WORKED: " WS-READ-COUNT
           DISPLAY "CORRECTED:          " WS-FIXED-COUNT
           EXIT.

      *> The dates FILEDEMO has already completed - a missing
      *> control file just means nothing is off limits yet. An
      *> entry stamped "X" records a held batch HELDREL cancelled;
      *> that day was never completed and stays open.
       LOAD-CTL-DATES-SECTION.
           OPEN INPUT PROC-CONTROL-FILE
           IF WS-PROCCTL-STATUS = "00"
                       NOT AT END
                           IF PC-DONE-DATE IS NUMERIC
                                   AND PC-DONE-DATE > 0
                                   AND PC-ACTION NOT = "X"
                                   AND WS-CTL-COUNT < 400
                               ADD 1 TO WS-CTL-COUNT
                               MOVE PC-DONE-DATE TO
                   IF WS-CORRECTION-VALID
                       PERFORM VERIFY-CHECK-DIGIT-SECTION
                   END-IF
                   IF WS-CORRECTION-VALID
                       PERFORM CHECK-ACCOUNT-STATUS-SECTION
                   END-IF
               WHEN "T"
                   IF WK-CONTROL-COUNT IS NOT NUMERIC
                       MOVE "N" TO WS-CORR-VALID
           END-IF
           EXIT.

      *> Same status edit FILEDEMO applies - not on the master ED05,
      *> frozen ED06, closed ED07.
       CHECK-ACCOUNT-STATUS-SECTION.
           IF WS-MASTER-OPEN = "Y"
               MOVE WK-ACCOUNT-ID TO AM-ACCOUNT-ID
               READ ACCOUNT-MASTER
                   INVALID KEY
                       MOVE "N" TO WS-CORR-VALID
                       MOVE "ED05" TO WS-CORR-REASON
                   NOT INVALID KEY
                       IF AM-ACCOUNT-FROZEN
                           MOVE "N" TO WS-CORR-VALID
                           MOVE "ED06" TO WS-CORR-REASON
                       END-IF
                       IF AM-ACCOUNT-CLOSED
                           MOVE "N" TO WS-CORR-VALID
                           MOVE "ED07" TO WS-CORR-REASON
                       END-IF
               END-READ
           END-IF
           EXIT.

       DESCRIBE-REASON-SECTION.
           EVALUATE SP-REASON-CODE(WS-SUSP-IDX)
               WHEN "EH01"
               WHEN "ED04"
                   MOVE "DUPLICATE OF A MOVEMENT THIS RUN"
                       TO WS-REASON-TEXT
               WHEN "ED05"
                   MOVE "ACCOUNT NOT ON MASTER"
                       TO WS-REASON-TEXT
               WHEN "ED06"
                   MOVE "ACCOUNT FROZEN"
                       TO WS-REASON-TEXT
               WHEN "ED07"
                   MOVE "ACCOUNT CLOSED"
                       TO WS-REASON-TEXT
               WHEN "ET01"
                   MOVE "TRAILER CONTROL COUNT NOT NUMERIC"
                       TO WS-REASON-TEXT

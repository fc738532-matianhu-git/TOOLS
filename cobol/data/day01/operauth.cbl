
      *> Shared operator authorization. Looks the caller's operator
      *> id up on the operator profile file (opertab.txt - one row
      *> per operator: id, name, allowed function letters, status
      *> and sign-on security, maintained by OPERMNT) and answers
      *> whether that operator holds the requested function. No
      *> password is asked here - interactive programs sign on
      *> through OPERSIGN, which does; this is the check for an id
      *> taken from a run parameter.
      *> Function letters: A online account work, B batch runs,
      *> C classification table changes, F fresh-start (checkpoint
      *> discard) authority, K approver of held online debits and
      *> transfers (Variables), M account maintenance (ACCTMNT),
      *> S supervisor (held-batch release, HELDREL), V compliance
      *> case review (CASEREV), X security administration (OPERMNT).
      *> Return codes: 00 authorized, 04 profile file unavailable
      *> (the caller decides whether to fall back open), 08 operator
      *> not on file, 12 operator lacks the function, 16 operator
      *> revoked or locked out.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  FILLER           PIC X(1).
           05  OP-NAME          PIC X(20).
           05  FILLER           PIC X(1).
           05  OP-FUNCTIONS     PIC X(16).
           05  FILLER           PIC X(1).
           05  OP-STATUS        PIC X(1).
               88  OP-REVOKED             VALUE "R".
               88  OP-LOCKED              VALUE "L".
           05  FILLER           PIC X(52).

       WORKING-STORAGE SECTION.
       01  WS-OPER-STATUS     PIC X(2) VALUE "00".
       01  WS-OPER-EOF        PIC 9(1) VALUE 0.
       01  WS-OPER-FOUND      PIC X(1) VALUE "N".
       01  WS-FUNC-HELD       PIC X(1) VALUE "N".
       01  WS-OPER-BARRED     PIC X(1) VALUE "N".
       01  WS-FUNC-IDX        PIC 9(2) VALUE 0.

       LINKAGE SECTION.
       MAIN-SECTION.
           MOVE "N" TO WS-OPER-FOUND
           MOVE "N" TO WS-FUNC-HELD
           MOVE "N" TO WS-OPER-BARRED
           MOVE SPACES TO LS-OPERATOR-NAME

           OPEN INPUT OPER-PROFILE-FILE
               EVALUATE TRUE
                   WHEN WS-OPER-FOUND = "N"
                       MOVE 08 TO LS-RETURN-CODE
                   WHEN WS-OPER-BARRED = "Y"
                       MOVE 16 TO LS-RETURN-CODE
                   WHEN WS-FUNC-HELD = "Y"
                       MOVE 00 TO LS-RETURN-CODE
                   WHEN OTHER
                   AND OP-OPERATOR-ID NOT = SPACES
               MOVE "Y" TO WS-OPER-FOUND
               MOVE OP-NAME TO LS-OPERATOR-NAME
               IF OP-REVOKED OR OP-LOCKED
                   MOVE "Y" TO WS-OPER-BARRED
               END-IF
               PERFORM VARYING WS-FUNC-IDX FROM 1 BY 1
                       UNTIL WS-FUNC-IDX > 16
                           OR WS-FUNC-HELD = "Y"
                   IF OP-FUNCTIONS(WS-FUNC-IDX:1) = LS-FUNCTION
                       MOVE "Y" TO WS-FUNC-HELD

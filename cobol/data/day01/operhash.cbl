       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERHASH.

      *> Shared password scrambler. Turns an operator id and a
      *> password into the twelve-digit value opertab.txt keeps in
      *> place of the password, so the profile file never holds a
      *> password anyone can read back. The id is folded in first,
      *> so two operators with the same password store different
      *> values. OPERSIGN compares what is keyed at sign-on against
      *> the stored value; OPERSIGN and OPERMNT store a new one.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *> A prime modulus just under twelve digits keeps every value
      *> inside LS-HASH; the work field holds a step's product.
       01  WS-HASH-MODULUS    PIC 9(12) VALUE 999999999989.
       01  WS-HASH-VALUE      PIC 9(12) VALUE 0.
       01  WS-HASH-WORK       PIC 9(16) VALUE 0.
       01  WS-HASH-IDX        PIC 9(2) VALUE 0.
       01  WS-HASH-ROUND      PIC 9(1) VALUE 0.

       LINKAGE SECTION.
       01  LS-OPERATOR-ID     PIC X(8).
       01  LS-PASSWORD        PIC X(12).
       01  LS-HASH            PIC X(12).

       PROCEDURE DIVISION USING LS-OPERATOR-ID, LS-PASSWORD,
           LS-HASH.
       MAIN-SECTION.
           MOVE 7919 TO WS-HASH-VALUE
           PERFORM VARYING WS-HASH-IDX FROM 1 BY 1
                   UNTIL WS-HASH-IDX > 8
               COMPUTE WS-HASH-WORK = WS-HASH-VALUE * 131
                   + FUNCTION ORD(LS-OPERATOR-ID(WS-HASH-IDX:1))
               COMPUTE WS-HASH-VALUE =
                   FUNCTION MOD(WS-HASH-WORK, WS-HASH-MODULUS)
           END-PERFORM
      *> Each character is weighted by its position, so the same
      *> characters in another order give another value; three
      *> passes spread a one-character change across every digit.
           PERFORM VARYING WS-HASH-ROUND FROM 1 BY 1
                   UNTIL WS-HASH-ROUND > 3
               PERFORM VARYING WS-HASH-IDX FROM 1 BY 1
                       UNTIL WS-HASH-IDX > 12
                   COMPUTE WS-HASH-WORK = WS-HASH-VALUE * 257
                       + FUNCTION ORD(LS-PASSWORD(WS-HASH-IDX:1))
                           * (WS-HASH-IDX + WS-HASH-ROUND)
                   COMPUTE WS-HASH-VALUE =
                       FUNCTION MOD(WS-HASH-WORK, WS-HASH-MODULUS)
               END-PERFORM
           END-PERFORM
           MOVE WS-HASH-VALUE TO LS-HASH
           EXIT PROGRAM.

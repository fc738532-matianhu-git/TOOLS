       01  WS-CHK-DAYNUM     PIC S9(9) VALUE 0.
       01  WS-CHANGED        PIC X(1) VALUE "N".

      *> Operator sign-on via the shared OPERSIGN password check -
      *> the calendar steers batch date control, so it carries the
      *> same table-maintenance authority CLASSMNT requires.
       01  WS-SIGNON-ID      PIC X(8) VALUE SPACES.
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

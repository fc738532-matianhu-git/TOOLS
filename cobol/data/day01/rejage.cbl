               DISPLAY "AGING FILE OPEN FAILED - STATUS "
                   WS-AGING-STATUS
               CLOSE SUSPENSE-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF


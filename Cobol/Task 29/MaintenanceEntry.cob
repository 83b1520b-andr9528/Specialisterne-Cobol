           ACCEPT INPUT-TEXT
           MOVE INPUT-TEXT TO EMAIL OF MAINTENANCE-RECORD

           PERFORM ENTER-CUSTOMER-CPR
           IF ENTRY-CANCELLED = "Y"
               EXIT PARAGRAPH
           END-IF

           SET RECORD-COMPLETE OF MAINTENANCE-RECORD TO TRUE
           EXIT.

      * The CPR is what ties the customer to the transaction
      * stream, so a malformed one is refused here rather than
      * surfacing as a key cross-reference conflict overnight.
       ENTER-CUSTOMER-CPR.
           MOVE "N" TO FIELD-VALID
           MOVE 0 TO FIELD-ATTEMPTS
           PERFORM UNTIL FIELD-VALID = "Y"
               OR ENTRY-CANCELLED = "Y"
               DISPLAY "CPR (DDMMYY-XXXX, blank if not known):"
               MOVE SPACES TO INPUT-TEXT
               ACCEPT INPUT-TEXT

               IF INPUT-TEXT = SPACES
                   OR (INPUT-TEXT(1:6) IS NUMERIC
                       AND INPUT-TEXT(7:1) = "-"
                       AND INPUT-TEXT(8:4) IS NUMERIC
                       AND INPUT-TEXT(12:69) = SPACES)
                   OR (INPUT-TEXT(1:10) IS NUMERIC
                       AND INPUT-TEXT(11:70) = SPACES)
                   MOVE "Y" TO FIELD-VALID
                   MOVE INPUT-TEXT(1:15)
                       TO CUSTOMER-CPR OF MAINTENANCE-RECORD
               ELSE
                   DISPLAY "CPR format is invalid, try again."
                   PERFORM COUNT-FAILED-ATTEMPT
               END-IF
           END-PERFORM
           EXIT.

       ENTER-ACCOUNT-NUMBER.
           MOVE "N" TO FIELD-VALID
           MOVE 0 TO FIELD-ATTEMPTS

           02 CONTACT-INFO.
           03 PHONE-NUMBER PIC X(15).
           03 EMAIL PIC X(80).
           02 CUSTOMER-CPR PIC X(15).

       FD OUT-CUSTOMER-FILE.
       01 OUT-CUSTOMER-RECORD.
           02 CONTACT-INFO.
           03 PHONE-NUMBER PIC X(15).
           03 EMAIL PIC X(80).
           02 CUSTOMER-CPR PIC X(15).
       
       01 IN-BANK OCCURS 5 TIMES.
           COPY "Identification.cpy".
           DISPLAY "EMAIL          :"
               EMAIL OF OUT-CUSTOMER-RECORD

           DISPLAY "CPR            :"
               CUSTOMER-CPR OF OUT-CUSTOMER-RECORD

           EXIT.

       FIND-MATCHING-BANK.
           MOVE EMAIL OF IN-CUSTOMER(CUSTOMER-INDEX)
               TO EMAIL OF OUT-CUSTOMER-RECORD

           MOVE CUSTOMER-CPR OF IN-CUSTOMER(CUSTOMER-INDEX)
               TO CUSTOMER-CPR OF OUT-CUSTOMER-RECORD

           EXIT.

      *----------------------------------------------------------*
                   MOVE "N" TO VALIDATION-RECORD-VALID
                   MOVE "EMAIL format is invalid"
                       TO VALIDATION-REJECT-REASON
               WHEN CUSTOMER-CPR OF IN-CUSTOMER-RECORD NOT = SPACES
                   AND NOT (CUSTOMER-CPR OF IN-CUSTOMER-RECORD(1:10)
                           IS NUMERIC
                       OR (CUSTOMER-CPR OF IN-CUSTOMER-RECORD(1:6)
                           IS NUMERIC
                       AND CUSTOMER-CPR OF IN-CUSTOMER-RECORD(7:1)
                           = "-"
                       AND CUSTOMER-CPR OF IN-CUSTOMER-RECORD(8:4)
                           IS NUMERIC))
                   MOVE "N" TO VALIDATION-RECORD-VALID
                   MOVE "CPR format is invalid"
                       TO VALIDATION-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

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

       FD DELTA-BANK-FILE.
       01 DELTA-BANK-RECORD.
           COPY "AddressInfo.cpy".

       FD MASTER-WORK-FILE.
       01 MASTER-WORK-RECORD PIC X(471).

       FD VALIDATION-EXCEPTIONS-FILE.
       01 VALIDATION-EXCEPTION-RECORD.
               03 DC-LAST-NAME PIC X(20) VALUE SPACES.
               03 DC-PHONE-NUMBER PIC X(15) VALUE SPACES.
               03 DC-EMAIL PIC X(80) VALUE SPACES.
               03 DC-CUSTOMER-CPR PIC X(15) VALUE SPACES.
               03 DC-CONSUMED PIC X VALUE "N".

       01 DELTA-BANK-TABLE.
           DISPLAY "PHONE-NUMBER   :" PHONE-NUMBER
               OF OUT-CUSTOMER-RECORD
           DISPLAY "EMAIL          :" EMAIL OF OUT-CUSTOMER-RECORD
           DISPLAY "CPR            :" CUSTOMER-CPR
               OF OUT-CUSTOMER-RECORD

           EXIT.

           MOVE EMAIL OF IN-CUSTOMER-RECORD
               TO EMAIL OF OUT-CUSTOMER-RECORD

           MOVE CUSTOMER-CPR OF IN-CUSTOMER-RECORD
               TO CUSTOMER-CPR OF OUT-CUSTOMER-RECORD

           MOVE ACCOUNT-NUMBER OF IN-BANK(MATCHED-BANK-INDEX)
               TO ACCOUNT-NUMBER OF OUT-CUSTOMER-RECORD

               TO DC-PHONE-NUMBER(DELTA-CUSTOMER-COUNT)
           MOVE EMAIL OF DELTA-CUSTOMER-RECORD
               TO DC-EMAIL(DELTA-CUSTOMER-COUNT)
           MOVE CUSTOMER-CPR OF DELTA-CUSTOMER-RECORD
               TO DC-CUSTOMER-CPR(DELTA-CUSTOMER-COUNT)
           MOVE "N" TO DC-CONSUMED(DELTA-CUSTOMER-COUNT)
           EXIT.

                       MOVE DC-EMAIL(DELTA-INDEX)
                           TO EMAIL OF MASTER-STREAM-RECORD
                   END-IF
                   IF DC-CUSTOMER-CPR(DELTA-INDEX) NOT = SPACES
                       MOVE DC-CUSTOMER-CPR(DELTA-INDEX)
                           TO CUSTOMER-CPR OF MASTER-STREAM-RECORD
                   END-IF
                   MOVE "Y" TO DC-CONSUMED(DELTA-INDEX)
                   ADD 1 TO DELTA-APPLIED-COUNT
               WHEN "A"
               TO PHONE-NUMBER OF MASTER-STREAM-RECORD
           MOVE DC-EMAIL(DELTA-INDEX)
               TO EMAIL OF MASTER-STREAM-RECORD
           MOVE DC-CUSTOMER-CPR(DELTA-INDEX)
               TO CUSTOMER-CPR OF MASTER-STREAM-RECORD

           MOVE DB-ACCOUNT-NUMBER(DELTA-MATCH-INDEX)
               TO ACCOUNT-NUMBER OF MASTER-STREAM-RECORD
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

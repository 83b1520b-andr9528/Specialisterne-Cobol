           COPY "Customer.cpy".

       FD MASKED-MASTER-FILE.
       01 MASKED-MASTER-RECORD PIC X(471).

       FD IN-CUSTOMER-FILE.
       01 IN-CUSTOMER-RECORD.
           02 CONTACT-INFO.
           03 PHONE-NUMBER PIC X(15).
           03 EMAIL PIC X(80).
           02 CUSTOMER-CPR PIC X(15).

       FD MASKED-IN-CUSTOMER-FILE.
       01 MASKED-IN-CUSTOMER-RECORD PIC X(160).

       FD IN-ADDRESS-FILE.
       01 IN-ADDRESS-RECORD.
           COPY "Transaction.cpy".

       FD TRANSACTION-OUT-FILE.
       01 TRANSACTION-OUT-RECORD PIC X(278).

       FD MASKING-SUMMARY-FILE.
       01 MASKING-SUMMARY-LINE PIC X(80).
           MOVE "DK" TO COUNTRYCODE OF MASTER-IN-RECORD

           MOVE "00000000" TO PHONE-NUMBER OF MASTER-IN-RECORD
           IF CUSTOMER-CPR OF MASTER-IN-RECORD NOT = SPACES
               MOVE SPACES TO CUSTOMER-CPR OF MASTER-IN-RECORD
               STRING "010100-" SEQUENCE-DISPLAY DELIMITED BY SIZE
                   INTO CUSTOMER-CPR OF MASTER-IN-RECORD
               END-STRING
           END-IF
           MOVE SPACES TO EMAIL OF MASTER-IN-RECORD
           STRING "kunde" DELIMITED BY SIZE
               SEQUENCE-DISPLAY DELIMITED BY SIZE
                           TO LAST-NAME OF IN-CUSTOMER-RECORD
                       MOVE "00000000"
                           TO PHONE-NUMBER OF IN-CUSTOMER-RECORD
                       IF CUSTOMER-CPR OF IN-CUSTOMER-RECORD
                           NOT = SPACES
                           MOVE SPACES
                               TO CUSTOMER-CPR OF IN-CUSTOMER-RECORD
                           STRING "010100-" SEQUENCE-DISPLAY
                               DELIMITED BY SIZE
                               INTO CUSTOMER-CPR OF IN-CUSTOMER-RECORD
                           END-STRING
                       END-IF
                       MOVE SPACES TO EMAIL OF IN-CUSTOMER-RECORD
                       STRING "kunde" DELIMITED BY SIZE
                           SEQUENCE-DISPLAY DELIMITED BY SIZE
               MOVE MASK-RESULT-VALUE
                   TO ACCOUNT-NUMBER OF TRANSACTION-IN-RECORD
           END-IF

           IF CORRECTS-CPR OF TRANSACTION-IN-RECORD NOT = SPACES
               MOVE SPACES TO MASK-LOOKUP-VALUE
               MOVE CORRECTS-CPR OF TRANSACTION-IN-RECORD
                   TO MASK-LOOKUP-VALUE
               PERFORM FIND-MASKED-CPR
               MOVE MASK-RESULT-VALUE(1:15)
                   TO CORRECTS-CPR OF TRANSACTION-IN-RECORD
           END-IF
           EXIT.

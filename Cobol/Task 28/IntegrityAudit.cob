           02 CONTACT-INFO.
           03 PHONE-NUMBER PIC X(15).
           03 EMAIL PIC X(80).
           02 CUSTOMER-CPR PIC X(15).

       FD IN-BANK-FILE.
       01 IN-BANK-RECORD.

       FD CUSTOMER-MASTER-FILE.
       01 CUSTOMER-MASTER-RECORD.
           02 MASTER-REFERENCE-ID PIC X(10).
           02 MASTER-RECORD-BODY PIC X(461).

       FD BATCH-RUN-LOG-FILE.
       01 BATCH-RUN-LOG-RECORD.

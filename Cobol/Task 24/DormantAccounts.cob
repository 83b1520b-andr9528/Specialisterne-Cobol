       FD CUSTOMER-MASTER-FILE.
       01 CUSTOMER-MASTER-RECORD.
           02 MASTER-REFERENCE-ID PIC X(10).
           02 MASTER-RECORD-BODY PIC X(461).

       FD KEY-XREF-FILE.
       01 KEY-XREF-RECORD.
      * This program's Customer.cpy is the report run's own, so
      * the master record is handled through fixed positions:
      * only the dormancy byte, which sits just ahead of the
      * completeness flag, is ever touched. The fields the master
      * has gained since ride along untouched in the trailer.
       01 MASTER-WORK.
           02 MASTER-WORK-LEADER PIC X(388).
           02 MASTER-WORK-DORMANCY PIC X(1).
               88 MASTER-ACCOUNT-DORMANT VALUE "D".
           02 MASTER-WORK-COMPLETENESS PIC X(1).
           02 MASTER-WORK-TRAILER PIC X(81).

       01 TRANSACTIONS-WRAPPER.
           02 TRANSACTIONS OCCURS 600 TIMES.

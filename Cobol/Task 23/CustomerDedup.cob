       FD CUSTOMER-MASTER-FILE.
       01 CUSTOMER-MASTER-RECORD.
           02 MASTER-REFERENCE-ID PIC X(10).
           02 MASTER-RECORD-BODY PIC X(461).
       01 MASTER-HEADER-RECORD.
           02 HEADER-TAG PIC X(3) VALUE "HDR".
           02 HEADER-RUN-DATE PIC X(8) VALUE SPACES.
      * CustomerinformationOut.txt once its trailer is on disk, so
      * a crash mid-rewrite cannot lose the master.
       FD MASTER-WORK-FILE.
       01 MASTER-WORK-RECORD PIC X(471).

       FD MERGE-XREF-FILE.
       01 MERGE-XREF-RECORD.

           COPY "Transaction.cpy".

       FD HISTORY-WORK-FILE.
       01 HISTORY-WORK-RECORD PIC X(278).

       FD HISTORY-ARCHIVE-FILE.
       01 HISTORY-ARCHIVE-RECORD PIC X(278).

       FD MONTHS-SNAPSHOT-FILE.
       01 MONTHS-SNAPSHOT-RECORD.
           02 SNAP-MONTH-STANDARD-DEVIATION PIC S9(13)V99.
      * Running sum and sum of squares kept by the report run.
           02 FILLER PIC X(32).
      * Write-off and recovery counts and totals.
           02 FILLER PIC X(38).

       FD MONTHLY-TOTALS-ARCHIVE-FILE.
       01 MONTHLY-ARCHIVE-RECORD PIC X(412).

       FD CUSTOMERS-SNAPSHOT-FILE.
       01 CUSTOMERS-SNAPSHOT-RECORD.

      *-----------------------------------------------------------*
      * FEEDARRIVAL.CPY                                           *
      * One row per expected feed delivery in FeedArrivalLog.txt, *
      * appended by the chain driver's arrival check. STATUS is   *
      * ONTIME or LATE once the file has come in                  *
      * (FILE-DATE/FILE-TIME are the file's own timestamp,        *
      * MINUTES-LATE counts past the cutoff on the due date),     *
      * RUNWITHOUT when the cutoff passed and an operator         *
      * recorded a run-without decision, MISSING when the chain   *
      * was halted for it. A rerun after a halt logs the delivery *
      * again, and the later row for a source and due date is the *
      * one that stands.                                          *
      *-----------------------------------------------------------*
       02 ARRIVAL-DUE-DATE PIC 9(8) VALUE 0.
       02 ARRIVAL-SOURCE-CODE PIC X(4) VALUE SPACES.
       02 ARRIVAL-FILENAME PIC X(40) VALUE SPACES.
       02 ARRIVAL-CUTOFF-TIME PIC 9(4) VALUE 0.
       02 ARRIVAL-STATUS PIC X(10) VALUE SPACES.
           88 ARRIVAL-ON-TIME VALUE "ONTIME".
           88 ARRIVAL-LATE VALUE "LATE".
           88 ARRIVAL-RUN-WITHOUT VALUE "RUNWITHOUT".
           88 ARRIVAL-MISSING VALUE "MISSING".
       02 ARRIVAL-FILE-DATE PIC 9(8) VALUE 0.
       02 ARRIVAL-FILE-TIME PIC 9(6) VALUE 0.
       02 ARRIVAL-MINUTES-LATE PIC 9(5) VALUE 0.
       02 ARRIVAL-OPERATOR PIC X(8) VALUE SPACES.

      *-----------------------------------------------------------*
      * LOADCONTROL.CPY                                           *
      * The report run's load-stage counts, written to            *
      * ReportLoadControls.txt each time the run loads the day's  *
      * feed, so the chain control sheet can balance the feed     *
      * against what the run did with it. Every row the loader    *
      * handed over is an exception, a duplicate, already on      *
      * TransactionHistory.txt from an earlier run, or appended   *
      * there; HISTORY-PRIOR-ROWS is the history file's row       *
      * count before this run's append.                           *
      *-----------------------------------------------------------*
       02 LOADCTL-RUN-DATE PIC 9(8) VALUE 0.
       02 LOADCTL-LOADED-COUNT PIC 9(6) VALUE 0.
       02 LOADCTL-EXCEPTION-COUNT PIC 9(6) VALUE 0.
       02 LOADCTL-DUPLICATE-COUNT PIC 9(6) VALUE 0.
       02 LOADCTL-ON-HISTORY-COUNT PIC 9(6) VALUE 0.
       02 LOADCTL-APPENDED-COUNT PIC 9(6) VALUE 0.
       02 LOADCTL-HISTORY-PRIOR-ROWS PIC 9(8) VALUE 0.

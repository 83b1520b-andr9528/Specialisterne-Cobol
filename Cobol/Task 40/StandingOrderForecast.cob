      * go negative - before the overdraft surfaces days later   *
      * in OverdrawnAccounts.txt. A totals section per           *
      * ORDER-DAY-OF-MONTH shows the cash the whole book needs   *
      * on each day of the period. Orders suspended or           *
      * cancelled through SOENTRY are not due.                   *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
           02 ORDER-DAY-OF-MONTH PIC 99.
           02 ORDER-START-PERIOD PIC 9(6).
           02 ORDER-END-PERIOD PIC 9(6).
      * Space while the order runs, "S" while SOENTRY has it
      * suspended, "C" once cancelled there.
           02 ORDER-STATUS PIC X(1).

       FD LAST-RUN-FILE.
       01 LAST-RUN-RECORD.
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF FORECAST-PERIOD >= ORDER-START-PERIOD
                           AND ORDER-STATUS = SPACE
                           AND (ORDER-END-PERIOD = 0
                               OR FORECAST-PERIOD
                                   <= ORDER-END-PERIOD)

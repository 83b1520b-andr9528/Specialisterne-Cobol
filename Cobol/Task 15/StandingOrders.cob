      * StandingOrdersLastRun.txt remembers the last period      *
      * generated; when the job has been skipped for one or more *
      * months every missed period is generated on the next run. *
      *                                                          *
      * A customer under an active legal hold (LegalHolds.txt)   *
      * is only paid out of the available balance the shared     *
      * AVAILBAL routine reports; a payment that would reach     *
      * into held money is not generated and is counted as       *
      * withheld.                                                *
      *                                                          *
      * An order suspended or cancelled through SOENTRY is       *
      * skipped in every period while that status stands.        *
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
           02 SO-DAY-OF-MONTH PIC 99.
           02 SO-START-PERIOD PIC 9(6).
           02 SO-END-PERIOD PIC 9(6).
           02 SO-STATUS PIC X(1).
       01 STANDING-ORDERS-MAX-COUNT PIC 999 VALUE 100.
       01 STANDING-ORDERS-COUNT PIC 999 VALUE 0.
       01 ORDER-INDEX PIC 999 VALUE 1.
           02 ROLLED-MONTH PIC 99 VALUE 0.
           02 ROLLED-DAY PIC 99 VALUE 0.

      * Available-balance check through the shared AVAILBAL
      * routine; each payment generated is reserved against the
      * customer so the next one in the run sees it.
       01 AVAILBAL-PARAMETERS.
           COPY "AvailBal.cpy".
       01 AVAILBAL-CALL-FAILED PIC X VALUE "N".
       01 HOLD-WITHHELD-COUNT PIC 9(6) VALUE 0.

       01 GENERATED-COUNT PIC 9(6) VALUE 0.
       01 GENERATED-COUNT-DISPLAY PIC Z(5)9 VALUE ZEROES.
       01 PERIODS-GENERATED-COUNT PIC 999 VALUE 0.

       01 AMOUNT-EDIT-DISPLAY PIC Z(8)9.99.
       01 AVAILABLE-EDIT-DISPLAY PIC -Z(9)9.99.

       PROCEDURE DIVISION.
           PERFORM LOG-BATCH-RUN-START
               TRIM(GENERATED-COUNT-DISPLAY LEADING)
               " standing-order transaction(s) across "
               PERIODS-GENERATED-COUNT " period(s)."
           IF HOLD-WITHHELD-COUNT > 0
               DISPLAY HOLD-WITHHELD-COUNT " payment(s) withheld - "
                   "not covered by the balance left available "
                   "under a legal hold."
           END-IF

           PERFORM LOG-BATCH-RUN-END
       STOP RUN.
               FUNCTION TRIM(GENERATED-COUNT-DISPLAY LEADING)
               " Periods: "
               FUNCTION TRIM(PERIODS-GENERATED-COUNT LEADING)
               " Withheld: "
               FUNCTION TRIM(HOLD-WITHHELD-COUNT LEADING)
               INTO BATCH-LOG-DETAIL
           WRITE BATCH-RUN-LOG-RECORD

                                   STANDING-ORDERS-COUNT)
                           MOVE ORDER-END-PERIOD
                               TO SO-END-PERIOD(STANDING-ORDERS-COUNT)
                           MOVE ORDER-STATUS
                               TO SO-STATUS(STANDING-ORDERS-COUNT)
                       ELSE
                           DISPLAY "StandingOrders.txt exceeds "
                               "capacity, ignoring remaining orders"
               UNTIL ORDER-INDEX > STANDING-ORDERS-COUNT

               IF GENERATION-PERIOD >= SO-START-PERIOD(ORDER-INDEX)
                   AND SO-STATUS(ORDER-INDEX) = SPACE
                   AND (SO-END-PERIOD(ORDER-INDEX) = 0
                       OR GENERATION-PERIOD
                           <= SO-END-PERIOD(ORDER-INDEX))
           PERFORM FILL-GENERATED-DKK-AMOUNT
           PERFORM FILL-GENERATED-TIMESTAMP

           PERFORM CHECK-AVAILABLE-BALANCE
           IF AVAILBAL-REFUSED
               ADD 1 TO HOLD-WITHHELD-COUNT
               MOVE AVAILBAL-AVAILABLE-BALANCE
                   TO AVAILABLE-EDIT-DISPLAY
               DISPLAY "Withheld: standing order for CPR '"
                   FUNCTION TRIM(SO-CPR(ORDER-INDEX) TRAILING)
                   "' to '"
                   FUNCTION TRIM(SO-SHOP(ORDER-INDEX) TRAILING)
                   "' - legal hold leaves "
                   FUNCTION TRIM(AVAILABLE-EDIT-DISPLAY LEADING)
                   " DKK available."
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO DUPLICATE-FLAG OF GENERATED-TRANSACTION-RECORD

           WRITE GENERATED-TRANSACTION-RECORD
           END-EVALUATE
           EXIT.

      *----------------------------------------------------------*
      * Reserves the payment's DKK value against the customer's
      * available balance on the payment date. When AVAILBAL
      * cannot be called the payment goes ahead as before.
      *----------------------------------------------------------*
       CHECK-AVAILABLE-BALANCE.
           SET AVAILBAL-ALLOWED TO TRUE
           IF AVAILBAL-CALL-FAILED = "Y"
               EXIT PARAGRAPH
           END-IF

           SET AVAILBAL-RESERVE TO TRUE
           MOVE SO-CPR(ORDER-INDEX) TO AVAILBAL-CPR
           MOVE ROLLED-DATE-PARTS TO AVAILBAL-AS-OF-DATE
           MOVE DKK-AMOUNT OF GENERATED-TRANSACTION-RECORD
               TO AVAILBAL-REQUEST-AMOUNT

           CALL "AVAILBAL" USING AVAILBAL-PARAMETERS
               ON EXCEPTION
                   DISPLAY "WARNING: AVAILBAL could not be called, "
                       "legal holds are not checked this run."
                   MOVE "Y" TO AVAILBAL-CALL-FAILED
                   SET AVAILBAL-ALLOWED TO TRUE
           END-CALL
           EXIT.

      *----------------------------------------------------------*
      * Builds the TIME-OF-TRANSACTION for the generated payment:
      * the order's day-of-month in the generation period, clamped

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISPUTEPOST.

      *----------------------------------------------------------*
      * Card dispute posting. Applies the steps DISPUTENTRY       *
      * queued in DisputeActions.txt to DisputeRegister.txt:      *
      *   - "N" opens the dispute with a merchant response        *
      *     deadline, resolves the shop to its ShopMaster.txt     *
      *     canonical name and merchant id, and books the         *
      *     provisional credit when one was asked for;            *
      *   - "M" records the merchant's response;                  *
      *   - "W" closes it in the customer's favour: the credit    *
      *     becomes final (booked now if none was provisional)    *
      *     and the dispute is stamped with the settlement period *
      *     whose ShopSettlement.txt deducts the chargeback;      *
      *   - "L" closes it in the merchant's favour and a          *
      *     provisional credit is reversed by a storno.           *
      * Credits and stornos are Transaction.cpy records in        *
      * GeneratedDisputeCredits.txt for the next TransactionFeed. *
      * A step is applied only when the dispute stands where the  *
      * step expects it, so re-reading the whole queue each run   *
      * never books anything twice. DisputeReport.txt lists the   *
      * steps applied or refused and every open dispute past its *
      * merchant response deadline.                               *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISPUTE-ACTION-FILE
               ASSIGN TO "DisputeActions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACTION-FILE-STATUS.

           SELECT DISPUTE-REGISTER-FILE
               ASSIGN TO "DisputeRegister.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGISTER-FILE-STATUS.

           SELECT SHOP-MASTER-FILE
               ASSIGN TO "ShopMaster.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SHOP-MASTER-FILE-STATUS.

           SELECT GENERATED-CREDITS-FILE
               ASSIGN TO "GeneratedDisputeCredits.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GENERATED-FILE-STATUS.

           SELECT DISPUTE-REPORT-FILE
               ASSIGN TO "DisputeReport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BATCH-RUN-LOG-FILE
               ASSIGN TO "BatchRunLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BATCH-RUN-LOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * One step on a dispute as DISPUTENTRY queued it; "N" carries
      * the whole dispute, the others name it by DISPUTE-ID.
       FD DISPUTE-ACTION-FILE.
       01 DISPUTE-ACTION-RECORD.
           02 DISPUTE-ACTION-CODE PIC X(1).
           02 DISPUTE-ACTION-OPERATOR PIC X(8).
           02 DISPUTE-ACTION-DATE PIC X(8).
           02 DISPUTE-ACTION-NOTE PIC X(40).
           02 DISPUTE-ACTION-DISPUTE.
               COPY "Dispute.cpy".

       FD DISPUTE-REGISTER-FILE.
       01 DISPUTE-REGISTER-RECORD.
           COPY "Dispute.cpy".

       FD SHOP-MASTER-FILE.
       01 SHOP-MASTER-RECORD.
           02 SHOPM-CANONICAL-NAME PIC X(20).
           02 SHOPM-MERCHANT-ID PIC X(8).
           02 SHOPM-CATEGORY PIC X(12).
           02 SHOPM-ALIAS-1 PIC X(20).
           02 SHOPM-ALIAS-2 PIC X(20).
           02 SHOPM-ALIAS-3 PIC X(20).

       FD GENERATED-CREDITS-FILE.
       01 GENERATED-CREDIT-RECORD.
           COPY "Transaction.cpy".

       FD DISPUTE-REPORT-FILE.
       01 DISPUTE-REPORT-LINE PIC X(100).

       FD BATCH-RUN-LOG-FILE.
       01 BATCH-RUN-LOG-RECORD.
           COPY "BatchRunLog.cpy".

       WORKING-STORAGE SECTION.
       01 BATCH-RUN-LOG-TIMESTAMP PIC X(26) VALUE SPACES.
       01 ACTION-FILE-STATUS PIC X(2) VALUE "00".
       01 REGISTER-FILE-STATUS PIC X(2) VALUE "00".
       01 SHOP-MASTER-FILE-STATUS PIC X(2) VALUE "00".
       01 GENERATED-FILE-STATUS PIC X(2) VALUE "00".
       01 BATCH-RUN-LOG-FILE-STATUS PIC X(2) VALUE "00".
       01 FAILED-FILE-NAME PIC X(40) VALUE SPACES.
       01 FAILED-FILE-STATUS PIC X(2) VALUE SPACES.

       01 END-OF-FILE PIC X VALUE "N".
       01 REGISTER-EOF PIC X VALUE "N".

      * Calendar days the merchant has to answer a dispute.
       01 MERCHANT-RESPONSE-DAYS PIC 99 VALUE 30.

      * The whole register, updated in place by this run's steps
      * and written back at the end.
       01 DISPUTE-TABLE.
           02 DISPUTE-COUNT PIC 9(4) VALUE 0.
           02 DISPUTE-MAX PIC 9(4) VALUE 500.
           02 DISPUTES OCCURS 500 TIMES.
               COPY "Dispute.cpy".
       01 DISPUTE-INDEX PIC 9(4) VALUE 0.
       01 MATCHED-DISPUTE-INDEX PIC 9(4) VALUE 0.

       01 SHOP-MASTER-TABLE.
           02 SHOP-MASTER-COUNT PIC 99 VALUE 0.
           02 SHOP-MASTER-MAX-COUNT PIC 99 VALUE 60.
           02 SHOP-MASTERS OCCURS 60 TIMES.
               03 MASTER-CANONICAL-NAME PIC X(20) VALUE SPACES.
               03 MASTER-MERCHANT-ID PIC X(8) VALUE SPACES.
               03 MASTER-ALIAS PIC X(20)
                   OCCURS 3 TIMES VALUE SPACES.
       01 SHOP-MASTER-INDEX PIC 99 VALUE 0.
       01 SHOP-ALIAS-INDEX PIC 9 VALUE 0.
       01 SHOP-NAME-COMPARE-WORK PIC X(20) VALUE SPACES.
       01 SHOP-NAME-RECOGNIZED PIC X VALUE "N".

       01 RUN-DATE-TODAY PIC X(8) VALUE SPACES.
       01 RUN-TIME-NOW PIC X(6) VALUE SPACES.
       01 TODAY-DATE PIC 9(8) VALUE 0.
       01 OPENED-DATE-NUMERIC PIC 9(8) VALUE 0.
       01 DEADLINE-DATE-NUMERIC PIC 9(8) VALUE 0.
       01 POSTING-SEQUENCE PIC 9(6) VALUE 0.
       01 CREDIT-TIME PIC X(26) VALUE SPACES.
       01 STEP-OUTCOME PIC X(10) VALUE SPACES.

       01 STEPS-READ-COUNT PIC 9(6) VALUE 0.
       01 STEPS-APPLIED-COUNT PIC 9(6) VALUE 0.
       01 PREVIOUSLY-APPLIED-COUNT PIC 9(6) VALUE 0.
       01 STEPS-REFUSED-COUNT PIC 9(6) VALUE 0.
       01 DISPUTES-OPENED-COUNT PIC 9(6) VALUE 0.
       01 DISPUTES-WON-COUNT PIC 9(6) VALUE 0.
       01 DISPUTES-LOST-COUNT PIC 9(6) VALUE 0.
       01 CREDITS-POSTED-COUNT PIC 9(6) VALUE 0.
       01 CREDITS-REVERSED-COUNT PIC 9(6) VALUE 0.
       01 OVERDUE-COUNT PIC 9(6) VALUE 0.
       01 RECORDS-GENERATED-COUNT PIC 9(6) VALUE 0.

       01 AMOUNT-EDIT-DISPLAY PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01 OUTPUT-TEXT-LINE PIC X(100) VALUE SPACES.
       01 SEPARATOR-LINE PIC X(100) VALUE ALL "-".
       01 COUNT-DISPLAY PIC Z(5)9.

       PROCEDURE DIVISION.
           PERFORM LOG-BATCH-RUN-START

           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE-TODAY
           MOVE FUNCTION CURRENT-DATE(9:6) TO RUN-TIME-NOW
           MOVE RUN-DATE-TODAY TO TODAY-DATE

           PERFORM LOAD-SHOP-MASTER
           PERFORM LOAD-DISPUTE-REGISTER

           OPEN OUTPUT GENERATED-CREDITS-FILE
           IF GENERATED-FILE-STATUS NOT = "00"
               MOVE "GeneratedDisputeCredits.txt" TO FAILED-FILE-NAME
               MOVE GENERATED-FILE-STATUS TO FAILED-FILE-STATUS
               PERFORM ABORT-ON-FILE-FAILURE
           END-IF

           OPEN OUTPUT DISPUTE-REPORT-FILE
           MOVE SPACES TO OUTPUT-TEXT-LINE
           STRING "Card disputes - " DELIMITED BY SIZE
               RUN-DATE-TODAY DELIMITED BY SIZE
               INTO OUTPUT-TEXT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SEPARATOR-LINE TO OUTPUT-TEXT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "Dispute    Step Outcome    CPR             "
               TO OUTPUT-TEXT-LINE
           MOVE "Shop                             Amount"
               TO OUTPUT-TEXT-LINE(44:39)
           PERFORM WRITE-REPORT-LINE

           OPEN INPUT DISPUTE-ACTION-FILE
           IF ACTION-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-FILE = "Y"
                   READ DISPUTE-ACTION-FILE
                       AT END
                           MOVE "Y" TO END-OF-FILE
                       NOT AT END
                           IF DISPUTE-ID OF DISPUTE-ACTION-RECORD
                                   NOT = SPACES
                               ADD 1 TO STEPS-READ-COUNT
                               PERFORM PROCESS-ONE-STEP
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DISPUTE-ACTION-FILE
           ELSE
               DISPLAY "DisputeActions.txt not found, no dispute "
                   "steps to apply."
           END-IF

           PERFORM REPORT-OVERDUE-DISPUTES
           PERFORM REPORT-RUN-TOTALS

           CLOSE GENERATED-CREDITS-FILE
           CLOSE DISPUTE-REPORT-FILE

           PERFORM SAVE-DISPUTE-REGISTER

           DISPLAY "Disputes: " STEPS-APPLIED-COUNT " step(s) "
               "applied, " CREDITS-POSTED-COUNT " credit(s) and "
               CREDITS-REVERSED-COUNT " reversal(s) posted, "
               OVERDUE-COUNT " past the merchant deadline."

           IF STEPS-REFUSED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM LOG-BATCH-RUN-END
       STOP RUN.

      *----------------------------------------------------------*
      * A required file that cannot be opened stops the run with a
      * plain-language message, a FAILED line in BatchRunLog.txt
      * and RETURN-CODE 8.
      *----------------------------------------------------------*
       ABORT-ON-FILE-FAILURE.
           DISPLAY "ERROR: could not open '"
               FUNCTION TRIM(FAILED-FILE-NAME TRAILING)
               "' (file status " FAILED-FILE-STATUS "). "
               "The run is stopped."

           MOVE FUNCTION CURRENT-DATE TO BATCH-RUN-LOG-TIMESTAMP
           OPEN EXTEND BATCH-RUN-LOG-FILE
           MOVE "DISPUTEPOST" TO BATCH-LOG-JOB-NAME
           MOVE BATCH-RUN-LOG-TIMESTAMP TO BATCH-LOG-TIMESTAMP
           MOVE "FAILED" TO BATCH-LOG-EVENT
           STRING FUNCTION TRIM(FAILED-FILE-NAME TRAILING)
               " status " FAILED-FILE-STATUS
               INTO BATCH-LOG-DETAIL
           WRITE BATCH-RUN-LOG-RECORD
           CLOSE BATCH-RUN-LOG-FILE

           MOVE 8 TO RETURN-CODE
           STOP RUN.

       LOG-BATCH-RUN-START.
           MOVE FUNCTION CURRENT-DATE TO BATCH-RUN-LOG-TIMESTAMP
           OPEN EXTEND BATCH-RUN-LOG-FILE
           IF BATCH-RUN-LOG-FILE-STATUS = "35"
               OPEN OUTPUT BATCH-RUN-LOG-FILE
           END-IF

           MOVE "DISPUTEPOST" TO BATCH-LOG-JOB-NAME
           MOVE BATCH-RUN-LOG-TIMESTAMP TO BATCH-LOG-TIMESTAMP
           MOVE "START" TO BATCH-LOG-EVENT
           MOVE SPACES TO BATCH-LOG-DETAIL
           WRITE BATCH-RUN-LOG-RECORD

           CLOSE BATCH-RUN-LOG-FILE
           EXIT.

       LOG-BATCH-RUN-END.
           MOVE FUNCTION CURRENT-DATE TO BATCH-RUN-LOG-TIMESTAMP
           OPEN EXTEND BATCH-RUN-LOG-FILE

           MOVE "DISPUTEPOST" TO BATCH-LOG-JOB-NAME
           MOVE BATCH-RUN-LOG-TIMESTAMP TO BATCH-LOG-TIMESTAMP
           MOVE "END" TO BATCH-LOG-EVENT
           STRING "Steps: "
               FUNCTION TRIM(STEPS-APPLIED-COUNT LEADING)
               " Credits: "
               FUNCTION TRIM(CREDITS-POSTED-COUNT LEADING)
               " Reversals: "
               FUNCTION TRIM(CREDITS-REVERSED-COUNT LEADING)
               " Overdue: "
               FUNCTION TRIM(OVERDUE-COUNT LEADING)
               INTO BATCH-LOG-DETAIL
           WRITE BATCH-RUN-LOG-RECORD

           CLOSE BATCH-RUN-LOG-FILE
           EXIT.

       LOAD-SHOP-MASTER.
           OPEN INPUT SHOP-MASTER-FILE
           IF SHOP-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "ShopMaster.txt not found, disputes keep the "
                   "shop name as it appears in the feed"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL SHOP-MASTER-FILE-STATUS = "10"
               READ SHOP-MASTER-FILE
                   AT END
                       MOVE "10" TO SHOP-MASTER-FILE-STATUS
                   NOT AT END
                       IF SHOP-MASTER-COUNT < SHOP-MASTER-MAX-COUNT
                           ADD 1 TO SHOP-MASTER-COUNT
                           MOVE SHOPM-CANONICAL-NAME TO
                               MASTER-CANONICAL-NAME(
                                   SHOP-MASTER-COUNT)
                           MOVE SHOPM-MERCHANT-ID TO
                               MASTER-MERCHANT-ID(SHOP-MASTER-COUNT)
                           MOVE SHOPM-ALIAS-1 TO
                               MASTER-ALIAS(SHOP-MASTER-COUNT, 1)
                           MOVE SHOPM-ALIAS-2 TO
                               MASTER-ALIAS(SHOP-MASTER-COUNT, 2)
                           MOVE SHOPM-ALIAS-3 TO
                               MASTER-ALIAS(SHOP-MASTER-COUNT, 3)
                       ELSE
                           DISPLAY "ShopMaster.txt exceeds capacity, "
                               "ignoring remaining shops"
                       END-IF
               END-READ
           END-PERFORM

           CLOSE SHOP-MASTER-FILE
           EXIT.

       LOAD-DISPUTE-REGISTER.
           OPEN INPUT DISPUTE-REGISTER-FILE
           IF REGISTER-FILE-STATUS NOT = "00"
               DISPLAY "DisputeRegister.txt not found, starting a "
                   "new register"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL REGISTER-EOF = "Y"
               READ DISPUTE-REGISTER-FILE
                   AT END
                       MOVE "Y" TO REGISTER-EOF
                   NOT AT END
                       IF DISPUTE-COUNT < DISPUTE-MAX
                           ADD 1 TO DISPUTE-COUNT
                           MOVE DISPUTE-REGISTER-RECORD
                               TO DISPUTES(DISPUTE-COUNT)
                       ELSE
      * Rewriting a register that did not fit would drop disputes.
                           DISPLAY "ERROR: DisputeRegister.txt holds "
                               "more than " DISPUTE-MAX " disputes. "
                               "The run is stopped."
                           MOVE 8 TO RETURN-CODE
                           PERFORM LOG-BATCH-RUN-END
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM

           CLOSE DISPUTE-REGISTER-FILE
           EXIT.

      *----------------------------------------------------------*
      * The register is rewritten whole from the table, closed
      * disputes included, since the shop report and the
      * settlement extract read it back by period.
      *----------------------------------------------------------*
       SAVE-DISPUTE-REGISTER.
           OPEN OUTPUT DISPUTE-REGISTER-FILE
           IF REGISTER-FILE-STATUS NOT = "00"
               MOVE "DisputeRegister.txt" TO FAILED-FILE-NAME
               MOVE REGISTER-FILE-STATUS TO FAILED-FILE-STATUS
               PERFORM ABORT-ON-FILE-FAILURE
           END-IF

           PERFORM VARYING DISPUTE-INDEX FROM 1 BY 1
               UNTIL DISPUTE-INDEX > DISPUTE-COUNT
               MOVE DISPUTES(DISPUTE-INDEX) TO DISPUTE-REGISTER-RECORD
               WRITE DISPUTE-REGISTER-RECORD
           END-PERFORM

           CLOSE DISPUTE-REGISTER-FILE
           EXIT.

       FIND-DISPUTE-IN-TABLE.
           MOVE 0 TO MATCHED-DISPUTE-INDEX
           PERFORM VARYING DISPUTE-INDEX FROM 1 BY 1
               UNTIL DISPUTE-INDEX > DISPUTE-COUNT
                   OR MATCHED-DISPUTE-INDEX > 0
               IF DISPUTE-ID OF DISPUTES(DISPUTE-INDEX)
                       = DISPUTE-ID OF DISPUTE-ACTION-RECORD
                   MOVE DISPUTE-INDEX TO MATCHED-DISPUTE-INDEX
               END-IF
           END-PERFORM
           EXIT.

      *----------------------------------------------------------*
      * A step already reflected in the register was applied by an
      * earlier run and is only counted. A step that does not fit
      * where the dispute stands - an outcome on an unknown
      * dispute, or a loss recorded after a win - is refused and
      * listed for the dispute desk.
      *----------------------------------------------------------*
       PROCESS-ONE-STEP.
           PERFORM FIND-DISPUTE-IN-TABLE

           EVALUATE DISPUTE-ACTION-CODE
               WHEN "N"
                   IF MATCHED-DISPUTE-INDEX > 0
                       ADD 1 TO PREVIOUSLY-APPLIED-COUNT
                   ELSE
                       PERFORM APPLY-OPEN-DISPUTE
                   END-IF
               WHEN "M"
               WHEN "W"
               WHEN "L"
                   IF MATCHED-DISPUTE-INDEX = 0
                       MOVE "UNKNOWN" TO STEP-OUTCOME
                       PERFORM WRITE-REFUSED-STEP-LINE
                   ELSE
                       PERFORM APPLY-DISPUTE-OUTCOME
                   END-IF
               WHEN OTHER
                   MOVE "BAD STEP" TO STEP-OUTCOME
                   PERFORM WRITE-REFUSED-STEP-LINE
           END-EVALUATE
           EXIT.

       APPLY-OPEN-DISPUTE.
           IF DISPUTE-COUNT >= DISPUTE-MAX
               MOVE "FULL" TO STEP-OUTCOME
               PERFORM WRITE-REFUSED-STEP-LINE
               DISPLAY "DisputeRegister.txt is full - dispute "
                   DISPUTE-ID OF DISPUTE-ACTION-RECORD
                   " waits for the next run."
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO DISPUTE-COUNT
           MOVE DISPUTE-COUNT TO MATCHED-DISPUTE-INDEX
           MOVE DISPUTE-ACTION-DISPUTE TO DISPUTES(DISPUTE-COUNT)

           SET DISPUTE-OPEN OF DISPUTES(MATCHED-DISPUTE-INDEX)
               TO TRUE
           MOVE DISPUTE-ACTION-DATE
               TO DISPUTE-OPENED-DATE OF DISPUTES(MATCHED-DISPUTE-INDEX)
           MOVE DISPUTE-ACTION-DATE TO OPENED-DATE-NUMERIC
           COMPUTE DEADLINE-DATE-NUMERIC =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(OPENED-DATE-NUMERIC)
                   + MERCHANT-RESPONSE-DAYS)
           MOVE DEADLINE-DATE-NUMERIC TO DISPUTE-DEADLINE-DATE
               OF DISPUTES(MATCHED-DISPUTE-INDEX)

           PERFORM RESOLVE-DISPUTE-SHOP

           IF CREDIT-REQUESTED OF DISPUTES(MATCHED-DISPUTE-INDEX)
               PERFORM WRITE-DISPUTE-CREDIT
           END-IF

           ADD 1 TO DISPUTES-OPENED-COUNT
           MOVE "OPENED" TO STEP-OUTCOME
           PERFORM WRITE-APPLIED-STEP-LINE
           EXIT.

       APPLY-DISPUTE-OUTCOME.
           EVALUATE TRUE
               WHEN DISPUTE-ACTION-CODE = "M"
                   AND DISPUTE-OPEN OF DISPUTES(MATCHED-DISPUTE-INDEX)
                   SET DISPUTE-MERCHANT-RESPONDED
                       OF DISPUTES(MATCHED-DISPUTE-INDEX) TO TRUE
                   MOVE DISPUTE-ACTION-DATE TO DISPUTE-RESPONSE-DATE
                       OF DISPUTES(MATCHED-DISPUTE-INDEX)
                   MOVE "RESPONDED" TO STEP-OUTCOME
                   PERFORM WRITE-APPLIED-STEP-LINE

               WHEN DISPUTE-ACTION-CODE = "M"
                   ADD 1 TO PREVIOUSLY-APPLIED-COUNT

               WHEN DISPUTE-ACTION-CODE
                       = DISPUTE-STATUS
                           OF DISPUTES(MATCHED-DISPUTE-INDEX)
                   ADD 1 TO PREVIOUSLY-APPLIED-COUNT

               WHEN DISPUTE-CLOSED OF DISPUTES(MATCHED-DISPUTE-INDEX)
                   MOVE "CONFLICT" TO STEP-OUTCOME
                   PERFORM WRITE-REFUSED-STEP-LINE

               WHEN DISPUTE-ACTION-CODE = "W"
                   PERFORM APPLY-DISPUTE-WON

               WHEN DISPUTE-ACTION-CODE = "L"
                   PERFORM APPLY-DISPUTE-LOST
           END-EVALUATE
           EXIT.

      *----------------------------------------------------------*
      * A win leaves the customer credited for good and charges
      * the amount back to the shop in this month's settlement.
      *----------------------------------------------------------*
       APPLY-DISPUTE-WON.
           IF NOT CREDIT-POSTED OF DISPUTES(MATCHED-DISPUTE-INDEX)
               PERFORM WRITE-DISPUTE-CREDIT
           END-IF

           SET DISPUTE-WON OF DISPUTES(MATCHED-DISPUTE-INDEX) TO TRUE
           MOVE DISPUTE-ACTION-DATE
               TO DISPUTE-CLOSED-DATE OF DISPUTES(MATCHED-DISPUTE-INDEX)
           MOVE RUN-DATE-TODAY(1:6) TO DISPUTE-CHARGEBACK-PERIOD
               OF DISPUTES(MATCHED-DISPUTE-INDEX)

           ADD 1 TO DISPUTES-WON-COUNT
           MOVE "WON" TO STEP-OUTCOME
           PERFORM WRITE-APPLIED-STEP-LINE
           EXIT.

       APPLY-DISPUTE-LOST.
           IF CREDIT-POSTED OF DISPUTES(MATCHED-DISPUTE-INDEX)
               PERFORM WRITE-CREDIT-REVERSAL
           END-IF

           SET DISPUTE-LOST OF DISPUTES(MATCHED-DISPUTE-INDEX) TO TRUE
           MOVE DISPUTE-ACTION-DATE
               TO DISPUTE-CLOSED-DATE OF DISPUTES(MATCHED-DISPUTE-INDEX)

           ADD 1 TO DISPUTES-LOST-COUNT
           MOVE "LOST" TO STEP-OUTCOME
           PERFORM WRITE-APPLIED-STEP-LINE
           EXIT.

      *----------------------------------------------------------*
      * The dispute keeps the feed spelling for the customer's
      * eyes and the master's canonical name and merchant id for
      * settlement; a shop the master does not know settles under
      * its feed spelling, as the report job counts it.
      *----------------------------------------------------------*
       RESOLVE-DISPUTE-SHOP.
           MOVE DISPUTE-SHOP OF DISPUTES(MATCHED-DISPUTE-INDEX)
               TO DISPUTE-SETTLE-SHOP OF DISPUTES(MATCHED-DISPUTE-INDEX)
           MOVE SPACES
               TO DISPUTE-MERCHANT-ID OF DISPUTES(MATCHED-DISPUTE-INDEX)
           MOVE "N" TO SHOP-NAME-RECOGNIZED

           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
               DISPUTE-SHOP OF DISPUTES(MATCHED-DISPUTE-INDEX)))
               TO SHOP-NAME-COMPARE-WORK

           PERFORM VARYING SHOP-MASTER-INDEX FROM 1 BY 1
               UNTIL SHOP-MASTER-INDEX > SHOP-MASTER-COUNT
                   OR SHOP-NAME-RECOGNIZED = "Y"

               IF FUNCTION UPPER-CASE(FUNCTION TRIM(
                       MASTER-CANONICAL-NAME(SHOP-MASTER-INDEX)))
                       = SHOP-NAME-COMPARE-WORK
                   MOVE "Y" TO SHOP-NAME-RECOGNIZED
               END-IF

               PERFORM VARYING SHOP-ALIAS-INDEX FROM 1 BY 1
                   UNTIL SHOP-ALIAS-INDEX > 3
                       OR SHOP-NAME-RECOGNIZED = "Y"
                   IF MASTER-ALIAS(SHOP-MASTER-INDEX,
                           SHOP-ALIAS-INDEX) NOT = SPACES
                       AND FUNCTION UPPER-CASE(FUNCTION TRIM(
                           MASTER-ALIAS(SHOP-MASTER-INDEX,
                               SHOP-ALIAS-INDEX)))
                           = SHOP-NAME-COMPARE-WORK
                       MOVE "Y" TO SHOP-NAME-RECOGNIZED
                   END-IF
               END-PERFORM

               IF SHOP-NAME-RECOGNIZED = "Y"
                   MOVE MASTER-CANONICAL-NAME(SHOP-MASTER-INDEX)
                       TO DISPUTE-SETTLE-SHOP
                           OF DISPUTES(MATCHED-DISPUTE-INDEX)
                   MOVE MASTER-MERCHANT-ID(SHOP-MASTER-INDEX)
                       TO DISPUTE-MERCHANT-ID
                           OF DISPUTES(MATCHED-DISPUTE-INDEX)
               END-IF
           END-PERFORM
           EXIT.

      *----------------------------------------------------------*
      * Each generated record gets its own time stamp - the run
      * time plus a running sequence in the fraction - so two
      * credits of equal amounts for one customer are not taken
      * for duplicates by the report job.
      *----------------------------------------------------------*
       NEXT-CREDIT-TIME.
           ADD 1 TO POSTING-SEQUENCE
           MOVE SPACES TO CREDIT-TIME
           STRING RUN-DATE-TODAY(1:4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               RUN-DATE-TODAY(5:2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               RUN-DATE-TODAY(7:2) DELIMITED BY SIZE
               "T" DELIMITED BY SIZE
               RUN-TIME-NOW(1:2) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               RUN-TIME-NOW(3:2) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               RUN-TIME-NOW(5:2) DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               POSTING-SEQUENCE DELIMITED BY SIZE
               INTO CREDIT-TIME
           END-STRING
           EXIT.

      *----------------------------------------------------------*
      * The credit is an Indbetaling to the customer's account on
      * the bank's own shop line, so the merchant's figures are
      * touched only by the chargeback in the settlement extract.
      *----------------------------------------------------------*
       WRITE-DISPUTE-CREDIT.
           PERFORM BUILD-CREDIT-RECORD
           MOVE DISPUTE-AMOUNT OF DISPUTES(MATCHED-DISPUTE-INDEX)
               TO AMOUNT OF GENERATED-CREDIT-RECORD
           MOVE DISPUTE-DKK-AMOUNT OF DISPUTES(MATCHED-DISPUTE-INDEX)
               TO DKK-AMOUNT OF GENERATED-CREDIT-RECORD
           PERFORM FORMAT-GENERATED-RAW-AMOUNT

           PERFORM NEXT-CREDIT-TIME
           MOVE CREDIT-TIME
               TO TIME-OF-TRANSACTION OF GENERATED-CREDIT-RECORD
           MOVE CREDIT-TIME
               TO DISPUTE-CREDIT-TIME OF DISPUTES(MATCHED-DISPUTE-INDEX)
           SET CREDIT-POSTED OF DISPUTES(MATCHED-DISPUTE-INDEX)
               TO TRUE

           WRITE GENERATED-CREDIT-RECORD
           ADD 1 TO RECORDS-GENERATED-COUNT
           ADD 1 TO CREDITS-POSTED-COUNT
           EXIT.

      * A lost dispute takes the provisional credit back with a
      * storno pointing at it, as CORRECTPOST reverses a booking.
       WRITE-CREDIT-REVERSAL.
           PERFORM BUILD-CREDIT-RECORD
           COMPUTE AMOUNT OF GENERATED-CREDIT-RECORD =
               0 - DISPUTE-AMOUNT OF DISPUTES(MATCHED-DISPUTE-INDEX)
           COMPUTE DKK-AMOUNT OF GENERATED-CREDIT-RECORD =
               0 - DISPUTE-DKK-AMOUNT
                   OF DISPUTES(MATCHED-DISPUTE-INDEX)
           PERFORM FORMAT-GENERATED-RAW-AMOUNT

           PERFORM NEXT-CREDIT-TIME
           MOVE CREDIT-TIME
               TO TIME-OF-TRANSACTION OF GENERATED-CREDIT-RECORD
           SET CORRECTION-REVERSAL OF GENERATED-CREDIT-RECORD TO TRUE
           MOVE DISPUTE-CPR OF DISPUTES(MATCHED-DISPUTE-INDEX)
               TO CORRECTS-CPR OF GENERATED-CREDIT-RECORD
           MOVE DISPUTE-CREDIT-TIME OF DISPUTES(MATCHED-DISPUTE-INDEX)
               TO CORRECTS-TIME OF GENERATED-CREDIT-RECORD
           MOVE DISPUTE-AMOUNT OF DISPUTES(MATCHED-DISPUTE-INDEX)
               TO CORRECTS-AMOUNT OF GENERATED-CREDIT-RECORD
           SET CREDIT-REVERSED OF DISPUTES(MATCHED-DISPUTE-INDEX)
               TO TRUE

           WRITE GENERATED-CREDIT-RECORD
           ADD 1 TO RECORDS-GENERATED-COUNT
           ADD 1 TO CREDITS-REVERSED-COUNT
           EXIT.

       BUILD-CREDIT-RECORD.
           MOVE SPACES TO GENERATED-CREDIT-RECORD
           MOVE DISPUTE-CPR OF DISPUTES(MATCHED-DISPUTE-INDEX)
               TO CPR OF GENERATED-CREDIT-RECORD
           MOVE DISPUTE-CUSTOMER-NAME OF DISPUTES(MATCHED-DISPUTE-INDEX)
               TO CUSTOMER-NAME OF GENERATED-CREDIT-RECORD
           MOVE DISPUTE-REGISTRATION OF DISPUTES(MATCHED-DISPUTE-INDEX)
               TO REGISTRATION-NUMBER OF GENERATED-CREDIT-RECORD
           MOVE DISPUTE-ACCOUNT OF DISPUTES(MATCHED-DISPUTE-INDEX)
               TO ACCOUNT-NUMBER OF GENERATED-CREDIT-RECORD
           MOVE DISPUTE-CURRENCY OF DISPUTES(MATCHED-DISPUTE-INDEX)
               TO CURRENCY-CODE OF GENERATED-CREDIT-RECORD
           MOVE "Indbetaling"
               TO TRANSACTION-TYPE OF GENERATED-CREDIT-RECORD
           MOVE "Indsigelse"
               TO TRANSACTION-SHOP OF GENERATED-CREDIT-RECORD
           MOVE "N" TO DUPLICATE-FLAG OF GENERATED-CREDIT-RECORD
           MOVE 0 TO TRANSFER-PAIR-ID OF GENERATED-CREDIT-RECORD
           MOVE 0 TO CORRECTS-AMOUNT OF GENERATED-CREDIT-RECORD
           EXIT.

       FORMAT-GENERATED-RAW-AMOUNT.
           MOVE AMOUNT OF GENERATED-CREDIT-RECORD
               TO AMOUNT-EDIT-DISPLAY
           MOVE SPACES TO RAW-AMOUNT OF GENERATED-CREDIT-RECORD
           STRING FUNCTION TRIM(AMOUNT-EDIT-DISPLAY LEADING)
               DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CURRENCY-CODE OF GENERATED-CREDIT-RECORD
               DELIMITED BY SIZE
               INTO RAW-AMOUNT OF GENERATED-CREDIT-RECORD
           END-STRING
           EXIT.

      *----------------------------------------------------------*
      * Open disputes the merchant has not answered by the
      * deadline; the dispute desk decides them on the evidence
      * it has.
      *----------------------------------------------------------*
       REPORT-OVERDUE-DISPUTES.
           MOVE SPACES TO OUTPUT-TEXT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "Past the merchant response deadline"
               TO OUTPUT-TEXT-LINE
           PERFORM WRITE-REPORT-LINE

           PERFORM VARYING DISPUTE-INDEX FROM 1 BY 1
               UNTIL DISPUTE-INDEX > DISPUTE-COUNT
               IF DISPUTE-OPEN OF DISPUTES(DISPUTE-INDEX)
                   AND DISPUTE-DEADLINE-DATE OF DISPUTES(DISPUTE-INDEX)
                       < RUN-DATE-TODAY
                   ADD 1 TO OVERDUE-COUNT
                   MOVE DISPUTE-ID OF DISPUTES(DISPUTE-INDEX)
                       TO OUTPUT-TEXT-LINE(1:10)
                   MOVE "due" TO OUTPUT-TEXT-LINE(12:3)
                   MOVE DISPUTE-DEADLINE-DATE OF DISPUTES(DISPUTE-INDEX)
                       TO OUTPUT-TEXT-LINE(16:8)
                   MOVE DISPUTE-CPR OF DISPUTES(DISPUTE-INDEX)
                       TO OUTPUT-TEXT-LINE(27:15)
                   MOVE DISPUTE-SHOP OF DISPUTES(DISPUTE-INDEX)
                       TO OUTPUT-TEXT-LINE(44:20)
                   MOVE DISPUTE-AMOUNT OF DISPUTES(DISPUTE-INDEX)
                       TO AMOUNT-EDIT-DISPLAY
                   MOVE AMOUNT-EDIT-DISPLAY TO OUTPUT-TEXT-LINE(65:17)
                   MOVE DISPUTE-CURRENCY OF DISPUTES(DISPUTE-INDEX)
                       TO OUTPUT-TEXT-LINE(83:3)
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-PERFORM
           EXIT.

       WRITE-APPLIED-STEP-LINE.
           ADD 1 TO STEPS-APPLIED-COUNT
           PERFORM WRITE-STEP-LINE
           EXIT.

       WRITE-REFUSED-STEP-LINE.
           ADD 1 TO STEPS-REFUSED-COUNT
           PERFORM WRITE-STEP-LINE
           EXIT.

       WRITE-STEP-LINE.
           MOVE DISPUTE-ID OF DISPUTE-ACTION-RECORD
               TO OUTPUT-TEXT-LINE(1:10)
           MOVE DISPUTE-ACTION-CODE TO OUTPUT-TEXT-LINE(13:1)
           MOVE STEP-OUTCOME TO OUTPUT-TEXT-LINE(16:10)
           IF MATCHED-DISPUTE-INDEX > 0
               MOVE DISPUTE-CPR OF DISPUTES(MATCHED-DISPUTE-INDEX)
                   TO OUTPUT-TEXT-LINE(27:15)
               MOVE DISPUTE-SHOP OF DISPUTES(MATCHED-DISPUTE-INDEX)
                   TO OUTPUT-TEXT-LINE(44:20)
               MOVE DISPUTE-AMOUNT OF DISPUTES(MATCHED-DISPUTE-INDEX)
                   TO AMOUNT-EDIT-DISPLAY
               MOVE AMOUNT-EDIT-DISPLAY TO OUTPUT-TEXT-LINE(65:17)
               MOVE DISPUTE-CURRENCY OF DISPUTES(MATCHED-DISPUTE-INDEX)
                   TO OUTPUT-TEXT-LINE(83:3)
           END-IF
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO STEP-OUTCOME
           EXIT.

       REPORT-RUN-TOTALS.
           MOVE SEPARATOR-LINE TO OUTPUT-TEXT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE "Dispute steps queued" TO OUTPUT-TEXT-LINE
           MOVE STEPS-READ-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-REPORT-LINE

           MOVE "Applied in earlier runs" TO OUTPUT-TEXT-LINE
           MOVE PREVIOUSLY-APPLIED-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-REPORT-LINE

           MOVE "Disputes opened" TO OUTPUT-TEXT-LINE
           MOVE DISPUTES-OPENED-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-REPORT-LINE

           MOVE "Won by the customer (chargeback)"
               TO OUTPUT-TEXT-LINE
           MOVE DISPUTES-WON-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-REPORT-LINE

           MOVE "Lost by the customer" TO OUTPUT-TEXT-LINE
           MOVE DISPUTES-LOST-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-REPORT-LINE

           MOVE "Steps refused" TO OUTPUT-TEXT-LINE
           MOVE STEPS-REFUSED-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-REPORT-LINE

           MOVE "Past the merchant deadline" TO OUTPUT-TEXT-LINE
           MOVE OVERDUE-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-REPORT-LINE

           MOVE "Records in GeneratedDisputeCredits.txt"
               TO OUTPUT-TEXT-LINE
           MOVE RECORDS-GENERATED-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-REPORT-LINE
           EXIT.

       WRITE-REPORT-LINE.
           MOVE OUTPUT-TEXT-LINE TO DISPUTE-REPORT-LINE
           WRITE DISPUTE-REPORT-LINE
           MOVE SPACES TO OUTPUT-TEXT-LINE
           EXIT.

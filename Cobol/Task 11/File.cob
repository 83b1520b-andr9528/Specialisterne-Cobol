               ASSIGN TO "ShopSettlement.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DISPUTE-REGISTER-FILE
               ASSIGN TO "DisputeRegister.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DISPUTE-REGISTER-FILE-STATUS.

           SELECT WRITEOFF-REGISTER-FILE
               ASSIGN TO "WriteOffRegister.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRITEOFF-REGISTER-FILE-STATUS.

           SELECT WAREHOUSE-CUSTOMERS-FILE
               ASSIGN TO "WarehouseCustomers.csv"
               ORGANIZATION IS LINE SEQUENTIAL.
      * persistent alert log giving every alert a stable id, an
      * analyst disposition file that suppresses reviewed alerts
      * on later runs, and an escalation queue for open alerts
      * past the review deadline. BEHAVPROF registers its
      * behaviour alerts (type BEHAV) in the same log, so they
      * are carried, suppressed and escalated here as well.
           SELECT AML-ALERT-LOG-FILE
               ASSIGN TO "AmlAlertLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ASSIGN TO "ShopMasterReview.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SHOP-EXCLUSION-FILE
               ASSIGN TO "ShopReviewExclusions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SHOP-EXCLUSION-FILE-STATUS.

           SELECT TRANSACTION-HISTORY-FILE
               ASSIGN TO "TransactionHistory.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANSACTION-HISTORY-FILE-STATUS.

      * Load-stage counts for the chain control sheet, rewritten
      * each time the run loads the day's feed.
           SELECT LOAD-CONTROLS-FILE
               ASSIGN TO "ReportLoadControls.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOAD-CONTROLS-FILE-STATUS.

           SELECT RATE-HISTORY-FILE
               ASSIGN TO "RateHistory.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           02 SNAP-MONTH-STANDARD-DEVIATION PIC S9(13)V99.
           02 SNAP-MONTH-SUM-AMOUNT PIC S9(13)V99.
           02 SNAP-MONTH-SUM-SQUARES PIC S9(15)V99.
           02 SNAP-WRITEOFF-COUNT PIC 9(6).
           02 SNAP-TOTAL-MONTH-WRITEOFF PIC S9(11)V99.
           02 SNAP-RECOVERY-COUNT PIC 9(6).
           02 SNAP-TOTAL-MONTH-RECOVERY PIC S9(11)V99.

       FD SHOPS-SNAPSHOT-FILE.
       01 SHOPS-SNAPSHOT-RECORD.
           02 REVIEW-SHOP-NAME PIC X(20).
           02 REVIEW-FIRST-TRANSACTION PIC 999.

      * Feed names SHOPMAINT has marked as not a shop (a transfer
      * text, a card-scheme placeholder and the like). They keep
      * their own spelling in the statistics but no longer go to
      * the review file.
       FD SHOP-EXCLUSION-FILE.
       01 SHOP-EXCLUSION-RECORD.
           02 EXCLUDED-SHOP-NAME PIC X(20).
           02 EXCLUDED-BY PIC X(8).
           02 EXCLUDED-DATE PIC X(8).

      * Machine-readable settlement extract: one record per shop
      * with the period, transaction count, gross revenue, the
      * configurable fee deduction and the net payable, plus a
      * record for the overflow bucket and a trailer whose totals
      * tie back to the report's shop section. Chargebacks from
      * disputes won by customers this period are deducted from
      * the shop's net payable and shown in their own column.
       FD SETTLEMENT-FILE.
       01 SETTLEMENT-RECORD.
           02 SETTLE-SHOP-NAME PIC X(20).
           02 SETTLE-GROSS-REVENUE PIC -9(11).99.
           02 SETTLE-FEE-AMOUNT PIC -9(9).99.
           02 SETTLE-NET-PAYABLE PIC -9(11).99.
           02 SETTLE-CHARGEBACK-AMOUNT PIC -9(9).99.
       01 SETTLEMENT-TRAILER-RECORD.
           02 SETTLE-TRAILER-TAG PIC X(3).
           02 SETTLE-TRAILER-COUNT PIC 9(4).
           02 SETTLE-TRAILER-NET PIC -9(11).99.
           02 FILLER PIC X(24).

      * Card disputes kept by DISPUTEPOST; only those won by the
      * customer in the settlement period are read here.
       FD DISPUTE-REGISTER-FILE.
       01 DISPUTE-REGISTER-RECORD.
           COPY "Dispute.cpy".

      * Overdrafts written off by WRITEOFFPOST; later Indbetalinger
      * from the same CPR are recoveries, not income.
       FD WRITEOFF-REGISTER-FILE.
       01 WRITEOFF-REGISTER-RECORD.
           COPY "WriteOff.cpy".

      * Sort work file for ordering the SHOPS table by revenue;
      * sorting through a work file scales past the in-memory
      * table sizes where swapping whole group items does not.
       01 TRANSACTION-HISTORY-RECORD.
           COPY "Transaction.cpy".

       FD LOAD-CONTROLS-FILE.
       01 LOAD-CONTROLS-RECORD.
           COPY "LoadControl.cpy".

      * Dated exchange rates: each row says what one unit of the
      * currency was worth in DKK from its valid-from date onward.
      * Maintained by appending rows; order in the file does not
       
       01 TRANSACTION-INDEX PIC 999 VALUE 1.
       01 DUPLICATE-COMPARE-INDEX PIC 999 VALUE 1.
       01 CORRECTION-LINK-INDEX PIC 999 VALUE 0.
       01 CORRECTION-LINK-FOUND PIC X VALUE "N".
       01 CORRECTION-AMOUNT-EDIT PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01 DUPLICATE-TRANSACTIONS-COUNT PIC 999 VALUE 0.
       01 INVALID-TRANSACTIONS-COUNT PIC 999 VALUE 0.
       01 TRANSACTION-VALID PIC X VALUE "Y".
      * periods that no longer sit in the transaction table.
               03 MONTH-SUM-AMOUNT PIC S9(13)V99 VALUE 0.
               03 MONTH-SUM-SQUARES PIC S9(15)V99 VALUE 0.
      * Overdrafts written off (Afskrivning) and Indbetalinger
      * recovered on written-off customers; neither is counted
      * in the month's income.
               03 WRITEOFF-COUNT PIC 9(6) VALUE 0.
               03 TOTAL-MONTH-WRITEOFF PIC S9(11)V99 VALUE 0.
               03 RECOVERY-COUNT PIC 9(6) VALUE 0.
               03 TOTAL-MONTH-RECOVERY PIC S9(11)V99 VALUE 0.
               03 REVAL-ADJUSTMENT-DKK PIC S9(11)V99 VALUE 0.

       01 YEAR-INDEX        PIC 9.
               OCCURS 60 TIMES VALUE SPACES.
       01 UNRECOGNIZED-INDEX PIC 99 VALUE 0.
       01 UNRECOGNIZED-SEEN PIC X VALUE "N".
       01 SHOP-EXCLUSION-FILE-STATUS PIC X(2) VALUE "00".
       01 SHOP-EXCLUSIONS.
           02 EXCLUSION-COUNT PIC 999 VALUE 0.
           02 EXCLUSION-MAX-COUNT PIC 999 VALUE 200.
           02 EXCLUSION-NAME PIC X(20)
               OCCURS 200 TIMES VALUE SPACES.
       01 EXCLUSION-INDEX PIC 999 VALUE 0.

       01 SHOP-CATEGORIES.
           02 CATEGORY-COUNT PIC 99 VALUE 0.
       01 SETTLEMENT-TOTAL-GROSS PIC S9(11)V99 VALUE 0.
       01 SETTLEMENT-TOTAL-NET PIC S9(11)V99 VALUE 0.
       01 SETTLEMENT-RECORD-COUNT PIC 9(4) VALUE 0.
       01 SETTLEMENT-CHARGEBACK-WORK PIC S9(9)V99 VALUE 0.
       01 DISPUTE-REGISTER-FILE-STATUS PIC X(2) VALUE "00".

      * Chargebacks per settlement shop name for this period.
       01 CHARGEBACK-TABLE.
           02 CHARGEBACK-COUNT PIC 99 VALUE 0.
           02 CHARGEBACK-MAX PIC 99 VALUE 60.
           02 CHARGEBACKS OCCURS 60 TIMES.
               03 CHARGEBACK-SHOP-NAME PIC X(20) VALUE SPACES.
               03 CHARGEBACK-DKK-AMOUNT PIC S9(9)V99 VALUE 0.
               03 CHARGEBACK-SETTLED PIC X VALUE "N".
       01 CHARGEBACK-INDEX PIC 99 VALUE 0.
       01 CHARGEBACK-MATCH-INDEX PIC 99 VALUE 0.

      * Write-offs from WriteOffRegister.txt with what has been
      * recovered on each so far in this run.
       01 WRITEOFF-REGISTER-FILE-STATUS PIC X(2) VALUE "00".
       01 WRITTEN-OFF-TABLE.
           02 WRITTEN-OFF-COUNT PIC 999 VALUE 0.
           02 WRITTEN-OFF-MAX PIC 999 VALUE 200.
           02 WRITTEN-OFF-ENTRIES OCCURS 200 TIMES.
               03 WRITTEN-OFF-CPR PIC X(15) VALUE SPACES.
               03 WRITTEN-OFF-DATE PIC X(8) VALUE SPACES.
               03 WRITTEN-OFF-AMOUNT PIC S9(11)V99 VALUE 0.
               03 WRITTEN-OFF-RECOVERED PIC S9(11)V99 VALUE 0.
       01 WRITTEN-OFF-INDEX PIC 999 VALUE 0.
       01 RECOVERY-CPR PIC X(15) VALUE SPACES.
       01 RECOVERY-TIME PIC X(26) VALUE SPACES.
       01 RECOVERY-DATE PIC X(8) VALUE SPACES.
       01 RECOVERY-AMOUNT PIC S9(11)V99 VALUE 0.
       01 RECOVERY-PORTION PIC S9(11)V99 VALUE 0.
       01 RECOVERY-OPEN PIC S9(11)V99 VALUE 0.

       01 CONTINUATION-FILE-OPEN PIC X VALUE "N".
       01 CONTINUATION-LINE-COUNT PIC 999 VALUE 0.
       01 HISTORY-APPENDED-COUNT PIC 999 VALUE 0.
       01 HISTORY-LOADED-COUNT PIC 999 VALUE 0.
       01 HISTORY-DROPPED-COUNT PIC 999 VALUE 0.
       01 HISTORY-READ-COUNT PIC 9(8) VALUE 0.
       01 FEED-LOADED-COUNT PIC 999 VALUE 0.
       01 FEED-ON-HISTORY-COUNT PIC 999 VALUE 0.
       01 LOAD-CONTROLS-FILE-STATUS PIC X(2) VALUE "00".

       01 RATE-HISTORY-FILE-STATUS PIC X(2) VALUE "00".
       01 RATE-HISTORY-TABLE.
           02 RATE-HISTORY-COUNT PIC 9(4) VALUE 0.
           02 RATE-HISTORY-MAX-COUNT PIC 9(4) VALUE 5000.
           02 RATE-HISTORY-ENTRIES OCCURS 5000 TIMES.
               03 RATE-ENTRY-CURRENCY PIC X(3) VALUE SPACES.
               03 RATE-ENTRY-VALID-FROM PIC 9(8) VALUE 0.
               03 RATE-ENTRY-DKK-RATE PIC 9(3)V99 VALUE 0.
       01 RATE-HISTORY-INDEX PIC 9(4) VALUE 0.
       01 TRANSACTION-DATE-NUMERIC PIC 9(8) VALUE 0.
       01 BEST-RATE-VALID-FROM PIC 9(8) VALUE 0.
       01 BEST-RATE-FOUND PIC X VALUE "N".
           PERFORM LOAD-REPORT-CONTROL-PARAMETERS
           PERFORM LOAD-MONTHLY-BUDGET
           PERFORM LOAD-PERIOD-STATUS
           PERFORM LOAD-WRITEOFF-REGISTER
           PERFORM LOAD-CHECKPOINT-STATUS

           IF CHECKPOINT-STAGE = "LOADED" OR CHECKPOINT-STAGE = "SORTED"
                   USING BANKS-WRAPPER
                       TRANSACTIONS-WRAPPER
               END-CALL
               MOVE TRANSACTIONS-COUNT TO FEED-LOADED-COUNT
               PERFORM LOAD-RATE-HISTORY
               PERFORM RECONVERT-TRANSACTION-AMOUNTS
               PERFORM BUILD-BANK-INDEX-FILE
               PERFORM VALIDATE-TRANSACTIONS
               PERFORM DETECT-DUPLICATE-TRANSACTIONS
               PERFORM MERGE-TRANSACTION-HISTORY
               PERFORM SAVE-LOAD-CONTROLS
               PERFORM PAIR-TRANSFER-LEGS
               PERFORM FILL-CUSTOMER-ARRAY
               PERFORM SAVE-LOAD-SNAPSHOT
           CLOSE PERIOD-STATUS-FILE
           EXIT.

      *----------------------------------------------------------*
      * Write-offs booked by WRITEOFFPOST. A missing register
      * means nothing has been written off and no Indbetaling is
      * a recovery.
      *----------------------------------------------------------*
       LOAD-WRITEOFF-REGISTER.
           MOVE 0 TO WRITTEN-OFF-COUNT
           OPEN INPUT WRITEOFF-REGISTER-FILE
           IF WRITEOFF-REGISTER-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WRITEOFF-REGISTER-FILE-STATUS = "10"
               READ WRITEOFF-REGISTER-FILE
                   AT END
                       MOVE "10" TO WRITEOFF-REGISTER-FILE-STATUS
                   NOT AT END
                       IF WRITTEN-OFF-COUNT < WRITTEN-OFF-MAX
                           ADD 1 TO WRITTEN-OFF-COUNT
                           MOVE WRITEOFF-CPR
                               TO WRITTEN-OFF-CPR(WRITTEN-OFF-COUNT)
                           MOVE WRITEOFF-DATE
                               TO WRITTEN-OFF-DATE(WRITTEN-OFF-COUNT)
                           MOVE WRITEOFF-DKK-AMOUNT
                               TO WRITTEN-OFF-AMOUNT(
                                   WRITTEN-OFF-COUNT)
                           MOVE 0 TO WRITTEN-OFF-RECOVERED(
                               WRITTEN-OFF-COUNT)
                       ELSE
                           DISPLAY "WARNING: WriteOffRegister.txt "
                               "exceeds capacity, CPR '"
                               FUNCTION TRIM(WRITEOFF-CPR TRAILING)
                               "' payments count as income."
                       END-IF
               END-READ
           END-PERFORM

           CLOSE WRITEOFF-REGISTER-FILE
           DISPLAY "Loaded " WRITTEN-OFF-COUNT
               " written-off overdraft(s)."
           EXIT.

       LOAD-MONTHLY-BUDGET.
           OPEN INPUT BUDGET-FILE

               EXIT PARAGRAPH
           END-IF

      * A storno and its replacement carry the DKK value of the
      * booking they correct; converting them again at today's
      * rate would leave the reversal short of the original.
           IF CORRECTION-KIND OF TRANSACTIONS(TRANSACTION-INDEX)
                   NOT = SPACE
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO TRANSACTION-DATE-NUMERIC
           MOVE TIME-OF-TRANSACTION
               OF TRANSACTIONS(TRANSACTION-INDEX)(1:4)
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING EXCLUSION-INDEX FROM 1 BY 1
               UNTIL EXCLUSION-INDEX > EXCLUSION-COUNT
                   OR UNRECOGNIZED-SEEN = "Y"
               IF EXCLUSION-NAME(EXCLUSION-INDEX)
                       = SHOP-NAME-COMPARE-WORK
                   MOVE "Y" TO UNRECOGNIZED-SEEN
               END-IF
           END-PERFORM

           IF UNRECOGNIZED-SEEN = "Y"
               EXIT PARAGRAPH
           END-IF

           IF UNRECOGNIZED-COUNT < 60
               ADD 1 TO UNRECOGNIZED-COUNT
               MOVE NORMALIZED-SHOP-NAME
           CLOSE SHOP-MASTER-FILE
           DISPLAY "Loaded " SHOP-MASTER-COUNT
               " shop master record(s)."
           PERFORM LOAD-SHOP-EXCLUSIONS
           EXIT.

      * Names are held trimmed and case-folded, the form
      * NORMALIZE-SHOP-NAME compares in.
       LOAD-SHOP-EXCLUSIONS.
           MOVE 0 TO EXCLUSION-COUNT
           OPEN INPUT SHOP-EXCLUSION-FILE
           IF SHOP-EXCLUSION-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL SHOP-EXCLUSION-FILE-STATUS = "10"
               READ SHOP-EXCLUSION-FILE
                   AT END
                       MOVE "10" TO SHOP-EXCLUSION-FILE-STATUS
                   NOT AT END
                       IF EXCLUSION-COUNT < EXCLUSION-MAX-COUNT
                           ADD 1 TO EXCLUSION-COUNT
                           MOVE FUNCTION UPPER-CASE(
                               FUNCTION TRIM(EXCLUDED-SHOP-NAME))
                               TO EXCLUSION-NAME(EXCLUSION-COUNT)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE SHOP-EXCLUSION-FILE
           EXIT.

       CLEAR-TRANSACTIONS-TO-MONTHS-STRUCTURE.
                       OF TRANSACTIONS-BY-YEAR-MONTH(YEAR-INDEX,
                           MONTH-INDEX)

                   MOVE 0 TO WRITEOFF-COUNT
                       OF TRANSACTIONS-BY-YEAR-MONTH(YEAR-INDEX,
                           MONTH-INDEX)
                   MOVE 0 TO TOTAL-MONTH-WRITEOFF
                       OF TRANSACTIONS-BY-YEAR-MONTH(YEAR-INDEX,
                           MONTH-INDEX)
                   MOVE 0 TO RECOVERY-COUNT
                       OF TRANSACTIONS-BY-YEAR-MONTH(YEAR-INDEX,
                           MONTH-INDEX)
                   MOVE 0 TO TOTAL-MONTH-RECOVERY
                       OF TRANSACTIONS-BY-YEAR-MONTH(YEAR-INDEX,
                           MONTH-INDEX)

               END-PERFORM
           END-PERFORM

               OF TRANSACTIONS(TRANSACTION-INDEX)
                   = "Indbetaling"

               MOVE 0 TO RECOVERY-PORTION
               IF TRANSACTION-SHOP OF TRANSACTIONS(TRANSACTION-INDEX)
                   NOT = "Indsigelse"
                   MOVE CPR OF TRANSACTIONS(TRANSACTION-INDEX)
                       TO RECOVERY-CPR
                   MOVE DKK-AMOUNT OF TRANSACTIONS(TRANSACTION-INDEX)
                       TO RECOVERY-AMOUNT
                   MOVE TIME-OF-TRANSACTION
                       OF TRANSACTIONS(TRANSACTION-INDEX)
                       TO RECOVERY-TIME
                   PERFORM FIND-RECOVERY-PORTION
               END-IF

               IF RECOVERY-PORTION > 0
                   PERFORM ADD-RECOVERY-TO-MONTH
               END-IF

               IF RECOVERY-PORTION
                   < DKK-AMOUNT OF TRANSACTIONS(TRANSACTION-INDEX)
                   COMPUTE TOTAL-MONTH-INCOME
                       OF TRANSACTIONS-BY-YEAR-MONTH(YEAR-INDEX,
                           MONTH-INDEX) =
                       TOTAL-MONTH-INCOME
                           OF TRANSACTIONS-BY-YEAR-MONTH(YEAR-INDEX,
                               MONTH-INDEX)
                       + DKK-AMOUNT OF TRANSACTIONS(TRANSACTION-INDEX)
                       - RECOVERY-PORTION
                   ADD 1 TO INCOME-COUNT
                       OF TRANSACTIONS-BY-YEAR-MONTH(YEAR-INDEX,
                           MONTH-INDEX)
               END-IF

           ELSE IF TRANSACTION-TYPE
                       OF TRANSACTIONS(TRANSACTION-INDEX)
                       = "Afskrivning"

               ADD DKK-AMOUNT
                   OF TRANSACTIONS(TRANSACTION-INDEX)
                   TO TOTAL-MONTH-WRITEOFF
                       OF TRANSACTIONS-BY-YEAR-MONTH(YEAR-INDEX,
                           MONTH-INDEX)
               ADD 1 TO WRITEOFF-COUNT
                   OF TRANSACTIONS-BY-YEAR-MONTH(YEAR-INDEX,
                       MONTH-INDEX)

           ELSE IF TRANSACTION-TYPE

           EVALUATE TRANSACTION-TYPE OF TRANSACTION-HISTORY-RECORD
               WHEN "Indbetaling"
                   MOVE 0 TO RECOVERY-PORTION
                   IF TRANSACTION-SHOP OF TRANSACTION-HISTORY-RECORD
                       NOT = "Indsigelse"
                       MOVE CPR OF TRANSACTION-HISTORY-RECORD
                           TO RECOVERY-CPR
                       MOVE DKK-AMOUNT OF TRANSACTION-HISTORY-RECORD
                           TO RECOVERY-AMOUNT
                       MOVE TIME-OF-TRANSACTION
                           OF TRANSACTION-HISTORY-RECORD
                           TO RECOVERY-TIME
                       PERFORM FIND-RECOVERY-PORTION
                   END-IF
                   IF RECOVERY-PORTION > 0
                       PERFORM ADD-RECOVERY-TO-MONTH
                   END-IF
                   IF RECOVERY-PORTION
                       < DKK-AMOUNT OF TRANSACTION-HISTORY-RECORD
                       COMPUTE TOTAL-MONTH-INCOME
                           OF TRANSACTIONS-BY-YEAR-MONTH(YEAR-INDEX,
                               MONTH-INDEX) =
                           TOTAL-MONTH-INCOME
                               OF TRANSACTIONS-BY-YEAR-MONTH(
                                   YEAR-INDEX, MONTH-INDEX)
                           + DKK-AMOUNT OF TRANSACTION-HISTORY-RECORD
                           - RECOVERY-PORTION
                       ADD 1 TO INCOME-COUNT
                           OF TRANSACTIONS-BY-YEAR-MONTH(YEAR-INDEX,
                               MONTH-INDEX)
                   END-IF
               WHEN "Afskrivning"
                   ADD DKK-AMOUNT OF TRANSACTION-HISTORY-RECORD
                       TO TOTAL-MONTH-WRITEOFF
                           OF TRANSACTIONS-BY-YEAR-MONTH(YEAR-INDEX,
                               MONTH-INDEX)
                   ADD 1 TO WRITEOFF-COUNT
                       OF TRANSACTIONS-BY-YEAR-MONTH(YEAR-INDEX,
                           MONTH-INDEX)
               WHEN "Udbetaling"
           PERFORM ADD-PRIOR-TO-MONTH-CURRENCY
           EXIT.

      *----------------------------------------------------------*
      * An Indbetaling from a customer whose overdraft was written
      * off, dated after the write-off, is a recovery up to the
      * amount written off and not yet recovered; only the rest
      * counts as income. RECOVERY-CPR, -TIME and -AMOUNT describe
      * the payment; RECOVERY-PORTION returns the recovered share.
      *----------------------------------------------------------*
       FIND-RECOVERY-PORTION.
           MOVE 0 TO RECOVERY-PORTION
           IF WRITTEN-OFF-COUNT = 0 OR RECOVERY-AMOUNT <= 0
               EXIT PARAGRAPH
           END-IF

           MOVE RECOVERY-TIME(1:4) TO RECOVERY-DATE(1:4)
           MOVE RECOVERY-TIME(6:2) TO RECOVERY-DATE(5:2)
           MOVE RECOVERY-TIME(9:2) TO RECOVERY-DATE(7:2)

           PERFORM VARYING WRITTEN-OFF-INDEX FROM 1 BY 1
               UNTIL WRITTEN-OFF-INDEX > WRITTEN-OFF-COUNT
                   OR RECOVERY-PORTION >= RECOVERY-AMOUNT
               IF WRITTEN-OFF-CPR(WRITTEN-OFF-INDEX) = RECOVERY-CPR
                   AND WRITTEN-OFF-DATE(WRITTEN-OFF-INDEX)
                       < RECOVERY-DATE
                   COMPUTE RECOVERY-OPEN =
                       WRITTEN-OFF-AMOUNT(WRITTEN-OFF-INDEX)
                       - WRITTEN-OFF-RECOVERED(WRITTEN-OFF-INDEX)
                   IF RECOVERY-OPEN
                       > RECOVERY-AMOUNT - RECOVERY-PORTION
                       COMPUTE RECOVERY-OPEN =
                           RECOVERY-AMOUNT - RECOVERY-PORTION
                   END-IF
                   IF RECOVERY-OPEN > 0
                       ADD RECOVERY-OPEN TO RECOVERY-PORTION
                       ADD RECOVERY-OPEN
                           TO WRITTEN-OFF-RECOVERED(WRITTEN-OFF-INDEX)
                   END-IF
               END-IF
           END-PERFORM
           EXIT.

       ADD-RECOVERY-TO-MONTH.
           ADD RECOVERY-PORTION
               TO TOTAL-MONTH-RECOVERY
                   OF TRANSACTIONS-BY-YEAR-MONTH(YEAR-INDEX,
                       MONTH-INDEX)
           ADD 1 TO RECOVERY-COUNT
               OF TRANSACTIONS-BY-YEAR-MONTH(YEAR-INDEX, MONTH-INDEX)
           EXIT.

      * Same sign convention as the in-table currency buckets:
      * Udbetaling and Gebyr subtract from the payment figure,
      * a negative Overfoersel adds its own (negative) amount.
                   MOVE AMOUNT OF TRANSACTION-HISTORY-RECORD
                       TO PRIOR-CCY-WORK
                   PERFORM ADD-PRIOR-TO-CURRENCY-PAYMENT
               WHEN TRANSACTION-TYPE OF TRANSACTION-HISTORY-RECORD
                       = "Afskrivning"
                   CONTINUE
               WHEN OTHER
                   PERFORM ADD-PRIOR-TO-CURRENCY-INCOME
           END-EVALUATE
           MOVE 0 TO HISTORY-APPENDED-COUNT
           MOVE 0 TO HISTORY-DROPPED-COUNT
           MOVE 0 TO HISTORY-PRIOR-COUNT
           MOVE 0 TO HISTORY-READ-COUNT

           OPEN INPUT TRANSACTION-HISTORY-FILE

                           MOVE "10"
                               TO TRANSACTION-HISTORY-FILE-STATUS
                       NOT AT END
                           ADD 1 TO HISTORY-READ-COUNT
                           PERFORM GET-HISTORY-RECORD-PERIOD
                           IF HISTORY-PERIOD-WORK
                                   = CURRENT-PERIOD-YYYYMM
               HISTORY-APPENDED-COUNT " new appended."
           EXIT.

      *----------------------------------------------------------*
      * Records what the load stage did with the rows the loader
      * handed over, for the chain control sheet. Rows flagged by
      * validation or duplicate detection are not re-counted as
      * already on history.
      *----------------------------------------------------------*
       SAVE-LOAD-CONTROLS.
           MOVE 0 TO FEED-ON-HISTORY-COUNT
           PERFORM VARYING TRANSACTION-INDEX FROM 1 BY 1
               UNTIL TRANSACTION-INDEX > FEED-LOADED-COUNT
               IF TRANSACTION-IN-HISTORY(TRANSACTION-INDEX) = "Y"
                   AND DUPLICATE-FLAG
                       OF TRANSACTIONS(TRANSACTION-INDEX) NOT = "Y"
                   ADD 1 TO FEED-ON-HISTORY-COUNT
               END-IF
           END-PERFORM

           OPEN OUTPUT LOAD-CONTROLS-FILE
           IF LOAD-CONTROLS-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: ReportLoadControls.txt could not be "
                   "written, status " LOAD-CONTROLS-FILE-STATUS
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO LOADCTL-RUN-DATE
           MOVE FEED-LOADED-COUNT TO LOADCTL-LOADED-COUNT
           MOVE INVALID-TRANSACTIONS-COUNT TO LOADCTL-EXCEPTION-COUNT
           MOVE DUPLICATE-TRANSACTIONS-COUNT
               TO LOADCTL-DUPLICATE-COUNT
           MOVE FEED-ON-HISTORY-COUNT TO LOADCTL-ON-HISTORY-COUNT
           MOVE HISTORY-APPENDED-COUNT TO LOADCTL-APPENDED-COUNT
           MOVE HISTORY-READ-COUNT TO LOADCTL-HISTORY-PRIOR-ROWS
           WRITE LOAD-CONTROLS-RECORD
           CLOSE LOAD-CONTROLS-FILE
           EXIT.

      * Calendar period of the history record just read; records
      * without a parseable date count as current so they pass
      * through the normal merge and validation instead of being
           EXIT.

      * Income and payment movement of the history record under
      * the same type rules the customer totals use: Indbetaling,
      * Afskrivning and positive Overfoersel are income, Udbetaling
      * and Gebyr subtract as payments, negative Overfoersel adds
      * its (negative) amount to payments.
       CLASSIFY-PRIOR-MOVEMENT.
           MOVE 0 TO PRIOR-INCOME-DELTA
           MOVE 0 TO PRIOR-PAYMENT-DELTA

           IF TRANSACTION-TYPE OF TRANSACTION-HISTORY-RECORD
                   = "Indbetaling"
               OR TRANSACTION-TYPE OF TRANSACTION-HISTORY-RECORD
                   = "Afskrivning"
               OR (TRANSACTION-TYPE OF TRANSACTION-HISTORY-RECORD
                   = "Overfoersel"
                   AND DKK-AMOUNT OF TRANSACTION-HISTORY-RECORD
      * conversion.
           IF TRANSACTION-TYPE OF TRANSACTION-HISTORY-RECORD
                   = "Indbetaling"
               OR TRANSACTION-TYPE OF TRANSACTION-HISTORY-RECORD
                   = "Afskrivning"
               OR (TRANSACTION-TYPE OF TRANSACTION-HISTORY-RECORD
                   = "Overfoersel"
                   AND AMOUNT OF TRANSACTION-HISTORY-RECORD >= 0)

           IF TRANSACTION-TYPE OF TRANSACTIONS(TRANSACTION-INDEX)
                   = "Indbetaling"
               OR TRANSACTION-TYPE OF TRANSACTIONS(TRANSACTION-INDEX)
                   = "Afskrivning"
               OR
              (TRANSACTION-TYPE OF TRANSACTIONS(TRANSACTION-INDEX)
                   = "Overfoersel"
      * Settlement extract for the merchant-payments process; the
      * figures are the same SHOP-REVENUE / TRANSACTIONS-SHOP-COUNT
      * the shop section of the report prints, so the trailer ties
      * back to that section by construction. The net payable is
      * further reduced by the period's chargebacks; a shop with a
      * chargeback but no takings this period still gets a record,
      * with a negative net payable.
      *----------------------------------------------------------*
       WRITE-SHOP-SETTLEMENT-EXTRACT.
           MOVE FUNCTION CURRENT-DATE(1:6) TO SETTLEMENT-PERIOD
           MOVE 0 TO SETTLEMENT-TOTAL-GROSS
           MOVE 0 TO SETTLEMENT-TOTAL-NET
           MOVE 0 TO SETTLEMENT-RECORD-COUNT
           PERFORM LOAD-PERIOD-CHARGEBACKS

           OPEN OUTPUT SETTLEMENT-FILE

               COMPUTE SETTLEMENT-FEE-WORK ROUNDED =
                   SHOP-REVENUE OF SHOPS(SHOP-INDEX)
                       * SETTLEMENT-FEE-PCT / 100
               PERFORM FIND-SHOP-CHARGEBACK
               COMPUTE SETTLEMENT-NET-WORK =
                   SHOP-REVENUE OF SHOPS(SHOP-INDEX)
                       - SETTLEMENT-FEE-WORK
                       - SETTLEMENT-CHARGEBACK-WORK
               PERFORM WRITE-ONE-SETTLEMENT-RECORD
           END-PERFORM

               MOVE OTHER-SHOPS-REVENUE TO SETTLEMENT-GROSS-WORK
               COMPUTE SETTLEMENT-FEE-WORK ROUNDED =
                   OTHER-SHOPS-REVENUE * SETTLEMENT-FEE-PCT / 100
               MOVE 0 TO SETTLEMENT-CHARGEBACK-WORK
               COMPUTE SETTLEMENT-NET-WORK =
                   OTHER-SHOPS-REVENUE - SETTLEMENT-FEE-WORK
               PERFORM WRITE-ONE-SETTLEMENT-RECORD
           END-IF

           PERFORM VARYING CHARGEBACK-INDEX FROM 1 BY 1
               UNTIL CHARGEBACK-INDEX > CHARGEBACK-COUNT
               IF CHARGEBACK-SETTLED(CHARGEBACK-INDEX) = "N"
                   MOVE CHARGEBACK-SHOP-NAME(CHARGEBACK-INDEX)
                       TO SETTLE-SHOP-NAME
                   MOVE 0 TO SETTLE-TXN-COUNT
                   MOVE 0 TO SETTLEMENT-GROSS-WORK
                   MOVE 0 TO SETTLEMENT-FEE-WORK
                   MOVE CHARGEBACK-DKK-AMOUNT(CHARGEBACK-INDEX)
                       TO SETTLEMENT-CHARGEBACK-WORK
                   COMPUTE SETTLEMENT-NET-WORK =
                       0 - SETTLEMENT-CHARGEBACK-WORK
                   PERFORM WRITE-ONE-SETTLEMENT-RECORD
               END-IF
           END-PERFORM

           MOVE SPACES TO SETTLEMENT-TRAILER-RECORD
           MOVE "TRL" TO SETTLE-TRAILER-TAG
           MOVE SETTLEMENT-RECORD-COUNT TO SETTLE-TRAILER-COUNT
           MOVE SETTLEMENT-GROSS-WORK TO SETTLE-GROSS-REVENUE
           MOVE SETTLEMENT-FEE-WORK TO SETTLE-FEE-AMOUNT
           MOVE SETTLEMENT-NET-WORK TO SETTLE-NET-PAYABLE
           MOVE SETTLEMENT-CHARGEBACK-WORK TO SETTLE-CHARGEBACK-AMOUNT
           WRITE SETTLEMENT-RECORD
           ADD 1 TO SETTLEMENT-RECORD-COUNT
           ADD SETTLEMENT-GROSS-WORK TO SETTLEMENT-TOTAL-GROSS
           ADD SETTLEMENT-NET-WORK TO SETTLEMENT-TOTAL-NET
           EXIT.

      *----------------------------------------------------------*
      * Disputes the customer won are stamped by DISPUTEPOST with
      * the settlement period that carries the chargeback and with
      * the shop's ShopMaster canonical name, the name the SHOPS
      * table holds. A missing register means no chargebacks.
      *----------------------------------------------------------*
       LOAD-PERIOD-CHARGEBACKS.
           MOVE 0 TO CHARGEBACK-COUNT
           OPEN INPUT DISPUTE-REGISTER-FILE
           IF DISPUTE-REGISTER-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL DISPUTE-REGISTER-FILE-STATUS = "10"
               READ DISPUTE-REGISTER-FILE
                   AT END
                       MOVE "10" TO DISPUTE-REGISTER-FILE-STATUS
                   NOT AT END
                       IF DISPUTE-WON
                           AND DISPUTE-CHARGEBACK-PERIOD
                               = SETTLEMENT-PERIOD
                           PERFORM ADD-ONE-CHARGEBACK
                       END-IF
               END-READ
           END-PERFORM

           CLOSE DISPUTE-REGISTER-FILE
           DISPLAY "Loaded " CHARGEBACK-COUNT
               " shop(s) with chargebacks for " SETTLEMENT-PERIOD "."
           EXIT.

       ADD-ONE-CHARGEBACK.
           MOVE 0 TO CHARGEBACK-MATCH-INDEX
           PERFORM VARYING CHARGEBACK-INDEX FROM 1 BY 1
               UNTIL CHARGEBACK-INDEX > CHARGEBACK-COUNT
                   OR CHARGEBACK-MATCH-INDEX > 0
               IF CHARGEBACK-SHOP-NAME(CHARGEBACK-INDEX)
                       = DISPUTE-SETTLE-SHOP
                   MOVE CHARGEBACK-INDEX TO CHARGEBACK-MATCH-INDEX
               END-IF
           END-PERFORM

           IF CHARGEBACK-MATCH-INDEX = 0
               IF CHARGEBACK-COUNT >= CHARGEBACK-MAX
                   DISPLAY "WARNING: too many shops with chargebacks, "
                       "dispute " DISPUTE-ID " not deducted."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO CHARGEBACK-COUNT
               MOVE CHARGEBACK-COUNT TO CHARGEBACK-MATCH-INDEX
               MOVE DISPUTE-SETTLE-SHOP
                   TO CHARGEBACK-SHOP-NAME(CHARGEBACK-MATCH-INDEX)
               MOVE 0 TO CHARGEBACK-DKK-AMOUNT(CHARGEBACK-MATCH-INDEX)
               MOVE "N" TO CHARGEBACK-SETTLED(CHARGEBACK-MATCH-INDEX)
           END-IF

           ADD DISPUTE-DKK-AMOUNT
               TO CHARGEBACK-DKK-AMOUNT(CHARGEBACK-MATCH-INDEX)
           EXIT.

       FIND-SHOP-CHARGEBACK.
           MOVE 0 TO SETTLEMENT-CHARGEBACK-WORK
           PERFORM VARYING CHARGEBACK-INDEX FROM 1 BY 1
               UNTIL CHARGEBACK-INDEX > CHARGEBACK-COUNT
               IF CHARGEBACK-SHOP-NAME(CHARGEBACK-INDEX)
                       = SHOP-NAME OF SHOPS(SHOP-INDEX)
                   AND CHARGEBACK-SETTLED(CHARGEBACK-INDEX) = "N"
                   MOVE CHARGEBACK-DKK-AMOUNT(CHARGEBACK-INDEX)
                       TO SETTLEMENT-CHARGEBACK-WORK
                   MOVE "Y" TO CHARGEBACK-SETTLED(CHARGEBACK-INDEX)
               END-IF
           END-PERFORM
           EXIT.

       WRITE-CSV-LINE.
           MOVE CSV-LINE TO CSV-RECORD
           WRITE CSV-RECORD
               TO OUTPUT-TEXT-LINE(83:26)

           PERFORM ADD-OUTPUT-LINE-SAFE
           PERFORM ADD-CORRECTION-LINK-LINE

           EXIT.

      *----------------------------------------------------------*
      * A storno and the booking it corrects are shown as a pair:
      * the offsetting record names the original it points back
      * to, and an original reversed within the period names the
      * storno that cancelled it.
      *----------------------------------------------------------*
       ADD-CORRECTION-LINK-LINE.
           IF CORRECTION-KIND OF TRANSACTIONS(TRANSACTION-INDEX)
                   NOT = SPACE
               MOVE CORRECTS-AMOUNT OF TRANSACTIONS(TRANSACTION-INDEX)
                   TO CORRECTION-AMOUNT-EDIT
               IF CORRECTION-REVERSAL
                       OF TRANSACTIONS(TRANSACTION-INDEX)
                   MOVE "Storno of" TO OUTPUT-TEXT-LINE(3:9)
               ELSE
                   MOVE "Replaces" TO OUTPUT-TEXT-LINE(3:9)
               END-IF
               MOVE CORRECTS-TIME OF TRANSACTIONS(TRANSACTION-INDEX)
                   TO OUTPUT-TEXT-LINE(13:26)
               MOVE FUNCTION TRIM(CORRECTION-AMOUNT-EDIT LEADING)
                   TO OUTPUT-TEXT-LINE(40:17)
               MOVE CURRENCY-CODE OF TRANSACTIONS(TRANSACTION-INDEX)
                   TO OUTPUT-TEXT-LINE(58:3)
               PERFORM ADD-OUTPUT-LINE-SAFE
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO CORRECTION-LINK-FOUND
           PERFORM VARYING CORRECTION-LINK-INDEX FROM 1 BY 1
               UNTIL CORRECTION-LINK-INDEX > TRANSACTIONS-COUNT
                   OR CORRECTION-LINK-FOUND = "Y"
               IF CORRECTION-REVERSAL
                       OF TRANSACTIONS(CORRECTION-LINK-INDEX)
                   AND CORRECTS-CPR
                       OF TRANSACTIONS(CORRECTION-LINK-INDEX)
                       = CPR OF TRANSACTIONS(TRANSACTION-INDEX)
                   AND CORRECTS-TIME
                       OF TRANSACTIONS(CORRECTION-LINK-INDEX)
                       = TIME-OF-TRANSACTION
                           OF TRANSACTIONS(TRANSACTION-INDEX)
                   AND CORRECTS-AMOUNT
                       OF TRANSACTIONS(CORRECTION-LINK-INDEX)
                       = AMOUNT OF TRANSACTIONS(TRANSACTION-INDEX)
                   MOVE "Y" TO CORRECTION-LINK-FOUND
                   MOVE "Reversed by storno"
                       TO OUTPUT-TEXT-LINE(3:18)
                   MOVE TIME-OF-TRANSACTION
                       OF TRANSACTIONS(CORRECTION-LINK-INDEX)
                       TO OUTPUT-TEXT-LINE(22:26)
                   PERFORM ADD-OUTPUT-LINE-SAFE
               END-IF
           END-PERFORM
           EXIT.

       ADD-SHOP-STATISTICS-TO-OUTPUT.
           DISPLAY "START ADD-SHOP-STATISTICS-TO-OUTPUT"
           MOVE SPACES TO OUTPUT-TEXT-LINE
               PERFORM ADD-NOK-MONTH-LINE
               PERFORM ADD-COMBINED-MONTH-LINE
               PERFORM ADD-REVALUATION-ADJUSTMENT-LINE
               PERFORM ADD-WRITEOFF-RECOVERY-LINES
               PERFORM ADD-BUDGET-COMPARISON-LINES
               PERFORM ADD-MONTH-STD-DEVIATION-LINE
               PERFORM ADD-YEAR-OVER-YEAR-COMPARISON-LINE
           END-IF
           EXIT.

      * Write-offs and recoveries sit outside the income and
      * payment figures above, so they are shown on their own.
       ADD-WRITEOFF-RECOVERY-LINES.
           IF WRITEOFF-COUNT
               OF TRANSACTIONS-BY-YEAR-MONTH(YEAR-INDEX,
                   MONTH-INDEX) > 0

               MOVE SPACES TO OUTPUT-TEXT-LINE
               MOVE "Write-offs" TO OUTPUT-TEXT-LINE(1:16)

               MOVE TOTAL-MONTH-WRITEOFF
                   OF TRANSACTIONS-BY-YEAR-MONTH(YEAR-INDEX,
                       MONTH-INDEX)
                   TO SOURCE-AMOUNT
               PERFORM FORMAT-SIGNED-AMOUNT
               MOVE FUNCTION TRIM(
                   SIGNED-FORMAT-AMOUNT-DISPLAY LEADING)
                   TO OUTPUT-TEXT-LINE(21:18)

               MOVE "DKK" TO OUTPUT-TEXT-LINE(42:3)

               PERFORM ADD-OUTPUT-LINE-SAFE
           END-IF

           IF RECOVERY-COUNT
               OF TRANSACTIONS-BY-YEAR-MONTH(YEAR-INDEX,
                   MONTH-INDEX) > 0

               MOVE SPACES TO OUTPUT-TEXT-LINE
               MOVE "Recoveries" TO OUTPUT-TEXT-LINE(1:16)

               MOVE TOTAL-MONTH-RECOVERY
                   OF TRANSACTIONS-BY-YEAR-MONTH(YEAR-INDEX,
                       MONTH-INDEX)
                   TO SOURCE-AMOUNT
               PERFORM FORMAT-SIGNED-AMOUNT
               MOVE FUNCTION TRIM(
                   SIGNED-FORMAT-AMOUNT-DISPLAY LEADING)
                   TO OUTPUT-TEXT-LINE(21:18)

               MOVE "DKK" TO OUTPUT-TEXT-LINE(42:3)

               PERFORM ADD-OUTPUT-LINE-SAFE
           END-IF
           EXIT.

       ADD-MONTH-STD-DEVIATION-LINE.
           MOVE SPACES TO OUTPUT-TEXT-LINE
           MOVE "Gennemsnit/Std.afv. (DKK)" TO OUTPUT-TEXT-LINE(1:25)
               IF TRANSACTION-TYPE 
                   OF TRANSACTIONS(CURRENT-TRANSACTION-INDEX)
                       = "Indbetaling"
                   OR TRANSACTION-TYPE
                   OF TRANSACTIONS(CURRENT-TRANSACTION-INDEX)
                       = "Afskrivning"
                   OR
                  (TRANSACTION-TYPE 
                   OF TRANSACTIONS(CURRENT-TRANSACTION-INDEX)
           IF TRANSACTION-TYPE
               OF TRANSACTIONS(CURRENT-TRANSACTION-INDEX)
                   = "Indbetaling"
               OR TRANSACTION-TYPE
               OF TRANSACTIONS(CURRENT-TRANSACTION-INDEX)
                   = "Afskrivning"
               OR
              (TRANSACTION-TYPE
               OF TRANSACTIONS(CURRENT-TRANSACTION-INDEX)
           IF TRANSACTION-TYPE
               OF TRANSACTIONS(CURRENT-TRANSACTION-INDEX)
                   = "Indbetaling"
               OR TRANSACTION-TYPE
               OF TRANSACTIONS(CURRENT-TRANSACTION-INDEX)
                   = "Afskrivning"
               OR
              (TRANSACTION-TYPE
               OF TRANSACTIONS(CURRENT-TRANSACTION-INDEX)

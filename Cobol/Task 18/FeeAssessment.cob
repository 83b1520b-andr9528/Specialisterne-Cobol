      * FeeAssessmentSummary.txt lists what was charged to whom   *
      * and why (per-transaction portion, monthly account fee,    *
      * overdraft fee).                                           *
      *                                                           *
      * Dormant accounts (DormantStatus.txt) and the accounts of  *
      * deceased customers (EstateRegister.txt, kept by           *
      * ESTATEPOST) are not assessed.                             *
      *                                                           *
      * A customer under an active legal hold (LegalHolds.txt) is *
      * charged no more than the available balance the shared     *
      * AVAILBAL routine reports; the cut is noted under the      *
      * customer's line in the summary.                           *
      *                                                           *
      * Fee components a customer's segment waives are valued at  *
      * the segment tariff and written to FeeWaivers.txt, so the  *
      * profitability report can show the income foregone.        *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SEGMENT-FILE-STATUS.

      * Estates of deceased customers ESTATEPOST keeps; frozen
      * accounts are not assessed.
           SELECT ESTATE-REGISTER-FILE
               ASSIGN TO "EstateRegister.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SEGMENT-FILE-STATUS.

           SELECT GENERATED-FEES-FILE
               ASSIGN TO "GeneratedFeeTransactions.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
               ASSIGN TO "FeeAssessmentSummary.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

      * What each customer's segment waived this run, valued at
      * the segment's own tariff, for the profitability report.
           SELECT FEE-WAIVERS-FILE
               ASSIGN TO "FeeWaivers.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BALANCE-HISTORY-FILE
               ASSIGN TO "BalanceHistory.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           02 DORMANT-STATUS-CPR PIC X(15).
           02 DORMANT-STATUS-MONTHS PIC 9(4).

       FD ESTATE-REGISTER-FILE.
       01 ESTATE-REGISTER-RECORD.
           COPY "Estate.cpy".

       FD GENERATED-FEES-FILE.
       01 GENERATED-FEE-RECORD.
           COPY "Transaction.cpy".
       FD FEE-SUMMARY-FILE.
       01 FEE-SUMMARY-LINE PIC X(132).

       FD FEE-WAIVERS-FILE.
       01 FEE-WAIVER-RECORD.
           COPY "FeeWaiver.cpy".

       FD BATCH-RUN-LOG-FILE.
       01 BATCH-RUN-LOG-RECORD.
           COPY "BatchRunLog.cpy".
       01 CUSTOMER-IS-DORMANT PIC X VALUE "N".
       01 DORMANT-SUPPRESSED-COUNT PIC 9(4) VALUE 0.

       01 ESTATE-CPR-TABLE.
           02 ESTATE-CPR-COUNT PIC 999 VALUE 0.
           02 ESTATE-CPR-MAX PIC 999 VALUE 200.
           02 ESTATE-CPRS PIC X(15) OCCURS 200 TIMES VALUE SPACES.
       01 ESTATE-CPR-INDEX PIC 999 VALUE 0.
       01 CUSTOMER-IS-ESTATE PIC X VALUE "N".
       01 ESTATE-SUPPRESSED-COUNT PIC 9(4) VALUE 0.

       01 CUSTOMER-SEGMENT PIC X(8) VALUE SPACES.
       01 CUSTOMER-REFERENCE-ID PIC X(10) VALUE SPACES.
       01 EFFECTIVE-PER-TXN-FEE PIC 9(5)V99 VALUE 0.
       01 BUSDAY-PARAMETERS.
           COPY "BusDay.cpy".

      * Available-balance check through the shared AVAILBAL
      * routine for customers under a legal hold.
       01 AVAILBAL-PARAMETERS.
           COPY "AvailBal.cpy".
       01 AVAILBAL-CALL-FAILED PIC X VALUE "N".
       01 ASSESSED-FEE-BEFORE-HOLD PIC 9(7)V99 VALUE 0.
       01 FEE-CUT-BY-HOLD PIC X VALUE "N".
       01 HOLD-REDUCED-COUNT PIC 9(4) VALUE 0.

      * Average end-of-day saldo this month per customer, from
      * the report run's balance-history file; the overdraft fee
      * follows the month's average, not a single day's close.
           PERFORM LOAD-SEGMENT-TARIFFS
           PERFORM LOAD-KEY-XREF
           PERFORM LOAD-DORMANT-STATUS
           PERFORM LOAD-ESTATE-REGISTER
           PERFORM LOAD-BANKS-SNAPSHOT
           PERFORM LOAD-CUSTOMERS-SNAPSHOT
           PERFORM LOAD-MONTH-AVERAGE-SALDOS

           OPEN OUTPUT GENERATED-FEES-FILE
           OPEN OUTPUT FEE-SUMMARY-FILE
           OPEN OUTPUT FEE-WAIVERS-FILE

           PERFORM WRITE-SUMMARY-HEADER


           CLOSE GENERATED-FEES-FILE
           CLOSE FEE-SUMMARY-FILE
           CLOSE FEE-WAIVERS-FILE

           DISPLAY "Assessed fees for " FEES-GENERATED-COUNT
               " customer(s); " DORMANT-SUPPRESSED-COUNT
               " dormant account(s) skipped; "
               ESTATE-SUPPRESSED-COUNT
               " deceased customer(s) skipped."
           IF HOLD-REDUCED-COUNT > 0
               DISPLAY HOLD-REDUCED-COUNT " fee(s) reduced to the "
                   "balance available under a legal hold."
           END-IF

           PERFORM LOG-BATCH-RUN-END
       STOP RUN.
           MOVE FEES-GENERATED-COUNT TO COUNT-DISPLAY
           STRING "Fee transactions: "
               FUNCTION TRIM(COUNT-DISPLAY LEADING)
               " Reduced for holds: "
               FUNCTION TRIM(HOLD-REDUCED-COUNT LEADING)
               INTO BATCH-LOG-DETAIL
           WRITE BATCH-RUN-LOG-RECORD

           MOVE "00" TO SEGMENT-FILE-STATUS
           EXIT.

       LOAD-ESTATE-REGISTER.
           OPEN INPUT ESTATE-REGISTER-FILE
           IF SEGMENT-FILE-STATUS NOT = "00"
               MOVE "00" TO SEGMENT-FILE-STATUS
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL SEGMENT-FILE-STATUS = "10"
               READ ESTATE-REGISTER-FILE
                   AT END
                       MOVE "10" TO SEGMENT-FILE-STATUS
                   NOT AT END
                       IF ESTATE-CPR-COUNT < ESTATE-CPR-MAX
                           ADD 1 TO ESTATE-CPR-COUNT
                           MOVE ESTATE-CPR
                               TO ESTATE-CPRS(ESTATE-CPR-COUNT)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ESTATE-REGISTER-FILE
           MOVE "00" TO SEGMENT-FILE-STATUS
           EXIT.

      *----------------------------------------------------------*
      * Resolves the customer's segment (CPR through the key
      * bridge to the segment master, DEFAULT when absent) and
               EXIT PARAGRAPH
           END-IF

      * A deceased customer's accounts are frozen for the estate;
      * nothing more is charged to them.
           MOVE "N" TO CUSTOMER-IS-ESTATE
           PERFORM VARYING ESTATE-CPR-INDEX FROM 1 BY 1
               UNTIL ESTATE-CPR-INDEX > ESTATE-CPR-COUNT
                   OR CUSTOMER-IS-ESTATE = "Y"
               IF ESTATE-CPRS(ESTATE-CPR-INDEX)
                       = CPR OF CUSTOMERS(CUSTOMER-INDEX)
                   MOVE "Y" TO CUSTOMER-IS-ESTATE
               END-IF
           END-PERFORM
           IF CUSTOMER-IS-ESTATE = "Y"
               ADD 1 TO ESTATE-SUPPRESSED-COUNT
               EXIT PARAGRAPH
           END-IF

           PERFORM RESOLVE-CUSTOMER-TARIFF

           COMPUTE TOTAL-TRANSACTIONS-CHARGED =
               END-IF
           END-IF

           IF MATCHED-SEG-TARIFF > 0
               PERFORM WRITE-FEE-WAIVER-RECORD
           END-IF

           COMPUTE CUSTOMER-TOTAL-FEE =
               TRANSACTION-FEE-PORTION + EFFECTIVE-MONTHLY-FEE

               ADD EFFECTIVE-OVERDRAFT-FEE TO CUSTOMER-TOTAL-FEE
           END-IF

           MOVE "N" TO FEE-CUT-BY-HOLD
           IF CUSTOMER-TOTAL-FEE > 0
               PERFORM CHECK-FEE-AGAINST-HOLDS
           END-IF
           IF FEE-CUT-BY-HOLD = "Y"
               AND CUSTOMER-TOTAL-FEE = 0
               PERFORM WRITE-SUMMARY-DETAIL-LINE
               PERFORM WRITE-SUMMARY-HOLD-LINE
           END-IF

           IF CUSTOMER-TOTAL-FEE > 0
               PERFORM WRITE-GENERATED-FEE-TRANSACTION
               PERFORM WRITE-SUMMARY-DETAIL-LINE
               IF FEE-CUT-BY-HOLD = "Y"
                   PERFORM WRITE-SUMMARY-HOLD-LINE
               END-IF
               ADD 1 TO FEES-GENERATED-COUNT
               ADD CUSTOMER-TOTAL-FEE TO TOTAL-FEES-CHARGED
               IF MATCHED-SEG-TARIFF > 0
           END-IF
           EXIT.

      *----------------------------------------------------------*
      * Reserves the fee against the customer's available balance.
      * When a legal hold leaves less than the fee, only what is
      * available (nothing if it is negative) is charged.
      *----------------------------------------------------------*
       CHECK-FEE-AGAINST-HOLDS.
           IF AVAILBAL-CALL-FAILED = "Y"
               EXIT PARAGRAPH
           END-IF

           SET AVAILBAL-RESERVE TO TRUE
           MOVE CPR OF CUSTOMERS(CUSTOMER-INDEX) TO AVAILBAL-CPR
           MOVE 0 TO AVAILBAL-AS-OF-DATE
           MOVE CUSTOMER-TOTAL-FEE TO AVAILBAL-REQUEST-AMOUNT

           CALL "AVAILBAL" USING AVAILBAL-PARAMETERS
               ON EXCEPTION
                   DISPLAY "WARNING: AVAILBAL could not be called, "
                       "legal holds are not checked this run."
                   MOVE "Y" TO AVAILBAL-CALL-FAILED
                   SET AVAILBAL-ALLOWED TO TRUE
           END-CALL

           IF AVAILBAL-ALLOWED
               EXIT PARAGRAPH
           END-IF

           MOVE "Y" TO FEE-CUT-BY-HOLD
           ADD 1 TO HOLD-REDUCED-COUNT
           MOVE CUSTOMER-TOTAL-FEE TO ASSESSED-FEE-BEFORE-HOLD
           IF AVAILBAL-AVAILABLE-BALANCE > 0
               MOVE AVAILBAL-AVAILABLE-BALANCE TO CUSTOMER-TOTAL-FEE
               MOVE CUSTOMER-TOTAL-FEE TO AVAILBAL-REQUEST-AMOUNT
               CALL "AVAILBAL" USING AVAILBAL-PARAMETERS
           ELSE
               MOVE 0 TO CUSTOMER-TOTAL-FEE
           END-IF
           EXIT.

       WRITE-GENERATED-FEE-TRANSACTION.
           MOVE SPACES TO GENERATED-FEE-RECORD

           WRITE GENERATED-FEE-RECORD
           EXIT.

      * Only the components the segment waives are valued; a
      * customer whose segment waives nothing gets no row.
       WRITE-FEE-WAIVER-RECORD.
           MOVE SPACES TO FEE-WAIVER-RECORD
           MOVE 0 TO WAIVER-TXN-AMOUNT
           MOVE 0 TO WAIVER-MONTHLY-AMOUNT
           MOVE 0 TO WAIVER-OVERDRAFT-AMOUNT

           IF ST-WAIVE-TXN(MATCHED-SEG-TARIFF) = "W"
               COMPUTE WAIVER-TXN-AMOUNT =
                   TOTAL-TRANSACTIONS-CHARGED
                   * ST-PER-TXN(MATCHED-SEG-TARIFF)
           END-IF
           IF ST-WAIVE-MONTHLY(MATCHED-SEG-TARIFF) = "W"
               MOVE ST-MONTHLY(MATCHED-SEG-TARIFF)
                   TO WAIVER-MONTHLY-AMOUNT
           END-IF
           IF ST-WAIVE-OVERDRAFT(MATCHED-SEG-TARIFF) = "W"
               AND CUSTOMER-IS-OVERDRAWN = "Y"
               MOVE ST-OVERDRAFT(MATCHED-SEG-TARIFF)
                   TO WAIVER-OVERDRAFT-AMOUNT
           END-IF

           IF WAIVER-TXN-AMOUNT = 0
               AND WAIVER-MONTHLY-AMOUNT = 0
               AND WAIVER-OVERDRAFT-AMOUNT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE ASSESSMENT-TIMESTAMP(1:8) TO WAIVER-ASSESSED-DATE
           MOVE CPR OF CUSTOMERS(CUSTOMER-INDEX) TO WAIVER-CPR
           MOVE CUSTOMER-REFERENCE-ID TO WAIVER-REFERENCE-ID
           MOVE CUSTOMER-SEGMENT TO WAIVER-SEGMENT
           WRITE FEE-WAIVER-RECORD
           EXIT.

       WRITE-SUMMARY-HEADER.
           MOVE "Fee assessment summary" TO OUTPUT-TEXT-LINE
           PERFORM WRITE-SUMMARY-LINE
           PERFORM WRITE-SUMMARY-LINE
           EXIT.

       WRITE-SUMMARY-HOLD-LINE.
           MOVE SPACES TO OUTPUT-TEXT-LINE
           MOVE ASSESSED-FEE-BEFORE-HOLD TO AMOUNT-EDIT-DISPLAY
           STRING "  Fee reduced from " DELIMITED BY SIZE
               FUNCTION TRIM(AMOUNT-EDIT-DISPLAY LEADING)
               DELIMITED BY SIZE
               " DKK - legal hold, charged up to the available "
               DELIMITED BY SIZE
               "balance only" DELIMITED BY SIZE
               INTO OUTPUT-TEXT-LINE(17:100)
           END-STRING
           PERFORM WRITE-SUMMARY-LINE
           EXIT.

       WRITE-SUMMARY-TRAILER.
           MOVE SEPARATOR-LINE TO OUTPUT-TEXT-LINE
           PERFORM WRITE-SUMMARY-LINE

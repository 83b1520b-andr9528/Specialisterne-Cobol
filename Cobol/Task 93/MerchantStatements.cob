       IDENTIFICATION DIVISION.
       PROGRAM-ID. MERCHSTMT.

      *----------------------------------------------------------*
      * Monthly merchant settlement statements. Explains to each *
      * shop in ShopMaster.txt how the net amount TXNREPORT put  *
      * in ShopSettlement.txt, and PAYMENTIFACE paid, was        *
      * arrived at. One statement per settlement record of a     *
      * master shop, in MerchantStatements.txt, showing:         *
      *  - the settlement period's transactions at the shop from *
      *    TransactionHistory.txt, each with its time and its    *
      *    DKK effect on the shop's takings, after the takings   *
      *    brought forward from earlier periods (the extract's   *
      *    gross is cumulative over the history);                *
      *  - the gross revenue, the settlement fee at              *
      *    CONTROL-SETTLEMENT-FEE-PCT from ReportControl.txt and *
      *    the chargebacks of disputes won against the shop in   *
      *    the period (DisputeRegister.txt) as adjustments;      *
      *  - the net paid with the end-to-end reference of its     *
      *    settlement instruction in                             *
      *    PaymentInstructionRegister.txt, or why nothing has    *
      *    been paid yet.                                        *
      * The extract is the authority for every total: whatever   *
      * the history or the dispute register do not itemise is    *
      * shown as a reconciling line and flagged. Statements are  *
      * numbered per merchant in MerchantStatementRegister.txt   *
      * the way customer statements are, so a rerun for the same *
      * period reprints under the same number, and each is kept  *
      * in DocumentArchive.txt through the shared DOCARCHIVE     *
      * routine. MerchantStatementControl.txt lists every        *
      * extract record with its statement, or why it has none,   *
      * and proves the totals against the extract trailer.       *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SETTLEMENT-FILE
               ASSIGN TO "ShopSettlement.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SETTLEMENT-FILE-STATUS.

           SELECT REPORT-CONTROL-FILE
               ASSIGN TO "ReportControl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTROL-FILE-STATUS.

           SELECT SHOP-MASTER-FILE
               ASSIGN TO "ShopMaster.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SHOP-MASTER-FILE-STATUS.

           SELECT HISTORY-FILE
               ASSIGN TO "TransactionHistory.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORY-FILE-STATUS.

           SELECT DISPUTE-REGISTER-FILE
               ASSIGN TO "DisputeRegister.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DISPUTE-FILE-STATUS.

           SELECT INSTRUCTION-REGISTER-FILE
               ASSIGN TO "PaymentInstructionRegister.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INSTRUCTION-FILE-STATUS.

           SELECT STATEMENT-REGISTER-FILE
               ASSIGN TO "MerchantStatementRegister.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGISTER-FILE-STATUS.

           SELECT STATEMENTS-FILE
               ASSIGN TO "MerchantStatements.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CONTROL-REPORT-FILE
               ASSIGN TO "MerchantStatementControl.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BATCH-RUN-LOG-FILE
               ASSIGN TO "BatchRunLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BATCH-RUN-LOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * The settlement extract as TXNREPORT writes it; the trailer
      * carries the tag TRL in the shop-name position.
       FD SETTLEMENT-FILE.
       01 SETTLEMENT-RECORD.
           02 SETTLE-SHOP-NAME PIC X(20).
           02 SETTLE-PERIOD PIC X(6).
           02 SETTLE-TXN-COUNT PIC 9(4).
           02 SETTLE-GROSS-REVENUE PIC -9(11).99.
           02 SETTLE-FEE-AMOUNT PIC -9(9).99.
           02 SETTLE-NET-PAYABLE PIC -9(11).99.
           02 SETTLE-CHARGEBACK-AMOUNT PIC -9(9).99.
       01 SETTLEMENT-TRAILER-RECORD.
           02 SETTLE-TRAILER-TAG PIC X(3).
           02 SETTLE-TRAILER-COUNT PIC 9(4).
           02 SETTLE-TRAILER-GROSS PIC -9(11).99.
           02 SETTLE-TRAILER-NET PIC -9(11).99.
           02 FILLER PIC X(24).

      * Only the leading fields up to the settlement fee are read.
       FD REPORT-CONTROL-FILE.
       01 REPORT-CONTROL-RECORD.
           02 CONTROL-BASE-YEAR PIC 9(4).
           02 CONTROL-YEAR-COUNT PIC 9.
           02 CONTROL-EUR-RATE PIC 9(3)V99.
           02 CONTROL-USD-RATE PIC 9(3)V99.
           02 CONTROL-TOP-N PIC 99.
           02 CONTROL-GBP-RATE PIC 9(3)V99.
           02 CONTROL-SEK-RATE PIC 9(3)V99.
           02 CONTROL-NOK-RATE PIC 9(3)V99.
           02 CONTROL-LANGUAGE PIC X(2).
           02 CONTROL-BANKS-MAX PIC 99.
           02 CONTROL-TRANSACTIONS-MAX PIC 999.
           02 CONTROL-CUSTOMER-MAX PIC 99.
           02 CONTROL-CUST-TXN-MAX PIC 99.
           02 CONTROL-SHOPS-MAX PIC 99.
           02 CONTROL-OUTPUT-LINE-MAX PIC 999.
           02 CONTROL-OVERDRAFT-RATE PIC 99V99.
           02 CONTROL-PAGE-LENGTH PIC 99.
           02 CONTROL-SETTLEMENT-FEE-PCT PIC 99V99.

       FD SHOP-MASTER-FILE.
       01 SHOP-MASTER-RECORD.
           02 SHOPM-CANONICAL-NAME PIC X(20).
           02 SHOPM-MERCHANT-ID PIC X(8).
           02 SHOPM-CATEGORY PIC X(12).
           02 SHOPM-ALIAS-1 PIC X(20).
           02 SHOPM-ALIAS-2 PIC X(20).
           02 SHOPM-ALIAS-3 PIC X(20).

       FD HISTORY-FILE.
       01 HISTORY-RECORD.
           COPY "Transaction.cpy".

       FD DISPUTE-REGISTER-FILE.
       01 DISPUTE-RECORD.
           COPY "Dispute.cpy".

       FD INSTRUCTION-REGISTER-FILE.
       01 INSTRUCTION-REGISTER-RECORD.
           02 REG-END-TO-END-REF PIC X(14).
           02 REG-SOURCE PIC X(2).
           02 REG-CPR PIC X(15).
           02 REG-REGISTRATION PIC X(4).
           02 REG-COUNTERPARTY PIC X(30).
           02 REG-AMOUNT PIC -9(11).99.
           02 REG-CURRENCY PIC X(3).
           02 REG-EXECUTION-DATE PIC 9(8).
           02 REG-DKK-AMOUNT PIC -9(11).99.

      * One row per merchant statement cut: the series is the
      * merchant id (the shop name where the master has none), and
      * the figures are those printed on the statement.
       FD STATEMENT-REGISTER-FILE.
       01 STATEMENT-REGISTER-RECORD.
           02 REGISTER-SHOP-NAME PIC X(20).
           02 REGISTER-MERCHANT-ID PIC X(8).
           02 REGISTER-STATEMENT-NO PIC 9(4).
           02 REGISTER-PERIOD PIC 9(6).
           02 REGISTER-GROSS PIC -9(11).99.
           02 REGISTER-FEE PIC -9(9).99.
           02 REGISTER-ADJUSTMENTS PIC -9(9).99.
           02 REGISTER-NET PIC -9(11).99.
           02 REGISTER-END-TO-END-REF PIC X(14).
           02 REGISTER-DOCUMENT-ID PIC X(14).
           02 REGISTER-RUN-DATE PIC 9(8).

       FD STATEMENTS-FILE.
       01 STATEMENT-RECORD PIC X(132).

       FD CONTROL-REPORT-FILE.
       01 CONTROL-REPORT-RECORD PIC X(132).

       FD BATCH-RUN-LOG-FILE.
       01 BATCH-RUN-LOG-RECORD.
           COPY "BatchRunLog.cpy".

       WORKING-STORAGE SECTION.
       01 BATCH-RUN-LOG-TIMESTAMP PIC X(26) VALUE SPACES.
       01 SETTLEMENT-FILE-STATUS PIC X(2) VALUE "00".
       01 CONTROL-FILE-STATUS PIC X(2) VALUE "00".
       01 SHOP-MASTER-FILE-STATUS PIC X(2) VALUE "00".
       01 HISTORY-FILE-STATUS PIC X(2) VALUE "00".
       01 DISPUTE-FILE-STATUS PIC X(2) VALUE "00".
       01 INSTRUCTION-FILE-STATUS PIC X(2) VALUE "00".
       01 REGISTER-FILE-STATUS PIC X(2) VALUE "00".
       01 BATCH-RUN-LOG-FILE-STATUS PIC X(2) VALUE "00".
       01 FAILED-FILE-NAME PIC X(40) VALUE SPACES.
       01 FAILED-FILE-STATUS PIC X(2) VALUE SPACES.
       01 END-OF-FILE PIC X VALUE "N".

      * Every statement is kept line for line through the shared
      * DOCARCHIVE routine under the merchant id.
       01 DOCARC-PARAMETERS.
           COPY "DocArchive.cpy".
       01 DOCARC-CALL-FAILED PIC X VALUE "N".
       01 DOCUMENT-BEING-ARCHIVED PIC X VALUE "N".

      * Settlement fee percentage, default as in TXNREPORT and
      * overridden by ReportControl.txt.
       01 SETTLEMENT-FEE-PCT PIC 99V99 VALUE 1.50.
       01 EXPECTED-FEE-WORK PIC S9(9)V99 VALUE 0.
       01 FEE-PCT-DISPLAY PIC Z9.99.

      * The extract, one row per settlement record, with what the
      * history says about the shop beside what was settled.
       01 SETTLEMENT-TABLE.
           02 SETTLEMENT-COUNT PIC 999 VALUE 0.
           02 SETTLEMENT-MAX PIC 999 VALUE 100.
           02 SETTLEMENT-ENTRIES OCCURS 100 TIMES.
               03 SE-SHOP-NAME PIC X(20) VALUE SPACES.
               03 SE-TXN-COUNT PIC 9(4) VALUE 0.
               03 SE-GROSS PIC S9(11)V99 VALUE 0.
               03 SE-FEE PIC S9(9)V99 VALUE 0.
               03 SE-NET PIC S9(11)V99 VALUE 0.
               03 SE-CHARGEBACK PIC S9(9)V99 VALUE 0.
               03 SE-MASTER-INDEX PIC 99 VALUE 0.
               03 SE-PRIOR-COUNT PIC 9(6) VALUE 0.
               03 SE-PRIOR-REVENUE PIC S9(11)V99 VALUE 0.
               03 SE-PERIOD-COUNT PIC 9(6) VALUE 0.
               03 SE-PERIOD-REVENUE PIC S9(11)V99 VALUE 0.
       01 SETTLEMENT-INDEX PIC 999 VALUE 0.
       01 MATCHED-SETTLEMENT-INDEX PIC 999 VALUE 0.
       01 SETTLEMENT-PERIOD-WORK PIC X(6) VALUE SPACES.
       01 STATEMENT-PERIOD PIC 9(6) VALUE 0.
       01 PERIOD-START-DATE PIC 9(8) VALUE 0.
       01 SETTLE-GROSS-WORK PIC S9(11)V99 VALUE 0.
       01 SETTLE-NET-WORK PIC S9(11)V99 VALUE 0.
       01 TRAILER-FOUND PIC X VALUE "N".
       01 TRAILER-COUNT PIC 9(4) VALUE 0.
       01 TRAILER-GROSS PIC S9(11)V99 VALUE 0.
       01 TRAILER-NET PIC S9(11)V99 VALUE 0.

       01 SHOP-MASTER-TABLE.
           02 SHOP-MASTER-COUNT PIC 99 VALUE 0.
           02 SHOP-MASTER-MAX-COUNT PIC 99 VALUE 60.
           02 SHOP-MASTERS OCCURS 60 TIMES.
               03 MASTER-CANONICAL-NAME PIC X(20) VALUE SPACES.
               03 MASTER-MERCHANT-ID PIC X(8) VALUE SPACES.
               03 MASTER-CATEGORY PIC X(12) VALUE SPACES.
               03 MASTER-ALIAS PIC X(20)
                   OCCURS 3 TIMES VALUE SPACES.
               03 MASTER-SETTLED PIC X VALUE "N".
       01 SHOP-MASTER-INDEX PIC 99 VALUE 0.
       01 SHOP-ALIAS-INDEX PIC 9 VALUE 0.
       01 NORMALIZED-SHOP-NAME PIC X(20) VALUE SPACES.
       01 SHOP-NAME-COMPARE-WORK PIC X(20) VALUE SPACES.
       01 SHOP-NAME-RECOGNIZED PIC X VALUE "N".

      * Chargebacks of disputes won in the settlement period.
       01 CHARGEBACK-TABLE.
           02 CHARGEBACK-COUNT PIC 999 VALUE 0.
           02 CHARGEBACK-MAX PIC 999 VALUE 300.
           02 CHARGEBACK-ENTRIES OCCURS 300 TIMES.
               03 CB-DISPUTE-ID PIC X(10) VALUE SPACES.
               03 CB-SHOP-NAME PIC X(20) VALUE SPACES.
               03 CB-CLOSED-DATE PIC X(8) VALUE SPACES.
               03 CB-DKK-AMOUNT PIC S9(11)V99 VALUE 0.
       01 CHARGEBACK-INDEX PIC 999 VALUE 0.
       01 ITEMISED-CHARGEBACKS PIC S9(11)V99 VALUE 0.

      * Settlement instructions sent, from the payment register.
       01 PAYMENT-TABLE.
           02 PAYMENT-COUNT PIC 9(4) VALUE 0.
           02 PAYMENT-MAX PIC 9(4) VALUE 1000.
           02 PAYMENT-ENTRIES OCCURS 1000 TIMES.
               03 PI-END-TO-END-REF PIC X(14) VALUE SPACES.
               03 PI-SHOP-NAME PIC X(20) VALUE SPACES.
               03 PI-AMOUNT PIC S9(11)V99 VALUE 0.
               03 PI-EXECUTION-DATE PIC 9(8) VALUE 0.
       01 PAYMENT-INDEX PIC 9(4) VALUE 0.
       01 PAYMENT-REFERENCE PIC X(14) VALUE SPACES.
       01 PAYMENT-DATE PIC 9(8) VALUE 0.
       01 PAYMENT-DATE-TEXT PIC X(8) VALUE SPACES.

       01 REGISTER-EOF PIC X VALUE "N".
       01 STATEMENT-REGISTER-TABLE.
           02 REGISTER-COUNT PIC 9(4) VALUE 0.
           02 REGISTER-MAX PIC 9(4) VALUE 1000.
           02 REGISTER-ENTRIES OCCURS 1000 TIMES.
               03 RG-SHOP-NAME PIC X(20) VALUE SPACES.
               03 RG-MERCHANT-ID PIC X(8) VALUE SPACES.
               03 RG-STATEMENT-NO PIC 9(4) VALUE 0.
               03 RG-PERIOD PIC 9(6) VALUE 0.
               03 RG-GROSS PIC S9(11)V99 VALUE 0.
               03 RG-NET PIC S9(11)V99 VALUE 0.
       01 REGISTER-INDEX PIC 9(4) VALUE 0.
       01 SERIES-MATCH PIC X VALUE "N".
       01 STATEMENT-NUMBER PIC 9(4) VALUE 0.
       01 REPRINT-THIS-PERIOD PIC X VALUE "N".
       01 REGISTERED-GROSS-WORK PIC S9(11)V99 VALUE 0.
       01 REGISTERED-NET-WORK PIC S9(11)V99 VALUE 0.
       01 NUMBER-DISPLAY PIC ZZZ9.

      * The statement being written.
       01 STATEMENT-DATE PIC X(8) VALUE SPACES.
       01 STATEMENT-SHOP-NAME PIC X(20) VALUE SPACES.
       01 STATEMENT-MERCHANT-ID PIC X(8) VALUE SPACES.
       01 STATEMENT-CATEGORY PIC X(12) VALUE SPACES.
       01 HISTORY-PERIOD-WORK PIC X(6) VALUE SPACES.
       01 REVENUE-EFFECT PIC S9(11)V99 VALUE 0.
       01 UNITEMISED-AMOUNT PIC S9(11)V99 VALUE 0.
       01 UNITEMISED-COUNT-WORK PIC S9(6) VALUE 0.
       01 STATEMENT-UNITEMISED PIC X VALUE "N".
       01 STATEMENT-NOTE PIC X(23) VALUE SPACES.

       01 STATEMENTS-WRITTEN-COUNT PIC 9(6) VALUE 0.
       01 REPRINT-COUNT PIC 9(6) VALUE 0.
       01 CHANGED-REPRINT-COUNT PIC 9(6) VALUE 0.
       01 NO-STATEMENT-COUNT PIC 9(6) VALUE 0.
       01 UNITEMISED-STATEMENT-COUNT PIC 9(6) VALUE 0.
       01 AWAITING-PAYMENT-COUNT PIC 9(6) VALUE 0.
       01 UNSETTLED-MASTER-COUNT PIC 9(6) VALUE 0.
       01 CAPACITY-WARNINGS PIC 9(4) VALUE 0.
       01 STATEMENT-TOTAL-GROSS PIC S9(13)V99 VALUE 0.
       01 STATEMENT-TOTAL-FEE PIC S9(13)V99 VALUE 0.
       01 STATEMENT-TOTAL-ADJUSTMENTS PIC S9(13)V99 VALUE 0.
       01 STATEMENT-TOTAL-NET PIC S9(13)V99 VALUE 0.
       01 OTHER-TOTAL-GROSS PIC S9(13)V99 VALUE 0.
       01 OTHER-TOTAL-NET PIC S9(13)V99 VALUE 0.
       01 EXTRACT-TOTAL-COUNT PIC 9(6) VALUE 0.
       01 EXTRACT-TOTAL-GROSS PIC S9(13)V99 VALUE 0.
       01 EXTRACT-TOTAL-NET PIC S9(13)V99 VALUE 0.
       01 TOTALS-AGREE PIC X VALUE "Y".

       01 COUNT-DISPLAY PIC Z(5)9.
       01 OUTPUT-TEXT-LINE PIC X(132) VALUE SPACES.
       01 SEPARATOR-LINE PIC X(110) VALUE ALL "-".

       01 SOURCE-AMOUNT PIC S9(13)V99.
       01 ABS-AMOUNT PIC 9(13)V99.
       01 FORMAT-AMOUNT-DISPLAY PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 SIGNED-FORMAT-AMOUNT-DISPLAY PIC X(22).

       PROCEDURE DIVISION.
           PERFORM LOG-BATCH-RUN-START

           MOVE FUNCTION CURRENT-DATE(1:8) TO STATEMENT-DATE

           PERFORM LOAD-SETTLEMENT-EXTRACT
           PERFORM LOAD-SETTLEMENT-FEE-PCT
           PERFORM LOAD-SHOP-MASTER
           PERFORM MATCH-SETTLEMENTS-TO-MASTER
           PERFORM ACCUMULATE-HISTORY-BY-SHOP
           PERFORM LOAD-PERIOD-CHARGEBACKS
           PERFORM LOAD-SETTLEMENT-PAYMENTS
           PERFORM LOAD-STATEMENT-REGISTER

           OPEN OUTPUT STATEMENTS-FILE
           OPEN OUTPUT CONTROL-REPORT-FILE
           OPEN EXTEND STATEMENT-REGISTER-FILE
           IF REGISTER-FILE-STATUS = "35"
               OPEN OUTPUT STATEMENT-REGISTER-FILE
           END-IF

           PERFORM WRITE-CONTROL-HEADING

           PERFORM VARYING SETTLEMENT-INDEX FROM 1 BY 1
               UNTIL SETTLEMENT-INDEX > SETTLEMENT-COUNT
               IF SE-MASTER-INDEX(SETTLEMENT-INDEX) > 0
                   PERFORM WRITE-ONE-MERCHANT-STATEMENT
               ELSE
                   PERFORM WRITE-NO-STATEMENT-ROW
               END-IF
           END-PERFORM

           PERFORM WRITE-UNSETTLED-MASTER-ROWS
           PERFORM CHECK-EXTRACT-TOTALS
           PERFORM WRITE-STATEMENTS-TRAILER
           PERFORM WRITE-CONTROL-TOTALS

           CLOSE STATEMENTS-FILE
           CLOSE CONTROL-REPORT-FILE
           CLOSE STATEMENT-REGISTER-FILE

           DISPLAY "Wrote " STATEMENTS-WRITTEN-COUNT
               " merchant statement(s) for period "
               SETTLEMENT-PERIOD-WORK " to MerchantStatements.txt, "
               REPRINT-COUNT " reprint(s), " NO-STATEMENT-COUNT
               " settlement record(s) without a statement."

           IF TOTALS-AGREE = "N"
               DISPLAY "WARNING: the statement totals do not tie to "
                   "the ShopSettlement.txt trailer - see "
                   "MerchantStatementControl.txt."
           END-IF

           IF TOTALS-AGREE = "N"
               OR CHANGED-REPRINT-COUNT > 0
               OR UNITEMISED-STATEMENT-COUNT > 0
               OR CAPACITY-WARNINGS > 0
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
           MOVE "MERCHSTMT" TO BATCH-LOG-JOB-NAME
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

           MOVE "MERCHSTMT" TO BATCH-LOG-JOB-NAME
           MOVE BATCH-RUN-LOG-TIMESTAMP TO BATCH-LOG-TIMESTAMP
           MOVE "START" TO BATCH-LOG-EVENT
           MOVE SPACES TO BATCH-LOG-DETAIL
           WRITE BATCH-RUN-LOG-RECORD

           CLOSE BATCH-RUN-LOG-FILE
           EXIT.

       LOG-BATCH-RUN-END.
           MOVE FUNCTION CURRENT-DATE TO BATCH-RUN-LOG-TIMESTAMP
           OPEN EXTEND BATCH-RUN-LOG-FILE

           MOVE "MERCHSTMT" TO BATCH-LOG-JOB-NAME
           MOVE BATCH-RUN-LOG-TIMESTAMP TO BATCH-LOG-TIMESTAMP
           MOVE "END" TO BATCH-LOG-EVENT
           STRING "Period: " SETTLEMENT-PERIOD-WORK
               " Statements: "
               FUNCTION TRIM(STATEMENTS-WRITTEN-COUNT LEADING)
               " Without: "
               FUNCTION TRIM(NO-STATEMENT-COUNT LEADING)
               " Tied: " TOTALS-AGREE
               INTO BATCH-LOG-DETAIL
           WRITE BATCH-RUN-LOG-RECORD

           CLOSE BATCH-RUN-LOG-FILE
           EXIT.

      *----------------------------------------------------------*
      * The settlement extract is the reason for the run: without
      * it there is nothing to explain and the run stops. The
      * period is the one the extract was cut for.
      *----------------------------------------------------------*
       LOAD-SETTLEMENT-EXTRACT.
           OPEN INPUT SETTLEMENT-FILE
           IF SETTLEMENT-FILE-STATUS NOT = "00"
               MOVE "ShopSettlement.txt" TO FAILED-FILE-NAME
               MOVE SETTLEMENT-FILE-STATUS TO FAILED-FILE-STATUS
               PERFORM ABORT-ON-FILE-FAILURE
           END-IF

           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ SETTLEMENT-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF SETTLE-TRAILER-TAG = "TRL"
                           MOVE "Y" TO TRAILER-FOUND
                           MOVE SETTLE-TRAILER-COUNT TO TRAILER-COUNT
                           MOVE SETTLE-TRAILER-GROSS TO TRAILER-GROSS
                           MOVE SETTLE-TRAILER-NET TO TRAILER-NET
                       ELSE
                           PERFORM ADD-SETTLEMENT-ROW
                       END-IF
               END-READ
           END-PERFORM

           CLOSE SETTLEMENT-FILE

           IF SETTLEMENT-PERIOD-WORK = SPACES
               MOVE FUNCTION CURRENT-DATE(1:6)
                   TO SETTLEMENT-PERIOD-WORK
           END-IF
           IF SETTLEMENT-PERIOD-WORK IS NUMERIC
               MOVE SETTLEMENT-PERIOD-WORK TO STATEMENT-PERIOD
           END-IF
           COMPUTE PERIOD-START-DATE = STATEMENT-PERIOD * 100 + 1
           EXIT.

       ADD-SETTLEMENT-ROW.
           MOVE SETTLE-GROSS-REVENUE TO SETTLE-GROSS-WORK
           MOVE SETTLE-NET-PAYABLE TO SETTLE-NET-WORK
           ADD 1 TO EXTRACT-TOTAL-COUNT
           ADD SETTLE-GROSS-WORK TO EXTRACT-TOTAL-GROSS
           ADD SETTLE-NET-WORK TO EXTRACT-TOTAL-NET

           IF SETTLEMENT-PERIOD-WORK = SPACES
               MOVE SETTLE-PERIOD TO SETTLEMENT-PERIOD-WORK
           END-IF

           IF SETTLEMENT-COUNT NOT < SETTLEMENT-MAX
               DISPLAY "WARNING: ShopSettlement.txt exceeds capacity, "
                   "no statement for '"
                   FUNCTION TRIM(SETTLE-SHOP-NAME TRAILING) "'."
               ADD 1 TO CAPACITY-WARNINGS
               ADD 1 TO NO-STATEMENT-COUNT
               ADD SETTLE-GROSS-WORK TO OTHER-TOTAL-GROSS
               ADD SETTLE-NET-WORK TO OTHER-TOTAL-NET
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO SETTLEMENT-COUNT
           MOVE SETTLE-SHOP-NAME TO SE-SHOP-NAME(SETTLEMENT-COUNT)
           MOVE SETTLE-TXN-COUNT TO SE-TXN-COUNT(SETTLEMENT-COUNT)
           MOVE SETTLE-GROSS-WORK TO SE-GROSS(SETTLEMENT-COUNT)
           MOVE SETTLE-FEE-AMOUNT TO SE-FEE(SETTLEMENT-COUNT)
           MOVE SETTLE-NET-WORK TO SE-NET(SETTLEMENT-COUNT)
           MOVE SETTLE-CHARGEBACK-AMOUNT
               TO SE-CHARGEBACK(SETTLEMENT-COUNT)
           EXIT.

       LOAD-SETTLEMENT-FEE-PCT.
           OPEN INPUT REPORT-CONTROL-FILE
           IF CONTROL-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           READ REPORT-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF CONTROL-SETTLEMENT-FEE-PCT IS NUMERIC
                       AND CONTROL-SETTLEMENT-FEE-PCT > 0
                       MOVE CONTROL-SETTLEMENT-FEE-PCT
                           TO SETTLEMENT-FEE-PCT
                   END-IF
           END-READ

           CLOSE REPORT-CONTROL-FILE
           EXIT.

       LOAD-SHOP-MASTER.
           MOVE 0 TO SHOP-MASTER-COUNT
           OPEN INPUT SHOP-MASTER-FILE

           IF SHOP-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "ShopMaster.txt not found, no merchant "
                   "statements can be addressed this run"
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
                           MOVE SHOPM-CATEGORY TO
                               MASTER-CATEGORY(SHOP-MASTER-COUNT)
                           MOVE SHOPM-ALIAS-1 TO
                               MASTER-ALIAS(SHOP-MASTER-COUNT, 1)
                           MOVE SHOPM-ALIAS-2 TO
                               MASTER-ALIAS(SHOP-MASTER-COUNT, 2)
                           MOVE SHOPM-ALIAS-3 TO
                               MASTER-ALIAS(SHOP-MASTER-COUNT, 3)
                       ELSE
                           DISPLAY "ShopMaster.txt exceeds capacity, "
                               "ignoring remaining shops"
                           ADD 1 TO CAPACITY-WARNINGS
                       END-IF
               END-READ
           END-PERFORM

           CLOSE SHOP-MASTER-FILE
           EXIT.

      * The extract carries the canonical name for every shop the
      * master knows; anything else (the overflow bucket, a shop
      * only the feed knows) gets no statement.
       MATCH-SETTLEMENTS-TO-MASTER.
           PERFORM VARYING SETTLEMENT-INDEX FROM 1 BY 1
               UNTIL SETTLEMENT-INDEX > SETTLEMENT-COUNT
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                   SE-SHOP-NAME(SETTLEMENT-INDEX)))
                   TO SHOP-NAME-COMPARE-WORK
               PERFORM VARYING SHOP-MASTER-INDEX FROM 1 BY 1
                   UNTIL SHOP-MASTER-INDEX > SHOP-MASTER-COUNT
                       OR SE-MASTER-INDEX(SETTLEMENT-INDEX) > 0
                   IF FUNCTION UPPER-CASE(FUNCTION TRIM(
                           MASTER-CANONICAL-NAME(SHOP-MASTER-INDEX)))
                           = SHOP-NAME-COMPARE-WORK
                       AND SE-SHOP-NAME(SETTLEMENT-INDEX) NOT = SPACES
                       MOVE SHOP-MASTER-INDEX
                           TO SE-MASTER-INDEX(SETTLEMENT-INDEX)
                       MOVE "Y" TO MASTER-SETTLED(SHOP-MASTER-INDEX)
                   END-IF
               END-PERFORM
           END-PERFORM
           EXIT.

      * The feed spelling of the shop is matched to its canonical
      * name the way TXNREPORT matches it before settling; a shop
      * the master does not know keeps its feed name.
       NORMALIZE-SHOP-NAME.
           MOVE TRANSACTION-SHOP OF HISTORY-RECORD
               TO NORMALIZED-SHOP-NAME
           MOVE "N" TO SHOP-NAME-RECOGNIZED

           IF SHOP-MASTER-COUNT = 0
               OR TRANSACTION-SHOP OF HISTORY-RECORD = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
               TRANSACTION-SHOP OF HISTORY-RECORD))
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
                       TO NORMALIZED-SHOP-NAME
               END-IF
           END-PERFORM
           EXIT.

      *----------------------------------------------------------*
      * The extract's gross is the shop's takings over the whole
      * history, the way TXNREPORT builds it: earlier periods in
      * full, the settlement period without duplicates. One pass
      * splits each settled shop's history into what is brought
      * forward and what the statement itemises.
      *----------------------------------------------------------*
       ACCUMULATE-HISTORY-BY-SHOP.
           OPEN INPUT HISTORY-FILE
           IF HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "TransactionHistory.txt not found, statements "
                   "carry the settled totals without itemisation"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ HISTORY-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       PERFORM ADD-HISTORY-TO-SHOP
               END-READ
           END-PERFORM

           CLOSE HISTORY-FILE
           EXIT.

       ADD-HISTORY-TO-SHOP.
           PERFORM NORMALIZE-SHOP-NAME
           PERFORM FIND-SETTLEMENT-ROW
           IF MATCHED-SETTLEMENT-INDEX = 0
               EXIT PARAGRAPH
           END-IF

           PERFORM GET-HISTORY-RECORD-PERIOD
           PERFORM GET-REVENUE-EFFECT

           IF HISTORY-PERIOD-WORK = SETTLEMENT-PERIOD-WORK
               IF DUPLICATE-FLAG OF HISTORY-RECORD NOT = "Y"
                   ADD 1 TO SE-PERIOD-COUNT(MATCHED-SETTLEMENT-INDEX)
                   ADD REVENUE-EFFECT
                       TO SE-PERIOD-REVENUE(MATCHED-SETTLEMENT-INDEX)
               END-IF
           ELSE
               ADD 1 TO SE-PRIOR-COUNT(MATCHED-SETTLEMENT-INDEX)
               ADD REVENUE-EFFECT
                   TO SE-PRIOR-REVENUE(MATCHED-SETTLEMENT-INDEX)
           END-IF
           EXIT.

       FIND-SETTLEMENT-ROW.
           MOVE 0 TO MATCHED-SETTLEMENT-INDEX
           IF NORMALIZED-SHOP-NAME = SPACES
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING SETTLEMENT-INDEX FROM 1 BY 1
               UNTIL SETTLEMENT-INDEX > SETTLEMENT-COUNT
                   OR MATCHED-SETTLEMENT-INDEX > 0
               IF SE-SHOP-NAME(SETTLEMENT-INDEX) = NORMALIZED-SHOP-NAME
                   AND SE-MASTER-INDEX(SETTLEMENT-INDEX) > 0
                   MOVE SETTLEMENT-INDEX TO MATCHED-SETTLEMENT-INDEX
               END-IF
           END-PERFORM
           EXIT.

      * A record whose time carries no readable year and month is
      * counted with the earlier periods, as TXNREPORT counts it.
       GET-HISTORY-RECORD-PERIOD.
           MOVE SPACES TO HISTORY-PERIOD-WORK

           IF TIME-OF-TRANSACTION OF HISTORY-RECORD(1:4) NUMERIC
               AND TIME-OF-TRANSACTION OF HISTORY-RECORD(6:2) NUMERIC
               MOVE TIME-OF-TRANSACTION OF HISTORY-RECORD(1:4)
                   TO HISTORY-PERIOD-WORK(1:4)
               MOVE TIME-OF-TRANSACTION OF HISTORY-RECORD(6:2)
                   TO HISTORY-PERIOD-WORK(5:2)
           END-IF
           EXIT.

      * Money paid out at the shop is the shop's takings; money
      * paid in by it reduces them. Other types are counted but
      * move nothing.
       GET-REVENUE-EFFECT.
           MOVE 0 TO REVENUE-EFFECT
           EVALUATE TRANSACTION-TYPE OF HISTORY-RECORD
               WHEN "Udbetaling"
               WHEN "Gebyr"
                   COMPUTE REVENUE-EFFECT =
                       0 - DKK-AMOUNT OF HISTORY-RECORD
               WHEN "Indbetaling"
               WHEN "Overfoersel"
                   MOVE DKK-AMOUNT OF HISTORY-RECORD TO REVENUE-EFFECT
           END-EVALUATE
           EXIT.

      *----------------------------------------------------------*
      * Chargebacks the extract deducted: disputes won by the
      * customer whose chargeback falls in the settlement period,
      * under the shop name DISPUTEPOST settled them against.
      *----------------------------------------------------------*
       LOAD-PERIOD-CHARGEBACKS.
           OPEN INPUT DISPUTE-REGISTER-FILE
           IF DISPUTE-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ DISPUTE-REGISTER-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF DISPUTE-WON
                           AND DISPUTE-CHARGEBACK-PERIOD
                               = SETTLEMENT-PERIOD-WORK
                           PERFORM ADD-PERIOD-CHARGEBACK
                       END-IF
               END-READ
           END-PERFORM

           CLOSE DISPUTE-REGISTER-FILE
           EXIT.

       ADD-PERIOD-CHARGEBACK.
           IF CHARGEBACK-COUNT NOT < CHARGEBACK-MAX
               DISPLAY "WARNING: chargebacks exceed capacity, "
                   "dispute " DISPUTE-ID " is not itemised."
               ADD 1 TO CAPACITY-WARNINGS
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO CHARGEBACK-COUNT
           MOVE DISPUTE-ID TO CB-DISPUTE-ID(CHARGEBACK-COUNT)
           MOVE DISPUTE-SETTLE-SHOP TO CB-SHOP-NAME(CHARGEBACK-COUNT)
           MOVE DISPUTE-CLOSED-DATE
               TO CB-CLOSED-DATE(CHARGEBACK-COUNT)
           MOVE DISPUTE-DKK-AMOUNT TO CB-DKK-AMOUNT(CHARGEBACK-COUNT)
           EXIT.

      * Settlement instructions PAYMENTIFACE has sent (source ST).
      * One still held in the release queue is not in the register
      * until it is released.
       LOAD-SETTLEMENT-PAYMENTS.
           OPEN INPUT INSTRUCTION-REGISTER-FILE
           IF INSTRUCTION-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ INSTRUCTION-REGISTER-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF REG-SOURCE = "ST"
                           AND REG-EXECUTION-DATE IS NUMERIC
                           AND REG-EXECUTION-DATE
                               NOT < PERIOD-START-DATE
                           PERFORM ADD-SETTLEMENT-PAYMENT
                       END-IF
               END-READ
           END-PERFORM

           CLOSE INSTRUCTION-REGISTER-FILE
           EXIT.

       ADD-SETTLEMENT-PAYMENT.
           IF PAYMENT-COUNT NOT < PAYMENT-MAX
               DISPLAY "WARNING: settlement payments exceed capacity, "
                   "reference " REG-END-TO-END-REF " is not shown."
               ADD 1 TO CAPACITY-WARNINGS
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO PAYMENT-COUNT
           MOVE REG-END-TO-END-REF TO PI-END-TO-END-REF(PAYMENT-COUNT)
           MOVE REG-COUNTERPARTY TO PI-SHOP-NAME(PAYMENT-COUNT)
           MOVE REG-AMOUNT TO PI-AMOUNT(PAYMENT-COUNT)
           MOVE REG-EXECUTION-DATE TO PI-EXECUTION-DATE(PAYMENT-COUNT)
           EXIT.

       LOAD-STATEMENT-REGISTER.
           OPEN INPUT STATEMENT-REGISTER-FILE
           IF REGISTER-FILE-STATUS NOT = "00"
               DISPLAY "MerchantStatementRegister.txt not found - "
                   "first merchant statement run, numbering starts "
                   "at 1."
               MOVE "00" TO REGISTER-FILE-STATUS
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL REGISTER-EOF = "Y"
               READ STATEMENT-REGISTER-FILE
                   AT END
                       MOVE "Y" TO REGISTER-EOF
                   NOT AT END
                       IF REGISTER-COUNT < REGISTER-MAX
                           ADD 1 TO REGISTER-COUNT
                           MOVE REGISTER-SHOP-NAME
                               TO RG-SHOP-NAME(REGISTER-COUNT)
                           MOVE REGISTER-MERCHANT-ID
                               TO RG-MERCHANT-ID(REGISTER-COUNT)
                           MOVE REGISTER-STATEMENT-NO
                               TO RG-STATEMENT-NO(REGISTER-COUNT)
                           MOVE REGISTER-PERIOD
                               TO RG-PERIOD(REGISTER-COUNT)
                           MOVE REGISTER-GROSS
                               TO RG-GROSS(REGISTER-COUNT)
                           MOVE REGISTER-NET
                               TO RG-NET(REGISTER-COUNT)
                       ELSE
                           DISPLAY "WARNING: merchant statement "
                               "register exceeds capacity, older "
                               "entries not carried"
                           ADD 1 TO CAPACITY-WARNINGS
                       END-IF
               END-READ
           END-PERFORM

           CLOSE STATEMENT-REGISTER-FILE
           EXIT.

      *----------------------------------------------------------*
      * Finds where this merchant's statement series stands: the
      * highest number already cut, and whether this period's
      * statement already exists - a rerun then reprints under
      * the original number instead of cutting a new statement.
      *----------------------------------------------------------*
       GET-STATEMENT-REGISTER-INFO.
           MOVE 0 TO STATEMENT-NUMBER
           MOVE "N" TO REPRINT-THIS-PERIOD
           MOVE 0 TO REGISTERED-GROSS-WORK
           MOVE 0 TO REGISTERED-NET-WORK

           PERFORM VARYING REGISTER-INDEX FROM 1 BY 1
               UNTIL REGISTER-INDEX > REGISTER-COUNT

               MOVE "N" TO SERIES-MATCH
               IF STATEMENT-MERCHANT-ID NOT = SPACES
                   IF RG-MERCHANT-ID(REGISTER-INDEX)
                           = STATEMENT-MERCHANT-ID
                       MOVE "Y" TO SERIES-MATCH
                   END-IF
               ELSE
                   IF RG-MERCHANT-ID(REGISTER-INDEX) = SPACES
                       AND RG-SHOP-NAME(REGISTER-INDEX)
                           = STATEMENT-SHOP-NAME
                       MOVE "Y" TO SERIES-MATCH
                   END-IF
               END-IF

               IF SERIES-MATCH = "Y"
                   IF RG-PERIOD(REGISTER-INDEX) = STATEMENT-PERIOD
                       MOVE "Y" TO REPRINT-THIS-PERIOD
                       MOVE RG-STATEMENT-NO(REGISTER-INDEX)
                           TO STATEMENT-NUMBER
                       MOVE RG-GROSS(REGISTER-INDEX)
                           TO REGISTERED-GROSS-WORK
                       MOVE RG-NET(REGISTER-INDEX)
                           TO REGISTERED-NET-WORK
                   ELSE
                       IF RG-STATEMENT-NO(REGISTER-INDEX)
                               >= STATEMENT-NUMBER
                           AND REPRINT-THIS-PERIOD = "N"
                           MOVE RG-STATEMENT-NO(REGISTER-INDEX)
                               TO STATEMENT-NUMBER
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           IF REPRINT-THIS-PERIOD = "N"
               ADD 1 TO STATEMENT-NUMBER
           END-IF
           EXIT.

       APPEND-STATEMENT-TO-REGISTER.
           MOVE STATEMENT-SHOP-NAME TO REGISTER-SHOP-NAME
           MOVE STATEMENT-MERCHANT-ID TO REGISTER-MERCHANT-ID
           MOVE STATEMENT-NUMBER TO REGISTER-STATEMENT-NO
           MOVE STATEMENT-PERIOD TO REGISTER-PERIOD
           MOVE SE-GROSS(SETTLEMENT-INDEX) TO REGISTER-GROSS
           MOVE SE-FEE(SETTLEMENT-INDEX) TO REGISTER-FEE
           MOVE SE-CHARGEBACK(SETTLEMENT-INDEX) TO REGISTER-ADJUSTMENTS
           MOVE SE-NET(SETTLEMENT-INDEX) TO REGISTER-NET
           MOVE PAYMENT-REFERENCE TO REGISTER-END-TO-END-REF
           MOVE DOCARC-DOCUMENT-ID TO REGISTER-DOCUMENT-ID
           MOVE STATEMENT-DATE TO REGISTER-RUN-DATE
           WRITE STATEMENT-REGISTER-RECORD

           IF REGISTER-COUNT < REGISTER-MAX
               ADD 1 TO REGISTER-COUNT
               MOVE STATEMENT-SHOP-NAME TO RG-SHOP-NAME(REGISTER-COUNT)
               MOVE STATEMENT-MERCHANT-ID
                   TO RG-MERCHANT-ID(REGISTER-COUNT)
               MOVE STATEMENT-NUMBER TO RG-STATEMENT-NO(REGISTER-COUNT)
               MOVE STATEMENT-PERIOD TO RG-PERIOD(REGISTER-COUNT)
               MOVE SE-GROSS(SETTLEMENT-INDEX)
                   TO RG-GROSS(REGISTER-COUNT)
               MOVE SE-NET(SETTLEMENT-INDEX) TO RG-NET(REGISTER-COUNT)
           END-IF
           EXIT.

      * The latest settlement instruction for the shop in or after
      * the period whose amount is the net settled.
       FIND-PAYMENT-REFERENCE.
           MOVE SPACES TO PAYMENT-REFERENCE
           MOVE 0 TO PAYMENT-DATE

           PERFORM VARYING PAYMENT-INDEX FROM 1 BY 1
               UNTIL PAYMENT-INDEX > PAYMENT-COUNT
               IF PI-SHOP-NAME(PAYMENT-INDEX) = STATEMENT-SHOP-NAME
                   AND PI-AMOUNT(PAYMENT-INDEX)
                       = SE-NET(SETTLEMENT-INDEX)
                   AND PI-EXECUTION-DATE(PAYMENT-INDEX)
                       NOT < PAYMENT-DATE
                   MOVE PI-END-TO-END-REF(PAYMENT-INDEX)
                       TO PAYMENT-REFERENCE
                   MOVE PI-EXECUTION-DATE(PAYMENT-INDEX)
                       TO PAYMENT-DATE
               END-IF
           END-PERFORM
           EXIT.

      *----------------------------------------------------------*
      * One statement for one settled master shop. Every total on
      * it is the extract's; the itemised lines are reconciled to
      * those totals, and whatever does not itemise is shown as
      * its own line so the statement still adds up.
      *----------------------------------------------------------*
       WRITE-ONE-MERCHANT-STATEMENT.
           MOVE SE-MASTER-INDEX(SETTLEMENT-INDEX) TO SHOP-MASTER-INDEX
           MOVE SE-SHOP-NAME(SETTLEMENT-INDEX) TO STATEMENT-SHOP-NAME
           MOVE MASTER-MERCHANT-ID(SHOP-MASTER-INDEX)
               TO STATEMENT-MERCHANT-ID
           MOVE MASTER-CATEGORY(SHOP-MASTER-INDEX)
               TO STATEMENT-CATEGORY
           MOVE "N" TO STATEMENT-UNITEMISED
           MOVE "Statement" TO STATEMENT-NOTE

           PERFORM GET-STATEMENT-REGISTER-INFO
           PERFORM FIND-PAYMENT-REFERENCE
           PERFORM BEGIN-ARCHIVED-DOCUMENT

           PERFORM WRITE-STATEMENT-HEADING
           PERFORM WRITE-STATEMENT-TAKINGS
           PERFORM WRITE-STATEMENT-SETTLEMENT
           PERFORM WRITE-STATEMENT-PAYMENT

           MOVE SEPARATOR-LINE TO OUTPUT-TEXT-LINE
           PERFORM WRITE-STATEMENT-LINE
           MOVE SPACES TO OUTPUT-TEXT-LINE
           PERFORM WRITE-STATEMENT-LINE

           PERFORM END-ARCHIVED-DOCUMENT

           IF REPRINT-THIS-PERIOD = "Y"
               ADD 1 TO REPRINT-COUNT
               MOVE "Reprint" TO STATEMENT-NOTE
               IF REGISTERED-GROSS-WORK NOT = SE-GROSS(SETTLEMENT-INDEX)
                   OR REGISTERED-NET-WORK NOT = SE-NET(SETTLEMENT-INDEX)
                   ADD 1 TO CHANGED-REPRINT-COUNT
                   MOVE "Reprint - figures moved" TO STATEMENT-NOTE
                   MOVE STATEMENT-NUMBER TO NUMBER-DISPLAY
                   DISPLAY "WARNING: merchant statement "
                       FUNCTION TRIM(NUMBER-DISPLAY LEADING)
                       " for '"
                       FUNCTION TRIM(STATEMENT-SHOP-NAME TRAILING)
                       "' reprinted with figures that differ from "
                       "the register - the extract has changed "
                       "since it was cut."
               END-IF
           ELSE
               PERFORM APPEND-STATEMENT-TO-REGISTER
           END-IF

           IF STATEMENT-UNITEMISED = "Y"
               ADD 1 TO UNITEMISED-STATEMENT-COUNT
               IF REPRINT-THIS-PERIOD = "N"
                   MOVE "Statement - unitemised" TO STATEMENT-NOTE
               END-IF
           END-IF

           ADD 1 TO STATEMENTS-WRITTEN-COUNT
           ADD SE-GROSS(SETTLEMENT-INDEX) TO STATEMENT-TOTAL-GROSS
           ADD SE-FEE(SETTLEMENT-INDEX) TO STATEMENT-TOTAL-FEE
           ADD SE-CHARGEBACK(SETTLEMENT-INDEX)
               TO STATEMENT-TOTAL-ADJUSTMENTS
           ADD SE-NET(SETTLEMENT-INDEX) TO STATEMENT-TOTAL-NET

           PERFORM WRITE-CONTROL-ROW
           EXIT.

       WRITE-STATEMENT-HEADING.
           MOVE SEPARATOR-LINE TO OUTPUT-TEXT-LINE
           PERFORM WRITE-STATEMENT-LINE

           MOVE STATEMENT-NUMBER TO NUMBER-DISPLAY
           MOVE SPACES TO OUTPUT-TEXT-LINE
           STRING "Merchant statement no. " DELIMITED BY SIZE
               FUNCTION TRIM(NUMBER-DISPLAY LEADING)
               DELIMITED BY SIZE
               " for period " DELIMITED BY SIZE
               SETTLEMENT-PERIOD-WORK(1:4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               SETTLEMENT-PERIOD-WORK(5:2) DELIMITED BY SIZE
               INTO OUTPUT-TEXT-LINE
           END-STRING
           IF REPRINT-THIS-PERIOD = "Y"
               MOVE "(REPRINT)" TO OUTPUT-TEXT-LINE(49:9)
           END-IF
           PERFORM WRITE-STATEMENT-LINE

           MOVE SPACES TO OUTPUT-TEXT-LINE
           STRING "Settlement statement per " DELIMITED BY SIZE
               STATEMENT-DATE(1:4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               STATEMENT-DATE(5:2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               STATEMENT-DATE(7:2) DELIMITED BY SIZE
               INTO OUTPUT-TEXT-LINE
           END-STRING
           PERFORM WRITE-STATEMENT-LINE

           MOVE SPACES TO OUTPUT-TEXT-LINE
           STRING "Shop: " DELIMITED BY SIZE
               FUNCTION TRIM(STATEMENT-SHOP-NAME TRAILING)
               DELIMITED BY SIZE
               "  Merchant id: " DELIMITED BY SIZE
               STATEMENT-MERCHANT-ID DELIMITED BY SPACE
               INTO OUTPUT-TEXT-LINE
           END-STRING
           PERFORM WRITE-STATEMENT-LINE

           IF STATEMENT-CATEGORY NOT = SPACES
               MOVE SPACES TO OUTPUT-TEXT-LINE
               STRING "Category: " DELIMITED BY SIZE
                   FUNCTION TRIM(STATEMENT-CATEGORY TRAILING)
                   DELIMITED BY SIZE
                   INTO OUTPUT-TEXT-LINE
               END-STRING
               PERFORM WRITE-STATEMENT-LINE
           END-IF

           MOVE SPACES TO OUTPUT-TEXT-LINE
           PERFORM WRITE-STATEMENT-LINE
           EXIT.

      *----------------------------------------------------------*
      * The takings: what earlier periods bring forward, then each
      * transaction of the settlement period with its effect on
      * the takings, and any difference to the settled gross.
      *----------------------------------------------------------*
       WRITE-STATEMENT-TAKINGS.
           MOVE SPACES TO OUTPUT-TEXT-LINE
           MOVE "Time" TO OUTPUT-TEXT-LINE(1:4)
           MOVE "Type" TO OUTPUT-TEXT-LINE(28:4)
           MOVE "Amount" TO OUTPUT-TEXT-LINE(61:6)
           MOVE "Takings (DKK)" TO OUTPUT-TEXT-LINE(98:13)
           PERFORM WRITE-STATEMENT-LINE

           IF SE-PRIOR-COUNT(SETTLEMENT-INDEX) > 0
               MOVE SE-PRIOR-COUNT(SETTLEMENT-INDEX) TO COUNT-DISPLAY
               MOVE SPACES TO OUTPUT-TEXT-LINE
               STRING "Brought forward from earlier periods ("
                   DELIMITED BY SIZE
                   FUNCTION TRIM(COUNT-DISPLAY LEADING)
                   DELIMITED BY SIZE
                   " transactions)" DELIMITED BY SIZE
                   INTO OUTPUT-TEXT-LINE
               END-STRING
               MOVE SE-PRIOR-REVENUE(SETTLEMENT-INDEX)
                   TO SOURCE-AMOUNT
               PERFORM FORMAT-SIGNED-AMOUNT
               MOVE FUNCTION TRIM(SIGNED-FORMAT-AMOUNT-DISPLAY LEADING)
                   TO OUTPUT-TEXT-LINE(98:18)
               PERFORM WRITE-STATEMENT-LINE
           END-IF

           IF SE-PERIOD-COUNT(SETTLEMENT-INDEX) > 0
               PERFORM LIST-PERIOD-TRANSACTIONS
           END-IF

           COMPUTE UNITEMISED-AMOUNT = SE-GROSS(SETTLEMENT-INDEX)
               - SE-PRIOR-REVENUE(SETTLEMENT-INDEX)
               - SE-PERIOD-REVENUE(SETTLEMENT-INDEX)
           COMPUTE UNITEMISED-COUNT-WORK =
               SE-TXN-COUNT(SETTLEMENT-INDEX)
               - SE-PRIOR-COUNT(SETTLEMENT-INDEX)
               - SE-PERIOD-COUNT(SETTLEMENT-INDEX)

           IF UNITEMISED-AMOUNT NOT = 0
               OR UNITEMISED-COUNT-WORK NOT = 0
               MOVE "Y" TO STATEMENT-UNITEMISED
               MOVE SPACES TO OUTPUT-TEXT-LINE
               MOVE "Not itemised in the transaction history"
                   TO OUTPUT-TEXT-LINE
               MOVE UNITEMISED-AMOUNT TO SOURCE-AMOUNT
               PERFORM FORMAT-SIGNED-AMOUNT
               MOVE FUNCTION TRIM(SIGNED-FORMAT-AMOUNT-DISPLAY LEADING)
                   TO OUTPUT-TEXT-LINE(98:18)
               PERFORM WRITE-STATEMENT-LINE
           END-IF

           MOVE SPACES TO OUTPUT-TEXT-LINE
           PERFORM WRITE-STATEMENT-LINE
           EXIT.

       LIST-PERIOD-TRANSACTIONS.
           OPEN INPUT HISTORY-FILE
           IF HISTORY-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ HISTORY-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       PERFORM WRITE-PERIOD-TRANSACTION
               END-READ
           END-PERFORM

           CLOSE HISTORY-FILE
           EXIT.

      * The customer is not named: the statement goes to the shop.
       WRITE-PERIOD-TRANSACTION.
           IF DUPLICATE-FLAG OF HISTORY-RECORD = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM GET-HISTORY-RECORD-PERIOD
           IF HISTORY-PERIOD-WORK NOT = SETTLEMENT-PERIOD-WORK
               EXIT PARAGRAPH
           END-IF
           PERFORM NORMALIZE-SHOP-NAME
           IF NORMALIZED-SHOP-NAME NOT = STATEMENT-SHOP-NAME
               EXIT PARAGRAPH
           END-IF

           PERFORM GET-REVENUE-EFFECT

           MOVE SPACES TO OUTPUT-TEXT-LINE
           MOVE TIME-OF-TRANSACTION OF HISTORY-RECORD
               TO OUTPUT-TEXT-LINE(1:26)
           MOVE TRANSACTION-TYPE OF HISTORY-RECORD
               TO OUTPUT-TEXT-LINE(28:11)

           MOVE AMOUNT OF HISTORY-RECORD TO SOURCE-AMOUNT
           PERFORM FORMAT-SIGNED-AMOUNT
           MOVE FUNCTION TRIM(SIGNED-FORMAT-AMOUNT-DISPLAY LEADING)
               TO OUTPUT-TEXT-LINE(61:18)
           MOVE CURRENCY-CODE OF HISTORY-RECORD
               TO OUTPUT-TEXT-LINE(80:3)

           MOVE REVENUE-EFFECT TO SOURCE-AMOUNT
           PERFORM FORMAT-SIGNED-AMOUNT
           MOVE FUNCTION TRIM(SIGNED-FORMAT-AMOUNT-DISPLAY LEADING)
               TO OUTPUT-TEXT-LINE(98:18)
           PERFORM WRITE-STATEMENT-LINE
           EXIT.

      *----------------------------------------------------------*
      * From gross to net: the settlement fee, then each
      * chargeback as an adjustment, as the extract deducted them.
      *----------------------------------------------------------*
       WRITE-STATEMENT-SETTLEMENT.
           MOVE SE-TXN-COUNT(SETTLEMENT-INDEX) TO COUNT-DISPLAY
           MOVE SPACES TO OUTPUT-TEXT-LINE
           STRING "Gross revenue (" DELIMITED BY SIZE
               FUNCTION TRIM(COUNT-DISPLAY LEADING) DELIMITED BY SIZE
               " transactions settled)" DELIMITED BY SIZE
               INTO OUTPUT-TEXT-LINE
           END-STRING
           MOVE SE-GROSS(SETTLEMENT-INDEX) TO SOURCE-AMOUNT
           PERFORM FORMAT-SIGNED-AMOUNT
           MOVE FUNCTION TRIM(SIGNED-FORMAT-AMOUNT-DISPLAY LEADING)
               TO OUTPUT-TEXT-LINE(98:18)
           MOVE "DKK" TO OUTPUT-TEXT-LINE(117:3)
           PERFORM WRITE-STATEMENT-LINE

      * A fee that no longer matches today's percentage was
      * settled at an earlier one and is shown without it.
           COMPUTE EXPECTED-FEE-WORK ROUNDED =
               SE-GROSS(SETTLEMENT-INDEX) * SETTLEMENT-FEE-PCT / 100
           MOVE SPACES TO OUTPUT-TEXT-LINE
           IF EXPECTED-FEE-WORK = SE-FEE(SETTLEMENT-INDEX)
               MOVE SETTLEMENT-FEE-PCT TO FEE-PCT-DISPLAY
               STRING "Settlement fee " DELIMITED BY SIZE
                   FUNCTION TRIM(FEE-PCT-DISPLAY LEADING)
                   DELIMITED BY SIZE
                   " % of gross revenue" DELIMITED BY SIZE
                   INTO OUTPUT-TEXT-LINE
               END-STRING
           ELSE
               MOVE "Settlement fee as settled" TO OUTPUT-TEXT-LINE
           END-IF
           COMPUTE SOURCE-AMOUNT = 0 - SE-FEE(SETTLEMENT-INDEX)
           PERFORM FORMAT-SIGNED-AMOUNT
           MOVE FUNCTION TRIM(SIGNED-FORMAT-AMOUNT-DISPLAY LEADING)
               TO OUTPUT-TEXT-LINE(98:18)
           PERFORM WRITE-STATEMENT-LINE

           MOVE 0 TO ITEMISED-CHARGEBACKS
           PERFORM VARYING CHARGEBACK-INDEX FROM 1 BY 1
               UNTIL CHARGEBACK-INDEX > CHARGEBACK-COUNT
               IF CB-SHOP-NAME(CHARGEBACK-INDEX) = STATEMENT-SHOP-NAME
                   PERFORM WRITE-CHARGEBACK-LINE
               END-IF
           END-PERFORM

           IF ITEMISED-CHARGEBACKS
                   NOT = SE-CHARGEBACK(SETTLEMENT-INDEX)
               MOVE "Y" TO STATEMENT-UNITEMISED
               MOVE SPACES TO OUTPUT-TEXT-LINE
               MOVE "Other adjustments" TO OUTPUT-TEXT-LINE
               COMPUTE SOURCE-AMOUNT = ITEMISED-CHARGEBACKS
                   - SE-CHARGEBACK(SETTLEMENT-INDEX)
               PERFORM FORMAT-SIGNED-AMOUNT
               MOVE FUNCTION TRIM(SIGNED-FORMAT-AMOUNT-DISPLAY LEADING)
                   TO OUTPUT-TEXT-LINE(98:18)
               PERFORM WRITE-STATEMENT-LINE
           END-IF

           MOVE SPACES TO OUTPUT-TEXT-LINE
           MOVE "Net payable" TO OUTPUT-TEXT-LINE
           MOVE SE-NET(SETTLEMENT-INDEX) TO SOURCE-AMOUNT
           PERFORM FORMAT-SIGNED-AMOUNT
           MOVE FUNCTION TRIM(SIGNED-FORMAT-AMOUNT-DISPLAY LEADING)
               TO OUTPUT-TEXT-LINE(98:18)
           MOVE "DKK" TO OUTPUT-TEXT-LINE(117:3)
           PERFORM WRITE-STATEMENT-LINE
           EXIT.

       WRITE-CHARGEBACK-LINE.
           ADD CB-DKK-AMOUNT(CHARGEBACK-INDEX) TO ITEMISED-CHARGEBACKS

           MOVE SPACES TO OUTPUT-TEXT-LINE
           STRING "Chargeback, dispute " DELIMITED BY SIZE
               CB-DISPUTE-ID(CHARGEBACK-INDEX) DELIMITED BY SPACE
               " decided " DELIMITED BY SIZE
               CB-CLOSED-DATE(CHARGEBACK-INDEX)(1:4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               CB-CLOSED-DATE(CHARGEBACK-INDEX)(5:2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               CB-CLOSED-DATE(CHARGEBACK-INDEX)(7:2) DELIMITED BY SIZE
               INTO OUTPUT-TEXT-LINE
           END-STRING
           COMPUTE SOURCE-AMOUNT = 0 - CB-DKK-AMOUNT(CHARGEBACK-INDEX)
           PERFORM FORMAT-SIGNED-AMOUNT
           MOVE FUNCTION TRIM(SIGNED-FORMAT-AMOUNT-DISPLAY LEADING)
               TO OUTPUT-TEXT-LINE(98:18)
           PERFORM WRITE-STATEMENT-LINE
           EXIT.

      * How the net was paid. Nothing is sent when chargebacks
      * leave nothing to pay; that balance is recovered from the
      * merchant.
       WRITE-STATEMENT-PAYMENT.
           MOVE SPACES TO OUTPUT-TEXT-LINE
           IF SE-NET(SETTLEMENT-INDEX) NOT > 0
               MOVE "Nothing is paid for this period: the adjustments"
                   TO OUTPUT-TEXT-LINE
               PERFORM WRITE-STATEMENT-LINE
               MOVE "exceed the takings after fees, and the balance is"
                   TO OUTPUT-TEXT-LINE
               PERFORM WRITE-STATEMENT-LINE
               MOVE "recovered from the merchant."
                   TO OUTPUT-TEXT-LINE
           ELSE IF PAYMENT-REFERENCE = SPACES
               ADD 1 TO AWAITING-PAYMENT-COUNT
               MOVE "Payment of the net amount has not been sent yet."
                   TO OUTPUT-TEXT-LINE
           ELSE
               MOVE PAYMENT-DATE TO PAYMENT-DATE-TEXT
               STRING "Paid " DELIMITED BY SIZE
                   PAYMENT-DATE-TEXT(1:4) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   PAYMENT-DATE-TEXT(5:2) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   PAYMENT-DATE-TEXT(7:2) DELIMITED BY SIZE
                   ", end-to-end reference " DELIMITED BY SIZE
                   PAYMENT-REFERENCE DELIMITED BY SPACE
                   INTO OUTPUT-TEXT-LINE
               END-STRING
           END-IF
           END-IF
           PERFORM WRITE-STATEMENT-LINE
           EXIT.

       WRITE-STATEMENT-LINE.
           MOVE OUTPUT-TEXT-LINE TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           IF DOCUMENT-BEING-ARCHIVED = "Y"
               SET DOCARC-ADD-LINE TO TRUE
               MOVE OUTPUT-TEXT-LINE TO DOCARC-LINE-TEXT
               CALL "DOCARCHIVE" USING DOCARC-PARAMETERS
           END-IF
           MOVE SPACES TO OUTPUT-TEXT-LINE
           EXIT.

      *----------------------------------------------------------*
      * One archived document per merchant statement, under the
      * merchant id; a merchant has no CPR.
      *----------------------------------------------------------*
       BEGIN-ARCHIVED-DOCUMENT.
           MOVE "N" TO DOCUMENT-BEING-ARCHIVED
           MOVE SPACES TO DOCARC-DOCUMENT-ID
           IF DOCARC-CALL-FAILED = "Y"
               EXIT PARAGRAPH
           END-IF

           SET DOCARC-BEGIN TO TRUE
           MOVE STATEMENT-MERCHANT-ID TO DOCARC-REFERENCE-ID
           IF STATEMENT-MERCHANT-ID = SPACES
               MOVE STATEMENT-SHOP-NAME TO DOCARC-REFERENCE-ID
           END-IF
           MOVE SPACES TO DOCARC-CPR
           MOVE "MSTATEMENT" TO DOCARC-DOCUMENT-TYPE
           MOVE "MERCHSTMT" TO DOCARC-ORIGIN-JOB
           MOVE STATEMENT-DATE TO DOCARC-SENT-DATE
           CALL "DOCARCHIVE" USING DOCARC-PARAMETERS
               ON EXCEPTION
                   DISPLAY "WARNING: DOCARCHIVE could not be called, "
                       "merchant statements are not archived this "
                       "run."
                   MOVE "Y" TO DOCARC-CALL-FAILED
                   MOVE SPACES TO DOCARC-DOCUMENT-ID
           END-CALL

           IF DOCARC-DOCUMENT-ID NOT = SPACES
               MOVE "Y" TO DOCUMENT-BEING-ARCHIVED
           END-IF
           EXIT.

       END-ARCHIVED-DOCUMENT.
           IF DOCUMENT-BEING-ARCHIVED = "Y"
               SET DOCARC-END TO TRUE
               CALL "DOCARCHIVE" USING DOCARC-PARAMETERS
               MOVE "N" TO DOCUMENT-BEING-ARCHIVED
           END-IF
           EXIT.

       FORMAT-SIGNED-AMOUNT.
           MOVE SPACES TO SIGNED-FORMAT-AMOUNT-DISPLAY
           MOVE FUNCTION ABS(SOURCE-AMOUNT) TO ABS-AMOUNT
           MOVE ABS-AMOUNT TO FORMAT-AMOUNT-DISPLAY

           IF SOURCE-AMOUNT < 0
               STRING
                   "-"
                   DELIMITED BY SIZE
                   FUNCTION TRIM(FORMAT-AMOUNT-DISPLAY LEADING)
                   DELIMITED BY SIZE
                   INTO SIGNED-FORMAT-AMOUNT-DISPLAY
           ELSE IF SOURCE-AMOUNT = 0
               MOVE "0.00" TO SIGNED-FORMAT-AMOUNT-DISPLAY
           ELSE
               MOVE FUNCTION TRIM(FORMAT-AMOUNT-DISPLAY LEADING)
                   TO SIGNED-FORMAT-AMOUNT-DISPLAY
           END-IF

           EXIT.

      *----------------------------------------------------------*
      * MerchantStatementControl.txt: every extract record with
      * its statement or the reason it has none, the master shops
      * that were not settled, and the proof of the totals
      * against the extract trailer.
      *----------------------------------------------------------*
       WRITE-CONTROL-HEADING.
           MOVE SPACES TO OUTPUT-TEXT-LINE
           STRING "Merchant statement control for period "
               DELIMITED BY SIZE
               SETTLEMENT-PERIOD-WORK(1:4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               SETTLEMENT-PERIOD-WORK(5:2) DELIMITED BY SIZE
               ", run " DELIMITED BY SIZE
               STATEMENT-DATE(1:4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               STATEMENT-DATE(5:2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               STATEMENT-DATE(7:2) DELIMITED BY SIZE
               INTO OUTPUT-TEXT-LINE
           END-STRING
           PERFORM WRITE-CONTROL-LINE

           MOVE SEPARATOR-LINE TO OUTPUT-TEXT-LINE
           PERFORM WRITE-CONTROL-LINE

           MOVE "Shop" TO OUTPUT-TEXT-LINE(1:4)
           MOVE "Merchant" TO OUTPUT-TEXT-LINE(22:8)
           MOVE "No." TO OUTPUT-TEXT-LINE(31:3)
           MOVE "Gross" TO OUTPUT-TEXT-LINE(37:5)
           MOVE "Fee" TO OUTPUT-TEXT-LINE(56:3)
           MOVE "Adjustments" TO OUTPUT-TEXT-LINE(73:11)
           MOVE "Net" TO OUTPUT-TEXT-LINE(90:3)
           MOVE "Note" TO OUTPUT-TEXT-LINE(109:4)
           PERFORM WRITE-CONTROL-LINE
           EXIT.

       WRITE-CONTROL-ROW.
           MOVE SPACES TO OUTPUT-TEXT-LINE
           MOVE SE-SHOP-NAME(SETTLEMENT-INDEX) TO OUTPUT-TEXT-LINE(1:20)
           MOVE STATEMENT-MERCHANT-ID TO OUTPUT-TEXT-LINE(22:8)
           IF STATEMENT-NUMBER > 0
               MOVE STATEMENT-NUMBER TO NUMBER-DISPLAY
               MOVE NUMBER-DISPLAY TO OUTPUT-TEXT-LINE(31:4)
           END-IF

           MOVE SE-GROSS(SETTLEMENT-INDEX) TO SOURCE-AMOUNT
           PERFORM FORMAT-SIGNED-AMOUNT
           MOVE FUNCTION TRIM(SIGNED-FORMAT-AMOUNT-DISPLAY LEADING)
               TO OUTPUT-TEXT-LINE(37:18)
           MOVE SE-FEE(SETTLEMENT-INDEX) TO SOURCE-AMOUNT
           PERFORM FORMAT-SIGNED-AMOUNT
           MOVE FUNCTION TRIM(SIGNED-FORMAT-AMOUNT-DISPLAY LEADING)
               TO OUTPUT-TEXT-LINE(56:16)
           MOVE SE-CHARGEBACK(SETTLEMENT-INDEX) TO SOURCE-AMOUNT
           PERFORM FORMAT-SIGNED-AMOUNT
           MOVE FUNCTION TRIM(SIGNED-FORMAT-AMOUNT-DISPLAY LEADING)
               TO OUTPUT-TEXT-LINE(73:16)
           MOVE SE-NET(SETTLEMENT-INDEX) TO SOURCE-AMOUNT
           PERFORM FORMAT-SIGNED-AMOUNT
           MOVE FUNCTION TRIM(SIGNED-FORMAT-AMOUNT-DISPLAY LEADING)
               TO OUTPUT-TEXT-LINE(90:18)

           MOVE STATEMENT-NOTE TO OUTPUT-TEXT-LINE(109:23)
           PERFORM WRITE-CONTROL-LINE
           EXIT.

      * The overflow bucket and shops only the feed knows are
      * settled but have no merchant to address.
       WRITE-NO-STATEMENT-ROW.
           ADD 1 TO NO-STATEMENT-COUNT
           ADD SE-GROSS(SETTLEMENT-INDEX) TO OTHER-TOTAL-GROSS
           ADD SE-NET(SETTLEMENT-INDEX) TO OTHER-TOTAL-NET

           MOVE SPACES TO STATEMENT-MERCHANT-ID
           MOVE 0 TO STATEMENT-NUMBER
           IF SE-SHOP-NAME(SETTLEMENT-INDEX) = "Other shops"
               MOVE "No statement - overflow" TO STATEMENT-NOTE
           ELSE
               MOVE "No statement - unknown" TO STATEMENT-NOTE
           END-IF
           PERFORM WRITE-CONTROL-ROW
           EXIT.

       WRITE-UNSETTLED-MASTER-ROWS.
           PERFORM VARYING SHOP-MASTER-INDEX FROM 1 BY 1
               UNTIL SHOP-MASTER-INDEX > SHOP-MASTER-COUNT
               IF MASTER-SETTLED(SHOP-MASTER-INDEX) = "N"
                   ADD 1 TO UNSETTLED-MASTER-COUNT
                   MOVE SPACES TO OUTPUT-TEXT-LINE
                   MOVE MASTER-CANONICAL-NAME(SHOP-MASTER-INDEX)
                       TO OUTPUT-TEXT-LINE(1:20)
                   MOVE MASTER-MERCHANT-ID(SHOP-MASTER-INDEX)
                       TO OUTPUT-TEXT-LINE(22:8)
                   MOVE "Not settled this period"
                       TO OUTPUT-TEXT-LINE(109:23)
                   PERFORM WRITE-CONTROL-LINE
               END-IF
           END-PERFORM
           EXIT.

      * Statements and the records without one must together
      * account for the extract record for record, and for its
      * trailer's count, gross and net.
       CHECK-EXTRACT-TOTALS.
           IF TRAILER-FOUND = "N"
               MOVE "N" TO TOTALS-AGREE
               DISPLAY "WARNING: ShopSettlement.txt has no trailer "
                   "record, the statements cannot be tied to it."
               EXIT PARAGRAPH
           END-IF

           IF STATEMENTS-WRITTEN-COUNT + NO-STATEMENT-COUNT
                   NOT = TRAILER-COUNT
               OR EXTRACT-TOTAL-COUNT NOT = TRAILER-COUNT
               OR STATEMENT-TOTAL-GROSS + OTHER-TOTAL-GROSS
                   NOT = TRAILER-GROSS
               OR EXTRACT-TOTAL-GROSS NOT = TRAILER-GROSS
               OR STATEMENT-TOTAL-NET + OTHER-TOTAL-NET
                   NOT = TRAILER-NET
               OR EXTRACT-TOTAL-NET NOT = TRAILER-NET
               MOVE "N" TO TOTALS-AGREE
           END-IF
           EXIT.

       WRITE-STATEMENTS-TRAILER.
           MOVE SEPARATOR-LINE TO OUTPUT-TEXT-LINE
           PERFORM WRITE-STATEMENT-LINE

           MOVE "Merchant statements in this file"
               TO OUTPUT-TEXT-LINE
           MOVE STATEMENTS-WRITTEN-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-STATEMENT-LINE

           MOVE "Total gross revenue" TO OUTPUT-TEXT-LINE
           MOVE STATEMENT-TOTAL-GROSS TO SOURCE-AMOUNT
           PERFORM WRITE-STATEMENT-TOTAL-LINE
           MOVE "Total settlement fees" TO OUTPUT-TEXT-LINE
           MOVE STATEMENT-TOTAL-FEE TO SOURCE-AMOUNT
           PERFORM WRITE-STATEMENT-TOTAL-LINE
           MOVE "Total adjustments" TO OUTPUT-TEXT-LINE
           MOVE STATEMENT-TOTAL-ADJUSTMENTS TO SOURCE-AMOUNT
           PERFORM WRITE-STATEMENT-TOTAL-LINE
           MOVE "Total net payable" TO OUTPUT-TEXT-LINE
           MOVE STATEMENT-TOTAL-NET TO SOURCE-AMOUNT
           PERFORM WRITE-STATEMENT-TOTAL-LINE

           MOVE "Settlement records without a statement"
               TO OUTPUT-TEXT-LINE
           MOVE NO-STATEMENT-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-STATEMENT-LINE

           PERFORM BUILD-TIE-LINE
           PERFORM WRITE-STATEMENT-LINE
           EXIT.

       WRITE-STATEMENT-TOTAL-LINE.
           PERFORM FORMAT-SIGNED-AMOUNT
           MOVE FUNCTION TRIM(SIGNED-FORMAT-AMOUNT-DISPLAY LEADING)
               TO OUTPUT-TEXT-LINE(40:22)
           PERFORM WRITE-STATEMENT-LINE
           EXIT.

       BUILD-TIE-LINE.
           MOVE SPACES TO OUTPUT-TEXT-LINE
           IF TOTALS-AGREE = "Y"
               MOVE "Ties to the ShopSettlement.txt trailer."
                   TO OUTPUT-TEXT-LINE
           ELSE
               MOVE "DOES NOT TIE to the ShopSettlement.txt trailer."
                   TO OUTPUT-TEXT-LINE
           END-IF
           EXIT.

       WRITE-CONTROL-TOTALS.
           MOVE SEPARATOR-LINE TO OUTPUT-TEXT-LINE
           PERFORM WRITE-CONTROL-LINE

           MOVE "Settlement records read" TO OUTPUT-TEXT-LINE
           MOVE EXTRACT-TOTAL-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-CONTROL-LINE
           MOVE "Statements written" TO OUTPUT-TEXT-LINE
           MOVE STATEMENTS-WRITTEN-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-CONTROL-LINE
           MOVE "  of which reprints" TO OUTPUT-TEXT-LINE
           MOVE REPRINT-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-CONTROL-LINE
           MOVE "  reprints whose figures moved" TO OUTPUT-TEXT-LINE
           MOVE CHANGED-REPRINT-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-CONTROL-LINE
           MOVE "  with amounts not itemised" TO OUTPUT-TEXT-LINE
           MOVE UNITEMISED-STATEMENT-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-CONTROL-LINE
           MOVE "  with payment not yet sent" TO OUTPUT-TEXT-LINE
           MOVE AWAITING-PAYMENT-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-CONTROL-LINE
           MOVE "Records without a statement" TO OUTPUT-TEXT-LINE
           MOVE NO-STATEMENT-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-CONTROL-LINE
           MOVE "Master shops not settled" TO OUTPUT-TEXT-LINE
           MOVE UNSETTLED-MASTER-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-CONTROL-LINE

           MOVE SPACES TO OUTPUT-TEXT-LINE
           PERFORM WRITE-CONTROL-LINE
           MOVE "Gross" TO OUTPUT-TEXT-LINE(40:5)
           MOVE "Net" TO OUTPUT-TEXT-LINE(62:3)
           PERFORM WRITE-CONTROL-LINE

           MOVE "Statements" TO OUTPUT-TEXT-LINE
           MOVE STATEMENT-TOTAL-GROSS TO SOURCE-AMOUNT
           PERFORM FORMAT-SIGNED-AMOUNT
           MOVE FUNCTION TRIM(SIGNED-FORMAT-AMOUNT-DISPLAY LEADING)
               TO OUTPUT-TEXT-LINE(40:22)
           MOVE STATEMENT-TOTAL-NET TO SOURCE-AMOUNT
           PERFORM FORMAT-SIGNED-AMOUNT
           MOVE FUNCTION TRIM(SIGNED-FORMAT-AMOUNT-DISPLAY LEADING)
               TO OUTPUT-TEXT-LINE(62:22)
           PERFORM WRITE-CONTROL-LINE

           MOVE "Records without a statement" TO OUTPUT-TEXT-LINE
           MOVE OTHER-TOTAL-GROSS TO SOURCE-AMOUNT
           PERFORM FORMAT-SIGNED-AMOUNT
           MOVE FUNCTION TRIM(SIGNED-FORMAT-AMOUNT-DISPLAY LEADING)
               TO OUTPUT-TEXT-LINE(40:22)
           MOVE OTHER-TOTAL-NET TO SOURCE-AMOUNT
           PERFORM FORMAT-SIGNED-AMOUNT
           MOVE FUNCTION TRIM(SIGNED-FORMAT-AMOUNT-DISPLAY LEADING)
               TO OUTPUT-TEXT-LINE(62:22)
           PERFORM WRITE-CONTROL-LINE

           MOVE "Extract trailer" TO OUTPUT-TEXT-LINE
           IF TRAILER-FOUND = "Y"
               MOVE TRAILER-GROSS TO SOURCE-AMOUNT
               PERFORM FORMAT-SIGNED-AMOUNT
               MOVE FUNCTION TRIM(SIGNED-FORMAT-AMOUNT-DISPLAY LEADING)
                   TO OUTPUT-TEXT-LINE(40:22)
               MOVE TRAILER-NET TO SOURCE-AMOUNT
               PERFORM FORMAT-SIGNED-AMOUNT
               MOVE FUNCTION TRIM(SIGNED-FORMAT-AMOUNT-DISPLAY LEADING)
                   TO OUTPUT-TEXT-LINE(62:22)
               MOVE TRAILER-COUNT TO COUNT-DISPLAY
               STRING "(" DELIMITED BY SIZE
                   FUNCTION TRIM(COUNT-DISPLAY LEADING)
                   DELIMITED BY SIZE
                   " records)" DELIMITED BY SIZE
                   INTO OUTPUT-TEXT-LINE(84:20)
               END-STRING
           ELSE
               MOVE "(missing)" TO OUTPUT-TEXT-LINE(40:9)
           END-IF
           PERFORM WRITE-CONTROL-LINE

           PERFORM BUILD-TIE-LINE
           PERFORM WRITE-CONTROL-LINE
           EXIT.

       WRITE-CONTROL-LINE.
           MOVE OUTPUT-TEXT-LINE TO CONTROL-REPORT-RECORD
           WRITE CONTROL-REPORT-RECORD
           MOVE SPACES TO OUTPUT-TEXT-LINE
           EXIT.

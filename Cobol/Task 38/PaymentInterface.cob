      *    account, the counterparty, amount, currency,          *
      *    execution date and a unique end-to-end reference,     *
      *    with header/trailer controls;                         *
      *  - GeneratedEstatePayouts.txt (ESTATEPOST) pays each     *
      *    deceased customer's credit balance to the account the *
      *    estate's representative named in EstateRegister.txt,  *
      *    which the instruction carries as the counterparty     *
      *    registration and account;                             *
      *  - GeneratedHoldRemittances.txt (LEGALHOLD) pays each    *
      *    garnished amount to the issuing authority's account   *
      *    recorded on the order in LegalHolds.txt;              *
      *  - SuspenseReturns.txt (INBOUNDPOST) sends each inbound  *
      *    payment that could not be credited back to the payer  *
      *    from the house account in the currency it came in;    *
      *  - a standing-order or estate payment for a customer     *
      *    under an active legal hold is only sent when the      *
      *    available balance the shared AVAILBAL routine reports *
      *    covers it; otherwise it is withheld, listed on the    *
      *    rejects report and refunded by a reversing            *
      *    Indbetaling like a rejected payment;                  *
      *  - every new instruction is screened before it leaves:   *
      *    MATCHER scores the counterparty name against the      *
      *    sanctions list INPUTLOADER hands back and against     *
      *    PepList.txt, under the SanctionsControl.txt           *
      *    thresholds, and the DKK value is checked against the  *
      *    limit for its source in PaymentReleaseLimits.txt. A   *
      *    hit is held in PaymentReleaseQueue.txt instead of the *
      *    outbound file until a reviewer decides on it through  *
      *    PAYRELEASE: a released instruction goes out in the    *
      *    next run's file, a cancelled one is listed on the     *
      *    rejects report and refunded like a rejected payment;  *
      *  - every instruction sent is also appended to            *
      *    PaymentInstructionRegister.txt so a later return can  *
      *    be traced back to what was sent;                      *
      *  - the same instructions go to the bank as an ISO 20022  *
      *    credit-transfer initiation, PaymentInitiation.xml     *
      *    (pain.001.001.03): one payment-information block per  *
      *    execution date and debtor account, each with its      *
      *    number of transactions and control sum, under a group *
      *    header carrying the totals of the whole message.      *
      *    PaymentMessageLog.txt keeps the message, block and    *
      *    end-to-end reference of every transaction so          *
      *    PAYSTATUS can resolve a status the bank gives for a   *
      *    whole block or message;                               *
      *  - the fixed-width PaymentInstructions.txt is only       *
      *    written while the switch in                           *
      *    PaymentInterfaceControl.txt is "Y" and the bank's     *
      *    cutover date there has not been reached;              *
      *  - PaymentReturns.txt (reference, ACCP/RJCT status,      *
      *    reason) is matched against the register: rejected     *
      *    standing-order, estate and remittance payments give   *
      *    the customer's money back by reversing Indbetaling    *
      *    records in GeneratedPaymentReversals.txt for the next *
      *    feed, and every reject lands on                       *
      *    PaymentRejectsReport.txt instead of surfacing weeks   *
      *    later at reconciliation. PAYSTATUS builds the file    *
      *    from the bank's ISO 20022 status report once the bank *
      *    sends those instead.                                  *
      * The house settlement account, the fixed-width switch and *
      * cutover date and the initiating party name come from     *
      * PaymentInterfaceControl.txt.                             *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INPUT-FILE-STATUS.

           SELECT GENERATED-PAYOUTS-FILE
               ASSIGN TO "GeneratedEstatePayouts.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INPUT-FILE-STATUS.

           SELECT GENERATED-REMITTANCES-FILE
               ASSIGN TO "GeneratedHoldRemittances.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INPUT-FILE-STATUS.

           SELECT SUSPENSE-RETURNS-FILE
               ASSIGN TO "SuspenseReturns.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INPUT-FILE-STATUS.

           SELECT LEGAL-HOLDS-FILE
               ASSIGN TO "LegalHolds.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INPUT-FILE-STATUS.

           SELECT ESTATE-REGISTER-FILE
               ASSIGN TO "EstateRegister.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INPUT-FILE-STATUS.

           SELECT INTERFACE-CONTROL-FILE
               ASSIGN TO "PaymentInterfaceControl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ASSIGN TO "PaymentInstructions.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

      * The ISO 20022 initiation message: the instructions sent
      * this run go to a work file, are sorted by execution date
      * and debtor account, and the block totals are counted
      * before the message is written.
           SELECT INITIATION-WORK-FILE
               ASSIGN TO "PaymentInitiationWork.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT INITIATION-SORT-FILE
               ASSIGN TO "PaymentInitiationSort.tmp".

           SELECT INITIATION-SORTED-FILE
               ASSIGN TO "PaymentInitiationSorted.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT INITIATION-BLOCK-FILE
               ASSIGN TO "PaymentInitiationBlocks.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT INITIATION-MESSAGE-FILE
               ASSIGN TO "PaymentInitiation.xml"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MESSAGE-LOG-FILE
               ASSIGN TO "PaymentMessageLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MESSAGE-LOG-FILE-STATUS.

           SELECT INSTRUCTION-REGISTER-FILE
               ASSIGN TO "PaymentInstructionRegister.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ASSIGN TO "PaymentRejectsReport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SANCTIONS-CONTROL-FILE
               ASSIGN TO "SanctionsControl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INPUT-FILE-STATUS.

           SELECT PEP-LIST-FILE
               ASSIGN TO "PepList.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INPUT-FILE-STATUS.

      * Highest DKK value an instruction from each source may carry
      * without a reviewer looking at it first.
           SELECT RELEASE-LIMITS-FILE
               ASSIGN TO "PaymentReleaseLimits.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INPUT-FILE-STATUS.

           SELECT RELEASE-QUEUE-FILE
               ASSIGN TO "PaymentReleaseQueue.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RELEASE-QUEUE-FILE-STATUS.

           SELECT RELEASE-DECISIONS-FILE
               ASSIGN TO "PaymentReleaseDecisions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INPUT-FILE-STATUS.

           SELECT BATCH-RUN-LOG-FILE
               ASSIGN TO "BatchRunLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           02 SETTLE-GROSS-REVENUE PIC -9(11).99.
           02 SETTLE-FEE-AMOUNT PIC -9(9).99.
           02 SETTLE-NET-PAYABLE PIC -9(11).99.
           02 SETTLE-CHARGEBACK-AMOUNT PIC -9(9).99.

       FD GENERATED-PAYOUTS-FILE.
       01 GENERATED-PAYOUT-RECORD.
           COPY "Transaction.cpy".

       FD GENERATED-REMITTANCES-FILE.
       01 GENERATED-REMITTANCE-RECORD.
           COPY "Transaction.cpy".

       FD SUSPENSE-RETURNS-FILE.
       01 SUSPENSE-RETURN-RECORD.
           COPY "SuspenseItem.cpy".

       FD LEGAL-HOLDS-FILE.
       01 LEGAL-HOLD-RECORD.
           COPY "LegalHold.cpy".

       FD ESTATE-REGISTER-FILE.
       01 ESTATE-REGISTER-RECORD.
           COPY "Estate.cpy".

       FD INTERFACE-CONTROL-FILE.
       01 INTERFACE-CONTROL-RECORD.
           02 CONTROL-HOUSE-REGISTRATION PIC X(4).
           02 CONTROL-HOUSE-ACCOUNT PIC X(17).
      * "N" stops the fixed-width PaymentInstructions.txt, which
      * also stops on and after the bank's cutover date (YYYYMMDD,
      * blank for none). The initiating party is the name the ISO
      * 20022 message gives for us.
           02 CONTROL-FIXED-WIDTH-OUTPUT PIC X(1).
           02 CONTROL-ISO-CUTOVER-DATE PIC X(8).
           02 CONTROL-INITIATING-PARTY PIC X(35).

       FD INSTRUCTIONS-FILE.
       01 PAYMENT-INSTRUCTION-RECORD.
           02 INSTR-AMOUNT PIC -9(11).99.
           02 INSTR-CURRENCY PIC X(3).
           02 INSTR-EXECUTION-DATE PIC 9(8).
      * Payee's own account where the chain knows it (estate
      * payouts, legal-hold remittances); blank where the
      * counterparty name is enough.
           02 INSTR-COUNTERPARTY-REGISTRATION PIC X(4).
           02 INSTR-COUNTERPARTY-ACCOUNT PIC X(17).
       01 INSTRUCTION-HEADER-RECORD.
           02 INSTR-HEADER-TAG PIC X(3).
           02 INSTR-HEADER-RUN-DATE PIC 9(8).
           02 FILLER PIC X(100).
       01 INSTRUCTION-TRAILER-RECORD.
           02 INSTR-TRAILER-TAG PIC X(3).
           02 INSTR-TRAILER-COUNT PIC 9(6).
           02 INSTR-TRAILER-TOTAL PIC -9(13).99.
           02 FILLER PIC X(86).

       FD INITIATION-WORK-FILE.
       01 INITIATION-WORK-RECORD PIC X(112).

       SD INITIATION-SORT-FILE.
       01 INITIATION-SORT-RECORD.
           02 ISORT-END-TO-END-REF PIC X(14).
           02 ISORT-OUR-REGISTRATION PIC X(4).
           02 ISORT-OUR-ACCOUNT PIC X(17).
           02 ISORT-COUNTERPARTY PIC X(30).
           02 ISORT-AMOUNT PIC -9(11).99.
           02 ISORT-CURRENCY PIC X(3).
           02 ISORT-EXECUTION-DATE PIC 9(8).
           02 ISORT-COUNTERPARTY-REGISTRATION PIC X(4).
           02 ISORT-COUNTERPARTY-ACCOUNT PIC X(17).

       FD INITIATION-SORTED-FILE.
       01 SORTED-INSTRUCTION-RECORD.
           02 SORTED-END-TO-END-REF PIC X(14).
           02 SORTED-OUR-REGISTRATION PIC X(4).
           02 SORTED-OUR-ACCOUNT PIC X(17).
           02 SORTED-COUNTERPARTY PIC X(30).
           02 SORTED-AMOUNT PIC -9(11).99.
           02 SORTED-CURRENCY PIC X(3).
           02 SORTED-EXECUTION-DATE PIC 9(8).
           02 SORTED-COUNTERPARTY-REGISTRATION PIC X(4).
           02 SORTED-COUNTERPARTY-ACCOUNT PIC X(17).

      * One line per payment-information block, in sorted order.
       FD INITIATION-BLOCK-FILE.
       01 INITIATION-BLOCK-RECORD.
           02 BLOCK-EXECUTION-DATE PIC 9(8).
           02 BLOCK-REGISTRATION PIC X(4).
           02 BLOCK-ACCOUNT PIC X(17).
           02 BLOCK-TXN-COUNT PIC 9(6).
           02 BLOCK-CONTROL-SUM PIC 9(13)V99.

       FD INITIATION-MESSAGE-FILE.
       01 INITIATION-MESSAGE-LINE PIC X(200).

       FD MESSAGE-LOG-FILE.
       01 MESSAGE-LOG-RECORD.
           02 MLOG-MESSAGE-ID PIC X(35).
           02 MLOG-PAYMENT-INFO-ID PIC X(35).
           02 MLOG-END-TO-END-REF PIC X(14).
           02 MLOG-RUN-DATE PIC 9(8).

       FD INSTRUCTION-REGISTER-FILE.
       01 INSTRUCTION-REGISTER-RECORD.
       FD REJECTS-REPORT-FILE.
       01 REJECTS-REPORT-LINE PIC X(120).

       FD SANCTIONS-CONTROL-FILE.
       01 SANCTIONS-CONTROL-RECORD.
           02 CONTROL-MIN-MATCH-PERCENT PIC 999V9.
           02 CONTROL-LANGUAGE PIC X(2).
           02 CONTROL-SCREEN-MODE PIC X(1).
           02 CONTROL-AGING-WARN-DAYS PIC 999.
           02 CONTROL-PEP-MIN-MATCH-PERCENT PIC 999V9.

       FD PEP-LIST-FILE.
       01 PEP-LIST-RECORD.
           02 PEP-IN-ID PIC X(10).
           02 PEP-IN-NAME PIC X(40).
           02 PEP-IN-BIRTHDATE PIC X(10).
           02 PEP-IN-COUNTRY PIC X(20).

       FD RELEASE-LIMITS-FILE.
       01 RELEASE-LIMIT-RECORD.
           02 LIMIT-SOURCE PIC X(2).
           02 LIMIT-DKK-AMOUNT PIC 9(11)V99.

       FD RELEASE-QUEUE-FILE.
       01 RELEASE-QUEUE-RECORD PIC X(225).

       FD RELEASE-DECISIONS-FILE.
       01 RELEASE-DECISION-RECORD.
           COPY "ReleaseDecision.cpy".

       FD BATCH-RUN-LOG-FILE.
       01 BATCH-RUN-LOG-RECORD.
           COPY "BatchRunLog.cpy".
       01 CONTROL-FILE-STATUS PIC X(2) VALUE "00".
       01 REGISTER-FILE-STATUS PIC X(2) VALUE "00".
       01 RETURNS-FILE-STATUS PIC X(2) VALUE "00".
       01 RELEASE-QUEUE-FILE-STATUS PIC X(2) VALUE "00".
       01 BATCH-RUN-LOG-FILE-STATUS PIC X(2) VALUE "00".
       01 MESSAGE-LOG-FILE-STATUS PIC X(2) VALUE "00".
       01 FAILED-FILE-NAME PIC X(40) VALUE SPACES.
       01 FAILED-FILE-STATUS PIC X(2) VALUE SPACES.

       01 HOUSE-REGISTRATION PIC X(4) VALUE "0000".
       01 HOUSE-ACCOUNT PIC X(17) VALUE SPACES.
       01 FIXED-WIDTH-OUTPUT PIC X VALUE "Y".
       01 ISO-CUTOVER-DATE PIC 9(8) VALUE 0.
       01 INITIATING-PARTY-NAME PIC X(35) VALUE SPACES.

       01 RUN-DATE-TODAY PIC 9(8) VALUE 0.
       01 INSTRUCTION-SEQUENCE PIC 9(4) VALUE 0.
       01 INSTRUCTIONS-TOTAL-DKK PIC S9(13)V99 VALUE 0.
       01 END-TO-END-REF-WORK PIC X(14) VALUE SPACES.
       01 SETTLEMENT-AMOUNT-WORK PIC S9(11)V99 VALUE 0.
       01 NOTHING-PAYABLE-COUNT PIC 9(4) VALUE 0.
       01 EXECUTION-DATE-WORK PIC 9(8) VALUE 0.

      * ISO 20022 initiation message. The group header's control
      * sum is the plain sum of the instructed amounts, whatever
      * their currency, as the standard defines it.
       01 INSTRUCTIONS-TOTAL-AMOUNT PIC S9(13)V99 VALUE 0.
       01 INSTRUCTION-AMOUNT-WORK PIC S9(11)V99 VALUE 0.
       01 MESSAGE-ID PIC X(35) VALUE SPACES.
       01 MESSAGE-CREATED PIC X(19) VALUE SPACES.
       01 MESSAGE-CLOCK PIC X(21) VALUE SPACES.
       01 PAYMENT-INFO-ID PIC X(35) VALUE SPACES.
       01 PAYMENT-INFO-SEQUENCE PIC 9(4) VALUE 0.
       01 BLOCK-TXN-INDEX PIC 9(6) VALUE 0.
       01 CURRENT-BLOCK-DATE PIC 9(8) VALUE 0.
       01 CURRENT-BLOCK-REGISTRATION PIC X(4) VALUE SPACES.
       01 CURRENT-BLOCK-ACCOUNT PIC X(17) VALUE SPACES.
       01 CURRENT-BLOCK-COUNT PIC 9(6) VALUE 0.
       01 CURRENT-BLOCK-SUM PIC S9(13)V99 VALUE 0.
       01 XML-INDENT PIC 99 VALUE 0.
       01 XML-POINTER PIC 999 VALUE 0.
       01 XML-TAG PIC X(20) VALUE SPACES.
       01 XML-VALUE PIC X(200) VALUE SPACES.
       01 XML-LINE-WORK PIC X(200) VALUE SPACES.
       01 XML-TEXT-IN PIC X(40) VALUE SPACES.
       01 XML-CHAR-INDEX PIC 99 VALUE 0.
       01 XML-AMOUNT-DISPLAY PIC Z(12)9.99.
       01 XML-COUNT-DISPLAY PIC Z(5)9.
       01 XML-ACCOUNT-WORK PIC X(21) VALUE SPACES.

      * Payout accounts of released estates, by CPR.
       01 PAYOUT-ACCOUNT-TABLE.
           02 PAYOUT-ACCOUNT-COUNT PIC 9(4) VALUE 0.
           02 PAYOUT-ACCOUNT-MAX PIC 9(4) VALUE 500.
           02 PAYOUT-ACCOUNT-ENTRIES OCCURS 500 TIMES.
               03 PA-CPR PIC X(15) VALUE SPACES.
               03 PA-REGISTRATION PIC X(4) VALUE SPACES.
               03 PA-ACCOUNT PIC X(17) VALUE SPACES.
       01 PAYOUT-ACCOUNT-INDEX PIC 9(4) VALUE 0.
       01 MATCHED-PAYOUT-INDEX PIC 9(4) VALUE 0.
       01 PAYOUTS-WITHOUT-ACCOUNT-COUNT PIC 9(4) VALUE 0.

      * Authority accounts of the legal holds remitted, matched to
      * the remittance by CPR, authority name and amount; a slot
      * is used once.
       01 REMITTED-HOLD-TABLE.
           02 REMITTED-HOLD-COUNT PIC 9(4) VALUE 0.
           02 REMITTED-HOLD-MAX PIC 9(4) VALUE 500.
           02 REMITTED-HOLD-ENTRIES OCCURS 500 TIMES.
               03 RH-CPR PIC X(15) VALUE SPACES.
               03 RH-AUTHORITY-NAME PIC X(30) VALUE SPACES.
               03 RH-REGISTRATION PIC X(4) VALUE SPACES.
               03 RH-ACCOUNT PIC X(17) VALUE SPACES.
               03 RH-AMOUNT PIC 9(11)V99 VALUE 0.
               03 RH-USED PIC X VALUE "N".
       01 REMITTED-HOLD-INDEX PIC 9(4) VALUE 0.
       01 MATCHED-HOLD-INDEX PIC 9(4) VALUE 0.
       01 REMITTANCES-WITHOUT-ACCOUNT-COUNT PIC 9(4) VALUE 0.
       01 NORMALIZED-CPR PIC X(15) VALUE SPACES.
       01 CPR-SERIAL-PART PIC X(4) VALUE SPACES.

      * Available-balance check through the shared AVAILBAL
      * routine for payments taken from a customer's account.
       01 AVAILBAL-PARAMETERS.
           COPY "AvailBal.cpy".
       01 AVAILBAL-CALL-FAILED PIC X VALUE "N".
       01 HOLD-WITHHELD-COUNT PIC 9(4) VALUE 0.
       01 WITHHELD-TRANSACTION-WORK.
           COPY "Transaction.cpy".

      * Register held in memory for the returns pass.
       01 REGISTER-TABLE.
           02 REGISTER-COUNT PIC 9(4) VALUE 0.
       01 REGISTER-INDEX PIC 9(4) VALUE 0.
       01 MATCHED-REGISTER-INDEX PIC 9(4) VALUE 0.

      * Outbound screening: the counterparty name takes the single
      * customer slot MATCHER scores against each list, with the
      * thresholds the sanctions screening run applies.
       01 CUSTOMERS-WRAPPER.
           COPY "CustomersWrapper.cpy".

       01 SANCTIONS-WRAPPER.
           COPY "SanctionsWrapper.cpy".

       01 PEP-WRAPPER.
           COPY "PepWrapper.cpy".

       01 REPORT-MIN-MATCH-PERCENT PIC 999V9 VALUE 0.
       01 PEP-MIN-MATCH-PERCENT PIC 999V9 VALUE 0.
       01 SCREENING-AVAILABLE PIC X VALUE "N".
       01 SCREEN-THRESHOLD PIC 999V9 VALUE 0.
       01 SCREEN-LIST-CODE PIC X(1) VALUE SPACE.
           88 SCREENING-SANCTIONS VALUE "S".
           88 SCREENING-PEPS VALUE "P".
       01 MATCH-INDEX PIC 99 VALUE 0.
       01 LIST-ENTRY-INDEX PIC 999 VALUE 0.
       01 MATCH-PERCENT-WORK PIC 999V9 VALUE 0.

      * Why the instruction in hand is held; spaces sends it.
       01 HOLD-REASON PIC X(6) VALUE SPACES.
       01 HOLD-MATCH-ID PIC X(10) VALUE SPACES.
       01 HOLD-MATCH-PERCENT PIC 999V9 VALUE 0.
       01 INSTRUCTION-DKK-WORK PIC S9(11)V99 VALUE 0.

       01 LIMIT-TABLE.
           02 LIMIT-COUNT PIC 99 VALUE 0.
           02 LIMIT-MAX PIC 99 VALUE 20.
           02 LIMIT-ENTRIES OCCURS 20 TIMES.
               03 LT-SOURCE PIC X(2) VALUE SPACES.
               03 LT-DKK-AMOUNT PIC 9(11)V99 VALUE 0.
       01 LIMIT-INDEX PIC 99 VALUE 0.

      * The release queue, loaded whole so the reviewers'
      * decisions can be applied and the file written back.
       01 RELEASE-TABLE.
           02 RELEASE-COUNT PIC 9(4) VALUE 0.
           02 RELEASE-MAX PIC 9(4) VALUE 1000.
           02 RELEASE-ENTRIES PIC X(225) OCCURS 1000 TIMES.
       01 RELEASE-INDEX PIC 9(4) VALUE 0.
       01 MATCHED-RELEASE-INDEX PIC 9(4) VALUE 0.
       01 RELEASE-WORK.
           COPY "ReleaseItem.cpy".
       01 RELEASE-QUEUE-OPEN PIC X VALUE "N".
      * Decided items stay on the queue this many days as the
      * record of who released or cancelled them and why.
       01 RELEASE-KEEP-DAYS PIC 9(3) VALUE 400.
       01 RELEASE-AGE-DAYS PIC S9(5) VALUE 0.

       01 HELD-COUNT PIC 9(4) VALUE 0.
       01 RELEASED-COUNT PIC 9(4) VALUE 0.
       01 CANCELLED-COUNT PIC 9(4) VALUE 0.
       01 DECISIONS-REFUSED-COUNT PIC 9(4) VALUE 0.

       01 END-OF-FILE PIC X VALUE "N".
       01 RETURNS-PROCESSED-COUNT PIC 9(4) VALUE 0.
       01 REJECTS-COUNT PIC 9(4) VALUE 0.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE-TODAY

           PERFORM LOAD-INTERFACE-CONTROL
           PERFORM LOAD-RELEASE-LIMITS
           PERFORM LOAD-SCREENING-LISTS
           PERFORM LOAD-RELEASE-QUEUE

           IF FIXED-WIDTH-OUTPUT = "Y"
               OPEN OUTPUT INSTRUCTIONS-FILE
           END-IF
           OPEN OUTPUT INITIATION-WORK-FILE
           OPEN EXTEND INSTRUCTION-REGISTER-FILE
           IF REGISTER-FILE-STATUS = "35"
               OPEN OUTPUT INSTRUCTION-REGISTER-FILE
           END-IF

           IF FIXED-WIDTH-OUTPUT = "Y"
               MOVE SPACES TO INSTRUCTION-HEADER-RECORD
               MOVE "HDR" TO INSTR-HEADER-TAG
               MOVE RUN-DATE-TODAY TO INSTR-HEADER-RUN-DATE
               WRITE INSTRUCTION-HEADER-RECORD
           END-IF

           PERFORM APPLY-RELEASE-DECISIONS
           PERFORM SAVE-RELEASE-QUEUE

           PERFORM GENERATE-STANDING-ORDER-INSTRUCTIONS
           PERFORM GENERATE-SETTLEMENT-INSTRUCTIONS
           PERFORM GENERATE-ESTATE-PAYOUT-INSTRUCTIONS
           PERFORM GENERATE-HOLD-REMITTANCE-INSTRUCTIONS
           PERFORM GENERATE-SUSPENSE-RETURN-INSTRUCTIONS

           IF FIXED-WIDTH-OUTPUT = "Y"
               MOVE SPACES TO INSTRUCTION-TRAILER-RECORD
               MOVE "TRL" TO INSTR-TRAILER-TAG
               MOVE INSTRUCTIONS-WRITTEN-COUNT TO INSTR-TRAILER-COUNT
               MOVE INSTRUCTIONS-TOTAL-DKK TO INSTR-TRAILER-TOTAL
               WRITE INSTRUCTION-TRAILER-RECORD
               CLOSE INSTRUCTIONS-FILE
           END-IF

           CLOSE INITIATION-WORK-FILE
           CLOSE INSTRUCTION-REGISTER-FILE
           IF RELEASE-QUEUE-OPEN = "Y"
               CLOSE RELEASE-QUEUE-FILE
           END-IF

           PERFORM WRITE-INITIATION-MESSAGE

           PERFORM PROCESS-PAYMENT-RETURNS

           IF REJECTS-FILE-OPEN = "Y"
               CLOSE REJECTS-REPORT-FILE
           END-IF
           IF REVERSALS-FILE-OPEN = "Y"
               CLOSE REVERSALS-FILE
           END-IF

           DISPLAY "Payments interface: "
               INSTRUCTIONS-WRITTEN-COUNT
               " instruction(s) written, " RETURNS-PROCESSED-COUNT
               " return(s) processed, " REJECTS-COUNT
               " reject(s)."
           IF FIXED-WIDTH-OUTPUT = "N"
               DISPLAY "PaymentInstructions.txt not written - the "
                   "bank takes PaymentInitiation.xml only."
           END-IF
           IF NOTHING-PAYABLE-COUNT > 0
               DISPLAY NOTHING-PAYABLE-COUNT " shop settlement(s) "
                   "with nothing payable after chargebacks."
           END-IF
           IF PAYOUTS-WITHOUT-ACCOUNT-COUNT > 0
               DISPLAY PAYOUTS-WITHOUT-ACCOUNT-COUNT " estate "
                   "payout(s) held - no payout account in "
                   "EstateRegister.txt."
           END-IF
           IF REMITTANCES-WITHOUT-ACCOUNT-COUNT > 0
               DISPLAY REMITTANCES-WITHOUT-ACCOUNT-COUNT " legal-"
                   "hold remittance(s) held - no authority account "
                   "in LegalHolds.txt."
           END-IF
           IF HOLD-WITHHELD-COUNT > 0
               DISPLAY HOLD-WITHHELD-COUNT " payment(s) withheld "
                   "under a legal hold and reversed."
           END-IF
           IF HELD-COUNT > 0
               DISPLAY HELD-COUNT " instruction(s) held for release "
                   "in PaymentReleaseQueue.txt."
           END-IF
           IF RELEASED-COUNT > 0 OR CANCELLED-COUNT > 0
               DISPLAY RELEASED-COUNT " held instruction(s) released, "
                   CANCELLED-COUNT " cancelled."
           END-IF
           IF DECISIONS-REFUSED-COUNT > 0
               DISPLAY DECISIONS-REFUSED-COUNT " release decision(s) "
                   "refused - the instruction is not held."
           END-IF

           IF HELD-COUNT > 0
               OR DECISIONS-REFUSED-COUNT > 0
               OR SCREENING-AVAILABLE = "N"
               MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM LOG-BATCH-RUN-END
       STOP RUN.
               FUNCTION TRIM(INSTRUCTIONS-WRITTEN-COUNT LEADING)
               " Rejects: "
               FUNCTION TRIM(REJECTS-COUNT LEADING)
               " Withheld: "
               FUNCTION TRIM(HOLD-WITHHELD-COUNT LEADING)
               " Held: "
               FUNCTION TRIM(HELD-COUNT LEADING)
               INTO BATCH-LOG-DETAIL
           WRITE BATCH-RUN-LOG-RECORD

                           MOVE CONTROL-HOUSE-ACCOUNT
                               TO HOUSE-ACCOUNT
                       END-IF
                       IF CONTROL-FIXED-WIDTH-OUTPUT = "N"
                           MOVE "N" TO FIXED-WIDTH-OUTPUT
                       END-IF
                       IF CONTROL-ISO-CUTOVER-DATE IS NUMERIC
                           MOVE CONTROL-ISO-CUTOVER-DATE
                               TO ISO-CUTOVER-DATE
                       END-IF
                       IF CONTROL-INITIATING-PARTY NOT = SPACES
                           MOVE CONTROL-INITIATING-PARTY
                               TO INITIATING-PARTY-NAME
                       END-IF
               END-READ
               CLOSE INTERFACE-CONTROL-FILE
           ELSE
               DISPLAY "PaymentInterfaceControl.txt not found, "
                   "using the default house account"
           END-IF

           IF ISO-CUTOVER-DATE > 0
               AND RUN-DATE-TODAY NOT < ISO-CUTOVER-DATE
               AND FIXED-WIDTH-OUTPUT = "Y"
               MOVE "N" TO FIXED-WIDTH-OUTPUT
               DISPLAY "The bank's ISO 20022 cutover date "
                   ISO-CUTOVER-DATE " is reached, "
                   "PaymentInstructions.txt is no longer written."
           END-IF
           IF INITIATING-PARTY-NAME = SPACES
               STRING "Reg. no. " HOUSE-REGISTRATION
                   DELIMITED BY SIZE
                   INTO INITIATING-PARTY-NAME
               END-STRING
           END-IF
           EXIT.

      *----------------------------------------------------------*
      * Per-source release limits. A source without a line in
      * PaymentReleaseLimits.txt has no limit; a missing file
      * leaves every source unlimited.
      *----------------------------------------------------------*
       LOAD-RELEASE-LIMITS.
           OPEN INPUT RELEASE-LIMITS-FILE
           IF INPUT-FILE-STATUS NOT = "00"
               DISPLAY "PaymentReleaseLimits.txt not found, no "
                   "amount limits this run."
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ RELEASE-LIMITS-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF LIMIT-SOURCE NOT = SPACES
                           AND LIMIT-DKK-AMOUNT IS NUMERIC
                           IF LIMIT-COUNT < LIMIT-MAX
                               ADD 1 TO LIMIT-COUNT
                               MOVE LIMIT-SOURCE
                                   TO LT-SOURCE(LIMIT-COUNT)
                               MOVE LIMIT-DKK-AMOUNT
                                   TO LT-DKK-AMOUNT(LIMIT-COUNT)
                           ELSE
                               DISPLAY "WARNING: "
                                   "PaymentReleaseLimits.txt exceeds "
                                   "capacity, remaining limits "
                                   "ignored"
                               MOVE "Y" TO END-OF-FILE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE RELEASE-LIMITS-FILE
           EXIT.

      *----------------------------------------------------------*
      * The watchlists outbound counterparties are screened
      * against: the sanctions list INPUTLOADER delivers and
      * PepList.txt, under the thresholds in SanctionsControl.txt.
      * Only the lists are wanted, so the customers INPUTLOADER
      * hands back are dropped. When the lists cannot be had,
      * every new instruction is held for a reviewer.
      *----------------------------------------------------------*
       LOAD-SCREENING-LISTS.
           OPEN INPUT SANCTIONS-CONTROL-FILE
           IF INPUT-FILE-STATUS = "00"
               READ SANCTIONS-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CONTROL-MIN-MATCH-PERCENT IS NUMERIC
                           MOVE CONTROL-MIN-MATCH-PERCENT
                               TO REPORT-MIN-MATCH-PERCENT
                       END-IF
                       IF CONTROL-PEP-MIN-MATCH-PERCENT IS NUMERIC
                           AND CONTROL-PEP-MIN-MATCH-PERCENT > 0
                           MOVE CONTROL-PEP-MIN-MATCH-PERCENT
                               TO PEP-MIN-MATCH-PERCENT
                       END-IF
               END-READ
               CLOSE SANCTIONS-CONTROL-FILE
           ELSE
               DISPLAY "SanctionsControl.txt not found, using "
                   "default minimum match percentage"
           END-IF

           MOVE "Y" TO SCREENING-AVAILABLE
           CALL "INPUTLOADER"
               USING CUSTOMERS-WRAPPER
                   SANCTIONS-WRAPPER
               ON EXCEPTION
                   DISPLAY "WARNING: INPUTLOADER could not be "
                       "called, every instruction is held."
                   MOVE "N" TO SCREENING-AVAILABLE
               NOT ON EXCEPTION
                   IF RETURN-CODE NOT = 0
                       DISPLAY "WARNING: INPUTLOADER returned code "
                           RETURN-CODE ", every instruction is held."
                       MOVE "N" TO SCREENING-AVAILABLE
                   END-IF
           END-CALL
           MOVE 0 TO RETURN-CODE
           MOVE 0 TO CUSTOMERS-COUNT

           OPEN INPUT PEP-LIST-FILE
           IF INPUT-FILE-STATUS NOT = "00"
               DISPLAY "PepList.txt not found, counterparties are "
                   "not screened against PEPs this run."
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ PEP-LIST-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF PEP-COUNT < PEP-MAX-COUNT
                           ADD 1 TO PEP-COUNT
                           MOVE PEP-IN-ID TO PEP-ID(PEP-COUNT)
                           MOVE PEP-IN-NAME TO PEP-NAME(PEP-COUNT)
                           MOVE PEP-IN-BIRTHDATE
                               TO PEP-BIRTHDATE(PEP-COUNT)
                           MOVE PEP-IN-COUNTRY
                               TO PEP-COUNTRY(PEP-COUNT)
                       ELSE
                           DISPLAY "WARNING: PepList.txt exceeds "
                               "PEP-MAX-COUNT, remaining entries "
                               "are not screened"
                           MOVE "Y" TO END-OF-FILE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE PEP-LIST-FILE
           EXIT.

      *----------------------------------------------------------*
      * The release queue is read whole before any output is
      * opened, so a queue too big to hold stops the run before
      * anything is sent.
      *----------------------------------------------------------*
       LOAD-RELEASE-QUEUE.
           OPEN INPUT RELEASE-QUEUE-FILE
           IF RELEASE-QUEUE-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           IF RELEASE-QUEUE-FILE-STATUS NOT = "00"
               MOVE "PaymentReleaseQueue.txt" TO FAILED-FILE-NAME
               MOVE RELEASE-QUEUE-FILE-STATUS TO FAILED-FILE-STATUS
               PERFORM ABORT-ON-FILE-FAILURE
           END-IF

           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ RELEASE-QUEUE-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF RELEASE-COUNT < RELEASE-MAX
                           ADD 1 TO RELEASE-COUNT
                           MOVE RELEASE-QUEUE-RECORD
                               TO RELEASE-ENTRIES(RELEASE-COUNT)
                       ELSE
                           CLOSE RELEASE-QUEUE-FILE
                           MOVE "PaymentReleaseQueue.txt (capacity)"
                               TO FAILED-FILE-NAME
                           MOVE "00" TO FAILED-FILE-STATUS
                           PERFORM ABORT-ON-FILE-FAILURE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE RELEASE-QUEUE-FILE
           EXIT.

      *----------------------------------------------------------*
      * The reviewers' decisions keyed since the last run. A
      * released instruction goes out in this run's file, dated
      * today; a cancelled one is listed on the rejects report
      * and, where the customer was charged, given back as a
      * payment return would be. A decision for an instruction
      * that is not held is refused and left for the operators.
      * The decisions file is emptied once applied.
      *----------------------------------------------------------*
       APPLY-RELEASE-DECISIONS.
           OPEN INPUT RELEASE-DECISIONS-FILE
           IF INPUT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ RELEASE-DECISIONS-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       PERFORM APPLY-ONE-DECISION
               END-READ
           END-PERFORM

           CLOSE RELEASE-DECISIONS-FILE
           OPEN OUTPUT RELEASE-DECISIONS-FILE
           CLOSE RELEASE-DECISIONS-FILE
           EXIT.

       APPLY-ONE-DECISION.
           MOVE 0 TO MATCHED-RELEASE-INDEX
           PERFORM VARYING RELEASE-INDEX FROM 1 BY 1
               UNTIL RELEASE-INDEX > RELEASE-COUNT
                   OR MATCHED-RELEASE-INDEX > 0
               MOVE RELEASE-ENTRIES(RELEASE-INDEX) TO RELEASE-WORK
               IF RELEASE-END-TO-END-REF = DECISION-END-TO-END-REF
                   AND RELEASE-HELD
                   MOVE RELEASE-INDEX TO MATCHED-RELEASE-INDEX
               END-IF
           END-PERFORM

           IF MATCHED-RELEASE-INDEX = 0
               OR NOT (DECISION-RELEASE OR DECISION-CANCEL)
               ADD 1 TO DECISIONS-REFUSED-COUNT
               DISPLAY "Release decision for '"
                   DECISION-END-TO-END-REF "' refused - no held "
                   "instruction with that reference."
               EXIT PARAGRAPH
           END-IF

           MOVE RELEASE-ENTRIES(MATCHED-RELEASE-INDEX)
               TO RELEASE-WORK
           MOVE DECISION-KEYED-DATE TO RELEASE-DECIDED-DATE
           MOVE DECISION-OPERATOR TO RELEASE-DECIDED-BY
           MOVE DECISION-REASON TO RELEASE-DECISION-REASON
           IF DECISION-RELEASE
               SET RELEASE-RELEASED TO TRUE
               PERFORM SEND-RELEASED-INSTRUCTION
           ELSE
               SET RELEASE-CANCELLED TO TRUE
               PERFORM CANCEL-HELD-INSTRUCTION
           END-IF
           MOVE RELEASE-WORK TO RELEASE-ENTRIES(MATCHED-RELEASE-INDEX)
           EXIT.

       SEND-RELEASED-INSTRUCTION.
           ADD 1 TO RELEASED-COUNT

           MOVE SPACES TO PAYMENT-INSTRUCTION-RECORD
           MOVE RELEASE-END-TO-END-REF TO INSTR-END-TO-END-REF
           MOVE RELEASE-OUR-REGISTRATION TO INSTR-OUR-REGISTRATION
           MOVE RELEASE-OUR-ACCOUNT TO INSTR-OUR-ACCOUNT
           MOVE RELEASE-COUNTERPARTY TO INSTR-COUNTERPARTY
           MOVE RELEASE-AMOUNT TO INSTR-AMOUNT
           MOVE RELEASE-CURRENCY TO INSTR-CURRENCY
           MOVE RUN-DATE-TODAY TO INSTR-EXECUTION-DATE
           MOVE RELEASE-COUNTERPARTY-REGISTRATION
               TO INSTR-COUNTERPARTY-REGISTRATION
           MOVE RELEASE-COUNTERPARTY-ACCOUNT
               TO INSTR-COUNTERPARTY-ACCOUNT

           MOVE SPACES TO INSTRUCTION-REGISTER-RECORD
           MOVE RELEASE-END-TO-END-REF TO REG-END-TO-END-REF
           MOVE RELEASE-SOURCE TO REG-SOURCE
           MOVE RELEASE-CPR TO REG-CPR
           MOVE RELEASE-OUR-REGISTRATION TO REG-REGISTRATION
           MOVE RELEASE-COUNTERPARTY TO REG-COUNTERPARTY
           MOVE RELEASE-AMOUNT TO REG-AMOUNT
           MOVE RELEASE-CURRENCY TO REG-CURRENCY
           MOVE RUN-DATE-TODAY TO REG-EXECUTION-DATE
           MOVE RELEASE-DKK-AMOUNT TO REG-DKK-AMOUNT
           PERFORM SEND-INSTRUCTION
           EXIT.

      * Standing orders, estate payouts and legal-hold remittances
      * were charged to the customer when generated, so a
      * cancelled one is given back; a settlement or suspense
      * return charged no customer and only the report line is
      * written.
       CANCEL-HELD-INSTRUCTION.
           ADD 1 TO CANCELLED-COUNT
           PERFORM OPEN-REJECTS-REPORT

           MOVE RELEASE-AMOUNT TO AMOUNT-EDIT-DISPLAY
           MOVE SPACES TO OUTPUT-TEXT-LINE
           STRING RELEASE-END-TO-END-REF DELIMITED BY SIZE
               "  CANCELLED  " DELIMITED BY SIZE
               FUNCTION TRIM(RELEASE-COUNTERPARTY TRAILING)
               DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               FUNCTION TRIM(AMOUNT-EDIT-DISPLAY LEADING)
               DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RELEASE-CURRENCY DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               FUNCTION TRIM(RELEASE-DECISION-REASON TRAILING)
               DELIMITED BY SIZE
               INTO OUTPUT-TEXT-LINE
           END-STRING
           PERFORM WRITE-REJECTS-LINE

           IF RELEASE-SOURCE = "SO"
               OR RELEASE-SOURCE = "EP"
               OR RELEASE-SOURCE = "GR"
               PERFORM WRITE-CANCELLATION-REVERSAL
           END-IF
           EXIT.

       WRITE-CANCELLATION-REVERSAL.
           IF REVERSALS-FILE-OPEN = "N"
               OPEN OUTPUT REVERSALS-FILE
               MOVE "Y" TO REVERSALS-FILE-OPEN
           END-IF

           MOVE SPACES TO REVERSAL-RECORD
           MOVE RELEASE-CPR TO CPR OF REVERSAL-RECORD
           MOVE RELEASE-OUR-REGISTRATION
               TO REGISTRATION-NUMBER OF REVERSAL-RECORD
           MOVE "Indbetaling" TO TRANSACTION-TYPE
               OF REVERSAL-RECORD
           MOVE RELEASE-COUNTERPARTY(1:20)
               TO TRANSACTION-SHOP OF REVERSAL-RECORD
           MOVE RELEASE-AMOUNT TO AMOUNT OF REVERSAL-RECORD
           MOVE RELEASE-DKK-AMOUNT TO DKK-AMOUNT OF REVERSAL-RECORD
           MOVE RELEASE-CURRENCY TO CURRENCY-CODE OF REVERSAL-RECORD

           MOVE RELEASE-AMOUNT TO AMOUNT-EDIT-DISPLAY
           STRING FUNCTION TRIM(AMOUNT-EDIT-DISPLAY LEADING)
               DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RELEASE-CURRENCY DELIMITED BY SIZE
               INTO RAW-AMOUNT OF REVERSAL-RECORD
           END-STRING

           MOVE SPACES TO TIME-OF-TRANSACTION OF REVERSAL-RECORD
           STRING RUN-DATE-TODAY(1:4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               RUN-DATE-TODAY(5:2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               RUN-DATE-TODAY(7:2) DELIMITED BY SIZE
               "T00:00:00" DELIMITED BY SIZE
               INTO TIME-OF-TRANSACTION OF REVERSAL-RECORD
           END-STRING
           MOVE "N" TO DUPLICATE-FLAG OF REVERSAL-RECORD

           WRITE REVERSAL-RECORD
           ADD 1 TO REVERSALS-WRITTEN-COUNT
           EXIT.

      *----------------------------------------------------------*
      * The queue is written back with the decisions applied.
      * Items still held stay; decided items are kept as the
      * record of the decision until RELEASE-KEEP-DAYS after it.
      *----------------------------------------------------------*
       SAVE-RELEASE-QUEUE.
           OPEN OUTPUT RELEASE-QUEUE-FILE
           IF RELEASE-QUEUE-FILE-STATUS NOT = "00"
               MOVE "PaymentReleaseQueue.txt" TO FAILED-FILE-NAME
               MOVE RELEASE-QUEUE-FILE-STATUS TO FAILED-FILE-STATUS
               PERFORM ABORT-ON-FILE-FAILURE
           END-IF

           PERFORM VARYING RELEASE-INDEX FROM 1 BY 1
               UNTIL RELEASE-INDEX > RELEASE-COUNT
               MOVE RELEASE-ENTRIES(RELEASE-INDEX) TO RELEASE-WORK
               MOVE 0 TO RELEASE-AGE-DAYS
               IF NOT RELEASE-HELD
                   AND RELEASE-DECIDED-DATE IS NUMERIC
                   AND RELEASE-DECIDED-DATE > 0
                   COMPUTE RELEASE-AGE-DAYS =
                       FUNCTION INTEGER-OF-DATE(RUN-DATE-TODAY)
                       - FUNCTION INTEGER-OF-DATE(
                           RELEASE-DECIDED-DATE)
               END-IF
               IF RELEASE-AGE-DAYS NOT > RELEASE-KEEP-DAYS
                   MOVE RELEASE-WORK TO RELEASE-QUEUE-RECORD
                   WRITE RELEASE-QUEUE-RECORD
               END-IF
           END-PERFORM

           CLOSE RELEASE-QUEUE-FILE
           EXIT.

      *----------------------------------------------------------*
               MOVE RUN-DATE-TODAY TO EXECUTION-DATE-WORK
           END-IF

           MOVE GENERATED-ORDER-RECORD TO WITHHELD-TRANSACTION-WORK
           PERFORM CHECK-AVAILABLE-BALANCE
           IF AVAILBAL-REFUSED
               PERFORM WITHHOLD-PAYMENT
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO PAYMENT-INSTRUCTION-RECORD
           MOVE END-TO-END-REF-WORK TO INSTR-END-TO-END-REF
           MOVE REGISTRATION-NUMBER OF GENERATED-ORDER-RECORD
           MOVE CURRENCY-CODE OF GENERATED-ORDER-RECORD
               TO INSTR-CURRENCY
           MOVE EXECUTION-DATE-WORK TO INSTR-EXECUTION-DATE

           MOVE SPACES TO INSTRUCTION-REGISTER-RECORD
           MOVE END-TO-END-REF-WORK TO REG-END-TO-END-REF
           MOVE EXECUTION-DATE-WORK TO REG-EXECUTION-DATE
           MOVE DKK-AMOUNT OF GENERATED-ORDER-RECORD
               TO REG-DKK-AMOUNT
           PERFORM SEND-OR-HOLD-INSTRUCTION
           EXIT.

      *----------------------------------------------------------*
      * One instruction per shop settlement record: the house
      * account pays the shop its net payable. The settlement
      * trailer record (tag TRL in the shop-name position) is
      * skipped, and so is a shop whose chargebacks leave nothing
      * to pay: that balance is recovered from the merchant, not
      * sent as a payment.
      *----------------------------------------------------------*
       GENERATE-SETTLEMENT-INSTRUCTIONS.
           OPEN INPUT SETTLEMENT-FILE
           EXIT.

       WRITE-SETTLEMENT-INSTRUCTION.
           MOVE SETTLE-NET-PAYABLE TO SETTLEMENT-AMOUNT-WORK
           IF SETTLEMENT-AMOUNT-WORK NOT > 0
               ADD 1 TO NOTHING-PAYABLE-COUNT
               MOVE SETTLEMENT-AMOUNT-WORK TO AMOUNT-EDIT-DISPLAY
               DISPLAY "Nothing payable to '"
                   FUNCTION TRIM(SETTLE-SHOP-NAME TRAILING)
                   "' for " SETTLE-PERIOD " (net "
                   FUNCTION TRIM(AMOUNT-EDIT-DISPLAY LEADING)
                   " DKK after chargebacks) - no instruction."
               EXIT PARAGRAPH
           END-IF

           PERFORM BUILD-NEXT-REFERENCE
           MOVE "ST" TO END-TO-END-REF-WORK(1:2)

           MOVE HOUSE-REGISTRATION TO INSTR-OUR-REGISTRATION
           MOVE HOUSE-ACCOUNT TO INSTR-OUR-ACCOUNT
           MOVE SETTLE-SHOP-NAME TO INSTR-COUNTERPARTY
           MOVE SETTLEMENT-AMOUNT-WORK TO INSTR-AMOUNT
           MOVE "DKK" TO INSTR-CURRENCY
           MOVE RUN-DATE-TODAY TO INSTR-EXECUTION-DATE

           MOVE SPACES TO INSTRUCTION-REGISTER-RECORD
           MOVE END-TO-END-REF-WORK TO REG-END-TO-END-REF
           MOVE "DKK" TO REG-CURRENCY
           MOVE RUN-DATE-TODAY TO REG-EXECUTION-DATE
           MOVE SETTLEMENT-AMOUNT-WORK TO REG-DKK-AMOUNT
           PERFORM SEND-OR-HOLD-INSTRUCTION
           EXIT.

      *----------------------------------------------------------*
      * One instruction per estate payout ESTATEPOST generated:
      * the deceased customer's account pays the representative's
      * account recorded on the estate's release. A payout whose
      * estate has no payout account on file is held back.
      *----------------------------------------------------------*
       GENERATE-ESTATE-PAYOUT-INSTRUCTIONS.
           OPEN INPUT GENERATED-PAYOUTS-FILE
           IF INPUT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           CLOSE GENERATED-PAYOUTS-FILE

           PERFORM LOAD-ESTATE-PAYOUT-ACCOUNTS

           OPEN INPUT GENERATED-PAYOUTS-FILE
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ GENERATED-PAYOUTS-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       PERFORM WRITE-PAYOUT-INSTRUCTION
               END-READ
           END-PERFORM

           CLOSE GENERATED-PAYOUTS-FILE
           EXIT.

       LOAD-ESTATE-PAYOUT-ACCOUNTS.
           OPEN INPUT ESTATE-REGISTER-FILE
           IF INPUT-FILE-STATUS NOT = "00"
               DISPLAY "EstateRegister.txt not found, estate "
                   "payouts cannot be addressed."
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ ESTATE-REGISTER-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF ESTATE-PAYOUT-ACCOUNT NOT = SPACES
                           AND PAYOUT-ACCOUNT-COUNT
                               < PAYOUT-ACCOUNT-MAX
                           ADD 1 TO PAYOUT-ACCOUNT-COUNT
                           MOVE ESTATE-CPR
                               TO PA-CPR(PAYOUT-ACCOUNT-COUNT)
                           MOVE ESTATE-PAYOUT-REGISTRATION
                               TO PA-REGISTRATION(
                                   PAYOUT-ACCOUNT-COUNT)
                           MOVE ESTATE-PAYOUT-ACCOUNT
                               TO PA-ACCOUNT(PAYOUT-ACCOUNT-COUNT)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ESTATE-REGISTER-FILE
           EXIT.

       WRITE-PAYOUT-INSTRUCTION.
           MOVE 0 TO MATCHED-PAYOUT-INDEX
           PERFORM VARYING PAYOUT-ACCOUNT-INDEX FROM 1 BY 1
               UNTIL PAYOUT-ACCOUNT-INDEX > PAYOUT-ACCOUNT-COUNT
                   OR MATCHED-PAYOUT-INDEX > 0
               IF PA-CPR(PAYOUT-ACCOUNT-INDEX)
                       = CPR OF GENERATED-PAYOUT-RECORD
                   MOVE PAYOUT-ACCOUNT-INDEX TO MATCHED-PAYOUT-INDEX
               END-IF
           END-PERFORM

           IF MATCHED-PAYOUT-INDEX = 0
               ADD 1 TO PAYOUTS-WITHOUT-ACCOUNT-COUNT
               DISPLAY "No payout account for the estate of CPR '"
                   FUNCTION TRIM(CPR OF GENERATED-PAYOUT-RECORD
                       TRAILING)
                   "' - no instruction."
               EXIT PARAGRAPH
           END-IF

           MOVE GENERATED-PAYOUT-RECORD TO WITHHELD-TRANSACTION-WORK
           MOVE RUN-DATE-TODAY TO EXECUTION-DATE-WORK
           PERFORM CHECK-AVAILABLE-BALANCE
           IF AVAILBAL-REFUSED
               PERFORM WITHHOLD-PAYMENT
               EXIT PARAGRAPH
           END-IF

           PERFORM BUILD-NEXT-REFERENCE
           MOVE "EP" TO END-TO-END-REF-WORK(1:2)

           MOVE SPACES TO PAYMENT-INSTRUCTION-RECORD
           MOVE END-TO-END-REF-WORK TO INSTR-END-TO-END-REF
           MOVE REGISTRATION-NUMBER OF GENERATED-PAYOUT-RECORD
               TO INSTR-OUR-REGISTRATION
           MOVE ACCOUNT-NUMBER OF GENERATED-PAYOUT-RECORD
               TO INSTR-OUR-ACCOUNT
           MOVE TRANSACTION-SHOP OF GENERATED-PAYOUT-RECORD
               TO INSTR-COUNTERPARTY
           MOVE AMOUNT OF GENERATED-PAYOUT-RECORD TO INSTR-AMOUNT
           MOVE CURRENCY-CODE OF GENERATED-PAYOUT-RECORD
               TO INSTR-CURRENCY
           MOVE RUN-DATE-TODAY TO INSTR-EXECUTION-DATE
           MOVE PA-REGISTRATION(MATCHED-PAYOUT-INDEX)
               TO INSTR-COUNTERPARTY-REGISTRATION
           MOVE PA-ACCOUNT(MATCHED-PAYOUT-INDEX)
               TO INSTR-COUNTERPARTY-ACCOUNT

           MOVE SPACES TO INSTRUCTION-REGISTER-RECORD
           MOVE END-TO-END-REF-WORK TO REG-END-TO-END-REF
           MOVE "EP" TO REG-SOURCE
           MOVE CPR OF GENERATED-PAYOUT-RECORD TO REG-CPR
           MOVE REGISTRATION-NUMBER OF GENERATED-PAYOUT-RECORD
               TO REG-REGISTRATION
           MOVE TRANSACTION-SHOP OF GENERATED-PAYOUT-RECORD
               TO REG-COUNTERPARTY
           MOVE AMOUNT OF GENERATED-PAYOUT-RECORD TO REG-AMOUNT
           MOVE CURRENCY-CODE OF GENERATED-PAYOUT-RECORD
               TO REG-CURRENCY
           MOVE RUN-DATE-TODAY TO REG-EXECUTION-DATE
           MOVE DKK-AMOUNT OF GENERATED-PAYOUT-RECORD
               TO REG-DKK-AMOUNT
           PERFORM SEND-OR-HOLD-INSTRUCTION
           EXIT.

      *----------------------------------------------------------*
      * One instruction per legal-hold remittance LEGALHOLD
      * generated: the customer's account pays the garnished
      * amount to the authority's account recorded on the order.
      * A remittance whose order carries no account is held back.
      *----------------------------------------------------------*
       GENERATE-HOLD-REMITTANCE-INSTRUCTIONS.
           OPEN INPUT GENERATED-REMITTANCES-FILE
           IF INPUT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           CLOSE GENERATED-REMITTANCES-FILE

           PERFORM LOAD-REMITTED-HOLD-ACCOUNTS

           OPEN INPUT GENERATED-REMITTANCES-FILE
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ GENERATED-REMITTANCES-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       PERFORM WRITE-REMITTANCE-INSTRUCTION
               END-READ
           END-PERFORM

           CLOSE GENERATED-REMITTANCES-FILE
           EXIT.

       LOAD-REMITTED-HOLD-ACCOUNTS.
           OPEN INPUT LEGAL-HOLDS-FILE
           IF INPUT-FILE-STATUS NOT = "00"
               DISPLAY "LegalHolds.txt not found, legal-hold "
                   "remittances cannot be addressed."
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ LEGAL-HOLDS-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF HOLD-REMITTED-DATE > 0
                           AND HOLD-AUTHORITY-ACCOUNT NOT = SPACES
                           AND REMITTED-HOLD-COUNT
                               < REMITTED-HOLD-MAX
                           PERFORM ADD-REMITTED-HOLD
                       END-IF
               END-READ
           END-PERFORM

           CLOSE LEGAL-HOLDS-FILE
           EXIT.

       ADD-REMITTED-HOLD.
           ADD 1 TO REMITTED-HOLD-COUNT
           MOVE HOLD-CPR TO NORMALIZED-CPR
           PERFORM NORMALIZE-CPR
           MOVE NORMALIZED-CPR TO RH-CPR(REMITTED-HOLD-COUNT)
           MOVE HOLD-AUTHORITY-NAME
               TO RH-AUTHORITY-NAME(REMITTED-HOLD-COUNT)
           MOVE HOLD-AUTHORITY-REGISTRATION
               TO RH-REGISTRATION(REMITTED-HOLD-COUNT)
           MOVE HOLD-AUTHORITY-ACCOUNT
               TO RH-ACCOUNT(REMITTED-HOLD-COUNT)
           MOVE HOLD-REMITTED-AMOUNT TO RH-AMOUNT(REMITTED-HOLD-COUNT)
           EXIT.

      * CPRs are compared in the DDMMYY-XXXX form the transaction
      * stream carries; a bare ten-digit CPR gets its dash.
       NORMALIZE-CPR.
           IF NORMALIZED-CPR(1:10) IS NUMERIC
                   AND NORMALIZED-CPR(11:5) = SPACES
               MOVE NORMALIZED-CPR(7:4) TO CPR-SERIAL-PART
               MOVE "-" TO NORMALIZED-CPR(7:1)
               MOVE CPR-SERIAL-PART TO NORMALIZED-CPR(8:4)
           END-IF
           EXIT.

       WRITE-REMITTANCE-INSTRUCTION.
           MOVE CPR OF GENERATED-REMITTANCE-RECORD TO NORMALIZED-CPR
           PERFORM NORMALIZE-CPR
           MOVE 0 TO MATCHED-HOLD-INDEX
           PERFORM VARYING REMITTED-HOLD-INDEX FROM 1 BY 1
               UNTIL REMITTED-HOLD-INDEX > REMITTED-HOLD-COUNT
                   OR MATCHED-HOLD-INDEX > 0
               IF RH-USED(REMITTED-HOLD-INDEX) = "N"
                   AND RH-CPR(REMITTED-HOLD-INDEX) = NORMALIZED-CPR
                   AND RH-AUTHORITY-NAME(REMITTED-HOLD-INDEX)(1:20)
                       = TRANSACTION-SHOP OF GENERATED-REMITTANCE-RECORD
                   AND RH-AMOUNT(REMITTED-HOLD-INDEX)
                       = DKK-AMOUNT OF GENERATED-REMITTANCE-RECORD
                   MOVE REMITTED-HOLD-INDEX TO MATCHED-HOLD-INDEX
               END-IF
           END-PERFORM

           IF MATCHED-HOLD-INDEX = 0
               ADD 1 TO REMITTANCES-WITHOUT-ACCOUNT-COUNT
               DISPLAY "No authority account for the remittance of "
                   "CPR '"
                   FUNCTION TRIM(CPR OF GENERATED-REMITTANCE-RECORD
                       TRAILING)
                   "' to '"
                   FUNCTION TRIM(TRANSACTION-SHOP
                       OF GENERATED-REMITTANCE-RECORD TRAILING)
                   "' - no instruction."
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO RH-USED(MATCHED-HOLD-INDEX)

           PERFORM BUILD-NEXT-REFERENCE
           MOVE "GR" TO END-TO-END-REF-WORK(1:2)

           MOVE SPACES TO PAYMENT-INSTRUCTION-RECORD
           MOVE END-TO-END-REF-WORK TO INSTR-END-TO-END-REF
           MOVE REGISTRATION-NUMBER OF GENERATED-REMITTANCE-RECORD
               TO INSTR-OUR-REGISTRATION
           MOVE ACCOUNT-NUMBER OF GENERATED-REMITTANCE-RECORD
               TO INSTR-OUR-ACCOUNT
           MOVE RH-AUTHORITY-NAME(MATCHED-HOLD-INDEX)
               TO INSTR-COUNTERPARTY
           MOVE AMOUNT OF GENERATED-REMITTANCE-RECORD TO INSTR-AMOUNT
           MOVE CURRENCY-CODE OF GENERATED-REMITTANCE-RECORD
               TO INSTR-CURRENCY
           MOVE RUN-DATE-TODAY TO INSTR-EXECUTION-DATE
           MOVE RH-REGISTRATION(MATCHED-HOLD-INDEX)
               TO INSTR-COUNTERPARTY-REGISTRATION
           MOVE RH-ACCOUNT(MATCHED-HOLD-INDEX)
               TO INSTR-COUNTERPARTY-ACCOUNT

           MOVE SPACES TO INSTRUCTION-REGISTER-RECORD
           MOVE END-TO-END-REF-WORK TO REG-END-TO-END-REF
           MOVE "GR" TO REG-SOURCE
           MOVE CPR OF GENERATED-REMITTANCE-RECORD TO REG-CPR
           MOVE REGISTRATION-NUMBER OF GENERATED-REMITTANCE-RECORD
               TO REG-REGISTRATION
           MOVE RH-AUTHORITY-NAME(MATCHED-HOLD-INDEX)
               TO REG-COUNTERPARTY
           MOVE AMOUNT OF GENERATED-REMITTANCE-RECORD TO REG-AMOUNT
           MOVE CURRENCY-CODE OF GENERATED-REMITTANCE-RECORD
               TO REG-CURRENCY
           MOVE RUN-DATE-TODAY TO REG-EXECUTION-DATE
           MOVE DKK-AMOUNT OF GENERATED-REMITTANCE-RECORD
               TO REG-DKK-AMOUNT
           PERFORM SEND-OR-HOLD-INSTRUCTION
           EXIT.

      *----------------------------------------------------------*
      * One instruction per suspense item INBOUNDPOST returned:
      * the house account, which has held the money since it
      * arrived, pays it back to the payer's account in the
      * amount and currency received. No customer was credited,
      * so the register entry carries no CPR.
      *----------------------------------------------------------*
       GENERATE-SUSPENSE-RETURN-INSTRUCTIONS.
           OPEN INPUT SUSPENSE-RETURNS-FILE
           IF INPUT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ SUSPENSE-RETURNS-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       PERFORM WRITE-SUSPENSE-RETURN-INSTRUCTION
               END-READ
           END-PERFORM

           CLOSE SUSPENSE-RETURNS-FILE
           EXIT.

       WRITE-SUSPENSE-RETURN-INSTRUCTION.
           PERFORM BUILD-NEXT-REFERENCE
           MOVE "SR" TO END-TO-END-REF-WORK(1:2)

           MOVE SPACES TO PAYMENT-INSTRUCTION-RECORD
           MOVE END-TO-END-REF-WORK TO INSTR-END-TO-END-REF
           MOVE HOUSE-REGISTRATION TO INSTR-OUR-REGISTRATION
           MOVE HOUSE-ACCOUNT TO INSTR-OUR-ACCOUNT
           MOVE SUSPENSE-PAYER-NAME TO INSTR-COUNTERPARTY
           MOVE SUSPENSE-AMOUNT TO INSTR-AMOUNT
           MOVE SUSPENSE-CURRENCY TO INSTR-CURRENCY
           MOVE RUN-DATE-TODAY TO INSTR-EXECUTION-DATE
           MOVE SUSPENSE-PAYER-REGISTRATION
               TO INSTR-COUNTERPARTY-REGISTRATION
           MOVE SUSPENSE-PAYER-ACCOUNT TO INSTR-COUNTERPARTY-ACCOUNT

           MOVE SPACES TO INSTRUCTION-REGISTER-RECORD
           MOVE END-TO-END-REF-WORK TO REG-END-TO-END-REF
           MOVE "SR" TO REG-SOURCE
           MOVE HOUSE-REGISTRATION TO REG-REGISTRATION
           MOVE SUSPENSE-PAYER-NAME TO REG-COUNTERPARTY
           MOVE SUSPENSE-AMOUNT TO REG-AMOUNT
           MOVE SUSPENSE-CURRENCY TO REG-CURRENCY
           MOVE RUN-DATE-TODAY TO REG-EXECUTION-DATE
           MOVE SUSPENSE-DKK-AMOUNT TO REG-DKK-AMOUNT
           PERFORM SEND-OR-HOLD-INSTRUCTION
           EXIT.

      *----------------------------------------------------------*
      * Every new instruction is screened before it is sent: a
      * counterparty on the sanctions or PEP list, an amount over
      * the source's release limit, or no screening at all this
      * run puts it on the release queue instead of in the file.
      *----------------------------------------------------------*
       SEND-OR-HOLD-INSTRUCTION.
           PERFORM SCREEN-INSTRUCTION
           IF HOLD-REASON = SPACES
               PERFORM SEND-INSTRUCTION
           ELSE
               PERFORM HOLD-INSTRUCTION
           END-IF
           EXIT.

       SEND-INSTRUCTION.
           IF FIXED-WIDTH-OUTPUT = "Y"
               WRITE PAYMENT-INSTRUCTION-RECORD
           END-IF
           WRITE INITIATION-WORK-RECORD FROM PAYMENT-INSTRUCTION-RECORD

           MOVE REG-DKK-AMOUNT TO INSTRUCTION-DKK-WORK
           ADD 1 TO INSTRUCTIONS-WRITTEN-COUNT
           ADD INSTRUCTION-DKK-WORK TO INSTRUCTIONS-TOTAL-DKK
           MOVE INSTR-AMOUNT TO INSTRUCTION-AMOUNT-WORK
           ADD INSTRUCTION-AMOUNT-WORK TO INSTRUCTIONS-TOTAL-AMOUNT

           WRITE INSTRUCTION-REGISTER-RECORD
           EXIT.

      * The counterparty has only a name to go on, so a list entry
      * is a hit on the better of its name and alias scores.
       SCREEN-INSTRUCTION.
           MOVE SPACES TO HOLD-REASON
           MOVE SPACES TO HOLD-MATCH-ID
           MOVE 0 TO HOLD-MATCH-PERCENT
           MOVE REG-DKK-AMOUNT TO INSTRUCTION-DKK-WORK

           IF SCREENING-AVAILABLE = "N"
               MOVE "NOSCR" TO HOLD-REASON
               EXIT PARAGRAPH
           END-IF

           MOVE 1 TO CUSTOMERS-COUNT
           MOVE SPACES TO CUSTOMER-ID(1)
           MOVE INSTR-COUNTERPARTY TO CUSTOMER-NAME OF CUSTOMERS(1)
           MOVE SPACES TO SANCTION-FORMATTED-BIRTHDAY(1)
           MOVE SPACES TO CUSTOMER-ADDRESS OF CUSTOMERS(1)
           MOVE SPACES TO CUSTOMER-COUNTRY(1)
           MOVE 0 TO MATCHED-SANCTIONS-COUNT(1)

           MOVE "S" TO SCREEN-LIST-CODE
           MOVE REPORT-MIN-MATCH-PERCENT TO SCREEN-THRESHOLD
           CALL "MATCHER"
               USING CUSTOMERS-WRAPPER
                   SANCTIONS-WRAPPER
               ON EXCEPTION
                   MOVE "N" TO SCREENING-AVAILABLE
               NOT ON EXCEPTION
                   IF RETURN-CODE NOT = 0
                       MOVE "N" TO SCREENING-AVAILABLE
                   ELSE
                       PERFORM COLLECT-COUNTERPARTY-HIT
                   END-IF
           END-CALL

           IF HOLD-REASON = SPACES
               AND SCREENING-AVAILABLE = "Y"
               AND PEP-COUNT > 0
               MOVE 0 TO MATCHED-SANCTIONS-COUNT(1)
               MOVE "P" TO SCREEN-LIST-CODE
               MOVE PEP-MIN-MATCH-PERCENT TO SCREEN-THRESHOLD
               CALL "MATCHER"
                   USING CUSTOMERS-WRAPPER
                       PEP-WRAPPER
                   ON EXCEPTION
                       MOVE "N" TO SCREENING-AVAILABLE
                   NOT ON EXCEPTION
                       IF RETURN-CODE NOT = 0
                           MOVE "N" TO SCREENING-AVAILABLE
                       ELSE
                           PERFORM COLLECT-COUNTERPARTY-HIT
                       END-IF
               END-CALL
           END-IF
           MOVE 0 TO RETURN-CODE
           MOVE 0 TO CUSTOMERS-COUNT

           IF SCREENING-AVAILABLE = "N"
               DISPLAY "WARNING: MATCHER failed, this and every "
                   "further instruction is held."
               MOVE "NOSCR" TO HOLD-REASON
               EXIT PARAGRAPH
           END-IF
           IF HOLD-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING LIMIT-INDEX FROM 1 BY 1
               UNTIL LIMIT-INDEX > LIMIT-COUNT
               IF LT-SOURCE(LIMIT-INDEX) = REG-SOURCE
                   AND INSTRUCTION-DKK-WORK >
                       LT-DKK-AMOUNT(LIMIT-INDEX)
                   MOVE "LIMIT" TO HOLD-REASON
               END-IF
           END-PERFORM
           EXIT.

       COLLECT-COUNTERPARTY-HIT.
           PERFORM VARYING MATCH-INDEX FROM 1 BY 1
               UNTIL MATCH-INDEX > MATCHED-SANCTIONS-COUNT(1)
               MOVE NAME-MATCH-PERCENT(1, MATCH-INDEX)
                   TO MATCH-PERCENT-WORK
               IF ALIAS-MATCH-PERCENT(1, MATCH-INDEX)
                       > MATCH-PERCENT-WORK
                   MOVE ALIAS-MATCH-PERCENT(1, MATCH-INDEX)
                       TO MATCH-PERCENT-WORK
               END-IF
               IF MATCH-PERCENT-WORK NOT < SCREEN-THRESHOLD
                   AND MATCH-PERCENT-WORK > HOLD-MATCH-PERCENT
                   MOVE MATCHED-SANCTION-INDEX(1, MATCH-INDEX)
                       TO LIST-ENTRY-INDEX
                   IF SCREENING-PEPS
                       MOVE "PEP" TO HOLD-REASON
                       MOVE PEP-ID(LIST-ENTRY-INDEX) TO HOLD-MATCH-ID
                   ELSE
                       MOVE "SANC" TO HOLD-REASON
                       MOVE SANCTION-ID(LIST-ENTRY-INDEX)
                           TO HOLD-MATCH-ID
                   END-IF
                   MOVE MATCH-PERCENT-WORK TO HOLD-MATCH-PERCENT
               END-IF
           END-PERFORM
           EXIT.

      * The held instruction keeps the reference it was given, so
      * the reviewer's decision and any later return quote it.
       HOLD-INSTRUCTION.
           ADD 1 TO HELD-COUNT

           MOVE SPACES TO RELEASE-WORK
           MOVE REG-END-TO-END-REF TO RELEASE-END-TO-END-REF
           MOVE REG-SOURCE TO RELEASE-SOURCE
           MOVE REG-CPR TO RELEASE-CPR
           MOVE INSTR-OUR-REGISTRATION TO RELEASE-OUR-REGISTRATION
           MOVE INSTR-OUR-ACCOUNT TO RELEASE-OUR-ACCOUNT
           MOVE INSTR-COUNTERPARTY TO RELEASE-COUNTERPARTY
           MOVE INSTR-AMOUNT TO RELEASE-AMOUNT
           MOVE INSTR-CURRENCY TO RELEASE-CURRENCY
           MOVE INSTRUCTION-DKK-WORK TO RELEASE-DKK-AMOUNT
           MOVE INSTR-EXECUTION-DATE TO RELEASE-EXECUTION-DATE
           MOVE INSTR-COUNTERPARTY-REGISTRATION
               TO RELEASE-COUNTERPARTY-REGISTRATION
           MOVE INSTR-COUNTERPARTY-ACCOUNT
               TO RELEASE-COUNTERPARTY-ACCOUNT
           MOVE HOLD-REASON TO RELEASE-HOLD-REASON
           MOVE HOLD-MATCH-ID TO RELEASE-MATCH-ID
           MOVE HOLD-MATCH-PERCENT TO RELEASE-MATCH-PERCENT
           MOVE RUN-DATE-TODAY TO RELEASE-HELD-DATE
           SET RELEASE-HELD TO TRUE
           MOVE 0 TO RELEASE-DECIDED-DATE

           IF RELEASE-QUEUE-OPEN = "N"
               OPEN EXTEND RELEASE-QUEUE-FILE
               IF RELEASE-QUEUE-FILE-STATUS = "35"
                   OPEN OUTPUT RELEASE-QUEUE-FILE
               END-IF
               MOVE "Y" TO RELEASE-QUEUE-OPEN
           END-IF
           MOVE RELEASE-WORK TO RELEASE-QUEUE-RECORD
           WRITE RELEASE-QUEUE-RECORD

           PERFORM OPEN-REJECTS-REPORT
           MOVE RELEASE-DKK-AMOUNT TO AMOUNT-EDIT-DISPLAY
           MOVE SPACES TO OUTPUT-TEXT-LINE
           STRING RELEASE-END-TO-END-REF DELIMITED BY SIZE
               "  HELD  " DELIMITED BY SIZE
               FUNCTION TRIM(RELEASE-COUNTERPARTY TRAILING)
               DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               FUNCTION TRIM(AMOUNT-EDIT-DISPLAY LEADING)
               DELIMITED BY SIZE
               " DKK  " DELIMITED BY SIZE
               FUNCTION TRIM(RELEASE-HOLD-REASON TRAILING)
               DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(RELEASE-MATCH-ID TRAILING)
               DELIMITED BY SIZE
               " - awaiting release" DELIMITED BY SIZE
               INTO OUTPUT-TEXT-LINE
           END-STRING
           PERFORM WRITE-REJECTS-LINE
           EXIT.

      *----------------------------------------------------------*
      * Reserves the payment held in WITHHELD-TRANSACTION-WORK
      * against the customer's available balance on its execution
      * date. When AVAILBAL cannot be called the payment goes out
      * as before.
      *----------------------------------------------------------*
       CHECK-AVAILABLE-BALANCE.
           SET AVAILBAL-ALLOWED TO TRUE
           IF AVAILBAL-CALL-FAILED = "Y"
               EXIT PARAGRAPH
           END-IF

           SET AVAILBAL-RESERVE TO TRUE
           MOVE CPR OF WITHHELD-TRANSACTION-WORK TO AVAILBAL-CPR
           MOVE EXECUTION-DATE-WORK TO AVAILBAL-AS-OF-DATE
           MOVE DKK-AMOUNT OF WITHHELD-TRANSACTION-WORK
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
      * A payment a legal hold does not leave room for is not
      * sent. The generator already charged it to the customer, so
      * it is listed on the rejects report and given back by a
      * reversing Indbetaling, as a rejected payment would be.
      *----------------------------------------------------------*
       WITHHOLD-PAYMENT.
           ADD 1 TO HOLD-WITHHELD-COUNT
           PERFORM OPEN-REJECTS-REPORT

           MOVE DKK-AMOUNT OF WITHHELD-TRANSACTION-WORK
               TO AMOUNT-EDIT-DISPLAY
           MOVE SPACES TO OUTPUT-TEXT-LINE
           STRING "WITHHELD        " DELIMITED BY SIZE
               FUNCTION TRIM(CPR OF WITHHELD-TRANSACTION-WORK
                   TRAILING)
               DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               FUNCTION TRIM(TRANSACTION-SHOP
                   OF WITHHELD-TRANSACTION-WORK TRAILING)
               DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               FUNCTION TRIM(AMOUNT-EDIT-DISPLAY LEADING)
               DELIMITED BY SIZE
               " DKK  legal hold - exceeds the available balance"
               DELIMITED BY SIZE
               INTO OUTPUT-TEXT-LINE
           END-STRING
           PERFORM WRITE-REJECTS-LINE

           IF REVERSALS-FILE-OPEN = "N"
               OPEN OUTPUT REVERSALS-FILE
               MOVE "Y" TO REVERSALS-FILE-OPEN
           END-IF

           MOVE WITHHELD-TRANSACTION-WORK TO REVERSAL-RECORD
           MOVE "Indbetaling" TO TRANSACTION-TYPE OF REVERSAL-RECORD
           MOVE SPACES TO TIME-OF-TRANSACTION OF REVERSAL-RECORD
           STRING RUN-DATE-TODAY(1:4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               RUN-DATE-TODAY(5:2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               RUN-DATE-TODAY(7:2) DELIMITED BY SIZE
               "T00:00:00" DELIMITED BY SIZE
               INTO TIME-OF-TRANSACTION OF REVERSAL-RECORD
           END-STRING
           MOVE "N" TO DUPLICATE-FLAG OF REVERSAL-RECORD
           MOVE SPACE TO SCREENING-FLAG OF REVERSAL-RECORD

           WRITE REVERSAL-RECORD
           ADD 1 TO REVERSALS-WRITTEN-COUNT
           EXIT.

       OPEN-REJECTS-REPORT.
           IF REJECTS-FILE-OPEN = "N"
               OPEN OUTPUT REJECTS-REPORT-FILE
               MOVE "Y" TO REJECTS-FILE-OPEN
               MOVE "Rejected payment instructions"
                   TO OUTPUT-TEXT-LINE
               PERFORM WRITE-REJECTS-LINE
           END-IF
           EXIT.

      * Reference: source tag + run date + sequence, unique per
      * instruction and stable for the return to quote back.
       BUILD-NEXT-REFERENCE.
           ADD 1 TO INSTRUCTION-SEQUENCE
           MOVE SPACES TO END-TO-END-REF-WORK
           MOVE RUN-DATE-TODAY TO END-TO-END-REF-WORK(3:8)
           MOVE INSTRUCTION-SEQUENCE TO END-TO-END-REF-WORK(11:4)
           EXIT.

      *----------------------------------------------------------*
      * ISO 20022 credit-transfer initiation (pain.001.001.03)
      * for the clearing bank. The instructions sent this run are
      * sorted into one payment-information block per execution
      * date and debtor account; the block totals are counted on
      * the way out of the sort, because each block quotes them
      * ahead of its transactions, and the message is then written
      * from the sorted file. Every transaction is logged with its
      * message and block in PaymentMessageLog.txt.
      *----------------------------------------------------------*
       WRITE-INITIATION-MESSAGE.
           OPEN OUTPUT INITIATION-MESSAGE-FILE
           IF INSTRUCTIONS-WRITTEN-COUNT = 0
               CLOSE INITIATION-MESSAGE-FILE
               DISPLAY "No instructions sent, PaymentInitiation.xml "
                   "is left empty."
               EXIT PARAGRAPH
           END-IF

           SORT INITIATION-SORT-FILE
               ON ASCENDING KEY ISORT-EXECUTION-DATE
                   ISORT-OUR-REGISTRATION
                   ISORT-OUR-ACCOUNT
                   ISORT-END-TO-END-REF
               USING INITIATION-WORK-FILE
               OUTPUT PROCEDURE IS COUNT-INITIATION-BLOCKS

           MOVE FUNCTION CURRENT-DATE TO MESSAGE-CLOCK
           MOVE SPACES TO MESSAGE-ID
           STRING "PI" MESSAGE-CLOCK(1:14)
               DELIMITED BY SIZE
               INTO MESSAGE-ID
           END-STRING
           MOVE SPACES TO MESSAGE-CREATED
           STRING MESSAGE-CLOCK(1:4) "-" MESSAGE-CLOCK(5:2) "-"
               MESSAGE-CLOCK(7:2) "T" MESSAGE-CLOCK(9:2) ":"
               MESSAGE-CLOCK(11:2) ":" MESSAGE-CLOCK(13:2)
               DELIMITED BY SIZE
               INTO MESSAGE-CREATED
           END-STRING

           OPEN EXTEND MESSAGE-LOG-FILE
           IF MESSAGE-LOG-FILE-STATUS = "35"
               OPEN OUTPUT MESSAGE-LOG-FILE
           END-IF
           IF MESSAGE-LOG-FILE-STATUS NOT = "00"
               MOVE "PaymentMessageLog.txt" TO FAILED-FILE-NAME
               MOVE MESSAGE-LOG-FILE-STATUS TO FAILED-FILE-STATUS
               PERFORM ABORT-ON-FILE-FAILURE
           END-IF
           OPEN INPUT INITIATION-SORTED-FILE
           OPEN INPUT INITIATION-BLOCK-FILE

           MOVE 0 TO XML-INDENT
           MOVE "<?xml version=""1.0"" encoding=""UTF-8""?>"
               TO XML-LINE-WORK
           PERFORM WRITE-XML-LINE
           STRING "<Document xmlns=""urn:iso:std:iso:20022:tech:"
               "xsd:pain.001.001.03"">"
               DELIMITED BY SIZE
               INTO XML-LINE-WORK
           END-STRING
           PERFORM WRITE-XML-LINE
           MOVE 2 TO XML-INDENT
           MOVE "<CstmrCdtTrfInitn>" TO XML-LINE-WORK
           PERFORM WRITE-XML-LINE

           MOVE 4 TO XML-INDENT
           MOVE "<GrpHdr>" TO XML-LINE-WORK
           PERFORM WRITE-XML-LINE
           MOVE 6 TO XML-INDENT
           MOVE "MsgId" TO XML-TAG
           MOVE MESSAGE-ID TO XML-VALUE
           PERFORM WRITE-XML-ELEMENT
           MOVE "CreDtTm" TO XML-TAG
           MOVE MESSAGE-CREATED TO XML-VALUE
           PERFORM WRITE-XML-ELEMENT
           MOVE INSTRUCTIONS-WRITTEN-COUNT TO XML-COUNT-DISPLAY
           MOVE "NbOfTxs" TO XML-TAG
           MOVE FUNCTION TRIM(XML-COUNT-DISPLAY LEADING) TO XML-VALUE
           PERFORM WRITE-XML-ELEMENT
           MOVE INSTRUCTIONS-TOTAL-AMOUNT TO XML-AMOUNT-DISPLAY
           MOVE "CtrlSum" TO XML-TAG
           MOVE FUNCTION TRIM(XML-AMOUNT-DISPLAY LEADING) TO XML-VALUE
           PERFORM WRITE-XML-ELEMENT
           MOVE INITIATING-PARTY-NAME TO XML-TEXT-IN
           PERFORM ESCAPE-XML-TEXT
           STRING "<InitgPty><Nm>" FUNCTION TRIM(XML-VALUE TRAILING)
               "</Nm></InitgPty>"
               DELIMITED BY SIZE
               INTO XML-LINE-WORK
           END-STRING
           PERFORM WRITE-XML-LINE
           MOVE 4 TO XML-INDENT
           MOVE "</GrpHdr>" TO XML-LINE-WORK
           PERFORM WRITE-XML-LINE

           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ INITIATION-BLOCK-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       PERFORM WRITE-PAYMENT-INFORMATION
               END-READ
           END-PERFORM

           MOVE 2 TO XML-INDENT
           MOVE "</CstmrCdtTrfInitn>" TO XML-LINE-WORK
           PERFORM WRITE-XML-LINE
           MOVE 0 TO XML-INDENT
           MOVE "</Document>" TO XML-LINE-WORK
           PERFORM WRITE-XML-LINE

           CLOSE INITIATION-MESSAGE-FILE
           CLOSE INITIATION-SORTED-FILE
           CLOSE INITIATION-BLOCK-FILE
           CLOSE MESSAGE-LOG-FILE

           DISPLAY "PaymentInitiation.xml: message "
               FUNCTION TRIM(MESSAGE-ID TRAILING) ", "
               INSTRUCTIONS-WRITTEN-COUNT " transaction(s) in "
               PAYMENT-INFO-SEQUENCE " payment block(s)."
           EXIT.

      * Sort output: the instructions go on in order to the sorted
      * file, and each block's count and control sum is written
      * when the execution date or debtor account changes.
       COUNT-INITIATION-BLOCKS.
           OPEN OUTPUT INITIATION-SORTED-FILE
           OPEN OUTPUT INITIATION-BLOCK-FILE
           MOVE 0 TO CURRENT-BLOCK-COUNT
           MOVE 0 TO CURRENT-BLOCK-SUM

           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               RETURN INITIATION-SORT-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       PERFORM COUNT-ONE-SORTED-INSTRUCTION
               END-RETURN
           END-PERFORM
           IF CURRENT-BLOCK-COUNT > 0
               PERFORM WRITE-BLOCK-TOTALS
           END-IF

           CLOSE INITIATION-SORTED-FILE
           CLOSE INITIATION-BLOCK-FILE
           EXIT.

       COUNT-ONE-SORTED-INSTRUCTION.
           IF CURRENT-BLOCK-COUNT > 0
               AND (ISORT-EXECUTION-DATE NOT = CURRENT-BLOCK-DATE
                   OR ISORT-OUR-REGISTRATION
                       NOT = CURRENT-BLOCK-REGISTRATION
                   OR ISORT-OUR-ACCOUNT NOT = CURRENT-BLOCK-ACCOUNT)
               PERFORM WRITE-BLOCK-TOTALS
           END-IF
           IF CURRENT-BLOCK-COUNT = 0
               MOVE ISORT-EXECUTION-DATE TO CURRENT-BLOCK-DATE
               MOVE ISORT-OUR-REGISTRATION
                   TO CURRENT-BLOCK-REGISTRATION
               MOVE ISORT-OUR-ACCOUNT TO CURRENT-BLOCK-ACCOUNT
           END-IF

           ADD 1 TO CURRENT-BLOCK-COUNT
           MOVE ISORT-AMOUNT TO INSTRUCTION-AMOUNT-WORK
           ADD INSTRUCTION-AMOUNT-WORK TO CURRENT-BLOCK-SUM
           WRITE SORTED-INSTRUCTION-RECORD FROM INITIATION-SORT-RECORD
           EXIT.

       WRITE-BLOCK-TOTALS.
           MOVE CURRENT-BLOCK-DATE TO BLOCK-EXECUTION-DATE
           MOVE CURRENT-BLOCK-REGISTRATION TO BLOCK-REGISTRATION
           MOVE CURRENT-BLOCK-ACCOUNT TO BLOCK-ACCOUNT
           MOVE CURRENT-BLOCK-COUNT TO BLOCK-TXN-COUNT
           MOVE CURRENT-BLOCK-SUM TO BLOCK-CONTROL-SUM
           WRITE INITIATION-BLOCK-RECORD
           MOVE 0 TO CURRENT-BLOCK-COUNT
           MOVE 0 TO CURRENT-BLOCK-SUM
           EXIT.

      * One payment-information block: the debtor account is the
      * registration and account the instructions are sent from,
      * and the registration doubles as the debtor agent's
      * clearing member id.
       WRITE-PAYMENT-INFORMATION.
           ADD 1 TO PAYMENT-INFO-SEQUENCE
           MOVE SPACES TO PAYMENT-INFO-ID
           STRING FUNCTION TRIM(MESSAGE-ID TRAILING) "-"
               PAYMENT-INFO-SEQUENCE
               DELIMITED BY SIZE
               INTO PAYMENT-INFO-ID
           END-STRING

           MOVE 4 TO XML-INDENT
           MOVE "<PmtInf>" TO XML-LINE-WORK
           PERFORM WRITE-XML-LINE
           MOVE 6 TO XML-INDENT
           MOVE "PmtInfId" TO XML-TAG
           MOVE PAYMENT-INFO-ID TO XML-VALUE
           PERFORM WRITE-XML-ELEMENT
           MOVE "PmtMtd" TO XML-TAG
           MOVE "TRF" TO XML-VALUE
           PERFORM WRITE-XML-ELEMENT
           MOVE BLOCK-TXN-COUNT TO XML-COUNT-DISPLAY
           MOVE "NbOfTxs" TO XML-TAG
           MOVE FUNCTION TRIM(XML-COUNT-DISPLAY LEADING) TO XML-VALUE
           PERFORM WRITE-XML-ELEMENT
           MOVE BLOCK-CONTROL-SUM TO XML-AMOUNT-DISPLAY
           MOVE "CtrlSum" TO XML-TAG
           MOVE FUNCTION TRIM(XML-AMOUNT-DISPLAY LEADING) TO XML-VALUE
           PERFORM WRITE-XML-ELEMENT
           MOVE "ReqdExctnDt" TO XML-TAG
           MOVE SPACES TO XML-VALUE
           STRING BLOCK-EXECUTION-DATE(1:4) "-"
               BLOCK-EXECUTION-DATE(5:2) "-"
               BLOCK-EXECUTION-DATE(7:2)
               DELIMITED BY SIZE
               INTO XML-VALUE
           END-STRING
           PERFORM WRITE-XML-ELEMENT

           MOVE INITIATING-PARTY-NAME TO XML-TEXT-IN
           PERFORM ESCAPE-XML-TEXT
           STRING "<Dbtr><Nm>" FUNCTION TRIM(XML-VALUE TRAILING)
               "</Nm></Dbtr>"
               DELIMITED BY SIZE
               INTO XML-LINE-WORK
           END-STRING
           PERFORM WRITE-XML-LINE
           MOVE SPACES TO XML-ACCOUNT-WORK
           STRING BLOCK-REGISTRATION FUNCTION TRIM(BLOCK-ACCOUNT)
               DELIMITED BY SIZE
               INTO XML-ACCOUNT-WORK
           END-STRING
           STRING "<DbtrAcct><Id><Othr><Id>"
               FUNCTION TRIM(XML-ACCOUNT-WORK TRAILING)
               "</Id></Othr></Id></DbtrAcct>"
               DELIMITED BY SIZE
               INTO XML-LINE-WORK
           END-STRING
           PERFORM WRITE-XML-LINE
           STRING "<DbtrAgt><FinInstnId><ClrSysMmbId><MmbId>"
               BLOCK-REGISTRATION
               "</MmbId></ClrSysMmbId></FinInstnId></DbtrAgt>"
               DELIMITED BY SIZE
               INTO XML-LINE-WORK
           END-STRING
           PERFORM WRITE-XML-LINE

           PERFORM VARYING BLOCK-TXN-INDEX FROM 1 BY 1
               UNTIL BLOCK-TXN-INDEX > BLOCK-TXN-COUNT
               READ INITIATION-SORTED-FILE
                   AT END
                       MOVE BLOCK-TXN-COUNT TO BLOCK-TXN-INDEX
                   NOT AT END
                       PERFORM WRITE-CREDIT-TRANSFER
               END-READ
           END-PERFORM

           MOVE 4 TO XML-INDENT
           MOVE "</PmtInf>" TO XML-LINE-WORK
           PERFORM WRITE-XML-LINE
           EXIT.

      * One credit transfer. The creditor's agent and account are
      * only given where the chain knows the payee's account;
      * otherwise the name is all the bank gets, as in the
      * fixed-width file.
       WRITE-CREDIT-TRANSFER.
           MOVE 6 TO XML-INDENT
           MOVE "<CdtTrfTxInf>" TO XML-LINE-WORK
           PERFORM WRITE-XML-LINE
           MOVE 8 TO XML-INDENT
           STRING "<PmtId><EndToEndId>" SORTED-END-TO-END-REF
               "</EndToEndId></PmtId>"
               DELIMITED BY SIZE
               INTO XML-LINE-WORK
           END-STRING
           PERFORM WRITE-XML-LINE
           MOVE SORTED-AMOUNT TO INSTRUCTION-AMOUNT-WORK
           MOVE INSTRUCTION-AMOUNT-WORK TO XML-AMOUNT-DISPLAY
           STRING "<Amt><InstdAmt Ccy=""" SORTED-CURRENCY """>"
               FUNCTION TRIM(XML-AMOUNT-DISPLAY LEADING)
               "</InstdAmt></Amt>"
               DELIMITED BY SIZE
               INTO XML-LINE-WORK
           END-STRING
           PERFORM WRITE-XML-LINE
           IF SORTED-COUNTERPARTY-REGISTRATION NOT = SPACES
               STRING "<CdtrAgt><FinInstnId><ClrSysMmbId><MmbId>"
                   SORTED-COUNTERPARTY-REGISTRATION
                   "</MmbId></ClrSysMmbId></FinInstnId></CdtrAgt>"
                   DELIMITED BY SIZE
                   INTO XML-LINE-WORK
               END-STRING
               PERFORM WRITE-XML-LINE
           END-IF
           MOVE SORTED-COUNTERPARTY TO XML-TEXT-IN
           PERFORM ESCAPE-XML-TEXT
           STRING "<Cdtr><Nm>" FUNCTION TRIM(XML-VALUE TRAILING)
               "</Nm></Cdtr>"
               DELIMITED BY SIZE
               INTO XML-LINE-WORK
           END-STRING
           PERFORM WRITE-XML-LINE
           IF SORTED-COUNTERPARTY-ACCOUNT NOT = SPACES
               MOVE SPACES TO XML-ACCOUNT-WORK
               STRING SORTED-COUNTERPARTY-REGISTRATION
                   FUNCTION TRIM(SORTED-COUNTERPARTY-ACCOUNT)
                   DELIMITED BY SIZE
                   INTO XML-ACCOUNT-WORK
               END-STRING
               STRING "<CdtrAcct><Id><Othr><Id>"
                   FUNCTION TRIM(XML-ACCOUNT-WORK)
                   "</Id></Othr></Id></CdtrAcct>"
                   DELIMITED BY SIZE
                   INTO XML-LINE-WORK
               END-STRING
               PERFORM WRITE-XML-LINE
           END-IF
           MOVE 6 TO XML-INDENT
           MOVE "</CdtTrfTxInf>" TO XML-LINE-WORK
           PERFORM WRITE-XML-LINE

           MOVE MESSAGE-ID TO MLOG-MESSAGE-ID
           MOVE PAYMENT-INFO-ID TO MLOG-PAYMENT-INFO-ID
           MOVE SORTED-END-TO-END-REF TO MLOG-END-TO-END-REF
           MOVE RUN-DATE-TODAY TO MLOG-RUN-DATE
           WRITE MESSAGE-LOG-RECORD
           EXIT.

       WRITE-XML-ELEMENT.
           STRING "<" FUNCTION TRIM(XML-TAG TRAILING) ">"
               FUNCTION TRIM(XML-VALUE TRAILING)
               "</" FUNCTION TRIM(XML-TAG TRAILING) ">"
               DELIMITED BY SIZE
               INTO XML-LINE-WORK
           END-STRING
           PERFORM WRITE-XML-LINE
           EXIT.

       WRITE-XML-LINE.
           MOVE SPACES TO INITIATION-MESSAGE-LINE
           MOVE XML-LINE-WORK
               TO INITIATION-MESSAGE-LINE(XML-INDENT + 1:)
           WRITE INITIATION-MESSAGE-LINE
           MOVE SPACES TO XML-LINE-WORK
           EXIT.

      * Names go into the message with the characters XML
      * reserves replaced by their entities.
       ESCAPE-XML-TEXT.
           MOVE SPACES TO XML-VALUE
           MOVE 1 TO XML-POINTER
           PERFORM VARYING XML-CHAR-INDEX FROM 1 BY 1
               UNTIL XML-CHAR-INDEX > 40
               EVALUATE XML-TEXT-IN(XML-CHAR-INDEX:1)
                   WHEN "&"
                       STRING "&amp;" DELIMITED BY SIZE
                           INTO XML-VALUE WITH POINTER XML-POINTER
                       END-STRING
                   WHEN "<"
                       STRING "&lt;" DELIMITED BY SIZE
                           INTO XML-VALUE WITH POINTER XML-POINTER
                       END-STRING
                   WHEN ">"
                       STRING "&gt;" DELIMITED BY SIZE
                           INTO XML-VALUE WITH POINTER XML-POINTER
                       END-STRING
                   WHEN OTHER
                       STRING XML-TEXT-IN(XML-CHAR-INDEX:1)
                           DELIMITED BY SIZE
                           INTO XML-VALUE WITH POINTER XML-POINTER
                       END-STRING
               END-EVALUATE
           END-PERFORM
           EXIT.

      *----------------------------------------------------------*
      * Return processing: each RJCT is traced to the registered
      * instruction; standing-order, estate and remittance
      * payments get a reversing Indbetaling for the next feed,
      * and every reject
      * lands on the rejects report.
      *----------------------------------------------------------*
       PROCESS-PAYMENT-RETURNS.
           OPEN INPUT RETURNS-FILE
           END-PERFORM

           CLOSE RETURNS-FILE
           EXIT.

       LOAD-INSTRUCTION-REGISTER.
               END-IF
           END-PERFORM

           PERFORM OPEN-REJECTS-REPORT

           IF MATCHED-REGISTER-INDEX = 0
               ADD 1 TO UNKNOWN-RETURNS-COUNT
           END-STRING
           PERFORM WRITE-REJECTS-LINE

      * A rejected suspense return (SR) charged no customer: the
      * money stays on the house account and the reject line is
      * the operators' cue to work the payment again.
           IF RT-SOURCE(MATCHED-REGISTER-INDEX) = "SO"
               OR RT-SOURCE(MATCHED-REGISTER-INDEX) = "EP"
               OR RT-SOURCE(MATCHED-REGISTER-INDEX) = "GR"
               PERFORM WRITE-REVERSING-TRANSACTION
           END-IF
           EXIT.

      *----------------------------------------------------------*
      * The standing-order generator, the estate payout and the
      * legal-hold remittance all charged the customer an
      * Udbetaling already; a rejected instruction gives the money
      * back as an Indbetaling in the next feed.
      *----------------------------------------------------------*
       WRITE-REVERSING-TRANSACTION.
           WRITE REJECTS-REPORT-LINE
           MOVE SPACES TO OUTPUT-TEXT-LINE
           EXIT.

      *----------------------------------------------------------*
      * A release queue that cannot be read or written back, or a
      * message log that cannot be extended, stops the run with a
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
           MOVE "PAYMENTIFACE" TO BATCH-LOG-JOB-NAME
           MOVE BATCH-RUN-LOG-TIMESTAMP TO BATCH-LOG-TIMESTAMP
           MOVE "FAILED" TO BATCH-LOG-EVENT
           STRING FUNCTION TRIM(FAILED-FILE-NAME TRAILING)
               " status " FAILED-FILE-STATUS
               INTO BATCH-LOG-DETAIL
           WRITE BATCH-RUN-LOG-RECORD
           CLOSE BATCH-RUN-LOG-FILE

           MOVE 8 TO RETURN-CODE
           STOP RUN.

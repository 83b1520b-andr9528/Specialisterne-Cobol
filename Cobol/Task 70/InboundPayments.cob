       IDENTIFICATION DIVISION.
       PROGRAM-ID. INBOUNDPOST.

      *----------------------------------------------------------*
      * Inbound credit-transfer posting. Money other banks send  *
      * our customers arrives in InboundPayments.txt             *
      * (InboundPayment.cpy). Each run this job:                 *
      *  - takes on the decisions SUSPENSEWORK has queued in     *
      *    SuspenseActions.txt and empties the queue: an applied *
      *    item is credited to the account the operator chose, a *
      *    returned one goes back to the payer;                  *
      *  - matches every inbound payment by its beneficiary      *
      *    account to ACCOUNT-NUMBER or an EXTRA-ACCOUNT-NUMBER  *
      *    on CustomerMaster.idx and credits it by an            *
      *    Indbetaling transaction in the Transaction.cpy layout *
      *    to GeneratedInboundPayments.txt, so the loader books  *
      *    it like any other deposit;                            *
      *  - holds a payment with no matching account, for a       *
      *    closed account (ClosedAccounts.txt), for a customer   *
      *    who is not active or in a currency the bank does not  *
      *    book in SuspenseItems.txt (SuspenseItem.cpy);         *
      *  - returns every open item older than the return limit   *
      *    in InboundPaymentControl.txt (default 10 days) to     *
      *    the payer;                                            *
      *  - writes the returns to SuspenseReturns.txt, from which *
      *    PAYMENTIFACE sends them back out of the house account.*
      * A delivered record whose amount cannot be read is kept   *
      * in InboundPayments.txt for correction; the rest of the   *
      * file is emptied once taken on. InboundPaymentReport.txt  *
      * lists the payments, the suspense decisions and the open  *
      * items with their age. A record kept back, a decision     *
      * that could not be carried out or an overdue item that    *
      * cannot be returned sets RETURN-CODE 4.                   *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INBOUND-PAYMENTS-FILE
               ASSIGN TO "InboundPayments.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INBOUND-FILE-STATUS.

           SELECT CUSTOMER-MASTER-FILE
               ASSIGN TO "CustomerMaster.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MASTER-REFERENCE-ID
               FILE STATUS IS MASTER-FILE-STATUS.

           SELECT CLOSED-ACCOUNTS-FILE
               ASSIGN TO "ClosedAccounts.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLOSED-FILE-STATUS.

           SELECT SUSPENSE-ITEMS-FILE
               ASSIGN TO "SuspenseItems.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUSPENSE-FILE-STATUS.

           SELECT SUSPENSE-ACTIONS-FILE
               ASSIGN TO "SuspenseActions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACTIONS-FILE-STATUS.

           SELECT INBOUND-CONTROL-FILE
               ASSIGN TO "InboundPaymentControl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTROL-FILE-STATUS.

           SELECT INTERFACE-CONTROL-FILE
               ASSIGN TO "PaymentInterfaceControl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTROL-FILE-STATUS.

           SELECT REPORT-CONTROL-FILE
               ASSIGN TO "ReportControl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTROL-FILE-STATUS.

           SELECT GENERATED-CREDITS-FILE
               ASSIGN TO "GeneratedInboundPayments.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GENERATED-FILE-STATUS.

           SELECT SUSPENSE-RETURNS-FILE
               ASSIGN TO "SuspenseReturns.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RETURNS-FILE-STATUS.

           SELECT INBOUND-REPORT-FILE
               ASSIGN TO "InboundPaymentReport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BATCH-RUN-LOG-FILE
               ASSIGN TO "BatchRunLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BATCH-RUN-LOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD INBOUND-PAYMENTS-FILE.
       01 INBOUND-PAYMENT-RECORD.
           COPY "InboundPayment.cpy".

      * The indexed record is the Customer.cpy layout with the
      * REFERENCE-ID broken out as the record key.
       FD CUSTOMER-MASTER-FILE.
       01 CUSTOMER-MASTER-RECORD.
           02 MASTER-REFERENCE-ID PIC X(10).
           02 MASTER-RECORD-BODY PIC X(461).

      * CUSTOMERMAINT's archive of closed customers: the closing
      * state of the master record follows the closure details.
       FD CLOSED-ACCOUNTS-FILE.
       01 CLOSED-ACCOUNT-RECORD.
           02 CLOSED-REFERENCE-ID PIC X(10).
           02 CLOSED-DATE PIC X(8).
           02 CLOSED-FINAL-BALANCE PIC -9(9).99.
           02 CLOSED-CURRENCY-CODE PIC X(3).
           02 CLOSED-RECORD-IMAGE PIC X(471).

       FD SUSPENSE-ITEMS-FILE.
       01 SUSPENSE-ITEM-RECORD PIC X(234).

       FD SUSPENSE-ACTIONS-FILE.
       01 SUSPENSE-ACTION-RECORD.
           COPY "SuspenseAction.cpy".

       FD INBOUND-CONTROL-FILE.
       01 INBOUND-CONTROL-RECORD.
           02 CONTROL-RETURN-DAYS PIC 9(3).

       FD INTERFACE-CONTROL-FILE.
       01 INTERFACE-CONTROL-RECORD.
           02 CONTROL-HOUSE-REGISTRATION PIC X(4).
           02 CONTROL-HOUSE-ACCOUNT PIC X(17).

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

       FD GENERATED-CREDITS-FILE.
       01 GENERATED-CREDIT-RECORD.
           COPY "Transaction.cpy".

       FD SUSPENSE-RETURNS-FILE.
       01 SUSPENSE-RETURN-RECORD PIC X(234).

       FD INBOUND-REPORT-FILE.
       01 INBOUND-REPORT-LINE PIC X(120).

       FD BATCH-RUN-LOG-FILE.
       01 BATCH-RUN-LOG-RECORD.
           COPY "BatchRunLog.cpy".

       WORKING-STORAGE SECTION.
       01 BATCH-RUN-LOG-TIMESTAMP PIC X(26) VALUE SPACES.
       01 INBOUND-FILE-STATUS PIC X(2) VALUE "00".
       01 MASTER-FILE-STATUS PIC X(2) VALUE "00".
       01 CLOSED-FILE-STATUS PIC X(2) VALUE "00".
       01 SUSPENSE-FILE-STATUS PIC X(2) VALUE "00".
       01 ACTIONS-FILE-STATUS PIC X(2) VALUE "00".
       01 CONTROL-FILE-STATUS PIC X(2) VALUE "00".
       01 GENERATED-FILE-STATUS PIC X(2) VALUE "00".
       01 RETURNS-FILE-STATUS PIC X(2) VALUE "00".
       01 BATCH-RUN-LOG-FILE-STATUS PIC X(2) VALUE "00".
       01 FAILED-FILE-NAME PIC X(40) VALUE SPACES.
       01 FAILED-FILE-STATUS PIC X(2) VALUE SPACES.

       01 END-OF-FILE PIC X VALUE "N".

      * Days an unapplied payment may stay in suspense before it
      * must go back to the payer; InboundPaymentControl.txt
      * overrides the default.
       01 RETURN-LIMIT-DAYS PIC 9(3) VALUE 10.
      * Resolved items are kept this many days for enquiries and
      * then dropped when the file is written back.
       01 RESOLVED-RETENTION-DAYS PIC 9(3) VALUE 400.

      * Our registration number for credits whose payer left the
      * beneficiary registration blank.
       01 HOUSE-REGISTRATION PIC X(4) VALUE "0000".

      * DKK-per-unit rates for the DKK value of foreign-currency
      * payments; same defaults and ReportControl.txt override
      * as the transaction report uses.
       01 REPORT-EUR-RATE PIC 9(3)V99 VALUE 7.46.
       01 REPORT-USD-RATE PIC 9(3)V99 VALUE 6.90.
       01 REPORT-GBP-RATE PIC 9(3)V99 VALUE 8.72.
       01 REPORT-SEK-RATE PIC 9(3)V99 VALUE 0.65.
       01 REPORT-NOK-RATE PIC 9(3)V99 VALUE 0.64.
       01 CONVERT-AMOUNT PIC 9(11)V99 VALUE 0.
       01 CONVERT-CURRENCY PIC X(3) VALUE SPACES.
       01 CONVERT-DKK-AMOUNT PIC 9(11)V99 VALUE 0.
       01 CURRENCY-KNOWN PIC X VALUE "N".

       01 MASTER-WORK.
           COPY "Customer.cpy".

      * Every account number on the master and in the closed
      * archive: "O" open, "B" the customer is pending or blocked
      * by the sanctions pre-screening, "C" closed.
       01 ACCOUNT-TABLE.
           02 ACCOUNT-TABLE-COUNT PIC 9(4) VALUE 0.
           02 ACCOUNT-TABLE-MAX PIC 9(4) VALUE 3000.
           02 ACCOUNT-ENTRIES OCCURS 3000 TIMES.
               03 AT-ACCOUNT PIC X(17) VALUE SPACES.
               03 AT-STATE PIC X VALUE SPACE.
               03 AT-REFERENCE-ID PIC X(10) VALUE SPACES.
               03 AT-CPR PIC X(15) VALUE SPACES.
               03 AT-NAME PIC X(30) VALUE SPACES.
               03 AT-ADDRESS PIC X(40) VALUE SPACES.
       01 ACCOUNT-TABLE-INDEX PIC 9(4) VALUE 0.
       01 MATCHED-ACCOUNT-INDEX PIC 9(4) VALUE 0.
       01 ACCOUNT-SLOT PIC 9 VALUE 0.
       01 ACCOUNT-NUMBER-WORK PIC X(17) VALUE SPACES.
       01 ACCOUNT-STATE-WORK PIC X VALUE SPACE.
       01 ACCOUNT-TABLE-FULL PIC X VALUE "N".

      * The suspense file held in memory and written back whole.
       01 SUSPENSE-WORK.
           COPY "SuspenseItem.cpy".
       01 SUSPENSE-TABLE.
           02 SUSPENSE-COUNT PIC 9(4) VALUE 0.
           02 SUSPENSE-MAX PIC 9(4) VALUE 2000.
           02 SUSPENSE-ROWS PIC X(234) OCCURS 2000 TIMES.
       01 SUSPENSE-INDEX PIC 9(4) VALUE 0.
       01 MATCHED-SUSPENSE-INDEX PIC 9(4) VALUE 0.
       01 SUSPENSE-CHANGED PIC X VALUE "N".
      * Item ids are the run date (YYMMDD) and a running number.
       01 SUSPENSE-ID-WORK.
           02 SUSPENSE-ID-DATE PIC X(6) VALUE SPACES.
           02 SUSPENSE-ID-SEQUENCE PIC 9(4) VALUE 0.
       01 LAST-SUSPENSE-SEQUENCE PIC 9(4) VALUE 0.

      * Records whose amount cannot be read, kept for the next run.
       01 KEPT-PAYMENT-TABLE.
           02 KEPT-PAYMENT-COUNT PIC 9(4) VALUE 0.
           02 KEPT-PAYMENT-MAX PIC 9(4) VALUE 500.
           02 KEPT-PAYMENT-ROWS PIC X(147) OCCURS 500 TIMES.
       01 KEPT-PAYMENT-INDEX PIC 9(4) VALUE 0.

       01 NORMALIZED-CPR PIC X(15) VALUE SPACES.
       01 CPR-SERIAL-PART PIC X(4) VALUE SPACES.

       01 RUN-DATE-TODAY PIC 9(8) VALUE 0.
       01 RUN-TIME-NOW PIC X(6) VALUE SPACES.
       01 POSTING-SEQUENCE PIC 9(6) VALUE 0.
       01 POSTING-TIME PIC X(26) VALUE SPACES.
       01 ITEM-AGE-DAYS PIC S9(5) VALUE 0.

      * What is credited, to whom, by PAY-TO-CUSTOMER.
       01 CREDIT-REGISTRATION PIC X(4) VALUE SPACES.
       01 CREDIT-PAYER-NAME PIC X(30) VALUE SPACES.
       01 CREDIT-AMOUNT PIC 9(11)V99 VALUE 0.
       01 CREDIT-CURRENCY PIC X(3) VALUE SPACES.
       01 CREDIT-DKK-AMOUNT PIC 9(11)V99 VALUE 0.

       01 PAYMENTS-READ-COUNT PIC 9(6) VALUE 0.
       01 POSTED-COUNT PIC 9(6) VALUE 0.
       01 POSTED-DKK PIC S9(13)V99 VALUE 0.
       01 SUSPENDED-COUNT PIC 9(6) VALUE 0.
       01 SUSPENDED-DKK PIC S9(13)V99 VALUE 0.
       01 APPLIED-COUNT PIC 9(6) VALUE 0.
       01 APPLIED-DKK PIC S9(13)V99 VALUE 0.
       01 OPERATOR-RETURNED-COUNT PIC 9(6) VALUE 0.
       01 OPERATOR-RETURNED-DKK PIC S9(13)V99 VALUE 0.
       01 AGED-RETURNED-COUNT PIC 9(6) VALUE 0.
       01 AGED-RETURNED-DKK PIC S9(13)V99 VALUE 0.
       01 AGED-HELD-COUNT PIC 9(6) VALUE 0.
       01 ACTIONS-REFUSED-COUNT PIC 9(6) VALUE 0.
       01 OPEN-COUNT PIC 9(6) VALUE 0.
       01 OPEN-DKK PIC S9(13)V99 VALUE 0.
       01 PURGED-COUNT PIC 9(6) VALUE 0.

      * Open items by age for the aging summary.
       01 AGING-TABLE.
           02 AGING-BUCKETS OCCURS 4 TIMES.
               03 AGING-LABEL PIC X(20) VALUE SPACES.
               03 AGING-COUNT PIC 9(6) VALUE 0.
               03 AGING-DKK PIC S9(13)V99 VALUE 0.
       01 AGING-INDEX PIC 9 VALUE 0.

       01 PAYMENT-OUTCOME PIC X(10) VALUE SPACES.
       01 OUTCOME-DETAIL PIC X(50) VALUE SPACES.
       01 AMOUNT-EDIT-DISPLAY PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01 OUTPUT-TEXT-LINE PIC X(120) VALUE SPACES.
       01 SEPARATOR-LINE PIC X(120) VALUE ALL "-".
       01 COUNT-DISPLAY PIC Z(5)9.
       01 DAYS-DISPLAY PIC ZZZ9.

       PROCEDURE DIVISION.
           PERFORM LOG-BATCH-RUN-START

           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE-TODAY
           MOVE FUNCTION CURRENT-DATE(9:6) TO RUN-TIME-NOW
           MOVE RUN-DATE-TODAY(3:6) TO SUSPENSE-ID-DATE

           PERFORM LOAD-INBOUND-CONTROL
           PERFORM LOAD-INTERFACE-CONTROL
           PERFORM LOAD-REPORT-CONTROL-RATES
           PERFORM LOAD-MASTER-ACCOUNTS
           PERFORM LOAD-CLOSED-ACCOUNTS
           PERFORM LOAD-SUSPENSE-ITEMS

           OPEN OUTPUT GENERATED-CREDITS-FILE
           IF GENERATED-FILE-STATUS NOT = "00"
               MOVE "GeneratedInboundPayments.txt" TO FAILED-FILE-NAME
               MOVE GENERATED-FILE-STATUS TO FAILED-FILE-STATUS
               PERFORM ABORT-ON-FILE-FAILURE
           END-IF

           OPEN OUTPUT SUSPENSE-RETURNS-FILE
           IF RETURNS-FILE-STATUS NOT = "00"
               MOVE "SuspenseReturns.txt" TO FAILED-FILE-NAME
               MOVE RETURNS-FILE-STATUS TO FAILED-FILE-STATUS
               PERFORM ABORT-ON-FILE-FAILURE
           END-IF

           OPEN OUTPUT INBOUND-REPORT-FILE
           MOVE SPACES TO OUTPUT-TEXT-LINE
           STRING "Inbound credit transfers - " DELIMITED BY SIZE
               RUN-DATE-TODAY DELIMITED BY SIZE
               INTO OUTPUT-TEXT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SEPARATOR-LINE TO OUTPUT-TEXT-LINE
           PERFORM WRITE-REPORT-LINE

           PERFORM TAKE-ON-SUSPENSE-ACTIONS
           PERFORM PROCESS-INBOUND-PAYMENTS
           PERFORM RETURN-OVERDUE-ITEMS

           IF SUSPENSE-CHANGED = "Y"
               PERFORM SAVE-SUSPENSE-ITEMS
           END-IF
           IF PAYMENTS-READ-COUNT > 0
               PERFORM SAVE-KEPT-PAYMENTS
           END-IF

           PERFORM REPORT-OPEN-ITEMS
           PERFORM REPORT-RUN-TOTALS

           CLOSE GENERATED-CREDITS-FILE
           CLOSE SUSPENSE-RETURNS-FILE
           CLOSE INBOUND-REPORT-FILE

           DISPLAY "Inbound payments: " POSTED-COUNT " posted, "
               SUSPENDED-COUNT " to suspense, " APPLIED-COUNT
               " applied and "
               OPERATOR-RETURNED-COUNT " returned from suspense, "
               AGED-RETURNED-COUNT " returned past the limit."
           IF KEPT-PAYMENT-COUNT > 0
               DISPLAY KEPT-PAYMENT-COUNT " payment(s) with an "
                   "unreadable amount kept in InboundPayments.txt."
           END-IF

           IF KEPT-PAYMENT-COUNT > 0
                   OR ACTIONS-REFUSED-COUNT > 0
                   OR AGED-HELD-COUNT > 0
                   OR ACCOUNT-TABLE-FULL = "Y"
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
           MOVE "INBOUNDPOST" TO BATCH-LOG-JOB-NAME
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

           MOVE "INBOUNDPOST" TO BATCH-LOG-JOB-NAME
           MOVE BATCH-RUN-LOG-TIMESTAMP TO BATCH-LOG-TIMESTAMP
           MOVE "START" TO BATCH-LOG-EVENT
           MOVE SPACES TO BATCH-LOG-DETAIL
           WRITE BATCH-RUN-LOG-RECORD

           CLOSE BATCH-RUN-LOG-FILE
           EXIT.

       LOG-BATCH-RUN-END.
           MOVE FUNCTION CURRENT-DATE TO BATCH-RUN-LOG-TIMESTAMP
           OPEN EXTEND BATCH-RUN-LOG-FILE

           MOVE "INBOUNDPOST" TO BATCH-LOG-JOB-NAME
           MOVE BATCH-RUN-LOG-TIMESTAMP TO BATCH-LOG-TIMESTAMP
           MOVE "END" TO BATCH-LOG-EVENT
           STRING "Posted: "
               FUNCTION TRIM(POSTED-COUNT LEADING)
               " Suspense: "
               FUNCTION TRIM(SUSPENDED-COUNT LEADING)
               " Applied: "
               FUNCTION TRIM(APPLIED-COUNT LEADING)
               " Returned: "
               FUNCTION TRIM(OPERATOR-RETURNED-COUNT LEADING)
               "+"
               FUNCTION TRIM(AGED-RETURNED-COUNT LEADING)
               INTO BATCH-LOG-DETAIL
           WRITE BATCH-RUN-LOG-RECORD

           CLOSE BATCH-RUN-LOG-FILE
           EXIT.

       LOAD-INBOUND-CONTROL.
           OPEN INPUT INBOUND-CONTROL-FILE
           IF CONTROL-FILE-STATUS = "00"
               READ INBOUND-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CONTROL-RETURN-DAYS IS NUMERIC
                           AND CONTROL-RETURN-DAYS > 0
                           MOVE CONTROL-RETURN-DAYS
                               TO RETURN-LIMIT-DAYS
                       END-IF
               END-READ
               CLOSE INBOUND-CONTROL-FILE
           END-IF
           EXIT.

       LOAD-INTERFACE-CONTROL.
           OPEN INPUT INTERFACE-CONTROL-FILE
           IF CONTROL-FILE-STATUS = "00"
               READ INTERFACE-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CONTROL-HOUSE-REGISTRATION NOT = SPACES
                           MOVE CONTROL-HOUSE-REGISTRATION
                               TO HOUSE-REGISTRATION
                       END-IF
               END-READ
               CLOSE INTERFACE-CONTROL-FILE
           END-IF
           EXIT.

       LOAD-REPORT-CONTROL-RATES.
           OPEN INPUT REPORT-CONTROL-FILE

           IF CONTROL-FILE-STATUS = "00"
               READ REPORT-CONTROL-FILE
                   AT END
                       DISPLAY "ReportControl.txt is empty, using "
                           "default exchange rates"
                   NOT AT END
                       IF CONTROL-EUR-RATE > 0
                           MOVE CONTROL-EUR-RATE TO REPORT-EUR-RATE
                       END-IF
                       IF CONTROL-USD-RATE > 0
                           MOVE CONTROL-USD-RATE TO REPORT-USD-RATE
                       END-IF
                       IF CONTROL-GBP-RATE > 0
                           MOVE CONTROL-GBP-RATE TO REPORT-GBP-RATE
                       END-IF
                       IF CONTROL-SEK-RATE > 0
                           MOVE CONTROL-SEK-RATE TO REPORT-SEK-RATE
                       END-IF
                       IF CONTROL-NOK-RATE > 0
                           MOVE CONTROL-NOK-RATE TO REPORT-NOK-RATE
                       END-IF
               END-READ
               CLOSE REPORT-CONTROL-FILE
           ELSE
               DISPLAY "ReportControl.txt not found, using default "
                   "exchange rates"
           END-IF
           EXIT.

      *----------------------------------------------------------*
      * Every account on the master - the primary one and each
      * further account within ACCOUNT-COUNT - with the customer
      * it belongs to.
      *----------------------------------------------------------*
       LOAD-MASTER-ACCOUNTS.
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF MASTER-FILE-STATUS NOT = "00"
               MOVE "CustomerMaster.idx" TO FAILED-FILE-NAME
               MOVE MASTER-FILE-STATUS TO FAILED-FILE-STATUS
               PERFORM ABORT-ON-FILE-FAILURE
           END-IF

           MOVE SPACES TO MASTER-REFERENCE-ID
           START CUSTOMER-MASTER-FILE
               KEY IS >= MASTER-REFERENCE-ID
               INVALID KEY
                   MOVE "10" TO MASTER-FILE-STATUS
           END-START

           PERFORM UNTIL MASTER-FILE-STATUS NOT = "00"
               READ CUSTOMER-MASTER-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CUSTOMER-MASTER-RECORD TO MASTER-WORK
                       IF CUSTOMER-ACTIVE OF MASTER-WORK
                           MOVE "O" TO ACCOUNT-STATE-WORK
                       ELSE
                           MOVE "B" TO ACCOUNT-STATE-WORK
                       END-IF
                       PERFORM ADD-CUSTOMER-ACCOUNTS
               END-READ
           END-PERFORM

           CLOSE CUSTOMER-MASTER-FILE
           EXIT.

      * A closed customer's accounts are only recorded as closed
      * when no customer on the master holds the number today.
       LOAD-CLOSED-ACCOUNTS.
           OPEN INPUT CLOSED-ACCOUNTS-FILE
           IF CLOSED-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ CLOSED-ACCOUNTS-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       MOVE CLOSED-RECORD-IMAGE TO MASTER-WORK
                       MOVE "C" TO ACCOUNT-STATE-WORK
                       PERFORM ADD-CUSTOMER-ACCOUNTS
               END-READ
           END-PERFORM

           CLOSE CLOSED-ACCOUNTS-FILE
           EXIT.

       ADD-CUSTOMER-ACCOUNTS.
           MOVE ACCOUNT-NUMBER OF MASTER-WORK TO ACCOUNT-NUMBER-WORK
           PERFORM ADD-ONE-ACCOUNT

           PERFORM VARYING ACCOUNT-SLOT FROM 1 BY 1
               UNTIL ACCOUNT-SLOT > 4
               IF ACCOUNT-SLOT + 1 NOT > ACCOUNT-COUNT OF MASTER-WORK
                   MOVE EXTRA-ACCOUNT-NUMBER OF MASTER-WORK(
                       ACCOUNT-SLOT) TO ACCOUNT-NUMBER-WORK
                   PERFORM ADD-ONE-ACCOUNT
               END-IF
           END-PERFORM
           EXIT.

       ADD-ONE-ACCOUNT.
           IF ACCOUNT-NUMBER-WORK = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-ACCOUNT
           IF MATCHED-ACCOUNT-INDEX > 0
               EXIT PARAGRAPH
           END-IF

           IF ACCOUNT-TABLE-COUNT >= ACCOUNT-TABLE-MAX
               IF ACCOUNT-TABLE-FULL = "N"
                   DISPLAY "WARNING: account table full, further "
                       "accounts are not matched and their payments "
                       "go to suspense."
                   MOVE "Y" TO ACCOUNT-TABLE-FULL
               END-IF
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO ACCOUNT-TABLE-COUNT
           MOVE ACCOUNT-NUMBER-WORK TO AT-ACCOUNT(ACCOUNT-TABLE-COUNT)
           MOVE ACCOUNT-STATE-WORK TO AT-STATE(ACCOUNT-TABLE-COUNT)
           MOVE REFERENCE-ID OF MASTER-WORK
               TO AT-REFERENCE-ID(ACCOUNT-TABLE-COUNT)
           MOVE CUSTOMER-CPR OF MASTER-WORK TO NORMALIZED-CPR
           PERFORM NORMALIZE-CPR
           MOVE NORMALIZED-CPR TO AT-CPR(ACCOUNT-TABLE-COUNT)
           STRING FUNCTION TRIM(FIRST-NAME OF MASTER-WORK TRAILING)
               DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(LAST-NAME OF MASTER-WORK TRAILING)
               DELIMITED BY SIZE
               INTO AT-NAME(ACCOUNT-TABLE-COUNT)
           END-STRING
           STRING FUNCTION TRIM(STREET-NAME OF MASTER-WORK TRAILING)
               DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(HOUSE-NUMBER OF MASTER-WORK TRAILING)
               DELIMITED BY SIZE
               ", " DELIMITED BY SIZE
               ZIPCODE OF MASTER-WORK DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(CITY OF MASTER-WORK TRAILING)
               DELIMITED BY SIZE
               INTO AT-ADDRESS(ACCOUNT-TABLE-COUNT)
           END-STRING
           EXIT.

       FIND-ACCOUNT.
           MOVE 0 TO MATCHED-ACCOUNT-INDEX
           PERFORM VARYING ACCOUNT-TABLE-INDEX FROM 1 BY 1
               UNTIL ACCOUNT-TABLE-INDEX > ACCOUNT-TABLE-COUNT
                   OR MATCHED-ACCOUNT-INDEX > 0
               IF AT-ACCOUNT(ACCOUNT-TABLE-INDEX) = ACCOUNT-NUMBER-WORK
                   MOVE ACCOUNT-TABLE-INDEX TO MATCHED-ACCOUNT-INDEX
               END-IF
           END-PERFORM
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

       LOAD-SUSPENSE-ITEMS.
           OPEN INPUT SUSPENSE-ITEMS-FILE
           IF SUSPENSE-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ SUSPENSE-ITEMS-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF SUSPENSE-COUNT < SUSPENSE-MAX
                           ADD 1 TO SUSPENSE-COUNT
                           MOVE SUSPENSE-ITEM-RECORD
                               TO SUSPENSE-ROWS(SUSPENSE-COUNT)
                           PERFORM NOTE-SUSPENSE-SEQUENCE
                       ELSE
      * The file is written back whole, so an item that did not
      * fit would be lost; the run stops instead.
                           MOVE "SuspenseItems.txt (capacity)"
                               TO FAILED-FILE-NAME
                           MOVE "00" TO FAILED-FILE-STATUS
                           PERFORM ABORT-ON-FILE-FAILURE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE SUSPENSE-ITEMS-FILE
           EXIT.

      * A rerun on the same day carries on from the last item id
      * already given out today.
       NOTE-SUSPENSE-SEQUENCE.
           IF SUSPENSE-ITEM-RECORD(1:6) = SUSPENSE-ID-DATE
                   AND SUSPENSE-ITEM-RECORD(7:4) IS NUMERIC
               MOVE SUSPENSE-ITEM-RECORD(7:4)
                   TO SUSPENSE-ID-SEQUENCE
               IF SUSPENSE-ID-SEQUENCE > LAST-SUSPENSE-SEQUENCE
                   MOVE SUSPENSE-ID-SEQUENCE
                       TO LAST-SUSPENSE-SEQUENCE
               END-IF
           END-IF
           EXIT.

       FIND-SUSPENSE-ITEM.
           MOVE 0 TO MATCHED-SUSPENSE-INDEX
           PERFORM VARYING SUSPENSE-INDEX FROM 1 BY 1
               UNTIL SUSPENSE-INDEX > SUSPENSE-COUNT
                   OR MATCHED-SUSPENSE-INDEX > 0
               IF SUSPENSE-ROWS(SUSPENSE-INDEX)(1:10)
                       = ACTION-SUSPENSE-ID
                   MOVE SUSPENSE-INDEX TO MATCHED-SUSPENSE-INDEX
               END-IF
           END-PERFORM
           EXIT.

      *----------------------------------------------------------*
      * The operators' decisions. A decision that cannot be carried
      * out leaves the item open and is reported for the operator
      * to key again; either way the queue is emptied afterwards.
      *----------------------------------------------------------*
       TAKE-ON-SUSPENSE-ACTIONS.
           OPEN INPUT SUSPENSE-ACTIONS-FILE
           IF ACTIONS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "Suspense decisions" TO OUTPUT-TEXT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ SUSPENSE-ACTIONS-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       PERFORM TAKE-ON-ONE-ACTION
               END-READ
           END-PERFORM

           CLOSE SUSPENSE-ACTIONS-FILE
           OPEN OUTPUT SUSPENSE-ACTIONS-FILE
           CLOSE SUSPENSE-ACTIONS-FILE

           IF APPLIED-COUNT = 0 AND OPERATOR-RETURNED-COUNT = 0
                   AND ACTIONS-REFUSED-COUNT = 0
               MOVE "  (none)" TO OUTPUT-TEXT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE SPACES TO OUTPUT-TEXT-LINE
           PERFORM WRITE-REPORT-LINE
           EXIT.

       TAKE-ON-ONE-ACTION.
           PERFORM FIND-SUSPENSE-ITEM
           IF MATCHED-SUSPENSE-INDEX = 0
               MOVE "Item not in SuspenseItems.txt"
                   TO OUTPUT-TEXT-LINE(27:50)
               PERFORM REFUSE-ACTION
               EXIT PARAGRAPH
           END-IF

           MOVE MATCHED-SUSPENSE-INDEX TO SUSPENSE-INDEX
           MOVE SUSPENSE-ROWS(SUSPENSE-INDEX) TO SUSPENSE-WORK
           IF NOT SUSPENSE-OPEN
               MOVE "Item already applied or returned"
                   TO OUTPUT-TEXT-LINE(27:50)
               PERFORM REFUSE-ACTION
               EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
               WHEN ACTION-APPLY
                   PERFORM APPLY-SUSPENSE-ITEM
               WHEN ACTION-RETURN
                   PERFORM RETURN-ON-DECISION
               WHEN OTHER
                   MOVE "Action code is not A or R"
                       TO OUTPUT-TEXT-LINE(27:50)
                   PERFORM REFUSE-ACTION
           END-EVALUATE
           EXIT.

       REFUSE-ACTION.
           ADD 1 TO ACTIONS-REFUSED-COUNT
           MOVE ACTION-SUSPENSE-ID TO OUTPUT-TEXT-LINE(3:10)
           MOVE "REFUSED" TO OUTPUT-TEXT-LINE(15:10)
           PERFORM WRITE-REPORT-LINE
           EXIT.

      * The chosen account must still be an open account of the
      * customer the operator named.
       APPLY-SUSPENSE-ITEM.
           MOVE ACTION-ACCOUNT TO ACCOUNT-NUMBER-WORK
           PERFORM FIND-ACCOUNT
           IF MATCHED-ACCOUNT-INDEX = 0
               MOVE "Account not on the master"
                   TO OUTPUT-TEXT-LINE(27:50)
               PERFORM REFUSE-ACTION
               EXIT PARAGRAPH
           END-IF
           IF AT-REFERENCE-ID(MATCHED-ACCOUNT-INDEX)
                   NOT = ACTION-REFERENCE-ID
               MOVE "Account belongs to another customer"
                   TO OUTPUT-TEXT-LINE(27:50)
               PERFORM REFUSE-ACTION
               EXIT PARAGRAPH
           END-IF
           IF AT-STATE(MATCHED-ACCOUNT-INDEX) NOT = "O"
               MOVE "Account closed or customer not active"
                   TO OUTPUT-TEXT-LINE(27:50)
               PERFORM REFUSE-ACTION
               EXIT PARAGRAPH
           END-IF

           MOVE SUSPENSE-AMOUNT TO CONVERT-AMOUNT
           MOVE SUSPENSE-CURRENCY TO CONVERT-CURRENCY
           PERFORM CONVERT-TO-DKK
           IF CURRENCY-KNOWN = "N"
               MOVE "Currency not carried - return the item"
                   TO OUTPUT-TEXT-LINE(27:50)
               PERFORM REFUSE-ACTION
               EXIT PARAGRAPH
           END-IF

           MOVE SUSPENSE-BENEFICIARY-REGISTRATION
               TO CREDIT-REGISTRATION
           MOVE SUSPENSE-PAYER-NAME TO CREDIT-PAYER-NAME
           MOVE SUSPENSE-AMOUNT TO CREDIT-AMOUNT
           MOVE SUSPENSE-CURRENCY TO CREDIT-CURRENCY
           MOVE CONVERT-DKK-AMOUNT TO CREDIT-DKK-AMOUNT
           MOVE CONVERT-DKK-AMOUNT TO SUSPENSE-DKK-AMOUNT
           PERFORM PAY-TO-CUSTOMER

           MOVE "A" TO SUSPENSE-STATUS
           MOVE RUN-DATE-TODAY TO SUSPENSE-RESOLVED-DATE
           MOVE ACTION-OPERATOR TO SUSPENSE-RESOLVED-BY
           MOVE ACTION-REFERENCE-ID TO SUSPENSE-APPLIED-REFERENCE-ID
           MOVE ACTION-ACCOUNT TO SUSPENSE-APPLIED-ACCOUNT
           MOVE SUSPENSE-WORK TO SUSPENSE-ROWS(SUSPENSE-INDEX)
           MOVE "Y" TO SUSPENSE-CHANGED

           ADD 1 TO APPLIED-COUNT
           ADD SUSPENSE-DKK-AMOUNT TO APPLIED-DKK

           MOVE SUSPENSE-ID TO OUTPUT-TEXT-LINE(3:10)
           MOVE "APPLIED" TO OUTPUT-TEXT-LINE(15:10)
           STRING FUNCTION TRIM(ACTION-ACCOUNT TRAILING)
               DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AT-NAME(MATCHED-ACCOUNT-INDEX) DELIMITED BY SIZE
               INTO OUTPUT-TEXT-LINE(27:60)
           END-STRING
           PERFORM WRITE-REPORT-LINE
           EXIT.

       RETURN-ON-DECISION.
           IF SUSPENSE-PAYER-ACCOUNT = SPACES
               MOVE "No payer account to return to"
                   TO OUTPUT-TEXT-LINE(27:50)
               PERFORM REFUSE-ACTION
               EXIT PARAGRAPH
           END-IF

           MOVE ACTION-RETURN-REASON TO SUSPENSE-RETURN-REASON
           MOVE ACTION-OPERATOR TO SUSPENSE-RESOLVED-BY
           PERFORM RETURN-SUSPENSE-ITEM
           ADD 1 TO OPERATOR-RETURNED-COUNT
           ADD SUSPENSE-DKK-AMOUNT TO OPERATOR-RETURNED-DKK

           MOVE SUSPENSE-ID TO OUTPUT-TEXT-LINE(3:10)
           MOVE "RETURNED" TO OUTPUT-TEXT-LINE(15:10)
           STRING SUSPENSE-RETURN-REASON DELIMITED BY SIZE
               " to " DELIMITED BY SIZE
               SUSPENSE-PAYER-NAME DELIMITED BY SIZE
               INTO OUTPUT-TEXT-LINE(27:60)
           END-STRING
           PERFORM WRITE-REPORT-LINE
           EXIT.

      * The item as it stands goes to PAYMENTIFACE, which sends the
      * money back to the payer's account.
       RETURN-SUSPENSE-ITEM.
           IF SUSPENSE-RETURN-REASON = SPACES
               PERFORM DEFAULT-RETURN-REASON
           END-IF
           MOVE "R" TO SUSPENSE-STATUS
           MOVE RUN-DATE-TODAY TO SUSPENSE-RESOLVED-DATE
           MOVE SUSPENSE-WORK TO SUSPENSE-ROWS(SUSPENSE-INDEX)
           MOVE "Y" TO SUSPENSE-CHANGED

           MOVE SUSPENSE-WORK TO SUSPENSE-RETURN-RECORD
           WRITE SUSPENSE-RETURN-RECORD
           EXIT.

       DEFAULT-RETURN-REASON.
           EVALUATE SUSPENSE-REASON
               WHEN "NOMATCH"
                   MOVE "AC01" TO SUSPENSE-RETURN-REASON
               WHEN "CLOSED"
                   MOVE "AC04" TO SUSPENSE-RETURN-REASON
               WHEN "BLOCKED"
                   MOVE "AC06" TO SUSPENSE-RETURN-REASON
               WHEN "CURRENCY"
                   MOVE "AM03" TO SUSPENSE-RETURN-REASON
               WHEN OTHER
                   MOVE "MS03" TO SUSPENSE-RETURN-REASON
           END-EVALUATE
           EXIT.

      *----------------------------------------------------------*
      * Each delivered payment is credited to the account it names
      * or, when that cannot be done, held in suspense.
      *----------------------------------------------------------*
       PROCESS-INBOUND-PAYMENTS.
           MOVE "Inbound payments" TO OUTPUT-TEXT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "Reference" TO OUTPUT-TEXT-LINE(1:9)
           MOVE "Account" TO OUTPUT-TEXT-LINE(18:7)
           MOVE "Amount" TO OUTPUT-TEXT-LINE(47:6)
           MOVE "Cur" TO OUTPUT-TEXT-LINE(54:3)
           MOVE "Outcome" TO OUTPUT-TEXT-LINE(58:7)
           MOVE "Customer / reason" TO OUTPUT-TEXT-LINE(69:17)
           PERFORM WRITE-REPORT-LINE

           OPEN INPUT INBOUND-PAYMENTS-FILE
           IF INBOUND-FILE-STATUS NOT = "00"
               MOVE "  (no InboundPayments.txt this run)"
                   TO OUTPUT-TEXT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE SPACES TO OUTPUT-TEXT-LINE
               PERFORM WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ INBOUND-PAYMENTS-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO PAYMENTS-READ-COUNT
                       PERFORM PROCESS-ONE-PAYMENT
                       PERFORM WRITE-PAYMENT-LINE
               END-READ
           END-PERFORM

           CLOSE INBOUND-PAYMENTS-FILE

           IF PAYMENTS-READ-COUNT = 0
               MOVE "  (none)" TO OUTPUT-TEXT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE SPACES TO OUTPUT-TEXT-LINE
           PERFORM WRITE-REPORT-LINE
           EXIT.

       PROCESS-ONE-PAYMENT.
           MOVE SPACES TO OUTCOME-DETAIL

           IF INBOUND-AMOUNT IS NOT NUMERIC
               PERFORM KEEP-UNREADABLE-PAYMENT
               EXIT PARAGRAPH
           END-IF
           IF INBOUND-AMOUNT = 0
               PERFORM KEEP-UNREADABLE-PAYMENT
               EXIT PARAGRAPH
           END-IF

           MOVE INBOUND-AMOUNT TO CONVERT-AMOUNT
           MOVE INBOUND-CURRENCY TO CONVERT-CURRENCY
           PERFORM CONVERT-TO-DKK

           MOVE INBOUND-BENEFICIARY-ACCOUNT TO ACCOUNT-NUMBER-WORK
           PERFORM FIND-ACCOUNT

           EVALUATE TRUE
               WHEN MATCHED-ACCOUNT-INDEX = 0
                   MOVE "NOMATCH" TO SUSPENSE-REASON
                   PERFORM SUSPEND-PAYMENT
               WHEN AT-STATE(MATCHED-ACCOUNT-INDEX) = "C"
                   MOVE "CLOSED" TO SUSPENSE-REASON
                   PERFORM SUSPEND-PAYMENT
               WHEN AT-STATE(MATCHED-ACCOUNT-INDEX) = "B"
                   MOVE "BLOCKED" TO SUSPENSE-REASON
                   PERFORM SUSPEND-PAYMENT
               WHEN CURRENCY-KNOWN = "N"
                   MOVE "CURRENCY" TO SUSPENSE-REASON
                   PERFORM SUSPEND-PAYMENT
               WHEN OTHER
                   MOVE INBOUND-BENEFICIARY-REGISTRATION
                       TO CREDIT-REGISTRATION
                   MOVE INBOUND-PAYER-NAME TO CREDIT-PAYER-NAME
                   MOVE INBOUND-AMOUNT TO CREDIT-AMOUNT
                   MOVE INBOUND-CURRENCY TO CREDIT-CURRENCY
                   MOVE CONVERT-DKK-AMOUNT TO CREDIT-DKK-AMOUNT
                   PERFORM PAY-TO-CUSTOMER
                   ADD 1 TO POSTED-COUNT
                   ADD CONVERT-DKK-AMOUNT TO POSTED-DKK
                   MOVE "POSTED" TO PAYMENT-OUTCOME
                   STRING AT-REFERENCE-ID(MATCHED-ACCOUNT-INDEX)
                       DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       AT-NAME(MATCHED-ACCOUNT-INDEX)
                       DELIMITED BY SIZE
                       INTO OUTCOME-DETAIL
                   END-STRING
           END-EVALUATE
           EXIT.

      * The delivering bank has to correct such a record, so it
      * stays in the inbound file instead of being guessed at.
       KEEP-UNREADABLE-PAYMENT.
           IF KEPT-PAYMENT-COUNT < KEPT-PAYMENT-MAX
               ADD 1 TO KEPT-PAYMENT-COUNT
               MOVE INBOUND-PAYMENT-RECORD
                   TO KEPT-PAYMENT-ROWS(KEPT-PAYMENT-COUNT)
           ELSE
               MOVE "InboundPayments.txt (capacity)"
                   TO FAILED-FILE-NAME
               MOVE "00" TO FAILED-FILE-STATUS
               PERFORM ABORT-ON-FILE-FAILURE
           END-IF
           MOVE "KEPT" TO PAYMENT-OUTCOME
           MOVE "Amount missing or unreadable" TO OUTCOME-DETAIL
           EXIT.

      * A new suspense item: the reason is already in the work
      * area, the payment is copied in as delivered.
       SUSPEND-PAYMENT.
           IF SUSPENSE-COUNT >= SUSPENSE-MAX
               MOVE "SuspenseItems.txt (capacity)" TO FAILED-FILE-NAME
               MOVE "00" TO FAILED-FILE-STATUS
               PERFORM ABORT-ON-FILE-FAILURE
           END-IF

           ADD 1 TO LAST-SUSPENSE-SEQUENCE
           MOVE LAST-SUSPENSE-SEQUENCE TO SUSPENSE-ID-SEQUENCE
           MOVE SUSPENSE-ID-WORK TO SUSPENSE-ID
           MOVE "O" TO SUSPENSE-STATUS
           MOVE RUN-DATE-TODAY TO SUSPENSE-RECEIVED-DATE
           MOVE INBOUND-REFERENCE TO SUSPENSE-REFERENCE
           MOVE INBOUND-VALUE-DATE TO SUSPENSE-VALUE-DATE
           MOVE INBOUND-BENEFICIARY-REGISTRATION
               TO SUSPENSE-BENEFICIARY-REGISTRATION
           MOVE INBOUND-BENEFICIARY-ACCOUNT
               TO SUSPENSE-BENEFICIARY-ACCOUNT
           MOVE INBOUND-AMOUNT TO SUSPENSE-AMOUNT
           MOVE INBOUND-CURRENCY TO SUSPENSE-CURRENCY
           MOVE INBOUND-PAYER-NAME TO SUSPENSE-PAYER-NAME
           MOVE INBOUND-PAYER-REGISTRATION
               TO SUSPENSE-PAYER-REGISTRATION
           MOVE INBOUND-PAYER-ACCOUNT TO SUSPENSE-PAYER-ACCOUNT
           MOVE INBOUND-REMITTANCE-TEXT TO SUSPENSE-REMITTANCE-TEXT
           MOVE CONVERT-DKK-AMOUNT TO SUSPENSE-DKK-AMOUNT
           MOVE 0 TO SUSPENSE-RESOLVED-DATE
           MOVE SPACES TO SUSPENSE-RESOLVED-BY
           MOVE SPACES TO SUSPENSE-APPLIED-REFERENCE-ID
           MOVE SPACES TO SUSPENSE-APPLIED-ACCOUNT
           MOVE SPACES TO SUSPENSE-RETURN-REASON

           ADD 1 TO SUSPENSE-COUNT
           MOVE SUSPENSE-WORK TO SUSPENSE-ROWS(SUSPENSE-COUNT)
           MOVE "Y" TO SUSPENSE-CHANGED

           ADD 1 TO SUSPENDED-COUNT
           ADD CONVERT-DKK-AMOUNT TO SUSPENDED-DKK
           MOVE "SUSPENSE" TO PAYMENT-OUTCOME
           STRING SUSPENSE-REASON DELIMITED BY SPACE
               " - item " DELIMITED BY SIZE
               SUSPENSE-ID DELIMITED BY SIZE
               INTO OUTCOME-DETAIL
           END-STRING
           EXIT.

      * An unknown currency is carried at its own amount so the
      * suspense totals still add up; the item is returned or
      * applied at the amount delivered.
       CONVERT-TO-DKK.
           MOVE "Y" TO CURRENCY-KNOWN
           EVALUATE CONVERT-CURRENCY
               WHEN "DKK"
                   MOVE CONVERT-AMOUNT TO CONVERT-DKK-AMOUNT
               WHEN "EUR"
                   COMPUTE CONVERT-DKK-AMOUNT ROUNDED =
                       CONVERT-AMOUNT * REPORT-EUR-RATE
               WHEN "USD"
                   COMPUTE CONVERT-DKK-AMOUNT ROUNDED =
                       CONVERT-AMOUNT * REPORT-USD-RATE
               WHEN "GBP"
                   COMPUTE CONVERT-DKK-AMOUNT ROUNDED =
                       CONVERT-AMOUNT * REPORT-GBP-RATE
               WHEN "SEK"
                   COMPUTE CONVERT-DKK-AMOUNT ROUNDED =
                       CONVERT-AMOUNT * REPORT-SEK-RATE
               WHEN "NOK"
                   COMPUTE CONVERT-DKK-AMOUNT ROUNDED =
                       CONVERT-AMOUNT * REPORT-NOK-RATE
               WHEN OTHER
                   MOVE CONVERT-AMOUNT TO CONVERT-DKK-AMOUNT
                   MOVE "N" TO CURRENCY-KNOWN
           END-EVALUATE
           EXIT.

      *----------------------------------------------------------*
      * The Indbetaling that credits the account found at
      * MATCHED-ACCOUNT-INDEX with the payer's name as the shop.
      *----------------------------------------------------------*
       PAY-TO-CUSTOMER.
           MOVE SPACES TO GENERATED-CREDIT-RECORD
           MOVE AT-CPR(MATCHED-ACCOUNT-INDEX)
               TO CPR OF GENERATED-CREDIT-RECORD
           MOVE AT-NAME(MATCHED-ACCOUNT-INDEX)
               TO CUSTOMER-NAME OF GENERATED-CREDIT-RECORD
           MOVE AT-ADDRESS(MATCHED-ACCOUNT-INDEX)
               TO CUSTOMER-ADDRESS OF GENERATED-CREDIT-RECORD
           IF CREDIT-REGISTRATION = SPACES
               MOVE HOUSE-REGISTRATION TO CREDIT-REGISTRATION
           END-IF
           MOVE CREDIT-REGISTRATION
               TO REGISTRATION-NUMBER OF GENERATED-CREDIT-RECORD
           MOVE AT-ACCOUNT(MATCHED-ACCOUNT-INDEX)
               TO ACCOUNT-NUMBER OF GENERATED-CREDIT-RECORD
           MOVE "Indbetaling"
               TO TRANSACTION-TYPE OF GENERATED-CREDIT-RECORD
           MOVE CREDIT-PAYER-NAME(1:20)
               TO TRANSACTION-SHOP OF GENERATED-CREDIT-RECORD
           MOVE CREDIT-CURRENCY
               TO CURRENCY-CODE OF GENERATED-CREDIT-RECORD
           MOVE CREDIT-AMOUNT TO AMOUNT OF GENERATED-CREDIT-RECORD
           MOVE CREDIT-DKK-AMOUNT
               TO DKK-AMOUNT OF GENERATED-CREDIT-RECORD

           MOVE CREDIT-AMOUNT TO AMOUNT-EDIT-DISPLAY
           STRING FUNCTION TRIM(AMOUNT-EDIT-DISPLAY LEADING)
               DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CREDIT-CURRENCY DELIMITED BY SIZE
               INTO RAW-AMOUNT OF GENERATED-CREDIT-RECORD
           END-STRING

           PERFORM NEXT-POSTING-TIME
           MOVE POSTING-TIME
               TO TIME-OF-TRANSACTION OF GENERATED-CREDIT-RECORD
           MOVE "N" TO DUPLICATE-FLAG OF GENERATED-CREDIT-RECORD
           MOVE 0 TO TRANSFER-PAIR-ID OF GENERATED-CREDIT-RECORD
           MOVE 0 TO CORRECTS-AMOUNT OF GENERATED-CREDIT-RECORD

           WRITE GENERATED-CREDIT-RECORD
           EXIT.

      * Each credit gets its own time stamp - the run time plus a
      * running sequence in the fraction - as ESTATEPOST does.
       NEXT-POSTING-TIME.
           ADD 1 TO POSTING-SEQUENCE
           MOVE SPACES TO POSTING-TIME
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
               INTO POSTING-TIME
           END-STRING
           EXIT.

       WRITE-PAYMENT-LINE.
           MOVE INBOUND-REFERENCE TO OUTPUT-TEXT-LINE(1:16)
           MOVE INBOUND-BENEFICIARY-ACCOUNT TO OUTPUT-TEXT-LINE(18:17)
           IF INBOUND-AMOUNT IS NUMERIC
               MOVE INBOUND-AMOUNT TO AMOUNT-EDIT-DISPLAY
               MOVE AMOUNT-EDIT-DISPLAY TO OUTPUT-TEXT-LINE(36:17)
           END-IF
           MOVE INBOUND-CURRENCY TO OUTPUT-TEXT-LINE(54:3)
           MOVE PAYMENT-OUTCOME TO OUTPUT-TEXT-LINE(58:10)
           MOVE OUTCOME-DETAIL TO OUTPUT-TEXT-LINE(69:50)
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO PAYMENT-OUTCOME
           EXIT.

      *----------------------------------------------------------*
      * An item nobody has applied within the return limit goes
      * back to the payer. Without a payer account it cannot, and
      * is reported for the operators to resolve.
      *----------------------------------------------------------*
       RETURN-OVERDUE-ITEMS.
           MOVE RETURN-LIMIT-DAYS TO DAYS-DISPLAY
           MOVE SPACES TO OUTPUT-TEXT-LINE
           STRING "Returned to the payer after more than "
               DELIMITED BY SIZE
               FUNCTION TRIM(DAYS-DISPLAY LEADING) DELIMITED BY SIZE
               " days in suspense" DELIMITED BY SIZE
               INTO OUTPUT-TEXT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE

           PERFORM VARYING SUSPENSE-INDEX FROM 1 BY 1
               UNTIL SUSPENSE-INDEX > SUSPENSE-COUNT
               MOVE SUSPENSE-ROWS(SUSPENSE-INDEX) TO SUSPENSE-WORK
               IF SUSPENSE-OPEN
                   PERFORM COMPUTE-ITEM-AGE
                   IF ITEM-AGE-DAYS > RETURN-LIMIT-DAYS
                       PERFORM RETURN-OVERDUE-ITEM
                   END-IF
               END-IF
           END-PERFORM

           IF AGED-RETURNED-COUNT = 0 AND AGED-HELD-COUNT = 0
               MOVE "  (none)" TO OUTPUT-TEXT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE SPACES TO OUTPUT-TEXT-LINE
           PERFORM WRITE-REPORT-LINE
           EXIT.

       RETURN-OVERDUE-ITEM.
           MOVE SUSPENSE-ID TO OUTPUT-TEXT-LINE(3:10)
           MOVE ITEM-AGE-DAYS TO DAYS-DISPLAY
           MOVE DAYS-DISPLAY TO OUTPUT-TEXT-LINE(14:4)
           MOVE SUSPENSE-DKK-AMOUNT TO AMOUNT-EDIT-DISPLAY
           MOVE AMOUNT-EDIT-DISPLAY TO OUTPUT-TEXT-LINE(19:17)
           MOVE "DKK" TO OUTPUT-TEXT-LINE(37:3)

           IF SUSPENSE-PAYER-ACCOUNT = SPACES
               ADD 1 TO AGED-HELD-COUNT
               MOVE "NOT RETURNED - no payer account"
                   TO OUTPUT-TEXT-LINE(42:40)
               PERFORM WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE "BATCH" TO SUSPENSE-RESOLVED-BY
           PERFORM RETURN-SUSPENSE-ITEM
           ADD 1 TO AGED-RETURNED-COUNT
           ADD SUSPENSE-DKK-AMOUNT TO AGED-RETURNED-DKK

           STRING SUSPENSE-RETURN-REASON DELIMITED BY SIZE
               " to " DELIMITED BY SIZE
               SUSPENSE-PAYER-NAME DELIMITED BY SIZE
               INTO OUTPUT-TEXT-LINE(42:60)
           END-STRING
           PERFORM WRITE-REPORT-LINE
           EXIT.

       COMPUTE-ITEM-AGE.
           MOVE 0 TO ITEM-AGE-DAYS
           IF SUSPENSE-RECEIVED-DATE IS NUMERIC
                   AND SUSPENSE-RECEIVED-DATE > 0
               COMPUTE ITEM-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE(RUN-DATE-TODAY)
                   - FUNCTION INTEGER-OF-DATE(SUSPENSE-RECEIVED-DATE)
           END-IF
           EXIT.

      * Resolved items past the retention period are dropped; open
      * items are always kept.
       SAVE-SUSPENSE-ITEMS.
           OPEN OUTPUT SUSPENSE-ITEMS-FILE
           IF SUSPENSE-FILE-STATUS NOT = "00"
               MOVE "SuspenseItems.txt" TO FAILED-FILE-NAME
               MOVE SUSPENSE-FILE-STATUS TO FAILED-FILE-STATUS
               PERFORM ABORT-ON-FILE-FAILURE
           END-IF

           PERFORM VARYING SUSPENSE-INDEX FROM 1 BY 1
               UNTIL SUSPENSE-INDEX > SUSPENSE-COUNT
               MOVE SUSPENSE-ROWS(SUSPENSE-INDEX) TO SUSPENSE-WORK
               IF NOT SUSPENSE-OPEN
                       AND SUSPENSE-RESOLVED-DATE IS NUMERIC
                       AND SUSPENSE-RESOLVED-DATE > 0
                       AND FUNCTION INTEGER-OF-DATE(RUN-DATE-TODAY)
                           - FUNCTION INTEGER-OF-DATE(
                               SUSPENSE-RESOLVED-DATE)
                           > RESOLVED-RETENTION-DAYS
                   ADD 1 TO PURGED-COUNT
               ELSE
                   MOVE SUSPENSE-WORK TO SUSPENSE-ITEM-RECORD
                   WRITE SUSPENSE-ITEM-RECORD
               END-IF
           END-PERFORM

           CLOSE SUSPENSE-ITEMS-FILE
           EXIT.

      * Everything read has been posted or held in suspense; only
      * the records kept back stay in the inbound file.
       SAVE-KEPT-PAYMENTS.
           OPEN OUTPUT INBOUND-PAYMENTS-FILE
           IF INBOUND-FILE-STATUS NOT = "00"
               MOVE "InboundPayments.txt" TO FAILED-FILE-NAME
               MOVE INBOUND-FILE-STATUS TO FAILED-FILE-STATUS
               PERFORM ABORT-ON-FILE-FAILURE
           END-IF

           PERFORM VARYING KEPT-PAYMENT-INDEX FROM 1 BY 1
               UNTIL KEPT-PAYMENT-INDEX > KEPT-PAYMENT-COUNT
               MOVE KEPT-PAYMENT-ROWS(KEPT-PAYMENT-INDEX)
                   TO INBOUND-PAYMENT-RECORD
               WRITE INBOUND-PAYMENT-RECORD
           END-PERFORM

           CLOSE INBOUND-PAYMENTS-FILE
           EXIT.

      *----------------------------------------------------------*
      * Items still open at the end of the run, oldest first as
      * they stand in the file, and their total by age.
      *----------------------------------------------------------*
       REPORT-OPEN-ITEMS.
           MOVE "0-2 days" TO AGING-LABEL(1)
           MOVE "3-5 days" TO AGING-LABEL(2)
           MOVE "6-10 days" TO AGING-LABEL(3)
           MOVE "Over 10 days" TO AGING-LABEL(4)

           MOVE "Open suspense items" TO OUTPUT-TEXT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "Item" TO OUTPUT-TEXT-LINE(1:4)
           MOVE "Received" TO OUTPUT-TEXT-LINE(12:8)
           MOVE "Days" TO OUTPUT-TEXT-LINE(22:4)
           MOVE "Reason" TO OUTPUT-TEXT-LINE(28:6)
           MOVE "Amount DKK" TO OUTPUT-TEXT-LINE(44:10)
           MOVE "Payer" TO OUTPUT-TEXT-LINE(56:5)
           MOVE "Beneficiary account" TO OUTPUT-TEXT-LINE(88:19)
           PERFORM WRITE-REPORT-LINE

           PERFORM VARYING SUSPENSE-INDEX FROM 1 BY 1
               UNTIL SUSPENSE-INDEX > SUSPENSE-COUNT
               MOVE SUSPENSE-ROWS(SUSPENSE-INDEX) TO SUSPENSE-WORK
               IF SUSPENSE-OPEN
                   PERFORM REPORT-ONE-OPEN-ITEM
               END-IF
           END-PERFORM

           IF OPEN-COUNT = 0
               MOVE "  (none)" TO OUTPUT-TEXT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE SPACES TO OUTPUT-TEXT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE "Open items by age" TO OUTPUT-TEXT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING AGING-INDEX FROM 1 BY 1
               UNTIL AGING-INDEX > 4
               MOVE AGING-LABEL(AGING-INDEX) TO OUTPUT-TEXT-LINE(3:20)
               MOVE AGING-COUNT(AGING-INDEX) TO COUNT-DISPLAY
               MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
               MOVE AGING-DKK(AGING-INDEX) TO AMOUNT-EDIT-DISPLAY
               MOVE AMOUNT-EDIT-DISPLAY TO OUTPUT-TEXT-LINE(50:17)
               MOVE "DKK" TO OUTPUT-TEXT-LINE(68:3)
               PERFORM WRITE-REPORT-LINE
           END-PERFORM
           MOVE SPACES TO OUTPUT-TEXT-LINE
           PERFORM WRITE-REPORT-LINE
           EXIT.

       REPORT-ONE-OPEN-ITEM.
           PERFORM COMPUTE-ITEM-AGE
           EVALUATE TRUE
               WHEN ITEM-AGE-DAYS <= 2
                   MOVE 1 TO AGING-INDEX
               WHEN ITEM-AGE-DAYS <= 5
                   MOVE 2 TO AGING-INDEX
               WHEN ITEM-AGE-DAYS <= 10
                   MOVE 3 TO AGING-INDEX
               WHEN OTHER
                   MOVE 4 TO AGING-INDEX
           END-EVALUATE
           ADD 1 TO AGING-COUNT(AGING-INDEX)
           ADD SUSPENSE-DKK-AMOUNT TO AGING-DKK(AGING-INDEX)
           ADD 1 TO OPEN-COUNT
           ADD SUSPENSE-DKK-AMOUNT TO OPEN-DKK

           MOVE SUSPENSE-ID TO OUTPUT-TEXT-LINE(1:10)
           MOVE SUSPENSE-RECEIVED-DATE TO OUTPUT-TEXT-LINE(12:8)
           MOVE ITEM-AGE-DAYS TO DAYS-DISPLAY
           MOVE DAYS-DISPLAY TO OUTPUT-TEXT-LINE(22:4)
           MOVE SUSPENSE-REASON TO OUTPUT-TEXT-LINE(28:8)
           MOVE SUSPENSE-DKK-AMOUNT TO AMOUNT-EDIT-DISPLAY
           MOVE AMOUNT-EDIT-DISPLAY TO OUTPUT-TEXT-LINE(37:17)
           MOVE SUSPENSE-PAYER-NAME TO OUTPUT-TEXT-LINE(56:30)
           MOVE SUSPENSE-BENEFICIARY-ACCOUNT TO OUTPUT-TEXT-LINE(88:17)
           PERFORM WRITE-REPORT-LINE
           EXIT.

       REPORT-RUN-TOTALS.
           MOVE SEPARATOR-LINE TO OUTPUT-TEXT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE "Payments read" TO OUTPUT-TEXT-LINE
           MOVE PAYMENTS-READ-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-REPORT-LINE

           MOVE "Posted to customers" TO OUTPUT-TEXT-LINE
           MOVE POSTED-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           MOVE POSTED-DKK TO AMOUNT-EDIT-DISPLAY
           MOVE AMOUNT-EDIT-DISPLAY TO OUTPUT-TEXT-LINE(50:17)
           MOVE "DKK" TO OUTPUT-TEXT-LINE(68:3)
           PERFORM WRITE-REPORT-LINE

           MOVE "Placed in suspense" TO OUTPUT-TEXT-LINE
           MOVE SUSPENDED-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           MOVE SUSPENDED-DKK TO AMOUNT-EDIT-DISPLAY
           MOVE AMOUNT-EDIT-DISPLAY TO OUTPUT-TEXT-LINE(50:17)
           MOVE "DKK" TO OUTPUT-TEXT-LINE(68:3)
           PERFORM WRITE-REPORT-LINE

           MOVE "Kept back - amount unreadable" TO OUTPUT-TEXT-LINE
           MOVE KEPT-PAYMENT-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-REPORT-LINE

           MOVE "Applied from suspense" TO OUTPUT-TEXT-LINE
           MOVE APPLIED-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           MOVE APPLIED-DKK TO AMOUNT-EDIT-DISPLAY
           MOVE AMOUNT-EDIT-DISPLAY TO OUTPUT-TEXT-LINE(50:17)
           MOVE "DKK" TO OUTPUT-TEXT-LINE(68:3)
           PERFORM WRITE-REPORT-LINE

           MOVE "Returned on an operator decision" TO OUTPUT-TEXT-LINE
           MOVE OPERATOR-RETURNED-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           MOVE OPERATOR-RETURNED-DKK TO AMOUNT-EDIT-DISPLAY
           MOVE AMOUNT-EDIT-DISPLAY TO OUTPUT-TEXT-LINE(50:17)
           MOVE "DKK" TO OUTPUT-TEXT-LINE(68:3)
           PERFORM WRITE-REPORT-LINE

           MOVE "Returned past the limit" TO OUTPUT-TEXT-LINE
           MOVE AGED-RETURNED-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           MOVE AGED-RETURNED-DKK TO AMOUNT-EDIT-DISPLAY
           MOVE AMOUNT-EDIT-DISPLAY TO OUTPUT-TEXT-LINE(50:17)
           MOVE "DKK" TO OUTPUT-TEXT-LINE(68:3)
           PERFORM WRITE-REPORT-LINE

           MOVE "Past the limit, no payer account" TO OUTPUT-TEXT-LINE
           MOVE AGED-HELD-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-REPORT-LINE

           MOVE "Decisions not carried out" TO OUTPUT-TEXT-LINE
           MOVE ACTIONS-REFUSED-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-REPORT-LINE

           MOVE "Open in suspense" TO OUTPUT-TEXT-LINE
           MOVE OPEN-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           MOVE OPEN-DKK TO AMOUNT-EDIT-DISPLAY
           MOVE AMOUNT-EDIT-DISPLAY TO OUTPUT-TEXT-LINE(50:17)
           MOVE "DKK" TO OUTPUT-TEXT-LINE(68:3)
           PERFORM WRITE-REPORT-LINE

           IF PURGED-COUNT > 0
               MOVE "Resolved items dropped after retention"
                   TO OUTPUT-TEXT-LINE
               MOVE PURGED-COUNT TO COUNT-DISPLAY
               MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
               PERFORM WRITE-REPORT-LINE
           END-IF
           EXIT.

       WRITE-REPORT-LINE.
           MOVE OUTPUT-TEXT-LINE TO INBOUND-REPORT-LINE
           WRITE INBOUND-REPORT-LINE
           MOVE SPACES TO OUTPUT-TEXT-LINE
           EXIT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFUNDENTRY.

      *----------------------------------------------------------*
      * Interactive entry of fee refund requests. The signed-on  *
      * operator names the customer by CPR and picks the Gebyr   *
      * to refund from those FEEASSESS charged - the current     *
      * run's GeneratedFeeTransactions.txt and the earlier ones  *
      * already on TransactionHistory.txt - then gives the       *
      * amount to refund (the whole fee unless less is keyed), a *
      * reason code and a note. A fee already refunded is        *
      * refused, and so is a refund that would take the customer *
      * past the yearly limit in FeeRefundLimits.txt; the        *
      * operator is told when the amount is large enough to need *
      * a reviewer's approval. Nothing is posted here: the       *
      * request is appended to FeeRefundRequests.txt and         *
      * REFUNDPOST books the reversal.                           *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GENERATED-FEES-FILE
               ASSIGN TO "GeneratedFeeTransactions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FEES-FILE-STATUS.

           SELECT HISTORY-FILE
               ASSIGN TO "TransactionHistory.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORY-FILE-STATUS.

           SELECT REFUND-LIMITS-FILE
               ASSIGN TO "FeeRefundLimits.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIMITS-FILE-STATUS.

           SELECT REFUND-REQUEST-FILE
               ASSIGN TO "FeeRefundRequests.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REQUEST-FILE-STATUS.

           SELECT REFUND-REGISTER-FILE
               ASSIGN TO "FeeRefundRegister.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGISTER-FILE-STATUS.

           SELECT ACTIVITY-LOG-FILE
               ASSIGN TO "OperatorActivityLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACTIVITY-LOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD GENERATED-FEES-FILE.
       01 GENERATED-FEE-RECORD.
           COPY "Transaction.cpy".

       FD HISTORY-FILE.
       01 HISTORY-RECORD.
           COPY "Transaction.cpy".

      * Refund amount above which a reviewer must approve, and the
      * most one customer may have refunded in a calendar year.
      * Both in DKK.
       FD REFUND-LIMITS-FILE.
       01 REFUND-LIMITS-RECORD.
           02 LIMIT-REVIEW-THRESHOLD PIC 9(7)V99.
           02 LIMIT-YEARLY-PER-CUSTOMER PIC 9(7)V99.

       FD REFUND-REQUEST-FILE.
       01 REFUND-REQUEST-RECORD.
           COPY "FeeRefund.cpy".

       FD REFUND-REGISTER-FILE.
       01 REFUND-REGISTER-RECORD.
           COPY "RefundRegister.cpy".

       FD ACTIVITY-LOG-FILE.
       01 ACTIVITY-LOG-RECORD.
           COPY "OperatorLog.cpy".

       WORKING-STORAGE SECTION.
       01 FEES-FILE-STATUS PIC X(2) VALUE "00".
       01 HISTORY-FILE-STATUS PIC X(2) VALUE "00".
       01 LIMITS-FILE-STATUS PIC X(2) VALUE "00".
       01 REQUEST-FILE-STATUS PIC X(2) VALUE "00".
       01 REGISTER-FILE-STATUS PIC X(2) VALUE "00".
       01 ACTIVITY-LOG-FILE-STATUS PIC X(2) VALUE "00".

      * Operator sign-on through the shared OPERSIGNON routine:
      * only maintainers and reviewers may ask for refunds and the
      * submitter recorded on each refund is the signed-on one.
       01 SIGNON-PARAMETERS.
           COPY "SignOn.cpy".

      * Used when FeeRefundLimits.txt is absent.
       01 REVIEW-THRESHOLD PIC 9(7)V99 VALUE 200.00.
       01 YEARLY-REFUND-LIMIT PIC 9(7)V99 VALUE 1000.00.

       01 END-OF-FILE PIC X VALUE "N".
       01 ENTRY-DONE PIC X VALUE "N".
       01 FIELD-VALID PIC X VALUE "N".
       01 ENTRY-CANCELLED PIC X VALUE "N".
       01 FIELD-ATTEMPTS PIC 9 VALUE 0.
       01 FIELD-ATTEMPT-LIMIT PIC 9 VALUE 3.
       01 RECORDS-APPENDED-COUNT PIC 999 VALUE 0.

       01 INPUT-TEXT PIC X(80) VALUE SPACES.
       01 INPUT-AMOUNT PIC S9(11)V99 VALUE 0.
       01 SEARCH-CPR PIC X(15) VALUE SPACES.
       01 RUN-YEAR PIC X(4) VALUE SPACES.

      * The customer's FEEASSESS fees, from either file, with
      * whether a refund of each is already posted or queued.
       01 MATCH-TABLE.
           02 MATCH-COUNT PIC 9 VALUE 0.
           02 MATCH-MAX PIC 9 VALUE 9.
           02 MATCH-ENTRIES OCCURS 9 TIMES.
               03 MATCH-IMAGE PIC X(278) VALUE SPACES.
               03 MATCH-REFUNDED PIC X VALUE "N".
               03 MATCH-QUEUED PIC X VALUE "N".
       01 MATCH-OVERFLOW PIC X VALUE "N".
       01 MATCH-INDEX PIC 9 VALUE 0.
       01 SELECTED-INDEX PIC 9 VALUE 0.
       01 MATCH-NUMBER-DISPLAY PIC 9 VALUE 0.
       01 MATCH-ALREADY-LISTED PIC X VALUE "N".

       01 MATCH-WORK.
           COPY "Transaction.cpy".
       01 FEE-SCAN-WORK.
           COPY "Transaction.cpy".

       01 REFUNDED-THIS-YEAR PIC 9(7)V99 VALUE 0.
       01 HIGHEST-REFUND-NUMBER PIC 9(8) VALUE 0.
       01 REFUND-NUMBER-WORK PIC 9(8) VALUE 0.

       01 AMOUNT-EDIT-DISPLAY PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01 LIMIT-EDIT-DISPLAY PIC Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
           DISPLAY "Fee refund entry."

           PERFORM SIGN-ON-OPERATOR
           PERFORM LOAD-REFUND-LIMITS
           MOVE FUNCTION CURRENT-DATE(1:4) TO RUN-YEAR

           PERFORM ENTER-ONE-REFUND UNTIL ENTRY-DONE = "Y"

           DISPLAY "Queued " RECORDS-APPENDED-COUNT
               " refund request(s) in FeeRefundRequests.txt."
           STOP RUN.

       SIGN-ON-OPERATOR.
           CALL "OPERSIGNON" USING SIGNON-PARAMETERS
               ON EXCEPTION
                   DISPLAY "ERROR: OPERSIGNON could not be called."
                   MOVE "N" TO SIGNON-RESULT
           END-CALL

           IF NOT SIGNON-SUCCEEDED
               DISPLAY "Refund entry refused without a valid "
                   "sign-on."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF ROLE-INQUIRY-ONLY
               DISPLAY "Operator "
                   FUNCTION TRIM(SIGNON-OPERATOR-ID TRAILING)
                   " is inquiry-only and may not ask for "
                   "refunds."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           EXIT.

       LOAD-REFUND-LIMITS.
           OPEN INPUT REFUND-LIMITS-FILE
           IF LIMITS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           READ REFUND-LIMITS-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE LIMIT-REVIEW-THRESHOLD TO REVIEW-THRESHOLD
                   MOVE LIMIT-YEARLY-PER-CUSTOMER
                       TO YEARLY-REFUND-LIMIT
           END-READ

           CLOSE REFUND-LIMITS-FILE
           EXIT.

       ENTER-ONE-REFUND.
           DISPLAY " "
           DISPLAY "CPR of the customer to refund (Q=quit):"
           MOVE SPACES TO INPUT-TEXT
           ACCEPT INPUT-TEXT

           IF INPUT-TEXT = SPACES
               OR FUNCTION UPPER-CASE(INPUT-TEXT) = "Q"
               MOVE "Y" TO ENTRY-DONE
               EXIT PARAGRAPH
           END-IF
           MOVE INPUT-TEXT(1:15) TO SEARCH-CPR

           PERFORM FIND-CUSTOMER-FEES
           IF MATCH-COUNT = 0
               DISPLAY "No fee charged to that CPR."
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-REFUND-REGISTER
           PERFORM CHECK-QUEUED-REFUNDS

           PERFORM LIST-CUSTOMER-FEES
           MOVE "N" TO ENTRY-CANCELLED
           PERFORM SELECT-FEE-TO-REFUND
           IF ENTRY-CANCELLED = "Y"
               EXIT PARAGRAPH
           END-IF

           MOVE MATCH-IMAGE(SELECTED-INDEX) TO MATCH-WORK
           IF MATCH-REFUNDED(SELECTED-INDEX) = "Y"
               DISPLAY "That fee has already been refunded."
               EXIT PARAGRAPH
           END-IF
           IF MATCH-QUEUED(SELECTED-INDEX) = "Y"
               DISPLAY "WARNING: a refund of this fee is already "
                   "queued - the second one will be refused when "
                   "posted."
           END-IF

           MOVE SPACES TO REFUND-REQUEST-RECORD
           MOVE 0 TO REFUND-AMOUNT
           MOVE CPR OF MATCH-WORK TO REFUND-FEE-CPR
           MOVE CUSTOMER-NAME OF MATCH-WORK
               TO REFUND-FEE-CUSTOMER-NAME
           MOVE REGISTRATION-NUMBER OF MATCH-WORK
               TO REFUND-FEE-REGISTRATION
           MOVE ACCOUNT-NUMBER OF MATCH-WORK TO REFUND-FEE-ACCOUNT
           MOVE TIME-OF-TRANSACTION OF MATCH-WORK TO REFUND-FEE-TIME
           MOVE AMOUNT OF MATCH-WORK TO REFUND-FEE-AMOUNT

           PERFORM ENTER-REFUND-AMOUNT
           IF ENTRY-CANCELLED = "Y"
               EXIT PARAGRAPH
           END-IF

           IF REFUNDED-THIS-YEAR + REFUND-AMOUNT
                   > YEARLY-REFUND-LIMIT
               MOVE YEARLY-REFUND-LIMIT TO LIMIT-EDIT-DISPLAY
               DISPLAY "Refused: this refund would take the "
                   "customer past the yearly refund limit of "
                   FUNCTION TRIM(LIMIT-EDIT-DISPLAY LEADING)
                   " DKK."
               MOVE REFUNDED-THIS-YEAR TO LIMIT-EDIT-DISPLAY
               DISPLAY "Refunded so far this year: "
                   FUNCTION TRIM(LIMIT-EDIT-DISPLAY LEADING) " DKK."
               EXIT PARAGRAPH
           END-IF

           PERFORM ENTER-REFUND-REASON
           IF ENTRY-CANCELLED = "Y"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Note for the reviewer (optional):"
           MOVE SPACES TO INPUT-TEXT
           ACCEPT INPUT-TEXT
           MOVE INPUT-TEXT(1:40) TO REFUND-NOTE

           MOVE SIGNON-OPERATOR-ID TO REFUND-SUBMITTER
           MOVE FUNCTION CURRENT-DATE(1:8) TO REFUND-SUBMITTED-DATE
           PERFORM APPEND-REFUND-REQUEST
           EXIT.

      *----------------------------------------------------------*
      * The fees FEEASSESS charged the customer: this month's are
      * in GeneratedFeeTransactions.txt until the next run writes
      * over it, earlier ones are on the history. A fee in both
      * is offered once.
      *----------------------------------------------------------*
       FIND-CUSTOMER-FEES.
           MOVE 0 TO MATCH-COUNT
           MOVE "N" TO MATCH-OVERFLOW

           OPEN INPUT GENERATED-FEES-FILE
           IF FEES-FILE-STATUS = "00"
               MOVE "N" TO END-OF-FILE
               PERFORM UNTIL END-OF-FILE = "Y"
                   READ GENERATED-FEES-FILE
                       AT END
                           MOVE "Y" TO END-OF-FILE
                       NOT AT END
                           MOVE GENERATED-FEE-RECORD TO FEE-SCAN-WORK
                           PERFORM CHECK-ONE-FEE-RECORD
                   END-READ
               END-PERFORM
               CLOSE GENERATED-FEES-FILE
           END-IF

           OPEN INPUT HISTORY-FILE
           IF HISTORY-FILE-STATUS = "00"
               MOVE "N" TO END-OF-FILE
               PERFORM UNTIL END-OF-FILE = "Y"
                   READ HISTORY-FILE
                       AT END
                           MOVE "Y" TO END-OF-FILE
                       NOT AT END
                           MOVE HISTORY-RECORD TO FEE-SCAN-WORK
                           PERFORM CHECK-ONE-FEE-RECORD
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF

           IF MATCH-OVERFLOW = "Y"
               DISPLAY "More than " MATCH-MAX " fees found - "
                   "only the first " MATCH-MAX " are offered."
           END-IF
           EXIT.

       CHECK-ONE-FEE-RECORD.
           IF CPR OF FEE-SCAN-WORK NOT = SEARCH-CPR
               OR TRANSACTION-TYPE OF FEE-SCAN-WORK NOT = "Gebyr"
               OR TRANSACTION-SHOP OF FEE-SCAN-WORK
                   NOT = "Kontogebyr"
               OR CORRECTION-KIND OF FEE-SCAN-WORK NOT = SPACE
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO MATCH-ALREADY-LISTED
           PERFORM VARYING MATCH-INDEX FROM 1 BY 1
               UNTIL MATCH-INDEX > MATCH-COUNT
               MOVE MATCH-IMAGE(MATCH-INDEX) TO MATCH-WORK
               IF TIME-OF-TRANSACTION OF MATCH-WORK
                       = TIME-OF-TRANSACTION OF FEE-SCAN-WORK
                   AND AMOUNT OF MATCH-WORK = AMOUNT OF FEE-SCAN-WORK
                   MOVE "Y" TO MATCH-ALREADY-LISTED
               END-IF
           END-PERFORM
           IF MATCH-ALREADY-LISTED = "Y"
               EXIT PARAGRAPH
           END-IF

           IF MATCH-COUNT < MATCH-MAX
               ADD 1 TO MATCH-COUNT
               MOVE FEE-SCAN-WORK TO MATCH-IMAGE(MATCH-COUNT)
               MOVE "N" TO MATCH-REFUNDED(MATCH-COUNT)
               MOVE "N" TO MATCH-QUEUED(MATCH-COUNT)
           ELSE
               MOVE "Y" TO MATCH-OVERFLOW
           END-IF
           EXIT.

      *----------------------------------------------------------*
      * The register gives the fees already refunded and what
      * the customer has had back so far this calendar year.
      *----------------------------------------------------------*
       CHECK-REFUND-REGISTER.
           MOVE 0 TO REFUNDED-THIS-YEAR

           OPEN INPUT REFUND-REGISTER-FILE
           IF REGISTER-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ REFUND-REGISTER-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF REGISTER-FEE-CPR = SEARCH-CPR
                           PERFORM CHECK-ONE-REGISTERED-REFUND
                       END-IF
               END-READ
           END-PERFORM

           CLOSE REFUND-REGISTER-FILE
           EXIT.

       CHECK-ONE-REGISTERED-REFUND.
           IF REGISTER-POSTED-DATE(1:4) = RUN-YEAR
               ADD REGISTER-REFUND-AMOUNT TO REFUNDED-THIS-YEAR
           END-IF

           PERFORM VARYING MATCH-INDEX FROM 1 BY 1
               UNTIL MATCH-INDEX > MATCH-COUNT
               MOVE MATCH-IMAGE(MATCH-INDEX) TO MATCH-WORK
               IF REGISTER-FEE-TIME = TIME-OF-TRANSACTION OF MATCH-WORK
                   AND REGISTER-FEE-AMOUNT = AMOUNT OF MATCH-WORK
                   MOVE "Y" TO MATCH-REFUNDED(MATCH-INDEX)
               END-IF
           END-PERFORM
           EXIT.

      *----------------------------------------------------------*
      * Reads the queue for a request already naming one of the
      * fees, and notes the highest request number so the new one
      * gets the next.
      *----------------------------------------------------------*
       CHECK-QUEUED-REFUNDS.
           MOVE 0 TO HIGHEST-REFUND-NUMBER

           OPEN INPUT REFUND-REQUEST-FILE
           IF REQUEST-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ REFUND-REQUEST-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       PERFORM CHECK-ONE-QUEUED-REFUND
               END-READ
           END-PERFORM

           CLOSE REFUND-REQUEST-FILE
           EXIT.

       CHECK-ONE-QUEUED-REFUND.
           IF REFUND-ID(3:8) IS NUMERIC
               MOVE REFUND-ID(3:8) TO REFUND-NUMBER-WORK
               IF REFUND-NUMBER-WORK > HIGHEST-REFUND-NUMBER
                   MOVE REFUND-NUMBER-WORK TO HIGHEST-REFUND-NUMBER
               END-IF
           END-IF

           IF REFUND-FEE-CPR NOT = SEARCH-CPR
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING MATCH-INDEX FROM 1 BY 1
               UNTIL MATCH-INDEX > MATCH-COUNT
               MOVE MATCH-IMAGE(MATCH-INDEX) TO MATCH-WORK
               IF REFUND-FEE-TIME = TIME-OF-TRANSACTION OF MATCH-WORK
                   AND REFUND-FEE-AMOUNT = AMOUNT OF MATCH-WORK
                   MOVE "Y" TO MATCH-QUEUED(MATCH-INDEX)
               END-IF
           END-PERFORM
           EXIT.

       LIST-CUSTOMER-FEES.
           PERFORM VARYING MATCH-INDEX FROM 1 BY 1
               UNTIL MATCH-INDEX > MATCH-COUNT
               MOVE MATCH-IMAGE(MATCH-INDEX) TO MATCH-WORK
               MOVE MATCH-INDEX TO MATCH-NUMBER-DISPLAY
               MOVE AMOUNT OF MATCH-WORK TO AMOUNT-EDIT-DISPLAY
               EVALUATE TRUE
                   WHEN MATCH-REFUNDED(MATCH-INDEX) = "Y"
                       DISPLAY MATCH-NUMBER-DISPLAY ") "
                           TIME-OF-TRANSACTION OF MATCH-WORK " "
                           AMOUNT-EDIT-DISPLAY " "
                           CURRENCY-CODE OF MATCH-WORK
                           "  (refunded)"
                   WHEN MATCH-QUEUED(MATCH-INDEX) = "Y"
                       DISPLAY MATCH-NUMBER-DISPLAY ") "
                           TIME-OF-TRANSACTION OF MATCH-WORK " "
                           AMOUNT-EDIT-DISPLAY " "
                           CURRENCY-CODE OF MATCH-WORK
                           "  (refund queued)"
                   WHEN OTHER
                       DISPLAY MATCH-NUMBER-DISPLAY ") "
                           TIME-OF-TRANSACTION OF MATCH-WORK " "
                           AMOUNT-EDIT-DISPLAY " "
                           CURRENCY-CODE OF MATCH-WORK
               END-EVALUATE
           END-PERFORM
           EXIT.

       SELECT-FEE-TO-REFUND.
           IF MATCH-COUNT = 1
               MOVE 1 TO SELECTED-INDEX
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO FIELD-VALID
           MOVE 0 TO FIELD-ATTEMPTS
           PERFORM UNTIL FIELD-VALID = "Y"
               OR ENTRY-CANCELLED = "Y"
               DISPLAY "Which fee (1-" MATCH-COUNT "):"
               MOVE SPACES TO INPUT-TEXT
               ACCEPT INPUT-TEXT

               IF INPUT-TEXT(1:1) IS NUMERIC
                   AND INPUT-TEXT(2:79) = SPACES
                   AND INPUT-TEXT(1:1) NOT = "0"
                   AND INPUT-TEXT(1:1) <= MATCH-COUNT
                   MOVE INPUT-TEXT(1:1) TO SELECTED-INDEX
                   MOVE "Y" TO FIELD-VALID
               ELSE
                   DISPLAY "Pick one of the listed numbers."
                   PERFORM COUNT-FAILED-ATTEMPT
               END-IF
           END-PERFORM
           EXIT.

      *----------------------------------------------------------*
      * Three invalid replies in a row abandon the entry instead
      * of prompting forever.
      *----------------------------------------------------------*
       COUNT-FAILED-ATTEMPT.
           ADD 1 TO FIELD-ATTEMPTS
           IF FIELD-ATTEMPTS >= FIELD-ATTEMPT-LIMIT
               MOVE "Y" TO ENTRY-CANCELLED
               DISPLAY "Too many invalid replies - entry abandoned."
           END-IF
           EXIT.

      *----------------------------------------------------------*
      * A blank reply refunds the whole fee; otherwise the amount
      * must be more than nothing and no more than the fee.
      *----------------------------------------------------------*
       ENTER-REFUND-AMOUNT.
           MOVE REFUND-FEE-AMOUNT TO AMOUNT-EDIT-DISPLAY
           MOVE "N" TO FIELD-VALID
           MOVE 0 TO FIELD-ATTEMPTS
           PERFORM UNTIL FIELD-VALID = "Y"
               OR ENTRY-CANCELLED = "Y"
               DISPLAY "Amount to refund in DKK (blank refunds the "
                   "whole fee of "
                   FUNCTION TRIM(AMOUNT-EDIT-DISPLAY LEADING) "):"
               MOVE SPACES TO INPUT-TEXT
               ACCEPT INPUT-TEXT

               IF INPUT-TEXT = SPACES
                   MOVE "Y" TO FIELD-VALID
                   MOVE REFUND-FEE-AMOUNT TO REFUND-AMOUNT
               ELSE
                   IF FUNCTION TEST-NUMVAL(INPUT-TEXT) = 0
                       COMPUTE INPUT-AMOUNT =
                           FUNCTION NUMVAL(INPUT-TEXT)
                       IF INPUT-AMOUNT > 0
                           AND INPUT-AMOUNT <= REFUND-FEE-AMOUNT
                           MOVE "Y" TO FIELD-VALID
                           MOVE INPUT-AMOUNT TO REFUND-AMOUNT
                       ELSE
                           DISPLAY "The refund must be more than "
                               "zero and no more than the fee."
                           PERFORM COUNT-FAILED-ATTEMPT
                       END-IF
                   ELSE
                       DISPLAY "Amount is not a number, try again."
                       PERFORM COUNT-FAILED-ATTEMPT
                   END-IF
               END-IF
           END-PERFORM
           EXIT.

       ENTER-REFUND-REASON.
           MOVE "N" TO FIELD-VALID
           MOVE 0 TO FIELD-ATTEMPTS
           PERFORM UNTIL FIELD-VALID = "Y"
               OR ENTRY-CANCELLED = "Y"
               DISPLAY "Reason (GOODWILL, BANKERR=bank error, "
                   "COMPLNT=complaint upheld, HARDSHIP, "
                   "RETAIN=retention):"
               MOVE SPACES TO INPUT-TEXT
               ACCEPT INPUT-TEXT
               MOVE FUNCTION UPPER-CASE(INPUT-TEXT(1:8))
                   TO REFUND-REASON

               IF VALID-REFUND-REASON AND INPUT-TEXT(9:72) = SPACES
                   MOVE "Y" TO FIELD-VALID
               ELSE
                   DISPLAY "Answer one of the listed reason codes."
                   PERFORM COUNT-FAILED-ATTEMPT
               END-IF
           END-PERFORM
           EXIT.

       APPEND-REFUND-REQUEST.
           ADD 1 TO HIGHEST-REFUND-NUMBER
           MOVE HIGHEST-REFUND-NUMBER TO REFUND-NUMBER-WORK
           MOVE SPACES TO REFUND-ID
           STRING "FR" DELIMITED BY SIZE
               REFUND-NUMBER-WORK DELIMITED BY SIZE
               INTO REFUND-ID
           END-STRING

           OPEN EXTEND REFUND-REQUEST-FILE
           IF REQUEST-FILE-STATUS = "35"
               OPEN OUTPUT REFUND-REQUEST-FILE
           END-IF

           WRITE REFUND-REQUEST-RECORD
           CLOSE REFUND-REQUEST-FILE

           PERFORM WRITE-ACTIVITY-LOG-ENTRY
           ADD 1 TO RECORDS-APPENDED-COUNT
           IF REFUND-AMOUNT > REVIEW-THRESHOLD
               MOVE REVIEW-THRESHOLD TO LIMIT-EDIT-DISPLAY
               DISPLAY "Queued refund " REFUND-ID
                   " - over "
                   FUNCTION TRIM(LIMIT-EDIT-DISPLAY LEADING)
                   " DKK, it waits for a reviewer's approval."
           ELSE
               DISPLAY "Queued refund " REFUND-ID
                   " - it is booked on the next posting run."
           END-IF
           EXIT.

       WRITE-ACTIVITY-LOG-ENTRY.
           OPEN EXTEND ACTIVITY-LOG-FILE
           IF ACTIVITY-LOG-FILE-STATUS = "35"
               OPEN OUTPUT ACTIVITY-LOG-FILE
           END-IF

           MOVE SPACES TO ACTIVITY-LOG-RECORD
           MOVE SIGNON-OPERATOR-ID TO OPER-LOG-OPERATOR
           MOVE FUNCTION CURRENT-DATE TO OPER-LOG-TIMESTAMP
           MOVE "REFUNDENTRY" TO OPER-LOG-PROGRAM
           MOVE "SUBMIT" TO OPER-LOG-ACTION
           MOVE REFUND-ID TO OPER-LOG-REFERENCE-ID
           WRITE ACTIVITY-LOG-RECORD

           CLOSE ACTIVITY-LOG-FILE
           EXIT.

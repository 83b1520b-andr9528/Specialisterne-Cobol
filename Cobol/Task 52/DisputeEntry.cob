       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISPUTENTRY.

      *----------------------------------------------------------*
      * Interactive entry of card disputes against shop payments. *
      * The signed-on operator either registers a new dispute -   *
      * picking the Udbetaling from TransactionHistory.txt by its *
      * CPR and time, the part of it disputed and whether the     *
      * customer gets a provisional credit - or records the next  *
      * step on an existing one: the merchant has responded ("M"),*
      * the customer won ("W", a chargeback against the shop) or  *
      * lost ("L"). Each step is appended to DisputeActions.txt;  *
      * DISPUTEPOST applies them to DisputeRegister.txt and books *
      * the credits, so nothing is posted from the terminal.      *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-FILE
               ASSIGN TO "TransactionHistory.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORY-FILE-STATUS.

           SELECT DISPUTE-REGISTER-FILE
               ASSIGN TO "DisputeRegister.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGISTER-FILE-STATUS.

           SELECT DISPUTE-ACTION-FILE
               ASSIGN TO "DisputeActions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACTION-FILE-STATUS.

           SELECT ACTIVITY-LOG-FILE
               ASSIGN TO "OperatorActivityLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACTIVITY-LOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD HISTORY-FILE.
       01 HISTORY-RECORD.
           COPY "Transaction.cpy".

       FD DISPUTE-REGISTER-FILE.
       01 DISPUTE-REGISTER-RECORD.
           COPY "Dispute.cpy".

      * One step on a dispute: "N" registers it (the dispute image
      * carries the transaction and the credit request), "M", "W"
      * and "L" name it by DISPUTE-ID only. Who entered the step,
      * when, and the operator's note travel with it.
       FD DISPUTE-ACTION-FILE.
       01 DISPUTE-ACTION-RECORD.
           02 DISPUTE-ACTION-CODE PIC X(1) VALUE SPACE.
           02 DISPUTE-ACTION-OPERATOR PIC X(8) VALUE SPACES.
           02 DISPUTE-ACTION-DATE PIC X(8) VALUE SPACES.
           02 DISPUTE-ACTION-NOTE PIC X(40) VALUE SPACES.
           02 DISPUTE-ACTION-DISPUTE.
               COPY "Dispute.cpy".

       FD ACTIVITY-LOG-FILE.
       01 ACTIVITY-LOG-RECORD.
           COPY "OperatorLog.cpy".

       WORKING-STORAGE SECTION.
       01 HISTORY-FILE-STATUS PIC X(2) VALUE "00".
       01 REGISTER-FILE-STATUS PIC X(2) VALUE "00".
       01 ACTION-FILE-STATUS PIC X(2) VALUE "00".
       01 ACTIVITY-LOG-FILE-STATUS PIC X(2) VALUE "00".

      * Operator sign-on through the shared OPERSIGNON routine;
      * inquiry-only operators may not enter dispute steps.
       01 SIGNON-PARAMETERS.
           COPY "SignOn.cpy".

       01 END-OF-FILE PIC X VALUE "N".
       01 ENTRY-DONE PIC X VALUE "N".
       01 FIELD-VALID PIC X VALUE "N".
       01 ENTRY-CANCELLED PIC X VALUE "N".
       01 FIELD-ATTEMPTS PIC 9 VALUE 0.
       01 FIELD-ATTEMPT-LIMIT PIC 9 VALUE 3.
       01 RECORDS-APPENDED-COUNT PIC 999 VALUE 0.

       01 INPUT-ACTION PIC X(1) VALUE SPACE.
       01 INPUT-TEXT PIC X(80) VALUE SPACES.
       01 INPUT-AMOUNT PIC S9(11)V99 VALUE 0.
       01 SEARCH-CPR PIC X(15) VALUE SPACES.
       01 SEARCH-TIME PIC X(26) VALUE SPACES.
       01 SEARCH-DISPUTE-ID PIC X(10) VALUE SPACES.

      * Udbetalinger matching the CPR and time the operator gave,
      * with whether a storno already points at each.
       01 MATCH-TABLE.
           02 MATCH-COUNT PIC 9 VALUE 0.
           02 MATCH-MAX PIC 9 VALUE 9.
           02 MATCH-ENTRIES OCCURS 9 TIMES.
               03 MATCH-IMAGE PIC X(278) VALUE SPACES.
               03 MATCH-REVERSED PIC X VALUE "N".
       01 MATCH-OVERFLOW PIC X VALUE "N".
       01 MATCH-INDEX PIC 9 VALUE 0.
       01 SELECTED-INDEX PIC 9 VALUE 0.
       01 MATCH-NUMBER-DISPLAY PIC 9 VALUE 0.

       01 REVERSED-TABLE.
           02 REVERSED-COUNT PIC 99 VALUE 0.
           02 REVERSED-MAX PIC 99 VALUE 20.
           02 REVERSED-AMOUNT PIC S9(11)V99 OCCURS 20 TIMES
               VALUE 0.
       01 REVERSED-INDEX PIC 99 VALUE 0.

       01 MATCH-WORK.
           COPY "Transaction.cpy".
       01 ORIGINAL-AMOUNT-ABSOLUTE PIC S9(11)V99 VALUE 0.

      * What the register and the queued steps together say about
      * one dispute: its id, the transaction it names and the
      * status it will have once DISPUTEPOST has applied the
      * steps already queued.
       01 DISPUTE-FOUND PIC X VALUE "N".
       01 EFFECTIVE-STATUS PIC X VALUE SPACE.
           88 EFFECTIVE-OPEN VALUE "O".
           88 EFFECTIVE-MERCHANT-RESPONDED VALUE "M".
           88 EFFECTIVE-CLOSED VALUE "W" "L".
       01 FOUND-DISPUTE.
           COPY "Dispute.cpy".
       01 TRANSACTION-ALREADY-DISPUTED PIC X VALUE "N".
       01 EXISTING-DISPUTE-ID PIC X(10) VALUE SPACES.
       01 HIGHEST-DISPUTE-NUMBER PIC 9(8) VALUE 0.
       01 DISPUTE-NUMBER-WORK PIC 9(8) VALUE 0.

       01 AMOUNT-EDIT-DISPLAY PIC -Z,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
           DISPLAY "Card dispute entry."

           PERFORM SIGN-ON-OPERATOR

           PERFORM ENTER-ONE-DISPUTE-STEP UNTIL ENTRY-DONE = "Y"

           DISPLAY "Queued " RECORDS-APPENDED-COUNT
               " dispute step(s) in DisputeActions.txt."
           STOP RUN.

       SIGN-ON-OPERATOR.
           CALL "OPERSIGNON" USING SIGNON-PARAMETERS
               ON EXCEPTION
                   DISPLAY "ERROR: OPERSIGNON could not be called."
                   MOVE "N" TO SIGNON-RESULT
           END-CALL

           IF NOT SIGNON-SUCCEEDED
               DISPLAY "Dispute entry refused without a valid "
                   "sign-on."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF ROLE-INQUIRY-ONLY
               DISPLAY "Operator "
                   FUNCTION TRIM(SIGNON-OPERATOR-ID TRAILING)
                   " is inquiry-only and may not enter disputes."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           EXIT.

       ENTER-ONE-DISPUTE-STEP.
           DISPLAY " "
           DISPLAY "Dispute step (N=new dispute, M=merchant "
               "responded, W=customer won, L=customer lost, "
               "Q=quit):"
           MOVE SPACE TO INPUT-ACTION
           ACCEPT INPUT-ACTION
           MOVE FUNCTION UPPER-CASE(INPUT-ACTION) TO INPUT-ACTION

           MOVE SPACES TO DISPUTE-ACTION-RECORD
           MOVE "N" TO ENTRY-CANCELLED

           EVALUATE INPUT-ACTION
               WHEN "N"
                   PERFORM ENTER-NEW-DISPUTE
               WHEN "M"
               WHEN "W"
               WHEN "L"
                   PERFORM ENTER-DISPUTE-OUTCOME
               WHEN "Q"
               WHEN SPACE
                   MOVE "Y" TO ENTRY-DONE
               WHEN OTHER
                   DISPLAY "Answer N, M, W, L or Q."
           END-EVALUATE
           EXIT.

      *----------------------------------------------------------*
      * A new dispute names one posted Udbetaling. A storno, an
      * original already reversed and a transaction already under
      * dispute are refused; the amount defaults to the whole
      * payment and may not exceed it.
      *----------------------------------------------------------*
       ENTER-NEW-DISPUTE.
           DISPLAY "CPR on the disputed payment:"
           MOVE SPACES TO INPUT-TEXT
           ACCEPT INPUT-TEXT
           IF INPUT-TEXT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE INPUT-TEXT(1:15) TO SEARCH-CPR

           DISPLAY "Time of transaction as shown on the report:"
           MOVE SPACES TO INPUT-TEXT
           ACCEPT INPUT-TEXT
           MOVE INPUT-TEXT(1:26) TO SEARCH-TIME

           PERFORM FIND-ORIGINAL-TRANSACTIONS
           IF MATCH-COUNT = 0
               DISPLAY "No posted Udbetaling for that CPR and time."
               EXIT PARAGRAPH
           END-IF

           PERFORM LIST-MATCHED-TRANSACTIONS
           PERFORM SELECT-ORIGINAL-TRANSACTION
           IF ENTRY-CANCELLED = "Y"
               EXIT PARAGRAPH
           END-IF

           MOVE MATCH-IMAGE(SELECTED-INDEX) TO MATCH-WORK
           IF CORRECTION-REVERSAL OF MATCH-WORK
               DISPLAY "That record is a storno and cannot be "
                   "disputed."
               EXIT PARAGRAPH
           END-IF
           IF MATCH-REVERSED(SELECTED-INDEX) = "Y"
               DISPLAY "That payment has already been reversed - "
                   "there is nothing left to dispute."
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO SEARCH-DISPUTE-ID
           PERFORM SCAN-DISPUTE-FILES
           IF TRANSACTION-ALREADY-DISPUTED = "Y"
               DISPLAY "That payment is already under dispute as "
                   EXISTING-DISPUTE-ID "."
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO DISPUTE-ACTION-RECORD
           MOVE "N" TO DISPUTE-ACTION-CODE
           PERFORM FILL-DISPUTE-FROM-TRANSACTION

           PERFORM ENTER-DISPUTED-AMOUNT
           IF ENTRY-CANCELLED = "Y"
               EXIT PARAGRAPH
           END-IF

           PERFORM ENTER-PROVISIONAL-CREDIT
           IF ENTRY-CANCELLED = "Y"
               EXIT PARAGRAPH
           END-IF

           PERFORM ENTER-DISPUTE-REASON
           IF ENTRY-CANCELLED = "Y"
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO HIGHEST-DISPUTE-NUMBER
           MOVE HIGHEST-DISPUTE-NUMBER TO DISPUTE-NUMBER-WORK
           STRING "DS" DELIMITED BY SIZE
               DISPUTE-NUMBER-WORK DELIMITED BY SIZE
               INTO DISPUTE-ID OF DISPUTE-ACTION-RECORD
           END-STRING
           MOVE DISPUTE-REASON OF DISPUTE-ACTION-RECORD
               TO DISPUTE-ACTION-NOTE

           PERFORM APPEND-DISPUTE-ACTION
           EXIT.

      *----------------------------------------------------------*
      * The merchant response and the outcome name a dispute by
      * its id. The step must follow on from where the dispute
      * stands once the steps already queued are applied: "M"
      * only on an open dispute, "W" and "L" on any dispute not
      * yet decided.
      *----------------------------------------------------------*
       ENTER-DISPUTE-OUTCOME.
           DISPLAY "Dispute id (DSnnnnnnnn):"
           MOVE SPACES TO INPUT-TEXT
           ACCEPT INPUT-TEXT
           MOVE FUNCTION UPPER-CASE(INPUT-TEXT(1:10))
               TO SEARCH-DISPUTE-ID
           IF SEARCH-DISPUTE-ID = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO SEARCH-CPR
           MOVE SPACES TO SEARCH-TIME
           PERFORM SCAN-DISPUTE-FILES
           IF DISPUTE-FOUND = "N"
               DISPLAY "No dispute " SEARCH-DISPUTE-ID
                   " in the register or the queue."
               EXIT PARAGRAPH
           END-IF

           MOVE DISPUTE-AMOUNT OF FOUND-DISPUTE
               TO AMOUNT-EDIT-DISPLAY
           DISPLAY SEARCH-DISPUTE-ID " "
               FUNCTION TRIM(DISPUTE-CUSTOMER-NAME OF FOUND-DISPUTE
                   TRAILING) " - "
               FUNCTION TRIM(DISPUTE-SHOP OF FOUND-DISPUTE
                   TRAILING) " "
               FUNCTION TRIM(AMOUNT-EDIT-DISPLAY LEADING) " "
               DISPUTE-CURRENCY OF FOUND-DISPUTE
               "  status " EFFECTIVE-STATUS

           IF EFFECTIVE-CLOSED
               DISPLAY "That dispute is already decided."
               EXIT PARAGRAPH
           END-IF
           IF INPUT-ACTION = "M" AND NOT EFFECTIVE-OPEN
               DISPLAY "The merchant response is already recorded."
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO DISPUTE-ACTION-RECORD
           MOVE INPUT-ACTION TO DISPUTE-ACTION-CODE
           MOVE FOUND-DISPUTE TO DISPUTE-ACTION-DISPUTE

           DISPLAY "Note for the dispute file:"
           MOVE SPACES TO INPUT-TEXT
           ACCEPT INPUT-TEXT
           MOVE INPUT-TEXT(1:40) TO DISPUTE-ACTION-NOTE

           PERFORM APPEND-DISPUTE-ACTION
           EXIT.

      *----------------------------------------------------------*
      * One pass over the history collects the Udbetalinger for
      * the CPR and time given, and the amounts of any storno
      * already booked against them.
      *----------------------------------------------------------*
       FIND-ORIGINAL-TRANSACTIONS.
           MOVE 0 TO MATCH-COUNT
           MOVE 0 TO REVERSED-COUNT
           MOVE "N" TO MATCH-OVERFLOW

           OPEN INPUT HISTORY-FILE
           IF HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "TransactionHistory.txt not found - there is "
                   "nothing posted to dispute."
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ HISTORY-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       PERFORM CHECK-ONE-HISTORY-RECORD
               END-READ
           END-PERFORM

           CLOSE HISTORY-FILE
           IF MATCH-OVERFLOW = "Y"
               DISPLAY "More than " MATCH-MAX " records match - "
                   "only the first " MATCH-MAX " are offered."
           END-IF

           PERFORM VARYING MATCH-INDEX FROM 1 BY 1
               UNTIL MATCH-INDEX > MATCH-COUNT
               MOVE MATCH-IMAGE(MATCH-INDEX) TO MATCH-WORK
               PERFORM VARYING REVERSED-INDEX FROM 1 BY 1
                   UNTIL REVERSED-INDEX > REVERSED-COUNT
                   IF REVERSED-AMOUNT(REVERSED-INDEX)
                           = AMOUNT OF MATCH-WORK
                       MOVE "Y" TO MATCH-REVERSED(MATCH-INDEX)
                   END-IF
               END-PERFORM
           END-PERFORM
           EXIT.

       CHECK-ONE-HISTORY-RECORD.
           IF CPR OF HISTORY-RECORD = SEARCH-CPR
               AND TIME-OF-TRANSACTION OF HISTORY-RECORD
                   = SEARCH-TIME
               AND TRANSACTION-TYPE OF HISTORY-RECORD = "Udbetaling"
               IF MATCH-COUNT < MATCH-MAX
                   ADD 1 TO MATCH-COUNT
                   MOVE HISTORY-RECORD TO MATCH-IMAGE(MATCH-COUNT)
                   MOVE "N" TO MATCH-REVERSED(MATCH-COUNT)
               ELSE
                   MOVE "Y" TO MATCH-OVERFLOW
               END-IF
           END-IF

           IF CORRECTION-REVERSAL OF HISTORY-RECORD
               AND CORRECTS-CPR OF HISTORY-RECORD = SEARCH-CPR
               AND CORRECTS-TIME OF HISTORY-RECORD = SEARCH-TIME
               AND REVERSED-COUNT < REVERSED-MAX
               ADD 1 TO REVERSED-COUNT
               MOVE CORRECTS-AMOUNT OF HISTORY-RECORD
                   TO REVERSED-AMOUNT(REVERSED-COUNT)
           END-IF
           EXIT.

       LIST-MATCHED-TRANSACTIONS.
           PERFORM VARYING MATCH-INDEX FROM 1 BY 1
               UNTIL MATCH-INDEX > MATCH-COUNT
               MOVE MATCH-IMAGE(MATCH-INDEX) TO MATCH-WORK
               MOVE MATCH-INDEX TO MATCH-NUMBER-DISPLAY
               MOVE AMOUNT OF MATCH-WORK TO AMOUNT-EDIT-DISPLAY
               EVALUATE TRUE
                   WHEN CORRECTION-REVERSAL OF MATCH-WORK
                       DISPLAY MATCH-NUMBER-DISPLAY ") "
                           TRANSACTION-SHOP OF MATCH-WORK " "
                           AMOUNT-EDIT-DISPLAY " "
                           CURRENCY-CODE OF MATCH-WORK
                           "  (storno)"
                   WHEN MATCH-REVERSED(MATCH-INDEX) = "Y"
                       DISPLAY MATCH-NUMBER-DISPLAY ") "
                           TRANSACTION-SHOP OF MATCH-WORK " "
                           AMOUNT-EDIT-DISPLAY " "
                           CURRENCY-CODE OF MATCH-WORK
                           "  (already reversed)"
                   WHEN OTHER
                       DISPLAY MATCH-NUMBER-DISPLAY ") "
                           TRANSACTION-SHOP OF MATCH-WORK " "
                           AMOUNT-EDIT-DISPLAY " "
                           CURRENCY-CODE OF MATCH-WORK
               END-EVALUATE
           END-PERFORM
           EXIT.

       SELECT-ORIGINAL-TRANSACTION.
           IF MATCH-COUNT = 1
               MOVE 1 TO SELECTED-INDEX
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO FIELD-VALID
           MOVE 0 TO FIELD-ATTEMPTS
           PERFORM UNTIL FIELD-VALID = "Y"
               OR ENTRY-CANCELLED = "Y"
               DISPLAY "Which payment (1-" MATCH-COUNT "):"
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
      * Reads the register and then the queued steps in the order
      * they were entered. Notes the highest dispute number for
      * the next id, whether the transaction in SEARCH-CPR/-TIME
      * is already disputed, and for SEARCH-DISPUTE-ID the
      * dispute itself and the status the queue will leave it in.
      *----------------------------------------------------------*
       SCAN-DISPUTE-FILES.
           MOVE 0 TO HIGHEST-DISPUTE-NUMBER
           MOVE "N" TO TRANSACTION-ALREADY-DISPUTED
           MOVE SPACES TO EXISTING-DISPUTE-ID
           MOVE "N" TO DISPUTE-FOUND
           MOVE SPACE TO EFFECTIVE-STATUS
           MOVE SPACES TO FOUND-DISPUTE

           OPEN INPUT DISPUTE-REGISTER-FILE
           IF REGISTER-FILE-STATUS = "00"
               MOVE "N" TO END-OF-FILE
               PERFORM UNTIL END-OF-FILE = "Y"
                   READ DISPUTE-REGISTER-FILE
                       AT END
                           MOVE "Y" TO END-OF-FILE
                       NOT AT END
                           PERFORM CHECK-ONE-REGISTERED-DISPUTE
                   END-READ
               END-PERFORM
               CLOSE DISPUTE-REGISTER-FILE
           END-IF

           OPEN INPUT DISPUTE-ACTION-FILE
           IF ACTION-FILE-STATUS = "00"
               MOVE "N" TO END-OF-FILE
               PERFORM UNTIL END-OF-FILE = "Y"
                   READ DISPUTE-ACTION-FILE
                       AT END
                           MOVE "Y" TO END-OF-FILE
                       NOT AT END
                           PERFORM CHECK-ONE-QUEUED-STEP
                   END-READ
               END-PERFORM
               CLOSE DISPUTE-ACTION-FILE
           END-IF
           EXIT.

       CHECK-ONE-REGISTERED-DISPUTE.
           IF DISPUTE-ID OF DISPUTE-REGISTER-RECORD(3:8) IS NUMERIC
               MOVE DISPUTE-ID OF DISPUTE-REGISTER-RECORD(3:8)
                   TO DISPUTE-NUMBER-WORK
               IF DISPUTE-NUMBER-WORK > HIGHEST-DISPUTE-NUMBER
                   MOVE DISPUTE-NUMBER-WORK
                       TO HIGHEST-DISPUTE-NUMBER
               END-IF
           END-IF

           IF SEARCH-CPR NOT = SPACES
               AND DISPUTE-CPR OF DISPUTE-REGISTER-RECORD = SEARCH-CPR
               AND DISPUTE-TXN-TIME OF DISPUTE-REGISTER-RECORD
                   = SEARCH-TIME
               AND DISPUTE-TXN-AMOUNT OF DISPUTE-REGISTER-RECORD
                   = AMOUNT OF MATCH-WORK
               MOVE "Y" TO TRANSACTION-ALREADY-DISPUTED
               MOVE DISPUTE-ID OF DISPUTE-REGISTER-RECORD
                   TO EXISTING-DISPUTE-ID
           END-IF

           IF SEARCH-DISPUTE-ID NOT = SPACES
               AND DISPUTE-ID OF DISPUTE-REGISTER-RECORD
                   = SEARCH-DISPUTE-ID
               MOVE "Y" TO DISPUTE-FOUND
               MOVE DISPUTE-REGISTER-RECORD TO FOUND-DISPUTE
               MOVE DISPUTE-STATUS OF DISPUTE-REGISTER-RECORD
                   TO EFFECTIVE-STATUS
           END-IF
           EXIT.

       CHECK-ONE-QUEUED-STEP.
           IF DISPUTE-ACTION-CODE = "N"
               AND DISPUTE-ID OF DISPUTE-ACTION-RECORD(3:8)
                   IS NUMERIC
               MOVE DISPUTE-ID OF DISPUTE-ACTION-RECORD(3:8)
                   TO DISPUTE-NUMBER-WORK
               IF DISPUTE-NUMBER-WORK > HIGHEST-DISPUTE-NUMBER
                   MOVE DISPUTE-NUMBER-WORK
                       TO HIGHEST-DISPUTE-NUMBER
               END-IF
           END-IF

           IF DISPUTE-ACTION-CODE = "N"
               AND SEARCH-CPR NOT = SPACES
               AND DISPUTE-CPR OF DISPUTE-ACTION-RECORD = SEARCH-CPR
               AND DISPUTE-TXN-TIME OF DISPUTE-ACTION-RECORD
                   = SEARCH-TIME
               AND DISPUTE-TXN-AMOUNT OF DISPUTE-ACTION-RECORD
                   = AMOUNT OF MATCH-WORK
               MOVE "Y" TO TRANSACTION-ALREADY-DISPUTED
               MOVE DISPUTE-ID OF DISPUTE-ACTION-RECORD
                   TO EXISTING-DISPUTE-ID
           END-IF

           IF SEARCH-DISPUTE-ID = SPACES
               OR DISPUTE-ID OF DISPUTE-ACTION-RECORD
                   NOT = SEARCH-DISPUTE-ID
               EXIT PARAGRAPH
           END-IF

           EVALUATE DISPUTE-ACTION-CODE
               WHEN "N"
                   IF DISPUTE-FOUND = "N"
                       MOVE "Y" TO DISPUTE-FOUND
                       MOVE DISPUTE-ACTION-DISPUTE TO FOUND-DISPUTE
                       MOVE "O" TO EFFECTIVE-STATUS
                   END-IF
               WHEN "M"
                   IF EFFECTIVE-OPEN
                       MOVE "M" TO EFFECTIVE-STATUS
                   END-IF
               WHEN "W"
               WHEN "L"
                   IF NOT EFFECTIVE-CLOSED
                       MOVE DISPUTE-ACTION-CODE TO EFFECTIVE-STATUS
                   END-IF
           END-EVALUATE
           EXIT.

       FILL-DISPUTE-FROM-TRANSACTION.
           MOVE "O" TO DISPUTE-STATUS OF DISPUTE-ACTION-RECORD
           MOVE FUNCTION CURRENT-DATE(1:8)
               TO DISPUTE-OPENED-DATE OF DISPUTE-ACTION-RECORD
           MOVE CPR OF MATCH-WORK
               TO DISPUTE-CPR OF DISPUTE-ACTION-RECORD
           MOVE CUSTOMER-NAME OF MATCH-WORK
               TO DISPUTE-CUSTOMER-NAME OF DISPUTE-ACTION-RECORD
           MOVE REGISTRATION-NUMBER OF MATCH-WORK
               TO DISPUTE-REGISTRATION OF DISPUTE-ACTION-RECORD
           MOVE ACCOUNT-NUMBER OF MATCH-WORK
               TO DISPUTE-ACCOUNT OF DISPUTE-ACTION-RECORD
           MOVE TIME-OF-TRANSACTION OF MATCH-WORK
               TO DISPUTE-TXN-TIME OF DISPUTE-ACTION-RECORD
           MOVE AMOUNT OF MATCH-WORK
               TO DISPUTE-TXN-AMOUNT OF DISPUTE-ACTION-RECORD
           MOVE DKK-AMOUNT OF MATCH-WORK
               TO DISPUTE-TXN-DKK-AMOUNT OF DISPUTE-ACTION-RECORD
           MOVE CURRENCY-CODE OF MATCH-WORK
               TO DISPUTE-CURRENCY OF DISPUTE-ACTION-RECORD
           MOVE TRANSACTION-SHOP OF MATCH-WORK
               TO DISPUTE-SHOP OF DISPUTE-ACTION-RECORD
           MOVE SIGNON-OPERATOR-ID
               TO DISPUTE-OPERATOR OF DISPUTE-ACTION-RECORD
           MOVE 0 TO DISPUTE-AMOUNT OF DISPUTE-ACTION-RECORD
           MOVE 0 TO DISPUTE-DKK-AMOUNT OF DISPUTE-ACTION-RECORD
           EXIT.

      *----------------------------------------------------------*
      * Disputed amounts are kept positive whichever sign the feed
      * gave the payment; the DKK value follows at the payment's
      * own exchange rate.
      *----------------------------------------------------------*
       ENTER-DISPUTED-AMOUNT.
           MOVE FUNCTION ABS(AMOUNT OF MATCH-WORK)
               TO ORIGINAL-AMOUNT-ABSOLUTE
           MOVE ORIGINAL-AMOUNT-ABSOLUTE TO AMOUNT-EDIT-DISPLAY

           MOVE "N" TO FIELD-VALID
           MOVE 0 TO FIELD-ATTEMPTS
           PERFORM UNTIL FIELD-VALID = "Y"
               OR ENTRY-CANCELLED = "Y"
               DISPLAY "Amount disputed in "
                   CURRENCY-CODE OF MATCH-WORK
                   " (blank = the whole "
                   FUNCTION TRIM(AMOUNT-EDIT-DISPLAY LEADING) "):"
               MOVE SPACES TO INPUT-TEXT
               ACCEPT INPUT-TEXT

               IF INPUT-TEXT = SPACES
                   MOVE "Y" TO FIELD-VALID
                   MOVE ORIGINAL-AMOUNT-ABSOLUTE TO INPUT-AMOUNT
               ELSE
                   IF FUNCTION TEST-NUMVAL(INPUT-TEXT) = 0
                       COMPUTE INPUT-AMOUNT =
                           FUNCTION NUMVAL(INPUT-TEXT)
                       IF INPUT-AMOUNT > 0
                           AND INPUT-AMOUNT <= ORIGINAL-AMOUNT-ABSOLUTE
                           MOVE "Y" TO FIELD-VALID
                       ELSE
                           DISPLAY "The amount must be above zero and "
                               "no more than the payment."
                           PERFORM COUNT-FAILED-ATTEMPT
                       END-IF
                   ELSE
                       DISPLAY "Amount is not a number, try again."
                       PERFORM COUNT-FAILED-ATTEMPT
                   END-IF
               END-IF
           END-PERFORM
           IF ENTRY-CANCELLED = "Y"
               EXIT PARAGRAPH
           END-IF

           MOVE INPUT-AMOUNT TO DISPUTE-AMOUNT OF DISPUTE-ACTION-RECORD
           IF INPUT-AMOUNT = ORIGINAL-AMOUNT-ABSOLUTE
               MOVE FUNCTION ABS(DKK-AMOUNT OF MATCH-WORK)
                   TO DISPUTE-DKK-AMOUNT OF DISPUTE-ACTION-RECORD
           ELSE
               COMPUTE DISPUTE-DKK-AMOUNT OF DISPUTE-ACTION-RECORD
                   ROUNDED =
                   INPUT-AMOUNT
                       * FUNCTION ABS(DKK-AMOUNT OF MATCH-WORK)
                       / ORIGINAL-AMOUNT-ABSOLUTE
           END-IF
           EXIT.

       ENTER-PROVISIONAL-CREDIT.
           MOVE "N" TO FIELD-VALID
           MOVE 0 TO FIELD-ATTEMPTS
           PERFORM UNTIL FIELD-VALID = "Y"
               OR ENTRY-CANCELLED = "Y"
               DISPLAY "Credit the customer provisionally now (Y/N):"
               MOVE SPACE TO INPUT-ACTION
               ACCEPT INPUT-ACTION
               MOVE FUNCTION UPPER-CASE(INPUT-ACTION)
                   TO INPUT-ACTION

               EVALUATE INPUT-ACTION
                   WHEN "Y"
                       MOVE "Y" TO FIELD-VALID
                       SET CREDIT-REQUESTED OF DISPUTE-ACTION-RECORD
                           TO TRUE
                   WHEN "N"
                       MOVE "Y" TO FIELD-VALID
                       MOVE SPACE TO DISPUTE-CREDIT-FLAG
                           OF DISPUTE-ACTION-RECORD
                   WHEN OTHER
                       DISPLAY "Answer Y or N."
                       PERFORM COUNT-FAILED-ATTEMPT
               END-EVALUATE
           END-PERFORM
           EXIT.

       ENTER-DISPUTE-REASON.
           MOVE "N" TO FIELD-VALID
           MOVE 0 TO FIELD-ATTEMPTS
           PERFORM UNTIL FIELD-VALID = "Y"
               OR ENTRY-CANCELLED = "Y"
               DISPLAY "Customer's reason for the dispute:"
               MOVE SPACES TO INPUT-TEXT
               ACCEPT INPUT-TEXT

               IF INPUT-TEXT = SPACES
                   DISPLAY "A dispute needs a reason, try again."
                   PERFORM COUNT-FAILED-ATTEMPT
               ELSE
                   MOVE "Y" TO FIELD-VALID
                   MOVE INPUT-TEXT(1:40)
                       TO DISPUTE-REASON OF DISPUTE-ACTION-RECORD
               END-IF
           END-PERFORM
           EXIT.

       APPEND-DISPUTE-ACTION.
           MOVE SIGNON-OPERATOR-ID TO DISPUTE-ACTION-OPERATOR
           MOVE FUNCTION CURRENT-DATE(1:8) TO DISPUTE-ACTION-DATE

           OPEN EXTEND DISPUTE-ACTION-FILE
           IF ACTION-FILE-STATUS = "35"
               OPEN OUTPUT DISPUTE-ACTION-FILE
           END-IF

           WRITE DISPUTE-ACTION-RECORD
           CLOSE DISPUTE-ACTION-FILE

           PERFORM WRITE-ACTIVITY-LOG-ENTRY
           ADD 1 TO RECORDS-APPENDED-COUNT
           DISPLAY "Queued step " DISPUTE-ACTION-CODE " on dispute "
               DISPUTE-ID OF DISPUTE-ACTION-RECORD "."
           EXIT.

       WRITE-ACTIVITY-LOG-ENTRY.
           OPEN EXTEND ACTIVITY-LOG-FILE
           IF ACTIVITY-LOG-FILE-STATUS = "35"
               OPEN OUTPUT ACTIVITY-LOG-FILE
           END-IF

           MOVE SPACES TO ACTIVITY-LOG-RECORD
           MOVE SIGNON-OPERATOR-ID TO OPER-LOG-OPERATOR
           MOVE FUNCTION CURRENT-DATE TO OPER-LOG-TIMESTAMP
           MOVE "DISPUTENTRY" TO OPER-LOG-PROGRAM
           EVALUATE DISPUTE-ACTION-CODE
               WHEN "N"
                   MOVE "OPEN" TO OPER-LOG-ACTION
               WHEN "M"
                   MOVE "RESPONSE" TO OPER-LOG-ACTION
               WHEN "W"
                   MOVE "WON" TO OPER-LOG-ACTION
               WHEN "L"
                   MOVE "LOST" TO OPER-LOG-ACTION
           END-EVALUATE
           MOVE DISPUTE-ID OF DISPUTE-ACTION-RECORD
               TO OPER-LOG-REFERENCE-ID
           WRITE ACTIVITY-LOG-RECORD

           CLOSE ACTIVITY-LOG-FILE
           EXIT.

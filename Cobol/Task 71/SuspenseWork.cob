       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPENSEWORK.

      *----------------------------------------------------------*
      * Operator work on the inbound-payment suspense queue. The *
      * signed-on operator names an item in SuspenseItems.txt    *
      * ("L" lists the open ones), sees the payment as it        *
      * arrived and why INBOUNDPOST held it, and either applies  *
      * it to a customer account ("A") or sends it back to the   *
      * payer ("R"). To apply, the operator names the customer   *
      * by REFERENCE-ID and picks one of the customer's accounts *
      * from CustomerMaster.idx; a customer still pending or     *
      * blocked by the sanctions pre-screening cannot receive    *
      * it. A return takes a reason code, defaulting from the    *
      * reason the item was held. The decision is appended to    *
      * SuspenseActions.txt; the next INBOUNDPOST run carries    *
      * it out, so the terminal never writes the suspense        *
      * file itself.                                             *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSPENSE-ITEMS-FILE
               ASSIGN TO "SuspenseItems.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUSPENSE-FILE-STATUS.

           SELECT SUSPENSE-ACTIONS-FILE
               ASSIGN TO "SuspenseActions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACTIONS-FILE-STATUS.

           SELECT CUSTOMER-MASTER-FILE
               ASSIGN TO "CustomerMaster.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MASTER-REFERENCE-ID
               FILE STATUS IS MASTER-FILE-STATUS.

           SELECT ACTIVITY-LOG-FILE
               ASSIGN TO "OperatorActivityLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACTIVITY-LOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SUSPENSE-ITEMS-FILE.
       01 SUSPENSE-ITEM-RECORD PIC X(234).

       FD SUSPENSE-ACTIONS-FILE.
       01 SUSPENSE-ACTION-RECORD.
           COPY "SuspenseAction.cpy".

       FD CUSTOMER-MASTER-FILE.
       01 CUSTOMER-MASTER-RECORD.
           02 MASTER-REFERENCE-ID PIC X(10).
           02 MASTER-RECORD-BODY PIC X(461).

       FD ACTIVITY-LOG-FILE.
       01 ACTIVITY-LOG-RECORD.
           COPY "OperatorLog.cpy".

       WORKING-STORAGE SECTION.
       01 SUSPENSE-FILE-STATUS PIC X(2) VALUE "00".
       01 ACTIONS-FILE-STATUS PIC X(2) VALUE "00".
       01 MASTER-FILE-STATUS PIC X(2) VALUE "00".
       01 ACTIVITY-LOG-FILE-STATUS PIC X(2) VALUE "00".

      * Operator sign-on through the shared OPERSIGNON routine;
      * inquiry-only operators may look but not decide.
       01 SIGNON-PARAMETERS.
           COPY "SignOn.cpy".

       01 SUSPENSE-WORK.
           COPY "SuspenseItem.cpy".

       01 MASTER-WORK.
           COPY "Customer.cpy".

      * The decision being keyed, kept apart from the FD record
      * while SuspenseActions.txt is searched for an earlier one.
       01 ACTION-WORK PIC X(58) VALUE SPACES.

       01 ENTRY-DONE PIC X VALUE "N".
       01 FIELD-VALID PIC X VALUE "N".
       01 ENTRY-CANCELLED PIC X VALUE "N".
       01 FIELD-ATTEMPTS PIC 9 VALUE 0.
       01 FIELD-ATTEMPT-LIMIT PIC 9 VALUE 3.
       01 RECORDS-APPENDED-COUNT PIC 999 VALUE 0.
       01 ITEM-FOUND PIC X VALUE "N".
       01 DECISION-QUEUED PIC X VALUE "N".
       01 END-OF-FILE PIC X VALUE "N".
       01 OPEN-ITEMS-LISTED PIC 9(4) VALUE 0.
       01 ACCOUNT-SLOT PIC 9 VALUE 0.
       01 DEFAULT-REASON PIC X(4) VALUE SPACES.
       01 LOGGED-ACTION PIC X(10) VALUE SPACES.

       01 INPUT-ACTION PIC X(1) VALUE SPACE.
       01 INPUT-TEXT PIC X(80) VALUE SPACES.
       01 TODAY-DATE PIC 9(8) VALUE 0.
       01 ITEM-AGE-DAYS PIC S9(5) VALUE 0.
       01 DAYS-DISPLAY PIC ZZZ9.
       01 AMOUNT-EDIT-DISPLAY PIC -Z,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
           DISPLAY "Inbound payment suspense work."

           PERFORM SIGN-ON-OPERATOR
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE

           OPEN INPUT CUSTOMER-MASTER-FILE
           IF MASTER-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: could not open 'CustomerMaster.idx' "
                   "(file status " MASTER-FILE-STATUS ")."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM ENTER-ONE-DECISION UNTIL ENTRY-DONE = "Y"

           CLOSE CUSTOMER-MASTER-FILE
           DISPLAY "Queued " RECORDS-APPENDED-COUNT
               " decision(s) in SuspenseActions.txt."
           STOP RUN.

       SIGN-ON-OPERATOR.
           CALL "OPERSIGNON" USING SIGNON-PARAMETERS
               ON EXCEPTION
                   DISPLAY "ERROR: OPERSIGNON could not be called."
                   MOVE "N" TO SIGNON-RESULT
           END-CALL

           IF NOT SIGNON-SUCCEEDED
               DISPLAY "Suspense work refused without a valid "
                   "sign-on."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF ROLE-INQUIRY-ONLY
               DISPLAY "Operator "
                   FUNCTION TRIM(SIGNON-OPERATOR-ID TRAILING)
                   " is inquiry-only and may not work suspense items."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           EXIT.

      *----------------------------------------------------------*
      * One decision: the item must be open and have no decision
      * waiting for INBOUNDPOST; then apply or return, a summary
      * and the operator's confirmation.
      *----------------------------------------------------------*
       ENTER-ONE-DECISION.
           DISPLAY " "
           DISPLAY "Suspense item id (L to list open items, blank to "
               "quit):"
           MOVE SPACES TO INPUT-TEXT
           ACCEPT INPUT-TEXT
           IF INPUT-TEXT = SPACES
               MOVE "Y" TO ENTRY-DONE
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION UPPER-CASE(INPUT-TEXT) = "L"
               PERFORM LIST-OPEN-ITEMS
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO ENTRY-CANCELLED

           PERFORM FIND-SUSPENSE-ITEM
           IF ITEM-FOUND = "N"
               DISPLAY "No suspense item with id "
                   FUNCTION TRIM(INPUT-TEXT(1:10) TRAILING) "."
               EXIT PARAGRAPH
           END-IF

           PERFORM SHOW-SUSPENSE-ITEM
           IF NOT SUSPENSE-OPEN
               DISPLAY "The item is no longer open."
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-QUEUED-DECISION
           IF DECISION-QUEUED = "Y"
               DISPLAY "A decision on this item is already waiting "
                   "for the next INBOUNDPOST run."
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO SUSPENSE-ACTION-RECORD
           MOVE SUSPENSE-ID TO ACTION-SUSPENSE-ID

           PERFORM ENTER-ACTION-CODE
           IF ENTRY-CANCELLED = "Y"
               EXIT PARAGRAPH
           END-IF

           IF ACTION-APPLY
               PERFORM ENTER-APPLY-CUSTOMER
               IF ENTRY-CANCELLED = "Y"
                   EXIT PARAGRAPH
               END-IF
               PERFORM ENTER-APPLY-ACCOUNT
           ELSE
               PERFORM ENTER-RETURN-REASON
           END-IF
           IF ENTRY-CANCELLED = "Y"
               EXIT PARAGRAPH
           END-IF

           PERFORM CONFIRM-DECISION
           IF ENTRY-CANCELLED = "Y"
               DISPLAY "Decision not queued."
               EXIT PARAGRAPH
           END-IF

           MOVE TODAY-DATE TO ACTION-KEYED-DATE
           MOVE SIGNON-OPERATOR-ID TO ACTION-OPERATOR
           PERFORM APPEND-DECISION-ENTRY
           EXIT.

      * The suspense file is read afresh for every item, so what
      * the last INBOUNDPOST run did shows straight away.
       FIND-SUSPENSE-ITEM.
           MOVE "N" TO ITEM-FOUND
           OPEN INPUT SUSPENSE-ITEMS-FILE
           IF SUSPENSE-FILE-STATUS NOT = "00"
               DISPLAY "SuspenseItems.txt could not be opened "
                   "(file status " SUSPENSE-FILE-STATUS ")."
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y" OR ITEM-FOUND = "Y"
               READ SUSPENSE-ITEMS-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF SUSPENSE-ITEM-RECORD(1:10)
                               = INPUT-TEXT(1:10)
                           MOVE "Y" TO ITEM-FOUND
                           MOVE SUSPENSE-ITEM-RECORD
                               TO SUSPENSE-WORK
                       END-IF
               END-READ
           END-PERFORM

           CLOSE SUSPENSE-ITEMS-FILE
           EXIT.

       LIST-OPEN-ITEMS.
           MOVE 0 TO OPEN-ITEMS-LISTED
           OPEN INPUT SUSPENSE-ITEMS-FILE
           IF SUSPENSE-FILE-STATUS NOT = "00"
               DISPLAY "SuspenseItems.txt could not be opened "
                   "(file status " SUSPENSE-FILE-STATUS ")."
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ SUSPENSE-ITEMS-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       MOVE SUSPENSE-ITEM-RECORD TO SUSPENSE-WORK
                       IF SUSPENSE-OPEN
                           PERFORM LIST-ONE-OPEN-ITEM
                       END-IF
               END-READ
           END-PERFORM

           CLOSE SUSPENSE-ITEMS-FILE
           IF OPEN-ITEMS-LISTED = 0
               DISPLAY "No open suspense items."
           END-IF
           EXIT.

       LIST-ONE-OPEN-ITEM.
           ADD 1 TO OPEN-ITEMS-LISTED
           PERFORM COMPUTE-ITEM-AGE
           MOVE ITEM-AGE-DAYS TO DAYS-DISPLAY
           MOVE SUSPENSE-AMOUNT TO AMOUNT-EDIT-DISPLAY
           DISPLAY SUSPENSE-ID " " SUSPENSE-REASON " "
               DAYS-DISPLAY " days " AMOUNT-EDIT-DISPLAY " "
               SUSPENSE-CURRENCY " "
               FUNCTION TRIM(SUSPENSE-PAYER-NAME TRAILING)
           EXIT.

       COMPUTE-ITEM-AGE.
           MOVE 0 TO ITEM-AGE-DAYS
           IF SUSPENSE-RECEIVED-DATE IS NUMERIC
                   AND SUSPENSE-RECEIVED-DATE > 0
               COMPUTE ITEM-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE(TODAY-DATE)
                   - FUNCTION INTEGER-OF-DATE(SUSPENSE-RECEIVED-DATE)
           END-IF
           EXIT.

       SHOW-SUSPENSE-ITEM.
           MOVE SUSPENSE-AMOUNT TO AMOUNT-EDIT-DISPLAY
           DISPLAY "Received " SUSPENSE-RECEIVED-DATE ", reference "
               FUNCTION TRIM(SUSPENSE-REFERENCE TRAILING) ", "
               FUNCTION TRIM(AMOUNT-EDIT-DISPLAY LEADING) " "
               SUSPENSE-CURRENCY "."
           DISPLAY "For account " SUSPENSE-BENEFICIARY-REGISTRATION " "
               FUNCTION TRIM(SUSPENSE-BENEFICIARY-ACCOUNT TRAILING)
           DISPLAY "From " FUNCTION TRIM(SUSPENSE-PAYER-NAME TRAILING)
               ", account " SUSPENSE-PAYER-REGISTRATION " "
               FUNCTION TRIM(SUSPENSE-PAYER-ACCOUNT TRAILING)
           IF SUSPENSE-REMITTANCE-TEXT NOT = SPACES
               DISPLAY "Text: "
                   FUNCTION TRIM(SUSPENSE-REMITTANCE-TEXT TRAILING)
           END-IF

           EVALUATE SUSPENSE-REASON
               WHEN "NOMATCH"
                   DISPLAY "Held: no account with that number."
               WHEN "CLOSED"
                   DISPLAY "Held: the account has been closed."
               WHEN "BLOCKED"
                   DISPLAY "Held: the customer is not active."
               WHEN "CURRENCY"
                   DISPLAY "Held: the currency is not booked."
               WHEN OTHER
                   DISPLAY "Held: " SUSPENSE-REASON
           END-EVALUATE

           IF SUSPENSE-APPLIED
               DISPLAY "Applied on " SUSPENSE-RESOLVED-DATE " by "
                   FUNCTION TRIM(SUSPENSE-RESOLVED-BY TRAILING)
                   " to "
                   FUNCTION TRIM(SUSPENSE-APPLIED-ACCOUNT TRAILING)
                   "."
           END-IF
           IF SUSPENSE-RETURNED
               DISPLAY "Returned on " SUSPENSE-RESOLVED-DATE " by "
                   FUNCTION TRIM(SUSPENSE-RESOLVED-BY TRAILING)
                   " (" SUSPENSE-RETURN-REASON ")."
           END-IF
           EXIT.

      * One decision per item and run: INBOUNDPOST carries out the
      * first and reports a second as refused.
       FIND-QUEUED-DECISION.
           MOVE "N" TO DECISION-QUEUED
           OPEN INPUT SUSPENSE-ACTIONS-FILE
           IF ACTIONS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y" OR DECISION-QUEUED = "Y"
               READ SUSPENSE-ACTIONS-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF ACTION-SUSPENSE-ID = SUSPENSE-ID
                           MOVE "Y" TO DECISION-QUEUED
                       END-IF
               END-READ
           END-PERFORM

           CLOSE SUSPENSE-ACTIONS-FILE
           EXIT.

      * A payment in a currency the bank does not book can only go
      * back to the payer.
       ENTER-ACTION-CODE.
           IF SUSPENSE-REASON = "CURRENCY"
               DISPLAY "The currency is not booked - the item can "
                   "only be returned."
               MOVE "R" TO ACTION-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO FIELD-VALID
           MOVE 0 TO FIELD-ATTEMPTS
           PERFORM UNTIL FIELD-VALID = "Y"
               OR ENTRY-CANCELLED = "Y"
               DISPLAY "A to apply to a customer account, R to return "
                   "to the payer:"
               MOVE SPACE TO INPUT-ACTION
               ACCEPT INPUT-ACTION
               MOVE FUNCTION UPPER-CASE(INPUT-ACTION)
                   TO INPUT-ACTION

               EVALUATE INPUT-ACTION
                   WHEN "A"
                   WHEN "R"
                       MOVE "Y" TO FIELD-VALID
                       MOVE INPUT-ACTION TO ACTION-CODE
                   WHEN OTHER
                       DISPLAY "Answer A or R."
                       PERFORM COUNT-FAILED-ATTEMPT
               END-EVALUATE
           END-PERFORM
           EXIT.

       ENTER-APPLY-CUSTOMER.
           MOVE "N" TO FIELD-VALID
           MOVE 0 TO FIELD-ATTEMPTS
           PERFORM UNTIL FIELD-VALID = "Y"
               OR ENTRY-CANCELLED = "Y"
               DISPLAY "REFERENCE-ID of the customer to credit:"
               MOVE SPACES TO INPUT-TEXT
               ACCEPT INPUT-TEXT
               MOVE INPUT-TEXT(1:10) TO MASTER-REFERENCE-ID
               READ CUSTOMER-MASTER-FILE
                   INVALID KEY
                       DISPLAY "No customer with REFERENCE-ID "
                           FUNCTION TRIM(INPUT-TEXT(1:10) TRAILING)
                           "."
                       PERFORM COUNT-FAILED-ATTEMPT
                   NOT INVALID KEY
                       MOVE CUSTOMER-MASTER-RECORD TO MASTER-WORK
                       PERFORM CHECK-APPLY-CUSTOMER
               END-READ
           END-PERFORM
           EXIT.

       CHECK-APPLY-CUSTOMER.
           DISPLAY FUNCTION TRIM(FIRST-NAME OF MASTER-WORK TRAILING)
               " " FUNCTION TRIM(LAST-NAME OF MASTER-WORK TRAILING)
           IF NOT CUSTOMER-ACTIVE OF MASTER-WORK
               DISPLAY "The customer is not active (pending or "
                   "blocked) and cannot be credited."
               PERFORM COUNT-FAILED-ATTEMPT
               EXIT PARAGRAPH
           END-IF

           MOVE "Y" TO FIELD-VALID
           MOVE REFERENCE-ID OF MASTER-WORK TO ACTION-REFERENCE-ID
           DISPLAY "Accounts:"
           DISPLAY "  " ACCOUNT-NUMBER OF MASTER-WORK " "
               CURRENCY-CODE OF MASTER-WORK
           PERFORM VARYING ACCOUNT-SLOT FROM 1 BY 1
               UNTIL ACCOUNT-SLOT > 4
               IF ACCOUNT-SLOT + 1 NOT > ACCOUNT-COUNT OF MASTER-WORK
                   AND EXTRA-ACCOUNT-NUMBER OF MASTER-WORK(
                       ACCOUNT-SLOT) NOT = SPACES
                   DISPLAY "  " EXTRA-ACCOUNT-NUMBER OF MASTER-WORK(
                       ACCOUNT-SLOT) " " EXTRA-CURRENCY-CODE OF
                       MASTER-WORK(ACCOUNT-SLOT)
               END-IF
           END-PERFORM
           EXIT.

      * The account must be one of the customer's own; the primary
      * account is taken when the reply is blank.
       ENTER-APPLY-ACCOUNT.
           MOVE "N" TO FIELD-VALID
           MOVE 0 TO FIELD-ATTEMPTS
           PERFORM UNTIL FIELD-VALID = "Y"
               OR ENTRY-CANCELLED = "Y"
               DISPLAY "Account to credit (blank for the first):"
               MOVE SPACES TO INPUT-TEXT
               ACCEPT INPUT-TEXT
               IF INPUT-TEXT = SPACES
                   MOVE ACCOUNT-NUMBER OF MASTER-WORK
                       TO INPUT-TEXT(1:17)
               END-IF

               IF INPUT-TEXT(1:17) = ACCOUNT-NUMBER OF MASTER-WORK
                   MOVE "Y" TO FIELD-VALID
               END-IF
               PERFORM VARYING ACCOUNT-SLOT FROM 1 BY 1
                   UNTIL ACCOUNT-SLOT > 4
                   IF ACCOUNT-SLOT + 1
                           NOT > ACCOUNT-COUNT OF MASTER-WORK
                       AND EXTRA-ACCOUNT-NUMBER OF MASTER-WORK(
                           ACCOUNT-SLOT) NOT = SPACES
                       AND EXTRA-ACCOUNT-NUMBER OF MASTER-WORK(
                           ACCOUNT-SLOT) = INPUT-TEXT(1:17)
                       MOVE "Y" TO FIELD-VALID
                   END-IF
               END-PERFORM

               IF FIELD-VALID = "Y"
                   MOVE INPUT-TEXT(1:17) TO ACTION-ACCOUNT
               ELSE
                   DISPLAY "That is not one of the customer's "
                       "accounts."
                   PERFORM COUNT-FAILED-ATTEMPT
               END-IF
           END-PERFORM
           EXIT.

      * The money can only go back where it came from.
       ENTER-RETURN-REASON.
           IF SUSPENSE-PAYER-ACCOUNT = SPACES
               DISPLAY "The payment carries no payer account and "
                   "cannot be returned."
               MOVE "Y" TO ENTRY-CANCELLED
               EXIT PARAGRAPH
           END-IF

           EVALUATE SUSPENSE-REASON
               WHEN "NOMATCH"
                   MOVE "AC01" TO DEFAULT-REASON
               WHEN "CLOSED"
                   MOVE "AC04" TO DEFAULT-REASON
               WHEN "BLOCKED"
                   MOVE "AC06" TO DEFAULT-REASON
               WHEN "CURRENCY"
                   MOVE "AM03" TO DEFAULT-REASON
               WHEN OTHER
                   MOVE "MS03" TO DEFAULT-REASON
           END-EVALUATE

           MOVE "N" TO FIELD-VALID
           MOVE 0 TO FIELD-ATTEMPTS
           PERFORM UNTIL FIELD-VALID = "Y"
               OR ENTRY-CANCELLED = "Y"
               DISPLAY "Return reason AC01/AC04/AC06/AM03/MS03 "
                   "(blank for " DEFAULT-REASON "):"
               MOVE SPACES TO INPUT-TEXT
               ACCEPT INPUT-TEXT
               IF INPUT-TEXT = SPACES
                   MOVE DEFAULT-REASON TO INPUT-TEXT(1:4)
               END-IF
               MOVE FUNCTION UPPER-CASE(INPUT-TEXT) TO INPUT-TEXT

               IF INPUT-TEXT(5:76) = SPACES
                   AND (INPUT-TEXT(1:4) = "AC01" OR "AC04" OR "AC06"
                       OR "AM03" OR "MS03")
                   MOVE "Y" TO FIELD-VALID
                   MOVE INPUT-TEXT(1:4) TO ACTION-RETURN-REASON
               ELSE
                   DISPLAY "Not a return reason, try again."
                   PERFORM COUNT-FAILED-ATTEMPT
               END-IF
           END-PERFORM
           EXIT.

       CONFIRM-DECISION.
           MOVE SUSPENSE-AMOUNT TO AMOUNT-EDIT-DISPLAY
           IF ACTION-APPLY
               DISPLAY "Credit "
                   FUNCTION TRIM(AMOUNT-EDIT-DISPLAY LEADING) " "
                   SUSPENSE-CURRENCY " to account "
                   FUNCTION TRIM(ACTION-ACCOUNT TRAILING)
                   " of customer " ACTION-REFERENCE-ID "."
           ELSE
               DISPLAY "Return "
                   FUNCTION TRIM(AMOUNT-EDIT-DISPLAY LEADING) " "
                   SUSPENSE-CURRENCY " to "
                   FUNCTION TRIM(SUSPENSE-PAYER-NAME TRAILING)
                   " with reason " ACTION-RETURN-REASON "."
           END-IF

           MOVE "N" TO FIELD-VALID
           MOVE 0 TO FIELD-ATTEMPTS
           PERFORM UNTIL FIELD-VALID = "Y"
               OR ENTRY-CANCELLED = "Y"
               DISPLAY "Queue this decision (Y/N):"
               MOVE SPACE TO INPUT-ACTION
               ACCEPT INPUT-ACTION
               MOVE FUNCTION UPPER-CASE(INPUT-ACTION)
                   TO INPUT-ACTION

               EVALUATE INPUT-ACTION
                   WHEN "Y"
                       MOVE "Y" TO FIELD-VALID
                   WHEN "N"
                       MOVE "Y" TO ENTRY-CANCELLED
                   WHEN OTHER
                       DISPLAY "Answer Y or N."
                       PERFORM COUNT-FAILED-ATTEMPT
               END-EVALUATE
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

       APPEND-DECISION-ENTRY.
           MOVE SUSPENSE-ACTION-RECORD TO ACTION-WORK
           IF ACTION-APPLY
               MOVE "APPLIED" TO LOGGED-ACTION
           ELSE
               MOVE "RETURNED" TO LOGGED-ACTION
           END-IF
           OPEN EXTEND SUSPENSE-ACTIONS-FILE
           IF ACTIONS-FILE-STATUS = "35"
               OPEN OUTPUT SUSPENSE-ACTIONS-FILE
           END-IF

           MOVE ACTION-WORK TO SUSPENSE-ACTION-RECORD
           WRITE SUSPENSE-ACTION-RECORD
           CLOSE SUSPENSE-ACTIONS-FILE

           PERFORM WRITE-ACTIVITY-LOG-ENTRY
           ADD 1 TO RECORDS-APPENDED-COUNT
           DISPLAY "Queued decision on suspense item "
               FUNCTION TRIM(SUSPENSE-ID TRAILING) "."
           EXIT.

       WRITE-ACTIVITY-LOG-ENTRY.
           OPEN EXTEND ACTIVITY-LOG-FILE
           IF ACTIVITY-LOG-FILE-STATUS = "35"
               OPEN OUTPUT ACTIVITY-LOG-FILE
           END-IF

           MOVE SPACES TO ACTIVITY-LOG-RECORD
           MOVE SIGNON-OPERATOR-ID TO OPER-LOG-OPERATOR
           MOVE FUNCTION CURRENT-DATE TO OPER-LOG-TIMESTAMP
           MOVE "SUSPENSEWORK" TO OPER-LOG-PROGRAM
           MOVE LOGGED-ACTION TO OPER-LOG-ACTION
           MOVE SUSPENSE-ID TO OPER-LOG-REFERENCE-ID
           WRITE ACTIVITY-LOG-RECORD

           CLOSE ACTIVITY-LOG-FILE
           EXIT.

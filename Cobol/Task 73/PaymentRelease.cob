       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYRELEASE.

      *----------------------------------------------------------*
      * Reviewer work on the outbound-payment release queue. The *
      * signed-on operator, who must hold the reviewer role,     *
      * names an instruction in PaymentReleaseQueue.txt by its   *
      * end-to-end reference ("L" lists the held ones), sees the *
      * payment and why PAYMENTIFACE held it, and either         *
      * releases it ("R") or cancels it ("C") with a reason. The *
      * decision is appended to PaymentReleaseDecisions.txt and  *
      * to OperatorActivityLog.txt; the next PAYMENTIFACE run    *
      * carries it out, so the terminal never writes the queue   *
      * itself.                                                  *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RELEASE-QUEUE-FILE
               ASSIGN TO "PaymentReleaseQueue.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QUEUE-FILE-STATUS.

           SELECT RELEASE-DECISIONS-FILE
               ASSIGN TO "PaymentReleaseDecisions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DECISIONS-FILE-STATUS.

           SELECT ACTIVITY-LOG-FILE
               ASSIGN TO "OperatorActivityLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACTIVITY-LOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RELEASE-QUEUE-FILE.
       01 RELEASE-QUEUE-RECORD PIC X(225).

       FD RELEASE-DECISIONS-FILE.
       01 RELEASE-DECISION-RECORD.
           COPY "ReleaseDecision.cpy".

       FD ACTIVITY-LOG-FILE.
       01 ACTIVITY-LOG-RECORD.
           COPY "OperatorLog.cpy".

       WORKING-STORAGE SECTION.
       01 QUEUE-FILE-STATUS PIC X(2) VALUE "00".
       01 DECISIONS-FILE-STATUS PIC X(2) VALUE "00".
       01 ACTIVITY-LOG-FILE-STATUS PIC X(2) VALUE "00".

      * Operator sign-on through the shared OPERSIGNON routine;
      * only a reviewer may release or cancel a held payment.
       01 SIGNON-PARAMETERS.
           COPY "SignOn.cpy".

       01 RELEASE-WORK.
           COPY "ReleaseItem.cpy".

      * The decision being keyed, kept apart from the FD record
      * while PaymentReleaseDecisions.txt is searched for an
      * earlier one.
       01 DECISION-WORK PIC X(71) VALUE SPACES.

       01 ENTRY-DONE PIC X VALUE "N".
       01 FIELD-VALID PIC X VALUE "N".
       01 ENTRY-CANCELLED PIC X VALUE "N".
       01 FIELD-ATTEMPTS PIC 9 VALUE 0.
       01 FIELD-ATTEMPT-LIMIT PIC 9 VALUE 3.
       01 RECORDS-APPENDED-COUNT PIC 999 VALUE 0.
       01 ITEM-FOUND PIC X VALUE "N".
       01 DECISION-QUEUED PIC X VALUE "N".
       01 END-OF-FILE PIC X VALUE "N".
       01 HELD-ITEMS-LISTED PIC 9(4) VALUE 0.
       01 LOGGED-ACTION PIC X(10) VALUE SPACES.

       01 INPUT-ACTION PIC X(1) VALUE SPACE.
       01 INPUT-TEXT PIC X(80) VALUE SPACES.
       01 TODAY-DATE PIC 9(8) VALUE 0.
       01 ITEM-AGE-DAYS PIC S9(5) VALUE 0.
       01 DAYS-DISPLAY PIC ZZZ9.
       01 PERCENT-DISPLAY PIC ZZ9.9.
       01 AMOUNT-EDIT-DISPLAY PIC -Z,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
           DISPLAY "Outbound payment release."

           PERFORM SIGN-ON-OPERATOR
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE

           PERFORM ENTER-ONE-DECISION UNTIL ENTRY-DONE = "Y"

           DISPLAY "Queued " RECORDS-APPENDED-COUNT
               " decision(s) in PaymentReleaseDecisions.txt."
           STOP RUN.

       SIGN-ON-OPERATOR.
           CALL "OPERSIGNON" USING SIGNON-PARAMETERS
               ON EXCEPTION
                   DISPLAY "ERROR: OPERSIGNON could not be called."
                   MOVE "N" TO SIGNON-RESULT
           END-CALL

           IF NOT SIGNON-SUCCEEDED
               DISPLAY "Payment release refused without a valid "
                   "sign-on."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF NOT ROLE-REVIEWER
               DISPLAY "Only a reviewer-role operator may release "
                   "or cancel a held payment."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           EXIT.

      *----------------------------------------------------------*
      * One decision: the instruction must be held and have no
      * decision waiting for PAYMENTIFACE; then release or
      * cancel, the reason, a summary and the confirmation.
      *----------------------------------------------------------*
       ENTER-ONE-DECISION.
           DISPLAY " "
           DISPLAY "End-to-end reference (L to list held payments, "
               "blank to quit):"
           MOVE SPACES TO INPUT-TEXT
           ACCEPT INPUT-TEXT
           IF INPUT-TEXT = SPACES
               MOVE "Y" TO ENTRY-DONE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(INPUT-TEXT) TO INPUT-TEXT
           IF INPUT-TEXT = "L"
               PERFORM LIST-HELD-ITEMS
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO ENTRY-CANCELLED

           PERFORM FIND-RELEASE-ITEM
           IF ITEM-FOUND = "N"
               DISPLAY "No queued payment with reference "
                   FUNCTION TRIM(INPUT-TEXT(1:14) TRAILING) "."
               EXIT PARAGRAPH
           END-IF

           PERFORM SHOW-RELEASE-ITEM
           IF NOT RELEASE-HELD
               DISPLAY "The payment is no longer held."
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-QUEUED-DECISION
           IF DECISION-QUEUED = "Y"
               DISPLAY "A decision on this payment is already "
                   "waiting for the next PAYMENTIFACE run."
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO RELEASE-DECISION-RECORD
           MOVE RELEASE-END-TO-END-REF TO DECISION-END-TO-END-REF

           PERFORM ENTER-DECISION-CODE
           IF ENTRY-CANCELLED = "Y"
               EXIT PARAGRAPH
           END-IF

           PERFORM ENTER-DECISION-REASON
           IF ENTRY-CANCELLED = "Y"
               EXIT PARAGRAPH
           END-IF

           PERFORM CONFIRM-DECISION
           IF ENTRY-CANCELLED = "Y"
               DISPLAY "Decision not queued."
               EXIT PARAGRAPH
           END-IF

           MOVE TODAY-DATE TO DECISION-KEYED-DATE
           MOVE SIGNON-OPERATOR-ID TO DECISION-OPERATOR
           PERFORM APPEND-DECISION-ENTRY
           EXIT.

      * The queue is read afresh for every payment, so what the
      * last PAYMENTIFACE run did shows straight away.
       FIND-RELEASE-ITEM.
           MOVE "N" TO ITEM-FOUND
           OPEN INPUT RELEASE-QUEUE-FILE
           IF QUEUE-FILE-STATUS NOT = "00"
               DISPLAY "PaymentReleaseQueue.txt could not be opened "
                   "(file status " QUEUE-FILE-STATUS ")."
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y" OR ITEM-FOUND = "Y"
               READ RELEASE-QUEUE-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF RELEASE-QUEUE-RECORD(1:14)
                               = INPUT-TEXT(1:14)
                           MOVE "Y" TO ITEM-FOUND
                           MOVE RELEASE-QUEUE-RECORD TO RELEASE-WORK
                       END-IF
               END-READ
           END-PERFORM

           CLOSE RELEASE-QUEUE-FILE
           EXIT.

       LIST-HELD-ITEMS.
           MOVE 0 TO HELD-ITEMS-LISTED
           OPEN INPUT RELEASE-QUEUE-FILE
           IF QUEUE-FILE-STATUS NOT = "00"
               DISPLAY "PaymentReleaseQueue.txt could not be opened "
                   "(file status " QUEUE-FILE-STATUS ")."
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ RELEASE-QUEUE-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       MOVE RELEASE-QUEUE-RECORD TO RELEASE-WORK
                       IF RELEASE-HELD
                           PERFORM LIST-ONE-HELD-ITEM
                       END-IF
               END-READ
           END-PERFORM

           CLOSE RELEASE-QUEUE-FILE
           IF HELD-ITEMS-LISTED = 0
               DISPLAY "No held payments."
           END-IF
           EXIT.

       LIST-ONE-HELD-ITEM.
           ADD 1 TO HELD-ITEMS-LISTED
           PERFORM COMPUTE-ITEM-AGE
           MOVE ITEM-AGE-DAYS TO DAYS-DISPLAY
           MOVE RELEASE-DKK-AMOUNT TO AMOUNT-EDIT-DISPLAY
           DISPLAY RELEASE-END-TO-END-REF " " RELEASE-HOLD-REASON " "
               DAYS-DISPLAY " days " AMOUNT-EDIT-DISPLAY " DKK "
               FUNCTION TRIM(RELEASE-COUNTERPARTY TRAILING)
           EXIT.

       COMPUTE-ITEM-AGE.
           MOVE 0 TO ITEM-AGE-DAYS
           IF RELEASE-HELD-DATE IS NUMERIC
                   AND RELEASE-HELD-DATE > 0
               COMPUTE ITEM-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE(TODAY-DATE)
                   - FUNCTION INTEGER-OF-DATE(RELEASE-HELD-DATE)
           END-IF
           EXIT.

       SHOW-RELEASE-ITEM.
           MOVE RELEASE-AMOUNT TO AMOUNT-EDIT-DISPLAY
           DISPLAY "Held " RELEASE-HELD-DATE ", "
               FUNCTION TRIM(AMOUNT-EDIT-DISPLAY LEADING) " "
               RELEASE-CURRENCY ", due " RELEASE-EXECUTION-DATE "."
           DISPLAY "From " RELEASE-OUR-REGISTRATION " "
               FUNCTION TRIM(RELEASE-OUR-ACCOUNT TRAILING)
           IF RELEASE-CPR NOT = SPACES
               DISPLAY "Charged to customer "
                   FUNCTION TRIM(RELEASE-CPR TRAILING)
           END-IF
           DISPLAY "To " FUNCTION TRIM(RELEASE-COUNTERPARTY TRAILING)
               ", account " RELEASE-COUNTERPARTY-REGISTRATION " "
               FUNCTION TRIM(RELEASE-COUNTERPARTY-ACCOUNT TRAILING)

           MOVE RELEASE-MATCH-PERCENT TO PERCENT-DISPLAY
           EVALUATE RELEASE-HOLD-REASON
               WHEN "SANC"
                   DISPLAY "Held: the payee matches sanctions entry "
                       FUNCTION TRIM(RELEASE-MATCH-ID TRAILING)
                       " at " FUNCTION TRIM(PERCENT-DISPLAY LEADING)
                       "%."
               WHEN "PEP"
                   DISPLAY "Held: the payee matches PEP entry "
                       FUNCTION TRIM(RELEASE-MATCH-ID TRAILING)
                       " at " FUNCTION TRIM(PERCENT-DISPLAY LEADING)
                       "%."
               WHEN "LIMIT"
                   DISPLAY "Held: the amount is over the release "
                       "limit for source " RELEASE-SOURCE "."
               WHEN "NOSCR"
                   DISPLAY "Held: the payee could not be screened "
                       "that run."
               WHEN OTHER
                   DISPLAY "Held: " RELEASE-HOLD-REASON
           END-EVALUATE

           IF RELEASE-RELEASED
               DISPLAY "Released on " RELEASE-DECIDED-DATE " by "
                   FUNCTION TRIM(RELEASE-DECIDED-BY TRAILING) ": "
                   FUNCTION TRIM(RELEASE-DECISION-REASON TRAILING)
           END-IF
           IF RELEASE-CANCELLED
               DISPLAY "Cancelled on " RELEASE-DECIDED-DATE " by "
                   FUNCTION TRIM(RELEASE-DECIDED-BY TRAILING) ": "
                   FUNCTION TRIM(RELEASE-DECISION-REASON TRAILING)
           END-IF
           EXIT.

      * One decision per payment and run: PAYMENTIFACE carries out
      * the first and reports a second as refused.
       FIND-QUEUED-DECISION.
           MOVE "N" TO DECISION-QUEUED
           OPEN INPUT RELEASE-DECISIONS-FILE
           IF DECISIONS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y" OR DECISION-QUEUED = "Y"
               READ RELEASE-DECISIONS-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF DECISION-END-TO-END-REF
                               = RELEASE-END-TO-END-REF
                           MOVE "Y" TO DECISION-QUEUED
                       END-IF
               END-READ
           END-PERFORM

           CLOSE RELEASE-DECISIONS-FILE
           EXIT.

       ENTER-DECISION-CODE.
           MOVE "N" TO FIELD-VALID
           MOVE 0 TO FIELD-ATTEMPTS
           PERFORM UNTIL FIELD-VALID = "Y"
               OR ENTRY-CANCELLED = "Y"
               DISPLAY "R to release the payment, C to cancel it:"
               MOVE SPACE TO INPUT-ACTION
               ACCEPT INPUT-ACTION
               MOVE FUNCTION UPPER-CASE(INPUT-ACTION)
                   TO INPUT-ACTION

               EVALUATE INPUT-ACTION
                   WHEN "R"
                   WHEN "C"
                       MOVE "Y" TO FIELD-VALID
                       MOVE INPUT-ACTION TO DECISION-CODE
                   WHEN OTHER
                       DISPLAY "Answer R or C."
                       PERFORM COUNT-FAILED-ATTEMPT
               END-EVALUATE
           END-PERFORM
           EXIT.

      * Every release or cancellation carries the reviewer's
      * reason; a blank reply is not accepted.
       ENTER-DECISION-REASON.
           MOVE "N" TO FIELD-VALID
           MOVE 0 TO FIELD-ATTEMPTS
           PERFORM UNTIL FIELD-VALID = "Y"
               OR ENTRY-CANCELLED = "Y"
               DISPLAY "Reason for the decision:"
               MOVE SPACES TO INPUT-TEXT
               ACCEPT INPUT-TEXT
               IF INPUT-TEXT = SPACES
                   DISPLAY "A decision needs a reason."
                   PERFORM COUNT-FAILED-ATTEMPT
               ELSE
                   MOVE "Y" TO FIELD-VALID
                   MOVE INPUT-TEXT(1:40) TO DECISION-REASON
               END-IF
           END-PERFORM
           EXIT.

       CONFIRM-DECISION.
           MOVE RELEASE-AMOUNT TO AMOUNT-EDIT-DISPLAY
           IF DECISION-RELEASE
               DISPLAY "Release "
                   FUNCTION TRIM(AMOUNT-EDIT-DISPLAY LEADING) " "
                   RELEASE-CURRENCY " to "
                   FUNCTION TRIM(RELEASE-COUNTERPARTY TRAILING)
                   " in the next payments file."
           ELSE
               DISPLAY "Cancel "
                   FUNCTION TRIM(AMOUNT-EDIT-DISPLAY LEADING) " "
                   RELEASE-CURRENCY " to "
                   FUNCTION TRIM(RELEASE-COUNTERPARTY TRAILING)
                   "."
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
           MOVE RELEASE-DECISION-RECORD TO DECISION-WORK
           IF DECISION-RELEASE
               MOVE "RELEASED" TO LOGGED-ACTION
           ELSE
               MOVE "CANCELLED" TO LOGGED-ACTION
           END-IF
           OPEN EXTEND RELEASE-DECISIONS-FILE
           IF DECISIONS-FILE-STATUS = "35"
               OPEN OUTPUT RELEASE-DECISIONS-FILE
           END-IF

           MOVE DECISION-WORK TO RELEASE-DECISION-RECORD
           WRITE RELEASE-DECISION-RECORD
           CLOSE RELEASE-DECISIONS-FILE

           PERFORM WRITE-ACTIVITY-LOG-ENTRY
           ADD 1 TO RECORDS-APPENDED-COUNT
           DISPLAY "Queued decision on payment "
               FUNCTION TRIM(RELEASE-END-TO-END-REF TRAILING) "."
           EXIT.

      * The log's reference field holds ten characters: the
      * reference's date and sequence identify the payment.
       WRITE-ACTIVITY-LOG-ENTRY.
           OPEN EXTEND ACTIVITY-LOG-FILE
           IF ACTIVITY-LOG-FILE-STATUS = "35"
               OPEN OUTPUT ACTIVITY-LOG-FILE
           END-IF

           MOVE SPACES TO ACTIVITY-LOG-RECORD
           MOVE SIGNON-OPERATOR-ID TO OPER-LOG-OPERATOR
           MOVE FUNCTION CURRENT-DATE TO OPER-LOG-TIMESTAMP
           MOVE "PAYRELEASE" TO OPER-LOG-PROGRAM
           MOVE LOGGED-ACTION TO OPER-LOG-ACTION
           MOVE RELEASE-END-TO-END-REF(5:10) TO OPER-LOG-REFERENCE-ID
           WRITE ACTIVITY-LOG-RECORD

           CLOSE ACTIVITY-LOG-FILE
           EXIT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPLENTRY.

      *----------------------------------------------------------*
      * Interactive entry of customer complaints. The signed-on  *
      * operator either registers a new complaint against a      *
      * REFERENCE-ID on CustomerMaster.idx - its category, the   *
      * channel it came in by, the date it was received and,     *
      * when it is about one payment, the transaction from       *
      * TransactionHistory.txt - or records the next step on an  *
      * existing one: the acknowledgement has gone out ("A") or  *
      * the final response has ("R"), with its outcome and the   *
      * channel the letter went by. The acknowledgement and      *
      * final response deadlines are counted in business days    *
      * from the received date through BUSDAYCAL and shown to    *
      * the operator: the acknowledgement within 5 business      *
      * days, the final response within 15 for a complaint about *
      * a payment or a card and within 40 for any other. Each    *
      * step is appended to ComplaintActions.txt; COMPLPOST      *
      * applies them to ComplaintRegister.txt, so the terminal   *
      * never writes the register itself.                        *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER-FILE
               ASSIGN TO "CustomerMaster.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MASTER-REFERENCE-ID
               FILE STATUS IS MASTER-FILE-STATUS.

           SELECT HISTORY-FILE
               ASSIGN TO "TransactionHistory.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORY-FILE-STATUS.

           SELECT COMPLAINT-REGISTER-FILE
               ASSIGN TO "ComplaintRegister.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGISTER-FILE-STATUS.

           SELECT COMPLAINT-ACTION-FILE
               ASSIGN TO "ComplaintActions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACTION-FILE-STATUS.

           SELECT ACTIVITY-LOG-FILE
               ASSIGN TO "OperatorActivityLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACTIVITY-LOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CUSTOMER-MASTER-FILE.
       01 CUSTOMER-MASTER-RECORD.
           02 MASTER-REFERENCE-ID PIC X(10).
           02 MASTER-RECORD-BODY PIC X(461).

       FD HISTORY-FILE.
       01 HISTORY-RECORD.
           COPY "Transaction.cpy".

       FD COMPLAINT-REGISTER-FILE.
       01 COMPLAINT-REGISTER-RECORD.
           COPY "Complaint.cpy".

      * One step on a complaint: "N" registers it (the complaint
      * image carries the customer, the deadlines and any
      * transaction), "A" and "R" name it by COMPLAINT-ID, "R"
      * with the outcome and response channel filled in. Who
      * entered the step, when, and the operator's note travel
      * with it.
       FD COMPLAINT-ACTION-FILE.
       01 COMPLAINT-ACTION-RECORD.
           02 COMPLAINT-ACTION-CODE PIC X(1) VALUE SPACE.
           02 COMPLAINT-ACTION-OPERATOR PIC X(8) VALUE SPACES.
           02 COMPLAINT-ACTION-DATE PIC X(8) VALUE SPACES.
           02 COMPLAINT-ACTION-NOTE PIC X(40) VALUE SPACES.
           02 COMPLAINT-ACTION-IMAGE PIC X(207) VALUE SPACES.

       FD ACTIVITY-LOG-FILE.
       01 ACTIVITY-LOG-RECORD.
           COPY "OperatorLog.cpy".

       WORKING-STORAGE SECTION.
       01 MASTER-FILE-STATUS PIC X(2) VALUE "00".
       01 HISTORY-FILE-STATUS PIC X(2) VALUE "00".
       01 REGISTER-FILE-STATUS PIC X(2) VALUE "00".
       01 ACTION-FILE-STATUS PIC X(2) VALUE "00".
       01 ACTIVITY-LOG-FILE-STATUS PIC X(2) VALUE "00".

      * Operator sign-on through the shared OPERSIGNON routine;
      * inquiry-only operators may not enter complaint steps.
       01 SIGNON-PARAMETERS.
           COPY "SignOn.cpy".

      * Business days through the shared BUSDAYCAL routine.
       01 BUSDAY-PARAMETERS.
           COPY "BusDay.cpy".
       01 BUSDAY-CALL-FAILED PIC X VALUE "N".

       01 MASTER-WORK.
           COPY "Customer.cpy".

      * The complaint being keyed, and the one found for a step.
       01 COMPLAINT-WORK.
           COPY "Complaint.cpy".
       01 FOUND-COMPLAINT.
           COPY "Complaint.cpy".

       01 END-OF-FILE PIC X VALUE "N".
       01 ENTRY-DONE PIC X VALUE "N".
       01 FIELD-VALID PIC X VALUE "N".
       01 ENTRY-CANCELLED PIC X VALUE "N".
       01 FIELD-ATTEMPTS PIC 9 VALUE 0.
       01 FIELD-ATTEMPT-LIMIT PIC 9 VALUE 3.
       01 RECORDS-APPENDED-COUNT PIC 999 VALUE 0.

       01 INPUT-ACTION PIC X(1) VALUE SPACE.
       01 INPUT-TEXT PIC X(80) VALUE SPACES.
       01 TODAY-DATE PIC 9(8) VALUE 0.
       01 RECEIVED-DATE-WORK PIC 9(8) VALUE 0.
       01 SEARCH-TIME PIC X(26) VALUE SPACES.
       01 SEARCH-COMPLAINT-ID PIC X(10) VALUE SPACES.
       01 TRANSACTION-FOUND PIC X VALUE "N".

      * Complaint categories and the business days the bank has
      * for its final response: 15 for payment services, 40
      * (eight weeks) for anything else.
       01 CATEGORY-NAMES.
           02 FILLER PIC X(8) VALUE "PAYMENT".
           02 FILLER PIC 99 VALUE 15.
           02 FILLER PIC X(8) VALUE "CARD".
           02 FILLER PIC 99 VALUE 15.
           02 FILLER PIC X(8) VALUE "FEES".
           02 FILLER PIC 99 VALUE 40.
           02 FILLER PIC X(8) VALUE "ACCOUNT".
           02 FILLER PIC 99 VALUE 40.
           02 FILLER PIC X(8) VALUE "LENDING".
           02 FILLER PIC 99 VALUE 40.
           02 FILLER PIC X(8) VALUE "SERVICE".
           02 FILLER PIC 99 VALUE 40.
           02 FILLER PIC X(8) VALUE "OTHER".
           02 FILLER PIC 99 VALUE 40.
       01 CATEGORY-TABLE REDEFINES CATEGORY-NAMES.
           02 CATEGORY-ENTRY OCCURS 7 TIMES.
               03 CATEGORY-CODE PIC X(8).
               03 CATEGORY-RESPONSE-DAYS PIC 99.
       01 CATEGORY-COUNT PIC 9 VALUE 7.
       01 CATEGORY-INDEX PIC 9 VALUE 0.
       01 MATCHED-CATEGORY PIC 9 VALUE 0.

       01 ACKNOWLEDGE-DAYS PIC 99 VALUE 5.
       01 BUSINESS-DAYS-TO-ADD PIC 99 VALUE 0.
       01 BUSINESS-DAY-STEP PIC 99 VALUE 0.
       01 COUNT-FROM-DATE PIC 9(8) VALUE 0.
       01 COUNTED-DATE PIC 9(8) VALUE 0.

      * What the register and the queued steps together say about
      * one complaint: whether it exists, the status it will have
      * once COMPLPOST has applied the steps already queued,
      * and the highest complaint number for the next id.
       01 COMPLAINT-FOUND PIC X VALUE "N".
       01 EFFECTIVE-STATUS PIC X VALUE SPACE.
           88 EFFECTIVE-OPEN VALUE "O".
           88 EFFECTIVE-ACKNOWLEDGED VALUE "A".
           88 EFFECTIVE-RESPONDED VALUE "R".
       01 HIGHEST-COMPLAINT-NUMBER PIC 9(8) VALUE 0.
       01 COMPLAINT-NUMBER-WORK PIC 9(8) VALUE 0.

       01 AMOUNT-EDIT-DISPLAY PIC -Z,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
           DISPLAY "Customer complaint entry."

           PERFORM SIGN-ON-OPERATOR
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE

           OPEN INPUT CUSTOMER-MASTER-FILE
           IF MASTER-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: could not open 'CustomerMaster.idx' "
                   "(file status " MASTER-FILE-STATUS ")."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM ENTER-ONE-COMPLAINT-STEP UNTIL ENTRY-DONE = "Y"

           CLOSE CUSTOMER-MASTER-FILE
           DISPLAY "Queued " RECORDS-APPENDED-COUNT
               " complaint step(s) in ComplaintActions.txt."
           STOP RUN.

       SIGN-ON-OPERATOR.
           CALL "OPERSIGNON" USING SIGNON-PARAMETERS
               ON EXCEPTION
                   DISPLAY "ERROR: OPERSIGNON could not be called."
                   MOVE "N" TO SIGNON-RESULT
           END-CALL

           IF NOT SIGNON-SUCCEEDED
               DISPLAY "Complaint entry refused without a valid "
                   "sign-on."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF ROLE-INQUIRY-ONLY
               DISPLAY "Operator "
                   FUNCTION TRIM(SIGNON-OPERATOR-ID TRAILING)
                   " is inquiry-only and may not enter complaints."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           EXIT.

       ENTER-ONE-COMPLAINT-STEP.
           DISPLAY " "
           DISPLAY "Complaint step (N=new complaint, A=acknowledged, "
               "R=final response sent, Q=quit):"
           MOVE SPACE TO INPUT-ACTION
           ACCEPT INPUT-ACTION
           MOVE FUNCTION UPPER-CASE(INPUT-ACTION) TO INPUT-ACTION

           MOVE SPACES TO COMPLAINT-ACTION-RECORD
           MOVE "N" TO ENTRY-CANCELLED

           EVALUATE INPUT-ACTION
               WHEN "N"
                   PERFORM ENTER-NEW-COMPLAINT
               WHEN "A"
               WHEN "R"
                   PERFORM ENTER-COMPLAINT-PROGRESS
               WHEN "Q"
               WHEN SPACE
                   MOVE "Y" TO ENTRY-DONE
               WHEN OTHER
                   DISPLAY "Answer N, A, R or Q."
           END-EVALUATE
           EXIT.

      *----------------------------------------------------------*
      * A new complaint: the customer, what it is about, how and
      * when it came in, the payment it concerns if any and the
      * customer's own words. The deadlines follow from the
      * category and the received date.
      *----------------------------------------------------------*
       ENTER-NEW-COMPLAINT.
           PERFORM ENTER-COMPLAINT-CUSTOMER
           IF ENTRY-CANCELLED = "Y"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO COMPLAINT-WORK
           MOVE 0 TO COMPLAINT-RECEIVED-DATE OF COMPLAINT-WORK
           MOVE 0 TO COMPLAINT-ACK-DUE-DATE OF COMPLAINT-WORK
           MOVE 0 TO COMPLAINT-RESPONSE-DUE-DATE OF COMPLAINT-WORK
           MOVE 0 TO COMPLAINT-ACK-DATE OF COMPLAINT-WORK
           MOVE 0 TO COMPLAINT-RESPONSE-DATE OF COMPLAINT-WORK
           MOVE 0 TO COMPLAINT-TXN-AMOUNT OF COMPLAINT-WORK
           MOVE REFERENCE-ID OF MASTER-WORK
               TO COMPLAINT-REFERENCE-ID OF COMPLAINT-WORK
           MOVE CUSTOMER-CPR OF MASTER-WORK
               TO COMPLAINT-CPR OF COMPLAINT-WORK

           PERFORM ENTER-COMPLAINT-CATEGORY
           IF ENTRY-CANCELLED = "Y"
               EXIT PARAGRAPH
           END-IF

           PERFORM ENTER-COMPLAINT-CHANNEL
           IF ENTRY-CANCELLED = "Y"
               EXIT PARAGRAPH
           END-IF

           PERFORM ENTER-RECEIVED-DATE
           IF ENTRY-CANCELLED = "Y"
               EXIT PARAGRAPH
           END-IF

           PERFORM ENTER-DISPUTED-TRANSACTION
           IF ENTRY-CANCELLED = "Y"
               EXIT PARAGRAPH
           END-IF

           PERFORM ENTER-COMPLAINT-SUMMARY
           IF ENTRY-CANCELLED = "Y"
               EXIT PARAGRAPH
           END-IF

           PERFORM SET-COMPLAINT-DEADLINES

           MOVE SPACES TO SEARCH-COMPLAINT-ID
           PERFORM SCAN-COMPLAINT-FILES
           ADD 1 TO HIGHEST-COMPLAINT-NUMBER
           MOVE HIGHEST-COMPLAINT-NUMBER TO COMPLAINT-NUMBER-WORK
           STRING "CP" DELIMITED BY SIZE
               COMPLAINT-NUMBER-WORK DELIMITED BY SIZE
               INTO COMPLAINT-ID OF COMPLAINT-WORK
           END-STRING
           SET COMPLAINT-OPEN OF COMPLAINT-WORK TO TRUE
           MOVE SIGNON-OPERATOR-ID
               TO COMPLAINT-OPERATOR OF COMPLAINT-WORK

           MOVE SPACES TO COMPLAINT-ACTION-RECORD
           MOVE "N" TO COMPLAINT-ACTION-CODE
           MOVE COMPLAINT-SUMMARY OF COMPLAINT-WORK
               TO COMPLAINT-ACTION-NOTE
           MOVE COMPLAINT-WORK TO COMPLAINT-ACTION-IMAGE

           PERFORM APPEND-COMPLAINT-ACTION
           DISPLAY "Acknowledge by "
               COMPLAINT-ACK-DUE-DATE OF COMPLAINT-WORK
               ", final response by "
               COMPLAINT-RESPONSE-DUE-DATE OF COMPLAINT-WORK "."
           EXIT.

       ENTER-COMPLAINT-CUSTOMER.
           MOVE "N" TO FIELD-VALID
           MOVE 0 TO FIELD-ATTEMPTS
           PERFORM UNTIL FIELD-VALID = "Y"
               OR ENTRY-CANCELLED = "Y"
               DISPLAY "REFERENCE-ID of the customer complaining "
                   "(blank to cancel):"
               MOVE SPACES TO INPUT-TEXT
               ACCEPT INPUT-TEXT
               IF INPUT-TEXT = SPACES
                   MOVE "Y" TO ENTRY-CANCELLED
                   EXIT PARAGRAPH
               END-IF

               MOVE INPUT-TEXT(1:10) TO MASTER-REFERENCE-ID
               READ CUSTOMER-MASTER-FILE
                   INVALID KEY
                       DISPLAY "No customer with REFERENCE-ID "
                           FUNCTION TRIM(INPUT-TEXT(1:10) TRAILING)
                           "."
                       PERFORM COUNT-FAILED-ATTEMPT
                   NOT INVALID KEY
                       MOVE CUSTOMER-MASTER-RECORD TO MASTER-WORK
                       MOVE "Y" TO FIELD-VALID
                       DISPLAY FUNCTION TRIM(FIRST-NAME OF MASTER-WORK
                               TRAILING) " "
                           FUNCTION TRIM(LAST-NAME OF MASTER-WORK
                               TRAILING) "  CPR "
                           CUSTOMER-CPR OF MASTER-WORK
               END-READ
           END-PERFORM
           EXIT.

       ENTER-COMPLAINT-CATEGORY.
           MOVE "N" TO FIELD-VALID
           MOVE 0 TO FIELD-ATTEMPTS
           PERFORM UNTIL FIELD-VALID = "Y"
               OR ENTRY-CANCELLED = "Y"
               DISPLAY "Category (PAYMENT, CARD, FEES, ACCOUNT, "
                   "LENDING, SERVICE, OTHER):"
               MOVE SPACES TO INPUT-TEXT
               ACCEPT INPUT-TEXT
               MOVE FUNCTION UPPER-CASE(INPUT-TEXT) TO INPUT-TEXT

               MOVE 0 TO MATCHED-CATEGORY
               PERFORM VARYING CATEGORY-INDEX FROM 1 BY 1
                   UNTIL CATEGORY-INDEX > CATEGORY-COUNT
                   IF INPUT-TEXT(1:8) = CATEGORY-CODE(CATEGORY-INDEX)
                       AND INPUT-TEXT(9:72) = SPACES
                       MOVE CATEGORY-INDEX TO MATCHED-CATEGORY
                   END-IF
               END-PERFORM

               IF MATCHED-CATEGORY > 0
                   MOVE "Y" TO FIELD-VALID
                   MOVE CATEGORY-CODE(MATCHED-CATEGORY)
                       TO COMPLAINT-CATEGORY OF COMPLAINT-WORK
               ELSE
                   DISPLAY "Pick one of the listed categories."
                   PERFORM COUNT-FAILED-ATTEMPT
               END-IF
           END-PERFORM
           EXIT.

       ENTER-COMPLAINT-CHANNEL.
           MOVE "N" TO FIELD-VALID
           MOVE 0 TO FIELD-ATTEMPTS
           PERFORM UNTIL FIELD-VALID = "Y"
               OR ENTRY-CANCELLED = "Y"
               DISPLAY "Received by (BRANCH, PHONE, EMAIL, LETTER, "
                   "WEB):"
               MOVE SPACES TO INPUT-TEXT
               ACCEPT INPUT-TEXT
               MOVE FUNCTION UPPER-CASE(INPUT-TEXT) TO INPUT-TEXT

               IF INPUT-TEXT(7:74) = SPACES
                   AND (INPUT-TEXT(1:6) = "BRANCH"
                       OR INPUT-TEXT(1:6) = "PHONE"
                       OR INPUT-TEXT(1:6) = "EMAIL"
                       OR INPUT-TEXT(1:6) = "LETTER"
                       OR INPUT-TEXT(1:6) = "WEB")
                   MOVE "Y" TO FIELD-VALID
                   MOVE INPUT-TEXT(1:6)
                       TO COMPLAINT-CHANNEL OF COMPLAINT-WORK
               ELSE
                   DISPLAY "Pick one of the listed channels."
                   PERFORM COUNT-FAILED-ATTEMPT
               END-IF
           END-PERFORM
           EXIT.

       ENTER-RECEIVED-DATE.
           MOVE "N" TO FIELD-VALID
           MOVE 0 TO FIELD-ATTEMPTS
           PERFORM UNTIL FIELD-VALID = "Y"
               OR ENTRY-CANCELLED = "Y"
               DISPLAY "Date the complaint was received (YYYYMMDD, "
                   "blank for today):"
               MOVE SPACES TO INPUT-TEXT
               ACCEPT INPUT-TEXT
               IF INPUT-TEXT = SPACES
                   MOVE TODAY-DATE TO INPUT-TEXT(1:8)
               END-IF

               IF INPUT-TEXT(1:8) IS NUMERIC
                   AND INPUT-TEXT(9:72) = SPACES
                   MOVE INPUT-TEXT(1:8) TO RECEIVED-DATE-WORK
                   IF FUNCTION TEST-DATE-YYYYMMDD(RECEIVED-DATE-WORK)
                           NOT = 0
                       OR RECEIVED-DATE-WORK > TODAY-DATE
                       DISPLAY "The received date must be a real "
                           "date no later than today."
                       PERFORM COUNT-FAILED-ATTEMPT
                   ELSE
                       MOVE "Y" TO FIELD-VALID
                       MOVE RECEIVED-DATE-WORK
                           TO COMPLAINT-RECEIVED-DATE OF COMPLAINT-WORK
                   END-IF
               ELSE
                   DISPLAY "Received date must be YYYYMMDD, try "
                       "again."
                   PERFORM COUNT-FAILED-ATTEMPT
               END-IF
           END-PERFORM
           EXIT.

      *----------------------------------------------------------*
      * The payment a complaint is about, named by its time of
      * transaction as the report shows it and looked up among
      * the customer's posted transactions. Blank when the
      * complaint is not about one payment.
      *----------------------------------------------------------*
       ENTER-DISPUTED-TRANSACTION.
           MOVE "N" TO FIELD-VALID
           MOVE 0 TO FIELD-ATTEMPTS
           PERFORM UNTIL FIELD-VALID = "Y"
               OR ENTRY-CANCELLED = "Y"
               DISPLAY "Time of the transaction complained about "
                   "(blank = none):"
               MOVE SPACES TO INPUT-TEXT
               ACCEPT INPUT-TEXT
               IF INPUT-TEXT = SPACES
                   MOVE "Y" TO FIELD-VALID
                   EXIT PARAGRAPH
               END-IF

               MOVE INPUT-TEXT(1:26) TO SEARCH-TIME
               PERFORM FIND-COMPLAINT-TRANSACTION
               IF TRANSACTION-FOUND = "Y"
                   MOVE "Y" TO FIELD-VALID
                   MOVE COMPLAINT-TXN-AMOUNT OF COMPLAINT-WORK
                       TO AMOUNT-EDIT-DISPLAY
                   DISPLAY "  "
                       FUNCTION TRIM(COMPLAINT-TXN-SHOP
                           OF COMPLAINT-WORK TRAILING) " "
                       FUNCTION TRIM(AMOUNT-EDIT-DISPLAY LEADING) " "
                       COMPLAINT-TXN-CURRENCY OF COMPLAINT-WORK
               ELSE
                   DISPLAY "No posted transaction of the customer at "
                       "that time."
                   PERFORM COUNT-FAILED-ATTEMPT
               END-IF
           END-PERFORM
           EXIT.

       FIND-COMPLAINT-TRANSACTION.
           MOVE "N" TO TRANSACTION-FOUND

           OPEN INPUT HISTORY-FILE
           IF HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "TransactionHistory.txt not found - no "
                   "transaction can be named."
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ HISTORY-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF CPR OF HISTORY-RECORD
                               = COMPLAINT-CPR OF COMPLAINT-WORK
                           AND TIME-OF-TRANSACTION OF HISTORY-RECORD
                               = SEARCH-TIME
                           AND TRANSACTION-FOUND = "N"
                           MOVE "Y" TO TRANSACTION-FOUND
                           MOVE SEARCH-TIME
                               TO COMPLAINT-TXN-TIME OF COMPLAINT-WORK
                           MOVE AMOUNT OF HISTORY-RECORD
                               TO COMPLAINT-TXN-AMOUNT
                                   OF COMPLAINT-WORK
                           MOVE CURRENCY-CODE OF HISTORY-RECORD
                               TO COMPLAINT-TXN-CURRENCY
                                   OF COMPLAINT-WORK
                           MOVE TRANSACTION-SHOP OF HISTORY-RECORD
                               TO COMPLAINT-TXN-SHOP OF COMPLAINT-WORK
                       END-IF
               END-READ
           END-PERFORM

           CLOSE HISTORY-FILE
           EXIT.

       ENTER-COMPLAINT-SUMMARY.
           MOVE "N" TO FIELD-VALID
           MOVE 0 TO FIELD-ATTEMPTS
           PERFORM UNTIL FIELD-VALID = "Y"
               OR ENTRY-CANCELLED = "Y"
               DISPLAY "What the customer complains about:"
               MOVE SPACES TO INPUT-TEXT
               ACCEPT INPUT-TEXT

               IF INPUT-TEXT = SPACES
                   DISPLAY "A complaint needs a summary, try again."
                   PERFORM COUNT-FAILED-ATTEMPT
               ELSE
                   MOVE "Y" TO FIELD-VALID
                   MOVE INPUT-TEXT(1:40)
                       TO COMPLAINT-SUMMARY OF COMPLAINT-WORK
               END-IF
           END-PERFORM
           EXIT.

      *----------------------------------------------------------*
      * Both deadlines run from the received date: the day the
      * complaint came in is day 0 and every business day after
      * it counts one.
      *----------------------------------------------------------*
       SET-COMPLAINT-DEADLINES.
           MOVE COMPLAINT-RECEIVED-DATE OF COMPLAINT-WORK
               TO COUNT-FROM-DATE
           MOVE ACKNOWLEDGE-DAYS TO BUSINESS-DAYS-TO-ADD
           PERFORM ADD-BUSINESS-DAYS
           MOVE COUNTED-DATE TO COMPLAINT-ACK-DUE-DATE OF COMPLAINT-WORK

           MOVE CATEGORY-RESPONSE-DAYS(MATCHED-CATEGORY)
               TO BUSINESS-DAYS-TO-ADD
           PERFORM ADD-BUSINESS-DAYS
           MOVE COUNTED-DATE
               TO COMPLAINT-RESPONSE-DUE-DATE OF COMPLAINT-WORK
           EXIT.

      * Without the calendar routine the days are counted as
      * calendar days, which only brings a deadline forward.
       ADD-BUSINESS-DAYS.
           MOVE COUNT-FROM-DATE TO COUNTED-DATE
           PERFORM VARYING BUSINESS-DAY-STEP FROM 1 BY 1
               UNTIL BUSINESS-DAY-STEP > BUSINESS-DAYS-TO-ADD
               COMPUTE COUNTED-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(COUNTED-DATE) + 1)
               IF BUSDAY-CALL-FAILED = "N"
                   MOVE COUNTED-DATE TO BUSDAY-REQUEST-DATE
                   MOVE "N" TO BUSDAY-DIRECTION
                   CALL "BUSDAYCAL" USING BUSDAY-PARAMETERS
                       ON EXCEPTION
                           DISPLAY "WARNING: BUSDAYCAL could not be "
                               "called, deadlines are counted in "
                               "calendar days."
                           MOVE "Y" TO BUSDAY-CALL-FAILED
                       NOT ON EXCEPTION
                           MOVE BUSDAY-RESULT-DATE TO COUNTED-DATE
                   END-CALL
               END-IF
           END-PERFORM
           EXIT.

      *----------------------------------------------------------*
      * The acknowledgement and the final response name a
      * complaint by its id. The step must follow on from where
      * the complaint stands once the steps already queued are
      * applied: "A" only on a complaint not yet acknowledged,
      * "R" on any complaint without its final response. A final
      * response also acknowledges a complaint not yet answered.
      *----------------------------------------------------------*
       ENTER-COMPLAINT-PROGRESS.
           DISPLAY "Complaint id (CPnnnnnnnn):"
           MOVE SPACES TO INPUT-TEXT
           ACCEPT INPUT-TEXT
           MOVE FUNCTION UPPER-CASE(INPUT-TEXT(1:10))
               TO SEARCH-COMPLAINT-ID
           IF SEARCH-COMPLAINT-ID = SPACES
               EXIT PARAGRAPH
           END-IF

           PERFORM SCAN-COMPLAINT-FILES
           IF COMPLAINT-FOUND = "N"
               DISPLAY "No complaint " SEARCH-COMPLAINT-ID
                   " in the register or the queue."
               EXIT PARAGRAPH
           END-IF

           DISPLAY SEARCH-COMPLAINT-ID " "
               FUNCTION TRIM(COMPLAINT-REFERENCE-ID OF FOUND-COMPLAINT
                   TRAILING) " "
               FUNCTION TRIM(COMPLAINT-CATEGORY OF FOUND-COMPLAINT
                   TRAILING) " received "
               COMPLAINT-RECEIVED-DATE OF FOUND-COMPLAINT
               "  status " EFFECTIVE-STATUS
           DISPLAY "  "
               FUNCTION TRIM(COMPLAINT-SUMMARY OF FOUND-COMPLAINT
                   TRAILING)

           IF EFFECTIVE-RESPONDED
               DISPLAY "The final response is already recorded."
               EXIT PARAGRAPH
           END-IF
           IF INPUT-ACTION = "A" AND NOT EFFECTIVE-OPEN
               DISPLAY "The acknowledgement is already recorded."
               EXIT PARAGRAPH
           END-IF

           MOVE FOUND-COMPLAINT TO COMPLAINT-WORK
           MOVE SPACES TO COMPLAINT-ACTION-RECORD
           MOVE INPUT-ACTION TO COMPLAINT-ACTION-CODE

           IF INPUT-ACTION = "R"
               PERFORM ENTER-RESPONSE-OUTCOME
               IF ENTRY-CANCELLED = "Y"
                   EXIT PARAGRAPH
               END-IF
               PERFORM ENTER-RESPONSE-CHANNEL
               IF ENTRY-CANCELLED = "Y"
                   EXIT PARAGRAPH
               END-IF
           END-IF

           DISPLAY "Note for the complaint file:"
           MOVE SPACES TO INPUT-TEXT
           ACCEPT INPUT-TEXT
           MOVE INPUT-TEXT(1:40) TO COMPLAINT-ACTION-NOTE

           MOVE COMPLAINT-WORK TO COMPLAINT-ACTION-IMAGE
           PERFORM APPEND-COMPLAINT-ACTION
           EXIT.

       ENTER-RESPONSE-OUTCOME.
           MOVE "N" TO FIELD-VALID
           MOVE 0 TO FIELD-ATTEMPTS
           PERFORM UNTIL FIELD-VALID = "Y"
               OR ENTRY-CANCELLED = "Y"
               DISPLAY "Outcome (U=upheld, P=partly upheld, "
                   "X=rejected):"
               MOVE SPACE TO INPUT-ACTION
               ACCEPT INPUT-ACTION
               MOVE FUNCTION UPPER-CASE(INPUT-ACTION)
                   TO INPUT-ACTION

               IF INPUT-ACTION = "U" OR "P" OR "X"
                   MOVE "Y" TO FIELD-VALID
                   MOVE INPUT-ACTION
                       TO COMPLAINT-OUTCOME OF COMPLAINT-WORK
               ELSE
                   DISPLAY "Answer U, P or X."
                   PERFORM COUNT-FAILED-ATTEMPT
               END-IF
           END-PERFORM
           MOVE "R" TO INPUT-ACTION
           EXIT.

       ENTER-RESPONSE-CHANNEL.
           MOVE "N" TO FIELD-VALID
           MOVE 0 TO FIELD-ATTEMPTS
           PERFORM UNTIL FIELD-VALID = "Y"
               OR ENTRY-CANCELLED = "Y"
               DISPLAY "Response letter sent by (E=email, P=post):"
               MOVE SPACE TO INPUT-ACTION
               ACCEPT INPUT-ACTION
               MOVE FUNCTION UPPER-CASE(INPUT-ACTION)
                   TO INPUT-ACTION

               EVALUATE INPUT-ACTION
                   WHEN "E"
                       MOVE "Y" TO FIELD-VALID
                       MOVE "EMAIL" TO COMPLAINT-RESPONSE-CHANNEL
                           OF COMPLAINT-WORK
                   WHEN "P"
                       MOVE "Y" TO FIELD-VALID
                       MOVE "POST" TO COMPLAINT-RESPONSE-CHANNEL
                           OF COMPLAINT-WORK
                   WHEN OTHER
                       DISPLAY "Answer E or P."
                       PERFORM COUNT-FAILED-ATTEMPT
               END-EVALUATE
           END-PERFORM
           MOVE "R" TO INPUT-ACTION
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
      * they were entered. Notes the highest complaint number for
      * the next id and, for SEARCH-COMPLAINT-ID, the complaint
      * itself and the status the queue will leave it in.
      *----------------------------------------------------------*
       SCAN-COMPLAINT-FILES.
           MOVE 0 TO HIGHEST-COMPLAINT-NUMBER
           MOVE "N" TO COMPLAINT-FOUND
           MOVE SPACE TO EFFECTIVE-STATUS
           MOVE SPACES TO FOUND-COMPLAINT

           OPEN INPUT COMPLAINT-REGISTER-FILE
           IF REGISTER-FILE-STATUS = "00"
               MOVE "N" TO END-OF-FILE
               PERFORM UNTIL END-OF-FILE = "Y"
                   READ COMPLAINT-REGISTER-FILE
                       AT END
                           MOVE "Y" TO END-OF-FILE
                       NOT AT END
                           PERFORM CHECK-ONE-REGISTERED-COMPLAINT
                   END-READ
               END-PERFORM
               CLOSE COMPLAINT-REGISTER-FILE
           END-IF

           OPEN INPUT COMPLAINT-ACTION-FILE
           IF ACTION-FILE-STATUS = "00"
               MOVE "N" TO END-OF-FILE
               PERFORM UNTIL END-OF-FILE = "Y"
                   READ COMPLAINT-ACTION-FILE
                       AT END
                           MOVE "Y" TO END-OF-FILE
                       NOT AT END
                           PERFORM CHECK-ONE-QUEUED-STEP
                   END-READ
               END-PERFORM
               CLOSE COMPLAINT-ACTION-FILE
           END-IF
           EXIT.

       CHECK-ONE-REGISTERED-COMPLAINT.
           IF COMPLAINT-ID OF COMPLAINT-REGISTER-RECORD(3:8)
                   IS NUMERIC
               MOVE COMPLAINT-ID OF COMPLAINT-REGISTER-RECORD(3:8)
                   TO COMPLAINT-NUMBER-WORK
               IF COMPLAINT-NUMBER-WORK > HIGHEST-COMPLAINT-NUMBER
                   MOVE COMPLAINT-NUMBER-WORK
                       TO HIGHEST-COMPLAINT-NUMBER
               END-IF
           END-IF

           IF SEARCH-COMPLAINT-ID NOT = SPACES
               AND COMPLAINT-ID OF COMPLAINT-REGISTER-RECORD
                   = SEARCH-COMPLAINT-ID
               MOVE "Y" TO COMPLAINT-FOUND
               MOVE COMPLAINT-REGISTER-RECORD TO FOUND-COMPLAINT
               MOVE COMPLAINT-STATUS OF COMPLAINT-REGISTER-RECORD
                   TO EFFECTIVE-STATUS
           END-IF
           EXIT.

       CHECK-ONE-QUEUED-STEP.
           MOVE COMPLAINT-ACTION-IMAGE TO COMPLAINT-WORK

           IF COMPLAINT-ACTION-CODE = "N"
               AND COMPLAINT-ID OF COMPLAINT-WORK(3:8) IS NUMERIC
               MOVE COMPLAINT-ID OF COMPLAINT-WORK(3:8)
                   TO COMPLAINT-NUMBER-WORK
               IF COMPLAINT-NUMBER-WORK > HIGHEST-COMPLAINT-NUMBER
                   MOVE COMPLAINT-NUMBER-WORK
                       TO HIGHEST-COMPLAINT-NUMBER
               END-IF
           END-IF

           IF SEARCH-COMPLAINT-ID = SPACES
               OR COMPLAINT-ID OF COMPLAINT-WORK
                   NOT = SEARCH-COMPLAINT-ID
               EXIT PARAGRAPH
           END-IF

           EVALUATE COMPLAINT-ACTION-CODE
               WHEN "N"
                   IF COMPLAINT-FOUND = "N"
                       MOVE "Y" TO COMPLAINT-FOUND
                       MOVE COMPLAINT-WORK TO FOUND-COMPLAINT
                       MOVE "O" TO EFFECTIVE-STATUS
                   END-IF
               WHEN "A"
                   IF EFFECTIVE-OPEN
                       MOVE "A" TO EFFECTIVE-STATUS
                   END-IF
               WHEN "R"
                   MOVE "R" TO EFFECTIVE-STATUS
           END-EVALUATE
           EXIT.

       APPEND-COMPLAINT-ACTION.
           MOVE SIGNON-OPERATOR-ID TO COMPLAINT-ACTION-OPERATOR
           MOVE TODAY-DATE TO COMPLAINT-ACTION-DATE

           OPEN EXTEND COMPLAINT-ACTION-FILE
           IF ACTION-FILE-STATUS = "35"
               OPEN OUTPUT COMPLAINT-ACTION-FILE
           END-IF

           WRITE COMPLAINT-ACTION-RECORD
           CLOSE COMPLAINT-ACTION-FILE

           PERFORM WRITE-ACTIVITY-LOG-ENTRY
           ADD 1 TO RECORDS-APPENDED-COUNT
           DISPLAY "Queued step " COMPLAINT-ACTION-CODE
               " on complaint " COMPLAINT-ID OF COMPLAINT-WORK "."
           EXIT.

       WRITE-ACTIVITY-LOG-ENTRY.
           OPEN EXTEND ACTIVITY-LOG-FILE
           IF ACTIVITY-LOG-FILE-STATUS = "35"
               OPEN OUTPUT ACTIVITY-LOG-FILE
           END-IF

           MOVE SPACES TO ACTIVITY-LOG-RECORD
           MOVE SIGNON-OPERATOR-ID TO OPER-LOG-OPERATOR
           MOVE FUNCTION CURRENT-DATE TO OPER-LOG-TIMESTAMP
           MOVE "COMPLENTRY" TO OPER-LOG-PROGRAM
           EVALUATE COMPLAINT-ACTION-CODE
               WHEN "N"
                   MOVE "OPEN" TO OPER-LOG-ACTION
               WHEN "A"
                   MOVE "ACK" TO OPER-LOG-ACTION
               WHEN "R"
                   MOVE "RESPONSE" TO OPER-LOG-ACTION
           END-EVALUATE
           MOVE COMPLAINT-REFERENCE-ID OF COMPLAINT-WORK
               TO OPER-LOG-REFERENCE-ID
           WRITE ACTIVITY-LOG-RECORD

           CLOSE ACTIVITY-LOG-FILE
           EXIT.

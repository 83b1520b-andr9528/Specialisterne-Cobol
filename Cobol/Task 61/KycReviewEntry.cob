       IDENTIFICATION DIVISION.
       PROGRAM-ID. KYCREVIEW.

      *----------------------------------------------------------*
      * Interactive recording of completed KYC reviews. The       *
      * signed-on operator names the customer by REFERENCE-ID,    *
      * sees the risk class and review dates RISKRATING keeps on  *
      * CustomerMaster.idx, and gives the date the review was     *
      * completed (today when left blank) with a short note. The  *
      * review is appended to KycReviewCompletions.txt; the next  *
      * RISKRATING run takes it onto the master and sets the next *
      * review date from it, so the terminal never writes the     *
      * master itself.                                            *
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

           SELECT REVIEW-COMPLETION-FILE
               ASSIGN TO "KycReviewCompletions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REVIEW-FILE-STATUS.

           SELECT ACTIVITY-LOG-FILE
               ASSIGN TO "OperatorActivityLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACTIVITY-LOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * The indexed record is the Customer.cpy layout with the
      * REFERENCE-ID broken out as the record key.
       FD CUSTOMER-MASTER-FILE.
       01 CUSTOMER-MASTER-RECORD.
           02 MASTER-REFERENCE-ID PIC X(10).
           02 MASTER-RECORD-BODY PIC X(461).

       FD REVIEW-COMPLETION-FILE.
       01 REVIEW-COMPLETION-RECORD.
           COPY "KycReview.cpy".

       FD ACTIVITY-LOG-FILE.
       01 ACTIVITY-LOG-RECORD.
           COPY "OperatorLog.cpy".

       WORKING-STORAGE SECTION.
       01 MASTER-FILE-STATUS PIC X(2) VALUE "00".
       01 REVIEW-FILE-STATUS PIC X(2) VALUE "00".
       01 ACTIVITY-LOG-FILE-STATUS PIC X(2) VALUE "00".

      * Operator sign-on through the shared OPERSIGNON routine;
      * inquiry-only operators may not record reviews.
       01 SIGNON-PARAMETERS.
           COPY "SignOn.cpy".

       01 MASTER-WORK.
           COPY "Customer.cpy".

       01 ENTRY-DONE PIC X VALUE "N".
       01 FIELD-VALID PIC X VALUE "N".
       01 ENTRY-CANCELLED PIC X VALUE "N".
       01 FIELD-ATTEMPTS PIC 9 VALUE 0.
       01 FIELD-ATTEMPT-LIMIT PIC 9 VALUE 3.
       01 RECORDS-APPENDED-COUNT PIC 999 VALUE 0.

       01 INPUT-ACTION PIC X(1) VALUE SPACE.
       01 INPUT-TEXT PIC X(80) VALUE SPACES.
       01 TODAY-DATE PIC 9(8) VALUE 0.
       01 REVIEW-DATE-WORK PIC 9(8) VALUE 0.
       01 RISK-CLASS-TEXT PIC X(13) VALUE SPACES.
       01 SCORE-DISPLAY PIC ZZ9.

       PROCEDURE DIVISION.
           DISPLAY "KYC review recording."

           PERFORM SIGN-ON-OPERATOR
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE

           OPEN INPUT CUSTOMER-MASTER-FILE
           IF MASTER-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: could not open 'CustomerMaster.idx' "
                   "(file status " MASTER-FILE-STATUS ")."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM ENTER-ONE-REVIEW UNTIL ENTRY-DONE = "Y"

           CLOSE CUSTOMER-MASTER-FILE
           DISPLAY "Queued " RECORDS-APPENDED-COUNT
               " review(s) in KycReviewCompletions.txt."
           STOP RUN.

       SIGN-ON-OPERATOR.
           CALL "OPERSIGNON" USING SIGNON-PARAMETERS
               ON EXCEPTION
                   DISPLAY "ERROR: OPERSIGNON could not be called."
                   MOVE "N" TO SIGNON-RESULT
           END-CALL

           IF NOT SIGNON-SUCCEEDED
               DISPLAY "Review recording refused without a valid "
                   "sign-on."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF ROLE-INQUIRY-ONLY
               DISPLAY "Operator "
                   FUNCTION TRIM(SIGNON-OPERATOR-ID TRAILING)
                   " is inquiry-only and may not record reviews."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           EXIT.

      *----------------------------------------------------------*
      * One review: the customer must be on the master; then the
      * completion date, a note, a summary and the operator's
      * confirmation.
      *----------------------------------------------------------*
       ENTER-ONE-REVIEW.
           DISPLAY " "
           DISPLAY "REFERENCE-ID of the customer reviewed (blank to "
               "quit):"
           MOVE SPACES TO INPUT-TEXT
           ACCEPT INPUT-TEXT
           IF INPUT-TEXT = SPACES
               MOVE "Y" TO ENTRY-DONE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO ENTRY-CANCELLED

           MOVE INPUT-TEXT(1:10) TO MASTER-REFERENCE-ID
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   DISPLAY "No customer with REFERENCE-ID "
                       FUNCTION TRIM(INPUT-TEXT(1:10) TRAILING) "."
                   EXIT PARAGRAPH
           END-READ
           MOVE CUSTOMER-MASTER-RECORD TO MASTER-WORK

           PERFORM SHOW-REVIEW-STATUS

           MOVE SPACES TO REVIEW-COMPLETION-RECORD
           MOVE REFERENCE-ID OF MASTER-WORK TO REVIEW-REFERENCE-ID

           PERFORM ENTER-REVIEW-DATE
           IF ENTRY-CANCELLED = "Y"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Note (optional, up to 40 characters):"
           MOVE SPACES TO INPUT-TEXT
           ACCEPT INPUT-TEXT
           MOVE INPUT-TEXT(1:40) TO REVIEW-NOTE

           PERFORM CONFIRM-REVIEW
           IF ENTRY-CANCELLED = "Y"
               DISPLAY "Review not queued."
               EXIT PARAGRAPH
           END-IF

           MOVE SIGNON-OPERATOR-ID TO REVIEW-OPERATOR
           PERFORM APPEND-REVIEW-ENTRY
           EXIT.

       SHOW-REVIEW-STATUS.
           DISPLAY FUNCTION TRIM(FIRST-NAME OF MASTER-WORK TRAILING)
               " " FUNCTION TRIM(LAST-NAME OF MASTER-WORK TRAILING)

           IF RISK-SCORE-DATE OF MASTER-WORK = SPACES
               DISPLAY "Not yet risk rated."
           ELSE
               EVALUATE TRUE
                   WHEN RISK-HIGH OF MASTER-WORK
                       MOVE "high risk" TO RISK-CLASS-TEXT
                   WHEN RISK-MEDIUM OF MASTER-WORK
                       MOVE "medium risk" TO RISK-CLASS-TEXT
                   WHEN OTHER
                       MOVE "low risk" TO RISK-CLASS-TEXT
               END-EVALUATE
               MOVE RISK-SCORE OF MASTER-WORK TO SCORE-DISPLAY
               DISPLAY "Rated "
                   FUNCTION TRIM(RISK-CLASS-TEXT TRAILING)
                   " (score " FUNCTION TRIM(SCORE-DISPLAY LEADING)
                   ") on " RISK-SCORE-DATE OF MASTER-WORK "."
           END-IF

           IF KYC-LAST-REVIEW-DATE OF MASTER-WORK = SPACES
               DISPLAY "No completed review on record."
           ELSE
               DISPLAY "Last review completed "
                   KYC-LAST-REVIEW-DATE OF MASTER-WORK "."
           END-IF

           IF KYC-NEXT-REVIEW-DATE OF MASTER-WORK NOT = SPACES
               DISPLAY "Next review due "
                   KYC-NEXT-REVIEW-DATE OF MASTER-WORK "."
           END-IF
           EXIT.

      * A review cannot be completed in the future, nor before the
      * last one already on the master.
       ENTER-REVIEW-DATE.
           MOVE "N" TO FIELD-VALID
           MOVE 0 TO FIELD-ATTEMPTS
           PERFORM UNTIL FIELD-VALID = "Y"
               OR ENTRY-CANCELLED = "Y"
               DISPLAY "Date the review was completed (YYYYMMDD, "
                   "blank for today):"
               MOVE SPACES TO INPUT-TEXT
               ACCEPT INPUT-TEXT
               IF INPUT-TEXT = SPACES
                   MOVE TODAY-DATE TO INPUT-TEXT(1:8)
               END-IF

               IF INPUT-TEXT(1:8) IS NUMERIC
                   AND INPUT-TEXT(9:72) = SPACES
                   MOVE INPUT-TEXT(1:8) TO REVIEW-DATE-WORK
                   IF FUNCTION TEST-DATE-YYYYMMDD(REVIEW-DATE-WORK)
                           NOT = 0
                       OR REVIEW-DATE-WORK > TODAY-DATE
                       DISPLAY "The review date must be a real date "
                           "no later than today."
                       PERFORM COUNT-FAILED-ATTEMPT
                   ELSE
                       IF KYC-LAST-REVIEW-DATE OF MASTER-WORK
                               NOT = SPACES
                           AND INPUT-TEXT(1:8)
                               < KYC-LAST-REVIEW-DATE OF MASTER-WORK
                           DISPLAY "A later review is already on "
                               "record."
                           PERFORM COUNT-FAILED-ATTEMPT
                       ELSE
                           MOVE "Y" TO FIELD-VALID
                           MOVE INPUT-TEXT(1:8)
                               TO REVIEW-COMPLETED-DATE
                       END-IF
                   END-IF
               ELSE
                   DISPLAY "Review date must be YYYYMMDD, try again."
                   PERFORM COUNT-FAILED-ATTEMPT
               END-IF
           END-PERFORM
           EXIT.

       CONFIRM-REVIEW.
           DISPLAY "Review of "
               FUNCTION TRIM(REVIEW-REFERENCE-ID TRAILING)
               " completed " REVIEW-COMPLETED-DATE "."

           MOVE "N" TO FIELD-VALID
           MOVE 0 TO FIELD-ATTEMPTS
           PERFORM UNTIL FIELD-VALID = "Y"
               OR ENTRY-CANCELLED = "Y"
               DISPLAY "Queue this review (Y/N):"
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

       APPEND-REVIEW-ENTRY.
           OPEN EXTEND REVIEW-COMPLETION-FILE
           IF REVIEW-FILE-STATUS = "35"
               OPEN OUTPUT REVIEW-COMPLETION-FILE
           END-IF

           WRITE REVIEW-COMPLETION-RECORD
           CLOSE REVIEW-COMPLETION-FILE

           PERFORM WRITE-ACTIVITY-LOG-ENTRY
           ADD 1 TO RECORDS-APPENDED-COUNT
           DISPLAY "Queued review of "
               FUNCTION TRIM(REVIEW-REFERENCE-ID TRAILING) "."
           EXIT.

       WRITE-ACTIVITY-LOG-ENTRY.
           OPEN EXTEND ACTIVITY-LOG-FILE
           IF ACTIVITY-LOG-FILE-STATUS = "35"
               OPEN OUTPUT ACTIVITY-LOG-FILE
           END-IF

           MOVE SPACES TO ACTIVITY-LOG-RECORD
           MOVE SIGNON-OPERATOR-ID TO OPER-LOG-OPERATOR
           MOVE FUNCTION CURRENT-DATE TO OPER-LOG-TIMESTAMP
           MOVE "KYCREVIEW" TO OPER-LOG-PROGRAM
           MOVE "REVIEWED" TO OPER-LOG-ACTION
           MOVE REVIEW-REFERENCE-ID TO OPER-LOG-REFERENCE-ID
           WRITE ACTIVITY-LOG-RECORD

           CLOSE ACTIVITY-LOG-FILE
           EXIT.

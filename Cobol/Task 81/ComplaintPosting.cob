       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPLPOST.

      *----------------------------------------------------------*
      * Customer complaint posting and aging. Applies the steps  *
      * COMPLENTRY queued in ComplaintActions.txt to             *
      * ComplaintRegister.txt:                                   *
      *  - "N" registers the complaint with the acknowledgement  *
      *    and final response deadlines counted when it was      *
      *    keyed;                                                *
      *  - "A" records that the acknowledgement has gone out;    *
      *  - "R" closes the complaint with its outcome, and the    *
      *    response letter is logged in ContactJournal.txt under *
      *    the channel it went by, so the inquiry screen shows   *
      *    it with the customer's other post.                    *
      * A step is applied only when the complaint stands where   *
      * the step expects it, so re-reading the whole queue each  *
      * run never logs a letter twice. ComplaintAging.txt lists  *
      * the steps applied or refused and every open complaint    *
      * whose acknowledgement or final response is due within 3  *
      * business days (NEAR) or already overdue (PAST). A        *
      * refused step or a final response past its deadline sets  *
      * RETURN-CODE 4.                                           *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPLAINT-ACTION-FILE
               ASSIGN TO "ComplaintActions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACTION-FILE-STATUS.

           SELECT COMPLAINT-REGISTER-FILE
               ASSIGN TO "ComplaintRegister.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGISTER-FILE-STATUS.

           SELECT CONTACT-JOURNAL-FILE
               ASSIGN TO "ContactJournal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTACT-JOURNAL-FILE-STATUS.

           SELECT AGING-REPORT-FILE
               ASSIGN TO "ComplaintAging.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BATCH-RUN-LOG-FILE
               ASSIGN TO "BatchRunLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BATCH-RUN-LOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * One step on a complaint as COMPLENTRY queued it; "N"
      * carries the whole complaint, "A" and "R" name it by its
      * id, "R" with the outcome and the response channel.
       FD COMPLAINT-ACTION-FILE.
       01 COMPLAINT-ACTION-RECORD.
           02 COMPLAINT-ACTION-CODE PIC X(1).
           02 COMPLAINT-ACTION-OPERATOR PIC X(8).
           02 COMPLAINT-ACTION-DATE PIC X(8).
           02 COMPLAINT-ACTION-NOTE PIC X(40).
           02 COMPLAINT-ACTION-IMAGE PIC X(207).

       FD COMPLAINT-REGISTER-FILE.
       01 COMPLAINT-REGISTER-RECORD PIC X(207).

       FD CONTACT-JOURNAL-FILE.
       01 CONTACT-JOURNAL-RECORD.
           COPY "ContactJournal.cpy".

       FD AGING-REPORT-FILE.
       01 AGING-REPORT-LINE PIC X(110).

       FD BATCH-RUN-LOG-FILE.
       01 BATCH-RUN-LOG-RECORD.
           COPY "BatchRunLog.cpy".

       WORKING-STORAGE SECTION.
       01 BATCH-RUN-LOG-TIMESTAMP PIC X(26) VALUE SPACES.
       01 ACTION-FILE-STATUS PIC X(2) VALUE "00".
       01 REGISTER-FILE-STATUS PIC X(2) VALUE "00".
       01 CONTACT-JOURNAL-FILE-STATUS PIC X(2) VALUE "00".
       01 BATCH-RUN-LOG-FILE-STATUS PIC X(2) VALUE "00".
       01 FAILED-FILE-NAME PIC X(40) VALUE SPACES.
       01 FAILED-FILE-STATUS PIC X(2) VALUE SPACES.

       01 END-OF-FILE PIC X VALUE "N".
       01 REGISTER-EOF PIC X VALUE "N".

      * Business days through the shared BUSDAYCAL routine.
       01 BUSDAY-PARAMETERS.
           COPY "BusDay.cpy".
       01 BUSDAY-CALL-FAILED PIC X VALUE "N".

      * A deadline this many business days away or less is near.
       01 NEAR-DEADLINE-DAYS PIC 99 VALUE 3.
       01 BUSINESS-DAY-STEP PIC 99 VALUE 0.

      * The whole register, updated in place by this run's steps
      * and written back at the end.
       01 COMPLAINT-TABLE.
           02 COMPLAINT-COUNT PIC 9(4) VALUE 0.
           02 COMPLAINT-MAX PIC 9(4) VALUE 2000.
           02 COMPLAINT-ROWS PIC X(207) OCCURS 2000 TIMES.
       01 COMPLAINT-INDEX PIC 9(4) VALUE 0.
       01 MATCHED-COMPLAINT-INDEX PIC 9(4) VALUE 0.

       01 COMPLAINT-WORK.
           COPY "Complaint.cpy".
       01 STEP-COMPLAINT.
           COPY "Complaint.cpy".

       01 RUN-DATE-TODAY PIC X(8) VALUE SPACES.
       01 TODAY-DATE PIC 9(8) VALUE 0.
       01 NEAR-DEADLINE-DATE PIC 9(8) VALUE 0.
       01 STEP-OUTCOME PIC X(12) VALUE SPACES.
       01 AGING-STAGE PIC X(8) VALUE SPACES.
       01 AGING-DUE-DATE PIC 9(8) VALUE 0.
       01 DAYS-OPEN PIC 9(5) VALUE 0.

       01 STEPS-READ-COUNT PIC 9(6) VALUE 0.
       01 STEPS-APPLIED-COUNT PIC 9(6) VALUE 0.
       01 PREVIOUSLY-APPLIED-COUNT PIC 9(6) VALUE 0.
       01 STEPS-REFUSED-COUNT PIC 9(6) VALUE 0.
       01 COMPLAINTS-OPENED-COUNT PIC 9(6) VALUE 0.
       01 COMPLAINTS-ACKNOWLEDGED-COUNT PIC 9(6) VALUE 0.
       01 COMPLAINTS-RESPONDED-COUNT PIC 9(6) VALUE 0.
       01 LETTERS-LOGGED-COUNT PIC 9(6) VALUE 0.
       01 OPEN-COMPLAINT-COUNT PIC 9(6) VALUE 0.
       01 ACK-NEAR-COUNT PIC 9(6) VALUE 0.
       01 ACK-PAST-COUNT PIC 9(6) VALUE 0.
       01 RESPONSE-NEAR-COUNT PIC 9(6) VALUE 0.
       01 RESPONSE-PAST-COUNT PIC 9(6) VALUE 0.

       01 OUTPUT-TEXT-LINE PIC X(110) VALUE SPACES.
       01 SEPARATOR-LINE PIC X(110) VALUE ALL "-".
       01 COUNT-DISPLAY PIC Z(5)9.
       01 DAYS-DISPLAY PIC ZZZZ9.

       PROCEDURE DIVISION.
           PERFORM LOG-BATCH-RUN-START

           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE-TODAY
           MOVE RUN-DATE-TODAY TO TODAY-DATE
           PERFORM SET-NEAR-DEADLINE-DATE

           PERFORM LOAD-COMPLAINT-REGISTER

           OPEN OUTPUT AGING-REPORT-FILE
           MOVE SPACES TO OUTPUT-TEXT-LINE
           STRING "Customer complaints - " DELIMITED BY SIZE
               RUN-DATE-TODAY DELIMITED BY SIZE
               INTO OUTPUT-TEXT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SEPARATOR-LINE TO OUTPUT-TEXT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "Complaint  Step Outcome      Customer    Category"
               TO OUTPUT-TEXT-LINE
           MOVE "Received  Summary" TO OUTPUT-TEXT-LINE(55:17)
           PERFORM WRITE-REPORT-LINE

           OPEN INPUT COMPLAINT-ACTION-FILE
           IF ACTION-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-FILE = "Y"
                   READ COMPLAINT-ACTION-FILE
                       AT END
                           MOVE "Y" TO END-OF-FILE
                       NOT AT END
                           MOVE COMPLAINT-ACTION-IMAGE
                               TO STEP-COMPLAINT
                           IF COMPLAINT-ID OF STEP-COMPLAINT
                                   NOT = SPACES
                               ADD 1 TO STEPS-READ-COUNT
                               PERFORM PROCESS-ONE-STEP
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COMPLAINT-ACTION-FILE
           ELSE
               DISPLAY "ComplaintActions.txt not found, no complaint "
                   "steps to apply."
           END-IF

           PERFORM REPORT-COMPLAINT-AGING
           PERFORM REPORT-RUN-TOTALS

           CLOSE AGING-REPORT-FILE

           PERFORM SAVE-COMPLAINT-REGISTER

           DISPLAY "Complaints: " STEPS-APPLIED-COUNT " step(s) "
               "applied, " OPEN-COMPLAINT-COUNT " open, "
               RESPONSE-PAST-COUNT " past the final response "
               "deadline."

           IF STEPS-REFUSED-COUNT > 0
               OR RESPONSE-PAST-COUNT > 0
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
           MOVE "COMPLPOST" TO BATCH-LOG-JOB-NAME
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

           MOVE "COMPLPOST" TO BATCH-LOG-JOB-NAME
           MOVE BATCH-RUN-LOG-TIMESTAMP TO BATCH-LOG-TIMESTAMP
           MOVE "START" TO BATCH-LOG-EVENT
           MOVE SPACES TO BATCH-LOG-DETAIL
           WRITE BATCH-RUN-LOG-RECORD

           CLOSE BATCH-RUN-LOG-FILE
           EXIT.

       LOG-BATCH-RUN-END.
           MOVE FUNCTION CURRENT-DATE TO BATCH-RUN-LOG-TIMESTAMP
           OPEN EXTEND BATCH-RUN-LOG-FILE

           MOVE "COMPLPOST" TO BATCH-LOG-JOB-NAME
           MOVE BATCH-RUN-LOG-TIMESTAMP TO BATCH-LOG-TIMESTAMP
           MOVE "END" TO BATCH-LOG-EVENT
           STRING "Steps: "
               FUNCTION TRIM(STEPS-APPLIED-COUNT LEADING)
               " Letters: "
               FUNCTION TRIM(LETTERS-LOGGED-COUNT LEADING)
               " Open: "
               FUNCTION TRIM(OPEN-COMPLAINT-COUNT LEADING)
               " Overdue: "
               FUNCTION TRIM(RESPONSE-PAST-COUNT LEADING)
               INTO BATCH-LOG-DETAIL
           WRITE BATCH-RUN-LOG-RECORD

           CLOSE BATCH-RUN-LOG-FILE
           EXIT.

      * Counted from today the way COMPLENTRY counts a deadline;
      * without the calendar routine the days are calendar days.
       SET-NEAR-DEADLINE-DATE.
           MOVE TODAY-DATE TO NEAR-DEADLINE-DATE
           PERFORM VARYING BUSINESS-DAY-STEP FROM 1 BY 1
               UNTIL BUSINESS-DAY-STEP > NEAR-DEADLINE-DAYS
               COMPUTE NEAR-DEADLINE-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(NEAR-DEADLINE-DATE) + 1)
               IF BUSDAY-CALL-FAILED = "N"
                   MOVE NEAR-DEADLINE-DATE TO BUSDAY-REQUEST-DATE
                   MOVE "N" TO BUSDAY-DIRECTION
                   CALL "BUSDAYCAL" USING BUSDAY-PARAMETERS
                       ON EXCEPTION
                           DISPLAY "WARNING: BUSDAYCAL could not be "
                               "called, the near-deadline window is "
                               "counted in calendar days."
                           MOVE "Y" TO BUSDAY-CALL-FAILED
                       NOT ON EXCEPTION
                           MOVE BUSDAY-RESULT-DATE
                               TO NEAR-DEADLINE-DATE
                   END-CALL
               END-IF
           END-PERFORM
           EXIT.

       LOAD-COMPLAINT-REGISTER.
           OPEN INPUT COMPLAINT-REGISTER-FILE
           IF REGISTER-FILE-STATUS NOT = "00"
               DISPLAY "ComplaintRegister.txt not found, starting a "
                   "new register"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL REGISTER-EOF = "Y"
               READ COMPLAINT-REGISTER-FILE
                   AT END
                       MOVE "Y" TO REGISTER-EOF
                   NOT AT END
                       IF COMPLAINT-COUNT < COMPLAINT-MAX
                           ADD 1 TO COMPLAINT-COUNT
                           MOVE COMPLAINT-REGISTER-RECORD
                               TO COMPLAINT-ROWS(COMPLAINT-COUNT)
                       ELSE
      * Rewriting a register that did not fit would drop complaints.
                           DISPLAY "ERROR: ComplaintRegister.txt "
                               "holds more than " COMPLAINT-MAX
                               " complaints. The run is stopped."
                           MOVE 8 TO RETURN-CODE
                           PERFORM LOG-BATCH-RUN-END
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM

           CLOSE COMPLAINT-REGISTER-FILE
           EXIT.

      *----------------------------------------------------------*
      * The register is rewritten whole from the table, answered
      * complaints included, since the register is the bank's
      * record of every complaint it has handled.
      *----------------------------------------------------------*
       SAVE-COMPLAINT-REGISTER.
           OPEN OUTPUT COMPLAINT-REGISTER-FILE
           IF REGISTER-FILE-STATUS NOT = "00"
               MOVE "ComplaintRegister.txt" TO FAILED-FILE-NAME
               MOVE REGISTER-FILE-STATUS TO FAILED-FILE-STATUS
               PERFORM ABORT-ON-FILE-FAILURE
           END-IF

           PERFORM VARYING COMPLAINT-INDEX FROM 1 BY 1
               UNTIL COMPLAINT-INDEX > COMPLAINT-COUNT
               MOVE COMPLAINT-ROWS(COMPLAINT-INDEX)
                   TO COMPLAINT-REGISTER-RECORD
               WRITE COMPLAINT-REGISTER-RECORD
           END-PERFORM

           CLOSE COMPLAINT-REGISTER-FILE
           EXIT.

       FIND-COMPLAINT-IN-TABLE.
           MOVE 0 TO MATCHED-COMPLAINT-INDEX
           PERFORM VARYING COMPLAINT-INDEX FROM 1 BY 1
               UNTIL COMPLAINT-INDEX > COMPLAINT-COUNT
                   OR MATCHED-COMPLAINT-INDEX > 0
               IF COMPLAINT-ROWS(COMPLAINT-INDEX)(1:10)
                       = COMPLAINT-ID OF STEP-COMPLAINT
                   MOVE COMPLAINT-INDEX TO MATCHED-COMPLAINT-INDEX
               END-IF
           END-PERFORM
           EXIT.

      *----------------------------------------------------------*
      * A step already reflected in the register was applied by an
      * earlier run and is only counted. A step on a complaint the
      * register does not know is refused and listed for the
      * complaints desk.
      *----------------------------------------------------------*
       PROCESS-ONE-STEP.
           PERFORM FIND-COMPLAINT-IN-TABLE
           IF MATCHED-COMPLAINT-INDEX > 0
               MOVE COMPLAINT-ROWS(MATCHED-COMPLAINT-INDEX)
                   TO COMPLAINT-WORK
           END-IF

           EVALUATE COMPLAINT-ACTION-CODE
               WHEN "N"
                   IF MATCHED-COMPLAINT-INDEX > 0
                       ADD 1 TO PREVIOUSLY-APPLIED-COUNT
                   ELSE
                       PERFORM APPLY-OPEN-COMPLAINT
                   END-IF
               WHEN "A"
               WHEN "R"
                   IF MATCHED-COMPLAINT-INDEX = 0
                       MOVE "UNKNOWN" TO STEP-OUTCOME
                       PERFORM WRITE-REFUSED-STEP-LINE
                   ELSE
                       PERFORM APPLY-COMPLAINT-PROGRESS
                   END-IF
               WHEN OTHER
                   MOVE "BAD STEP" TO STEP-OUTCOME
                   PERFORM WRITE-REFUSED-STEP-LINE
           END-EVALUATE
           EXIT.

       APPLY-OPEN-COMPLAINT.
           IF COMPLAINT-COUNT >= COMPLAINT-MAX
               MOVE "FULL" TO STEP-OUTCOME
               PERFORM WRITE-REFUSED-STEP-LINE
               DISPLAY "ComplaintRegister.txt is full - complaint "
                   COMPLAINT-ID OF STEP-COMPLAINT
                   " waits for the next run."
               EXIT PARAGRAPH
           END-IF

           MOVE STEP-COMPLAINT TO COMPLAINT-WORK
           SET COMPLAINT-OPEN OF COMPLAINT-WORK TO TRUE
           MOVE 0 TO COMPLAINT-ACK-DATE OF COMPLAINT-WORK
           MOVE 0 TO COMPLAINT-RESPONSE-DATE OF COMPLAINT-WORK

           ADD 1 TO COMPLAINT-COUNT
           MOVE COMPLAINT-COUNT TO MATCHED-COMPLAINT-INDEX
           MOVE COMPLAINT-WORK TO COMPLAINT-ROWS(COMPLAINT-COUNT)

           ADD 1 TO COMPLAINTS-OPENED-COUNT
           MOVE "OPENED" TO STEP-OUTCOME
           PERFORM WRITE-APPLIED-STEP-LINE
           EXIT.

       APPLY-COMPLAINT-PROGRESS.
           EVALUATE TRUE
               WHEN COMPLAINT-RESPONDED OF COMPLAINT-WORK
                   ADD 1 TO PREVIOUSLY-APPLIED-COUNT

               WHEN COMPLAINT-ACTION-CODE = "A"
                   AND COMPLAINT-ACKNOWLEDGED OF COMPLAINT-WORK
                   ADD 1 TO PREVIOUSLY-APPLIED-COUNT

               WHEN COMPLAINT-ACTION-CODE = "A"
                   SET COMPLAINT-ACKNOWLEDGED OF COMPLAINT-WORK
                       TO TRUE
                   MOVE COMPLAINT-ACTION-DATE
                       TO COMPLAINT-ACK-DATE OF COMPLAINT-WORK
                   MOVE COMPLAINT-WORK
                       TO COMPLAINT-ROWS(MATCHED-COMPLAINT-INDEX)
                   ADD 1 TO COMPLAINTS-ACKNOWLEDGED-COUNT
                   MOVE "ACKNOWLEDGED" TO STEP-OUTCOME
                   PERFORM WRITE-APPLIED-STEP-LINE

               WHEN OTHER
                   PERFORM APPLY-FINAL-RESPONSE
           END-EVALUATE
           EXIT.

      *----------------------------------------------------------*
      * The final response closes the complaint - and acknowledges
      * it, when no acknowledgement went out first - and the
      * letter goes into the contact journal.
      *----------------------------------------------------------*
       APPLY-FINAL-RESPONSE.
           IF COMPLAINT-ACK-DATE OF COMPLAINT-WORK = 0
               MOVE COMPLAINT-ACTION-DATE
                   TO COMPLAINT-ACK-DATE OF COMPLAINT-WORK
           END-IF
           SET COMPLAINT-RESPONDED OF COMPLAINT-WORK TO TRUE
           MOVE COMPLAINT-ACTION-DATE
               TO COMPLAINT-RESPONSE-DATE OF COMPLAINT-WORK
           MOVE COMPLAINT-OUTCOME OF STEP-COMPLAINT
               TO COMPLAINT-OUTCOME OF COMPLAINT-WORK
           MOVE COMPLAINT-RESPONSE-CHANNEL OF STEP-COMPLAINT
               TO COMPLAINT-RESPONSE-CHANNEL OF COMPLAINT-WORK
           MOVE COMPLAINT-WORK
               TO COMPLAINT-ROWS(MATCHED-COMPLAINT-INDEX)

           PERFORM WRITE-CONTACT-JOURNAL-ENTRY

           ADD 1 TO COMPLAINTS-RESPONDED-COUNT
           EVALUATE TRUE
               WHEN COMPLAINT-UPHELD OF COMPLAINT-WORK
                   MOVE "UPHELD" TO STEP-OUTCOME
               WHEN COMPLAINT-PARTLY-UPHELD OF COMPLAINT-WORK
                   MOVE "PARTLY UPHLD" TO STEP-OUTCOME
               WHEN OTHER
                   MOVE "REJECTED" TO STEP-OUTCOME
           END-EVALUATE
           PERFORM WRITE-APPLIED-STEP-LINE
           EXIT.

       WRITE-CONTACT-JOURNAL-ENTRY.
           OPEN EXTEND CONTACT-JOURNAL-FILE
           IF CONTACT-JOURNAL-FILE-STATUS = "35"
               OPEN OUTPUT CONTACT-JOURNAL-FILE
           END-IF

           MOVE SPACES TO CONTACT-JOURNAL-RECORD
           MOVE COMPLAINT-REFERENCE-ID OF COMPLAINT-WORK
               TO CONTACT-REFERENCE-ID
           MOVE COMPLAINT-CPR OF COMPLAINT-WORK TO CONTACT-CPR
           MOVE COMPLAINT-ACTION-DATE TO CONTACT-SENT-DATE
           MOVE "COMPLAINT" TO CONTACT-DOCUMENT-TYPE
           IF COMPLAINT-RESPONSE-CHANNEL OF COMPLAINT-WORK = SPACES
               MOVE "POST" TO CONTACT-CHANNEL
           ELSE
               MOVE COMPLAINT-RESPONSE-CHANNEL OF COMPLAINT-WORK
                   TO CONTACT-CHANNEL
           END-IF
           MOVE "COMPLPOST" TO CONTACT-ORIGIN-JOB
           WRITE CONTACT-JOURNAL-RECORD

           CLOSE CONTACT-JOURNAL-FILE
           ADD 1 TO LETTERS-LOGGED-COUNT
           EXIT.

      *----------------------------------------------------------*
      * Every complaint still without its final response. One not
      * yet acknowledged is checked against both deadlines, so it
      * can show twice; a deadline further off than the near
      * window is not listed.
      *----------------------------------------------------------*
       REPORT-COMPLAINT-AGING.
           MOVE SPACES TO OUTPUT-TEXT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "Open complaints near or past a deadline"
               TO OUTPUT-TEXT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "Complaint  Customer    Category  Received  Stage"
               TO OUTPUT-TEXT-LINE
           MOVE "Due       State  Days  Summary"
               TO OUTPUT-TEXT-LINE(52:30)
           PERFORM WRITE-REPORT-LINE

           PERFORM VARYING COMPLAINT-INDEX FROM 1 BY 1
               UNTIL COMPLAINT-INDEX > COMPLAINT-COUNT
               MOVE COMPLAINT-ROWS(COMPLAINT-INDEX) TO COMPLAINT-WORK
               IF NOT COMPLAINT-RESPONDED OF COMPLAINT-WORK
                   ADD 1 TO OPEN-COMPLAINT-COUNT
                   IF COMPLAINT-OPEN OF COMPLAINT-WORK
                       MOVE "ACK" TO AGING-STAGE
                       MOVE COMPLAINT-ACK-DUE-DATE OF COMPLAINT-WORK
                           TO AGING-DUE-DATE
                       PERFORM CHECK-ONE-DEADLINE
                   END-IF
                   MOVE "RESPONSE" TO AGING-STAGE
                   MOVE COMPLAINT-RESPONSE-DUE-DATE OF COMPLAINT-WORK
                       TO AGING-DUE-DATE
                   PERFORM CHECK-ONE-DEADLINE
               END-IF
           END-PERFORM
           EXIT.

       CHECK-ONE-DEADLINE.
           IF AGING-DUE-DATE = 0
               OR AGING-DUE-DATE > NEAR-DEADLINE-DATE
               EXIT PARAGRAPH
           END-IF

           MOVE COMPLAINT-ID OF COMPLAINT-WORK TO OUTPUT-TEXT-LINE(1:10)
           MOVE COMPLAINT-REFERENCE-ID OF COMPLAINT-WORK
               TO OUTPUT-TEXT-LINE(12:10)
           MOVE COMPLAINT-CATEGORY OF COMPLAINT-WORK
               TO OUTPUT-TEXT-LINE(24:8)
           MOVE COMPLAINT-RECEIVED-DATE OF COMPLAINT-WORK
               TO OUTPUT-TEXT-LINE(34:8)
           MOVE AGING-STAGE TO OUTPUT-TEXT-LINE(44:8)
           MOVE AGING-DUE-DATE TO OUTPUT-TEXT-LINE(52:8)

           IF AGING-DUE-DATE < TODAY-DATE
               MOVE "PAST" TO OUTPUT-TEXT-LINE(62:4)
               IF AGING-STAGE = "ACK"
                   ADD 1 TO ACK-PAST-COUNT
               ELSE
                   ADD 1 TO RESPONSE-PAST-COUNT
               END-IF
           ELSE
               MOVE "NEAR" TO OUTPUT-TEXT-LINE(62:4)
               IF AGING-STAGE = "ACK"
                   ADD 1 TO ACK-NEAR-COUNT
               ELSE
                   ADD 1 TO RESPONSE-NEAR-COUNT
               END-IF
           END-IF

           MOVE 0 TO DAYS-OPEN
           IF COMPLAINT-RECEIVED-DATE OF COMPLAINT-WORK > 0
               AND COMPLAINT-RECEIVED-DATE OF COMPLAINT-WORK
                   <= TODAY-DATE
               COMPUTE DAYS-OPEN =
                   FUNCTION INTEGER-OF-DATE(TODAY-DATE)
                   - FUNCTION INTEGER-OF-DATE(
                       COMPLAINT-RECEIVED-DATE OF COMPLAINT-WORK)
           END-IF
           MOVE DAYS-OPEN TO DAYS-DISPLAY
           MOVE DAYS-DISPLAY TO OUTPUT-TEXT-LINE(67:5)
           MOVE COMPLAINT-SUMMARY OF COMPLAINT-WORK
               TO OUTPUT-TEXT-LINE(73:38)
           PERFORM WRITE-REPORT-LINE
           EXIT.

       WRITE-APPLIED-STEP-LINE.
           ADD 1 TO STEPS-APPLIED-COUNT
           PERFORM WRITE-STEP-LINE
           EXIT.

       WRITE-REFUSED-STEP-LINE.
           ADD 1 TO STEPS-REFUSED-COUNT
           PERFORM WRITE-STEP-LINE
           EXIT.

       WRITE-STEP-LINE.
           MOVE COMPLAINT-ID OF STEP-COMPLAINT TO OUTPUT-TEXT-LINE(1:10)
           MOVE COMPLAINT-ACTION-CODE TO OUTPUT-TEXT-LINE(13:1)
           MOVE STEP-OUTCOME TO OUTPUT-TEXT-LINE(16:12)
           IF MATCHED-COMPLAINT-INDEX > 0
               MOVE COMPLAINT-REFERENCE-ID OF COMPLAINT-WORK
                   TO OUTPUT-TEXT-LINE(30:10)
               MOVE COMPLAINT-CATEGORY OF COMPLAINT-WORK
                   TO OUTPUT-TEXT-LINE(42:8)
               MOVE COMPLAINT-RECEIVED-DATE OF COMPLAINT-WORK
                   TO OUTPUT-TEXT-LINE(55:8)
               MOVE COMPLAINT-SUMMARY OF COMPLAINT-WORK
                   TO OUTPUT-TEXT-LINE(65:40)
           END-IF
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO STEP-OUTCOME
           EXIT.

       REPORT-RUN-TOTALS.
           MOVE SEPARATOR-LINE TO OUTPUT-TEXT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE "Complaint steps queued" TO OUTPUT-TEXT-LINE
           MOVE STEPS-READ-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-REPORT-LINE

           MOVE "Applied in earlier runs" TO OUTPUT-TEXT-LINE
           MOVE PREVIOUSLY-APPLIED-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-REPORT-LINE

           MOVE "Complaints registered" TO OUTPUT-TEXT-LINE
           MOVE COMPLAINTS-OPENED-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-REPORT-LINE

           MOVE "Acknowledged" TO OUTPUT-TEXT-LINE
           MOVE COMPLAINTS-ACKNOWLEDGED-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-REPORT-LINE

           MOVE "Final responses (letters journalled)"
               TO OUTPUT-TEXT-LINE
           MOVE COMPLAINTS-RESPONDED-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-REPORT-LINE

           MOVE "Steps refused" TO OUTPUT-TEXT-LINE
           MOVE STEPS-REFUSED-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-REPORT-LINE

           MOVE "Complaints open" TO OUTPUT-TEXT-LINE
           MOVE OPEN-COMPLAINT-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-REPORT-LINE

           MOVE "Acknowledgement due soon" TO OUTPUT-TEXT-LINE
           MOVE ACK-NEAR-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-REPORT-LINE

           MOVE "Acknowledgement overdue" TO OUTPUT-TEXT-LINE
           MOVE ACK-PAST-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-REPORT-LINE

           MOVE "Final response due soon" TO OUTPUT-TEXT-LINE
           MOVE RESPONSE-NEAR-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-REPORT-LINE

           MOVE "Final response overdue" TO OUTPUT-TEXT-LINE
           MOVE RESPONSE-PAST-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-REPORT-LINE
           EXIT.

       WRITE-REPORT-LINE.
           MOVE OUTPUT-TEXT-LINE TO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE
           MOVE SPACES TO OUTPUT-TEXT-LINE
           EXIT.

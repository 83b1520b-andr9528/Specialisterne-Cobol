       IDENTIFICATION DIVISION.
       PROGRAM-ID. DDCANCEL.

      *----------------------------------------------------------*
      * Interactive cancellation of direct-debit mandates at the  *
      * customer's request. The signed-on operator names the      *
      * mandate, sees the creditor, customer and account it       *
      * covers in MandateRegister.txt, and gives the date the     *
      * cancellation takes effect (today when left blank). The    *
      * cancellation is appended to MandateCancellations.txt;     *
      * the next DDCOLLECT run cancels the mandate in the         *
      * register and returns every collection due after that     *
      * date to the creditor, so the terminal never writes the    *
      * register itself.                                          *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MANDATE-REGISTER-FILE
               ASSIGN TO "MandateRegister.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MANDATE-FILE-STATUS.

           SELECT MANDATE-CANCEL-FILE
               ASSIGN TO "MandateCancellations.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CANCEL-FILE-STATUS.

           SELECT ACTIVITY-LOG-FILE
               ASSIGN TO "OperatorActivityLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACTIVITY-LOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD MANDATE-REGISTER-FILE.
       01 MANDATE-REGISTER-RECORD PIC X(137).

       FD MANDATE-CANCEL-FILE.
       01 MANDATE-CANCEL-RECORD.
           COPY "MandateCancel.cpy".

       FD ACTIVITY-LOG-FILE.
       01 ACTIVITY-LOG-RECORD.
           COPY "OperatorLog.cpy".

       WORKING-STORAGE SECTION.
       01 MANDATE-FILE-STATUS PIC X(2) VALUE "00".
       01 CANCEL-FILE-STATUS PIC X(2) VALUE "00".
       01 ACTIVITY-LOG-FILE-STATUS PIC X(2) VALUE "00".

      * Operator sign-on through the shared OPERSIGNON routine;
      * inquiry-only operators may not cancel mandates.
       01 SIGNON-PARAMETERS.
           COPY "SignOn.cpy".

       01 MANDATE-WORK.
           COPY "Mandate.cpy".

       01 ENTRY-DONE PIC X VALUE "N".
       01 FIELD-VALID PIC X VALUE "N".
       01 ENTRY-CANCELLED PIC X VALUE "N".
       01 FIELD-ATTEMPTS PIC 9 VALUE 0.
       01 FIELD-ATTEMPT-LIMIT PIC 9 VALUE 3.
       01 RECORDS-APPENDED-COUNT PIC 999 VALUE 0.
       01 MANDATE-FOUND PIC X VALUE "N".
       01 END-OF-FILE PIC X VALUE "N".

       01 INPUT-ACTION PIC X(1) VALUE SPACE.
       01 INPUT-TEXT PIC X(80) VALUE SPACES.
       01 TODAY-DATE PIC 9(8) VALUE 0.
       01 EFFECTIVE-DATE-WORK PIC 9(8) VALUE 0.
       01 AMOUNT-EDIT-DISPLAY PIC -Z,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
           DISPLAY "Direct-debit mandate cancellation."

           PERFORM SIGN-ON-OPERATOR
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE

           PERFORM ENTER-ONE-CANCELLATION UNTIL ENTRY-DONE = "Y"

           DISPLAY "Queued " RECORDS-APPENDED-COUNT
               " cancellation(s) in MandateCancellations.txt."
           STOP RUN.

       SIGN-ON-OPERATOR.
           CALL "OPERSIGNON" USING SIGNON-PARAMETERS
               ON EXCEPTION
                   DISPLAY "ERROR: OPERSIGNON could not be called."
                   MOVE "N" TO SIGNON-RESULT
           END-CALL

           IF NOT SIGNON-SUCCEEDED
               DISPLAY "Mandate cancellation refused without a valid "
                   "sign-on."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF ROLE-INQUIRY-ONLY
               DISPLAY "Operator "
                   FUNCTION TRIM(SIGNON-OPERATOR-ID TRAILING)
                   " is inquiry-only and may not cancel mandates."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           EXIT.

      *----------------------------------------------------------*
      * One cancellation: the mandate must be in the register and
      * still active; then the effective date, a summary and the
      * operator's confirmation.
      *----------------------------------------------------------*
       ENTER-ONE-CANCELLATION.
           DISPLAY " "
           DISPLAY "Mandate id to cancel (blank to quit):"
           MOVE SPACES TO INPUT-TEXT
           ACCEPT INPUT-TEXT
           IF INPUT-TEXT = SPACES
               MOVE "Y" TO ENTRY-DONE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO ENTRY-CANCELLED

           PERFORM FIND-MANDATE
           IF MANDATE-FOUND = "N"
               DISPLAY "No mandate with id "
                   FUNCTION TRIM(INPUT-TEXT(1:10) TRAILING) "."
               EXIT PARAGRAPH
           END-IF

           PERFORM SHOW-MANDATE
           IF MANDATE-CANCELLED
               DISPLAY "The mandate is already cancelled."
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO MANDATE-CANCEL-RECORD
           MOVE MANDATE-ID TO CANCEL-MANDATE-ID
           MOVE MANDATE-CPR TO CANCEL-CPR

           PERFORM ENTER-EFFECTIVE-DATE
           IF ENTRY-CANCELLED = "Y"
               EXIT PARAGRAPH
           END-IF

           PERFORM CONFIRM-CANCELLATION
           IF ENTRY-CANCELLED = "Y"
               DISPLAY "Cancellation not queued."
               EXIT PARAGRAPH
           END-IF

           MOVE TODAY-DATE TO CANCEL-KEYED-DATE
           MOVE SIGNON-OPERATOR-ID TO CANCEL-OPERATOR
           PERFORM APPEND-CANCELLATION-ENTRY
           EXIT.

      * The register is small and read afresh for every mandate,
      * so a cancellation DDCOLLECT has just taken on shows.
       FIND-MANDATE.
           MOVE "N" TO MANDATE-FOUND
           OPEN INPUT MANDATE-REGISTER-FILE
           IF MANDATE-FILE-STATUS NOT = "00"
               DISPLAY "MandateRegister.txt could not be opened "
                   "(file status " MANDATE-FILE-STATUS ")."
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y" OR MANDATE-FOUND = "Y"
               READ MANDATE-REGISTER-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF MANDATE-REGISTER-RECORD(1:10)
                               = INPUT-TEXT(1:10)
                           MOVE "Y" TO MANDATE-FOUND
                           MOVE MANDATE-REGISTER-RECORD
                               TO MANDATE-WORK
                       END-IF
               END-READ
           END-PERFORM

           CLOSE MANDATE-REGISTER-FILE
           EXIT.

       SHOW-MANDATE.
           DISPLAY "Creditor "
               FUNCTION TRIM(MANDATE-CREDITOR-ID TRAILING) " "
               FUNCTION TRIM(MANDATE-CREDITOR-NAME TRAILING)
           DISPLAY "Customer CPR "
               FUNCTION TRIM(MANDATE-CPR TRAILING) ", account "
               MANDATE-REGISTRATION " "
               FUNCTION TRIM(MANDATE-ACCOUNT TRAILING)

           IF MANDATE-MAX-AMOUNT > 0
               MOVE MANDATE-MAX-AMOUNT TO AMOUNT-EDIT-DISPLAY
               DISPLAY "Signed " MANDATE-SIGNED-DATE
                   ", up to "
                   FUNCTION TRIM(AMOUNT-EDIT-DISPLAY LEADING)
                   " DKK a collection."
           ELSE
               DISPLAY "Signed " MANDATE-SIGNED-DATE
                   ", no maximum amount."
           END-IF

           IF MANDATE-LAST-COLLECTED-DATE > 0
               DISPLAY "Last collected " MANDATE-LAST-COLLECTED-DATE
                   "."
           END-IF

           IF MANDATE-CANCELLED
               DISPLAY "Cancelled from " MANDATE-CANCELLED-DATE
                   " by " FUNCTION TRIM(MANDATE-CANCELLED-BY TRAILING)
                   "."
           END-IF
           EXIT.

      * Collections already taken cannot be undone here, so the
      * cancellation cannot take effect before today.
       ENTER-EFFECTIVE-DATE.
           MOVE "N" TO FIELD-VALID
           MOVE 0 TO FIELD-ATTEMPTS
           PERFORM UNTIL FIELD-VALID = "Y"
               OR ENTRY-CANCELLED = "Y"
               DISPLAY "Date the cancellation takes effect (YYYYMMDD, "
                   "blank for today):"
               MOVE SPACES TO INPUT-TEXT
               ACCEPT INPUT-TEXT
               IF INPUT-TEXT = SPACES
                   MOVE TODAY-DATE TO INPUT-TEXT(1:8)
               END-IF

               IF INPUT-TEXT(1:8) IS NUMERIC
                   AND INPUT-TEXT(9:72) = SPACES
                   MOVE INPUT-TEXT(1:8) TO EFFECTIVE-DATE-WORK
                   IF FUNCTION TEST-DATE-YYYYMMDD(EFFECTIVE-DATE-WORK)
                           NOT = 0
                       OR EFFECTIVE-DATE-WORK < TODAY-DATE
                       DISPLAY "The date must be a real date no "
                           "earlier than today."
                       PERFORM COUNT-FAILED-ATTEMPT
                   ELSE
                       MOVE "Y" TO FIELD-VALID
                       MOVE EFFECTIVE-DATE-WORK
                           TO CANCEL-EFFECTIVE-DATE
                   END-IF
               ELSE
                   DISPLAY "The date must be YYYYMMDD, try again."
                   PERFORM COUNT-FAILED-ATTEMPT
               END-IF
           END-PERFORM
           EXIT.

       CONFIRM-CANCELLATION.
           DISPLAY "Cancel mandate "
               FUNCTION TRIM(CANCEL-MANDATE-ID TRAILING)
               " - no collections due after "
               CANCEL-EFFECTIVE-DATE "."

           MOVE "N" TO FIELD-VALID
           MOVE 0 TO FIELD-ATTEMPTS
           PERFORM UNTIL FIELD-VALID = "Y"
               OR ENTRY-CANCELLED = "Y"
               DISPLAY "Queue this cancellation (Y/N):"
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

       APPEND-CANCELLATION-ENTRY.
           OPEN EXTEND MANDATE-CANCEL-FILE
           IF CANCEL-FILE-STATUS = "35"
               OPEN OUTPUT MANDATE-CANCEL-FILE
           END-IF

           WRITE MANDATE-CANCEL-RECORD
           CLOSE MANDATE-CANCEL-FILE

           PERFORM WRITE-ACTIVITY-LOG-ENTRY
           ADD 1 TO RECORDS-APPENDED-COUNT
           DISPLAY "Queued cancellation of mandate "
               FUNCTION TRIM(CANCEL-MANDATE-ID TRAILING) "."
           EXIT.

       WRITE-ACTIVITY-LOG-ENTRY.
           OPEN EXTEND ACTIVITY-LOG-FILE
           IF ACTIVITY-LOG-FILE-STATUS = "35"
               OPEN OUTPUT ACTIVITY-LOG-FILE
           END-IF

           MOVE SPACES TO ACTIVITY-LOG-RECORD
           MOVE SIGNON-OPERATOR-ID TO OPER-LOG-OPERATOR
           MOVE FUNCTION CURRENT-DATE TO OPER-LOG-TIMESTAMP
           MOVE "DDCANCEL" TO OPER-LOG-PROGRAM
           MOVE "CANCELLED" TO OPER-LOG-ACTION
           MOVE CANCEL-MANDATE-ID TO OPER-LOG-REFERENCE-ID
           WRITE ACTIVITY-LOG-RECORD

           CLOSE ACTIVITY-LOG-FILE
           EXIT.

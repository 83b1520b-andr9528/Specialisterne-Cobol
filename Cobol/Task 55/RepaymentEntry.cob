       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPAYENTRY.

      *----------------------------------------------------------*
      * Interactive entry of repayment agreements with overdrawn  *
      * customers. The signed-on operator names the CPR (it must  *
      * be on today's OverdrawnAccounts.txt), the installment in  *
      * DKK, how often it falls due, the first due date and the   *
      * number of installments. The agreement is appended to      *
      * RepaymentAgreementEntries.txt; REPAYMONITOR confirms it   *
      * into RepaymentAgreements.txt, sends the confirmation      *
      * letter and from then on checks the installments, so the   *
      * terminal never touches the collections ladder itself. A   *
      * CPR with an agreement still active or still queued gets   *
      * no second one.                                            *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OVERDRAWN-ACCOUNTS-FILE
               ASSIGN TO "OverdrawnAccounts.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OVERDRAWN-ACCOUNTS-FILE-STATUS.

           SELECT AGREEMENT-REGISTER-FILE
               ASSIGN TO "RepaymentAgreements.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGISTER-FILE-STATUS.

           SELECT AGREEMENT-ENTRY-FILE
               ASSIGN TO "RepaymentAgreementEntries.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ENTRY-FILE-STATUS.

           SELECT ACTIVITY-LOG-FILE
               ASSIGN TO "OperatorActivityLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACTIVITY-LOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD OVERDRAWN-ACCOUNTS-FILE.
       01 OVERDRAWN-ACCOUNT-RECORD.
           02 OVERDRAWN-CPR PIC X(15).
           02 OVERDRAWN-CUSTOMER-NAME PIC X(30).
           02 OVERDRAWN-SALDO-DKK PIC -9(11).99.
           02 OVERDRAWN-EXCESS-DKK PIC -9(11).99.
           02 OVERDRAWN-FACILITY-STATUS PIC X(8).

       FD AGREEMENT-REGISTER-FILE.
       01 AGREEMENT-REGISTER-RECORD.
           COPY "RepaymentAgreement.cpy".

      * A queued agreement is the register image as entered:
      * AGREEMENT-STATUS is left blank until REPAYMONITOR
      * confirms it.
       FD AGREEMENT-ENTRY-FILE.
       01 AGREEMENT-ENTRY-RECORD.
           COPY "RepaymentAgreement.cpy".

       FD ACTIVITY-LOG-FILE.
       01 ACTIVITY-LOG-RECORD.
           COPY "OperatorLog.cpy".

       WORKING-STORAGE SECTION.
       01 OVERDRAWN-ACCOUNTS-FILE-STATUS PIC X(2) VALUE "00".
       01 REGISTER-FILE-STATUS PIC X(2) VALUE "00".
       01 ENTRY-FILE-STATUS PIC X(2) VALUE "00".
       01 ACTIVITY-LOG-FILE-STATUS PIC X(2) VALUE "00".

      * Operator sign-on through the shared OPERSIGNON routine;
      * inquiry-only operators may not enter agreements.
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
       01 TODAY-DATE PIC 9(8) VALUE 0.

      * The customer's line on the overdrawn extract.
       01 OVERDRAWN-FOUND PIC X VALUE "N".
       01 OVERDRAWN-NAME-FOUND PIC X(30) VALUE SPACES.
       01 OVERDRAWN-SALDO-WORK PIC S9(11)V99 VALUE 0.

      * What the register and the queue say about the CPR, and
      * the highest agreement number for the next id. Queued
      * agreements numbered above the register's highest have
      * not yet been through REPAYMONITOR.
       01 AGREEMENT-IN-FORCE PIC X VALUE "N".
       01 EXISTING-AGREEMENT-ID PIC X(10) VALUE SPACES.
       01 HIGHEST-REGISTER-NUMBER PIC 9(8) VALUE 0.
       01 HIGHEST-AGREEMENT-NUMBER PIC 9(8) VALUE 0.
       01 AGREEMENT-NUMBER-WORK PIC 9(8) VALUE 0.

       01 DUE-DATE-WORK PIC 9(8) VALUE 0.
       01 SCHEDULE-TOTAL PIC S9(11)V99 VALUE 0.
       01 AMOUNT-EDIT-DISPLAY PIC -Z,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
           DISPLAY "Repayment agreement entry."

           PERFORM SIGN-ON-OPERATOR
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE

           PERFORM ENTER-ONE-AGREEMENT UNTIL ENTRY-DONE = "Y"

           DISPLAY "Queued " RECORDS-APPENDED-COUNT
               " agreement(s) in RepaymentAgreementEntries.txt."
           STOP RUN.

       SIGN-ON-OPERATOR.
           CALL "OPERSIGNON" USING SIGNON-PARAMETERS
               ON EXCEPTION
                   DISPLAY "ERROR: OPERSIGNON could not be called."
                   MOVE "N" TO SIGNON-RESULT
           END-CALL

           IF NOT SIGNON-SUCCEEDED
               DISPLAY "Agreement entry refused without a valid "
                   "sign-on."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF ROLE-INQUIRY-ONLY
               DISPLAY "Operator "
                   FUNCTION TRIM(SIGNON-OPERATOR-ID TRAILING)
                   " is inquiry-only and may not enter agreements."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           EXIT.

      *----------------------------------------------------------*
      * One agreement: the CPR must be overdrawn today and free
      * of any other agreement in force; then the installment,
      * frequency, first due date and count, a summary and the
      * operator's confirmation.
      *----------------------------------------------------------*
       ENTER-ONE-AGREEMENT.
           DISPLAY " "
           DISPLAY "CPR for the repayment agreement (blank to quit):"
           MOVE SPACES TO INPUT-TEXT
           ACCEPT INPUT-TEXT
           IF INPUT-TEXT = SPACES
               MOVE "Y" TO ENTRY-DONE
               EXIT PARAGRAPH
           END-IF
           MOVE INPUT-TEXT(1:15) TO SEARCH-CPR
           MOVE "N" TO ENTRY-CANCELLED

           PERFORM FIND-OVERDRAWN-CUSTOMER
           IF OVERDRAWN-FOUND = "N"
               DISPLAY "CPR " FUNCTION TRIM(SEARCH-CPR TRAILING)
                   " is not on OverdrawnAccounts.txt - there is "
                   "nothing to agree."
               EXIT PARAGRAPH
           END-IF

           PERFORM SCAN-AGREEMENT-FILES
           IF AGREEMENT-IN-FORCE = "Y"
               DISPLAY "The customer already has agreement "
                   EXISTING-AGREEMENT-ID " in force."
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION ABS(OVERDRAWN-SALDO-WORK)
               TO AMOUNT-EDIT-DISPLAY
           DISPLAY FUNCTION TRIM(OVERDRAWN-NAME-FOUND TRAILING)
               " is overdrawn by "
               FUNCTION TRIM(AMOUNT-EDIT-DISPLAY LEADING) " DKK."

           MOVE SPACES TO AGREEMENT-ENTRY-RECORD
           MOVE SEARCH-CPR TO AGREEMENT-CPR OF AGREEMENT-ENTRY-RECORD
           MOVE OVERDRAWN-NAME-FOUND
               TO AGREEMENT-CUSTOMER-NAME OF AGREEMENT-ENTRY-RECORD

           PERFORM ENTER-INSTALLMENT-AMOUNT
           IF ENTRY-CANCELLED = "Y"
               EXIT PARAGRAPH
           END-IF

           PERFORM ENTER-FREQUENCY
           IF ENTRY-CANCELLED = "Y"
               EXIT PARAGRAPH
           END-IF

           PERFORM ENTER-FIRST-DUE-DATE
           IF ENTRY-CANCELLED = "Y"
               EXIT PARAGRAPH
           END-IF

           PERFORM ENTER-INSTALLMENT-COUNT
           IF ENTRY-CANCELLED = "Y"
               EXIT PARAGRAPH
           END-IF

           PERFORM CONFIRM-AGREEMENT
           IF ENTRY-CANCELLED = "Y"
               DISPLAY "Agreement not queued."
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO HIGHEST-AGREEMENT-NUMBER
           MOVE HIGHEST-AGREEMENT-NUMBER TO AGREEMENT-NUMBER-WORK
           STRING "RA" DELIMITED BY SIZE
               AGREEMENT-NUMBER-WORK DELIMITED BY SIZE
               INTO AGREEMENT-ID OF AGREEMENT-ENTRY-RECORD
           END-STRING
           MOVE TODAY-DATE
               TO AGREEMENT-AGREED-DATE OF AGREEMENT-ENTRY-RECORD
           MOVE SIGNON-OPERATOR-ID
               TO AGREEMENT-OPERATOR OF AGREEMENT-ENTRY-RECORD

           PERFORM APPEND-AGREEMENT-ENTRY
           EXIT.

       FIND-OVERDRAWN-CUSTOMER.
           MOVE "N" TO OVERDRAWN-FOUND
           MOVE SPACES TO OVERDRAWN-NAME-FOUND
           MOVE 0 TO OVERDRAWN-SALDO-WORK

           OPEN INPUT OVERDRAWN-ACCOUNTS-FILE
           IF OVERDRAWN-ACCOUNTS-FILE-STATUS NOT = "00"
               DISPLAY "OverdrawnAccounts.txt not found - run the "
                   "transaction report first."
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ OVERDRAWN-ACCOUNTS-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF OVERDRAWN-CPR = SEARCH-CPR
                           MOVE "Y" TO OVERDRAWN-FOUND
                           MOVE OVERDRAWN-CUSTOMER-NAME
                               TO OVERDRAWN-NAME-FOUND
                           MOVE OVERDRAWN-SALDO-DKK
                               TO OVERDRAWN-SALDO-WORK
                       END-IF
               END-READ
           END-PERFORM

           CLOSE OVERDRAWN-ACCOUNTS-FILE
           EXIT.

      *----------------------------------------------------------*
      * Reads the register and then the queue. An active register
      * agreement for the CPR, or a queued one REPAYMONITOR has
      * not yet taken in, blocks a new agreement.
      *----------------------------------------------------------*
       SCAN-AGREEMENT-FILES.
           MOVE "N" TO AGREEMENT-IN-FORCE
           MOVE SPACES TO EXISTING-AGREEMENT-ID
           MOVE 0 TO HIGHEST-REGISTER-NUMBER
           MOVE 0 TO HIGHEST-AGREEMENT-NUMBER

           OPEN INPUT AGREEMENT-REGISTER-FILE
           IF REGISTER-FILE-STATUS = "00"
               MOVE "N" TO END-OF-FILE
               PERFORM UNTIL END-OF-FILE = "Y"
                   READ AGREEMENT-REGISTER-FILE
                       AT END
                           MOVE "Y" TO END-OF-FILE
                       NOT AT END
                           PERFORM CHECK-ONE-REGISTERED-AGREEMENT
                   END-READ
               END-PERFORM
               CLOSE AGREEMENT-REGISTER-FILE
           END-IF
           MOVE HIGHEST-REGISTER-NUMBER TO HIGHEST-AGREEMENT-NUMBER

           OPEN INPUT AGREEMENT-ENTRY-FILE
           IF ENTRY-FILE-STATUS = "00"
               MOVE "N" TO END-OF-FILE
               PERFORM UNTIL END-OF-FILE = "Y"
                   READ AGREEMENT-ENTRY-FILE
                       AT END
                           MOVE "Y" TO END-OF-FILE
                       NOT AT END
                           PERFORM CHECK-ONE-QUEUED-AGREEMENT
                   END-READ
               END-PERFORM
               CLOSE AGREEMENT-ENTRY-FILE
           END-IF
           EXIT.

       CHECK-ONE-REGISTERED-AGREEMENT.
           IF AGREEMENT-ID OF AGREEMENT-REGISTER-RECORD(3:8)
                   IS NUMERIC
               MOVE AGREEMENT-ID OF AGREEMENT-REGISTER-RECORD(3:8)
                   TO AGREEMENT-NUMBER-WORK
               IF AGREEMENT-NUMBER-WORK > HIGHEST-REGISTER-NUMBER
                   MOVE AGREEMENT-NUMBER-WORK
                       TO HIGHEST-REGISTER-NUMBER
               END-IF
           END-IF

           IF AGREEMENT-CPR OF AGREEMENT-REGISTER-RECORD = SEARCH-CPR
               AND AGREEMENT-ACTIVE OF AGREEMENT-REGISTER-RECORD
               MOVE "Y" TO AGREEMENT-IN-FORCE
               MOVE AGREEMENT-ID OF AGREEMENT-REGISTER-RECORD
                   TO EXISTING-AGREEMENT-ID
           END-IF
           EXIT.

       CHECK-ONE-QUEUED-AGREEMENT.
           IF AGREEMENT-ID OF AGREEMENT-ENTRY-RECORD(3:8)
                   IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF

           MOVE AGREEMENT-ID OF AGREEMENT-ENTRY-RECORD(3:8)
               TO AGREEMENT-NUMBER-WORK
           IF AGREEMENT-NUMBER-WORK > HIGHEST-AGREEMENT-NUMBER
               MOVE AGREEMENT-NUMBER-WORK TO HIGHEST-AGREEMENT-NUMBER
           END-IF

           IF AGREEMENT-NUMBER-WORK > HIGHEST-REGISTER-NUMBER
               AND AGREEMENT-CPR OF AGREEMENT-ENTRY-RECORD
                   = SEARCH-CPR
               MOVE "Y" TO AGREEMENT-IN-FORCE
               MOVE AGREEMENT-ID OF AGREEMENT-ENTRY-RECORD
                   TO EXISTING-AGREEMENT-ID
           END-IF
           EXIT.

       ENTER-INSTALLMENT-AMOUNT.
           MOVE "N" TO FIELD-VALID
           MOVE 0 TO FIELD-ATTEMPTS
           PERFORM UNTIL FIELD-VALID = "Y"
               OR ENTRY-CANCELLED = "Y"
               DISPLAY "Installment amount in DKK:"
               MOVE SPACES TO INPUT-TEXT
               ACCEPT INPUT-TEXT

               IF INPUT-TEXT NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(INPUT-TEXT) = 0
                   COMPUTE INPUT-AMOUNT = FUNCTION NUMVAL(INPUT-TEXT)
                   IF INPUT-AMOUNT > 0
                       MOVE "Y" TO FIELD-VALID
                       MOVE INPUT-AMOUNT
                           TO AGREEMENT-INSTALLMENT-AMOUNT
                               OF AGREEMENT-ENTRY-RECORD
                   ELSE
                       DISPLAY "The installment must be above zero."
                       PERFORM COUNT-FAILED-ATTEMPT
                   END-IF
               ELSE
                   DISPLAY "Amount is not a number, try again."
                   PERFORM COUNT-FAILED-ATTEMPT
               END-IF
           END-PERFORM
           EXIT.

       ENTER-FREQUENCY.
           MOVE "N" TO FIELD-VALID
           MOVE 0 TO FIELD-ATTEMPTS
           PERFORM UNTIL FIELD-VALID = "Y"
               OR ENTRY-CANCELLED = "Y"
               DISPLAY "Frequency (W=weekly, F=every 14 days, "
                   "M=monthly):"
               MOVE SPACE TO INPUT-ACTION
               ACCEPT INPUT-ACTION
               MOVE FUNCTION UPPER-CASE(INPUT-ACTION)
                   TO AGREEMENT-FREQUENCY OF AGREEMENT-ENTRY-RECORD

               IF VALID-FREQUENCY OF AGREEMENT-ENTRY-RECORD
                   MOVE "Y" TO FIELD-VALID
               ELSE
                   DISPLAY "Answer W, F or M."
                   PERFORM COUNT-FAILED-ATTEMPT
               END-IF
           END-PERFORM
           EXIT.

      * The first installment may not fall due before tomorrow:
      * a schedule that starts in arrears would break on its
      * first check.
       ENTER-FIRST-DUE-DATE.
           MOVE "N" TO FIELD-VALID
           MOVE 0 TO FIELD-ATTEMPTS
           PERFORM UNTIL FIELD-VALID = "Y"
               OR ENTRY-CANCELLED = "Y"
               DISPLAY "First due date (YYYYMMDD):"
               MOVE SPACES TO INPUT-TEXT
               ACCEPT INPUT-TEXT

               IF INPUT-TEXT(1:8) IS NUMERIC
                   AND INPUT-TEXT(9:72) = SPACES
                   MOVE INPUT-TEXT(1:8) TO DUE-DATE-WORK
                   IF FUNCTION TEST-DATE-YYYYMMDD(DUE-DATE-WORK) = 0
                       AND DUE-DATE-WORK > TODAY-DATE
                       MOVE "Y" TO FIELD-VALID
                       MOVE INPUT-TEXT(1:8)
                           TO AGREEMENT-FIRST-DUE-DATE
                               OF AGREEMENT-ENTRY-RECORD
                   ELSE
                       DISPLAY "The first due date must be a real "
                           "date after today."
                       PERFORM COUNT-FAILED-ATTEMPT
                   END-IF
               ELSE
                   DISPLAY "Due date must be YYYYMMDD, try again."
                   PERFORM COUNT-FAILED-ATTEMPT
               END-IF
           END-PERFORM
           EXIT.

       ENTER-INSTALLMENT-COUNT.
           MOVE "N" TO FIELD-VALID
           MOVE 0 TO FIELD-ATTEMPTS
           PERFORM UNTIL FIELD-VALID = "Y"
               OR ENTRY-CANCELLED = "Y"
               DISPLAY "Number of installments (1-999):"
               MOVE SPACES TO INPUT-TEXT
               ACCEPT INPUT-TEXT

               IF INPUT-TEXT NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(INPUT-TEXT) = 0
                   AND FUNCTION NUMVAL(INPUT-TEXT) >= 1
                   AND FUNCTION NUMVAL(INPUT-TEXT) <= 999
                   AND FUNCTION NUMVAL(INPUT-TEXT)
                       = FUNCTION INTEGER(FUNCTION NUMVAL(INPUT-TEXT))
                   MOVE "Y" TO FIELD-VALID
                   COMPUTE AGREEMENT-INSTALLMENT-COUNT
                       OF AGREEMENT-ENTRY-RECORD =
                       FUNCTION NUMVAL(INPUT-TEXT)
               ELSE
                   DISPLAY "Give a whole number from 1 to 999."
                   PERFORM COUNT-FAILED-ATTEMPT
               END-IF
           END-PERFORM
           EXIT.

      *----------------------------------------------------------*
      * The operator reads the schedule back to the customer and
      * confirms it. A schedule that does not clear the overdraft
      * is allowed - the ladder resumes afterwards - but is
      * pointed out.
      *----------------------------------------------------------*
       CONFIRM-AGREEMENT.
           COMPUTE SCHEDULE-TOTAL =
               AGREEMENT-INSTALLMENT-AMOUNT OF AGREEMENT-ENTRY-RECORD
               * AGREEMENT-INSTALLMENT-COUNT OF AGREEMENT-ENTRY-RECORD

           MOVE AGREEMENT-INSTALLMENT-AMOUNT OF AGREEMENT-ENTRY-RECORD
               TO AMOUNT-EDIT-DISPLAY
           DISPLAY AGREEMENT-INSTALLMENT-COUNT
               OF AGREEMENT-ENTRY-RECORD
               " x " FUNCTION TRIM(AMOUNT-EDIT-DISPLAY LEADING)
               " DKK, frequency "
               AGREEMENT-FREQUENCY OF AGREEMENT-ENTRY-RECORD
               ", first due "
               AGREEMENT-FIRST-DUE-DATE OF AGREEMENT-ENTRY-RECORD
           MOVE SCHEDULE-TOTAL TO AMOUNT-EDIT-DISPLAY
           DISPLAY "Total to be repaid: "
               FUNCTION TRIM(AMOUNT-EDIT-DISPLAY LEADING) " DKK."
           IF SCHEDULE-TOTAL < FUNCTION ABS(OVERDRAWN-SALDO-WORK)
               DISPLAY "Note: the schedule does not clear the "
                   "overdraft."
           END-IF

           MOVE "N" TO FIELD-VALID
           MOVE 0 TO FIELD-ATTEMPTS
           PERFORM UNTIL FIELD-VALID = "Y"
               OR ENTRY-CANCELLED = "Y"
               DISPLAY "Queue this agreement (Y/N):"
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

       APPEND-AGREEMENT-ENTRY.
           OPEN EXTEND AGREEMENT-ENTRY-FILE
           IF ENTRY-FILE-STATUS = "35"
               OPEN OUTPUT AGREEMENT-ENTRY-FILE
           END-IF

           WRITE AGREEMENT-ENTRY-RECORD
           CLOSE AGREEMENT-ENTRY-FILE

           PERFORM WRITE-ACTIVITY-LOG-ENTRY
           ADD 1 TO RECORDS-APPENDED-COUNT
           DISPLAY "Queued agreement "
               AGREEMENT-ID OF AGREEMENT-ENTRY-RECORD "."
           EXIT.

       WRITE-ACTIVITY-LOG-ENTRY.
           OPEN EXTEND ACTIVITY-LOG-FILE
           IF ACTIVITY-LOG-FILE-STATUS = "35"
               OPEN OUTPUT ACTIVITY-LOG-FILE
           END-IF

           MOVE SPACES TO ACTIVITY-LOG-RECORD
           MOVE SIGNON-OPERATOR-ID TO OPER-LOG-OPERATOR
           MOVE FUNCTION CURRENT-DATE TO OPER-LOG-TIMESTAMP
           MOVE "REPAYENTRY" TO OPER-LOG-PROGRAM
           MOVE "AGREE" TO OPER-LOG-ACTION
           MOVE AGREEMENT-ID OF AGREEMENT-ENTRY-RECORD
               TO OPER-LOG-REFERENCE-ID
           WRITE ACTIVITY-LOG-RECORD

           CLOSE ACTIVITY-LOG-FILE
           EXIT.

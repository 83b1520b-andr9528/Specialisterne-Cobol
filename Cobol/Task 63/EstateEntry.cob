       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTATEENTRY.

      *----------------------------------------------------------*
      * Interactive recording of deceased customers. The          *
      * signed-on operator names the customer by REFERENCE-ID     *
      * and either takes the death notification - the date of    *
      * death and the estate representative's name and postal    *
      * address - or, once the estate has been released, the     *
      * representative's account the remaining balances are to   *
      * be paid out to. Each action is queued in                  *
      * EstateActions.txt for the next ESTATEPOST run, which      *
      * freezes the accounts, ends the standing orders and later  *
      * settles the estate; the terminal never writes the master  *
      * itself.                                                   *
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

           SELECT ESTATE-ACTION-FILE
               ASSIGN TO "EstateActions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACTION-FILE-STATUS.

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

      * "N" death notification, "R" estate released for payout.
       FD ESTATE-ACTION-FILE.
       01 ESTATE-ACTION-RECORD.
           02 QUEUED-ESTATE-ACTION PIC X(1).
           COPY "Estate.cpy".

       FD ACTIVITY-LOG-FILE.
       01 ACTIVITY-LOG-RECORD.
           COPY "OperatorLog.cpy".

       WORKING-STORAGE SECTION.
       01 MASTER-FILE-STATUS PIC X(2) VALUE "00".
       01 ACTION-FILE-STATUS PIC X(2) VALUE "00".
       01 ACTIVITY-LOG-FILE-STATUS PIC X(2) VALUE "00".

      * Operator sign-on through the shared OPERSIGNON routine;
      * inquiry-only operators may not record deaths.
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
       01 DEATH-DATE-WORK PIC 9(8) VALUE 0.
       01 LOG-ACTION-TEXT PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
           DISPLAY "Deceased customer and estate recording."

           PERFORM SIGN-ON-OPERATOR
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE

           OPEN INPUT CUSTOMER-MASTER-FILE
           IF MASTER-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: could not open 'CustomerMaster.idx' "
                   "(file status " MASTER-FILE-STATUS ")."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM ENTER-ONE-ESTATE-ACTION UNTIL ENTRY-DONE = "Y"

           CLOSE CUSTOMER-MASTER-FILE
           DISPLAY "Queued " RECORDS-APPENDED-COUNT
               " action(s) in EstateActions.txt."
           STOP RUN.

       SIGN-ON-OPERATOR.
           CALL "OPERSIGNON" USING SIGNON-PARAMETERS
               ON EXCEPTION
                   DISPLAY "ERROR: OPERSIGNON could not be called."
                   MOVE "N" TO SIGNON-RESULT
           END-CALL

           IF NOT SIGNON-SUCCEEDED
               DISPLAY "Estate recording refused without a valid "
                   "sign-on."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF ROLE-INQUIRY-ONLY
               DISPLAY "Operator "
                   FUNCTION TRIM(SIGNON-OPERATOR-ID TRAILING)
                   " is inquiry-only and may not record estates."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           EXIT.

      *----------------------------------------------------------*
      * One action: the customer must be on the master; then the
      * action, its fields, a summary and the operator's
      * confirmation.
      *----------------------------------------------------------*
       ENTER-ONE-ESTATE-ACTION.
           DISPLAY " "
           DISPLAY "REFERENCE-ID of the deceased customer (blank to "
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

           PERFORM SHOW-ESTATE-STATUS

           MOVE SPACES TO ESTATE-ACTION-RECORD
           MOVE REFERENCE-ID OF MASTER-WORK TO ESTATE-REFERENCE-ID
           MOVE CUSTOMER-CPR OF MASTER-WORK TO ESTATE-CPR

           PERFORM ENTER-ESTATE-ACTION
           IF ENTRY-CANCELLED = "Y"
               EXIT PARAGRAPH
           END-IF

           IF QUEUED-ESTATE-ACTION = "N"
               PERFORM ENTER-DEATH-NOTIFICATION
           ELSE
               PERFORM ENTER-ESTATE-RELEASE
           END-IF
           IF ENTRY-CANCELLED = "Y"
               EXIT PARAGRAPH
           END-IF

           PERFORM CONFIRM-ESTATE-ACTION
           IF ENTRY-CANCELLED = "Y"
               DISPLAY "Action not queued."
               EXIT PARAGRAPH
           END-IF

           MOVE SIGNON-OPERATOR-ID TO ESTATE-OPERATOR
           PERFORM APPEND-ESTATE-ACTION
           EXIT.

       SHOW-ESTATE-STATUS.
           DISPLAY FUNCTION TRIM(FIRST-NAME OF MASTER-WORK TRAILING)
               " " FUNCTION TRIM(LAST-NAME OF MASTER-WORK TRAILING)

           IF DECEASED-DATE OF MASTER-WORK = SPACES
               DISPLAY "No death notification on record."
           ELSE
               DISPLAY "Deceased " DECEASED-DATE OF MASTER-WORK
                   "; accounts frozen for the estate."
           END-IF
           EXIT.

      * A notification is only taken once; a release needs the
      * notification to have been taken on by ESTATEPOST first.
       ENTER-ESTATE-ACTION.
           MOVE "N" TO FIELD-VALID
           MOVE 0 TO FIELD-ATTEMPTS
           PERFORM UNTIL FIELD-VALID = "Y"
               OR ENTRY-CANCELLED = "Y"
               DISPLAY "Action: N = death notification, "
                   "R = estate released for payout:"
               MOVE SPACE TO INPUT-ACTION
               ACCEPT INPUT-ACTION
               MOVE FUNCTION UPPER-CASE(INPUT-ACTION)
                   TO INPUT-ACTION

               EVALUATE TRUE
                   WHEN INPUT-ACTION = "N"
                       AND DECEASED-DATE OF MASTER-WORK NOT = SPACES
                       DISPLAY "The death is already on record."
                       PERFORM COUNT-FAILED-ATTEMPT
                   WHEN INPUT-ACTION = "R"
                       AND DECEASED-DATE OF MASTER-WORK = SPACES
                       DISPLAY "No death notification has been "
                           "taken on for this customer yet."
                       PERFORM COUNT-FAILED-ATTEMPT
                   WHEN INPUT-ACTION = "N" OR INPUT-ACTION = "R"
                       MOVE "Y" TO FIELD-VALID
                       MOVE INPUT-ACTION TO QUEUED-ESTATE-ACTION
                   WHEN OTHER
                       DISPLAY "Answer N or R."
                       PERFORM COUNT-FAILED-ATTEMPT
               END-EVALUATE
           END-PERFORM
           EXIT.

       ENTER-DEATH-NOTIFICATION.
           PERFORM ENTER-DATE-OF-DEATH
           IF ENTRY-CANCELLED = "Y"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Estate representative's name:"
           MOVE SPACES TO INPUT-TEXT
           PERFORM ACCEPT-REQUIRED-TEXT
           MOVE INPUT-TEXT(1:40) TO ESTATE-REP-NAME
           IF ENTRY-CANCELLED = "Y"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Representative's street and house number:"
           MOVE SPACES TO INPUT-TEXT
           PERFORM ACCEPT-REQUIRED-TEXT
           MOVE INPUT-TEXT(1:30) TO ESTATE-REP-STREET
           IF ENTRY-CANCELLED = "Y"
               EXIT PARAGRAPH
           END-IF

           PERFORM ENTER-REP-ZIPCODE
           IF ENTRY-CANCELLED = "Y"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Representative's city:"
           MOVE SPACES TO INPUT-TEXT
           PERFORM ACCEPT-REQUIRED-TEXT
           MOVE INPUT-TEXT(1:20) TO ESTATE-REP-CITY
           IF ENTRY-CANCELLED = "Y"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Representative's country code (blank for DK):"
           MOVE SPACES TO INPUT-TEXT
           ACCEPT INPUT-TEXT
           MOVE FUNCTION UPPER-CASE(INPUT-TEXT(1:2))
               TO ESTATE-REP-COUNTRY
           IF ESTATE-REP-COUNTRY = SPACES
               MOVE "DK" TO ESTATE-REP-COUNTRY
           END-IF
           EXIT.

      * A death cannot lie in the future.
       ENTER-DATE-OF-DEATH.
           MOVE "N" TO FIELD-VALID
           MOVE 0 TO FIELD-ATTEMPTS
           PERFORM UNTIL FIELD-VALID = "Y"
               OR ENTRY-CANCELLED = "Y"
               DISPLAY "Date of death (YYYYMMDD):"
               MOVE SPACES TO INPUT-TEXT
               ACCEPT INPUT-TEXT

               IF INPUT-TEXT(1:8) IS NUMERIC
                   AND INPUT-TEXT(9:72) = SPACES
                   MOVE INPUT-TEXT(1:8) TO DEATH-DATE-WORK
                   IF FUNCTION TEST-DATE-YYYYMMDD(DEATH-DATE-WORK)
                           NOT = 0
                       OR DEATH-DATE-WORK > TODAY-DATE
                       DISPLAY "The date of death must be a real "
                           "date no later than today."
                       PERFORM COUNT-FAILED-ATTEMPT
                   ELSE
                       MOVE "Y" TO FIELD-VALID
                       MOVE INPUT-TEXT(1:8) TO ESTATE-DATE-OF-DEATH
                   END-IF
               ELSE
                   DISPLAY "Date of death must be YYYYMMDD, try "
                       "again."
                   PERFORM COUNT-FAILED-ATTEMPT
               END-IF
           END-PERFORM
           EXIT.

       ENTER-REP-ZIPCODE.
           MOVE "N" TO FIELD-VALID
           MOVE 0 TO FIELD-ATTEMPTS
           PERFORM UNTIL FIELD-VALID = "Y"
               OR ENTRY-CANCELLED = "Y"
               DISPLAY "Representative's postal code (4 digits):"
               MOVE SPACES TO INPUT-TEXT
               ACCEPT INPUT-TEXT
               IF INPUT-TEXT(1:4) IS NUMERIC
                   AND INPUT-TEXT(5:76) = SPACES
                   MOVE "Y" TO FIELD-VALID
                   MOVE INPUT-TEXT(1:4) TO ESTATE-REP-ZIPCODE
               ELSE
                   DISPLAY "Postal code must be 4 digits."
                   PERFORM COUNT-FAILED-ATTEMPT
               END-IF
           END-PERFORM
           EXIT.

      * The payout account belongs to the representative (or the
      * estate's own account); registration number and account
      * number are both needed for the payment instruction.
       ENTER-ESTATE-RELEASE.
           MOVE "N" TO FIELD-VALID
           MOVE 0 TO FIELD-ATTEMPTS
           PERFORM UNTIL FIELD-VALID = "Y"
               OR ENTRY-CANCELLED = "Y"
               DISPLAY "Payout registration number (4 digits):"
               MOVE SPACES TO INPUT-TEXT
               ACCEPT INPUT-TEXT
               IF INPUT-TEXT(1:4) IS NUMERIC
                   AND INPUT-TEXT(5:76) = SPACES
                   MOVE "Y" TO FIELD-VALID
                   MOVE INPUT-TEXT(1:4) TO ESTATE-PAYOUT-REGISTRATION
               ELSE
                   DISPLAY "Registration number must be 4 digits."
                   PERFORM COUNT-FAILED-ATTEMPT
               END-IF
           END-PERFORM
           IF ENTRY-CANCELLED = "Y"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO FIELD-VALID
           MOVE 0 TO FIELD-ATTEMPTS
           PERFORM UNTIL FIELD-VALID = "Y"
               OR ENTRY-CANCELLED = "Y"
               DISPLAY "Payout account number (up to 17 digits):"
               MOVE SPACES TO INPUT-TEXT
               ACCEPT INPUT-TEXT
               IF INPUT-TEXT NOT = SPACES
                   AND INPUT-TEXT(18:63) = SPACES
                   AND FUNCTION TRIM(INPUT-TEXT) IS NUMERIC
                   MOVE "Y" TO FIELD-VALID
                   MOVE INPUT-TEXT(1:17) TO ESTATE-PAYOUT-ACCOUNT
               ELSE
                   DISPLAY "Account number must be digits only, at "
                       "most 17."
                   PERFORM COUNT-FAILED-ATTEMPT
               END-IF
           END-PERFORM

           MOVE TODAY-DATE TO ESTATE-RELEASED-DATE
           EXIT.

       ACCEPT-REQUIRED-TEXT.
           MOVE 0 TO FIELD-ATTEMPTS
           ACCEPT INPUT-TEXT
           PERFORM UNTIL INPUT-TEXT NOT = SPACES
               OR ENTRY-CANCELLED = "Y"
               DISPLAY "This field is required, try again."
               PERFORM COUNT-FAILED-ATTEMPT
               IF ENTRY-CANCELLED = "N"
                   ACCEPT INPUT-TEXT
               END-IF
           END-PERFORM
           EXIT.

       CONFIRM-ESTATE-ACTION.
           IF QUEUED-ESTATE-ACTION = "N"
               DISPLAY "Death of "
                   FUNCTION TRIM(ESTATE-REFERENCE-ID TRAILING)
                   " on " ESTATE-DATE-OF-DEATH
                   "; correspondence to "
                   FUNCTION TRIM(ESTATE-REP-NAME TRAILING) ", "
                   FUNCTION TRIM(ESTATE-REP-STREET TRAILING) ", "
                   ESTATE-REP-ZIPCODE " "
                   FUNCTION TRIM(ESTATE-REP-CITY TRAILING) "."
           ELSE
               DISPLAY "Estate of "
                   FUNCTION TRIM(ESTATE-REFERENCE-ID TRAILING)
                   " released; pay out to "
                   ESTATE-PAYOUT-REGISTRATION " "
                   FUNCTION TRIM(ESTATE-PAYOUT-ACCOUNT TRAILING) "."
           END-IF

           MOVE "N" TO FIELD-VALID
           MOVE 0 TO FIELD-ATTEMPTS
           PERFORM UNTIL FIELD-VALID = "Y"
               OR ENTRY-CANCELLED = "Y"
               DISPLAY "Queue this action (Y/N):"
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

       APPEND-ESTATE-ACTION.
           OPEN EXTEND ESTATE-ACTION-FILE
           IF ACTION-FILE-STATUS = "35"
               OPEN OUTPUT ESTATE-ACTION-FILE
           END-IF

           WRITE ESTATE-ACTION-RECORD
           CLOSE ESTATE-ACTION-FILE

           IF QUEUED-ESTATE-ACTION = "N"
               MOVE "DECEASED" TO LOG-ACTION-TEXT
           ELSE
               MOVE "RELEASED" TO LOG-ACTION-TEXT
           END-IF
           PERFORM WRITE-ACTIVITY-LOG-ENTRY
           ADD 1 TO RECORDS-APPENDED-COUNT
           DISPLAY "Queued for "
               FUNCTION TRIM(ESTATE-REFERENCE-ID TRAILING) "."
           EXIT.

       WRITE-ACTIVITY-LOG-ENTRY.
           OPEN EXTEND ACTIVITY-LOG-FILE
           IF ACTIVITY-LOG-FILE-STATUS = "35"
               OPEN OUTPUT ACTIVITY-LOG-FILE
           END-IF

           MOVE SPACES TO ACTIVITY-LOG-RECORD
           MOVE SIGNON-OPERATOR-ID TO OPER-LOG-OPERATOR
           MOVE FUNCTION CURRENT-DATE TO OPER-LOG-TIMESTAMP
           MOVE "ESTATEENTRY" TO OPER-LOG-PROGRAM
           MOVE LOG-ACTION-TEXT TO OPER-LOG-ACTION
           MOVE ESTATE-REFERENCE-ID TO OPER-LOG-REFERENCE-ID
           WRITE ACTIVITY-LOG-RECORD

           CLOSE ACTIVITY-LOG-FILE
           EXIT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CORRECTENTRY.

      *----------------------------------------------------------*
      * Interactive entry of storno corrections for transactions  *
      * already posted to TransactionHistory.txt. The operator    *
      * names the original by its CPR and time of transaction,    *
      * picks it from the matching history records and asks for  *
      * either a full reversal ("R") or a reversal plus a         *
      * corrected replacement ("C") carrying the right CPR and/or *
      * amount. Nothing is posted here: the correction is queued  *
      * in TransactionCorrections.txt with the submitter's id and *
      * CORRECTPOST books it once a reviewer has approved it, so  *
      * the history itself is never edited.                       *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-FILE
               ASSIGN TO "TransactionHistory.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORY-FILE-STATUS.

           SELECT CORRECTION-FILE
               ASSIGN TO "TransactionCorrections.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CORRECTION-FILE-STATUS.

           SELECT ACTIVITY-LOG-FILE
               ASSIGN TO "OperatorActivityLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACTIVITY-LOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD HISTORY-FILE.
       01 HISTORY-RECORD.
           COPY "Transaction.cpy".

      * Pending storno: the original history record as it was
      * found, what is to be done with it and who asked. The
      * replacement fields are only used by a "C" correction;
      * blank CPR or zero amount keeps the original's value.
       FD CORRECTION-FILE.
       01 CORRECTION-RECORD.
           02 CORRECTION-ID PIC X(10) VALUE SPACES.
           02 CORRECTION-ACTION PIC X(1) VALUE SPACE.
           02 CORRECTION-NEW-CPR PIC X(15) VALUE SPACES.
           02 CORRECTION-NEW-NAME PIC X(30) VALUE SPACES.
           02 CORRECTION-NEW-AMOUNT PIC S9(11)V99 VALUE 0.
           02 CORRECTION-REASON PIC X(40) VALUE SPACES.
           02 CORRECTION-SUBMITTER PIC X(20) VALUE SPACES.
           02 CORRECTION-SUBMITTED-DATE PIC X(8) VALUE SPACES.
           02 CORRECTION-ORIGINAL.
               COPY "Transaction.cpy".

       FD ACTIVITY-LOG-FILE.
       01 ACTIVITY-LOG-RECORD.
           COPY "OperatorLog.cpy".

       WORKING-STORAGE SECTION.
       01 HISTORY-FILE-STATUS PIC X(2) VALUE "00".
       01 CORRECTION-FILE-STATUS PIC X(2) VALUE "00".
       01 ACTIVITY-LOG-FILE-STATUS PIC X(2) VALUE "00".

      * Operator sign-on through the shared OPERSIGNON routine:
      * only maintainers and reviewers may queue corrections and
      * the submitter on the record is the signed-on operator.
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

      * History records matching the CPR and time the operator
      * gave, with whether a storno already points at each.
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

       01 PENDING-ALREADY-QUEUED PIC X VALUE "N".
       01 HIGHEST-CORRECTION-NUMBER PIC 9(8) VALUE 0.
       01 CORRECTION-NUMBER-WORK PIC 9(8) VALUE 0.

       01 AMOUNT-EDIT-DISPLAY PIC -Z,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
           DISPLAY "Transaction correction entry."

           PERFORM SIGN-ON-OPERATOR

           PERFORM ENTER-ONE-CORRECTION UNTIL ENTRY-DONE = "Y"

           DISPLAY "Queued " RECORDS-APPENDED-COUNT
               " correction(s) in TransactionCorrections.txt."
           STOP RUN.

       SIGN-ON-OPERATOR.
           CALL "OPERSIGNON" USING SIGNON-PARAMETERS
               ON EXCEPTION
                   DISPLAY "ERROR: OPERSIGNON could not be called."
                   MOVE "N" TO SIGNON-RESULT
           END-CALL

           IF NOT SIGNON-SUCCEEDED
               DISPLAY "Correction entry refused without a valid "
                   "sign-on."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF ROLE-INQUIRY-ONLY
               DISPLAY "Operator "
                   FUNCTION TRIM(SIGNON-OPERATOR-ID TRAILING)
                   " is inquiry-only and may not queue "
                   "corrections."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           EXIT.

       ENTER-ONE-CORRECTION.
           DISPLAY " "
           DISPLAY "CPR on the posted transaction (Q=quit):"
           MOVE SPACES TO INPUT-TEXT
           ACCEPT INPUT-TEXT

           IF INPUT-TEXT = SPACES
               OR FUNCTION UPPER-CASE(INPUT-TEXT) = "Q"
               MOVE "Y" TO ENTRY-DONE
               EXIT PARAGRAPH
           END-IF
           MOVE INPUT-TEXT(1:15) TO SEARCH-CPR

           DISPLAY "Time of transaction as shown on the report:"
           MOVE SPACES TO INPUT-TEXT
           ACCEPT INPUT-TEXT
           MOVE INPUT-TEXT(1:26) TO SEARCH-TIME

           PERFORM FIND-ORIGINAL-TRANSACTIONS
           IF MATCH-COUNT = 0
               DISPLAY "No posted transaction for that CPR and "
                   "time."
               EXIT PARAGRAPH
           END-IF

           PERFORM LIST-MATCHED-TRANSACTIONS
           MOVE "N" TO ENTRY-CANCELLED
           PERFORM SELECT-ORIGINAL-TRANSACTION
           IF ENTRY-CANCELLED = "Y"
               EXIT PARAGRAPH
           END-IF

           MOVE MATCH-IMAGE(SELECTED-INDEX) TO MATCH-WORK
           IF CORRECTION-REVERSAL OF MATCH-WORK
               DISPLAY "That record is itself a storno and cannot "
                   "be reversed - correct the replacement instead."
               EXIT PARAGRAPH
           END-IF
           IF MATCH-REVERSED(SELECTED-INDEX) = "Y"
               DISPLAY "That transaction has already been "
                   "reversed."
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO CORRECTION-RECORD
           MOVE 0 TO CORRECTION-NEW-AMOUNT
           MOVE MATCH-WORK TO CORRECTION-ORIGINAL

           PERFORM CHECK-ALREADY-QUEUED
           IF PENDING-ALREADY-QUEUED = "Y"
               DISPLAY "WARNING: a correction of this transaction "
                   "is already queued - the second one will be "
                   "refused when posted."
           END-IF

           PERFORM ENTER-CORRECTION-ACTION
           IF ENTRY-CANCELLED = "Y"
               EXIT PARAGRAPH
           END-IF

           IF CORRECTION-ACTION = "C"
               PERFORM ENTER-REPLACEMENT-FIELDS
               IF ENTRY-CANCELLED = "Y"
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM ENTER-CORRECTION-REASON
           IF ENTRY-CANCELLED = "Y"
               EXIT PARAGRAPH
           END-IF

           PERFORM ENTER-SUBMITTER
           PERFORM APPEND-CORRECTION-RECORD
           EXIT.

      *----------------------------------------------------------*
      * One pass over the history collects the records for the
      * CPR and time given, and the amounts of any storno already
      * booked against them, so a reversed original is refused.
      *----------------------------------------------------------*
       FIND-ORIGINAL-TRANSACTIONS.
           MOVE 0 TO MATCH-COUNT
           MOVE 0 TO REVERSED-COUNT
           MOVE "N" TO MATCH-OVERFLOW

           OPEN INPUT HISTORY-FILE
           IF HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "TransactionHistory.txt not found - there is "
                   "nothing posted to correct."
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
                           TRANSACTION-TYPE OF MATCH-WORK " "
                           TRANSACTION-SHOP OF MATCH-WORK " "
                           AMOUNT-EDIT-DISPLAY " "
                           CURRENCY-CODE OF MATCH-WORK
                           "  (storno)"
                   WHEN MATCH-REVERSED(MATCH-INDEX) = "Y"
                       DISPLAY MATCH-NUMBER-DISPLAY ") "
                           TRANSACTION-TYPE OF MATCH-WORK " "
                           TRANSACTION-SHOP OF MATCH-WORK " "
                           AMOUNT-EDIT-DISPLAY " "
                           CURRENCY-CODE OF MATCH-WORK
                           "  (already reversed)"
                   WHEN OTHER
                       DISPLAY MATCH-NUMBER-DISPLAY ") "
                           TRANSACTION-TYPE OF MATCH-WORK " "
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
               DISPLAY "Which transaction (1-" MATCH-COUNT "):"
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
      * Reads the pending queue for a correction already naming
      * the same original, and notes the highest correction
      * number so the new one gets the next.
      *----------------------------------------------------------*
       CHECK-ALREADY-QUEUED.
           MOVE "N" TO PENDING-ALREADY-QUEUED
           MOVE 0 TO HIGHEST-CORRECTION-NUMBER

           OPEN INPUT CORRECTION-FILE
           IF CORRECTION-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ CORRECTION-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       PERFORM CHECK-ONE-QUEUED-CORRECTION
               END-READ
           END-PERFORM

           CLOSE CORRECTION-FILE
           MOVE SPACES TO CORRECTION-RECORD
           MOVE 0 TO CORRECTION-NEW-AMOUNT
           MOVE MATCH-IMAGE(SELECTED-INDEX) TO MATCH-WORK
           MOVE MATCH-WORK TO CORRECTION-ORIGINAL
           EXIT.

       CHECK-ONE-QUEUED-CORRECTION.
           IF CORRECTION-ID(3:8) IS NUMERIC
               MOVE CORRECTION-ID(3:8) TO CORRECTION-NUMBER-WORK
               IF CORRECTION-NUMBER-WORK > HIGHEST-CORRECTION-NUMBER
                   MOVE CORRECTION-NUMBER-WORK
                       TO HIGHEST-CORRECTION-NUMBER
               END-IF
           END-IF

           IF CPR OF CORRECTION-ORIGINAL = CPR OF MATCH-WORK
               AND TIME-OF-TRANSACTION OF CORRECTION-ORIGINAL
                   = TIME-OF-TRANSACTION OF MATCH-WORK
               AND AMOUNT OF CORRECTION-ORIGINAL
                   = AMOUNT OF MATCH-WORK
               MOVE "Y" TO PENDING-ALREADY-QUEUED
           END-IF
           EXIT.

       ENTER-CORRECTION-ACTION.
           MOVE "N" TO FIELD-VALID
           MOVE 0 TO FIELD-ATTEMPTS
           PERFORM UNTIL FIELD-VALID = "Y"
               OR ENTRY-CANCELLED = "Y"
               DISPLAY "Correction (R=full reversal, C=reversal "
                   "plus corrected replacement):"
               MOVE SPACE TO INPUT-ACTION
               ACCEPT INPUT-ACTION
               MOVE FUNCTION UPPER-CASE(INPUT-ACTION)
                   TO INPUT-ACTION

               IF INPUT-ACTION = "R" OR INPUT-ACTION = "C"
                   MOVE "Y" TO FIELD-VALID
                   MOVE INPUT-ACTION TO CORRECTION-ACTION
               ELSE
                   DISPLAY "Answer R or C."
                   PERFORM COUNT-FAILED-ATTEMPT
               END-IF
           END-PERFORM
           EXIT.

      *----------------------------------------------------------*
      * The replacement is the original with the CPR and/or the
      * amount put right; a blank reply keeps the original value.
      * A replacement identical to the original is refused.
      *----------------------------------------------------------*
       ENTER-REPLACEMENT-FIELDS.
           MOVE "N" TO FIELD-VALID
           MOVE 0 TO FIELD-ATTEMPTS
           PERFORM UNTIL FIELD-VALID = "Y"
               OR ENTRY-CANCELLED = "Y"
               DISPLAY "Correct CPR (DDMMYY-XXXX, blank keeps "
                   FUNCTION TRIM(CPR OF CORRECTION-ORIGINAL
                       TRAILING) "):"
               MOVE SPACES TO INPUT-TEXT
               ACCEPT INPUT-TEXT

               IF INPUT-TEXT = SPACES
                   OR (INPUT-TEXT(1:6) IS NUMERIC
                       AND INPUT-TEXT(7:1) = "-"
                       AND INPUT-TEXT(8:4) IS NUMERIC
                       AND INPUT-TEXT(12:69) = SPACES)
                   OR (INPUT-TEXT(1:10) IS NUMERIC
                       AND INPUT-TEXT(11:70) = SPACES)
                   MOVE "Y" TO FIELD-VALID
                   MOVE INPUT-TEXT(1:15) TO CORRECTION-NEW-CPR
               ELSE
                   DISPLAY "CPR format is invalid, try again."
                   PERFORM COUNT-FAILED-ATTEMPT
               END-IF
           END-PERFORM
           IF ENTRY-CANCELLED = "Y"
               EXIT PARAGRAPH
           END-IF

           IF CORRECTION-NEW-CPR = CPR OF CORRECTION-ORIGINAL
               MOVE SPACES TO CORRECTION-NEW-CPR
           END-IF

           IF CORRECTION-NEW-CPR NOT = SPACES
               DISPLAY "Customer name for that CPR (blank keeps "
                   FUNCTION TRIM(CUSTOMER-NAME OF CORRECTION-ORIGINAL
                       TRAILING) "):"
               MOVE SPACES TO INPUT-TEXT
               ACCEPT INPUT-TEXT
               MOVE INPUT-TEXT(1:30) TO CORRECTION-NEW-NAME
           END-IF

           MOVE AMOUNT OF CORRECTION-ORIGINAL TO AMOUNT-EDIT-DISPLAY
           MOVE "N" TO FIELD-VALID
           MOVE 0 TO FIELD-ATTEMPTS
           PERFORM UNTIL FIELD-VALID = "Y"
               OR ENTRY-CANCELLED = "Y"
               DISPLAY "Correct amount in "
                   CURRENCY-CODE OF CORRECTION-ORIGINAL
                   " (blank keeps "
                   FUNCTION TRIM(AMOUNT-EDIT-DISPLAY LEADING) "):"
               MOVE SPACES TO INPUT-TEXT
               ACCEPT INPUT-TEXT

               IF INPUT-TEXT = SPACES
                   MOVE "Y" TO FIELD-VALID
                   MOVE 0 TO CORRECTION-NEW-AMOUNT
               ELSE
                   IF FUNCTION TEST-NUMVAL(INPUT-TEXT) = 0
                       COMPUTE INPUT-AMOUNT =
                           FUNCTION NUMVAL(INPUT-TEXT)
                       IF INPUT-AMOUNT = 0
                           DISPLAY "A zero amount is a reversal - "
                               "use R instead."
                           PERFORM COUNT-FAILED-ATTEMPT
                       ELSE
                           MOVE "Y" TO FIELD-VALID
                           MOVE INPUT-AMOUNT
                               TO CORRECTION-NEW-AMOUNT
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

           IF CORRECTION-NEW-AMOUNT = AMOUNT OF CORRECTION-ORIGINAL
               MOVE 0 TO CORRECTION-NEW-AMOUNT
           END-IF

           IF CORRECTION-NEW-CPR = SPACES
               AND CORRECTION-NEW-AMOUNT = 0
               DISPLAY "Neither CPR nor amount changes - nothing to "
                   "correct, entry abandoned."
               MOVE "Y" TO ENTRY-CANCELLED
           END-IF
           EXIT.

       ENTER-CORRECTION-REASON.
           MOVE "N" TO FIELD-VALID
           MOVE 0 TO FIELD-ATTEMPTS
           PERFORM UNTIL FIELD-VALID = "Y"
               OR ENTRY-CANCELLED = "Y"
               DISPLAY "Reason for the correction:"
               MOVE SPACES TO INPUT-TEXT
               ACCEPT INPUT-TEXT

               IF INPUT-TEXT = SPACES
                   DISPLAY "The reviewer needs a reason, try again."
                   PERFORM COUNT-FAILED-ATTEMPT
               ELSE
                   MOVE "Y" TO FIELD-VALID
                   MOVE INPUT-TEXT(1:40) TO CORRECTION-REASON
               END-IF
           END-PERFORM
           EXIT.

      * The submitter is the signed-on operator, which is what
      * lets CORRECTPOST refuse a self-approved correction.
       ENTER-SUBMITTER.
           MOVE SPACES TO CORRECTION-SUBMITTER
           MOVE SIGNON-OPERATOR-ID TO CORRECTION-SUBMITTER(1:8)
           MOVE FUNCTION CURRENT-DATE(1:8)
               TO CORRECTION-SUBMITTED-DATE
           EXIT.

       APPEND-CORRECTION-RECORD.
           ADD 1 TO HIGHEST-CORRECTION-NUMBER
           MOVE HIGHEST-CORRECTION-NUMBER TO CORRECTION-NUMBER-WORK
           MOVE SPACES TO CORRECTION-ID
           STRING "ST" DELIMITED BY SIZE
               CORRECTION-NUMBER-WORK DELIMITED BY SIZE
               INTO CORRECTION-ID
           END-STRING

           OPEN EXTEND CORRECTION-FILE
           IF CORRECTION-FILE-STATUS = "35"
               OPEN OUTPUT CORRECTION-FILE
           END-IF

           WRITE CORRECTION-RECORD
           CLOSE CORRECTION-FILE

           PERFORM WRITE-ACTIVITY-LOG-ENTRY
           ADD 1 TO RECORDS-APPENDED-COUNT
           DISPLAY "Queued correction " CORRECTION-ID
               " (" CORRECTION-ACTION ") for reviewer approval."
           EXIT.

       WRITE-ACTIVITY-LOG-ENTRY.
           OPEN EXTEND ACTIVITY-LOG-FILE
           IF ACTIVITY-LOG-FILE-STATUS = "35"
               OPEN OUTPUT ACTIVITY-LOG-FILE
           END-IF

           MOVE SPACES TO ACTIVITY-LOG-RECORD
           MOVE SIGNON-OPERATOR-ID TO OPER-LOG-OPERATOR
           MOVE FUNCTION CURRENT-DATE TO OPER-LOG-TIMESTAMP
           MOVE "CORRECTENTRY" TO OPER-LOG-PROGRAM
           MOVE "SUBMIT" TO OPER-LOG-ACTION
           MOVE CORRECTION-ID TO OPER-LOG-REFERENCE-ID
           WRITE ACTIVITY-LOG-RECORD

           CLOSE ACTIVITY-LOG-FILE
           EXIT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOUSERECON.

      *----------------------------------------------------------*
      * Reconciliation of the house account at the clearing      *
      * bank. PAYMENTIFACE's instructions settle over the house  *
      * account named in PaymentInterfaceControl.txt; this job   *
      * takes the bank's end-of-day statement of that account    *
      * (HouseStatement.txt, HouseStatement.cpy) and:            *
      *  - matches every debit on the statement to an            *
      *    instruction in PaymentInstructionRegister.txt on      *
      *    end-to-end reference and instructed amount and        *
      *    currency;                                             *
      *  - expects every instruction executed since the last     *
      *    statement, less those the bank rejected in            *
      *    PaymentReturns.txt, to be on it;                      *
      *  - reports instructions executed but not on the          *
      *    statement and debits on the statement that are not    *
      *    ours, and carries both in HouseReconOpenItems.txt     *
      *    until a later statement or instruction clears them;   *
      *  - lists credits bearing one of our references as        *
      *    returned payments and totals the other credits (money *
      *    arriving for our customers);                          *
      *  - proves the opening balance plus the day's movements   *
      *    against the closing balance the bank reports, and the *
      *    opening balance against the last statement's closing  *
      *    balance kept in HouseReconState.txt.                  *
      * HouseAccountRecon.txt is the report. A statement that    *
      * does not balance or open items left sets RETURN-CODE 4   *
      * and an operator alert; a statement for another account   *
      * or already reconciled is refused.                        *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOUSE-STATEMENT-FILE
               ASSIGN TO "HouseStatement.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATEMENT-FILE-STATUS.

           SELECT INSTRUCTION-REGISTER-FILE
               ASSIGN TO "PaymentInstructionRegister.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGISTER-FILE-STATUS.

           SELECT RETURNS-FILE
               ASSIGN TO "PaymentReturns.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RETURNS-FILE-STATUS.

           SELECT INTERFACE-CONTROL-FILE
               ASSIGN TO "PaymentInterfaceControl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTROL-FILE-STATUS.

      * Unmatched items carried from one statement to the next:
      * "I" an instruction of ours not yet on a statement, "S" a
      * statement debit not yet traced to an instruction.
           SELECT OPEN-ITEMS-FILE
               ASSIGN TO "HouseReconOpenItems.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPEN-ITEMS-FILE-STATUS.

      * The date and closing balance of the last statement taken,
      * for the next statement's opening balance.
           SELECT RECON-STATE-FILE
               ASSIGN TO "HouseReconState.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATE-FILE-STATUS.

           SELECT RECON-REPORT-FILE
               ASSIGN TO "HouseAccountRecon.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BATCH-RUN-LOG-FILE
               ASSIGN TO "BatchRunLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BATCH-RUN-LOG-FILE-STATUS.

           SELECT OPERATOR-ALERTS-FILE
               ASSIGN TO "OperatorAlerts.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERATOR-ALERTS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD HOUSE-STATEMENT-FILE.
       01 HOUSE-STATEMENT-RECORD.
           COPY "HouseStatement.cpy".

      * PAYMENTIFACE's register of every instruction sent.
       FD INSTRUCTION-REGISTER-FILE.
       01 INSTRUCTION-REGISTER-RECORD.
           02 REG-END-TO-END-REF PIC X(14).
           02 REG-SOURCE PIC X(2).
           02 REG-CPR PIC X(15).
           02 REG-REGISTRATION PIC X(4).
           02 REG-COUNTERPARTY PIC X(30).
           02 REG-AMOUNT PIC -9(11).99.
           02 REG-CURRENCY PIC X(3).
           02 REG-EXECUTION-DATE PIC 9(8).
           02 REG-DKK-AMOUNT PIC -9(11).99.

       FD RETURNS-FILE.
       01 PAYMENT-RETURN-RECORD.
           02 RETURN-END-TO-END-REF PIC X(14).
           02 RETURN-STATUS PIC X(4).
           02 RETURN-REASON PIC X(40).

       FD INTERFACE-CONTROL-FILE.
       01 INTERFACE-CONTROL-RECORD.
           02 CONTROL-HOUSE-REGISTRATION PIC X(4).
           02 CONTROL-HOUSE-ACCOUNT PIC X(17).

       FD OPEN-ITEMS-FILE.
       01 OPEN-ITEM-RECORD.
           02 ITEM-SIDE PIC X(1).
           02 ITEM-REFERENCE PIC X(14).
           02 ITEM-AMOUNT PIC -9(11).99.
           02 ITEM-CURRENCY PIC X(3).
           02 ITEM-BOOKED-AMOUNT PIC -9(11).99.
           02 ITEM-DATE PIC 9(8).
           02 ITEM-FIRST-SEEN PIC 9(8).
           02 ITEM-COUNTERPARTY PIC X(30).

       FD RECON-STATE-FILE.
       01 RECON-STATE-RECORD.
           02 STATE-STATEMENT-DATE PIC 9(8).
           02 STATE-CLOSING-BALANCE PIC -9(11).99.

       FD RECON-REPORT-FILE.
       01 RECON-REPORT-LINE PIC X(120).

       FD BATCH-RUN-LOG-FILE.
       01 BATCH-RUN-LOG-RECORD.
           COPY "BatchRunLog.cpy".

       FD OPERATOR-ALERTS-FILE.
       01 OPERATOR-ALERT-RECORD.
           COPY "OperatorAlert.cpy".

       WORKING-STORAGE SECTION.
       01 BATCH-RUN-LOG-TIMESTAMP PIC X(26) VALUE SPACES.
       01 STATEMENT-FILE-STATUS PIC X(2) VALUE "00".
       01 REGISTER-FILE-STATUS PIC X(2) VALUE "00".
       01 RETURNS-FILE-STATUS PIC X(2) VALUE "00".
       01 CONTROL-FILE-STATUS PIC X(2) VALUE "00".
       01 OPEN-ITEMS-FILE-STATUS PIC X(2) VALUE "00".
       01 STATE-FILE-STATUS PIC X(2) VALUE "00".
       01 BATCH-RUN-LOG-FILE-STATUS PIC X(2) VALUE "00".
       01 OPERATOR-ALERTS-FILE-STATUS PIC X(2) VALUE "00".
       01 FAILED-FILE-NAME PIC X(40) VALUE SPACES.
       01 FAILED-FILE-STATUS PIC X(2) VALUE SPACES.
       01 ALERT-MESSAGE-WORK PIC X(60) VALUE SPACES.

       01 END-OF-FILE PIC X VALUE "N".

       01 HOUSE-REGISTRATION PIC X(4) VALUE "0000".
       01 HOUSE-ACCOUNT PIC X(17) VALUE SPACES.

      * Instructions this many days old can still come back as a
      * returned payment credited to the house account.
       01 RETURN-WINDOW-DAYS PIC 9(3) VALUE 90.
       01 RETURN-WINDOW-START PIC 9(8) VALUE 0.
      * Instructions executed after this date and up to the
      * statement date are expected on the statement.
       01 EXPECTED-AFTER-DATE PIC 9(8) VALUE 0.

       01 RUN-DATE-TODAY PIC 9(8) VALUE 0.
       01 STATE-FOUND PIC X VALUE "N".
       01 LAST-STATEMENT-DATE PIC 9(8) VALUE 0.
       01 LAST-CLOSING-BALANCE PIC S9(11)V99 VALUE 0.

      * The statement as delivered.
       01 STATEMENT-FOUND PIC X VALUE "N".
       01 STATEMENT-DATE PIC 9(8) VALUE 0.
       01 STATEMENT-ACCOUNT PIC X(17) VALUE SPACES.
       01 OPENING-FOUND PIC X VALUE "N".
       01 CLOSING-FOUND PIC X VALUE "N".
       01 OPENING-BALANCE PIC S9(11)V99 VALUE 0.
       01 CLOSING-BALANCE PIC S9(11)V99 VALUE 0.
       01 COMPUTED-CLOSING PIC S9(11)V99 VALUE 0.
       01 BALANCE-DIFFERENCE PIC S9(11)V99 VALUE 0.
       01 OPENING-DIFFERENCE PIC S9(11)V99 VALUE 0.
       01 SIGNED-AMOUNT-WORK PIC S9(11)V99 VALUE 0.
       01 STATEMENT-TABLE.
           02 STATEMENT-COUNT PIC 9(4) VALUE 0.
           02 STATEMENT-MAX PIC 9(4) VALUE 3000.
           02 STATEMENT-ENTRIES OCCURS 3000 TIMES.
               03 SE-REF PIC X(14) VALUE SPACES.
               03 SE-DEBIT-CREDIT PIC X VALUE SPACE.
               03 SE-AMOUNT PIC 9(11)V99 VALUE 0.
               03 SE-INSTRUCTED-AMOUNT PIC 9(11)V99 VALUE 0.
               03 SE-INSTRUCTED-CURRENCY PIC X(3) VALUE SPACES.
               03 SE-TEXT PIC X(30) VALUE SPACES.
      * "M" matched, "S" not ours, "R" returned payment, "C" other
      * credit.
               03 SE-OUTCOME PIC X VALUE SPACE.
               03 SE-COUNTERPARTY PIC X(30) VALUE SPACES.
       01 STATEMENT-INDEX PIC 9(4) VALUE 0.

      * Open and newly expected items; IT-STATUS is space while
      * open, "M" once matched this run and "J" for an instruction
      * the bank rejected. Only open items are carried forward.
       01 ITEM-TABLE.
           02 ITEM-COUNT PIC 9(4) VALUE 0.
           02 ITEM-MAX PIC 9(4) VALUE 2000.
           02 ITEM-ENTRIES OCCURS 2000 TIMES.
               03 IT-SIDE PIC X VALUE SPACE.
               03 IT-REF PIC X(14) VALUE SPACES.
               03 IT-AMOUNT PIC 9(11)V99 VALUE 0.
               03 IT-CURRENCY PIC X(3) VALUE SPACES.
               03 IT-BOOKED-AMOUNT PIC 9(11)V99 VALUE 0.
               03 IT-DATE PIC 9(8) VALUE 0.
               03 IT-FIRST-SEEN PIC 9(8) VALUE 0.
               03 IT-COUNTERPARTY PIC X(30) VALUE SPACES.
               03 IT-STATUS PIC X VALUE SPACE.
       01 ITEM-INDEX PIC 9(4) VALUE 0.
       01 MATCHED-ITEM-INDEX PIC 9(4) VALUE 0.
       01 REFERENCE-KNOWN PIC X VALUE "N".

      * Recent instructions, to recognise a returned payment.
       01 RECENT-TABLE.
           02 RECENT-COUNT PIC 9(4) VALUE 0.
           02 RECENT-MAX PIC 9(4) VALUE 5000.
           02 RECENT-ENTRIES OCCURS 5000 TIMES.
               03 RR-REF PIC X(14) VALUE SPACES.
               03 RR-COUNTERPARTY PIC X(30) VALUE SPACES.
       01 RECENT-INDEX PIC 9(4) VALUE 0.
       01 RECENT-TABLE-FULL PIC X VALUE "N".

      * References the bank rejected in today's PaymentReturns.txt.
       01 REJECTED-TABLE.
           02 REJECTED-COUNT PIC 9(4) VALUE 0.
           02 REJECTED-MAX PIC 9(4) VALUE 500.
           02 REJECTED-REFS PIC X(14) OCCURS 500 TIMES.
       01 REJECTED-INDEX PIC 9(4) VALUE 0.
       01 REFERENCE-REJECTED PIC X VALUE "N".

       01 REGISTER-AMOUNT-WORK PIC 9(11)V99 VALUE 0.

       01 CREDIT-COUNT PIC 9(6) VALUE 0.
       01 CREDIT-TOTAL PIC S9(13)V99 VALUE 0.
       01 DEBIT-COUNT PIC 9(6) VALUE 0.
       01 DEBIT-TOTAL PIC S9(13)V99 VALUE 0.
       01 MATCHED-COUNT PIC 9(6) VALUE 0.
       01 MATCHED-TOTAL PIC S9(13)V99 VALUE 0.
       01 EXPECTED-COUNT PIC 9(6) VALUE 0.
       01 REJECTED-ITEM-COUNT PIC 9(6) VALUE 0.
       01 OPEN-INSTRUCTION-COUNT PIC 9(6) VALUE 0.
       01 OPEN-INSTRUCTION-TOTAL PIC S9(13)V99 VALUE 0.
       01 OPEN-STATEMENT-COUNT PIC 9(6) VALUE 0.
       01 OPEN-STATEMENT-TOTAL PIC S9(13)V99 VALUE 0.
       01 RETURNED-COUNT PIC 9(6) VALUE 0.
       01 RETURNED-TOTAL PIC S9(13)V99 VALUE 0.
       01 OTHER-CREDIT-COUNT PIC 9(6) VALUE 0.
       01 OTHER-CREDIT-TOTAL PIC S9(13)V99 VALUE 0.
       01 LINES-IN-SECTION PIC 9(6) VALUE 0.
       01 ITEM-AGE-DAYS PIC S9(5) VALUE 0.

       01 OUTPUT-TEXT-LINE PIC X(120) VALUE SPACES.
       01 SEPARATOR-LINE PIC X(120) VALUE ALL "-".
       01 AMOUNT-EDIT-DISPLAY PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01 COUNT-DISPLAY PIC Z(5)9.
       01 SECOND-COUNT-DISPLAY PIC Z(5)9.
       01 DAYS-DISPLAY PIC ZZZ9.

       PROCEDURE DIVISION.
           PERFORM LOG-BATCH-RUN-START

           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE-TODAY

           PERFORM LOAD-INTERFACE-CONTROL
           PERFORM LOAD-RECON-STATE
           PERFORM LOAD-HOUSE-STATEMENT

           IF STATEMENT-FOUND = "N"
               DISPLAY "HouseStatement.txt not found - the house "
                   "account is not reconciled today."
               MOVE 4 TO RETURN-CODE
               PERFORM LOG-BATCH-RUN-END
               STOP RUN
           END-IF

           IF STATE-FOUND = "Y"
                   AND STATEMENT-DATE NOT > LAST-STATEMENT-DATE
               DISPLAY "The statement for " STATEMENT-DATE
                   " is not later than the last one reconciled ("
                   LAST-STATEMENT-DATE ") - nothing done."
               MOVE 4 TO RETURN-CODE
               PERFORM LOG-BATCH-RUN-END
               STOP RUN
           END-IF

      * The first statement taken only expects its own day's
      * instructions; from then on everything since the last one.
           IF STATE-FOUND = "Y"
               MOVE LAST-STATEMENT-DATE TO EXPECTED-AFTER-DATE
           ELSE
               COMPUTE EXPECTED-AFTER-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(STATEMENT-DATE) - 1)
           END-IF
           COMPUTE RETURN-WINDOW-START = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(STATEMENT-DATE)
               - RETURN-WINDOW-DAYS)

           PERFORM LOAD-OPEN-ITEMS
           PERFORM LOAD-REJECTED-REFERENCES
           PERFORM LOAD-EXECUTED-INSTRUCTIONS
           PERFORM MATCH-STATEMENT-ENTRIES
           PERFORM PROVE-BALANCES
           PERFORM WRITE-RECON-REPORT
           PERFORM SAVE-OPEN-ITEMS
           PERFORM SAVE-RECON-STATE

           DISPLAY "House account " STATEMENT-DATE ": "
               MATCHED-COUNT " matched, " OPEN-INSTRUCTION-COUNT
               " executed not on a statement, " OPEN-STATEMENT-COUNT
               " debit(s) not ours."
           IF BALANCE-DIFFERENCE NOT = 0
               DISPLAY "The statement does not balance: opening plus "
                   "movements differ from the closing balance."
           END-IF
           IF OPENING-DIFFERENCE NOT = 0
               DISPLAY "The opening balance differs from the last "
                   "statement's closing balance."
           END-IF

           IF BALANCE-DIFFERENCE NOT = 0
                   OR OPENING-DIFFERENCE NOT = 0
                   OR OPEN-INSTRUCTION-COUNT > 0
                   OR OPEN-STATEMENT-COUNT > 0
                   OR RECENT-TABLE-FULL = "Y"
               MOVE 4 TO RETURN-CODE
           END-IF
           IF BALANCE-DIFFERENCE NOT = 0
                   OR OPENING-DIFFERENCE NOT = 0
                   OR OPEN-INSTRUCTION-COUNT > 0
                   OR OPEN-STATEMENT-COUNT > 0
               PERFORM WRITE-OPERATOR-ALERT
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
           MOVE "HOUSERECON" TO BATCH-LOG-JOB-NAME
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

           MOVE "HOUSERECON" TO BATCH-LOG-JOB-NAME
           MOVE BATCH-RUN-LOG-TIMESTAMP TO BATCH-LOG-TIMESTAMP
           MOVE "START" TO BATCH-LOG-EVENT
           MOVE SPACES TO BATCH-LOG-DETAIL
           WRITE BATCH-RUN-LOG-RECORD

           CLOSE BATCH-RUN-LOG-FILE
           EXIT.

       LOG-BATCH-RUN-END.
           MOVE FUNCTION CURRENT-DATE TO BATCH-RUN-LOG-TIMESTAMP
           OPEN EXTEND BATCH-RUN-LOG-FILE

           MOVE "HOUSERECON" TO BATCH-LOG-JOB-NAME
           MOVE BATCH-RUN-LOG-TIMESTAMP TO BATCH-LOG-TIMESTAMP
           MOVE "END" TO BATCH-LOG-EVENT
           STRING "Statement: " STATEMENT-DATE
               " Matched: "
               FUNCTION TRIM(MATCHED-COUNT LEADING)
               " Open: "
               FUNCTION TRIM(OPEN-INSTRUCTION-COUNT LEADING)
               "+"
               FUNCTION TRIM(OPEN-STATEMENT-COUNT LEADING)
               INTO BATCH-LOG-DETAIL
           WRITE BATCH-RUN-LOG-RECORD

           CLOSE BATCH-RUN-LOG-FILE
           EXIT.

       WRITE-OPERATOR-ALERT.
           MOVE SPACES TO ALERT-MESSAGE-WORK
           IF BALANCE-DIFFERENCE NOT = 0
                   OR OPENING-DIFFERENCE NOT = 0
               STRING "House account statement " STATEMENT-DATE
                   " does not balance"
                   DELIMITED BY SIZE
                   INTO ALERT-MESSAGE-WORK
               END-STRING
           ELSE
               MOVE OPEN-INSTRUCTION-COUNT TO COUNT-DISPLAY
               MOVE OPEN-STATEMENT-COUNT TO SECOND-COUNT-DISPLAY
               STRING "House account: "
                   FUNCTION TRIM(COUNT-DISPLAY LEADING)
                   " sent not on statement, "
                   FUNCTION TRIM(SECOND-COUNT-DISPLAY LEADING)
                   " debit(s) not ours"
                   DELIMITED BY SIZE
                   INTO ALERT-MESSAGE-WORK
               END-STRING
           END-IF

           OPEN EXTEND OPERATOR-ALERTS-FILE
           IF OPERATOR-ALERTS-FILE-STATUS = "35"
               OPEN OUTPUT OPERATOR-ALERTS-FILE
           END-IF

           MOVE SPACES TO OPERATOR-ALERT-RECORD
           MOVE "2" TO ALERT-SEVERITY
           MOVE "HOUSERECON" TO ALERT-JOB-NAME
           MOVE FUNCTION CURRENT-DATE TO ALERT-TIMESTAMP
           MOVE ALERT-MESSAGE-WORK TO ALERT-MESSAGE
           WRITE OPERATOR-ALERT-RECORD

           CLOSE OPERATOR-ALERTS-FILE
           EXIT.

       LOAD-INTERFACE-CONTROL.
           OPEN INPUT INTERFACE-CONTROL-FILE
           IF CONTROL-FILE-STATUS = "00"
               READ INTERFACE-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CONTROL-HOUSE-REGISTRATION NOT = SPACES
                           MOVE CONTROL-HOUSE-REGISTRATION
                               TO HOUSE-REGISTRATION
                       END-IF
                       IF CONTROL-HOUSE-ACCOUNT NOT = SPACES
                           MOVE CONTROL-HOUSE-ACCOUNT
                               TO HOUSE-ACCOUNT
                       END-IF
               END-READ
               CLOSE INTERFACE-CONTROL-FILE
           END-IF

           IF HOUSE-ACCOUNT = SPACES
               DISPLAY "WARNING: no house account in "
                   "PaymentInterfaceControl.txt - the statement's "
                   "account is not checked."
           END-IF
           EXIT.

       LOAD-RECON-STATE.
           OPEN INPUT RECON-STATE-FILE
           IF STATE-FILE-STATUS NOT = "00"
               DISPLAY "HouseReconState.txt not found - the first "
                   "statement starts the reconciliation."
               EXIT PARAGRAPH
           END-IF

           READ RECON-STATE-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE "Y" TO STATE-FOUND
                   MOVE STATE-STATEMENT-DATE TO LAST-STATEMENT-DATE
                   MOVE STATE-CLOSING-BALANCE TO LAST-CLOSING-BALANCE
           END-READ

           CLOSE RECON-STATE-FILE
           EXIT.

      *----------------------------------------------------------*
      * The statement is taken whole before anything is matched:
      * an opening balance, the entries and a closing balance, all
      * for the house account and the same date. A statement that
      * breaks any of that is refused rather than half reconciled.
      *----------------------------------------------------------*
       LOAD-HOUSE-STATEMENT.
           OPEN INPUT HOUSE-STATEMENT-FILE
           IF STATEMENT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO STATEMENT-FOUND

           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ HOUSE-STATEMENT-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       PERFORM TAKE-ON-STATEMENT-RECORD
               END-READ
           END-PERFORM

           CLOSE HOUSE-STATEMENT-FILE

           IF OPENING-FOUND = "N" OR CLOSING-FOUND = "N"
               MOVE "HouseStatement.txt (no opening/closing)"
                   TO FAILED-FILE-NAME
               MOVE "00" TO FAILED-FILE-STATUS
               PERFORM ABORT-ON-FILE-FAILURE
           END-IF
           EXIT.

       TAKE-ON-STATEMENT-RECORD.
           IF OPENING-FOUND = "N"
               IF NOT STMT-OPENING-BALANCE
                   MOVE "HouseStatement.txt (no opening balance)"
                       TO FAILED-FILE-NAME
                   MOVE "00" TO FAILED-FILE-STATUS
                   PERFORM ABORT-ON-FILE-FAILURE
               END-IF
               MOVE STMT-BOOKING-DATE TO STATEMENT-DATE
               MOVE STMT-ACCOUNT TO STATEMENT-ACCOUNT
           END-IF

           IF HOUSE-ACCOUNT NOT = SPACES
                   AND STMT-ACCOUNT NOT = HOUSE-ACCOUNT
               DISPLAY "ERROR: the statement is for account "
                   FUNCTION TRIM(STMT-ACCOUNT TRAILING)
                   ", not the house account "
                   FUNCTION TRIM(HOUSE-ACCOUNT TRAILING) "."
               MOVE "HouseStatement.txt (other account)"
                   TO FAILED-FILE-NAME
               MOVE "00" TO FAILED-FILE-STATUS
               PERFORM ABORT-ON-FILE-FAILURE
           END-IF
           IF CLOSING-FOUND = "Y"
                   OR STMT-ACCOUNT NOT = STATEMENT-ACCOUNT
                   OR STMT-BOOKING-DATE NOT = STATEMENT-DATE
               MOVE "HouseStatement.txt (mixed statement)"
                   TO FAILED-FILE-NAME
               MOVE "00" TO FAILED-FILE-STATUS
               PERFORM ABORT-ON-FILE-FAILURE
           END-IF

           EVALUATE TRUE
               WHEN STMT-OPENING-BALANCE AND OPENING-FOUND = "N"
                   MOVE "Y" TO OPENING-FOUND
                   PERFORM SIGN-STATEMENT-AMOUNT
                   MOVE SIGNED-AMOUNT-WORK TO OPENING-BALANCE
               WHEN STMT-CLOSING-BALANCE
                   MOVE "Y" TO CLOSING-FOUND
                   PERFORM SIGN-STATEMENT-AMOUNT
                   MOVE SIGNED-AMOUNT-WORK TO CLOSING-BALANCE
               WHEN STMT-ENTRY
                   PERFORM ADD-STATEMENT-ENTRY
               WHEN OTHER
                   MOVE "HouseStatement.txt (record type)"
                       TO FAILED-FILE-NAME
                   MOVE "00" TO FAILED-FILE-STATUS
                   PERFORM ABORT-ON-FILE-FAILURE
           END-EVALUATE
           EXIT.

       SIGN-STATEMENT-AMOUNT.
           IF STMT-DEBIT
               COMPUTE SIGNED-AMOUNT-WORK = 0 - STMT-AMOUNT
           ELSE
               MOVE STMT-AMOUNT TO SIGNED-AMOUNT-WORK
           END-IF
           EXIT.

       ADD-STATEMENT-ENTRY.
           IF STATEMENT-COUNT >= STATEMENT-MAX
               MOVE "HouseStatement.txt (capacity)" TO FAILED-FILE-NAME
               MOVE "00" TO FAILED-FILE-STATUS
               PERFORM ABORT-ON-FILE-FAILURE
           END-IF

           ADD 1 TO STATEMENT-COUNT
           MOVE STMT-END-TO-END-REF TO SE-REF(STATEMENT-COUNT)
           MOVE STMT-DEBIT-CREDIT TO SE-DEBIT-CREDIT(STATEMENT-COUNT)
           MOVE STMT-AMOUNT TO SE-AMOUNT(STATEMENT-COUNT)
           MOVE STMT-INSTRUCTED-AMOUNT
               TO SE-INSTRUCTED-AMOUNT(STATEMENT-COUNT)
           MOVE STMT-INSTRUCTED-CURRENCY
               TO SE-INSTRUCTED-CURRENCY(STATEMENT-COUNT)
           MOVE STMT-TEXT TO SE-TEXT(STATEMENT-COUNT)

           IF STMT-DEBIT
               ADD 1 TO DEBIT-COUNT
               ADD STMT-AMOUNT TO DEBIT-TOTAL
           ELSE
               ADD 1 TO CREDIT-COUNT
               ADD STMT-AMOUNT TO CREDIT-TOTAL
           END-IF
           EXIT.

       LOAD-OPEN-ITEMS.
           OPEN INPUT OPEN-ITEMS-FILE
           IF OPEN-ITEMS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ OPEN-ITEMS-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       PERFORM NEXT-ITEM-SLOT
                       MOVE ITEM-SIDE TO IT-SIDE(ITEM-COUNT)
                       MOVE ITEM-REFERENCE TO IT-REF(ITEM-COUNT)
                       MOVE ITEM-AMOUNT TO IT-AMOUNT(ITEM-COUNT)
                       MOVE ITEM-CURRENCY TO IT-CURRENCY(ITEM-COUNT)
                       MOVE ITEM-BOOKED-AMOUNT
                           TO IT-BOOKED-AMOUNT(ITEM-COUNT)
                       MOVE ITEM-DATE TO IT-DATE(ITEM-COUNT)
                       MOVE ITEM-FIRST-SEEN
                           TO IT-FIRST-SEEN(ITEM-COUNT)
                       MOVE ITEM-COUNTERPARTY
                           TO IT-COUNTERPARTY(ITEM-COUNT)
               END-READ
           END-PERFORM

           CLOSE OPEN-ITEMS-FILE
           EXIT.

      * The ledger is written back whole, so an item that did not
      * fit would be lost; the run stops instead.
       NEXT-ITEM-SLOT.
           IF ITEM-COUNT >= ITEM-MAX
               MOVE "HouseReconOpenItems.txt (capacity)"
                   TO FAILED-FILE-NAME
               MOVE "00" TO FAILED-FILE-STATUS
               PERFORM ABORT-ON-FILE-FAILURE
           END-IF
           ADD 1 TO ITEM-COUNT
           MOVE SPACE TO IT-STATUS(ITEM-COUNT)
           EXIT.

       LOAD-REJECTED-REFERENCES.
           OPEN INPUT RETURNS-FILE
           IF RETURNS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ RETURNS-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF RETURN-STATUS = "RJCT"
                           AND REJECTED-COUNT < REJECTED-MAX
                           ADD 1 TO REJECTED-COUNT
                           MOVE RETURN-END-TO-END-REF
                               TO REJECTED-REFS(REJECTED-COUNT)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE RETURNS-FILE

      * A carried instruction the bank has now rejected will never
      * reach a statement.
           PERFORM VARYING ITEM-INDEX FROM 1 BY 1
               UNTIL ITEM-INDEX > ITEM-COUNT
               IF IT-SIDE(ITEM-INDEX) = "I"
                   MOVE IT-REF(ITEM-INDEX) TO RETURN-END-TO-END-REF
                   PERFORM CHECK-REFERENCE-REJECTED
                   IF REFERENCE-REJECTED = "Y"
                       MOVE "J" TO IT-STATUS(ITEM-INDEX)
                       ADD 1 TO REJECTED-ITEM-COUNT
                   END-IF
               END-IF
           END-PERFORM
           EXIT.

       CHECK-REFERENCE-REJECTED.
           MOVE "N" TO REFERENCE-REJECTED
           PERFORM VARYING REJECTED-INDEX FROM 1 BY 1
               UNTIL REJECTED-INDEX > REJECTED-COUNT
                   OR REFERENCE-REJECTED = "Y"
               IF REJECTED-REFS(REJECTED-INDEX)
                       = RETURN-END-TO-END-REF
                   MOVE "Y" TO REFERENCE-REJECTED
               END-IF
           END-PERFORM
           EXIT.

      *----------------------------------------------------------*
      * Every instruction executed since the last statement is
      * expected on this one, unless the bank rejected it or a
      * debit carried from an earlier statement already matches
      * it. Recent instructions are also kept to recognise money
      * coming back.
      *----------------------------------------------------------*
       LOAD-EXECUTED-INSTRUCTIONS.
           OPEN INPUT INSTRUCTION-REGISTER-FILE
           IF REGISTER-FILE-STATUS NOT = "00"
               DISPLAY "PaymentInstructionRegister.txt not found - "
                   "no instructions are expected."
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ INSTRUCTION-REGISTER-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF REG-EXECUTION-DATE NOT < RETURN-WINDOW-START
                           AND REG-EXECUTION-DATE
                               NOT > STATEMENT-DATE
                           PERFORM ADD-RECENT-INSTRUCTION
                       END-IF
                       IF REG-EXECUTION-DATE > EXPECTED-AFTER-DATE
                           AND REG-EXECUTION-DATE
                               NOT > STATEMENT-DATE
                           PERFORM EXPECT-INSTRUCTION
                       END-IF
               END-READ
           END-PERFORM

           CLOSE INSTRUCTION-REGISTER-FILE
           EXIT.

       ADD-RECENT-INSTRUCTION.
           IF RECENT-COUNT >= RECENT-MAX
               IF RECENT-TABLE-FULL = "N"
                   DISPLAY "WARNING: more recent instructions than "
                       "the table holds, some returned payments "
                       "may show as other credits."
                   MOVE "Y" TO RECENT-TABLE-FULL
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO RECENT-COUNT
           MOVE REG-END-TO-END-REF TO RR-REF(RECENT-COUNT)
           MOVE REG-COUNTERPARTY TO RR-COUNTERPARTY(RECENT-COUNT)
           EXIT.

       EXPECT-INSTRUCTION.
           ADD 1 TO EXPECTED-COUNT
           MOVE REG-AMOUNT TO REGISTER-AMOUNT-WORK

           MOVE REG-END-TO-END-REF TO RETURN-END-TO-END-REF
           PERFORM CHECK-REFERENCE-REJECTED

           MOVE 0 TO MATCHED-ITEM-INDEX
           IF REFERENCE-REJECTED = "N"
               PERFORM VARYING ITEM-INDEX FROM 1 BY 1
                   UNTIL ITEM-INDEX > ITEM-COUNT
                       OR MATCHED-ITEM-INDEX > 0
                   IF IT-SIDE(ITEM-INDEX) = "S"
                       AND IT-STATUS(ITEM-INDEX) = SPACE
                       AND IT-REF(ITEM-INDEX) = REG-END-TO-END-REF
                       AND IT-AMOUNT(ITEM-INDEX)
                           = REGISTER-AMOUNT-WORK
                       AND IT-CURRENCY(ITEM-INDEX) = REG-CURRENCY
                       MOVE ITEM-INDEX TO MATCHED-ITEM-INDEX
                   END-IF
               END-PERFORM
           END-IF

           IF MATCHED-ITEM-INDEX > 0
               MOVE "M" TO IT-STATUS(MATCHED-ITEM-INDEX)
               MOVE REG-COUNTERPARTY
                   TO IT-COUNTERPARTY(MATCHED-ITEM-INDEX)
               ADD 1 TO MATCHED-COUNT
               ADD IT-BOOKED-AMOUNT(MATCHED-ITEM-INDEX)
                   TO MATCHED-TOTAL
               EXIT PARAGRAPH
           END-IF

           PERFORM NEXT-ITEM-SLOT
           MOVE "I" TO IT-SIDE(ITEM-COUNT)
           MOVE REG-END-TO-END-REF TO IT-REF(ITEM-COUNT)
           MOVE REGISTER-AMOUNT-WORK TO IT-AMOUNT(ITEM-COUNT)
           MOVE REG-CURRENCY TO IT-CURRENCY(ITEM-COUNT)
           MOVE REG-DKK-AMOUNT TO IT-BOOKED-AMOUNT(ITEM-COUNT)
           MOVE REG-EXECUTION-DATE TO IT-DATE(ITEM-COUNT)
           MOVE STATEMENT-DATE TO IT-FIRST-SEEN(ITEM-COUNT)
           MOVE REG-COUNTERPARTY TO IT-COUNTERPARTY(ITEM-COUNT)
           IF REFERENCE-REJECTED = "Y"
               MOVE "J" TO IT-STATUS(ITEM-COUNT)
               ADD 1 TO REJECTED-ITEM-COUNT
           END-IF
           EXIT.

      *----------------------------------------------------------*
      * A debit is ours when an open instruction has the same
      * reference, instructed amount and currency. A credit that
      * carries one of our recent references is money coming back.
      *----------------------------------------------------------*
       MATCH-STATEMENT-ENTRIES.
           PERFORM VARYING STATEMENT-INDEX FROM 1 BY 1
               UNTIL STATEMENT-INDEX > STATEMENT-COUNT
               IF SE-DEBIT-CREDIT(STATEMENT-INDEX) = "D"
                   PERFORM MATCH-ONE-DEBIT
               ELSE
                   PERFORM CLASSIFY-ONE-CREDIT
               END-IF
           END-PERFORM
           EXIT.

       MATCH-ONE-DEBIT.
           MOVE 0 TO MATCHED-ITEM-INDEX
           MOVE "N" TO REFERENCE-KNOWN
           IF SE-REF(STATEMENT-INDEX) NOT = SPACES
               PERFORM VARYING ITEM-INDEX FROM 1 BY 1
                   UNTIL ITEM-INDEX > ITEM-COUNT
                       OR MATCHED-ITEM-INDEX > 0
                   IF IT-SIDE(ITEM-INDEX) = "I"
                       AND IT-STATUS(ITEM-INDEX) = SPACE
                       AND IT-REF(ITEM-INDEX) = SE-REF(STATEMENT-INDEX)
                       MOVE "Y" TO REFERENCE-KNOWN
                       IF IT-AMOUNT(ITEM-INDEX)
                               = SE-INSTRUCTED-AMOUNT(STATEMENT-INDEX)
                           AND IT-CURRENCY(ITEM-INDEX)
                               = SE-INSTRUCTED-CURRENCY(
                                   STATEMENT-INDEX)
                           MOVE ITEM-INDEX TO MATCHED-ITEM-INDEX
                       END-IF
                   END-IF
               END-PERFORM
           END-IF

           IF MATCHED-ITEM-INDEX > 0
               MOVE "M" TO IT-STATUS(MATCHED-ITEM-INDEX)
               MOVE SE-AMOUNT(STATEMENT-INDEX)
                   TO IT-BOOKED-AMOUNT(MATCHED-ITEM-INDEX)
               MOVE "M" TO SE-OUTCOME(STATEMENT-INDEX)
               ADD 1 TO MATCHED-COUNT
               ADD SE-AMOUNT(STATEMENT-INDEX) TO MATCHED-TOTAL
               EXIT PARAGRAPH
           END-IF

           MOVE "S" TO SE-OUTCOME(STATEMENT-INDEX)
           PERFORM NEXT-ITEM-SLOT
           MOVE "S" TO IT-SIDE(ITEM-COUNT)
           MOVE SE-REF(STATEMENT-INDEX) TO IT-REF(ITEM-COUNT)
           MOVE SE-INSTRUCTED-AMOUNT(STATEMENT-INDEX)
               TO IT-AMOUNT(ITEM-COUNT)
           MOVE SE-INSTRUCTED-CURRENCY(STATEMENT-INDEX)
               TO IT-CURRENCY(ITEM-COUNT)
           MOVE SE-AMOUNT(STATEMENT-INDEX)
               TO IT-BOOKED-AMOUNT(ITEM-COUNT)
           MOVE STATEMENT-DATE TO IT-DATE(ITEM-COUNT)
           MOVE STATEMENT-DATE TO IT-FIRST-SEEN(ITEM-COUNT)
           IF REFERENCE-KNOWN = "Y"
               MOVE "Our reference, amount differs"
                   TO IT-COUNTERPARTY(ITEM-COUNT)
           ELSE
               MOVE SE-TEXT(STATEMENT-INDEX)
                   TO IT-COUNTERPARTY(ITEM-COUNT)
           END-IF
           EXIT.

       CLASSIFY-ONE-CREDIT.
           MOVE "C" TO SE-OUTCOME(STATEMENT-INDEX)
           IF SE-REF(STATEMENT-INDEX) NOT = SPACES
               PERFORM VARYING RECENT-INDEX FROM 1 BY 1
                   UNTIL RECENT-INDEX > RECENT-COUNT
                       OR SE-OUTCOME(STATEMENT-INDEX) = "R"
                   IF RR-REF(RECENT-INDEX) = SE-REF(STATEMENT-INDEX)
                       MOVE "R" TO SE-OUTCOME(STATEMENT-INDEX)
                       MOVE RR-COUNTERPARTY(RECENT-INDEX)
                           TO SE-COUNTERPARTY(STATEMENT-INDEX)
                   END-IF
               END-PERFORM
           END-IF

           IF SE-OUTCOME(STATEMENT-INDEX) = "R"
               ADD 1 TO RETURNED-COUNT
               ADD SE-AMOUNT(STATEMENT-INDEX) TO RETURNED-TOTAL
           ELSE
               ADD 1 TO OTHER-CREDIT-COUNT
               ADD SE-AMOUNT(STATEMENT-INDEX) TO OTHER-CREDIT-TOTAL
           END-IF
           EXIT.

       PROVE-BALANCES.
           COMPUTE COMPUTED-CLOSING =
               OPENING-BALANCE + CREDIT-TOTAL - DEBIT-TOTAL
           COMPUTE BALANCE-DIFFERENCE =
               CLOSING-BALANCE - COMPUTED-CLOSING
           IF STATE-FOUND = "Y"
               COMPUTE OPENING-DIFFERENCE =
                   OPENING-BALANCE - LAST-CLOSING-BALANCE
           END-IF

           PERFORM VARYING ITEM-INDEX FROM 1 BY 1
               UNTIL ITEM-INDEX > ITEM-COUNT
               IF IT-STATUS(ITEM-INDEX) = SPACE
                   IF IT-SIDE(ITEM-INDEX) = "I"
                       ADD 1 TO OPEN-INSTRUCTION-COUNT
                       ADD IT-BOOKED-AMOUNT(ITEM-INDEX)
                           TO OPEN-INSTRUCTION-TOTAL
                   ELSE
                       ADD 1 TO OPEN-STATEMENT-COUNT
                       ADD IT-BOOKED-AMOUNT(ITEM-INDEX)
                           TO OPEN-STATEMENT-TOTAL
                   END-IF
               END-IF
           END-PERFORM
           EXIT.

      *----------------------------------------------------------*
      * HouseAccountRecon.txt: the balance proof, then what
      * matched, what is still open on either side, what the bank
      * rejected or sent back, and the credits for our customers.
      *----------------------------------------------------------*
       WRITE-RECON-REPORT.
           OPEN OUTPUT RECON-REPORT-FILE

           STRING "House account reconciliation - statement "
               DELIMITED BY SIZE
               STATEMENT-DATE DELIMITED BY SIZE
               "  account " DELIMITED BY SIZE
               HOUSE-REGISTRATION DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               STATEMENT-ACCOUNT DELIMITED BY SIZE
               INTO OUTPUT-TEXT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SEPARATOR-LINE TO OUTPUT-TEXT-LINE
           PERFORM WRITE-REPORT-LINE

           PERFORM REPORT-BALANCE-PROOF
           PERFORM REPORT-MATCHED-ITEMS
           PERFORM REPORT-OPEN-INSTRUCTIONS
           PERFORM REPORT-OPEN-STATEMENT-DEBITS
           PERFORM REPORT-REJECTED-ITEMS
           PERFORM REPORT-CREDITS

           CLOSE RECON-REPORT-FILE
           EXIT.

       REPORT-BALANCE-PROOF.
           MOVE "Balance proof" TO OUTPUT-TEXT-LINE
           PERFORM WRITE-REPORT-LINE

           IF STATE-FOUND = "Y"
               MOVE "  Last statement's closing balance"
                   TO OUTPUT-TEXT-LINE
               MOVE LAST-CLOSING-BALANCE TO AMOUNT-EDIT-DISPLAY
               MOVE AMOUNT-EDIT-DISPLAY TO OUTPUT-TEXT-LINE(50:17)
               MOVE "DKK" TO OUTPUT-TEXT-LINE(68:3)
               MOVE LAST-STATEMENT-DATE TO OUTPUT-TEXT-LINE(73:8)
               PERFORM WRITE-REPORT-LINE
           END-IF

           MOVE "  Opening balance" TO OUTPUT-TEXT-LINE
           MOVE OPENING-BALANCE TO AMOUNT-EDIT-DISPLAY
           MOVE AMOUNT-EDIT-DISPLAY TO OUTPUT-TEXT-LINE(50:17)
           MOVE "DKK" TO OUTPUT-TEXT-LINE(68:3)
           IF OPENING-DIFFERENCE NOT = 0
               MOVE "DIFFERS FROM LAST CLOSING"
                   TO OUTPUT-TEXT-LINE(73:25)
           END-IF
           PERFORM WRITE-REPORT-LINE

           MOVE "  Credits" TO OUTPUT-TEXT-LINE
           MOVE CREDIT-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           MOVE CREDIT-TOTAL TO AMOUNT-EDIT-DISPLAY
           MOVE AMOUNT-EDIT-DISPLAY TO OUTPUT-TEXT-LINE(50:17)
           MOVE "DKK" TO OUTPUT-TEXT-LINE(68:3)
           PERFORM WRITE-REPORT-LINE

           MOVE "  Debits" TO OUTPUT-TEXT-LINE
           MOVE DEBIT-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           COMPUTE SIGNED-AMOUNT-WORK = 0 - DEBIT-TOTAL
           MOVE SIGNED-AMOUNT-WORK TO AMOUNT-EDIT-DISPLAY
           MOVE AMOUNT-EDIT-DISPLAY TO OUTPUT-TEXT-LINE(50:17)
           MOVE "DKK" TO OUTPUT-TEXT-LINE(68:3)
           PERFORM WRITE-REPORT-LINE

           MOVE "  Opening plus movements" TO OUTPUT-TEXT-LINE
           MOVE COMPUTED-CLOSING TO AMOUNT-EDIT-DISPLAY
           MOVE AMOUNT-EDIT-DISPLAY TO OUTPUT-TEXT-LINE(50:17)
           MOVE "DKK" TO OUTPUT-TEXT-LINE(68:3)
           PERFORM WRITE-REPORT-LINE

           MOVE "  Closing balance per bank" TO OUTPUT-TEXT-LINE
           MOVE CLOSING-BALANCE TO AMOUNT-EDIT-DISPLAY
           MOVE AMOUNT-EDIT-DISPLAY TO OUTPUT-TEXT-LINE(50:17)
           MOVE "DKK" TO OUTPUT-TEXT-LINE(68:3)
           PERFORM WRITE-REPORT-LINE

           MOVE "  Difference" TO OUTPUT-TEXT-LINE
           MOVE BALANCE-DIFFERENCE TO AMOUNT-EDIT-DISPLAY
           MOVE AMOUNT-EDIT-DISPLAY TO OUTPUT-TEXT-LINE(50:17)
           MOVE "DKK" TO OUTPUT-TEXT-LINE(68:3)
           IF BALANCE-DIFFERENCE = 0
               MOVE "BALANCED" TO OUTPUT-TEXT-LINE(73:8)
           ELSE
               MOVE "OUT OF BALANCE" TO OUTPUT-TEXT-LINE(73:14)
           END-IF
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO OUTPUT-TEXT-LINE
           PERFORM WRITE-REPORT-LINE
           EXIT.

       WRITE-ITEM-HEADINGS.
           MOVE "  Reference" TO OUTPUT-TEXT-LINE(1:11)
           MOVE "Date" TO OUTPUT-TEXT-LINE(18:4)
           MOVE "Counterparty / text" TO OUTPUT-TEXT-LINE(28:19)
           MOVE "Instructed" TO OUTPUT-TEXT-LINE(66:10)
           MOVE "Cur" TO OUTPUT-TEXT-LINE(77:3)
           MOVE "Booked DKK" TO OUTPUT-TEXT-LINE(88:10)
           MOVE "Age" TO OUTPUT-TEXT-LINE(100:3)
           PERFORM WRITE-REPORT-LINE
           MOVE 0 TO LINES-IN-SECTION
           EXIT.

       WRITE-ITEM-LINE.
           ADD 1 TO LINES-IN-SECTION
           MOVE IT-REF(ITEM-INDEX) TO OUTPUT-TEXT-LINE(3:14)
           MOVE IT-DATE(ITEM-INDEX) TO OUTPUT-TEXT-LINE(18:8)
           MOVE IT-COUNTERPARTY(ITEM-INDEX) TO OUTPUT-TEXT-LINE(28:30)
           MOVE IT-AMOUNT(ITEM-INDEX) TO AMOUNT-EDIT-DISPLAY
           MOVE AMOUNT-EDIT-DISPLAY TO OUTPUT-TEXT-LINE(59:17)
           MOVE IT-CURRENCY(ITEM-INDEX) TO OUTPUT-TEXT-LINE(77:3)
           MOVE IT-BOOKED-AMOUNT(ITEM-INDEX) TO AMOUNT-EDIT-DISPLAY
           MOVE AMOUNT-EDIT-DISPLAY TO OUTPUT-TEXT-LINE(81:17)
           COMPUTE ITEM-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE(STATEMENT-DATE)
               - FUNCTION INTEGER-OF-DATE(IT-DATE(ITEM-INDEX))
           MOVE ITEM-AGE-DAYS TO DAYS-DISPLAY
           MOVE DAYS-DISPLAY TO OUTPUT-TEXT-LINE(99:4)
           PERFORM WRITE-REPORT-LINE
           EXIT.

       WRITE-SECTION-END.
           IF LINES-IN-SECTION = 0
               MOVE "  (none)" TO OUTPUT-TEXT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE SPACES TO OUTPUT-TEXT-LINE
           PERFORM WRITE-REPORT-LINE
           EXIT.

       REPORT-MATCHED-ITEMS.
           MOVE "Matched to our instructions" TO OUTPUT-TEXT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM WRITE-ITEM-HEADINGS
           PERFORM VARYING ITEM-INDEX FROM 1 BY 1
               UNTIL ITEM-INDEX > ITEM-COUNT
               IF IT-STATUS(ITEM-INDEX) = "M"
                   PERFORM WRITE-ITEM-LINE
               END-IF
           END-PERFORM
           IF LINES-IN-SECTION > 0
               MOVE "  Total matched" TO OUTPUT-TEXT-LINE
               MOVE MATCHED-COUNT TO COUNT-DISPLAY
               MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
               MOVE MATCHED-TOTAL TO AMOUNT-EDIT-DISPLAY
               MOVE AMOUNT-EDIT-DISPLAY TO OUTPUT-TEXT-LINE(81:17)
               PERFORM WRITE-REPORT-LINE
           END-IF
           PERFORM WRITE-SECTION-END
           EXIT.

       REPORT-OPEN-INSTRUCTIONS.
           MOVE "Executed but not on the statement"
               TO OUTPUT-TEXT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM WRITE-ITEM-HEADINGS
           PERFORM VARYING ITEM-INDEX FROM 1 BY 1
               UNTIL ITEM-INDEX > ITEM-COUNT
               IF IT-STATUS(ITEM-INDEX) = SPACE
                   AND IT-SIDE(ITEM-INDEX) = "I"
                   PERFORM WRITE-ITEM-LINE
               END-IF
           END-PERFORM
           IF LINES-IN-SECTION > 0
               MOVE "  Total open (DKK value sent)"
                   TO OUTPUT-TEXT-LINE
               MOVE OPEN-INSTRUCTION-COUNT TO COUNT-DISPLAY
               MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
               MOVE OPEN-INSTRUCTION-TOTAL TO AMOUNT-EDIT-DISPLAY
               MOVE AMOUNT-EDIT-DISPLAY TO OUTPUT-TEXT-LINE(81:17)
               PERFORM WRITE-REPORT-LINE
           END-IF
           PERFORM WRITE-SECTION-END
           EXIT.

       REPORT-OPEN-STATEMENT-DEBITS.
           MOVE "On the statement but not ours" TO OUTPUT-TEXT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM WRITE-ITEM-HEADINGS
           PERFORM VARYING ITEM-INDEX FROM 1 BY 1
               UNTIL ITEM-INDEX > ITEM-COUNT
               IF IT-STATUS(ITEM-INDEX) = SPACE
                   AND IT-SIDE(ITEM-INDEX) = "S"
                   PERFORM WRITE-ITEM-LINE
               END-IF
           END-PERFORM
           IF LINES-IN-SECTION > 0
               MOVE "  Total open (DKK booked)" TO OUTPUT-TEXT-LINE
               MOVE OPEN-STATEMENT-COUNT TO COUNT-DISPLAY
               MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
               MOVE OPEN-STATEMENT-TOTAL TO AMOUNT-EDIT-DISPLAY
               MOVE AMOUNT-EDIT-DISPLAY TO OUTPUT-TEXT-LINE(81:17)
               PERFORM WRITE-REPORT-LINE
           END-IF
           PERFORM WRITE-SECTION-END
           EXIT.

       REPORT-REJECTED-ITEMS.
           MOVE "Rejected by the bank - not expected on a statement"
               TO OUTPUT-TEXT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM WRITE-ITEM-HEADINGS
           PERFORM VARYING ITEM-INDEX FROM 1 BY 1
               UNTIL ITEM-INDEX > ITEM-COUNT
               IF IT-STATUS(ITEM-INDEX) = "J"
                   PERFORM WRITE-ITEM-LINE
               END-IF
           END-PERFORM
           PERFORM WRITE-SECTION-END
           EXIT.

       REPORT-CREDITS.
           MOVE "Returned payments credited" TO OUTPUT-TEXT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE 0 TO LINES-IN-SECTION
           PERFORM VARYING STATEMENT-INDEX FROM 1 BY 1
               UNTIL STATEMENT-INDEX > STATEMENT-COUNT
               IF SE-OUTCOME(STATEMENT-INDEX) = "R"
                   ADD 1 TO LINES-IN-SECTION
                   MOVE SE-REF(STATEMENT-INDEX)
                       TO OUTPUT-TEXT-LINE(3:14)
                   MOVE STATEMENT-DATE TO OUTPUT-TEXT-LINE(18:8)
                   MOVE SE-COUNTERPARTY(STATEMENT-INDEX)
                       TO OUTPUT-TEXT-LINE(28:30)
                   MOVE SE-INSTRUCTED-AMOUNT(STATEMENT-INDEX)
                       TO AMOUNT-EDIT-DISPLAY
                   MOVE AMOUNT-EDIT-DISPLAY TO OUTPUT-TEXT-LINE(59:17)
                   MOVE SE-INSTRUCTED-CURRENCY(STATEMENT-INDEX)
                       TO OUTPUT-TEXT-LINE(77:3)
                   MOVE SE-AMOUNT(STATEMENT-INDEX)
                       TO AMOUNT-EDIT-DISPLAY
                   MOVE AMOUNT-EDIT-DISPLAY TO OUTPUT-TEXT-LINE(81:17)
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-PERFORM
           PERFORM WRITE-SECTION-END

           MOVE "Other credits (payments arriving for customers)"
               TO OUTPUT-TEXT-LINE
           MOVE OTHER-CREDIT-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(50:6)
           MOVE OTHER-CREDIT-TOTAL TO AMOUNT-EDIT-DISPLAY
           MOVE AMOUNT-EDIT-DISPLAY TO OUTPUT-TEXT-LINE(81:17)
           MOVE "DKK" TO OUTPUT-TEXT-LINE(99:3)
           PERFORM WRITE-REPORT-LINE
           EXIT.

      * Matched and rejected items are done with; only what is
      * still open goes forward to the next statement.
       SAVE-OPEN-ITEMS.
           OPEN OUTPUT OPEN-ITEMS-FILE
           IF OPEN-ITEMS-FILE-STATUS NOT = "00"
               MOVE "HouseReconOpenItems.txt" TO FAILED-FILE-NAME
               MOVE OPEN-ITEMS-FILE-STATUS TO FAILED-FILE-STATUS
               PERFORM ABORT-ON-FILE-FAILURE
           END-IF

           PERFORM VARYING ITEM-INDEX FROM 1 BY 1
               UNTIL ITEM-INDEX > ITEM-COUNT
               IF IT-STATUS(ITEM-INDEX) = SPACE
                   MOVE IT-SIDE(ITEM-INDEX) TO ITEM-SIDE
                   MOVE IT-REF(ITEM-INDEX) TO ITEM-REFERENCE
                   MOVE IT-AMOUNT(ITEM-INDEX) TO ITEM-AMOUNT
                   MOVE IT-CURRENCY(ITEM-INDEX) TO ITEM-CURRENCY
                   MOVE IT-BOOKED-AMOUNT(ITEM-INDEX)
                       TO ITEM-BOOKED-AMOUNT
                   MOVE IT-DATE(ITEM-INDEX) TO ITEM-DATE
                   MOVE IT-FIRST-SEEN(ITEM-INDEX) TO ITEM-FIRST-SEEN
                   MOVE IT-COUNTERPARTY(ITEM-INDEX)
                       TO ITEM-COUNTERPARTY
                   WRITE OPEN-ITEM-RECORD
               END-IF
           END-PERFORM

           CLOSE OPEN-ITEMS-FILE
           EXIT.

       SAVE-RECON-STATE.
           OPEN OUTPUT RECON-STATE-FILE
           IF STATE-FILE-STATUS NOT = "00"
               MOVE "HouseReconState.txt" TO FAILED-FILE-NAME
               MOVE STATE-FILE-STATUS TO FAILED-FILE-STATUS
               PERFORM ABORT-ON-FILE-FAILURE
           END-IF

           MOVE STATEMENT-DATE TO STATE-STATEMENT-DATE
           MOVE CLOSING-BALANCE TO STATE-CLOSING-BALANCE
           WRITE RECON-STATE-RECORD

           CLOSE RECON-STATE-FILE
           EXIT.

       WRITE-REPORT-LINE.
           MOVE OUTPUT-TEXT-LINE TO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE
           MOVE SPACES TO OUTPUT-TEXT-LINE
           EXIT.

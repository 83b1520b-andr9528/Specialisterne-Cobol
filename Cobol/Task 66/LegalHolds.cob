       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEGALHOLD.

      *----------------------------------------------------------*
      * Legal holds - remittance and register. LegalHolds.txt     *
      * keeps one LegalHold.cpy row per garnishment or other      *
      * order an authority has served on a customer; while an    *
      * order is active the shared AVAILBAL routine keeps its     *
      * amount out of what STANDINGORDERS, FEEASSESS and          *
      * PAYMENTIFACE may take from the account. This job:         *
      *  - remits every active order whose remittance date has    *
      *    come: an Udbetaling in the Transaction.cpy layout to   *
      *    GeneratedHoldRemittances.txt for the held amount (no   *
      *    more than the booked balance left after this run's     *
      *    other remittances), which PAYMENTIFACE pays to the     *
      *    authority's account, and the order is closed with the  *
      *    remitted date and amount;                              *
      *  - lists every order for legal in LegalHoldRegister.txt   *
      *    as ACTIVE, PENDING (not yet effective), LIFTED or      *
      *    REMITTED, followed by the booked, held and available   *
      *    balance of each customer under an active order.        *
      * An order due for remittance with no authority account or *
      * no funds to remit stays open and sets RETURN-CODE 4.      *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEGAL-HOLDS-FILE
               ASSIGN TO "LegalHolds.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOLDS-FILE-STATUS.

           SELECT CUSTOMERS-SNAPSHOT-FILE
               ASSIGN TO "CustomersSnapshot.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SNAPSHOT-FILE-STATUS.

           SELECT BANKS-SNAPSHOT-FILE
               ASSIGN TO "BanksSnapshot.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SNAPSHOT-FILE-STATUS.

           SELECT GENERATED-REMITTANCES-FILE
               ASSIGN TO "GeneratedHoldRemittances.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GENERATED-FILE-STATUS.

           SELECT HOLD-REGISTER-FILE
               ASSIGN TO "LegalHoldRegister.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BATCH-RUN-LOG-FILE
               ASSIGN TO "BatchRunLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BATCH-RUN-LOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LEGAL-HOLDS-FILE.
       01 LEGAL-HOLD-RECORD PIC X(148).

       FD CUSTOMERS-SNAPSHOT-FILE.
       01 CUSTOMERS-SNAPSHOT-RECORD.
           COPY "Customer.cpy".

       FD BANKS-SNAPSHOT-FILE.
       01 BANKS-SNAPSHOT-RECORD.
           COPY "BankRecord.cpy".

       FD GENERATED-REMITTANCES-FILE.
       01 GENERATED-REMITTANCE-RECORD.
           COPY "Transaction.cpy".

       FD HOLD-REGISTER-FILE.
       01 HOLD-REGISTER-LINE PIC X(120).

       FD BATCH-RUN-LOG-FILE.
       01 BATCH-RUN-LOG-RECORD.
           COPY "BatchRunLog.cpy".

       WORKING-STORAGE SECTION.
       01 BATCH-RUN-LOG-TIMESTAMP PIC X(26) VALUE SPACES.
       01 HOLDS-FILE-STATUS PIC X(2) VALUE "00".
       01 SNAPSHOT-FILE-STATUS PIC X(2) VALUE "00".
       01 GENERATED-FILE-STATUS PIC X(2) VALUE "00".
       01 BATCH-RUN-LOG-FILE-STATUS PIC X(2) VALUE "00".
       01 FAILED-FILE-NAME PIC X(40) VALUE SPACES.
       01 FAILED-FILE-STATUS PIC X(2) VALUE SPACES.

       01 END-OF-FILE PIC X VALUE "N".

      * The order file held in memory and written back whole when
      * a remittance has closed an order; one LegalHold.cpy row
      * per order.
       01 HOLD-WORK.
           COPY "LegalHold.cpy".
       01 HOLD-TABLE.
           02 HOLD-COUNT PIC 9(4) VALUE 0.
           02 HOLD-MAX PIC 9(4) VALUE 500.
           02 HOLD-ROWS PIC X(148) OCCURS 500 TIMES.
       01 HOLD-INDEX PIC 9(4) VALUE 0.
       01 HOLD-STATUS-TEXT PIC X(8) VALUE SPACES.

      * Booked balance per customer from the report run's
      * snapshot, less what this run has already remitted, and
      * the active orders' total for the customer summary.
       01 BALANCE-TABLE.
           02 BALANCE-COUNT PIC 9(4) VALUE 0.
           02 BALANCE-MAX PIC 9(4) VALUE 500.
           02 BALANCE-ENTRIES OCCURS 500 TIMES.
               03 BT-CPR PIC X(15) VALUE SPACES.
               03 BT-NAME PIC X(30) VALUE SPACES.
               03 BT-BANK-INDEX PIC 99 VALUE 0.
               03 BT-BOOKED PIC S9(11)V99 VALUE 0.
               03 BT-REMITTED PIC S9(11)V99 VALUE 0.
               03 BT-HELD PIC S9(11)V99 VALUE 0.
               03 BT-ACTIVE-ORDERS PIC 9(4) VALUE 0.
       01 BALANCE-INDEX PIC 9(4) VALUE 0.
       01 MATCHED-BALANCE-INDEX PIC 9(4) VALUE 0.
       01 BANKS-TABLE.
           02 BANKS-COUNT PIC 99 VALUE 0.
           02 BANKS-MAX PIC 99 VALUE 40.
           02 BANK-REGISTRATIONS PIC X(4) OCCURS 40 TIMES.

       01 NORMALIZED-CPR PIC X(15) VALUE SPACES.
       01 CPR-SERIAL-PART PIC X(4) VALUE SPACES.

       01 RUN-DATE-TODAY PIC 9(8) VALUE 0.
       01 RUN-TIME-NOW PIC X(6) VALUE SPACES.
       01 POSTING-SEQUENCE PIC 9(6) VALUE 0.
       01 REMITTANCE-POSTED-TIME PIC X(26) VALUE SPACES.
       01 REMIT-AMOUNT-WORK PIC S9(11)V99 VALUE 0.
       01 FUNDS-LEFT-WORK PIC S9(11)V99 VALUE 0.
       01 AVAILABLE-WORK PIC S9(11)V99 VALUE 0.

       01 ORDERS-READ-COUNT PIC 9(6) VALUE 0.
       01 ACTIVE-COUNT PIC 9(6) VALUE 0.
       01 PENDING-COUNT PIC 9(6) VALUE 0.
       01 LIFTED-COUNT PIC 9(6) VALUE 0.
       01 REMITTED-EARLIER-COUNT PIC 9(6) VALUE 0.
       01 REMITTED-COUNT PIC 9(6) VALUE 0.
       01 REMITTED-TOTAL-DKK PIC S9(13)V99 VALUE 0.
       01 ACTIVE-HELD-TOTAL-DKK PIC S9(13)V99 VALUE 0.
       01 SHORT-REMITTED-COUNT PIC 9(6) VALUE 0.
       01 NOT-REMITTED-COUNT PIC 9(6) VALUE 0.

       01 REMIT-OUTCOME PIC X(10) VALUE SPACES.
       01 REMIT-DETAIL PIC X(50) VALUE SPACES.
       01 AMOUNT-EDIT-DISPLAY PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01 OUTPUT-TEXT-LINE PIC X(120) VALUE SPACES.
       01 SEPARATOR-LINE PIC X(120) VALUE ALL "-".
       01 COUNT-DISPLAY PIC Z(5)9.

       PROCEDURE DIVISION.
           PERFORM LOG-BATCH-RUN-START

           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE-TODAY
           MOVE FUNCTION CURRENT-DATE(9:6) TO RUN-TIME-NOW

           PERFORM LOAD-LEGAL-HOLDS
           PERFORM LOAD-CUSTOMER-BALANCES
           PERFORM LOAD-BANKS-SNAPSHOT

           OPEN OUTPUT GENERATED-REMITTANCES-FILE
           IF GENERATED-FILE-STATUS NOT = "00"
               MOVE "GeneratedHoldRemittances.txt"
                   TO FAILED-FILE-NAME
               MOVE GENERATED-FILE-STATUS TO FAILED-FILE-STATUS
               PERFORM ABORT-ON-FILE-FAILURE
           END-IF

           OPEN OUTPUT HOLD-REGISTER-FILE
           MOVE SPACES TO OUTPUT-TEXT-LINE
           STRING "Legal hold register - " DELIMITED BY SIZE
               RUN-DATE-TODAY DELIMITED BY SIZE
               INTO OUTPUT-TEXT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SEPARATOR-LINE TO OUTPUT-TEXT-LINE
           PERFORM WRITE-REPORT-LINE

           PERFORM REMIT-DUE-HOLDS
           IF REMITTED-COUNT > 0
               PERFORM SAVE-LEGAL-HOLDS
           END-IF

           PERFORM LIST-HOLD-REGISTER
           PERFORM LIST-CUSTOMERS-UNDER-HOLD
           PERFORM REPORT-RUN-TOTALS

           CLOSE GENERATED-REMITTANCES-FILE
           CLOSE HOLD-REGISTER-FILE

           DISPLAY "Legal holds: " ACTIVE-COUNT " active, "
               REMITTED-COUNT " remitted this run, "
               NOT-REMITTED-COUNT " due but not remitted."

           IF NOT-REMITTED-COUNT > 0
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
           MOVE "LEGALHOLD" TO BATCH-LOG-JOB-NAME
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

           MOVE "LEGALHOLD" TO BATCH-LOG-JOB-NAME
           MOVE BATCH-RUN-LOG-TIMESTAMP TO BATCH-LOG-TIMESTAMP
           MOVE "START" TO BATCH-LOG-EVENT
           MOVE SPACES TO BATCH-LOG-DETAIL
           WRITE BATCH-RUN-LOG-RECORD

           CLOSE BATCH-RUN-LOG-FILE
           EXIT.

       LOG-BATCH-RUN-END.
           MOVE FUNCTION CURRENT-DATE TO BATCH-RUN-LOG-TIMESTAMP
           OPEN EXTEND BATCH-RUN-LOG-FILE

           MOVE "LEGALHOLD" TO BATCH-LOG-JOB-NAME
           MOVE BATCH-RUN-LOG-TIMESTAMP TO BATCH-LOG-TIMESTAMP
           MOVE "END" TO BATCH-LOG-EVENT
           STRING "Active: "
               FUNCTION TRIM(ACTIVE-COUNT LEADING)
               " Remitted: "
               FUNCTION TRIM(REMITTED-COUNT LEADING)
               " Not remitted: "
               FUNCTION TRIM(NOT-REMITTED-COUNT LEADING)
               INTO BATCH-LOG-DETAIL
           WRITE BATCH-RUN-LOG-RECORD

           CLOSE BATCH-RUN-LOG-FILE
           EXIT.

       LOAD-LEGAL-HOLDS.
           OPEN INPUT LEGAL-HOLDS-FILE
           IF HOLDS-FILE-STATUS NOT = "00"
               DISPLAY "LegalHolds.txt not found, no legal holds "
                   "on file."
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ LEGAL-HOLDS-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF HOLD-COUNT < HOLD-MAX
                           ADD 1 TO HOLD-COUNT
                           MOVE LEGAL-HOLD-RECORD
                               TO HOLD-ROWS(HOLD-COUNT)
                       ELSE
      * Writing the file back without the orders that did not fit
      * would lose them, so the run stops instead.
                           MOVE "LegalHolds.txt (capacity)"
                               TO FAILED-FILE-NAME
                           MOVE "00" TO FAILED-FILE-STATUS
                           PERFORM ABORT-ON-FILE-FAILURE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE LEGAL-HOLDS-FILE
           MOVE HOLD-COUNT TO ORDERS-READ-COUNT
           EXIT.

       LOAD-CUSTOMER-BALANCES.
           OPEN INPUT CUSTOMERS-SNAPSHOT-FILE
           IF SNAPSHOT-FILE-STATUS NOT = "00"
               DISPLAY "CustomersSnapshot.txt not found - run the "
                   "transaction report first; no funds can be "
                   "remitted."
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ CUSTOMERS-SNAPSHOT-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF BALANCE-COUNT < BALANCE-MAX
                           ADD 1 TO BALANCE-COUNT
                           MOVE CPR OF CUSTOMERS-SNAPSHOT-RECORD
                               TO NORMALIZED-CPR
                           PERFORM NORMALIZE-CPR
                           MOVE NORMALIZED-CPR
                               TO BT-CPR(BALANCE-COUNT)
                           MOVE CUSTOMER-NAME
                               OF CUSTOMERS-SNAPSHOT-RECORD
                               TO BT-NAME(BALANCE-COUNT)
                           MOVE CUSTOMER-BANK-INDEX
                               OF CUSTOMERS-SNAPSHOT-RECORD
                               TO BT-BANK-INDEX(BALANCE-COUNT)
                           MOVE DKK-SALDO OF CUSTOMERS-SNAPSHOT-RECORD
                               TO BT-BOOKED(BALANCE-COUNT)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE CUSTOMERS-SNAPSHOT-FILE
           EXIT.

       LOAD-BANKS-SNAPSHOT.
           OPEN INPUT BANKS-SNAPSHOT-FILE
           IF SNAPSHOT-FILE-STATUS NOT = "00"
               DISPLAY "BanksSnapshot.txt not found, remittances "
                   "will carry no registration number"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ BANKS-SNAPSHOT-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF BANKS-COUNT < BANKS-MAX
                           ADD 1 TO BANKS-COUNT
                           MOVE REGISTRATION-NUMBER
                               OF BANKS-SNAPSHOT-RECORD
                               TO BANK-REGISTRATIONS(BANKS-COUNT)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE BANKS-SNAPSHOT-FILE
           EXIT.

      * CPRs are compared in the DDMMYY-XXXX form the transaction
      * stream carries; a bare ten-digit CPR gets its dash.
       NORMALIZE-CPR.
           IF NORMALIZED-CPR(1:10) IS NUMERIC
                   AND NORMALIZED-CPR(11:5) = SPACES
               MOVE NORMALIZED-CPR(7:4) TO CPR-SERIAL-PART
               MOVE "-" TO NORMALIZED-CPR(7:1)
               MOVE CPR-SERIAL-PART TO NORMALIZED-CPR(8:4)
           END-IF
           EXIT.

       FIND-CUSTOMER-BALANCE.
           MOVE HOLD-CPR TO NORMALIZED-CPR
           PERFORM NORMALIZE-CPR
           MOVE 0 TO MATCHED-BALANCE-INDEX
           PERFORM VARYING BALANCE-INDEX FROM 1 BY 1
               UNTIL BALANCE-INDEX > BALANCE-COUNT
                   OR MATCHED-BALANCE-INDEX > 0
               IF BT-CPR(BALANCE-INDEX) = NORMALIZED-CPR
                   MOVE BALANCE-INDEX TO MATCHED-BALANCE-INDEX
               END-IF
           END-PERFORM

      * A customer under an order but missing from the snapshot
      * still gets a line in the summary, with nothing booked.
           IF MATCHED-BALANCE-INDEX = 0
                   AND BALANCE-COUNT < BALANCE-MAX
               ADD 1 TO BALANCE-COUNT
               MOVE NORMALIZED-CPR TO BT-CPR(BALANCE-COUNT)
               MOVE BALANCE-COUNT TO MATCHED-BALANCE-INDEX
           END-IF
           EXIT.

      *----------------------------------------------------------*
      * Sets HOLD-STATUS-TEXT for the order in HOLD-WORK as of the
      * run date. An order lifted by an end date before today no
      * longer holds anything, even if a remittance had been
      * ordered for a later date.
      *----------------------------------------------------------*
       CLASSIFY-HOLD.
           EVALUATE TRUE
               WHEN HOLD-REMITTED-DATE > 0
                   MOVE "REMITTED" TO HOLD-STATUS-TEXT
               WHEN HOLD-EFFECTIVE-TO > 0
                       AND HOLD-EFFECTIVE-TO < RUN-DATE-TODAY
                   MOVE "LIFTED" TO HOLD-STATUS-TEXT
               WHEN HOLD-EFFECTIVE-FROM > RUN-DATE-TODAY
                   MOVE "PENDING" TO HOLD-STATUS-TEXT
               WHEN OTHER
                   MOVE "ACTIVE" TO HOLD-STATUS-TEXT
           END-EVALUATE
           EXIT.

      *----------------------------------------------------------*
      * Remittance: an active order whose remittance date has come
      * pays the held amount over to the authority. Two orders on
      * the same customer share one booked balance, so each takes
      * only what the earlier remittances left.
      *----------------------------------------------------------*
       REMIT-DUE-HOLDS.
           MOVE "Remittances this run" TO OUTPUT-TEXT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "Order reference  CPR             Outcome     Detail"
               TO OUTPUT-TEXT-LINE
           PERFORM WRITE-REPORT-LINE

           PERFORM VARYING HOLD-INDEX FROM 1 BY 1
               UNTIL HOLD-INDEX > HOLD-COUNT
               MOVE HOLD-ROWS(HOLD-INDEX) TO HOLD-WORK
               PERFORM CLASSIFY-HOLD
               IF HOLD-STATUS-TEXT = "ACTIVE"
                   AND HOLD-REMIT-DATE > 0
                   AND HOLD-REMIT-DATE NOT > RUN-DATE-TODAY
                   PERFORM REMIT-ONE-HOLD
               END-IF
           END-PERFORM

           IF REMITTED-COUNT = 0 AND NOT-REMITTED-COUNT = 0
               MOVE "  (none due)" TO OUTPUT-TEXT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE SPACES TO OUTPUT-TEXT-LINE
           PERFORM WRITE-REPORT-LINE
           EXIT.

       REMIT-ONE-HOLD.
           PERFORM FIND-CUSTOMER-BALANCE

           IF HOLD-AUTHORITY-ACCOUNT = SPACES
               ADD 1 TO NOT-REMITTED-COUNT
               MOVE "NOT PAID" TO REMIT-OUTCOME
               MOVE "No authority account on the order"
                   TO REMIT-DETAIL
               PERFORM WRITE-REMITTANCE-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO FUNDS-LEFT-WORK
           IF MATCHED-BALANCE-INDEX > 0
               COMPUTE FUNDS-LEFT-WORK =
                   BT-BOOKED(MATCHED-BALANCE-INDEX)
                   - BT-REMITTED(MATCHED-BALANCE-INDEX)
           END-IF

           IF FUNDS-LEFT-WORK NOT > 0
               ADD 1 TO NOT-REMITTED-COUNT
               MOVE "NOT PAID" TO REMIT-OUTCOME
               MOVE "No credit balance to remit, order left open"
                   TO REMIT-DETAIL
               PERFORM WRITE-REMITTANCE-LINE
               EXIT PARAGRAPH
           END-IF

           IF HOLD-AMOUNT > FUNDS-LEFT-WORK
               MOVE FUNDS-LEFT-WORK TO REMIT-AMOUNT-WORK
               ADD 1 TO SHORT-REMITTED-COUNT
           ELSE
               MOVE HOLD-AMOUNT TO REMIT-AMOUNT-WORK
           END-IF

           PERFORM WRITE-REMITTANCE-TRANSACTION

           ADD REMIT-AMOUNT-WORK TO BT-REMITTED(MATCHED-BALANCE-INDEX)
           MOVE RUN-DATE-TODAY TO HOLD-REMITTED-DATE
           MOVE REMIT-AMOUNT-WORK TO HOLD-REMITTED-AMOUNT
           MOVE HOLD-WORK TO HOLD-ROWS(HOLD-INDEX)

           ADD 1 TO REMITTED-COUNT
           ADD REMIT-AMOUNT-WORK TO REMITTED-TOTAL-DKK

           MOVE "REMITTED" TO REMIT-OUTCOME
           MOVE REMIT-AMOUNT-WORK TO AMOUNT-EDIT-DISPLAY
           MOVE SPACES TO REMIT-DETAIL
           IF REMIT-AMOUNT-WORK < HOLD-AMOUNT
               STRING FUNCTION TRIM(AMOUNT-EDIT-DISPLAY LEADING)
                   DELIMITED BY SIZE
                   " DKK - short of the held amount"
                   DELIMITED BY SIZE
                   INTO REMIT-DETAIL
               END-STRING
           ELSE
               STRING FUNCTION TRIM(AMOUNT-EDIT-DISPLAY LEADING)
                   DELIMITED BY SIZE
                   " DKK to " DELIMITED BY SIZE
                   HOLD-AUTHORITY-NAME DELIMITED BY SIZE
                   INTO REMIT-DETAIL
               END-STRING
           END-IF
           PERFORM WRITE-REMITTANCE-LINE
           EXIT.

      *----------------------------------------------------------*
      * The remittance is charged to the customer like any other
      * payment: an Udbetaling naming the authority as the shop.
      * PAYMENTIFACE finds the authority's account from the order
      * by CPR, authority name and remitted amount.
      *----------------------------------------------------------*
       WRITE-REMITTANCE-TRANSACTION.
           MOVE SPACES TO GENERATED-REMITTANCE-RECORD

           MOVE NORMALIZED-CPR TO CPR OF GENERATED-REMITTANCE-RECORD
           IF MATCHED-BALANCE-INDEX > 0
               MOVE BT-NAME(MATCHED-BALANCE-INDEX)
                   TO CUSTOMER-NAME OF GENERATED-REMITTANCE-RECORD
               IF BT-BANK-INDEX(MATCHED-BALANCE-INDEX) > 0
                   AND BT-BANK-INDEX(MATCHED-BALANCE-INDEX)
                       <= BANKS-COUNT
                   MOVE BANK-REGISTRATIONS(
                       BT-BANK-INDEX(MATCHED-BALANCE-INDEX))
                       TO REGISTRATION-NUMBER
                           OF GENERATED-REMITTANCE-RECORD
               END-IF
           END-IF
           MOVE "Udbetaling"
               TO TRANSACTION-TYPE OF GENERATED-REMITTANCE-RECORD
           MOVE HOLD-AUTHORITY-NAME(1:20)
               TO TRANSACTION-SHOP OF GENERATED-REMITTANCE-RECORD
           MOVE "DKK" TO CURRENCY-CODE OF GENERATED-REMITTANCE-RECORD
           MOVE REMIT-AMOUNT-WORK
               TO AMOUNT OF GENERATED-REMITTANCE-RECORD
           MOVE REMIT-AMOUNT-WORK
               TO DKK-AMOUNT OF GENERATED-REMITTANCE-RECORD

           MOVE REMIT-AMOUNT-WORK TO AMOUNT-EDIT-DISPLAY
           STRING FUNCTION TRIM(AMOUNT-EDIT-DISPLAY LEADING)
               DELIMITED BY SIZE
               " DKK" DELIMITED BY SIZE
               INTO RAW-AMOUNT OF GENERATED-REMITTANCE-RECORD
           END-STRING

           PERFORM NEXT-REMITTANCE-TIME
           MOVE REMITTANCE-POSTED-TIME
               TO TIME-OF-TRANSACTION OF GENERATED-REMITTANCE-RECORD
           MOVE "N" TO DUPLICATE-FLAG OF GENERATED-REMITTANCE-RECORD
           MOVE 0 TO TRANSFER-PAIR-ID OF GENERATED-REMITTANCE-RECORD
           MOVE 0 TO CORRECTS-AMOUNT OF GENERATED-REMITTANCE-RECORD

           WRITE GENERATED-REMITTANCE-RECORD
           EXIT.

      * Each remittance gets its own time stamp - the run time plus
      * a running sequence in the fraction - as ESTATEPOST does.
       NEXT-REMITTANCE-TIME.
           ADD 1 TO POSTING-SEQUENCE
           MOVE SPACES TO REMITTANCE-POSTED-TIME
           STRING RUN-DATE-TODAY(1:4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               RUN-DATE-TODAY(5:2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               RUN-DATE-TODAY(7:2) DELIMITED BY SIZE
               "T" DELIMITED BY SIZE
               RUN-TIME-NOW(1:2) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               RUN-TIME-NOW(3:2) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               RUN-TIME-NOW(5:2) DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               POSTING-SEQUENCE DELIMITED BY SIZE
               INTO REMITTANCE-POSTED-TIME
           END-STRING
           EXIT.

       WRITE-REMITTANCE-LINE.
           MOVE HOLD-ORDER-REFERENCE TO OUTPUT-TEXT-LINE(1:16)
           MOVE HOLD-CPR TO OUTPUT-TEXT-LINE(18:15)
           MOVE REMIT-OUTCOME TO OUTPUT-TEXT-LINE(34:10)
           MOVE REMIT-DETAIL TO OUTPUT-TEXT-LINE(46:50)
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REMIT-OUTCOME
           MOVE SPACES TO REMIT-DETAIL
           EXIT.

       SAVE-LEGAL-HOLDS.
           OPEN OUTPUT LEGAL-HOLDS-FILE
           IF HOLDS-FILE-STATUS NOT = "00"
               MOVE "LegalHolds.txt" TO FAILED-FILE-NAME
               MOVE HOLDS-FILE-STATUS TO FAILED-FILE-STATUS
               PERFORM ABORT-ON-FILE-FAILURE
           END-IF

           PERFORM VARYING HOLD-INDEX FROM 1 BY 1
               UNTIL HOLD-INDEX > HOLD-COUNT
               MOVE HOLD-ROWS(HOLD-INDEX) TO LEGAL-HOLD-RECORD
               WRITE LEGAL-HOLD-RECORD
           END-PERFORM

           CLOSE LEGAL-HOLDS-FILE
           EXIT.

      *----------------------------------------------------------*
      * The register proper: every order on file with its status
      * today, so legal can confirm which orders are active.
      *----------------------------------------------------------*
       LIST-HOLD-REGISTER.
           MOVE "Orders on file" TO OUTPUT-TEXT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "Order reference" TO OUTPUT-TEXT-LINE(1:15)
           MOVE "CPR" TO OUTPUT-TEXT-LINE(18:3)
           MOVE "Status" TO OUTPUT-TEXT-LINE(34:6)
           MOVE "Held DKK" TO OUTPUT-TEXT-LINE(52:8)
           MOVE "From" TO OUTPUT-TEXT-LINE(61:4)
           MOVE "To" TO OUTPUT-TEXT-LINE(70:2)
           MOVE "Remit" TO OUTPUT-TEXT-LINE(79:5)
           MOVE "Authority" TO OUTPUT-TEXT-LINE(88:9)
           PERFORM WRITE-REPORT-LINE

           PERFORM VARYING HOLD-INDEX FROM 1 BY 1
               UNTIL HOLD-INDEX > HOLD-COUNT
               MOVE HOLD-ROWS(HOLD-INDEX) TO HOLD-WORK
               PERFORM CLASSIFY-HOLD
               EVALUATE HOLD-STATUS-TEXT
                   WHEN "ACTIVE"
                       ADD 1 TO ACTIVE-COUNT
                       ADD HOLD-AMOUNT TO ACTIVE-HELD-TOTAL-DKK
                       PERFORM FIND-CUSTOMER-BALANCE
                       IF MATCHED-BALANCE-INDEX > 0
                           ADD HOLD-AMOUNT
                               TO BT-HELD(MATCHED-BALANCE-INDEX)
                           ADD 1 TO BT-ACTIVE-ORDERS(
                               MATCHED-BALANCE-INDEX)
                       END-IF
                   WHEN "PENDING"
                       ADD 1 TO PENDING-COUNT
                   WHEN "LIFTED"
                       ADD 1 TO LIFTED-COUNT
                   WHEN OTHER
                       IF HOLD-REMITTED-DATE NOT = RUN-DATE-TODAY
                           ADD 1 TO REMITTED-EARLIER-COUNT
                       END-IF
               END-EVALUATE
               PERFORM WRITE-HOLD-LINE
           END-PERFORM

           IF HOLD-COUNT = 0
               MOVE "  (no orders on file)" TO OUTPUT-TEXT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE SPACES TO OUTPUT-TEXT-LINE
           PERFORM WRITE-REPORT-LINE
           EXIT.

       WRITE-HOLD-LINE.
           MOVE HOLD-ORDER-REFERENCE TO OUTPUT-TEXT-LINE(1:16)
           MOVE HOLD-CPR TO OUTPUT-TEXT-LINE(18:15)
           MOVE HOLD-STATUS-TEXT TO OUTPUT-TEXT-LINE(34:8)
           MOVE HOLD-AMOUNT TO AMOUNT-EDIT-DISPLAY
           MOVE AMOUNT-EDIT-DISPLAY TO OUTPUT-TEXT-LINE(43:17)
           MOVE HOLD-EFFECTIVE-FROM TO OUTPUT-TEXT-LINE(61:8)
           IF HOLD-EFFECTIVE-TO > 0
               MOVE HOLD-EFFECTIVE-TO TO OUTPUT-TEXT-LINE(70:8)
           ELSE
               MOVE "-" TO OUTPUT-TEXT-LINE(70:1)
           END-IF
           EVALUATE TRUE
               WHEN HOLD-REMITTED-DATE > 0
                   MOVE HOLD-REMITTED-DATE TO OUTPUT-TEXT-LINE(79:8)
               WHEN HOLD-REMIT-DATE > 0
                   MOVE HOLD-REMIT-DATE TO OUTPUT-TEXT-LINE(79:8)
               WHEN OTHER
                   MOVE "-" TO OUTPUT-TEXT-LINE(79:1)
           END-EVALUATE
           MOVE HOLD-AUTHORITY-NAME TO OUTPUT-TEXT-LINE(88:30)
           PERFORM WRITE-REPORT-LINE

           IF HOLD-REMITTED-DATE > 0
               MOVE HOLD-REMITTED-AMOUNT TO AMOUNT-EDIT-DISPLAY
               STRING "remitted " DELIMITED BY SIZE
                   FUNCTION TRIM(AMOUNT-EDIT-DISPLAY LEADING)
                   DELIMITED BY SIZE
                   " DKK" DELIMITED BY SIZE
                   INTO OUTPUT-TEXT-LINE(34:40)
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-IF
           EXIT.

      *----------------------------------------------------------*
      * Per customer under an active order: the booked balance of
      * the report run's snapshot less this run's remittances, the
      * amount the active orders hold, and what is left available.
      *----------------------------------------------------------*
       LIST-CUSTOMERS-UNDER-HOLD.
           MOVE "Customers under an active order"
               TO OUTPUT-TEXT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "CPR" TO OUTPUT-TEXT-LINE(1:3)
           MOVE "Name" TO OUTPUT-TEXT-LINE(18:4)
           MOVE "Booked DKK" TO OUTPUT-TEXT-LINE(56:10)
           MOVE "Held DKK" TO OUTPUT-TEXT-LINE(76:8)
           MOVE "Available DKK" TO OUTPUT-TEXT-LINE(91:13)
           MOVE "Orders" TO OUTPUT-TEXT-LINE(106:6)
           PERFORM WRITE-REPORT-LINE

           PERFORM VARYING BALANCE-INDEX FROM 1 BY 1
               UNTIL BALANCE-INDEX > BALANCE-COUNT
               IF BT-ACTIVE-ORDERS(BALANCE-INDEX) > 0
                   PERFORM WRITE-CUSTOMER-HOLD-LINE
               END-IF
           END-PERFORM

           IF ACTIVE-COUNT = 0
               MOVE "  (none)" TO OUTPUT-TEXT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           EXIT.

       WRITE-CUSTOMER-HOLD-LINE.
           MOVE BT-CPR(BALANCE-INDEX) TO OUTPUT-TEXT-LINE(1:15)
           MOVE BT-NAME(BALANCE-INDEX) TO OUTPUT-TEXT-LINE(18:30)
           COMPUTE AVAILABLE-WORK =
               BT-BOOKED(BALANCE-INDEX) - BT-REMITTED(BALANCE-INDEX)
           MOVE AVAILABLE-WORK TO AMOUNT-EDIT-DISPLAY
           MOVE AMOUNT-EDIT-DISPLAY TO OUTPUT-TEXT-LINE(49:17)
           MOVE BT-HELD(BALANCE-INDEX) TO AMOUNT-EDIT-DISPLAY
           MOVE AMOUNT-EDIT-DISPLAY TO OUTPUT-TEXT-LINE(67:17)
           SUBTRACT BT-HELD(BALANCE-INDEX) FROM AVAILABLE-WORK
           MOVE AVAILABLE-WORK TO AMOUNT-EDIT-DISPLAY
           MOVE AMOUNT-EDIT-DISPLAY TO OUTPUT-TEXT-LINE(87:17)
           MOVE BT-ACTIVE-ORDERS(BALANCE-INDEX) TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(106:6)
           PERFORM WRITE-REPORT-LINE
           EXIT.

       REPORT-RUN-TOTALS.
           MOVE SEPARATOR-LINE TO OUTPUT-TEXT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE "Orders on file" TO OUTPUT-TEXT-LINE
           MOVE ORDERS-READ-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-REPORT-LINE

           MOVE "Active" TO OUTPUT-TEXT-LINE
           MOVE ACTIVE-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           MOVE ACTIVE-HELD-TOTAL-DKK TO AMOUNT-EDIT-DISPLAY
           MOVE AMOUNT-EDIT-DISPLAY TO OUTPUT-TEXT-LINE(50:17)
           MOVE "DKK held" TO OUTPUT-TEXT-LINE(68:8)
           PERFORM WRITE-REPORT-LINE

           MOVE "Pending (not yet effective)" TO OUTPUT-TEXT-LINE
           MOVE PENDING-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-REPORT-LINE

           MOVE "Lifted" TO OUTPUT-TEXT-LINE
           MOVE LIFTED-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-REPORT-LINE

           MOVE "Remitted in earlier runs" TO OUTPUT-TEXT-LINE
           MOVE REMITTED-EARLIER-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-REPORT-LINE

           MOVE "Remitted this run" TO OUTPUT-TEXT-LINE
           MOVE REMITTED-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           MOVE REMITTED-TOTAL-DKK TO AMOUNT-EDIT-DISPLAY
           MOVE AMOUNT-EDIT-DISPLAY TO OUTPUT-TEXT-LINE(50:17)
           MOVE "DKK" TO OUTPUT-TEXT-LINE(68:3)
           PERFORM WRITE-REPORT-LINE

           MOVE "  of which short of the held amount"
               TO OUTPUT-TEXT-LINE
           MOVE SHORT-REMITTED-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-REPORT-LINE

           MOVE "Due but not remitted" TO OUTPUT-TEXT-LINE
           MOVE NOT-REMITTED-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-REPORT-LINE
           EXIT.

       WRITE-REPORT-LINE.
           MOVE OUTPUT-TEXT-LINE TO HOLD-REGISTER-LINE
           WRITE HOLD-REGISTER-LINE
           MOVE SPACES TO OUTPUT-TEXT-LINE
           EXIT.

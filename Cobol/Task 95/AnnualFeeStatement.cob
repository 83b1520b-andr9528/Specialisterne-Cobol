       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANNUALFEES.

      *----------------------------------------------------------*
      * Annual statement of fees for every payment account. For  *
      * the statement year in AnnualFeeStatementControl.txt      *
      * (defaulting to last calendar year) the job adds up, per  *
      * customer and account:                                    *
      *  - every Gebyr in TransactionHistory.txt, by fee         *
      *    component (the TRANSACTION-SHOP text FEEASSESS,       *
      *    TERMDEPOSIT and the other posting jobs book it        *
      *    under); refunds and storno corrections net against    *
      *    the fee they offset;                                  *
      *  - the overdraft interest OVERDRAFTCHARGE journalled in  *
      *    OverdraftChargeJournal.txt. Its "Overtraeksrente"     *
      *    postings in the history are the same charges and are  *
      *    not counted again, though a storno of one is;         *
      *  - the deposit interest CUSTOMERMAINT credited           *
      *    (InterestAccrualJournal.txt).                         *
      *                                                          *
      * Overdraft and deposit interest stand on the customer's   *
      * primary account, as do fees booked without an account    *
      * number. Every customer in the report run's               *
      * CustomersSnapshot.txt gets a statement, with nil amounts *
      * if need be, and so does any customer met only in the     *
      * sources.                                                 *
      *                                                          *
      * Each statement opens with an "Annual statement of fees"  *
      * line and carries the "CPR:" line DISTRIBUTE splits on;   *
      * statements are appended to AnnualFeeStatements.txt for   *
      * DISTRIBUTE to route through the customer's channel, kept *
      * through the shared DOCARCHIVE routine and logged in      *
      * ContactJournal.txt. AnnualFeeStatementLog.txt remembers  *
      * the customers sent a statement for each year, so a rerun *
      * sends none twice. AnnualFeeStatementReport.txt lists     *
      * every customer with the totals sent.                     *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STATEMENT-CONTROL-FILE
               ASSIGN TO "AnnualFeeStatementControl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTROL-FILE-STATUS.

           SELECT TRANSACTION-HISTORY-FILE
               ASSIGN TO "TransactionHistory.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORY-FILE-STATUS.

           SELECT CHARGE-JOURNAL-FILE
               ASSIGN TO "OverdraftChargeJournal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SOURCE-FILE-STATUS.

           SELECT INTEREST-ACCRUAL-FILE
               ASSIGN TO "InterestAccrualJournal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SOURCE-FILE-STATUS.

           SELECT CUSTOMERS-SNAPSHOT-FILE
               ASSIGN TO "CustomersSnapshot.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SOURCE-FILE-STATUS.

           SELECT KEY-XREF-FILE
               ASSIGN TO "CustomerKeyXref.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SOURCE-FILE-STATUS.

           SELECT STATEMENT-LOG-FILE
               ASSIGN TO "AnnualFeeStatementLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATEMENT-LOG-FILE-STATUS.

           SELECT FEE-STATEMENTS-FILE
               ASSIGN TO "AnnualFeeStatements.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATEMENTS-FILE-STATUS.

           SELECT STATEMENT-REPORT-FILE
               ASSIGN TO "AnnualFeeStatementReport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CONTACT-JOURNAL-FILE
               ASSIGN TO "ContactJournal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTACT-JOURNAL-FILE-STATUS.

           SELECT BATCH-RUN-LOG-FILE
               ASSIGN TO "BatchRunLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BATCH-RUN-LOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD STATEMENT-CONTROL-FILE.
       01 STATEMENT-CONTROL-RECORD.
           02 CONTROL-STATEMENT-YEAR PIC 9(4).

       FD TRANSACTION-HISTORY-FILE.
       01 TRANSACTION-HISTORY-RECORD.
           COPY "Transaction.cpy".

       FD CHARGE-JOURNAL-FILE.
       01 CHARGE-JOURNAL-RECORD.
           02 JOURNAL-CPR PIC X(15).
           02 JOURNAL-SALDO PIC -9(11).99.
           02 JOURNAL-DAYS-OVERDRAWN PIC 9(5).
           02 JOURNAL-DAYS-CHARGED PIC 9(5).
           02 JOURNAL-ANNUAL-RATE PIC 99.99.
           02 JOURNAL-CHARGE-AMOUNT PIC -9(9).99.
           02 JOURNAL-CHARGE-DATE PIC X(8).

       FD INTEREST-ACCRUAL-FILE.
       01 INTEREST-ACCRUAL-RECORD.
           COPY "InterestAccrual.cpy".

       FD CUSTOMERS-SNAPSHOT-FILE.
       01 CUSTOMERS-SNAPSHOT-RECORD.
           COPY "Customer.cpy".

       FD KEY-XREF-FILE.
       01 KEY-XREF-RECORD.
           02 XREF-CPR PIC X(15).
           02 XREF-REFERENCE-ID PIC X(10).

      * One row per statement sent: the customer's CPR, the year
      * the statement covers and the date it was written.
       FD STATEMENT-LOG-FILE.
       01 STATEMENT-LOG-RECORD.
           02 STATEMENT-LOG-CPR PIC X(15).
           02 STATEMENT-LOG-YEAR PIC 9(4).
           02 STATEMENT-LOG-SENT-DATE PIC X(8).

       FD FEE-STATEMENTS-FILE.
       01 FEE-STATEMENT-LINE PIC X(80).

       FD STATEMENT-REPORT-FILE.
       01 STATEMENT-REPORT-LINE PIC X(120).

       FD CONTACT-JOURNAL-FILE.
       01 CONTACT-JOURNAL-RECORD.
           COPY "ContactJournal.cpy".

       FD BATCH-RUN-LOG-FILE.
       01 BATCH-RUN-LOG-RECORD.
           COPY "BatchRunLog.cpy".

       WORKING-STORAGE SECTION.
       01 BATCH-RUN-LOG-TIMESTAMP PIC X(26) VALUE SPACES.
       01 CONTROL-FILE-STATUS PIC X(2) VALUE "00".
       01 HISTORY-FILE-STATUS PIC X(2) VALUE "00".
       01 SOURCE-FILE-STATUS PIC X(2) VALUE "00".
       01 STATEMENT-LOG-FILE-STATUS PIC X(2) VALUE "00".
       01 STATEMENTS-FILE-STATUS PIC X(2) VALUE "00".
       01 CONTACT-JOURNAL-FILE-STATUS PIC X(2) VALUE "00".
       01 BATCH-RUN-LOG-FILE-STATUS PIC X(2) VALUE "00".
       01 FAILED-FILE-NAME PIC X(40) VALUE SPACES.
       01 FAILED-FILE-STATUS PIC X(2) VALUE SPACES.

       01 END-OF-FILE PIC X VALUE "N".

       01 RUN-DATE-TODAY PIC X(8) VALUE SPACES.
       01 STATEMENT-YEAR PIC 9(4) VALUE 0.

      * The overdraft interest OVERDRAFTCHARGE books in the history
      * under this shop text; the journal is the source for it.
       01 OVERDRAFT-INTEREST-SHOP PIC X(20) VALUE "Overtraeksrente".

      * Plain-language names for the fee components the chain
      * books; any other shop text is printed as it stands.
       01 FEE-COMPONENT-NAME-VALUES.
           02 FILLER PIC X(20) VALUE "Kontogebyr".
           02 FILLER PIC X(40)
               VALUE "Account and transaction fees".
           02 FILLER PIC X(20) VALUE "Brudgebyr".
           02 FILLER PIC X(40)
               VALUE "Early withdrawal of a term deposit".
       01 FEE-COMPONENT-NAME-TABLE
               REDEFINES FEE-COMPONENT-NAME-VALUES.
           02 FEE-COMPONENT-NAME-ENTRIES OCCURS 2 TIMES.
               03 FCN-SHOP PIC X(20).
               03 FCN-TEXT PIC X(40).
       01 FEE-COMPONENT-NAME-COUNT PIC 9 VALUE 2.
       01 FEE-COMPONENT-NAME-INDEX PIC 9 VALUE 0.
       01 FEE-COMPONENT-TEXT PIC X(40) VALUE SPACES.

      * One row per customer to be sent a statement, with the
      * name from the snapshot and whether this year's statement
      * has already gone.
       01 STATEMENT-CUSTOMER-TABLE.
           02 STMT-CUSTOMER-COUNT PIC 9(4) VALUE 0.
           02 STMT-CUSTOMER-MAX PIC 9(4) VALUE 500.
           02 STMT-CUSTOMER-ENTRIES OCCURS 500 TIMES.
               03 SC-CPR PIC X(15) VALUE SPACES.
               03 SC-REFERENCE-ID PIC X(10) VALUE SPACES.
               03 SC-NAME PIC X(30) VALUE SPACES.
               03 SC-ALREADY-SENT PIC X VALUE "N".
       01 STMT-CUSTOMER-INDEX PIC 9(4) VALUE 0.
       01 MATCHED-CUSTOMER-INDEX PIC 9(4) VALUE 0.

      * One row per account of a customer. The primary account has
      * a blank SA-ACCOUNT-NUMBER, as in the transaction stream;
      * SA-ACCOUNT-SHOWN is its number once a source names it.
       01 STATEMENT-ACCOUNT-TABLE.
           02 STMT-ACCOUNT-COUNT PIC 9(4) VALUE 0.
           02 STMT-ACCOUNT-MAX PIC 9(4) VALUE 1500.
           02 STMT-ACCOUNT-ENTRIES OCCURS 1500 TIMES.
               03 SA-CUSTOMER-INDEX PIC 9(4) VALUE 0.
               03 SA-ACCOUNT-NUMBER PIC X(17) VALUE SPACES.
               03 SA-ACCOUNT-SHOWN PIC X(17) VALUE SPACES.
               03 SA-FEES PIC S9(11)V99 VALUE 0.
               03 SA-OVERDRAFT-INTEREST PIC S9(11)V99 VALUE 0.
               03 SA-DEPOSIT-INTEREST PIC S9(11)V99 VALUE 0.
       01 STMT-ACCOUNT-INDEX PIC 9(4) VALUE 0.
       01 MATCHED-ACCOUNT-INDEX PIC 9(4) VALUE 0.
       01 SNAPSHOT-ACCOUNT-INDEX PIC 9 VALUE 0.

      * Fees per account and component.
       01 FEE-COMPONENT-TABLE.
           02 FEE-COMPONENT-COUNT PIC 9(4) VALUE 0.
           02 FEE-COMPONENT-MAX PIC 9(4) VALUE 3000.
           02 FEE-COMPONENT-ENTRIES OCCURS 3000 TIMES.
               03 FC-ACCOUNT-INDEX PIC 9(4) VALUE 0.
               03 FC-SHOP PIC X(20) VALUE SPACES.
               03 FC-AMOUNT PIC S9(11)V99 VALUE 0.
       01 FEE-COMPONENT-INDEX PIC 9(4) VALUE 0.
       01 MATCHED-COMPONENT-INDEX PIC 9(4) VALUE 0.

       01 XREF-TABLE.
           02 XREF-COUNT PIC 9(4) VALUE 0.
           02 XREF-MAX PIC 9(4) VALUE 2000.
           02 XREF-ENTRIES OCCURS 2000 TIMES.
               03 XR-CPR PIC X(15) VALUE SPACES.
               03 XR-REFERENCE-ID PIC X(10) VALUE SPACES.
       01 XREF-INDEX PIC 9(4) VALUE 0.

       01 LOOKUP-CPR PIC X(15) VALUE SPACES.
       01 LOOKUP-REFERENCE-ID PIC X(10) VALUE SPACES.
       01 LOOKUP-ACCOUNT-NUMBER PIC X(17) VALUE SPACES.
       01 LOOKUP-SHOP PIC X(20) VALUE SPACES.
       01 CAPACITY-WARNING-GIVEN PIC X VALUE "N".

       01 NORMALIZED-CPR PIC X(15) VALUE SPACES.
       01 CPR-SERIAL-PART PIC X(4) VALUE SPACES.

      * Every statement is kept line for line through the shared
      * DOCARCHIVE routine; the contact journal row names it.
       01 DOCARC-PARAMETERS.
           COPY "DocArchive.cpy".
       01 DOCARC-CALL-FAILED PIC X VALUE "N".
       01 DOCUMENT-BEING-ARCHIVED PIC X VALUE "N".

       01 CUSTOMER-FEES PIC S9(11)V99 VALUE 0.
       01 CUSTOMER-OVERDRAFT-INTEREST PIC S9(11)V99 VALUE 0.
       01 CUSTOMER-DEPOSIT-INTEREST PIC S9(11)V99 VALUE 0.
       01 GRAND-FEES PIC S9(11)V99 VALUE 0.
       01 GRAND-OVERDRAFT-INTEREST PIC S9(11)V99 VALUE 0.
       01 GRAND-DEPOSIT-INTEREST PIC S9(11)V99 VALUE 0.
       01 SOURCE-AMOUNT PIC S9(11)V99 VALUE 0.
       01 STATEMENT-AMOUNT PIC S9(11)V99 VALUE 0.

       01 HISTORY-RECORDS-USED PIC 9(6) VALUE 0.
       01 CHARGE-RECORDS-USED PIC 9(6) VALUE 0.
       01 ACCRUAL-RECORDS-USED PIC 9(6) VALUE 0.
       01 STATEMENTS-WRITTEN-COUNT PIC 9(6) VALUE 0.
       01 ALREADY-SENT-COUNT PIC 9(6) VALUE 0.

       01 DATE-DISPLAY PIC X(10) VALUE SPACES.
       01 DATE-FORMATTED PIC X(10) VALUE SPACES.
       01 AMOUNT-EDIT-DISPLAY PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01 OUTPUT-TEXT-LINE PIC X(120) VALUE SPACES.
       01 STATEMENT-TEXT-LINE PIC X(80) VALUE SPACES.
       01 SEPARATOR-LINE PIC X(120) VALUE ALL "-".
       01 COUNT-DISPLAY PIC Z(5)9.

       PROCEDURE DIVISION.
           PERFORM LOG-BATCH-RUN-START

           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE-TODAY
           PERFORM LOAD-STATEMENT-CONTROL

           PERFORM LOAD-KEY-XREF
           PERFORM LOAD-DEPOSIT-INTEREST
           PERFORM LOAD-SNAPSHOT-CUSTOMERS
           PERFORM LOAD-OVERDRAFT-INTEREST
           PERFORM LOAD-FEES-CHARGED
           PERFORM LOAD-STATEMENT-LOG

           OPEN EXTEND FEE-STATEMENTS-FILE
           IF STATEMENTS-FILE-STATUS = "35"
               OPEN OUTPUT FEE-STATEMENTS-FILE
           END-IF
           IF STATEMENTS-FILE-STATUS NOT = "00"
               MOVE "AnnualFeeStatements.txt" TO FAILED-FILE-NAME
               MOVE STATEMENTS-FILE-STATUS TO FAILED-FILE-STATUS
               PERFORM ABORT-ON-FILE-FAILURE
           END-IF

           OPEN EXTEND STATEMENT-LOG-FILE
           IF STATEMENT-LOG-FILE-STATUS = "35"
               OPEN OUTPUT STATEMENT-LOG-FILE
           END-IF
           IF STATEMENT-LOG-FILE-STATUS NOT = "00"
               MOVE "AnnualFeeStatementLog.txt" TO FAILED-FILE-NAME
               MOVE STATEMENT-LOG-FILE-STATUS TO FAILED-FILE-STATUS
               PERFORM ABORT-ON-FILE-FAILURE
           END-IF

           OPEN OUTPUT STATEMENT-REPORT-FILE
           PERFORM WRITE-REPORT-HEADING

           PERFORM VARYING STMT-CUSTOMER-INDEX FROM 1 BY 1
               UNTIL STMT-CUSTOMER-INDEX > STMT-CUSTOMER-COUNT
               PERFORM PROCESS-ONE-CUSTOMER
           END-PERFORM

           PERFORM REPORT-RUN-TOTALS

           CLOSE FEE-STATEMENTS-FILE
           CLOSE STATEMENT-LOG-FILE
           CLOSE STATEMENT-REPORT-FILE

           DISPLAY "Annual fee statements for " STATEMENT-YEAR ": "
               STATEMENTS-WRITTEN-COUNT " written, "
               ALREADY-SENT-COUNT " already sent."

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
           MOVE "ANNUALFEES" TO BATCH-LOG-JOB-NAME
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

           MOVE "ANNUALFEES" TO BATCH-LOG-JOB-NAME
           MOVE BATCH-RUN-LOG-TIMESTAMP TO BATCH-LOG-TIMESTAMP
           MOVE "START" TO BATCH-LOG-EVENT
           MOVE SPACES TO BATCH-LOG-DETAIL
           WRITE BATCH-RUN-LOG-RECORD

           CLOSE BATCH-RUN-LOG-FILE
           EXIT.

       LOG-BATCH-RUN-END.
           MOVE FUNCTION CURRENT-DATE TO BATCH-RUN-LOG-TIMESTAMP
           OPEN EXTEND BATCH-RUN-LOG-FILE

           MOVE "ANNUALFEES" TO BATCH-LOG-JOB-NAME
           MOVE BATCH-RUN-LOG-TIMESTAMP TO BATCH-LOG-TIMESTAMP
           MOVE "END" TO BATCH-LOG-EVENT
           STRING "Year: " STATEMENT-YEAR
               " Statements: "
               FUNCTION TRIM(STATEMENTS-WRITTEN-COUNT LEADING)
               " Already sent: "
               FUNCTION TRIM(ALREADY-SENT-COUNT LEADING)
               INTO BATCH-LOG-DETAIL
           WRITE BATCH-RUN-LOG-RECORD

           CLOSE BATCH-RUN-LOG-FILE
           EXIT.

      * The statement covers last calendar year unless the control
      * file names another.
       LOAD-STATEMENT-CONTROL.
           MOVE RUN-DATE-TODAY(1:4) TO STATEMENT-YEAR
           SUBTRACT 1 FROM STATEMENT-YEAR

           OPEN INPUT STATEMENT-CONTROL-FILE
           IF CONTROL-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           READ STATEMENT-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF CONTROL-STATEMENT-YEAR IS NUMERIC
                       AND CONTROL-STATEMENT-YEAR > 0
                       MOVE CONTROL-STATEMENT-YEAR TO STATEMENT-YEAR
                   END-IF
           END-READ
           CLOSE STATEMENT-CONTROL-FILE
           EXIT.

       LOAD-KEY-XREF.
           OPEN INPUT KEY-XREF-FILE
           IF SOURCE-FILE-STATUS NOT = "00"
               DISPLAY "CustomerKeyXref.txt not found, statements "
                   "are archived and journalled by CPR only."
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ KEY-XREF-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF XREF-COUNT < XREF-MAX
                           ADD 1 TO XREF-COUNT
                           MOVE XREF-CPR TO NORMALIZED-CPR
                           PERFORM NORMALIZE-CPR
                           MOVE NORMALIZED-CPR TO XR-CPR(XREF-COUNT)
                           MOVE XREF-REFERENCE-ID
                               TO XR-REFERENCE-ID(XREF-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE KEY-XREF-FILE
           EXIT.

      *----------------------------------------------------------*
      * Deposit interest is taken first so the primary account
      * carries its number before the other sources name it.
      *----------------------------------------------------------*
       LOAD-DEPOSIT-INTEREST.
           OPEN INPUT INTEREST-ACCRUAL-FILE
           IF SOURCE-FILE-STATUS NOT = "00"
               DISPLAY "InterestAccrualJournal.txt not found, "
                   "no deposit interest is shown."
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ INTEREST-ACCRUAL-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF ACCRUAL-DATE(1:4) = STATEMENT-YEAR
                           PERFORM TAKE-ONE-ACCRUAL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INTEREST-ACCRUAL-FILE
           EXIT.

       TAKE-ONE-ACCRUAL.
           MOVE ACCRUAL-CPR TO NORMALIZED-CPR
           PERFORM NORMALIZE-CPR
           MOVE NORMALIZED-CPR TO LOOKUP-CPR
           MOVE ACCRUAL-REFERENCE-ID TO LOOKUP-REFERENCE-ID
           MOVE SPACES TO LOOKUP-ACCOUNT-NUMBER
           PERFORM FIND-STATEMENT-ACCOUNT
           IF MATCHED-ACCOUNT-INDEX = 0
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO ACCRUAL-RECORDS-USED
           IF ACCRUAL-ACCOUNT-NUMBER NOT = SPACES
               MOVE ACCRUAL-ACCOUNT-NUMBER
                   TO SA-ACCOUNT-SHOWN(MATCHED-ACCOUNT-INDEX)
           END-IF
           ADD ACCRUAL-INTEREST-AMOUNT
               TO SA-DEPOSIT-INTEREST(MATCHED-ACCOUNT-INDEX)
           EXIT.

      * Every customer on the snapshot holds a payment account and
      * is sent a statement, each account listed.
       LOAD-SNAPSHOT-CUSTOMERS.
           OPEN INPUT CUSTOMERS-SNAPSHOT-FILE
           IF SOURCE-FILE-STATUS NOT = "00"
               DISPLAY "CustomersSnapshot.txt not found, statements "
                   "go only to customers met in the sources and "
                   "carry no name."
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ CUSTOMERS-SNAPSHOT-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       PERFORM TAKE-ONE-SNAPSHOT-CUSTOMER
               END-READ
           END-PERFORM
           CLOSE CUSTOMERS-SNAPSHOT-FILE
           EXIT.

       TAKE-ONE-SNAPSHOT-CUSTOMER.
           IF CPR OF CUSTOMERS-SNAPSHOT-RECORD = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE CPR OF CUSTOMERS-SNAPSHOT-RECORD TO NORMALIZED-CPR
           PERFORM NORMALIZE-CPR
           MOVE NORMALIZED-CPR TO LOOKUP-CPR
           MOVE SPACES TO LOOKUP-REFERENCE-ID
           MOVE SPACES TO LOOKUP-ACCOUNT-NUMBER
           PERFORM FIND-STATEMENT-ACCOUNT
           IF MATCHED-ACCOUNT-INDEX = 0
               EXIT PARAGRAPH
           END-IF
           MOVE CUSTOMER-NAME OF CUSTOMERS-SNAPSHOT-RECORD
               TO SC-NAME(MATCHED-CUSTOMER-INDEX)

           PERFORM VARYING SNAPSHOT-ACCOUNT-INDEX FROM 1 BY 1
               UNTIL SNAPSHOT-ACCOUNT-INDEX
                   > CUSTOMER-ACCOUNT-COUNT OF CUSTOMERS-SNAPSHOT-RECORD
               IF CUSTOMER-ACCOUNT-NUMBER OF CUSTOMERS-SNAPSHOT-RECORD(
                       SNAPSHOT-ACCOUNT-INDEX) NOT = SPACES
                   MOVE CUSTOMER-ACCOUNT-NUMBER
                       OF CUSTOMERS-SNAPSHOT-RECORD(
                           SNAPSHOT-ACCOUNT-INDEX)
                       TO LOOKUP-ACCOUNT-NUMBER
                   PERFORM FIND-STATEMENT-ACCOUNT
               END-IF
           END-PERFORM
           EXIT.

       LOAD-OVERDRAFT-INTEREST.
           OPEN INPUT CHARGE-JOURNAL-FILE
           IF SOURCE-FILE-STATUS NOT = "00"
               DISPLAY "OverdraftChargeJournal.txt not found, "
                   "no overdraft interest is shown."
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ CHARGE-JOURNAL-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF JOURNAL-CHARGE-DATE(1:4) = STATEMENT-YEAR
                           PERFORM TAKE-ONE-CHARGE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHARGE-JOURNAL-FILE
           EXIT.

       TAKE-ONE-CHARGE.
           MOVE JOURNAL-CPR TO NORMALIZED-CPR
           PERFORM NORMALIZE-CPR
           MOVE NORMALIZED-CPR TO LOOKUP-CPR
           MOVE SPACES TO LOOKUP-REFERENCE-ID
           MOVE SPACES TO LOOKUP-ACCOUNT-NUMBER
           PERFORM FIND-STATEMENT-ACCOUNT
           IF MATCHED-ACCOUNT-INDEX = 0
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO CHARGE-RECORDS-USED
           MOVE JOURNAL-CHARGE-AMOUNT TO SOURCE-AMOUNT
           ADD SOURCE-AMOUNT
               TO SA-OVERDRAFT-INTEREST(MATCHED-ACCOUNT-INDEX)
           EXIT.

      *----------------------------------------------------------*
      * Every Gebyr booked in the year, by account and component.
      * Refunds are negative Gebyr and storno reversals carry the
      * negated amount, so both net off the fee they offset.
      *----------------------------------------------------------*
       LOAD-FEES-CHARGED.
           OPEN INPUT TRANSACTION-HISTORY-FILE
           IF HISTORY-FILE-STATUS NOT = "00"
               MOVE "TransactionHistory.txt" TO FAILED-FILE-NAME
               MOVE HISTORY-FILE-STATUS TO FAILED-FILE-STATUS
               PERFORM ABORT-ON-FILE-FAILURE
           END-IF

           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ TRANSACTION-HISTORY-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       PERFORM TAKE-ONE-HISTORY-RECORD
               END-READ
           END-PERFORM
           CLOSE TRANSACTION-HISTORY-FILE
           EXIT.

       TAKE-ONE-HISTORY-RECORD.
           IF TRANSACTION-TYPE OF TRANSACTION-HISTORY-RECORD
                   NOT = "Gebyr"
               OR DUPLICATE-FLAG OF TRANSACTION-HISTORY-RECORD = "Y"
               OR CPR OF TRANSACTION-HISTORY-RECORD = SPACES
               EXIT PARAGRAPH
           END-IF
           IF TIME-OF-TRANSACTION OF TRANSACTION-HISTORY-RECORD(1:4)
                   NOT = STATEMENT-YEAR
               EXIT PARAGRAPH
           END-IF

      * The journal already holds the overdraft interest itself;
      * only a storno of it changes what the customer paid.
           IF TRANSACTION-SHOP OF TRANSACTION-HISTORY-RECORD
                   = OVERDRAFT-INTEREST-SHOP
               AND CORRECTION-KIND OF TRANSACTION-HISTORY-RECORD
                   = SPACE
               EXIT PARAGRAPH
           END-IF

           MOVE CPR OF TRANSACTION-HISTORY-RECORD TO NORMALIZED-CPR
           PERFORM NORMALIZE-CPR
           MOVE NORMALIZED-CPR TO LOOKUP-CPR
           MOVE SPACES TO LOOKUP-REFERENCE-ID
           MOVE ACCOUNT-NUMBER OF TRANSACTION-HISTORY-RECORD
               TO LOOKUP-ACCOUNT-NUMBER
           PERFORM FIND-STATEMENT-ACCOUNT
           IF MATCHED-ACCOUNT-INDEX = 0
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO HISTORY-RECORDS-USED
           IF TRANSACTION-SHOP OF TRANSACTION-HISTORY-RECORD
                   = OVERDRAFT-INTEREST-SHOP
               ADD DKK-AMOUNT OF TRANSACTION-HISTORY-RECORD
                   TO SA-OVERDRAFT-INTEREST(MATCHED-ACCOUNT-INDEX)
               EXIT PARAGRAPH
           END-IF

           ADD DKK-AMOUNT OF TRANSACTION-HISTORY-RECORD
               TO SA-FEES(MATCHED-ACCOUNT-INDEX)
           MOVE TRANSACTION-SHOP OF TRANSACTION-HISTORY-RECORD
               TO LOOKUP-SHOP
           PERFORM FIND-FEE-COMPONENT
           IF MATCHED-COMPONENT-INDEX > 0
               ADD DKK-AMOUNT OF TRANSACTION-HISTORY-RECORD
                   TO FC-AMOUNT(MATCHED-COMPONENT-INDEX)
           END-IF
           EXIT.

      * Customers already sent this year's statement are marked so
      * a rerun sends them nothing.
       LOAD-STATEMENT-LOG.
           OPEN INPUT STATEMENT-LOG-FILE
           IF STATEMENT-LOG-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ STATEMENT-LOG-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF STATEMENT-LOG-YEAR = STATEMENT-YEAR
                           PERFORM MARK-STATEMENT-SENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STATEMENT-LOG-FILE
           EXIT.

       MARK-STATEMENT-SENT.
           MOVE STATEMENT-LOG-CPR TO NORMALIZED-CPR
           PERFORM NORMALIZE-CPR
           PERFORM VARYING STMT-CUSTOMER-INDEX FROM 1 BY 1
               UNTIL STMT-CUSTOMER-INDEX > STMT-CUSTOMER-COUNT
               IF SC-CPR(STMT-CUSTOMER-INDEX) = NORMALIZED-CPR
                   MOVE "Y" TO SC-ALREADY-SENT(STMT-CUSTOMER-INDEX)
               END-IF
           END-PERFORM
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

      *----------------------------------------------------------*
      * Finds the row for LOOKUP-CPR (or LOOKUP-REFERENCE-ID when
      * the source carries no CPR) and LOOKUP-ACCOUNT-NUMBER,
      * adding the customer and the account when they are new. An
      * account number the primary account is already known by
      * finds the primary account. MATCHED-ACCOUNT-INDEX is 0 when
      * the customer cannot be keyed or a table is full.
      *----------------------------------------------------------*
       FIND-STATEMENT-ACCOUNT.
           MOVE 0 TO MATCHED-ACCOUNT-INDEX
           PERFORM FIND-STATEMENT-CUSTOMER
           IF MATCHED-CUSTOMER-INDEX = 0
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING STMT-ACCOUNT-INDEX FROM 1 BY 1
               UNTIL STMT-ACCOUNT-INDEX > STMT-ACCOUNT-COUNT
                   OR MATCHED-ACCOUNT-INDEX > 0
               IF SA-CUSTOMER-INDEX(STMT-ACCOUNT-INDEX)
                       = MATCHED-CUSTOMER-INDEX
                   IF SA-ACCOUNT-NUMBER(STMT-ACCOUNT-INDEX)
                           = LOOKUP-ACCOUNT-NUMBER
                       OR (LOOKUP-ACCOUNT-NUMBER NOT = SPACES
                           AND SA-ACCOUNT-NUMBER(STMT-ACCOUNT-INDEX)
                               = SPACES
                           AND SA-ACCOUNT-SHOWN(STMT-ACCOUNT-INDEX)
                               = LOOKUP-ACCOUNT-NUMBER)
                       MOVE STMT-ACCOUNT-INDEX TO MATCHED-ACCOUNT-INDEX
                   END-IF
               END-IF
           END-PERFORM
           IF MATCHED-ACCOUNT-INDEX > 0
               EXIT PARAGRAPH
           END-IF

           IF STMT-ACCOUNT-COUNT >= STMT-ACCOUNT-MAX
               PERFORM WARN-CAPACITY-EXCEEDED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO STMT-ACCOUNT-COUNT
           MOVE STMT-ACCOUNT-COUNT TO MATCHED-ACCOUNT-INDEX
           MOVE MATCHED-CUSTOMER-INDEX
               TO SA-CUSTOMER-INDEX(MATCHED-ACCOUNT-INDEX)
           MOVE LOOKUP-ACCOUNT-NUMBER
               TO SA-ACCOUNT-NUMBER(MATCHED-ACCOUNT-INDEX)
           MOVE LOOKUP-ACCOUNT-NUMBER
               TO SA-ACCOUNT-SHOWN(MATCHED-ACCOUNT-INDEX)
           EXIT.

       FIND-STATEMENT-CUSTOMER.
           IF LOOKUP-CPR = SPACES
               PERFORM VARYING XREF-INDEX FROM 1 BY 1
                   UNTIL XREF-INDEX > XREF-COUNT
                       OR LOOKUP-CPR NOT = SPACES
                   IF XR-REFERENCE-ID(XREF-INDEX)
                           = LOOKUP-REFERENCE-ID
                       MOVE XR-CPR(XREF-INDEX) TO LOOKUP-CPR
                   END-IF
               END-PERFORM
           END-IF

           MOVE 0 TO MATCHED-CUSTOMER-INDEX
           IF LOOKUP-CPR = SPACES
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING STMT-CUSTOMER-INDEX FROM 1 BY 1
               UNTIL STMT-CUSTOMER-INDEX > STMT-CUSTOMER-COUNT
                   OR MATCHED-CUSTOMER-INDEX > 0
               IF SC-CPR(STMT-CUSTOMER-INDEX) = LOOKUP-CPR
                   MOVE STMT-CUSTOMER-INDEX TO MATCHED-CUSTOMER-INDEX
               END-IF
           END-PERFORM
           IF MATCHED-CUSTOMER-INDEX > 0
               EXIT PARAGRAPH
           END-IF

           IF STMT-CUSTOMER-COUNT >= STMT-CUSTOMER-MAX
               PERFORM WARN-CAPACITY-EXCEEDED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO STMT-CUSTOMER-COUNT
           MOVE STMT-CUSTOMER-COUNT TO MATCHED-CUSTOMER-INDEX
           MOVE LOOKUP-CPR TO SC-CPR(MATCHED-CUSTOMER-INDEX)
           IF LOOKUP-REFERENCE-ID = SPACES
               PERFORM VARYING XREF-INDEX FROM 1 BY 1
                   UNTIL XREF-INDEX > XREF-COUNT
                       OR LOOKUP-REFERENCE-ID NOT = SPACES
                   IF XR-CPR(XREF-INDEX) = LOOKUP-CPR
                       MOVE XR-REFERENCE-ID(XREF-INDEX)
                           TO LOOKUP-REFERENCE-ID
                   END-IF
               END-PERFORM
           END-IF
           MOVE LOOKUP-REFERENCE-ID
               TO SC-REFERENCE-ID(MATCHED-CUSTOMER-INDEX)
           EXIT.

       FIND-FEE-COMPONENT.
           MOVE 0 TO MATCHED-COMPONENT-INDEX
           PERFORM VARYING FEE-COMPONENT-INDEX FROM 1 BY 1
               UNTIL FEE-COMPONENT-INDEX > FEE-COMPONENT-COUNT
                   OR MATCHED-COMPONENT-INDEX > 0
               IF FC-ACCOUNT-INDEX(FEE-COMPONENT-INDEX)
                       = MATCHED-ACCOUNT-INDEX
                   AND FC-SHOP(FEE-COMPONENT-INDEX) = LOOKUP-SHOP
                   MOVE FEE-COMPONENT-INDEX TO MATCHED-COMPONENT-INDEX
               END-IF
           END-PERFORM
           IF MATCHED-COMPONENT-INDEX > 0
               EXIT PARAGRAPH
           END-IF

           IF FEE-COMPONENT-COUNT >= FEE-COMPONENT-MAX
               PERFORM WARN-CAPACITY-EXCEEDED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO FEE-COMPONENT-COUNT
           MOVE FEE-COMPONENT-COUNT TO MATCHED-COMPONENT-INDEX
           MOVE MATCHED-ACCOUNT-INDEX
               TO FC-ACCOUNT-INDEX(MATCHED-COMPONENT-INDEX)
           MOVE LOOKUP-SHOP TO FC-SHOP(MATCHED-COMPONENT-INDEX)
           EXIT.

      * A full table leaves the rest out of the statements; the
      * run says so once and ends with RETURN-CODE 4.
       WARN-CAPACITY-EXCEEDED.
           IF CAPACITY-WARNING-GIVEN = "N"
               DISPLAY "WARNING: statement capacity exceeded, "
                   "amounts for '" FUNCTION TRIM(LOOKUP-CPR TRAILING)
                   "' and later customers may be left out."
               MOVE "Y" TO CAPACITY-WARNING-GIVEN
               MOVE 4 TO RETURN-CODE
           END-IF
           EXIT.

       WRITE-REPORT-HEADING.
           STRING "Annual statements of fees - year "
               DELIMITED BY SIZE
               STATEMENT-YEAR DELIMITED BY SIZE
               " - run " DELIMITED BY SIZE
               RUN-DATE-TODAY DELIMITED BY SIZE
               INTO OUTPUT-TEXT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SEPARATOR-LINE TO OUTPUT-TEXT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE "CPR" TO OUTPUT-TEXT-LINE(1:3)
           MOVE "Customer" TO OUTPUT-TEXT-LINE(17:8)
           MOVE "Fees DKK" TO OUTPUT-TEXT-LINE(58:8)
           MOVE "Overdraft int." TO OUTPUT-TEXT-LINE(70:14)
           MOVE "Deposit int." TO OUTPUT-TEXT-LINE(90:12)
           MOVE "Statement" TO OUTPUT-TEXT-LINE(104:9)
           PERFORM WRITE-REPORT-LINE
           EXIT.

      *----------------------------------------------------------*
      * Totals the customer's accounts, writes the statement
      * unless this year's has gone, and lists the customer.
      *----------------------------------------------------------*
       PROCESS-ONE-CUSTOMER.
           MOVE 0 TO CUSTOMER-FEES
           MOVE 0 TO CUSTOMER-OVERDRAFT-INTEREST
           MOVE 0 TO CUSTOMER-DEPOSIT-INTEREST
           PERFORM VARYING STMT-ACCOUNT-INDEX FROM 1 BY 1
               UNTIL STMT-ACCOUNT-INDEX > STMT-ACCOUNT-COUNT
               IF SA-CUSTOMER-INDEX(STMT-ACCOUNT-INDEX)
                       = STMT-CUSTOMER-INDEX
                   ADD SA-FEES(STMT-ACCOUNT-INDEX) TO CUSTOMER-FEES
                   ADD SA-OVERDRAFT-INTEREST(STMT-ACCOUNT-INDEX)
                       TO CUSTOMER-OVERDRAFT-INTEREST
                   ADD SA-DEPOSIT-INTEREST(STMT-ACCOUNT-INDEX)
                       TO CUSTOMER-DEPOSIT-INTEREST
               END-IF
           END-PERFORM

           IF SC-ALREADY-SENT(STMT-CUSTOMER-INDEX) = "Y"
               ADD 1 TO ALREADY-SENT-COUNT
               MOVE "already sent" TO OUTPUT-TEXT-LINE(104:17)
           ELSE
               PERFORM WRITE-FEE-STATEMENT
               ADD CUSTOMER-FEES TO GRAND-FEES
               ADD CUSTOMER-OVERDRAFT-INTEREST
                   TO GRAND-OVERDRAFT-INTEREST
               ADD CUSTOMER-DEPOSIT-INTEREST TO GRAND-DEPOSIT-INTEREST
               MOVE "written" TO OUTPUT-TEXT-LINE(104:17)
           END-IF

           MOVE SC-CPR(STMT-CUSTOMER-INDEX) TO OUTPUT-TEXT-LINE(1:15)
           MOVE SC-NAME(STMT-CUSTOMER-INDEX) TO OUTPUT-TEXT-LINE(17:30)
           MOVE CUSTOMER-FEES TO AMOUNT-EDIT-DISPLAY
           MOVE AMOUNT-EDIT-DISPLAY TO OUTPUT-TEXT-LINE(49:17)
           MOVE CUSTOMER-OVERDRAFT-INTEREST TO AMOUNT-EDIT-DISPLAY
           MOVE AMOUNT-EDIT-DISPLAY TO OUTPUT-TEXT-LINE(67:17)
           MOVE CUSTOMER-DEPOSIT-INTEREST TO AMOUNT-EDIT-DISPLAY
           MOVE AMOUNT-EDIT-DISPLAY TO OUTPUT-TEXT-LINE(85:17)
           PERFORM WRITE-REPORT-LINE
           EXIT.

      *----------------------------------------------------------*
      * The statement: opened by an "Annual statement of fees"
      * line and carrying the "CPR:" line that DISTRIBUTE splits
      * and routes the statements on, then a section per account
      * and the totals for the year. The statement is logged in
      * AnnualFeeStatementLog.txt so it is not sent again.
      *----------------------------------------------------------*
       WRITE-FEE-STATEMENT.
           PERFORM BEGIN-ARCHIVED-DOCUMENT

           MOVE "Annual statement of fees" TO STATEMENT-TEXT-LINE
           PERFORM WRITE-STATEMENT-LINE

           STRING "CPR: " DELIMITED BY SIZE
               FUNCTION TRIM(SC-CPR(STMT-CUSTOMER-INDEX) TRAILING)
               DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               INTO STATEMENT-TEXT-LINE
           END-STRING
           MOVE SC-NAME(STMT-CUSTOMER-INDEX)
               TO STATEMENT-TEXT-LINE(19:30)
           PERFORM WRITE-STATEMENT-LINE

           PERFORM WRITE-STATEMENT-LINE
           MOVE RUN-DATE-TODAY TO DATE-DISPLAY
           PERFORM FORMAT-DATE-DISPLAY
           STRING "Date: " DELIMITED BY SIZE
               DATE-DISPLAY DELIMITED BY SIZE
               INTO STATEMENT-TEXT-LINE
           END-STRING
           PERFORM WRITE-STATEMENT-LINE
           STRING "Period: 1 January to 31 December " DELIMITED BY SIZE
               STATEMENT-YEAR DELIMITED BY SIZE
               INTO STATEMENT-TEXT-LINE
           END-STRING
           PERFORM WRITE-STATEMENT-LINE
           PERFORM WRITE-STATEMENT-LINE

           PERFORM VARYING STMT-ACCOUNT-INDEX FROM 1 BY 1
               UNTIL STMT-ACCOUNT-INDEX > STMT-ACCOUNT-COUNT
               IF SA-CUSTOMER-INDEX(STMT-ACCOUNT-INDEX)
                       = STMT-CUSTOMER-INDEX
                   PERFORM WRITE-ACCOUNT-SECTION
               END-IF
           END-PERFORM

           MOVE "Total fees charged" TO STATEMENT-TEXT-LINE
           MOVE CUSTOMER-FEES TO STATEMENT-AMOUNT
           PERFORM WRITE-STATEMENT-AMOUNT-LINE
           MOVE "Total overdraft interest charged"
               TO STATEMENT-TEXT-LINE
           MOVE CUSTOMER-OVERDRAFT-INTEREST TO STATEMENT-AMOUNT
           PERFORM WRITE-STATEMENT-AMOUNT-LINE
           MOVE "Total deposit interest credited"
               TO STATEMENT-TEXT-LINE
           MOVE CUSTOMER-DEPOSIT-INTEREST TO STATEMENT-AMOUNT
           PERFORM WRITE-STATEMENT-AMOUNT-LINE
           PERFORM WRITE-STATEMENT-LINE

           MOVE "This statement lists every fee charged and the "
               TO STATEMENT-TEXT-LINE
           PERFORM WRITE-STATEMENT-LINE
           MOVE "interest charged and credited on your payment accounts"
               TO STATEMENT-TEXT-LINE
           PERFORM WRITE-STATEMENT-LINE
           MOVE "during the year. Fees refunded or corrected are shown "
               TO STATEMENT-TEXT-LINE
           PERFORM WRITE-STATEMENT-LINE
           MOVE "net of the refund. Please contact your branch with "
               TO STATEMENT-TEXT-LINE
           PERFORM WRITE-STATEMENT-LINE
           MOVE "any questions about the amounts shown."
               TO STATEMENT-TEXT-LINE
           PERFORM WRITE-STATEMENT-LINE
           PERFORM WRITE-STATEMENT-LINE

           PERFORM END-ARCHIVED-DOCUMENT
           PERFORM WRITE-CONTACT-JOURNAL-ENTRY

           MOVE SPACES TO STATEMENT-LOG-RECORD
           MOVE SC-CPR(STMT-CUSTOMER-INDEX) TO STATEMENT-LOG-CPR
           MOVE STATEMENT-YEAR TO STATEMENT-LOG-YEAR
           MOVE RUN-DATE-TODAY TO STATEMENT-LOG-SENT-DATE
           WRITE STATEMENT-LOG-RECORD

           ADD 1 TO STATEMENTS-WRITTEN-COUNT
           EXIT.

      * One account: each fee component, then the account's fee,
      * overdraft interest and deposit interest totals.
       WRITE-ACCOUNT-SECTION.
           IF SA-ACCOUNT-NUMBER(STMT-ACCOUNT-INDEX) = SPACES
               IF SA-ACCOUNT-SHOWN(STMT-ACCOUNT-INDEX) = SPACES
                   MOVE "Account: primary account"
                       TO STATEMENT-TEXT-LINE
               ELSE
                   STRING "Account: " DELIMITED BY SIZE
                       SA-ACCOUNT-SHOWN(STMT-ACCOUNT-INDEX)
                       DELIMITED BY SPACE
                       " (primary account)" DELIMITED BY SIZE
                       INTO STATEMENT-TEXT-LINE
                   END-STRING
               END-IF
           ELSE
               STRING "Account: " DELIMITED BY SIZE
                   SA-ACCOUNT-NUMBER(STMT-ACCOUNT-INDEX)
                   DELIMITED BY SPACE
                   INTO STATEMENT-TEXT-LINE
               END-STRING
           END-IF
           PERFORM WRITE-STATEMENT-LINE

           PERFORM VARYING FEE-COMPONENT-INDEX FROM 1 BY 1
               UNTIL FEE-COMPONENT-INDEX > FEE-COMPONENT-COUNT
               IF FC-ACCOUNT-INDEX(FEE-COMPONENT-INDEX)
                       = STMT-ACCOUNT-INDEX
                   PERFORM WRITE-FEE-COMPONENT-LINE
               END-IF
           END-PERFORM

           MOVE "  Fees charged on the account" TO STATEMENT-TEXT-LINE
           MOVE SA-FEES(STMT-ACCOUNT-INDEX) TO STATEMENT-AMOUNT
           PERFORM WRITE-STATEMENT-AMOUNT-LINE
           MOVE "  Overdraft interest charged" TO STATEMENT-TEXT-LINE
           MOVE SA-OVERDRAFT-INTEREST(STMT-ACCOUNT-INDEX)
               TO STATEMENT-AMOUNT
           PERFORM WRITE-STATEMENT-AMOUNT-LINE
           MOVE "  Deposit interest credited" TO STATEMENT-TEXT-LINE
           MOVE SA-DEPOSIT-INTEREST(STMT-ACCOUNT-INDEX)
               TO STATEMENT-AMOUNT
           PERFORM WRITE-STATEMENT-AMOUNT-LINE
           PERFORM WRITE-STATEMENT-LINE
           EXIT.

       WRITE-FEE-COMPONENT-LINE.
           MOVE FC-SHOP(FEE-COMPONENT-INDEX) TO FEE-COMPONENT-TEXT
           PERFORM VARYING FEE-COMPONENT-NAME-INDEX FROM 1 BY 1
               UNTIL FEE-COMPONENT-NAME-INDEX
                   > FEE-COMPONENT-NAME-COUNT
               IF FCN-SHOP(FEE-COMPONENT-NAME-INDEX)
                       = FC-SHOP(FEE-COMPONENT-INDEX)
                   MOVE FCN-TEXT(FEE-COMPONENT-NAME-INDEX)
                       TO FEE-COMPONENT-TEXT
               END-IF
           END-PERFORM

           MOVE FEE-COMPONENT-TEXT TO STATEMENT-TEXT-LINE(5:40)
           MOVE FC-AMOUNT(FEE-COMPONENT-INDEX) TO STATEMENT-AMOUNT
           PERFORM WRITE-STATEMENT-AMOUNT-LINE
           EXIT.

      * The text is already in STATEMENT-TEXT-LINE; the amount
      * goes in the amount column.
       WRITE-STATEMENT-AMOUNT-LINE.
           MOVE STATEMENT-AMOUNT TO AMOUNT-EDIT-DISPLAY
           MOVE AMOUNT-EDIT-DISPLAY TO STATEMENT-TEXT-LINE(50:17)
           MOVE "DKK" TO STATEMENT-TEXT-LINE(68:3)
           PERFORM WRITE-STATEMENT-LINE
           EXIT.

      * YYYYMMDD in DATE-DISPLAY becomes YYYY-MM-DD.
       FORMAT-DATE-DISPLAY.
           MOVE SPACES TO DATE-FORMATTED
           STRING DATE-DISPLAY(1:4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               DATE-DISPLAY(5:2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               DATE-DISPLAY(7:2) DELIMITED BY SIZE
               INTO DATE-FORMATTED
           END-STRING
           MOVE DATE-FORMATTED TO DATE-DISPLAY
           EXIT.

       WRITE-STATEMENT-LINE.
           MOVE STATEMENT-TEXT-LINE TO FEE-STATEMENT-LINE
           WRITE FEE-STATEMENT-LINE
           IF DOCUMENT-BEING-ARCHIVED = "Y"
               SET DOCARC-ADD-LINE TO TRUE
               MOVE STATEMENT-TEXT-LINE TO DOCARC-LINE-TEXT
               CALL "DOCARCHIVE" USING DOCARC-PARAMETERS
           END-IF
           MOVE SPACES TO STATEMENT-TEXT-LINE
           EXIT.

      *----------------------------------------------------------*
      * The archive row carries the same REFERENCE-ID and CPR as
      * the contact journal row.
      *----------------------------------------------------------*
       BEGIN-ARCHIVED-DOCUMENT.
           MOVE "N" TO DOCUMENT-BEING-ARCHIVED
           MOVE SPACES TO DOCARC-DOCUMENT-ID
           IF DOCARC-CALL-FAILED = "Y"
               EXIT PARAGRAPH
           END-IF

           SET DOCARC-BEGIN TO TRUE
           MOVE SC-REFERENCE-ID(STMT-CUSTOMER-INDEX)
               TO DOCARC-REFERENCE-ID
           MOVE SC-CPR(STMT-CUSTOMER-INDEX) TO DOCARC-CPR
           MOVE "FEESTATEMENT" TO DOCARC-DOCUMENT-TYPE
           MOVE "ANNUALFEES" TO DOCARC-ORIGIN-JOB
           MOVE RUN-DATE-TODAY TO DOCARC-SENT-DATE
           CALL "DOCARCHIVE" USING DOCARC-PARAMETERS
               ON EXCEPTION
                   DISPLAY "WARNING: DOCARCHIVE could not be called, "
                       "statements are not archived this run."
                   MOVE "Y" TO DOCARC-CALL-FAILED
                   MOVE SPACES TO DOCARC-DOCUMENT-ID
           END-CALL

           IF DOCARC-DOCUMENT-ID NOT = SPACES
               MOVE "Y" TO DOCUMENT-BEING-ARCHIVED
           END-IF
           EXIT.

       END-ARCHIVED-DOCUMENT.
           IF DOCUMENT-BEING-ARCHIVED = "Y"
               SET DOCARC-END TO TRUE
               CALL "DOCARCHIVE" USING DOCARC-PARAMETERS
               MOVE "N" TO DOCUMENT-BEING-ARCHIVED
           END-IF
           EXIT.

       WRITE-CONTACT-JOURNAL-ENTRY.
           OPEN EXTEND CONTACT-JOURNAL-FILE
           IF CONTACT-JOURNAL-FILE-STATUS = "35"
               OPEN OUTPUT CONTACT-JOURNAL-FILE
           END-IF

           MOVE SPACES TO CONTACT-JOURNAL-RECORD
           MOVE SC-REFERENCE-ID(STMT-CUSTOMER-INDEX)
               TO CONTACT-REFERENCE-ID
           MOVE SC-CPR(STMT-CUSTOMER-INDEX) TO CONTACT-CPR
           MOVE RUN-DATE-TODAY TO CONTACT-SENT-DATE
           MOVE "FEESTATEMENT" TO CONTACT-DOCUMENT-TYPE
           MOVE "PRINT" TO CONTACT-CHANNEL
           MOVE "ANNUALFEES" TO CONTACT-ORIGIN-JOB
           MOVE DOCARC-DOCUMENT-ID TO CONTACT-DOCUMENT-ID
           WRITE CONTACT-JOURNAL-RECORD

           CLOSE CONTACT-JOURNAL-FILE
           EXIT.

       REPORT-RUN-TOTALS.
           MOVE SEPARATOR-LINE TO OUTPUT-TEXT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE "Customers" TO OUTPUT-TEXT-LINE
           MOVE STMT-CUSTOMER-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-REPORT-LINE

           MOVE "Statements written" TO OUTPUT-TEXT-LINE
           MOVE STATEMENTS-WRITTEN-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-REPORT-LINE

           MOVE "Already sent for the year" TO OUTPUT-TEXT-LINE
           MOVE ALREADY-SENT-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-REPORT-LINE

           MOVE "Fee postings counted" TO OUTPUT-TEXT-LINE
           MOVE HISTORY-RECORDS-USED TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-REPORT-LINE

           MOVE "Overdraft charges counted" TO OUTPUT-TEXT-LINE
           MOVE CHARGE-RECORDS-USED TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-REPORT-LINE

           MOVE "Interest credits counted" TO OUTPUT-TEXT-LINE
           MOVE ACCRUAL-RECORDS-USED TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-REPORT-LINE

           MOVE "Fees on statements written" TO OUTPUT-TEXT-LINE
           MOVE GRAND-FEES TO AMOUNT-EDIT-DISPLAY
           MOVE AMOUNT-EDIT-DISPLAY TO OUTPUT-TEXT-LINE(49:17)
           MOVE "DKK" TO OUTPUT-TEXT-LINE(67:3)
           PERFORM WRITE-REPORT-LINE

           MOVE "Overdraft interest on statements" TO OUTPUT-TEXT-LINE
           MOVE GRAND-OVERDRAFT-INTEREST TO AMOUNT-EDIT-DISPLAY
           MOVE AMOUNT-EDIT-DISPLAY TO OUTPUT-TEXT-LINE(49:17)
           MOVE "DKK" TO OUTPUT-TEXT-LINE(67:3)
           PERFORM WRITE-REPORT-LINE

           MOVE "Deposit interest on statements" TO OUTPUT-TEXT-LINE
           MOVE GRAND-DEPOSIT-INTEREST TO AMOUNT-EDIT-DISPLAY
           MOVE AMOUNT-EDIT-DISPLAY TO OUTPUT-TEXT-LINE(49:17)
           MOVE "DKK" TO OUTPUT-TEXT-LINE(67:3)
           PERFORM WRITE-REPORT-LINE
           EXIT.

       WRITE-REPORT-LINE.
           MOVE OUTPUT-TEXT-LINE TO STATEMENT-REPORT-LINE
           WRITE STATEMENT-REPORT-LINE
           MOVE SPACES TO OUTPUT-TEXT-LINE
           EXIT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DDCOLLECT.

      *----------------------------------------------------------*
      * Direct-debit collection. Creditors holding a mandate in  *
      * MandateRegister.txt (Mandate.cpy) pull payments from the *
      * customer by delivering CollectionRequests.txt            *
      * (CollectionRequest.cpy). Each run this job:              *
      *  - takes on the mandate cancellations DDCANCEL has       *
      *    queued in MandateCancellations.txt: the mandate is    *
      *    cancelled from the date the customer gave, and no     *
      *    collection due after that date is paid;               *
      *  - checks every request due today or earlier against     *
      *    its mandate (creditor, customer, account, maximum     *
      *    amount, signed and cancelled dates), against the      *
      *    requests already paid this run, against the estate    *
      *    register and against the customer's available         *
      *    balance from the shared AVAILBAL routine;             *
      *  - pays an accepted request by an Udbetaling             *
      *    transaction in the Transaction.cpy layout to          *
      *    GeneratedDirectDebits.txt, so the loader books it     *
      *    like any other payment;                               *
      *  - returns a rejected request to its creditor in         *
      *    CollectionReturns.txt with an ISO reason code;        *
      *  - keeps requests due later in CollectionRequests.txt    *
      *    for the run on their due date.                        *
      * DirectDebitReport.txt lists every request with totals    *
      * per creditor. A queued cancellation for a mandate that   *
      * is not in the register sets RETURN-CODE 4.               *
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

           SELECT COLLECTION-REQUEST-FILE
               ASSIGN TO "CollectionRequests.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REQUEST-FILE-STATUS.

           SELECT ESTATE-REGISTER-FILE
               ASSIGN TO "EstateRegister.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESTATE-FILE-STATUS.

           SELECT CUSTOMERS-SNAPSHOT-FILE
               ASSIGN TO "CustomersSnapshot.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SNAPSHOT-FILE-STATUS.

           SELECT GENERATED-DEBITS-FILE
               ASSIGN TO "GeneratedDirectDebits.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GENERATED-FILE-STATUS.

           SELECT COLLECTION-RETURNS-FILE
               ASSIGN TO "CollectionReturns.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RETURNS-FILE-STATUS.

           SELECT DIRECT-DEBIT-REPORT-FILE
               ASSIGN TO "DirectDebitReport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BATCH-RUN-LOG-FILE
               ASSIGN TO "BatchRunLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BATCH-RUN-LOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD MANDATE-REGISTER-FILE.
       01 MANDATE-REGISTER-RECORD PIC X(137).

       FD MANDATE-CANCEL-FILE.
       01 MANDATE-CANCEL-RECORD.
           COPY "MandateCancel.cpy".

       FD COLLECTION-REQUEST-FILE.
       01 COLLECTION-REQUEST-RECORD PIC X(109).

       FD ESTATE-REGISTER-FILE.
       01 ESTATE-REGISTER-RECORD.
           COPY "Estate.cpy".

       FD CUSTOMERS-SNAPSHOT-FILE.
       01 CUSTOMERS-SNAPSHOT-RECORD.
           COPY "Customer.cpy".

       FD GENERATED-DEBITS-FILE.
       01 GENERATED-DEBIT-RECORD.
           COPY "Transaction.cpy".

      * The creditor's request as delivered, followed by the reason
      * it was not paid and the day it was returned.
       FD COLLECTION-RETURNS-FILE.
       01 COLLECTION-RETURN-RECORD.
           COPY "CollectionRequest.cpy".
           02 RETURN-REASON-CODE PIC X(4).
           02 RETURN-REASON-TEXT PIC X(40).
           02 RETURN-DATE PIC 9(8).

       FD DIRECT-DEBIT-REPORT-FILE.
       01 DIRECT-DEBIT-REPORT-LINE PIC X(120).

       FD BATCH-RUN-LOG-FILE.
       01 BATCH-RUN-LOG-RECORD.
           COPY "BatchRunLog.cpy".

       WORKING-STORAGE SECTION.
       01 BATCH-RUN-LOG-TIMESTAMP PIC X(26) VALUE SPACES.
       01 MANDATE-FILE-STATUS PIC X(2) VALUE "00".
       01 CANCEL-FILE-STATUS PIC X(2) VALUE "00".
       01 REQUEST-FILE-STATUS PIC X(2) VALUE "00".
       01 ESTATE-FILE-STATUS PIC X(2) VALUE "00".
       01 SNAPSHOT-FILE-STATUS PIC X(2) VALUE "00".
       01 GENERATED-FILE-STATUS PIC X(2) VALUE "00".
       01 RETURNS-FILE-STATUS PIC X(2) VALUE "00".
       01 BATCH-RUN-LOG-FILE-STATUS PIC X(2) VALUE "00".
       01 FAILED-FILE-NAME PIC X(40) VALUE SPACES.
       01 FAILED-FILE-STATUS PIC X(2) VALUE SPACES.

       01 END-OF-FILE PIC X VALUE "N".

      * The mandate register held in memory and written back whole
      * when the run has cancelled a mandate or paid under one.
       01 MANDATE-WORK.
           COPY "Mandate.cpy".
       01 MANDATE-TABLE.
           02 MANDATE-COUNT PIC 9(4) VALUE 0.
           02 MANDATE-MAX PIC 9(4) VALUE 500.
           02 MANDATE-ROWS PIC X(137) OCCURS 500 TIMES.
       01 MANDATE-INDEX PIC 9(4) VALUE 0.
       01 MATCHED-MANDATE-INDEX PIC 9(4) VALUE 0.
       01 MANDATES-CHANGED PIC X VALUE "N".

      * The creditors' requests held in memory; those not yet due
      * are written back for a later run.
       01 REQUEST-WORK.
           COPY "CollectionRequest.cpy".
       01 REQUEST-TABLE.
           02 REQUEST-COUNT PIC 9(4) VALUE 0.
           02 REQUEST-MAX PIC 9(4) VALUE 2000.
           02 REQUEST-ROWS PIC X(109) OCCURS 2000 TIMES.
           02 REQUEST-DEFERRED PIC X OCCURS 2000 TIMES.
       01 REQUEST-INDEX PIC 9(4) VALUE 0.

      * Creditor references paid this run, so a request delivered
      * twice is only collected once.
       01 PAID-REFERENCE-TABLE.
           02 PAID-REFERENCE-COUNT PIC 9(4) VALUE 0.
           02 PAID-REFERENCE-ENTRIES OCCURS 2000 TIMES.
               03 PR-CREDITOR-ID PIC X(10) VALUE SPACES.
               03 PR-REFERENCE PIC X(16) VALUE SPACES.
       01 PAID-REFERENCE-INDEX PIC 9(4) VALUE 0.
       01 REFERENCE-ALREADY-PAID PIC X VALUE "N".

      * Deceased customers from ESTATEPOST's register: nothing more
      * is collected from an estate under the customer's mandates.
       01 ESTATE-CPR-TABLE.
           02 ESTATE-CPR-COUNT PIC 999 VALUE 0.
           02 ESTATE-CPR-MAX PIC 999 VALUE 200.
           02 ESTATE-CPRS PIC X(15) OCCURS 200 TIMES VALUE SPACES.
       01 ESTATE-CPR-INDEX PIC 999 VALUE 0.
       01 CUSTOMER-IS-ESTATE PIC X VALUE "N".

      * Customer name and address from the report run's snapshot
      * for the generated payments.
       01 CUSTOMER-TABLE.
           02 CUSTOMER-COUNT PIC 9(4) VALUE 0.
           02 CUSTOMER-MAX PIC 9(4) VALUE 500.
           02 CUSTOMER-ENTRIES OCCURS 500 TIMES.
               03 CT-CPR PIC X(15) VALUE SPACES.
               03 CT-NAME PIC X(30) VALUE SPACES.
               03 CT-ADDRESS PIC X(40) VALUE SPACES.
       01 CUSTOMER-INDEX PIC 9(4) VALUE 0.
       01 MATCHED-CUSTOMER-INDEX PIC 9(4) VALUE 0.

      * Collected and returned per creditor for the report.
       01 CREDITOR-TABLE.
           02 CREDITOR-COUNT PIC 999 VALUE 0.
           02 CREDITOR-MAX PIC 999 VALUE 200.
           02 CREDITOR-ENTRIES OCCURS 200 TIMES.
               03 CR-CREDITOR-ID PIC X(10) VALUE SPACES.
               03 CR-CREDITOR-NAME PIC X(30) VALUE SPACES.
               03 CR-PAID-COUNT PIC 9(6) VALUE 0.
               03 CR-PAID-DKK PIC S9(13)V99 VALUE 0.
               03 CR-RETURNED-COUNT PIC 9(6) VALUE 0.
               03 CR-RETURNED-DKK PIC S9(13)V99 VALUE 0.
       01 CREDITOR-INDEX PIC 999 VALUE 0.
       01 MATCHED-CREDITOR-INDEX PIC 999 VALUE 0.

       01 NORMALIZED-CPR PIC X(15) VALUE SPACES.
       01 CPR-SERIAL-PART PIC X(4) VALUE SPACES.
       01 REQUEST-CPR-WORK PIC X(15) VALUE SPACES.

       01 AVAILBAL-PARAMETERS.
           COPY "AvailBal.cpy".
       01 AVAILBAL-CALL-FAILED PIC X VALUE "N".

       01 RUN-DATE-TODAY PIC 9(8) VALUE 0.
       01 RUN-TIME-NOW PIC X(6) VALUE SPACES.
       01 POSTING-SEQUENCE PIC 9(6) VALUE 0.
       01 POSTING-TIME PIC X(26) VALUE SPACES.

       01 REASON-CODE-WORK PIC X(4) VALUE SPACES.
       01 REASON-TEXT-WORK PIC X(40) VALUE SPACES.

       01 REQUESTS-READ-COUNT PIC 9(6) VALUE 0.
       01 DEFERRED-COUNT PIC 9(6) VALUE 0.
       01 PAID-COUNT PIC 9(6) VALUE 0.
       01 PAID-DKK PIC S9(13)V99 VALUE 0.
       01 RETURNED-COUNT PIC 9(6) VALUE 0.
       01 RETURNED-DKK PIC S9(13)V99 VALUE 0.
       01 CANCELLATIONS-TAKEN-COUNT PIC 9(6) VALUE 0.
       01 CANCELLATIONS-UNKNOWN-COUNT PIC 9(6) VALUE 0.

       01 REQUEST-OUTCOME PIC X(10) VALUE SPACES.
       01 DATE-DISPLAY PIC X(10) VALUE SPACES.
       01 AMOUNT-EDIT-DISPLAY PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01 OUTPUT-TEXT-LINE PIC X(120) VALUE SPACES.
       01 SEPARATOR-LINE PIC X(120) VALUE ALL "-".
       01 COUNT-DISPLAY PIC Z(5)9.

       PROCEDURE DIVISION.
           PERFORM LOG-BATCH-RUN-START

           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE-TODAY
           MOVE FUNCTION CURRENT-DATE(9:6) TO RUN-TIME-NOW

           PERFORM LOAD-MANDATE-REGISTER
           PERFORM LOAD-COLLECTION-REQUESTS
           PERFORM LOAD-ESTATE-REGISTER
           PERFORM LOAD-CUSTOMER-NAMES

           OPEN OUTPUT GENERATED-DEBITS-FILE
           IF GENERATED-FILE-STATUS NOT = "00"
               MOVE "GeneratedDirectDebits.txt" TO FAILED-FILE-NAME
               MOVE GENERATED-FILE-STATUS TO FAILED-FILE-STATUS
               PERFORM ABORT-ON-FILE-FAILURE
           END-IF

           OPEN OUTPUT COLLECTION-RETURNS-FILE
           IF RETURNS-FILE-STATUS NOT = "00"
               MOVE "CollectionReturns.txt" TO FAILED-FILE-NAME
               MOVE RETURNS-FILE-STATUS TO FAILED-FILE-STATUS
               PERFORM ABORT-ON-FILE-FAILURE
           END-IF

           OPEN OUTPUT DIRECT-DEBIT-REPORT-FILE
           MOVE SPACES TO OUTPUT-TEXT-LINE
           STRING "Direct-debit collections - " DELIMITED BY SIZE
               RUN-DATE-TODAY DELIMITED BY SIZE
               INTO OUTPUT-TEXT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SEPARATOR-LINE TO OUTPUT-TEXT-LINE
           PERFORM WRITE-REPORT-LINE

           PERFORM TAKE-ON-CANCELLATIONS
           PERFORM PROCESS-COLLECTION-REQUESTS

           IF MANDATES-CHANGED = "Y"
               PERFORM SAVE-MANDATE-REGISTER
           END-IF
           PERFORM SAVE-DEFERRED-REQUESTS

           PERFORM REPORT-CREDITOR-TOTALS
           PERFORM REPORT-RUN-TOTALS

           CLOSE GENERATED-DEBITS-FILE
           CLOSE COLLECTION-RETURNS-FILE
           CLOSE DIRECT-DEBIT-REPORT-FILE

           DISPLAY "Direct debits: " PAID-COUNT " collected, "
               RETURNED-COUNT " returned, " DEFERRED-COUNT
               " not yet due, " CANCELLATIONS-TAKEN-COUNT
               " mandate(s) cancelled."

           IF CANCELLATIONS-UNKNOWN-COUNT > 0
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
           MOVE "DDCOLLECT" TO BATCH-LOG-JOB-NAME
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

           MOVE "DDCOLLECT" TO BATCH-LOG-JOB-NAME
           MOVE BATCH-RUN-LOG-TIMESTAMP TO BATCH-LOG-TIMESTAMP
           MOVE "START" TO BATCH-LOG-EVENT
           MOVE SPACES TO BATCH-LOG-DETAIL
           WRITE BATCH-RUN-LOG-RECORD

           CLOSE BATCH-RUN-LOG-FILE
           EXIT.

       LOG-BATCH-RUN-END.
           MOVE FUNCTION CURRENT-DATE TO BATCH-RUN-LOG-TIMESTAMP
           OPEN EXTEND BATCH-RUN-LOG-FILE

           MOVE "DDCOLLECT" TO BATCH-LOG-JOB-NAME
           MOVE BATCH-RUN-LOG-TIMESTAMP TO BATCH-LOG-TIMESTAMP
           MOVE "END" TO BATCH-LOG-EVENT
           STRING "Collected: "
               FUNCTION TRIM(PAID-COUNT LEADING)
               " Returned: "
               FUNCTION TRIM(RETURNED-COUNT LEADING)
               " Deferred: "
               FUNCTION TRIM(DEFERRED-COUNT LEADING)
               INTO BATCH-LOG-DETAIL
           WRITE BATCH-RUN-LOG-RECORD

           CLOSE BATCH-RUN-LOG-FILE
           EXIT.

       LOAD-MANDATE-REGISTER.
           OPEN INPUT MANDATE-REGISTER-FILE
           IF MANDATE-FILE-STATUS NOT = "00"
               DISPLAY "MandateRegister.txt not found, every "
                   "collection will be returned."
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ MANDATE-REGISTER-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF MANDATE-COUNT < MANDATE-MAX
                           ADD 1 TO MANDATE-COUNT
                           MOVE MANDATE-REGISTER-RECORD
                               TO MANDATE-ROWS(MANDATE-COUNT)
                       ELSE
      * Writing the register back without the mandates that did
      * not fit would lose them, so the run stops instead.
                           MOVE "MandateRegister.txt (capacity)"
                               TO FAILED-FILE-NAME
                           MOVE "00" TO FAILED-FILE-STATUS
                           PERFORM ABORT-ON-FILE-FAILURE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE MANDATE-REGISTER-FILE
           EXIT.

       LOAD-COLLECTION-REQUESTS.
           OPEN INPUT COLLECTION-REQUEST-FILE
           IF REQUEST-FILE-STATUS NOT = "00"
               DISPLAY "CollectionRequests.txt not found, no "
                   "collections this run."
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ COLLECTION-REQUEST-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF REQUEST-COUNT < REQUEST-MAX
                           ADD 1 TO REQUEST-COUNT
                           MOVE COLLECTION-REQUEST-RECORD
                               TO REQUEST-ROWS(REQUEST-COUNT)
                           MOVE "N"
                               TO REQUEST-DEFERRED(REQUEST-COUNT)
                       ELSE
      * Requests not yet due are written back to this file, so one
      * that did not fit would be lost; the run stops instead.
                           MOVE "CollectionRequests.txt (capacity)"
                               TO FAILED-FILE-NAME
                           MOVE "00" TO FAILED-FILE-STATUS
                           PERFORM ABORT-ON-FILE-FAILURE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE COLLECTION-REQUEST-FILE
           MOVE REQUEST-COUNT TO REQUESTS-READ-COUNT
           EXIT.

       LOAD-ESTATE-REGISTER.
           OPEN INPUT ESTATE-REGISTER-FILE
           IF ESTATE-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ ESTATE-REGISTER-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF ESTATE-CPR-COUNT < ESTATE-CPR-MAX
                           AND ESTATE-CPR NOT = SPACES
                           ADD 1 TO ESTATE-CPR-COUNT
                           MOVE ESTATE-CPR TO NORMALIZED-CPR
                           PERFORM NORMALIZE-CPR
                           MOVE NORMALIZED-CPR
                               TO ESTATE-CPRS(ESTATE-CPR-COUNT)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ESTATE-REGISTER-FILE
           EXIT.

       LOAD-CUSTOMER-NAMES.
           OPEN INPUT CUSTOMERS-SNAPSHOT-FILE
           IF SNAPSHOT-FILE-STATUS NOT = "00"
               DISPLAY "CustomersSnapshot.txt not found, payments "
                   "will carry no customer name."
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ CUSTOMERS-SNAPSHOT-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF CUSTOMER-COUNT < CUSTOMER-MAX
                           ADD 1 TO CUSTOMER-COUNT
                           MOVE CPR OF CUSTOMERS-SNAPSHOT-RECORD
                               TO NORMALIZED-CPR
                           PERFORM NORMALIZE-CPR
                           MOVE NORMALIZED-CPR
                               TO CT-CPR(CUSTOMER-COUNT)
                           MOVE CUSTOMER-NAME
                               OF CUSTOMERS-SNAPSHOT-RECORD
                               TO CT-NAME(CUSTOMER-COUNT)
                           MOVE CUSTOMER-ADDRESS
                               OF CUSTOMERS-SNAPSHOT-RECORD
                               TO CT-ADDRESS(CUSTOMER-COUNT)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE CUSTOMERS-SNAPSHOT-FILE
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

       FIND-MANDATE.
           MOVE 0 TO MATCHED-MANDATE-INDEX
           PERFORM VARYING MANDATE-INDEX FROM 1 BY 1
               UNTIL MANDATE-INDEX > MANDATE-COUNT
                   OR MATCHED-MANDATE-INDEX > 0
               IF MANDATE-ROWS(MANDATE-INDEX)(1:10)
                       = COLLECT-MANDATE-ID OF REQUEST-WORK
                   MOVE MANDATE-INDEX TO MATCHED-MANDATE-INDEX
               END-IF
           END-PERFORM
           EXIT.

      *----------------------------------------------------------*
      * Cancellations the customer asked for at the branch. A
      * mandate already cancelled is passed over, so the whole
      * queue can be re-read every run; a cancellation for a
      * mandate the register does not hold is reported.
      *----------------------------------------------------------*
       TAKE-ON-CANCELLATIONS.
           OPEN INPUT MANDATE-CANCEL-FILE
           IF CANCEL-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "Mandate cancellations" TO OUTPUT-TEXT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ MANDATE-CANCEL-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       PERFORM TAKE-ON-ONE-CANCELLATION
               END-READ
           END-PERFORM

           CLOSE MANDATE-CANCEL-FILE

           IF CANCELLATIONS-TAKEN-COUNT = 0
                   AND CANCELLATIONS-UNKNOWN-COUNT = 0
               MOVE "  (none new)" TO OUTPUT-TEXT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE SPACES TO OUTPUT-TEXT-LINE
           PERFORM WRITE-REPORT-LINE
           EXIT.

       TAKE-ON-ONE-CANCELLATION.
           MOVE CANCEL-MANDATE-ID TO COLLECT-MANDATE-ID OF REQUEST-WORK
           PERFORM FIND-MANDATE

           IF MATCHED-MANDATE-INDEX = 0
               ADD 1 TO CANCELLATIONS-UNKNOWN-COUNT
               MOVE CANCEL-MANDATE-ID TO OUTPUT-TEXT-LINE(3:10)
               MOVE "UNKNOWN" TO OUTPUT-TEXT-LINE(15:10)
               MOVE "Mandate not in MandateRegister.txt"
                   TO OUTPUT-TEXT-LINE(27:40)
               PERFORM WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE MANDATE-ROWS(MATCHED-MANDATE-INDEX) TO MANDATE-WORK
           IF MANDATE-CANCELLED
               EXIT PARAGRAPH
           END-IF

           MOVE "C" TO MANDATE-STATUS
           MOVE CANCEL-EFFECTIVE-DATE TO MANDATE-CANCELLED-DATE
           MOVE CANCEL-OPERATOR TO MANDATE-CANCELLED-BY
           MOVE MANDATE-WORK TO MANDATE-ROWS(MATCHED-MANDATE-INDEX)
           MOVE "Y" TO MANDATES-CHANGED
           ADD 1 TO CANCELLATIONS-TAKEN-COUNT

           MOVE MANDATE-ID TO OUTPUT-TEXT-LINE(3:10)
           MOVE "CANCELLED" TO OUTPUT-TEXT-LINE(15:10)
           STRING MANDATE-CREDITOR-ID DELIMITED BY SPACE
               " - no collections due after " DELIMITED BY SIZE
               MANDATE-CANCELLED-DATE DELIMITED BY SIZE
               INTO OUTPUT-TEXT-LINE(27:60)
           END-STRING
           PERFORM WRITE-REPORT-LINE
           EXIT.

      *----------------------------------------------------------*
      * Every request due up to today is either paid or returned;
      * a request due later is kept back for its due date.
      *----------------------------------------------------------*
       PROCESS-COLLECTION-REQUESTS.
           MOVE "Collections due this run" TO OUTPUT-TEXT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "Creditor" TO OUTPUT-TEXT-LINE(1:8)
           MOVE "Mandate" TO OUTPUT-TEXT-LINE(12:7)
           MOVE "Reference" TO OUTPUT-TEXT-LINE(24:9)
           MOVE "Due" TO OUTPUT-TEXT-LINE(42:3)
           MOVE "Amount DKK" TO OUTPUT-TEXT-LINE(58:10)
           MOVE "Outcome" TO OUTPUT-TEXT-LINE(70:7)
           MOVE "Reason" TO OUTPUT-TEXT-LINE(81:6)
           PERFORM WRITE-REPORT-LINE

           PERFORM VARYING REQUEST-INDEX FROM 1 BY 1
               UNTIL REQUEST-INDEX > REQUEST-COUNT
               MOVE REQUEST-ROWS(REQUEST-INDEX) TO REQUEST-WORK
               IF COLLECT-DUE-DATE OF REQUEST-WORK IS NUMERIC
                   AND COLLECT-DUE-DATE OF REQUEST-WORK
                       > RUN-DATE-TODAY
                   MOVE "Y" TO REQUEST-DEFERRED(REQUEST-INDEX)
                   ADD 1 TO DEFERRED-COUNT
               ELSE
                   PERFORM PROCESS-ONE-REQUEST
               END-IF
           END-PERFORM

           IF PAID-COUNT = 0 AND RETURNED-COUNT = 0
               MOVE "  (none due)" TO OUTPUT-TEXT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE SPACES TO OUTPUT-TEXT-LINE
           PERFORM WRITE-REPORT-LINE
           EXIT.

       PROCESS-ONE-REQUEST.
           PERFORM VALIDATE-COLLECTION
           IF REASON-CODE-WORK = SPACES
               PERFORM CHECK-AVAILABLE-BALANCE
           END-IF

           PERFORM FIND-OR-ADD-CREDITOR
           IF REASON-CODE-WORK = SPACES
               PERFORM PAY-COLLECTION
           ELSE
               PERFORM RETURN-COLLECTION
           END-IF
           PERFORM WRITE-REQUEST-LINE
           EXIT.

      *----------------------------------------------------------*
      * The checks in the order a return is explained to the
      * creditor; the first that fails sets the reason code.
      *  DT01 due date not a date          MD01 no valid mandate
      *  AC01 account not the mandate's    AM12 amount missing
      *  AM02 above the mandate maximum    AM05 already collected
      *  MD07 customer deceased            AM04 insufficient funds
      *----------------------------------------------------------*
       VALIDATE-COLLECTION.
           MOVE SPACES TO REASON-CODE-WORK
           MOVE SPACES TO REASON-TEXT-WORK
           MOVE SPACES TO MANDATE-WORK

           MOVE COLLECT-CPR OF REQUEST-WORK TO NORMALIZED-CPR
           PERFORM NORMALIZE-CPR
           MOVE NORMALIZED-CPR TO REQUEST-CPR-WORK

           IF COLLECT-DUE-DATE OF REQUEST-WORK IS NOT NUMERIC
               MOVE "DT01" TO REASON-CODE-WORK
               MOVE "Due date missing or invalid"
                   TO REASON-TEXT-WORK
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(
                   COLLECT-DUE-DATE OF REQUEST-WORK) NOT = 0
               MOVE "DT01" TO REASON-CODE-WORK
               MOVE "Due date missing or invalid"
                   TO REASON-TEXT-WORK
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-MANDATE
           IF MATCHED-MANDATE-INDEX = 0
               MOVE "MD01" TO REASON-CODE-WORK
               MOVE "No mandate with this id" TO REASON-TEXT-WORK
               EXIT PARAGRAPH
           END-IF
           MOVE MANDATE-ROWS(MATCHED-MANDATE-INDEX) TO MANDATE-WORK
           MOVE MANDATE-CPR TO NORMALIZED-CPR
           PERFORM NORMALIZE-CPR

           IF MANDATE-CREDITOR-ID
                   NOT = COLLECT-CREDITOR-ID OF REQUEST-WORK
               MOVE "MD01" TO REASON-CODE-WORK
               MOVE "Mandate held by another creditor"
                   TO REASON-TEXT-WORK
               EXIT PARAGRAPH
           END-IF
           IF NORMALIZED-CPR NOT = REQUEST-CPR-WORK
               MOVE "MD01" TO REASON-CODE-WORK
               MOVE "Mandate given by another customer"
                   TO REASON-TEXT-WORK
               EXIT PARAGRAPH
           END-IF
           IF COLLECT-DUE-DATE OF REQUEST-WORK < MANDATE-SIGNED-DATE
               MOVE "MD01" TO REASON-CODE-WORK
               MOVE "Due before the mandate was signed"
                   TO REASON-TEXT-WORK
               EXIT PARAGRAPH
           END-IF
           IF MANDATE-CANCELLED
                   AND COLLECT-DUE-DATE OF REQUEST-WORK
                       > MANDATE-CANCELLED-DATE
               MOVE "MD01" TO REASON-CODE-WORK
               MOVE SPACES TO REASON-TEXT-WORK
               STRING "Mandate cancelled from " DELIMITED BY SIZE
                   MANDATE-CANCELLED-DATE DELIMITED BY SIZE
                   INTO REASON-TEXT-WORK
               END-STRING
               EXIT PARAGRAPH
           END-IF

           IF COLLECT-ACCOUNT OF REQUEST-WORK NOT = SPACES
                   AND COLLECT-ACCOUNT OF REQUEST-WORK
                       NOT = MANDATE-ACCOUNT
               MOVE "AC01" TO REASON-CODE-WORK
               MOVE "Not the account on the mandate"
                   TO REASON-TEXT-WORK
               EXIT PARAGRAPH
           END-IF

           IF COLLECT-AMOUNT OF REQUEST-WORK IS NOT NUMERIC
               MOVE "AM12" TO REASON-CODE-WORK
               MOVE "Amount missing or invalid" TO REASON-TEXT-WORK
               EXIT PARAGRAPH
           END-IF
           IF COLLECT-AMOUNT OF REQUEST-WORK = 0
               MOVE "AM12" TO REASON-CODE-WORK
               MOVE "Amount missing or invalid" TO REASON-TEXT-WORK
               EXIT PARAGRAPH
           END-IF
           IF MANDATE-MAX-AMOUNT > 0
                   AND COLLECT-AMOUNT OF REQUEST-WORK
                       > MANDATE-MAX-AMOUNT
               MOVE "AM02" TO REASON-CODE-WORK
               MOVE MANDATE-MAX-AMOUNT TO AMOUNT-EDIT-DISPLAY
               STRING "Above the mandate maximum of "
                   DELIMITED BY SIZE
                   FUNCTION TRIM(AMOUNT-EDIT-DISPLAY LEADING)
                   DELIMITED BY SIZE
                   INTO REASON-TEXT-WORK
               END-STRING
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO REFERENCE-ALREADY-PAID
           PERFORM VARYING PAID-REFERENCE-INDEX FROM 1 BY 1
               UNTIL PAID-REFERENCE-INDEX > PAID-REFERENCE-COUNT
                   OR REFERENCE-ALREADY-PAID = "Y"
               IF PR-CREDITOR-ID(PAID-REFERENCE-INDEX)
                       = COLLECT-CREDITOR-ID OF REQUEST-WORK
                   AND PR-REFERENCE(PAID-REFERENCE-INDEX)
                       = COLLECT-REFERENCE OF REQUEST-WORK
                   MOVE "Y" TO REFERENCE-ALREADY-PAID
               END-IF
           END-PERFORM
           IF REFERENCE-ALREADY-PAID = "Y"
               MOVE "AM05" TO REASON-CODE-WORK
               MOVE "Reference already collected"
                   TO REASON-TEXT-WORK
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO CUSTOMER-IS-ESTATE
           PERFORM VARYING ESTATE-CPR-INDEX FROM 1 BY 1
               UNTIL ESTATE-CPR-INDEX > ESTATE-CPR-COUNT
                   OR CUSTOMER-IS-ESTATE = "Y"
               IF ESTATE-CPRS(ESTATE-CPR-INDEX) = REQUEST-CPR-WORK
                   MOVE "Y" TO CUSTOMER-IS-ESTATE
               END-IF
           END-PERFORM
           IF CUSTOMER-IS-ESTATE = "Y"
               MOVE "MD07" TO REASON-CODE-WORK
               MOVE "Customer deceased" TO REASON-TEXT-WORK
           END-IF
           EXIT.

      *----------------------------------------------------------*
      * The customer must have the amount available on the due
      * date after anything already taken this run; the amount is
      * then reserved so the next collection sees it gone. When
      * AVAILBAL cannot be called the collection goes ahead, as
      * for standing orders.
      *----------------------------------------------------------*
       CHECK-AVAILABLE-BALANCE.
           IF AVAILBAL-CALL-FAILED = "Y"
               EXIT PARAGRAPH
           END-IF

           SET AVAILBAL-QUERY TO TRUE
           MOVE REQUEST-CPR-WORK TO AVAILBAL-CPR
           MOVE COLLECT-DUE-DATE OF REQUEST-WORK
               TO AVAILBAL-AS-OF-DATE
           MOVE COLLECT-AMOUNT OF REQUEST-WORK
               TO AVAILBAL-REQUEST-AMOUNT

           CALL "AVAILBAL" USING AVAILBAL-PARAMETERS
               ON EXCEPTION
                   DISPLAY "WARNING: AVAILBAL could not be called, "
                       "balances are not checked this run."
                   MOVE "Y" TO AVAILBAL-CALL-FAILED
           END-CALL
           IF AVAILBAL-CALL-FAILED = "Y"
               EXIT PARAGRAPH
           END-IF

           IF AVAILBAL-AVAILABLE-BALANCE
                   < COLLECT-AMOUNT OF REQUEST-WORK
               MOVE "AM04" TO REASON-CODE-WORK
               MOVE "Insufficient funds" TO REASON-TEXT-WORK
               EXIT PARAGRAPH
           END-IF

           SET AVAILBAL-RESERVE TO TRUE
           CALL "AVAILBAL" USING AVAILBAL-PARAMETERS
           EXIT.

       FIND-OR-ADD-CREDITOR.
           MOVE 0 TO MATCHED-CREDITOR-INDEX
           PERFORM VARYING CREDITOR-INDEX FROM 1 BY 1
               UNTIL CREDITOR-INDEX > CREDITOR-COUNT
                   OR MATCHED-CREDITOR-INDEX > 0
               IF CR-CREDITOR-ID(CREDITOR-INDEX)
                       = COLLECT-CREDITOR-ID OF REQUEST-WORK
                   MOVE CREDITOR-INDEX TO MATCHED-CREDITOR-INDEX
               END-IF
           END-PERFORM

           IF MATCHED-CREDITOR-INDEX = 0
                   AND CREDITOR-COUNT < CREDITOR-MAX
               ADD 1 TO CREDITOR-COUNT
               MOVE CREDITOR-COUNT TO MATCHED-CREDITOR-INDEX
               MOVE COLLECT-CREDITOR-ID OF REQUEST-WORK
                   TO CR-CREDITOR-ID(CREDITOR-COUNT)
           END-IF

           IF MATCHED-CREDITOR-INDEX > 0
                   AND MANDATE-CREDITOR-ID
                       = COLLECT-CREDITOR-ID OF REQUEST-WORK
               MOVE MANDATE-CREDITOR-NAME
                   TO CR-CREDITOR-NAME(MATCHED-CREDITOR-INDEX)
           END-IF
           EXIT.

      *----------------------------------------------------------*
      * An accepted collection: the Udbetaling leaves the mandate
      * account with the creditor's name as the shop, and the
      * mandate remembers the collection.
      *----------------------------------------------------------*
       PAY-COLLECTION.
           MOVE 0 TO MATCHED-CUSTOMER-INDEX
           PERFORM VARYING CUSTOMER-INDEX FROM 1 BY 1
               UNTIL CUSTOMER-INDEX > CUSTOMER-COUNT
                   OR MATCHED-CUSTOMER-INDEX > 0
               IF CT-CPR(CUSTOMER-INDEX) = REQUEST-CPR-WORK
                   MOVE CUSTOMER-INDEX TO MATCHED-CUSTOMER-INDEX
               END-IF
           END-PERFORM

           MOVE SPACES TO GENERATED-DEBIT-RECORD
           MOVE REQUEST-CPR-WORK TO CPR OF GENERATED-DEBIT-RECORD
           IF MATCHED-CUSTOMER-INDEX > 0
               MOVE CT-NAME(MATCHED-CUSTOMER-INDEX)
                   TO CUSTOMER-NAME OF GENERATED-DEBIT-RECORD
               MOVE CT-ADDRESS(MATCHED-CUSTOMER-INDEX)
                   TO CUSTOMER-ADDRESS OF GENERATED-DEBIT-RECORD
           END-IF
           MOVE MANDATE-REGISTRATION
               TO REGISTRATION-NUMBER OF GENERATED-DEBIT-RECORD
           MOVE MANDATE-ACCOUNT
               TO ACCOUNT-NUMBER OF GENERATED-DEBIT-RECORD
           MOVE "Udbetaling"
               TO TRANSACTION-TYPE OF GENERATED-DEBIT-RECORD
           MOVE MANDATE-CREDITOR-NAME(1:20)
               TO TRANSACTION-SHOP OF GENERATED-DEBIT-RECORD
           MOVE "DKK" TO CURRENCY-CODE OF GENERATED-DEBIT-RECORD
           MOVE COLLECT-AMOUNT OF REQUEST-WORK
               TO AMOUNT OF GENERATED-DEBIT-RECORD
           MOVE COLLECT-AMOUNT OF REQUEST-WORK
               TO DKK-AMOUNT OF GENERATED-DEBIT-RECORD

           MOVE COLLECT-AMOUNT OF REQUEST-WORK TO AMOUNT-EDIT-DISPLAY
           STRING FUNCTION TRIM(AMOUNT-EDIT-DISPLAY LEADING)
               DELIMITED BY SIZE
               " DKK" DELIMITED BY SIZE
               INTO RAW-AMOUNT OF GENERATED-DEBIT-RECORD
           END-STRING

           PERFORM NEXT-POSTING-TIME
           MOVE POSTING-TIME
               TO TIME-OF-TRANSACTION OF GENERATED-DEBIT-RECORD
           MOVE "N" TO DUPLICATE-FLAG OF GENERATED-DEBIT-RECORD
           MOVE 0 TO TRANSFER-PAIR-ID OF GENERATED-DEBIT-RECORD
           MOVE 0 TO CORRECTS-AMOUNT OF GENERATED-DEBIT-RECORD

           WRITE GENERATED-DEBIT-RECORD

           MOVE RUN-DATE-TODAY TO MANDATE-LAST-COLLECTED-DATE
           ADD 1 TO MANDATE-COLLECTED-COUNT
           MOVE MANDATE-WORK TO MANDATE-ROWS(MATCHED-MANDATE-INDEX)
           MOVE "Y" TO MANDATES-CHANGED

           IF PAID-REFERENCE-COUNT < REQUEST-MAX
               ADD 1 TO PAID-REFERENCE-COUNT
               MOVE COLLECT-CREDITOR-ID OF REQUEST-WORK
                   TO PR-CREDITOR-ID(PAID-REFERENCE-COUNT)
               MOVE COLLECT-REFERENCE OF REQUEST-WORK
                   TO PR-REFERENCE(PAID-REFERENCE-COUNT)
           END-IF

           ADD 1 TO PAID-COUNT
           ADD COLLECT-AMOUNT OF REQUEST-WORK TO PAID-DKK
           IF MATCHED-CREDITOR-INDEX > 0
               ADD 1 TO CR-PAID-COUNT(MATCHED-CREDITOR-INDEX)
               ADD COLLECT-AMOUNT OF REQUEST-WORK
                   TO CR-PAID-DKK(MATCHED-CREDITOR-INDEX)
           END-IF
           MOVE "COLLECTED" TO REQUEST-OUTCOME
           EXIT.

       RETURN-COLLECTION.
           MOVE SPACES TO COLLECTION-RETURN-RECORD
           MOVE REQUEST-ROWS(REQUEST-INDEX)
               TO COLLECTION-RETURN-RECORD(1:109)
           MOVE REASON-CODE-WORK TO RETURN-REASON-CODE
           MOVE REASON-TEXT-WORK TO RETURN-REASON-TEXT
           MOVE RUN-DATE-TODAY TO RETURN-DATE
           WRITE COLLECTION-RETURN-RECORD

           ADD 1 TO RETURNED-COUNT
           IF COLLECT-AMOUNT OF REQUEST-WORK IS NUMERIC
               ADD COLLECT-AMOUNT OF REQUEST-WORK TO RETURNED-DKK
           END-IF
           IF MATCHED-CREDITOR-INDEX > 0
               ADD 1 TO CR-RETURNED-COUNT(MATCHED-CREDITOR-INDEX)
               IF COLLECT-AMOUNT OF REQUEST-WORK IS NUMERIC
                   ADD COLLECT-AMOUNT OF REQUEST-WORK
                       TO CR-RETURNED-DKK(MATCHED-CREDITOR-INDEX)
               END-IF
           END-IF
           MOVE "RETURNED" TO REQUEST-OUTCOME
           EXIT.

      * Each payment gets its own time stamp - the run time plus a
      * running sequence in the fraction - as ESTATEPOST does.
       NEXT-POSTING-TIME.
           ADD 1 TO POSTING-SEQUENCE
           MOVE SPACES TO POSTING-TIME
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
               INTO POSTING-TIME
           END-STRING
           EXIT.

       WRITE-REQUEST-LINE.
           MOVE COLLECT-CREDITOR-ID OF REQUEST-WORK
               TO OUTPUT-TEXT-LINE(1:10)
           MOVE COLLECT-MANDATE-ID OF REQUEST-WORK
               TO OUTPUT-TEXT-LINE(12:10)
           MOVE COLLECT-REFERENCE OF REQUEST-WORK
               TO OUTPUT-TEXT-LINE(24:16)
           MOVE COLLECT-DUE-DATE OF REQUEST-WORK
               TO OUTPUT-TEXT-LINE(42:8)
           IF COLLECT-AMOUNT OF REQUEST-WORK IS NUMERIC
               MOVE COLLECT-AMOUNT OF REQUEST-WORK
                   TO AMOUNT-EDIT-DISPLAY
               MOVE AMOUNT-EDIT-DISPLAY TO OUTPUT-TEXT-LINE(51:17)
           END-IF
           MOVE REQUEST-OUTCOME TO OUTPUT-TEXT-LINE(70:10)
           IF REASON-CODE-WORK NOT = SPACES
               MOVE REASON-CODE-WORK TO OUTPUT-TEXT-LINE(81:4)
               MOVE REASON-TEXT-WORK(1:35) TO OUTPUT-TEXT-LINE(86:35)
           END-IF
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REQUEST-OUTCOME
           EXIT.

       SAVE-MANDATE-REGISTER.
           OPEN OUTPUT MANDATE-REGISTER-FILE
           IF MANDATE-FILE-STATUS NOT = "00"
               MOVE "MandateRegister.txt" TO FAILED-FILE-NAME
               MOVE MANDATE-FILE-STATUS TO FAILED-FILE-STATUS
               PERFORM ABORT-ON-FILE-FAILURE
           END-IF

           PERFORM VARYING MANDATE-INDEX FROM 1 BY 1
               UNTIL MANDATE-INDEX > MANDATE-COUNT
               MOVE MANDATE-ROWS(MANDATE-INDEX)
                   TO MANDATE-REGISTER-RECORD
               WRITE MANDATE-REGISTER-RECORD
           END-PERFORM

           CLOSE MANDATE-REGISTER-FILE
           EXIT.

      * Requests not yet due are all that stay in the inbound file;
      * the rest have been paid or returned to their creditor.
       SAVE-DEFERRED-REQUESTS.
           IF REQUEST-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT COLLECTION-REQUEST-FILE
           IF REQUEST-FILE-STATUS NOT = "00"
               MOVE "CollectionRequests.txt" TO FAILED-FILE-NAME
               MOVE REQUEST-FILE-STATUS TO FAILED-FILE-STATUS
               PERFORM ABORT-ON-FILE-FAILURE
           END-IF

           PERFORM VARYING REQUEST-INDEX FROM 1 BY 1
               UNTIL REQUEST-INDEX > REQUEST-COUNT
               IF REQUEST-DEFERRED(REQUEST-INDEX) = "Y"
                   MOVE REQUEST-ROWS(REQUEST-INDEX)
                       TO COLLECTION-REQUEST-RECORD
                   WRITE COLLECTION-REQUEST-RECORD
               END-IF
           END-PERFORM

           CLOSE COLLECTION-REQUEST-FILE
           EXIT.

       REPORT-CREDITOR-TOTALS.
           MOVE "Totals per creditor" TO OUTPUT-TEXT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "Creditor" TO OUTPUT-TEXT-LINE(1:8)
           MOVE "Name" TO OUTPUT-TEXT-LINE(12:4)
           MOVE "Collected" TO OUTPUT-TEXT-LINE(44:9)
           MOVE "DKK" TO OUTPUT-TEXT-LINE(65:3)
           MOVE "Returned" TO OUTPUT-TEXT-LINE(71:8)
           MOVE "DKK" TO OUTPUT-TEXT-LINE(91:3)
           PERFORM WRITE-REPORT-LINE

           PERFORM VARYING CREDITOR-INDEX FROM 1 BY 1
               UNTIL CREDITOR-INDEX > CREDITOR-COUNT
               MOVE CR-CREDITOR-ID(CREDITOR-INDEX)
                   TO OUTPUT-TEXT-LINE(1:10)
               MOVE CR-CREDITOR-NAME(CREDITOR-INDEX)
                   TO OUTPUT-TEXT-LINE(12:30)
               MOVE CR-PAID-COUNT(CREDITOR-INDEX) TO COUNT-DISPLAY
               MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(44:6)
               MOVE CR-PAID-DKK(CREDITOR-INDEX) TO AMOUNT-EDIT-DISPLAY
               MOVE AMOUNT-EDIT-DISPLAY TO OUTPUT-TEXT-LINE(51:17)
               MOVE CR-RETURNED-COUNT(CREDITOR-INDEX)
                   TO COUNT-DISPLAY
               MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(71:6)
               MOVE CR-RETURNED-DKK(CREDITOR-INDEX)
                   TO AMOUNT-EDIT-DISPLAY
               MOVE AMOUNT-EDIT-DISPLAY TO OUTPUT-TEXT-LINE(77:17)
               PERFORM WRITE-REPORT-LINE
           END-PERFORM

           IF CREDITOR-COUNT = 0
               MOVE "  (none)" TO OUTPUT-TEXT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           EXIT.

       REPORT-RUN-TOTALS.
           MOVE SEPARATOR-LINE TO OUTPUT-TEXT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE "Requests read" TO OUTPUT-TEXT-LINE
           MOVE REQUESTS-READ-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-REPORT-LINE

           MOVE "Collected" TO OUTPUT-TEXT-LINE
           MOVE PAID-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           MOVE PAID-DKK TO AMOUNT-EDIT-DISPLAY
           MOVE AMOUNT-EDIT-DISPLAY TO OUTPUT-TEXT-LINE(50:17)
           MOVE "DKK" TO OUTPUT-TEXT-LINE(68:3)
           PERFORM WRITE-REPORT-LINE

           MOVE "Returned to creditors" TO OUTPUT-TEXT-LINE
           MOVE RETURNED-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           MOVE RETURNED-DKK TO AMOUNT-EDIT-DISPLAY
           MOVE AMOUNT-EDIT-DISPLAY TO OUTPUT-TEXT-LINE(50:17)
           MOVE "DKK" TO OUTPUT-TEXT-LINE(68:3)
           PERFORM WRITE-REPORT-LINE

           MOVE "Kept for a later due date" TO OUTPUT-TEXT-LINE
           MOVE DEFERRED-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-REPORT-LINE

           MOVE "Mandates cancelled" TO OUTPUT-TEXT-LINE
           MOVE CANCELLATIONS-TAKEN-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-REPORT-LINE

           MOVE "Cancellations for unknown mandates"
               TO OUTPUT-TEXT-LINE
           MOVE CANCELLATIONS-UNKNOWN-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-REPORT-LINE
           EXIT.

       WRITE-REPORT-LINE.
           MOVE OUTPUT-TEXT-LINE TO DIRECT-DEBIT-REPORT-LINE
           WRITE DIRECT-DEBIT-REPORT-LINE
           MOVE SPACES TO OUTPUT-TEXT-LINE
           EXIT.

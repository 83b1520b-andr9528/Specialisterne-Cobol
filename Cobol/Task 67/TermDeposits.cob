       IDENTIFICATION DIVISION.
       PROGRAM-ID. TERMDEPOSIT.

      *----------------------------------------------------------*
      * Fixed-term deposits - daily maturity processing.         *
      * TermDeposits.txt keeps one TermDeposit.cpy row per       *
      * deposit the branch has placed. Each day this job:        *
      *  - fills in the maturity date of a new term: the start   *
      *    date plus the term in months, rolled forward to a     *
      *    business day by the shared BUSDAYCAL routine;         *
      *  - on the maturity business day credits the interest     *
      *    (simple interest, actual days over 365) and either    *
      *    pays principal and interest out to the customer's     *
      *    current account - Indbetaling records in the          *
      *    Transaction.cpy layout to                             *
      *    GeneratedDepositPostings.txt - or rolls both over     *
      *    into a new term at the same rate;                     *
      *  - closes a deposit the branch has asked to break early  *
      *    on its break date: interest accrued so far is paid    *
      *    with the principal, and the early-break penalty - the *
      *    penalty rate of TermDepositControl.txt on the         *
      *    principal for the days left of the term - is charged  *
      *    as a Gebyr;                                           *
      *  - writes a maturity notice to TermDepositNotices.txt    *
      *    the set number of days ahead of maturity, which       *
      *    DISTRIBUTE routes through the customer's channel. The *
      *    notice is kept line for line through the shared       *
      *    DOCARCHIVE routine and logged in ContactJournal.txt   *
      *    under the REFERENCE-ID from CustomerKeyXref.txt.      *
      * Every interest credit, penalty, rollover and payout is   *
      * appended to TermDepositLedger.txt, which TAXEXTRACT      *
      * reads for the year's deposit interest and the principal  *
      * held at year end. TermDepositReport.txt lists the run.   *
      * A deposit that cannot be processed - incomplete terms,   *
      * or a payout with no current account to pay to - stays    *
      * as it is and sets RETURN-CODE 4.                         *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TERM-DEPOSITS-FILE
               ASSIGN TO "TermDeposits.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEPOSITS-FILE-STATUS.

           SELECT DEPOSIT-CONTROL-FILE
               ASSIGN TO "TermDepositControl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTROL-FILE-STATUS.

           SELECT CUSTOMERS-SNAPSHOT-FILE
               ASSIGN TO "CustomersSnapshot.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SNAPSHOT-FILE-STATUS.

           SELECT GENERATED-POSTINGS-FILE
               ASSIGN TO "GeneratedDepositPostings.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GENERATED-FILE-STATUS.

           SELECT DEPOSIT-LEDGER-FILE
               ASSIGN TO "TermDepositLedger.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEDGER-FILE-STATUS.

           SELECT MATURITY-NOTICES-FILE
               ASSIGN TO "TermDepositNotices.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT KEY-XREF-FILE
               ASSIGN TO "CustomerKeyXref.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XREF-FILE-STATUS.

           SELECT CONTACT-JOURNAL-FILE
               ASSIGN TO "ContactJournal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTACT-JOURNAL-FILE-STATUS.

           SELECT DEPOSIT-REPORT-FILE
               ASSIGN TO "TermDepositReport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BATCH-RUN-LOG-FILE
               ASSIGN TO "BatchRunLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BATCH-RUN-LOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TERM-DEPOSITS-FILE.
       01 TERM-DEPOSIT-RECORD PIC X(121).

      * Days of notice ahead of maturity and the early-break
      * penalty rate in percent a year; either left blank keeps
      * the default.
       FD DEPOSIT-CONTROL-FILE.
       01 DEPOSIT-CONTROL-RECORD.
           02 CONTROL-NOTICE-DAYS PIC 9(3).
           02 CONTROL-PENALTY-RATE PIC 9(2)V9(4).

       FD CUSTOMERS-SNAPSHOT-FILE.
       01 CUSTOMERS-SNAPSHOT-RECORD.
           COPY "Customer.cpy".

       FD GENERATED-POSTINGS-FILE.
       01 GENERATED-POSTING-RECORD.
           COPY "Transaction.cpy".

       FD DEPOSIT-LEDGER-FILE.
       01 DEPOSIT-LEDGER-RECORD.
           COPY "DepositLedger.cpy".

       FD MATURITY-NOTICES-FILE.
       01 MATURITY-NOTICE-LINE PIC X(80).

       FD KEY-XREF-FILE.
       01 KEY-XREF-RECORD.
           02 XREF-CPR PIC X(15).
           02 XREF-REFERENCE-ID PIC X(10).

       FD CONTACT-JOURNAL-FILE.
       01 CONTACT-JOURNAL-RECORD.
           COPY "ContactJournal.cpy".

       FD DEPOSIT-REPORT-FILE.
       01 DEPOSIT-REPORT-LINE PIC X(120).

       FD BATCH-RUN-LOG-FILE.
       01 BATCH-RUN-LOG-RECORD.
           COPY "BatchRunLog.cpy".

       WORKING-STORAGE SECTION.
       01 BATCH-RUN-LOG-TIMESTAMP PIC X(26) VALUE SPACES.
       01 DEPOSITS-FILE-STATUS PIC X(2) VALUE "00".
       01 CONTROL-FILE-STATUS PIC X(2) VALUE "00".
       01 SNAPSHOT-FILE-STATUS PIC X(2) VALUE "00".
       01 GENERATED-FILE-STATUS PIC X(2) VALUE "00".
       01 LEDGER-FILE-STATUS PIC X(2) VALUE "00".
       01 BATCH-RUN-LOG-FILE-STATUS PIC X(2) VALUE "00".
       01 XREF-FILE-STATUS PIC X(2) VALUE "00".
       01 CONTACT-JOURNAL-FILE-STATUS PIC X(2) VALUE "00".
       01 FAILED-FILE-NAME PIC X(40) VALUE SPACES.
       01 FAILED-FILE-STATUS PIC X(2) VALUE SPACES.

       01 END-OF-FILE PIC X VALUE "N".

       01 NOTICE-DAYS PIC 9(3) VALUE 14.
       01 PENALTY-RATE PIC 9(2)V9(4) VALUE 1.0000.

      * The deposit file held in memory and written back whole
      * when the run has changed a deposit; one TermDeposit.cpy
      * row per deposit.
       01 DEPOSIT-WORK.
           COPY "TermDeposit.cpy".
       01 DEPOSIT-TABLE.
           02 DEPOSIT-COUNT PIC 9(4) VALUE 0.
           02 DEPOSIT-MAX PIC 9(4) VALUE 500.
           02 DEPOSIT-ROWS PIC X(121) OCCURS 500 TIMES.
       01 DEPOSIT-INDEX PIC 9(4) VALUE 0.
       01 DEPOSITS-CHANGED PIC X VALUE "N".

      * Customer name and address from the report run's snapshot
      * for the generated postings and the notices.
       01 CUSTOMER-TABLE.
           02 CUSTOMER-COUNT PIC 9(4) VALUE 0.
           02 CUSTOMER-MAX PIC 9(4) VALUE 500.
           02 CUSTOMER-ENTRIES OCCURS 500 TIMES.
               03 CT-CPR PIC X(15) VALUE SPACES.
               03 CT-NAME PIC X(30) VALUE SPACES.
               03 CT-ADDRESS PIC X(40) VALUE SPACES.
       01 CUSTOMER-INDEX PIC 9(4) VALUE 0.
       01 MATCHED-CUSTOMER-INDEX PIC 9(4) VALUE 0.

       01 NORMALIZED-CPR PIC X(15) VALUE SPACES.
       01 CPR-SERIAL-PART PIC X(4) VALUE SPACES.

      * CPR to REFERENCE-ID, so the archived notice and its contact
      * journal row can be found from the customer's master record.
       01 XREF-TABLE.
           02 XREF-COUNT PIC 9(4) VALUE 0.
           02 XREF-MAX PIC 9(4) VALUE 2000.
           02 XREF-ENTRIES OCCURS 2000 TIMES.
               03 XR-CPR PIC X(15) VALUE SPACES.
               03 XR-REFERENCE-ID PIC X(10) VALUE SPACES.
       01 XREF-INDEX PIC 9(4) VALUE 0.
       01 NOTICE-REFERENCE-ID PIC X(10) VALUE SPACES.

      * Every notice is kept line for line through the shared
      * DOCARCHIVE routine; the contact journal row names it.
       01 DOCARC-PARAMETERS.
           COPY "DocArchive.cpy".
       01 DOCARC-CALL-FAILED PIC X VALUE "N".
       01 DOCUMENT-BEING-ARCHIVED PIC X VALUE "N".

       01 BUSDAY-PARAMETERS.
           COPY "BusDay.cpy".
       01 BUSDAY-CALL-FAILED PIC X VALUE "N".

      * Term arithmetic: the start date plus whole months, a day
      * past the end of the month landing on the month's last day.
       01 TERM-DATE-WORK PIC 9(8) VALUE 0.
       01 TERM-DATE-PARTS REDEFINES TERM-DATE-WORK.
           02 TERM-DATE-YEAR PIC 9(4).
           02 TERM-DATE-MONTH PIC 9(2).
           02 TERM-DATE-DAY PIC 9(2).
       01 MONTHS-WORK PIC 9(5) VALUE 0.

       01 RUN-DATE-TODAY PIC 9(8) VALUE 0.
       01 RUN-TIME-NOW PIC X(6) VALUE SPACES.
       01 POSTING-SEQUENCE PIC 9(6) VALUE 0.
       01 POSTING-TIME PIC X(26) VALUE SPACES.
       01 POSTING-TYPE-WORK PIC X(11) VALUE SPACES.
       01 POSTING-SHOP-WORK PIC X(20) VALUE SPACES.
       01 POSTING-AMOUNT-WORK PIC S9(11)V99 VALUE 0.

       01 INTEREST-FROM-DATE PIC 9(8) VALUE 0.
       01 INTEREST-TO-DATE PIC 9(8) VALUE 0.
       01 INTEREST-DAYS PIC S9(6) VALUE 0.
       01 INTEREST-WORK PIC 9(11)V99 VALUE 0.
       01 PENALTY-DAYS PIC S9(6) VALUE 0.
       01 PENALTY-WORK PIC 9(11)V99 VALUE 0.
       01 DAYS-TO-MATURITY PIC S9(6) VALUE 0.
       01 LEDGER-DATE-WORK PIC 9(8) VALUE 0.
       01 LEDGER-EVENT-WORK PIC X(8) VALUE SPACES.
       01 LEDGER-AMOUNT-WORK PIC 9(11)V99 VALUE 0.
       01 ROLLOVERS-THIS-DEPOSIT PIC 9(3) VALUE 0.
       01 DEPOSIT-STOPPED PIC X VALUE "N".

       01 DEPOSITS-READ-COUNT PIC 9(6) VALUE 0.
       01 OPEN-COUNT PIC 9(6) VALUE 0.
       01 OPEN-PRINCIPAL-DKK PIC S9(13)V99 VALUE 0.
       01 PAID-OUT-COUNT PIC 9(6) VALUE 0.
       01 PAID-OUT-DKK PIC S9(13)V99 VALUE 0.
       01 ROLLED-COUNT PIC 9(6) VALUE 0.
       01 BROKEN-COUNT PIC 9(6) VALUE 0.
       01 INTEREST-TOTAL-DKK PIC S9(13)V99 VALUE 0.
       01 PENALTY-TOTAL-DKK PIC S9(13)V99 VALUE 0.
       01 NOTICE-COUNT PIC 9(6) VALUE 0.
       01 NOT-PROCESSED-COUNT PIC 9(6) VALUE 0.

       01 DEPOSIT-OUTCOME PIC X(10) VALUE SPACES.
       01 DEPOSIT-DETAIL PIC X(60) VALUE SPACES.
       01 DATE-DISPLAY PIC X(10) VALUE SPACES.
       01 DATE-FORMATTED PIC X(10) VALUE SPACES.
       01 RATE-DISPLAY PIC Z9.9999.
       01 TERM-DISPLAY PIC ZZ9.
       01 AMOUNT-EDIT-DISPLAY PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01 OUTPUT-TEXT-LINE PIC X(120) VALUE SPACES.
       01 NOTICE-TEXT-LINE PIC X(80) VALUE SPACES.
       01 SEPARATOR-LINE PIC X(120) VALUE ALL "-".
       01 COUNT-DISPLAY PIC Z(5)9.

       PROCEDURE DIVISION.
           PERFORM LOG-BATCH-RUN-START

           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE-TODAY
           MOVE FUNCTION CURRENT-DATE(9:6) TO RUN-TIME-NOW

           PERFORM LOAD-DEPOSIT-CONTROL
           PERFORM LOAD-TERM-DEPOSITS
           PERFORM LOAD-CUSTOMER-NAMES
           PERFORM LOAD-KEY-XREF

           OPEN OUTPUT GENERATED-POSTINGS-FILE
           IF GENERATED-FILE-STATUS NOT = "00"
               MOVE "GeneratedDepositPostings.txt"
                   TO FAILED-FILE-NAME
               MOVE GENERATED-FILE-STATUS TO FAILED-FILE-STATUS
               PERFORM ABORT-ON-FILE-FAILURE
           END-IF

           OPEN EXTEND DEPOSIT-LEDGER-FILE
           IF LEDGER-FILE-STATUS = "35"
               OPEN OUTPUT DEPOSIT-LEDGER-FILE
           END-IF
           IF LEDGER-FILE-STATUS NOT = "00"
               MOVE "TermDepositLedger.txt" TO FAILED-FILE-NAME
               MOVE LEDGER-FILE-STATUS TO FAILED-FILE-STATUS
               PERFORM ABORT-ON-FILE-FAILURE
           END-IF

           OPEN OUTPUT MATURITY-NOTICES-FILE
           OPEN OUTPUT DEPOSIT-REPORT-FILE
           MOVE SPACES TO OUTPUT-TEXT-LINE
           STRING "Fixed-term deposits - " DELIMITED BY SIZE
               RUN-DATE-TODAY DELIMITED BY SIZE
               INTO OUTPUT-TEXT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SEPARATOR-LINE TO OUTPUT-TEXT-LINE
           PERFORM WRITE-REPORT-LINE

           PERFORM PROCESS-TERM-DEPOSITS
           IF DEPOSITS-CHANGED = "Y"
               PERFORM SAVE-TERM-DEPOSITS
           END-IF

           PERFORM LIST-OPEN-DEPOSITS
           PERFORM REPORT-RUN-TOTALS

           CLOSE GENERATED-POSTINGS-FILE
           CLOSE DEPOSIT-LEDGER-FILE
           CLOSE MATURITY-NOTICES-FILE
           CLOSE DEPOSIT-REPORT-FILE

           DISPLAY "Term deposits: " PAID-OUT-COUNT " paid out, "
               ROLLED-COUNT " rolled over, " BROKEN-COUNT
               " broken, " NOTICE-COUNT " notice(s) sent, "
               NOT-PROCESSED-COUNT " not processed."

           IF NOT-PROCESSED-COUNT > 0
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
           MOVE "TERMDEPOSIT" TO BATCH-LOG-JOB-NAME
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

           MOVE "TERMDEPOSIT" TO BATCH-LOG-JOB-NAME
           MOVE BATCH-RUN-LOG-TIMESTAMP TO BATCH-LOG-TIMESTAMP
           MOVE "START" TO BATCH-LOG-EVENT
           MOVE SPACES TO BATCH-LOG-DETAIL
           WRITE BATCH-RUN-LOG-RECORD

           CLOSE BATCH-RUN-LOG-FILE
           EXIT.

       LOG-BATCH-RUN-END.
           MOVE FUNCTION CURRENT-DATE TO BATCH-RUN-LOG-TIMESTAMP
           OPEN EXTEND BATCH-RUN-LOG-FILE

           MOVE "TERMDEPOSIT" TO BATCH-LOG-JOB-NAME
           MOVE BATCH-RUN-LOG-TIMESTAMP TO BATCH-LOG-TIMESTAMP
           MOVE "END" TO BATCH-LOG-EVENT
           STRING "Paid: "
               FUNCTION TRIM(PAID-OUT-COUNT LEADING)
               " Rolled: "
               FUNCTION TRIM(ROLLED-COUNT LEADING)
               " Broken: "
               FUNCTION TRIM(BROKEN-COUNT LEADING)
               " Notices: "
               FUNCTION TRIM(NOTICE-COUNT LEADING)
               INTO BATCH-LOG-DETAIL
           WRITE BATCH-RUN-LOG-RECORD

           CLOSE BATCH-RUN-LOG-FILE
           EXIT.

       LOAD-DEPOSIT-CONTROL.
           OPEN INPUT DEPOSIT-CONTROL-FILE
           IF CONTROL-FILE-STATUS NOT = "00"
               DISPLAY "TermDepositControl.txt not found, notices go "
                   "out " NOTICE-DAYS " days ahead and the break "
                   "penalty rate is the default."
               EXIT PARAGRAPH
           END-IF

           READ DEPOSIT-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF CONTROL-NOTICE-DAYS IS NUMERIC
                       AND CONTROL-NOTICE-DAYS > 0
                       MOVE CONTROL-NOTICE-DAYS TO NOTICE-DAYS
                   END-IF
                   IF CONTROL-PENALTY-RATE IS NUMERIC
                       MOVE CONTROL-PENALTY-RATE TO PENALTY-RATE
                   END-IF
           END-READ

           CLOSE DEPOSIT-CONTROL-FILE
           EXIT.

       LOAD-TERM-DEPOSITS.
           OPEN INPUT TERM-DEPOSITS-FILE
           IF DEPOSITS-FILE-STATUS NOT = "00"
               DISPLAY "TermDeposits.txt not found, no term "
                   "deposits on file."
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ TERM-DEPOSITS-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF DEPOSIT-COUNT < DEPOSIT-MAX
                           ADD 1 TO DEPOSIT-COUNT
                           MOVE TERM-DEPOSIT-RECORD
                               TO DEPOSIT-ROWS(DEPOSIT-COUNT)
                       ELSE
      * Writing the file back without the deposits that did not
      * fit would lose them, so the run stops instead.
                           MOVE "TermDeposits.txt (capacity)"
                               TO FAILED-FILE-NAME
                           MOVE "00" TO FAILED-FILE-STATUS
                           PERFORM ABORT-ON-FILE-FAILURE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE TERM-DEPOSITS-FILE
           MOVE DEPOSIT-COUNT TO DEPOSITS-READ-COUNT
           EXIT.

       LOAD-KEY-XREF.
           OPEN INPUT KEY-XREF-FILE
           IF XREF-FILE-STATUS NOT = "00"
               DISPLAY "CustomerKeyXref.txt not found, notices "
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

       LOAD-CUSTOMER-NAMES.
           OPEN INPUT CUSTOMERS-SNAPSHOT-FILE
           IF SNAPSHOT-FILE-STATUS NOT = "00"
               DISPLAY "CustomersSnapshot.txt not found, postings "
                   "and notices will carry no customer name."
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

       FIND-DEPOSIT-CUSTOMER.
           MOVE 0 TO MATCHED-CUSTOMER-INDEX
           PERFORM VARYING CUSTOMER-INDEX FROM 1 BY 1
               UNTIL CUSTOMER-INDEX > CUSTOMER-COUNT
                   OR MATCHED-CUSTOMER-INDEX > 0
               IF CT-CPR(CUSTOMER-INDEX) = DEPOSIT-CPR
                   MOVE CUSTOMER-INDEX TO MATCHED-CUSTOMER-INDEX
               END-IF
           END-PERFORM
           EXIT.

      *----------------------------------------------------------*
      * Every open deposit in turn: maturities due up to today
      * (a deposit the chain has not seen for a while may roll
      * more than once), then an early break the branch has asked
      * for, then the notice ahead of the next maturity.
      *----------------------------------------------------------*
       PROCESS-TERM-DEPOSITS.
           MOVE "Maturities and breaks this run" TO OUTPUT-TEXT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "Deposit     CPR             Outcome     Detail"
               TO OUTPUT-TEXT-LINE
           PERFORM WRITE-REPORT-LINE

           PERFORM VARYING DEPOSIT-INDEX FROM 1 BY 1
               UNTIL DEPOSIT-INDEX > DEPOSIT-COUNT
               MOVE DEPOSIT-ROWS(DEPOSIT-INDEX) TO DEPOSIT-WORK
               IF DEPOSIT-OPEN
                   PERFORM PROCESS-ONE-DEPOSIT
                   MOVE DEPOSIT-WORK TO DEPOSIT-ROWS(DEPOSIT-INDEX)
               END-IF
           END-PERFORM

           IF PAID-OUT-COUNT = 0 AND ROLLED-COUNT = 0
                   AND BROKEN-COUNT = 0 AND NOT-PROCESSED-COUNT = 0
               MOVE "  (none due)" TO OUTPUT-TEXT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE SPACES TO OUTPUT-TEXT-LINE
           PERFORM WRITE-REPORT-LINE
           EXIT.

       PROCESS-ONE-DEPOSIT.
           MOVE DEPOSIT-CPR TO NORMALIZED-CPR
           PERFORM NORMALIZE-CPR
           MOVE NORMALIZED-CPR TO DEPOSIT-CPR
           PERFORM FIND-DEPOSIT-CUSTOMER

           IF DEPOSIT-PRINCIPAL = 0
                   OR DEPOSIT-TERM-MONTHS = 0
                   OR FUNCTION TEST-DATE-YYYYMMDD(DEPOSIT-START-DATE)
                       NOT = 0
               ADD 1 TO NOT-PROCESSED-COUNT
               MOVE "SKIPPED" TO DEPOSIT-OUTCOME
               MOVE "Principal, term or start date missing"
                   TO DEPOSIT-DETAIL
               PERFORM WRITE-DEPOSIT-LINE
               EXIT PARAGRAPH
           END-IF

           IF DEPOSIT-OPENED-DATE = 0
               MOVE DEPOSIT-START-DATE TO DEPOSIT-OPENED-DATE
               MOVE "O" TO DEPOSIT-STATUS
               MOVE "Y" TO DEPOSITS-CHANGED
           END-IF

           IF DEPOSIT-MATURITY-DATE = 0
               PERFORM SET-MATURITY-DATE
           END-IF

           MOVE 0 TO ROLLOVERS-THIS-DEPOSIT
           MOVE "N" TO DEPOSIT-STOPPED
           PERFORM UNTIL NOT DEPOSIT-OPEN
                   OR DEPOSIT-STOPPED = "Y"
                   OR DEPOSIT-MATURITY-DATE > RUN-DATE-TODAY
                   OR (DEPOSIT-BREAK-DATE > 0
                       AND DEPOSIT-BREAK-DATE
                           < DEPOSIT-MATURITY-DATE)
                   OR ROLLOVERS-THIS-DEPOSIT > 99
               PERFORM MATURE-DEPOSIT
           END-PERFORM

           IF DEPOSIT-OPEN
                   AND DEPOSIT-STOPPED = "N"
                   AND DEPOSIT-BREAK-DATE > 0
                   AND DEPOSIT-BREAK-DATE NOT > RUN-DATE-TODAY
               PERFORM BREAK-DEPOSIT
           END-IF

           IF DEPOSIT-OPEN
                   AND DEPOSIT-NOTICE-SENT-DATE = 0
               COMPUTE DAYS-TO-MATURITY =
                   FUNCTION INTEGER-OF-DATE(DEPOSIT-MATURITY-DATE)
                   - FUNCTION INTEGER-OF-DATE(RUN-DATE-TODAY)
               IF DAYS-TO-MATURITY > 0
                   AND DAYS-TO-MATURITY NOT > NOTICE-DAYS
                   PERFORM WRITE-MATURITY-NOTICE
               END-IF
           END-IF
           EXIT.

      *----------------------------------------------------------*
      * The end of the term is the start date plus the term in
      * months; a 31st landing in a shorter month becomes that
      * month's last day. Payment falls on that day or the next
      * business day after it.
      *----------------------------------------------------------*
       SET-MATURITY-DATE.
           MOVE DEPOSIT-START-DATE TO TERM-DATE-WORK
           COMPUTE MONTHS-WORK = TERM-DATE-MONTH - 1
               + DEPOSIT-TERM-MONTHS
           COMPUTE TERM-DATE-YEAR = TERM-DATE-YEAR
               + MONTHS-WORK / 12
           COMPUTE TERM-DATE-MONTH =
               FUNCTION MOD(MONTHS-WORK, 12) + 1
           PERFORM UNTIL FUNCTION TEST-DATE-YYYYMMDD(TERM-DATE-WORK)
                   = 0
                   OR TERM-DATE-DAY < 29
               SUBTRACT 1 FROM TERM-DATE-DAY
           END-PERFORM

           MOVE TERM-DATE-WORK TO DEPOSIT-MATURITY-DATE
           MOVE TERM-DATE-WORK TO BUSDAY-REQUEST-DATE
           MOVE "N" TO BUSDAY-DIRECTION

           IF BUSDAY-CALL-FAILED = "N"
               CALL "BUSDAYCAL" USING BUSDAY-PARAMETERS
                   ON EXCEPTION
                       DISPLAY "WARNING: BUSDAYCAL could not be "
                           "called, maturities are not rolled to "
                           "business days this run."
                       MOVE "Y" TO BUSDAY-CALL-FAILED
                   NOT ON EXCEPTION
                       MOVE BUSDAY-RESULT-DATE
                           TO DEPOSIT-MATURITY-DATE
               END-CALL
           END-IF

           MOVE "Y" TO DEPOSITS-CHANGED
           EXIT.

      * Simple interest on the principal from INTEREST-FROM-DATE
      * to INTEREST-TO-DATE, actual days over 365.
       COMPUTE-DEPOSIT-INTEREST.
           MOVE 0 TO INTEREST-WORK
           COMPUTE INTEREST-DAYS =
               FUNCTION INTEGER-OF-DATE(INTEREST-TO-DATE)
               - FUNCTION INTEGER-OF-DATE(INTEREST-FROM-DATE)
           IF INTEREST-DAYS > 0
               COMPUTE INTEREST-WORK ROUNDED =
                   DEPOSIT-PRINCIPAL * DEPOSIT-RATE / 100
                   * INTEREST-DAYS / 365
           END-IF
           EXIT.

      *----------------------------------------------------------*
      * Maturity: the interest for the full term is credited; a
      * roll-over adds it to the principal and starts the next
      * term on the maturity date, a payout sends principal and
      * interest to the current account and closes the deposit.
      *----------------------------------------------------------*
       MATURE-DEPOSIT.
           IF DEPOSIT-PAY-OUT
                   AND DEPOSIT-PAYOUT-ACCOUNT = SPACES
               ADD 1 TO NOT-PROCESSED-COUNT
               MOVE "Y" TO DEPOSIT-STOPPED
               MOVE "NOT PAID" TO DEPOSIT-OUTCOME
               MOVE "Matured - no current account to pay out to"
                   TO DEPOSIT-DETAIL
               PERFORM WRITE-DEPOSIT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE DEPOSIT-START-DATE TO INTEREST-FROM-DATE
           MOVE DEPOSIT-MATURITY-DATE TO INTEREST-TO-DATE
           PERFORM COMPUTE-DEPOSIT-INTEREST
           ADD INTEREST-WORK TO INTEREST-TOTAL-DKK
           MOVE DEPOSIT-MATURITY-DATE TO LEDGER-DATE-WORK

           MOVE "INTEREST" TO LEDGER-EVENT-WORK
           MOVE INTEREST-WORK TO LEDGER-AMOUNT-WORK
           PERFORM WRITE-LEDGER-ENTRY

           IF DEPOSIT-ROLL-OVER
               MOVE "ROLLOVER" TO LEDGER-EVENT-WORK
               PERFORM WRITE-LEDGER-ENTRY
               ADD INTEREST-WORK TO DEPOSIT-PRINCIPAL
               MOVE DEPOSIT-MATURITY-DATE TO DEPOSIT-START-DATE
               ADD 1 TO DEPOSIT-ROLLOVER-COUNT
               ADD 1 TO ROLLOVERS-THIS-DEPOSIT
               MOVE 0 TO DEPOSIT-NOTICE-SENT-DATE
               PERFORM SET-MATURITY-DATE
               ADD 1 TO ROLLED-COUNT

               MOVE "ROLLED" TO DEPOSIT-OUTCOME
               MOVE DEPOSIT-PRINCIPAL TO AMOUNT-EDIT-DISPLAY
               MOVE DEPOSIT-MATURITY-DATE TO DATE-DISPLAY
               STRING FUNCTION TRIM(AMOUNT-EDIT-DISPLAY LEADING)
                   DELIMITED BY SIZE
                   " DKK to a new term ending " DELIMITED BY SIZE
                   DATE-DISPLAY DELIMITED BY SPACE
                   INTO DEPOSIT-DETAIL
               END-STRING
               PERFORM WRITE-DEPOSIT-LINE
               EXIT PARAGRAPH
           END-IF

           PERFORM PAY-OUT-DEPOSIT
           MOVE "M" TO DEPOSIT-STATUS
           MOVE DEPOSIT-MATURITY-DATE TO DEPOSIT-CLOSED-DATE
           MOVE "Y" TO DEPOSITS-CHANGED
           ADD 1 TO PAID-OUT-COUNT

           MOVE "PAID OUT" TO DEPOSIT-OUTCOME
           COMPUTE POSTING-AMOUNT-WORK =
               DEPOSIT-PRINCIPAL + INTEREST-WORK
           MOVE POSTING-AMOUNT-WORK TO AMOUNT-EDIT-DISPLAY
           STRING FUNCTION TRIM(AMOUNT-EDIT-DISPLAY LEADING)
               DELIMITED BY SIZE
               " DKK to " DELIMITED BY SIZE
               DEPOSIT-PAYOUT-REGISTRATION DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DEPOSIT-PAYOUT-ACCOUNT DELIMITED BY SPACE
               INTO DEPOSIT-DETAIL
           END-STRING
           PERFORM WRITE-DEPOSIT-LINE
           EXIT.

      *----------------------------------------------------------*
      * Early break on the date the branch entered: interest up to
      * the break date is paid with the principal; the penalty is
      * the penalty rate on the principal for the days the term
      * had left, charged to the current account as a fee.
      *----------------------------------------------------------*
       BREAK-DEPOSIT.
           IF DEPOSIT-PAYOUT-ACCOUNT = SPACES
               ADD 1 TO NOT-PROCESSED-COUNT
               MOVE "NOT PAID" TO DEPOSIT-OUTCOME
               MOVE "Break asked for - no current account to pay to"
                   TO DEPOSIT-DETAIL
               PERFORM WRITE-DEPOSIT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE DEPOSIT-START-DATE TO INTEREST-FROM-DATE
           MOVE DEPOSIT-BREAK-DATE TO INTEREST-TO-DATE
           PERFORM COMPUTE-DEPOSIT-INTEREST
           ADD INTEREST-WORK TO INTEREST-TOTAL-DKK

           MOVE 0 TO PENALTY-WORK
           COMPUTE PENALTY-DAYS =
               FUNCTION INTEGER-OF-DATE(DEPOSIT-MATURITY-DATE)
               - FUNCTION INTEGER-OF-DATE(DEPOSIT-BREAK-DATE)
           IF PENALTY-DAYS > 0
               COMPUTE PENALTY-WORK ROUNDED =
                   DEPOSIT-PRINCIPAL * PENALTY-RATE / 100
                   * PENALTY-DAYS / 365
           END-IF
           ADD PENALTY-WORK TO PENALTY-TOTAL-DKK

           MOVE DEPOSIT-BREAK-DATE TO LEDGER-DATE-WORK
           MOVE "INTEREST" TO LEDGER-EVENT-WORK
           MOVE INTEREST-WORK TO LEDGER-AMOUNT-WORK
           PERFORM WRITE-LEDGER-ENTRY

           IF PENALTY-WORK > 0
               MOVE "PENALTY" TO LEDGER-EVENT-WORK
               MOVE PENALTY-WORK TO LEDGER-AMOUNT-WORK
               PERFORM WRITE-LEDGER-ENTRY

               MOVE "Gebyr" TO POSTING-TYPE-WORK
               MOVE "Brudgebyr" TO POSTING-SHOP-WORK
               MOVE PENALTY-WORK TO POSTING-AMOUNT-WORK
               PERFORM WRITE-DEPOSIT-POSTING
           END-IF

           PERFORM PAY-OUT-DEPOSIT
           MOVE "B" TO DEPOSIT-STATUS
           MOVE DEPOSIT-BREAK-DATE TO DEPOSIT-CLOSED-DATE
           MOVE "Y" TO DEPOSITS-CHANGED
           ADD 1 TO BROKEN-COUNT

           MOVE "BROKEN" TO DEPOSIT-OUTCOME
           MOVE PENALTY-WORK TO AMOUNT-EDIT-DISPLAY
           STRING "Closed early, penalty " DELIMITED BY SIZE
               FUNCTION TRIM(AMOUNT-EDIT-DISPLAY LEADING)
               DELIMITED BY SIZE
               " DKK" DELIMITED BY SIZE
               INTO DEPOSIT-DETAIL
           END-STRING
           PERFORM WRITE-DEPOSIT-LINE
           EXIT.

      * Principal and the interest just computed go back to the
      * current account as two credits; the interest carries its
      * own shop text so the statement shows it apart.
       PAY-OUT-DEPOSIT.
           MOVE "Indbetaling" TO POSTING-TYPE-WORK
           MOVE "Terminsindskud" TO POSTING-SHOP-WORK
           MOVE DEPOSIT-PRINCIPAL TO POSTING-AMOUNT-WORK
           PERFORM WRITE-DEPOSIT-POSTING

           IF INTEREST-WORK > 0
               MOVE "Terminsrente" TO POSTING-SHOP-WORK
               MOVE INTEREST-WORK TO POSTING-AMOUNT-WORK
               PERFORM WRITE-DEPOSIT-POSTING
           END-IF

           MOVE "PAIDOUT" TO LEDGER-EVENT-WORK
           MOVE DEPOSIT-PRINCIPAL TO LEDGER-AMOUNT-WORK
           PERFORM WRITE-LEDGER-ENTRY

           ADD DEPOSIT-PRINCIPAL TO PAID-OUT-DKK
           ADD INTEREST-WORK TO PAID-OUT-DKK
           EXIT.

       WRITE-DEPOSIT-POSTING.
           MOVE SPACES TO GENERATED-POSTING-RECORD

           MOVE DEPOSIT-CPR TO CPR OF GENERATED-POSTING-RECORD
           IF MATCHED-CUSTOMER-INDEX > 0
               MOVE CT-NAME(MATCHED-CUSTOMER-INDEX)
                   TO CUSTOMER-NAME OF GENERATED-POSTING-RECORD
               MOVE CT-ADDRESS(MATCHED-CUSTOMER-INDEX)
                   TO CUSTOMER-ADDRESS OF GENERATED-POSTING-RECORD
           END-IF
           MOVE DEPOSIT-PAYOUT-REGISTRATION
               TO REGISTRATION-NUMBER OF GENERATED-POSTING-RECORD
           MOVE DEPOSIT-PAYOUT-ACCOUNT
               TO ACCOUNT-NUMBER OF GENERATED-POSTING-RECORD
           MOVE POSTING-TYPE-WORK
               TO TRANSACTION-TYPE OF GENERATED-POSTING-RECORD
           MOVE POSTING-SHOP-WORK
               TO TRANSACTION-SHOP OF GENERATED-POSTING-RECORD
           MOVE "DKK" TO CURRENCY-CODE OF GENERATED-POSTING-RECORD
           MOVE POSTING-AMOUNT-WORK
               TO AMOUNT OF GENERATED-POSTING-RECORD
           MOVE POSTING-AMOUNT-WORK
               TO DKK-AMOUNT OF GENERATED-POSTING-RECORD

           MOVE POSTING-AMOUNT-WORK TO AMOUNT-EDIT-DISPLAY
           STRING FUNCTION TRIM(AMOUNT-EDIT-DISPLAY LEADING)
               DELIMITED BY SIZE
               " DKK" DELIMITED BY SIZE
               INTO RAW-AMOUNT OF GENERATED-POSTING-RECORD
           END-STRING

           PERFORM NEXT-POSTING-TIME
           MOVE POSTING-TIME
               TO TIME-OF-TRANSACTION OF GENERATED-POSTING-RECORD
           MOVE "N" TO DUPLICATE-FLAG OF GENERATED-POSTING-RECORD
           MOVE 0 TO TRANSFER-PAIR-ID OF GENERATED-POSTING-RECORD
           MOVE 0 TO CORRECTS-AMOUNT OF GENERATED-POSTING-RECORD

           WRITE GENERATED-POSTING-RECORD
           EXIT.

      * Each posting gets its own time stamp - the run time plus a
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

       WRITE-LEDGER-ENTRY.
           MOVE SPACES TO DEPOSIT-LEDGER-RECORD
           MOVE DEPOSIT-ID TO LEDGER-DEPOSIT-ID
           MOVE DEPOSIT-CPR TO LEDGER-CPR
           MOVE LEDGER-DATE-WORK TO LEDGER-DATE
           MOVE LEDGER-EVENT-WORK TO LEDGER-EVENT
           MOVE LEDGER-AMOUNT-WORK TO LEDGER-AMOUNT
           MOVE DEPOSIT-PRINCIPAL TO LEDGER-PRINCIPAL-BEFORE
           WRITE DEPOSIT-LEDGER-RECORD
           EXIT.

      *----------------------------------------------------------*
      * The maturity notice: one letter per deposit, opened by a
      * "Term deposit no." line and carrying the "CPR:" line that
      * DISTRIBUTE splits and routes the letters on.
      *----------------------------------------------------------*
       WRITE-MATURITY-NOTICE.
           MOVE DEPOSIT-START-DATE TO INTEREST-FROM-DATE
           MOVE DEPOSIT-MATURITY-DATE TO INTEREST-TO-DATE
           PERFORM COMPUTE-DEPOSIT-INTEREST

           MOVE SPACES TO NOTICE-REFERENCE-ID
           PERFORM VARYING XREF-INDEX FROM 1 BY 1
               UNTIL XREF-INDEX > XREF-COUNT
                   OR NOTICE-REFERENCE-ID NOT = SPACES
               IF XR-CPR(XREF-INDEX) = DEPOSIT-CPR
                   MOVE XR-REFERENCE-ID(XREF-INDEX)
                       TO NOTICE-REFERENCE-ID
               END-IF
           END-PERFORM
           PERFORM BEGIN-ARCHIVED-DOCUMENT

           STRING "Term deposit no. " DELIMITED BY SIZE
               DEPOSIT-ID DELIMITED BY SPACE
               INTO NOTICE-TEXT-LINE
           END-STRING
           PERFORM WRITE-NOTICE-LINE

           STRING "CPR: " DELIMITED BY SIZE
               FUNCTION TRIM(DEPOSIT-CPR TRAILING)
               DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               INTO NOTICE-TEXT-LINE
           END-STRING
           IF MATCHED-CUSTOMER-INDEX > 0
               MOVE CT-NAME(MATCHED-CUSTOMER-INDEX)
                   TO NOTICE-TEXT-LINE(19:30)
           END-IF
           PERFORM WRITE-NOTICE-LINE

           MOVE SPACES TO NOTICE-TEXT-LINE
           PERFORM WRITE-NOTICE-LINE
           MOVE RUN-DATE-TODAY TO DATE-DISPLAY
           PERFORM FORMAT-DATE-DISPLAY
           STRING "Date: " DELIMITED BY SIZE
               DATE-DISPLAY DELIMITED BY SIZE
               INTO NOTICE-TEXT-LINE
           END-STRING
           PERFORM WRITE-NOTICE-LINE
           PERFORM WRITE-NOTICE-LINE

           MOVE DEPOSIT-MATURITY-DATE TO DATE-DISPLAY
           PERFORM FORMAT-DATE-DISPLAY
           STRING "Your fixed-term deposit matures on "
               DELIMITED BY SIZE
               DATE-DISPLAY DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               INTO NOTICE-TEXT-LINE
           END-STRING
           PERFORM WRITE-NOTICE-LINE
           PERFORM WRITE-NOTICE-LINE

           MOVE DEPOSIT-PRINCIPAL TO AMOUNT-EDIT-DISPLAY
           STRING "Principal:            " DELIMITED BY SIZE
               FUNCTION TRIM(AMOUNT-EDIT-DISPLAY LEADING)
               DELIMITED BY SIZE
               " DKK" DELIMITED BY SIZE
               INTO NOTICE-TEXT-LINE
           END-STRING
           PERFORM WRITE-NOTICE-LINE

           MOVE DEPOSIT-RATE TO RATE-DISPLAY
           STRING "Interest rate:        " DELIMITED BY SIZE
               FUNCTION TRIM(RATE-DISPLAY LEADING)
               DELIMITED BY SIZE
               " % a year" DELIMITED BY SIZE
               INTO NOTICE-TEXT-LINE
           END-STRING
           PERFORM WRITE-NOTICE-LINE

           MOVE INTEREST-WORK TO AMOUNT-EDIT-DISPLAY
           STRING "Interest at maturity: " DELIMITED BY SIZE
               FUNCTION TRIM(AMOUNT-EDIT-DISPLAY LEADING)
               DELIMITED BY SIZE
               " DKK" DELIMITED BY SIZE
               INTO NOTICE-TEXT-LINE
           END-STRING
           PERFORM WRITE-NOTICE-LINE
           PERFORM WRITE-NOTICE-LINE

           IF DEPOSIT-ROLL-OVER
               MOVE DEPOSIT-TERM-MONTHS TO TERM-DISPLAY
               MOVE "On maturity principal and interest will be "
                   TO NOTICE-TEXT-LINE
               PERFORM WRITE-NOTICE-LINE
               STRING "placed on a new term of " DELIMITED BY SIZE
                   FUNCTION TRIM(TERM-DISPLAY LEADING)
                   DELIMITED BY SIZE
                   " months at the same rate." DELIMITED BY SIZE
                   INTO NOTICE-TEXT-LINE
               END-STRING
               PERFORM WRITE-NOTICE-LINE
           ELSE
               MOVE "On maturity principal and interest will be paid "
                   TO NOTICE-TEXT-LINE
               PERFORM WRITE-NOTICE-LINE
               STRING "to your account " DELIMITED BY SIZE
                   DEPOSIT-PAYOUT-REGISTRATION DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   DEPOSIT-PAYOUT-ACCOUNT DELIMITED BY SPACE
                   "." DELIMITED BY SIZE
                   INTO NOTICE-TEXT-LINE
               END-STRING
               PERFORM WRITE-NOTICE-LINE
           END-IF
           PERFORM WRITE-NOTICE-LINE

           MOVE "Should you wish to change this, please contact your "
               TO NOTICE-TEXT-LINE
           PERFORM WRITE-NOTICE-LINE
           MOVE "branch before the maturity date." TO NOTICE-TEXT-LINE
           PERFORM WRITE-NOTICE-LINE
           PERFORM WRITE-NOTICE-LINE

           PERFORM END-ARCHIVED-DOCUMENT
           PERFORM WRITE-CONTACT-JOURNAL-ENTRY

           MOVE RUN-DATE-TODAY TO DEPOSIT-NOTICE-SENT-DATE
           MOVE "Y" TO DEPOSITS-CHANGED
           ADD 1 TO NOTICE-COUNT
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

       WRITE-NOTICE-LINE.
           MOVE NOTICE-TEXT-LINE TO MATURITY-NOTICE-LINE
           WRITE MATURITY-NOTICE-LINE
           IF DOCUMENT-BEING-ARCHIVED = "Y"
               SET DOCARC-ADD-LINE TO TRUE
               MOVE NOTICE-TEXT-LINE TO DOCARC-LINE-TEXT
               CALL "DOCARCHIVE" USING DOCARC-PARAMETERS
           END-IF
           MOVE SPACES TO NOTICE-TEXT-LINE
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
           MOVE NOTICE-REFERENCE-ID TO DOCARC-REFERENCE-ID
           MOVE DEPOSIT-CPR TO DOCARC-CPR
           MOVE "TDMATURITY" TO DOCARC-DOCUMENT-TYPE
           MOVE "TERMDEPOSIT" TO DOCARC-ORIGIN-JOB
           MOVE RUN-DATE-TODAY TO DOCARC-SENT-DATE
           CALL "DOCARCHIVE" USING DOCARC-PARAMETERS
               ON EXCEPTION
                   DISPLAY "WARNING: DOCARCHIVE could not be called, "
                       "notices are not archived this run."
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
           MOVE NOTICE-REFERENCE-ID TO CONTACT-REFERENCE-ID
           MOVE DEPOSIT-CPR TO CONTACT-CPR
           MOVE RUN-DATE-TODAY TO CONTACT-SENT-DATE
           MOVE "TDMATURITY" TO CONTACT-DOCUMENT-TYPE
           MOVE "PRINT" TO CONTACT-CHANNEL
           MOVE "TERMDEPOSIT" TO CONTACT-ORIGIN-JOB
           MOVE DOCARC-DOCUMENT-ID TO CONTACT-DOCUMENT-ID
           WRITE CONTACT-JOURNAL-RECORD

           CLOSE CONTACT-JOURNAL-FILE
           EXIT.

       WRITE-DEPOSIT-LINE.
           MOVE DEPOSIT-ID TO OUTPUT-TEXT-LINE(1:10)
           MOVE DEPOSIT-CPR TO OUTPUT-TEXT-LINE(13:15)
           MOVE DEPOSIT-OUTCOME TO OUTPUT-TEXT-LINE(29:10)
           MOVE DEPOSIT-DETAIL TO OUTPUT-TEXT-LINE(41:60)
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO DEPOSIT-OUTCOME
           MOVE SPACES TO DEPOSIT-DETAIL
           EXIT.

       SAVE-TERM-DEPOSITS.
           OPEN OUTPUT TERM-DEPOSITS-FILE
           IF DEPOSITS-FILE-STATUS NOT = "00"
               MOVE "TermDeposits.txt" TO FAILED-FILE-NAME
               MOVE DEPOSITS-FILE-STATUS TO FAILED-FILE-STATUS
               PERFORM ABORT-ON-FILE-FAILURE
           END-IF

           PERFORM VARYING DEPOSIT-INDEX FROM 1 BY 1
               UNTIL DEPOSIT-INDEX > DEPOSIT-COUNT
               MOVE DEPOSIT-ROWS(DEPOSIT-INDEX) TO TERM-DEPOSIT-RECORD
               WRITE TERM-DEPOSIT-RECORD
           END-PERFORM

           CLOSE TERM-DEPOSITS-FILE
           EXIT.

      *----------------------------------------------------------*
      * Deposits still open after the run, with the next maturity
      * and what will happen on it.
      *----------------------------------------------------------*
       LIST-OPEN-DEPOSITS.
           MOVE "Open deposits" TO OUTPUT-TEXT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "Deposit" TO OUTPUT-TEXT-LINE(1:7)
           MOVE "CPR" TO OUTPUT-TEXT-LINE(13:3)
           MOVE "Principal DKK" TO OUTPUT-TEXT-LINE(33:13)
           MOVE "Rate %" TO OUTPUT-TEXT-LINE(48:6)
           MOVE "Months" TO OUTPUT-TEXT-LINE(56:6)
           MOVE "Maturity" TO OUTPUT-TEXT-LINE(64:8)
           MOVE "On maturity" TO OUTPUT-TEXT-LINE(74:11)
           MOVE "Notice sent" TO OUTPUT-TEXT-LINE(87:11)
           PERFORM WRITE-REPORT-LINE

           PERFORM VARYING DEPOSIT-INDEX FROM 1 BY 1
               UNTIL DEPOSIT-INDEX > DEPOSIT-COUNT
               MOVE DEPOSIT-ROWS(DEPOSIT-INDEX) TO DEPOSIT-WORK
               IF DEPOSIT-OPEN
                   ADD 1 TO OPEN-COUNT
                   ADD DEPOSIT-PRINCIPAL TO OPEN-PRINCIPAL-DKK
                   PERFORM WRITE-OPEN-DEPOSIT-LINE
               END-IF
           END-PERFORM

           IF OPEN-COUNT = 0
               MOVE "  (none)" TO OUTPUT-TEXT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           EXIT.

       WRITE-OPEN-DEPOSIT-LINE.
           MOVE DEPOSIT-ID TO OUTPUT-TEXT-LINE(1:10)
           MOVE DEPOSIT-CPR TO OUTPUT-TEXT-LINE(13:15)
           MOVE DEPOSIT-PRINCIPAL TO AMOUNT-EDIT-DISPLAY
           MOVE AMOUNT-EDIT-DISPLAY TO OUTPUT-TEXT-LINE(29:17)
           MOVE DEPOSIT-RATE TO RATE-DISPLAY
           MOVE RATE-DISPLAY TO OUTPUT-TEXT-LINE(47:7)
           MOVE DEPOSIT-TERM-MONTHS TO TERM-DISPLAY
           MOVE TERM-DISPLAY TO OUTPUT-TEXT-LINE(59:3)
           MOVE DEPOSIT-MATURITY-DATE TO OUTPUT-TEXT-LINE(64:8)
           IF DEPOSIT-ROLL-OVER
               MOVE "roll over" TO OUTPUT-TEXT-LINE(74:11)
           ELSE
               MOVE "pay out" TO OUTPUT-TEXT-LINE(74:11)
           END-IF
           IF DEPOSIT-NOTICE-SENT-DATE > 0
               MOVE DEPOSIT-NOTICE-SENT-DATE
                   TO OUTPUT-TEXT-LINE(87:8)
           ELSE
               MOVE "-" TO OUTPUT-TEXT-LINE(87:1)
           END-IF
           IF DEPOSIT-BREAK-DATE > 0
               STRING "break " DELIMITED BY SIZE
                   DEPOSIT-BREAK-DATE DELIMITED BY SIZE
                   INTO OUTPUT-TEXT-LINE(100:14)
               END-STRING
           END-IF
           PERFORM WRITE-REPORT-LINE
           EXIT.

       REPORT-RUN-TOTALS.
           MOVE SEPARATOR-LINE TO OUTPUT-TEXT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE "Deposits on file" TO OUTPUT-TEXT-LINE
           MOVE DEPOSITS-READ-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-REPORT-LINE

           MOVE "Open after the run" TO OUTPUT-TEXT-LINE
           MOVE OPEN-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           MOVE OPEN-PRINCIPAL-DKK TO AMOUNT-EDIT-DISPLAY
           MOVE AMOUNT-EDIT-DISPLAY TO OUTPUT-TEXT-LINE(50:17)
           MOVE "DKK" TO OUTPUT-TEXT-LINE(68:3)
           PERFORM WRITE-REPORT-LINE

           MOVE "Rolled over" TO OUTPUT-TEXT-LINE
           MOVE ROLLED-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-REPORT-LINE

           MOVE "Paid out at maturity" TO OUTPUT-TEXT-LINE
           MOVE PAID-OUT-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-REPORT-LINE

           MOVE "Broken early" TO OUTPUT-TEXT-LINE
           MOVE BROKEN-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           MOVE PENALTY-TOTAL-DKK TO AMOUNT-EDIT-DISPLAY
           MOVE AMOUNT-EDIT-DISPLAY TO OUTPUT-TEXT-LINE(50:17)
           MOVE "DKK penalty" TO OUTPUT-TEXT-LINE(68:11)
           PERFORM WRITE-REPORT-LINE

           MOVE "Paid to current accounts" TO OUTPUT-TEXT-LINE
           MOVE PAID-OUT-DKK TO AMOUNT-EDIT-DISPLAY
           MOVE AMOUNT-EDIT-DISPLAY TO OUTPUT-TEXT-LINE(50:17)
           MOVE "DKK" TO OUTPUT-TEXT-LINE(68:3)
           PERFORM WRITE-REPORT-LINE

           MOVE "Interest credited" TO OUTPUT-TEXT-LINE
           MOVE INTEREST-TOTAL-DKK TO AMOUNT-EDIT-DISPLAY
           MOVE AMOUNT-EDIT-DISPLAY TO OUTPUT-TEXT-LINE(50:17)
           MOVE "DKK" TO OUTPUT-TEXT-LINE(68:3)
           PERFORM WRITE-REPORT-LINE

           MOVE "Maturity notices sent" TO OUTPUT-TEXT-LINE
           MOVE NOTICE-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-REPORT-LINE

           MOVE "Not processed" TO OUTPUT-TEXT-LINE
           MOVE NOT-PROCESSED-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-REPORT-LINE
           EXIT.

       WRITE-REPORT-LINE.
           MOVE OUTPUT-TEXT-LINE TO DEPOSIT-REPORT-LINE
           WRITE DEPOSIT-REPORT-LINE
           MOVE SPACES TO OUTPUT-TEXT-LINE
           EXIT.

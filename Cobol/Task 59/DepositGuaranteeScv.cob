       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCVEXTRACT.

      *----------------------------------------------------------*
      * Deposit-guarantee single customer view. The guarantee     *
      * fund wants every depositor once, with the eligible        *
      * deposits across all of the depositor's accounts and the   *
      * amount covered up to the statutory limit. The job walks   *
      * CustomerMaster.idx and, per CPR:                          *
      *  - adds BALANCE and each EXTRA-BALANCE in credit (an      *
      *    overdrawn account adds nothing; it is not set off);    *
      *  - skips closed account slots - an account slot with no   *
      *    account number, or beyond ACCOUNT-COUNT;               *
      *  - leaves out customers on DORMANTREPORT's                *
      *    EscheatmentExtract.txt, whose money has gone to the    *
      *    state;                                                 *
      *  - converts each currency to EUR through the DKK rates in *
      *    RateHistory.txt valid on the reference date;           *
      *  - caps the covered amount at the limit in                *
      *    ScvControl.txt (reference date and EUR limit, default  *
      *    today and 100,000).                                    *
      * DepositGuaranteeScv.txt is fixed-format with a header and *
      * a trailer carrying the depositor count and the eligible   *
      * and covered totals. A depositor that cannot be            *
      * identified uniquely - no CPR on the master, or a          *
      * REFERENCE-ID CUSTDEDUP has put on                         *
      * CustomerDuplicateReview.txt - or that holds a currency    *
      * with no rate is kept off the file and listed in           *
      * ScvClearingReport.txt for manual clearing before the file *
      * is submitted; any such depositor sets RETURN-CODE 4.      *
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

           SELECT SCV-CONTROL-FILE
               ASSIGN TO "ScvControl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCV-CONTROL-FILE-STATUS.

           SELECT RATE-HISTORY-FILE
               ASSIGN TO "RateHistory.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RATE-HISTORY-FILE-STATUS.

           SELECT ESCHEATMENT-FILE
               ASSIGN TO "EscheatmentExtract.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESCHEATMENT-FILE-STATUS.

           SELECT DUPLICATE-REVIEW-FILE
               ASSIGN TO "CustomerDuplicateReview.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DUPLICATE-REVIEW-FILE-STATUS.

           SELECT SCV-FILE
               ASSIGN TO "DepositGuaranteeScv.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCV-FILE-STATUS.

           SELECT CLEARING-REPORT-FILE
               ASSIGN TO "ScvClearingReport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BATCH-RUN-LOG-FILE
               ASSIGN TO "BatchRunLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BATCH-RUN-LOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CUSTOMER-MASTER-FILE.
       01 CUSTOMER-MASTER-RECORD.
           02 MASTER-REFERENCE-ID PIC X(10).
           02 MASTER-RECORD-BODY PIC X(461).

       FD SCV-CONTROL-FILE.
       01 SCV-CONTROL-RECORD.
           02 CONTROL-REFERENCE-DATE PIC 9(8).
           02 CONTROL-COVERAGE-LIMIT PIC 9(9).

       FD RATE-HISTORY-FILE.
       01 RATE-HISTORY-RECORD.
           02 RATE-HISTORY-CURRENCY PIC X(3).
           02 RATE-HISTORY-VALID-FROM PIC 9(8).
           02 RATE-HISTORY-DKK-RATE PIC 9(3)V99.

       FD ESCHEATMENT-FILE.
       01 ESCHEATMENT-RECORD.
           02 ESCHEAT-CPR PIC X(15).
           02 ESCHEAT-NAME PIC X(30).
           02 ESCHEAT-SALDO-DKK PIC -9(11).99.
           02 ESCHEAT-LAST-MOVEMENT PIC X(10).
           02 ESCHEAT-MONTHS PIC 9(4).

       FD DUPLICATE-REVIEW-FILE.
       01 REVIEW-RECORD.
           02 REVIEW-SURVIVOR-ID PIC X(10).
           02 REVIEW-CANDIDATE-ID PIC X(10).
           02 REVIEW-MATCHED-ON PIC X(10).

       FD SCV-FILE.
       01 SCV-DEPOSITOR-RECORD.
           02 SCV-CPR PIC X(15).
           02 SCV-REFERENCE-ID PIC X(10).
           02 SCV-DEPOSITOR-NAME PIC X(40).
           02 SCV-ACCOUNT-COUNT PIC 9(2).
           02 SCV-ELIGIBLE-EUR PIC -9(11).99.
           02 SCV-COVERED-EUR PIC -9(11).99.
       01 SCV-HEADER-RECORD.
           02 SCV-HEADER-TAG PIC X(3).
           02 SCV-HEADER-REFERENCE-DATE PIC 9(8).
           02 SCV-HEADER-RUN-DATE PIC X(8).
           02 SCV-HEADER-CURRENCY PIC X(3).
           02 SCV-HEADER-COVERAGE-LIMIT PIC 9(9).
           02 FILLER PIC X(66).
       01 SCV-TRAILER-RECORD.
           02 SCV-TRAILER-TAG PIC X(3).
           02 SCV-TRAILER-COUNT PIC 9(6).
           02 SCV-TRAILER-ELIGIBLE PIC -9(13).99.
           02 SCV-TRAILER-COVERED PIC -9(13).99.
           02 FILLER PIC X(50).

       FD CLEARING-REPORT-FILE.
       01 CLEARING-REPORT-LINE PIC X(100).

       FD BATCH-RUN-LOG-FILE.
       01 BATCH-RUN-LOG-RECORD.
           COPY "BatchRunLog.cpy".

       WORKING-STORAGE SECTION.
       01 BATCH-RUN-LOG-TIMESTAMP PIC X(26) VALUE SPACES.
       01 MASTER-FILE-STATUS PIC X(2) VALUE "00".
       01 SCV-CONTROL-FILE-STATUS PIC X(2) VALUE "00".
       01 RATE-HISTORY-FILE-STATUS PIC X(2) VALUE "00".
       01 ESCHEATMENT-FILE-STATUS PIC X(2) VALUE "00".
       01 DUPLICATE-REVIEW-FILE-STATUS PIC X(2) VALUE "00".
       01 SCV-FILE-STATUS PIC X(2) VALUE "00".
       01 BATCH-RUN-LOG-FILE-STATUS PIC X(2) VALUE "00".
       01 FAILED-FILE-NAME PIC X(40) VALUE SPACES.
       01 FAILED-FILE-STATUS PIC X(2) VALUE SPACES.

       01 MASTER-WORK.
           COPY "Customer.cpy".

       01 REFERENCE-DATE PIC 9(8) VALUE 0.
       01 COVERAGE-LIMIT-EUR PIC 9(9) VALUE 100000.
       01 RUN-DATE PIC X(8) VALUE SPACES.

      * Dated DKK rates; the one in force on the reference date is
      * the latest VALID-FROM not after it. DKK itself is 1.
       01 RATE-HISTORY-TABLE.
           02 RATE-HISTORY-COUNT PIC 9(4) VALUE 0.
           02 RATE-HISTORY-MAX-COUNT PIC 9(4) VALUE 5000.
           02 RATE-ENTRIES OCCURS 5000 TIMES.
               03 RATE-ENTRY-CURRENCY PIC X(3) VALUE SPACES.
               03 RATE-ENTRY-VALID-FROM PIC 9(8) VALUE 0.
               03 RATE-ENTRY-DKK-RATE PIC 9(3)V99 VALUE 0.
       01 RATE-HISTORY-INDEX PIC 9(4) VALUE 0.
       01 RATE-CURRENCY-WANTED PIC X(3) VALUE SPACES.
       01 BEST-RATE-FOUND PIC X VALUE "N".
       01 BEST-RATE-VALID-FROM PIC 9(8) VALUE 0.
       01 BEST-DKK-RATE PIC 9(3)V99 VALUE 0.
       01 EUR-DKK-RATE PIC 9(3)V99 VALUE 0.

       01 ESCHEATED-TABLE.
           02 ESCHEATED-COUNT PIC 9(4) VALUE 0.
           02 ESCHEATED-MAX PIC 9(4) VALUE 500.
           02 ESCHEATED-CPRS PIC X(15) OCCURS 500 TIMES
               VALUE SPACES.
       01 ESCHEATED-INDEX PIC 9(4) VALUE 0.
       01 ESCHEATED-FOUND PIC X VALUE "N".

      * Both sides of every pair CUSTDEDUP left for an operator;
      * DUP-OTHER-ID is the REFERENCE-ID it was paired with.
       01 DUPLICATE-TABLE.
           02 DUPLICATE-COUNT PIC 9(4) VALUE 0.
           02 DUPLICATE-MAX PIC 9(4) VALUE 1000.
           02 DUPLICATE-ENTRIES OCCURS 1000 TIMES.
               03 DUP-REFERENCE-ID PIC X(10) VALUE SPACES.
               03 DUP-OTHER-ID PIC X(10) VALUE SPACES.
       01 DUPLICATE-INDEX PIC 9(4) VALUE 0.
       01 DUPLICATE-MATCH-INDEX PIC 9(4) VALUE 0.

      * One row per depositor. Masters with the same CPR fold into
      * one row; a master without a CPR is a row of its own.
      * DEP-CLEARING is "Y" when the depositor stays off the file
      * and goes on the clearing list, with the reason in
      * DEP-CLEARING-REASON.
       01 DEPOSITOR-TABLE.
           02 DEPOSITOR-COUNT PIC 9(4) VALUE 0.
           02 DEPOSITOR-MAX PIC 9(4) VALUE 2000.
           02 DEPOSITOR-ENTRIES OCCURS 2000 TIMES.
               03 DEP-CPR PIC X(15) VALUE SPACES.
               03 DEP-REFERENCE-ID PIC X(10) VALUE SPACES.
               03 DEP-NAME PIC X(40) VALUE SPACES.
               03 DEP-ACCOUNT-COUNT PIC 9(2) VALUE 0.
               03 DEP-ELIGIBLE-EUR PIC S9(11)V99 VALUE 0.
               03 DEP-CLEARING PIC X VALUE "N".
               03 DEP-CLEARING-REASON PIC X(40) VALUE SPACES.
       01 DEPOSITOR-INDEX PIC 9(4) VALUE 0.
       01 MATCHED-DEPOSITOR-INDEX PIC 9(4) VALUE 0.

      * CPRs are compared in the DDMMYY-XXXX form the transaction
      * stream uses; a 10-digit CPR is hyphenated.
       01 NORMALIZED-CPR PIC X(15) VALUE SPACES.
       01 CPR-SERIAL-PART PIC X(4) VALUE SPACES.

       01 ACCOUNT-SLOT PIC 9 VALUE 0.
       01 ACCOUNT-CURRENCY-WORK PIC X(3) VALUE SPACES.
       01 ACCOUNT-BALANCE-WORK PIC S9(9)V99 VALUE 0.
       01 ACCOUNT-EUR-WORK PIC S9(11)V99 VALUE 0.
       01 COVERED-EUR-WORK PIC S9(11)V99 VALUE 0.

       01 END-OF-FILE PIC X VALUE "N".
       01 MASTER-READ-COUNT PIC 9(6) VALUE 0.
       01 ESCHEATED-SKIPPED-COUNT PIC 9(6) VALUE 0.
       01 CLOSED-SLOT-COUNT PIC 9(6) VALUE 0.
       01 ACCOUNTS-COUNTED PIC 9(6) VALUE 0.
       01 RECORDS-WRITTEN-COUNT PIC 9(6) VALUE 0.
       01 CLEARING-COUNT PIC 9(6) VALUE 0.
       01 TABLE-FULL-COUNT PIC 9(6) VALUE 0.
       01 GRAND-TOTAL-ELIGIBLE PIC S9(13)V99 VALUE 0.
       01 GRAND-TOTAL-COVERED PIC S9(13)V99 VALUE 0.
       01 CLEARING-TOTAL-ELIGIBLE PIC S9(13)V99 VALUE 0.

       01 OUTPUT-TEXT-LINE PIC X(100) VALUE SPACES.
       01 SEPARATOR-LINE PIC X(100) VALUE ALL "-".
       01 COUNT-DISPLAY PIC Z(5)9.
       01 AMOUNT-EDIT-DISPLAY PIC -Z,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
           PERFORM LOG-BATCH-RUN-START

           PERFORM LOAD-SCV-CONTROL
           PERFORM LOAD-RATE-HISTORY
           PERFORM LOAD-ESCHEATED-CPRS
           PERFORM LOAD-DUPLICATE-CANDIDATES
           PERFORM ACCUMULATE-MASTER-DEPOSITS
           PERFORM WRITE-SCV-FILE
           PERFORM WRITE-CLEARING-REPORT

           DISPLAY "Single customer view: " RECORDS-WRITTEN-COUNT
               " depositor(s) written, " CLEARING-COUNT
               " held for manual clearing."

           IF CLEARING-COUNT > 0 OR TABLE-FULL-COUNT > 0
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
           MOVE "SCVEXTRACT" TO BATCH-LOG-JOB-NAME
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

           MOVE "SCVEXTRACT" TO BATCH-LOG-JOB-NAME
           MOVE BATCH-RUN-LOG-TIMESTAMP TO BATCH-LOG-TIMESTAMP
           MOVE "START" TO BATCH-LOG-EVENT
           MOVE SPACES TO BATCH-LOG-DETAIL
           WRITE BATCH-RUN-LOG-RECORD

           CLOSE BATCH-RUN-LOG-FILE
           EXIT.

       LOG-BATCH-RUN-END.
           MOVE FUNCTION CURRENT-DATE TO BATCH-RUN-LOG-TIMESTAMP
           OPEN EXTEND BATCH-RUN-LOG-FILE

           MOVE "SCVEXTRACT" TO BATCH-LOG-JOB-NAME
           MOVE BATCH-RUN-LOG-TIMESTAMP TO BATCH-LOG-TIMESTAMP
           MOVE "END" TO BATCH-LOG-EVENT
           STRING "Depositors: "
               FUNCTION TRIM(RECORDS-WRITTEN-COUNT LEADING)
               " Clearing: "
               FUNCTION TRIM(CLEARING-COUNT LEADING)
               INTO BATCH-LOG-DETAIL
           WRITE BATCH-RUN-LOG-RECORD

           CLOSE BATCH-RUN-LOG-FILE
           EXIT.

       LOAD-SCV-CONTROL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE
           MOVE RUN-DATE TO REFERENCE-DATE

           OPEN INPUT SCV-CONTROL-FILE
           IF SCV-CONTROL-FILE-STATUS NOT = "00"
               DISPLAY "ScvControl.txt not found, valuing at today "
                   "with the EUR 100,000 limit"
               EXIT PARAGRAPH
           END-IF

           READ SCV-CONTROL-FILE
               AT END
                   DISPLAY "ScvControl.txt is empty, valuing at "
                       "today with the EUR 100,000 limit"
               NOT AT END
                   IF CONTROL-REFERENCE-DATE IS NUMERIC
                       AND CONTROL-REFERENCE-DATE > 0
                       MOVE CONTROL-REFERENCE-DATE TO REFERENCE-DATE
                   END-IF
                   IF CONTROL-COVERAGE-LIMIT IS NUMERIC
                       AND CONTROL-COVERAGE-LIMIT > 0
                       MOVE CONTROL-COVERAGE-LIMIT
                           TO COVERAGE-LIMIT-EUR
                   END-IF
           END-READ

           CLOSE SCV-CONTROL-FILE
           EXIT.

      *----------------------------------------------------------*
      * Without a EUR rate nothing can be valued, so the rate file
      * and a EUR rate in force on the reference date are both
      * required.
      *----------------------------------------------------------*
       LOAD-RATE-HISTORY.
           OPEN INPUT RATE-HISTORY-FILE
           IF RATE-HISTORY-FILE-STATUS NOT = "00"
               MOVE "RateHistory.txt" TO FAILED-FILE-NAME
               MOVE RATE-HISTORY-FILE-STATUS TO FAILED-FILE-STATUS
               PERFORM ABORT-ON-FILE-FAILURE
           END-IF

           PERFORM UNTIL RATE-HISTORY-FILE-STATUS = "10"
               READ RATE-HISTORY-FILE
                   AT END
                       MOVE "10" TO RATE-HISTORY-FILE-STATUS
                   NOT AT END
                       IF RATE-HISTORY-COUNT < RATE-HISTORY-MAX-COUNT
                           ADD 1 TO RATE-HISTORY-COUNT
                           MOVE RATE-HISTORY-CURRENCY TO
                               RATE-ENTRY-CURRENCY(
                                   RATE-HISTORY-COUNT)
                           MOVE RATE-HISTORY-VALID-FROM TO
                               RATE-ENTRY-VALID-FROM(
                                   RATE-HISTORY-COUNT)
                           MOVE RATE-HISTORY-DKK-RATE TO
                               RATE-ENTRY-DKK-RATE(
                                   RATE-HISTORY-COUNT)
                       ELSE
                           DISPLAY "RateHistory.txt exceeds "
                               "capacity, ignoring remaining rates"
                       END-IF
               END-READ
           END-PERFORM

           CLOSE RATE-HISTORY-FILE

           MOVE "EUR" TO RATE-CURRENCY-WANTED
           PERFORM FIND-DATED-RATE
           IF BEST-RATE-FOUND = "N" OR BEST-DKK-RATE = 0
               DISPLAY "ERROR: RateHistory.txt has no EUR rate in "
                   "force on " REFERENCE-DATE ". The run is stopped."
               PERFORM LOG-BATCH-RUN-END
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE BEST-DKK-RATE TO EUR-DKK-RATE
           EXIT.

       FIND-DATED-RATE.
           MOVE "N" TO BEST-RATE-FOUND
           MOVE 0 TO BEST-RATE-VALID-FROM
           MOVE 0 TO BEST-DKK-RATE

           IF RATE-CURRENCY-WANTED = "DKK"
               MOVE "Y" TO BEST-RATE-FOUND
               MOVE 1 TO BEST-DKK-RATE
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING RATE-HISTORY-INDEX FROM 1 BY 1
               UNTIL RATE-HISTORY-INDEX > RATE-HISTORY-COUNT
               IF RATE-ENTRY-CURRENCY(RATE-HISTORY-INDEX)
                       = RATE-CURRENCY-WANTED
                   AND RATE-ENTRY-VALID-FROM(RATE-HISTORY-INDEX)
                       <= REFERENCE-DATE
                   AND RATE-ENTRY-VALID-FROM(RATE-HISTORY-INDEX)
                       >= BEST-RATE-VALID-FROM
                   MOVE "Y" TO BEST-RATE-FOUND
                   MOVE RATE-ENTRY-VALID-FROM(RATE-HISTORY-INDEX)
                       TO BEST-RATE-VALID-FROM
                   MOVE RATE-ENTRY-DKK-RATE(RATE-HISTORY-INDEX)
                       TO BEST-DKK-RATE
               END-IF
           END-PERFORM
           EXIT.

       LOAD-ESCHEATED-CPRS.
           OPEN INPUT ESCHEATMENT-FILE
           IF ESCHEATMENT-FILE-STATUS NOT = "00"
               DISPLAY "EscheatmentExtract.txt not found, no "
                   "customer is left out as escheated."
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ ESCHEATMENT-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF ESCHEATED-COUNT < ESCHEATED-MAX
                           AND ESCHEAT-CPR NOT = SPACES
                           MOVE ESCHEAT-CPR TO NORMALIZED-CPR
                           PERFORM NORMALIZE-CPR
                           ADD 1 TO ESCHEATED-COUNT
                           MOVE NORMALIZED-CPR
                               TO ESCHEATED-CPRS(ESCHEATED-COUNT)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ESCHEATMENT-FILE
           EXIT.

       LOAD-DUPLICATE-CANDIDATES.
           OPEN INPUT DUPLICATE-REVIEW-FILE
           IF DUPLICATE-REVIEW-FILE-STATUS NOT = "00"
               DISPLAY "CustomerDuplicateReview.txt not found, no "
                   "duplicate candidates are held back."
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ DUPLICATE-REVIEW-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF DUPLICATE-COUNT + 2 <= DUPLICATE-MAX
                           ADD 1 TO DUPLICATE-COUNT
                           MOVE REVIEW-SURVIVOR-ID
                               TO DUP-REFERENCE-ID(DUPLICATE-COUNT)
                           MOVE REVIEW-CANDIDATE-ID
                               TO DUP-OTHER-ID(DUPLICATE-COUNT)
                           ADD 1 TO DUPLICATE-COUNT
                           MOVE REVIEW-CANDIDATE-ID
                               TO DUP-REFERENCE-ID(DUPLICATE-COUNT)
                           MOVE REVIEW-SURVIVOR-ID
                               TO DUP-OTHER-ID(DUPLICATE-COUNT)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE DUPLICATE-REVIEW-FILE
           EXIT.

      *----------------------------------------------------------*
      * Every master is folded into its depositor row; escheated
      * customers are counted and passed over.
      *----------------------------------------------------------*
       ACCUMULATE-MASTER-DEPOSITS.
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF MASTER-FILE-STATUS NOT = "00"
               MOVE "CustomerMaster.idx" TO FAILED-FILE-NAME
               MOVE MASTER-FILE-STATUS TO FAILED-FILE-STATUS
               PERFORM ABORT-ON-FILE-FAILURE
           END-IF

           MOVE SPACES TO MASTER-REFERENCE-ID
           START CUSTOMER-MASTER-FILE
               KEY IS >= MASTER-REFERENCE-ID
               INVALID KEY
                   MOVE "10" TO MASTER-FILE-STATUS
           END-START

           PERFORM UNTIL MASTER-FILE-STATUS NOT = "00"
               READ CUSTOMER-MASTER-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CUSTOMER-MASTER-RECORD TO MASTER-WORK
                       ADD 1 TO MASTER-READ-COUNT
                       PERFORM ADD-ONE-MASTER
               END-READ
           END-PERFORM

           CLOSE CUSTOMER-MASTER-FILE
           EXIT.

       ADD-ONE-MASTER.
           MOVE CUSTOMER-CPR OF MASTER-WORK TO NORMALIZED-CPR
           PERFORM NORMALIZE-CPR

           IF NORMALIZED-CPR NOT = SPACES
               MOVE "N" TO ESCHEATED-FOUND
               PERFORM VARYING ESCHEATED-INDEX FROM 1 BY 1
                   UNTIL ESCHEATED-INDEX > ESCHEATED-COUNT
                       OR ESCHEATED-FOUND = "Y"
                   IF ESCHEATED-CPRS(ESCHEATED-INDEX)
                           = NORMALIZED-CPR
                       MOVE "Y" TO ESCHEATED-FOUND
                   END-IF
               END-PERFORM
               IF ESCHEATED-FOUND = "Y"
                   ADD 1 TO ESCHEATED-SKIPPED-COUNT
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM FIND-OR-ADD-DEPOSITOR
           IF MATCHED-DEPOSITOR-INDEX = 0
               EXIT PARAGRAPH
           END-IF

           IF NORMALIZED-CPR = SPACES
               MOVE "Y" TO DEP-CLEARING(MATCHED-DEPOSITOR-INDEX)
               MOVE "No CPR on the customer master"
                   TO DEP-CLEARING-REASON(MATCHED-DEPOSITOR-INDEX)
           END-IF

           PERFORM CHECK-DUPLICATE-CANDIDATE

           IF ACCOUNT-NUMBER OF MASTER-WORK = SPACES
               ADD 1 TO CLOSED-SLOT-COUNT
           ELSE
               MOVE CURRENCY-CODE OF MASTER-WORK
                   TO ACCOUNT-CURRENCY-WORK
               MOVE BALANCE OF MASTER-WORK TO ACCOUNT-BALANCE-WORK
               PERFORM ADD-ONE-ACCOUNT
           END-IF

           PERFORM VARYING ACCOUNT-SLOT FROM 1 BY 1
               UNTIL ACCOUNT-SLOT > 4
               IF ACCOUNT-SLOT + 1 > ACCOUNT-COUNT OF MASTER-WORK
                   OR EXTRA-ACCOUNT-NUMBER OF MASTER-WORK(
                       ACCOUNT-SLOT) = SPACES
                   IF EXTRA-ACCOUNT-NUMBER OF MASTER-WORK(
                           ACCOUNT-SLOT) NOT = SPACES
                       ADD 1 TO CLOSED-SLOT-COUNT
                   END-IF
               ELSE
                   MOVE EXTRA-CURRENCY-CODE OF MASTER-WORK(
                       ACCOUNT-SLOT) TO ACCOUNT-CURRENCY-WORK
                   MOVE EXTRA-BALANCE OF MASTER-WORK(ACCOUNT-SLOT)
                       TO ACCOUNT-BALANCE-WORK
                   PERFORM ADD-ONE-ACCOUNT
               END-IF
           END-PERFORM
           EXIT.

       FIND-OR-ADD-DEPOSITOR.
           MOVE 0 TO MATCHED-DEPOSITOR-INDEX

           IF NORMALIZED-CPR NOT = SPACES
               PERFORM VARYING DEPOSITOR-INDEX FROM 1 BY 1
                   UNTIL DEPOSITOR-INDEX > DEPOSITOR-COUNT
                       OR MATCHED-DEPOSITOR-INDEX > 0
                   IF DEP-CPR(DEPOSITOR-INDEX) = NORMALIZED-CPR
                       MOVE DEPOSITOR-INDEX TO MATCHED-DEPOSITOR-INDEX
                   END-IF
               END-PERFORM
           END-IF

           IF MATCHED-DEPOSITOR-INDEX > 0
               EXIT PARAGRAPH
           END-IF

           IF DEPOSITOR-COUNT >= DEPOSITOR-MAX
               ADD 1 TO TABLE-FULL-COUNT
               DISPLAY "WARNING: depositor capacity exceeded, "
                   "REFERENCE-ID '" REFERENCE-ID OF MASTER-WORK
                   "' not valued."
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO DEPOSITOR-COUNT
           MOVE DEPOSITOR-COUNT TO MATCHED-DEPOSITOR-INDEX
           MOVE NORMALIZED-CPR TO DEP-CPR(MATCHED-DEPOSITOR-INDEX)
           MOVE REFERENCE-ID OF MASTER-WORK
               TO DEP-REFERENCE-ID(MATCHED-DEPOSITOR-INDEX)
           MOVE SPACES TO DEP-NAME(MATCHED-DEPOSITOR-INDEX)
           STRING FUNCTION TRIM(FIRST-NAME OF MASTER-WORK TRAILING)
               " "
               FUNCTION TRIM(LAST-NAME OF MASTER-WORK TRAILING)
               DELIMITED BY SIZE
               INTO DEP-NAME(MATCHED-DEPOSITOR-INDEX)
           END-STRING
           EXIT.

       CHECK-DUPLICATE-CANDIDATE.
           MOVE 0 TO DUPLICATE-MATCH-INDEX
           PERFORM VARYING DUPLICATE-INDEX FROM 1 BY 1
               UNTIL DUPLICATE-INDEX > DUPLICATE-COUNT
                   OR DUPLICATE-MATCH-INDEX > 0
               IF DUP-REFERENCE-ID(DUPLICATE-INDEX)
                       = REFERENCE-ID OF MASTER-WORK
                   MOVE DUPLICATE-INDEX TO DUPLICATE-MATCH-INDEX
               END-IF
           END-PERFORM

           IF DUPLICATE-MATCH-INDEX = 0
               EXIT PARAGRAPH
           END-IF

           MOVE "Y" TO DEP-CLEARING(MATCHED-DEPOSITOR-INDEX)
           MOVE SPACES TO DEP-CLEARING-REASON(MATCHED-DEPOSITOR-INDEX)
           STRING "Duplicate candidate: "
               REFERENCE-ID OF MASTER-WORK
               " / "
               DUP-OTHER-ID(DUPLICATE-MATCH-INDEX)
               DELIMITED BY SIZE
               INTO DEP-CLEARING-REASON(MATCHED-DEPOSITOR-INDEX)
           END-STRING
           EXIT.

      *----------------------------------------------------------*
      * An open account adds its credit balance in EUR. A currency
      * with no rate on the reference date cannot be valued, so the
      * depositor is held for clearing rather than under-reported.
      *----------------------------------------------------------*
       ADD-ONE-ACCOUNT.
           ADD 1 TO ACCOUNTS-COUNTED
           ADD 1 TO DEP-ACCOUNT-COUNT(MATCHED-DEPOSITOR-INDEX)

           IF ACCOUNT-BALANCE-WORK NOT > 0
               EXIT PARAGRAPH
           END-IF

           MOVE ACCOUNT-CURRENCY-WORK TO RATE-CURRENCY-WANTED
           PERFORM FIND-DATED-RATE
           IF BEST-RATE-FOUND = "N" OR BEST-DKK-RATE = 0
               MOVE "Y" TO DEP-CLEARING(MATCHED-DEPOSITOR-INDEX)
               MOVE SPACES
                   TO DEP-CLEARING-REASON(MATCHED-DEPOSITOR-INDEX)
               STRING "No rate for currency '"
                   ACCOUNT-CURRENCY-WORK "'"
                   DELIMITED BY SIZE
                   INTO DEP-CLEARING-REASON(MATCHED-DEPOSITOR-INDEX)
               END-STRING
               EXIT PARAGRAPH
           END-IF

           COMPUTE ACCOUNT-EUR-WORK ROUNDED =
               ACCOUNT-BALANCE-WORK * BEST-DKK-RATE / EUR-DKK-RATE
           ADD ACCOUNT-EUR-WORK
               TO DEP-ELIGIBLE-EUR(MATCHED-DEPOSITOR-INDEX)
           EXIT.

       NORMALIZE-CPR.
           IF NORMALIZED-CPR(1:10) IS NUMERIC
                   AND NORMALIZED-CPR(11:5) = SPACES
               MOVE NORMALIZED-CPR(7:4) TO CPR-SERIAL-PART
               MOVE "-" TO NORMALIZED-CPR(7:1)
               MOVE CPR-SERIAL-PART TO NORMALIZED-CPR(8:4)
           END-IF
           EXIT.

       WRITE-SCV-FILE.
           OPEN OUTPUT SCV-FILE
           IF SCV-FILE-STATUS NOT = "00"
               MOVE "DepositGuaranteeScv.txt" TO FAILED-FILE-NAME
               MOVE SCV-FILE-STATUS TO FAILED-FILE-STATUS
               PERFORM ABORT-ON-FILE-FAILURE
           END-IF

           MOVE SPACES TO SCV-HEADER-RECORD
           MOVE "HDR" TO SCV-HEADER-TAG
           MOVE REFERENCE-DATE TO SCV-HEADER-REFERENCE-DATE
           MOVE RUN-DATE TO SCV-HEADER-RUN-DATE
           MOVE "EUR" TO SCV-HEADER-CURRENCY
           MOVE COVERAGE-LIMIT-EUR TO SCV-HEADER-COVERAGE-LIMIT
           WRITE SCV-HEADER-RECORD

           PERFORM VARYING DEPOSITOR-INDEX FROM 1 BY 1
               UNTIL DEPOSITOR-INDEX > DEPOSITOR-COUNT
               IF DEP-CLEARING(DEPOSITOR-INDEX) = "N"
                   PERFORM WRITE-ONE-DEPOSITOR
               END-IF
           END-PERFORM

           MOVE SPACES TO SCV-TRAILER-RECORD
           MOVE "TRL" TO SCV-TRAILER-TAG
           MOVE RECORDS-WRITTEN-COUNT TO SCV-TRAILER-COUNT
           MOVE GRAND-TOTAL-ELIGIBLE TO SCV-TRAILER-ELIGIBLE
           MOVE GRAND-TOTAL-COVERED TO SCV-TRAILER-COVERED
           WRITE SCV-TRAILER-RECORD

           CLOSE SCV-FILE
           EXIT.

       WRITE-ONE-DEPOSITOR.
           IF DEP-ELIGIBLE-EUR(DEPOSITOR-INDEX) > COVERAGE-LIMIT-EUR
               MOVE COVERAGE-LIMIT-EUR TO COVERED-EUR-WORK
           ELSE
               MOVE DEP-ELIGIBLE-EUR(DEPOSITOR-INDEX)
                   TO COVERED-EUR-WORK
           END-IF

           MOVE SPACES TO SCV-DEPOSITOR-RECORD
           MOVE DEP-CPR(DEPOSITOR-INDEX) TO SCV-CPR
           MOVE DEP-REFERENCE-ID(DEPOSITOR-INDEX) TO SCV-REFERENCE-ID
           MOVE DEP-NAME(DEPOSITOR-INDEX) TO SCV-DEPOSITOR-NAME
           MOVE DEP-ACCOUNT-COUNT(DEPOSITOR-INDEX)
               TO SCV-ACCOUNT-COUNT
           MOVE DEP-ELIGIBLE-EUR(DEPOSITOR-INDEX) TO SCV-ELIGIBLE-EUR
           MOVE COVERED-EUR-WORK TO SCV-COVERED-EUR
           WRITE SCV-DEPOSITOR-RECORD

           ADD 1 TO RECORDS-WRITTEN-COUNT
           ADD DEP-ELIGIBLE-EUR(DEPOSITOR-INDEX)
               TO GRAND-TOTAL-ELIGIBLE
           ADD COVERED-EUR-WORK TO GRAND-TOTAL-COVERED
           EXIT.

      *----------------------------------------------------------*
      * The clearing list goes to whoever signs off the
      * submission: every depositor held back, with the reason and
      * the EUR value that would otherwise be on the file.
      *----------------------------------------------------------*
       WRITE-CLEARING-REPORT.
           OPEN OUTPUT CLEARING-REPORT-FILE

           MOVE SPACES TO OUTPUT-TEXT-LINE
           STRING "Single customer view clearing list - reference "
               "date " REFERENCE-DATE
               DELIMITED BY SIZE
               INTO OUTPUT-TEXT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SEPARATOR-LINE TO OUTPUT-TEXT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE "Depositors held back for manual clearing:"
               TO OUTPUT-TEXT-LINE
           PERFORM WRITE-REPORT-LINE

           PERFORM VARYING DEPOSITOR-INDEX FROM 1 BY 1
               UNTIL DEPOSITOR-INDEX > DEPOSITOR-COUNT
               IF DEP-CLEARING(DEPOSITOR-INDEX) = "Y"
                   ADD 1 TO CLEARING-COUNT
                   ADD DEP-ELIGIBLE-EUR(DEPOSITOR-INDEX)
                       TO CLEARING-TOTAL-ELIGIBLE
                   MOVE DEP-REFERENCE-ID(DEPOSITOR-INDEX)
                       TO OUTPUT-TEXT-LINE(3:10)
                   MOVE DEP-CPR(DEPOSITOR-INDEX)
                       TO OUTPUT-TEXT-LINE(14:15)
                   MOVE DEP-NAME(DEPOSITOR-INDEX)(1:30)
                       TO OUTPUT-TEXT-LINE(30:30)
                   MOVE DEP-ELIGIBLE-EUR(DEPOSITOR-INDEX)
                       TO AMOUNT-EDIT-DISPLAY
                   MOVE AMOUNT-EDIT-DISPLAY TO OUTPUT-TEXT-LINE(61:17)
                   PERFORM WRITE-REPORT-LINE
                   MOVE DEP-CLEARING-REASON(DEPOSITOR-INDEX)
                       TO OUTPUT-TEXT-LINE(5:40)
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-PERFORM

           IF CLEARING-COUNT = 0
               MOVE "  None." TO OUTPUT-TEXT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE

           MOVE SEPARATOR-LINE TO OUTPUT-TEXT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE "Master records read" TO OUTPUT-TEXT-LINE
           MOVE MASTER-READ-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-REPORT-LINE

           MOVE "Escheated customers left out" TO OUTPUT-TEXT-LINE
           MOVE ESCHEATED-SKIPPED-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-REPORT-LINE

           MOVE "Closed account slots skipped" TO OUTPUT-TEXT-LINE
           MOVE CLOSED-SLOT-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-REPORT-LINE

           MOVE "Open accounts counted" TO OUTPUT-TEXT-LINE
           MOVE ACCOUNTS-COUNTED TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-REPORT-LINE

           MOVE "Depositors on the file" TO OUTPUT-TEXT-LINE
           MOVE RECORDS-WRITTEN-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-REPORT-LINE

           MOVE "Eligible deposits on the file (EUR)"
               TO OUTPUT-TEXT-LINE
           MOVE GRAND-TOTAL-ELIGIBLE TO AMOUNT-EDIT-DISPLAY
           MOVE AMOUNT-EDIT-DISPLAY TO OUTPUT-TEXT-LINE(40:17)
           PERFORM WRITE-REPORT-LINE

           MOVE "Covered deposits on the file (EUR)"
               TO OUTPUT-TEXT-LINE
           MOVE GRAND-TOTAL-COVERED TO AMOUNT-EDIT-DISPLAY
           MOVE AMOUNT-EDIT-DISPLAY TO OUTPUT-TEXT-LINE(40:17)
           PERFORM WRITE-REPORT-LINE

           MOVE "Depositors held for clearing" TO OUTPUT-TEXT-LINE
           MOVE CLEARING-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-REPORT-LINE

           MOVE "Eligible deposits held (EUR)" TO OUTPUT-TEXT-LINE
           MOVE CLEARING-TOTAL-ELIGIBLE TO AMOUNT-EDIT-DISPLAY
           MOVE AMOUNT-EDIT-DISPLAY TO OUTPUT-TEXT-LINE(40:17)
           PERFORM WRITE-REPORT-LINE

           IF TABLE-FULL-COUNT > 0
               MOVE "Masters not valued - table full"
                   TO OUTPUT-TEXT-LINE
               MOVE TABLE-FULL-COUNT TO COUNT-DISPLAY
               MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
               PERFORM WRITE-REPORT-LINE
           END-IF

           CLOSE CLEARING-REPORT-FILE
           EXIT.

       WRITE-REPORT-LINE.
           MOVE OUTPUT-TEXT-LINE TO CLEARING-REPORT-LINE
           WRITE CLEARING-REPORT-LINE
           MOVE SPACES TO OUTPUT-TEXT-LINE
           EXIT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPAYMONITOR.

      *----------------------------------------------------------*
      * Repayment agreement monitoring. Takes the agreements      *
      * REPAYENTRY queued in RepaymentAgreementEntries.txt into   *
      * RepaymentAgreements.txt - noting the collections level    *
      * the customer had reached in CollectionsState.txt - and    *
      * sends each a confirmation letter. Every active agreement  *
      * is then checked against the Indbetalinger posted to       *
      * TransactionHistory.txt since it was agreed: once an       *
      * installment is more than the grace days overdue and the   *
      * payments do not cover every installment fallen due by     *
      * then, the agreement is broken and a broken-agreement      *
      * letter goes out; when the payments cover the whole        *
      * schedule the agreement is completed. While an agreement   *
      * is active NOTICEWRITER holds the customer's collections   *
      * case where it stood and OVERDRAFTCHARGE charges no        *
      * interest; once it ends the ladder resumes at that level.  *
      *                                                           *
      * Letters are written to RepaymentLetters.txt one per page  *
      * with the master's address block (CPR bridged through      *
      * CustomerKeyXref.txt), kept in DocumentArchive.txt through *
      * the shared DOCARCHIVE routine and logged in               *
      * ContactJournal.txt with the document id.                  *
      * RepaymentReport.txt lists what happened to each agreement *
      * this run. A queued agreement already in the register was  *
      * taken in by an earlier run, so re-reading the whole queue *
      * never confirms anything twice.                            *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGREEMENT-ENTRY-FILE
               ASSIGN TO "RepaymentAgreementEntries.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ENTRY-FILE-STATUS.

           SELECT AGREEMENT-REGISTER-FILE
               ASSIGN TO "RepaymentAgreements.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGISTER-FILE-STATUS.

           SELECT COLLECTIONS-STATE-FILE
               ASSIGN TO "CollectionsState.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COLLECTIONS-FILE-STATUS.

           SELECT HISTORY-FILE
               ASSIGN TO "TransactionHistory.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORY-FILE-STATUS.

           SELECT CUSTOMER-MASTER-FILE
               ASSIGN TO "CustomerMaster.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MASTER-REFERENCE-ID
               FILE STATUS IS MASTER-FILE-STATUS.

           SELECT KEY-XREF-FILE
               ASSIGN TO "CustomerKeyXref.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KEY-XREF-FILE-STATUS.

           SELECT LETTERS-FILE
               ASSIGN TO "RepaymentLetters.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LETTERS-FILE-STATUS.

           SELECT CONTACT-JOURNAL-FILE
               ASSIGN TO "ContactJournal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTACT-JOURNAL-FILE-STATUS.

           SELECT REPAYMENT-REPORT-FILE
               ASSIGN TO "RepaymentReport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BATCH-RUN-LOG-FILE
               ASSIGN TO "BatchRunLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BATCH-RUN-LOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD AGREEMENT-ENTRY-FILE.
       01 AGREEMENT-ENTRY-RECORD.
           COPY "RepaymentAgreement.cpy".

       FD AGREEMENT-REGISTER-FILE.
       01 AGREEMENT-REGISTER-RECORD.
           COPY "RepaymentAgreement.cpy".

      * NOTICEWRITER's collections case per CPR; only the level
      * is used here.
       FD COLLECTIONS-STATE-FILE.
       01 COLLECTIONS-STATE-RECORD.
           02 STATE-CPR PIC X(15).
           02 STATE-LEVEL PIC 9.
           02 STATE-ENTERED-DATE PIC 9(8).
           02 STATE-LEVEL-DATE PIC 9(8).
           02 STATE-AMOUNT-AT-ENTRY PIC -9(11).99.

       FD HISTORY-FILE.
       01 HISTORY-RECORD.
           COPY "Transaction.cpy".

      * The indexed record is the Customer.cpy layout with the
      * REFERENCE-ID broken out as the record key.
       FD CUSTOMER-MASTER-FILE.
       01 CUSTOMER-MASTER-RECORD.
           02 MASTER-REFERENCE-ID PIC X(10).
           02 MASTER-RECORD-BODY PIC X(461).

       FD KEY-XREF-FILE.
       01 KEY-XREF-RECORD.
           02 XREF-CPR PIC X(15).
           02 XREF-REFERENCE-ID PIC X(10).

       FD LETTERS-FILE.
       01 LETTER-LINE PIC X(80).

       FD CONTACT-JOURNAL-FILE.
       01 CONTACT-JOURNAL-RECORD.
           COPY "ContactJournal.cpy".

       FD REPAYMENT-REPORT-FILE.
       01 REPAYMENT-REPORT-LINE PIC X(100).

       FD BATCH-RUN-LOG-FILE.
       01 BATCH-RUN-LOG-RECORD.
           COPY "BatchRunLog.cpy".

       WORKING-STORAGE SECTION.
       01 BATCH-RUN-LOG-TIMESTAMP PIC X(26) VALUE SPACES.
       01 ENTRY-FILE-STATUS PIC X(2) VALUE "00".
       01 REGISTER-FILE-STATUS PIC X(2) VALUE "00".
       01 COLLECTIONS-FILE-STATUS PIC X(2) VALUE "00".
       01 HISTORY-FILE-STATUS PIC X(2) VALUE "00".
       01 MASTER-FILE-STATUS PIC X(2) VALUE "00".
       01 KEY-XREF-FILE-STATUS PIC X(2) VALUE "00".
       01 LETTERS-FILE-STATUS PIC X(2) VALUE "00".
       01 CONTACT-JOURNAL-FILE-STATUS PIC X(2) VALUE "00".

      * Every letter is kept line for line through the shared
      * DOCARCHIVE routine; the contact journal row names it.
       01 DOCARC-PARAMETERS.
           COPY "DocArchive.cpy".
       01 DOCARC-CALL-FAILED PIC X VALUE "N".
       01 DOCUMENT-BEING-ARCHIVED PIC X VALUE "N".
       01 BATCH-RUN-LOG-FILE-STATUS PIC X(2) VALUE "00".
       01 FAILED-FILE-NAME PIC X(40) VALUE SPACES.
       01 FAILED-FILE-STATUS PIC X(2) VALUE SPACES.

       01 END-OF-FILE PIC X VALUE "N".

      * Days an installment may run late before the agreement is
      * treated as broken, so a payment in the post is not missed.
       01 REPAYMENT-GRACE-DAYS PIC 99 VALUE 3.

      * The whole register, updated in place and written back at
      * the end. RUN-OUTCOME says what this run did with each
      * agreement; RUN-PAID is the Indbetaling total recounted
      * from the history.
       01 AGREEMENT-TABLE.
           02 AGREEMENT-COUNT PIC 9(4) VALUE 0.
           02 AGREEMENT-MAX PIC 9(4) VALUE 500.
           02 AGREEMENTS OCCURS 500 TIMES.
               COPY "RepaymentAgreement.cpy".
               03 RUN-CONFIRMED PIC X VALUE "N".
               03 RUN-OUTCOME PIC X(10) VALUE SPACES.
               03 RUN-PAID PIC S9(11)V99 VALUE 0.
       01 AGREEMENT-INDEX PIC 9(4) VALUE 0.
       01 MATCHED-AGREEMENT-INDEX PIC 9(4) VALUE 0.
       01 ACTIVE-AGREEMENT-INDEX PIC 9(4) VALUE 0.

       01 COLLECTIONS-CASE-TABLE.
           02 CASE-COUNT PIC 999 VALUE 0.
           02 CASE-MAX PIC 999 VALUE 200.
           02 CASE-ENTRIES OCCURS 200 TIMES.
               03 CASE-CPR PIC X(15) VALUE SPACES.
               03 CASE-LEVEL PIC 9 VALUE 0.
       01 CASE-INDEX PIC 999 VALUE 0.

       01 KEY-XREF-TABLE.
           02 XREF-COUNT PIC 999 VALUE 0.
           02 XREF-MAX-COUNT PIC 999 VALUE 200.
           02 XREF-ENTRIES OCCURS 200 TIMES.
               03 XREF-ENTRY-CPR PIC X(15) VALUE SPACES.
               03 XREF-ENTRY-REFERENCE-ID PIC X(10) VALUE SPACES.
       01 XREF-INDEX PIC 999 VALUE 0.
       01 XREF-REFERENCE-FOUND PIC X(10) VALUE SPACES.

      * Work copy of the master record a letter is addressed from.
       01 MASTER-WORK.
           COPY "Customer.cpy".
       01 MASTER-AVAILABLE PIC X VALUE "N".
       01 MASTER-FOUND PIC X VALUE "N".

       01 RUN-DATE-TODAY PIC X(8) VALUE SPACES.
       01 TODAY-DATE PIC 9(8) VALUE 0.
       01 TODAY-INTEGER PIC 9(8) VALUE 0.
       01 TRANSACTION-DATE-WORK PIC X(8) VALUE SPACES.
       01 REFUSAL-REASON PIC X(10) VALUE SPACES.

      * Installment schedule work: INSTALLMENT-NUMBER counts from
      * zero for the first due date.
       01 INSTALLMENT-NUMBER PIC 9(3) VALUE 0.
       01 INSTALLMENT-DUE-DATE PIC 9(8) VALUE 0.
       01 FIRST-DUE-NUMERIC PIC 9(8) VALUE 0.
       01 FIRST-DUE-PARTS REDEFINES FIRST-DUE-NUMERIC.
           02 FIRST-DUE-YEAR PIC 9(4).
           02 FIRST-DUE-MONTH PIC 99.
           02 FIRST-DUE-DAY PIC 99.
       01 FIRST-DUE-INTEGER PIC 9(8) VALUE 0.
       01 MONTH-OFFSET PIC 9(5) VALUE 0.
       01 DUE-YEAR PIC 9(4) VALUE 0.
       01 DUE-MONTH PIC 99 VALUE 0.
       01 DUE-DAY PIC 99 VALUE 0.
       01 NEXT-MONTH-START PIC 9(8) VALUE 0.
       01 MONTH-LAST-DATE PIC 9(8) VALUE 0.
       01 MONTH-LAST-PARTS REDEFINES MONTH-LAST-DATE.
           02 FILLER PIC 9(6).
           02 MONTH-LAST-DAY PIC 99.
       01 INSTALLMENTS-OVERDUE PIC 9(3) VALUE 0.
       01 AMOUNT-REQUIRED PIC S9(11)V99 VALUE 0.
       01 SCHEDULE-TOTAL PIC S9(11)V99 VALUE 0.
       01 MISSED-DUE-DATE PIC 9(8) VALUE 0.
       01 DATE-DISPLAY PIC X(10) VALUE SPACES.
       01 DATE-DISPLAY-SOURCE PIC 9(8) VALUE 0.

       01 ENTRIES-READ-COUNT PIC 9(6) VALUE 0.
       01 PREVIOUSLY-TAKEN-COUNT PIC 9(6) VALUE 0.
       01 ENTRIES-REFUSED-COUNT PIC 9(6) VALUE 0.
       01 AGREEMENTS-CONFIRMED-COUNT PIC 9(6) VALUE 0.
       01 AGREEMENTS-KEPT-COUNT PIC 9(6) VALUE 0.
       01 AGREEMENTS-BROKEN-COUNT PIC 9(6) VALUE 0.
       01 AGREEMENTS-COMPLETED-COUNT PIC 9(6) VALUE 0.
       01 LETTERS-WRITTEN-COUNT PIC 9(6) VALUE 0.
       01 LETTERS-NOT-SENT-COUNT PIC 9(6) VALUE 0.
       01 PAYMENTS-COUNTED-COUNT PIC 9(6) VALUE 0.

      * Letters are padded to a fixed page so every letter starts
      * at the top of its own sheet.
       01 PAGE-LINE-LIMIT PIC 99 VALUE 60.
       01 PAGE-LINE-COUNT PIC 99 VALUE 0.
       01 LETTER-KIND PIC X VALUE SPACE.
           88 LETTER-CONFIRMATION VALUE "C".
           88 LETTER-BROKEN VALUE "B".
       01 LETTER-TEXT-LINE PIC X(80) VALUE SPACES.

       01 AMOUNT-EDIT-DISPLAY PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01 SECOND-AMOUNT-DISPLAY PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01 INSTALLMENT-COUNT-DISPLAY PIC ZZ9.
       01 OUTPUT-TEXT-LINE PIC X(100) VALUE SPACES.
       01 SEPARATOR-LINE PIC X(100) VALUE ALL "-".
       01 COUNT-DISPLAY PIC Z(5)9.

       PROCEDURE DIVISION.
           PERFORM LOG-BATCH-RUN-START

           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE-TODAY
           MOVE RUN-DATE-TODAY TO TODAY-DATE
           COMPUTE TODAY-INTEGER = FUNCTION INTEGER-OF-DATE(TODAY-DATE)

           PERFORM LOAD-AGREEMENT-REGISTER
           PERFORM LOAD-COLLECTIONS-LEVELS
           PERFORM LOAD-KEY-XREF
           PERFORM OPEN-CUSTOMER-MASTER

           OPEN OUTPUT LETTERS-FILE
           IF LETTERS-FILE-STATUS NOT = "00"
               MOVE "RepaymentLetters.txt" TO FAILED-FILE-NAME
               MOVE LETTERS-FILE-STATUS TO FAILED-FILE-STATUS
               PERFORM ABORT-ON-FILE-FAILURE
           END-IF

           OPEN OUTPUT REPAYMENT-REPORT-FILE
           MOVE SPACES TO OUTPUT-TEXT-LINE
           STRING "Repayment agreements - " DELIMITED BY SIZE
               RUN-DATE-TODAY DELIMITED BY SIZE
               INTO OUTPUT-TEXT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SEPARATOR-LINE TO OUTPUT-TEXT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "Agreement  Outcome    CPR             Lvl"
               TO OUTPUT-TEXT-LINE
           MOVE "Installment" TO OUTPUT-TEXT-LINE(48:11)
           MOVE "Due" TO OUTPUT-TEXT-LINE(60:3)
           MOVE "Paid DKK" TO OUTPUT-TEXT-LINE(73:8)
           MOVE "Next due" TO OUTPUT-TEXT-LINE(83:8)
           PERFORM WRITE-REPORT-LINE

           OPEN INPUT AGREEMENT-ENTRY-FILE
           IF ENTRY-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-FILE = "Y"
                   READ AGREEMENT-ENTRY-FILE
                       AT END
                           MOVE "Y" TO END-OF-FILE
                       NOT AT END
                           IF AGREEMENT-ID OF AGREEMENT-ENTRY-RECORD
                                   NOT = SPACES
                               ADD 1 TO ENTRIES-READ-COUNT
                               PERFORM TAKE-IN-ONE-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AGREEMENT-ENTRY-FILE
           ELSE
               DISPLAY "RepaymentAgreementEntries.txt not found, no "
                   "new agreements to confirm."
           END-IF

           PERFORM COUNT-AGREEMENT-PAYMENTS

           PERFORM VARYING AGREEMENT-INDEX FROM 1 BY 1
               UNTIL AGREEMENT-INDEX > AGREEMENT-COUNT
               IF AGREEMENT-ACTIVE OF AGREEMENTS(AGREEMENT-INDEX)
                   PERFORM CHECK-ONE-AGREEMENT
               END-IF
           END-PERFORM

           PERFORM VARYING AGREEMENT-INDEX FROM 1 BY 1
               UNTIL AGREEMENT-INDEX > AGREEMENT-COUNT
               IF RUN-OUTCOME(AGREEMENT-INDEX) NOT = SPACES
                   PERFORM WRITE-AGREEMENT-LINE
               END-IF
           END-PERFORM

           PERFORM REPORT-RUN-TOTALS

           CLOSE LETTERS-FILE
           CLOSE REPAYMENT-REPORT-FILE
           IF MASTER-AVAILABLE = "Y"
               CLOSE CUSTOMER-MASTER-FILE
           END-IF

           PERFORM SAVE-AGREEMENT-REGISTER

           DISPLAY "Repayment agreements: "
               AGREEMENTS-CONFIRMED-COUNT " confirmed, "
               AGREEMENTS-KEPT-COUNT " kept, "
               AGREEMENTS-BROKEN-COUNT " broken, "
               AGREEMENTS-COMPLETED-COUNT " completed."

           IF ENTRIES-REFUSED-COUNT > 0
               OR LETTERS-NOT-SENT-COUNT > 0
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
           MOVE "REPAYMONITOR" TO BATCH-LOG-JOB-NAME
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

           MOVE "REPAYMONITOR" TO BATCH-LOG-JOB-NAME
           MOVE BATCH-RUN-LOG-TIMESTAMP TO BATCH-LOG-TIMESTAMP
           MOVE "START" TO BATCH-LOG-EVENT
           MOVE SPACES TO BATCH-LOG-DETAIL
           WRITE BATCH-RUN-LOG-RECORD

           CLOSE BATCH-RUN-LOG-FILE
           EXIT.

       LOG-BATCH-RUN-END.
           MOVE FUNCTION CURRENT-DATE TO BATCH-RUN-LOG-TIMESTAMP
           OPEN EXTEND BATCH-RUN-LOG-FILE

           MOVE "REPAYMONITOR" TO BATCH-LOG-JOB-NAME
           MOVE BATCH-RUN-LOG-TIMESTAMP TO BATCH-LOG-TIMESTAMP
           MOVE "END" TO BATCH-LOG-EVENT
           STRING "Confirmed: "
               FUNCTION TRIM(AGREEMENTS-CONFIRMED-COUNT LEADING)
               " Broken: "
               FUNCTION TRIM(AGREEMENTS-BROKEN-COUNT LEADING)
               " Completed: "
               FUNCTION TRIM(AGREEMENTS-COMPLETED-COUNT LEADING)
               " Letters: "
               FUNCTION TRIM(LETTERS-WRITTEN-COUNT LEADING)
               INTO BATCH-LOG-DETAIL
           WRITE BATCH-RUN-LOG-RECORD

           CLOSE BATCH-RUN-LOG-FILE
           EXIT.

       LOAD-AGREEMENT-REGISTER.
           OPEN INPUT AGREEMENT-REGISTER-FILE
           IF REGISTER-FILE-STATUS NOT = "00"
               DISPLAY "RepaymentAgreements.txt not found, starting "
                   "a new register"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ AGREEMENT-REGISTER-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF AGREEMENT-COUNT < AGREEMENT-MAX
                           ADD 1 TO AGREEMENT-COUNT
                           MOVE AGREEMENT-REGISTER-RECORD
                               TO AGREEMENTS(AGREEMENT-COUNT)
                           MOVE "N" TO RUN-CONFIRMED(AGREEMENT-COUNT)
                           MOVE SPACES TO RUN-OUTCOME(AGREEMENT-COUNT)
                           MOVE 0 TO RUN-PAID(AGREEMENT-COUNT)
                       ELSE
      * Rewriting a register that did not fit would drop agreements.
                           DISPLAY "ERROR: RepaymentAgreements.txt "
                               "holds more than " AGREEMENT-MAX
                               " agreements. The run is stopped."
                           MOVE 8 TO RETURN-CODE
                           PERFORM LOG-BATCH-RUN-END
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM

           CLOSE AGREEMENT-REGISTER-FILE
           MOVE "N" TO END-OF-FILE
           EXIT.

       LOAD-COLLECTIONS-LEVELS.
           OPEN INPUT COLLECTIONS-STATE-FILE
           IF COLLECTIONS-FILE-STATUS NOT = "00"
               DISPLAY "CollectionsState.txt not found, new "
                   "agreements record no collections level."
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ COLLECTIONS-STATE-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF CASE-COUNT < CASE-MAX
                           ADD 1 TO CASE-COUNT
                           MOVE STATE-CPR TO CASE-CPR(CASE-COUNT)
                           MOVE STATE-LEVEL TO CASE-LEVEL(CASE-COUNT)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE COLLECTIONS-STATE-FILE
           MOVE "N" TO END-OF-FILE
           EXIT.

       LOAD-KEY-XREF.
           OPEN INPUT KEY-XREF-FILE
           IF KEY-XREF-FILE-STATUS NOT = "00"
               DISPLAY "CustomerKeyXref.txt not found, no letter can "
                   "be addressed this run."
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ KEY-XREF-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF XREF-COUNT < XREF-MAX-COUNT
                           ADD 1 TO XREF-COUNT
                           MOVE XREF-CPR
                               TO XREF-ENTRY-CPR(XREF-COUNT)
                           MOVE XREF-REFERENCE-ID
                               TO XREF-ENTRY-REFERENCE-ID(XREF-COUNT)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE KEY-XREF-FILE
           MOVE "N" TO END-OF-FILE
           EXIT.

       OPEN-CUSTOMER-MASTER.
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF MASTER-FILE-STATUS NOT = "00"
               DISPLAY "CustomerMaster.idx not found - run "
                   "MASTERLOAD first; no letter can be addressed "
                   "this run."
               MOVE "N" TO MASTER-AVAILABLE
           ELSE
               MOVE "Y" TO MASTER-AVAILABLE
           END-IF
           EXIT.

      *----------------------------------------------------------*
      * A queued agreement already in the register was taken in
      * by an earlier run. A new one is refused when its details
      * do not hold together or the customer already has an
      * active agreement; otherwise it becomes active today with
      * the customer's current collections level and is
      * confirmed by letter.
      *----------------------------------------------------------*
       TAKE-IN-ONE-ENTRY.
           MOVE 0 TO MATCHED-AGREEMENT-INDEX
           MOVE 0 TO ACTIVE-AGREEMENT-INDEX
           PERFORM VARYING AGREEMENT-INDEX FROM 1 BY 1
               UNTIL AGREEMENT-INDEX > AGREEMENT-COUNT
               IF AGREEMENT-ID OF AGREEMENTS(AGREEMENT-INDEX)
                       = AGREEMENT-ID OF AGREEMENT-ENTRY-RECORD
                   MOVE AGREEMENT-INDEX TO MATCHED-AGREEMENT-INDEX
               END-IF
               IF AGREEMENT-CPR OF AGREEMENTS(AGREEMENT-INDEX)
                       = AGREEMENT-CPR OF AGREEMENT-ENTRY-RECORD
                   AND AGREEMENT-ACTIVE OF AGREEMENTS(AGREEMENT-INDEX)
                   MOVE AGREEMENT-INDEX TO ACTIVE-AGREEMENT-INDEX
               END-IF
           END-PERFORM

           IF MATCHED-AGREEMENT-INDEX > 0
               ADD 1 TO PREVIOUSLY-TAKEN-COUNT
               EXIT PARAGRAPH
           END-IF

           IF ACTIVE-AGREEMENT-INDEX > 0
               MOVE "IN FORCE" TO REFUSAL-REASON
               PERFORM WRITE-REFUSED-ENTRY-LINE
               EXIT PARAGRAPH
           END-IF

           IF NOT VALID-FREQUENCY OF AGREEMENT-ENTRY-RECORD
               OR AGREEMENT-INSTALLMENT-AMOUNT
                   OF AGREEMENT-ENTRY-RECORD NOT > 0
               OR AGREEMENT-INSTALLMENT-COUNT
                   OF AGREEMENT-ENTRY-RECORD = 0
               OR AGREEMENT-FIRST-DUE-DATE
                   OF AGREEMENT-ENTRY-RECORD IS NOT NUMERIC
               OR AGREEMENT-AGREED-DATE
                   OF AGREEMENT-ENTRY-RECORD IS NOT NUMERIC
               MOVE "INVALID" TO REFUSAL-REASON
               PERFORM WRITE-REFUSED-ENTRY-LINE
               EXIT PARAGRAPH
           END-IF

           IF AGREEMENT-COUNT >= AGREEMENT-MAX
               DISPLAY "ERROR: RepaymentAgreements.txt is full at "
                   AGREEMENT-MAX " agreements. The run is stopped."
               MOVE 8 TO RETURN-CODE
               PERFORM LOG-BATCH-RUN-END
               STOP RUN
           END-IF

           ADD 1 TO AGREEMENT-COUNT
           MOVE AGREEMENT-COUNT TO AGREEMENT-INDEX
           MOVE AGREEMENT-ENTRY-RECORD TO AGREEMENTS(AGREEMENT-INDEX)
           SET AGREEMENT-ACTIVE OF AGREEMENTS(AGREEMENT-INDEX)
               TO TRUE
           MOVE RUN-DATE-TODAY
               TO AGREEMENT-CONFIRMED-DATE OF AGREEMENTS(
                   AGREEMENT-INDEX)
           MOVE SPACES
               TO AGREEMENT-CLOSED-DATE OF AGREEMENTS(AGREEMENT-INDEX)
           MOVE 0
               TO AGREEMENT-LEVEL-LEFT OF AGREEMENTS(AGREEMENT-INDEX)
           PERFORM VARYING CASE-INDEX FROM 1 BY 1
               UNTIL CASE-INDEX > CASE-COUNT
               IF CASE-CPR(CASE-INDEX)
                       = AGREEMENT-CPR OF AGREEMENTS(AGREEMENT-INDEX)
                   MOVE CASE-LEVEL(CASE-INDEX)
                       TO AGREEMENT-LEVEL-LEFT OF AGREEMENTS(
                           AGREEMENT-INDEX)
               END-IF
           END-PERFORM
           MOVE "Y" TO RUN-CONFIRMED(AGREEMENT-INDEX)
           MOVE "CONFIRMED" TO RUN-OUTCOME(AGREEMENT-INDEX)
           MOVE 0 TO RUN-PAID(AGREEMENT-INDEX)
           ADD 1 TO AGREEMENTS-CONFIRMED-COUNT

           SET LETTER-CONFIRMATION TO TRUE
           PERFORM SEND-AGREEMENT-LETTER
           EXIT.

      *----------------------------------------------------------*
      * One pass over the history: every Indbetaling dated on or
      * after an active agreement's agreed date counts towards
      * it, stornos of such payments included with their negative
      * amounts. Dispute credits are the bank's money, not the
      * customer's, and do not count.
      *----------------------------------------------------------*
       COUNT-AGREEMENT-PAYMENTS.
           OPEN INPUT HISTORY-FILE
           IF HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "TransactionHistory.txt not found, no "
                   "payments can be counted - only agreements with "
                   "nothing yet overdue can be kept this run."
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ HISTORY-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF TRANSACTION-TYPE OF HISTORY-RECORD
                               = "Indbetaling"
                           AND TRANSACTION-SHOP OF HISTORY-RECORD
                               NOT = "Indsigelse"
                           PERFORM COUNT-ONE-PAYMENT
                       END-IF
               END-READ
           END-PERFORM

           CLOSE HISTORY-FILE
           MOVE "N" TO END-OF-FILE
           EXIT.

       COUNT-ONE-PAYMENT.
           IF TIME-OF-TRANSACTION OF HISTORY-RECORD(1:4) IS NOT NUMERIC
               OR TIME-OF-TRANSACTION OF HISTORY-RECORD(6:2)
                   IS NOT NUMERIC
               OR TIME-OF-TRANSACTION OF HISTORY-RECORD(9:2)
                   IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           STRING TIME-OF-TRANSACTION OF HISTORY-RECORD(1:4)
               TIME-OF-TRANSACTION OF HISTORY-RECORD(6:2)
               TIME-OF-TRANSACTION OF HISTORY-RECORD(9:2)
               DELIMITED BY SIZE
               INTO TRANSACTION-DATE-WORK
           END-STRING

           PERFORM VARYING AGREEMENT-INDEX FROM 1 BY 1
               UNTIL AGREEMENT-INDEX > AGREEMENT-COUNT
               IF AGREEMENT-ACTIVE OF AGREEMENTS(AGREEMENT-INDEX)
                   AND AGREEMENT-CPR OF AGREEMENTS(AGREEMENT-INDEX)
                       = CPR OF HISTORY-RECORD
                   IF TRANSACTION-DATE-WORK >= AGREEMENT-AGREED-DATE
                           OF AGREEMENTS(AGREEMENT-INDEX)
                       ADD DKK-AMOUNT OF HISTORY-RECORD
                           TO RUN-PAID(AGREEMENT-INDEX)
                       ADD 1 TO PAYMENTS-COUNTED-COUNT
                   END-IF
               END-IF
           END-PERFORM
           EXIT.

      *----------------------------------------------------------*
      * Walks the schedule up to today. An installment counts as
      * overdue once its due date is more than the grace days
      * past; the payments must cover every overdue installment
      * or the agreement is broken. Payments covering the whole
      * schedule complete it.
      *----------------------------------------------------------*
       CHECK-ONE-AGREEMENT.
           MOVE RUN-PAID(AGREEMENT-INDEX)
               TO AGREEMENT-PAID-AMOUNT OF AGREEMENTS(AGREEMENT-INDEX)
           MOVE 0 TO AGREEMENT-INSTALLMENTS-DUE
               OF AGREEMENTS(AGREEMENT-INDEX)
           MOVE SPACES
               TO AGREEMENT-NEXT-DUE-DATE OF AGREEMENTS(AGREEMENT-INDEX)
           MOVE 0 TO INSTALLMENTS-OVERDUE

           PERFORM VARYING INSTALLMENT-NUMBER FROM 0 BY 1
               UNTIL INSTALLMENT-NUMBER >= AGREEMENT-INSTALLMENT-COUNT
                       OF AGREEMENTS(AGREEMENT-INDEX)
                   OR AGREEMENT-NEXT-DUE-DATE
                       OF AGREEMENTS(AGREEMENT-INDEX) NOT = SPACES
               PERFORM COMPUTE-INSTALLMENT-DUE-DATE
               IF INSTALLMENT-DUE-DATE > TODAY-DATE
                   MOVE INSTALLMENT-DUE-DATE
                       TO AGREEMENT-NEXT-DUE-DATE
                           OF AGREEMENTS(AGREEMENT-INDEX)
               ELSE
                   ADD 1 TO AGREEMENT-INSTALLMENTS-DUE
                       OF AGREEMENTS(AGREEMENT-INDEX)
                   IF FUNCTION INTEGER-OF-DATE(INSTALLMENT-DUE-DATE)
                           + REPAYMENT-GRACE-DAYS < TODAY-INTEGER
                       ADD 1 TO INSTALLMENTS-OVERDUE
                   END-IF
               END-IF
           END-PERFORM

           COMPUTE AMOUNT-REQUIRED =
               AGREEMENT-INSTALLMENT-AMOUNT
                   OF AGREEMENTS(AGREEMENT-INDEX)
               * INSTALLMENTS-OVERDUE
           COMPUTE SCHEDULE-TOTAL =
               AGREEMENT-INSTALLMENT-AMOUNT
                   OF AGREEMENTS(AGREEMENT-INDEX)
               * AGREEMENT-INSTALLMENT-COUNT
                   OF AGREEMENTS(AGREEMENT-INDEX)

           EVALUATE TRUE
               WHEN RUN-PAID(AGREEMENT-INDEX) < AMOUNT-REQUIRED
                   PERFORM BREAK-AGREEMENT
               WHEN RUN-PAID(AGREEMENT-INDEX) >= SCHEDULE-TOTAL
                   SET AGREEMENT-COMPLETED
                       OF AGREEMENTS(AGREEMENT-INDEX) TO TRUE
                   MOVE RUN-DATE-TODAY
                       TO AGREEMENT-CLOSED-DATE
                           OF AGREEMENTS(AGREEMENT-INDEX)
                   MOVE "COMPLETED" TO RUN-OUTCOME(AGREEMENT-INDEX)
                   ADD 1 TO AGREEMENTS-COMPLETED-COUNT
               WHEN OTHER
                   IF RUN-CONFIRMED(AGREEMENT-INDEX) = "N"
                       MOVE "KEPT" TO RUN-OUTCOME(AGREEMENT-INDEX)
                   END-IF
                   ADD 1 TO AGREEMENTS-KEPT-COUNT
           END-EVALUATE
           EXIT.

      * The letter names the first installment the payments do
      * not cover.
       BREAK-AGREEMENT.
           SET AGREEMENT-BROKEN OF AGREEMENTS(AGREEMENT-INDEX)
               TO TRUE
           MOVE RUN-DATE-TODAY
               TO AGREEMENT-CLOSED-DATE OF AGREEMENTS(AGREEMENT-INDEX)
           MOVE "BROKEN" TO RUN-OUTCOME(AGREEMENT-INDEX)
           ADD 1 TO AGREEMENTS-BROKEN-COUNT

           IF RUN-PAID(AGREEMENT-INDEX) > 0
               COMPUTE INSTALLMENT-NUMBER =
                   RUN-PAID(AGREEMENT-INDEX)
                   / AGREEMENT-INSTALLMENT-AMOUNT
                       OF AGREEMENTS(AGREEMENT-INDEX)
           ELSE
               MOVE 0 TO INSTALLMENT-NUMBER
           END-IF
           PERFORM COMPUTE-INSTALLMENT-DUE-DATE
           MOVE INSTALLMENT-DUE-DATE TO MISSED-DUE-DATE

           SET LETTER-BROKEN TO TRUE
           PERFORM SEND-AGREEMENT-LETTER
           EXIT.

      *----------------------------------------------------------*
      * Due date of installment INSTALLMENT-NUMBER (the first is
      * number zero). Weekly and fortnightly schedules step in
      * days; a monthly one keeps the first due date's day, or
      * the month's last day when the month is shorter.
      *----------------------------------------------------------*
       COMPUTE-INSTALLMENT-DUE-DATE.
           MOVE AGREEMENT-FIRST-DUE-DATE OF AGREEMENTS(AGREEMENT-INDEX)
               TO FIRST-DUE-NUMERIC
           COMPUTE FIRST-DUE-INTEGER =
               FUNCTION INTEGER-OF-DATE(FIRST-DUE-NUMERIC)

           EVALUATE TRUE
               WHEN FREQUENCY-WEEKLY OF AGREEMENTS(AGREEMENT-INDEX)
                   COMPUTE INSTALLMENT-DUE-DATE =
                       FUNCTION DATE-OF-INTEGER(FIRST-DUE-INTEGER
                           + 7 * INSTALLMENT-NUMBER)
               WHEN FREQUENCY-FORTNIGHTLY
                       OF AGREEMENTS(AGREEMENT-INDEX)
                   COMPUTE INSTALLMENT-DUE-DATE =
                       FUNCTION DATE-OF-INTEGER(FIRST-DUE-INTEGER
                           + 14 * INSTALLMENT-NUMBER)
               WHEN OTHER
                   COMPUTE MONTH-OFFSET =
                       FIRST-DUE-MONTH - 1 + INSTALLMENT-NUMBER
                   COMPUTE DUE-YEAR =
                       FIRST-DUE-YEAR + MONTH-OFFSET / 12
                   COMPUTE DUE-MONTH =
                       FUNCTION MOD(MONTH-OFFSET, 12) + 1
                   MOVE FIRST-DUE-DAY TO DUE-DAY

                   IF DUE-MONTH = 12
                       COMPUTE NEXT-MONTH-START =
                           (DUE-YEAR + 1) * 10000 + 101
                   ELSE
                       COMPUTE NEXT-MONTH-START =
                           DUE-YEAR * 10000 + (DUE-MONTH + 1) * 100 + 1
                   END-IF
                   COMPUTE MONTH-LAST-DATE =
                       FUNCTION DATE-OF-INTEGER(
                           FUNCTION INTEGER-OF-DATE(NEXT-MONTH-START)
                           - 1)
                   IF DUE-DAY > MONTH-LAST-DAY
                       MOVE MONTH-LAST-DAY TO DUE-DAY
                   END-IF
                   COMPUTE INSTALLMENT-DUE-DATE =
                       DUE-YEAR * 10000 + DUE-MONTH * 100 + DUE-DAY
           END-EVALUATE
           EXIT.

      *----------------------------------------------------------*
      * Confirmation or broken-agreement letter for the agreement
      * at AGREEMENT-INDEX. No letter goes out without a master
      * record to address it from, and post to an address that
      * has come back is held as NOTICEWRITER holds it; either
      * way the report says so and nothing is journalled.
      *----------------------------------------------------------*
       SEND-AGREEMENT-LETTER.
           PERFORM FIND-MASTER-BY-CPR

           IF MASTER-FOUND = "N"
               ADD 1 TO LETTERS-NOT-SENT-COUNT
               DISPLAY "No master record for CPR '"
                   FUNCTION TRIM(AGREEMENT-CPR
                       OF AGREEMENTS(AGREEMENT-INDEX) TRAILING)
                   "', agreement "
                   AGREEMENT-ID OF AGREEMENTS(AGREEMENT-INDEX)
                   " letter not produced."
               EXIT PARAGRAPH
           END-IF

           IF ADDRESS-UNDELIVERABLE OF MASTER-WORK
               AND EMAIL OF MASTER-WORK = SPACES
               ADD 1 TO LETTERS-NOT-SENT-COUNT
               DISPLAY "Address for customer '"
                   FUNCTION TRIM(REFERENCE-ID OF MASTER-WORK TRAILING)
                   "' is undeliverable, agreement letter held."
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO PAGE-LINE-COUNT
           PERFORM BEGIN-ARCHIVED-DOCUMENT
           PERFORM WRITE-LETTER-ADDRESS
           IF LETTER-CONFIRMATION
               PERFORM WRITE-CONFIRMATION-BODY
           ELSE
               PERFORM WRITE-BROKEN-BODY
           END-IF
           PERFORM END-ARCHIVED-DOCUMENT
           PERFORM PAD-LETTER-PAGE
           PERFORM WRITE-CONTACT-JOURNAL-ENTRY
           ADD 1 TO LETTERS-WRITTEN-COUNT
           EXIT.

       FIND-MASTER-BY-CPR.
           MOVE "N" TO MASTER-FOUND
           IF MASTER-AVAILABLE = "N"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO XREF-REFERENCE-FOUND
           PERFORM VARYING XREF-INDEX FROM 1 BY 1
               UNTIL XREF-INDEX > XREF-COUNT
                   OR XREF-REFERENCE-FOUND NOT = SPACES
               IF XREF-ENTRY-CPR(XREF-INDEX)
                       = AGREEMENT-CPR OF AGREEMENTS(AGREEMENT-INDEX)
                   MOVE XREF-ENTRY-REFERENCE-ID(XREF-INDEX)
                       TO XREF-REFERENCE-FOUND
               END-IF
           END-PERFORM

           IF XREF-REFERENCE-FOUND = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE XREF-REFERENCE-FOUND TO MASTER-REFERENCE-ID
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO MASTER-FOUND
                   MOVE CUSTOMER-MASTER-RECORD TO MASTER-WORK
           END-READ
           EXIT.

       WRITE-LETTER-ADDRESS.
           MOVE SPACES TO LETTER-TEXT-LINE
           PERFORM WRITE-LETTER-LINE

           STRING FUNCTION TRIM(FIRST-NAME OF MASTER-WORK TRAILING)
               DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(LAST-NAME OF MASTER-WORK TRAILING)
               DELIMITED BY SIZE
               INTO LETTER-TEXT-LINE
           END-STRING
           PERFORM WRITE-LETTER-LINE

           STRING FUNCTION TRIM(STREET-NAME OF MASTER-WORK TRAILING)
               DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(HOUSE-NUMBER OF MASTER-WORK TRAILING)
               DELIMITED BY SIZE
               INTO LETTER-TEXT-LINE
           END-STRING
           PERFORM WRITE-LETTER-LINE

           IF FLOOR OF MASTER-WORK NOT = SPACES
               OR SIDE OF MASTER-WORK NOT = SPACES
               STRING "Floor " DELIMITED BY SIZE
                   FUNCTION TRIM(FLOOR OF MASTER-WORK TRAILING)
                   DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(SIDE OF MASTER-WORK TRAILING)
                   DELIMITED BY SIZE
                   INTO LETTER-TEXT-LINE
               END-STRING
               PERFORM WRITE-LETTER-LINE
           END-IF

           STRING FUNCTION TRIM(ZIPCODE OF MASTER-WORK TRAILING)
               DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(CITY OF MASTER-WORK TRAILING)
               DELIMITED BY SIZE
               INTO LETTER-TEXT-LINE
           END-STRING
           PERFORM WRITE-LETTER-LINE

           MOVE COUNTRYCODE OF MASTER-WORK TO LETTER-TEXT-LINE(1:2)
           PERFORM WRITE-LETTER-LINE

           MOVE SPACES TO LETTER-TEXT-LINE
           PERFORM WRITE-LETTER-LINE
           EXIT.

       WRITE-CONFIRMATION-BODY.
           MOVE TODAY-DATE TO DATE-DISPLAY-SOURCE
           PERFORM FORMAT-DATE-DISPLAY
           STRING "Repayment agreement "
               DELIMITED BY SIZE
               AGREEMENT-ID OF AGREEMENTS(AGREEMENT-INDEX)
               DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               DATE-DISPLAY DELIMITED BY SIZE
               INTO LETTER-TEXT-LINE
           END-STRING
           PERFORM WRITE-LETTER-LINE

           MOVE SPACES TO LETTER-TEXT-LINE
           PERFORM WRITE-LETTER-LINE

           MOVE AGREEMENT-INSTALLMENT-COUNT
               OF AGREEMENTS(AGREEMENT-INDEX)
               TO INSTALLMENT-COUNT-DISPLAY
           MOVE AGREEMENT-INSTALLMENT-AMOUNT
               OF AGREEMENTS(AGREEMENT-INDEX)
               TO AMOUNT-EDIT-DISPLAY
           STRING "We confirm your agreement to repay the overdrawn "
               DELIMITED BY SIZE
               "amount in "
               DELIMITED BY SIZE
               FUNCTION TRIM(INSTALLMENT-COUNT-DISPLAY LEADING)
               DELIMITED BY SIZE
               INTO LETTER-TEXT-LINE
           END-STRING
           PERFORM WRITE-LETTER-LINE

           EVALUATE TRUE
               WHEN FREQUENCY-WEEKLY OF AGREEMENTS(AGREEMENT-INDEX)
                   STRING "weekly installments of "
                       DELIMITED BY SIZE
                       FUNCTION TRIM(AMOUNT-EDIT-DISPLAY LEADING)
                       DELIMITED BY SIZE
                       " DKK," DELIMITED BY SIZE
                       INTO LETTER-TEXT-LINE
                   END-STRING
               WHEN FREQUENCY-FORTNIGHTLY
                       OF AGREEMENTS(AGREEMENT-INDEX)
                   STRING "installments of "
                       DELIMITED BY SIZE
                       FUNCTION TRIM(AMOUNT-EDIT-DISPLAY LEADING)
                       DELIMITED BY SIZE
                       " DKK every fourteen days,"
                       DELIMITED BY SIZE
                       INTO LETTER-TEXT-LINE
                   END-STRING
               WHEN OTHER
                   STRING "monthly installments of "
                       DELIMITED BY SIZE
                       FUNCTION TRIM(AMOUNT-EDIT-DISPLAY LEADING)
                       DELIMITED BY SIZE
                       " DKK," DELIMITED BY SIZE
                       INTO LETTER-TEXT-LINE
                   END-STRING
           END-EVALUATE
           PERFORM WRITE-LETTER-LINE

           MOVE AGREEMENT-FIRST-DUE-DATE OF AGREEMENTS(AGREEMENT-INDEX)
               TO DATE-DISPLAY-SOURCE
           PERFORM FORMAT-DATE-DISPLAY
           STRING "the first falling due on "
               DELIMITED BY SIZE
               DATE-DISPLAY DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               INTO LETTER-TEXT-LINE
           END-STRING
           PERFORM WRITE-LETTER-LINE

           MOVE SPACES TO LETTER-TEXT-LINE
           PERFORM WRITE-LETTER-LINE

           MOVE "While the installments are paid on time we send no "
               TO LETTER-TEXT-LINE
           PERFORM WRITE-LETTER-LINE
           MOVE "further reminders and charge no overdraft interest."
               TO LETTER-TEXT-LINE
           PERFORM WRITE-LETTER-LINE
           MOVE "If an installment is missed the agreement ends and "
               TO LETTER-TEXT-LINE
           PERFORM WRITE-LETTER-LINE
           MOVE "collection of the overdrawn amount resumes."
               TO LETTER-TEXT-LINE
           PERFORM WRITE-LETTER-LINE

           PERFORM WRITE-LETTER-CLOSING
           EXIT.

       WRITE-BROKEN-BODY.
           MOVE TODAY-DATE TO DATE-DISPLAY-SOURCE
           PERFORM FORMAT-DATE-DISPLAY
           STRING "Repayment agreement "
               DELIMITED BY SIZE
               AGREEMENT-ID OF AGREEMENTS(AGREEMENT-INDEX)
               DELIMITED BY SIZE
               " has ended - " DELIMITED BY SIZE
               DATE-DISPLAY DELIMITED BY SIZE
               INTO LETTER-TEXT-LINE
           END-STRING
           PERFORM WRITE-LETTER-LINE

           MOVE SPACES TO LETTER-TEXT-LINE
           PERFORM WRITE-LETTER-LINE

           MOVE MISSED-DUE-DATE TO DATE-DISPLAY-SOURCE
           PERFORM FORMAT-DATE-DISPLAY
           STRING "The installment due on "
               DELIMITED BY SIZE
               DATE-DISPLAY DELIMITED BY SIZE
               " has not been paid as agreed."
               DELIMITED BY SIZE
               INTO LETTER-TEXT-LINE
           END-STRING
           PERFORM WRITE-LETTER-LINE

           MOVE RUN-PAID(AGREEMENT-INDEX) TO AMOUNT-EDIT-DISPLAY
           MOVE AMOUNT-REQUIRED TO SECOND-AMOUNT-DISPLAY
           STRING "We have received "
               DELIMITED BY SIZE
               FUNCTION TRIM(AMOUNT-EDIT-DISPLAY LEADING)
               DELIMITED BY SIZE
               " DKK of the "
               DELIMITED BY SIZE
               FUNCTION TRIM(SECOND-AMOUNT-DISPLAY LEADING)
               DELIMITED BY SIZE
               " DKK due by now."
               DELIMITED BY SIZE
               INTO LETTER-TEXT-LINE
           END-STRING
           PERFORM WRITE-LETTER-LINE

           MOVE SPACES TO LETTER-TEXT-LINE
           PERFORM WRITE-LETTER-LINE

           MOVE "The repayment agreement has therefore ended, and "
               TO LETTER-TEXT-LINE
           PERFORM WRITE-LETTER-LINE
           MOVE "collection of the overdrawn amount resumes from "
               TO LETTER-TEXT-LINE
           PERFORM WRITE-LETTER-LINE
           MOVE "where it stood when the agreement was made. Please "
               TO LETTER-TEXT-LINE
           PERFORM WRITE-LETTER-LINE
           MOVE "contact us if you wish to discuss a new agreement."
               TO LETTER-TEXT-LINE
           PERFORM WRITE-LETTER-LINE

           PERFORM WRITE-LETTER-CLOSING
           EXIT.

       WRITE-LETTER-CLOSING.
           MOVE SPACES TO LETTER-TEXT-LINE
           PERFORM WRITE-LETTER-LINE
           MOVE "Yours sincerely," TO LETTER-TEXT-LINE
           PERFORM WRITE-LETTER-LINE
           MOVE "The collections team" TO LETTER-TEXT-LINE
           PERFORM WRITE-LETTER-LINE
           EXIT.

       FORMAT-DATE-DISPLAY.
           MOVE SPACES TO DATE-DISPLAY
           STRING DATE-DISPLAY-SOURCE(1:4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               DATE-DISPLAY-SOURCE(5:2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               DATE-DISPLAY-SOURCE(7:2) DELIMITED BY SIZE
               INTO DATE-DISPLAY
           END-STRING
           EXIT.

       PAD-LETTER-PAGE.
           MOVE SPACES TO LETTER-TEXT-LINE
           PERFORM WRITE-LETTER-LINE
               UNTIL PAGE-LINE-COUNT >= PAGE-LINE-LIMIT
           MOVE 0 TO PAGE-LINE-COUNT
           EXIT.

       WRITE-LETTER-LINE.
           MOVE LETTER-TEXT-LINE TO LETTER-LINE
           WRITE LETTER-LINE
           IF DOCUMENT-BEING-ARCHIVED = "Y"
               SET DOCARC-ADD-LINE TO TRUE
               MOVE LETTER-TEXT-LINE TO DOCARC-LINE-TEXT
               CALL "DOCARCHIVE" USING DOCARC-PARAMETERS
           END-IF
           MOVE SPACES TO LETTER-TEXT-LINE
           ADD 1 TO PAGE-LINE-COUNT
           EXIT.

       WRITE-CONTACT-JOURNAL-ENTRY.
           OPEN EXTEND CONTACT-JOURNAL-FILE
           IF CONTACT-JOURNAL-FILE-STATUS = "35"
               OPEN OUTPUT CONTACT-JOURNAL-FILE
           END-IF

           MOVE SPACES TO CONTACT-JOURNAL-RECORD
           MOVE REFERENCE-ID OF MASTER-WORK TO CONTACT-REFERENCE-ID
           MOVE AGREEMENT-CPR OF AGREEMENTS(AGREEMENT-INDEX)
               TO CONTACT-CPR
           MOVE RUN-DATE-TODAY TO CONTACT-SENT-DATE
           IF LETTER-CONFIRMATION
               MOVE "REPAYAGREE" TO CONTACT-DOCUMENT-TYPE
           ELSE
               MOVE "REPAYBROKEN" TO CONTACT-DOCUMENT-TYPE
           END-IF
           MOVE "PRINT" TO CONTACT-CHANNEL
           MOVE "REPAYMONITOR" TO CONTACT-ORIGIN-JOB
           MOVE DOCARC-DOCUMENT-ID TO CONTACT-DOCUMENT-ID
           WRITE CONTACT-JOURNAL-RECORD

           CLOSE CONTACT-JOURNAL-FILE
           EXIT.

      *----------------------------------------------------------*
      * The letter text is archived from the address block down
      * to the signature; the blank lines padding the page are
      * not.
      *----------------------------------------------------------*
       BEGIN-ARCHIVED-DOCUMENT.
           MOVE "N" TO DOCUMENT-BEING-ARCHIVED
           MOVE SPACES TO DOCARC-DOCUMENT-ID
           IF DOCARC-CALL-FAILED = "Y"
               EXIT PARAGRAPH
           END-IF

           SET DOCARC-BEGIN TO TRUE
           MOVE REFERENCE-ID OF MASTER-WORK TO DOCARC-REFERENCE-ID
           MOVE AGREEMENT-CPR OF AGREEMENTS(AGREEMENT-INDEX)
               TO DOCARC-CPR
           IF LETTER-CONFIRMATION
               MOVE "REPAYAGREE" TO DOCARC-DOCUMENT-TYPE
           ELSE
               MOVE "REPAYBROKEN" TO DOCARC-DOCUMENT-TYPE
           END-IF
           MOVE "REPAYMONITOR" TO DOCARC-ORIGIN-JOB
           MOVE RUN-DATE-TODAY TO DOCARC-SENT-DATE
           CALL "DOCARCHIVE" USING DOCARC-PARAMETERS
               ON EXCEPTION
                   DISPLAY "WARNING: DOCARCHIVE could not be called, "
                       "letters are not archived this run."
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

      *----------------------------------------------------------*
      * The register is rewritten whole, ended agreements
      * included, since NOTICEWRITER reads the closed date back
      * to resume the ladder.
      *----------------------------------------------------------*
       SAVE-AGREEMENT-REGISTER.
           OPEN OUTPUT AGREEMENT-REGISTER-FILE
           IF REGISTER-FILE-STATUS NOT = "00"
               MOVE "RepaymentAgreements.txt" TO FAILED-FILE-NAME
               MOVE REGISTER-FILE-STATUS TO FAILED-FILE-STATUS
               PERFORM ABORT-ON-FILE-FAILURE
           END-IF

           PERFORM VARYING AGREEMENT-INDEX FROM 1 BY 1
               UNTIL AGREEMENT-INDEX > AGREEMENT-COUNT
               MOVE AGREEMENTS(AGREEMENT-INDEX)
                   TO AGREEMENT-REGISTER-RECORD
               WRITE AGREEMENT-REGISTER-RECORD
           END-PERFORM

           CLOSE AGREEMENT-REGISTER-FILE
           EXIT.

       WRITE-REFUSED-ENTRY-LINE.
           ADD 1 TO ENTRIES-REFUSED-COUNT
           MOVE AGREEMENT-ID OF AGREEMENT-ENTRY-RECORD
               TO OUTPUT-TEXT-LINE(1:10)
           MOVE "REFUSED" TO OUTPUT-TEXT-LINE(12:7)
           MOVE AGREEMENT-CPR OF AGREEMENT-ENTRY-RECORD
               TO OUTPUT-TEXT-LINE(23:15)
           MOVE REFUSAL-REASON TO OUTPUT-TEXT-LINE(42:10)
           PERFORM WRITE-REPORT-LINE
           DISPLAY "Agreement "
               AGREEMENT-ID OF AGREEMENT-ENTRY-RECORD
               " for CPR "
               FUNCTION TRIM(AGREEMENT-CPR OF AGREEMENT-ENTRY-RECORD
                   TRAILING)
               " refused: "
               FUNCTION TRIM(REFUSAL-REASON TRAILING) "."
           EXIT.

       WRITE-AGREEMENT-LINE.
           MOVE AGREEMENT-ID OF AGREEMENTS(AGREEMENT-INDEX)
               TO OUTPUT-TEXT-LINE(1:10)
           MOVE RUN-OUTCOME(AGREEMENT-INDEX) TO OUTPUT-TEXT-LINE(12:10)
           MOVE AGREEMENT-CPR OF AGREEMENTS(AGREEMENT-INDEX)
               TO OUTPUT-TEXT-LINE(23:15)
           MOVE AGREEMENT-LEVEL-LEFT OF AGREEMENTS(AGREEMENT-INDEX)
               TO OUTPUT-TEXT-LINE(40:1)
           MOVE AGREEMENT-INSTALLMENT-AMOUNT
               OF AGREEMENTS(AGREEMENT-INDEX) TO AMOUNT-EDIT-DISPLAY
           MOVE AMOUNT-EDIT-DISPLAY TO OUTPUT-TEXT-LINE(42:17)
           MOVE AGREEMENT-INSTALLMENTS-DUE
               OF AGREEMENTS(AGREEMENT-INDEX)
               TO INSTALLMENT-COUNT-DISPLAY
           MOVE INSTALLMENT-COUNT-DISPLAY TO OUTPUT-TEXT-LINE(59:3)
           MOVE AGREEMENT-PAID-AMOUNT OF AGREEMENTS(AGREEMENT-INDEX)
               TO AMOUNT-EDIT-DISPLAY
           MOVE AMOUNT-EDIT-DISPLAY TO OUTPUT-TEXT-LINE(64:17)
           MOVE AGREEMENT-NEXT-DUE-DATE OF AGREEMENTS(AGREEMENT-INDEX)
               TO OUTPUT-TEXT-LINE(82:8)
           PERFORM WRITE-REPORT-LINE
           EXIT.

       REPORT-RUN-TOTALS.
           MOVE SEPARATOR-LINE TO OUTPUT-TEXT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE "Agreements queued" TO OUTPUT-TEXT-LINE
           MOVE ENTRIES-READ-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-REPORT-LINE

           MOVE "Taken in by earlier runs" TO OUTPUT-TEXT-LINE
           MOVE PREVIOUSLY-TAKEN-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-REPORT-LINE

           MOVE "Confirmed" TO OUTPUT-TEXT-LINE
           MOVE AGREEMENTS-CONFIRMED-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-REPORT-LINE

           MOVE "Refused" TO OUTPUT-TEXT-LINE
           MOVE ENTRIES-REFUSED-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-REPORT-LINE

           MOVE "Active and kept (collections paused)"
               TO OUTPUT-TEXT-LINE
           MOVE AGREEMENTS-KEPT-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-REPORT-LINE

           MOVE "Broken (collections resume)" TO OUTPUT-TEXT-LINE
           MOVE AGREEMENTS-BROKEN-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-REPORT-LINE

           MOVE "Completed" TO OUTPUT-TEXT-LINE
           MOVE AGREEMENTS-COMPLETED-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-REPORT-LINE

           MOVE "Payments counted" TO OUTPUT-TEXT-LINE
           MOVE PAYMENTS-COUNTED-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-REPORT-LINE

           MOVE "Letters written" TO OUTPUT-TEXT-LINE
           MOVE LETTERS-WRITTEN-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-REPORT-LINE

           MOVE "Letters not sent (no address)" TO OUTPUT-TEXT-LINE
           MOVE LETTERS-NOT-SENT-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-REPORT-LINE
           EXIT.

       WRITE-REPORT-LINE.
           MOVE OUTPUT-TEXT-LINE TO REPAYMENT-REPORT-LINE
           WRITE REPAYMENT-REPORT-LINE
           MOVE SPACES TO OUTPUT-TEXT-LINE
           EXIT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. WRITEOFFPOST.

      *----------------------------------------------------------*
      * Write-off posting. Works the candidates LOSSPROVISION     *
      * listed in WriteOffCandidates.txt and books each one a     *
      * reviewer has approved in WriteOffApprovals.txt (action    *
      * "W", keyed on the WO id) under the same dual control      *
      * CORRECTPOST applies. The saldo the customer still owes,   *
      * taken from the current OverdrawnAccounts.txt, is cleared  *
      * by an Afskrivning transaction in the Transaction.cpy      *
      * layout written to GeneratedWriteOffs.txt for the next     *
      * TransactionFeed; GLEXTRACT books it to the loss account.  *
      * Every write-off is kept in WriteOffRegister.txt, which    *
      * the report run reads to tell later Indbetalinger from the *
      * customer apart as recoveries. A candidate already in the  *
      * register is never booked twice, and one whose account is  *
      * no longer overdrawn is reported as cleared, not written   *
      * off. Outcomes are listed in WriteOffReport.txt.           *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CANDIDATE-FILE
               ASSIGN TO "WriteOffCandidates.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CANDIDATE-FILE-STATUS.

           SELECT OPERATORS-FILE
               ASSIGN TO "Operators.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERATORS-FILE-STATUS.

           SELECT APPROVALS-FILE
               ASSIGN TO "WriteOffApprovals.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APPROVALS-FILE-STATUS.

           SELECT OVERDRAWN-ACCOUNTS-FILE
               ASSIGN TO "OverdrawnAccounts.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OVERDRAWN-ACCOUNTS-FILE-STATUS.

           SELECT CUSTOMERS-SNAPSHOT-FILE
               ASSIGN TO "CustomersSnapshot.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SNAPSHOT-FILE-STATUS.

           SELECT BANKS-SNAPSHOT-FILE
               ASSIGN TO "BanksSnapshot.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SNAPSHOT-FILE-STATUS.

           SELECT REGISTER-FILE
               ASSIGN TO "WriteOffRegister.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGISTER-FILE-STATUS.

           SELECT GENERATED-WRITEOFFS-FILE
               ASSIGN TO "GeneratedWriteOffs.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GENERATED-FILE-STATUS.

           SELECT WRITEOFF-REPORT-FILE
               ASSIGN TO "WriteOffReport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BATCH-RUN-LOG-FILE
               ASSIGN TO "BatchRunLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BATCH-RUN-LOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * A case LOSSPROVISION put forward for write-off.
       FD CANDIDATE-FILE.
       01 CANDIDATE-RECORD.
           02 CANDIDATE-ID PIC X(10).
           02 CANDIDATE-CPR PIC X(15).
           02 CANDIDATE-CUSTOMER-NAME PIC X(30).
           02 CANDIDATE-LEVEL-DATE PIC 9(8).
           02 CANDIDATE-AGE-DAYS PIC 9(5).
           02 CANDIDATE-SALDO PIC S9(11)V99.
           02 CANDIDATE-PROVISION PIC S9(11)V99.
           02 CANDIDATE-LISTED-DATE PIC X(8).

       FD OPERATORS-FILE.
       01 OPERATOR-RECORD.
           02 OPERATOR-ID PIC X(8).
           02 OPERATOR-ROLE PIC X(1).

      * One reviewer decision per candidate, keyed on action "W"
      * and the WO id; status "A" approves, "R" rejects with the
      * reviewer's reason.
       FD APPROVALS-FILE.
       01 APPROVAL-RECORD.
           02 APPROVAL-ACTION PIC X(1).
           02 APPROVAL-REFERENCE-ID PIC X(10).
           02 APPROVAL-STATUS PIC X(1).
           02 APPROVAL-REVIEWER PIC X(20).
           02 APPROVAL-REASON PIC X(40).

       FD OVERDRAWN-ACCOUNTS-FILE.
       01 OVERDRAWN-ACCOUNT-RECORD.
           02 OVERDRAWN-CPR PIC X(15).
           02 OVERDRAWN-CUSTOMER-NAME PIC X(30).
           02 OVERDRAWN-SALDO-DKK PIC -9(11).99.
           02 OVERDRAWN-EXCESS-DKK PIC -9(11).99.
           02 OVERDRAWN-FACILITY-STATUS PIC X(8).

       FD CUSTOMERS-SNAPSHOT-FILE.
       01 CUSTOMERS-SNAPSHOT-RECORD.
           COPY "Customer.cpy".

       FD BANKS-SNAPSHOT-FILE.
       01 BANKS-SNAPSHOT-RECORD.
           COPY "BankRecord.cpy".

       FD REGISTER-FILE.
       01 REGISTER-RECORD.
           COPY "WriteOff.cpy".

       FD GENERATED-WRITEOFFS-FILE.
       01 GENERATED-WRITEOFF-RECORD.
           COPY "Transaction.cpy".

       FD WRITEOFF-REPORT-FILE.
       01 WRITEOFF-REPORT-LINE PIC X(100).

       FD BATCH-RUN-LOG-FILE.
       01 BATCH-RUN-LOG-RECORD.
           COPY "BatchRunLog.cpy".

       WORKING-STORAGE SECTION.
       01 BATCH-RUN-LOG-TIMESTAMP PIC X(26) VALUE SPACES.
       01 CANDIDATE-FILE-STATUS PIC X(2) VALUE "00".
       01 OPERATORS-FILE-STATUS PIC X(2) VALUE "00".
       01 APPROVALS-FILE-STATUS PIC X(2) VALUE "00".
       01 OVERDRAWN-ACCOUNTS-FILE-STATUS PIC X(2) VALUE "00".
       01 SNAPSHOT-FILE-STATUS PIC X(2) VALUE "00".
       01 REGISTER-FILE-STATUS PIC X(2) VALUE "00".
       01 GENERATED-FILE-STATUS PIC X(2) VALUE "00".
       01 BATCH-RUN-LOG-FILE-STATUS PIC X(2) VALUE "00".
       01 FAILED-FILE-NAME PIC X(40) VALUE SPACES.
       01 FAILED-FILE-STATUS PIC X(2) VALUE SPACES.

       01 END-OF-FILE PIC X VALUE "N".
       01 OPERATORS-EOF PIC X VALUE "N".
       01 REGISTER-EOF PIC X VALUE "N".

       01 APPROVALS-TABLE.
           02 APPROVALS-COUNT PIC 999 VALUE 0.
           02 APPROVALS-MAX-COUNT PIC 999 VALUE 200.
           02 APPROVALS OCCURS 200 TIMES.
               03 APPR-ACTION PIC X(1) VALUE SPACES.
               03 APPR-REFERENCE-ID PIC X(10) VALUE SPACES.
               03 APPR-STATUS PIC X(1) VALUE SPACES.
               03 APPR-REVIEWER PIC X(20) VALUE SPACES.
               03 APPR-REASON PIC X(40) VALUE SPACES.
       01 APPROVAL-INDEX PIC 999 VALUE 0.
       01 APPROVED-BY PIC X(20) VALUE SPACES.
       01 APPROVAL-DECISION PIC X VALUE SPACE.
           88 ACTION-APPROVED VALUE "A".
           88 ACTION-REJECTED VALUE "R".
           88 ACTION-AWAITING-REVIEW VALUE " ".
       01 REJECTION-REASON PIC X(40) VALUE SPACES.

      * Only operators carrying the reviewer role may approve a
      * write-off.
       01 REVIEWERS-TABLE.
           02 REVIEWER-COUNT PIC 99 VALUE 0.
           02 REVIEWER-MAX PIC 99 VALUE 50.
           02 REVIEWER-IDS PIC X(8) OCCURS 50 TIMES VALUE SPACES.
       01 REVIEWER-INDEX PIC 99 VALUE 0.
       01 REVIEWER-AUTHORIZED PIC X VALUE "N".
       01 UNAUTHORIZED-APPROVALS PIC 9(4) VALUE 0.

       01 OVERDRAWN-TABLE.
           02 OVERDRAWN-COUNT PIC 999 VALUE 0.
           02 OVERDRAWN-MAX PIC 999 VALUE 200.
           02 OVERDRAWN-ENTRIES OCCURS 200 TIMES.
               03 OVERDRAWN-ENTRY-CPR PIC X(15) VALUE SPACES.
               03 OVERDRAWN-ENTRY-SALDO PIC S9(11)V99 VALUE 0.
       01 OVERDRAWN-INDEX PIC 999 VALUE 0.

       01 BANKS-WRAPPER.
            02 BANKS OCCURS 40 TIMES.
                COPY "BankRecord.cpy".
            02 BANKS-MAX-COUNT PIC 99 VALUE 40.
            02 BANKS-COUNT PIC 99 VALUE 0.

       01 CUSTOMERS OCCURS 60 TIMES.
           COPY "Customer.cpy".
       01 CUSTOMER-MAX-COUNT PIC 99 VALUE 60.
       01 CUSTOMERS-COUNT PIC 99 VALUE 0.
       01 CUSTOMER-INDEX PIC 99 VALUE 0.
       01 MATCHED-CUSTOMER-INDEX PIC 99 VALUE 0.

      * Write-offs already in the register plus those booked by
      * this run, checked before anything is written.
       01 POSTED-TABLE.
           02 POSTED-COUNT PIC 9(4) VALUE 0.
           02 POSTED-MAX PIC 9(4) VALUE 2000.
           02 POSTED-ENTRIES OCCURS 2000 TIMES.
               03 POSTED-WRITEOFF-ID PIC X(10) VALUE SPACES.
               03 POSTED-CPR PIC X(15) VALUE SPACES.
               03 POSTED-LEVEL-DATE PIC 9(8) VALUE 0.
       01 POSTED-INDEX PIC 9(4) VALUE 0.
       01 CANDIDATE-ALREADY-POSTED PIC X VALUE "N".
       01 CASE-ALREADY-WRITTEN-OFF PIC X VALUE "N".

       01 RUN-DATE-TODAY PIC X(8) VALUE SPACES.
       01 RUN-TIME-NOW PIC X(6) VALUE SPACES.
       01 POSTING-SEQUENCE PIC 9(6) VALUE 0.
       01 WRITEOFF-POSTED-TIME PIC X(26) VALUE SPACES.
       01 CANDIDATE-OUTCOME PIC X(10) VALUE SPACES.
       01 CURRENT-SALDO PIC S9(11)V99 VALUE 0.
       01 WRITEOFF-AMOUNT PIC S9(11)V99 VALUE 0.

       01 CANDIDATES-READ-COUNT PIC 9(6) VALUE 0.
       01 POSTED-WRITEOFF-COUNT PIC 9(6) VALUE 0.
       01 PREVIOUSLY-POSTED-COUNT PIC 9(6) VALUE 0.
       01 AWAITING-REVIEW-COUNT PIC 9(6) VALUE 0.
       01 REVIEWER-REJECTED-COUNT PIC 9(6) VALUE 0.
       01 CLEARED-COUNT PIC 9(6) VALUE 0.
       01 DUPLICATE-WRITEOFF-COUNT PIC 9(6) VALUE 0.
       01 WRITTEN-OFF-TOTAL PIC S9(13)V99 VALUE 0.

       01 AMOUNT-EDIT-DISPLAY PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01 OUTPUT-TEXT-LINE PIC X(100) VALUE SPACES.
       01 SEPARATOR-LINE PIC X(100) VALUE ALL "-".
       01 COUNT-DISPLAY PIC Z(5)9.

       PROCEDURE DIVISION.
           PERFORM LOG-BATCH-RUN-START

           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE-TODAY
           MOVE FUNCTION CURRENT-DATE(9:6) TO RUN-TIME-NOW

           OPEN INPUT CANDIDATE-FILE
           IF CANDIDATE-FILE-STATUS NOT = "00"
               DISPLAY "WriteOffCandidates.txt not found, no "
                   "write-offs to post."
               PERFORM LOG-BATCH-RUN-END
               STOP RUN
           END-IF

           PERFORM LOAD-REVIEWERS
           PERFORM LOAD-APPROVALS
           PERFORM LOAD-OVERDRAWN-ACCOUNTS
           PERFORM LOAD-BANKS-SNAPSHOT
           PERFORM LOAD-CUSTOMERS-SNAPSHOT
           PERFORM LOAD-WRITEOFF-REGISTER

           OPEN EXTEND REGISTER-FILE
           IF REGISTER-FILE-STATUS = "35"
               OPEN OUTPUT REGISTER-FILE
           END-IF
           IF REGISTER-FILE-STATUS NOT = "00"
               MOVE "WriteOffRegister.txt" TO FAILED-FILE-NAME
               MOVE REGISTER-FILE-STATUS TO FAILED-FILE-STATUS
               PERFORM ABORT-ON-FILE-FAILURE
           END-IF

           OPEN OUTPUT GENERATED-WRITEOFFS-FILE
           IF GENERATED-FILE-STATUS NOT = "00"
               MOVE "GeneratedWriteOffs.txt" TO FAILED-FILE-NAME
               MOVE GENERATED-FILE-STATUS TO FAILED-FILE-STATUS
               PERFORM ABORT-ON-FILE-FAILURE
           END-IF

           OPEN OUTPUT WRITEOFF-REPORT-FILE
           MOVE SPACES TO OUTPUT-TEXT-LINE
           STRING "Overdraft write-offs - "
               DELIMITED BY SIZE
               RUN-DATE-TODAY
               DELIMITED BY SIZE
               INTO OUTPUT-TEXT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SEPARATOR-LINE TO OUTPUT-TEXT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "Write-off  Outcome     CPR             Name"
               TO OUTPUT-TEXT-LINE
           MOVE "Days" TO OUTPUT-TEXT-LINE(65:4)
           MOVE "Amount DKK" TO OUTPUT-TEXT-LINE(77:10)
           PERFORM WRITE-REPORT-LINE

           PERFORM UNTIL END-OF-FILE = "Y"
               READ CANDIDATE-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF CANDIDATE-ID NOT = SPACES
                           ADD 1 TO CANDIDATES-READ-COUNT
                           PERFORM PROCESS-ONE-CANDIDATE
                       END-IF
               END-READ
           END-PERFORM

           PERFORM REPORT-RUN-TOTALS

           CLOSE CANDIDATE-FILE
           CLOSE REGISTER-FILE
           CLOSE GENERATED-WRITEOFFS-FILE
           CLOSE WRITEOFF-REPORT-FILE

           DISPLAY "Write-offs: " CANDIDATES-READ-COUNT
               " candidate(s), " POSTED-WRITEOFF-COUNT " posted, "
               AWAITING-REVIEW-COUNT " awaiting review."

           IF DUPLICATE-WRITEOFF-COUNT > 0
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
           MOVE "WRITEOFFPOST" TO BATCH-LOG-JOB-NAME
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

           MOVE "WRITEOFFPOST" TO BATCH-LOG-JOB-NAME
           MOVE BATCH-RUN-LOG-TIMESTAMP TO BATCH-LOG-TIMESTAMP
           MOVE "START" TO BATCH-LOG-EVENT
           MOVE SPACES TO BATCH-LOG-DETAIL
           WRITE BATCH-RUN-LOG-RECORD

           CLOSE BATCH-RUN-LOG-FILE
           EXIT.

       LOG-BATCH-RUN-END.
           MOVE FUNCTION CURRENT-DATE TO BATCH-RUN-LOG-TIMESTAMP
           OPEN EXTEND BATCH-RUN-LOG-FILE

           MOVE "WRITEOFFPOST" TO BATCH-LOG-JOB-NAME
           MOVE BATCH-RUN-LOG-TIMESTAMP TO BATCH-LOG-TIMESTAMP
           MOVE "END" TO BATCH-LOG-EVENT
           STRING "Written off: "
               FUNCTION TRIM(POSTED-WRITEOFF-COUNT LEADING)
               " Awaiting: "
               FUNCTION TRIM(AWAITING-REVIEW-COUNT LEADING)
               INTO BATCH-LOG-DETAIL
           WRITE BATCH-RUN-LOG-RECORD

           CLOSE BATCH-RUN-LOG-FILE
           EXIT.

       LOAD-REVIEWERS.
           OPEN INPUT OPERATORS-FILE
           IF OPERATORS-FILE-STATUS NOT = "00"
               DISPLAY "Operators.txt not found - no reviewer can "
                   "be verified, every write-off waits."
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL OPERATORS-EOF = "Y"
               READ OPERATORS-FILE
                   AT END
                       MOVE "Y" TO OPERATORS-EOF
                   NOT AT END
                       IF OPERATOR-ROLE = "R"
                           AND REVIEWER-COUNT < REVIEWER-MAX
                           ADD 1 TO REVIEWER-COUNT
                           MOVE OPERATOR-ID
                               TO REVIEWER-IDS(REVIEWER-COUNT)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE OPERATORS-FILE
           EXIT.

       CHECK-REVIEWER-AUTHORIZED.
           MOVE "N" TO REVIEWER-AUTHORIZED
           PERFORM VARYING REVIEWER-INDEX FROM 1 BY 1
               UNTIL REVIEWER-INDEX > REVIEWER-COUNT
                   OR REVIEWER-AUTHORIZED = "Y"
               IF REVIEWER-IDS(REVIEWER-INDEX)
                       = APPR-REVIEWER(APPROVAL-INDEX)(1:8)
                   MOVE "Y" TO REVIEWER-AUTHORIZED
               END-IF
           END-PERFORM
           EXIT.

       LOAD-APPROVALS.
           OPEN INPUT APPROVALS-FILE

           IF APPROVALS-FILE-STATUS NOT = "00"
               DISPLAY "WriteOffApprovals.txt not found, all "
                   "candidates will wait for review"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL APPROVALS-FILE-STATUS = "10"
               READ APPROVALS-FILE
                   AT END
                       MOVE "10" TO APPROVALS-FILE-STATUS
                   NOT AT END
                       IF APPROVALS-COUNT < APPROVALS-MAX-COUNT
                           ADD 1 TO APPROVALS-COUNT
                           MOVE APPROVAL-ACTION
                               TO APPR-ACTION(APPROVALS-COUNT)
                           MOVE APPROVAL-REFERENCE-ID
                               TO APPR-REFERENCE-ID(APPROVALS-COUNT)
                           MOVE APPROVAL-STATUS
                               TO APPR-STATUS(APPROVALS-COUNT)
                           MOVE APPROVAL-REVIEWER
                               TO APPR-REVIEWER(APPROVALS-COUNT)
                           MOVE APPROVAL-REASON
                               TO APPR-REASON(APPROVALS-COUNT)
                       ELSE
                           DISPLAY "WriteOffApprovals.txt exceeds "
                               "capacity, ignoring remaining "
                               "decisions"
                       END-IF
               END-READ
           END-PERFORM

           CLOSE APPROVALS-FILE
           EXIT.

       LOAD-OVERDRAWN-ACCOUNTS.
           OPEN INPUT OVERDRAWN-ACCOUNTS-FILE
           IF OVERDRAWN-ACCOUNTS-FILE-STATUS NOT = "00"
               MOVE "OverdrawnAccounts.txt" TO FAILED-FILE-NAME
               MOVE OVERDRAWN-ACCOUNTS-FILE-STATUS
                   TO FAILED-FILE-STATUS
               PERFORM ABORT-ON-FILE-FAILURE
           END-IF

           PERFORM UNTIL OVERDRAWN-ACCOUNTS-FILE-STATUS = "10"
               READ OVERDRAWN-ACCOUNTS-FILE
                   AT END
                       MOVE "10" TO OVERDRAWN-ACCOUNTS-FILE-STATUS
                   NOT AT END
                       IF OVERDRAWN-COUNT < OVERDRAWN-MAX
                           ADD 1 TO OVERDRAWN-COUNT
                           MOVE OVERDRAWN-CPR
                               TO OVERDRAWN-ENTRY-CPR(OVERDRAWN-COUNT)
                           MOVE OVERDRAWN-SALDO-DKK
                               TO OVERDRAWN-ENTRY-SALDO(
                                   OVERDRAWN-COUNT)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE OVERDRAWN-ACCOUNTS-FILE
           EXIT.

       LOAD-BANKS-SNAPSHOT.
           OPEN INPUT BANKS-SNAPSHOT-FILE

           IF SNAPSHOT-FILE-STATUS NOT = "00"
               DISPLAY "BanksSnapshot.txt not found, generated "
                   "write-offs will carry no registration number"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL SNAPSHOT-FILE-STATUS = "10"
               READ BANKS-SNAPSHOT-FILE
                   AT END
                       MOVE "10" TO SNAPSHOT-FILE-STATUS
                   NOT AT END
                       IF BANKS-COUNT < BANKS-MAX-COUNT
                           ADD 1 TO BANKS-COUNT
                           MOVE BANKS-SNAPSHOT-RECORD
                               TO BANKS(BANKS-COUNT)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE BANKS-SNAPSHOT-FILE
           EXIT.

       LOAD-CUSTOMERS-SNAPSHOT.
           OPEN INPUT CUSTOMERS-SNAPSHOT-FILE

           IF SNAPSHOT-FILE-STATUS NOT = "00"
               DISPLAY "CustomersSnapshot.txt not found, generated "
                   "write-offs will carry no registration number"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL SNAPSHOT-FILE-STATUS = "10"
               READ CUSTOMERS-SNAPSHOT-FILE
                   AT END
                       MOVE "10" TO SNAPSHOT-FILE-STATUS
                   NOT AT END
                       IF CUSTOMERS-COUNT < CUSTOMER-MAX-COUNT
                           ADD 1 TO CUSTOMERS-COUNT
                           MOVE CUSTOMERS-SNAPSHOT-RECORD
                               TO CUSTOMERS(CUSTOMERS-COUNT)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE CUSTOMERS-SNAPSHOT-FILE
           EXIT.

       LOAD-WRITEOFF-REGISTER.
           OPEN INPUT REGISTER-FILE
           IF REGISTER-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL REGISTER-EOF = "Y"
               READ REGISTER-FILE
                   AT END
                       MOVE "Y" TO REGISTER-EOF
                   NOT AT END
                       IF POSTED-COUNT < POSTED-MAX
                           ADD 1 TO POSTED-COUNT
                           MOVE WRITEOFF-ID
                               TO POSTED-WRITEOFF-ID(POSTED-COUNT)
                           MOVE WRITEOFF-CPR
                               TO POSTED-CPR(POSTED-COUNT)
                           MOVE WRITEOFF-LEVEL-DATE
                               TO POSTED-LEVEL-DATE(POSTED-COUNT)
                       ELSE
                           DISPLAY "WriteOffRegister.txt exceeds "
                               "capacity, older entries ignored"
                           MOVE "Y" TO REGISTER-EOF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE REGISTER-FILE
           EXIT.

      *----------------------------------------------------------*
      * Dual control: a write-off is only posted when a reviewer
      * has recorded an "A" decision for action "W" and the WO
      * id. No decision on file leaves it pending.
      *----------------------------------------------------------*
       FIND-APPROVAL-DECISION.
           MOVE SPACE TO APPROVAL-DECISION
           MOVE SPACES TO APPROVED-BY
           MOVE SPACES TO REJECTION-REASON

           PERFORM VARYING APPROVAL-INDEX FROM 1 BY 1
               UNTIL APPROVAL-INDEX > APPROVALS-COUNT
                   OR NOT ACTION-AWAITING-REVIEW

               IF APPR-ACTION(APPROVAL-INDEX) = "W"
                   AND APPR-REFERENCE-ID(APPROVAL-INDEX)
                       = CANDIDATE-ID
                   PERFORM CHECK-REVIEWER-AUTHORIZED
                   IF REVIEWER-AUTHORIZED = "Y"
                       MOVE APPR-STATUS(APPROVAL-INDEX)
                           TO APPROVAL-DECISION
                       MOVE APPR-REVIEWER(APPROVAL-INDEX)
                           TO APPROVED-BY
                       MOVE APPR-REASON(APPROVAL-INDEX)
                           TO REJECTION-REASON
                   ELSE
                       ADD 1 TO UNAUTHORIZED-APPROVALS
                       DISPLAY "Approval for '"
                           APPR-REFERENCE-ID(APPROVAL-INDEX)
                           "' signed by '"
                           FUNCTION TRIM(
                               APPR-REVIEWER(APPROVAL-INDEX)
                               TRAILING)
                           "' who is not a reviewer - "
                           "the write-off stays pending."
                   END-IF
               END-IF
           END-PERFORM
           EXIT.

       PROCESS-ONE-CANDIDATE.
           PERFORM CHECK-ALREADY-POSTED
           IF CANDIDATE-ALREADY-POSTED = "Y"
               ADD 1 TO PREVIOUSLY-POSTED-COUNT
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-CURRENT-SALDO
           IF CURRENT-SALDO < 0
               COMPUTE WRITEOFF-AMOUNT = 0 - CURRENT-SALDO
           ELSE
               MOVE 0 TO WRITEOFF-AMOUNT
           END-IF

           PERFORM FIND-APPROVAL-DECISION

           IF ACTION-AWAITING-REVIEW
               ADD 1 TO AWAITING-REVIEW-COUNT
               MOVE "AWAITING" TO CANDIDATE-OUTCOME
               PERFORM WRITE-CANDIDATE-LINE
               EXIT PARAGRAPH
           END-IF

           IF ACTION-REJECTED
               ADD 1 TO REVIEWER-REJECTED-COUNT
               MOVE "REJECTED" TO CANDIDATE-OUTCOME
               PERFORM WRITE-CANDIDATE-LINE
               IF REJECTION-REASON NOT = SPACES
                   MOVE REJECTION-REASON TO OUTPUT-TEXT-LINE(12:40)
                   PERFORM WRITE-REPORT-LINE
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF CASE-ALREADY-WRITTEN-OFF = "Y"
               ADD 1 TO DUPLICATE-WRITEOFF-COUNT
               MOVE "DUPLICATE" TO CANDIDATE-OUTCOME
               PERFORM WRITE-CANDIDATE-LINE
               EXIT PARAGRAPH
           END-IF

      * Paid down or cleared since the candidate was listed:
      * nothing is left to write off.
           IF WRITEOFF-AMOUNT = 0
               ADD 1 TO CLEARED-COUNT
               MOVE "CLEARED" TO CANDIDATE-OUTCOME
               PERFORM WRITE-CANDIDATE-LINE
               EXIT PARAGRAPH
           END-IF

           PERFORM WRITE-WRITEOFF-TRANSACTION
           PERFORM REGISTER-POSTED-WRITEOFF

           ADD 1 TO POSTED-WRITEOFF-COUNT
           ADD WRITEOFF-AMOUNT TO WRITTEN-OFF-TOTAL
           MOVE "POSTED" TO CANDIDATE-OUTCOME
           PERFORM WRITE-CANDIDATE-LINE
           EXIT.

      *----------------------------------------------------------*
      * A WO id already in the register was booked by an earlier
      * run; another id for the same CPR and level date would
      * write the same case off a second time.
      *----------------------------------------------------------*
       CHECK-ALREADY-POSTED.
           MOVE "N" TO CANDIDATE-ALREADY-POSTED
           MOVE "N" TO CASE-ALREADY-WRITTEN-OFF

           PERFORM VARYING POSTED-INDEX FROM 1 BY 1
               UNTIL POSTED-INDEX > POSTED-COUNT
                   OR CANDIDATE-ALREADY-POSTED = "Y"
               IF POSTED-WRITEOFF-ID(POSTED-INDEX) = CANDIDATE-ID
                   MOVE "Y" TO CANDIDATE-ALREADY-POSTED
               ELSE
                   IF POSTED-CPR(POSTED-INDEX) = CANDIDATE-CPR
                       AND POSTED-LEVEL-DATE(POSTED-INDEX)
                           = CANDIDATE-LEVEL-DATE
                       MOVE "Y" TO CASE-ALREADY-WRITTEN-OFF
                   END-IF
               END-IF
           END-PERFORM
           EXIT.

       FIND-CURRENT-SALDO.
           MOVE 0 TO CURRENT-SALDO
           PERFORM VARYING OVERDRAWN-INDEX FROM 1 BY 1
               UNTIL OVERDRAWN-INDEX > OVERDRAWN-COUNT
               IF OVERDRAWN-ENTRY-CPR(OVERDRAWN-INDEX) = CANDIDATE-CPR
                   MOVE OVERDRAWN-ENTRY-SALDO(OVERDRAWN-INDEX)
                       TO CURRENT-SALDO
               END-IF
           END-PERFORM
           EXIT.

      *----------------------------------------------------------*
      * Each write-off gets its own time stamp - the run time
      * plus a running sequence in the fraction - as CORRECTPOST
      * does for its stornos.
      *----------------------------------------------------------*
       NEXT-WRITEOFF-TIME.
           ADD 1 TO POSTING-SEQUENCE
           MOVE SPACES TO WRITEOFF-POSTED-TIME
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
               INTO WRITEOFF-POSTED-TIME
           END-STRING
           EXIT.

      *----------------------------------------------------------*
      * The write-off credits the customer with the saldo owed,
      * bringing the account back to nil; the report run keeps it
      * out of income and GLEXTRACT books it against the loss
      * account.
      *----------------------------------------------------------*
       WRITE-WRITEOFF-TRANSACTION.
           MOVE SPACES TO GENERATED-WRITEOFF-RECORD

           MOVE CANDIDATE-CPR TO CPR OF GENERATED-WRITEOFF-RECORD
           MOVE CANDIDATE-CUSTOMER-NAME
               TO CUSTOMER-NAME OF GENERATED-WRITEOFF-RECORD
           MOVE "Afskrivning"
               TO TRANSACTION-TYPE OF GENERATED-WRITEOFF-RECORD
           MOVE "Afskrivning"
               TO TRANSACTION-SHOP OF GENERATED-WRITEOFF-RECORD
           MOVE "DKK" TO CURRENCY-CODE OF GENERATED-WRITEOFF-RECORD

           PERFORM FIND-CUSTOMER-REGISTRATION

           MOVE WRITEOFF-AMOUNT TO AMOUNT OF GENERATED-WRITEOFF-RECORD
           MOVE WRITEOFF-AMOUNT
               TO DKK-AMOUNT OF GENERATED-WRITEOFF-RECORD

           MOVE WRITEOFF-AMOUNT TO AMOUNT-EDIT-DISPLAY
           STRING FUNCTION TRIM(AMOUNT-EDIT-DISPLAY LEADING)
               DELIMITED BY SIZE
               " DKK" DELIMITED BY SIZE
               INTO RAW-AMOUNT OF GENERATED-WRITEOFF-RECORD
           END-STRING

           PERFORM NEXT-WRITEOFF-TIME
           MOVE WRITEOFF-POSTED-TIME
               TO TIME-OF-TRANSACTION OF GENERATED-WRITEOFF-RECORD
           MOVE "N" TO DUPLICATE-FLAG OF GENERATED-WRITEOFF-RECORD
           MOVE 0 TO TRANSFER-PAIR-ID OF GENERATED-WRITEOFF-RECORD
           MOVE 0 TO CORRECTS-AMOUNT OF GENERATED-WRITEOFF-RECORD

           WRITE GENERATED-WRITEOFF-RECORD
           EXIT.

       FIND-CUSTOMER-REGISTRATION.
           MOVE 0 TO MATCHED-CUSTOMER-INDEX

           PERFORM VARYING CUSTOMER-INDEX FROM 1 BY 1
               UNTIL CUSTOMER-INDEX > CUSTOMERS-COUNT
                   OR MATCHED-CUSTOMER-INDEX > 0
               IF CPR OF CUSTOMERS(CUSTOMER-INDEX) = CANDIDATE-CPR
                   MOVE CUSTOMER-INDEX TO MATCHED-CUSTOMER-INDEX
               END-IF
           END-PERFORM

           IF MATCHED-CUSTOMER-INDEX > 0
               AND CUSTOMER-BANK-INDEX
                   OF CUSTOMERS(MATCHED-CUSTOMER-INDEX) > 0
               AND CUSTOMER-BANK-INDEX
                   OF CUSTOMERS(MATCHED-CUSTOMER-INDEX)
                   <= BANKS-COUNT
               MOVE REGISTRATION-NUMBER OF BANKS(CUSTOMER-BANK-INDEX
                   OF CUSTOMERS(MATCHED-CUSTOMER-INDEX))
                   TO REGISTRATION-NUMBER OF GENERATED-WRITEOFF-RECORD
           END-IF
           EXIT.

       REGISTER-POSTED-WRITEOFF.
           MOVE SPACES TO REGISTER-RECORD
           MOVE CANDIDATE-ID TO WRITEOFF-ID
           MOVE CANDIDATE-CPR TO WRITEOFF-CPR
           MOVE CANDIDATE-CUSTOMER-NAME TO WRITEOFF-CUSTOMER-NAME
           MOVE RUN-DATE-TODAY TO WRITEOFF-DATE
           MOVE WRITEOFF-POSTED-TIME TO WRITEOFF-TIME
           MOVE WRITEOFF-AMOUNT TO WRITEOFF-DKK-AMOUNT
           MOVE CANDIDATE-LEVEL-DATE TO WRITEOFF-LEVEL-DATE
           MOVE CANDIDATE-AGE-DAYS TO WRITEOFF-LEVEL-AGE-DAYS
           MOVE CANDIDATE-PROVISION TO WRITEOFF-PROVISION-HELD
           MOVE APPROVED-BY TO WRITEOFF-REVIEWER
           WRITE REGISTER-RECORD

           IF POSTED-COUNT < POSTED-MAX
               ADD 1 TO POSTED-COUNT
               MOVE CANDIDATE-ID TO POSTED-WRITEOFF-ID(POSTED-COUNT)
               MOVE CANDIDATE-CPR TO POSTED-CPR(POSTED-COUNT)
               MOVE CANDIDATE-LEVEL-DATE
                   TO POSTED-LEVEL-DATE(POSTED-COUNT)
           END-IF
           EXIT.

       WRITE-CANDIDATE-LINE.
           MOVE CANDIDATE-ID TO OUTPUT-TEXT-LINE(1:10)
           MOVE CANDIDATE-OUTCOME TO OUTPUT-TEXT-LINE(12:10)
           MOVE CANDIDATE-CPR TO OUTPUT-TEXT-LINE(24:15)
           MOVE CANDIDATE-CUSTOMER-NAME TO OUTPUT-TEXT-LINE(40:22)
           MOVE CANDIDATE-AGE-DAYS TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(63:6)
           MOVE WRITEOFF-AMOUNT TO AMOUNT-EDIT-DISPLAY
           MOVE AMOUNT-EDIT-DISPLAY TO OUTPUT-TEXT-LINE(70:17)
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO CANDIDATE-OUTCOME
           EXIT.

       REPORT-RUN-TOTALS.
           MOVE SEPARATOR-LINE TO OUTPUT-TEXT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE "Candidates listed" TO OUTPUT-TEXT-LINE
           MOVE CANDIDATES-READ-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-REPORT-LINE

           MOVE "Posted in earlier runs" TO OUTPUT-TEXT-LINE
           MOVE PREVIOUSLY-POSTED-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-REPORT-LINE

           MOVE "Write-offs posted" TO OUTPUT-TEXT-LINE
           MOVE POSTED-WRITEOFF-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-REPORT-LINE

           MOVE "Awaiting reviewer approval" TO OUTPUT-TEXT-LINE
           MOVE AWAITING-REVIEW-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-REPORT-LINE

           MOVE "Rejected by reviewer" TO OUTPUT-TEXT-LINE
           MOVE REVIEWER-REJECTED-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-REPORT-LINE

           MOVE "No longer overdrawn" TO OUTPUT-TEXT-LINE
           MOVE CLEARED-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-REPORT-LINE

           MOVE "Case already written off" TO OUTPUT-TEXT-LINE
           MOVE DUPLICATE-WRITEOFF-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-REPORT-LINE

           MOVE "Written off this run (DKK)" TO OUTPUT-TEXT-LINE
           MOVE WRITTEN-OFF-TOTAL TO AMOUNT-EDIT-DISPLAY
           MOVE AMOUNT-EDIT-DISPLAY TO OUTPUT-TEXT-LINE(40:17)
           PERFORM WRITE-REPORT-LINE
           EXIT.

       WRITE-REPORT-LINE.
           MOVE OUTPUT-TEXT-LINE TO WRITEOFF-REPORT-LINE
           WRITE WRITEOFF-REPORT-LINE
           MOVE SPACES TO OUTPUT-TEXT-LINE
           EXIT.

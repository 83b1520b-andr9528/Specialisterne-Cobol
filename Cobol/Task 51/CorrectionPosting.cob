       IDENTIFICATION DIVISION.
       PROGRAM-ID. CORRECTPOST.

      *----------------------------------------------------------*
      * Storno posting. Reads the corrections CORRECTENTRY queued *
      * in TransactionCorrections.txt and books each one a        *
      * reviewer has approved in TransactionCorrectionApprovals.  *
      * txt, under the same dual control CUSTOMERMAINT applies:   *
      *   - "R" writes one offsetting transaction, the original   *
      *     with its amount negated;                              *
      *   - "C" writes that reversal plus a replacement carrying  *
      *     the corrected CPR and/or amount.                      *
      * Both are ordinary Transaction.cpy records written to      *
      * GeneratedCorrections.txt for the next TransactionFeed,    *
      * and both point back at the original through the          *
      * CORRECTS- fields, so TransactionHistory.txt stays append- *
      * only. Every posted correction is kept in                  *
      * CorrectionRegister.txt; a correction already there, or a  *
      * second correction of an original already reversed, is    *
      * never booked twice. Awaiting and rejected corrections are *
      * listed in TransactionCorrectionReport.txt.                *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CORRECTION-FILE
               ASSIGN TO "TransactionCorrections.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CORRECTION-FILE-STATUS.

           SELECT OPERATORS-FILE
               ASSIGN TO "Operators.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERATORS-FILE-STATUS.

           SELECT APPROVALS-FILE
               ASSIGN TO "TransactionCorrectionApprovals.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APPROVALS-FILE-STATUS.

           SELECT REGISTER-FILE
               ASSIGN TO "CorrectionRegister.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGISTER-FILE-STATUS.

           SELECT GENERATED-CORRECTIONS-FILE
               ASSIGN TO "GeneratedCorrections.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GENERATED-FILE-STATUS.

           SELECT CORRECTION-REPORT-FILE
               ASSIGN TO "TransactionCorrectionReport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BATCH-RUN-LOG-FILE
               ASSIGN TO "BatchRunLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BATCH-RUN-LOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Pending storno as CORRECTENTRY queued it: the original
      * history record, the action and the replacement values
      * (blank CPR or zero amount keeps the original's).
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

       FD OPERATORS-FILE.
       01 OPERATOR-RECORD.
           02 OPERATOR-ID PIC X(8).
           02 OPERATOR-ROLE PIC X(1).

      * One reviewer decision per queued correction, keyed on the
      * action code and correction id; status "A" approves, "R"
      * rejects with the reviewer's reason.
       FD APPROVALS-FILE.
       01 APPROVAL-RECORD.
           02 APPROVAL-ACTION PIC X(1).
           02 APPROVAL-REFERENCE-ID PIC X(10).
           02 APPROVAL-STATUS PIC X(1).
           02 APPROVAL-REVIEWER PIC X(20).
           02 APPROVAL-REASON PIC X(40).

      * Cumulative register of posted corrections: which
      * correction, when, approved by whom, and the original it
      * reversed.
       FD REGISTER-FILE.
       01 REGISTER-RECORD.
           02 REGISTER-CORRECTION-ID PIC X(10).
           02 REGISTER-ACTION PIC X(1).
           02 REGISTER-POSTED-DATE PIC X(8).
           02 REGISTER-REVIEWER PIC X(20).
           02 REGISTER-ORIGINAL-CPR PIC X(15).
           02 REGISTER-ORIGINAL-TIME PIC X(26).
           02 REGISTER-ORIGINAL-AMOUNT PIC S9(11)V99.
           02 REGISTER-STORNO-TIME PIC X(26).

       FD GENERATED-CORRECTIONS-FILE.
       01 GENERATED-CORRECTION-RECORD.
           COPY "Transaction.cpy".

       FD CORRECTION-REPORT-FILE.
       01 CORRECTION-REPORT-LINE PIC X(100).

       FD BATCH-RUN-LOG-FILE.
       01 BATCH-RUN-LOG-RECORD.
           COPY "BatchRunLog.cpy".

       WORKING-STORAGE SECTION.
       01 BATCH-RUN-LOG-TIMESTAMP PIC X(26) VALUE SPACES.
       01 CORRECTION-FILE-STATUS PIC X(2) VALUE "00".
       01 OPERATORS-FILE-STATUS PIC X(2) VALUE "00".
       01 APPROVALS-FILE-STATUS PIC X(2) VALUE "00".
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

      * Only operators carrying the reviewer role may approve,
      * and never a correction they queued themselves.
       01 REVIEWERS-TABLE.
           02 REVIEWER-COUNT PIC 99 VALUE 0.
           02 REVIEWER-MAX PIC 99 VALUE 50.
           02 REVIEWER-IDS PIC X(8) OCCURS 50 TIMES VALUE SPACES.
       01 REVIEWER-INDEX PIC 99 VALUE 0.
       01 REVIEWER-AUTHORIZED PIC X VALUE "N".
       01 UNAUTHORIZED-APPROVALS PIC 9(4) VALUE 0.

      * Posted corrections already in the register plus those
      * booked by this run, checked before anything is written.
       01 POSTED-TABLE.
           02 POSTED-COUNT PIC 9(4) VALUE 0.
           02 POSTED-MAX PIC 9(4) VALUE 2000.
           02 POSTED-ENTRIES OCCURS 2000 TIMES.
               03 POSTED-CORRECTION-ID PIC X(10) VALUE SPACES.
               03 POSTED-ORIGINAL-CPR PIC X(15) VALUE SPACES.
               03 POSTED-ORIGINAL-TIME PIC X(26) VALUE SPACES.
               03 POSTED-ORIGINAL-AMOUNT PIC S9(11)V99 VALUE 0.
       01 POSTED-INDEX PIC 9(4) VALUE 0.
       01 CORRECTION-ALREADY-POSTED PIC X VALUE "N".
       01 ORIGINAL-ALREADY-REVERSED PIC X VALUE "N".

       01 RUN-DATE-TODAY PIC X(8) VALUE SPACES.
       01 RUN-TIME-NOW PIC X(6) VALUE SPACES.
       01 POSTING-SEQUENCE PIC 9(6) VALUE 0.
       01 STORNO-TIME PIC X(26) VALUE SPACES.
       01 REVERSAL-POSTED-TIME PIC X(26) VALUE SPACES.
       01 CORRECTION-OUTCOME PIC X(10) VALUE SPACES.

       01 CORRECTIONS-READ-COUNT PIC 9(6) VALUE 0.
       01 POSTED-REVERSAL-COUNT PIC 9(6) VALUE 0.
       01 POSTED-REPLACEMENT-COUNT PIC 9(6) VALUE 0.
       01 PREVIOUSLY-POSTED-COUNT PIC 9(6) VALUE 0.
       01 AWAITING-REVIEW-COUNT PIC 9(6) VALUE 0.
       01 REVIEWER-REJECTED-COUNT PIC 9(6) VALUE 0.
       01 DUPLICATE-CORRECTION-COUNT PIC 9(6) VALUE 0.
       01 RECORDS-GENERATED-COUNT PIC 9(6) VALUE 0.

       01 AMOUNT-EDIT-DISPLAY PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01 OUTPUT-TEXT-LINE PIC X(100) VALUE SPACES.
       01 SEPARATOR-LINE PIC X(100) VALUE ALL "-".
       01 COUNT-DISPLAY PIC Z(5)9.

       PROCEDURE DIVISION.
           PERFORM LOG-BATCH-RUN-START

           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE-TODAY
           MOVE FUNCTION CURRENT-DATE(9:6) TO RUN-TIME-NOW

           OPEN INPUT CORRECTION-FILE
           IF CORRECTION-FILE-STATUS NOT = "00"
               DISPLAY "TransactionCorrections.txt not found, no "
                   "corrections to post."
               PERFORM LOG-BATCH-RUN-END
               STOP RUN
           END-IF

           PERFORM LOAD-REVIEWERS
           PERFORM LOAD-APPROVALS
           PERFORM LOAD-CORRECTION-REGISTER

           OPEN EXTEND REGISTER-FILE
           IF REGISTER-FILE-STATUS = "35"
               OPEN OUTPUT REGISTER-FILE
           END-IF
           IF REGISTER-FILE-STATUS NOT = "00"
               MOVE "CorrectionRegister.txt" TO FAILED-FILE-NAME
               MOVE REGISTER-FILE-STATUS TO FAILED-FILE-STATUS
               PERFORM ABORT-ON-FILE-FAILURE
           END-IF

           OPEN OUTPUT GENERATED-CORRECTIONS-FILE
           IF GENERATED-FILE-STATUS NOT = "00"
               MOVE "GeneratedCorrections.txt" TO FAILED-FILE-NAME
               MOVE GENERATED-FILE-STATUS TO FAILED-FILE-STATUS
               PERFORM ABORT-ON-FILE-FAILURE
           END-IF

           OPEN OUTPUT CORRECTION-REPORT-FILE
           MOVE SPACES TO OUTPUT-TEXT-LINE
           STRING "Transaction corrections - "
               DELIMITED BY SIZE
               RUN-DATE-TODAY
               DELIMITED BY SIZE
               INTO OUTPUT-TEXT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SEPARATOR-LINE TO OUTPUT-TEXT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "Correction Act Outcome    CPR             "
               TO OUTPUT-TEXT-LINE
           MOVE "Original time              Amount"
               TO OUTPUT-TEXT-LINE(44:33)
           PERFORM WRITE-REPORT-LINE

           PERFORM UNTIL END-OF-FILE = "Y"
               READ CORRECTION-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF CORRECTION-ID NOT = SPACES
                           ADD 1 TO CORRECTIONS-READ-COUNT
                           PERFORM PROCESS-ONE-CORRECTION
                       END-IF
               END-READ
           END-PERFORM

           PERFORM REPORT-RUN-TOTALS

           CLOSE CORRECTION-FILE
           CLOSE REGISTER-FILE
           CLOSE GENERATED-CORRECTIONS-FILE
           CLOSE CORRECTION-REPORT-FILE

           DISPLAY "Corrections: " CORRECTIONS-READ-COUNT
               " queued, " POSTED-REVERSAL-COUNT " storno(s) and "
               POSTED-REPLACEMENT-COUNT " replacement(s) posted, "
               AWAITING-REVIEW-COUNT " awaiting review."

           IF DUPLICATE-CORRECTION-COUNT > 0
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
           MOVE "CORRECTPOST" TO BATCH-LOG-JOB-NAME
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

           MOVE "CORRECTPOST" TO BATCH-LOG-JOB-NAME
           MOVE BATCH-RUN-LOG-TIMESTAMP TO BATCH-LOG-TIMESTAMP
           MOVE "START" TO BATCH-LOG-EVENT
           MOVE SPACES TO BATCH-LOG-DETAIL
           WRITE BATCH-RUN-LOG-RECORD

           CLOSE BATCH-RUN-LOG-FILE
           EXIT.

       LOG-BATCH-RUN-END.
           MOVE FUNCTION CURRENT-DATE TO BATCH-RUN-LOG-TIMESTAMP
           OPEN EXTEND BATCH-RUN-LOG-FILE

           MOVE "CORRECTPOST" TO BATCH-LOG-JOB-NAME
           MOVE BATCH-RUN-LOG-TIMESTAMP TO BATCH-LOG-TIMESTAMP
           MOVE "END" TO BATCH-LOG-EVENT
           STRING "Stornos: "
               FUNCTION TRIM(POSTED-REVERSAL-COUNT LEADING)
               " Replacements: "
               FUNCTION TRIM(POSTED-REPLACEMENT-COUNT LEADING)
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
                   "be verified, every correction waits."
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

      *----------------------------------------------------------*
      * The signer must hold the reviewer role and must not be
      * the operator who queued the correction.
      *----------------------------------------------------------*
       CHECK-REVIEWER-AUTHORIZED.
           MOVE "N" TO REVIEWER-AUTHORIZED
           IF APPR-REVIEWER(APPROVAL-INDEX)(1:8)
                   = CORRECTION-SUBMITTER(1:8)
               EXIT PARAGRAPH
           END-IF

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
               DISPLAY "TransactionCorrectionApprovals.txt not "
                   "found, all queued corrections will wait for "
                   "review"
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
                           DISPLAY "TransactionCorrectionApprovals."
                               "txt exceeds capacity, ignoring "
                               "remaining decisions"
                       END-IF
               END-READ
           END-PERFORM

           CLOSE APPROVALS-FILE
           EXIT.

       LOAD-CORRECTION-REGISTER.
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
                           MOVE REGISTER-CORRECTION-ID
                               TO POSTED-CORRECTION-ID(POSTED-COUNT)
                           MOVE REGISTER-ORIGINAL-CPR
                               TO POSTED-ORIGINAL-CPR(POSTED-COUNT)
                           MOVE REGISTER-ORIGINAL-TIME
                               TO POSTED-ORIGINAL-TIME(POSTED-COUNT)
                           MOVE REGISTER-ORIGINAL-AMOUNT
                               TO POSTED-ORIGINAL-AMOUNT(POSTED-COUNT)
                       ELSE
                           DISPLAY "CorrectionRegister.txt exceeds "
                               "capacity, older entries ignored"
                           MOVE "Y" TO REGISTER-EOF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE REGISTER-FILE
           EXIT.

      *----------------------------------------------------------*
      * Dual control: a correction is only posted when a reviewer
      * has recorded an "A" decision for the same action code and
      * correction id. No decision on file leaves it pending.
      *----------------------------------------------------------*
       FIND-APPROVAL-DECISION.
           MOVE SPACE TO APPROVAL-DECISION
           MOVE SPACES TO APPROVED-BY
           MOVE SPACES TO REJECTION-REASON

           PERFORM VARYING APPROVAL-INDEX FROM 1 BY 1
               UNTIL APPROVAL-INDEX > APPROVALS-COUNT
                   OR NOT ACTION-AWAITING-REVIEW

               IF APPR-ACTION(APPROVAL-INDEX) = CORRECTION-ACTION
                   AND APPR-REFERENCE-ID(APPROVAL-INDEX)
                       = CORRECTION-ID
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
                           "' who is not a reviewer or queued it - "
                           "the correction stays pending."
                   END-IF
               END-IF
           END-PERFORM
           EXIT.

       PROCESS-ONE-CORRECTION.
           PERFORM CHECK-ALREADY-POSTED
           IF CORRECTION-ALREADY-POSTED = "Y"
               ADD 1 TO PREVIOUSLY-POSTED-COUNT
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-APPROVAL-DECISION

           IF ACTION-AWAITING-REVIEW
               ADD 1 TO AWAITING-REVIEW-COUNT
               MOVE "AWAITING" TO CORRECTION-OUTCOME
               PERFORM WRITE-CORRECTION-LINE
               EXIT PARAGRAPH
           END-IF

           IF ACTION-REJECTED
               ADD 1 TO REVIEWER-REJECTED-COUNT
               MOVE "REJECTED" TO CORRECTION-OUTCOME
               PERFORM WRITE-CORRECTION-LINE
               IF REJECTION-REASON NOT = SPACES
                   MOVE REJECTION-REASON TO OUTPUT-TEXT-LINE(16:40)
                   PERFORM WRITE-REPORT-LINE
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF ORIGINAL-ALREADY-REVERSED = "Y"
               ADD 1 TO DUPLICATE-CORRECTION-COUNT
               MOVE "DUPLICATE" TO CORRECTION-OUTCOME
               PERFORM WRITE-CORRECTION-LINE
               EXIT PARAGRAPH
           END-IF

           PERFORM WRITE-STORNO-TRANSACTION
           IF CORRECTION-ACTION = "C"
               PERFORM WRITE-REPLACEMENT-TRANSACTION
           END-IF
           PERFORM REGISTER-POSTED-CORRECTION

           MOVE "POSTED" TO CORRECTION-OUTCOME
           PERFORM WRITE-CORRECTION-LINE
           EXIT.

      *----------------------------------------------------------*
      * A correction id already in the register was booked by an
      * earlier run; a different correction naming the same
      * original would reverse it a second time.
      *----------------------------------------------------------*
       CHECK-ALREADY-POSTED.
           MOVE "N" TO CORRECTION-ALREADY-POSTED
           MOVE "N" TO ORIGINAL-ALREADY-REVERSED

           PERFORM VARYING POSTED-INDEX FROM 1 BY 1
               UNTIL POSTED-INDEX > POSTED-COUNT
                   OR CORRECTION-ALREADY-POSTED = "Y"
               IF POSTED-CORRECTION-ID(POSTED-INDEX) = CORRECTION-ID
                   MOVE "Y" TO CORRECTION-ALREADY-POSTED
               ELSE
                   IF POSTED-ORIGINAL-CPR(POSTED-INDEX)
                           = CPR OF CORRECTION-ORIGINAL
                       AND POSTED-ORIGINAL-TIME(POSTED-INDEX)
                           = TIME-OF-TRANSACTION
                               OF CORRECTION-ORIGINAL
                       AND POSTED-ORIGINAL-AMOUNT(POSTED-INDEX)
                           = AMOUNT OF CORRECTION-ORIGINAL
                       MOVE "Y" TO ORIGINAL-ALREADY-REVERSED
                   END-IF
               END-IF
           END-PERFORM
           EXIT.

      *----------------------------------------------------------*
      * Each offsetting record gets its own time stamp - the run
      * time plus a running sequence in the fraction - so two
      * stornos of equal amounts for one customer are not taken
      * for duplicates by the report job.
      *----------------------------------------------------------*
       NEXT-STORNO-TIME.
           ADD 1 TO POSTING-SEQUENCE
           MOVE SPACES TO STORNO-TIME
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
               INTO STORNO-TIME
           END-STRING
           EXIT.

      *----------------------------------------------------------*
      * The storno is the original record with amount and DKK
      * amount negated, so every total the original fed is
      * reduced by exactly what it added.
      *----------------------------------------------------------*
       WRITE-STORNO-TRANSACTION.
           MOVE CORRECTION-ORIGINAL TO GENERATED-CORRECTION-RECORD

           COMPUTE AMOUNT OF GENERATED-CORRECTION-RECORD =
               0 - AMOUNT OF CORRECTION-ORIGINAL
           COMPUTE DKK-AMOUNT OF GENERATED-CORRECTION-RECORD =
               0 - DKK-AMOUNT OF CORRECTION-ORIGINAL
           PERFORM FORMAT-GENERATED-RAW-AMOUNT

           PERFORM NEXT-STORNO-TIME
           MOVE STORNO-TIME
               TO TIME-OF-TRANSACTION OF GENERATED-CORRECTION-RECORD
           PERFORM MARK-GENERATED-RECORD
           SET CORRECTION-REVERSAL OF GENERATED-CORRECTION-RECORD
               TO TRUE
           MOVE STORNO-TIME TO REVERSAL-POSTED-TIME

           WRITE GENERATED-CORRECTION-RECORD
           ADD 1 TO RECORDS-GENERATED-COUNT
           ADD 1 TO POSTED-REVERSAL-COUNT
           EXIT.

      *----------------------------------------------------------*
      * The replacement re-books the original with the corrected
      * CPR and/or amount at the original's own exchange rate.
      * A booking moved to another customer loses the address and
      * account of the wrong one; the report job then falls back
      * to that customer's primary account.
      *----------------------------------------------------------*
       WRITE-REPLACEMENT-TRANSACTION.
           MOVE CORRECTION-ORIGINAL TO GENERATED-CORRECTION-RECORD

           IF CORRECTION-NEW-CPR NOT = SPACES
               MOVE CORRECTION-NEW-CPR
                   TO CPR OF GENERATED-CORRECTION-RECORD
               IF CORRECTION-NEW-NAME NOT = SPACES
                   MOVE CORRECTION-NEW-NAME
                       TO CUSTOMER-NAME OF GENERATED-CORRECTION-RECORD
               END-IF
               MOVE SPACES
                   TO CUSTOMER-ADDRESS OF GENERATED-CORRECTION-RECORD
               MOVE SPACES
                   TO ACCOUNT-NUMBER OF GENERATED-CORRECTION-RECORD
           END-IF

           IF CORRECTION-NEW-AMOUNT NOT = 0
               MOVE CORRECTION-NEW-AMOUNT
                   TO AMOUNT OF GENERATED-CORRECTION-RECORD
               COMPUTE DKK-AMOUNT OF GENERATED-CORRECTION-RECORD
                   ROUNDED =
                   CORRECTION-NEW-AMOUNT
                       * DKK-AMOUNT OF CORRECTION-ORIGINAL
                       / AMOUNT OF CORRECTION-ORIGINAL
           END-IF
           PERFORM FORMAT-GENERATED-RAW-AMOUNT

           PERFORM NEXT-STORNO-TIME
           MOVE STORNO-TIME
               TO TIME-OF-TRANSACTION OF GENERATED-CORRECTION-RECORD
           PERFORM MARK-GENERATED-RECORD
           SET CORRECTION-REPLACEMENT OF GENERATED-CORRECTION-RECORD
               TO TRUE

           WRITE GENERATED-CORRECTION-RECORD
           ADD 1 TO RECORDS-GENERATED-COUNT
           ADD 1 TO POSTED-REPLACEMENT-COUNT
           EXIT.

       FORMAT-GENERATED-RAW-AMOUNT.
           MOVE AMOUNT OF GENERATED-CORRECTION-RECORD
               TO AMOUNT-EDIT-DISPLAY
           MOVE SPACES TO RAW-AMOUNT OF GENERATED-CORRECTION-RECORD
           STRING FUNCTION TRIM(AMOUNT-EDIT-DISPLAY LEADING)
               DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CURRENCY-CODE OF GENERATED-CORRECTION-RECORD
               DELIMITED BY SIZE
               INTO RAW-AMOUNT OF GENERATED-CORRECTION-RECORD
           END-STRING
           EXIT.

      * Fields the report job sets on arrival start clean, and the
      * link back to the original is filled in.
       MARK-GENERATED-RECORD.
           MOVE "N" TO DUPLICATE-FLAG OF GENERATED-CORRECTION-RECORD
           MOVE 0 TO TRANSFER-PAIR-ID OF GENERATED-CORRECTION-RECORD
           MOVE SPACES TO OVERRIDE-CODE OF GENERATED-CORRECTION-RECORD
           MOVE SPACES
               TO FEED-SOURCE-CODE OF GENERATED-CORRECTION-RECORD
           MOVE CPR OF CORRECTION-ORIGINAL
               TO CORRECTS-CPR OF GENERATED-CORRECTION-RECORD
           MOVE TIME-OF-TRANSACTION OF CORRECTION-ORIGINAL
               TO CORRECTS-TIME OF GENERATED-CORRECTION-RECORD
           MOVE AMOUNT OF CORRECTION-ORIGINAL
               TO CORRECTS-AMOUNT OF GENERATED-CORRECTION-RECORD
           EXIT.

       REGISTER-POSTED-CORRECTION.
           MOVE SPACES TO REGISTER-RECORD
           MOVE CORRECTION-ID TO REGISTER-CORRECTION-ID
           MOVE CORRECTION-ACTION TO REGISTER-ACTION
           MOVE RUN-DATE-TODAY TO REGISTER-POSTED-DATE
           MOVE APPROVED-BY TO REGISTER-REVIEWER
           MOVE CPR OF CORRECTION-ORIGINAL TO REGISTER-ORIGINAL-CPR
           MOVE TIME-OF-TRANSACTION OF CORRECTION-ORIGINAL
               TO REGISTER-ORIGINAL-TIME
           MOVE AMOUNT OF CORRECTION-ORIGINAL
               TO REGISTER-ORIGINAL-AMOUNT
           MOVE REVERSAL-POSTED-TIME TO REGISTER-STORNO-TIME
           WRITE REGISTER-RECORD

           IF POSTED-COUNT < POSTED-MAX
               ADD 1 TO POSTED-COUNT
               MOVE CORRECTION-ID TO POSTED-CORRECTION-ID(POSTED-COUNT)
               MOVE CPR OF CORRECTION-ORIGINAL
                   TO POSTED-ORIGINAL-CPR(POSTED-COUNT)
               MOVE TIME-OF-TRANSACTION OF CORRECTION-ORIGINAL
                   TO POSTED-ORIGINAL-TIME(POSTED-COUNT)
               MOVE AMOUNT OF CORRECTION-ORIGINAL
                   TO POSTED-ORIGINAL-AMOUNT(POSTED-COUNT)
           END-IF
           EXIT.

       WRITE-CORRECTION-LINE.
           MOVE CORRECTION-ID TO OUTPUT-TEXT-LINE(1:10)
           MOVE CORRECTION-ACTION TO OUTPUT-TEXT-LINE(12:1)
           MOVE CORRECTION-OUTCOME TO OUTPUT-TEXT-LINE(16:10)
           MOVE CPR OF CORRECTION-ORIGINAL TO OUTPUT-TEXT-LINE(27:15)
           MOVE TIME-OF-TRANSACTION OF CORRECTION-ORIGINAL
               TO OUTPUT-TEXT-LINE(44:26)
           MOVE AMOUNT OF CORRECTION-ORIGINAL TO AMOUNT-EDIT-DISPLAY
           MOVE AMOUNT-EDIT-DISPLAY TO OUTPUT-TEXT-LINE(71:17)
           MOVE CURRENCY-CODE OF CORRECTION-ORIGINAL
               TO OUTPUT-TEXT-LINE(89:3)
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO CORRECTION-OUTCOME
           EXIT.

       REPORT-RUN-TOTALS.
           MOVE SEPARATOR-LINE TO OUTPUT-TEXT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE "Corrections queued" TO OUTPUT-TEXT-LINE
           MOVE CORRECTIONS-READ-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-REPORT-LINE

           MOVE "Posted in earlier runs" TO OUTPUT-TEXT-LINE
           MOVE PREVIOUSLY-POSTED-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-REPORT-LINE

           MOVE "Stornos posted" TO OUTPUT-TEXT-LINE
           MOVE POSTED-REVERSAL-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-REPORT-LINE

           MOVE "Replacements posted" TO OUTPUT-TEXT-LINE
           MOVE POSTED-REPLACEMENT-COUNT TO COUNT-DISPLAY
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

           MOVE "Original already reversed" TO OUTPUT-TEXT-LINE
           MOVE DUPLICATE-CORRECTION-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-REPORT-LINE

           MOVE "Records in GeneratedCorrections.txt"
               TO OUTPUT-TEXT-LINE
           MOVE RECORDS-GENERATED-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-REPORT-LINE
           EXIT.

       WRITE-REPORT-LINE.
           MOVE OUTPUT-TEXT-LINE TO CORRECTION-REPORT-LINE
           WRITE CORRECTION-REPORT-LINE
           MOVE SPACES TO OUTPUT-TEXT-LINE
           EXIT.

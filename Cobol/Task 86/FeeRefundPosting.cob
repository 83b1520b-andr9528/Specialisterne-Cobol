       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFUNDPOST.

      *----------------------------------------------------------*
      * Fee refund posting. Reads the refund requests            *
      * REFUNDENTRY queued in FeeRefundRequests.txt and books    *
      * each one that passes:                                    *
      *  - a refund of a fee already refunded, or for nothing or *
      *    more than the fee, is refused;                        *
      *  - a refund that would take the customer's refunds in    *
      *    the calendar year it was asked for past the yearly    *
      *    limit in FeeRefundLimits.txt is refused, whatever a   *
      *    reviewer said;                                        *
      *  - a refund above the review threshold in the same file  *
      *    waits until a reviewer has approved it in             *
      *    FeeRefundApprovals.txt, under the same dual control   *
      *    as CORRECTPOST (the submitter may not approve); one   *
      *    at or below it is booked without review unless a      *
      *    reviewer has rejected it.                             *
      * Each refund is booked as a reversal of part or all of    *
      * the Gebyr, written to GeneratedFeeRefunds.txt for the    *
      * next TransactionFeed and pointing back at the original   *
      * fee through the CORRECTS- fields. Every posted refund is *
      * kept in FeeRefundRegister.txt with the customer's        *
      * pricing segment; the yearly limit is counted from it and *
      * the monthly refund report reads it.                      *
      * FeeRefundPostingReport.txt lists what was posted,        *
      * refused or left waiting.                                 *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REFUND-REQUEST-FILE
               ASSIGN TO "FeeRefundRequests.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REQUEST-FILE-STATUS.

           SELECT REFUND-LIMITS-FILE
               ASSIGN TO "FeeRefundLimits.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIMITS-FILE-STATUS.

           SELECT OPERATORS-FILE
               ASSIGN TO "Operators.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERATORS-FILE-STATUS.

           SELECT APPROVALS-FILE
               ASSIGN TO "FeeRefundApprovals.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APPROVALS-FILE-STATUS.

           SELECT REFUND-REGISTER-FILE
               ASSIGN TO "FeeRefundRegister.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGISTER-FILE-STATUS.

      * CPR-to-REFERENCE-ID bridge and the segment master, for the
      * segment the refund is reported under.
           SELECT KEY-XREF-FILE
               ASSIGN TO "CustomerKeyXref.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SEGMENT-FILE-STATUS.

           SELECT SEGMENT-MASTER-FILE
               ASSIGN TO "CustomerSegments.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SEGMENT-FILE-STATUS.

           SELECT GENERATED-REFUNDS-FILE
               ASSIGN TO "GeneratedFeeRefunds.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GENERATED-FILE-STATUS.

           SELECT REFUND-REPORT-FILE
               ASSIGN TO "FeeRefundPostingReport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BATCH-RUN-LOG-FILE
               ASSIGN TO "BatchRunLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BATCH-RUN-LOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD REFUND-REQUEST-FILE.
       01 REFUND-REQUEST-RECORD.
           COPY "FeeRefund.cpy".

      * Refund amount above which a reviewer must approve, and the
      * most one customer may have refunded in a calendar year.
      * Both in DKK.
       FD REFUND-LIMITS-FILE.
       01 REFUND-LIMITS-RECORD.
           02 LIMIT-REVIEW-THRESHOLD PIC 9(7)V99.
           02 LIMIT-YEARLY-PER-CUSTOMER PIC 9(7)V99.

       FD OPERATORS-FILE.
       01 OPERATOR-RECORD.
           02 OPERATOR-ID PIC X(8).
           02 OPERATOR-ROLE PIC X(1).

      * One reviewer decision per refund request; status "A"
      * approves, "R" rejects with the reviewer's reason.
       FD APPROVALS-FILE.
       01 APPROVAL-RECORD.
           02 APPROVAL-REFUND-ID PIC X(10).
           02 APPROVAL-STATUS PIC X(1).
           02 APPROVAL-REVIEWER PIC X(20).
           02 APPROVAL-REASON PIC X(40).

       FD REFUND-REGISTER-FILE.
       01 REFUND-REGISTER-RECORD.
           COPY "RefundRegister.cpy".

       FD KEY-XREF-FILE.
       01 KEY-XREF-RECORD.
           02 XREF-CPR PIC X(15).
           02 XREF-REFERENCE-ID PIC X(10).

       FD SEGMENT-MASTER-FILE.
       01 SEGMENT-MASTER-RECORD.
           02 SEGMENT-REFERENCE-ID PIC X(10).
           02 SEGMENT-CODE PIC X(8).

       FD GENERATED-REFUNDS-FILE.
       01 GENERATED-REFUND-RECORD.
           COPY "Transaction.cpy".

       FD REFUND-REPORT-FILE.
       01 REFUND-REPORT-LINE PIC X(100).

       FD BATCH-RUN-LOG-FILE.
       01 BATCH-RUN-LOG-RECORD.
           COPY "BatchRunLog.cpy".

       WORKING-STORAGE SECTION.
       01 BATCH-RUN-LOG-TIMESTAMP PIC X(26) VALUE SPACES.
       01 REQUEST-FILE-STATUS PIC X(2) VALUE "00".
       01 LIMITS-FILE-STATUS PIC X(2) VALUE "00".
       01 OPERATORS-FILE-STATUS PIC X(2) VALUE "00".
       01 APPROVALS-FILE-STATUS PIC X(2) VALUE "00".
       01 REGISTER-FILE-STATUS PIC X(2) VALUE "00".
       01 SEGMENT-FILE-STATUS PIC X(2) VALUE "00".
       01 GENERATED-FILE-STATUS PIC X(2) VALUE "00".
       01 BATCH-RUN-LOG-FILE-STATUS PIC X(2) VALUE "00".
       01 FAILED-FILE-NAME PIC X(40) VALUE SPACES.
       01 FAILED-FILE-STATUS PIC X(2) VALUE SPACES.

       01 END-OF-FILE PIC X VALUE "N".

      * Used when FeeRefundLimits.txt is absent.
       01 REVIEW-THRESHOLD PIC 9(7)V99 VALUE 200.00.
       01 YEARLY-REFUND-LIMIT PIC 9(7)V99 VALUE 1000.00.

       01 APPROVALS-TABLE.
           02 APPROVALS-COUNT PIC 999 VALUE 0.
           02 APPROVALS-MAX-COUNT PIC 999 VALUE 200.
           02 APPROVALS OCCURS 200 TIMES.
               03 APPR-REFUND-ID PIC X(10) VALUE SPACES.
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
      * and never a refund they asked for themselves.
       01 REVIEWERS-TABLE.
           02 REVIEWER-COUNT PIC 99 VALUE 0.
           02 REVIEWER-MAX PIC 99 VALUE 50.
           02 REVIEWER-IDS PIC X(8) OCCURS 50 TIMES VALUE SPACES.
       01 REVIEWER-INDEX PIC 99 VALUE 0.
       01 REVIEWER-AUTHORIZED PIC X VALUE "N".
       01 UNAUTHORIZED-APPROVALS PIC 9(4) VALUE 0.

      * Refunds already in the register plus those booked by this
      * run, checked before anything is written and summed for
      * the yearly limit.
       01 POSTED-TABLE.
           02 POSTED-COUNT PIC 9(4) VALUE 0.
           02 POSTED-MAX PIC 9(4) VALUE 5000.
           02 POSTED-ENTRIES OCCURS 5000 TIMES.
               03 POSTED-REFUND-ID PIC X(10) VALUE SPACES.
               03 POSTED-YEAR PIC X(4) VALUE SPACES.
               03 POSTED-FEE-CPR PIC X(15) VALUE SPACES.
               03 POSTED-FEE-TIME PIC X(26) VALUE SPACES.
               03 POSTED-FEE-AMOUNT PIC S9(11)V99 VALUE 0.
               03 POSTED-REFUND-AMOUNT PIC 9(7)V99 VALUE 0.
       01 POSTED-INDEX PIC 9(4) VALUE 0.
       01 REFUND-ALREADY-POSTED PIC X VALUE "N".
       01 FEE-ALREADY-REFUNDED PIC X VALUE "N".
       01 REFUNDED-IN-YEAR PIC 9(7)V99 VALUE 0.

       01 XREF-TABLE.
           02 XREF-COUNT PIC 9(4) VALUE 0.
           02 XREF-MAX PIC 9(4) VALUE 2000.
           02 XREF-ENTRIES OCCURS 2000 TIMES.
               03 XR-CPR PIC X(15) VALUE SPACES.
               03 XR-REFERENCE-ID PIC X(10) VALUE SPACES.
       01 XREF-INDEX PIC 9(4) VALUE 0.

       01 SEGMENT-MASTER-TABLE.
           02 SEGMENT-COUNT PIC 9(4) VALUE 0.
           02 SEGMENT-MAX PIC 9(4) VALUE 2000.
           02 SEGMENT-ENTRIES OCCURS 2000 TIMES.
               03 SEG-REFERENCE-ID PIC X(10) VALUE SPACES.
               03 SEG-CODE PIC X(8) VALUE SPACES.
       01 SEGMENT-INDEX PIC 9(4) VALUE 0.
       01 CUSTOMER-REFERENCE-ID PIC X(10) VALUE SPACES.
       01 CUSTOMER-SEGMENT PIC X(8) VALUE SPACES.

       01 RUN-DATE-TODAY PIC X(8) VALUE SPACES.
       01 RUN-TIME-NOW PIC X(6) VALUE SPACES.
       01 POSTING-SEQUENCE PIC 9(6) VALUE 0.
       01 REVERSAL-TIME PIC X(26) VALUE SPACES.
       01 REFUND-OUTCOME PIC X(10) VALUE SPACES.

       01 REQUESTS-READ-COUNT PIC 9(6) VALUE 0.
       01 REFUNDS-POSTED-COUNT PIC 9(6) VALUE 0.
       01 PREVIOUSLY-POSTED-COUNT PIC 9(6) VALUE 0.
       01 AWAITING-REVIEW-COUNT PIC 9(6) VALUE 0.
       01 REVIEWER-REJECTED-COUNT PIC 9(6) VALUE 0.
       01 OVER-LIMIT-COUNT PIC 9(6) VALUE 0.
       01 DUPLICATE-REFUND-COUNT PIC 9(6) VALUE 0.
       01 INVALID-REFUND-COUNT PIC 9(6) VALUE 0.
       01 REFUNDS-POSTED-TOTAL PIC 9(9)V99 VALUE 0.

       01 AMOUNT-EDIT-DISPLAY PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01 OUTPUT-TEXT-LINE PIC X(100) VALUE SPACES.
       01 SEPARATOR-LINE PIC X(100) VALUE ALL "-".
       01 COUNT-DISPLAY PIC Z(5)9.

       PROCEDURE DIVISION.
           PERFORM LOG-BATCH-RUN-START

           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE-TODAY
           MOVE FUNCTION CURRENT-DATE(9:6) TO RUN-TIME-NOW

           OPEN INPUT REFUND-REQUEST-FILE
           IF REQUEST-FILE-STATUS NOT = "00"
               DISPLAY "FeeRefundRequests.txt not found, no "
                   "refunds to post."
               PERFORM LOG-BATCH-RUN-END
               STOP RUN
           END-IF

           PERFORM LOAD-REFUND-LIMITS
           PERFORM LOAD-REVIEWERS
           PERFORM LOAD-APPROVALS
           PERFORM LOAD-REFUND-REGISTER
           PERFORM LOAD-KEY-XREF
           PERFORM LOAD-SEGMENT-MASTER

           OPEN EXTEND REFUND-REGISTER-FILE
           IF REGISTER-FILE-STATUS = "35"
               OPEN OUTPUT REFUND-REGISTER-FILE
           END-IF
           IF REGISTER-FILE-STATUS NOT = "00"
               MOVE "FeeRefundRegister.txt" TO FAILED-FILE-NAME
               MOVE REGISTER-FILE-STATUS TO FAILED-FILE-STATUS
               PERFORM ABORT-ON-FILE-FAILURE
           END-IF

           OPEN OUTPUT GENERATED-REFUNDS-FILE
           IF GENERATED-FILE-STATUS NOT = "00"
               MOVE "GeneratedFeeRefunds.txt" TO FAILED-FILE-NAME
               MOVE GENERATED-FILE-STATUS TO FAILED-FILE-STATUS
               PERFORM ABORT-ON-FILE-FAILURE
           END-IF

           OPEN OUTPUT REFUND-REPORT-FILE
           MOVE SPACES TO OUTPUT-TEXT-LINE
           STRING "Fee refund posting - "
               DELIMITED BY SIZE
               RUN-DATE-TODAY
               DELIMITED BY SIZE
               INTO OUTPUT-TEXT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SEPARATOR-LINE TO OUTPUT-TEXT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "Refund     Outcome    CPR             Reason   "
               TO OUTPUT-TEXT-LINE
           MOVE "Fee time" TO OUTPUT-TEXT-LINE(49:8)
           MOVE "Refund" TO OUTPUT-TEXT-LINE(87:6)
           PERFORM WRITE-REPORT-LINE

           PERFORM UNTIL END-OF-FILE = "Y"
               READ REFUND-REQUEST-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF REFUND-ID NOT = SPACES
                           ADD 1 TO REQUESTS-READ-COUNT
                           PERFORM PROCESS-ONE-REFUND
                       END-IF
               END-READ
           END-PERFORM

           PERFORM REPORT-RUN-TOTALS

           CLOSE REFUND-REQUEST-FILE
           CLOSE REFUND-REGISTER-FILE
           CLOSE GENERATED-REFUNDS-FILE
           CLOSE REFUND-REPORT-FILE

           DISPLAY "Fee refunds: " REQUESTS-READ-COUNT
               " queued, " REFUNDS-POSTED-COUNT " posted, "
               AWAITING-REVIEW-COUNT " awaiting review, "
               OVER-LIMIT-COUNT " over the yearly limit."

           IF DUPLICATE-REFUND-COUNT > 0
               OR INVALID-REFUND-COUNT > 0
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
           MOVE "REFUNDPOST" TO BATCH-LOG-JOB-NAME
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

           MOVE "REFUNDPOST" TO BATCH-LOG-JOB-NAME
           MOVE BATCH-RUN-LOG-TIMESTAMP TO BATCH-LOG-TIMESTAMP
           MOVE "START" TO BATCH-LOG-EVENT
           MOVE SPACES TO BATCH-LOG-DETAIL
           WRITE BATCH-RUN-LOG-RECORD

           CLOSE BATCH-RUN-LOG-FILE
           EXIT.

       LOG-BATCH-RUN-END.
           MOVE FUNCTION CURRENT-DATE TO BATCH-RUN-LOG-TIMESTAMP
           OPEN EXTEND BATCH-RUN-LOG-FILE

           MOVE "REFUNDPOST" TO BATCH-LOG-JOB-NAME
           MOVE BATCH-RUN-LOG-TIMESTAMP TO BATCH-LOG-TIMESTAMP
           MOVE "END" TO BATCH-LOG-EVENT
           MOVE SPACES TO BATCH-LOG-DETAIL
           STRING "Posted: "
               FUNCTION TRIM(REFUNDS-POSTED-COUNT LEADING)
               " Awaiting: "
               FUNCTION TRIM(AWAITING-REVIEW-COUNT LEADING)
               " Over limit: "
               FUNCTION TRIM(OVER-LIMIT-COUNT LEADING)
               INTO BATCH-LOG-DETAIL
           WRITE BATCH-RUN-LOG-RECORD

           CLOSE BATCH-RUN-LOG-FILE
           EXIT.

       LOAD-REFUND-LIMITS.
           OPEN INPUT REFUND-LIMITS-FILE
           IF LIMITS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           READ REFUND-LIMITS-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE LIMIT-REVIEW-THRESHOLD TO REVIEW-THRESHOLD
                   MOVE LIMIT-YEARLY-PER-CUSTOMER
                       TO YEARLY-REFUND-LIMIT
           END-READ

           CLOSE REFUND-LIMITS-FILE
           EXIT.

       LOAD-REVIEWERS.
           OPEN INPUT OPERATORS-FILE
           IF OPERATORS-FILE-STATUS NOT = "00"
               DISPLAY "Operators.txt not found - no reviewer can "
                   "be verified, refunds needing review wait."
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ OPERATORS-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
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
           MOVE "N" TO END-OF-FILE
           EXIT.

      *----------------------------------------------------------*
      * The signer must hold the reviewer role and must not be
      * the operator who asked for the refund.
      *----------------------------------------------------------*
       CHECK-REVIEWER-AUTHORIZED.
           MOVE "N" TO REVIEWER-AUTHORIZED
           IF APPR-REVIEWER(APPROVAL-INDEX)(1:8) = REFUND-SUBMITTER
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
               DISPLAY "FeeRefundApprovals.txt not found, refunds "
                   "needing review will wait"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL APPROVALS-FILE-STATUS = "10"
               READ APPROVALS-FILE
                   AT END
                       MOVE "10" TO APPROVALS-FILE-STATUS
                   NOT AT END
                       IF APPROVALS-COUNT < APPROVALS-MAX-COUNT
                           ADD 1 TO APPROVALS-COUNT
                           MOVE APPROVAL-REFUND-ID
                               TO APPR-REFUND-ID(APPROVALS-COUNT)
                           MOVE APPROVAL-STATUS
                               TO APPR-STATUS(APPROVALS-COUNT)
                           MOVE APPROVAL-REVIEWER
                               TO APPR-REVIEWER(APPROVALS-COUNT)
                           MOVE APPROVAL-REASON
                               TO APPR-REASON(APPROVALS-COUNT)
                       ELSE
                           DISPLAY "FeeRefundApprovals.txt exceeds "
                               "capacity, ignoring remaining "
                               "decisions"
                       END-IF
               END-READ
           END-PERFORM

           CLOSE APPROVALS-FILE
           EXIT.

       LOAD-REFUND-REGISTER.
           OPEN INPUT REFUND-REGISTER-FILE
           IF REGISTER-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ REFUND-REGISTER-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF POSTED-COUNT < POSTED-MAX
                           ADD 1 TO POSTED-COUNT
                           MOVE REGISTER-REFUND-ID
                               TO POSTED-REFUND-ID(POSTED-COUNT)
                           MOVE REGISTER-POSTED-DATE(1:4)
                               TO POSTED-YEAR(POSTED-COUNT)
                           MOVE REGISTER-FEE-CPR
                               TO POSTED-FEE-CPR(POSTED-COUNT)
                           MOVE REGISTER-FEE-TIME
                               TO POSTED-FEE-TIME(POSTED-COUNT)
                           MOVE REGISTER-FEE-AMOUNT
                               TO POSTED-FEE-AMOUNT(POSTED-COUNT)
                           MOVE REGISTER-REFUND-AMOUNT
                               TO POSTED-REFUND-AMOUNT(POSTED-COUNT)
                       ELSE
                           DISPLAY "FeeRefundRegister.txt exceeds "
                               "capacity, later entries ignored"
                           MOVE "Y" TO END-OF-FILE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE REFUND-REGISTER-FILE
           MOVE "N" TO END-OF-FILE
           EXIT.

       LOAD-KEY-XREF.
           OPEN INPUT KEY-XREF-FILE
           IF SEGMENT-FILE-STATUS NOT = "00"
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
                           MOVE XREF-CPR TO XR-CPR(XREF-COUNT)
                           MOVE XREF-REFERENCE-ID
                               TO XR-REFERENCE-ID(XREF-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE KEY-XREF-FILE
           MOVE "N" TO END-OF-FILE
           EXIT.

       LOAD-SEGMENT-MASTER.
           OPEN INPUT SEGMENT-MASTER-FILE
           IF SEGMENT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ SEGMENT-MASTER-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF SEGMENT-COUNT < SEGMENT-MAX
                           ADD 1 TO SEGMENT-COUNT
                           MOVE SEGMENT-REFERENCE-ID
                               TO SEG-REFERENCE-ID(SEGMENT-COUNT)
                           MOVE SEGMENT-CODE
                               TO SEG-CODE(SEGMENT-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SEGMENT-MASTER-FILE
           MOVE "N" TO END-OF-FILE
           EXIT.

      *----------------------------------------------------------*
      * Dual control above the review threshold: such a refund is
      * only posted when a reviewer has recorded an "A" decision
      * for it. A rejection stops a refund of any size.
      *----------------------------------------------------------*
       FIND-APPROVAL-DECISION.
           MOVE SPACE TO APPROVAL-DECISION
           MOVE SPACES TO APPROVED-BY
           MOVE SPACES TO REJECTION-REASON

           PERFORM VARYING APPROVAL-INDEX FROM 1 BY 1
               UNTIL APPROVAL-INDEX > APPROVALS-COUNT
                   OR NOT ACTION-AWAITING-REVIEW

               IF APPR-REFUND-ID(APPROVAL-INDEX) = REFUND-ID
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
                           APPR-REFUND-ID(APPROVAL-INDEX)
                           "' signed by '"
                           FUNCTION TRIM(
                               APPR-REVIEWER(APPROVAL-INDEX)
                               TRAILING)
                           "' who is not a reviewer or asked for it "
                           "- the decision is ignored."
                   END-IF
               END-IF
           END-PERFORM
           EXIT.

       PROCESS-ONE-REFUND.
           PERFORM CHECK-ALREADY-POSTED
           IF REFUND-ALREADY-POSTED = "Y"
               ADD 1 TO PREVIOUSLY-POSTED-COUNT
               EXIT PARAGRAPH
           END-IF

           IF NOT VALID-REFUND-REASON
               OR REFUND-AMOUNT = 0
               OR REFUND-AMOUNT > REFUND-FEE-AMOUNT
               ADD 1 TO INVALID-REFUND-COUNT
               MOVE "INVALID" TO REFUND-OUTCOME
               PERFORM WRITE-REFUND-LINE
               EXIT PARAGRAPH
           END-IF

           IF FEE-ALREADY-REFUNDED = "Y"
               ADD 1 TO DUPLICATE-REFUND-COUNT
               MOVE "DUPLICATE" TO REFUND-OUTCOME
               PERFORM WRITE-REFUND-LINE
               EXIT PARAGRAPH
           END-IF

           PERFORM SUM-REFUNDED-IN-YEAR
           IF REFUNDED-IN-YEAR + REFUND-AMOUNT > YEARLY-REFUND-LIMIT
               ADD 1 TO OVER-LIMIT-COUNT
               MOVE "OVER LIMIT" TO REFUND-OUTCOME
               PERFORM WRITE-REFUND-LINE
               MOVE REFUNDED-IN-YEAR TO AMOUNT-EDIT-DISPLAY
               STRING "Already refunded in " DELIMITED BY SIZE
                   REFUND-SUBMITTED-DATE(1:4) DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   FUNCTION TRIM(AMOUNT-EDIT-DISPLAY LEADING)
                   DELIMITED BY SIZE
                   " DKK" DELIMITED BY SIZE
                   INTO OUTPUT-TEXT-LINE(12:60)
               END-STRING
               PERFORM WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-APPROVAL-DECISION

           IF ACTION-REJECTED
               ADD 1 TO REVIEWER-REJECTED-COUNT
               MOVE "REJECTED" TO REFUND-OUTCOME
               PERFORM WRITE-REFUND-LINE
               IF REJECTION-REASON NOT = SPACES
                   MOVE REJECTION-REASON TO OUTPUT-TEXT-LINE(12:40)
                   PERFORM WRITE-REPORT-LINE
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF REFUND-AMOUNT > REVIEW-THRESHOLD
               AND NOT ACTION-APPROVED
               ADD 1 TO AWAITING-REVIEW-COUNT
               MOVE "AWAITING" TO REFUND-OUTCOME
               PERFORM WRITE-REFUND-LINE
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-CUSTOMER-SEGMENT
           PERFORM WRITE-REFUND-REVERSAL
           PERFORM REGISTER-POSTED-REFUND

           MOVE "POSTED" TO REFUND-OUTCOME
           PERFORM WRITE-REFUND-LINE
           EXIT.

      *----------------------------------------------------------*
      * A refund id already in the register was booked by an
      * earlier run; a different refund naming the same fee would
      * pay it back a second time.
      *----------------------------------------------------------*
       CHECK-ALREADY-POSTED.
           MOVE "N" TO REFUND-ALREADY-POSTED
           MOVE "N" TO FEE-ALREADY-REFUNDED

           PERFORM VARYING POSTED-INDEX FROM 1 BY 1
               UNTIL POSTED-INDEX > POSTED-COUNT
                   OR REFUND-ALREADY-POSTED = "Y"
               IF POSTED-REFUND-ID(POSTED-INDEX) = REFUND-ID
                   MOVE "Y" TO REFUND-ALREADY-POSTED
               ELSE
                   IF POSTED-FEE-CPR(POSTED-INDEX) = REFUND-FEE-CPR
                       AND POSTED-FEE-TIME(POSTED-INDEX)
                           = REFUND-FEE-TIME
                       AND POSTED-FEE-AMOUNT(POSTED-INDEX)
                           = REFUND-FEE-AMOUNT
                       MOVE "Y" TO FEE-ALREADY-REFUNDED
                   END-IF
               END-IF
           END-PERFORM
           EXIT.

      * The limit is counted for the calendar year the refund was
      * asked for, so a refused request stays refused when it is
      * read again after New Year.
       SUM-REFUNDED-IN-YEAR.
           MOVE 0 TO REFUNDED-IN-YEAR
           PERFORM VARYING POSTED-INDEX FROM 1 BY 1
               UNTIL POSTED-INDEX > POSTED-COUNT
               IF POSTED-FEE-CPR(POSTED-INDEX) = REFUND-FEE-CPR
                   AND POSTED-YEAR(POSTED-INDEX)
                       = REFUND-SUBMITTED-DATE(1:4)
                   ADD POSTED-REFUND-AMOUNT(POSTED-INDEX)
                       TO REFUNDED-IN-YEAR
               END-IF
           END-PERFORM
           EXIT.

       FIND-CUSTOMER-SEGMENT.
           MOVE SPACES TO CUSTOMER-REFERENCE-ID
           MOVE "DEFAULT" TO CUSTOMER-SEGMENT

           PERFORM VARYING XREF-INDEX FROM 1 BY 1
               UNTIL XREF-INDEX > XREF-COUNT
                   OR CUSTOMER-REFERENCE-ID NOT = SPACES
               IF XR-CPR(XREF-INDEX) = REFUND-FEE-CPR
                   MOVE XR-REFERENCE-ID(XREF-INDEX)
                       TO CUSTOMER-REFERENCE-ID
               END-IF
           END-PERFORM
           IF CUSTOMER-REFERENCE-ID = SPACES
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING SEGMENT-INDEX FROM 1 BY 1
               UNTIL SEGMENT-INDEX > SEGMENT-COUNT
               IF SEG-REFERENCE-ID(SEGMENT-INDEX)
                       = CUSTOMER-REFERENCE-ID
                   MOVE SEG-CODE(SEGMENT-INDEX) TO CUSTOMER-SEGMENT
               END-IF
           END-PERFORM
           EXIT.

      *----------------------------------------------------------*
      * Each reversal gets its own time stamp - the run time plus
      * a running sequence in the fraction - so two refunds of
      * equal amounts for one customer are not taken for
      * duplicates by the report job.
      *----------------------------------------------------------*
       NEXT-REVERSAL-TIME.
           ADD 1 TO POSTING-SEQUENCE
           MOVE SPACES TO REVERSAL-TIME
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
               INTO REVERSAL-TIME
           END-STRING
           EXIT.

      *----------------------------------------------------------*
      * The refund is a negative Gebyr on the fee's own line, so
      * every total the fee fed is reduced by what is paid back,
      * and it points at the fee as CORRECTPOST's stornos do.
      *----------------------------------------------------------*
       WRITE-REFUND-REVERSAL.
           MOVE SPACES TO GENERATED-REFUND-RECORD
           MOVE REFUND-FEE-CPR TO CPR OF GENERATED-REFUND-RECORD
           MOVE REFUND-FEE-CUSTOMER-NAME
               TO CUSTOMER-NAME OF GENERATED-REFUND-RECORD
           MOVE REFUND-FEE-REGISTRATION
               TO REGISTRATION-NUMBER OF GENERATED-REFUND-RECORD
           MOVE REFUND-FEE-ACCOUNT
               TO ACCOUNT-NUMBER OF GENERATED-REFUND-RECORD
           MOVE "Gebyr" TO TRANSACTION-TYPE OF GENERATED-REFUND-RECORD
           MOVE "Kontogebyr"
               TO TRANSACTION-SHOP OF GENERATED-REFUND-RECORD
           MOVE "DKK" TO CURRENCY-CODE OF GENERATED-REFUND-RECORD

           COMPUTE AMOUNT OF GENERATED-REFUND-RECORD =
               0 - REFUND-AMOUNT
           COMPUTE DKK-AMOUNT OF GENERATED-REFUND-RECORD =
               0 - REFUND-AMOUNT
           MOVE AMOUNT OF GENERATED-REFUND-RECORD
               TO AMOUNT-EDIT-DISPLAY
           STRING FUNCTION TRIM(AMOUNT-EDIT-DISPLAY LEADING)
               DELIMITED BY SIZE
               " DKK" DELIMITED BY SIZE
               INTO RAW-AMOUNT OF GENERATED-REFUND-RECORD
           END-STRING

           PERFORM NEXT-REVERSAL-TIME
           MOVE REVERSAL-TIME
               TO TIME-OF-TRANSACTION OF GENERATED-REFUND-RECORD
           MOVE "N" TO DUPLICATE-FLAG OF GENERATED-REFUND-RECORD
           MOVE 0 TO TRANSFER-PAIR-ID OF GENERATED-REFUND-RECORD
           SET CORRECTION-REVERSAL OF GENERATED-REFUND-RECORD TO TRUE
           MOVE REFUND-FEE-CPR
               TO CORRECTS-CPR OF GENERATED-REFUND-RECORD
           MOVE REFUND-FEE-TIME
               TO CORRECTS-TIME OF GENERATED-REFUND-RECORD
           MOVE REFUND-FEE-AMOUNT
               TO CORRECTS-AMOUNT OF GENERATED-REFUND-RECORD

           WRITE GENERATED-REFUND-RECORD
           ADD 1 TO REFUNDS-POSTED-COUNT
           ADD REFUND-AMOUNT TO REFUNDS-POSTED-TOTAL
           EXIT.

       REGISTER-POSTED-REFUND.
           MOVE SPACES TO REFUND-REGISTER-RECORD
           MOVE REFUND-ID TO REGISTER-REFUND-ID
           MOVE RUN-DATE-TODAY TO REGISTER-POSTED-DATE
           MOVE APPROVED-BY TO REGISTER-REVIEWER
           MOVE REFUND-REASON TO REGISTER-REASON
           MOVE REFUND-SUBMITTER TO REGISTER-SUBMITTER
           MOVE CUSTOMER-REFERENCE-ID TO REGISTER-REFERENCE-ID
           MOVE CUSTOMER-SEGMENT TO REGISTER-SEGMENT
           MOVE REFUND-FEE-CPR TO REGISTER-FEE-CPR
           MOVE REFUND-FEE-TIME TO REGISTER-FEE-TIME
           MOVE REFUND-FEE-AMOUNT TO REGISTER-FEE-AMOUNT
           MOVE REFUND-AMOUNT TO REGISTER-REFUND-AMOUNT
           MOVE REVERSAL-TIME TO REGISTER-REVERSAL-TIME
           WRITE REFUND-REGISTER-RECORD

      * The refund counts towards the limit of the year it was
      * asked for, which is the year the next request is checked
      * against.
           IF POSTED-COUNT < POSTED-MAX
               ADD 1 TO POSTED-COUNT
               MOVE REFUND-ID TO POSTED-REFUND-ID(POSTED-COUNT)
               MOVE REFUND-SUBMITTED-DATE(1:4)
                   TO POSTED-YEAR(POSTED-COUNT)
               MOVE REFUND-FEE-CPR TO POSTED-FEE-CPR(POSTED-COUNT)
               MOVE REFUND-FEE-TIME TO POSTED-FEE-TIME(POSTED-COUNT)
               MOVE REFUND-FEE-AMOUNT
                   TO POSTED-FEE-AMOUNT(POSTED-COUNT)
               MOVE REFUND-AMOUNT TO POSTED-REFUND-AMOUNT(POSTED-COUNT)
           END-IF
           EXIT.

       WRITE-REFUND-LINE.
           MOVE REFUND-ID TO OUTPUT-TEXT-LINE(1:10)
           MOVE REFUND-OUTCOME TO OUTPUT-TEXT-LINE(12:10)
           MOVE REFUND-FEE-CPR TO OUTPUT-TEXT-LINE(23:15)
           MOVE REFUND-REASON TO OUTPUT-TEXT-LINE(39:8)
           MOVE REFUND-FEE-TIME TO OUTPUT-TEXT-LINE(49:26)
           MOVE REFUND-AMOUNT TO AMOUNT-EDIT-DISPLAY
           MOVE AMOUNT-EDIT-DISPLAY TO OUTPUT-TEXT-LINE(76:17)
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REFUND-OUTCOME
           EXIT.

       REPORT-RUN-TOTALS.
           MOVE SEPARATOR-LINE TO OUTPUT-TEXT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE "Refund requests queued" TO OUTPUT-TEXT-LINE
           MOVE REQUESTS-READ-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-REPORT-LINE

           MOVE "Posted in earlier runs" TO OUTPUT-TEXT-LINE
           MOVE PREVIOUSLY-POSTED-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-REPORT-LINE

           MOVE "Refunds posted" TO OUTPUT-TEXT-LINE
           MOVE REFUNDS-POSTED-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-REPORT-LINE

           MOVE "Amount refunded (DKK)" TO OUTPUT-TEXT-LINE
           MOVE REFUNDS-POSTED-TOTAL TO AMOUNT-EDIT-DISPLAY
           MOVE AMOUNT-EDIT-DISPLAY TO OUTPUT-TEXT-LINE(29:17)
           PERFORM WRITE-REPORT-LINE

           MOVE "Awaiting reviewer approval" TO OUTPUT-TEXT-LINE
           MOVE AWAITING-REVIEW-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-REPORT-LINE

           MOVE "Rejected by reviewer" TO OUTPUT-TEXT-LINE
           MOVE REVIEWER-REJECTED-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-REPORT-LINE

           MOVE "Refused, over the yearly limit" TO OUTPUT-TEXT-LINE
           MOVE OVER-LIMIT-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-REPORT-LINE

           MOVE "Refused, fee already refunded" TO OUTPUT-TEXT-LINE
           MOVE DUPLICATE-REFUND-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-REPORT-LINE

           MOVE "Refused, invalid request" TO OUTPUT-TEXT-LINE
           MOVE INVALID-REFUND-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-REPORT-LINE
           EXIT.

       WRITE-REPORT-LINE.
           MOVE OUTPUT-TEXT-LINE TO REFUND-REPORT-LINE
           WRITE REFUND-REPORT-LINE
           MOVE SPACES TO OUTPUT-TEXT-LINE
           EXIT.

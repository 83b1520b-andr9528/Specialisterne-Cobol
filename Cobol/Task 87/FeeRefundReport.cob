       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFUNDRPT.

      *----------------------------------------------------------*
      * Monthly fee refund report. Reads FeeRefundRegister.txt,  *
      * the cumulative register REFUNDPOST keeps of every posted *
      * fee refund, and reports the refunds posted in the        *
      * previous calendar month (the period PROFITRPT uses) to   *
      * FeeRefundReport.txt:                                     *
      *  - each refund posted in the month, with the customer,   *
      *    reason, submitting operator, approving reviewer and   *
      *    amount;                                               *
      *  - the number and DKK amount of refunds per reason code; *
      *  - the same per submitting operator;                     *
      *  - the same per pricing segment, as recorded when the    *
      *    refund was posted;                                    *
      *  - a grand total for the month.                          *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REFUND-REGISTER-FILE
               ASSIGN TO "FeeRefundRegister.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGISTER-FILE-STATUS.

           SELECT REFUND-REPORT-FILE
               ASSIGN TO "FeeRefundReport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BATCH-RUN-LOG-FILE
               ASSIGN TO "BatchRunLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BATCH-RUN-LOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD REFUND-REGISTER-FILE.
       01 REFUND-REGISTER-RECORD.
           COPY "RefundRegister.cpy".

       FD REFUND-REPORT-FILE.
       01 REFUND-REPORT-LINE PIC X(100).

       FD BATCH-RUN-LOG-FILE.
       01 BATCH-RUN-LOG-RECORD.
           COPY "BatchRunLog.cpy".

       WORKING-STORAGE SECTION.
       01 BATCH-RUN-LOG-TIMESTAMP PIC X(26) VALUE SPACES.
       01 REGISTER-FILE-STATUS PIC X(2) VALUE "00".
       01 BATCH-RUN-LOG-FILE-STATUS PIC X(2) VALUE "00".

       01 END-OF-FILE PIC X VALUE "N".

      * Count and amount per reason ("R"), per submitting
      * operator ("O") and per segment ("S"), each kept in the
      * order first met.
       01 BREAKDOWN-TABLE.
           02 BREAKDOWN-COUNT PIC 999 VALUE 0.
           02 BREAKDOWN-MAX PIC 999 VALUE 300.
           02 BREAKDOWN-ENTRIES OCCURS 300 TIMES.
               03 BD-KIND PIC X VALUE SPACE.
               03 BD-KEY PIC X(8) VALUE SPACES.
               03 BD-REFUNDS PIC 9(5) VALUE 0.
               03 BD-AMOUNT PIC 9(9)V99 VALUE 0.
       01 BREAKDOWN-INDEX PIC 999 VALUE 0.
       01 MATCHED-BREAKDOWN PIC 999 VALUE 0.
       01 BREAKDOWN-KIND PIC X VALUE SPACE.
       01 BREAKDOWN-KEY PIC X(8) VALUE SPACES.
       01 BREAKDOWN-LEFT-OUT PIC 9(6) VALUE 0.

       01 RUN-DATE-TODAY PIC X(8) VALUE SPACES.
       01 REPORT-YEAR PIC 9(4) VALUE 0.
       01 REPORT-MONTH PIC 99 VALUE 0.
       01 REPORT-PERIOD PIC X(6) VALUE SPACES.

       01 REGISTER-RECORDS-READ PIC 9(6) VALUE 0.
       01 REFUNDS-IN-PERIOD PIC 9(6) VALUE 0.
       01 AMOUNT-IN-PERIOD PIC 9(9)V99 VALUE 0.
       01 REASON-DESCRIPTION PIC X(22) VALUE SPACES.

       01 AMOUNT-DISPLAY PIC Z(8)9.99.
       01 COUNT-DISPLAY PIC Z(5)9.
       01 OUTPUT-TEXT-LINE PIC X(100) VALUE SPACES.
       01 SEPARATOR-LINE PIC X(100) VALUE ALL "-".

       PROCEDURE DIVISION.
           PERFORM LOG-BATCH-RUN-START

           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE-TODAY
           PERFORM SET-REPORT-PERIOD

           OPEN OUTPUT REFUND-REPORT-FILE
           PERFORM WRITE-REPORT-HEADING

           OPEN INPUT REFUND-REGISTER-FILE
           IF REGISTER-FILE-STATUS NOT = "00"
               DISPLAY "FeeRefundRegister.txt not found, no "
                   "refunds have been posted."
           ELSE
               PERFORM UNTIL END-OF-FILE = "Y"
                   READ REFUND-REGISTER-FILE
                       AT END
                           MOVE "Y" TO END-OF-FILE
                       NOT AT END
                           ADD 1 TO REGISTER-RECORDS-READ
                           IF REGISTER-POSTED-DATE(1:6)
                                   = REPORT-PERIOD
                               PERFORM REPORT-ONE-REFUND
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REFUND-REGISTER-FILE
           END-IF

           IF REFUNDS-IN-PERIOD = 0
               MOVE "  No fee refunds were posted in the period."
                   TO OUTPUT-TEXT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF

           MOVE "R" TO BREAKDOWN-KIND
           PERFORM WRITE-BREAKDOWN
           MOVE "O" TO BREAKDOWN-KIND
           PERFORM WRITE-BREAKDOWN
           MOVE "S" TO BREAKDOWN-KIND
           PERFORM WRITE-BREAKDOWN

           PERFORM REPORT-RUN-TOTALS
           CLOSE REFUND-REPORT-FILE

           DISPLAY "Fee refund report for " REPORT-PERIOD ": "
               REFUNDS-IN-PERIOD " refund(s)."

           IF BREAKDOWN-LEFT-OUT > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM LOG-BATCH-RUN-END
       STOP RUN.

       LOG-BATCH-RUN-START.
           MOVE FUNCTION CURRENT-DATE TO BATCH-RUN-LOG-TIMESTAMP
           OPEN EXTEND BATCH-RUN-LOG-FILE
           IF BATCH-RUN-LOG-FILE-STATUS = "35"
               OPEN OUTPUT BATCH-RUN-LOG-FILE
           END-IF

           MOVE "REFUNDRPT" TO BATCH-LOG-JOB-NAME
           MOVE BATCH-RUN-LOG-TIMESTAMP TO BATCH-LOG-TIMESTAMP
           MOVE "START" TO BATCH-LOG-EVENT
           MOVE SPACES TO BATCH-LOG-DETAIL
           WRITE BATCH-RUN-LOG-RECORD

           CLOSE BATCH-RUN-LOG-FILE
           EXIT.

       LOG-BATCH-RUN-END.
           MOVE FUNCTION CURRENT-DATE TO BATCH-RUN-LOG-TIMESTAMP
           OPEN EXTEND BATCH-RUN-LOG-FILE

           MOVE "REFUNDRPT" TO BATCH-LOG-JOB-NAME
           MOVE BATCH-RUN-LOG-TIMESTAMP TO BATCH-LOG-TIMESTAMP
           MOVE "END" TO BATCH-LOG-EVENT
           MOVE SPACES TO BATCH-LOG-DETAIL
           STRING "Period: " REPORT-PERIOD
               " Refunds: "
               FUNCTION TRIM(REFUNDS-IN-PERIOD LEADING)
               INTO BATCH-LOG-DETAIL
           WRITE BATCH-RUN-LOG-RECORD

           CLOSE BATCH-RUN-LOG-FILE
           EXIT.

      * The report covers the calendar month before the run date,
      * so it is run early in the month for the month just ended.
       SET-REPORT-PERIOD.
           MOVE RUN-DATE-TODAY(1:4) TO REPORT-YEAR
           MOVE RUN-DATE-TODAY(5:2) TO REPORT-MONTH
           IF REPORT-MONTH = 1
               MOVE 12 TO REPORT-MONTH
               SUBTRACT 1 FROM REPORT-YEAR
           ELSE
               SUBTRACT 1 FROM REPORT-MONTH
           END-IF
           MOVE REPORT-YEAR TO REPORT-PERIOD(1:4)
           MOVE REPORT-MONTH TO REPORT-PERIOD(5:2)
           EXIT.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO OUTPUT-TEXT-LINE
           STRING "Fee refunds posted - " DELIMITED BY SIZE
               REPORT-PERIOD(1:4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               REPORT-PERIOD(5:2) DELIMITED BY SIZE
               " (run " DELIMITED BY SIZE
               RUN-DATE-TODAY DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO OUTPUT-TEXT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE "Amounts in DKK." TO OUTPUT-TEXT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SEPARATOR-LINE TO OUTPUT-TEXT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "Refund     Posted   CPR             Reason   "
               TO OUTPUT-TEXT-LINE
           MOVE "Operator Reviewer" TO OUTPUT-TEXT-LINE(49:17)
           MOVE "Amount" TO OUTPUT-TEXT-LINE(80:6)
           PERFORM WRITE-REPORT-LINE
           EXIT.

       REPORT-ONE-REFUND.
           ADD 1 TO REFUNDS-IN-PERIOD
           ADD REGISTER-REFUND-AMOUNT TO AMOUNT-IN-PERIOD

           MOVE REGISTER-REFUND-ID TO OUTPUT-TEXT-LINE(1:10)
           MOVE REGISTER-POSTED-DATE TO OUTPUT-TEXT-LINE(12:8)
           MOVE REGISTER-FEE-CPR TO OUTPUT-TEXT-LINE(21:15)
           MOVE REGISTER-REASON TO OUTPUT-TEXT-LINE(37:8)
           MOVE REGISTER-SUBMITTER TO OUTPUT-TEXT-LINE(49:8)
           IF REGISTER-REVIEWER = SPACES
               MOVE "(none)" TO OUTPUT-TEXT-LINE(58:6)
           ELSE
               MOVE REGISTER-REVIEWER TO OUTPUT-TEXT-LINE(58:14)
           END-IF
           MOVE REGISTER-REFUND-AMOUNT TO AMOUNT-DISPLAY
           MOVE AMOUNT-DISPLAY TO OUTPUT-TEXT-LINE(74:12)
           PERFORM WRITE-REPORT-LINE

           MOVE "R" TO BREAKDOWN-KIND
           MOVE REGISTER-REASON TO BREAKDOWN-KEY
           PERFORM ADD-TO-BREAKDOWN
           MOVE "O" TO BREAKDOWN-KIND
           MOVE REGISTER-SUBMITTER TO BREAKDOWN-KEY
           PERFORM ADD-TO-BREAKDOWN
           MOVE "S" TO BREAKDOWN-KIND
           MOVE REGISTER-SEGMENT TO BREAKDOWN-KEY
           IF BREAKDOWN-KEY = SPACES
               MOVE "DEFAULT" TO BREAKDOWN-KEY
           END-IF
           PERFORM ADD-TO-BREAKDOWN
           EXIT.

       ADD-TO-BREAKDOWN.
           MOVE 0 TO MATCHED-BREAKDOWN
           PERFORM VARYING BREAKDOWN-INDEX FROM 1 BY 1
               UNTIL BREAKDOWN-INDEX > BREAKDOWN-COUNT
                   OR MATCHED-BREAKDOWN > 0
               IF BD-KIND(BREAKDOWN-INDEX) = BREAKDOWN-KIND
                   AND BD-KEY(BREAKDOWN-INDEX) = BREAKDOWN-KEY
                   MOVE BREAKDOWN-INDEX TO MATCHED-BREAKDOWN
               END-IF
           END-PERFORM

           IF MATCHED-BREAKDOWN = 0
               IF BREAKDOWN-COUNT NOT < BREAKDOWN-MAX
                   ADD 1 TO BREAKDOWN-LEFT-OUT
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO BREAKDOWN-COUNT
               MOVE BREAKDOWN-COUNT TO MATCHED-BREAKDOWN
               MOVE BREAKDOWN-KIND TO BD-KIND(MATCHED-BREAKDOWN)
               MOVE BREAKDOWN-KEY TO BD-KEY(MATCHED-BREAKDOWN)
           END-IF

           ADD 1 TO BD-REFUNDS(MATCHED-BREAKDOWN)
           ADD REGISTER-REFUND-AMOUNT TO BD-AMOUNT(MATCHED-BREAKDOWN)
           EXIT.

      *----------------------------------------------------------*
      * One section per breakdown: reasons are shown with their
      * description, operators and segments by their code.
      *----------------------------------------------------------*
       WRITE-BREAKDOWN.
           PERFORM WRITE-REPORT-LINE
           EVALUATE BREAKDOWN-KIND
               WHEN "R"
                   MOVE "Refunds per reason" TO OUTPUT-TEXT-LINE
                   PERFORM WRITE-REPORT-LINE
                   MOVE "Reason" TO OUTPUT-TEXT-LINE
               WHEN "O"
                   MOVE "Refunds per submitting operator"
                       TO OUTPUT-TEXT-LINE
                   PERFORM WRITE-REPORT-LINE
                   MOVE "Operator" TO OUTPUT-TEXT-LINE
               WHEN OTHER
                   MOVE "Refunds per segment" TO OUTPUT-TEXT-LINE
                   PERFORM WRITE-REPORT-LINE
                   MOVE "Segment" TO OUTPUT-TEXT-LINE
           END-EVALUATE
           MOVE "Refunds" TO OUTPUT-TEXT-LINE(35:7)
           MOVE "Amount" TO OUTPUT-TEXT-LINE(50:6)
           PERFORM WRITE-REPORT-LINE

           PERFORM VARYING BREAKDOWN-INDEX FROM 1 BY 1
               UNTIL BREAKDOWN-INDEX > BREAKDOWN-COUNT
               IF BD-KIND(BREAKDOWN-INDEX) = BREAKDOWN-KIND
                   MOVE BD-KEY(BREAKDOWN-INDEX)
                       TO OUTPUT-TEXT-LINE(1:8)
                   IF BREAKDOWN-KIND = "R"
                       PERFORM DESCRIBE-REASON
                       MOVE REASON-DESCRIPTION
                           TO OUTPUT-TEXT-LINE(11:22)
                   END-IF
                   MOVE BD-REFUNDS(BREAKDOWN-INDEX) TO COUNT-DISPLAY
                   MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(36:6)
                   MOVE BD-AMOUNT(BREAKDOWN-INDEX) TO AMOUNT-DISPLAY
                   MOVE AMOUNT-DISPLAY TO OUTPUT-TEXT-LINE(44:12)
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-PERFORM

           MOVE "All" TO OUTPUT-TEXT-LINE(1:8)
           MOVE REFUNDS-IN-PERIOD TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(36:6)
           MOVE AMOUNT-IN-PERIOD TO AMOUNT-DISPLAY
           MOVE AMOUNT-DISPLAY TO OUTPUT-TEXT-LINE(44:12)
           PERFORM WRITE-REPORT-LINE
           EXIT.

       DESCRIBE-REASON.
           EVALUATE BD-KEY(BREAKDOWN-INDEX)
               WHEN "GOODWILL"
                   MOVE "Goodwill" TO REASON-DESCRIPTION
               WHEN "BANKERR"
                   MOVE "Bank error" TO REASON-DESCRIPTION
               WHEN "COMPLNT"
                   MOVE "Complaint upheld" TO REASON-DESCRIPTION
               WHEN "HARDSHIP"
                   MOVE "Financial hardship" TO REASON-DESCRIPTION
               WHEN "RETAIN"
                   MOVE "Customer retention" TO REASON-DESCRIPTION
               WHEN OTHER
                   MOVE "Unknown reason" TO REASON-DESCRIPTION
           END-EVALUATE
           EXIT.

       REPORT-RUN-TOTALS.
           MOVE SEPARATOR-LINE TO OUTPUT-TEXT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE "Register records read" TO OUTPUT-TEXT-LINE
           MOVE REGISTER-RECORDS-READ TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(36:6)
           PERFORM WRITE-REPORT-LINE

           MOVE "Refunds posted in the period" TO OUTPUT-TEXT-LINE
           MOVE REFUNDS-IN-PERIOD TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(36:6)
           PERFORM WRITE-REPORT-LINE

           MOVE "Amount refunded in the period" TO OUTPUT-TEXT-LINE
           MOVE AMOUNT-IN-PERIOD TO AMOUNT-DISPLAY
           MOVE AMOUNT-DISPLAY TO OUTPUT-TEXT-LINE(44:12)
           PERFORM WRITE-REPORT-LINE

           IF BREAKDOWN-LEFT-OUT > 0
               MOVE "WARNING: rows left out, breakdown table full"
                   TO OUTPUT-TEXT-LINE
               MOVE BREAKDOWN-LEFT-OUT TO COUNT-DISPLAY
               MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(46:6)
               PERFORM WRITE-REPORT-LINE
           END-IF
           EXIT.

       WRITE-REPORT-LINE.
           MOVE OUTPUT-TEXT-LINE TO REFUND-REPORT-LINE
           WRITE REFUND-REPORT-LINE
           MOVE SPACES TO OUTPUT-TEXT-LINE
           EXIT.

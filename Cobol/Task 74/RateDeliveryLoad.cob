       IDENTIFICATION DIVISION.
       PROGRAM-ID. RATELOAD.

      *----------------------------------------------------------*
      * Loads the daily exchange-rate delivery into              *
      * RateHistory.txt, the dated DKK rates the report run uses *
      * to reconvert foreign-currency transactions. Each row of  *
      * RateDelivery.txt (same layout as RateHistory.txt) must:  *
      *  - be for a currency the chain books (EUR, USD, GBP,     *
      *    SEK, NOK) and carry a real calendar date and a rate   *
      *    above zero, or it is rejected as INVALID;             *
      *  - move no more than the tolerance in                    *
      *    RateLoadControl.txt from the currency's previous rate *
      *    on file, and agree with any rate already on file for  *
      *    the same date; otherwise it is parked in              *
      *    RateParked.txt for a reviewer.                        *
      * Reviewers confirm (C) or discard (D) parked rows in      *
      * RateParkDecisions.txt; the next run appends confirmed    *
      * rows and drops discarded ones. Only rows that passed the *
      * checks or were confirmed are ever appended. Business     *
      * days (per BUSDAYCAL) in the look-back window with no     *
      * rate for a currency are listed as gaps.                  *
      * RateLoadReport.txt is the report; anything parked,       *
      * invalid, refused or missing sets RETURN-CODE 4 and an    *
      * operator alert.                                          *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATE-DELIVERY-FILE
               ASSIGN TO "RateDelivery.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DELIVERY-FILE-STATUS.

           SELECT RATE-HISTORY-FILE
               ASSIGN TO "RateHistory.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RATE-HISTORY-FILE-STATUS.

           SELECT RATE-CONTROL-FILE
               ASSIGN TO "RateLoadControl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTROL-FILE-STATUS.

      * Rows held back for a reviewer, rewritten every run with
      * the rows still waiting for a decision.
           SELECT PARKED-RATES-FILE
               ASSIGN TO "RateParked.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARKED-FILE-STATUS.

      * Reviewer decisions on parked rows, consumed by the run.
           SELECT RATE-DECISIONS-FILE
               ASSIGN TO "RateParkDecisions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DECISIONS-FILE-STATUS.

           SELECT RATE-LOAD-REPORT-FILE
               ASSIGN TO "RateLoadReport.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

           SELECT BATCH-RUN-LOG-FILE
               ASSIGN TO "BatchRunLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BATCH-RUN-LOG-FILE-STATUS.

           SELECT OPERATOR-ALERTS-FILE
               ASSIGN TO "OperatorAlerts.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERATOR-ALERTS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RATE-DELIVERY-FILE.
       01 RATE-DELIVERY-RECORD.
           02 DELIVERY-CURRENCY PIC X(3).
           02 DELIVERY-VALID-FROM PIC 9(8).
           02 DELIVERY-DKK-RATE PIC 9(3)V99.

       FD RATE-HISTORY-FILE.
       01 RATE-HISTORY-RECORD.
           02 RATE-HISTORY-CURRENCY PIC X(3).
           02 RATE-HISTORY-VALID-FROM PIC 9(8).
           02 RATE-HISTORY-DKK-RATE PIC 9(3)V99.

       FD RATE-CONTROL-FILE.
       01 RATE-CONTROL-RECORD.
           02 CONTROL-TOLERANCE-PERCENT PIC 99V99.
           02 CONTROL-GAP-WINDOW-DAYS PIC 99.

      * PARKED-REASON is MOVE when the rate moved beyond the
      * tolerance from PARKED-PREVIOUS-RATE, RESTATE when a
      * different rate is already on file for the same date.
       FD PARKED-RATES-FILE.
       01 PARKED-RATE-RECORD.
           02 PARKED-CURRENCY PIC X(3).
           02 PARKED-VALID-FROM PIC 9(8).
           02 PARKED-DKK-RATE PIC 9(3)V99.
           02 PARKED-REASON PIC X(8).
           02 PARKED-PREVIOUS-RATE PIC 9(3)V99.
           02 PARKED-MOVE-PERCENT PIC 9(7)V99.
           02 PARKED-DATE PIC 9(8).

       FD RATE-DECISIONS-FILE.
       01 RATE-DECISION-RECORD.
           02 DECISION-CURRENCY PIC X(3).
           02 DECISION-VALID-FROM PIC 9(8).
           02 DECISION-DKK-RATE PIC 9(3)V99.
           02 DECISION-CODE PIC X(1).
           02 DECISION-REVIEWER PIC X(8).

       FD RATE-LOAD-REPORT-FILE.
       01 RATE-LOAD-REPORT-LINE PIC X(120).

       FD BATCH-RUN-LOG-FILE.
       01 BATCH-RUN-LOG-RECORD.
           COPY "BatchRunLog.cpy".

       FD OPERATOR-ALERTS-FILE.
       01 OPERATOR-ALERT-RECORD.
           COPY "OperatorAlert.cpy".

       WORKING-STORAGE SECTION.
       01 BATCH-RUN-LOG-TIMESTAMP PIC X(26) VALUE SPACES.
       01 DELIVERY-FILE-STATUS PIC X(2) VALUE "00".
       01 RATE-HISTORY-FILE-STATUS PIC X(2) VALUE "00".
       01 CONTROL-FILE-STATUS PIC X(2) VALUE "00".
       01 PARKED-FILE-STATUS PIC X(2) VALUE "00".
       01 DECISIONS-FILE-STATUS PIC X(2) VALUE "00".
       01 REPORT-FILE-STATUS PIC X(2) VALUE "00".
       01 BATCH-RUN-LOG-FILE-STATUS PIC X(2) VALUE "00".
       01 OPERATOR-ALERTS-FILE-STATUS PIC X(2) VALUE "00".
       01 FAILED-FILE-NAME PIC X(40) VALUE SPACES.
       01 FAILED-FILE-STATUS PIC X(2) VALUE SPACES.
       01 ALERT-MESSAGE-WORK PIC X(60) VALUE SPACES.

       01 END-OF-FILE PIC X VALUE "N".
       01 RUN-DATE-TODAY PIC 9(8) VALUE 0.

      * A rate may move this many percent from the previous one
      * before it needs a reviewer; business days this far back
      * are checked for a rate.
       01 TOLERANCE-PERCENT PIC 99V99 VALUE 5.00.
       01 GAP-WINDOW-DAYS PIC 99 VALUE 7.

      * The currencies the chain books besides DKK itself.
       01 KNOWN-CURRENCY-LIST PIC X(15) VALUE "EURUSDGBPSEKNOK".
       01 KNOWN-CURRENCY-TABLE REDEFINES KNOWN-CURRENCY-LIST.
           02 KNOWN-CURRENCY PIC X(3) OCCURS 5 TIMES.
       01 KNOWN-CURRENCY-COUNT PIC 9 VALUE 5.
       01 KNOWN-CURRENCY-INDEX PIC 9 VALUE 0.
       01 CURRENCY-WORK PIC X(3) VALUE SPACES.
           88 CURRENCY-IS-KNOWN
               VALUE "EUR" "USD" "GBP" "SEK" "NOK".

      * RateHistory.txt as read, plus the rows this run appends
      * (RH-NEW "Y"), so later rows of the same delivery compare
      * against rates loaded earlier in it.
       01 RATE-HISTORY-TABLE.
           02 RATE-HISTORY-COUNT PIC 9(4) VALUE 0.
           02 RATE-HISTORY-MAX-COUNT PIC 9(4) VALUE 5000.
           02 RATE-HISTORY-ENTRIES OCCURS 5000 TIMES.
               03 RH-CURRENCY PIC X(3) VALUE SPACES.
               03 RH-VALID-FROM PIC 9(8) VALUE 0.
               03 RH-DKK-RATE PIC 9(3)V99 VALUE 0.
               03 RH-NEW PIC X VALUE "N".
       01 RATE-HISTORY-INDEX PIC 9(4) VALUE 0.
       01 RATE-HISTORY-FULL PIC X VALUE "N".

      * Parked rows; PK-STATUS is space while waiting, "C" once
      * confirmed and "D" once discarded. Only waiting rows are
      * written back.
       01 PARKED-TABLE.
           02 PARKED-COUNT PIC 999 VALUE 0.
           02 PARKED-MAX PIC 999 VALUE 500.
           02 PARKED-ENTRIES OCCURS 500 TIMES.
               03 PK-CURRENCY PIC X(3) VALUE SPACES.
               03 PK-VALID-FROM PIC 9(8) VALUE 0.
               03 PK-DKK-RATE PIC 9(3)V99 VALUE 0.
               03 PK-REASON PIC X(8) VALUE SPACES.
               03 PK-PREVIOUS-RATE PIC 9(3)V99 VALUE 0.
               03 PK-MOVE-PERCENT PIC 9(7)V99 VALUE 0.
               03 PK-DATE PIC 9(8) VALUE 0.
               03 PK-STATUS PIC X VALUE SPACE.
       01 PARKED-INDEX PIC 999 VALUE 0.
       01 MATCHED-PARKED-INDEX PIC 999 VALUE 0.

      * The delivery row being checked.
       01 ROW-CURRENCY PIC X(3) VALUE SPACES.
       01 ROW-VALID-FROM PIC 9(8) VALUE 0.
       01 ROW-DKK-RATE PIC 9(3)V99 VALUE 0.
       01 ROW-OUTCOME PIC X(8) VALUE SPACES.
       01 ROW-REASON PIC X(8) VALUE SPACES.
       01 ROW-NOTE PIC X(40) VALUE SPACES.
       01 PREVIOUS-RATE PIC 9(3)V99 VALUE 0.
       01 PREVIOUS-VALID-FROM PIC 9(8) VALUE 0.
       01 PREVIOUS-RATE-FOUND PIC X VALUE "N".
       01 SAME-DATE-RATE PIC 9(3)V99 VALUE 0.
       01 SAME-DATE-FOUND PIC X VALUE "N".
       01 MOVE-PERCENT PIC 9(7)V99 VALUE 0.
       01 RATE-DIFFERENCE PIC S9(3)V99 VALUE 0.

      * Gap check work fields.
       01 GAP-DATE PIC 9(8) VALUE 0.
       01 GAP-DATE-INT PIC 9(8) VALUE 0.
       01 GAP-START-INT PIC 9(8) VALUE 0.
       01 GAP-END-INT PIC 9(8) VALUE 0.
       01 CALENDAR-AVAILABLE PIC X VALUE "Y".
       01 RATE-ON-DATE-FOUND PIC X VALUE "N".
       01 CURRENCY-HAS-RATES PIC X VALUE "N".

       01 BUSDAY-PARAMETERS.
           COPY "BusDay.cpy".

       01 DELIVERY-READ-COUNT PIC 9(6) VALUE 0.
       01 LOADED-COUNT PIC 9(6) VALUE 0.
       01 DUPLICATE-COUNT PIC 9(6) VALUE 0.
       01 NEWLY-PARKED-COUNT PIC 9(6) VALUE 0.
       01 ALREADY-PARKED-COUNT PIC 9(6) VALUE 0.
       01 INVALID-COUNT PIC 9(6) VALUE 0.
       01 CONFIRMED-COUNT PIC 9(6) VALUE 0.
       01 DISCARDED-COUNT PIC 9(6) VALUE 0.
       01 REFUSED-DECISION-COUNT PIC 9(6) VALUE 0.
       01 WAITING-COUNT PIC 9(6) VALUE 0.
       01 GAP-COUNT PIC 9(6) VALUE 0.
       01 APPENDED-COUNT PIC 9(6) VALUE 0.

       01 OUTPUT-TEXT-LINE PIC X(120) VALUE SPACES.
       01 SEPARATOR-LINE PIC X(120) VALUE ALL "-".
       01 RATE-DISPLAY PIC ZZ9.99.
       01 PREVIOUS-RATE-DISPLAY PIC ZZ9.99.
       01 PERCENT-DISPLAY PIC Z,ZZZ,ZZ9.99.
       01 COUNT-DISPLAY PIC Z(5)9.
       01 SECOND-COUNT-DISPLAY PIC Z(5)9.

       PROCEDURE DIVISION.
           PERFORM LOG-BATCH-RUN-START

           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE-TODAY

           PERFORM LOAD-RATE-CONTROL
           PERFORM LOAD-RATE-HISTORY
           PERFORM LOAD-PARKED-RATES

           OPEN OUTPUT RATE-LOAD-REPORT-FILE
           IF REPORT-FILE-STATUS NOT = "00"
               MOVE "RateLoadReport.txt" TO FAILED-FILE-NAME
               MOVE REPORT-FILE-STATUS TO FAILED-FILE-STATUS
               PERFORM ABORT-ON-FILE-FAILURE
           END-IF
           PERFORM WRITE-REPORT-HEADER

           PERFORM APPLY-REVIEWER-DECISIONS
           PERFORM CHECK-RATE-DELIVERY
           PERFORM APPEND-ACCEPTED-RATES
           PERFORM SAVE-PARKED-RATES
           PERFORM REPORT-RATE-GAPS
           PERFORM WRITE-REPORT-TOTALS

           CLOSE RATE-LOAD-REPORT-FILE

           DISPLAY "Rate delivery: " DELIVERY-READ-COUNT " read, "
               LOADED-COUNT " loaded, " NEWLY-PARKED-COUNT
               " parked, " INVALID-COUNT " invalid."
           DISPLAY "Parked rates: " CONFIRMED-COUNT " confirmed, "
               DISCARDED-COUNT " discarded, " WAITING-COUNT
               " waiting for a reviewer."
           DISPLAY "Business days without a rate: " GAP-COUNT

           IF WAITING-COUNT > 0
                   OR INVALID-COUNT > 0
                   OR REFUSED-DECISION-COUNT > 0
                   OR GAP-COUNT > 0
                   OR RATE-HISTORY-FULL = "Y"
               MOVE 4 TO RETURN-CODE
               PERFORM WRITE-OPERATOR-ALERT
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
           MOVE "RATELOAD" TO BATCH-LOG-JOB-NAME
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

           MOVE "RATELOAD" TO BATCH-LOG-JOB-NAME
           MOVE BATCH-RUN-LOG-TIMESTAMP TO BATCH-LOG-TIMESTAMP
           MOVE "START" TO BATCH-LOG-EVENT
           MOVE SPACES TO BATCH-LOG-DETAIL
           WRITE BATCH-RUN-LOG-RECORD

           CLOSE BATCH-RUN-LOG-FILE
           EXIT.

       LOG-BATCH-RUN-END.
           MOVE FUNCTION CURRENT-DATE TO BATCH-RUN-LOG-TIMESTAMP
           OPEN EXTEND BATCH-RUN-LOG-FILE

           MOVE "RATELOAD" TO BATCH-LOG-JOB-NAME
           MOVE BATCH-RUN-LOG-TIMESTAMP TO BATCH-LOG-TIMESTAMP
           MOVE "END" TO BATCH-LOG-EVENT
           STRING "Read " DELIVERY-READ-COUNT
               " Load " LOADED-COUNT
               " Park " NEWLY-PARKED-COUNT
               " Bad " INVALID-COUNT
               " Conf " CONFIRMED-COUNT
               DELIMITED BY SIZE
               INTO BATCH-LOG-DETAIL
           WRITE BATCH-RUN-LOG-RECORD

           CLOSE BATCH-RUN-LOG-FILE
           EXIT.

       WRITE-OPERATOR-ALERT.
           MOVE SPACES TO ALERT-MESSAGE-WORK
           MOVE WAITING-COUNT TO COUNT-DISPLAY
           MOVE GAP-COUNT TO SECOND-COUNT-DISPLAY
           STRING "Exchange rates: "
               FUNCTION TRIM(COUNT-DISPLAY LEADING)
               " parked, "
               FUNCTION TRIM(SECOND-COUNT-DISPLAY LEADING)
               " gap(s) - see RateLoadReport"
               DELIMITED BY SIZE
               INTO ALERT-MESSAGE-WORK
           END-STRING

           OPEN EXTEND OPERATOR-ALERTS-FILE
           IF OPERATOR-ALERTS-FILE-STATUS = "35"
               OPEN OUTPUT OPERATOR-ALERTS-FILE
           END-IF

           MOVE SPACES TO OPERATOR-ALERT-RECORD
           MOVE "2" TO ALERT-SEVERITY
           MOVE "RATELOAD" TO ALERT-JOB-NAME
           MOVE FUNCTION CURRENT-DATE TO ALERT-TIMESTAMP
           MOVE ALERT-MESSAGE-WORK TO ALERT-MESSAGE
           WRITE OPERATOR-ALERT-RECORD

           CLOSE OPERATOR-ALERTS-FILE
           EXIT.

       LOAD-RATE-CONTROL.
           OPEN INPUT RATE-CONTROL-FILE
           IF CONTROL-FILE-STATUS NOT = "00"
               MOVE TOLERANCE-PERCENT TO RATE-DISPLAY
               DISPLAY "RateLoadControl.txt not found, using a "
                   "tolerance of " FUNCTION TRIM(RATE-DISPLAY LEADING)
                   "% and a " GAP-WINDOW-DAYS "-day gap window"
               EXIT PARAGRAPH
           END-IF

           READ RATE-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF CONTROL-TOLERANCE-PERCENT IS NUMERIC
                       AND CONTROL-TOLERANCE-PERCENT > 0
                       MOVE CONTROL-TOLERANCE-PERCENT
                           TO TOLERANCE-PERCENT
                   END-IF
                   IF CONTROL-GAP-WINDOW-DAYS IS NUMERIC
                       AND CONTROL-GAP-WINDOW-DAYS > 0
                       MOVE CONTROL-GAP-WINDOW-DAYS
                           TO GAP-WINDOW-DAYS
                   END-IF
           END-READ
           CLOSE RATE-CONTROL-FILE
           EXIT.

       LOAD-RATE-HISTORY.
           OPEN INPUT RATE-HISTORY-FILE
           IF RATE-HISTORY-FILE-STATUS = "35"
               DISPLAY "RateHistory.txt not found, it is started "
                   "by this load"
               EXIT PARAGRAPH
           END-IF
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
                           MOVE RATE-HISTORY-CURRENCY
                               TO RH-CURRENCY(RATE-HISTORY-COUNT)
                           MOVE RATE-HISTORY-VALID-FROM
                               TO RH-VALID-FROM(RATE-HISTORY-COUNT)
                           MOVE RATE-HISTORY-DKK-RATE
                               TO RH-DKK-RATE(RATE-HISTORY-COUNT)
                           MOVE "N" TO RH-NEW(RATE-HISTORY-COUNT)
                       ELSE
                           MOVE "Y" TO RATE-HISTORY-FULL
                       END-IF
               END-READ
           END-PERFORM

           CLOSE RATE-HISTORY-FILE

           IF RATE-HISTORY-FULL = "Y"
               DISPLAY "WARNING: RateHistory.txt exceeds capacity, "
                   "later rates are not compared against"
           END-IF
           EXIT.

       LOAD-PARKED-RATES.
           OPEN INPUT PARKED-RATES-FILE
           IF PARKED-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL PARKED-FILE-STATUS = "10"
               READ PARKED-RATES-FILE
                   AT END
                       MOVE "10" TO PARKED-FILE-STATUS
                   NOT AT END
                       IF PARKED-COUNT < PARKED-MAX
                           ADD 1 TO PARKED-COUNT
                           MOVE PARKED-CURRENCY
                               TO PK-CURRENCY(PARKED-COUNT)
                           MOVE PARKED-VALID-FROM
                               TO PK-VALID-FROM(PARKED-COUNT)
                           MOVE PARKED-DKK-RATE
                               TO PK-DKK-RATE(PARKED-COUNT)
                           MOVE PARKED-REASON
                               TO PK-REASON(PARKED-COUNT)
                           MOVE PARKED-PREVIOUS-RATE
                               TO PK-PREVIOUS-RATE(PARKED-COUNT)
                           MOVE PARKED-MOVE-PERCENT
                               TO PK-MOVE-PERCENT(PARKED-COUNT)
                           MOVE PARKED-DATE TO PK-DATE(PARKED-COUNT)
                           MOVE SPACE TO PK-STATUS(PARKED-COUNT)
                       ELSE
                           DISPLAY "WARNING: RateParked.txt exceeds "
                               "capacity, later rows dropped"
                       END-IF
               END-READ
           END-PERFORM

           CLOSE PARKED-RATES-FILE
           EXIT.

       WRITE-REPORT-HEADER.
           MOVE TOLERANCE-PERCENT TO RATE-DISPLAY
           MOVE GAP-WINDOW-DAYS TO COUNT-DISPLAY
           STRING "Exchange-rate load " RUN-DATE-TODAY
               "  tolerance: "
               FUNCTION TRIM(RATE-DISPLAY LEADING)
               "%  gap window: "
               FUNCTION TRIM(COUNT-DISPLAY LEADING)
               " day(s)"
               DELIMITED BY SIZE
               INTO OUTPUT-TEXT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SEPARATOR-LINE TO OUTPUT-TEXT-LINE
           PERFORM WRITE-REPORT-LINE
           EXIT.

       WRITE-REPORT-LINE.
           MOVE OUTPUT-TEXT-LINE TO RATE-LOAD-REPORT-LINE
           WRITE RATE-LOAD-REPORT-LINE
           MOVE SPACES TO OUTPUT-TEXT-LINE
           EXIT.

      *----------------------------------------------------------*
      * Reviewer decisions are applied before the delivery is
      * checked, so a confirmed rate is already on file as the
      * previous rate for the rows that follow it. A decision
      * naming no waiting row, with a code other than C or D, or
      * without a reviewer is refused and reported.
      *----------------------------------------------------------*
       APPLY-REVIEWER-DECISIONS.
           OPEN INPUT RATE-DECISIONS-FILE
           IF DECISIONS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "Reviewer decisions on parked rates:"
               TO OUTPUT-TEXT-LINE
           PERFORM WRITE-REPORT-LINE

           PERFORM UNTIL DECISIONS-FILE-STATUS = "10"
               READ RATE-DECISIONS-FILE
                   AT END
                       MOVE "10" TO DECISIONS-FILE-STATUS
                   NOT AT END
                       PERFORM APPLY-ONE-DECISION
               END-READ
           END-PERFORM

           CLOSE RATE-DECISIONS-FILE
           OPEN OUTPUT RATE-DECISIONS-FILE
           CLOSE RATE-DECISIONS-FILE

           MOVE SPACES TO OUTPUT-TEXT-LINE
           PERFORM WRITE-REPORT-LINE
           EXIT.

       APPLY-ONE-DECISION.
           MOVE 0 TO MATCHED-PARKED-INDEX
           PERFORM VARYING PARKED-INDEX FROM 1 BY 1
               UNTIL PARKED-INDEX > PARKED-COUNT
                   OR MATCHED-PARKED-INDEX > 0
               IF PK-CURRENCY(PARKED-INDEX) = DECISION-CURRENCY
                   AND PK-VALID-FROM(PARKED-INDEX)
                       = DECISION-VALID-FROM
                   AND PK-DKK-RATE(PARKED-INDEX) = DECISION-DKK-RATE
                   AND PK-STATUS(PARKED-INDEX) = SPACE
                   MOVE PARKED-INDEX TO MATCHED-PARKED-INDEX
               END-IF
           END-PERFORM

           MOVE DECISION-CURRENCY TO ROW-CURRENCY
           MOVE DECISION-VALID-FROM TO ROW-VALID-FROM
           MOVE DECISION-DKK-RATE TO ROW-DKK-RATE
           MOVE SPACES TO ROW-NOTE

           EVALUATE TRUE
               WHEN MATCHED-PARKED-INDEX = 0
                   MOVE "REFUSED" TO ROW-OUTCOME
                   MOVE "no such row waiting" TO ROW-NOTE
               WHEN DECISION-REVIEWER = SPACES
                   MOVE "REFUSED" TO ROW-OUTCOME
                   MOVE "no reviewer given" TO ROW-NOTE
               WHEN DECISION-CODE = "C"
                   IF RATE-HISTORY-COUNT < RATE-HISTORY-MAX-COUNT
                       MOVE "CONFIRM" TO ROW-OUTCOME
                       MOVE "C" TO PK-STATUS(MATCHED-PARKED-INDEX)
                       PERFORM ADD-ACCEPTED-RATE
                       ADD 1 TO CONFIRMED-COUNT
                   ELSE
                       MOVE "REFUSED" TO ROW-OUTCOME
                       MOVE "RateHistory.txt capacity reached"
                           TO ROW-NOTE
                   END-IF
               WHEN DECISION-CODE = "D"
                   MOVE "DISCARD" TO ROW-OUTCOME
                   MOVE "D" TO PK-STATUS(MATCHED-PARKED-INDEX)
                   ADD 1 TO DISCARDED-COUNT
               WHEN OTHER
                   MOVE "REFUSED" TO ROW-OUTCOME
                   MOVE "decision code must be C or D" TO ROW-NOTE
           END-EVALUATE

           IF ROW-OUTCOME = "REFUSED"
               ADD 1 TO REFUSED-DECISION-COUNT
           ELSE
               STRING "by " DECISION-REVIEWER
                   DELIMITED BY SIZE
                   INTO ROW-NOTE
               END-STRING
           END-IF
           PERFORM WRITE-ROW-LINE
           EXIT.

      *----------------------------------------------------------*
      * Checks each delivered row in turn. A row identical to one
      * already on file is a harmless re-delivery and is skipped;
      * a row already waiting in the parked queue is not parked a
      * second time.
      *----------------------------------------------------------*
       CHECK-RATE-DELIVERY.
           OPEN INPUT RATE-DELIVERY-FILE
           IF DELIVERY-FILE-STATUS NOT = "00"
               DISPLAY "RateDelivery.txt not found, no rates "
                   "delivered today"
               MOVE "No rate delivery today." TO OUTPUT-TEXT-LINE
               PERFORM WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE "Delivered rates:" TO OUTPUT-TEXT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ RATE-DELIVERY-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO DELIVERY-READ-COUNT
                       PERFORM CHECK-ONE-DELIVERED-RATE
                       PERFORM WRITE-ROW-LINE
               END-READ
           END-PERFORM

           CLOSE RATE-DELIVERY-FILE

           MOVE SPACES TO OUTPUT-TEXT-LINE
           PERFORM WRITE-REPORT-LINE
           EXIT.

       CHECK-ONE-DELIVERED-RATE.
           MOVE DELIVERY-CURRENCY TO ROW-CURRENCY
           MOVE 0 TO ROW-VALID-FROM
           MOVE 0 TO ROW-DKK-RATE
           MOVE SPACES TO ROW-NOTE
           MOVE "INVALID" TO ROW-OUTCOME

           MOVE DELIVERY-CURRENCY TO CURRENCY-WORK
           IF NOT CURRENCY-IS-KNOWN
               MOVE "currency not booked by the chain" TO ROW-NOTE
               ADD 1 TO INVALID-COUNT
               EXIT PARAGRAPH
           END-IF

           IF DELIVERY-VALID-FROM IS NOT NUMERIC
               MOVE "date is not YYYYMMDD" TO ROW-NOTE
               ADD 1 TO INVALID-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE DELIVERY-VALID-FROM TO ROW-VALID-FROM
           IF FUNCTION TEST-DATE-YYYYMMDD(ROW-VALID-FROM) NOT = 0
               MOVE "not a calendar date" TO ROW-NOTE
               ADD 1 TO INVALID-COUNT
               EXIT PARAGRAPH
           END-IF
           IF ROW-VALID-FROM > RUN-DATE-TODAY
               MOVE "dated after today" TO ROW-NOTE
               ADD 1 TO INVALID-COUNT
               EXIT PARAGRAPH
           END-IF

           IF DELIVERY-DKK-RATE IS NOT NUMERIC
               MOVE "rate is not numeric" TO ROW-NOTE
               ADD 1 TO INVALID-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE DELIVERY-DKK-RATE TO ROW-DKK-RATE
           IF ROW-DKK-RATE = 0
               MOVE "rate is zero" TO ROW-NOTE
               ADD 1 TO INVALID-COUNT
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-RATES-ON-FILE

           IF SAME-DATE-FOUND = "Y"
                   AND SAME-DATE-RATE = ROW-DKK-RATE
               MOVE "ON FILE" TO ROW-OUTCOME
               ADD 1 TO DUPLICATE-COUNT
               EXIT PARAGRAPH
           END-IF

      * A restated rate is measured against the rate it would
      * replace rather than the day before's.
           IF SAME-DATE-FOUND = "Y"
               MOVE SAME-DATE-RATE TO PREVIOUS-RATE
               MOVE "Y" TO PREVIOUS-RATE-FOUND
           END-IF

           MOVE SPACES TO ROW-REASON
           MOVE 0 TO MOVE-PERCENT
           IF PREVIOUS-RATE-FOUND = "Y"
               COMPUTE RATE-DIFFERENCE = ROW-DKK-RATE - PREVIOUS-RATE
               COMPUTE MOVE-PERCENT ROUNDED =
                   FUNCTION ABS(RATE-DIFFERENCE) * 100
                   / PREVIOUS-RATE
           ELSE
               MOVE "first rate for the currency" TO ROW-NOTE
           END-IF

           IF SAME-DATE-FOUND = "Y"
               MOVE "RESTATE" TO ROW-REASON
               MOVE "differs from the rate on file" TO ROW-NOTE
           ELSE
               IF MOVE-PERCENT > TOLERANCE-PERCENT
                   MOVE "MOVE" TO ROW-REASON
                   MOVE "moved beyond the tolerance" TO ROW-NOTE
               END-IF
           END-IF

           IF ROW-REASON NOT = SPACES
               PERFORM PARK-DELIVERED-RATE
               EXIT PARAGRAPH
           END-IF

           IF RATE-HISTORY-COUNT >= RATE-HISTORY-MAX-COUNT
               MOVE "INVALID" TO ROW-OUTCOME
               MOVE "RateHistory.txt capacity reached" TO ROW-NOTE
               MOVE "Y" TO RATE-HISTORY-FULL
               ADD 1 TO INVALID-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE "LOADED" TO ROW-OUTCOME
           PERFORM ADD-ACCEPTED-RATE
           ADD 1 TO LOADED-COUNT
           EXIT.

      * The previous rate is the currency's latest rate dated
      * before the row; a rate already on file for the row's own
      * date is looked up at the same time.
       FIND-RATES-ON-FILE.
           MOVE "N" TO PREVIOUS-RATE-FOUND
           MOVE "N" TO SAME-DATE-FOUND
           MOVE 0 TO PREVIOUS-RATE
           MOVE 0 TO PREVIOUS-VALID-FROM
           MOVE 0 TO SAME-DATE-RATE

           PERFORM VARYING RATE-HISTORY-INDEX FROM 1 BY 1
               UNTIL RATE-HISTORY-INDEX > RATE-HISTORY-COUNT
               IF RH-CURRENCY(RATE-HISTORY-INDEX) = ROW-CURRENCY
                   IF RH-VALID-FROM(RATE-HISTORY-INDEX)
                           = ROW-VALID-FROM
                       MOVE "Y" TO SAME-DATE-FOUND
                       MOVE RH-DKK-RATE(RATE-HISTORY-INDEX)
                           TO SAME-DATE-RATE
                   END-IF
                   IF RH-VALID-FROM(RATE-HISTORY-INDEX)
                           < ROW-VALID-FROM
                       AND RH-VALID-FROM(RATE-HISTORY-INDEX)
                           >= PREVIOUS-VALID-FROM
                       MOVE "Y" TO PREVIOUS-RATE-FOUND
                       MOVE RH-VALID-FROM(RATE-HISTORY-INDEX)
                           TO PREVIOUS-VALID-FROM
                       MOVE RH-DKK-RATE(RATE-HISTORY-INDEX)
                           TO PREVIOUS-RATE
                   END-IF
               END-IF
           END-PERFORM
           EXIT.

       PARK-DELIVERED-RATE.
           MOVE "PARKED" TO ROW-OUTCOME

           PERFORM VARYING PARKED-INDEX FROM 1 BY 1
               UNTIL PARKED-INDEX > PARKED-COUNT
               IF PK-CURRENCY(PARKED-INDEX) = ROW-CURRENCY
                   AND PK-VALID-FROM(PARKED-INDEX) = ROW-VALID-FROM
                   AND PK-DKK-RATE(PARKED-INDEX) = ROW-DKK-RATE
                   AND PK-STATUS(PARKED-INDEX) = SPACE
                   MOVE "WAITING" TO ROW-OUTCOME
               END-IF
           END-PERFORM

           IF ROW-OUTCOME = "WAITING"
               MOVE "already parked for a reviewer" TO ROW-NOTE
               ADD 1 TO ALREADY-PARKED-COUNT
               EXIT PARAGRAPH
           END-IF

           IF PARKED-COUNT >= PARKED-MAX
               MOVE "INVALID" TO ROW-OUTCOME
               MOVE "parked queue full - redeliver later"
                   TO ROW-NOTE
               ADD 1 TO INVALID-COUNT
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO PARKED-COUNT
           MOVE ROW-CURRENCY TO PK-CURRENCY(PARKED-COUNT)
           MOVE ROW-VALID-FROM TO PK-VALID-FROM(PARKED-COUNT)
           MOVE ROW-DKK-RATE TO PK-DKK-RATE(PARKED-COUNT)
           MOVE ROW-REASON TO PK-REASON(PARKED-COUNT)
           MOVE PREVIOUS-RATE TO PK-PREVIOUS-RATE(PARKED-COUNT)
           MOVE MOVE-PERCENT TO PK-MOVE-PERCENT(PARKED-COUNT)
           MOVE RUN-DATE-TODAY TO PK-DATE(PARKED-COUNT)
           MOVE SPACE TO PK-STATUS(PARKED-COUNT)
           ADD 1 TO NEWLY-PARKED-COUNT
           EXIT.

       ADD-ACCEPTED-RATE.
           ADD 1 TO RATE-HISTORY-COUNT
           MOVE ROW-CURRENCY TO RH-CURRENCY(RATE-HISTORY-COUNT)
           MOVE ROW-VALID-FROM TO RH-VALID-FROM(RATE-HISTORY-COUNT)
           MOVE ROW-DKK-RATE TO RH-DKK-RATE(RATE-HISTORY-COUNT)
           MOVE "Y" TO RH-NEW(RATE-HISTORY-COUNT)
           EXIT.

       WRITE-ROW-LINE.
           MOVE ROW-DKK-RATE TO RATE-DISPLAY
           STRING ROW-OUTCOME "  " ROW-CURRENCY "  "
               ROW-VALID-FROM "  " RATE-DISPLAY "  "
               DELIMITED BY SIZE
               INTO OUTPUT-TEXT-LINE
           END-STRING
           IF ROW-OUTCOME = "PARKED" OR ROW-OUTCOME = "WAITING"
               MOVE PREVIOUS-RATE TO PREVIOUS-RATE-DISPLAY
               MOVE MOVE-PERCENT TO PERCENT-DISPLAY
               STRING "previous " PREVIOUS-RATE-DISPLAY
                   "  move " PERCENT-DISPLAY "%  "
                   DELIMITED BY SIZE
                   INTO OUTPUT-TEXT-LINE(38:)
               END-STRING
               MOVE ROW-NOTE TO OUTPUT-TEXT-LINE(78:)
           ELSE
               MOVE ROW-NOTE TO OUTPUT-TEXT-LINE(38:)
           END-IF
           PERFORM WRITE-REPORT-LINE
           EXIT.

       APPEND-ACCEPTED-RATES.
           IF LOADED-COUNT = 0 AND CONFIRMED-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           OPEN EXTEND RATE-HISTORY-FILE
           IF RATE-HISTORY-FILE-STATUS = "35"
               OPEN OUTPUT RATE-HISTORY-FILE
           END-IF
           IF RATE-HISTORY-FILE-STATUS NOT = "00"
               MOVE "RateHistory.txt" TO FAILED-FILE-NAME
               MOVE RATE-HISTORY-FILE-STATUS TO FAILED-FILE-STATUS
               PERFORM ABORT-ON-FILE-FAILURE
           END-IF

           PERFORM VARYING RATE-HISTORY-INDEX FROM 1 BY 1
               UNTIL RATE-HISTORY-INDEX > RATE-HISTORY-COUNT
               IF RH-NEW(RATE-HISTORY-INDEX) = "Y"
                   MOVE RH-CURRENCY(RATE-HISTORY-INDEX)
                       TO RATE-HISTORY-CURRENCY
                   MOVE RH-VALID-FROM(RATE-HISTORY-INDEX)
                       TO RATE-HISTORY-VALID-FROM
                   MOVE RH-DKK-RATE(RATE-HISTORY-INDEX)
                       TO RATE-HISTORY-DKK-RATE
                   WRITE RATE-HISTORY-RECORD
                   ADD 1 TO APPENDED-COUNT
               END-IF
           END-PERFORM

           CLOSE RATE-HISTORY-FILE
           EXIT.

       SAVE-PARKED-RATES.
           OPEN OUTPUT PARKED-RATES-FILE
           IF PARKED-FILE-STATUS NOT = "00"
               MOVE "RateParked.txt" TO FAILED-FILE-NAME
               MOVE PARKED-FILE-STATUS TO FAILED-FILE-STATUS
               PERFORM ABORT-ON-FILE-FAILURE
           END-IF

           MOVE 0 TO WAITING-COUNT
           PERFORM VARYING PARKED-INDEX FROM 1 BY 1
               UNTIL PARKED-INDEX > PARKED-COUNT
               IF PK-STATUS(PARKED-INDEX) = SPACE
                   MOVE PK-CURRENCY(PARKED-INDEX) TO PARKED-CURRENCY
                   MOVE PK-VALID-FROM(PARKED-INDEX)
                       TO PARKED-VALID-FROM
                   MOVE PK-DKK-RATE(PARKED-INDEX) TO PARKED-DKK-RATE
                   MOVE PK-REASON(PARKED-INDEX) TO PARKED-REASON
                   MOVE PK-PREVIOUS-RATE(PARKED-INDEX)
                       TO PARKED-PREVIOUS-RATE
                   MOVE PK-MOVE-PERCENT(PARKED-INDEX)
                       TO PARKED-MOVE-PERCENT
                   MOVE PK-DATE(PARKED-INDEX) TO PARKED-DATE
                   WRITE PARKED-RATE-RECORD
                   ADD 1 TO WAITING-COUNT
               END-IF
           END-PERFORM

           CLOSE PARKED-RATES-FILE
           EXIT.

      *----------------------------------------------------------*
      * Walks the business days of the look-back window up to and
      * including today and lists, per currency, each one with no
      * rate dated on it. A currency with no rate on file at all
      * is listed once rather than day by day.
      *----------------------------------------------------------*
       REPORT-RATE-GAPS.
           MOVE "Business days without a rate:" TO OUTPUT-TEXT-LINE
           PERFORM WRITE-REPORT-LINE

           COMPUTE GAP-END-INT =
               FUNCTION INTEGER-OF-DATE(RUN-DATE-TODAY)
           COMPUTE GAP-START-INT = GAP-END-INT - GAP-WINDOW-DAYS + 1

           PERFORM VARYING KNOWN-CURRENCY-INDEX FROM 1 BY 1
               UNTIL KNOWN-CURRENCY-INDEX > KNOWN-CURRENCY-COUNT
                   OR CALENDAR-AVAILABLE = "N"
               PERFORM REPORT-CURRENCY-GAPS
           END-PERFORM

           MOVE SPACES TO OUTPUT-TEXT-LINE
           PERFORM WRITE-REPORT-LINE
           EXIT.

       REPORT-CURRENCY-GAPS.
           MOVE KNOWN-CURRENCY(KNOWN-CURRENCY-INDEX) TO ROW-CURRENCY
           MOVE "N" TO CURRENCY-HAS-RATES
           PERFORM VARYING RATE-HISTORY-INDEX FROM 1 BY 1
               UNTIL RATE-HISTORY-INDEX > RATE-HISTORY-COUNT
                   OR CURRENCY-HAS-RATES = "Y"
               IF RH-CURRENCY(RATE-HISTORY-INDEX) = ROW-CURRENCY
                   MOVE "Y" TO CURRENCY-HAS-RATES
               END-IF
           END-PERFORM

           IF CURRENCY-HAS-RATES = "N"
               STRING "NO RATE  " ROW-CURRENCY
                   "  no rate on file at all"
                   DELIMITED BY SIZE
                   INTO OUTPUT-TEXT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
               ADD 1 TO GAP-COUNT
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING GAP-DATE-INT FROM GAP-START-INT BY 1
               UNTIL GAP-DATE-INT > GAP-END-INT
                   OR CALENDAR-AVAILABLE = "N"
               PERFORM CHECK-ONE-GAP-DAY
           END-PERFORM
           EXIT.

       CHECK-ONE-GAP-DAY.
           COMPUTE GAP-DATE = FUNCTION DATE-OF-INTEGER(GAP-DATE-INT)
           MOVE GAP-DATE TO BUSDAY-REQUEST-DATE
           MOVE "N" TO BUSDAY-DIRECTION

           CALL "BUSDAYCAL" USING BUSDAY-PARAMETERS
               ON EXCEPTION
                   DISPLAY "WARNING: BUSDAYCAL could not be "
                       "called, rate gaps are not checked."
                   MOVE "N" TO CALENDAR-AVAILABLE
                   MOVE "Not checked - BUSDAYCAL unavailable."
                       TO OUTPUT-TEXT-LINE
                   PERFORM WRITE-REPORT-LINE
                   EXIT PARAGRAPH
           END-CALL

           IF BUSDAY-REQUEST-IS-BUSINESS NOT = "Y"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO RATE-ON-DATE-FOUND
           PERFORM VARYING RATE-HISTORY-INDEX FROM 1 BY 1
               UNTIL RATE-HISTORY-INDEX > RATE-HISTORY-COUNT
                   OR RATE-ON-DATE-FOUND = "Y"
               IF RH-CURRENCY(RATE-HISTORY-INDEX) = ROW-CURRENCY
                   AND RH-VALID-FROM(RATE-HISTORY-INDEX) = GAP-DATE
                   MOVE "Y" TO RATE-ON-DATE-FOUND
               END-IF
           END-PERFORM

           IF RATE-ON-DATE-FOUND = "N"
               STRING "NO RATE  " ROW-CURRENCY "  " GAP-DATE
                   DELIMITED BY SIZE
                   INTO OUTPUT-TEXT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
               ADD 1 TO GAP-COUNT
           END-IF
           EXIT.

       WRITE-REPORT-TOTALS.
           MOVE SEPARATOR-LINE TO OUTPUT-TEXT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE DELIVERY-READ-COUNT TO COUNT-DISPLAY
           STRING "Rows delivered:          " COUNT-DISPLAY
               DELIMITED BY SIZE INTO OUTPUT-TEXT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE LOADED-COUNT TO COUNT-DISPLAY
           STRING "Loaded:                  " COUNT-DISPLAY
               DELIMITED BY SIZE INTO OUTPUT-TEXT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE DUPLICATE-COUNT TO COUNT-DISPLAY
           STRING "Already on file:         " COUNT-DISPLAY
               DELIMITED BY SIZE INTO OUTPUT-TEXT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE NEWLY-PARKED-COUNT TO COUNT-DISPLAY
           STRING "Parked:                  " COUNT-DISPLAY
               DELIMITED BY SIZE INTO OUTPUT-TEXT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE INVALID-COUNT TO COUNT-DISPLAY
           STRING "Invalid:                 " COUNT-DISPLAY
               DELIMITED BY SIZE INTO OUTPUT-TEXT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE CONFIRMED-COUNT TO COUNT-DISPLAY
           STRING "Confirmed by reviewer:   " COUNT-DISPLAY
               DELIMITED BY SIZE INTO OUTPUT-TEXT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE DISCARDED-COUNT TO COUNT-DISPLAY
           STRING "Discarded by reviewer:   " COUNT-DISPLAY
               DELIMITED BY SIZE INTO OUTPUT-TEXT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE REFUSED-DECISION-COUNT TO COUNT-DISPLAY
           STRING "Decisions refused:       " COUNT-DISPLAY
               DELIMITED BY SIZE INTO OUTPUT-TEXT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WAITING-COUNT TO COUNT-DISPLAY
           STRING "Waiting for a reviewer:  " COUNT-DISPLAY
               DELIMITED BY SIZE INTO OUTPUT-TEXT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE APPENDED-COUNT TO COUNT-DISPLAY
           STRING "Appended to RateHistory: " COUNT-DISPLAY
               DELIMITED BY SIZE INTO OUTPUT-TEXT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE GAP-COUNT TO COUNT-DISPLAY
           STRING "Rate gaps:               " COUNT-DISPLAY
               DELIMITED BY SIZE INTO OUTPUT-TEXT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           EXIT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIQFORECAST.

      *----------------------------------------------------------*
      * Daily liquidity forecast for the house account.          *
      * SOFORECAST asks which customers can cover their standing *
      * orders; this job asks how much leaves and reaches the    *
      * house account on each business day of the coming weeks.  *
      * It starts from the closing balance of the last statement *
      * HOUSERECON reconciled (HouseReconState.txt) and places   *
      * on the forecast days:                                    *
      *  - outflows: every active standing order in              *
      *    StandingOrders.txt for the periods the generator has  *
      *    still to produce (after StandingOrdersLastRun.txt),   *
      *    on its day of the month rolled to a business day as   *
      *    the generator does; every positive net payable in     *
      *    ShopSettlement.txt not yet paid through an "ST"       *
      *    instruction, on the first forecast day as             *
      *    PAYMENTIFACE pays them on its next run; and every     *
      *    instruction in PaymentInstructionRegister.txt         *
      *    executed after that statement and so not in its       *
      *    balance, less those the bank rejected in              *
      *    PaymentReturns.txt;                                   *
      *  - inflows: the instructions already debited that the    *
      *    bank has rejected, expected back on the first         *
      *    forecast day, and the deposits the Indbetaling        *
      *    history in TransactionHistory.txt leads us to expect  *
      *    - the average per business day of the weekday over    *
      *    the last weeks.                                       *
      *                                                          *
      * Forecast days are business days through the shared       *
      * BUSDAYCAL routine; anything dated before the first day   *
      * falls on it. LiquidityForecastControl.txt sets the       *
      * buffer, the horizon in business days and the weeks of    *
      * deposit history. LiquidityForecast.txt gives the         *
      * day-by-day net and position; a day whose closing         *
      * position falls below the buffer is flagged, sets         *
      * RETURN-CODE 4 and raises an operator alert.              *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FORECAST-CONTROL-FILE
               ASSIGN TO "LiquidityForecastControl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTROL-FILE-STATUS.

           SELECT REPORT-CONTROL-FILE
               ASSIGN TO "ReportControl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-CONTROL-FILE-STATUS.

           SELECT RECON-STATE-FILE
               ASSIGN TO "HouseReconState.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATE-FILE-STATUS.

           SELECT STANDING-ORDERS-FILE
               ASSIGN TO "StandingOrders.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INPUT-FILE-STATUS.

           SELECT LAST-RUN-FILE
               ASSIGN TO "StandingOrdersLastRun.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LAST-RUN-FILE-STATUS.

           SELECT SETTLEMENT-FILE
               ASSIGN TO "ShopSettlement.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INPUT-FILE-STATUS.

           SELECT INSTRUCTION-REGISTER-FILE
               ASSIGN TO "PaymentInstructionRegister.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGISTER-FILE-STATUS.

           SELECT RETURNS-FILE
               ASSIGN TO "PaymentReturns.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RETURNS-FILE-STATUS.

           SELECT TRANSACTION-HISTORY-FILE
               ASSIGN TO "TransactionHistory.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORY-FILE-STATUS.

           SELECT FORECAST-REPORT-FILE
               ASSIGN TO "LiquidityForecast.txt"
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
      * The lowest position treasury accepts on the house account,
      * how many business days ahead to forecast and how many weeks
      * of deposits the weekday pattern is taken from.
       FD FORECAST-CONTROL-FILE.
       01 FORECAST-CONTROL-RECORD.
           02 CONTROL-BUFFER-AMOUNT PIC 9(11)V99.
           02 CONTROL-HORIZON-DAYS PIC 9(3).
           02 CONTROL-PATTERN-WEEKS PIC 9(2).

       FD REPORT-CONTROL-FILE.
       01 REPORT-CONTROL-RECORD.
           02 CONTROL-BASE-YEAR PIC 9(4).
           02 CONTROL-YEAR-COUNT PIC 9.
           02 CONTROL-EUR-RATE PIC 9(3)V99.
           02 CONTROL-USD-RATE PIC 9(3)V99.
           02 CONTROL-TOP-N PIC 99.
           02 CONTROL-GBP-RATE PIC 9(3)V99.
           02 CONTROL-SEK-RATE PIC 9(3)V99.
           02 CONTROL-NOK-RATE PIC 9(3)V99.
           02 CONTROL-LANGUAGE PIC X(2).

       FD RECON-STATE-FILE.
       01 RECON-STATE-RECORD.
           02 STATE-STATEMENT-DATE PIC 9(8).
           02 STATE-CLOSING-BALANCE PIC -9(11).99.

       FD STANDING-ORDERS-FILE.
       01 STANDING-ORDER-RECORD.
           02 ORDER-CPR PIC X(15).
           02 ORDER-REGISTRATION-NUMBER PIC X(4).
           02 ORDER-SHOP PIC X(20).
           02 ORDER-AMOUNT PIC 9(9)V99.
           02 ORDER-CURRENCY PIC X(3).
           02 ORDER-DAY-OF-MONTH PIC 99.
           02 ORDER-START-PERIOD PIC 9(6).
           02 ORDER-END-PERIOD PIC 9(6).
      * Space while the order runs, "S" while SOENTRY has it
      * suspended, "C" once cancelled there.
           02 ORDER-STATUS PIC X(1).

       FD LAST-RUN-FILE.
       01 LAST-RUN-RECORD.
           02 LAST-RUN-PERIOD PIC 9(6).

       FD SETTLEMENT-FILE.
       01 SETTLEMENT-RECORD.
           02 SETTLE-SHOP-NAME PIC X(20).
           02 SETTLE-PERIOD PIC X(6).
           02 SETTLE-TXN-COUNT PIC 9(4).
           02 SETTLE-GROSS-REVENUE PIC -9(11).99.
           02 SETTLE-FEE-AMOUNT PIC -9(9).99.
           02 SETTLE-NET-PAYABLE PIC -9(11).99.
           02 SETTLE-CHARGEBACK-AMOUNT PIC -9(9).99.

      * PAYMENTIFACE's register of every instruction sent.
       FD INSTRUCTION-REGISTER-FILE.
       01 INSTRUCTION-REGISTER-RECORD.
           02 REG-END-TO-END-REF PIC X(14).
           02 REG-SOURCE PIC X(2).
           02 REG-CPR PIC X(15).
           02 REG-REGISTRATION PIC X(4).
           02 REG-COUNTERPARTY PIC X(30).
           02 REG-AMOUNT PIC -9(11).99.
           02 REG-CURRENCY PIC X(3).
           02 REG-EXECUTION-DATE PIC 9(8).
           02 REG-DKK-AMOUNT PIC -9(11).99.

       FD RETURNS-FILE.
       01 PAYMENT-RETURN-RECORD.
           02 RETURN-END-TO-END-REF PIC X(14).
           02 RETURN-STATUS PIC X(4).
           02 RETURN-REASON PIC X(40).

       FD TRANSACTION-HISTORY-FILE.
       01 TRANSACTION-HISTORY-RECORD.
           COPY "Transaction.cpy".

       FD FORECAST-REPORT-FILE.
       01 FORECAST-REPORT-LINE PIC X(120).

       FD BATCH-RUN-LOG-FILE.
       01 BATCH-RUN-LOG-RECORD.
           COPY "BatchRunLog.cpy".

       FD OPERATOR-ALERTS-FILE.
       01 OPERATOR-ALERT-RECORD.
           COPY "OperatorAlert.cpy".

       WORKING-STORAGE SECTION.
       01 BATCH-RUN-LOG-TIMESTAMP PIC X(26) VALUE SPACES.
       01 CONTROL-FILE-STATUS PIC X(2) VALUE "00".
       01 REPORT-CONTROL-FILE-STATUS PIC X(2) VALUE "00".
       01 STATE-FILE-STATUS PIC X(2) VALUE "00".
       01 INPUT-FILE-STATUS PIC X(2) VALUE "00".
       01 LAST-RUN-FILE-STATUS PIC X(2) VALUE "00".
       01 REGISTER-FILE-STATUS PIC X(2) VALUE "00".
       01 RETURNS-FILE-STATUS PIC X(2) VALUE "00".
       01 HISTORY-FILE-STATUS PIC X(2) VALUE "00".
       01 REPORT-FILE-STATUS PIC X(2) VALUE "00".
       01 BATCH-RUN-LOG-FILE-STATUS PIC X(2) VALUE "00".
       01 OPERATOR-ALERTS-FILE-STATUS PIC X(2) VALUE "00".
       01 FAILED-FILE-NAME PIC X(40) VALUE SPACES.
       01 FAILED-FILE-STATUS PIC X(2) VALUE SPACES.
       01 ALERT-MESSAGE-WORK PIC X(60) VALUE SPACES.

       01 END-OF-FILE PIC X VALUE "N".

       01 BUFFER-AMOUNT PIC S9(11)V99 VALUE 1000000.00.
       01 HORIZON-DAYS PIC 9(3) VALUE 20.
       01 HORIZON-MAX PIC 9(3) VALUE 60.
       01 PATTERN-WEEKS PIC 9(2) VALUE 13.

      * DKK-per-unit rates for foreign-currency standing orders;
      * same defaults and ReportControl.txt override as the
      * generator uses.
       01 REPORT-EUR-RATE PIC 9(3)V99 VALUE 7.46.
       01 REPORT-USD-RATE PIC 9(3)V99 VALUE 6.90.
       01 REPORT-GBP-RATE PIC 9(3)V99 VALUE 8.72.
       01 REPORT-SEK-RATE PIC 9(3)V99 VALUE 0.65.
       01 REPORT-NOK-RATE PIC 9(3)V99 VALUE 0.64.

       01 RUN-DATE-TODAY PIC 9(8) VALUE 0.
       01 STATE-FOUND PIC X VALUE "N".
       01 OPENING-POSITION PIC S9(13)V99 VALUE 0.
      * Instructions executed after this date are not yet in the
      * opening position.
       01 POSITION-AS-OF-DATE PIC 9(8) VALUE 0.

      * Business-day placing through the shared BUSDAYCAL routine.
       01 BUSDAY-PARAMETERS.
           COPY "BusDay.cpy".
       01 BUSDAY-CALL-FAILED PIC X VALUE "N".
       01 DATE-WORK PIC 9(8) VALUE 0.
       01 DATE-INTEGER-WORK PIC 9(7) VALUE 0.
       01 WEEKDAY-NUMBER PIC 9 VALUE 0.

      * One row per forecast business day; DAY-WEEKDAY is 1 for
      * Monday to 5 for Friday.
       01 FORECAST-DAY-TABLE.
           02 DAY-COUNT PIC 9(3) VALUE 0.
           02 DAY-ENTRIES OCCURS 60 TIMES.
               03 DAY-DATE PIC 9(8) VALUE 0.
               03 DAY-WEEKDAY PIC 9 VALUE 0.
               03 DAY-ORDERS PIC S9(11)V99 VALUE 0.
               03 DAY-SETTLEMENTS PIC S9(11)V99 VALUE 0.
               03 DAY-INSTRUCTIONS PIC S9(11)V99 VALUE 0.
               03 DAY-RETURNS PIC S9(11)V99 VALUE 0.
               03 DAY-DEPOSITS PIC S9(11)V99 VALUE 0.
               03 DAY-NET PIC S9(13)V99 VALUE 0.
               03 DAY-POSITION PIC S9(13)V99 VALUE 0.
               03 DAY-BELOW-BUFFER PIC X VALUE "N".
       01 DAY-INDEX PIC 9(3) VALUE 0.
       01 PLACE-DATE PIC 9(8) VALUE 0.
       01 PLACED-DAY-INDEX PIC 9(3) VALUE 0.
       01 FIRST-FORECAST-DATE PIC 9(8) VALUE 0.
       01 LAST-FORECAST-DATE PIC 9(8) VALUE 0.

       01 STANDING-ORDERS OCCURS 500 TIMES.
           02 SO-CPR PIC X(15).
           02 SO-AMOUNT PIC 9(9)V99.
           02 SO-CURRENCY PIC X(3).
           02 SO-DAY-OF-MONTH PIC 99.
           02 SO-START-PERIOD PIC 9(6).
           02 SO-END-PERIOD PIC 9(6).
       01 STANDING-ORDERS-MAX-COUNT PIC 9(3) VALUE 500.
       01 STANDING-ORDERS-COUNT PIC 9(3) VALUE 0.
       01 ORDER-INDEX PIC 9(3) VALUE 0.
       01 ORDER-DKK-AMOUNT PIC S9(11)V99 VALUE 0.

      * Periods are held as YYYYMM, from the first one the
      * generator has still to produce to the month of the last
      * forecast day.
       01 PROJECTION-PERIOD PIC 9(6) VALUE 0.
       01 LAST-PROJECTION-PERIOD PIC 9(6) VALUE 0.
       01 PERIOD-PARTS.
           02 PERIOD-YEAR PIC 9(4).
           02 PERIOD-MONTH PIC 99.
       01 EFFECTIVE-DAY PIC 99 VALUE 0.
       01 ROLLED-DATE-PARTS.
           02 ROLLED-YEAR PIC 9(4) VALUE 0.
           02 ROLLED-MONTH PIC 99 VALUE 0.
           02 ROLLED-DAY PIC 99 VALUE 0.

      * References the bank rejected in PaymentReturns.txt.
       01 REJECTED-TABLE.
           02 REJECTED-COUNT PIC 9(4) VALUE 0.
           02 REJECTED-MAX PIC 9(4) VALUE 500.
           02 REJECTED-REFS PIC X(14) OCCURS 500 TIMES.
       01 REJECTED-INDEX PIC 9(4) VALUE 0.
       01 REFERENCE-REJECTED PIC X VALUE "N".

      * Shop settlement payments already sent, to tell which net
      * payables in ShopSettlement.txt are still to go out.
       01 SETTLEMENT-PAID-TABLE.
           02 PAID-COUNT PIC 9(4) VALUE 0.
           02 PAID-MAX PIC 9(4) VALUE 2000.
           02 PAID-ENTRIES OCCURS 2000 TIMES.
               03 PAID-SHOP PIC X(20) VALUE SPACES.
               03 PAID-AMOUNT PIC S9(11)V99 VALUE 0.
               03 PAID-DATE PIC 9(8) VALUE 0.
       01 PAID-INDEX PIC 9(4) VALUE 0.
       01 SETTLEMENT-ALREADY-PAID PIC X VALUE "N".
       01 SETTLEMENT-AMOUNT-WORK PIC S9(11)V99 VALUE 0.
       01 SETTLEMENT-EARLIEST-PAID PIC 9(8) VALUE 0.

       01 REGISTER-AMOUNT-WORK PIC S9(11)V99 VALUE 0.

      * Indbetaling per weekday over the pattern weeks and the
      * business days of that weekday in the same weeks.
       01 DEPOSIT-PATTERN-TABLE.
           02 PATTERN-ENTRIES OCCURS 5 TIMES.
               03 PATTERN-TOTAL PIC S9(13)V99 VALUE 0.
               03 PATTERN-DAYS PIC 9(3) VALUE 0.
               03 PATTERN-AVERAGE PIC S9(11)V99 VALUE 0.
       01 PATTERN-INDEX PIC 9 VALUE 0.
       01 PATTERN-START-DATE PIC 9(8) VALUE 0.
       01 PATTERN-END-DATE PIC 9(8) VALUE 0.
       01 HISTORY-DATE-WORK PIC X(8) VALUE SPACES.
       01 HISTORY-DATE PIC 9(8) VALUE 0.

       01 ORDERS-PLACED-COUNT PIC 9(6) VALUE 0.
       01 SETTLEMENTS-DUE-COUNT PIC 9(6) VALUE 0.
       01 INSTRUCTIONS-PENDING-COUNT PIC 9(6) VALUE 0.
       01 RETURNS-EXPECTED-COUNT PIC 9(6) VALUE 0.
       01 DEPOSITS-USED-COUNT PIC 9(6) VALUE 0.
       01 DAYS-BELOW-BUFFER-COUNT PIC 9(3) VALUE 0.
       01 LOWEST-POSITION PIC S9(13)V99 VALUE 0.
       01 LOWEST-POSITION-DATE PIC 9(8) VALUE 0.
       01 FIRST-BELOW-DATE PIC 9(8) VALUE 0.
       01 TOTAL-ORDERS PIC S9(13)V99 VALUE 0.
       01 TOTAL-SETTLEMENTS PIC S9(13)V99 VALUE 0.
       01 TOTAL-INSTRUCTIONS PIC S9(13)V99 VALUE 0.
       01 TOTAL-RETURNS PIC S9(13)V99 VALUE 0.
       01 TOTAL-DEPOSITS PIC S9(13)V99 VALUE 0.

       01 OUTPUT-TEXT-LINE PIC X(120) VALUE SPACES.
       01 SEPARATOR-LINE PIC X(120) VALUE ALL "-".
       01 AMOUNT-EDIT-DISPLAY PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01 COLUMN-AMOUNT-DISPLAY PIC -ZZ,ZZZ,ZZ9.99.
       01 COUNT-DISPLAY PIC Z(5)9.
       01 WEEKS-DISPLAY PIC Z9.
       01 DATE-DISPLAY PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM LOG-BATCH-RUN-START

           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE-TODAY

           PERFORM LOAD-FORECAST-CONTROL
           PERFORM LOAD-REPORT-CONTROL-RATES
           PERFORM LOAD-RECON-STATE
           PERFORM BUILD-FORECAST-DAYS
           PERFORM LOAD-REJECTED-REFERENCES
           PERFORM PLACE-REGISTERED-INSTRUCTIONS
           PERFORM PLACE-SHOP-SETTLEMENTS
           PERFORM PLACE-STANDING-ORDERS
           PERFORM BUILD-DEPOSIT-PATTERN
           PERFORM PROJECT-DAILY-POSITIONS
           PERFORM WRITE-FORECAST-REPORT

           MOVE DAY-COUNT TO COUNT-DISPLAY
           DISPLAY "Liquidity forecast over "
               FUNCTION TRIM(COUNT-DISPLAY LEADING)
               " business day(s): " DAYS-BELOW-BUFFER-COUNT
               " day(s) below the buffer."

           IF STATE-FOUND = "N"
               MOVE 4 TO RETURN-CODE
           END-IF
           IF DAYS-BELOW-BUFFER-COUNT > 0
               DISPLAY "The house account is projected below the "
                   "buffer from " FIRST-BELOW-DATE "."
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
           MOVE "LIQFORECAST" TO BATCH-LOG-JOB-NAME
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

           MOVE "LIQFORECAST" TO BATCH-LOG-JOB-NAME
           MOVE BATCH-RUN-LOG-TIMESTAMP TO BATCH-LOG-TIMESTAMP
           MOVE "START" TO BATCH-LOG-EVENT
           MOVE SPACES TO BATCH-LOG-DETAIL
           WRITE BATCH-RUN-LOG-RECORD

           CLOSE BATCH-RUN-LOG-FILE
           EXIT.

       LOG-BATCH-RUN-END.
           MOVE FUNCTION CURRENT-DATE TO BATCH-RUN-LOG-TIMESTAMP
           OPEN EXTEND BATCH-RUN-LOG-FILE

           MOVE "LIQFORECAST" TO BATCH-LOG-JOB-NAME
           MOVE BATCH-RUN-LOG-TIMESTAMP TO BATCH-LOG-TIMESTAMP
           MOVE "END" TO BATCH-LOG-EVENT
           STRING "Days: "
               FUNCTION TRIM(DAY-COUNT LEADING)
               " Below buffer: "
               FUNCTION TRIM(DAYS-BELOW-BUFFER-COUNT LEADING)
               INTO BATCH-LOG-DETAIL
           WRITE BATCH-RUN-LOG-RECORD

           CLOSE BATCH-RUN-LOG-FILE
           EXIT.

       WRITE-OPERATOR-ALERT.
           MOVE SPACES TO ALERT-MESSAGE-WORK
           MOVE DAYS-BELOW-BUFFER-COUNT TO COUNT-DISPLAY
           STRING "House account below buffer from "
               FIRST-BELOW-DATE ", "
               FUNCTION TRIM(COUNT-DISPLAY LEADING)
               " day(s)"
               DELIMITED BY SIZE
               INTO ALERT-MESSAGE-WORK
           END-STRING

           OPEN EXTEND OPERATOR-ALERTS-FILE
           IF OPERATOR-ALERTS-FILE-STATUS = "35"
               OPEN OUTPUT OPERATOR-ALERTS-FILE
           END-IF

           MOVE SPACES TO OPERATOR-ALERT-RECORD
           MOVE "2" TO ALERT-SEVERITY
           MOVE "LIQFORECAST" TO ALERT-JOB-NAME
           MOVE FUNCTION CURRENT-DATE TO ALERT-TIMESTAMP
           MOVE ALERT-MESSAGE-WORK TO ALERT-MESSAGE
           WRITE OPERATOR-ALERT-RECORD

           CLOSE OPERATOR-ALERTS-FILE
           EXIT.

       LOAD-FORECAST-CONTROL.
           OPEN INPUT FORECAST-CONTROL-FILE
           IF CONTROL-FILE-STATUS NOT = "00"
               DISPLAY "LiquidityForecastControl.txt not found, "
                   "using the default buffer and horizon."
               EXIT PARAGRAPH
           END-IF

           READ FORECAST-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF CONTROL-BUFFER-AMOUNT IS NUMERIC
                       MOVE CONTROL-BUFFER-AMOUNT TO BUFFER-AMOUNT
                   END-IF
                   IF CONTROL-HORIZON-DAYS IS NUMERIC
                           AND CONTROL-HORIZON-DAYS > 0
                       MOVE CONTROL-HORIZON-DAYS TO HORIZON-DAYS
                   END-IF
                   IF CONTROL-PATTERN-WEEKS IS NUMERIC
                           AND CONTROL-PATTERN-WEEKS > 0
                       MOVE CONTROL-PATTERN-WEEKS TO PATTERN-WEEKS
                   END-IF
           END-READ
           CLOSE FORECAST-CONTROL-FILE

           IF HORIZON-DAYS > HORIZON-MAX
               DISPLAY "WARNING: a horizon of " HORIZON-DAYS
                   " business days is more than the forecast holds, "
                   "forecasting " HORIZON-MAX "."
               MOVE HORIZON-MAX TO HORIZON-DAYS
           END-IF
           EXIT.

       LOAD-REPORT-CONTROL-RATES.
           OPEN INPUT REPORT-CONTROL-FILE

           IF REPORT-CONTROL-FILE-STATUS = "00"
               READ REPORT-CONTROL-FILE
                   AT END
                       DISPLAY "ReportControl.txt is empty, using "
                           "default exchange rates"
                   NOT AT END
                       IF CONTROL-EUR-RATE > 0
                           MOVE CONTROL-EUR-RATE TO REPORT-EUR-RATE
                       END-IF
                       IF CONTROL-USD-RATE > 0
                           MOVE CONTROL-USD-RATE TO REPORT-USD-RATE
                       END-IF
                       IF CONTROL-GBP-RATE > 0
                           MOVE CONTROL-GBP-RATE TO REPORT-GBP-RATE
                       END-IF
                       IF CONTROL-SEK-RATE > 0
                           MOVE CONTROL-SEK-RATE TO REPORT-SEK-RATE
                       END-IF
                       IF CONTROL-NOK-RATE > 0
                           MOVE CONTROL-NOK-RATE TO REPORT-NOK-RATE
                       END-IF
               END-READ
               CLOSE REPORT-CONTROL-FILE
           ELSE
               DISPLAY "ReportControl.txt not found, using default "
                   "exchange rates"
           END-IF
           EXIT.

      * The position starts from the closing balance of the last
      * statement HOUSERECON reconciled. Without one the forecast
      * starts from nil and counts every instruction from today.
       LOAD-RECON-STATE.
           COMPUTE POSITION-AS-OF-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(RUN-DATE-TODAY) - 1)

           OPEN INPUT RECON-STATE-FILE
           IF STATE-FILE-STATUS = "00"
               READ RECON-STATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF STATE-STATEMENT-DATE IS NUMERIC
                               AND STATE-STATEMENT-DATE > 0
                           MOVE "Y" TO STATE-FOUND
                           MOVE STATE-STATEMENT-DATE
                               TO POSITION-AS-OF-DATE
                           MOVE STATE-CLOSING-BALANCE
                               TO OPENING-POSITION
                       END-IF
               END-READ
               CLOSE RECON-STATE-FILE
           END-IF

           IF STATE-FOUND = "N"
               DISPLAY "WARNING: HouseReconState.txt not found - the "
                   "forecast starts from a nil house account "
                   "position."
           END-IF
           EXIT.

      *----------------------------------------------------------*
      * The forecast days: today, or the next business day when
      * today is none, and each following business day up to the
      * horizon.
      *----------------------------------------------------------*
       BUILD-FORECAST-DAYS.
           MOVE RUN-DATE-TODAY TO DATE-WORK
           MOVE 0 TO DAY-COUNT
           PERFORM UNTIL DAY-COUNT >= HORIZON-DAYS
               PERFORM ROLL-DATE-TO-BUSINESS-DAY
               ADD 1 TO DAY-COUNT
               MOVE DATE-WORK TO DAY-DATE(DAY-COUNT)
               PERFORM FIND-WEEKDAY-NUMBER
               MOVE WEEKDAY-NUMBER TO DAY-WEEKDAY(DAY-COUNT)
               COMPUTE DATE-WORK = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(DATE-WORK) + 1)
           END-PERFORM

           MOVE DAY-DATE(1) TO FIRST-FORECAST-DATE
           MOVE DAY-DATE(DAY-COUNT) TO LAST-FORECAST-DATE
           EXIT.

      * Rolls DATE-WORK forward to a business day; when BUSDAYCAL
      * cannot be called only weekends are skipped.
       ROLL-DATE-TO-BUSINESS-DAY.
           IF BUSDAY-CALL-FAILED = "N"
               MOVE DATE-WORK TO BUSDAY-REQUEST-DATE
               MOVE "N" TO BUSDAY-DIRECTION
               CALL "BUSDAYCAL" USING BUSDAY-PARAMETERS
                   ON EXCEPTION
                       DISPLAY "WARNING: BUSDAYCAL could not be "
                           "called, only weekends are skipped in "
                           "this forecast."
                       MOVE "Y" TO BUSDAY-CALL-FAILED
                   NOT ON EXCEPTION
                       MOVE BUSDAY-RESULT-DATE TO DATE-WORK
               END-CALL
           END-IF

           IF BUSDAY-CALL-FAILED = "Y"
               PERFORM FIND-WEEKDAY-NUMBER
               PERFORM UNTIL WEEKDAY-NUMBER <= 5
                   COMPUTE DATE-WORK = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(DATE-WORK) + 1)
                   PERFORM FIND-WEEKDAY-NUMBER
               END-PERFORM
           END-IF
           EXIT.

      * Day 1 of the standard date integer (1601-01-01) was a
      * Monday: WEEKDAY-NUMBER is 1 for Monday to 7 for Sunday.
       FIND-WEEKDAY-NUMBER.
           COMPUTE DATE-INTEGER-WORK =
               FUNCTION INTEGER-OF-DATE(DATE-WORK)
           COMPUTE WEEKDAY-NUMBER =
               FUNCTION MOD(DATE-INTEGER-WORK - 1, 7) + 1
           EXIT.

      * The forecast day PLACE-DATE falls on: the first day on or
      * after it, the first day for anything already due, and 0
      * beyond the horizon.
       FIND-FORECAST-DAY.
           MOVE 0 TO PLACED-DAY-INDEX
           IF PLACE-DATE > LAST-FORECAST-DATE
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING DAY-INDEX FROM 1 BY 1
               UNTIL DAY-INDEX > DAY-COUNT
                   OR PLACED-DAY-INDEX > 0
               IF DAY-DATE(DAY-INDEX) >= PLACE-DATE
                   MOVE DAY-INDEX TO PLACED-DAY-INDEX
               END-IF
           END-PERFORM
           EXIT.

       LOAD-REJECTED-REFERENCES.
           OPEN INPUT RETURNS-FILE
           IF RETURNS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ RETURNS-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF RETURN-STATUS = "RJCT"
                           IF REJECTED-COUNT < REJECTED-MAX
                               ADD 1 TO REJECTED-COUNT
                               MOVE RETURN-END-TO-END-REF
                                   TO REJECTED-REFS(REJECTED-COUNT)
                           ELSE
                               DISPLAY "WARNING: more rejected "
                                   "instructions than the forecast "
                                   "holds - '" RETURN-END-TO-END-REF
                                   "' not taken."
                               MOVE 4 TO RETURN-CODE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE RETURNS-FILE
           EXIT.

      *----------------------------------------------------------*
      * Instructions executed after the opening position's date
      * are still to leave the account, on their execution date;
      * a rejected one never leaves. A rejected instruction the
      * opening position already carries as debited comes back.
      *----------------------------------------------------------*
       PLACE-REGISTERED-INSTRUCTIONS.
           OPEN INPUT INSTRUCTION-REGISTER-FILE
           IF REGISTER-FILE-STATUS NOT = "00"
               DISPLAY "PaymentInstructionRegister.txt not found, "
                   "no instructions in the forecast."
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ INSTRUCTION-REGISTER-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       PERFORM PLACE-ONE-INSTRUCTION
               END-READ
           END-PERFORM

           CLOSE INSTRUCTION-REGISTER-FILE
           EXIT.

       PLACE-ONE-INSTRUCTION.
           MOVE REG-DKK-AMOUNT TO REGISTER-AMOUNT-WORK

           IF REG-SOURCE = "ST"
               IF PAID-COUNT < PAID-MAX
                   ADD 1 TO PAID-COUNT
                   MOVE REG-COUNTERPARTY TO PAID-SHOP(PAID-COUNT)
                   MOVE REGISTER-AMOUNT-WORK TO PAID-AMOUNT(PAID-COUNT)
                   MOVE REG-EXECUTION-DATE TO PAID-DATE(PAID-COUNT)
               ELSE
                   DISPLAY "WARNING: more settlement payments than "
                       "the forecast holds - '" REG-END-TO-END-REF
                       "' not taken."
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           MOVE "N" TO REFERENCE-REJECTED
           PERFORM VARYING REJECTED-INDEX FROM 1 BY 1
               UNTIL REJECTED-INDEX > REJECTED-COUNT
                   OR REFERENCE-REJECTED = "Y"
               IF REJECTED-REFS(REJECTED-INDEX) = REG-END-TO-END-REF
                   MOVE "Y" TO REFERENCE-REJECTED
               END-IF
           END-PERFORM

           IF REG-EXECUTION-DATE > POSITION-AS-OF-DATE
               IF REFERENCE-REJECTED = "Y"
                   EXIT PARAGRAPH
               END-IF
               MOVE REG-EXECUTION-DATE TO PLACE-DATE
               PERFORM FIND-FORECAST-DAY
               IF PLACED-DAY-INDEX > 0
                   ADD REGISTER-AMOUNT-WORK
                       TO DAY-INSTRUCTIONS(PLACED-DAY-INDEX)
                   ADD 1 TO INSTRUCTIONS-PENDING-COUNT
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF REFERENCE-REJECTED = "Y"
               ADD REGISTER-AMOUNT-WORK TO DAY-RETURNS(1)
               ADD 1 TO RETURNS-EXPECTED-COUNT
           END-IF
           EXIT.

      *----------------------------------------------------------*
      * PAYMENTIFACE pays every positive net payable in
      * ShopSettlement.txt on its next run. One already paid - an
      * "ST" instruction to the shop for the amount, executed
      * after the settlement period ended - is not counted again.
      *----------------------------------------------------------*
       PLACE-SHOP-SETTLEMENTS.
           OPEN INPUT SETTLEMENT-FILE
           IF INPUT-FILE-STATUS NOT = "00"
               DISPLAY "ShopSettlement.txt not found, no shop "
                   "settlements in the forecast."
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ SETTLEMENT-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF SETTLE-SHOP-NAME(1:3) NOT = "TRL"
                           PERFORM PLACE-ONE-SETTLEMENT
                       END-IF
               END-READ
           END-PERFORM

           CLOSE SETTLEMENT-FILE
           EXIT.

       PLACE-ONE-SETTLEMENT.
           MOVE SETTLE-NET-PAYABLE TO SETTLEMENT-AMOUNT-WORK
           IF SETTLEMENT-AMOUNT-WORK NOT > 0
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO SETTLEMENT-EARLIEST-PAID
           IF SETTLE-PERIOD IS NUMERIC
               MOVE SETTLE-PERIOD TO PERIOD-PARTS
               IF PERIOD-MONTH = 12
                   ADD 1 TO PERIOD-YEAR
                   MOVE 1 TO PERIOD-MONTH
               ELSE
                   ADD 1 TO PERIOD-MONTH
               END-IF
               MOVE PERIOD-PARTS TO SETTLEMENT-EARLIEST-PAID(1:6)
               MOVE "01" TO SETTLEMENT-EARLIEST-PAID(7:2)
           END-IF

           MOVE "N" TO SETTLEMENT-ALREADY-PAID
           PERFORM VARYING PAID-INDEX FROM 1 BY 1
               UNTIL PAID-INDEX > PAID-COUNT
                   OR SETTLEMENT-ALREADY-PAID = "Y"
               IF PAID-SHOP(PAID-INDEX) = SETTLE-SHOP-NAME
                   AND PAID-AMOUNT(PAID-INDEX)
                       = SETTLEMENT-AMOUNT-WORK
                   AND PAID-DATE(PAID-INDEX)
                       >= SETTLEMENT-EARLIEST-PAID
                   MOVE "Y" TO SETTLEMENT-ALREADY-PAID
               END-IF
           END-PERFORM
           IF SETTLEMENT-ALREADY-PAID = "Y"
               EXIT PARAGRAPH
           END-IF

           ADD SETTLEMENT-AMOUNT-WORK TO DAY-SETTLEMENTS(1)
           ADD 1 TO SETTLEMENTS-DUE-COUNT
           EXIT.

      *----------------------------------------------------------*
      * Standing orders for each period the generator has still to
      * produce - the month after StandingOrdersLastRun.txt, or
      * the current month on a first run - up to the month of the
      * last forecast day, dated as the generator dates them.
      *----------------------------------------------------------*
       PLACE-STANDING-ORDERS.
           PERFORM LOAD-STANDING-ORDERS
           IF STANDING-ORDERS-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE RUN-DATE-TODAY(1:6) TO PROJECTION-PERIOD
           OPEN INPUT LAST-RUN-FILE
           IF LAST-RUN-FILE-STATUS = "00"
               READ LAST-RUN-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LAST-RUN-PERIOD > 0
                           MOVE LAST-RUN-PERIOD TO PROJECTION-PERIOD
                           PERFORM ADVANCE-PROJECTION-PERIOD
                       END-IF
               END-READ
               CLOSE LAST-RUN-FILE
           END-IF

           MOVE LAST-FORECAST-DATE(1:6) TO LAST-PROJECTION-PERIOD
           PERFORM UNTIL PROJECTION-PERIOD > LAST-PROJECTION-PERIOD
               PERFORM VARYING ORDER-INDEX FROM 1 BY 1
                   UNTIL ORDER-INDEX > STANDING-ORDERS-COUNT
                   IF PROJECTION-PERIOD >= SO-START-PERIOD(ORDER-INDEX)
                       AND (SO-END-PERIOD(ORDER-INDEX) = 0
                           OR PROJECTION-PERIOD
                               <= SO-END-PERIOD(ORDER-INDEX))
                       PERFORM PLACE-ONE-STANDING-ORDER
                   END-IF
               END-PERFORM
               PERFORM ADVANCE-PROJECTION-PERIOD
           END-PERFORM
           EXIT.

      * Only active orders are kept; suspended and cancelled ones
      * are not paid.
       LOAD-STANDING-ORDERS.
           OPEN INPUT STANDING-ORDERS-FILE
           IF INPUT-FILE-STATUS NOT = "00"
               DISPLAY "StandingOrders.txt not found, no standing "
                   "orders in the forecast."
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ STANDING-ORDERS-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF ORDER-STATUS = SPACE
                           PERFORM KEEP-STANDING-ORDER
                       END-IF
               END-READ
           END-PERFORM

           CLOSE STANDING-ORDERS-FILE
           EXIT.

       KEEP-STANDING-ORDER.
           IF STANDING-ORDERS-COUNT >= STANDING-ORDERS-MAX-COUNT
               DISPLAY "WARNING: StandingOrders.txt exceeds capacity, "
                   "order for CPR '"
                   FUNCTION TRIM(ORDER-CPR TRAILING)
                   "' not forecast."
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO STANDING-ORDERS-COUNT
           MOVE ORDER-CPR TO SO-CPR(STANDING-ORDERS-COUNT)
           MOVE ORDER-AMOUNT TO SO-AMOUNT(STANDING-ORDERS-COUNT)
           MOVE ORDER-CURRENCY TO SO-CURRENCY(STANDING-ORDERS-COUNT)
           MOVE ORDER-DAY-OF-MONTH
               TO SO-DAY-OF-MONTH(STANDING-ORDERS-COUNT)
           MOVE ORDER-START-PERIOD
               TO SO-START-PERIOD(STANDING-ORDERS-COUNT)
           MOVE ORDER-END-PERIOD
               TO SO-END-PERIOD(STANDING-ORDERS-COUNT)
           EXIT.

       ADVANCE-PROJECTION-PERIOD.
           MOVE PROJECTION-PERIOD TO PERIOD-PARTS
           IF PERIOD-MONTH = 12
               ADD 1 TO PERIOD-YEAR
               MOVE 1 TO PERIOD-MONTH
           ELSE
               ADD 1 TO PERIOD-MONTH
           END-IF
           MOVE PERIOD-PARTS TO PROJECTION-PERIOD
           EXIT.

      * The order's day of the month, clamped to the last day of
      * short months, rolled to a business day.
       PLACE-ONE-STANDING-ORDER.
           MOVE PROJECTION-PERIOD TO PERIOD-PARTS
           MOVE SO-DAY-OF-MONTH(ORDER-INDEX) TO EFFECTIVE-DAY

           IF EFFECTIVE-DAY = 0
               MOVE 1 TO EFFECTIVE-DAY
           END-IF

           EVALUATE PERIOD-MONTH
               WHEN 2
                   IF EFFECTIVE-DAY > 28
                       MOVE 28 TO EFFECTIVE-DAY
                   END-IF
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   IF EFFECTIVE-DAY > 30
                       MOVE 30 TO EFFECTIVE-DAY
                   END-IF
               WHEN OTHER
                   IF EFFECTIVE-DAY > 31
                       MOVE 31 TO EFFECTIVE-DAY
                   END-IF
           END-EVALUATE

           MOVE PERIOD-YEAR TO ROLLED-YEAR
           MOVE PERIOD-MONTH TO ROLLED-MONTH
           MOVE EFFECTIVE-DAY TO ROLLED-DAY
           MOVE ROLLED-DATE-PARTS TO DATE-WORK
           PERFORM ROLL-DATE-TO-BUSINESS-DAY

           MOVE DATE-WORK TO PLACE-DATE
           PERFORM FIND-FORECAST-DAY
           IF PLACED-DAY-INDEX = 0
               EXIT PARAGRAPH
           END-IF

           PERFORM CONVERT-ORDER-TO-DKK
           ADD ORDER-DKK-AMOUNT TO DAY-ORDERS(PLACED-DAY-INDEX)
           ADD 1 TO ORDERS-PLACED-COUNT
           EXIT.

       CONVERT-ORDER-TO-DKK.
           EVALUATE SO-CURRENCY(ORDER-INDEX)
               WHEN "DKK"
                   MOVE SO-AMOUNT(ORDER-INDEX) TO ORDER-DKK-AMOUNT
               WHEN "EUR"
                   COMPUTE ORDER-DKK-AMOUNT ROUNDED =
                       SO-AMOUNT(ORDER-INDEX) * REPORT-EUR-RATE
               WHEN "USD"
                   COMPUTE ORDER-DKK-AMOUNT ROUNDED =
                       SO-AMOUNT(ORDER-INDEX) * REPORT-USD-RATE
               WHEN "GBP"
                   COMPUTE ORDER-DKK-AMOUNT ROUNDED =
                       SO-AMOUNT(ORDER-INDEX) * REPORT-GBP-RATE
               WHEN "SEK"
                   COMPUTE ORDER-DKK-AMOUNT ROUNDED =
                       SO-AMOUNT(ORDER-INDEX) * REPORT-SEK-RATE
               WHEN "NOK"
                   COMPUTE ORDER-DKK-AMOUNT ROUNDED =
                       SO-AMOUNT(ORDER-INDEX) * REPORT-NOK-RATE
               WHEN OTHER
                   MOVE SO-AMOUNT(ORDER-INDEX) TO ORDER-DKK-AMOUNT
           END-EVALUATE
           EXIT.

      *----------------------------------------------------------*
      * Deposits expected per weekday: the Indbetaling booked on
      * that weekday over the last PATTERN-WEEKS weeks, divided by
      * the business days that weekday had in the same weeks.
      * Duplicates and storno corrections are left out.
      *----------------------------------------------------------*
       BUILD-DEPOSIT-PATTERN.
           COMPUTE PATTERN-START-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(RUN-DATE-TODAY)
               - PATTERN-WEEKS * 7)
           COMPUTE PATTERN-END-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(RUN-DATE-TODAY) - 1)

           MOVE PATTERN-START-DATE TO DATE-WORK
           PERFORM UNTIL DATE-WORK > PATTERN-END-DATE
               PERFORM COUNT-PATTERN-DAY
               COMPUTE DATE-WORK = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(DATE-WORK) + 1)
           END-PERFORM

           OPEN INPUT TRANSACTION-HISTORY-FILE
           IF HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "TransactionHistory.txt not found, no "
                   "deposits in the forecast."
               EXIT PARAGRAPH
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

           PERFORM VARYING PATTERN-INDEX FROM 1 BY 1
               UNTIL PATTERN-INDEX > 5
               IF PATTERN-DAYS(PATTERN-INDEX) > 0
                   COMPUTE PATTERN-AVERAGE(PATTERN-INDEX) ROUNDED =
                       PATTERN-TOTAL(PATTERN-INDEX)
                       / PATTERN-DAYS(PATTERN-INDEX)
               END-IF
           END-PERFORM
           EXIT.

       COUNT-PATTERN-DAY.
           PERFORM FIND-WEEKDAY-NUMBER
           IF WEEKDAY-NUMBER > 5
               EXIT PARAGRAPH
           END-IF

           IF BUSDAY-CALL-FAILED = "N"
               MOVE DATE-WORK TO BUSDAY-REQUEST-DATE
               MOVE "N" TO BUSDAY-DIRECTION
               CALL "BUSDAYCAL" USING BUSDAY-PARAMETERS
                   ON EXCEPTION
                       MOVE "Y" TO BUSDAY-CALL-FAILED
                       MOVE "Y" TO BUSDAY-REQUEST-IS-BUSINESS
               END-CALL
               IF BUSDAY-REQUEST-IS-BUSINESS NOT = "Y"
                   EXIT PARAGRAPH
               END-IF
           END-IF

           ADD 1 TO PATTERN-DAYS(WEEKDAY-NUMBER)
           EXIT.

       TAKE-ONE-HISTORY-RECORD.
           IF TRANSACTION-TYPE OF TRANSACTION-HISTORY-RECORD
                   NOT = "Indbetaling"
               OR DUPLICATE-FLAG OF TRANSACTION-HISTORY-RECORD = "Y"
               OR CORRECTION-KIND OF TRANSACTION-HISTORY-RECORD
                   NOT = SPACE
               EXIT PARAGRAPH
           END-IF

           STRING TIME-OF-TRANSACTION
                   OF TRANSACTION-HISTORY-RECORD(1:4)
               TIME-OF-TRANSACTION
                   OF TRANSACTION-HISTORY-RECORD(6:2)
               TIME-OF-TRANSACTION
                   OF TRANSACTION-HISTORY-RECORD(9:2)
               DELIMITED BY SIZE
               INTO HISTORY-DATE-WORK
           END-STRING
           IF HISTORY-DATE-WORK IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE HISTORY-DATE-WORK TO HISTORY-DATE
           IF HISTORY-DATE < PATTERN-START-DATE
               OR HISTORY-DATE > PATTERN-END-DATE
               EXIT PARAGRAPH
           END-IF

           MOVE HISTORY-DATE TO DATE-WORK
           PERFORM FIND-WEEKDAY-NUMBER
           IF WEEKDAY-NUMBER > 5
               EXIT PARAGRAPH
           END-IF

           ADD DKK-AMOUNT OF TRANSACTION-HISTORY-RECORD
               TO PATTERN-TOTAL(WEEKDAY-NUMBER)
           ADD 1 TO DEPOSITS-USED-COUNT
           EXIT.

      *----------------------------------------------------------*
      * Each day's net is its inflows less its outflows; the
      * position carries from the opening position day by day.
      *----------------------------------------------------------*
       PROJECT-DAILY-POSITIONS.
           MOVE OPENING-POSITION TO LOWEST-POSITION
           MOVE OPENING-POSITION TO DAY-POSITION(1)

           PERFORM VARYING DAY-INDEX FROM 1 BY 1
               UNTIL DAY-INDEX > DAY-COUNT
               MOVE PATTERN-AVERAGE(DAY-WEEKDAY(DAY-INDEX))
                   TO DAY-DEPOSITS(DAY-INDEX)
               COMPUTE DAY-NET(DAY-INDEX) =
                   DAY-RETURNS(DAY-INDEX) + DAY-DEPOSITS(DAY-INDEX)
                   - DAY-ORDERS(DAY-INDEX)
                   - DAY-SETTLEMENTS(DAY-INDEX)
                   - DAY-INSTRUCTIONS(DAY-INDEX)
               IF DAY-INDEX = 1
                   COMPUTE DAY-POSITION(DAY-INDEX) =
                       OPENING-POSITION + DAY-NET(DAY-INDEX)
               ELSE
                   COMPUTE DAY-POSITION(DAY-INDEX) =
                       DAY-POSITION(DAY-INDEX - 1)
                       + DAY-NET(DAY-INDEX)
               END-IF

               IF DAY-INDEX = 1
                   OR DAY-POSITION(DAY-INDEX) < LOWEST-POSITION
                   MOVE DAY-POSITION(DAY-INDEX) TO LOWEST-POSITION
                   MOVE DAY-DATE(DAY-INDEX) TO LOWEST-POSITION-DATE
               END-IF
               IF DAY-POSITION(DAY-INDEX) < BUFFER-AMOUNT
                   MOVE "Y" TO DAY-BELOW-BUFFER(DAY-INDEX)
                   ADD 1 TO DAYS-BELOW-BUFFER-COUNT
                   IF FIRST-BELOW-DATE = 0
                       MOVE DAY-DATE(DAY-INDEX) TO FIRST-BELOW-DATE
                   END-IF
               END-IF

               ADD DAY-ORDERS(DAY-INDEX) TO TOTAL-ORDERS
               ADD DAY-SETTLEMENTS(DAY-INDEX) TO TOTAL-SETTLEMENTS
               ADD DAY-INSTRUCTIONS(DAY-INDEX) TO TOTAL-INSTRUCTIONS
               ADD DAY-RETURNS(DAY-INDEX) TO TOTAL-RETURNS
               ADD DAY-DEPOSITS(DAY-INDEX) TO TOTAL-DEPOSITS
           END-PERFORM
           EXIT.

       WRITE-FORECAST-REPORT.
           OPEN OUTPUT FORECAST-REPORT-FILE
           IF REPORT-FILE-STATUS NOT = "00"
               MOVE "LiquidityForecast.txt" TO FAILED-FILE-NAME
               MOVE REPORT-FILE-STATUS TO FAILED-FILE-STATUS
               PERFORM ABORT-ON-FILE-FAILURE
           END-IF

           MOVE FIRST-FORECAST-DATE TO DATE-WORK
           PERFORM FORMAT-DATE-DISPLAY
           MOVE SPACES TO OUTPUT-TEXT-LINE
           STRING "House account liquidity forecast from "
               DATE-DISPLAY
               DELIMITED BY SIZE
               INTO OUTPUT-TEXT-LINE
           END-STRING
           PERFORM WRITE-FORECAST-LINE

           MOVE SEPARATOR-LINE TO OUTPUT-TEXT-LINE
           PERFORM WRITE-FORECAST-LINE

           MOVE "Opening position:" TO OUTPUT-TEXT-LINE
           MOVE OPENING-POSITION TO AMOUNT-EDIT-DISPLAY
           MOVE AMOUNT-EDIT-DISPLAY TO OUTPUT-TEXT-LINE(40:17)
           IF STATE-FOUND = "Y"
               MOVE POSITION-AS-OF-DATE TO DATE-WORK
               PERFORM FORMAT-DATE-DISPLAY
               STRING "(statement of " DATE-DISPLAY ")"
                   DELIMITED BY SIZE
                   INTO OUTPUT-TEXT-LINE(59:30)
               END-STRING
           ELSE
               MOVE "(no reconciled statement)"
                   TO OUTPUT-TEXT-LINE(59:25)
           END-IF
           PERFORM WRITE-FORECAST-LINE

           MOVE "Buffer:" TO OUTPUT-TEXT-LINE
           MOVE BUFFER-AMOUNT TO AMOUNT-EDIT-DISPLAY
           MOVE AMOUNT-EDIT-DISPLAY TO OUTPUT-TEXT-LINE(40:17)
           PERFORM WRITE-FORECAST-LINE

           MOVE SEPARATOR-LINE TO OUTPUT-TEXT-LINE
           PERFORM WRITE-FORECAST-LINE

           MOVE SPACES TO OUTPUT-TEXT-LINE
           MOVE "Date" TO OUTPUT-TEXT-LINE(1:4)
           MOVE "Standing ord." TO OUTPUT-TEXT-LINE(12:13)
           MOVE "Settlements" TO OUTPUT-TEXT-LINE(27:11)
           MOVE "Instructions" TO OUTPUT-TEXT-LINE(42:12)
           MOVE "Returns" TO OUTPUT-TEXT-LINE(57:7)
           MOVE "Deposits" TO OUTPUT-TEXT-LINE(72:8)
           MOVE "Net" TO OUTPUT-TEXT-LINE(87:3)
           MOVE "Position" TO OUTPUT-TEXT-LINE(102:8)
           PERFORM WRITE-FORECAST-LINE

           PERFORM VARYING DAY-INDEX FROM 1 BY 1
               UNTIL DAY-INDEX > DAY-COUNT
               PERFORM WRITE-FORECAST-DAY-LINE
           END-PERFORM
           IF DAYS-BELOW-BUFFER-COUNT > 0
               MOVE "* position below the buffer"
                   TO OUTPUT-TEXT-LINE
               PERFORM WRITE-FORECAST-LINE
           END-IF

           MOVE SEPARATOR-LINE TO OUTPUT-TEXT-LINE
           PERFORM WRITE-FORECAST-LINE

           MOVE "Standing orders out:" TO OUTPUT-TEXT-LINE
           MOVE TOTAL-ORDERS TO AMOUNT-EDIT-DISPLAY
           MOVE AMOUNT-EDIT-DISPLAY TO OUTPUT-TEXT-LINE(40:17)
           MOVE ORDERS-PLACED-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(60:6)
           PERFORM WRITE-FORECAST-LINE

           MOVE "Shop settlements out:" TO OUTPUT-TEXT-LINE
           MOVE TOTAL-SETTLEMENTS TO AMOUNT-EDIT-DISPLAY
           MOVE AMOUNT-EDIT-DISPLAY TO OUTPUT-TEXT-LINE(40:17)
           MOVE SETTLEMENTS-DUE-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(60:6)
           PERFORM WRITE-FORECAST-LINE

           MOVE "Instructions not yet executed:" TO OUTPUT-TEXT-LINE
           MOVE TOTAL-INSTRUCTIONS TO AMOUNT-EDIT-DISPLAY
           MOVE AMOUNT-EDIT-DISPLAY TO OUTPUT-TEXT-LINE(40:17)
           MOVE INSTRUCTIONS-PENDING-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(60:6)
           PERFORM WRITE-FORECAST-LINE

           MOVE "Returned payments in:" TO OUTPUT-TEXT-LINE
           MOVE TOTAL-RETURNS TO AMOUNT-EDIT-DISPLAY
           MOVE AMOUNT-EDIT-DISPLAY TO OUTPUT-TEXT-LINE(40:17)
           MOVE RETURNS-EXPECTED-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(60:6)
           PERFORM WRITE-FORECAST-LINE

           MOVE "Expected deposits in:" TO OUTPUT-TEXT-LINE
           MOVE TOTAL-DEPOSITS TO AMOUNT-EDIT-DISPLAY
           MOVE AMOUNT-EDIT-DISPLAY TO OUTPUT-TEXT-LINE(40:17)
           MOVE DEPOSITS-USED-COUNT TO COUNT-DISPLAY
           MOVE PATTERN-WEEKS TO WEEKS-DISPLAY
           STRING "(from " FUNCTION TRIM(COUNT-DISPLAY LEADING)
               " Indbetaling in "
               FUNCTION TRIM(WEEKS-DISPLAY LEADING) " weeks)"
               DELIMITED BY SIZE
               INTO OUTPUT-TEXT-LINE(60:40)
           END-STRING
           PERFORM WRITE-FORECAST-LINE

           MOVE "Lowest position:" TO OUTPUT-TEXT-LINE
           MOVE LOWEST-POSITION TO AMOUNT-EDIT-DISPLAY
           MOVE AMOUNT-EDIT-DISPLAY TO OUTPUT-TEXT-LINE(40:17)
           MOVE LOWEST-POSITION-DATE TO DATE-WORK
           PERFORM FORMAT-DATE-DISPLAY
           MOVE DATE-DISPLAY TO OUTPUT-TEXT-LINE(60:10)
           PERFORM WRITE-FORECAST-LINE

           MOVE "Days below the buffer:" TO OUTPUT-TEXT-LINE
           MOVE DAYS-BELOW-BUFFER-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-FORECAST-LINE

           CLOSE FORECAST-REPORT-FILE
           EXIT.

       WRITE-FORECAST-DAY-LINE.
           MOVE SPACES TO OUTPUT-TEXT-LINE
           MOVE DAY-DATE(DAY-INDEX) TO DATE-WORK
           PERFORM FORMAT-DATE-DISPLAY
           MOVE DATE-DISPLAY TO OUTPUT-TEXT-LINE(1:10)

           MOVE DAY-ORDERS(DAY-INDEX) TO COLUMN-AMOUNT-DISPLAY
           MOVE FUNCTION TRIM(COLUMN-AMOUNT-DISPLAY LEADING)
               TO OUTPUT-TEXT-LINE(12:14)
           MOVE DAY-SETTLEMENTS(DAY-INDEX) TO COLUMN-AMOUNT-DISPLAY
           MOVE FUNCTION TRIM(COLUMN-AMOUNT-DISPLAY LEADING)
               TO OUTPUT-TEXT-LINE(27:14)
           MOVE DAY-INSTRUCTIONS(DAY-INDEX) TO COLUMN-AMOUNT-DISPLAY
           MOVE FUNCTION TRIM(COLUMN-AMOUNT-DISPLAY LEADING)
               TO OUTPUT-TEXT-LINE(42:14)
           MOVE DAY-RETURNS(DAY-INDEX) TO COLUMN-AMOUNT-DISPLAY
           MOVE FUNCTION TRIM(COLUMN-AMOUNT-DISPLAY LEADING)
               TO OUTPUT-TEXT-LINE(57:14)
           MOVE DAY-DEPOSITS(DAY-INDEX) TO COLUMN-AMOUNT-DISPLAY
           MOVE FUNCTION TRIM(COLUMN-AMOUNT-DISPLAY LEADING)
               TO OUTPUT-TEXT-LINE(72:14)
           MOVE DAY-NET(DAY-INDEX) TO COLUMN-AMOUNT-DISPLAY
           MOVE FUNCTION TRIM(COLUMN-AMOUNT-DISPLAY LEADING)
               TO OUTPUT-TEXT-LINE(87:14)
           MOVE DAY-POSITION(DAY-INDEX) TO AMOUNT-EDIT-DISPLAY
           MOVE FUNCTION TRIM(AMOUNT-EDIT-DISPLAY LEADING)
               TO OUTPUT-TEXT-LINE(102:17)

           IF DAY-BELOW-BUFFER(DAY-INDEX) = "Y"
               MOVE "*" TO OUTPUT-TEXT-LINE(120:1)
           END-IF
           PERFORM WRITE-FORECAST-LINE
           EXIT.

       FORMAT-DATE-DISPLAY.
           MOVE SPACES TO DATE-DISPLAY
           STRING DATE-WORK(1:4) "-" DATE-WORK(5:2) "-"
               DATE-WORK(7:2)
               DELIMITED BY SIZE
               INTO DATE-DISPLAY
           END-STRING
           EXIT.

       WRITE-FORECAST-LINE.
           MOVE OUTPUT-TEXT-LINE TO FORECAST-REPORT-LINE
           WRITE FORECAST-REPORT-LINE
           MOVE SPACES TO OUTPUT-TEXT-LINE
           EXIT.

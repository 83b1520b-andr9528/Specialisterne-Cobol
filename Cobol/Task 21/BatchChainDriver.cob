      * (for the failure-restart) and the last date each step     *
      * ran (for the frequency decisions). A clean end-to-end     *
      * run clears the restart point but keeps the run dates.     *
      *                                                           *
      * A step flagged for the arrival check (the feed            *
      * conversion) first waits for the day's deliveries in       *
      * FeedDeliveryRegister.txt: each feed file, the days it is  *
      * due and its cutoff time. Arrivals go to                   *
      * FeedArrivalLog.txt with the file's own timestamp; a file  *
      * still missing at its cutoff raises an alert and halts the *
      * chain at that step unless FeedRunWithout.txt holds an     *
      * operator's run-without decision for the feed and day.     *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXPECTED-OUTPUT-FILE-STATUS.

           SELECT DELIVERY-REGISTER-FILE
               ASSIGN TO "FeedDeliveryRegister.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DELIVERY-REGISTER-FILE-STATUS.

           SELECT FEED-ARRIVAL-LOG-FILE
               ASSIGN TO "FeedArrivalLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FEED-ARRIVAL-LOG-FILE-STATUS.

           SELECT RUN-WITHOUT-FILE
               ASSIGN TO "FeedRunWithout.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-WITHOUT-FILE-STATUS.

           SELECT BATCH-RUN-LOG-FILE
               ASSIGN TO "BatchRunLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
      * yearly on the given MMDD.
           02 CONTROL-FREQUENCY PIC X(1).
           02 CONTROL-FREQUENCY-DAY PIC 9(4).
      * "Y" holds the step until the day's feed deliveries are in.
           02 CONTROL-ARRIVAL-CHECK PIC X(1).

      * "RESUME" rows carry the failure-restart point, "LASTRUN"
      * rows the last date each step completed.
           02 EXPECTED-HEADER-RUN-DATE PIC X(8).
           02 FILLER PIC X(109).

      * Due rule: "B" (or blank) every business day, "D" every
      * calendar day, "W" weekly on weekday 1-7 (Monday = 1).
      * Cutoff is HHMM on the due date.
       FD DELIVERY-REGISTER-FILE.
       01 DELIVERY-REGISTER-RECORD.
           02 REGISTER-SOURCE-CODE PIC X(4).
           02 REGISTER-FILENAME PIC X(40).
           02 REGISTER-DUE-RULE PIC X(1).
           02 REGISTER-DUE-WEEKDAY PIC 9(1).
           02 REGISTER-CUTOFF-TIME PIC 9(4).

       FD FEED-ARRIVAL-LOG-FILE.
       01 FEED-ARRIVAL-RECORD.
           COPY "FeedArrival.cpy".

      * An operator's decision to run the day without a feed that
      * missed its cutoff; source "ALL" covers every feed. Only
      * the decision's own date counts.
       FD RUN-WITHOUT-FILE.
       01 RUN-WITHOUT-RECORD.
           02 RUN-WITHOUT-DATE PIC 9(8).
           02 RUN-WITHOUT-SOURCE-CODE PIC X(4).
           02 RUN-WITHOUT-OPERATOR PIC X(8).
           02 RUN-WITHOUT-REASON PIC X(40).

       FD BATCH-RUN-LOG-FILE.
       01 BATCH-RUN-LOG-RECORD.
           COPY "BatchRunLog.cpy".
               03 STEP-FREQUENCY PIC X(1) VALUE "D".
               03 STEP-FREQUENCY-DAY PIC 9(4) VALUE 0.
               03 STEP-LAST-RUN-DATE PIC 9(8) VALUE 0.
               03 STEP-ARRIVAL-CHECK PIC X(1) VALUE "N".

       01 STEP-INDEX PIC 99 VALUE 0.
       01 STATE-STEP-INDEX PIC 99 VALUE 0.
       01 TODAY-DATE-NUM PIC 9(8) VALUE 0.
       01 STATE-EOF PIC X VALUE "N".

       01 DELIVERY-REGISTER-FILE-STATUS PIC X(2) VALUE "00".
       01 FEED-ARRIVAL-LOG-FILE-STATUS PIC X(2) VALUE "00".
       01 RUN-WITHOUT-FILE-STATUS PIC X(2) VALUE "00".

      * The feeds due today, with what the arrival check has
      * found. DELIVERY-SETTLED is "Y" once the feed is in or the
      * day runs without it.
       01 DELIVERY-TABLE.
           02 DELIVERY-COUNT PIC 99 VALUE 0.
           02 DELIVERY-MAX-COUNT PIC 99 VALUE 20.
           02 DELIVERY-ENTRY OCCURS 20 TIMES.
               03 DELIVERY-SOURCE-CODE PIC X(4) VALUE SPACES.
               03 DELIVERY-FILENAME PIC X(40) VALUE SPACES.
               03 DELIVERY-CUTOFF-TIME PIC 9(4) VALUE 0.
               03 DELIVERY-SETTLED PIC X VALUE "N".
               03 DELIVERY-LAST-FILE-STAMP PIC 9(14) VALUE 0.
       01 DELIVERY-INDEX PIC 99 VALUE 0.
       01 DELIVERIES-OUTSTANDING PIC 99 VALUE 0.
       01 DELIVERIES-WAITING PIC 99 VALUE 0.
       01 DELIVERIES-MISSING PIC 99 VALUE 0.
       01 DELIVERY-IS-DUE PIC X VALUE "N".
       01 REGISTER-WEEKDAY PIC 9 VALUE 0.
       01 TODAY-IS-BUSINESS-DAY PIC X VALUE "Y".
       01 ARRIVAL-LOG-EOF PIC X VALUE "N".
       01 RUN-WITHOUT-FOUND PIC X VALUE "N".
       01 RUN-WITHOUT-FOUND-OPERATOR PIC X(8) VALUE SPACES.
       01 CURRENT-TIME-HHMM PIC 9(4) VALUE 0.
       01 LOGGED-FILE-STAMP PIC 9(14) VALUE 0.

      * CBL_CHECK_FILE_EXIST returns the file's size and its last
      * modification date and time.
       01 FEED-FILE-NAME PIC X(41) VALUE SPACES.
       01 FEED-FILE-DETAILS.
           02 FEED-FILE-SIZE PIC X(8) COMP-X.
           02 FEED-FILE-DAY PIC X COMP-X.
           02 FEED-FILE-MONTH PIC X COMP-X.
           02 FEED-FILE-YEAR PIC X(2) COMP-X.
           02 FEED-FILE-HOURS PIC X COMP-X.
           02 FEED-FILE-MINUTES PIC X COMP-X.
           02 FEED-FILE-SECONDS PIC X COMP-X.
           02 FEED-FILE-HUNDREDTHS PIC X COMP-X.
       01 FEED-FILE-DATE PIC 9(8) VALUE 0.
       01 FEED-FILE-TIME PIC 9(6) VALUE 0.
       01 FEED-FILE-STAMP PIC 9(14) VALUE 0.
       01 FEED-FILE-FOUND PIC X VALUE "N".
       01 MINUTES-PAST-CUTOFF PIC S9(7) VALUE 0.
       01 POLL-INTERVAL-SECONDS PIC 9(4) BINARY VALUE 60.
       01 DELIVERY-COUNT-DISPLAY PIC Z9.
       01 MINUTES-LATE-DISPLAY PIC Z(4)9.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE
           MOVE FUNCTION NUMVAL(TODAY-DATE) TO TODAY-DATE-NUM
                                   TO STEP-FREQUENCY-DAY(
                                       CHAIN-STEPS-COUNT)
                           END-IF
                           IF CONTROL-ARRIVAL-CHECK = "Y"
                               MOVE "Y" TO STEP-ARRIVAL-CHECK(
                                   CHAIN-STEPS-COUNT)
                           END-IF
                       ELSE
                           DISPLAY "BatchChainControl.txt exceeds "
                               "capacity, ignoring remaining steps"
               EXIT PARAGRAPH
           END-IF

           IF STEP-ARRIVAL-CHECK(STEP-INDEX) = "Y"
               PERFORM CHECK-FEED-DELIVERIES
               IF CHAIN-FAILED = "Y"
                   PERFORM LOG-STEP-EVENT-FAILED
                   EXIT PARAGRAPH
               END-IF
           END-IF

           DISPLAY "Running step '"
               FUNCTION TRIM(STEP-NAME(STEP-INDEX) TRAILING) "': "
               FUNCTION TRIM(STEP-COMMAND(STEP-INDEX) TRAILING)
           END-IF
           EXIT.

      *----------------------------------------------------------*
      * Holds the step until every feed due today has come in.
      * While any missing feed is still before its cutoff the
      * driver polls once a minute; once only feeds past their
      * cutoff are missing, each one either runs without (an
      * operator's decision is on file) or halts the chain here,
      * so the rerun after the decision restarts at this step.
      *----------------------------------------------------------*
       CHECK-FEED-DELIVERIES.
           PERFORM LOAD-DELIVERY-REGISTER
           IF DELIVERY-COUNT = 0
               DISPLAY "No feed deliveries are due today."
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-ARRIVAL-HISTORY
           PERFORM PROBE-FEED-ARRIVALS

           PERFORM UNTIL DELIVERIES-WAITING = 0
               DISPLAY "Waiting for " DELIVERIES-WAITING
                   " feed delivery(ies) before their cutoff..."
               CALL "C$SLEEP" USING POLL-INTERVAL-SECONDS
               PERFORM PROBE-FEED-ARRIVALS
           END-PERFORM

           IF DELIVERIES-OUTSTANDING = 0
               DISPLAY "All " DELIVERY-COUNT
                   " feed delivery(ies) due today are in."
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO DELIVERIES-MISSING
           PERFORM VARYING DELIVERY-INDEX FROM 1 BY 1
               UNTIL DELIVERY-INDEX > DELIVERY-COUNT
               IF DELIVERY-SETTLED(DELIVERY-INDEX) = "N"
                   PERFORM SETTLE-MISSED-DELIVERY
               END-IF
           END-PERFORM

           IF DELIVERIES-MISSING > 0
               MOVE "Y" TO CHAIN-FAILED
               MOVE STEP-NAME(STEP-INDEX) TO FAILED-STEP-NAME
               MOVE SPACES TO FAILURE-REASON
               MOVE DELIVERIES-MISSING TO DELIVERY-COUNT-DISPLAY
               STRING FUNCTION TRIM(DELIVERY-COUNT-DISPLAY LEADING)
                   " feed(s) missed the cutoff"
                   DELIMITED BY SIZE
                   INTO FAILURE-REASON
               END-STRING
           END-IF
           EXIT.

      * The register rows due today. Business-day feeds are not
      * expected on a weekend or bank holiday.
       LOAD-DELIVERY-REGISTER.
           MOVE 0 TO DELIVERY-COUNT

           OPEN INPUT DELIVERY-REGISTER-FILE
           IF DELIVERY-REGISTER-FILE-STATUS NOT = "00"
               DISPLAY "FeedDeliveryRegister.txt not found, no "
                   "feed arrivals are checked."
               EXIT PARAGRAPH
           END-IF

           MOVE "Y" TO TODAY-IS-BUSINESS-DAY
           MOVE TODAY-DATE-NUM TO BUSDAY-REQUEST-DATE
           MOVE "N" TO BUSDAY-DIRECTION
           CALL "BUSDAYCAL" USING BUSDAY-PARAMETERS
               ON EXCEPTION
                   DISPLAY "WARNING: BUSDAYCAL could not be "
                       "called, business-day feeds are expected "
                       "today."
               NOT ON EXCEPTION
                   MOVE BUSDAY-REQUEST-IS-BUSINESS
                       TO TODAY-IS-BUSINESS-DAY
           END-CALL

           COMPUTE SCHEDULE-WORK-INT =
               FUNCTION INTEGER-OF-DATE(TODAY-DATE-NUM)
           COMPUTE TODAY-WEEKDAY =
               FUNCTION MOD(SCHEDULE-WORK-INT - 1, 7) + 1

           PERFORM UNTIL DELIVERY-REGISTER-FILE-STATUS = "10"
               READ DELIVERY-REGISTER-FILE
                   AT END
                       MOVE "10" TO DELIVERY-REGISTER-FILE-STATUS
                   NOT AT END
                       IF REGISTER-SOURCE-CODE NOT = SPACES
                           PERFORM ADD-DELIVERY-IF-DUE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE DELIVERY-REGISTER-FILE
           EXIT.

       ADD-DELIVERY-IF-DUE.
           MOVE "N" TO DELIVERY-IS-DUE
           EVALUATE REGISTER-DUE-RULE
               WHEN "D"
                   MOVE "Y" TO DELIVERY-IS-DUE
               WHEN "W"
                   MOVE 0 TO REGISTER-WEEKDAY
                   IF REGISTER-DUE-WEEKDAY IS NUMERIC
                       MOVE REGISTER-DUE-WEEKDAY TO REGISTER-WEEKDAY
                   END-IF
                   IF REGISTER-WEEKDAY = TODAY-WEEKDAY
                       MOVE "Y" TO DELIVERY-IS-DUE
                   END-IF
               WHEN OTHER
                   MOVE TODAY-IS-BUSINESS-DAY TO DELIVERY-IS-DUE
           END-EVALUATE

           IF DELIVERY-IS-DUE = "N"
               EXIT PARAGRAPH
           END-IF

           IF DELIVERY-COUNT >= DELIVERY-MAX-COUNT
               DISPLAY "FeedDeliveryRegister.txt exceeds capacity, "
                   "feed " REGISTER-SOURCE-CODE " is not checked"
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO DELIVERY-COUNT
           MOVE REGISTER-SOURCE-CODE
               TO DELIVERY-SOURCE-CODE(DELIVERY-COUNT)
           MOVE REGISTER-FILENAME TO DELIVERY-FILENAME(DELIVERY-COUNT)
           MOVE 2359 TO DELIVERY-CUTOFF-TIME(DELIVERY-COUNT)
           IF REGISTER-CUTOFF-TIME IS NUMERIC
               MOVE REGISTER-CUTOFF-TIME
                   TO DELIVERY-CUTOFF-TIME(DELIVERY-COUNT)
           END-IF
           MOVE "N" TO DELIVERY-SETTLED(DELIVERY-COUNT)
           MOVE 0 TO DELIVERY-LAST-FILE-STAMP(DELIVERY-COUNT)
           EXIT.

      *----------------------------------------------------------*
      * The arrival log tells a fresh delivery from yesterday's
      * file still lying in place: only a file stamped later than
      * the last one logged for its source counts as arrived. A
      * feed already logged in, or run without, today (a rerun
      * after a halt further down the chain) is not waited for
      * again.
      *----------------------------------------------------------*
       LOAD-ARRIVAL-HISTORY.
           OPEN INPUT FEED-ARRIVAL-LOG-FILE
           IF FEED-ARRIVAL-LOG-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO ARRIVAL-LOG-EOF
           PERFORM UNTIL ARRIVAL-LOG-EOF = "Y"
               READ FEED-ARRIVAL-LOG-FILE
                   AT END
                       MOVE "Y" TO ARRIVAL-LOG-EOF
                   NOT AT END
                       PERFORM APPLY-ONE-ARRIVAL-ROW
               END-READ
           END-PERFORM

           CLOSE FEED-ARRIVAL-LOG-FILE
           EXIT.

       APPLY-ONE-ARRIVAL-ROW.
           COMPUTE LOGGED-FILE-STAMP =
               ARRIVAL-FILE-DATE * 1000000 + ARRIVAL-FILE-TIME

           PERFORM VARYING DELIVERY-INDEX FROM 1 BY 1
               UNTIL DELIVERY-INDEX > DELIVERY-COUNT
               IF DELIVERY-SOURCE-CODE(DELIVERY-INDEX)
                       = ARRIVAL-SOURCE-CODE
                   IF LOGGED-FILE-STAMP >
                           DELIVERY-LAST-FILE-STAMP(DELIVERY-INDEX)
                       MOVE LOGGED-FILE-STAMP
                           TO DELIVERY-LAST-FILE-STAMP(
                               DELIVERY-INDEX)
                   END-IF
                   IF ARRIVAL-DUE-DATE = TODAY-DATE-NUM
                       IF ARRIVAL-MISSING
                           MOVE "N"
                               TO DELIVERY-SETTLED(DELIVERY-INDEX)
                       ELSE
                           MOVE "Y"
                               TO DELIVERY-SETTLED(DELIVERY-INDEX)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           EXIT.

       PROBE-FEED-ARRIVALS.
           MOVE FUNCTION CURRENT-DATE(9:4) TO CURRENT-TIME-HHMM
           MOVE 0 TO DELIVERIES-OUTSTANDING
           MOVE 0 TO DELIVERIES-WAITING

           PERFORM VARYING DELIVERY-INDEX FROM 1 BY 1
               UNTIL DELIVERY-INDEX > DELIVERY-COUNT
               IF DELIVERY-SETTLED(DELIVERY-INDEX) = "N"
                   PERFORM PROBE-ONE-DELIVERY
               END-IF
           END-PERFORM
           EXIT.

       PROBE-ONE-DELIVERY.
           PERFORM CHECK-FEED-FILE
           IF FEED-FILE-FOUND = "Y"
               PERFORM LOG-FEED-ARRIVED
               MOVE "Y" TO DELIVERY-SETTLED(DELIVERY-INDEX)
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO DELIVERIES-OUTSTANDING
           IF CURRENT-TIME-HHMM < DELIVERY-CUTOFF-TIME(DELIVERY-INDEX)
               ADD 1 TO DELIVERIES-WAITING
           END-IF
           EXIT.

       CHECK-FEED-FILE.
           MOVE "N" TO FEED-FILE-FOUND
           MOVE SPACES TO FEED-FILE-NAME
           MOVE DELIVERY-FILENAME(DELIVERY-INDEX) TO FEED-FILE-NAME
           CALL "CBL_CHECK_FILE_EXIST"
               USING FEED-FILE-NAME FEED-FILE-DETAILS

           IF RETURN-CODE NOT = 0
               MOVE 0 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           COMPUTE FEED-FILE-DATE = FEED-FILE-YEAR * 10000
               + FEED-FILE-MONTH * 100 + FEED-FILE-DAY
           COMPUTE FEED-FILE-TIME = FEED-FILE-HOURS * 10000
               + FEED-FILE-MINUTES * 100 + FEED-FILE-SECONDS
           COMPUTE FEED-FILE-STAMP =
               FEED-FILE-DATE * 1000000 + FEED-FILE-TIME

           IF FEED-FILE-STAMP >
                   DELIVERY-LAST-FILE-STAMP(DELIVERY-INDEX)
               MOVE "Y" TO FEED-FILE-FOUND
           END-IF
           EXIT.

      * A file stamped on an earlier day than it was due, or by
      * the cutoff minute on the day, is on time.
       LOG-FEED-ARRIVED.
           COMPUTE MINUTES-PAST-CUTOFF =
               (FUNCTION INTEGER-OF-DATE(FEED-FILE-DATE)
                - FUNCTION INTEGER-OF-DATE(TODAY-DATE-NUM)) * 1440
               + FEED-FILE-HOURS * 60 + FEED-FILE-MINUTES
               - (DELIVERY-CUTOFF-TIME(DELIVERY-INDEX) / 100) * 60
               - FUNCTION MOD(DELIVERY-CUTOFF-TIME(DELIVERY-INDEX),
                   100)

           PERFORM SET-ARRIVAL-ROW-KEY
           MOVE FEED-FILE-DATE TO ARRIVAL-FILE-DATE
           MOVE FEED-FILE-TIME TO ARRIVAL-FILE-TIME
           IF MINUTES-PAST-CUTOFF > 0
               SET ARRIVAL-LATE TO TRUE
               MOVE MINUTES-PAST-CUTOFF TO ARRIVAL-MINUTES-LATE
               MOVE MINUTES-PAST-CUTOFF TO MINUTES-LATE-DISPLAY
           ELSE
               SET ARRIVAL-ON-TIME TO TRUE
           END-IF
           PERFORM WRITE-ARRIVAL-LOG-ROW

           DISPLAY "Feed " DELIVERY-SOURCE-CODE(DELIVERY-INDEX)
               " arrived " FEED-FILE-DATE " " FEED-FILE-TIME
               " - " FUNCTION TRIM(ARRIVAL-STATUS TRAILING)

           IF MINUTES-PAST-CUTOFF > 0
               MOVE "2" TO ALERT-SEVERITY-WORK
               MOVE SPACES TO ALERT-MESSAGE-WORK
               STRING "Feed " DELIVERY-SOURCE-CODE(DELIVERY-INDEX)
                   " arrived "
                   FUNCTION TRIM(MINUTES-LATE-DISPLAY LEADING)
                   " min after its cutoff"
                   DELIMITED BY SIZE
                   INTO ALERT-MESSAGE-WORK
               END-STRING
               PERFORM WRITE-OPERATOR-ALERT
           END-IF
           EXIT.

       SETTLE-MISSED-DELIVERY.
           PERFORM FIND-RUN-WITHOUT-DECISION
           PERFORM SET-ARRIVAL-ROW-KEY

           IF RUN-WITHOUT-FOUND = "Y"
               SET ARRIVAL-RUN-WITHOUT TO TRUE
               MOVE RUN-WITHOUT-FOUND-OPERATOR TO ARRIVAL-OPERATOR
               PERFORM WRITE-ARRIVAL-LOG-ROW
               MOVE "Y" TO DELIVERY-SETTLED(DELIVERY-INDEX)
               DISPLAY "Feed " DELIVERY-SOURCE-CODE(DELIVERY-INDEX)
                   " missed its cutoff, running without it on "
                   "the decision of " RUN-WITHOUT-FOUND-OPERATOR
               MOVE "2" TO ALERT-SEVERITY-WORK
               MOVE SPACES TO ALERT-MESSAGE-WORK
               STRING "Running without feed "
                   DELIVERY-SOURCE-CODE(DELIVERY-INDEX)
                   " - decision by "
                   FUNCTION TRIM(RUN-WITHOUT-FOUND-OPERATOR TRAILING)
                   DELIMITED BY SIZE
                   INTO ALERT-MESSAGE-WORK
               END-STRING
               PERFORM WRITE-OPERATOR-ALERT
               EXIT PARAGRAPH
           END-IF

           SET ARRIVAL-MISSING TO TRUE
           PERFORM WRITE-ARRIVAL-LOG-ROW
           ADD 1 TO DELIVERIES-MISSING
           DISPLAY "Feed " DELIVERY-SOURCE-CODE(DELIVERY-INDEX)
               " (" FUNCTION TRIM(DELIVERY-FILENAME(DELIVERY-INDEX)
                   TRAILING)
               ") not in by its cutoff "
               DELIVERY-CUTOFF-TIME(DELIVERY-INDEX)
           MOVE "1" TO ALERT-SEVERITY-WORK
           MOVE SPACES TO ALERT-MESSAGE-WORK
           STRING "Feed " DELIVERY-SOURCE-CODE(DELIVERY-INDEX)
               " not in by cutoff "
               DELIVERY-CUTOFF-TIME(DELIVERY-INDEX)
               " - record run-without or wait"
               DELIMITED BY SIZE
               INTO ALERT-MESSAGE-WORK
           END-STRING
           PERFORM WRITE-OPERATOR-ALERT
           EXIT.

      * The decision file is read afresh each time, so a decision
      * recorded while the driver was waiting still counts.
       FIND-RUN-WITHOUT-DECISION.
           MOVE "N" TO RUN-WITHOUT-FOUND
           MOVE SPACES TO RUN-WITHOUT-FOUND-OPERATOR

           OPEN INPUT RUN-WITHOUT-FILE
           IF RUN-WITHOUT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL RUN-WITHOUT-FILE-STATUS = "10"
                   OR RUN-WITHOUT-FOUND = "Y"
               READ RUN-WITHOUT-FILE
                   AT END
                       MOVE "10" TO RUN-WITHOUT-FILE-STATUS
                   NOT AT END
                       IF RUN-WITHOUT-DATE = TODAY-DATE-NUM
                           AND (RUN-WITHOUT-SOURCE-CODE
                               = DELIVERY-SOURCE-CODE(DELIVERY-INDEX)
                           OR RUN-WITHOUT-SOURCE-CODE = "ALL")
                           MOVE "Y" TO RUN-WITHOUT-FOUND
                           MOVE RUN-WITHOUT-OPERATOR
                               TO RUN-WITHOUT-FOUND-OPERATOR
                       END-IF
               END-READ
           END-PERFORM

           CLOSE RUN-WITHOUT-FILE
           EXIT.

       SET-ARRIVAL-ROW-KEY.
           MOVE SPACES TO FEED-ARRIVAL-RECORD
           MOVE TODAY-DATE-NUM TO ARRIVAL-DUE-DATE
           MOVE DELIVERY-SOURCE-CODE(DELIVERY-INDEX)
               TO ARRIVAL-SOURCE-CODE
           MOVE DELIVERY-FILENAME(DELIVERY-INDEX) TO ARRIVAL-FILENAME
           MOVE DELIVERY-CUTOFF-TIME(DELIVERY-INDEX)
               TO ARRIVAL-CUTOFF-TIME
           MOVE 0 TO ARRIVAL-FILE-DATE
           MOVE 0 TO ARRIVAL-FILE-TIME
           MOVE 0 TO ARRIVAL-MINUTES-LATE
           EXIT.

       WRITE-ARRIVAL-LOG-ROW.
           OPEN EXTEND FEED-ARRIVAL-LOG-FILE
           IF FEED-ARRIVAL-LOG-FILE-STATUS = "35"
               OPEN OUTPUT FEED-ARRIVAL-LOG-FILE
           END-IF
           WRITE FEED-ARRIVAL-RECORD
           CLOSE FEED-ARRIVAL-LOG-FILE
           EXIT.

       SAVE-CHAIN-STATE.
           OPEN OUTPUT CHAIN-STATE-FILE


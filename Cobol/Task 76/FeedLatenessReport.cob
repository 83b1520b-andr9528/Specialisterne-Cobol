       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEEDLATE.

      *----------------------------------------------------------*
      * Monthly feed lateness report per source. Reads           *
      * FeedArrivalLog.txt, written by the chain driver's        *
      * arrival check, and lists for the calendar month before   *
      * the run date each source's deliveries due, how many came *
      * in on time, how many late (with the average and worst    *
      * minutes past the cutoff), how many the day ran without   *
      * on an operator's decision and how many are still logged  *
      * as missing. Where a halted chain logged a delivery more  *
      * than once, the last row for the source and due date      *
      * stands. Output is FeedLatenessReport.txt.                *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEED-ARRIVAL-LOG-FILE
               ASSIGN TO "FeedArrivalLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FEED-ARRIVAL-LOG-FILE-STATUS.

           SELECT LATENESS-REPORT-FILE
               ASSIGN TO "FeedLatenessReport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BATCH-RUN-LOG-FILE
               ASSIGN TO "BatchRunLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BATCH-RUN-LOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FEED-ARRIVAL-LOG-FILE.
       01 FEED-ARRIVAL-RECORD.
           COPY "FeedArrival.cpy".

       FD LATENESS-REPORT-FILE.
       01 LATENESS-REPORT-LINE PIC X(100).

       FD BATCH-RUN-LOG-FILE.
       01 BATCH-RUN-LOG-RECORD.
           COPY "BatchRunLog.cpy".

       WORKING-STORAGE SECTION.
       01 BATCH-RUN-LOG-TIMESTAMP PIC X(26) VALUE SPACES.
       01 FEED-ARRIVAL-LOG-FILE-STATUS PIC X(2) VALUE "00".
       01 BATCH-RUN-LOG-FILE-STATUS PIC X(2) VALUE "00".

       01 END-OF-FILE PIC X VALUE "N".

      * One row per source and due date in the month; a later log
      * row for the same delivery replaces the earlier outcome.
       01 DELIVERY-TABLE.
           02 DELIVERY-COUNT PIC 9(4) VALUE 0.
           02 DELIVERY-MAX-COUNT PIC 9(4) VALUE 1000.
           02 DELIVERY-ENTRY OCCURS 1000 TIMES.
               03 DELIVERY-SOURCE-CODE PIC X(4) VALUE SPACES.
               03 DELIVERY-DUE-DATE PIC 9(8) VALUE 0.
               03 DELIVERY-STATUS PIC X(10) VALUE SPACES.
               03 DELIVERY-MINUTES-LATE PIC 9(5) VALUE 0.
       01 DELIVERY-INDEX PIC 9(4) VALUE 0.
       01 MATCHED-DELIVERY-INDEX PIC 9(4) VALUE 0.

      * One row per source, in the order the sources are first met.
       01 SOURCE-ROW-TABLE.
           02 SOURCE-ROW-COUNT PIC 99 VALUE 0.
           02 SOURCE-ROW-MAX PIC 99 VALUE 40.
           02 SOURCE-ROWS OCCURS 40 TIMES.
               03 ROW-SOURCE-CODE PIC X(4) VALUE SPACES.
               03 ROW-DUE-COUNT PIC 9(4) VALUE 0.
               03 ROW-ON-TIME-COUNT PIC 9(4) VALUE 0.
               03 ROW-LATE-COUNT PIC 9(4) VALUE 0.
               03 ROW-LATE-MINUTES PIC 9(8) VALUE 0.
               03 ROW-WORST-MINUTES PIC 9(5) VALUE 0.
               03 ROW-RUN-WITHOUT-COUNT PIC 9(4) VALUE 0.
               03 ROW-MISSING-COUNT PIC 9(4) VALUE 0.
       01 SOURCE-ROW-INDEX PIC 99 VALUE 0.
       01 MATCHED-ROW-INDEX PIC 99 VALUE 0.

       01 RUN-DATE-TODAY PIC X(8) VALUE SPACES.
       01 REPORT-YEAR PIC 9(4) VALUE 0.
       01 REPORT-MONTH PIC 99 VALUE 0.
       01 REPORT-PERIOD PIC X(6) VALUE SPACES.

       01 ARRIVALS-READ-COUNT PIC 9(6) VALUE 0.
       01 TOTAL-DUE-COUNT PIC 9(6) VALUE 0.
       01 TOTAL-ON-TIME-COUNT PIC 9(6) VALUE 0.
       01 TOTAL-LATE-COUNT PIC 9(6) VALUE 0.
       01 TOTAL-RUN-WITHOUT-COUNT PIC 9(6) VALUE 0.
       01 TOTAL-MISSING-COUNT PIC 9(6) VALUE 0.
       01 AVERAGE-MINUTES-LATE PIC 9(5) VALUE 0.

       01 SMALL-COUNT-DISPLAY PIC ZZZ9.
       01 MINUTES-DISPLAY PIC ZZZZ9.
       01 OUTPUT-TEXT-LINE PIC X(100) VALUE SPACES.
       01 SEPARATOR-LINE PIC X(100) VALUE ALL "-".
       01 COUNT-DISPLAY PIC Z(5)9.

       PROCEDURE DIVISION.
           PERFORM LOG-BATCH-RUN-START

           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE-TODAY
           PERFORM SET-REPORT-PERIOD

           OPEN INPUT FEED-ARRIVAL-LOG-FILE
           IF FEED-ARRIVAL-LOG-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-FILE = "Y"
                   READ FEED-ARRIVAL-LOG-FILE
                       AT END
                           MOVE "Y" TO END-OF-FILE
                       NOT AT END
                           PERFORM RECORD-ONE-ARRIVAL
                   END-READ
               END-PERFORM
               CLOSE FEED-ARRIVAL-LOG-FILE
           ELSE
               DISPLAY "FeedArrivalLog.txt not found, the report "
                   "shows no deliveries."
           END-IF

           PERFORM VARYING DELIVERY-INDEX FROM 1 BY 1
               UNTIL DELIVERY-INDEX > DELIVERY-COUNT
               PERFORM COUNT-ONE-DELIVERY
           END-PERFORM

           OPEN OUTPUT LATENESS-REPORT-FILE
           PERFORM WRITE-REPORT-HEADING

           PERFORM VARYING SOURCE-ROW-INDEX FROM 1 BY 1
               UNTIL SOURCE-ROW-INDEX > SOURCE-ROW-COUNT
               PERFORM WRITE-ONE-SOURCE-ROW
           END-PERFORM

           PERFORM REPORT-RUN-TOTALS
           CLOSE LATENESS-REPORT-FILE

           DISPLAY "Feed lateness report for " REPORT-PERIOD ": "
               SOURCE-ROW-COUNT " source(s), " TOTAL-DUE-COUNT
               " due, " TOTAL-LATE-COUNT " late."

           PERFORM LOG-BATCH-RUN-END
       STOP RUN.

       LOG-BATCH-RUN-START.
           MOVE FUNCTION CURRENT-DATE TO BATCH-RUN-LOG-TIMESTAMP
           OPEN EXTEND BATCH-RUN-LOG-FILE
           IF BATCH-RUN-LOG-FILE-STATUS = "35"
               OPEN OUTPUT BATCH-RUN-LOG-FILE
           END-IF

           MOVE "FEEDLATE" TO BATCH-LOG-JOB-NAME
           MOVE BATCH-RUN-LOG-TIMESTAMP TO BATCH-LOG-TIMESTAMP
           MOVE "START" TO BATCH-LOG-EVENT
           MOVE SPACES TO BATCH-LOG-DETAIL
           WRITE BATCH-RUN-LOG-RECORD

           CLOSE BATCH-RUN-LOG-FILE
           EXIT.

       LOG-BATCH-RUN-END.
           MOVE FUNCTION CURRENT-DATE TO BATCH-RUN-LOG-TIMESTAMP
           OPEN EXTEND BATCH-RUN-LOG-FILE

           MOVE "FEEDLATE" TO BATCH-LOG-JOB-NAME
           MOVE BATCH-RUN-LOG-TIMESTAMP TO BATCH-LOG-TIMESTAMP
           MOVE "END" TO BATCH-LOG-EVENT
           STRING "Period: " REPORT-PERIOD
               " Due: "
               FUNCTION TRIM(TOTAL-DUE-COUNT LEADING)
               " Late: "
               FUNCTION TRIM(TOTAL-LATE-COUNT LEADING)
               " Missing: "
               FUNCTION TRIM(TOTAL-MISSING-COUNT LEADING)
               INTO BATCH-LOG-DETAIL
           WRITE BATCH-RUN-LOG-RECORD

           CLOSE BATCH-RUN-LOG-FILE
           EXIT.

      * The report covers the calendar month before the run, so
      * the first run of a month reports the month just ended.
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

       RECORD-ONE-ARRIVAL.
           ADD 1 TO ARRIVALS-READ-COUNT
           IF ARRIVAL-DUE-DATE(1:6) NOT = REPORT-PERIOD
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO MATCHED-DELIVERY-INDEX
           PERFORM VARYING DELIVERY-INDEX FROM 1 BY 1
               UNTIL DELIVERY-INDEX > DELIVERY-COUNT
                   OR MATCHED-DELIVERY-INDEX > 0
               IF DELIVERY-SOURCE-CODE(DELIVERY-INDEX)
                       = ARRIVAL-SOURCE-CODE
                   AND DELIVERY-DUE-DATE(DELIVERY-INDEX)
                       = ARRIVAL-DUE-DATE
                   MOVE DELIVERY-INDEX TO MATCHED-DELIVERY-INDEX
               END-IF
           END-PERFORM

           IF MATCHED-DELIVERY-INDEX = 0
               IF DELIVERY-COUNT >= DELIVERY-MAX-COUNT
                   DISPLAY "WARNING: too many deliveries, feed "
                       ARRIVAL-SOURCE-CODE " due " ARRIVAL-DUE-DATE
                       " is left out of the report."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO DELIVERY-COUNT
               MOVE DELIVERY-COUNT TO MATCHED-DELIVERY-INDEX
               MOVE ARRIVAL-SOURCE-CODE
                   TO DELIVERY-SOURCE-CODE(DELIVERY-COUNT)
               MOVE ARRIVAL-DUE-DATE
                   TO DELIVERY-DUE-DATE(DELIVERY-COUNT)
           END-IF

           MOVE ARRIVAL-STATUS
               TO DELIVERY-STATUS(MATCHED-DELIVERY-INDEX)
           MOVE ARRIVAL-MINUTES-LATE
               TO DELIVERY-MINUTES-LATE(MATCHED-DELIVERY-INDEX)
           EXIT.

       FIND-SOURCE-ROW.
           MOVE 0 TO MATCHED-ROW-INDEX
           PERFORM VARYING SOURCE-ROW-INDEX FROM 1 BY 1
               UNTIL SOURCE-ROW-INDEX > SOURCE-ROW-COUNT
                   OR MATCHED-ROW-INDEX > 0
               IF ROW-SOURCE-CODE(SOURCE-ROW-INDEX)
                       = DELIVERY-SOURCE-CODE(DELIVERY-INDEX)
                   MOVE SOURCE-ROW-INDEX TO MATCHED-ROW-INDEX
               END-IF
           END-PERFORM

           IF MATCHED-ROW-INDEX > 0
               EXIT PARAGRAPH
           END-IF

           IF SOURCE-ROW-COUNT >= SOURCE-ROW-MAX
               DISPLAY "WARNING: too many sources, feed "
                   DELIVERY-SOURCE-CODE(DELIVERY-INDEX)
                   " is left out of the report."
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO SOURCE-ROW-COUNT
           MOVE SOURCE-ROW-COUNT TO MATCHED-ROW-INDEX
           MOVE DELIVERY-SOURCE-CODE(DELIVERY-INDEX)
               TO ROW-SOURCE-CODE(SOURCE-ROW-COUNT)
           EXIT.

       COUNT-ONE-DELIVERY.
           PERFORM FIND-SOURCE-ROW
           IF MATCHED-ROW-INDEX = 0
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO ROW-DUE-COUNT(MATCHED-ROW-INDEX)
           ADD 1 TO TOTAL-DUE-COUNT

           EVALUATE DELIVERY-STATUS(DELIVERY-INDEX)
               WHEN "ONTIME"
                   ADD 1 TO ROW-ON-TIME-COUNT(MATCHED-ROW-INDEX)
                   ADD 1 TO TOTAL-ON-TIME-COUNT
               WHEN "LATE"
                   ADD 1 TO ROW-LATE-COUNT(MATCHED-ROW-INDEX)
                   ADD 1 TO TOTAL-LATE-COUNT
                   ADD DELIVERY-MINUTES-LATE(DELIVERY-INDEX)
                       TO ROW-LATE-MINUTES(MATCHED-ROW-INDEX)
                   IF DELIVERY-MINUTES-LATE(DELIVERY-INDEX)
                           > ROW-WORST-MINUTES(MATCHED-ROW-INDEX)
                       MOVE DELIVERY-MINUTES-LATE(DELIVERY-INDEX)
                           TO ROW-WORST-MINUTES(MATCHED-ROW-INDEX)
                   END-IF
               WHEN "RUNWITHOUT"
                   ADD 1 TO ROW-RUN-WITHOUT-COUNT(MATCHED-ROW-INDEX)
                   ADD 1 TO TOTAL-RUN-WITHOUT-COUNT
               WHEN OTHER
                   ADD 1 TO ROW-MISSING-COUNT(MATCHED-ROW-INDEX)
                   ADD 1 TO TOTAL-MISSING-COUNT
           END-EVALUATE
           EXIT.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO OUTPUT-TEXT-LINE
           STRING "Feed deliveries against cutoff - "
                   DELIMITED BY SIZE
               REPORT-PERIOD(1:4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               REPORT-PERIOD(5:2) DELIMITED BY SIZE
               " (run " DELIMITED BY SIZE
               RUN-DATE-TODAY DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO OUTPUT-TEXT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SEPARATOR-LINE TO OUTPUT-TEXT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "Source   Due  On time  Late  Avg min  Worst min"
               TO OUTPUT-TEXT-LINE
           MOVE "Run without  Missing"
               TO OUTPUT-TEXT-LINE(51:20)
           PERFORM WRITE-REPORT-LINE
           EXIT.

       WRITE-ONE-SOURCE-ROW.
           MOVE ROW-SOURCE-CODE(SOURCE-ROW-INDEX)
               TO OUTPUT-TEXT-LINE(1:4)
           MOVE ROW-DUE-COUNT(SOURCE-ROW-INDEX) TO SMALL-COUNT-DISPLAY
           MOVE SMALL-COUNT-DISPLAY TO OUTPUT-TEXT-LINE(9:4)
           MOVE ROW-ON-TIME-COUNT(SOURCE-ROW-INDEX)
               TO SMALL-COUNT-DISPLAY
           MOVE SMALL-COUNT-DISPLAY TO OUTPUT-TEXT-LINE(18:4)
           MOVE ROW-LATE-COUNT(SOURCE-ROW-INDEX) TO SMALL-COUNT-DISPLAY
           MOVE SMALL-COUNT-DISPLAY TO OUTPUT-TEXT-LINE(24:4)

           MOVE 0 TO AVERAGE-MINUTES-LATE
           IF ROW-LATE-COUNT(SOURCE-ROW-INDEX) > 0
               COMPUTE AVERAGE-MINUTES-LATE ROUNDED =
                   ROW-LATE-MINUTES(SOURCE-ROW-INDEX)
                   / ROW-LATE-COUNT(SOURCE-ROW-INDEX)
           END-IF
           MOVE AVERAGE-MINUTES-LATE TO MINUTES-DISPLAY
           MOVE MINUTES-DISPLAY TO OUTPUT-TEXT-LINE(33:5)
           MOVE ROW-WORST-MINUTES(SOURCE-ROW-INDEX) TO MINUTES-DISPLAY
           MOVE MINUTES-DISPLAY TO OUTPUT-TEXT-LINE(44:5)

           MOVE ROW-RUN-WITHOUT-COUNT(SOURCE-ROW-INDEX)
               TO SMALL-COUNT-DISPLAY
           MOVE SMALL-COUNT-DISPLAY TO OUTPUT-TEXT-LINE(58:4)
           MOVE ROW-MISSING-COUNT(SOURCE-ROW-INDEX)
               TO SMALL-COUNT-DISPLAY
           MOVE SMALL-COUNT-DISPLAY TO OUTPUT-TEXT-LINE(67:4)
           PERFORM WRITE-REPORT-LINE
           EXIT.

       REPORT-RUN-TOTALS.
           MOVE SEPARATOR-LINE TO OUTPUT-TEXT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE "Rows in the arrival log" TO OUTPUT-TEXT-LINE
           MOVE ARRIVALS-READ-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-REPORT-LINE

           MOVE "Deliveries due in the month" TO OUTPUT-TEXT-LINE
           MOVE TOTAL-DUE-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-REPORT-LINE

           MOVE "In by the cutoff" TO OUTPUT-TEXT-LINE
           MOVE TOTAL-ON-TIME-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-REPORT-LINE

           MOVE "In after the cutoff" TO OUTPUT-TEXT-LINE
           MOVE TOTAL-LATE-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-REPORT-LINE

           MOVE "Day run without the feed" TO OUTPUT-TEXT-LINE
           MOVE TOTAL-RUN-WITHOUT-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-REPORT-LINE

           MOVE "Still logged as missing" TO OUTPUT-TEXT-LINE
           MOVE TOTAL-MISSING-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-REPORT-LINE
           EXIT.

       WRITE-REPORT-LINE.
           MOVE OUTPUT-TEXT-LINE TO LATENESS-REPORT-LINE
           WRITE LATENESS-REPORT-LINE
           MOVE SPACES TO OUTPUT-TEXT-LINE
           EXIT.

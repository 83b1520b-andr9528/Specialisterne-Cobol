       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHAINCTRL.

      *----------------------------------------------------------*
      * End-of-day control sheet for the batch chain. Each job   *
      * reports its own counts; this job lines them up against   *
      * each other and lists every control with both sides:      *
      *  - the accepted counts per source that FEEDCONVERT wrote *
      *    to FeedSourceControls.txt against the records in      *
      *    TransactionFeed.txt;                                  *
      *  - the feed records against the rows the report run      *
      *    loaded (ReportLoadControls.txt, LoadControl.cpy), and *
      *    the loaded rows against the exceptions, duplicates,   *
      *    rows already on history and rows appended to it;      *
      *  - the rows in TransactionDataExceptions.txt and         *
      *    DuplicateTransactions.txt against the report run's    *
      *    own counts, and the rows now on                       *
      *    TransactionHistory.txt against the rows before the    *
      *    run plus those appended;                              *
      *  - the DKK amounts per posting type in                   *
      *    GlPostingExtract.txt against the MonthsSnapshot.txt   *
      *    totals of every month GLEXTRACT releases, month by    *
      *    month.                                                *
      * The sheet is written as ChainControl-YYYYMMDD.txt for    *
      * the business day (per BUSDAYCAL - a run on a             *
      * non-business day belongs to the business day before),    *
      * and HOUSEKEEP catalogs it so the sheet for any day can   *
      * be restored. Every break raises a severity-1 operator    *
      * alert; an input that is not on hand is listed as NO DATA *
      * with a warning. Either sets RETURN-CODE 4.               *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEED-CONTROLS-FILE
               ASSIGN TO "FeedSourceControls.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FEED-CONTROLS-FILE-STATUS.

           SELECT LOAD-CONTROLS-FILE
               ASSIGN TO "ReportLoadControls.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOAD-CONTROLS-FILE-STATUS.

      * Any file whose rows are only counted: the feed, the
      * exception and duplicate files, the transaction history.
           SELECT ROW-COUNT-FILE
               ASSIGN TO ROW-COUNT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ROW-COUNT-FILE-STATUS.

           SELECT REPORT-CONTROL-FILE
               ASSIGN TO "ReportControl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-CONTROL-FILE-STATUS.

           SELECT PERIOD-STATUS-FILE
               ASSIGN TO "PeriodStatus.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERIOD-STATUS-FILE-STATUS.

           SELECT MONTHS-SNAPSHOT-FILE
               ASSIGN TO "MonthsSnapshot.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SNAPSHOT-FILE-STATUS.

           SELECT POSTING-EXTRACT-FILE
               ASSIGN TO "GlPostingExtract.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXTRACT-FILE-STATUS.

           SELECT CONTROL-SHEET-FILE
               ASSIGN TO SHEET-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SHEET-FILE-STATUS.

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
      * FEEDCONVERT's control report: a heading line, then one
      * line per source - "  CODE  accepted nnnnnn  rejected
      * nnnnnn ..." - or "  CODE  FILE MISSING: name".
       FD FEED-CONTROLS-FILE.
       01 FEED-CONTROL-LINE.
           02 FILLER PIC X(2).
           02 FEED-CONTROL-SOURCE PIC X(4).
           02 FEED-CONTROL-ACCEPTED-LABEL PIC X(11).
           02 FEED-CONTROL-ACCEPTED PIC 9(6).
           02 FEED-CONTROL-REJECTED-LABEL PIC X(11).
           02 FEED-CONTROL-REJECTED PIC 9(6).
           02 FILLER PIC X(60).

       FD LOAD-CONTROLS-FILE.
       01 LOAD-CONTROLS-RECORD.
           COPY "LoadControl.cpy".

       FD ROW-COUNT-FILE.
       01 ROW-COUNT-RECORD PIC X(400).

       FD REPORT-CONTROL-FILE.
       01 REPORT-CONTROL-RECORD.
           02 CONTROL-BASE-YEAR PIC 9(4).
           02 CONTROL-YEAR-COUNT PIC 9.
           02 FILLER PIC X(30).

       FD PERIOD-STATUS-FILE.
       01 PERIOD-STATUS-RECORD.
           02 PERIOD-FILE-YYYYMM PIC 9(6).
           02 PERIOD-FILE-STATE PIC X(1).

       FD MONTHS-SNAPSHOT-FILE.
       01 MONTHS-SNAPSHOT-RECORD.
           02 SNAP-MONTH-TRANSACTION-INDICES PIC 99 OCCURS 50 TIMES.
           02 SNAP-TRANSACTIONS-MONTH-COUNT PIC 9(6).
           02 SNAP-TOTAL-MONTH-INCOME PIC S9(11)V99.
           02 SNAP-TOTAL-MONTH-PAYMENT PIC S9(11)V99.
           02 SNAP-DKK-INCOME PIC S9(11)V99.
           02 SNAP-DKK-PAYMENT PIC S9(11)V99.
           02 SNAP-EUR-INCOME PIC S9(11)V99.
           02 SNAP-EUR-PAYMENT PIC S9(11)V99.
           02 SNAP-USD-INCOME PIC S9(11)V99.
           02 SNAP-USD-PAYMENT PIC S9(11)V99.
           02 SNAP-GBP-INCOME PIC S9(11)V99.
           02 SNAP-GBP-PAYMENT PIC S9(11)V99.
           02 SNAP-SEK-INCOME PIC S9(11)V99.
           02 SNAP-SEK-PAYMENT PIC S9(11)V99.
           02 SNAP-NOK-INCOME PIC S9(11)V99.
           02 SNAP-NOK-PAYMENT PIC S9(11)V99.
           02 SNAP-INCOME-COUNT PIC 9(6).
           02 SNAP-PAYMENT-COUNT PIC 9(6).
           02 SNAP-TRANSFER-COUNT PIC 9(6).
           02 SNAP-FEE-COUNT PIC 9(6).
           02 SNAP-MONTH-MEAN-AMOUNT PIC S9(13)V99.
           02 SNAP-MONTH-STANDARD-DEVIATION PIC S9(13)V99.
           02 SNAP-MONTH-SUM-AMOUNT PIC S9(13)V99.
           02 SNAP-MONTH-SUM-SQUARES PIC S9(15)V99.
           02 SNAP-WRITEOFF-COUNT PIC 9(6).
           02 SNAP-TOTAL-MONTH-WRITEOFF PIC S9(11)V99.
           02 SNAP-RECOVERY-COUNT PIC 9(6).
           02 SNAP-TOTAL-MONTH-RECOVERY PIC S9(11)V99.

       FD POSTING-EXTRACT-FILE.
       01 POSTING-RECORD.
           02 POSTING-DATE PIC X(8).
           02 POSTING-TYPE-KEY PIC X(8).
           02 POSTING-DEBIT-ACCOUNT PIC X(8).
           02 POSTING-CREDIT-ACCOUNT PIC X(8).
           02 POSTING-AMOUNT PIC -9(11).99.
           02 POSTING-COUNT PIC 9(6).

       FD CONTROL-SHEET-FILE.
       01 CONTROL-SHEET-LINE PIC X(120).

       FD BATCH-RUN-LOG-FILE.
       01 BATCH-RUN-LOG-RECORD.
           COPY "BatchRunLog.cpy".

       FD OPERATOR-ALERTS-FILE.
       01 OPERATOR-ALERT-RECORD.
           COPY "OperatorAlert.cpy".

       WORKING-STORAGE SECTION.
       01 BATCH-RUN-LOG-TIMESTAMP PIC X(26) VALUE SPACES.
       01 FEED-CONTROLS-FILE-STATUS PIC X(2) VALUE "00".
       01 LOAD-CONTROLS-FILE-STATUS PIC X(2) VALUE "00".
       01 ROW-COUNT-FILE-STATUS PIC X(2) VALUE "00".
       01 REPORT-CONTROL-FILE-STATUS PIC X(2) VALUE "00".
       01 PERIOD-STATUS-FILE-STATUS PIC X(2) VALUE "00".
       01 SNAPSHOT-FILE-STATUS PIC X(2) VALUE "00".
       01 EXTRACT-FILE-STATUS PIC X(2) VALUE "00".
       01 SHEET-FILE-STATUS PIC X(2) VALUE "00".
       01 BATCH-RUN-LOG-FILE-STATUS PIC X(2) VALUE "00".
       01 OPERATOR-ALERTS-FILE-STATUS PIC X(2) VALUE "00".
       01 FAILED-FILE-NAME PIC X(40) VALUE SPACES.
       01 FAILED-FILE-STATUS PIC X(2) VALUE SPACES.
       01 ALERT-SEVERITY-WORK PIC X(1) VALUE "3".
       01 ALERT-MESSAGE-WORK PIC X(60) VALUE SPACES.

       01 END-OF-FILE PIC X VALUE "N".
       01 RUN-DATE-TODAY PIC 9(8) VALUE 0.
       01 BUSINESS-DATE PIC 9(8) VALUE 0.
       01 SHEET-FILENAME PIC X(40) VALUE SPACES.

       01 BUSDAY-PARAMETERS.
           COPY "BusDay.cpy".

      * Row counting for files that are only counted.
       01 ROW-COUNT-FILENAME PIC X(40) VALUE SPACES.
       01 ROW-FILE-FOUND PIC X VALUE "N".
       01 COUNTED-ROWS PIC 9(8) VALUE 0.

      * Feed conversion figures.
       01 FEED-CONTROLS-FOUND PIC X VALUE "N".
       01 SOURCES-ACCEPTED-TOTAL PIC 9(8) VALUE 0.
       01 SOURCES-LISTED-COUNT PIC 9(4) VALUE 0.
       01 FEED-FILE-FOUND PIC X VALUE "N".
       01 FEED-RECORDS-COUNT PIC 9(8) VALUE 0.

      * Report run load figures.
       01 LOAD-CONTROLS-FOUND PIC X VALUE "N".
       01 LOAD-ACCOUNTED-TOTAL PIC 9(8) VALUE 0.
       01 HISTORY-EXPECTED-ROWS PIC 9(8) VALUE 0.

      * GL tie-back. REPORT-BASE-YEAR places each snapshot row in
      * its year and month the way GLEXTRACT does; only months
      * GLEXTRACT releases - all of them, or only soft- and
      * hard-closed ones when PeriodStatus.txt is on hand - are
      * expected in the extract.
       01 REPORT-BASE-YEAR PIC 9(4) VALUE 2019.
       01 PERIOD-STATUS-ON-FILE PIC X VALUE "N".
       01 PERIOD-STATUS-TABLE.
           02 PERIOD-COUNT PIC 999 VALUE 0.
           02 PERIOD-MAX-COUNT PIC 999 VALUE 120.
           02 PERIOD-ENTRIES OCCURS 120 TIMES.
               03 PERIOD-YYYYMM PIC 9(6) VALUE 0.
               03 PERIOD-STATE PIC X(1) VALUE SPACES.
       01 PERIOD-INDEX PIC 999 VALUE 0.
       01 MONTH-ROW-NUMBER PIC 9(4) VALUE 0.
       01 SNAPSHOT-YEAR PIC 9(4) VALUE 0.
       01 SNAPSHOT-MONTH PIC 99 VALUE 0.
       01 LOOKUP-PERIOD PIC 9(6) VALUE 0.
       01 LOOKUP-PERIOD-STATE PIC X(1) VALUE "O".
       01 SNAPSHOT-FOUND PIC X VALUE "N".
       01 EXTRACT-FOUND PIC X VALUE "N".
       01 POSTING-AMOUNT-WORK PIC S9(11)V99 VALUE 0.

      * The posting types that carry an amount, in the order the
      * sheet lists them.
       01 GL-TYPE-NAMES.
           02 FILLER PIC X(8) VALUE "INCOME".
           02 FILLER PIC X(8) VALUE "PAYMENT".
           02 FILLER PIC X(8) VALUE "WRITEOFF".
           02 FILLER PIC X(8) VALUE "RECOVERY".
       01 GL-TYPE-TABLE REDEFINES GL-TYPE-NAMES.
           02 GL-TYPE-NAME PIC X(8) OCCURS 4 TIMES.
       01 GL-TYPE-INDEX PIC 9 VALUE 0.
       01 MATCHED-GL-TYPE PIC 9 VALUE 0.

      * One row per period seen in the extract or expected from
      * the snapshot, with both sides per posting type.
       01 GL-MONTH-TABLE.
           02 GL-MONTH-COUNT PIC 999 VALUE 0.
           02 GL-MONTH-MAX PIC 999 VALUE 240.
           02 GL-MONTH-ENTRIES OCCURS 240 TIMES.
               03 GM-PERIOD PIC 9(6) VALUE 0.
               03 GM-EXPECTED PIC X VALUE "N".
               03 GM-TYPE-AMOUNTS OCCURS 4 TIMES.
                   04 GM-EXTRACT-AMOUNT PIC S9(13)V99 VALUE 0.
                   04 GM-SNAPSHOT-AMOUNT PIC S9(13)V99 VALUE 0.
       01 GL-MONTH-INDEX PIC 999 VALUE 0.
       01 MATCHED-GL-MONTH PIC 999 VALUE 0.
       01 GL-MONTH-TABLE-FULL PIC X VALUE "N".

      * The control being written: its name, both sides and the
      * number of detail lines (months) that differ under it.
       01 CONTROL-NAME PIC X(44) VALUE SPACES.
       01 LEFT-COUNT PIC 9(8) VALUE 0.
       01 RIGHT-COUNT PIC 9(8) VALUE 0.
       01 LEFT-AMOUNT PIC S9(13)V99 VALUE 0.
       01 RIGHT-AMOUNT PIC S9(13)V99 VALUE 0.
       01 DETAIL-BREAK-COUNT PIC 9(4) VALUE 0.
       01 CONTROL-IS-BREAK PIC X VALUE "N".
       01 NO-DATA-REASON PIC X(40) VALUE SPACES.

       01 CONTROLS-CHECKED-COUNT PIC 9(4) VALUE 0.
       01 BREAK-COUNT PIC 9(4) VALUE 0.
       01 NO-DATA-COUNT PIC 9(4) VALUE 0.

       01 OUTPUT-TEXT-LINE PIC X(120) VALUE SPACES.
       01 SEPARATOR-LINE PIC X(120) VALUE ALL "-".
       01 AMOUNT-EDIT-DISPLAY PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 COUNT-EDIT-DISPLAY PIC Z(7)9.
       01 COUNT-DISPLAY PIC Z(5)9.
       01 SECOND-COUNT-DISPLAY PIC Z(5)9.

       PROCEDURE DIVISION.
           PERFORM LOG-BATCH-RUN-START

           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE-TODAY
           PERFORM SET-BUSINESS-DATE

           MOVE SPACES TO SHEET-FILENAME
           STRING "ChainControl-" BUSINESS-DATE ".txt"
               DELIMITED BY SIZE
               INTO SHEET-FILENAME
           END-STRING

           OPEN OUTPUT CONTROL-SHEET-FILE
           IF SHEET-FILE-STATUS NOT = "00"
               MOVE SHEET-FILENAME TO FAILED-FILE-NAME
               MOVE SHEET-FILE-STATUS TO FAILED-FILE-STATUS
               PERFORM ABORT-ON-FILE-FAILURE
           END-IF

           PERFORM WRITE-SHEET-HEADER
           PERFORM CHECK-FEED-CONVERSION
           PERFORM CHECK-REPORT-LOAD
           PERFORM CHECK-GL-EXTRACT
           PERFORM WRITE-SHEET-TOTALS

           CLOSE CONTROL-SHEET-FILE

           DISPLAY "Chain control sheet " BUSINESS-DATE ": "
               CONTROLS-CHECKED-COUNT " control(s), "
               BREAK-COUNT " break(s), "
               NO-DATA-COUNT " without data - see "
               FUNCTION TRIM(SHEET-FILENAME TRAILING) "."

           IF NO-DATA-COUNT > 0
               MOVE NO-DATA-COUNT TO COUNT-DISPLAY
               MOVE "2" TO ALERT-SEVERITY-WORK
               MOVE SPACES TO ALERT-MESSAGE-WORK
               STRING "Control sheet " BUSINESS-DATE ": "
                   FUNCTION TRIM(COUNT-DISPLAY LEADING)
                   " control(s) without data"
                   DELIMITED BY SIZE
                   INTO ALERT-MESSAGE-WORK
               END-STRING
               PERFORM WRITE-OPERATOR-ALERT
           END-IF

           IF BREAK-COUNT > 0 OR NO-DATA-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM LOG-BATCH-RUN-END
       STOP RUN.

      *----------------------------------------------------------*
      * The chain's work belongs to the business day it runs on;
      * a run on a weekend or holiday belongs to the business day
      * before. Without the calendar the run date is used.
      *----------------------------------------------------------*
       SET-BUSINESS-DATE.
           MOVE RUN-DATE-TODAY TO BUSINESS-DATE
           MOVE RUN-DATE-TODAY TO BUSDAY-REQUEST-DATE
           MOVE "P" TO BUSDAY-DIRECTION

           CALL "BUSDAYCAL" USING BUSDAY-PARAMETERS
               ON EXCEPTION
                   DISPLAY "WARNING: BUSDAYCAL could not be "
                       "called, the sheet is dated " RUN-DATE-TODAY
                       "."
                   EXIT PARAGRAPH
           END-CALL

           IF BUSDAY-REQUEST-IS-BUSINESS NOT = "Y"
                   AND BUSDAY-RESULT-DATE > 0
               MOVE BUSDAY-RESULT-DATE TO BUSINESS-DATE
           END-IF
           EXIT.

      *----------------------------------------------------------*
      * Feed conversion: FEEDCONVERT's accepted count per source
      * is listed, and their total must equal the records in
      * TransactionFeed.txt.
      *----------------------------------------------------------*
       CHECK-FEED-CONVERSION.
           MOVE "Feed conversion (FEEDCONVERT)" TO OUTPUT-TEXT-LINE
           PERFORM WRITE-SECTION-HEADING

           MOVE "TransactionFeed.txt" TO ROW-COUNT-FILENAME
           PERFORM COUNT-FILE-ROWS
           MOVE ROW-FILE-FOUND TO FEED-FILE-FOUND
           MOVE COUNTED-ROWS TO FEED-RECORDS-COUNT

           OPEN INPUT FEED-CONTROLS-FILE
           IF FEED-CONTROLS-FILE-STATUS NOT = "00"
               MOVE "TransactionFeed.txt / sources accepted"
                   TO CONTROL-NAME
               MOVE "FeedSourceControls.txt not found"
                   TO NO-DATA-REASON
               PERFORM WRITE-NO-DATA-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE "Y" TO FEED-CONTROLS-FOUND
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ FEED-CONTROLS-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       PERFORM LIST-ONE-FEED-SOURCE
               END-READ
           END-PERFORM
           CLOSE FEED-CONTROLS-FILE

           IF FEED-FILE-FOUND = "N"
               MOVE "TransactionFeed.txt / sources accepted"
                   TO CONTROL-NAME
               MOVE "TransactionFeed.txt not found"
                   TO NO-DATA-REASON
               PERFORM WRITE-NO-DATA-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE "TransactionFeed.txt / sources accepted"
               TO CONTROL-NAME
           MOVE FEED-RECORDS-COUNT TO LEFT-COUNT
           MOVE SOURCES-ACCEPTED-TOTAL TO RIGHT-COUNT
           PERFORM COMPARE-CONTROL-COUNTS
           EXIT.

       LIST-ONE-FEED-SOURCE.
           IF FEED-CONTROL-LINE(1:2) NOT = SPACES
                   OR FEED-CONTROL-SOURCE = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO OUTPUT-TEXT-LINE
           IF FEED-CONTROL-ACCEPTED-LABEL = "  accepted "
                   AND FEED-CONTROL-ACCEPTED IS NUMERIC
               ADD 1 TO SOURCES-LISTED-COUNT
               ADD FEED-CONTROL-ACCEPTED TO SOURCES-ACCEPTED-TOTAL
               MOVE FEED-CONTROL-ACCEPTED TO COUNT-EDIT-DISPLAY
               STRING "    Source " FEED-CONTROL-SOURCE
                   " accepted"
                   DELIMITED BY SIZE
                   INTO OUTPUT-TEXT-LINE
               END-STRING
               MOVE COUNT-EDIT-DISPLAY TO OUTPUT-TEXT-LINE(63:8)
           ELSE
               STRING "    Source " FEED-CONTROL-SOURCE
                   " file missing - nothing converted"
                   DELIMITED BY SIZE
                   INTO OUTPUT-TEXT-LINE
               END-STRING
           END-IF
           PERFORM WRITE-SHEET-LINE
           EXIT.

      *----------------------------------------------------------*
      * Report run load: the rows the loader handed over must be
      * the feed's records, and every one of them must be an
      * exception, a duplicate, already on history or appended to
      * it. The exception and duplicate files must hold the rows
      * the run counted, and the history file the rows it had
      * before the run plus the rows appended.
      *----------------------------------------------------------*
       CHECK-REPORT-LOAD.
           MOVE "Report run load (TXNREPORT)" TO OUTPUT-TEXT-LINE
           PERFORM WRITE-SECTION-HEADING

           OPEN INPUT LOAD-CONTROLS-FILE
           IF LOAD-CONTROLS-FILE-STATUS = "00"
               READ LOAD-CONTROLS-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE "Y" TO LOAD-CONTROLS-FOUND
               END-READ
               CLOSE LOAD-CONTROLS-FILE
           END-IF

           IF LOAD-CONTROLS-FOUND = "N"
               MOVE "Report run load counts" TO CONTROL-NAME
               MOVE "ReportLoadControls.txt not found"
                   TO NO-DATA-REASON
               PERFORM WRITE-NO-DATA-LINE
               EXIT PARAGRAPH
           END-IF

      * Counts left by an earlier load (a restart that skipped the
      * load stage, or no report run today) are still checked,
      * but the sheet says whose they are.
           IF LOADCTL-RUN-DATE NOT = RUN-DATE-TODAY
               MOVE SPACES TO OUTPUT-TEXT-LINE
               STRING "    Load counts are from the run of "
                   LOADCTL-RUN-DATE
                   ", not today's"
                   DELIMITED BY SIZE
                   INTO OUTPUT-TEXT-LINE
               END-STRING
               PERFORM WRITE-SHEET-LINE
               DISPLAY "WARNING: ReportLoadControls.txt is from "
                   LOADCTL-RUN-DATE "."
           END-IF

           MOVE "    Loaded by the report run" TO OUTPUT-TEXT-LINE
           MOVE LOADCTL-LOADED-COUNT TO LEFT-COUNT
           PERFORM WRITE-FIGURE-LINE
           MOVE "      exceptions" TO OUTPUT-TEXT-LINE
           MOVE LOADCTL-EXCEPTION-COUNT TO LEFT-COUNT
           PERFORM WRITE-FIGURE-LINE
           MOVE "      duplicates" TO OUTPUT-TEXT-LINE
           MOVE LOADCTL-DUPLICATE-COUNT TO LEFT-COUNT
           PERFORM WRITE-FIGURE-LINE
           MOVE "      already on history" TO OUTPUT-TEXT-LINE
           MOVE LOADCTL-ON-HISTORY-COUNT TO LEFT-COUNT
           PERFORM WRITE-FIGURE-LINE
           MOVE "      appended to history" TO OUTPUT-TEXT-LINE
           MOVE LOADCTL-APPENDED-COUNT TO LEFT-COUNT
           PERFORM WRITE-FIGURE-LINE

           IF FEED-FILE-FOUND = "Y"
               MOVE "Report run loaded / TransactionFeed.txt"
                   TO CONTROL-NAME
               MOVE LOADCTL-LOADED-COUNT TO LEFT-COUNT
               MOVE FEED-RECORDS-COUNT TO RIGHT-COUNT
               PERFORM COMPARE-CONTROL-COUNTS
           ELSE
               MOVE "Report run loaded / TransactionFeed.txt"
                   TO CONTROL-NAME
               MOVE "TransactionFeed.txt not found"
                   TO NO-DATA-REASON
               PERFORM WRITE-NO-DATA-LINE
           END-IF

           COMPUTE LOAD-ACCOUNTED-TOTAL =
               LOADCTL-EXCEPTION-COUNT + LOADCTL-DUPLICATE-COUNT
               + LOADCTL-ON-HISTORY-COUNT + LOADCTL-APPENDED-COUNT
           MOVE "Loaded / exceptions+dupl.+history+appended"
               TO CONTROL-NAME
           MOVE LOADCTL-LOADED-COUNT TO LEFT-COUNT
           MOVE LOAD-ACCOUNTED-TOTAL TO RIGHT-COUNT
           PERFORM COMPARE-CONTROL-COUNTS

           MOVE "TransactionDataExceptions.txt"
               TO ROW-COUNT-FILENAME
           MOVE "TransactionDataExceptions.txt / exceptions"
               TO CONTROL-NAME
           MOVE LOADCTL-EXCEPTION-COUNT TO RIGHT-COUNT
           PERFORM COMPARE-FILE-ROWS

           MOVE "DuplicateTransactions.txt" TO ROW-COUNT-FILENAME
           MOVE "DuplicateTransactions.txt / duplicates"
               TO CONTROL-NAME
           MOVE LOADCTL-DUPLICATE-COUNT TO RIGHT-COUNT
           PERFORM COMPARE-FILE-ROWS

           COMPUTE HISTORY-EXPECTED-ROWS =
               LOADCTL-HISTORY-PRIOR-ROWS + LOADCTL-APPENDED-COUNT
           MOVE "TransactionHistory.txt" TO ROW-COUNT-FILENAME
           MOVE "TransactionHistory.txt / before + appended"
               TO CONTROL-NAME
           MOVE HISTORY-EXPECTED-ROWS TO RIGHT-COUNT
           PERFORM COMPARE-FILE-ROWS
           EXIT.

      * Counts the rows of ROW-COUNT-FILENAME and compares them
      * with RIGHT-COUNT under CONTROL-NAME.
       COMPARE-FILE-ROWS.
           PERFORM COUNT-FILE-ROWS
           IF ROW-FILE-FOUND = "N"
               MOVE SPACES TO NO-DATA-REASON
               STRING FUNCTION TRIM(ROW-COUNT-FILENAME TRAILING)
                   " not found"
                   DELIMITED BY SIZE
                   INTO NO-DATA-REASON
               END-STRING
               PERFORM WRITE-NO-DATA-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE COUNTED-ROWS TO LEFT-COUNT
           PERFORM COMPARE-CONTROL-COUNTS
           EXIT.

       COUNT-FILE-ROWS.
           MOVE "N" TO ROW-FILE-FOUND
           MOVE 0 TO COUNTED-ROWS

           OPEN INPUT ROW-COUNT-FILE
           IF ROW-COUNT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "Y" TO ROW-FILE-FOUND
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ ROW-COUNT-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO COUNTED-ROWS
               END-READ
           END-PERFORM
           CLOSE ROW-COUNT-FILE
           EXIT.

      *----------------------------------------------------------*
      * GL extract: for each posting type that carries an amount,
      * the extract's DKK total must equal the MonthsSnapshot.txt
      * total of the months GLEXTRACT releases, and so must every
      * month on its own - a month that differs is listed under
      * its type with both sides, so two errors cannot hide by
      * netting out.
      *----------------------------------------------------------*
       CHECK-GL-EXTRACT.
           MOVE "GL extract (GLEXTRACT)" TO OUTPUT-TEXT-LINE
           PERFORM WRITE-SECTION-HEADING

           PERFORM LOAD-REPORT-BASE-YEAR
           PERFORM LOAD-PERIOD-STATUS
           PERFORM LOAD-GL-EXTRACT
           PERFORM LOAD-SNAPSHOT-MONTHS

           IF SNAPSHOT-FOUND = "N" OR EXTRACT-FOUND = "N"
               MOVE "GL extract / MonthsSnapshot.txt"
                   TO CONTROL-NAME
               IF SNAPSHOT-FOUND = "N"
                   MOVE "MonthsSnapshot.txt not found"
                       TO NO-DATA-REASON
               ELSE
                   MOVE "GlPostingExtract.txt not found"
                       TO NO-DATA-REASON
               END-IF
               PERFORM WRITE-NO-DATA-LINE
               EXIT PARAGRAPH
           END-IF

           IF GL-MONTH-TABLE-FULL = "Y"
               MOVE SPACES TO OUTPUT-TEXT-LINE
               STRING "    More than 240 periods - only the first "
                   "240 are compared"
                   DELIMITED BY SIZE
                   INTO OUTPUT-TEXT-LINE
               END-STRING
               PERFORM WRITE-SHEET-LINE
               ADD 1 TO NO-DATA-COUNT
           END-IF

           PERFORM CHECK-ONE-GL-TYPE
               VARYING GL-TYPE-INDEX FROM 1 BY 1
               UNTIL GL-TYPE-INDEX > 4
           EXIT.

       CHECK-ONE-GL-TYPE.
           MOVE 0 TO LEFT-AMOUNT
           MOVE 0 TO RIGHT-AMOUNT
           MOVE 0 TO DETAIL-BREAK-COUNT
           PERFORM VARYING GL-MONTH-INDEX FROM 1 BY 1
               UNTIL GL-MONTH-INDEX > GL-MONTH-COUNT
               ADD GM-EXTRACT-AMOUNT(GL-MONTH-INDEX, GL-TYPE-INDEX)
                   TO LEFT-AMOUNT
               ADD GM-SNAPSHOT-AMOUNT(GL-MONTH-INDEX, GL-TYPE-INDEX)
                   TO RIGHT-AMOUNT
               IF GM-EXTRACT-AMOUNT(GL-MONTH-INDEX, GL-TYPE-INDEX)
                       NOT = GM-SNAPSHOT-AMOUNT(GL-MONTH-INDEX,
                           GL-TYPE-INDEX)
                   ADD 1 TO DETAIL-BREAK-COUNT
               END-IF
           END-PERFORM

           MOVE SPACES TO CONTROL-NAME
           STRING "GL " DELIMITED BY SIZE
               GL-TYPE-NAME(GL-TYPE-INDEX) DELIMITED BY SPACE
               " extract / MonthsSnapshot.txt" DELIMITED BY SIZE
               INTO CONTROL-NAME
           END-STRING
           PERFORM COMPARE-CONTROL-AMOUNTS

           IF DETAIL-BREAK-COUNT > 0
               PERFORM VARYING GL-MONTH-INDEX FROM 1 BY 1
                   UNTIL GL-MONTH-INDEX > GL-MONTH-COUNT
                   IF GM-EXTRACT-AMOUNT(GL-MONTH-INDEX, GL-TYPE-INDEX)
                           NOT = GM-SNAPSHOT-AMOUNT(GL-MONTH-INDEX,
                               GL-TYPE-INDEX)
                       PERFORM WRITE-GL-MONTH-DETAIL
                   END-IF
               END-PERFORM
           END-IF
           EXIT.

       WRITE-GL-MONTH-DETAIL.
           MOVE SPACES TO OUTPUT-TEXT-LINE
           STRING "      Period " GM-PERIOD(GL-MONTH-INDEX)(1:4)
               "-" GM-PERIOD(GL-MONTH-INDEX)(5:2)
               DELIMITED BY SIZE
               INTO OUTPUT-TEXT-LINE
           END-STRING
           IF GM-EXPECTED(GL-MONTH-INDEX) = "N"
               MOVE "(not released)" TO OUTPUT-TEXT-LINE(27:14)
           END-IF
           MOVE GM-EXTRACT-AMOUNT(GL-MONTH-INDEX, GL-TYPE-INDEX)
               TO AMOUNT-EDIT-DISPLAY
           MOVE AMOUNT-EDIT-DISPLAY TO OUTPUT-TEXT-LINE(50:21)
           MOVE GM-SNAPSHOT-AMOUNT(GL-MONTH-INDEX, GL-TYPE-INDEX)
               TO AMOUNT-EDIT-DISPLAY
           MOVE AMOUNT-EDIT-DISPLAY TO OUTPUT-TEXT-LINE(74:21)
           MOVE "DIFFERS" TO OUTPUT-TEXT-LINE(97:7)
           PERFORM WRITE-SHEET-LINE
           EXIT.

       LOAD-REPORT-BASE-YEAR.
           OPEN INPUT REPORT-CONTROL-FILE
           IF REPORT-CONTROL-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           READ REPORT-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF CONTROL-BASE-YEAR IS NUMERIC
                       MOVE CONTROL-BASE-YEAR TO REPORT-BASE-YEAR
                   END-IF
           END-READ
           CLOSE REPORT-CONTROL-FILE
           EXIT.

       LOAD-PERIOD-STATUS.
           OPEN INPUT PERIOD-STATUS-FILE
           IF PERIOD-STATUS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "Y" TO PERIOD-STATUS-ON-FILE
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ PERIOD-STATUS-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF PERIOD-COUNT < PERIOD-MAX-COUNT
                           ADD 1 TO PERIOD-COUNT
                           MOVE PERIOD-FILE-YYYYMM
                               TO PERIOD-YYYYMM(PERIOD-COUNT)
                           MOVE PERIOD-FILE-STATE
                               TO PERIOD-STATE(PERIOD-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PERIOD-STATUS-FILE
           EXIT.

       LOAD-GL-EXTRACT.
           OPEN INPUT POSTING-EXTRACT-FILE
           IF EXTRACT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "Y" TO EXTRACT-FOUND
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ POSTING-EXTRACT-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       PERFORM ADD-ONE-POSTING
               END-READ
           END-PERFORM
           CLOSE POSTING-EXTRACT-FILE
           EXIT.

      * Transfer and fee postings carry counts with a zero amount
      * and have nothing to tie back.
       ADD-ONE-POSTING.
           MOVE 0 TO MATCHED-GL-TYPE
           PERFORM VARYING GL-TYPE-INDEX FROM 1 BY 1
               UNTIL GL-TYPE-INDEX > 4 OR MATCHED-GL-TYPE > 0
               IF GL-TYPE-NAME(GL-TYPE-INDEX) = POSTING-TYPE-KEY
                   MOVE GL-TYPE-INDEX TO MATCHED-GL-TYPE
               END-IF
           END-PERFORM
           IF MATCHED-GL-TYPE = 0
               EXIT PARAGRAPH
           END-IF

           IF POSTING-DATE(1:6) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE POSTING-DATE(1:6) TO LOOKUP-PERIOD
           PERFORM FIND-OR-ADD-GL-MONTH
           IF MATCHED-GL-MONTH = 0
               EXIT PARAGRAPH
           END-IF

           MOVE POSTING-AMOUNT TO POSTING-AMOUNT-WORK
           ADD POSTING-AMOUNT-WORK
               TO GM-EXTRACT-AMOUNT(MATCHED-GL-MONTH, MATCHED-GL-TYPE)
           EXIT.

      *----------------------------------------------------------*
      * MonthsSnapshot.txt carries 12 rows per tracked year from
      * REPORT-BASE-YEAR + 1, as GLEXTRACT reads it. A month with
      * transactions that GLEXTRACT releases is expected in the
      * extract with the snapshot's totals.
      *----------------------------------------------------------*
       LOAD-SNAPSHOT-MONTHS.
           OPEN INPUT MONTHS-SNAPSHOT-FILE
           IF SNAPSHOT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "Y" TO SNAPSHOT-FOUND
           MOVE 0 TO MONTH-ROW-NUMBER
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ MONTHS-SNAPSHOT-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO MONTH-ROW-NUMBER
                       IF SNAP-TRANSACTIONS-MONTH-COUNT > 0
                           PERFORM ADD-ONE-SNAPSHOT-MONTH
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MONTHS-SNAPSHOT-FILE
           EXIT.

       ADD-ONE-SNAPSHOT-MONTH.
           COMPUTE SNAPSHOT-YEAR =
               REPORT-BASE-YEAR + 1 + (MONTH-ROW-NUMBER - 1) / 12
           COMPUTE SNAPSHOT-MONTH =
               FUNCTION MOD(MONTH-ROW-NUMBER - 1, 12) + 1
           MOVE 0 TO LOOKUP-PERIOD
           MOVE SNAPSHOT-YEAR TO LOOKUP-PERIOD(1:4)
           MOVE SNAPSHOT-MONTH TO LOOKUP-PERIOD(5:2)

           IF PERIOD-STATUS-ON-FILE = "Y"
               MOVE "O" TO LOOKUP-PERIOD-STATE
               PERFORM VARYING PERIOD-INDEX FROM 1 BY 1
                   UNTIL PERIOD-INDEX > PERIOD-COUNT
                   IF PERIOD-YYYYMM(PERIOD-INDEX) = LOOKUP-PERIOD
                       MOVE PERIOD-STATE(PERIOD-INDEX)
                           TO LOOKUP-PERIOD-STATE
                   END-IF
               END-PERFORM
               IF LOOKUP-PERIOD-STATE NOT = "S"
                       AND LOOKUP-PERIOD-STATE NOT = "H"
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM FIND-OR-ADD-GL-MONTH
           IF MATCHED-GL-MONTH = 0
               EXIT PARAGRAPH
           END-IF

           MOVE "Y" TO GM-EXPECTED(MATCHED-GL-MONTH)
           MOVE SNAP-TOTAL-MONTH-INCOME
               TO GM-SNAPSHOT-AMOUNT(MATCHED-GL-MONTH, 1)
           MOVE SNAP-TOTAL-MONTH-PAYMENT
               TO GM-SNAPSHOT-AMOUNT(MATCHED-GL-MONTH, 2)
           MOVE SNAP-TOTAL-MONTH-WRITEOFF
               TO GM-SNAPSHOT-AMOUNT(MATCHED-GL-MONTH, 3)
           MOVE SNAP-TOTAL-MONTH-RECOVERY
               TO GM-SNAPSHOT-AMOUNT(MATCHED-GL-MONTH, 4)
           EXIT.

       FIND-OR-ADD-GL-MONTH.
           MOVE 0 TO MATCHED-GL-MONTH
           PERFORM VARYING GL-MONTH-INDEX FROM 1 BY 1
               UNTIL GL-MONTH-INDEX > GL-MONTH-COUNT
                   OR MATCHED-GL-MONTH > 0
               IF GM-PERIOD(GL-MONTH-INDEX) = LOOKUP-PERIOD
                   MOVE GL-MONTH-INDEX TO MATCHED-GL-MONTH
               END-IF
           END-PERFORM

           IF MATCHED-GL-MONTH > 0
               EXIT PARAGRAPH
           END-IF

           IF GL-MONTH-COUNT >= GL-MONTH-MAX
               MOVE "Y" TO GL-MONTH-TABLE-FULL
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO GL-MONTH-COUNT
           MOVE GL-MONTH-COUNT TO MATCHED-GL-MONTH
           MOVE LOOKUP-PERIOD TO GM-PERIOD(MATCHED-GL-MONTH)
           MOVE "N" TO GM-EXPECTED(MATCHED-GL-MONTH)
           EXIT.

      *----------------------------------------------------------*
      * Sheet lines: the control name from column 3, this side
      * and the other side right-aligned, and the result.
      *----------------------------------------------------------*
       COMPARE-CONTROL-COUNTS.
           MOVE SPACES TO OUTPUT-TEXT-LINE
           MOVE CONTROL-NAME TO OUTPUT-TEXT-LINE(3:44)
           MOVE LEFT-COUNT TO COUNT-EDIT-DISPLAY
           MOVE COUNT-EDIT-DISPLAY TO OUTPUT-TEXT-LINE(63:8)
           MOVE RIGHT-COUNT TO COUNT-EDIT-DISPLAY
           MOVE COUNT-EDIT-DISPLAY TO OUTPUT-TEXT-LINE(87:8)

           IF LEFT-COUNT = RIGHT-COUNT
               MOVE "N" TO CONTROL-IS-BREAK
           ELSE
               MOVE "Y" TO CONTROL-IS-BREAK
           END-IF
           PERFORM RECORD-CONTROL-RESULT
           EXIT.

       COMPARE-CONTROL-AMOUNTS.
           MOVE SPACES TO OUTPUT-TEXT-LINE
           MOVE CONTROL-NAME TO OUTPUT-TEXT-LINE(3:44)
           MOVE LEFT-AMOUNT TO AMOUNT-EDIT-DISPLAY
           MOVE AMOUNT-EDIT-DISPLAY TO OUTPUT-TEXT-LINE(50:21)
           MOVE RIGHT-AMOUNT TO AMOUNT-EDIT-DISPLAY
           MOVE AMOUNT-EDIT-DISPLAY TO OUTPUT-TEXT-LINE(74:21)

           IF LEFT-AMOUNT = RIGHT-AMOUNT AND DETAIL-BREAK-COUNT = 0
               MOVE "N" TO CONTROL-IS-BREAK
           ELSE
               MOVE "Y" TO CONTROL-IS-BREAK
           END-IF
           PERFORM RECORD-CONTROL-RESULT
           EXIT.

       RECORD-CONTROL-RESULT.
           ADD 1 TO CONTROLS-CHECKED-COUNT
           IF CONTROL-IS-BREAK = "N"
               MOVE "OK" TO OUTPUT-TEXT-LINE(97:2)
               PERFORM WRITE-SHEET-LINE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO BREAK-COUNT
           MOVE "BREAK" TO OUTPUT-TEXT-LINE(97:5)
           PERFORM WRITE-SHEET-LINE

           DISPLAY "BREAK: " FUNCTION TRIM(CONTROL-NAME TRAILING)
           MOVE "1" TO ALERT-SEVERITY-WORK
           MOVE SPACES TO ALERT-MESSAGE-WORK
           STRING "Control break: " CONTROL-NAME
               DELIMITED BY SIZE
               INTO ALERT-MESSAGE-WORK
           END-STRING
           PERFORM WRITE-OPERATOR-ALERT
           EXIT.

       WRITE-NO-DATA-LINE.
           ADD 1 TO NO-DATA-COUNT
           MOVE SPACES TO OUTPUT-TEXT-LINE
           MOVE CONTROL-NAME TO OUTPUT-TEXT-LINE(3:44)
           MOVE NO-DATA-REASON TO OUTPUT-TEXT-LINE(50:40)
           MOVE "NO DATA" TO OUTPUT-TEXT-LINE(97:7)
           PERFORM WRITE-SHEET-LINE
           DISPLAY "WARNING: "
               FUNCTION TRIM(CONTROL-NAME TRAILING) " - "
               FUNCTION TRIM(NO-DATA-REASON TRAILING) "."
           EXIT.

      * A listed figure under a control, OUTPUT-TEXT-LINE holding
      * its label and LEFT-COUNT its value.
       WRITE-FIGURE-LINE.
           MOVE LEFT-COUNT TO COUNT-EDIT-DISPLAY
           MOVE COUNT-EDIT-DISPLAY TO OUTPUT-TEXT-LINE(63:8)
           PERFORM WRITE-SHEET-LINE
           EXIT.

       WRITE-SHEET-HEADER.
           MOVE SPACES TO OUTPUT-TEXT-LINE
           STRING "Chain control sheet for business day "
               BUSINESS-DATE
               " (run " RUN-DATE-TODAY ")"
               DELIMITED BY SIZE
               INTO OUTPUT-TEXT-LINE
           END-STRING
           PERFORM WRITE-SHEET-LINE

           MOVE SEPARATOR-LINE TO OUTPUT-TEXT-LINE
           PERFORM WRITE-SHEET-LINE

           MOVE "  Control" TO OUTPUT-TEXT-LINE
           MOVE "This side" TO OUTPUT-TEXT-LINE(62:9)
           MOVE "Other side" TO OUTPUT-TEXT-LINE(85:10)
           MOVE "Result" TO OUTPUT-TEXT-LINE(97:6)
           PERFORM WRITE-SHEET-LINE
           EXIT.

       WRITE-SECTION-HEADING.
           MOVE SPACES TO CONTROL-SHEET-LINE
           WRITE CONTROL-SHEET-LINE
           PERFORM WRITE-SHEET-LINE
           EXIT.

       WRITE-SHEET-TOTALS.
           MOVE SEPARATOR-LINE TO OUTPUT-TEXT-LINE
           PERFORM WRITE-SHEET-LINE

           MOVE CONTROLS-CHECKED-COUNT TO COUNT-DISPLAY
           MOVE BREAK-COUNT TO SECOND-COUNT-DISPLAY
           MOVE NO-DATA-COUNT TO COUNT-EDIT-DISPLAY
           STRING "Controls checked: "
               FUNCTION TRIM(COUNT-DISPLAY LEADING)
               "   Breaks: "
               FUNCTION TRIM(SECOND-COUNT-DISPLAY LEADING)
               "   Without data: "
               FUNCTION TRIM(COUNT-EDIT-DISPLAY LEADING)
               DELIMITED BY SIZE
               INTO OUTPUT-TEXT-LINE
           END-STRING
           PERFORM WRITE-SHEET-LINE

           IF BREAK-COUNT = 0 AND NO-DATA-COUNT = 0
               MOVE "The chain balances job to job."
                   TO OUTPUT-TEXT-LINE
           ELSE
               IF BREAK-COUNT > 0
                   MOVE "*** THE CHAIN DOES NOT BALANCE ***"
                       TO OUTPUT-TEXT-LINE
               ELSE
                   MOVE "No breaks, but not every control was checked."
                       TO OUTPUT-TEXT-LINE
               END-IF
           END-IF
           PERFORM WRITE-SHEET-LINE
           EXIT.

       WRITE-SHEET-LINE.
           MOVE OUTPUT-TEXT-LINE TO CONTROL-SHEET-LINE
           WRITE CONTROL-SHEET-LINE
           MOVE SPACES TO OUTPUT-TEXT-LINE
           EXIT.

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
           MOVE "CHAINCTRL" TO BATCH-LOG-JOB-NAME
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

           MOVE "CHAINCTRL" TO BATCH-LOG-JOB-NAME
           MOVE BATCH-RUN-LOG-TIMESTAMP TO BATCH-LOG-TIMESTAMP
           MOVE "START" TO BATCH-LOG-EVENT
           MOVE SPACES TO BATCH-LOG-DETAIL
           WRITE BATCH-RUN-LOG-RECORD

           CLOSE BATCH-RUN-LOG-FILE
           EXIT.

       LOG-BATCH-RUN-END.
           MOVE FUNCTION CURRENT-DATE TO BATCH-RUN-LOG-TIMESTAMP
           OPEN EXTEND BATCH-RUN-LOG-FILE

           MOVE "CHAINCTRL" TO BATCH-LOG-JOB-NAME
           MOVE BATCH-RUN-LOG-TIMESTAMP TO BATCH-LOG-TIMESTAMP
           MOVE "END" TO BATCH-LOG-EVENT
           STRING "Day: " BUSINESS-DATE
               " Controls: "
               FUNCTION TRIM(CONTROLS-CHECKED-COUNT LEADING)
               " Breaks: "
               FUNCTION TRIM(BREAK-COUNT LEADING)
               " No data: "
               FUNCTION TRIM(NO-DATA-COUNT LEADING)
               INTO BATCH-LOG-DETAIL
           WRITE BATCH-RUN-LOG-RECORD

           CLOSE BATCH-RUN-LOG-FILE
           EXIT.

       WRITE-OPERATOR-ALERT.
           OPEN EXTEND OPERATOR-ALERTS-FILE
           IF OPERATOR-ALERTS-FILE-STATUS = "35"
               OPEN OUTPUT OPERATOR-ALERTS-FILE
           END-IF

           MOVE SPACES TO OPERATOR-ALERT-RECORD
           MOVE ALERT-SEVERITY-WORK TO ALERT-SEVERITY
           MOVE "CHAINCTRL" TO ALERT-JOB-NAME
           MOVE FUNCTION CURRENT-DATE TO ALERT-TIMESTAMP
           MOVE ALERT-MESSAGE-WORK TO ALERT-MESSAGE
           WRITE OPERATOR-ALERT-RECORD

           CLOSE OPERATOR-ALERTS-FILE
           MOVE SPACES TO ALERT-MESSAGE-WORK
           MOVE "3" TO ALERT-SEVERITY-WORK
           EXIT.

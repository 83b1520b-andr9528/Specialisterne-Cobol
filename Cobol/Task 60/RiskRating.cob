       IDENTIFICATION DIVISION.
       PROGRAM-ID. RISKRATING.

      *----------------------------------------------------------*
      * Customer risk rating and KYC review scheduling. Scores    *
      * every customer on CustomerMaster.idx from the risk        *
      * sources the chain already keeps:                          *
      *   - PEP hits the sanctions job wrote to PepHits.txt;      *
      *   - sanctions cases in SanctionsCaseLog.txt, by the       *
      *     latest disposition of each customer/sanction pair     *
      *     (CONFIRMED, or still open; CLEARED counts nothing);   *
      *   - AML alerts in AmlAlertLog.txt first seen within the   *
      *     look-back period;                                     *
      *   - COUNTRYCODE on the master against the site list in    *
      *     HighRiskCountries.txt;                                *
      *   - DKK turnover on TransactionHistory.txt within the     *
      *     look-back period.                                     *
      * The points for each factor, the class thresholds and the  *
      * review intervals come from RiskControl.txt, falling back  *
      * to compiled-in defaults. The class (L/M/H), score and     *
      * score date are written back to the master, and the next   *
      * KYC review date follows from the class: one, two or three *
      * years after the last review for high, medium and low.     *
      * Reviews queued by KYCREVIEW in KycReviewCompletions.txt   *
      * reset the clock. Every change of class is appended to     *
      * RiskClassJournal.txt with the factors that produced it,   *
      * and KycReviewReport.txt lists for compliance the reviews  *
      * overdue or falling due within the notice window. Reviews  *
      * queued for an unknown REFERENCE-ID are listed there and   *
      * set RETURN-CODE 4.                                        *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RISK-CONTROL-FILE
               ASSIGN TO "RiskControl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTROL-FILE-STATUS.

           SELECT COUNTRY-LIST-FILE
               ASSIGN TO "HighRiskCountries.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COUNTRY-FILE-STATUS.

           SELECT PEP-HIT-FILE
               ASSIGN TO "PepHits.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PEP-HIT-FILE-STATUS.

           SELECT SANCTIONS-CASE-LOG-FILE
               ASSIGN TO "SanctionsCaseLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CASE-LOG-FILE-STATUS.

           SELECT AML-ALERT-LOG-FILE
               ASSIGN TO "AmlAlertLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AML-ALERT-FILE-STATUS.

           SELECT HISTORY-FILE
               ASSIGN TO "TransactionHistory.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORY-FILE-STATUS.

           SELECT REVIEW-COMPLETION-FILE
               ASSIGN TO "KycReviewCompletions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REVIEW-FILE-STATUS.

           SELECT CUSTOMER-MASTER-FILE
               ASSIGN TO "CustomerMaster.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MASTER-REFERENCE-ID
               FILE STATUS IS MASTER-FILE-STATUS.

           SELECT RISK-JOURNAL-FILE
               ASSIGN TO "RiskClassJournal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-FILE-STATUS.

           SELECT KYC-REPORT-FILE
               ASSIGN TO "KycReviewReport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BATCH-RUN-LOG-FILE
               ASSIGN TO "BatchRunLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BATCH-RUN-LOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * One control line; a zero or non-numeric field keeps the
      * compiled-in default for that setting.
       FD RISK-CONTROL-FILE.
       01 RISK-CONTROL-RECORD.
           02 CONTROL-PEP-POINTS PIC 9(3).
           02 CONTROL-CONFIRMED-POINTS PIC 9(3).
           02 CONTROL-OPEN-CASE-POINTS PIC 9(3).
           02 CONTROL-AML-POINTS PIC 9(3).
           02 CONTROL-AML-MAX-POINTS PIC 9(3).
           02 CONTROL-COUNTRY-POINTS PIC 9(3).
           02 CONTROL-VOLUME-POINTS PIC 9(3).
           02 CONTROL-VOLUME-THRESHOLD PIC 9(11).
           02 CONTROL-MEDIUM-SCORE PIC 9(3).
           02 CONTROL-HIGH-SCORE PIC 9(3).
           02 CONTROL-HIGH-YEARS PIC 9.
           02 CONTROL-MEDIUM-YEARS PIC 9.
           02 CONTROL-LOW-YEARS PIC 9.
           02 CONTROL-LOOKBACK-DAYS PIC 9(3).
           02 CONTROL-DUE-WINDOW-DAYS PIC 9(3).

       FD COUNTRY-LIST-FILE.
       01 COUNTRY-LIST-RECORD.
           02 COUNTRY-LIST-CODE PIC X(2).
           02 COUNTRY-LIST-NAME PIC X(30).

       FD PEP-HIT-FILE.
       01 PEP-HIT-RECORD.
           02 PEP-HIT-CUSTOMER-ID PIC X(10).
           02 PEP-HIT-PEP-ID PIC X(10).
           02 PEP-HIT-SCORE PIC ZZ9.9.

       FD SANCTIONS-CASE-LOG-FILE.
       01 CASE-LOG-RECORD.
           02 LOG-CUSTOMER-ID PIC X(10).
           02 LOG-SANCTION-ID PIC X(10).
           02 LOG-DISPOSITION PIC X(10).
           02 LOG-ANALYST PIC X(20).
           02 LOG-TIMESTAMP PIC X(26).

       FD AML-ALERT-LOG-FILE.
       01 AML-ALERT-LOG-RECORD.
           02 LOG-ALERT-ID PIC 9(6).
           02 LOG-ALERT-TYPE PIC X(5).
           02 LOG-ALERT-CPR PIC X(15).
           02 LOG-ALERT-TXN-TIME PIC X(26).
           02 LOG-ALERT-FIRST-SEEN PIC 9(8).
           02 LOG-ALERT-STATUS PIC X(1).

       FD HISTORY-FILE.
       01 HISTORY-RECORD.
           COPY "Transaction.cpy".

       FD REVIEW-COMPLETION-FILE.
       01 REVIEW-COMPLETION-RECORD.
           COPY "KycReview.cpy".

      * The indexed record is the Customer.cpy layout with the
      * REFERENCE-ID broken out as the record key.
       FD CUSTOMER-MASTER-FILE.
       01 CUSTOMER-MASTER-RECORD.
           02 MASTER-REFERENCE-ID PIC X(10).
           02 MASTER-RECORD-BODY PIC X(461).

      * One row per change of class, the first rating included
      * (old class blank), with every factor behind the new score.
       FD RISK-JOURNAL-FILE.
       01 RISK-JOURNAL-RECORD.
           02 JOURNAL-REFERENCE-ID PIC X(10).
           02 JOURNAL-DATE PIC X(8).
           02 JOURNAL-OLD-CLASS PIC X(1).
           02 JOURNAL-NEW-CLASS PIC X(1).
           02 JOURNAL-OLD-SCORE PIC 9(3).
           02 JOURNAL-NEW-SCORE PIC 9(3).
           02 JOURNAL-PEP-HITS PIC 9(3).
           02 JOURNAL-CONFIRMED-CASES PIC 9(3).
           02 JOURNAL-OPEN-CASES PIC 9(3).
           02 JOURNAL-AML-ALERTS PIC 9(3).
           02 JOURNAL-COUNTRY-CODE PIC X(2).
           02 JOURNAL-COUNTRY-LISTED PIC X(1).
           02 JOURNAL-VOLUME-DKK PIC -9(11).99.
           02 JOURNAL-NEXT-REVIEW-DATE PIC X(8).

       FD KYC-REPORT-FILE.
       01 KYC-REPORT-LINE PIC X(100).

       FD BATCH-RUN-LOG-FILE.
       01 BATCH-RUN-LOG-RECORD.
           COPY "BatchRunLog.cpy".

       WORKING-STORAGE SECTION.
       01 BATCH-RUN-LOG-TIMESTAMP PIC X(26) VALUE SPACES.
       01 CONTROL-FILE-STATUS PIC X(2) VALUE "00".
       01 COUNTRY-FILE-STATUS PIC X(2) VALUE "00".
       01 PEP-HIT-FILE-STATUS PIC X(2) VALUE "00".
       01 CASE-LOG-FILE-STATUS PIC X(2) VALUE "00".
       01 AML-ALERT-FILE-STATUS PIC X(2) VALUE "00".
       01 HISTORY-FILE-STATUS PIC X(2) VALUE "00".
       01 REVIEW-FILE-STATUS PIC X(2) VALUE "00".
       01 MASTER-FILE-STATUS PIC X(2) VALUE "00".
       01 JOURNAL-FILE-STATUS PIC X(2) VALUE "00".
       01 BATCH-RUN-LOG-FILE-STATUS PIC X(2) VALUE "00".
       01 FAILED-FILE-NAME PIC X(40) VALUE SPACES.
       01 FAILED-FILE-STATUS PIC X(2) VALUE SPACES.

      * Scoring settings, defaults overridden by RiskControl.txt.
       01 RISK-SETTINGS.
           02 PEP-POINTS PIC 9(3) VALUE 40.
           02 CONFIRMED-POINTS PIC 9(3) VALUE 60.
           02 OPEN-CASE-POINTS PIC 9(3) VALUE 25.
           02 AML-POINTS PIC 9(3) VALUE 10.
           02 AML-MAX-POINTS PIC 9(3) VALUE 30.
           02 COUNTRY-POINTS PIC 9(3) VALUE 30.
           02 VOLUME-POINTS PIC 9(3) VALUE 15.
           02 VOLUME-THRESHOLD PIC 9(11) VALUE 1000000.
           02 MEDIUM-SCORE PIC 9(3) VALUE 25.
           02 HIGH-SCORE PIC 9(3) VALUE 50.
           02 HIGH-YEARS PIC 9 VALUE 1.
           02 MEDIUM-YEARS PIC 9 VALUE 2.
           02 LOW-YEARS PIC 9 VALUE 3.
           02 LOOKBACK-DAYS PIC 9(3) VALUE 365.
           02 DUE-WINDOW-DAYS PIC 9(3) VALUE 30.

       01 COUNTRY-TABLE.
           02 COUNTRY-MAX PIC 999 VALUE 100.
           02 COUNTRY-COUNT PIC 999 VALUE 0.
           02 COUNTRY-CODES OCCURS 100 TIMES PIC X(2) VALUE SPACES.
       01 COUNTRY-INDEX PIC 999 VALUE 0.

      * PEP hits counted per customer.
       01 PEP-TABLE.
           02 PEP-MAX PIC 999 VALUE 500.
           02 PEP-COUNT PIC 999 VALUE 0.
           02 PEP-ENTRIES OCCURS 500 TIMES.
               03 PEP-REFERENCE-ID PIC X(10) VALUE SPACES.
               03 PEP-HITS PIC 9(3) VALUE 0.
       01 PEP-INDEX PIC 999 VALUE 0.

      * Latest disposition of each customer/sanction pair; later
      * log rows replace earlier ones.
       01 CASE-TABLE.
           02 CASE-MAX PIC 999 VALUE 500.
           02 CASE-COUNT PIC 999 VALUE 0.
           02 CASE-ENTRIES OCCURS 500 TIMES.
               03 CASE-REFERENCE-ID PIC X(10) VALUE SPACES.
               03 CASE-SANCTION-ID PIC X(10) VALUE SPACES.
               03 CASE-DISPOSITION PIC X(10) VALUE SPACES.
       01 CASE-INDEX PIC 999 VALUE 0.
       01 CASE-FOUND-INDEX PIC 999 VALUE 0.

      * AML alerts and DKK turnover within the look-back period,
      * one row per CPR seen in either source.
       01 CPR-TABLE.
           02 CPR-MAX PIC 9(4) VALUE 2000.
           02 CPR-COUNT PIC 9(4) VALUE 0.
           02 CPR-ENTRIES OCCURS 2000 TIMES.
               03 CPR-KEY PIC X(15) VALUE SPACES.
               03 CPR-AML-ALERTS PIC 9(3) VALUE 0.
               03 CPR-VOLUME PIC S9(11)V99 VALUE 0.
       01 CPR-INDEX PIC 9(4) VALUE 0.
       01 CPR-FOUND-INDEX PIC 9(4) VALUE 0.
       01 LOOKUP-CPR PIC X(15) VALUE SPACES.

      * Latest queued review per customer; REVIEW-SEEN marks the
      * ones whose REFERENCE-ID was found on the master.
       01 REVIEW-TABLE.
           02 REVIEW-MAX PIC 999 VALUE 500.
           02 REVIEW-COUNT PIC 999 VALUE 0.
           02 REVIEW-ENTRIES OCCURS 500 TIMES.
               03 REVIEW-ENTRY-REFERENCE-ID PIC X(10) VALUE SPACES.
               03 REVIEW-ENTRY-DATE PIC X(8) VALUE SPACES.
               03 REVIEW-ENTRY-OPERATOR PIC X(8) VALUE SPACES.
               03 REVIEW-SEEN PIC X VALUE "N".
       01 REVIEW-INDEX PIC 999 VALUE 0.
       01 REVIEW-FOUND-INDEX PIC 999 VALUE 0.

       01 MASTER-WORK.
           COPY "Customer.cpy".

       01 END-OF-FILE PIC X VALUE "N".
       01 RUN-DATE-TODAY PIC X(8) VALUE SPACES.
       01 TODAY-DATE PIC 9(8) VALUE 0.
       01 TODAY-INTEGER PIC 9(8) VALUE 0.
       01 LOOKBACK-START-DATE PIC 9(8) VALUE 0.
       01 TRANSACTION-DATE-WORK PIC X(8) VALUE SPACES.
       01 NORMALIZED-CPR PIC X(15) VALUE SPACES.
       01 CPR-SERIAL-PART PIC X(4) VALUE SPACES.

      * The factors and score for the customer being rated.
       01 FACTOR-PEP-HITS PIC 9(3) VALUE 0.
       01 FACTOR-CONFIRMED-CASES PIC 9(3) VALUE 0.
       01 FACTOR-OPEN-CASES PIC 9(3) VALUE 0.
       01 FACTOR-AML-ALERTS PIC 9(3) VALUE 0.
       01 FACTOR-COUNTRY-LISTED PIC X VALUE "N".
       01 FACTOR-VOLUME PIC S9(11)V99 VALUE 0.
       01 SCORE-WORK PIC 9(5) VALUE 0.
       01 AML-SCORE-WORK PIC 9(5) VALUE 0.
       01 OLD-RISK-CLASS PIC X VALUE SPACE.
       01 OLD-RISK-SCORE PIC 9(3) VALUE 0.
       01 NEW-RISK-CLASS PIC X VALUE SPACE.
       01 CLASS-CHANGED PIC X VALUE "N".
       01 CUSTOMER-NAME-WORK PIC X(30) VALUE SPACES.

      * Review-date arithmetic: a base date plus whole years, a
      * 29 February landing on a common year moved to the 28th.
       01 INTERVAL-YEARS PIC 9 VALUE 0.
       01 BASE-DATE-WORK PIC 9(8) VALUE 0.
       01 NEXT-DATE-WORK PIC 9(8) VALUE 0.
       01 NEXT-DATE-PARTS REDEFINES NEXT-DATE-WORK.
           02 NEXT-DATE-YEAR PIC 9(4).
           02 NEXT-DATE-MONTH PIC 9(2).
           02 NEXT-DATE-DAY PIC 9(2).
       01 CANDIDATE-NEXT-DATE PIC X(8) VALUE SPACES.
       01 REVIEW-DAYS-WORK PIC S9(6) VALUE 0.
       01 REVIEW-STATUS-WORK PIC X(8) VALUE SPACES.

       01 MASTER-READ-COUNT PIC 9(6) VALUE 0.
       01 LOW-COUNT PIC 9(6) VALUE 0.
       01 MEDIUM-COUNT PIC 9(6) VALUE 0.
       01 HIGH-COUNT PIC 9(6) VALUE 0.
       01 CLASS-CHANGES-COUNT PIC 9(6) VALUE 0.
       01 RECORDED-REVIEW-COUNT PIC 9(6) VALUE 0.
       01 DUE-REVIEW-COUNT PIC 9(6) VALUE 0.
       01 OVERDUE-REVIEW-COUNT PIC 9(6) VALUE 0.
       01 UNKNOWN-REVIEW-COUNT PIC 9(6) VALUE 0.
       01 REWRITE-FAILED-COUNT PIC 9(6) VALUE 0.
       01 CAPACITY-WARNINGS PIC 9(4) VALUE 0.

       01 SCORE-DISPLAY PIC ZZ9.
       01 DAYS-EDIT-DISPLAY PIC -ZZZZ9.
       01 OUTPUT-TEXT-LINE PIC X(100) VALUE SPACES.
       01 SEPARATOR-LINE PIC X(100) VALUE ALL "-".
       01 COUNT-DISPLAY PIC Z(5)9.

       PROCEDURE DIVISION.
           PERFORM LOG-BATCH-RUN-START

           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE-TODAY
           MOVE RUN-DATE-TODAY TO TODAY-DATE
           COMPUTE TODAY-INTEGER = FUNCTION INTEGER-OF-DATE(TODAY-DATE)

           PERFORM LOAD-RISK-CONTROL
           COMPUTE LOOKBACK-START-DATE = FUNCTION DATE-OF-INTEGER(
               TODAY-INTEGER - LOOKBACK-DAYS)

           PERFORM LOAD-HIGH-RISK-COUNTRIES
           PERFORM LOAD-PEP-HITS
           PERFORM LOAD-SANCTIONS-CASES
           PERFORM LOAD-AML-ALERTS
           PERFORM LOAD-TRANSACTION-VOLUME
           PERFORM LOAD-REVIEW-COMPLETIONS

           OPEN I-O CUSTOMER-MASTER-FILE
           IF MASTER-FILE-STATUS NOT = "00"
               MOVE "CustomerMaster.idx" TO FAILED-FILE-NAME
               MOVE MASTER-FILE-STATUS TO FAILED-FILE-STATUS
               PERFORM ABORT-ON-FILE-FAILURE
           END-IF

           OPEN EXTEND RISK-JOURNAL-FILE
           IF JOURNAL-FILE-STATUS = "35"
               OPEN OUTPUT RISK-JOURNAL-FILE
           END-IF

           OPEN OUTPUT KYC-REPORT-FILE
           MOVE SPACES TO OUTPUT-TEXT-LINE
           STRING "KYC review schedule - " DELIMITED BY SIZE
               RUN-DATE-TODAY DELIMITED BY SIZE
               INTO OUTPUT-TEXT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SEPARATOR-LINE TO OUTPUT-TEXT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "Reference   Name" TO OUTPUT-TEXT-LINE
           MOVE "Class Score" TO OUTPUT-TEXT-LINE(44:11)
           MOVE "Last rev" TO OUTPUT-TEXT-LINE(57:8)
           MOVE "Next rev" TO OUTPUT-TEXT-LINE(67:8)
           MOVE "Status" TO OUTPUT-TEXT-LINE(77:6)
           MOVE "Days" TO OUTPUT-TEXT-LINE(89:4)
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO MASTER-REFERENCE-ID
           START CUSTOMER-MASTER-FILE
               KEY IS >= MASTER-REFERENCE-ID
               INVALID KEY
                   MOVE "10" TO MASTER-FILE-STATUS
           END-START

           PERFORM UNTIL MASTER-FILE-STATUS NOT = "00"
               READ CUSTOMER-MASTER-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CUSTOMER-MASTER-RECORD TO MASTER-WORK
                       ADD 1 TO MASTER-READ-COUNT
                       PERFORM RATE-ONE-CUSTOMER
               END-READ
           END-PERFORM

           PERFORM LIST-UNKNOWN-REVIEWS
           PERFORM REPORT-RUN-TOTALS

           CLOSE CUSTOMER-MASTER-FILE
           CLOSE RISK-JOURNAL-FILE
           CLOSE KYC-REPORT-FILE

           DISPLAY "Risk rating: " MASTER-READ-COUNT
               " customer(s) rated, " CLASS-CHANGES-COUNT
               " class change(s), " OVERDUE-REVIEW-COUNT
               " review(s) overdue, " DUE-REVIEW-COUNT " due."

           IF UNKNOWN-REVIEW-COUNT > 0
               OR REWRITE-FAILED-COUNT > 0
               OR CAPACITY-WARNINGS > 0
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
           MOVE "RISKRATING" TO BATCH-LOG-JOB-NAME
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

           MOVE "RISKRATING" TO BATCH-LOG-JOB-NAME
           MOVE BATCH-RUN-LOG-TIMESTAMP TO BATCH-LOG-TIMESTAMP
           MOVE "START" TO BATCH-LOG-EVENT
           MOVE SPACES TO BATCH-LOG-DETAIL
           WRITE BATCH-RUN-LOG-RECORD

           CLOSE BATCH-RUN-LOG-FILE
           EXIT.

       LOG-BATCH-RUN-END.
           MOVE FUNCTION CURRENT-DATE TO BATCH-RUN-LOG-TIMESTAMP
           OPEN EXTEND BATCH-RUN-LOG-FILE

           MOVE "RISKRATING" TO BATCH-LOG-JOB-NAME
           MOVE BATCH-RUN-LOG-TIMESTAMP TO BATCH-LOG-TIMESTAMP
           MOVE "END" TO BATCH-LOG-EVENT
           STRING "Rated: "
               FUNCTION TRIM(MASTER-READ-COUNT LEADING)
               " Changed: "
               FUNCTION TRIM(CLASS-CHANGES-COUNT LEADING)
               " Overdue: "
               FUNCTION TRIM(OVERDUE-REVIEW-COUNT LEADING)
               INTO BATCH-LOG-DETAIL
           WRITE BATCH-RUN-LOG-RECORD

           CLOSE BATCH-RUN-LOG-FILE
           EXIT.

       LOAD-RISK-CONTROL.
           OPEN INPUT RISK-CONTROL-FILE
           IF CONTROL-FILE-STATUS NOT = "00"
               DISPLAY "RiskControl.txt not found, the default "
                   "points, thresholds and review intervals apply"
               EXIT PARAGRAPH
           END-IF

           READ RISK-CONTROL-FILE
               AT END
                   DISPLAY "RiskControl.txt is empty, using the "
                       "default settings"
               NOT AT END
                   PERFORM APPLY-RISK-CONTROL
           END-READ

           CLOSE RISK-CONTROL-FILE
           EXIT.

       APPLY-RISK-CONTROL.
           IF CONTROL-PEP-POINTS IS NUMERIC
               AND CONTROL-PEP-POINTS > 0
               MOVE CONTROL-PEP-POINTS TO PEP-POINTS
           END-IF
           IF CONTROL-CONFIRMED-POINTS IS NUMERIC
               AND CONTROL-CONFIRMED-POINTS > 0
               MOVE CONTROL-CONFIRMED-POINTS TO CONFIRMED-POINTS
           END-IF
           IF CONTROL-OPEN-CASE-POINTS IS NUMERIC
               AND CONTROL-OPEN-CASE-POINTS > 0
               MOVE CONTROL-OPEN-CASE-POINTS TO OPEN-CASE-POINTS
           END-IF
           IF CONTROL-AML-POINTS IS NUMERIC
               AND CONTROL-AML-POINTS > 0
               MOVE CONTROL-AML-POINTS TO AML-POINTS
           END-IF
           IF CONTROL-AML-MAX-POINTS IS NUMERIC
               AND CONTROL-AML-MAX-POINTS > 0
               MOVE CONTROL-AML-MAX-POINTS TO AML-MAX-POINTS
           END-IF
           IF CONTROL-COUNTRY-POINTS IS NUMERIC
               AND CONTROL-COUNTRY-POINTS > 0
               MOVE CONTROL-COUNTRY-POINTS TO COUNTRY-POINTS
           END-IF
           IF CONTROL-VOLUME-POINTS IS NUMERIC
               AND CONTROL-VOLUME-POINTS > 0
               MOVE CONTROL-VOLUME-POINTS TO VOLUME-POINTS
           END-IF
           IF CONTROL-VOLUME-THRESHOLD IS NUMERIC
               AND CONTROL-VOLUME-THRESHOLD > 0
               MOVE CONTROL-VOLUME-THRESHOLD TO VOLUME-THRESHOLD
           END-IF
           IF CONTROL-MEDIUM-SCORE IS NUMERIC
               AND CONTROL-MEDIUM-SCORE > 0
               MOVE CONTROL-MEDIUM-SCORE TO MEDIUM-SCORE
           END-IF
           IF CONTROL-HIGH-SCORE IS NUMERIC
               AND CONTROL-HIGH-SCORE > 0
               MOVE CONTROL-HIGH-SCORE TO HIGH-SCORE
           END-IF
           IF CONTROL-HIGH-YEARS IS NUMERIC
               AND CONTROL-HIGH-YEARS > 0
               MOVE CONTROL-HIGH-YEARS TO HIGH-YEARS
           END-IF
           IF CONTROL-MEDIUM-YEARS IS NUMERIC
               AND CONTROL-MEDIUM-YEARS > 0
               MOVE CONTROL-MEDIUM-YEARS TO MEDIUM-YEARS
           END-IF
           IF CONTROL-LOW-YEARS IS NUMERIC
               AND CONTROL-LOW-YEARS > 0
               MOVE CONTROL-LOW-YEARS TO LOW-YEARS
           END-IF
           IF CONTROL-LOOKBACK-DAYS IS NUMERIC
               AND CONTROL-LOOKBACK-DAYS > 0
               MOVE CONTROL-LOOKBACK-DAYS TO LOOKBACK-DAYS
           END-IF
           IF CONTROL-DUE-WINDOW-DAYS IS NUMERIC
               AND CONTROL-DUE-WINDOW-DAYS > 0
               MOVE CONTROL-DUE-WINDOW-DAYS TO DUE-WINDOW-DAYS
           END-IF

           IF HIGH-SCORE < MEDIUM-SCORE
               DISPLAY "WARNING: RiskControl.txt high threshold is "
                   "below the medium one, the medium one is used "
                   "for both."
               MOVE MEDIUM-SCORE TO HIGH-SCORE
           END-IF
           EXIT.

       LOAD-HIGH-RISK-COUNTRIES.
           OPEN INPUT COUNTRY-LIST-FILE
           IF COUNTRY-FILE-STATUS NOT = "00"
               DISPLAY "HighRiskCountries.txt not found, no country "
                   "counts as high risk this run."
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ COUNTRY-LIST-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF COUNTRY-LIST-CODE NOT = SPACES
                           IF COUNTRY-COUNT < COUNTRY-MAX
                               ADD 1 TO COUNTRY-COUNT
                               MOVE FUNCTION UPPER-CASE(
                                   COUNTRY-LIST-CODE)
                                   TO COUNTRY-CODES(COUNTRY-COUNT)
                           ELSE
                               DISPLAY "WARNING: high-risk country "
                                   "capacity exceeded, '"
                                   COUNTRY-LIST-CODE
                                   "' is not listed."
                               ADD 1 TO CAPACITY-WARNINGS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE COUNTRY-LIST-FILE
           MOVE "N" TO END-OF-FILE
           EXIT.

       LOAD-PEP-HITS.
           OPEN INPUT PEP-HIT-FILE
           IF PEP-HIT-FILE-STATUS NOT = "00"
               DISPLAY "PepHits.txt not found, no PEP hits are "
                   "scored this run."
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ PEP-HIT-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF PEP-HIT-CUSTOMER-ID NOT = SPACES
                           PERFORM ADD-ONE-PEP-HIT
                       END-IF
               END-READ
           END-PERFORM

           CLOSE PEP-HIT-FILE
           MOVE "N" TO END-OF-FILE
           EXIT.

       ADD-ONE-PEP-HIT.
           PERFORM VARYING PEP-INDEX FROM 1 BY 1
               UNTIL PEP-INDEX > PEP-COUNT
               IF PEP-REFERENCE-ID(PEP-INDEX) = PEP-HIT-CUSTOMER-ID
                   ADD 1 TO PEP-HITS(PEP-INDEX)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM

           IF PEP-COUNT < PEP-MAX
               ADD 1 TO PEP-COUNT
               MOVE PEP-HIT-CUSTOMER-ID TO PEP-REFERENCE-ID(PEP-COUNT)
               MOVE 1 TO PEP-HITS(PEP-COUNT)
           ELSE
               DISPLAY "WARNING: PEP hit capacity exceeded, "
                   "customer '"
                   FUNCTION TRIM(PEP-HIT-CUSTOMER-ID TRAILING)
                   "' is not scored for it."
               ADD 1 TO CAPACITY-WARNINGS
           END-IF
           EXIT.

       LOAD-SANCTIONS-CASES.
           OPEN INPUT SANCTIONS-CASE-LOG-FILE
           IF CASE-LOG-FILE-STATUS NOT = "00"
               DISPLAY "SanctionsCaseLog.txt not found, no "
                   "sanctions cases are scored this run."
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ SANCTIONS-CASE-LOG-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF LOG-CUSTOMER-ID NOT = SPACES
                           PERFORM ADD-ONE-CASE-ROW
                       END-IF
               END-READ
           END-PERFORM

           CLOSE SANCTIONS-CASE-LOG-FILE
           MOVE "N" TO END-OF-FILE
           EXIT.

       ADD-ONE-CASE-ROW.
           MOVE 0 TO CASE-FOUND-INDEX
           PERFORM VARYING CASE-INDEX FROM 1 BY 1
               UNTIL CASE-INDEX > CASE-COUNT
                   OR CASE-FOUND-INDEX > 0
               IF CASE-REFERENCE-ID(CASE-INDEX) = LOG-CUSTOMER-ID
                   AND CASE-SANCTION-ID(CASE-INDEX) = LOG-SANCTION-ID
                   MOVE CASE-INDEX TO CASE-FOUND-INDEX
               END-IF
           END-PERFORM

           IF CASE-FOUND-INDEX = 0
               IF CASE-COUNT < CASE-MAX
                   ADD 1 TO CASE-COUNT
                   MOVE CASE-COUNT TO CASE-FOUND-INDEX
                   MOVE LOG-CUSTOMER-ID
                       TO CASE-REFERENCE-ID(CASE-FOUND-INDEX)
                   MOVE LOG-SANCTION-ID
                       TO CASE-SANCTION-ID(CASE-FOUND-INDEX)
               ELSE
                   DISPLAY "WARNING: sanctions case capacity "
                       "exceeded, customer '"
                       FUNCTION TRIM(LOG-CUSTOMER-ID TRAILING)
                       "' is not scored for it."
                   ADD 1 TO CAPACITY-WARNINGS
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE LOG-DISPOSITION TO CASE-DISPOSITION(CASE-FOUND-INDEX)
           EXIT.

      *----------------------------------------------------------*
      * Every alert first seen within the look-back period counts,
      * whatever its status: a dispositioned alert still says the
      * customer's activity tripped the monitoring.
      *----------------------------------------------------------*
       LOAD-AML-ALERTS.
           OPEN INPUT AML-ALERT-LOG-FILE
           IF AML-ALERT-FILE-STATUS NOT = "00"
               DISPLAY "AmlAlertLog.txt not found, no AML alerts "
                   "are scored this run."
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ AML-ALERT-LOG-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF LOG-ALERT-FIRST-SEEN IS NUMERIC
                           AND LOG-ALERT-FIRST-SEEN
                               >= LOOKBACK-START-DATE
                           MOVE LOG-ALERT-CPR TO NORMALIZED-CPR
                           PERFORM NORMALIZE-CPR
                           MOVE NORMALIZED-CPR TO LOOKUP-CPR
                           PERFORM FIND-OR-ADD-CPR
                           IF CPR-FOUND-INDEX > 0
                               ADD 1 TO CPR-AML-ALERTS(CPR-FOUND-INDEX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE AML-ALERT-LOG-FILE
           MOVE "N" TO END-OF-FILE
           EXIT.

      *----------------------------------------------------------*
      * Turnover is the sum of DKK amounts either way within the
      * look-back period. A storno reversal takes its original's
      * amount back out; the corrected replacement counts as an
      * ordinary booking.
      *----------------------------------------------------------*
       LOAD-TRANSACTION-VOLUME.
           OPEN INPUT HISTORY-FILE
           IF HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "TransactionHistory.txt not found, no "
                   "turnover is scored this run."
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ HISTORY-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       PERFORM ADD-ONE-TRANSACTION
               END-READ
           END-PERFORM

           CLOSE HISTORY-FILE
           MOVE "N" TO END-OF-FILE
           EXIT.

       ADD-ONE-TRANSACTION.
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
           IF TRANSACTION-DATE-WORK < LOOKBACK-START-DATE
               EXIT PARAGRAPH
           END-IF

           MOVE CPR OF HISTORY-RECORD TO NORMALIZED-CPR
           PERFORM NORMALIZE-CPR
           MOVE NORMALIZED-CPR TO LOOKUP-CPR
           PERFORM FIND-OR-ADD-CPR
           IF CPR-FOUND-INDEX = 0
               EXIT PARAGRAPH
           END-IF

           IF CORRECTION-REVERSAL OF HISTORY-RECORD
               SUBTRACT FUNCTION ABS(DKK-AMOUNT OF HISTORY-RECORD)
                   FROM CPR-VOLUME(CPR-FOUND-INDEX)
           ELSE
               ADD FUNCTION ABS(DKK-AMOUNT OF HISTORY-RECORD)
                   TO CPR-VOLUME(CPR-FOUND-INDEX)
           END-IF
           EXIT.

       FIND-OR-ADD-CPR.
           PERFORM FIND-CPR
           IF CPR-FOUND-INDEX > 0
               OR LOOKUP-CPR = SPACES
               EXIT PARAGRAPH
           END-IF

           IF CPR-COUNT < CPR-MAX
               ADD 1 TO CPR-COUNT
               MOVE CPR-COUNT TO CPR-FOUND-INDEX
               MOVE LOOKUP-CPR TO CPR-KEY(CPR-FOUND-INDEX)
           ELSE
               DISPLAY "WARNING: CPR capacity exceeded, CPR '"
                   FUNCTION TRIM(LOOKUP-CPR TRAILING)
                   "' is not scored for alerts or turnover."
               ADD 1 TO CAPACITY-WARNINGS
           END-IF
           EXIT.

       FIND-CPR.
           MOVE 0 TO CPR-FOUND-INDEX
           IF LOOKUP-CPR = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING CPR-INDEX FROM 1 BY 1
               UNTIL CPR-INDEX > CPR-COUNT
                   OR CPR-FOUND-INDEX > 0
               IF CPR-KEY(CPR-INDEX) = LOOKUP-CPR
                   MOVE CPR-INDEX TO CPR-FOUND-INDEX
               END-IF
           END-PERFORM
           EXIT.

      * The master may carry the CPR without the dash; every CPR is
      * compared in the DDMMYY-XXXX form the transactions use.
       NORMALIZE-CPR.
           IF NORMALIZED-CPR(1:10) IS NUMERIC
                   AND NORMALIZED-CPR(11:5) = SPACES
               MOVE NORMALIZED-CPR(7:4) TO CPR-SERIAL-PART
               MOVE "-" TO NORMALIZED-CPR(7:1)
               MOVE CPR-SERIAL-PART TO NORMALIZED-CPR(8:4)
           END-IF
           EXIT.

       LOAD-REVIEW-COMPLETIONS.
           OPEN INPUT REVIEW-COMPLETION-FILE
           IF REVIEW-FILE-STATUS NOT = "00"
               DISPLAY "KycReviewCompletions.txt not found, no "
                   "completed reviews to record."
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ REVIEW-COMPLETION-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF REVIEW-REFERENCE-ID NOT = SPACES
                           AND REVIEW-COMPLETED-DATE IS NUMERIC
                           PERFORM ADD-ONE-REVIEW
                       END-IF
               END-READ
           END-PERFORM

           CLOSE REVIEW-COMPLETION-FILE
           MOVE "N" TO END-OF-FILE
           EXIT.

       ADD-ONE-REVIEW.
           MOVE 0 TO REVIEW-FOUND-INDEX
           PERFORM VARYING REVIEW-INDEX FROM 1 BY 1
               UNTIL REVIEW-INDEX > REVIEW-COUNT
                   OR REVIEW-FOUND-INDEX > 0
               IF REVIEW-ENTRY-REFERENCE-ID(REVIEW-INDEX)
                       = REVIEW-REFERENCE-ID
                   MOVE REVIEW-INDEX TO REVIEW-FOUND-INDEX
               END-IF
           END-PERFORM

           IF REVIEW-FOUND-INDEX = 0
               IF REVIEW-COUNT < REVIEW-MAX
                   ADD 1 TO REVIEW-COUNT
                   MOVE REVIEW-COUNT TO REVIEW-FOUND-INDEX
                   MOVE REVIEW-REFERENCE-ID TO
                       REVIEW-ENTRY-REFERENCE-ID(REVIEW-FOUND-INDEX)
               ELSE
                   DISPLAY "WARNING: KYC review capacity exceeded, "
                       "review of '"
                       FUNCTION TRIM(REVIEW-REFERENCE-ID TRAILING)
                       "' is not recorded."
                   ADD 1 TO CAPACITY-WARNINGS
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF REVIEW-COMPLETED-DATE
                   > REVIEW-ENTRY-DATE(REVIEW-FOUND-INDEX)
               OR REVIEW-ENTRY-DATE(REVIEW-FOUND-INDEX) = SPACES
               MOVE REVIEW-COMPLETED-DATE
                   TO REVIEW-ENTRY-DATE(REVIEW-FOUND-INDEX)
               MOVE REVIEW-OPERATOR
                   TO REVIEW-ENTRY-OPERATOR(REVIEW-FOUND-INDEX)
           END-IF
           EXIT.

      *----------------------------------------------------------*
      * Scores one customer, takes in any newer completed review,
      * sets the next review date, journals a change of class and
      * rewrites the master. Reviews overdue or due within the
      * notice window go on the report.
      *----------------------------------------------------------*
       RATE-ONE-CUSTOMER.
           MOVE RISK-CLASS OF MASTER-WORK TO OLD-RISK-CLASS
           MOVE 0 TO OLD-RISK-SCORE
           IF RISK-SCORE-DATE OF MASTER-WORK NOT = SPACES
               AND RISK-SCORE OF MASTER-WORK IS NUMERIC
               MOVE RISK-SCORE OF MASTER-WORK TO OLD-RISK-SCORE
           END-IF
           IF RISK-SCORE-DATE OF MASTER-WORK = SPACES
               MOVE SPACE TO OLD-RISK-CLASS
           END-IF

           PERFORM COLLECT-RISK-FACTORS
           PERFORM SCORE-RISK-FACTORS

           MOVE "N" TO CLASS-CHANGED
           IF NEW-RISK-CLASS NOT = OLD-RISK-CLASS
               MOVE "Y" TO CLASS-CHANGED
           END-IF

           MOVE NEW-RISK-CLASS TO RISK-CLASS OF MASTER-WORK
           MOVE SCORE-WORK TO RISK-SCORE OF MASTER-WORK
           MOVE RUN-DATE-TODAY TO RISK-SCORE-DATE OF MASTER-WORK
           EVALUATE TRUE
               WHEN RISK-HIGH OF MASTER-WORK
                   ADD 1 TO HIGH-COUNT
               WHEN RISK-MEDIUM OF MASTER-WORK
                   ADD 1 TO MEDIUM-COUNT
               WHEN OTHER
                   ADD 1 TO LOW-COUNT
           END-EVALUATE

           PERFORM TAKE-IN-REVIEW-COMPLETION
           PERFORM SET-NEXT-REVIEW-DATE

           IF CLASS-CHANGED = "Y"
               ADD 1 TO CLASS-CHANGES-COUNT
               PERFORM WRITE-RISK-JOURNAL-ENTRY
           END-IF

           MOVE MASTER-WORK TO CUSTOMER-MASTER-RECORD
           REWRITE CUSTOMER-MASTER-RECORD
               INVALID KEY
                   DISPLAY "Could not rewrite master record '"
                       FUNCTION TRIM(REFERENCE-ID OF MASTER-WORK
                           TRAILING)
                       "' (file status " MASTER-FILE-STATUS ")."
                   ADD 1 TO REWRITE-FAILED-COUNT
           END-REWRITE

           PERFORM CHECK-REVIEW-DUE
           EXIT.

       COLLECT-RISK-FACTORS.
           MOVE 0 TO FACTOR-PEP-HITS
           MOVE 0 TO FACTOR-CONFIRMED-CASES
           MOVE 0 TO FACTOR-OPEN-CASES
           MOVE 0 TO FACTOR-AML-ALERTS
           MOVE "N" TO FACTOR-COUNTRY-LISTED
           MOVE 0 TO FACTOR-VOLUME

           PERFORM VARYING PEP-INDEX FROM 1 BY 1
               UNTIL PEP-INDEX > PEP-COUNT
               IF PEP-REFERENCE-ID(PEP-INDEX)
                       = REFERENCE-ID OF MASTER-WORK
                   MOVE PEP-HITS(PEP-INDEX) TO FACTOR-PEP-HITS
               END-IF
           END-PERFORM

           PERFORM VARYING CASE-INDEX FROM 1 BY 1
               UNTIL CASE-INDEX > CASE-COUNT
               IF CASE-REFERENCE-ID(CASE-INDEX)
                       = REFERENCE-ID OF MASTER-WORK
                   EVALUATE CASE-DISPOSITION(CASE-INDEX)
                       WHEN "CONFIRMED"
                           ADD 1 TO FACTOR-CONFIRMED-CASES
                       WHEN "CLEARED"
                           CONTINUE
                       WHEN OTHER
                           ADD 1 TO FACTOR-OPEN-CASES
                   END-EVALUATE
               END-IF
           END-PERFORM

           MOVE CUSTOMER-CPR OF MASTER-WORK TO NORMALIZED-CPR
           PERFORM NORMALIZE-CPR
           MOVE NORMALIZED-CPR TO LOOKUP-CPR
           PERFORM FIND-CPR
           IF CPR-FOUND-INDEX > 0
               MOVE CPR-AML-ALERTS(CPR-FOUND-INDEX)
                   TO FACTOR-AML-ALERTS
               MOVE CPR-VOLUME(CPR-FOUND-INDEX) TO FACTOR-VOLUME
           END-IF

           IF COUNTRYCODE OF MASTER-WORK NOT = SPACES
               PERFORM VARYING COUNTRY-INDEX FROM 1 BY 1
                   UNTIL COUNTRY-INDEX > COUNTRY-COUNT
                   IF COUNTRY-CODES(COUNTRY-INDEX)
                           = FUNCTION UPPER-CASE(
                               COUNTRYCODE OF MASTER-WORK)
                       MOVE "Y" TO FACTOR-COUNTRY-LISTED
                   END-IF
               END-PERFORM
           END-IF
           EXIT.

      *----------------------------------------------------------*
      * A PEP hit, a confirmed or an open sanctions case, a listed
      * country and turnover over the threshold each add their
      * points once; AML alerts add points per alert up to the
      * cap. The score is held to 999.
      *----------------------------------------------------------*
       SCORE-RISK-FACTORS.
           MOVE 0 TO SCORE-WORK
           IF FACTOR-PEP-HITS > 0
               ADD PEP-POINTS TO SCORE-WORK
           END-IF
           IF FACTOR-CONFIRMED-CASES > 0
               ADD CONFIRMED-POINTS TO SCORE-WORK
           END-IF
           IF FACTOR-OPEN-CASES > 0
               ADD OPEN-CASE-POINTS TO SCORE-WORK
           END-IF

           COMPUTE AML-SCORE-WORK = FACTOR-AML-ALERTS * AML-POINTS
           IF AML-SCORE-WORK > AML-MAX-POINTS
               MOVE AML-MAX-POINTS TO AML-SCORE-WORK
           END-IF
           ADD AML-SCORE-WORK TO SCORE-WORK

           IF FACTOR-COUNTRY-LISTED = "Y"
               ADD COUNTRY-POINTS TO SCORE-WORK
           END-IF
           IF FACTOR-VOLUME > VOLUME-THRESHOLD
               ADD VOLUME-POINTS TO SCORE-WORK
           END-IF

           IF SCORE-WORK > 999
               MOVE 999 TO SCORE-WORK
           END-IF

           EVALUATE TRUE
               WHEN SCORE-WORK >= HIGH-SCORE
                   MOVE "H" TO NEW-RISK-CLASS
               WHEN SCORE-WORK >= MEDIUM-SCORE
                   MOVE "M" TO NEW-RISK-CLASS
               WHEN OTHER
                   MOVE "L" TO NEW-RISK-CLASS
           END-EVALUATE
           EXIT.

       TAKE-IN-REVIEW-COMPLETION.
           PERFORM VARYING REVIEW-INDEX FROM 1 BY 1
               UNTIL REVIEW-INDEX > REVIEW-COUNT
               IF REVIEW-ENTRY-REFERENCE-ID(REVIEW-INDEX)
                       = REFERENCE-ID OF MASTER-WORK
                   MOVE "Y" TO REVIEW-SEEN(REVIEW-INDEX)
                   IF KYC-LAST-REVIEW-DATE OF MASTER-WORK = SPACES
                       OR REVIEW-ENTRY-DATE(REVIEW-INDEX)
                           > KYC-LAST-REVIEW-DATE OF MASTER-WORK
                       MOVE REVIEW-ENTRY-DATE(REVIEW-INDEX)
                           TO KYC-LAST-REVIEW-DATE OF MASTER-WORK
                       ADD 1 TO RECORDED-REVIEW-COUNT
                   END-IF
               END-IF
           END-PERFORM
           EXIT.

      *----------------------------------------------------------*
      * With a review on record the next one falls the class's
      * interval after it. A customer never reviewed since the
      * rating began starts the clock on the first rating; a later
      * change of class brings the date forward to the new
      * interval from today when that is sooner, and never pushes
      * it back.
      *----------------------------------------------------------*
       SET-NEXT-REVIEW-DATE.
           EVALUATE TRUE
               WHEN RISK-HIGH OF MASTER-WORK
                   MOVE HIGH-YEARS TO INTERVAL-YEARS
               WHEN RISK-MEDIUM OF MASTER-WORK
                   MOVE MEDIUM-YEARS TO INTERVAL-YEARS
               WHEN OTHER
                   MOVE LOW-YEARS TO INTERVAL-YEARS
           END-EVALUATE

           IF KYC-LAST-REVIEW-DATE OF MASTER-WORK IS NUMERIC
               MOVE KYC-LAST-REVIEW-DATE OF MASTER-WORK
                   TO BASE-DATE-WORK
               PERFORM ADD-REVIEW-INTERVAL
               MOVE NEXT-DATE-WORK
                   TO KYC-NEXT-REVIEW-DATE OF MASTER-WORK
               EXIT PARAGRAPH
           END-IF

           MOVE TODAY-DATE TO BASE-DATE-WORK
           PERFORM ADD-REVIEW-INTERVAL
           MOVE NEXT-DATE-WORK TO CANDIDATE-NEXT-DATE

           IF KYC-NEXT-REVIEW-DATE OF MASTER-WORK IS NOT NUMERIC
               MOVE CANDIDATE-NEXT-DATE
                   TO KYC-NEXT-REVIEW-DATE OF MASTER-WORK
               EXIT PARAGRAPH
           END-IF

           IF CLASS-CHANGED = "Y"
               AND CANDIDATE-NEXT-DATE
                   < KYC-NEXT-REVIEW-DATE OF MASTER-WORK
               MOVE CANDIDATE-NEXT-DATE
                   TO KYC-NEXT-REVIEW-DATE OF MASTER-WORK
           END-IF
           EXIT.

       ADD-REVIEW-INTERVAL.
           MOVE BASE-DATE-WORK TO NEXT-DATE-WORK
           ADD INTERVAL-YEARS TO NEXT-DATE-YEAR
           IF NEXT-DATE-MONTH = 2
               AND NEXT-DATE-DAY = 29
               AND FUNCTION TEST-DATE-YYYYMMDD(NEXT-DATE-WORK) NOT = 0
               MOVE 28 TO NEXT-DATE-DAY
           END-IF
           EXIT.

       WRITE-RISK-JOURNAL-ENTRY.
           MOVE SPACES TO RISK-JOURNAL-RECORD
           MOVE REFERENCE-ID OF MASTER-WORK TO JOURNAL-REFERENCE-ID
           MOVE RUN-DATE-TODAY TO JOURNAL-DATE
           MOVE OLD-RISK-CLASS TO JOURNAL-OLD-CLASS
           MOVE NEW-RISK-CLASS TO JOURNAL-NEW-CLASS
           MOVE OLD-RISK-SCORE TO JOURNAL-OLD-SCORE
           MOVE SCORE-WORK TO JOURNAL-NEW-SCORE
           MOVE FACTOR-PEP-HITS TO JOURNAL-PEP-HITS
           MOVE FACTOR-CONFIRMED-CASES TO JOURNAL-CONFIRMED-CASES
           MOVE FACTOR-OPEN-CASES TO JOURNAL-OPEN-CASES
           MOVE FACTOR-AML-ALERTS TO JOURNAL-AML-ALERTS
           MOVE COUNTRYCODE OF MASTER-WORK TO JOURNAL-COUNTRY-CODE
           MOVE FACTOR-COUNTRY-LISTED TO JOURNAL-COUNTRY-LISTED
           MOVE FACTOR-VOLUME TO JOURNAL-VOLUME-DKK
           MOVE KYC-NEXT-REVIEW-DATE OF MASTER-WORK
               TO JOURNAL-NEXT-REVIEW-DATE
           WRITE RISK-JOURNAL-RECORD
           EXIT.

       CHECK-REVIEW-DUE.
           IF KYC-NEXT-REVIEW-DATE OF MASTER-WORK IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF

           MOVE KYC-NEXT-REVIEW-DATE OF MASTER-WORK TO NEXT-DATE-WORK
           COMPUTE REVIEW-DAYS-WORK =
               FUNCTION INTEGER-OF-DATE(NEXT-DATE-WORK)
               - TODAY-INTEGER

           EVALUATE TRUE
               WHEN REVIEW-DAYS-WORK < 0
                   ADD 1 TO OVERDUE-REVIEW-COUNT
                   MOVE "OVERDUE" TO REVIEW-STATUS-WORK
                   COMPUTE REVIEW-DAYS-WORK = 0 - REVIEW-DAYS-WORK
               WHEN REVIEW-DAYS-WORK <= DUE-WINDOW-DAYS
                   ADD 1 TO DUE-REVIEW-COUNT
                   MOVE "DUE" TO REVIEW-STATUS-WORK
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE

           MOVE SPACES TO OUTPUT-TEXT-LINE
           MOVE REFERENCE-ID OF MASTER-WORK TO OUTPUT-TEXT-LINE(1:10)
           MOVE SPACES TO CUSTOMER-NAME-WORK
           STRING FUNCTION TRIM(FIRST-NAME OF MASTER-WORK TRAILING)
               " " DELIMITED BY SIZE
               FUNCTION TRIM(LAST-NAME OF MASTER-WORK TRAILING)
               DELIMITED BY SIZE
               INTO CUSTOMER-NAME-WORK
           END-STRING
           MOVE CUSTOMER-NAME-WORK TO OUTPUT-TEXT-LINE(13:30)
           MOVE RISK-CLASS OF MASTER-WORK TO OUTPUT-TEXT-LINE(46:1)
           MOVE RISK-SCORE OF MASTER-WORK TO SCORE-DISPLAY
           MOVE SCORE-DISPLAY TO OUTPUT-TEXT-LINE(52:3)
           MOVE KYC-LAST-REVIEW-DATE OF MASTER-WORK
               TO OUTPUT-TEXT-LINE(57:8)
           MOVE KYC-NEXT-REVIEW-DATE OF MASTER-WORK
               TO OUTPUT-TEXT-LINE(67:8)
           MOVE REVIEW-STATUS-WORK TO OUTPUT-TEXT-LINE(77:8)
           MOVE REVIEW-DAYS-WORK TO DAYS-EDIT-DISPLAY
           MOVE DAYS-EDIT-DISPLAY TO OUTPUT-TEXT-LINE(87:6)
           PERFORM WRITE-REPORT-LINE
           EXIT.

       LIST-UNKNOWN-REVIEWS.
           PERFORM VARYING REVIEW-INDEX FROM 1 BY 1
               UNTIL REVIEW-INDEX > REVIEW-COUNT
               IF REVIEW-SEEN(REVIEW-INDEX) = "N"
                   ADD 1 TO UNKNOWN-REVIEW-COUNT
                   MOVE SPACES TO OUTPUT-TEXT-LINE
                   MOVE REVIEW-ENTRY-REFERENCE-ID(REVIEW-INDEX)
                       TO OUTPUT-TEXT-LINE(1:10)
                   MOVE "Review recorded by" TO OUTPUT-TEXT-LINE(13:18)
                   MOVE REVIEW-ENTRY-OPERATOR(REVIEW-INDEX)
                       TO OUTPUT-TEXT-LINE(32:8)
                   MOVE REVIEW-ENTRY-DATE(REVIEW-INDEX)
                       TO OUTPUT-TEXT-LINE(57:8)
                   MOVE "UNKNOWN" TO OUTPUT-TEXT-LINE(77:8)
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-PERFORM
           EXIT.

       REPORT-RUN-TOTALS.
           MOVE SEPARATOR-LINE TO OUTPUT-TEXT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE "Customers rated" TO OUTPUT-TEXT-LINE
           MOVE MASTER-READ-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-REPORT-LINE

           MOVE "  High risk" TO OUTPUT-TEXT-LINE
           MOVE HIGH-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-REPORT-LINE

           MOVE "  Medium risk" TO OUTPUT-TEXT-LINE
           MOVE MEDIUM-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-REPORT-LINE

           MOVE "  Low risk" TO OUTPUT-TEXT-LINE
           MOVE LOW-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-REPORT-LINE

           MOVE "Class changes journaled" TO OUTPUT-TEXT-LINE
           MOVE CLASS-CHANGES-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-REPORT-LINE

           MOVE "Completed reviews recorded" TO OUTPUT-TEXT-LINE
           MOVE RECORDED-REVIEW-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-REPORT-LINE

           MOVE "Reviews overdue" TO OUTPUT-TEXT-LINE
           MOVE OVERDUE-REVIEW-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-REPORT-LINE

           MOVE "Reviews due within the window" TO OUTPUT-TEXT-LINE
           MOVE DUE-REVIEW-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-REPORT-LINE

           MOVE "Reviews for unknown REFERENCE-ID" TO OUTPUT-TEXT-LINE
           MOVE UNKNOWN-REVIEW-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-REPORT-LINE
           EXIT.

       WRITE-REPORT-LINE.
           MOVE OUTPUT-TEXT-LINE TO KYC-REPORT-LINE
           WRITE KYC-REPORT-LINE
           MOVE SPACES TO OUTPUT-TEXT-LINE
           EXIT.

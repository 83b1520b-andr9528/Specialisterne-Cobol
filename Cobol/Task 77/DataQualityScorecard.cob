       IDENTIFICATION DIVISION.
       PROGRAM-ID. DQSCORE.

      *----------------------------------------------------------*
      * Weekly data-quality scorecard for the customer master,   *
      * run from the chain on a weekly step. Reads every record  *
      * on CustomerMaster.idx and counts:                        *
      *  - records without an email address, and without a phone *
      *    number;                                               *
      *  - zipcodes not in PostalCodes.txt (Danish addresses     *
      *    only);                                                *
      *  - city names that differ from the postal city for the   *
      *    zipcode;                                              *
      *  - RECORD-BANK-ONLY records still without an address;    *
      *  - ACCOUNT-COUNT values that disagree with the filled    *
      *    account slots (the primary account plus the filled    *
      *    EXTRA-ACCOUNTS);                                      *
      *  - records in an open duplicate candidate pair on        *
      *    CUSTDEDUP's CustomerDuplicateReview.txt.              *
      * Each measure is shown as a count and a percentage of the *
      * master, with the change since the last scorecard and the *
      * four scorecards before this one from                     *
      * DataQualityHistory.txt, which the run extends. Every     *
      * offending record goes to DataQualityWorklist.txt with    *
      * its REFERENCE-ID, the measure and the detail, for the    *
      * maintenance team. Output is DataQualityScorecard.txt.    *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER-FILE
               ASSIGN TO "CustomerMaster.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MASTER-REFERENCE-ID
               FILE STATUS IS MASTER-FILE-STATUS.

           SELECT POSTAL-CODE-FILE
               ASSIGN TO "PostalCodes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POSTAL-CODE-FILE-STATUS.

           SELECT DUPLICATE-REVIEW-FILE
               ASSIGN TO "CustomerDuplicateReview.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DUPLICATE-REVIEW-FILE-STATUS.

           SELECT QUALITY-HISTORY-FILE
               ASSIGN TO "DataQualityHistory.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QUALITY-HISTORY-FILE-STATUS.

           SELECT WORKLIST-FILE
               ASSIGN TO "DataQualityWorklist.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WORKLIST-FILE-STATUS.

           SELECT SCORECARD-FILE
               ASSIGN TO "DataQualityScorecard.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BATCH-RUN-LOG-FILE
               ASSIGN TO "BatchRunLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BATCH-RUN-LOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CUSTOMER-MASTER-FILE.
       01 CUSTOMER-MASTER-RECORD.
           02 MASTER-REFERENCE-ID PIC X(10).
           02 MASTER-RECORD-BODY PIC X(461).

       FD POSTAL-CODE-FILE.
       01 POSTAL-CODE-RECORD.
           COPY "PostalCode.cpy".

       FD DUPLICATE-REVIEW-FILE.
       01 DUPLICATE-REVIEW-RECORD.
           02 REVIEW-SURVIVOR-ID PIC X(10).
           02 REVIEW-CANDIDATE-ID PIC X(10).
           02 REVIEW-MATCHED-ON PIC X(10).

      * One row per measure per scorecard run.
       FD QUALITY-HISTORY-FILE.
       01 QUALITY-HISTORY-RECORD.
           02 HISTORY-RUN-DATE PIC 9(8).
           02 HISTORY-MEASURE-CODE PIC X(8).
           02 HISTORY-RECORD-COUNT PIC 9(8).
           02 HISTORY-OFFENDING-COUNT PIC 9(8).
           02 HISTORY-PERCENT PIC 9(3)V99.

       FD WORKLIST-FILE.
       01 WORKLIST-RECORD.
           02 WORKLIST-REFERENCE-ID PIC X(10).
           02 WORKLIST-MEASURE-CODE PIC X(8).
           02 WORKLIST-DETAIL PIC X(50).

       FD SCORECARD-FILE.
       01 SCORECARD-LINE PIC X(100).

       FD BATCH-RUN-LOG-FILE.
       01 BATCH-RUN-LOG-RECORD.
           COPY "BatchRunLog.cpy".

       WORKING-STORAGE SECTION.
       01 BATCH-RUN-LOG-TIMESTAMP PIC X(26) VALUE SPACES.
       01 MASTER-FILE-STATUS PIC X(2) VALUE "00".
       01 POSTAL-CODE-FILE-STATUS PIC X(2) VALUE "00".
       01 DUPLICATE-REVIEW-FILE-STATUS PIC X(2) VALUE "00".
       01 QUALITY-HISTORY-FILE-STATUS PIC X(2) VALUE "00".
       01 WORKLIST-FILE-STATUS PIC X(2) VALUE "00".
       01 BATCH-RUN-LOG-FILE-STATUS PIC X(2) VALUE "00".
       01 FAILED-FILE-NAME PIC X(30) VALUE SPACES.
       01 FAILED-FILE-STATUS PIC X(2) VALUE SPACES.

       01 MASTER-WORK.
           COPY "Customer.cpy".

       01 END-OF-FILE PIC X VALUE "N".
       01 RUN-DATE-TODAY PIC 9(8) VALUE 0.

      * The measures in scorecard order: history code and the
      * text the scorecard prints.
       01 MEASURE-NAMES.
           02 FILLER PIC X(8) VALUE "EMAIL".
           02 FILLER PIC X(34) VALUE "No email address".
           02 FILLER PIC X(8) VALUE "PHONE".
           02 FILLER PIC X(34) VALUE "No phone number".
           02 FILLER PIC X(8) VALUE "ZIPCODE".
           02 FILLER PIC X(34) VALUE "Zipcode not in PostalCodes.txt".
           02 FILLER PIC X(8) VALUE "CITY".
           02 FILLER PIC X(34) VALUE "City differs from postal city".
           02 FILLER PIC X(8) VALUE "NOADDR".
           02 FILLER PIC X(34) VALUE "Bank-only, still no address".
           02 FILLER PIC X(8) VALUE "ACCOUNTS".
           02 FILLER PIC X(34)
               VALUE "ACCOUNT-COUNT disagrees with slots".
           02 FILLER PIC X(8) VALUE "DUPLICAT".
           02 FILLER PIC X(34) VALUE "Open duplicate candidate".
       01 MEASURE-TABLE REDEFINES MEASURE-NAMES.
           02 MEASURE-ENTRY OCCURS 7 TIMES.
               03 MEASURE-CODE PIC X(8).
               03 MEASURE-TEXT PIC X(34).
       01 MEASURE-COUNT PIC 9 VALUE 7.
       01 MEASURE-INDEX PIC 9 VALUE 0.
       01 MATCHED-MEASURE PIC 9 VALUE 0.

      * Per measure: this run's count and percentage, and the four
      * previous scorecards (slot 1 the most recent).
       01 MEASURE-RESULTS.
           02 MEASURE-RESULT OCCURS 7 TIMES.
               03 RESULT-OFFENDING-COUNT PIC 9(8) VALUE 0.
               03 RESULT-PERCENT PIC 9(3)V99 VALUE 0.
               03 TREND-SLOT OCCURS 4 TIMES.
                   04 TREND-RUN-DATE PIC 9(8) VALUE 0.
                   04 TREND-PERCENT PIC 9(3)V99 VALUE 0.
       01 TREND-INDEX PIC 9 VALUE 0.

       01 POSTAL-MASTER.
           02 POSTAL-COUNT PIC 9(4) VALUE 0.
           02 POSTAL-MAX PIC 9(4) VALUE 1500.
           02 POSTAL-ENTRIES OCCURS 1500 TIMES.
               03 POSTAL-ENTRY-ZIPCODE PIC X(4) VALUE SPACES.
               03 POSTAL-ENTRY-CITY PIC X(20) VALUE SPACES.
       01 POSTAL-INDEX PIC 9(4) VALUE 0.
       01 POSTAL-ZIP-FOUND PIC X VALUE "N".
       01 CANONICAL-CITY PIC X(20) VALUE SPACES.

      * Both sides of every candidate pair, each with its partner.
       01 DUPLICATE-TABLE.
           02 DUPLICATE-COUNT PIC 9(4) VALUE 0.
           02 DUPLICATE-MAX PIC 9(4) VALUE 2000.
           02 DUPLICATE-ENTRIES OCCURS 2000 TIMES.
               03 DUP-REFERENCE-ID PIC X(10) VALUE SPACES.
               03 DUP-OTHER-ID PIC X(10) VALUE SPACES.
       01 DUPLICATE-INDEX PIC 9(4) VALUE 0.
       01 DUPLICATE-FOUND PIC X VALUE "N".

       01 MASTER-READ-COUNT PIC 9(8) VALUE 0.
       01 RECORDS-FLAGGED-COUNT PIC 9(8) VALUE 0.
       01 WORKLIST-ROW-COUNT PIC 9(8) VALUE 0.
       01 RECORD-FLAGGED PIC X VALUE "N".
       01 ADDRESS-IS-BLANK PIC X VALUE "N".
       01 ADDRESS-IS-DANISH PIC X VALUE "N".
       01 ACCOUNT-SLOT PIC 9 VALUE 0.
       01 ACCOUNTS-HELD PIC 9 VALUE 0.
       01 WORKLIST-DETAIL-WORK PIC X(50) VALUE SPACES.
       01 PERCENT-CHANGE PIC S9(3)V99 VALUE 0.

       01 COUNT-DISPLAY PIC Z(7)9.
       01 PERCENT-DISPLAY PIC ZZ9.99.
       01 CHANGE-DISPLAY PIC +++9.99.
       01 OUTPUT-TEXT-LINE PIC X(100) VALUE SPACES.
       01 SEPARATOR-LINE PIC X(100) VALUE ALL "-".

       PROCEDURE DIVISION.
           PERFORM LOG-BATCH-RUN-START

           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE-TODAY

           PERFORM LOAD-POSTAL-CODE-MASTER
           PERFORM LOAD-DUPLICATE-CANDIDATES
           PERFORM LOAD-SCORECARD-HISTORY

           OPEN OUTPUT WORKLIST-FILE
           PERFORM SCORE-CUSTOMER-MASTER
           CLOSE WORKLIST-FILE

           PERFORM VARYING MEASURE-INDEX FROM 1 BY 1
               UNTIL MEASURE-INDEX > MEASURE-COUNT
               IF MASTER-READ-COUNT > 0
                   COMPUTE RESULT-PERCENT(MEASURE-INDEX) ROUNDED =
                       RESULT-OFFENDING-COUNT(MEASURE-INDEX) * 100
                       / MASTER-READ-COUNT
               END-IF
           END-PERFORM

           PERFORM WRITE-SCORECARD
           PERFORM APPEND-SCORECARD-HISTORY

           DISPLAY "Data-quality scorecard: " MASTER-READ-COUNT
               " record(s), " RECORDS-FLAGGED-COUNT " with at least "
               "one finding, " WORKLIST-ROW-COUNT " worklist row(s)."

           PERFORM LOG-BATCH-RUN-END
       STOP RUN.

       ABORT-ON-FILE-FAILURE.
           DISPLAY "ERROR: could not open '"
               FUNCTION TRIM(FAILED-FILE-NAME TRAILING)
               "' (file status " FAILED-FILE-STATUS "). "
               "The run is stopped."

           MOVE FUNCTION CURRENT-DATE TO BATCH-RUN-LOG-TIMESTAMP
           OPEN EXTEND BATCH-RUN-LOG-FILE
           MOVE "DQSCORE" TO BATCH-LOG-JOB-NAME
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

           MOVE "DQSCORE" TO BATCH-LOG-JOB-NAME
           MOVE BATCH-RUN-LOG-TIMESTAMP TO BATCH-LOG-TIMESTAMP
           MOVE "START" TO BATCH-LOG-EVENT
           MOVE SPACES TO BATCH-LOG-DETAIL
           WRITE BATCH-RUN-LOG-RECORD

           CLOSE BATCH-RUN-LOG-FILE
           EXIT.

       LOG-BATCH-RUN-END.
           MOVE FUNCTION CURRENT-DATE TO BATCH-RUN-LOG-TIMESTAMP
           OPEN EXTEND BATCH-RUN-LOG-FILE

           MOVE "DQSCORE" TO BATCH-LOG-JOB-NAME
           MOVE BATCH-RUN-LOG-TIMESTAMP TO BATCH-LOG-TIMESTAMP
           MOVE "END" TO BATCH-LOG-EVENT
           STRING "Records: "
               FUNCTION TRIM(MASTER-READ-COUNT LEADING)
               " Flagged: "
               FUNCTION TRIM(RECORDS-FLAGGED-COUNT LEADING)
               " Worklist: "
               FUNCTION TRIM(WORKLIST-ROW-COUNT LEADING)
               INTO BATCH-LOG-DETAIL
           WRITE BATCH-RUN-LOG-RECORD

           CLOSE BATCH-RUN-LOG-FILE
           EXIT.

       LOAD-POSTAL-CODE-MASTER.
           OPEN INPUT POSTAL-CODE-FILE
           IF POSTAL-CODE-FILE-STATUS NOT = "00"
               DISPLAY "PostalCodes.txt not found, every Danish "
                   "zipcode is reported as unknown."
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ POSTAL-CODE-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF POSTAL-COUNT < POSTAL-MAX
                           ADD 1 TO POSTAL-COUNT
                           MOVE POSTAL-ZIPCODE TO
                               POSTAL-ENTRY-ZIPCODE(POSTAL-COUNT)
                           MOVE POSTAL-CITY TO
                               POSTAL-ENTRY-CITY(POSTAL-COUNT)
                       ELSE
                           DISPLAY "PostalCodes.txt exceeds "
                               "capacity, ignoring remaining codes"
                           MOVE "Y" TO END-OF-FILE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE POSTAL-CODE-FILE
           EXIT.

      * The review file holds the pairs CUSTDEDUP's last scan
      * found and nobody has merged yet.
       LOAD-DUPLICATE-CANDIDATES.
           OPEN INPUT DUPLICATE-REVIEW-FILE
           IF DUPLICATE-REVIEW-FILE-STATUS NOT = "00"
               DISPLAY "CustomerDuplicateReview.txt not found, no "
                   "duplicate candidates are counted."
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ DUPLICATE-REVIEW-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF DUPLICATE-COUNT + 2 <= DUPLICATE-MAX
                           ADD 1 TO DUPLICATE-COUNT
                           MOVE REVIEW-SURVIVOR-ID
                               TO DUP-REFERENCE-ID(DUPLICATE-COUNT)
                           MOVE REVIEW-CANDIDATE-ID
                               TO DUP-OTHER-ID(DUPLICATE-COUNT)
                           ADD 1 TO DUPLICATE-COUNT
                           MOVE REVIEW-CANDIDATE-ID
                               TO DUP-REFERENCE-ID(DUPLICATE-COUNT)
                           MOVE REVIEW-SURVIVOR-ID
                               TO DUP-OTHER-ID(DUPLICATE-COUNT)
                       ELSE
                           DISPLAY "CustomerDuplicateReview.txt "
                               "exceeds capacity, ignoring "
                               "remaining pairs"
                           MOVE "Y" TO END-OF-FILE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE DUPLICATE-REVIEW-FILE
           EXIT.

      *----------------------------------------------------------*
      * The history is in run order, so each row either refreshes
      * the newest slot (a rerun on the same day) or pushes the
      * older slots down. Rows from today are this run's own
      * earlier attempt and are not a previous scorecard.
      *----------------------------------------------------------*
       LOAD-SCORECARD-HISTORY.
           OPEN INPUT QUALITY-HISTORY-FILE
           IF QUALITY-HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "DataQualityHistory.txt not found, the "
                   "scorecard starts without a trend."
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ QUALITY-HISTORY-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF HISTORY-RUN-DATE < RUN-DATE-TODAY
                           PERFORM APPLY-ONE-HISTORY-ROW
                       END-IF
               END-READ
           END-PERFORM

           CLOSE QUALITY-HISTORY-FILE
           EXIT.

       APPLY-ONE-HISTORY-ROW.
           MOVE 0 TO MATCHED-MEASURE
           PERFORM VARYING MEASURE-INDEX FROM 1 BY 1
               UNTIL MEASURE-INDEX > MEASURE-COUNT
                   OR MATCHED-MEASURE > 0
               IF MEASURE-CODE(MEASURE-INDEX) = HISTORY-MEASURE-CODE
                   MOVE MEASURE-INDEX TO MATCHED-MEASURE
               END-IF
           END-PERFORM

           IF MATCHED-MEASURE = 0
               EXIT PARAGRAPH
           END-IF

           IF TREND-RUN-DATE(MATCHED-MEASURE, 1) NOT = HISTORY-RUN-DATE
               PERFORM VARYING TREND-INDEX FROM 4 BY -1
                   UNTIL TREND-INDEX < 2
                   MOVE TREND-SLOT(MATCHED-MEASURE, TREND-INDEX - 1)
                       TO TREND-SLOT(MATCHED-MEASURE, TREND-INDEX)
               END-PERFORM
           END-IF

           MOVE HISTORY-RUN-DATE TO TREND-RUN-DATE(MATCHED-MEASURE, 1)
           MOVE HISTORY-PERCENT TO TREND-PERCENT(MATCHED-MEASURE, 1)
           EXIT.

       SCORE-CUSTOMER-MASTER.
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF MASTER-FILE-STATUS NOT = "00"
               MOVE "CustomerMaster.idx" TO FAILED-FILE-NAME
               MOVE MASTER-FILE-STATUS TO FAILED-FILE-STATUS
               PERFORM ABORT-ON-FILE-FAILURE
           END-IF

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
                       PERFORM SCORE-ONE-CUSTOMER
               END-READ
           END-PERFORM

           CLOSE CUSTOMER-MASTER-FILE
           EXIT.

       SCORE-ONE-CUSTOMER.
           MOVE "N" TO RECORD-FLAGGED

           IF EMAIL OF MASTER-WORK = SPACES
               MOVE 1 TO MATCHED-MEASURE
               MOVE SPACES TO WORKLIST-DETAIL-WORK
               PERFORM RECORD-FINDING
           END-IF

           IF PHONE-NUMBER OF MASTER-WORK = SPACES
               MOVE 2 TO MATCHED-MEASURE
               MOVE SPACES TO WORKLIST-DETAIL-WORK
               PERFORM RECORD-FINDING
           END-IF

           PERFORM SCORE-ADDRESS
           PERFORM SCORE-ACCOUNT-COUNT
           PERFORM SCORE-DUPLICATE-CANDIDATE

           IF RECORD-FLAGGED = "Y"
               ADD 1 TO RECORDS-FLAGGED-COUNT
           END-IF
           EXIT.

      *----------------------------------------------------------*
      * A bank-only record with a blank address counts once, as
      * still waiting for its address; the zipcode and city are
      * only judged on a Danish address that is there.
      *----------------------------------------------------------*
       SCORE-ADDRESS.
           MOVE "N" TO ADDRESS-IS-BLANK
           IF STREET-NAME OF MASTER-WORK = SPACES
               AND ZIPCODE OF MASTER-WORK = SPACES
               AND CITY OF MASTER-WORK = SPACES
               MOVE "Y" TO ADDRESS-IS-BLANK
           END-IF

           IF RECORD-BANK-ONLY OF MASTER-WORK
               AND ADDRESS-IS-BLANK = "Y"
               MOVE 5 TO MATCHED-MEASURE
               MOVE SPACES TO WORKLIST-DETAIL-WORK
               PERFORM RECORD-FINDING
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO ADDRESS-IS-DANISH
           IF COUNTRYCODE OF MASTER-WORK = "DK"
               OR COUNTRYCODE OF MASTER-WORK = SPACES
               MOVE "Y" TO ADDRESS-IS-DANISH
           END-IF
           IF ADDRESS-IS-DANISH = "N"
               EXIT PARAGRAPH
           END-IF

           PERFORM LOOK-UP-POSTAL-ZIPCODE
           IF POSTAL-ZIP-FOUND = "N"
               MOVE 3 TO MATCHED-MEASURE
               MOVE SPACES TO WORKLIST-DETAIL-WORK
               STRING "Zipcode '" ZIPCODE OF MASTER-WORK "'"
                   DELIMITED BY SIZE
                   INTO WORKLIST-DETAIL-WORK
               END-STRING
               PERFORM RECORD-FINDING
               EXIT PARAGRAPH
           END-IF

           IF FUNCTION UPPER-CASE(CITY OF MASTER-WORK)
                   NOT = FUNCTION UPPER-CASE(CANONICAL-CITY)
               MOVE 4 TO MATCHED-MEASURE
               MOVE SPACES TO WORKLIST-DETAIL-WORK
               STRING FUNCTION TRIM(CITY OF MASTER-WORK TRAILING)
                   " / postal "
                   FUNCTION TRIM(CANONICAL-CITY TRAILING)
                   DELIMITED BY SIZE
                   INTO WORKLIST-DETAIL-WORK
               END-STRING
               PERFORM RECORD-FINDING
           END-IF
           EXIT.

       LOOK-UP-POSTAL-ZIPCODE.
           MOVE "N" TO POSTAL-ZIP-FOUND
           MOVE SPACES TO CANONICAL-CITY

           PERFORM VARYING POSTAL-INDEX FROM 1 BY 1
               UNTIL POSTAL-INDEX > POSTAL-COUNT
                   OR POSTAL-ZIP-FOUND = "Y"
               IF POSTAL-ENTRY-ZIPCODE(POSTAL-INDEX)
                       = ZIPCODE OF MASTER-WORK
                   MOVE "Y" TO POSTAL-ZIP-FOUND
                   MOVE POSTAL-ENTRY-CITY(POSTAL-INDEX)
                       TO CANONICAL-CITY
               END-IF
           END-PERFORM
           EXIT.

      *----------------------------------------------------------*
      * ACCOUNT-COUNT counts the primary account and every filled
      * extra slot. A record from before the account list (count
      * 0, no extra slot filled) is not a disagreement.
      *----------------------------------------------------------*
       SCORE-ACCOUNT-COUNT.
           MOVE 0 TO ACCOUNTS-HELD
           IF ACCOUNT-NUMBER OF MASTER-WORK NOT = SPACES
               ADD 1 TO ACCOUNTS-HELD
           END-IF
           PERFORM VARYING ACCOUNT-SLOT FROM 1 BY 1
               UNTIL ACCOUNT-SLOT > 4
               IF EXTRA-ACCOUNT-NUMBER OF MASTER-WORK(ACCOUNT-SLOT)
                       NOT = SPACES
                   ADD 1 TO ACCOUNTS-HELD
               END-IF
           END-PERFORM

           IF ACCOUNT-COUNT OF MASTER-WORK = ACCOUNTS-HELD
               EXIT PARAGRAPH
           END-IF
           IF ACCOUNT-COUNT OF MASTER-WORK = 0
               AND ACCOUNTS-HELD <= 1
               EXIT PARAGRAPH
           END-IF

           MOVE 6 TO MATCHED-MEASURE
           MOVE SPACES TO WORKLIST-DETAIL-WORK
           STRING "ACCOUNT-COUNT " ACCOUNT-COUNT OF MASTER-WORK
               ", accounts filled " ACCOUNTS-HELD
               DELIMITED BY SIZE
               INTO WORKLIST-DETAIL-WORK
           END-STRING
           PERFORM RECORD-FINDING
           EXIT.

       SCORE-DUPLICATE-CANDIDATE.
           MOVE "N" TO DUPLICATE-FOUND
           PERFORM VARYING DUPLICATE-INDEX FROM 1 BY 1
               UNTIL DUPLICATE-INDEX > DUPLICATE-COUNT
                   OR DUPLICATE-FOUND = "Y"
               IF DUP-REFERENCE-ID(DUPLICATE-INDEX)
                       = REFERENCE-ID OF MASTER-WORK
                   MOVE "Y" TO DUPLICATE-FOUND
                   MOVE SPACES TO WORKLIST-DETAIL-WORK
                   STRING "Candidate pair with "
                       DUP-OTHER-ID(DUPLICATE-INDEX)
                       DELIMITED BY SIZE
                       INTO WORKLIST-DETAIL-WORK
                   END-STRING
               END-IF
           END-PERFORM

           IF DUPLICATE-FOUND = "Y"
               MOVE 7 TO MATCHED-MEASURE
               PERFORM RECORD-FINDING
           END-IF
           EXIT.

       RECORD-FINDING.
           ADD 1 TO RESULT-OFFENDING-COUNT(MATCHED-MEASURE)
           MOVE "Y" TO RECORD-FLAGGED

           MOVE SPACES TO WORKLIST-RECORD
           MOVE REFERENCE-ID OF MASTER-WORK TO WORKLIST-REFERENCE-ID
           MOVE MEASURE-CODE(MATCHED-MEASURE) TO WORKLIST-MEASURE-CODE
           MOVE WORKLIST-DETAIL-WORK TO WORKLIST-DETAIL
           WRITE WORKLIST-RECORD
           ADD 1 TO WORKLIST-ROW-COUNT
           EXIT.

       WRITE-SCORECARD.
           OPEN OUTPUT SCORECARD-FILE

           MOVE SPACES TO OUTPUT-TEXT-LINE
           STRING "Customer master data quality - run "
               RUN-DATE-TODAY
               DELIMITED BY SIZE
               INTO OUTPUT-TEXT-LINE
           END-STRING
           PERFORM WRITE-SCORECARD-LINE
           MOVE SEPARATOR-LINE TO OUTPUT-TEXT-LINE
           PERFORM WRITE-SCORECARD-LINE
           MOVE "Measure" TO OUTPUT-TEXT-LINE
           MOVE "Records      %  Change" TO OUTPUT-TEXT-LINE(37:22)
           MOVE "Prev-1 Prev-2 Prev-3 Prev-4"
               TO OUTPUT-TEXT-LINE(61:27)
           PERFORM WRITE-SCORECARD-LINE

           PERFORM VARYING MEASURE-INDEX FROM 1 BY 1
               UNTIL MEASURE-INDEX > MEASURE-COUNT
               PERFORM WRITE-ONE-MEASURE-LINE
           END-PERFORM

           MOVE SEPARATOR-LINE TO OUTPUT-TEXT-LINE
           PERFORM WRITE-SCORECARD-LINE

           MOVE "Records on the master" TO OUTPUT-TEXT-LINE
           MOVE MASTER-READ-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(36:8)
           PERFORM WRITE-SCORECARD-LINE

           MOVE "Records with at least one finding"
               TO OUTPUT-TEXT-LINE
           MOVE RECORDS-FLAGGED-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(36:8)
           PERFORM WRITE-SCORECARD-LINE

           MOVE "Rows on DataQualityWorklist.txt" TO OUTPUT-TEXT-LINE
           MOVE WORKLIST-ROW-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(36:8)
           PERFORM WRITE-SCORECARD-LINE

           CLOSE SCORECARD-FILE
           EXIT.

      * Change is against the most recent earlier scorecard; a
      * minus is an improvement. Empty trend slots are left blank.
       WRITE-ONE-MEASURE-LINE.
           MOVE MEASURE-TEXT(MEASURE-INDEX) TO OUTPUT-TEXT-LINE(1:34)
           MOVE RESULT-OFFENDING-COUNT(MEASURE-INDEX) TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(36:8)
           MOVE RESULT-PERCENT(MEASURE-INDEX) TO PERCENT-DISPLAY
           MOVE PERCENT-DISPLAY TO OUTPUT-TEXT-LINE(45:6)

           IF TREND-RUN-DATE(MEASURE-INDEX, 1) > 0
               COMPUTE PERCENT-CHANGE =
                   RESULT-PERCENT(MEASURE-INDEX)
                   - TREND-PERCENT(MEASURE-INDEX, 1)
               MOVE PERCENT-CHANGE TO CHANGE-DISPLAY
               MOVE CHANGE-DISPLAY TO OUTPUT-TEXT-LINE(52:7)
           END-IF

           PERFORM VARYING TREND-INDEX FROM 1 BY 1
               UNTIL TREND-INDEX > 4
               IF TREND-RUN-DATE(MEASURE-INDEX, TREND-INDEX) > 0
                   MOVE TREND-PERCENT(MEASURE-INDEX, TREND-INDEX)
                       TO PERCENT-DISPLAY
                   MOVE PERCENT-DISPLAY TO OUTPUT-TEXT-LINE(
                       61 + (TREND-INDEX - 1) * 7:6)
               END-IF
           END-PERFORM
           PERFORM WRITE-SCORECARD-LINE
           EXIT.

       APPEND-SCORECARD-HISTORY.
           OPEN EXTEND QUALITY-HISTORY-FILE
           IF QUALITY-HISTORY-FILE-STATUS = "35"
               OPEN OUTPUT QUALITY-HISTORY-FILE
           END-IF

           PERFORM VARYING MEASURE-INDEX FROM 1 BY 1
               UNTIL MEASURE-INDEX > MEASURE-COUNT
               MOVE RUN-DATE-TODAY TO HISTORY-RUN-DATE
               MOVE MEASURE-CODE(MEASURE-INDEX)
                   TO HISTORY-MEASURE-CODE
               MOVE MASTER-READ-COUNT TO HISTORY-RECORD-COUNT
               MOVE RESULT-OFFENDING-COUNT(MEASURE-INDEX)
                   TO HISTORY-OFFENDING-COUNT
               MOVE RESULT-PERCENT(MEASURE-INDEX) TO HISTORY-PERCENT
               WRITE QUALITY-HISTORY-RECORD
           END-PERFORM

           CLOSE QUALITY-HISTORY-FILE
           EXIT.

       WRITE-SCORECARD-LINE.
           MOVE OUTPUT-TEXT-LINE TO SCORECARD-LINE
           WRITE SCORECARD-LINE
           MOVE SPACES TO OUTPUT-TEXT-LINE
           EXIT.

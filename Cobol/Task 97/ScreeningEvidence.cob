       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCREENEVID.

      *----------------------------------------------------------*
      * Screening evidence enquiry, for the regulator and        *
      * internal audit. Driven by ScreeningEvidenceRequests.txt, *
      * one row per question:                                    *
      *  - "C" and a customer ID: every screening recorded for   *
      *    that customer.                                        *
      *  - "V" and a list version: everyone screened against     *
      *    that sanctions list version.                          *
      * An optional from and to date (YYYYMMDD) on the row       *
      * narrows the question to runs in that range. Each         *
      * question is answered from ScreeningEvidenceLedger.txt,   *
      * which SANCTIONSSCREEN (full and delta runs) and          *
      * PRESCREEN (onboarding) append to, and gets its own       *
      * section in ScreeningEvidenceReport.txt listing run date  *
      * and time, mode, customer, list version, outcome and the  *
      * strongest match, with counts by outcome. A row that is   *
      * not a valid question is skipped with a message and sets  *
      * RETURN-CODE 4. Rows older than the                       *
      * HousekeepingControl.txt retention period are no longer   *
      * in the ledger.                                           *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EVIDENCE-REQUESTS-FILE
               ASSIGN TO "ScreeningEvidenceRequests.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REQUESTS-FILE-STATUS.

           SELECT SCREENING-EVIDENCE-FILE
               ASSIGN TO "ScreeningEvidenceLedger.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EVIDENCE-FILE-STATUS.

           SELECT EVIDENCE-REPORT-FILE
               ASSIGN TO "ScreeningEvidenceReport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BATCH-RUN-LOG-FILE
               ASSIGN TO "BatchRunLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BATCH-RUN-LOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EVIDENCE-REQUESTS-FILE.
       01 EVIDENCE-REQUEST-RECORD.
           02 REQUEST-KIND PIC X(1).
               88 REQUEST-BY-CUSTOMER VALUE "C".
               88 REQUEST-BY-VERSION VALUE "V".
           02 REQUEST-KEY PIC X(20).
           02 REQUEST-FROM-DATE PIC X(8).
           02 REQUEST-TO-DATE PIC X(8).

       FD SCREENING-EVIDENCE-FILE.
       01 SCREENING-EVIDENCE-RECORD.
           COPY "ScreeningEvidence.cpy".

       FD EVIDENCE-REPORT-FILE.
       01 EVIDENCE-REPORT-LINE PIC X(120).

       FD BATCH-RUN-LOG-FILE.
       01 BATCH-RUN-LOG-RECORD.
           COPY "BatchRunLog.cpy".

       WORKING-STORAGE SECTION.
       01 BATCH-RUN-LOG-TIMESTAMP PIC X(26) VALUE SPACES.
       01 REQUESTS-FILE-STATUS PIC X(2) VALUE "00".
       01 EVIDENCE-FILE-STATUS PIC X(2) VALUE "00".
       01 BATCH-RUN-LOG-FILE-STATUS PIC X(2) VALUE "00".

       01 END-OF-REQUESTS PIC X VALUE "N".
       01 END-OF-LEDGER PIC X VALUE "N".
       01 LEDGER-AVAILABLE PIC X VALUE "Y".
       01 QUESTIONS-ANSWERED-COUNT PIC 999 VALUE 0.
       01 REQUESTS-SKIPPED-COUNT PIC 999 VALUE 0.

      * The date range of the question being answered; a blank
      * from or to date leaves that end open.
       01 RANGE-FROM-DATE PIC X(8) VALUE SPACES.
       01 RANGE-TO-DATE PIC X(8) VALUE SPACES.
       01 ROW-SELECTED PIC X VALUE "N".

       01 FOUND-COUNT PIC 9(6) VALUE 0.
       01 HIT-COUNT PIC 9(6) VALUE 0.
       01 CLEARED-COUNT PIC 9(6) VALUE 0.
       01 NO-HIT-COUNT PIC 9(6) VALUE 0.

       01 REPORT-TIMESTAMP PIC X(26) VALUE SPACES.
       01 OUTPUT-TEXT-LINE PIC X(120) VALUE SPACES.
       01 SEPARATOR-LINE PIC X(100) VALUE ALL "-".
       01 PERCENT-DISPLAY PIC ZZ9.9.
       01 COUNT-DISPLAY PIC Z(5)9.

       PROCEDURE DIVISION.
           PERFORM LOG-BATCH-RUN-START

           OPEN INPUT EVIDENCE-REQUESTS-FILE
           IF REQUESTS-FILE-STATUS NOT = "00"
               DISPLAY "ScreeningEvidenceRequests.txt not found, "
                   "nothing to do."
               PERFORM LOG-BATCH-RUN-END
               STOP RUN
           END-IF

           OPEN INPUT SCREENING-EVIDENCE-FILE
           IF EVIDENCE-FILE-STATUS NOT = "00"
               DISPLAY "ScreeningEvidenceLedger.txt not found, no "
                   "screenings are on record."
               MOVE "N" TO LEDGER-AVAILABLE
           ELSE
               CLOSE SCREENING-EVIDENCE-FILE
           END-IF

           MOVE FUNCTION CURRENT-DATE TO REPORT-TIMESTAMP
           OPEN OUTPUT EVIDENCE-REPORT-FILE

           MOVE SPACES TO OUTPUT-TEXT-LINE
           STRING "Screening evidence enquiry - " DELIMITED BY SIZE
               REPORT-TIMESTAMP(1:8) DELIMITED BY SIZE
               INTO OUTPUT-TEXT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SEPARATOR-LINE TO OUTPUT-TEXT-LINE
           PERFORM WRITE-REPORT-LINE

           PERFORM UNTIL END-OF-REQUESTS = "Y"
               READ EVIDENCE-REQUESTS-FILE
                   AT END
                       MOVE "Y" TO END-OF-REQUESTS
                   NOT AT END
                       PERFORM ANSWER-ONE-QUESTION
               END-READ
           END-PERFORM

           CLOSE EVIDENCE-REQUESTS-FILE

           MOVE SPACES TO OUTPUT-TEXT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SEPARATOR-LINE TO OUTPUT-TEXT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO OUTPUT-TEXT-LINE
           STRING "Printed " DELIMITED BY SIZE
               REPORT-TIMESTAMP(1:8) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               REPORT-TIMESTAMP(9:6) DELIMITED BY SIZE
               INTO OUTPUT-TEXT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE

           CLOSE EVIDENCE-REPORT-FILE

           DISPLAY "Screening evidence questions answered: "
               QUESTIONS-ANSWERED-COUNT
           IF REQUESTS-SKIPPED-COUNT > 0
               DISPLAY "Requests skipped: " REQUESTS-SKIPPED-COUNT
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

           MOVE "SCREENEVID" TO BATCH-LOG-JOB-NAME
           MOVE BATCH-RUN-LOG-TIMESTAMP TO BATCH-LOG-TIMESTAMP
           MOVE "START" TO BATCH-LOG-EVENT
           MOVE SPACES TO BATCH-LOG-DETAIL
           WRITE BATCH-RUN-LOG-RECORD

           CLOSE BATCH-RUN-LOG-FILE
           EXIT.

       LOG-BATCH-RUN-END.
           MOVE FUNCTION CURRENT-DATE TO BATCH-RUN-LOG-TIMESTAMP
           OPEN EXTEND BATCH-RUN-LOG-FILE

           MOVE "SCREENEVID" TO BATCH-LOG-JOB-NAME
           MOVE BATCH-RUN-LOG-TIMESTAMP TO BATCH-LOG-TIMESTAMP
           MOVE "END" TO BATCH-LOG-EVENT
           MOVE SPACES TO BATCH-LOG-DETAIL
           STRING "Answered: "
               FUNCTION TRIM(QUESTIONS-ANSWERED-COUNT LEADING)
               " Skipped: "
               FUNCTION TRIM(REQUESTS-SKIPPED-COUNT LEADING)
               INTO BATCH-LOG-DETAIL
           WRITE BATCH-RUN-LOG-RECORD

           CLOSE BATCH-RUN-LOG-FILE
           EXIT.

      *----------------------------------------------------------*
      * One question: a heading naming what was asked, every
      * ledger row that answers it in ledger order (which is run
      * order), and the counts by outcome.
      *----------------------------------------------------------*
       ANSWER-ONE-QUESTION.
           IF NOT REQUEST-BY-CUSTOMER AND NOT REQUEST-BY-VERSION
               OR REQUEST-KEY = SPACES
               DISPLAY "Request skipped - kind C with a customer ID "
                   "or V with a list version is needed: "
                   EVIDENCE-REQUEST-RECORD
               ADD 1 TO REQUESTS-SKIPPED-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE REQUEST-FROM-DATE TO RANGE-FROM-DATE
           MOVE REQUEST-TO-DATE TO RANGE-TO-DATE
           IF (RANGE-FROM-DATE NOT = SPACES
                   AND RANGE-FROM-DATE NOT NUMERIC)
               OR (RANGE-TO-DATE NOT = SPACES
                   AND RANGE-TO-DATE NOT NUMERIC)
               DISPLAY "Request skipped - from and to dates must "
                   "be YYYYMMDD or blank: " EVIDENCE-REQUEST-RECORD
               ADD 1 TO REQUESTS-SKIPPED-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO FOUND-COUNT
           MOVE 0 TO HIT-COUNT
           MOVE 0 TO CLEARED-COUNT
           MOVE 0 TO NO-HIT-COUNT

           MOVE SPACES TO OUTPUT-TEXT-LINE
           PERFORM WRITE-REPORT-LINE
           IF REQUEST-BY-CUSTOMER
               STRING "Every screening of customer " DELIMITED BY SIZE
                   FUNCTION TRIM(REQUEST-KEY TRAILING)
                   DELIMITED BY SIZE
                   INTO OUTPUT-TEXT-LINE
               END-STRING
           ELSE
               STRING "Everyone screened against list version "
                   DELIMITED BY SIZE
                   FUNCTION TRIM(REQUEST-KEY TRAILING)
                   DELIMITED BY SIZE
                   INTO OUTPUT-TEXT-LINE
               END-STRING
           END-IF
           PERFORM WRITE-REPORT-LINE

           IF RANGE-FROM-DATE NOT = SPACES
               OR RANGE-TO-DATE NOT = SPACES
               STRING "  Runs from " DELIMITED BY SIZE
                   RANGE-FROM-DATE DELIMITED BY SIZE
                   " to " DELIMITED BY SIZE
                   RANGE-TO-DATE DELIMITED BY SIZE
                   INTO OUTPUT-TEXT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-IF

           MOVE "Date" TO OUTPUT-TEXT-LINE(1:4)
           MOVE "Time" TO OUTPUT-TEXT-LINE(11:4)
           MOVE "Mode" TO OUTPUT-TEXT-LINE(19:4)
           MOVE "Customer" TO OUTPUT-TEXT-LINE(31:8)
           MOVE "List version" TO OUTPUT-TEXT-LINE(43:12)
           MOVE "Outcome" TO OUTPUT-TEXT-LINE(65:7)
           MOVE "Entry" TO OUTPUT-TEXT-LINE(77:5)
           MOVE "Match" TO OUTPUT-TEXT-LINE(89:5)
           PERFORM WRITE-REPORT-LINE

           IF LEDGER-AVAILABLE = "Y"
               PERFORM SCAN-EVIDENCE-LEDGER
           END-IF

           IF FOUND-COUNT = 0
               MOVE "  (no screenings on record)" TO OUTPUT-TEXT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF

           MOVE "Screenings found" TO OUTPUT-TEXT-LINE
           MOVE FOUND-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(30:6)
           PERFORM WRITE-REPORT-LINE
           MOVE "  Hit standing" TO OUTPUT-TEXT-LINE
           MOVE HIT-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(30:6)
           PERFORM WRITE-REPORT-LINE
           MOVE "  Cleared matches only" TO OUTPUT-TEXT-LINE
           MOVE CLEARED-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(30:6)
           PERFORM WRITE-REPORT-LINE
           MOVE "  No hit" TO OUTPUT-TEXT-LINE
           MOVE NO-HIT-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(30:6)
           PERFORM WRITE-REPORT-LINE

           ADD 1 TO QUESTIONS-ANSWERED-COUNT
           EXIT.

       SCAN-EVIDENCE-LEDGER.
           OPEN INPUT SCREENING-EVIDENCE-FILE
           IF EVIDENCE-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO END-OF-LEDGER
           PERFORM UNTIL END-OF-LEDGER = "Y"
               READ SCREENING-EVIDENCE-FILE
                   AT END
                       MOVE "Y" TO END-OF-LEDGER
                   NOT AT END
                       PERFORM CHECK-ROW-ANSWERS-QUESTION
                       IF ROW-SELECTED = "Y"
                           PERFORM WRITE-EVIDENCE-ROW
                       END-IF
               END-READ
           END-PERFORM

           CLOSE SCREENING-EVIDENCE-FILE
           EXIT.

       CHECK-ROW-ANSWERS-QUESTION.
           MOVE "N" TO ROW-SELECTED

           IF REQUEST-BY-CUSTOMER
               IF EVIDENCE-CUSTOMER-ID NOT = REQUEST-KEY(1:10)
                   OR REQUEST-KEY(11:10) NOT = SPACES
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF EVIDENCE-LIST-VERSION NOT = REQUEST-KEY
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF RANGE-FROM-DATE NOT = SPACES
               AND EVIDENCE-RUN-DATE < RANGE-FROM-DATE
               EXIT PARAGRAPH
           END-IF
           IF RANGE-TO-DATE NOT = SPACES
               AND EVIDENCE-RUN-DATE > RANGE-TO-DATE
               EXIT PARAGRAPH
           END-IF

           MOVE "Y" TO ROW-SELECTED
           EXIT.

       WRITE-EVIDENCE-ROW.
           ADD 1 TO FOUND-COUNT

           MOVE EVIDENCE-RUN-DATE TO OUTPUT-TEXT-LINE(1:8)
           MOVE EVIDENCE-RUN-TIME TO OUTPUT-TEXT-LINE(11:6)
           EVALUATE TRUE
               WHEN EVIDENCE-FULL-RUN
                   MOVE "Full" TO OUTPUT-TEXT-LINE(19:10)
               WHEN EVIDENCE-DELTA-RUN
                   MOVE "Delta" TO OUTPUT-TEXT-LINE(19:10)
               WHEN EVIDENCE-ONBOARDING-RUN
                   MOVE "Onboarding" TO OUTPUT-TEXT-LINE(19:10)
               WHEN OTHER
                   MOVE EVIDENCE-MODE TO OUTPUT-TEXT-LINE(19:1)
           END-EVALUATE
           MOVE EVIDENCE-CUSTOMER-ID TO OUTPUT-TEXT-LINE(31:10)
           MOVE EVIDENCE-LIST-VERSION TO OUTPUT-TEXT-LINE(43:20)

           EVALUATE TRUE
               WHEN EVIDENCE-HIT
                   MOVE "Hit" TO OUTPUT-TEXT-LINE(65:10)
                   ADD 1 TO HIT-COUNT
               WHEN EVIDENCE-CLEARED
                   MOVE "Cleared" TO OUTPUT-TEXT-LINE(65:10)
                   ADD 1 TO CLEARED-COUNT
               WHEN OTHER
                   MOVE "No hit" TO OUTPUT-TEXT-LINE(65:10)
                   ADD 1 TO NO-HIT-COUNT
           END-EVALUATE

           IF NOT EVIDENCE-NO-HIT
               MOVE EVIDENCE-TOP-ENTRY-ID TO OUTPUT-TEXT-LINE(77:10)
               MOVE EVIDENCE-TOP-PERCENT TO PERCENT-DISPLAY
               MOVE PERCENT-DISPLAY TO OUTPUT-TEXT-LINE(89:5)
               MOVE "%" TO OUTPUT-TEXT-LINE(94:1)
           END-IF
           PERFORM WRITE-REPORT-LINE
           EXIT.

       WRITE-REPORT-LINE.
           MOVE OUTPUT-TEXT-LINE TO EVIDENCE-REPORT-LINE
           WRITE EVIDENCE-REPORT-LINE
           MOVE SPACES TO OUTPUT-TEXT-LINE
           EXIT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRESCREEN.

      *----------------------------------------------------------*
      * Sanctions pre-screening of new customers. CUSTOMERMAINT   *
      * adds a customer in the pending-activation state; this job *
      * screens every pending or blocked customer on              *
      * CustomerMaster.idx against the current sanctions list     *
      * (from INPUTLOADER) and the PEP list (PepList.txt) with    *
      * the same MATCHER scoring and the SanctionsControl.txt     *
      * thresholds the full screening run uses.                   *
      *   - No match at or above threshold: the customer is       *
      *     activated.                                            *
      *   - A match whose pair has no case yet: an OPENED row is  *
      *     appended to SanctionsCaseLog.txt (and the pair to     *
      *     SanctionsMatchHistory.txt for the aging report), and  *
      *     the customer is blocked.                              *
      *   - A blocked customer stays blocked until the latest     *
      *     disposition of every matching pair is CLEARED.        *
      * The outcome for each customer is listed in                *
      * PreScreenReport.txt, and the sanctions-list outcome is    *
      * appended to ScreeningEvidenceLedger.txt as an onboarding  *
      * screening against the version in                          *
      * SanctionsListVersion.txt. A failed INPUTLOADER or MATCHER *
      * call leaves every customer as it was and sets RETURN-CODE *
      * 8; customers left waiting for capacity reasons set        *
      * RETURN-CODE 4 and are picked up by the next run.          *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SANCTIONS-CONTROL-FILE
               ASSIGN TO "SanctionsControl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SANCTIONS-CONTROL-FILE-STATUS.

           SELECT PEP-LIST-FILE
               ASSIGN TO "PepList.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PEP-LIST-FILE-STATUS.

           SELECT SANCTIONS-CASE-LOG-FILE
               ASSIGN TO "SanctionsCaseLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CASE-LOG-FILE-STATUS.

           SELECT MATCH-HISTORY-FILE
               ASSIGN TO "SanctionsMatchHistory.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MATCH-HISTORY-FILE-STATUS.

           SELECT CUSTOMER-MASTER-FILE
               ASSIGN TO "CustomerMaster.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MASTER-REFERENCE-ID
               FILE STATUS IS MASTER-FILE-STATUS.

           SELECT LIST-VERSION-FILE
               ASSIGN TO "SanctionsListVersion.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIST-VERSION-FILE-STATUS.

           SELECT SCREENING-EVIDENCE-FILE
               ASSIGN TO "ScreeningEvidenceLedger.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EVIDENCE-FILE-STATUS.

           SELECT PRESCREEN-REPORT-FILE
               ASSIGN TO "PreScreenReport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BATCH-RUN-LOG-FILE
               ASSIGN TO "BatchRunLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BATCH-RUN-LOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SANCTIONS-CONTROL-FILE.
       01 SANCTIONS-CONTROL-RECORD.
           02 CONTROL-MIN-MATCH-PERCENT PIC 999V9.
           02 CONTROL-LANGUAGE PIC X(2).
           02 CONTROL-SCREEN-MODE PIC X(1).
           02 CONTROL-AGING-WARN-DAYS PIC 999.
           02 CONTROL-PEP-MIN-MATCH-PERCENT PIC 999V9.

      * PEP watchlist delivery, same shape as the sanctions list.
       FD PEP-LIST-FILE.
       01 PEP-LIST-RECORD.
           02 PEP-IN-ID PIC X(10).
           02 PEP-IN-NAME PIC X(40).
           02 PEP-IN-BIRTHDATE PIC X(10).
           02 PEP-IN-COUNTRY PIC X(20).

       FD SANCTIONS-CASE-LOG-FILE.
       01 CASE-LOG-RECORD.
           02 LOG-CUSTOMER-ID PIC X(10).
           02 LOG-SANCTION-ID PIC X(10).
           02 LOG-DISPOSITION PIC X(10).
           02 LOG-ANALYST PIC X(20).
           02 LOG-TIMESTAMP PIC X(26).

       FD MATCH-HISTORY-FILE.
       01 MATCH-HISTORY-RECORD.
           02 HISTORY-CUSTOMER-ID PIC X(10).
           02 HISTORY-SANCTION-ID PIC X(10).
           02 HISTORY-FIRST-REPORTED PIC X(8).

      * The indexed record is the Customer.cpy layout with the
      * REFERENCE-ID broken out as the record key.
       FD CUSTOMER-MASTER-FILE.
       01 CUSTOMER-MASTER-RECORD.
           02 MASTER-REFERENCE-ID PIC X(10).
           02 MASTER-RECORD-BODY PIC X(461).

       FD LIST-VERSION-FILE.
       01 LIST-VERSION-RECORD.
           02 VERSION-TEXT PIC X(20).

       FD SCREENING-EVIDENCE-FILE.
       01 SCREENING-EVIDENCE-RECORD.
           COPY "ScreeningEvidence.cpy".

       FD PRESCREEN-REPORT-FILE.
       01 PRESCREEN-REPORT-LINE PIC X(100).

       FD BATCH-RUN-LOG-FILE.
       01 BATCH-RUN-LOG-RECORD.
           COPY "BatchRunLog.cpy".

       WORKING-STORAGE SECTION.
       01 BATCH-RUN-LOG-TIMESTAMP PIC X(26) VALUE SPACES.
       01 SANCTIONS-CONTROL-FILE-STATUS PIC X(2) VALUE "00".
       01 PEP-LIST-FILE-STATUS PIC X(2) VALUE "00".
       01 CASE-LOG-FILE-STATUS PIC X(2) VALUE "00".
       01 MATCH-HISTORY-FILE-STATUS PIC X(2) VALUE "00".
       01 MASTER-FILE-STATUS PIC X(2) VALUE "00".
       01 BATCH-RUN-LOG-FILE-STATUS PIC X(2) VALUE "00".
       01 LIST-VERSION-FILE-STATUS PIC X(2) VALUE "00".
       01 EVIDENCE-FILE-STATUS PIC X(2) VALUE "00".
       01 CURRENT-LIST-VERSION PIC X(20) VALUE "UNVERSIONED".
       01 EVIDENCE-WRITTEN-COUNT PIC 9(6) VALUE 0.
       01 EVIDENCE-WRITE-FAILED PIC X VALUE "N".
       01 FAILED-FILE-NAME PIC X(40) VALUE SPACES.
       01 FAILED-FILE-STATUS PIC X(2) VALUE SPACES.
       01 SUBPROGRAM-CALL-FAILED PIC X VALUE "N".

      * Thresholds as the full screening run applies them: a zero
      * PEP threshold lets every PEP match MATCHER returns count.
       01 REPORT-MIN-MATCH-PERCENT PIC 999V9 VALUE 0.
       01 PEP-MIN-MATCH-PERCENT PIC 999V9 VALUE 0.

       01 CUSTOMERS-WRAPPER.
           COPY "CustomersWrapper.cpy".

       01 SANCTIONS-WRAPPER.
           COPY "SanctionsWrapper.cpy".

       01 PEP-WRAPPER.
           COPY "PepWrapper.cpy".

      * Latest disposition of each customer/list-entry pair; later
      * log rows replace earlier ones, and cases opened by this run
      * are added as they are written.
       01 CASE-TABLE.
           02 CASE-MAX PIC 999 VALUE 500.
           02 CASE-COUNT PIC 999 VALUE 0.
           02 CASE-ENTRIES OCCURS 500 TIMES.
               03 CASE-REFERENCE-ID PIC X(10) VALUE SPACES.
               03 CASE-SANCTION-ID PIC X(10) VALUE SPACES.
               03 CASE-DISPOSITION PIC X(10) VALUE SPACES.
       01 CASE-INDEX PIC 999 VALUE 0.
       01 CASE-FOUND-INDEX PIC 999 VALUE 0.

      * Screening outcome per CUSTOMERS slot: the count of matches
      * that still stand and the strongest of them, and for the
      * evidence ledger the same for the sanctions list alone plus
      * the strongest sanctions match left aside as CLEARED.
       01 OUTCOME-TABLE.
           02 OUTCOME-ENTRIES OCCURS 60 TIMES.
               03 OUTCOME-OLD-STATUS PIC X(1) VALUE SPACE.
               03 OUTCOME-OPEN-MATCHES PIC 99 VALUE 0.
               03 OUTCOME-MATCH-LIST PIC X(1) VALUE SPACE.
               03 OUTCOME-MATCH-ID PIC X(10) VALUE SPACES.
               03 OUTCOME-MATCH-PERCENT PIC 999V9 VALUE 0.
               03 OUTCOME-SANCTION-HITS PIC 99 VALUE 0.
               03 OUTCOME-SANCTION-ID PIC X(10) VALUE SPACES.
               03 OUTCOME-SANCTION-PERCENT PIC 999V9 VALUE 0.
               03 OUTCOME-CLEARED-ID PIC X(10) VALUE SPACES.
               03 OUTCOME-CLEARED-PERCENT PIC 999V9 VALUE 0.

       01 CUSTOMER-INDEX PIC 999 VALUE 0.
       01 MATCH-INDEX PIC 99 VALUE 0.
       01 LIST-ENTRY-INDEX PIC 999 VALUE 0.
       01 SCREEN-LIST-CODE PIC X(1) VALUE SPACE.
           88 SCREENING-SANCTIONS VALUE "S".
           88 SCREENING-PEPS VALUE "P".
       01 SCREEN-THRESHOLD PIC 999V9 VALUE 0.
       01 MATCH-ENTRY-ID PIC X(10) VALUE SPACES.
       01 MATCH-PERCENT-WORK PIC 999V9 VALUE 0.
       01 HISTORY-FILE-OPEN PIC X VALUE "N".
       01 CASE-LOG-FILE-OPEN PIC X VALUE "N".

       01 MASTER-WORK.
           COPY "Customer.cpy".

      * MATCHER compares birth dates in the list's YYYY-MM-DD form;
      * the CPR's DDMMYY plus its century digit give the date.
       01 CPR-BIRTH-PARTS.
           02 CPR-BIRTH-DAY PIC X(2) VALUE SPACES.
           02 CPR-BIRTH-MONTH PIC X(2) VALUE SPACES.
           02 CPR-BIRTH-YEAR PIC 99 VALUE 0.
       01 CPR-CENTURY-DIGIT PIC 9 VALUE 0.
       01 CPR-BIRTH-CENTURY PIC 99 VALUE 0.
       01 FORMATTED-BIRTHDAY PIC X(10) VALUE SPACES.

       01 END-OF-FILE PIC X VALUE "N".
       01 RUN-DATE-TODAY PIC X(8) VALUE SPACES.
       01 RUN-TIMESTAMP PIC X(26) VALUE SPACES.
       01 OUTCOME-TEXT PIC X(14) VALUE SPACES.
       01 CUSTOMER-NAME-WORK PIC X(30) VALUE SPACES.

       01 WAITING-COUNT PIC 9(6) VALUE 0.
       01 LEFT-WAITING-COUNT PIC 9(6) VALUE 0.
       01 ACTIVATED-COUNT PIC 9(6) VALUE 0.
       01 BLOCKED-COUNT PIC 9(6) VALUE 0.
       01 CASES-OPENED-COUNT PIC 9(6) VALUE 0.
       01 REWRITE-FAILED-COUNT PIC 9(6) VALUE 0.
       01 CAPACITY-WARNINGS PIC 9(4) VALUE 0.

       01 PERCENT-DISPLAY PIC ZZ9.9.
       01 OUTPUT-TEXT-LINE PIC X(100) VALUE SPACES.
       01 SEPARATOR-LINE PIC X(100) VALUE ALL "-".
       01 COUNT-DISPLAY PIC Z(5)9.

       PROCEDURE DIVISION.
           PERFORM LOG-BATCH-RUN-START

           MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
           MOVE RUN-TIMESTAMP(1:8) TO RUN-DATE-TODAY

           PERFORM LOAD-SANCTIONS-CONTROL
           PERFORM LOAD-LIST-VERSION
           PERFORM LOAD-SANCTIONS-CASES
           PERFORM LOAD-PEP-LIST

           CALL "INPUTLOADER"
               USING CUSTOMERS-WRAPPER
                   SANCTIONS-WRAPPER
               ON EXCEPTION
                   DISPLAY "ERROR: INPUTLOADER could not be called"
                   MOVE "Y" TO SUBPROGRAM-CALL-FAILED
               NOT ON EXCEPTION
                   IF RETURN-CODE NOT = 0
                       DISPLAY "ERROR: INPUTLOADER returned code "
                           RETURN-CODE
                       MOVE "Y" TO SUBPROGRAM-CALL-FAILED
                   END-IF
           END-CALL

           IF SUBPROGRAM-CALL-FAILED = "Y"
               PERFORM STOP-ON-CALL-FAILURE
           END-IF

           OPEN I-O CUSTOMER-MASTER-FILE
           IF MASTER-FILE-STATUS NOT = "00"
               MOVE "CustomerMaster.idx" TO FAILED-FILE-NAME
               MOVE MASTER-FILE-STATUS TO FAILED-FILE-STATUS
               PERFORM ABORT-ON-FILE-FAILURE
           END-IF

           PERFORM COLLECT-WAITING-CUSTOMERS

           IF CUSTOMERS-COUNT > 0
               MOVE "S" TO SCREEN-LIST-CODE
               MOVE REPORT-MIN-MATCH-PERCENT TO SCREEN-THRESHOLD
               CALL "MATCHER"
                   USING CUSTOMERS-WRAPPER
                       SANCTIONS-WRAPPER
                   ON EXCEPTION
                       DISPLAY "ERROR: MATCHER could not be called"
                       MOVE "Y" TO SUBPROGRAM-CALL-FAILED
                   NOT ON EXCEPTION
                       IF RETURN-CODE NOT = 0
                           DISPLAY "ERROR: MATCHER returned code "
                               RETURN-CODE
                           MOVE "Y" TO SUBPROGRAM-CALL-FAILED
                       ELSE
                           PERFORM COLLECT-STANDING-MATCHES
                       END-IF
               END-CALL
           END-IF

      * The PEP list goes through MATCHER in the sanctions list's
      * place; the match slots are emptied first.
           IF CUSTOMERS-COUNT > 0
               AND PEP-COUNT > 0
               AND SUBPROGRAM-CALL-FAILED = "N"
               PERFORM VARYING CUSTOMER-INDEX FROM 1 BY 1
                   UNTIL CUSTOMER-INDEX > CUSTOMERS-COUNT
                   MOVE 0 TO MATCHED-SANCTIONS-COUNT(CUSTOMER-INDEX)
               END-PERFORM

               MOVE "P" TO SCREEN-LIST-CODE
               MOVE PEP-MIN-MATCH-PERCENT TO SCREEN-THRESHOLD
               CALL "MATCHER"
                   USING CUSTOMERS-WRAPPER
                       PEP-WRAPPER
                   ON EXCEPTION
                       DISPLAY "ERROR: MATCHER could not be called "
                           "for the PEP list"
                       MOVE "Y" TO SUBPROGRAM-CALL-FAILED
                   NOT ON EXCEPTION
                       IF RETURN-CODE NOT = 0
                           DISPLAY "ERROR: MATCHER returned code "
                               RETURN-CODE " for the PEP list"
                           MOVE "Y" TO SUBPROGRAM-CALL-FAILED
                       ELSE
                           PERFORM COLLECT-STANDING-MATCHES
                       END-IF
               END-CALL
           END-IF

           IF CASE-LOG-FILE-OPEN = "Y"
               CLOSE SANCTIONS-CASE-LOG-FILE
           END-IF
           IF HISTORY-FILE-OPEN = "Y"
               CLOSE MATCH-HISTORY-FILE
           END-IF

           IF SUBPROGRAM-CALL-FAILED = "Y"
               CLOSE CUSTOMER-MASTER-FILE
               PERFORM STOP-ON-CALL-FAILURE
           END-IF

           IF CUSTOMERS-COUNT > 0
               PERFORM RECORD-SCREENING-EVIDENCE
           END-IF

           OPEN OUTPUT PRESCREEN-REPORT-FILE
           MOVE SPACES TO OUTPUT-TEXT-LINE
           STRING "New customer pre-screening - " DELIMITED BY SIZE
               RUN-DATE-TODAY DELIMITED BY SIZE
               INTO OUTPUT-TEXT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SEPARATOR-LINE TO OUTPUT-TEXT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "Reference   Name" TO OUTPUT-TEXT-LINE
           MOVE "Outcome" TO OUTPUT-TEXT-LINE(44:7)
           MOVE "List" TO OUTPUT-TEXT-LINE(60:4)
           MOVE "Entry" TO OUTPUT-TEXT-LINE(66:5)
           MOVE "Match" TO OUTPUT-TEXT-LINE(78:5)
           PERFORM WRITE-REPORT-LINE

           PERFORM VARYING CUSTOMER-INDEX FROM 1 BY 1
               UNTIL CUSTOMER-INDEX > CUSTOMERS-COUNT
               PERFORM SETTLE-ONE-CUSTOMER
           END-PERFORM

           PERFORM REPORT-RUN-TOTALS

           CLOSE CUSTOMER-MASTER-FILE
           CLOSE PRESCREEN-REPORT-FILE

           DISPLAY "Pre-screening: " WAITING-COUNT
               " customer(s) waiting, " ACTIVATED-COUNT
               " activated, " BLOCKED-COUNT " blocked, "
               CASES-OPENED-COUNT " case(s) opened."

           IF LEFT-WAITING-COUNT > 0
               OR REWRITE-FAILED-COUNT > 0
               OR CAPACITY-WARNINGS > 0
               OR EVIDENCE-WRITE-FAILED = "Y"
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
           MOVE "PRESCREEN" TO BATCH-LOG-JOB-NAME
           MOVE BATCH-RUN-LOG-TIMESTAMP TO BATCH-LOG-TIMESTAMP
           MOVE "FAILED" TO BATCH-LOG-EVENT
           STRING FUNCTION TRIM(FAILED-FILE-NAME TRAILING)
               " status " FAILED-FILE-STATUS
               INTO BATCH-LOG-DETAIL
           WRITE BATCH-RUN-LOG-RECORD
           CLOSE BATCH-RUN-LOG-FILE

           MOVE 8 TO RETURN-CODE
           STOP RUN.

      *----------------------------------------------------------*
      * Without the list or the scoring nobody may be activated:
      * the master is left as it was, so the customers stay
      * pending for the next run.
      *----------------------------------------------------------*
       STOP-ON-CALL-FAILURE.
           DISPLAY "Pre-screening aborted: a required subprogram "
               "call failed. No customer was activated."

           MOVE FUNCTION CURRENT-DATE TO BATCH-RUN-LOG-TIMESTAMP
           OPEN EXTEND BATCH-RUN-LOG-FILE
           MOVE "PRESCREEN" TO BATCH-LOG-JOB-NAME
           MOVE BATCH-RUN-LOG-TIMESTAMP TO BATCH-LOG-TIMESTAMP
           MOVE "FAILED" TO BATCH-LOG-EVENT
           MOVE "Aborted - subprogram call failed"
               TO BATCH-LOG-DETAIL
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

           MOVE "PRESCREEN" TO BATCH-LOG-JOB-NAME
           MOVE BATCH-RUN-LOG-TIMESTAMP TO BATCH-LOG-TIMESTAMP
           MOVE "START" TO BATCH-LOG-EVENT
           MOVE SPACES TO BATCH-LOG-DETAIL
           WRITE BATCH-RUN-LOG-RECORD

           CLOSE BATCH-RUN-LOG-FILE
           EXIT.

       LOG-BATCH-RUN-END.
           MOVE FUNCTION CURRENT-DATE TO BATCH-RUN-LOG-TIMESTAMP
           OPEN EXTEND BATCH-RUN-LOG-FILE

           MOVE "PRESCREEN" TO BATCH-LOG-JOB-NAME
           MOVE BATCH-RUN-LOG-TIMESTAMP TO BATCH-LOG-TIMESTAMP
           MOVE "END" TO BATCH-LOG-EVENT
           STRING "Activated: "
               FUNCTION TRIM(ACTIVATED-COUNT LEADING)
               " Blocked: "
               FUNCTION TRIM(BLOCKED-COUNT LEADING)
               " Cases: "
               FUNCTION TRIM(CASES-OPENED-COUNT LEADING)
               INTO BATCH-LOG-DETAIL
           WRITE BATCH-RUN-LOG-RECORD

           CLOSE BATCH-RUN-LOG-FILE
           EXIT.

       LOAD-SANCTIONS-CONTROL.
           OPEN INPUT SANCTIONS-CONTROL-FILE
           IF SANCTIONS-CONTROL-FILE-STATUS NOT = "00"
               DISPLAY "SanctionsControl.txt not found, using "
                   "default minimum match percentage"
               EXIT PARAGRAPH
           END-IF

           READ SANCTIONS-CONTROL-FILE
               AT END
                   DISPLAY "SanctionsControl.txt is empty, "
                       "using default minimum match percentage"
               NOT AT END
                   IF CONTROL-MIN-MATCH-PERCENT IS NUMERIC
                       MOVE CONTROL-MIN-MATCH-PERCENT
                           TO REPORT-MIN-MATCH-PERCENT
                   END-IF
                   IF CONTROL-PEP-MIN-MATCH-PERCENT IS NUMERIC
                       AND CONTROL-PEP-MIN-MATCH-PERCENT > 0
                       MOVE CONTROL-PEP-MIN-MATCH-PERCENT
                           TO PEP-MIN-MATCH-PERCENT
                   END-IF
           END-READ

           CLOSE SANCTIONS-CONTROL-FILE
           EXIT.

       LOAD-LIST-VERSION.
           OPEN INPUT LIST-VERSION-FILE
           IF LIST-VERSION-FILE-STATUS NOT = "00"
               DISPLAY "SanctionsListVersion.txt not found, "
                   "screening evidence is recorded as UNVERSIONED"
               EXIT PARAGRAPH
           END-IF

           READ LIST-VERSION-FILE
               NOT AT END
                   IF VERSION-TEXT NOT = SPACES
                       MOVE VERSION-TEXT TO CURRENT-LIST-VERSION
                   END-IF
           END-READ

           CLOSE LIST-VERSION-FILE
           EXIT.

       LOAD-PEP-LIST.
           OPEN INPUT PEP-LIST-FILE
           IF PEP-LIST-FILE-STATUS NOT = "00"
               DISPLAY "PepList.txt not found, PEP screening is "
                   "skipped this run."
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ PEP-LIST-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF PEP-COUNT < PEP-MAX-COUNT
                           ADD 1 TO PEP-COUNT
                           MOVE PEP-IN-ID TO PEP-ID(PEP-COUNT)
                           MOVE PEP-IN-NAME TO PEP-NAME(PEP-COUNT)
                           MOVE PEP-IN-BIRTHDATE
                               TO PEP-BIRTHDATE(PEP-COUNT)
                           MOVE PEP-IN-COUNTRY
                               TO PEP-COUNTRY(PEP-COUNT)
                       ELSE
                           DISPLAY "WARNING: PepList.txt exceeds "
                               "PEP-MAX-COUNT, remaining entries "
                               "are not screened"
                           ADD 1 TO CAPACITY-WARNINGS
                           MOVE "Y" TO END-OF-FILE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE PEP-LIST-FILE
           MOVE "N" TO END-OF-FILE
           EXIT.

       LOAD-SANCTIONS-CASES.
           OPEN INPUT SANCTIONS-CASE-LOG-FILE
           IF CASE-LOG-FILE-STATUS NOT = "00"
               DISPLAY "SanctionsCaseLog.txt not found, no "
                   "prior cases to apply."
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
           PERFORM FIND-CASE-FOR-LOG-PAIR

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
                       "' is screened without it."
                   ADD 1 TO CAPACITY-WARNINGS
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE LOG-DISPOSITION TO CASE-DISPOSITION(CASE-FOUND-INDEX)
           EXIT.

       FIND-CASE-FOR-LOG-PAIR.
           MOVE 0 TO CASE-FOUND-INDEX
           PERFORM VARYING CASE-INDEX FROM 1 BY 1
               UNTIL CASE-INDEX > CASE-COUNT
                   OR CASE-FOUND-INDEX > 0
               IF CASE-REFERENCE-ID(CASE-INDEX) = LOG-CUSTOMER-ID
                   AND CASE-SANCTION-ID(CASE-INDEX) = LOG-SANCTION-ID
                   MOVE CASE-INDEX TO CASE-FOUND-INDEX
               END-IF
           END-PERFORM
           EXIT.

      *----------------------------------------------------------*
      * Every pending or blocked customer on the master takes a
      * slot in the customer list MATCHER scores. Customers beyond
      * the list's capacity stay as they are until the next run.
      *----------------------------------------------------------*
       COLLECT-WAITING-CUSTOMERS.
           MOVE 0 TO CUSTOMERS-COUNT

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
                       IF ACTIVATION-PENDING OF MASTER-WORK
                           OR ACTIVATION-BLOCKED OF MASTER-WORK
                           ADD 1 TO WAITING-COUNT
                           PERFORM ADD-WAITING-CUSTOMER
                       END-IF
               END-READ
           END-PERFORM

           IF LEFT-WAITING-COUNT > 0
               DISPLAY "WARNING: " LEFT-WAITING-COUNT
                   " waiting customer(s) exceed CUSTOMERS-MAX-COUNT"
                   " and are screened by the next run."
           END-IF
           EXIT.

       ADD-WAITING-CUSTOMER.
           IF CUSTOMERS-COUNT >= CUSTOMERS-MAX-COUNT
               ADD 1 TO LEFT-WAITING-COUNT
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO CUSTOMERS-COUNT
           MOVE CUSTOMERS-COUNT TO CUSTOMER-INDEX

           MOVE REFERENCE-ID OF MASTER-WORK
               TO CUSTOMER-ID(CUSTOMER-INDEX)
           MOVE SPACES TO CUSTOMER-NAME(CUSTOMER-INDEX)
           STRING FUNCTION TRIM(FIRST-NAME OF MASTER-WORK TRAILING)
               " " DELIMITED BY SIZE
               FUNCTION TRIM(LAST-NAME OF MASTER-WORK TRAILING)
               INTO CUSTOMER-NAME(CUSTOMER-INDEX)
           END-STRING

           MOVE SPACES TO CUSTOMER-ADDRESS(CUSTOMER-INDEX)
           STRING FUNCTION TRIM(STREET-NAME OF MASTER-WORK TRAILING)
               " " DELIMITED BY SIZE
               FUNCTION TRIM(HOUSE-NUMBER OF MASTER-WORK TRAILING)
               ", " DELIMITED BY SIZE
               FUNCTION TRIM(ZIPCODE OF MASTER-WORK TRAILING)
               " " DELIMITED BY SIZE
               FUNCTION TRIM(CITY OF MASTER-WORK TRAILING)
               INTO CUSTOMER-ADDRESS(CUSTOMER-INDEX)
           END-STRING

           MOVE COUNTRYCODE OF MASTER-WORK
               TO CUSTOMER-COUNTRY(CUSTOMER-INDEX)

           PERFORM FORMAT-CPR-BIRTHDAY
           MOVE FORMATTED-BIRTHDAY
               TO SANCTION-FORMATTED-BIRTHDAY(CUSTOMER-INDEX)

           MOVE 0 TO MATCHED-SANCTIONS-COUNT(CUSTOMER-INDEX)
           MOVE ACTIVATION-STATUS OF MASTER-WORK
               TO OUTCOME-OLD-STATUS(CUSTOMER-INDEX)
           MOVE 0 TO OUTCOME-OPEN-MATCHES(CUSTOMER-INDEX)
           MOVE SPACE TO OUTCOME-MATCH-LIST(CUSTOMER-INDEX)
           MOVE SPACES TO OUTCOME-MATCH-ID(CUSTOMER-INDEX)
           MOVE 0 TO OUTCOME-MATCH-PERCENT(CUSTOMER-INDEX)
           MOVE 0 TO OUTCOME-SANCTION-HITS(CUSTOMER-INDEX)
           MOVE SPACES TO OUTCOME-SANCTION-ID(CUSTOMER-INDEX)
           MOVE 0 TO OUTCOME-SANCTION-PERCENT(CUSTOMER-INDEX)
           MOVE SPACES TO OUTCOME-CLEARED-ID(CUSTOMER-INDEX)
           MOVE 0 TO OUTCOME-CLEARED-PERCENT(CUSTOMER-INDEX)
           EXIT.

      *----------------------------------------------------------*
      * Birth date from the CPR: the first serial digit with the
      * two-digit year gives the century (0-3: 1900s; 4 and 9:
      * 2000s up to year 36, else 1900s; 5-8: 2000s up to year 57,
      * else 1800s). No usable CPR leaves the birthday blank.
      *----------------------------------------------------------*
       FORMAT-CPR-BIRTHDAY.
           MOVE SPACES TO FORMATTED-BIRTHDAY

           IF CUSTOMER-CPR OF MASTER-WORK(1:6) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
               WHEN CUSTOMER-CPR OF MASTER-WORK(7:1) = "-"
                   AND CUSTOMER-CPR OF MASTER-WORK(8:1) IS NUMERIC
                   MOVE CUSTOMER-CPR OF MASTER-WORK(8:1)
                       TO CPR-CENTURY-DIGIT
               WHEN CUSTOMER-CPR OF MASTER-WORK(7:1) IS NUMERIC
                   MOVE CUSTOMER-CPR OF MASTER-WORK(7:1)
                       TO CPR-CENTURY-DIGIT
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE

           MOVE CUSTOMER-CPR OF MASTER-WORK(1:2) TO CPR-BIRTH-DAY
           MOVE CUSTOMER-CPR OF MASTER-WORK(3:2) TO CPR-BIRTH-MONTH
           MOVE CUSTOMER-CPR OF MASTER-WORK(5:2) TO CPR-BIRTH-YEAR

           EVALUATE TRUE
               WHEN CPR-CENTURY-DIGIT <= 3
                   MOVE 19 TO CPR-BIRTH-CENTURY
               WHEN CPR-CENTURY-DIGIT = 4 OR CPR-CENTURY-DIGIT = 9
                   IF CPR-BIRTH-YEAR <= 36
                       MOVE 20 TO CPR-BIRTH-CENTURY
                   ELSE
                       MOVE 19 TO CPR-BIRTH-CENTURY
                   END-IF
               WHEN OTHER
                   IF CPR-BIRTH-YEAR <= 57
                       MOVE 20 TO CPR-BIRTH-CENTURY
                   ELSE
                       MOVE 18 TO CPR-BIRTH-CENTURY
                   END-IF
           END-EVALUATE

           STRING CPR-BIRTH-CENTURY CPR-BIRTH-YEAR "-"
               CPR-BIRTH-MONTH "-" CPR-BIRTH-DAY
               DELIMITED BY SIZE
               INTO FORMATTED-BIRTHDAY
           END-STRING
           EXIT.

      *----------------------------------------------------------*
      * After a MATCHER call: every match at or above the list's
      * threshold stands unless the latest disposition of the pair
      * is CLEARED. A standing match without any case yet opens
      * one.
      *----------------------------------------------------------*
       COLLECT-STANDING-MATCHES.
           PERFORM VARYING CUSTOMER-INDEX FROM 1 BY 1
               UNTIL CUSTOMER-INDEX > CUSTOMERS-COUNT
               PERFORM VARYING MATCH-INDEX FROM 1 BY 1
                   UNTIL MATCH-INDEX >
                       MATCHED-SANCTIONS-COUNT(CUSTOMER-INDEX)
                   PERFORM CHECK-ONE-MATCH
               END-PERFORM
           END-PERFORM
           EXIT.

       CHECK-ONE-MATCH.
           MOVE TOTAL-MATCH-PERCENT(CUSTOMER-INDEX, MATCH-INDEX)
               TO MATCH-PERCENT-WORK
           IF MATCH-PERCENT-WORK < SCREEN-THRESHOLD
               EXIT PARAGRAPH
           END-IF

           MOVE MATCHED-SANCTION-INDEX(CUSTOMER-INDEX, MATCH-INDEX)
               TO LIST-ENTRY-INDEX
           IF SCREENING-PEPS
               MOVE PEP-ID(LIST-ENTRY-INDEX) TO MATCH-ENTRY-ID
           ELSE
               MOVE SANCTION-ID(LIST-ENTRY-INDEX) TO MATCH-ENTRY-ID
           END-IF

           MOVE CUSTOMER-ID(CUSTOMER-INDEX) TO LOG-CUSTOMER-ID
           MOVE MATCH-ENTRY-ID TO LOG-SANCTION-ID
           PERFORM FIND-CASE-FOR-LOG-PAIR

           IF CASE-FOUND-INDEX > 0
               IF CASE-DISPOSITION(CASE-FOUND-INDEX) = "CLEARED"
                   IF SCREENING-SANCTIONS
                       AND (MATCH-PERCENT-WORK >
                               OUTCOME-CLEARED-PERCENT(CUSTOMER-INDEX)
                           OR OUTCOME-CLEARED-ID(CUSTOMER-INDEX)
                               = SPACES)
                       MOVE MATCH-ENTRY-ID
                           TO OUTCOME-CLEARED-ID(CUSTOMER-INDEX)
                       MOVE MATCH-PERCENT-WORK
                           TO OUTCOME-CLEARED-PERCENT(CUSTOMER-INDEX)
                   END-IF
                   EXIT PARAGRAPH
               END-IF
           ELSE
               PERFORM OPEN-NEW-CASE
           END-IF

           ADD 1 TO OUTCOME-OPEN-MATCHES(CUSTOMER-INDEX)
           IF MATCH-PERCENT-WORK >
                   OUTCOME-MATCH-PERCENT(CUSTOMER-INDEX)
               OR OUTCOME-MATCH-LIST(CUSTOMER-INDEX) = SPACE
               MOVE SCREEN-LIST-CODE
                   TO OUTCOME-MATCH-LIST(CUSTOMER-INDEX)
               MOVE MATCH-ENTRY-ID TO OUTCOME-MATCH-ID(CUSTOMER-INDEX)
               MOVE MATCH-PERCENT-WORK
                   TO OUTCOME-MATCH-PERCENT(CUSTOMER-INDEX)
           END-IF

           IF SCREENING-SANCTIONS
               ADD 1 TO OUTCOME-SANCTION-HITS(CUSTOMER-INDEX)
               IF MATCH-PERCENT-WORK >
                       OUTCOME-SANCTION-PERCENT(CUSTOMER-INDEX)
                   OR OUTCOME-SANCTION-ID(CUSTOMER-INDEX) = SPACES
                   MOVE MATCH-ENTRY-ID
                       TO OUTCOME-SANCTION-ID(CUSTOMER-INDEX)
                   MOVE MATCH-PERCENT-WORK
                       TO OUTCOME-SANCTION-PERCENT(CUSTOMER-INDEX)
               END-IF
           END-IF
           EXIT.

      *----------------------------------------------------------*
      * One onboarding row per customer screened goes to the
      * screening evidence ledger with the sanctions-list outcome:
      * a standing hit, only CLEARED pairs, or no hit at all.
      *----------------------------------------------------------*
       RECORD-SCREENING-EVIDENCE.
           OPEN EXTEND SCREENING-EVIDENCE-FILE
           IF EVIDENCE-FILE-STATUS = "35"
               OPEN OUTPUT SCREENING-EVIDENCE-FILE
           END-IF
           IF EVIDENCE-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: ScreeningEvidenceLedger.txt could "
                   "not be opened, status " EVIDENCE-FILE-STATUS
               MOVE "Y" TO EVIDENCE-WRITE-FAILED
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING CUSTOMER-INDEX FROM 1 BY 1
               UNTIL CUSTOMER-INDEX > CUSTOMERS-COUNT
               MOVE CUSTOMER-ID(CUSTOMER-INDEX)
                   TO EVIDENCE-CUSTOMER-ID
               MOVE CURRENT-LIST-VERSION TO EVIDENCE-LIST-VERSION
               MOVE RUN-DATE-TODAY TO EVIDENCE-RUN-DATE
               MOVE RUN-TIMESTAMP(9:6) TO EVIDENCE-RUN-TIME
               SET EVIDENCE-ONBOARDING-RUN TO TRUE
               MOVE OUTCOME-SANCTION-HITS(CUSTOMER-INDEX)
                   TO EVIDENCE-MATCH-COUNT
               EVALUATE TRUE
                   WHEN OUTCOME-SANCTION-HITS(CUSTOMER-INDEX) > 0
                       SET EVIDENCE-HIT TO TRUE
                       MOVE OUTCOME-SANCTION-ID(CUSTOMER-INDEX)
                           TO EVIDENCE-TOP-ENTRY-ID
                       MOVE OUTCOME-SANCTION-PERCENT(CUSTOMER-INDEX)
                           TO EVIDENCE-TOP-PERCENT
                   WHEN OUTCOME-CLEARED-ID(CUSTOMER-INDEX)
                           NOT = SPACES
                       SET EVIDENCE-CLEARED TO TRUE
                       MOVE OUTCOME-CLEARED-ID(CUSTOMER-INDEX)
                           TO EVIDENCE-TOP-ENTRY-ID
                       MOVE OUTCOME-CLEARED-PERCENT(CUSTOMER-INDEX)
                           TO EVIDENCE-TOP-PERCENT
                   WHEN OTHER
                       SET EVIDENCE-NO-HIT TO TRUE
                       MOVE SPACES TO EVIDENCE-TOP-ENTRY-ID
                       MOVE 0 TO EVIDENCE-TOP-PERCENT
               END-EVALUATE
               WRITE SCREENING-EVIDENCE-RECORD
               ADD 1 TO EVIDENCE-WRITTEN-COUNT
           END-PERFORM

           CLOSE SCREENING-EVIDENCE-FILE
           DISPLAY "Wrote " EVIDENCE-WRITTEN-COUNT
               " row(s) to ScreeningEvidenceLedger.txt"
           EXIT.

      *----------------------------------------------------------*
      * The case is opened in the analysts' case log and the pair
      * recorded as first reported today, so the aging report
      * polices it like any screening hit.
      *----------------------------------------------------------*
       OPEN-NEW-CASE.
           IF CASE-LOG-FILE-OPEN = "N"
               OPEN EXTEND SANCTIONS-CASE-LOG-FILE
               IF CASE-LOG-FILE-STATUS = "35"
                   OPEN OUTPUT SANCTIONS-CASE-LOG-FILE
               END-IF
               MOVE "Y" TO CASE-LOG-FILE-OPEN
           END-IF

           MOVE CUSTOMER-ID(CUSTOMER-INDEX) TO LOG-CUSTOMER-ID
           MOVE MATCH-ENTRY-ID TO LOG-SANCTION-ID
           MOVE "OPENED" TO LOG-DISPOSITION
           MOVE "PRESCREEN" TO LOG-ANALYST
           MOVE RUN-TIMESTAMP TO LOG-TIMESTAMP
           PERFORM ADD-ONE-CASE-ROW
           WRITE CASE-LOG-RECORD
           ADD 1 TO CASES-OPENED-COUNT

           IF HISTORY-FILE-OPEN = "N"
               OPEN EXTEND MATCH-HISTORY-FILE
               IF MATCH-HISTORY-FILE-STATUS = "35"
                   OPEN OUTPUT MATCH-HISTORY-FILE
               END-IF
               MOVE "Y" TO HISTORY-FILE-OPEN
           END-IF

           MOVE CUSTOMER-ID(CUSTOMER-INDEX) TO HISTORY-CUSTOMER-ID
           MOVE MATCH-ENTRY-ID TO HISTORY-SANCTION-ID
           MOVE RUN-DATE-TODAY TO HISTORY-FIRST-REPORTED
           WRITE MATCH-HISTORY-RECORD
           EXIT.

      *----------------------------------------------------------*
      * The outcome is written back to the master: no standing
      * match activates the customer; otherwise the customer is
      * blocked on the strongest standing match.
      *----------------------------------------------------------*
       SETTLE-ONE-CUSTOMER.
           MOVE CUSTOMER-ID(CUSTOMER-INDEX) TO MASTER-REFERENCE-ID
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   DISPLAY "Customer '"
                       FUNCTION TRIM(MASTER-REFERENCE-ID TRAILING)
                       "' left the master during the run."
                   ADD 1 TO REWRITE-FAILED-COUNT
                   EXIT PARAGRAPH
           END-READ
           MOVE CUSTOMER-MASTER-RECORD TO MASTER-WORK

           IF OUTCOME-OPEN-MATCHES(CUSTOMER-INDEX) = 0
               MOVE SPACE TO ACTIVATION-STATUS OF MASTER-WORK
               MOVE RUN-DATE-TODAY
                   TO ACTIVATION-STATUS-DATE OF MASTER-WORK
               MOVE SPACE TO ACTIVATION-MATCH-LIST OF MASTER-WORK
               MOVE SPACES TO ACTIVATION-MATCH-ID OF MASTER-WORK
               MOVE "ACTIVATED" TO OUTCOME-TEXT
               ADD 1 TO ACTIVATED-COUNT
           ELSE
               IF NOT ACTIVATION-BLOCKED OF MASTER-WORK
                   MOVE RUN-DATE-TODAY
                       TO ACTIVATION-STATUS-DATE OF MASTER-WORK
                   MOVE "BLOCKED" TO OUTCOME-TEXT
               ELSE
                   MOVE "STILL BLOCKED" TO OUTCOME-TEXT
               END-IF
               MOVE "B" TO ACTIVATION-STATUS OF MASTER-WORK
               MOVE OUTCOME-MATCH-LIST(CUSTOMER-INDEX)
                   TO ACTIVATION-MATCH-LIST OF MASTER-WORK
               MOVE OUTCOME-MATCH-ID(CUSTOMER-INDEX)
                   TO ACTIVATION-MATCH-ID OF MASTER-WORK
               ADD 1 TO BLOCKED-COUNT
           END-IF

           MOVE MASTER-WORK TO CUSTOMER-MASTER-RECORD
           REWRITE CUSTOMER-MASTER-RECORD
               INVALID KEY
                   DISPLAY "Could not rewrite master record '"
                       FUNCTION TRIM(REFERENCE-ID OF MASTER-WORK
                           TRAILING)
                       "' (file status " MASTER-FILE-STATUS ")."
                   ADD 1 TO REWRITE-FAILED-COUNT
                   MOVE "NOT UPDATED" TO OUTCOME-TEXT
           END-REWRITE

           PERFORM WRITE-OUTCOME-LINE
           EXIT.

       WRITE-OUTCOME-LINE.
           MOVE SPACES TO CUSTOMER-NAME-WORK
           STRING FUNCTION TRIM(FIRST-NAME OF MASTER-WORK TRAILING)
               " " DELIMITED BY SIZE
               FUNCTION TRIM(LAST-NAME OF MASTER-WORK TRAILING)
               INTO CUSTOMER-NAME-WORK
           END-STRING

           MOVE REFERENCE-ID OF MASTER-WORK TO OUTPUT-TEXT-LINE(1:10)
           MOVE CUSTOMER-NAME-WORK TO OUTPUT-TEXT-LINE(13:30)
           MOVE OUTCOME-TEXT TO OUTPUT-TEXT-LINE(44:14)
           IF OUTCOME-OPEN-MATCHES(CUSTOMER-INDEX) > 0
               IF OUTCOME-MATCH-LIST(CUSTOMER-INDEX) = "P"
                   MOVE "PEP" TO OUTPUT-TEXT-LINE(60:4)
               ELSE
                   MOVE "SANC" TO OUTPUT-TEXT-LINE(60:4)
               END-IF
               MOVE OUTCOME-MATCH-ID(CUSTOMER-INDEX)
                   TO OUTPUT-TEXT-LINE(66:10)
               MOVE OUTCOME-MATCH-PERCENT(CUSTOMER-INDEX)
                   TO PERCENT-DISPLAY
               MOVE PERCENT-DISPLAY TO OUTPUT-TEXT-LINE(78:5)
               MOVE "%" TO OUTPUT-TEXT-LINE(83:1)
           END-IF
           PERFORM WRITE-REPORT-LINE
           EXIT.

       REPORT-RUN-TOTALS.
           MOVE SEPARATOR-LINE TO OUTPUT-TEXT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE "Customers waiting for activation" TO OUTPUT-TEXT-LINE
           MOVE WAITING-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-REPORT-LINE

           MOVE "  Activated" TO OUTPUT-TEXT-LINE
           MOVE ACTIVATED-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-REPORT-LINE

           MOVE "  Blocked pending a case" TO OUTPUT-TEXT-LINE
           MOVE BLOCKED-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-REPORT-LINE

           MOVE "  Left for the next run" TO OUTPUT-TEXT-LINE
           MOVE LEFT-WAITING-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-REPORT-LINE

           MOVE "Cases opened" TO OUTPUT-TEXT-LINE
           MOVE CASES-OPENED-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-REPORT-LINE

           MOVE "Master records not updated" TO OUTPUT-TEXT-LINE
           MOVE REWRITE-FAILED-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-REPORT-LINE
           EXIT.

       WRITE-REPORT-LINE.
           MOVE OUTPUT-TEXT-LINE TO PRESCREEN-REPORT-LINE
           WRITE PRESCREEN-REPORT-LINE
           MOVE SPACES TO OUTPUT-TEXT-LINE
           EXIT.

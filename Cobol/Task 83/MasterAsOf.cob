       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASTERASOF.

      *----------------------------------------------------------*
      * Point-in-time view of a customer's master record, for    *
      * auditors and complaint handlers. Driven by               *
      * MasterAsOfRequests.txt (one row per question:            *
      * REFERENCE-ID and the date asked about), it rebuilds the  *
      * record as it stood at the end of that date: the newest   *
      * master generation in MasterGenerationLog.txt written on  *
      * or before the date gives the starting image, and the     *
      * after-images in CustomerMaintJournal.txt from after that *
      * generation up to the end of the date are laid over it in *
      * order. With no generation old enough the journal alone   *
      * is replayed, since it is cumulative from the first add.  *
      * Each question gets a printable                           *
      * MasterAsOf-<REFERENCE-ID>-<date>.txt showing the rebuilt *
      * record, the generation and journal entries it came from, *
      * and every journalled change made since that date, field  *
      * by field. Changes other jobs make to the master without  *
      * going through maintenance are not journalled and show    *
      * only from the next generation on.                        *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ASOF-REQUESTS-FILE
               ASSIGN TO "MasterAsOfRequests.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ASOF-REQUESTS-FILE-STATUS.

           SELECT GENERATION-LOG-FILE
               ASSIGN TO "MasterGenerationLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GENERATION-LOG-FILE-STATUS.

      * Whichever generation the question needs; the filename is
      * taken from the generation log.
           SELECT GENERATION-FILE
               ASSIGN TO GENERATION-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GENERATION-FILE-STATUS.

           SELECT MAINT-JOURNAL-FILE
               ASSIGN TO "CustomerMaintJournal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-FILE-STATUS.

           SELECT AUDIT-FILE
               ASSIGN TO AUDIT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BATCH-RUN-LOG-FILE
               ASSIGN TO "BatchRunLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BATCH-RUN-LOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ASOF-REQUESTS-FILE.
       01 ASOF-REQUEST-RECORD.
           02 ASOF-REQUEST-REFERENCE-ID PIC X(10).
           02 ASOF-REQUEST-DATE PIC X(8).

       FD GENERATION-LOG-FILE.
       01 GENERATION-LOG-RECORD.
           02 GENERATION-LOG-FILENAME PIC X(34).

      * A generation is the text master: HDR line, one Customer.cpy
      * record per customer, TRL line.
       FD GENERATION-FILE.
       01 GENERATION-RECORD PIC X(471).

       FD MAINT-JOURNAL-FILE.
       01 MAINT-JOURNAL-RECORD.
           02 JOURNAL-ACTION PIC X(1).
           02 JOURNAL-REFERENCE-ID PIC X(10).
           02 JOURNAL-TIMESTAMP PIC X(26).
           02 JOURNAL-BEFORE-IMAGE PIC X(471).
           02 JOURNAL-AFTER-IMAGE PIC X(471).
           02 JOURNAL-SUBMITTED-DATE PIC X(8).
           02 JOURNAL-EFFECTIVE-DATE PIC X(8).

       FD AUDIT-FILE.
       01 AUDIT-LINE PIC X(120).

       FD BATCH-RUN-LOG-FILE.
       01 BATCH-RUN-LOG-RECORD.
           COPY "BatchRunLog.cpy".

       WORKING-STORAGE SECTION.
       01 BATCH-RUN-LOG-TIMESTAMP PIC X(26) VALUE SPACES.
       01 ASOF-REQUESTS-FILE-STATUS PIC X(2) VALUE "00".
       01 GENERATION-LOG-FILE-STATUS PIC X(2) VALUE "00".
       01 GENERATION-FILE-STATUS PIC X(2) VALUE "00".
       01 JOURNAL-FILE-STATUS PIC X(2) VALUE "00".
       01 BATCH-RUN-LOG-FILE-STATUS PIC X(2) VALUE "00".

       01 GENERATION-FILENAME PIC X(34) VALUE SPACES.
       01 AUDIT-FILENAME PIC X(40) VALUE SPACES.

       01 END-OF-REQUESTS PIC X VALUE "N".
       01 SEARCH-EOF PIC X VALUE "N".
       01 REPORTS-WRITTEN-COUNT PIC 999 VALUE 0.
       01 REQUESTS-SKIPPED-COUNT PIC 999 VALUE 0.

      * The record being rebuilt, and whether the customer was on
      * the master at all at the end of the date asked about.
       01 ASOF-RECORD.
           COPY "Customer.cpy".
       01 ASOF-ON-MASTER PIC X VALUE "N".

      * Generation names are CustomerMaster-<YYYYMMDDhhmmss>.txt;
      * the stamp in the name says when it was written, and the
      * journal timestamps are compared against it to the second.
       01 GENERATION-NAME-STAMP PIC X(14) VALUE SPACES.
       01 BASE-GENERATION-FILENAME PIC X(34) VALUE SPACES.
       01 BASE-GENERATION-STAMP PIC X(14) VALUE SPACES.
       01 BASE-GENERATION-UNREADABLE PIC X VALUE "N".
       01 ASOF-CUTOFF-STAMP PIC X(14) VALUE SPACES.
       01 JOURNAL-AVAILABLE PIC X VALUE "N".
       01 REPLAYED-COUNT PIC 9(5) VALUE 0.
       01 LATER-CHANGE-COUNT PIC 9(5) VALUE 0.

      * Before- and after-image of one later journal entry, for
      * the field-by-field comparison.
       01 CHANGE-BEFORE.
           COPY "Customer.cpy".
       01 CHANGE-AFTER.
           COPY "Customer.cpy".
       01 CHANGE-FIELD-NAME PIC X(30) VALUE SPACES.
       01 CHANGE-OLD-VALUE PIC X(80) VALUE SPACES.
       01 CHANGE-NEW-VALUE PIC X(80) VALUE SPACES.
       01 CHANGE-ACTION-TEXT PIC X(20) VALUE SPACES.
       01 EXTRA-SLOT PIC 9 VALUE 0.

       01 REPORT-TIMESTAMP PIC X(26) VALUE SPACES.
       01 OUTPUT-TEXT-LINE PIC X(120) VALUE SPACES.
       01 SEPARATOR-LINE PIC X(100) VALUE ALL "-".
       01 BALANCE-EDIT-DISPLAY PIC -ZZZ,ZZZ,ZZ9.99.
       01 RATE-EDIT-DISPLAY PIC ZZ9.99.
       01 SCORE-EDIT-DISPLAY PIC ZZ9.
       01 COUNT-DISPLAY PIC ZZZZ9.

       PROCEDURE DIVISION.
           PERFORM LOG-BATCH-RUN-START

           OPEN INPUT ASOF-REQUESTS-FILE
           IF ASOF-REQUESTS-FILE-STATUS NOT = "00"
               DISPLAY "MasterAsOfRequests.txt not found, nothing "
                   "to do."
               PERFORM LOG-BATCH-RUN-END
               STOP RUN
           END-IF

           MOVE FUNCTION CURRENT-DATE TO REPORT-TIMESTAMP

           PERFORM UNTIL END-OF-REQUESTS = "Y"
               READ ASOF-REQUESTS-FILE
                   AT END
                       MOVE "Y" TO END-OF-REQUESTS
                   NOT AT END
                       PERFORM WRITE-ONE-AS-OF-REPORT
               END-READ
           END-PERFORM

           CLOSE ASOF-REQUESTS-FILE

           DISPLAY "As-of reports written: " REPORTS-WRITTEN-COUNT
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

           MOVE "MASTERASOF" TO BATCH-LOG-JOB-NAME
           MOVE BATCH-RUN-LOG-TIMESTAMP TO BATCH-LOG-TIMESTAMP
           MOVE "START" TO BATCH-LOG-EVENT
           MOVE SPACES TO BATCH-LOG-DETAIL
           WRITE BATCH-RUN-LOG-RECORD

           CLOSE BATCH-RUN-LOG-FILE
           EXIT.

       LOG-BATCH-RUN-END.
           MOVE FUNCTION CURRENT-DATE TO BATCH-RUN-LOG-TIMESTAMP
           OPEN EXTEND BATCH-RUN-LOG-FILE

           MOVE "MASTERASOF" TO BATCH-LOG-JOB-NAME
           MOVE BATCH-RUN-LOG-TIMESTAMP TO BATCH-LOG-TIMESTAMP
           MOVE "END" TO BATCH-LOG-EVENT
           MOVE SPACES TO BATCH-LOG-DETAIL
           STRING "Reports: "
               FUNCTION TRIM(REPORTS-WRITTEN-COUNT LEADING)
               " Skipped: "
               FUNCTION TRIM(REQUESTS-SKIPPED-COUNT LEADING)
               INTO BATCH-LOG-DETAIL
           WRITE BATCH-RUN-LOG-RECORD

           CLOSE BATCH-RUN-LOG-FILE
           EXIT.

      *----------------------------------------------------------*
      * One question: find the starting generation, rebuild the
      * record to the end of the date and print it with the
      * changes made since.
      *----------------------------------------------------------*
       WRITE-ONE-AS-OF-REPORT.
           IF ASOF-REQUEST-REFERENCE-ID = SPACES
               OR ASOF-REQUEST-DATE NOT NUMERIC
               DISPLAY "Request skipped - REFERENCE-ID and a "
                   "YYYYMMDD date are needed: "
                   ASOF-REQUEST-RECORD
               ADD 1 TO REQUESTS-SKIPPED-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO ASOF-CUTOFF-STAMP
           STRING ASOF-REQUEST-DATE DELIMITED BY SIZE
               "235959" DELIMITED BY SIZE
               INTO ASOF-CUTOFF-STAMP
           END-STRING

           PERFORM FIND-BASE-GENERATION
           PERFORM LOAD-BASE-RECORD
           PERFORM REPLAY-JOURNAL-TO-DATE

           MOVE SPACES TO AUDIT-FILENAME
           STRING "MasterAsOf-" DELIMITED BY SIZE
               FUNCTION TRIM(ASOF-REQUEST-REFERENCE-ID TRAILING)
               DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               ASOF-REQUEST-DATE DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO AUDIT-FILENAME
           END-STRING
           OPEN OUTPUT AUDIT-FILE

           MOVE SPACES TO OUTPUT-TEXT-LINE
           STRING "Master record of customer " DELIMITED BY SIZE
               FUNCTION TRIM(ASOF-REQUEST-REFERENCE-ID TRAILING)
               DELIMITED BY SIZE
               " as at end of " DELIMITED BY SIZE
               ASOF-REQUEST-DATE DELIMITED BY SIZE
               INTO OUTPUT-TEXT-LINE
           END-STRING
           PERFORM WRITE-AUDIT-LINE
           MOVE SEPARATOR-LINE TO OUTPUT-TEXT-LINE
           PERFORM WRITE-AUDIT-LINE

           PERFORM WRITE-SOURCE-LINES

           MOVE "Record on that date" TO OUTPUT-TEXT-LINE
           PERFORM WRITE-AUDIT-LINE
           IF ASOF-ON-MASTER = "Y"
               PERFORM WRITE-ASOF-DETAIL-LINES
           ELSE
               MOVE "  (not on the master at the end of that date)"
                   TO OUTPUT-TEXT-LINE
               PERFORM WRITE-AUDIT-LINE
           END-IF
           MOVE SPACES TO OUTPUT-TEXT-LINE
           PERFORM WRITE-AUDIT-LINE

           PERFORM LIST-LATER-CHANGES

           MOVE SEPARATOR-LINE TO OUTPUT-TEXT-LINE
           PERFORM WRITE-AUDIT-LINE
           MOVE SPACES TO OUTPUT-TEXT-LINE
           STRING "Printed " DELIMITED BY SIZE
               REPORT-TIMESTAMP(1:8) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               REPORT-TIMESTAMP(9:6) DELIMITED BY SIZE
               INTO OUTPUT-TEXT-LINE
           END-STRING
           PERFORM WRITE-AUDIT-LINE

           CLOSE AUDIT-FILE
           ADD 1 TO REPORTS-WRITTEN-COUNT
           DISPLAY "Wrote " FUNCTION TRIM(AUDIT-FILENAME TRAILING)
           EXIT.

      *----------------------------------------------------------*
      * The newest logged generation written no later than the
      * end of the date. The log only lists generations still
      * kept, so an old date may find none.
      *----------------------------------------------------------*
       FIND-BASE-GENERATION.
           MOVE SPACES TO BASE-GENERATION-FILENAME
           MOVE SPACES TO BASE-GENERATION-STAMP

           OPEN INPUT GENERATION-LOG-FILE
           IF GENERATION-LOG-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO SEARCH-EOF
           PERFORM UNTIL SEARCH-EOF = "Y"
               READ GENERATION-LOG-FILE
                   AT END
                       MOVE "Y" TO SEARCH-EOF
                   NOT AT END
                       MOVE GENERATION-LOG-FILENAME(16:14)
                           TO GENERATION-NAME-STAMP
                       IF GENERATION-LOG-FILENAME(1:15)
                               = "CustomerMaster-"
                           AND GENERATION-NAME-STAMP IS NUMERIC
                           AND GENERATION-NAME-STAMP
                               <= ASOF-CUTOFF-STAMP
                           AND GENERATION-NAME-STAMP
                               > BASE-GENERATION-STAMP
                           MOVE GENERATION-LOG-FILENAME
                               TO BASE-GENERATION-FILENAME
                           MOVE GENERATION-NAME-STAMP
                               TO BASE-GENERATION-STAMP
                       END-IF
               END-READ
           END-PERFORM

           CLOSE GENERATION-LOG-FILE
           EXIT.

      *----------------------------------------------------------*
      * The customer's image in the starting generation. A
      * generation that is logged but can no longer be read is
      * reported, and the journal is then replayed from the start
      * instead.
      *----------------------------------------------------------*
       LOAD-BASE-RECORD.
           MOVE "N" TO ASOF-ON-MASTER
           MOVE "N" TO BASE-GENERATION-UNREADABLE
           MOVE SPACES TO ASOF-RECORD

           IF BASE-GENERATION-FILENAME = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE BASE-GENERATION-FILENAME TO GENERATION-FILENAME
           OPEN INPUT GENERATION-FILE
           IF GENERATION-FILE-STATUS NOT = "00"
               MOVE "Y" TO BASE-GENERATION-UNREADABLE
               MOVE SPACES TO BASE-GENERATION-STAMP
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO SEARCH-EOF
           PERFORM UNTIL SEARCH-EOF = "Y"
               READ GENERATION-FILE
                   AT END
                       MOVE "Y" TO SEARCH-EOF
                   NOT AT END
                       IF GENERATION-RECORD(1:10)
                               = ASOF-REQUEST-REFERENCE-ID
                           MOVE GENERATION-RECORD TO ASOF-RECORD
                           MOVE "Y" TO ASOF-ON-MASTER
                           MOVE "Y" TO SEARCH-EOF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE GENERATION-FILE
           EXIT.

      *----------------------------------------------------------*
      * Lay the customer's journal entries written after the
      * starting generation and by the end of the date over the
      * image in the order they were applied. A delete or closure
      * journals a blank after-image and takes the customer off.
      *----------------------------------------------------------*
       REPLAY-JOURNAL-TO-DATE.
           MOVE 0 TO REPLAYED-COUNT
           MOVE "N" TO JOURNAL-AVAILABLE

           OPEN INPUT MAINT-JOURNAL-FILE
           IF JOURNAL-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO JOURNAL-AVAILABLE

           MOVE "N" TO SEARCH-EOF
           PERFORM UNTIL SEARCH-EOF = "Y"
               READ MAINT-JOURNAL-FILE
                   AT END
                       MOVE "Y" TO SEARCH-EOF
                   NOT AT END
                       IF JOURNAL-REFERENCE-ID
                               = ASOF-REQUEST-REFERENCE-ID
                           AND JOURNAL-TIMESTAMP(1:14)
                               > BASE-GENERATION-STAMP
                           AND JOURNAL-TIMESTAMP(1:14)
                               <= ASOF-CUTOFF-STAMP
                           PERFORM APPLY-JOURNAL-IMAGE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE MAINT-JOURNAL-FILE
           EXIT.

       APPLY-JOURNAL-IMAGE.
           IF JOURNAL-AFTER-IMAGE = SPACES
               MOVE SPACES TO ASOF-RECORD
               MOVE "N" TO ASOF-ON-MASTER
           ELSE
               MOVE JOURNAL-AFTER-IMAGE TO ASOF-RECORD
               MOVE "Y" TO ASOF-ON-MASTER
           END-IF
           ADD 1 TO REPLAYED-COUNT
           EXIT.

       WRITE-SOURCE-LINES.
           MOVE "Rebuilt from" TO OUTPUT-TEXT-LINE
           PERFORM WRITE-AUDIT-LINE

           EVALUATE TRUE
               WHEN BASE-GENERATION-UNREADABLE = "Y"
                   MOVE SPACES TO OUTPUT-TEXT-LINE
                   STRING "  generation " DELIMITED BY SIZE
                       FUNCTION TRIM(BASE-GENERATION-FILENAME
                           TRAILING) DELIMITED BY SIZE
                       " could not be read - journal replayed "
                       DELIMITED BY SIZE
                       "from the start" DELIMITED BY SIZE
                       INTO OUTPUT-TEXT-LINE
                   END-STRING
               WHEN BASE-GENERATION-FILENAME = SPACES
                   STRING "  no generation on or before the "
                       DELIMITED BY SIZE
                       "date - journal replayed from the start"
                       DELIMITED BY SIZE
                       INTO OUTPUT-TEXT-LINE
                   END-STRING
               WHEN OTHER
                   MOVE SPACES TO OUTPUT-TEXT-LINE
                   STRING "  generation " DELIMITED BY SIZE
                       FUNCTION TRIM(BASE-GENERATION-FILENAME
                           TRAILING) DELIMITED BY SIZE
                       INTO OUTPUT-TEXT-LINE
                   END-STRING
           END-EVALUATE
           PERFORM WRITE-AUDIT-LINE

           IF JOURNAL-AVAILABLE = "N"
               MOVE "  (CustomerMaintJournal.txt not on file)"
                   TO OUTPUT-TEXT-LINE
           ELSE
               MOVE REPLAYED-COUNT TO COUNT-DISPLAY
               MOVE SPACES TO OUTPUT-TEXT-LINE
               STRING "  plus " DELIMITED BY SIZE
                   FUNCTION TRIM(COUNT-DISPLAY LEADING)
                   DELIMITED BY SIZE
                   " journal entr(ies) from "
                   DELIMITED BY SIZE
                   "CustomerMaintJournal.txt" DELIMITED BY SIZE
                   INTO OUTPUT-TEXT-LINE
               END-STRING
           END-IF
           PERFORM WRITE-AUDIT-LINE
           MOVE SPACES TO OUTPUT-TEXT-LINE
           PERFORM WRITE-AUDIT-LINE
           EXIT.

       WRITE-ASOF-DETAIL-LINES.
           MOVE SPACES TO OUTPUT-TEXT-LINE
           STRING "  Name: "
               DELIMITED BY SIZE
               FUNCTION TRIM(FIRST-NAME OF ASOF-RECORD TRAILING)
               DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(LAST-NAME OF ASOF-RECORD TRAILING)
               DELIMITED BY SIZE
               INTO OUTPUT-TEXT-LINE
           END-STRING
           PERFORM WRITE-AUDIT-LINE

           MOVE BALANCE OF ASOF-RECORD TO BALANCE-EDIT-DISPLAY
           MOVE INTEREST-RATE OF ASOF-RECORD TO RATE-EDIT-DISPLAY
           MOVE SPACES TO OUTPUT-TEXT-LINE
           STRING "  Account: "
               DELIMITED BY SIZE
               FUNCTION TRIM(ACCOUNT-NUMBER
                   OF ASOF-RECORD TRAILING)
               DELIMITED BY SIZE
               "  Balance: " DELIMITED BY SIZE
               FUNCTION TRIM(BALANCE-EDIT-DISPLAY LEADING)
               DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CURRENCY-CODE OF ASOF-RECORD DELIMITED BY SIZE
               "  Interest rate: " DELIMITED BY SIZE
               FUNCTION TRIM(RATE-EDIT-DISPLAY LEADING)
               DELIMITED BY SIZE
               "%" DELIMITED BY SIZE
               INTO OUTPUT-TEXT-LINE
           END-STRING
           PERFORM WRITE-AUDIT-LINE

           PERFORM VARYING EXTRA-SLOT FROM 1 BY 1
               UNTIL EXTRA-SLOT > 4
               IF EXTRA-ACCOUNT-NUMBER OF ASOF-RECORD(EXTRA-SLOT)
                       NOT = SPACES
                   MOVE EXTRA-BALANCE OF ASOF-RECORD(EXTRA-SLOT)
                       TO BALANCE-EDIT-DISPLAY
                   MOVE EXTRA-INTEREST-RATE
                       OF ASOF-RECORD(EXTRA-SLOT)
                       TO RATE-EDIT-DISPLAY
                   MOVE SPACES TO OUTPUT-TEXT-LINE
                   STRING "  Further account: "
                       DELIMITED BY SIZE
                       FUNCTION TRIM(EXTRA-ACCOUNT-NUMBER
                           OF ASOF-RECORD(EXTRA-SLOT) TRAILING)
                       DELIMITED BY SIZE
                       "  Balance: " DELIMITED BY SIZE
                       FUNCTION TRIM(BALANCE-EDIT-DISPLAY LEADING)
                       DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       EXTRA-CURRENCY-CODE
                           OF ASOF-RECORD(EXTRA-SLOT)
                       DELIMITED BY SIZE
                       "  Interest rate: " DELIMITED BY SIZE
                       FUNCTION TRIM(RATE-EDIT-DISPLAY LEADING)
                       DELIMITED BY SIZE
                       "%" DELIMITED BY SIZE
                       INTO OUTPUT-TEXT-LINE
                   END-STRING
                   PERFORM WRITE-AUDIT-LINE
               END-IF
           END-PERFORM

           MOVE SPACES TO OUTPUT-TEXT-LINE
           STRING "  Address: "
               DELIMITED BY SIZE
               FUNCTION TRIM(STREET-NAME OF ASOF-RECORD TRAILING)
               DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(HOUSE-NUMBER OF ASOF-RECORD TRAILING)
               DELIMITED BY SIZE
               ", " DELIMITED BY SIZE
               FUNCTION TRIM(ZIPCODE OF ASOF-RECORD TRAILING)
               DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(CITY OF ASOF-RECORD TRAILING)
               DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               COUNTRYCODE OF ASOF-RECORD DELIMITED BY SIZE
               INTO OUTPUT-TEXT-LINE
           END-STRING
           PERFORM WRITE-AUDIT-LINE

           MOVE SPACES TO OUTPUT-TEXT-LINE
           STRING "  Address valid from: " DELIMITED BY SIZE
               ADDRESS-VALID-FROM OF ASOF-RECORD DELIMITED BY SIZE
               INTO OUTPUT-TEXT-LINE
           END-STRING
           IF ADDRESS-UNDELIVERABLE OF ASOF-RECORD
               MOVE "  undeliverable since "
                   TO OUTPUT-TEXT-LINE(32:22)
               MOVE ADDRESS-RETURNED-DATE OF ASOF-RECORD
                   TO OUTPUT-TEXT-LINE(54:8)
           END-IF
           PERFORM WRITE-AUDIT-LINE

           MOVE SPACES TO OUTPUT-TEXT-LINE
           STRING "  Phone: "
               DELIMITED BY SIZE
               FUNCTION TRIM(PHONE-NUMBER OF ASOF-RECORD TRAILING)
               DELIMITED BY SIZE
               "  Email: " DELIMITED BY SIZE
               FUNCTION TRIM(EMAIL OF ASOF-RECORD TRAILING)
               DELIMITED BY SIZE
               INTO OUTPUT-TEXT-LINE
           END-STRING
           PERFORM WRITE-AUDIT-LINE

           MOVE SPACES TO OUTPUT-TEXT-LINE
           STRING "  CPR: " DELIMITED BY SIZE
               CUSTOMER-CPR OF ASOF-RECORD DELIMITED BY SIZE
               INTO OUTPUT-TEXT-LINE
           END-STRING
           PERFORM WRITE-AUDIT-LINE

           MOVE RISK-SCORE OF ASOF-RECORD TO SCORE-EDIT-DISPLAY
           MOVE SPACES TO OUTPUT-TEXT-LINE
           STRING "  Risk class: " DELIMITED BY SIZE
               RISK-CLASS OF ASOF-RECORD DELIMITED BY SIZE
               "  score " DELIMITED BY SIZE
               FUNCTION TRIM(SCORE-EDIT-DISPLAY LEADING)
               DELIMITED BY SIZE
               "  KYC reviewed " DELIMITED BY SIZE
               KYC-LAST-REVIEW-DATE OF ASOF-RECORD
               DELIMITED BY SIZE
               ", next due " DELIMITED BY SIZE
               KYC-NEXT-REVIEW-DATE OF ASOF-RECORD
               DELIMITED BY SIZE
               INTO OUTPUT-TEXT-LINE
           END-STRING
           PERFORM WRITE-AUDIT-LINE

           MOVE SPACES TO OUTPUT-TEXT-LINE
           EVALUATE TRUE
               WHEN ACTIVATION-PENDING OF ASOF-RECORD
                   MOVE "  Status: pending screening"
                       TO OUTPUT-TEXT-LINE
               WHEN ACTIVATION-BLOCKED OF ASOF-RECORD
                   MOVE "  Status: blocked on a watchlist match"
                       TO OUTPUT-TEXT-LINE
               WHEN ACCOUNTS-FROZEN-FOR-ESTATE OF ASOF-RECORD
                   STRING "  Status: frozen for the estate, died "
                       DELIMITED BY SIZE
                       DECEASED-DATE OF ASOF-RECORD
                       DELIMITED BY SIZE
                       INTO OUTPUT-TEXT-LINE
                   END-STRING
               WHEN ACCOUNT-DORMANT OF ASOF-RECORD
                   MOVE "  Status: dormant" TO OUTPUT-TEXT-LINE
               WHEN OTHER
                   MOVE "  Status: active" TO OUTPUT-TEXT-LINE
           END-EVALUATE
           PERFORM WRITE-AUDIT-LINE
           EXIT.

      *----------------------------------------------------------*
      * Every journal entry for the customer written after the
      * end of the date, oldest first, with the fields it changed.
      *----------------------------------------------------------*
       LIST-LATER-CHANGES.
           MOVE 0 TO LATER-CHANGE-COUNT
           MOVE SPACES TO OUTPUT-TEXT-LINE
           STRING "Changes made since " DELIMITED BY SIZE
               ASOF-REQUEST-DATE DELIMITED BY SIZE
               INTO OUTPUT-TEXT-LINE
           END-STRING
           PERFORM WRITE-AUDIT-LINE

           IF JOURNAL-AVAILABLE = "N"
               MOVE "  (CustomerMaintJournal.txt not on file)"
                   TO OUTPUT-TEXT-LINE
               PERFORM WRITE-AUDIT-LINE
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT MAINT-JOURNAL-FILE
           MOVE "N" TO SEARCH-EOF
           PERFORM UNTIL SEARCH-EOF = "Y"
               READ MAINT-JOURNAL-FILE
                   AT END
                       MOVE "Y" TO SEARCH-EOF
                   NOT AT END
                       IF JOURNAL-REFERENCE-ID
                               = ASOF-REQUEST-REFERENCE-ID
                           AND JOURNAL-TIMESTAMP(1:14)
                               > ASOF-CUTOFF-STAMP
                           PERFORM WRITE-ONE-LATER-CHANGE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MAINT-JOURNAL-FILE

           IF LATER-CHANGE-COUNT = 0
               MOVE "  (none journalled)" TO OUTPUT-TEXT-LINE
               PERFORM WRITE-AUDIT-LINE
           END-IF
           EXIT.

       WRITE-ONE-LATER-CHANGE.
           ADD 1 TO LATER-CHANGE-COUNT

           EVALUATE JOURNAL-ACTION
               WHEN "A"
                   MOVE "Added" TO CHANGE-ACTION-TEXT
               WHEN "U"
                   MOVE "Updated" TO CHANGE-ACTION-TEXT
               WHEN "C"
                   MOVE "Closed" TO CHANGE-ACTION-TEXT
               WHEN "D"
                   MOVE "Deleted" TO CHANGE-ACTION-TEXT
               WHEN "R"
                   MOVE "Rate change" TO CHANGE-ACTION-TEXT
               WHEN OTHER
                   MOVE SPACES TO CHANGE-ACTION-TEXT
                   STRING "Action " DELIMITED BY SIZE
                       JOURNAL-ACTION DELIMITED BY SIZE
                       INTO CHANGE-ACTION-TEXT
                   END-STRING
           END-EVALUATE

           MOVE SPACES TO OUTPUT-TEXT-LINE
           STRING "  " DELIMITED BY SIZE
               JOURNAL-TIMESTAMP(1:8) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               JOURNAL-TIMESTAMP(9:6) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               FUNCTION TRIM(CHANGE-ACTION-TEXT TRAILING)
               DELIMITED BY SIZE
               ", effective " DELIMITED BY SIZE
               JOURNAL-EFFECTIVE-DATE DELIMITED BY SIZE
               ", submitted " DELIMITED BY SIZE
               JOURNAL-SUBMITTED-DATE DELIMITED BY SIZE
               INTO OUTPUT-TEXT-LINE
           END-STRING
           PERFORM WRITE-AUDIT-LINE

           EVALUATE TRUE
               WHEN JOURNAL-BEFORE-IMAGE = SPACES
                   MOVE "    customer put on the master"
                       TO OUTPUT-TEXT-LINE
                   PERFORM WRITE-AUDIT-LINE
               WHEN JOURNAL-AFTER-IMAGE = SPACES
                   MOVE "    customer taken off the master"
                       TO OUTPUT-TEXT-LINE
                   PERFORM WRITE-AUDIT-LINE
               WHEN OTHER
                   MOVE JOURNAL-BEFORE-IMAGE TO CHANGE-BEFORE
                   MOVE JOURNAL-AFTER-IMAGE TO CHANGE-AFTER
                   PERFORM COMPARE-CHANGE-IMAGES
           END-EVALUATE
           EXIT.

      *----------------------------------------------------------*
      * One line pair (was/now) per field that differs between the
      * before- and after-image of a journal entry.
      *----------------------------------------------------------*
       COMPARE-CHANGE-IMAGES.
           MOVE "First name" TO CHANGE-FIELD-NAME
           MOVE FIRST-NAME OF CHANGE-BEFORE TO CHANGE-OLD-VALUE
           MOVE FIRST-NAME OF CHANGE-AFTER TO CHANGE-NEW-VALUE
           PERFORM WRITE-FIELD-IF-CHANGED

           MOVE "Last name" TO CHANGE-FIELD-NAME
           MOVE LAST-NAME OF CHANGE-BEFORE TO CHANGE-OLD-VALUE
           MOVE LAST-NAME OF CHANGE-AFTER TO CHANGE-NEW-VALUE
           PERFORM WRITE-FIELD-IF-CHANGED

           MOVE "Account number" TO CHANGE-FIELD-NAME
           MOVE ACCOUNT-NUMBER OF CHANGE-BEFORE TO CHANGE-OLD-VALUE
           MOVE ACCOUNT-NUMBER OF CHANGE-AFTER TO CHANGE-NEW-VALUE
           PERFORM WRITE-FIELD-IF-CHANGED

           MOVE "Currency" TO CHANGE-FIELD-NAME
           MOVE CURRENCY-CODE OF CHANGE-BEFORE TO CHANGE-OLD-VALUE
           MOVE CURRENCY-CODE OF CHANGE-AFTER TO CHANGE-NEW-VALUE
           PERFORM WRITE-FIELD-IF-CHANGED

           MOVE "Balance" TO CHANGE-FIELD-NAME
           MOVE BALANCE OF CHANGE-BEFORE TO BALANCE-EDIT-DISPLAY
           MOVE BALANCE-EDIT-DISPLAY TO CHANGE-OLD-VALUE
           MOVE BALANCE OF CHANGE-AFTER TO BALANCE-EDIT-DISPLAY
           MOVE BALANCE-EDIT-DISPLAY TO CHANGE-NEW-VALUE
           PERFORM WRITE-FIELD-IF-CHANGED

           MOVE "Interest rate" TO CHANGE-FIELD-NAME
           MOVE INTEREST-RATE OF CHANGE-BEFORE TO RATE-EDIT-DISPLAY
           MOVE RATE-EDIT-DISPLAY TO CHANGE-OLD-VALUE
           MOVE INTEREST-RATE OF CHANGE-AFTER TO RATE-EDIT-DISPLAY
           MOVE RATE-EDIT-DISPLAY TO CHANGE-NEW-VALUE
           PERFORM WRITE-FIELD-IF-CHANGED

           PERFORM VARYING EXTRA-SLOT FROM 1 BY 1
               UNTIL EXTRA-SLOT > 4
               PERFORM COMPARE-EXTRA-ACCOUNT
           END-PERFORM

           MOVE "Street" TO CHANGE-FIELD-NAME
           MOVE STREET-NAME OF CHANGE-BEFORE TO CHANGE-OLD-VALUE
           MOVE STREET-NAME OF CHANGE-AFTER TO CHANGE-NEW-VALUE
           PERFORM WRITE-FIELD-IF-CHANGED

           MOVE "House number" TO CHANGE-FIELD-NAME
           MOVE HOUSE-NUMBER OF CHANGE-BEFORE TO CHANGE-OLD-VALUE
           MOVE HOUSE-NUMBER OF CHANGE-AFTER TO CHANGE-NEW-VALUE
           PERFORM WRITE-FIELD-IF-CHANGED

           MOVE "Floor" TO CHANGE-FIELD-NAME
           MOVE FLOOR OF CHANGE-BEFORE TO CHANGE-OLD-VALUE
           MOVE FLOOR OF CHANGE-AFTER TO CHANGE-NEW-VALUE
           PERFORM WRITE-FIELD-IF-CHANGED

           MOVE "Side" TO CHANGE-FIELD-NAME
           MOVE SIDE OF CHANGE-BEFORE TO CHANGE-OLD-VALUE
           MOVE SIDE OF CHANGE-AFTER TO CHANGE-NEW-VALUE
           PERFORM WRITE-FIELD-IF-CHANGED

           MOVE "City" TO CHANGE-FIELD-NAME
           MOVE CITY OF CHANGE-BEFORE TO CHANGE-OLD-VALUE
           MOVE CITY OF CHANGE-AFTER TO CHANGE-NEW-VALUE
           PERFORM WRITE-FIELD-IF-CHANGED

           MOVE "Zip code" TO CHANGE-FIELD-NAME
           MOVE ZIPCODE OF CHANGE-BEFORE TO CHANGE-OLD-VALUE
           MOVE ZIPCODE OF CHANGE-AFTER TO CHANGE-NEW-VALUE
           PERFORM WRITE-FIELD-IF-CHANGED

           MOVE "Country" TO CHANGE-FIELD-NAME
           MOVE COUNTRYCODE OF CHANGE-BEFORE TO CHANGE-OLD-VALUE
           MOVE COUNTRYCODE OF CHANGE-AFTER TO CHANGE-NEW-VALUE
           PERFORM WRITE-FIELD-IF-CHANGED

           MOVE "Address valid from" TO CHANGE-FIELD-NAME
           MOVE ADDRESS-VALID-FROM OF CHANGE-BEFORE
               TO CHANGE-OLD-VALUE
           MOVE ADDRESS-VALID-FROM OF CHANGE-AFTER
               TO CHANGE-NEW-VALUE
           PERFORM WRITE-FIELD-IF-CHANGED

           MOVE "Phone" TO CHANGE-FIELD-NAME
           MOVE PHONE-NUMBER OF CHANGE-BEFORE TO CHANGE-OLD-VALUE
           MOVE PHONE-NUMBER OF CHANGE-AFTER TO CHANGE-NEW-VALUE
           PERFORM WRITE-FIELD-IF-CHANGED

           MOVE "Email" TO CHANGE-FIELD-NAME
           MOVE EMAIL OF CHANGE-BEFORE TO CHANGE-OLD-VALUE
           MOVE EMAIL OF CHANGE-AFTER TO CHANGE-NEW-VALUE
           PERFORM WRITE-FIELD-IF-CHANGED

           MOVE "CPR" TO CHANGE-FIELD-NAME
           MOVE CUSTOMER-CPR OF CHANGE-BEFORE TO CHANGE-OLD-VALUE
           MOVE CUSTOMER-CPR OF CHANGE-AFTER TO CHANGE-NEW-VALUE
           PERFORM WRITE-FIELD-IF-CHANGED

           MOVE "Address status" TO CHANGE-FIELD-NAME
           MOVE ADDRESS-STATUS OF CHANGE-BEFORE TO CHANGE-OLD-VALUE
           MOVE ADDRESS-STATUS OF CHANGE-AFTER TO CHANGE-NEW-VALUE
           PERFORM WRITE-FIELD-IF-CHANGED

           MOVE "Address returned" TO CHANGE-FIELD-NAME
           MOVE ADDRESS-RETURNED-DATE OF CHANGE-BEFORE
               TO CHANGE-OLD-VALUE
           MOVE ADDRESS-RETURNED-DATE OF CHANGE-AFTER
               TO CHANGE-NEW-VALUE
           PERFORM WRITE-FIELD-IF-CHANGED

           MOVE "Dormancy" TO CHANGE-FIELD-NAME
           MOVE DORMANCY-STATUS OF CHANGE-BEFORE TO CHANGE-OLD-VALUE
           MOVE DORMANCY-STATUS OF CHANGE-AFTER TO CHANGE-NEW-VALUE
           PERFORM WRITE-FIELD-IF-CHANGED

           MOVE "Risk class" TO CHANGE-FIELD-NAME
           MOVE RISK-CLASS OF CHANGE-BEFORE TO CHANGE-OLD-VALUE
           MOVE RISK-CLASS OF CHANGE-AFTER TO CHANGE-NEW-VALUE
           PERFORM WRITE-FIELD-IF-CHANGED

           MOVE "Risk score" TO CHANGE-FIELD-NAME
           MOVE RISK-SCORE OF CHANGE-BEFORE TO SCORE-EDIT-DISPLAY
           MOVE SCORE-EDIT-DISPLAY TO CHANGE-OLD-VALUE
           MOVE RISK-SCORE OF CHANGE-AFTER TO SCORE-EDIT-DISPLAY
           MOVE SCORE-EDIT-DISPLAY TO CHANGE-NEW-VALUE
           PERFORM WRITE-FIELD-IF-CHANGED

           MOVE "KYC last review" TO CHANGE-FIELD-NAME
           MOVE KYC-LAST-REVIEW-DATE OF CHANGE-BEFORE
               TO CHANGE-OLD-VALUE
           MOVE KYC-LAST-REVIEW-DATE OF CHANGE-AFTER
               TO CHANGE-NEW-VALUE
           PERFORM WRITE-FIELD-IF-CHANGED

           MOVE "KYC next review" TO CHANGE-FIELD-NAME
           MOVE KYC-NEXT-REVIEW-DATE OF CHANGE-BEFORE
               TO CHANGE-OLD-VALUE
           MOVE KYC-NEXT-REVIEW-DATE OF CHANGE-AFTER
               TO CHANGE-NEW-VALUE
           PERFORM WRITE-FIELD-IF-CHANGED

           MOVE "Activation status" TO CHANGE-FIELD-NAME
           MOVE ACTIVATION-STATUS OF CHANGE-BEFORE
               TO CHANGE-OLD-VALUE
           MOVE ACTIVATION-STATUS OF CHANGE-AFTER
               TO CHANGE-NEW-VALUE
           PERFORM WRITE-FIELD-IF-CHANGED

           MOVE "Deceased date" TO CHANGE-FIELD-NAME
           MOVE DECEASED-DATE OF CHANGE-BEFORE TO CHANGE-OLD-VALUE
           MOVE DECEASED-DATE OF CHANGE-AFTER TO CHANGE-NEW-VALUE
           PERFORM WRITE-FIELD-IF-CHANGED

           MOVE "Account freeze" TO CHANGE-FIELD-NAME
           MOVE ACCOUNT-FREEZE OF CHANGE-BEFORE TO CHANGE-OLD-VALUE
           MOVE ACCOUNT-FREEZE OF CHANGE-AFTER TO CHANGE-NEW-VALUE
           PERFORM WRITE-FIELD-IF-CHANGED
           EXIT.

       COMPARE-EXTRA-ACCOUNT.
           MOVE SPACES TO CHANGE-FIELD-NAME
           STRING "Further account " DELIMITED BY SIZE
               EXTRA-SLOT DELIMITED BY SIZE
               INTO CHANGE-FIELD-NAME
           END-STRING
           MOVE EXTRA-ACCOUNT-NUMBER OF CHANGE-BEFORE(EXTRA-SLOT)
               TO CHANGE-OLD-VALUE
           MOVE EXTRA-ACCOUNT-NUMBER OF CHANGE-AFTER(EXTRA-SLOT)
               TO CHANGE-NEW-VALUE
           PERFORM WRITE-FIELD-IF-CHANGED

           MOVE SPACES TO CHANGE-FIELD-NAME
           STRING "Further account " DELIMITED BY SIZE
               EXTRA-SLOT DELIMITED BY SIZE
               " rate" DELIMITED BY SIZE
               INTO CHANGE-FIELD-NAME
           END-STRING
           MOVE EXTRA-INTEREST-RATE OF CHANGE-BEFORE(EXTRA-SLOT)
               TO RATE-EDIT-DISPLAY
           MOVE RATE-EDIT-DISPLAY TO CHANGE-OLD-VALUE
           MOVE EXTRA-INTEREST-RATE OF CHANGE-AFTER(EXTRA-SLOT)
               TO RATE-EDIT-DISPLAY
           MOVE RATE-EDIT-DISPLAY TO CHANGE-NEW-VALUE
           PERFORM WRITE-FIELD-IF-CHANGED
           EXIT.

       WRITE-FIELD-IF-CHANGED.
           IF CHANGE-OLD-VALUE = CHANGE-NEW-VALUE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO OUTPUT-TEXT-LINE
           STRING "    " DELIMITED BY SIZE
               FUNCTION TRIM(CHANGE-FIELD-NAME TRAILING)
               DELIMITED BY SIZE
               INTO OUTPUT-TEXT-LINE
           END-STRING
           PERFORM WRITE-AUDIT-LINE

           IF CHANGE-OLD-VALUE = SPACES
               MOVE "(blank)" TO CHANGE-OLD-VALUE
           END-IF
           IF CHANGE-NEW-VALUE = SPACES
               MOVE "(blank)" TO CHANGE-NEW-VALUE
           END-IF

           MOVE SPACES TO OUTPUT-TEXT-LINE
           STRING "      was: " DELIMITED BY SIZE
               FUNCTION TRIM(CHANGE-OLD-VALUE)
               DELIMITED BY SIZE
               INTO OUTPUT-TEXT-LINE
           END-STRING
           PERFORM WRITE-AUDIT-LINE

           MOVE SPACES TO OUTPUT-TEXT-LINE
           STRING "      now: " DELIMITED BY SIZE
               FUNCTION TRIM(CHANGE-NEW-VALUE)
               DELIMITED BY SIZE
               INTO OUTPUT-TEXT-LINE
           END-STRING
           PERFORM WRITE-AUDIT-LINE
           EXIT.

       WRITE-AUDIT-LINE.
           MOVE OUTPUT-TEXT-LINE TO AUDIT-LINE
           WRITE AUDIT-LINE
           MOVE SPACES TO OUTPUT-TEXT-LINE
           EXIT.

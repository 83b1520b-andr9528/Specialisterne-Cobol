       IDENTIFICATION DIVISION.
       PROGRAM-ID. FACILRENEW.

      *----------------------------------------------------------*
      * Overdraft facility renewal reminders. Daily, against     *
      * OverdraftFacilities.txt:                                 *
      *  - OverdraftRenewalReport.txt lists the facilities that  *
      *    expire within the next 30 days and those that expire  *
      *    in 31 to 60 days, with the customer, limit, expiry    *
      *    date and the letter sent;                             *
      *  - a facility entering the 60-day window gets a renewal  *
      *    letter, and a reminder once it is inside 30 days,     *
      *    written to OverdraftRenewalNotices.txt for DISTRIBUTE *
      *    to route through the customer's channel. Each letter  *
      *    opens with an "Overdraft facility renewal" line and   *
      *    carries the "CPR:" line DISTRIBUTE splits on.         *
      * FacilityRenewalLog.txt remembers the letters sent for    *
      * each facility and expiry date, so a letter goes out      *
      * once; a facility renewed in FACILMAINT has a new expiry  *
      * date and starts afresh. Letters are kept through the     *
      * shared DOCARCHIVE routine and logged in                  *
      * ContactJournal.txt. Facilities with no expiry are passed *
      * over, and those already lapsed are left to the expiry    *
      * list of the overdrawn extract.                           *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OVERDRAFT-FACILITY-FILE
               ASSIGN TO "OverdraftFacilities.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FACILITY-FILE-STATUS.

           SELECT CUSTOMERS-SNAPSHOT-FILE
               ASSIGN TO "CustomersSnapshot.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SNAPSHOT-FILE-STATUS.

           SELECT KEY-XREF-FILE
               ASSIGN TO "CustomerKeyXref.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XREF-FILE-STATUS.

           SELECT RENEWAL-LOG-FILE
               ASSIGN TO "FacilityRenewalLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RENEWAL-LOG-FILE-STATUS.

           SELECT RENEWAL-NOTICES-FILE
               ASSIGN TO "OverdraftRenewalNotices.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NOTICES-FILE-STATUS.

           SELECT RENEWAL-REPORT-FILE
               ASSIGN TO "OverdraftRenewalReport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CONTACT-JOURNAL-FILE
               ASSIGN TO "ContactJournal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTACT-JOURNAL-FILE-STATUS.

           SELECT BATCH-RUN-LOG-FILE
               ASSIGN TO "BatchRunLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BATCH-RUN-LOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD OVERDRAFT-FACILITY-FILE.
       01 OVERDRAFT-FACILITY-RECORD.
           02 FACILITY-CPR PIC X(15).
           02 FACILITY-LIMIT PIC 9(9)V99.
           02 FACILITY-EXPIRY PIC 9(8).

       FD CUSTOMERS-SNAPSHOT-FILE.
       01 CUSTOMERS-SNAPSHOT-RECORD.
           COPY "Customer.cpy".

       FD KEY-XREF-FILE.
       01 KEY-XREF-RECORD.
           02 XREF-CPR PIC X(15).
           02 XREF-REFERENCE-ID PIC X(10).

      * One row per letter sent: the facility's CPR and the expiry
      * date the letter was about, "F" for the first letter or
      * "R" for the reminder, and the date it was written.
       FD RENEWAL-LOG-FILE.
       01 RENEWAL-LOG-RECORD.
           02 RENEWAL-LOG-CPR PIC X(15).
           02 RENEWAL-LOG-EXPIRY PIC 9(8).
           02 RENEWAL-LOG-LETTER PIC X(1).
           02 RENEWAL-LOG-SENT-DATE PIC 9(8).

       FD RENEWAL-NOTICES-FILE.
       01 RENEWAL-NOTICE-LINE PIC X(80).

       FD RENEWAL-REPORT-FILE.
       01 RENEWAL-REPORT-LINE PIC X(120).

       FD CONTACT-JOURNAL-FILE.
       01 CONTACT-JOURNAL-RECORD.
           COPY "ContactJournal.cpy".

       FD BATCH-RUN-LOG-FILE.
       01 BATCH-RUN-LOG-RECORD.
           COPY "BatchRunLog.cpy".

       WORKING-STORAGE SECTION.
       01 BATCH-RUN-LOG-TIMESTAMP PIC X(26) VALUE SPACES.
       01 FACILITY-FILE-STATUS PIC X(2) VALUE "00".
       01 SNAPSHOT-FILE-STATUS PIC X(2) VALUE "00".
       01 XREF-FILE-STATUS PIC X(2) VALUE "00".
       01 RENEWAL-LOG-FILE-STATUS PIC X(2) VALUE "00".
       01 NOTICES-FILE-STATUS PIC X(2) VALUE "00".
       01 CONTACT-JOURNAL-FILE-STATUS PIC X(2) VALUE "00".
       01 BATCH-RUN-LOG-FILE-STATUS PIC X(2) VALUE "00".
       01 FAILED-FILE-NAME PIC X(40) VALUE SPACES.
       01 FAILED-FILE-STATUS PIC X(2) VALUE SPACES.

       01 END-OF-FILE PIC X VALUE "N".

      * The first letter goes out this many days ahead of expiry,
      * the reminder inside the shorter window.
       01 FIRST-LETTER-DAYS PIC 9(3) VALUE 60.
       01 REMINDER-DAYS PIC 9(3) VALUE 30.

       01 FACILITY-TABLE.
           02 FACILITY-COUNT PIC 999 VALUE 0.
           02 FACILITY-MAX PIC 999 VALUE 100.
           02 FACILITY-ENTRIES OCCURS 100 TIMES.
               03 FAC-CPR PIC X(15) VALUE SPACES.
               03 FAC-LIMIT PIC 9(9)V99 VALUE 0.
               03 FAC-EXPIRY PIC 9(8) VALUE 0.
               03 FAC-DAYS-LEFT PIC S9(6) VALUE 0.
       01 FACILITY-INDEX PIC 999 VALUE 0.

       01 RENEWAL-LOG-TABLE.
           02 RENEWAL-LOG-COUNT PIC 9(4) VALUE 0.
           02 RENEWAL-LOG-MAX PIC 9(4) VALUE 1000.
           02 RENEWAL-LOG-ENTRIES OCCURS 1000 TIMES.
               03 RL-CPR PIC X(15) VALUE SPACES.
               03 RL-EXPIRY PIC 9(8) VALUE 0.
               03 RL-LETTER PIC X(1) VALUE SPACE.
               03 RL-SENT-DATE PIC 9(8) VALUE 0.
       01 RENEWAL-LOG-INDEX PIC 9(4) VALUE 0.
       01 FIRST-LETTER-SENT-DATE PIC 9(8) VALUE 0.
       01 REMINDER-SENT-DATE PIC 9(8) VALUE 0.

      * Customer name from the report run's snapshot for the
      * letters and the report.
       01 CUSTOMER-TABLE.
           02 CUSTOMER-COUNT PIC 9(4) VALUE 0.
           02 CUSTOMER-MAX PIC 9(4) VALUE 500.
           02 CUSTOMER-ENTRIES OCCURS 500 TIMES.
               03 CT-CPR PIC X(15) VALUE SPACES.
               03 CT-NAME PIC X(30) VALUE SPACES.
       01 CUSTOMER-INDEX PIC 9(4) VALUE 0.
       01 MATCHED-CUSTOMER-INDEX PIC 9(4) VALUE 0.

       01 XREF-TABLE.
           02 XREF-COUNT PIC 9(4) VALUE 0.
           02 XREF-MAX PIC 9(4) VALUE 2000.
           02 XREF-ENTRIES OCCURS 2000 TIMES.
               03 XR-CPR PIC X(15) VALUE SPACES.
               03 XR-REFERENCE-ID PIC X(10) VALUE SPACES.
       01 XREF-INDEX PIC 9(4) VALUE 0.
       01 LETTER-REFERENCE-ID PIC X(10) VALUE SPACES.

       01 NORMALIZED-CPR PIC X(15) VALUE SPACES.
       01 CPR-SERIAL-PART PIC X(4) VALUE SPACES.

      * Every letter is kept line for line through the shared
      * DOCARCHIVE routine; the contact journal row names it.
       01 DOCARC-PARAMETERS.
           COPY "DocArchive.cpy".
       01 DOCARC-CALL-FAILED PIC X VALUE "N".
       01 DOCUMENT-BEING-ARCHIVED PIC X VALUE "N".

       01 RUN-DATE-TODAY PIC 9(8) VALUE 0.
       01 WINDOW-LOW-DAYS PIC S9(6) VALUE 0.
       01 WINDOW-HIGH-DAYS PIC S9(6) VALUE 0.
       01 WINDOW-LINE-COUNT PIC 9(6) VALUE 0.
       01 LETTER-KIND PIC X(1) VALUE SPACE.
           88 LETTER-FIRST VALUE "F".
           88 LETTER-REMINDER VALUE "R".
           88 LETTER-NONE VALUE SPACE.
       01 LETTER-DOCUMENT-TYPE PIC X(12) VALUE SPACES.

       01 FACILITIES-READ-COUNT PIC 9(6) VALUE 0.
       01 NO-EXPIRY-COUNT PIC 9(6) VALUE 0.
       01 LAPSED-COUNT PIC 9(6) VALUE 0.
       01 WITHIN-30-COUNT PIC 9(6) VALUE 0.
       01 WITHIN-60-COUNT PIC 9(6) VALUE 0.
       01 FIRST-LETTER-COUNT PIC 9(6) VALUE 0.
       01 REMINDER-COUNT PIC 9(6) VALUE 0.
       01 WITHIN-30-DKK PIC 9(13)V99 VALUE 0.
       01 WITHIN-60-DKK PIC 9(13)V99 VALUE 0.

       01 DATE-DISPLAY PIC X(10) VALUE SPACES.
       01 DATE-FORMATTED PIC X(10) VALUE SPACES.
       01 AMOUNT-EDIT-DISPLAY PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01 DAYS-DISPLAY PIC ZZ9.
       01 OUTPUT-TEXT-LINE PIC X(120) VALUE SPACES.
       01 NOTICE-TEXT-LINE PIC X(80) VALUE SPACES.
       01 SEPARATOR-LINE PIC X(120) VALUE ALL "-".
       01 COUNT-DISPLAY PIC Z(5)9.

       PROCEDURE DIVISION.
           PERFORM LOG-BATCH-RUN-START

           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE-TODAY

           PERFORM LOAD-FACILITIES
           PERFORM LOAD-RENEWAL-LOG
           PERFORM LOAD-CUSTOMER-NAMES
           PERFORM LOAD-KEY-XREF

           OPEN OUTPUT RENEWAL-NOTICES-FILE
           IF NOTICES-FILE-STATUS NOT = "00"
               MOVE "OverdraftRenewalNotices.txt" TO FAILED-FILE-NAME
               MOVE NOTICES-FILE-STATUS TO FAILED-FILE-STATUS
               PERFORM ABORT-ON-FILE-FAILURE
           END-IF

           OPEN EXTEND RENEWAL-LOG-FILE
           IF RENEWAL-LOG-FILE-STATUS = "35"
               OPEN OUTPUT RENEWAL-LOG-FILE
           END-IF
           IF RENEWAL-LOG-FILE-STATUS NOT = "00"
               MOVE "FacilityRenewalLog.txt" TO FAILED-FILE-NAME
               MOVE RENEWAL-LOG-FILE-STATUS TO FAILED-FILE-STATUS
               PERFORM ABORT-ON-FILE-FAILURE
           END-IF

           OPEN OUTPUT RENEWAL-REPORT-FILE
           MOVE SPACES TO OUTPUT-TEXT-LINE
           STRING "Overdraft facility renewals - " DELIMITED BY SIZE
               RUN-DATE-TODAY DELIMITED BY SIZE
               INTO OUTPUT-TEXT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SEPARATOR-LINE TO OUTPUT-TEXT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE "Expiring within 30 days" TO OUTPUT-TEXT-LINE
           MOVE 0 TO WINDOW-LOW-DAYS
           MOVE REMINDER-DAYS TO WINDOW-HIGH-DAYS
           PERFORM LIST-EXPIRY-WINDOW

           MOVE "Expiring in 31 to 60 days" TO OUTPUT-TEXT-LINE
           COMPUTE WINDOW-LOW-DAYS = REMINDER-DAYS + 1
           MOVE FIRST-LETTER-DAYS TO WINDOW-HIGH-DAYS
           PERFORM LIST-EXPIRY-WINDOW

           PERFORM REPORT-RUN-TOTALS

           CLOSE RENEWAL-NOTICES-FILE
           CLOSE RENEWAL-LOG-FILE
           CLOSE RENEWAL-REPORT-FILE

           DISPLAY "Facility renewals: " WITHIN-30-COUNT
               " expiring within 30 days, " WITHIN-60-COUNT
               " in 31 to 60 days; " FIRST-LETTER-COUNT
               " renewal letter(s) and " REMINDER-COUNT
               " reminder(s) written."

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
           MOVE "FACILRENEW" TO BATCH-LOG-JOB-NAME
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

           MOVE "FACILRENEW" TO BATCH-LOG-JOB-NAME
           MOVE BATCH-RUN-LOG-TIMESTAMP TO BATCH-LOG-TIMESTAMP
           MOVE "START" TO BATCH-LOG-EVENT
           MOVE SPACES TO BATCH-LOG-DETAIL
           WRITE BATCH-RUN-LOG-RECORD

           CLOSE BATCH-RUN-LOG-FILE
           EXIT.

       LOG-BATCH-RUN-END.
           MOVE FUNCTION CURRENT-DATE TO BATCH-RUN-LOG-TIMESTAMP
           OPEN EXTEND BATCH-RUN-LOG-FILE

           MOVE "FACILRENEW" TO BATCH-LOG-JOB-NAME
           MOVE BATCH-RUN-LOG-TIMESTAMP TO BATCH-LOG-TIMESTAMP
           MOVE "END" TO BATCH-LOG-EVENT
           STRING "30d: "
               FUNCTION TRIM(WITHIN-30-COUNT LEADING)
               " 60d: "
               FUNCTION TRIM(WITHIN-60-COUNT LEADING)
               " Letters: "
               FUNCTION TRIM(FIRST-LETTER-COUNT LEADING)
               " Reminders: "
               FUNCTION TRIM(REMINDER-COUNT LEADING)
               INTO BATCH-LOG-DETAIL
           WRITE BATCH-RUN-LOG-RECORD

           CLOSE BATCH-RUN-LOG-FILE
           EXIT.

      * Facilities with an expiry date still ahead, each with the
      * days it has left; the rest are only counted.
       LOAD-FACILITIES.
           OPEN INPUT OVERDRAFT-FACILITY-FILE
           IF FACILITY-FILE-STATUS NOT = "00"
               DISPLAY "OverdraftFacilities.txt not found, no "
                   "facilities to renew."
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ OVERDRAFT-FACILITY-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO FACILITIES-READ-COUNT
                       PERFORM LOAD-ONE-FACILITY
               END-READ
           END-PERFORM

           CLOSE OVERDRAFT-FACILITY-FILE
           EXIT.

       LOAD-ONE-FACILITY.
           IF FACILITY-EXPIRY NOT NUMERIC
                   OR FACILITY-EXPIRY = 0
               ADD 1 TO NO-EXPIRY-COUNT
               EXIT PARAGRAPH
           END-IF

           IF FACILITY-EXPIRY < RUN-DATE-TODAY
               ADD 1 TO LAPSED-COUNT
               EXIT PARAGRAPH
           END-IF

           IF FACILITY-COUNT >= FACILITY-MAX
               DISPLAY "WARNING: facility capacity exceeded, "
                   "facility for '" FACILITY-CPR "' ignored"
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO FACILITY-COUNT
           MOVE FACILITY-CPR TO NORMALIZED-CPR
           PERFORM NORMALIZE-CPR
           MOVE NORMALIZED-CPR TO FAC-CPR(FACILITY-COUNT)
           MOVE FACILITY-LIMIT TO FAC-LIMIT(FACILITY-COUNT)
           MOVE FACILITY-EXPIRY TO FAC-EXPIRY(FACILITY-COUNT)
           COMPUTE FAC-DAYS-LEFT(FACILITY-COUNT) =
               FUNCTION INTEGER-OF-DATE(FACILITY-EXPIRY)
               - FUNCTION INTEGER-OF-DATE(RUN-DATE-TODAY)
           EXIT.

       LOAD-RENEWAL-LOG.
           OPEN INPUT RENEWAL-LOG-FILE
           IF RENEWAL-LOG-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ RENEWAL-LOG-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF RENEWAL-LOG-COUNT < RENEWAL-LOG-MAX
                           AND RENEWAL-LOG-EXPIRY IS NUMERIC
                           AND RENEWAL-LOG-EXPIRY
                               NOT < RUN-DATE-TODAY
                           ADD 1 TO RENEWAL-LOG-COUNT
                           MOVE RENEWAL-LOG-CPR TO NORMALIZED-CPR
                           PERFORM NORMALIZE-CPR
                           MOVE NORMALIZED-CPR
                               TO RL-CPR(RENEWAL-LOG-COUNT)
                           MOVE RENEWAL-LOG-EXPIRY
                               TO RL-EXPIRY(RENEWAL-LOG-COUNT)
                           MOVE RENEWAL-LOG-LETTER
                               TO RL-LETTER(RENEWAL-LOG-COUNT)
                           MOVE RENEWAL-LOG-SENT-DATE
                               TO RL-SENT-DATE(RENEWAL-LOG-COUNT)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE RENEWAL-LOG-FILE
           EXIT.

       LOAD-CUSTOMER-NAMES.
           OPEN INPUT CUSTOMERS-SNAPSHOT-FILE
           IF SNAPSHOT-FILE-STATUS NOT = "00"
               DISPLAY "CustomersSnapshot.txt not found, letters "
                   "will carry no customer name."
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ CUSTOMERS-SNAPSHOT-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF CUSTOMER-COUNT < CUSTOMER-MAX
                           ADD 1 TO CUSTOMER-COUNT
                           MOVE CPR OF CUSTOMERS-SNAPSHOT-RECORD
                               TO NORMALIZED-CPR
                           PERFORM NORMALIZE-CPR
                           MOVE NORMALIZED-CPR
                               TO CT-CPR(CUSTOMER-COUNT)
                           MOVE CUSTOMER-NAME
                               OF CUSTOMERS-SNAPSHOT-RECORD
                               TO CT-NAME(CUSTOMER-COUNT)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE CUSTOMERS-SNAPSHOT-FILE
           EXIT.

       LOAD-KEY-XREF.
           OPEN INPUT KEY-XREF-FILE
           IF XREF-FILE-STATUS NOT = "00"
               DISPLAY "CustomerKeyXref.txt not found, letters are "
                   "archived and journalled by CPR only."
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ KEY-XREF-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF XREF-COUNT < XREF-MAX
                           ADD 1 TO XREF-COUNT
                           MOVE XREF-CPR TO NORMALIZED-CPR
                           PERFORM NORMALIZE-CPR
                           MOVE NORMALIZED-CPR TO XR-CPR(XREF-COUNT)
                           MOVE XREF-REFERENCE-ID
                               TO XR-REFERENCE-ID(XREF-COUNT)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE KEY-XREF-FILE
           EXIT.

      * CPRs are compared in the DDMMYY-XXXX form the transaction
      * stream carries; a bare ten-digit CPR gets its dash.
       NORMALIZE-CPR.
           IF NORMALIZED-CPR(1:10) IS NUMERIC
                   AND NORMALIZED-CPR(11:5) = SPACES
               MOVE NORMALIZED-CPR(7:4) TO CPR-SERIAL-PART
               MOVE "-" TO NORMALIZED-CPR(7:1)
               MOVE CPR-SERIAL-PART TO NORMALIZED-CPR(8:4)
           END-IF
           EXIT.

      *----------------------------------------------------------*
      * One section of the report: the facilities with
      * WINDOW-LOW-DAYS to WINDOW-HIGH-DAYS left, the section
      * title already in OUTPUT-TEXT-LINE. The letter due for each
      * facility is written as it is listed.
      *----------------------------------------------------------*
       LIST-EXPIRY-WINDOW.
           PERFORM WRITE-REPORT-LINE
           MOVE "CPR" TO OUTPUT-TEXT-LINE(1:3)
           MOVE "Customer" TO OUTPUT-TEXT-LINE(17:8)
           MOVE "Limit DKK" TO OUTPUT-TEXT-LINE(56:9)
           MOVE "Expiry" TO OUTPUT-TEXT-LINE(67:6)
           MOVE "Days" TO OUTPUT-TEXT-LINE(79:4)
           MOVE "Letter" TO OUTPUT-TEXT-LINE(85:6)
           PERFORM WRITE-REPORT-LINE

           MOVE 0 TO WINDOW-LINE-COUNT
           PERFORM VARYING FACILITY-INDEX FROM 1 BY 1
               UNTIL FACILITY-INDEX > FACILITY-COUNT
               IF FAC-DAYS-LEFT(FACILITY-INDEX) >= WINDOW-LOW-DAYS
                   AND FAC-DAYS-LEFT(FACILITY-INDEX)
                       <= WINDOW-HIGH-DAYS
                   ADD 1 TO WINDOW-LINE-COUNT
                   PERFORM PROCESS-EXPIRING-FACILITY
               END-IF
           END-PERFORM

           IF WINDOW-LINE-COUNT = 0
               MOVE "  (none)" TO OUTPUT-TEXT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE SPACES TO OUTPUT-TEXT-LINE
           PERFORM WRITE-REPORT-LINE
           EXIT.

      * Inside the reminder window the reminder is due unless it
      * has gone; before it, the first letter unless that has.
       PROCESS-EXPIRING-FACILITY.
           IF FAC-DAYS-LEFT(FACILITY-INDEX) <= REMINDER-DAYS
               ADD 1 TO WITHIN-30-COUNT
               ADD FAC-LIMIT(FACILITY-INDEX) TO WITHIN-30-DKK
           ELSE
               ADD 1 TO WITHIN-60-COUNT
               ADD FAC-LIMIT(FACILITY-INDEX) TO WITHIN-60-DKK
           END-IF

           MOVE 0 TO MATCHED-CUSTOMER-INDEX
           PERFORM VARYING CUSTOMER-INDEX FROM 1 BY 1
               UNTIL CUSTOMER-INDEX > CUSTOMER-COUNT
                   OR MATCHED-CUSTOMER-INDEX > 0
               IF CT-CPR(CUSTOMER-INDEX) = FAC-CPR(FACILITY-INDEX)
                   MOVE CUSTOMER-INDEX TO MATCHED-CUSTOMER-INDEX
               END-IF
           END-PERFORM

           MOVE 0 TO FIRST-LETTER-SENT-DATE
           MOVE 0 TO REMINDER-SENT-DATE
           PERFORM VARYING RENEWAL-LOG-INDEX FROM 1 BY 1
               UNTIL RENEWAL-LOG-INDEX > RENEWAL-LOG-COUNT
               IF RL-CPR(RENEWAL-LOG-INDEX) = FAC-CPR(FACILITY-INDEX)
                   AND RL-EXPIRY(RENEWAL-LOG-INDEX)
                       = FAC-EXPIRY(FACILITY-INDEX)
                   IF RL-LETTER(RENEWAL-LOG-INDEX) = "R"
                       MOVE RL-SENT-DATE(RENEWAL-LOG-INDEX)
                           TO REMINDER-SENT-DATE
                   ELSE
                       MOVE RL-SENT-DATE(RENEWAL-LOG-INDEX)
                           TO FIRST-LETTER-SENT-DATE
                   END-IF
               END-IF
           END-PERFORM

           MOVE SPACE TO LETTER-KIND
           IF FAC-DAYS-LEFT(FACILITY-INDEX) <= REMINDER-DAYS
               IF REMINDER-SENT-DATE = 0
                   MOVE "R" TO LETTER-KIND
               END-IF
           ELSE
               IF FIRST-LETTER-SENT-DATE = 0
                   MOVE "F" TO LETTER-KIND
               END-IF
           END-IF

           IF NOT LETTER-NONE
               PERFORM WRITE-RENEWAL-LETTER
           END-IF

           MOVE FAC-CPR(FACILITY-INDEX) TO OUTPUT-TEXT-LINE(1:15)
           IF MATCHED-CUSTOMER-INDEX > 0
               MOVE CT-NAME(MATCHED-CUSTOMER-INDEX)
                   TO OUTPUT-TEXT-LINE(17:30)
           END-IF
           MOVE FAC-LIMIT(FACILITY-INDEX) TO AMOUNT-EDIT-DISPLAY
           MOVE AMOUNT-EDIT-DISPLAY TO OUTPUT-TEXT-LINE(48:17)
           MOVE FAC-EXPIRY(FACILITY-INDEX) TO DATE-DISPLAY
           PERFORM FORMAT-DATE-DISPLAY
           MOVE DATE-DISPLAY TO OUTPUT-TEXT-LINE(67:10)
           MOVE FAC-DAYS-LEFT(FACILITY-INDEX) TO DAYS-DISPLAY
           MOVE DAYS-DISPLAY TO OUTPUT-TEXT-LINE(80:3)
           EVALUATE TRUE
               WHEN LETTER-FIRST
                   MOVE "renewal letter sent" TO OUTPUT-TEXT-LINE(85:30)
               WHEN LETTER-REMINDER
                   MOVE "reminder sent" TO OUTPUT-TEXT-LINE(85:30)
               WHEN REMINDER-SENT-DATE > 0
                   STRING "reminder sent " DELIMITED BY SIZE
                       REMINDER-SENT-DATE DELIMITED BY SIZE
                       INTO OUTPUT-TEXT-LINE(85:30)
                   END-STRING
               WHEN OTHER
                   STRING "letter sent " DELIMITED BY SIZE
                       FIRST-LETTER-SENT-DATE DELIMITED BY SIZE
                       INTO OUTPUT-TEXT-LINE(85:30)
                   END-STRING
           END-EVALUATE
           PERFORM WRITE-REPORT-LINE
           EXIT.

      *----------------------------------------------------------*
      * The renewal letter: opened by an "Overdraft facility
      * renewal" line and carrying the "CPR:" line that DISTRIBUTE
      * splits and routes the letters on. The letter is logged in
      * FacilityRenewalLog.txt so it is not sent again.
      *----------------------------------------------------------*
       WRITE-RENEWAL-LETTER.
           MOVE SPACES TO LETTER-REFERENCE-ID
           PERFORM VARYING XREF-INDEX FROM 1 BY 1
               UNTIL XREF-INDEX > XREF-COUNT
                   OR LETTER-REFERENCE-ID NOT = SPACES
               IF XR-CPR(XREF-INDEX) = FAC-CPR(FACILITY-INDEX)
                   MOVE XR-REFERENCE-ID(XREF-INDEX)
                       TO LETTER-REFERENCE-ID
               END-IF
           END-PERFORM

           IF LETTER-FIRST
               MOVE "ODRENEWAL" TO LETTER-DOCUMENT-TYPE
           ELSE
               MOVE "ODREMINDER" TO LETTER-DOCUMENT-TYPE
           END-IF
           PERFORM BEGIN-ARCHIVED-DOCUMENT

           MOVE "Overdraft facility renewal" TO NOTICE-TEXT-LINE
           PERFORM WRITE-NOTICE-LINE

           STRING "CPR: " DELIMITED BY SIZE
               FUNCTION TRIM(FAC-CPR(FACILITY-INDEX) TRAILING)
               DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               INTO NOTICE-TEXT-LINE
           END-STRING
           IF MATCHED-CUSTOMER-INDEX > 0
               MOVE CT-NAME(MATCHED-CUSTOMER-INDEX)
                   TO NOTICE-TEXT-LINE(19:30)
           END-IF
           PERFORM WRITE-NOTICE-LINE

           PERFORM WRITE-NOTICE-LINE
           MOVE RUN-DATE-TODAY TO DATE-DISPLAY
           PERFORM FORMAT-DATE-DISPLAY
           STRING "Date: " DELIMITED BY SIZE
               DATE-DISPLAY DELIMITED BY SIZE
               INTO NOTICE-TEXT-LINE
           END-STRING
           PERFORM WRITE-NOTICE-LINE
           PERFORM WRITE-NOTICE-LINE

           MOVE FAC-LIMIT(FACILITY-INDEX) TO AMOUNT-EDIT-DISPLAY
           MOVE FAC-EXPIRY(FACILITY-INDEX) TO DATE-DISPLAY
           PERFORM FORMAT-DATE-DISPLAY
           IF LETTER-REMINDER
               STRING "Reminder: your overdraft facility of "
                   DELIMITED BY SIZE
                   FUNCTION TRIM(AMOUNT-EDIT-DISPLAY LEADING)
                   DELIMITED BY SIZE
                   " DKK" DELIMITED BY SIZE
                   INTO NOTICE-TEXT-LINE
               END-STRING
           ELSE
               STRING "Your overdraft facility of " DELIMITED BY SIZE
                   FUNCTION TRIM(AMOUNT-EDIT-DISPLAY LEADING)
                   DELIMITED BY SIZE
                   " DKK" DELIMITED BY SIZE
                   INTO NOTICE-TEXT-LINE
               END-STRING
           END-IF
           PERFORM WRITE-NOTICE-LINE
           STRING "expires on " DELIMITED BY SIZE
               DATE-DISPLAY DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               INTO NOTICE-TEXT-LINE
           END-STRING
           PERFORM WRITE-NOTICE-LINE
           PERFORM WRITE-NOTICE-LINE

           MOVE "If you wish to keep the facility, please contact your "
               TO NOTICE-TEXT-LINE
           PERFORM WRITE-NOTICE-LINE
           MOVE "branch before that date to have it renewed. After the "
               TO NOTICE-TEXT-LINE
           PERFORM WRITE-NOTICE-LINE
           MOVE "expiry date the facility lapses and any overdrawn "
               TO NOTICE-TEXT-LINE
           PERFORM WRITE-NOTICE-LINE
           MOVE "balance counts as an overdraft without a facility."
               TO NOTICE-TEXT-LINE
           PERFORM WRITE-NOTICE-LINE
           PERFORM WRITE-NOTICE-LINE

           PERFORM END-ARCHIVED-DOCUMENT
           PERFORM WRITE-CONTACT-JOURNAL-ENTRY

           MOVE SPACES TO RENEWAL-LOG-RECORD
           MOVE FAC-CPR(FACILITY-INDEX) TO RENEWAL-LOG-CPR
           MOVE FAC-EXPIRY(FACILITY-INDEX) TO RENEWAL-LOG-EXPIRY
           MOVE LETTER-KIND TO RENEWAL-LOG-LETTER
           MOVE RUN-DATE-TODAY TO RENEWAL-LOG-SENT-DATE
           WRITE RENEWAL-LOG-RECORD

           IF LETTER-FIRST
               ADD 1 TO FIRST-LETTER-COUNT
           ELSE
               ADD 1 TO REMINDER-COUNT
           END-IF
           EXIT.

      * YYYYMMDD in DATE-DISPLAY becomes YYYY-MM-DD.
       FORMAT-DATE-DISPLAY.
           MOVE SPACES TO DATE-FORMATTED
           STRING DATE-DISPLAY(1:4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               DATE-DISPLAY(5:2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               DATE-DISPLAY(7:2) DELIMITED BY SIZE
               INTO DATE-FORMATTED
           END-STRING
           MOVE DATE-FORMATTED TO DATE-DISPLAY
           EXIT.

       WRITE-NOTICE-LINE.
           MOVE NOTICE-TEXT-LINE TO RENEWAL-NOTICE-LINE
           WRITE RENEWAL-NOTICE-LINE
           IF DOCUMENT-BEING-ARCHIVED = "Y"
               SET DOCARC-ADD-LINE TO TRUE
               MOVE NOTICE-TEXT-LINE TO DOCARC-LINE-TEXT
               CALL "DOCARCHIVE" USING DOCARC-PARAMETERS
           END-IF
           MOVE SPACES TO NOTICE-TEXT-LINE
           EXIT.

      *----------------------------------------------------------*
      * The archive row carries the same REFERENCE-ID and CPR as
      * the contact journal row.
      *----------------------------------------------------------*
       BEGIN-ARCHIVED-DOCUMENT.
           MOVE "N" TO DOCUMENT-BEING-ARCHIVED
           MOVE SPACES TO DOCARC-DOCUMENT-ID
           IF DOCARC-CALL-FAILED = "Y"
               EXIT PARAGRAPH
           END-IF

           SET DOCARC-BEGIN TO TRUE
           MOVE LETTER-REFERENCE-ID TO DOCARC-REFERENCE-ID
           MOVE FAC-CPR(FACILITY-INDEX) TO DOCARC-CPR
           MOVE LETTER-DOCUMENT-TYPE TO DOCARC-DOCUMENT-TYPE
           MOVE "FACILRENEW" TO DOCARC-ORIGIN-JOB
           MOVE RUN-DATE-TODAY TO DOCARC-SENT-DATE
           CALL "DOCARCHIVE" USING DOCARC-PARAMETERS
               ON EXCEPTION
                   DISPLAY "WARNING: DOCARCHIVE could not be called, "
                       "letters are not archived this run."
                   MOVE "Y" TO DOCARC-CALL-FAILED
                   MOVE SPACES TO DOCARC-DOCUMENT-ID
           END-CALL

           IF DOCARC-DOCUMENT-ID NOT = SPACES
               MOVE "Y" TO DOCUMENT-BEING-ARCHIVED
           END-IF
           EXIT.

       END-ARCHIVED-DOCUMENT.
           IF DOCUMENT-BEING-ARCHIVED = "Y"
               SET DOCARC-END TO TRUE
               CALL "DOCARCHIVE" USING DOCARC-PARAMETERS
               MOVE "N" TO DOCUMENT-BEING-ARCHIVED
           END-IF
           EXIT.

       WRITE-CONTACT-JOURNAL-ENTRY.
           OPEN EXTEND CONTACT-JOURNAL-FILE
           IF CONTACT-JOURNAL-FILE-STATUS = "35"
               OPEN OUTPUT CONTACT-JOURNAL-FILE
           END-IF

           MOVE SPACES TO CONTACT-JOURNAL-RECORD
           MOVE LETTER-REFERENCE-ID TO CONTACT-REFERENCE-ID
           MOVE FAC-CPR(FACILITY-INDEX) TO CONTACT-CPR
           MOVE RUN-DATE-TODAY TO CONTACT-SENT-DATE
           MOVE LETTER-DOCUMENT-TYPE TO CONTACT-DOCUMENT-TYPE
           MOVE "PRINT" TO CONTACT-CHANNEL
           MOVE "FACILRENEW" TO CONTACT-ORIGIN-JOB
           MOVE DOCARC-DOCUMENT-ID TO CONTACT-DOCUMENT-ID
           WRITE CONTACT-JOURNAL-RECORD

           CLOSE CONTACT-JOURNAL-FILE
           EXIT.

       REPORT-RUN-TOTALS.
           MOVE SEPARATOR-LINE TO OUTPUT-TEXT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE "Facilities on file" TO OUTPUT-TEXT-LINE
           MOVE FACILITIES-READ-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-REPORT-LINE

           MOVE "With no expiry date" TO OUTPUT-TEXT-LINE
           MOVE NO-EXPIRY-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-REPORT-LINE

           MOVE "Already lapsed" TO OUTPUT-TEXT-LINE
           MOVE LAPSED-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-REPORT-LINE

           MOVE "Expiring within 30 days" TO OUTPUT-TEXT-LINE
           MOVE WITHIN-30-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           MOVE WITHIN-30-DKK TO AMOUNT-EDIT-DISPLAY
           MOVE AMOUNT-EDIT-DISPLAY TO OUTPUT-TEXT-LINE(50:17)
           MOVE "DKK" TO OUTPUT-TEXT-LINE(68:3)
           PERFORM WRITE-REPORT-LINE

           MOVE "Expiring in 31 to 60 days" TO OUTPUT-TEXT-LINE
           MOVE WITHIN-60-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           MOVE WITHIN-60-DKK TO AMOUNT-EDIT-DISPLAY
           MOVE AMOUNT-EDIT-DISPLAY TO OUTPUT-TEXT-LINE(50:17)
           MOVE "DKK" TO OUTPUT-TEXT-LINE(68:3)
           PERFORM WRITE-REPORT-LINE

           MOVE "Renewal letters written" TO OUTPUT-TEXT-LINE
           MOVE FIRST-LETTER-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-REPORT-LINE

           MOVE "Reminders written" TO OUTPUT-TEXT-LINE
           MOVE REMINDER-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-REPORT-LINE
           EXIT.

       WRITE-REPORT-LINE.
           MOVE OUTPUT-TEXT-LINE TO RENEWAL-REPORT-LINE
           WRITE RENEWAL-REPORT-LINE
           MOVE SPACES TO OUTPUT-TEXT-LINE
           EXIT.

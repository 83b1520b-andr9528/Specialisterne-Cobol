       IDENTIFICATION DIVISION.
       PROGRAM-ID. RATECHANGE.

      *----------------------------------------------------------*
      * Scheduled rate and tariff changes. Works the changes in  *
      * RateChangeSchedule.txt (RateChange.cpy) against today's  *
      * date.                                                    *
      *  - A scheduled change whose notice date has come sends a *
      *    notice letter to every customer it affects. For a     *
      *    deposit rate change these are the holders of an       *
      *    account in the change's currency and segment; for a   *
      *    flat tariff change, the customers whose segment has   *
      *    no row of its own in SegmentFeeTariffs.txt; for a     *
      *    segment tariff change, the customers in that segment. *
      *    Each letter shows the old and new rate or fees and    *
      *    the effective date. A change entered too late to give *
      *    the full notice has its effective date moved to today *
      *    plus the notice days, and the report says so.         *
      *  - A notified change whose effective date has come is    *
      *    applied: the new INTEREST-RATE / EXTRA-INTEREST-RATE  *
      *    on each affected account in CustomerMaster.idx, or    *
      *    the new levels in FeeTariff.txt or the segment's row  *
      *    in SegmentFeeTariffs.txt.                             *
      * Letters go to RateChangeNotices.txt one per page with    *
      * the master's address block, are kept through the shared  *
      * DOCARCHIVE routine and are logged in ContactJournal.txt. *
      * Every record changed is journalled in                    *
      * RateChangeJournal.txt (old and new values). Master       *
      * records are also journalled in CustomerMaintJournal.txt  *
      * as action "R" with their before- and after-images, so    *
      * the point-in-time view sees the change. The schedule is  *
      * written back with each change's status, dates and        *
      * counts, and RateChangeReport.txt lists what this run     *
      * did.                                                     *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATE-SCHEDULE-FILE
               ASSIGN TO "RateChangeSchedule.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCHEDULE-FILE-STATUS.

           SELECT CUSTOMER-MASTER-FILE
               ASSIGN TO "CustomerMaster.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MASTER-REFERENCE-ID
               FILE STATUS IS MASTER-FILE-STATUS.

      * Segment master and the fee tariffs FEEASSESS charges from;
      * customers without a segment row are in the DEFAULT
      * segment.
           SELECT SEGMENT-MASTER-FILE
               ASSIGN TO "CustomerSegments.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TARIFF-FILE-STATUS.

           SELECT FEE-TARIFF-FILE
               ASSIGN TO "FeeTariff.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TARIFF-FILE-STATUS.

           SELECT SEGMENT-TARIFF-FILE
               ASSIGN TO "SegmentFeeTariffs.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TARIFF-FILE-STATUS.

           SELECT LETTERS-FILE
               ASSIGN TO "RateChangeNotices.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LETTERS-FILE-STATUS.

           SELECT CONTACT-JOURNAL-FILE
               ASSIGN TO "ContactJournal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTACT-JOURNAL-FILE-STATUS.

           SELECT RATE-JOURNAL-FILE
               ASSIGN TO "RateChangeJournal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RATE-JOURNAL-FILE-STATUS.

           SELECT MAINT-JOURNAL-FILE
               ASSIGN TO "CustomerMaintJournal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MAINT-JOURNAL-FILE-STATUS.

           SELECT RATE-REPORT-FILE
               ASSIGN TO "RateChangeReport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BATCH-RUN-LOG-FILE
               ASSIGN TO "BatchRunLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BATCH-RUN-LOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RATE-SCHEDULE-FILE.
       01 RATE-SCHEDULE-RECORD.
           COPY "RateChange.cpy".

      * The indexed record is the Customer.cpy layout with the
      * REFERENCE-ID broken out as the record key.
       FD CUSTOMER-MASTER-FILE.
       01 CUSTOMER-MASTER-RECORD.
           02 MASTER-REFERENCE-ID PIC X(10).
           02 MASTER-RECORD-BODY PIC X(461).

       FD SEGMENT-MASTER-FILE.
       01 SEGMENT-MASTER-RECORD.
           02 SEGMENT-REFERENCE-ID PIC X(10).
           02 SEGMENT-CODE PIC X(8).

       FD FEE-TARIFF-FILE.
       01 FEE-TARIFF-RECORD.
           02 TARIFF-PER-TRANSACTION-FEE PIC 9(5)V99.
           02 TARIFF-MONTHLY-FEE PIC 9(5)V99.
           02 TARIFF-OVERDRAFT-FEE PIC 9(5)V99.

       FD SEGMENT-TARIFF-FILE.
       01 SEGMENT-TARIFF-RECORD.
           02 TARIFF-SEGMENT-CODE PIC X(8).
           02 TARIFF-SEG-PER-TXN PIC 9(5)V99.
           02 TARIFF-SEG-MONTHLY PIC 9(5)V99.
           02 TARIFF-SEG-OVERDRAFT PIC 9(5)V99.
           02 TARIFF-SEG-WAIVE-TXN PIC X(1).
           02 TARIFF-SEG-WAIVE-MONTHLY PIC X(1).
           02 TARIFF-SEG-WAIVE-OVERDRAFT PIC X(1).

       FD LETTERS-FILE.
       01 LETTER-LINE PIC X(80).

       FD CONTACT-JOURNAL-FILE.
       01 CONTACT-JOURNAL-RECORD.
           COPY "ContactJournal.cpy".

      * One row per record a change was applied to: an account on
      * the master (REFERENCE-ID, account and the old and new
      * rate) or a tariff row (segment, blank for the flat tariff,
      * and the old and new fee levels).
       FD RATE-JOURNAL-FILE.
       01 RATE-JOURNAL-RECORD.
           02 RATE-JOURNAL-CHANGE-ID PIC X(10).
           02 RATE-JOURNAL-DATE PIC X(8).
           02 RATE-JOURNAL-KIND PIC X(1).
           02 RATE-JOURNAL-REFERENCE-ID PIC X(10).
           02 RATE-JOURNAL-ACCOUNT PIC X(17).
           02 RATE-JOURNAL-CURRENCY PIC X(3).
           02 RATE-JOURNAL-OLD-RATE PIC 9(3)V99.
           02 RATE-JOURNAL-NEW-RATE PIC 9(3)V99.
           02 RATE-JOURNAL-SEGMENT PIC X(8).
           02 RATE-JOURNAL-OLD-PER-TXN PIC 9(5)V99.
           02 RATE-JOURNAL-OLD-MONTHLY PIC 9(5)V99.
           02 RATE-JOURNAL-OLD-OVERDRAFT PIC 9(5)V99.
           02 RATE-JOURNAL-NEW-PER-TXN PIC 9(5)V99.
           02 RATE-JOURNAL-NEW-MONTHLY PIC 9(5)V99.
           02 RATE-JOURNAL-NEW-OVERDRAFT PIC 9(5)V99.

      * CUSTOMERMAINT's audit journal, appended to with action "R"
      * for every master record a rate change rewrote.
       FD MAINT-JOURNAL-FILE.
       01 MAINT-JOURNAL-RECORD.
           02 JOURNAL-ACTION PIC X(1).
           02 JOURNAL-REFERENCE-ID PIC X(10).
           02 JOURNAL-TIMESTAMP PIC X(26).
           02 JOURNAL-BEFORE-IMAGE PIC X(471).
           02 JOURNAL-AFTER-IMAGE PIC X(471).
           02 JOURNAL-SUBMITTED-DATE PIC X(8).
           02 JOURNAL-EFFECTIVE-DATE PIC X(8).

       FD RATE-REPORT-FILE.
       01 RATE-REPORT-LINE PIC X(100).

       FD BATCH-RUN-LOG-FILE.
       01 BATCH-RUN-LOG-RECORD.
           COPY "BatchRunLog.cpy".

       WORKING-STORAGE SECTION.
       01 BATCH-RUN-LOG-TIMESTAMP PIC X(26) VALUE SPACES.
       01 SCHEDULE-FILE-STATUS PIC X(2) VALUE "00".
       01 MASTER-FILE-STATUS PIC X(2) VALUE "00".
       01 TARIFF-FILE-STATUS PIC X(2) VALUE "00".
       01 LETTERS-FILE-STATUS PIC X(2) VALUE "00".
       01 CONTACT-JOURNAL-FILE-STATUS PIC X(2) VALUE "00".
       01 RATE-JOURNAL-FILE-STATUS PIC X(2) VALUE "00".
       01 MAINT-JOURNAL-FILE-STATUS PIC X(2) VALUE "00".
       01 BATCH-RUN-LOG-FILE-STATUS PIC X(2) VALUE "00".
       01 FAILED-FILE-NAME PIC X(40) VALUE SPACES.
       01 FAILED-FILE-STATUS PIC X(2) VALUE SPACES.

      * Every letter is kept line for line through the shared
      * DOCARCHIVE routine; the contact journal row names it.
       01 DOCARC-PARAMETERS.
           COPY "DocArchive.cpy".
       01 DOCARC-CALL-FAILED PIC X VALUE "N".
       01 DOCUMENT-BEING-ARCHIVED PIC X VALUE "N".

       01 END-OF-FILE PIC X VALUE "N".

      * Notice given when a change does not say how much.
       01 DEFAULT-NOTICE-DAYS PIC 9(3) VALUE 30.

      * The whole schedule, updated in place and written back at
      * the end. RUN-ACTION is what this run does with a change:
      * "N" send its notices, "A" apply it.
       01 SCHEDULE-TABLE.
           02 SCHEDULE-COUNT PIC 9(4) VALUE 0.
           02 SCHEDULE-MAX PIC 9(4) VALUE 200.
           02 SCHEDULED-CHANGES OCCURS 200 TIMES.
               COPY "RateChange.cpy".
               03 RUN-ACTION PIC X VALUE SPACE.
                   88 RUN-SEND-NOTICES VALUE "N".
                   88 RUN-APPLY-CHANGE VALUE "A".
               03 RUN-OUTCOME PIC X(12) VALUE SPACES.
       01 SCHEDULE-INDEX PIC 9(4) VALUE 0.
       01 WORK-DUE PIC X VALUE "N".

       01 SEGMENT-MASTER-TABLE.
           02 SEGMENT-COUNT PIC 9(4) VALUE 0.
           02 SEGMENT-MAX PIC 9(4) VALUE 2000.
           02 SEGMENT-ENTRIES OCCURS 2000 TIMES.
               03 SEG-REFERENCE-ID PIC X(10) VALUE SPACES.
               03 SEG-CODE PIC X(8) VALUE SPACES.
       01 SEGMENT-INDEX PIC 9(4) VALUE 0.
       01 CUSTOMER-SEGMENT PIC X(8) VALUE SPACES.

      * FEEASSESS's defaults when FeeTariff.txt is absent.
       01 FLAT-PER-TXN PIC 9(5)V99 VALUE 2.50.
       01 FLAT-MONTHLY PIC 9(5)V99 VALUE 25.00.
       01 FLAT-OVERDRAFT PIC 9(5)V99 VALUE 150.00.

       01 SEGMENT-TARIFF-TABLE.
           02 SEG-TARIFF-COUNT PIC 99 VALUE 0.
           02 SEG-TARIFF-MAX PIC 99 VALUE 20.
           02 SEG-TARIFF-ENTRIES OCCURS 20 TIMES.
               03 ST-SEGMENT PIC X(8) VALUE SPACES.
               03 ST-PER-TXN PIC 9(5)V99 VALUE 0.
               03 ST-MONTHLY PIC 9(5)V99 VALUE 0.
               03 ST-OVERDRAFT PIC 9(5)V99 VALUE 0.
               03 ST-WAIVE-TXN PIC X(1) VALUE SPACE.
               03 ST-WAIVE-MONTHLY PIC X(1) VALUE SPACE.
               03 ST-WAIVE-OVERDRAFT PIC X(1) VALUE SPACE.
       01 SEG-TARIFF-INDEX PIC 99 VALUE 0.
       01 MATCHED-SEG-TARIFF PIC 99 VALUE 0.

      * The fee levels a tariff change replaces, as they stand
      * before it is applied; "W" marks a waived component.
       01 OLD-PER-TXN PIC 9(5)V99 VALUE 0.
       01 OLD-MONTHLY PIC 9(5)V99 VALUE 0.
       01 OLD-OVERDRAFT PIC 9(5)V99 VALUE 0.
       01 OLD-WAIVE-TXN PIC X(1) VALUE SPACE.
       01 OLD-WAIVE-MONTHLY PIC X(1) VALUE SPACE.
       01 OLD-WAIVE-OVERDRAFT PIC X(1) VALUE SPACE.

      * Work copy of the master record being notified or changed.
       01 MASTER-WORK.
           COPY "Customer.cpy".
       01 MASTER-BEFORE-IMAGE PIC X(471) VALUE SPACES.
       01 MASTER-OPEN PIC X VALUE "N".
       01 CUSTOMER-AFFECTED PIC X VALUE "N".
       01 ACCOUNTS-AFFECTED-COUNT PIC 9 VALUE 0.
       01 EXTRA-SLOT PIC 9 VALUE 0.

       01 RUN-DATE-TODAY PIC X(8) VALUE SPACES.
       01 TODAY-DATE PIC 9(8) VALUE 0.
       01 TODAY-INTEGER PIC 9(8) VALUE 0.
       01 EFFECTIVE-DATE-NUMERIC PIC 9(8) VALUE 0.
       01 NOTICE-DAYS-WORK PIC 9(3) VALUE 0.
       01 NOTICE-DUE-INTEGER PIC S9(8) VALUE 0.
       01 DATE-DISPLAY PIC X(10) VALUE SPACES.
       01 DATE-DISPLAY-SOURCE PIC 9(8) VALUE 0.

       01 CHANGES-REFUSED-COUNT PIC 9(4) VALUE 0.
       01 CHANGES-NOTIFIED-COUNT PIC 9(4) VALUE 0.
       01 CHANGES-APPLIED-COUNT PIC 9(4) VALUE 0.
       01 CHANGES-MOVED-COUNT PIC 9(4) VALUE 0.
       01 LETTERS-WRITTEN-COUNT PIC 9(6) VALUE 0.
       01 LETTERS-HELD-COUNT PIC 9(6) VALUE 0.
       01 RECORDS-CHANGED-COUNT PIC 9(6) VALUE 0.
       01 REWRITE-FAILED-COUNT PIC 9(6) VALUE 0.

      * Letters are padded to a fixed page so every letter starts
      * at the top of its own sheet.
       01 PAGE-LINE-LIMIT PIC 99 VALUE 60.
       01 PAGE-LINE-COUNT PIC 99 VALUE 0.
       01 LETTER-TEXT-LINE PIC X(80) VALUE SPACES.
       01 LETTER-DOCUMENT-TYPE PIC X(12) VALUE SPACES.

       01 OLD-RATE-DISPLAY PIC ZZ9.99.
       01 NEW-RATE-DISPLAY PIC ZZ9.99.
       01 OLD-FEE-DISPLAY PIC ZZ,ZZ9.99.
       01 NEW-FEE-DISPLAY PIC ZZ,ZZ9.99.
       01 FEE-COMPONENT-NAME PIC X(23) VALUE SPACES.
       01 FEE-OLD-TEXT PIC X(12) VALUE SPACES.
       01 FEE-NEW-TEXT PIC X(12) VALUE SPACES.
       01 OUTPUT-TEXT-LINE PIC X(100) VALUE SPACES.
       01 SEPARATOR-LINE PIC X(100) VALUE ALL "-".
       01 COUNT-DISPLAY PIC Z(5)9.

       PROCEDURE DIVISION.
           PERFORM LOG-BATCH-RUN-START

           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE-TODAY
           MOVE RUN-DATE-TODAY TO TODAY-DATE
           COMPUTE TODAY-INTEGER = FUNCTION INTEGER-OF-DATE(TODAY-DATE)

           PERFORM LOAD-RATE-SCHEDULE
           IF SCHEDULE-COUNT = 0
               DISPLAY "RateChangeSchedule.txt holds no changes, "
                   "nothing to do."
               PERFORM LOG-BATCH-RUN-END
               STOP RUN
           END-IF

           PERFORM LOAD-SEGMENT-MASTER
           PERFORM LOAD-FLAT-TARIFF
           PERFORM LOAD-SEGMENT-TARIFFS

           PERFORM VARYING SCHEDULE-INDEX FROM 1 BY 1
               UNTIL SCHEDULE-INDEX > SCHEDULE-COUNT
               PERFORM DECIDE-SCHEDULE-ACTION
           END-PERFORM

           IF WORK-DUE = "Y"
               PERFORM OPEN-CHANGE-FILES
           END-IF

           OPEN OUTPUT RATE-REPORT-FILE
           MOVE SPACES TO OUTPUT-TEXT-LINE
           STRING "Scheduled rate and tariff changes - "
               DELIMITED BY SIZE
               RUN-DATE-TODAY DELIMITED BY SIZE
               INTO OUTPUT-TEXT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SEPARATOR-LINE TO OUTPUT-TEXT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "Change     Kind Segment  Cur" TO OUTPUT-TEXT-LINE
           MOVE "Effective" TO OUTPUT-TEXT-LINE(31:9)
           MOVE "Outcome" TO OUTPUT-TEXT-LINE(42:7)
           MOVE "Letters" TO OUTPUT-TEXT-LINE(56:7)
           MOVE "Records" TO OUTPUT-TEXT-LINE(65:7)
           PERFORM WRITE-REPORT-LINE

           PERFORM VARYING SCHEDULE-INDEX FROM 1 BY 1
               UNTIL SCHEDULE-INDEX > SCHEDULE-COUNT
               EVALUATE TRUE
                   WHEN RUN-SEND-NOTICES(SCHEDULE-INDEX)
                       PERFORM SEND-CHANGE-NOTICES
                   WHEN RUN-APPLY-CHANGE(SCHEDULE-INDEX)
                       PERFORM APPLY-SCHEDULED-CHANGE
               END-EVALUATE
               IF RUN-OUTCOME(SCHEDULE-INDEX) NOT = SPACES
                   PERFORM WRITE-CHANGE-LINE
               END-IF
           END-PERFORM

           PERFORM REPORT-RUN-TOTALS
           CLOSE RATE-REPORT-FILE

           IF WORK-DUE = "Y"
               PERFORM CLOSE-CHANGE-FILES
           END-IF

           PERFORM SAVE-RATE-SCHEDULE

           DISPLAY "Rate changes: " CHANGES-NOTIFIED-COUNT
               " notified, " CHANGES-APPLIED-COUNT " applied, "
               CHANGES-REFUSED-COUNT " refused; "
               LETTERS-WRITTEN-COUNT " letter(s), "
               RECORDS-CHANGED-COUNT " record(s) changed."

           IF CHANGES-REFUSED-COUNT > 0
               OR LETTERS-HELD-COUNT > 0
               OR REWRITE-FAILED-COUNT > 0
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
           MOVE "RATECHANGE" TO BATCH-LOG-JOB-NAME
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

           MOVE "RATECHANGE" TO BATCH-LOG-JOB-NAME
           MOVE BATCH-RUN-LOG-TIMESTAMP TO BATCH-LOG-TIMESTAMP
           MOVE "START" TO BATCH-LOG-EVENT
           MOVE SPACES TO BATCH-LOG-DETAIL
           WRITE BATCH-RUN-LOG-RECORD

           CLOSE BATCH-RUN-LOG-FILE
           EXIT.

       LOG-BATCH-RUN-END.
           MOVE FUNCTION CURRENT-DATE TO BATCH-RUN-LOG-TIMESTAMP
           OPEN EXTEND BATCH-RUN-LOG-FILE

           MOVE "RATECHANGE" TO BATCH-LOG-JOB-NAME
           MOVE BATCH-RUN-LOG-TIMESTAMP TO BATCH-LOG-TIMESTAMP
           MOVE "END" TO BATCH-LOG-EVENT
           MOVE SPACES TO BATCH-LOG-DETAIL
           STRING "Notified: "
               FUNCTION TRIM(CHANGES-NOTIFIED-COUNT LEADING)
               " Applied: "
               FUNCTION TRIM(CHANGES-APPLIED-COUNT LEADING)
               " Letters: "
               FUNCTION TRIM(LETTERS-WRITTEN-COUNT LEADING)
               " Records: "
               FUNCTION TRIM(RECORDS-CHANGED-COUNT LEADING)
               INTO BATCH-LOG-DETAIL
           WRITE BATCH-RUN-LOG-RECORD

           CLOSE BATCH-RUN-LOG-FILE
           EXIT.

       LOAD-RATE-SCHEDULE.
           OPEN INPUT RATE-SCHEDULE-FILE
           IF SCHEDULE-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ RATE-SCHEDULE-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF RATECHG-ID OF RATE-SCHEDULE-RECORD
                               NOT = SPACES
                           IF SCHEDULE-COUNT < SCHEDULE-MAX
                               ADD 1 TO SCHEDULE-COUNT
                               MOVE RATE-SCHEDULE-RECORD
                                   TO SCHEDULED-CHANGES(
                                       SCHEDULE-COUNT)
                               MOVE SPACE
                                   TO RUN-ACTION(SCHEDULE-COUNT)
                               MOVE SPACES
                                   TO RUN-OUTCOME(SCHEDULE-COUNT)
                           ELSE
                               DISPLAY "WARNING: more than "
                                   SCHEDULE-MAX " scheduled changes, "
                                   "change "
                                   RATECHG-ID OF RATE-SCHEDULE-RECORD
                                   " is not worked this run."
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE RATE-SCHEDULE-FILE
           EXIT.

       LOAD-SEGMENT-MASTER.
           OPEN INPUT SEGMENT-MASTER-FILE
           IF TARIFF-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL TARIFF-FILE-STATUS = "10"
               READ SEGMENT-MASTER-FILE
                   AT END
                       MOVE "10" TO TARIFF-FILE-STATUS
                   NOT AT END
                       IF SEGMENT-COUNT < SEGMENT-MAX
                           ADD 1 TO SEGMENT-COUNT
                           MOVE SEGMENT-REFERENCE-ID
                               TO SEG-REFERENCE-ID(SEGMENT-COUNT)
                           MOVE SEGMENT-CODE
                               TO SEG-CODE(SEGMENT-COUNT)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE SEGMENT-MASTER-FILE
           MOVE "00" TO TARIFF-FILE-STATUS
           EXIT.

       LOAD-FLAT-TARIFF.
           OPEN INPUT FEE-TARIFF-FILE
           IF TARIFF-FILE-STATUS NOT = "00"
               MOVE "00" TO TARIFF-FILE-STATUS
               EXIT PARAGRAPH
           END-IF

           READ FEE-TARIFF-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE TARIFF-PER-TRANSACTION-FEE TO FLAT-PER-TXN
                   MOVE TARIFF-MONTHLY-FEE TO FLAT-MONTHLY
                   MOVE TARIFF-OVERDRAFT-FEE TO FLAT-OVERDRAFT
           END-READ

           CLOSE FEE-TARIFF-FILE
           MOVE "00" TO TARIFF-FILE-STATUS
           EXIT.

       LOAD-SEGMENT-TARIFFS.
           OPEN INPUT SEGMENT-TARIFF-FILE
           IF TARIFF-FILE-STATUS NOT = "00"
               MOVE "00" TO TARIFF-FILE-STATUS
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL TARIFF-FILE-STATUS = "10"
               READ SEGMENT-TARIFF-FILE
                   AT END
                       MOVE "10" TO TARIFF-FILE-STATUS
                   NOT AT END
                       IF SEG-TARIFF-COUNT < SEG-TARIFF-MAX
                           ADD 1 TO SEG-TARIFF-COUNT
                           MOVE SEGMENT-TARIFF-RECORD
                               TO SEG-TARIFF-ENTRIES(
                                   SEG-TARIFF-COUNT)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE SEGMENT-TARIFF-FILE
           MOVE "00" TO TARIFF-FILE-STATUS
           EXIT.

      *----------------------------------------------------------*
      * What today means for one change. A scheduled change is
      * checked first and refused when it cannot be worked; its
      * notices are due once today is no more than the notice
      * days before the effective date. When that day has already
      * passed the effective date moves out so the customer still
      * gets the full notice. A notified change is applied from
      * its effective date on.
      *----------------------------------------------------------*
       DECIDE-SCHEDULE-ACTION.
           MOVE SPACE TO RUN-ACTION(SCHEDULE-INDEX)

           IF RATECHG-NOTIFIED OF SCHEDULED-CHANGES(SCHEDULE-INDEX)
               IF RATECHG-EFFECTIVE-DATE
                       OF SCHEDULED-CHANGES(SCHEDULE-INDEX)
                       <= RUN-DATE-TODAY
                   SET RUN-APPLY-CHANGE(SCHEDULE-INDEX) TO TRUE
                   MOVE "Y" TO WORK-DUE
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF NOT RATECHG-SCHEDULED
                   OF SCHEDULED-CHANGES(SCHEDULE-INDEX)
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-SCHEDULED-CHANGE
           IF RATECHG-REFUSED OF SCHEDULED-CHANGES(SCHEDULE-INDEX)
               EXIT PARAGRAPH
           END-IF

           MOVE RATECHG-NOTICE-DAYS
               OF SCHEDULED-CHANGES(SCHEDULE-INDEX)
               TO NOTICE-DAYS-WORK
           IF NOTICE-DAYS-WORK = 0
               MOVE DEFAULT-NOTICE-DAYS TO NOTICE-DAYS-WORK
               MOVE NOTICE-DAYS-WORK TO RATECHG-NOTICE-DAYS
                   OF SCHEDULED-CHANGES(SCHEDULE-INDEX)
           END-IF

           MOVE RATECHG-EFFECTIVE-DATE
               OF SCHEDULED-CHANGES(SCHEDULE-INDEX)
               TO EFFECTIVE-DATE-NUMERIC
           COMPUTE NOTICE-DUE-INTEGER =
               FUNCTION INTEGER-OF-DATE(EFFECTIVE-DATE-NUMERIC)
               - NOTICE-DAYS-WORK

           IF TODAY-INTEGER < NOTICE-DUE-INTEGER
               EXIT PARAGRAPH
           END-IF

           SET RUN-SEND-NOTICES(SCHEDULE-INDEX) TO TRUE
           MOVE "Y" TO WORK-DUE
           MOVE "NOTIFIED" TO RUN-OUTCOME(SCHEDULE-INDEX)

           IF TODAY-INTEGER > NOTICE-DUE-INTEGER
               COMPUTE EFFECTIVE-DATE-NUMERIC =
                   FUNCTION DATE-OF-INTEGER(
                       TODAY-INTEGER + NOTICE-DAYS-WORK)
               MOVE EFFECTIVE-DATE-NUMERIC TO RATECHG-EFFECTIVE-DATE
                   OF SCHEDULED-CHANGES(SCHEDULE-INDEX)
               MOVE "NOTIFIED/MOV" TO RUN-OUTCOME(SCHEDULE-INDEX)
               ADD 1 TO CHANGES-MOVED-COUNT
           END-IF
           EXIT.

       CHECK-SCHEDULED-CHANGE.
           EVALUATE TRUE
               WHEN NOT VALID-RATECHG-KIND
                       OF SCHEDULED-CHANGES(SCHEDULE-INDEX)
                   MOVE "BAD KIND" TO RUN-OUTCOME(SCHEDULE-INDEX)
               WHEN RATECHG-EFFECTIVE-DATE
                       OF SCHEDULED-CHANGES(SCHEDULE-INDEX)
                       NOT NUMERIC
                   MOVE "BAD DATE" TO RUN-OUTCOME(SCHEDULE-INDEX)
               WHEN FUNCTION TEST-DATE-YYYYMMDD(
                       FUNCTION NUMVAL(RATECHG-EFFECTIVE-DATE
                           OF SCHEDULED-CHANGES(SCHEDULE-INDEX)))
                       NOT = 0
                   MOVE "BAD DATE" TO RUN-OUTCOME(SCHEDULE-INDEX)
               WHEN RATECHG-SEGMENT-TARIFF
                       OF SCHEDULED-CHANGES(SCHEDULE-INDEX)
                   AND RATECHG-SEGMENT
                       OF SCHEDULED-CHANGES(SCHEDULE-INDEX) = SPACES
                   MOVE "NO SEGMENT" TO RUN-OUTCOME(SCHEDULE-INDEX)
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE

           SET RATECHG-REFUSED OF SCHEDULED-CHANGES(SCHEDULE-INDEX)
               TO TRUE
           ADD 1 TO CHANGES-REFUSED-COUNT
           DISPLAY "Change "
               RATECHG-ID OF SCHEDULED-CHANGES(SCHEDULE-INDEX)
               " refused: "
               FUNCTION TRIM(RUN-OUTCOME(SCHEDULE-INDEX) TRAILING)
           EXIT.

       OPEN-CHANGE-FILES.
           OPEN I-O CUSTOMER-MASTER-FILE
           IF MASTER-FILE-STATUS NOT = "00"
               MOVE "CustomerMaster.idx" TO FAILED-FILE-NAME
               MOVE MASTER-FILE-STATUS TO FAILED-FILE-STATUS
               PERFORM ABORT-ON-FILE-FAILURE
           END-IF
           MOVE "Y" TO MASTER-OPEN

           OPEN OUTPUT LETTERS-FILE
           IF LETTERS-FILE-STATUS NOT = "00"
               MOVE "RateChangeNotices.txt" TO FAILED-FILE-NAME
               MOVE LETTERS-FILE-STATUS TO FAILED-FILE-STATUS
               PERFORM ABORT-ON-FILE-FAILURE
           END-IF

           OPEN EXTEND RATE-JOURNAL-FILE
           IF RATE-JOURNAL-FILE-STATUS = "35"
               OPEN OUTPUT RATE-JOURNAL-FILE
           END-IF

           OPEN EXTEND MAINT-JOURNAL-FILE
           IF MAINT-JOURNAL-FILE-STATUS = "35"
               OPEN OUTPUT MAINT-JOURNAL-FILE
           END-IF
           EXIT.

       CLOSE-CHANGE-FILES.
           CLOSE CUSTOMER-MASTER-FILE
           CLOSE LETTERS-FILE
           CLOSE RATE-JOURNAL-FILE
           CLOSE MAINT-JOURNAL-FILE
           EXIT.

      *----------------------------------------------------------*
      * One pass of the master per change; every customer the
      * change affects gets a letter.
      *----------------------------------------------------------*
       SEND-CHANGE-NOTICES.
           PERFORM SET-OLD-TARIFF-LEVELS
           MOVE 0 TO RATECHG-NOTICES-SENT
               OF SCHEDULED-CHANGES(SCHEDULE-INDEX)

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
                       PERFORM CHECK-CUSTOMER-AFFECTED
                       IF CUSTOMER-AFFECTED = "Y"
                           PERFORM SEND-NOTICE-LETTER
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO MASTER-FILE-STATUS

           SET RATECHG-NOTIFIED OF SCHEDULED-CHANGES(SCHEDULE-INDEX)
               TO TRUE
           MOVE RUN-DATE-TODAY TO RATECHG-NOTICE-DATE
               OF SCHEDULED-CHANGES(SCHEDULE-INDEX)
           ADD 1 TO CHANGES-NOTIFIED-COUNT
           EXIT.

      *----------------------------------------------------------*
      * A deposit rate change touches the customer when one of
      * their accounts in the change's currency is not already at
      * the new rate; a tariff change touches every customer who
      * pays that tariff. Either is limited to the change's
      * segment when it names one.
      *----------------------------------------------------------*
       CHECK-CUSTOMER-AFFECTED.
           MOVE "N" TO CUSTOMER-AFFECTED
           MOVE 0 TO ACCOUNTS-AFFECTED-COUNT
           PERFORM FIND-CUSTOMER-SEGMENT

           IF RATECHG-SEGMENT OF SCHEDULED-CHANGES(SCHEDULE-INDEX)
                   NOT = SPACES
               AND RATECHG-SEGMENT
                   OF SCHEDULED-CHANGES(SCHEDULE-INDEX)
                   NOT = CUSTOMER-SEGMENT
               EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
               WHEN RATECHG-DEPOSIT-RATE
                       OF SCHEDULED-CHANGES(SCHEDULE-INDEX)
                   IF ACCOUNT-NUMBER OF MASTER-WORK NOT = SPACES
                       AND (RATECHG-CURRENCY
                           OF SCHEDULED-CHANGES(SCHEDULE-INDEX)
                               = SPACES
                           OR RATECHG-CURRENCY
                           OF SCHEDULED-CHANGES(SCHEDULE-INDEX)
                               = CURRENCY-CODE OF MASTER-WORK)
                       AND INTEREST-RATE OF MASTER-WORK
                           NOT = RATECHG-NEW-RATE
                           OF SCHEDULED-CHANGES(SCHEDULE-INDEX)
                       ADD 1 TO ACCOUNTS-AFFECTED-COUNT
                   END-IF
                   PERFORM VARYING EXTRA-SLOT FROM 1 BY 1
                       UNTIL EXTRA-SLOT > 4
                       IF EXTRA-ACCOUNT-NUMBER
                               OF MASTER-WORK(EXTRA-SLOT)
                               NOT = SPACES
                           AND (RATECHG-CURRENCY
                               OF SCHEDULED-CHANGES(SCHEDULE-INDEX)
                                   = SPACES
                               OR RATECHG-CURRENCY
                               OF SCHEDULED-CHANGES(SCHEDULE-INDEX)
                                   = EXTRA-CURRENCY-CODE
                                   OF MASTER-WORK(EXTRA-SLOT))
                           AND EXTRA-INTEREST-RATE
                               OF MASTER-WORK(EXTRA-SLOT)
                               NOT = RATECHG-NEW-RATE
                               OF SCHEDULED-CHANGES(SCHEDULE-INDEX)
                           ADD 1 TO ACCOUNTS-AFFECTED-COUNT
                       END-IF
                   END-PERFORM
                   IF ACCOUNTS-AFFECTED-COUNT > 0
                       MOVE "Y" TO CUSTOMER-AFFECTED
                   END-IF
               WHEN RATECHG-FLAT-TARIFF
                       OF SCHEDULED-CHANGES(SCHEDULE-INDEX)
                   PERFORM FIND-SEGMENT-TARIFF
                   IF MATCHED-SEG-TARIFF = 0
                       MOVE "Y" TO CUSTOMER-AFFECTED
                   END-IF
               WHEN OTHER
                   MOVE "Y" TO CUSTOMER-AFFECTED
           END-EVALUATE
           EXIT.

       FIND-CUSTOMER-SEGMENT.
           MOVE "DEFAULT" TO CUSTOMER-SEGMENT
           PERFORM VARYING SEGMENT-INDEX FROM 1 BY 1
               UNTIL SEGMENT-INDEX > SEGMENT-COUNT
               IF SEG-REFERENCE-ID(SEGMENT-INDEX)
                       = REFERENCE-ID OF MASTER-WORK
                   MOVE SEG-CODE(SEGMENT-INDEX) TO CUSTOMER-SEGMENT
                   MOVE SEGMENT-COUNT TO SEGMENT-INDEX
               END-IF
           END-PERFORM
           EXIT.

       FIND-SEGMENT-TARIFF.
           MOVE 0 TO MATCHED-SEG-TARIFF
           PERFORM VARYING SEG-TARIFF-INDEX FROM 1 BY 1
               UNTIL SEG-TARIFF-INDEX > SEG-TARIFF-COUNT
               IF ST-SEGMENT(SEG-TARIFF-INDEX) = CUSTOMER-SEGMENT
                   MOVE SEG-TARIFF-INDEX TO MATCHED-SEG-TARIFF
               END-IF
           END-PERFORM
           EXIT.

      *----------------------------------------------------------*
      * The levels a tariff change replaces: the flat tariff, or
      * the segment's own row - the flat levels when the segment
      * has none yet.
      *----------------------------------------------------------*
       SET-OLD-TARIFF-LEVELS.
           MOVE FLAT-PER-TXN TO OLD-PER-TXN
           MOVE FLAT-MONTHLY TO OLD-MONTHLY
           MOVE FLAT-OVERDRAFT TO OLD-OVERDRAFT
           MOVE SPACE TO OLD-WAIVE-TXN
           MOVE SPACE TO OLD-WAIVE-MONTHLY
           MOVE SPACE TO OLD-WAIVE-OVERDRAFT
           MOVE 0 TO MATCHED-SEG-TARIFF

           IF RATECHG-SEGMENT-TARIFF
                   OF SCHEDULED-CHANGES(SCHEDULE-INDEX)
               MOVE RATECHG-SEGMENT
                   OF SCHEDULED-CHANGES(SCHEDULE-INDEX)
                   TO CUSTOMER-SEGMENT
               PERFORM FIND-SEGMENT-TARIFF
               IF MATCHED-SEG-TARIFF > 0
                   MOVE ST-PER-TXN(MATCHED-SEG-TARIFF)
                       TO OLD-PER-TXN
                   MOVE ST-MONTHLY(MATCHED-SEG-TARIFF)
                       TO OLD-MONTHLY
                   MOVE ST-OVERDRAFT(MATCHED-SEG-TARIFF)
                       TO OLD-OVERDRAFT
                   MOVE ST-WAIVE-TXN(MATCHED-SEG-TARIFF)
                       TO OLD-WAIVE-TXN
                   MOVE ST-WAIVE-MONTHLY(MATCHED-SEG-TARIFF)
                       TO OLD-WAIVE-MONTHLY
                   MOVE ST-WAIVE-OVERDRAFT(MATCHED-SEG-TARIFF)
                       TO OLD-WAIVE-OVERDRAFT
               END-IF
           END-IF
           EXIT.

       SEND-NOTICE-LETTER.
           IF ADDRESS-UNDELIVERABLE OF MASTER-WORK
               AND EMAIL OF MASTER-WORK = SPACES
               ADD 1 TO LETTERS-HELD-COUNT
               DISPLAY "Address for customer '"
                   FUNCTION TRIM(REFERENCE-ID OF MASTER-WORK TRAILING)
                   "' is undeliverable, notice of change "
                   RATECHG-ID OF SCHEDULED-CHANGES(SCHEDULE-INDEX)
                   " held."
               EXIT PARAGRAPH
           END-IF

           IF RATECHG-DEPOSIT-RATE OF SCHEDULED-CHANGES(SCHEDULE-INDEX)
               MOVE "RATECHANGE" TO LETTER-DOCUMENT-TYPE
           ELSE
               MOVE "FEECHANGE" TO LETTER-DOCUMENT-TYPE
           END-IF

           MOVE 0 TO PAGE-LINE-COUNT
           PERFORM BEGIN-ARCHIVED-DOCUMENT
           PERFORM WRITE-LETTER-ADDRESS
           IF RATECHG-DEPOSIT-RATE OF SCHEDULED-CHANGES(SCHEDULE-INDEX)
               PERFORM WRITE-RATE-NOTICE-BODY
           ELSE
               PERFORM WRITE-TARIFF-NOTICE-BODY
           END-IF
           PERFORM WRITE-LETTER-CLOSING
           PERFORM END-ARCHIVED-DOCUMENT
           PERFORM PAD-LETTER-PAGE
           PERFORM WRITE-CONTACT-JOURNAL-ENTRY
           ADD 1 TO LETTERS-WRITTEN-COUNT
           ADD 1 TO RATECHG-NOTICES-SENT
               OF SCHEDULED-CHANGES(SCHEDULE-INDEX)
           EXIT.

       WRITE-LETTER-ADDRESS.
           MOVE SPACES TO LETTER-TEXT-LINE
           PERFORM WRITE-LETTER-LINE

           STRING FUNCTION TRIM(FIRST-NAME OF MASTER-WORK TRAILING)
               DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(LAST-NAME OF MASTER-WORK TRAILING)
               DELIMITED BY SIZE
               INTO LETTER-TEXT-LINE
           END-STRING
           PERFORM WRITE-LETTER-LINE

           STRING FUNCTION TRIM(STREET-NAME OF MASTER-WORK TRAILING)
               DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(HOUSE-NUMBER OF MASTER-WORK TRAILING)
               DELIMITED BY SIZE
               INTO LETTER-TEXT-LINE
           END-STRING
           PERFORM WRITE-LETTER-LINE

           IF FLOOR OF MASTER-WORK NOT = SPACES
               OR SIDE OF MASTER-WORK NOT = SPACES
               STRING "Floor " DELIMITED BY SIZE
                   FUNCTION TRIM(FLOOR OF MASTER-WORK TRAILING)
                   DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(SIDE OF MASTER-WORK TRAILING)
                   DELIMITED BY SIZE
                   INTO LETTER-TEXT-LINE
               END-STRING
               PERFORM WRITE-LETTER-LINE
           END-IF

           STRING FUNCTION TRIM(ZIPCODE OF MASTER-WORK TRAILING)
               DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(CITY OF MASTER-WORK TRAILING)
               DELIMITED BY SIZE
               INTO LETTER-TEXT-LINE
           END-STRING
           PERFORM WRITE-LETTER-LINE

           MOVE COUNTRYCODE OF MASTER-WORK TO LETTER-TEXT-LINE(1:2)
           PERFORM WRITE-LETTER-LINE

           MOVE SPACES TO LETTER-TEXT-LINE
           PERFORM WRITE-LETTER-LINE
           EXIT.

       WRITE-RATE-NOTICE-BODY.
           MOVE TODAY-DATE TO DATE-DISPLAY-SOURCE
           PERFORM FORMAT-DATE-DISPLAY
           STRING "Change to your interest rate - "
               DELIMITED BY SIZE
               DATE-DISPLAY DELIMITED BY SIZE
               INTO LETTER-TEXT-LINE
           END-STRING
           PERFORM WRITE-LETTER-LINE

           MOVE SPACES TO LETTER-TEXT-LINE
           PERFORM WRITE-LETTER-LINE

           MOVE RATECHG-EFFECTIVE-DATE
               OF SCHEDULED-CHANGES(SCHEDULE-INDEX)
               TO DATE-DISPLAY-SOURCE
           PERFORM FORMAT-DATE-DISPLAY
           MOVE "We are changing the interest rate we pay on your "
               TO LETTER-TEXT-LINE
           PERFORM WRITE-LETTER-LINE
           STRING "account(s) below with effect from "
               DELIMITED BY SIZE
               DATE-DISPLAY DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               INTO LETTER-TEXT-LINE
           END-STRING
           PERFORM WRITE-LETTER-LINE

           MOVE SPACES TO LETTER-TEXT-LINE
           PERFORM WRITE-LETTER-LINE

           MOVE RATECHG-NEW-RATE OF SCHEDULED-CHANGES(SCHEDULE-INDEX)
               TO NEW-RATE-DISPLAY
           IF ACCOUNT-NUMBER OF MASTER-WORK NOT = SPACES
               AND (RATECHG-CURRENCY
                   OF SCHEDULED-CHANGES(SCHEDULE-INDEX) = SPACES
                   OR RATECHG-CURRENCY
                   OF SCHEDULED-CHANGES(SCHEDULE-INDEX)
                       = CURRENCY-CODE OF MASTER-WORK)
               AND INTEREST-RATE OF MASTER-WORK
                   NOT = RATECHG-NEW-RATE
                   OF SCHEDULED-CHANGES(SCHEDULE-INDEX)
               MOVE INTEREST-RATE OF MASTER-WORK TO OLD-RATE-DISPLAY
               STRING "  Account " DELIMITED BY SIZE
                   FUNCTION TRIM(ACCOUNT-NUMBER OF MASTER-WORK
                       TRAILING)
                   DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   CURRENCY-CODE OF MASTER-WORK DELIMITED BY SIZE
                   "): " DELIMITED BY SIZE
                   FUNCTION TRIM(OLD-RATE-DISPLAY LEADING)
                   DELIMITED BY SIZE
                   "% a year becomes " DELIMITED BY SIZE
                   FUNCTION TRIM(NEW-RATE-DISPLAY LEADING)
                   DELIMITED BY SIZE
                   "%" DELIMITED BY SIZE
                   INTO LETTER-TEXT-LINE
               END-STRING
               PERFORM WRITE-LETTER-LINE
           END-IF

           PERFORM VARYING EXTRA-SLOT FROM 1 BY 1
               UNTIL EXTRA-SLOT > 4
               IF EXTRA-ACCOUNT-NUMBER OF MASTER-WORK(EXTRA-SLOT)
                       NOT = SPACES
                   AND (RATECHG-CURRENCY
                       OF SCHEDULED-CHANGES(SCHEDULE-INDEX) = SPACES
                       OR RATECHG-CURRENCY
                       OF SCHEDULED-CHANGES(SCHEDULE-INDEX)
                           = EXTRA-CURRENCY-CODE
                           OF MASTER-WORK(EXTRA-SLOT))
                   AND EXTRA-INTEREST-RATE OF MASTER-WORK(EXTRA-SLOT)
                       NOT = RATECHG-NEW-RATE
                       OF SCHEDULED-CHANGES(SCHEDULE-INDEX)
                   MOVE EXTRA-INTEREST-RATE
                       OF MASTER-WORK(EXTRA-SLOT)
                       TO OLD-RATE-DISPLAY
                   STRING "  Account " DELIMITED BY SIZE
                       FUNCTION TRIM(EXTRA-ACCOUNT-NUMBER
                           OF MASTER-WORK(EXTRA-SLOT) TRAILING)
                       DELIMITED BY SIZE
                       " (" DELIMITED BY SIZE
                       EXTRA-CURRENCY-CODE OF MASTER-WORK(EXTRA-SLOT)
                       DELIMITED BY SIZE
                       "): " DELIMITED BY SIZE
                       FUNCTION TRIM(OLD-RATE-DISPLAY LEADING)
                       DELIMITED BY SIZE
                       "% a year becomes " DELIMITED BY SIZE
                       FUNCTION TRIM(NEW-RATE-DISPLAY LEADING)
                       DELIMITED BY SIZE
                       "%" DELIMITED BY SIZE
                       INTO LETTER-TEXT-LINE
                   END-STRING
                   PERFORM WRITE-LETTER-LINE
               END-IF
           END-PERFORM

           PERFORM WRITE-RIGHT-TO-OBJECT
           EXIT.

       WRITE-TARIFF-NOTICE-BODY.
           MOVE TODAY-DATE TO DATE-DISPLAY-SOURCE
           PERFORM FORMAT-DATE-DISPLAY
           STRING "Change to our fees - "
               DELIMITED BY SIZE
               DATE-DISPLAY DELIMITED BY SIZE
               INTO LETTER-TEXT-LINE
           END-STRING
           PERFORM WRITE-LETTER-LINE

           MOVE SPACES TO LETTER-TEXT-LINE
           PERFORM WRITE-LETTER-LINE

           MOVE RATECHG-EFFECTIVE-DATE
               OF SCHEDULED-CHANGES(SCHEDULE-INDEX)
               TO DATE-DISPLAY-SOURCE
           PERFORM FORMAT-DATE-DISPLAY
           STRING "From " DELIMITED BY SIZE
               DATE-DISPLAY DELIMITED BY SIZE
               " the fees on your account change as follows "
               DELIMITED BY SIZE
               "(DKK):" DELIMITED BY SIZE
               INTO LETTER-TEXT-LINE
           END-STRING
           PERFORM WRITE-LETTER-LINE

           MOVE SPACES TO LETTER-TEXT-LINE
           PERFORM WRITE-LETTER-LINE
           MOVE "                         Now         From then"
               TO LETTER-TEXT-LINE
           PERFORM WRITE-LETTER-LINE

           MOVE "  Per transaction" TO FEE-COMPONENT-NAME
           MOVE OLD-PER-TXN TO OLD-FEE-DISPLAY
           MOVE OLD-FEE-DISPLAY TO FEE-OLD-TEXT
           IF OLD-WAIVE-TXN = "W"
               MOVE "   waived" TO FEE-OLD-TEXT
           END-IF
           MOVE RATECHG-NEW-PER-TXN
               OF SCHEDULED-CHANGES(SCHEDULE-INDEX)
               TO NEW-FEE-DISPLAY
           MOVE NEW-FEE-DISPLAY TO FEE-NEW-TEXT
           IF RATECHG-NEW-WAIVE-TXN
                   OF SCHEDULED-CHANGES(SCHEDULE-INDEX) = "W"
               MOVE "   waived" TO FEE-NEW-TEXT
           END-IF
           PERFORM WRITE-FEE-COMPONENT-LINE

           MOVE "  Monthly account fee" TO FEE-COMPONENT-NAME
           MOVE OLD-MONTHLY TO OLD-FEE-DISPLAY
           MOVE OLD-FEE-DISPLAY TO FEE-OLD-TEXT
           IF OLD-WAIVE-MONTHLY = "W"
               MOVE "   waived" TO FEE-OLD-TEXT
           END-IF
           MOVE RATECHG-NEW-MONTHLY
               OF SCHEDULED-CHANGES(SCHEDULE-INDEX)
               TO NEW-FEE-DISPLAY
           MOVE NEW-FEE-DISPLAY TO FEE-NEW-TEXT
           IF RATECHG-NEW-WAIVE-MONTHLY
                   OF SCHEDULED-CHANGES(SCHEDULE-INDEX) = "W"
               MOVE "   waived" TO FEE-NEW-TEXT
           END-IF
           PERFORM WRITE-FEE-COMPONENT-LINE

           MOVE "  Overdraft fee" TO FEE-COMPONENT-NAME
           MOVE OLD-OVERDRAFT TO OLD-FEE-DISPLAY
           MOVE OLD-FEE-DISPLAY TO FEE-OLD-TEXT
           IF OLD-WAIVE-OVERDRAFT = "W"
               MOVE "   waived" TO FEE-OLD-TEXT
           END-IF
           MOVE RATECHG-NEW-OVERDRAFT
               OF SCHEDULED-CHANGES(SCHEDULE-INDEX)
               TO NEW-FEE-DISPLAY
           MOVE NEW-FEE-DISPLAY TO FEE-NEW-TEXT
           IF RATECHG-NEW-WAIVE-OVERDRAFT
                   OF SCHEDULED-CHANGES(SCHEDULE-INDEX) = "W"
               MOVE "   waived" TO FEE-NEW-TEXT
           END-IF
           PERFORM WRITE-FEE-COMPONENT-LINE

           PERFORM WRITE-RIGHT-TO-OBJECT
           EXIT.

       WRITE-FEE-COMPONENT-LINE.
           MOVE FEE-COMPONENT-NAME TO LETTER-TEXT-LINE(1:23)
           MOVE FEE-OLD-TEXT TO LETTER-TEXT-LINE(24:12)
           MOVE FEE-NEW-TEXT TO LETTER-TEXT-LINE(38:12)
           PERFORM WRITE-LETTER-LINE
           EXIT.

       WRITE-RIGHT-TO-OBJECT.
           MOVE SPACES TO LETTER-TEXT-LINE
           PERFORM WRITE-LETTER-LINE
           MOVE "You need do nothing. If you do not accept the change "
               TO LETTER-TEXT-LINE
           PERFORM WRITE-LETTER-LINE
           MOVE "you may close your account free of charge before it "
               TO LETTER-TEXT-LINE
           PERFORM WRITE-LETTER-LINE
           MOVE "takes effect." TO LETTER-TEXT-LINE
           PERFORM WRITE-LETTER-LINE
           EXIT.

       WRITE-LETTER-CLOSING.
           MOVE SPACES TO LETTER-TEXT-LINE
           PERFORM WRITE-LETTER-LINE
           MOVE "Yours sincerely," TO LETTER-TEXT-LINE
           PERFORM WRITE-LETTER-LINE
           MOVE "Customer services" TO LETTER-TEXT-LINE
           PERFORM WRITE-LETTER-LINE
           EXIT.

       FORMAT-DATE-DISPLAY.
           MOVE SPACES TO DATE-DISPLAY
           STRING DATE-DISPLAY-SOURCE(1:4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               DATE-DISPLAY-SOURCE(5:2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               DATE-DISPLAY-SOURCE(7:2) DELIMITED BY SIZE
               INTO DATE-DISPLAY
           END-STRING
           EXIT.

       PAD-LETTER-PAGE.
           MOVE SPACES TO LETTER-TEXT-LINE
           PERFORM WRITE-LETTER-LINE
               UNTIL PAGE-LINE-COUNT >= PAGE-LINE-LIMIT
           MOVE 0 TO PAGE-LINE-COUNT
           EXIT.

       WRITE-LETTER-LINE.
           MOVE LETTER-TEXT-LINE TO LETTER-LINE
           WRITE LETTER-LINE
           IF DOCUMENT-BEING-ARCHIVED = "Y"
               SET DOCARC-ADD-LINE TO TRUE
               MOVE LETTER-TEXT-LINE TO DOCARC-LINE-TEXT
               CALL "DOCARCHIVE" USING DOCARC-PARAMETERS
           END-IF
           MOVE SPACES TO LETTER-TEXT-LINE
           ADD 1 TO PAGE-LINE-COUNT
           EXIT.

       WRITE-CONTACT-JOURNAL-ENTRY.
           OPEN EXTEND CONTACT-JOURNAL-FILE
           IF CONTACT-JOURNAL-FILE-STATUS = "35"
               OPEN OUTPUT CONTACT-JOURNAL-FILE
           END-IF

           MOVE SPACES TO CONTACT-JOURNAL-RECORD
           MOVE REFERENCE-ID OF MASTER-WORK TO CONTACT-REFERENCE-ID
           MOVE CUSTOMER-CPR OF MASTER-WORK TO CONTACT-CPR
           MOVE RUN-DATE-TODAY TO CONTACT-SENT-DATE
           MOVE LETTER-DOCUMENT-TYPE TO CONTACT-DOCUMENT-TYPE
           MOVE "PRINT" TO CONTACT-CHANNEL
           MOVE "RATECHANGE" TO CONTACT-ORIGIN-JOB
           MOVE DOCARC-DOCUMENT-ID TO CONTACT-DOCUMENT-ID
           WRITE CONTACT-JOURNAL-RECORD

           CLOSE CONTACT-JOURNAL-FILE
           EXIT.

      *----------------------------------------------------------*
      * The letter text is archived from the address block down
      * to the signature; the blank lines padding the page are
      * not.
      *----------------------------------------------------------*
       BEGIN-ARCHIVED-DOCUMENT.
           MOVE "N" TO DOCUMENT-BEING-ARCHIVED
           MOVE SPACES TO DOCARC-DOCUMENT-ID
           IF DOCARC-CALL-FAILED = "Y"
               EXIT PARAGRAPH
           END-IF

           SET DOCARC-BEGIN TO TRUE
           MOVE REFERENCE-ID OF MASTER-WORK TO DOCARC-REFERENCE-ID
           MOVE CUSTOMER-CPR OF MASTER-WORK TO DOCARC-CPR
           MOVE LETTER-DOCUMENT-TYPE TO DOCARC-DOCUMENT-TYPE
           MOVE "RATECHANGE" TO DOCARC-ORIGIN-JOB
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

      *----------------------------------------------------------*
      * The effective date has come: a deposit rate change is put
      * on every affected account on the master, a tariff change
      * replaces the tariff row it names.
      *----------------------------------------------------------*
       APPLY-SCHEDULED-CHANGE.
           MOVE 0 TO RATECHG-RECORDS-CHANGED
               OF SCHEDULED-CHANGES(SCHEDULE-INDEX)

           EVALUATE TRUE
               WHEN RATECHG-DEPOSIT-RATE
                       OF SCHEDULED-CHANGES(SCHEDULE-INDEX)
                   PERFORM APPLY-DEPOSIT-RATE-CHANGE
               WHEN RATECHG-FLAT-TARIFF
                       OF SCHEDULED-CHANGES(SCHEDULE-INDEX)
                   PERFORM APPLY-FLAT-TARIFF-CHANGE
               WHEN OTHER
                   PERFORM APPLY-SEGMENT-TARIFF-CHANGE
           END-EVALUATE

           SET RATECHG-APPLIED OF SCHEDULED-CHANGES(SCHEDULE-INDEX)
               TO TRUE
           MOVE RUN-DATE-TODAY TO RATECHG-APPLIED-DATE
               OF SCHEDULED-CHANGES(SCHEDULE-INDEX)
           MOVE "APPLIED" TO RUN-OUTCOME(SCHEDULE-INDEX)
           ADD 1 TO CHANGES-APPLIED-COUNT
           EXIT.

       APPLY-DEPOSIT-RATE-CHANGE.
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
                       PERFORM CHECK-CUSTOMER-AFFECTED
                       IF CUSTOMER-AFFECTED = "Y"
                           PERFORM CHANGE-CUSTOMER-RATES
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO MASTER-FILE-STATUS
           EXIT.

       CHANGE-CUSTOMER-RATES.
           MOVE CUSTOMER-MASTER-RECORD TO MASTER-BEFORE-IMAGE

           IF ACCOUNT-NUMBER OF MASTER-WORK NOT = SPACES
               AND (RATECHG-CURRENCY
                   OF SCHEDULED-CHANGES(SCHEDULE-INDEX) = SPACES
                   OR RATECHG-CURRENCY
                   OF SCHEDULED-CHANGES(SCHEDULE-INDEX)
                       = CURRENCY-CODE OF MASTER-WORK)
               AND INTEREST-RATE OF MASTER-WORK
                   NOT = RATECHG-NEW-RATE
                   OF SCHEDULED-CHANGES(SCHEDULE-INDEX)
               MOVE SPACES TO RATE-JOURNAL-RECORD
               MOVE ACCOUNT-NUMBER OF MASTER-WORK
                   TO RATE-JOURNAL-ACCOUNT
               MOVE CURRENCY-CODE OF MASTER-WORK
                   TO RATE-JOURNAL-CURRENCY
               MOVE INTEREST-RATE OF MASTER-WORK
                   TO RATE-JOURNAL-OLD-RATE
               MOVE RATECHG-NEW-RATE
                   OF SCHEDULED-CHANGES(SCHEDULE-INDEX)
                   TO INTEREST-RATE OF MASTER-WORK
               PERFORM WRITE-ACCOUNT-RATE-JOURNAL
           END-IF

           PERFORM VARYING EXTRA-SLOT FROM 1 BY 1
               UNTIL EXTRA-SLOT > 4
               IF EXTRA-ACCOUNT-NUMBER OF MASTER-WORK(EXTRA-SLOT)
                       NOT = SPACES
                   AND (RATECHG-CURRENCY
                       OF SCHEDULED-CHANGES(SCHEDULE-INDEX) = SPACES
                       OR RATECHG-CURRENCY
                       OF SCHEDULED-CHANGES(SCHEDULE-INDEX)
                           = EXTRA-CURRENCY-CODE
                           OF MASTER-WORK(EXTRA-SLOT))
                   AND EXTRA-INTEREST-RATE OF MASTER-WORK(EXTRA-SLOT)
                       NOT = RATECHG-NEW-RATE
                       OF SCHEDULED-CHANGES(SCHEDULE-INDEX)
                   MOVE SPACES TO RATE-JOURNAL-RECORD
                   MOVE EXTRA-ACCOUNT-NUMBER
                       OF MASTER-WORK(EXTRA-SLOT)
                       TO RATE-JOURNAL-ACCOUNT
                   MOVE EXTRA-CURRENCY-CODE
                       OF MASTER-WORK(EXTRA-SLOT)
                       TO RATE-JOURNAL-CURRENCY
                   MOVE EXTRA-INTEREST-RATE
                       OF MASTER-WORK(EXTRA-SLOT)
                       TO RATE-JOURNAL-OLD-RATE
                   MOVE RATECHG-NEW-RATE
                       OF SCHEDULED-CHANGES(SCHEDULE-INDEX)
                       TO EXTRA-INTEREST-RATE
                       OF MASTER-WORK(EXTRA-SLOT)
                   PERFORM WRITE-ACCOUNT-RATE-JOURNAL
               END-IF
           END-PERFORM

           MOVE MASTER-WORK TO CUSTOMER-MASTER-RECORD
           REWRITE CUSTOMER-MASTER-RECORD
               INVALID KEY
                   DISPLAY "Could not rewrite master record '"
                       FUNCTION TRIM(REFERENCE-ID OF MASTER-WORK
                           TRAILING)
                       "' (file status " MASTER-FILE-STATUS ")."
                   ADD 1 TO REWRITE-FAILED-COUNT
               NOT INVALID KEY
                   ADD 1 TO RECORDS-CHANGED-COUNT
                   ADD 1 TO RATECHG-RECORDS-CHANGED
                       OF SCHEDULED-CHANGES(SCHEDULE-INDEX)
                   PERFORM WRITE-MAINT-JOURNAL-ENTRY
           END-REWRITE
           EXIT.

       WRITE-ACCOUNT-RATE-JOURNAL.
           MOVE RATECHG-ID OF SCHEDULED-CHANGES(SCHEDULE-INDEX)
               TO RATE-JOURNAL-CHANGE-ID
           MOVE RUN-DATE-TODAY TO RATE-JOURNAL-DATE
           MOVE RATECHG-KIND OF SCHEDULED-CHANGES(SCHEDULE-INDEX)
               TO RATE-JOURNAL-KIND
           MOVE REFERENCE-ID OF MASTER-WORK
               TO RATE-JOURNAL-REFERENCE-ID
           MOVE RATECHG-NEW-RATE OF SCHEDULED-CHANGES(SCHEDULE-INDEX)
               TO RATE-JOURNAL-NEW-RATE
           MOVE CUSTOMER-SEGMENT TO RATE-JOURNAL-SEGMENT
           MOVE 0 TO RATE-JOURNAL-OLD-PER-TXN
           MOVE 0 TO RATE-JOURNAL-OLD-MONTHLY
           MOVE 0 TO RATE-JOURNAL-OLD-OVERDRAFT
           MOVE 0 TO RATE-JOURNAL-NEW-PER-TXN
           MOVE 0 TO RATE-JOURNAL-NEW-MONTHLY
           MOVE 0 TO RATE-JOURNAL-NEW-OVERDRAFT
           WRITE RATE-JOURNAL-RECORD
           EXIT.

       WRITE-MAINT-JOURNAL-ENTRY.
           MOVE "R" TO JOURNAL-ACTION
           MOVE REFERENCE-ID OF MASTER-WORK TO JOURNAL-REFERENCE-ID
           MOVE FUNCTION CURRENT-DATE TO JOURNAL-TIMESTAMP
           MOVE MASTER-BEFORE-IMAGE TO JOURNAL-BEFORE-IMAGE
           MOVE MASTER-WORK TO JOURNAL-AFTER-IMAGE
           MOVE RATECHG-NOTICE-DATE
               OF SCHEDULED-CHANGES(SCHEDULE-INDEX)
               TO JOURNAL-SUBMITTED-DATE
           MOVE RATECHG-EFFECTIVE-DATE
               OF SCHEDULED-CHANGES(SCHEDULE-INDEX)
               TO JOURNAL-EFFECTIVE-DATE
           WRITE MAINT-JOURNAL-RECORD
           EXIT.

       APPLY-FLAT-TARIFF-CHANGE.
           PERFORM SET-OLD-TARIFF-LEVELS
           MOVE RATECHG-NEW-PER-TXN
               OF SCHEDULED-CHANGES(SCHEDULE-INDEX) TO FLAT-PER-TXN
           MOVE RATECHG-NEW-MONTHLY
               OF SCHEDULED-CHANGES(SCHEDULE-INDEX) TO FLAT-MONTHLY
           MOVE RATECHG-NEW-OVERDRAFT
               OF SCHEDULED-CHANGES(SCHEDULE-INDEX) TO FLAT-OVERDRAFT

           OPEN OUTPUT FEE-TARIFF-FILE
           IF TARIFF-FILE-STATUS NOT = "00"
               MOVE "FeeTariff.txt" TO FAILED-FILE-NAME
               MOVE TARIFF-FILE-STATUS TO FAILED-FILE-STATUS
               PERFORM ABORT-ON-FILE-FAILURE
           END-IF
           MOVE FLAT-PER-TXN TO TARIFF-PER-TRANSACTION-FEE
           MOVE FLAT-MONTHLY TO TARIFF-MONTHLY-FEE
           MOVE FLAT-OVERDRAFT TO TARIFF-OVERDRAFT-FEE
           WRITE FEE-TARIFF-RECORD
           CLOSE FEE-TARIFF-FILE

           MOVE SPACES TO RATE-JOURNAL-SEGMENT
           PERFORM WRITE-TARIFF-RATE-JOURNAL
           EXIT.

      *----------------------------------------------------------*
      * The segment's row is replaced, or added when the segment
      * had none, and the whole file written back.
      *----------------------------------------------------------*
       APPLY-SEGMENT-TARIFF-CHANGE.
           PERFORM SET-OLD-TARIFF-LEVELS

           IF MATCHED-SEG-TARIFF = 0
               IF SEG-TARIFF-COUNT >= SEG-TARIFF-MAX
                   DISPLAY "WARNING: SegmentFeeTariffs.txt is full, "
                       "change "
                       RATECHG-ID OF SCHEDULED-CHANGES(SCHEDULE-INDEX)
                       " is not applied."
                   ADD 1 TO REWRITE-FAILED-COUNT
                   SET RATECHG-NOTIFIED
                       OF SCHEDULED-CHANGES(SCHEDULE-INDEX) TO TRUE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO SEG-TARIFF-COUNT
               MOVE SEG-TARIFF-COUNT TO MATCHED-SEG-TARIFF
               MOVE RATECHG-SEGMENT
                   OF SCHEDULED-CHANGES(SCHEDULE-INDEX)
                   TO ST-SEGMENT(MATCHED-SEG-TARIFF)
           END-IF

           MOVE RATECHG-NEW-PER-TXN
               OF SCHEDULED-CHANGES(SCHEDULE-INDEX)
               TO ST-PER-TXN(MATCHED-SEG-TARIFF)
           MOVE RATECHG-NEW-MONTHLY
               OF SCHEDULED-CHANGES(SCHEDULE-INDEX)
               TO ST-MONTHLY(MATCHED-SEG-TARIFF)
           MOVE RATECHG-NEW-OVERDRAFT
               OF SCHEDULED-CHANGES(SCHEDULE-INDEX)
               TO ST-OVERDRAFT(MATCHED-SEG-TARIFF)
           MOVE RATECHG-NEW-WAIVE-TXN
               OF SCHEDULED-CHANGES(SCHEDULE-INDEX)
               TO ST-WAIVE-TXN(MATCHED-SEG-TARIFF)
           MOVE RATECHG-NEW-WAIVE-MONTHLY
               OF SCHEDULED-CHANGES(SCHEDULE-INDEX)
               TO ST-WAIVE-MONTHLY(MATCHED-SEG-TARIFF)
           MOVE RATECHG-NEW-WAIVE-OVERDRAFT
               OF SCHEDULED-CHANGES(SCHEDULE-INDEX)
               TO ST-WAIVE-OVERDRAFT(MATCHED-SEG-TARIFF)

           OPEN OUTPUT SEGMENT-TARIFF-FILE
           IF TARIFF-FILE-STATUS NOT = "00"
               MOVE "SegmentFeeTariffs.txt" TO FAILED-FILE-NAME
               MOVE TARIFF-FILE-STATUS TO FAILED-FILE-STATUS
               PERFORM ABORT-ON-FILE-FAILURE
           END-IF
           PERFORM VARYING SEG-TARIFF-INDEX FROM 1 BY 1
               UNTIL SEG-TARIFF-INDEX > SEG-TARIFF-COUNT
               MOVE SEG-TARIFF-ENTRIES(SEG-TARIFF-INDEX)
                   TO SEGMENT-TARIFF-RECORD
               WRITE SEGMENT-TARIFF-RECORD
           END-PERFORM
           CLOSE SEGMENT-TARIFF-FILE

           MOVE RATECHG-SEGMENT OF SCHEDULED-CHANGES(SCHEDULE-INDEX)
               TO RATE-JOURNAL-SEGMENT
           PERFORM WRITE-TARIFF-RATE-JOURNAL
           EXIT.

       WRITE-TARIFF-RATE-JOURNAL.
           MOVE RATECHG-ID OF SCHEDULED-CHANGES(SCHEDULE-INDEX)
               TO RATE-JOURNAL-CHANGE-ID
           MOVE RUN-DATE-TODAY TO RATE-JOURNAL-DATE
           MOVE RATECHG-KIND OF SCHEDULED-CHANGES(SCHEDULE-INDEX)
               TO RATE-JOURNAL-KIND
           MOVE SPACES TO RATE-JOURNAL-REFERENCE-ID
           MOVE SPACES TO RATE-JOURNAL-ACCOUNT
           MOVE SPACES TO RATE-JOURNAL-CURRENCY
           MOVE 0 TO RATE-JOURNAL-OLD-RATE
           MOVE 0 TO RATE-JOURNAL-NEW-RATE
           MOVE OLD-PER-TXN TO RATE-JOURNAL-OLD-PER-TXN
           MOVE OLD-MONTHLY TO RATE-JOURNAL-OLD-MONTHLY
           MOVE OLD-OVERDRAFT TO RATE-JOURNAL-OLD-OVERDRAFT
           MOVE RATECHG-NEW-PER-TXN
               OF SCHEDULED-CHANGES(SCHEDULE-INDEX)
               TO RATE-JOURNAL-NEW-PER-TXN
           MOVE RATECHG-NEW-MONTHLY
               OF SCHEDULED-CHANGES(SCHEDULE-INDEX)
               TO RATE-JOURNAL-NEW-MONTHLY
           MOVE RATECHG-NEW-OVERDRAFT
               OF SCHEDULED-CHANGES(SCHEDULE-INDEX)
               TO RATE-JOURNAL-NEW-OVERDRAFT
           WRITE RATE-JOURNAL-RECORD

           ADD 1 TO RECORDS-CHANGED-COUNT
           ADD 1 TO RATECHG-RECORDS-CHANGED
               OF SCHEDULED-CHANGES(SCHEDULE-INDEX)
           EXIT.

      *----------------------------------------------------------*
      * The schedule is rewritten whole, applied and refused
      * changes included, as the record of what was done.
      *----------------------------------------------------------*
       SAVE-RATE-SCHEDULE.
           OPEN OUTPUT RATE-SCHEDULE-FILE
           IF SCHEDULE-FILE-STATUS NOT = "00"
               MOVE "RateChangeSchedule.txt" TO FAILED-FILE-NAME
               MOVE SCHEDULE-FILE-STATUS TO FAILED-FILE-STATUS
               PERFORM ABORT-ON-FILE-FAILURE
           END-IF

           PERFORM VARYING SCHEDULE-INDEX FROM 1 BY 1
               UNTIL SCHEDULE-INDEX > SCHEDULE-COUNT
               MOVE SCHEDULED-CHANGES(SCHEDULE-INDEX)
                   TO RATE-SCHEDULE-RECORD
               WRITE RATE-SCHEDULE-RECORD
           END-PERFORM

           CLOSE RATE-SCHEDULE-FILE
           EXIT.

       WRITE-CHANGE-LINE.
           MOVE SPACES TO OUTPUT-TEXT-LINE
           MOVE RATECHG-ID OF SCHEDULED-CHANGES(SCHEDULE-INDEX)
               TO OUTPUT-TEXT-LINE(1:10)
           MOVE RATECHG-KIND OF SCHEDULED-CHANGES(SCHEDULE-INDEX)
               TO OUTPUT-TEXT-LINE(12:1)
           MOVE RATECHG-SEGMENT OF SCHEDULED-CHANGES(SCHEDULE-INDEX)
               TO OUTPUT-TEXT-LINE(17:8)
           MOVE RATECHG-CURRENCY OF SCHEDULED-CHANGES(SCHEDULE-INDEX)
               TO OUTPUT-TEXT-LINE(26:3)
           MOVE RATECHG-EFFECTIVE-DATE
               OF SCHEDULED-CHANGES(SCHEDULE-INDEX)
               TO OUTPUT-TEXT-LINE(31:8)
           MOVE RUN-OUTCOME(SCHEDULE-INDEX) TO OUTPUT-TEXT-LINE(42:12)
           MOVE RATECHG-NOTICES-SENT
               OF SCHEDULED-CHANGES(SCHEDULE-INDEX) TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(57:6)
           MOVE RATECHG-RECORDS-CHANGED
               OF SCHEDULED-CHANGES(SCHEDULE-INDEX) TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(66:6)
           PERFORM WRITE-REPORT-LINE
           EXIT.

       REPORT-RUN-TOTALS.
           MOVE SEPARATOR-LINE TO OUTPUT-TEXT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE CHANGES-NOTIFIED-COUNT TO COUNT-DISPLAY
           STRING "Changes notified:         " DELIMITED BY SIZE
               COUNT-DISPLAY DELIMITED BY SIZE
               INTO OUTPUT-TEXT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE

           IF CHANGES-MOVED-COUNT > 0
               MOVE CHANGES-MOVED-COUNT TO COUNT-DISPLAY
               STRING "  effective date moved:   " DELIMITED BY SIZE
                   COUNT-DISPLAY DELIMITED BY SIZE
                   INTO OUTPUT-TEXT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-IF

           MOVE CHANGES-APPLIED-COUNT TO COUNT-DISPLAY
           STRING "Changes applied:          " DELIMITED BY SIZE
               COUNT-DISPLAY DELIMITED BY SIZE
               INTO OUTPUT-TEXT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE

           MOVE CHANGES-REFUSED-COUNT TO COUNT-DISPLAY
           STRING "Changes refused:          " DELIMITED BY SIZE
               COUNT-DISPLAY DELIMITED BY SIZE
               INTO OUTPUT-TEXT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE

           MOVE LETTERS-WRITTEN-COUNT TO COUNT-DISPLAY
           STRING "Notice letters written:   " DELIMITED BY SIZE
               COUNT-DISPLAY DELIMITED BY SIZE
               INTO OUTPUT-TEXT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE

           MOVE LETTERS-HELD-COUNT TO COUNT-DISPLAY
           STRING "Letters held (address):   " DELIMITED BY SIZE
               COUNT-DISPLAY DELIMITED BY SIZE
               INTO OUTPUT-TEXT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE

           MOVE RECORDS-CHANGED-COUNT TO COUNT-DISPLAY
           STRING "Records changed:          " DELIMITED BY SIZE
               COUNT-DISPLAY DELIMITED BY SIZE
               INTO OUTPUT-TEXT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE

           IF REWRITE-FAILED-COUNT > 0
               MOVE REWRITE-FAILED-COUNT TO COUNT-DISPLAY
               STRING "Records not changed:      " DELIMITED BY SIZE
                   COUNT-DISPLAY DELIMITED BY SIZE
                   INTO OUTPUT-TEXT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-IF
           EXIT.

       WRITE-REPORT-LINE.
           MOVE OUTPUT-TEXT-LINE TO RATE-REPORT-LINE
           WRITE RATE-REPORT-LINE
           MOVE SPACES TO OUTPUT-TEXT-LINE
           EXIT.

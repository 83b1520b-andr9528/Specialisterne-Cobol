               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTACT-JOURNAL-FILE-STATUS.

           SELECT INTEREST-ACCRUAL-FILE
               ASSIGN TO "InterestAccrualJournal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INTEREST-ACCRUAL-FILE-STATUS.

           SELECT GENERATION-FILE
               ASSIGN TO GENERATION-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
       FD CUSTOMER-MASTER-FILE.
       01 CUSTOMER-MASTER-RECORD.
           02 MASTER-REFERENCE-ID PIC X(10).
           02 MASTER-RECORD-BODY PIC X(461).
       01 MASTER-HEADER-RECORD.
           02 HEADER-TAG PIC X(3) VALUE "HDR".
           02 HEADER-RUN-DATE PIC X(8) VALUE SPACES.
      * day it was submitted, for the journal.
       FD PENDING-EFFECTIVE-FILE.
       01 PENDING-EFFECTIVE-RECORD.
           02 PENDING-MAINT-IMAGE PIC X(500).
           02 PENDING-SUBMITTED-DATE PIC 9(8).

       FD PENDING-WORK-FILE.
       01 PENDING-WORK-RECORD PIC X(508).

       FD EXCEPTIONS-FILE.
       01 MAINTENANCE-EXCEPTION-RECORD.
           02 JOURNAL-ACTION PIC X(1).
           02 JOURNAL-REFERENCE-ID PIC X(10).
           02 JOURNAL-TIMESTAMP PIC X(26).
           02 JOURNAL-BEFORE-IMAGE PIC X(471).
           02 JOURNAL-AFTER-IMAGE PIC X(471).
           02 JOURNAL-SUBMITTED-DATE PIC X(8).
           02 JOURNAL-EFFECTIVE-DATE PIC X(8).

           02 CLOSED-DATE PIC X(8).
           02 CLOSED-FINAL-BALANCE PIC -9(9).99.
           02 CLOSED-CURRENCY-CODE PIC X(3).
           02 CLOSED-RECORD-IMAGE PIC X(471).

       FD CLOSURE-CONFIRMATIONS-FILE.
       01 CLOSURE-CONFIRMATION-LINE PIC X(100).
       01 CONTACT-JOURNAL-RECORD.
           COPY "ContactJournal.cpy".

       FD INTEREST-ACCRUAL-FILE.
       01 INTEREST-ACCRUAL-RECORD.
           COPY "InterestAccrual.cpy".

      * One dated generation of the master per maintenance run;
      * the rewrite goes here first and is only swapped onto
      * CustomerinformationOut.txt once the trailer is safely on
      * disk, so a crash mid-write can no longer lose the master.
       FD GENERATION-FILE.
       01 GENERATION-RECORD PIC X(471).

       FD GENERATION-LOG-FILE.
       01 GENERATION-LOG-RECORD.
       01 GENERATIONS-TO-DROP PIC 99 VALUE 0.
       01 CLOSED-ACCOUNTS-FILE-STATUS PIC X(2) VALUE "00".
       01 CONTACT-JOURNAL-FILE-STATUS PIC X(2) VALUE "00".
       01 INTEREST-ACCRUAL-FILE-STATUS PIC X(2) VALUE "00".
       01 CLOSURE-CONFIRMATIONS-FILE-STATUS PIC X(2) VALUE "00".
       01 CLOSED-COUNT PIC 9(6) COMP VALUE ZERO.
       01 CLOSED-COUNT-DISPLAY PIC Z(5)9 VALUE ZEROES.
       01 CLOSURE-DATE-TODAY PIC X(8) VALUE SPACES.
       01 CLOSURE-TEXT-LINE PIC X(100) VALUE SPACES.

      * The confirmation is kept through the shared DOCARCHIVE
      * routine; the contact journal row names it.
       01 DOCARC-PARAMETERS.
           COPY "DocArchive.cpy".
       01 DOCARC-CALL-FAILED PIC X VALUE "N".
       01 JOURNAL-FILE-STATUS PIC X(2) VALUE "00".
       01 APPROVALS-FILE-STATUS PIC X(2) VALUE "00".

       01 REVIEWER-REJECTED-COUNT PIC 9(6) COMP VALUE ZERO.
       01 AWAITING-REVIEW-COUNT-DISPLAY PIC Z(5)9 VALUE ZEROES.
       01 REVIEWER-REJECTED-COUNT-DISPLAY PIC Z(5)9 VALUE ZEROES.
       01 JOURNAL-BEFORE-IMAGE-WORK PIC X(471) VALUE SPACES.
       01 JOURNAL-AFTER-IMAGE-WORK PIC X(471) VALUE SPACES.
       01 JOURNALED-COUNT PIC 9(6) COMP VALUE ZERO.

      * Work copy of the master record a maintenance action is
       01 MASTER-LINE-TAG PIC X(3) VALUE SPACES.

       01 MAINT-FOUND PIC X VALUE "N".
       01 ADDRESS-CHANGED PIC X VALUE "N".

       01 PENDING-FILE-STATUS PIC X(2) VALUE "00".
       01 MAINT-TODAY-DATE PIC 9(8) VALUE 0.
       01 DELETED-COUNT PIC 9(6) COMP VALUE ZERO.
       01 REJECTED-COUNT PIC 9(6) COMP VALUE ZERO.
       01 INTEREST-ACCRUED-COUNT PIC 9(6) COMP VALUE ZERO.
       01 ADDRESS-RELEASED-COUNT PIC 9(6) COMP VALUE ZERO.

       01 ADDED-COUNT-DISPLAY PIC Z(5)9 VALUE ZEROES.
       01 UPDATED-COUNT-DISPLAY PIC Z(5)9 VALUE ZEROES.
       01 JOURNALED-COUNT-DISPLAY PIC Z(5)9 VALUE ZEROES.
       01 MASTER-WRITTEN-COUNT-DISPLAY PIC Z(5)9 VALUE ZEROES.
       01 INTEREST-ACCRUED-COUNT-DISPLAY PIC Z(5)9 VALUE ZEROES.
       01 ADDRESS-RELEASED-COUNT-DISPLAY PIC Z(5)9 VALUE ZEROES.

       01 ACCRUAL-AMOUNT PIC S9(9)V99 VALUE 0.
       01 TOTAL-INTEREST-ACCRUED PIC S9(9)V99 VALUE 0.
           ELSE
               MOVE SPACES TO JOURNAL-BEFORE-IMAGE-WORK
               PERFORM MOVE-MAINTENANCE-TO-MASTER
      * A new customer is not live until the pre-screening job
      * has screened the name against the watchlists.
               MOVE "P" TO ACTIVATION-STATUS OF MASTER-WORK
               MOVE MAINT-TODAY-DATE
                   TO ACTIVATION-STATUS-DATE OF MASTER-WORK
               MOVE SPACE TO ACTIVATION-MATCH-LIST OF MASTER-WORK
               MOVE SPACES TO ACTIVATION-MATCH-ID OF MASTER-WORK
               MOVE MASTER-WORK TO CUSTOMER-MASTER-RECORD
               WRITE CUSTOMER-MASTER-RECORD
                   INVALID KEY
           WRITE CLOSURE-CONFIRMATION-LINE

           CLOSE CLOSURE-CONFIRMATIONS-FILE

           PERFORM ARCHIVE-CLOSURE-CONFIRMATION
           EXIT.

       ARCHIVE-CLOSURE-CONFIRMATION.
           MOVE SPACES TO DOCARC-DOCUMENT-ID
           IF DOCARC-CALL-FAILED = "Y"
               EXIT PARAGRAPH
           END-IF

           SET DOCARC-BEGIN TO TRUE
           MOVE REFERENCE-ID OF MASTER-WORK TO DOCARC-REFERENCE-ID
           MOVE SPACES TO DOCARC-CPR
           MOVE "CLOSURE" TO DOCARC-DOCUMENT-TYPE
           MOVE "CUSTOMERMAINT" TO DOCARC-ORIGIN-JOB
           MOVE CLOSURE-DATE-TODAY TO DOCARC-SENT-DATE
           CALL "DOCARCHIVE" USING DOCARC-PARAMETERS
               ON EXCEPTION
                   DISPLAY "WARNING: DOCARCHIVE could not be called, "
                       "closure confirmations are not archived "
                       "this run."
                   MOVE "Y" TO DOCARC-CALL-FAILED
                   MOVE SPACES TO DOCARC-DOCUMENT-ID
           END-CALL

           IF DOCARC-DOCUMENT-ID = SPACES
               EXIT PARAGRAPH
           END-IF

           SET DOCARC-ADD-LINE TO TRUE
           MOVE CLOSURE-TEXT-LINE TO DOCARC-LINE-TEXT
           CALL "DOCARCHIVE" USING DOCARC-PARAMETERS
           SET DOCARC-END TO TRUE
           CALL "DOCARCHIVE" USING DOCARC-PARAMETERS
           EXIT.

       WRITE-CONTACT-JOURNAL-ENTRY.
           MOVE "CLOSURE" TO CONTACT-DOCUMENT-TYPE
           MOVE "PRINT" TO CONTACT-CHANNEL
           MOVE "CUSTOMERMAINT" TO CONTACT-ORIGIN-JOB
           MOVE DOCARC-DOCUMENT-ID TO CONTACT-DOCUMENT-ID
           WRITE CONTACT-JOURNAL-RECORD

           CLOSE CONTACT-JOURNAL-FILE
           MOVE INTEREST-RATE OF MAINTENANCE-RECORD
               TO INTEREST-RATE OF MASTER-WORK

      * A new or changed address is valid from today, so post
      * returned later from the old address does not flag it. A
      * new address is also what releases a customer whose post
      * came back: postal output resumes from the next run.
           MOVE "N" TO ADDRESS-CHANGED
           IF MAINT-FOUND = "N"
               OR STREET-NAME OF MAINTENANCE-RECORD
                   NOT = STREET-NAME OF MASTER-WORK
               OR HOUSE-NUMBER OF MAINTENANCE-RECORD
                   NOT = HOUSE-NUMBER OF MASTER-WORK
               OR FLOOR OF MAINTENANCE-RECORD
                   NOT = FLOOR OF MASTER-WORK
               OR SIDE OF MAINTENANCE-RECORD
                   NOT = SIDE OF MASTER-WORK
               OR ZIPCODE OF MAINTENANCE-RECORD
                   NOT = ZIPCODE OF MASTER-WORK
               OR CITY OF MAINTENANCE-RECORD
                   NOT = CITY OF MASTER-WORK
               OR COUNTRYCODE OF MAINTENANCE-RECORD
                   NOT = COUNTRYCODE OF MASTER-WORK
               MOVE "Y" TO ADDRESS-CHANGED
           END-IF

           IF ADDRESS-CHANGED = "Y"
               MOVE MAINT-TODAY-DATE
                   TO ADDRESS-VALID-FROM OF MASTER-WORK
               IF ADDRESS-UNDELIVERABLE OF MASTER-WORK
                   MOVE SPACE TO ADDRESS-STATUS OF MASTER-WORK
                   MOVE SPACES
                       TO ADDRESS-RETURNED-DATE OF MASTER-WORK
                   ADD 1 TO ADDRESS-RELEASED-COUNT
               END-IF
           END-IF

           MOVE STREET-NAME OF MAINTENANCE-RECORD
               TO STREET-NAME OF MASTER-WORK

           MOVE EMAIL OF MAINTENANCE-RECORD
               TO EMAIL OF MASTER-WORK

           MOVE CUSTOMER-CPR OF MAINTENANCE-RECORD
               TO CUSTOMER-CPR OF MASTER-WORK

           MOVE MASTER-WORK
               TO JOURNAL-AFTER-IMAGE-WORK
           PERFORM WRITE-JOURNAL-RECORD
                   EXIT PARAGRAPH
           END-START

      * Each credit is journaled per customer so the profitability
      * report can see the interest paid.
           OPEN EXTEND INTEREST-ACCRUAL-FILE
           IF INTEREST-ACCRUAL-FILE-STATUS = "35"
               OPEN OUTPUT INTEREST-ACCRUAL-FILE
           END-IF

           MOVE "00" TO CUSTOMER-MASTER-FILE-STATUS
           PERFORM UNTIL CUSTOMER-MASTER-FILE-STATUS NOT = "00"
               READ CUSTOMER-MASTER-FILE NEXT RECORD
                           BALANCE OF MASTER-WORK
                               * INTEREST-RATE OF MASTER-WORK
                               / 1200
                       IF ACCRUAL-AMOUNT NOT = 0
                           PERFORM WRITE-INTEREST-ACCRUAL-ENTRY
                       END-IF
                       ADD ACCRUAL-AMOUNT TO BALANCE OF MASTER-WORK
                       ADD ACCRUAL-AMOUNT TO TOTAL-INTEREST-ACCRUED
                       ADD 1 TO INTEREST-ACCRUED-COUNT
               END-READ
           END-PERFORM
           MOVE "00" TO CUSTOMER-MASTER-FILE-STATUS
           CLOSE INTEREST-ACCRUAL-FILE
           EXIT.

       WRITE-INTEREST-ACCRUAL-ENTRY.
           MOVE SPACES TO INTEREST-ACCRUAL-RECORD
           MOVE MAINT-TODAY-DATE TO ACCRUAL-DATE
           MOVE REFERENCE-ID OF MASTER-WORK TO ACCRUAL-REFERENCE-ID
           MOVE CUSTOMER-CPR OF MASTER-WORK TO ACCRUAL-CPR
           MOVE ACCOUNT-NUMBER OF MASTER-WORK
               TO ACCRUAL-ACCOUNT-NUMBER
           MOVE BALANCE OF MASTER-WORK TO ACCRUAL-BALANCE
           MOVE INTEREST-RATE OF MASTER-WORK TO ACCRUAL-INTEREST-RATE
           MOVE ACCRUAL-AMOUNT TO ACCRUAL-INTEREST-AMOUNT
           WRITE INTEREST-ACCRUAL-RECORD
           EXIT.

      *----------------------------------------------------------*
               TRIM(INTEREST-ACCRUED-COUNT-DISPLAY LEADING)
               " accounts, total " FUNCTION
               TRIM(TOTAL-INTEREST-ACCRUED-DISPLAY LEADING)
           MOVE ADDRESS-RELEASED-COUNT
               TO ADDRESS-RELEASED-COUNT-DISPLAY
           DISPLAY "POST RESUMED      : " FUNCTION
               TRIM(ADDRESS-RELEASED-COUNT-DISPLAY LEADING)
           DISPLAY "------------------------------"
           EXIT.

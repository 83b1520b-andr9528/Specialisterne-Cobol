      * on the extract's customer name against the master's       *
      * first/last name as the fallback; the index records which  *
      * rule matched each letter.                                 *
      *                                                           *
      * Every further owner and joint owner of the customer's     *
      * accounts in AccountRelationships.txt gets the same letter *
      * at their own master address, indexed as JOINT.            *
      *                                                           *
      * A deceased customer in EstateRegister.txt gets no letter: *
      * the case is held where it stands, indexed as ESTATE, and  *
      * the estate is dealt with by ESTATEPOST.                   *
      *                                                           *
      * Every letter is kept in DocumentArchive.txt through the   *
      * shared DOCARCHIVE routine, and its contact journal row    *
      * carries the document id.                                  *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
               ASSIGN TO "CollectionsPortfolio.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

      * Repayment agreements kept by REPAYMONITOR: an active one
      * holds the customer's case where it stands, an ended one
      * lets it resume from there.
           SELECT REPAYMENT-AGREEMENT-FILE
               ASSIGN TO "RepaymentAgreements.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPAYMENT-AGREEMENT-FILE-STATUS.

      * Deceased customers whose estates ESTATEPOST keeps.
           SELECT ESTATE-REGISTER-FILE
               ASSIGN TO "EstateRegister.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESTATE-REGISTER-FILE-STATUS.

           SELECT ACCOUNT-RELATIONSHIP-FILE
               ASSIGN TO "AccountRelationships.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RELATIONSHIP-FILE-STATUS.

           SELECT CONTACT-JOURNAL-FILE
               ASSIGN TO "ContactJournal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
       FD CUSTOMER-MASTER-FILE.
       01 CUSTOMER-MASTER-RECORD.
           02 MASTER-REFERENCE-ID PIC X(10).
           02 MASTER-RECORD-BODY PIC X(461).

      * CPR-to-REFERENCE-ID bridge maintained by the chain; absent
      * or incomplete, the name fallback below still applies.
       FD COLLECTIONS-PORTFOLIO-FILE.
       01 COLLECTIONS-PORTFOLIO-LINE PIC X(100).

       FD REPAYMENT-AGREEMENT-FILE.
       01 REPAYMENT-AGREEMENT-RECORD.
           COPY "RepaymentAgreement.cpy".

       FD ESTATE-REGISTER-FILE.
       01 ESTATE-REGISTER-RECORD.
           COPY "Estate.cpy".

       FD ACCOUNT-RELATIONSHIP-FILE.
       01 ACCOUNT-RELATIONSHIP-RECORD.
           COPY "AccountRelationship.cpy".

       FD CONTACT-JOURNAL-FILE.
       01 CONTACT-JOURNAL-RECORD.
           COPY "ContactJournal.cpy".
       01 AMOUNT-EDIT-DISPLAY PIC Z,ZZZ,ZZZ,ZZ9.99.

       01 CONTACT-JOURNAL-FILE-STATUS PIC X(2) VALUE "00".

      * Every letter is kept line for line through the shared
      * DOCARCHIVE routine; the contact journal row names it.
       01 DOCARC-PARAMETERS.
           COPY "DocArchive.cpy".
       01 DOCARC-CALL-FAILED PIC X VALUE "N".
       01 DOCUMENT-BEING-ARCHIVED PIC X VALUE "N".
       01 NOTICES-WRITTEN-COUNT PIC 999 VALUE 0.
       01 UNMATCHED-COUNT PIC 999 VALUE 0.
       01 HELD-RETURNED-COUNT PIC 999 VALUE 0.

       01 POSTAL-CODE-FILE-STATUS PIC X(2) VALUE "00".
       01 POSTAL-MASTER.
               03 CASE-LEVEL-DATE PIC 9(8) VALUE 0.
               03 CASE-AMOUNT-AT-ENTRY PIC S9(11)V99 VALUE 0.
               03 CASE-SEEN-THIS-RUN PIC X VALUE "N".
               03 CASE-PAUSED-THIS-RUN PIC X VALUE "N".
       01 CASE-INDEX PIC 999 VALUE 0.
       01 MATCHED-CASE-INDEX PIC 999 VALUE 0.
       01 STATE-EOF PIC X VALUE "N".
       01 LEVEL-OPEN-COUNT PIC 999 OCCURS 3 TIMES VALUE 0.
       01 LEVEL-SCAN PIC 9 VALUE 0.
       01 TODAY-DATE-INT PIC 9(8) VALUE 0.
       01 CASES-PAUSED-COUNT PIC 999 VALUE 0.
       01 CASES-RESUMED-COUNT PIC 999 VALUE 0.
       01 LEVEL-THRESHOLD-DAYS PIC 999 VALUE 0.

      * Per CPR, the latest agreement in RepaymentAgreements.txt:
      * whether it is still active and the date it ended.
       01 REPAYMENT-AGREEMENT-FILE-STATUS PIC X(2) VALUE "00".
       01 REPAYMENT-AGREEMENT-TABLE.
           02 AGREEMENT-ENTRY-COUNT PIC 999 VALUE 0.
           02 AGREEMENT-ENTRY-MAX PIC 999 VALUE 200.
           02 AGREEMENT-ENTRIES OCCURS 200 TIMES.
               03 AGREEMENT-ENTRY-CPR PIC X(15) VALUE SPACES.
               03 AGREEMENT-ENTRY-ACTIVE PIC X VALUE "N".
               03 AGREEMENT-ENTRY-CLOSED-DATE PIC 9(8) VALUE 0.
       01 AGREEMENT-ENTRY-INDEX PIC 999 VALUE 0.
       01 MATCHED-AGREEMENT-INDEX PIC 999 VALUE 0.
       01 AGREEMENT-SEARCH-CPR PIC X(15) VALUE SPACES.

      * CPRs of deceased customers; their cases are held.
       01 ESTATE-REGISTER-FILE-STATUS PIC X(2) VALUE "00".
       01 ESTATE-CPR-TABLE.
           02 ESTATE-CPR-COUNT PIC 999 VALUE 0.
           02 ESTATE-CPR-MAX PIC 999 VALUE 200.
           02 ESTATE-CPRS PIC X(15) OCCURS 200 TIMES VALUE SPACES.
       01 ESTATE-CPR-INDEX PIC 999 VALUE 0.
       01 CUSTOMER-IS-ESTATE PIC X VALUE "N".
       01 ESTATE-HELD-COUNT PIC 999 VALUE 0.

      * Owners and joint owners in force today, per account.
       01 RELATIONSHIP-FILE-STATUS PIC X(2) VALUE "00".
       01 RELATIONSHIP-EOF PIC X VALUE "N".
       01 HOLDER-TABLE.
           02 HOLDER-COUNT PIC 9(4) VALUE 0.
           02 HOLDER-MAX PIC 9(4) VALUE 500.
           02 HOLDER-ENTRIES OCCURS 500 TIMES.
               03 HL-REFERENCE-ID PIC X(10) VALUE SPACES.
               03 HL-ACCOUNT-NUMBER PIC X(17) VALUE SPACES.
       01 HOLDER-INDEX PIC 9(4) VALUE 0.
       01 PRIMARY-REFERENCE-ID PIC X(10) VALUE SPACES.
       01 PRIMARY-ACCOUNTS.
           02 PRIMARY-ACCOUNT-NUMBER PIC X(17) OCCURS 5 TIMES.
       01 PRIMARY-ACCOUNT-SLOT PIC 9 VALUE 0.
       01 HOLDER-ON-ACCOUNT PIC X VALUE "N".
       01 JOINT-SENT-TABLE.
           02 JOINT-SENT-COUNT PIC 99 VALUE 0.
           02 JOINT-SENT-ID PIC X(10) OCCURS 20 TIMES.
       01 JOINT-SENT-INDEX PIC 99 VALUE 0.
       01 JOINT-ALREADY-SENT PIC X VALUE "N".
       01 JOINT-LETTER PIC X VALUE "N".
       01 JOINT-NOTICES-COUNT PIC 999 VALUE 0.
       01 PORTFOLIO-TEXT-LINE PIC X(100) VALUE SPACES.
       01 OUTPUT-TEXT-LINE PIC X(80) VALUE SPACES.

           PERFORM LOAD-ADDRESS-HISTORY
           PERFORM LOAD-COLLECTIONS-CONTROL
           PERFORM LOAD-COLLECTIONS-STATE
           PERFORM LOAD-REPAYMENT-AGREEMENTS
           PERFORM LOAD-ESTATE-REGISTER
           PERFORM LOAD-POSTAL-CODE-MASTER

           MOVE FUNCTION CURRENT-DATE(1:8) TO NOTICE-DATE-TODAY
           COMPUTE DEADLINE-DATE =
               FUNCTION DATE-OF-INTEGER(DEADLINE-INTEGER)
           PERFORM FORMAT-DEADLINE-DISPLAY
           PERFORM LOAD-ACCOUNT-HOLDERS

           OPEN INPUT OVERDRAWN-ACCOUNTS-FILE


           DISPLAY "Notices written: " NOTICES-WRITTEN-COUNT
               ", unmatched: " UNMATCHED-COUNT
               ", held: " HELD-RETURNED-COUNT
               ", to joint holders: " JOINT-NOTICES-COUNT
               ", paused by agreement: " CASES-PAUSED-COUNT
               ", held for estate: " ESTATE-HELD-COUNT

           PERFORM LOG-BATCH-RUN-END
       STOP RUN.
               FUNCTION TRIM(NOTICES-WRITTEN-COUNT LEADING)
               " Unmatched: "
               FUNCTION TRIM(UNMATCHED-COUNT LEADING)
               " Held: "
               FUNCTION TRIM(HELD-RETURNED-COUNT LEADING)
               INTO BATCH-LOG-DETAIL
           WRITE BATCH-RUN-LOG-RECORD

           CLOSE COLLECTIONS-STATE-FILE
           EXIT.

      * Register rows are in the order the agreements were made,
      * so a later row for the same CPR replaces an earlier one.
       LOAD-REPAYMENT-AGREEMENTS.
           OPEN INPUT REPAYMENT-AGREEMENT-FILE
           IF REPAYMENT-AGREEMENT-FILE-STATUS NOT = "00"
               MOVE "00" TO REPAYMENT-AGREEMENT-FILE-STATUS
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO STATE-EOF
           PERFORM UNTIL STATE-EOF = "Y"
               READ REPAYMENT-AGREEMENT-FILE
                   AT END
                       MOVE "Y" TO STATE-EOF
                   NOT AT END
                       PERFORM KEEP-LATEST-AGREEMENT
               END-READ
           END-PERFORM

           CLOSE REPAYMENT-AGREEMENT-FILE
           MOVE "N" TO STATE-EOF
           EXIT.

       LOAD-ESTATE-REGISTER.
           OPEN INPUT ESTATE-REGISTER-FILE
           IF ESTATE-REGISTER-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO STATE-EOF
           PERFORM UNTIL STATE-EOF = "Y"
               READ ESTATE-REGISTER-FILE
                   AT END
                       MOVE "Y" TO STATE-EOF
                   NOT AT END
                       IF ESTATE-CPR-COUNT < ESTATE-CPR-MAX
                           ADD 1 TO ESTATE-CPR-COUNT
                           MOVE ESTATE-CPR
                               TO ESTATE-CPRS(ESTATE-CPR-COUNT)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ESTATE-REGISTER-FILE
           MOVE "N" TO STATE-EOF
           EXIT.

       KEEP-LATEST-AGREEMENT.
           MOVE AGREEMENT-CPR TO AGREEMENT-SEARCH-CPR
           PERFORM FIND-REPAYMENT-AGREEMENT

           IF MATCHED-AGREEMENT-INDEX = 0
               IF AGREEMENT-ENTRY-COUNT >= AGREEMENT-ENTRY-MAX
                   DISPLAY "WARNING: repayment agreement capacity "
                       "exceeded, CPR '"
                       FUNCTION TRIM(AGREEMENT-CPR TRAILING)
                       "' is worked as if it had no agreement."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO AGREEMENT-ENTRY-COUNT
               MOVE AGREEMENT-ENTRY-COUNT TO MATCHED-AGREEMENT-INDEX
               MOVE AGREEMENT-CPR
                   TO AGREEMENT-ENTRY-CPR(MATCHED-AGREEMENT-INDEX)
           END-IF

           IF AGREEMENT-ACTIVE
               MOVE "Y"
                   TO AGREEMENT-ENTRY-ACTIVE(MATCHED-AGREEMENT-INDEX)
           ELSE
               MOVE "N"
                   TO AGREEMENT-ENTRY-ACTIVE(MATCHED-AGREEMENT-INDEX)
           END-IF
           IF AGREEMENT-CLOSED-DATE IS NUMERIC
               MOVE AGREEMENT-CLOSED-DATE
                   TO AGREEMENT-ENTRY-CLOSED-DATE(
                       MATCHED-AGREEMENT-INDEX)
           ELSE
               MOVE 0 TO AGREEMENT-ENTRY-CLOSED-DATE(
                   MATCHED-AGREEMENT-INDEX)
           END-IF
           EXIT.

       FIND-REPAYMENT-AGREEMENT.
           MOVE 0 TO MATCHED-AGREEMENT-INDEX
           PERFORM VARYING AGREEMENT-ENTRY-INDEX FROM 1 BY 1
               UNTIL AGREEMENT-ENTRY-INDEX > AGREEMENT-ENTRY-COUNT
                   OR MATCHED-AGREEMENT-INDEX > 0
               IF AGREEMENT-ENTRY-CPR(AGREEMENT-ENTRY-INDEX)
                       = AGREEMENT-SEARCH-CPR
                   MOVE AGREEMENT-ENTRY-INDEX
                       TO MATCHED-AGREEMENT-INDEX
               END-IF
           END-PERFORM
           EXIT.

      *----------------------------------------------------------*
      * Finds or opens the customer's collections case and works
      * out the reminder level this letter should carry: level 1

           MOVE "Y" TO CASE-SEEN-THIS-RUN(MATCHED-CASE-INDEX)

           MOVE OVERDRAWN-CPR TO AGREEMENT-SEARCH-CPR
           PERFORM FIND-REPAYMENT-AGREEMENT
           IF MATCHED-AGREEMENT-INDEX > 0
               AND AGREEMENT-ENTRY-ACTIVE(MATCHED-AGREEMENT-INDEX)
                   = "N"
               AND AGREEMENT-ENTRY-CLOSED-DATE(MATCHED-AGREEMENT-INDEX)
                   >= CASE-LEVEL-DATE(MATCHED-CASE-INDEX)
               PERFORM RESUME-CASE-AFTER-AGREEMENT
           END-IF

           COMPUTE CASE-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE(NOTICE-DATE-TODAY)
               - FUNCTION INTEGER-OF-DATE(
           END-IF
           EXIT.

      * The case stays open at the level it had reached for as
      * long as the agreement is active.
       PAUSE-COLLECTIONS-CASE.
           ADD 1 TO CASES-PAUSED-COUNT
           PERFORM VARYING CASE-INDEX FROM 1 BY 1
               UNTIL CASE-INDEX > CASE-COUNT
               IF CASE-CPR(CASE-INDEX) = OVERDRAWN-CPR
                   MOVE "Y" TO CASE-SEEN-THIS-RUN(CASE-INDEX)
                   MOVE "Y" TO CASE-PAUSED-THIS-RUN(CASE-INDEX)
               END-IF
           END-PERFORM
           EXIT.

      * A deceased customer's case is held the same way while the
      * estate is dealt with, without counting as an agreement.
       HOLD-CASE-FOR-ESTATE.
           ADD 1 TO ESTATE-HELD-COUNT
           PERFORM VARYING CASE-INDEX FROM 1 BY 1
               UNTIL CASE-INDEX > CASE-COUNT
               IF CASE-CPR(CASE-INDEX) = OVERDRAWN-CPR
                   MOVE "Y" TO CASE-SEEN-THIS-RUN(CASE-INDEX)
                   MOVE "Y" TO CASE-PAUSED-THIS-RUN(CASE-INDEX)
               END-IF
           END-PERFORM
           EXIT.

      *----------------------------------------------------------*
      * An agreement that ended since the case last moved puts
      * the customer back on the ladder at the level held when
      * it was paused: the entry date is re-based so the case age
      * sits on that level's day threshold, and escalation runs
      * on from there instead of jumping by the paused days.
      *----------------------------------------------------------*
       RESUME-CASE-AFTER-AGREEMENT.
           EVALUATE CASE-LEVEL(MATCHED-CASE-INDEX)
               WHEN 2
                   MOVE REMINDER2-DAYS TO LEVEL-THRESHOLD-DAYS
               WHEN 3
                   MOVE FINAL-DEMAND-DAYS TO LEVEL-THRESHOLD-DAYS
               WHEN OTHER
                   MOVE 0 TO LEVEL-THRESHOLD-DAYS
           END-EVALUATE

           COMPUTE CASE-ENTERED-DATE(MATCHED-CASE-INDEX) =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(NOTICE-DATE-TODAY)
                   - LEVEL-THRESHOLD-DAYS)
           MOVE NOTICE-DATE-TODAY
               TO CASE-LEVEL-DATE(MATCHED-CASE-INDEX)
           ADD 1 TO CASES-RESUMED-COUNT
           DISPLAY "Collections: customer '"
               FUNCTION TRIM(OVERDRAWN-CPR TRAILING)
               "' resumes at level " CASE-LEVEL(MATCHED-CASE-INDEX)
               " after the repayment agreement ended."
           EXIT.

      * Customers no longer on the overdrawn extract have settled
      * up: their cases close and leave the state file.
       CLOSE-SETTLED-CASES.
           MOVE "Entered" TO PORTFOLIO-TEXT-LINE(25:7)
           MOVE "Age" TO PORTFOLIO-TEXT-LINE(36:3)
           MOVE "Amount at entry" TO PORTFOLIO-TEXT-LINE(42:15)
           MOVE "Agreement" TO PORTFOLIO-TEXT-LINE(62:9)
           PERFORM WRITE-PORTFOLIO-LINE

           MOVE 0 TO LEVEL-OPEN-COUNT(1)
           END-STRING
           PERFORM WRITE-PORTFOLIO-LINE

           MOVE SPACES TO PORTFOLIO-TEXT-LINE
           STRING "Paused by a repayment agreement: "
               CASES-PAUSED-COUNT
               "  resumed after an agreement ended: "
               CASES-RESUMED-COUNT
               DELIMITED BY SIZE
               INTO PORTFOLIO-TEXT-LINE
           END-STRING
           PERFORM WRITE-PORTFOLIO-LINE

           CLOSE COLLECTIONS-PORTFOLIO-FILE
           EXIT.

               TO AMOUNT-EDIT-DISPLAY
           MOVE FUNCTION TRIM(AMOUNT-EDIT-DISPLAY LEADING)
               TO PORTFOLIO-TEXT-LINE(42:17)
           IF CASE-PAUSED-THIS-RUN(CASE-INDEX) = "Y"
               MOVE "PAUSED" TO PORTFOLIO-TEXT-LINE(62:6)
           END-IF
           PERFORM WRITE-PORTFOLIO-LINE
           EXIT.

               EXIT PARAGRAPH
           END-IF

      * While a repayment agreement is active the case stands
      * still and no letter goes out; the index records why.
           MOVE OVERDRAWN-CPR TO AGREEMENT-SEARCH-CPR
           PERFORM FIND-REPAYMENT-AGREEMENT
           IF MATCHED-AGREEMENT-INDEX > 0
               AND AGREEMENT-ENTRY-ACTIVE(MATCHED-AGREEMENT-INDEX)
                   = "Y"
               PERFORM PAUSE-COLLECTIONS-CASE
               MOVE SPACES TO NOTICE-INDEX-RECORD
               MOVE OVERDRAWN-CPR TO INDEX-CPR
               MOVE NOTICE-DATE-TODAY TO INDEX-NOTICE-DATE
               MOVE "AGREEMENT" TO INDEX-STATUS
               WRITE NOTICE-INDEX-RECORD
               EXIT PARAGRAPH
           END-IF

      * No dunning letter goes to a deceased customer; the
      * estate's correspondence goes to the representative.
           MOVE "N" TO CUSTOMER-IS-ESTATE
           PERFORM VARYING ESTATE-CPR-INDEX FROM 1 BY 1
               UNTIL ESTATE-CPR-INDEX > ESTATE-CPR-COUNT
                   OR CUSTOMER-IS-ESTATE = "Y"
               IF ESTATE-CPRS(ESTATE-CPR-INDEX) = OVERDRAWN-CPR
                   MOVE "Y" TO CUSTOMER-IS-ESTATE
               END-IF
           END-PERFORM
           IF CUSTOMER-IS-ESTATE = "Y"
               PERFORM HOLD-CASE-FOR-ESTATE
               MOVE SPACES TO NOTICE-INDEX-RECORD
               MOVE OVERDRAWN-CPR TO INDEX-CPR
               MOVE NOTICE-DATE-TODAY TO INDEX-NOTICE-DATE
               MOVE "ESTATE" TO INDEX-STATUS
               WRITE NOTICE-INDEX-RECORD
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-MASTER-BY-CPR

           MOVE SPACES TO NOTICE-INDEX-RECORD
           MOVE REFERENCE-ID OF MASTER-WORK
               TO INDEX-REFERENCE-ID
           MOVE MATCH-RULE-USED TO INDEX-STATUS
      * Post to an address that has come back is held until
      * CUSTOMERMAINT records a new one; a customer with an e-mail
      * address still gets the letter through DISTRIBUTE.
           IF ADDRESS-UNDELIVERABLE OF MASTER-WORK
               AND EMAIL OF MASTER-WORK = SPACES
               MOVE "RETURNED" TO INDEX-STATUS
           END-IF
           PERFORM FILL-INDEX-PRIOR-ADDRESS
           WRITE NOTICE-INDEX-RECORD

           END-IF
           PERFORM RESOLVE-COLLECTIONS-CASE

           IF INDEX-STATUS = "RETURNED"
               ADD 1 TO HELD-RETURNED-COUNT
               DISPLAY "Address for customer '"
                   FUNCTION TRIM(REFERENCE-ID OF MASTER-WORK TRAILING)
                   "' is undeliverable, letter held."
           ELSE
               MOVE "N" TO JOINT-LETTER
               MOVE 0 TO PAGE-LINE-COUNT
               PERFORM WRITE-NOTICE-BODY
               PERFORM PAD-NOTICE-PAGE
               PERFORM WRITE-CONTACT-JOURNAL-ENTRY
               ADD 1 TO NOTICES-WRITTEN-COUNT
           END-IF

           PERFORM WRITE-JOINT-HOLDER-NOTICES
           EXIT.

      *----------------------------------------------------------*
      * The same letter, at the same collections level, to every
      * further owner of one of the customer's accounts. Each
      * holder gets one letter however many of the accounts they
      * share, and follows the returned-mail rule on their own
      * address. A holder missing from the master is indexed
      * unmatched. Index rows follow the letter pages in order,
      * as DISTRIBUTE expects.
      *----------------------------------------------------------*
       WRITE-JOINT-HOLDER-NOTICES.
           MOVE REFERENCE-ID OF MASTER-WORK TO PRIMARY-REFERENCE-ID
           MOVE SPACES TO PRIMARY-ACCOUNTS
           MOVE ACCOUNT-NUMBER OF MASTER-WORK
               TO PRIMARY-ACCOUNT-NUMBER(1)
           PERFORM VARYING PRIMARY-ACCOUNT-SLOT FROM 1 BY 1
               UNTIL PRIMARY-ACCOUNT-SLOT > 4
               IF PRIMARY-ACCOUNT-SLOT < ACCOUNT-COUNT OF MASTER-WORK
                   MOVE EXTRA-ACCOUNT-NUMBER
                       OF MASTER-WORK(PRIMARY-ACCOUNT-SLOT)
                       TO PRIMARY-ACCOUNT-NUMBER(
                           PRIMARY-ACCOUNT-SLOT + 1)
               END-IF
           END-PERFORM
           MOVE 0 TO JOINT-SENT-COUNT

           PERFORM VARYING HOLDER-INDEX FROM 1 BY 1
               UNTIL HOLDER-INDEX > HOLDER-COUNT
               IF HL-REFERENCE-ID(HOLDER-INDEX)
                       NOT = PRIMARY-REFERENCE-ID
                   PERFORM CHECK-HOLDER-ON-PRIMARY-ACCOUNT
                   IF HOLDER-ON-ACCOUNT = "Y"
                       PERFORM WRITE-ONE-JOINT-NOTICE
                   END-IF
               END-IF
           END-PERFORM
           EXIT.

       CHECK-HOLDER-ON-PRIMARY-ACCOUNT.
           MOVE "N" TO HOLDER-ON-ACCOUNT
           PERFORM VARYING PRIMARY-ACCOUNT-SLOT FROM 1 BY 1
               UNTIL PRIMARY-ACCOUNT-SLOT > 5
               IF PRIMARY-ACCOUNT-NUMBER(PRIMARY-ACCOUNT-SLOT)
                       NOT = SPACES
                   AND PRIMARY-ACCOUNT-NUMBER(PRIMARY-ACCOUNT-SLOT)
                       = HL-ACCOUNT-NUMBER(HOLDER-INDEX)
                   MOVE "Y" TO HOLDER-ON-ACCOUNT
               END-IF
           END-PERFORM

           MOVE "N" TO JOINT-ALREADY-SENT
           PERFORM VARYING JOINT-SENT-INDEX FROM 1 BY 1
               UNTIL JOINT-SENT-INDEX > JOINT-SENT-COUNT
               IF JOINT-SENT-ID(JOINT-SENT-INDEX)
                       = HL-REFERENCE-ID(HOLDER-INDEX)
                   MOVE "Y" TO JOINT-ALREADY-SENT
               END-IF
           END-PERFORM
           IF JOINT-ALREADY-SENT = "Y"
               MOVE "N" TO HOLDER-ON-ACCOUNT
           END-IF
           EXIT.

       WRITE-ONE-JOINT-NOTICE.
           IF JOINT-SENT-COUNT < 20
               ADD 1 TO JOINT-SENT-COUNT
               MOVE HL-REFERENCE-ID(HOLDER-INDEX)
                   TO JOINT-SENT-ID(JOINT-SENT-COUNT)
           END-IF

           MOVE SPACES TO NOTICE-INDEX-RECORD
           MOVE OVERDRAWN-CPR TO INDEX-CPR
           MOVE NOTICE-DATE-TODAY TO INDEX-NOTICE-DATE
           MOVE HL-REFERENCE-ID(HOLDER-INDEX) TO INDEX-REFERENCE-ID

           MOVE "N" TO MASTER-FOUND
           IF MASTER-AVAILABLE = "Y"
               MOVE HL-REFERENCE-ID(HOLDER-INDEX)
                   TO MASTER-REFERENCE-ID
               READ CUSTOMER-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO MASTER-FOUND
                       MOVE CUSTOMER-MASTER-RECORD TO MASTER-WORK
               END-READ
           END-IF

           IF MASTER-FOUND = "N"
               ADD 1 TO UNMATCHED-COUNT
               MOVE "UNMATCHED" TO INDEX-STATUS
               WRITE NOTICE-INDEX-RECORD
               DISPLAY "No master record for joint holder '"
                   FUNCTION TRIM(HL-REFERENCE-ID(HOLDER-INDEX)
                       TRAILING)
                   "', no letter produced."
               EXIT PARAGRAPH
           END-IF

           MOVE "JOINT" TO INDEX-STATUS
           IF ADDRESS-UNDELIVERABLE OF MASTER-WORK
               AND EMAIL OF MASTER-WORK = SPACES
               MOVE "RETURNED" TO INDEX-STATUS
           END-IF
           PERFORM FILL-INDEX-PRIOR-ADDRESS
           WRITE NOTICE-INDEX-RECORD

           IF INDEX-STATUS = "RETURNED"
               ADD 1 TO HELD-RETURNED-COUNT
               DISPLAY "Address for joint holder '"
                   FUNCTION TRIM(REFERENCE-ID OF MASTER-WORK TRAILING)
                   "' is undeliverable, letter held."
               EXIT PARAGRAPH
           END-IF

           MOVE "Y" TO JOINT-LETTER
           MOVE 0 TO PAGE-LINE-COUNT
           PERFORM WRITE-NOTICE-BODY
           PERFORM PAD-NOTICE-PAGE
           PERFORM WRITE-CONTACT-JOURNAL-ENTRY
           ADD 1 TO NOTICES-WRITTEN-COUNT
           ADD 1 TO JOINT-NOTICES-COUNT
           EXIT.

       LOAD-ACCOUNT-HOLDERS.
           OPEN INPUT ACCOUNT-RELATIONSHIP-FILE
           IF RELATIONSHIP-FILE-STATUS NOT = "00"
               MOVE "00" TO RELATIONSHIP-FILE-STATUS
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL RELATIONSHIP-EOF = "Y"
               READ ACCOUNT-RELATIONSHIP-FILE
                   AT END
                       MOVE "Y" TO RELATIONSHIP-EOF
                   NOT AT END
                       IF RELATION-HOLDER
                           AND RELATION-VALID-FROM
                               <= NOTICE-DATE-TODAY
                           AND (RELATION-VALID-TO = 0
                           OR RELATION-VALID-TO
                               >= NOTICE-DATE-TODAY)
                           AND HOLDER-COUNT < HOLDER-MAX
                           ADD 1 TO HOLDER-COUNT
                           MOVE RELATION-REFERENCE-ID
                               TO HL-REFERENCE-ID(HOLDER-COUNT)
                           MOVE RELATION-ACCOUNT-NUMBER
                               TO HL-ACCOUNT-NUMBER(HOLDER-COUNT)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ACCOUNT-RELATIONSHIP-FILE
           EXIT.

       WRITE-CONTACT-JOURNAL-ENTRY.
           MOVE SPACES TO CONTACT-JOURNAL-RECORD
           MOVE REFERENCE-ID OF MASTER-WORK
               TO CONTACT-REFERENCE-ID
           IF JOINT-LETTER = "Y"
               MOVE CUSTOMER-CPR OF MASTER-WORK TO CONTACT-CPR
           ELSE
               MOVE OVERDRAWN-CPR TO CONTACT-CPR
           END-IF
           MOVE NOTICE-DATE-TODAY TO CONTACT-SENT-DATE
           MOVE "NOTICE" TO CONTACT-DOCUMENT-TYPE
           MOVE "PRINT" TO CONTACT-CHANNEL
           MOVE "NOTICEWRITER" TO CONTACT-ORIGIN-JOB
           MOVE DOCARC-DOCUMENT-ID TO CONTACT-DOCUMENT-ID
           WRITE CONTACT-JOURNAL-RECORD

           CLOSE CONTACT-JOURNAL-FILE
           EXIT.

       WRITE-NOTICE-BODY.
           PERFORM BEGIN-ARCHIVED-DOCUMENT

           MOVE SPACES TO OUTPUT-TEXT-LINE
           PERFORM WRITE-NOTICE-LINE

           END-STRING
           PERFORM WRITE-NOTICE-LINE

           IF JOINT-LETTER = "Y"
               MOVE "Sent to you as a holder of the account."
                   TO OUTPUT-TEXT-LINE
               PERFORM WRITE-NOTICE-LINE
           END-IF

           MOVE SPACES TO OUTPUT-TEXT-LINE
           PERFORM WRITE-NOTICE-LINE

           PERFORM WRITE-NOTICE-LINE
           MOVE "The collections team" TO OUTPUT-TEXT-LINE
           PERFORM WRITE-NOTICE-LINE

           PERFORM END-ARCHIVED-DOCUMENT
           EXIT.

       PAD-NOTICE-PAGE.
       WRITE-NOTICE-LINE.
           MOVE OUTPUT-TEXT-LINE TO NOTICE-LINE
           WRITE NOTICE-LINE
           IF DOCUMENT-BEING-ARCHIVED = "Y"
               SET DOCARC-ADD-LINE TO TRUE
               MOVE OUTPUT-TEXT-LINE TO DOCARC-LINE-TEXT
               CALL "DOCARCHIVE" USING DOCARC-PARAMETERS
           END-IF
           MOVE SPACES TO OUTPUT-TEXT-LINE
           ADD 1 TO PAGE-LINE-COUNT
           EXIT.

      *----------------------------------------------------------*
      * The letter text is archived from the addressee down to
      * the signature; the blank lines padding the page are not.
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
           MOVE REFERENCE-ID OF MASTER-WORK TO DOCARC-REFERENCE-ID
           IF JOINT-LETTER = "Y"
               MOVE CUSTOMER-CPR OF MASTER-WORK TO DOCARC-CPR
           ELSE
               MOVE OVERDRAWN-CPR TO DOCARC-CPR
           END-IF
           MOVE "NOTICE" TO DOCARC-DOCUMENT-TYPE
           MOVE "NOTICEWRITER" TO DOCARC-ORIGIN-JOB
           MOVE NOTICE-DATE-TODAY TO DOCARC-SENT-DATE
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

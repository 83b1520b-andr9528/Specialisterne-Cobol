      * Shows the same formatted view the Bank listing prints -   *
      * cleaned full name, IBAN validity, balance with currency,  *
      * the address block, phone and email. Read-only; loops      *
      * until an empty reply or Q. Related parties - further      *
      * owners, joint owners and proxies - come from              *
      * AccountRelationships.txt. A customer under a legal hold   *
      * is shown with the held and available balance from the    *
      * shared AVAILBAL routine. Open fixed-term deposits come    *
      * from TermDeposits.txt. Complaints still awaiting a        *
      * final response come from ComplaintRegister.txt with       *
      * their deadlines. Every document listed with a document id *
      * can be shown again from DocumentArchive.txt, marked as a  *
      * copy, and re-spooled to DocumentReprints.txt.             *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SIDE-FILE-STATUS.

           SELECT ACCOUNT-RELATIONSHIP-FILE
               ASSIGN TO "AccountRelationships.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SIDE-FILE-STATUS.

           SELECT TERM-DEPOSITS-FILE
               ASSIGN TO "TermDeposits.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SIDE-FILE-STATUS.

           SELECT COMPLAINT-REGISTER-FILE
               ASSIGN TO "ComplaintRegister.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SIDE-FILE-STATUS.

      * Archived documents for reprint, and the spool file a
      * reprinted copy goes to.
           SELECT DOCUMENT-ARCHIVE-FILE
               ASSIGN TO "DocumentArchive.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SIDE-FILE-STATUS.

           SELECT DOCUMENT-REPRINT-FILE
               ASSIGN TO "DocumentReprints.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPRINT-FILE-STATUS.

           SELECT ACTIVITY-LOG-FILE
               ASSIGN TO "OperatorActivityLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
       FD CUSTOMER-MASTER-FILE.
       01 CUSTOMER-MASTER-RECORD.
           02 MASTER-REFERENCE-ID PIC X(10).
           02 MASTER-RECORD-BODY PIC X(461).

       FD ADDRESS-HISTORY-FILE.
       01 ADDRESS-HISTORY-RECORD.
           02 LOG-ANALYST PIC X(20).
           02 LOG-TIMESTAMP PIC X(26).

       FD ACCOUNT-RELATIONSHIP-FILE.
       01 ACCOUNT-RELATIONSHIP-RECORD.
           COPY "AccountRelationship.cpy".

       FD TERM-DEPOSITS-FILE.
       01 TERM-DEPOSIT-RECORD.
           COPY "TermDeposit.cpy".

       FD COMPLAINT-REGISTER-FILE.
       01 COMPLAINT-REGISTER-RECORD.
           COPY "Complaint.cpy".

       FD DOCUMENT-ARCHIVE-FILE.
       01 DOCUMENT-ARCHIVE-RECORD.
           COPY "DocumentArchive.cpy".

       FD DOCUMENT-REPRINT-FILE.
       01 DOCUMENT-REPRINT-LINE PIC X(132).

       FD ACTIVITY-LOG-FILE.
       01 ACTIVITY-LOG-RECORD.
           COPY "OperatorLog.cpy".
       01 AMOUNT-EDIT-DISPLAY PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01 STANDING-FOUND PIC X VALUE "N".
       01 SANCTIONS-FLAGGED PIC X VALUE "N".
       01 RELATED-SHOWN-COUNT PIC 999 VALUE 0.
       01 RELATION-TODAY PIC 9(8) VALUE 0.
       01 COMPLAINT-TODAY PIC 9(8) VALUE 0.

      * Reprint of an archived document: "R" and the document id
      * at the inquiry prompt. The copy is shown, and on request
      * re-spooled to DocumentReprints.txt, marked as a copy.
       01 REPRINT-FILE-STATUS PIC X(2) VALUE "00".
       01 REPRINT-DOCUMENT-ID PIC X(14) VALUE SPACES.
       01 REPRINT-REFERENCE-ID PIC X(10) VALUE SPACES.
       01 REPRINT-LINE-COUNT PIC 9(5) VALUE 0.
       01 REPRINT-HEADER-LINE PIC X(132) VALUE SPACES.
       01 RESPOOL-REPLY PIC X VALUE SPACE.
       01 ACTIVITY-ACTION PIC X(10) VALUE "LOOKUP".
       01 RELATION-ROLE-TEXT PIC X(11) VALUE SPACES.
       01 RELATION-ON-OWN-ACCOUNT PIC X VALUE "N".
       01 ACCOUNT-SLOT PIC 9 VALUE 0.

      * Operator sign-on through the shared OPERSIGNON routine;
      * every role may inquire, and every lookup is logged.
       01 XREF-EOF PIC X VALUE "N".
       01 DISPLAYED-CUSTOMER-CPR PIC X(15) VALUE SPACES.

      * Held and available balance through the shared AVAILBAL
      * routine (query only - nothing is reserved).
       01 AVAILBAL-PARAMETERS.
           COPY "AvailBal.cpy".
       01 AVAILBAL-CALL-FAILED PIC X VALUE "N".

      * Term deposits are kept under the CPR as the branch keyed
      * it; a bare ten-digit CPR gets its dash before comparing.
       01 NORMALIZED-CPR PIC X(15) VALUE SPACES.
       01 CPR-SERIAL-PART PIC X(4) VALUE SPACES.
       01 RATE-DISPLAY PIC Z9.9999.

      * Work copy of the master record being shown.
       01 MASTER-WORK.
           COPY "Customer.cpy".
           MOVE SIGNON-OPERATOR-ID TO OPER-LOG-OPERATOR
           MOVE FUNCTION CURRENT-DATE TO OPER-LOG-TIMESTAMP
           MOVE "CUSTINQUIRY" TO OPER-LOG-PROGRAM
           MOVE ACTIVITY-ACTION TO OPER-LOG-ACTION
           IF ACTIVITY-ACTION = "LOOKUP"
               MOVE REFERENCE-ID OF MASTER-WORK
                   TO OPER-LOG-REFERENCE-ID
           ELSE
               MOVE REPRINT-REFERENCE-ID TO OPER-LOG-REFERENCE-ID
           END-IF
           WRITE ACTIVITY-LOG-RECORD

           CLOSE ACTIVITY-LOG-FILE
                               FUNCTION TRIM(
                                   CONTACT-ORIGIN-JOB TRAILING)
                               ")"
                           IF CONTACT-DOCUMENT-ID NOT = SPACES
                               DISPLAY "      document "
                                   CONTACT-DOCUMENT-ID
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
      * are re-read per lookup so the view is always current.
      *----------------------------------------------------------*
       DISPLAY-CUSTOMER-360.
           PERFORM DISPLAY-ACTIVATION-STATUS
           PERFORM DISPLAY-ESTATE-STATUS
           PERFORM DISPLAY-RECENT-TRANSACTIONS
           PERFORM DISPLAY-OVERDRAWN-STANDING
           PERFORM DISPLAY-LEGAL-HOLDS
           PERFORM DISPLAY-TERM-DEPOSITS
           PERFORM DISPLAY-COLLECTIONS-STANDING
           PERFORM DISPLAY-SANCTIONS-FLAG
           PERFORM DISPLAY-RISK-RATING
           PERFORM DISPLAY-RELATED-PARTIES
           PERFORM DISPLAY-OPEN-COMPLAINTS
           EXIT.

      * A customer not yet active: either still waiting for the
      * pre-screening job, or blocked on a watchlist match until
      * the case is cleared.
       DISPLAY-ACTIVATION-STATUS.
           EVALUATE TRUE
               WHEN ACTIVATION-PENDING OF MASTER-WORK
                   DISPLAY "*** Not active: awaiting sanctions "
                       "pre-screening since "
                       ACTIVATION-STATUS-DATE OF MASTER-WORK " ***"
               WHEN ACTIVATION-BLOCKED OF MASTER-WORK
                   IF ACTIVATION-MATCH-LIST OF MASTER-WORK = "P"
                       DISPLAY "*** Not active: blocked since "
                           ACTIVATION-STATUS-DATE OF MASTER-WORK
                           " on PEP list match "
                           FUNCTION TRIM(ACTIVATION-MATCH-ID
                               OF MASTER-WORK TRAILING)
                           ", case open ***"
                   ELSE
                       DISPLAY "*** Not active: blocked since "
                           ACTIVATION-STATUS-DATE OF MASTER-WORK
                           " on sanctions list match "
                           FUNCTION TRIM(ACTIVATION-MATCH-ID
                               OF MASTER-WORK TRAILING)
                           ", case open ***"
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           EXIT.

      * A deceased customer whose accounts ESTATEPOST has frozen
      * until the estate is settled.
       DISPLAY-ESTATE-STATUS.
           IF DECEASED-DATE OF MASTER-WORK = SPACES
               EXIT PARAGRAPH
           END-IF
           IF ACCOUNTS-FROZEN-FOR-ESTATE OF MASTER-WORK
               DISPLAY "*** Deceased " DECEASED-DATE OF MASTER-WORK
                   "; accounts frozen for the estate ***"
           ELSE
               DISPLAY "*** Deceased " DECEASED-DATE OF MASTER-WORK
                   " ***"
           END-IF
           EXIT.

      * The risk class and KYC review dates RISKRATING keeps on the
      * master; nothing shows until the customer has been rated.
       DISPLAY-RISK-RATING.
           IF RISK-SCORE-DATE OF MASTER-WORK = SPACES
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Risk class: " RISK-CLASS OF MASTER-WORK
               "  score " RISK-SCORE OF MASTER-WORK
               "  rated " RISK-SCORE-DATE OF MASTER-WORK
           DISPLAY "KYC review: last "
               KYC-LAST-REVIEW-DATE OF MASTER-WORK
               "  next due " KYC-NEXT-REVIEW-DATE OF MASTER-WORK
           IF KYC-NEXT-REVIEW-DATE OF MASTER-WORK
                   < FUNCTION CURRENT-DATE(1:8)
               DISPLAY "*** The KYC review is overdue. ***"
           END-IF
           EXIT.

      *----------------------------------------------------------*
      * Relationships in force today: the other parties on the
      * customer's own accounts, and the accounts where the
      * customer is itself a further owner or a proxy.
      *----------------------------------------------------------*
       DISPLAY-RELATED-PARTIES.
           MOVE 0 TO RELATED-SHOWN-COUNT
           MOVE FUNCTION CURRENT-DATE(1:8) TO RELATION-TODAY

           OPEN INPUT ACCOUNT-RELATIONSHIP-FILE
           IF SIDE-FILE-STATUS NOT = "00"
               MOVE "00" TO SIDE-FILE-STATUS
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO SIDE-EOF
           PERFORM UNTIL SIDE-EOF = "Y"
               READ ACCOUNT-RELATIONSHIP-FILE
                   AT END
                       MOVE "Y" TO SIDE-EOF
                   NOT AT END
                       IF RELATION-VALID-FROM <= RELATION-TODAY
                           AND (RELATION-VALID-TO = 0
                           OR RELATION-VALID-TO >= RELATION-TODAY)
                           PERFORM DISPLAY-ONE-RELATIONSHIP
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ACCOUNT-RELATIONSHIP-FILE
           EXIT.

       DISPLAY-ONE-RELATIONSHIP.
           MOVE "N" TO RELATION-ON-OWN-ACCOUNT
           IF RELATION-ACCOUNT-NUMBER = ACCOUNT-NUMBER OF MASTER-WORK
               AND RELATION-ACCOUNT-NUMBER NOT = SPACES
               MOVE "Y" TO RELATION-ON-OWN-ACCOUNT
           END-IF
           PERFORM VARYING ACCOUNT-SLOT FROM 1 BY 1
               UNTIL ACCOUNT-SLOT > 4
               IF ACCOUNT-SLOT < ACCOUNT-COUNT OF MASTER-WORK
                   AND RELATION-ACCOUNT-NUMBER
                       = EXTRA-ACCOUNT-NUMBER
                           OF MASTER-WORK(ACCOUNT-SLOT)
                   MOVE "Y" TO RELATION-ON-OWN-ACCOUNT
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN RELATION-JOINT-OWNER
                   MOVE "joint owner" TO RELATION-ROLE-TEXT
               WHEN RELATION-PROXY
                   MOVE "proxy" TO RELATION-ROLE-TEXT
               WHEN OTHER
                   MOVE "owner" TO RELATION-ROLE-TEXT
           END-EVALUATE

           IF RELATION-REFERENCE-ID = REFERENCE-ID OF MASTER-WORK
               IF RELATED-SHOWN-COUNT = 0
                   DISPLAY "Related parties:"
               END-IF
               ADD 1 TO RELATED-SHOWN-COUNT
               DISPLAY "  Is "
                   FUNCTION TRIM(RELATION-ROLE-TEXT TRAILING)
                   " on account "
                   FUNCTION TRIM(RELATION-ACCOUNT-NUMBER TRAILING)
                   "  (from " RELATION-VALID-FROM ")"
           ELSE
               IF RELATION-ON-OWN-ACCOUNT = "Y"
                   IF RELATED-SHOWN-COUNT = 0
                       DISPLAY "Related parties:"
                   END-IF
                   ADD 1 TO RELATED-SHOWN-COUNT
                   DISPLAY "  "
                       FUNCTION TRIM(RELATION-ACCOUNT-NUMBER TRAILING)
                       "  "
                       FUNCTION TRIM(RELATION-ROLE-TEXT TRAILING)
                       " "
                       FUNCTION TRIM(RELATION-REFERENCE-ID TRAILING)
                       " "
                       FUNCTION TRIM(RELATION-PARTY-NAME TRAILING)
                       "  (from " RELATION-VALID-FROM ")"
               END-IF
           END-IF
           EXIT.

       DISPLAY-RECENT-TRANSACTIONS.
           CLOSE OVERDRAWN-ACCOUNTS-FILE
           EXIT.

      * Garnishments and other orders active today freeze part of
      * the balance; the figures are the report run's booked
      * balance less the held amount.
       DISPLAY-LEGAL-HOLDS.
           IF DISPLAYED-CUSTOMER-CPR = SPACES
               OR AVAILBAL-CALL-FAILED = "Y"
               EXIT PARAGRAPH
           END-IF

           SET AVAILBAL-QUERY TO TRUE
           MOVE DISPLAYED-CUSTOMER-CPR TO AVAILBAL-CPR
           MOVE 0 TO AVAILBAL-AS-OF-DATE
           MOVE 0 TO AVAILBAL-REQUEST-AMOUNT
           CALL "AVAILBAL" USING AVAILBAL-PARAMETERS
               ON EXCEPTION
                   MOVE "Y" TO AVAILBAL-CALL-FAILED
                   EXIT PARAGRAPH
           END-CALL

           IF AVAILBAL-ACTIVE-HOLDS = 0
               EXIT PARAGRAPH
           END-IF

           MOVE AVAILBAL-HELD-AMOUNT TO AMOUNT-EDIT-DISPLAY
           DISPLAY "*** Legal hold: " AVAILBAL-ACTIVE-HOLDS
               " order(s) holding "
               FUNCTION TRIM(AMOUNT-EDIT-DISPLAY LEADING)
               " DKK ***"
           MOVE AVAILBAL-BOOKED-BALANCE TO AMOUNT-EDIT-DISPLAY
           DISPLAY "Booked balance:    "
               FUNCTION TRIM(AMOUNT-EDIT-DISPLAY LEADING) " DKK"
           MOVE AVAILBAL-AVAILABLE-BALANCE TO AMOUNT-EDIT-DISPLAY
           DISPLAY "Available balance: "
               FUNCTION TRIM(AMOUNT-EDIT-DISPLAY LEADING) " DKK"
           EXIT.

      * Every open fixed-term deposit of the customer with its
      * next maturity and what happens on it.
       DISPLAY-TERM-DEPOSITS.
           IF DISPLAYED-CUSTOMER-CPR = SPACES
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT TERM-DEPOSITS-FILE
           IF SIDE-FILE-STATUS NOT = "00"
               MOVE "00" TO SIDE-FILE-STATUS
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO SIDE-EOF
           PERFORM UNTIL SIDE-EOF = "Y"
               READ TERM-DEPOSITS-FILE
                   AT END
                       MOVE "Y" TO SIDE-EOF
                   NOT AT END
                       MOVE DEPOSIT-CPR TO NORMALIZED-CPR
                       PERFORM NORMALIZE-CPR
                       IF NORMALIZED-CPR = DISPLAYED-CUSTOMER-CPR
                           AND DEPOSIT-OPEN
                           PERFORM DISPLAY-ONE-TERM-DEPOSIT
                       END-IF
               END-READ
           END-PERFORM

           CLOSE TERM-DEPOSITS-FILE
           EXIT.

       DISPLAY-ONE-TERM-DEPOSIT.
           MOVE DEPOSIT-PRINCIPAL TO AMOUNT-EDIT-DISPLAY
           MOVE DEPOSIT-RATE TO RATE-DISPLAY
           DISPLAY "Term deposit " DEPOSIT-ID ": "
               FUNCTION TRIM(AMOUNT-EDIT-DISPLAY LEADING)
               " DKK at " FUNCTION TRIM(RATE-DISPLAY LEADING) " %"
           IF DEPOSIT-ROLL-OVER
               DISPLAY "  matures " DEPOSIT-MATURITY-DATE
                   ", rolls over"
           ELSE
               DISPLAY "  matures " DEPOSIT-MATURITY-DATE
                   ", paid out to " DEPOSIT-PAYOUT-REGISTRATION
                   " " DEPOSIT-PAYOUT-ACCOUNT
           END-IF
           IF DEPOSIT-BREAK-DATE > 0
               DISPLAY "  early break requested for "
                   DEPOSIT-BREAK-DATE
           END-IF
           EXIT.

      * Complaints still without their final response, as the
      * register stood after the last COMPLPOST run, with the
      * deadlines the customer was given.
       DISPLAY-OPEN-COMPLAINTS.
           OPEN INPUT COMPLAINT-REGISTER-FILE
           IF SIDE-FILE-STATUS NOT = "00"
               MOVE "00" TO SIDE-FILE-STATUS
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO COMPLAINT-TODAY
           MOVE "N" TO SIDE-EOF
           PERFORM UNTIL SIDE-EOF = "Y"
               READ COMPLAINT-REGISTER-FILE
                   AT END
                       MOVE "Y" TO SIDE-EOF
                   NOT AT END
                       IF COMPLAINT-REFERENCE-ID
                               = REFERENCE-ID OF MASTER-WORK
                           AND NOT COMPLAINT-RESPONDED
                           PERFORM DISPLAY-ONE-COMPLAINT
                       END-IF
               END-READ
           END-PERFORM

           CLOSE COMPLAINT-REGISTER-FILE
           EXIT.

       DISPLAY-ONE-COMPLAINT.
           DISPLAY "Complaint " COMPLAINT-ID ": "
               FUNCTION TRIM(COMPLAINT-CATEGORY TRAILING)
               ", received " COMPLAINT-RECEIVED-DATE
               " - " FUNCTION TRIM(COMPLAINT-SUMMARY TRAILING)
           IF COMPLAINT-ACKNOWLEDGED
               DISPLAY "  acknowledged " COMPLAINT-ACK-DATE
           ELSE
               IF COMPLAINT-ACK-DUE-DATE < COMPLAINT-TODAY
                   DISPLAY "  acknowledgement was due "
                       COMPLAINT-ACK-DUE-DATE " *** OVERDUE ***"
               ELSE
                   DISPLAY "  acknowledgement due "
                       COMPLAINT-ACK-DUE-DATE
               END-IF
           END-IF
           IF COMPLAINT-RESPONSE-DUE-DATE < COMPLAINT-TODAY
               DISPLAY "  final response was due "
                   COMPLAINT-RESPONSE-DUE-DATE " *** OVERDUE ***"
           ELSE
               DISPLAY "  final response due "
                   COMPLAINT-RESPONSE-DUE-DATE
           END-IF
           EXIT.

       NORMALIZE-CPR.
           IF NORMALIZED-CPR(1:10) IS NUMERIC
                   AND NORMALIZED-CPR(11:5) = SPACES
               MOVE NORMALIZED-CPR(7:4) TO CPR-SERIAL-PART
               MOVE "-" TO NORMALIZED-CPR(7:1)
               MOVE CPR-SERIAL-PART TO NORMALIZED-CPR(8:4)
           END-IF
           EXIT.

       DISPLAY-COLLECTIONS-STANDING.
           OPEN INPUT COLLECTIONS-STATE-FILE
           IF SIDE-FILE-STATUS NOT = "00"

       INQUIRY-LOOP.
           DISPLAY " "
           DISPLAY "Enter REFERENCE-ID or last name, R and a "
               "document id to reprint (Q to quit):"
           MOVE SPACES TO INQUIRY-INPUT
           ACCEPT INQUIRY-INPUT

               EXIT PARAGRAPH
           END-IF

           IF INQUIRY-KEY(1:2) = "R "
               AND INQUIRY-KEY(3:14) IS NUMERIC
               PERFORM REPRINT-ARCHIVED-DOCUMENT
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO MATCHES-FOUND-COUNT

           PERFORM LOOKUP-BY-REFERENCE-ID
           END-IF
           EXIT.

      *----------------------------------------------------------*
      * Shows an archived document line for line under a COPY
      * banner and, when the operator asks for it, appends the
      * same copy to DocumentReprints.txt for printing. A document
      * past the retention window is gone from the archive and is
      * reported as such. Every reprint is logged.
      *----------------------------------------------------------*
       REPRINT-ARCHIVED-DOCUMENT.
           MOVE INQUIRY-KEY(3:14) TO REPRINT-DOCUMENT-ID
           MOVE SPACES TO REPRINT-REFERENCE-ID
           MOVE 0 TO REPRINT-LINE-COUNT

           OPEN INPUT DOCUMENT-ARCHIVE-FILE
           IF SIDE-FILE-STATUS NOT = "00"
               MOVE "00" TO SIDE-FILE-STATUS
               DISPLAY "DocumentArchive.txt not found, no document "
                   "can be reprinted."
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO SIDE-EOF
           PERFORM UNTIL SIDE-EOF = "Y"
               READ DOCUMENT-ARCHIVE-FILE
                   AT END
                       MOVE "Y" TO SIDE-EOF
                   NOT AT END
                       IF ARCHIVED-DOCUMENT-ID = REPRINT-DOCUMENT-ID
                           IF REPRINT-LINE-COUNT = 0
                               PERFORM BUILD-REPRINT-HEADER
                               DISPLAY " "
                               DISPLAY FUNCTION TRIM(
                                   REPRINT-HEADER-LINE TRAILING)
                           END-IF
                           ADD 1 TO REPRINT-LINE-COUNT
                           DISPLAY FUNCTION TRIM(
                               ARCHIVED-LINE-TEXT TRAILING)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE DOCUMENT-ARCHIVE-FILE

           IF REPRINT-LINE-COUNT = 0
               DISPLAY "Document " REPRINT-DOCUMENT-ID " is not in "
                   "the archive (unknown, or past the retention "
                   "period)."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "*** END OF COPY ***"
           MOVE "REPRINT" TO ACTIVITY-ACTION
           PERFORM WRITE-ACTIVITY-LOG-ENTRY

           DISPLAY "Re-spool the copy for printing (Y/N)?"
           MOVE SPACE TO RESPOOL-REPLY
           ACCEPT RESPOOL-REPLY
           IF FUNCTION UPPER-CASE(RESPOOL-REPLY) = "Y"
               PERFORM RESPOOL-ARCHIVED-DOCUMENT
               MOVE "RESPOOL" TO ACTIVITY-ACTION
               PERFORM WRITE-ACTIVITY-LOG-ENTRY
               DISPLAY "Copy of document " REPRINT-DOCUMENT-ID
                   " added to DocumentReprints.txt."
           END-IF

           MOVE "LOOKUP" TO ACTIVITY-ACTION
           EXIT.

       BUILD-REPRINT-HEADER.
           MOVE ARCHIVED-REFERENCE-ID TO REPRINT-REFERENCE-ID
           MOVE SPACES TO REPRINT-HEADER-LINE
           STRING "*** COPY *** document " DELIMITED BY SIZE
               ARCHIVED-DOCUMENT-ID DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               FUNCTION TRIM(ARCHIVED-DOCUMENT-TYPE TRAILING)
               DELIMITED BY SIZE
               " sent " DELIMITED BY SIZE
               ARCHIVED-SENT-DATE DELIMITED BY SIZE
               " by " DELIMITED BY SIZE
               FUNCTION TRIM(ARCHIVED-ORIGIN-JOB TRAILING)
               DELIMITED BY SIZE
               INTO REPRINT-HEADER-LINE
           END-STRING
           EXIT.

       RESPOOL-ARCHIVED-DOCUMENT.
           OPEN EXTEND DOCUMENT-REPRINT-FILE
           IF REPRINT-FILE-STATUS = "35"
               OPEN OUTPUT DOCUMENT-REPRINT-FILE
           END-IF

           MOVE REPRINT-HEADER-LINE TO DOCUMENT-REPRINT-LINE
           WRITE DOCUMENT-REPRINT-LINE

           OPEN INPUT DOCUMENT-ARCHIVE-FILE
           MOVE "N" TO SIDE-EOF
           PERFORM UNTIL SIDE-EOF = "Y"
               READ DOCUMENT-ARCHIVE-FILE
                   AT END
                       MOVE "Y" TO SIDE-EOF
                   NOT AT END
                       IF ARCHIVED-DOCUMENT-ID = REPRINT-DOCUMENT-ID
                           MOVE ARCHIVED-LINE-TEXT
                               TO DOCUMENT-REPRINT-LINE
                           WRITE DOCUMENT-REPRINT-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DOCUMENT-ARCHIVE-FILE

           MOVE "*** END OF COPY ***" TO DOCUMENT-REPRINT-LINE
           WRITE DOCUMENT-REPRINT-LINE
           CLOSE DOCUMENT-REPRINT-FILE
           EXIT.

      *----------------------------------------------------------*
      * A REFERENCE-ID goes straight to the index; anything that
      * does not hit a key falls through to the sequential scan,
               PHONE-NUMBER OF MASTER-WORK.
           DISPLAY "Email          : "
               EMAIL OF MASTER-WORK.
           DISPLAY "CPR            : "
               CUSTOMER-CPR OF MASTER-WORK.

           DISPLAY "--------------------------------------".


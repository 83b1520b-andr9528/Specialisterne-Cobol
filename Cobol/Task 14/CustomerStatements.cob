      * and writes one dated statement per customer to           *
      * CustomerStatements.txt, each transaction carrying a      *
      * running DKK balance down to the closing DKK-SALDO.       *
      * Further owners and joint owners of an account from       *
      * AccountRelationships.txt are named on its statement.     *
      * Every statement is kept in DocumentArchive.txt through   *
      * the shared DOCARCHIVE routine, and its contact journal   *
      * row carries the document id.                             *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGISTER-FILE-STATUS.

      * Further owners and joint owners of an account; each one
      * is named on the statement and journaled as a recipient.
           SELECT ACCOUNT-RELATIONSHIP-FILE
               ASSIGN TO "AccountRelationships.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RELATIONSHIP-FILE-STATUS.

           SELECT CONTACT-JOURNAL-FILE
               ASSIGN TO "ContactJournal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           02 REGISTER-CLOSING PIC -9(11).99.
           02 REGISTER-RUN-DATE PIC 9(8).

       FD ACCOUNT-RELATIONSHIP-FILE.
       01 ACCOUNT-RELATIONSHIP-RECORD.
           COPY "AccountRelationship.cpy".

       FD CONTACT-JOURNAL-FILE.
       01 CONTACT-JOURNAL-RECORD.
           COPY "ContactJournal.cpy".
       01 CUSTOMER-INDEX PIC 99 VALUE 1.
       01 CUSTOMER-TRANSACTION-INDEX PIC 99 VALUE 1.
       01 CURRENT-TRANSACTION-INDEX PIC 999 VALUE 0.
       01 CORRECTION-LINK-INDEX PIC 999 VALUE 0.
       01 CORRECTION-LINK-FOUND PIC X VALUE "N".
       01 CORRECTION-AMOUNT-EDIT PIC -Z,ZZZ,ZZZ,ZZ9.99.

       01 STATEMENT-DATE PIC X(8) VALUE SPACES.
       01 STATEMENTS-WRITTEN-COUNT PIC 999 VALUE 0.
       01 STATEMENT-ACCOUNT-NUMBER PIC X(17) VALUE SPACES.

       01 CONTACT-JOURNAL-FILE-STATUS PIC X(2) VALUE "00".

      * Every statement is kept line for line through the shared
      * DOCARCHIVE routine; the contact journal row names it.
       01 DOCARC-PARAMETERS.
           COPY "DocArchive.cpy".
       01 DOCARC-CALL-FAILED PIC X VALUE "N".
       01 DOCUMENT-BEING-ARCHIVED PIC X VALUE "N".
       01 REGISTER-FILE-STATUS PIC X(2) VALUE "00".
       01 STATEMENT-PERIOD PIC 9(6) VALUE 0.
       01 REGISTER-EOF PIC X VALUE "N".
       01 NUMBER-DISPLAY PIC ZZZ9.
       01 PREV-NUMBER-WORK PIC 9(4) VALUE 0.

       01 RELATIONSHIP-FILE-STATUS PIC X(2) VALUE "00".
       01 RELATIONSHIP-EOF PIC X VALUE "N".
       01 STATEMENT-DATE-NUMERIC PIC 9(8) VALUE 0.
       01 HOLDER-TABLE.
           02 HOLDER-COUNT PIC 9(4) VALUE 0.
           02 HOLDER-MAX PIC 9(4) VALUE 500.
           02 HOLDER-ENTRIES OCCURS 500 TIMES.
               03 HL-REFERENCE-ID PIC X(10) VALUE SPACES.
               03 HL-ACCOUNT-NUMBER PIC X(17) VALUE SPACES.
               03 HL-ROLE PIC X VALUE SPACES.
               03 HL-PARTY-NAME PIC X(40) VALUE SPACES.
       01 HOLDER-INDEX PIC 9(4) VALUE 0.
       01 HOLDER-ROLE-TEXT PIC X(11) VALUE SPACES.

       01 CUSTOMER-STARTING-BALANCE PIC S9(11)V99 VALUE 0.
       01 RUNNING-DKK-BALANCE PIC S9(11)V99 VALUE 0.
       01 TRANSACTION-SIGNED-DKK PIC S9(11)V99 VALUE 0.

           MOVE FUNCTION CURRENT-DATE(1:8) TO STATEMENT-DATE
           MOVE FUNCTION CURRENT-DATE(1:6) TO STATEMENT-PERIOD
           MOVE STATEMENT-DATE TO STATEMENT-DATE-NUMERIC
           PERFORM LOAD-STATEMENT-REGISTER
           PERFORM LOAD-ACCOUNT-HOLDERS

           OPEN OUTPUT STATEMENTS-FILE
           OPEN EXTEND STATEMENT-REGISTER-FILE
           END-IF
           EXIT.

      *----------------------------------------------------------*
      * Owners and joint owners in force on the statement date.
      * Proxies are not holders and get no statement of their
      * own. A missing relationship file leaves every account
      * with the single owner on the customer record.
      *----------------------------------------------------------*
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
                               <= STATEMENT-DATE-NUMERIC
                           AND (RELATION-VALID-TO = 0
                           OR RELATION-VALID-TO
                               >= STATEMENT-DATE-NUMERIC)
                           AND HOLDER-COUNT < HOLDER-MAX
                           ADD 1 TO HOLDER-COUNT
                           MOVE RELATION-REFERENCE-ID
                               TO HL-REFERENCE-ID(HOLDER-COUNT)
                           MOVE RELATION-ACCOUNT-NUMBER
                               TO HL-ACCOUNT-NUMBER(HOLDER-COUNT)
                           MOVE RELATION-ROLE
                               TO HL-ROLE(HOLDER-COUNT)
                           MOVE RELATION-PARTY-NAME
                               TO HL-PARTY-NAME(HOLDER-COUNT)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ACCOUNT-RELATIONSHIP-FILE
           EXIT.

      * One "Holder:" line per further owner of the statement's
      * account, under the account line; DISTRIBUTE sends each
      * of them a copy.
       WRITE-STATEMENT-HOLDER-LINES.
           IF STATEMENT-ACCOUNT-NUMBER = SPACES
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING HOLDER-INDEX FROM 1 BY 1
               UNTIL HOLDER-INDEX > HOLDER-COUNT
               IF HL-ACCOUNT-NUMBER(HOLDER-INDEX)
                       = STATEMENT-ACCOUNT-NUMBER
                   IF HL-ROLE(HOLDER-INDEX) = "J"
                       MOVE "joint owner" TO HOLDER-ROLE-TEXT
                   ELSE
                       MOVE "owner" TO HOLDER-ROLE-TEXT
                   END-IF
                   MOVE SPACES TO OUTPUT-TEXT-LINE
                   STRING "Holder: " DELIMITED BY SIZE
                       HL-REFERENCE-ID(HOLDER-INDEX)
                       DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       FUNCTION TRIM(HL-PARTY-NAME(HOLDER-INDEX)
                           TRAILING) DELIMITED BY SIZE
                       " (" DELIMITED BY SIZE
                       FUNCTION TRIM(HOLDER-ROLE-TEXT TRAILING)
                       DELIMITED BY SIZE
                       ")" DELIMITED BY SIZE
                       INTO OUTPUT-TEXT-LINE
                   END-STRING
                   PERFORM WRITE-STATEMENT-LINE
               END-IF
           END-PERFORM
           EXIT.

       GET-CUSTOMER-STARTING-BALANCE.
           IF CUSTOMER-BANK-INDEX OF CUSTOMERS(CUSTOMER-INDEX) = 0
               MOVE 0 TO CUSTOMER-STARTING-BALANCE
           END-PERFORM

           PERFORM WRITE-CURRENCY-POSITION-SECTION
           PERFORM END-ARCHIVED-DOCUMENT
           EXIT.

      *----------------------------------------------------------*
               MOVE RUNNING-DKK-BALANCE TO OPENING-BALANCE-WORK
           END-IF

           PERFORM BEGIN-ARCHIVED-DOCUMENT

           MOVE SEPARATOR-LINE TO OUTPUT-TEXT-LINE
           PERFORM WRITE-STATEMENT-LINE

               END-STRING
           END-IF
           PERFORM WRITE-STATEMENT-LINE
           PERFORM WRITE-STATEMENT-HOLDER-LINES

           MOVE SPACES TO OUTPUT-TEXT-LINE
           PERFORM WRITE-STATEMENT-LINE
           MOVE "STATEMENT" TO CONTACT-DOCUMENT-TYPE
           MOVE "PRINT" TO CONTACT-CHANNEL
           MOVE "STATEMENTGEN" TO CONTACT-ORIGIN-JOB
           MOVE DOCARC-DOCUMENT-ID TO CONTACT-DOCUMENT-ID
           WRITE CONTACT-JOURNAL-RECORD

      * The further holders named on the statement each get a row
      * under their own REFERENCE-ID.
           IF STATEMENT-ACCOUNT-NUMBER NOT = SPACES
               PERFORM VARYING HOLDER-INDEX FROM 1 BY 1
                   UNTIL HOLDER-INDEX > HOLDER-COUNT
                   IF HL-ACCOUNT-NUMBER(HOLDER-INDEX)
                           = STATEMENT-ACCOUNT-NUMBER
                       MOVE SPACES TO CONTACT-CPR
                       MOVE HL-REFERENCE-ID(HOLDER-INDEX)
                           TO CONTACT-REFERENCE-ID
                       WRITE CONTACT-JOURNAL-RECORD
                   END-IF
               END-PERFORM
           END-IF

           CLOSE CONTACT-JOURNAL-FILE
           EXIT.

           END-IF

           PERFORM WRITE-STATEMENT-LINE
           PERFORM WRITE-STATEMENT-CORRECTION-LINK
           EXIT.

      *----------------------------------------------------------*
      * A corrected booking and its storno are shown as a pair,
      * the same way the report job shows them: the storno or
      * replacement names the original, and an original reversed
      * within the period names the storno under it.
      *----------------------------------------------------------*
       WRITE-STATEMENT-CORRECTION-LINK.
           MOVE SPACES TO OUTPUT-TEXT-LINE

           IF CORRECTION-KIND
                   OF TRANSACTIONS(CURRENT-TRANSACTION-INDEX)
                   NOT = SPACE
               IF CORRECTION-REVERSAL
                       OF TRANSACTIONS(CURRENT-TRANSACTION-INDEX)
                   MOVE "Storno of" TO OUTPUT-TEXT-LINE(3:9)
               ELSE
                   MOVE "Replaces" TO OUTPUT-TEXT-LINE(3:9)
               END-IF
               MOVE CORRECTS-TIME
                   OF TRANSACTIONS(CURRENT-TRANSACTION-INDEX)
                   TO OUTPUT-TEXT-LINE(13:26)
               MOVE CORRECTS-AMOUNT
                   OF TRANSACTIONS(CURRENT-TRANSACTION-INDEX)
                   TO CORRECTION-AMOUNT-EDIT
               MOVE FUNCTION TRIM(CORRECTION-AMOUNT-EDIT LEADING)
                   TO OUTPUT-TEXT-LINE(40:17)
               MOVE CURRENCY-CODE
                   OF TRANSACTIONS(CURRENT-TRANSACTION-INDEX)
                   TO OUTPUT-TEXT-LINE(58:3)
               PERFORM WRITE-STATEMENT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO CORRECTION-LINK-FOUND
           PERFORM VARYING CORRECTION-LINK-INDEX FROM 1 BY 1
               UNTIL CORRECTION-LINK-INDEX > TRANSACTIONS-COUNT
                   OR CORRECTION-LINK-FOUND = "Y"
               IF CORRECTION-REVERSAL
                       OF TRANSACTIONS(CORRECTION-LINK-INDEX)
                   AND CORRECTS-CPR
                       OF TRANSACTIONS(CORRECTION-LINK-INDEX)
                       = CPR OF TRANSACTIONS(CURRENT-TRANSACTION-INDEX)
                   AND CORRECTS-TIME
                       OF TRANSACTIONS(CORRECTION-LINK-INDEX)
                       = TIME-OF-TRANSACTION
                           OF TRANSACTIONS(CURRENT-TRANSACTION-INDEX)
                   AND CORRECTS-AMOUNT
                       OF TRANSACTIONS(CORRECTION-LINK-INDEX)
                       = AMOUNT
                           OF TRANSACTIONS(CURRENT-TRANSACTION-INDEX)
                   MOVE "Y" TO CORRECTION-LINK-FOUND
                   MOVE "Reversed by storno"
                       TO OUTPUT-TEXT-LINE(3:18)
                   MOVE TIME-OF-TRANSACTION
                       OF TRANSACTIONS(CORRECTION-LINK-INDEX)
                       TO OUTPUT-TEXT-LINE(22:26)
                   PERFORM WRITE-STATEMENT-LINE
               END-IF
           END-PERFORM
           EXIT.

      *----------------------------------------------------------*
       WRITE-STATEMENT-LINE.
           MOVE OUTPUT-TEXT-LINE TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           IF DOCUMENT-BEING-ARCHIVED = "Y"
               SET DOCARC-ADD-LINE TO TRUE
               MOVE OUTPUT-TEXT-LINE TO DOCARC-LINE-TEXT
               CALL "DOCARCHIVE" USING DOCARC-PARAMETERS
           END-IF
           MOVE SPACES TO OUTPUT-TEXT-LINE
           EXIT.

      *----------------------------------------------------------*
      * One archived document per account statement. The
      * customer's currency position follows the last account
      * statement and is archived with it.
      *----------------------------------------------------------*
       BEGIN-ARCHIVED-DOCUMENT.
           MOVE "N" TO DOCUMENT-BEING-ARCHIVED
           MOVE SPACES TO DOCARC-DOCUMENT-ID
           IF DOCARC-CALL-FAILED = "Y"
               EXIT PARAGRAPH
           END-IF

           SET DOCARC-BEGIN TO TRUE
           MOVE SPACES TO DOCARC-REFERENCE-ID
           MOVE CPR OF CUSTOMERS(CUSTOMER-INDEX) TO DOCARC-CPR
           MOVE "STATEMENT" TO DOCARC-DOCUMENT-TYPE
           MOVE "STATEMENTGEN" TO DOCARC-ORIGIN-JOB
           MOVE STATEMENT-DATE TO DOCARC-SENT-DATE
           CALL "DOCARCHIVE" USING DOCARC-PARAMETERS
               ON EXCEPTION
                   DISPLAY "WARNING: DOCARCHIVE could not be called, "
                       "statements are not archived this run."
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

       FORMAT-SIGNED-AMOUNT.
           MOVE SPACES TO SIGNED-FORMAT-AMOUNT-DISPLAY
           MOVE FUNCTION ABS(SOURCE-AMOUNT) TO ABS-AMOUNT

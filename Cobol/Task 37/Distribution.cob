       PROGRAM-ID. DISTRIBUTE.

      *----------------------------------------------------------*
      * Statement and notice distribution. Splits the print      *
      * files into one document per customer and routes         *
      * each through the customer's delivery channel:            *
      *  - CustomerStatements.txt: a document starts at each     *
      *    "Statement no." line and carries its customer's CPR   *
      *    from the "CPR:" line; the CPR bridges to the master   *
      *    through CustomerKeyXref.txt; every "Holder:" line    *
      *    names a further owner of the account, who is sent a   *
      *    copy of the same document;                            *
      *  - OverdrawnNotices.txt: fixed 60-line letter pages, in  *
      *    the same order as the matched rows of                 *
      *    OverdrawnNoticesIndex.txt, which supply the           *
      *    REFERENCE-ID per letter;                              *
      *  - TermDepositNotices.txt: a maturity notice starts at   *
      *    each "Term deposit no." line and is bridged to the    *
      *    master by its "CPR:" line as a statement is;          *
      *  - OverdraftRenewalNotices.txt: a facility renewal       *
      *    letter starts at each "Overdraft facility renewal"    *
      *    line and is bridged the same way;                     *
      *  - StandingOrderConfirmations.txt: a confirmation from   *
      *    SOENTRY starts at each "Standing order confirmation"  *
      *    line and is bridged the same way; the file is emptied *
      *    once split;                                           *
      *  - AnnualFeeStatements.txt: a yearly statement of fees   *
      *    from ANNUALFEES starts at each "Annual statement of   *
      *    fees" line and is bridged and emptied the same way.   *
      * Customers with an EMAIL on the master go to              *
      * EmailSpool.txt keyed by address; everyone else goes to   *
      * the MailMerge.txt print stream with the postal address   *
      * block on top. DeliveryManifest.txt lists every document  *
      * and closes with per-channel counts that tie back to the  *
      * number of documents split.                               *
      * Post for a deceased customer in EstateRegister.txt goes  *
      * to the estate's representative instead, addressed to    *
      * the estate, whatever channel the master names.           *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INPUT-FILE-STATUS.

           SELECT DEPOSIT-NOTICES-FILE
               ASSIGN TO "TermDepositNotices.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INPUT-FILE-STATUS.

           SELECT RENEWAL-NOTICES-FILE
               ASSIGN TO "OverdraftRenewalNotices.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INPUT-FILE-STATUS.

           SELECT ORDER-CONFIRMATIONS-FILE
               ASSIGN TO "StandingOrderConfirmations.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INPUT-FILE-STATUS.

           SELECT FEE-STATEMENTS-FILE
               ASSIGN TO "AnnualFeeStatements.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INPUT-FILE-STATUS.

           SELECT KEY-XREF-FILE
               ASSIGN TO "CustomerKeyXref.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               RECORD KEY IS MASTER-REFERENCE-ID
               FILE STATUS IS MASTER-FILE-STATUS.

           SELECT ESTATE-REGISTER-FILE
               ASSIGN TO "EstateRegister.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INPUT-FILE-STATUS.

           SELECT EMAIL-SPOOL-FILE
               ASSIGN TO "EmailSpool.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           02 INDEX-NOTICE-DATE PIC X(8).
           02 INDEX-PRIOR-ADDRESS PIC X(50).

       FD DEPOSIT-NOTICES-FILE.
       01 DEPOSIT-NOTICE-LINE PIC X(80).

       FD RENEWAL-NOTICES-FILE.
       01 RENEWAL-NOTICE-LINE PIC X(80).

       FD ORDER-CONFIRMATIONS-FILE.
       01 ORDER-CONFIRMATION-LINE PIC X(80).

       FD FEE-STATEMENTS-FILE.
       01 FEE-STATEMENT-LINE PIC X(80).

       FD KEY-XREF-FILE.
       01 KEY-XREF-RECORD.
           02 XREF-CPR PIC X(15).
       FD CUSTOMER-MASTER-FILE.
       01 CUSTOMER-MASTER-RECORD.
           02 MASTER-REFERENCE-ID PIC X(10).
           02 MASTER-RECORD-BODY PIC X(461).

       FD ESTATE-REGISTER-FILE.
       01 ESTATE-REGISTER-RECORD PIC X(183).

       FD EMAIL-SPOOL-FILE.
       01 EMAIL-SPOOL-LINE PIC X(132).
       01 MAIL-MERGE-LINE PIC X(132).

       FD MANIFEST-FILE.
       01 MANIFEST-LINE PIC X(120).

       FD BATCH-RUN-LOG-FILE.
       01 BATCH-RUN-LOG-RECORD.
               03 XREF-ENTRY-REFERENCE-ID PIC X(10) VALUE SPACES.
       01 XREF-INDEX PIC 999 VALUE 0.

      * Estates of deceased customers, keyed by REFERENCE-ID; the
      * representative's name and address replace the master's.
       01 ESTATE-WORK.
           COPY "Estate.cpy".
       01 ESTATE-TABLE.
           02 ESTATE-COUNT PIC 999 VALUE 0.
           02 ESTATE-MAX PIC 999 VALUE 200.
           02 ESTATE-ROWS PIC X(183) OCCURS 200 TIMES.
       01 ESTATE-INDEX PIC 999 VALUE 0.
       01 ESTATE-FOUND PIC X VALUE "N".

      * One document being assembled before it is routed.
       01 DOCUMENT-BUFFER.
           02 DOC-LINE-COUNT PIC 999 VALUE 0.
       01 DOC-REFERENCE-ID PIC X(10) VALUE SPACES.
       01 DOC-TYPE PIC X(6) VALUE SPACES.
       01 DOC-CHANNEL PIC X(6) VALUE SPACES.
       01 DOC-PRIMARY-REFERENCE-ID PIC X(10) VALUE SPACES.
       01 DOC-HOLDER-TABLE.
           02 DOC-HOLDER-COUNT PIC 99 VALUE 0.
           02 DOC-HOLDER-MAX PIC 99 VALUE 10.
           02 DOC-HOLDER-ID PIC X(10) OCCURS 10 TIMES.
       01 DOC-HOLDER-INDEX PIC 99 VALUE 0.

       01 END-OF-FILE PIC X VALUE "N".
       01 NOTICE-PAGE-LINE PIC 99 VALUE 0.

       01 STATEMENTS-SPLIT-COUNT PIC 9(4) VALUE 0.
       01 NOTICES-SPLIT-COUNT PIC 9(4) VALUE 0.
       01 DEPOSIT-NOTICES-SPLIT-COUNT PIC 9(4) VALUE 0.
       01 RENEWAL-NOTICES-SPLIT-COUNT PIC 9(4) VALUE 0.
       01 CONFIRMATIONS-SPLIT-COUNT PIC 9(4) VALUE 0.
       01 FEE-STATEMENTS-SPLIT-COUNT PIC 9(4) VALUE 0.
       01 EMAIL-CHANNEL-COUNT PIC 9(4) VALUE 0.
       01 POST-CHANNEL-COUNT PIC 9(4) VALUE 0.
       01 UNMATCHED-CHANNEL-COUNT PIC 9(4) VALUE 0.
       01 HELD-CHANNEL-COUNT PIC 9(4) VALUE 0.
       01 ESTATE-CHANNEL-COUNT PIC 9(4) VALUE 0.
       01 STATEMENT-COPIES-COUNT PIC 9(4) VALUE 0.
       01 COUNT-DISPLAY PIC ZZZ9.

       01 MANIFEST-TEXT-LINE PIC X(120) VALUE SPACES.
       01 SPOOL-TEXT-LINE PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM LOG-BATCH-RUN-START

           PERFORM LOAD-KEY-XREF
           PERFORM LOAD-ESTATE-REGISTER

           OPEN INPUT CUSTOMER-MASTER-FILE
           IF MASTER-FILE-STATUS = "00"

           PERFORM SPLIT-STATEMENTS-FILE
           PERFORM SPLIT-NOTICES-FILE
           PERFORM SPLIT-DEPOSIT-NOTICES-FILE
           PERFORM SPLIT-RENEWAL-NOTICES-FILE
           PERFORM SPLIT-CONFIRMATIONS-FILE
           PERFORM SPLIT-FEE-STATEMENTS-FILE
           PERFORM WRITE-MANIFEST-TRAILER

           CLOSE EMAIL-SPOOL-FILE

           DISPLAY "Distribution: " STATEMENTS-SPLIT-COUNT
               " statement(s) and " NOTICES-SPLIT-COUNT
               " notice(s) and " DEPOSIT-NOTICES-SPLIT-COUNT
               " maturity notice(s) and " RENEWAL-NOTICES-SPLIT-COUNT
               " renewal letter(s) and " CONFIRMATIONS-SPLIT-COUNT
               " standing-order confirmation(s) and "
               FEE-STATEMENTS-SPLIT-COUNT
               " annual fee statement(s) split, "
               STATEMENT-COPIES-COUNT
               " holder copies; " EMAIL-CHANNEL-COUNT
               " by email, " POST-CHANNEL-COUNT " by post, "
               HELD-CHANNEL-COUNT " held, " ESTATE-CHANNEL-COUNT
               " to estates."

           PERFORM LOG-BATCH-RUN-END
       STOP RUN.
               FUNCTION TRIM(EMAIL-CHANNEL-COUNT LEADING)
               " Post: "
               FUNCTION TRIM(POST-CHANNEL-COUNT LEADING)
               " Held: "
               FUNCTION TRIM(HELD-CHANNEL-COUNT LEADING)
               INTO BATCH-LOG-DETAIL
           WRITE BATCH-RUN-LOG-RECORD

           CLOSE KEY-XREF-FILE
           EXIT.

       LOAD-ESTATE-REGISTER.
           OPEN INPUT ESTATE-REGISTER-FILE
           IF INPUT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ ESTATE-REGISTER-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF ESTATE-COUNT < ESTATE-MAX
                           ADD 1 TO ESTATE-COUNT
                           MOVE ESTATE-REGISTER-RECORD
                               TO ESTATE-ROWS(ESTATE-COUNT)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ESTATE-REGISTER-FILE
           EXIT.

       FIND-ESTATE-FOR-DOCUMENT.
           MOVE "N" TO ESTATE-FOUND
           IF DOC-REFERENCE-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING ESTATE-INDEX FROM 1 BY 1
               UNTIL ESTATE-INDEX > ESTATE-COUNT
                   OR ESTATE-FOUND = "Y"
               IF ESTATE-ROWS(ESTATE-INDEX)(1:10) = DOC-REFERENCE-ID
                   MOVE "Y" TO ESTATE-FOUND
                   MOVE ESTATE-ROWS(ESTATE-INDEX) TO ESTATE-WORK
               END-IF
           END-PERFORM
           EXIT.

      *----------------------------------------------------------*
      * A statement document starts at each "Statement no." line;
      * the "CPR:" line inside it identifies the customer. The

           MOVE "STMT" TO DOC-TYPE
           MOVE 0 TO DOC-LINE-COUNT
           MOVE 0 TO DOC-HOLDER-COUNT
           MOVE SPACES TO DOC-CPR
           MOVE "N" TO END-OF-FILE

               ADD 1 TO STATEMENTS-SPLIT-COUNT
               PERFORM ROUTE-STATEMENT-DOCUMENT
               MOVE 0 TO DOC-LINE-COUNT
               MOVE 0 TO DOC-HOLDER-COUNT
               MOVE SPACES TO DOC-CPR
           END-IF

               END-UNSTRING
           END-IF

      * Further holders follow the account line as "Holder: "
      * and their REFERENCE-ID.
           IF STATEMENT-LINE(1:8) = "Holder: "
               AND STATEMENT-LINE(9:10) NOT = SPACES
               AND DOC-HOLDER-COUNT < DOC-HOLDER-MAX
               ADD 1 TO DOC-HOLDER-COUNT
               MOVE STATEMENT-LINE(9:10)
                   TO DOC-HOLDER-ID(DOC-HOLDER-COUNT)
           END-IF

           IF DOC-LINE-COUNT < DOC-LINE-MAX
               ADD 1 TO DOC-LINE-COUNT
               MOVE STATEMENT-LINE TO DOC-LINES(DOC-LINE-COUNT)
           END-PERFORM

           PERFORM ROUTE-DOCUMENT
           PERFORM ROUTE-STATEMENT-COPIES
           EXIT.

      * A copy of the statement to every further holder, through
      * that holder's own channel. The customer the statement was
      * cut for is never sent a second copy.
       ROUTE-STATEMENT-COPIES.
           MOVE DOC-REFERENCE-ID TO DOC-PRIMARY-REFERENCE-ID
           MOVE "COPY" TO DOC-TYPE

           PERFORM VARYING DOC-HOLDER-INDEX FROM 1 BY 1
               UNTIL DOC-HOLDER-INDEX > DOC-HOLDER-COUNT
               IF DOC-HOLDER-ID(DOC-HOLDER-INDEX)
                       NOT = DOC-PRIMARY-REFERENCE-ID
                   MOVE DOC-HOLDER-ID(DOC-HOLDER-INDEX)
                       TO DOC-REFERENCE-ID
                   ADD 1 TO STATEMENT-COPIES-COUNT
                   PERFORM ROUTE-DOCUMENT
               END-IF
           END-PERFORM

           MOVE DOC-PRIMARY-REFERENCE-ID TO DOC-REFERENCE-ID
           MOVE "STMT" TO DOC-TYPE
           EXIT.

      *----------------------------------------------------------*
           EXIT.

      * The next matched index row names the customer behind this
      * letter page; unmatched, paused and held rows produced no
      * letter and are skipped here exactly as the notice writer
      * skipped them.
       ROUTE-NOTICE-DOCUMENT.
           MOVE SPACES TO DOC-CPR
           MOVE SPACES TO DOC-REFERENCE-ID
                   NOT AT END
                       IF INDEX-STATUS NOT = "UNMATCHED"
                           AND INDEX-STATUS NOT = "INSIDE"
                           AND INDEX-STATUS NOT = "RETURNED"
                           AND INDEX-STATUS NOT = "AGREEMENT"
                           AND INDEX-STATUS NOT = "ESTATE"
                           MOVE "Y" TO INDEX-MATCH-PENDING
                           MOVE INDEX-CPR TO DOC-CPR
                           MOVE INDEX-REFERENCE-ID
           PERFORM ROUTE-DOCUMENT
           EXIT.

      *----------------------------------------------------------*
      * Term-deposit maturity notices: a letter starts at each
      * "Term deposit no." line and names its customer on the
      * "CPR:" line, which bridges to the master through the
      * key cross-reference.
      *----------------------------------------------------------*
       SPLIT-DEPOSIT-NOTICES-FILE.
           OPEN INPUT DEPOSIT-NOTICES-FILE
           IF INPUT-FILE-STATUS NOT = "00"
               DISPLAY "TermDepositNotices.txt not found, no "
                   "maturity notices to distribute."
               EXIT PARAGRAPH
           END-IF

           MOVE "TDEP" TO DOC-TYPE
           MOVE 0 TO DOC-LINE-COUNT
           MOVE SPACES TO DOC-CPR
           MOVE "N" TO END-OF-FILE

           PERFORM UNTIL END-OF-FILE = "Y"
               READ DEPOSIT-NOTICES-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       PERFORM COLLECT-DEPOSIT-NOTICE-LINE
               END-READ
           END-PERFORM

           IF DOC-LINE-COUNT > 0
               PERFORM ROUTE-DEPOSIT-NOTICE-DOCUMENT
           END-IF

           CLOSE DEPOSIT-NOTICES-FILE
           EXIT.

       COLLECT-DEPOSIT-NOTICE-LINE.
           IF DEPOSIT-NOTICE-LINE(1:17) = "Term deposit no. "
               AND DOC-LINE-COUNT > 0
               PERFORM ROUTE-DEPOSIT-NOTICE-DOCUMENT
               MOVE 0 TO DOC-LINE-COUNT
               MOVE SPACES TO DOC-CPR
           END-IF

           IF DEPOSIT-NOTICE-LINE(1:5) = "CPR: "
               MOVE SPACES TO DOC-CPR
               UNSTRING DEPOSIT-NOTICE-LINE(6:30)
                   DELIMITED BY "  "
                   INTO DOC-CPR
               END-UNSTRING
           END-IF

           IF DOC-LINE-COUNT < DOC-LINE-MAX
               ADD 1 TO DOC-LINE-COUNT
               MOVE DEPOSIT-NOTICE-LINE TO DOC-LINES(DOC-LINE-COUNT)
           END-IF
           EXIT.

       ROUTE-DEPOSIT-NOTICE-DOCUMENT.
           MOVE SPACES TO DOC-REFERENCE-ID
           PERFORM VARYING XREF-INDEX FROM 1 BY 1
               UNTIL XREF-INDEX > XREF-COUNT
                   OR DOC-REFERENCE-ID NOT = SPACES
               IF XREF-ENTRY-CPR(XREF-INDEX) = DOC-CPR
                   MOVE XREF-ENTRY-REFERENCE-ID(XREF-INDEX)
                       TO DOC-REFERENCE-ID
               END-IF
           END-PERFORM

           ADD 1 TO DEPOSIT-NOTICES-SPLIT-COUNT
           PERFORM ROUTE-DOCUMENT
           EXIT.

      *----------------------------------------------------------*
      * Overdraft facility renewal letters from FACILRENEW: a
      * letter starts at each "Overdraft facility renewal" line
      * and is bridged to the master by its "CPR:" line as a
      * maturity notice is.
      *----------------------------------------------------------*
       SPLIT-RENEWAL-NOTICES-FILE.
           OPEN INPUT RENEWAL-NOTICES-FILE
           IF INPUT-FILE-STATUS NOT = "00"
               DISPLAY "OverdraftRenewalNotices.txt not found, no "
                   "renewal letters to distribute."
               EXIT PARAGRAPH
           END-IF

           MOVE "ODRN" TO DOC-TYPE
           MOVE 0 TO DOC-LINE-COUNT
           MOVE SPACES TO DOC-CPR
           MOVE "N" TO END-OF-FILE

           PERFORM UNTIL END-OF-FILE = "Y"
               READ RENEWAL-NOTICES-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       PERFORM COLLECT-RENEWAL-NOTICE-LINE
               END-READ
           END-PERFORM

           IF DOC-LINE-COUNT > 0
               PERFORM ROUTE-RENEWAL-NOTICE-DOCUMENT
           END-IF

           CLOSE RENEWAL-NOTICES-FILE
           EXIT.

       COLLECT-RENEWAL-NOTICE-LINE.
           IF RENEWAL-NOTICE-LINE(1:26) = "Overdraft facility renewal"
               AND DOC-LINE-COUNT > 0
               PERFORM ROUTE-RENEWAL-NOTICE-DOCUMENT
               MOVE 0 TO DOC-LINE-COUNT
               MOVE SPACES TO DOC-CPR
           END-IF

           IF RENEWAL-NOTICE-LINE(1:5) = "CPR: "
               MOVE SPACES TO DOC-CPR
               UNSTRING RENEWAL-NOTICE-LINE(6:30)
                   DELIMITED BY "  "
                   INTO DOC-CPR
               END-UNSTRING
           END-IF

           IF DOC-LINE-COUNT < DOC-LINE-MAX
               ADD 1 TO DOC-LINE-COUNT
               MOVE RENEWAL-NOTICE-LINE TO DOC-LINES(DOC-LINE-COUNT)
           END-IF
           EXIT.

       ROUTE-RENEWAL-NOTICE-DOCUMENT.
           MOVE SPACES TO DOC-REFERENCE-ID
           PERFORM VARYING XREF-INDEX FROM 1 BY 1
               UNTIL XREF-INDEX > XREF-COUNT
                   OR DOC-REFERENCE-ID NOT = SPACES
               IF XREF-ENTRY-CPR(XREF-INDEX) = DOC-CPR
                   MOVE XREF-ENTRY-REFERENCE-ID(XREF-INDEX)
                       TO DOC-REFERENCE-ID
               END-IF
           END-PERFORM

           ADD 1 TO RENEWAL-NOTICES-SPLIT-COUNT
           PERFORM ROUTE-DOCUMENT
           EXIT.

      *----------------------------------------------------------*
      * Standing-order confirmations from SOENTRY: a letter starts
      * at each "Standing order confirmation" line and is bridged
      * to the master by its "CPR:" line. SOENTRY appends to the
      * file through the day, so it is emptied once split and no
      * letter goes out twice.
      *----------------------------------------------------------*
       SPLIT-CONFIRMATIONS-FILE.
           OPEN INPUT ORDER-CONFIRMATIONS-FILE
           IF INPUT-FILE-STATUS NOT = "00"
               DISPLAY "StandingOrderConfirmations.txt not found, no "
                   "standing-order confirmations to distribute."
               EXIT PARAGRAPH
           END-IF

           MOVE "SOCF" TO DOC-TYPE
           MOVE 0 TO DOC-LINE-COUNT
           MOVE SPACES TO DOC-CPR
           MOVE "N" TO END-OF-FILE

           PERFORM UNTIL END-OF-FILE = "Y"
               READ ORDER-CONFIRMATIONS-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       PERFORM COLLECT-CONFIRMATION-LINE
               END-READ
           END-PERFORM

           IF DOC-LINE-COUNT > 0
               PERFORM ROUTE-CONFIRMATION-DOCUMENT
           END-IF

           CLOSE ORDER-CONFIRMATIONS-FILE

           IF CONFIRMATIONS-SPLIT-COUNT > 0
               OPEN OUTPUT ORDER-CONFIRMATIONS-FILE
               CLOSE ORDER-CONFIRMATIONS-FILE
           END-IF
           EXIT.

       COLLECT-CONFIRMATION-LINE.
           IF ORDER-CONFIRMATION-LINE(1:27)
                   = "Standing order confirmation"
               AND DOC-LINE-COUNT > 0
               PERFORM ROUTE-CONFIRMATION-DOCUMENT
               MOVE 0 TO DOC-LINE-COUNT
               MOVE SPACES TO DOC-CPR
           END-IF

           IF ORDER-CONFIRMATION-LINE(1:5) = "CPR: "
               MOVE SPACES TO DOC-CPR
               UNSTRING ORDER-CONFIRMATION-LINE(6:30)
                   DELIMITED BY "  "
                   INTO DOC-CPR
               END-UNSTRING
           END-IF

           IF DOC-LINE-COUNT < DOC-LINE-MAX
               ADD 1 TO DOC-LINE-COUNT
               MOVE ORDER-CONFIRMATION-LINE
                   TO DOC-LINES(DOC-LINE-COUNT)
           END-IF
           EXIT.

       ROUTE-CONFIRMATION-DOCUMENT.
           MOVE SPACES TO DOC-REFERENCE-ID
           PERFORM VARYING XREF-INDEX FROM 1 BY 1
               UNTIL XREF-INDEX > XREF-COUNT
                   OR DOC-REFERENCE-ID NOT = SPACES
               IF XREF-ENTRY-CPR(XREF-INDEX) = DOC-CPR
                   MOVE XREF-ENTRY-REFERENCE-ID(XREF-INDEX)
                       TO DOC-REFERENCE-ID
               END-IF
           END-PERFORM

           ADD 1 TO CONFIRMATIONS-SPLIT-COUNT
           PERFORM ROUTE-DOCUMENT
           EXIT.

      *----------------------------------------------------------*
      * Annual statements of fees from ANNUALFEES: a statement
      * starts at each "Annual statement of fees" line and is
      * bridged to the master by its "CPR:" line. ANNUALFEES
      * appends to the file, so it is emptied once split.
      *----------------------------------------------------------*
       SPLIT-FEE-STATEMENTS-FILE.
           OPEN INPUT FEE-STATEMENTS-FILE
           IF INPUT-FILE-STATUS NOT = "00"
               DISPLAY "AnnualFeeStatements.txt not found, no "
                   "annual fee statements to distribute."
               EXIT PARAGRAPH
           END-IF

           MOVE "AFST" TO DOC-TYPE
           MOVE 0 TO DOC-LINE-COUNT
           MOVE SPACES TO DOC-CPR
           MOVE "N" TO END-OF-FILE

           PERFORM UNTIL END-OF-FILE = "Y"
               READ FEE-STATEMENTS-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       PERFORM COLLECT-FEE-STATEMENT-LINE
               END-READ
           END-PERFORM

           IF DOC-LINE-COUNT > 0
               PERFORM ROUTE-FEE-STATEMENT-DOCUMENT
           END-IF

           CLOSE FEE-STATEMENTS-FILE

           IF FEE-STATEMENTS-SPLIT-COUNT > 0
               OPEN OUTPUT FEE-STATEMENTS-FILE
               CLOSE FEE-STATEMENTS-FILE
           END-IF
           EXIT.

       COLLECT-FEE-STATEMENT-LINE.
           IF FEE-STATEMENT-LINE(1:24) = "Annual statement of fees"
               AND DOC-LINE-COUNT > 0
               PERFORM ROUTE-FEE-STATEMENT-DOCUMENT
               MOVE 0 TO DOC-LINE-COUNT
               MOVE SPACES TO DOC-CPR
           END-IF

           IF FEE-STATEMENT-LINE(1:5) = "CPR: "
               MOVE SPACES TO DOC-CPR
               UNSTRING FEE-STATEMENT-LINE(6:30)
                   DELIMITED BY "  "
                   INTO DOC-CPR
               END-UNSTRING
           END-IF

           IF DOC-LINE-COUNT < DOC-LINE-MAX
               ADD 1 TO DOC-LINE-COUNT
               MOVE FEE-STATEMENT-LINE TO DOC-LINES(DOC-LINE-COUNT)
           END-IF
           EXIT.

       ROUTE-FEE-STATEMENT-DOCUMENT.
           MOVE SPACES TO DOC-REFERENCE-ID
           PERFORM VARYING XREF-INDEX FROM 1 BY 1
               UNTIL XREF-INDEX > XREF-COUNT
                   OR DOC-REFERENCE-ID NOT = SPACES
               IF XREF-ENTRY-CPR(XREF-INDEX) = DOC-CPR
                   MOVE XREF-ENTRY-REFERENCE-ID(XREF-INDEX)
                       TO DOC-REFERENCE-ID
               END-IF
           END-PERFORM

           ADD 1 TO FEE-STATEMENTS-SPLIT-COUNT
           PERFORM ROUTE-DOCUMENT
           EXIT.

      *----------------------------------------------------------*
      * Routes the assembled document: an EMAIL on the master
      * record wins, a postal address is the fallback, and a
      * customer the master does not know goes to the mail-merge
      * stream flagged unmatched so the mailroom can chase it.
      * Post for an address that has come back is held, not
      * merged, until CUSTOMERMAINT records a new address. A
      * deceased customer's documents all go by post to the
      * estate's representative.
      *----------------------------------------------------------*
       ROUTE-DOCUMENT.
           MOVE "N" TO MASTER-FOUND
               END-READ
           END-IF

           PERFORM FIND-ESTATE-FOR-DOCUMENT

           EVALUATE TRUE
               WHEN MASTER-FOUND = "Y"
                   AND ESTATE-FOUND = "Y"
                   MOVE "ESTATE" TO DOC-CHANNEL
                   ADD 1 TO ESTATE-CHANNEL-COUNT
                   PERFORM WRITE-DOCUMENT-TO-ESTATE
               WHEN MASTER-FOUND = "Y"
                   AND EMAIL OF MASTER-WORK NOT = SPACES
                   MOVE "EMAIL" TO DOC-CHANNEL
                   ADD 1 TO EMAIL-CHANNEL-COUNT
                   PERFORM WRITE-DOCUMENT-TO-EMAIL-SPOOL
               WHEN MASTER-FOUND = "Y"
                   AND ADDRESS-UNDELIVERABLE OF MASTER-WORK
                   MOVE "HELD" TO DOC-CHANNEL
                   ADD 1 TO HELD-CHANNEL-COUNT
               WHEN MASTER-FOUND = "Y"
                   MOVE "POST" TO DOC-CHANNEL
                   ADD 1 TO POST-CHANNEL-COUNT
           WRITE MAIL-MERGE-LINE
           EXIT.

      * The letter is addressed to the estate, care of the
      * representative, at the representative's address.
       WRITE-DOCUMENT-TO-ESTATE.
           MOVE "=== LETTER ===" TO MAIL-MERGE-LINE
           WRITE MAIL-MERGE-LINE

           MOVE SPACES TO SPOOL-TEXT-LINE
           STRING "The estate of " DELIMITED BY SIZE
               FUNCTION TRIM(FIRST-NAME OF MASTER-WORK TRAILING)
               DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(LAST-NAME OF MASTER-WORK TRAILING)
               DELIMITED BY SIZE
               INTO SPOOL-TEXT-LINE
           END-STRING
           MOVE SPOOL-TEXT-LINE TO MAIL-MERGE-LINE
           WRITE MAIL-MERGE-LINE

           MOVE SPACES TO SPOOL-TEXT-LINE
           STRING "c/o " DELIMITED BY SIZE
               FUNCTION TRIM(ESTATE-REP-NAME TRAILING)
               DELIMITED BY SIZE
               INTO SPOOL-TEXT-LINE
           END-STRING
           MOVE SPOOL-TEXT-LINE TO MAIL-MERGE-LINE
           WRITE MAIL-MERGE-LINE

           MOVE ESTATE-REP-STREET TO MAIL-MERGE-LINE
           WRITE MAIL-MERGE-LINE

           MOVE SPACES TO SPOOL-TEXT-LINE
           STRING ESTATE-REP-ZIPCODE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(ESTATE-REP-CITY TRAILING)
               DELIMITED BY SIZE
               INTO SPOOL-TEXT-LINE
           END-STRING
           MOVE SPOOL-TEXT-LINE TO MAIL-MERGE-LINE
           WRITE MAIL-MERGE-LINE

           IF ESTATE-REP-COUNTRY NOT = "DK"
               AND ESTATE-REP-COUNTRY NOT = SPACES
               MOVE ESTATE-REP-COUNTRY TO MAIL-MERGE-LINE
               WRITE MAIL-MERGE-LINE
           END-IF

           MOVE SPACES TO MAIL-MERGE-LINE
           WRITE MAIL-MERGE-LINE

           PERFORM VARYING DOC-LINE-INDEX FROM 1 BY 1
               UNTIL DOC-LINE-INDEX > DOC-LINE-COUNT
               MOVE DOC-LINES(DOC-LINE-INDEX) TO MAIL-MERGE-LINE
               WRITE MAIL-MERGE-LINE
           END-PERFORM

           MOVE "=== END OF LETTER ===" TO MAIL-MERGE-LINE
           WRITE MAIL-MERGE-LINE
           EXIT.

       WRITE-MANIFEST-ENTRY.
           MOVE SPACES TO MANIFEST-TEXT-LINE
           STRING DOC-TYPE DELIMITED BY SIZE
               FUNCTION TRIM(STATEMENTS-SPLIT-COUNT LEADING)
               "  Notices: "
               FUNCTION TRIM(NOTICES-SPLIT-COUNT LEADING)
               "  Copies: "
               FUNCTION TRIM(STATEMENT-COPIES-COUNT LEADING)
               "  Email: "
               FUNCTION TRIM(EMAIL-CHANNEL-COUNT LEADING)
               "  Post: "
               FUNCTION TRIM(POST-CHANNEL-COUNT LEADING)
               "  Unmatched: "
               FUNCTION TRIM(UNMATCHED-CHANNEL-COUNT LEADING)
               "  Held: "
               FUNCTION TRIM(HELD-CHANNEL-COUNT LEADING)
               "  Estate: "
               FUNCTION TRIM(ESTATE-CHANNEL-COUNT LEADING)
               INTO MANIFEST-TEXT-LINE
           END-STRING
           MOVE MANIFEST-TEXT-LINE TO MANIFEST-LINE
           WRITE MANIFEST-LINE

           MOVE SPACES TO MANIFEST-TEXT-LINE
           STRING "Maturity notices: "
               FUNCTION TRIM(DEPOSIT-NOTICES-SPLIT-COUNT LEADING)
               "  Renewal letters: "
               FUNCTION TRIM(RENEWAL-NOTICES-SPLIT-COUNT LEADING)
               "  Order confirmations: "
               FUNCTION TRIM(CONFIRMATIONS-SPLIT-COUNT LEADING)
               "  Fee statements: "
               FUNCTION TRIM(FEE-STATEMENTS-SPLIT-COUNT LEADING)
               INTO MANIFEST-TEXT-LINE
           END-STRING
           MOVE MANIFEST-TEXT-LINE TO MANIFEST-LINE

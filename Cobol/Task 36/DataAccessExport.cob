      *  - the statements cut for the CPR, off                   *
      *    StatementRegister.txt;                                *
      *  - generated fees and overdraft charges;                 *
      *  - overdrawn notices recorded in                         *
      *    OverdrawnNoticesIndex.txt, each marked sent or held   *
      *    with the reason it did not go out;                    *
      *  - whether the customer appears in the sanctions case    *
      *    log (presence only - case detail stays internal).     *
      * Each export ends with a certificate-style summary of the *
       FD CUSTOMER-MASTER-FILE.
       01 CUSTOMER-MASTER-RECORD.
           02 MASTER-REFERENCE-ID PIC X(10).
           02 MASTER-RECORD-BODY PIC X(461).

       FD ADDRESS-HISTORY-FILE.
       01 ADDRESS-HISTORY-RECORD.
       01 SEARCH-EOF PIC X VALUE "N".
       01 EXPORTS-WRITTEN-COUNT PIC 999 VALUE 0.
       01 SECTION-HIT-COUNT PIC 9(6) VALUE 0.
       01 CORRECTION-AMOUNT-EDIT PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01 COUNT-DISPLAY PIC ZZZZZ9.

      * Certificate trail per export: the files searched and how
      * many records each one held for the data subject.
       01 CERTIFICATE-TABLE.
           02 CERT-COUNT PIC 99 VALUE 0.
           02 CERT-ENTRIES OCCURS 20 TIMES.
               03 CERT-FILENAME PIC X(32) VALUE SPACES.
               03 CERT-HITS PIC 9(6) VALUE 0.
       01 CERT-INDEX PIC 99 VALUE 0.
           MOVE "Overdraft charges" TO OUTPUT-TEXT-LINE
           PERFORM EXPORT-TRANSACTION-SECTION

           MOVE "GeneratedCorrections.txt"
               TO TRANSACTION-SOURCE-FILENAME
           MOVE "Corrections booked" TO OUTPUT-TEXT-LINE
           PERFORM EXPORT-TRANSACTION-SECTION

           MOVE "GeneratedDisputeCredits.txt"
               TO TRANSACTION-SOURCE-FILENAME
           MOVE "Card dispute credits" TO OUTPUT-TEXT-LINE
           PERFORM EXPORT-TRANSACTION-SECTION

           MOVE "GeneratedWriteOffs.txt"
               TO TRANSACTION-SOURCE-FILENAME
           MOVE "Overdraft write-offs" TO OUTPUT-TEXT-LINE
           PERFORM EXPORT-TRANSACTION-SECTION

           MOVE "GeneratedEstatePayouts.txt"
               TO TRANSACTION-SOURCE-FILENAME
           MOVE "Estate payouts" TO OUTPUT-TEXT-LINE
           PERFORM EXPORT-TRANSACTION-SECTION

           MOVE "GeneratedHoldRemittances.txt"
               TO TRANSACTION-SOURCE-FILENAME
           MOVE "Legal-hold remittances" TO OUTPUT-TEXT-LINE
           PERFORM EXPORT-TRANSACTION-SECTION

           MOVE "GeneratedDepositPostings.txt"
               TO TRANSACTION-SOURCE-FILENAME
           MOVE "Term-deposit payouts" TO OUTPUT-TEXT-LINE
           PERFORM EXPORT-TRANSACTION-SECTION

           MOVE "GeneratedDirectDebits.txt"
               TO TRANSACTION-SOURCE-FILENAME
           MOVE "Direct-debit collections" TO OUTPUT-TEXT-LINE
           PERFORM EXPORT-TRANSACTION-SECTION

           MOVE "GeneratedInboundPayments.txt"
               TO TRANSACTION-SOURCE-FILENAME
           MOVE "Inbound payments" TO OUTPUT-TEXT-LINE
           PERFORM EXPORT-TRANSACTION-SECTION

           MOVE "GeneratedFeeRefunds.txt"
               TO TRANSACTION-SOURCE-FILENAME
           MOVE "Fee refunds" TO OUTPUT-TEXT-LINE
           PERFORM EXPORT-TRANSACTION-SECTION

           PERFORM EXPORT-STATEMENTS-SECTION
           PERFORM EXPORT-NOTICES-SECTION
           PERFORM EXPORT-SANCTIONS-SECTION
           EXIT.

       RECORD-CERTIFICATE-ENTRY.
           IF CERT-COUNT < 20
               ADD 1 TO CERT-COUNT
               MOVE TRANSACTION-SOURCE-FILENAME
                   TO CERT-FILENAME(CERT-COUNT)
               INTO OUTPUT-TEXT-LINE
           END-STRING
           PERFORM WRITE-EXPORT-LINE

           IF CUSTOMER-CPR OF MASTER-WORK NOT = SPACES
               MOVE SPACES TO OUTPUT-TEXT-LINE
               STRING "  CPR: " DELIMITED BY SIZE
                   CUSTOMER-CPR OF MASTER-WORK DELIMITED BY SIZE
                   INTO OUTPUT-TEXT-LINE
               END-STRING
               PERFORM WRITE-EXPORT-LINE
           END-IF
           EXIT.

       EXPORT-ADDRESS-HISTORY-SECTION.
           MOVE CURRENCY-CODE OF TRANSACTION-SOURCE-RECORD
               TO OUTPUT-TEXT-LINE(85:3)
           PERFORM WRITE-EXPORT-LINE

      * A storno or corrected replacement is listed with the
      * booking it corrects, so the subject sees the pair; the
      * other party's CPR on a moved booking is not disclosed.
           IF CORRECTION-KIND OF TRANSACTION-SOURCE-RECORD
                   NOT = SPACE
               IF CORRECTION-REVERSAL OF TRANSACTION-SOURCE-RECORD
                   MOVE "Storno of" TO OUTPUT-TEXT-LINE(5:9)
               ELSE
                   MOVE "Replaces" TO OUTPUT-TEXT-LINE(5:9)
               END-IF
               MOVE CORRECTS-TIME OF TRANSACTION-SOURCE-RECORD
                   TO OUTPUT-TEXT-LINE(15:26)
               MOVE CORRECTS-AMOUNT OF TRANSACTION-SOURCE-RECORD
                   TO CORRECTION-AMOUNT-EDIT
               MOVE FUNCTION TRIM(CORRECTION-AMOUNT-EDIT LEADING)
                   TO OUTPUT-TEXT-LINE(66:17)
               MOVE CURRENCY-CODE OF TRANSACTION-SOURCE-RECORD
                   TO OUTPUT-TEXT-LINE(85:3)
               PERFORM WRITE-EXPORT-LINE
           END-IF
           EXIT.

       EXPORT-STATEMENTS-SECTION.
               TO TRANSACTION-SOURCE-FILENAME
           MOVE 0 TO SECTION-HIT-COUNT

           MOVE "Overdrawn notices" TO OUTPUT-TEXT-LINE
           PERFORM WRITE-EXPORT-LINE

           OPEN INPUT NOTICES-INDEX-FILE
                           OR INDEX-REFERENCE-ID
                               = REQUEST-REFERENCE-ID
                           ADD 1 TO SECTION-HIT-COUNT
                           PERFORM WRITE-NOTICE-INDEX-LINE
                       END-IF
               END-READ
           END-PERFORM
           PERFORM WRITE-EXPORT-LINE
           EXIT.

      * The index also records the runs where no letter went
      * out - inside a facility, under a repayment agreement,
      * held for the estate, no master record, or held on a
      * returned address - so only the other rows read as sent.
       WRITE-NOTICE-INDEX-LINE.
           MOVE SPACES TO OUTPUT-TEXT-LINE
           IF INDEX-STATUS = "INSIDE" OR "AGREEMENT" OR "ESTATE"
               OR "UNMATCHED" OR "RETURNED"
               STRING "  Overdrawn notice not sent "
                   DELIMITED BY SIZE
                   INDEX-NOTICE-DATE DELIMITED BY SIZE
                   "  (held: " DELIMITED BY SIZE
                   FUNCTION TRIM(INDEX-STATUS TRAILING)
                   DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO OUTPUT-TEXT-LINE
               END-STRING
           ELSE
               STRING "  Overdrawn notice sent "
                   DELIMITED BY SIZE
                   INDEX-NOTICE-DATE DELIMITED BY SIZE
                   INTO OUTPUT-TEXT-LINE
               END-STRING
           END-IF
           PERFORM WRITE-EXPORT-LINE
           EXIT.

       EXPORT-SANCTIONS-SECTION.
           MOVE "SanctionsCaseLog.txt"
               TO TRANSACTION-SOURCE-FILENAME

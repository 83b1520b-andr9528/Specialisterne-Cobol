       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTATEPOST.

      *----------------------------------------------------------*
      * Deceased-customer and estate posting. Takes on the        *
      * actions ESTATEENTRY queued in EstateActions.txt against   *
      * the estates already kept in EstateRegister.txt:           *
      *  - a death notification sets DECEASED-DATE and freezes    *
      *    the customer's accounts on CustomerMaster.idx, and     *
      *    opens the estate in the register as frozen ("F");      *
      *  - the customer's rows in StandingOrders.txt are ended at *
      *    the last period STANDINGORDERS has generated, so no    *
      *    further payment leaves a frozen account;               *
      *  - a release ("R") records the representative's payout    *
      *    account; this run then writes the final balance        *
      *    statement for every account to EstateStatements.txt,   *
      *    addressed to the representative, and pays each credit *
      *    balance out by an Udbetaling transaction in the        *
      *    Transaction.cpy layout to GeneratedEstatePayouts.txt,  *
      *    which PAYMENTIFACE turns into payment instructions to  *
      *    the representative's account. The estate is then       *
      *    settled ("S").                                         *
      * An action is only taken on once - a notification for an  *
      * estate already in the register, or a release for one     *
      * already released, is passed over - so the whole queue    *
      * can be re-read every run. FEEASSESS, OVERDRAFTCHARGE and  *
      * NOTICEWRITER read the register to leave the estate       *
      * alone, and DISTRIBUTE sends the customer's post to the    *
      * representative. Outcomes are listed in                    *
      * EstatePostingReport.txt; an action for an unknown         *
      * customer or estate sets RETURN-CODE 4. Each final         *
      * statement is also kept in DocumentArchive.txt through the *
      * shared DOCARCHIVE routine, and its contact journal row    *
      * carries the document id.                                  *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESTATE-ACTION-FILE
               ASSIGN TO "EstateActions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACTION-FILE-STATUS.

           SELECT ESTATE-REGISTER-FILE
               ASSIGN TO "EstateRegister.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGISTER-FILE-STATUS.

           SELECT CUSTOMER-MASTER-FILE
               ASSIGN TO "CustomerMaster.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MASTER-REFERENCE-ID
               FILE STATUS IS MASTER-FILE-STATUS.

           SELECT STANDING-ORDERS-FILE
               ASSIGN TO "StandingOrders.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ORDERS-FILE-STATUS.

           SELECT LAST-RUN-FILE
               ASSIGN TO "StandingOrdersLastRun.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LAST-RUN-FILE-STATUS.

           SELECT REPORT-CONTROL-FILE
               ASSIGN TO "ReportControl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-CONTROL-FILE-STATUS.

           SELECT CUSTOMERS-SNAPSHOT-FILE
               ASSIGN TO "CustomersSnapshot.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SNAPSHOT-FILE-STATUS.

           SELECT BANKS-SNAPSHOT-FILE
               ASSIGN TO "BanksSnapshot.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SNAPSHOT-FILE-STATUS.

           SELECT GENERATED-PAYOUTS-FILE
               ASSIGN TO "GeneratedEstatePayouts.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GENERATED-FILE-STATUS.

           SELECT FINAL-STATEMENT-FILE
               ASSIGN TO "EstateStatements.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CONTACT-JOURNAL-FILE
               ASSIGN TO "ContactJournal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTACT-JOURNAL-FILE-STATUS.

           SELECT ESTATE-REPORT-FILE
               ASSIGN TO "EstatePostingReport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BATCH-RUN-LOG-FILE
               ASSIGN TO "BatchRunLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BATCH-RUN-LOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * "N" death notification, "R" estate released for payout;
      * the row itself is the Estate.cpy layout.
       FD ESTATE-ACTION-FILE.
       01 ESTATE-ACTION-RECORD.
           02 QUEUED-ESTATE-ACTION PIC X(1).
           02 QUEUED-ESTATE-ROW PIC X(183).

       FD ESTATE-REGISTER-FILE.
       01 ESTATE-REGISTER-RECORD PIC X(183).

      * The indexed record is the Customer.cpy layout with the
      * REFERENCE-ID broken out as the record key.
       FD CUSTOMER-MASTER-FILE.
       01 CUSTOMER-MASTER-RECORD.
           02 MASTER-REFERENCE-ID PIC X(10).
           02 MASTER-RECORD-BODY PIC X(461).

       FD STANDING-ORDERS-FILE.
       01 STANDING-ORDER-RECORD.
           02 ORDER-CPR PIC X(15).
           02 ORDER-REGISTRATION-NUMBER PIC X(4).
           02 ORDER-SHOP PIC X(20).
           02 ORDER-AMOUNT PIC 9(9)V99.
           02 ORDER-CURRENCY PIC X(3).
           02 ORDER-DAY-OF-MONTH PIC 99.
           02 ORDER-START-PERIOD PIC 9(6).
           02 ORDER-END-PERIOD PIC 9(6).
      * Space while the order runs, "S" while SOENTRY has it
      * suspended, "C" once cancelled there.
           02 ORDER-STATUS PIC X(1).

       FD LAST-RUN-FILE.
       01 LAST-RUN-RECORD.
           02 LAST-RUN-PERIOD PIC 9(6).

       FD REPORT-CONTROL-FILE.
       01 REPORT-CONTROL-RECORD.
           02 CONTROL-BASE-YEAR PIC 9(4).
           02 CONTROL-YEAR-COUNT PIC 9.
           02 CONTROL-EUR-RATE PIC 9(3)V99.
           02 CONTROL-USD-RATE PIC 9(3)V99.
           02 CONTROL-TOP-N PIC 99.
           02 CONTROL-GBP-RATE PIC 9(3)V99.
           02 CONTROL-SEK-RATE PIC 9(3)V99.
           02 CONTROL-NOK-RATE PIC 9(3)V99.
           02 CONTROL-LANGUAGE PIC X(2).

      * Only the CPR and bank index of the report run's customer
      * snapshot are needed here, to find the registration number
      * the payout is booked under.
       FD CUSTOMERS-SNAPSHOT-FILE.
       01 CUSTOMERS-SNAPSHOT-RECORD.
           02 SNAP-CPR PIC X(15).
           02 SNAP-CUSTOMER-NAME PIC X(30).
           02 SNAP-CUSTOMER-ADDRESS PIC X(40).
           02 SNAP-BANK-INDEX PIC 99.
           02 SNAP-NUMERIC-REMAINDER PIC X(1173).

       FD BANKS-SNAPSHOT-FILE.
       01 BANKS-SNAPSHOT-RECORD.
           02 SNAP-BANK-REGISTRATION PIC X(4).
           02 SNAP-BANK-REMAINDER PIC X(43).

       FD GENERATED-PAYOUTS-FILE.
       01 GENERATED-PAYOUT-RECORD.
           COPY "Transaction.cpy".

       FD FINAL-STATEMENT-FILE.
       01 FINAL-STATEMENT-LINE PIC X(100).

       FD CONTACT-JOURNAL-FILE.
       01 CONTACT-JOURNAL-RECORD.
           COPY "ContactJournal.cpy".

       FD ESTATE-REPORT-FILE.
       01 ESTATE-REPORT-LINE PIC X(100).

       FD BATCH-RUN-LOG-FILE.
       01 BATCH-RUN-LOG-RECORD.
           COPY "BatchRunLog.cpy".

       WORKING-STORAGE SECTION.
       01 BATCH-RUN-LOG-TIMESTAMP PIC X(26) VALUE SPACES.
       01 ACTION-FILE-STATUS PIC X(2) VALUE "00".
       01 REGISTER-FILE-STATUS PIC X(2) VALUE "00".
       01 MASTER-FILE-STATUS PIC X(2) VALUE "00".
       01 ORDERS-FILE-STATUS PIC X(2) VALUE "00".
       01 LAST-RUN-FILE-STATUS PIC X(2) VALUE "00".
       01 REPORT-CONTROL-FILE-STATUS PIC X(2) VALUE "00".
       01 SNAPSHOT-FILE-STATUS PIC X(2) VALUE "00".
       01 GENERATED-FILE-STATUS PIC X(2) VALUE "00".
       01 CONTACT-JOURNAL-FILE-STATUS PIC X(2) VALUE "00".

      * Every final statement is kept line for line through the
      * shared DOCARCHIVE routine; the contact journal row names
      * it.
       01 DOCARC-PARAMETERS.
           COPY "DocArchive.cpy".
       01 DOCARC-CALL-FAILED PIC X VALUE "N".
       01 DOCUMENT-BEING-ARCHIVED PIC X VALUE "N".
       01 BATCH-RUN-LOG-FILE-STATUS PIC X(2) VALUE "00".
       01 FAILED-FILE-NAME PIC X(40) VALUE SPACES.
       01 FAILED-FILE-STATUS PIC X(2) VALUE SPACES.

       01 END-OF-FILE PIC X VALUE "N".

      * DKK-per-unit rates used to fill DKK-AMOUNT on the payouts,
      * overridable from ReportControl.txt as STANDINGORDERS does.
       01 REPORT-EUR-RATE PIC 9(3)V99 VALUE 7.46.
       01 REPORT-USD-RATE PIC 9(3)V99 VALUE 6.90.
       01 REPORT-GBP-RATE PIC 9(3)V99 VALUE 8.72.
       01 REPORT-SEK-RATE PIC 9(3)V99 VALUE 0.65.
       01 REPORT-NOK-RATE PIC 9(3)V99 VALUE 0.64.

       01 MASTER-WORK.
           COPY "Customer.cpy".

      * The register held in memory and written back whole at the
      * end of the run; one Estate.cpy row per estate.
       01 ESTATE-WORK.
           COPY "Estate.cpy".
       01 ESTATE-TABLE.
           02 ESTATE-COUNT PIC 9(4) VALUE 0.
           02 ESTATE-MAX PIC 9(4) VALUE 500.
           02 ESTATE-ROWS PIC X(183) OCCURS 500 TIMES.
       01 ESTATE-INDEX PIC 9(4) VALUE 0.
       01 MATCHED-ESTATE-INDEX PIC 9(4) VALUE 0.
       01 SEARCH-REFERENCE-ID PIC X(10) VALUE SPACES.

      * Payout account carried by a release while the register
      * row it applies to is brought into ESTATE-WORK.
       01 RELEASE-REGISTRATION PIC X(4) VALUE SPACES.
       01 RELEASE-ACCOUNT PIC X(17) VALUE SPACES.
       01 RELEASE-DATE PIC X(8) VALUE SPACES.
       01 RELEASE-OPERATOR PIC X(8) VALUE SPACES.

       01 STANDING-ORDERS-TABLE.
           02 ORDERS-COUNT PIC 9(4) VALUE 0.
           02 ORDERS-MAX PIC 9(4) VALUE 500.
           02 ORDER-ROWS PIC X(68) OCCURS 500 TIMES.
       01 ORDER-INDEX PIC 9(4) VALUE 0.
       01 ORDERS-TRUNCATED PIC X VALUE "N".
       01 ORDER-CUTOFF-PERIOD PIC 9(6) VALUE 0.
       01 CUTOFF-PARTS.
           02 CUTOFF-YEAR PIC 9(4).
           02 CUTOFF-MONTH PIC 99.
       01 ORDER-CPR-WORK PIC X(15) VALUE SPACES.
       01 ORDER-IS-ESTATE PIC X VALUE "N".

       01 NORMALIZED-CPR PIC X(15) VALUE SPACES.
       01 CPR-SERIAL-PART PIC X(4) VALUE SPACES.

       01 REGISTRATION-TABLE.
           02 REG-COUNT PIC 999 VALUE 0.
           02 REG-MAX PIC 999 VALUE 200.
           02 REG-ENTRIES OCCURS 200 TIMES.
               03 REG-CPR PIC X(15) VALUE SPACES.
               03 REG-BANK-INDEX PIC 99 VALUE 0.
       01 REG-INDEX PIC 999 VALUE 0.
       01 BANKS-TABLE.
           02 BANKS-COUNT PIC 99 VALUE 0.
           02 BANKS-MAX PIC 99 VALUE 40.
           02 BANK-REGISTRATIONS PIC X(4) OCCURS 40 TIMES.
       01 PAYOUT-REGISTRATION PIC X(4) VALUE SPACES.

       01 RUN-DATE-TODAY PIC X(8) VALUE SPACES.
       01 RUN-TIME-NOW PIC X(6) VALUE SPACES.
       01 POSTING-SEQUENCE PIC 9(6) VALUE 0.
       01 PAYOUT-POSTED-TIME PIC X(26) VALUE SPACES.
       01 DECEASED-NAME PIC X(41) VALUE SPACES.

       01 ACCOUNT-SLOT PIC 9 VALUE 0.
       01 ACCOUNT-NUMBER-WORK PIC X(17) VALUE SPACES.
       01 ACCOUNT-CURRENCY-WORK PIC X(3) VALUE SPACES.
       01 ACCOUNT-BALANCE-WORK PIC S9(9)V99 VALUE 0.
       01 ACCOUNT-DKK-WORK PIC S9(11)V99 VALUE 0.
       01 ESTATE-PAID-OUT-DKK PIC S9(13)V99 VALUE 0.
       01 ESTATE-OWED-DKK PIC S9(13)V99 VALUE 0.

       01 ACTIONS-READ-COUNT PIC 9(6) VALUE 0.
       01 NOTIFICATIONS-TAKEN-COUNT PIC 9(6) VALUE 0.
       01 RELEASES-TAKEN-COUNT PIC 9(6) VALUE 0.
       01 ALREADY-TAKEN-COUNT PIC 9(6) VALUE 0.
       01 UNKNOWN-ACTION-COUNT PIC 9(6) VALUE 0.
       01 ORDERS-ENDED-COUNT PIC 9(6) VALUE 0.
       01 ESTATES-SETTLED-COUNT PIC 9(6) VALUE 0.
       01 PAYOUTS-WRITTEN-COUNT PIC 9(6) VALUE 0.
       01 PAYOUTS-TOTAL-DKK PIC S9(13)V99 VALUE 0.
       01 REWRITE-FAILED-COUNT PIC 9(6) VALUE 0.
       01 CAPACITY-WARNINGS PIC 9(4) VALUE 0.

       01 ACTION-OUTCOME PIC X(10) VALUE SPACES.
       01 ACTION-DETAIL PIC X(40) VALUE SPACES.
       01 AMOUNT-EDIT-DISPLAY PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01 OUTPUT-TEXT-LINE PIC X(100) VALUE SPACES.
       01 STATEMENT-TEXT-LINE PIC X(100) VALUE SPACES.
       01 SEPARATOR-LINE PIC X(100) VALUE ALL "-".
       01 COUNT-DISPLAY PIC Z(5)9.

       PROCEDURE DIVISION.
           PERFORM LOG-BATCH-RUN-START

           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE-TODAY
           MOVE FUNCTION CURRENT-DATE(9:6) TO RUN-TIME-NOW

           PERFORM LOAD-REPORT-CONTROL-RATES
           PERFORM LOAD-ESTATE-REGISTER
           PERFORM LOAD-CUSTOMER-REGISTRATIONS
           PERFORM LOAD-BANKS-SNAPSHOT

           OPEN I-O CUSTOMER-MASTER-FILE
           IF MASTER-FILE-STATUS NOT = "00"
               MOVE "CustomerMaster.idx" TO FAILED-FILE-NAME
               MOVE MASTER-FILE-STATUS TO FAILED-FILE-STATUS
               PERFORM ABORT-ON-FILE-FAILURE
           END-IF

           OPEN OUTPUT GENERATED-PAYOUTS-FILE
           IF GENERATED-FILE-STATUS NOT = "00"
               MOVE "GeneratedEstatePayouts.txt" TO FAILED-FILE-NAME
               MOVE GENERATED-FILE-STATUS TO FAILED-FILE-STATUS
               PERFORM ABORT-ON-FILE-FAILURE
           END-IF

           OPEN OUTPUT FINAL-STATEMENT-FILE
           OPEN OUTPUT ESTATE-REPORT-FILE
           MOVE SPACES TO OUTPUT-TEXT-LINE
           STRING "Deceased customers and estates - "
               DELIMITED BY SIZE
               RUN-DATE-TODAY DELIMITED BY SIZE
               INTO OUTPUT-TEXT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SEPARATOR-LINE TO OUTPUT-TEXT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "Reference  Outcome     CPR             Detail"
               TO OUTPUT-TEXT-LINE
           PERFORM WRITE-REPORT-LINE

           PERFORM TAKE-IN-ESTATE-ACTIONS
           PERFORM END-ESTATE-STANDING-ORDERS
           PERFORM SETTLE-RELEASED-ESTATES
           PERFORM SAVE-ESTATE-REGISTER

           PERFORM REPORT-RUN-TOTALS

           CLOSE CUSTOMER-MASTER-FILE
           CLOSE GENERATED-PAYOUTS-FILE
           CLOSE FINAL-STATEMENT-FILE
           CLOSE ESTATE-REPORT-FILE

           DISPLAY "Estates: " NOTIFICATIONS-TAKEN-COUNT
               " death(s) taken on, " ORDERS-ENDED-COUNT
               " standing order(s) ended, " ESTATES-SETTLED-COUNT
               " estate(s) settled."

           IF UNKNOWN-ACTION-COUNT > 0
               OR REWRITE-FAILED-COUNT > 0
               OR CAPACITY-WARNINGS > 0
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
           MOVE "ESTATEPOST" TO BATCH-LOG-JOB-NAME
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

           MOVE "ESTATEPOST" TO BATCH-LOG-JOB-NAME
           MOVE BATCH-RUN-LOG-TIMESTAMP TO BATCH-LOG-TIMESTAMP
           MOVE "START" TO BATCH-LOG-EVENT
           MOVE SPACES TO BATCH-LOG-DETAIL
           WRITE BATCH-RUN-LOG-RECORD

           CLOSE BATCH-RUN-LOG-FILE
           EXIT.

       LOG-BATCH-RUN-END.
           MOVE FUNCTION CURRENT-DATE TO BATCH-RUN-LOG-TIMESTAMP
           OPEN EXTEND BATCH-RUN-LOG-FILE

           MOVE "ESTATEPOST" TO BATCH-LOG-JOB-NAME
           MOVE BATCH-RUN-LOG-TIMESTAMP TO BATCH-LOG-TIMESTAMP
           MOVE "END" TO BATCH-LOG-EVENT
           STRING "Deaths: "
               FUNCTION TRIM(NOTIFICATIONS-TAKEN-COUNT LEADING)
               " Orders ended: "
               FUNCTION TRIM(ORDERS-ENDED-COUNT LEADING)
               " Settled: "
               FUNCTION TRIM(ESTATES-SETTLED-COUNT LEADING)
               INTO BATCH-LOG-DETAIL
           WRITE BATCH-RUN-LOG-RECORD

           CLOSE BATCH-RUN-LOG-FILE
           EXIT.

       LOAD-REPORT-CONTROL-RATES.
           OPEN INPUT REPORT-CONTROL-FILE

           IF REPORT-CONTROL-FILE-STATUS = "00"
               READ REPORT-CONTROL-FILE
                   AT END
                       DISPLAY "ReportControl.txt is empty, using "
                           "default exchange rates"
                   NOT AT END
                       IF CONTROL-EUR-RATE > 0
                           MOVE CONTROL-EUR-RATE TO REPORT-EUR-RATE
                       END-IF
                       IF CONTROL-USD-RATE > 0
                           MOVE CONTROL-USD-RATE TO REPORT-USD-RATE
                       END-IF
                       IF CONTROL-GBP-RATE > 0
                           MOVE CONTROL-GBP-RATE TO REPORT-GBP-RATE
                       END-IF
                       IF CONTROL-SEK-RATE > 0
                           MOVE CONTROL-SEK-RATE TO REPORT-SEK-RATE
                       END-IF
                       IF CONTROL-NOK-RATE > 0
                           MOVE CONTROL-NOK-RATE TO REPORT-NOK-RATE
                       END-IF
               END-READ
               CLOSE REPORT-CONTROL-FILE
           ELSE
               DISPLAY "ReportControl.txt not found, using default "
                   "exchange rates"
           END-IF
           EXIT.

       LOAD-ESTATE-REGISTER.
           OPEN INPUT ESTATE-REGISTER-FILE
           IF REGISTER-FILE-STATUS NOT = "00"
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
                       ELSE
      * Writing the register back without the rows that did not
      * fit would lose estates, so the run stops instead.
                           MOVE "EstateRegister.txt (capacity)"
                               TO FAILED-FILE-NAME
                           MOVE "00" TO FAILED-FILE-STATUS
                           PERFORM ABORT-ON-FILE-FAILURE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ESTATE-REGISTER-FILE
           EXIT.

       LOAD-CUSTOMER-REGISTRATIONS.
           OPEN INPUT CUSTOMERS-SNAPSHOT-FILE
           IF SNAPSHOT-FILE-STATUS NOT = "00"
               DISPLAY "CustomersSnapshot.txt not found, estate "
                   "payouts will carry no registration number"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ CUSTOMERS-SNAPSHOT-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF REG-COUNT < REG-MAX
                           ADD 1 TO REG-COUNT
                           MOVE SNAP-CPR TO NORMALIZED-CPR
                           PERFORM NORMALIZE-CPR
                           MOVE NORMALIZED-CPR TO REG-CPR(REG-COUNT)
                           MOVE SNAP-BANK-INDEX
                               TO REG-BANK-INDEX(REG-COUNT)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE CUSTOMERS-SNAPSHOT-FILE
           EXIT.

       LOAD-BANKS-SNAPSHOT.
           OPEN INPUT BANKS-SNAPSHOT-FILE
           IF SNAPSHOT-FILE-STATUS NOT = "00"
               DISPLAY "BanksSnapshot.txt not found, estate "
                   "payouts will carry no registration number"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ BANKS-SNAPSHOT-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF BANKS-COUNT < BANKS-MAX
                           ADD 1 TO BANKS-COUNT
                           MOVE SNAP-BANK-REGISTRATION
                               TO BANK-REGISTRATIONS(BANKS-COUNT)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE BANKS-SNAPSHOT-FILE
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

       FIND-ESTATE-ROW.
           MOVE 0 TO MATCHED-ESTATE-INDEX
           PERFORM VARYING ESTATE-INDEX FROM 1 BY 1
               UNTIL ESTATE-INDEX > ESTATE-COUNT
                   OR MATCHED-ESTATE-INDEX > 0
               IF ESTATE-ROWS(ESTATE-INDEX)(1:10)
                       = SEARCH-REFERENCE-ID
                   MOVE ESTATE-INDEX TO MATCHED-ESTATE-INDEX
               END-IF
           END-PERFORM
           EXIT.

      *----------------------------------------------------------*
      * The queue is read in the order it was keyed, so a
      * notification and its release queued the same day are
      * taken on in turn.
      *----------------------------------------------------------*
       TAKE-IN-ESTATE-ACTIONS.
           OPEN INPUT ESTATE-ACTION-FILE
           IF ACTION-FILE-STATUS NOT = "00"
               DISPLAY "EstateActions.txt not found, no new deaths "
                   "or releases this run."
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ ESTATE-ACTION-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF QUEUED-ESTATE-ROW(1:10) NOT = SPACES
                           ADD 1 TO ACTIONS-READ-COUNT
                           MOVE QUEUED-ESTATE-ROW TO ESTATE-WORK
                           MOVE ESTATE-REFERENCE-ID
                               TO SEARCH-REFERENCE-ID
                           PERFORM FIND-ESTATE-ROW
                           EVALUATE QUEUED-ESTATE-ACTION
                               WHEN "N"
                                   PERFORM TAKE-IN-DEATH-NOTIFICATION
                               WHEN "R"
                                   PERFORM TAKE-IN-ESTATE-RELEASE
                               WHEN OTHER
                                   ADD 1 TO UNKNOWN-ACTION-COUNT
                                   MOVE "UNKNOWN" TO ACTION-OUTCOME
                                   MOVE "Action code not N or R"
                                       TO ACTION-DETAIL
                                   PERFORM WRITE-ACTION-LINE
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ESTATE-ACTION-FILE
           EXIT.

      *----------------------------------------------------------*
      * A death is taken on once: the master is marked deceased
      * and frozen, and the estate enters the register as frozen
      * with the representative's address for correspondence.
      *----------------------------------------------------------*
       TAKE-IN-DEATH-NOTIFICATION.
           IF MATCHED-ESTATE-INDEX > 0
               ADD 1 TO ALREADY-TAKEN-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE ESTATE-REFERENCE-ID TO MASTER-REFERENCE-ID
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   ADD 1 TO UNKNOWN-ACTION-COUNT
                   MOVE "UNKNOWN" TO ACTION-OUTCOME
                   MOVE "No such customer on the master"
                       TO ACTION-DETAIL
                   PERFORM WRITE-ACTION-LINE
                   EXIT PARAGRAPH
           END-READ
           MOVE CUSTOMER-MASTER-RECORD TO MASTER-WORK

           IF ESTATE-COUNT >= ESTATE-MAX
               ADD 1 TO CAPACITY-WARNINGS
               DISPLAY "WARNING: estate register capacity exceeded, "
                   "death of '"
                   FUNCTION TRIM(ESTATE-REFERENCE-ID TRAILING)
                   "' waits for the next run."
               EXIT PARAGRAPH
           END-IF

           MOVE ESTATE-DATE-OF-DEATH TO DECEASED-DATE OF MASTER-WORK
           MOVE "E" TO ACCOUNT-FREEZE OF MASTER-WORK
           MOVE MASTER-WORK TO CUSTOMER-MASTER-RECORD
           REWRITE CUSTOMER-MASTER-RECORD
               INVALID KEY
                   DISPLAY "Could not rewrite master record '"
                       FUNCTION TRIM(REFERENCE-ID OF MASTER-WORK
                           TRAILING)
                       "' (file status " MASTER-FILE-STATUS ")."
                   ADD 1 TO REWRITE-FAILED-COUNT
                   EXIT PARAGRAPH
           END-REWRITE

           IF CUSTOMER-CPR OF MASTER-WORK NOT = SPACES
               MOVE CUSTOMER-CPR OF MASTER-WORK TO NORMALIZED-CPR
           ELSE
               MOVE ESTATE-CPR TO NORMALIZED-CPR
           END-IF
           PERFORM NORMALIZE-CPR
           MOVE NORMALIZED-CPR TO ESTATE-CPR
           MOVE "F" TO ESTATE-STATUS
           MOVE RUN-DATE-TODAY TO ESTATE-NOTIFIED-DATE
           MOVE SPACES TO ESTATE-PAYOUT-REGISTRATION
           MOVE SPACES TO ESTATE-PAYOUT-ACCOUNT
           MOVE SPACES TO ESTATE-RELEASED-DATE
           MOVE SPACES TO ESTATE-SETTLED-DATE

           ADD 1 TO ESTATE-COUNT
           MOVE ESTATE-WORK TO ESTATE-ROWS(ESTATE-COUNT)
           ADD 1 TO NOTIFICATIONS-TAKEN-COUNT

           MOVE "FROZEN" TO ACTION-OUTCOME
           MOVE SPACES TO ACTION-DETAIL
           STRING "Died " ESTATE-DATE-OF-DEATH
               ", rep " DELIMITED BY SIZE
               ESTATE-REP-NAME DELIMITED BY SIZE
               INTO ACTION-DETAIL
           END-STRING
           PERFORM WRITE-ACTION-LINE
           EXIT.

      * A release applies to a frozen estate only; one already
      * released or settled has been taken on before.
       TAKE-IN-ESTATE-RELEASE.
           IF MATCHED-ESTATE-INDEX = 0
               ADD 1 TO UNKNOWN-ACTION-COUNT
               MOVE "UNKNOWN" TO ACTION-OUTCOME
               MOVE "Release without a death notification"
                   TO ACTION-DETAIL
               PERFORM WRITE-ACTION-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE ESTATE-PAYOUT-REGISTRATION TO RELEASE-REGISTRATION
           MOVE ESTATE-PAYOUT-ACCOUNT TO RELEASE-ACCOUNT
           MOVE ESTATE-RELEASED-DATE TO RELEASE-DATE
           MOVE ESTATE-OPERATOR TO RELEASE-OPERATOR

           MOVE ESTATE-ROWS(MATCHED-ESTATE-INDEX) TO ESTATE-WORK
           IF NOT ESTATE-FROZEN
               ADD 1 TO ALREADY-TAKEN-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE "R" TO ESTATE-STATUS
           MOVE RELEASE-REGISTRATION TO ESTATE-PAYOUT-REGISTRATION
           MOVE RELEASE-ACCOUNT TO ESTATE-PAYOUT-ACCOUNT
           IF RELEASE-DATE = SPACES
               MOVE RUN-DATE-TODAY TO ESTATE-RELEASED-DATE
           ELSE
               MOVE RELEASE-DATE TO ESTATE-RELEASED-DATE
           END-IF
           MOVE RELEASE-OPERATOR TO ESTATE-OPERATOR
           MOVE ESTATE-WORK TO ESTATE-ROWS(MATCHED-ESTATE-INDEX)
           ADD 1 TO RELEASES-TAKEN-COUNT

           MOVE "RELEASED" TO ACTION-OUTCOME
           MOVE SPACES TO ACTION-DETAIL
           STRING "Pay out to " DELIMITED BY SIZE
               ESTATE-PAYOUT-REGISTRATION DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ESTATE-PAYOUT-ACCOUNT DELIMITED BY SPACE
               INTO ACTION-DETAIL
           END-STRING
           PERFORM WRITE-ACTION-LINE
           EXIT.

      *----------------------------------------------------------*
      * Every standing order of a customer in the register that
      * would still run after the last period STANDINGORDERS has
      * generated is ended at that period. Without a last-run
      * file the previous month is taken, so the current month is
      * never generated for the deceased. The file is only
      * written back when an order was actually ended.
      *----------------------------------------------------------*
       END-ESTATE-STANDING-ORDERS.
           IF ESTATE-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           PERFORM SET-ORDER-CUTOFF-PERIOD

           OPEN INPUT STANDING-ORDERS-FILE
           IF ORDERS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ STANDING-ORDERS-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF ORDERS-COUNT < ORDERS-MAX
                           ADD 1 TO ORDERS-COUNT
                           PERFORM END-ONE-STANDING-ORDER
                           MOVE STANDING-ORDER-RECORD
                               TO ORDER-ROWS(ORDERS-COUNT)
                       ELSE
                           MOVE "Y" TO ORDERS-TRUNCATED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STANDING-ORDERS-FILE

      * Writing back a truncated table would drop live orders.
           IF ORDERS-TRUNCATED = "Y"
               ADD 1 TO CAPACITY-WARNINGS
               DISPLAY "WARNING: StandingOrders.txt exceeds "
                   "capacity, standing orders of deceased "
                   "customers are not ended this run."
               EXIT PARAGRAPH
           END-IF

           IF ORDERS-ENDED-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT STANDING-ORDERS-FILE
           PERFORM VARYING ORDER-INDEX FROM 1 BY 1
               UNTIL ORDER-INDEX > ORDERS-COUNT
               MOVE ORDER-ROWS(ORDER-INDEX) TO STANDING-ORDER-RECORD
               WRITE STANDING-ORDER-RECORD
           END-PERFORM
           CLOSE STANDING-ORDERS-FILE
           EXIT.

       SET-ORDER-CUTOFF-PERIOD.
           MOVE 0 TO ORDER-CUTOFF-PERIOD
           OPEN INPUT LAST-RUN-FILE
           IF LAST-RUN-FILE-STATUS = "00"
               READ LAST-RUN-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LAST-RUN-PERIOD IS NUMERIC
                           MOVE LAST-RUN-PERIOD
                               TO ORDER-CUTOFF-PERIOD
                       END-IF
               END-READ
               CLOSE LAST-RUN-FILE
           END-IF

           IF ORDER-CUTOFF-PERIOD = 0
               MOVE RUN-DATE-TODAY(1:6) TO CUTOFF-PARTS
               IF CUTOFF-MONTH = 1
                   SUBTRACT 1 FROM CUTOFF-YEAR
                   MOVE 12 TO CUTOFF-MONTH
               ELSE
                   SUBTRACT 1 FROM CUTOFF-MONTH
               END-IF
               MOVE CUTOFF-PARTS TO ORDER-CUTOFF-PERIOD
           END-IF
           EXIT.

       END-ONE-STANDING-ORDER.
           IF ORDER-END-PERIOD NOT = 0
               AND ORDER-END-PERIOD <= ORDER-CUTOFF-PERIOD
               EXIT PARAGRAPH
           END-IF

           MOVE ORDER-CPR TO NORMALIZED-CPR
           PERFORM NORMALIZE-CPR
           MOVE NORMALIZED-CPR TO ORDER-CPR-WORK

           MOVE "N" TO ORDER-IS-ESTATE
           PERFORM VARYING ESTATE-INDEX FROM 1 BY 1
               UNTIL ESTATE-INDEX > ESTATE-COUNT
                   OR ORDER-IS-ESTATE = "Y"
               MOVE ESTATE-ROWS(ESTATE-INDEX) TO ESTATE-WORK
               IF ESTATE-CPR = ORDER-CPR-WORK
                   AND ESTATE-CPR NOT = SPACES
                   MOVE "Y" TO ORDER-IS-ESTATE
               END-IF
           END-PERFORM

           IF ORDER-IS-ESTATE = "N"
               EXIT PARAGRAPH
           END-IF

           MOVE ORDER-CUTOFF-PERIOD TO ORDER-END-PERIOD
           ADD 1 TO ORDERS-ENDED-COUNT

           MOVE "ORDER END" TO ACTION-OUTCOME
           MOVE SPACES TO ACTION-DETAIL
           STRING ORDER-SHOP DELIMITED BY SIZE
               " ended " DELIMITED BY SIZE
               ORDER-CUTOFF-PERIOD DELIMITED BY SIZE
               INTO ACTION-DETAIL
           END-STRING
           PERFORM WRITE-ACTION-LINE
           EXIT.

      *----------------------------------------------------------*
      * Every released estate is settled: final statement, payout
      * of each credit balance, contact journal row, status "S".
      *----------------------------------------------------------*
       SETTLE-RELEASED-ESTATES.
           PERFORM VARYING ESTATE-INDEX FROM 1 BY 1
               UNTIL ESTATE-INDEX > ESTATE-COUNT
               MOVE ESTATE-ROWS(ESTATE-INDEX) TO ESTATE-WORK
               IF ESTATE-RELEASED
                   PERFORM SETTLE-ONE-ESTATE
               END-IF
           END-PERFORM
           EXIT.

       SETTLE-ONE-ESTATE.
           MOVE ESTATE-REFERENCE-ID TO MASTER-REFERENCE-ID
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   ADD 1 TO UNKNOWN-ACTION-COUNT
                   MOVE "UNKNOWN" TO ACTION-OUTCOME
                   MOVE "Released estate not on the master"
                       TO ACTION-DETAIL
                   PERFORM WRITE-ACTION-LINE
                   EXIT PARAGRAPH
           END-READ
           MOVE CUSTOMER-MASTER-RECORD TO MASTER-WORK

           MOVE SPACES TO DECEASED-NAME
           STRING FUNCTION TRIM(FIRST-NAME OF MASTER-WORK TRAILING)
               DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(LAST-NAME OF MASTER-WORK TRAILING)
               DELIMITED BY SIZE
               INTO DECEASED-NAME
           END-STRING

           PERFORM FIND-PAYOUT-REGISTRATION
           MOVE 0 TO ESTATE-PAID-OUT-DKK
           MOVE 0 TO ESTATE-OWED-DKK
           PERFORM BEGIN-ARCHIVED-DOCUMENT
           PERFORM WRITE-FINAL-STATEMENT-HEADER

           IF ACCOUNT-NUMBER OF MASTER-WORK NOT = SPACES
               MOVE ACCOUNT-NUMBER OF MASTER-WORK
                   TO ACCOUNT-NUMBER-WORK
               MOVE CURRENCY-CODE OF MASTER-WORK
                   TO ACCOUNT-CURRENCY-WORK
               MOVE BALANCE OF MASTER-WORK TO ACCOUNT-BALANCE-WORK
               PERFORM STATE-ONE-ACCOUNT
           END-IF

           PERFORM VARYING ACCOUNT-SLOT FROM 1 BY 1
               UNTIL ACCOUNT-SLOT > 4
               IF ACCOUNT-SLOT + 1 <= ACCOUNT-COUNT OF MASTER-WORK
                   AND EXTRA-ACCOUNT-NUMBER OF MASTER-WORK(
                       ACCOUNT-SLOT) NOT = SPACES
                   MOVE EXTRA-ACCOUNT-NUMBER OF MASTER-WORK(
                       ACCOUNT-SLOT) TO ACCOUNT-NUMBER-WORK
                   MOVE EXTRA-CURRENCY-CODE OF MASTER-WORK(
                       ACCOUNT-SLOT) TO ACCOUNT-CURRENCY-WORK
                   MOVE EXTRA-BALANCE OF MASTER-WORK(ACCOUNT-SLOT)
                       TO ACCOUNT-BALANCE-WORK
                   PERFORM STATE-ONE-ACCOUNT
               END-IF
           END-PERFORM

           PERFORM WRITE-FINAL-STATEMENT-TRAILER
           PERFORM END-ARCHIVED-DOCUMENT

           MOVE "S" TO ESTATE-STATUS
           MOVE RUN-DATE-TODAY TO ESTATE-SETTLED-DATE
           MOVE ESTATE-WORK TO ESTATE-ROWS(ESTATE-INDEX)
           ADD 1 TO ESTATES-SETTLED-COUNT
           PERFORM WRITE-CONTACT-JOURNAL-ENTRY

           MOVE "SETTLED" TO ACTION-OUTCOME
           MOVE ESTATE-PAID-OUT-DKK TO AMOUNT-EDIT-DISPLAY
           MOVE SPACES TO ACTION-DETAIL
           STRING "Paid out DKK " DELIMITED BY SIZE
               FUNCTION TRIM(AMOUNT-EDIT-DISPLAY LEADING)
               DELIMITED BY SIZE
               INTO ACTION-DETAIL
           END-STRING
           PERFORM WRITE-ACTION-LINE
           EXIT.

      * The statement goes to the representative, not to the
      * deceased's own address.
       WRITE-FINAL-STATEMENT-HEADER.
           MOVE "=== LETTER ===" TO STATEMENT-TEXT-LINE
           PERFORM WRITE-STATEMENT-LINE
           MOVE ESTATE-REP-NAME TO STATEMENT-TEXT-LINE
           PERFORM WRITE-STATEMENT-LINE
           MOVE ESTATE-REP-STREET TO STATEMENT-TEXT-LINE
           PERFORM WRITE-STATEMENT-LINE
           STRING ESTATE-REP-ZIPCODE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ESTATE-REP-CITY DELIMITED BY SIZE
               INTO STATEMENT-TEXT-LINE
           END-STRING
           PERFORM WRITE-STATEMENT-LINE
           IF ESTATE-REP-COUNTRY NOT = "DK"
               AND ESTATE-REP-COUNTRY NOT = SPACES
               MOVE ESTATE-REP-COUNTRY TO STATEMENT-TEXT-LINE
               PERFORM WRITE-STATEMENT-LINE
           END-IF
           PERFORM WRITE-STATEMENT-LINE

           STRING "Final balance statement - the estate of "
               DELIMITED BY SIZE
               FUNCTION TRIM(DECEASED-NAME TRAILING)
               DELIMITED BY SIZE
               INTO STATEMENT-TEXT-LINE
           END-STRING
           PERFORM WRITE-STATEMENT-LINE
           STRING "CPR: " DELIMITED BY SIZE
               ESTATE-CPR DELIMITED BY SIZE
               "  Date of death: " DELIMITED BY SIZE
               ESTATE-DATE-OF-DEATH DELIMITED BY SIZE
               "  Statement date: " DELIMITED BY SIZE
               RUN-DATE-TODAY DELIMITED BY SIZE
               INTO STATEMENT-TEXT-LINE
           END-STRING
           PERFORM WRITE-STATEMENT-LINE
           PERFORM WRITE-STATEMENT-LINE

           MOVE "Account" TO STATEMENT-TEXT-LINE
           MOVE "Cur" TO STATEMENT-TEXT-LINE(20:3)
           MOVE "Closing balance" TO STATEMENT-TEXT-LINE(27:15)
           MOVE "Settlement" TO STATEMENT-TEXT-LINE(46:10)
           PERFORM WRITE-STATEMENT-LINE
           MOVE SEPARATOR-LINE(1:80) TO STATEMENT-TEXT-LINE
           PERFORM WRITE-STATEMENT-LINE
           EXIT.

      *----------------------------------------------------------*
      * One account on the final statement. A credit balance is
      * paid out in the account's own currency; a debit balance
      * is a claim against the estate and is listed, not paid.
      *----------------------------------------------------------*
       STATE-ONE-ACCOUNT.
           PERFORM FILL-ACCOUNT-DKK-AMOUNT

           MOVE ACCOUNT-NUMBER-WORK TO STATEMENT-TEXT-LINE(1:17)
           MOVE ACCOUNT-CURRENCY-WORK TO STATEMENT-TEXT-LINE(20:3)
           MOVE ACCOUNT-BALANCE-WORK TO AMOUNT-EDIT-DISPLAY
           MOVE AMOUNT-EDIT-DISPLAY TO STATEMENT-TEXT-LINE(25:17)

           EVALUATE TRUE
               WHEN ACCOUNT-BALANCE-WORK > 0
                   MOVE "Paid out" TO STATEMENT-TEXT-LINE(46:8)
                   ADD ACCOUNT-DKK-WORK TO ESTATE-PAID-OUT-DKK
                   PERFORM WRITE-PAYOUT-TRANSACTION
               WHEN ACCOUNT-BALANCE-WORK < 0
                   MOVE "Owed by the estate"
                       TO STATEMENT-TEXT-LINE(46:18)
                   SUBTRACT ACCOUNT-DKK-WORK FROM ESTATE-OWED-DKK
               WHEN OTHER
                   MOVE "Nil" TO STATEMENT-TEXT-LINE(46:3)
           END-EVALUATE
           PERFORM WRITE-STATEMENT-LINE
           EXIT.

       WRITE-FINAL-STATEMENT-TRAILER.
           MOVE SEPARATOR-LINE(1:80) TO STATEMENT-TEXT-LINE
           PERFORM WRITE-STATEMENT-LINE

           MOVE ESTATE-PAID-OUT-DKK TO AMOUNT-EDIT-DISPLAY
           STRING "Paid out to account " DELIMITED BY SIZE
               ESTATE-PAYOUT-REGISTRATION DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(ESTATE-PAYOUT-ACCOUNT TRAILING)
               DELIMITED BY SIZE
               ", DKK equivalent " DELIMITED BY SIZE
               FUNCTION TRIM(AMOUNT-EDIT-DISPLAY LEADING)
               DELIMITED BY SIZE
               INTO STATEMENT-TEXT-LINE
           END-STRING
           PERFORM WRITE-STATEMENT-LINE

           IF ESTATE-OWED-DKK > 0
               MOVE ESTATE-OWED-DKK TO AMOUNT-EDIT-DISPLAY
               STRING "Owed by the estate, DKK equivalent "
                   DELIMITED BY SIZE
                   FUNCTION TRIM(AMOUNT-EDIT-DISPLAY LEADING)
                   DELIMITED BY SIZE
                   INTO STATEMENT-TEXT-LINE
               END-STRING
               PERFORM WRITE-STATEMENT-LINE
           END-IF

           MOVE "=== END OF LETTER ===" TO STATEMENT-TEXT-LINE
           PERFORM WRITE-STATEMENT-LINE
           EXIT.

       FILL-ACCOUNT-DKK-AMOUNT.
           EVALUATE ACCOUNT-CURRENCY-WORK
               WHEN "EUR"
                   COMPUTE ACCOUNT-DKK-WORK ROUNDED =
                       ACCOUNT-BALANCE-WORK * REPORT-EUR-RATE
               WHEN "USD"
                   COMPUTE ACCOUNT-DKK-WORK ROUNDED =
                       ACCOUNT-BALANCE-WORK * REPORT-USD-RATE
               WHEN "GBP"
                   COMPUTE ACCOUNT-DKK-WORK ROUNDED =
                       ACCOUNT-BALANCE-WORK * REPORT-GBP-RATE
               WHEN "SEK"
                   COMPUTE ACCOUNT-DKK-WORK ROUNDED =
                       ACCOUNT-BALANCE-WORK * REPORT-SEK-RATE
               WHEN "NOK"
                   COMPUTE ACCOUNT-DKK-WORK ROUNDED =
                       ACCOUNT-BALANCE-WORK * REPORT-NOK-RATE
               WHEN OTHER
                   MOVE ACCOUNT-BALANCE-WORK TO ACCOUNT-DKK-WORK
           END-EVALUATE
           EXIT.

      *----------------------------------------------------------*
      * The payout debits the deceased's account by an Udbetaling
      * in the next feed; the counterparty is the representative
      * and PAYMENTIFACE takes the payee account from the
      * register.
      *----------------------------------------------------------*
       WRITE-PAYOUT-TRANSACTION.
           MOVE SPACES TO GENERATED-PAYOUT-RECORD

           MOVE ESTATE-CPR TO CPR OF GENERATED-PAYOUT-RECORD
           MOVE DECEASED-NAME(1:30)
               TO CUSTOMER-NAME OF GENERATED-PAYOUT-RECORD
           MOVE PAYOUT-REGISTRATION
               TO REGISTRATION-NUMBER OF GENERATED-PAYOUT-RECORD
           MOVE "Udbetaling"
               TO TRANSACTION-TYPE OF GENERATED-PAYOUT-RECORD
           MOVE ESTATE-REP-NAME(1:20)
               TO TRANSACTION-SHOP OF GENERATED-PAYOUT-RECORD
           MOVE ACCOUNT-CURRENCY-WORK
               TO CURRENCY-CODE OF GENERATED-PAYOUT-RECORD
           MOVE ACCOUNT-NUMBER-WORK
               TO ACCOUNT-NUMBER OF GENERATED-PAYOUT-RECORD
           MOVE ACCOUNT-BALANCE-WORK
               TO AMOUNT OF GENERATED-PAYOUT-RECORD
           MOVE ACCOUNT-DKK-WORK
               TO DKK-AMOUNT OF GENERATED-PAYOUT-RECORD

           MOVE ACCOUNT-BALANCE-WORK TO AMOUNT-EDIT-DISPLAY
           STRING FUNCTION TRIM(AMOUNT-EDIT-DISPLAY LEADING)
               DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ACCOUNT-CURRENCY-WORK DELIMITED BY SIZE
               INTO RAW-AMOUNT OF GENERATED-PAYOUT-RECORD
           END-STRING

           PERFORM NEXT-PAYOUT-TIME
           MOVE PAYOUT-POSTED-TIME
               TO TIME-OF-TRANSACTION OF GENERATED-PAYOUT-RECORD
           MOVE "N" TO DUPLICATE-FLAG OF GENERATED-PAYOUT-RECORD
           MOVE 0 TO TRANSFER-PAIR-ID OF GENERATED-PAYOUT-RECORD
           MOVE 0 TO CORRECTS-AMOUNT OF GENERATED-PAYOUT-RECORD

           WRITE GENERATED-PAYOUT-RECORD
           ADD 1 TO PAYOUTS-WRITTEN-COUNT
           ADD ACCOUNT-DKK-WORK TO PAYOUTS-TOTAL-DKK
           EXIT.

      * Each payout gets its own time stamp - the run time plus a
      * running sequence in the fraction - as WRITEOFFPOST does.
       NEXT-PAYOUT-TIME.
           ADD 1 TO POSTING-SEQUENCE
           MOVE SPACES TO PAYOUT-POSTED-TIME
           STRING RUN-DATE-TODAY(1:4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               RUN-DATE-TODAY(5:2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               RUN-DATE-TODAY(7:2) DELIMITED BY SIZE
               "T" DELIMITED BY SIZE
               RUN-TIME-NOW(1:2) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               RUN-TIME-NOW(3:2) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               RUN-TIME-NOW(5:2) DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               POSTING-SEQUENCE DELIMITED BY SIZE
               INTO PAYOUT-POSTED-TIME
           END-STRING
           EXIT.

       FIND-PAYOUT-REGISTRATION.
           MOVE SPACES TO PAYOUT-REGISTRATION
           PERFORM VARYING REG-INDEX FROM 1 BY 1
               UNTIL REG-INDEX > REG-COUNT
                   OR PAYOUT-REGISTRATION NOT = SPACES
               IF REG-CPR(REG-INDEX) = ESTATE-CPR
                   AND REG-BANK-INDEX(REG-INDEX) > 0
                   AND REG-BANK-INDEX(REG-INDEX) <= BANKS-COUNT
                   MOVE BANK-REGISTRATIONS(REG-BANK-INDEX(REG-INDEX))
                       TO PAYOUT-REGISTRATION
               END-IF
           END-PERFORM
           EXIT.

       WRITE-CONTACT-JOURNAL-ENTRY.
           OPEN EXTEND CONTACT-JOURNAL-FILE
           IF CONTACT-JOURNAL-FILE-STATUS = "35"
               OPEN OUTPUT CONTACT-JOURNAL-FILE
           END-IF

           MOVE SPACES TO CONTACT-JOURNAL-RECORD
           MOVE ESTATE-REFERENCE-ID TO CONTACT-REFERENCE-ID
           MOVE ESTATE-CPR TO CONTACT-CPR
           MOVE RUN-DATE-TODAY TO CONTACT-SENT-DATE
           MOVE "ESTATE FINAL" TO CONTACT-DOCUMENT-TYPE
           MOVE "POST" TO CONTACT-CHANNEL
           MOVE "ESTATEPOST" TO CONTACT-ORIGIN-JOB
           MOVE DOCARC-DOCUMENT-ID TO CONTACT-DOCUMENT-ID
           WRITE CONTACT-JOURNAL-RECORD

           CLOSE CONTACT-JOURNAL-FILE
           EXIT.

       SAVE-ESTATE-REGISTER.
           OPEN OUTPUT ESTATE-REGISTER-FILE
           IF REGISTER-FILE-STATUS NOT = "00"
               MOVE "EstateRegister.txt" TO FAILED-FILE-NAME
               MOVE REGISTER-FILE-STATUS TO FAILED-FILE-STATUS
               PERFORM ABORT-ON-FILE-FAILURE
           END-IF

           PERFORM VARYING ESTATE-INDEX FROM 1 BY 1
               UNTIL ESTATE-INDEX > ESTATE-COUNT
               MOVE ESTATE-ROWS(ESTATE-INDEX)
                   TO ESTATE-REGISTER-RECORD
               WRITE ESTATE-REGISTER-RECORD
           END-PERFORM

           CLOSE ESTATE-REGISTER-FILE
           EXIT.

       WRITE-ACTION-LINE.
           MOVE ESTATE-REFERENCE-ID TO OUTPUT-TEXT-LINE(1:10)
           MOVE ACTION-OUTCOME TO OUTPUT-TEXT-LINE(12:10)
           MOVE ESTATE-CPR TO OUTPUT-TEXT-LINE(24:15)
           MOVE ACTION-DETAIL TO OUTPUT-TEXT-LINE(40:40)
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO ACTION-OUTCOME
           MOVE SPACES TO ACTION-DETAIL
           EXIT.

       REPORT-RUN-TOTALS.
           MOVE SEPARATOR-LINE TO OUTPUT-TEXT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE "Actions read" TO OUTPUT-TEXT-LINE
           MOVE ACTIONS-READ-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-REPORT-LINE

           MOVE "Taken on in earlier runs" TO OUTPUT-TEXT-LINE
           MOVE ALREADY-TAKEN-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-REPORT-LINE

           MOVE "Deaths taken on, accounts frozen"
               TO OUTPUT-TEXT-LINE
           MOVE NOTIFICATIONS-TAKEN-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-REPORT-LINE

           MOVE "Standing orders ended" TO OUTPUT-TEXT-LINE
           MOVE ORDERS-ENDED-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-REPORT-LINE

           MOVE "Estates released" TO OUTPUT-TEXT-LINE
           MOVE RELEASES-TAKEN-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-REPORT-LINE

           MOVE "Estates settled" TO OUTPUT-TEXT-LINE
           MOVE ESTATES-SETTLED-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-REPORT-LINE

           MOVE "Payouts generated" TO OUTPUT-TEXT-LINE
           MOVE PAYOUTS-WRITTEN-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           MOVE PAYOUTS-TOTAL-DKK TO AMOUNT-EDIT-DISPLAY
           MOVE AMOUNT-EDIT-DISPLAY TO OUTPUT-TEXT-LINE(50:17)
           MOVE "DKK" TO OUTPUT-TEXT-LINE(68:3)
           PERFORM WRITE-REPORT-LINE

           MOVE "Unknown customer or estate" TO OUTPUT-TEXT-LINE
           MOVE UNKNOWN-ACTION-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-REPORT-LINE
           EXIT.

       WRITE-REPORT-LINE.
           MOVE OUTPUT-TEXT-LINE TO ESTATE-REPORT-LINE
           WRITE ESTATE-REPORT-LINE
           MOVE SPACES TO OUTPUT-TEXT-LINE
           EXIT.

       WRITE-STATEMENT-LINE.
           MOVE STATEMENT-TEXT-LINE TO FINAL-STATEMENT-LINE
           WRITE FINAL-STATEMENT-LINE
           IF DOCUMENT-BEING-ARCHIVED = "Y"
               SET DOCARC-ADD-LINE TO TRUE
               MOVE STATEMENT-TEXT-LINE TO DOCARC-LINE-TEXT
               CALL "DOCARCHIVE" USING DOCARC-PARAMETERS
           END-IF
           MOVE SPACES TO STATEMENT-TEXT-LINE
           EXIT.

       BEGIN-ARCHIVED-DOCUMENT.
           MOVE "N" TO DOCUMENT-BEING-ARCHIVED
           MOVE SPACES TO DOCARC-DOCUMENT-ID
           IF DOCARC-CALL-FAILED = "Y"
               EXIT PARAGRAPH
           END-IF

           SET DOCARC-BEGIN TO TRUE
           MOVE ESTATE-REFERENCE-ID TO DOCARC-REFERENCE-ID
           MOVE ESTATE-CPR TO DOCARC-CPR
           MOVE "ESTATE FINAL" TO DOCARC-DOCUMENT-TYPE
           MOVE "ESTATEPOST" TO DOCARC-ORIGIN-JOB
           MOVE RUN-DATE-TODAY TO DOCARC-SENT-DATE
           CALL "DOCARCHIVE" USING DOCARC-PARAMETERS
               ON EXCEPTION
                   DISPLAY "WARNING: DOCARCHIVE could not be called, "
                       "final statements are not archived this run."
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

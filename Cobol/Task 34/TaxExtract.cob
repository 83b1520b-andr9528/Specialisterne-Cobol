      *    so the tag must match whatever the upstream feed      *
      *    tags interest credits with, or the interest column    *
      *    stays zero;                                           *
      * From TermDepositLedger.txt it adds the interest credited *
      * to the customer's fixed-term deposits during the year -  *
      * paid out or rolled into the principal alike - and the    *
      * principal the deposits held on 31 December, rebuilt from *
      * TermDeposits.txt and the ledger movements after the year *
      * end. Deposit interest paid out reaches the current       *
      * account under its own shop text, so it is not counted    *
      * twice as current-account interest. The job also          *
      * adds the closing DKK-SALDO from the report run's         *
      * CustomersSnapshot.txt - run the job in January, right    *
      * after the last report run of the old year, so that saldo *
      * is the 31 December position. REFERENCE-IDs come from the *
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KEY-XREF-FILE-STATUS.

           SELECT TERM-DEPOSITS-FILE
               ASSIGN TO "TermDeposits.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEPOSIT-FILE-STATUS.

           SELECT DEPOSIT-LEDGER-FILE
               ASSIGN TO "TermDepositLedger.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEPOSIT-FILE-STATUS.

           SELECT TAX-EXTRACT-FILE
               ASSIGN TO "TaxReportingExtract.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           02 XREF-CPR PIC X(15).
           02 XREF-REFERENCE-ID PIC X(10).

       FD TERM-DEPOSITS-FILE.
       01 TERM-DEPOSIT-RECORD.
           COPY "TermDeposit.cpy".

       FD DEPOSIT-LEDGER-FILE.
       01 DEPOSIT-LEDGER-RECORD.
           COPY "DepositLedger.cpy".

       FD TAX-EXTRACT-FILE.
       01 TAX-EXTRACT-RECORD.
           02 EXTRACT-CPR PIC X(15).
           02 EXTRACT-TOTAL-FEES PIC -9(11).99.
           02 EXTRACT-TOTAL-INTEREST PIC -9(11).99.
           02 EXTRACT-CLOSING-SALDO PIC -9(11).99.
           02 EXTRACT-DEPOSIT-INTEREST PIC -9(11).99.
           02 EXTRACT-DEPOSIT-PRINCIPAL PIC -9(11).99.
       01 TAX-EXTRACT-HEADER-RECORD.
           02 EXTRACT-HEADER-TAG PIC X(3).
           02 EXTRACT-HEADER-YEAR PIC 9(4).
           02 EXTRACT-HEADER-RUN-DATE PIC X(8).
           02 FILLER PIC X(89).
       01 TAX-EXTRACT-TRAILER-RECORD.
           02 EXTRACT-TRAILER-TAG PIC X(3).
           02 EXTRACT-TRAILER-COUNT PIC 9(6).
           02 EXTRACT-TRAILER-FEES PIC -9(11).99.
           02 EXTRACT-TRAILER-INTEREST PIC -9(11).99.
           02 EXTRACT-TRAILER-DEPOSIT-INTEREST PIC -9(11).99.
           02 FILLER PIC X(50).

       FD BATCH-RUN-LOG-FILE.
       01 BATCH-RUN-LOG-RECORD.
       01 TRANSACTION-HISTORY-FILE-STATUS PIC X(2) VALUE "00".
       01 SNAPSHOT-FILE-STATUS PIC X(2) VALUE "00".
       01 KEY-XREF-FILE-STATUS PIC X(2) VALUE "00".
       01 DEPOSIT-FILE-STATUS PIC X(2) VALUE "00".
       01 BATCH-RUN-LOG-FILE-STATUS PIC X(2) VALUE "00".

       01 TAX-YEAR PIC 9(4) VALUE 0.
               03 TAX-TOTAL-INTEREST PIC S9(11)V99 VALUE 0.
               03 TAX-CLOSING-SALDO PIC S9(11)V99 VALUE 0.
               03 TAX-SALDO-KNOWN PIC X VALUE "N".
               03 TAX-DEPOSIT-INTEREST PIC S9(11)V99 VALUE 0.
               03 TAX-DEPOSIT-PRINCIPAL PIC S9(11)V99 VALUE 0.
       01 TAX-INDEX PIC 999 VALUE 0.
       01 MATCHED-TAX-INDEX PIC 999 VALUE 0.
       01 TAX-LOOKUP-CPR PIC X(15) VALUE SPACES.

      * Fixed-term deposits open on 31 December of the tax year.
      * The principal starts as today's and is wound back to the
      * principal before the first ledger movement after the
      * year end.
       01 TAX-YEAR-END-DATE PIC 9(8) VALUE 0.
       01 YEAR-END-DEPOSITS.
           02 YEAR-END-DEPOSIT-COUNT PIC 9(4) VALUE 0.
           02 YEAR-END-DEPOSIT-MAX PIC 9(4) VALUE 500.
           02 YEAR-END-DEPOSIT-ENTRIES OCCURS 500 TIMES.
               03 YD-DEPOSIT-ID PIC X(10) VALUE SPACES.
               03 YD-CPR PIC X(15) VALUE SPACES.
               03 YD-PRINCIPAL PIC 9(11)V99 VALUE 0.
               03 YD-FIRST-LATER-DATE PIC 9(8) VALUE 0.
       01 YEAR-END-DEPOSIT-INDEX PIC 9(4) VALUE 0.
       01 NORMALIZED-CPR PIC X(15) VALUE SPACES.
       01 CPR-SERIAL-PART PIC X(4) VALUE SPACES.

       01 END-OF-FILE PIC X VALUE "N".
       01 RECORDS-WRITTEN-COUNT PIC 9(6) VALUE 0.
       01 GRAND-TOTAL-FEES PIC S9(11)V99 VALUE 0.
       01 GRAND-TOTAL-INTEREST PIC S9(11)V99 VALUE 0.
       01 GRAND-TOTAL-DEPOSIT-INTEREST PIC S9(11)V99 VALUE 0.
       01 COUNT-DISPLAY PIC ZZZZZ9.

       PROCEDURE DIVISION.

           PERFORM LOAD-TAX-YEAR-CONTROL
           PERFORM ACCUMULATE-TRANSACTION-HISTORY
           PERFORM LOAD-YEAR-END-DEPOSITS
           PERFORM ACCUMULATE-DEPOSIT-LEDGER
           PERFORM ADD-YEAR-END-DEPOSITS
           PERFORM ADD-CLOSING-SALDOS
           PERFORM RESOLVE-REFERENCE-IDS
           PERFORM WRITE-TAX-EXTRACT
               EXIT PARAGRAPH
           END-IF

           MOVE CPR OF TRANSACTION-HISTORY-RECORD TO TAX-LOOKUP-CPR
           PERFORM FIND-OR-ADD-TAX-CUSTOMER
           IF MATCHED-TAX-INDEX = 0
               EXIT PARAGRAPH
           PERFORM VARYING TAX-INDEX FROM 1 BY 1
               UNTIL TAX-INDEX > TAX-CUSTOMER-COUNT
                   OR MATCHED-TAX-INDEX > 0
               IF TAX-CPR(TAX-INDEX) = TAX-LOOKUP-CPR
                   MOVE TAX-INDEX TO MATCHED-TAX-INDEX
               END-IF
           END-PERFORM
               IF TAX-CUSTOMER-COUNT < TAX-CUSTOMER-MAX
                   ADD 1 TO TAX-CUSTOMER-COUNT
                   MOVE TAX-CUSTOMER-COUNT TO MATCHED-TAX-INDEX
                   MOVE TAX-LOOKUP-CPR TO TAX-CPR(MATCHED-TAX-INDEX)
               ELSE
                   DISPLAY "WARNING: tax customer capacity "
                       "exceeded, CPR '"
                       FUNCTION TRIM(TAX-LOOKUP-CPR TRAILING)
                       "' not extracted."
               END-IF
           END-IF
           EXIT.

      *----------------------------------------------------------*
      * Fixed-term deposits: every deposit placed by 31 December
      * and not closed by then counts with its principal at the
      * year end.
      *----------------------------------------------------------*
       LOAD-YEAR-END-DEPOSITS.
           COMPUTE TAX-YEAR-END-DATE = TAX-YEAR * 10000 + 1231

           OPEN INPUT TERM-DEPOSITS-FILE
           IF DEPOSIT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ TERM-DEPOSITS-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       PERFORM LOAD-ONE-YEAR-END-DEPOSIT
               END-READ
           END-PERFORM

           CLOSE TERM-DEPOSITS-FILE
           EXIT.

       LOAD-ONE-YEAR-END-DEPOSIT.
           IF DEPOSIT-OPENED-DATE = 0
                   OR DEPOSIT-OPENED-DATE > TAX-YEAR-END-DATE
               EXIT PARAGRAPH
           END-IF
           IF DEPOSIT-CLOSED-DATE > 0
                   AND DEPOSIT-CLOSED-DATE NOT > TAX-YEAR-END-DATE
               EXIT PARAGRAPH
           END-IF

           IF YEAR-END-DEPOSIT-COUNT < YEAR-END-DEPOSIT-MAX
               ADD 1 TO YEAR-END-DEPOSIT-COUNT
               MOVE DEPOSIT-ID
                   TO YD-DEPOSIT-ID(YEAR-END-DEPOSIT-COUNT)
               MOVE DEPOSIT-CPR TO NORMALIZED-CPR
               PERFORM NORMALIZE-CPR
               MOVE NORMALIZED-CPR TO YD-CPR(YEAR-END-DEPOSIT-COUNT)
               MOVE DEPOSIT-PRINCIPAL
                   TO YD-PRINCIPAL(YEAR-END-DEPOSIT-COUNT)
               MOVE 99999999
                   TO YD-FIRST-LATER-DATE(YEAR-END-DEPOSIT-COUNT)
           ELSE
               DISPLAY "WARNING: term deposit capacity exceeded, "
                   "deposit '" FUNCTION TRIM(DEPOSIT-ID TRAILING)
                   "' left out of the year-end principal."
           END-IF
           EXIT.

      * Interest credited in the tax year goes to the customer's
      * deposit interest; the first movement after the year end
      * gives the principal the deposit held on 31 December.
       ACCUMULATE-DEPOSIT-LEDGER.
           OPEN INPUT DEPOSIT-LEDGER-FILE
           IF DEPOSIT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ DEPOSIT-LEDGER-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       PERFORM ACCUMULATE-ONE-LEDGER-ENTRY
               END-READ
           END-PERFORM

           CLOSE DEPOSIT-LEDGER-FILE
           EXIT.

       ACCUMULATE-ONE-LEDGER-ENTRY.
           IF LEDGER-EVENT = "INTEREST"
                   AND LEDGER-DATE(1:4) = TAX-YEAR
               MOVE LEDGER-CPR TO TAX-LOOKUP-CPR
               PERFORM FIND-OR-ADD-TAX-CUSTOMER
               IF MATCHED-TAX-INDEX > 0
                   ADD LEDGER-AMOUNT
                       TO TAX-DEPOSIT-INTEREST(MATCHED-TAX-INDEX)
               END-IF
           END-IF

           IF LEDGER-DATE > TAX-YEAR-END-DATE
               PERFORM VARYING YEAR-END-DEPOSIT-INDEX FROM 1 BY 1
                   UNTIL YEAR-END-DEPOSIT-INDEX
                       > YEAR-END-DEPOSIT-COUNT
                   IF YD-DEPOSIT-ID(YEAR-END-DEPOSIT-INDEX)
                           = LEDGER-DEPOSIT-ID
                       AND LEDGER-DATE < YD-FIRST-LATER-DATE(
                           YEAR-END-DEPOSIT-INDEX)
                       MOVE LEDGER-DATE TO YD-FIRST-LATER-DATE(
                           YEAR-END-DEPOSIT-INDEX)
                       MOVE LEDGER-PRINCIPAL-BEFORE
                           TO YD-PRINCIPAL(YEAR-END-DEPOSIT-INDEX)
                   END-IF
               END-PERFORM
           END-IF
           EXIT.

       ADD-YEAR-END-DEPOSITS.
           PERFORM VARYING YEAR-END-DEPOSIT-INDEX FROM 1 BY 1
               UNTIL YEAR-END-DEPOSIT-INDEX > YEAR-END-DEPOSIT-COUNT
               MOVE YD-CPR(YEAR-END-DEPOSIT-INDEX) TO TAX-LOOKUP-CPR
               PERFORM FIND-OR-ADD-TAX-CUSTOMER
               IF MATCHED-TAX-INDEX > 0
                   ADD YD-PRINCIPAL(YEAR-END-DEPOSIT-INDEX)
                       TO TAX-DEPOSIT-PRINCIPAL(MATCHED-TAX-INDEX)
               END-IF
           END-PERFORM
           EXIT.

      * The deposit file keeps the CPR as the branch keyed it; a
      * bare ten-digit CPR gets its dash to match the stream.
       NORMALIZE-CPR.
           IF NORMALIZED-CPR(1:10) IS NUMERIC
                   AND NORMALIZED-CPR(11:5) = SPACES
               MOVE NORMALIZED-CPR(7:4) TO CPR-SERIAL-PART
               MOVE "-" TO NORMALIZED-CPR(7:1)
               MOVE CPR-SERIAL-PART TO NORMALIZED-CPR(8:4)
           END-IF
           EXIT.

       ADD-CLOSING-SALDOS.
           OPEN INPUT CUSTOMERS-SNAPSHOT-FILE
           IF SNAPSHOT-FILE-STATUS NOT = "00"
                   TO EXTRACT-TOTAL-INTEREST
               MOVE TAX-CLOSING-SALDO(TAX-INDEX)
                   TO EXTRACT-CLOSING-SALDO
               MOVE TAX-DEPOSIT-INTEREST(TAX-INDEX)
                   TO EXTRACT-DEPOSIT-INTEREST
               MOVE TAX-DEPOSIT-PRINCIPAL(TAX-INDEX)
                   TO EXTRACT-DEPOSIT-PRINCIPAL
               WRITE TAX-EXTRACT-RECORD

               ADD 1 TO RECORDS-WRITTEN-COUNT
               ADD TAX-TOTAL-FEES(TAX-INDEX) TO GRAND-TOTAL-FEES
               ADD TAX-TOTAL-INTEREST(TAX-INDEX)
                   TO GRAND-TOTAL-INTEREST
               ADD TAX-DEPOSIT-INTEREST(TAX-INDEX)
                   TO GRAND-TOTAL-DEPOSIT-INTEREST

               IF TAX-SALDO-KNOWN(TAX-INDEX) = "N"
                   DISPLAY "WARNING: no snapshot saldo for CPR '"
           MOVE RECORDS-WRITTEN-COUNT TO EXTRACT-TRAILER-COUNT
           MOVE GRAND-TOTAL-FEES TO EXTRACT-TRAILER-FEES
           MOVE GRAND-TOTAL-INTEREST TO EXTRACT-TRAILER-INTEREST
           MOVE GRAND-TOTAL-DEPOSIT-INTEREST
               TO EXTRACT-TRAILER-DEPOSIT-INTEREST
           WRITE TAX-EXTRACT-TRAILER-RECORD

           CLOSE TAX-EXTRACT-FILE

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MIPACK.

      *----------------------------------------------------------*
      * Monthly management information pack. For the calendar    *
      * month before the run date it gathers the figures         *
      * management asks for every month into one printable pack, *
      * ManagementInfoPack.txt, and one CSV for the finance      *
      * spreadsheet, ManagementInfoPack.csv:                     *
      *  - customers on CustomerMaster.idx, new customers (adds  *
      *    in CustomerMaintJournal.txt) and closed customers     *
      *    (ClosedAccounts.txt) in the month;                    *
      *  - total deposits and overdrafts and the overdrawn       *
      *    customers on the closing saldos in                    *
      *    CustomersSnapshot.txt, with the open collections      *
      *    cases per level from CollectionsState.txt;            *
      *  - fee income from the latest FEEASSESS run              *
      *    (GeneratedFeeTransactions.txt) and the overdraft      *
      *    interest journalled in the month                      *
      *    (OverdraftChargeJournal.txt);                         *
      *  - dormant accounts (DormantStatus.txt) and escheated    *
      *    accounts (EscheatmentExtract.txt);                    *
      *  - open sanctions cases (SanctionsMatchHistory.txt less  *
      *    the pairs dispositioned on SanctionsCaseLog.txt) and  *
      *    open AML alerts (AmlAlertLog.txt) by age;             *
      *  - statements and notices by delivery channel from the   *
      *    latest distribution run (DeliveryManifest.txt).       *
      *                                                          *
      * Balances, counts on hand and case ages are as they stand *
      * when the pack runs, early in the following month. Each   *
      * run appends its figures to ManagementInfoHistory.txt;    *
      * last month and the same month last year are shown as     *
      * they were reported then, and n/a where no pack was run.  *
      * A source that is not there is shown as n/a rather than   *
      * as nil and is not written to the history.                *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER-FILE
               ASSIGN TO "CustomerMaster.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MASTER-REFERENCE-ID
               FILE STATUS IS MASTER-FILE-STATUS.

           SELECT MAINT-JOURNAL-FILE
               ASSIGN TO "CustomerMaintJournal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SOURCE-FILE-STATUS.

           SELECT CLOSED-ACCOUNTS-FILE
               ASSIGN TO "ClosedAccounts.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SOURCE-FILE-STATUS.

           SELECT CUSTOMERS-SNAPSHOT-FILE
               ASSIGN TO "CustomersSnapshot.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SOURCE-FILE-STATUS.

           SELECT COLLECTIONS-STATE-FILE
               ASSIGN TO "CollectionsState.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SOURCE-FILE-STATUS.

           SELECT GENERATED-FEES-FILE
               ASSIGN TO "GeneratedFeeTransactions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SOURCE-FILE-STATUS.

           SELECT CHARGE-JOURNAL-FILE
               ASSIGN TO "OverdraftChargeJournal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SOURCE-FILE-STATUS.

           SELECT DORMANT-STATUS-FILE
               ASSIGN TO "DormantStatus.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SOURCE-FILE-STATUS.

           SELECT ESCHEATMENT-FILE
               ASSIGN TO "EscheatmentExtract.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SOURCE-FILE-STATUS.

           SELECT MATCH-HISTORY-FILE
               ASSIGN TO "SanctionsMatchHistory.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SOURCE-FILE-STATUS.

           SELECT SANCTIONS-CASE-LOG-FILE
               ASSIGN TO "SanctionsCaseLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SOURCE-FILE-STATUS.

           SELECT AML-ALERT-LOG-FILE
               ASSIGN TO "AmlAlertLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SOURCE-FILE-STATUS.

           SELECT MANIFEST-FILE
               ASSIGN TO "DeliveryManifest.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SOURCE-FILE-STATUS.

           SELECT PACK-HISTORY-FILE
               ASSIGN TO "ManagementInfoHistory.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PACK-HISTORY-FILE-STATUS.

           SELECT PACK-REPORT-FILE
               ASSIGN TO "ManagementInfoPack.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PACK-CSV-FILE
               ASSIGN TO "ManagementInfoPack.csv"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BATCH-RUN-LOG-FILE
               ASSIGN TO "BatchRunLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BATCH-RUN-LOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CUSTOMER-MASTER-FILE.
       01 CUSTOMER-MASTER-RECORD.
           02 MASTER-REFERENCE-ID PIC X(10).
           02 MASTER-RECORD-BODY PIC X(461).

       FD MAINT-JOURNAL-FILE.
       01 MAINT-JOURNAL-RECORD.
           02 JOURNAL-ACTION PIC X(1).
           02 JOURNAL-REFERENCE-ID PIC X(10).
           02 JOURNAL-TIMESTAMP PIC X(26).
           02 JOURNAL-BEFORE-IMAGE PIC X(471).
           02 JOURNAL-AFTER-IMAGE PIC X(471).
           02 JOURNAL-SUBMITTED-DATE PIC X(8).
           02 JOURNAL-EFFECTIVE-DATE PIC X(8).

       FD CLOSED-ACCOUNTS-FILE.
       01 CLOSED-ACCOUNT-RECORD.
           02 CLOSED-REFERENCE-ID PIC X(10).
           02 CLOSED-DATE PIC X(8).
           02 CLOSED-FINAL-BALANCE PIC -9(9).99.
           02 CLOSED-CURRENCY-CODE PIC X(3).
           02 CLOSED-RECORD-IMAGE PIC X(471).

       FD CUSTOMERS-SNAPSHOT-FILE.
       01 CUSTOMERS-SNAPSHOT-RECORD.
           COPY "Customer.cpy".

       FD COLLECTIONS-STATE-FILE.
       01 COLLECTIONS-STATE-RECORD.
           02 STATE-CPR PIC X(15).
           02 STATE-LEVEL PIC 9.
           02 STATE-ENTERED-DATE PIC 9(8).
           02 STATE-LEVEL-DATE PIC 9(8).
           02 STATE-AMOUNT-AT-ENTRY PIC -9(11).99.

       FD GENERATED-FEES-FILE.
       01 GENERATED-FEE-RECORD.
           COPY "Transaction.cpy".

       FD CHARGE-JOURNAL-FILE.
       01 CHARGE-JOURNAL-RECORD.
           02 JOURNAL-CPR PIC X(15).
           02 JOURNAL-SALDO PIC -9(11).99.
           02 JOURNAL-DAYS-OVERDRAWN PIC 9(5).
           02 JOURNAL-DAYS-CHARGED PIC 9(5).
           02 JOURNAL-ANNUAL-RATE PIC 99.99.
           02 JOURNAL-CHARGE-AMOUNT PIC -9(9).99.
           02 JOURNAL-CHARGE-DATE PIC X(8).

       FD DORMANT-STATUS-FILE.
       01 DORMANT-STATUS-RECORD.
           02 DORMANT-STATUS-CPR PIC X(15).
           02 DORMANT-STATUS-MONTHS PIC 9(4).

       FD ESCHEATMENT-FILE.
       01 ESCHEATMENT-RECORD.
           02 ESCHEAT-CPR PIC X(15).
           02 ESCHEAT-NAME PIC X(30).
           02 ESCHEAT-SALDO-DKK PIC -9(11).99.
           02 ESCHEAT-LAST-MOVEMENT PIC X(10).
           02 ESCHEAT-MONTHS PIC 9(4).

       FD MATCH-HISTORY-FILE.
       01 MATCH-HISTORY-RECORD.
           02 HISTORY-CUSTOMER-ID PIC X(10).
           02 HISTORY-SANCTION-ID PIC X(10).
           02 HISTORY-FIRST-REPORTED PIC X(8).

       FD SANCTIONS-CASE-LOG-FILE.
       01 CASE-LOG-RECORD.
           02 LOG-CUSTOMER-ID PIC X(10).
           02 LOG-SANCTION-ID PIC X(10).
           02 LOG-DISPOSITION PIC X(10).
           02 LOG-ANALYST PIC X(20).
           02 LOG-TIMESTAMP PIC X(26).

       FD AML-ALERT-LOG-FILE.
       01 AML-ALERT-LOG-RECORD.
           02 LOG-ALERT-ID PIC 9(6).
           02 LOG-ALERT-TYPE PIC X(5).
           02 LOG-ALERT-CPR PIC X(15).
           02 LOG-ALERT-TXN-TIME PIC X(26).
           02 LOG-ALERT-FIRST-SEEN PIC 9(8).
           02 LOG-ALERT-STATUS PIC X(1).

      * One line per document DISTRIBUTE routed: type, reference,
      * CPR and channel; the trailer lines carry no type.
       FD MANIFEST-FILE.
       01 MANIFEST-RECORD.
           02 MANIFEST-DOC-TYPE PIC X(6).
           02 FILLER PIC X(2).
           02 MANIFEST-REFERENCE-ID PIC X(10).
           02 FILLER PIC X(2).
           02 MANIFEST-CPR PIC X(15).
           02 FILLER PIC X(2).
           02 MANIFEST-CHANNEL PIC X(6).
           02 FILLER PIC X(77).

      * One row per figure per pack: the month reported, the
      * figure's code and its value.
       FD PACK-HISTORY-FILE.
       01 PACK-HISTORY-RECORD.
           02 PACK-HISTORY-PERIOD PIC X(6).
           02 PACK-HISTORY-CODE PIC X(8).
           02 PACK-HISTORY-VALUE PIC -9(13).99.

       FD PACK-REPORT-FILE.
       01 PACK-REPORT-LINE PIC X(110).

       FD PACK-CSV-FILE.
       01 PACK-CSV-RECORD PIC X(160).

       FD BATCH-RUN-LOG-FILE.
       01 BATCH-RUN-LOG-RECORD.
           COPY "BatchRunLog.cpy".

       WORKING-STORAGE SECTION.
       01 BATCH-RUN-LOG-TIMESTAMP PIC X(26) VALUE SPACES.
       01 MASTER-FILE-STATUS PIC X(2) VALUE "00".
       01 SOURCE-FILE-STATUS PIC X(2) VALUE "00".
       01 PACK-HISTORY-FILE-STATUS PIC X(2) VALUE "00".
       01 BATCH-RUN-LOG-FILE-STATUS PIC X(2) VALUE "00".

       01 END-OF-FILE PIC X VALUE "N".

      * The figures in pack order: history code, kind ("A" a DKK
      * amount, "C" a count), the section it prints under, the
      * source it comes from and the text the pack prints.
       01 FIGURE-NAMES.
           02 FILLER PIC X(8) VALUE "CUSTOMER".
           02 FILLER PIC X(4) VALUE "C101".
           02 FILLER PIC X(38) VALUE "Customers on the master".
           02 FILLER PIC X(8) VALUE "NEWCUST".
           02 FILLER PIC X(4) VALUE "C102".
           02 FILLER PIC X(38) VALUE "New customers in the month".
           02 FILLER PIC X(8) VALUE "CLOSCUST".
           02 FILLER PIC X(4) VALUE "C103".
           02 FILLER PIC X(38) VALUE "Customers closed in the month".
           02 FILLER PIC X(8) VALUE "DEPOSITS".
           02 FILLER PIC X(4) VALUE "A204".
           02 FILLER PIC X(38) VALUE "Total deposits (DKK)".
           02 FILLER PIC X(8) VALUE "OVERDRFT".
           02 FILLER PIC X(4) VALUE "A204".
           02 FILLER PIC X(38) VALUE "Total overdrafts (DKK)".
           02 FILLER PIC X(8) VALUE "OVERDRWN".
           02 FILLER PIC X(4) VALUE "C304".
           02 FILLER PIC X(38) VALUE "Overdrawn customers".
           02 FILLER PIC X(8) VALUE "COLLECT1".
           02 FILLER PIC X(4) VALUE "C305".
           02 FILLER PIC X(38) VALUE "In collections - reminder 1".
           02 FILLER PIC X(8) VALUE "COLLECT2".
           02 FILLER PIC X(4) VALUE "C305".
           02 FILLER PIC X(38) VALUE "In collections - reminder 2".
           02 FILLER PIC X(8) VALUE "COLLECT3".
           02 FILLER PIC X(4) VALUE "C305".
           02 FILLER PIC X(38) VALUE "In collections - final demand".
           02 FILLER PIC X(8) VALUE "FEEINC".
           02 FILLER PIC X(4) VALUE "A406".
           02 FILLER PIC X(38) VALUE "Fee income (DKK)".
           02 FILLER PIC X(8) VALUE "ODINC".
           02 FILLER PIC X(4) VALUE "A407".
           02 FILLER PIC X(38)
               VALUE "Overdraft interest income (DKK)".
           02 FILLER PIC X(8) VALUE "DORMANT".
           02 FILLER PIC X(4) VALUE "C508".
           02 FILLER PIC X(38) VALUE "Dormant accounts".
           02 FILLER PIC X(8) VALUE "ESCHEAT".
           02 FILLER PIC X(4) VALUE "C509".
           02 FILLER PIC X(38) VALUE "Escheated accounts".
           02 FILLER PIC X(8) VALUE "SANC014".
           02 FILLER PIC X(4) VALUE "C610".
           02 FILLER PIC X(38)
               VALUE "Sanctions cases open up to 14 days".
           02 FILLER PIC X(8) VALUE "SANC030".
           02 FILLER PIC X(4) VALUE "C610".
           02 FILLER PIC X(38) VALUE "Sanctions cases open 15-30 days".
           02 FILLER PIC X(8) VALUE "SANC090".
           02 FILLER PIC X(4) VALUE "C610".
           02 FILLER PIC X(38) VALUE "Sanctions cases open 31-90 days".
           02 FILLER PIC X(8) VALUE "SANC091".
           02 FILLER PIC X(4) VALUE "C610".
           02 FILLER PIC X(38)
               VALUE "Sanctions cases open over 90 days".
           02 FILLER PIC X(8) VALUE "AML014".
           02 FILLER PIC X(4) VALUE "C611".
           02 FILLER PIC X(38) VALUE "AML alerts open up to 14 days".
           02 FILLER PIC X(8) VALUE "AML030".
           02 FILLER PIC X(4) VALUE "C611".
           02 FILLER PIC X(38) VALUE "AML alerts open 15-30 days".
           02 FILLER PIC X(8) VALUE "AML090".
           02 FILLER PIC X(4) VALUE "C611".
           02 FILLER PIC X(38) VALUE "AML alerts open 31-90 days".
           02 FILLER PIC X(8) VALUE "AML091".
           02 FILLER PIC X(4) VALUE "C611".
           02 FILLER PIC X(38) VALUE "AML alerts open over 90 days".
           02 FILLER PIC X(8) VALUE "STMEMAIL".
           02 FILLER PIC X(4) VALUE "C712".
           02 FILLER PIC X(38) VALUE "Statements sent by email".
           02 FILLER PIC X(8) VALUE "STMPOST".
           02 FILLER PIC X(4) VALUE "C712".
           02 FILLER PIC X(38) VALUE "Statements sent by post".
           02 FILLER PIC X(8) VALUE "STMHELD".
           02 FILLER PIC X(4) VALUE "C712".
           02 FILLER PIC X(38)
               VALUE "Statements held, address unknown".
           02 FILLER PIC X(8) VALUE "STMESTAT".
           02 FILLER PIC X(4) VALUE "C712".
           02 FILLER PIC X(38) VALUE "Statements sent to estates".
           02 FILLER PIC X(8) VALUE "NOTEMAIL".
           02 FILLER PIC X(4) VALUE "C712".
           02 FILLER PIC X(38) VALUE "Notices sent by email".
           02 FILLER PIC X(8) VALUE "NOTPOST".
           02 FILLER PIC X(4) VALUE "C712".
           02 FILLER PIC X(38) VALUE "Notices sent by post".
           02 FILLER PIC X(8) VALUE "NOTHELD".
           02 FILLER PIC X(4) VALUE "C712".
           02 FILLER PIC X(38) VALUE "Notices held, address unknown".
           02 FILLER PIC X(8) VALUE "NOTESTAT".
           02 FILLER PIC X(4) VALUE "C712".
           02 FILLER PIC X(38) VALUE "Notices sent to estates".
       01 FIGURE-TABLE REDEFINES FIGURE-NAMES.
           02 FIGURE-ENTRY OCCURS 29 TIMES.
               03 FIGURE-CODE PIC X(8).
               03 FIGURE-KIND PIC X(1).
               03 FIGURE-SECTION PIC 9.
               03 FIGURE-SOURCE PIC 99.
               03 FIGURE-TEXT PIC X(38).
       01 FIGURE-COUNT PIC 99 VALUE 29.
       01 FIGURE-INDEX PIC 99 VALUE 0.
       01 MATCHED-FIGURE PIC 99 VALUE 0.

      * Per figure: this month's value and the two comparison
      * months from the history, each with whether it is known.
       01 FIGURE-RESULTS.
           02 FIGURE-RESULT OCCURS 29 TIMES.
               03 RESULT-VALUE PIC S9(13)V99 VALUE 0.
               03 RESULT-KNOWN PIC X VALUE "Y".
               03 PRIOR-MONTH-VALUE PIC S9(13)V99 VALUE 0.
               03 PRIOR-MONTH-KNOWN PIC X VALUE "N".
               03 LAST-YEAR-VALUE PIC S9(13)V99 VALUE 0.
               03 LAST-YEAR-KNOWN PIC X VALUE "N".

       01 SECTION-NAMES.
           02 FILLER PIC X(30) VALUE "Customers".
           02 FILLER PIC X(30) VALUE "Deposits and overdrafts".
           02 FILLER PIC X(30) VALUE "Overdrawn customers".
           02 FILLER PIC X(30) VALUE "Income".
           02 FILLER PIC X(30) VALUE "Dormancy".
           02 FILLER PIC X(30) VALUE "Open compliance cases by age".
           02 FILLER PIC X(30) VALUE "Statements and notices sent".
       01 SECTION-TABLE REDEFINES SECTION-NAMES.
           02 SECTION-TEXT PIC X(30) OCCURS 7 TIMES.
       01 CURRENT-SECTION PIC 9 VALUE 0.

      * The figure a loader adds to, named by its code.
       01 FIGURE-CODE-WORK PIC X(8) VALUE SPACES.
       01 FIGURE-AMOUNT-WORK PIC S9(13)V99 VALUE 0.
       01 UNAVAILABLE-SOURCE PIC 99 VALUE 0.
       01 UNAVAILABLE-FILE-NAME PIC X(30) VALUE SPACES.

      * Sanctions pairs an analyst has dispositioned; every other
      * pair on the match history is still open.
       01 CASE-LOG-TABLE.
           02 CASE-LOG-COUNT PIC 9(4) VALUE 0.
           02 CASE-LOG-MAX-COUNT PIC 9(4) VALUE 2000.
           02 CASE-LOG-ENTRIES OCCURS 2000 TIMES.
               03 CASE-LOG-CUSTOMER-ID PIC X(10) VALUE SPACES.
               03 CASE-LOG-SANCTION-ID PIC X(10) VALUE SPACES.
       01 CASE-LOG-INDEX PIC 9(4) VALUE 0.
       01 PAIR-DISPOSITIONED PIC X VALUE "N".

       01 RUN-DATE-TODAY PIC X(8) VALUE SPACES.
       01 RUN-DATE-NUMERIC PIC 9(8) VALUE 0.
       01 RUN-DATE-INTEGER PIC 9(8) VALUE 0.
       01 OPENED-DATE-NUMERIC PIC 9(8) VALUE 0.
       01 CASE-AGE-DAYS PIC 9(6) VALUE 0.
       01 AGE-CODE-PREFIX PIC X(4) VALUE SPACES.

       01 REPORT-YEAR PIC 9(4) VALUE 0.
       01 REPORT-MONTH PIC 99 VALUE 0.
       01 REPORT-PERIOD PIC X(6) VALUE SPACES.
       01 PRIOR-MONTH-PERIOD PIC X(6) VALUE SPACES.
       01 LAST-YEAR-PERIOD PIC X(6) VALUE SPACES.
       01 PERIOD-YEAR-WORK PIC 9(4) VALUE 0.
       01 PERIOD-MONTH-WORK PIC 99 VALUE 0.

       01 AMOUNT-DISPLAY PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 COUNT-DISPLAY PIC -ZZZ,ZZZ,ZZZ,ZZ9.
       01 CSV-AMOUNT-DISPLAY PIC -(13)9.99.
       01 CSV-COUNT-DISPLAY PIC -(13)9.
       01 CSV-FIELD-1 PIC X(20) VALUE SPACES.
       01 CSV-FIELD-2 PIC X(20) VALUE SPACES.
       01 CSV-FIELD-3 PIC X(20) VALUE SPACES.
       01 COLUMN-VALUE PIC S9(13)V99 VALUE 0.
       01 COLUMN-KNOWN PIC X VALUE "N".
       01 COLUMN-TEXT PIC X(20) VALUE SPACES.
       01 CSV-LINE PIC X(160) VALUE SPACES.
       01 OUTPUT-TEXT-LINE PIC X(110) VALUE SPACES.
       01 SEPARATOR-LINE PIC X(110) VALUE ALL "-".
       01 FIGURES-WRITTEN-COUNT PIC 99 VALUE 0.

       PROCEDURE DIVISION.
           PERFORM LOG-BATCH-RUN-START

           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE-TODAY
           MOVE RUN-DATE-TODAY TO RUN-DATE-NUMERIC
           COMPUTE RUN-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(RUN-DATE-NUMERIC)
           PERFORM SET-REPORT-PERIODS

           PERFORM COUNT-MASTER-CUSTOMERS
           PERFORM COUNT-NEW-CUSTOMERS
           PERFORM COUNT-CLOSED-CUSTOMERS
           PERFORM ADD-UP-CLOSING-SALDOS
           PERFORM COUNT-COLLECTIONS-CASES
           PERFORM ADD-UP-FEE-INCOME
           PERFORM ADD-UP-OVERDRAFT-INCOME
           PERFORM COUNT-DORMANT-ACCOUNTS
           PERFORM COUNT-ESCHEATED-ACCOUNTS
           PERFORM COUNT-OPEN-SANCTIONS-CASES
           PERFORM COUNT-OPEN-AML-ALERTS
           PERFORM COUNT-DOCUMENTS-BY-CHANNEL

           PERFORM LOAD-PACK-HISTORY

           OPEN OUTPUT PACK-REPORT-FILE
           OPEN OUTPUT PACK-CSV-FILE
           PERFORM WRITE-PACK-HEADING
           PERFORM WRITE-CSV-HEADING
           PERFORM VARYING FIGURE-INDEX FROM 1 BY 1
               UNTIL FIGURE-INDEX > FIGURE-COUNT
               PERFORM WRITE-ONE-FIGURE
           END-PERFORM
           MOVE SEPARATOR-LINE TO OUTPUT-TEXT-LINE
           PERFORM WRITE-REPORT-LINE
           CLOSE PACK-REPORT-FILE
           CLOSE PACK-CSV-FILE

           PERFORM APPEND-PACK-HISTORY

           DISPLAY "Management information pack for " REPORT-PERIOD
               ": " FIGURES-WRITTEN-COUNT " of " FIGURE-COUNT
               " figures available."

           PERFORM LOG-BATCH-RUN-END
       STOP RUN.

       LOG-BATCH-RUN-START.
           MOVE FUNCTION CURRENT-DATE TO BATCH-RUN-LOG-TIMESTAMP
           OPEN EXTEND BATCH-RUN-LOG-FILE
           IF BATCH-RUN-LOG-FILE-STATUS = "35"
               OPEN OUTPUT BATCH-RUN-LOG-FILE
           END-IF

           MOVE "MIPACK" TO BATCH-LOG-JOB-NAME
           MOVE BATCH-RUN-LOG-TIMESTAMP TO BATCH-LOG-TIMESTAMP
           MOVE "START" TO BATCH-LOG-EVENT
           MOVE SPACES TO BATCH-LOG-DETAIL
           WRITE BATCH-RUN-LOG-RECORD

           CLOSE BATCH-RUN-LOG-FILE
           EXIT.

       LOG-BATCH-RUN-END.
           MOVE FUNCTION CURRENT-DATE TO BATCH-RUN-LOG-TIMESTAMP
           OPEN EXTEND BATCH-RUN-LOG-FILE

           MOVE "MIPACK" TO BATCH-LOG-JOB-NAME
           MOVE BATCH-RUN-LOG-TIMESTAMP TO BATCH-LOG-TIMESTAMP
           MOVE "END" TO BATCH-LOG-EVENT
           STRING "Period: " REPORT-PERIOD
               " Figures: " FIGURES-WRITTEN-COUNT
               " of " FIGURE-COUNT
               INTO BATCH-LOG-DETAIL
           WRITE BATCH-RUN-LOG-RECORD

           CLOSE BATCH-RUN-LOG-FILE
           EXIT.

      *----------------------------------------------------------*
      * The pack covers the calendar month before the run, so the
      * first run of a month reports the month just ended. It is
      * compared with the month before that and with the same
      * month a year earlier.
      *----------------------------------------------------------*
       SET-REPORT-PERIODS.
           MOVE RUN-DATE-TODAY(1:4) TO REPORT-YEAR
           MOVE RUN-DATE-TODAY(5:2) TO REPORT-MONTH
           IF REPORT-MONTH = 1
               MOVE 12 TO REPORT-MONTH
               SUBTRACT 1 FROM REPORT-YEAR
           ELSE
               SUBTRACT 1 FROM REPORT-MONTH
           END-IF
           MOVE REPORT-YEAR TO REPORT-PERIOD(1:4)
           MOVE REPORT-MONTH TO REPORT-PERIOD(5:2)

           MOVE REPORT-YEAR TO PERIOD-YEAR-WORK
           MOVE REPORT-MONTH TO PERIOD-MONTH-WORK
           IF PERIOD-MONTH-WORK = 1
               MOVE 12 TO PERIOD-MONTH-WORK
               SUBTRACT 1 FROM PERIOD-YEAR-WORK
           ELSE
               SUBTRACT 1 FROM PERIOD-MONTH-WORK
           END-IF
           MOVE PERIOD-YEAR-WORK TO PRIOR-MONTH-PERIOD(1:4)
           MOVE PERIOD-MONTH-WORK TO PRIOR-MONTH-PERIOD(5:2)

           COMPUTE PERIOD-YEAR-WORK = REPORT-YEAR - 1
           MOVE PERIOD-YEAR-WORK TO LAST-YEAR-PERIOD(1:4)
           MOVE REPORT-MONTH TO LAST-YEAR-PERIOD(5:2)
           EXIT.

      * Adds FIGURE-AMOUNT-WORK to the figure FIGURE-CODE-WORK
      * names.
       ADD-TO-FIGURE.
           MOVE 0 TO MATCHED-FIGURE
           PERFORM VARYING FIGURE-INDEX FROM 1 BY 1
               UNTIL FIGURE-INDEX > FIGURE-COUNT
                   OR MATCHED-FIGURE > 0
               IF FIGURE-CODE(FIGURE-INDEX) = FIGURE-CODE-WORK
                   MOVE FIGURE-INDEX TO MATCHED-FIGURE
               END-IF
           END-PERFORM
           IF MATCHED-FIGURE > 0
               ADD FIGURE-AMOUNT-WORK TO RESULT-VALUE(MATCHED-FIGURE)
           END-IF
           EXIT.

      * Every figure taken from UNAVAILABLE-SOURCE is unknown this
      * month.
       MARK-SOURCE-UNAVAILABLE.
           DISPLAY FUNCTION TRIM(UNAVAILABLE-FILE-NAME TRAILING)
               " not found, its figures are shown as n/a."
           PERFORM VARYING FIGURE-INDEX FROM 1 BY 1
               UNTIL FIGURE-INDEX > FIGURE-COUNT
               IF FIGURE-SOURCE(FIGURE-INDEX) = UNAVAILABLE-SOURCE
                   MOVE "N" TO RESULT-KNOWN(FIGURE-INDEX)
               END-IF
           END-PERFORM
           EXIT.

       COUNT-MASTER-CUSTOMERS.
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF MASTER-FILE-STATUS NOT = "00"
               MOVE 1 TO UNAVAILABLE-SOURCE
               MOVE "CustomerMaster.idx" TO UNAVAILABLE-FILE-NAME
               PERFORM MARK-SOURCE-UNAVAILABLE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO MASTER-REFERENCE-ID
           START CUSTOMER-MASTER-FILE
               KEY IS >= MASTER-REFERENCE-ID
               INVALID KEY
                   MOVE "10" TO MASTER-FILE-STATUS
           END-START

           MOVE "CUSTOMER" TO FIGURE-CODE-WORK
           MOVE 1 TO FIGURE-AMOUNT-WORK
           PERFORM UNTIL MASTER-FILE-STATUS NOT = "00"
               READ CUSTOMER-MASTER-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM ADD-TO-FIGURE
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-MASTER-FILE
           EXIT.

      * The journal is cumulative; an add takes effect on its
      * effective date.
       COUNT-NEW-CUSTOMERS.
           OPEN INPUT MAINT-JOURNAL-FILE
           IF SOURCE-FILE-STATUS NOT = "00"
               MOVE 2 TO UNAVAILABLE-SOURCE
               MOVE "CustomerMaintJournal.txt" TO UNAVAILABLE-FILE-NAME
               PERFORM MARK-SOURCE-UNAVAILABLE
               EXIT PARAGRAPH
           END-IF

           MOVE "NEWCUST" TO FIGURE-CODE-WORK
           MOVE 1 TO FIGURE-AMOUNT-WORK
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ MAINT-JOURNAL-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF JOURNAL-ACTION = "A"
                           AND JOURNAL-EFFECTIVE-DATE(1:6)
                               = REPORT-PERIOD
                           PERFORM ADD-TO-FIGURE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MAINT-JOURNAL-FILE
           EXIT.

       COUNT-CLOSED-CUSTOMERS.
           OPEN INPUT CLOSED-ACCOUNTS-FILE
           IF SOURCE-FILE-STATUS NOT = "00"
               MOVE 3 TO UNAVAILABLE-SOURCE
               MOVE "ClosedAccounts.txt" TO UNAVAILABLE-FILE-NAME
               PERFORM MARK-SOURCE-UNAVAILABLE
               EXIT PARAGRAPH
           END-IF

           MOVE "CLOSCUST" TO FIGURE-CODE-WORK
           MOVE 1 TO FIGURE-AMOUNT-WORK
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ CLOSED-ACCOUNTS-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF CLOSED-DATE(1:6) = REPORT-PERIOD
                           PERFORM ADD-TO-FIGURE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CLOSED-ACCOUNTS-FILE
           EXIT.

      * A customer in credit adds to deposits, an overdrawn one to
      * overdrafts, which the pack shows as a positive total.
       ADD-UP-CLOSING-SALDOS.
           OPEN INPUT CUSTOMERS-SNAPSHOT-FILE
           IF SOURCE-FILE-STATUS NOT = "00"
               MOVE 4 TO UNAVAILABLE-SOURCE
               MOVE "CustomersSnapshot.txt" TO UNAVAILABLE-FILE-NAME
               PERFORM MARK-SOURCE-UNAVAILABLE
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ CUSTOMERS-SNAPSHOT-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF DKK-SALDO OF CUSTOMERS-SNAPSHOT-RECORD < 0
                           MOVE "OVERDRFT" TO FIGURE-CODE-WORK
                           COMPUTE FIGURE-AMOUNT-WORK =
                               0 - DKK-SALDO
                                   OF CUSTOMERS-SNAPSHOT-RECORD
                           PERFORM ADD-TO-FIGURE
                           MOVE "OVERDRWN" TO FIGURE-CODE-WORK
                           MOVE 1 TO FIGURE-AMOUNT-WORK
                           PERFORM ADD-TO-FIGURE
                       ELSE
                           MOVE "DEPOSITS" TO FIGURE-CODE-WORK
                           MOVE DKK-SALDO OF CUSTOMERS-SNAPSHOT-RECORD
                               TO FIGURE-AMOUNT-WORK
                           PERFORM ADD-TO-FIGURE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CUSTOMERS-SNAPSHOT-FILE
           EXIT.

      * CollectionsState.txt holds only the open cases, one per
      * customer, at level 1, 2 or 3.
       COUNT-COLLECTIONS-CASES.
           OPEN INPUT COLLECTIONS-STATE-FILE
           IF SOURCE-FILE-STATUS NOT = "00"
               MOVE 5 TO UNAVAILABLE-SOURCE
               MOVE "CollectionsState.txt" TO UNAVAILABLE-FILE-NAME
               PERFORM MARK-SOURCE-UNAVAILABLE
               EXIT PARAGRAPH
           END-IF

           MOVE 1 TO FIGURE-AMOUNT-WORK
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ COLLECTIONS-STATE-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF STATE-LEVEL >= 1 AND STATE-LEVEL <= 3
                           MOVE SPACES TO FIGURE-CODE-WORK
                           STRING "COLLECT" STATE-LEVEL
                               DELIMITED BY SIZE
                               INTO FIGURE-CODE-WORK
                           END-STRING
                           PERFORM ADD-TO-FIGURE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COLLECTIONS-STATE-FILE
           EXIT.

      * FEEASSESS rewrites GeneratedFeeTransactions.txt on every
      * run, so it holds the latest month's fees only.
       ADD-UP-FEE-INCOME.
           OPEN INPUT GENERATED-FEES-FILE
           IF SOURCE-FILE-STATUS NOT = "00"
               MOVE 6 TO UNAVAILABLE-SOURCE
               MOVE "GeneratedFeeTransactions.txt"
                   TO UNAVAILABLE-FILE-NAME
               PERFORM MARK-SOURCE-UNAVAILABLE
               EXIT PARAGRAPH
           END-IF

           MOVE "FEEINC" TO FIGURE-CODE-WORK
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ GENERATED-FEES-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       MOVE DKK-AMOUNT OF GENERATED-FEE-RECORD
                           TO FIGURE-AMOUNT-WORK
                       PERFORM ADD-TO-FIGURE
               END-READ
           END-PERFORM
           CLOSE GENERATED-FEES-FILE
           EXIT.

       ADD-UP-OVERDRAFT-INCOME.
           OPEN INPUT CHARGE-JOURNAL-FILE
           IF SOURCE-FILE-STATUS NOT = "00"
               MOVE 7 TO UNAVAILABLE-SOURCE
               MOVE "OverdraftChargeJournal.txt"
                   TO UNAVAILABLE-FILE-NAME
               PERFORM MARK-SOURCE-UNAVAILABLE
               EXIT PARAGRAPH
           END-IF

           MOVE "ODINC" TO FIGURE-CODE-WORK
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ CHARGE-JOURNAL-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF JOURNAL-CHARGE-DATE(1:6) = REPORT-PERIOD
                           MOVE JOURNAL-CHARGE-AMOUNT
                               TO FIGURE-AMOUNT-WORK
                           PERFORM ADD-TO-FIGURE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHARGE-JOURNAL-FILE
           EXIT.

       COUNT-DORMANT-ACCOUNTS.
           OPEN INPUT DORMANT-STATUS-FILE
           IF SOURCE-FILE-STATUS NOT = "00"
               MOVE 8 TO UNAVAILABLE-SOURCE
               MOVE "DormantStatus.txt" TO UNAVAILABLE-FILE-NAME
               PERFORM MARK-SOURCE-UNAVAILABLE
               EXIT PARAGRAPH
           END-IF

           MOVE "DORMANT" TO FIGURE-CODE-WORK
           MOVE 1 TO FIGURE-AMOUNT-WORK
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ DORMANT-STATUS-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       PERFORM ADD-TO-FIGURE
               END-READ
           END-PERFORM
           CLOSE DORMANT-STATUS-FILE
           EXIT.

       COUNT-ESCHEATED-ACCOUNTS.
           OPEN INPUT ESCHEATMENT-FILE
           IF SOURCE-FILE-STATUS NOT = "00"
               MOVE 9 TO UNAVAILABLE-SOURCE
               MOVE "EscheatmentExtract.txt" TO UNAVAILABLE-FILE-NAME
               PERFORM MARK-SOURCE-UNAVAILABLE
               EXIT PARAGRAPH
           END-IF

           MOVE "ESCHEAT" TO FIGURE-CODE-WORK
           MOVE 1 TO FIGURE-AMOUNT-WORK
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ ESCHEATMENT-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       PERFORM ADD-TO-FIGURE
               END-READ
           END-PERFORM
           CLOSE ESCHEATMENT-FILE
           EXIT.

      *----------------------------------------------------------*
      * A pair on the match history stays open until an analyst
      * row on the case log closes it; an OPENED row from the
      * pre-screening job does not (the SANCTIONAGING rule).
      *----------------------------------------------------------*
       COUNT-OPEN-SANCTIONS-CASES.
           OPEN INPUT MATCH-HISTORY-FILE
           IF SOURCE-FILE-STATUS NOT = "00"
               MOVE 10 TO UNAVAILABLE-SOURCE
               MOVE "SanctionsMatchHistory.txt"
                   TO UNAVAILABLE-FILE-NAME
               PERFORM MARK-SOURCE-UNAVAILABLE
               EXIT PARAGRAPH
           END-IF
           CLOSE MATCH-HISTORY-FILE

           OPEN INPUT SANCTIONS-CASE-LOG-FILE
           IF SOURCE-FILE-STATUS = "00"
               MOVE "N" TO END-OF-FILE
               PERFORM UNTIL END-OF-FILE = "Y"
                   READ SANCTIONS-CASE-LOG-FILE
                       AT END
                           MOVE "Y" TO END-OF-FILE
                       NOT AT END
                           IF LOG-DISPOSITION NOT = "OPENED"
                               AND CASE-LOG-COUNT < CASE-LOG-MAX-COUNT
                               ADD 1 TO CASE-LOG-COUNT
                               MOVE LOG-CUSTOMER-ID TO
                                   CASE-LOG-CUSTOMER-ID(CASE-LOG-COUNT)
                               MOVE LOG-SANCTION-ID TO
                                   CASE-LOG-SANCTION-ID(CASE-LOG-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SANCTIONS-CASE-LOG-FILE
           END-IF

           OPEN INPUT MATCH-HISTORY-FILE
           MOVE "SANC" TO AGE-CODE-PREFIX
           MOVE 1 TO FIGURE-AMOUNT-WORK
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ MATCH-HISTORY-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       PERFORM CHECK-PAIR-DISPOSITIONED
                       IF PAIR-DISPOSITIONED = "N"
                           MOVE 0 TO CASE-AGE-DAYS
                           IF HISTORY-FIRST-REPORTED IS NUMERIC
                               MOVE HISTORY-FIRST-REPORTED
                                   TO OPENED-DATE-NUMERIC
                               PERFORM WORK-OUT-CASE-AGE
                           END-IF
                           PERFORM ADD-TO-AGE-BAND
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MATCH-HISTORY-FILE
           EXIT.

       CHECK-PAIR-DISPOSITIONED.
           MOVE "N" TO PAIR-DISPOSITIONED
           PERFORM VARYING CASE-LOG-INDEX FROM 1 BY 1
               UNTIL CASE-LOG-INDEX > CASE-LOG-COUNT
                   OR PAIR-DISPOSITIONED = "Y"
               IF CASE-LOG-CUSTOMER-ID(CASE-LOG-INDEX)
                       = HISTORY-CUSTOMER-ID
                   AND CASE-LOG-SANCTION-ID(CASE-LOG-INDEX)
                       = HISTORY-SANCTION-ID
                   MOVE "Y" TO PAIR-DISPOSITIONED
               END-IF
           END-PERFORM
           EXIT.

      * Alerts still open ("O") on the AML alert log, aged from
      * the day the alert was first seen.
       COUNT-OPEN-AML-ALERTS.
           OPEN INPUT AML-ALERT-LOG-FILE
           IF SOURCE-FILE-STATUS NOT = "00"
               MOVE 11 TO UNAVAILABLE-SOURCE
               MOVE "AmlAlertLog.txt" TO UNAVAILABLE-FILE-NAME
               PERFORM MARK-SOURCE-UNAVAILABLE
               EXIT PARAGRAPH
           END-IF

           MOVE "AML" TO AGE-CODE-PREFIX
           MOVE 1 TO FIGURE-AMOUNT-WORK
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ AML-ALERT-LOG-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF LOG-ALERT-STATUS = "O"
                           MOVE 0 TO CASE-AGE-DAYS
                           IF LOG-ALERT-FIRST-SEEN IS NUMERIC
                               AND LOG-ALERT-FIRST-SEEN > 0
                               MOVE LOG-ALERT-FIRST-SEEN
                                   TO OPENED-DATE-NUMERIC
                               PERFORM WORK-OUT-CASE-AGE
                           END-IF
                           PERFORM ADD-TO-AGE-BAND
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AML-ALERT-LOG-FILE
           EXIT.

       WORK-OUT-CASE-AGE.
           IF OPENED-DATE-NUMERIC > RUN-DATE-NUMERIC
               EXIT PARAGRAPH
           END-IF
           COMPUTE CASE-AGE-DAYS = RUN-DATE-INTEGER
               - FUNCTION INTEGER-OF-DATE(OPENED-DATE-NUMERIC)
           EXIT.

      * Age bands: up to 14 days (the screening SLA), 15-30,
      * 31-90 and over 90.
       ADD-TO-AGE-BAND.
           MOVE SPACES TO FIGURE-CODE-WORK
           EVALUATE TRUE
               WHEN CASE-AGE-DAYS <= 14
                   STRING AGE-CODE-PREFIX DELIMITED BY SPACE
                       "014" DELIMITED BY SIZE
                       INTO FIGURE-CODE-WORK
                   END-STRING
               WHEN CASE-AGE-DAYS <= 30
                   STRING AGE-CODE-PREFIX DELIMITED BY SPACE
                       "030" DELIMITED BY SIZE
                       INTO FIGURE-CODE-WORK
                   END-STRING
               WHEN CASE-AGE-DAYS <= 90
                   STRING AGE-CODE-PREFIX DELIMITED BY SPACE
                       "090" DELIMITED BY SIZE
                       INTO FIGURE-CODE-WORK
                   END-STRING
               WHEN OTHER
                   STRING AGE-CODE-PREFIX DELIMITED BY SPACE
                       "091" DELIMITED BY SIZE
                       INTO FIGURE-CODE-WORK
                   END-STRING
           END-EVALUATE
           PERFORM ADD-TO-FIGURE
           EXIT.

      *----------------------------------------------------------*
      * DeliveryManifest.txt is rewritten by every DISTRIBUTE run
      * and so holds the latest month's post. Statements include
      * the copies sent to further holders; notices are the
      * overdrawn and term-deposit maturity notices, the
      * overdraft facility renewal letters and the standing-order
      * confirmations.
      *----------------------------------------------------------*
       COUNT-DOCUMENTS-BY-CHANNEL.
           OPEN INPUT MANIFEST-FILE
           IF SOURCE-FILE-STATUS NOT = "00"
               MOVE 12 TO UNAVAILABLE-SOURCE
               MOVE "DeliveryManifest.txt" TO UNAVAILABLE-FILE-NAME
               PERFORM MARK-SOURCE-UNAVAILABLE
               EXIT PARAGRAPH
           END-IF

           MOVE 1 TO FIGURE-AMOUNT-WORK
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ MANIFEST-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       PERFORM COUNT-ONE-DOCUMENT
               END-READ
           END-PERFORM
           CLOSE MANIFEST-FILE
           EXIT.

       COUNT-ONE-DOCUMENT.
           MOVE SPACES TO FIGURE-CODE-WORK
           EVALUATE MANIFEST-DOC-TYPE
               WHEN "STMT"
               WHEN "COPY"
                   MOVE "STM" TO FIGURE-CODE-WORK
               WHEN "NOTICE"
               WHEN "TDEP"
               WHEN "ODRN"
               WHEN "SOCF"
                   MOVE "NOT" TO FIGURE-CODE-WORK
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE

           EVALUATE MANIFEST-CHANNEL
               WHEN "EMAIL"
                   MOVE "EMAIL" TO FIGURE-CODE-WORK(4:5)
               WHEN "POST"
                   MOVE "POST" TO FIGURE-CODE-WORK(4:5)
               WHEN "HELD"
                   MOVE "HELD" TO FIGURE-CODE-WORK(4:5)
               WHEN "ESTATE"
                   MOVE "ESTAT" TO FIGURE-CODE-WORK(4:5)
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           PERFORM ADD-TO-FIGURE
           EXIT.

      *----------------------------------------------------------*
      * Picks last month's and last year's figures off the
      * history. A pack rerun for the same month appends its rows
      * again; the last row for a month and figure stands.
      *----------------------------------------------------------*
       LOAD-PACK-HISTORY.
           OPEN INPUT PACK-HISTORY-FILE
           IF PACK-HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "ManagementInfoHistory.txt not found, the "
                   "comparison months are shown as n/a."
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ PACK-HISTORY-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF PACK-HISTORY-PERIOD = PRIOR-MONTH-PERIOD
                           OR PACK-HISTORY-PERIOD = LAST-YEAR-PERIOD
                           PERFORM APPLY-ONE-HISTORY-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PACK-HISTORY-FILE
           EXIT.

       APPLY-ONE-HISTORY-ROW.
           MOVE 0 TO MATCHED-FIGURE
           PERFORM VARYING FIGURE-INDEX FROM 1 BY 1
               UNTIL FIGURE-INDEX > FIGURE-COUNT
                   OR MATCHED-FIGURE > 0
               IF FIGURE-CODE(FIGURE-INDEX) = PACK-HISTORY-CODE
                   MOVE FIGURE-INDEX TO MATCHED-FIGURE
               END-IF
           END-PERFORM
           IF MATCHED-FIGURE = 0
               EXIT PARAGRAPH
           END-IF

           IF PACK-HISTORY-PERIOD = PRIOR-MONTH-PERIOD
               MOVE PACK-HISTORY-VALUE
                   TO PRIOR-MONTH-VALUE(MATCHED-FIGURE)
               MOVE "Y" TO PRIOR-MONTH-KNOWN(MATCHED-FIGURE)
           ELSE
               MOVE PACK-HISTORY-VALUE
                   TO LAST-YEAR-VALUE(MATCHED-FIGURE)
               MOVE "Y" TO LAST-YEAR-KNOWN(MATCHED-FIGURE)
           END-IF
           EXIT.

       APPEND-PACK-HISTORY.
           OPEN EXTEND PACK-HISTORY-FILE
           IF PACK-HISTORY-FILE-STATUS = "35"
               OPEN OUTPUT PACK-HISTORY-FILE
           END-IF

           PERFORM VARYING FIGURE-INDEX FROM 1 BY 1
               UNTIL FIGURE-INDEX > FIGURE-COUNT
               IF RESULT-KNOWN(FIGURE-INDEX) = "Y"
                   MOVE REPORT-PERIOD TO PACK-HISTORY-PERIOD
                   MOVE FIGURE-CODE(FIGURE-INDEX) TO PACK-HISTORY-CODE
                   MOVE RESULT-VALUE(FIGURE-INDEX)
                       TO PACK-HISTORY-VALUE
                   WRITE PACK-HISTORY-RECORD
                   ADD 1 TO FIGURES-WRITTEN-COUNT
               END-IF
           END-PERFORM

           CLOSE PACK-HISTORY-FILE
           EXIT.

       WRITE-PACK-HEADING.
           MOVE SPACES TO OUTPUT-TEXT-LINE
           STRING "Management information pack - "
                   DELIMITED BY SIZE
               REPORT-PERIOD(1:4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               REPORT-PERIOD(5:2) DELIMITED BY SIZE
               " (run " DELIMITED BY SIZE
               RUN-DATE-TODAY DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO OUTPUT-TEXT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SEPARATOR-LINE TO OUTPUT-TEXT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "This month" TO OUTPUT-TEXT-LINE(51:10)
           MOVE "Last month" TO OUTPUT-TEXT-LINE(72:10)
           MOVE "Same month last yr" TO OUTPUT-TEXT-LINE(85:18)
           PERFORM WRITE-REPORT-LINE
           MOVE REPORT-PERIOD(1:4) TO OUTPUT-TEXT-LINE(54:4)
           MOVE "-" TO OUTPUT-TEXT-LINE(58:1)
           MOVE REPORT-PERIOD(5:2) TO OUTPUT-TEXT-LINE(59:2)
           MOVE PRIOR-MONTH-PERIOD(1:4) TO OUTPUT-TEXT-LINE(75:4)
           MOVE "-" TO OUTPUT-TEXT-LINE(79:1)
           MOVE PRIOR-MONTH-PERIOD(5:2) TO OUTPUT-TEXT-LINE(80:2)
           MOVE LAST-YEAR-PERIOD(1:4) TO OUTPUT-TEXT-LINE(96:4)
           MOVE "-" TO OUTPUT-TEXT-LINE(100:1)
           MOVE LAST-YEAR-PERIOD(5:2) TO OUTPUT-TEXT-LINE(101:2)
           PERFORM WRITE-REPORT-LINE
           EXIT.

       WRITE-CSV-HEADING.
           MOVE SPACES TO CSV-LINE
           STRING "Period,Code,Figure,This month,Last month,"
                   DELIMITED BY SIZE
               "Same month last year" DELIMITED BY SIZE
               INTO CSV-LINE
           END-STRING
           PERFORM WRITE-CSV-LINE
           EXIT.

      *----------------------------------------------------------*
      * One figure: its section heading when the section changes,
      * the printed line with the three months, and the CSV row.
      * The columns are 19 wide and end at 60, 81 and 102.
      *----------------------------------------------------------*
       WRITE-ONE-FIGURE.
           IF FIGURE-SECTION(FIGURE-INDEX) NOT = CURRENT-SECTION
               MOVE FIGURE-SECTION(FIGURE-INDEX) TO CURRENT-SECTION
               PERFORM WRITE-REPORT-LINE
               MOVE SECTION-TEXT(CURRENT-SECTION) TO OUTPUT-TEXT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF

           MOVE FIGURE-TEXT(FIGURE-INDEX) TO OUTPUT-TEXT-LINE(3:38)

           MOVE RESULT-VALUE(FIGURE-INDEX) TO COLUMN-VALUE
           MOVE RESULT-KNOWN(FIGURE-INDEX) TO COLUMN-KNOWN
           PERFORM FORMAT-COLUMN-VALUE
           MOVE COLUMN-TEXT(1:19) TO OUTPUT-TEXT-LINE(42:19)
           PERFORM FORMAT-CSV-VALUE
           MOVE COLUMN-TEXT TO CSV-FIELD-1

           MOVE PRIOR-MONTH-VALUE(FIGURE-INDEX) TO COLUMN-VALUE
           MOVE PRIOR-MONTH-KNOWN(FIGURE-INDEX) TO COLUMN-KNOWN
           PERFORM FORMAT-COLUMN-VALUE
           MOVE COLUMN-TEXT(1:19) TO OUTPUT-TEXT-LINE(63:19)
           PERFORM FORMAT-CSV-VALUE
           MOVE COLUMN-TEXT TO CSV-FIELD-2

           MOVE LAST-YEAR-VALUE(FIGURE-INDEX) TO COLUMN-VALUE
           MOVE LAST-YEAR-KNOWN(FIGURE-INDEX) TO COLUMN-KNOWN
           PERFORM FORMAT-COLUMN-VALUE
           MOVE COLUMN-TEXT(1:19) TO OUTPUT-TEXT-LINE(84:19)
           PERFORM FORMAT-CSV-VALUE
           MOVE COLUMN-TEXT TO CSV-FIELD-3

           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO CSV-LINE
           STRING REPORT-PERIOD DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(FIGURE-CODE(FIGURE-INDEX))
                   DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(FIGURE-TEXT(FIGURE-INDEX))
                   DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(CSV-FIELD-1) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(CSV-FIELD-2) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(CSV-FIELD-3) DELIMITED BY SIZE
               INTO CSV-LINE
           END-STRING
           PERFORM WRITE-CSV-LINE
           EXIT.

      * Right-aligns COLUMN-VALUE in a 19-wide column, or n/a when
      * it is not known.
       FORMAT-COLUMN-VALUE.
           MOVE SPACES TO COLUMN-TEXT
           IF COLUMN-KNOWN NOT = "Y"
               MOVE "n/a" TO COLUMN-TEXT(17:3)
               EXIT PARAGRAPH
           END-IF
           IF FIGURE-KIND(FIGURE-INDEX) = "A"
               MOVE COLUMN-VALUE TO AMOUNT-DISPLAY
               MOVE AMOUNT-DISPLAY TO COLUMN-TEXT(1:19)
           ELSE
               MOVE COLUMN-VALUE TO COUNT-DISPLAY
               MOVE COUNT-DISPLAY TO COLUMN-TEXT(4:16)
           END-IF
           EXIT.

      * The same value for the CSV: no grouping, left to be
      * trimmed, and empty when not known.
       FORMAT-CSV-VALUE.
           MOVE SPACES TO COLUMN-TEXT
           IF COLUMN-KNOWN NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           IF FIGURE-KIND(FIGURE-INDEX) = "A"
               MOVE COLUMN-VALUE TO CSV-AMOUNT-DISPLAY
               MOVE CSV-AMOUNT-DISPLAY TO COLUMN-TEXT
           ELSE
               MOVE COLUMN-VALUE TO CSV-COUNT-DISPLAY
               MOVE CSV-COUNT-DISPLAY TO COLUMN-TEXT
           END-IF
           EXIT.

       WRITE-REPORT-LINE.
           MOVE OUTPUT-TEXT-LINE TO PACK-REPORT-LINE
           WRITE PACK-REPORT-LINE
           MOVE SPACES TO OUTPUT-TEXT-LINE
           EXIT.

       WRITE-CSV-LINE.
           MOVE CSV-LINE TO PACK-CSV-RECORD
           WRITE PACK-CSV-RECORD
           MOVE SPACES TO CSV-LINE
           EXIT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BEHAVPROF.

      *----------------------------------------------------------*
      * Behaviour profiling for AML. Builds a rolling baseline   *
      * per CPR from TransactionHistory.txt and raises an alert  *
      * when a new transaction falls well outside the customer's *
      * own pattern, where the fixed thresholds in TXNREPORT see *
      * nothing unusual. The baseline holds, over the baseline   *
      * period before the run:                                   *
      *  - the DKK amount range per transaction type, and over   *
      *    all types;                                            *
      *  - the shops used, by their ShopMaster.txt canonical     *
      *    name, and their categories;                           *
      *  - the currencies used.                                  *
      * A transaction is new when its time is later than the     *
      * last one the previous run saw                            *
      * (BehaviourProfileLastRun.txt); new transactions are      *
      * checked against the baseline and only join it on a later *
      * run. A customer with fewer baseline transactions than    *
      * the minimum history is not judged. A new transaction     *
      * alerts when its amount is above the floor and more than  *
      * the set multiple of the usual maximum for its type (the  *
      * all-type maximum while the type itself has too little    *
      * history), when its currency is not in the baseline, or   *
      * when its shop belongs to a category the customer has not *
      * used. Duplicates, storno records and bank-booked fees,   *
      * write-offs and dispute credits are not the customer's    *
      * own behaviour and are left out. Settings come from       *
      * BehaviourControl.txt, falling back to compiled-in        *
      * defaults. Without a last-run mark the run builds the     *
      * baseline only.                                           *
      * Alerts are registered in AmlAlertLog.txt as type BEHAV   *
      * with the same stable ids, AmlAlertDispositions.txt       *
      * suppression and escalation by TXNREPORT as the other AML *
      * alerts. BehaviourAlertReport.txt lists the alerts with   *
      * their reasons, and BehaviourProfiles.txt holds the       *
      * baseline for analysts.                                   *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BEHAVIOUR-CONTROL-FILE
               ASSIGN TO "BehaviourControl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTROL-FILE-STATUS.

           SELECT LAST-RUN-FILE
               ASSIGN TO "BehaviourProfileLastRun.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LAST-RUN-FILE-STATUS.

           SELECT HISTORY-FILE
               ASSIGN TO "TransactionHistory.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORY-FILE-STATUS.

           SELECT SHOP-MASTER-FILE
               ASSIGN TO "ShopMaster.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SHOP-MASTER-FILE-STATUS.

           SELECT AML-ALERT-LOG-FILE
               ASSIGN TO "AmlAlertLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AML-ALERT-LOG-FILE-STATUS.

           SELECT AML-DISPOSITIONS-FILE
               ASSIGN TO "AmlAlertDispositions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AML-DISPOSITIONS-FILE-STATUS.

           SELECT ALERT-REPORT-FILE
               ASSIGN TO "BehaviourAlertReport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PROFILE-FILE
               ASSIGN TO "BehaviourProfiles.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BATCH-RUN-LOG-FILE
               ASSIGN TO "BatchRunLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BATCH-RUN-LOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * One control line; a zero or non-numeric field keeps the
      * compiled-in default for that setting.
       FD BEHAVIOUR-CONTROL-FILE.
       01 BEHAVIOUR-CONTROL-RECORD.
           02 CONTROL-BASELINE-DAYS PIC 9(3).
           02 CONTROL-MIN-HISTORY PIC 9(3).
           02 CONTROL-AMOUNT-MULTIPLE PIC 9(2).
           02 CONTROL-AMOUNT-FLOOR PIC 9(9).

      * The latest transaction time the previous run saw.
       FD LAST-RUN-FILE.
       01 LAST-RUN-RECORD.
           02 LAST-RUN-TRANSACTION-TIME PIC X(26).
           02 LAST-RUN-DATE PIC X(8).

       FD HISTORY-FILE.
       01 HISTORY-RECORD.
           COPY "Transaction.cpy".

       FD SHOP-MASTER-FILE.
       01 SHOP-MASTER-RECORD.
           02 SHOPM-CANONICAL-NAME PIC X(20).
           02 SHOPM-MERCHANT-ID PIC X(8).
           02 SHOPM-CATEGORY PIC X(12).
           02 SHOPM-ALIAS-1 PIC X(20).
           02 SHOPM-ALIAS-2 PIC X(20).
           02 SHOPM-ALIAS-3 PIC X(20).

       FD AML-ALERT-LOG-FILE.
       01 AML-ALERT-LOG-RECORD.
           02 LOG-ALERT-ID PIC 9(6).
           02 LOG-ALERT-TYPE PIC X(5).
           02 LOG-ALERT-CPR PIC X(15).
           02 LOG-ALERT-TXN-TIME PIC X(26).
           02 LOG-ALERT-FIRST-SEEN PIC 9(8).
           02 LOG-ALERT-STATUS PIC X(1).

       FD AML-DISPOSITIONS-FILE.
       01 AML-DISPOSITION-RECORD.
           02 DISP-ALERT-ID PIC 9(6).
           02 DISP-STATUS PIC X(10).
           02 DISP-ANALYST PIC X(20).
           02 DISP-REASON PIC X(40).

       FD ALERT-REPORT-FILE.
       01 ALERT-REPORT-LINE PIC X(120).

      * One row per baseline item: kind A is the customer over all
      * types (value blank), T a transaction type, S a shop, K a
      * shop category and C a currency. Amounts are DKK, either
      * direction.
       FD PROFILE-FILE.
       01 PROFILE-RECORD.
           02 PROFILE-OUT-CPR PIC X(15).
           02 PROFILE-OUT-KIND PIC X(1).
           02 PROFILE-OUT-VALUE PIC X(20).
           02 PROFILE-OUT-COUNT PIC 9(5).
           02 PROFILE-OUT-MIN PIC 9(11).99.
           02 PROFILE-OUT-MAX PIC 9(11).99.
           02 PROFILE-OUT-AVERAGE PIC 9(11).99.

       FD BATCH-RUN-LOG-FILE.
       01 BATCH-RUN-LOG-RECORD.
           COPY "BatchRunLog.cpy".

       WORKING-STORAGE SECTION.
       01 BATCH-RUN-LOG-TIMESTAMP PIC X(26) VALUE SPACES.
       01 CONTROL-FILE-STATUS PIC X(2) VALUE "00".
       01 LAST-RUN-FILE-STATUS PIC X(2) VALUE "00".
       01 HISTORY-FILE-STATUS PIC X(2) VALUE "00".
       01 SHOP-MASTER-FILE-STATUS PIC X(2) VALUE "00".
       01 AML-ALERT-LOG-FILE-STATUS PIC X(2) VALUE "00".
       01 AML-DISPOSITIONS-FILE-STATUS PIC X(2) VALUE "00".
       01 BATCH-RUN-LOG-FILE-STATUS PIC X(2) VALUE "00".
       01 FAILED-FILE-NAME PIC X(40) VALUE SPACES.
       01 FAILED-FILE-STATUS PIC X(2) VALUE SPACES.

      * Profiling settings, defaults overridden by
      * BehaviourControl.txt.
       01 BEHAVIOUR-SETTINGS.
           02 BASELINE-DAYS PIC 9(3) VALUE 180.
           02 MIN-HISTORY PIC 9(3) VALUE 5.
           02 AMOUNT-MULTIPLE PIC 9(2) VALUE 5.
           02 AMOUNT-FLOOR PIC 9(9) VALUE 5000.

       01 SHOP-MASTER-TABLE.
           02 SHOP-MASTER-COUNT PIC 99 VALUE 0.
           02 SHOP-MASTER-MAX-COUNT PIC 99 VALUE 60.
           02 SHOP-MASTERS OCCURS 60 TIMES.
               03 MASTER-CANONICAL-NAME PIC X(20) VALUE SPACES.
               03 MASTER-CATEGORY PIC X(12) VALUE SPACES.
               03 MASTER-ALIAS PIC X(20)
                   OCCURS 3 TIMES VALUE SPACES.
       01 SHOP-MASTER-INDEX PIC 99 VALUE 0.
       01 SHOP-ALIAS-INDEX PIC 9 VALUE 0.
       01 NORMALIZED-SHOP-NAME PIC X(20) VALUE SPACES.
       01 NORMALIZED-SHOP-CATEGORY PIC X(12) VALUE SPACES.
       01 SHOP-NAME-COMPARE-WORK PIC X(20) VALUE SPACES.
       01 SHOP-NAME-RECOGNIZED PIC X VALUE "N".

      * The baseline, one row per customer and item.
       01 PROFILE-TABLE.
           02 PROFILE-MAX PIC 9(4) VALUE 5000.
           02 PROFILE-COUNT PIC 9(4) VALUE 0.
           02 PROFILE-ENTRIES OCCURS 5000 TIMES.
               03 PROF-CPR PIC X(15) VALUE SPACES.
               03 PROF-KIND PIC X(1) VALUE SPACE.
               03 PROF-VALUE PIC X(20) VALUE SPACES.
               03 PROF-COUNT PIC 9(5) VALUE 0.
               03 PROF-MIN PIC 9(11)V99 VALUE 0.
               03 PROF-MAX PIC 9(11)V99 VALUE 0.
               03 PROF-TOTAL PIC 9(13)V99 VALUE 0.
       01 PROFILE-INDEX PIC 9(4) VALUE 0.
       01 PROFILE-FOUND-INDEX PIC 9(4) VALUE 0.
       01 CUSTOMER-PROFILE-INDEX PIC 9(4) VALUE 0.
       01 TYPE-PROFILE-INDEX PIC 9(4) VALUE 0.
       01 PROFILE-FULL-REPORTED PIC X VALUE "N".
       01 LOOKUP-CPR PIC X(15) VALUE SPACES.
       01 LOOKUP-KIND PIC X(1) VALUE SPACE.
       01 LOOKUP-VALUE PIC X(20) VALUE SPACES.

      * Alert log and dispositions held for the run, kept the way
      * TXNREPORT keeps them: an alert is looked up by type, CPR
      * and transaction time, and only a genuinely new one takes
      * the next id.
       01 AML-ALERT-LOG-TABLE.
           02 ALERT-LOG-COUNT PIC 999 VALUE 0.
           02 ALERT-LOG-MAX PIC 999 VALUE 300.
           02 ALERT-LOG-ENTRIES OCCURS 300 TIMES.
               03 AL-ID PIC 9(6) VALUE 0.
               03 AL-TYPE PIC X(5) VALUE SPACES.
               03 AL-CPR PIC X(15) VALUE SPACES.
               03 AL-TXN-TIME PIC X(26) VALUE SPACES.
               03 AL-FIRST-SEEN PIC 9(8) VALUE 0.
               03 AL-STATUS PIC X(1) VALUE "O".
       01 ALERT-LOG-INDEX PIC 999 VALUE 0.
       01 MATCHED-ALERT-INDEX PIC 999 VALUE 0.
       01 NEXT-ALERT-ID PIC 9(6) VALUE 0.
       01 CURRENT-ALERT-ID PIC 9(6) VALUE 0.
       01 CURRENT-ALERT-STATUS PIC X(1) VALUE "O".
       01 ALERT-LOOKUP-TYPE PIC X(5) VALUE SPACES.
       01 ALERT-LOOKUP-CPR PIC X(15) VALUE SPACES.
       01 ALERT-LOOKUP-TIME PIC X(26) VALUE SPACES.

      * The transaction being profiled or checked.
       01 END-OF-FILE PIC X VALUE "N".
       01 TRANSACTION-ELIGIBLE PIC X VALUE "N".
       01 TRANSACTION-DATE-WORK PIC X(8) VALUE SPACES.
       01 NORMALIZED-CPR PIC X(15) VALUE SPACES.
       01 CPR-SERIAL-PART PIC X(4) VALUE SPACES.
       01 AMOUNT-WORK PIC 9(11)V99 VALUE 0.
       01 USUAL-MAXIMUM PIC 9(11)V99 VALUE 0.
       01 ALERT-LIMIT PIC 9(13)V99 VALUE 0.

      * Reasons found for the transaction being checked, one
      * report line each.
       01 REASON-TABLE.
           02 REASON-COUNT PIC 9 VALUE 0.
           02 REASON-LINES OCCURS 4 TIMES PIC X(100) VALUE SPACES.
       01 REASON-INDEX PIC 9 VALUE 0.
       01 REASON-TEXT PIC X(100) VALUE SPACES.
       01 AMOUNT-REASON PIC X VALUE "N".
       01 CURRENCY-REASON PIC X VALUE "N".
       01 CATEGORY-REASON PIC X VALUE "N".

       01 RUN-DATE-TODAY PIC X(8) VALUE SPACES.
       01 TODAY-DATE PIC 9(8) VALUE 0.
       01 TODAY-INTEGER PIC 9(8) VALUE 0.
       01 BASELINE-START-DATE PIC 9(8) VALUE 0.
       01 FIRST-RUN PIC X VALUE "N".
       01 LAST-RUN-MARK PIC X(26) VALUE SPACES.
       01 HIGHEST-TIME-SEEN PIC X(26) VALUE SPACES.

       01 HISTORY-READ-COUNT PIC 9(6) VALUE 0.
       01 BASELINE-TXN-COUNT PIC 9(6) VALUE 0.
       01 CHECKED-COUNT PIC 9(6) VALUE 0.
       01 THIN-HISTORY-COUNT PIC 9(6) VALUE 0.
       01 ALERT-COUNT PIC 9(6) VALUE 0.
       01 AMOUNT-ALERT-COUNT PIC 9(6) VALUE 0.
       01 CURRENCY-ALERT-COUNT PIC 9(6) VALUE 0.
       01 CATEGORY-ALERT-COUNT PIC 9(6) VALUE 0.
       01 SUPPRESSED-COUNT PIC 9(6) VALUE 0.
       01 CUSTOMERS-PROFILED PIC 9(6) VALUE 0.
       01 CAPACITY-WARNINGS PIC 9(4) VALUE 0.

       01 AMOUNT-DISPLAY PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 LIMIT-DISPLAY PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 ALERT-ID-DISPLAY PIC ZZZZZ9.
       01 SETTING-DISPLAY PIC ZZZ,ZZZ,ZZ9.
       01 HISTORY-DISPLAY PIC ZZ9.
       01 COUNT-DISPLAY PIC Z(5)9.
       01 OUTPUT-TEXT-LINE PIC X(120) VALUE SPACES.
       01 SEPARATOR-LINE PIC X(120) VALUE ALL "-".

       PROCEDURE DIVISION.
           PERFORM LOG-BATCH-RUN-START

           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE-TODAY
           MOVE RUN-DATE-TODAY TO TODAY-DATE
           COMPUTE TODAY-INTEGER = FUNCTION INTEGER-OF-DATE(TODAY-DATE)

           PERFORM LOAD-BEHAVIOUR-CONTROL
           COMPUTE BASELINE-START-DATE = FUNCTION DATE-OF-INTEGER(
               TODAY-INTEGER - BASELINE-DAYS)

           PERFORM LOAD-LAST-RUN-MARK
           PERFORM LOAD-SHOP-MASTER
           PERFORM BUILD-BASELINE

           OPEN OUTPUT ALERT-REPORT-FILE
           PERFORM WRITE-REPORT-HEADING

           IF FIRST-RUN = "Y"
               MOVE "No earlier run is recorded: this run builds the"
                   TO OUTPUT-TEXT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE "baseline only and raises no alerts."
                   TO OUTPUT-TEXT-LINE
               PERFORM WRITE-REPORT-LINE
           ELSE
               PERFORM LOAD-AML-ALERT-LOG
               PERFORM LOAD-AML-DISPOSITIONS
               PERFORM CHECK-NEW-TRANSACTIONS
               PERFORM SAVE-AML-ALERT-LOG
           END-IF

           PERFORM WRITE-REPORT-TOTALS
           CLOSE ALERT-REPORT-FILE

           PERFORM WRITE-BEHAVIOUR-PROFILES
           PERFORM SAVE-LAST-RUN-MARK

           DISPLAY "Behaviour profiling: " CUSTOMERS-PROFILED
               " customer(s) profiled, " CHECKED-COUNT
               " new transaction(s) checked, " ALERT-COUNT
               " alert(s), " SUPPRESSED-COUNT
               " suppressed after review."

           IF CAPACITY-WARNINGS > 0
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
           MOVE "BEHAVPROF" TO BATCH-LOG-JOB-NAME
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

           MOVE "BEHAVPROF" TO BATCH-LOG-JOB-NAME
           MOVE BATCH-RUN-LOG-TIMESTAMP TO BATCH-LOG-TIMESTAMP
           MOVE "START" TO BATCH-LOG-EVENT
           MOVE SPACES TO BATCH-LOG-DETAIL
           WRITE BATCH-RUN-LOG-RECORD

           CLOSE BATCH-RUN-LOG-FILE
           EXIT.

       LOG-BATCH-RUN-END.
           MOVE FUNCTION CURRENT-DATE TO BATCH-RUN-LOG-TIMESTAMP
           OPEN EXTEND BATCH-RUN-LOG-FILE

           MOVE "BEHAVPROF" TO BATCH-LOG-JOB-NAME
           MOVE BATCH-RUN-LOG-TIMESTAMP TO BATCH-LOG-TIMESTAMP
           MOVE "END" TO BATCH-LOG-EVENT
           STRING "Profiled: "
               FUNCTION TRIM(CUSTOMERS-PROFILED LEADING)
               " Checked: "
               FUNCTION TRIM(CHECKED-COUNT LEADING)
               " Alerts: "
               FUNCTION TRIM(ALERT-COUNT LEADING)
               INTO BATCH-LOG-DETAIL
           WRITE BATCH-RUN-LOG-RECORD

           CLOSE BATCH-RUN-LOG-FILE
           EXIT.

       LOAD-BEHAVIOUR-CONTROL.
           OPEN INPUT BEHAVIOUR-CONTROL-FILE
           IF CONTROL-FILE-STATUS NOT = "00"
               DISPLAY "BehaviourControl.txt not found, the default "
                   "baseline and alert settings apply"
               EXIT PARAGRAPH
           END-IF

           READ BEHAVIOUR-CONTROL-FILE
               AT END
                   DISPLAY "BehaviourControl.txt is empty, using the "
                       "default settings"
               NOT AT END
                   PERFORM APPLY-BEHAVIOUR-CONTROL
           END-READ

           CLOSE BEHAVIOUR-CONTROL-FILE
           EXIT.

       APPLY-BEHAVIOUR-CONTROL.
           IF CONTROL-BASELINE-DAYS IS NUMERIC
               AND CONTROL-BASELINE-DAYS > 0
               MOVE CONTROL-BASELINE-DAYS TO BASELINE-DAYS
           END-IF
           IF CONTROL-MIN-HISTORY IS NUMERIC
               AND CONTROL-MIN-HISTORY > 0
               MOVE CONTROL-MIN-HISTORY TO MIN-HISTORY
           END-IF
           IF CONTROL-AMOUNT-MULTIPLE IS NUMERIC
               AND CONTROL-AMOUNT-MULTIPLE > 0
               MOVE CONTROL-AMOUNT-MULTIPLE TO AMOUNT-MULTIPLE
           END-IF
           IF CONTROL-AMOUNT-FLOOR IS NUMERIC
               AND CONTROL-AMOUNT-FLOOR > 0
               MOVE CONTROL-AMOUNT-FLOOR TO AMOUNT-FLOOR
           END-IF
           EXIT.

       LOAD-LAST-RUN-MARK.
           OPEN INPUT LAST-RUN-FILE

           IF LAST-RUN-FILE-STATUS = "00"
               READ LAST-RUN-FILE
                   AT END
                       MOVE "Y" TO FIRST-RUN
                   NOT AT END
                       MOVE LAST-RUN-TRANSACTION-TIME
                           TO LAST-RUN-MARK
               END-READ
               CLOSE LAST-RUN-FILE
           ELSE
               MOVE "Y" TO FIRST-RUN
           END-IF

           IF LAST-RUN-MARK = SPACES
               MOVE "Y" TO FIRST-RUN
           END-IF

           IF FIRST-RUN = "Y"
               DISPLAY "BehaviourProfileLastRun.txt not found or "
                   "empty, building the baseline only"
           END-IF
           EXIT.

       SAVE-LAST-RUN-MARK.
           IF HIGHEST-TIME-SEEN = SPACES
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT LAST-RUN-FILE
           MOVE HIGHEST-TIME-SEEN TO LAST-RUN-TRANSACTION-TIME
           MOVE RUN-DATE-TODAY TO LAST-RUN-DATE
           WRITE LAST-RUN-RECORD
           CLOSE LAST-RUN-FILE
           EXIT.

       LOAD-SHOP-MASTER.
           MOVE 0 TO SHOP-MASTER-COUNT
           OPEN INPUT SHOP-MASTER-FILE

           IF SHOP-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "ShopMaster.txt not found, shops are profiled "
                   "by feed name and without categories"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL SHOP-MASTER-FILE-STATUS = "10"
               READ SHOP-MASTER-FILE
                   AT END
                       MOVE "10" TO SHOP-MASTER-FILE-STATUS
                   NOT AT END
                       IF SHOP-MASTER-COUNT < SHOP-MASTER-MAX-COUNT
                           ADD 1 TO SHOP-MASTER-COUNT
                           MOVE SHOPM-CANONICAL-NAME TO
                               MASTER-CANONICAL-NAME(
                                   SHOP-MASTER-COUNT)
                           MOVE SHOPM-CATEGORY TO
                               MASTER-CATEGORY(SHOP-MASTER-COUNT)
                           MOVE SHOPM-ALIAS-1 TO
                               MASTER-ALIAS(SHOP-MASTER-COUNT, 1)
                           MOVE SHOPM-ALIAS-2 TO
                               MASTER-ALIAS(SHOP-MASTER-COUNT, 2)
                           MOVE SHOPM-ALIAS-3 TO
                               MASTER-ALIAS(SHOP-MASTER-COUNT, 3)
                       ELSE
                           DISPLAY "ShopMaster.txt exceeds capacity, "
                               "ignoring remaining shops"
                       END-IF
               END-READ
           END-PERFORM

           CLOSE SHOP-MASTER-FILE
           EXIT.

      * The feed spelling of the shop is matched to its canonical
      * name and category the way TXNREPORT matches it; a shop the
      * master does not know keeps its feed name and no category.
       NORMALIZE-SHOP-NAME.
           MOVE TRANSACTION-SHOP OF HISTORY-RECORD
               TO NORMALIZED-SHOP-NAME
           MOVE SPACES TO NORMALIZED-SHOP-CATEGORY
           MOVE "N" TO SHOP-NAME-RECOGNIZED

           IF SHOP-MASTER-COUNT = 0
               OR TRANSACTION-SHOP OF HISTORY-RECORD = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
               TRANSACTION-SHOP OF HISTORY-RECORD))
               TO SHOP-NAME-COMPARE-WORK

           PERFORM VARYING SHOP-MASTER-INDEX FROM 1 BY 1
               UNTIL SHOP-MASTER-INDEX > SHOP-MASTER-COUNT
                   OR SHOP-NAME-RECOGNIZED = "Y"

               IF FUNCTION UPPER-CASE(FUNCTION TRIM(
                       MASTER-CANONICAL-NAME(SHOP-MASTER-INDEX)))
                       = SHOP-NAME-COMPARE-WORK
                   MOVE "Y" TO SHOP-NAME-RECOGNIZED
               END-IF

               PERFORM VARYING SHOP-ALIAS-INDEX FROM 1 BY 1
                   UNTIL SHOP-ALIAS-INDEX > 3
                       OR SHOP-NAME-RECOGNIZED = "Y"
                   IF MASTER-ALIAS(SHOP-MASTER-INDEX,
                           SHOP-ALIAS-INDEX) NOT = SPACES
                       AND FUNCTION UPPER-CASE(FUNCTION TRIM(
                           MASTER-ALIAS(SHOP-MASTER-INDEX,
                               SHOP-ALIAS-INDEX)))
                           = SHOP-NAME-COMPARE-WORK
                       MOVE "Y" TO SHOP-NAME-RECOGNIZED
                   END-IF
               END-PERFORM

               IF SHOP-NAME-RECOGNIZED = "Y"
                   MOVE MASTER-CANONICAL-NAME(SHOP-MASTER-INDEX)
                       TO NORMALIZED-SHOP-NAME
                   MOVE MASTER-CATEGORY(SHOP-MASTER-INDEX)
                       TO NORMALIZED-SHOP-CATEGORY
               END-IF
           END-PERFORM
           EXIT.

      *----------------------------------------------------------*
      * First pass over the history: every eligible transaction up
      * to the last-run mark and inside the baseline period joins
      * its customer's baseline. On a first run everything inside
      * the period does. The latest transaction time is kept for
      * the next run's mark.
      *----------------------------------------------------------*
       BUILD-BASELINE.
           OPEN INPUT HISTORY-FILE
           IF HISTORY-FILE-STATUS NOT = "00"
               MOVE "TransactionHistory.txt" TO FAILED-FILE-NAME
               MOVE HISTORY-FILE-STATUS TO FAILED-FILE-STATUS
               PERFORM ABORT-ON-FILE-FAILURE
           END-IF

           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ HISTORY-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO HISTORY-READ-COUNT
                       PERFORM ADD-TO-BASELINE
               END-READ
           END-PERFORM

           CLOSE HISTORY-FILE
           MOVE "N" TO END-OF-FILE
           EXIT.

       ADD-TO-BASELINE.
           PERFORM PREPARE-HISTORY-RECORD
           IF TRANSACTION-ELIGIBLE = "N"
               EXIT PARAGRAPH
           END-IF

           IF TIME-OF-TRANSACTION OF HISTORY-RECORD > HIGHEST-TIME-SEEN
               MOVE TIME-OF-TRANSACTION OF HISTORY-RECORD
                   TO HIGHEST-TIME-SEEN
           END-IF

           IF TRANSACTION-DATE-WORK < BASELINE-START-DATE
               EXIT PARAGRAPH
           END-IF
           IF FIRST-RUN = "N"
               AND TIME-OF-TRANSACTION OF HISTORY-RECORD
                   > LAST-RUN-MARK
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO BASELINE-TXN-COUNT
           PERFORM NORMALIZE-SHOP-NAME
           MOVE NORMALIZED-CPR TO LOOKUP-CPR

           MOVE "A" TO LOOKUP-KIND
           MOVE SPACES TO LOOKUP-VALUE
           PERFORM ADD-PROFILE-ITEM

           MOVE "T" TO LOOKUP-KIND
           MOVE TRANSACTION-TYPE OF HISTORY-RECORD TO LOOKUP-VALUE
           PERFORM ADD-PROFILE-ITEM

           MOVE "C" TO LOOKUP-KIND
           MOVE CURRENCY-CODE OF HISTORY-RECORD TO LOOKUP-VALUE
           PERFORM ADD-PROFILE-ITEM

           IF NORMALIZED-SHOP-NAME NOT = SPACES
               MOVE "S" TO LOOKUP-KIND
               MOVE NORMALIZED-SHOP-NAME TO LOOKUP-VALUE
               PERFORM ADD-PROFILE-ITEM
           END-IF

           IF NORMALIZED-SHOP-CATEGORY NOT = SPACES
               MOVE "K" TO LOOKUP-KIND
               MOVE NORMALIZED-SHOP-CATEGORY TO LOOKUP-VALUE
               PERFORM ADD-PROFILE-ITEM
           END-IF
           EXIT.

      * Leaves TRANSACTION-ELIGIBLE "Y" with the booking date, CPR
      * and DKK amount worked out when the history record is the
      * customer's own activity.
       PREPARE-HISTORY-RECORD.
           MOVE "N" TO TRANSACTION-ELIGIBLE

           IF DUPLICATE-FLAG OF HISTORY-RECORD = "Y"
               OR CORRECTION-KIND OF HISTORY-RECORD NOT = SPACE
               OR CPR OF HISTORY-RECORD = SPACES
               EXIT PARAGRAPH
           END-IF
           IF TRANSACTION-TYPE OF HISTORY-RECORD = "Gebyr"
               OR TRANSACTION-TYPE OF HISTORY-RECORD = "Afskrivning"
               OR TRANSACTION-TYPE OF HISTORY-RECORD = "Indsigelse"
               EXIT PARAGRAPH
           END-IF

           IF TIME-OF-TRANSACTION OF HISTORY-RECORD(1:4) IS NOT NUMERIC
               OR TIME-OF-TRANSACTION OF HISTORY-RECORD(6:2)
                   IS NOT NUMERIC
               OR TIME-OF-TRANSACTION OF HISTORY-RECORD(9:2)
                   IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           STRING TIME-OF-TRANSACTION OF HISTORY-RECORD(1:4)
               TIME-OF-TRANSACTION OF HISTORY-RECORD(6:2)
               TIME-OF-TRANSACTION OF HISTORY-RECORD(9:2)
               DELIMITED BY SIZE
               INTO TRANSACTION-DATE-WORK
           END-STRING

           MOVE CPR OF HISTORY-RECORD TO NORMALIZED-CPR
           PERFORM NORMALIZE-CPR
           MOVE FUNCTION ABS(DKK-AMOUNT OF HISTORY-RECORD)
               TO AMOUNT-WORK
           MOVE "Y" TO TRANSACTION-ELIGIBLE
           EXIT.

      * History and the alert log may carry the CPR without the
      * dash; every CPR is profiled in the DDMMYY-XXXX form.
       NORMALIZE-CPR.
           IF NORMALIZED-CPR(1:10) IS NUMERIC
                   AND NORMALIZED-CPR(11:5) = SPACES
               MOVE NORMALIZED-CPR(7:4) TO CPR-SERIAL-PART
               MOVE "-" TO NORMALIZED-CPR(7:1)
               MOVE CPR-SERIAL-PART TO NORMALIZED-CPR(8:4)
           END-IF
           EXIT.

       ADD-PROFILE-ITEM.
           PERFORM FIND-PROFILE-ITEM

           IF PROFILE-FOUND-INDEX = 0
               IF PROFILE-COUNT >= PROFILE-MAX
                   IF PROFILE-FULL-REPORTED = "N"
                       DISPLAY "WARNING: baseline capacity exceeded, "
                           "later customers and items are not "
                           "profiled."
                       MOVE "Y" TO PROFILE-FULL-REPORTED
                       ADD 1 TO CAPACITY-WARNINGS
                   END-IF
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO PROFILE-COUNT
               MOVE PROFILE-COUNT TO PROFILE-FOUND-INDEX
               MOVE LOOKUP-CPR TO PROF-CPR(PROFILE-FOUND-INDEX)
               MOVE LOOKUP-KIND TO PROF-KIND(PROFILE-FOUND-INDEX)
               MOVE LOOKUP-VALUE TO PROF-VALUE(PROFILE-FOUND-INDEX)
               MOVE AMOUNT-WORK TO PROF-MIN(PROFILE-FOUND-INDEX)
               IF LOOKUP-KIND = "A"
                   ADD 1 TO CUSTOMERS-PROFILED
               END-IF
           END-IF

           ADD 1 TO PROF-COUNT(PROFILE-FOUND-INDEX)
           ADD AMOUNT-WORK TO PROF-TOTAL(PROFILE-FOUND-INDEX)
           IF AMOUNT-WORK < PROF-MIN(PROFILE-FOUND-INDEX)
               MOVE AMOUNT-WORK TO PROF-MIN(PROFILE-FOUND-INDEX)
           END-IF
           IF AMOUNT-WORK > PROF-MAX(PROFILE-FOUND-INDEX)
               MOVE AMOUNT-WORK TO PROF-MAX(PROFILE-FOUND-INDEX)
           END-IF
           EXIT.

       FIND-PROFILE-ITEM.
           MOVE 0 TO PROFILE-FOUND-INDEX
           PERFORM VARYING PROFILE-INDEX FROM 1 BY 1
               UNTIL PROFILE-INDEX > PROFILE-COUNT
                   OR PROFILE-FOUND-INDEX > 0
               IF PROF-CPR(PROFILE-INDEX) = LOOKUP-CPR
                   AND PROF-KIND(PROFILE-INDEX) = LOOKUP-KIND
                   AND PROF-VALUE(PROFILE-INDEX) = LOOKUP-VALUE
                   MOVE PROFILE-INDEX TO PROFILE-FOUND-INDEX
               END-IF
           END-PERFORM
           EXIT.

      *----------------------------------------------------------*
      * Second pass: every eligible transaction after the last-run
      * mark is checked against its customer's baseline.
      *----------------------------------------------------------*
       CHECK-NEW-TRANSACTIONS.
           OPEN INPUT HISTORY-FILE
           IF HISTORY-FILE-STATUS NOT = "00"
               MOVE "TransactionHistory.txt" TO FAILED-FILE-NAME
               MOVE HISTORY-FILE-STATUS TO FAILED-FILE-STATUS
               PERFORM ABORT-ON-FILE-FAILURE
           END-IF

           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ HISTORY-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       PERFORM PREPARE-HISTORY-RECORD
                       IF TRANSACTION-ELIGIBLE = "Y"
                           AND TIME-OF-TRANSACTION OF HISTORY-RECORD
                               > LAST-RUN-MARK
                           PERFORM CHECK-ONE-TRANSACTION
                       END-IF
               END-READ
           END-PERFORM

           CLOSE HISTORY-FILE
           MOVE "N" TO END-OF-FILE
           EXIT.

       CHECK-ONE-TRANSACTION.
           ADD 1 TO CHECKED-COUNT
           MOVE NORMALIZED-CPR TO LOOKUP-CPR

           MOVE "A" TO LOOKUP-KIND
           MOVE SPACES TO LOOKUP-VALUE
           PERFORM FIND-PROFILE-ITEM
           MOVE PROFILE-FOUND-INDEX TO CUSTOMER-PROFILE-INDEX
           IF CUSTOMER-PROFILE-INDEX = 0
               ADD 1 TO THIN-HISTORY-COUNT
               EXIT PARAGRAPH
           END-IF
           IF PROF-COUNT(CUSTOMER-PROFILE-INDEX) < MIN-HISTORY
               ADD 1 TO THIN-HISTORY-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO REASON-COUNT
           MOVE "N" TO AMOUNT-REASON
           MOVE "N" TO CURRENCY-REASON
           MOVE "N" TO CATEGORY-REASON
           PERFORM NORMALIZE-SHOP-NAME

           PERFORM CHECK-AMOUNT-AGAINST-BASELINE
           PERFORM CHECK-CURRENCY-AGAINST-BASELINE
           PERFORM CHECK-CATEGORY-AGAINST-BASELINE

           IF REASON-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE "BEHAV" TO ALERT-LOOKUP-TYPE
           MOVE CPR OF HISTORY-RECORD TO ALERT-LOOKUP-CPR
           MOVE TIME-OF-TRANSACTION OF HISTORY-RECORD
               TO ALERT-LOOKUP-TIME
           PERFORM REGISTER-AML-ALERT

           IF CURRENT-ALERT-STATUS = "D"
               ADD 1 TO SUPPRESSED-COUNT
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO ALERT-COUNT
           IF AMOUNT-REASON = "Y"
               ADD 1 TO AMOUNT-ALERT-COUNT
           END-IF
           IF CURRENCY-REASON = "Y"
               ADD 1 TO CURRENCY-ALERT-COUNT
           END-IF
           IF CATEGORY-REASON = "Y"
               ADD 1 TO CATEGORY-ALERT-COUNT
           END-IF

           PERFORM NOTE-NEW-SHOP
           PERFORM WRITE-ALERT-LINES
           EXIT.

      * The amount is measured against the usual maximum for its
      * transaction type, or over all types while the type itself
      * has too little history.
       CHECK-AMOUNT-AGAINST-BASELINE.
           IF AMOUNT-WORK < AMOUNT-FLOOR
               EXIT PARAGRAPH
           END-IF

           MOVE "T" TO LOOKUP-KIND
           MOVE TRANSACTION-TYPE OF HISTORY-RECORD TO LOOKUP-VALUE
           PERFORM FIND-PROFILE-ITEM
           MOVE PROFILE-FOUND-INDEX TO TYPE-PROFILE-INDEX

           IF TYPE-PROFILE-INDEX > 0
               AND PROF-COUNT(TYPE-PROFILE-INDEX) >= MIN-HISTORY
               MOVE PROF-MAX(TYPE-PROFILE-INDEX) TO USUAL-MAXIMUM
           ELSE
               MOVE PROF-MAX(CUSTOMER-PROFILE-INDEX) TO USUAL-MAXIMUM
               MOVE 0 TO TYPE-PROFILE-INDEX
           END-IF

           COMPUTE ALERT-LIMIT = USUAL-MAXIMUM * AMOUNT-MULTIPLE
           IF AMOUNT-WORK NOT > ALERT-LIMIT
               EXIT PARAGRAPH
           END-IF

           MOVE "Y" TO AMOUNT-REASON
           MOVE AMOUNT-WORK TO AMOUNT-DISPLAY
           MOVE USUAL-MAXIMUM TO LIMIT-DISPLAY
           MOVE SPACES TO REASON-TEXT
           IF TYPE-PROFILE-INDEX > 0
               STRING "Amount "
                   FUNCTION TRIM(AMOUNT-DISPLAY LEADING)
                   " DKK against a usual maximum of "
                   FUNCTION TRIM(LIMIT-DISPLAY LEADING)
                   " DKK for "
                   FUNCTION TRIM(TRANSACTION-TYPE OF HISTORY-RECORD)
                   DELIMITED BY SIZE
                   INTO REASON-TEXT
               END-STRING
           ELSE
               STRING "Amount "
                   FUNCTION TRIM(AMOUNT-DISPLAY LEADING)
                   " DKK against a usual maximum of "
                   FUNCTION TRIM(LIMIT-DISPLAY LEADING)
                   " DKK over all types"
                   DELIMITED BY SIZE
                   INTO REASON-TEXT
               END-STRING
           END-IF
           PERFORM ADD-REASON-LINE
           EXIT.

       CHECK-CURRENCY-AGAINST-BASELINE.
           MOVE "C" TO LOOKUP-KIND
           MOVE CURRENCY-CODE OF HISTORY-RECORD TO LOOKUP-VALUE
           PERFORM FIND-PROFILE-ITEM
           IF PROFILE-FOUND-INDEX > 0
               EXIT PARAGRAPH
           END-IF

           MOVE "Y" TO CURRENCY-REASON
           MOVE SPACES TO REASON-TEXT
           STRING "Currency "
               CURRENCY-CODE OF HISTORY-RECORD
               " not used in the baseline period"
               DELIMITED BY SIZE
               INTO REASON-TEXT
           END-STRING
           PERFORM ADD-REASON-LINE
           EXIT.

      * A shop the master does not know has no category, so only a
      * known shop in a new category counts.
       CHECK-CATEGORY-AGAINST-BASELINE.
           IF NORMALIZED-SHOP-CATEGORY = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE "K" TO LOOKUP-KIND
           MOVE NORMALIZED-SHOP-CATEGORY TO LOOKUP-VALUE
           PERFORM FIND-PROFILE-ITEM
           IF PROFILE-FOUND-INDEX > 0
               EXIT PARAGRAPH
           END-IF

           MOVE "Y" TO CATEGORY-REASON
           MOVE SPACES TO REASON-TEXT
           STRING "Shop category "
               FUNCTION TRIM(NORMALIZED-SHOP-CATEGORY)
               " not used in the baseline period"
               DELIMITED BY SIZE
               INTO REASON-TEXT
           END-STRING
           PERFORM ADD-REASON-LINE
           EXIT.

      * A new shop on its own is too common to alert on, but it is
      * worth showing the analyst alongside the other reasons.
       NOTE-NEW-SHOP.
           IF NORMALIZED-SHOP-NAME = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE "S" TO LOOKUP-KIND
           MOVE NORMALIZED-SHOP-NAME TO LOOKUP-VALUE
           PERFORM FIND-PROFILE-ITEM
           IF PROFILE-FOUND-INDEX > 0
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO REASON-TEXT
           STRING "Shop "
               FUNCTION TRIM(NORMALIZED-SHOP-NAME)
               " not used in the baseline period"
               DELIMITED BY SIZE
               INTO REASON-TEXT
           END-STRING
           PERFORM ADD-REASON-LINE
           EXIT.

       ADD-REASON-LINE.
           IF REASON-COUNT < 4
               ADD 1 TO REASON-COUNT
               MOVE REASON-TEXT TO REASON-LINES(REASON-COUNT)
           END-IF
           EXIT.

       LOAD-AML-ALERT-LOG.
           OPEN INPUT AML-ALERT-LOG-FILE
           IF AML-ALERT-LOG-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL AML-ALERT-LOG-FILE-STATUS = "10"
               READ AML-ALERT-LOG-FILE
                   AT END
                       MOVE "10" TO AML-ALERT-LOG-FILE-STATUS
                   NOT AT END
                       IF ALERT-LOG-COUNT < ALERT-LOG-MAX
                           ADD 1 TO ALERT-LOG-COUNT
                           MOVE LOG-ALERT-ID
                               TO AL-ID(ALERT-LOG-COUNT)
                           MOVE LOG-ALERT-TYPE
                               TO AL-TYPE(ALERT-LOG-COUNT)
                           MOVE LOG-ALERT-CPR
                               TO AL-CPR(ALERT-LOG-COUNT)
                           MOVE LOG-ALERT-TXN-TIME
                               TO AL-TXN-TIME(ALERT-LOG-COUNT)
                           MOVE LOG-ALERT-FIRST-SEEN
                               TO AL-FIRST-SEEN(ALERT-LOG-COUNT)
                           MOVE LOG-ALERT-STATUS
                               TO AL-STATUS(ALERT-LOG-COUNT)
                           IF LOG-ALERT-ID > NEXT-ALERT-ID
                               MOVE LOG-ALERT-ID TO NEXT-ALERT-ID
                           END-IF
                       ELSE
                           DISPLAY "WARNING: AML alert log exceeds "
                               "capacity, older alerts not carried"
                           ADD 1 TO CAPACITY-WARNINGS
                       END-IF
               END-READ
           END-PERFORM

           CLOSE AML-ALERT-LOG-FILE
           MOVE "00" TO AML-ALERT-LOG-FILE-STATUS
           EXIT.

      * Dispositions mark the matching log entries reviewed, so a
      * reviewed alert is not reported again.
       LOAD-AML-DISPOSITIONS.
           OPEN INPUT AML-DISPOSITIONS-FILE
           IF AML-DISPOSITIONS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL AML-DISPOSITIONS-FILE-STATUS = "10"
               READ AML-DISPOSITIONS-FILE
                   AT END
                       MOVE "10" TO AML-DISPOSITIONS-FILE-STATUS
                   NOT AT END
                       PERFORM VARYING ALERT-LOG-INDEX FROM 1 BY 1
                           UNTIL ALERT-LOG-INDEX > ALERT-LOG-COUNT
                           IF AL-ID(ALERT-LOG-INDEX)
                                   = DISP-ALERT-ID
                               MOVE "D"
                                   TO AL-STATUS(ALERT-LOG-INDEX)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM

           CLOSE AML-DISPOSITIONS-FILE
           MOVE "00" TO AML-DISPOSITIONS-FILE-STATUS
           EXIT.

      *----------------------------------------------------------*
      * Finds the alert in the log by its natural key and leaves
      * its stable id and status; a genuinely new alert takes the
      * next id and joins the log as open.
      *----------------------------------------------------------*
       REGISTER-AML-ALERT.
           MOVE 0 TO MATCHED-ALERT-INDEX
           PERFORM VARYING ALERT-LOG-INDEX FROM 1 BY 1
               UNTIL ALERT-LOG-INDEX > ALERT-LOG-COUNT
                   OR MATCHED-ALERT-INDEX > 0
               IF AL-TYPE(ALERT-LOG-INDEX) = ALERT-LOOKUP-TYPE
                   AND AL-CPR(ALERT-LOG-INDEX) = ALERT-LOOKUP-CPR
                   AND AL-TXN-TIME(ALERT-LOG-INDEX)
                       = ALERT-LOOKUP-TIME
                   MOVE ALERT-LOG-INDEX TO MATCHED-ALERT-INDEX
               END-IF
           END-PERFORM

           IF MATCHED-ALERT-INDEX > 0
               MOVE AL-ID(MATCHED-ALERT-INDEX)
                   TO CURRENT-ALERT-ID
               MOVE AL-STATUS(MATCHED-ALERT-INDEX)
                   TO CURRENT-ALERT-STATUS
               EXIT PARAGRAPH
           END-IF

           IF ALERT-LOG-COUNT >= ALERT-LOG-MAX
               DISPLAY "WARNING: AML alert log full, alert for "
                   "CPR '" FUNCTION TRIM(ALERT-LOOKUP-CPR TRAILING)
                   "' gets no stable id."
               ADD 1 TO CAPACITY-WARNINGS
               MOVE 0 TO CURRENT-ALERT-ID
               MOVE "O" TO CURRENT-ALERT-STATUS
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO NEXT-ALERT-ID
           ADD 1 TO ALERT-LOG-COUNT
           MOVE NEXT-ALERT-ID TO AL-ID(ALERT-LOG-COUNT)
           MOVE ALERT-LOOKUP-TYPE TO AL-TYPE(ALERT-LOG-COUNT)
           MOVE ALERT-LOOKUP-CPR TO AL-CPR(ALERT-LOG-COUNT)
           MOVE ALERT-LOOKUP-TIME TO AL-TXN-TIME(ALERT-LOG-COUNT)
           MOVE TODAY-DATE TO AL-FIRST-SEEN(ALERT-LOG-COUNT)
           MOVE "O" TO AL-STATUS(ALERT-LOG-COUNT)

           MOVE NEXT-ALERT-ID TO CURRENT-ALERT-ID
           MOVE "O" TO CURRENT-ALERT-STATUS
           EXIT.

       SAVE-AML-ALERT-LOG.
           OPEN OUTPUT AML-ALERT-LOG-FILE

           PERFORM VARYING ALERT-LOG-INDEX FROM 1 BY 1
               UNTIL ALERT-LOG-INDEX > ALERT-LOG-COUNT
               MOVE AL-ID(ALERT-LOG-INDEX) TO LOG-ALERT-ID
               MOVE AL-TYPE(ALERT-LOG-INDEX) TO LOG-ALERT-TYPE
               MOVE AL-CPR(ALERT-LOG-INDEX) TO LOG-ALERT-CPR
               MOVE AL-TXN-TIME(ALERT-LOG-INDEX)
                   TO LOG-ALERT-TXN-TIME
               MOVE AL-FIRST-SEEN(ALERT-LOG-INDEX)
                   TO LOG-ALERT-FIRST-SEEN
               MOVE AL-STATUS(ALERT-LOG-INDEX)
                   TO LOG-ALERT-STATUS
               WRITE AML-ALERT-LOG-RECORD
           END-PERFORM

           CLOSE AML-ALERT-LOG-FILE
           EXIT.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO OUTPUT-TEXT-LINE
           STRING "Behaviour alert report - " DELIMITED BY SIZE
               RUN-DATE-TODAY DELIMITED BY SIZE
               INTO OUTPUT-TEXT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO OUTPUT-TEXT-LINE
           MOVE BASELINE-DAYS TO SETTING-DISPLAY
           MOVE MIN-HISTORY TO HISTORY-DISPLAY
           STRING "Baseline: "
               FUNCTION TRIM(SETTING-DISPLAY LEADING)
               " days from "
               BASELINE-START-DATE
               ", minimum history "
               FUNCTION TRIM(HISTORY-DISPLAY LEADING)
               " transaction(s)"
               DELIMITED BY SIZE
               INTO OUTPUT-TEXT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO OUTPUT-TEXT-LINE
           MOVE AMOUNT-MULTIPLE TO SETTING-DISPLAY
           MOVE AMOUNT-FLOOR TO AMOUNT-DISPLAY
           STRING "Amount alert: above "
               FUNCTION TRIM(SETTING-DISPLAY LEADING)
               " times the usual maximum and at least "
               FUNCTION TRIM(AMOUNT-DISPLAY LEADING)
               " DKK"
               DELIMITED BY SIZE
               INTO OUTPUT-TEXT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE

           MOVE SEPARATOR-LINE TO OUTPUT-TEXT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "CPR             Date       Type        Shop"
               TO OUTPUT-TEXT-LINE
           MOVE "DKK amount" TO OUTPUT-TEXT-LINE(68:10)
           MOVE "Alert" TO OUTPUT-TEXT-LINE(80:5)
           PERFORM WRITE-REPORT-LINE
           EXIT.

      * One line for the transaction, then one indented line per
      * reason.
       WRITE-ALERT-LINES.
           MOVE SPACES TO OUTPUT-TEXT-LINE
           MOVE CPR OF HISTORY-RECORD TO OUTPUT-TEXT-LINE(1:15)
           MOVE TIME-OF-TRANSACTION OF HISTORY-RECORD(1:10)
               TO OUTPUT-TEXT-LINE(17:10)
           MOVE TRANSACTION-TYPE OF HISTORY-RECORD
               TO OUTPUT-TEXT-LINE(28:11)
           MOVE TRANSACTION-SHOP OF HISTORY-RECORD
               TO OUTPUT-TEXT-LINE(40:20)
           MOVE AMOUNT-WORK TO AMOUNT-DISPLAY
           MOVE AMOUNT-DISPLAY TO OUTPUT-TEXT-LINE(61:17)
           MOVE CURRENT-ALERT-ID TO ALERT-ID-DISPLAY
           MOVE ALERT-ID-DISPLAY TO OUTPUT-TEXT-LINE(79:6)
           PERFORM WRITE-REPORT-LINE

           PERFORM VARYING REASON-INDEX FROM 1 BY 1
               UNTIL REASON-INDEX > REASON-COUNT
               MOVE SPACES TO OUTPUT-TEXT-LINE
               MOVE REASON-LINES(REASON-INDEX)
                   TO OUTPUT-TEXT-LINE(5:100)
               PERFORM WRITE-REPORT-LINE
           END-PERFORM
           EXIT.

       WRITE-REPORT-TOTALS.
           MOVE SEPARATOR-LINE TO OUTPUT-TEXT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE "Customers profiled" TO OUTPUT-TEXT-LINE
           MOVE CUSTOMERS-PROFILED TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-REPORT-LINE

           MOVE "Baseline transactions" TO OUTPUT-TEXT-LINE
           MOVE BASELINE-TXN-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-REPORT-LINE

           MOVE "New transactions checked" TO OUTPUT-TEXT-LINE
           MOVE CHECKED-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-REPORT-LINE

           MOVE "  Too little history to judge" TO OUTPUT-TEXT-LINE
           MOVE THIN-HISTORY-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-REPORT-LINE

           MOVE "Alerts raised" TO OUTPUT-TEXT-LINE
           MOVE ALERT-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-REPORT-LINE

           MOVE "  Amount outside the range" TO OUTPUT-TEXT-LINE
           MOVE AMOUNT-ALERT-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-REPORT-LINE

           MOVE "  New currency" TO OUTPUT-TEXT-LINE
           MOVE CURRENCY-ALERT-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-REPORT-LINE

           MOVE "  New shop category" TO OUTPUT-TEXT-LINE
           MOVE CATEGORY-ALERT-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-REPORT-LINE

           MOVE "Suppressed after review" TO OUTPUT-TEXT-LINE
           MOVE SUPPRESSED-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-REPORT-LINE
           EXIT.

       WRITE-REPORT-LINE.
           MOVE OUTPUT-TEXT-LINE TO ALERT-REPORT-LINE
           WRITE ALERT-REPORT-LINE
           MOVE SPACES TO OUTPUT-TEXT-LINE
           EXIT.

      * The baseline as this run built it, rewritten every run.
       WRITE-BEHAVIOUR-PROFILES.
           OPEN OUTPUT PROFILE-FILE

           PERFORM VARYING PROFILE-INDEX FROM 1 BY 1
               UNTIL PROFILE-INDEX > PROFILE-COUNT
               MOVE PROF-CPR(PROFILE-INDEX) TO PROFILE-OUT-CPR
               MOVE PROF-KIND(PROFILE-INDEX) TO PROFILE-OUT-KIND
               MOVE PROF-VALUE(PROFILE-INDEX) TO PROFILE-OUT-VALUE
               MOVE PROF-COUNT(PROFILE-INDEX) TO PROFILE-OUT-COUNT
               MOVE PROF-MIN(PROFILE-INDEX) TO PROFILE-OUT-MIN
               MOVE PROF-MAX(PROFILE-INDEX) TO PROFILE-OUT-MAX
               COMPUTE PROFILE-OUT-AVERAGE ROUNDED =
                   PROF-TOTAL(PROFILE-INDEX)
                   / PROF-COUNT(PROFILE-INDEX)
               WRITE PROFILE-RECORD
           END-PERFORM

           CLOSE PROFILE-FILE
           EXIT.

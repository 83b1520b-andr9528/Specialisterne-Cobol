       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOSSPROVISION.

      *----------------------------------------------------------*
      * Monthly loss provisioning for overdrafts in collections.  *
      * Every case NOTICEWRITER keeps in CollectionsState.txt is  *
      * valued at its negative saldo from OverdrawnAccounts.txt,  *
      * and a provision percentage is applied by collections      *
      * level and days the case has sat at that level - the row   *
      * in ProvisionRates.txt for the level with the highest      *
      * minimum days not above the case's age (compiled-in        *
      * defaults apply when the file is absent).                  *
      *                                                           *
      * ProvisionState.txt carries each CPR's provision from the  *
      * last run, so ProvisionReport.txt shows the movement per   *
      * case - new or increased charges, releases when a case     *
      * improves or leaves collections, and provision used up by  *
      * a write-off in WriteOffRegister.txt - rolled up from the  *
      * opening to the closing provision.                         *
      *                                                           *
      * A final-demand case older than the write-off age in       *
      * ProvisionControl.txt, with no repayment agreement in      *
      * force, is listed in WriteOffCandidates.txt for a reviewer *
      * to approve; WRITEOFFPOST books the write-off. A candidate *
      * keeps its WO id from run to run while the case stands.    *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COLLECTIONS-STATE-FILE
               ASSIGN TO "CollectionsState.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COLLECTIONS-FILE-STATUS.

           SELECT OVERDRAWN-ACCOUNTS-FILE
               ASSIGN TO "OverdrawnAccounts.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OVERDRAWN-ACCOUNTS-FILE-STATUS.

           SELECT PROVISION-RATES-FILE
               ASSIGN TO "ProvisionRates.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RATES-FILE-STATUS.

           SELECT PROVISION-CONTROL-FILE
               ASSIGN TO "ProvisionControl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTROL-FILE-STATUS.

           SELECT PROVISION-STATE-FILE
               ASSIGN TO "ProvisionState.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROVISION-STATE-FILE-STATUS.

           SELECT WRITEOFF-REGISTER-FILE
               ASSIGN TO "WriteOffRegister.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRITEOFF-REGISTER-FILE-STATUS.

           SELECT REPAYMENT-AGREEMENT-FILE
               ASSIGN TO "RepaymentAgreements.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPAYMENT-AGREEMENT-FILE-STATUS.

           SELECT CANDIDATE-FILE
               ASSIGN TO "WriteOffCandidates.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CANDIDATE-FILE-STATUS.

           SELECT PROVISION-REPORT-FILE
               ASSIGN TO "ProvisionReport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BATCH-RUN-LOG-FILE
               ASSIGN TO "BatchRunLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BATCH-RUN-LOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD COLLECTIONS-STATE-FILE.
       01 COLLECTIONS-STATE-RECORD.
           02 STATE-CPR PIC X(15).
           02 STATE-LEVEL PIC 9.
           02 STATE-ENTERED-DATE PIC 9(8).
           02 STATE-LEVEL-DATE PIC 9(8).
           02 STATE-AMOUNT-AT-ENTRY PIC -9(11).99.

       FD OVERDRAWN-ACCOUNTS-FILE.
       01 OVERDRAWN-ACCOUNT-RECORD.
           02 OVERDRAWN-CPR PIC X(15).
           02 OVERDRAWN-CUSTOMER-NAME PIC X(30).
           02 OVERDRAWN-SALDO-DKK PIC -9(11).99.
           02 OVERDRAWN-EXCESS-DKK PIC -9(11).99.
           02 OVERDRAWN-FACILITY-STATUS PIC X(8).

      * One row per collections level and minimum days at that
      * level; the percentage is of the negative saldo.
       FD PROVISION-RATES-FILE.
       01 PROVISION-RATE-RECORD.
           02 RATE-FILE-LEVEL PIC 9.
           02 RATE-FILE-MIN-DAYS PIC 9(4).
           02 RATE-FILE-PERCENT PIC 999V99.

      * One row: days at the final-demand level before a case is
      * put forward for write-off.
       FD PROVISION-CONTROL-FILE.
       01 PROVISION-CONTROL-RECORD.
           02 CONTROL-WRITEOFF-AGE-DAYS PIC 9(4).

      * The provision held per CPR after the last run.
       FD PROVISION-STATE-FILE.
       01 PROVISION-STATE-RECORD.
           02 PROVISION-CPR PIC X(15).
           02 PROVISION-LEVEL PIC 9.
           02 PROVISION-EXPOSURE PIC S9(11)V99.
           02 PROVISION-PERCENT PIC 999V99.
           02 PROVISION-AMOUNT PIC S9(11)V99.
           02 PROVISION-RUN-DATE PIC X(8).

       FD WRITEOFF-REGISTER-FILE.
       01 WRITEOFF-REGISTER-RECORD.
           COPY "WriteOff.cpy".

       FD REPAYMENT-AGREEMENT-FILE.
       01 REPAYMENT-AGREEMENT-RECORD.
           COPY "RepaymentAgreement.cpy".

      * A case put forward for write-off: the id a reviewer
      * approves under in WriteOffApprovals.txt, the case as it
      * stood and the date it was first listed.
       FD CANDIDATE-FILE.
       01 CANDIDATE-RECORD.
           02 CANDIDATE-ID PIC X(10).
           02 CANDIDATE-CPR PIC X(15).
           02 CANDIDATE-CUSTOMER-NAME PIC X(30).
           02 CANDIDATE-LEVEL-DATE PIC 9(8).
           02 CANDIDATE-AGE-DAYS PIC 9(5).
           02 CANDIDATE-SALDO PIC S9(11)V99.
           02 CANDIDATE-PROVISION PIC S9(11)V99.
           02 CANDIDATE-LISTED-DATE PIC X(8).

       FD PROVISION-REPORT-FILE.
       01 PROVISION-REPORT-LINE PIC X(100).

       FD BATCH-RUN-LOG-FILE.
       01 BATCH-RUN-LOG-RECORD.
           COPY "BatchRunLog.cpy".

       WORKING-STORAGE SECTION.
       01 BATCH-RUN-LOG-TIMESTAMP PIC X(26) VALUE SPACES.
       01 COLLECTIONS-FILE-STATUS PIC X(2) VALUE "00".
       01 OVERDRAWN-ACCOUNTS-FILE-STATUS PIC X(2) VALUE "00".
       01 RATES-FILE-STATUS PIC X(2) VALUE "00".
       01 CONTROL-FILE-STATUS PIC X(2) VALUE "00".
       01 PROVISION-STATE-FILE-STATUS PIC X(2) VALUE "00".
       01 WRITEOFF-REGISTER-FILE-STATUS PIC X(2) VALUE "00".
       01 REPAYMENT-AGREEMENT-FILE-STATUS PIC X(2) VALUE "00".
       01 CANDIDATE-FILE-STATUS PIC X(2) VALUE "00".
       01 BATCH-RUN-LOG-FILE-STATUS PIC X(2) VALUE "00".
       01 FAILED-FILE-NAME PIC X(40) VALUE SPACES.
       01 FAILED-FILE-STATUS PIC X(2) VALUE SPACES.

       01 END-OF-FILE PIC X VALUE "N".

      * Days at the final demand before write-off is proposed;
      * overridable from ProvisionControl.txt.
       01 WRITEOFF-AGE-DAYS PIC 9(4) VALUE 180.

      * Provision percentages by level and minimum days at the
      * level. The defaults stand unless ProvisionRates.txt has
      * at least one row, which then replaces them all.
       01 RATE-TABLE.
           02 RATE-COUNT PIC 99 VALUE 0.
           02 RATE-MAX PIC 99 VALUE 30.
           02 RATE-ENTRIES OCCURS 30 TIMES.
               03 RATE-LEVEL PIC 9 VALUE 0.
               03 RATE-MIN-DAYS PIC 9(4) VALUE 0.
               03 RATE-PERCENT PIC 999V99 VALUE 0.
       01 RATE-INDEX PIC 99 VALUE 0.
       01 MATCHED-RATE-INDEX PIC 99 VALUE 0.

      * The collections cases being valued this run.
       01 CASE-TABLE.
           02 CASE-COUNT PIC 999 VALUE 0.
           02 CASE-MAX PIC 999 VALUE 200.
           02 CASE-ENTRIES OCCURS 200 TIMES.
               03 CASE-CPR PIC X(15) VALUE SPACES.
               03 CASE-LEVEL PIC 9 VALUE 0.
               03 CASE-LEVEL-DATE PIC 9(8) VALUE 0.
       01 CASE-INDEX PIC 999 VALUE 0.

       01 OVERDRAWN-TABLE.
           02 OVERDRAWN-COUNT PIC 999 VALUE 0.
           02 OVERDRAWN-MAX PIC 999 VALUE 200.
           02 OVERDRAWN-ENTRIES OCCURS 200 TIMES.
               03 OVERDRAWN-ENTRY-CPR PIC X(15) VALUE SPACES.
               03 OVERDRAWN-ENTRY-NAME PIC X(30) VALUE SPACES.
               03 OVERDRAWN-ENTRY-SALDO PIC S9(11)V99 VALUE 0.
       01 OVERDRAWN-INDEX PIC 999 VALUE 0.

      * Last run's provisions; PRIOR-MATCHED marks those still in
      * collections so the rest can be released or utilised.
       01 PRIOR-TABLE.
           02 PRIOR-COUNT PIC 999 VALUE 0.
           02 PRIOR-MAX PIC 999 VALUE 200.
           02 PRIOR-ENTRIES OCCURS 200 TIMES.
               03 PRIOR-CPR PIC X(15) VALUE SPACES.
               03 PRIOR-LEVEL PIC 9 VALUE 0.
               03 PRIOR-AMOUNT PIC S9(11)V99 VALUE 0.
               03 PRIOR-RUN-DATE PIC X(8) VALUE SPACES.
               03 PRIOR-MATCHED PIC X VALUE "N".
       01 PRIOR-INDEX PIC 999 VALUE 0.
       01 MATCHED-PRIOR-INDEX PIC 999 VALUE 0.

       01 WRITEOFF-TABLE.
           02 WRITEOFF-COUNT PIC 9(4) VALUE 0.
           02 WRITEOFF-MAX PIC 9(4) VALUE 2000.
           02 WRITEOFF-ENTRIES OCCURS 2000 TIMES.
               03 WRITEOFF-ENTRY-ID PIC X(10) VALUE SPACES.
               03 WRITEOFF-ENTRY-CPR PIC X(15) VALUE SPACES.
               03 WRITEOFF-ENTRY-DATE PIC X(8) VALUE SPACES.
       01 WRITEOFF-INDEX PIC 9(4) VALUE 0.
       01 WRITEOFF-SEARCH-CPR PIC X(15) VALUE SPACES.
       01 WRITEOFF-SEARCH-FROM PIC X(8) VALUE SPACES.
       01 WRITEOFF-FOUND PIC X VALUE "N".

       01 AGREEMENT-CPR-TABLE.
           02 AGREEMENT-CPR-COUNT PIC 999 VALUE 0.
           02 AGREEMENT-CPR-MAX PIC 999 VALUE 200.
           02 AGREEMENT-ACTIVE-CPR PIC X(15) OCCURS 200 TIMES
               VALUE SPACES.
       01 AGREEMENT-CPR-INDEX PIC 999 VALUE 0.
       01 AGREEMENT-IN-FORCE PIC X VALUE "N".

      * Candidates from the last run, so an id once given to a
      * case is kept while the case stands.
       01 PRIOR-CANDIDATE-TABLE.
           02 PRIOR-CANDIDATE-COUNT PIC 999 VALUE 0.
           02 PRIOR-CANDIDATE-MAX PIC 999 VALUE 200.
           02 PRIOR-CANDIDATE-ENTRIES OCCURS 200 TIMES.
               03 PRIOR-CANDIDATE-ID PIC X(10) VALUE SPACES.
               03 PRIOR-CANDIDATE-CPR PIC X(15) VALUE SPACES.
               03 PRIOR-CANDIDATE-LEVEL-DATE PIC 9(8) VALUE 0.
               03 PRIOR-CANDIDATE-LISTED PIC X(8) VALUE SPACES.
       01 PRIOR-CANDIDATE-INDEX PIC 999 VALUE 0.
       01 NEXT-CANDIDATE-NUMBER PIC 9(8) VALUE 0.
       01 ID-TEXT-WORK PIC X(10) VALUE SPACES.
       01 ID-NUMBER-WORK PIC 9(8) VALUE 0.

       01 RUN-DATE-TODAY PIC X(8) VALUE SPACES.
       01 TODAY-DATE PIC 9(8) VALUE 0.
       01 TODAY-INTEGER PIC 9(8) VALUE 0.
       01 LEVEL-DATE-TEXT PIC X(8) VALUE SPACES.

      * Valuation of the case in hand.
       01 CASE-NAME-WORK PIC X(30) VALUE SPACES.
       01 CASE-SALDO-WORK PIC S9(11)V99 VALUE 0.
       01 CASE-EXPOSURE PIC S9(11)V99 VALUE 0.
       01 CASE-AGE-DAYS PIC 9(5) VALUE 0.
       01 CASE-PERCENT PIC 999V99 VALUE 0.
       01 CASE-PROVISION PIC S9(11)V99 VALUE 0.
       01 CASE-PRIOR-PROVISION PIC S9(11)V99 VALUE 0.
       01 CASE-MOVEMENT PIC S9(11)V99 VALUE 0.
       01 CASE-NOTE PIC X(12) VALUE SPACES.
       01 CASE-WRITTEN-OFF PIC X VALUE "N".

       01 OPENING-PROVISION PIC S9(13)V99 VALUE 0.
       01 CHARGED-PROVISION PIC S9(13)V99 VALUE 0.
       01 RELEASED-PROVISION PIC S9(13)V99 VALUE 0.
       01 UTILISED-PROVISION PIC S9(13)V99 VALUE 0.
       01 CLOSING-PROVISION PIC S9(13)V99 VALUE 0.
       01 LEVEL-EXPOSURE PIC S9(13)V99 OCCURS 3 TIMES VALUE 0.
       01 LEVEL-PROVISION PIC S9(13)V99 OCCURS 3 TIMES VALUE 0.
       01 LEVEL-CASES PIC 9(4) OCCURS 3 TIMES VALUE 0.
       01 LEVEL-SCAN PIC 9 VALUE 0.

      * The new state and candidate lists are built in memory and
      * written once the whole portfolio has been valued.
       01 NEW-STATE-TABLE.
           02 NEW-STATE-COUNT PIC 999 VALUE 0.
           02 NEW-STATE-ENTRIES OCCURS 200 TIMES.
               03 NEW-STATE-CPR PIC X(15) VALUE SPACES.
               03 NEW-STATE-LEVEL PIC 9 VALUE 0.
               03 NEW-STATE-EXPOSURE PIC S9(11)V99 VALUE 0.
               03 NEW-STATE-PERCENT PIC 999V99 VALUE 0.
               03 NEW-STATE-AMOUNT PIC S9(11)V99 VALUE 0.
       01 NEW-STATE-INDEX PIC 999 VALUE 0.

       01 NEW-CANDIDATE-TABLE.
           02 NEW-CANDIDATE-COUNT PIC 999 VALUE 0.
           02 NEW-CANDIDATE-ENTRIES OCCURS 200 TIMES.
               03 NEW-CANDIDATE-ID PIC X(10) VALUE SPACES.
               03 NEW-CANDIDATE-CPR PIC X(15) VALUE SPACES.
               03 NEW-CANDIDATE-NAME PIC X(30) VALUE SPACES.
               03 NEW-CANDIDATE-LEVEL-DATE PIC 9(8) VALUE 0.
               03 NEW-CANDIDATE-AGE PIC 9(5) VALUE 0.
               03 NEW-CANDIDATE-SALDO PIC S9(11)V99 VALUE 0.
               03 NEW-CANDIDATE-PROVISION PIC S9(11)V99 VALUE 0.
               03 NEW-CANDIDATE-LISTED PIC X(8) VALUE SPACES.
       01 NEW-CANDIDATE-INDEX PIC 999 VALUE 0.

       01 CASES-VALUED-COUNT PIC 9(6) VALUE 0.
       01 CASES-LEFT-COUNT PIC 9(6) VALUE 0.
       01 CASES-WRITTEN-OFF-COUNT PIC 9(6) VALUE 0.
       01 CAPACITY-WARNINGS PIC 9(4) VALUE 0.

       01 AMOUNT-EDIT-DISPLAY PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01 PERCENT-EDIT-DISPLAY PIC ZZ9.99.
       01 DAYS-EDIT-DISPLAY PIC ZZZZ9.
       01 OUTPUT-TEXT-LINE PIC X(100) VALUE SPACES.
       01 SEPARATOR-LINE PIC X(100) VALUE ALL "-".
       01 COUNT-DISPLAY PIC Z(5)9.

       PROCEDURE DIVISION.
           PERFORM LOG-BATCH-RUN-START

           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE-TODAY
           MOVE RUN-DATE-TODAY TO TODAY-DATE
           COMPUTE TODAY-INTEGER = FUNCTION INTEGER-OF-DATE(TODAY-DATE)

           PERFORM LOAD-PROVISION-RATES
           PERFORM LOAD-PROVISION-CONTROL
           PERFORM LOAD-COLLECTIONS-CASES
           PERFORM LOAD-OVERDRAWN-ACCOUNTS
           PERFORM LOAD-PROVISION-STATE
           PERFORM LOAD-WRITEOFF-REGISTER
           PERFORM LOAD-REPAYMENT-AGREEMENTS
           PERFORM LOAD-PRIOR-CANDIDATES

           OPEN OUTPUT PROVISION-REPORT-FILE
           MOVE SPACES TO OUTPUT-TEXT-LINE
           STRING "Loss provisioning - " DELIMITED BY SIZE
               RUN-DATE-TODAY DELIMITED BY SIZE
               INTO OUTPUT-TEXT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SEPARATOR-LINE TO OUTPUT-TEXT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "CPR             Lvl  Days" TO OUTPUT-TEXT-LINE
           MOVE "Exposure DKK" TO OUTPUT-TEXT-LINE(31:12)
           MOVE "Pct" TO OUTPUT-TEXT-LINE(47:3)
           MOVE "Provision" TO OUTPUT-TEXT-LINE(59:9)
           MOVE "Movement" TO OUTPUT-TEXT-LINE(78:8)
           MOVE "Note" TO OUTPUT-TEXT-LINE(88:4)
           PERFORM WRITE-REPORT-LINE

           PERFORM VARYING CASE-INDEX FROM 1 BY 1
               UNTIL CASE-INDEX > CASE-COUNT
               PERFORM VALUE-ONE-CASE
           END-PERFORM

           PERFORM VARYING PRIOR-INDEX FROM 1 BY 1
               UNTIL PRIOR-INDEX > PRIOR-COUNT
               IF PRIOR-MATCHED(PRIOR-INDEX) = "N"
                   PERFORM CLOSE-OUT-PRIOR-PROVISION
               END-IF
           END-PERFORM

           PERFORM REPORT-RUN-TOTALS
           CLOSE PROVISION-REPORT-FILE

           PERFORM SAVE-PROVISION-STATE
           PERFORM SAVE-WRITEOFF-CANDIDATES

           DISPLAY "Loss provisioning: " CASES-VALUED-COUNT
               " case(s) valued, " NEW-CANDIDATE-COUNT
               " write-off candidate(s)."

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
           MOVE "LOSSPROVISION" TO BATCH-LOG-JOB-NAME
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

           MOVE "LOSSPROVISION" TO BATCH-LOG-JOB-NAME
           MOVE BATCH-RUN-LOG-TIMESTAMP TO BATCH-LOG-TIMESTAMP
           MOVE "START" TO BATCH-LOG-EVENT
           MOVE SPACES TO BATCH-LOG-DETAIL
           WRITE BATCH-RUN-LOG-RECORD

           CLOSE BATCH-RUN-LOG-FILE
           EXIT.

       LOG-BATCH-RUN-END.
           MOVE FUNCTION CURRENT-DATE TO BATCH-RUN-LOG-TIMESTAMP
           OPEN EXTEND BATCH-RUN-LOG-FILE

           MOVE "LOSSPROVISION" TO BATCH-LOG-JOB-NAME
           MOVE BATCH-RUN-LOG-TIMESTAMP TO BATCH-LOG-TIMESTAMP
           MOVE "END" TO BATCH-LOG-EVENT
           STRING "Cases: "
               FUNCTION TRIM(CASES-VALUED-COUNT LEADING)
               " Candidates: "
               FUNCTION TRIM(NEW-CANDIDATE-COUNT LEADING)
               INTO BATCH-LOG-DETAIL
           WRITE BATCH-RUN-LOG-RECORD

           CLOSE BATCH-RUN-LOG-FILE
           EXIT.

       LOAD-PROVISION-RATES.
           OPEN INPUT PROVISION-RATES-FILE
           IF RATES-FILE-STATUS = "00"
               MOVE "N" TO END-OF-FILE
               PERFORM UNTIL END-OF-FILE = "Y"
                   READ PROVISION-RATES-FILE
                       AT END
                           MOVE "Y" TO END-OF-FILE
                       NOT AT END
                           IF RATE-FILE-LEVEL >= 1
                               AND RATE-FILE-LEVEL <= 3
                               AND RATE-COUNT < RATE-MAX
                               ADD 1 TO RATE-COUNT
                               MOVE RATE-FILE-LEVEL
                                   TO RATE-LEVEL(RATE-COUNT)
                               MOVE RATE-FILE-MIN-DAYS
                                   TO RATE-MIN-DAYS(RATE-COUNT)
                               MOVE RATE-FILE-PERCENT
                                   TO RATE-PERCENT(RATE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROVISION-RATES-FILE
               MOVE "N" TO END-OF-FILE
           END-IF

           IF RATE-COUNT = 0
               DISPLAY "ProvisionRates.txt not found or empty, using "
                   "the default provision rates"
               PERFORM SET-DEFAULT-RATES
           END-IF
           EXIT.

      * Reminder 5%, second reminder 20%, final demand 50% rising
      * to 75% after 90 days and 100% after 180 days.
       SET-DEFAULT-RATES.
           MOVE 5 TO RATE-COUNT
           MOVE 1 TO RATE-LEVEL(1)
           MOVE 0 TO RATE-MIN-DAYS(1)
           MOVE 5.00 TO RATE-PERCENT(1)
           MOVE 2 TO RATE-LEVEL(2)
           MOVE 0 TO RATE-MIN-DAYS(2)
           MOVE 20.00 TO RATE-PERCENT(2)
           MOVE 3 TO RATE-LEVEL(3)
           MOVE 0 TO RATE-MIN-DAYS(3)
           MOVE 50.00 TO RATE-PERCENT(3)
           MOVE 3 TO RATE-LEVEL(4)
           MOVE 90 TO RATE-MIN-DAYS(4)
           MOVE 75.00 TO RATE-PERCENT(4)
           MOVE 3 TO RATE-LEVEL(5)
           MOVE 180 TO RATE-MIN-DAYS(5)
           MOVE 100.00 TO RATE-PERCENT(5)
           EXIT.

       LOAD-PROVISION-CONTROL.
           OPEN INPUT PROVISION-CONTROL-FILE
           IF CONTROL-FILE-STATUS NOT = "00"
               DISPLAY "ProvisionControl.txt not found, write-off "
                   "is proposed after " WRITEOFF-AGE-DAYS
                   " days at the final demand"
               EXIT PARAGRAPH
           END-IF

           READ PROVISION-CONTROL-FILE
               AT END
                   DISPLAY "ProvisionControl.txt is empty, using the "
                       "default write-off age"
               NOT AT END
                   IF CONTROL-WRITEOFF-AGE-DAYS IS NUMERIC
                       AND CONTROL-WRITEOFF-AGE-DAYS > 0
                       MOVE CONTROL-WRITEOFF-AGE-DAYS
                           TO WRITEOFF-AGE-DAYS
                   END-IF
           END-READ

           CLOSE PROVISION-CONTROL-FILE
           EXIT.

       LOAD-COLLECTIONS-CASES.
           OPEN INPUT COLLECTIONS-STATE-FILE
           IF COLLECTIONS-FILE-STATUS NOT = "00"
               DISPLAY "CollectionsState.txt not found, no case is "
                   "in collections."
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ COLLECTIONS-STATE-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF CASE-COUNT < CASE-MAX
                           ADD 1 TO CASE-COUNT
                           MOVE STATE-CPR TO CASE-CPR(CASE-COUNT)
                           MOVE STATE-LEVEL TO CASE-LEVEL(CASE-COUNT)
                           MOVE STATE-LEVEL-DATE
                               TO CASE-LEVEL-DATE(CASE-COUNT)
                       ELSE
                           DISPLAY "WARNING: collections case "
                               "capacity exceeded, CPR '"
                               FUNCTION TRIM(STATE-CPR TRAILING)
                               "' is not provisioned."
                           ADD 1 TO CAPACITY-WARNINGS
                       END-IF
               END-READ
           END-PERFORM

           CLOSE COLLECTIONS-STATE-FILE
           MOVE "N" TO END-OF-FILE
           EXIT.

       LOAD-OVERDRAWN-ACCOUNTS.
           OPEN INPUT OVERDRAWN-ACCOUNTS-FILE
           IF OVERDRAWN-ACCOUNTS-FILE-STATUS NOT = "00"
               MOVE "OverdrawnAccounts.txt" TO FAILED-FILE-NAME
               MOVE OVERDRAWN-ACCOUNTS-FILE-STATUS
                   TO FAILED-FILE-STATUS
               PERFORM ABORT-ON-FILE-FAILURE
           END-IF

           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ OVERDRAWN-ACCOUNTS-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF OVERDRAWN-COUNT < OVERDRAWN-MAX
                           ADD 1 TO OVERDRAWN-COUNT
                           MOVE OVERDRAWN-CPR
                               TO OVERDRAWN-ENTRY-CPR(OVERDRAWN-COUNT)
                           MOVE OVERDRAWN-CUSTOMER-NAME
                               TO OVERDRAWN-ENTRY-NAME(OVERDRAWN-COUNT)
                           MOVE OVERDRAWN-SALDO-DKK
                               TO OVERDRAWN-ENTRY-SALDO(
                                   OVERDRAWN-COUNT)
                       ELSE
                           DISPLAY "WARNING: overdrawn account "
                               "capacity exceeded, CPR '"
                               FUNCTION TRIM(OVERDRAWN-CPR TRAILING)
                               "' is valued at nil."
                           ADD 1 TO CAPACITY-WARNINGS
                       END-IF
               END-READ
           END-PERFORM

           CLOSE OVERDRAWN-ACCOUNTS-FILE
           MOVE "N" TO END-OF-FILE
           EXIT.

       LOAD-PROVISION-STATE.
           OPEN INPUT PROVISION-STATE-FILE
           IF PROVISION-STATE-FILE-STATUS NOT = "00"
               DISPLAY "ProvisionState.txt not found, every "
                   "provision is new this run"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ PROVISION-STATE-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF PRIOR-COUNT < PRIOR-MAX
                           ADD 1 TO PRIOR-COUNT
                           MOVE PROVISION-CPR
                               TO PRIOR-CPR(PRIOR-COUNT)
                           MOVE PROVISION-LEVEL
                               TO PRIOR-LEVEL(PRIOR-COUNT)
                           MOVE PROVISION-AMOUNT
                               TO PRIOR-AMOUNT(PRIOR-COUNT)
                           MOVE PROVISION-RUN-DATE
                               TO PRIOR-RUN-DATE(PRIOR-COUNT)
                           MOVE "N" TO PRIOR-MATCHED(PRIOR-COUNT)
                           ADD PROVISION-AMOUNT TO OPENING-PROVISION
                       ELSE
                           DISPLAY "WARNING: ProvisionState.txt "
                               "exceeds capacity, CPR '"
                               FUNCTION TRIM(PROVISION-CPR TRAILING)
                               "' opening provision not carried."
                           ADD 1 TO CAPACITY-WARNINGS
                       END-IF
               END-READ
           END-PERFORM

           CLOSE PROVISION-STATE-FILE
           MOVE "N" TO END-OF-FILE
           EXIT.

       LOAD-WRITEOFF-REGISTER.
           OPEN INPUT WRITEOFF-REGISTER-FILE
           IF WRITEOFF-REGISTER-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ WRITEOFF-REGISTER-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF WRITEOFF-COUNT < WRITEOFF-MAX
                           ADD 1 TO WRITEOFF-COUNT
                           MOVE WRITEOFF-ID
                               TO WRITEOFF-ENTRY-ID(WRITEOFF-COUNT)
                           MOVE WRITEOFF-CPR
                               TO WRITEOFF-ENTRY-CPR(WRITEOFF-COUNT)
                           MOVE WRITEOFF-DATE
                               TO WRITEOFF-ENTRY-DATE(WRITEOFF-COUNT)
                           MOVE WRITEOFF-ID TO ID-TEXT-WORK
                           PERFORM NOTE-HIGHEST-ID
                       ELSE
                           DISPLAY "WriteOffRegister.txt exceeds "
                               "capacity, older entries ignored"
                           MOVE "Y" TO END-OF-FILE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE WRITEOFF-REGISTER-FILE
           MOVE "N" TO END-OF-FILE
           EXIT.

       LOAD-REPAYMENT-AGREEMENTS.
           OPEN INPUT REPAYMENT-AGREEMENT-FILE
           IF REPAYMENT-AGREEMENT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ REPAYMENT-AGREEMENT-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF AGREEMENT-ACTIVE
                           AND AGREEMENT-CPR-COUNT < AGREEMENT-CPR-MAX
                           ADD 1 TO AGREEMENT-CPR-COUNT
                           MOVE AGREEMENT-CPR TO AGREEMENT-ACTIVE-CPR(
                               AGREEMENT-CPR-COUNT)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE REPAYMENT-AGREEMENT-FILE
           MOVE "N" TO END-OF-FILE
           EXIT.

       LOAD-PRIOR-CANDIDATES.
           OPEN INPUT CANDIDATE-FILE
           IF CANDIDATE-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ CANDIDATE-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF PRIOR-CANDIDATE-COUNT < PRIOR-CANDIDATE-MAX
                           ADD 1 TO PRIOR-CANDIDATE-COUNT
                           MOVE CANDIDATE-ID TO PRIOR-CANDIDATE-ID(
                               PRIOR-CANDIDATE-COUNT)
                           MOVE CANDIDATE-CPR TO PRIOR-CANDIDATE-CPR(
                               PRIOR-CANDIDATE-COUNT)
                           MOVE CANDIDATE-LEVEL-DATE
                               TO PRIOR-CANDIDATE-LEVEL-DATE(
                                   PRIOR-CANDIDATE-COUNT)
                           MOVE CANDIDATE-LISTED-DATE
                               TO PRIOR-CANDIDATE-LISTED(
                                   PRIOR-CANDIDATE-COUNT)
                       END-IF
                       MOVE CANDIDATE-ID TO ID-TEXT-WORK
                       PERFORM NOTE-HIGHEST-ID
               END-READ
           END-PERFORM

           CLOSE CANDIDATE-FILE
           MOVE "N" TO END-OF-FILE
           EXIT.

      * New ids continue above the highest WO number already used
      * in the candidate list or the register.
       NOTE-HIGHEST-ID.
           IF ID-TEXT-WORK(1:2) NOT = "WO"
               OR ID-TEXT-WORK(3:8) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE ID-TEXT-WORK(3:8) TO ID-NUMBER-WORK
           IF ID-NUMBER-WORK > NEXT-CANDIDATE-NUMBER
               MOVE ID-NUMBER-WORK TO NEXT-CANDIDATE-NUMBER
           END-IF
           EXIT.

      *----------------------------------------------------------*
      * Values one collections case: exposure is the negative
      * saldo as a positive figure, the percentage comes from the
      * rate row for the level and days at the level, and the
      * movement is against the provision held at the last run.
      * A case written off since it reached its level holds no
      * provision; what it held is shown as utilised.
      *----------------------------------------------------------*
       VALUE-ONE-CASE.
           ADD 1 TO CASES-VALUED-COUNT
           MOVE SPACES TO CASE-NOTE
           MOVE SPACES TO CASE-NAME-WORK
           MOVE 0 TO CASE-SALDO-WORK
           MOVE 0 TO CASE-EXPOSURE
           MOVE 0 TO CASE-AGE-DAYS
           MOVE 0 TO CASE-PERCENT
           MOVE 0 TO CASE-PROVISION

           PERFORM VARYING OVERDRAWN-INDEX FROM 1 BY 1
               UNTIL OVERDRAWN-INDEX > OVERDRAWN-COUNT
               IF OVERDRAWN-ENTRY-CPR(OVERDRAWN-INDEX)
                       = CASE-CPR(CASE-INDEX)
                   MOVE OVERDRAWN-ENTRY-NAME(OVERDRAWN-INDEX)
                       TO CASE-NAME-WORK
                   MOVE OVERDRAWN-ENTRY-SALDO(OVERDRAWN-INDEX)
                       TO CASE-SALDO-WORK
               END-IF
           END-PERFORM
           IF CASE-SALDO-WORK < 0
               COMPUTE CASE-EXPOSURE = 0 - CASE-SALDO-WORK
           END-IF

           IF CASE-LEVEL-DATE(CASE-INDEX) > 0
               AND FUNCTION TEST-DATE-YYYYMMDD(
                   CASE-LEVEL-DATE(CASE-INDEX)) = 0
               AND CASE-LEVEL-DATE(CASE-INDEX) <= TODAY-DATE
               COMPUTE CASE-AGE-DAYS = TODAY-INTEGER
                   - FUNCTION INTEGER-OF-DATE(
                       CASE-LEVEL-DATE(CASE-INDEX))
           END-IF

           MOVE CASE-CPR(CASE-INDEX) TO WRITEOFF-SEARCH-CPR
           MOVE CASE-LEVEL-DATE(CASE-INDEX) TO LEVEL-DATE-TEXT
           MOVE LEVEL-DATE-TEXT TO WRITEOFF-SEARCH-FROM
           PERFORM FIND-WRITEOFF-SINCE
           MOVE WRITEOFF-FOUND TO CASE-WRITTEN-OFF

           PERFORM FIND-PRIOR-PROVISION

           IF CASE-WRITTEN-OFF = "Y"
               MOVE 0 TO CASE-EXPOSURE
               MOVE "WRITTEN OFF" TO CASE-NOTE
               ADD 1 TO CASES-WRITTEN-OFF-COUNT
               ADD CASE-PRIOR-PROVISION TO UTILISED-PROVISION
               COMPUTE CASE-MOVEMENT = 0 - CASE-PRIOR-PROVISION
               PERFORM WRITE-CASE-LINE
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-PROVISION-RATE
           COMPUTE CASE-PROVISION ROUNDED =
               CASE-EXPOSURE * CASE-PERCENT / 100

           COMPUTE CASE-MOVEMENT = CASE-PROVISION - CASE-PRIOR-PROVISION
           EVALUATE TRUE
               WHEN MATCHED-PRIOR-INDEX = 0
                   MOVE "NEW" TO CASE-NOTE
               WHEN CASE-MOVEMENT > 0
                   MOVE "INCREASED" TO CASE-NOTE
               WHEN CASE-MOVEMENT < 0
                   MOVE "RELEASED" TO CASE-NOTE
           END-EVALUATE
           IF CASE-MOVEMENT > 0
               ADD CASE-MOVEMENT TO CHARGED-PROVISION
           ELSE
               SUBTRACT CASE-MOVEMENT FROM RELEASED-PROVISION
           END-IF

           MOVE CASE-LEVEL(CASE-INDEX) TO LEVEL-SCAN
           IF LEVEL-SCAN >= 1 AND LEVEL-SCAN <= 3
               ADD 1 TO LEVEL-CASES(LEVEL-SCAN)
               ADD CASE-EXPOSURE TO LEVEL-EXPOSURE(LEVEL-SCAN)
               ADD CASE-PROVISION TO LEVEL-PROVISION(LEVEL-SCAN)
           END-IF
           ADD CASE-PROVISION TO CLOSING-PROVISION

           ADD 1 TO NEW-STATE-COUNT
           MOVE NEW-STATE-COUNT TO NEW-STATE-INDEX
           MOVE CASE-CPR(CASE-INDEX) TO NEW-STATE-CPR(NEW-STATE-INDEX)
           MOVE CASE-LEVEL(CASE-INDEX)
               TO NEW-STATE-LEVEL(NEW-STATE-INDEX)
           MOVE CASE-EXPOSURE TO NEW-STATE-EXPOSURE(NEW-STATE-INDEX)
           MOVE CASE-PERCENT TO NEW-STATE-PERCENT(NEW-STATE-INDEX)
           MOVE CASE-PROVISION TO NEW-STATE-AMOUNT(NEW-STATE-INDEX)

           IF CASE-LEVEL(CASE-INDEX) = 3
               AND CASE-AGE-DAYS >= WRITEOFF-AGE-DAYS
               AND CASE-EXPOSURE > 0
               PERFORM CHECK-AGREEMENT-IN-FORCE
               IF AGREEMENT-IN-FORCE = "Y"
                   MOVE "AGREEMENT" TO CASE-NOTE
               ELSE
                   PERFORM LIST-WRITEOFF-CANDIDATE
                   MOVE "CANDIDATE" TO CASE-NOTE
               END-IF
           END-IF

           PERFORM WRITE-CASE-LINE
           EXIT.

      *----------------------------------------------------------*
      * A provision held last run for a CPR no longer in
      * collections is released, or utilised when the CPR was
      * written off since that run.
      *----------------------------------------------------------*
       CLOSE-OUT-PRIOR-PROVISION.
           MOVE PRIOR-CPR(PRIOR-INDEX) TO WRITEOFF-SEARCH-CPR
           MOVE PRIOR-RUN-DATE(PRIOR-INDEX) TO WRITEOFF-SEARCH-FROM
           PERFORM FIND-WRITEOFF-SINCE

           ADD 1 TO CASES-LEFT-COUNT
           MOVE SPACES TO OUTPUT-TEXT-LINE
           MOVE PRIOR-CPR(PRIOR-INDEX) TO OUTPUT-TEXT-LINE(1:15)
           MOVE PRIOR-LEVEL(PRIOR-INDEX) TO OUTPUT-TEXT-LINE(18:1)
           MOVE 0 TO AMOUNT-EDIT-DISPLAY
           MOVE AMOUNT-EDIT-DISPLAY TO OUTPUT-TEXT-LINE(51:17)
           COMPUTE AMOUNT-EDIT-DISPLAY = 0 - PRIOR-AMOUNT(PRIOR-INDEX)
           MOVE AMOUNT-EDIT-DISPLAY TO OUTPUT-TEXT-LINE(69:17)
           IF WRITEOFF-FOUND = "Y"
               ADD 1 TO CASES-WRITTEN-OFF-COUNT
               ADD PRIOR-AMOUNT(PRIOR-INDEX) TO UTILISED-PROVISION
               MOVE "WRITTEN OFF" TO OUTPUT-TEXT-LINE(88:12)
           ELSE
               ADD PRIOR-AMOUNT(PRIOR-INDEX) TO RELEASED-PROVISION
               MOVE "LEFT" TO OUTPUT-TEXT-LINE(88:12)
           END-IF
           PERFORM WRITE-REPORT-LINE
           EXIT.

      * A write-off for WRITEOFF-SEARCH-CPR dated on or after
      * WRITEOFF-SEARCH-FROM.
       FIND-WRITEOFF-SINCE.
           MOVE "N" TO WRITEOFF-FOUND
           PERFORM VARYING WRITEOFF-INDEX FROM 1 BY 1
               UNTIL WRITEOFF-INDEX > WRITEOFF-COUNT
                   OR WRITEOFF-FOUND = "Y"
               IF WRITEOFF-ENTRY-CPR(WRITEOFF-INDEX)
                       = WRITEOFF-SEARCH-CPR
                   AND WRITEOFF-ENTRY-DATE(WRITEOFF-INDEX)
                       >= WRITEOFF-SEARCH-FROM
                   MOVE "Y" TO WRITEOFF-FOUND
               END-IF
           END-PERFORM
           EXIT.

       FIND-PRIOR-PROVISION.
           MOVE 0 TO MATCHED-PRIOR-INDEX
           MOVE 0 TO CASE-PRIOR-PROVISION
           PERFORM VARYING PRIOR-INDEX FROM 1 BY 1
               UNTIL PRIOR-INDEX > PRIOR-COUNT
                   OR MATCHED-PRIOR-INDEX > 0
               IF PRIOR-CPR(PRIOR-INDEX) = CASE-CPR(CASE-INDEX)
                   MOVE PRIOR-INDEX TO MATCHED-PRIOR-INDEX
                   MOVE "Y" TO PRIOR-MATCHED(PRIOR-INDEX)
                   MOVE PRIOR-AMOUNT(PRIOR-INDEX)
                       TO CASE-PRIOR-PROVISION
               END-IF
           END-PERFORM
           EXIT.

      * The row for the case's level with the highest minimum
      * days the case has reached.
       FIND-PROVISION-RATE.
           MOVE 0 TO MATCHED-RATE-INDEX
           PERFORM VARYING RATE-INDEX FROM 1 BY 1
               UNTIL RATE-INDEX > RATE-COUNT
               IF RATE-LEVEL(RATE-INDEX) = CASE-LEVEL(CASE-INDEX)
                   AND RATE-MIN-DAYS(RATE-INDEX) <= CASE-AGE-DAYS
                   IF MATCHED-RATE-INDEX = 0
                       MOVE RATE-INDEX TO MATCHED-RATE-INDEX
                   ELSE
                       IF RATE-MIN-DAYS(RATE-INDEX)
                           > RATE-MIN-DAYS(MATCHED-RATE-INDEX)
                           MOVE RATE-INDEX TO MATCHED-RATE-INDEX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           IF MATCHED-RATE-INDEX > 0
               MOVE RATE-PERCENT(MATCHED-RATE-INDEX) TO CASE-PERCENT
           END-IF
           EXIT.

       CHECK-AGREEMENT-IN-FORCE.
           MOVE "N" TO AGREEMENT-IN-FORCE
           PERFORM VARYING AGREEMENT-CPR-INDEX FROM 1 BY 1
               UNTIL AGREEMENT-CPR-INDEX > AGREEMENT-CPR-COUNT
                   OR AGREEMENT-IN-FORCE = "Y"
               IF AGREEMENT-ACTIVE-CPR(AGREEMENT-CPR-INDEX)
                       = CASE-CPR(CASE-INDEX)
                   MOVE "Y" TO AGREEMENT-IN-FORCE
               END-IF
           END-PERFORM
           EXIT.

      *----------------------------------------------------------*
      * The same case listed last run keeps its id and first-
      * listed date, so a reviewer's approval still matches; a
      * new candidate gets the next WO number.
      *----------------------------------------------------------*
       LIST-WRITEOFF-CANDIDATE.
           ADD 1 TO NEW-CANDIDATE-COUNT
           MOVE NEW-CANDIDATE-COUNT TO NEW-CANDIDATE-INDEX
           MOVE SPACES TO NEW-CANDIDATE-ID(NEW-CANDIDATE-INDEX)
           MOVE RUN-DATE-TODAY
               TO NEW-CANDIDATE-LISTED(NEW-CANDIDATE-INDEX)

           PERFORM VARYING PRIOR-CANDIDATE-INDEX FROM 1 BY 1
               UNTIL PRIOR-CANDIDATE-INDEX > PRIOR-CANDIDATE-COUNT
               IF PRIOR-CANDIDATE-CPR(PRIOR-CANDIDATE-INDEX)
                       = CASE-CPR(CASE-INDEX)
                   AND PRIOR-CANDIDATE-LEVEL-DATE(
                       PRIOR-CANDIDATE-INDEX)
                       = CASE-LEVEL-DATE(CASE-INDEX)
                   MOVE PRIOR-CANDIDATE-ID(PRIOR-CANDIDATE-INDEX)
                       TO NEW-CANDIDATE-ID(NEW-CANDIDATE-INDEX)
                   MOVE PRIOR-CANDIDATE-LISTED(PRIOR-CANDIDATE-INDEX)
                       TO NEW-CANDIDATE-LISTED(NEW-CANDIDATE-INDEX)
               END-IF
           END-PERFORM

           IF NEW-CANDIDATE-ID(NEW-CANDIDATE-INDEX) = SPACES
               ADD 1 TO NEXT-CANDIDATE-NUMBER
               STRING "WO" NEXT-CANDIDATE-NUMBER
                   DELIMITED BY SIZE
                   INTO NEW-CANDIDATE-ID(NEW-CANDIDATE-INDEX)
               END-STRING
           END-IF

           MOVE CASE-CPR(CASE-INDEX)
               TO NEW-CANDIDATE-CPR(NEW-CANDIDATE-INDEX)
           MOVE CASE-NAME-WORK
               TO NEW-CANDIDATE-NAME(NEW-CANDIDATE-INDEX)
           MOVE CASE-LEVEL-DATE(CASE-INDEX)
               TO NEW-CANDIDATE-LEVEL-DATE(NEW-CANDIDATE-INDEX)
           MOVE CASE-AGE-DAYS TO NEW-CANDIDATE-AGE(NEW-CANDIDATE-INDEX)
           MOVE CASE-SALDO-WORK
               TO NEW-CANDIDATE-SALDO(NEW-CANDIDATE-INDEX)
           MOVE CASE-PROVISION
               TO NEW-CANDIDATE-PROVISION(NEW-CANDIDATE-INDEX)
           EXIT.

       WRITE-CASE-LINE.
           MOVE SPACES TO OUTPUT-TEXT-LINE
           MOVE CASE-CPR(CASE-INDEX) TO OUTPUT-TEXT-LINE(1:15)
           MOVE CASE-LEVEL(CASE-INDEX) TO OUTPUT-TEXT-LINE(18:1)
           MOVE CASE-AGE-DAYS TO DAYS-EDIT-DISPLAY
           MOVE DAYS-EDIT-DISPLAY TO OUTPUT-TEXT-LINE(21:5)
           MOVE CASE-EXPOSURE TO AMOUNT-EDIT-DISPLAY
           MOVE AMOUNT-EDIT-DISPLAY TO OUTPUT-TEXT-LINE(26:17)
           MOVE CASE-PERCENT TO PERCENT-EDIT-DISPLAY
           MOVE PERCENT-EDIT-DISPLAY TO OUTPUT-TEXT-LINE(44:6)
           MOVE CASE-PROVISION TO AMOUNT-EDIT-DISPLAY
           MOVE AMOUNT-EDIT-DISPLAY TO OUTPUT-TEXT-LINE(51:17)
           MOVE CASE-MOVEMENT TO AMOUNT-EDIT-DISPLAY
           MOVE AMOUNT-EDIT-DISPLAY TO OUTPUT-TEXT-LINE(69:17)
           MOVE CASE-NOTE TO OUTPUT-TEXT-LINE(88:12)
           PERFORM WRITE-REPORT-LINE
           EXIT.

      *----------------------------------------------------------*
      * The provision movement rolled forward from last run's
      * closing figure, then the portfolio by level.
      *----------------------------------------------------------*
       REPORT-RUN-TOTALS.
           MOVE SEPARATOR-LINE TO OUTPUT-TEXT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE "Opening provision" TO OUTPUT-TEXT-LINE
           MOVE OPENING-PROVISION TO AMOUNT-EDIT-DISPLAY
           MOVE AMOUNT-EDIT-DISPLAY TO OUTPUT-TEXT-LINE(40:17)
           PERFORM WRITE-REPORT-LINE

           MOVE "Charged this run" TO OUTPUT-TEXT-LINE
           MOVE CHARGED-PROVISION TO AMOUNT-EDIT-DISPLAY
           MOVE AMOUNT-EDIT-DISPLAY TO OUTPUT-TEXT-LINE(40:17)
           PERFORM WRITE-REPORT-LINE

           MOVE "Released this run" TO OUTPUT-TEXT-LINE
           COMPUTE AMOUNT-EDIT-DISPLAY = 0 - RELEASED-PROVISION
           MOVE AMOUNT-EDIT-DISPLAY TO OUTPUT-TEXT-LINE(40:17)
           PERFORM WRITE-REPORT-LINE

           MOVE "Utilised by write-off" TO OUTPUT-TEXT-LINE
           COMPUTE AMOUNT-EDIT-DISPLAY = 0 - UTILISED-PROVISION
           MOVE AMOUNT-EDIT-DISPLAY TO OUTPUT-TEXT-LINE(40:17)
           PERFORM WRITE-REPORT-LINE

           MOVE "Closing provision" TO OUTPUT-TEXT-LINE
           MOVE CLOSING-PROVISION TO AMOUNT-EDIT-DISPLAY
           MOVE AMOUNT-EDIT-DISPLAY TO OUTPUT-TEXT-LINE(40:17)
           PERFORM WRITE-REPORT-LINE

           MOVE SEPARATOR-LINE TO OUTPUT-TEXT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "Level         Cases" TO OUTPUT-TEXT-LINE
           MOVE "Exposure DKK" TO OUTPUT-TEXT-LINE(45:12)
           MOVE "Provision DKK" TO OUTPUT-TEXT-LINE(62:13)
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING LEVEL-SCAN FROM 1 BY 1
               UNTIL LEVEL-SCAN > 3
               EVALUATE LEVEL-SCAN
                   WHEN 1
                       MOVE "1 Reminder" TO OUTPUT-TEXT-LINE
                   WHEN 2
                       MOVE "2 Reminder 2" TO OUTPUT-TEXT-LINE
                   WHEN 3
                       MOVE "3 Final" TO OUTPUT-TEXT-LINE
               END-EVALUATE
               MOVE LEVEL-CASES(LEVEL-SCAN) TO COUNT-DISPLAY
               MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(14:6)
               MOVE LEVEL-EXPOSURE(LEVEL-SCAN) TO AMOUNT-EDIT-DISPLAY
               MOVE AMOUNT-EDIT-DISPLAY TO OUTPUT-TEXT-LINE(40:17)
               MOVE LEVEL-PROVISION(LEVEL-SCAN) TO AMOUNT-EDIT-DISPLAY
               MOVE AMOUNT-EDIT-DISPLAY TO OUTPUT-TEXT-LINE(58:17)
               PERFORM WRITE-REPORT-LINE
           END-PERFORM

           MOVE SEPARATOR-LINE TO OUTPUT-TEXT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE "Cases valued" TO OUTPUT-TEXT-LINE
           MOVE CASES-VALUED-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-REPORT-LINE

           MOVE "Left collections since last run" TO OUTPUT-TEXT-LINE
           MOVE CASES-LEFT-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-REPORT-LINE

           MOVE "Written off since last run" TO OUTPUT-TEXT-LINE
           MOVE CASES-WRITTEN-OFF-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-REPORT-LINE

           MOVE "Write-off candidates" TO OUTPUT-TEXT-LINE
           MOVE NEW-CANDIDATE-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-REPORT-LINE

           MOVE "Write-off age (days at final)" TO OUTPUT-TEXT-LINE
           MOVE WRITEOFF-AGE-DAYS TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-REPORT-LINE
           EXIT.

       SAVE-PROVISION-STATE.
           OPEN OUTPUT PROVISION-STATE-FILE
           IF PROVISION-STATE-FILE-STATUS NOT = "00"
               MOVE "ProvisionState.txt" TO FAILED-FILE-NAME
               MOVE PROVISION-STATE-FILE-STATUS TO FAILED-FILE-STATUS
               PERFORM ABORT-ON-FILE-FAILURE
           END-IF

           PERFORM VARYING NEW-STATE-INDEX FROM 1 BY 1
               UNTIL NEW-STATE-INDEX > NEW-STATE-COUNT
               MOVE NEW-STATE-CPR(NEW-STATE-INDEX) TO PROVISION-CPR
               MOVE NEW-STATE-LEVEL(NEW-STATE-INDEX)
                   TO PROVISION-LEVEL
               MOVE NEW-STATE-EXPOSURE(NEW-STATE-INDEX)
                   TO PROVISION-EXPOSURE
               MOVE NEW-STATE-PERCENT(NEW-STATE-INDEX)
                   TO PROVISION-PERCENT
               MOVE NEW-STATE-AMOUNT(NEW-STATE-INDEX)
                   TO PROVISION-AMOUNT
               MOVE RUN-DATE-TODAY TO PROVISION-RUN-DATE
               WRITE PROVISION-STATE-RECORD
           END-PERFORM

           CLOSE PROVISION-STATE-FILE
           EXIT.

       SAVE-WRITEOFF-CANDIDATES.
           OPEN OUTPUT CANDIDATE-FILE
           IF CANDIDATE-FILE-STATUS NOT = "00"
               MOVE "WriteOffCandidates.txt" TO FAILED-FILE-NAME
               MOVE CANDIDATE-FILE-STATUS TO FAILED-FILE-STATUS
               PERFORM ABORT-ON-FILE-FAILURE
           END-IF

           PERFORM VARYING NEW-CANDIDATE-INDEX FROM 1 BY 1
               UNTIL NEW-CANDIDATE-INDEX > NEW-CANDIDATE-COUNT
               MOVE NEW-CANDIDATE-ID(NEW-CANDIDATE-INDEX)
                   TO CANDIDATE-ID
               MOVE NEW-CANDIDATE-CPR(NEW-CANDIDATE-INDEX)
                   TO CANDIDATE-CPR
               MOVE NEW-CANDIDATE-NAME(NEW-CANDIDATE-INDEX)
                   TO CANDIDATE-CUSTOMER-NAME
               MOVE NEW-CANDIDATE-LEVEL-DATE(NEW-CANDIDATE-INDEX)
                   TO CANDIDATE-LEVEL-DATE
               MOVE NEW-CANDIDATE-AGE(NEW-CANDIDATE-INDEX)
                   TO CANDIDATE-AGE-DAYS
               MOVE NEW-CANDIDATE-SALDO(NEW-CANDIDATE-INDEX)
                   TO CANDIDATE-SALDO
               MOVE NEW-CANDIDATE-PROVISION(NEW-CANDIDATE-INDEX)
                   TO CANDIDATE-PROVISION
               MOVE NEW-CANDIDATE-LISTED(NEW-CANDIDATE-INDEX)
                   TO CANDIDATE-LISTED-DATE
               WRITE CANDIDATE-RECORD
           END-PERFORM

           CLOSE CANDIDATE-FILE
           EXIT.

       WRITE-REPORT-LINE.
           MOVE OUTPUT-TEXT-LINE TO PROVISION-REPORT-LINE
           WRITE PROVISION-REPORT-LINE
           MOVE SPACES TO OUTPUT-TEXT-LINE
           EXIT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERIODCLOSE.

      *----------------------------------------------------------*
      * Accounting period close. Owns PeriodStatus.txt, the file  *
      * the report run and GLEXTRACT read the "O" open, "S"       *
      * soft-closed and "H" hard-closed states from. A signed-on  *
      * operator moves a YYYYMM one step at a time:               *
      *   S  open to soft-closed - no bank reconciliation break   *
      *      first seen on or before the period end is still      *
      *      open in BankReconOpenItems.txt, and no row in        *
      *      UnpairedTransfers.txt is dated inside the period;    *
      *   H  soft-closed to hard-closed - the same two checks     *
      *      again plus an IN BALANCE control line for the month  *
      *      in GlTrialBalance.txt (GLEXTRACT only posts a month  *
      *      once it is soft-closed, so the trial balance can     *
      *      only be judged at the hard close);                   *
      *   R  reopen a soft- or hard-closed period - reviewer      *
      *      role only.                                           *
      * Every state change is appended to PeriodCloseLog.txt with *
      * the operator, the timestamp and the checks that passed,   *
      * and to OperatorActivityLog.txt.                           *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-STATUS-FILE
               ASSIGN TO "PeriodStatus.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERIOD-STATUS-FILE-STATUS.

           SELECT OPEN-ITEMS-FILE
               ASSIGN TO "BankReconOpenItems.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPEN-ITEMS-FILE-STATUS.

           SELECT UNPAIRED-TRANSFERS-FILE
               ASSIGN TO "UnpairedTransfers.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UNPAIRED-FILE-STATUS.

           SELECT TRIAL-BALANCE-FILE
               ASSIGN TO "GlTrialBalance.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRIAL-BALANCE-FILE-STATUS.

           SELECT CLOSE-LOG-FILE
               ASSIGN TO "PeriodCloseLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLOSE-LOG-FILE-STATUS.

           SELECT ACTIVITY-LOG-FILE
               ASSIGN TO "OperatorActivityLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACTIVITY-LOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PERIOD-STATUS-FILE.
       01 PERIOD-STATUS-RECORD.
           02 PERIOD-FILE-YYYYMM PIC 9(6).
           02 PERIOD-FILE-STATE PIC X(1).

       FD OPEN-ITEMS-FILE.
       01 OPEN-ITEM-RECORD.
           02 ITEM-REGISTRATION PIC X(4).
           02 ITEM-DIFFERENCE PIC -9(11).99.
           02 ITEM-FIRST-SEEN PIC 9(8).
           02 ITEM-CLEARED-DATE PIC 9(8).

       FD UNPAIRED-TRANSFERS-FILE.
       01 UNPAIRED-TRANSFER-RECORD.
           02 UNPAIRED-CPR PIC X(15).
           02 UNPAIRED-TXN-INDEX PIC 999.
           02 UNPAIRED-DKK-AMOUNT PIC -9(11).99.
           02 UNPAIRED-TIME-OF-TRANSACTION PIC X(26).

       FD TRIAL-BALANCE-FILE.
       01 TRIAL-BALANCE-LINE PIC X(120).

      * One row per state change: the period, the state it left
      * and the state it entered, who did it and when, and the
      * close checks that passed (or the reopen reason).
       FD CLOSE-LOG-FILE.
       01 CLOSE-LOG-RECORD.
           02 CLOSE-LOG-YYYYMM PIC 9(6).
           02 CLOSE-LOG-FROM-STATE PIC X(1).
           02 CLOSE-LOG-TO-STATE PIC X(1).
           02 CLOSE-LOG-OPERATOR PIC X(8).
           02 CLOSE-LOG-TIMESTAMP PIC X(26).
           02 CLOSE-LOG-DETAIL PIC X(60).

       FD ACTIVITY-LOG-FILE.
       01 ACTIVITY-LOG-RECORD.
           COPY "OperatorLog.cpy".

       WORKING-STORAGE SECTION.
       01 PERIOD-STATUS-FILE-STATUS PIC X(2) VALUE "00".
       01 OPEN-ITEMS-FILE-STATUS PIC X(2) VALUE "00".
       01 UNPAIRED-FILE-STATUS PIC X(2) VALUE "00".
       01 TRIAL-BALANCE-FILE-STATUS PIC X(2) VALUE "00".
       01 CLOSE-LOG-FILE-STATUS PIC X(2) VALUE "00".
       01 ACTIVITY-LOG-FILE-STATUS PIC X(2) VALUE "00".

       01 SIGNON-PARAMETERS.
           COPY "SignOn.cpy".

       01 PERIOD-STATUS-TABLE.
           02 PERIOD-COUNT PIC 999 VALUE 0.
           02 PERIOD-MAX-COUNT PIC 999 VALUE 120.
           02 PERIOD-ENTRIES OCCURS 120 TIMES.
               03 PERIOD-YYYYMM PIC 9(6) VALUE 0.
               03 PERIOD-STATE PIC X(1) VALUE SPACES.
       01 PERIOD-INDEX PIC 999 VALUE 0.
       01 MATCHED-PERIOD-INDEX PIC 999 VALUE 0.
       01 PERIOD-EOF PIC X VALUE "N".

       01 ENTRY-DONE PIC X VALUE "N".
       01 INPUT-ACTION PIC X(1) VALUE SPACE.
       01 INPUT-TEXT PIC X(60) VALUE SPACES.
       01 STATE-CHANGES-COUNT PIC 999 VALUE 0.

       01 SELECTED-PERIOD PIC 9(6) VALUE 0.
       01 SELECTED-PERIOD-X REDEFINES SELECTED-PERIOD.
           02 SELECTED-YEAR PIC 9(4).
           02 SELECTED-MONTH PIC 99.
       01 PERIOD-END-DATE PIC 9(8) VALUE 0.
       01 CURRENT-STATE PIC X(1) VALUE "O".
       01 NEW-STATE PIC X(1) VALUE "O".

      * Close-check results for the selected period.
       01 CHECKS-PASSED PIC X VALUE "Y".
       01 OPEN-BREAKS-COUNT PIC 9(4) VALUE 0.
       01 UNPAIRED-IN-PERIOD-COUNT PIC 9(4) VALUE 0.
       01 TRIAL-BALANCE-VERDICT PIC X(1) VALUE SPACE.
           88 TRIAL-BALANCE-IN-BALANCE VALUE "B".
           88 TRIAL-BALANCE-OUT-OF-BALANCE VALUE "O".
           88 TRIAL-BALANCE-NOT-FOUND VALUE SPACE.
       01 IN-PERIOD-SECTION PIC X VALUE "N".
       01 TRIAL-PERIOD-HEADER PIC X(14) VALUE SPACES.
       01 CHECK-EOF PIC X VALUE "N".
       01 CHECKS-TEXT PIC X(60) VALUE SPACES.
       01 COUNT-DISPLAY PIC ZZZ9.

       PROCEDURE DIVISION.
           PERFORM SIGN-ON-OPERATOR
           PERFORM LOAD-PERIOD-STATUS

           DISPLAY "Period close - " PERIOD-COUNT
               " period(s) on PeriodStatus.txt."

           PERFORM ENTER-ONE-ACTION UNTIL ENTRY-DONE = "Y"

           DISPLAY "Recorded " STATE-CHANGES-COUNT
               " period state change(s)."
           STOP RUN.

       SIGN-ON-OPERATOR.
           CALL "OPERSIGNON" USING SIGNON-PARAMETERS
               ON EXCEPTION
                   DISPLAY "ERROR: OPERSIGNON could not be called."
                   MOVE "N" TO SIGNON-RESULT
           END-CALL

           IF NOT SIGNON-SUCCEEDED
               DISPLAY "Period close refused without a valid "
                   "sign-on."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF ROLE-INQUIRY-ONLY
               DISPLAY "Operator "
                   FUNCTION TRIM(SIGNON-OPERATOR-ID TRAILING)
                   " is inquiry-only and may not change period "
                   "states."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           EXIT.

       LOAD-PERIOD-STATUS.
           OPEN INPUT PERIOD-STATUS-FILE

           IF PERIOD-STATUS-FILE-STATUS NOT = "00"
               DISPLAY "PeriodStatus.txt not found - every period "
                   "starts open."
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO PERIOD-EOF
           PERFORM UNTIL PERIOD-EOF = "Y"
               READ PERIOD-STATUS-FILE
                   AT END
                       MOVE "Y" TO PERIOD-EOF
                   NOT AT END
                       IF PERIOD-COUNT < PERIOD-MAX-COUNT
                           ADD 1 TO PERIOD-COUNT
                           MOVE PERIOD-FILE-YYYYMM
                               TO PERIOD-YYYYMM(PERIOD-COUNT)
                           MOVE PERIOD-FILE-STATE
                               TO PERIOD-STATE(PERIOD-COUNT)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE PERIOD-STATUS-FILE
           EXIT.

       SAVE-PERIOD-STATUS.
           OPEN OUTPUT PERIOD-STATUS-FILE

           PERFORM VARYING PERIOD-INDEX FROM 1 BY 1
               UNTIL PERIOD-INDEX > PERIOD-COUNT
               MOVE PERIOD-YYYYMM(PERIOD-INDEX) TO PERIOD-FILE-YYYYMM
               MOVE PERIOD-STATE(PERIOD-INDEX) TO PERIOD-FILE-STATE
               WRITE PERIOD-STATUS-RECORD
           END-PERFORM

           CLOSE PERIOD-STATUS-FILE
           EXIT.

       ENTER-ONE-ACTION.
           DISPLAY " "
           DISPLAY "Action (S=soft close H=hard close R=reopen "
               "L=list, Q=quit):"
           MOVE SPACE TO INPUT-ACTION
           ACCEPT INPUT-ACTION
           MOVE FUNCTION UPPER-CASE(INPUT-ACTION) TO INPUT-ACTION

           EVALUATE INPUT-ACTION
               WHEN "Q"
               WHEN SPACE
                   MOVE "Y" TO ENTRY-DONE
                   EXIT PARAGRAPH
               WHEN "L"
                   PERFORM LIST-PERIODS
                   EXIT PARAGRAPH
               WHEN "S"
               WHEN "H"
               WHEN "R"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Unknown action '" INPUT-ACTION "'."
                   EXIT PARAGRAPH
           END-EVALUATE

           DISPLAY "Period (YYYYMM):"
           MOVE SPACES TO INPUT-TEXT
           ACCEPT INPUT-TEXT
           IF INPUT-TEXT(1:6) IS NOT NUMERIC
               OR INPUT-TEXT(5:2) < "01" OR INPUT-TEXT(5:2) > "12"
               DISPLAY "Period must be YYYYMM."
               EXIT PARAGRAPH
           END-IF
           MOVE INPUT-TEXT(1:6) TO SELECTED-PERIOD
           PERFORM FIND-SELECTED-PERIOD

           EVALUATE INPUT-ACTION
               WHEN "S"
                   PERFORM SOFT-CLOSE-PERIOD
               WHEN "H"
                   PERFORM HARD-CLOSE-PERIOD
               WHEN "R"
                   PERFORM REOPEN-PERIOD
           END-EVALUATE
           EXIT.

       LIST-PERIODS.
           IF PERIOD-COUNT = 0
               DISPLAY "No period has been closed yet."
           END-IF
           PERFORM VARYING PERIOD-INDEX FROM 1 BY 1
               UNTIL PERIOD-INDEX > PERIOD-COUNT
               DISPLAY "  " PERIOD-YYYYMM(PERIOD-INDEX) "  "
                   PERIOD-STATE(PERIOD-INDEX)
           END-PERFORM
           EXIT.

      * A period not on file is open.
       FIND-SELECTED-PERIOD.
           MOVE 0 TO MATCHED-PERIOD-INDEX
           MOVE "O" TO CURRENT-STATE
           PERFORM VARYING PERIOD-INDEX FROM 1 BY 1
               UNTIL PERIOD-INDEX > PERIOD-COUNT
                   OR MATCHED-PERIOD-INDEX > 0
               IF PERIOD-YYYYMM(PERIOD-INDEX) = SELECTED-PERIOD
                   MOVE PERIOD-INDEX TO MATCHED-PERIOD-INDEX
                   MOVE PERIOD-STATE(PERIOD-INDEX) TO CURRENT-STATE
               END-IF
           END-PERFORM

           COMPUTE PERIOD-END-DATE = SELECTED-PERIOD * 100 + 31
           EXIT.

       SOFT-CLOSE-PERIOD.
           IF CURRENT-STATE NOT = "O"
               DISPLAY "Period " SELECTED-PERIOD " is not open "
                   "(state " CURRENT-STATE ") - nothing to soft "
                   "close."
               EXIT PARAGRAPH
           END-IF

           MOVE "Y" TO CHECKS-PASSED
           PERFORM CHECK-BANK-RECON-BREAKS
           PERFORM CHECK-UNPAIRED-TRANSFERS

           IF CHECKS-PASSED = "N"
               DISPLAY "Period " SELECTED-PERIOD
                   " stays open - the checks above must pass first."
               EXIT PARAGRAPH
           END-IF

           MOVE "Checks passed: RECON UNPAIRED" TO CHECKS-TEXT
           MOVE "S" TO NEW-STATE
           PERFORM APPLY-STATE-CHANGE
           EXIT.

       HARD-CLOSE-PERIOD.
           IF CURRENT-STATE NOT = "S"
               DISPLAY "Period " SELECTED-PERIOD " must be "
                   "soft-closed before the hard close (state "
                   CURRENT-STATE ")."
               EXIT PARAGRAPH
           END-IF

           MOVE "Y" TO CHECKS-PASSED
           PERFORM CHECK-BANK-RECON-BREAKS
           PERFORM CHECK-UNPAIRED-TRANSFERS
           PERFORM CHECK-TRIAL-BALANCE

           IF CHECKS-PASSED = "N"
               DISPLAY "Period " SELECTED-PERIOD
                   " stays soft-closed - the checks above must "
                   "pass first."
               EXIT PARAGRAPH
           END-IF

           MOVE "Checks passed: RECON UNPAIRED TRIALBAL"
               TO CHECKS-TEXT
           MOVE "H" TO NEW-STATE
           PERFORM APPLY-STATE-CHANGE
           EXIT.

      *----------------------------------------------------------*
      * Reopening undoes figures Finance may already have booked,
      * so only a reviewer may do it, and the reason is logged.
      *----------------------------------------------------------*
       REOPEN-PERIOD.
           IF NOT ROLE-REVIEWER
               DISPLAY "Only a reviewer-role operator may reopen a "
                   "period."
               EXIT PARAGRAPH
           END-IF

           IF CURRENT-STATE = "O"
               DISPLAY "Period " SELECTED-PERIOD " is already open."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Reason for reopening:"
           MOVE SPACES TO INPUT-TEXT
           ACCEPT INPUT-TEXT
           IF INPUT-TEXT = SPACES
               DISPLAY "A reopen needs a reason - not reopened."
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO CHECKS-TEXT
           STRING "Reopened: " DELIMITED BY SIZE
               INPUT-TEXT DELIMITED BY SIZE
               INTO CHECKS-TEXT
           END-STRING
           MOVE "O" TO NEW-STATE
           PERFORM APPLY-STATE-CHANGE
           EXIT.

      * Breaks first seen on or before the period end that have no
      * cleared date are still unexplained differences in it.
       CHECK-BANK-RECON-BREAKS.
           MOVE 0 TO OPEN-BREAKS-COUNT
           OPEN INPUT OPEN-ITEMS-FILE
           IF OPEN-ITEMS-FILE-STATUS NOT = "00"
               DISPLAY "  BankReconOpenItems.txt not found - no open "
                   "breaks on file."
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO CHECK-EOF
           PERFORM UNTIL CHECK-EOF = "Y"
               READ OPEN-ITEMS-FILE
                   AT END
                       MOVE "Y" TO CHECK-EOF
                   NOT AT END
                       IF ITEM-CLEARED-DATE = 0
                           AND ITEM-FIRST-SEEN <= PERIOD-END-DATE
                           ADD 1 TO OPEN-BREAKS-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPEN-ITEMS-FILE

           IF OPEN-BREAKS-COUNT > 0
               MOVE "N" TO CHECKS-PASSED
               MOVE OPEN-BREAKS-COUNT TO COUNT-DISPLAY
               DISPLAY "  FAILED: "
                   FUNCTION TRIM(COUNT-DISPLAY LEADING)
                   " bank reconciliation break(s) from the period "
                   "or before are still open."
           ELSE
               DISPLAY "  Passed: no open bank reconciliation "
                   "breaks."
           END-IF
           EXIT.

       CHECK-UNPAIRED-TRANSFERS.
           MOVE 0 TO UNPAIRED-IN-PERIOD-COUNT
           OPEN INPUT UNPAIRED-TRANSFERS-FILE
           IF UNPAIRED-FILE-STATUS NOT = "00"
               DISPLAY "  UnpairedTransfers.txt not found - no "
                   "unpaired transfers on file."
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO CHECK-EOF
           PERFORM UNTIL CHECK-EOF = "Y"
               READ UNPAIRED-TRANSFERS-FILE
                   AT END
                       MOVE "Y" TO CHECK-EOF
                   NOT AT END
                       IF UNPAIRED-TIME-OF-TRANSACTION(1:4)
                               = SELECTED-PERIOD-X(1:4)
                           AND UNPAIRED-TIME-OF-TRANSACTION(6:2)
                               = SELECTED-PERIOD-X(5:2)
                           ADD 1 TO UNPAIRED-IN-PERIOD-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE UNPAIRED-TRANSFERS-FILE

           IF UNPAIRED-IN-PERIOD-COUNT > 0
               MOVE "N" TO CHECKS-PASSED
               MOVE UNPAIRED-IN-PERIOD-COUNT TO COUNT-DISPLAY
               DISPLAY "  FAILED: "
                   FUNCTION TRIM(COUNT-DISPLAY LEADING)
                   " unpaired transfer(s) dated inside the period."
           ELSE
               DISPLAY "  Passed: no unpaired transfers in the "
                   "period."
           END-IF
           EXIT.

      *----------------------------------------------------------*
      * GLEXTRACT writes a "Period YYYY-MM" section per month with
      * a control line ending IN BALANCE or OUT OF BALANCE.
      *----------------------------------------------------------*
       CHECK-TRIAL-BALANCE.
           MOVE SPACE TO TRIAL-BALANCE-VERDICT
           MOVE "N" TO IN-PERIOD-SECTION
           MOVE SPACES TO TRIAL-PERIOD-HEADER
           STRING "Period " DELIMITED BY SIZE
               SELECTED-YEAR DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               SELECTED-MONTH DELIMITED BY SIZE
               INTO TRIAL-PERIOD-HEADER
           END-STRING

           OPEN INPUT TRIAL-BALANCE-FILE
           IF TRIAL-BALANCE-FILE-STATUS NOT = "00"
               MOVE "N" TO CHECKS-PASSED
               DISPLAY "  FAILED: GlTrialBalance.txt not found - run "
                   "GLEXTRACT for the soft-closed period first."
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO CHECK-EOF
           PERFORM UNTIL CHECK-EOF = "Y"
               READ TRIAL-BALANCE-FILE
                   AT END
                       MOVE "Y" TO CHECK-EOF
                   NOT AT END
                       IF TRIAL-BALANCE-LINE(1:7) = "Period "
                           IF TRIAL-BALANCE-LINE(1:14)
                                   = TRIAL-PERIOD-HEADER
                               MOVE "Y" TO IN-PERIOD-SECTION
                           ELSE
                               MOVE "N" TO IN-PERIOD-SECTION
                           END-IF
                       END-IF
                       IF IN-PERIOD-SECTION = "Y"
                           AND TRIAL-BALANCE-LINE(1:10)
                               = "  Control:"
                           IF TRIAL-BALANCE-LINE(71:10)
                                   = "IN BALANCE"
                               SET TRIAL-BALANCE-IN-BALANCE TO TRUE
                           ELSE
                               SET TRIAL-BALANCE-OUT-OF-BALANCE
                                   TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRIAL-BALANCE-FILE

           EVALUATE TRUE
               WHEN TRIAL-BALANCE-IN-BALANCE
                   DISPLAY "  Passed: the trial balance for the "
                       "month is in balance."
               WHEN TRIAL-BALANCE-OUT-OF-BALANCE
                   MOVE "N" TO CHECKS-PASSED
                   DISPLAY "  FAILED: the trial balance for the "
                       "month is OUT OF BALANCE."
               WHEN OTHER
                   MOVE "N" TO CHECKS-PASSED
                   DISPLAY "  FAILED: GlTrialBalance.txt has no "
                       "section for the month - run GLEXTRACT."
           END-EVALUATE
           EXIT.

       APPLY-STATE-CHANGE.
           IF MATCHED-PERIOD-INDEX = 0
               IF PERIOD-COUNT >= PERIOD-MAX-COUNT
                   DISPLAY "PeriodStatus.txt is full - the state "
                       "change was not recorded."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO PERIOD-COUNT
               MOVE PERIOD-COUNT TO MATCHED-PERIOD-INDEX
               MOVE SELECTED-PERIOD
                   TO PERIOD-YYYYMM(MATCHED-PERIOD-INDEX)
           END-IF

           MOVE NEW-STATE TO PERIOD-STATE(MATCHED-PERIOD-INDEX)
           PERFORM SAVE-PERIOD-STATUS
           PERFORM WRITE-CLOSE-LOG-ENTRY
           PERFORM WRITE-ACTIVITY-LOG-ENTRY
           ADD 1 TO STATE-CHANGES-COUNT

           DISPLAY "Period " SELECTED-PERIOD " moved from state "
               CURRENT-STATE " to " NEW-STATE "."
           EXIT.

       WRITE-CLOSE-LOG-ENTRY.
           OPEN EXTEND CLOSE-LOG-FILE
           IF CLOSE-LOG-FILE-STATUS = "35"
               OPEN OUTPUT CLOSE-LOG-FILE
           END-IF

           MOVE SPACES TO CLOSE-LOG-RECORD
           MOVE SELECTED-PERIOD TO CLOSE-LOG-YYYYMM
           MOVE CURRENT-STATE TO CLOSE-LOG-FROM-STATE
           MOVE NEW-STATE TO CLOSE-LOG-TO-STATE
           MOVE SIGNON-OPERATOR-ID TO CLOSE-LOG-OPERATOR
           MOVE FUNCTION CURRENT-DATE TO CLOSE-LOG-TIMESTAMP
           MOVE CHECKS-TEXT TO CLOSE-LOG-DETAIL
           WRITE CLOSE-LOG-RECORD

           CLOSE CLOSE-LOG-FILE
           EXIT.

       WRITE-ACTIVITY-LOG-ENTRY.
           OPEN EXTEND ACTIVITY-LOG-FILE
           IF ACTIVITY-LOG-FILE-STATUS = "35"
               OPEN OUTPUT ACTIVITY-LOG-FILE
           END-IF

           MOVE SPACES TO ACTIVITY-LOG-RECORD
           MOVE SIGNON-OPERATOR-ID TO OPER-LOG-OPERATOR
           MOVE FUNCTION CURRENT-DATE TO OPER-LOG-TIMESTAMP
           MOVE "PERIODCLOSE" TO OPER-LOG-PROGRAM
           EVALUATE NEW-STATE
               WHEN "S"
                   MOVE "SOFTCLOSE" TO OPER-LOG-ACTION
               WHEN "H"
                   MOVE "HARDCLOSE" TO OPER-LOG-ACTION
               WHEN OTHER
                   MOVE "REOPEN" TO OPER-LOG-ACTION
           END-EVALUATE
           MOVE SELECTED-PERIOD TO OPER-LOG-REFERENCE-ID
           WRITE ACTIVITY-LOG-RECORD

           CLOSE ACTIVITY-LOG-FILE
           EXIT.

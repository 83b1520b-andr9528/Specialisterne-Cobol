       IDENTIFICATION DIVISION.
       PROGRAM-ID. FACILMAINT.

      *----------------------------------------------------------*
      * Overdraft facility maintenance. The signed-on operator   *
      * (maintainer or reviewer) grants, increases, reduces or   *
      * cancels a customer's agreed overdraft facility in        *
      * OverdraftFacilities.txt, or moves its expiry date when   *
      * the facility is renewed:                                 *
      *  - a grant needs a customer known to CustomerKeyXref.txt *
      *    who has no facility yet; an increase must raise the   *
      *    limit and a reduction lower it without reaching zero  *
      *    - a facility no longer wanted is cancelled;           *
      *  - the expiry is a date after today or 0 for a facility  *
      *    that does not expire;                                 *
      *  - every change is approved at the terminal by a second  *
      *    operator, not the one entering it, whose row in       *
      *    CreditAuthority.txt allows a limit at least as high   *
      *    as the new one. CreditAuthority.txt is kept by hand,  *
      *    one row per operator with the highest limit in DKK    *
      *    that operator may approve.                            *
      * An approved change rewrites OverdraftFacilities.txt at   *
      * once, is recorded with its before and after values in    *
      * FacilityHistory.txt and is logged in                     *
      * OperatorActivityLog.txt against the customer's           *
      * REFERENCE-ID. The overdrawn extract picks the new limit  *
      * up on its next run, and FACILRENEW writes the renewal    *
      * letters ahead of expiry.                                 *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OVERDRAFT-FACILITY-FILE
               ASSIGN TO "OverdraftFacilities.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FACILITY-FILE-STATUS.

           SELECT CREDIT-AUTHORITY-FILE
               ASSIGN TO "CreditAuthority.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUTHORITY-FILE-STATUS.

           SELECT KEY-XREF-FILE
               ASSIGN TO "CustomerKeyXref.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XREF-FILE-STATUS.

           SELECT FACILITY-HISTORY-FILE
               ASSIGN TO "FacilityHistory.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORY-FILE-STATUS.

           SELECT ACTIVITY-LOG-FILE
               ASSIGN TO "OperatorActivityLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACTIVITY-LOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD OVERDRAFT-FACILITY-FILE.
       01 OVERDRAFT-FACILITY-RECORD.
           02 FACILITY-CPR PIC X(15).
           02 FACILITY-LIMIT PIC 9(9)V99.
           02 FACILITY-EXPIRY PIC 9(8).

       FD CREDIT-AUTHORITY-FILE.
       01 CREDIT-AUTHORITY-RECORD.
           02 AUTHORITY-OPERATOR-ID PIC X(8).
           02 AUTHORITY-LIMIT PIC 9(9)V99.

       FD KEY-XREF-FILE.
       01 KEY-XREF-RECORD.
           02 XREF-CPR PIC X(15).
           02 XREF-REFERENCE-ID PIC X(10).

       FD FACILITY-HISTORY-FILE.
       01 FACILITY-HISTORY-RECORD.
           COPY "FacilityHistory.cpy".

       FD ACTIVITY-LOG-FILE.
       01 ACTIVITY-LOG-RECORD.
           COPY "OperatorLog.cpy".

       WORKING-STORAGE SECTION.
       01 FACILITY-FILE-STATUS PIC X(2) VALUE "00".
       01 AUTHORITY-FILE-STATUS PIC X(2) VALUE "00".
       01 XREF-FILE-STATUS PIC X(2) VALUE "00".
       01 HISTORY-FILE-STATUS PIC X(2) VALUE "00".
       01 ACTIVITY-LOG-FILE-STATUS PIC X(2) VALUE "00".
       01 END-OF-FILE PIC X VALUE "N".

       01 SIGNON-PARAMETERS.
           COPY "SignOn.cpy".
       01 APPROVER-SIGNON.
           COPY "SignOn.cpy".

      * The overdrawn extract holds at most this many facilities,
      * so the same limit applies here.
       01 FACILITY-TABLE.
           02 FACILITY-COUNT PIC 999 VALUE 0.
           02 FACILITY-MAX PIC 999 VALUE 100.
           02 FACILITY-ENTRIES OCCURS 100 TIMES.
               03 FAC-CPR PIC X(15) VALUE SPACES.
               03 FAC-LIMIT PIC 9(9)V99 VALUE 0.
               03 FAC-EXPIRY PIC 9(8) VALUE 0.
       01 FACILITY-INDEX PIC 999 VALUE 0.
       01 MATCHED-FACILITY PIC 999 VALUE 0.

       01 AUTHORITY-TABLE.
           02 AUTHORITY-COUNT PIC 99 VALUE 0.
           02 AUTHORITY-ENTRIES OCCURS 50 TIMES.
               03 AUTH-OPERATOR-ID PIC X(8) VALUE SPACES.
               03 AUTH-LIMIT PIC 9(9)V99 VALUE 0.
       01 AUTHORITY-INDEX PIC 99 VALUE 0.
       01 APPROVER-AUTHORITY PIC 9(9)V99 VALUE 0.
       01 APPROVER-HAS-AUTHORITY PIC X VALUE "N".

       01 XREF-TABLE.
           02 XREF-COUNT PIC 9(4) VALUE 0.
           02 XREF-MAX PIC 9(4) VALUE 2000.
           02 XREF-ENTRIES OCCURS 2000 TIMES.
               03 XR-CPR PIC X(15) VALUE SPACES.
               03 XR-REFERENCE-ID PIC X(10) VALUE SPACES.
       01 XREF-INDEX PIC 9(4) VALUE 0.

       01 NORMALIZED-CPR PIC X(15) VALUE SPACES.
       01 CPR-SERIAL-PART PIC X(4) VALUE SPACES.

       01 SESSION-DONE PIC X VALUE "N".
       01 ENTRY-CANCELLED PIC X VALUE "N".
       01 CHANGE-APPROVED PIC X VALUE "N".
       01 FIELD-VALID PIC X VALUE "N".
       01 FIELD-ATTEMPTS PIC 9 VALUE 0.
       01 FIELD-ATTEMPT-LIMIT PIC 9 VALUE 3.
       01 INPUT-ACTION PIC X(1) VALUE SPACE.
       01 INPUT-TEXT PIC X(80) VALUE SPACES.
       01 INPUT-AMOUNT PIC S9(11)V99 VALUE 0.
       01 EXPIRY-DATE-WORK PIC 9(8) VALUE 0.
       01 RUN-DATE-TODAY PIC 9(8) VALUE 0.

       01 TARGET-CPR PIC X(15) VALUE SPACES.
       01 TARGET-REFERENCE-ID PIC X(10) VALUE SPACES.
       01 OLD-LIMIT PIC 9(9)V99 VALUE 0.
       01 NEW-LIMIT PIC 9(9)V99 VALUE 0.
       01 OLD-EXPIRY PIC 9(8) VALUE 0.
       01 NEW-EXPIRY PIC 9(8) VALUE 0.

       01 LIMIT-EDIT-DISPLAY PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 EXPIRY-DISPLAY PIC X(10) VALUE SPACES.
       01 CHANGES-APPLIED-COUNT PIC 999 VALUE 0.
       01 CHANGES-REFUSED-COUNT PIC 999 VALUE 0.

       PROCEDURE DIVISION.
           PERFORM SIGN-ON-OPERATOR
           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE-TODAY

           PERFORM LOAD-FACILITIES
           PERFORM LOAD-CREDIT-AUTHORITIES
           PERFORM LOAD-KEY-XREF

           DISPLAY "Overdraft facility maintenance - " FACILITY-COUNT
               " facility(ies) on OverdraftFacilities.txt."

           PERFORM UNTIL SESSION-DONE = "Y"
               PERFORM WORK-ONE-ACTION
           END-PERFORM

           DISPLAY "Changes applied " CHANGES-APPLIED-COUNT
               ", not approved " CHANGES-REFUSED-COUNT "."
           STOP RUN.

       SIGN-ON-OPERATOR.
           CALL "OPERSIGNON" USING SIGNON-PARAMETERS
               ON EXCEPTION
                   DISPLAY "ERROR: OPERSIGNON could not be called."
                   MOVE "N" TO SIGNON-RESULT OF SIGNON-PARAMETERS
           END-CALL

           IF NOT SIGNON-SUCCEEDED OF SIGNON-PARAMETERS
               DISPLAY "Facility maintenance refused without a valid "
                   "sign-on."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF ROLE-INQUIRY-ONLY OF SIGNON-PARAMETERS
               DISPLAY "Operator "
                   FUNCTION TRIM(SIGNON-OPERATOR-ID
                       OF SIGNON-PARAMETERS TRAILING)
                   " is inquiry-only and may not maintain overdraft "
                   "facilities."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           EXIT.

       LOAD-FACILITIES.
           OPEN INPUT OVERDRAFT-FACILITY-FILE
           IF FACILITY-FILE-STATUS NOT = "00"
               DISPLAY "OverdraftFacilities.txt not found, starting "
                   "with no facilities."
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ OVERDRAFT-FACILITY-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF FACILITY-COUNT < FACILITY-MAX
                           ADD 1 TO FACILITY-COUNT
                           MOVE FACILITY-CPR
                               TO FAC-CPR(FACILITY-COUNT)
                           MOVE FACILITY-LIMIT
                               TO FAC-LIMIT(FACILITY-COUNT)
                           MOVE FACILITY-EXPIRY
                               TO FAC-EXPIRY(FACILITY-COUNT)
                       ELSE
      * Writing the file back without the facilities that did not
      * fit would lose them, so the program stops instead.
                           DISPLAY "OverdraftFacilities.txt exceeds "
                               "capacity - fix the file before "
                               "maintaining it."
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM

           CLOSE OVERDRAFT-FACILITY-FILE
           EXIT.

       SAVE-FACILITIES.
           OPEN OUTPUT OVERDRAFT-FACILITY-FILE

           PERFORM VARYING FACILITY-INDEX FROM 1 BY 1
               UNTIL FACILITY-INDEX > FACILITY-COUNT
               MOVE FAC-CPR(FACILITY-INDEX) TO FACILITY-CPR
               MOVE FAC-LIMIT(FACILITY-INDEX) TO FACILITY-LIMIT
               MOVE FAC-EXPIRY(FACILITY-INDEX) TO FACILITY-EXPIRY
               WRITE OVERDRAFT-FACILITY-RECORD
           END-PERFORM

           CLOSE OVERDRAFT-FACILITY-FILE
           EXIT.

       LOAD-CREDIT-AUTHORITIES.
           OPEN INPUT CREDIT-AUTHORITY-FILE
           IF AUTHORITY-FILE-STATUS NOT = "00"
               DISPLAY "CreditAuthority.txt not found - no operator "
                   "can approve a facility change."
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ CREDIT-AUTHORITY-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF AUTHORITY-OPERATOR-ID NOT = SPACES
                           AND AUTHORITY-LIMIT IS NUMERIC
                           AND AUTHORITY-COUNT < 50
                           ADD 1 TO AUTHORITY-COUNT
                           MOVE AUTHORITY-OPERATOR-ID
                               TO AUTH-OPERATOR-ID(AUTHORITY-COUNT)
                           MOVE AUTHORITY-LIMIT
                               TO AUTH-LIMIT(AUTHORITY-COUNT)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE CREDIT-AUTHORITY-FILE
           EXIT.

       LOAD-KEY-XREF.
           OPEN INPUT KEY-XREF-FILE
           IF XREF-FILE-STATUS NOT = "00"
               DISPLAY "CustomerKeyXref.txt not found - run "
                   "MASTERLOAD first; no facility can be granted."
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ KEY-XREF-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF XREF-COUNT < XREF-MAX
                           ADD 1 TO XREF-COUNT
                           MOVE XREF-CPR TO NORMALIZED-CPR
                           PERFORM NORMALIZE-CPR
                           MOVE NORMALIZED-CPR TO XR-CPR(XREF-COUNT)
                           MOVE XREF-REFERENCE-ID
                               TO XR-REFERENCE-ID(XREF-COUNT)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE KEY-XREF-FILE
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

       WORK-ONE-ACTION.
           DISPLAY " "
           DISPLAY "Action (G=grant I=increase R=reduce E=move expiry "
               "C=cancel L=list Q=quit):"
           MOVE SPACE TO INPUT-ACTION
           ACCEPT INPUT-ACTION
           MOVE FUNCTION UPPER-CASE(INPUT-ACTION) TO INPUT-ACTION

           EVALUATE INPUT-ACTION
               WHEN "Q"
               WHEN SPACE
                   MOVE "Y" TO SESSION-DONE
               WHEN "L"
                   PERFORM LIST-FACILITIES
               WHEN "G"
               WHEN "I"
               WHEN "R"
               WHEN "E"
               WHEN "C"
                   PERFORM PREPARE-FACILITY-CHANGE
               WHEN OTHER
                   DISPLAY "Unknown action '" INPUT-ACTION "'."
           END-EVALUATE
           EXIT.

       LIST-FACILITIES.
           IF FACILITY-COUNT = 0
               DISPLAY "  (no facilities)"
           END-IF

           PERFORM VARYING FACILITY-INDEX FROM 1 BY 1
               UNTIL FACILITY-INDEX > FACILITY-COUNT
               MOVE FAC-LIMIT(FACILITY-INDEX) TO LIMIT-EDIT-DISPLAY
               MOVE FAC-EXPIRY(FACILITY-INDEX) TO EXPIRY-DATE-WORK
               PERFORM FORMAT-EXPIRY-DISPLAY
               DISPLAY "  " FAC-CPR(FACILITY-INDEX)
                   "  " LIMIT-EDIT-DISPLAY " DKK  expires "
                   EXPIRY-DISPLAY
           END-PERFORM
           EXIT.

       FORMAT-EXPIRY-DISPLAY.
           MOVE SPACES TO EXPIRY-DISPLAY
           IF EXPIRY-DATE-WORK = 0
               MOVE "never" TO EXPIRY-DISPLAY
           ELSE
               STRING EXPIRY-DATE-WORK(1:4) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   EXPIRY-DATE-WORK(5:2) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   EXPIRY-DATE-WORK(7:2) DELIMITED BY SIZE
                   INTO EXPIRY-DISPLAY
               END-STRING
           END-IF
           EXIT.

      *----------------------------------------------------------*
      * One change: the customer, the new limit and expiry the
      * action calls for, a read-back, then the second operator's
      * approval before anything is written.
      *----------------------------------------------------------*
       PREPARE-FACILITY-CHANGE.
           MOVE "N" TO ENTRY-CANCELLED
           DISPLAY "Customer CPR:"
           MOVE SPACES TO INPUT-TEXT
           ACCEPT INPUT-TEXT
           IF INPUT-TEXT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE INPUT-TEXT(1:15) TO NORMALIZED-CPR
           PERFORM NORMALIZE-CPR
           MOVE NORMALIZED-CPR TO TARGET-CPR

           PERFORM FIND-CUSTOMER-FACILITY

           IF INPUT-ACTION = "G"
               IF MATCHED-FACILITY > 0
                   MOVE FAC-LIMIT(MATCHED-FACILITY)
                       TO LIMIT-EDIT-DISPLAY
                   DISPLAY FUNCTION TRIM(TARGET-CPR TRAILING)
                       " already has a facility of "
                       FUNCTION TRIM(LIMIT-EDIT-DISPLAY LEADING)
                       " DKK - increase or reduce it instead."
                   EXIT PARAGRAPH
               END-IF
               IF TARGET-REFERENCE-ID = SPACES
                   DISPLAY FUNCTION TRIM(TARGET-CPR TRAILING)
                       " is not a customer on CustomerKeyXref.txt."
                   EXIT PARAGRAPH
               END-IF
               IF FACILITY-COUNT >= FACILITY-MAX
                   DISPLAY "OverdraftFacilities.txt is full - no "
                       "facility can be added."
                   EXIT PARAGRAPH
               END-IF
               MOVE 0 TO OLD-LIMIT
               MOVE 0 TO OLD-EXPIRY
           ELSE
               IF MATCHED-FACILITY = 0
                   DISPLAY FUNCTION TRIM(TARGET-CPR TRAILING)
                       " has no overdraft facility."
                   EXIT PARAGRAPH
               END-IF
               MOVE FAC-LIMIT(MATCHED-FACILITY) TO OLD-LIMIT
               MOVE FAC-EXPIRY(MATCHED-FACILITY) TO OLD-EXPIRY
               MOVE OLD-LIMIT TO LIMIT-EDIT-DISPLAY
               MOVE OLD-EXPIRY TO EXPIRY-DATE-WORK
               PERFORM FORMAT-EXPIRY-DISPLAY
               DISPLAY "Current facility "
                   FUNCTION TRIM(LIMIT-EDIT-DISPLAY LEADING)
                   " DKK, expires "
                   FUNCTION TRIM(EXPIRY-DISPLAY TRAILING) "."
           END-IF

           MOVE OLD-LIMIT TO NEW-LIMIT
           MOVE OLD-EXPIRY TO NEW-EXPIRY
           EVALUATE INPUT-ACTION
               WHEN "G"
               WHEN "I"
               WHEN "R"
                   PERFORM ENTER-NEW-LIMIT
                   IF ENTRY-CANCELLED = "N"
                       PERFORM ENTER-NEW-EXPIRY
                   END-IF
               WHEN "E"
                   PERFORM ENTER-NEW-EXPIRY
                   IF ENTRY-CANCELLED = "N"
                       AND NEW-EXPIRY = OLD-EXPIRY
                       DISPLAY "The expiry date is unchanged."
                       MOVE "Y" TO ENTRY-CANCELLED
                   END-IF
               WHEN "C"
                   MOVE 0 TO NEW-LIMIT
                   MOVE 0 TO NEW-EXPIRY
           END-EVALUATE
           IF ENTRY-CANCELLED = "Y"
               EXIT PARAGRAPH
           END-IF

           PERFORM CONFIRM-FACILITY-CHANGE
           IF ENTRY-CANCELLED = "Y"
               EXIT PARAGRAPH
           END-IF

           PERFORM OBTAIN-CREDIT-APPROVAL
           IF CHANGE-APPROVED = "N"
               DISPLAY "Change not approved - nothing was written."
               ADD 1 TO CHANGES-REFUSED-COUNT
               EXIT PARAGRAPH
           END-IF

           PERFORM APPLY-FACILITY-CHANGE
           EXIT.

       FIND-CUSTOMER-FACILITY.
           MOVE 0 TO MATCHED-FACILITY
           PERFORM VARYING FACILITY-INDEX FROM 1 BY 1
               UNTIL FACILITY-INDEX > FACILITY-COUNT
                   OR MATCHED-FACILITY > 0
               MOVE FAC-CPR(FACILITY-INDEX) TO NORMALIZED-CPR
               PERFORM NORMALIZE-CPR
               IF NORMALIZED-CPR = TARGET-CPR
                   MOVE FACILITY-INDEX TO MATCHED-FACILITY
               END-IF
           END-PERFORM

           MOVE SPACES TO TARGET-REFERENCE-ID
           PERFORM VARYING XREF-INDEX FROM 1 BY 1
               UNTIL XREF-INDEX > XREF-COUNT
                   OR TARGET-REFERENCE-ID NOT = SPACES
               IF XR-CPR(XREF-INDEX) = TARGET-CPR
                   MOVE XR-REFERENCE-ID(XREF-INDEX)
                       TO TARGET-REFERENCE-ID
               END-IF
           END-PERFORM
           EXIT.

       ENTER-NEW-LIMIT.
           MOVE "N" TO FIELD-VALID
           MOVE 0 TO FIELD-ATTEMPTS
           PERFORM UNTIL FIELD-VALID = "Y"
               OR ENTRY-CANCELLED = "Y"
               DISPLAY "New limit in DKK:"
               MOVE SPACES TO INPUT-TEXT
               ACCEPT INPUT-TEXT

               IF INPUT-TEXT NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(INPUT-TEXT) = 0
                   COMPUTE INPUT-AMOUNT = FUNCTION NUMVAL(INPUT-TEXT)
                   EVALUATE TRUE
                       WHEN INPUT-AMOUNT NOT > 0
                           OR INPUT-AMOUNT > 999999999.99
                           DISPLAY "The limit must be above zero - "
                               "cancel a facility that is no longer "
                               "wanted."
                           PERFORM COUNT-FAILED-ATTEMPT
                       WHEN INPUT-ACTION = "I"
                           AND INPUT-AMOUNT NOT > OLD-LIMIT
                           DISPLAY "An increase must raise the limit."
                           PERFORM COUNT-FAILED-ATTEMPT
                       WHEN INPUT-ACTION = "R"
                           AND INPUT-AMOUNT NOT < OLD-LIMIT
                           DISPLAY "A reduction must lower the limit."
                           PERFORM COUNT-FAILED-ATTEMPT
                       WHEN OTHER
                           MOVE "Y" TO FIELD-VALID
                           MOVE INPUT-AMOUNT TO NEW-LIMIT
                   END-EVALUATE
               ELSE
                   DISPLAY "Amount is not a number, try again."
                   PERFORM COUNT-FAILED-ATTEMPT
               END-IF
           END-PERFORM
           EXIT.

      * Blank keeps the expiry the facility has (none for a new
      * grant); 0 means the facility does not expire.
       ENTER-NEW-EXPIRY.
           MOVE "N" TO FIELD-VALID
           MOVE 0 TO FIELD-ATTEMPTS
           PERFORM UNTIL FIELD-VALID = "Y"
               OR ENTRY-CANCELLED = "Y"
               DISPLAY "Expiry date (YYYYMMDD, 0 = no expiry, "
                   "blank = unchanged):"
               MOVE SPACES TO INPUT-TEXT
               ACCEPT INPUT-TEXT

               EVALUATE TRUE
                   WHEN INPUT-TEXT = SPACES
                       MOVE "Y" TO FIELD-VALID
                   WHEN INPUT-TEXT = "0"
                       MOVE 0 TO NEW-EXPIRY
                       MOVE "Y" TO FIELD-VALID
                   WHEN INPUT-TEXT(1:8) IS NUMERIC
                       AND INPUT-TEXT(9:72) = SPACES
                       MOVE INPUT-TEXT(1:8) TO EXPIRY-DATE-WORK
                       IF FUNCTION TEST-DATE-YYYYMMDD(EXPIRY-DATE-WORK)
                               = 0
                           AND EXPIRY-DATE-WORK > RUN-DATE-TODAY
                           MOVE EXPIRY-DATE-WORK TO NEW-EXPIRY
                           MOVE "Y" TO FIELD-VALID
                       ELSE
                           DISPLAY "The expiry must be a real date "
                               "after today."
                           PERFORM COUNT-FAILED-ATTEMPT
                       END-IF
                   WHEN OTHER
                       DISPLAY "Expiry must be YYYYMMDD, try again."
                       PERFORM COUNT-FAILED-ATTEMPT
               END-EVALUATE
           END-PERFORM
           EXIT.

       COUNT-FAILED-ATTEMPT.
           ADD 1 TO FIELD-ATTEMPTS
           IF FIELD-ATTEMPTS >= FIELD-ATTEMPT-LIMIT
               MOVE "Y" TO ENTRY-CANCELLED
               DISPLAY "Too many invalid replies - change abandoned."
           END-IF
           EXIT.

       CONFIRM-FACILITY-CHANGE.
           MOVE NEW-LIMIT TO LIMIT-EDIT-DISPLAY
           MOVE NEW-EXPIRY TO EXPIRY-DATE-WORK
           PERFORM FORMAT-EXPIRY-DISPLAY
           IF INPUT-ACTION = "C"
               DISPLAY "Cancel the facility of "
                   FUNCTION TRIM(TARGET-CPR TRAILING) "."
           ELSE
               DISPLAY "New facility for "
                   FUNCTION TRIM(TARGET-CPR TRAILING) ": "
                   FUNCTION TRIM(LIMIT-EDIT-DISPLAY LEADING)
                   " DKK, expires "
                   FUNCTION TRIM(EXPIRY-DISPLAY TRAILING) "."
           END-IF

           DISPLAY "Submit for approval (Y/N)?"
           MOVE SPACES TO INPUT-TEXT
           ACCEPT INPUT-TEXT
           IF FUNCTION UPPER-CASE(INPUT-TEXT(1:1)) NOT = "Y"
               MOVE "Y" TO ENTRY-CANCELLED
           END-IF
           EXIT.

      *----------------------------------------------------------*
      * Approval: a second operator signs on at the terminal and
      * must hold a credit authority of at least the new limit;
      * a cancellation needs an authority of any size.
      *----------------------------------------------------------*
       OBTAIN-CREDIT-APPROVAL.
           MOVE "N" TO CHANGE-APPROVED
           DISPLAY "Credit approval - the approving operator signs "
               "on now."

           CALL "OPERSIGNON" USING APPROVER-SIGNON
               ON EXCEPTION
                   DISPLAY "ERROR: OPERSIGNON could not be called."
                   MOVE "N" TO SIGNON-RESULT OF APPROVER-SIGNON
           END-CALL

           IF NOT SIGNON-SUCCEEDED OF APPROVER-SIGNON
               EXIT PARAGRAPH
           END-IF

           IF SIGNON-OPERATOR-ID OF APPROVER-SIGNON
                   = SIGNON-OPERATOR-ID OF SIGNON-PARAMETERS
               DISPLAY "The approver must be a second operator, not "
                   "the one entering the change."
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO APPROVER-HAS-AUTHORITY
           MOVE 0 TO APPROVER-AUTHORITY
           PERFORM VARYING AUTHORITY-INDEX FROM 1 BY 1
               UNTIL AUTHORITY-INDEX > AUTHORITY-COUNT
                   OR APPROVER-HAS-AUTHORITY = "Y"
               IF AUTH-OPERATOR-ID(AUTHORITY-INDEX)
                       = SIGNON-OPERATOR-ID OF APPROVER-SIGNON
                   MOVE "Y" TO APPROVER-HAS-AUTHORITY
                   MOVE AUTH-LIMIT(AUTHORITY-INDEX)
                       TO APPROVER-AUTHORITY
               END-IF
           END-PERFORM

           IF APPROVER-HAS-AUTHORITY = "N"
               DISPLAY "Operator "
                   FUNCTION TRIM(SIGNON-OPERATOR-ID
                       OF APPROVER-SIGNON TRAILING)
                   " holds no credit authority."
               EXIT PARAGRAPH
           END-IF

           IF APPROVER-AUTHORITY < NEW-LIMIT
               MOVE APPROVER-AUTHORITY TO LIMIT-EDIT-DISPLAY
               DISPLAY "Operator "
                   FUNCTION TRIM(SIGNON-OPERATOR-ID
                       OF APPROVER-SIGNON TRAILING)
                   " may approve limits up to "
                   FUNCTION TRIM(LIMIT-EDIT-DISPLAY LEADING)
                   " DKK only."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Approve this change (Y/N)?"
           MOVE SPACES TO INPUT-TEXT
           ACCEPT INPUT-TEXT
           IF FUNCTION UPPER-CASE(INPUT-TEXT(1:1)) = "Y"
               MOVE "Y" TO CHANGE-APPROVED
           END-IF
           EXIT.

       APPLY-FACILITY-CHANGE.
           EVALUATE INPUT-ACTION
               WHEN "G"
                   ADD 1 TO FACILITY-COUNT
                   MOVE TARGET-CPR TO FAC-CPR(FACILITY-COUNT)
                   MOVE NEW-LIMIT TO FAC-LIMIT(FACILITY-COUNT)
                   MOVE NEW-EXPIRY TO FAC-EXPIRY(FACILITY-COUNT)
               WHEN "C"
                   PERFORM VARYING FACILITY-INDEX
                       FROM MATCHED-FACILITY BY 1
                       UNTIL FACILITY-INDEX >= FACILITY-COUNT
                       MOVE FACILITY-ENTRIES(FACILITY-INDEX + 1)
                           TO FACILITY-ENTRIES(FACILITY-INDEX)
                   END-PERFORM
                   MOVE SPACES TO FAC-CPR(FACILITY-COUNT)
                   MOVE 0 TO FAC-LIMIT(FACILITY-COUNT)
                   MOVE 0 TO FAC-EXPIRY(FACILITY-COUNT)
                   SUBTRACT 1 FROM FACILITY-COUNT
               WHEN OTHER
                   MOVE NEW-LIMIT TO FAC-LIMIT(MATCHED-FACILITY)
                   MOVE NEW-EXPIRY TO FAC-EXPIRY(MATCHED-FACILITY)
           END-EVALUATE

           PERFORM SAVE-FACILITIES
           PERFORM WRITE-FACILITY-HISTORY-ENTRY
           PERFORM WRITE-ACTIVITY-LOG-ENTRY
           ADD 1 TO CHANGES-APPLIED-COUNT

           DISPLAY "Facility change for "
               FUNCTION TRIM(TARGET-CPR TRAILING)
               " written to OverdraftFacilities.txt."
           EXIT.

       WRITE-FACILITY-HISTORY-ENTRY.
           OPEN EXTEND FACILITY-HISTORY-FILE
           IF HISTORY-FILE-STATUS = "35"
               OPEN OUTPUT FACILITY-HISTORY-FILE
           END-IF

           MOVE TARGET-CPR TO FACHIST-CPR
           MOVE INPUT-ACTION TO FACHIST-ACTION
           MOVE OLD-LIMIT TO FACHIST-OLD-LIMIT
           MOVE NEW-LIMIT TO FACHIST-NEW-LIMIT
           MOVE OLD-EXPIRY TO FACHIST-OLD-EXPIRY
           MOVE NEW-EXPIRY TO FACHIST-NEW-EXPIRY
           MOVE SIGNON-OPERATOR-ID OF SIGNON-PARAMETERS
               TO FACHIST-REQUESTED-BY
           MOVE SIGNON-OPERATOR-ID OF APPROVER-SIGNON
               TO FACHIST-APPROVED-BY
           MOVE APPROVER-AUTHORITY TO FACHIST-APPROVER-AUTHORITY
           MOVE FUNCTION CURRENT-DATE TO FACHIST-TIMESTAMP
           WRITE FACILITY-HISTORY-RECORD

           CLOSE FACILITY-HISTORY-FILE
           EXIT.

       WRITE-ACTIVITY-LOG-ENTRY.
           OPEN EXTEND ACTIVITY-LOG-FILE
           IF ACTIVITY-LOG-FILE-STATUS = "35"
               OPEN OUTPUT ACTIVITY-LOG-FILE
           END-IF

           MOVE SIGNON-OPERATOR-ID OF SIGNON-PARAMETERS
               TO OPER-LOG-OPERATOR
           MOVE FUNCTION CURRENT-DATE TO OPER-LOG-TIMESTAMP
           MOVE "FACILMAINT" TO OPER-LOG-PROGRAM
           EVALUATE INPUT-ACTION
               WHEN "G"
                   MOVE "ODGRANT" TO OPER-LOG-ACTION
               WHEN "I"
                   MOVE "ODINCREASE" TO OPER-LOG-ACTION
               WHEN "R"
                   MOVE "ODREDUCE" TO OPER-LOG-ACTION
               WHEN "E"
                   MOVE "ODEXPIRY" TO OPER-LOG-ACTION
               WHEN "C"
                   MOVE "ODCANCEL" TO OPER-LOG-ACTION
           END-EVALUATE
           MOVE TARGET-REFERENCE-ID TO OPER-LOG-REFERENCE-ID
           WRITE ACTIVITY-LOG-RECORD

           CLOSE ACTIVITY-LOG-FILE
           EXIT.

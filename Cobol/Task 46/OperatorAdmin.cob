       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERADMIN.

      *----------------------------------------------------------*
      * Operator administration. Maintains Operators.txt, the     *
      * file OPERSIGNON checks ids and roles ("I" inquiry-only,   *
      * "M" maintainer, "R" reviewer) against: add an operator,   *
      * change an operator's role, or revoke an id. Every change  *
      * is four-eyes: after the signed-on operator enters it, a   *
      * second operator holding the reviewer role signs on at the *
      * same terminal and approves it, and nobody may change      *
      * their own entry. Each approved change rewrites            *
      * Operators.txt and is appended to OperatorGrantHistory.txt *
      * (who asked, who approved, the role before and after) so   *
      * the quarterly recertification can say who granted what.  *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATORS-FILE
               ASSIGN TO "Operators.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERATORS-FILE-STATUS.

           SELECT GRANT-HISTORY-FILE
               ASSIGN TO "OperatorGrantHistory.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRANT-HISTORY-FILE-STATUS.

           SELECT ACTIVITY-LOG-FILE
               ASSIGN TO "OperatorActivityLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACTIVITY-LOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD OPERATORS-FILE.
       01 OPERATOR-RECORD.
           02 OPERATOR-ID PIC X(8).
           02 OPERATOR-ROLE PIC X(1).

       FD GRANT-HISTORY-FILE.
       01 GRANT-HISTORY-RECORD.
           COPY "OperatorGrant.cpy".

       FD ACTIVITY-LOG-FILE.
       01 ACTIVITY-LOG-RECORD.
           COPY "OperatorLog.cpy".

       WORKING-STORAGE SECTION.
       01 OPERATORS-FILE-STATUS PIC X(2) VALUE "00".
       01 GRANT-HISTORY-FILE-STATUS PIC X(2) VALUE "00".
       01 ACTIVITY-LOG-FILE-STATUS PIC X(2) VALUE "00".

      * The operator making the change, and the reviewer who
      * countersigns it.
       01 SIGNON-PARAMETERS.
           COPY "SignOn.cpy".
       01 APPROVER-SIGNON.
           COPY "SignOn.cpy".

       01 OPERATORS-TABLE.
           02 OPERATORS-COUNT PIC 99 VALUE 0.
           02 OPERATORS-MAX PIC 99 VALUE 50.
           02 OPERATOR-ENTRIES OCCURS 50 TIMES.
               03 OPER-ENTRY-ID PIC X(8) VALUE SPACES.
               03 OPER-ENTRY-ROLE PIC X(1) VALUE SPACE.
       01 OPERATOR-INDEX PIC 99 VALUE 0.
       01 MATCHED-OPERATOR-INDEX PIC 99 VALUE 0.
       01 OPERATORS-EOF PIC X VALUE "N".

       01 ENTRY-DONE PIC X VALUE "N".
       01 INPUT-ACTION PIC X(1) VALUE SPACE.
       01 INPUT-TEXT PIC X(20) VALUE SPACES.
       01 CHANGES-APPLIED-COUNT PIC 999 VALUE 0.

       01 TARGET-OPERATOR-ID PIC X(8) VALUE SPACES.
       01 TARGET-OLD-ROLE PIC X(1) VALUE SPACE.
       01 TARGET-NEW-ROLE PIC X(1) VALUE SPACE.
           88 VALID-NEW-ROLE VALUE "I" "M" "R".
       01 CHANGE-APPROVED PIC X VALUE "N".

       PROCEDURE DIVISION.
           PERFORM SIGN-ON-OPERATOR
           PERFORM LOAD-OPERATORS

           DISPLAY "Operator administration - " OPERATORS-COUNT
               " operator(s) on Operators.txt."

           PERFORM ENTER-ONE-ACTION UNTIL ENTRY-DONE = "Y"

           DISPLAY "Applied " CHANGES-APPLIED-COUNT
               " approved operator change(s)."
           STOP RUN.

       SIGN-ON-OPERATOR.
           CALL "OPERSIGNON" USING SIGNON-PARAMETERS
               ON EXCEPTION
                   DISPLAY "ERROR: OPERSIGNON could not be called."
                   MOVE "N" TO SIGNON-RESULT OF SIGNON-PARAMETERS
           END-CALL

           IF NOT SIGNON-SUCCEEDED OF SIGNON-PARAMETERS
               DISPLAY "Operator administration refused without a "
                   "valid sign-on."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF ROLE-INQUIRY-ONLY OF SIGNON-PARAMETERS
               DISPLAY "Operator "
                   FUNCTION TRIM(SIGNON-OPERATOR-ID
                       OF SIGNON-PARAMETERS TRAILING)
                   " is inquiry-only and may not administer "
                   "operators."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           EXIT.

       LOAD-OPERATORS.
           OPEN INPUT OPERATORS-FILE

           IF OPERATORS-FILE-STATUS NOT = "00"
               DISPLAY "Operators.txt not found."
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL OPERATORS-EOF = "Y"
               READ OPERATORS-FILE
                   AT END
                       MOVE "Y" TO OPERATORS-EOF
                   NOT AT END
                       IF OPERATORS-COUNT < OPERATORS-MAX
                           ADD 1 TO OPERATORS-COUNT
                           MOVE OPERATOR-ID
                               TO OPER-ENTRY-ID(OPERATORS-COUNT)
                           MOVE OPERATOR-ROLE
                               TO OPER-ENTRY-ROLE(OPERATORS-COUNT)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE OPERATORS-FILE
           EXIT.

       SAVE-OPERATORS.
           OPEN OUTPUT OPERATORS-FILE

           PERFORM VARYING OPERATOR-INDEX FROM 1 BY 1
               UNTIL OPERATOR-INDEX > OPERATORS-COUNT
               MOVE OPER-ENTRY-ID(OPERATOR-INDEX) TO OPERATOR-ID
               MOVE OPER-ENTRY-ROLE(OPERATOR-INDEX) TO OPERATOR-ROLE
               WRITE OPERATOR-RECORD
           END-PERFORM

           CLOSE OPERATORS-FILE
           EXIT.

       ENTER-ONE-ACTION.
           DISPLAY " "
           DISPLAY "Action (A=add C=change role V=revoke L=list, "
               "Q=quit):"
           MOVE SPACE TO INPUT-ACTION
           ACCEPT INPUT-ACTION
           MOVE FUNCTION UPPER-CASE(INPUT-ACTION) TO INPUT-ACTION

           EVALUATE INPUT-ACTION
               WHEN "Q"
               WHEN SPACE
                   MOVE "Y" TO ENTRY-DONE
                   EXIT PARAGRAPH
               WHEN "L"
                   PERFORM LIST-OPERATORS
                   EXIT PARAGRAPH
               WHEN "A"
               WHEN "C"
               WHEN "V"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Unknown action '" INPUT-ACTION "'."
                   EXIT PARAGRAPH
           END-EVALUATE

           DISPLAY "Operator id:"
           MOVE SPACES TO INPUT-TEXT
           ACCEPT INPUT-TEXT
           IF INPUT-TEXT = SPACES OR INPUT-TEXT(9:12) NOT = SPACES
               DISPLAY "Operator id must be 1 to 8 characters."
               EXIT PARAGRAPH
           END-IF
           MOVE INPUT-TEXT(1:8) TO TARGET-OPERATOR-ID

           IF TARGET-OPERATOR-ID
                   = SIGNON-OPERATOR-ID OF SIGNON-PARAMETERS
               DISPLAY "You may not change your own operator entry."
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-TARGET-OPERATOR

           EVALUATE INPUT-ACTION
               WHEN "A"
                   IF MATCHED-OPERATOR-INDEX > 0
                       DISPLAY "Operator '" TARGET-OPERATOR-ID
                           "' already exists - use C to change the "
                           "role."
                       EXIT PARAGRAPH
                   END-IF
                   IF OPERATORS-COUNT >= OPERATORS-MAX
                       DISPLAY "Operators.txt is full - no operator "
                           "can be added."
                       EXIT PARAGRAPH
                   END-IF
               WHEN OTHER
                   IF MATCHED-OPERATOR-INDEX = 0
                       DISPLAY "Operator '" TARGET-OPERATOR-ID
                           "' is not on Operators.txt."
                       EXIT PARAGRAPH
                   END-IF
           END-EVALUATE

           MOVE SPACE TO TARGET-NEW-ROLE
           IF INPUT-ACTION NOT = "V"
               DISPLAY "Role (I=inquiry-only M=maintainer "
                   "R=reviewer):"
               MOVE SPACES TO INPUT-TEXT
               ACCEPT INPUT-TEXT
               MOVE FUNCTION UPPER-CASE(INPUT-TEXT(1:1))
                   TO TARGET-NEW-ROLE
               IF NOT VALID-NEW-ROLE
                   DISPLAY "Role must be I, M or R."
                   EXIT PARAGRAPH
               END-IF
               IF INPUT-ACTION = "C"
                   AND TARGET-NEW-ROLE = TARGET-OLD-ROLE
                   DISPLAY "Operator '" TARGET-OPERATOR-ID
                       "' already has role " TARGET-NEW-ROLE "."
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM OBTAIN-REVIEWER-APPROVAL
           IF CHANGE-APPROVED = "N"
               DISPLAY "Change not approved - nothing was changed."
               EXIT PARAGRAPH
           END-IF

           PERFORM APPLY-OPERATOR-CHANGE
           EXIT.

       LIST-OPERATORS.
           PERFORM VARYING OPERATOR-INDEX FROM 1 BY 1
               UNTIL OPERATOR-INDEX > OPERATORS-COUNT
               DISPLAY "  " OPER-ENTRY-ID(OPERATOR-INDEX) "  "
                   OPER-ENTRY-ROLE(OPERATOR-INDEX)
           END-PERFORM
           EXIT.

       FIND-TARGET-OPERATOR.
           MOVE 0 TO MATCHED-OPERATOR-INDEX
           MOVE SPACE TO TARGET-OLD-ROLE
           PERFORM VARYING OPERATOR-INDEX FROM 1 BY 1
               UNTIL OPERATOR-INDEX > OPERATORS-COUNT
                   OR MATCHED-OPERATOR-INDEX > 0
               IF OPER-ENTRY-ID(OPERATOR-INDEX) = TARGET-OPERATOR-ID
                   MOVE OPERATOR-INDEX TO MATCHED-OPERATOR-INDEX
                   MOVE OPER-ENTRY-ROLE(OPERATOR-INDEX)
                       TO TARGET-OLD-ROLE
               END-IF
           END-PERFORM
           EXIT.

      *----------------------------------------------------------*
      * The countersignature: a second operator signs on and must
      * be a reviewer on the current Operators.txt, must not be
      * the operator who entered the change and must not be the
      * operator the change is about.
      *----------------------------------------------------------*
       OBTAIN-REVIEWER-APPROVAL.
           MOVE "N" TO CHANGE-APPROVED
           DISPLAY "Reviewer approval - the approving reviewer "
               "signs on now."

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
               OR SIGNON-OPERATOR-ID OF APPROVER-SIGNON
                   = TARGET-OPERATOR-ID
               DISPLAY "The approver must be a second operator, not "
                   "the one entering or receiving the change."
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO CHANGE-APPROVED
           PERFORM VARYING OPERATOR-INDEX FROM 1 BY 1
               UNTIL OPERATOR-INDEX > OPERATORS-COUNT
               IF OPER-ENTRY-ID(OPERATOR-INDEX)
                       = SIGNON-OPERATOR-ID OF APPROVER-SIGNON
                   AND OPER-ENTRY-ROLE(OPERATOR-INDEX) = "R"
                   MOVE "Y" TO CHANGE-APPROVED
               END-IF
           END-PERFORM

           IF CHANGE-APPROVED = "N"
               DISPLAY "Operator "
                   FUNCTION TRIM(SIGNON-OPERATOR-ID
                       OF APPROVER-SIGNON TRAILING)
                   " does not hold the reviewer role."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Approve this change (Y/N)?"
           MOVE SPACES TO INPUT-TEXT
           ACCEPT INPUT-TEXT
           IF FUNCTION UPPER-CASE(INPUT-TEXT(1:1)) NOT = "Y"
               MOVE "N" TO CHANGE-APPROVED
           END-IF
           EXIT.

       APPLY-OPERATOR-CHANGE.
           EVALUATE INPUT-ACTION
               WHEN "A"
                   ADD 1 TO OPERATORS-COUNT
                   MOVE TARGET-OPERATOR-ID
                       TO OPER-ENTRY-ID(OPERATORS-COUNT)
                   MOVE TARGET-NEW-ROLE
                       TO OPER-ENTRY-ROLE(OPERATORS-COUNT)
               WHEN "C"
                   MOVE TARGET-NEW-ROLE
                       TO OPER-ENTRY-ROLE(MATCHED-OPERATOR-INDEX)
               WHEN "V"
                   PERFORM VARYING OPERATOR-INDEX
                       FROM MATCHED-OPERATOR-INDEX BY 1
                       UNTIL OPERATOR-INDEX >= OPERATORS-COUNT
                       MOVE OPERATOR-ENTRIES(OPERATOR-INDEX + 1)
                           TO OPERATOR-ENTRIES(OPERATOR-INDEX)
                   END-PERFORM
                   MOVE SPACES TO OPERATOR-ENTRIES(OPERATORS-COUNT)
                   SUBTRACT 1 FROM OPERATORS-COUNT
           END-EVALUATE

           PERFORM SAVE-OPERATORS
           PERFORM WRITE-GRANT-HISTORY-ENTRY
           PERFORM WRITE-ACTIVITY-LOG-ENTRY
           ADD 1 TO CHANGES-APPLIED-COUNT

           DISPLAY "Operator '" TARGET-OPERATOR-ID "' updated, "
               "approved by "
               FUNCTION TRIM(SIGNON-OPERATOR-ID
                   OF APPROVER-SIGNON TRAILING) "."
           EXIT.

       WRITE-GRANT-HISTORY-ENTRY.
           OPEN EXTEND GRANT-HISTORY-FILE
           IF GRANT-HISTORY-FILE-STATUS = "35"
               OPEN OUTPUT GRANT-HISTORY-FILE
           END-IF

           MOVE SPACES TO GRANT-HISTORY-RECORD
           MOVE TARGET-OPERATOR-ID TO GRANT-OPERATOR-ID
           MOVE INPUT-ACTION TO GRANT-ACTION
           MOVE TARGET-OLD-ROLE TO GRANT-OLD-ROLE
           MOVE TARGET-NEW-ROLE TO GRANT-NEW-ROLE
           MOVE SIGNON-OPERATOR-ID OF SIGNON-PARAMETERS
               TO GRANT-REQUESTED-BY
           MOVE SIGNON-OPERATOR-ID OF APPROVER-SIGNON
               TO GRANT-APPROVED-BY
           MOVE FUNCTION CURRENT-DATE TO GRANT-TIMESTAMP
           WRITE GRANT-HISTORY-RECORD

           CLOSE GRANT-HISTORY-FILE
           EXIT.

       WRITE-ACTIVITY-LOG-ENTRY.
           OPEN EXTEND ACTIVITY-LOG-FILE
           IF ACTIVITY-LOG-FILE-STATUS = "35"
               OPEN OUTPUT ACTIVITY-LOG-FILE
           END-IF

           MOVE SPACES TO ACTIVITY-LOG-RECORD
           MOVE SIGNON-OPERATOR-ID OF SIGNON-PARAMETERS
               TO OPER-LOG-OPERATOR
           MOVE FUNCTION CURRENT-DATE TO OPER-LOG-TIMESTAMP
           MOVE "OPERADMIN" TO OPER-LOG-PROGRAM
           EVALUATE INPUT-ACTION
               WHEN "A"
                   MOVE "OPERADD" TO OPER-LOG-ACTION
               WHEN "C"
                   MOVE "ROLECHANGE" TO OPER-LOG-ACTION
               WHEN "V"
                   MOVE "REVOKE" TO OPER-LOG-ACTION
           END-EVALUATE
           MOVE TARGET-OPERATOR-ID TO OPER-LOG-REFERENCE-ID
           WRITE ACTIVITY-LOG-RECORD

           CLOSE ACTIVITY-LOG-FILE
           EXIT.

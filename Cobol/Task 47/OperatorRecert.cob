       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERRECERT.

      *----------------------------------------------------------*
      * Quarterly operator access recertification. Lists every    *
      * operator on Operators.txt with their role, who requested  *
      * and who approved the grant of that role (the latest add   *
      * or role change in OperatorGrantHistory.txt) and their     *
      * last activity date from OperatorActivityLog.txt. Ids with *
      * no activity for 90 days or more - or none at all since    *
      * a grant at least that old - are flagged for the owners to *
      * confirm or revoke through OPERADMIN. Written to           *
      * OperatorRecertification.txt; RETURN-CODE 4 when any id    *
      * is flagged. Scheduled on the first day of each quarter.   *
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

           SELECT RECERT-REPORT-FILE
               ASSIGN TO "OperatorRecertification.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BATCH-RUN-LOG-FILE
               ASSIGN TO "BatchRunLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BATCH-RUN-LOG-FILE-STATUS.

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

       FD RECERT-REPORT-FILE.
       01 RECERT-REPORT-LINE PIC X(100).

       FD BATCH-RUN-LOG-FILE.
       01 BATCH-RUN-LOG-RECORD.
           COPY "BatchRunLog.cpy".

       WORKING-STORAGE SECTION.
       01 BATCH-RUN-LOG-TIMESTAMP PIC X(26) VALUE SPACES.
       01 OPERATORS-FILE-STATUS PIC X(2) VALUE "00".
       01 GRANT-HISTORY-FILE-STATUS PIC X(2) VALUE "00".
       01 ACTIVITY-LOG-FILE-STATUS PIC X(2) VALUE "00".
       01 BATCH-RUN-LOG-FILE-STATUS PIC X(2) VALUE "00".
       01 FAILED-FILE-NAME PIC X(40) VALUE SPACES.
       01 FAILED-FILE-STATUS PIC X(2) VALUE SPACES.

       01 RECERT-TABLE.
           02 RECERT-COUNT PIC 99 VALUE 0.
           02 RECERT-MAX PIC 99 VALUE 50.
           02 RECERT-ENTRIES OCCURS 50 TIMES.
               03 RC-OPERATOR-ID PIC X(8) VALUE SPACES.
               03 RC-ROLE PIC X(1) VALUE SPACE.
               03 RC-REQUESTED-BY PIC X(8) VALUE SPACES.
               03 RC-APPROVED-BY PIC X(8) VALUE SPACES.
               03 RC-GRANT-DATE PIC X(8) VALUE SPACES.
               03 RC-LAST-ACTIVITY PIC X(8) VALUE SPACES.
       01 RECERT-INDEX PIC 99 VALUE 0.
       01 MATCHED-RECERT-INDEX PIC 99 VALUE 0.
       01 LOOKUP-OPERATOR-ID PIC X(8) VALUE SPACES.

       01 END-OF-FILE PIC X VALUE "N".
       01 RUN-DATE PIC 9(8) VALUE 0.
       01 INACTIVITY-LIMIT-DAYS PIC 999 VALUE 90.
       01 REFERENCE-DATE PIC X(8) VALUE SPACES.
       01 DAYS-SINCE PIC S9(6) VALUE 0.
       01 FLAGGED-COUNT PIC 99 VALUE 0.

       01 OUTPUT-TEXT-LINE PIC X(100) VALUE SPACES.
       01 SEPARATOR-LINE PIC X(100) VALUE ALL "-".
       01 COUNT-DISPLAY PIC Z9.
       01 DAYS-DISPLAY PIC ZZZZ9.

       PROCEDURE DIVISION.
           PERFORM LOG-BATCH-RUN-START
           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE

           PERFORM LOAD-OPERATORS
           PERFORM APPLY-GRANT-HISTORY
           PERFORM APPLY-ACTIVITY-LOG

           OPEN OUTPUT RECERT-REPORT-FILE

           MOVE SPACES TO OUTPUT-TEXT-LINE
           STRING "Operator access recertification - "
               DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               INTO OUTPUT-TEXT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SEPARATOR-LINE TO OUTPUT-TEXT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE "Operator" TO OUTPUT-TEXT-LINE(1:8)
           MOVE "Role" TO OUTPUT-TEXT-LINE(11:4)
           MOVE "Requested" TO OUTPUT-TEXT-LINE(17:9)
           MOVE "Approved" TO OUTPUT-TEXT-LINE(27:8)
           MOVE "Granted" TO OUTPUT-TEXT-LINE(37:7)
           MOVE "Last active" TO OUTPUT-TEXT-LINE(47:11)
           PERFORM WRITE-REPORT-LINE

           PERFORM VARYING RECERT-INDEX FROM 1 BY 1
               UNTIL RECERT-INDEX > RECERT-COUNT
               PERFORM WRITE-OPERATOR-LINE
           END-PERFORM

           MOVE SEPARATOR-LINE TO OUTPUT-TEXT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE FLAGGED-COUNT TO COUNT-DISPLAY
           MOVE INACTIVITY-LIMIT-DAYS TO DAYS-DISPLAY
           STRING FUNCTION TRIM(COUNT-DISPLAY LEADING)
               DELIMITED BY SIZE
               " operator id(s) without activity for "
               DELIMITED BY SIZE
               FUNCTION TRIM(DAYS-DISPLAY LEADING)
               DELIMITED BY SIZE
               " days - confirm or revoke through OPERADMIN."
               DELIMITED BY SIZE
               INTO OUTPUT-TEXT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE

           CLOSE RECERT-REPORT-FILE

           DISPLAY "Operator recertification: " RECERT-COUNT
               " operator(s), " FLAGGED-COUNT " flagged inactive."

           IF FLAGGED-COUNT > 0
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
           MOVE "OPERRECERT" TO BATCH-LOG-JOB-NAME
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

           MOVE "OPERRECERT" TO BATCH-LOG-JOB-NAME
           MOVE BATCH-RUN-LOG-TIMESTAMP TO BATCH-LOG-TIMESTAMP
           MOVE "START" TO BATCH-LOG-EVENT
           MOVE SPACES TO BATCH-LOG-DETAIL
           WRITE BATCH-RUN-LOG-RECORD

           CLOSE BATCH-RUN-LOG-FILE
           EXIT.

       LOG-BATCH-RUN-END.
           MOVE FUNCTION CURRENT-DATE TO BATCH-RUN-LOG-TIMESTAMP
           OPEN EXTEND BATCH-RUN-LOG-FILE

           MOVE "OPERRECERT" TO BATCH-LOG-JOB-NAME
           MOVE BATCH-RUN-LOG-TIMESTAMP TO BATCH-LOG-TIMESTAMP
           MOVE "END" TO BATCH-LOG-EVENT
           STRING "Operators: "
               FUNCTION TRIM(RECERT-COUNT LEADING)
               " Flagged: "
               FUNCTION TRIM(FLAGGED-COUNT LEADING)
               INTO BATCH-LOG-DETAIL
           WRITE BATCH-RUN-LOG-RECORD

           CLOSE BATCH-RUN-LOG-FILE
           EXIT.

       LOAD-OPERATORS.
           OPEN INPUT OPERATORS-FILE
           IF OPERATORS-FILE-STATUS NOT = "00"
               MOVE "Operators.txt" TO FAILED-FILE-NAME
               MOVE OPERATORS-FILE-STATUS TO FAILED-FILE-STATUS
               PERFORM ABORT-ON-FILE-FAILURE
           END-IF

           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ OPERATORS-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF RECERT-COUNT < RECERT-MAX
                           ADD 1 TO RECERT-COUNT
                           MOVE OPERATOR-ID
                               TO RC-OPERATOR-ID(RECERT-COUNT)
                           MOVE OPERATOR-ROLE
                               TO RC-ROLE(RECERT-COUNT)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE OPERATORS-FILE
           EXIT.

      * The history is in time order, so the last add or role
      * change seen for an id is the grant of its current role.
       APPLY-GRANT-HISTORY.
           OPEN INPUT GRANT-HISTORY-FILE
           IF GRANT-HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "OperatorGrantHistory.txt not found - grants "
                   "made before OPERADMIN show as unknown."
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ GRANT-HISTORY-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF GRANT-ADDED OR GRANT-ROLE-CHANGED
                           MOVE GRANT-OPERATOR-ID
                               TO LOOKUP-OPERATOR-ID
                           PERFORM FIND-RECERT-ENTRY
                           IF MATCHED-RECERT-INDEX > 0
                               MOVE GRANT-REQUESTED-BY
                                   TO RC-REQUESTED-BY(
                                       MATCHED-RECERT-INDEX)
                               MOVE GRANT-APPROVED-BY
                                   TO RC-APPROVED-BY(
                                       MATCHED-RECERT-INDEX)
                               MOVE GRANT-TIMESTAMP(1:8)
                                   TO RC-GRANT-DATE(
                                       MATCHED-RECERT-INDEX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE GRANT-HISTORY-FILE
           EXIT.

       APPLY-ACTIVITY-LOG.
           OPEN INPUT ACTIVITY-LOG-FILE
           IF ACTIVITY-LOG-FILE-STATUS NOT = "00"
               DISPLAY "OperatorActivityLog.txt not found - no "
                   "operator activity on file."
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ ACTIVITY-LOG-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       MOVE OPER-LOG-OPERATOR TO LOOKUP-OPERATOR-ID
                       PERFORM FIND-RECERT-ENTRY
                       IF MATCHED-RECERT-INDEX > 0
                           AND OPER-LOG-TIMESTAMP(1:8)
                               > RC-LAST-ACTIVITY(
                                   MATCHED-RECERT-INDEX)
                           MOVE OPER-LOG-TIMESTAMP(1:8)
                               TO RC-LAST-ACTIVITY(
                                   MATCHED-RECERT-INDEX)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ACTIVITY-LOG-FILE
           EXIT.

       FIND-RECERT-ENTRY.
           MOVE 0 TO MATCHED-RECERT-INDEX
           PERFORM VARYING RECERT-INDEX FROM 1 BY 1
               UNTIL RECERT-INDEX > RECERT-COUNT
                   OR MATCHED-RECERT-INDEX > 0
               IF RC-OPERATOR-ID(RECERT-INDEX) = LOOKUP-OPERATOR-ID
                   MOVE RECERT-INDEX TO MATCHED-RECERT-INDEX
               END-IF
           END-PERFORM
           EXIT.

      *----------------------------------------------------------*
      * Inactivity is measured from the last activity, or from the
      * grant when the id has never been used; an id with neither
      * on file is flagged outright.
      *----------------------------------------------------------*
       WRITE-OPERATOR-LINE.
           MOVE RC-OPERATOR-ID(RECERT-INDEX) TO OUTPUT-TEXT-LINE(1:8)
           MOVE RC-ROLE(RECERT-INDEX) TO OUTPUT-TEXT-LINE(11:1)
           IF RC-GRANT-DATE(RECERT-INDEX) = SPACES
               MOVE "unknown" TO OUTPUT-TEXT-LINE(17:7)
           ELSE
               MOVE RC-REQUESTED-BY(RECERT-INDEX)
                   TO OUTPUT-TEXT-LINE(17:8)
               MOVE RC-APPROVED-BY(RECERT-INDEX)
                   TO OUTPUT-TEXT-LINE(27:8)
               MOVE RC-GRANT-DATE(RECERT-INDEX)
                   TO OUTPUT-TEXT-LINE(37:8)
           END-IF
           IF RC-LAST-ACTIVITY(RECERT-INDEX) = SPACES
               MOVE "never" TO OUTPUT-TEXT-LINE(47:5)
           ELSE
               MOVE RC-LAST-ACTIVITY(RECERT-INDEX)
                   TO OUTPUT-TEXT-LINE(47:8)
           END-IF

           MOVE RC-LAST-ACTIVITY(RECERT-INDEX) TO REFERENCE-DATE
           IF REFERENCE-DATE = SPACES
               MOVE RC-GRANT-DATE(RECERT-INDEX) TO REFERENCE-DATE
           END-IF

           IF REFERENCE-DATE IS NUMERIC
               COMPUTE DAYS-SINCE =
                   FUNCTION INTEGER-OF-DATE(RUN-DATE)
                   - FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(REFERENCE-DATE))
           ELSE
               MOVE INACTIVITY-LIMIT-DAYS TO DAYS-SINCE
           END-IF

           IF DAYS-SINCE >= INACTIVITY-LIMIT-DAYS
               ADD 1 TO FLAGGED-COUNT
               MOVE "INACTIVE 90+ DAYS" TO OUTPUT-TEXT-LINE(58:17)
           END-IF
           PERFORM WRITE-REPORT-LINE
           EXIT.

       WRITE-REPORT-LINE.
           MOVE OUTPUT-TEXT-LINE TO RECERT-REPORT-LINE
           WRITE RECERT-REPORT-LINE
           MOVE SPACES TO OUTPUT-TEXT-LINE
           EXIT.

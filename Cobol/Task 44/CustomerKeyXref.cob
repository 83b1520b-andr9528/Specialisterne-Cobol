       IDENTIFICATION DIVISION.
       PROGRAM-ID. KEYXREF.

      *----------------------------------------------------------*
      * Customer key cross-reference rebuild. The transaction     *
      * stream is keyed on CPR, the customer master on            *
      * REFERENCE-ID; FEEASSESS, CUSTINQUIRY, DORMANTREPORT,      *
      * NOTICEWRITER, TAXEXTRACT and DISTRIBUTE bridge the two    *
      * through CustomerKeyXref.txt. This job rebuilds that file  *
      * every night from the CPR carried on CustomerMaster.idx    *
      * and lists in CustomerKeyXrefReport.txt:                   *
      *   - a CPR held by more than one REFERENCE-ID (left out of *
      *     the cross-reference until maintenance resolves it, so *
      *     no consumer picks the wrong customer);                *
      *   - transaction CPRs in TransactionHistory.txt with no    *
      *     master row;                                           *
      *   - master CPRs that never appear in the history.         *
      * A conflict sets RETURN-CODE 4.                            *
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

           SELECT TRANSACTION-HISTORY-FILE
               ASSIGN TO "TransactionHistory.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORY-FILE-STATUS.

           SELECT KEY-XREF-FILE
               ASSIGN TO "CustomerKeyXref.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KEY-XREF-FILE-STATUS.

           SELECT XREF-REPORT-FILE
               ASSIGN TO "CustomerKeyXrefReport.txt"
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

       FD TRANSACTION-HISTORY-FILE.
       01 TRANSACTION-HISTORY-RECORD.
           COPY "Transaction.cpy".

       FD KEY-XREF-FILE.
       01 KEY-XREF-RECORD.
           02 XREF-CPR PIC X(15).
           02 XREF-REFERENCE-ID PIC X(10).

       FD XREF-REPORT-FILE.
       01 XREF-REPORT-LINE PIC X(100).

       FD BATCH-RUN-LOG-FILE.
       01 BATCH-RUN-LOG-RECORD.
           COPY "BatchRunLog.cpy".

       WORKING-STORAGE SECTION.
       01 BATCH-RUN-LOG-TIMESTAMP PIC X(26) VALUE SPACES.
       01 MASTER-FILE-STATUS PIC X(2) VALUE "00".
       01 HISTORY-FILE-STATUS PIC X(2) VALUE "00".
       01 KEY-XREF-FILE-STATUS PIC X(2) VALUE "00".
       01 BATCH-RUN-LOG-FILE-STATUS PIC X(2) VALUE "00".
       01 FAILED-FILE-NAME PIC X(40) VALUE SPACES.
       01 FAILED-FILE-STATUS PIC X(2) VALUE SPACES.

       01 MASTER-WORK.
           COPY "Customer.cpy".

      * One row per master that carries a CPR. A CPR found on a
      * second REFERENCE-ID marks every row holding it as in
      * conflict; SEEN is set when the history mentions the CPR.
       01 MASTER-CPR-TABLE.
           02 MASTER-CPR-COUNT PIC 9(4) VALUE 0.
           02 MASTER-CPR-MAX PIC 9(4) VALUE 2000.
           02 MASTER-CPR-ENTRIES OCCURS 2000 TIMES.
               03 MC-CPR PIC X(15) VALUE SPACES.
               03 MC-REFERENCE-ID PIC X(10) VALUE SPACES.
               03 MC-CONFLICT PIC X VALUE "N".
               03 MC-SEEN PIC X VALUE "N".
       01 MASTER-CPR-INDEX PIC 9(4) VALUE 0.
       01 MATCH-INDEX PIC 9(4) VALUE 0.

      * Distinct history CPRs that no master row carries.
       01 UNKNOWN-CPR-TABLE.
           02 UNKNOWN-CPR-COUNT PIC 9(4) VALUE 0.
           02 UNKNOWN-CPR-MAX PIC 9(4) VALUE 500.
           02 UNKNOWN-CPR-ENTRIES OCCURS 500 TIMES.
               03 UC-CPR PIC X(15) VALUE SPACES.
               03 UC-TRANSACTION-COUNT PIC 9(6) VALUE 0.
       01 UNKNOWN-CPR-INDEX PIC 9(4) VALUE 0.
       01 UNKNOWN-FOUND PIC X VALUE "N".

      * CPRs are compared and written in the DDMMYY-XXXX form the
      * transaction stream uses; a 10-digit CPR is hyphenated.
       01 NORMALIZED-CPR PIC X(15) VALUE SPACES.
       01 CPR-SERIAL-PART PIC X(4) VALUE SPACES.

       01 END-OF-FILE PIC X VALUE "N".
       01 HISTORY-AVAILABLE PIC X VALUE "N".
       01 MASTER-READ-COUNT PIC 9(6) VALUE 0.
       01 MASTER-WITHOUT-CPR-COUNT PIC 9(6) VALUE 0.
       01 HISTORY-READ-COUNT PIC 9(6) VALUE 0.
       01 XREF-WRITTEN-COUNT PIC 9(6) VALUE 0.
       01 CONFLICT-COUNT PIC 9(4) VALUE 0.
       01 UNUSED-CPR-COUNT PIC 9(4) VALUE 0.
       01 TABLE-FULL-COUNT PIC 9(4) VALUE 0.

       01 OUTPUT-TEXT-LINE PIC X(100) VALUE SPACES.
       01 SEPARATOR-LINE PIC X(100) VALUE ALL "-".
       01 COUNT-DISPLAY PIC Z(5)9.

       PROCEDURE DIVISION.
           PERFORM LOG-BATCH-RUN-START

           PERFORM LOAD-MASTER-CPRS
           PERFORM SCAN-TRANSACTION-HISTORY
           PERFORM WRITE-KEY-XREF

           OPEN OUTPUT XREF-REPORT-FILE

           MOVE SPACES TO OUTPUT-TEXT-LINE
           STRING "Customer key cross-reference - "
               DELIMITED BY SIZE
               FUNCTION CURRENT-DATE(1:8)
               DELIMITED BY SIZE
               INTO OUTPUT-TEXT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SEPARATOR-LINE TO OUTPUT-TEXT-LINE
           PERFORM WRITE-REPORT-LINE

           PERFORM REPORT-CPR-CONFLICTS
           PERFORM REPORT-UNKNOWN-CPRS
           PERFORM REPORT-UNUSED-CPRS
           PERFORM REPORT-RUN-TOTALS

           CLOSE XREF-REPORT-FILE

           DISPLAY "Customer key cross-reference: "
               XREF-WRITTEN-COUNT " row(s) written, "
               CONFLICT-COUNT " CPR conflict(s)."

           IF CONFLICT-COUNT > 0
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
           MOVE "KEYXREF" TO BATCH-LOG-JOB-NAME
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

           MOVE "KEYXREF" TO BATCH-LOG-JOB-NAME
           MOVE BATCH-RUN-LOG-TIMESTAMP TO BATCH-LOG-TIMESTAMP
           MOVE "START" TO BATCH-LOG-EVENT
           MOVE SPACES TO BATCH-LOG-DETAIL
           WRITE BATCH-RUN-LOG-RECORD

           CLOSE BATCH-RUN-LOG-FILE
           EXIT.

       LOG-BATCH-RUN-END.
           MOVE FUNCTION CURRENT-DATE TO BATCH-RUN-LOG-TIMESTAMP
           OPEN EXTEND BATCH-RUN-LOG-FILE

           MOVE "KEYXREF" TO BATCH-LOG-JOB-NAME
           MOVE BATCH-RUN-LOG-TIMESTAMP TO BATCH-LOG-TIMESTAMP
           MOVE "END" TO BATCH-LOG-EVENT
           STRING "Rows: "
               FUNCTION TRIM(XREF-WRITTEN-COUNT LEADING)
               " Conflicts: "
               FUNCTION TRIM(CONFLICT-COUNT LEADING)
               INTO BATCH-LOG-DETAIL
           WRITE BATCH-RUN-LOG-RECORD

           CLOSE BATCH-RUN-LOG-FILE
           EXIT.

      *----------------------------------------------------------*
      * Every master carrying a CPR goes into the table; a CPR
      * already held by another REFERENCE-ID flags both rows.
      *----------------------------------------------------------*
       LOAD-MASTER-CPRS.
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF MASTER-FILE-STATUS NOT = "00"
               MOVE "CustomerMaster.idx" TO FAILED-FILE-NAME
               MOVE MASTER-FILE-STATUS TO FAILED-FILE-STATUS
               PERFORM ABORT-ON-FILE-FAILURE
           END-IF

           MOVE SPACES TO MASTER-REFERENCE-ID
           START CUSTOMER-MASTER-FILE
               KEY IS >= MASTER-REFERENCE-ID
               INVALID KEY
                   MOVE "10" TO MASTER-FILE-STATUS
           END-START

           PERFORM UNTIL MASTER-FILE-STATUS NOT = "00"
               READ CUSTOMER-MASTER-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CUSTOMER-MASTER-RECORD TO MASTER-WORK
                       ADD 1 TO MASTER-READ-COUNT
                       PERFORM ADD-MASTER-CPR
               END-READ
           END-PERFORM

           CLOSE CUSTOMER-MASTER-FILE
           EXIT.

       ADD-MASTER-CPR.
           IF CUSTOMER-CPR OF MASTER-WORK = SPACES
               ADD 1 TO MASTER-WITHOUT-CPR-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE CUSTOMER-CPR OF MASTER-WORK TO NORMALIZED-CPR
           PERFORM NORMALIZE-CPR

           IF MASTER-CPR-COUNT >= MASTER-CPR-MAX
               ADD 1 TO TABLE-FULL-COUNT
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO MASTER-CPR-COUNT
           MOVE NORMALIZED-CPR TO MC-CPR(MASTER-CPR-COUNT)
           MOVE REFERENCE-ID OF MASTER-WORK
               TO MC-REFERENCE-ID(MASTER-CPR-COUNT)

           PERFORM VARYING MATCH-INDEX FROM 1 BY 1
               UNTIL MATCH-INDEX >= MASTER-CPR-COUNT
               IF MC-CPR(MATCH-INDEX) = NORMALIZED-CPR
                   MOVE "Y" TO MC-CONFLICT(MATCH-INDEX)
                   MOVE "Y" TO MC-CONFLICT(MASTER-CPR-COUNT)
               END-IF
           END-PERFORM
           EXIT.

       NORMALIZE-CPR.
           IF NORMALIZED-CPR(1:10) IS NUMERIC
                   AND NORMALIZED-CPR(11:5) = SPACES
               MOVE NORMALIZED-CPR(7:4) TO CPR-SERIAL-PART
               MOVE "-" TO NORMALIZED-CPR(7:1)
               MOVE CPR-SERIAL-PART TO NORMALIZED-CPR(8:4)
           END-IF
           EXIT.

      *----------------------------------------------------------*
      * Each history CPR either marks its master row as seen or,
      * when no master carries it, is counted on the unknown list.
      *----------------------------------------------------------*
       SCAN-TRANSACTION-HISTORY.
           OPEN INPUT TRANSACTION-HISTORY-FILE
           IF HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "TransactionHistory.txt not found, history "
                   "CPRs are not checked this run."
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO HISTORY-AVAILABLE

           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ TRANSACTION-HISTORY-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO HISTORY-READ-COUNT
                       IF CPR OF TRANSACTION-HISTORY-RECORD
                               NOT = SPACES
                           PERFORM MATCH-HISTORY-CPR
                       END-IF
               END-READ
           END-PERFORM

           CLOSE TRANSACTION-HISTORY-FILE
           EXIT.

       MATCH-HISTORY-CPR.
           MOVE CPR OF TRANSACTION-HISTORY-RECORD TO NORMALIZED-CPR
           PERFORM NORMALIZE-CPR

           MOVE 0 TO MATCH-INDEX
           PERFORM VARYING MASTER-CPR-INDEX FROM 1 BY 1
               UNTIL MASTER-CPR-INDEX > MASTER-CPR-COUNT
               IF MC-CPR(MASTER-CPR-INDEX) = NORMALIZED-CPR
                   MOVE "Y" TO MC-SEEN(MASTER-CPR-INDEX)
                   MOVE MASTER-CPR-INDEX TO MATCH-INDEX
               END-IF
           END-PERFORM

           IF MATCH-INDEX > 0
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO UNKNOWN-FOUND
           PERFORM VARYING UNKNOWN-CPR-INDEX FROM 1 BY 1
               UNTIL UNKNOWN-CPR-INDEX > UNKNOWN-CPR-COUNT
                   OR UNKNOWN-FOUND = "Y"
               IF UC-CPR(UNKNOWN-CPR-INDEX) = NORMALIZED-CPR
                   ADD 1 TO UC-TRANSACTION-COUNT(UNKNOWN-CPR-INDEX)
                   MOVE "Y" TO UNKNOWN-FOUND
               END-IF
           END-PERFORM

           IF UNKNOWN-FOUND = "N"
               IF UNKNOWN-CPR-COUNT < UNKNOWN-CPR-MAX
                   ADD 1 TO UNKNOWN-CPR-COUNT
                   MOVE NORMALIZED-CPR TO UC-CPR(UNKNOWN-CPR-COUNT)
                   MOVE 1 TO UC-TRANSACTION-COUNT(UNKNOWN-CPR-COUNT)
               ELSE
                   ADD 1 TO TABLE-FULL-COUNT
               END-IF
           END-IF
           EXIT.

      *----------------------------------------------------------*
      * The cross-reference is rewritten in full; conflicting
      * CPRs are left out so consumers fall back to their own
      * matching rather than guess between two customers.
      *----------------------------------------------------------*
       WRITE-KEY-XREF.
           OPEN OUTPUT KEY-XREF-FILE
           IF KEY-XREF-FILE-STATUS NOT = "00"
               MOVE "CustomerKeyXref.txt" TO FAILED-FILE-NAME
               MOVE KEY-XREF-FILE-STATUS TO FAILED-FILE-STATUS
               PERFORM ABORT-ON-FILE-FAILURE
           END-IF

           PERFORM VARYING MASTER-CPR-INDEX FROM 1 BY 1
               UNTIL MASTER-CPR-INDEX > MASTER-CPR-COUNT
               IF MC-CONFLICT(MASTER-CPR-INDEX) = "N"
                   MOVE MC-CPR(MASTER-CPR-INDEX) TO XREF-CPR
                   MOVE MC-REFERENCE-ID(MASTER-CPR-INDEX)
                       TO XREF-REFERENCE-ID
                   WRITE KEY-XREF-RECORD
                   ADD 1 TO XREF-WRITTEN-COUNT
               END-IF
           END-PERFORM

           CLOSE KEY-XREF-FILE
           EXIT.

       REPORT-CPR-CONFLICTS.
           MOVE "CPR held by more than one REFERENCE-ID (left out "
               TO OUTPUT-TEXT-LINE
           MOVE "of the cross-reference):" TO OUTPUT-TEXT-LINE(50:24)
           PERFORM WRITE-REPORT-LINE

           PERFORM VARYING MASTER-CPR-INDEX FROM 1 BY 1
               UNTIL MASTER-CPR-INDEX > MASTER-CPR-COUNT
               IF MC-CONFLICT(MASTER-CPR-INDEX) = "Y"
                   ADD 1 TO CONFLICT-COUNT
                   MOVE MC-CPR(MASTER-CPR-INDEX)
                       TO OUTPUT-TEXT-LINE(3:15)
                   MOVE MC-REFERENCE-ID(MASTER-CPR-INDEX)
                       TO OUTPUT-TEXT-LINE(20:10)
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-PERFORM

           IF CONFLICT-COUNT = 0
               MOVE "  None." TO OUTPUT-TEXT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE
           EXIT.

       REPORT-UNKNOWN-CPRS.
           MOVE "Transaction CPRs with no master row:"
               TO OUTPUT-TEXT-LINE
           PERFORM WRITE-REPORT-LINE

           IF HISTORY-AVAILABLE = "N"
               MOVE "  Not checked - TransactionHistory.txt missing."
                   TO OUTPUT-TEXT-LINE
               PERFORM WRITE-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING UNKNOWN-CPR-INDEX FROM 1 BY 1
               UNTIL UNKNOWN-CPR-INDEX > UNKNOWN-CPR-COUNT
               MOVE UC-CPR(UNKNOWN-CPR-INDEX)
                   TO OUTPUT-TEXT-LINE(3:15)
               MOVE UC-TRANSACTION-COUNT(UNKNOWN-CPR-INDEX)
                   TO COUNT-DISPLAY
               MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(20:6)
               MOVE "transaction(s)" TO OUTPUT-TEXT-LINE(27:14)
               PERFORM WRITE-REPORT-LINE
           END-PERFORM

           IF UNKNOWN-CPR-COUNT = 0
               MOVE "  None." TO OUTPUT-TEXT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE
           EXIT.

       REPORT-UNUSED-CPRS.
           MOVE "Master CPRs never seen in TransactionHistory.txt:"
               TO OUTPUT-TEXT-LINE
           PERFORM WRITE-REPORT-LINE

           IF HISTORY-AVAILABLE = "N"
               MOVE "  Not checked - TransactionHistory.txt missing."
                   TO OUTPUT-TEXT-LINE
               PERFORM WRITE-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING MASTER-CPR-INDEX FROM 1 BY 1
               UNTIL MASTER-CPR-INDEX > MASTER-CPR-COUNT
               IF MC-SEEN(MASTER-CPR-INDEX) = "N"
                   ADD 1 TO UNUSED-CPR-COUNT
                   MOVE MC-CPR(MASTER-CPR-INDEX)
                       TO OUTPUT-TEXT-LINE(3:15)
                   MOVE MC-REFERENCE-ID(MASTER-CPR-INDEX)
                       TO OUTPUT-TEXT-LINE(20:10)
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-PERFORM

           IF UNUSED-CPR-COUNT = 0
               MOVE "  None." TO OUTPUT-TEXT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE
           EXIT.

       REPORT-RUN-TOTALS.
           MOVE SEPARATOR-LINE TO OUTPUT-TEXT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE "Master records read" TO OUTPUT-TEXT-LINE
           MOVE MASTER-READ-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-REPORT-LINE

           MOVE "Master records without a CPR" TO OUTPUT-TEXT-LINE
           MOVE MASTER-WITHOUT-CPR-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-REPORT-LINE

           MOVE "History records read" TO OUTPUT-TEXT-LINE
           MOVE HISTORY-READ-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-REPORT-LINE

           MOVE "Cross-reference rows written" TO OUTPUT-TEXT-LINE
           MOVE XREF-WRITTEN-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-REPORT-LINE

           IF TABLE-FULL-COUNT > 0
               MOVE "CPRs not checked - table full" TO OUTPUT-TEXT-LINE
               MOVE TABLE-FULL-COUNT TO COUNT-DISPLAY
               MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
               PERFORM WRITE-REPORT-LINE
           END-IF
           EXIT.

       WRITE-REPORT-LINE.
           MOVE OUTPUT-TEXT-LINE TO XREF-REPORT-LINE
           WRITE XREF-REPORT-LINE
           MOVE SPACES TO OUTPUT-TEXT-LINE
           EXIT.

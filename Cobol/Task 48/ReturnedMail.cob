       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETURNMAIL.

      *----------------------------------------------------------*
      * Returned-mail processing. The mailroom keys every notice  *
      * or statement the post office sends back into              *
      * ReturnedMail.txt - REFERENCE-ID, the date printed on the  *
      * document and, where known, its type. For each return     *
      * this job:                                                 *
      *   - marks the address on CustomerMaster.idx as            *
      *     undeliverable, which stops NOTICEWRITER and           *
      *     DISTRIBUTE producing post for the customer until      *
      *     CUSTOMERMAINT records a new address;                  *
      *   - appends a RETURNED row to ContactJournal.txt.         *
      * A document dated before the customer's current address    *
      * became valid went to the old address; it is journaled     *
      * but does not flag the new one. Unknown REFERENCE-IDs are  *
      * listed in ReturnedMailReport.txt and set RETURN-CODE 4.   *
      * The mailroom appends to ReturnedMail.txt through the day, *
      * so it is emptied once processed and no return is applied  *
      * twice; unknown returns are re-keyed from the report.      *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURNED-MAIL-FILE
               ASSIGN TO "ReturnedMail.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RETURNED-MAIL-FILE-STATUS.

           SELECT CUSTOMER-MASTER-FILE
               ASSIGN TO "CustomerMaster.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MASTER-REFERENCE-ID
               FILE STATUS IS MASTER-FILE-STATUS.

           SELECT CONTACT-JOURNAL-FILE
               ASSIGN TO "ContactJournal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTACT-JOURNAL-FILE-STATUS.

           SELECT RETURNED-REPORT-FILE
               ASSIGN TO "ReturnedMailReport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BATCH-RUN-LOG-FILE
               ASSIGN TO "BatchRunLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BATCH-RUN-LOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RETURNED-MAIL-FILE.
       01 RETURNED-MAIL-RECORD.
           02 RETURNED-REFERENCE-ID PIC X(10).
           02 RETURNED-DOCUMENT-DATE PIC X(8).
           02 RETURNED-DOCUMENT-TYPE PIC X(12).

       FD CUSTOMER-MASTER-FILE.
       01 CUSTOMER-MASTER-RECORD.
           02 MASTER-REFERENCE-ID PIC X(10).
           02 MASTER-RECORD-BODY PIC X(461).

       FD CONTACT-JOURNAL-FILE.
       01 CONTACT-JOURNAL-RECORD.
           COPY "ContactJournal.cpy".

       FD RETURNED-REPORT-FILE.
       01 RETURNED-REPORT-LINE PIC X(100).

       FD BATCH-RUN-LOG-FILE.
       01 BATCH-RUN-LOG-RECORD.
           COPY "BatchRunLog.cpy".

       WORKING-STORAGE SECTION.
       01 BATCH-RUN-LOG-TIMESTAMP PIC X(26) VALUE SPACES.
       01 RETURNED-MAIL-FILE-STATUS PIC X(2) VALUE "00".
       01 MASTER-FILE-STATUS PIC X(2) VALUE "00".
       01 CONTACT-JOURNAL-FILE-STATUS PIC X(2) VALUE "00".
       01 BATCH-RUN-LOG-FILE-STATUS PIC X(2) VALUE "00".
       01 FAILED-FILE-NAME PIC X(40) VALUE SPACES.
       01 FAILED-FILE-STATUS PIC X(2) VALUE SPACES.

       01 MASTER-WORK.
           COPY "Customer.cpy".

       01 END-OF-FILE PIC X VALUE "N".
       01 RETURN-OUTCOME PIC X(10) VALUE SPACES.
       01 JOURNAL-DOCUMENT-TYPE PIC X(12) VALUE SPACES.

       01 RETURNS-READ-COUNT PIC 9(6) VALUE 0.
       01 ADDRESSES-FLAGGED-COUNT PIC 9(6) VALUE 0.
       01 ALREADY-FLAGGED-COUNT PIC 9(6) VALUE 0.
       01 OLD-ADDRESS-COUNT PIC 9(6) VALUE 0.
       01 UNKNOWN-REFERENCE-COUNT PIC 9(6) VALUE 0.

       01 OUTPUT-TEXT-LINE PIC X(100) VALUE SPACES.
       01 SEPARATOR-LINE PIC X(100) VALUE ALL "-".
       01 COUNT-DISPLAY PIC Z(5)9.

       PROCEDURE DIVISION.
           PERFORM LOG-BATCH-RUN-START

           OPEN INPUT RETURNED-MAIL-FILE
           IF RETURNED-MAIL-FILE-STATUS NOT = "00"
               DISPLAY "ReturnedMail.txt not found, no returned mail "
                   "to process."
               PERFORM LOG-BATCH-RUN-END
               STOP RUN
           END-IF

           OPEN I-O CUSTOMER-MASTER-FILE
           IF MASTER-FILE-STATUS NOT = "00"
               MOVE "CustomerMaster.idx" TO FAILED-FILE-NAME
               MOVE MASTER-FILE-STATUS TO FAILED-FILE-STATUS
               PERFORM ABORT-ON-FILE-FAILURE
           END-IF

           OPEN EXTEND CONTACT-JOURNAL-FILE
           IF CONTACT-JOURNAL-FILE-STATUS = "35"
               OPEN OUTPUT CONTACT-JOURNAL-FILE
           END-IF

           OPEN OUTPUT RETURNED-REPORT-FILE
           MOVE SPACES TO OUTPUT-TEXT-LINE
           STRING "Returned mail - "
               DELIMITED BY SIZE
               FUNCTION CURRENT-DATE(1:8)
               DELIMITED BY SIZE
               INTO OUTPUT-TEXT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SEPARATOR-LINE TO OUTPUT-TEXT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "Reference   Doc date  Type          Outcome"
               TO OUTPUT-TEXT-LINE
           PERFORM WRITE-REPORT-LINE

           PERFORM UNTIL END-OF-FILE = "Y"
               READ RETURNED-MAIL-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF RETURNED-REFERENCE-ID NOT = SPACES
                           ADD 1 TO RETURNS-READ-COUNT
                           PERFORM PROCESS-ONE-RETURN
                       END-IF
               END-READ
           END-PERFORM

           PERFORM REPORT-RUN-TOTALS

           CLOSE RETURNED-MAIL-FILE
           IF RETURNS-READ-COUNT > 0
               OPEN OUTPUT RETURNED-MAIL-FILE
               CLOSE RETURNED-MAIL-FILE
           END-IF
           CLOSE CUSTOMER-MASTER-FILE
           CLOSE CONTACT-JOURNAL-FILE
           CLOSE RETURNED-REPORT-FILE

           DISPLAY "Returned mail: " RETURNS-READ-COUNT
               " return(s), " ADDRESSES-FLAGGED-COUNT
               " address(es) flagged undeliverable, "
               UNKNOWN-REFERENCE-COUNT " unknown."

           IF UNKNOWN-REFERENCE-COUNT > 0
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
           MOVE "RETURNMAIL" TO BATCH-LOG-JOB-NAME
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

           MOVE "RETURNMAIL" TO BATCH-LOG-JOB-NAME
           MOVE BATCH-RUN-LOG-TIMESTAMP TO BATCH-LOG-TIMESTAMP
           MOVE "START" TO BATCH-LOG-EVENT
           MOVE SPACES TO BATCH-LOG-DETAIL
           WRITE BATCH-RUN-LOG-RECORD

           CLOSE BATCH-RUN-LOG-FILE
           EXIT.

       LOG-BATCH-RUN-END.
           MOVE FUNCTION CURRENT-DATE TO BATCH-RUN-LOG-TIMESTAMP
           OPEN EXTEND BATCH-RUN-LOG-FILE

           MOVE "RETURNMAIL" TO BATCH-LOG-JOB-NAME
           MOVE BATCH-RUN-LOG-TIMESTAMP TO BATCH-LOG-TIMESTAMP
           MOVE "END" TO BATCH-LOG-EVENT
           STRING "Returns: "
               FUNCTION TRIM(RETURNS-READ-COUNT LEADING)
               " Flagged: "
               FUNCTION TRIM(ADDRESSES-FLAGGED-COUNT LEADING)
               " Unknown: "
               FUNCTION TRIM(UNKNOWN-REFERENCE-COUNT LEADING)
               INTO BATCH-LOG-DETAIL
           WRITE BATCH-RUN-LOG-RECORD

           CLOSE BATCH-RUN-LOG-FILE
           EXIT.

      *----------------------------------------------------------*
      * Looks the return up on the master, flags the address when
      * the document went to the address still on file, and
      * journals every return the master knows.
      *----------------------------------------------------------*
       PROCESS-ONE-RETURN.
           MOVE RETURNED-REFERENCE-ID TO MASTER-REFERENCE-ID
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   ADD 1 TO UNKNOWN-REFERENCE-COUNT
                   MOVE "UNKNOWN" TO RETURN-OUTCOME
                   PERFORM WRITE-RETURN-LINE
                   EXIT PARAGRAPH
           END-READ
           MOVE CUSTOMER-MASTER-RECORD TO MASTER-WORK

           EVALUATE TRUE
               WHEN ADDRESS-VALID-FROM OF MASTER-WORK NOT = SPACES
                   AND RETURNED-DOCUMENT-DATE
                       < ADDRESS-VALID-FROM OF MASTER-WORK
                   ADD 1 TO OLD-ADDRESS-COUNT
                   MOVE "OLD ADDR" TO RETURN-OUTCOME
               WHEN ADDRESS-UNDELIVERABLE OF MASTER-WORK
                   ADD 1 TO ALREADY-FLAGGED-COUNT
                   MOVE "REPEAT" TO RETURN-OUTCOME
                   IF RETURNED-DOCUMENT-DATE
                           > ADDRESS-RETURNED-DATE OF MASTER-WORK
                       MOVE RETURNED-DOCUMENT-DATE
                           TO ADDRESS-RETURNED-DATE OF MASTER-WORK
                       PERFORM REWRITE-MASTER-ADDRESS
                   END-IF
               WHEN OTHER
                   MOVE "U" TO ADDRESS-STATUS OF MASTER-WORK
                   MOVE RETURNED-DOCUMENT-DATE
                       TO ADDRESS-RETURNED-DATE OF MASTER-WORK
                   PERFORM REWRITE-MASTER-ADDRESS
                   IF RETURN-OUTCOME NOT = "REWRITE"
                       ADD 1 TO ADDRESSES-FLAGGED-COUNT
                       MOVE "FLAGGED" TO RETURN-OUTCOME
                   END-IF
           END-EVALUATE

           PERFORM WRITE-CONTACT-JOURNAL-ENTRY
           PERFORM WRITE-RETURN-LINE
           EXIT.

       REWRITE-MASTER-ADDRESS.
           MOVE MASTER-WORK TO CUSTOMER-MASTER-RECORD
           REWRITE CUSTOMER-MASTER-RECORD
               INVALID KEY
                   DISPLAY "Could not rewrite master record '"
                       FUNCTION TRIM(RETURNED-REFERENCE-ID TRAILING)
                       "' (file status " MASTER-FILE-STATUS ")."
                   MOVE "REWRITE" TO RETURN-OUTCOME
                   MOVE 4 TO RETURN-CODE
           END-REWRITE
           EXIT.

       WRITE-CONTACT-JOURNAL-ENTRY.
           MOVE "RETURNED" TO JOURNAL-DOCUMENT-TYPE
           IF RETURNED-DOCUMENT-TYPE NOT = SPACES
               MOVE SPACES TO JOURNAL-DOCUMENT-TYPE
               STRING "RET-" DELIMITED BY SIZE
                   RETURNED-DOCUMENT-TYPE DELIMITED BY SPACE
                   INTO JOURNAL-DOCUMENT-TYPE
               END-STRING
           END-IF

           MOVE SPACES TO CONTACT-JOURNAL-RECORD
           MOVE REFERENCE-ID OF MASTER-WORK TO CONTACT-REFERENCE-ID
           MOVE CUSTOMER-CPR OF MASTER-WORK TO CONTACT-CPR
           MOVE RETURNED-DOCUMENT-DATE TO CONTACT-SENT-DATE
           MOVE JOURNAL-DOCUMENT-TYPE TO CONTACT-DOCUMENT-TYPE
           MOVE "POST" TO CONTACT-CHANNEL
           MOVE "RETURNMAIL" TO CONTACT-ORIGIN-JOB
           WRITE CONTACT-JOURNAL-RECORD
           EXIT.

       WRITE-RETURN-LINE.
           MOVE RETURNED-REFERENCE-ID TO OUTPUT-TEXT-LINE(1:10)
           MOVE RETURNED-DOCUMENT-DATE TO OUTPUT-TEXT-LINE(13:8)
           MOVE RETURNED-DOCUMENT-TYPE TO OUTPUT-TEXT-LINE(23:12)
           MOVE RETURN-OUTCOME TO OUTPUT-TEXT-LINE(37:10)
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO RETURN-OUTCOME
           EXIT.

       REPORT-RUN-TOTALS.
           MOVE SEPARATOR-LINE TO OUTPUT-TEXT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE "Returns read" TO OUTPUT-TEXT-LINE
           MOVE RETURNS-READ-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-REPORT-LINE

           MOVE "Addresses flagged undeliverable" TO OUTPUT-TEXT-LINE
           MOVE ADDRESSES-FLAGGED-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-REPORT-LINE

           MOVE "Already flagged (repeat return)" TO OUTPUT-TEXT-LINE
           MOVE ALREADY-FLAGGED-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-REPORT-LINE

           MOVE "Sent to a superseded address" TO OUTPUT-TEXT-LINE
           MOVE OLD-ADDRESS-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-REPORT-LINE

           MOVE "Unknown REFERENCE-ID" TO OUTPUT-TEXT-LINE
           MOVE UNKNOWN-REFERENCE-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-REPORT-LINE
           EXIT.

       WRITE-REPORT-LINE.
           MOVE OUTPUT-TEXT-LINE TO RETURNED-REPORT-LINE
           WRITE RETURNED-REPORT-LINE
           MOVE SPACES TO OUTPUT-TEXT-LINE
           EXIT.

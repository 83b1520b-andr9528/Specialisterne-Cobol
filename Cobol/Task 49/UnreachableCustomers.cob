       IDENTIFICATION DIVISION.
       PROGRAM-ID. UNREACHABLE.

      *----------------------------------------------------------*
      * Weekly list of customers we cannot reach by post. Every   *
      * master record whose address RETURNMAIL has flagged as     *
      * undeliverable is listed in UnreachableCustomers.txt with  *
      * the address on file, the date the post came back and any  *
      * phone or e-mail on the master. Where NOTICEWRITER indexed *
      * a superseded address for the customer in                  *
      * OverdrawnNoticesIndex.txt, it is shown as a lead for      *
      * branch staff tracing the customer. The list empties as    *
      * CUSTOMERMAINT records new addresses.                      *
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

           SELECT NOTICES-INDEX-FILE
               ASSIGN TO "OverdrawnNoticesIndex.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NOTICES-INDEX-FILE-STATUS.

           SELECT UNREACHABLE-REPORT-FILE
               ASSIGN TO "UnreachableCustomers.txt"
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

       FD NOTICES-INDEX-FILE.
       01 NOTICE-INDEX-RECORD.
           02 INDEX-CPR PIC X(15).
           02 INDEX-REFERENCE-ID PIC X(10).
           02 INDEX-STATUS PIC X(10).
           02 INDEX-NOTICE-DATE PIC X(8).
           02 INDEX-PRIOR-ADDRESS PIC X(50).

       FD UNREACHABLE-REPORT-FILE.
       01 UNREACHABLE-REPORT-LINE PIC X(100).

       FD BATCH-RUN-LOG-FILE.
       01 BATCH-RUN-LOG-RECORD.
           COPY "BatchRunLog.cpy".

       WORKING-STORAGE SECTION.
       01 BATCH-RUN-LOG-TIMESTAMP PIC X(26) VALUE SPACES.
       01 MASTER-FILE-STATUS PIC X(2) VALUE "00".
       01 NOTICES-INDEX-FILE-STATUS PIC X(2) VALUE "00".
       01 BATCH-RUN-LOG-FILE-STATUS PIC X(2) VALUE "00".
       01 FAILED-FILE-NAME PIC X(40) VALUE SPACES.
       01 FAILED-FILE-STATUS PIC X(2) VALUE SPACES.

       01 MASTER-WORK.
           COPY "Customer.cpy".

      * Newest prior address NOTICEWRITER indexed per customer.
       01 PRIOR-ADDRESS-TABLE.
           02 PRIOR-COUNT PIC 9(4) VALUE 0.
           02 PRIOR-MAX PIC 9(4) VALUE 500.
           02 PRIOR-ENTRIES OCCURS 500 TIMES.
               03 PRIOR-REFERENCE-ID PIC X(10) VALUE SPACES.
               03 PRIOR-NOTICE-DATE PIC X(8) VALUE SPACES.
               03 PRIOR-ADDRESS-TEXT PIC X(50) VALUE SPACES.
       01 PRIOR-INDEX PIC 9(4) VALUE 0.
       01 PRIOR-MATCH-INDEX PIC 9(4) VALUE 0.
       01 INDEX-AVAILABLE PIC X VALUE "N".

       01 END-OF-FILE PIC X VALUE "N".
       01 MASTER-READ-COUNT PIC 9(6) VALUE 0.
       01 UNREACHABLE-COUNT PIC 9(6) VALUE 0.
       01 WITH-LEAD-COUNT PIC 9(6) VALUE 0.
       01 TABLE-FULL-COUNT PIC 9(4) VALUE 0.

       01 OUTPUT-TEXT-LINE PIC X(100) VALUE SPACES.
       01 SEPARATOR-LINE PIC X(100) VALUE ALL "-".
       01 COUNT-DISPLAY PIC Z(5)9.

       PROCEDURE DIVISION.
           PERFORM LOG-BATCH-RUN-START

           PERFORM LOAD-PRIOR-ADDRESSES

           OPEN INPUT CUSTOMER-MASTER-FILE
           IF MASTER-FILE-STATUS NOT = "00"
               MOVE "CustomerMaster.idx" TO FAILED-FILE-NAME
               MOVE MASTER-FILE-STATUS TO FAILED-FILE-STATUS
               PERFORM ABORT-ON-FILE-FAILURE
           END-IF

           OPEN OUTPUT UNREACHABLE-REPORT-FILE
           MOVE SPACES TO OUTPUT-TEXT-LINE
           STRING "Customers we cannot reach by post - "
               DELIMITED BY SIZE
               FUNCTION CURRENT-DATE(1:8)
               DELIMITED BY SIZE
               INTO OUTPUT-TEXT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SEPARATOR-LINE TO OUTPUT-TEXT-LINE
           PERFORM WRITE-REPORT-LINE

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
                       IF ADDRESS-UNDELIVERABLE OF MASTER-WORK
                           PERFORM WRITE-UNREACHABLE-CUSTOMER
                       END-IF
               END-READ
           END-PERFORM

           CLOSE CUSTOMER-MASTER-FILE

           IF UNREACHABLE-COUNT = 0
               MOVE "No customer has an undeliverable address."
                   TO OUTPUT-TEXT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           PERFORM REPORT-RUN-TOTALS

           CLOSE UNREACHABLE-REPORT-FILE

           DISPLAY "Unreachable customers: " UNREACHABLE-COUNT
               ", " WITH-LEAD-COUNT " with a prior-address lead."

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
           MOVE "UNREACHABLE" TO BATCH-LOG-JOB-NAME
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

           MOVE "UNREACHABLE" TO BATCH-LOG-JOB-NAME
           MOVE BATCH-RUN-LOG-TIMESTAMP TO BATCH-LOG-TIMESTAMP
           MOVE "START" TO BATCH-LOG-EVENT
           MOVE SPACES TO BATCH-LOG-DETAIL
           WRITE BATCH-RUN-LOG-RECORD

           CLOSE BATCH-RUN-LOG-FILE
           EXIT.

       LOG-BATCH-RUN-END.
           MOVE FUNCTION CURRENT-DATE TO BATCH-RUN-LOG-TIMESTAMP
           OPEN EXTEND BATCH-RUN-LOG-FILE

           MOVE "UNREACHABLE" TO BATCH-LOG-JOB-NAME
           MOVE BATCH-RUN-LOG-TIMESTAMP TO BATCH-LOG-TIMESTAMP
           MOVE "END" TO BATCH-LOG-EVENT
           STRING "Unreachable: "
               FUNCTION TRIM(UNREACHABLE-COUNT LEADING)
               " With lead: "
               FUNCTION TRIM(WITH-LEAD-COUNT LEADING)
               INTO BATCH-LOG-DETAIL
           WRITE BATCH-RUN-LOG-RECORD

           CLOSE BATCH-RUN-LOG-FILE
           EXIT.

      *----------------------------------------------------------*
      * Keeps the newest non-blank prior address the notices index
      * holds for each REFERENCE-ID. A missing index only means
      * the list carries no leads this week.
      *----------------------------------------------------------*
       LOAD-PRIOR-ADDRESSES.
           OPEN INPUT NOTICES-INDEX-FILE
           IF NOTICES-INDEX-FILE-STATUS NOT = "00"
               DISPLAY "OverdrawnNoticesIndex.txt not found, the "
                   "list carries no prior-address leads."
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO INDEX-AVAILABLE

           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ NOTICES-INDEX-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF INDEX-REFERENCE-ID NOT = SPACES
                           AND INDEX-PRIOR-ADDRESS NOT = SPACES
                           PERFORM ADD-PRIOR-ADDRESS
                       END-IF
               END-READ
           END-PERFORM

           CLOSE NOTICES-INDEX-FILE
           EXIT.

       ADD-PRIOR-ADDRESS.
           MOVE 0 TO PRIOR-MATCH-INDEX
           PERFORM VARYING PRIOR-INDEX FROM 1 BY 1
               UNTIL PRIOR-INDEX > PRIOR-COUNT
                   OR PRIOR-MATCH-INDEX > 0
               IF PRIOR-REFERENCE-ID(PRIOR-INDEX) = INDEX-REFERENCE-ID
                   MOVE PRIOR-INDEX TO PRIOR-MATCH-INDEX
               END-IF
           END-PERFORM

           IF PRIOR-MATCH-INDEX = 0
               IF PRIOR-COUNT >= PRIOR-MAX
                   ADD 1 TO TABLE-FULL-COUNT
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO PRIOR-COUNT
               MOVE PRIOR-COUNT TO PRIOR-MATCH-INDEX
               MOVE INDEX-REFERENCE-ID
                   TO PRIOR-REFERENCE-ID(PRIOR-MATCH-INDEX)
           ELSE
               IF INDEX-NOTICE-DATE
                       < PRIOR-NOTICE-DATE(PRIOR-MATCH-INDEX)
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE INDEX-NOTICE-DATE
               TO PRIOR-NOTICE-DATE(PRIOR-MATCH-INDEX)
           MOVE INDEX-PRIOR-ADDRESS
               TO PRIOR-ADDRESS-TEXT(PRIOR-MATCH-INDEX)
           EXIT.

       WRITE-UNREACHABLE-CUSTOMER.
           ADD 1 TO UNREACHABLE-COUNT

           STRING REFERENCE-ID OF MASTER-WORK
               DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               FUNCTION TRIM(FIRST-NAME OF MASTER-WORK TRAILING)
               DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(LAST-NAME OF MASTER-WORK TRAILING)
               DELIMITED BY SIZE
               INTO OUTPUT-TEXT-LINE
           END-STRING
           MOVE "Returned" TO OUTPUT-TEXT-LINE(70:8)
           MOVE ADDRESS-RETURNED-DATE OF MASTER-WORK
               TO OUTPUT-TEXT-LINE(79:8)
           PERFORM WRITE-REPORT-LINE

           STRING "  Address on file : "
               DELIMITED BY SIZE
               FUNCTION TRIM(STREET-NAME OF MASTER-WORK TRAILING)
               DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(HOUSE-NUMBER OF MASTER-WORK TRAILING)
               DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(FLOOR OF MASTER-WORK TRAILING)
               DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(SIDE OF MASTER-WORK TRAILING)
               DELIMITED BY SIZE
               ", " DELIMITED BY SIZE
               ZIPCODE OF MASTER-WORK DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(CITY OF MASTER-WORK TRAILING)
               DELIMITED BY SIZE
               INTO OUTPUT-TEXT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE

           IF CUSTOMER-CPR OF MASTER-WORK NOT = SPACES
               MOVE "  CPR             :" TO OUTPUT-TEXT-LINE
               MOVE CUSTOMER-CPR OF MASTER-WORK
                   TO OUTPUT-TEXT-LINE(22:15)
               PERFORM WRITE-REPORT-LINE
           END-IF

           IF PHONE-NUMBER OF MASTER-WORK NOT = SPACES
               MOVE "  Phone           :" TO OUTPUT-TEXT-LINE
               MOVE PHONE-NUMBER OF MASTER-WORK
                   TO OUTPUT-TEXT-LINE(22:15)
               PERFORM WRITE-REPORT-LINE
           END-IF

           IF EMAIL OF MASTER-WORK NOT = SPACES
               MOVE "  E-mail          :" TO OUTPUT-TEXT-LINE
               MOVE EMAIL OF MASTER-WORK TO OUTPUT-TEXT-LINE(22:79)
               PERFORM WRITE-REPORT-LINE
           END-IF

           MOVE 0 TO PRIOR-MATCH-INDEX
           PERFORM VARYING PRIOR-INDEX FROM 1 BY 1
               UNTIL PRIOR-INDEX > PRIOR-COUNT
                   OR PRIOR-MATCH-INDEX > 0
               IF PRIOR-REFERENCE-ID(PRIOR-INDEX)
                       = REFERENCE-ID OF MASTER-WORK
                   MOVE PRIOR-INDEX TO PRIOR-MATCH-INDEX
               END-IF
           END-PERFORM

           IF PRIOR-MATCH-INDEX > 0
               ADD 1 TO WITH-LEAD-COUNT
               MOVE "  Prior address   :" TO OUTPUT-TEXT-LINE
               MOVE PRIOR-ADDRESS-TEXT(PRIOR-MATCH-INDEX)
                   TO OUTPUT-TEXT-LINE(22:50)
           ELSE
               MOVE "  Prior address   : none on the notices index"
                   TO OUTPUT-TEXT-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           EXIT.

       REPORT-RUN-TOTALS.
           MOVE SEPARATOR-LINE TO OUTPUT-TEXT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE "Master records read" TO OUTPUT-TEXT-LINE
           MOVE MASTER-READ-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-REPORT-LINE

           MOVE "Customers we cannot reach" TO OUTPUT-TEXT-LINE
           MOVE UNREACHABLE-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-REPORT-LINE

           MOVE "With a prior-address lead" TO OUTPUT-TEXT-LINE
           MOVE WITH-LEAD-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-REPORT-LINE

           IF INDEX-AVAILABLE = "N"
               MOVE "Notices index missing - no leads this week."
                   TO OUTPUT-TEXT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF

           IF TABLE-FULL-COUNT > 0
               MOVE "Leads not loaded - table full" TO OUTPUT-TEXT-LINE
               MOVE TABLE-FULL-COUNT TO COUNT-DISPLAY
               MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
               PERFORM WRITE-REPORT-LINE
           END-IF
           EXIT.

       WRITE-REPORT-LINE.
           MOVE OUTPUT-TEXT-LINE TO UNREACHABLE-REPORT-LINE
           WRITE UNREACHABLE-REPORT-LINE
           MOVE SPACES TO OUTPUT-TEXT-LINE
           EXIT.

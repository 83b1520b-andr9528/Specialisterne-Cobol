       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYSTATUS.

      *----------------------------------------------------------*
      * Import of the clearing bank's ISO 20022 payment status   *
      * report (pain.002.001.03), PaymentStatusReport.xml, which *
      * replaces the fixed-width returns the bank used to send.  *
      * The report is turned into PaymentReturns.txt in the      *
      * layout PAYMENTIFACE and HOUSERECON already read, so      *
      * rejected payments go through the existing reject,        *
      * reversal and reconciliation processing unchanged:        *
      *  - each transaction status (TxSts) is passed on under    *
      *    its end-to-end reference: ACCP, ACSC, ACSP, ACTC,     *
      *    ACWC and ACCC as accepted (ACCP), RJCT as rejected    *
      *    (RJCT) and PDNG as still pending (PDNG);              *
      *  - the status reason code becomes the reason text, e.g.  *
      *    "AC04 Closed account number", with the bank's         *
      *    additional information where the code is proprietary, *
      *    NARR or not one we know;                              *
      *  - a status the bank gives for a whole payment block or  *
      *    the whole message, without transaction detail,        *
      *    applies to every transaction PaymentMessageLog.txt    *
      *    records for that block or message;                    *
      *  - PaymentStatusImport.txt lists every status imported   *
      *    with its reason and the totals; a status not          *
      *    recognised, or a block or message that cannot be      *
      *    resolved to its transactions, sets RETURN-CODE 4.     *
      * A report is imported once: its message id is kept in     *
      * PaymentStatusImported.txt, and a report already imported *
      * leaves PaymentReturns.txt empty so its rejects are not   *
      * reversed twice. When no report has arrived               *
      * PaymentReturns.txt is left as it is.                     *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STATUS-REPORT-FILE
               ASSIGN TO "PaymentStatusReport.xml"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

           SELECT MESSAGE-LOG-FILE
               ASSIGN TO "PaymentMessageLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MESSAGE-LOG-FILE-STATUS.

           SELECT RETURNS-FILE
               ASSIGN TO "PaymentReturns.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RETURNS-FILE-STATUS.

           SELECT IMPORTED-REPORTS-FILE
               ASSIGN TO "PaymentStatusImported.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IMPORTED-FILE-STATUS.

           SELECT IMPORT-REPORT-FILE
               ASSIGN TO "PaymentStatusImport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BATCH-RUN-LOG-FILE
               ASSIGN TO "BatchRunLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BATCH-RUN-LOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD STATUS-REPORT-FILE.
       01 STATUS-REPORT-LINE PIC X(1000).

       FD MESSAGE-LOG-FILE.
       01 MESSAGE-LOG-RECORD.
           02 MLOG-MESSAGE-ID PIC X(35).
           02 MLOG-PAYMENT-INFO-ID PIC X(35).
           02 MLOG-END-TO-END-REF PIC X(14).
           02 MLOG-RUN-DATE PIC 9(8).

       FD RETURNS-FILE.
       01 PAYMENT-RETURN-RECORD.
           02 RETURN-END-TO-END-REF PIC X(14).
           02 RETURN-STATUS PIC X(4).
           02 RETURN-REASON PIC X(40).

       FD IMPORTED-REPORTS-FILE.
       01 IMPORTED-REPORT-RECORD.
           02 IMPORTED-MESSAGE-ID PIC X(35).
           02 IMPORTED-ORIGINAL-MESSAGE-ID PIC X(35).
           02 IMPORTED-RUN-DATE PIC 9(8).
           02 IMPORTED-STATUS-COUNT PIC 9(6).

       FD IMPORT-REPORT-FILE.
       01 IMPORT-REPORT-LINE PIC X(120).

       FD BATCH-RUN-LOG-FILE.
       01 BATCH-RUN-LOG-RECORD.
           COPY "BatchRunLog.cpy".

       WORKING-STORAGE SECTION.
       01 BATCH-RUN-LOG-TIMESTAMP PIC X(26) VALUE SPACES.
       01 REPORT-FILE-STATUS PIC X(2) VALUE "00".
       01 MESSAGE-LOG-FILE-STATUS PIC X(2) VALUE "00".
       01 RETURNS-FILE-STATUS PIC X(2) VALUE "00".
       01 IMPORTED-FILE-STATUS PIC X(2) VALUE "00".
       01 BATCH-RUN-LOG-FILE-STATUS PIC X(2) VALUE "00".
       01 FAILED-FILE-NAME PIC X(40) VALUE SPACES.
       01 FAILED-FILE-STATUS PIC X(2) VALUE SPACES.

       01 RUN-DATE-TODAY PIC 9(8) VALUE 0.
       01 END-OF-FILE PIC X VALUE "N".
       01 LOG-END-OF-FILE PIC X VALUE "N".
       01 REPORT-REFUSED PIC X VALUE "N".
       01 REFUSED-RUN-DATE PIC 9(8) VALUE 0.

      * The report is read a character at a time: a tag runs from
      * "<" to ">", and the text an element holds is whatever came
      * between its opening tag and its closing tag, so elements
      * may share a line or stand one to a line.
       01 LINE-LENGTH PIC 9(4) VALUE 0.
       01 SCAN-INDEX PIC 9(4) VALUE 0.
       01 SCAN-CHAR PIC X VALUE SPACE.
       01 INSIDE-TAG PIC X VALUE "N".
       01 TAG-BUFFER PIC X(60) VALUE SPACES.
       01 TAG-POINTER PIC 99 VALUE 0.
       01 TEXT-BUFFER PIC X(200) VALUE SPACES.
       01 TEXT-POINTER PIC 999 VALUE 0.
       01 ELEMENT-NAME PIC X(40) VALUE SPACES.
       01 ELEMENT-NAME-WORK PIC X(40) VALUE SPACES.
       01 ELEMENT-TEXT PIC X(200) VALUE SPACES.
       01 PREFIX-LENGTH PIC 99 VALUE 0.

      * Where in the report the scan is.
       01 IN-GROUP-HEADER PIC X VALUE "N".
       01 IN-ORIGINAL-GROUP PIC X VALUE "N".
       01 IN-PAYMENT-BLOCK PIC X VALUE "N".
       01 IN-TRANSACTION PIC X VALUE "N".
       01 IN-REASON-CODE PIC X VALUE "N".

      * What the report says at each level: the message, the
      * payment block in hand and the transaction in hand.
       01 REPORT-MESSAGE-ID PIC X(35) VALUE SPACES.
       01 ORIGINAL-MESSAGE-ID PIC X(35) VALUE SPACES.
       01 GROUP-STATUS PIC X(4) VALUE SPACES.
       01 GROUP-REASON-CODE PIC X(35) VALUE SPACES.
       01 GROUP-REASON-INFO PIC X(105) VALUE SPACES.
       01 REPORT-HAS-BLOCKS PIC X VALUE "N".
       01 BLOCK-ID PIC X(35) VALUE SPACES.
       01 BLOCK-STATUS PIC X(4) VALUE SPACES.
       01 BLOCK-REASON-CODE PIC X(35) VALUE SPACES.
       01 BLOCK-REASON-INFO PIC X(105) VALUE SPACES.
       01 BLOCK-HAS-TRANSACTIONS PIC X VALUE "N".
       01 TXN-REF PIC X(35) VALUE SPACES.
       01 TXN-STATUS PIC X(4) VALUE SPACES.
       01 TXN-REASON-CODE PIC X(35) VALUE SPACES.
       01 TXN-REASON-INFO PIC X(105) VALUE SPACES.

      * One transaction's status as passed on to PaymentReturns.txt.
       01 RESULT-REF PIC X(35) VALUE SPACES.
       01 RESULT-STATUS PIC X(4) VALUE SPACES.
       01 RESULT-REASON-CODE PIC X(35) VALUE SPACES.
       01 RESULT-REASON-INFO PIC X(105) VALUE SPACES.
       01 MAPPED-STATUS PIC X(4) VALUE SPACES.
       01 REASON-TEXT-WORK PIC X(40) VALUE SPACES.
       01 REASON-NAMED PIC X VALUE "N".

      * A status for a whole block (kind "B") or message ("M") is
      * resolved to its transactions through the message log.
       01 RESOLVE-KIND PIC X VALUE SPACE.
       01 RESOLVE-KEY PIC X(35) VALUE SPACES.
       01 RESOLVED-COUNT PIC 9(6) VALUE 0.

      * ISO 20022 external status reason codes the bank uses, with
      * the wording put on the rejects report.
       01 REASON-CODE-NAMES.
           02 FILLER PIC X(34) VALUE "AC01Incorrect account number".
           02 FILLER PIC X(34) VALUE "AC03Invalid creditor account".
           02 FILLER PIC X(34) VALUE "AC04Closed account number".
           02 FILLER PIC X(34) VALUE "AC06Blocked account".
           02 FILLER PIC X(34) VALUE "AC13Invalid debtor account type".
           02 FILLER PIC X(34) VALUE "AG01Transaction forbidden".
           02 FILLER PIC X(34) VALUE "AG02Invalid bank operation code".
           02 FILLER PIC X(34) VALUE "AM01Zero amount".
           02 FILLER PIC X(34) VALUE "AM02Amount not allowed".
           02 FILLER PIC X(34) VALUE "AM04Insufficient funds".
           02 FILLER PIC X(34) VALUE "AM05Duplication".
           02 FILLER PIC X(34) VALUE "BE04Missing creditor address".
           02 FILLER PIC X(34) VALUE "BE05Unknown initiating party".
           02 FILLER PIC X(34) VALUE "CURRIncorrect currency".
           02 FILLER PIC X(34) VALUE "CUSTRequested by customer".
           02 FILLER PIC X(34) VALUE "DT01Invalid date".
           02 FILLER PIC X(34) VALUE "DUPLDuplicate payment".
           02 FILLER PIC X(34) VALUE "FF01Invalid file format".
           02 FILLER PIC X(34) VALUE "MD07End customer deceased".
           02 FILLER PIC X(34) VALUE "MS02Refused by the customer".
           02 FILLER PIC X(34) VALUE "MS03Refused by the bank".
           02 FILLER PIC X(34) VALUE "RC01Bank identifier incorrect".
           02 FILLER PIC X(34) VALUE "RR04Regulatory reason".
           02 FILLER PIC X(34) VALUE "TM01Received after cut-off time".
       01 REASON-CODE-TABLE REDEFINES REASON-CODE-NAMES.
           02 REASON-CODE-ENTRIES OCCURS 24 TIMES.
               03 REASON-CODE PIC X(4).
               03 REASON-NAME PIC X(30).
       01 REASON-CODE-COUNT PIC 99 VALUE 24.
       01 REASON-INDEX PIC 99 VALUE 0.
       01 MATCHED-REASON-INDEX PIC 99 VALUE 0.

       01 STATUSES-WRITTEN-COUNT PIC 9(6) VALUE 0.
       01 ACCEPTED-COUNT PIC 9(6) VALUE 0.
       01 REJECTED-COUNT PIC 9(6) VALUE 0.
       01 PENDING-COUNT PIC 9(6) VALUE 0.
       01 UNRECOGNISED-COUNT PIC 9(6) VALUE 0.
       01 UNRESOLVED-COUNT PIC 9(6) VALUE 0.
       01 BLOCK-STATUS-COUNT PIC 9(6) VALUE 0.

       01 OUTPUT-TEXT-LINE PIC X(120) VALUE SPACES.
       01 COUNT-DISPLAY PIC ZZZZZ9.

       PROCEDURE DIVISION.
           PERFORM LOG-BATCH-RUN-START

           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE-TODAY

           OPEN INPUT STATUS-REPORT-FILE
           IF REPORT-FILE-STATUS = "00"
               PERFORM IMPORT-STATUS-REPORT
               CLOSE STATUS-REPORT-FILE
           ELSE
               DISPLAY "PaymentStatusReport.xml not found, no status "
                   "report to import - PaymentReturns.txt is left "
                   "as it is."
           END-IF

           IF REPORT-REFUSED = "Y"
               OR UNRECOGNISED-COUNT > 0
               OR UNRESOLVED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM LOG-BATCH-RUN-END
       STOP RUN.

       LOG-BATCH-RUN-START.
           MOVE FUNCTION CURRENT-DATE TO BATCH-RUN-LOG-TIMESTAMP
           OPEN EXTEND BATCH-RUN-LOG-FILE
           IF BATCH-RUN-LOG-FILE-STATUS = "35"
               OPEN OUTPUT BATCH-RUN-LOG-FILE
           END-IF

           MOVE "PAYSTATUS" TO BATCH-LOG-JOB-NAME
           MOVE BATCH-RUN-LOG-TIMESTAMP TO BATCH-LOG-TIMESTAMP
           MOVE "START" TO BATCH-LOG-EVENT
           MOVE SPACES TO BATCH-LOG-DETAIL
           WRITE BATCH-RUN-LOG-RECORD

           CLOSE BATCH-RUN-LOG-FILE
           EXIT.

       LOG-BATCH-RUN-END.
           MOVE FUNCTION CURRENT-DATE TO BATCH-RUN-LOG-TIMESTAMP
           OPEN EXTEND BATCH-RUN-LOG-FILE

           MOVE "PAYSTATUS" TO BATCH-LOG-JOB-NAME
           MOVE BATCH-RUN-LOG-TIMESTAMP TO BATCH-LOG-TIMESTAMP
           MOVE "END" TO BATCH-LOG-EVENT
           STRING "Accepted: "
               FUNCTION TRIM(ACCEPTED-COUNT LEADING)
               " Rejected: "
               FUNCTION TRIM(REJECTED-COUNT LEADING)
               " Pending: "
               FUNCTION TRIM(PENDING-COUNT LEADING)
               INTO BATCH-LOG-DETAIL
           WRITE BATCH-RUN-LOG-RECORD

           CLOSE BATCH-RUN-LOG-FILE
           EXIT.

      *----------------------------------------------------------*
      * PaymentReturns.txt is rewritten from the report. The scan
      * stops as soon as the report's own message id shows it was
      * imported before, which leaves the file empty.
      *----------------------------------------------------------*
       IMPORT-STATUS-REPORT.
           OPEN OUTPUT RETURNS-FILE
           IF RETURNS-FILE-STATUS NOT = "00"
               MOVE "PaymentReturns.txt" TO FAILED-FILE-NAME
               MOVE RETURNS-FILE-STATUS TO FAILED-FILE-STATUS
               PERFORM ABORT-ON-FILE-FAILURE
           END-IF
           OPEN OUTPUT IMPORT-REPORT-FILE

           MOVE SPACES TO OUTPUT-TEXT-LINE
           STRING "Payment status report import  "
               RUN-DATE-TODAY(1:4) "-" RUN-DATE-TODAY(5:2) "-"
               RUN-DATE-TODAY(7:2)
               DELIMITED BY SIZE
               INTO OUTPUT-TEXT-LINE
           END-STRING
           PERFORM WRITE-IMPORT-LINE
           PERFORM WRITE-IMPORT-LINE

           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y" OR REPORT-REFUSED = "Y"
               READ STATUS-REPORT-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       PERFORM SCAN-REPORT-LINE
               END-READ
           END-PERFORM

           IF REPORT-REFUSED = "Y"
               MOVE SPACES TO OUTPUT-TEXT-LINE
               STRING "Status report "
                   FUNCTION TRIM(REPORT-MESSAGE-ID TRAILING)
                   " was imported on " REFUSED-RUN-DATE
                   " - refused, nothing passed on."
                   DELIMITED BY SIZE
                   INTO OUTPUT-TEXT-LINE
               END-STRING
               PERFORM WRITE-IMPORT-LINE
               DISPLAY "WARNING: PaymentStatusReport.xml ("
                   FUNCTION TRIM(REPORT-MESSAGE-ID TRAILING)
                   ") was imported on " REFUSED-RUN-DATE
                   " - refused, PaymentReturns.txt is left empty."
               CLOSE RETURNS-FILE
               CLOSE IMPORT-REPORT-FILE
               EXIT PARAGRAPH
           END-IF

           IF REPORT-HAS-BLOCKS = "N"
               PERFORM RESOLVE-MESSAGE-STATUS
           END-IF

           IF REPORT-MESSAGE-ID = SPACES
               STRING "WARNING: the report carries no message id and "
                   "cannot be guarded against a second import."
                   DELIMITED BY SIZE
                   INTO OUTPUT-TEXT-LINE
               END-STRING
               PERFORM WRITE-IMPORT-LINE
               ADD 1 TO UNRESOLVED-COUNT
           ELSE
               PERFORM RECORD-REPORT-IMPORTED
           END-IF

           PERFORM WRITE-IMPORT-TOTALS
           CLOSE RETURNS-FILE
           CLOSE IMPORT-REPORT-FILE

           DISPLAY "Payment status report "
               FUNCTION TRIM(REPORT-MESSAGE-ID TRAILING) ": "
               ACCEPTED-COUNT " accepted, " REJECTED-COUNT
               " rejected, " PENDING-COUNT " pending."
           IF PENDING-COUNT > 0
               DISPLAY PENDING-COUNT " payment(s) still pending at "
                   "the bank - see PaymentStatusImport.txt."
           END-IF
           IF UNRECOGNISED-COUNT > 0 OR UNRESOLVED-COUNT > 0
               DISPLAY "WARNING: " UNRECOGNISED-COUNT " status(es) "
                   "not recognised, " UNRESOLVED-COUNT
                   " not resolved to a payment - see "
                   "PaymentStatusImport.txt."
           END-IF
           EXIT.

       SCAN-REPORT-LINE.
           MOVE FUNCTION LENGTH(
               FUNCTION TRIM(STATUS-REPORT-LINE TRAILING))
               TO LINE-LENGTH

           PERFORM VARYING SCAN-INDEX FROM 1 BY 1
               UNTIL SCAN-INDEX > LINE-LENGTH
                   OR REPORT-REFUSED = "Y"
               MOVE STATUS-REPORT-LINE(SCAN-INDEX:1) TO SCAN-CHAR
               EVALUATE TRUE
                   WHEN SCAN-CHAR = "<"
                       MOVE "Y" TO INSIDE-TAG
                       MOVE SPACES TO TAG-BUFFER
                       MOVE 1 TO TAG-POINTER
                   WHEN SCAN-CHAR = ">" AND INSIDE-TAG = "Y"
                       MOVE "N" TO INSIDE-TAG
                       PERFORM PROCESS-TAG
                   WHEN INSIDE-TAG = "Y"
                       IF TAG-POINTER NOT > 60
                           MOVE SCAN-CHAR TO TAG-BUFFER(TAG-POINTER:1)
                           ADD 1 TO TAG-POINTER
                       END-IF
                   WHEN OTHER
                       IF TEXT-POINTER NOT > 200
                           MOVE SCAN-CHAR
                               TO TEXT-BUFFER(TEXT-POINTER:1)
                           ADD 1 TO TEXT-POINTER
                       END-IF
               END-EVALUATE
           END-PERFORM
           EXIT.

      * Declarations, comments and empty elements carry nothing the
      * import needs. A namespace prefix on a name is dropped.
       PROCESS-TAG.
           IF TAG-BUFFER(1:1) = "?" OR TAG-BUFFER(1:1) = "!"
               EXIT PARAGRAPH
           END-IF
           IF TAG-POINTER > 1
               IF TAG-BUFFER(TAG-POINTER - 1:1) = "/"
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE SPACES TO ELEMENT-NAME
           IF TAG-BUFFER(1:1) = "/"
               UNSTRING TAG-BUFFER(2:) DELIMITED BY " "
                   INTO ELEMENT-NAME
               END-UNSTRING
           ELSE
               UNSTRING TAG-BUFFER DELIMITED BY " "
                   INTO ELEMENT-NAME
               END-UNSTRING
           END-IF
           MOVE 0 TO PREFIX-LENGTH
           INSPECT ELEMENT-NAME TALLYING PREFIX-LENGTH
               FOR CHARACTERS BEFORE INITIAL ":"
           IF PREFIX-LENGTH < 40
               MOVE ELEMENT-NAME(PREFIX-LENGTH + 2:)
                   TO ELEMENT-NAME-WORK
               MOVE ELEMENT-NAME-WORK TO ELEMENT-NAME
           END-IF

           IF TAG-BUFFER(1:1) = "/"
               MOVE FUNCTION TRIM(TEXT-BUFFER) TO ELEMENT-TEXT
               PERFORM CLOSE-ELEMENT
           ELSE
               PERFORM OPEN-ELEMENT
               MOVE SPACES TO TEXT-BUFFER
               MOVE 1 TO TEXT-POINTER
           END-IF
           EXIT.

       OPEN-ELEMENT.
           EVALUATE ELEMENT-NAME
               WHEN "GrpHdr"
                   MOVE "Y" TO IN-GROUP-HEADER
               WHEN "OrgnlGrpInfAndSts"
                   MOVE "Y" TO IN-ORIGINAL-GROUP
               WHEN "OrgnlPmtInfAndSts"
                   MOVE "Y" TO IN-PAYMENT-BLOCK
                   MOVE "Y" TO REPORT-HAS-BLOCKS
                   MOVE "N" TO BLOCK-HAS-TRANSACTIONS
                   MOVE SPACES TO BLOCK-ID
                   MOVE SPACES TO BLOCK-STATUS
                   MOVE SPACES TO BLOCK-REASON-CODE
                   MOVE SPACES TO BLOCK-REASON-INFO
               WHEN "TxInfAndSts"
                   MOVE "Y" TO IN-TRANSACTION
                   MOVE "Y" TO BLOCK-HAS-TRANSACTIONS
                   MOVE SPACES TO TXN-REF
                   MOVE SPACES TO TXN-STATUS
                   MOVE SPACES TO TXN-REASON-CODE
                   MOVE SPACES TO TXN-REASON-INFO
               WHEN "Rsn"
                   MOVE "Y" TO IN-REASON-CODE
           END-EVALUATE
           EXIT.

       CLOSE-ELEMENT.
           EVALUATE ELEMENT-NAME
               WHEN "GrpHdr"
                   MOVE "N" TO IN-GROUP-HEADER
               WHEN "MsgId"
                   IF IN-GROUP-HEADER = "Y"
                       MOVE ELEMENT-TEXT TO REPORT-MESSAGE-ID
                       PERFORM CHECK-REPORT-IMPORTED
                   END-IF
               WHEN "OrgnlMsgId"
                   IF IN-ORIGINAL-GROUP = "Y"
                       MOVE ELEMENT-TEXT TO ORIGINAL-MESSAGE-ID
                   END-IF
               WHEN "GrpSts"
                   MOVE ELEMENT-TEXT TO GROUP-STATUS
               WHEN "OrgnlGrpInfAndSts"
                   MOVE "N" TO IN-ORIGINAL-GROUP
               WHEN "OrgnlPmtInfId"
                   MOVE ELEMENT-TEXT TO BLOCK-ID
               WHEN "PmtInfSts"
                   MOVE ELEMENT-TEXT TO BLOCK-STATUS
               WHEN "OrgnlEndToEndId"
                   MOVE ELEMENT-TEXT TO TXN-REF
               WHEN "TxSts"
                   MOVE ELEMENT-TEXT TO TXN-STATUS
               WHEN "Cd"
               WHEN "Prtry"
                   IF IN-REASON-CODE = "Y"
                       PERFORM KEEP-REASON-CODE
                   END-IF
               WHEN "Rsn"
                   MOVE "N" TO IN-REASON-CODE
               WHEN "AddtlInf"
                   PERFORM KEEP-REASON-INFO
               WHEN "TxInfAndSts"
                   PERFORM RESOLVE-TRANSACTION-STATUS
                   MOVE "N" TO IN-TRANSACTION
               WHEN "OrgnlPmtInfAndSts"
                   IF BLOCK-HAS-TRANSACTIONS = "N"
                       PERFORM RESOLVE-BLOCK-STATUS
                   END-IF
                   MOVE "N" TO IN-PAYMENT-BLOCK
           END-EVALUATE
           EXIT.

      * The first reason given at a level is the one kept.
       KEEP-REASON-CODE.
           EVALUATE TRUE
               WHEN IN-TRANSACTION = "Y"
                   IF TXN-REASON-CODE = SPACES
                       MOVE ELEMENT-TEXT TO TXN-REASON-CODE
                   END-IF
               WHEN IN-PAYMENT-BLOCK = "Y"
                   IF BLOCK-REASON-CODE = SPACES
                       MOVE ELEMENT-TEXT TO BLOCK-REASON-CODE
                   END-IF
               WHEN IN-ORIGINAL-GROUP = "Y"
                   IF GROUP-REASON-CODE = SPACES
                       MOVE ELEMENT-TEXT TO GROUP-REASON-CODE
                   END-IF
           END-EVALUATE
           EXIT.

       KEEP-REASON-INFO.
           EVALUATE TRUE
               WHEN IN-TRANSACTION = "Y"
                   IF TXN-REASON-INFO = SPACES
                       MOVE ELEMENT-TEXT TO TXN-REASON-INFO
                   END-IF
               WHEN IN-PAYMENT-BLOCK = "Y"
                   IF BLOCK-REASON-INFO = SPACES
                       MOVE ELEMENT-TEXT TO BLOCK-REASON-INFO
                   END-IF
               WHEN IN-ORIGINAL-GROUP = "Y"
                   IF GROUP-REASON-INFO = SPACES
                       MOVE ELEMENT-TEXT TO GROUP-REASON-INFO
                   END-IF
           END-EVALUATE
           EXIT.

      * A transaction without a status of its own takes its
      * block's, or failing that the message's, with that level's
      * reason.
       RESOLVE-TRANSACTION-STATUS.
           MOVE TXN-REF TO RESULT-REF
           EVALUATE TRUE
               WHEN TXN-STATUS NOT = SPACES
                   MOVE TXN-STATUS TO RESULT-STATUS
                   MOVE TXN-REASON-CODE TO RESULT-REASON-CODE
                   MOVE TXN-REASON-INFO TO RESULT-REASON-INFO
               WHEN BLOCK-STATUS NOT = SPACES
                   AND BLOCK-STATUS NOT = "PART"
                   MOVE BLOCK-STATUS TO RESULT-STATUS
                   MOVE BLOCK-REASON-CODE TO RESULT-REASON-CODE
                   MOVE BLOCK-REASON-INFO TO RESULT-REASON-INFO
               WHEN OTHER
                   MOVE GROUP-STATUS TO RESULT-STATUS
                   MOVE GROUP-REASON-CODE TO RESULT-REASON-CODE
                   MOVE GROUP-REASON-INFO TO RESULT-REASON-INFO
           END-EVALUATE
           PERFORM WRITE-TRANSACTION-RESULT
           EXIT.

      *----------------------------------------------------------*
      * A payment block reported without transaction detail: its
      * status, or the message's when it has none, applies to
      * every transaction the message log holds for the block. A
      * partly accepted block without detail cannot be resolved.
      *----------------------------------------------------------*
       RESOLVE-BLOCK-STATUS.
           ADD 1 TO BLOCK-STATUS-COUNT
           IF BLOCK-STATUS NOT = SPACES
               MOVE BLOCK-STATUS TO RESULT-STATUS
               MOVE BLOCK-REASON-CODE TO RESULT-REASON-CODE
               MOVE BLOCK-REASON-INFO TO RESULT-REASON-INFO
           ELSE
               MOVE GROUP-STATUS TO RESULT-STATUS
               MOVE GROUP-REASON-CODE TO RESULT-REASON-CODE
               MOVE GROUP-REASON-INFO TO RESULT-REASON-INFO
           END-IF

           MOVE SPACES TO OUTPUT-TEXT-LINE
           STRING "Payment block " FUNCTION TRIM(BLOCK-ID TRAILING)
               "  " RESULT-STATUS
               "  - no transaction detail, applied to its "
               "transactions in PaymentMessageLog.txt"
               DELIMITED BY SIZE
               INTO OUTPUT-TEXT-LINE
           END-STRING
           PERFORM WRITE-IMPORT-LINE

           IF RESULT-STATUS = SPACES OR RESULT-STATUS = "PART"
               STRING "  WARNING: no final status for the block, its "
                   "transactions are not resolved."
                   DELIMITED BY SIZE
                   INTO OUTPUT-TEXT-LINE
               END-STRING
               PERFORM WRITE-IMPORT-LINE
               ADD 1 TO UNRESOLVED-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE "B" TO RESOLVE-KIND
           MOVE BLOCK-ID TO RESOLVE-KEY
           PERFORM RESOLVE-FROM-MESSAGE-LOG
           EXIT.

      * A report with no payment blocks at all gives the status of
      * the whole message.
       RESOLVE-MESSAGE-STATUS.
           IF GROUP-STATUS = SPACES
               MOVE "WARNING: the report carries no status."
                   TO OUTPUT-TEXT-LINE
               PERFORM WRITE-IMPORT-LINE
               ADD 1 TO UNRESOLVED-COUNT
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO BLOCK-STATUS-COUNT
           MOVE SPACES TO OUTPUT-TEXT-LINE
           STRING "Message " FUNCTION TRIM(ORIGINAL-MESSAGE-ID TRAILING)
               "  " GROUP-STATUS
               "  - no payment detail, applied to its "
               "transactions in PaymentMessageLog.txt"
               DELIMITED BY SIZE
               INTO OUTPUT-TEXT-LINE
           END-STRING
           PERFORM WRITE-IMPORT-LINE

           IF GROUP-STATUS = "PART"
               STRING "  WARNING: no final status for the message, its "
                   "transactions are not resolved."
                   DELIMITED BY SIZE
                   INTO OUTPUT-TEXT-LINE
               END-STRING
               PERFORM WRITE-IMPORT-LINE
               ADD 1 TO UNRESOLVED-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE GROUP-STATUS TO RESULT-STATUS
           MOVE GROUP-REASON-CODE TO RESULT-REASON-CODE
           MOVE GROUP-REASON-INFO TO RESULT-REASON-INFO
           MOVE "M" TO RESOLVE-KIND
           MOVE ORIGINAL-MESSAGE-ID TO RESOLVE-KEY
           PERFORM RESOLVE-FROM-MESSAGE-LOG
           EXIT.

       RESOLVE-FROM-MESSAGE-LOG.
           MOVE 0 TO RESOLVED-COUNT
           OPEN INPUT MESSAGE-LOG-FILE
           IF MESSAGE-LOG-FILE-STATUS = "00"
               MOVE "N" TO LOG-END-OF-FILE
               PERFORM UNTIL LOG-END-OF-FILE = "Y"
                   READ MESSAGE-LOG-FILE
                       AT END
                           MOVE "Y" TO LOG-END-OF-FILE
                       NOT AT END
                           IF (RESOLVE-KIND = "B"
                                   AND MLOG-PAYMENT-INFO-ID
                                       = RESOLVE-KEY)
                               OR (RESOLVE-KIND = "M"
                                   AND MLOG-MESSAGE-ID = RESOLVE-KEY)
                               ADD 1 TO RESOLVED-COUNT
                               MOVE MLOG-END-TO-END-REF TO RESULT-REF
                               PERFORM WRITE-TRANSACTION-RESULT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MESSAGE-LOG-FILE
           END-IF

           IF RESOLVED-COUNT = 0
               STRING "  WARNING: not found in PaymentMessageLog.txt, "
                   "no transaction resolved."
                   DELIMITED BY SIZE
                   INTO OUTPUT-TEXT-LINE
               END-STRING
               PERFORM WRITE-IMPORT-LINE
               ADD 1 TO UNRESOLVED-COUNT
           END-IF
           EXIT.

      *----------------------------------------------------------*
      * One transaction status onto PaymentReturns.txt, mapped to
      * the ACCP/RJCT/PDNG statuses the chain reads, and onto the
      * import report. A status the chain does not know is
      * reported and not passed on.
      *----------------------------------------------------------*
       WRITE-TRANSACTION-RESULT.
           EVALUATE RESULT-STATUS
               WHEN "ACCP"
               WHEN "ACSC"
               WHEN "ACSP"
               WHEN "ACTC"
               WHEN "ACWC"
               WHEN "ACCC"
                   MOVE "ACCP" TO MAPPED-STATUS
                   ADD 1 TO ACCEPTED-COUNT
               WHEN "RJCT"
                   MOVE "RJCT" TO MAPPED-STATUS
                   ADD 1 TO REJECTED-COUNT
               WHEN "PDNG"
                   MOVE "PDNG" TO MAPPED-STATUS
                   ADD 1 TO PENDING-COUNT
               WHEN OTHER
                   ADD 1 TO UNRECOGNISED-COUNT
                   MOVE SPACES TO OUTPUT-TEXT-LINE
                   STRING RESULT-REF(1:16) "  " RESULT-STATUS
                       "  status not recognised - not passed on"
                       DELIMITED BY SIZE
                       INTO OUTPUT-TEXT-LINE
                   END-STRING
                   PERFORM WRITE-IMPORT-LINE
                   EXIT PARAGRAPH
           END-EVALUATE

           PERFORM BUILD-RETURN-REASON

           MOVE SPACES TO PAYMENT-RETURN-RECORD
           MOVE RESULT-REF TO RETURN-END-TO-END-REF
           MOVE MAPPED-STATUS TO RETURN-STATUS
           MOVE REASON-TEXT-WORK TO RETURN-REASON
           WRITE PAYMENT-RETURN-RECORD
           ADD 1 TO STATUSES-WRITTEN-COUNT

           MOVE SPACES TO OUTPUT-TEXT-LINE
           STRING RESULT-REF(1:16) "  " RESULT-STATUS " -> "
               MAPPED-STATUS "  "
               FUNCTION TRIM(REASON-TEXT-WORK TRAILING)
               DELIMITED BY SIZE
               INTO OUTPUT-TEXT-LINE
           END-STRING
           PERFORM WRITE-IMPORT-LINE
           IF REASON-NAMED = "Y" AND RESULT-REASON-INFO NOT = SPACES
               MOVE RESULT-REASON-INFO TO OUTPUT-TEXT-LINE(31:)
               PERFORM WRITE-IMPORT-LINE
           END-IF
           EXIT.

      * A known reason code is given in our wording; otherwise the
      * code goes with the bank's additional information.
       BUILD-RETURN-REASON.
           MOVE SPACES TO REASON-TEXT-WORK
           MOVE "N" TO REASON-NAMED

           IF RESULT-REASON-CODE = SPACES
               IF RESULT-REASON-INFO NOT = SPACES
                   MOVE RESULT-REASON-INFO TO REASON-TEXT-WORK
               ELSE
                   IF MAPPED-STATUS = "RJCT"
                       MOVE "No reason given by the bank"
                           TO REASON-TEXT-WORK
                   END-IF
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO MATCHED-REASON-INDEX
           IF RESULT-REASON-CODE(5:) = SPACES
               PERFORM VARYING REASON-INDEX FROM 1 BY 1
                   UNTIL REASON-INDEX > REASON-CODE-COUNT
                       OR MATCHED-REASON-INDEX > 0
                   IF REASON-CODE(REASON-INDEX)
                       = RESULT-REASON-CODE(1:4)
                       MOVE REASON-INDEX TO MATCHED-REASON-INDEX
                   END-IF
               END-PERFORM
           END-IF

           IF MATCHED-REASON-INDEX > 0
               MOVE "Y" TO REASON-NAMED
               STRING REASON-CODE(MATCHED-REASON-INDEX) " "
                   FUNCTION TRIM(REASON-NAME(MATCHED-REASON-INDEX)
                       TRAILING)
                   DELIMITED BY SIZE
                   INTO REASON-TEXT-WORK
               END-STRING
           ELSE
               STRING FUNCTION TRIM(RESULT-REASON-CODE TRAILING) " "
                   FUNCTION TRIM(RESULT-REASON-INFO TRAILING)
                   DELIMITED BY SIZE
                   INTO REASON-TEXT-WORK
               END-STRING
           END-IF
           EXIT.

       CHECK-REPORT-IMPORTED.
           OPEN INPUT IMPORTED-REPORTS-FILE
           IF IMPORTED-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO LOG-END-OF-FILE
           PERFORM UNTIL LOG-END-OF-FILE = "Y"
               READ IMPORTED-REPORTS-FILE
                   AT END
                       MOVE "Y" TO LOG-END-OF-FILE
                   NOT AT END
                       IF IMPORTED-MESSAGE-ID = REPORT-MESSAGE-ID
                           MOVE "Y" TO REPORT-REFUSED
                           MOVE IMPORTED-RUN-DATE TO REFUSED-RUN-DATE
                           MOVE "Y" TO LOG-END-OF-FILE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE IMPORTED-REPORTS-FILE
           EXIT.

       RECORD-REPORT-IMPORTED.
           OPEN EXTEND IMPORTED-REPORTS-FILE
           IF IMPORTED-FILE-STATUS = "35"
               OPEN OUTPUT IMPORTED-REPORTS-FILE
           END-IF
           IF IMPORTED-FILE-STATUS NOT = "00"
               MOVE "PaymentStatusImported.txt" TO FAILED-FILE-NAME
               MOVE IMPORTED-FILE-STATUS TO FAILED-FILE-STATUS
               PERFORM ABORT-ON-FILE-FAILURE
           END-IF

           MOVE SPACES TO IMPORTED-REPORT-RECORD
           MOVE REPORT-MESSAGE-ID TO IMPORTED-MESSAGE-ID
           MOVE ORIGINAL-MESSAGE-ID TO IMPORTED-ORIGINAL-MESSAGE-ID
           MOVE RUN-DATE-TODAY TO IMPORTED-RUN-DATE
           MOVE STATUSES-WRITTEN-COUNT TO IMPORTED-STATUS-COUNT
           WRITE IMPORTED-REPORT-RECORD
           CLOSE IMPORTED-REPORTS-FILE
           EXIT.

       WRITE-IMPORT-TOTALS.
           PERFORM WRITE-IMPORT-LINE
           MOVE SPACES TO OUTPUT-TEXT-LINE
           STRING "Status report "
               FUNCTION TRIM(REPORT-MESSAGE-ID TRAILING)
               " for message "
               FUNCTION TRIM(ORIGINAL-MESSAGE-ID TRAILING)
               ", message status " GROUP-STATUS
               DELIMITED BY SIZE
               INTO OUTPUT-TEXT-LINE
           END-STRING
           PERFORM WRITE-IMPORT-LINE

           MOVE "Accepted" TO OUTPUT-TEXT-LINE
           MOVE ACCEPTED-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-IMPORT-LINE
           MOVE "Rejected" TO OUTPUT-TEXT-LINE
           MOVE REJECTED-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-IMPORT-LINE
           MOVE "Pending at the bank" TO OUTPUT-TEXT-LINE
           MOVE PENDING-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-IMPORT-LINE
           MOVE "Written to PaymentReturns.txt" TO OUTPUT-TEXT-LINE
           MOVE STATUSES-WRITTEN-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-IMPORT-LINE
           MOVE "Block or message statuses applied"
               TO OUTPUT-TEXT-LINE
           MOVE BLOCK-STATUS-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-IMPORT-LINE
           MOVE "Statuses not recognised" TO OUTPUT-TEXT-LINE
           MOVE UNRECOGNISED-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-IMPORT-LINE
           MOVE "Not resolved to a payment" TO OUTPUT-TEXT-LINE
           MOVE UNRESOLVED-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-IMPORT-LINE
           EXIT.

       WRITE-IMPORT-LINE.
           MOVE OUTPUT-TEXT-LINE TO IMPORT-REPORT-LINE
           WRITE IMPORT-REPORT-LINE
           MOVE SPACES TO OUTPUT-TEXT-LINE
           EXIT.

      *----------------------------------------------------------*
      * A returns file or import log that cannot be written stops
      * the run with a plain-language message, a FAILED line in
      * BatchRunLog.txt and RETURN-CODE 8.
      *----------------------------------------------------------*
       ABORT-ON-FILE-FAILURE.
           DISPLAY "ERROR: could not open '"
               FUNCTION TRIM(FAILED-FILE-NAME TRAILING)
               "' (file status " FAILED-FILE-STATUS "). "
               "The run is stopped."

           MOVE FUNCTION CURRENT-DATE TO BATCH-RUN-LOG-TIMESTAMP
           OPEN EXTEND BATCH-RUN-LOG-FILE
           MOVE "PAYSTATUS" TO BATCH-LOG-JOB-NAME
           MOVE BATCH-RUN-LOG-TIMESTAMP TO BATCH-LOG-TIMESTAMP
           MOVE "FAILED" TO BATCH-LOG-EVENT
           STRING FUNCTION TRIM(FAILED-FILE-NAME TRAILING)
               " status " FAILED-FILE-STATUS
               INTO BATCH-LOG-DETAIL
           WRITE BATCH-RUN-LOG-RECORD
           CLOSE BATCH-RUN-LOG-FILE

           MOVE 8 TO RETURN-CODE
           STOP RUN.

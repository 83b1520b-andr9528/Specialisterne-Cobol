       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROFITRPT.

      *----------------------------------------------------------*
      * Monthly customer and segment profitability. For the      *
      * calendar month before the run date it brings together,   *
      * per customer, the fees charged by the latest FEEASSESS   *
      * run (GeneratedFeeTransactions.txt), the overdraft        *
      * interest OVERDRAFTCHARGE journalled in the month         *
      * (OverdraftChargeJournal.txt) and the deposit interest    *
      * CUSTOMERMAINT credited in the month                      *
      * (InterestAccrualJournal.txt). Fees and overdraft         *
      * interest less deposit interest is the customer's         *
      * contribution.                                            *
      *                                                          *
      * The fee components the customer's segment waived in the  *
      * latest assessment (FeeWaivers.txt) are netted off the    *
      * contribution as income foregone; what is left ranks the  *
      * customers.                                               *
      *                                                          *
      * CPR keys resolve to the master's REFERENCE-ID through    *
      * CustomerKeyXref.txt and the segment comes from           *
      * CustomerSegments.txt; customers without a segment row    *
      * count under DEFAULT. Output is ProfitabilityReport.txt:  *
      * the most and the least profitable customers and the      *
      * totals per segment.                                      *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GENERATED-FEES-FILE
               ASSIGN TO "GeneratedFeeTransactions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SOURCE-FILE-STATUS.

           SELECT CHARGE-JOURNAL-FILE
               ASSIGN TO "OverdraftChargeJournal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SOURCE-FILE-STATUS.

           SELECT INTEREST-ACCRUAL-FILE
               ASSIGN TO "InterestAccrualJournal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SOURCE-FILE-STATUS.

           SELECT FEE-WAIVERS-FILE
               ASSIGN TO "FeeWaivers.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SOURCE-FILE-STATUS.

           SELECT SEGMENT-MASTER-FILE
               ASSIGN TO "CustomerSegments.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SOURCE-FILE-STATUS.

           SELECT KEY-XREF-FILE
               ASSIGN TO "CustomerKeyXref.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SOURCE-FILE-STATUS.

           SELECT PROFIT-REPORT-FILE
               ASSIGN TO "ProfitabilityReport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BATCH-RUN-LOG-FILE
               ASSIGN TO "BatchRunLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BATCH-RUN-LOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD GENERATED-FEES-FILE.
       01 GENERATED-FEE-RECORD.
           COPY "Transaction.cpy".

       FD CHARGE-JOURNAL-FILE.
       01 CHARGE-JOURNAL-RECORD.
           02 JOURNAL-CPR PIC X(15).
           02 JOURNAL-SALDO PIC -9(11).99.
           02 JOURNAL-DAYS-OVERDRAWN PIC 9(5).
           02 JOURNAL-DAYS-CHARGED PIC 9(5).
           02 JOURNAL-ANNUAL-RATE PIC 99.99.
           02 JOURNAL-CHARGE-AMOUNT PIC -9(9).99.
           02 JOURNAL-CHARGE-DATE PIC X(8).

       FD INTEREST-ACCRUAL-FILE.
       01 INTEREST-ACCRUAL-RECORD.
           COPY "InterestAccrual.cpy".

       FD FEE-WAIVERS-FILE.
       01 FEE-WAIVER-RECORD.
           COPY "FeeWaiver.cpy".

       FD SEGMENT-MASTER-FILE.
       01 SEGMENT-MASTER-RECORD.
           02 SEGMENT-REFERENCE-ID PIC X(10).
           02 SEGMENT-CODE PIC X(8).

       FD KEY-XREF-FILE.
       01 KEY-XREF-RECORD.
           02 XREF-CPR PIC X(15).
           02 XREF-REFERENCE-ID PIC X(10).

       FD PROFIT-REPORT-FILE.
       01 PROFIT-REPORT-LINE PIC X(110).

       FD BATCH-RUN-LOG-FILE.
       01 BATCH-RUN-LOG-RECORD.
           COPY "BatchRunLog.cpy".

       WORKING-STORAGE SECTION.
       01 BATCH-RUN-LOG-TIMESTAMP PIC X(26) VALUE SPACES.
       01 SOURCE-FILE-STATUS PIC X(2) VALUE "00".
       01 BATCH-RUN-LOG-FILE-STATUS PIC X(2) VALUE "00".

       01 END-OF-FILE PIC X VALUE "N".

       01 KEY-XREF-TABLE.
           02 XREF-COUNT PIC 9(4) VALUE 0.
           02 XREF-MAX PIC 9(4) VALUE 1000.
           02 XREF-ENTRIES OCCURS 1000 TIMES.
               03 XR-CPR PIC X(15) VALUE SPACES.
               03 XR-REFERENCE-ID PIC X(10) VALUE SPACES.
       01 XREF-INDEX PIC 9(4) VALUE 0.

       01 SEGMENT-MASTER-TABLE.
           02 SEGMENT-COUNT PIC 9(4) VALUE 0.
           02 SEGMENT-MAX PIC 9(4) VALUE 1000.
           02 SEGMENT-ENTRIES OCCURS 1000 TIMES.
               03 SEG-REFERENCE-ID PIC X(10) VALUE SPACES.
               03 SEG-CODE PIC X(8) VALUE SPACES.
       01 SEGMENT-INDEX PIC 9(4) VALUE 0.

      * One row per customer met in any of the four sources. A
      * row is found again by CPR or by REFERENCE-ID, whichever
      * the source carries.
       01 PROFIT-TABLE.
           02 PROFIT-COUNT PIC 9(4) VALUE 0.
           02 PROFIT-MAX PIC 9(4) VALUE 1000.
           02 PROFIT-ENTRIES OCCURS 1000 TIMES.
               03 PROFIT-CPR PIC X(15) VALUE SPACES.
               03 PROFIT-REFERENCE-ID PIC X(10) VALUE SPACES.
               03 PROFIT-SEGMENT PIC X(8) VALUE SPACES.
               03 PROFIT-FEES PIC S9(11)V99 VALUE 0.
               03 PROFIT-OVERDRAFT-INTEREST PIC S9(11)V99 VALUE 0.
               03 PROFIT-DEPOSIT-INTEREST PIC S9(11)V99 VALUE 0.
               03 PROFIT-FOREGONE PIC S9(11)V99 VALUE 0.
               03 PROFIT-NET PIC S9(11)V99 VALUE 0.
               03 PROFIT-RANKED PIC X VALUE "N".
       01 PROFIT-INDEX PIC 9(4) VALUE 0.
       01 MATCHED-PROFIT-INDEX PIC 9(4) VALUE 0.
       01 LOOKUP-CPR PIC X(15) VALUE SPACES.
       01 LOOKUP-REFERENCE-ID PIC X(10) VALUE SPACES.

      * Segment totals, in the order the segments are first met.
       01 SEGMENT-TOTAL-TABLE.
           02 SEG-TOTAL-COUNT PIC 99 VALUE 0.
           02 SEG-TOTAL-MAX PIC 99 VALUE 40.
           02 SEG-TOTAL-ENTRIES OCCURS 40 TIMES.
               03 ST-SEGMENT PIC X(8) VALUE SPACES.
               03 ST-CUSTOMERS PIC 9(5) VALUE 0.
               03 ST-FEES PIC S9(11)V99 VALUE 0.
               03 ST-OVERDRAFT-INTEREST PIC S9(11)V99 VALUE 0.
               03 ST-DEPOSIT-INTEREST PIC S9(11)V99 VALUE 0.
               03 ST-FOREGONE PIC S9(11)V99 VALUE 0.
               03 ST-NET PIC S9(11)V99 VALUE 0.
       01 SEG-TOTAL-INDEX PIC 99 VALUE 0.
       01 MATCHED-SEG-TOTAL PIC 99 VALUE 0.

       01 GRAND-FEES PIC S9(11)V99 VALUE 0.
       01 GRAND-OVERDRAFT-INTEREST PIC S9(11)V99 VALUE 0.
       01 GRAND-DEPOSIT-INTEREST PIC S9(11)V99 VALUE 0.
       01 GRAND-FOREGONE PIC S9(11)V99 VALUE 0.
       01 GRAND-NET PIC S9(11)V99 VALUE 0.

      * How many customers each end of the ranking shows.
       01 RANK-LIMIT PIC 99 VALUE 10.
       01 RANK-NUMBER PIC 99 VALUE 0.
       01 RANK-PICK PIC 9(4) VALUE 0.
       01 RANK-MOST-PROFITABLE PIC X VALUE "Y".

       01 RUN-DATE-TODAY PIC X(8) VALUE SPACES.
       01 REPORT-YEAR PIC 9(4) VALUE 0.
       01 REPORT-MONTH PIC 99 VALUE 0.
       01 REPORT-PERIOD PIC X(6) VALUE SPACES.

       01 FEE-RECORDS-READ PIC 9(6) VALUE 0.
       01 CHARGE-RECORDS-USED PIC 9(6) VALUE 0.
       01 ACCRUAL-RECORDS-USED PIC 9(6) VALUE 0.
       01 WAIVER-RECORDS-READ PIC 9(6) VALUE 0.
       01 CUSTOMERS-LEFT-OUT PIC 9(6) VALUE 0.
       01 SOURCE-AMOUNT PIC S9(11)V99 VALUE 0.

       01 AMOUNT-DISPLAY PIC -(8)9.99.
       01 RANK-DISPLAY PIC Z9.
       01 CUSTOMER-COUNT-DISPLAY PIC Z(4)9.
       01 COUNT-DISPLAY PIC Z(5)9.
       01 OUTPUT-TEXT-LINE PIC X(110) VALUE SPACES.
       01 SEPARATOR-LINE PIC X(110) VALUE ALL "-".

       PROCEDURE DIVISION.
           PERFORM LOG-BATCH-RUN-START

           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE-TODAY
           PERFORM SET-REPORT-PERIOD

           PERFORM LOAD-KEY-XREF
           PERFORM LOAD-SEGMENT-MASTER

           PERFORM LOAD-FEES-CHARGED
           PERFORM LOAD-OVERDRAFT-INTEREST
           PERFORM LOAD-DEPOSIT-INTEREST
           PERFORM LOAD-FEES-WAIVED

           PERFORM VARYING PROFIT-INDEX FROM 1 BY 1
               UNTIL PROFIT-INDEX > PROFIT-COUNT
               PERFORM SETTLE-ONE-CUSTOMER
           END-PERFORM

           OPEN OUTPUT PROFIT-REPORT-FILE
           PERFORM WRITE-REPORT-HEADING

           MOVE "Y" TO RANK-MOST-PROFITABLE
           PERFORM WRITE-RANKING
           MOVE "N" TO RANK-MOST-PROFITABLE
           PERFORM WRITE-RANKING

           PERFORM WRITE-SEGMENT-TOTALS
           PERFORM REPORT-RUN-TOTALS
           CLOSE PROFIT-REPORT-FILE

           DISPLAY "Profitability report for " REPORT-PERIOD ": "
               PROFIT-COUNT " customer(s), " SEG-TOTAL-COUNT
               " segment(s)."

           PERFORM LOG-BATCH-RUN-END
       STOP RUN.

       LOG-BATCH-RUN-START.
           MOVE FUNCTION CURRENT-DATE TO BATCH-RUN-LOG-TIMESTAMP
           OPEN EXTEND BATCH-RUN-LOG-FILE
           IF BATCH-RUN-LOG-FILE-STATUS = "35"
               OPEN OUTPUT BATCH-RUN-LOG-FILE
           END-IF

           MOVE "PROFITRPT" TO BATCH-LOG-JOB-NAME
           MOVE BATCH-RUN-LOG-TIMESTAMP TO BATCH-LOG-TIMESTAMP
           MOVE "START" TO BATCH-LOG-EVENT
           MOVE SPACES TO BATCH-LOG-DETAIL
           WRITE BATCH-RUN-LOG-RECORD

           CLOSE BATCH-RUN-LOG-FILE
           EXIT.

       LOG-BATCH-RUN-END.
           MOVE FUNCTION CURRENT-DATE TO BATCH-RUN-LOG-TIMESTAMP
           OPEN EXTEND BATCH-RUN-LOG-FILE

           MOVE "PROFITRPT" TO BATCH-LOG-JOB-NAME
           MOVE BATCH-RUN-LOG-TIMESTAMP TO BATCH-LOG-TIMESTAMP
           MOVE "END" TO BATCH-LOG-EVENT
           MOVE GRAND-NET TO AMOUNT-DISPLAY
           MOVE PROFIT-COUNT TO CUSTOMER-COUNT-DISPLAY
           STRING "Period: " REPORT-PERIOD
               " Customers: "
               FUNCTION TRIM(CUSTOMER-COUNT-DISPLAY LEADING)
               " Net: "
               FUNCTION TRIM(AMOUNT-DISPLAY LEADING)
               INTO BATCH-LOG-DETAIL
           WRITE BATCH-RUN-LOG-RECORD

           CLOSE BATCH-RUN-LOG-FILE
           EXIT.

      * The report covers the calendar month before the run, so
      * the first run of a month reports the month just ended.
       SET-REPORT-PERIOD.
           MOVE RUN-DATE-TODAY(1:4) TO REPORT-YEAR
           MOVE RUN-DATE-TODAY(5:2) TO REPORT-MONTH
           IF REPORT-MONTH = 1
               MOVE 12 TO REPORT-MONTH
               SUBTRACT 1 FROM REPORT-YEAR
           ELSE
               SUBTRACT 1 FROM REPORT-MONTH
           END-IF
           MOVE REPORT-YEAR TO REPORT-PERIOD(1:4)
           MOVE REPORT-MONTH TO REPORT-PERIOD(5:2)
           EXIT.

       LOAD-KEY-XREF.
           OPEN INPUT KEY-XREF-FILE
           IF SOURCE-FILE-STATUS NOT = "00"
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
                           MOVE XREF-CPR TO XR-CPR(XREF-COUNT)
                           MOVE XREF-REFERENCE-ID
                               TO XR-REFERENCE-ID(XREF-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE KEY-XREF-FILE
           EXIT.

       LOAD-SEGMENT-MASTER.
           OPEN INPUT SEGMENT-MASTER-FILE
           IF SOURCE-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ SEGMENT-MASTER-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF SEGMENT-COUNT < SEGMENT-MAX
                           ADD 1 TO SEGMENT-COUNT
                           MOVE SEGMENT-REFERENCE-ID
                               TO SEG-REFERENCE-ID(SEGMENT-COUNT)
                           MOVE SEGMENT-CODE
                               TO SEG-CODE(SEGMENT-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SEGMENT-MASTER-FILE
           EXIT.

      *----------------------------------------------------------*
      * GeneratedFeeTransactions.txt is rewritten by every
      * FEEASSESS run, so it holds the latest month's fees only;
      * all of it is taken.
      *----------------------------------------------------------*
       LOAD-FEES-CHARGED.
           OPEN INPUT GENERATED-FEES-FILE
           IF SOURCE-FILE-STATUS NOT = "00"
               DISPLAY "GeneratedFeeTransactions.txt not found, "
                   "no fee income is counted."
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ GENERATED-FEES-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO FEE-RECORDS-READ
                       MOVE CPR OF GENERATED-FEE-RECORD TO LOOKUP-CPR
                       MOVE SPACES TO LOOKUP-REFERENCE-ID
                       PERFORM FIND-PROFIT-ENTRY
                       IF MATCHED-PROFIT-INDEX > 0
                           ADD DKK-AMOUNT OF GENERATED-FEE-RECORD
                               TO PROFIT-FEES(MATCHED-PROFIT-INDEX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GENERATED-FEES-FILE
           EXIT.

       LOAD-OVERDRAFT-INTEREST.
           OPEN INPUT CHARGE-JOURNAL-FILE
           IF SOURCE-FILE-STATUS NOT = "00"
               DISPLAY "OverdraftChargeJournal.txt not found, "
                   "no overdraft interest is counted."
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ CHARGE-JOURNAL-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF JOURNAL-CHARGE-DATE(1:6) = REPORT-PERIOD
                           ADD 1 TO CHARGE-RECORDS-USED
                           MOVE JOURNAL-CPR TO LOOKUP-CPR
                           MOVE SPACES TO LOOKUP-REFERENCE-ID
                           PERFORM FIND-PROFIT-ENTRY
                           IF MATCHED-PROFIT-INDEX > 0
                               MOVE JOURNAL-CHARGE-AMOUNT
                                   TO SOURCE-AMOUNT
                               ADD SOURCE-AMOUNT
                                   TO PROFIT-OVERDRAFT-INTEREST(
                                       MATCHED-PROFIT-INDEX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHARGE-JOURNAL-FILE
           EXIT.

       LOAD-DEPOSIT-INTEREST.
           OPEN INPUT INTEREST-ACCRUAL-FILE
           IF SOURCE-FILE-STATUS NOT = "00"
               DISPLAY "InterestAccrualJournal.txt not found, "
                   "no deposit interest is counted."
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ INTEREST-ACCRUAL-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF ACCRUAL-DATE(1:6) = REPORT-PERIOD
                           ADD 1 TO ACCRUAL-RECORDS-USED
                           MOVE ACCRUAL-CPR TO LOOKUP-CPR
                           MOVE ACCRUAL-REFERENCE-ID
                               TO LOOKUP-REFERENCE-ID
                           PERFORM FIND-PROFIT-ENTRY
                           IF MATCHED-PROFIT-INDEX > 0
                               ADD ACCRUAL-INTEREST-AMOUNT
                                   TO PROFIT-DEPOSIT-INTEREST(
                                       MATCHED-PROFIT-INDEX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INTEREST-ACCRUAL-FILE
           EXIT.

      * Like the fees themselves, FeeWaivers.txt is rewritten by
      * every FEEASSESS run and is taken whole.
       LOAD-FEES-WAIVED.
           OPEN INPUT FEE-WAIVERS-FILE
           IF SOURCE-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ FEE-WAIVERS-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO WAIVER-RECORDS-READ
                       MOVE WAIVER-CPR TO LOOKUP-CPR
                       MOVE WAIVER-REFERENCE-ID TO LOOKUP-REFERENCE-ID
                       PERFORM FIND-PROFIT-ENTRY
                       IF MATCHED-PROFIT-INDEX > 0
                           MOVE WAIVER-SEGMENT
                               TO PROFIT-SEGMENT(MATCHED-PROFIT-INDEX)
                           COMPUTE PROFIT-FOREGONE(
                                   MATCHED-PROFIT-INDEX) =
                               PROFIT-FOREGONE(MATCHED-PROFIT-INDEX)
                               + WAIVER-TXN-AMOUNT
                               + WAIVER-MONTHLY-AMOUNT
                               + WAIVER-OVERDRAFT-AMOUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FEE-WAIVERS-FILE
           EXIT.

      *----------------------------------------------------------*
      * Finds the customer's row by LOOKUP-CPR or
      * LOOKUP-REFERENCE-ID, adding one when the customer is new.
      * A new row gets its missing key from the xref, so a later
      * source carrying only the other key still finds it.
      * MATCHED-PROFIT-INDEX is 0 when the table is full.
      *----------------------------------------------------------*
       FIND-PROFIT-ENTRY.
           IF LOOKUP-REFERENCE-ID = SPACES
               PERFORM VARYING XREF-INDEX FROM 1 BY 1
                   UNTIL XREF-INDEX > XREF-COUNT
                       OR LOOKUP-REFERENCE-ID NOT = SPACES
                   IF XR-CPR(XREF-INDEX) = LOOKUP-CPR
                       MOVE XR-REFERENCE-ID(XREF-INDEX)
                           TO LOOKUP-REFERENCE-ID
                   END-IF
               END-PERFORM
           END-IF
           IF LOOKUP-CPR = SPACES
               PERFORM VARYING XREF-INDEX FROM 1 BY 1
                   UNTIL XREF-INDEX > XREF-COUNT
                       OR LOOKUP-CPR NOT = SPACES
                   IF XR-REFERENCE-ID(XREF-INDEX)
                           = LOOKUP-REFERENCE-ID
                       MOVE XR-CPR(XREF-INDEX) TO LOOKUP-CPR
                   END-IF
               END-PERFORM
           END-IF

           MOVE 0 TO MATCHED-PROFIT-INDEX
           PERFORM VARYING PROFIT-INDEX FROM 1 BY 1
               UNTIL PROFIT-INDEX > PROFIT-COUNT
                   OR MATCHED-PROFIT-INDEX > 0
               IF (LOOKUP-CPR NOT = SPACES
                       AND PROFIT-CPR(PROFIT-INDEX) = LOOKUP-CPR)
                   OR (LOOKUP-REFERENCE-ID NOT = SPACES
                       AND PROFIT-REFERENCE-ID(PROFIT-INDEX)
                           = LOOKUP-REFERENCE-ID)
                   MOVE PROFIT-INDEX TO MATCHED-PROFIT-INDEX
               END-IF
           END-PERFORM

           IF MATCHED-PROFIT-INDEX > 0
               IF PROFIT-CPR(MATCHED-PROFIT-INDEX) = SPACES
                   MOVE LOOKUP-CPR TO PROFIT-CPR(MATCHED-PROFIT-INDEX)
               END-IF
               IF PROFIT-REFERENCE-ID(MATCHED-PROFIT-INDEX) = SPACES
                   MOVE LOOKUP-REFERENCE-ID
                       TO PROFIT-REFERENCE-ID(MATCHED-PROFIT-INDEX)
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF PROFIT-COUNT >= PROFIT-MAX
               ADD 1 TO CUSTOMERS-LEFT-OUT
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO PROFIT-COUNT
           MOVE PROFIT-COUNT TO MATCHED-PROFIT-INDEX
           MOVE LOOKUP-CPR TO PROFIT-CPR(PROFIT-COUNT)
           MOVE LOOKUP-REFERENCE-ID TO PROFIT-REFERENCE-ID(PROFIT-COUNT)
           EXIT.

      *----------------------------------------------------------*
      * Works out the customer's net, looks up the segment and
      * adds the customer into the segment and run totals.
      *----------------------------------------------------------*
       SETTLE-ONE-CUSTOMER.
           COMPUTE PROFIT-NET(PROFIT-INDEX) =
               PROFIT-FEES(PROFIT-INDEX)
               + PROFIT-OVERDRAFT-INTEREST(PROFIT-INDEX)
               - PROFIT-DEPOSIT-INTEREST(PROFIT-INDEX)
               - PROFIT-FOREGONE(PROFIT-INDEX)

      * The segment master decides; failing that, the segment the
      * assessment waived fees under, and otherwise DEFAULT.
           IF PROFIT-REFERENCE-ID(PROFIT-INDEX) NOT = SPACES
               PERFORM VARYING SEGMENT-INDEX FROM 1 BY 1
                   UNTIL SEGMENT-INDEX > SEGMENT-COUNT
                   IF SEG-REFERENCE-ID(SEGMENT-INDEX)
                           = PROFIT-REFERENCE-ID(PROFIT-INDEX)
                       MOVE SEG-CODE(SEGMENT-INDEX)
                           TO PROFIT-SEGMENT(PROFIT-INDEX)
                   END-IF
               END-PERFORM
           END-IF
           IF PROFIT-SEGMENT(PROFIT-INDEX) = SPACES
               MOVE "DEFAULT" TO PROFIT-SEGMENT(PROFIT-INDEX)
           END-IF

           MOVE 0 TO MATCHED-SEG-TOTAL
           PERFORM VARYING SEG-TOTAL-INDEX FROM 1 BY 1
               UNTIL SEG-TOTAL-INDEX > SEG-TOTAL-COUNT
                   OR MATCHED-SEG-TOTAL > 0
               IF ST-SEGMENT(SEG-TOTAL-INDEX)
                       = PROFIT-SEGMENT(PROFIT-INDEX)
                   MOVE SEG-TOTAL-INDEX TO MATCHED-SEG-TOTAL
               END-IF
           END-PERFORM
           IF MATCHED-SEG-TOTAL = 0
               IF SEG-TOTAL-COUNT >= SEG-TOTAL-MAX
                   DISPLAY "WARNING: too many segments, segment "
                       PROFIT-SEGMENT(PROFIT-INDEX)
                       " is left out of the segment totals."
               ELSE
                   ADD 1 TO SEG-TOTAL-COUNT
                   MOVE SEG-TOTAL-COUNT TO MATCHED-SEG-TOTAL
                   MOVE PROFIT-SEGMENT(PROFIT-INDEX)
                       TO ST-SEGMENT(SEG-TOTAL-COUNT)
               END-IF
           END-IF

           IF MATCHED-SEG-TOTAL > 0
               ADD 1 TO ST-CUSTOMERS(MATCHED-SEG-TOTAL)
               ADD PROFIT-FEES(PROFIT-INDEX)
                   TO ST-FEES(MATCHED-SEG-TOTAL)
               ADD PROFIT-OVERDRAFT-INTEREST(PROFIT-INDEX)
                   TO ST-OVERDRAFT-INTEREST(MATCHED-SEG-TOTAL)
               ADD PROFIT-DEPOSIT-INTEREST(PROFIT-INDEX)
                   TO ST-DEPOSIT-INTEREST(MATCHED-SEG-TOTAL)
               ADD PROFIT-FOREGONE(PROFIT-INDEX)
                   TO ST-FOREGONE(MATCHED-SEG-TOTAL)
               ADD PROFIT-NET(PROFIT-INDEX)
                   TO ST-NET(MATCHED-SEG-TOTAL)
           END-IF

           ADD PROFIT-FEES(PROFIT-INDEX) TO GRAND-FEES
           ADD PROFIT-OVERDRAFT-INTEREST(PROFIT-INDEX)
               TO GRAND-OVERDRAFT-INTEREST
           ADD PROFIT-DEPOSIT-INTEREST(PROFIT-INDEX)
               TO GRAND-DEPOSIT-INTEREST
           ADD PROFIT-FOREGONE(PROFIT-INDEX) TO GRAND-FOREGONE
           ADD PROFIT-NET(PROFIT-INDEX) TO GRAND-NET
           EXIT.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO OUTPUT-TEXT-LINE
           STRING "Customer and segment profitability - "
                   DELIMITED BY SIZE
               REPORT-PERIOD(1:4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               REPORT-PERIOD(5:2) DELIMITED BY SIZE
               " (run " DELIMITED BY SIZE
               RUN-DATE-TODAY DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO OUTPUT-TEXT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE "Net = fees + OD interest - deposit interest"
               TO OUTPUT-TEXT-LINE
           MOVE " - waived fees (income foregone). Amounts in DKK."
               TO OUTPUT-TEXT-LINE(44:50)
           PERFORM WRITE-REPORT-LINE
           MOVE SEPARATOR-LINE TO OUTPUT-TEXT-LINE
           PERFORM WRITE-REPORT-LINE
           EXIT.

      *----------------------------------------------------------*
      * Lists the RANK-LIMIT customers with the highest net
      * (RANK-MOST-PROFITABLE "Y") or the lowest ("N"), picking
      * the best remaining customer each time round.
      *----------------------------------------------------------*
       WRITE-RANKING.
           PERFORM VARYING PROFIT-INDEX FROM 1 BY 1
               UNTIL PROFIT-INDEX > PROFIT-COUNT
               MOVE "N" TO PROFIT-RANKED(PROFIT-INDEX)
           END-PERFORM

           PERFORM WRITE-REPORT-LINE
           IF RANK-MOST-PROFITABLE = "Y"
               MOVE "Most profitable customers" TO OUTPUT-TEXT-LINE
           ELSE
               MOVE "Least profitable customers" TO OUTPUT-TEXT-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE
           MOVE "Rank  Reference  CPR              Segment"
               TO OUTPUT-TEXT-LINE
           PERFORM WRITE-AMOUNT-HEADINGS

           PERFORM VARYING RANK-NUMBER FROM 1 BY 1
               UNTIL RANK-NUMBER > RANK-LIMIT
                   OR RANK-NUMBER > PROFIT-COUNT
               PERFORM PICK-NEXT-RANKED
               PERFORM WRITE-RANKED-CUSTOMER
           END-PERFORM

           IF PROFIT-COUNT = 0
               MOVE "  No customer income or cost in the period."
                   TO OUTPUT-TEXT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           EXIT.

       PICK-NEXT-RANKED.
           MOVE 0 TO RANK-PICK
           PERFORM VARYING PROFIT-INDEX FROM 1 BY 1
               UNTIL PROFIT-INDEX > PROFIT-COUNT
               IF PROFIT-RANKED(PROFIT-INDEX) = "N"
                   IF RANK-PICK = 0
                       MOVE PROFIT-INDEX TO RANK-PICK
                   ELSE
                       IF RANK-MOST-PROFITABLE = "Y"
                           AND PROFIT-NET(PROFIT-INDEX)
                               > PROFIT-NET(RANK-PICK)
                           MOVE PROFIT-INDEX TO RANK-PICK
                       END-IF
                       IF RANK-MOST-PROFITABLE = "N"
                           AND PROFIT-NET(PROFIT-INDEX)
                               < PROFIT-NET(RANK-PICK)
                           MOVE PROFIT-INDEX TO RANK-PICK
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE "Y" TO PROFIT-RANKED(RANK-PICK)
           EXIT.

       WRITE-RANKED-CUSTOMER.
           MOVE RANK-NUMBER TO RANK-DISPLAY
           MOVE RANK-DISPLAY TO OUTPUT-TEXT-LINE(3:2)
           MOVE PROFIT-REFERENCE-ID(RANK-PICK)
               TO OUTPUT-TEXT-LINE(7:10)
           MOVE PROFIT-CPR(RANK-PICK) TO OUTPUT-TEXT-LINE(18:15)
           MOVE PROFIT-SEGMENT(RANK-PICK) TO OUTPUT-TEXT-LINE(35:8)

           MOVE PROFIT-FEES(RANK-PICK) TO AMOUNT-DISPLAY
           MOVE AMOUNT-DISPLAY TO OUTPUT-TEXT-LINE(45:12)
           MOVE PROFIT-OVERDRAFT-INTEREST(RANK-PICK) TO AMOUNT-DISPLAY
           MOVE AMOUNT-DISPLAY TO OUTPUT-TEXT-LINE(58:12)
           MOVE PROFIT-DEPOSIT-INTEREST(RANK-PICK) TO AMOUNT-DISPLAY
           MOVE AMOUNT-DISPLAY TO OUTPUT-TEXT-LINE(71:12)
           MOVE PROFIT-FOREGONE(RANK-PICK) TO AMOUNT-DISPLAY
           MOVE AMOUNT-DISPLAY TO OUTPUT-TEXT-LINE(84:12)
           MOVE PROFIT-NET(RANK-PICK) TO AMOUNT-DISPLAY
           MOVE AMOUNT-DISPLAY TO OUTPUT-TEXT-LINE(97:12)
           PERFORM WRITE-REPORT-LINE
           EXIT.

      * Completes the column heading already in OUTPUT-TEXT-LINE
      * with the amount columns shared by both sections.
       WRITE-AMOUNT-HEADINGS.
           MOVE "        Fees" TO OUTPUT-TEXT-LINE(45:12)
           MOVE " OD interest" TO OUTPUT-TEXT-LINE(58:12)
           MOVE "Dep interest" TO OUTPUT-TEXT-LINE(71:12)
           MOVE "    Foregone" TO OUTPUT-TEXT-LINE(84:12)
           MOVE "         Net" TO OUTPUT-TEXT-LINE(97:12)
           PERFORM WRITE-REPORT-LINE
           EXIT.

       WRITE-SEGMENT-TOTALS.
           PERFORM WRITE-REPORT-LINE
           MOVE "Totals per segment" TO OUTPUT-TEXT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "Segment   Customers" TO OUTPUT-TEXT-LINE
           PERFORM WRITE-AMOUNT-HEADINGS

           PERFORM VARYING SEG-TOTAL-INDEX FROM 1 BY 1
               UNTIL SEG-TOTAL-INDEX > SEG-TOTAL-COUNT
               MOVE ST-SEGMENT(SEG-TOTAL-INDEX)
                   TO OUTPUT-TEXT-LINE(1:8)
               MOVE ST-CUSTOMERS(SEG-TOTAL-INDEX)
                   TO CUSTOMER-COUNT-DISPLAY
               MOVE CUSTOMER-COUNT-DISPLAY TO OUTPUT-TEXT-LINE(15:5)
               MOVE ST-FEES(SEG-TOTAL-INDEX) TO AMOUNT-DISPLAY
               MOVE AMOUNT-DISPLAY TO OUTPUT-TEXT-LINE(45:12)
               MOVE ST-OVERDRAFT-INTEREST(SEG-TOTAL-INDEX)
                   TO AMOUNT-DISPLAY
               MOVE AMOUNT-DISPLAY TO OUTPUT-TEXT-LINE(58:12)
               MOVE ST-DEPOSIT-INTEREST(SEG-TOTAL-INDEX)
                   TO AMOUNT-DISPLAY
               MOVE AMOUNT-DISPLAY TO OUTPUT-TEXT-LINE(71:12)
               MOVE ST-FOREGONE(SEG-TOTAL-INDEX) TO AMOUNT-DISPLAY
               MOVE AMOUNT-DISPLAY TO OUTPUT-TEXT-LINE(84:12)
               MOVE ST-NET(SEG-TOTAL-INDEX) TO AMOUNT-DISPLAY
               MOVE AMOUNT-DISPLAY TO OUTPUT-TEXT-LINE(97:12)
               PERFORM WRITE-REPORT-LINE
           END-PERFORM

           MOVE "All" TO OUTPUT-TEXT-LINE(1:8)
           MOVE PROFIT-COUNT TO CUSTOMER-COUNT-DISPLAY
           MOVE CUSTOMER-COUNT-DISPLAY TO OUTPUT-TEXT-LINE(15:5)
           MOVE GRAND-FEES TO AMOUNT-DISPLAY
           MOVE AMOUNT-DISPLAY TO OUTPUT-TEXT-LINE(45:12)
           MOVE GRAND-OVERDRAFT-INTEREST TO AMOUNT-DISPLAY
           MOVE AMOUNT-DISPLAY TO OUTPUT-TEXT-LINE(58:12)
           MOVE GRAND-DEPOSIT-INTEREST TO AMOUNT-DISPLAY
           MOVE AMOUNT-DISPLAY TO OUTPUT-TEXT-LINE(71:12)
           MOVE GRAND-FOREGONE TO AMOUNT-DISPLAY
           MOVE AMOUNT-DISPLAY TO OUTPUT-TEXT-LINE(84:12)
           MOVE GRAND-NET TO AMOUNT-DISPLAY
           MOVE AMOUNT-DISPLAY TO OUTPUT-TEXT-LINE(97:12)
           PERFORM WRITE-REPORT-LINE
           EXIT.

       REPORT-RUN-TOTALS.
           MOVE SEPARATOR-LINE TO OUTPUT-TEXT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE "Fee transactions in the latest assessment"
               TO OUTPUT-TEXT-LINE
           MOVE FEE-RECORDS-READ TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(46:6)
           PERFORM WRITE-REPORT-LINE

           MOVE "Overdraft charges journalled in the month"
               TO OUTPUT-TEXT-LINE
           MOVE CHARGE-RECORDS-USED TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(46:6)
           PERFORM WRITE-REPORT-LINE

           MOVE "Deposit interest credits in the month"
               TO OUTPUT-TEXT-LINE
           MOVE ACCRUAL-RECORDS-USED TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(46:6)
           PERFORM WRITE-REPORT-LINE

           MOVE "Customers with fees waived" TO OUTPUT-TEXT-LINE
           MOVE WAIVER-RECORDS-READ TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(46:6)
           PERFORM WRITE-REPORT-LINE

           IF CUSTOMERS-LEFT-OUT > 0
               MOVE "WARNING: rows left out, customer table full"
                   TO OUTPUT-TEXT-LINE
               MOVE CUSTOMERS-LEFT-OUT TO COUNT-DISPLAY
               MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(46:6)
               PERFORM WRITE-REPORT-LINE
           END-IF
           EXIT.

       WRITE-REPORT-LINE.
           MOVE OUTPUT-TEXT-LINE TO PROFIT-REPORT-LINE
           WRITE PROFIT-REPORT-LINE
           MOVE SPACES TO OUTPUT-TEXT-LINE
           EXIT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISPUTERPT.

      *----------------------------------------------------------*
      * Monthly card dispute report per shop. Reads               *
      * DisputeRegister.txt and lists, for the calendar month     *
      * before the run date, every shop with dispute activity     *
      * under its ShopMaster.txt merchant id: disputes opened,    *
      * won by the customer with the DKK charged back, lost, and  *
      * - as at the run - still undecided and past the merchant   *
      * response deadline. Shops the master does not know are     *
      * listed by their feed name with a blank merchant id so     *
      * the master can be extended. Output is                     *
      * DisputeShopReport.txt.                                    *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISPUTE-REGISTER-FILE
               ASSIGN TO "DisputeRegister.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGISTER-FILE-STATUS.

           SELECT SHOP-MASTER-FILE
               ASSIGN TO "ShopMaster.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SHOP-MASTER-FILE-STATUS.

           SELECT SHOP-REPORT-FILE
               ASSIGN TO "DisputeShopReport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BATCH-RUN-LOG-FILE
               ASSIGN TO "BatchRunLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BATCH-RUN-LOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD DISPUTE-REGISTER-FILE.
       01 DISPUTE-REGISTER-RECORD.
           COPY "Dispute.cpy".

       FD SHOP-MASTER-FILE.
       01 SHOP-MASTER-RECORD.
           02 SHOPM-CANONICAL-NAME PIC X(20).
           02 SHOPM-MERCHANT-ID PIC X(8).
           02 SHOPM-CATEGORY PIC X(12).
           02 SHOPM-ALIAS-1 PIC X(20).
           02 SHOPM-ALIAS-2 PIC X(20).
           02 SHOPM-ALIAS-3 PIC X(20).

       FD SHOP-REPORT-FILE.
       01 SHOP-REPORT-LINE PIC X(100).

       FD BATCH-RUN-LOG-FILE.
       01 BATCH-RUN-LOG-RECORD.
           COPY "BatchRunLog.cpy".

       WORKING-STORAGE SECTION.
       01 BATCH-RUN-LOG-TIMESTAMP PIC X(26) VALUE SPACES.
       01 REGISTER-FILE-STATUS PIC X(2) VALUE "00".
       01 SHOP-MASTER-FILE-STATUS PIC X(2) VALUE "00".
       01 BATCH-RUN-LOG-FILE-STATUS PIC X(2) VALUE "00".

       01 END-OF-FILE PIC X VALUE "N".

      * One row per merchant; master shops are laid down first in
      * master order, unknown shops are added as they are met.
       01 SHOP-ROW-TABLE.
           02 SHOP-ROW-COUNT PIC 999 VALUE 0.
           02 SHOP-ROW-MAX PIC 999 VALUE 120.
           02 SHOP-ROWS OCCURS 120 TIMES.
               03 ROW-MERCHANT-ID PIC X(8) VALUE SPACES.
               03 ROW-SHOP-NAME PIC X(20) VALUE SPACES.
               03 ROW-OPENED-COUNT PIC 9(4) VALUE 0.
               03 ROW-WON-COUNT PIC 9(4) VALUE 0.
               03 ROW-WON-DKK PIC S9(11)V99 VALUE 0.
               03 ROW-LOST-COUNT PIC 9(4) VALUE 0.
               03 ROW-UNDECIDED-COUNT PIC 9(4) VALUE 0.
               03 ROW-OVERDUE-COUNT PIC 9(4) VALUE 0.
       01 SHOP-ROW-INDEX PIC 999 VALUE 0.
       01 MATCHED-ROW-INDEX PIC 999 VALUE 0.
       01 ROW-HAS-ACTIVITY PIC X VALUE "N".

       01 RUN-DATE-TODAY PIC X(8) VALUE SPACES.
       01 REPORT-YEAR PIC 9(4) VALUE 0.
       01 REPORT-MONTH PIC 99 VALUE 0.
       01 REPORT-PERIOD PIC X(6) VALUE SPACES.

       01 DISPUTES-READ-COUNT PIC 9(6) VALUE 0.
       01 TOTAL-OPENED-COUNT PIC 9(6) VALUE 0.
       01 TOTAL-WON-COUNT PIC 9(6) VALUE 0.
       01 TOTAL-WON-DKK PIC S9(11)V99 VALUE 0.
       01 TOTAL-LOST-COUNT PIC 9(6) VALUE 0.
       01 TOTAL-UNDECIDED-COUNT PIC 9(6) VALUE 0.
       01 TOTAL-OVERDUE-COUNT PIC 9(6) VALUE 0.
       01 SHOPS-LISTED-COUNT PIC 9(6) VALUE 0.

       01 AMOUNT-EDIT-DISPLAY PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01 SMALL-COUNT-DISPLAY PIC ZZZ9.
       01 OUTPUT-TEXT-LINE PIC X(100) VALUE SPACES.
       01 SEPARATOR-LINE PIC X(100) VALUE ALL "-".
       01 COUNT-DISPLAY PIC Z(5)9.

       PROCEDURE DIVISION.
           PERFORM LOG-BATCH-RUN-START

           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE-TODAY
           PERFORM SET-REPORT-PERIOD

           PERFORM LOAD-SHOP-MASTER

           OPEN INPUT DISPUTE-REGISTER-FILE
           IF REGISTER-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-FILE = "Y"
                   READ DISPUTE-REGISTER-FILE
                       AT END
                           MOVE "Y" TO END-OF-FILE
                       NOT AT END
                           ADD 1 TO DISPUTES-READ-COUNT
                           PERFORM COUNT-ONE-DISPUTE
                   END-READ
               END-PERFORM
               CLOSE DISPUTE-REGISTER-FILE
           ELSE
               DISPLAY "DisputeRegister.txt not found, the report "
                   "shows no disputes."
           END-IF

           OPEN OUTPUT SHOP-REPORT-FILE
           PERFORM WRITE-REPORT-HEADING

           PERFORM VARYING SHOP-ROW-INDEX FROM 1 BY 1
               UNTIL SHOP-ROW-INDEX > SHOP-ROW-COUNT
               PERFORM WRITE-ONE-SHOP-ROW
           END-PERFORM

           PERFORM REPORT-RUN-TOTALS
           CLOSE SHOP-REPORT-FILE

           DISPLAY "Dispute shop report for " REPORT-PERIOD ": "
               SHOPS-LISTED-COUNT " shop(s), " TOTAL-OPENED-COUNT
               " opened, " TOTAL-WON-COUNT " charged back."

           PERFORM LOG-BATCH-RUN-END
       STOP RUN.

       LOG-BATCH-RUN-START.
           MOVE FUNCTION CURRENT-DATE TO BATCH-RUN-LOG-TIMESTAMP
           OPEN EXTEND BATCH-RUN-LOG-FILE
           IF BATCH-RUN-LOG-FILE-STATUS = "35"
               OPEN OUTPUT BATCH-RUN-LOG-FILE
           END-IF

           MOVE "DISPUTERPT" TO BATCH-LOG-JOB-NAME
           MOVE BATCH-RUN-LOG-TIMESTAMP TO BATCH-LOG-TIMESTAMP
           MOVE "START" TO BATCH-LOG-EVENT
           MOVE SPACES TO BATCH-LOG-DETAIL
           WRITE BATCH-RUN-LOG-RECORD

           CLOSE BATCH-RUN-LOG-FILE
           EXIT.

       LOG-BATCH-RUN-END.
           MOVE FUNCTION CURRENT-DATE TO BATCH-RUN-LOG-TIMESTAMP
           OPEN EXTEND BATCH-RUN-LOG-FILE

           MOVE "DISPUTERPT" TO BATCH-LOG-JOB-NAME
           MOVE BATCH-RUN-LOG-TIMESTAMP TO BATCH-LOG-TIMESTAMP
           MOVE "END" TO BATCH-LOG-EVENT
           STRING "Period: " REPORT-PERIOD
               " Shops: "
               FUNCTION TRIM(SHOPS-LISTED-COUNT LEADING)
               " Chargebacks: "
               FUNCTION TRIM(TOTAL-WON-COUNT LEADING)
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

       LOAD-SHOP-MASTER.
           OPEN INPUT SHOP-MASTER-FILE
           IF SHOP-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "ShopMaster.txt not found, shops are listed "
                   "by feed name only"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL SHOP-MASTER-FILE-STATUS = "10"
               READ SHOP-MASTER-FILE
                   AT END
                       MOVE "10" TO SHOP-MASTER-FILE-STATUS
                   NOT AT END
                       IF SHOP-ROW-COUNT < SHOP-ROW-MAX
                           ADD 1 TO SHOP-ROW-COUNT
                           MOVE SHOPM-MERCHANT-ID
                               TO ROW-MERCHANT-ID(SHOP-ROW-COUNT)
                           MOVE SHOPM-CANONICAL-NAME
                               TO ROW-SHOP-NAME(SHOP-ROW-COUNT)
                       ELSE
                           DISPLAY "ShopMaster.txt exceeds capacity, "
                               "ignoring remaining shops"
                       END-IF
               END-READ
           END-PERFORM

           CLOSE SHOP-MASTER-FILE
           EXIT.

      *----------------------------------------------------------*
      * A dispute counts against the master row carrying its
      * merchant id; a dispute on a shop the master did not know
      * when it was registered counts against its settlement
      * shop name.
      *----------------------------------------------------------*
       FIND-SHOP-ROW.
           MOVE 0 TO MATCHED-ROW-INDEX
           PERFORM VARYING SHOP-ROW-INDEX FROM 1 BY 1
               UNTIL SHOP-ROW-INDEX > SHOP-ROW-COUNT
                   OR MATCHED-ROW-INDEX > 0
               IF DISPUTE-MERCHANT-ID NOT = SPACES
                   IF ROW-MERCHANT-ID(SHOP-ROW-INDEX)
                           = DISPUTE-MERCHANT-ID
                       MOVE SHOP-ROW-INDEX TO MATCHED-ROW-INDEX
                   END-IF
               ELSE
                   IF ROW-MERCHANT-ID(SHOP-ROW-INDEX) = SPACES
                       AND ROW-SHOP-NAME(SHOP-ROW-INDEX)
                           = DISPUTE-SETTLE-SHOP
                       MOVE SHOP-ROW-INDEX TO MATCHED-ROW-INDEX
                   END-IF
               END-IF
           END-PERFORM

           IF MATCHED-ROW-INDEX > 0
               EXIT PARAGRAPH
           END-IF

           IF SHOP-ROW-COUNT >= SHOP-ROW-MAX
               DISPLAY "WARNING: too many shops, dispute "
                   DISPUTE-ID " is left out of the report."
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO SHOP-ROW-COUNT
           MOVE SHOP-ROW-COUNT TO MATCHED-ROW-INDEX
           MOVE DISPUTE-MERCHANT-ID TO ROW-MERCHANT-ID(SHOP-ROW-COUNT)
           MOVE DISPUTE-SETTLE-SHOP TO ROW-SHOP-NAME(SHOP-ROW-COUNT)
           EXIT.

       COUNT-ONE-DISPUTE.
           PERFORM FIND-SHOP-ROW
           IF MATCHED-ROW-INDEX = 0
               EXIT PARAGRAPH
           END-IF

           IF DISPUTE-OPENED-DATE(1:6) = REPORT-PERIOD
               ADD 1 TO ROW-OPENED-COUNT(MATCHED-ROW-INDEX)
               ADD 1 TO TOTAL-OPENED-COUNT
           END-IF

           IF DISPUTE-WON
               AND DISPUTE-CLOSED-DATE(1:6) = REPORT-PERIOD
               ADD 1 TO ROW-WON-COUNT(MATCHED-ROW-INDEX)
               ADD DISPUTE-DKK-AMOUNT TO ROW-WON-DKK(MATCHED-ROW-INDEX)
               ADD 1 TO TOTAL-WON-COUNT
               ADD DISPUTE-DKK-AMOUNT TO TOTAL-WON-DKK
           END-IF

           IF DISPUTE-LOST
               AND DISPUTE-CLOSED-DATE(1:6) = REPORT-PERIOD
               ADD 1 TO ROW-LOST-COUNT(MATCHED-ROW-INDEX)
               ADD 1 TO TOTAL-LOST-COUNT
           END-IF

           IF NOT DISPUTE-CLOSED
               ADD 1 TO ROW-UNDECIDED-COUNT(MATCHED-ROW-INDEX)
               ADD 1 TO TOTAL-UNDECIDED-COUNT
               IF DISPUTE-OPEN
                   AND DISPUTE-DEADLINE-DATE < RUN-DATE-TODAY
                   ADD 1 TO ROW-OVERDUE-COUNT(MATCHED-ROW-INDEX)
                   ADD 1 TO TOTAL-OVERDUE-COUNT
               END-IF
           END-IF
           EXIT.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO OUTPUT-TEXT-LINE
           STRING "Card disputes per shop - " DELIMITED BY SIZE
               REPORT-PERIOD(1:4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               REPORT-PERIOD(5:2) DELIMITED BY SIZE
               " (run " DELIMITED BY SIZE
               RUN-DATE-TODAY DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO OUTPUT-TEXT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SEPARATOR-LINE TO OUTPUT-TEXT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "Merchant Shop                 Opened  Won"
               TO OUTPUT-TEXT-LINE
           MOVE "Charged back DKK  Lost  Open  Late"
               TO OUTPUT-TEXT-LINE(48:34)
           PERFORM WRITE-REPORT-LINE
           EXIT.

      * Master shops without any dispute activity are left out.
       WRITE-ONE-SHOP-ROW.
           MOVE "N" TO ROW-HAS-ACTIVITY
           IF ROW-OPENED-COUNT(SHOP-ROW-INDEX) > 0
               OR ROW-WON-COUNT(SHOP-ROW-INDEX) > 0
               OR ROW-LOST-COUNT(SHOP-ROW-INDEX) > 0
               OR ROW-UNDECIDED-COUNT(SHOP-ROW-INDEX) > 0
               MOVE "Y" TO ROW-HAS-ACTIVITY
           END-IF
           IF ROW-HAS-ACTIVITY = "N"
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO SHOPS-LISTED-COUNT
           MOVE ROW-MERCHANT-ID(SHOP-ROW-INDEX)
               TO OUTPUT-TEXT-LINE(1:8)
           MOVE ROW-SHOP-NAME(SHOP-ROW-INDEX)
               TO OUTPUT-TEXT-LINE(10:20)
           MOVE ROW-OPENED-COUNT(SHOP-ROW-INDEX) TO SMALL-COUNT-DISPLAY
           MOVE SMALL-COUNT-DISPLAY TO OUTPUT-TEXT-LINE(33:4)
           MOVE ROW-WON-COUNT(SHOP-ROW-INDEX) TO SMALL-COUNT-DISPLAY
           MOVE SMALL-COUNT-DISPLAY TO OUTPUT-TEXT-LINE(38:4)
           MOVE ROW-WON-DKK(SHOP-ROW-INDEX) TO AMOUNT-EDIT-DISPLAY
           MOVE AMOUNT-EDIT-DISPLAY TO OUTPUT-TEXT-LINE(47:17)
           MOVE ROW-LOST-COUNT(SHOP-ROW-INDEX) TO SMALL-COUNT-DISPLAY
           MOVE SMALL-COUNT-DISPLAY TO OUTPUT-TEXT-LINE(66:4)
           MOVE ROW-UNDECIDED-COUNT(SHOP-ROW-INDEX)
               TO SMALL-COUNT-DISPLAY
           MOVE SMALL-COUNT-DISPLAY TO OUTPUT-TEXT-LINE(72:4)
           MOVE ROW-OVERDUE-COUNT(SHOP-ROW-INDEX)
               TO SMALL-COUNT-DISPLAY
           MOVE SMALL-COUNT-DISPLAY TO OUTPUT-TEXT-LINE(78:4)
           PERFORM WRITE-REPORT-LINE
           EXIT.

       REPORT-RUN-TOTALS.
           MOVE SEPARATOR-LINE TO OUTPUT-TEXT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE "Disputes in the register" TO OUTPUT-TEXT-LINE
           MOVE DISPUTES-READ-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-REPORT-LINE

           MOVE "Shops listed" TO OUTPUT-TEXT-LINE
           MOVE SHOPS-LISTED-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-REPORT-LINE

           MOVE "Opened in the month" TO OUTPUT-TEXT-LINE
           MOVE TOTAL-OPENED-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-REPORT-LINE

           MOVE "Won by the customer (chargeback)"
               TO OUTPUT-TEXT-LINE
           MOVE TOTAL-WON-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           MOVE TOTAL-WON-DKK TO AMOUNT-EDIT-DISPLAY
           MOVE AMOUNT-EDIT-DISPLAY TO OUTPUT-TEXT-LINE(47:17)
           PERFORM WRITE-REPORT-LINE

           MOVE "Lost by the customer" TO OUTPUT-TEXT-LINE
           MOVE TOTAL-LOST-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-REPORT-LINE

           MOVE "Undecided at the run" TO OUTPUT-TEXT-LINE
           MOVE TOTAL-UNDECIDED-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-REPORT-LINE

           MOVE "Past the merchant deadline" TO OUTPUT-TEXT-LINE
           MOVE TOTAL-OVERDUE-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO OUTPUT-TEXT-LINE(40:6)
           PERFORM WRITE-REPORT-LINE
           EXIT.

       WRITE-REPORT-LINE.
           MOVE OUTPUT-TEXT-LINE TO SHOP-REPORT-LINE
           WRITE SHOP-REPORT-LINE
           MOVE SPACES TO OUTPUT-TEXT-LINE
           EXIT.

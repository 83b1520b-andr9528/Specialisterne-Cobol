       IDENTIFICATION DIVISION.
       PROGRAM-ID. AVAILBAL.

      *----------------------------------------------------------*
      * Shared available-balance routine. Called by the jobs that *
      * take money from a customer with an AvailBal.cpy parameter *
      * block: the booked balance is the customer's DKK saldo on  *
      * the report run's CustomersSnapshot.txt, the held amount   *
      * is the sum of the customer's legal holds in               *
      * LegalHolds.txt active on the date asked for, and the      *
      * available balance is booked less held less whatever the   *
      * caller has already reserved this run. A reserve request   *
      * for a customer under an active hold is refused when it    *
      * exceeds the available balance; a customer with no active  *
      * hold is always allowed, so accounts without orders behave *
      * exactly as before. Both files are read once on the first  *
      * call of the run.                                          *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEGAL-HOLDS-FILE
               ASSIGN TO "LegalHolds.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOLDS-FILE-STATUS.

           SELECT CUSTOMERS-SNAPSHOT-FILE
               ASSIGN TO "CustomersSnapshot.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SNAPSHOT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LEGAL-HOLDS-FILE.
       01 LEGAL-HOLD-RECORD.
           COPY "LegalHold.cpy".

       FD CUSTOMERS-SNAPSHOT-FILE.
       01 CUSTOMERS-SNAPSHOT-RECORD.
           COPY "Customer.cpy".

       WORKING-STORAGE SECTION.
       01 HOLDS-FILE-STATUS PIC X(2) VALUE "00".
       01 SNAPSHOT-FILE-STATUS PIC X(2) VALUE "00".
       01 FILES-LOADED PIC X VALUE "N".
       01 LOAD-EOF PIC X VALUE "N".

      * Holds that can still freeze money: lifted and remitted
      * orders are left out when the file is read.
       01 HOLD-TABLE.
           02 HOLD-COUNT PIC 9(4) VALUE 0.
           02 HOLD-MAX PIC 9(4) VALUE 500.
           02 HOLD-ENTRIES OCCURS 500 TIMES.
               03 HT-CPR PIC X(15) VALUE SPACES.
               03 HT-AMOUNT PIC 9(11)V99 VALUE 0.
               03 HT-EFFECTIVE-FROM PIC 9(8) VALUE 0.
               03 HT-EFFECTIVE-TO PIC 9(8) VALUE 0.
       01 HOLD-INDEX PIC 9(4) VALUE 0.

      * Booked balance and this run's reservations per customer.
      * A customer missing from the snapshot is added on first
      * call with a zero booked balance.
       01 BALANCE-TABLE.
           02 BALANCE-COUNT PIC 9(4) VALUE 0.
           02 BALANCE-MAX PIC 9(4) VALUE 500.
           02 BALANCE-ENTRIES OCCURS 500 TIMES.
               03 BT-CPR PIC X(15) VALUE SPACES.
               03 BT-BOOKED PIC S9(11)V99 VALUE 0.
               03 BT-RESERVED PIC S9(11)V99 VALUE 0.
       01 BALANCE-INDEX PIC 9(4) VALUE 0.
       01 MATCHED-BALANCE-INDEX PIC 9(4) VALUE 0.

       01 NORMALIZED-CPR PIC X(15) VALUE SPACES.
       01 CPR-SERIAL-PART PIC X(4) VALUE SPACES.
       01 CHECK-DATE PIC 9(8) VALUE 0.

       LINKAGE SECTION.
       01 AVAILBAL-PARAMETERS.
           COPY "AvailBal.cpy".

       PROCEDURE DIVISION USING AVAILBAL-PARAMETERS.
           IF FILES-LOADED = "N"
               PERFORM LOAD-LEGAL-HOLDS
               PERFORM LOAD-BOOKED-BALANCES
               MOVE "Y" TO FILES-LOADED
           END-IF

           IF AVAILBAL-AS-OF-DATE = 0
               MOVE FUNCTION CURRENT-DATE(1:8) TO CHECK-DATE
           ELSE
               MOVE AVAILBAL-AS-OF-DATE TO CHECK-DATE
           END-IF

           MOVE AVAILBAL-CPR TO NORMALIZED-CPR
           PERFORM NORMALIZE-CPR

           PERFORM FIND-CUSTOMER-BALANCE
           PERFORM TOTAL-ACTIVE-HOLDS

           IF MATCHED-BALANCE-INDEX > 0
               MOVE BT-BOOKED(MATCHED-BALANCE-INDEX)
                   TO AVAILBAL-BOOKED-BALANCE
               MOVE BT-RESERVED(MATCHED-BALANCE-INDEX)
                   TO AVAILBAL-RESERVED-AMOUNT
           ELSE
               MOVE 0 TO AVAILBAL-BOOKED-BALANCE
               MOVE 0 TO AVAILBAL-RESERVED-AMOUNT
           END-IF

           COMPUTE AVAILBAL-AVAILABLE-BALANCE =
               AVAILBAL-BOOKED-BALANCE - AVAILBAL-HELD-AMOUNT
               - AVAILBAL-RESERVED-AMOUNT

           IF AVAILBAL-ACTIVE-HOLDS = 0
               OR AVAILBAL-REQUEST-AMOUNT
                   NOT > AVAILBAL-AVAILABLE-BALANCE
               SET AVAILBAL-ALLOWED TO TRUE
           ELSE
               SET AVAILBAL-REFUSED TO TRUE
           END-IF

           IF AVAILBAL-RESERVE AND AVAILBAL-ALLOWED
                   AND MATCHED-BALANCE-INDEX > 0
               ADD AVAILBAL-REQUEST-AMOUNT
                   TO BT-RESERVED(MATCHED-BALANCE-INDEX)
               SUBTRACT AVAILBAL-REQUEST-AMOUNT
                   FROM AVAILBAL-AVAILABLE-BALANCE
               ADD AVAILBAL-REQUEST-AMOUNT
                   TO AVAILBAL-RESERVED-AMOUNT
           END-IF

           MOVE 0 TO RETURN-CODE
           GOBACK.

       LOAD-LEGAL-HOLDS.
           OPEN INPUT LEGAL-HOLDS-FILE
           IF HOLDS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO LOAD-EOF
           PERFORM UNTIL LOAD-EOF = "Y"
               READ LEGAL-HOLDS-FILE
                   AT END
                       MOVE "Y" TO LOAD-EOF
                   NOT AT END
                       IF HOLD-REMITTED-DATE = 0
                           AND HOLD-AMOUNT > 0
                           PERFORM ADD-HOLD-TO-TABLE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE LEGAL-HOLDS-FILE
           EXIT.

       ADD-HOLD-TO-TABLE.
           IF HOLD-COUNT NOT < HOLD-MAX
               DISPLAY "WARNING: LegalHolds.txt exceeds capacity, "
                   "later orders are not held"
               MOVE "Y" TO LOAD-EOF
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO HOLD-COUNT
           MOVE HOLD-CPR TO NORMALIZED-CPR
           PERFORM NORMALIZE-CPR
           MOVE NORMALIZED-CPR TO HT-CPR(HOLD-COUNT)
           MOVE HOLD-AMOUNT TO HT-AMOUNT(HOLD-COUNT)
           MOVE HOLD-EFFECTIVE-FROM TO HT-EFFECTIVE-FROM(HOLD-COUNT)
           MOVE HOLD-EFFECTIVE-TO TO HT-EFFECTIVE-TO(HOLD-COUNT)
           EXIT.

       LOAD-BOOKED-BALANCES.
           OPEN INPUT CUSTOMERS-SNAPSHOT-FILE
           IF SNAPSHOT-FILE-STATUS NOT = "00"
               DISPLAY "CustomersSnapshot.txt not found, booked "
                   "balances count as zero against legal holds"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO LOAD-EOF
           PERFORM UNTIL LOAD-EOF = "Y"
               READ CUSTOMERS-SNAPSHOT-FILE
                   AT END
                       MOVE "Y" TO LOAD-EOF
                   NOT AT END
                       IF BALANCE-COUNT < BALANCE-MAX
                           ADD 1 TO BALANCE-COUNT
                           MOVE CPR OF CUSTOMERS-SNAPSHOT-RECORD
                               TO NORMALIZED-CPR
                           PERFORM NORMALIZE-CPR
                           MOVE NORMALIZED-CPR
                               TO BT-CPR(BALANCE-COUNT)
                           MOVE DKK-SALDO OF CUSTOMERS-SNAPSHOT-RECORD
                               TO BT-BOOKED(BALANCE-COUNT)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE CUSTOMERS-SNAPSHOT-FILE
           EXIT.

       FIND-CUSTOMER-BALANCE.
           MOVE 0 TO MATCHED-BALANCE-INDEX
           PERFORM VARYING BALANCE-INDEX FROM 1 BY 1
               UNTIL BALANCE-INDEX > BALANCE-COUNT
                   OR MATCHED-BALANCE-INDEX > 0
               IF BT-CPR(BALANCE-INDEX) = NORMALIZED-CPR
                   MOVE BALANCE-INDEX TO MATCHED-BALANCE-INDEX
               END-IF
           END-PERFORM

           IF MATCHED-BALANCE-INDEX = 0
                   AND BALANCE-COUNT < BALANCE-MAX
               ADD 1 TO BALANCE-COUNT
               MOVE NORMALIZED-CPR TO BT-CPR(BALANCE-COUNT)
               MOVE 0 TO BT-BOOKED(BALANCE-COUNT)
               MOVE 0 TO BT-RESERVED(BALANCE-COUNT)
               MOVE BALANCE-COUNT TO MATCHED-BALANCE-INDEX
           END-IF
           EXIT.

      * An order is active from its effective date through its end
      * date; an order with no end date stands until it is lifted.
       TOTAL-ACTIVE-HOLDS.
           MOVE 0 TO AVAILBAL-HELD-AMOUNT
           MOVE 0 TO AVAILBAL-ACTIVE-HOLDS
           PERFORM VARYING HOLD-INDEX FROM 1 BY 1
               UNTIL HOLD-INDEX > HOLD-COUNT
               IF HT-CPR(HOLD-INDEX) = NORMALIZED-CPR
                   AND HT-EFFECTIVE-FROM(HOLD-INDEX) NOT > CHECK-DATE
                   AND (HT-EFFECTIVE-TO(HOLD-INDEX) = 0
                       OR HT-EFFECTIVE-TO(HOLD-INDEX)
                           NOT < CHECK-DATE)
                   ADD HT-AMOUNT(HOLD-INDEX) TO AVAILBAL-HELD-AMOUNT
                   IF AVAILBAL-ACTIVE-HOLDS < 99
                       ADD 1 TO AVAILBAL-ACTIVE-HOLDS
                   END-IF
               END-IF
           END-PERFORM
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

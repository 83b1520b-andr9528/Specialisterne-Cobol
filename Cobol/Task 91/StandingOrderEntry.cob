       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOENTRY.

      *----------------------------------------------------------*
      * Standing-order entry. The signed-on operator (maintainer *
      * or reviewer) sets up, amends, suspends, resumes and      *
      * cancels the recurring payments in StandingOrders.txt, so *
      * the file is no longer edited by hand. Every field is     *
      * checked as it is keyed:                                  *
      *  - the customer's CPR must lead through                  *
      *    CustomerKeyXref.txt to a record on CustomerMaster.idx *
      *    carrying that CPR, and a customer frozen for an       *
      *    estate gets no new or changed orders;                 *
      *  - the registration number must be a bank on             *
      *    BanksSnapshot.txt and the counterparty must be named; *
      *  - the amount is above zero in a currency STANDINGORDERS *
      *    converts (DKK, EUR, USD, GBP, SEK, NOK);              *
      *  - the day of the month is 1 to 28, a day every month    *
      *    has, so the order is paid on the same day all year;   *
      *  - the first period (YYYYMM) is no earlier than the next *
      *    one STANDINGORDERS will generate, as an earlier one   *
      *    would never be paid; the last period is 0 for an open *
      *    order or no earlier than the first period, nor than   *
      *    the last period already generated.                    *
      * An order is picked from the customer's list by its       *
      * number. Suspending ("S") or cancelling ("C") sets        *
      * ORDER-STATUS, which STANDINGORDERS and SOFORECAST        *
      * honour; a suspended order can be resumed, a cancelled    *
      * one cannot. Each change is written to StandingOrders.txt *
      * at once and logged in OperatorActivityLog.txt against    *
      * the customer's REFERENCE-ID. A confirmation letter goes  *
      * to StandingOrderConfirmations.txt for DISTRIBUTE, is     *
      * kept through the shared DOCARCHIVE routine and is logged *
      * in ContactJournal.txt.                                   *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STANDING-ORDERS-FILE
               ASSIGN TO "StandingOrders.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ORDERS-FILE-STATUS.

           SELECT LAST-RUN-FILE
               ASSIGN TO "StandingOrdersLastRun.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LAST-RUN-FILE-STATUS.

           SELECT KEY-XREF-FILE
               ASSIGN TO "CustomerKeyXref.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XREF-FILE-STATUS.

           SELECT CUSTOMER-MASTER-FILE
               ASSIGN TO "CustomerMaster.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MASTER-REFERENCE-ID
               FILE STATUS IS MASTER-FILE-STATUS.

           SELECT BANKS-SNAPSHOT-FILE
               ASSIGN TO "BanksSnapshot.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BANKS-FILE-STATUS.

           SELECT CONFIRMATION-LETTER-FILE
               ASSIGN TO "StandingOrderConfirmations.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LETTER-FILE-STATUS.

           SELECT CONTACT-JOURNAL-FILE
               ASSIGN TO "ContactJournal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTACT-JOURNAL-FILE-STATUS.

           SELECT ACTIVITY-LOG-FILE
               ASSIGN TO "OperatorActivityLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACTIVITY-LOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD STANDING-ORDERS-FILE.
       01 STANDING-ORDER-RECORD.
           02 ORDER-CPR PIC X(15).
           02 ORDER-REGISTRATION-NUMBER PIC X(4).
           02 ORDER-SHOP PIC X(20).
           02 ORDER-AMOUNT PIC 9(9)V99.
           02 ORDER-CURRENCY PIC X(3).
           02 ORDER-DAY-OF-MONTH PIC 99.
           02 ORDER-START-PERIOD PIC 9(6).
           02 ORDER-END-PERIOD PIC 9(6).
           02 ORDER-STATUS PIC X(1).

       FD LAST-RUN-FILE.
       01 LAST-RUN-RECORD.
           02 LAST-RUN-PERIOD PIC 9(6).

       FD KEY-XREF-FILE.
       01 KEY-XREF-RECORD.
           02 XREF-CPR PIC X(15).
           02 XREF-REFERENCE-ID PIC X(10).

       FD CUSTOMER-MASTER-FILE.
       01 CUSTOMER-MASTER-RECORD.
           02 MASTER-REFERENCE-ID PIC X(10).
           02 MASTER-RECORD-BODY PIC X(461).

       FD BANKS-SNAPSHOT-FILE.
       01 BANKS-SNAPSHOT-RECORD.
           02 SNAP-BANK-REGISTRATION PIC X(4).
           02 SNAP-BANK-REMAINDER PIC X(43).

       FD CONFIRMATION-LETTER-FILE.
       01 CONFIRMATION-LETTER-LINE PIC X(80).

       FD CONTACT-JOURNAL-FILE.
       01 CONTACT-JOURNAL-RECORD.
           COPY "ContactJournal.cpy".

       FD ACTIVITY-LOG-FILE.
       01 ACTIVITY-LOG-RECORD.
           COPY "OperatorLog.cpy".

       WORKING-STORAGE SECTION.
       01 ORDERS-FILE-STATUS PIC X(2) VALUE "00".
       01 LAST-RUN-FILE-STATUS PIC X(2) VALUE "00".
       01 XREF-FILE-STATUS PIC X(2) VALUE "00".
       01 MASTER-FILE-STATUS PIC X(2) VALUE "00".
       01 BANKS-FILE-STATUS PIC X(2) VALUE "00".
       01 LETTER-FILE-STATUS PIC X(2) VALUE "00".
       01 CONTACT-JOURNAL-FILE-STATUS PIC X(2) VALUE "00".
       01 ACTIVITY-LOG-FILE-STATUS PIC X(2) VALUE "00".
       01 END-OF-FILE PIC X VALUE "N".

      * Operator sign-on through the shared OPERSIGNON routine;
      * inquiry-only operators may not change standing orders.
       01 SIGNON-PARAMETERS.
           COPY "SignOn.cpy".

       01 MASTER-WORK.
           COPY "Customer.cpy".

      * STANDINGORDERS holds at most this many orders, so the
      * same limit applies here.
       01 ORDER-TABLE.
           02 ORDER-COUNT PIC 999 VALUE 0.
           02 ORDER-MAX PIC 999 VALUE 100.
           02 ORDER-ENTRIES OCCURS 100 TIMES.
               03 SO-CPR PIC X(15) VALUE SPACES.
               03 SO-REGISTRATION-NUMBER PIC X(4) VALUE SPACES.
               03 SO-SHOP PIC X(20) VALUE SPACES.
               03 SO-AMOUNT PIC 9(9)V99 VALUE 0.
               03 SO-CURRENCY PIC X(3) VALUE SPACES.
               03 SO-DAY-OF-MONTH PIC 99 VALUE 0.
               03 SO-START-PERIOD PIC 9(6) VALUE 0.
               03 SO-END-PERIOD PIC 9(6) VALUE 0.
               03 SO-STATUS PIC X(1) VALUE SPACE.
       01 ORDER-INDEX PIC 999 VALUE 0.
       01 MATCHED-ORDER PIC 999 VALUE 0.

      * The target customer's orders, in the order they are
      * listed to the operator; the operator picks by position.
       01 CUSTOMER-ORDER-LIST.
           02 CUSTOMER-ORDER-COUNT PIC 999 VALUE 0.
           02 CUSTOMER-ORDER-ENTRY PIC 999 OCCURS 100 TIMES.
       01 LIST-NUMBER-DISPLAY PIC ZZ9.

      * The order being keyed: a copy of the picked order when
      * amending, so a blank reply keeps the current value.
       01 NEW-ORDER.
           02 NEW-REGISTRATION-NUMBER PIC X(4) VALUE SPACES.
           02 NEW-SHOP PIC X(20) VALUE SPACES.
           02 NEW-AMOUNT PIC 9(9)V99 VALUE 0.
           02 NEW-CURRENCY PIC X(3) VALUE SPACES.
               88 SUPPORTED-CURRENCY
                   VALUE "DKK" "EUR" "USD" "GBP" "SEK" "NOK".
           02 NEW-DAY-OF-MONTH PIC 99 VALUE 0.
           02 NEW-START-PERIOD PIC 9(6) VALUE 0.
           02 NEW-END-PERIOD PIC 9(6) VALUE 0.
           02 NEW-STATUS PIC X(1) VALUE SPACE.
       01 OLD-ORDER PIC X(53) VALUE SPACES.

       01 BANK-TABLE.
           02 BANK-COUNT PIC 9(4) VALUE 0.
           02 BANK-MAX PIC 9(4) VALUE 500.
           02 BANK-REGISTRATION OCCURS 500 TIMES PIC X(4).
       01 BANK-INDEX PIC 9(4) VALUE 0.
       01 BANK-FOUND PIC X VALUE "N".

       01 XREF-TABLE.
           02 XREF-COUNT PIC 9(4) VALUE 0.
           02 XREF-MAX PIC 9(4) VALUE 2000.
           02 XREF-ENTRIES OCCURS 2000 TIMES.
               03 XR-CPR PIC X(15) VALUE SPACES.
               03 XR-REFERENCE-ID PIC X(10) VALUE SPACES.
       01 XREF-INDEX PIC 9(4) VALUE 0.

       01 NORMALIZED-CPR PIC X(15) VALUE SPACES.
       01 CPR-SERIAL-PART PIC X(4) VALUE SPACES.

      * LAST-GENERATED-PERIOD is the last period STANDINGORDERS
      * has paid (the month before today when it has not run);
      * it generates NEXT-GENERATION-PERIOD next.
       01 LAST-GENERATED-PERIOD PIC 9(6) VALUE 0.
       01 NEXT-GENERATION-PERIOD PIC 9(6) VALUE 0.
       01 END-PERIOD-FLOOR PIC 9(6) VALUE 0.
       01 PERIOD-PARTS.
           02 PERIOD-YEAR PIC 9(4).
           02 PERIOD-MONTH PIC 99.
       01 PERIOD-INPUT PIC 9(6) VALUE 0.
       01 RUN-DATE-TODAY PIC 9(8) VALUE 0.

       01 SESSION-DONE PIC X VALUE "N".
       01 ENTRY-CANCELLED PIC X VALUE "N".
       01 FIELD-VALID PIC X VALUE "N".
       01 FIELD-ATTEMPTS PIC 9 VALUE 0.
       01 FIELD-ATTEMPT-LIMIT PIC 9 VALUE 3.
       01 AMENDING PIC X VALUE "N".
       01 INPUT-ACTION PIC X(1) VALUE SPACE.
       01 INPUT-TEXT PIC X(80) VALUE SPACES.
       01 INPUT-AMOUNT PIC S9(11)V99 VALUE 0.
       01 INPUT-NUMBER PIC S9(5) VALUE 0.

       01 TARGET-CPR PIC X(15) VALUE SPACES.
       01 TARGET-REFERENCE-ID PIC X(10) VALUE SPACES.
       01 TARGET-NAME PIC X(41) VALUE SPACES.

      * Every letter is kept line for line through the shared
      * DOCARCHIVE routine; the contact journal row names it.
       01 DOCARC-PARAMETERS.
           COPY "DocArchive.cpy".
       01 DOCARC-CALL-FAILED PIC X VALUE "N".
       01 DOCUMENT-BEING-ARCHIVED PIC X VALUE "N".
       01 NOTICE-TEXT-LINE PIC X(80) VALUE SPACES.

       01 AMOUNT-EDIT-DISPLAY PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 PERIOD-WORK PIC 9(6) VALUE 0.
       01 PERIOD-DISPLAY PIC X(20) VALUE SPACES.
       01 START-PERIOD-DISPLAY PIC X(20) VALUE SPACES.
       01 DATE-DISPLAY PIC X(10) VALUE SPACES.
       01 STATUS-DISPLAY PIC X(9) VALUE SPACES.
       01 CHANGES-APPLIED-COUNT PIC 999 VALUE 0.

       PROCEDURE DIVISION.
           PERFORM SIGN-ON-OPERATOR
           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE-TODAY

           OPEN INPUT CUSTOMER-MASTER-FILE
           IF MASTER-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: could not open 'CustomerMaster.idx' "
                   "(file status " MASTER-FILE-STATUS ")."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-STANDING-ORDERS
           PERFORM LOAD-GENERATION-PERIODS
           PERFORM LOAD-KEY-XREF
           PERFORM LOAD-BANK-REGISTRATIONS

           DISPLAY "Standing-order entry - " ORDER-COUNT
               " order(s) on StandingOrders.txt; the next period "
               "generated is " NEXT-GENERATION-PERIOD "."

           PERFORM UNTIL SESSION-DONE = "Y"
               PERFORM WORK-ONE-ACTION
           END-PERFORM

           CLOSE CUSTOMER-MASTER-FILE
           DISPLAY "Changes applied " CHANGES-APPLIED-COUNT "."
           STOP RUN.

       SIGN-ON-OPERATOR.
           CALL "OPERSIGNON" USING SIGNON-PARAMETERS
               ON EXCEPTION
                   DISPLAY "ERROR: OPERSIGNON could not be called."
                   MOVE "N" TO SIGNON-RESULT
           END-CALL

           IF NOT SIGNON-SUCCEEDED
               DISPLAY "Standing-order entry refused without a valid "
                   "sign-on."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF ROLE-INQUIRY-ONLY
               DISPLAY "Operator "
                   FUNCTION TRIM(SIGNON-OPERATOR-ID TRAILING)
                   " is inquiry-only and may not change standing "
                   "orders."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           EXIT.

       LOAD-STANDING-ORDERS.
           OPEN INPUT STANDING-ORDERS-FILE
           IF ORDERS-FILE-STATUS NOT = "00"
               DISPLAY "StandingOrders.txt not found, starting with "
                   "no standing orders."
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ STANDING-ORDERS-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF ORDER-COUNT < ORDER-MAX
                           ADD 1 TO ORDER-COUNT
                           MOVE STANDING-ORDER-RECORD
                               TO ORDER-ENTRIES(ORDER-COUNT)
                       ELSE
      * Writing the file back without the orders that did not fit
      * would lose them, so the program stops instead.
                           DISPLAY "StandingOrders.txt exceeds "
                               "capacity - fix the file before "
                               "maintaining it."
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM

           CLOSE STANDING-ORDERS-FILE
           EXIT.

       SAVE-STANDING-ORDERS.
           OPEN OUTPUT STANDING-ORDERS-FILE

           PERFORM VARYING ORDER-INDEX FROM 1 BY 1
               UNTIL ORDER-INDEX > ORDER-COUNT
               MOVE ORDER-ENTRIES(ORDER-INDEX)
                   TO STANDING-ORDER-RECORD
               WRITE STANDING-ORDER-RECORD
           END-PERFORM

           CLOSE STANDING-ORDERS-FILE
           EXIT.

      *----------------------------------------------------------*
      * The same cut-off ESTATEPOST ends orders at: the period in
      * StandingOrdersLastRun.txt, or the month before today when
      * STANDINGORDERS has not run yet.
      *----------------------------------------------------------*
       LOAD-GENERATION-PERIODS.
           MOVE 0 TO LAST-GENERATED-PERIOD
           OPEN INPUT LAST-RUN-FILE
           IF LAST-RUN-FILE-STATUS = "00"
               READ LAST-RUN-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LAST-RUN-PERIOD IS NUMERIC
                           MOVE LAST-RUN-PERIOD
                               TO LAST-GENERATED-PERIOD
                       END-IF
               END-READ
               CLOSE LAST-RUN-FILE
           END-IF

           IF LAST-GENERATED-PERIOD = 0
               MOVE RUN-DATE-TODAY(1:6) TO PERIOD-PARTS
               IF PERIOD-MONTH = 1
                   SUBTRACT 1 FROM PERIOD-YEAR
                   MOVE 12 TO PERIOD-MONTH
               ELSE
                   SUBTRACT 1 FROM PERIOD-MONTH
               END-IF
               MOVE PERIOD-PARTS TO LAST-GENERATED-PERIOD
           END-IF

           MOVE LAST-GENERATED-PERIOD TO PERIOD-PARTS
           IF PERIOD-MONTH = 12
               ADD 1 TO PERIOD-YEAR
               MOVE 1 TO PERIOD-MONTH
           ELSE
               ADD 1 TO PERIOD-MONTH
           END-IF
           MOVE PERIOD-PARTS TO NEXT-GENERATION-PERIOD
           EXIT.

       LOAD-KEY-XREF.
           OPEN INPUT KEY-XREF-FILE
           IF XREF-FILE-STATUS NOT = "00"
               DISPLAY "CustomerKeyXref.txt not found - run "
                   "MASTERLOAD first; no customer can be found."
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

       LOAD-BANK-REGISTRATIONS.
           OPEN INPUT BANKS-SNAPSHOT-FILE
           IF BANKS-FILE-STATUS NOT = "00"
               DISPLAY "BanksSnapshot.txt not found - no "
                   "registration number can be accepted."
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ BANKS-SNAPSHOT-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF SNAP-BANK-REGISTRATION NOT = SPACES
                           AND BANK-COUNT < BANK-MAX
                           ADD 1 TO BANK-COUNT
                           MOVE SNAP-BANK-REGISTRATION
                               TO BANK-REGISTRATION(BANK-COUNT)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE BANKS-SNAPSHOT-FILE
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
           DISPLAY "Action (C=create A=amend S=suspend R=resume "
               "X=cancel L=list Q=quit):"
           MOVE SPACE TO INPUT-ACTION
           ACCEPT INPUT-ACTION
           MOVE FUNCTION UPPER-CASE(INPUT-ACTION) TO INPUT-ACTION

           EVALUATE INPUT-ACTION
               WHEN "Q"
               WHEN SPACE
                   MOVE "Y" TO SESSION-DONE
               WHEN "L"
               WHEN "C"
               WHEN "A"
               WHEN "S"
               WHEN "R"
               WHEN "X"
                   PERFORM PREPARE-ORDER-CHANGE
               WHEN OTHER
                   DISPLAY "Unknown action '" INPUT-ACTION "'."
           END-EVALUATE
           EXIT.

      *----------------------------------------------------------*
      * One change: the customer, checked against the master, the
      * order picked from the customer's list (or keyed as a new
      * one), the fields the action calls for, a read-back and
      * the operator's confirmation before anything is written.
      *----------------------------------------------------------*
       PREPARE-ORDER-CHANGE.
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

           PERFORM FIND-MASTER-CUSTOMER
           IF ENTRY-CANCELLED = "Y"
               EXIT PARAGRAPH
           END-IF

           PERFORM LIST-CUSTOMER-ORDERS
           IF INPUT-ACTION = "L"
               EXIT PARAGRAPH
           END-IF

           IF ACCOUNTS-FROZEN-FOR-ESTATE OF MASTER-WORK
               AND (INPUT-ACTION = "C" OR "A" OR "R")
               DISPLAY FUNCTION TRIM(TARGET-CPR TRAILING)
                   " is frozen for an estate - no order may be set "
                   "up, changed or resumed."
               EXIT PARAGRAPH
           END-IF

           IF INPUT-ACTION = "C"
               IF ORDER-COUNT >= ORDER-MAX
                   DISPLAY "StandingOrders.txt is full - no order can "
                       "be added."
                   EXIT PARAGRAPH
               END-IF
               MOVE 0 TO MATCHED-ORDER
               MOVE SPACES TO OLD-ORDER
               MOVE SPACES TO NEW-REGISTRATION-NUMBER NEW-SHOP
                   NEW-CURRENCY NEW-STATUS
               MOVE 0 TO NEW-AMOUNT NEW-DAY-OF-MONTH
                   NEW-START-PERIOD NEW-END-PERIOD
               MOVE "N" TO AMENDING
           ELSE
               PERFORM SELECT-CUSTOMER-ORDER
               IF ENTRY-CANCELLED = "Y"
                   EXIT PARAGRAPH
               END-IF
               MOVE ORDER-ENTRIES(MATCHED-ORDER)(16:53) TO NEW-ORDER
               MOVE NEW-ORDER TO OLD-ORDER
               MOVE "Y" TO AMENDING
           END-IF

           EVALUATE INPUT-ACTION
               WHEN "C"
               WHEN "A"
                   PERFORM ENTER-ORDER-FIELDS
                   IF ENTRY-CANCELLED = "N"
                       AND NEW-ORDER = OLD-ORDER
                       DISPLAY "Nothing was changed."
                       MOVE "Y" TO ENTRY-CANCELLED
                   END-IF
               WHEN "S"
                   MOVE "S" TO NEW-STATUS
               WHEN "R"
                   MOVE SPACE TO NEW-STATUS
               WHEN "X"
                   MOVE "C" TO NEW-STATUS
           END-EVALUATE
           IF ENTRY-CANCELLED = "Y"
               EXIT PARAGRAPH
           END-IF

           PERFORM CONFIRM-ORDER-CHANGE
           IF ENTRY-CANCELLED = "Y"
               DISPLAY "Nothing was written."
               EXIT PARAGRAPH
           END-IF

           PERFORM APPLY-ORDER-CHANGE
           EXIT.

      *----------------------------------------------------------*
      * The CPR must bridge through the key cross-reference to a
      * master record, and that record must carry the same CPR
      * (records from before the master held the CPR carry
      * spaces and are taken on the cross-reference alone).
      *----------------------------------------------------------*
       FIND-MASTER-CUSTOMER.
           MOVE SPACES TO TARGET-REFERENCE-ID
           PERFORM VARYING XREF-INDEX FROM 1 BY 1
               UNTIL XREF-INDEX > XREF-COUNT
                   OR TARGET-REFERENCE-ID NOT = SPACES
               IF XR-CPR(XREF-INDEX) = TARGET-CPR
                   MOVE XR-REFERENCE-ID(XREF-INDEX)
                       TO TARGET-REFERENCE-ID
               END-IF
           END-PERFORM

           IF TARGET-REFERENCE-ID = SPACES
               DISPLAY FUNCTION TRIM(TARGET-CPR TRAILING)
                   " is not a customer on CustomerKeyXref.txt."
               MOVE "Y" TO ENTRY-CANCELLED
               EXIT PARAGRAPH
           END-IF

           MOVE TARGET-REFERENCE-ID TO MASTER-REFERENCE-ID
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   DISPLAY "REFERENCE-ID "
                       FUNCTION TRIM(TARGET-REFERENCE-ID TRAILING)
                       " is not on CustomerMaster.idx."
                   MOVE "Y" TO ENTRY-CANCELLED
                   EXIT PARAGRAPH
               NOT INVALID KEY
                   MOVE CUSTOMER-MASTER-RECORD TO MASTER-WORK
           END-READ

           MOVE CUSTOMER-CPR OF MASTER-WORK TO NORMALIZED-CPR
           PERFORM NORMALIZE-CPR
           IF NORMALIZED-CPR NOT = SPACES
               AND NORMALIZED-CPR NOT = TARGET-CPR
               DISPLAY "REFERENCE-ID "
                   FUNCTION TRIM(TARGET-REFERENCE-ID TRAILING)
                   " carries CPR "
                   FUNCTION TRIM(NORMALIZED-CPR TRAILING)
                   " - CustomerKeyXref.txt is out of date."
               MOVE "Y" TO ENTRY-CANCELLED
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO TARGET-NAME
           STRING FUNCTION TRIM(FIRST-NAME OF MASTER-WORK TRAILING)
               DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(LAST-NAME OF MASTER-WORK TRAILING)
               DELIMITED BY SIZE
               INTO TARGET-NAME
           END-STRING
           DISPLAY FUNCTION TRIM(TARGET-NAME TRAILING)
               "  REFERENCE-ID " TARGET-REFERENCE-ID
           EXIT.

       LIST-CUSTOMER-ORDERS.
           MOVE 0 TO CUSTOMER-ORDER-COUNT
           PERFORM VARYING ORDER-INDEX FROM 1 BY 1
               UNTIL ORDER-INDEX > ORDER-COUNT
               MOVE SO-CPR(ORDER-INDEX) TO NORMALIZED-CPR
               PERFORM NORMALIZE-CPR
               IF NORMALIZED-CPR = TARGET-CPR
                   ADD 1 TO CUSTOMER-ORDER-COUNT
                   MOVE ORDER-INDEX
                       TO CUSTOMER-ORDER-ENTRY(CUSTOMER-ORDER-COUNT)
                   PERFORM DISPLAY-ONE-ORDER
               END-IF
           END-PERFORM

           IF CUSTOMER-ORDER-COUNT = 0
               DISPLAY "  (no standing orders)"
           END-IF
           EXIT.

       DISPLAY-ONE-ORDER.
           MOVE CUSTOMER-ORDER-COUNT TO LIST-NUMBER-DISPLAY
           MOVE SO-AMOUNT(ORDER-INDEX) TO AMOUNT-EDIT-DISPLAY
           MOVE SO-START-PERIOD(ORDER-INDEX) TO PERIOD-WORK
           PERFORM FORMAT-PERIOD-DISPLAY
           MOVE PERIOD-DISPLAY TO START-PERIOD-DISPLAY
           MOVE SO-END-PERIOD(ORDER-INDEX) TO PERIOD-WORK
           PERFORM FORMAT-PERIOD-DISPLAY
           PERFORM SET-STATUS-DISPLAY
           DISPLAY LIST-NUMBER-DISPLAY ". "
               SO-REGISTRATION-NUMBER(ORDER-INDEX) " "
               SO-SHOP(ORDER-INDEX) " "
               AMOUNT-EDIT-DISPLAY " " SO-CURRENCY(ORDER-INDEX)
               "  day " SO-DAY-OF-MONTH(ORDER-INDEX) "  "
               FUNCTION TRIM(START-PERIOD-DISPLAY TRAILING) " to "
               FUNCTION TRIM(PERIOD-DISPLAY TRAILING) "  "
               STATUS-DISPLAY
           EXIT.

      * An order past its last period is ended whatever its
      * status says.
       SET-STATUS-DISPLAY.
           EVALUATE TRUE
               WHEN SO-STATUS(ORDER-INDEX) = "C"
                   MOVE "cancelled" TO STATUS-DISPLAY
               WHEN SO-END-PERIOD(ORDER-INDEX) NOT = 0
                   AND SO-END-PERIOD(ORDER-INDEX)
                       <= LAST-GENERATED-PERIOD
                   MOVE "ended" TO STATUS-DISPLAY
               WHEN SO-STATUS(ORDER-INDEX) = "S"
                   MOVE "suspended" TO STATUS-DISPLAY
               WHEN OTHER
                   MOVE "active" TO STATUS-DISPLAY
           END-EVALUATE
           EXIT.

       SELECT-CUSTOMER-ORDER.
           IF CUSTOMER-ORDER-COUNT = 0
               MOVE "Y" TO ENTRY-CANCELLED
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO FIELD-VALID
           MOVE 0 TO FIELD-ATTEMPTS
           PERFORM UNTIL FIELD-VALID = "Y"
               OR ENTRY-CANCELLED = "Y"
               DISPLAY "Order number (blank to cancel):"
               MOVE SPACES TO INPUT-TEXT
               ACCEPT INPUT-TEXT
               IF INPUT-TEXT = SPACES
                   MOVE "Y" TO ENTRY-CANCELLED
                   EXIT PARAGRAPH
               END-IF

               IF FUNCTION TEST-NUMVAL(INPUT-TEXT) = 0
                   COMPUTE INPUT-NUMBER = FUNCTION NUMVAL(INPUT-TEXT)
               ELSE
                   MOVE 0 TO INPUT-NUMBER
               END-IF
               IF INPUT-NUMBER < 1
                   OR INPUT-NUMBER > CUSTOMER-ORDER-COUNT
                   DISPLAY "Pick a number from the list."
                   PERFORM COUNT-FAILED-ATTEMPT
               ELSE
                   MOVE CUSTOMER-ORDER-ENTRY(INPUT-NUMBER)
                       TO MATCHED-ORDER ORDER-INDEX
                   PERFORM CHECK-ORDER-FOR-ACTION
               END-IF
           END-PERFORM
           EXIT.

      * A cancelled or ended order is history and takes no
      * further change; suspend and resume each need the order
      * in the other state.
       CHECK-ORDER-FOR-ACTION.
           PERFORM SET-STATUS-DISPLAY
           EVALUATE TRUE
               WHEN STATUS-DISPLAY = "cancelled"
                   OR STATUS-DISPLAY = "ended"
                   DISPLAY "That order is "
                       FUNCTION TRIM(STATUS-DISPLAY TRAILING)
                       " - set up a new one instead."
                   MOVE "Y" TO ENTRY-CANCELLED
               WHEN INPUT-ACTION = "S"
                   AND STATUS-DISPLAY = "suspended"
                   DISPLAY "That order is already suspended."
                   MOVE "Y" TO ENTRY-CANCELLED
               WHEN INPUT-ACTION = "R"
                   AND STATUS-DISPLAY NOT = "suspended"
                   DISPLAY "Only a suspended order can be resumed."
                   MOVE "Y" TO ENTRY-CANCELLED
               WHEN OTHER
                   MOVE "Y" TO FIELD-VALID
           END-EVALUATE
           EXIT.

       ENTER-ORDER-FIELDS.
           IF AMENDING = "Y"
               DISPLAY "Blank keeps the current value."
           END-IF

           PERFORM ENTER-REGISTRATION-NUMBER
           IF ENTRY-CANCELLED = "N"
               PERFORM ENTER-COUNTERPARTY
           END-IF
           IF ENTRY-CANCELLED = "N"
               PERFORM ENTER-ORDER-AMOUNT
           END-IF
           IF ENTRY-CANCELLED = "N"
               PERFORM ENTER-ORDER-CURRENCY
           END-IF
           IF ENTRY-CANCELLED = "N"
               PERFORM ENTER-DAY-OF-MONTH
           END-IF

      * Once an order has been paid its first period is history.
           IF ENTRY-CANCELLED = "N"
               IF AMENDING = "Y"
                   AND NEW-START-PERIOD < NEXT-GENERATION-PERIOD
                   CONTINUE
               ELSE
                   PERFORM ENTER-START-PERIOD
               END-IF
           END-IF
           IF ENTRY-CANCELLED = "N"
               PERFORM ENTER-END-PERIOD
           END-IF
           EXIT.

       ENTER-REGISTRATION-NUMBER.
           MOVE "N" TO FIELD-VALID
           MOVE 0 TO FIELD-ATTEMPTS
           PERFORM UNTIL FIELD-VALID = "Y"
               OR ENTRY-CANCELLED = "Y"
               DISPLAY "Registration number of the payee's bank:"
               MOVE SPACES TO INPUT-TEXT
               ACCEPT INPUT-TEXT

               IF INPUT-TEXT = SPACES AND AMENDING = "Y"
                   MOVE "Y" TO FIELD-VALID
                   EXIT PARAGRAPH
               END-IF

               MOVE "N" TO BANK-FOUND
               IF INPUT-TEXT(5:76) = SPACES
                   PERFORM VARYING BANK-INDEX FROM 1 BY 1
                       UNTIL BANK-INDEX > BANK-COUNT
                           OR BANK-FOUND = "Y"
                       IF BANK-REGISTRATION(BANK-INDEX)
                               = INPUT-TEXT(1:4)
                           MOVE "Y" TO BANK-FOUND
                       END-IF
                   END-PERFORM
               END-IF

               IF BANK-FOUND = "Y"
                   MOVE INPUT-TEXT(1:4) TO NEW-REGISTRATION-NUMBER
                   MOVE "Y" TO FIELD-VALID
               ELSE
                   DISPLAY "'" FUNCTION TRIM(INPUT-TEXT TRAILING)
                       "' is not a bank on BanksSnapshot.txt."
                   PERFORM COUNT-FAILED-ATTEMPT
               END-IF
           END-PERFORM
           EXIT.

       ENTER-COUNTERPARTY.
           MOVE "N" TO FIELD-VALID
           MOVE 0 TO FIELD-ATTEMPTS
           PERFORM UNTIL FIELD-VALID = "Y"
               OR ENTRY-CANCELLED = "Y"
               DISPLAY "Payee (up to 20 characters):"
               MOVE SPACES TO INPUT-TEXT
               ACCEPT INPUT-TEXT

               EVALUATE TRUE
                   WHEN INPUT-TEXT = SPACES AND AMENDING = "Y"
                       MOVE "Y" TO FIELD-VALID
                   WHEN INPUT-TEXT = SPACES
                       DISPLAY "The payee must be named."
                       PERFORM COUNT-FAILED-ATTEMPT
                   WHEN INPUT-TEXT(21:60) NOT = SPACES
                       DISPLAY "The payee is longer than 20 "
                           "characters."
                       PERFORM COUNT-FAILED-ATTEMPT
                   WHEN OTHER
                       MOVE INPUT-TEXT(1:20) TO NEW-SHOP
                       MOVE "Y" TO FIELD-VALID
               END-EVALUATE
           END-PERFORM
           EXIT.

       ENTER-ORDER-AMOUNT.
           MOVE "N" TO FIELD-VALID
           MOVE 0 TO FIELD-ATTEMPTS
           PERFORM UNTIL FIELD-VALID = "Y"
               OR ENTRY-CANCELLED = "Y"
               DISPLAY "Amount:"
               MOVE SPACES TO INPUT-TEXT
               ACCEPT INPUT-TEXT

               IF INPUT-TEXT = SPACES AND AMENDING = "Y"
                   MOVE "Y" TO FIELD-VALID
                   EXIT PARAGRAPH
               END-IF

               IF INPUT-TEXT NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(INPUT-TEXT) = 0
                   COMPUTE INPUT-AMOUNT = FUNCTION NUMVAL(INPUT-TEXT)
                   IF INPUT-AMOUNT > 0
                       AND INPUT-AMOUNT <= 999999999.99
                       MOVE INPUT-AMOUNT TO NEW-AMOUNT
                       MOVE "Y" TO FIELD-VALID
                   ELSE
                       DISPLAY "The amount must be above zero."
                       PERFORM COUNT-FAILED-ATTEMPT
                   END-IF
               ELSE
                   DISPLAY "Amount is not a number, try again."
                   PERFORM COUNT-FAILED-ATTEMPT
               END-IF
           END-PERFORM
           EXIT.

       ENTER-ORDER-CURRENCY.
           MOVE "N" TO FIELD-VALID
           MOVE 0 TO FIELD-ATTEMPTS
           PERFORM UNTIL FIELD-VALID = "Y"
               OR ENTRY-CANCELLED = "Y"
               DISPLAY "Currency (DKK, EUR, USD, GBP, SEK, NOK):"
               MOVE SPACES TO INPUT-TEXT
               ACCEPT INPUT-TEXT

               IF INPUT-TEXT = SPACES AND AMENDING = "Y"
                   MOVE "Y" TO FIELD-VALID
                   EXIT PARAGRAPH
               END-IF

               MOVE FUNCTION UPPER-CASE(INPUT-TEXT(1:3))
                   TO NEW-CURRENCY
               IF SUPPORTED-CURRENCY
                   AND INPUT-TEXT(4:77) = SPACES
                   MOVE "Y" TO FIELD-VALID
               ELSE
                   DISPLAY "'" FUNCTION TRIM(INPUT-TEXT TRAILING)
                       "' is not a currency standing orders are "
                       "paid in."
                   MOVE OLD-ORDER(36:3) TO NEW-CURRENCY
                   PERFORM COUNT-FAILED-ATTEMPT
               END-IF
           END-PERFORM
           EXIT.

       ENTER-DAY-OF-MONTH.
           MOVE "N" TO FIELD-VALID
           MOVE 0 TO FIELD-ATTEMPTS
           PERFORM UNTIL FIELD-VALID = "Y"
               OR ENTRY-CANCELLED = "Y"
               DISPLAY "Day of the month to pay on (1-28):"
               MOVE SPACES TO INPUT-TEXT
               ACCEPT INPUT-TEXT

               IF INPUT-TEXT = SPACES AND AMENDING = "Y"
                   MOVE "Y" TO FIELD-VALID
                   EXIT PARAGRAPH
               END-IF

               IF FUNCTION TEST-NUMVAL(INPUT-TEXT) = 0
                   COMPUTE INPUT-NUMBER = FUNCTION NUMVAL(INPUT-TEXT)
               ELSE
                   MOVE 0 TO INPUT-NUMBER
               END-IF
               IF INPUT-NUMBER >= 1 AND INPUT-NUMBER <= 28
                   MOVE INPUT-NUMBER TO NEW-DAY-OF-MONTH
                   MOVE "Y" TO FIELD-VALID
               ELSE
                   DISPLAY "The day must be 1 to 28 - later days "
                       "do not come in every month."
                   PERFORM COUNT-FAILED-ATTEMPT
               END-IF
           END-PERFORM
           EXIT.

       ENTER-START-PERIOD.
           MOVE "N" TO FIELD-VALID
           MOVE 0 TO FIELD-ATTEMPTS
           PERFORM UNTIL FIELD-VALID = "Y"
               OR ENTRY-CANCELLED = "Y"
               DISPLAY "First period (YYYYMM, blank = "
                   NEXT-GENERATION-PERIOD "):"
               MOVE SPACES TO INPUT-TEXT
               ACCEPT INPUT-TEXT

               IF INPUT-TEXT = SPACES
                   IF AMENDING = "N"
                       MOVE NEXT-GENERATION-PERIOD
                           TO NEW-START-PERIOD
                   END-IF
                   MOVE "Y" TO FIELD-VALID
                   EXIT PARAGRAPH
               END-IF

               PERFORM CHECK-PERIOD-INPUT
               IF FIELD-VALID = "Y"
                   IF PERIOD-INPUT < NEXT-GENERATION-PERIOD
                       MOVE "N" TO FIELD-VALID
                       DISPLAY "STANDINGORDERS has already paid up "
                           "to " LAST-GENERATED-PERIOD
                           " - the first period must be "
                           NEXT-GENERATION-PERIOD " or later."
                       PERFORM COUNT-FAILED-ATTEMPT
                   ELSE
                       MOVE PERIOD-INPUT TO NEW-START-PERIOD
                   END-IF
               END-IF
           END-PERFORM
           EXIT.

      * The last period may not fall before the first, and may not
      * reach back behind a period STANDINGORDERS has already paid.
       ENTER-END-PERIOD.
           IF NEW-START-PERIOD > LAST-GENERATED-PERIOD
               MOVE NEW-START-PERIOD TO END-PERIOD-FLOOR
           ELSE
               MOVE LAST-GENERATED-PERIOD TO END-PERIOD-FLOOR
           END-IF

           MOVE "N" TO FIELD-VALID
           MOVE 0 TO FIELD-ATTEMPTS
           PERFORM UNTIL FIELD-VALID = "Y"
               OR ENTRY-CANCELLED = "Y"
               DISPLAY "Last period (YYYYMM, 0 = until further "
                   "notice):"
               MOVE SPACES TO INPUT-TEXT
               ACCEPT INPUT-TEXT

               EVALUATE TRUE
                   WHEN INPUT-TEXT = SPACES AND AMENDING = "Y"
                       MOVE NEW-END-PERIOD TO PERIOD-INPUT
                       MOVE "Y" TO FIELD-VALID
                   WHEN INPUT-TEXT = SPACES
                   WHEN INPUT-TEXT = "0"
                       MOVE 0 TO PERIOD-INPUT
                       MOVE "Y" TO FIELD-VALID
                   WHEN OTHER
                       PERFORM CHECK-PERIOD-INPUT
               END-EVALUATE

               IF FIELD-VALID = "Y"
                   IF PERIOD-INPUT NOT = 0
                       AND PERIOD-INPUT < END-PERIOD-FLOOR
                       MOVE "N" TO FIELD-VALID
                       DISPLAY "The last period must be 0 or "
                           END-PERIOD-FLOOR " or later."
                       PERFORM COUNT-FAILED-ATTEMPT
                   ELSE
                       MOVE PERIOD-INPUT TO NEW-END-PERIOD
                   END-IF
               END-IF
           END-PERFORM
           EXIT.

       CHECK-PERIOD-INPUT.
           MOVE "N" TO FIELD-VALID
           IF INPUT-TEXT(1:6) IS NUMERIC
               AND INPUT-TEXT(7:74) = SPACES
               MOVE INPUT-TEXT(1:6) TO PERIOD-INPUT
               MOVE PERIOD-INPUT TO PERIOD-PARTS
               IF PERIOD-MONTH >= 1 AND PERIOD-MONTH <= 12
                   AND PERIOD-YEAR >= 1900
                   MOVE "Y" TO FIELD-VALID
               END-IF
           END-IF

           IF FIELD-VALID = "N"
               DISPLAY "A period is YYYYMM with a month of 01 to 12."
               PERFORM COUNT-FAILED-ATTEMPT
           END-IF
           EXIT.

       COUNT-FAILED-ATTEMPT.
           ADD 1 TO FIELD-ATTEMPTS
           IF FIELD-ATTEMPTS >= FIELD-ATTEMPT-LIMIT
               MOVE "Y" TO ENTRY-CANCELLED
               DISPLAY "Too many invalid replies - change abandoned."
           END-IF
           EXIT.

       CONFIRM-ORDER-CHANGE.
           MOVE NEW-AMOUNT TO AMOUNT-EDIT-DISPLAY
           MOVE NEW-START-PERIOD TO PERIOD-WORK
           PERFORM FORMAT-PERIOD-DISPLAY
           MOVE PERIOD-DISPLAY TO START-PERIOD-DISPLAY
           MOVE NEW-END-PERIOD TO PERIOD-WORK
           PERFORM FORMAT-PERIOD-DISPLAY

           EVALUATE INPUT-ACTION
               WHEN "C"
                   DISPLAY "Set up for "
                       FUNCTION TRIM(TARGET-CPR TRAILING) ":"
               WHEN "A"
                   DISPLAY "Amend the order of "
                       FUNCTION TRIM(TARGET-CPR TRAILING) " to:"
               WHEN "S"
                   DISPLAY "Suspend the order of "
                       FUNCTION TRIM(TARGET-CPR TRAILING) ":"
               WHEN "R"
                   DISPLAY "Resume the order of "
                       FUNCTION TRIM(TARGET-CPR TRAILING) ":"
               WHEN "X"
                   DISPLAY "Cancel the order of "
                       FUNCTION TRIM(TARGET-CPR TRAILING) ":"
           END-EVALUATE
           DISPLAY "  " NEW-REGISTRATION-NUMBER " " NEW-SHOP " "
               AMOUNT-EDIT-DISPLAY " " NEW-CURRENCY
               "  day " NEW-DAY-OF-MONTH "  "
               FUNCTION TRIM(START-PERIOD-DISPLAY TRAILING) " to "
               FUNCTION TRIM(PERIOD-DISPLAY TRAILING)

           DISPLAY "Apply this change (Y/N)?"
           MOVE SPACES TO INPUT-TEXT
           ACCEPT INPUT-TEXT
           IF FUNCTION UPPER-CASE(INPUT-TEXT(1:1)) NOT = "Y"
               MOVE "Y" TO ENTRY-CANCELLED
           END-IF
           EXIT.

       APPLY-ORDER-CHANGE.
           IF INPUT-ACTION = "C"
               ADD 1 TO ORDER-COUNT
               MOVE ORDER-COUNT TO MATCHED-ORDER
               MOVE TARGET-CPR TO SO-CPR(MATCHED-ORDER)
           END-IF
           MOVE NEW-ORDER TO ORDER-ENTRIES(MATCHED-ORDER)(16:53)

           PERFORM SAVE-STANDING-ORDERS
           PERFORM WRITE-ACTIVITY-LOG-ENTRY
           PERFORM WRITE-CONFIRMATION-LETTER
           ADD 1 TO CHANGES-APPLIED-COUNT

           DISPLAY "Standing order for "
               FUNCTION TRIM(TARGET-CPR TRAILING)
               " written to StandingOrders.txt; confirmation letter "
               "queued."
           EXIT.

      * YYYYMM in PERIOD-WORK becomes YYYY-MM, 0 an open end.
       FORMAT-PERIOD-DISPLAY.
           MOVE SPACES TO PERIOD-DISPLAY
           IF PERIOD-WORK = 0
               MOVE "until further notice" TO PERIOD-DISPLAY
           ELSE
               STRING PERIOD-WORK(1:4) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   PERIOD-WORK(5:2) DELIMITED BY SIZE
                   INTO PERIOD-DISPLAY
               END-STRING
           END-IF
           EXIT.

       WRITE-ACTIVITY-LOG-ENTRY.
           OPEN EXTEND ACTIVITY-LOG-FILE
           IF ACTIVITY-LOG-FILE-STATUS = "35"
               OPEN OUTPUT ACTIVITY-LOG-FILE
           END-IF

           MOVE SIGNON-OPERATOR-ID TO OPER-LOG-OPERATOR
           MOVE FUNCTION CURRENT-DATE TO OPER-LOG-TIMESTAMP
           MOVE "SOENTRY" TO OPER-LOG-PROGRAM
           EVALUATE INPUT-ACTION
               WHEN "C"
                   MOVE "SOCREATE" TO OPER-LOG-ACTION
               WHEN "A"
                   MOVE "SOAMEND" TO OPER-LOG-ACTION
               WHEN "S"
                   MOVE "SOSUSPEND" TO OPER-LOG-ACTION
               WHEN "R"
                   MOVE "SORESUME" TO OPER-LOG-ACTION
               WHEN "X"
                   MOVE "SOCANCEL" TO OPER-LOG-ACTION
           END-EVALUATE
           MOVE TARGET-REFERENCE-ID TO OPER-LOG-REFERENCE-ID
           WRITE ACTIVITY-LOG-RECORD

           CLOSE ACTIVITY-LOG-FILE
           EXIT.

      *----------------------------------------------------------*
      * The confirmation letter: one per change, starting at its
      * "Standing order confirmation" line with the "CPR:" line
      * DISTRIBUTE bridges to the master by.
      *----------------------------------------------------------*
       WRITE-CONFIRMATION-LETTER.
           OPEN EXTEND CONFIRMATION-LETTER-FILE
           IF LETTER-FILE-STATUS = "35"
               OPEN OUTPUT CONFIRMATION-LETTER-FILE
           END-IF
           PERFORM BEGIN-ARCHIVED-DOCUMENT

           MOVE "Standing order confirmation" TO NOTICE-TEXT-LINE
           PERFORM WRITE-NOTICE-LINE

           STRING "CPR: " DELIMITED BY SIZE
               FUNCTION TRIM(TARGET-CPR TRAILING) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               INTO NOTICE-TEXT-LINE
           END-STRING
           MOVE TARGET-NAME TO NOTICE-TEXT-LINE(19:41)
           PERFORM WRITE-NOTICE-LINE

           PERFORM WRITE-NOTICE-LINE
           MOVE SPACES TO DATE-DISPLAY
           STRING RUN-DATE-TODAY(1:4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               RUN-DATE-TODAY(5:2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               RUN-DATE-TODAY(7:2) DELIMITED BY SIZE
               INTO DATE-DISPLAY
           END-STRING
           STRING "Date: " DELIMITED BY SIZE
               DATE-DISPLAY DELIMITED BY SIZE
               INTO NOTICE-TEXT-LINE
           END-STRING
           PERFORM WRITE-NOTICE-LINE
           PERFORM WRITE-NOTICE-LINE

           EVALUATE INPUT-ACTION
               WHEN "C"
                   MOVE "We have set up this standing order for you:"
                       TO NOTICE-TEXT-LINE
               WHEN "A"
                   MOVE "Your standing order has been changed to read:"
                       TO NOTICE-TEXT-LINE
               WHEN "S"
                   MOVE "We have suspended this standing order:"
                       TO NOTICE-TEXT-LINE
               WHEN "R"
                   MOVE "We have resumed this standing order:"
                       TO NOTICE-TEXT-LINE
               WHEN "X"
                   MOVE "We have cancelled this standing order:"
                       TO NOTICE-TEXT-LINE
           END-EVALUATE
           PERFORM WRITE-NOTICE-LINE
           PERFORM WRITE-NOTICE-LINE

           STRING "  Payee:        " DELIMITED BY SIZE
               FUNCTION TRIM(NEW-SHOP TRAILING) DELIMITED BY SIZE
               " (reg. no. " DELIMITED BY SIZE
               NEW-REGISTRATION-NUMBER DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO NOTICE-TEXT-LINE
           END-STRING
           PERFORM WRITE-NOTICE-LINE
           MOVE NEW-AMOUNT TO AMOUNT-EDIT-DISPLAY
           STRING "  Amount:       " DELIMITED BY SIZE
               FUNCTION TRIM(AMOUNT-EDIT-DISPLAY LEADING)
               DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               NEW-CURRENCY DELIMITED BY SIZE
               INTO NOTICE-TEXT-LINE
           END-STRING
           PERFORM WRITE-NOTICE-LINE
           STRING "  Paid on:      day " DELIMITED BY SIZE
               NEW-DAY-OF-MONTH DELIMITED BY SIZE
               " of each month" DELIMITED BY SIZE
               INTO NOTICE-TEXT-LINE
           END-STRING
           PERFORM WRITE-NOTICE-LINE
           MOVE NEW-START-PERIOD TO PERIOD-WORK
           PERFORM FORMAT-PERIOD-DISPLAY
           STRING "  First month:  " DELIMITED BY SIZE
               PERIOD-DISPLAY DELIMITED BY SIZE
               INTO NOTICE-TEXT-LINE
           END-STRING
           PERFORM WRITE-NOTICE-LINE
           MOVE NEW-END-PERIOD TO PERIOD-WORK
           PERFORM FORMAT-PERIOD-DISPLAY
           STRING "  Last month:   " DELIMITED BY SIZE
               PERIOD-DISPLAY DELIMITED BY SIZE
               INTO NOTICE-TEXT-LINE
           END-STRING
           PERFORM WRITE-NOTICE-LINE
           PERFORM WRITE-NOTICE-LINE

           EVALUATE INPUT-ACTION
               WHEN "S"
                   MOVE "No payments are made while the order is"
                       TO NOTICE-TEXT-LINE
                   PERFORM WRITE-NOTICE-LINE
                   MOVE "suspended. Please contact your branch when you"
                       TO NOTICE-TEXT-LINE
                   PERFORM WRITE-NOTICE-LINE
                   MOVE "want it resumed." TO NOTICE-TEXT-LINE
                   PERFORM WRITE-NOTICE-LINE
               WHEN "X"
                   MOVE "No further payments will be made on this"
                       TO NOTICE-TEXT-LINE
                   PERFORM WRITE-NOTICE-LINE
                   MOVE "order." TO NOTICE-TEXT-LINE
                   PERFORM WRITE-NOTICE-LINE
               WHEN OTHER
                   MOVE "A payment falling on a weekend or bank holiday"
                       TO NOTICE-TEXT-LINE
                   PERFORM WRITE-NOTICE-LINE
                   MOVE "is made on the next business day."
                       TO NOTICE-TEXT-LINE
                   PERFORM WRITE-NOTICE-LINE
           END-EVALUATE
           MOVE "Please contact your branch if any of this is"
               TO NOTICE-TEXT-LINE
           PERFORM WRITE-NOTICE-LINE
           MOVE "not correct." TO NOTICE-TEXT-LINE
           PERFORM WRITE-NOTICE-LINE
           PERFORM WRITE-NOTICE-LINE

           PERFORM END-ARCHIVED-DOCUMENT
           CLOSE CONFIRMATION-LETTER-FILE
           PERFORM WRITE-CONTACT-JOURNAL-ENTRY
           EXIT.

       WRITE-NOTICE-LINE.
           MOVE NOTICE-TEXT-LINE TO CONFIRMATION-LETTER-LINE
           WRITE CONFIRMATION-LETTER-LINE
           IF DOCUMENT-BEING-ARCHIVED = "Y"
               SET DOCARC-ADD-LINE TO TRUE
               MOVE NOTICE-TEXT-LINE TO DOCARC-LINE-TEXT
               CALL "DOCARCHIVE" USING DOCARC-PARAMETERS
           END-IF
           MOVE SPACES TO NOTICE-TEXT-LINE
           EXIT.

      *----------------------------------------------------------*
      * The archive row carries the same REFERENCE-ID and CPR as
      * the contact journal row.
      *----------------------------------------------------------*
       BEGIN-ARCHIVED-DOCUMENT.
           MOVE "N" TO DOCUMENT-BEING-ARCHIVED
           MOVE SPACES TO DOCARC-DOCUMENT-ID
           IF DOCARC-CALL-FAILED = "Y"
               EXIT PARAGRAPH
           END-IF

           SET DOCARC-BEGIN TO TRUE
           MOVE TARGET-REFERENCE-ID TO DOCARC-REFERENCE-ID
           MOVE TARGET-CPR TO DOCARC-CPR
           MOVE "SOCONFIRM" TO DOCARC-DOCUMENT-TYPE
           MOVE "SOENTRY" TO DOCARC-ORIGIN-JOB
           MOVE RUN-DATE-TODAY TO DOCARC-SENT-DATE
           CALL "DOCARCHIVE" USING DOCARC-PARAMETERS
               ON EXCEPTION
                   DISPLAY "WARNING: DOCARCHIVE could not be called, "
                       "letters are not archived this session."
                   MOVE "Y" TO DOCARC-CALL-FAILED
                   MOVE SPACES TO DOCARC-DOCUMENT-ID
           END-CALL

           IF DOCARC-DOCUMENT-ID NOT = SPACES
               MOVE "Y" TO DOCUMENT-BEING-ARCHIVED
           END-IF
           EXIT.

       END-ARCHIVED-DOCUMENT.
           IF DOCUMENT-BEING-ARCHIVED = "Y"
               SET DOCARC-END TO TRUE
               CALL "DOCARCHIVE" USING DOCARC-PARAMETERS
               MOVE "N" TO DOCUMENT-BEING-ARCHIVED
           END-IF
           EXIT.

       WRITE-CONTACT-JOURNAL-ENTRY.
           OPEN EXTEND CONTACT-JOURNAL-FILE
           IF CONTACT-JOURNAL-FILE-STATUS = "35"
               OPEN OUTPUT CONTACT-JOURNAL-FILE
           END-IF

           MOVE SPACES TO CONTACT-JOURNAL-RECORD
           MOVE TARGET-REFERENCE-ID TO CONTACT-REFERENCE-ID
           MOVE TARGET-CPR TO CONTACT-CPR
           MOVE RUN-DATE-TODAY TO CONTACT-SENT-DATE
           MOVE "SOCONFIRM" TO CONTACT-DOCUMENT-TYPE
           MOVE "PRINT" TO CONTACT-CHANNEL
           MOVE "SOENTRY" TO CONTACT-ORIGIN-JOB
           MOVE DOCARC-DOCUMENT-ID TO CONTACT-DOCUMENT-ID
           WRITE CONTACT-JOURNAL-RECORD

           CLOSE CONTACT-JOURNAL-FILE
           EXIT.

      *-----------------------------------------------------------*
      * HOUSESTATEMENT.CPY                                        *
      * The clearing bank's end-of-day statement of our house     *
      * account as delivered in HouseStatement.txt (102 bytes).   *
      * The first record (OPN) carries the opening balance, one   *
      * ENT record follows for every booking and the last record  *
      * (CLS) carries the closing balance the bank reports; all   *
      * carry the house account and the statement date. Balances  *
      * are signed by STMT-DEBIT-CREDIT ("C" in credit, "D"       *
      * overdrawn); an entry's is "D" for money leaving the       *
      * account and "C" for money arriving. STMT-AMOUNT is what   *
      * was booked on the account; the instructed amount and      *
      * currency are the payment as the bank received it, with    *
      * the end-to-end reference from our instruction where there *
      * was one.                                                  *
      *-----------------------------------------------------------*
       02 STMT-RECORD-TYPE PIC X(3) VALUE SPACES.
           88 STMT-OPENING-BALANCE VALUE "OPN".
           88 STMT-ENTRY VALUE "ENT".
           88 STMT-CLOSING-BALANCE VALUE "CLS".
       02 STMT-ACCOUNT PIC X(17) VALUE SPACES.
       02 STMT-BOOKING-DATE PIC 9(8) VALUE 0.
       02 STMT-END-TO-END-REF PIC X(14) VALUE SPACES.
       02 STMT-DEBIT-CREDIT PIC X(1) VALUE SPACE.
           88 STMT-DEBIT VALUE "D".
           88 STMT-CREDIT VALUE "C".
       02 STMT-AMOUNT PIC 9(11)V99 VALUE 0.
       02 STMT-INSTRUCTED-AMOUNT PIC 9(11)V99 VALUE 0.
       02 STMT-INSTRUCTED-CURRENCY PIC X(3) VALUE SPACES.
       02 STMT-TEXT PIC X(30) VALUE SPACES.

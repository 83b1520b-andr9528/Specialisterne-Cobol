      *-----------------------------------------------------------*
      * TERMDEPOSIT.CPY                                           *
      * One fixed-term deposit as kept in TermDeposits.txt (121   *
      * bytes). The branch enters the deposit with its principal  *
      * (DKK), the annual rate in percent, the start date, the    *
      * term in months and the maturity instruction - "R" rolls   *
      * principal and interest over into a new term at the same   *
      * rate, "P" pays both out to the customer's current account *
      * (DEPOSIT-PAYOUT-REGISTRATION / -ACCOUNT). TERMDEPOSIT     *
      * fills the maturity date (the end of the term rolled to a  *
      * business day), records the date the maturity notice went  *
      * out, and closes the deposit as paid out ("M") or broken   *
      * ("B") on the closed date. DEPOSIT-BREAK-DATE, entered by  *
      * the branch, asks for the deposit to be closed early on    *
      * that date against the early-break penalty. The start      *
      * date is the start of the current term; the opened date    *
      * stays the date the money was first placed.                *
      *-----------------------------------------------------------*
       02 DEPOSIT-ID PIC X(10) VALUE SPACES.
       02 DEPOSIT-CPR PIC X(15) VALUE SPACES.
       02 DEPOSIT-PAYOUT-REGISTRATION PIC X(4) VALUE SPACES.
       02 DEPOSIT-PAYOUT-ACCOUNT PIC X(17) VALUE SPACES.
       02 DEPOSIT-PRINCIPAL PIC 9(11)V99 VALUE 0.
       02 DEPOSIT-RATE PIC 9(2)V9(4) VALUE 0.
       02 DEPOSIT-OPENED-DATE PIC 9(8) VALUE 0.
       02 DEPOSIT-START-DATE PIC 9(8) VALUE 0.
       02 DEPOSIT-TERM-MONTHS PIC 9(3) VALUE 0.
       02 DEPOSIT-MATURITY-DATE PIC 9(8) VALUE 0.
       02 DEPOSIT-INSTRUCTION PIC X(1) VALUE SPACE.
           88 DEPOSIT-ROLL-OVER VALUE "R".
           88 DEPOSIT-PAY-OUT VALUE "P".
       02 DEPOSIT-STATUS PIC X(1) VALUE SPACE.
           88 DEPOSIT-OPEN VALUE "O" " ".
           88 DEPOSIT-MATURED VALUE "M".
           88 DEPOSIT-BROKEN VALUE "B".
       02 DEPOSIT-BREAK-DATE PIC 9(8) VALUE 0.
       02 DEPOSIT-NOTICE-SENT-DATE PIC 9(8) VALUE 0.
       02 DEPOSIT-CLOSED-DATE PIC 9(8) VALUE 0.
       02 DEPOSIT-ROLLOVER-COUNT PIC 9(3) VALUE 0.

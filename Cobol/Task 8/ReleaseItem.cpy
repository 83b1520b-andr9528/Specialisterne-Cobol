      *-----------------------------------------------------------*
      * RELEASEITEM.CPY                                           *
      * One payment instruction PAYMENTIFACE held back instead of *
      * sending, as kept in PaymentReleaseQueue.txt (225 bytes).  *
      * The instruction is kept whole - reference, source, the    *
      * customer it was charged to, our account, the              *
      * counterparty, amount, currency, DKK value and execution   *
      * date - so it can be sent unchanged once released.         *
      * RELEASE-HOLD-REASON says why it was held: SANC or PEP     *
      * when the counterparty name scored at or above the list's  *
      * threshold (the entry and score follow), LIMIT when the    *
      * DKK value is above the limit for its source, NOSCR when   *
      * the lists could not be screened. An item stays held ("H") *
      * until a reviewer releases ("R") it, and it goes out in    *
      * the next PAYMENTIFACE run, or cancels ("C") it, and the   *
      * money is given back as for a rejected payment. The        *
      * decided fields record when, by whom and why.              *
      *-----------------------------------------------------------*
       02 RELEASE-END-TO-END-REF PIC X(14) VALUE SPACES.
       02 RELEASE-SOURCE PIC X(2) VALUE SPACES.
       02 RELEASE-CPR PIC X(15) VALUE SPACES.
       02 RELEASE-OUR-REGISTRATION PIC X(4) VALUE SPACES.
       02 RELEASE-OUR-ACCOUNT PIC X(17) VALUE SPACES.
       02 RELEASE-COUNTERPARTY PIC X(30) VALUE SPACES.
       02 RELEASE-AMOUNT PIC 9(11)V99 VALUE 0.
       02 RELEASE-CURRENCY PIC X(3) VALUE SPACES.
       02 RELEASE-DKK-AMOUNT PIC 9(11)V99 VALUE 0.
       02 RELEASE-EXECUTION-DATE PIC 9(8) VALUE 0.
       02 RELEASE-COUNTERPARTY-REGISTRATION PIC X(4) VALUE SPACES.
       02 RELEASE-COUNTERPARTY-ACCOUNT PIC X(17) VALUE SPACES.
       02 RELEASE-HOLD-REASON PIC X(6) VALUE SPACES.
       02 RELEASE-MATCH-ID PIC X(10) VALUE SPACES.
       02 RELEASE-MATCH-PERCENT PIC 999V9 VALUE 0.
       02 RELEASE-HELD-DATE PIC 9(8) VALUE 0.
       02 RELEASE-STATUS PIC X(1) VALUE SPACE.
           88 RELEASE-HELD VALUE "H" " ".
           88 RELEASE-RELEASED VALUE "R".
           88 RELEASE-CANCELLED VALUE "C".
       02 RELEASE-DECIDED-DATE PIC 9(8) VALUE 0.
       02 RELEASE-DECIDED-BY PIC X(8) VALUE SPACES.
       02 RELEASE-DECISION-REASON PIC X(40) VALUE SPACES.

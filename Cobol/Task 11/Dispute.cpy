      *-----------------------------------------------------------*
      * DISPUTE.CPY                                               *
      * One card dispute as kept in DisputeRegister.txt by        *
      * DISPUTEPOST. The disputed Udbetaling is named by its CPR, *
      * time and amount as posted; the shop is kept both as the   *
      * feed spelling and as the ShopMaster canonical name and    *
      * merchant id resolved when the dispute was registered, so  *
      * the settlement extract and the shop report need no second *
      * lookup. Amounts are positive: DISPUTE-AMOUNT is the part  *
      * of the transaction disputed in its own currency and       *
      * DISPUTE-DKK-AMOUNT the same at the original's rate.       *
      *-----------------------------------------------------------*
       03 DISPUTE-ID PIC X(10) VALUE SPACES.
       03 DISPUTE-STATUS PIC X VALUE SPACE.
           88 DISPUTE-OPEN VALUE "O".
           88 DISPUTE-MERCHANT-RESPONDED VALUE "M".
           88 DISPUTE-WON VALUE "W".
           88 DISPUTE-LOST VALUE "L".
           88 DISPUTE-CLOSED VALUE "W" "L".
       03 DISPUTE-OPENED-DATE PIC X(8) VALUE SPACES.
       03 DISPUTE-DEADLINE-DATE PIC X(8) VALUE SPACES.
       03 DISPUTE-RESPONSE-DATE PIC X(8) VALUE SPACES.
       03 DISPUTE-CLOSED-DATE PIC X(8) VALUE SPACES.

      * Settlement period (YYYYMM) whose ShopSettlement.txt carries
      * the chargeback; set only when the customer wins.
       03 DISPUTE-CHARGEBACK-PERIOD PIC X(6) VALUE SPACES.

      * Provisional credit: "Y" asked for at registration, "P"
      * once posted (CREDIT-TIME is its time of transaction), "R"
      * once reversed after a lost dispute. A won dispute with no
      * provisional credit gets its credit at the win, also "P".
       03 DISPUTE-CREDIT-FLAG PIC X VALUE SPACE.
           88 CREDIT-REQUESTED VALUE "Y".
           88 CREDIT-POSTED VALUE "P".
           88 CREDIT-REVERSED VALUE "R".
       03 DISPUTE-CREDIT-TIME PIC X(26) VALUE SPACES.

       03 DISPUTE-AMOUNT PIC S9(11)V99 VALUE 0.
       03 DISPUTE-DKK-AMOUNT PIC S9(11)V99 VALUE 0.

      * The disputed transaction as posted.
       03 DISPUTE-CPR PIC X(15) VALUE SPACES.
       03 DISPUTE-CUSTOMER-NAME PIC X(30) VALUE SPACES.
       03 DISPUTE-REGISTRATION PIC X(4) VALUE SPACES.
       03 DISPUTE-ACCOUNT PIC X(17) VALUE SPACES.
       03 DISPUTE-TXN-TIME PIC X(26) VALUE SPACES.
       03 DISPUTE-TXN-AMOUNT PIC S9(11)V99 VALUE 0.
       03 DISPUTE-TXN-DKK-AMOUNT PIC S9(11)V99 VALUE 0.
       03 DISPUTE-CURRENCY PIC X(3) VALUE SPACES.
       03 DISPUTE-SHOP PIC X(20) VALUE SPACES.
       03 DISPUTE-SETTLE-SHOP PIC X(20) VALUE SPACES.
       03 DISPUTE-MERCHANT-ID PIC X(8) VALUE SPACES.

       03 DISPUTE-REASON PIC X(40) VALUE SPACES.
       03 DISPUTE-OPERATOR PIC X(8) VALUE SPACES.

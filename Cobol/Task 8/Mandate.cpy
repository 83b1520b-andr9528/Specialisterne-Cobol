      *-----------------------------------------------------------*
      * MANDATE.CPY                                               *
      * One direct-debit mandate as kept in MandateRegister.txt   *
      * (137 bytes): the customer (CPR, registration and account) *
      * has authorised the creditor to pull payments of up to     *
      * MANDATE-MAX-AMOUNT DKK each (zero: no limit agreed) from  *
      * the signed date on. A cancellation the customer asked     *
      * for is queued by DDCANCEL and taken on by DDCOLLECT,      *
      * which sets the status to cancelled ("C") with the date    *
      * it takes effect: collections due after that date are      *
      * returned to the creditor. DDCOLLECT also keeps the date   *
      * and count of collections paid under the mandate.          *
      *-----------------------------------------------------------*
       02 MANDATE-ID PIC X(10) VALUE SPACES.
       02 MANDATE-CREDITOR-ID PIC X(10) VALUE SPACES.
       02 MANDATE-CREDITOR-NAME PIC X(30) VALUE SPACES.
       02 MANDATE-CPR PIC X(15) VALUE SPACES.
       02 MANDATE-REGISTRATION PIC X(4) VALUE SPACES.
       02 MANDATE-ACCOUNT PIC X(17) VALUE SPACES.
       02 MANDATE-MAX-AMOUNT PIC 9(11)V99 VALUE 0.
       02 MANDATE-STATUS PIC X(1) VALUE SPACE.
           88 MANDATE-ACTIVE VALUE "A" " ".
           88 MANDATE-CANCELLED VALUE "C".
       02 MANDATE-SIGNED-DATE PIC 9(8) VALUE 0.
       02 MANDATE-CANCELLED-DATE PIC 9(8) VALUE 0.
       02 MANDATE-CANCELLED-BY PIC X(8) VALUE SPACES.
       02 MANDATE-LAST-COLLECTED-DATE PIC 9(8) VALUE 0.
       02 MANDATE-COLLECTED-COUNT PIC 9(5) VALUE 0.

      *-----------------------------------------------------------*
      * INBOUNDPAYMENT.CPY                                        *
      * One credit transfer from another bank as delivered in     *
      * InboundPayments.txt (147 bytes): the sender's reference,  *
      * value date, the beneficiary registration and account the  *
      * payer addressed, the amount and currency, and the payer's *
      * name, registration and account (where the money goes back *
      * if it cannot be applied) with the remittance text.        *
      *-----------------------------------------------------------*
       02 INBOUND-REFERENCE PIC X(16) VALUE SPACES.
       02 INBOUND-VALUE-DATE PIC 9(8) VALUE 0.
       02 INBOUND-BENEFICIARY-REGISTRATION PIC X(4) VALUE SPACES.
       02 INBOUND-BENEFICIARY-ACCOUNT PIC X(17) VALUE SPACES.
       02 INBOUND-AMOUNT PIC 9(11)V99 VALUE 0.
       02 INBOUND-CURRENCY PIC X(3) VALUE SPACES.
       02 INBOUND-PAYER-NAME PIC X(30) VALUE SPACES.
       02 INBOUND-PAYER-REGISTRATION PIC X(4) VALUE SPACES.
       02 INBOUND-PAYER-ACCOUNT PIC X(17) VALUE SPACES.
       02 INBOUND-REMITTANCE-TEXT PIC X(35) VALUE SPACES.

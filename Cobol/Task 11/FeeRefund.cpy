      *-----------------------------------------------------------*
      * FEEREFUND.CPY                                             *
      * One request to refund a fee FEEASSESS charged, as         *
      * REFUNDENTRY queues it in FeeRefundRequests.txt and        *
      * REFUNDPOST works it. The Gebyr it refunds is named by its *
      * CPR, time and amount as charged, with the name,           *
      * registration number and account the reversal is booked    *
      * back to. REFUND-AMOUNT is what goes back to the customer  *
      * in DKK and is never more than the fee. The reason code    *
      * says why: goodwill ("GOODWILL"), bank error ("BANKERR"),  *
      * complaint upheld ("COMPLNT"), financial hardship          *
      * ("HARDSHIP") or customer retention ("RETAIN"). The        *
      * submitter is the signed-on operator.                      *
      *-----------------------------------------------------------*
       02 REFUND-ID PIC X(10) VALUE SPACES.
       02 REFUND-REASON PIC X(8) VALUE SPACES.
           88 REFUND-GOODWILL VALUE "GOODWILL".
           88 REFUND-BANK-ERROR VALUE "BANKERR".
           88 REFUND-COMPLAINT-UPHELD VALUE "COMPLNT".
           88 REFUND-HARDSHIP VALUE "HARDSHIP".
           88 REFUND-RETENTION VALUE "RETAIN".
           88 VALID-REFUND-REASON
               VALUE "GOODWILL" "BANKERR" "COMPLNT" "HARDSHIP"
                     "RETAIN".
       02 REFUND-AMOUNT PIC 9(7)V99 VALUE 0.
       02 REFUND-NOTE PIC X(40) VALUE SPACES.
       02 REFUND-SUBMITTER PIC X(8) VALUE SPACES.
       02 REFUND-SUBMITTED-DATE PIC X(8) VALUE SPACES.
       02 REFUND-FEE-CPR PIC X(15) VALUE SPACES.
       02 REFUND-FEE-CUSTOMER-NAME PIC X(30) VALUE SPACES.
       02 REFUND-FEE-REGISTRATION PIC X(4) VALUE SPACES.
       02 REFUND-FEE-ACCOUNT PIC X(17) VALUE SPACES.
       02 REFUND-FEE-TIME PIC X(26) VALUE SPACES.
       02 REFUND-FEE-AMOUNT PIC S9(11)V99 VALUE 0.

      *-----------------------------------------------------------*
      * SUSPENSEITEM.CPY                                          *
      * One inbound payment INBOUNDPOST could not credit to a     *
      * customer, as kept in SuspenseItems.txt (234 bytes). The   *
      * reason it was held: NOMATCH (no account with that number  *
      * on the master), CLOSED (the account has been closed),     *
      * BLOCKED (the customer is not active) or CURRENCY (a       *
      * currency the bank does not book). The payment itself      *
      * follows as delivered, with its DKK value on the day it    *
      * was received. An item stays open ("O") until SUSPENSEWORK *
      * has applied it to a customer account ("A") or it has been *
      * returned to the payer ("R") by an operator or because it  *
      * passed the return limit; the resolved fields record when, *
      * by whom (the operator, or BATCH for a return past the     *
      * limit), the account it went to or the return reason.      *
      * The same layout carries the returns to PAYMENTIFACE in    *
      * SuspenseReturns.txt.                                      *
      *-----------------------------------------------------------*
       02 SUSPENSE-ID PIC X(10) VALUE SPACES.
       02 SUSPENSE-REASON PIC X(8) VALUE SPACES.
       02 SUSPENSE-STATUS PIC X(1) VALUE SPACE.
           88 SUSPENSE-OPEN VALUE "O" " ".
           88 SUSPENSE-APPLIED VALUE "A".
           88 SUSPENSE-RETURNED VALUE "R".
       02 SUSPENSE-RECEIVED-DATE PIC 9(8) VALUE 0.
       02 SUSPENSE-REFERENCE PIC X(16) VALUE SPACES.
       02 SUSPENSE-VALUE-DATE PIC 9(8) VALUE 0.
       02 SUSPENSE-BENEFICIARY-REGISTRATION PIC X(4) VALUE SPACES.
       02 SUSPENSE-BENEFICIARY-ACCOUNT PIC X(17) VALUE SPACES.
       02 SUSPENSE-AMOUNT PIC 9(11)V99 VALUE 0.
       02 SUSPENSE-CURRENCY PIC X(3) VALUE SPACES.
       02 SUSPENSE-PAYER-NAME PIC X(30) VALUE SPACES.
       02 SUSPENSE-PAYER-REGISTRATION PIC X(4) VALUE SPACES.
       02 SUSPENSE-PAYER-ACCOUNT PIC X(17) VALUE SPACES.
       02 SUSPENSE-REMITTANCE-TEXT PIC X(35) VALUE SPACES.
       02 SUSPENSE-DKK-AMOUNT PIC 9(11)V99 VALUE 0.
       02 SUSPENSE-RESOLVED-DATE PIC 9(8) VALUE 0.
       02 SUSPENSE-RESOLVED-BY PIC X(8) VALUE SPACES.
       02 SUSPENSE-APPLIED-REFERENCE-ID PIC X(10) VALUE SPACES.
       02 SUSPENSE-APPLIED-ACCOUNT PIC X(17) VALUE SPACES.
       02 SUSPENSE-RETURN-REASON PIC X(4) VALUE SPACES.

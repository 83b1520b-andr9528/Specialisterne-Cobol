      *-----------------------------------------------------------*
      * COLLECTIONREQUEST.CPY                                     *
      * One direct-debit collection a creditor asks for, as       *
      * delivered in CollectionRequests.txt (109 bytes): the      *
      * creditor, the mandate it collects under, the creditor's   *
      * own reference, the customer's CPR and account, the DKK    *
      * amount, the due date and a text for the statement. The    *
      * same layout leads every row DDCOLLECT returns to the      *
      * creditor in CollectionReturns.txt.                        *
      *-----------------------------------------------------------*
       02 COLLECT-CREDITOR-ID PIC X(10) VALUE SPACES.
       02 COLLECT-MANDATE-ID PIC X(10) VALUE SPACES.
       02 COLLECT-REFERENCE PIC X(16) VALUE SPACES.
       02 COLLECT-CPR PIC X(15) VALUE SPACES.
       02 COLLECT-ACCOUNT PIC X(17) VALUE SPACES.
       02 COLLECT-AMOUNT PIC 9(11)V99 VALUE 0.
       02 COLLECT-DUE-DATE PIC 9(8) VALUE 0.
       02 COLLECT-TEXT PIC X(20) VALUE SPACES.

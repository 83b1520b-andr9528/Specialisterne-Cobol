      *-----------------------------------------------------------*
      * DEPOSITLEDGER.CPY                                         *
      * One movement on a fixed-term deposit as TERMDEPOSIT       *
      * appends it to TermDepositLedger.txt (67 bytes): INTEREST  *
      * credited at maturity or on an early break, PENALTY for    *
      * the break, ROLLOVER when the interest is added to the     *
      * principal for a new term and PAIDOUT when the principal   *
      * goes back to the current account. LEDGER-PRINCIPAL-BEFORE *
      * is the deposit's principal just before the movement, so   *
      * the principal held on any past date can be rebuilt.       *
      *-----------------------------------------------------------*
       02 LEDGER-DEPOSIT-ID PIC X(10) VALUE SPACES.
       02 LEDGER-CPR PIC X(15) VALUE SPACES.
       02 LEDGER-DATE PIC 9(8) VALUE 0.
       02 LEDGER-EVENT PIC X(8) VALUE SPACES.
       02 LEDGER-AMOUNT PIC 9(11)V99 VALUE 0.
       02 LEDGER-PRINCIPAL-BEFORE PIC 9(11)V99 VALUE 0.

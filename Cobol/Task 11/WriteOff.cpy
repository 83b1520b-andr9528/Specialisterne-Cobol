      *-----------------------------------------------------------*
      * WRITEOFF.CPY                                              *
      * One written-off overdraft as kept in WriteOffRegister.txt *
      * by WRITEOFFPOST. WRITEOFF-DKK-AMOUNT is the negative      *
      * saldo cleared, as a positive figure, booked as an         *
      * Afskrivning transaction at WRITEOFF-TIME; the report run  *
      * treats Indbetalinger from the CPR dated after             *
      * WRITEOFF-DATE as recoveries up to that amount. The level  *
      * date and age say how long the case had sat at the final   *
      * demand when the reviewer approved it, and the provision   *
      * held is what LOSSPROVISION set aside at its last run.     *
      *-----------------------------------------------------------*
       03 WRITEOFF-ID PIC X(10) VALUE SPACES.
       03 WRITEOFF-CPR PIC X(15) VALUE SPACES.
       03 WRITEOFF-CUSTOMER-NAME PIC X(30) VALUE SPACES.
       03 WRITEOFF-DATE PIC X(8) VALUE SPACES.
       03 WRITEOFF-TIME PIC X(26) VALUE SPACES.
       03 WRITEOFF-DKK-AMOUNT PIC S9(11)V99 VALUE 0.
       03 WRITEOFF-LEVEL-DATE PIC 9(8) VALUE 0.
       03 WRITEOFF-LEVEL-AGE-DAYS PIC 9(5) VALUE 0.
       03 WRITEOFF-PROVISION-HELD PIC S9(11)V99 VALUE 0.
       03 WRITEOFF-REVIEWER PIC X(20) VALUE SPACES.

      *-----------------------------------------------------------*
      * INTERESTACCRUAL.CPY                                       *
      * One row per customer credited with deposit interest by    *
      * CUSTOMERMAINT's monthly accrual, appended to              *
      * InterestAccrualJournal.txt: the balance the interest was  *
      * worked out on, the rate and the amount added to the       *
      * primary account.                                          *
      *-----------------------------------------------------------*
       02 ACCRUAL-DATE PIC 9(8) VALUE 0.
       02 ACCRUAL-REFERENCE-ID PIC X(10) VALUE SPACES.
       02 ACCRUAL-CPR PIC X(15) VALUE SPACES.
       02 ACCRUAL-ACCOUNT-NUMBER PIC X(17) VALUE SPACES.
       02 ACCRUAL-BALANCE PIC S9(9)V99 VALUE 0.
       02 ACCRUAL-INTEREST-RATE PIC 9(3)V99 VALUE 0.
       02 ACCRUAL-INTEREST-AMOUNT PIC S9(9)V99 VALUE 0.

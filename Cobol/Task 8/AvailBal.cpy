      *-----------------------------------------------------------*
      * AVAILBAL.CPY                                              *
      * Parameter block for the shared AVAILBAL available-balance *
      * routine. The caller fills the CPR, the date the figure is *
      * wanted for (zero for today) and, to take money from the   *
      * account, the DKK amount. "Q" only reports the figures;    *
      * "R" also reserves the amount for the rest of the run when *
      * it is allowed, so a second debit in the same run sees the *
      * first. Available is the booked balance less the active   *
      * legal holds less what the run has already reserved. A     *
      * customer with no active hold is never refused.            *
      *-----------------------------------------------------------*
       02 AVAILBAL-FUNCTION PIC X(1) VALUE "Q".
           88 AVAILBAL-QUERY VALUE "Q".
           88 AVAILBAL-RESERVE VALUE "R".
       02 AVAILBAL-CPR PIC X(15) VALUE SPACES.
       02 AVAILBAL-AS-OF-DATE PIC 9(8) VALUE 0.
       02 AVAILBAL-REQUEST-AMOUNT PIC S9(11)V99 VALUE 0.
       02 AVAILBAL-BOOKED-BALANCE PIC S9(11)V99 VALUE 0.
       02 AVAILBAL-HELD-AMOUNT PIC S9(11)V99 VALUE 0.
       02 AVAILBAL-RESERVED-AMOUNT PIC S9(11)V99 VALUE 0.
       02 AVAILBAL-AVAILABLE-BALANCE PIC S9(11)V99 VALUE 0.
       02 AVAILBAL-ACTIVE-HOLDS PIC 99 VALUE 0.
       02 AVAILBAL-RESULT PIC X(1) VALUE SPACE.
           88 AVAILBAL-ALLOWED VALUE "Y".
           88 AVAILBAL-REFUSED VALUE "N".

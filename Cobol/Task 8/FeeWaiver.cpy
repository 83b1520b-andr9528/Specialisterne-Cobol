      *-----------------------------------------------------------*
      * FEEWAIVER.CPY                                             *
      * One row per customer whose pricing segment waives a fee   *
      * component, written to FeeWaivers.txt by each FEEASSESS    *
      * run: what the segment's own tariff would have charged for *
      * each waived component, had it not been waived. The        *
      * profitability report counts it as income foregone.        *
      *-----------------------------------------------------------*
       02 WAIVER-ASSESSED-DATE PIC 9(8) VALUE 0.
       02 WAIVER-CPR PIC X(15) VALUE SPACES.
       02 WAIVER-REFERENCE-ID PIC X(10) VALUE SPACES.
       02 WAIVER-SEGMENT PIC X(8) VALUE SPACES.
       02 WAIVER-TXN-AMOUNT PIC 9(7)V99 VALUE 0.
       02 WAIVER-MONTHLY-AMOUNT PIC 9(5)V99 VALUE 0.
       02 WAIVER-OVERDRAFT-AMOUNT PIC 9(5)V99 VALUE 0.

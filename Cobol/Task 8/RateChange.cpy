      *-----------------------------------------------------------*
      * RATECHANGE.CPY                                            *
      * One scheduled change of a deposit interest rate or a fee  *
      * tariff as kept in RateChangeSchedule.txt and worked by    *
      * RATECHANGE. A deposit rate change ("R") sets the new      *
      * INTEREST-RATE on every account in RATECHG-CURRENCY held   *
      * by a customer in RATECHG-SEGMENT (blank means every       *
      * currency or every segment). A flat tariff change ("T")    *
      * replaces the FeeTariff.txt levels, and a segment tariff   *
      * change ("S") replaces the SegmentFeeTariffs.txt row for   *
      * RATECHG-SEGMENT, waiver flags included. Notices go out    *
      * RATECHG-NOTICE-DAYS before the effective date (30 when    *
      * left at zero). The status moves from scheduled (space) to *
      * notified ("N") to applied ("A"). A row that cannot be     *
      * worked is refused ("X"). The dates and counts are filled  *
      * in by the job.                                            *
      *-----------------------------------------------------------*
       03 RATECHG-ID PIC X(10) VALUE SPACES.
       03 RATECHG-KIND PIC X(1) VALUE SPACE.
           88 RATECHG-DEPOSIT-RATE VALUE "R".
           88 RATECHG-FLAT-TARIFF VALUE "T".
           88 RATECHG-SEGMENT-TARIFF VALUE "S".
           88 VALID-RATECHG-KIND VALUE "R" "T" "S".
       03 RATECHG-SEGMENT PIC X(8) VALUE SPACES.
       03 RATECHG-CURRENCY PIC X(3) VALUE SPACES.
       03 RATECHG-NEW-RATE PIC 9(3)V99 VALUE 0.
       03 RATECHG-NEW-PER-TXN PIC 9(5)V99 VALUE 0.
       03 RATECHG-NEW-MONTHLY PIC 9(5)V99 VALUE 0.
       03 RATECHG-NEW-OVERDRAFT PIC 9(5)V99 VALUE 0.
       03 RATECHG-NEW-WAIVE-TXN PIC X(1) VALUE SPACE.
       03 RATECHG-NEW-WAIVE-MONTHLY PIC X(1) VALUE SPACE.
       03 RATECHG-NEW-WAIVE-OVERDRAFT PIC X(1) VALUE SPACE.
       03 RATECHG-EFFECTIVE-DATE PIC X(8) VALUE SPACES.
       03 RATECHG-NOTICE-DAYS PIC 9(3) VALUE 0.
       03 RATECHG-STATUS PIC X(1) VALUE SPACE.
           88 RATECHG-SCHEDULED VALUE SPACE.
           88 RATECHG-NOTIFIED VALUE "N".
           88 RATECHG-APPLIED VALUE "A".
           88 RATECHG-REFUSED VALUE "X".
       03 RATECHG-NOTICE-DATE PIC X(8) VALUE SPACES.
       03 RATECHG-APPLIED-DATE PIC X(8) VALUE SPACES.
       03 RATECHG-NOTICES-SENT PIC 9(5) VALUE 0.
       03 RATECHG-RECORDS-CHANGED PIC 9(5) VALUE 0.

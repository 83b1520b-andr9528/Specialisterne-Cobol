      *-----------------------------------------------------------*
      * ESTATE.CPY                                                *
      * One deceased customer's estate as kept in                 *
      * EstateRegister.txt (183 bytes). ESTATEENTRY queues the    *
      * same layout in EstateActions.txt behind an action byte:   *
      * "N" the death notification (date of death and the estate *
      * representative's name and postal address), "R" the       *
      * estate released for payout to the representative's       *
      * account. ESTATEPOST takes the queue on and moves the      *
      * register row from frozen ("F") to released ("R") to       *
      * settled ("S") once the final statement and payout have    *
      * been produced.                                            *
      *-----------------------------------------------------------*
       02 ESTATE-REFERENCE-ID PIC X(10) VALUE SPACES.
       02 ESTATE-CPR PIC X(15) VALUE SPACES.
       02 ESTATE-STATUS PIC X(1) VALUE SPACE.
           88 ESTATE-FROZEN VALUE "F".
           88 ESTATE-RELEASED VALUE "R".
           88 ESTATE-SETTLED VALUE "S".
       02 ESTATE-DATE-OF-DEATH PIC X(8) VALUE SPACES.
       02 ESTATE-NOTIFIED-DATE PIC X(8) VALUE SPACES.
       02 ESTATE-REP-NAME PIC X(40) VALUE SPACES.
       02 ESTATE-REP-STREET PIC X(30) VALUE SPACES.
       02 ESTATE-REP-ZIPCODE PIC X(4) VALUE SPACES.
       02 ESTATE-REP-CITY PIC X(20) VALUE SPACES.
       02 ESTATE-REP-COUNTRY PIC X(2) VALUE SPACES.
       02 ESTATE-PAYOUT-REGISTRATION PIC X(4) VALUE SPACES.
       02 ESTATE-PAYOUT-ACCOUNT PIC X(17) VALUE SPACES.
       02 ESTATE-RELEASED-DATE PIC X(8) VALUE SPACES.
       02 ESTATE-SETTLED-DATE PIC X(8) VALUE SPACES.
       02 ESTATE-OPERATOR PIC X(8) VALUE SPACES.

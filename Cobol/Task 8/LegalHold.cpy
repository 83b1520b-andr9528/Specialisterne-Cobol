      *-----------------------------------------------------------*
      * LEGALHOLD.CPY                                             *
      * One garnishment or other legal order as kept in           *
      * LegalHolds.txt (148 bytes): the order freezes HOLD-AMOUNT *
      * DKK of the customer's balance from HOLD-EFFECTIVE-FROM    *
      * until HOLD-EFFECTIVE-TO (zero while the order stands),    *
      * and while it is active the shared AVAILBAL routine keeps  *
      * the frozen amount out of what may be paid or charged.     *
      * HOLD-REMIT-DATE, where the authority has ordered the      *
      * amount paid over, is the date LEGALHOLD remits it to the  *
      * authority's account; the remitted date and amount close   *
      * the hold.                                                 *
      *-----------------------------------------------------------*
       02 HOLD-ORDER-REFERENCE PIC X(16) VALUE SPACES.
       02 HOLD-CPR PIC X(15) VALUE SPACES.
       02 HOLD-AMOUNT PIC 9(11)V99 VALUE 0.
       02 HOLD-AUTHORITY-NAME PIC X(30) VALUE SPACES.
       02 HOLD-AUTHORITY-REGISTRATION PIC X(4) VALUE SPACES.
       02 HOLD-AUTHORITY-ACCOUNT PIC X(17) VALUE SPACES.
       02 HOLD-RECEIVED-DATE PIC 9(8) VALUE 0.
       02 HOLD-EFFECTIVE-FROM PIC 9(8) VALUE 0.
       02 HOLD-EFFECTIVE-TO PIC 9(8) VALUE 0.
       02 HOLD-REMIT-DATE PIC 9(8) VALUE 0.
       02 HOLD-REMITTED-DATE PIC 9(8) VALUE 0.
       02 HOLD-REMITTED-AMOUNT PIC 9(11)V99 VALUE 0.

      *-----------------------------------------------------------*
      * REPAYMENTAGREEMENT.CPY                                    *
      * One repayment agreement as kept in RepaymentAgreements.txt*
      * by REPAYMONITOR: the installment the customer agreed to   *
      * pay in DKK, how often, from which first due date and for  *
      * how many installments. While the agreement is active the *
      * collections ladder and overdraft interest stand still for *
      * the CPR; AGREEMENT-LEVEL-LEFT is the reminder level the   *
      * customer had reached when the agreement was confirmed.    *
      *-----------------------------------------------------------*
       03 AGREEMENT-ID PIC X(10) VALUE SPACES.
       03 AGREEMENT-STATUS PIC X VALUE SPACE.
           88 AGREEMENT-ACTIVE VALUE "A".
           88 AGREEMENT-BROKEN VALUE "B".
           88 AGREEMENT-COMPLETED VALUE "C".
           88 AGREEMENT-ENDED VALUE "B" "C".
       03 AGREEMENT-CPR PIC X(15) VALUE SPACES.
       03 AGREEMENT-CUSTOMER-NAME PIC X(30) VALUE SPACES.

      * "W" weekly, "F" every fourteen days, "M" monthly on the
      * first due date's day (or the month's last day when the
      * month is shorter).
       03 AGREEMENT-FREQUENCY PIC X VALUE SPACE.
           88 FREQUENCY-WEEKLY VALUE "W".
           88 FREQUENCY-FORTNIGHTLY VALUE "F".
           88 FREQUENCY-MONTHLY VALUE "M".
           88 VALID-FREQUENCY VALUE "W" "F" "M".
       03 AGREEMENT-INSTALLMENT-AMOUNT PIC S9(11)V99 VALUE 0.
       03 AGREEMENT-INSTALLMENT-COUNT PIC 9(3) VALUE 0.
       03 AGREEMENT-FIRST-DUE-DATE PIC X(8) VALUE SPACES.

      * Entered, confirmed by REPAYMONITOR, and broken or
      * completed.
       03 AGREEMENT-AGREED-DATE PIC X(8) VALUE SPACES.
       03 AGREEMENT-CONFIRMED-DATE PIC X(8) VALUE SPACES.
       03 AGREEMENT-CLOSED-DATE PIC X(8) VALUE SPACES.
       03 AGREEMENT-LEVEL-LEFT PIC 9 VALUE 0.

      * Where the schedule stood at the last run: installments
      * fallen due, Indbetalinger counted since the agreed date
      * (DKK) and the next due date.
       03 AGREEMENT-INSTALLMENTS-DUE PIC 9(3) VALUE 0.
       03 AGREEMENT-PAID-AMOUNT PIC S9(11)V99 VALUE 0.
       03 AGREEMENT-NEXT-DUE-DATE PIC X(8) VALUE SPACES.

       03 AGREEMENT-OPERATOR PIC X(8) VALUE SPACES.

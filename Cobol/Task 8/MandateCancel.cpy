      *-----------------------------------------------------------*
      * MANDATECANCEL.CPY                                         *
      * One mandate cancellation as queued by DDCANCEL in         *
      * MandateCancellations.txt: the mandate, the customer's     *
      * CPR as shown on it, the date from which no further        *
      * collections may be taken, the day it was keyed and the    *
      * operator. DDCOLLECT takes a cancellation on once, so the  *
      * whole queue can be re-read every run.                     *
      *-----------------------------------------------------------*
       02 CANCEL-MANDATE-ID PIC X(10) VALUE SPACES.
       02 CANCEL-CPR PIC X(15) VALUE SPACES.
       02 CANCEL-EFFECTIVE-DATE PIC 9(8) VALUE 0.
       02 CANCEL-KEYED-DATE PIC 9(8) VALUE 0.
       02 CANCEL-OPERATOR PIC X(8) VALUE SPACES.

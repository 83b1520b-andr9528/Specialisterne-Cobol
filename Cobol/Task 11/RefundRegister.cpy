      *-----------------------------------------------------------*
      * REFUNDREGISTER.CPY                                        *
      * One posted fee refund as REFUNDPOST keeps it in           *
      * FeeRefundRegister.txt: which refund, when it was posted   *
      * and who approved it (blank when the amount was within     *
      * what needs no review), the reason and the submitting      *
      * operator, the customer and their pricing segment at the   *
      * time, the fee it refunds (CPR, time and amount of the     *
      * original Gebyr), the amount refunded and the time stamp   *
      * of the reversal booked for it. The register is            *
      * cumulative; the yearly refund limit is counted from it    *
      * and the monthly refund report reads it.                   *
      *-----------------------------------------------------------*
       02 REGISTER-REFUND-ID PIC X(10) VALUE SPACES.
       02 REGISTER-POSTED-DATE PIC X(8) VALUE SPACES.
       02 REGISTER-REVIEWER PIC X(20) VALUE SPACES.
       02 REGISTER-REASON PIC X(8) VALUE SPACES.
       02 REGISTER-SUBMITTER PIC X(8) VALUE SPACES.
       02 REGISTER-REFERENCE-ID PIC X(10) VALUE SPACES.
       02 REGISTER-SEGMENT PIC X(8) VALUE SPACES.
       02 REGISTER-FEE-CPR PIC X(15) VALUE SPACES.
       02 REGISTER-FEE-TIME PIC X(26) VALUE SPACES.
       02 REGISTER-FEE-AMOUNT PIC S9(11)V99 VALUE 0.
       02 REGISTER-REFUND-AMOUNT PIC 9(7)V99 VALUE 0.
       02 REGISTER-REVERSAL-TIME PIC X(26) VALUE SPACES.

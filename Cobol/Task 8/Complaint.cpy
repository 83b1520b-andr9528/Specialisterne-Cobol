      *-----------------------------------------------------------*
      * COMPLAINT.CPY                                             *
      * One customer complaint as kept in ComplaintRegister.txt   *
      * by COMPLPOST (207 bytes). The complaint is made against a *
      * REFERENCE-ID under a category and through a channel; the  *
      * acknowledgement and the final response are due a number   *
      * of business days after it was received, as COMPLENTRY     *
      * counted them through BUSDAYCAL. It stays open ("O") until *
      * acknowledged ("A") and is closed when the final response  *
      * has gone out ("R") with its outcome - upheld ("U"),       *
      * partly upheld ("P") or rejected ("X") - and the channel   *
      * the letter went by. A complaint about one payment names   *
      * the transaction as posted; the fields are blank when the  *
      * complaint is about no single transaction.                 *
      *-----------------------------------------------------------*
       02 COMPLAINT-ID PIC X(10) VALUE SPACES.
       02 COMPLAINT-REFERENCE-ID PIC X(10) VALUE SPACES.
       02 COMPLAINT-CPR PIC X(15) VALUE SPACES.
       02 COMPLAINT-CATEGORY PIC X(8) VALUE SPACES.
       02 COMPLAINT-CHANNEL PIC X(6) VALUE SPACES.
       02 COMPLAINT-RECEIVED-DATE PIC 9(8) VALUE 0.
       02 COMPLAINT-STATUS PIC X(1) VALUE SPACE.
           88 COMPLAINT-OPEN VALUE "O".
           88 COMPLAINT-ACKNOWLEDGED VALUE "A".
           88 COMPLAINT-RESPONDED VALUE "R".
       02 COMPLAINT-ACK-DUE-DATE PIC 9(8) VALUE 0.
       02 COMPLAINT-RESPONSE-DUE-DATE PIC 9(8) VALUE 0.
       02 COMPLAINT-ACK-DATE PIC 9(8) VALUE 0.
       02 COMPLAINT-RESPONSE-DATE PIC 9(8) VALUE 0.
       02 COMPLAINT-OUTCOME PIC X(1) VALUE SPACE.
           88 COMPLAINT-UPHELD VALUE "U".
           88 COMPLAINT-PARTLY-UPHELD VALUE "P".
           88 COMPLAINT-REJECTED VALUE "X".
       02 COMPLAINT-RESPONSE-CHANNEL PIC X(6) VALUE SPACES.
       02 COMPLAINT-TXN-TIME PIC X(26) VALUE SPACES.
       02 COMPLAINT-TXN-AMOUNT PIC S9(11)V99 VALUE 0.
       02 COMPLAINT-TXN-CURRENCY PIC X(3) VALUE SPACES.
       02 COMPLAINT-TXN-SHOP PIC X(20) VALUE SPACES.
       02 COMPLAINT-SUMMARY PIC X(40) VALUE SPACES.
       02 COMPLAINT-OPERATOR PIC X(8) VALUE SPACES.

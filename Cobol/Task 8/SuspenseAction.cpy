      *-----------------------------------------------------------*
      * SUSPENSEACTION.CPY                                        *
      * One operator decision on a suspense item as SUSPENSEWORK  *
      * queues it in SuspenseActions.txt for INBOUNDPOST: "A"     *
      * applies the payment to the named customer's account, "R"  *
      * returns it to the payer with an ISO reason code (AC01     *
      * account unknown, AC04 account closed, AC06 account        *
      * blocked, AM03 currency not booked, MS03 other reason).    *
      *-----------------------------------------------------------*
       02 ACTION-SUSPENSE-ID PIC X(10) VALUE SPACES.
       02 ACTION-CODE PIC X(1) VALUE SPACE.
           88 ACTION-APPLY VALUE "A".
           88 ACTION-RETURN VALUE "R".
       02 ACTION-REFERENCE-ID PIC X(10) VALUE SPACES.
       02 ACTION-ACCOUNT PIC X(17) VALUE SPACES.
       02 ACTION-RETURN-REASON PIC X(4) VALUE SPACES.
       02 ACTION-KEYED-DATE PIC 9(8) VALUE 0.
       02 ACTION-OPERATOR PIC X(8) VALUE SPACES.

      *-----------------------------------------------------------*
      * RELEASEDECISION.CPY                                       *
      * One reviewer decision on a held payment instruction as    *
      * PAYRELEASE queues it in PaymentReleaseDecisions.txt for   *
      * PAYMENTIFACE: "R" releases the instruction into the next  *
      * outbound file, "C" cancels it. Either way the reviewer    *
      * gives the reason, which is carried onto the held item.    *
      *-----------------------------------------------------------*
       02 DECISION-END-TO-END-REF PIC X(14) VALUE SPACES.
       02 DECISION-CODE PIC X(1) VALUE SPACE.
           88 DECISION-RELEASE VALUE "R".
           88 DECISION-CANCEL VALUE "C".
       02 DECISION-REASON PIC X(40) VALUE SPACES.
       02 DECISION-KEYED-DATE PIC 9(8) VALUE 0.
       02 DECISION-OPERATOR PIC X(8) VALUE SPACES.

       02 RECORD-COMPLETENESS PIC X(1) VALUE SPACES.
           88 RECORD-COMPLETE VALUE "C".
           88 RECORD-BANK-ONLY VALUE "B".

      * The customer's CPR number as the transaction stream carries
      * it (DDMMYY-XXXX). It bridges the transaction key domain to
      * REFERENCE-ID: the nightly key cross-reference job rebuilds
      * CustomerKeyXref.txt from it. Spaces on records from before
      * the master carried the CPR.
       02 CUSTOMER-CPR PIC X(15) VALUE SPACES.

      * Postal deliverability: "U" once a posted letter came back
      * undeliverable (set by the returned-mail job, with the date
      * of the returned document); postal output is held for the
      * customer until maintenance records a new address, which
      * clears both fields.
       02 ADDRESS-STATUS PIC X(1) VALUE SPACE.
           88 ADDRESS-UNDELIVERABLE VALUE "U".
       02 ADDRESS-RETURNED-DATE PIC X(8) VALUE SPACES.

      * Customer risk rating kept by the risk-rating job: the class
      * ("L" low, "M" medium, "H" high), the score it came from and
      * the date it was scored. The KYC review dates follow from
      * the class: the last completed review (entered through
      * KYCREVIEW) and the date the next one falls due. All spaces
      * until the customer has first been rated.
       02 RISK-CLASS PIC X(1) VALUE SPACE.
           88 RISK-LOW VALUE "L".
           88 RISK-MEDIUM VALUE "M".
           88 RISK-HIGH VALUE "H".
       02 RISK-SCORE PIC 9(3) VALUE 0.
       02 RISK-SCORE-DATE PIC X(8) VALUE SPACES.
       02 KYC-LAST-REVIEW-DATE PIC X(8) VALUE SPACES.
       02 KYC-NEXT-REVIEW-DATE PIC X(8) VALUE SPACES.

      * Activation: a customer added through maintenance starts
      * pending ("P") until the pre-screening job has screened the
      * name against the sanctions and PEP lists. A match above
      * threshold blocks the customer ("B") with the list ("S"
      * sanctions, "P" PEP) and entry that matched, until the case
      * is cleared. Space means active. The date is when the
      * status was last set.
       02 ACTIVATION-STATUS PIC X(1) VALUE SPACE.
           88 ACTIVATION-PENDING VALUE "P".
           88 ACTIVATION-BLOCKED VALUE "B".
           88 CUSTOMER-ACTIVE VALUE SPACE.
       02 ACTIVATION-STATUS-DATE PIC X(8) VALUE SPACES.
       02 ACTIVATION-MATCH-LIST PIC X(1) VALUE SPACE.
       02 ACTIVATION-MATCH-ID PIC X(10) VALUE SPACES.

      * Death notification, taken on by the estate posting job: the
      * date of death and the freeze that stops the customer's
      * accounts ("E" frozen for the estate) until the estate is
      * settled and the customer closed. Spaces while alive.
       02 DECEASED-DATE PIC X(8) VALUE SPACES.
       02 ACCOUNT-FREEZE PIC X(1) VALUE SPACE.
           88 ACCOUNTS-FROZEN-FOR-ESTATE VALUE "E".

       PROGRAM-ID. GENRECON.

      *----------------------------------------------------------*
      * Generated-transaction reconciliation. Thirteen sources   *
      * fabricate transactions and rely on their output being    *
      * concatenated into the next TransactionFeed:              *
      *   STANDINGORDERS   standing-order payments               *
      *   FEEASSESS        account fees                          *
      *   OVERDRAFTCHARGE  overdraft interest and charges        *
      *   PAYMENTIFACE     payment reversals                     *
      *   CORRECTPOST      stornos                               *
      *   DISPUTEPOST      dispute credits                       *
      *   WRITEOFFPOST     write-offs                            *
      *   ESTATEPOST       estate payouts                        *
      *   LEGALHOLD        hold remittances                      *
      *   TERMDEPOSIT      deposit payouts                       *
      *   DDCOLLECT        direct-debit collections              *
      *   INBOUNDPOST      inbound payments                      *
      *   REFUNDPOST       fee refunds                           *
      * This control job reads each generated file and confirms  *
      * every record actually landed in TransactionHistory.txt   *
      * (matched on CPR, type, amount and transaction time),     *
      * reporting per source the counts and DKK totals           *
      * generated, landed and missing, and listing each record   *
      * that went missing - so a skipped file surfaces here, not *
      * in the GL.                                               *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
           MOVE "PAYMENTIFACE" TO SOURCE-LABEL
           PERFORM RECONCILE-ONE-SOURCE

           MOVE "GeneratedCorrections.txt"
               TO GENERATED-SOURCE-FILENAME
           MOVE "CORRECTPOST" TO SOURCE-LABEL
           PERFORM RECONCILE-ONE-SOURCE

           MOVE "GeneratedDisputeCredits.txt"
               TO GENERATED-SOURCE-FILENAME
           MOVE "DISPUTEPOST" TO SOURCE-LABEL
           PERFORM RECONCILE-ONE-SOURCE

           MOVE "GeneratedWriteOffs.txt"
               TO GENERATED-SOURCE-FILENAME
           MOVE "WRITEOFFPOST" TO SOURCE-LABEL
           PERFORM RECONCILE-ONE-SOURCE

           MOVE "GeneratedEstatePayouts.txt"
               TO GENERATED-SOURCE-FILENAME
           MOVE "ESTATEPOST" TO SOURCE-LABEL
           PERFORM RECONCILE-ONE-SOURCE

           MOVE "GeneratedHoldRemittances.txt"
               TO GENERATED-SOURCE-FILENAME
           MOVE "LEGALHOLD" TO SOURCE-LABEL
           PERFORM RECONCILE-ONE-SOURCE

           MOVE "GeneratedDepositPostings.txt"
               TO GENERATED-SOURCE-FILENAME
           MOVE "TERMDEPOSIT" TO SOURCE-LABEL
           PERFORM RECONCILE-ONE-SOURCE

           MOVE "GeneratedDirectDebits.txt"
               TO GENERATED-SOURCE-FILENAME
           MOVE "DDCOLLECT" TO SOURCE-LABEL
           PERFORM RECONCILE-ONE-SOURCE

           MOVE "GeneratedInboundPayments.txt"
               TO GENERATED-SOURCE-FILENAME
           MOVE "INBOUNDPOST" TO SOURCE-LABEL
           PERFORM RECONCILE-ONE-SOURCE

           MOVE "GeneratedFeeRefunds.txt"
               TO GENERATED-SOURCE-FILENAME
           MOVE "REFUNDPOST" TO SOURCE-LABEL
           PERFORM RECONCILE-ONE-SOURCE

           MOVE SEPARATOR-LINE TO OUTPUT-TEXT-LINE
           PERFORM WRITE-RECON-LINE


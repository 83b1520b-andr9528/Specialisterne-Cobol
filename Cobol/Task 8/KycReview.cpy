      *-----------------------------------------------------------*
      * KYCREVIEW.CPY                                             *
      * One completed KYC review as queued by KYCREVIEW in        *
      * KycReviewCompletions.txt: the customer, the date the      *
      * review was completed, the operator who recorded it and a  *
      * short note. RISKRATING takes a review onto the master     *
      * when it is later than the last review already there, so   *
      * the whole queue can be re-read every run.                 *
      *-----------------------------------------------------------*
       02 REVIEW-REFERENCE-ID PIC X(10) VALUE SPACES.
       02 REVIEW-COMPLETED-DATE PIC X(8) VALUE SPACES.
       02 REVIEW-OPERATOR PIC X(8) VALUE SPACES.
       02 REVIEW-NOTE PIC X(40) VALUE SPACES.

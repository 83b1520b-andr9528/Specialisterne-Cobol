      *-----------------------------------------------------------*
      * SCREENINGEVIDENCE.CPY                                     *
      * One row appended to ScreeningEvidenceLedger.txt for every *
      * customer a screening run looks at: the full or delta      *
      * SANCTIONSSCREEN run (delta rows only for the customers    *
      * actually re-screened) and PRESCREEN for onboarding. It    *
      * carries the sanctions list version screened against, the  *
      * run date and time, the mode and the outcome - no hit, a   *
      * hit left standing, or hits that were all cleared pairs -  *
      * with the strongest match. Rows are never rewritten;       *
      * HOUSEKEEP drops them only once past the retention period. *
      *-----------------------------------------------------------*
       02 EVIDENCE-CUSTOMER-ID PIC X(10) VALUE SPACES.
       02 EVIDENCE-LIST-VERSION PIC X(20) VALUE SPACES.
       02 EVIDENCE-RUN-DATE PIC X(8) VALUE SPACES.
       02 EVIDENCE-RUN-TIME PIC X(6) VALUE SPACES.
       02 EVIDENCE-MODE PIC X(1) VALUE "F".
           88 EVIDENCE-FULL-RUN VALUE "F".
           88 EVIDENCE-DELTA-RUN VALUE "D".
           88 EVIDENCE-ONBOARDING-RUN VALUE "O".
       02 EVIDENCE-OUTCOME PIC X(1) VALUE "N".
           88 EVIDENCE-NO-HIT VALUE "N".
           88 EVIDENCE-HIT VALUE "H".
           88 EVIDENCE-CLEARED VALUE "C".
       02 EVIDENCE-MATCH-COUNT PIC 99 VALUE 0.
       02 EVIDENCE-TOP-ENTRY-ID PIC X(10) VALUE SPACES.
       02 EVIDENCE-TOP-PERCENT PIC 999V9 VALUE 0.

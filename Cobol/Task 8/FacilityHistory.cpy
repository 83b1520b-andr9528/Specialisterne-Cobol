      *-----------------------------------------------------------*
      * FACILITYHISTORY.CPY                                       *
      * One row appended to FacilityHistory.txt for every change  *
      * FACILMAINT makes to OverdraftFacilities.txt - the         *
      * customer's CPR, what changed ("G" granted, "I" increased, *
      * "R" reduced, "E" expiry moved, "C" cancelled), the limit  *
      * and expiry before and after (0 when there was or is no    *
      * facility, an expiry of 0 meaning none), who asked for it, *
      * which second operator approved it and the credit          *
      * authority that operator held, and when.                   *
      *-----------------------------------------------------------*
       02 FACHIST-CPR PIC X(15) VALUE SPACES.
       02 FACHIST-ACTION PIC X(1) VALUE SPACE.
           88 FACHIST-GRANTED VALUE "G".
           88 FACHIST-INCREASED VALUE "I".
           88 FACHIST-REDUCED VALUE "R".
           88 FACHIST-EXPIRY-MOVED VALUE "E".
           88 FACHIST-CANCELLED VALUE "C".
       02 FACHIST-OLD-LIMIT PIC 9(9)V99 VALUE 0.
       02 FACHIST-NEW-LIMIT PIC 9(9)V99 VALUE 0.
       02 FACHIST-OLD-EXPIRY PIC 9(8) VALUE 0.
       02 FACHIST-NEW-EXPIRY PIC 9(8) VALUE 0.
       02 FACHIST-REQUESTED-BY PIC X(8) VALUE SPACES.
       02 FACHIST-APPROVED-BY PIC X(8) VALUE SPACES.
       02 FACHIST-APPROVER-AUTHORITY PIC 9(9)V99 VALUE 0.
       02 FACHIST-TIMESTAMP PIC X(26) VALUE SPACES.

      *-----------------------------------------------------------*
      * ACCOUNTRELATIONSHIP.CPY                                   *
      * One party on one account as kept in                       *
      * AccountRelationships.txt. The master still carries the    *
      * account under the customer who opened it; this file adds  *
      * the further owners, joint owners and proxies holding a    *
      * power of attorney. A row is in force from                 *
      * RELATION-VALID-FROM up to and including                   *
      * RELATION-VALID-TO, where a zero valid-to means open-ended.*
      * RELATION-PARTY-NAME is the name as registered with the    *
      * mandate, so a proxy who is not a customer can still be    *
      * screened.                                                 *
      *-----------------------------------------------------------*
       02 RELATION-REFERENCE-ID PIC X(10) VALUE SPACES.
       02 RELATION-ACCOUNT-NUMBER PIC X(17) VALUE SPACES.
       02 RELATION-ROLE PIC X VALUE SPACES.
           88 RELATION-OWNER VALUE "O".
           88 RELATION-JOINT-OWNER VALUE "J".
           88 RELATION-PROXY VALUE "P".
           88 RELATION-HOLDER VALUE "O" "J".
       02 RELATION-VALID-FROM PIC 9(8) VALUE 0.
       02 RELATION-VALID-TO PIC 9(8) VALUE 0.
       02 RELATION-PARTY-NAME PIC X(40) VALUE SPACES.

      *-----------------------------------------------------------*
      * OPERATORGRANT.CPY                                         *
      * One row appended to OperatorGrantHistory.txt for every    *
      * change OPERADMIN makes to Operators.txt - the operator,   *
      * what changed ("A" added, "C" role changed, "V" revoked),  *
      * the role before and after, who asked for it, which second *
      * reviewer approved it, and when.                           *
      *-----------------------------------------------------------*
       02 GRANT-OPERATOR-ID PIC X(8) VALUE SPACES.
       02 GRANT-ACTION PIC X(1) VALUE SPACE.
           88 GRANT-ADDED VALUE "A".
           88 GRANT-ROLE-CHANGED VALUE "C".
           88 GRANT-REVOKED VALUE "V".
       02 GRANT-OLD-ROLE PIC X(1) VALUE SPACE.
       02 GRANT-NEW-ROLE PIC X(1) VALUE SPACE.
       02 GRANT-REQUESTED-BY PIC X(8) VALUE SPACES.
       02 GRANT-APPROVED-BY PIC X(8) VALUE SPACES.
       02 GRANT-TIMESTAMP PIC X(26) VALUE SPACES.

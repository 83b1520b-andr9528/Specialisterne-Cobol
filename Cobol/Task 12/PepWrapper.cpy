               03 PEP-NAME PIC X(40) VALUE SPACES.
               03 PEP-BIRTHDATE PIC X(10) VALUE SPACES.
               03 PEP-COUNTRY PIC X(20) VALUE SPACES.
      * Also-known-as names of each PEP entry, slot for slot, from
      * PepAliases.txt.
           02 PEP-ALIAS-MAX-COUNT PIC 99 VALUE 8.
           02 PEP-ALIAS-SETS OCCURS 500 TIMES.
               03 PEP-ALIAS-COUNT PIC 99 VALUE 0.
               03 PEP-ALIAS PIC X(40) OCCURS 8 TIMES VALUE SPACES.

               03 SANCTION-NAME PIC X(40) VALUE SPACES.
               03 SANCTION-BIRTHDATE PIC X(10) VALUE SPACES.
               03 SANCTION-COUNTRY PIC X(20) VALUE SPACES.
      * Also-known-as names of each entry above, slot for slot, from
      * the delivery's alias file. Held after the entries so the
      * entry layout MATCHER scores against is unchanged.
           02 SANCTION-ALIAS-MAX-COUNT PIC 99 VALUE 8.
           02 SANCTION-ALIAS-SETS OCCURS 500 TIMES.
               03 SANCTION-ALIAS-COUNT PIC 99 VALUE 0.
               03 SANCTION-ALIAS PIC X(40) OCCURS 8 TIMES VALUE SPACES.

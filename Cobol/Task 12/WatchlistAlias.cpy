      * One also-known-as name of a watchlist entry, as delivered
      * alongside the list: the entry's ID and the alias. An entry
      * has as many records as it has aliases, in any order.
           02 ALIAS-ENTRY-ID PIC X(10).
           02 ALIAS-NAME PIC X(40).

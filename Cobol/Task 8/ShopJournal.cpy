      *-----------------------------------------------------------*
      * SHOPJOURNAL.CPY                                           *
      * One row appended to ShopMasterJournal.txt for every       *
      * change SHOPMAINT makes while working the shop review      *
      * queue - the feed spelling that was resolved, what was     *
      * done with it ("A" attached as an alias, "N" set up as a   *
      * new shop, "X" marked as not a shop), the shop it now      *
      * belongs to with its merchant id and category, the alias   *
      * slot used, the operator and when.                         *
      *-----------------------------------------------------------*
       02 SHOPJ-FEED-NAME PIC X(20) VALUE SPACES.
       02 SHOPJ-ACTION PIC X(1) VALUE SPACE.
           88 SHOPJ-ALIAS-ADDED VALUE "A".
           88 SHOPJ-SHOP-CREATED VALUE "N".
           88 SHOPJ-NOT-A-SHOP VALUE "X".
       02 SHOPJ-CANONICAL-NAME PIC X(20) VALUE SPACES.
       02 SHOPJ-MERCHANT-ID PIC X(8) VALUE SPACES.
       02 SHOPJ-CATEGORY PIC X(12) VALUE SPACES.
       02 SHOPJ-ALIAS-SLOT PIC 9 VALUE 0.
       02 SHOPJ-OPERATOR PIC X(8) VALUE SPACES.
       02 SHOPJ-TIMESTAMP PIC X(26) VALUE SPACES.

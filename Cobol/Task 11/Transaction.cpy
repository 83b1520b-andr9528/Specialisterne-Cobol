      * the feed converter from FeedSourceList.txt; blank on
      * records from before feeds were tagged.
       03 FEED-SOURCE-CODE PIC X(4) VALUE SPACES.

      * Storno link, set only on the offsetting records CORRECTPOST
      * generates: "R" reverses the history record named by the
      * CORRECTS- fields, "C" is the corrected replacement booked
      * in its place. The original is identified by its CPR, time
      * and amount; ordinary transactions leave all of this blank.
       03 CORRECTION-KIND PIC X VALUE SPACE.
           88 CORRECTION-REVERSAL VALUE "R".
           88 CORRECTION-REPLACEMENT VALUE "C".
       03 CORRECTS-CPR PIC X(15) VALUE SPACES.
       03 CORRECTS-TIME PIC X(26) VALUE SPACES.
       03 CORRECTS-AMOUNT PIC S9(11)V99 VALUE 0.

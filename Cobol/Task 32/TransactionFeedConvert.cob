           02 SOURCE-LIST-FILENAME PIC X(40).

       FD DELIMITED-FEED-FILE.
       01 DELIMITED-FEED-LINE PIC X(300).

       FD SOURCE-CONTROL-FILE.
       01 SOURCE-CONTROL-LINE PIC X(100).
      * both formats.
      *----------------------------------------------------------*
       PASS-THROUGH-FIXED-LINE.
           MOVE DELIMITED-FEED-LINE(1:278) TO FIXED-FEED-RECORD
           MOVE CURRENT-SOURCE-CODE
               TO FEED-SOURCE-CODE OF FIXED-FEED-RECORD
           WRITE FIXED-FEED-RECORD

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHOPMAINT.

      *----------------------------------------------------------*
      * Shop master maintenance. Works through                   *
      * ShopMasterReview.txt, the feed shop spellings the report *
      * job could not match to ShopMaster.txt, one entry at a    *
      * time. For each spelling the signed-on operator           *
      * (maintainer or reviewer) may:                            *
      *  - attach it as an alias of an existing shop, named by   *
      *    canonical name or merchant id - refused when that     *
      *    shop already carries its three aliases or when the    *
      *    spelling is already claimed by another shop;          *
      *  - set it up as a new shop with a merchant id and        *
      *    category, under its own spelling or a canonical name  *
      *    typed in (the spelling then becomes the first alias); *
      *  - mark it as not a shop, which adds it to               *
      *    ShopReviewExclusions.txt so the report stops queueing *
      *    it;                                                   *
      *  - skip it for now.                                      *
      * Each change rewrites ShopMaster.txt at once, is          *
      * journaled in ShopMasterJournal.txt and logged in         *
      * OperatorActivityLog.txt. Entries already resolved are    *
      * passed over, and on the way out the review file is       *
      * rewritten with only the entries still open.              *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SHOP-MASTER-FILE
               ASSIGN TO "ShopMaster.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SHOP-MASTER-FILE-STATUS.

           SELECT SHOP-REVIEW-FILE
               ASSIGN TO "ShopMasterReview.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SHOP-REVIEW-FILE-STATUS.

           SELECT SHOP-EXCLUSION-FILE
               ASSIGN TO "ShopReviewExclusions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SHOP-EXCLUSION-FILE-STATUS.

           SELECT SHOP-JOURNAL-FILE
               ASSIGN TO "ShopMasterJournal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SHOP-JOURNAL-FILE-STATUS.

           SELECT ACTIVITY-LOG-FILE
               ASSIGN TO "OperatorActivityLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACTIVITY-LOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SHOP-MASTER-FILE.
       01 SHOP-MASTER-RECORD.
           02 SHOPM-CANONICAL-NAME PIC X(20).
           02 SHOPM-MERCHANT-ID PIC X(8).
           02 SHOPM-CATEGORY PIC X(12).
           02 SHOPM-ALIAS-1 PIC X(20).
           02 SHOPM-ALIAS-2 PIC X(20).
           02 SHOPM-ALIAS-3 PIC X(20).

       FD SHOP-REVIEW-FILE.
       01 SHOP-REVIEW-RECORD.
           02 REVIEW-SHOP-NAME PIC X(20).
           02 REVIEW-FIRST-TRANSACTION PIC 999.

       FD SHOP-EXCLUSION-FILE.
       01 SHOP-EXCLUSION-RECORD.
           02 EXCLUDED-SHOP-NAME PIC X(20).
           02 EXCLUDED-BY PIC X(8).
           02 EXCLUDED-DATE PIC X(8).

       FD SHOP-JOURNAL-FILE.
       01 SHOP-JOURNAL-RECORD.
           COPY "ShopJournal.cpy".

       FD ACTIVITY-LOG-FILE.
       01 ACTIVITY-LOG-RECORD.
           COPY "OperatorLog.cpy".

       WORKING-STORAGE SECTION.
       01 SHOP-MASTER-FILE-STATUS PIC X(2) VALUE "00".
       01 SHOP-REVIEW-FILE-STATUS PIC X(2) VALUE "00".
       01 SHOP-EXCLUSION-FILE-STATUS PIC X(2) VALUE "00".
       01 SHOP-JOURNAL-FILE-STATUS PIC X(2) VALUE "00".
       01 ACTIVITY-LOG-FILE-STATUS PIC X(2) VALUE "00".

       01 SIGNON-PARAMETERS.
           COPY "SignOn.cpy".

      * The report job holds at most this many shops and three
      * aliases per shop, so the same limits apply here.
       01 SHOP-MASTER-TABLE.
           02 SHOP-MASTER-COUNT PIC 99 VALUE 0.
           02 SHOP-MASTER-MAX-COUNT PIC 99 VALUE 60.
           02 SHOP-MASTERS OCCURS 60 TIMES.
               03 MASTER-CANONICAL-NAME PIC X(20) VALUE SPACES.
               03 MASTER-MERCHANT-ID PIC X(8) VALUE SPACES.
               03 MASTER-CATEGORY PIC X(12) VALUE SPACES.
               03 MASTER-ALIAS PIC X(20)
                   OCCURS 3 TIMES VALUE SPACES.
       01 SHOP-MASTER-INDEX PIC 99 VALUE 0.
       01 SHOP-ALIAS-INDEX PIC 9 VALUE 0.
       01 MATCHED-SHOP-INDEX PIC 99 VALUE 0.
       01 FREE-ALIAS-SLOT PIC 9 VALUE 0.

       01 REVIEW-QUEUE.
           02 REVIEW-COUNT PIC 99 VALUE 0.
           02 REVIEW-ENTRIES OCCURS 60 TIMES.
               03 QUEUE-SHOP-NAME PIC X(20) VALUE SPACES.
               03 QUEUE-FIRST-TRANSACTION PIC 999 VALUE 0.
               03 QUEUE-RESOLVED PIC X VALUE "N".
       01 REVIEW-INDEX PIC 99 VALUE 0.
       01 REVIEW-EOF PIC X VALUE "N".

       01 SHOP-EXCLUSIONS.
           02 EXCLUSION-COUNT PIC 999 VALUE 0.
           02 EXCLUSION-MAX-COUNT PIC 999 VALUE 200.
           02 EXCLUSION-NAME PIC X(20)
               OCCURS 200 TIMES VALUE SPACES.
       01 EXCLUSION-INDEX PIC 999 VALUE 0.

      * Names compare the way the report job normalizes them:
      * trimmed and case-folded.
       01 COMPARE-NAME PIC X(20) VALUE SPACES.
       01 COMPARE-WORK PIC X(20) VALUE SPACES.
       01 NAME-CLAIMED-BY PIC 99 VALUE 0.
       01 NAME-EXCLUDED PIC X VALUE "N".

       01 ENTRY-DONE PIC X VALUE "N".
       01 INPUT-ACTION PIC X(1) VALUE SPACE.
       01 INPUT-TEXT PIC X(30) VALUE SPACES.
       01 FEED-SHOP-NAME PIC X(20) VALUE SPACES.
       01 NEW-CANONICAL-NAME PIC X(20) VALUE SPACES.
       01 NEW-MERCHANT-ID PIC X(8) VALUE SPACES.
       01 NEW-CATEGORY PIC X(12) VALUE SPACES.
       01 RUN-DATE-TODAY PIC X(8) VALUE SPACES.

       01 ALIASES-ADDED-COUNT PIC 999 VALUE 0.
       01 SHOPS-CREATED-COUNT PIC 999 VALUE 0.
       01 NOT-SHOP-COUNT PIC 999 VALUE 0.
       01 ALREADY-RESOLVED-COUNT PIC 999 VALUE 0.
       01 LEFT-OPEN-COUNT PIC 999 VALUE 0.

       PROCEDURE DIVISION.
           PERFORM SIGN-ON-OPERATOR
           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE-TODAY

           PERFORM LOAD-SHOP-MASTER
           PERFORM LOAD-SHOP-EXCLUSIONS
           PERFORM LOAD-REVIEW-QUEUE

           DISPLAY "Shop master maintenance - " SHOP-MASTER-COUNT
               " shop(s) on ShopMaster.txt, " REVIEW-COUNT
               " name(s) in the review queue."

           PERFORM VARYING REVIEW-INDEX FROM 1 BY 1
               UNTIL REVIEW-INDEX > REVIEW-COUNT
                   OR ENTRY-DONE = "Y"
               PERFORM WORK-ONE-REVIEW-ENTRY
           END-PERFORM

           PERFORM SAVE-REVIEW-QUEUE

           DISPLAY "Aliases added " ALIASES-ADDED-COUNT
               ", shops created " SHOPS-CREATED-COUNT
               ", marked not a shop " NOT-SHOP-COUNT
               ", already resolved " ALREADY-RESOLVED-COUNT
               ", still open " LEFT-OPEN-COUNT "."
           STOP RUN.

       SIGN-ON-OPERATOR.
           CALL "OPERSIGNON" USING SIGNON-PARAMETERS
               ON EXCEPTION
                   DISPLAY "ERROR: OPERSIGNON could not be called."
                   MOVE "N" TO SIGNON-RESULT OF SIGNON-PARAMETERS
           END-CALL

           IF NOT SIGNON-SUCCEEDED OF SIGNON-PARAMETERS
               DISPLAY "Shop master maintenance refused without a "
                   "valid sign-on."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF ROLE-INQUIRY-ONLY OF SIGNON-PARAMETERS
               DISPLAY "Operator "
                   FUNCTION TRIM(SIGNON-OPERATOR-ID
                       OF SIGNON-PARAMETERS TRAILING)
                   " is inquiry-only and may not maintain the "
                   "shop master."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           EXIT.

       LOAD-SHOP-MASTER.
           OPEN INPUT SHOP-MASTER-FILE

           IF SHOP-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "ShopMaster.txt not found, starting an "
                   "empty shop master."
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL SHOP-MASTER-FILE-STATUS = "10"
               READ SHOP-MASTER-FILE
                   AT END
                       MOVE "10" TO SHOP-MASTER-FILE-STATUS
                   NOT AT END
                       IF SHOP-MASTER-COUNT < SHOP-MASTER-MAX-COUNT
                           ADD 1 TO SHOP-MASTER-COUNT
                           MOVE SHOPM-CANONICAL-NAME TO
                               MASTER-CANONICAL-NAME(
                                   SHOP-MASTER-COUNT)
                           MOVE SHOPM-MERCHANT-ID TO
                               MASTER-MERCHANT-ID(SHOP-MASTER-COUNT)
                           MOVE SHOPM-CATEGORY TO
                               MASTER-CATEGORY(SHOP-MASTER-COUNT)
                           MOVE SHOPM-ALIAS-1 TO
                               MASTER-ALIAS(SHOP-MASTER-COUNT, 1)
                           MOVE SHOPM-ALIAS-2 TO
                               MASTER-ALIAS(SHOP-MASTER-COUNT, 2)
                           MOVE SHOPM-ALIAS-3 TO
                               MASTER-ALIAS(SHOP-MASTER-COUNT, 3)
                       ELSE
                           DISPLAY "ShopMaster.txt exceeds capacity - "
                               "fix the file before maintaining it."
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM

           CLOSE SHOP-MASTER-FILE
           EXIT.

       SAVE-SHOP-MASTER.
           OPEN OUTPUT SHOP-MASTER-FILE

           PERFORM VARYING SHOP-MASTER-INDEX FROM 1 BY 1
               UNTIL SHOP-MASTER-INDEX > SHOP-MASTER-COUNT
               MOVE MASTER-CANONICAL-NAME(SHOP-MASTER-INDEX)
                   TO SHOPM-CANONICAL-NAME
               MOVE MASTER-MERCHANT-ID(SHOP-MASTER-INDEX)
                   TO SHOPM-MERCHANT-ID
               MOVE MASTER-CATEGORY(SHOP-MASTER-INDEX)
                   TO SHOPM-CATEGORY
               MOVE MASTER-ALIAS(SHOP-MASTER-INDEX, 1)
                   TO SHOPM-ALIAS-1
               MOVE MASTER-ALIAS(SHOP-MASTER-INDEX, 2)
                   TO SHOPM-ALIAS-2
               MOVE MASTER-ALIAS(SHOP-MASTER-INDEX, 3)
                   TO SHOPM-ALIAS-3
               WRITE SHOP-MASTER-RECORD
           END-PERFORM

           CLOSE SHOP-MASTER-FILE
           EXIT.

       LOAD-SHOP-EXCLUSIONS.
           OPEN INPUT SHOP-EXCLUSION-FILE
           IF SHOP-EXCLUSION-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL SHOP-EXCLUSION-FILE-STATUS = "10"
               READ SHOP-EXCLUSION-FILE
                   AT END
                       MOVE "10" TO SHOP-EXCLUSION-FILE-STATUS
                   NOT AT END
                       IF EXCLUSION-COUNT < EXCLUSION-MAX-COUNT
                           ADD 1 TO EXCLUSION-COUNT
                           MOVE FUNCTION UPPER-CASE(
                               FUNCTION TRIM(EXCLUDED-SHOP-NAME))
                               TO EXCLUSION-NAME(EXCLUSION-COUNT)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE SHOP-EXCLUSION-FILE
           EXIT.

       LOAD-REVIEW-QUEUE.
           OPEN INPUT SHOP-REVIEW-FILE
           IF SHOP-REVIEW-FILE-STATUS NOT = "00"
               DISPLAY "ShopMasterReview.txt not found, nothing is "
                   "waiting for review."
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL REVIEW-EOF = "Y"
               READ SHOP-REVIEW-FILE
                   AT END
                       MOVE "Y" TO REVIEW-EOF
                   NOT AT END
                       IF REVIEW-SHOP-NAME NOT = SPACES
                           AND REVIEW-COUNT < 60
                           ADD 1 TO REVIEW-COUNT
                           MOVE REVIEW-SHOP-NAME
                               TO QUEUE-SHOP-NAME(REVIEW-COUNT)
                           MOVE REVIEW-FIRST-TRANSACTION
                               TO QUEUE-FIRST-TRANSACTION(
                                   REVIEW-COUNT)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE SHOP-REVIEW-FILE
           EXIT.

      *----------------------------------------------------------*
      * The queue is written back with the entries nobody has
      * resolved, so the next operator starts where this one
      * stopped; the report job rebuilds it on its next run.
      *----------------------------------------------------------*
       SAVE-REVIEW-QUEUE.
           OPEN OUTPUT SHOP-REVIEW-FILE

           PERFORM VARYING REVIEW-INDEX FROM 1 BY 1
               UNTIL REVIEW-INDEX > REVIEW-COUNT
               IF QUEUE-RESOLVED(REVIEW-INDEX) = "N"
                   MOVE QUEUE-SHOP-NAME(REVIEW-INDEX)
                       TO REVIEW-SHOP-NAME
                   MOVE QUEUE-FIRST-TRANSACTION(REVIEW-INDEX)
                       TO REVIEW-FIRST-TRANSACTION
                   WRITE SHOP-REVIEW-RECORD
                   ADD 1 TO LEFT-OPEN-COUNT
               END-IF
           END-PERFORM

           CLOSE SHOP-REVIEW-FILE
           EXIT.

       WORK-ONE-REVIEW-ENTRY.
           MOVE QUEUE-SHOP-NAME(REVIEW-INDEX) TO FEED-SHOP-NAME
           MOVE FEED-SHOP-NAME TO COMPARE-NAME
           PERFORM FIND-NAME-CLAIM
           IF NAME-CLAIMED-BY > 0 OR NAME-EXCLUDED = "Y"
               MOVE "Y" TO QUEUE-RESOLVED(REVIEW-INDEX)
               ADD 1 TO ALREADY-RESOLVED-COUNT
               EXIT PARAGRAPH
           END-IF

           DISPLAY " "
           DISPLAY "Feed shop name '"
               FUNCTION TRIM(FEED-SHOP-NAME TRAILING)
               "' (first seen in transaction "
               QUEUE-FIRST-TRANSACTION(REVIEW-INDEX) ")"
           DISPLAY "Action (A=alias of a shop N=new shop "
               "X=not a shop S=skip L=list shops Q=quit):"
           MOVE SPACE TO INPUT-ACTION
           ACCEPT INPUT-ACTION
           MOVE FUNCTION UPPER-CASE(INPUT-ACTION) TO INPUT-ACTION

           EVALUATE INPUT-ACTION
               WHEN "Q"
                   MOVE "Y" TO ENTRY-DONE
               WHEN "S"
               WHEN SPACE
                   CONTINUE
               WHEN "L"
                   PERFORM LIST-SHOPS
                   SUBTRACT 1 FROM REVIEW-INDEX
               WHEN "A"
                   PERFORM ATTACH-AS-ALIAS
               WHEN "N"
                   PERFORM CREATE-NEW-SHOP
               WHEN "X"
                   PERFORM MARK-NOT-A-SHOP
               WHEN OTHER
                   DISPLAY "Unknown action '" INPUT-ACTION "'."
                   SUBTRACT 1 FROM REVIEW-INDEX
           END-EVALUATE
           EXIT.

       LIST-SHOPS.
           PERFORM VARYING SHOP-MASTER-INDEX FROM 1 BY 1
               UNTIL SHOP-MASTER-INDEX > SHOP-MASTER-COUNT
               DISPLAY "  " MASTER-MERCHANT-ID(SHOP-MASTER-INDEX)
                   "  " MASTER-CANONICAL-NAME(SHOP-MASTER-INDEX)
                   "  " MASTER-CATEGORY(SHOP-MASTER-INDEX)
           END-PERFORM
           EXIT.

      *----------------------------------------------------------*
      * Which shop, if any, already answers to COMPARE-NAME as its
      * canonical name or one of its aliases, and whether the name
      * is on the not-a-shop list.
      *----------------------------------------------------------*
       FIND-NAME-CLAIM.
           MOVE 0 TO NAME-CLAIMED-BY
           MOVE "N" TO NAME-EXCLUDED
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(COMPARE-NAME))
               TO COMPARE-WORK

           PERFORM VARYING SHOP-MASTER-INDEX FROM 1 BY 1
               UNTIL SHOP-MASTER-INDEX > SHOP-MASTER-COUNT
                   OR NAME-CLAIMED-BY > 0
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(
                       MASTER-CANONICAL-NAME(SHOP-MASTER-INDEX)))
                       = COMPARE-WORK
                   MOVE SHOP-MASTER-INDEX TO NAME-CLAIMED-BY
               END-IF
               PERFORM VARYING SHOP-ALIAS-INDEX FROM 1 BY 1
                   UNTIL SHOP-ALIAS-INDEX > 3
                       OR NAME-CLAIMED-BY > 0
                   IF MASTER-ALIAS(SHOP-MASTER-INDEX,
                           SHOP-ALIAS-INDEX) NOT = SPACES
                       AND FUNCTION UPPER-CASE(FUNCTION TRIM(
                           MASTER-ALIAS(SHOP-MASTER-INDEX,
                               SHOP-ALIAS-INDEX)))
                           = COMPARE-WORK
                       MOVE SHOP-MASTER-INDEX TO NAME-CLAIMED-BY
                   END-IF
               END-PERFORM
           END-PERFORM

           PERFORM VARYING EXCLUSION-INDEX FROM 1 BY 1
               UNTIL EXCLUSION-INDEX > EXCLUSION-COUNT
                   OR NAME-EXCLUDED = "Y"
               IF EXCLUSION-NAME(EXCLUSION-INDEX) = COMPARE-WORK
                   MOVE "Y" TO NAME-EXCLUDED
               END-IF
           END-PERFORM
           EXIT.

       ATTACH-AS-ALIAS.
           DISPLAY "Attach to which shop (canonical name or "
               "merchant id):"
           MOVE SPACES TO INPUT-TEXT
           ACCEPT INPUT-TEXT
           IF INPUT-TEXT = SPACES
               SUBTRACT 1 FROM REVIEW-INDEX
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO MATCHED-SHOP-INDEX
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(INPUT-TEXT))
               TO COMPARE-WORK
           PERFORM VARYING SHOP-MASTER-INDEX FROM 1 BY 1
               UNTIL SHOP-MASTER-INDEX > SHOP-MASTER-COUNT
                   OR MATCHED-SHOP-INDEX > 0
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(
                       MASTER-CANONICAL-NAME(SHOP-MASTER-INDEX)))
                       = COMPARE-WORK
                   OR FUNCTION UPPER-CASE(FUNCTION TRIM(
                       MASTER-MERCHANT-ID(SHOP-MASTER-INDEX)))
                       = COMPARE-WORK
                   MOVE SHOP-MASTER-INDEX TO MATCHED-SHOP-INDEX
               END-IF
           END-PERFORM

           IF MATCHED-SHOP-INDEX = 0
               DISPLAY "No shop '" FUNCTION TRIM(INPUT-TEXT)
                   "' on ShopMaster.txt."
               SUBTRACT 1 FROM REVIEW-INDEX
               EXIT PARAGRAPH
           END-IF

           MOVE FEED-SHOP-NAME TO COMPARE-NAME
           PERFORM FIND-NAME-CLAIM
           IF NAME-CLAIMED-BY > 0
               DISPLAY "'" FUNCTION TRIM(FEED-SHOP-NAME TRAILING)
                   "' is already claimed by "
                   FUNCTION TRIM(MASTER-CANONICAL-NAME(
                       NAME-CLAIMED-BY) TRAILING) "."
               SUBTRACT 1 FROM REVIEW-INDEX
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO FREE-ALIAS-SLOT
           PERFORM VARYING SHOP-ALIAS-INDEX FROM 3 BY -1
               UNTIL SHOP-ALIAS-INDEX < 1
               IF MASTER-ALIAS(MATCHED-SHOP-INDEX, SHOP-ALIAS-INDEX)
                       = SPACES
                   MOVE SHOP-ALIAS-INDEX TO FREE-ALIAS-SLOT
               END-IF
           END-PERFORM

           IF FREE-ALIAS-SLOT = 0
               DISPLAY FUNCTION TRIM(MASTER-CANONICAL-NAME(
                       MATCHED-SHOP-INDEX) TRAILING)
                   " already has three aliases - no more can be "
                   "added."
               SUBTRACT 1 FROM REVIEW-INDEX
               EXIT PARAGRAPH
           END-IF

           MOVE FEED-SHOP-NAME
               TO MASTER-ALIAS(MATCHED-SHOP-INDEX, FREE-ALIAS-SLOT)
           PERFORM SAVE-SHOP-MASTER

           PERFORM WRITE-SHOP-JOURNAL-ENTRY
           PERFORM WRITE-ACTIVITY-LOG-ENTRY
           MOVE "Y" TO QUEUE-RESOLVED(REVIEW-INDEX)
           ADD 1 TO ALIASES-ADDED-COUNT

           DISPLAY "'" FUNCTION TRIM(FEED-SHOP-NAME TRAILING)
               "' is now alias " FREE-ALIAS-SLOT " of "
               FUNCTION TRIM(MASTER-CANONICAL-NAME(
                   MATCHED-SHOP-INDEX) TRAILING) "."
           EXIT.

       CREATE-NEW-SHOP.
           IF SHOP-MASTER-COUNT >= SHOP-MASTER-MAX-COUNT
               DISPLAY "ShopMaster.txt is full - no shop can be "
                   "added."
               SUBTRACT 1 FROM REVIEW-INDEX
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Canonical shop name (blank = '"
               FUNCTION TRIM(FEED-SHOP-NAME TRAILING) "'):"
           MOVE SPACES TO INPUT-TEXT
           ACCEPT INPUT-TEXT
           IF INPUT-TEXT(21:10) NOT = SPACES
               DISPLAY "Shop name may be at most 20 characters."
               SUBTRACT 1 FROM REVIEW-INDEX
               EXIT PARAGRAPH
           END-IF
           IF INPUT-TEXT = SPACES
               MOVE FEED-SHOP-NAME TO NEW-CANONICAL-NAME
           ELSE
               MOVE INPUT-TEXT(1:20) TO NEW-CANONICAL-NAME
           END-IF

           MOVE NEW-CANONICAL-NAME TO COMPARE-NAME
           PERFORM FIND-NAME-CLAIM
           IF NAME-CLAIMED-BY > 0
               DISPLAY "'" FUNCTION TRIM(NEW-CANONICAL-NAME TRAILING)
                   "' is already claimed by "
                   FUNCTION TRIM(MASTER-CANONICAL-NAME(
                       NAME-CLAIMED-BY) TRAILING)
                   " - attach the spelling as an alias instead."
               SUBTRACT 1 FROM REVIEW-INDEX
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Merchant id (1 to 8 characters):"
           MOVE SPACES TO INPUT-TEXT
           ACCEPT INPUT-TEXT
           IF INPUT-TEXT = SPACES OR INPUT-TEXT(9:22) NOT = SPACES
               DISPLAY "Merchant id must be 1 to 8 characters."
               SUBTRACT 1 FROM REVIEW-INDEX
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(INPUT-TEXT(1:8))
               TO NEW-MERCHANT-ID

           MOVE 0 TO MATCHED-SHOP-INDEX
           PERFORM VARYING SHOP-MASTER-INDEX FROM 1 BY 1
               UNTIL SHOP-MASTER-INDEX > SHOP-MASTER-COUNT
               IF FUNCTION UPPER-CASE(
                       MASTER-MERCHANT-ID(SHOP-MASTER-INDEX))
                       = NEW-MERCHANT-ID
                   MOVE SHOP-MASTER-INDEX TO MATCHED-SHOP-INDEX
               END-IF
           END-PERFORM
           IF MATCHED-SHOP-INDEX > 0
               DISPLAY "Merchant id " NEW-MERCHANT-ID
                   " already belongs to "
                   FUNCTION TRIM(MASTER-CANONICAL-NAME(
                       MATCHED-SHOP-INDEX) TRAILING) "."
               SUBTRACT 1 FROM REVIEW-INDEX
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Category (1 to 12 characters):"
           MOVE SPACES TO INPUT-TEXT
           ACCEPT INPUT-TEXT
           IF INPUT-TEXT = SPACES OR INPUT-TEXT(13:18) NOT = SPACES
               DISPLAY "Category must be 1 to 12 characters."
               SUBTRACT 1 FROM REVIEW-INDEX
               EXIT PARAGRAPH
           END-IF
           MOVE INPUT-TEXT(1:12) TO NEW-CATEGORY

           ADD 1 TO SHOP-MASTER-COUNT
           MOVE SHOP-MASTER-COUNT TO MATCHED-SHOP-INDEX
           MOVE NEW-CANONICAL-NAME
               TO MASTER-CANONICAL-NAME(MATCHED-SHOP-INDEX)
           MOVE NEW-MERCHANT-ID
               TO MASTER-MERCHANT-ID(MATCHED-SHOP-INDEX)
           MOVE NEW-CATEGORY TO MASTER-CATEGORY(MATCHED-SHOP-INDEX)
           MOVE SPACES TO MASTER-ALIAS(MATCHED-SHOP-INDEX, 1)
           MOVE SPACES TO MASTER-ALIAS(MATCHED-SHOP-INDEX, 2)
           MOVE SPACES TO MASTER-ALIAS(MATCHED-SHOP-INDEX, 3)
           MOVE 0 TO FREE-ALIAS-SLOT

      * A shop set up under another name keeps the feed spelling
      * as its first alias, or the feed would still not match.
           MOVE FEED-SHOP-NAME TO COMPARE-NAME
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(COMPARE-NAME))
               TO COMPARE-WORK
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(NEW-CANONICAL-NAME))
                   NOT = COMPARE-WORK
               MOVE FEED-SHOP-NAME
                   TO MASTER-ALIAS(MATCHED-SHOP-INDEX, 1)
               MOVE 1 TO FREE-ALIAS-SLOT
           END-IF

           PERFORM SAVE-SHOP-MASTER

           PERFORM WRITE-SHOP-JOURNAL-ENTRY
           PERFORM WRITE-ACTIVITY-LOG-ENTRY
           MOVE "Y" TO QUEUE-RESOLVED(REVIEW-INDEX)
           ADD 1 TO SHOPS-CREATED-COUNT

           DISPLAY "Shop "
               FUNCTION TRIM(NEW-CANONICAL-NAME TRAILING)
               " (" FUNCTION TRIM(NEW-MERCHANT-ID TRAILING)
               ") added to ShopMaster.txt."
           EXIT.

       MARK-NOT-A-SHOP.
           OPEN EXTEND SHOP-EXCLUSION-FILE
           IF SHOP-EXCLUSION-FILE-STATUS = "35"
               OPEN OUTPUT SHOP-EXCLUSION-FILE
           END-IF

           MOVE SPACES TO SHOP-EXCLUSION-RECORD
           MOVE FEED-SHOP-NAME TO EXCLUDED-SHOP-NAME
           MOVE SIGNON-OPERATOR-ID OF SIGNON-PARAMETERS
               TO EXCLUDED-BY
           MOVE RUN-DATE-TODAY TO EXCLUDED-DATE
           WRITE SHOP-EXCLUSION-RECORD
           CLOSE SHOP-EXCLUSION-FILE

           IF EXCLUSION-COUNT < EXCLUSION-MAX-COUNT
               ADD 1 TO EXCLUSION-COUNT
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(FEED-SHOP-NAME))
                   TO EXCLUSION-NAME(EXCLUSION-COUNT)
           END-IF

           MOVE 0 TO MATCHED-SHOP-INDEX
           MOVE 0 TO FREE-ALIAS-SLOT
           PERFORM WRITE-SHOP-JOURNAL-ENTRY
           PERFORM WRITE-ACTIVITY-LOG-ENTRY
           MOVE "Y" TO QUEUE-RESOLVED(REVIEW-INDEX)
           ADD 1 TO NOT-SHOP-COUNT

           DISPLAY "'" FUNCTION TRIM(FEED-SHOP-NAME TRAILING)
               "' marked as not a shop."
           EXIT.

      * The journal action is the operator's own choice (A, N or
      * X); MATCHED-SHOP-INDEX is the shop the name now belongs
      * to (0 for not a shop).
       WRITE-SHOP-JOURNAL-ENTRY.
           OPEN EXTEND SHOP-JOURNAL-FILE
           IF SHOP-JOURNAL-FILE-STATUS = "35"
               OPEN OUTPUT SHOP-JOURNAL-FILE
           END-IF

           MOVE FEED-SHOP-NAME TO SHOPJ-FEED-NAME
           MOVE INPUT-ACTION TO SHOPJ-ACTION
           MOVE SPACES TO SHOPJ-CANONICAL-NAME
           MOVE SPACES TO SHOPJ-MERCHANT-ID
           MOVE SPACES TO SHOPJ-CATEGORY
           IF MATCHED-SHOP-INDEX > 0
               MOVE MASTER-CANONICAL-NAME(MATCHED-SHOP-INDEX)
                   TO SHOPJ-CANONICAL-NAME
               MOVE MASTER-MERCHANT-ID(MATCHED-SHOP-INDEX)
                   TO SHOPJ-MERCHANT-ID
               MOVE MASTER-CATEGORY(MATCHED-SHOP-INDEX)
                   TO SHOPJ-CATEGORY
           END-IF
           MOVE FREE-ALIAS-SLOT TO SHOPJ-ALIAS-SLOT
           MOVE SIGNON-OPERATOR-ID OF SIGNON-PARAMETERS
               TO SHOPJ-OPERATOR
           MOVE FUNCTION CURRENT-DATE TO SHOPJ-TIMESTAMP
           WRITE SHOP-JOURNAL-RECORD

           CLOSE SHOP-JOURNAL-FILE
           EXIT.

      * The merchant id stands in for the reference.
       WRITE-ACTIVITY-LOG-ENTRY.
           OPEN EXTEND ACTIVITY-LOG-FILE
           IF ACTIVITY-LOG-FILE-STATUS = "35"
               OPEN OUTPUT ACTIVITY-LOG-FILE
           END-IF

           MOVE SIGNON-OPERATOR-ID OF SIGNON-PARAMETERS
               TO OPER-LOG-OPERATOR
           MOVE FUNCTION CURRENT-DATE TO OPER-LOG-TIMESTAMP
           MOVE "SHOPMAINT" TO OPER-LOG-PROGRAM
           EVALUATE INPUT-ACTION
               WHEN "A"
                   MOVE "SHOPALIAS" TO OPER-LOG-ACTION
               WHEN "N"
                   MOVE "SHOPADD" TO OPER-LOG-ACTION
               WHEN "X"
                   MOVE "NOTSHOP" TO OPER-LOG-ACTION
           END-EVALUATE
           MOVE SHOPJ-MERCHANT-ID TO OPER-LOG-REFERENCE-ID
           WRITE ACTIVITY-LOG-RECORD

           CLOSE ACTIVITY-LOG-FILE
           EXIT.

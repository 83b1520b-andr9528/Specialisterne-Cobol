               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MATCH-HISTORY-FILE-STATUS.

      * Evidence of every screening performed, one row per customer
      * screened, kept for the regulator.
           SELECT SCREENING-EVIDENCE-FILE
               ASSIGN TO "ScreeningEvidenceLedger.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EVIDENCE-FILE-STATUS.

           SELECT PEP-LIST-FILE
               ASSIGN TO "PepList.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PEP-LIST-FILE-STATUS.

      * Also-known-as names delivered with each watchlist, one
      * record per alias, keyed by the entry's ID.
           SELECT SANCTION-ALIAS-FILE
               ASSIGN TO "SanctionsAliases.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALIAS-FILE-STATUS.

           SELECT PEP-ALIAS-FILE
               ASSIGN TO "PepAliases.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALIAS-FILE-STATUS.

      * Every PEP hit at or above the PEP threshold, one row per
      * customer/PEP pair, for the risk-rating job.
           SELECT PEP-HIT-FILE
               ASSIGN TO "PepHits.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BATCH-RUN-LOG-FILE
               ASSIGN TO "BatchRunLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
               ASSIGN TO "TransactionScreeningReport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

      * Every party on an account - further owners, joint owners
      * and proxies - screened by the name registered with the
      * relationship; hits go to their own report.
           SELECT ACCOUNT-RELATIONSHIP-FILE
               ASSIGN TO "AccountRelationships.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RELATIONSHIP-FILE-STATUS.

           SELECT ACCOUNT-PARTY-SCREENING-FILE
               ASSIGN TO "AccountPartyScreening.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PREVIOUS-LIST-FILE
               ASSIGN TO "SanctionsListPrevious.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PREVIOUS-VERSION-FILE-STATUS.

           SELECT PREVIOUS-ALIAS-FILE
               ASSIGN TO "SanctionsAliasesPrevious.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PREVIOUS-ALIAS-FILE-STATUS.

           SELECT WATCHLIST-CHANGES-FILE
               ASSIGN TO "WatchlistChanges.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           02 HISTORY-SANCTION-ID PIC X(10).
           02 HISTORY-FIRST-REPORTED PIC X(8).

       FD SCREENING-EVIDENCE-FILE.
       01 SCREENING-EVIDENCE-RECORD.
           COPY "ScreeningEvidence.cpy".

      * PEP watchlist delivery, same shape as the sanctions list.
       FD PEP-LIST-FILE.
       01 PEP-LIST-RECORD.
           02 PEP-IN-BIRTHDATE PIC X(10).
           02 PEP-IN-COUNTRY PIC X(20).

       FD SANCTION-ALIAS-FILE.
       01 SANCTION-ALIAS-RECORD.
           COPY "WatchlistAlias.cpy".

       FD PEP-ALIAS-FILE.
       01 PEP-ALIAS-RECORD.
           COPY "WatchlistAlias.cpy".

       FD PEP-HIT-FILE.
       01 PEP-HIT-RECORD.
           02 PEP-HIT-CUSTOMER-ID PIC X(10).
           02 PEP-HIT-PEP-ID PIC X(10).
           02 PEP-HIT-SCORE PIC ZZ9.9.

      * Case log of every customer/sanction pair an analyst has
      * already reviewed. Appended to (never rewritten) each run
      * from SanctionsCaseDispositions.txt, then read in full to
       01 PREVIOUS-VERSION-RECORD.
           02 PREV-VERSION-TEXT PIC X(20).

       FD PREVIOUS-ALIAS-FILE.
       01 PREVIOUS-ALIAS-RECORD.
           COPY "WatchlistAlias.cpy".

       FD WATCHLIST-CHANGES-FILE.
       01 WATCHLIST-CHANGE-LINE PIC X(100).

           02 FILING-NAME-PERCENT PIC 999V9.
           02 FILING-LIST-VERSION PIC X(20).
           02 FILING-DISPOSITION-TIME PIC X(26).
           02 FILING-ALIAS-PERCENT PIC 999V9.
      * Which of the entry's names the customer hit: "N" the listed
      * name, "A" an alias. FILING-HIT-NAME is the name that hit.
           02 FILING-HIT-NAME-KIND PIC X.
           02 FILING-HIT-NAME PIC X(40).
       01 FILING-HEADER-RECORD.
           02 FILING-HEADER-TAG PIC X(3).
           02 FILING-HEADER-RUN-DATE PIC X(8).
           02 FILING-HEADER-LIST-VERSION PIC X(20).
           02 FILLER PIC X(168).
       01 FILING-TRAILER-RECORD.
           02 FILING-TRAILER-TAG PIC X(3).
           02 FILING-TRAILER-COUNT PIC 9(6).
           02 FILLER PIC X(190).

      * The day's transactions as the report run snapshots them;
      * each counterparty name is screened against the sanctions
           02 SCREENING-SCORE PIC ZZ9.9.
           02 SCREENING-RULE PIC X(30).

       FD ACCOUNT-RELATIONSHIP-FILE.
       01 ACCOUNT-RELATIONSHIP-RECORD.
           COPY "AccountRelationship.cpy".

       FD ACCOUNT-PARTY-SCREENING-FILE.
       01 ACCOUNT-PARTY-SCREENING-RECORD.
           02 PARTY-REFERENCE-ID PIC X(10).
           02 PARTY-ACCOUNT-NUMBER PIC X(17).
           02 PARTY-ROLE PIC X.
           02 PARTY-NAME PIC X(40).
           02 PARTY-SANCTION-ID PIC X(10).
           02 PARTY-SCORE PIC ZZ9.9.
           02 PARTY-RULE PIC X(30).

      * Sort work file for ordering the report worst-first; each
      * record carries the whole CUSTOMERS entry plus its parallel
      * highest-match, rule-text and alias-slot rows so everything
      * stays in step without swapping huge group items in memory.
       SD CUSTOMER-SORT-FILE.
       01 CUSTOMER-SORT-RECORD.
           02 SORT-MATCH-KEY PIC 999V9.
           02 SORT-CUSTOMER-ENTRY PIC X(602).
           02 SORT-RULE-ROW PIC X(600).
           02 SORT-ALIAS-ROW PIC X(40).

       WORKING-STORAGE SECTION.
       01 BATCH-RUN-LOG-TIMESTAMP PIC X(26) VALUE SPACES.
               03 MATCH-RULE-TEXT PIC X(30)
                   OCCURS 20 TIMES VALUE SPACES.

      * Which alias of the matched entry scored each match, kept in
      * step with MATCH-RULES the same way. Zero when no alias of
      * the entry scored.
       01 MATCH-ALIASES.
           02 MATCH-ALIAS-ROW OCCURS 60 TIMES.
               03 MATCH-ALIAS-SLOT PIC 99
                   OCCURS 20 TIMES VALUE 0.

      * Alias work fields. A name is screened against an entry's
      * listed name and each of its aliases; the best of them
      * decides the score, and ENTRY-BEST-ALIAS-SLOT is set when an
      * alias beat the listed name.
       01 ALIAS-FILE-STATUS PIC X(2) VALUE "00".
       01 CURRENT-ALIASES-KNOWN PIC X VALUE "N".
       01 ALIAS-INDEX PIC 99 VALUE 0.
       01 ALIAS-ENTRY-INDEX PIC 999 VALUE 0.
       01 ALIASES-LOADED-COUNT PIC 9(4) VALUE 0.
       01 ALIASES-SKIPPED-COUNT PIC 9(4) VALUE 0.
       01 SCREENED-NAME-WORK PIC X(40) VALUE SPACES.
       01 ENTRY-NAME-SCORE PIC 999V9 VALUE 0.
       01 ENTRY-NAME-RULE PIC X(30) VALUE SPACES.
       01 ENTRY-ALIAS-SCORE PIC 999V9 VALUE 0.
       01 ENTRY-ALIAS-RULE PIC X(30) VALUE SPACES.
       01 ENTRY-ALIAS-SLOT PIC 99 VALUE 0.
       01 ENTRY-BEST-ALIAS-SLOT PIC 99 VALUE 0.
       01 MATCHED-PAIR-SLOT PIC 99 VALUE 0.
       01 HIT-CUSTOMER-SLOT PIC 999 VALUE 0.
       01 HIT-MATCH-SLOT PIC 99 VALUE 0.
       01 HIT-NAME-WORK PIC X(40) VALUE SPACES.
       01 HIT-NAME-KIND PIC X VALUE "N".
           88 HIT-ON-ALIAS VALUE "A".
           88 HIT-ON-LISTED-NAME VALUE "N".

      * Tolerant name comparison work fields. Names are split into
      * words; two names match when every word pairs off with a
      * word of the other name exactly, within one typing slip
               03 PREV-ENTRY-BIRTHDATE PIC X(10) VALUE SPACES.
               03 PREV-ENTRY-COUNTRY PIC X(20) VALUE SPACES.
               03 PREV-ENTRY-STILL-PRESENT PIC X VALUE "N".
               03 PREV-ENTRY-ALIAS-COUNT PIC 99 VALUE 0.
               03 PREV-ENTRY-ALIAS PIC X(40)
                   OCCURS 8 TIMES VALUE SPACES.
               03 PREV-ENTRY-ALIAS-KEPT PIC X
                   OCCURS 8 TIMES VALUE "N".
       01 PREVIOUS-INDEX PIC 999 VALUE 0.
       01 MATCHED-PREVIOUS-INDEX PIC 999 VALUE 0.
       01 CHANGE-TEXT-LINE PIC X(100) VALUE SPACES.
       01 ADDED-ENTRIES-COUNT PIC 999 VALUE 0.
       01 REMOVED-ENTRIES-COUNT PIC 999 VALUE 0.
       01 MODIFIED-ENTRIES-COUNT PIC 999 VALUE 0.
       01 PREVIOUS-ALIAS-FILE-STATUS PIC X(2) VALUE "00".
       01 PREVIOUS-ALIASES-KNOWN PIC X VALUE "N".
       01 PREV-ALIAS-INDEX PIC 99 VALUE 0.
       01 CURRENT-ALIAS-NEW PIC X OCCURS 8 TIMES VALUE "N".
       01 ALIAS-CHANGE-FOUND PIC X VALUE "N".
       01 ALIASES-ADDED-COUNT PIC 9(4) VALUE 0.
       01 ALIASES-REMOVED-COUNT PIC 9(4) VALUE 0.

      * Transaction counterparty screening work fields.
       01 TRANSACTIONS-SNAPSHOT-FILE-STATUS PIC X(2) VALUE "00".
       01 TRANSACTION-HITS-COUNT PIC 999 VALUE 0.
       01 TRANSACTIONS-SCREENED-COUNT PIC 999 VALUE 0.

      * Account party screening work fields.
       01 RELATIONSHIP-FILE-STATUS PIC X(2) VALUE "00".
       01 RELATIONSHIP-EOF PIC X VALUE "N".
       01 RELATIONSHIP-TODAY PIC 9(8) VALUE 0.
       01 PARTIES-SCREENED-COUNT PIC 9(4) VALUE 0.
       01 PARTY-HITS-COUNT PIC 9(4) VALUE 0.

      * PEP matches are reviewed by a different team under their
      * own minimum-match threshold from SanctionsControl.txt.
       01 PEP-LIST-FILE-STATUS PIC X(2) VALUE "00".
       01 HISTORY-FILE-OPEN PIC X VALUE "N".
       01 SCREENING-RUN-DATE PIC X(8) VALUE SPACES.

       01 EVIDENCE-FILE-STATUS PIC X(2) VALUE "00".
       01 EVIDENCE-RUN-TIME-NOW PIC X(6) VALUE SPACES.
       01 EVIDENCE-WRITTEN-COUNT PIC 9(6) VALUE 0.
       01 EVIDENCE-CLEARED-ID PIC X(10) VALUE SPACES.
       01 EVIDENCE-CLEARED-PERCENT PIC 999V9 VALUE 0.

       01 SUPPRESSED-MATCH-COUNT PIC 999 VALUE 0.
       01 QUALIFYING-MATCH-COUNT PIC 99 VALUE 0.
       01 CUSTOMERS-WRAPPER.
           PERFORM LOAD-SCREENING-STATE
           PERFORM LOAD-MATCH-HISTORY
           PERFORM LOAD-PEP-LIST
           PERFORM LOAD-PEP-ALIASES
           PERFORM MERGE-CASE-DISPOSITIONS
           PERFORM LOAD-CASE-LOG

           END-CALL

           IF SUBPROGRAM-CALL-FAILED = "N"
               PERFORM LOAD-SANCTION-ALIASES
               PERFORM REPORT-WATCHLIST-CHANGES
               PERFORM REOPEN-CASES-FOR-MODIFIED-ENTRIES
           END-IF
           IF SUBPROGRAM-CALL-FAILED = "N"
               PERFORM REFINE-NAME-MATCHING
               PERFORM SCREEN-TRANSACTION-COUNTERPARTIES
               PERFORM SCREEN-ACCOUNT-PARTIES
               PERFORM WRITE-FILING-EXTRACT
               PERFORM BUILD-REPORT

               TO FILING-DISPOSITION-TIME
           MOVE 0 TO FILING-TOTAL-PERCENT
           MOVE 0 TO FILING-NAME-PERCENT
           MOVE 0 TO FILING-ALIAS-PERCENT

           PERFORM VARYING FILING-CUSTOMER-INDEX FROM 1 BY 1
               UNTIL FILING-CUSTOMER-INDEX > CUSTOMERS-COUNT
                   MOVE NAME-MATCH-PERCENT OF CUSTOMERS(
                       FILING-CUSTOMER-INDEX, FILING-SANCTION-SLOT)
                       TO FILING-NAME-PERCENT
                   MOVE ALIAS-MATCH-PERCENT OF CUSTOMERS(
                       FILING-CUSTOMER-INDEX, FILING-SANCTION-SLOT)
                       TO FILING-ALIAS-PERCENT
                   MOVE FILING-CUSTOMER-INDEX TO HIT-CUSTOMER-SLOT
                   MOVE FILING-SANCTION-SLOT TO HIT-MATCH-SLOT
                   PERFORM SET-HIT-NAME
                   MOVE HIT-NAME-KIND TO FILING-HIT-NAME-KIND
                   MOVE HIT-NAME-WORK TO FILING-HIT-NAME
               END-IF
           END-PERFORM
           EXIT.
      * Diffs the loaded sanctions list against the previously
      * loaded delivery: entries that are new need immediate
      * re-screening, removed entries let cases be closed, and
      * changed entries are called out field by delivery. An alias
      * added to or dropped from an entry makes it modified too,
      * and each such alias is listed under the entry. The change
      * report carries both list versions, and the current
      * delivery becomes the new comparison baseline.
      *----------------------------------------------------------*
       REPORT-WATCHLIST-CHANGES.
               FUNCTION TRIM(REMOVED-ENTRIES-COUNT LEADING)
               "  Modified: "
               FUNCTION TRIM(MODIFIED-ENTRIES-COUNT LEADING)
               "  Aliases added: "
               FUNCTION TRIM(ALIASES-ADDED-COUNT LEADING)
               "  Aliases removed: "
               FUNCTION TRIM(ALIASES-REMOVED-COUNT LEADING)
               INTO CHANGE-TEXT-LINE
           END-STRING
           PERFORM WRITE-WATCHLIST-CHANGE-LINE
           DISPLAY "Watchlist changes: " ADDED-ENTRIES-COUNT
               " added, " REMOVED-ENTRIES-COUNT " removed, "
               MODIFIED-ENTRIES-COUNT " modified."
           DISPLAY "Watchlist alias changes: " ALIASES-ADDED-COUNT
               " added, " ALIASES-REMOVED-COUNT " removed."
           EXIT.

       COMPARE-ONE-DELIVERY-ENTRY.

           MOVE "Y"
               TO PREV-ENTRY-STILL-PRESENT(MATCHED-PREVIOUS-INDEX)
           PERFORM COMPARE-ENTRY-ALIASES

           IF PREV-ENTRY-NAME(MATCHED-PREVIOUS-INDEX)
                   NOT = SANCTION-NAME OF SANCTIONS(SANCTION-INDEX)
               OR PREV-ENTRY-COUNTRY(MATCHED-PREVIOUS-INDEX)
                   NOT = SANCTION-COUNTRY
                       OF SANCTIONS(SANCTION-INDEX)
               OR ALIAS-CHANGE-FOUND = "Y"
               ADD 1 TO MODIFIED-ENTRIES-COUNT
               IF MODIFIED-IDS-COUNT < MODIFIED-IDS-MAX
                   ADD 1 TO MODIFIED-IDS-COUNT
                   INTO CHANGE-TEXT-LINE
               END-STRING
               PERFORM WRITE-WATCHLIST-CHANGE-LINE
               PERFORM WRITE-ENTRY-ALIAS-CHANGES
           END-IF
           EXIT.

      * Pairs the entry's delivered aliases off against the aliases
      * it had in the previous delivery. Skipped when either side's
      * aliases are not known, so a missing alias file never shows
      * up as every alias added or removed.
       COMPARE-ENTRY-ALIASES.
           MOVE "N" TO ALIAS-CHANGE-FOUND
           IF PREVIOUS-ALIASES-KNOWN = "N"
               OR CURRENT-ALIASES-KNOWN = "N"
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING PREV-ALIAS-INDEX FROM 1 BY 1
               UNTIL PREV-ALIAS-INDEX >
                   PREV-ENTRY-ALIAS-COUNT(MATCHED-PREVIOUS-INDEX)
               MOVE "N" TO PREV-ENTRY-ALIAS-KEPT(
                   MATCHED-PREVIOUS-INDEX, PREV-ALIAS-INDEX)
           END-PERFORM

           PERFORM VARYING ALIAS-INDEX FROM 1 BY 1
               UNTIL ALIAS-INDEX >
                   SANCTION-ALIAS-COUNT(SANCTION-INDEX)
               MOVE "Y" TO CURRENT-ALIAS-NEW(ALIAS-INDEX)
               PERFORM VARYING PREV-ALIAS-INDEX FROM 1 BY 1
                   UNTIL PREV-ALIAS-INDEX >
                       PREV-ENTRY-ALIAS-COUNT(MATCHED-PREVIOUS-INDEX)
                       OR CURRENT-ALIAS-NEW(ALIAS-INDEX) = "N"
                   IF PREV-ENTRY-ALIAS(MATCHED-PREVIOUS-INDEX,
                           PREV-ALIAS-INDEX)
                           = SANCTION-ALIAS(SANCTION-INDEX,
                               ALIAS-INDEX)
                       AND PREV-ENTRY-ALIAS-KEPT(
                           MATCHED-PREVIOUS-INDEX, PREV-ALIAS-INDEX)
                           = "N"
                       MOVE "N" TO CURRENT-ALIAS-NEW(ALIAS-INDEX)
                       MOVE "Y" TO PREV-ENTRY-ALIAS-KEPT(
                           MATCHED-PREVIOUS-INDEX, PREV-ALIAS-INDEX)
                   END-IF
               END-PERFORM
               IF CURRENT-ALIAS-NEW(ALIAS-INDEX) = "Y"
                   MOVE "Y" TO ALIAS-CHANGE-FOUND
               END-IF
           END-PERFORM

           PERFORM VARYING PREV-ALIAS-INDEX FROM 1 BY 1
               UNTIL PREV-ALIAS-INDEX >
                   PREV-ENTRY-ALIAS-COUNT(MATCHED-PREVIOUS-INDEX)
               IF PREV-ENTRY-ALIAS-KEPT(
                       MATCHED-PREVIOUS-INDEX, PREV-ALIAS-INDEX) = "N"
                   MOVE "Y" TO ALIAS-CHANGE-FOUND
               END-IF
           END-PERFORM
           EXIT.

       WRITE-ENTRY-ALIAS-CHANGES.
           IF ALIAS-CHANGE-FOUND = "N"
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING ALIAS-INDEX FROM 1 BY 1
               UNTIL ALIAS-INDEX >
                   SANCTION-ALIAS-COUNT(SANCTION-INDEX)
               IF CURRENT-ALIAS-NEW(ALIAS-INDEX) = "Y"
                   ADD 1 TO ALIASES-ADDED-COUNT
                   MOVE SPACES TO CHANGE-TEXT-LINE
                   STRING "  ALIAS ADDED    "
                       DELIMITED BY SIZE
                       FUNCTION TRIM(SANCTION-ALIAS(SANCTION-INDEX,
                           ALIAS-INDEX) TRAILING)
                       DELIMITED BY SIZE
                       INTO CHANGE-TEXT-LINE
                   END-STRING
                   PERFORM WRITE-WATCHLIST-CHANGE-LINE
               END-IF
           END-PERFORM

           PERFORM VARYING PREV-ALIAS-INDEX FROM 1 BY 1
               UNTIL PREV-ALIAS-INDEX >
                   PREV-ENTRY-ALIAS-COUNT(MATCHED-PREVIOUS-INDEX)
               IF PREV-ENTRY-ALIAS-KEPT(
                       MATCHED-PREVIOUS-INDEX, PREV-ALIAS-INDEX) = "N"
                   ADD 1 TO ALIASES-REMOVED-COUNT
                   MOVE SPACES TO CHANGE-TEXT-LINE
                   STRING "  ALIAS REMOVED  "
                       DELIMITED BY SIZE
                       FUNCTION TRIM(PREV-ENTRY-ALIAS(
                           MATCHED-PREVIOUS-INDEX, PREV-ALIAS-INDEX)
                           TRAILING)
                       DELIMITED BY SIZE
                       INTO CHANGE-TEXT-LINE
                   END-STRING
                   PERFORM WRITE-WATCHLIST-CHANGE-LINE
               END-IF
           END-PERFORM
           EXIT.

       WRITE-WATCHLIST-CHANGE-LINE.
           MOVE CHANGE-TEXT-LINE TO WATCHLIST-CHANGE-LINE
           WRITE WATCHLIST-CHANGE-LINE
           END-PERFORM

           CLOSE PREVIOUS-LIST-FILE
           PERFORM LOAD-PREVIOUS-ALIASES
           EXIT.

       LOAD-PREVIOUS-ALIASES.
           OPEN INPUT PREVIOUS-ALIAS-FILE

           IF PREVIOUS-ALIAS-FILE-STATUS NOT = "00"
               DISPLAY "SanctionsAliasesPrevious.txt not found, "
                   "alias changes are reported from the next "
                   "delivery on"
               EXIT PARAGRAPH
           END-IF

           MOVE "Y" TO PREVIOUS-ALIASES-KNOWN
           PERFORM UNTIL PREVIOUS-ALIAS-FILE-STATUS = "10"
               READ PREVIOUS-ALIAS-FILE
                   AT END
                       MOVE "10" TO PREVIOUS-ALIAS-FILE-STATUS
                   NOT AT END
                       PERFORM ADD-PREVIOUS-ALIAS
               END-READ
           END-PERFORM

           CLOSE PREVIOUS-ALIAS-FILE
           EXIT.

       ADD-PREVIOUS-ALIAS.
           MOVE 0 TO MATCHED-PREVIOUS-INDEX
           PERFORM VARYING PREVIOUS-INDEX FROM 1 BY 1
               UNTIL PREVIOUS-INDEX > PREVIOUS-COUNT
                   OR MATCHED-PREVIOUS-INDEX > 0
               IF PREV-ENTRY-ID(PREVIOUS-INDEX)
                       = ALIAS-ENTRY-ID OF PREVIOUS-ALIAS-RECORD
                   MOVE PREVIOUS-INDEX TO MATCHED-PREVIOUS-INDEX
               END-IF
           END-PERFORM

           IF MATCHED-PREVIOUS-INDEX = 0
               EXIT PARAGRAPH
           END-IF
           IF PREV-ENTRY-ALIAS-COUNT(MATCHED-PREVIOUS-INDEX)
                   >= SANCTION-ALIAS-MAX-COUNT
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO PREV-ENTRY-ALIAS-COUNT(MATCHED-PREVIOUS-INDEX)
           MOVE ALIAS-NAME OF PREVIOUS-ALIAS-RECORD
               TO PREV-ENTRY-ALIAS(MATCHED-PREVIOUS-INDEX,
                   PREV-ENTRY-ALIAS-COUNT(MATCHED-PREVIOUS-INDEX))
           EXIT.

       SAVE-PREVIOUS-LIST.
           MOVE CURRENT-LIST-VERSION TO PREV-VERSION-TEXT
           WRITE PREVIOUS-VERSION-RECORD
           CLOSE PREVIOUS-VERSION-FILE

      * The alias baseline is only replaced when this delivery came
      * with its alias file.
           IF CURRENT-ALIASES-KNOWN = "N"
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT PREVIOUS-ALIAS-FILE
           PERFORM VARYING SANCTION-INDEX FROM 1 BY 1
               UNTIL SANCTION-INDEX > SANCTIONS-COUNT
               PERFORM VARYING ALIAS-INDEX FROM 1 BY 1
                   UNTIL ALIAS-INDEX >
                       SANCTION-ALIAS-COUNT(SANCTION-INDEX)
                   MOVE SANCTION-ID OF SANCTIONS(SANCTION-INDEX)
                       TO ALIAS-ENTRY-ID OF PREVIOUS-ALIAS-RECORD
                   MOVE SANCTION-ALIAS(SANCTION-INDEX, ALIAS-INDEX)
                       TO ALIAS-NAME OF PREVIOUS-ALIAS-RECORD
                   WRITE PREVIOUS-ALIAS-RECORD
               END-PERFORM
           END-PERFORM
           CLOSE PREVIOUS-ALIAS-FILE
           EXIT.

       LOAD-PEP-LIST.
           DISPLAY "Loaded " PEP-COUNT " PEP list entr(ies)."
           EXIT.

      *----------------------------------------------------------*
      * Aliases arrive in a file of their own next to each list,
      * one record per alias keyed by the entry's ID. Each is held
      * in the entry's alias slots; an alias for an ID not on the
      * list, or beyond the slots an entry has, is counted and
      * warned about rather than silently dropped.
      *----------------------------------------------------------*
       LOAD-SANCTION-ALIASES.
           MOVE 0 TO ALIASES-LOADED-COUNT
           MOVE 0 TO ALIASES-SKIPPED-COUNT
           OPEN INPUT SANCTION-ALIAS-FILE

           IF ALIAS-FILE-STATUS NOT = "00"
               DISPLAY "SanctionsAliases.txt not found, sanctions "
                   "entries are screened on their listed names only"
               EXIT PARAGRAPH
           END-IF

           MOVE "Y" TO CURRENT-ALIASES-KNOWN
           PERFORM UNTIL ALIAS-FILE-STATUS = "10"
               READ SANCTION-ALIAS-FILE
                   AT END
                       MOVE "10" TO ALIAS-FILE-STATUS
                   NOT AT END
                       PERFORM ADD-SANCTION-ALIAS
               END-READ
           END-PERFORM

           CLOSE SANCTION-ALIAS-FILE
           DISPLAY "Loaded " ALIASES-LOADED-COUNT
               " sanctions alias(es)."
           IF ALIASES-SKIPPED-COUNT > 0
               DISPLAY "WARNING: " ALIASES-SKIPPED-COUNT
                   " alias(es) in SanctionsAliases.txt skipped - "
                   "entry not on the list or more than "
                   SANCTION-ALIAS-MAX-COUNT " aliases"
           END-IF
           EXIT.

       ADD-SANCTION-ALIAS.
           IF ALIAS-NAME OF SANCTION-ALIAS-RECORD = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO ALIAS-ENTRY-INDEX
           PERFORM VARYING SANCTION-INDEX FROM 1 BY 1
               UNTIL SANCTION-INDEX > SANCTIONS-COUNT
                   OR ALIAS-ENTRY-INDEX > 0
               IF SANCTION-ID OF SANCTIONS(SANCTION-INDEX)
                       = ALIAS-ENTRY-ID OF SANCTION-ALIAS-RECORD
                   MOVE SANCTION-INDEX TO ALIAS-ENTRY-INDEX
               END-IF
           END-PERFORM

           IF ALIAS-ENTRY-INDEX = 0
               ADD 1 TO ALIASES-SKIPPED-COUNT
               EXIT PARAGRAPH
           END-IF
           IF SANCTION-ALIAS-COUNT(ALIAS-ENTRY-INDEX)
                   >= SANCTION-ALIAS-MAX-COUNT
               ADD 1 TO ALIASES-SKIPPED-COUNT
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO SANCTION-ALIAS-COUNT(ALIAS-ENTRY-INDEX)
           MOVE ALIAS-NAME OF SANCTION-ALIAS-RECORD
               TO SANCTION-ALIAS(ALIAS-ENTRY-INDEX,
                   SANCTION-ALIAS-COUNT(ALIAS-ENTRY-INDEX))
           ADD 1 TO ALIASES-LOADED-COUNT
           EXIT.

       LOAD-PEP-ALIASES.
           IF PEP-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO ALIASES-LOADED-COUNT
           MOVE 0 TO ALIASES-SKIPPED-COUNT
           OPEN INPUT PEP-ALIAS-FILE

           IF ALIAS-FILE-STATUS NOT = "00"
               DISPLAY "PepAliases.txt not found, PEP entries are "
                   "screened on their listed names only"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL ALIAS-FILE-STATUS = "10"
               READ PEP-ALIAS-FILE
                   AT END
                       MOVE "10" TO ALIAS-FILE-STATUS
                   NOT AT END
                       PERFORM ADD-PEP-ALIAS
               END-READ
           END-PERFORM

           CLOSE PEP-ALIAS-FILE
           DISPLAY "Loaded " ALIASES-LOADED-COUNT " PEP alias(es)."
           IF ALIASES-SKIPPED-COUNT > 0
               DISPLAY "WARNING: " ALIASES-SKIPPED-COUNT
                   " alias(es) in PepAliases.txt skipped - "
                   "entry not on the list or more than "
                   PEP-ALIAS-MAX-COUNT " aliases"
           END-IF
           EXIT.

       ADD-PEP-ALIAS.
           IF ALIAS-NAME OF PEP-ALIAS-RECORD = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO ALIAS-ENTRY-INDEX
           PERFORM VARYING PEP-INDEX FROM 1 BY 1
               UNTIL PEP-INDEX > PEP-COUNT
                   OR ALIAS-ENTRY-INDEX > 0
               IF PEP-ID(PEP-INDEX)
                       = ALIAS-ENTRY-ID OF PEP-ALIAS-RECORD
                   MOVE PEP-INDEX TO ALIAS-ENTRY-INDEX
               END-IF
           END-PERFORM

           IF ALIAS-ENTRY-INDEX = 0
               ADD 1 TO ALIASES-SKIPPED-COUNT
               EXIT PARAGRAPH
           END-IF
           IF PEP-ALIAS-COUNT(ALIAS-ENTRY-INDEX)
                   >= PEP-ALIAS-MAX-COUNT
               ADD 1 TO ALIASES-SKIPPED-COUNT
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO PEP-ALIAS-COUNT(ALIAS-ENTRY-INDEX)
           MOVE ALIAS-NAME OF PEP-ALIAS-RECORD
               TO PEP-ALIAS(ALIAS-ENTRY-INDEX,
                   PEP-ALIAS-COUNT(ALIAS-ENTRY-INDEX))
           ADD 1 TO ALIASES-LOADED-COUNT
           EXIT.

       MERGE-CASE-DISPOSITIONS.
           OPEN INPUT SANCTIONS-CASE-DISPOSITIONS-FILE

      * single-character typos and swapped word order. Hits are
      * appended to the customer's match arrays with the rule that
      * produced them, so one letter no longer hides a true hit.
      * The entry's aliases are compared the same way; a pair the
      * MATCHER already scored keeps its scores but takes a better
      * alias score when one of the aliases hits harder.
      *----------------------------------------------------------*
       REFINE-NAME-MATCHING.
           DISPLAY "START REFINE-NAME-MATCHING"
       REFINE-ONE-PAIR.
           PERFORM CHECK-PAIR-ALREADY-MATCHED
           IF WORD-PAIR-RESULT = "Y"
               PERFORM REFINE-ALIASES-OF-MATCHED-PAIR
               EXIT PARAGRAPH
           END-IF

           MOVE CUSTOMER-NAME OF CUSTOMERS(CUSTOMER-INDEX)
               TO SCREENED-NAME-WORK
           PERFORM COMPARE-WITH-SANCTION-ENTRY

           IF TOLERANT-SCORE > 0
               AND TOLERANT-SCORE >= REPORT-MIN-MATCH-PERCENT
                       OF CUSTOMERS(CUSTOMER-INDEX) TO MATCH-INDEX
                   MOVE SANCTION-INDEX TO MATCHED-SANCTION-INDEX
                       (CUSTOMER-INDEX, MATCH-INDEX)
                   MOVE ENTRY-NAME-SCORE TO NAME-MATCH-PERCENT
                       (CUSTOMER-INDEX, MATCH-INDEX)
                   MOVE ENTRY-ALIAS-SCORE TO ALIAS-MATCH-PERCENT
                       (CUSTOMER-INDEX, MATCH-INDEX)
                   MOVE TOLERANT-SCORE TO TOTAL-MATCH-PERCENT
                       (CUSTOMER-INDEX, MATCH-INDEX)
                   MOVE TOLERANT-RULE TO MATCH-RULE-TEXT
                       (CUSTOMER-INDEX, MATCH-INDEX)
                   MOVE ENTRY-ALIAS-SLOT TO MATCH-ALIAS-SLOT
                       (CUSTOMER-INDEX, MATCH-INDEX)
                   ADD 1 TO REFINED-MATCH-COUNT
               END-IF
           END-IF
           EXIT.

       REFINE-ALIASES-OF-MATCHED-PAIR.
           IF SANCTION-ALIAS-COUNT(SANCTION-INDEX) = 0
               EXIT PARAGRAPH
           END-IF

           MOVE CUSTOMER-NAME OF CUSTOMERS(CUSTOMER-INDEX)
               TO SCREENED-NAME-WORK
           PERFORM COMPARE-WITH-SANCTION-ENTRY

           IF ENTRY-ALIAS-SCORE > ALIAS-MATCH-PERCENT
                   (CUSTOMER-INDEX, MATCHED-PAIR-SLOT)
               MOVE ENTRY-ALIAS-SCORE TO ALIAS-MATCH-PERCENT
                   (CUSTOMER-INDEX, MATCHED-PAIR-SLOT)
               MOVE ENTRY-ALIAS-SLOT TO MATCH-ALIAS-SLOT
                   (CUSTOMER-INDEX, MATCHED-PAIR-SLOT)
               IF ENTRY-ALIAS-SCORE > TOTAL-MATCH-PERCENT
                       (CUSTOMER-INDEX, MATCHED-PAIR-SLOT)
                   MOVE ENTRY-ALIAS-SCORE TO TOTAL-MATCH-PERCENT
                       (CUSTOMER-INDEX, MATCHED-PAIR-SLOT)
                   MOVE ENTRY-ALIAS-RULE TO MATCH-RULE-TEXT
                       (CUSTOMER-INDEX, MATCHED-PAIR-SLOT)
               END-IF
           END-IF
           EXIT.

       CHECK-PAIR-ALREADY-MATCHED.
           MOVE "N" TO WORD-PAIR-RESULT
           PERFORM VARYING MATCH-INDEX FROM 1 BY 1
               IF MATCHED-SANCTION-INDEX(CUSTOMER-INDEX, MATCH-INDEX)
                       = SANCTION-INDEX
                   MOVE "Y" TO WORD-PAIR-RESULT
                   MOVE MATCH-INDEX TO MATCHED-PAIR-SLOT
               END-IF
           END-PERFORM
           EXIT.

      *----------------------------------------------------------*
      * Compares SCREENED-NAME-WORK with the listed name and every
      * alias of one watchlist entry. The best of them is left in
      * TOLERANT-SCORE and TOLERANT-RULE as if a single comparison
      * had been made, with the listed-name and best-alias results
      * kept apart for the match arrays.
      *----------------------------------------------------------*
       COMPARE-WITH-SANCTION-ENTRY.
           MOVE SCREENED-NAME-WORK TO NAME-A-WORK
           MOVE SANCTION-NAME OF SANCTIONS(SANCTION-INDEX)
               TO NAME-B-WORK
           PERFORM COMPARE-NAMES-TOLERANT
           MOVE TOLERANT-SCORE TO ENTRY-NAME-SCORE
           MOVE TOLERANT-RULE TO ENTRY-NAME-RULE

           MOVE 0 TO ENTRY-ALIAS-SCORE
           MOVE 0 TO ENTRY-ALIAS-SLOT
           MOVE SPACES TO ENTRY-ALIAS-RULE
           PERFORM VARYING ALIAS-INDEX FROM 1 BY 1
               UNTIL ALIAS-INDEX >
                   SANCTION-ALIAS-COUNT(SANCTION-INDEX)
               MOVE SCREENED-NAME-WORK TO NAME-A-WORK
               MOVE SANCTION-ALIAS(SANCTION-INDEX, ALIAS-INDEX)
                   TO NAME-B-WORK
               PERFORM COMPARE-NAMES-TOLERANT
               IF TOLERANT-SCORE > ENTRY-ALIAS-SCORE
                   MOVE TOLERANT-SCORE TO ENTRY-ALIAS-SCORE
                   MOVE TOLERANT-RULE TO ENTRY-ALIAS-RULE
                   MOVE ALIAS-INDEX TO ENTRY-ALIAS-SLOT
               END-IF
           END-PERFORM

           PERFORM PICK-BEST-ENTRY-NAME
           EXIT.

       COMPARE-WITH-PEP-ENTRY.
           MOVE SCREENED-NAME-WORK TO NAME-A-WORK
           MOVE PEP-NAME(PEP-INDEX) TO NAME-B-WORK
           PERFORM COMPARE-NAMES-TOLERANT
           MOVE TOLERANT-SCORE TO ENTRY-NAME-SCORE
           MOVE TOLERANT-RULE TO ENTRY-NAME-RULE

           MOVE 0 TO ENTRY-ALIAS-SCORE
           MOVE 0 TO ENTRY-ALIAS-SLOT
           MOVE SPACES TO ENTRY-ALIAS-RULE
           PERFORM VARYING ALIAS-INDEX FROM 1 BY 1
               UNTIL ALIAS-INDEX > PEP-ALIAS-COUNT(PEP-INDEX)
               MOVE SCREENED-NAME-WORK TO NAME-A-WORK
               MOVE PEP-ALIAS(PEP-INDEX, ALIAS-INDEX)
                   TO NAME-B-WORK
               PERFORM COMPARE-NAMES-TOLERANT
               IF TOLERANT-SCORE > ENTRY-ALIAS-SCORE
                   MOVE TOLERANT-SCORE TO ENTRY-ALIAS-SCORE
                   MOVE TOLERANT-RULE TO ENTRY-ALIAS-RULE
                   MOVE ALIAS-INDEX TO ENTRY-ALIAS-SLOT
               END-IF
           END-PERFORM

           PERFORM PICK-BEST-ENTRY-NAME
           EXIT.

       PICK-BEST-ENTRY-NAME.
           MOVE 0 TO ENTRY-BEST-ALIAS-SLOT
           IF ENTRY-ALIAS-SCORE > ENTRY-NAME-SCORE
               MOVE ENTRY-ALIAS-SCORE TO TOLERANT-SCORE
               MOVE ENTRY-ALIAS-RULE TO TOLERANT-RULE
               MOVE ENTRY-ALIAS-SLOT TO ENTRY-BEST-ALIAS-SLOT
           ELSE
               MOVE ENTRY-NAME-SCORE TO TOLERANT-SCORE
               MOVE ENTRY-NAME-RULE TO TOLERANT-RULE
           END-IF
           EXIT.

      *----------------------------------------------------------*
               UNTIL SANCTION-INDEX > SANCTIONS-COUNT

               MOVE TRANSACTION-SHOP
                   OF SCREEN-TXNS(SCREEN-TXN-INDEX)
                   TO SCREENED-NAME-WORK
               PERFORM COMPARE-WITH-SANCTION-ENTRY

               IF TOLERANT-SCORE > 0
                   AND TOLERANT-SCORE >= REPORT-MIN-MATCH-PERCENT
           MOVE SANCTION-ID OF SANCTIONS(SANCTION-INDEX)
               TO SCREENING-SANCTION-ID
           MOVE TOLERANT-SCORE TO SCREENING-SCORE
           MOVE SPACES TO SCREENING-RULE
           IF ENTRY-BEST-ALIAS-SLOT > 0
               STRING "Alias, " TOLERANT-RULE
                   DELIMITED BY SIZE INTO SCREENING-RULE
               END-STRING
           ELSE
               MOVE TOLERANT-RULE TO SCREENING-RULE
           END-IF
           WRITE TRANSACTION-SCREENING-RECORD
           EXIT.

      *----------------------------------------------------------*
      * Screens every party in force on an account in
      * AccountRelationships.txt against the sanctions list with
      * the tolerant comparison. A proxy need not be a customer,
      * so the name on the relationship is screened rather than
      * the master name. Hits go to AccountPartyScreening.txt.
      *----------------------------------------------------------*
       SCREEN-ACCOUNT-PARTIES.
           MOVE "N" TO RELATIONSHIP-EOF
           MOVE FUNCTION CURRENT-DATE(1:8) TO RELATIONSHIP-TODAY
           OPEN INPUT ACCOUNT-RELATIONSHIP-FILE

           IF RELATIONSHIP-FILE-STATUS NOT = "00"
               DISPLAY "AccountRelationships.txt not found, "
                   "account party screening skipped this run"
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT ACCOUNT-PARTY-SCREENING-FILE

           PERFORM UNTIL RELATIONSHIP-EOF = "Y"
               READ ACCOUNT-RELATIONSHIP-FILE
                   AT END
                       MOVE "Y" TO RELATIONSHIP-EOF
                   NOT AT END
                       IF RELATION-PARTY-NAME NOT = SPACES
                           AND RELATION-VALID-FROM
                               <= RELATIONSHIP-TODAY
                           AND (RELATION-VALID-TO = 0
                           OR RELATION-VALID-TO
                               >= RELATIONSHIP-TODAY)
                           PERFORM SCREEN-ONE-ACCOUNT-PARTY
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ACCOUNT-RELATIONSHIP-FILE
           CLOSE ACCOUNT-PARTY-SCREENING-FILE

           DISPLAY "Account party screening: "
               PARTIES-SCREENED-COUNT " screened, "
               PARTY-HITS-COUNT " hit(s)."
           EXIT.

       SCREEN-ONE-ACCOUNT-PARTY.
           ADD 1 TO PARTIES-SCREENED-COUNT

           PERFORM VARYING SANCTION-INDEX FROM 1 BY 1
               UNTIL SANCTION-INDEX > SANCTIONS-COUNT

               MOVE RELATION-PARTY-NAME TO SCREENED-NAME-WORK
               PERFORM COMPARE-WITH-SANCTION-ENTRY

               IF TOLERANT-SCORE > 0
                   AND TOLERANT-SCORE >= REPORT-MIN-MATCH-PERCENT
                   PERFORM WRITE-ACCOUNT-PARTY-HIT
               END-IF
           END-PERFORM
           EXIT.

       WRITE-ACCOUNT-PARTY-HIT.
           ADD 1 TO PARTY-HITS-COUNT

           MOVE RELATION-REFERENCE-ID TO PARTY-REFERENCE-ID
           MOVE RELATION-ACCOUNT-NUMBER TO PARTY-ACCOUNT-NUMBER
           MOVE RELATION-ROLE TO PARTY-ROLE
           MOVE RELATION-PARTY-NAME TO PARTY-NAME
           MOVE SANCTION-ID OF SANCTIONS(SANCTION-INDEX)
               TO PARTY-SANCTION-ID
           MOVE TOLERANT-SCORE TO PARTY-SCORE
           MOVE SPACES TO PARTY-RULE
           IF ENTRY-BEST-ALIAS-SLOT > 0
               STRING "Alias, " TOLERANT-RULE
                   DELIMITED BY SIZE INTO PARTY-RULE
               END-STRING
           ELSE
               MOVE TOLERANT-RULE TO PARTY-RULE
           END-IF
           WRITE ACCOUNT-PARTY-SCREENING-RECORD
           EXIT.

       BUILD-REPORT.
           DISPLAY "START BUILD-REPORT"


           PERFORM ADD-PEP-SECTION-TO-OUTPUT

           PERFORM RECORD-SCREENING-EVIDENCE
           PERFORM SAVE-SCREENING-STATE

           IF HISTORY-FILE-OPEN = "Y"

           EXIT.

      *----------------------------------------------------------*
      * Appends one evidence row per customer screened this run to
      * the screening evidence ledger: every customer on a full
      * run, only the new or changed customers on a delta run.
      * Must run before SAVE-SCREENING-STATE so the delta check
      * still compares against the previous run.
      *----------------------------------------------------------*
       RECORD-SCREENING-EVIDENCE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO EVIDENCE-RUN-TIME-NOW
           MOVE 0 TO EVIDENCE-WRITTEN-COUNT

           OPEN EXTEND SCREENING-EVIDENCE-FILE
           IF EVIDENCE-FILE-STATUS = "35"
               OPEN OUTPUT SCREENING-EVIDENCE-FILE
           END-IF
           IF EVIDENCE-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: ScreeningEvidenceLedger.txt could "
                   "not be opened, status " EVIDENCE-FILE-STATUS
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING CUSTOMER-INDEX FROM 1 BY 1
               UNTIL CUSTOMER-INDEX > CUSTOMERS-COUNT

               MOVE "Y" TO CUSTOMER-IS-DELTA
               IF DELTA-SCREEN-MODE
                   PERFORM CHECK-CUSTOMER-DELTA
               END-IF

               IF CUSTOMER-IS-DELTA = "Y"
                   PERFORM BUILD-EVIDENCE-OUTCOME
                   WRITE SCREENING-EVIDENCE-RECORD
                   ADD 1 TO EVIDENCE-WRITTEN-COUNT
               END-IF
           END-PERFORM

           CLOSE SCREENING-EVIDENCE-FILE
           DISPLAY "Wrote " EVIDENCE-WRITTEN-COUNT
               " row(s) to ScreeningEvidenceLedger.txt"
           EXIT.

      *----------------------------------------------------------*
      * Outcome for one customer, judged the way the report does:
      * a match at or above the reporting threshold on a pair not
      * cleared is a hit; matches at that level that are all
      * cleared pairs record as cleared. The strongest standing
      * hit, or failing that the strongest cleared match, is kept.
      *----------------------------------------------------------*
       BUILD-EVIDENCE-OUTCOME.
           MOVE CUSTOMER-ID OF CUSTOMERS(CUSTOMER-INDEX)
               TO EVIDENCE-CUSTOMER-ID
           MOVE CURRENT-LIST-VERSION TO EVIDENCE-LIST-VERSION
           MOVE SCREENING-RUN-DATE TO EVIDENCE-RUN-DATE
           MOVE EVIDENCE-RUN-TIME-NOW TO EVIDENCE-RUN-TIME
           IF DELTA-SCREEN-MODE
               SET EVIDENCE-DELTA-RUN TO TRUE
           ELSE
               SET EVIDENCE-FULL-RUN TO TRUE
           END-IF
           SET EVIDENCE-NO-HIT TO TRUE
           MOVE 0 TO EVIDENCE-MATCH-COUNT
           MOVE SPACES TO EVIDENCE-TOP-ENTRY-ID
           MOVE 0 TO EVIDENCE-TOP-PERCENT
           MOVE SPACES TO EVIDENCE-CLEARED-ID
           MOVE 0 TO EVIDENCE-CLEARED-PERCENT

           PERFORM VARYING MATCH-INDEX FROM 1 BY 1
               UNTIL MATCH-INDEX >
                   MATCHED-SANCTIONS-COUNT OF CUSTOMERS(CUSTOMER-INDEX)

               IF TOTAL-MATCH-PERCENT(CUSTOMER-INDEX, MATCH-INDEX)
                       >= REPORT-MIN-MATCH-PERCENT
                   MOVE MATCHED-SANCTION-INDEX
                           (CUSTOMER-INDEX, MATCH-INDEX)
                       TO CURRENT-SANCTION-INDEX
                   PERFORM CHECK-PAIR-CLEARED

                   IF PAIR-CLEARED = "Y"
                       IF TOTAL-MATCH-PERCENT
                               (CUSTOMER-INDEX, MATCH-INDEX)
                               > EVIDENCE-CLEARED-PERCENT
                           OR EVIDENCE-CLEARED-ID = SPACES
                           MOVE SANCTION-ID OF
                                   SANCTIONS(CURRENT-SANCTION-INDEX)
                               TO EVIDENCE-CLEARED-ID
                           MOVE TOTAL-MATCH-PERCENT
                                   (CUSTOMER-INDEX, MATCH-INDEX)
                               TO EVIDENCE-CLEARED-PERCENT
                       END-IF
                   ELSE
                       ADD 1 TO EVIDENCE-MATCH-COUNT
                       SET EVIDENCE-HIT TO TRUE
                       IF TOTAL-MATCH-PERCENT
                               (CUSTOMER-INDEX, MATCH-INDEX)
                               > EVIDENCE-TOP-PERCENT
                           OR EVIDENCE-TOP-ENTRY-ID = SPACES
                           MOVE SANCTION-ID OF
                                   SANCTIONS(CURRENT-SANCTION-INDEX)
                               TO EVIDENCE-TOP-ENTRY-ID
                           MOVE TOTAL-MATCH-PERCENT
                                   (CUSTOMER-INDEX, MATCH-INDEX)
                               TO EVIDENCE-TOP-PERCENT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           IF EVIDENCE-NO-HIT AND EVIDENCE-CLEARED-ID NOT = SPACES
               SET EVIDENCE-CLEARED TO TRUE
               MOVE EVIDENCE-CLEARED-ID TO EVIDENCE-TOP-ENTRY-ID
               MOVE EVIDENCE-CLEARED-PERCENT TO EVIDENCE-TOP-PERCENT
           END-IF
           EXIT.

       ADD-SCREENING-SUMMARY-TO-OUTPUT.
           MOVE 0 TO CUSTOMERS-WITH-MATCHES-COUNT

                   TO SORT-MATCH-KEY
               MOVE CUSTOMERS(SORT-INDEX) TO SORT-CUSTOMER-ENTRY
               MOVE MATCH-RULE-ROW(SORT-INDEX) TO SORT-RULE-ROW
               MOVE MATCH-ALIAS-ROW(SORT-INDEX) TO SORT-ALIAS-ROW
               RELEASE CUSTOMER-SORT-RECORD
           END-PERFORM
           EXIT.
                           TO HIGHEST-MATCH-PERCENT(SORT-INDEX)
                       MOVE SORT-RULE-ROW
                           TO MATCH-RULE-ROW(SORT-INDEX)
                       MOVE SORT-ALIAS-ROW
                           TO MATCH-ALIAS-ROW(SORT-INDEX)
               END-RETURN
           END-PERFORM
           EXIT.
           END-STRING
           PERFORM ADD-OUTPUT-LINE-SAFE

           MOVE CUSTOMER-INDEX TO HIT-CUSTOMER-SLOT
           MOVE MATCH-INDEX TO HIT-MATCH-SLOT
           PERFORM SET-HIT-NAME
           IF HIT-ON-ALIAS
               STRING
                   "Hit on alias: "
                   DELIMITED BY SIZE
                   FUNCTION TRIM(HIT-NAME-WORK TRAILING)
                   DELIMITED BY SIZE
                   INTO OUTPUT-TEXT-LINE
               END-STRING
           ELSE
               MOVE "Hit on listed name" TO OUTPUT-TEXT-LINE
           END-IF
           PERFORM ADD-OUTPUT-LINE-SAFE

           STRING
               "Birthday: "
               DELIMITED BY SIZE

           MOVE "N" TO PEP-SECTION-STARTED
           MOVE 0 TO PEP-HITS-COUNT
           OPEN OUTPUT PEP-HIT-FILE

           PERFORM VARYING CUSTOMER-INDEX FROM 1 BY 1
               UNTIL CUSTOMER-INDEX > CUSTOMERS-COUNT
               PERFORM ADD-OUTPUT-LINE-SAFE
           END-IF

           CLOSE PEP-HIT-FILE
           DISPLAY "PEP screening: " PEP-HITS-COUNT " hit(s)."
           EXIT.

       SCREEN-ONE-PEP-PAIR.
           MOVE CUSTOMER-NAME OF CUSTOMERS(CUSTOMER-INDEX)
               TO SCREENED-NAME-WORK
           PERFORM COMPARE-WITH-PEP-ENTRY

           IF TOLERANT-SCORE > 0
               AND TOLERANT-SCORE >= PEP-MIN-MATCH-PERCENT
           END-IF

           ADD 1 TO PEP-HITS-COUNT
           MOVE CUSTOMER-ID OF CUSTOMERS(CUSTOMER-INDEX)
               TO PEP-HIT-CUSTOMER-ID
           MOVE PEP-ID(PEP-INDEX) TO PEP-HIT-PEP-ID
           MOVE TOLERANT-SCORE TO PEP-HIT-SCORE
           WRITE PEP-HIT-RECORD

           STRING
               "Customer ID: "
           END-STRING
           PERFORM ADD-OUTPUT-LINE-SAFE

           IF ENTRY-BEST-ALIAS-SLOT > 0
               STRING
                   "Hit on alias: "
                   DELIMITED BY SIZE
                   FUNCTION TRIM(PEP-ALIAS(PEP-INDEX,
                       ENTRY-BEST-ALIAS-SLOT) TRAILING)
                   DELIMITED BY SIZE
                   INTO OUTPUT-TEXT-LINE
               END-STRING
               PERFORM ADD-OUTPUT-LINE-SAFE
           END-IF

           IF TOLERANT-RULE NOT = SPACES
               AND TOLERANT-RULE NOT = "Exact name"
               STRING
           PERFORM ADD-OUTPUT-LINE-SAFE
           EXIT.

      * Names the watchlist name behind match HIT-MATCH-SLOT of
      * customer HIT-CUSTOMER-SLOT: the alias that scored, when it
      * scored above the listed name, otherwise the listed name.
       SET-HIT-NAME.
           MOVE MATCHED-SANCTION-INDEX
               (HIT-CUSTOMER-SLOT, HIT-MATCH-SLOT)
               TO ALIAS-ENTRY-INDEX
           MOVE MATCH-ALIAS-SLOT(HIT-CUSTOMER-SLOT, HIT-MATCH-SLOT)
               TO ALIAS-INDEX

           IF ALIAS-INDEX > 0
               AND ALIAS-MATCH-PERCENT
                   (HIT-CUSTOMER-SLOT, HIT-MATCH-SLOT)
                   > NAME-MATCH-PERCENT
                       (HIT-CUSTOMER-SLOT, HIT-MATCH-SLOT)
               SET HIT-ON-ALIAS TO TRUE
               MOVE SANCTION-ALIAS(ALIAS-ENTRY-INDEX, ALIAS-INDEX)
                   TO HIT-NAME-WORK
           ELSE
               SET HIT-ON-LISTED-NAME TO TRUE
               MOVE SANCTION-NAME OF SANCTIONS(ALIAS-ENTRY-INDEX)
                   TO HIT-NAME-WORK
           END-IF
           EXIT.

       ADD-OUTPUT-LINE-SAFE.
           ADD 1 TO OUTPUT-LINE-COUNT


                   AT END
                       MOVE "10" TO CASE-LOG-FILE-STATUS
                   NOT AT END
      * A case the pre-screening job opened is still awaiting a
      * disposition; only the analyst's row closes the pair.
                       EVALUATE TRUE
                           WHEN LOG-DISPOSITION = "OPENED"
                               CONTINUE
                           WHEN CASE-LOG-COUNT < CASE-LOG-MAX-COUNT
                               ADD 1 TO CASE-LOG-COUNT
                               MOVE LOG-CUSTOMER-ID TO
                                   CASE-LOG-CUSTOMER-ID(CASE-LOG-COUNT)
                               MOVE LOG-SANCTION-ID TO
                                   CASE-LOG-SANCTION-ID(CASE-LOG-COUNT)
                           WHEN OTHER
                               DISPLAY "SanctionsCaseLog.txt exceeds "
                                   "capacity, ignoring remaining "
                                   "entries"
                       END-EVALUATE
               END-READ
           END-PERFORM


      * the GL import job consumes.                               *
      *                                                           *
      * Account codes come from GlAccountMap.txt (one row per     *
      * type key INCOME/PAYMENT/TRANSFER/FEE/WRITEOFF/RECOVERY);  *
      * compiled-in defaults apply when the file is absent.       *
      * Transfer and fee value is already folded into the month's *
      * income/payment totals upstream, so those postings carry   *
      * the counts with a zero amount. Overdrafts written off go  *
      * to the loss account, and money later received on them to  *
      * the recoveries account, apart from ordinary income.       *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
           02 SNAP-MONTH-STANDARD-DEVIATION PIC S9(13)V99.
           02 SNAP-MONTH-SUM-AMOUNT PIC S9(13)V99.
           02 SNAP-MONTH-SUM-SQUARES PIC S9(15)V99.
           02 SNAP-WRITEOFF-COUNT PIC 9(6).
           02 SNAP-TOTAL-MONTH-WRITEOFF PIC S9(11)V99.
           02 SNAP-RECOVERY-COUNT PIC 9(6).
           02 SNAP-TOTAL-MONTH-RECOVERY PIC S9(11)V99.

       FD REPORT-CONTROL-FILE.
       01 REPORT-CONTROL-RECORD.
           02 TRANSFER-CREDIT-ACCOUNT PIC X(8) VALUE "10100000".
           02 FEE-DEBIT-ACCOUNT PIC X(8) VALUE "10100000".
           02 FEE-CREDIT-ACCOUNT PIC X(8) VALUE "30200000".
           02 WRITEOFF-DEBIT-ACCOUNT PIC X(8) VALUE "50100000".
           02 WRITEOFF-CREDIT-ACCOUNT PIC X(8) VALUE "10100000".
           02 RECOVERY-DEBIT-ACCOUNT PIC X(8) VALUE "10100000".
           02 RECOVERY-CREDIT-ACCOUNT PIC X(8) VALUE "30300000".

       01 PERIOD-STATUS-FILE-STATUS PIC X(2) VALUE "00".
       01 PERIOD-STATUS-ON-FILE PIC X VALUE "N".
                                   TO FEE-DEBIT-ACCOUNT
                               MOVE MAP-CREDIT-ACCOUNT
                                   TO FEE-CREDIT-ACCOUNT
                           WHEN "WRITEOFF"
                               MOVE MAP-DEBIT-ACCOUNT
                                   TO WRITEOFF-DEBIT-ACCOUNT
                               MOVE MAP-CREDIT-ACCOUNT
                                   TO WRITEOFF-CREDIT-ACCOUNT
                           WHEN "RECOVERY"
                               MOVE MAP-DEBIT-ACCOUNT
                                   TO RECOVERY-DEBIT-ACCOUNT
                               MOVE MAP-CREDIT-ACCOUNT
                                   TO RECOVERY-CREDIT-ACCOUNT
                           WHEN OTHER
                               DISPLAY "WARNING: unknown type key '"
                                   MAP-TYPE-KEY
               PERFORM STAGE-FEE-POSTING
           END-IF

           IF SNAP-WRITEOFF-COUNT > 0
               PERFORM STAGE-WRITEOFF-POSTING
           END-IF

           IF SNAP-RECOVERY-COUNT > 0
               PERFORM STAGE-RECOVERY-POSTING
           END-IF

           PERFORM RELEASE-MONTH-POSTINGS
           EXIT.

           PERFORM ACCUMULATE-STAGED-POSTING
           EXIT.

       STAGE-WRITEOFF-POSTING.
           ADD 1 TO PENDING-COUNT
           MOVE PENDING-COUNT TO PENDING-INDEX
           MOVE "WRITEOFF" TO PEND-TYPE-KEY(PENDING-INDEX)
           MOVE WRITEOFF-DEBIT-ACCOUNT
               TO PEND-DEBIT-ACCOUNT(PENDING-INDEX)
           MOVE WRITEOFF-CREDIT-ACCOUNT
               TO PEND-CREDIT-ACCOUNT(PENDING-INDEX)
           MOVE SNAP-TOTAL-MONTH-WRITEOFF
               TO PEND-AMOUNT(PENDING-INDEX)
           MOVE SNAP-WRITEOFF-COUNT TO PEND-COUNT(PENDING-INDEX)
           PERFORM ACCUMULATE-STAGED-POSTING
           EXIT.

       STAGE-RECOVERY-POSTING.
           ADD 1 TO PENDING-COUNT
           MOVE PENDING-COUNT TO PENDING-INDEX
           MOVE "RECOVERY" TO PEND-TYPE-KEY(PENDING-INDEX)
           MOVE RECOVERY-DEBIT-ACCOUNT
               TO PEND-DEBIT-ACCOUNT(PENDING-INDEX)
           MOVE RECOVERY-CREDIT-ACCOUNT
               TO PEND-CREDIT-ACCOUNT(PENDING-INDEX)
           MOVE SNAP-TOTAL-MONTH-RECOVERY
               TO PEND-AMOUNT(PENDING-INDEX)
           MOVE SNAP-RECOVERY-COUNT TO PEND-COUNT(PENDING-INDEX)
           PERFORM ACCUMULATE-STAGED-POSTING
           EXIT.

      *----------------------------------------------------------*
      * A staged posting with a blank account maps to the
      * suspense account instead of being dropped, and its amount

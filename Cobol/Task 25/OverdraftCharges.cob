      * up, and every charge is itemized in                       *
      * OverdraftChargeJournal.txt with balance, days, rate and   *
      * amount. Accounts no longer in the extract leave the       *
      * state file. No interest runs while the customer keeps an  *
      * active repayment agreement (RepaymentAgreements.txt), and *
      * none on the frozen accounts of a deceased customer        *
      * (EstateRegister.txt).                                     *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OVERDRAFT-STATE-FILE-STATUS.

           SELECT REPAYMENT-AGREEMENT-FILE
               ASSIGN TO "RepaymentAgreements.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPAYMENT-AGREEMENT-FILE-STATUS.

           SELECT ESTATE-REGISTER-FILE
               ASSIGN TO "EstateRegister.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESTATE-REGISTER-FILE-STATUS.

           SELECT GENERATED-CHARGES-FILE
               ASSIGN TO "GeneratedOverdraftCharges.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           02 STATE-FIRST-SEEN PIC 9(8).
           02 STATE-LAST-CHARGED PIC 9(8).

       FD REPAYMENT-AGREEMENT-FILE.
       01 REPAYMENT-AGREEMENT-RECORD.
           COPY "RepaymentAgreement.cpy".

       FD ESTATE-REGISTER-FILE.
       01 ESTATE-REGISTER-RECORD.
           COPY "Estate.cpy".

       FD GENERATED-CHARGES-FILE.
       01 GENERATED-CHARGE-RECORD.
           COPY "Transaction.cpy".
       01 REPORT-CONTROL-FILE-STATUS PIC X(2) VALUE "00".
       01 OVERDRAFT-STATE-FILE-STATUS PIC X(2) VALUE "00".
       01 CHARGE-JOURNAL-FILE-STATUS PIC X(2) VALUE "00".
       01 REPAYMENT-AGREEMENT-FILE-STATUS PIC X(2) VALUE "00".
       01 ESTATE-REGISTER-FILE-STATUS PIC X(2) VALUE "00".
       01 BATCH-RUN-LOG-FILE-STATUS PIC X(2) VALUE "00".

      * Annual overdraft interest, percent; overridable from
               03 NEW-STATE-FIRST-SEEN PIC 9(8) VALUE 0.
               03 NEW-STATE-LAST-CHARGED PIC 9(8) VALUE 0.

      * CPRs with an active repayment agreement.
       01 PAUSED-CPR-TABLE.
           02 PAUSED-COUNT PIC 999 VALUE 0.
           02 PAUSED-MAX-COUNT PIC 999 VALUE 200.
           02 PAUSED-CPR PIC X(15) OCCURS 200 TIMES VALUE SPACES.
       01 PAUSED-INDEX PIC 999 VALUE 0.
       01 CHARGE-PAUSED PIC X VALUE "N".
       01 CHARGES-PAUSED-COUNT PIC 999 VALUE 0.

      * CPRs of deceased customers whose accounts are frozen.
       01 ESTATE-CPR-TABLE.
           02 ESTATE-CPR-COUNT PIC 999 VALUE 0.
           02 ESTATE-CPR-MAX PIC 999 VALUE 200.
           02 ESTATE-CPRS PIC X(15) OCCURS 200 TIMES VALUE SPACES.
       01 ESTATE-CPR-INDEX PIC 999 VALUE 0.
       01 CHARGE-ESTATE PIC X VALUE "N".
       01 CHARGES-ESTATE-COUNT PIC 999 VALUE 0.

       01 END-OF-FILE PIC X VALUE "N".
       01 STATE-INDEX PIC 99 VALUE 0.
       01 CUSTOMER-INDEX PIC 99 VALUE 0.
           PERFORM LOAD-BANKS-SNAPSHOT
           PERFORM LOAD-CUSTOMERS-SNAPSHOT
           PERFORM LOAD-OVERDRAFT-STATE
           PERFORM LOAD-REPAYMENT-AGREEMENTS
           PERFORM LOAD-ESTATE-REGISTER

           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE
           COMPUTE TODAY-INTEGER =
           PERFORM SAVE-OVERDRAFT-STATE

           DISPLAY "Overdraft charging: " CHARGES-GENERATED-COUNT
               " charge(s) generated, " CHARGES-PAUSED-COUNT
               " account(s) paused by a repayment agreement, "
               CHARGES-ESTATE-COUNT
               " frozen for a deceased customer's estate."

           PERFORM LOG-BATCH-RUN-END
       STOP RUN.
           MOVE "N" TO END-OF-FILE
           EXIT.

       LOAD-REPAYMENT-AGREEMENTS.
           OPEN INPUT REPAYMENT-AGREEMENT-FILE
           IF REPAYMENT-AGREEMENT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL REPAYMENT-AGREEMENT-FILE-STATUS = "10"
               READ REPAYMENT-AGREEMENT-FILE
                   AT END
                       MOVE "10" TO REPAYMENT-AGREEMENT-FILE-STATUS
                   NOT AT END
                       IF AGREEMENT-ACTIVE
                           IF PAUSED-COUNT < PAUSED-MAX-COUNT
                               ADD 1 TO PAUSED-COUNT
                               MOVE AGREEMENT-CPR
                                   TO PAUSED-CPR(PAUSED-COUNT)
                           ELSE
                               DISPLAY "WARNING: repayment agreement "
                                   "capacity exceeded, CPR '"
                                   FUNCTION TRIM(AGREEMENT-CPR
                                       TRAILING)
                                   "' is charged as usual."
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE REPAYMENT-AGREEMENT-FILE
           EXIT.

       LOAD-ESTATE-REGISTER.
           OPEN INPUT ESTATE-REGISTER-FILE
           IF ESTATE-REGISTER-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL ESTATE-REGISTER-FILE-STATUS = "10"
               READ ESTATE-REGISTER-FILE
                   AT END
                       MOVE "10" TO ESTATE-REGISTER-FILE-STATUS
                   NOT AT END
                       IF ESTATE-CPR-COUNT < ESTATE-CPR-MAX
                           ADD 1 TO ESTATE-CPR-COUNT
                           MOVE ESTATE-CPR
                               TO ESTATE-CPRS(ESTATE-CPR-COUNT)
                       ELSE
                           DISPLAY "WARNING: estate register "
                               "capacity exceeded, CPR '"
                               FUNCTION TRIM(ESTATE-CPR TRAILING)
                               "' is charged as usual."
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ESTATE-REGISTER-FILE
           EXIT.

      * Charges are dated on a settlement day: the shared
      * calendar rolls a weekend or holiday run date forward.
       BUILD-CHARGE-TIMESTAMP.

           PERFORM FIND-OVERDRAFT-STATE

      * Under an active repayment agreement the days are written
      * off as charged, so ending the agreement never bills the
      * paused span afterwards.
           MOVE "N" TO CHARGE-PAUSED
           PERFORM VARYING PAUSED-INDEX FROM 1 BY 1
               UNTIL PAUSED-INDEX > PAUSED-COUNT
               IF PAUSED-CPR(PAUSED-INDEX) = OVERDRAWN-CPR
                   MOVE "Y" TO CHARGE-PAUSED
               END-IF
           END-PERFORM
           IF CHARGE-PAUSED = "Y"
               MOVE TODAY-DATE TO LAST-CHARGED-DATE
               PERFORM CARRY-OVERDRAFT-STATE
               ADD 1 TO CHARGES-PAUSED-COUNT
               EXIT PARAGRAPH
           END-IF

      * A deceased customer's accounts are frozen for the estate;
      * the days are written off the same way.
           MOVE "N" TO CHARGE-ESTATE
           PERFORM VARYING ESTATE-CPR-INDEX FROM 1 BY 1
               UNTIL ESTATE-CPR-INDEX > ESTATE-CPR-COUNT
               IF ESTATE-CPRS(ESTATE-CPR-INDEX) = OVERDRAWN-CPR
                   MOVE "Y" TO CHARGE-ESTATE
               END-IF
           END-PERFORM
           IF CHARGE-ESTATE = "Y"
               MOVE TODAY-DATE TO LAST-CHARGED-DATE
               PERFORM CARRY-OVERDRAFT-STATE
               ADD 1 TO CHARGES-ESTATE-COUNT
               EXIT PARAGRAPH
           END-IF

           COMPUTE FIRST-SEEN-INTEGER =
               FUNCTION INTEGER-OF-DATE(FIRST-SEEN-DATE)
           COMPUTE DAYS-OVERDRAWN =

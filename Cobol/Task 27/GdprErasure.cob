      *                                                           *
      * ErasureCertificate.txt lists every file and record        *
      * touched; that certificate is what is shown the regulator. *
      *                                                           *
      * A person who is still an owner of an open account held    *
      * together with someone else (AccountRelationships.txt) is  *
      * only partially erased: name, address, CPR and the         *
      * transaction history stay, as the other holder's account   *
      * still needs them, while phone and email go. The           *
      * certificate says PARTIAL and records the retention. A     *
      * fully erased person's name is also erased from the        *
      * relationship file.                                        *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TARGET-FILE-STATUS.

           SELECT ACCOUNT-RELATIONSHIP-FILE
               ASSIGN TO "AccountRelationships.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TARGET-FILE-STATUS.

           SELECT MASTER-WORK-FILE
               ASSIGN TO "CustomerMasterWork.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       FD CUSTOMER-MASTER-FILE.
       01 CUSTOMER-MASTER-RECORD.
           02 MASTER-REFERENCE-ID PIC X(10).
           02 MASTER-RECORD-BODY PIC X(461).

       FD IN-CUSTOMER-FILE.
       01 IN-CUSTOMER-RECORD.
           02 CONTACT-INFO.
           03 PHONE-NUMBER PIC X(15).
           03 EMAIL PIC X(80).
           02 CUSTOMER-CPR PIC X(15).

       FD IN-ADDRESS-FILE.
       01 IN-ADDRESS-RECORD.
      * this work file, so a history longer than any in-memory
      * table is carried through intact.
       FD TRANSACTION-WORK-FILE.
       01 TRANSACTION-WORK-RECORD PIC X(278).

      * Leading fields of the Task 11 customer snapshot record
      * (that task has its own Customer.cpy whose name collides
           02 SNAP-CUSTOMER-ADDRESS PIC X(40).
           02 SNAP-NUMERIC-REMAINDER PIC X(1175).

       FD ACCOUNT-RELATIONSHIP-FILE.
       01 ACCOUNT-RELATIONSHIP-RECORD.
           COPY "AccountRelationship.cpy".

      * The anonymized master is staged here and only copied onto
      * CustomerinformationOut.txt once its trailer is on disk, so
      * a crash mid-rewrite cannot lose the master.
       FD MASTER-WORK-FILE.
       01 MASTER-WORK-RECORD PIC X(471).

       FD CERTIFICATE-FILE.
       01 CERTIFICATE-RECORD.
           02 REQUESTS OCCURS 60 TIMES.
               03 REQ-REFERENCE-ID PIC X(10) VALUE SPACES.
               03 REQ-CPR PIC X(15) VALUE SPACES.
      * "F" full erasure, "P" partial while a joint account is
      * still open.
               03 REQ-SCOPE PIC X VALUE "F".
                   88 REQ-FULL-ERASURE VALUE "F".
                   88 REQ-PARTIAL-ERASURE VALUE "P".

       01 REQUEST-INDEX PIC 99 VALUE 0.
       01 RECORD-MATCHES-REQUEST PIC X VALUE "N".
       01 MATCHED-REQUEST-KEY PIC X(15) VALUE SPACES.
       01 MATCHED-REQUEST-SCOPE PIC X VALUE "F".

      * Owners and joint owners in force today, each with the
      * REFERENCE-ID of the master record that carries the
      * account; spaces there means the account is closed.
       01 HOLDER-TABLE.
           02 HOLDER-COUNT PIC 9(4) VALUE 0.
           02 HOLDER-MAX PIC 9(4) VALUE 500.
           02 HOLDER-ENTRIES OCCURS 500 TIMES.
               03 HL-REFERENCE-ID PIC X(10) VALUE SPACES.
               03 HL-ACCOUNT-NUMBER PIC X(17) VALUE SPACES.
               03 HL-ACCOUNT-OWNER-ID PIC X(10) VALUE SPACES.
       01 HOLDER-INDEX PIC 9(4) VALUE 0.
       01 RELATIONSHIP-TODAY PIC 9(8) VALUE 0.
       01 MASTER-ACCOUNT-SLOT PIC 9 VALUE 0.
       01 MASTER-ACCOUNT-WORK PIC X(17) VALUE SPACES.
       01 PARTIAL-REQUESTS-COUNT PIC 99 VALUE 0.
       01 RELATIONSHIPS-COUNT PIC 9(4) VALUE 0.
       01 RELATIONSHIP-ROWS OCCURS 500 TIMES.
           02 RELATIONSHIP-ROW PIC X(84).

      * Work copy of a master record during the erasure pass.
       01 MASTER-WORK.
           02 CONTACT-INFO.
           03 PHONE-NUMBER PIC X(15).
           03 EMAIL PIC X(80).
           02 CUSTOMER-CPR PIC X(15).
       01 IN-CUSTOMER-COUNT PIC 99 VALUE 0.

       01 IN-ADDRESS-TABLE OCCURS 60 TIMES.

           MOVE FUNCTION CURRENT-DATE TO ERASURE-TIMESTAMP
           PERFORM OPEN-CERTIFICATE-FILE
           PERFORM CHECK-OPEN-JOINT-ACCOUNTS

           PERFORM ERASE-IN-MASTER-FILE
           PERFORM ERASE-IN-CUSTOMER-EXTRACT
           PERFORM ERASE-IN-TRANSACTION-FILE

           PERFORM ERASE-IN-CUSTOMERS-SNAPSHOT
           PERFORM ERASE-IN-RELATIONSHIPS

           CLOSE CERTIFICATE-FILE

           DISPLAY "Erasure complete: "
               FUNCTION TRIM(COUNT-DISPLAY LEADING)
               " record(s) anonymized across the kept files."
           IF PARTIAL-REQUESTS-COUNT > 0
               DISPLAY PARTIAL-REQUESTS-COUNT
                   " request(s) only partially erased - still "
                   "joint owner of an open account."
           END-IF

           PERFORM LOG-BATCH-RUN-END
       STOP RUN.
           END-IF
           EXIT.

      *----------------------------------------------------------*
      * Marks every erasure that must stay partial: the person is
      * an owner or joint owner in force today of an account that
      * is still on the master, and somebody else owns it too -
      * either the account sits on another customer's master
      * record, or another holder is registered on one of the
      * person's own accounts. One RETAINED line per such request
      * goes on the certificate.
      *----------------------------------------------------------*
       CHECK-OPEN-JOINT-ACCOUNTS.
           PERFORM LOAD-ACCOUNT-HOLDERS
           IF HOLDER-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-ACCOUNT-OWNERS

           PERFORM VARYING HOLDER-INDEX FROM 1 BY 1
               UNTIL HOLDER-INDEX > HOLDER-COUNT
               IF HL-ACCOUNT-OWNER-ID(HOLDER-INDEX) NOT = SPACES
                   AND HL-ACCOUNT-OWNER-ID(HOLDER-INDEX)
                       NOT = HL-REFERENCE-ID(HOLDER-INDEX)
                   PERFORM VARYING REQUEST-INDEX FROM 1 BY 1
                       UNTIL REQUEST-INDEX > REQUESTS-COUNT
                       IF REQ-REFERENCE-ID(REQUEST-INDEX)
                               = HL-REFERENCE-ID(HOLDER-INDEX)
                           OR REQ-REFERENCE-ID(REQUEST-INDEX)
                               = HL-ACCOUNT-OWNER-ID(HOLDER-INDEX)
                           SET REQ-PARTIAL-ERASURE(REQUEST-INDEX)
                               TO TRUE
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM

           PERFORM VARYING REQUEST-INDEX FROM 1 BY 1
               UNTIL REQUEST-INDEX > REQUESTS-COUNT
               IF REQ-PARTIAL-ERASURE(REQUEST-INDEX)
                   ADD 1 TO PARTIAL-REQUESTS-COUNT
                   MOVE "AccountRelationships.txt"
                       TO CERTIFICATE-FILENAME
                   MOVE REQ-REFERENCE-ID(REQUEST-INDEX)
                       TO CERTIFICATE-KEY
                   MOVE "RETAINED" TO CERTIFICATE-ACTION
                   MOVE ERASURE-TIMESTAMP TO CERTIFICATE-TIMESTAMP
                   WRITE CERTIFICATE-RECORD
                   DISPLAY "Customer '"
                       FUNCTION TRIM(REQ-REFERENCE-ID(REQUEST-INDEX)
                           TRAILING)
                       "' is joint owner of an open account - "
                       "contact data erased, identity retained."
               END-IF
           END-PERFORM
           EXIT.

       LOAD-ACCOUNT-HOLDERS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RELATIONSHIP-TODAY
           MOVE "N" TO END-OF-FILE
           OPEN INPUT ACCOUNT-RELATIONSHIP-FILE

           IF TARGET-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL END-OF-FILE = "Y"
               READ ACCOUNT-RELATIONSHIP-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF RELATION-HOLDER
                           AND RELATION-VALID-FROM
                               <= RELATIONSHIP-TODAY
                           AND (RELATION-VALID-TO = 0
                           OR RELATION-VALID-TO
                               >= RELATIONSHIP-TODAY)
                           AND HOLDER-COUNT < HOLDER-MAX
                           ADD 1 TO HOLDER-COUNT
                           MOVE RELATION-REFERENCE-ID
                               TO HL-REFERENCE-ID(HOLDER-COUNT)
                           MOVE RELATION-ACCOUNT-NUMBER
                               TO HL-ACCOUNT-NUMBER(HOLDER-COUNT)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ACCOUNT-RELATIONSHIP-FILE
           EXIT.

      * One pass over the master: every holder row learns which
      * customer's record carries its account.
       FIND-ACCOUNT-OWNERS.
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF CUSTOMER-MASTER-FILE-STATUS NOT = "00"
               MOVE "00" TO CUSTOMER-MASTER-FILE-STATUS
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO MASTER-REFERENCE-ID
           START CUSTOMER-MASTER-FILE
               KEY IS >= MASTER-REFERENCE-ID
               INVALID KEY
                   MOVE "10" TO CUSTOMER-MASTER-FILE-STATUS
           END-START

           PERFORM UNTIL CUSTOMER-MASTER-FILE-STATUS NOT = "00"
               READ CUSTOMER-MASTER-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CUSTOMER-MASTER-RECORD TO MASTER-WORK
                       MOVE ACCOUNT-NUMBER OF MASTER-WORK
                           TO MASTER-ACCOUNT-WORK
                       PERFORM MARK-ACCOUNT-OWNER
                       PERFORM VARYING MASTER-ACCOUNT-SLOT
                           FROM 1 BY 1
                           UNTIL MASTER-ACCOUNT-SLOT > 4
                           IF MASTER-ACCOUNT-SLOT
                                   < ACCOUNT-COUNT OF MASTER-WORK
                               MOVE EXTRA-ACCOUNT-NUMBER
                                   OF MASTER-WORK(MASTER-ACCOUNT-SLOT)
                                   TO MASTER-ACCOUNT-WORK
                               PERFORM MARK-ACCOUNT-OWNER
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM

           MOVE "00" TO CUSTOMER-MASTER-FILE-STATUS
           CLOSE CUSTOMER-MASTER-FILE
           EXIT.

       MARK-ACCOUNT-OWNER.
           IF MASTER-ACCOUNT-WORK = SPACES
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING HOLDER-INDEX FROM 1 BY 1
               UNTIL HOLDER-INDEX > HOLDER-COUNT
               IF HL-ACCOUNT-NUMBER(HOLDER-INDEX)
                       = MASTER-ACCOUNT-WORK
                   MOVE REFERENCE-ID OF MASTER-WORK
                       TO HL-ACCOUNT-OWNER-ID(HOLDER-INDEX)
               END-IF
           END-PERFORM
           EXIT.

       WRITE-CERTIFICATE-ENTRY.
           MOVE MATCHED-REQUEST-KEY TO CERTIFICATE-KEY
           IF MATCHED-REQUEST-SCOPE = "P"
               MOVE "PARTIAL" TO CERTIFICATE-ACTION
           ELSE
               MOVE "ANONYMIZED" TO CERTIFICATE-ACTION
           END-IF
           MOVE ERASURE-TIMESTAMP TO CERTIFICATE-TIMESTAMP
           WRITE CERTIFICATE-RECORD
           ADD 1 TO RECORDS-ERASED-COUNT

       CHECK-REFERENCE-ID-REQUESTED.
           MOVE "N" TO RECORD-MATCHES-REQUEST
           MOVE "F" TO MATCHED-REQUEST-SCOPE
           PERFORM VARYING REQUEST-INDEX FROM 1 BY 1
               UNTIL REQUEST-INDEX > REQUESTS-COUNT
                   OR RECORD-MATCHES-REQUEST = "Y"
               IF REQ-REFERENCE-ID(REQUEST-INDEX)
                       = MATCHED-REQUEST-KEY(1:10)
                   MOVE "Y" TO RECORD-MATCHES-REQUEST
                   MOVE REQ-SCOPE(REQUEST-INDEX)
                       TO MATCHED-REQUEST-SCOPE
               END-IF
           END-PERFORM
           EXIT.

      * The CPR-keyed files carry only name and address, all of
      * which a partial erasure keeps.
       CHECK-CPR-REQUESTED.
           MOVE "N" TO RECORD-MATCHES-REQUEST
           MOVE "F" TO MATCHED-REQUEST-SCOPE
           PERFORM VARYING REQUEST-INDEX FROM 1 BY 1
               UNTIL REQUEST-INDEX > REQUESTS-COUNT
                   OR RECORD-MATCHES-REQUEST = "Y"
               IF REQ-CPR(REQUEST-INDEX) = MATCHED-REQUEST-KEY
                   AND REQ-FULL-ERASURE(REQUEST-INDEX)
                   MOVE "Y" TO RECORD-MATCHES-REQUEST
               END-IF
           END-PERFORM
               TO MATCHED-REQUEST-KEY(1:10)
           PERFORM CHECK-REFERENCE-ID-REQUESTED

           IF RECORD-MATCHES-REQUEST = "Y"
               AND MATCHED-REQUEST-SCOPE = "P"
               MOVE SPACES TO PHONE-NUMBER OF MASTER-WORK
               MOVE SPACES TO EMAIL OF MASTER-WORK

               MOVE MASTER-WORK TO CUSTOMER-MASTER-RECORD
               REWRITE CUSTOMER-MASTER-RECORD

               MOVE "CustomerMaster.idx"
                   TO CERTIFICATE-FILENAME
               PERFORM WRITE-CERTIFICATE-ENTRY
               EXIT PARAGRAPH
           END-IF

           IF RECORD-MATCHES-REQUEST = "Y"
               MOVE ANONYMIZED-TEXT TO FIRST-NAME OF MASTER-WORK
               MOVE ANONYMIZED-TEXT TO LAST-NAME OF MASTER-WORK
               MOVE SPACES TO COUNTRYCODE OF MASTER-WORK
               MOVE SPACES TO PHONE-NUMBER OF MASTER-WORK
               MOVE SPACES TO EMAIL OF MASTER-WORK
               MOVE SPACES TO CUSTOMER-CPR OF MASTER-WORK

               MOVE MASTER-WORK TO CUSTOMER-MASTER-RECORD
               REWRITE CUSTOMER-MASTER-RECORD
               PERFORM CHECK-REFERENCE-ID-REQUESTED

               IF RECORD-MATCHES-REQUEST = "Y"
                   IF MATCHED-REQUEST-SCOPE = "F"
                       MOVE ANONYMIZED-TEXT TO FIRST-NAME
                           OF IN-CUSTOMER-TABLE(TABLE-INDEX)
                       MOVE ANONYMIZED-TEXT TO LAST-NAME
                           OF IN-CUSTOMER-TABLE(TABLE-INDEX)
                       MOVE SPACES TO CUSTOMER-CPR
                           OF IN-CUSTOMER-TABLE(TABLE-INDEX)
                   END-IF
                   MOVE SPACES TO PHONE-NUMBER
                       OF IN-CUSTOMER-TABLE(TABLE-INDEX)
                   MOVE SPACES TO EMAIL
               PERFORM CHECK-REFERENCE-ID-REQUESTED

               IF RECORD-MATCHES-REQUEST = "Y"
                   AND MATCHED-REQUEST-SCOPE = "F"
                   MOVE ANONYMIZED-TEXT TO STREET-NAME
                       OF IN-ADDRESS-TABLE(TABLE-INDEX)
                   MOVE SPACES TO HOUSE-NUMBER
           END-PERFORM
           CLOSE CUSTOMERS-SNAPSHOT-FILE
           EXIT.

      *----------------------------------------------------------*
      * The party name registered on a relationship is personal
      * data too; it is erased for everyone fully erased. The
      * rows themselves stay, as they document past mandates.
      *----------------------------------------------------------*
       ERASE-IN-RELATIONSHIPS.
           MOVE 0 TO RELATIONSHIPS-COUNT
           MOVE "N" TO END-OF-FILE
           OPEN INPUT ACCOUNT-RELATIONSHIP-FILE

           IF TARGET-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL END-OF-FILE = "Y"
               READ ACCOUNT-RELATIONSHIP-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF RELATIONSHIPS-COUNT < 500
                           ADD 1 TO RELATIONSHIPS-COUNT
                           MOVE ACCOUNT-RELATIONSHIP-RECORD
                               TO RELATIONSHIP-ROW(
                                   RELATIONSHIPS-COUNT)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ACCOUNT-RELATIONSHIP-FILE

           OPEN OUTPUT ACCOUNT-RELATIONSHIP-FILE
           PERFORM VARYING TABLE-INDEX FROM 1 BY 1
               UNTIL TABLE-INDEX > RELATIONSHIPS-COUNT
               MOVE RELATIONSHIP-ROW(TABLE-INDEX)
                   TO ACCOUNT-RELATIONSHIP-RECORD

               MOVE SPACES TO MATCHED-REQUEST-KEY
               MOVE RELATION-REFERENCE-ID
                   TO MATCHED-REQUEST-KEY(1:10)
               PERFORM CHECK-REFERENCE-ID-REQUESTED

               IF RECORD-MATCHES-REQUEST = "Y"
                   AND MATCHED-REQUEST-SCOPE = "F"
                   AND RELATION-PARTY-NAME NOT = ANONYMIZED-TEXT
                   MOVE ANONYMIZED-TEXT TO RELATION-PARTY-NAME
                   MOVE "AccountRelationships.txt"
                       TO CERTIFICATE-FILENAME
                   PERFORM WRITE-CERTIFICATE-ENTRY
               END-IF

               WRITE ACCOUNT-RELATIONSHIP-RECORD
           END-PERFORM
           CLOSE ACCOUNT-RELATIONSHIP-FILE
           EXIT.

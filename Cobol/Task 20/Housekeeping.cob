      * Housekeeping for the files the batch chain accumulates.  *
      * Driven by HousekeepingControl.txt (days to keep per file  *
      * family):                                                  *
      *  - every dated report archive (Report-YYYYMMDD.txt) and  *
      *    chain control sheet (ChainControl-YYYYMMDD.txt) is    *
      *    entered into ArchiveCatalog.txt with its producing    *
      *    job, business date and record count, and retention    *
      *    decisions come from the catalog: expired entries are  *
      *    deleted and marked, not probed off the disk by name.  *
      *    Control sheets are audit evidence and have their own, *
      *    longer retention;                                     *
      *  - a request in ArchiveRestoreRequest.txt (document type *
      *    and business date) locates the archive through the    *
      *    catalog, verifies its record count against what was   *
      *    cataloged at archiving, hands it over as a Restored-  *
      *    copy and logs the retrieval in                        *
      *    ArchiveRetrievalLog.txt;                              *
      *  - DocumentArchive.txt keeps the customer documents for  *
      *    the document retention window; every line of a        *
      *    document sent before it is dropped, so a reprint of it *
      *    is no longer possible;                                 *
      *  - BatchRunLog.txt is trimmed to the log retention window,*
      *    with the trimmed lines appended to a yearly archive    *
      *    (BatchRunLog-YYYY.txt) instead of being thrown away;   *
      *  - ScreeningEvidenceLedger.txt keeps the record of every  *
      *    sanctions screening for the evidence retention window; *
      *    rows for runs before it are dropped.                   *
      * Everything removed or trimmed is itemized in              *
      * HousekeepingReport.txt.                                   *
      *----------------------------------------------------------*
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BATCH-LOG-YEAR-FILE-STATUS.

           SELECT DOCUMENT-ARCHIVE-FILE
               ASSIGN TO "DocumentArchive.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DOCUMENT-ARCHIVE-FILE-STATUS.

           SELECT DOCUMENT-ARCHIVE-WORK-FILE
               ASSIGN TO "DocumentArchiveWork.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SCREENING-EVIDENCE-FILE
               ASSIGN TO "ScreeningEvidenceLedger.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EVIDENCE-FILE-STATUS.

           SELECT SCREENING-EVIDENCE-WORK-FILE
               ASSIGN TO "ScreeningEvidenceWork.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT HOUSEKEEPING-REPORT-FILE
               ASSIGN TO "HousekeepingReport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       01 HOUSEKEEPING-CONTROL-RECORD.
           02 CONTROL-KEEP-ARCHIVE-DAYS PIC 999.
           02 CONTROL-KEEP-BATCHLOG-DAYS PIC 999.
           02 CONTROL-KEEP-SHEET-DAYS PIC 9(4).
           02 CONTROL-KEEP-DOCUMENT-DAYS PIC 9(4).
           02 CONTROL-KEEP-EVIDENCE-DAYS PIC 9(4).

       FD ARCHIVE-PROBE-FILE.
       01 ARCHIVE-PROBE-RECORD PIC X(120).
       FD BATCH-LOG-YEAR-FILE.
       01 BATCH-LOG-YEAR-RECORD PIC X(116).

       FD DOCUMENT-ARCHIVE-FILE.
       01 DOCUMENT-ARCHIVE-RECORD.
           COPY "DocumentArchive.cpy".

       FD DOCUMENT-ARCHIVE-WORK-FILE.
       01 DOCUMENT-ARCHIVE-WORK-RECORD PIC X(208).

       FD SCREENING-EVIDENCE-FILE.
       01 SCREENING-EVIDENCE-RECORD.
           COPY "ScreeningEvidence.cpy".

       FD SCREENING-EVIDENCE-WORK-FILE.
       01 SCREENING-EVIDENCE-WORK-RECORD PIC X(62).

       FD HOUSEKEEPING-REPORT-FILE.
       01 HOUSEKEEPING-REPORT-LINE PIC X(100).

      * Retention defaults when HousekeepingControl.txt is absent.
       01 KEEP-ARCHIVE-DAYS PIC 999 VALUE 90.
       01 KEEP-BATCHLOG-DAYS PIC 999 VALUE 90.
       01 KEEP-SHEET-DAYS PIC 9(4) VALUE 1830.
       01 KEEP-DOCUMENT-DAYS PIC 9(4) VALUE 1830.
       01 KEEP-EVIDENCE-DAYS PIC 9(4) VALUE 1830.

      * Dated archives older than the cutoff are probed for three
      * sweep years back from the cutoff, so a first housekeeping
       01 TODAY-INTEGER PIC 9(8) VALUE 0.
       01 TODAY-DATE PIC 9(8) VALUE 0.
       01 ARCHIVE-CUTOFF-INTEGER PIC 9(8) VALUE 0.
       01 SHEET-CUTOFF-INTEGER PIC 9(8) VALUE 0.
       01 ENTRY-CUTOFF-INTEGER PIC 9(8) VALUE 0.
       01 BATCHLOG-CUTOFF-DATE PIC 9(8) VALUE 0.
       01 DOCUMENT-CUTOFF-DATE PIC X(8) VALUE SPACES.
       01 EVIDENCE-CUTOFF-DATE PIC X(8) VALUE SPACES.
       01 PROBE-INTEGER PIC 9(8) VALUE 0.
       01 PROBE-DATE PIC 9(8) VALUE 0.
       01 SWEEP-INDEX PIC 9(4) VALUE 0.
      * job manages, with its record count at archiving. Status
      * "A" is on disk, "D" deleted by retention.
       01 ARCHIVE-CATALOG-TABLE.
           02 CATALOG-COUNT PIC 9(4) VALUE 0.
           02 CATALOG-MAX PIC 9(4) VALUE 3000.
           02 CATALOG-ENTRIES OCCURS 3000 TIMES.
               03 CT-FILENAME PIC X(40) VALUE SPACES.
               03 CT-DOCUMENT-TYPE PIC X(12) VALUE SPACES.
               03 CT-PRODUCING-JOB PIC X(12) VALUE SPACES.
               03 CT-BUSINESS-DATE PIC 9(8) VALUE 0.
               03 CT-RECORD-COUNT PIC 9(6) VALUE 0.
               03 CT-STATUS PIC X(1) VALUE "A".
       01 CATALOG-INDEX PIC 9(4) VALUE 0.
       01 MATCHED-CATALOG-INDEX PIC 9(4) VALUE 0.
       01 CATALOG-EOF PIC X VALUE "N".
       01 ARCHIVES-CATALOGED-COUNT PIC 999 VALUE 0.
       01 PROBE-RECORD-COUNT PIC 9(6) VALUE 0.
       01 RESTORE-REQUESTED PIC X VALUE "N".
       01 RESTORE-RESULT-TEXT PIC X(20) VALUE SPACES.

      * The archive family being probed for: file name prefix,
      * catalog document type and producing job.
       01 PROBE-FILE-PREFIX PIC X(20) VALUE SPACES.
       01 PROBE-DOCUMENT-TYPE PIC X(12) VALUE SPACES.
       01 PROBE-PRODUCING-JOB PIC X(12) VALUE SPACES.

       01 DOCUMENT-ARCHIVE-FILE-STATUS PIC X(2) VALUE "00".
       01 LAST-DROPPED-DOCUMENT-ID PIC X(14) VALUE SPACES.
       01 DOCUMENTS-DROPPED-COUNT PIC 9(6) VALUE 0.
       01 DOCUMENT-LINES-KEPT-COUNT PIC 9(6) VALUE 0.

       01 EVIDENCE-FILE-STATUS PIC X(2) VALUE "00".
       01 EVIDENCE-DROPPED-COUNT PIC 9(6) VALUE 0.
       01 EVIDENCE-KEPT-COUNT PIC 9(6) VALUE 0.

       01 END-OF-FILE PIC X VALUE "N".
       01 ARCHIVES-DELETED-COUNT PIC 999 VALUE 0.
       01 LOG-LINES-KEPT-COUNT PIC 9(6) VALUE 0.
               FUNCTION INTEGER-OF-DATE(TODAY-DATE)
           COMPUTE ARCHIVE-CUTOFF-INTEGER =
               TODAY-INTEGER - KEEP-ARCHIVE-DAYS
           COMPUTE SHEET-CUTOFF-INTEGER =
               TODAY-INTEGER - KEEP-SHEET-DAYS
           COMPUTE PROBE-INTEGER =
               TODAY-INTEGER - KEEP-BATCHLOG-DAYS
           COMPUTE BATCHLOG-CUTOFF-DATE =
               FUNCTION DATE-OF-INTEGER(PROBE-INTEGER)
           COMPUTE PROBE-INTEGER =
               TODAY-INTEGER - KEEP-DOCUMENT-DAYS
           COMPUTE PROBE-DATE =
               FUNCTION DATE-OF-INTEGER(PROBE-INTEGER)
           MOVE PROBE-DATE TO DOCUMENT-CUTOFF-DATE
           COMPUTE PROBE-INTEGER =
               TODAY-INTEGER - KEEP-EVIDENCE-DAYS
           COMPUTE PROBE-DATE =
               FUNCTION DATE-OF-INTEGER(PROBE-INTEGER)
           MOVE PROBE-DATE TO EVIDENCE-CUTOFF-DATE

           OPEN OUTPUT HOUSEKEEPING-REPORT-FILE

           PERFORM DELETE-EXPIRED-ARCHIVES
           PERFORM PROCESS-RESTORE-REQUEST
           PERFORM SAVE-ARCHIVE-CATALOG
           PERFORM TRIM-DOCUMENT-ARCHIVE
           PERFORM TRIM-SCREENING-EVIDENCE
           PERFORM TRIM-BATCH-RUN-LOG
           PERFORM WRITE-HOUSEKEEPING-SUMMARY

                           MOVE CONTROL-KEEP-BATCHLOG-DAYS
                               TO KEEP-BATCHLOG-DAYS
                       END-IF
                       IF CONTROL-KEEP-SHEET-DAYS IS NUMERIC
                           AND CONTROL-KEEP-SHEET-DAYS > 0
                           MOVE CONTROL-KEEP-SHEET-DAYS
                               TO KEEP-SHEET-DAYS
                       END-IF
                       IF CONTROL-KEEP-DOCUMENT-DAYS IS NUMERIC
                           AND CONTROL-KEEP-DOCUMENT-DAYS > 0
                           MOVE CONTROL-KEEP-DOCUMENT-DAYS
                               TO KEEP-DOCUMENT-DAYS
                       END-IF
                       IF CONTROL-KEEP-EVIDENCE-DAYS IS NUMERIC
                           AND CONTROL-KEEP-EVIDENCE-DAYS > 0
                           MOVE CONTROL-KEEP-EVIDENCE-DAYS
                               TO KEEP-EVIDENCE-DAYS
                       END-IF
               END-READ
               CLOSE HOUSEKEEPING-CONTROL-FILE
           ELSE
           EXIT.

      *----------------------------------------------------------*
      * Every dated report archive and chain control sheet on
      * disk that the catalog does not know yet is counted and
      * entered with its business date. The probe sweep exists
      * only for this intake; once an archive is cataloged,
      * nothing probes for it again.
      *----------------------------------------------------------*
       CATALOG-NEW-ARCHIVES.
           PERFORM VARYING SWEEP-INDEX FROM 0 BY 1
               COMPUTE PROBE-DATE =
                   FUNCTION DATE-OF-INTEGER(PROBE-INTEGER)

               MOVE "Report-" TO PROBE-FILE-PREFIX
               MOVE "REPORT" TO PROBE-DOCUMENT-TYPE
               MOVE "TXNREPORT" TO PROBE-PRODUCING-JOB
               PERFORM CATALOG-PROBED-ARCHIVE

               MOVE "ChainControl-" TO PROBE-FILE-PREFIX
               MOVE "CONTROLSHEET" TO PROBE-DOCUMENT-TYPE
               MOVE "CHAINCTRL" TO PROBE-PRODUCING-JOB
               PERFORM CATALOG-PROBED-ARCHIVE
           END-PERFORM
           EXIT.

       CATALOG-PROBED-ARCHIVE.
           MOVE SPACES TO ARCHIVE-PROBE-FILENAME
           STRING PROBE-FILE-PREFIX DELIMITED BY SPACE
               PROBE-DATE DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO ARCHIVE-PROBE-FILENAME
           END-STRING

           PERFORM FIND-CATALOG-BY-FILENAME
           IF MATCHED-CATALOG-INDEX = 0
               PERFORM CATALOG-ONE-ARCHIVE
           END-IF
           EXIT.

       FIND-CATALOG-BY-FILENAME.
           MOVE 0 TO MATCHED-CATALOG-INDEX
           PERFORM VARYING CATALOG-INDEX FROM 1 BY 1
           ADD 1 TO ARCHIVES-CATALOGED-COUNT
           MOVE ARCHIVE-PROBE-FILENAME
               TO CT-FILENAME(CATALOG-COUNT)
           MOVE PROBE-DOCUMENT-TYPE
               TO CT-DOCUMENT-TYPE(CATALOG-COUNT)
           MOVE PROBE-PRODUCING-JOB
               TO CT-PRODUCING-JOB(CATALOG-COUNT)
           MOVE PROBE-DATE TO CT-BUSINESS-DATE(CATALOG-COUNT)
           MOVE PROBE-RECORD-COUNT
               TO CT-RECORD-COUNT(CATALOG-COUNT)

      *----------------------------------------------------------*
      * Retention comes from the catalog: every active entry
      * whose business date lies before its family's cutoff is
      * deleted from disk and marked deleted in the catalog - the
      * trace of what existed survives the file.
      *----------------------------------------------------------*
       DELETE-EXPIRED-ARCHIVES.
           PERFORM VARYING CATALOG-INDEX FROM 1 BY 1
               UNTIL CATALOG-INDEX > CATALOG-COUNT

               IF CT-STATUS(CATALOG-INDEX) = "A"
                   IF CT-DOCUMENT-TYPE(CATALOG-INDEX) = "CONTROLSHEET"
                       MOVE SHEET-CUTOFF-INTEGER
                           TO ENTRY-CUTOFF-INTEGER
                   ELSE
                       MOVE ARCHIVE-CUTOFF-INTEGER
                           TO ENTRY-CUTOFF-INTEGER
                   END-IF
                   COMPUTE PROBE-INTEGER =
                       FUNCTION INTEGER-OF-DATE(
                           CT-BUSINESS-DATE(CATALOG-INDEX))
                   IF PROBE-INTEGER < ENTRY-CUTOFF-INTEGER
                       PERFORM DELETE-ONE-ARCHIVE
                   END-IF
               END-IF
           CLOSE RETRIEVAL-LOG-FILE
           EXIT.

      *----------------------------------------------------------*
      * Documents sent before the document cutoff are dropped
      * from the archive whole - every line of a document carries
      * its sent date - and the rest are written back through a
      * work file. The contact journal rows that name a dropped
      * document stay; the inquiry reports it as past retention.
      *----------------------------------------------------------*
       TRIM-DOCUMENT-ARCHIVE.
           OPEN INPUT DOCUMENT-ARCHIVE-FILE
           IF DOCUMENT-ARCHIVE-FILE-STATUS NOT = "00"
               MOVE "00" TO DOCUMENT-ARCHIVE-FILE-STATUS
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT DOCUMENT-ARCHIVE-WORK-FILE
           MOVE "N" TO END-OF-FILE

           PERFORM UNTIL END-OF-FILE = "Y"
               READ DOCUMENT-ARCHIVE-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF ARCHIVED-SENT-DATE IS NUMERIC
                           AND ARCHIVED-SENT-DATE
                               < DOCUMENT-CUTOFF-DATE
                           IF ARCHIVED-DOCUMENT-ID
                                   NOT = LAST-DROPPED-DOCUMENT-ID
                               ADD 1 TO DOCUMENTS-DROPPED-COUNT
                               MOVE ARCHIVED-DOCUMENT-ID
                                   TO LAST-DROPPED-DOCUMENT-ID
                           END-IF
                       ELSE
                           MOVE DOCUMENT-ARCHIVE-RECORD
                               TO DOCUMENT-ARCHIVE-WORK-RECORD
                           WRITE DOCUMENT-ARCHIVE-WORK-RECORD
                           ADD 1 TO DOCUMENT-LINES-KEPT-COUNT
                       END-IF
               END-READ
           END-PERFORM

           CLOSE DOCUMENT-ARCHIVE-FILE
           CLOSE DOCUMENT-ARCHIVE-WORK-FILE

           IF DOCUMENTS-DROPPED-COUNT > 0
               PERFORM REWRITE-DOCUMENT-ARCHIVE-FROM-WORK
           END-IF

           MOVE SPACES TO DELETE-FILENAME
           MOVE "DocumentArchiveWork.txt" TO DELETE-FILENAME
           CALL "CBL_DELETE_FILE" USING DELETE-FILENAME
           MOVE 0 TO RETURN-CODE
           EXIT.

       REWRITE-DOCUMENT-ARCHIVE-FROM-WORK.
           OPEN INPUT DOCUMENT-ARCHIVE-WORK-FILE
           OPEN OUTPUT DOCUMENT-ARCHIVE-FILE
           MOVE "N" TO END-OF-FILE

           PERFORM UNTIL END-OF-FILE = "Y"
               READ DOCUMENT-ARCHIVE-WORK-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       MOVE DOCUMENT-ARCHIVE-WORK-RECORD
                           TO DOCUMENT-ARCHIVE-RECORD
                       WRITE DOCUMENT-ARCHIVE-RECORD
               END-READ
           END-PERFORM

           CLOSE DOCUMENT-ARCHIVE-WORK-FILE
           CLOSE DOCUMENT-ARCHIVE-FILE
           EXIT.

      *----------------------------------------------------------*
      * Screening evidence rows for runs before the evidence
      * cutoff are dropped; the rest are written back through a
      * work file in their original order.
      *----------------------------------------------------------*
       TRIM-SCREENING-EVIDENCE.
           OPEN INPUT SCREENING-EVIDENCE-FILE
           IF EVIDENCE-FILE-STATUS NOT = "00"
               MOVE "00" TO EVIDENCE-FILE-STATUS
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT SCREENING-EVIDENCE-WORK-FILE
           MOVE "N" TO END-OF-FILE

           PERFORM UNTIL END-OF-FILE = "Y"
               READ SCREENING-EVIDENCE-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF EVIDENCE-RUN-DATE IS NUMERIC
                           AND EVIDENCE-RUN-DATE
                               < EVIDENCE-CUTOFF-DATE
                           ADD 1 TO EVIDENCE-DROPPED-COUNT
                       ELSE
                           MOVE SCREENING-EVIDENCE-RECORD
                               TO SCREENING-EVIDENCE-WORK-RECORD
                           WRITE SCREENING-EVIDENCE-WORK-RECORD
                           ADD 1 TO EVIDENCE-KEPT-COUNT
                       END-IF
               END-READ
           END-PERFORM

           CLOSE SCREENING-EVIDENCE-FILE
           CLOSE SCREENING-EVIDENCE-WORK-FILE

           IF EVIDENCE-DROPPED-COUNT > 0
               PERFORM REWRITE-SCREENING-EVIDENCE-FROM-WORK
           END-IF

           MOVE SPACES TO DELETE-FILENAME
           MOVE "ScreeningEvidenceWork.txt" TO DELETE-FILENAME
           CALL "CBL_DELETE_FILE" USING DELETE-FILENAME
           MOVE 0 TO RETURN-CODE
           EXIT.

       REWRITE-SCREENING-EVIDENCE-FROM-WORK.
           OPEN INPUT SCREENING-EVIDENCE-WORK-FILE
           OPEN OUTPUT SCREENING-EVIDENCE-FILE
           MOVE "N" TO END-OF-FILE

           PERFORM UNTIL END-OF-FILE = "Y"
               READ SCREENING-EVIDENCE-WORK-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       MOVE SCREENING-EVIDENCE-WORK-RECORD
                           TO SCREENING-EVIDENCE-RECORD
                       WRITE SCREENING-EVIDENCE-RECORD
               END-READ
           END-PERFORM

           CLOSE SCREENING-EVIDENCE-WORK-FILE
           CLOSE SCREENING-EVIDENCE-FILE
           EXIT.

      *----------------------------------------------------------*
      * Two passes over the batch log: lines inside the retention
      * window go to a work file and back, older lines go to the
           END-STRING
           PERFORM WRITE-HOUSEKEEPING-LINE

           MOVE DOCUMENTS-DROPPED-COUNT TO COUNT-DISPLAY
           STRING "Documents past retention dropped: "
               DELIMITED BY SIZE
               FUNCTION TRIM(COUNT-DISPLAY LEADING)
               DELIMITED BY SIZE
               INTO OUTPUT-TEXT-LINE
           END-STRING
           PERFORM WRITE-HOUSEKEEPING-LINE

           MOVE DOCUMENT-LINES-KEPT-COUNT TO COUNT-DISPLAY
           STRING "Document archive lines kept: " DELIMITED BY SIZE
               FUNCTION TRIM(COUNT-DISPLAY LEADING)
               DELIMITED BY SIZE
               INTO OUTPUT-TEXT-LINE
           END-STRING
           PERFORM WRITE-HOUSEKEEPING-LINE

           MOVE EVIDENCE-DROPPED-COUNT TO COUNT-DISPLAY
           STRING "Screening evidence rows past retention dropped: "
               DELIMITED BY SIZE
               FUNCTION TRIM(COUNT-DISPLAY LEADING)
               DELIMITED BY SIZE
               INTO OUTPUT-TEXT-LINE
           END-STRING
           PERFORM WRITE-HOUSEKEEPING-LINE

           MOVE EVIDENCE-KEPT-COUNT TO COUNT-DISPLAY
           STRING "Screening evidence rows kept: " DELIMITED BY SIZE
               FUNCTION TRIM(COUNT-DISPLAY LEADING)
               DELIMITED BY SIZE
               INTO OUTPUT-TEXT-LINE
           END-STRING
           PERFORM WRITE-HOUSEKEEPING-LINE

           DISPLAY "Housekeeping: " ARCHIVES-DELETED-COUNT
               " archive(s) deleted, " LOG-LINES-TRIMMED-COUNT
               " log line(s) archived, " LOG-LINES-KEPT-COUNT

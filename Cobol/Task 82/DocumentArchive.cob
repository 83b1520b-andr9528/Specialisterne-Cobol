       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOCARCHIVE.

      *----------------------------------------------------------*
      * Shared document-archive routine. Called with a           *
      * DocArchive.cpy parameter block by every job that prints  *
      * a document for a customer - STATEMENTGEN, NOTICEWRITER,  *
      * CUSTOMERMAINT, REPAYMONITOR and ESTATEPOST - so the      *
      * exact text that went out can be shown or reprinted       *
      * later. "B" begins a document and hands back its id, "L"  *
      * appends one printed line to DocumentArchive.txt under    *
      * that id, "E" ends the document. The id is the sent date  *
      * followed by a six-digit number for the day; the archive  *
      * is read once on the first document of the run for the    *
      * highest number already given out on that date, so jobs   *
      * that run on the same day never hand out the same id      *
      * twice. A document begun while another is still open ends *
      * the open one first.                                      *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DOCUMENT-ARCHIVE-FILE
               ASSIGN TO "DocumentArchive.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCHIVE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD DOCUMENT-ARCHIVE-FILE.
       01 DOCUMENT-ARCHIVE-RECORD.
           COPY "DocumentArchive.cpy".

       WORKING-STORAGE SECTION.
       01 ARCHIVE-FILE-STATUS PIC X(2) VALUE "00".
       01 ARCHIVE-EOF PIC X VALUE "N".
       01 DOCUMENT-OPEN PIC X VALUE "N".

      * The date the day's numbers were last counted for, and the
      * highest number given out on it so far.
       01 NUMBERED-DATE PIC X(8) VALUE SPACES.
       01 LAST-DOCUMENT-NUMBER PIC 9(6) VALUE 0.
       01 ARCHIVED-NUMBER-WORK PIC 9(6) VALUE 0.
       01 DOCUMENT-DATE PIC X(8) VALUE SPACES.

      * The document being archived: its id, addressee, type and
      * the number of its last line.
       01 CURRENT-DOCUMENT.
           02 CURRENT-DOCUMENT-ID.
               03 CURRENT-DOCUMENT-DATE PIC X(8) VALUE SPACES.
               03 CURRENT-DOCUMENT-NUMBER PIC 9(6) VALUE 0.
           02 CURRENT-REFERENCE-ID PIC X(10) VALUE SPACES.
           02 CURRENT-CPR PIC X(15) VALUE SPACES.
           02 CURRENT-DOCUMENT-TYPE PIC X(12) VALUE SPACES.
           02 CURRENT-ORIGIN-JOB PIC X(12) VALUE SPACES.
           02 CURRENT-LINE-NUMBER PIC 9(5) VALUE 0.

       LINKAGE SECTION.
       01 DOCARC-PARAMETERS.
           COPY "DocArchive.cpy".

       PROCEDURE DIVISION USING DOCARC-PARAMETERS.
           SET DOCARC-DONE TO TRUE

           EVALUATE TRUE
               WHEN DOCARC-BEGIN
                   PERFORM END-OPEN-DOCUMENT
                   PERFORM BEGIN-DOCUMENT
               WHEN DOCARC-ADD-LINE
                   PERFORM ADD-DOCUMENT-LINE
               WHEN DOCARC-END
                   PERFORM END-OPEN-DOCUMENT
               WHEN OTHER
                   SET DOCARC-NOT-DONE TO TRUE
           END-EVALUATE

           MOVE 0 TO RETURN-CODE
           GOBACK.

       BEGIN-DOCUMENT.
           MOVE DOCARC-SENT-DATE TO DOCUMENT-DATE
           IF DOCUMENT-DATE IS NOT NUMERIC
               MOVE FUNCTION CURRENT-DATE(1:8) TO DOCUMENT-DATE
           END-IF

           IF DOCUMENT-DATE NOT = NUMBERED-DATE
               PERFORM FIND-LAST-DOCUMENT-NUMBER
           END-IF

           IF LAST-DOCUMENT-NUMBER >= 999999
               DISPLAY "WARNING: document numbers for "
                   DOCUMENT-DATE " are used up, document not "
                   "archived."
               MOVE SPACES TO DOCARC-DOCUMENT-ID
               SET DOCARC-NOT-DONE TO TRUE
               EXIT PARAGRAPH
           END-IF

           OPEN EXTEND DOCUMENT-ARCHIVE-FILE
           IF ARCHIVE-FILE-STATUS = "35"
               OPEN OUTPUT DOCUMENT-ARCHIVE-FILE
           END-IF
           IF ARCHIVE-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: DocumentArchive.txt could not be "
                   "opened (file status " ARCHIVE-FILE-STATUS
                   "), document not archived."
               MOVE SPACES TO DOCARC-DOCUMENT-ID
               SET DOCARC-NOT-DONE TO TRUE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO LAST-DOCUMENT-NUMBER
           MOVE DOCUMENT-DATE TO CURRENT-DOCUMENT-DATE
           MOVE LAST-DOCUMENT-NUMBER TO CURRENT-DOCUMENT-NUMBER
           MOVE DOCARC-REFERENCE-ID TO CURRENT-REFERENCE-ID
           MOVE DOCARC-CPR TO CURRENT-CPR
           MOVE DOCARC-DOCUMENT-TYPE TO CURRENT-DOCUMENT-TYPE
           MOVE DOCARC-ORIGIN-JOB TO CURRENT-ORIGIN-JOB
           MOVE 0 TO CURRENT-LINE-NUMBER
           MOVE "Y" TO DOCUMENT-OPEN

           MOVE CURRENT-DOCUMENT-ID TO DOCARC-DOCUMENT-ID
           EXIT.

      *----------------------------------------------------------*
      * The highest number already given out on the document
      * date. Documents older than the retention window are gone
      * from the archive, but a date still being numbered is
      * never old enough to have been dropped.
      *----------------------------------------------------------*
       FIND-LAST-DOCUMENT-NUMBER.
           MOVE DOCUMENT-DATE TO NUMBERED-DATE
           MOVE 0 TO LAST-DOCUMENT-NUMBER

           OPEN INPUT DOCUMENT-ARCHIVE-FILE
           IF ARCHIVE-FILE-STATUS NOT = "00"
               MOVE "00" TO ARCHIVE-FILE-STATUS
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO ARCHIVE-EOF
           PERFORM UNTIL ARCHIVE-EOF = "Y"
               READ DOCUMENT-ARCHIVE-FILE
                   AT END
                       MOVE "Y" TO ARCHIVE-EOF
                   NOT AT END
                       IF ARCHIVED-DOCUMENT-ID(1:8) = NUMBERED-DATE
                           AND ARCHIVED-DOCUMENT-ID(9:6) IS NUMERIC
                           MOVE ARCHIVED-DOCUMENT-ID(9:6)
                               TO ARCHIVED-NUMBER-WORK
                           IF ARCHIVED-NUMBER-WORK
                                   > LAST-DOCUMENT-NUMBER
                               MOVE ARCHIVED-NUMBER-WORK
                                   TO LAST-DOCUMENT-NUMBER
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE DOCUMENT-ARCHIVE-FILE
           EXIT.

       ADD-DOCUMENT-LINE.
           IF DOCUMENT-OPEN = "N"
               SET DOCARC-NOT-DONE TO TRUE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO CURRENT-LINE-NUMBER
           MOVE SPACES TO DOCUMENT-ARCHIVE-RECORD
           MOVE CURRENT-DOCUMENT-ID TO ARCHIVED-DOCUMENT-ID
           MOVE CURRENT-REFERENCE-ID TO ARCHIVED-REFERENCE-ID
           MOVE CURRENT-CPR TO ARCHIVED-CPR
           MOVE CURRENT-DOCUMENT-TYPE TO ARCHIVED-DOCUMENT-TYPE
           MOVE CURRENT-ORIGIN-JOB TO ARCHIVED-ORIGIN-JOB
           MOVE CURRENT-DOCUMENT-DATE TO ARCHIVED-SENT-DATE
           MOVE CURRENT-LINE-NUMBER TO ARCHIVED-LINE-NUMBER
           MOVE DOCARC-LINE-TEXT TO ARCHIVED-LINE-TEXT
           WRITE DOCUMENT-ARCHIVE-RECORD

           MOVE CURRENT-DOCUMENT-ID TO DOCARC-DOCUMENT-ID
           EXIT.

       END-OPEN-DOCUMENT.
           IF DOCUMENT-OPEN = "Y"
               CLOSE DOCUMENT-ARCHIVE-FILE
               MOVE "N" TO DOCUMENT-OPEN
           END-IF
           EXIT.

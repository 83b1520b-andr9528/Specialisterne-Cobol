      *-----------------------------------------------------------*
      * DOCUMENTARCHIVE.CPY                                       *
      * One printed line of a document sent to a customer, as     *
      * DOCARCHIVE keeps it in DocumentArchive.txt. The document  *
      * id is the sent date followed by a six-digit number for    *
      * the day, and is what CONTACT-DOCUMENT-ID on the contact   *
      * journal row points to; the lines of one document carry    *
      * the same id and are numbered from 1. CUSTINQUIRY shows    *
      * and re-spools a document from here as a copy, and         *
      * HOUSEKEEP drops documents older than the retention        *
      * window.                                                   *
      *-----------------------------------------------------------*
       02 ARCHIVED-DOCUMENT-ID PIC X(14) VALUE SPACES.
       02 ARCHIVED-REFERENCE-ID PIC X(10) VALUE SPACES.
       02 ARCHIVED-CPR PIC X(15) VALUE SPACES.
       02 ARCHIVED-DOCUMENT-TYPE PIC X(12) VALUE SPACES.
       02 ARCHIVED-ORIGIN-JOB PIC X(12) VALUE SPACES.
       02 ARCHIVED-SENT-DATE PIC X(8) VALUE SPACES.
       02 ARCHIVED-LINE-NUMBER PIC 9(5) VALUE 0.
       02 ARCHIVED-LINE-TEXT PIC X(132) VALUE SPACES.

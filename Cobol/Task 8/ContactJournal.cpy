      * One row appended to ContactJournal.txt for every document *
      * the chain sends a customer - notices, statements and      *
      * closure confirmations - so an operator can see what was   *
      * sent, when, through which channel and by which job. A     *
      * document kept in DocumentArchive.txt is named by its      *
      * document id, blank for a row with no archived text.       *
      *-----------------------------------------------------------*
       02 CONTACT-REFERENCE-ID PIC X(10) VALUE SPACES.
       02 CONTACT-CPR PIC X(15) VALUE SPACES.
       02 CONTACT-DOCUMENT-TYPE PIC X(12) VALUE SPACES.
       02 CONTACT-CHANNEL PIC X(6) VALUE SPACES.
       02 CONTACT-ORIGIN-JOB PIC X(12) VALUE SPACES.
       02 CONTACT-DOCUMENT-ID PIC X(14) VALUE SPACES.

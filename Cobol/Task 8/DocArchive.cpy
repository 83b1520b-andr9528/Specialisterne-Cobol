      *-----------------------------------------------------------*
      * DOCARCHIVE.CPY                                            *
      * Parameter block for the shared DOCARCHIVE                 *
      * document-archive routine. "B" begins a document: the      *
      * caller fills the REFERENCE-ID and/or CPR it is sent to,   *
      * the document type, the producing job and the sent date    *
      * exactly as the contact journal row will carry them, and   *
      * gets back the document id to put on that row. "L" adds    *
      * the next printed line of the document, "E" ends it. A     *
      * line with no document begun is not archived and comes     *
      * back "N".                                                 *
      *-----------------------------------------------------------*
       02 DOCARC-FUNCTION PIC X(1) VALUE "B".
           88 DOCARC-BEGIN VALUE "B".
           88 DOCARC-ADD-LINE VALUE "L".
           88 DOCARC-END VALUE "E".
       02 DOCARC-REFERENCE-ID PIC X(10) VALUE SPACES.
       02 DOCARC-CPR PIC X(15) VALUE SPACES.
       02 DOCARC-DOCUMENT-TYPE PIC X(12) VALUE SPACES.
       02 DOCARC-ORIGIN-JOB PIC X(12) VALUE SPACES.
       02 DOCARC-SENT-DATE PIC X(8) VALUE SPACES.
       02 DOCARC-LINE-TEXT PIC X(132) VALUE SPACES.
       02 DOCARC-DOCUMENT-ID PIC X(14) VALUE SPACES.
       02 DOCARC-RESULT PIC X(1) VALUE SPACE.
           88 DOCARC-DONE VALUE "Y".
           88 DOCARC-NOT-DONE VALUE "N".

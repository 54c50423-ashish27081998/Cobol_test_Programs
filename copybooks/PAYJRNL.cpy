      * Pay-history change journal, kept the way PERSJRNL is kept
      * for the person master: every WRITE, REWRITE and DELETE
      * against PAY-HISTORY-REC writes one of these with the run
      * date, transaction type and full before and after images, so
      * audit can see who changed whose pay and from what.  An add
      * has a blank before image, a delete a blank after image.
       01 PAY-JOURNAL-REC.
          02 PYJR-RUN-DATE         PIC 9(08).
          02 PYJR-RUN-TIME         PIC 9(06).
          02 PYJR-OPERATOR         PIC X(08).
          02 PYJR-TRANS-TYPE       PIC X(08).
          02 PYJR-BEFORE-IMAGE     PIC X(43).
          02 PYJR-AFTER-IMAGE      PIC X(43).

      *----------------------------------------------------------------*
      * POSTHIST - resident posting-server answered-request history.
      * Indexed on PHST-SEQUENCE-NO; one record per DEBIT, CREDIT or
      * LOSS request POST-SERVER has posted (approved or refused) in
      * the current queue's life, holding the exact response it was
      * answered with (a POST-RESPONSE-RECORD image, see
      * copybooks/POSTRSP.cpy). A request the floor re-sends after a
      * terminal timeout carries a sequence number already on file;
      * it is answered again from PHST-RESPONSE instead of being
      * posted a second time. The history starts over whenever the
      * server finds a new queue (see copybooks/POSTCKPT.cpy).
      *----------------------------------------------------------------*
       01 POST-HISTORY-RECORD.
           05 PHST-SEQUENCE-NO         PIC 9(06).
           05 PHST-RESPONSE            PIC X(150).

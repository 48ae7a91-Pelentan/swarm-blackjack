      *----------------------------------------------------------------*
      * POSTCKPT - resident posting-server checkpoint record layout.
      * A single record, rewritten by POST-SERVER after every request
      * it has finished with (posted, journaled and answered), the
      * way BATCH-POST keeps CKPT:
      *   PCK-QUEUE-POSITION   - how many POSTQ records have been
      *                          committed; a relaunched server skips
      *                          exactly that many before serving
      *   PCK-LAST-SEQUENCE-NO - REQ-SEQUENCE-NO of the last one
      *   PCK-FIRST-REQUEST    - the queue's first record as read, so
      *                          a relaunch can tell the checkpointed
      *                          queue from a freshly rotated one (a
      *                          new queue starts from the top)
      *   PCK-COMMITTED-STAMP  - when the last request was committed
      *----------------------------------------------------------------*
       01 POST-CHECKPOINT-RECORD.
           05 PCK-QUEUE-POSITION       PIC 9(09).
           05 PCK-LAST-SEQUENCE-NO     PIC 9(06).
           05 PCK-FIRST-REQUEST        PIC X(100).
           05 PCK-COMMITTED-STAMP      PIC X(16).

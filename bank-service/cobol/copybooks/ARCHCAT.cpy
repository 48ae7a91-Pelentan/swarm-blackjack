      *----------------------------------------------------------------*
      * ARCHCAT - journal archive catalog record layout.
      * Indexed, keyed by gaming day; one record per sealed day
      * archive (TXNJRNL.D<date>, see copybooks/JRNLARCH.cpy),
      * written by DAY-CUTOVER when it seals the day and kept by
      * ARCH-RETAIN from then on. Archives sealed before the catalog
      * existed are entered by ARCH-RETAIN ACTION=CATALOG.
      *
      * ACAT-RECORD-COUNT and the two hash totals are the day's
      * ARCHIVE-DAY-TRAILER figures as sealed, and
      * ACAT-CUTOVER-STAMP the header's cutover stamp - the catalog
      * keeps its own copy, so an archive whose details and trailer
      * were both rewritten still fails verification against it.
      *
      * ACAT-LOCATION is where the archive is now: N online (in the
      * working directory, as sealed), F offline (moved to the
      * offline area by the retention run on or after
      * ACAT-PURGE-ELIGIBLE, the gaming day plus the retention
      * period), or R restored (copied back online for a dispute
      * and verified against this record on ACAT-RESTORED-DATE;
      * kept online until ACAT-HOLD-UNTIL, then returned offline).
      * ACAT-LAST-VERIFIED is the last date the archive was checked
      * against this record.
      *----------------------------------------------------------------*
       01 ARCHIVE-CATALOG-RECORD.
           05 ACAT-GAMING-DAY          PIC 9(08).
           05 ACAT-RECORD-COUNT        PIC 9(09).
           05 ACAT-HASH-AMOUNT         PIC S9(15).
           05 ACAT-HASH-BALANCE        PIC S9(15).
           05 ACAT-CUTOVER-STAMP       PIC X(16).
           05 ACAT-LOCATION            PIC X(01).
               88 ACAT-ONLINE                  VALUE "N".
               88 ACAT-OFFLINE                 VALUE "F".
               88 ACAT-RESTORED                VALUE "R".
           05 ACAT-PURGE-ELIGIBLE      PIC 9(08).
           05 ACAT-LAST-VERIFIED       PIC 9(08).
           05 ACAT-OFFLINE-DATE        PIC 9(08).
           05 ACAT-RESTORED-DATE       PIC 9(08).
           05 ACAT-HOLD-UNTIL          PIC 9(08).

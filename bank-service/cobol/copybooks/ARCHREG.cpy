      *----------------------------------------------------------------*
      * ARCHREG - archive purge / retention register record layout.
      * Line sequential, appended by ARCH-RETAIN and never rewritten:
      * the auditors' record of every archive the retention run moved
      * offline, every restore for a dispute, every archive entered
      * on the catalog after the fact, and every one of those that
      * failed verification and was left where it was.
      *
      * AREG-ACTION is PURGE, RESTORE or CATALOG for a day, or RUN for
      * the one summary record each PURGE or CATALOG run ends with
      * (AREG-GAMING-DAY zero, the run's action and counts in
      * AREG-REASON). AREG-RESULT is DONE or FAILED, with the reason
      * in AREG-REASON. The count and hash totals are the catalog's
      * figures for the day (for CATALOG, the figures just entered);
      * AREG-PURGE-ELIGIBLE is the date the day became eligible under
      * the retention period.
      *----------------------------------------------------------------*
       01 ARCHIVE-REGISTER-RECORD.
           05 AREG-TIMESTAMP           PIC X(16).
           05 AREG-ACTION              PIC X(08).
           05 AREG-GAMING-DAY          PIC 9(08).
           05 AREG-RESULT              PIC X(06).
           05 AREG-RECORD-COUNT        PIC 9(09).
           05 AREG-HASH-AMOUNT         PIC S9(15).
           05 AREG-HASH-BALANCE        PIC S9(15).
           05 AREG-PURGE-ELIGIBLE      PIC 9(08).
           05 AREG-REASON              PIC X(60).

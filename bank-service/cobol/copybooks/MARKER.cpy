      *----------------------------------------------------------------*
      * MARKER - outstanding marker record layout.
      * One record per marker issued by MARKER-POST, keyed by player
      * plus marker number so a player's markers read back together,
      * oldest first. MKR-MARKER-NO is the JRNL-REF-NO of the
      * journal entry (JRNL-TXN-TYPE=MARKER) that issued it, so a
      * marker always resolves to its journal record.
      *
      * MKR-DUE-DATE is the issue date plus the marker term in force
      * when it was issued (MARKER_TERM_DAYS on MARKER-POST). A
      * marker still open after its due date is overdue: the player
      * can draw no new marker until it is repaid, and MARKER-AGING
      * reports it in the 30 / 60 / 90+ day buckets.
      *
      * Repayments (MARKER-POST ACTION=REPAY) are applied to the
      * player's open markers oldest first, lowering
      * MKR-OUTSTANDING-CENTS; a marker repaid in full goes to PAID
      * and stays on the file as the record of the debt.
      *----------------------------------------------------------------*
       01 MARKER-RECORD.
           05 MKR-KEY.
               10 MKR-PLAYER-ID        PIC X(10).
               10 MKR-MARKER-NO        PIC 9(09).
           05 MKR-ISSUE-DATE           PIC 9(08).
           05 MKR-DUE-DATE             PIC 9(08).
           05 MKR-AMOUNT-CENTS         PIC S9(15).
           05 MKR-OUTSTANDING-CENTS    PIC S9(15).
           05 MKR-STATE                PIC X(01).
               88 MKR-OPEN                     VALUE "O".
               88 MKR-PAID                     VALUE "P".
           05 MKR-ISSUE-OPERATOR       PIC X(08).
           05 MKR-LAST-REPAID-STAMP    PIC X(16).

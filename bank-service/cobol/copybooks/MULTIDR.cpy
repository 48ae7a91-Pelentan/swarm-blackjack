      * calling player's batch is caught (STATUS=PLAYER-MISMATCH)
      * instead of being validated and journaled against the wrong
      * account.
      *
      * MD-ROUND-ID is the floor's hand/round ID for the bet; a
      * split / double-down is normally all one round, but each
      * entry carries its own onto the journal.
      *----------------------------------------------------------------*
       01 MULTI-DEBIT-RECORD.
           05 MD-SEQUENCE-NO           PIC 9(03).
           05 MD-PLAYER-ID             PIC X(10).
           05 MD-DEBIT-CENTS           PIC S9(15).
           05 MD-TABLE-ID              PIC X(08).
           05 MD-ROUND-ID              PIC X(12).

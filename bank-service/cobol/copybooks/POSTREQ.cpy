      * terminal finds its answer among everyone else's.
      *
      * REQ-TYPE is DEBIT (a bet or withdrawal - VALIDATE-DEBIT's
      * beat), CREDIT (a payout or deposit - CALC-CREDIT's), LOSS
      * (a lost round settled with no money moving), INQ (a
      * read-only balance inquiry - BAL-INQUIRY's), or STOP, which
      * shuts the server down cleanly through the same queue the
      * work arrives on. REQ-CREDIT-TYPE and REQ-RAKE-PCT carry what
      * marks a raked pot payout); REQ-TABLE-ID what TABLE_ID
      * carries on either single-shot program. Fields that do not
      * apply to a type are left zero/spaces.
      *
      * REQ-ROUND-ID is the floor's hand/round ID, what ROUND_ID
      * carries on either single-shot program: it goes on the bet
      * DEBIT, on the payout CREDIT that settles the round and on a
      * LOSS, the zero-amount settlement the floor sends for a round
      * the player lost, so OPEN-WAGERS can pair every bet with its
      * settlement (see copybooks/JRNLREC.cpy).
      *----------------------------------------------------------------*
       01 POST-REQUEST-RECORD.
           05 REQ-SEQUENCE-NO          PIC 9(06).
           05 REQ-TABLE-ID             PIC X(08).
           05 REQ-CREDIT-TYPE          PIC X(10).
           05 REQ-RAKE-PCT             PIC 9(02)V9(02).
           05 REQ-ROUND-ID             PIC X(12).

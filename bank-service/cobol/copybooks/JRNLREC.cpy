      * by transaction type are unchanged. Both fields are appended
      * at the end of the record, so journal rows written before they
      * existed read back as spaces rather than shifting every field.
      *
      * Account openings and ID re-verifications by ACCT-OPEN journal
      * as OPEN and REVERIFY, at a zero amount with the operator set.
      *
      * Casino credit journals under its own transaction types, so it
      * is never mistaken for a cash deposit: MARKER for a marker
      * issued against the player's credit line, REPAY for a marker
      * repayment (both written by MARKER-POST). On a REPAY entry
      * JRNL-CREDIT-TYPE carries the tender - CASH, CHECK or CHIPS -
      * and JRNL-ORIG-REF-NO the oldest marker it paid; only a CHIPS
      * repayment moves the balance.
      *
      * JRNL-DRAWER-ID and JRNL-DRAWER-SESSION carry the cage drawer
      * session (see copybooks/DRAWER.cpy) a cash posting was made
      * from - deposits, withdrawals and cash marker repayments keyed
      * at the cage with DRAWER_ID - so SHIFT-CLOSE can balance each
      * drawer against the journal. Spaces / zero on every other
      * entry, and on rows written before the fields existed.
      *
      * JRNL-JACKPOT-ID and JRNL-JACKPOT-CENTS tie an entry to a
      * progressive jackpot pool (see copybooks/JKPOOL.cpy). On an
      * approved table DEBIT at a linked table they carry the pool
      * and the contribution added to its meter (the player's bet is
      * unchanged - the contribution is the house's share of it). A
      * hit is paid by JACKPOT-HIT as a CREDIT with JRNL-CREDIT-TYPE
      * "JACKPOT", the verifying supervisor in JRNL-OPERATOR-ID, and
      * the seed the meter was reset to in JRNL-JACKPOT-CENTS. A new
      * pool's opening seed is journaled by JACKPOT-MAINT as a SEED
      * entry: no player, zero amount and balances, the approving
      * supervisor in JRNL-OPERATOR-ID, and the pool and seed in
      * JRNL-JACKPOT-ID / JRNL-JACKPOT-CENTS. Spaces / zero on every
      * other entry and on older rows.
      *
      * JRNL-TAX-CENTS is the tax withheld from a reportable win - a
      * POT payout (CALC-CREDIT, POST-SERVER, or a pended pot released
      * by PEND-RELEASE) or a JACKPOT hit at or over the reportable
      * win threshold. Like the rake, it is never posted to the
      * player: JRNL-AMOUNT-CENTS stays the net amount credited, so
      * the reportable win is JRNL-AMOUNT-CENTS + JRNL-TAX-CENTS. The
      * withholding is also appended to the tax ledger (see
      * copybooks/TAXLEDG.cpy). Zero on every other entry; rows
      * written before the field existed read back as spaces, so
      * readers test it NUMERIC first.
      *
      * JRNL-ROUND-ID is the floor's hand / round identifier, so a
      * table bet can be tied to whatever settled it. It is carried
      * on a bet DEBIT (POST-SERVER, VALIDATE-DEBIT SINGLE or MULTI),
      * on the payout CREDIT of the same round (POST-SERVER,
      * CALC-CREDIT), and on a LOSS entry - the floor's explicit
      * settlement of a hand the player lost, journaled by
      * POST-SERVER at a zero amount with the balance unchanged.
      * OPEN-WAGERS lists every round with a bet but no settlement.
      * Spaces on every other entry and on older rows.
      *----------------------------------------------------------------*
       01 JOURNAL-RECORD.
           05 JRNL-PLAYER-ID           PIC X(10).
           05 JRNL-OPERATOR-ID         PIC X(08).
           05 JRNL-TABLE-ID            PIC X(08).
           05 JRNL-CREDIT-TYPE         PIC X(10).
           05 JRNL-DRAWER-ID           PIC X(04).
           05 JRNL-DRAWER-SESSION      PIC 9(06).
           05 JRNL-JACKPOT-ID          PIC X(04).
           05 JRNL-JACKPOT-CENTS       PIC S9(15).
           05 JRNL-TAX-CENTS           PIC S9(15).
           05 JRNL-ROUND-ID            PIC X(12).

      *----------------------------------------------------------------*
      * JKPLEDG - progressive jackpot meter ledger record layout.
      * Appended every time a pool meter (see copybooks/JKPOOL.cpy)
      * moves, in the same run that rewrites the pool, so the meter
      * can be rebuilt for any gaming day the same way the rake
      * ledger backs RAKE-SETTLE. One record per movement:
      *   C - contribution from an approved table DEBIT, written by
      *       VALIDATE-DEBIT and POST-SERVER; JKL-REF-NO is the bet's
      *       journal reference
      *   H - hit paid by JACKPOT-HIT; JKL-AMOUNT-CENTS is the meter
      *       paid (taking the meter to zero) and JKL-REF-NO the
      *       payout's journal reference
      *   S - seed funding: a new pool set up by JACKPOT-MAINT
      *       starting its meter at seed (JKL-REF-NO is its SEED
      *       journal reference), and the seed put back after a hit
      *       (written by JACKPOT-HIT alongside the H)
      * JKL-METER-BEFORE / JKL-METER-AFTER bracket the movement.
      * Totaled by pool, table and gaming day by JACKPOT-LIAB.
      *----------------------------------------------------------------*
       01 JACKPOT-LEDGER-RECORD.
           05 JKL-POOL-ID              PIC X(04).
           05 JKL-ENTRY-TYPE           PIC X(01).
               88 JKL-CONTRIBUTION             VALUE "C".
               88 JKL-HIT                      VALUE "H".
               88 JKL-SEED                     VALUE "S".
           05 JKL-TABLE-ID             PIC X(08).
           05 JKL-PLAYER-ID            PIC X(10).
           05 JKL-TIMESTAMP            PIC X(16).
           05 JKL-AMOUNT-CENTS         PIC S9(15).
           05 JKL-METER-BEFORE         PIC S9(15).
           05 JKL-METER-AFTER          PIC S9(15).
           05 JKL-REF-NO               PIC 9(09).
           05 JKL-OPERATOR-ID          PIC X(08).

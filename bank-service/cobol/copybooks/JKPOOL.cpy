      *----------------------------------------------------------------*
      * JKPOOL - progressive jackpot pool record layout.
      * One record per progressive, keyed by a short pool ID, set up
      * and maintained by JACKPOT-MAINT under a supervisor. Carries
      * the tables linked to the progressive (a table feeds at most
      * one pool), the share of every approved table bet that is
      * added to the meter (JKP-CONTRIB-PCT, percent with two
      * decimals), the seed the meter restarts from after a hit, and
      * the current meter - money the regulator treats as owed to
      * players until it is paid out.
      *
      * The meter is added to by VALIDATE-DEBIT (single and MULTI
      * mode) and POST-SERVER on every approved DEBIT at a linked
      * table, and reset to seed by JACKPOT-HIT when a hit is paid;
      * every movement is also appended to the JKPLEDG ledger (see
      * copybooks/JKPLEDG.cpy) that JACKPOT-LIAB reports from. The
      * last-hit fields record the most recent payout and the
      * supervisor who verified it; JKP-UPDATED-BY and
      * JKP-LAST-UPDATED stamp the last JACKPOT-MAINT change.
      *----------------------------------------------------------------*
       01 JACKPOT-POOL-RECORD.
           05 JKP-POOL-ID              PIC X(04).
           05 JKP-NAME                 PIC X(20).
           05 JKP-STATE                PIC X(01).
               88 JKP-ACTIVE                   VALUE "A".
               88 JKP-SUSPENDED                VALUE "S".
           05 JKP-CONTRIB-PCT          PIC 9(02)V9(02).
           05 JKP-SEED-CENTS           PIC S9(15).
           05 JKP-METER-CENTS          PIC S9(15).
           05 JKP-TABLE-COUNT          PIC 9(02).
           05 JKP-TABLE-ID             PIC X(08) OCCURS 10.
           05 JKP-LAST-HIT-STAMP       PIC X(16).
           05 JKP-LAST-HIT-CENTS       PIC S9(15).
           05 JKP-LAST-HIT-REF-NO      PIC 9(09).
           05 JKP-LAST-HIT-VERIFIER    PIC X(08).
           05 JKP-UPDATED-BY           PIC X(08).
           05 JKP-LAST-UPDATED         PIC X(16).

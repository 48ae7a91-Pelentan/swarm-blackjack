      *               entries (pended REVIEW-REQUIRED credits posted
      *               by PEND-RELEASE) like the credits they
      *               release.
      *   2026-10-15  NOT-REGISTERED refusals are skipped - they name
      *               a player who may have no account at all and
      *               move no money.
      *   2026-10-15  Roll-forward now applies approved MARKER
      *               entries (markers credited by MARKER-POST) and
      *               CHIPS repayments of them (REPAY debited from
      *               the balance); cash and check repayments leave
      *               the balance alone.
      *   2026-10-15  A new jackpot pool's SEED entry (JACKPOT-MAINT)
      *               belongs to no player and is skipped.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
      * the chain is broken every later record would "diverge" from
      * noise, which would bury the record the auditors actually
      * want.
      * A NOT-REGISTERED refusal names whatever player ID the caller
      * sent - often a typo with no account behind it - and moves no
      * money, so it is left out rather than reported as a player
      * missing from the master. So is a SEED entry, a new jackpot
      * pool's opening seed, which has no player at all.
       AUDIT-JOURNAL-RECORD-PARA.
           IF JRNL-STATUS NOT = "NOT-REGISTERED" AND
              JRNL-TXN-TYPE NOT = "SEED"
               MOVE JRNL-PLAYER-ID TO WS-LOOKUP-PLAYER-ID
               PERFORM FIND-OR-ADD-PLAYER-PARA
               IF WS-PLAYER-RESOLVED
                   PERFORM AUDIT-CHAIN-PARA
               END-IF
           END-IF.

       AUDIT-CHAIN-PARA.
                   WHEN "ADJUSTMENT"
                       ADD JRNL-AMOUNT-CENTS TO
                           WS-AUD-COMPUTED (WS-AUD-IDX)
      * A marker credits the playable balance; only a repayment in
      * chips comes back off it (cash and check are paid in at the
      * cage and never touch the balance).
                   WHEN "MARKER"
                       ADD JRNL-AMOUNT-CENTS TO
                           WS-AUD-COMPUTED (WS-AUD-IDX)
                   WHEN "REPAY"
                       IF JRNL-CREDIT-TYPE = "CHIPS"
                           SUBTRACT JRNL-AMOUNT-CENTS FROM
                               WS-AUD-COMPUTED (WS-AUD-IDX)
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE

      * OPERMAST - operator master record layout.
      * Keyed by OPER-OPERATOR-ID, maintained by OPER-MAINT. The
      * supervised programs (ACCT-STATUS, LIMIT-MAINT, ADJUST-TXN,
      * PEND-RELEASE, ACCT-OPEN, CREDIT-LINE, MARKER-POST,
      * DRAWER-SESSION, EXCL-IMPORT, COMP-REDEEM, JACKPOT-MAINT,
      * JACKPOT-HIT, PARM-MAINT) validate their OPERATOR_ID /
      * SUPERVISOR_ID / CASHIER_ID against this file before acting -
      * an ID not on the file, or marked INACTIVE, is refused, so the
      * accountability fields on the journal can no longer be
      * satisfied with eight made-up characters.
      *
      * OPER-ROLE separates ordinary cage operators from supervisors:
      * the programs that demand a supervisor (ADJUST-TXN,
      * PEND-RELEASE, CREDIT-LINE, JACKPOT-MAINT, JACKPOT-HIT,
      * PARM-MAINT, and ACCT-STATUS when it changes a statewide-list
      * exclusion in any way) refuse an ID whose role is not
      * SUPERVISOR. OPER-APPROVAL-LIMIT caps the amount a supervisor
      * may approve in one supervised posting (or, on CREDIT-LINE,
      * the whole credit line approved); zero means no cap - same
      * convention as a zero limit on PLRLIMIT. An attempt above the
      * cap is refused with its own journaled status (OVER-LIMIT) so
      * it shows up in reconciliation.

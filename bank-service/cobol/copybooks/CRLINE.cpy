      *----------------------------------------------------------------*
      * CRLINE - casino credit line record layout.
      * Keyed by CRL-PLAYER-ID, the same key as ACCTMAST. Set by the
      * credit office through CREDIT-LINE, only for a registered
      * player (see copybooks/PLRPROF.cpy), and approved by a
      * SUPERVISOR on OPERMAST whose OPER-APPROVAL-LIMIT covers the
      * whole line (a zero cap covers any line, same convention as
      * everywhere else OPERMAST's cap is checked). A player not on
      * the file has no credit - MARKER-POST refuses a marker for
      * them with STATUS=NO-CREDIT-LINE. A zero line suspends further
      * markers without touching what is already outstanding.
      *
      * CRL-OUTSTANDING-CENTS is the total of the player's unpaid
      * markers (see copybooks/MARKER.cpy): MARKER-POST raises it on
      * every marker issued and lowers it on every repayment, so the
      * line available for a new marker is always
      * CRL-LINE-CENTS - CRL-OUTSTANDING-CENTS. Cutting a line below
      * what is outstanding is allowed; it simply blocks new markers
      * until repayments bring the balance back under the line.
      *----------------------------------------------------------------*
       01 CREDIT-LINE-RECORD.
           05 CRL-PLAYER-ID            PIC X(10).
           05 CRL-LINE-CENTS           PIC S9(15).
           05 CRL-OUTSTANDING-CENTS    PIC S9(15).
           05 CRL-APPROVER-ID          PIC X(08).
           05 CRL-APPROVED-STAMP       PIC X(16).
           05 CRL-LAST-UPDATED         PIC X(16).

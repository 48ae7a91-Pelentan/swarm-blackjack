      *----------------------------------------------------------------*
      * TAXLEDG - large-win tax withholding ledger record layout.
      * Appended by CALC-CREDIT, POST-SERVER, PEND-RELEASE and
      * JACKPOT-HIT for every approved reportable win - a POT payout
      * or a JACKPOT hit whose win, net of any rake, is at or over
      * the reportable-win threshold - in the same run that withholds
      * the tax, the same way the rake goes to RAKELEDG. The withheld
      * amount is never credited to the player; the ledger is what
      * the cage remits from and what TAX-EXTRACT totals per player
      * at year end.
      *
      * TAX-WIN-CENTS is the reportable win before withholding (the
      * journal entry's JRNL-AMOUNT-CENTS + JRNL-TAX-CENTS), and
      * TAX-REF-NO the paying journal entry's reference. TAX-RATE-PCT
      * is the rate applied (percent with two decimals):
      * TAX-ID-ON-FILE "N" means the player had no tax ID on their
      * PLRPROF profile and was withheld at the higher no-ID rate.
      * TAX-CREDIT-TYPE is POT or JACKPOT.
      *----------------------------------------------------------------*
       01 TAX-LEDGER-RECORD.
           05 TAX-PLAYER-ID            PIC X(10).
           05 TAX-TIMESTAMP            PIC X(16).
           05 TAX-REF-NO               PIC 9(09).
           05 TAX-CREDIT-TYPE          PIC X(10).
           05 TAX-TABLE-ID             PIC X(08).
           05 TAX-WIN-CENTS            PIC S9(15).
           05 TAX-WITHHELD-CENTS       PIC S9(15).
           05 TAX-RATE-PCT             PIC 9(02)V9(02).
           05 TAX-ID-ON-FILE           PIC X(01).
               88 TAX-ID-GIVEN                 VALUE "Y".
               88 TAX-ID-MISSING               VALUE "N".

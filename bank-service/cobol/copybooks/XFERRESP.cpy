      * their response file (see WRITE-RESPONSE-PARA in each) in
      * place of free-text stdout STATUS=/NEW_BALANCE_CENTS= lines,
      * so a caller reads one fixed layout instead of parsing text.
      * XFER-TAX-CENTS is the tax withheld from a reportable win (see
      * copybooks/TAXLEDG.cpy) - zero on everything else.
      *----------------------------------------------------------------*
       01 XFER-RESPONSE-RECORD.
           05 XFER-PLAYER-ID           PIC X(10).
           05 XFER-NEW-BALANCE-CENTS   PIC S9(15).
           05 XFER-RAKE-CENTS          PIC S9(15).
           05 XFER-ERROR-CODE          PIC 9(04).
           05 XFER-TAX-CENTS           PIC S9(15).

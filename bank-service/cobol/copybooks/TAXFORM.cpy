      *----------------------------------------------------------------*
      * TAXFORM - year-end reportable-win form record layout.
      * Written by TAX-EXTRACT, one record per reportable win in the
      * tax year (one per TAXLEDG record), carrying everything the
      * player's win statement needs: the player's name, address and
      * taxpayer number from their PLRPROF profile (see
      * copybooks/PLRPROF.cpy) and the win, the tax withheld and the
      * paying journal reference from the ledger (see
      * copybooks/TAXLEDG.cpy).
      *
      * TXF-TAX-ID is the taxpayer number on the profile when the
      * extract ran, spaces when the player has none;
      * TXF-TAX-ID-ON-FILE is whether one was on file when the win
      * was paid, which is what decided TXF-RATE-PCT. A player with
      * no profile comes through with the name "(NO PROFILE)" and
      * the address blank.
      *----------------------------------------------------------------*
       01 TAX-FORM-RECORD.
           05 TXF-TAX-YEAR             PIC 9(04).
           05 TXF-PLAYER-ID            PIC X(10).
           05 TXF-LAST-NAME            PIC X(25).
           05 TXF-FIRST-NAME           PIC X(20).
           05 TXF-ADDRESS-LINE         PIC X(40).
           05 TXF-CITY                 PIC X(20).
           05 TXF-STATE-CODE           PIC X(02).
           05 TXF-POSTAL-CODE          PIC X(10).
           05 TXF-TAX-ID               PIC X(11).
           05 TXF-TAX-ID-ON-FILE       PIC X(01).
               88 TXF-TAX-ID-GIVEN             VALUE "Y".
               88 TXF-TAX-ID-MISSING           VALUE "N".
           05 TXF-WIN-DATE             PIC 9(08).
           05 TXF-REF-NO               PIC 9(09).
           05 TXF-CREDIT-TYPE          PIC X(10).
           05 TXF-TABLE-ID             PIC X(08).
           05 TXF-WIN-CENTS            PIC S9(15).
           05 TXF-WITHHELD-CENTS       PIC S9(15).
           05 TXF-RATE-PCT             PIC 9(02)V9(02).

           05 ORIG-OPERATOR-ID         PIC X(08).
           05 ORIG-TABLE-ID            PIC X(08).
           05 ORIG-CREDIT-TYPE         PIC X(10).
           05 ORIG-DRAWER-ID           PIC X(04).
           05 ORIG-DRAWER-SESSION      PIC 9(06).
           05 ORIG-JACKPOT-ID          PIC X(04).
           05 ORIG-JACKPOT-CENTS       PIC S9(15).
           05 ORIG-TAX-CENTS           PIC S9(15).
           05 ORIG-ROUND-ID            PIC X(12).

       FD  JOURNAL-FILE.
       COPY JRNLREC.
           MOVE WS-SUPERVISOR-ID      TO JRNL-OPERATOR-ID
           MOVE SPACES                TO JRNL-TABLE-ID
           MOVE SPACES                TO JRNL-CREDIT-TYPE
           MOVE SPACES                TO JRNL-DRAWER-ID
           MOVE ZERO                  TO JRNL-DRAWER-SESSION
           MOVE SPACES                TO JRNL-JACKPOT-ID
           MOVE ZERO                  TO JRNL-JACKPOT-CENTS
           MOVE ZERO                  TO JRNL-TAX-CENTS
           MOVE SPACES                TO JRNL-ROUND-ID

           WRITE JOURNAL-RECORD

           MOVE WS-NEW-BALANCE-CENTS TO XFER-NEW-BALANCE-CENTS
           MOVE ZERO                 TO XFER-RAKE-CENTS
           MOVE WS-ERROR-CODE        TO XFER-ERROR-CODE
           MOVE ZERO                 TO XFER-TAX-CENTS

           WRITE XFER-RESPONSE-RECORD


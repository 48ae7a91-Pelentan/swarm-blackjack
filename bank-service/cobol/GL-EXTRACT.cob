      * Account mapping (STATUS=OK entries only - a rejected entry
      * moved no money):
      *   DEBIT with a table    DR PLAYER-LIAB  / CR GAMING-WIN
      *     plus, when the table feeds a progressive:
      *                         DR GAMING-WIN   / CR JACKPOT-LIAB
      *   DEBIT with no table   DR PLAYER-LIAB  / CR CAGE-CASH
      *   CREDIT/RELEASE, POT   DR GAMING-WIN   / CR PLAYER-LIAB
      *     plus, when rake was withheld from the pot:
      *                         DR GAMING-WIN   / CR RAKE-REVENUE
      *     plus, when tax was withheld from the win:
      *                         DR GAMING-WIN   / CR TAX-PAYABLE
      *   CREDIT, COMP          DR COMP-EXPENSE / CR PLAYER-LIAB
      *   CREDIT, JACKPOT       DR JACKPOT-LIAB / CR PLAYER-LIAB
      *     plus the seed the meter restarts from:
      *                         DR JACKPOT-SEED / CR JACKPOT-LIAB
      *     plus, when tax was withheld from the hit:
      *                         DR JACKPOT-LIAB / CR TAX-PAYABLE
      *   CREDIT/RELEASE, other DR CAGE-CASH    / CR PLAYER-LIAB
      *   REVERSAL/ADJUSTMENT   signed: positive credits the player
      *                         (DR ADJUSTMENTS / CR PLAYER-LIAB),
      *                         negative the other way around
      *   MARKER                DR MARKERS-RECV / CR PLAYER-LIAB
      *   REPAY, CASH or CHECK  DR CAGE-CASH    / CR MARKERS-RECV
      *   REPAY, CHIPS          DR PLAYER-LIAB  / CR MARKERS-RECV
      *   SEED                  DR JACKPOT-SEED / CR JACKPOT-LIAB
      *     (a new pool's opening seed, JACKPOT-MAINT)
      *
      * Output:
      *   GLEXTRAC - the posting file (line sequential): a heading,
      *
      * Modification history:
      *   2026-09-02  Initial version.
      *   2026-10-15  Marker issues and repayments (MARKER / REPAY,
      *               posted by MARKER-POST) book to a new
      *               MARKERS-RECV receivable account.
      *   2026-10-15  Progressive jackpots: table bet contributions
      *               move from GAMING-WIN to a new JACKPOT-LIAB
      *               liability, hits paid by JACKPOT-HIT draw it
      *               down, and the seed put back on the meter is
      *               booked to a new JACKPOT-SEED expense.
      *   2026-10-15  Tax withheld from reportable POT wins and
      *               jackpot hits books to a new TAX-PAYABLE
      *               liability; archive lines read at 300 bytes.
      *   2026-10-15  A new pool's opening seed (SEED, journaled by
      *               JACKPOT-MAINT) books DR JACKPOT-SEED / CR
      *               JACKPOT-LIAB, the same as the seed put back
      *               after a hit.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
      * The archive holds HDR/TRL control records and journal
      * records in one line-sequential file; each line is read raw
      * and picked apart by record type below.
       01 ARCHIVE-RECORD            PIC X(300).

       FD  RAKE-LEDGER-FILE.
       COPY RAKELEDG.
       01 WS-TOTAL-DEBIT-CENTS      PIC S9(15) VALUE ZERO.
       01 WS-TOTAL-CREDIT-CENTS     PIC S9(15) VALUE ZERO.
       01 WS-GL-AMOUNT              PIC S9(15) VALUE ZERO.
       01 WS-DR-ACCT                PIC 9(02)  VALUE ZERO.
       01 WS-CR-ACCT                PIC 9(02)  VALUE ZERO.
       01 WS-A                      PIC 9(02)  VALUE ZERO.

      * The chart of accounts this extract posts to. The totals
      * table runs parallel to it, subscripted 1-10 in the same
      * order: 1 cash, 2 player liability, 3 gaming win, 4 rake
      * revenue, 5 adjustments, 6 comp expense, 7 markers
      * receivable, 8 jackpot liability, 9 jackpot seed expense,
      * 10 withholding tax payable.
       01 WS-ACCT-LIST.
           05 FILLER            PIC X(20) VALUE "1010CAGE-CASH".
           05 FILLER            PIC X(20) VALUE "2100PLAYER-LIAB".
           05 FILLER            PIC X(20) VALUE "4100RAKE-REVENUE".
           05 FILLER            PIC X(20) VALUE "5100ADJUSTMENTS".
           05 FILLER            PIC X(20) VALUE "5200COMP-EXPENSE".
           05 FILLER            PIC X(20) VALUE "1200MARKERS-RECV".
           05 FILLER            PIC X(20) VALUE "2300JACKPOT-LIAB".
           05 FILLER            PIC X(20) VALUE "5300JACKPOT-SEED".
           05 FILLER            PIC X(20) VALUE "2400TAX-PAYABLE".
       01 WS-ACCT-TABLE REDEFINES WS-ACCT-LIST.
           05 WS-ACCT-ENTRY OCCURS 10 TIMES.
               10 WS-AC-NUMBER      PIC 9(04).
               10 WS-AC-NAME        PIC X(16).
       01 WS-ACCT-TOTALS.
           05 WS-ACCT-TOTAL-ENTRY OCCURS 10 TIMES.
               10 WS-AT-DEBIT-CENTS     PIC S9(15).
               10 WS-AT-CREDIT-CENTS    PIC S9(15).

           05 ARC-OPERATOR-ID          PIC X(08).
           05 ARC-TABLE-ID             PIC X(08).
           05 ARC-CREDIT-TYPE          PIC X(10).
           05 ARC-DRAWER-ID            PIC X(04).
           05 ARC-DRAWER-SESSION       PIC 9(06).
           05 ARC-JACKPOT-ID           PIC X(04).
           05 ARC-JACKPOT-CENTS        PIC S9(15).
           05 ARC-TAX-CENTS            PIC S9(15).
           05 ARC-ROUND-ID             PIC X(12).

       COPY JRNLARCH.


       INIT-TOTALS-PARA.
           PERFORM INIT-ONE-TOTAL-PARA
               VARYING WS-A FROM 1 BY 1 UNTIL WS-A > 10.

       INIT-ONE-TOTAL-PARA.
           MOVE ZERO TO WS-AT-DEBIT-CENTS (WS-A)
                   MOVE 2 TO WS-DR-ACCT
                   MOVE 3 TO WS-CR-ACCT
                   PERFORM POST-GL-PARA
                   IF ARC-JACKPOT-CENTS NUMERIC AND
                      ARC-JACKPOT-CENTS > ZERO
                       MOVE ARC-JACKPOT-CENTS TO WS-GL-AMOUNT
                       MOVE 3 TO WS-DR-ACCT
                       MOVE 8 TO WS-CR-ACCT
                       PERFORM POST-GL-PARA
                   END-IF
               WHEN ARC-TXN-TYPE = "DEBIT"
                   MOVE ARC-AMOUNT-CENTS TO WS-GL-AMOUNT
                   MOVE 2 TO WS-DR-ACCT
                       MOVE 4 TO WS-CR-ACCT
                       PERFORM POST-GL-PARA
                   END-IF
                   IF ARC-TAX-CENTS NUMERIC AND
                      ARC-TAX-CENTS > ZERO
                       MOVE ARC-TAX-CENTS TO WS-GL-AMOUNT
                       MOVE 3  TO WS-DR-ACCT
                       MOVE 10 TO WS-CR-ACCT
                       PERFORM POST-GL-PARA
                   END-IF
               WHEN ARC-TXN-TYPE = "CREDIT" AND
                    ARC-CREDIT-TYPE = "COMP"
                   MOVE ARC-AMOUNT-CENTS TO WS-GL-AMOUNT
                   MOVE 6 TO WS-DR-ACCT
                   MOVE 2 TO WS-CR-ACCT
                   PERFORM POST-GL-PARA
      * A hit pays the player out of the meter liability, less any
      * tax withheld, which the liability owes the tax authority
      * instead; the seed the house puts back on the meter is a new
      * expense that re-funds it.
               WHEN ARC-TXN-TYPE = "CREDIT" AND
                    ARC-CREDIT-TYPE = "JACKPOT"
                   MOVE ARC-AMOUNT-CENTS TO WS-GL-AMOUNT
                   MOVE 8 TO WS-DR-ACCT
                   MOVE 2 TO WS-CR-ACCT
                   PERFORM POST-GL-PARA
                   IF ARC-JACKPOT-CENTS NUMERIC AND
                      ARC-JACKPOT-CENTS > ZERO
                       MOVE ARC-JACKPOT-CENTS TO WS-GL-AMOUNT
                       MOVE 9 TO WS-DR-ACCT
                       MOVE 8 TO WS-CR-ACCT
                       PERFORM POST-GL-PARA
                   END-IF
                   IF ARC-TAX-CENTS NUMERIC AND
                      ARC-TAX-CENTS > ZERO
                       MOVE ARC-TAX-CENTS TO WS-GL-AMOUNT
                       MOVE 8  TO WS-DR-ACCT
                       MOVE 10 TO WS-CR-ACCT
                       PERFORM POST-GL-PARA
                   END-IF
               WHEN ARC-TXN-TYPE = "CREDIT" OR
                    ARC-TXN-TYPE = "RELEASE"
                   MOVE ARC-AMOUNT-CENTS TO WS-GL-AMOUNT
                       MOVE 5 TO WS-CR-ACCT
                   END-IF
                   PERFORM POST-GL-PARA
      * A marker is a receivable from the player, not cash; its
      * repayment clears the receivable from whatever was tendered -
      * currency or a check into the cage, or chips off the
      * player's own balance.
               WHEN ARC-TXN-TYPE = "MARKER"
                   MOVE ARC-AMOUNT-CENTS TO WS-GL-AMOUNT
                   MOVE 7 TO WS-DR-ACCT
                   MOVE 2 TO WS-CR-ACCT
                   PERFORM POST-GL-PARA
               WHEN ARC-TXN-TYPE = "REPAY" AND
                    ARC-CREDIT-TYPE = "CHIPS"
                   MOVE ARC-AMOUNT-CENTS TO WS-GL-AMOUNT
                   MOVE 2 TO WS-DR-ACCT
                   MOVE 7 TO WS-CR-ACCT
                   PERFORM POST-GL-PARA
               WHEN ARC-TXN-TYPE = "REPAY"
                   MOVE ARC-AMOUNT-CENTS TO WS-GL-AMOUNT
                   MOVE 1 TO WS-DR-ACCT
                   MOVE 7 TO WS-CR-ACCT
                   PERFORM POST-GL-PARA
      * A new pool's opening seed funds the meter liability the same
      * way the seed put back after a hit does; no player is paid.
               WHEN ARC-TXN-TYPE = "SEED"
                   IF ARC-JACKPOT-CENTS NUMERIC AND
                      ARC-JACKPOT-CENTS > ZERO
                       MOVE ARC-JACKPOT-CENTS TO WS-GL-AMOUNT
                       MOVE 9 TO WS-DR-ACCT
                       MOVE 8 TO WS-CR-ACCT
                       PERFORM POST-GL-PARA
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           WRITE EXTRACT-LINE FROM WS-HEADING-LINE

           PERFORM WRITE-ACCOUNT-PARA
               VARYING WS-A FROM 1 BY 1 UNTIL WS-A > 10

           MOVE WS-TOTAL-DEBIT-CENTS  TO TL-DEBITS
           MOVE WS-TOTAL-CREDIT-CENTS TO TL-CREDITS

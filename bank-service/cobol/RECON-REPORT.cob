      * and produces a per-player summary of total credits, total
      * debits, total supervised adjustments (REVERSAL / ADJUSTMENT
      * entries posted by ADJUST-TXN, in their own column so they
      * are not folded into player win/loss), markers issued and
      * repaid (MARKER / REPAY entries posted by MARKER-POST - money
      * borrowed on the player's credit line, not a deposit, so also
      * kept out of win/loss) and net win/loss, plus
      * a list of every INSUFFICIENT or otherwise non-OK exit found
      * in the journal, so shift-end reconciliation no longer has to
      * be pieced together by hand from scattered logs.
      *               PEND-RELEASE) now total with the credits; a
      *               DECLINED release falls into the exception list
      *               like any other non-OK entry.
      *   2026-10-15  OPEN / REVERIFY registration entries
      *               (ACCT-OPEN) move no money and are no longer
      *               listed as exceptions.
      *   2026-10-15  Approved MARKER / REPAY entries (MARKER-POST)
      *               total into their own MARKERS ISSUED / MARKERS
      *               REPAID columns, apart from credits and win/loss.
      *               Report lines widened to fit.
      *   2026-10-15  Lost-round LOSS entries (POST-SERVER) move no
      *               money and are not listed as exceptions.
      *   2026-10-15  A new jackpot pool's SEED entry (JACKPOT-MAINT)
      *               belongs to no player and is left out.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       COPY JRNLREC.

       FD  REPORT-FILE.
       01 REPORT-LINE               PIC X(130).

       WORKING-STORAGE SECTION.
       01 WS-JOURNAL-STATUS         PIC X(02) VALUE SPACES.
               10 WS-PT-TOTAL-CREDITS   PIC S9(15) VALUE ZERO.
               10 WS-PT-TOTAL-DEBITS    PIC S9(15) VALUE ZERO.
               10 WS-PT-TOTAL-ADJUSTS   PIC S9(15) VALUE ZERO.
               10 WS-PT-TOTAL-MARKERS   PIC S9(15) VALUE ZERO.
               10 WS-PT-TOTAL-REPAID    PIC S9(15) VALUE ZERO.

       01 WS-EXCEPTION-COUNT        PIC 9(05) VALUE ZERO.
       01 WS-EXCEPTION-TABLE.
               "PLAYER ID   TOTAL CREDITS     TOTAL DEBITS".
           05 FILLER                PIC X(33) VALUE
               "ADJUSTMENTS        NET W/L".
           05 FILLER                PIC X(44) VALUE
               "           MARKERS ISSUED     MARKERS REPAID".
       01 WS-DETAIL-LINE.
           05 DL-PLAYER-ID           PIC X(10).
           05 FILLER                PIC X(04) VALUE SPACES.
           05 DL-TOTAL-ADJUSTS       PIC -9(14).
           05 FILLER                PIC X(04) VALUE SPACES.
           05 DL-NET-CENTS           PIC -9(14).
           05 FILLER                PIC X(04) VALUE SPACES.
           05 DL-TOTAL-MARKERS       PIC -9(14).
           05 FILLER                PIC X(04) VALUE SPACES.
           05 DL-TOTAL-REPAID        PIC -9(14).

       01 WS-EXC-HEADING             PIC X(80) VALUE
           "EXCEPTIONS (INSUFFICIENT / NON-OK DEBITS)".
           END-IF
           OPEN OUTPUT REPORT-FILE.

      * A SEED entry is a new jackpot pool's opening seed - house
      * money onto the meter, with no player behind it.
       READ-JOURNAL-PARA.
           READ JOURNAL-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   IF JRNL-TXN-TYPE NOT = "SEED"
                       PERFORM POST-JOURNAL-RECORD-PARA
                   END-IF
           END-READ.

      * Folds one journal record into the per-player totals table,
                        JRNL-STATUS = "OK"
                       ADD JRNL-AMOUNT-CENTS TO
                           WS-PT-TOTAL-ADJUSTS (WS-PLAYER-IDX)
      * Markers are borrowed money, not deposits or winnings - they
      * total apart so NET W/L is untouched. A repayment counts
      * whatever the tender; only CHIPS moved the balance.
                   WHEN JRNL-TXN-TYPE = "MARKER" AND
                        JRNL-STATUS = "OK"
                       ADD JRNL-AMOUNT-CENTS TO
                           WS-PT-TOTAL-MARKERS (WS-PLAYER-IDX)
                   WHEN JRNL-TXN-TYPE = "REPAY" AND
                        JRNL-STATUS = "OK"
                       ADD JRNL-AMOUNT-CENTS TO
                           WS-PT-TOTAL-REPAID (WS-PLAYER-IDX)
      * Account openings and ID re-verifications (ACCT-OPEN), and
      * the settlement of a lost round (POST-SERVER's LOSS - the bet
      * was already taken by its DEBIT), are journaled at zero
      * amount - nothing to total, nothing wrong.
                   WHEN (JRNL-TXN-TYPE = "OPEN" OR
                         JRNL-TXN-TYPE = "REVERIFY" OR
                         JRNL-TXN-TYPE = "LOSS") AND
                        JRNL-STATUS = "OK"
                       CONTINUE
                   WHEN OTHER
                       PERFORM ADD-EXCEPTION-PARA
               END-EVALUATE
                   MOVE ZERO TO WS-PT-TOTAL-CREDITS (WS-PLAYER-IDX)
                   MOVE ZERO TO WS-PT-TOTAL-DEBITS (WS-PLAYER-IDX)
                   MOVE ZERO TO WS-PT-TOTAL-ADJUSTS (WS-PLAYER-IDX)
                   MOVE ZERO TO WS-PT-TOTAL-MARKERS (WS-PLAYER-IDX)
                   MOVE ZERO TO WS-PT-TOTAL-REPAID (WS-PLAYER-IDX)
               END-IF
           END-IF.

           MOVE WS-PT-TOTAL-DEBITS (WS-PLAYER-IDX)   TO DL-TOTAL-DEBITS
           MOVE WS-PT-TOTAL-ADJUSTS (WS-PLAYER-IDX)  TO DL-TOTAL-ADJUSTS
           MOVE WS-NET-CENTS                         TO DL-NET-CENTS
           MOVE WS-PT-TOTAL-MARKERS (WS-PLAYER-IDX)  TO DL-TOTAL-MARKERS
           MOVE WS-PT-TOTAL-REPAID (WS-PLAYER-IDX)   TO DL-TOTAL-REPAID

           WRITE REPORT-LINE FROM WS-DETAIL-LINE.


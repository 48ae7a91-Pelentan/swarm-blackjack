      * records aloud is not acceptable. For each player: the
      * opening balance, every journal entry in the period in order
      * (reference number, timestamp, type, amount, rejection status
      * where applicable, running balance, floor round), the closing
      * balance, and whether that closing balance ties to
      * ACCT-BALANCE-CENTS on the account master.
      *
      * Input (environment variables):
      *   PLAYER_ID    - one player (on-demand at the cage window),
      *   2026-09-02  STMT_JOURNAL documentation now points at the
      *               verified ARCH-EXTRACT consolidation instead of
      *               hand-concatenated archives; no code change.
      *   2026-10-15  Each entry shows the floor round it belongs to
      *               (JRNL-ROUND-ID), so a disputed hand's bet and
      *               its payout or loss read side by side. Statement
      *               lines widened to fit.
      *   2026-10-15  A new jackpot pool's SEED entry (JACKPOT-MAINT)
      *               belongs to no player and gets no statement.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       COPY ACCTMAST.

       FD  STATEMENT-FILE.
       01 STATEMENT-LINE            PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-JOURNAL-STATUS         PIC X(02) VALUE SPACES.
               "REF NO     TIMESTAMP         TYPE        AMOUNT".
           05 FILLER                PIC X(43) VALUE
               "      STATUS           BALANCE".
           05 FILLER                PIC X(14) VALUE
               "  ROUND".
       01 WS-DETAIL-LINE.
           05 DL-REF-NO             PIC 9(09).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DL-STATUS             PIC X(15).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DL-BALANCE            PIC -9(14).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DL-ROUND-ID           PIC X(12).
       01 WS-NO-ACTIVITY-LINE       PIC X(100) VALUE
           "  (no activity in this period)".
       01 WS-CLOSING-LINE.
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   IF JRNL-PLAYER-ID (1:3) NOT = "HDR" AND
                      JRNL-PLAYER-ID (1:3) NOT = "TRL" AND
                      JRNL-TXN-TYPE NOT = "SEED"
                       MOVE JRNL-TIMESTAMP (1:8) TO WS-RECORD-DATE
                       IF WS-RECORD-DATE >= WS-FROM-DATE AND
                          WS-RECORD-DATE <= WS-TO-DATE
           MOVE JRNL-AMOUNT-CENTS   TO DL-AMOUNT
           MOVE JRNL-STATUS         TO DL-STATUS
           MOVE JRNL-BALANCE-AFTER  TO DL-BALANCE
           MOVE JRNL-ROUND-ID       TO DL-ROUND-ID
           WRITE STATEMENT-LINE FROM WS-DETAIL-LINE

           MOVE JRNL-BALANCE-AFTER TO WS-CLOSING-CENTS.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPEN-WAGERS.
       AUTHOR. SWARM-BLACKJACK.
      *----------------------------------------------------------------*
      * Close-of-day open-wager report.
      *
      * Lists every table round that took a bet on the gaming day
      * and was never settled - no payout and no loss on the journal
      * for it - by table and player, with the amount bet and how
      * long ago the first bet went down. A round left open is
      * either a payout request that died between the table and the
      * posting server, or a loss the floor never reported; until
      * now the only way to tell the two apart was reading
      * PLAYER-STMT timestamps. The report is the shift manager's
      * to-do list before the day is cut over: run it through the
      * shift to work the list down, and CLOSE-DAY runs it once
      * more, ahead of DAY-CUTOVER, for the record.
      *
      * A round is keyed on table, round and player
      * (JRNL-TABLE-ID / JRNL-ROUND-ID / JRNL-PLAYER-ID, see
      * copybooks/JRNLREC.cpy):
      *   bet        - an approved (STATUS=OK) DEBIT carrying both a
      *                table and a round
      *   settlement - a CREDIT carrying the same table, round and
      *                player, approved or held REVIEW-REQUIRED (the
      *                win is decided; PEND-RELEASE pays it), or an
      *                approved LOSS entry from POST-SERVER
      * A round with bets and no settlement is open. Bets with no
      * round ID - journal rows from before the field existed, or a
      * terminal that does not send one - cannot be paired and are
      * left out. Only the bets are restricted to the gaming day; a
      * settlement counts whenever it was journaled, so a round
      * paid just after midnight is still settled.
      *
      * Input (environment variables):
      *   GAMING_DAY    - the gaming day to report, YYYYMMDD.
      *                   Defaults to today's date when blank. Bets
      *                   are selected by the date portion of their
      *                   timestamps.
      *   WAGER_JOURNAL - journal to read; defaults to the live
      *                   TXNJRNL, which is what the close runs
      *                   against. To look back at a day already
      *                   sealed by DAY-CUTOVER, name that day's
      *                   archive here, e.g. TXNJRNL.D20260821 -
      *                   archive HDR/TRL control records are
      *                   recognized and skipped, same as
      *                   RAKE-SETTLE does.
      *
      * Output:
      *   OPENWGR - the open-wager report (line sequential): the
      *             open rounds grouped by table, one line per round
      *             and player with its bet count, amount bet and
      *             age in minutes, and the totals.
      *
      * Output (stdout):
      *   OPEN_WAGERS, OPEN_WAGER_CENTS
      *
      * Exit code: 0 = no open wagers, 1 = at least one open wager
      *
      * Modification history:
      *   2026-10-15  Initial version.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE ASSIGN DYNAMIC WS-JOURNAL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT REPORT-FILE ASSIGN TO "OPENWGR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE.
       COPY JRNLREC.

       FD  REPORT-FILE.
       01 REPORT-LINE               PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-JOURNAL-STATUS         PIC X(02) VALUE SPACES.
       01 WS-JOURNAL-FILENAME       PIC X(24) VALUE SPACES.
       01 WS-REPORT-STATUS          PIC X(02) VALUE SPACES.
       01 WS-EOF-SW                 PIC X(01) VALUE "N".
           88 WS-EOF                          VALUE "Y".
       01 WS-GAMING-DAY             PIC 9(08) VALUE ZERO.
       01 WS-TODAY                  PIC 9(08) VALUE ZERO.
       01 WS-RECORD-DATE            PIC X(08) VALUE SPACES.
       01 WS-GAMING-DAY-X           PIC X(08) VALUE SPACES.
       01 WS-NOW-TIME               PIC 9(08) VALUE ZERO.
       01 WS-NOW-MINUTES            PIC 9(09) VALUE ZERO.
       01 WS-BET-MINUTES            PIC 9(09) VALUE ZERO.
       01 WS-STAMP.
           05 WS-STAMP-DATE         PIC 9(08).
           05 WS-STAMP-HH           PIC 9(02).
           05 WS-STAMP-MM           PIC 9(02).
           05 FILLER                PIC X(04).
       01 WS-BET-SW                 PIC X(01) VALUE "N".
           88 WS-BET                          VALUE "Y".
       01 WS-SETTLEMENT-SW          PIC X(01) VALUE "N".
           88 WS-SETTLEMENT                   VALUE "Y".

       01 WS-ROUND-COUNT            PIC 9(04) VALUE ZERO.
       01 WS-ROUND-TOTALS.
           05 WS-RT-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-RT-IDX.
               10 WS-RT-TABLE-ID        PIC X(08).
               10 WS-RT-ROUND-ID        PIC X(12).
               10 WS-RT-PLAYER-ID       PIC X(10).
               10 WS-RT-BET-COUNT       PIC 9(03).
               10 WS-RT-BET-CENTS       PIC S9(15).
               10 WS-RT-FIRST-STAMP     PIC X(16).
               10 WS-RT-SETTLED         PIC X(01).
       01 WS-ROUND-TABLE-FULL-SW    PIC X(01) VALUE "N".
           88 WS-ROUND-TABLE-FULL             VALUE "Y".
       01 WS-FOUND-SW               PIC X(01) VALUE "N".
           88 WS-FOUND                        VALUE "Y".

       01 WS-TABLE-COUNT            PIC 9(03) VALUE ZERO.
       01 WS-TABLE-LIST.
           05 WS-TL-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-TL-IDX.
               10 WS-TL-TABLE-ID        PIC X(08).
       01 WS-TABLE-LIST-FULL-SW     PIC X(01) VALUE "N".
           88 WS-TABLE-LIST-FULL              VALUE "Y".

       01 WS-OPEN-COUNT             PIC 9(05) VALUE ZERO.
       01 WS-OPEN-CENTS             PIC S9(15) VALUE ZERO.

       01 WS-HEADING-1.
           05 FILLER                PIC X(25) VALUE
               "OPEN WAGERS - GAMING DAY ".
           05 H1-GAMING-DAY         PIC 9(08).
           05 FILLER                PIC X(08) VALUE "  AS OF ".
           05 H1-AS-OF-HH           PIC 9(02).
           05 FILLER                PIC X(01) VALUE ":".
           05 H1-AS-OF-MM           PIC 9(02).
       01 WS-HEADING-2.
           05 FILLER                PIC X(35) VALUE
               "TABLE     ROUND         PLAYER     ".
           05 FILLER                PIC X(30) VALUE
               "BETS     AMOUNT CENTS  AGE MIN".
       01 WS-TABLE-LINE.
           05 FILLER                PIC X(06) VALUE "TABLE ".
           05 TL-TABLE-ID           PIC X(08).
       01 WS-DETAIL-LINE.
           05 DL-TABLE-ID           PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DL-ROUND-ID           PIC X(12).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DL-PLAYER-ID          PIC X(10).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DL-BET-COUNT          PIC ZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DL-BET-CENTS          PIC -9(14).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DL-AGE-MINUTES        PIC ZZZZZZ9.
       01 WS-COUNT-LINE.
           05 FILLER                PIC X(16) VALUE
               "OPEN WAGERS".
           05 CL-OPEN-COUNT         PIC ZZZZ9.
       01 WS-AMOUNT-LINE.
           05 FILLER                PIC X(16) VALUE
               "OPEN WAGER CENTS".
           05 AL-OPEN-CENTS         PIC -9(14).
       01 WS-NONE-LINE              PIC X(80) VALUE
           "  (no open wagers - every round is settled)".
       01 WS-OVERFLOW-LINE          PIC X(80) VALUE
           "  *** WARNING: over 2000 rounds - list incomplete ***".
       01 WS-TABLE-OVERFLOW-LINE    PIC X(80) VALUE
           "  *** WARNING: over 200 tables - list incomplete ***".

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           ACCEPT WS-GAMING-DAY FROM ENVIRONMENT "GAMING_DAY"
           IF WS-GAMING-DAY = ZERO
               MOVE WS-TODAY TO WS-GAMING-DAY
           END-IF
           MOVE WS-GAMING-DAY TO WS-GAMING-DAY-X
           ACCEPT WS-JOURNAL-FILENAME
               FROM ENVIRONMENT "WAGER_JOURNAL"
           IF WS-JOURNAL-FILENAME = SPACES
               MOVE "TXNJRNL" TO WS-JOURNAL-FILENAME
           END-IF

           MOVE WS-TODAY    TO WS-STAMP-DATE
           MOVE WS-NOW-TIME TO WS-STAMP (9:8)
           COMPUTE WS-NOW-MINUTES =
               FUNCTION INTEGER-OF-DATE (WS-STAMP-DATE) * 1440
               + WS-STAMP-HH * 60 + WS-STAMP-MM

           PERFORM SCAN-JOURNAL-PARA
           PERFORM WRITE-REPORT-PARA

           DISPLAY "OPEN_WAGERS=" WS-OPEN-COUNT
           DISPLAY "OPEN_WAGER_CENTS=" WS-OPEN-CENTS
           IF WS-OPEN-COUNT = ZERO
               STOP RUN
           END-IF
           STOP RUN RETURNING 1.

      * A missing journal is a day with no bets taken, not an error
      * - the report still goes out, with nothing open.
       SCAN-JOURNAL-PARA.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT JOURNAL-FILE
           IF WS-JOURNAL-STATUS = "35"
               MOVE "Y" TO WS-EOF-SW
           END-IF
           PERFORM READ-JOURNAL-PARA UNTIL WS-EOF
           IF WS-JOURNAL-STATUS NOT = "35"
               CLOSE JOURNAL-FILE
           END-IF.

      * Archive HDR/TRL control rows are day markers, not
      * transactions. Anything with no table or no round cannot be
      * paired and is passed over.
       READ-JOURNAL-PARA.
           READ JOURNAL-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   IF JRNL-PLAYER-ID (1:3) NOT = "HDR" AND
                      JRNL-PLAYER-ID (1:3) NOT = "TRL" AND
                      JRNL-TABLE-ID NOT = SPACES AND
                      JRNL-ROUND-ID NOT = SPACES
                       PERFORM CLASSIFY-ENTRY-PARA
                   END-IF
           END-READ.

       CLASSIFY-ENTRY-PARA.
           MOVE "N" TO WS-BET-SW
           MOVE "N" TO WS-SETTLEMENT-SW
           MOVE JRNL-TIMESTAMP (1:8) TO WS-RECORD-DATE
           EVALUATE JRNL-TXN-TYPE
               WHEN "DEBIT"
                   IF JRNL-STATUS = "OK" AND
                      WS-RECORD-DATE = WS-GAMING-DAY-X AND
                      JRNL-AMOUNT-CENTS NUMERIC
                       MOVE "Y" TO WS-BET-SW
                   END-IF
               WHEN "CREDIT"
                   IF JRNL-STATUS = "OK" OR
                      JRNL-STATUS = "REVIEW-REQUIRED"
                       MOVE "Y" TO WS-SETTLEMENT-SW
                   END-IF
               WHEN "LOSS"
                   IF JRNL-STATUS = "OK"
                       MOVE "Y" TO WS-SETTLEMENT-SW
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-BET OR WS-SETTLEMENT
               PERFORM FOLD-ROUND-PARA
           END-IF.

      * Linear lookup, same as RAKE-SETTLE's table totals. A
      * settlement journaled ahead of its bet (two postings racing
      * for the journal) still finds or makes the round's entry,
      * so the order the two land in does not matter.
       FOLD-ROUND-PARA.
           MOVE "N" TO WS-FOUND-SW
           SET WS-RT-IDX TO 1
           SEARCH WS-RT-ENTRY
               AT END
                   CONTINUE
               WHEN WS-RT-IDX > WS-ROUND-COUNT
                   CONTINUE
               WHEN WS-RT-TABLE-ID (WS-RT-IDX) = JRNL-TABLE-ID AND
                    WS-RT-ROUND-ID (WS-RT-IDX) = JRNL-ROUND-ID AND
                    WS-RT-PLAYER-ID (WS-RT-IDX) = JRNL-PLAYER-ID
                   MOVE "Y" TO WS-FOUND-SW
           END-SEARCH

           IF NOT WS-FOUND
               IF WS-ROUND-COUNT >= 2000
                   MOVE "Y" TO WS-ROUND-TABLE-FULL-SW
               ELSE
                   ADD 1 TO WS-ROUND-COUNT
                   SET WS-RT-IDX TO WS-ROUND-COUNT
                   MOVE JRNL-TABLE-ID  TO WS-RT-TABLE-ID (WS-RT-IDX)
                   MOVE JRNL-ROUND-ID  TO WS-RT-ROUND-ID (WS-RT-IDX)
                   MOVE JRNL-PLAYER-ID TO WS-RT-PLAYER-ID (WS-RT-IDX)
                   MOVE ZERO   TO WS-RT-BET-COUNT (WS-RT-IDX)
                   MOVE ZERO   TO WS-RT-BET-CENTS (WS-RT-IDX)
                   MOVE SPACES TO WS-RT-FIRST-STAMP (WS-RT-IDX)
                   MOVE "N"    TO WS-RT-SETTLED (WS-RT-IDX)
                   MOVE "Y"    TO WS-FOUND-SW
               END-IF
           END-IF

           IF WS-FOUND
               IF WS-BET
                   ADD 1 TO WS-RT-BET-COUNT (WS-RT-IDX)
                   ADD JRNL-AMOUNT-CENTS TO
                       WS-RT-BET-CENTS (WS-RT-IDX)
                   IF WS-RT-FIRST-STAMP (WS-RT-IDX) = SPACES
                       MOVE JRNL-TIMESTAMP TO
                           WS-RT-FIRST-STAMP (WS-RT-IDX)
                   END-IF
               ELSE
                   MOVE "Y" TO WS-RT-SETTLED (WS-RT-IDX)
               END-IF
           END-IF.

       WRITE-REPORT-PARA.
           OPEN OUTPUT REPORT-FILE
           MOVE WS-GAMING-DAY    TO H1-GAMING-DAY
           MOVE WS-NOW-TIME (1:2) TO H1-AS-OF-HH
           MOVE WS-NOW-TIME (3:2) TO H1-AS-OF-MM
           WRITE REPORT-LINE FROM WS-HEADING-1
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WS-HEADING-2

           PERFORM COLLECT-TABLE-PARA
               VARYING WS-RT-IDX FROM 1 BY 1
               UNTIL WS-RT-IDX > WS-ROUND-COUNT
           PERFORM WRITE-TABLE-PARA
               VARYING WS-TL-IDX FROM 1 BY 1
               UNTIL WS-TL-IDX > WS-TABLE-COUNT

           IF WS-OPEN-COUNT = ZERO
               WRITE REPORT-LINE FROM WS-NONE-LINE
           END-IF
           IF WS-ROUND-TABLE-FULL
               WRITE REPORT-LINE FROM WS-OVERFLOW-LINE
           END-IF
           IF WS-TABLE-LIST-FULL
               WRITE REPORT-LINE FROM WS-TABLE-OVERFLOW-LINE
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-OPEN-COUNT TO CL-OPEN-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE
           MOVE WS-OPEN-CENTS TO AL-OPEN-CENTS
           WRITE REPORT-LINE FROM WS-AMOUNT-LINE
           CLOSE REPORT-FILE.

      * The tables with an open round, in the order their first
      * open round was taken, so the report can group by table.
       COLLECT-TABLE-PARA.
           IF WS-RT-SETTLED (WS-RT-IDX) = "N" AND
              WS-RT-BET-COUNT (WS-RT-IDX) > ZERO
               MOVE "N" TO WS-FOUND-SW
               SET WS-TL-IDX TO 1
               SEARCH WS-TL-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-TL-IDX > WS-TABLE-COUNT
                       CONTINUE
                   WHEN WS-TL-TABLE-ID (WS-TL-IDX) =
                        WS-RT-TABLE-ID (WS-RT-IDX)
                       MOVE "Y" TO WS-FOUND-SW
               END-SEARCH
               IF NOT WS-FOUND
                   IF WS-TABLE-COUNT >= 200
                       MOVE "Y" TO WS-TABLE-LIST-FULL-SW
                   ELSE
                       ADD 1 TO WS-TABLE-COUNT
                       SET WS-TL-IDX TO WS-TABLE-COUNT
                       MOVE WS-RT-TABLE-ID (WS-RT-IDX) TO
                           WS-TL-TABLE-ID (WS-TL-IDX)
                   END-IF
               END-IF
           END-IF.

       WRITE-TABLE-PARA.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TL-TABLE-ID (WS-TL-IDX) TO TL-TABLE-ID
           WRITE REPORT-LINE FROM WS-TABLE-LINE
           PERFORM WRITE-ROUND-LINE-PARA
               VARYING WS-RT-IDX FROM 1 BY 1
               UNTIL WS-RT-IDX > WS-ROUND-COUNT.

      * One line per open round and player at the table being
      * written. The age runs from the round's first bet to this
      * run; a stamp that is not a real date shows as zero.
       WRITE-ROUND-LINE-PARA.
           IF WS-RT-SETTLED (WS-RT-IDX) = "N" AND
              WS-RT-BET-COUNT (WS-RT-IDX) > ZERO AND
              WS-RT-TABLE-ID (WS-RT-IDX) = WS-TL-TABLE-ID (WS-TL-IDX)
               ADD 1 TO WS-OPEN-COUNT
               ADD WS-RT-BET-CENTS (WS-RT-IDX) TO WS-OPEN-CENTS
               MOVE WS-RT-FIRST-STAMP (WS-RT-IDX) TO WS-STAMP
               MOVE ZERO TO DL-AGE-MINUTES
               IF WS-STAMP-DATE NUMERIC AND
                  WS-STAMP-HH NUMERIC AND WS-STAMP-MM NUMERIC
                   COMPUTE WS-BET-MINUTES =
                       FUNCTION INTEGER-OF-DATE (WS-STAMP-DATE) * 1440
                       + WS-STAMP-HH * 60 + WS-STAMP-MM
                   IF WS-BET-MINUTES > 1440 AND
                      WS-BET-MINUTES < WS-NOW-MINUTES
                       COMPUTE DL-AGE-MINUTES =
                           WS-NOW-MINUTES - WS-BET-MINUTES
                   END-IF
               END-IF
               MOVE WS-RT-TABLE-ID (WS-RT-IDX)  TO DL-TABLE-ID
               MOVE WS-RT-ROUND-ID (WS-RT-IDX)  TO DL-ROUND-ID
               MOVE WS-RT-PLAYER-ID (WS-RT-IDX) TO DL-PLAYER-ID
               MOVE WS-RT-BET-COUNT (WS-RT-IDX) TO DL-BET-COUNT
               MOVE WS-RT-BET-CENTS (WS-RT-IDX) TO DL-BET-CENTS
               WRITE REPORT-LINE FROM WS-DETAIL-LINE
           END-IF.

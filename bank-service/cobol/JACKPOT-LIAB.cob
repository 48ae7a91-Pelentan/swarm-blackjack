       IDENTIFICATION DIVISION.
       PROGRAM-ID. JACKPOT-LIAB.
       AUTHOR. SWARM-BLACKJACK.
      *----------------------------------------------------------------*
      * Progressive jackpot meter liability report.
      *
      * The regulator treats a progressive meter as money owed to
      * players, so each night the cage reports every pool's meter
      * movement for the gaming day from the JKPLEDG ledger (see
      * copybooks/JKPLEDG.cpy): the opening meter, the contributions
      * from each linked table, the hits paid, the seed funding the
      * house put on the meter, and the closing meter.
      *
      * The meter figures are rolled forward from the ledger rather
      * than taken from the before/after snapshots on its records,
      * so postings appended out of order by concurrent runs still
      * total correctly: the opening meter is the sum of every
      * movement before the day (contributions and seed add, hits
      * subtract), and the closing meter is the opening plus the
      * day's movements. The meter on the pool file (JKPOOL) must
      * equal the sum of every movement ever ledgered for the pool;
      * a pool where it does not - a meter changed with no ledger
      * record behind it, or a ledger record for a pool no longer on
      * file - is flagged DOES NOT TIE.
      *
      * Input (environment variables):
      *   GAMING_DAY - the gaming day to report, YYYYMMDD. Defaults
      *                to today's date when blank. Ledger records are
      *                selected by the date portion of their
      *                timestamps.
      *
      * Input files:
      *   JKPOOL  - the jackpot pool file (indexed); every pool on
      *             it is reported, moved today or not
      *   JKPLEDG - the jackpot meter ledger (line sequential)
      *
      * Output:
      *   JKPTRPT - the liability report (line sequential): one
      *             block per pool, grand totals across all pools,
      *             and a TIES / DOES NOT TIE verdict.
      *
      * Output (stdout):
      *   OPENING_METER_CENTS, CONTRIBUTION_CENTS, HITS_PAID_CENTS,
      *   SEED_CENTS, CLOSING_METER_CENTS, POOLS_NOT_TIED
      *
      * Exit code: 0 = every pool ties, 1 = at least one does not
      *
      * Modification history:
      *   2026-10-15  Initial version.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JACKPOT-POOL-FILE ASSIGN TO "JKPOOL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JKP-POOL-ID
               FILE STATUS IS WS-JKPOOL-STATUS.

           SELECT JACKPOT-LEDGER-FILE ASSIGN TO "JKPLEDG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JKPLEDG-STATUS.

           SELECT REPORT-FILE ASSIGN TO "JKPTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JACKPOT-POOL-FILE.
       COPY JKPOOL.

       FD  JACKPOT-LEDGER-FILE.
       COPY JKPLEDG.

       FD  REPORT-FILE.
       01 REPORT-LINE               PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-JKPOOL-STATUS          PIC X(02) VALUE SPACES.
       01 WS-JKPLEDG-STATUS         PIC X(02) VALUE SPACES.
       01 WS-REPORT-STATUS          PIC X(02) VALUE SPACES.
       01 WS-EOF-SW                 PIC X(01) VALUE "N".
           88 WS-EOF                          VALUE "Y".
       01 WS-GAMING-DAY             PIC 9(08) VALUE ZERO.
       01 WS-TODAY                  PIC 9(08) VALUE ZERO.
       01 WS-RECORD-DATE            PIC X(08) VALUE SPACES.
       01 WS-GAMING-DAY-X           PIC X(08) VALUE SPACES.
       01 WS-MOVEMENT-CENTS         PIC S9(15) VALUE ZERO.

       01 WS-POOL-COUNT             PIC 9(03) VALUE ZERO.
       01 WS-POOL-TOTALS.
           05 WS-PT-ENTRY OCCURS 50 TIMES
                   INDEXED BY WS-PT-IDX.
               10 WS-PT-POOL-ID         PIC X(04).
               10 WS-PT-NAME            PIC X(20).
               10 WS-PT-STATE           PIC X(01).
               10 WS-PT-ON-FILE         PIC X(01).
               10 WS-PT-FILE-METER      PIC S9(15).
               10 WS-PT-LEDGER-METER    PIC S9(15).
               10 WS-PT-OPENING         PIC S9(15).
               10 WS-PT-CONTRIB         PIC S9(15).
               10 WS-PT-HIT-COUNT       PIC 9(05).
               10 WS-PT-HITS            PIC S9(15).
               10 WS-PT-SEEDS           PIC S9(15).
               10 WS-PT-CLOSING         PIC S9(15).
       01 WS-POOL-TABLE-FULL-SW     PIC X(01) VALUE "N".
           88 WS-POOL-TABLE-FULL              VALUE "Y".

       01 WS-TABLE-COUNT            PIC 9(03) VALUE ZERO.
       01 WS-TABLE-TOTALS.
           05 WS-TT-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-TT-IDX.
               10 WS-TT-POOL-ID         PIC X(04).
               10 WS-TT-TABLE-ID        PIC X(08).
               10 WS-TT-BET-COUNT       PIC 9(07).
               10 WS-TT-CONTRIB         PIC S9(15).
       01 WS-TABLE-TABLE-FULL-SW    PIC X(01) VALUE "N".
           88 WS-TABLE-TABLE-FULL             VALUE "Y".
       01 WS-FOUND-SW               PIC X(01) VALUE "N".
           88 WS-FOUND                        VALUE "Y".

       01 WS-TOTAL-OPENING          PIC S9(15) VALUE ZERO.
       01 WS-TOTAL-CONTRIB          PIC S9(15) VALUE ZERO.
       01 WS-TOTAL-HITS             PIC S9(15) VALUE ZERO.
       01 WS-TOTAL-SEEDS            PIC S9(15) VALUE ZERO.
       01 WS-TOTAL-CLOSING          PIC S9(15) VALUE ZERO.
       01 WS-NOT-TIED-COUNT         PIC 9(03) VALUE ZERO.

       01 WS-HEADING-1.
           05 FILLER                PIC X(42) VALUE
               "PROGRESSIVE JACKPOT LIABILITY - GAMING DAY".
           05 FILLER                PIC X(01) VALUE SPACE.
           05 H1-GAMING-DAY         PIC 9(08).
       01 WS-POOL-LINE.
           05 FILLER                PIC X(05) VALUE "POOL ".
           05 PL-POOL-ID            PIC X(04).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 PL-NAME               PIC X(20).
           05 FILLER                PIC X(08) VALUE "  STATE ".
           05 PL-STATE              PIC X(01).
       01 WS-AMOUNT-LINE.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 AL-LABEL              PIC X(30).
           05 AL-CENTS              PIC -9(14).
       01 WS-TABLE-LINE.
           05 FILLER                PIC X(06) VALUE SPACES.
           05 FILLER                PIC X(06) VALUE "TABLE ".
           05 TL-TABLE-ID           PIC X(08).
           05 FILLER                PIC X(06) VALUE " BETS ".
           05 TL-BET-COUNT          PIC Z(06)9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 TL-CONTRIB            PIC -9(14).
       01 WS-HIT-LINE.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(11) VALUE "HITS PAID (".
           05 HL-HIT-COUNT          PIC Z(04)9.
           05 FILLER                PIC X(01) VALUE ")".
           05 FILLER                PIC X(13) VALUE SPACES.
           05 HL-HITS               PIC -9(14).
       01 WS-TIES-LINE              PIC X(80) VALUE
           "  LEDGER TIES TO METER ON FILE".
       01 WS-NOT-TIED-LINE          PIC X(80) VALUE
           "  *** LEDGER DOES NOT TIE TO METER ON FILE ***".
       01 WS-NONE-LINE              PIC X(80) VALUE
           "  (no progressive pools on file)".
       01 WS-POOL-OVERFLOW-LINE     PIC X(80) VALUE
           "  *** WARNING: over 50 pools - report incomplete ***".
       01 WS-TABLE-OVERFLOW-LINE    PIC X(80) VALUE
           "  *** WARNING: over 200 tables - detail incomplete ***".
       01 WS-GRAND-LINE             PIC X(80) VALUE
           "ALL POOLS".
       01 WS-VERDICT-TIES-LINE      PIC X(80) VALUE
           "VERDICT: TIES - every meter agrees with its ledger".
       01 WS-VERDICT-NOT-TIED-LINE  PIC X(80) VALUE
           "VERDICT: DOES NOT TIE - see flagged pools above".

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-GAMING-DAY FROM ENVIRONMENT "GAMING_DAY"
           IF WS-GAMING-DAY = ZERO
               MOVE WS-TODAY TO WS-GAMING-DAY
           END-IF
           MOVE WS-GAMING-DAY TO WS-GAMING-DAY-X

           PERFORM LOAD-POOLS-PARA
           PERFORM TOTAL-LEDGER-PARA
           PERFORM WRITE-REPORT-PARA

           DISPLAY "OPENING_METER_CENTS=" WS-TOTAL-OPENING
           DISPLAY "CONTRIBUTION_CENTS=" WS-TOTAL-CONTRIB
           DISPLAY "HITS_PAID_CENTS=" WS-TOTAL-HITS
           DISPLAY "SEED_CENTS=" WS-TOTAL-SEEDS
           DISPLAY "CLOSING_METER_CENTS=" WS-TOTAL-CLOSING
           DISPLAY "POOLS_NOT_TIED=" WS-NOT-TIED-COUNT
           IF WS-NOT-TIED-COUNT = ZERO
               STOP RUN
           END-IF
           STOP RUN RETURNING 1.

      * Every pool on file is reported, whether or not its meter
      * moved today. A missing pool file is no progressives set up
      * - the report still goes out.
       LOAD-POOLS-PARA.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT JACKPOT-POOL-FILE
           IF WS-JKPOOL-STATUS = "35"
               MOVE "Y" TO WS-EOF-SW
           END-IF
           PERFORM READ-POOL-PARA UNTIL WS-EOF
           IF WS-JKPOOL-STATUS NOT = "35"
               CLOSE JACKPOT-POOL-FILE
           END-IF.

       READ-POOL-PARA.
           READ JACKPOT-POOL-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   IF WS-POOL-COUNT >= 50
                       MOVE "Y" TO WS-POOL-TABLE-FULL-SW
                   ELSE
                       ADD 1 TO WS-POOL-COUNT
                       SET WS-PT-IDX TO WS-POOL-COUNT
                       PERFORM CLEAR-POOL-ENTRY-PARA
                       MOVE JKP-POOL-ID TO WS-PT-POOL-ID (WS-PT-IDX)
                       MOVE JKP-NAME    TO WS-PT-NAME (WS-PT-IDX)
                       MOVE JKP-STATE   TO WS-PT-STATE (WS-PT-IDX)
                       MOVE "Y"         TO WS-PT-ON-FILE (WS-PT-IDX)
                       MOVE JKP-METER-CENTS
                           TO WS-PT-FILE-METER (WS-PT-IDX)
                   END-IF
           END-READ.

       CLEAR-POOL-ENTRY-PARA.
           MOVE SPACES TO WS-PT-POOL-ID (WS-PT-IDX)
           MOVE SPACES TO WS-PT-NAME (WS-PT-IDX)
           MOVE SPACES TO WS-PT-STATE (WS-PT-IDX)
           MOVE "N"    TO WS-PT-ON-FILE (WS-PT-IDX)
           MOVE ZERO   TO WS-PT-FILE-METER (WS-PT-IDX)
           MOVE ZERO   TO WS-PT-LEDGER-METER (WS-PT-IDX)
           MOVE ZERO   TO WS-PT-OPENING (WS-PT-IDX)
           MOVE ZERO   TO WS-PT-CONTRIB (WS-PT-IDX)
           MOVE ZERO   TO WS-PT-HIT-COUNT (WS-PT-IDX)
           MOVE ZERO   TO WS-PT-HITS (WS-PT-IDX)
           MOVE ZERO   TO WS-PT-SEEDS (WS-PT-IDX)
           MOVE ZERO   TO WS-PT-CLOSING (WS-PT-IDX).

      * The whole ledger is read, not just the day: movements before
      * the day build the opening meter, and every movement ever
      * ledgered builds the meter the pool file must agree with.
      * Movements after the day are in neither the opening nor the
      * day's figures.
       TOTAL-LEDGER-PARA.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT JACKPOT-LEDGER-FILE
           IF WS-JKPLEDG-STATUS = "35"
               MOVE "Y" TO WS-EOF-SW
           END-IF
           PERFORM READ-LEDGER-PARA UNTIL WS-EOF
           IF WS-JKPLEDG-STATUS NOT = "35"
               CLOSE JACKPOT-LEDGER-FILE
           END-IF.

       READ-LEDGER-PARA.
           READ JACKPOT-LEDGER-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   PERFORM FIND-POOL-PARA
                   IF WS-FOUND
                       PERFORM FOLD-LEDGER-ENTRY-PARA
                   END-IF
           END-READ.

      * A ledger record for a pool no longer on file still gets an
      * entry, so its movements are reported and the missing meter
      * shows up as not tied.
       FIND-POOL-PARA.
           MOVE "N" TO WS-FOUND-SW
           SET WS-PT-IDX TO 1
           SEARCH WS-PT-ENTRY
               AT END
                   CONTINUE
               WHEN WS-PT-IDX > WS-POOL-COUNT
                   CONTINUE
               WHEN WS-PT-POOL-ID (WS-PT-IDX) = JKL-POOL-ID
                   MOVE "Y" TO WS-FOUND-SW
           END-SEARCH

           IF NOT WS-FOUND
               IF WS-POOL-COUNT >= 50
                   MOVE "Y" TO WS-POOL-TABLE-FULL-SW
               ELSE
                   ADD 1 TO WS-POOL-COUNT
                   SET WS-PT-IDX TO WS-POOL-COUNT
                   PERFORM CLEAR-POOL-ENTRY-PARA
                   MOVE JKL-POOL-ID TO WS-PT-POOL-ID (WS-PT-IDX)
                   MOVE "(NOT ON JKPOOL)" TO WS-PT-NAME (WS-PT-IDX)
                   MOVE "Y" TO WS-FOUND-SW
               END-IF
           END-IF.

       FOLD-LEDGER-ENTRY-PARA.
           IF JKL-HIT
               COMPUTE WS-MOVEMENT-CENTS = ZERO - JKL-AMOUNT-CENTS
           ELSE
               MOVE JKL-AMOUNT-CENTS TO WS-MOVEMENT-CENTS
           END-IF
           ADD WS-MOVEMENT-CENTS TO WS-PT-LEDGER-METER (WS-PT-IDX)

           MOVE JKL-TIMESTAMP (1:8) TO WS-RECORD-DATE
           IF WS-RECORD-DATE < WS-GAMING-DAY-X
               ADD WS-MOVEMENT-CENTS TO WS-PT-OPENING (WS-PT-IDX)
           END-IF
           IF WS-RECORD-DATE = WS-GAMING-DAY-X
               EVALUATE TRUE
                   WHEN JKL-CONTRIBUTION
                       ADD JKL-AMOUNT-CENTS
                           TO WS-PT-CONTRIB (WS-PT-IDX)
                       PERFORM FOLD-TABLE-PARA
                   WHEN JKL-HIT
                       ADD 1 TO WS-PT-HIT-COUNT (WS-PT-IDX)
                       ADD JKL-AMOUNT-CENTS TO WS-PT-HITS (WS-PT-IDX)
                   WHEN JKL-SEED
                       ADD JKL-AMOUNT-CENTS TO WS-PT-SEEDS (WS-PT-IDX)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      * Linear lookup, same as RAKE-SETTLE's table list - keyed by
      * pool and table, since the report groups tables under their
      * pool.
       FOLD-TABLE-PARA.
           MOVE "N" TO WS-FOUND-SW
           SET WS-TT-IDX TO 1
           SEARCH WS-TT-ENTRY
               AT END
                   CONTINUE
               WHEN WS-TT-IDX > WS-TABLE-COUNT
                   CONTINUE
               WHEN WS-TT-POOL-ID (WS-TT-IDX) = JKL-POOL-ID AND
                    WS-TT-TABLE-ID (WS-TT-IDX) = JKL-TABLE-ID
                   MOVE "Y" TO WS-FOUND-SW
           END-SEARCH

           IF WS-FOUND
               ADD 1 TO WS-TT-BET-COUNT (WS-TT-IDX)
               ADD JKL-AMOUNT-CENTS TO WS-TT-CONTRIB (WS-TT-IDX)
           ELSE
               IF WS-TABLE-COUNT >= 200
                   MOVE "Y" TO WS-TABLE-TABLE-FULL-SW
               ELSE
                   ADD 1 TO WS-TABLE-COUNT
                   SET WS-TT-IDX TO WS-TABLE-COUNT
                   MOVE JKL-POOL-ID  TO WS-TT-POOL-ID (WS-TT-IDX)
                   MOVE JKL-TABLE-ID TO WS-TT-TABLE-ID (WS-TT-IDX)
                   MOVE 1            TO WS-TT-BET-COUNT (WS-TT-IDX)
                   MOVE JKL-AMOUNT-CENTS
                       TO WS-TT-CONTRIB (WS-TT-IDX)
               END-IF
           END-IF.

       WRITE-REPORT-PARA.
           OPEN OUTPUT REPORT-FILE
           MOVE WS-GAMING-DAY TO H1-GAMING-DAY
           WRITE REPORT-LINE FROM WS-HEADING-1
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           IF WS-POOL-COUNT = ZERO
               WRITE REPORT-LINE FROM WS-NONE-LINE
           ELSE
               PERFORM WRITE-POOL-PARA
                   VARYING WS-PT-IDX FROM 1 BY 1
                   UNTIL WS-PT-IDX > WS-POOL-COUNT
           END-IF
           IF WS-POOL-TABLE-FULL
               WRITE REPORT-LINE FROM WS-POOL-OVERFLOW-LINE
           END-IF
           IF WS-TABLE-TABLE-FULL
               WRITE REPORT-LINE FROM WS-TABLE-OVERFLOW-LINE
           END-IF

           WRITE REPORT-LINE FROM WS-GRAND-LINE
           MOVE "OPENING METER"        TO AL-LABEL
           MOVE WS-TOTAL-OPENING       TO AL-CENTS
           WRITE REPORT-LINE FROM WS-AMOUNT-LINE
           MOVE "CONTRIBUTIONS"        TO AL-LABEL
           MOVE WS-TOTAL-CONTRIB       TO AL-CENTS
           WRITE REPORT-LINE FROM WS-AMOUNT-LINE
           MOVE "HITS PAID"            TO AL-LABEL
           MOVE WS-TOTAL-HITS          TO AL-CENTS
           WRITE REPORT-LINE FROM WS-AMOUNT-LINE
           MOVE "SEED FUNDING"         TO AL-LABEL
           MOVE WS-TOTAL-SEEDS         TO AL-CENTS
           WRITE REPORT-LINE FROM WS-AMOUNT-LINE
           MOVE "CLOSING METER"        TO AL-LABEL
           MOVE WS-TOTAL-CLOSING       TO AL-CENTS
           WRITE REPORT-LINE FROM WS-AMOUNT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           IF WS-NOT-TIED-COUNT = ZERO
               WRITE REPORT-LINE FROM WS-VERDICT-TIES-LINE
           ELSE
               WRITE REPORT-LINE FROM WS-VERDICT-NOT-TIED-LINE
           END-IF
           CLOSE REPORT-FILE.

      * The closing meter is rolled forward from the opening, and
      * the meter on file is tied to everything ever ledgered.
       WRITE-POOL-PARA.
           COMPUTE WS-PT-CLOSING (WS-PT-IDX) =
               WS-PT-OPENING (WS-PT-IDX)
               + WS-PT-CONTRIB (WS-PT-IDX)
               - WS-PT-HITS (WS-PT-IDX)
               + WS-PT-SEEDS (WS-PT-IDX)
           ADD WS-PT-OPENING (WS-PT-IDX) TO WS-TOTAL-OPENING
           ADD WS-PT-CONTRIB (WS-PT-IDX) TO WS-TOTAL-CONTRIB
           ADD WS-PT-HITS (WS-PT-IDX)    TO WS-TOTAL-HITS
           ADD WS-PT-SEEDS (WS-PT-IDX)   TO WS-TOTAL-SEEDS
           ADD WS-PT-CLOSING (WS-PT-IDX) TO WS-TOTAL-CLOSING

           MOVE WS-PT-POOL-ID (WS-PT-IDX) TO PL-POOL-ID
           MOVE WS-PT-NAME (WS-PT-IDX)    TO PL-NAME
           MOVE WS-PT-STATE (WS-PT-IDX)   TO PL-STATE
           WRITE REPORT-LINE FROM WS-POOL-LINE

           MOVE "OPENING METER"            TO AL-LABEL
           MOVE WS-PT-OPENING (WS-PT-IDX)  TO AL-CENTS
           WRITE REPORT-LINE FROM WS-AMOUNT-LINE
           MOVE "CONTRIBUTIONS"            TO AL-LABEL
           MOVE WS-PT-CONTRIB (WS-PT-IDX)  TO AL-CENTS
           WRITE REPORT-LINE FROM WS-AMOUNT-LINE
           PERFORM WRITE-TABLE-LINE-PARA
               VARYING WS-TT-IDX FROM 1 BY 1
               UNTIL WS-TT-IDX > WS-TABLE-COUNT
           MOVE WS-PT-HIT-COUNT (WS-PT-IDX) TO HL-HIT-COUNT
           MOVE WS-PT-HITS (WS-PT-IDX)      TO HL-HITS
           WRITE REPORT-LINE FROM WS-HIT-LINE
           MOVE "SEED FUNDING"             TO AL-LABEL
           MOVE WS-PT-SEEDS (WS-PT-IDX)    TO AL-CENTS
           WRITE REPORT-LINE FROM WS-AMOUNT-LINE
           MOVE "CLOSING METER"            TO AL-LABEL
           MOVE WS-PT-CLOSING (WS-PT-IDX)  TO AL-CENTS
           WRITE REPORT-LINE FROM WS-AMOUNT-LINE
           MOVE "METER ON FILE"            TO AL-LABEL
           MOVE WS-PT-FILE-METER (WS-PT-IDX) TO AL-CENTS
           WRITE REPORT-LINE FROM WS-AMOUNT-LINE

           IF WS-PT-ON-FILE (WS-PT-IDX) = "Y" AND
              WS-PT-FILE-METER (WS-PT-IDX) =
              WS-PT-LEDGER-METER (WS-PT-IDX)
               WRITE REPORT-LINE FROM WS-TIES-LINE
           ELSE
               ADD 1 TO WS-NOT-TIED-COUNT
               WRITE REPORT-LINE FROM WS-NOT-TIED-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-TABLE-LINE-PARA.
           IF WS-TT-POOL-ID (WS-TT-IDX) = WS-PT-POOL-ID (WS-PT-IDX)
               MOVE WS-TT-TABLE-ID (WS-TT-IDX)  TO TL-TABLE-ID
               MOVE WS-TT-BET-COUNT (WS-TT-IDX) TO TL-BET-COUNT
               MOVE WS-TT-CONTRIB (WS-TT-IDX)   TO TL-CONTRIB
               WRITE REPORT-LINE FROM WS-TABLE-LINE
           END-IF.

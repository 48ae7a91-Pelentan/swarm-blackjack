       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAX-EXTRACT.
       AUTHOR. SWARM-BLACKJACK.
      *----------------------------------------------------------------*
      * Year-end reportable-win tax extract.
      *
      * Every reportable win the house paid in a tax year - a POT
      * payout or JACKPOT hit at or over the reportable-win
      * threshold, withheld on by CALC-CREDIT, POST-SERVER,
      * PEND-RELEASE or JACKPOT-HIT - is on the tax withholding
      * ledger (TAXLEDG, see copybooks/TAXLEDG.cpy). At year end the
      * cage files a win statement per win and a withholding total
      * per player; this extract produces both from the ledger, with
      * the player's name, address and taxpayer number taken from
      * their PLRPROF profile.
      *
      * Before the figures go anywhere the ledger is tied to the
      * journal: the tax withheld on OK journal entries
      * (JRNL-TAX-CENTS) in the year is totalled per player from
      * every sealed day archive and the live journal, and each
      * player's ledger withholding must equal it. A player where
      * it does not - a ledger record with no paying journal entry
      * behind it, or a withholding journaled but never ledgered -
      * is flagged DOES NOT TIE, and the run fails so the difference
      * is resolved before anything is filed.
      *
      * Input (environment variables):
      *   TAX_YEAR - the calendar year to extract, YYYY. Defaults to
      *              the current year when blank. Ledger records and
      *              journal entries are selected by the year of
      *              their timestamps.
      *
      * Input files:
      *   TAXLEDG           - the tax withholding ledger (line
      *                       sequential)
      *   PLRPROF           - player profiles (indexed), read for
      *                       name, address and tax ID
      *   TXNJRNL.D<date>   - the sealed day archives written by
      *                       DAY-CUTOVER, for every day of the tax
      *                       year and the first seven days of the
      *                       next (a late-December gaming day sealed
      *                       after New Year); archive HDR/TRL rows
      *                       are skipped and a day with no archive
      *                       is simply passed over
      *   TXNJRNL           - the live journal, for wins not yet
      *                       sealed into an archive
      *
      * Output:
      *   TAXFORM - one form record per reportable win (line
      *             sequential, see copybooks/TAXFORM.cpy)
      *   TAXSUMM - the per-player summary (line sequential): wins,
      *             total won and total withheld per player, ledger
      *             against journal, grand totals, and a TIES /
      *             DOES NOT TIE verdict
      *
      * Output (stdout):
      *   TAX_YEAR, PLAYERS_REPORTED, WINS_REPORTED, WIN_CENTS,
      *   WITHHELD_CENTS, JOURNAL_WITHHELD_CENTS, JOURNALS_READ,
      *   PLAYERS_NOT_TIED
      *
      * Exit code: 0 = every player ties, 1 = at least one does not
      *
      * Modification history:
      *   2026-10-15  Initial version.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAX-LEDGER-FILE ASSIGN TO "TAXLEDG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAXLEDG-STATUS.

           SELECT PLAYER-PROFILE-FILE ASSIGN TO "PLRPROF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROF-PLAYER-ID
               FILE STATUS IS WS-PLRPROF-STATUS.

           SELECT JOURNAL-FILE ASSIGN DYNAMIC WS-JOURNAL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT FORM-FILE ASSIGN TO "TAXFORM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FORM-STATUS.

           SELECT REPORT-FILE ASSIGN TO "TAXSUMM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TAX-LEDGER-FILE.
       COPY TAXLEDG.

       FD  PLAYER-PROFILE-FILE.
       COPY PLRPROF.

       FD  JOURNAL-FILE.
       COPY JRNLREC.

       FD  FORM-FILE.
       COPY TAXFORM.

       FD  REPORT-FILE.
       01 REPORT-LINE               PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-TAXLEDG-STATUS         PIC X(02) VALUE SPACES.
       01 WS-PLRPROF-STATUS         PIC X(02) VALUE SPACES.
       01 WS-JOURNAL-STATUS         PIC X(02) VALUE SPACES.
       01 WS-JOURNAL-FILENAME       PIC X(24) VALUE SPACES.
       01 WS-FORM-STATUS            PIC X(02) VALUE SPACES.
       01 WS-REPORT-STATUS          PIC X(02) VALUE SPACES.
       01 WS-EOF-SW                 PIC X(01) VALUE "N".
           88 WS-EOF                          VALUE "Y".
       01 WS-PLRPROF-MISSING-SW     PIC X(01) VALUE "N".
           88 WS-PLRPROF-MISSING              VALUE "Y".
       01 WS-PROFILE-FOUND-SW       PIC X(01) VALUE "N".
           88 WS-PROFILE-FOUND                VALUE "Y".
       01 WS-TODAY                  PIC 9(08) VALUE ZERO.
       01 WS-TAX-YEAR               PIC 9(04) VALUE ZERO.
       01 WS-TAX-YEAR-X             PIC X(04) VALUE SPACES.
       01 WS-LOOKUP-PLAYER-ID       PIC X(10) VALUE SPACES.
       01 WS-JOURNALS-READ          PIC 9(05) VALUE ZERO.
       01 WS-SCAN-DATE.
           05 WS-SCAN-YEAR          PIC 9(04) VALUE ZERO.
           05 WS-SCAN-MONTH         PIC 9(02) VALUE ZERO.
           05 WS-SCAN-DAY           PIC 9(02) VALUE ZERO.

       01 WS-PLAYER-COUNT           PIC 9(04) VALUE ZERO.
       01 WS-PLAYER-TOTALS.
           05 WS-PT-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-PT-IDX.
               10 WS-PT-PLAYER-ID       PIC X(10).
               10 WS-PT-LAST-NAME       PIC X(25).
               10 WS-PT-TAX-ID          PIC X(11).
               10 WS-PT-WIN-COUNT       PIC 9(05).
               10 WS-PT-WIN-CENTS       PIC S9(15).
               10 WS-PT-LEDGER-TAX      PIC S9(15).
               10 WS-PT-JOURNAL-TAX     PIC S9(15).
       01 WS-PLAYER-TABLE-FULL-SW   PIC X(01) VALUE "N".
           88 WS-PLAYER-TABLE-FULL            VALUE "Y".
       01 WS-FOUND-SW               PIC X(01) VALUE "N".
           88 WS-FOUND                        VALUE "Y".

       01 WS-TOTAL-WIN-COUNT        PIC 9(07) VALUE ZERO.
       01 WS-TOTAL-WIN-CENTS        PIC S9(15) VALUE ZERO.
       01 WS-TOTAL-LEDGER-TAX       PIC S9(15) VALUE ZERO.
       01 WS-TOTAL-JOURNAL-TAX      PIC S9(15) VALUE ZERO.
       01 WS-NOT-TIED-COUNT         PIC 9(04) VALUE ZERO.

       01 WS-HEADING-1.
           05 FILLER                PIC X(37) VALUE
               "REPORTABLE WIN TAX SUMMARY - TAX YEAR".
           05 FILLER                PIC X(01) VALUE SPACE.
           05 H1-TAX-YEAR           PIC 9(04).
       01 WS-PLAYER-LINE.
           05 FILLER                PIC X(07) VALUE "PLAYER ".
           05 PL-PLAYER-ID          PIC X(10).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 PL-LAST-NAME          PIC X(25).
           05 FILLER                PIC X(09) VALUE "  TAX ID ".
           05 PL-TAX-ID             PIC X(11).
       01 WS-AMOUNT-LINE.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 AL-LABEL              PIC X(30).
           05 AL-CENTS              PIC -9(14).
       01 WS-WIN-LINE.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(17) VALUE "REPORTABLE WINS (".
           05 WL-WIN-COUNT          PIC Z(06)9.
           05 FILLER                PIC X(01) VALUE ")".
           05 FILLER                PIC X(05) VALUE SPACES.
           05 WL-WIN-CENTS          PIC -9(14).
       01 WS-TIES-LINE              PIC X(80) VALUE
           "  LEDGER TIES TO JOURNAL".
       01 WS-NOT-TIED-LINE          PIC X(80) VALUE
           "  *** LEDGER DOES NOT TIE TO JOURNAL ***".
       01 WS-NONE-LINE              PIC X(80) VALUE
           "  (no reportable wins in the tax year)".
       01 WS-PLAYER-OVERFLOW-LINE   PIC X(80) VALUE
           "  *** WARNING: over 2000 players - summary incomplete ***".
       01 WS-GRAND-LINE             PIC X(80) VALUE
           "ALL PLAYERS".
       01 WS-VERDICT-TIES-LINE      PIC X(80) VALUE
           "VERDICT: TIES - every player ties to the journal".
       01 WS-VERDICT-NOT-TIED-LINE  PIC X(80) VALUE
           "VERDICT: DOES NOT TIE - see flagged players above".

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-TAX-YEAR FROM ENVIRONMENT "TAX_YEAR"
           IF WS-TAX-YEAR = ZERO
               MOVE WS-TODAY (1:4) TO WS-TAX-YEAR
           END-IF
           MOVE WS-TAX-YEAR TO WS-TAX-YEAR-X

      * A missing profile file leaves every form without a name or
      * address - still extracted, so the win is not lost.
           MOVE "N" TO WS-PLRPROF-MISSING-SW
           OPEN INPUT PLAYER-PROFILE-FILE
           IF WS-PLRPROF-STATUS = "35"
               MOVE "Y" TO WS-PLRPROF-MISSING-SW
           END-IF

           OPEN OUTPUT FORM-FILE
           PERFORM TOTAL-LEDGER-PARA
           CLOSE FORM-FILE
           PERFORM SCAN-JOURNALS-PARA
           IF NOT WS-PLRPROF-MISSING
               CLOSE PLAYER-PROFILE-FILE
           END-IF
           PERFORM WRITE-REPORT-PARA

           DISPLAY "TAX_YEAR=" WS-TAX-YEAR
           DISPLAY "PLAYERS_REPORTED=" WS-PLAYER-COUNT
           DISPLAY "WINS_REPORTED=" WS-TOTAL-WIN-COUNT
           DISPLAY "WIN_CENTS=" WS-TOTAL-WIN-CENTS
           DISPLAY "WITHHELD_CENTS=" WS-TOTAL-LEDGER-TAX
           DISPLAY "JOURNAL_WITHHELD_CENTS=" WS-TOTAL-JOURNAL-TAX
           DISPLAY "JOURNALS_READ=" WS-JOURNALS-READ
           DISPLAY "PLAYERS_NOT_TIED=" WS-NOT-TIED-COUNT
           IF WS-NOT-TIED-COUNT = ZERO
               STOP RUN
           END-IF
           STOP RUN RETURNING 1.

      * Every ledger record dated in the tax year is one win: it
      * gets its form record and is added to the player's totals. A
      * missing ledger is a year with no reportable wins.
       TOTAL-LEDGER-PARA.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT TAX-LEDGER-FILE
           IF WS-TAXLEDG-STATUS = "35"
               MOVE "Y" TO WS-EOF-SW
           END-IF
           PERFORM READ-LEDGER-PARA UNTIL WS-EOF
           IF WS-TAXLEDG-STATUS NOT = "35"
               CLOSE TAX-LEDGER-FILE
           END-IF.

       READ-LEDGER-PARA.
           READ TAX-LEDGER-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   IF TAX-TIMESTAMP (1:4) = WS-TAX-YEAR-X
                       PERFORM WRITE-FORM-PARA
                       MOVE TAX-PLAYER-ID TO WS-LOOKUP-PLAYER-ID
                       PERFORM FIND-PLAYER-PARA
                       IF WS-FOUND
                           ADD 1 TO WS-PT-WIN-COUNT (WS-PT-IDX)
                           ADD TAX-WIN-CENTS
                               TO WS-PT-WIN-CENTS (WS-PT-IDX)
                           ADD TAX-WITHHELD-CENTS
                               TO WS-PT-LEDGER-TAX (WS-PT-IDX)
                       END-IF
                   END-IF
           END-READ.

       WRITE-FORM-PARA.
           MOVE TAX-PLAYER-ID TO WS-LOOKUP-PLAYER-ID
           PERFORM READ-PROFILE-PARA
           MOVE SPACES TO TAX-FORM-RECORD
           MOVE WS-TAX-YEAR          TO TXF-TAX-YEAR
           MOVE TAX-PLAYER-ID        TO TXF-PLAYER-ID
           IF WS-PROFILE-FOUND
               MOVE PROF-LAST-NAME    TO TXF-LAST-NAME
               MOVE PROF-FIRST-NAME   TO TXF-FIRST-NAME
               MOVE PROF-ADDRESS-LINE TO TXF-ADDRESS-LINE
               MOVE PROF-CITY         TO TXF-CITY
               MOVE PROF-STATE-CODE   TO TXF-STATE-CODE
               MOVE PROF-POSTAL-CODE  TO TXF-POSTAL-CODE
               MOVE PROF-TAX-ID       TO TXF-TAX-ID
           ELSE
               MOVE "(NO PROFILE)"    TO TXF-LAST-NAME
           END-IF
           MOVE TAX-ID-ON-FILE       TO TXF-TAX-ID-ON-FILE
           MOVE TAX-TIMESTAMP (1:8)  TO TXF-WIN-DATE
           MOVE TAX-REF-NO           TO TXF-REF-NO
           MOVE TAX-CREDIT-TYPE      TO TXF-CREDIT-TYPE
           MOVE TAX-TABLE-ID         TO TXF-TABLE-ID
           MOVE TAX-WIN-CENTS        TO TXF-WIN-CENTS
           MOVE TAX-WITHHELD-CENTS   TO TXF-WITHHELD-CENTS
           MOVE TAX-RATE-PCT         TO TXF-RATE-PCT
           WRITE TAX-FORM-RECORD.

      * Leaves the profile in the record area when one is on file.
       READ-PROFILE-PARA.
           MOVE "N" TO WS-PROFILE-FOUND-SW
           IF NOT WS-PLRPROF-MISSING
               MOVE WS-LOOKUP-PLAYER-ID TO PROF-PLAYER-ID
               READ PLAYER-PROFILE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-PROFILE-FOUND-SW
               END-READ
           END-IF.

      * Linear lookup, same as JACKPOT-LIAB's pool list. A player
      * seen for the first time - on the ledger, or on the journal
      * with no ledger record at all - gets an entry with their
      * profile name and tax ID, so a journal-only withholding still
      * shows up as not tied.
       FIND-PLAYER-PARA.
           MOVE "N" TO WS-FOUND-SW
           SET WS-PT-IDX TO 1
           SEARCH WS-PT-ENTRY
               AT END
                   CONTINUE
               WHEN WS-PT-IDX > WS-PLAYER-COUNT
                   CONTINUE
               WHEN WS-PT-PLAYER-ID (WS-PT-IDX) = WS-LOOKUP-PLAYER-ID
                   MOVE "Y" TO WS-FOUND-SW
           END-SEARCH

           IF NOT WS-FOUND
               IF WS-PLAYER-COUNT >= 2000
                   MOVE "Y" TO WS-PLAYER-TABLE-FULL-SW
               ELSE
                   ADD 1 TO WS-PLAYER-COUNT
                   SET WS-PT-IDX TO WS-PLAYER-COUNT
                   PERFORM ADD-PLAYER-PARA
                   MOVE "Y" TO WS-FOUND-SW
               END-IF
           END-IF.

       ADD-PLAYER-PARA.
           PERFORM READ-PROFILE-PARA
           MOVE WS-LOOKUP-PLAYER-ID TO WS-PT-PLAYER-ID (WS-PT-IDX)
           IF WS-PROFILE-FOUND
               MOVE PROF-LAST-NAME  TO WS-PT-LAST-NAME (WS-PT-IDX)
               MOVE PROF-TAX-ID     TO WS-PT-TAX-ID (WS-PT-IDX)
           ELSE
               MOVE "(NO PROFILE)"  TO WS-PT-LAST-NAME (WS-PT-IDX)
               MOVE SPACES          TO WS-PT-TAX-ID (WS-PT-IDX)
           END-IF
           MOVE ZERO TO WS-PT-WIN-COUNT (WS-PT-IDX)
           MOVE ZERO TO WS-PT-WIN-CENTS (WS-PT-IDX)
           MOVE ZERO TO WS-PT-LEDGER-TAX (WS-PT-IDX)
           MOVE ZERO TO WS-PT-JOURNAL-TAX (WS-PT-IDX).

      * The journal side of the tie: every day archive the tax year
      * can have been sealed into, then the live journal. A date
      * with no archive (including the impossible ones the day loop
      * runs through, 31 February and the like) is not on disk and
      * is passed over.
       SCAN-JOURNALS-PARA.
           MOVE WS-TAX-YEAR TO WS-SCAN-YEAR
           PERFORM SCAN-MONTH-PARA
               VARYING WS-SCAN-MONTH FROM 1 BY 1
               UNTIL WS-SCAN-MONTH > 12
           ADD 1 TO WS-SCAN-YEAR
           MOVE 1 TO WS-SCAN-MONTH
           PERFORM SCAN-DAY-PARA
               VARYING WS-SCAN-DAY FROM 1 BY 1
               UNTIL WS-SCAN-DAY > 7
           MOVE "TXNJRNL" TO WS-JOURNAL-FILENAME
           PERFORM TOTAL-JOURNAL-PARA.

       SCAN-MONTH-PARA.
           PERFORM SCAN-DAY-PARA
               VARYING WS-SCAN-DAY FROM 1 BY 1
               UNTIL WS-SCAN-DAY > 31.

       SCAN-DAY-PARA.
           MOVE SPACES TO WS-JOURNAL-FILENAME
           STRING "TXNJRNL.D" DELIMITED BY SIZE
                  WS-SCAN-DATE DELIMITED BY SIZE
                  INTO WS-JOURNAL-FILENAME
           PERFORM TOTAL-JOURNAL-PARA.

       TOTAL-JOURNAL-PARA.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT JOURNAL-FILE
           IF WS-JOURNAL-STATUS = "35"
               MOVE "Y" TO WS-EOF-SW
           ELSE
               ADD 1 TO WS-JOURNALS-READ
           END-IF
           PERFORM READ-JOURNAL-PARA UNTIL WS-EOF
           IF WS-JOURNAL-STATUS NOT = "35"
               CLOSE JOURNAL-FILE
           END-IF.

      * Archive HDR/TRL control rows are day markers, not
      * transactions. Only an OK entry withheld anything - a refused
      * win journals no tax - and a tax field that is NOT NUMERIC is
      * a row written before the field existed.
       READ-JOURNAL-PARA.
           READ JOURNAL-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   IF JRNL-PLAYER-ID (1:3) NOT = "HDR" AND
                      JRNL-PLAYER-ID (1:3) NOT = "TRL" AND
                      JRNL-TIMESTAMP (1:4) = WS-TAX-YEAR-X AND
                      JRNL-STATUS = "OK" AND
                      JRNL-TAX-CENTS NUMERIC
                       IF JRNL-TAX-CENTS NOT = ZERO
                           MOVE JRNL-PLAYER-ID TO WS-LOOKUP-PLAYER-ID
                           PERFORM FIND-PLAYER-PARA
                           IF WS-FOUND
                               ADD JRNL-TAX-CENTS
                                   TO WS-PT-JOURNAL-TAX (WS-PT-IDX)
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       WRITE-REPORT-PARA.
           OPEN OUTPUT REPORT-FILE
           MOVE WS-TAX-YEAR TO H1-TAX-YEAR
           WRITE REPORT-LINE FROM WS-HEADING-1
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           IF WS-PLAYER-COUNT = ZERO
               WRITE REPORT-LINE FROM WS-NONE-LINE
           ELSE
               PERFORM WRITE-PLAYER-PARA
                   VARYING WS-PT-IDX FROM 1 BY 1
                   UNTIL WS-PT-IDX > WS-PLAYER-COUNT
           END-IF
           IF WS-PLAYER-TABLE-FULL
               WRITE REPORT-LINE FROM WS-PLAYER-OVERFLOW-LINE
           END-IF

           WRITE REPORT-LINE FROM WS-GRAND-LINE
           MOVE WS-TOTAL-WIN-COUNT     TO WL-WIN-COUNT
           MOVE WS-TOTAL-WIN-CENTS     TO WL-WIN-CENTS
           WRITE REPORT-LINE FROM WS-WIN-LINE
           MOVE "TAX WITHHELD - LEDGER"  TO AL-LABEL
           MOVE WS-TOTAL-LEDGER-TAX      TO AL-CENTS
           WRITE REPORT-LINE FROM WS-AMOUNT-LINE
           MOVE "TAX WITHHELD - JOURNAL" TO AL-LABEL
           MOVE WS-TOTAL-JOURNAL-TAX     TO AL-CENTS
           WRITE REPORT-LINE FROM WS-AMOUNT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           IF WS-NOT-TIED-COUNT = ZERO
               WRITE REPORT-LINE FROM WS-VERDICT-TIES-LINE
           ELSE
               WRITE REPORT-LINE FROM WS-VERDICT-NOT-TIED-LINE
           END-IF
           CLOSE REPORT-FILE.

       WRITE-PLAYER-PARA.
           ADD WS-PT-WIN-COUNT (WS-PT-IDX)   TO WS-TOTAL-WIN-COUNT
           ADD WS-PT-WIN-CENTS (WS-PT-IDX)   TO WS-TOTAL-WIN-CENTS
           ADD WS-PT-LEDGER-TAX (WS-PT-IDX)  TO WS-TOTAL-LEDGER-TAX
           ADD WS-PT-JOURNAL-TAX (WS-PT-IDX) TO WS-TOTAL-JOURNAL-TAX

           MOVE WS-PT-PLAYER-ID (WS-PT-IDX) TO PL-PLAYER-ID
           MOVE WS-PT-LAST-NAME (WS-PT-IDX) TO PL-LAST-NAME
           IF WS-PT-TAX-ID (WS-PT-IDX) = SPACES
               MOVE "NONE"                  TO PL-TAX-ID
           ELSE
               MOVE WS-PT-TAX-ID (WS-PT-IDX) TO PL-TAX-ID
           END-IF
           WRITE REPORT-LINE FROM WS-PLAYER-LINE

           MOVE WS-PT-WIN-COUNT (WS-PT-IDX) TO WL-WIN-COUNT
           MOVE WS-PT-WIN-CENTS (WS-PT-IDX) TO WL-WIN-CENTS
           WRITE REPORT-LINE FROM WS-WIN-LINE
           MOVE "TAX WITHHELD - LEDGER"       TO AL-LABEL
           MOVE WS-PT-LEDGER-TAX (WS-PT-IDX)  TO AL-CENTS
           WRITE REPORT-LINE FROM WS-AMOUNT-LINE
           MOVE "TAX WITHHELD - JOURNAL"      TO AL-LABEL
           MOVE WS-PT-JOURNAL-TAX (WS-PT-IDX) TO AL-CENTS
           WRITE REPORT-LINE FROM WS-AMOUNT-LINE

           IF WS-PT-LEDGER-TAX (WS-PT-IDX) =
              WS-PT-JOURNAL-TAX (WS-PT-IDX)
               WRITE REPORT-LINE FROM WS-TIES-LINE
           ELSE
               ADD 1 TO WS-NOT-TIED-COUNT
               WRITE REPORT-LINE FROM WS-NOT-TIED-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

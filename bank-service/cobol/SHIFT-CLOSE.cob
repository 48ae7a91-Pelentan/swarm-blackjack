       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHIFT-CLOSE.
       AUTHOR. SWARM-BLACKJACK.
      *----------------------------------------------------------------*
      * Cage shift-close drawer balancing report.
      *
      * Balances every cage drawer session of one shift (DRWSESS,
      * opened and closed through DRAWER-SESSION - see
      * copybooks/DRAWER.cpy) against the journal: the expected
      * drawer total is the opening count plus the cash the session
      * took in (approved CREDIT deposits and CASH marker repayments)
      * minus the cash it paid out (approved DEBIT withdrawals), all
      * picked out of the journal by the JRNL-DRAWER-ID /
      * JRNL-DRAWER-SESSION the cage posting programs stamp on them.
      * The closing count less the expected total is the session's
      * over/short (negative = short). Drawers used to be counted
      * against a hand tally at shift change.
      *
      * A session whose over/short is beyond the tolerance either
      * way is out of balance; a session still OPEN has not been
      * counted at all. Either leaves the shift UNBALANCED, and the
      * shift is recorded that way on the run-control file (RUNCTL,
      * step 90 + SHIFT_NO, see copybooks/RUNCTL.cpy) so CLOSE-DAY
      * flags it; a rerun after the drawers are recounted or closed
      * rewrites the record. Each reconciled session's figures are
      * written back onto its DRWSESS record, which is the history
      * the chronic over/short list below is built from.
      *
      * Input (environment variables):
      *   GAMING_DAY      - the gaming day of the shift, YYYYMMDD.
      *                     Defaults to today's date when blank.
      *   SHIFT_NO        - the shift to balance, 1 - 9; required
      *   SHIFT_JOURNAL   - journal to balance against; defaults to
      *                     the live TXNJRNL. For a shift of a day
      *                     already sealed by DAY-CUTOVER name that
      *                     day's archive, e.g. TXNJRNL.D20260821 -
      *                     archive HDR/TRL control records are
      *                     recognized and skipped.
      *
      * Site parameters (PARMMAST, set by PARM-MAINT), as in force on
      * GAMING_DAY:
      *   TOLERANCE_CENTS - over/short either way that still counts
      *                     as balanced (default 0)
      *   CHRONIC_DAYS    - gaming days, ending GAMING_DAY, looked
      *                     back over for the chronic list
      *                     (default 30)
      *   CHRONIC_COUNT   - out-of-balance sessions in that window
      *                     that put a cashier on the chronic list
      *                     (default 3)
      *
      * Output:
      *   SHFTRPT - the report (line sequential): one line per drawer
      *             session, a subtotal per cashier, the shift total
      *             and its BALANCED / UNBALANCED verdict, then the
      *             chronic over/short list for the cage manager.
      *   stdout  - SESSIONS, EXPECTED_CENTS, COUNTED_CENTS,
      *             OVER_SHORT_CENTS, SESSIONS_OPEN,
      *             SESSIONS_OUT_OF_BALANCE, SHIFT=BALANCED or
      *             UNBALANCED
      *
      * Exit code: 0 = shift balanced, 1 = shift unbalanced or bad
      *            input
      *
      * Modification history:
      *   2026-10-15  Initial version.
      *   2026-10-15  TOLERANCE_CENTS / CHRONIC_DAYS / CHRONIC_COUNT
      *               are read from the site parameter master
      *               (PARMMAST) as of GAMING_DAY instead of the
      *               environment.
      *   2026-10-15  A POT payout is never counted as drawer cash,
      *               even if it carries a drawer.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DRAWER-SESSION-FILE ASSIGN TO "DRWSESS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DRW-KEY
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-DRWSESS-STATUS.

           SELECT JOURNAL-FILE ASSIGN DYNAMIC WS-JOURNAL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-KEY
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT REPORT-FILE ASSIGN TO "SHFTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT SITE-PARAMETER-FILE ASSIGN TO "PARMMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PARM-KEY
               FILE STATUS IS WS-PARMMAST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DRAWER-SESSION-FILE.
       COPY DRAWER.

       FD  JOURNAL-FILE.
       COPY JRNLREC.

       FD  RUN-CONTROL-FILE.
       COPY RUNCTL.

       FD  REPORT-FILE.
       01 REPORT-LINE               PIC X(140).

       FD  SITE-PARAMETER-FILE.
       COPY PARMMAST.

       WORKING-STORAGE SECTION.
       01 WS-DRWSESS-STATUS         PIC X(02) VALUE SPACES.
       01 WS-JOURNAL-STATUS         PIC X(02) VALUE SPACES.
       01 WS-JOURNAL-FILENAME       PIC X(24) VALUE SPACES.
       01 WS-RUNCTL-STATUS          PIC X(02) VALUE SPACES.
       01 WS-REPORT-STATUS          PIC X(02) VALUE SPACES.
       01 WS-EOF-SW                 PIC X(01) VALUE "N".
           88 WS-EOF                          VALUE "Y".
       01 WS-DRWSESS-FOUND-SW       PIC X(01) VALUE "N".
           88 WS-DRWSESS-FOUND                VALUE "Y".
       01 WS-FOUND-SW               PIC X(01) VALUE "N".
           88 WS-FOUND                        VALUE "Y".

       01 WS-TODAY                  PIC 9(08) VALUE ZERO.
       01 WS-GAMING-DAY             PIC 9(08) VALUE ZERO.
       01 WS-SHIFT-NO               PIC 9(01) VALUE ZERO.
       01 WS-TOLERANCE-CENTS        PIC S9(15) VALUE ZERO.
       01 WS-CHRONIC-DAYS           PIC 9(03) VALUE ZERO.
       01 WS-CHRONIC-COUNT          PIC 9(03) VALUE ZERO.
       01 WS-DEFAULT-TOLERANCE      PIC S9(15) VALUE ZERO.
       01 WS-DEFAULT-CHRONIC-DAYS   PIC 9(03) VALUE 30.
       01 WS-DEFAULT-CHRONIC-COUNT  PIC 9(03) VALUE 3.
       01 WS-PARMMAST-STATUS        PIC X(02) VALUE SPACES.
       01 WS-PARMMAST-MISSING-SW    PIC X(01) VALUE "N".
           88 WS-PARMMAST-MISSING             VALUE "Y".
       01 WS-PARM-NAME              PIC X(28) VALUE SPACES.
       01 WS-PARM-AS-OF             PIC 9(08) VALUE ZERO.
       01 WS-PARM-VALUE             PIC S9(15)V9(02) VALUE ZERO.
       01 WS-PARM-FOUND-SW          PIC X(01) VALUE "N".
           88 WS-PARM-FOUND                   VALUE "Y".
       01 WS-FROM-DAY               PIC 9(08) VALUE ZERO.
       01 WS-DATE-INT               PIC 9(08) VALUE ZERO.
       01 WS-ABS-CENTS              PIC S9(15) VALUE ZERO.

      * The shift's drawer sessions, loaded from DRWSESS and then
      * balanced against the journal.
       01 WS-SESSION-COUNT          PIC 9(03) VALUE ZERO.
       01 WS-SESSION-TABLE-FULL-SW  PIC X(01) VALUE "N".
           88 WS-SESSION-TABLE-FULL           VALUE "Y".
       01 WS-SESSION-TABLE.
           05 WS-SS-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-SS-IDX.
               10 WS-SS-DRAWER-ID       PIC X(04).
               10 WS-SS-SESSION-NO      PIC 9(06).
               10 WS-SS-CASHIER-ID      PIC X(08).
               10 WS-SS-STATE           PIC X(01).
               10 WS-SS-OPENING-CENTS   PIC S9(15).
               10 WS-SS-CLOSING-CENTS   PIC S9(15).
               10 WS-SS-CASH-IN-CENTS   PIC S9(15).
               10 WS-SS-CASH-OUT-CENTS  PIC S9(15).
               10 WS-SS-EXPECTED-CENTS  PIC S9(15).
               10 WS-SS-OVER-SHORT      PIC S9(15).
               10 WS-SS-RECON-STATE     PIC X(01).

      * Per-cashier subtotals for the shift.
       01 WS-CASHIER-COUNT          PIC 9(03) VALUE ZERO.
       01 WS-CASHIER-TABLE.
           05 WS-CT-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-CT-IDX.
               10 WS-CT-CASHIER-ID      PIC X(08).
               10 WS-CT-SESSIONS        PIC 9(05).
               10 WS-CT-OPENING-CENTS   PIC S9(15).
               10 WS-CT-CASH-IN-CENTS   PIC S9(15).
               10 WS-CT-CASH-OUT-CENTS  PIC S9(15).
               10 WS-CT-EXPECTED-CENTS  PIC S9(15).
               10 WS-CT-CLOSING-CENTS   PIC S9(15).
               10 WS-CT-OVER-SHORT      PIC S9(15).

      * Per-cashier reconciled history over the chronic window.
       01 WS-CHRONIC-TOTAL          PIC 9(03) VALUE ZERO.
       01 WS-CHRONIC-LISTED         PIC 9(03) VALUE ZERO.
       01 WS-CHRONIC-TABLE-FULL-SW  PIC X(01) VALUE "N".
           88 WS-CHRONIC-TABLE-FULL           VALUE "Y".
       01 WS-CHRONIC-TABLE.
           05 WS-CH-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-CH-IDX.
               10 WS-CH-CASHIER-ID      PIC X(08).
               10 WS-CH-SESSIONS        PIC 9(05).
               10 WS-CH-OUT-COUNT       PIC 9(05).
               10 WS-CH-OVER-CENTS      PIC S9(15).
               10 WS-CH-SHORT-CENTS     PIC S9(15).

      * Shift totals.
       01 WS-TOT-OPENING-CENTS      PIC S9(15) VALUE ZERO.
       01 WS-TOT-CASH-IN-CENTS      PIC S9(15) VALUE ZERO.
       01 WS-TOT-CASH-OUT-CENTS     PIC S9(15) VALUE ZERO.
       01 WS-TOT-EXPECTED-CENTS     PIC S9(15) VALUE ZERO.
       01 WS-TOT-CLOSING-CENTS      PIC S9(15) VALUE ZERO.
       01 WS-TOT-OVER-SHORT         PIC S9(15) VALUE ZERO.
       01 WS-SESSIONS-OPEN          PIC 9(03) VALUE ZERO.
       01 WS-SESSIONS-OUT           PIC 9(03) VALUE ZERO.
       01 WS-SHIFT-BALANCED-SW      PIC X(01) VALUE "Y".
           88 WS-SHIFT-BALANCED               VALUE "Y".

       01 WS-TIMESTAMP.
           05 WS-TS-DATE            PIC 9(08).
           05 WS-TS-TIME            PIC 9(08).

       01 WS-HEADING-1.
           05 FILLER                PIC X(29) VALUE
               "CAGE SHIFT CLOSE - GAMING DAY".
           05 FILLER                PIC X(01) VALUE SPACE.
           05 H1-GAMING-DAY         PIC 9(08).
           05 FILLER                PIC X(07) VALUE "  SHIFT".
           05 FILLER                PIC X(01) VALUE SPACE.
           05 H1-SHIFT-NO           PIC 9(01).
           05 FILLER                PIC X(14) VALUE "  TOLERANCE +/".
           05 FILLER                PIC X(01) VALUE "-".
           05 H1-TOLERANCE          PIC Z(14)9.
       01 WS-HEADING-2.
           05 FILLER                PIC X(47) VALUE
               "DRWR  SESSN   CASHIER   STATE           OPENING".
           05 FILLER                PIC X(34) VALUE
               "          CASH IN         CASH OUT".
           05 FILLER                PIC X(34) VALUE
               "         EXPECTED          COUNTED".
           05 FILLER                PIC X(23) VALUE
               "       OVER/SHORT  FLAG".
       01 WS-DETAIL-LINE.
           05 DL-DRAWER-ID          PIC X(04).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DL-SESSION-NO         PIC 9(06).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DL-CASHIER-ID         PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DL-STATE              PIC X(06).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DL-OPENING-CENTS      PIC -9(14).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DL-CASH-IN-CENTS      PIC -9(14).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DL-CASH-OUT-CENTS     PIC -9(14).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DL-EXPECTED-CENTS     PIC -9(14).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DL-CLOSING-CENTS      PIC -9(14).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DL-OVER-SHORT         PIC -9(14).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DL-FLAG               PIC X(05).
      * Cashier subtotals and the shift total share one layout, with
      * the amounts under the detail columns.
       01 WS-TOTAL-LINE.
           05 TL-LABEL              PIC X(30).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 TL-OPENING-CENTS      PIC -9(14).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 TL-CASH-IN-CENTS      PIC -9(14).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 TL-CASH-OUT-CENTS     PIC -9(14).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 TL-EXPECTED-CENTS     PIC -9(14).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 TL-CLOSING-CENTS      PIC -9(14).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 TL-OVER-SHORT         PIC -9(14).
       01 WS-CASHIER-LABEL.
           05 FILLER                PIC X(10) VALUE "  CASHIER ".
           05 CL-CASHIER-ID         PIC X(08).
           05 FILLER                PIC X(02) VALUE " (".
           05 CL-SESSIONS           PIC ZZZZ9.
           05 FILLER                PIC X(05) VALUE ")    ".
       01 WS-VERDICT-LINE.
           05 FILLER                PIC X(06) VALUE "SHIFT ".
           05 VL-SHIFT-NO           PIC 9(01).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 VL-VERDICT            PIC X(10).
           05 FILLER                PIC X(03) VALUE " - ".
           05 VL-OUT-COUNT          PIC ZZ9.
           05 FILLER                PIC X(26) VALUE
               " SESSION(S) OUT OF BALANCE".
           05 FILLER                PIC X(02) VALUE ", ".
           05 VL-OPEN-COUNT         PIC ZZ9.
           05 FILLER                PIC X(23) VALUE
               " STILL OPEN (UNCOUNTED)".
       01 WS-CHRONIC-HEADING-1.
           05 FILLER                PIC X(38) VALUE
               "CHRONIC OVER/SHORT - CASHIERS OUT OF B".
           05 FILLER                PIC X(18) VALUE
               "ALANCE ON AT LEAST".
           05 FILLER                PIC X(01) VALUE SPACE.
           05 CH1-COUNT             PIC ZZ9.
           05 FILLER                PIC X(19) VALUE
               " SESSIONS, GAMING D".
           05 FILLER                PIC X(05) VALUE "AYS  ".
           05 CH1-FROM-DAY          PIC 9(08).
           05 FILLER                PIC X(04) VALUE " TO ".
           05 CH1-TO-DAY            PIC 9(08).
       01 WS-CHRONIC-HEADING-2.
           05 FILLER                PIC X(32) VALUE
               "CASHIER     SESSIONS  OUT-OF-BAL".
           05 FILLER                PIC X(34) VALUE
               "       TOTAL OVER      TOTAL SHORT".
           05 FILLER                PIC X(17) VALUE
               "              NET".
       01 WS-CHRONIC-LINE.
           05 CHL-CASHIER-ID        PIC X(08).
           05 FILLER                PIC X(04) VALUE SPACES.
           05 CHL-SESSIONS          PIC Z(07)9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 CHL-OUT-COUNT         PIC Z(09)9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 CHL-OVER-CENTS        PIC -9(14).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 CHL-SHORT-CENTS       PIC -9(14).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 CHL-NET-CENTS         PIC -9(14).
       01 WS-NONE-LINE              PIC X(140) VALUE
           "  (no drawer sessions for this shift)".
       01 WS-NO-CHRONIC-LINE        PIC X(140) VALUE
           "  (no cashier at or over the chronic count)".
       01 WS-OVERFLOW-LINE          PIC X(140) VALUE
           "  *** WARNING: over 100 sessions - report incomplete ***".
       01 WS-CHRONIC-OVERFLOW-LINE  PIC X(140) VALUE
           "  *** WARNING: over 200 cashiers - list incomplete ***".

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-GAMING-DAY FROM ENVIRONMENT "GAMING_DAY"
           IF WS-GAMING-DAY = ZERO
               MOVE WS-TODAY TO WS-GAMING-DAY
           END-IF
           ACCEPT WS-SHIFT-NO FROM ENVIRONMENT "SHIFT_NO"
           IF WS-SHIFT-NO = ZERO
               DISPLAY "ERROR=SHIFT_NO (1-9) is required"
               STOP RUN RETURNING 1
           END-IF
           ACCEPT WS-JOURNAL-FILENAME
               FROM ENVIRONMENT "SHIFT_JOURNAL"
           IF WS-JOURNAL-FILENAME = SPACES
               MOVE "TXNJRNL" TO WS-JOURNAL-FILENAME
           END-IF
           MOVE WS-GAMING-DAY TO WS-PARM-AS-OF
           PERFORM LOAD-PARAMETERS-PARA
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE (WS-GAMING-DAY)
               - WS-CHRONIC-DAYS + 1
           COMPUTE WS-FROM-DAY =
               FUNCTION DATE-OF-INTEGER (WS-DATE-INT)

      * A missing session file is a cage that has never opened a
      * drawer - the report still goes out, empty and balanced.
           MOVE "N" TO WS-DRWSESS-FOUND-SW
           OPEN I-O DRAWER-SESSION-FILE
           IF WS-DRWSESS-STATUS NOT = "35"
               MOVE "Y" TO WS-DRWSESS-FOUND-SW
               PERFORM LOAD-SESSIONS-PARA
           END-IF

           PERFORM TOTAL-JOURNAL-PARA
           PERFORM RECONCILE-SESSION-PARA
               VARYING WS-SS-IDX FROM 1 BY 1
               UNTIL WS-SS-IDX > WS-SESSION-COUNT

           IF WS-DRWSESS-FOUND
               PERFORM LOAD-CHRONIC-PARA
               CLOSE DRAWER-SESSION-FILE
           END-IF

           IF WS-SESSIONS-OPEN > ZERO OR WS-SESSIONS-OUT > ZERO
               MOVE "N" TO WS-SHIFT-BALANCED-SW
           END-IF

           PERFORM WRITE-REPORT-PARA
           PERFORM RECORD-RUNCTL-PARA

           DISPLAY "SESSIONS=" WS-SESSION-COUNT
           DISPLAY "EXPECTED_CENTS=" WS-TOT-EXPECTED-CENTS
           DISPLAY "COUNTED_CENTS=" WS-TOT-CLOSING-CENTS
           DISPLAY "OVER_SHORT_CENTS=" WS-TOT-OVER-SHORT
           DISPLAY "SESSIONS_OPEN=" WS-SESSIONS-OPEN
           DISPLAY "SESSIONS_OUT_OF_BALANCE=" WS-SESSIONS-OUT
           IF WS-SHIFT-BALANCED
               DISPLAY "SHIFT=BALANCED"
               STOP RUN
           END-IF
           DISPLAY "SHIFT=UNBALANCED"
           STOP RUN RETURNING 1.

      * The whole session file is read in key order; only the
      * sessions of this gaming day and shift are kept.
       LOAD-SESSIONS-PARA.
           MOVE "N" TO WS-EOF-SW
           MOVE LOW-VALUES TO DRW-KEY
           START DRAWER-SESSION-FILE KEY >= DRW-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-SW
           END-START
           PERFORM READ-SESSION-PARA UNTIL WS-EOF.

       READ-SESSION-PARA.
           READ DRAWER-SESSION-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   IF DRW-GAMING-DAY = WS-GAMING-DAY AND
                      DRW-SHIFT-NO = WS-SHIFT-NO
                       PERFORM ADD-SESSION-PARA
                   END-IF
           END-READ.

       ADD-SESSION-PARA.
           IF WS-SESSION-COUNT >= 100
               MOVE "Y" TO WS-SESSION-TABLE-FULL-SW
           ELSE
               ADD 1 TO WS-SESSION-COUNT
               SET WS-SS-IDX TO WS-SESSION-COUNT
               MOVE DRW-DRAWER-ID     TO WS-SS-DRAWER-ID (WS-SS-IDX)
               MOVE DRW-SESSION-NO    TO WS-SS-SESSION-NO (WS-SS-IDX)
               MOVE DRW-CASHIER-ID    TO WS-SS-CASHIER-ID (WS-SS-IDX)
               MOVE DRW-STATE         TO WS-SS-STATE (WS-SS-IDX)
               MOVE DRW-OPENING-CENTS TO
                   WS-SS-OPENING-CENTS (WS-SS-IDX)
               MOVE DRW-CLOSING-CENTS TO
                   WS-SS-CLOSING-CENTS (WS-SS-IDX)
               MOVE ZERO TO WS-SS-CASH-IN-CENTS (WS-SS-IDX)
               MOVE ZERO TO WS-SS-CASH-OUT-CENTS (WS-SS-IDX)
               MOVE ZERO TO WS-SS-EXPECTED-CENTS (WS-SS-IDX)
               MOVE ZERO TO WS-SS-OVER-SHORT (WS-SS-IDX)
               MOVE SPACE TO WS-SS-RECON-STATE (WS-SS-IDX)
           END-IF.

      * A missing journal is a shift with no cash traffic, not an
      * error - every drawer is then expected to count back to its
      * opening count.
       TOTAL-JOURNAL-PARA.
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
      * transactions. Only approved entries stamped with a drawer
      * session moved cash; a session field that is NOT NUMERIC is a
      * journal row written before the field existed.
       READ-JOURNAL-PARA.
           READ JOURNAL-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   IF JRNL-PLAYER-ID (1:3) NOT = "HDR" AND
                      JRNL-PLAYER-ID (1:3) NOT = "TRL" AND
                      JRNL-STATUS = "OK" AND
                      JRNL-DRAWER-ID NOT = SPACES AND
                      JRNL-DRAWER-SESSION NUMERIC
                       PERFORM FOLD-JOURNAL-ENTRY-PARA
                   END-IF
           END-READ.

      * Deposits and cash marker repayments are cash into the drawer,
      * withdrawals cash out of it. A POT payout moves no cash, so
      * it is never counted even if it carries a drawer.
       FOLD-JOURNAL-ENTRY-PARA.
           SET WS-SS-IDX TO 1
           SEARCH WS-SS-ENTRY
               AT END
                   CONTINUE
               WHEN WS-SS-IDX > WS-SESSION-COUNT
                   CONTINUE
               WHEN WS-SS-DRAWER-ID (WS-SS-IDX) = JRNL-DRAWER-ID AND
                    WS-SS-SESSION-NO (WS-SS-IDX) = JRNL-DRAWER-SESSION
                   EVALUATE TRUE
                       WHEN JRNL-TXN-TYPE = "CREDIT" AND
                            JRNL-CREDIT-TYPE = "POT"
                           CONTINUE
                       WHEN JRNL-TXN-TYPE = "CREDIT" OR
                            JRNL-TXN-TYPE = "REPAY"
                           ADD JRNL-AMOUNT-CENTS TO
                               WS-SS-CASH-IN-CENTS (WS-SS-IDX)
                       WHEN JRNL-TXN-TYPE = "DEBIT"
                           ADD JRNL-AMOUNT-CENTS TO
                               WS-SS-CASH-OUT-CENTS (WS-SS-IDX)
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-SEARCH.

      * Expected = opening + cash in - cash out. A closed session's
      * over/short is its closing count less that; an open one has
      * no count yet and is left unreconciled. The figures are
      * written back onto the session record either way, so the
      * file shows where the drawer stood at the last balancing.
       RECONCILE-SESSION-PARA.
           COMPUTE WS-SS-EXPECTED-CENTS (WS-SS-IDX) =
               WS-SS-OPENING-CENTS (WS-SS-IDX) +
               WS-SS-CASH-IN-CENTS (WS-SS-IDX) -
               WS-SS-CASH-OUT-CENTS (WS-SS-IDX)
           IF WS-SS-STATE (WS-SS-IDX) = "C"
               COMPUTE WS-SS-OVER-SHORT (WS-SS-IDX) =
                   WS-SS-CLOSING-CENTS (WS-SS-IDX) -
                   WS-SS-EXPECTED-CENTS (WS-SS-IDX)
               MOVE WS-SS-OVER-SHORT (WS-SS-IDX) TO WS-ABS-CENTS
               IF WS-ABS-CENTS < ZERO
                   COMPUTE WS-ABS-CENTS = ZERO - WS-ABS-CENTS
               END-IF
               IF WS-ABS-CENTS > WS-TOLERANCE-CENTS
                   MOVE "U" TO WS-SS-RECON-STATE (WS-SS-IDX)
                   ADD 1 TO WS-SESSIONS-OUT
               ELSE
                   MOVE "B" TO WS-SS-RECON-STATE (WS-SS-IDX)
               END-IF
           ELSE
               MOVE ZERO  TO WS-SS-OVER-SHORT (WS-SS-IDX)
               MOVE SPACE TO WS-SS-RECON-STATE (WS-SS-IDX)
               ADD 1 TO WS-SESSIONS-OPEN
           END-IF

           ADD WS-SS-OPENING-CENTS (WS-SS-IDX)  TO WS-TOT-OPENING-CENTS
           ADD WS-SS-CASH-IN-CENTS (WS-SS-IDX)  TO WS-TOT-CASH-IN-CENTS
           ADD WS-SS-CASH-OUT-CENTS (WS-SS-IDX) TO
               WS-TOT-CASH-OUT-CENTS
           ADD WS-SS-EXPECTED-CENTS (WS-SS-IDX) TO
               WS-TOT-EXPECTED-CENTS
           IF WS-SS-STATE (WS-SS-IDX) = "C"
               ADD WS-SS-CLOSING-CENTS (WS-SS-IDX) TO
                   WS-TOT-CLOSING-CENTS
               ADD WS-SS-OVER-SHORT (WS-SS-IDX) TO WS-TOT-OVER-SHORT
           END-IF
           PERFORM ADD-CASHIER-TOTAL-PARA
           PERFORM REWRITE-SESSION-PARA.

       ADD-CASHIER-TOTAL-PARA.
           MOVE "N" TO WS-FOUND-SW
           SET WS-CT-IDX TO 1
           SEARCH WS-CT-ENTRY
               AT END
                   CONTINUE
               WHEN WS-CT-IDX > WS-CASHIER-COUNT
                   CONTINUE
               WHEN WS-CT-CASHIER-ID (WS-CT-IDX) =
                    WS-SS-CASHIER-ID (WS-SS-IDX)
                   MOVE "Y" TO WS-FOUND-SW
           END-SEARCH

           IF NOT WS-FOUND
               ADD 1 TO WS-CASHIER-COUNT
               SET WS-CT-IDX TO WS-CASHIER-COUNT
               MOVE WS-SS-CASHIER-ID (WS-SS-IDX) TO
                   WS-CT-CASHIER-ID (WS-CT-IDX)
               MOVE ZERO TO WS-CT-SESSIONS (WS-CT-IDX)
               MOVE ZERO TO WS-CT-OPENING-CENTS (WS-CT-IDX)
               MOVE ZERO TO WS-CT-CASH-IN-CENTS (WS-CT-IDX)
               MOVE ZERO TO WS-CT-CASH-OUT-CENTS (WS-CT-IDX)
               MOVE ZERO TO WS-CT-EXPECTED-CENTS (WS-CT-IDX)
               MOVE ZERO TO WS-CT-CLOSING-CENTS (WS-CT-IDX)
               MOVE ZERO TO WS-CT-OVER-SHORT (WS-CT-IDX)
           END-IF

           ADD 1 TO WS-CT-SESSIONS (WS-CT-IDX)
           ADD WS-SS-OPENING-CENTS (WS-SS-IDX) TO
               WS-CT-OPENING-CENTS (WS-CT-IDX)
           ADD WS-SS-CASH-IN-CENTS (WS-SS-IDX) TO
               WS-CT-CASH-IN-CENTS (WS-CT-IDX)
           ADD WS-SS-CASH-OUT-CENTS (WS-SS-IDX) TO
               WS-CT-CASH-OUT-CENTS (WS-CT-IDX)
           ADD WS-SS-EXPECTED-CENTS (WS-SS-IDX) TO
               WS-CT-EXPECTED-CENTS (WS-CT-IDX)
           IF WS-SS-STATE (WS-SS-IDX) = "C"
               ADD WS-SS-CLOSING-CENTS (WS-SS-IDX) TO
                   WS-CT-CLOSING-CENTS (WS-CT-IDX)
               ADD WS-SS-OVER-SHORT (WS-SS-IDX) TO
                   WS-CT-OVER-SHORT (WS-CT-IDX)
           END-IF.

       REWRITE-SESSION-PARA.
           MOVE WS-SS-DRAWER-ID (WS-SS-IDX)  TO DRW-DRAWER-ID
           MOVE WS-SS-SESSION-NO (WS-SS-IDX) TO DRW-SESSION-NO
           READ DRAWER-SESSION-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WS-SS-CASH-IN-CENTS (WS-SS-IDX) TO
                       DRW-CASH-IN-CENTS
                   MOVE WS-SS-CASH-OUT-CENTS (WS-SS-IDX) TO
                       DRW-CASH-OUT-CENTS
                   MOVE WS-SS-EXPECTED-CENTS (WS-SS-IDX) TO
                       DRW-EXPECTED-CENTS
                   MOVE WS-SS-OVER-SHORT (WS-SS-IDX) TO
                       DRW-OVER-SHORT-CENTS
                   MOVE WS-SS-RECON-STATE (WS-SS-IDX) TO
                       DRW-RECON-STATE
                   REWRITE DRAWER-SESSION-RECORD
           END-READ.

      * Every reconciled session in the chronic window, this shift's
      * included, folds into its cashier's history.
       LOAD-CHRONIC-PARA.
           MOVE "N" TO WS-EOF-SW
           MOVE LOW-VALUES TO DRW-KEY
           START DRAWER-SESSION-FILE KEY >= DRW-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-SW
           END-START
           PERFORM READ-CHRONIC-PARA UNTIL WS-EOF.

       READ-CHRONIC-PARA.
           READ DRAWER-SESSION-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   IF DRW-GAMING-DAY >= WS-FROM-DAY AND
                      DRW-GAMING-DAY <= WS-GAMING-DAY AND
                      (DRW-BALANCED OR DRW-UNBALANCED)
                       PERFORM FOLD-CHRONIC-PARA
                   END-IF
           END-READ.

       FOLD-CHRONIC-PARA.
           MOVE "N" TO WS-FOUND-SW
           SET WS-CH-IDX TO 1
           SEARCH WS-CH-ENTRY
               AT END
                   CONTINUE
               WHEN WS-CH-IDX > WS-CHRONIC-TOTAL
                   CONTINUE
               WHEN WS-CH-CASHIER-ID (WS-CH-IDX) = DRW-CASHIER-ID
                   MOVE "Y" TO WS-FOUND-SW
           END-SEARCH

           IF NOT WS-FOUND
               IF WS-CHRONIC-TOTAL >= 200
                   MOVE "Y" TO WS-CHRONIC-TABLE-FULL-SW
               ELSE
                   ADD 1 TO WS-CHRONIC-TOTAL
                   SET WS-CH-IDX TO WS-CHRONIC-TOTAL
                   MOVE DRW-CASHIER-ID TO WS-CH-CASHIER-ID (WS-CH-IDX)
                   MOVE ZERO TO WS-CH-SESSIONS (WS-CH-IDX)
                   MOVE ZERO TO WS-CH-OUT-COUNT (WS-CH-IDX)
                   MOVE ZERO TO WS-CH-OVER-CENTS (WS-CH-IDX)
                   MOVE ZERO TO WS-CH-SHORT-CENTS (WS-CH-IDX)
                   MOVE "Y" TO WS-FOUND-SW
               END-IF
           END-IF

           IF WS-FOUND
               ADD 1 TO WS-CH-SESSIONS (WS-CH-IDX)
               IF DRW-UNBALANCED
                   ADD 1 TO WS-CH-OUT-COUNT (WS-CH-IDX)
               END-IF
               IF DRW-OVER-SHORT-CENTS > ZERO
                   ADD DRW-OVER-SHORT-CENTS TO
                       WS-CH-OVER-CENTS (WS-CH-IDX)
               ELSE
                   ADD DRW-OVER-SHORT-CENTS TO
                       WS-CH-SHORT-CENTS (WS-CH-IDX)
               END-IF
           END-IF.

       WRITE-REPORT-PARA.
           OPEN OUTPUT REPORT-FILE
           MOVE WS-GAMING-DAY      TO H1-GAMING-DAY
           MOVE WS-SHIFT-NO        TO H1-SHIFT-NO
           MOVE WS-TOLERANCE-CENTS TO H1-TOLERANCE
           WRITE REPORT-LINE FROM WS-HEADING-1
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WS-HEADING-2

           IF WS-SESSION-COUNT = ZERO
               WRITE REPORT-LINE FROM WS-NONE-LINE
           ELSE
               PERFORM WRITE-SESSION-LINE-PARA
                   VARYING WS-SS-IDX FROM 1 BY 1
                   UNTIL WS-SS-IDX > WS-SESSION-COUNT
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM WRITE-CASHIER-LINE-PARA
                   VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > WS-CASHIER-COUNT
           END-IF
           IF WS-SESSION-TABLE-FULL
               WRITE REPORT-LINE FROM WS-OVERFLOW-LINE
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "SHIFT TOTAL"         TO TL-LABEL
           MOVE WS-TOT-OPENING-CENTS  TO TL-OPENING-CENTS
           MOVE WS-TOT-CASH-IN-CENTS  TO TL-CASH-IN-CENTS
           MOVE WS-TOT-CASH-OUT-CENTS TO TL-CASH-OUT-CENTS
           MOVE WS-TOT-EXPECTED-CENTS TO TL-EXPECTED-CENTS
           MOVE WS-TOT-CLOSING-CENTS  TO TL-CLOSING-CENTS
           MOVE WS-TOT-OVER-SHORT     TO TL-OVER-SHORT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE

           MOVE WS-SHIFT-NO      TO VL-SHIFT-NO
           MOVE WS-SESSIONS-OUT  TO VL-OUT-COUNT
           MOVE WS-SESSIONS-OPEN TO VL-OPEN-COUNT
           IF WS-SHIFT-BALANCED
               MOVE "BALANCED"   TO VL-VERDICT
           ELSE
               MOVE "UNBALANCED" TO VL-VERDICT
           END-IF
           WRITE REPORT-LINE FROM WS-VERDICT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-CHRONIC-COUNT TO CH1-COUNT
           MOVE WS-FROM-DAY      TO CH1-FROM-DAY
           MOVE WS-GAMING-DAY    TO CH1-TO-DAY
           WRITE REPORT-LINE FROM WS-CHRONIC-HEADING-1
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WS-CHRONIC-HEADING-2
           MOVE ZERO TO WS-CHRONIC-LISTED
           PERFORM WRITE-CHRONIC-LINE-PARA
               VARYING WS-CH-IDX FROM 1 BY 1
               UNTIL WS-CH-IDX > WS-CHRONIC-TOTAL
           IF WS-CHRONIC-LISTED = ZERO
               WRITE REPORT-LINE FROM WS-NO-CHRONIC-LINE
           END-IF
           IF WS-CHRONIC-TABLE-FULL
               WRITE REPORT-LINE FROM WS-CHRONIC-OVERFLOW-LINE
           END-IF
           CLOSE REPORT-FILE.

       WRITE-SESSION-LINE-PARA.
           MOVE WS-SS-DRAWER-ID (WS-SS-IDX)      TO DL-DRAWER-ID
           MOVE WS-SS-SESSION-NO (WS-SS-IDX)     TO DL-SESSION-NO
           MOVE WS-SS-CASHIER-ID (WS-SS-IDX)     TO DL-CASHIER-ID
           MOVE WS-SS-OPENING-CENTS (WS-SS-IDX)  TO DL-OPENING-CENTS
           MOVE WS-SS-CASH-IN-CENTS (WS-SS-IDX)  TO DL-CASH-IN-CENTS
           MOVE WS-SS-CASH-OUT-CENTS (WS-SS-IDX) TO DL-CASH-OUT-CENTS
           MOVE WS-SS-EXPECTED-CENTS (WS-SS-IDX) TO DL-EXPECTED-CENTS
           MOVE WS-SS-CLOSING-CENTS (WS-SS-IDX)  TO DL-CLOSING-CENTS
           MOVE WS-SS-OVER-SHORT (WS-SS-IDX)     TO DL-OVER-SHORT
           IF WS-SS-STATE (WS-SS-IDX) = "C"
               MOVE "CLOSED" TO DL-STATE
           ELSE
               MOVE "OPEN"   TO DL-STATE
           END-IF
           EVALUATE TRUE
               WHEN WS-SS-RECON-STATE (WS-SS-IDX) = SPACE
                   MOVE "OPEN"  TO DL-FLAG
               WHEN WS-SS-RECON-STATE (WS-SS-IDX) = "B"
                   MOVE SPACES  TO DL-FLAG
               WHEN WS-SS-OVER-SHORT (WS-SS-IDX) > ZERO
                   MOVE "OVER"  TO DL-FLAG
               WHEN OTHER
                   MOVE "SHORT" TO DL-FLAG
           END-EVALUATE
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.

       WRITE-CASHIER-LINE-PARA.
           MOVE WS-CT-CASHIER-ID (WS-CT-IDX) TO CL-CASHIER-ID
           MOVE WS-CT-SESSIONS (WS-CT-IDX)   TO CL-SESSIONS
           MOVE WS-CASHIER-LABEL             TO TL-LABEL
           MOVE WS-CT-OPENING-CENTS (WS-CT-IDX)  TO TL-OPENING-CENTS
           MOVE WS-CT-CASH-IN-CENTS (WS-CT-IDX)  TO TL-CASH-IN-CENTS
           MOVE WS-CT-CASH-OUT-CENTS (WS-CT-IDX) TO TL-CASH-OUT-CENTS
           MOVE WS-CT-EXPECTED-CENTS (WS-CT-IDX) TO TL-EXPECTED-CENTS
           MOVE WS-CT-CLOSING-CENTS (WS-CT-IDX)  TO TL-CLOSING-CENTS
           MOVE WS-CT-OVER-SHORT (WS-CT-IDX)     TO TL-OVER-SHORT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.

       WRITE-CHRONIC-LINE-PARA.
           IF WS-CH-OUT-COUNT (WS-CH-IDX) >= WS-CHRONIC-COUNT
               ADD 1 TO WS-CHRONIC-LISTED
               MOVE WS-CH-CASHIER-ID (WS-CH-IDX)  TO CHL-CASHIER-ID
               MOVE WS-CH-SESSIONS (WS-CH-IDX)    TO CHL-SESSIONS
               MOVE WS-CH-OUT-COUNT (WS-CH-IDX)   TO CHL-OUT-COUNT
               MOVE WS-CH-OVER-CENTS (WS-CH-IDX)  TO CHL-OVER-CENTS
               MOVE WS-CH-SHORT-CENTS (WS-CH-IDX) TO CHL-SHORT-CENTS
               COMPUTE CHL-NET-CENTS =
                   WS-CH-OVER-CENTS (WS-CH-IDX) +
                   WS-CH-SHORT-CENTS (WS-CH-IDX)
               WRITE REPORT-LINE FROM WS-CHRONIC-LINE
           END-IF.

      * The shift's verdict goes on the run-control file under step
      * 90 + SHIFT_NO for the gaming day: COMPLETE when balanced,
      * FAILED (still open) when not, for CLOSE-DAY to flag. A rerun
      * rewrites the record.
       RECORD-RUNCTL-PARA.
           OPEN I-O RUN-CONTROL-FILE
           IF WS-RUNCTL-STATUS = "35"
               OPEN OUTPUT RUN-CONTROL-FILE
               CLOSE RUN-CONTROL-FILE
               OPEN I-O RUN-CONTROL-FILE
           END-IF
           ACCEPT WS-TS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TS-TIME FROM TIME

           MOVE WS-GAMING-DAY TO RC-GAMING-DAY
           COMPUTE RC-STEP-NO = 90 + WS-SHIFT-NO
           MOVE "SHIFT-CLOSE" TO RC-STEP-NAME
           MOVE WS-TIMESTAMP  TO RC-COMPLETED-STAMP
           IF WS-SHIFT-BALANCED
               MOVE "C"  TO RC-STATE
               MOVE ZERO TO RC-RETURN-CODE
           ELSE
               MOVE "F"  TO RC-STATE
               MOVE 1    TO RC-RETURN-CODE
           END-IF
           WRITE RUN-CONTROL-RECORD
               INVALID KEY
                   REWRITE RUN-CONTROL-RECORD
           END-WRITE
           CLOSE RUN-CONTROL-FILE.

      * Settings in force on WS-PARM-AS-OF from the site parameter
      * master (PARMMAST, set by PARM-MAINT); a setting with no
      * value in force on the day keeps its built-in default.
       LOAD-PARAMETERS-PARA.
           MOVE WS-DEFAULT-TOLERANCE     TO WS-TOLERANCE-CENTS
           MOVE WS-DEFAULT-CHRONIC-DAYS  TO WS-CHRONIC-DAYS
           MOVE WS-DEFAULT-CHRONIC-COUNT TO WS-CHRONIC-COUNT
           MOVE "N" TO WS-PARMMAST-MISSING-SW
           OPEN INPUT SITE-PARAMETER-FILE
           IF WS-PARMMAST-STATUS = "35"
               MOVE "Y" TO WS-PARMMAST-MISSING-SW
           END-IF

           MOVE "TOLERANCE_CENTS" TO WS-PARM-NAME
           PERFORM LOOKUP-PARM-PARA
           IF WS-PARM-FOUND
               MOVE WS-PARM-VALUE TO WS-TOLERANCE-CENTS
           END-IF

           MOVE "CHRONIC_DAYS" TO WS-PARM-NAME
           PERFORM LOOKUP-PARM-PARA
           IF WS-PARM-FOUND
               MOVE WS-PARM-VALUE TO WS-CHRONIC-DAYS
           END-IF

           MOVE "CHRONIC_COUNT" TO WS-PARM-NAME
           PERFORM LOOKUP-PARM-PARA
           IF WS-PARM-FOUND
               MOVE WS-PARM-VALUE TO WS-CHRONIC-COUNT
           END-IF

           IF NOT WS-PARMMAST-MISSING
               CLOSE SITE-PARAMETER-FILE
           END-IF.

      * The first record at or after (name, 99999999 - day) is the
      * latest value effective on or before that day, if it is for
      * the same parameter (see copybooks/PARMMAST.cpy).
       LOOKUP-PARM-PARA.
           MOVE "N" TO WS-PARM-FOUND-SW
           IF NOT WS-PARMMAST-MISSING
               MOVE WS-PARM-NAME TO PARM-NAME
               COMPUTE PARM-EFFECTIVE-INV = 99999999 - WS-PARM-AS-OF
               START SITE-PARAMETER-FILE KEY >= PARM-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ SITE-PARAMETER-FILE NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               IF PARM-NAME = WS-PARM-NAME
                                   MOVE "Y" TO WS-PARM-FOUND-SW
                                   MOVE PARM-VALUE TO WS-PARM-VALUE
                               END-IF
                       END-READ
               END-START
           END-IF.

      * cash-out for one gaming day and flags:
      *
      *   CTR-IN     - aggregate approved cash-in (CREDIT and
      *                RELEASE entries that are not POT payouts, COMP
      *                redemptions or JACKPOT hits - deposits,
      *                however they posted - plus marker repayments
      *                made in currency) at or over the CTR threshold
      *   CTR-OUT    - aggregate approved cash-out (DEBIT entries
      *                with no JRNL-TABLE-ID - withdrawals; bets
      *                carry the table they were placed at) at or
      *                threshold and below it) - the classic
      *                structuring pattern
      *
      * Markers (MARKER-POST) are credit, not currency: a marker
      * issue is neither cash-in nor cash-out, and a repayment by
      * check or chips is not cash. A repayment in CASH is currency
      * handed over at the cage and aggregates exactly like a
      * deposit, structuring test included.
      *
      * Journal rows written before JRNL-TABLE-ID existed read back
      * with the field as spaces, so old DEBIT rows count as
      * cash-out - over-reporting a bet as a withdrawal errs on the
      *                         TXNJRNL.D20260821 - archive HDR/TRL
      *                         control records are recognized and
      *                         skipped, same as RAKE-SETTLE does.
      *
      * Site parameters (PARMMAST, set by PARM-MAINT), as in force on
      * GAMING_DAY - a back-dated rerun applies the thresholds that
      * were in force that night:
      *   CTR_THRESHOLD_CENTS - CTR aggregate threshold
      *                         (default 1000000 = 10,000.00)
      *   STRUCT_NEAR_PCT     - "near the line" floor as a percent
      *               deposit the CTR aggregate existed to catch.
      *               The flags column is widened so the three-flag
      *               case spells out STRUCT instead of truncating.
      *   2026-10-15  Marker repayments in currency (REPAY entries
      *               with tender CASH) aggregate into cash-in like a
      *               deposit; marker issues and check / chips
      *               repayments stay out of both aggregates.
      *   2026-10-15  Progressive jackpot hits (CREDIT entries with
      *               JRNL-CREDIT-TYPE=JACKPOT, posted by
      *               JACKPOT-HIT) are excluded from cash-in like
      *               POT payouts - winnings, not player cash.
      *   2026-10-15  CTR_THRESHOLD_CENTS and the STRUCT_ settings are
      *               read from the site parameter master (PARMMAST)
      *               as of GAMING_DAY instead of the environment.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.

           SELECT SITE-PARAMETER-FILE ASSIGN TO "PARMMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PARM-KEY
               FILE STATUS IS WS-PARMMAST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE.
       FD  WORK-FILE.
       01 WORK-LINE                 PIC X(120).

       FD  SITE-PARAMETER-FILE.
       COPY PARMMAST.

       WORKING-STORAGE SECTION.
       01 WS-JOURNAL-STATUS         PIC X(02) VALUE SPACES.
       01 WS-JOURNAL-FILENAME       PIC X(24) VALUE SPACES.
       01 WS-CTR-THRESHOLD-CENTS    PIC S9(15) VALUE ZERO.
       01 WS-STRUCT-NEAR-PCT        PIC 9(03)  VALUE ZERO.
       01 WS-STRUCT-MIN-COUNT       PIC 9(03)  VALUE ZERO.
       01 WS-DEFAULT-CTR-THRESHOLD  PIC S9(15) VALUE 1000000.
       01 WS-DEFAULT-NEAR-PCT       PIC 9(03)  VALUE 80.
       01 WS-DEFAULT-MIN-COUNT      PIC 9(03)  VALUE 3.
       01 WS-NEAR-FLOOR-CENTS       PIC S9(15) VALUE ZERO.
       01 WS-PARMMAST-STATUS        PIC X(02) VALUE SPACES.
       01 WS-PARMMAST-MISSING-SW    PIC X(01) VALUE "N".
           88 WS-PARMMAST-MISSING             VALUE "Y".
       01 WS-PARM-NAME              PIC X(28) VALUE SPACES.
       01 WS-PARM-AS-OF             PIC 9(08) VALUE ZERO.
       01 WS-PARM-VALUE             PIC S9(15)V9(02) VALUE ZERO.
       01 WS-PARM-FOUND-SW          PIC X(01) VALUE "N".
           88 WS-PARM-FOUND                   VALUE "Y".

       01 WS-PLAYER-COUNT           PIC 9(03) VALUE ZERO.
       01 WS-PLAYER-TABLE-FULL-SW   PIC X(01) VALUE "N".
           IF WS-JOURNAL-FILENAME = SPACES
               MOVE "TXNJRNL" TO WS-JOURNAL-FILENAME
           END-IF
           MOVE WS-GAMING-DAY TO WS-PARM-AS-OF
           PERFORM LOAD-PARAMETERS-PARA
           COMPUTE WS-NEAR-FLOOR-CENTS =
               WS-CTR-THRESHOLD-CENTS * WS-STRUCT-NEAR-PCT / 100.

      * COMP credits are comp-point redemptions (COMP-REDEEM) -
      * house-funded, not player cash-in, so they are excluded from
      * the deposit aggregate the same way POT payouts are.
      * JACKPOT credits are progressive hits paid by JACKPOT-HIT -
      * winnings out of the meter, excluded for the same reason.
      * RELEASE entries are pended REVIEW-REQUIRED credits posted
      * by PEND-RELEASE: the refusal itself was rightly excluded
      * (nothing moved), but the release is the day the money
               WHEN (JRNL-TXN-TYPE = "CREDIT" OR
                     JRNL-TXN-TYPE = "RELEASE") AND
                    JRNL-CREDIT-TYPE NOT = "POT" AND
                    JRNL-CREDIT-TYPE NOT = "COMP" AND
                    JRNL-CREDIT-TYPE NOT = "JACKPOT"
                   PERFORM ADD-CASH-IN-PARA
      * A marker paid off in currency is cash handed over at the
      * cage, whatever it is paying for.
               WHEN JRNL-TXN-TYPE = "REPAY" AND
                    JRNL-CREDIT-TYPE = "CASH"
                   PERFORM ADD-CASH-IN-PARA
               WHEN JRNL-TXN-TYPE = "DEBIT" AND
                    JRNL-TABLE-ID = SPACES
                   PERFORM FIND-OR-ADD-PLAYER-PARA
                   CONTINUE
           END-EVALUATE.

       ADD-CASH-IN-PARA.
           PERFORM FIND-OR-ADD-PLAYER-PARA
           IF WS-FOUND
               ADD JRNL-AMOUNT-CENTS TO WS-PT-CASH-IN (WS-PT-IDX)
               ADD 1 TO WS-PT-DEPOSIT-COUNT (WS-PT-IDX)
               IF JRNL-AMOUNT-CENTS >= WS-NEAR-FLOOR-CENTS AND
                  JRNL-AMOUNT-CENTS < WS-CTR-THRESHOLD-CENTS
                   ADD 1 TO WS-PT-NEAR-COUNT (WS-PT-IDX)
               END-IF
               PERFORM KEEP-REF-PARA
           END-IF.

      * Linear lookup, same shape as RECON-REPORT's player table.
      * WS-FOUND tells the caller whether WS-PT-IDX is usable - it
      * is not when this is a new player and the table is full.
       WRITE-REF-PARA.
           MOVE WS-PT-REF-NO (WS-PT-IDX, WS-R) TO RL-REF-NO
           WRITE WORK-LINE FROM WS-REF-LINE.

      * Settings in force on WS-PARM-AS-OF from the site parameter
      * master (PARMMAST, set by PARM-MAINT); a setting with no
      * value in force on the day keeps its built-in default.
       LOAD-PARAMETERS-PARA.
           MOVE WS-DEFAULT-CTR-THRESHOLD TO WS-CTR-THRESHOLD-CENTS
           MOVE WS-DEFAULT-NEAR-PCT      TO WS-STRUCT-NEAR-PCT
           MOVE WS-DEFAULT-MIN-COUNT     TO WS-STRUCT-MIN-COUNT
           MOVE "N" TO WS-PARMMAST-MISSING-SW
           OPEN INPUT SITE-PARAMETER-FILE
           IF WS-PARMMAST-STATUS = "35"
               MOVE "Y" TO WS-PARMMAST-MISSING-SW
           END-IF

           MOVE "CTR_THRESHOLD_CENTS" TO WS-PARM-NAME
           PERFORM LOOKUP-PARM-PARA
           IF WS-PARM-FOUND
               MOVE WS-PARM-VALUE TO WS-CTR-THRESHOLD-CENTS
           END-IF

           MOVE "STRUCT_NEAR_PCT" TO WS-PARM-NAME
           PERFORM LOOKUP-PARM-PARA
           IF WS-PARM-FOUND
               MOVE WS-PARM-VALUE TO WS-STRUCT-NEAR-PCT
           END-IF

           MOVE "STRUCT_MIN_COUNT" TO WS-PARM-NAME
           PERFORM LOOKUP-PARM-PARA
           IF WS-PARM-FOUND
               MOVE WS-PARM-VALUE TO WS-STRUCT-MIN-COUNT
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

      * Input  (environment variables):
      *   PLAYER_ID       - account identifier; key into ACCOUNT-MASTER
      *   MODE            - SINGLE (default) or MULTI
      *   DRAWER_ID       - cage drawer a withdrawal is paid out
      *                     of; required for a SINGLE-mode withdrawal
      *                     (TABLE_ID blank) and for a MULTI batch
      *                     with any entry that has no table. The
      *                     drawer must have a session open
      *                     (DRAWER-SESSION), and every withdrawal
      *                     journaled by this run carries that drawer
      *                     and session so SHIFT-CLOSE can balance the
      *                     drawer. Not used for a SINGLE-mode bet
      *                     (TABLE_ID set), and never stamped on a bet.
      *
      *   SINGLE mode also reads:
      *     DEBIT_CENTS   - amount to debit in cents (integer)
      *     TABLE_ID      - table identifier; key into TABLE-LIMITS.
      *                     Optional - when blank or not on file, no
      *                     bet-limit check is applied.
      *     ROUND_ID      - optional hand/round ID the bet is for,
      *                     journaled as JRNL-ROUND-ID so the payout
      *                     or loss that settles the round can be
      *                     paired with it (see OPEN-WAGERS). MULTI
      *                     mode takes each entry's MD-ROUND-ID
      *                     instead.
      *
      *   MULTI mode validates a whole split / double-down action as
      *   one all-or-nothing unit instead of one amount at a time, so
      * on PLAYER_ID (see copybooks/ACCTMAST.cpy) and rewritten there
      * as part of this run, rather than trusted from the caller, so
      * concurrent calls for the same player serialize through the
      * file instead of racing on a stale balance. A PLAYER_ID that
      * was never registered through ACCT-OPEN (no ACCTMAST record, or
      * no PLRPROF registration profile - see copybooks/PLRPROF.cpy)
      * is refused in either mode with STATUS=NOT-REGISTERED; no
      * account is ever opened here. A withdrawal (a debit with no
      * table - SINGLE mode with TABLE_ID blank, or a MULTI entry with
      * MD-TABLE-ID blank) is also refused while the player's ID
      * document is expired (ID-EXPIRED) or not yet verified
      * (KYC-PENDING), until the cage re-verifies it through
      * ACCT-OPEN ACTION=REVERIFY.
      *
      * When a TABLE_ID (SINGLE) or MD-TABLE-ID (MULTI) is supplied
      * and found on the TABLE-LIMITS file (see copybooks/TBLLIMIT.cpy),
      *                                BATCH-TOO-LARGE,
      *                                PLAYER-MISMATCH,
      *                                EMPTY-BATCH, ACCT-FROZEN,
      *                                SELF-EXCLUDED, ACCT-CLOSED,
      *                                DAILY-LIMIT, NOT-REGISTERED,
      *                                ID-EXPIRED, KYC-PENDING or
      *                                DRAWER-CLOSED
      *     XFER-NEW-BALANCE-CENTS   - balance after the debit(s)
      *                                (only meaningful if OK)
      *     XFER-AMOUNT-CENTS        - DEBIT_CENTS (SINGLE) or the
      *                     self-excluded, closed or dormant - see
      *                     copybooks/ACCTMAST.cpy, ACCT-STATUS and
      *                     DORMANT-SWEEP)
      *              1011 = player not registered (NOT-REGISTERED)
      *              1012 = withdrawal refused on the player's ID
      *                     document (ID-EXPIRED / KYC-PENDING)
      *              1017 = DRAWER_ID missing on a withdrawal, or
      *                     it has no open drawer session
      *                     (DRAWER-CLOSED)
      *
      * Progressive jackpot: an approved bet at a table linked to an
      * active progressive pool (JKPOOL, see copybooks/JKPOOL.cpy,
      * set up by JACKPOT-MAINT) adds the pool's contribution
      * percentage of the bet to the pool meter, in either mode. The
      * player is debited the bet as usual - the contribution is the
      * house's share of it. The bet's journal entry carries the
      * pool and the contribution (JRNL-JACKPOT-ID /
      * JRNL-JACKPOT-CENTS), and the meter movement is appended to
      * the JKPLEDG ledger for JACKPOT-LIAB.
      *
      * Exit code: 0 = success, 1 = error
      *
      *               journaled status ACCT-DORMANT and error code
      *               1004, until the cage reactivates through
      *               ACCT-STATUS.
      *   2026-10-15  An unknown PLAYER_ID is no longer opened as a
      *               new account: a player without an ACCTMAST
      *               record and a PLRPROF registration profile
      *               (written by ACCT-OPEN) is refused before the
      *               mode dispatch with the journaled status
      *               NOT-REGISTERED and error code 1011.
      *               Withdrawals (debits with no table, in either
      *               mode) are refused with ID-EXPIRED / KYC-PENDING
      *               and error code 1012 while the player's ID
      *               document is expired or unverified.
      *   2026-10-15  Added DRAWER_ID: withdrawals paid at the cage
      *               are journaled with the cashier's open drawer
      *               session (JRNL-DRAWER-ID / JRNL-DRAWER-SESSION)
      *               for SHIFT-CLOSE, and refused before the mode
      *               dispatch with the journaled status
      *               DRAWER-CLOSED and error code 1017 when the
      *               drawer has no session open.
      *   2026-10-15  Approved bets at a table linked to a
      *               progressive jackpot pool add the pool's
      *               contribution to its meter (JKPOOL), journaled
      *               as JRNL-JACKPOT-ID / JRNL-JACKPOT-CENTS and
      *               ledgered to JKPLEDG, in both modes.
      *   2026-10-15  Bets carry the floor's round ID onto the journal
      *               (JRNL-ROUND-ID) - ROUND_ID in SINGLE mode,
      *               MD-ROUND-ID per entry in MULTI mode.
      *   2026-10-15  DRAWER_ID is required on a withdrawal (SINGLE
      *               with no table, or a MULTI batch carrying a
      *               no-table entry): one posted without it is
      *               refused DRAWER-CLOSED (1017), so no cage cash is
      *               journaled outside a drawer.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-DAYTOTAL-STATUS.

           SELECT PLAYER-PROFILE-FILE ASSIGN TO "PLRPROF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROF-PLAYER-ID
               FILE STATUS IS WS-PLRPROF-STATUS.

           SELECT DRAWER-SESSION-FILE ASSIGN TO "DRWSESS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DRW-KEY
               FILE STATUS IS WS-DRWSESS-STATUS.

           SELECT JACKPOT-POOL-FILE ASSIGN TO "JKPOOL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JKP-POOL-ID
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-JKPOOL-STATUS.

           SELECT JACKPOT-LEDGER-FILE ASSIGN TO "JKPLEDG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JKPLEDG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER-FILE.
       FD  DAY-TOTALS-FILE.
       COPY DAYTOTAL.

       FD  PLAYER-PROFILE-FILE.
       COPY PLRPROF.

       FD  DRAWER-SESSION-FILE.
       COPY DRAWER.

       FD  JACKPOT-POOL-FILE.
       COPY JKPOOL.

       FD  JACKPOT-LEDGER-FILE.
       COPY JKPLEDG.

       WORKING-STORAGE SECTION.
       01 WS-MODE               PIC X(06)  VALUE SPACES.
       01 WS-BALANCE-CENTS      PIC S9(15) VALUE ZERO.
       01 WS-STATUS             PIC X(15)  VALUE SPACES.
       01 WS-PLAYER-ID          PIC X(10)  VALUE SPACES.
       01 WS-TABLE-ID           PIC X(08)  VALUE SPACES.
       01 WS-ROUND-ID           PIC X(12)  VALUE SPACES.
       01 WS-DRAWER-ID          PIC X(04)  VALUE SPACES.
       01 WS-DRAWER-SESSION     PIC 9(06)  VALUE ZERO.
       01 WS-DRWSESS-STATUS     PIC X(02)  VALUE SPACES.
       01 WS-DRW-EOF-SW         PIC X(01)  VALUE "N".
           88 WS-DRW-EOF                   VALUE "Y".
       01 WS-JKPOOL-STATUS      PIC X(02)  VALUE SPACES.
       01 WS-JKPLEDG-STATUS     PIC X(02)  VALUE SPACES.
       01 WS-JACKPOT-ID         PIC X(04)  VALUE SPACES.
       01 WS-JACKPOT-CENTS      PIC S9(15) VALUE ZERO.
       01 WS-JKP-METER-BEFORE   PIC S9(15) VALUE ZERO.
       01 WS-JKP-METER-AFTER    PIC S9(15) VALUE ZERO.
       01 WS-JKP-IDX            PIC 9(02)  VALUE ZERO.
       01 WS-JKP-EOF-SW         PIC X(01)  VALUE "N".
           88 WS-JKP-EOF                   VALUE "Y".
       01 WS-JKP-FOUND-SW       PIC X(01)  VALUE "N".
           88 WS-JKP-FOUND                 VALUE "Y".
       01 WS-ACCT-STATUS        PIC X(02)  VALUE SPACES.
       01 WS-NOT-ON-MASTER-SW   PIC X(01)  VALUE "N".
           88 WS-NOT-ON-MASTER            VALUE "Y".
       01 WS-PLRPROF-STATUS     PIC X(02)  VALUE SPACES.
       01 WS-REGISTERED-SW      PIC X(01)  VALUE "N".
           88 WS-REGISTERED               VALUE "Y".
       01 WS-ID-EXPIRY          PIC 9(08)  VALUE ZERO.
       01 WS-KYC-VERIFIED       PIC X(01)  VALUE SPACES.
       01 WS-TODAY              PIC 9(08)  VALUE ZERO.
       01 WS-ACCOUNT-STATE      PIC X(01)  VALUE "A".
           88 WS-ACCOUNT-ACTIVE           VALUE "A" SPACE.
           88 WS-ACCOUNT-FROZEN           VALUE "F".
                   INDEXED BY WS-BT-IDX.
               10 WS-BT-DEBIT-CENTS     PIC S9(15).
               10 WS-BT-TABLE-ID        PIC X(08).
               10 WS-BT-ROUND-ID        PIC X(12).
               10 WS-BT-RUNNING-BAL     PIC S9(15).

       PROCEDURE DIVISION.
           ACCEPT WS-MODE          FROM ENVIRONMENT "MODE"
           ACCEPT WS-DEBIT-CENTS   FROM ENVIRONMENT "DEBIT_CENTS"
           ACCEPT WS-TABLE-ID      FROM ENVIRONMENT "TABLE_ID"
           ACCEPT WS-ROUND-ID      FROM ENVIRONMENT "ROUND_ID"
           ACCEPT WS-DRAWER-ID     FROM ENVIRONMENT "DRAWER_ID"
           IF WS-MODE NOT = "MULTI" AND WS-TABLE-ID NOT = SPACES
               MOVE SPACES TO WS-DRAWER-ID
           END-IF
           PERFORM BUILD-FILENAMES-PARA

      * The account is opened and read before DEBIT_CENTS is even
               STOP RUN RETURNING 1
           END-IF

      * Only a player registered through ACCT-OPEN can be debited -
      * an unknown PLAYER_ID is a typo or a bad feed, not a new
      * account. Checked before the mode dispatch and journaled the
      * same way as the account-state refusal below.
           PERFORM CHECK-REGISTRATION-PARA
           IF WS-STATUS NOT = SPACES
               MOVE 1011             TO WS-ERROR-CODE
               MOVE WS-BALANCE-CENTS TO WS-NEW-BALANCE-CENTS
               MOVE ZERO             TO WS-RESULT-BALANCE-CENTS
               MOVE WS-DEBIT-CENTS   TO WS-RESPONSE-AMOUNT-CENTS
               CLOSE ACCOUNT-MASTER-FILE
               ACCEPT WS-TS-DATE FROM DATE YYYYMMDD
               ACCEPT WS-TS-TIME FROM TIME
               PERFORM WRITE-JOURNAL-PARA
               PERFORM WRITE-RESPONSE-PARA
               STOP RUN RETURNING 1
           END-IF

      * The cage's freeze / self-exclusion / closure gate, checked
      * before the mode dispatch so neither a single debit nor any
      * entry of a MULTI batch posts against a non-ACTIVE account.
               STOP RUN RETURNING 1
           END-IF

      * A SINGLE-mode debit with no table is a cage withdrawal and
      * needs a current, verified ID document on the profile; MULTI
      * entries are checked one by one in VALIDATE-BATCH-PARA.
           IF WS-MODE NOT = "MULTI" AND WS-TABLE-ID = SPACES
               PERFORM CHECK-ID-DOCUMENT-PARA
           END-IF
           IF WS-STATUS NOT = SPACES
               MOVE 1012             TO WS-ERROR-CODE
               MOVE WS-BALANCE-CENTS TO WS-NEW-BALANCE-CENTS
               MOVE ZERO             TO WS-RESULT-BALANCE-CENTS
               MOVE WS-DEBIT-CENTS   TO WS-RESPONSE-AMOUNT-CENTS
               CLOSE ACCOUNT-MASTER-FILE
               ACCEPT WS-TS-DATE FROM DATE YYYYMMDD
               ACCEPT WS-TS-TIME FROM TIME
               PERFORM WRITE-JOURNAL-PARA
               PERFORM WRITE-RESPONSE-PARA
               STOP RUN RETURNING 1
           END-IF

      * Cash paid out at the cage comes out of the cashier's open
      * drawer session; a withdrawal with no drawer named, or from a
      * drawer nobody has opened, cannot pay out. Checked before the
      * mode dispatch, same as the gates above - a MULTI batch's
      * no-table entries are held to a named drawer in
      * CHECK-BATCH-ENTRY-LIMIT-PARA.
           IF WS-MODE NOT = "MULTI" AND WS-TABLE-ID = SPACES AND
              WS-DRAWER-ID = SPACES
               MOVE "DRAWER-CLOSED" TO WS-STATUS
           ELSE
               IF WS-DRAWER-ID NOT = SPACES
                   PERFORM FIND-DRAWER-SESSION-PARA
               END-IF
           END-IF
           IF WS-STATUS NOT = SPACES
               MOVE 1017             TO WS-ERROR-CODE
               MOVE WS-BALANCE-CENTS TO WS-NEW-BALANCE-CENTS
               MOVE ZERO             TO WS-RESULT-BALANCE-CENTS
               MOVE WS-DEBIT-CENTS   TO WS-RESPONSE-AMOUNT-CENTS
               CLOSE ACCOUNT-MASTER-FILE
               ACCEPT WS-TS-DATE FROM DATE YYYYMMDD
               ACCEPT WS-TS-TIME FROM TIME
               PERFORM WRITE-JOURNAL-PARA
               PERFORM WRITE-RESPONSE-PARA
               STOP RUN RETURNING 1
           END-IF

           IF WS-MODE = "MULTI"
               PERFORM MULTI-DEBIT-PARA
           ELSE
           IF WS-STATUS = "OK"
               MOVE WS-DEBIT-CENTS TO WS-LIMIT-CHECK-CENTS
               PERFORM ADD-DAY-LOSS-PARA
               IF WS-TABLE-ID NOT = SPACES
                   PERFORM CONTRIBUTE-JACKPOT-PARA
               END-IF
           END-IF
           PERFORM WRITE-JOURNAL-PARA
           IF WS-JACKPOT-CENTS > ZERO
               PERFORM WRITE-JACKPOT-LEDGER-PARA
           END-IF
           IF WS-STATUS = "INSUFFICIENT"
               PERFORM WRITE-EXCEPTION-PARA
           END-IF
           IF WS-STATUS NOT = "OK"
               MOVE ZERO TO WS-NEW-BALANCE-CENTS
           END-IF
           IF WS-STATUS = "ID-EXPIRED" OR "KYC-PENDING"
               MOVE 1012 TO WS-ERROR-CODE
           END-IF
           IF WS-STATUS = "DRAWER-CLOSED"
               MOVE 1017 TO WS-ERROR-CODE
           END-IF

      * Always stamps WS-TIMESTAMP (and rewrites the account only
      * when approved) so JOURNAL-BATCH-PARA below never journals an
                               WS-BT-DEBIT-CENTS (WS-BT-IDX)
                           MOVE MD-TABLE-ID    TO
                               WS-BT-TABLE-ID (WS-BT-IDX)
                           MOVE MD-ROUND-ID    TO
                               WS-BT-ROUND-ID (WS-BT-IDX)
                       END-IF
                   END-IF
           END-READ.
       SUM-BATCH-ENTRY-PARA.
           ADD WS-BT-DEBIT-CENTS (WS-BT-IDX) TO WS-BATCH-SUM-CENTS.

      * An entry with no table is a withdrawal riding in the batch,
      * so it is held to the ID-document check and to a named cage
      * drawer instead of a table limit - any refusal rejects the
      * whole batch.
       CHECK-BATCH-ENTRY-LIMIT-PARA.
           IF WS-BT-TABLE-ID (WS-BT-IDX) NOT = SPACES
               MOVE WS-BT-TABLE-ID (WS-BT-IDX)    TO WS-TABLE-ID
               MOVE WS-BT-DEBIT-CENTS (WS-BT-IDX) TO WS-DEBIT-CENTS
               PERFORM CHECK-TABLE-LIMIT-PARA
           ELSE
               PERFORM CHECK-ID-DOCUMENT-PARA
               IF WS-STATUS = "OK" AND WS-DRAWER-ID = SPACES
                   MOVE "DRAWER-CLOSED" TO WS-STATUS
               END-IF
           END-IF.

      * Running balance if the whole batch posts: balance after entry
       JOURNAL-BATCH-PARA.
           MOVE WS-BT-DEBIT-CENTS (WS-BT-IDX) TO WS-DEBIT-CENTS
           MOVE WS-BT-TABLE-ID (WS-BT-IDX)    TO WS-TABLE-ID
           MOVE WS-BT-ROUND-ID (WS-BT-IDX)    TO WS-ROUND-ID
           IF WS-STATUS = "OK"
               IF WS-BT-IDX > 1
                   MOVE WS-BT-RUNNING-BAL (WS-BT-IDX - 1)
               MOVE WS-ORIG-BALANCE-CENTS TO WS-NEW-BALANCE-CENTS
           END-IF

      * Each approved bet of the batch feeds its own table's pool.
           MOVE SPACES TO WS-JACKPOT-ID
           MOVE ZERO   TO WS-JACKPOT-CENTS
           IF WS-STATUS = "OK" AND WS-TABLE-ID NOT = SPACES
               PERFORM CONTRIBUTE-JACKPOT-PARA
           END-IF

           PERFORM WRITE-JOURNAL-PARA
           IF WS-JACKPOT-CENTS > ZERO
               PERFORM WRITE-JACKPOT-LEDGER-PARA
           END-IF
           IF WS-STATUS = "INSUFFICIENT"
               PERFORM WRITE-EXCEPTION-PARA
           END-IF.
           END-IF.

       READ-ACCOUNT-PARA.
           MOVE "N" TO WS-NOT-ON-MASTER-SW
           MOVE WS-PLAYER-ID TO ACCT-PLAYER-ID
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   MOVE "Y"  TO WS-NOT-ON-MASTER-SW
                   MOVE ZERO TO WS-BALANCE-CENTS
                   MOVE "A"  TO WS-ACCOUNT-STATE
               NOT INVALID KEY
                   MOVE ACCT-STATUS-CODE   TO WS-ACCOUNT-STATE
           END-READ.

      * A registered player has both the ACCTMAST record and the
      * PLRPROF profile ACCT-OPEN writes together; an account on the
      * master with no profile was opened on first posting before
      * registration existed and must be registered through ACCT-OPEN
      * before it can post again. Only moves WS-STATUS when the
      * player is not registered. The document fields are kept for
      * CHECK-ID-DOCUMENT-PARA.
       CHECK-REGISTRATION-PARA.
           MOVE "N" TO WS-REGISTERED-SW
           IF NOT WS-NOT-ON-MASTER
               OPEN INPUT PLAYER-PROFILE-FILE
               IF WS-PLRPROF-STATUS = "35"
                   CONTINUE
               ELSE
                   MOVE WS-PLAYER-ID TO PROF-PLAYER-ID
                   READ PLAYER-PROFILE-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO WS-REGISTERED-SW
                           MOVE PROF-ID-EXPIRY    TO WS-ID-EXPIRY
                           MOVE PROF-KYC-VERIFIED TO WS-KYC-VERIFIED
                   END-READ
                   CLOSE PLAYER-PROFILE-FILE
               END-IF
           END-IF
           IF NOT WS-REGISTERED
               MOVE "NOT-REGISTERED" TO WS-STATUS
           END-IF.

      * An ID document past its expiry date (checked against today's
      * calendar date), or one the cage has not yet verified, stops
      * withdrawals until ACCT-OPEN ACTION=REVERIFY. Only moves
      * WS-STATUS on a refusal, so it composes with the MULTI batch's
      * running status.
       CHECK-ID-DOCUMENT-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           IF WS-ID-EXPIRY < WS-TODAY
               MOVE "ID-EXPIRED"  TO WS-STATUS
           ELSE
               IF WS-KYC-VERIFIED NOT = "Y"
                   MOVE "KYC-PENDING" TO WS-STATUS
               END-IF
           END-IF.

      * Finds the drawer's open session (see copybooks/DRAWER.cpy -
      * a drawer has at most one, and the key keeps its sessions
      * together). Session numbers start at 1, so zero means none is
      * open. Only moves WS-STATUS on a refusal.
       FIND-DRAWER-SESSION-PARA.
           MOVE ZERO TO WS-DRAWER-SESSION
           MOVE "N"  TO WS-DRW-EOF-SW
           OPEN INPUT DRAWER-SESSION-FILE
           IF WS-DRWSESS-STATUS = "35"
               CONTINUE
           ELSE
               MOVE WS-DRAWER-ID TO DRW-DRAWER-ID
               MOVE ZERO         TO DRW-SESSION-NO
               START DRAWER-SESSION-FILE KEY >= DRW-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-DRW-EOF-SW
               END-START
               PERFORM SCAN-DRAWER-SESSION-PARA UNTIL WS-DRW-EOF
               CLOSE DRAWER-SESSION-FILE
           END-IF
           IF WS-DRAWER-SESSION = ZERO
               MOVE "DRAWER-CLOSED" TO WS-STATUS
           END-IF.

       SCAN-DRAWER-SESSION-PARA.
           READ DRAWER-SESSION-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-DRW-EOF-SW
               NOT AT END
                   IF DRW-DRAWER-ID NOT = WS-DRAWER-ID
                       MOVE "Y" TO WS-DRW-EOF-SW
                   ELSE
                       IF DRW-OPEN
                           MOVE DRW-SESSION-NO TO WS-DRAWER-SESSION
                           MOVE "Y" TO WS-DRW-EOF-SW
                       END-IF
                   END-IF
           END-READ.

      * Maps a non-ACTIVE account state to its rejection status;
      * leaves WS-STATUS unchanged (SPACES) for an ACTIVE account so
      * the normal validation path proceeds. SPACE in the state byte
           CLOSE DAY-TOTALS-FILE.

      * Only rewrites the account master when the debit was approved;
      * a rejected debit must never change the stored balance. The
      * account always exists by now - unregistered players are
      * refused before the mode dispatch.
       UPDATE-ACCOUNT-PARA.
           ACCEPT WS-TS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TS-TIME FROM TIME
               MOVE WS-PLAYER-ID         TO ACCT-PLAYER-ID
               MOVE WS-NEW-BALANCE-CENTS TO ACCT-BALANCE-CENTS
               MOVE WS-TIMESTAMP         TO ACCT-LAST-UPDATED
               REWRITE ACCT-MASTER-RECORD
           END-IF.

       WRITE-JOURNAL-PARA.
           MOVE SPACES                TO JRNL-OPERATOR-ID
           MOVE WS-TABLE-ID           TO JRNL-TABLE-ID
           MOVE SPACES                TO JRNL-CREDIT-TYPE
      * Only a withdrawal (no table) is cash out of the drawer - a
      * bet riding in the same MULTI batch is not.
           IF WS-TABLE-ID = SPACES
               MOVE WS-DRAWER-ID      TO JRNL-DRAWER-ID
               MOVE WS-DRAWER-SESSION TO JRNL-DRAWER-SESSION
           ELSE
               MOVE SPACES            TO JRNL-DRAWER-ID
               MOVE ZERO              TO JRNL-DRAWER-SESSION
           END-IF
           MOVE WS-JACKPOT-ID         TO JRNL-JACKPOT-ID
           MOVE WS-JACKPOT-CENTS      TO JRNL-JACKPOT-CENTS
           MOVE ZERO                  TO JRNL-TAX-CENTS
           MOVE WS-ROUND-ID           TO JRNL-ROUND-ID

           WRITE JOURNAL-RECORD

           CLOSE JOURNAL-FILE.

      * The house's share of an approved bet at a table linked to a
      * progressive is added to that pool's meter; the player's
      * debit is unchanged. A table feeds at most one pool, so the
      * scan stops at the first active pool listing it. No pool
      * file, no linked pool or a suspended pool simply contributes
      * nothing. The pool record stays locked from the scan's read
      * to the REWRITE, so concurrent bets at the pool's tables
      * serialize through the record lock.
       CONTRIBUTE-JACKPOT-PARA.
           OPEN I-O JACKPOT-POOL-FILE
           IF WS-JKPOOL-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM FIND-JACKPOT-POOL-PARA
               IF WS-JKP-FOUND
                   PERFORM ADD-TO-METER-PARA
               END-IF
               CLOSE JACKPOT-POOL-FILE
           END-IF.

       FIND-JACKPOT-POOL-PARA.
           MOVE "N" TO WS-JKP-EOF-SW
           MOVE "N" TO WS-JKP-FOUND-SW
           MOVE LOW-VALUES TO JKP-POOL-ID
           START JACKPOT-POOL-FILE KEY >= JKP-POOL-ID
               INVALID KEY
                   MOVE "Y" TO WS-JKP-EOF-SW
           END-START
           PERFORM SCAN-JACKPOT-POOL-PARA
               UNTIL WS-JKP-EOF OR WS-JKP-FOUND.

       SCAN-JACKPOT-POOL-PARA.
           READ JACKPOT-POOL-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-JKP-EOF-SW
               NOT AT END
                   IF JKP-ACTIVE
                       PERFORM MATCH-POOL-TABLE-PARA
                           VARYING WS-JKP-IDX FROM 1 BY 1
                           UNTIL WS-JKP-IDX > JKP-TABLE-COUNT
                              OR WS-JKP-IDX > 10
                              OR WS-JKP-FOUND
                   END-IF
           END-READ.

       MATCH-POOL-TABLE-PARA.
           IF JKP-TABLE-ID (WS-JKP-IDX) = WS-TABLE-ID
               MOVE "Y" TO WS-JKP-FOUND-SW
           END-IF.

      * A contribution that rounds to nothing leaves the meter and
      * the journal entry untouched.
       ADD-TO-METER-PARA.
           COMPUTE WS-JACKPOT-CENTS ROUNDED =
               WS-DEBIT-CENTS * JKP-CONTRIB-PCT / 100
           IF WS-JACKPOT-CENTS > ZERO
               MOVE JKP-METER-CENTS  TO WS-JKP-METER-BEFORE
               ADD WS-JACKPOT-CENTS  TO JKP-METER-CENTS
               MOVE JKP-METER-CENTS  TO WS-JKP-METER-AFTER
               MOVE JKP-POOL-ID      TO WS-JACKPOT-ID
               REWRITE JACKPOT-POOL-RECORD
           END-IF.

      * Performed after WRITE-JOURNAL-PARA so the ledger record
      * carries the bet's journal reference number.
       WRITE-JACKPOT-LEDGER-PARA.
           OPEN EXTEND JACKPOT-LEDGER-FILE
           IF WS-JKPLEDG-STATUS = "35"
               OPEN OUTPUT JACKPOT-LEDGER-FILE
               CLOSE JACKPOT-LEDGER-FILE
               OPEN EXTEND JACKPOT-LEDGER-FILE
           END-IF

           MOVE WS-JACKPOT-ID       TO JKL-POOL-ID
           MOVE "C"                 TO JKL-ENTRY-TYPE
           MOVE WS-TABLE-ID         TO JKL-TABLE-ID
           MOVE WS-PLAYER-ID        TO JKL-PLAYER-ID
           MOVE WS-TIMESTAMP        TO JKL-TIMESTAMP
           MOVE WS-JACKPOT-CENTS    TO JKL-AMOUNT-CENTS
           MOVE WS-JKP-METER-BEFORE TO JKL-METER-BEFORE
           MOVE WS-JKP-METER-AFTER  TO JKL-METER-AFTER
           MOVE WS-JRNL-REF-NO      TO JKL-REF-NO
           MOVE SPACES              TO JKL-OPERATOR-ID

           WRITE JACKPOT-LEDGER-RECORD

           CLOSE JACKPOT-LEDGER-FILE.

      * Draws the next unique journal reference number from the
      * JRNLSEQ sequence file, creating it (sequence starts at 1)
      * when this is the first journal entry ever written. The draw
           MOVE WS-RESULT-BALANCE-CENTS  TO XFER-NEW-BALANCE-CENTS
           MOVE ZERO                     TO XFER-RAKE-CENTS
           MOVE WS-ERROR-CODE            TO XFER-ERROR-CODE
           MOVE ZERO                     TO XFER-TAX-CENTS

           WRITE XFER-RESPONSE-RECORD


      * Input  (environment variables):
      *   PLAYER_ID        - account identifier; key into ACCOUNT-MASTER
      *   CREDIT_CENTS     - amount to credit in cents (integer)
      *   TXN_TYPE         - optional transaction-type flag. "POT"
      *                     marks winnings paid out of a raked pot;
      *                     anything else (deposits, bonuses, ...)
      *                     is credited in full with no rake taken.
      *   TABLE_ID         - table the pot was played at; carried on
      *                     the rake ledger record so RAKE-SETTLE can
      *                     settle rake by table. Only used when a
      *                     rake is actually collected.
      *   DRAWER_ID        - cage drawer a deposit was taken into;
      *                     required on every credit except a POT
      *                     payout. The drawer must have a session
      *                     open (DRAWER-SESSION) and the journal
      *                     entry carries that drawer and session, so
      *                     SHIFT-CLOSE can balance the drawer.
      *                     Ignored on a POT payout, which moves no
      *                     cash.
      *   ROUND_ID         - optional hand/round ID a POT payout
      *                     settles, journaled as JRNL-ROUND-ID so
      *                     OPEN-WAGERS can pair it with the round's
      *                     bets.
      *
      * Site parameters (PARMMAST, set by PARM-MAINT), as in force
      * on today's date - each falls back to the WS-DEFAULT- value
      * below while nothing is set:
      *   MAX_BALANCE_CENTS   - ceiling on the resulting balance
      *   RAKE_PCT            - house rake percentage (e.g. 5.00 =
      *                         5%), applied only when TXN_TYPE =
      *                         "POT"; zero means no rake
      *   TAX_THRESHOLD_CENTS - reportable-win threshold. A POT
      *                         payout whose win (net of rake) is at
      *                         or over it has tax withheld.
      *   TAX_RATE_PCT        - withholding rate (e.g. 24.00 = 24%)
      *                         for a player with a tax ID on file
      *   TAX_NOID_RATE_PCT   - higher rate for a player with no tax
      *                         ID on their profile
      *
      * The current balance is read from the ACCOUNT-MASTER file keyed
      * on PLAYER_ID (see copybooks/ACCTMAST.cpy) and rewritten there
      * as part of this run, rather than trusted from the caller, so
      * concurrent calls for the same player serialize through the
      * file instead of racing on a stale balance. A PLAYER_ID that
      * was never registered through ACCT-OPEN (no ACCTMAST record, or
      * no PLRPROF registration profile - see copybooks/PLRPROF.cpy)
      * is refused with STATUS=NOT-REGISTERED; no account is ever
      * opened here. A deposit (any non-POT credit) is also refused
      * while the player's ID document is expired (ID-EXPIRED) or
      * not yet verified (KYC-PENDING), until the cage re-verifies
      * it through ACCT-OPEN ACTION=REVERIFY.
      *
      * The rake, if any, is taken off CREDIT_CENTS before the funds
      * check and before posting - only the rake-adjusted (net)
      * withholds it, and is also reported back as
      * RAKE_COLLECTED_CENTS.
      *
      * A reportable win has tax withheld the same way, after the
      * rake: the withholding is taken off the net amount before the
      * ceiling check and never reaches the player's balance. When
      * the credit posts OK it is journaled as JRNL-TAX-CENTS,
      * appended to the tax withholding ledger (TAXLEDG, see
      * copybooks/TAXLEDG.cpy) with the win, rate and paying journal
      * reference, and reported back as XFER-TAX-CENTS. A pot refused
      * REVIEW-REQUIRED is pended with its full win and nothing
      * withheld - PEND-RELEASE withholds when it releases it.
      *
      * A credit that would push the balance above MAX_BALANCE_CENTS
      * is not posted - the account master is left untouched and
      * STATUS comes back REVIEW-REQUIRED, both to guard against
      *   another's result:
      *     XFER-STATUS              - OK, REVIEW-REQUIRED,
      *                                ACCT-FROZEN, SELF-EXCLUDED,
      *                                ACCT-CLOSED, DAILY-LIMIT,
      *                                NOT-REGISTERED, ID-EXPIRED,
      *                                KYC-PENDING or DRAWER-CLOSED
      *     XFER-NEW-BALANCE-CENTS   - balance after the rake-adjusted
      *                                credit (unchanged if
      *                                REVIEW-REQUIRED)
      *     XFER-RAKE-CENTS          - RAKE_COLLECTED_CENTS taken out
      *                                of CREDIT_CENTS (zero unless
      *                                TXN_TYPE = "POT")
      *     XFER-TAX-CENTS           - tax withheld from a reportable
      *                                win (zero otherwise)
      *     XFER-ERROR-CODE          - 0000 unless rejected outright
      *                                (see error codes below)
      *
      *                     self-excluded, closed or dormant - see
      *                     copybooks/ACCTMAST.cpy, ACCT-STATUS and
      *                     DORMANT-SWEEP)
      *              1011 = player not registered (NOT-REGISTERED)
      *              1012 = deposit refused on the player's ID
      *                     document (ID-EXPIRED / KYC-PENDING)
      *              1017 = DRAWER_ID missing on a deposit, or it
      *                     has no open drawer session
      *                     (DRAWER-CLOSED)
      *
      * Exit code: 0 = success, 1 = error
      *
      *               credit type, so a supervisor can release or
      *               decline it through PEND-RELEASE instead of the
      *               cage re-keying the credit from scratch.
      *   2026-10-15  An unknown PLAYER_ID is no longer opened as a
      *               new account: a player without an ACCTMAST
      *               record and a PLRPROF registration profile
      *               (written by ACCT-OPEN) is refused with the
      *               journaled status NOT-REGISTERED and error code
      *               1011. Deposits are refused with ID-EXPIRED /
      *               KYC-PENDING and error code 1012 while the
      *               player's ID document is expired or unverified.
      *   2026-10-15  Added DRAWER_ID: a deposit taken at the cage is
      *               journaled with the cashier's open drawer
      *               session (JRNL-DRAWER-ID / JRNL-DRAWER-SESSION)
      *               for SHIFT-CLOSE, and refused with the journaled
      *               status DRAWER-CLOSED and error code 1017 when
      *               the drawer has no session open.
      *   2026-10-15  Large-win tax withholding: a POT payout at or
      *               over TAX_THRESHOLD_CENTS has TAX_RATE_PCT (or
      *               TAX_NOID_RATE_PCT, when the player has no tax
      *               ID on PLRPROF) withheld, journaled as
      *               JRNL-TAX-CENTS, appended to the TAXLEDG
      *               withholding ledger and answered as
      *               XFER-TAX-CENTS.
      *   2026-10-15  Added ROUND_ID: a payout carries the round it
      *               settles onto the journal (JRNL-ROUND-ID).
      *   2026-10-15  MAX_BALANCE_CENTS, RAKE_PCT and the TAX_
      *               settings are read from the site parameter
      *               master (PARMMAST) as of the day instead of the
      *               environment.
      *   2026-10-15  DRAWER_ID is required on a deposit: one posted
      *               without it is refused DRAWER-CLOSED (1017), so
      *               no cage cash is journaled outside a drawer.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAKELEDG-STATUS.

           SELECT TAX-LEDGER-FILE ASSIGN TO "TAXLEDG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAXLEDG-STATUS.

           SELECT PENDED-TXN-FILE ASSIGN TO "PENDTXN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
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

           SELECT SITE-PARAMETER-FILE ASSIGN TO "PARMMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PARM-KEY
               FILE STATUS IS WS-PARMMAST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER-FILE.
       FD  RAKE-LEDGER-FILE.
       COPY RAKELEDG.

       FD  TAX-LEDGER-FILE.
       COPY TAXLEDG.

       FD  PENDED-TXN-FILE.
       COPY PENDREC.

       FD  DAY-TOTALS-FILE.
       COPY DAYTOTAL.

       FD  PLAYER-PROFILE-FILE.
       COPY PLRPROF.

       FD  DRAWER-SESSION-FILE.
       COPY DRAWER.

       FD  SITE-PARAMETER-FILE.
       COPY PARMMAST.

       WORKING-STORAGE SECTION.
       01 WS-BALANCE-CENTS      PIC S9(15) VALUE ZERO.
       01 WS-CREDIT-CENTS       PIC S9(15) VALUE ZERO.
       01 WS-NET-CREDIT-CENTS   PIC S9(15) VALUE ZERO.
       01 WS-TXN-TYPE           PIC X(10)  VALUE SPACES.
       01 WS-TABLE-ID           PIC X(08)  VALUE SPACES.
       01 WS-ROUND-ID           PIC X(12)  VALUE SPACES.
       01 WS-DRAWER-ID          PIC X(04)  VALUE SPACES.
       01 WS-DRAWER-SESSION     PIC 9(06)  VALUE ZERO.
       01 WS-DRWSESS-STATUS     PIC X(02)  VALUE SPACES.
       01 WS-DRW-EOF-SW         PIC X(01)  VALUE "N".
           88 WS-DRW-EOF                   VALUE "Y".
       01 WS-RAKE-PCT           PIC 9(02)V9(02) VALUE ZERO.
       01 WS-DEFAULT-RAKE-PCT   PIC 9(02)V9(02) VALUE ZERO.
       01 WS-RAKE-CENTS         PIC S9(15) VALUE ZERO.
       01 WS-WIN-CENTS          PIC S9(15) VALUE ZERO.
       01 WS-TAX-CENTS          PIC S9(15) VALUE ZERO.
       01 WS-TAX-THRESHOLD-CENTS PIC S9(15) VALUE ZERO.
       01 WS-DEFAULT-TAX-THRESHOLD PIC S9(15) VALUE 500000.
       01 WS-TAX-RATE-PCT       PIC 9(02)V9(02) VALUE ZERO.
       01 WS-DEFAULT-TAX-RATE   PIC 9(02)V9(02) VALUE 24.00.
       01 WS-TAX-NOID-RATE-PCT  PIC 9(02)V9(02) VALUE ZERO.
       01 WS-DEFAULT-TAX-NOID-RATE PIC 9(02)V9(02) VALUE 28.00.
       01 WS-TAX-RATE-APPLIED   PIC 9(02)V9(02) VALUE ZERO.
       01 WS-TAX-ID-ON-FILE     PIC X(01)  VALUE "N".
       01 WS-REPORTABLE-SW      PIC X(01)  VALUE "N".
           88 WS-REPORTABLE               VALUE "Y".
       01 WS-TAXLEDG-STATUS     PIC X(02)  VALUE SPACES.
       01 WS-NEW-BALANCE-CENTS  PIC S9(15) VALUE ZERO.
       01 WS-MAX-BALANCE-CENTS  PIC S9(15) VALUE ZERO.
       01 WS-DEFAULT-MAX-BALANCE PIC S9(15) VALUE 1000000000.
       01 WS-PARMMAST-STATUS    PIC X(02)  VALUE SPACES.
       01 WS-PARMMAST-MISSING-SW PIC X(01)  VALUE "N".
           88 WS-PARMMAST-MISSING          VALUE "Y".
       01 WS-PARM-NAME          PIC X(28)  VALUE SPACES.
       01 WS-PARM-AS-OF         PIC 9(08)  VALUE ZERO.
       01 WS-PARM-VALUE         PIC S9(15)V9(02) VALUE ZERO.
       01 WS-PARM-FOUND-SW      PIC X(01)  VALUE "N".
           88 WS-PARM-FOUND                VALUE "Y".
       01 WS-OVERFLOW-SW        PIC X(01)  VALUE "N".
           88 WS-OVERFLOW                  VALUE "Y".
       01 WS-STATUS             PIC X(15)  VALUE SPACES.
       01 WS-PLAYER-ID          PIC X(10)  VALUE SPACES.
       01 WS-ACCT-STATUS        PIC X(02)  VALUE SPACES.
       01 WS-NOT-ON-MASTER-SW   PIC X(01)  VALUE "N".
           88 WS-NOT-ON-MASTER            VALUE "Y".
       01 WS-PLRPROF-STATUS     PIC X(02)  VALUE SPACES.
       01 WS-REGISTERED-SW      PIC X(01)  VALUE "N".
           88 WS-REGISTERED               VALUE "Y".
       01 WS-ID-EXPIRY          PIC 9(08)  VALUE ZERO.
       01 WS-KYC-VERIFIED       PIC X(01)  VALUE SPACES.
       01 WS-ACCOUNT-STATE      PIC X(01)  VALUE "A".
           88 WS-ACCOUNT-ACTIVE           VALUE "A" SPACE.
           88 WS-ACCOUNT-FROZEN           VALUE "F".
       MAIN-PARA.
           ACCEPT WS-CREDIT-CENTS  FROM ENVIRONMENT "CREDIT_CENTS"
           ACCEPT WS-PLAYER-ID     FROM ENVIRONMENT "PLAYER_ID"
           ACCEPT WS-TXN-TYPE      FROM ENVIRONMENT "TXN_TYPE"
           ACCEPT WS-TABLE-ID      FROM ENVIRONMENT "TABLE_ID"
           ACCEPT WS-ROUND-ID      FROM ENVIRONMENT "ROUND_ID"
           ACCEPT WS-DRAWER-ID     FROM ENVIRONMENT "DRAWER_ID"
           IF WS-TXN-TYPE = "POT"
               MOVE SPACES TO WS-DRAWER-ID
           END-IF
           PERFORM BUILD-FILENAMES-PARA

      * The account is opened and read before CREDIT_CENTS is even
               STOP RUN RETURNING 1
           END-IF

      * Only a player registered through ACCT-OPEN can be credited -
      * an unknown PLAYER_ID is a typo or a bad feed, not a new
      * account. Journaled under its own status like the other
      * refusals.
           PERFORM CHECK-REGISTRATION-PARA
           IF WS-STATUS NOT = SPACES
               MOVE 1011             TO WS-ERROR-CODE
               MOVE WS-BALANCE-CENTS TO WS-NEW-BALANCE-CENTS
               MOVE ZERO             TO WS-RAKE-CENTS
               MOVE WS-CREDIT-CENTS  TO WS-NET-CREDIT-CENTS
               CLOSE ACCOUNT-MASTER-FILE
               ACCEPT WS-TS-DATE FROM DATE YYYYMMDD
               ACCEPT WS-TS-TIME FROM TIME
               PERFORM WRITE-JOURNAL-PARA
               PERFORM WRITE-RESPONSE-PARA
               STOP RUN RETURNING 1
           END-IF

      * The cage's freeze / self-exclusion / closure gate: nothing
      * posts against a non-ACTIVE account, and the refusal is
      * journaled under its own status so it shows up in
               STOP RUN RETURNING 1
           END-IF

      * Deposits need a current, verified ID document on the
      * profile; pot payouts are winnings and are not gated on it.
           IF WS-TXN-TYPE NOT = "POT"
               PERFORM CHECK-ID-DOCUMENT-PARA
           END-IF
           IF WS-STATUS NOT = SPACES
               MOVE 1012             TO WS-ERROR-CODE
               MOVE WS-BALANCE-CENTS TO WS-NEW-BALANCE-CENTS
               MOVE ZERO             TO WS-RAKE-CENTS
               MOVE WS-CREDIT-CENTS  TO WS-NET-CREDIT-CENTS
               CLOSE ACCOUNT-MASTER-FILE
               ACCEPT WS-TS-DATE FROM DATE YYYYMMDD
               ACCEPT WS-TS-TIME FROM TIME
               PERFORM WRITE-JOURNAL-PARA
               PERFORM WRITE-RESPONSE-PARA
               STOP RUN RETURNING 1
           END-IF

      * Cash taken in at the cage goes into the cashier's open drawer
      * session; a deposit with no drawer named, or into a drawer
      * nobody has opened, is refused - SHIFT-CLOSE could never
      * count it.
           IF WS-TXN-TYPE NOT = "POT"
               IF WS-DRAWER-ID = SPACES
                   MOVE "DRAWER-CLOSED" TO WS-STATUS
               ELSE
                   PERFORM FIND-DRAWER-SESSION-PARA
               END-IF
           END-IF
           IF WS-STATUS NOT = SPACES
               MOVE 1017             TO WS-ERROR-CODE
               MOVE WS-BALANCE-CENTS TO WS-NEW-BALANCE-CENTS
               MOVE ZERO             TO WS-RAKE-CENTS
               MOVE WS-CREDIT-CENTS  TO WS-NET-CREDIT-CENTS
               CLOSE ACCOUNT-MASTER-FILE
               ACCEPT WS-TS-DATE FROM DATE YYYYMMDD
               ACCEPT WS-TS-TIME FROM TIME
               PERFORM WRITE-JOURNAL-PARA
               PERFORM WRITE-RESPONSE-PARA
               STOP RUN RETURNING 1
           END-IF

           ACCEPT WS-PARM-AS-OF FROM DATE YYYYMMDD
           PERFORM LOAD-PARAMETERS-PARA

           MOVE "N" TO WS-OVERFLOW-SW
           PERFORM CALC-RAKE-PARA
           PERFORM CALC-TAX-PARA

           COMPUTE WS-NEW-BALANCE-CENTS =
               WS-BALANCE-CENTS + WS-NET-CREDIT-CENTS
      * record.
               MOVE WS-RAKE-CENTS       TO WS-PEND-RAKE-CENTS
               MOVE ZERO                TO WS-RAKE-CENTS
      * Nothing is withheld from a refused win either: the pended
      * amount is the whole win, and PEND-RELEASE withholds on it at
      * release.
               MOVE WS-WIN-CENTS        TO WS-NET-CREDIT-CENTS
               MOVE ZERO                TO WS-TAX-CENTS
           ELSE
      * Non-POT credits are deposits, so they are held to the
      * player's daily deposit limit (responsible gaming) before
               PERFORM WRITE-RAKE-LEDGER-PARA
           END-IF
           PERFORM WRITE-JOURNAL-PARA
           IF WS-STATUS = "OK" AND WS-REPORTABLE
               PERFORM WRITE-TAX-LEDGER-PARA
           END-IF
           IF WS-STATUS = "REVIEW-REQUIRED"
               PERFORM WRITE-PEND-PARA
           END-IF
           COMPUTE WS-NET-CREDIT-CENTS =
               WS-CREDIT-CENTS - WS-RAKE-CENTS.

      * A pot payout whose win, net of the rake, is at or over the
      * reportable-win threshold has tax withheld from it - at the
      * higher no-ID rate when the player has no tax ID on their
      * profile. The withholding comes off WS-NET-CREDIT-CENTS, so
      * only the after-tax amount reaches the ceiling check and the
      * balance. Guarded against overflow the same way as the rake.
       CALC-TAX-PARA.
           MOVE ZERO TO WS-TAX-CENTS
           MOVE "N"  TO WS-REPORTABLE-SW
           MOVE WS-NET-CREDIT-CENTS TO WS-WIN-CENTS
           IF WS-TXN-TYPE = "POT" AND
              WS-WIN-CENTS >= WS-TAX-THRESHOLD-CENTS
               MOVE "Y" TO WS-REPORTABLE-SW
               IF WS-TAX-ID-ON-FILE = "Y"
                   MOVE WS-TAX-RATE-PCT      TO WS-TAX-RATE-APPLIED
               ELSE
                   MOVE WS-TAX-NOID-RATE-PCT TO WS-TAX-RATE-APPLIED
               END-IF
               COMPUTE WS-TAX-CENTS ROUNDED =
                   WS-WIN-CENTS * WS-TAX-RATE-APPLIED / 100
                   ON SIZE ERROR
                       MOVE "Y"  TO WS-OVERFLOW-SW
                       MOVE ZERO TO WS-TAX-CENTS
               END-COMPUTE
           END-IF
           COMPUTE WS-NET-CREDIT-CENTS =
               WS-WIN-CENTS - WS-TAX-CENTS.

      * Rejects a non-POT credit that would push the player's posted
      * deposits for the gaming day past their PLRLIMIT daily
      * deposit cap. Only moves WS-STATUS on a breach. A player with
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
                           IF PROF-TAX-ID NOT = SPACES
                               MOVE "Y" TO WS-TAX-ID-ON-FILE
                           END-IF
                   END-READ
                   CLOSE PLAYER-PROFILE-FILE
               END-IF
           END-IF
           IF NOT WS-REGISTERED
               MOVE "NOT-REGISTERED" TO WS-STATUS
           END-IF.

      * An ID document past its expiry date (checked against today's
      * calendar date), or one the cage has not yet verified, stops
      * deposits until ACCT-OPEN ACTION=REVERIFY. Only moves
      * WS-STATUS on a refusal.
       CHECK-ID-DOCUMENT-PARA.
           ACCEPT WS-TS-DATE FROM DATE YYYYMMDD
           IF WS-ID-EXPIRY < WS-TS-DATE
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
      * the normal posting path proceeds. SPACE in the state byte is
      * exactly the kind of record a later AML-style review needs
      * timestamped correctly. Only rewrites the account master when
      * the credit was approved; a REVIEW-REQUIRED credit must never
      * change the stored balance. The account always exists by now -
      * unregistered players are refused before this point.
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
           MOVE WS-TXN-TYPE           TO JRNL-CREDIT-TYPE
           MOVE WS-DRAWER-ID          TO JRNL-DRAWER-ID
           MOVE WS-DRAWER-SESSION     TO JRNL-DRAWER-SESSION
           MOVE SPACES                TO JRNL-JACKPOT-ID
           MOVE ZERO                  TO JRNL-JACKPOT-CENTS
           MOVE WS-TAX-CENTS          TO JRNL-TAX-CENTS
           MOVE WS-ROUND-ID           TO JRNL-ROUND-ID

           WRITE JOURNAL-RECORD


           CLOSE RAKE-LEDGER-FILE.

      * Posts the withholding on an approved reportable win to the tax
      * ledger, carrying the paying journal entry's reference - so it
      * is performed after WRITE-JOURNAL-PARA has drawn it. Written
      * even when the rate withheld nothing, since the win itself is
      * reportable.
       WRITE-TAX-LEDGER-PARA.
           OPEN EXTEND TAX-LEDGER-FILE
           IF WS-TAXLEDG-STATUS = "35"
               OPEN OUTPUT TAX-LEDGER-FILE
               CLOSE TAX-LEDGER-FILE
               OPEN EXTEND TAX-LEDGER-FILE
           END-IF

           MOVE WS-PLAYER-ID         TO TAX-PLAYER-ID
           MOVE WS-TIMESTAMP         TO TAX-TIMESTAMP
           MOVE WS-JRNL-REF-NO       TO TAX-REF-NO
           MOVE WS-TXN-TYPE          TO TAX-CREDIT-TYPE
           MOVE WS-TABLE-ID          TO TAX-TABLE-ID
           MOVE WS-WIN-CENTS         TO TAX-WIN-CENTS
           MOVE WS-TAX-CENTS         TO TAX-WITHHELD-CENTS
           MOVE WS-TAX-RATE-APPLIED  TO TAX-RATE-PCT
           MOVE WS-TAX-ID-ON-FILE    TO TAX-ID-ON-FILE

           WRITE TAX-LEDGER-RECORD

           CLOSE TAX-LEDGER-FILE.

      * Overwrites the response file with a single fixed-layout
      * record for this invocation; a caller reads it back rather
      * than parsing stdout.
           MOVE WS-NEW-BALANCE-CENTS TO XFER-NEW-BALANCE-CENTS
           MOVE WS-RAKE-CENTS        TO XFER-RAKE-CENTS
           MOVE WS-ERROR-CODE        TO XFER-ERROR-CODE
           MOVE WS-TAX-CENTS         TO XFER-TAX-CENTS

           WRITE XFER-RESPONSE-RECORD

           CLOSE RESPONSE-FILE.

      * Settings in force on WS-PARM-AS-OF from the site parameter
      * master (PARMMAST, set by PARM-MAINT); a setting with no
      * value in force on the day keeps its built-in default.
       LOAD-PARAMETERS-PARA.
           MOVE WS-DEFAULT-MAX-BALANCE   TO WS-MAX-BALANCE-CENTS
           MOVE WS-DEFAULT-RAKE-PCT      TO WS-RAKE-PCT
           MOVE WS-DEFAULT-TAX-THRESHOLD TO WS-TAX-THRESHOLD-CENTS
           MOVE WS-DEFAULT-TAX-RATE      TO WS-TAX-RATE-PCT
           MOVE WS-DEFAULT-TAX-NOID-RATE TO WS-TAX-NOID-RATE-PCT
           MOVE "N" TO WS-PARMMAST-MISSING-SW
           OPEN INPUT SITE-PARAMETER-FILE
           IF WS-PARMMAST-STATUS = "35"
               MOVE "Y" TO WS-PARMMAST-MISSING-SW
           END-IF

           MOVE "MAX_BALANCE_CENTS" TO WS-PARM-NAME
           PERFORM LOOKUP-PARM-PARA
           IF WS-PARM-FOUND
               MOVE WS-PARM-VALUE TO WS-MAX-BALANCE-CENTS
           END-IF

           MOVE "RAKE_PCT" TO WS-PARM-NAME
           PERFORM LOOKUP-PARM-PARA
           IF WS-PARM-FOUND
               MOVE WS-PARM-VALUE TO WS-RAKE-PCT
           END-IF

           MOVE "TAX_THRESHOLD_CENTS" TO WS-PARM-NAME
           PERFORM LOOKUP-PARM-PARA
           IF WS-PARM-FOUND
               MOVE WS-PARM-VALUE TO WS-TAX-THRESHOLD-CENTS
           END-IF

           MOVE "TAX_RATE_PCT" TO WS-PARM-NAME
           PERFORM LOOKUP-PARM-PARA
           IF WS-PARM-FOUND
               MOVE WS-PARM-VALUE TO WS-TAX-RATE-PCT
           END-IF

           MOVE "TAX_NOID_RATE_PCT" TO WS-PARM-NAME
           PERFORM LOOKUP-PARM-PARA
           IF WS-PARM-FOUND
               MOVE WS-PARM-VALUE TO WS-TAX-NOID-RATE-PCT
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

       IDENTIFICATION DIVISION.
       PROGRAM-ID. JACKPOT-HIT.
       AUTHOR. SWARM-BLACKJACK.
      *----------------------------------------------------------------*
      * Progressive jackpot hit payout.
      *
      * Pays the whole meter of a progressive pool (JKPOOL, see
      * copybooks/JKPOOL.cpy) to the player who hit it, through the
      * normal journaled path: the balance moves on ACCTMAST, the
      * posting journals to TXNJRNL with a unique JRNLSEQ reference
      * number as a CREDIT with JRNL-CREDIT-TYPE=JACKPOT, and the
      * response comes back as a fixed XFER-RESPONSE-RECORD - the
      * same shape as COMP-REDEEM, because this too is a credit
      * funded from somewhere other than the cage drawer. In the
      * same run the meter is reset to the pool's seed, the pool
      * records the hit and the supervisor who verified it, and the
      * JKPLEDG ledger gets the hit (H) and the seed put back (S)
      * for JACKPOT-LIAB.
      *
      * Input (environment variables):
      *   PLAYER_ID         - account identifier; the player must be
      *                       registered through ACCT-OPEN
      *   JACKPOT_ID        - the pool that was hit
      *   TABLE_ID          - the table the hit was dealt at; must be
      *                       one of the pool's linked tables
      *   SUPERVISOR_ID     - supervisor who verified the hit on the
      *                       floor; required, and must be an active
      *                       SUPERVISOR on the operator master
      *                       (OPERMAST, maintained by OPER-MAINT)
      *
      * Site parameters (PARMMAST, set by PARM-MAINT), as in force on
      * today's date:
      *   MAX_BALANCE_CENTS - credit ceiling, same default as
      *                       CALC-CREDIT
      *   TAX_THRESHOLD_CENTS, TAX_RATE_PCT, TAX_NOID_RATE_PCT -
      *                       reportable-win withholding, same
      *                       defaults and meaning as CALC-CREDIT
      *
      * The amount paid is always the pool's meter at the moment of
      * payment, read under the pool record lock - never an amount
      * keyed by the caller - so a bet feeding the meter at another
      * table can never slip between the read and the reset. The
      * verifying supervisor's OPER-APPROVAL-LIMIT must cover the
      * meter (a zero cap covers any amount, same convention as
      * ADJUST-TXN and PEND-RELEASE); a hit above it is refused
      * NOT-VERIFIED and must be verified by a supervisor whose cap
      * does.
      *
      * The account lifecycle gate applies, same as CALC-CREDIT. A
      * hit is winnings, not a deposit: like a POT payout it is not
      * held to the ID-document gate or the PLRLIMIT daily deposit
      * limit, and is not rake-able. AML-MONITOR excludes JACKPOT
      * credits from cash-in for the same reason it excludes POT.
      *
      * A hit is a reportable win: a meter at or over
      * TAX_THRESHOLD_CENTS has tax withheld at TAX_RATE_PCT (or
      * TAX_NOID_RATE_PCT when the player has no tax ID on their
      * profile) before the ceiling check, and only the after-tax
      * amount is credited. The pool still pays out its whole meter
      * - the hit ledgered to JKPLEDG is the meter - and the
      * withholding is journaled as JRNL-TAX-CENTS and appended to
      * the tax withholding ledger (TAXLEDG, see
      * copybooks/TAXLEDG.cpy) for the cage to remit.
      *
      * A hit that would wrap the PIC S9(15) balance or exceed the
      * ceiling is refused REVIEW-REQUIRED with the meter left
      * standing. It is not pended the way a cash payout is -
      * releasing it later could no longer see the meter it was
      * priced from; the hit is rerun once a supervisor has raised
      * MAX_BALANCE_CENTS through PARM-MAINT (effective today).
      *
      * Output:
      *   One XFER-RESPONSE-RECORD to XFERRESP.<PLAYER_ID>:
      *     XFER-STATUS            - OK, NO-JACKPOT, NOT-VERIFIED,
      *                              REVIEW-REQUIRED, NOT-REGISTERED,
      *                              ACCT-FROZEN, SELF-EXCLUDED,
      *                              ACCT-CLOSED or ACCT-DORMANT
      *     XFER-AMOUNT-CENTS      - the amount credited: the meter
      *                              less any tax withheld (the
      *                              whole meter on refusal)
      *     XFER-NEW-BALANCE-CENTS - balance after the credit
      *                              (unchanged on refusal)
      *     XFER-TAX-CENTS         - tax withheld from the hit
      *
      * Side effect:
      *   One journal entry per invocation that passes input
      *   validation, approved or not. JRNL-OPERATOR-ID carries the
      *   verifying supervisor, JRNL-TABLE-ID the table, and
      *   JRNL-JACKPOT-ID / JRNL-JACKPOT-CENTS the pool and the seed
      *   its meter was reset to.
      *
      * Error codes: 1004 = account is not ACTIVE
      *              1011 = player not registered (NOT-REGISTERED)
      *              1018 = pool not on file, not active, table not
      *                     linked to it, or nothing on the meter
      *                     (NO-JACKPOT)
      *              1019 = meter above the verifying supervisor's
      *                     approval cap (NOT-VERIFIED)
      *
      * Exit code: 0 = paid, 1 = rejected
      *
      * Modification history:
      *   2026-10-15  Initial version.
      *   2026-10-15  Large-win tax withholding on the hit, ledgered
      *               to TAXLEDG.
      *   2026-10-15  MAX_BALANCE_CENTS and the TAX_ settings are
      *               read from the site parameter master (PARMMAST)
      *               as of the day instead of the environment.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-PLAYER-ID
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT JACKPOT-POOL-FILE ASSIGN TO "JKPOOL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JKP-POOL-ID
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-JKPOOL-STATUS.

           SELECT JACKPOT-LEDGER-FILE ASSIGN TO "JKPLEDG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JKPLEDG-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "TXNJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT JOURNAL-SEQ-FILE ASSIGN TO "JRNLSEQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JSEQ-KEY
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-JSEQ-STATUS.

           SELECT RESPONSE-FILE ASSIGN DYNAMIC WS-RESPONSE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESPONSE-STATUS.

           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-OPERATOR-ID
               FILE STATUS IS WS-OPERMAST-STATUS.

           SELECT PLAYER-PROFILE-FILE ASSIGN TO "PLRPROF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROF-PLAYER-ID
               FILE STATUS IS WS-PLRPROF-STATUS.

           SELECT TAX-LEDGER-FILE ASSIGN TO "TAXLEDG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAXLEDG-STATUS.

           SELECT SITE-PARAMETER-FILE ASSIGN TO "PARMMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PARM-KEY
               FILE STATUS IS WS-PARMMAST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER-FILE.
       COPY ACCTMAST.

       FD  JACKPOT-POOL-FILE.
       COPY JKPOOL.

       FD  JACKPOT-LEDGER-FILE.
       COPY JKPLEDG.

       FD  JOURNAL-FILE.
       COPY JRNLREC.

       FD  JOURNAL-SEQ-FILE.
       COPY JSEQREC.

       FD  RESPONSE-FILE.
       COPY XFERRESP.

       FD  OPERATOR-MASTER-FILE.
       COPY OPERMAST.

       FD  PLAYER-PROFILE-FILE.
       COPY PLRPROF.

       FD  TAX-LEDGER-FILE.
       COPY TAXLEDG.

       FD  SITE-PARAMETER-FILE.
       COPY PARMMAST.

       WORKING-STORAGE SECTION.
       01 WS-PLAYER-ID          PIC X(10)  VALUE SPACES.
       01 WS-JACKPOT-ID         PIC X(04)  VALUE SPACES.
       01 WS-TABLE-ID           PIC X(08)  VALUE SPACES.
       01 WS-SUPERVISOR-ID      PIC X(08)  VALUE SPACES.
       01 WS-APPROVAL-LIMIT     PIC S9(15) VALUE ZERO.
       01 WS-CREDIT-CENTS       PIC S9(15) VALUE ZERO.
       01 WS-SEED-CENTS         PIC S9(15) VALUE ZERO.
       01 WS-NET-CREDIT-CENTS   PIC S9(15) VALUE ZERO.
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
       01 WS-STATUS             PIC X(15)  VALUE SPACES.
       01 WS-ERROR-CODE         PIC 9(04)  VALUE ZERO.
       01 WS-BALANCE-CENTS      PIC S9(15) VALUE ZERO.
       01 WS-NEW-BALANCE-CENTS  PIC S9(15) VALUE ZERO.
       01 WS-MAX-BALANCE-CENTS  PIC S9(15) VALUE ZERO.
       01 WS-DEFAULT-MAX-BALANCE PIC S9(15) VALUE 1000000000.
       01 WS-PARMMAST-STATUS    PIC X(02)  VALUE SPACES.
       01 WS-PARMMAST-MISSING-SW PIC X(01)  VALUE "N".
           88 WS-PARMMAST-MISSING         VALUE "Y".
       01 WS-PARM-NAME          PIC X(28)  VALUE SPACES.
       01 WS-PARM-AS-OF         PIC 9(08)  VALUE ZERO.
       01 WS-PARM-VALUE         PIC S9(15)V9(02) VALUE ZERO.
       01 WS-PARM-FOUND-SW      PIC X(01)  VALUE "N".
           88 WS-PARM-FOUND               VALUE "Y".
       01 WS-ACCT-STATUS        PIC X(02)  VALUE SPACES.
       01 WS-JKPOOL-STATUS      PIC X(02)  VALUE SPACES.
       01 WS-JKPLEDG-STATUS     PIC X(02)  VALUE SPACES.
       01 WS-JOURNAL-STATUS     PIC X(02)  VALUE SPACES.
       01 WS-JSEQ-STATUS        PIC X(02)  VALUE SPACES.
       01 WS-RESPONSE-STATUS    PIC X(02)  VALUE SPACES.
       01 WS-OPERMAST-STATUS    PIC X(02)  VALUE SPACES.
       01 WS-PLRPROF-STATUS     PIC X(02)  VALUE SPACES.
       01 WS-TAXLEDG-STATUS     PIC X(02)  VALUE SPACES.
       01 WS-RESPONSE-FILENAME  PIC X(24)  VALUE SPACES.
       01 WS-JRNL-REF-NO        PIC 9(09)  VALUE ZERO.
       01 WS-JKP-IDX            PIC 9(02)  VALUE ZERO.
       01 WS-POOL-OK-SW         PIC X(01)  VALUE "N".
           88 WS-POOL-OK                   VALUE "Y".
       01 WS-TABLE-LINKED-SW    PIC X(01)  VALUE "N".
           88 WS-TABLE-LINKED              VALUE "Y".
       01 WS-REGISTERED-SW      PIC X(01)  VALUE "N".
           88 WS-REGISTERED                VALUE "Y".
       01 WS-ACCOUNT-ON-FILE-SW PIC X(01)  VALUE "N".
           88 WS-ACCOUNT-ON-FILE           VALUE "Y".
       01 WS-ACCOUNT-STATE      PIC X(01)  VALUE "A".
           88 WS-ACCOUNT-ACTIVE           VALUE "A" SPACE.
           88 WS-ACCOUNT-FROZEN           VALUE "F".
           88 WS-ACCOUNT-SELF-EXCL        VALUE "X".
           88 WS-ACCOUNT-CLOSED           VALUE "C".
           88 WS-ACCOUNT-DORMANT          VALUE "D".
       01 WS-OVERFLOW-SW        PIC X(01)  VALUE "N".
           88 WS-OVERFLOW                  VALUE "Y".
       01 WS-TIMESTAMP.
           05 WS-TS-DATE        PIC 9(08).
           05 WS-TS-TIME        PIC 9(08).

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-PLAYER-ID       FROM ENVIRONMENT "PLAYER_ID"
           ACCEPT WS-JACKPOT-ID      FROM ENVIRONMENT "JACKPOT_ID"
           ACCEPT WS-TABLE-ID        FROM ENVIRONMENT "TABLE_ID"
           ACCEPT WS-SUPERVISOR-ID   FROM ENVIRONMENT "SUPERVISOR_ID"
           PERFORM BUILD-FILENAMES-PARA
           ACCEPT WS-TS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TS-TIME FROM TIME
           MOVE WS-TS-DATE TO WS-PARM-AS-OF
           PERFORM LOAD-PARAMETERS-PARA

           PERFORM VALIDATE-INPUT-PARA
           PERFORM VALIDATE-SUPERVISOR-PARA

           PERFORM OPEN-ACCOUNT-PARA
           PERFORM READ-ACCOUNT-PARA

      * An unknown player is NOT auto-created, same as COMP-REDEEM.
           IF NOT WS-ACCOUNT-ON-FILE
               CLOSE ACCOUNT-MASTER-FILE
               DISPLAY "ERROR=player " WS-PLAYER-ID
                   " not on the account master"
               STOP RUN RETURNING 1
           END-IF

           PERFORM CHECK-REGISTRATION-PARA
           IF WS-STATUS NOT = SPACES
               MOVE 1011             TO WS-ERROR-CODE
               MOVE WS-BALANCE-CENTS TO WS-NEW-BALANCE-CENTS
               CLOSE ACCOUNT-MASTER-FILE
               PERFORM WRITE-JOURNAL-PARA
               PERFORM WRITE-RESPONSE-PARA
               STOP RUN RETURNING 1
           END-IF

      * The cage's freeze / self-exclusion / closure / dormancy
      * gate, same as CALC-CREDIT: nothing posts and the meter
      * stands against a non-ACTIVE account.
           PERFORM CHECK-ACCOUNT-STATE-PARA
           IF WS-STATUS NOT = SPACES
               MOVE 1004             TO WS-ERROR-CODE
               MOVE WS-BALANCE-CENTS TO WS-NEW-BALANCE-CENTS
               CLOSE ACCOUNT-MASTER-FILE
               PERFORM WRITE-JOURNAL-PARA
               PERFORM WRITE-RESPONSE-PARA
               STOP RUN RETURNING 1
           END-IF

      * The pool is read and reset under one OPEN I-O, so the
      * record lock holds the meter still from the read to the
      * reset.
           PERFORM OPEN-POOL-PARA
           PERFORM READ-POOL-PARA
           IF NOT WS-POOL-OK
               CLOSE JACKPOT-POOL-FILE
               MOVE "NO-JACKPOT"     TO WS-STATUS
               MOVE 1018             TO WS-ERROR-CODE
               MOVE WS-BALANCE-CENTS TO WS-NEW-BALANCE-CENTS
               CLOSE ACCOUNT-MASTER-FILE
               PERFORM WRITE-JOURNAL-PARA
               PERFORM WRITE-RESPONSE-PARA
               STOP RUN RETURNING 1
           END-IF

           IF WS-APPROVAL-LIMIT > ZERO AND
              WS-CREDIT-CENTS > WS-APPROVAL-LIMIT
               CLOSE JACKPOT-POOL-FILE
               MOVE "NOT-VERIFIED"   TO WS-STATUS
               MOVE 1019             TO WS-ERROR-CODE
               MOVE WS-BALANCE-CENTS TO WS-NEW-BALANCE-CENTS
               CLOSE ACCOUNT-MASTER-FILE
               PERFORM WRITE-JOURNAL-PARA
               PERFORM WRITE-RESPONSE-PARA
               STOP RUN RETURNING 1
           END-IF

           MOVE "N" TO WS-OVERFLOW-SW
           PERFORM CALC-TAX-PARA
           COMPUTE WS-NEW-BALANCE-CENTS =
               WS-BALANCE-CENTS + WS-NET-CREDIT-CENTS
               ON SIZE ERROR
                   MOVE "Y" TO WS-OVERFLOW-SW
           END-COMPUTE

      * Nothing is withheld from a refused hit - the meter stands
      * and the rerun withholds on it.
           IF WS-OVERFLOW OR
              WS-NEW-BALANCE-CENTS > WS-MAX-BALANCE-CENTS
               CLOSE JACKPOT-POOL-FILE
               MOVE "REVIEW-REQUIRED" TO WS-STATUS
               MOVE WS-BALANCE-CENTS  TO WS-NEW-BALANCE-CENTS
               MOVE WS-CREDIT-CENTS   TO WS-NET-CREDIT-CENTS
               MOVE ZERO              TO WS-TAX-CENTS
               CLOSE ACCOUNT-MASTER-FILE
               PERFORM WRITE-JOURNAL-PARA
               PERFORM WRITE-RESPONSE-PARA
               STOP RUN RETURNING 1
           END-IF

           MOVE "OK" TO WS-STATUS
           PERFORM UPDATE-ACCOUNT-PARA
           CLOSE ACCOUNT-MASTER-FILE

      * Journaled before the pool is reset so the pool's last-hit
      * reference and the ledger can point at the payout entry.
           PERFORM WRITE-JOURNAL-PARA
           PERFORM RESET-METER-PARA
           CLOSE JACKPOT-POOL-FILE
           PERFORM WRITE-JACKPOT-LEDGER-PARA
           IF WS-REPORTABLE
               PERFORM WRITE-TAX-LEDGER-PARA
           END-IF

           PERFORM WRITE-RESPONSE-PARA
           STOP RUN.

       BUILD-FILENAMES-PARA.
           MOVE SPACES TO WS-RESPONSE-FILENAME
           STRING "XFERRESP." DELIMITED BY SIZE
                  WS-PLAYER-ID DELIMITED BY SPACE
                  INTO WS-RESPONSE-FILENAME.

      * Input problems are refused before anything is read or
      * journaled, same as the other supervised programs.
       VALIDATE-INPUT-PARA.
           IF WS-PLAYER-ID = SPACES
               DISPLAY "ERROR=PLAYER_ID is required"
               STOP RUN RETURNING 1
           END-IF
           IF WS-JACKPOT-ID = SPACES
               DISPLAY "ERROR=JACKPOT_ID is required"
               STOP RUN RETURNING 1
           END-IF
           IF WS-TABLE-ID = SPACES
               DISPLAY "ERROR=TABLE_ID is required"
               STOP RUN RETURNING 1
           END-IF
           IF WS-SUPERVISOR-ID = SPACES
               DISPLAY "ERROR=SUPERVISOR_ID is required"
               STOP RUN RETURNING 1
           END-IF.

      * The verifier must be a real, active SUPERVISOR on the
      * operator master (OPERMAST, maintained by OPER-MAINT). The
      * approval cap is kept for the check against the meter once
      * the pool has been read.
       VALIDATE-SUPERVISOR-PARA.
           OPEN INPUT OPERATOR-MASTER-FILE
           IF WS-OPERMAST-STATUS = "35"
               DISPLAY "ERROR=operator master OPERMAST not found"
                   " - build it with OPER-MAINT"
               STOP RUN RETURNING 1
           END-IF

           MOVE WS-SUPERVISOR-ID TO OPER-OPERATOR-ID
           READ OPERATOR-MASTER-FILE
               INVALID KEY
                   CLOSE OPERATOR-MASTER-FILE
                   DISPLAY "ERROR=supervisor " WS-SUPERVISOR-ID
                       " is not on the operator master"
                   STOP RUN RETURNING 1
           END-READ

           IF NOT OPER-ACTIVE
               CLOSE OPERATOR-MASTER-FILE
               DISPLAY "ERROR=supervisor " WS-SUPERVISOR-ID
                   " is inactive"
               STOP RUN RETURNING 1
           END-IF
           IF NOT OPER-ROLE-SUPERVISOR
               CLOSE OPERATOR-MASTER-FILE
               DISPLAY "ERROR=operator " WS-SUPERVISOR-ID
                   " is not a supervisor"
               STOP RUN RETURNING 1
           END-IF
           MOVE OPER-APPROVAL-LIMIT TO WS-APPROVAL-LIMIT
           CLOSE OPERATOR-MASTER-FILE.

       OPEN-ACCOUNT-PARA.
           OPEN I-O ACCOUNT-MASTER-FILE
           IF WS-ACCT-STATUS = "35"
               DISPLAY "ERROR=account master ACCTMAST not found"
               STOP RUN RETURNING 1
           END-IF
           IF WS-ACCT-STATUS = "39"
               DISPLAY "ERROR=ACCTMAST layout mismatch (status 39)"
                   " - run the one-time ACCT-CONVERT first"
               STOP RUN RETURNING 1
           END-IF.

       READ-ACCOUNT-PARA.
           MOVE "N" TO WS-ACCOUNT-ON-FILE-SW
           MOVE WS-PLAYER-ID TO ACCT-PLAYER-ID
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   MOVE ZERO TO WS-BALANCE-CENTS
               NOT INVALID KEY
                   MOVE "Y" TO WS-ACCOUNT-ON-FILE-SW
                   MOVE ACCT-BALANCE-CENTS TO WS-BALANCE-CENTS
                   MOVE ACCT-STATUS-CODE   TO WS-ACCOUNT-STATE
           END-READ.

      * A registered player has both the ACCTMAST record and the
      * PLRPROF profile ACCT-OPEN writes together. Only moves
      * WS-STATUS when the player is not registered.
       CHECK-REGISTRATION-PARA.
           MOVE "N" TO WS-REGISTERED-SW
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
                       IF PROF-TAX-ID NOT = SPACES
                           MOVE "Y" TO WS-TAX-ID-ON-FILE
                       END-IF
               END-READ
               CLOSE PLAYER-PROFILE-FILE
           END-IF
           IF NOT WS-REGISTERED
               MOVE "NOT-REGISTERED" TO WS-STATUS
           END-IF.

      * Maps a non-ACTIVE account state to its rejection status;
      * leaves WS-STATUS unchanged (SPACES) for an ACTIVE account.
      * SPACE in the state byte is an account written before
      * statuses existed - still active.
       CHECK-ACCOUNT-STATE-PARA.
           EVALUATE TRUE
               WHEN WS-ACCOUNT-FROZEN
                   MOVE "ACCT-FROZEN"   TO WS-STATUS
               WHEN WS-ACCOUNT-SELF-EXCL
                   MOVE "SELF-EXCLUDED" TO WS-STATUS
               WHEN WS-ACCOUNT-CLOSED
                   MOVE "ACCT-CLOSED"   TO WS-STATUS
               WHEN WS-ACCOUNT-DORMANT
                   MOVE "ACCT-DORMANT"  TO WS-STATUS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * A missing pool file means no progressive was ever set up -
      * every hit is NO-JACKPOT, not a crash.
       OPEN-POOL-PARA.
           OPEN I-O JACKPOT-POOL-FILE
           IF WS-JKPOOL-STATUS = "35"
               OPEN OUTPUT JACKPOT-POOL-FILE
               CLOSE JACKPOT-POOL-FILE
               OPEN I-O JACKPOT-POOL-FILE
           END-IF.

      * The pool must be on file and active, the table must be one
      * of its linked tables, and there must be something on the
      * meter. The meter becomes the amount paid, and the amount
      * credited until any tax is withheld from it.
       READ-POOL-PARA.
           MOVE "N" TO WS-POOL-OK-SW
           MOVE "N" TO WS-TABLE-LINKED-SW
           MOVE ZERO TO WS-CREDIT-CENTS
           MOVE ZERO TO WS-NET-CREDIT-CENTS
           MOVE WS-JACKPOT-ID TO JKP-POOL-ID
           READ JACKPOT-POOL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE JKP-METER-CENTS TO WS-CREDIT-CENTS
                   MOVE JKP-METER-CENTS TO WS-NET-CREDIT-CENTS
                   MOVE JKP-SEED-CENTS  TO WS-SEED-CENTS
                   PERFORM MATCH-POOL-TABLE-PARA
                       VARYING WS-JKP-IDX FROM 1 BY 1
                       UNTIL WS-JKP-IDX > JKP-TABLE-COUNT
                          OR WS-JKP-IDX > 10
                          OR WS-TABLE-LINKED
                   IF JKP-ACTIVE AND WS-TABLE-LINKED AND
                      JKP-METER-CENTS > ZERO
                       MOVE "Y" TO WS-POOL-OK-SW
                   END-IF
           END-READ.

       MATCH-POOL-TABLE-PARA.
           IF JKP-TABLE-ID (WS-JKP-IDX) = WS-TABLE-ID
               MOVE "Y" TO WS-TABLE-LINKED-SW
           END-IF.

      * The whole meter is the reportable win - a hit is never
      * raked. At or over TAX_THRESHOLD_CENTS the ID rate is
      * withheld when the player's profile carries a tax ID, the
      * no-ID rate otherwise, same as CALC-CREDIT's CALC-TAX-PARA.
       CALC-TAX-PARA.
           MOVE ZERO TO WS-TAX-CENTS
           MOVE "N"  TO WS-REPORTABLE-SW
           IF WS-CREDIT-CENTS >= WS-TAX-THRESHOLD-CENTS
               MOVE "Y" TO WS-REPORTABLE-SW
               IF WS-TAX-ID-ON-FILE = "Y"
                   MOVE WS-TAX-RATE-PCT      TO WS-TAX-RATE-APPLIED
               ELSE
                   MOVE WS-TAX-NOID-RATE-PCT TO WS-TAX-RATE-APPLIED
               END-IF
               COMPUTE WS-TAX-CENTS ROUNDED =
                   WS-CREDIT-CENTS * WS-TAX-RATE-APPLIED / 100
                   ON SIZE ERROR
                       MOVE "Y"  TO WS-OVERFLOW-SW
                       MOVE ZERO TO WS-TAX-CENTS
               END-COMPUTE
           END-IF
           COMPUTE WS-NET-CREDIT-CENTS =
               WS-CREDIT-CENTS - WS-TAX-CENTS.

      * Only rewrites the account master when the hit was approved;
      * a refused hit must never change the stored balance.
       UPDATE-ACCOUNT-PARA.
           MOVE WS-PLAYER-ID         TO ACCT-PLAYER-ID
           MOVE WS-NEW-BALANCE-CENTS TO ACCT-BALANCE-CENTS
           MOVE WS-TIMESTAMP         TO ACCT-LAST-UPDATED
           REWRITE ACCT-MASTER-RECORD.

      * The pool record was read (and locked) by READ-POOL-PARA
      * under the same OPEN I-O.
       RESET-METER-PARA.
           MOVE WS-SEED-CENTS    TO JKP-METER-CENTS
           MOVE WS-TIMESTAMP     TO JKP-LAST-HIT-STAMP
           MOVE WS-CREDIT-CENTS  TO JKP-LAST-HIT-CENTS
           MOVE WS-JRNL-REF-NO   TO JKP-LAST-HIT-REF-NO
           MOVE WS-SUPERVISOR-ID TO JKP-LAST-HIT-VERIFIER
           REWRITE JACKPOT-POOL-RECORD.

      * The hit takes the meter to nothing and the seed put back
      * brings it up to the seed, as two ledger movements, so
      * JACKPOT-LIAB can show hits paid and seed funding apart.
       WRITE-JACKPOT-LEDGER-PARA.
           OPEN EXTEND JACKPOT-LEDGER-FILE
           IF WS-JKPLEDG-STATUS = "35"
               OPEN OUTPUT JACKPOT-LEDGER-FILE
               CLOSE JACKPOT-LEDGER-FILE
               OPEN EXTEND JACKPOT-LEDGER-FILE
           END-IF

           MOVE WS-JACKPOT-ID     TO JKL-POOL-ID
           MOVE "H"               TO JKL-ENTRY-TYPE
           MOVE WS-TABLE-ID       TO JKL-TABLE-ID
           MOVE WS-PLAYER-ID      TO JKL-PLAYER-ID
           MOVE WS-TIMESTAMP      TO JKL-TIMESTAMP
           MOVE WS-CREDIT-CENTS   TO JKL-AMOUNT-CENTS
           MOVE WS-CREDIT-CENTS   TO JKL-METER-BEFORE
           MOVE ZERO              TO JKL-METER-AFTER
           MOVE WS-JRNL-REF-NO    TO JKL-REF-NO
           MOVE WS-SUPERVISOR-ID  TO JKL-OPERATOR-ID
           WRITE JACKPOT-LEDGER-RECORD

           IF WS-SEED-CENTS > ZERO
               MOVE "S"           TO JKL-ENTRY-TYPE
               MOVE WS-SEED-CENTS TO JKL-AMOUNT-CENTS
               MOVE ZERO          TO JKL-METER-BEFORE
               MOVE WS-SEED-CENTS TO JKL-METER-AFTER
               WRITE JACKPOT-LEDGER-RECORD
           END-IF

           CLOSE JACKPOT-LEDGER-FILE.

      * Carries the paying journal entry's reference, so it is
      * performed after WRITE-JOURNAL-PARA has drawn it. Written
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
           MOVE "JACKPOT"            TO TAX-CREDIT-TYPE
           MOVE WS-TABLE-ID          TO TAX-TABLE-ID
           MOVE WS-CREDIT-CENTS      TO TAX-WIN-CENTS
           MOVE WS-TAX-CENTS         TO TAX-WITHHELD-CENTS
           MOVE WS-TAX-RATE-APPLIED  TO TAX-RATE-PCT
           MOVE WS-TAX-ID-ON-FILE    TO TAX-ID-ON-FILE

           WRITE TAX-LEDGER-RECORD

           CLOSE TAX-LEDGER-FILE.

       WRITE-JOURNAL-PARA.
           PERFORM GET-NEXT-REF-PARA
           OPEN EXTEND JOURNAL-FILE
           IF WS-JOURNAL-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
               CLOSE JOURNAL-FILE
               OPEN EXTEND JOURNAL-FILE
           END-IF

           MOVE WS-PLAYER-ID          TO JRNL-PLAYER-ID
           MOVE WS-TIMESTAMP          TO JRNL-TIMESTAMP
           MOVE "CREDIT"              TO JRNL-TXN-TYPE
           MOVE WS-BALANCE-CENTS      TO JRNL-BALANCE-BEFORE
           MOVE WS-NET-CREDIT-CENTS   TO JRNL-AMOUNT-CENTS
           MOVE WS-NEW-BALANCE-CENTS  TO JRNL-BALANCE-AFTER
           MOVE WS-STATUS             TO JRNL-STATUS
           MOVE ZERO                  TO JRNL-RAKE-CENTS
           MOVE WS-JRNL-REF-NO        TO JRNL-REF-NO
           MOVE ZERO                  TO JRNL-ORIG-REF-NO
           MOVE SPACES                TO JRNL-REASON-CODE
           MOVE WS-SUPERVISOR-ID      TO JRNL-OPERATOR-ID
           MOVE WS-TABLE-ID           TO JRNL-TABLE-ID
           MOVE "JACKPOT"             TO JRNL-CREDIT-TYPE
           MOVE SPACES                TO JRNL-DRAWER-ID
           MOVE ZERO                  TO JRNL-DRAWER-SESSION
           MOVE WS-JACKPOT-ID         TO JRNL-JACKPOT-ID
           IF WS-STATUS = "OK"
               MOVE WS-SEED-CENTS     TO JRNL-JACKPOT-CENTS
           ELSE
               MOVE ZERO              TO JRNL-JACKPOT-CENTS
           END-IF
           MOVE WS-TAX-CENTS          TO JRNL-TAX-CENTS
           MOVE SPACES                TO JRNL-ROUND-ID

           WRITE JOURNAL-RECORD

           CLOSE JOURNAL-FILE.

      * Draws the next unique journal reference number from the
      * JRNLSEQ sequence file, creating it (sequence starts at 1)
      * when this is the first journal entry ever written. The draw
      * is a locked read-and-REWRITE under one OPEN I-O, so
      * concurrent postings serialize through the record lock the
      * same way balances serialize through ACCTMAST.
       GET-NEXT-REF-PARA.
           OPEN I-O JOURNAL-SEQ-FILE
           IF WS-JSEQ-STATUS = "35"
               OPEN OUTPUT JOURNAL-SEQ-FILE
               CLOSE JOURNAL-SEQ-FILE
               OPEN I-O JOURNAL-SEQ-FILE
           END-IF

           MOVE "0" TO JSEQ-KEY
           READ JOURNAL-SEQ-FILE
               INVALID KEY
                   MOVE "0" TO JSEQ-KEY
                   MOVE 1   TO JSEQ-LAST-REF-NO
                   WRITE JOURNAL-SEQ-RECORD
               NOT INVALID KEY
                   ADD 1 TO JSEQ-LAST-REF-NO
                   REWRITE JOURNAL-SEQ-RECORD
           END-READ
           MOVE JSEQ-LAST-REF-NO TO WS-JRNL-REF-NO

           CLOSE JOURNAL-SEQ-FILE.

       WRITE-RESPONSE-PARA.
           OPEN OUTPUT RESPONSE-FILE

           MOVE WS-PLAYER-ID         TO XFER-PLAYER-ID
           MOVE WS-NET-CREDIT-CENTS  TO XFER-AMOUNT-CENTS
           MOVE WS-STATUS            TO XFER-STATUS
           MOVE WS-NEW-BALANCE-CENTS TO XFER-NEW-BALANCE-CENTS
           MOVE ZERO                 TO XFER-RAKE-CENTS
           MOVE WS-ERROR-CODE        TO XFER-ERROR-CODE
           MOVE WS-TAX-CENTS         TO XFER-TAX-CENTS

           WRITE XFER-RESPONSE-RECORD

           CLOSE RESPONSE-FILE.

      * Settings in force on WS-PARM-AS-OF from the site parameter
      * master (PARMMAST, set by PARM-MAINT); a setting with no
      * value in force on the day keeps its built-in default.
       LOAD-PARAMETERS-PARA.
           MOVE WS-DEFAULT-MAX-BALANCE   TO WS-MAX-BALANCE-CENTS
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

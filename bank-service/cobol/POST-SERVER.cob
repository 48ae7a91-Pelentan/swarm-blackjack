      * Resident posting server for the game floor.
      *
      * One long-running program that holds ACCTMAST, JRNLSEQ,
      * TXNJRNL, PLRLIMIT, TBLLIMIT, DAYTOTAL, EXCPTN, RAKELEDG,
      * PENDTXN, PLRPROF, JKPOOL, JKPLEDG and TAXLEDG open for a whole
      * session and posts debit, credit and inquiry requests from a
      * queue file in arrival order - a single split hand with
      * insurance was six full program launches and thirty file
      * opens through the single-shot programs, and on busy Friday
      * nights the pit terminals visibly lagged the table. The
      * single-shot CALC-CREDIT / VALIDATE-DEBIT / BAL-INQUIRY
      * remain for the cage's one-off use; this is the same
      * validation, journaling, limits and lifecycle gates with the
      * per-transaction open/close cost gone.
      *
      * Input:
      *   POSTQ - the request queue (line sequential, see
      *           is append-only while the server is up - a
      *           truncated or rotated queue under a live server is
      *           an operational error and shuts it down.
      *   POSTCKPT - commit checkpoint (see copybooks/POSTCKPT.cpy),
      *           rewritten after every request the server finishes
      *           with, the way BATCH-POST keeps CKPT. A server
      *           relaunched after a crash, reboot or kill skips the
      *           committed part of the queue and resumes after the
      *           last committed request instead of reposting the
      *           queue from the top. A checkpoint whose first
      *           request does not match the queue's belongs to a
      *           queue since rotated: the server starts the new one
      *           from the top. A queue shorter than its own
      *           checkpoint was truncated - the server refuses to
      *           start.
      *   POSTHIST - answered-request history (indexed, see
      *           copybooks/POSTHIST.cpy). A DEBIT or CREDIT whose
      *           REQ-SEQUENCE-NO was already answered (the floor
      *           re-sending after a terminal timeout) is answered
      *           again with the original response and posts
      *           nothing; the same sequence number arriving on a
      *           different player, type or amount is refused ERROR,
      *           error code 1010.
      *
      * Input (environment variables):
      *   POLL_SECONDS      - idle sleep between queue polls;
      *                       defaults to 1
      *
      * Site parameters (PARMMAST, set by PARM-MAINT), loaded as in
      * force on the date of the first request processed and again
      * on the first request of each new date, so a server left up
      * over midnight picks up a change effective the next day:
      *   MAX_BALANCE_CENTS - credit ceiling, same default and
      *                       REVIEW-REQUIRED behavior as
      *                       CALC-CREDIT
      *   TAX_THRESHOLD_CENTS, TAX_RATE_PCT, TAX_NOID_RATE_PCT -
      *                       reportable-win withholding, same
      *                       defaults and meaning as CALC-CREDIT
      * The rake stays per request (REQ-RAKE-PCT): the floor sends
      * the rake of the game the pot came from.
      *
      * Output:
      *   POSTRSP - one response record per request (line
      *             sequential, see copybooks/POSTRSP.cpy), appended
      *
      * Behavior per request type (matching the single-shot
      * programs):
      *   DEBIT and CREDIT both refuse a player never registered
      *            through ACCT-OPEN (no ACCTMAST record or no PLRPROF
      *            profile) with STATUS=NOT-REGISTERED, error code
      *            1011, instead of opening an account, and refuse a
      *            withdrawal (DEBIT with no table) or deposit
      *            (non-POT CREDIT) with ID-EXPIRED / KYC-PENDING,
      *            error code 1012, while the player's ID document
      *            is expired or unverified
      *   DEBIT  - lifecycle gate, TBLLIMIT min/max when a table is
      *            named, funds check, PLRLIMIT daily loss limit;
      *            approved debits accumulate onto DAYTOTAL and
      *            with the rake posted to RAKELEDG and journaled as
      *            JRNL-RAKE-CENTS, overflow/ceiling guard with
      *            REVIEW-REQUIRED refusals pended to PENDTXN for
      *            PEND-RELEASE, tax withheld from a reportable POT
      *            win with the withholding posted to TAXLEDG and
      *            journaled as JRNL-TAX-CENTS, PLRLIMIT daily
      *            deposit limit on non-POT credits with approved
      *            ones accumulating onto DAYTOTAL
      *   LOSS   - settles a lost round: journals a zero-amount
      *            LOSS entry against the unchanged balance, carrying
      *            the table and round, so OPEN-WAGERS sees the
      *            round's bets settled; needs a table and a round
      *            (ERROR, error code 1020, without one) and an
      *            account on file (NOT-FOUND, 1003, otherwise) -
      *            a refused LOSS journals nothing
      *   INQ    - read-only balance answer; journals nothing and
      *            creates nothing, same as BAL-INQUIRY
      *
      * REQ-ROUND-ID is journaled as JRNL-ROUND-ID on every DEBIT,
      * CREDIT and LOSS entry, tying each bet to the payout or loss
      * that settles its round.
      *
      * Progressive jackpot: an approved DEBIT at a table linked to
      * an active pool on JKPOOL adds the pool's contribution to its
      * meter and ledgers it to JKPLEDG, journaled as
      * JRNL-JACKPOT-ID / JRNL-JACKPOT-CENTS - same as
      * VALIDATE-DEBIT. A hit is never paid from the floor queue: a
      * CREDIT with REQ-CREDIT-TYPE=JACKPOT is refused NOT-VERIFIED,
      * error code 1019, because a hit needs a supervisor's
      * verification through JACKPOT-HIT.
      *
      * Operational notes:
      *   - While the server is resident the floor's traffic flows
      *     through it; take it down (queue a STOP) before the
      *     session.
      *
      * Output (stdout, at shutdown):
      *   REQUESTS_PROCESSED, REQUESTS_POSTED, REQUESTS_REJECTED,
      *   REQUESTS_RESENT
      *
      * Error codes: 1001/1002/1003/1004/1011/1012 as on the
      *              single-shot programs
      *              1010 = REQ-SEQUENCE-NO already answered for a
      *                     different request
      *              1019 = jackpot hit sent through the queue
      *                     (NOT-VERIFIED)
      *              1020 = LOSS with no table or no round
      *
      * Exit code: 0 = stopped through the queue, 1 = startup error
      *            or queue truncated under the server
      *
      * Modification history:
      *   2026-09-02  Initial version.
      *   2026-10-15  Commit checkpoint (POSTCKPT) and answered-
      *               request history (POSTHIST): a relaunched server
      *               resumes after the last committed request, and
      *               a re-sent sequence number is answered from the
      *               original response instead of posting twice.
      *   2026-10-15  Unknown players are no longer opened as new
      *               accounts: DEBIT and CREDIT refuse a player
      *               without an ACCTMAST record and a PLRPROF
      *               registration profile (NOT-REGISTERED, 1011),
      *               and withdrawals / deposits on an expired or
      *               unverified ID document (ID-EXPIRED /
      *               KYC-PENDING, 1012), same as the single-shot
      *               programs.
      *   2026-10-15  Approved DEBITs at a table linked to a
      *               progressive jackpot pool feed its meter
      *               (JKPOOL / JKPLEDG, journaled as
      *               JRNL-JACKPOT-ID / JRNL-JACKPOT-CENTS); a
      *               JACKPOT credit from the queue is refused
      *               NOT-VERIFIED, error code 1019.
      *   2026-10-15  Large-win tax withholding on POT payouts, same
      *               as CALC-CREDIT: TAXLEDG held open, withheld tax
      *               journaled and answered as RSP-TAX-CENTS.
      *   2026-10-15  Round ID carried from REQ-ROUND-ID onto the
      *               journal (JRNL-ROUND-ID); new LOSS request type
      *               journals the settlement of a lost round.
      *   2026-10-15  MAX_BALANCE_CENTS and the TAX_ settings are
      *               read from the site parameter master (PARMMAST)
      *               as of the request date instead of the
      *               environment, reloaded when the date changes.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESPONSE-STATUS.

           SELECT CHECKPOINT-FILE ASSIGN TO "POSTCKPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-STATUS.

           SELECT POST-HISTORY-FILE ASSIGN TO "POSTHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PHST-SEQUENCE-NO
               FILE STATUS IS WS-POSTHIST-STATUS.

           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-PENDTXN-STATUS.

           SELECT PLAYER-PROFILE-FILE ASSIGN TO "PLRPROF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROF-PLAYER-ID
               FILE STATUS IS WS-PLRPROF-STATUS.

           SELECT JACKPOT-POOL-FILE ASSIGN TO "JKPOOL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JKP-POOL-ID
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-JKPOOL-STATUS.

           SELECT JACKPOT-LEDGER-FILE ASSIGN TO "JKPLEDG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JKPLEDG-STATUS.

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
       FD  REQUEST-FILE.
       FD  RESPONSE-FILE.
       COPY POSTRSP.

       FD  CHECKPOINT-FILE.
       COPY POSTCKPT.

       FD  POST-HISTORY-FILE.
       COPY POSTHIST.

       FD  ACCOUNT-MASTER-FILE.
       COPY ACCTMAST.

       FD  PENDED-TXN-FILE.
       COPY PENDREC.

       FD  PLAYER-PROFILE-FILE.
       COPY PLRPROF.

       FD  JACKPOT-POOL-FILE.
       COPY JKPOOL.

       FD  JACKPOT-LEDGER-FILE.
       COPY JKPLEDG.

       FD  TAX-LEDGER-FILE.
       COPY TAXLEDG.

       FD  SITE-PARAMETER-FILE.
       COPY PARMMAST.

       WORKING-STORAGE SECTION.
       01 WS-REQUEST-STATUS     PIC X(02)  VALUE SPACES.
       01 WS-RESPONSE-STATUS    PIC X(02)  VALUE SPACES.
       01 WS-CKPT-STATUS        PIC X(02)  VALUE SPACES.
       01 WS-POSTHIST-STATUS    PIC X(02)  VALUE SPACES.
       01 WS-ACCT-STATUS        PIC X(02)  VALUE SPACES.
       01 WS-JOURNAL-STATUS     PIC X(02)  VALUE SPACES.
       01 WS-JSEQ-STATUS        PIC X(02)  VALUE SPACES.
       01 WS-EXCEPTION-STATUS   PIC X(02)  VALUE SPACES.
       01 WS-RAKELEDG-STATUS    PIC X(02)  VALUE SPACES.
       01 WS-PENDTXN-STATUS     PIC X(02)  VALUE SPACES.
       01 WS-PLRPROF-STATUS     PIC X(02)  VALUE SPACES.
       01 WS-JKPOOL-STATUS      PIC X(02)  VALUE SPACES.
       01 WS-JKPLEDG-STATUS     PIC X(02)  VALUE SPACES.
       01 WS-TAXLEDG-STATUS     PIC X(02)  VALUE SPACES.

       01 WS-SHUTDOWN-SW        PIC X(01)  VALUE "N".
           88 WS-SHUTDOWN                  VALUE "Y".
           88 WS-TBLLIMIT-MISSING          VALUE "Y".
       01 WS-PLRLIMIT-MISSING-SW PIC X(01) VALUE "N".
           88 WS-PLRLIMIT-MISSING          VALUE "Y".
       01 WS-PLRPROF-MISSING-SW PIC X(01)  VALUE "N".
           88 WS-PLRPROF-MISSING           VALUE "Y".
       01 WS-JKPOOL-MISSING-SW  PIC X(01)  VALUE "N".
           88 WS-JKPOOL-MISSING            VALUE "Y".
       01 WS-REGISTERED-SW      PIC X(01)  VALUE "N".
           88 WS-REGISTERED                VALUE "Y".
       01 WS-TODAY              PIC 9(08)  VALUE ZERO.
       01 WS-RESENT-SW          PIC X(01)  VALUE "N".
           88 WS-RESENT                    VALUE "Y".
       01 WS-NEW-QUEUE-SW       PIC X(01)  VALUE "N".
           88 WS-NEW-QUEUE                 VALUE "Y".

       01 WS-POLL-SECONDS       PIC 9(04)  VALUE ZERO.
       01 WS-MAX-BALANCE-CENTS  PIC S9(15) VALUE ZERO.
       01 WS-DEFAULT-MAX-BALANCE PIC S9(15) VALUE 1000000000.
       01 WS-TAX-THRESHOLD-CENTS PIC S9(15) VALUE ZERO.
       01 WS-DEFAULT-TAX-THRESHOLD PIC S9(15) VALUE 500000.
       01 WS-TAX-RATE-PCT       PIC 9(02)V9(02) VALUE ZERO.
       01 WS-DEFAULT-TAX-RATE   PIC 9(02)V9(02) VALUE 24.00.
       01 WS-TAX-NOID-RATE-PCT  PIC 9(02)V9(02) VALUE ZERO.
       01 WS-DEFAULT-TAX-NOID-RATE PIC 9(02)V9(02) VALUE 28.00.
       01 WS-PARMMAST-STATUS    PIC X(02)  VALUE SPACES.
       01 WS-PARMMAST-MISSING-SW PIC X(01)  VALUE "N".
           88 WS-PARMMAST-MISSING          VALUE "Y".
       01 WS-PARM-NAME          PIC X(28)  VALUE SPACES.
       01 WS-PARM-AS-OF         PIC 9(08)  VALUE ZERO.
       01 WS-PARM-VALUE         PIC S9(15)V9(02) VALUE ZERO.
       01 WS-PARM-FOUND-SW      PIC X(01)  VALUE "N".
           88 WS-PARM-FOUND                VALUE "Y".

       01 WS-PROCESSED-COUNT    PIC 9(09)  VALUE ZERO.
       01 WS-POSTED-COUNT       PIC 9(09)  VALUE ZERO.
       01 WS-REJECTED-COUNT     PIC 9(09)  VALUE ZERO.
       01 WS-SKIP-COUNT         PIC 9(09)  VALUE ZERO.
       01 WS-RESENT-COUNT       PIC 9(09)  VALUE ZERO.
       01 WS-FIRST-REQUEST      PIC X(100) VALUE SPACES.
       01 WS-LAST-RESPONSE      PIC X(150) VALUE SPACES.

       01 WS-SEQUENCE-NO        PIC 9(06)  VALUE ZERO.
       01 WS-REQ-TYPE           PIC X(06)  VALUE SPACES.
       01 WS-PLAYER-ID          PIC X(10)  VALUE SPACES.
       01 WS-AMOUNT-CENTS       PIC S9(15) VALUE ZERO.
       01 WS-TABLE-ID           PIC X(08)  VALUE SPACES.
       01 WS-ROUND-ID           PIC X(12)  VALUE SPACES.
       01 WS-CREDIT-TYPE        PIC X(10)  VALUE SPACES.
       01 WS-RAKE-PCT           PIC 9(02)V9(02) VALUE ZERO.

       01 WS-NET-CREDIT-CENTS   PIC S9(15) VALUE ZERO.
       01 WS-RAKE-CENTS         PIC S9(15) VALUE ZERO.
       01 WS-PEND-RAKE-CENTS    PIC S9(15) VALUE ZERO.
       01 WS-WIN-CENTS          PIC S9(15) VALUE ZERO.
       01 WS-TAX-CENTS          PIC S9(15) VALUE ZERO.
       01 WS-TAX-RATE-APPLIED   PIC 9(02)V9(02) VALUE ZERO.
       01 WS-TAX-ID-ON-FILE     PIC X(01)  VALUE "N".
       01 WS-REPORTABLE-SW      PIC X(01)  VALUE "N".
           88 WS-REPORTABLE               VALUE "Y".
       01 WS-JRNL-TXN-TYPE      PIC X(10)  VALUE SPACES.
       01 WS-JRNL-AMOUNT-CENTS  PIC S9(15) VALUE ZERO.
       01 WS-JRNL-REF-NO        PIC 9(09)  VALUE ZERO.
       01 WS-ACCOUNT-ON-FILE-SW PIC X(01)  VALUE "N".
           88 WS-ACCOUNT-ON-FILE           VALUE "Y".
       01 WS-ACCOUNT-STATE      PIC X(01)  VALUE "A".
       01 WS-DAY-LOSS-CENTS     PIC S9(15) VALUE ZERO.
       01 WS-DAY-DEPOSIT-CENTS  PIC S9(15) VALUE ZERO.
       01 WS-PROJECTED-CENTS    PIC S9(15) VALUE ZERO.
       01 WS-JACKPOT-ID         PIC X(04)  VALUE SPACES.
       01 WS-JACKPOT-CENTS      PIC S9(15) VALUE ZERO.
       01 WS-JKP-METER-BEFORE   PIC S9(15) VALUE ZERO.
       01 WS-JKP-METER-AFTER    PIC S9(15) VALUE ZERO.
       01 WS-JKP-IDX            PIC 9(02)  VALUE ZERO.
       01 WS-JKP-EOF-SW         PIC X(01)  VALUE "N".
           88 WS-JKP-EOF                   VALUE "Y".
       01 WS-JKP-FOUND-SW       PIC X(01)  VALUE "N".
           88 WS-JKP-FOUND                 VALUE "Y".
       01 WS-TIMESTAMP.
           05 WS-TS-DATE        PIC 9(08).
           05 WS-TS-TIME        PIC 9(08).

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-POLL-SECONDS FROM ENVIRONMENT "POLL_SECONDS"
           IF WS-POLL-SECONDS = ZERO
               MOVE 1 TO WS-POLL-SECONDS
           END-IF

           PERFORM OPEN-FILES-PARA
           PERFORM READ-CHECKPOINT-PARA
           PERFORM OPEN-QUEUE-PARA
           IF WS-PROCESSED-COUNT > ZERO
               PERFORM RESUME-QUEUE-PARA
           END-IF
           PERFORM SERVE-PARA UNTIL WS-SHUTDOWN
           PERFORM CLOSE-FILES-PARA

           DISPLAY "REQUESTS_PROCESSED=" WS-PROCESSED-COUNT
           DISPLAY "REQUESTS_POSTED=" WS-POSTED-COUNT
           DISPLAY "REQUESTS_REJECTED=" WS-REJECTED-COUNT
           DISPLAY "REQUESTS_RESENT=" WS-RESENT-COUNT
           STOP RUN.

      * Everything the single-shot programs open and close per call
               OPEN EXTEND RESPONSE-FILE
           END-IF

           OPEN I-O POST-HISTORY-FILE
           IF WS-POSTHIST-STATUS = "35"
               OPEN OUTPUT POST-HISTORY-FILE
               CLOSE POST-HISTORY-FILE
               OPEN I-O POST-HISTORY-FILE
           END-IF

           OPEN EXTEND JACKPOT-LEDGER-FILE
           IF WS-JKPLEDG-STATUS = "35"
               OPEN OUTPUT JACKPOT-LEDGER-FILE
               CLOSE JACKPOT-LEDGER-FILE
               OPEN EXTEND JACKPOT-LEDGER-FILE
           END-IF

           OPEN EXTEND TAX-LEDGER-FILE
           IF WS-TAXLEDG-STATUS = "35"
               OPEN OUTPUT TAX-LEDGER-FILE
               CLOSE TAX-LEDGER-FILE
               OPEN EXTEND TAX-LEDGER-FILE
           END-IF

      * The jackpot pool file belongs to JACKPOT-MAINT - missing
      * means no progressive is set up yet, and it is not created
      * here.
           MOVE "N" TO WS-JKPOOL-MISSING-SW
           OPEN I-O JACKPOT-POOL-FILE
           IF WS-JKPOOL-STATUS = "35"
               MOVE "Y" TO WS-JKPOOL-MISSING-SW
           END-IF

      * The limit files are read-only advice: missing means no
      * limits of that kind are configured, same as the single-shot
      * programs treat them.
           OPEN INPUT PLAYER-LIMIT-FILE
           IF WS-PLRLIMIT-STATUS = "35"
               MOVE "Y" TO WS-PLRLIMIT-MISSING-SW
           END-IF
           MOVE "N" TO WS-PLRPROF-MISSING-SW
           OPEN INPUT PLAYER-PROFILE-FILE
           IF WS-PLRPROF-STATUS = "35"
               MOVE "Y" TO WS-PLRPROF-MISSING-SW
           END-IF.

       CLOSE-FILES-PARA.
               CLOSE REQUEST-FILE
           END-IF
           CLOSE RESPONSE-FILE
           CLOSE POST-HISTORY-FILE
           CLOSE ACCOUNT-MASTER-FILE
           CLOSE JOURNAL-FILE
           CLOSE JOURNAL-SEQ-FILE
           CLOSE PENDED-TXN-FILE
           CLOSE EXCEPTION-FILE
           CLOSE RAKE-LEDGER-FILE
           CLOSE JACKPOT-LEDGER-FILE
           CLOSE TAX-LEDGER-FILE
           IF NOT WS-JKPOOL-MISSING
               CLOSE JACKPOT-POOL-FILE
           END-IF
           IF NOT WS-TBLLIMIT-MISSING
               CLOSE TABLE-LIMIT-FILE
           END-IF
           IF NOT WS-PLRLIMIT-MISSING
               CLOSE PLAYER-LIMIT-FILE
           END-IF
           IF NOT WS-PLRPROF-MISSING
               CLOSE PLAYER-PROFILE-FILE
           END-IF.

      * A queue that does not exist yet just means the floor hasn't
               MOVE "Y" TO WS-QUEUE-OPEN-SW
           END-IF.

      * A missing checkpoint (first session on this queue) leaves
      * WS-PROCESSED-COUNT at zero, so the queue is served from the
      * top.
       READ-CHECKPOINT-PARA.
           MOVE ZERO   TO WS-PROCESSED-COUNT
           MOVE SPACES TO WS-FIRST-REQUEST
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CKPT-STATUS NOT = "35"
               READ CHECKPOINT-FILE
                   NOT AT END
                       MOVE PCK-QUEUE-POSITION TO WS-PROCESSED-COUNT
                       MOVE PCK-FIRST-REQUEST  TO WS-FIRST-REQUEST
               END-READ
               CLOSE CHECKPOINT-FILE
           END-IF.

      * Relaunch after a crash: the queue's first record must be the
      * one the checkpoint was taken on, or the floor has rotated to
      * a new queue since and the old checkpoint and history no
      * longer apply - the new queue is served from the top. On the
      * checkpointed queue, everything up to the committed position
      * is skipped, never reposted; a queue that comes up shorter
      * than its own checkpoint was truncated, and the server
      * refuses to start rather than guess where to resume.
       RESUME-QUEUE-PARA.
           MOVE "N" TO WS-NEW-QUEUE-SW
           READ REQUEST-FILE
               AT END
                   MOVE "Y" TO WS-NEW-QUEUE-SW
               NOT AT END
                   IF POST-REQUEST-RECORD NOT = WS-FIRST-REQUEST
                       MOVE "Y" TO WS-NEW-QUEUE-SW
                   END-IF
           END-READ

           IF WS-NEW-QUEUE
               DISPLAY "NOTE=request queue is not the checkpointed"
                   " one - serving it from the top"
               CLOSE REQUEST-FILE
               MOVE "N" TO WS-QUEUE-OPEN-SW
               PERFORM OPEN-QUEUE-PARA
               MOVE ZERO   TO WS-PROCESSED-COUNT
               MOVE SPACES TO WS-FIRST-REQUEST
               CLOSE POST-HISTORY-FILE
               OPEN OUTPUT POST-HISTORY-FILE
               CLOSE POST-HISTORY-FILE
               OPEN I-O POST-HISTORY-FILE
           ELSE
               MOVE "N" TO WS-SKIP-FAILED-SW
               MOVE 1   TO WS-SKIP-COUNT
               PERFORM SKIP-PROCESSED-PARA
                   UNTIL WS-SKIP-COUNT >= WS-PROCESSED-COUNT
                      OR WS-SKIP-FAILED
               IF WS-SKIP-FAILED
                   DISPLAY "ERROR=request queue is shorter than its"
                       " checkpoint (" WS-PROCESSED-COUNT
                       " committed) - not starting"
                   PERFORM CLOSE-FILES-PARA
                   STOP RUN RETURNING 1
               END-IF
               DISPLAY "RESUMED_AFTER=" WS-PROCESSED-COUNT
           END-IF.

       SERVE-PARA.
           READ REQUEST-FILE
               AT END
                   PERFORM WAIT-FOR-WORK-PARA
               NOT AT END
                   ADD 1 TO WS-PROCESSED-COUNT
                   IF WS-PROCESSED-COUNT = 1
                       MOVE POST-REQUEST-RECORD TO WS-FIRST-REQUEST
                   END-IF
                   PERFORM DISPATCH-PARA
                   PERFORM COMMIT-REQUEST-PARA
           END-READ.

      * End of queue is not end of session: sleep, reopen, skip
           MOVE REQ-PLAYER-ID    TO WS-PLAYER-ID
           MOVE REQ-AMOUNT-CENTS TO WS-AMOUNT-CENTS
           MOVE REQ-TABLE-ID     TO WS-TABLE-ID
           MOVE REQ-ROUND-ID     TO WS-ROUND-ID
           MOVE REQ-CREDIT-TYPE  TO WS-CREDIT-TYPE
           MOVE REQ-RAKE-PCT     TO WS-RAKE-PCT
           MOVE SPACES           TO WS-STATUS
           MOVE ZERO             TO WS-ERROR-CODE
           MOVE ZERO             TO WS-RAKE-CENTS
           MOVE SPACES           TO WS-JACKPOT-ID
           MOVE ZERO             TO WS-JACKPOT-CENTS
           MOVE ZERO             TO WS-TAX-CENTS
           MOVE "N"              TO WS-REPORTABLE-SW
           MOVE "N"              TO WS-TAX-ID-ON-FILE
           ACCEPT WS-TS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TS-TIME FROM TIME

      * WS-PARM-AS-OF starts at zero, so the first request loads the
      * site parameters; after that only a change of date reloads.
           IF WS-TS-DATE NOT = WS-PARM-AS-OF
               MOVE WS-TS-DATE TO WS-PARM-AS-OF
               PERFORM LOAD-PARAMETERS-PARA
           END-IF

      * Only postings are looked up in the history - an inquiry is
      * simply answered afresh, and a STOP always stops.
           MOVE "N" TO WS-RESENT-SW
           IF WS-REQ-TYPE = "DEBIT" OR WS-REQ-TYPE = "CREDIT" OR
              WS-REQ-TYPE = "LOSS"
               PERFORM CHECK-RESENT-PARA
           END-IF

           IF WS-RESENT
               PERFORM ANSWER-RESENT-PARA
           ELSE
               EVALUATE WS-REQ-TYPE
                   WHEN "DEBIT"
                       PERFORM SERVE-DEBIT-PARA
                   WHEN "CREDIT"
                       PERFORM SERVE-CREDIT-PARA
                   WHEN "LOSS"
                       PERFORM SERVE-LOSS-PARA
                   WHEN "INQ"
                       PERFORM SERVE-INQUIRY-PARA
                   WHEN "STOP"
                       MOVE "STOPPED" TO WS-STATUS
                       MOVE ZERO      TO WS-NEW-BALANCE-CENTS
                       PERFORM WRITE-RESPONSE-PARA
                       MOVE "Y" TO WS-SHUTDOWN-SW
                   WHEN OTHER
                       MOVE "ERROR" TO WS-STATUS
                       MOVE ZERO    TO WS-NEW-BALANCE-CENTS
                       ADD 1 TO WS-REJECTED-COUNT
                       PERFORM WRITE-RESPONSE-PARA
               END-EVALUATE
           END-IF.

       CHECK-RESENT-PARA.
           MOVE WS-SEQUENCE-NO TO PHST-SEQUENCE-NO
           READ POST-HISTORY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-RESENT-SW
           END-READ.

      * A sequence number already answered: when it is the same
      * request again (the terminal timed out before it saw its
      * answer) the original response goes back out verbatim and
      * nothing posts. The same number on a different request is a
      * floor sequencing fault - refused, and nothing posts either.
       ANSWER-RESENT-PARA.
           MOVE PHST-RESPONSE TO POST-RESPONSE-RECORD
           IF RSP-PLAYER-ID    = WS-PLAYER-ID AND
              RSP-REQ-TYPE     = WS-REQ-TYPE AND
              RSP-AMOUNT-CENTS = WS-AMOUNT-CENTS
               WRITE POST-RESPONSE-RECORD
               ADD 1 TO WS-RESENT-COUNT
           ELSE
               MOVE "ERROR" TO WS-STATUS
               MOVE 1010    TO WS-ERROR-CODE
               MOVE ZERO    TO WS-NEW-BALANCE-CENTS
               ADD 1 TO WS-REJECTED-COUNT
               PERFORM WRITE-RESPONSE-PARA
           END-IF.

      * The request is finished - posted, journaled and answered -
      * so it is committed: a DEBIT, CREDIT or LOSS that was actually
      * served has its response kept in the history, then the
      * checkpoint moves past it. The history goes first, so a crash
      * between the two re-answers the request on relaunch rather
      * than posting it again.
       COMMIT-REQUEST-PARA.
           IF NOT WS-RESENT AND
              (WS-REQ-TYPE = "DEBIT" OR WS-REQ-TYPE = "CREDIT" OR
               WS-REQ-TYPE = "LOSS")
               MOVE WS-SEQUENCE-NO       TO PHST-SEQUENCE-NO
               MOVE WS-LAST-RESPONSE     TO PHST-RESPONSE
               WRITE POST-HISTORY-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF
           PERFORM WRITE-CHECKPOINT-PARA.

       WRITE-CHECKPOINT-PARA.
           OPEN OUTPUT CHECKPOINT-FILE
           MOVE WS-PROCESSED-COUNT TO PCK-QUEUE-POSITION
           MOVE WS-SEQUENCE-NO     TO PCK-LAST-SEQUENCE-NO
           MOVE WS-FIRST-REQUEST   TO PCK-FIRST-REQUEST
           MOVE WS-TIMESTAMP       TO PCK-COMMITTED-STAMP
           WRITE POST-CHECKPOINT-RECORD
           CLOSE CHECKPOINT-FILE.

      * A bet or withdrawal - VALIDATE-DEBIT's SINGLE mode against
      * the held-open files. (A split hand is simply several DEBIT
               MOVE "ERROR" TO WS-STATUS
               MOVE 1002    TO WS-ERROR-CODE
           ELSE
               PERFORM CHECK-REGISTRATION-PARA
               IF WS-STATUS NOT = SPACES
                   MOVE 1011 TO WS-ERROR-CODE
               ELSE
                   PERFORM CHECK-ACCOUNT-STATE-PARA
                   IF WS-STATUS NOT = SPACES
                       MOVE 1004 TO WS-ERROR-CODE
                   END-IF
               END-IF
           END-IF

      * A debit with no table is a cage withdrawal and needs a
      * current, verified ID document on the profile.
           IF WS-STATUS = SPACES AND WS-TABLE-ID = SPACES
               PERFORM CHECK-ID-DOCUMENT-PARA
               IF WS-STATUS NOT = SPACES
                   MOVE 1012 TO WS-ERROR-CODE
               END-IF
           END-IF

                   WS-BALANCE-CENTS - WS-AMOUNT-CENTS
               PERFORM UPDATE-ACCOUNT-PARA
               PERFORM ADD-DAY-LOSS-PARA
               IF WS-TABLE-ID NOT = SPACES
                   PERFORM CONTRIBUTE-JACKPOT-PARA
               END-IF
           ELSE
               MOVE WS-BALANCE-CENTS TO WS-NEW-BALANCE-CENTS
           END-IF
           MOVE "DEBIT"          TO WS-JRNL-TXN-TYPE
           MOVE WS-AMOUNT-CENTS  TO WS-JRNL-AMOUNT-CENTS
           PERFORM WRITE-JOURNAL-PARA
           IF WS-JACKPOT-CENTS > ZERO
               PERFORM WRITE-JACKPOT-LEDGER-PARA
           END-IF
           IF WS-STATUS = "INSUFFICIENT"
               PERFORM WRITE-EXCEPTION-PARA
           END-IF
       SERVE-CREDIT-PARA.
           PERFORM READ-ACCOUNT-PARA

      * An outright rejection (bad amount, registration, lifecycle
      * or ID-document gate) journals
      * the attempted amount against the unchanged balance, same as
      * CALC-CREDIT; only a request that clears both goes on to the
      * rake, ceiling and limit evaluation. A jackpot hit is paid
      * only through JACKPOT-HIT, where a supervisor verifies it -
      * one arriving on the floor queue is refused unverified.
           IF WS-AMOUNT-CENTS < ZERO
               MOVE "ERROR" TO WS-STATUS
               MOVE 1001    TO WS-ERROR-CODE
           ELSE
               IF WS-CREDIT-TYPE = "JACKPOT"
                   MOVE "NOT-VERIFIED" TO WS-STATUS
                   MOVE 1019           TO WS-ERROR-CODE
               ELSE
                   PERFORM CHECK-REGISTRATION-PARA
                   IF WS-STATUS NOT = SPACES
                       MOVE 1011 TO WS-ERROR-CODE
                   ELSE
                       PERFORM CHECK-ACCOUNT-STATE-PARA
                       IF WS-STATUS NOT = SPACES
                           MOVE 1004 TO WS-ERROR-CODE
                       END-IF
                   END-IF
               END-IF
           END-IF

      * A non-POT credit is a deposit and needs a current, verified
      * ID document on the profile; pot payouts are not gated on it.
           IF WS-STATUS = SPACES AND WS-CREDIT-TYPE NOT = "POT"
               PERFORM CHECK-ID-DOCUMENT-PARA
               IF WS-STATUS NOT = SPACES
                   MOVE 1012 TO WS-ERROR-CODE
               END-IF
           END-IF

           ELSE
               MOVE "N" TO WS-OVERFLOW-SW
               PERFORM CALC-RAKE-PARA
               PERFORM CALC-TAX-PARA
               COMPUTE WS-NEW-BALANCE-CENTS =
                   WS-BALANCE-CENTS + WS-NET-CREDIT-CENTS
                   ON SIZE ERROR
                   MOVE WS-BALANCE-CENTS    TO WS-NEW-BALANCE-CENTS
                   MOVE WS-RAKE-CENTS       TO WS-PEND-RAKE-CENTS
                   MOVE ZERO                TO WS-RAKE-CENTS
      * A refused win is pended whole; PEND-RELEASE withholds on it
      * at release.
                   MOVE WS-WIN-CENTS        TO WS-NET-CREDIT-CENTS
                   MOVE ZERO                TO WS-TAX-CENTS
               ELSE
                   IF WS-CREDIT-TYPE NOT = "POT"
                       PERFORM CHECK-DAILY-DEPOSIT-PARA
           MOVE "CREDIT"             TO WS-JRNL-TXN-TYPE
           MOVE WS-NET-CREDIT-CENTS  TO WS-JRNL-AMOUNT-CENTS
           PERFORM WRITE-JOURNAL-PARA
           IF WS-STATUS = "OK" AND WS-REPORTABLE
               PERFORM WRITE-TAX-LEDGER-PARA
           END-IF
           IF WS-STATUS = "REVIEW-REQUIRED"
               PERFORM WRITE-PEND-PARA
           END-IF
           END-IF
           PERFORM WRITE-RESPONSE-PARA.

      * A lost round - no money moves (the bet was taken when the
      * DEBIT posted), but the loss is journaled at zero against the
      * unchanged balance so the round's bets show as settled. It
      * settles a round already in play, so the lifecycle and
      * registration gates do not apply; it only needs the round it
      * settles and an account to journal against.
       SERVE-LOSS-PARA.
           PERFORM READ-ACCOUNT-PARA
           MOVE WS-BALANCE-CENTS TO WS-NEW-BALANCE-CENTS
           IF WS-TABLE-ID = SPACES OR WS-ROUND-ID = SPACES
               MOVE "ERROR"     TO WS-STATUS
               MOVE 1020        TO WS-ERROR-CODE
           ELSE
               IF WS-ACCOUNT-ON-FILE
                   MOVE "OK"        TO WS-STATUS
               ELSE
                   MOVE "NOT-FOUND" TO WS-STATUS
                   MOVE 1003        TO WS-ERROR-CODE
               END-IF
           END-IF

           IF WS-STATUS = "OK"
               MOVE "LOSS"      TO WS-JRNL-TXN-TYPE
               MOVE ZERO        TO WS-JRNL-AMOUNT-CENTS
               PERFORM WRITE-JOURNAL-PARA
               ADD 1 TO WS-POSTED-COUNT
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
           END-IF
           PERFORM WRITE-RESPONSE-PARA.

      * Read-only, journals nothing, creates nothing - BAL-INQUIRY
      * against the held-open master. An unknown player answers
      * NOT-FOUND rather than being created.
           COMPUTE WS-NET-CREDIT-CENTS =
               WS-AMOUNT-CENTS - WS-RAKE-CENTS.

      * A POT win (net of rake) at or over TAX_THRESHOLD_CENTS has
      * tax withheld before the ceiling check, exactly as
      * CALC-CREDIT's CALC-TAX-PARA: the ID rate when the player's
      * profile carries a tax ID, the no-ID rate otherwise.
       CALC-TAX-PARA.
           MOVE ZERO TO WS-TAX-CENTS
           MOVE "N"  TO WS-REPORTABLE-SW
           MOVE WS-NET-CREDIT-CENTS TO WS-WIN-CENTS
           IF WS-CREDIT-TYPE = "POT" AND
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

       READ-ACCOUNT-PARA.
           MOVE "N" TO WS-ACCOUNT-ON-FILE-SW
           MOVE WS-PLAYER-ID TO ACCT-PLAYER-ID
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   MOVE ZERO TO WS-BALANCE-CENTS
                   MOVE "A"  TO WS-ACCOUNT-STATE
               NOT INVALID KEY
                   MOVE ACCT-STATUS-CODE   TO WS-ACCOUNT-STATE
           END-READ.

      * A registered player has both the ACCTMAST record and the
      * PLRPROF profile ACCT-OPEN writes together. The profile file
      * is held open for the session; if it did not exist yet when
      * the server came up, the first lookup after ACCT-OPEN has
      * created it opens it. Only moves WS-STATUS when the player is
      * not registered; the profile record is left in the record
      * area for CHECK-ID-DOCUMENT-PARA.
       CHECK-REGISTRATION-PARA.
           MOVE "N" TO WS-REGISTERED-SW
           IF WS-PLRPROF-MISSING
               OPEN INPUT PLAYER-PROFILE-FILE
               IF WS-PLRPROF-STATUS NOT = "35"
                   MOVE "N" TO WS-PLRPROF-MISSING-SW
               END-IF
           END-IF
           IF WS-ACCOUNT-ON-FILE AND NOT WS-PLRPROF-MISSING
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
           END-IF
           IF NOT WS-REGISTERED
               MOVE "NOT-REGISTERED" TO WS-STATUS
           END-IF.

      * An ID document past its expiry date (checked against today's
      * calendar date), or one the cage has not yet verified, stops
      * deposits and withdrawals until ACCT-OPEN ACTION=REVERIFY.
      * Only moves WS-STATUS on a refusal.
       CHECK-ID-DOCUMENT-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           IF PROF-ID-EXPIRY < WS-TODAY
               MOVE "ID-EXPIRED"  TO WS-STATUS
           ELSE
               IF NOT PROF-KYC-DONE
                   MOVE "KYC-PENDING" TO WS-STATUS
               END-IF
           END-IF.

      * Maps a non-ACTIVE account state to its rejection status;
      * leaves WS-STATUS unchanged (SPACES) for an ACTIVE account.
      * SPACE in the state byte is an account written before

      * Only rewrites the account master when the posting was
      * approved; a rejected posting must never change the stored
      * balance. The account always exists by now - unregistered
      * players are refused before posting.
       UPDATE-ACCOUNT-PARA.
           MOVE WS-PLAYER-ID         TO ACCT-PLAYER-ID
           MOVE WS-NEW-BALANCE-CENTS TO ACCT-BALANCE-CENTS
           MOVE WS-TIMESTAMP         TO ACCT-LAST-UPDATED
           REWRITE ACCT-MASTER-RECORD.

       WRITE-JOURNAL-PARA.
           PERFORM GET-NEXT-REF-PARA
           ELSE
               MOVE SPACES            TO JRNL-CREDIT-TYPE
           END-IF
           MOVE SPACES                TO JRNL-DRAWER-ID
           MOVE ZERO                  TO JRNL-DRAWER-SESSION
           MOVE WS-JACKPOT-ID         TO JRNL-JACKPOT-ID
           MOVE WS-JACKPOT-CENTS      TO JRNL-JACKPOT-CENTS
           MOVE WS-TAX-CENTS          TO JRNL-TAX-CENTS
           MOVE WS-ROUND-ID           TO JRNL-ROUND-ID

           WRITE JOURNAL-RECORD.

           MOVE WS-RAKE-CENTS  TO RAKE-AMOUNT-CENTS
           WRITE RAKE-LEDGER-RECORD.

      * Carries the paying journal entry's reference, so it is
      * performed after WRITE-JOURNAL-PARA has drawn it.
       WRITE-TAX-LEDGER-PARA.
           MOVE WS-PLAYER-ID         TO TAX-PLAYER-ID
           MOVE WS-TIMESTAMP         TO TAX-TIMESTAMP
           MOVE WS-JRNL-REF-NO       TO TAX-REF-NO
           MOVE WS-CREDIT-TYPE       TO TAX-CREDIT-TYPE
           MOVE WS-TABLE-ID          TO TAX-TABLE-ID
           MOVE WS-WIN-CENTS         TO TAX-WIN-CENTS
           MOVE WS-TAX-CENTS         TO TAX-WITHHELD-CENTS
           MOVE WS-TAX-RATE-APPLIED  TO TAX-RATE-PCT
           MOVE WS-TAX-ID-ON-FILE    TO TAX-ID-ON-FILE
           WRITE TAX-LEDGER-RECORD.

      * The house's share of an approved bet at a table linked to a
      * progressive is added to that pool's meter, same as
      * VALIDATE-DEBIT's CONTRIBUTE-JACKPOT-PARA minus the per-call
      * open and close. If no pool file existed when the server came
      * up, the first bet after JACKPOT-MAINT has created one opens
      * it. The pool record stays locked from the scan's read to the
      * REWRITE, so the cage's single-shot debits serialize against
      * the session through the record lock.
       CONTRIBUTE-JACKPOT-PARA.
           IF WS-JKPOOL-MISSING
               OPEN I-O JACKPOT-POOL-FILE
               IF WS-JKPOOL-STATUS NOT = "35"
                   MOVE "N" TO WS-JKPOOL-MISSING-SW
               END-IF
           END-IF
           IF NOT WS-JKPOOL-MISSING
               PERFORM FIND-JACKPOT-POOL-PARA
               IF WS-JKP-FOUND
                   PERFORM ADD-TO-METER-PARA
               END-IF
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

       ADD-TO-METER-PARA.
           COMPUTE WS-JACKPOT-CENTS ROUNDED =
               WS-AMOUNT-CENTS * JKP-CONTRIB-PCT / 100
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
           WRITE JACKPOT-LEDGER-RECORD.

      * A REVIEW-REQUIRED refusal becomes a pended work item for
      * PEND-RELEASE, exactly as CALC-CREDIT pends one - performed
      * after WRITE-JOURNAL-PARA so WS-JRNL-REF-NO carries the
           MOVE WS-NEW-BALANCE-CENTS TO RSP-NEW-BALANCE-CENTS
           MOVE WS-RAKE-CENTS        TO RSP-RAKE-CENTS
           MOVE WS-ERROR-CODE        TO RSP-ERROR-CODE
           MOVE WS-TAX-CENTS         TO RSP-TAX-CENTS
           MOVE POST-RESPONSE-RECORD TO WS-LAST-RESPONSE
           WRITE POST-RESPONSE-RECORD.

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

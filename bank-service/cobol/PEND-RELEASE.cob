      *                 OPER-MAINT)
      *   REASON_CODE - site reason code for the decision; required
      *
      * Site parameters (PARMMAST, set by PARM-MAINT), as in force on
      * the day of the release - the day the win is actually paid:
      *   TAX_THRESHOLD_CENTS, TAX_RATE_PCT, TAX_NOID_RATE_PCT
      *               - large-win tax withholding settings, same
      *                 meaning and defaults as on CALC-CREDIT
      *
      * A RELEASE above the supervisor's OPERMAST approval cap is
      * refused with its own journaled status (OVER-LIMIT, same as
      * ADJUST-TXN) and the item stays pending for a supervisor with
      * accumulates nothing onto DAYTOTAL - the money was already
      * held once, at the original attempt.
      *
      * A release for a player never registered through ACCT-OPEN
      * (no ACCTMAST record or no PLRPROF profile - see
      * copybooks/PLRPROF.cpy) is refused with the journaled status
      * NOT-REGISTERED rather than opening the account, and a
      * released deposit (any credit type but POT) is refused
      * ID-EXPIRED / KYC-PENDING while the player's ID document is
      * expired or unverified, same as CALC-CREDIT. Either way the
      * item stays pending until the cage registers or re-verifies
      * the player.
      *
      * A released POT payout is a win like any other: when the
      * pended win is at or over the reportable-win threshold, tax is
      * withheld from it at release (CALC-CREDIT withholds nothing
      * from a refused pot), journaled as JRNL-TAX-CENTS and appended
      * to the tax withholding ledger (TAXLEDG, see
      * copybooks/TAXLEDG.cpy). The player is credited the pended
      * amount less the withholding.
      *
      * Output (stdout):
      *   JRNL_REF_NO, ACTION, STATUS, NEW_BALANCE_CENTS,
      *   TAX_WITHHELD_CENTS
      *
      * Side effect:
      *   One journal entry per invocation that passes input
      *               and a release above the supervisor's approval
      *               cap journals OVER-LIMIT and leaves the item
      *               pending.
      *   2026-10-15  An unknown player is no longer created on
      *               release: a player without an ACCTMAST record
      *               and a PLRPROF registration profile (written by
      *               ACCT-OPEN) journals NOT-REGISTERED, and a
      *               released deposit on an expired or unverified ID
      *               document journals ID-EXPIRED / KYC-PENDING;
      *               the item stays pending in both cases.
      *   2026-10-15  Large-win tax withholding on a released POT
      *               payout at or over TAX_THRESHOLD_CENTS, journaled
      *               as JRNL-TAX-CENTS and appended to the TAXLEDG
      *               withholding ledger.
      *   2026-10-15  The TAX_ settings are read from the site
      *               parameter master (PARMMAST) as of the release
      *               day instead of the environment.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAKELEDG-STATUS.

           SELECT TAX-LEDGER-FILE ASSIGN TO "TAXLEDG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAXLEDG-STATUS.

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

           SELECT SITE-PARAMETER-FILE ASSIGN TO "PARMMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PARM-KEY
               FILE STATUS IS WS-PARMMAST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PENDED-TXN-FILE.
       FD  RAKE-LEDGER-FILE.
       COPY RAKELEDG.

       FD  TAX-LEDGER-FILE.
       COPY TAXLEDG.

       FD  OPERATOR-MASTER-FILE.
       COPY OPERMAST.

       FD  PLAYER-PROFILE-FILE.
       COPY PLRPROF.

       FD  SITE-PARAMETER-FILE.
       COPY PARMMAST.

       WORKING-STORAGE SECTION.
       01 WS-ORIG-REF-NO        PIC 9(09)  VALUE ZERO.
       01 WS-ACTION             PIC X(10)  VALUE SPACES.
       01 WS-OPERMAST-STATUS    PIC X(02)  VALUE SPACES.
       01 WS-APPROVAL-LIMIT     PIC S9(15) VALUE ZERO.
       01 WS-JRNL-REF-NO        PIC 9(09)  VALUE ZERO.
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
           88 WS-ACCOUNT-DORMANT          VALUE "D".
       01 WS-OVERFLOW-SW        PIC X(01)  VALUE "N".
           88 WS-OVERFLOW                  VALUE "Y".
       01 WS-WIN-CENTS          PIC S9(15) VALUE ZERO.
       01 WS-TAX-CENTS          PIC S9(15) VALUE ZERO.
       01 WS-TAX-THRESHOLD-CENTS PIC S9(15) VALUE ZERO.
       01 WS-DEFAULT-TAX-THRESHOLD PIC S9(15) VALUE 500000.
       01 WS-TAX-RATE-PCT       PIC 9(02)V9(02) VALUE ZERO.
       01 WS-DEFAULT-TAX-RATE   PIC 9(02)V9(02) VALUE 24.00.
       01 WS-TAX-NOID-RATE-PCT  PIC 9(02)V9(02) VALUE ZERO.
       01 WS-DEFAULT-TAX-NOID-RATE PIC 9(02)V9(02) VALUE 28.00.
       01 WS-PARMMAST-STATUS    PIC X(02)  VALUE SPACES.
       01 WS-PARMMAST-MISSING-SW PIC X(01)  VALUE "N".
           88 WS-PARMMAST-MISSING         VALUE "Y".
       01 WS-PARM-NAME          PIC X(28)  VALUE SPACES.
       01 WS-PARM-AS-OF         PIC 9(08)  VALUE ZERO.
       01 WS-PARM-VALUE         PIC S9(15)V9(02) VALUE ZERO.
       01 WS-PARM-FOUND-SW      PIC X(01)  VALUE "N".
           88 WS-PARM-FOUND               VALUE "Y".
       01 WS-TAX-RATE-APPLIED   PIC 9(02)V9(02) VALUE ZERO.
       01 WS-TAX-ID-ON-FILE     PIC X(01)  VALUE "N".
       01 WS-REPORTABLE-SW      PIC X(01)  VALUE "N".
           88 WS-REPORTABLE               VALUE "Y".
       01 WS-TAXLEDG-STATUS     PIC X(02)  VALUE SPACES.
       01 WS-TIMESTAMP.
           05 WS-TS-DATE        PIC 9(08).
           05 WS-TS-TIME        PIC 9(08).
           ACCEPT WS-REASON-CODE FROM ENVIRONMENT "REASON_CODE"
           ACCEPT WS-TS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TS-TIME FROM TIME
           MOVE WS-TS-DATE TO WS-PARM-AS-OF
           PERFORM LOAD-PARAMETERS-PARA

           PERFORM VALIDATE-INPUT-PARA
           PERFORM VALIDATE-OPERATOR-PARA
           DISPLAY "ACTION=" WS-ACTION
           DISPLAY "STATUS=" WS-STATUS
           DISPLAY "NEW_BALANCE_CENTS=" WS-NEW-BALANCE-CENTS
           DISPLAY "TAX_WITHHELD_CENTS=" WS-TAX-CENTS
           IF WS-STATUS = "OK" OR WS-STATUS = "DECLINED"
               STOP RUN
           END-IF
           PERFORM OPEN-ACCOUNT-PARA
           PERFORM READ-ACCOUNT-PARA

      * The registration gate, the cage's freeze / self-exclusion /
      * closure / dormancy gate and (for a deposit) the ID-document
      * gate, same as the posting programs, then the withholding on
      * a reportable win and the physical overflow guard. Any
      * refusal journals under its own status with the whole pended
      * amount and nothing posted or withheld, and the item stays
      * pending for after the account (or the amount) is resolved.
           PERFORM CHECK-REGISTRATION-PARA
           IF WS-STATUS = SPACES
               PERFORM CHECK-ACCOUNT-STATE-PARA
           END-IF
           IF WS-STATUS = SPACES AND WS-CREDIT-TYPE NOT = "POT"
               PERFORM CHECK-ID-DOCUMENT-PARA
           END-IF
           MOVE "N" TO WS-OVERFLOW-SW
           IF WS-STATUS = SPACES
               PERFORM CALC-TAX-PARA
               COMPUTE WS-NEW-BALANCE-CENTS =
                   WS-BALANCE-CENTS + WS-AMOUNT-CENTS
                   ON SIZE ERROR
           IF WS-STATUS NOT = SPACES
               MOVE WS-BALANCE-CENTS TO WS-NEW-BALANCE-CENTS
               MOVE ZERO             TO WS-RAKE-CENTS
               IF WS-REPORTABLE
                   MOVE WS-WIN-CENTS TO WS-AMOUNT-CENTS
                   MOVE ZERO         TO WS-TAX-CENTS
               END-IF
               CLOSE ACCOUNT-MASTER-FILE
               PERFORM WRITE-JOURNAL-PARA
               CLOSE PENDED-TXN-FILE
                   PERFORM WRITE-RAKE-LEDGER-PARA
               END-IF
               PERFORM WRITE-JOURNAL-PARA
               IF WS-REPORTABLE
                   PERFORM WRITE-TAX-LEDGER-PARA
               END-IF
               PERFORM RESOLVE-PENDED-PARA
               CLOSE PENDED-TXN-FILE
           END-IF.

      * A released pot at or over the reportable-win threshold has
      * tax withheld the same way CALC-CREDIT withholds it on a pot
      * paid straight through - at the higher no-ID rate when the
      * player has no tax ID on their profile. The pended amount is
      * the whole win; the player is credited it less the
      * withholding. An overflow routes the release to the overflow
      * refusal below.
       CALC-TAX-PARA.
           MOVE ZERO TO WS-TAX-CENTS
           MOVE "N"  TO WS-REPORTABLE-SW
           MOVE WS-AMOUNT-CENTS TO WS-WIN-CENTS
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
               COMPUTE WS-AMOUNT-CENTS =
                   WS-WIN-CENTS - WS-TAX-CENTS
           END-IF.

      * Read-only balance lookup for the decline leg - a decline
      * must never create the account master or the player's record.
       READ-BALANCE-ONLY-PARA.
               STOP RUN RETURNING 1
           END-IF.

      * An unknown player is not created here - the registration
      * gate in RELEASE-PARA refuses them.
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
      * PLRPROF profile ACCT-OPEN writes together. Only moves
      * WS-STATUS when the player is not registered. The document
      * fields are kept for CHECK-ID-DOCUMENT-PARA.
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

      * A released deposit needs a current, verified ID document,
      * same as CALC-CREDIT; checked against today's calendar date.
      * Only moves WS-STATUS on a refusal.
       CHECK-ID-DOCUMENT-PARA.
           IF WS-ID-EXPIRY < WS-TS-DATE
               MOVE "ID-EXPIRED"  TO WS-STATUS
           ELSE
               IF WS-KYC-VERIFIED NOT = "Y"
                   MOVE "KYC-PENDING" TO WS-STATUS
               END-IF
           END-IF.

      * Maps a non-ACTIVE account state to its rejection status;
      * leaves WS-STATUS unchanged (SPACES) for an ACTIVE account so
      * the release proceeds. SPACE in the state byte is an account
               MOVE WS-PLAYER-ID         TO ACCT-PLAYER-ID
               MOVE WS-NEW-BALANCE-CENTS TO ACCT-BALANCE-CENTS
               MOVE WS-TIMESTAMP         TO ACCT-LAST-UPDATED
               REWRITE ACCT-MASTER-RECORD
           END-IF.

       WRITE-JOURNAL-PARA.
           MOVE WS-OPERATOR-ID        TO JRNL-OPERATOR-ID
           MOVE WS-TABLE-ID           TO JRNL-TABLE-ID
           MOVE WS-CREDIT-TYPE        TO JRNL-CREDIT-TYPE
           MOVE SPACES                TO JRNL-DRAWER-ID
           MOVE ZERO                  TO JRNL-DRAWER-SESSION
           MOVE SPACES                TO JRNL-JACKPOT-ID
           MOVE ZERO                  TO JRNL-JACKPOT-CENTS
           MOVE WS-TAX-CENTS          TO JRNL-TAX-CENTS
           MOVE SPACES                TO JRNL-ROUND-ID

           WRITE JOURNAL-RECORD


           CLOSE RAKE-LEDGER-FILE.

      * Posts the withholding on a released reportable win to the tax
      * ledger with the release entry's reference number, so it is
      * performed after WRITE-JOURNAL-PARA has drawn it.
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
           MOVE WS-CREDIT-TYPE       TO TAX-CREDIT-TYPE
           MOVE WS-TABLE-ID          TO TAX-TABLE-ID
           MOVE WS-WIN-CENTS         TO TAX-WIN-CENTS
           MOVE WS-TAX-CENTS         TO TAX-WITHHELD-CENTS
           MOVE WS-TAX-RATE-APPLIED  TO TAX-RATE-PCT
           MOVE WS-TAX-ID-ON-FILE    TO TAX-ID-ON-FILE

           WRITE TAX-LEDGER-RECORD

           CLOSE TAX-LEDGER-FILE.

      * Marks the pended item resolved in place - who, why, when,
      * and the reference number of the release journal entry. The
      * record was read (and locked) by READ-PENDED-PARA under the
           MOVE WS-TIMESTAMP   TO PEND-RESOLVED-STAMP
           MOVE WS-JRNL-REF-NO TO PEND-RELEASE-REF-NO
           REWRITE PENDED-TXN-RECORD.

      * Settings in force on WS-PARM-AS-OF from the site parameter
      * master (PARMMAST, set by PARM-MAINT); a setting with no
      * value in force on the day keeps its built-in default.
       LOAD-PARAMETERS-PARA.
           MOVE WS-DEFAULT-TAX-THRESHOLD TO WS-TAX-THRESHOLD-CENTS
           MOVE WS-DEFAULT-TAX-RATE      TO WS-TAX-RATE-PCT
           MOVE WS-DEFAULT-TAX-NOID-RATE TO WS-TAX-NOID-RATE-PCT
           MOVE "N" TO WS-PARMMAST-MISSING-SW
           OPEN INPUT SITE-PARAMETER-FILE
           IF WS-PARMMAST-STATUS = "35"
               MOVE "Y" TO WS-PARMMAST-MISSING-SW
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

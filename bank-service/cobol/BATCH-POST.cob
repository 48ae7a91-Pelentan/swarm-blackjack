      * journals STATUS=INSUFFICIENT, same as VALIDATE-DEBIT. A
      * credit that would push the balance above MAX_BALANCE_CENTS
      * (same default ceiling and STATUS=REVIEW-REQUIRED as
      * CALC-CREDIT) likewise posts nothing. A queue record for a
      * player never registered through ACCT-OPEN (no ACCTMAST record,
      * or no PLRPROF registration profile - see
      * copybooks/PLRPROF.cpy) posts nothing and journals
      * STATUS=NOT-REGISTERED instead of opening an account. Queue
      * records carry no table, so every CREDIT is a deposit and
      * every DEBIT a withdrawal: both are refused (ID-EXPIRED /
      * KYC-PENDING) while the player's ID document is expired or
      * unverified, same as the online programs. Table bet-limit checks
      * and house rake are out of scope for this batch driver - see
      * VALIDATE-DEBIT and CALC-CREDIT for those.
      *
      * Site parameter (PARMMAST, set by PARM-MAINT), as in force on
      * the run date:
      *   MAX_BALANCE_CENTS  - ceiling on the resulting balance of a
      *            posted credit. WS-DEFAULT-MAX-BALANCE below while
      *            nothing is set.
      *
      * CKPT is rewritten after every single posting, not batched, so
      * a crash at any point never reposts a transaction already
      *               now refused the same way FROZEN is, with the
      *               journaled status ACCT-DORMANT, same as the
      *               online programs.
      *   2026-10-15  An unknown player is no longer opened as a new
      *               account: a queue record for a player without
      *               an ACCTMAST record and a PLRPROF registration
      *               profile (written by ACCT-OPEN) journals
      *               NOT-REGISTERED, and postings for a player whose
      *               ID document is expired or unverified journal
      *               ID-EXPIRED / KYC-PENDING, same as the online
      *               programs.
      *   2026-10-15  MAX_BALANCE_CENTS is read from the site
      *               parameter master (PARMMAST) as of the run date
      *               instead of the environment.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-JSEQ-STATUS.

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
       FD  BATCH-QUEUE-FILE.
       FD  JOURNAL-SEQ-FILE.
       COPY JSEQREC.

       FD  PLAYER-PROFILE-FILE.
       COPY PLRPROF.

       FD  SITE-PARAMETER-FILE.
       COPY PARMMAST.

       WORKING-STORAGE SECTION.
       01 WS-BATCHQ-STATUS      PIC X(02)  VALUE SPACES.
       01 WS-CKPT-STATUS        PIC X(02)  VALUE SPACES.
       01 WS-JRNL-REF-NO        PIC 9(09)  VALUE ZERO.
       01 WS-EOF-SW             PIC X(01)  VALUE "N".
           88 WS-EOF                       VALUE "Y".
       01 WS-NOT-ON-MASTER-SW   PIC X(01)  VALUE "N".
           88 WS-NOT-ON-MASTER            VALUE "Y".
       01 WS-PLRPROF-STATUS     PIC X(02)  VALUE SPACES.
       01 WS-PROFILES-OPEN-SW   PIC X(01)  VALUE "N".
           88 WS-PROFILES-OPEN            VALUE "Y".
       01 WS-REGISTERED-SW      PIC X(01)  VALUE "N".
           88 WS-REGISTERED               VALUE "Y".
       01 WS-ACCOUNT-STATE      PIC X(01)  VALUE "A".
           88 WS-ACCOUNT-ACTIVE           VALUE "A" SPACE.
           88 WS-ACCOUNT-FROZEN           VALUE "F".
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
       01 WS-TIMESTAMP.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-PARM-AS-OF FROM DATE YYYYMMDD
           PERFORM LOAD-PARAMETERS-PARA

           PERFORM READ-CHECKPOINT-PARA
           PERFORM OPEN-FILES-PARA
               DISPLAY "ERROR=ACCTMAST layout mismatch (status 39)"
                   " - run the one-time ACCT-CONVERT first"
               STOP RUN RETURNING 1
           END-IF

      * A missing profile file means nobody has been registered yet -
      * every queue record then journals NOT-REGISTERED.
           MOVE "N" TO WS-PROFILES-OPEN-SW
           OPEN INPUT PLAYER-PROFILE-FILE
           IF WS-PLRPROF-STATUS NOT = "35"
               MOVE "Y" TO WS-PROFILES-OPEN-SW
           END-IF.

       CLOSE-FILES-PARA.
           IF WS-BATCHQ-STATUS NOT = "35"
               CLOSE BATCH-QUEUE-FILE
           END-IF
           IF WS-PROFILES-OPEN
               CLOSE PLAYER-PROFILE-FILE
           END-IF
           CLOSE ACCOUNT-MASTER-FILE.

      * Records at or below the checkpoint were already committed by
           MOVE BQ-AMOUNT-CENTS TO WS-AMOUNT-CENTS
           PERFORM READ-ACCOUNT-PARA

      * The registration gate, then the cage's freeze /
      * self-exclusion / closure gate, then the ID-document gate,
      * same as the online programs: nothing posts for an
      * unregistered player, against a non-ACTIVE account, or as a
      * deposit / withdrawal on an expired or unverified ID, and each
      * refusal journals under its own status so the day's
      * reconciliation shows it. The gates win over the credit/debit
      * evaluation below, which never runs for a blocked account.
           MOVE SPACES TO WS-STATUS
           PERFORM CHECK-REGISTRATION-PARA
           IF WS-STATUS = SPACES
               PERFORM CHECK-ACCOUNT-STATE-PARA
           END-IF
           IF WS-STATUS = SPACES
               PERFORM CHECK-ID-DOCUMENT-PARA
           END-IF
           IF WS-STATUS NOT = SPACES
               MOVE WS-BALANCE-CENTS TO WS-NEW-BALANCE-CENTS
           ELSE
           END-EVALUATE.

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
      * player is not registered; the profile record is left in the
      * record area for CHECK-ID-DOCUMENT-PARA.
       CHECK-REGISTRATION-PARA.
           MOVE "N" TO WS-REGISTERED-SW
           IF NOT WS-NOT-ON-MASTER AND WS-PROFILES-OPEN
               MOVE WS-PLAYER-ID TO PROF-PLAYER-ID
               READ PLAYER-PROFILE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-REGISTERED-SW
               END-READ
           END-IF
           IF NOT WS-REGISTERED
               MOVE "NOT-REGISTERED" TO WS-STATUS
           END-IF.

      * Queue records carry no table, so every one is a deposit or a
      * withdrawal and needs a current, verified ID document (checked
      * against today's calendar date). Only moves WS-STATUS on a
      * refusal.
       CHECK-ID-DOCUMENT-PARA.
           ACCEPT WS-TS-DATE FROM DATE YYYYMMDD
           IF PROF-ID-EXPIRY < WS-TS-DATE
               MOVE "ID-EXPIRED"  TO WS-STATUS
           ELSE
               IF NOT PROF-KYC-DONE
                   MOVE "KYC-PENDING" TO WS-STATUS
               END-IF
           END-IF.

      * Maps a non-ACTIVE account state to its rejection status;
      * leaves WS-STATUS unchanged (SPACES) for an ACTIVE account so
      * the normal posting evaluation proceeds. SPACE in the state

      * Only rewrites the account master when the posting was
      * approved; a rejected (INSUFFICIENT/ERROR) entry must never
      * change the stored balance. The account always exists by now -
      * unregistered players are refused before posting.
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
           MOVE SPACES                TO JRNL-TABLE-ID
           MOVE SPACES                TO JRNL-CREDIT-TYPE
           MOVE SPACES                TO JRNL-DRAWER-ID
           MOVE ZERO                  TO JRNL-DRAWER-SESSION
           MOVE SPACES                TO JRNL-JACKPOT-ID
           MOVE ZERO                  TO JRNL-JACKPOT-CENTS
           MOVE ZERO                  TO JRNL-TAX-CENTS
           MOVE SPACES                TO JRNL-ROUND-ID

           WRITE JOURNAL-RECORD

           MOVE WS-LAST-POSTED-SEQ TO CKPT-LAST-SEQUENCE-NO
           WRITE CHECKPOINT-RECORD
           CLOSE CHECKPOINT-FILE.

      * Settings in force on WS-PARM-AS-OF from the site parameter
      * master (PARMMAST, set by PARM-MAINT); a setting with no
      * value in force on the day keeps its built-in default.
       LOAD-PARAMETERS-PARA.
           MOVE WS-DEFAULT-MAX-BALANCE TO WS-MAX-BALANCE-CENTS
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

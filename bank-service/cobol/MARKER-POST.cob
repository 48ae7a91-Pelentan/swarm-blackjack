       IDENTIFICATION DIVISION.
       PROGRAM-ID. MARKER-POST.
       AUTHOR. SWARM-BLACKJACK.
      *----------------------------------------------------------------*
      * Cage marker issue and marker repayment.
      *
      * Markers used to be written and tracked on paper in the credit
      * office, entirely outside ACCTMAST and TXNJRNL. A marker is
      * now drawn against the player's approved credit line (CRLINE,
      * set through CREDIT-LINE - see copybooks/CRLINE.cpy), credits
      * the player's playable balance through the journal like any
      * other posting, and stays on the marker file (MARKERS, see
      * copybooks/MARKER.cpy) until it is repaid. Both sides journal
      * under their own JRNL-TXN-TYPE - MARKER for an issue, REPAY
      * for a repayment - so RECON-REPORT, GL-EXTRACT and
      * AML-MONITOR can tell borrowed money from a cash deposit.
      *
      * Input (environment variables):
      *   ACTION           - ISSUE or REPAY; required
      *   PLAYER_ID        - account identifier; must be registered
      *                      (ACCTMAST record plus PLRPROF profile)
      *   AMOUNT_CENTS     - marker or repayment amount; must be
      *                      positive
      *   OPERATOR_ID      - cage operator issuing the marker or
      *                      taking the repayment; required,
      *                      validated against OPERMAST
      *   TENDER           - REPAY only: how the player paid -
      *                        CASH  - currency at the cage
      *                        CHECK - a personal check
      *                        CHIPS - out of the player's playable
      *                                balance, which is debited
      *   DRAWER_ID        - REPAY with TENDER=CASH only, and then
      *                      required: the cage drawer the cash went
      *                      into. The drawer must have a session open
      *                      (DRAWER-SESSION); the REPAY entry then
      *                      carries that drawer and session so
      *                      SHIFT-CLOSE counts it as cash in.
      *
      * Site parameters (PARMMAST, set by PARM-MAINT), as in force on
      * the day the marker is issued:
      *   MARKER_TERM_DAYS - ISSUE only: days until the new marker
      *                      falls due (default 30)
      *   MAX_BALANCE_CENTS - ISSUE only: ceiling on the resulting
      *                      balance, same default as CALC-CREDIT
      *
      * ISSUE is refused, journaled under its own status, when the
      * player is not registered (NOT-REGISTERED), the account is not
      * ACTIVE (ACCT-FROZEN etc., same as every posting program), the
      * player's ID document is expired or unverified (ID-EXPIRED /
      * KYC-PENDING - a marker is credit extended, held to the same
      * KYC bar as a deposit), the player has no credit line
      * (NO-CREDIT-LINE), any of the player's markers is past its due
      * date (MARKER-OVERDUE), the marker would take the outstanding
      * total above the approved line (OVER-LINE), or it would take
      * the balance above MAX_BALANCE_CENTS (REVIEW-REQUIRED, not
      * pended - a smaller marker can be issued instead). An approved
      * marker credits the balance, raises CRL-OUTSTANDING-CENTS and
      * is written to MARKERS under its journal reference number,
      * which is the marker number.
      *
      * REPAY is applied to the player's open markers oldest first.
      * It is refused when the player is not registered, has no
      * credit line, or is paying more than is outstanding
      * (OVER-REPAID); a CHIPS repayment larger than the playable
      * balance is refused INSUFFICIENT. Repayment is not gated on
      * the account state - collecting a debt is not play, so a
      * frozen or self-excluded player can still pay. The REPAY
      * journal entry carries the tender in JRNL-CREDIT-TYPE and the
      * oldest marker it paid in JRNL-ORIG-REF-NO; only a CHIPS
      * repayment moves the balance.
      *
      * Output:
      *   One XFER-RESPONSE-RECORD to XFERRESP.<PLAYER_ID>, same as
      *   the other posting programs:
      *     XFER-STATUS - OK, NOT-REGISTERED, ACCT-FROZEN,
      *                   SELF-EXCLUDED, ACCT-CLOSED, ACCT-DORMANT,
      *                   ID-EXPIRED, KYC-PENDING, NO-CREDIT-LINE,
      *                   MARKER-OVERDUE, OVER-LINE, REVIEW-REQUIRED,
      *                   OVER-REPAID, INSUFFICIENT or DRAWER-CLOSED
      *   and on stdout MARKER_NO (ISSUE) and OUTSTANDING_CENTS.
      *
      * Side effect:
      *   One journal entry per invocation that passes input
      *   validation, approved or not. Bad input (ACTION, amount,
      *   TENDER, missing or unknown OPERATOR_ID) is refused on
      *   stdout with exit code 1 before anything is read or
      *   journaled.
      *
      * Error codes: 1004 = account not ACTIVE
      *              1011 = player not registered (NOT-REGISTERED)
      *              1012 = ID document expired / not verified
      *              1013 = no credit line on file (NO-CREDIT-LINE)
      *              1014 = marker above the available line
      *                     (OVER-LINE)
      *              1015 = player has an overdue marker
      *                     (MARKER-OVERDUE)
      *              1016 = repayment above the amount outstanding
      *                     (OVER-REPAID)
      *              1017 = DRAWER_ID missing on a CASH repayment,
      *                     or it has no open drawer session
      *                     (DRAWER-CLOSED)
      *
      * Exit code: 0 = posted, 1 = rejected
      *
      * Modification history:
      *   2026-10-15  Initial version.
      *   2026-10-15  Added DRAWER_ID: a cash repayment taken at the
      *               cage is journaled with the cashier's open drawer
      *               session for SHIFT-CLOSE, and refused with
      *               DRAWER-CLOSED (error code 1017) when the drawer
      *               has no session open.
      *   2026-10-15  MARKER_TERM_DAYS is read from the site parameter
      *               master (PARMMAST) as of today instead of the
      *               environment.
      *   2026-10-15  DRAWER_ID is required on a CASH repayment: one
      *               posted without it is refused DRAWER-CLOSED
      *               (1017), so no cage cash is journaled outside a
      *               drawer.
      *   2026-10-15  A marker issue is held to the MAX_BALANCE_CENTS
      *               balance ceiling from PARMMAST and refused
      *               REVIEW-REQUIRED above it, as CALC-CREDIT does.
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

           SELECT PLAYER-PROFILE-FILE ASSIGN TO "PLRPROF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROF-PLAYER-ID
               FILE STATUS IS WS-PLRPROF-STATUS.

           SELECT CREDIT-LINE-FILE ASSIGN TO "CRLINE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRL-PLAYER-ID
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-CRLINE-STATUS.

           SELECT MARKER-FILE ASSIGN TO "MARKERS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MKR-KEY
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-MARKER-STATUS.

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
       COPY ACCTMAST.

       FD  PLAYER-PROFILE-FILE.
       COPY PLRPROF.

       FD  CREDIT-LINE-FILE.
       COPY CRLINE.

       FD  MARKER-FILE.
       COPY MARKER.

       FD  JOURNAL-FILE.
       COPY JRNLREC.

       FD  JOURNAL-SEQ-FILE.
       COPY JSEQREC.

       FD  RESPONSE-FILE.
       COPY XFERRESP.

       FD  OPERATOR-MASTER-FILE.
       COPY OPERMAST.

       FD  DRAWER-SESSION-FILE.
       COPY DRAWER.

       FD  SITE-PARAMETER-FILE.
       COPY PARMMAST.

       WORKING-STORAGE SECTION.
       01 WS-ACTION             PIC X(08)  VALUE SPACES.
       01 WS-PLAYER-ID          PIC X(10)  VALUE SPACES.
       01 WS-AMOUNT-CENTS       PIC S9(15) VALUE ZERO.
       01 WS-OPERATOR-ID        PIC X(08)  VALUE SPACES.
       01 WS-TENDER             PIC X(10)  VALUE SPACES.
           88 WS-TENDER-VALID             VALUE "CASH" "CHECK"
                                                "CHIPS".
       01 WS-TERM-DAYS          PIC 9(03)  VALUE ZERO.
       01 WS-DEFAULT-TERM-DAYS  PIC 9(03)  VALUE 30.
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
       01 WS-DRAWER-ID          PIC X(04)  VALUE SPACES.
       01 WS-DRAWER-SESSION     PIC 9(06)  VALUE ZERO.
       01 WS-DRWSESS-STATUS     PIC X(02)  VALUE SPACES.
       01 WS-DRW-EOF-SW         PIC X(01)  VALUE "N".
           88 WS-DRW-EOF                   VALUE "Y".
       01 WS-TXN-TYPE           PIC X(10)  VALUE SPACES.
       01 WS-STATUS             PIC X(15)  VALUE SPACES.
       01 WS-ERROR-CODE         PIC 9(04)  VALUE ZERO.
       01 WS-BALANCE-CENTS      PIC S9(15) VALUE ZERO.
       01 WS-NEW-BALANCE-CENTS  PIC S9(15) VALUE ZERO.
       01 WS-AVAILABLE-CENTS    PIC S9(15) VALUE ZERO.
       01 WS-OUTSTANDING-CENTS  PIC S9(15) VALUE ZERO.
       01 WS-REMAINING-CENTS    PIC S9(15) VALUE ZERO.
       01 WS-APPLY-CENTS        PIC S9(15) VALUE ZERO.
       01 WS-ORIG-REF-NO        PIC 9(09)  VALUE ZERO.
       01 WS-ID-EXPIRY          PIC 9(08)  VALUE ZERO.
       01 WS-KYC-VERIFIED       PIC X(01)  VALUE SPACES.
       01 WS-DUE-DATE           PIC 9(08)  VALUE ZERO.
       01 WS-DATE-INT           PIC 9(08)  VALUE ZERO.
       01 WS-ACCOUNT-STATE      PIC X(01)  VALUE SPACES.
           88 WS-ACCOUNT-ACTIVE           VALUE "A" SPACE.
           88 WS-ACCOUNT-FROZEN           VALUE "F".
           88 WS-ACCOUNT-SELF-EXCL        VALUE "X".
           88 WS-ACCOUNT-CLOSED           VALUE "C".
           88 WS-ACCOUNT-DORMANT          VALUE "D".
       01 WS-ACCT-STATUS        PIC X(02)  VALUE SPACES.
       01 WS-PLRPROF-STATUS     PIC X(02)  VALUE SPACES.
       01 WS-CRLINE-STATUS      PIC X(02)  VALUE SPACES.
       01 WS-MARKER-STATUS      PIC X(02)  VALUE SPACES.
       01 WS-JOURNAL-STATUS     PIC X(02)  VALUE SPACES.
       01 WS-JSEQ-STATUS        PIC X(02)  VALUE SPACES.
       01 WS-OPERMAST-STATUS    PIC X(02)  VALUE SPACES.
       01 WS-RESPONSE-STATUS    PIC X(02)  VALUE SPACES.
       01 WS-JRNL-REF-NO        PIC 9(09)  VALUE ZERO.
       01 WS-RESPONSE-FILENAME  PIC X(24)  VALUE SPACES.
       01 WS-REGISTERED-SW      PIC X(01)  VALUE "N".
           88 WS-REGISTERED               VALUE "Y".
       01 WS-LINE-ON-FILE-SW    PIC X(01)  VALUE "N".
           88 WS-LINE-ON-FILE             VALUE "Y".
       01 WS-OVERDUE-SW         PIC X(01)  VALUE "N".
           88 WS-OVERDUE                  VALUE "Y".
       01 WS-OVERFLOW-SW        PIC X(01)  VALUE "N".
           88 WS-OVERFLOW                 VALUE "Y".
       01 WS-EOF-SW             PIC X(01)  VALUE "N".
           88 WS-EOF                      VALUE "Y".
       01 WS-TIMESTAMP.
           05 WS-TS-DATE        PIC 9(08).
           05 WS-TS-TIME        PIC 9(08).

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-ACTION       FROM ENVIRONMENT "ACTION"
           ACCEPT WS-PLAYER-ID    FROM ENVIRONMENT "PLAYER_ID"
           ACCEPT WS-AMOUNT-CENTS FROM ENVIRONMENT "AMOUNT_CENTS"
           ACCEPT WS-OPERATOR-ID  FROM ENVIRONMENT "OPERATOR_ID"
           ACCEPT WS-TENDER       FROM ENVIRONMENT "TENDER"
           ACCEPT WS-DRAWER-ID    FROM ENVIRONMENT "DRAWER_ID"
           PERFORM BUILD-FILENAMES-PARA
           ACCEPT WS-TS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TS-TIME FROM TIME
           MOVE WS-TS-DATE TO WS-PARM-AS-OF
           PERFORM LOAD-PARAMETERS-PARA

           PERFORM VALIDATE-INPUT-PARA
           PERFORM VALIDATE-OPERATOR-PARA

           PERFORM OPEN-FILES-PARA
           PERFORM READ-ACCOUNT-PARA

      * Only a player registered through ACCT-OPEN can draw or repay
      * a marker - an unknown PLAYER_ID is a typo, not a debtor.
           PERFORM CHECK-REGISTRATION-PARA
           IF WS-STATUS NOT = SPACES
               MOVE 1011 TO WS-ERROR-CODE
               PERFORM REJECT-PARA
           END-IF

           PERFORM READ-CREDIT-LINE-PARA
           IF WS-ACTION = "ISSUE"
               PERFORM ISSUE-MARKER-PARA
           ELSE
               PERFORM REPAY-MARKER-PARA
           END-IF

           CLOSE ACCOUNT-MASTER-FILE
           CLOSE CREDIT-LINE-FILE
           CLOSE MARKER-FILE
           PERFORM WRITE-JOURNAL-PARA
           IF WS-ACTION = "ISSUE"
               PERFORM WRITE-MARKER-PARA
               DISPLAY "MARKER_NO=" WS-JRNL-REF-NO
           END-IF
           PERFORM WRITE-RESPONSE-PARA
           DISPLAY "OUTSTANDING_CENTS=" WS-OUTSTANDING-CENTS
           IF WS-STATUS = "OK"
               STOP RUN
           END-IF
           STOP RUN RETURNING 1.

       BUILD-FILENAMES-PARA.
           MOVE SPACES TO WS-RESPONSE-FILENAME
           STRING "XFERRESP." DELIMITED BY SIZE
                  WS-PLAYER-ID DELIMITED BY SPACE
                  INTO WS-RESPONSE-FILENAME.

      * Input problems are refused before anything is read or
      * journaled - there is no account context to journal against
      * yet.
       VALIDATE-INPUT-PARA.
           EVALUATE WS-ACTION
               WHEN "ISSUE"
                   MOVE "MARKER" TO WS-TXN-TYPE
                   MOVE SPACES   TO WS-TENDER
                   MOVE SPACES   TO WS-DRAWER-ID
               WHEN "REPAY"
                   MOVE "REPAY"  TO WS-TXN-TYPE
                   IF NOT WS-TENDER-VALID
                       DISPLAY "ERROR=TENDER must be CASH, CHECK or"
                           " CHIPS"
                       STOP RUN RETURNING 1
                   END-IF
                   IF WS-TENDER NOT = "CASH"
                       MOVE SPACES TO WS-DRAWER-ID
                   END-IF
               WHEN OTHER
                   DISPLAY "ERROR=ACTION must be ISSUE or REPAY"
                   STOP RUN RETURNING 1
           END-EVALUATE
           IF WS-PLAYER-ID = SPACES
               DISPLAY "ERROR=PLAYER_ID is required"
               STOP RUN RETURNING 1
           END-IF
           IF WS-AMOUNT-CENTS <= ZERO
               DISPLAY "ERROR=AMOUNT_CENTS must be positive"
               STOP RUN RETURNING 1
           END-IF
           IF WS-OPERATOR-ID = SPACES
               DISPLAY "ERROR=OPERATOR_ID is required"
               STOP RUN RETURNING 1
           END-IF.

      * The accountable operator must be a real, active entry on the
      * operator master (OPERMAST, maintained by OPER-MAINT), same
      * check as ACCT-STATUS. Refused on stdout before anything
      * changes or journals.
       VALIDATE-OPERATOR-PARA.
           OPEN INPUT OPERATOR-MASTER-FILE
           IF WS-OPERMAST-STATUS = "35"
               DISPLAY "ERROR=operator master OPERMAST not found"
                   " - build it with OPER-MAINT"
               STOP RUN RETURNING 1
           END-IF

           MOVE WS-OPERATOR-ID TO OPER-OPERATOR-ID
           READ OPERATOR-MASTER-FILE
               INVALID KEY
                   CLOSE OPERATOR-MASTER-FILE
                   DISPLAY "ERROR=operator " WS-OPERATOR-ID
                       " is not on the operator master"
                   STOP RUN RETURNING 1
           END-READ

           IF NOT OPER-ACTIVE
               CLOSE OPERATOR-MASTER-FILE
               DISPLAY "ERROR=operator " WS-OPERATOR-ID
                   " is inactive"
               STOP RUN RETURNING 1
           END-IF
           CLOSE OPERATOR-MASTER-FILE.

      * The account master, credit line and marker files are all
      * held open I-O for the whole posting, so the balance, the
      * outstanding total and the markers behind it change together
      * under their record locks.
       OPEN-FILES-PARA.
           OPEN I-O ACCOUNT-MASTER-FILE
           IF WS-ACCT-STATUS = "35"
               OPEN OUTPUT ACCOUNT-MASTER-FILE
               CLOSE ACCOUNT-MASTER-FILE
               OPEN I-O ACCOUNT-MASTER-FILE
           END-IF
           IF WS-ACCT-STATUS = "39"
               DISPLAY "ERROR=ACCTMAST layout mismatch (status 39)"
                   " - run the one-time ACCT-CONVERT first"
               STOP RUN RETURNING 1
           END-IF

           OPEN I-O CREDIT-LINE-FILE
           IF WS-CRLINE-STATUS = "35"
               OPEN OUTPUT CREDIT-LINE-FILE
               CLOSE CREDIT-LINE-FILE
               OPEN I-O CREDIT-LINE-FILE
           END-IF

           OPEN I-O MARKER-FILE
           IF WS-MARKER-STATUS = "35"
               OPEN OUTPUT MARKER-FILE
               CLOSE MARKER-FILE
               OPEN I-O MARKER-FILE
           END-IF.

       READ-ACCOUNT-PARA.
           MOVE WS-PLAYER-ID TO ACCT-PLAYER-ID
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   MOVE ZERO TO WS-BALANCE-CENTS
                   MOVE "A"  TO WS-ACCOUNT-STATE
                   MOVE "NOT-REGISTERED" TO WS-STATUS
               NOT INVALID KEY
                   MOVE ACCT-BALANCE-CENTS TO WS-BALANCE-CENTS
                   MOVE ACCT-STATUS-CODE   TO WS-ACCOUNT-STATE
           END-READ.

      * A registered player has both the ACCTMAST record and the
      * PLRPROF profile ACCT-OPEN writes together. Only moves
      * WS-STATUS when the player is not registered. The document
      * fields are kept for the ID check on an issue.
       CHECK-REGISTRATION-PARA.
           MOVE "N" TO WS-REGISTERED-SW
           IF WS-STATUS = SPACES
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

       READ-CREDIT-LINE-PARA.
           MOVE "N" TO WS-LINE-ON-FILE-SW
           MOVE WS-PLAYER-ID TO CRL-PLAYER-ID
           READ CREDIT-LINE-FILE
               INVALID KEY
                   MOVE ZERO TO WS-OUTSTANDING-CENTS
               NOT INVALID KEY
                   MOVE "Y" TO WS-LINE-ON-FILE-SW
                   MOVE CRL-OUTSTANDING-CENTS TO WS-OUTSTANDING-CENTS
           END-READ.

      * Every gate below journals its refusal under its own status,
      * same as the posting programs, so a refused marker shows up
      * in reconciliation instead of vanishing.
       ISSUE-MARKER-PARA.
           PERFORM CHECK-ACCOUNT-STATE-PARA
           IF WS-STATUS NOT = SPACES
               MOVE 1004 TO WS-ERROR-CODE
               PERFORM REJECT-PARA
           END-IF

           PERFORM CHECK-ID-DOCUMENT-PARA
           IF WS-STATUS NOT = SPACES
               MOVE 1012 TO WS-ERROR-CODE
               PERFORM REJECT-PARA
           END-IF

           IF NOT WS-LINE-ON-FILE
               MOVE "NO-CREDIT-LINE" TO WS-STATUS
               MOVE 1013             TO WS-ERROR-CODE
               PERFORM REJECT-PARA
           END-IF

           PERFORM CHECK-OVERDUE-PARA
           IF WS-OVERDUE
               MOVE "MARKER-OVERDUE" TO WS-STATUS
               MOVE 1015             TO WS-ERROR-CODE
               PERFORM REJECT-PARA
           END-IF

      * A marker that cannot even be represented on the balance is
      * above any line there could be.
           COMPUTE WS-AVAILABLE-CENTS =
               CRL-LINE-CENTS - CRL-OUTSTANDING-CENTS
           MOVE "N" TO WS-OVERFLOW-SW
           COMPUTE WS-NEW-BALANCE-CENTS =
               WS-BALANCE-CENTS + WS-AMOUNT-CENTS
               ON SIZE ERROR
                   MOVE "Y" TO WS-OVERFLOW-SW
           END-COMPUTE
           IF WS-OVERFLOW OR WS-AMOUNT-CENTS > WS-AVAILABLE-CENTS
               MOVE "OVER-LINE" TO WS-STATUS
               MOVE 1014        TO WS-ERROR-CODE
               PERFORM REJECT-PARA
           END-IF

      * Borrowed money is held to the same balance ceiling as any
      * other credit. Not pended the way a CALC-CREDIT payout is -
      * the cage simply issues a smaller marker.
           IF WS-NEW-BALANCE-CENTS > WS-MAX-BALANCE-CENTS
               MOVE "REVIEW-REQUIRED" TO WS-STATUS
               MOVE ZERO              TO WS-ERROR-CODE
               PERFORM REJECT-PARA
           END-IF

           MOVE "OK" TO WS-STATUS
           ADD WS-AMOUNT-CENTS TO CRL-OUTSTANDING-CENTS
           MOVE CRL-OUTSTANDING-CENTS TO WS-OUTSTANDING-CENTS
           MOVE WS-TIMESTAMP          TO CRL-LAST-UPDATED
           REWRITE CREDIT-LINE-RECORD
           PERFORM UPDATE-ACCOUNT-PARA

           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE (WS-TS-DATE) + WS-TERM-DAYS
           COMPUTE WS-DUE-DATE =
               FUNCTION DATE-OF-INTEGER (WS-DATE-INT).

      * Collecting a debt is not play, so the account state is not
      * checked - see the header.
      * Currency taken at the cage goes into a named drawer with a
      * session open, or SHIFT-CLOSE could never count it.
       REPAY-MARKER-PARA.
           IF WS-TENDER = "CASH"
               IF WS-DRAWER-ID = SPACES
                   MOVE "DRAWER-CLOSED" TO WS-STATUS
               ELSE
                   PERFORM FIND-DRAWER-SESSION-PARA
               END-IF
           END-IF
           IF WS-STATUS NOT = SPACES
               MOVE 1017 TO WS-ERROR-CODE
               PERFORM REJECT-PARA
           END-IF

           IF NOT WS-LINE-ON-FILE
               MOVE "NO-CREDIT-LINE" TO WS-STATUS
               MOVE 1013             TO WS-ERROR-CODE
               PERFORM REJECT-PARA
           END-IF

           IF WS-AMOUNT-CENTS > CRL-OUTSTANDING-CENTS
               MOVE "OVER-REPAID" TO WS-STATUS
               MOVE 1016          TO WS-ERROR-CODE
               PERFORM REJECT-PARA
           END-IF

           IF WS-TENDER = "CHIPS"
               COMPUTE WS-NEW-BALANCE-CENTS =
                   WS-BALANCE-CENTS - WS-AMOUNT-CENTS
               IF WS-NEW-BALANCE-CENTS < ZERO
                   MOVE "INSUFFICIENT" TO WS-STATUS
                   MOVE ZERO           TO WS-ERROR-CODE
                   PERFORM REJECT-PARA
               END-IF
           ELSE
               MOVE WS-BALANCE-CENTS TO WS-NEW-BALANCE-CENTS
           END-IF

           MOVE "OK" TO WS-STATUS
           PERFORM APPLY-REPAYMENT-PARA
           SUBTRACT WS-AMOUNT-CENTS FROM CRL-OUTSTANDING-CENTS
           MOVE CRL-OUTSTANDING-CENTS TO WS-OUTSTANDING-CENTS
           MOVE WS-TIMESTAMP          TO CRL-LAST-UPDATED
           REWRITE CREDIT-LINE-RECORD
           IF WS-TENDER = "CHIPS"
               PERFORM UPDATE-ACCOUNT-PARA
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
      * leaves WS-STATUS unchanged (SPACES) for an ACTIVE account.
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

      * A marker is credit extended to the player, so it is held to
      * the same current, verified ID document as a deposit. Only
      * moves WS-STATUS on a refusal.
       CHECK-ID-DOCUMENT-PARA.
           IF WS-ID-EXPIRY < WS-TS-DATE
               MOVE "ID-EXPIRED"  TO WS-STATUS
           ELSE
               IF WS-KYC-VERIFIED NOT = "Y"
                   MOVE "KYC-PENDING" TO WS-STATUS
               END-IF
           END-IF.

      * Walks the player's markers (the key puts them together,
      * oldest first) looking for one still open past its due date.
       CHECK-OVERDUE-PARA.
           MOVE "N" TO WS-OVERDUE-SW
           PERFORM START-PLAYER-MARKERS-PARA
           PERFORM SCAN-OVERDUE-PARA UNTIL WS-EOF.

       SCAN-OVERDUE-PARA.
           READ MARKER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   IF MKR-PLAYER-ID NOT = WS-PLAYER-ID
                       MOVE "Y" TO WS-EOF-SW
                   ELSE
                       IF MKR-OPEN AND MKR-DUE-DATE < WS-TS-DATE
                           MOVE "Y" TO WS-OVERDUE-SW
                           MOVE "Y" TO WS-EOF-SW
                       END-IF
                   END-IF
           END-READ.

       START-PLAYER-MARKERS-PARA.
           MOVE "N" TO WS-EOF-SW
           MOVE WS-PLAYER-ID TO MKR-PLAYER-ID
           MOVE ZERO         TO MKR-MARKER-NO
           START MARKER-FILE KEY >= MKR-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-SW
           END-START.

      * Oldest open marker first until the repayment is used up. The
      * oldest marker touched is what the REPAY journal entry points
      * back at.
       APPLY-REPAYMENT-PARA.
           MOVE WS-AMOUNT-CENTS TO WS-REMAINING-CENTS
           MOVE ZERO            TO WS-ORIG-REF-NO
           PERFORM START-PLAYER-MARKERS-PARA
           PERFORM APPLY-ONE-MARKER-PARA
               UNTIL WS-EOF OR WS-REMAINING-CENTS = ZERO.

       APPLY-ONE-MARKER-PARA.
           READ MARKER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   IF MKR-PLAYER-ID NOT = WS-PLAYER-ID
                       MOVE "Y" TO WS-EOF-SW
                   ELSE
                       IF MKR-OPEN
                           PERFORM PAY-DOWN-MARKER-PARA
                       END-IF
                   END-IF
           END-READ.

       PAY-DOWN-MARKER-PARA.
           IF WS-ORIG-REF-NO = ZERO
               MOVE MKR-MARKER-NO TO WS-ORIG-REF-NO
           END-IF
           IF WS-REMAINING-CENTS < MKR-OUTSTANDING-CENTS
               MOVE WS-REMAINING-CENTS    TO WS-APPLY-CENTS
           ELSE
               MOVE MKR-OUTSTANDING-CENTS TO WS-APPLY-CENTS
           END-IF
           SUBTRACT WS-APPLY-CENTS FROM MKR-OUTSTANDING-CENTS
           SUBTRACT WS-APPLY-CENTS FROM WS-REMAINING-CENTS
           IF MKR-OUTSTANDING-CENTS = ZERO
               MOVE "P" TO MKR-STATE
           END-IF
           MOVE WS-TIMESTAMP TO MKR-LAST-REPAID-STAMP
           REWRITE MARKER-RECORD.

       UPDATE-ACCOUNT-PARA.
           MOVE WS-PLAYER-ID         TO ACCT-PLAYER-ID
           MOVE WS-NEW-BALANCE-CENTS TO ACCT-BALANCE-CENTS
           MOVE WS-TIMESTAMP         TO ACCT-LAST-UPDATED
           REWRITE ACCT-MASTER-RECORD.

      * A refusal leaves the balance, the line and the markers
      * exactly as found, and is journaled and answered like any
      * other refused posting.
       REJECT-PARA.
           CLOSE ACCOUNT-MASTER-FILE
           CLOSE CREDIT-LINE-FILE
           CLOSE MARKER-FILE
           MOVE WS-BALANCE-CENTS TO WS-NEW-BALANCE-CENTS
           PERFORM WRITE-JOURNAL-PARA
           PERFORM WRITE-RESPONSE-PARA
           STOP RUN RETURNING 1.

      * The marker number is the issuing journal entry's reference
      * number, drawn by WRITE-JOURNAL-PARA just before this.
       WRITE-MARKER-PARA.
           OPEN I-O MARKER-FILE
           MOVE WS-PLAYER-ID    TO MKR-PLAYER-ID
           MOVE WS-JRNL-REF-NO  TO MKR-MARKER-NO
           MOVE WS-TS-DATE      TO MKR-ISSUE-DATE
           MOVE WS-DUE-DATE     TO MKR-DUE-DATE
           MOVE WS-AMOUNT-CENTS TO MKR-AMOUNT-CENTS
           MOVE WS-AMOUNT-CENTS TO MKR-OUTSTANDING-CENTS
           MOVE "O"             TO MKR-STATE
           MOVE WS-OPERATOR-ID  TO MKR-ISSUE-OPERATOR
           MOVE SPACES          TO MKR-LAST-REPAID-STAMP
           WRITE MARKER-RECORD
           CLOSE MARKER-FILE.

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
           MOVE WS-TXN-TYPE           TO JRNL-TXN-TYPE
           MOVE WS-BALANCE-CENTS      TO JRNL-BALANCE-BEFORE
           MOVE WS-AMOUNT-CENTS       TO JRNL-AMOUNT-CENTS
           MOVE WS-NEW-BALANCE-CENTS  TO JRNL-BALANCE-AFTER
           MOVE WS-STATUS             TO JRNL-STATUS
           MOVE ZERO                  TO JRNL-RAKE-CENTS
           MOVE WS-JRNL-REF-NO        TO JRNL-REF-NO
           MOVE WS-ORIG-REF-NO        TO JRNL-ORIG-REF-NO
           MOVE SPACES                TO JRNL-REASON-CODE
           MOVE WS-OPERATOR-ID        TO JRNL-OPERATOR-ID
           MOVE SPACES                TO JRNL-TABLE-ID
           MOVE WS-TENDER             TO JRNL-CREDIT-TYPE
           MOVE WS-DRAWER-ID          TO JRNL-DRAWER-ID
           MOVE WS-DRAWER-SESSION     TO JRNL-DRAWER-SESSION
           MOVE SPACES                TO JRNL-JACKPOT-ID
           MOVE ZERO                  TO JRNL-JACKPOT-CENTS
           MOVE ZERO                  TO JRNL-TAX-CENTS
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
           MOVE WS-AMOUNT-CENTS      TO XFER-AMOUNT-CENTS
           MOVE WS-STATUS            TO XFER-STATUS
           MOVE WS-NEW-BALANCE-CENTS TO XFER-NEW-BALANCE-CENTS
           MOVE ZERO                 TO XFER-RAKE-CENTS
           MOVE WS-ERROR-CODE        TO XFER-ERROR-CODE
           MOVE ZERO                 TO XFER-TAX-CENTS

           WRITE XFER-RESPONSE-RECORD

           CLOSE RESPONSE-FILE.

      * Settings in force on WS-PARM-AS-OF from the site parameter
      * master (PARMMAST, set by PARM-MAINT); a setting with no
      * value in force on the day keeps its built-in default.
       LOAD-PARAMETERS-PARA.
           MOVE WS-DEFAULT-TERM-DAYS   TO WS-TERM-DAYS
           MOVE WS-DEFAULT-MAX-BALANCE TO WS-MAX-BALANCE-CENTS
           MOVE "N" TO WS-PARMMAST-MISSING-SW
           OPEN INPUT SITE-PARAMETER-FILE
           IF WS-PARMMAST-STATUS = "35"
               MOVE "Y" TO WS-PARMMAST-MISSING-SW
           END-IF

           MOVE "MARKER_TERM_DAYS" TO WS-PARM-NAME
           PERFORM LOOKUP-PARM-PARA
           IF WS-PARM-FOUND
               MOVE WS-PARM-VALUE TO WS-TERM-DAYS
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

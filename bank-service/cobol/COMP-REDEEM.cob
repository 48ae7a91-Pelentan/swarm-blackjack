      *   POINTS                - whole points to redeem; must be
      *                           positive and within the player's
      *                           spendable balance
      *   OPERATOR_ID           - host or cage operator keying the
      *                           redemption; required, and must be
      *                           an active entry on the operator
      *                           master (OPERMAST, maintained by
      *                           OPER-MAINT)
      *
      * Site parameters (PARMMAST, set by PARM-MAINT), as in force on
      * today's date:
      *   COMP_REDEEM_CENTS_PER_POINT
      *                         - cash value of one point in cents
      *                           (default 10 = 0.10 per point)
      *   MAX_BALANCE_CENTS     - balance ceiling, same default as
      *                           CALC-CREDIT
      *
      * The account lifecycle gate applies, same as CALC-CREDIT: a
      * redemption against a non-ACTIVE account is refused with a
      * distinct journaled status (ACCT-FROZEN / SELF-EXCLUDED /
      *   CPL-POINTS-REDEEMED in the same run that credits the cash.
      *
      * A credit that would wrap the PIC S9(15) balance or exceed
      * the same MAX_BALANCE_CENTS ceiling CALC-CREDIT guards is refused
      * REVIEW-REQUIRED with the points untouched - the player can
      * redeem a smaller slice; an oversized redemption is not
      * pended the way a cash payout is, because releasing it later
      *
      * Modification history:
      *   2026-09-02  Initial version.
      *   2026-10-15  COMP_REDEEM_CENTS_PER_POINT is read from the
      *               site parameter master (PARMMAST) as of the day
      *               instead of the environment, and the balance
      *               ceiling is its MAX_BALANCE_CENTS rather than a
      *               fixed default.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
               RECORD KEY IS OPER-OPERATOR-ID
               FILE STATUS IS WS-OPERMAST-STATUS.

           SELECT SITE-PARAMETER-FILE ASSIGN TO "PARMMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PARM-KEY
               FILE STATUS IS WS-PARMMAST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER-FILE.
       FD  OPERATOR-MASTER-FILE.
       COPY OPERMAST.

       FD  SITE-PARAMETER-FILE.
       COPY PARMMAST.

       WORKING-STORAGE SECTION.
       01 WS-PLAYER-ID          PIC X(10)  VALUE SPACES.
       01 WS-POINTS             PIC S9(09) VALUE ZERO.
       01 WS-CENTS-PER-POINT    PIC S9(09) VALUE ZERO.
       01 WS-DEFAULT-CENTS-PER-POINT PIC S9(09) VALUE 10.
       01 WS-OPERATOR-ID        PIC X(08)  VALUE SPACES.
       01 WS-CREDIT-CENTS       PIC S9(15) VALUE ZERO.
       01 WS-STATUS             PIC X(15)  VALUE SPACES.
       01 WS-ERROR-CODE         PIC 9(04)  VALUE ZERO.
       01 WS-BALANCE-CENTS      PIC S9(15) VALUE ZERO.
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
       01 WS-ACCT-STATUS        PIC X(02)  VALUE SPACES.
       01 WS-COMPLEDG-STATUS    PIC X(02)  VALUE SPACES.
       01 WS-JOURNAL-STATUS     PIC X(02)  VALUE SPACES.
       MAIN-PARA.
           ACCEPT WS-PLAYER-ID       FROM ENVIRONMENT "PLAYER_ID"
           ACCEPT WS-POINTS          FROM ENVIRONMENT "POINTS"
           ACCEPT WS-OPERATOR-ID     FROM ENVIRONMENT "OPERATOR_ID"
           PERFORM BUILD-FILENAMES-PARA
           ACCEPT WS-TS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TS-TIME FROM TIME
           MOVE WS-TS-DATE TO WS-PARM-AS-OF
           PERFORM LOAD-PARAMETERS-PARA

           PERFORM VALIDATE-INPUT-PARA
           PERFORM VALIDATE-OPERATOR-PARA
           END-COMPUTE

           IF WS-OVERFLOW OR
              WS-NEW-BALANCE-CENTS > WS-MAX-BALANCE-CENTS
               CLOSE COMP-LEDGER-FILE
               MOVE "REVIEW-REQUIRED" TO WS-STATUS
               MOVE WS-BALANCE-CENTS  TO WS-NEW-BALANCE-CENTS
           MOVE WS-OPERATOR-ID        TO JRNL-OPERATOR-ID
           MOVE SPACES                TO JRNL-TABLE-ID
           MOVE "COMP"                TO JRNL-CREDIT-TYPE
           MOVE SPACES                TO JRNL-DRAWER-ID
           MOVE ZERO                  TO JRNL-DRAWER-SESSION
           MOVE SPACES                TO JRNL-JACKPOT-ID
           MOVE ZERO                  TO JRNL-JACKPOT-CENTS
           MOVE ZERO                  TO JRNL-TAX-CENTS
           MOVE SPACES                TO JRNL-ROUND-ID

           WRITE JOURNAL-RECORD

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
           MOVE WS-DEFAULT-CENTS-PER-POINT TO WS-CENTS-PER-POINT
           MOVE WS-DEFAULT-MAX-BALANCE     TO WS-MAX-BALANCE-CENTS
           MOVE "N" TO WS-PARMMAST-MISSING-SW
           OPEN INPUT SITE-PARAMETER-FILE
           IF WS-PARMMAST-STATUS = "35"
               MOVE "Y" TO WS-PARMMAST-MISSING-SW
           END-IF

           MOVE "COMP_REDEEM_CENTS_PER_POINT" TO WS-PARM-NAME
           PERFORM LOOKUP-PARM-PARA
           IF WS-PARM-FOUND
               MOVE WS-PARM-VALUE TO WS-CENTS-PER-POINT
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

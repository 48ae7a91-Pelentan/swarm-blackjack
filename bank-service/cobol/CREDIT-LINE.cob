       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDIT-LINE.
       AUTHOR. SWARM-BLACKJACK.
      *----------------------------------------------------------------*
      * Credit office maintenance: sets a player's approved casino
      * credit line on the CRLINE file (see copybooks/CRLINE.cpy) -
      * the line MARKER-POST draws markers against. Markers used to
      * be tracked on paper in the credit office; the line, its
      * approver and the amount outstanding now live on file where
      * the cage can check them before a marker is issued.
      *
      * Input (environment variables):
      *   PLAYER_ID     - account identifier; the player must be
      *                   registered (PLRPROF profile, written by
      *                   ACCT-OPEN) - credit is never extended to an
      *                   unregistered player
      *   LINE_CENTS    - the approved line; zero suspends further
      *                   markers
      *   SUPERVISOR_ID - approving supervisor's operator ID;
      *                   required
      *
      * The approver must be an active SUPERVISOR on the operator
      * master whose OPER-APPROVAL-LIMIT covers the whole line (a
      * zero cap covers any line). An existing line is rewritten -
      * CRL-OUTSTANDING-CENTS is never touched here, only by
      * MARKER-POST - and a player with none gets one with nothing
      * outstanding. A line may be cut below what is outstanding;
      * MARKER-POST then refuses new markers until repayments bring
      * the balance back under it.
      *
      * Output (stdout):
      *   PLAYER_ID, LINE_CENTS, OUTSTANDING_CENTS, AVAILABLE_CENTS
      *
      * Exit code: 0 = success, 1 = rejected (negative line, missing
      *            SUPERVISOR_ID, unknown / inactive / non-supervisor
      *            approver, line above the approver's cap, player
      *            not registered)
      *
      * Modification history:
      *   2026-10-15  Initial version.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CREDIT-LINE-FILE ASSIGN TO "CRLINE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRL-PLAYER-ID
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-CRLINE-STATUS.

           SELECT PLAYER-PROFILE-FILE ASSIGN TO "PLRPROF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROF-PLAYER-ID
               FILE STATUS IS WS-PLRPROF-STATUS.

           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-OPERATOR-ID
               FILE STATUS IS WS-OPERMAST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CREDIT-LINE-FILE.
       COPY CRLINE.

       FD  PLAYER-PROFILE-FILE.
       COPY PLRPROF.

       FD  OPERATOR-MASTER-FILE.
       COPY OPERMAST.

       WORKING-STORAGE SECTION.
       01 WS-PLAYER-ID          PIC X(10)  VALUE SPACES.
       01 WS-LINE-CENTS         PIC S9(15) VALUE ZERO.
       01 WS-SUPERVISOR-ID      PIC X(08)  VALUE SPACES.
       01 WS-CRLINE-STATUS      PIC X(02)  VALUE SPACES.
       01 WS-PLRPROF-STATUS     PIC X(02)  VALUE SPACES.
       01 WS-OPERMAST-STATUS    PIC X(02)  VALUE SPACES.
       01 WS-OUTSTANDING-CENTS  PIC S9(15) VALUE ZERO.
       01 WS-AVAILABLE-CENTS    PIC S9(15) VALUE ZERO.
       01 WS-NEW-RECORD-SW      PIC X(01)  VALUE "N".
           88 WS-NEW-RECORD                VALUE "Y".
       01 WS-TIMESTAMP.
           05 WS-TS-DATE        PIC 9(08).
           05 WS-TS-TIME        PIC 9(08).

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-PLAYER-ID     FROM ENVIRONMENT "PLAYER_ID"
           ACCEPT WS-LINE-CENTS    FROM ENVIRONMENT "LINE_CENTS"
           ACCEPT WS-SUPERVISOR-ID FROM ENVIRONMENT "SUPERVISOR_ID"

           IF WS-PLAYER-ID = SPACES
               DISPLAY "ERROR=PLAYER_ID is required"
               STOP RUN RETURNING 1
           END-IF
           IF WS-LINE-CENTS < ZERO
               DISPLAY "ERROR=LINE_CENTS must not be negative"
               STOP RUN RETURNING 1
           END-IF
           IF WS-SUPERVISOR-ID = SPACES
               DISPLAY "ERROR=SUPERVISOR_ID is required"
               STOP RUN RETURNING 1
           END-IF
           PERFORM VALIDATE-SUPERVISOR-PARA
           PERFORM CHECK-REGISTRATION-PARA

           PERFORM OPEN-CREDIT-LINE-PARA
           PERFORM WRITE-CREDIT-LINE-PARA
           CLOSE CREDIT-LINE-FILE

           COMPUTE WS-AVAILABLE-CENTS =
               WS-LINE-CENTS - WS-OUTSTANDING-CENTS
           IF WS-AVAILABLE-CENTS < ZERO
               MOVE ZERO TO WS-AVAILABLE-CENTS
           END-IF

           DISPLAY "PLAYER_ID=" WS-PLAYER-ID
           DISPLAY "LINE_CENTS=" WS-LINE-CENTS
           DISPLAY "OUTSTANDING_CENTS=" WS-OUTSTANDING-CENTS
           DISPLAY "AVAILABLE_CENTS=" WS-AVAILABLE-CENTS
           STOP RUN.

      * The approver must be a real, active SUPERVISOR on the
      * operator master (OPERMAST, maintained by OPER-MAINT), and
      * the line must sit within that supervisor's per-operator
      * approval cap - a zero cap means no cap, same convention as
      * ADJUST-TXN and PEND-RELEASE. Refused on stdout before
      * anything changes.
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
           IF OPER-APPROVAL-LIMIT > ZERO AND
              WS-LINE-CENTS > OPER-APPROVAL-LIMIT
               CLOSE OPERATOR-MASTER-FILE
               DISPLAY "ERROR=line " WS-LINE-CENTS
                   " is above supervisor " WS-SUPERVISOR-ID
                   "'s approval cap " OPER-APPROVAL-LIMIT
               STOP RUN RETURNING 1
           END-IF
           CLOSE OPERATOR-MASTER-FILE.

      * Credit goes only to a player the cage has registered and
      * identified through ACCT-OPEN.
       CHECK-REGISTRATION-PARA.
           OPEN INPUT PLAYER-PROFILE-FILE
           IF WS-PLRPROF-STATUS = "35"
               DISPLAY "ERROR=player " WS-PLAYER-ID
                   " is not registered - open the account through"
                   " ACCT-OPEN first"
               STOP RUN RETURNING 1
           END-IF

           MOVE WS-PLAYER-ID TO PROF-PLAYER-ID
           READ PLAYER-PROFILE-FILE
               INVALID KEY
                   CLOSE PLAYER-PROFILE-FILE
                   DISPLAY "ERROR=player " WS-PLAYER-ID
                       " is not registered - open the account"
                       " through ACCT-OPEN first"
                   STOP RUN RETURNING 1
           END-READ
           CLOSE PLAYER-PROFILE-FILE.

       OPEN-CREDIT-LINE-PARA.
           OPEN I-O CREDIT-LINE-FILE
           IF WS-CRLINE-STATUS = "35"
               OPEN OUTPUT CREDIT-LINE-FILE
               CLOSE CREDIT-LINE-FILE
               OPEN I-O CREDIT-LINE-FILE
           END-IF.

      * The outstanding amount is carried over untouched on a
      * rewrite - it belongs to MARKER-POST.
       WRITE-CREDIT-LINE-PARA.
           ACCEPT WS-TS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TS-TIME FROM TIME

           MOVE "N" TO WS-NEW-RECORD-SW
           MOVE WS-PLAYER-ID TO CRL-PLAYER-ID
           READ CREDIT-LINE-FILE
               INVALID KEY
                   MOVE "Y" TO WS-NEW-RECORD-SW
                   MOVE ZERO TO CRL-OUTSTANDING-CENTS
           END-READ

           MOVE WS-PLAYER-ID          TO CRL-PLAYER-ID
           MOVE WS-LINE-CENTS         TO CRL-LINE-CENTS
           MOVE WS-SUPERVISOR-ID      TO CRL-APPROVER-ID
           MOVE WS-TIMESTAMP          TO CRL-APPROVED-STAMP
           MOVE WS-TIMESTAMP          TO CRL-LAST-UPDATED
           MOVE CRL-OUTSTANDING-CENTS TO WS-OUTSTANDING-CENTS
           IF WS-NEW-RECORD
               WRITE CREDIT-LINE-RECORD
           ELSE
               REWRITE CREDIT-LINE-RECORD
           END-IF.

      *   BAD-AMOUNT       - BQ-AMOUNT-CENTS zero or negative
      *   BAD-PLAYER-ID    - BQ-PLAYER-ID blank or starting with a
      *                      space
      *   UNKNOWN-PLAYER   - BQ-PLAYER-ID not on the account master,
      *                      or never registered through ACCT-OPEN
      *                      (no PLRPROF profile); BATCH-POST
      *                      refuses it NOT-REGISTERED
      *   ACCT-BLOCKED     - account is frozen, self-excluded or
      *                      closed; BATCH-POST would refuse every
      *                      such posting anyway
      *   BATCHQ   - the queue to edit (see copybooks/BATCHQ.cpy);
      *              a missing queue is itself a REJECT
      *   ACCTMAST - the account master (read only)
      *   PLRPROF  - the player registration profiles (read only)
      *
      * Output:
      *   BATCHEDT - the edit report (line sequential): one line per
      *
      * Modification history:
      *   2026-08-22  Initial version.
      *   2026-10-15  UNKNOWN-PLAYER also covers a player with no
      *               PLRPROF registration profile.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
               RECORD KEY IS ACCT-PLAYER-ID
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT PLAYER-PROFILE-FILE ASSIGN TO "PLRPROF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROF-PLAYER-ID
               FILE STATUS IS WS-PLRPROF-STATUS.

           SELECT REPORT-FILE ASSIGN TO "BATCHEDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       FD  ACCOUNT-MASTER-FILE.
       COPY ACCTMAST.

       FD  PLAYER-PROFILE-FILE.
       COPY PLRPROF.

       FD  REPORT-FILE.
       01 REPORT-LINE               PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-BATCHQ-STATUS          PIC X(02) VALUE SPACES.
       01 WS-ACCT-STATUS            PIC X(02) VALUE SPACES.
       01 WS-PLRPROF-STATUS         PIC X(02) VALUE SPACES.
       01 WS-REPORT-STATUS          PIC X(02) VALUE SPACES.
       01 WS-EOF-SW                 PIC X(01) VALUE "N".
           88 WS-EOF                          VALUE "Y".
       01 WS-MASTER-MISSING-SW      PIC X(01) VALUE "N".
           88 WS-MASTER-MISSING               VALUE "Y".
       01 WS-PROFILES-MISSING-SW    PIC X(01) VALUE "N".
           88 WS-PROFILES-MISSING             VALUE "Y".
       01 WS-FIRST-RECORD-SW        PIC X(01) VALUE "Y".
           88 WS-FIRST-RECORD                 VALUE "Y".
       01 WS-PREV-SEQUENCE-NO       PIC 9(06) VALUE ZERO.
           IF NOT WS-MASTER-MISSING
               CLOSE ACCOUNT-MASTER-FILE
           END-IF
           IF NOT WS-PROFILES-MISSING
               CLOSE PLAYER-PROFILE-FILE
           END-IF

           PERFORM WRITE-SUMMARY-PARA
           CLOSE REPORT-FILE
           DISPLAY "VERDICT=REJECT"
           STOP RUN RETURNING 1.

      * A missing account master (or profile file) makes every
      * player "unknown" - the feed is rejected rather than the
      * cross-check silently passing.
       OPEN-MASTER-PARA.
           MOVE "N" TO WS-MASTER-MISSING-SW
           OPEN INPUT ACCOUNT-MASTER-FILE
           END-IF
           IF WS-ACCT-STATUS = "35"
               MOVE "Y" TO WS-MASTER-MISSING-SW
           END-IF
           MOVE "N" TO WS-PROFILES-MISSING-SW
           OPEN INPUT PLAYER-PROFILE-FILE
           IF WS-PLRPROF-STATUS = "35"
               MOVE "Y" TO WS-PROFILES-MISSING-SW
           END-IF.

       EDIT-QUEUE-PARA.
               PERFORM CHECK-PLAYER-PARA
           END-IF.

      * A player on the master with no registration profile is
      * reported as UNKNOWN-PLAYER too - BATCH-POST refuses both.
       CHECK-PLAYER-PARA.
           IF WS-MASTER-MISSING OR WS-PROFILES-MISSING
               ADD 1 TO WS-UNKNOWN-COUNT
               MOVE "UNKNOWN-PLAYER" TO DL-ERROR
               PERFORM WRITE-DETAIL-PARA
                       MOVE "UNKNOWN-PLAYER" TO DL-ERROR
                       PERFORM WRITE-DETAIL-PARA
                   NOT INVALID KEY
                       PERFORM CHECK-PROFILE-PARA
               END-READ
           END-IF.

       CHECK-PROFILE-PARA.
           MOVE BQ-PLAYER-ID TO PROF-PLAYER-ID
           READ PLAYER-PROFILE-FILE
               INVALID KEY
                   ADD 1 TO WS-UNKNOWN-COUNT
                   MOVE "UNKNOWN-PLAYER" TO DL-ERROR
                   PERFORM WRITE-DETAIL-PARA
               NOT INVALID KEY
                   IF NOT ACCT-ACTIVE
                       ADD 1 TO WS-BLOCKED-COUNT
                       MOVE "ACCT-BLOCKED" TO DL-ERROR
                       PERFORM WRITE-DETAIL-PARA
                   END-IF
           END-READ.

      * DL-ERROR is set by the caller; everything else comes from
      * the queue record being edited. The detail list is capped so
      * a feed that is garbage end to end doesn't produce a report

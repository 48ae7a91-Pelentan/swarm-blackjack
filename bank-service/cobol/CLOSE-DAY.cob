      *
      * Runs the close-of-day sequence in its required order -
      * RECON-REPORT, RAKE-SETTLE, ACCT-AUDIT, FRAUD-MONITOR,
      * OPEN-WAGERS, DAY-CUTOVER - recording each step's outcome on the
      * run-control file (RUNCTL, see copybooks/RUNCTL.cpy) as it
      * goes. Closing a day by hand left nothing to stop a tired
      * operator cutting the day over before the audit ran, or
      *   refused or failed cutover) records the step FAILED and
      *   stops the run before anything later - the audit in
      *   particular gates the cutover, which is the point of this
      *   driver. RECON-REPORT, RAKE-SETTLE, FRAUD-MONITOR and
      *   OPEN-WAGERS are report steps: they record COMPLETE with
      *   their exit status on the run-control record, because their
      *   non-zero exits are verdicts (rake out of balance, rounds
      *   still open on the floor) or quiet-day artifacts
      *   (no journal yet, no exception file) that belong on their
      *   own reports, not reasons to leave the day open. The
      *   recorded return code keeps those verdicts visible on the
      *   one file the morning shift reads. The open-wager list is
      *   the shift manager's to work down before the close starts;
      *   the step records what was still open at cutover.
      *
      * Step numbers: OPEN-WAGERS went in as step 05 ahead of the
      *   cutover, which moved DAY-CUTOVER from 05 to 06. A day is
      *   judged closed by its DAY-CUTOVER step (by name), so days
      *   closed under the old numbering still read as closed.
      *
      * Cage shifts: SHIFT-CLOSE records each shift's drawer
      *   balancing verdict on RUNCTL under steps 91 - 99 (90 +
      *   shift). The driver does not run those - they are run at
      *   each shift change - but it flags every shift of the day
      *   recorded UNBALANCED before it starts the close, and counts
      *   them on the final line. An unbalanced shift does not block
      *   the close: the cage manager settles it from the SHIFT-CLOSE
      *   report, and a rerun of SHIFT-CLOSE after a recount
      *   rewrites the verdict.
      *
      * Output (stdout):
      *   A FLAG line per unbalanced cage shift, one STEP line per
      *   step with its result and exit status, then CLOSE=COMPLETE
      *   (with SHIFTS_UNBALANCED) or the blocking error.
      *
      * Exit code: 0 = close complete through DAY-CUTOVER,
      *            1 = refused or stopped at a blocking step
      *
      * Modification history:
      *   2026-09-02  Initial version.
      *   2026-10-15  Flag cage shifts SHIFT-CLOSE recorded
      *               UNBALANCED; shift records no longer count as a
      *               started close in the prior-day check.
      *   2026-10-15  Added the OPEN-WAGERS report step ahead of
      *               DAY-CUTOVER (now step 06); the prior-day check
      *               finds the cutover by step name.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       01 WS-PREV-DAY-CLOSED-SW PIC X(01)  VALUE "Y".
           88 WS-PREV-DAY-CLOSED           VALUE "Y".
       01 WS-OPEN-DAY           PIC 9(08)  VALUE ZERO.
       01 WS-SHIFTS-UNBALANCED  PIC 9(02)  VALUE ZERO.
       01 WS-TIMESTAMP.
           05 WS-TS-DATE        PIC 9(08).
           05 WS-TS-TIME        PIC 9(08).
           05 FILLER            PIC X(17) VALUE "02RAKE-SETTLE   N".
           05 FILLER            PIC X(17) VALUE "03ACCT-AUDIT    Y".
           05 FILLER            PIC X(17) VALUE "04FRAUD-MONITOR N".
           05 FILLER            PIC X(17) VALUE "05OPEN-WAGERS   N".
           05 FILLER            PIC X(17) VALUE "06DAY-CUTOVER   Y".
       01 WS-STEP-TABLE REDEFINES WS-STEP-LIST.
           05 WS-STEP-ENTRY OCCURS 6 TIMES
                   INDEXED BY WS-ST-IDX.
               10 WS-ST-STEP-NO     PIC 9(02).
               10 WS-ST-NAME        PIC X(14).

           PERFORM OPEN-RUNCTL-PARA
           PERFORM CHECK-PRIOR-DAYS-PARA
           PERFORM CHECK-SHIFTS-PARA

           PERFORM RUN-STEP-PARA
               VARYING WS-ST-IDX FROM 1 BY 1
               UNTIL WS-ST-IDX > 6 OR WS-STOPPED

           CLOSE RUN-CONTROL-FILE
           IF WS-STOPPED
               STOP RUN RETURNING 1
           END-IF
           DISPLAY "CLOSE=COMPLETE GAMING_DAY=" WS-GAMING-DAY
               " SHIFTS_UNBALANCED=" WS-SHIFTS-UNBALANCED
           STOP RUN.

       OPEN-RUNCTL-PARA.
      * day was started but never completed its cutover - day B
      * must not cut over on top of day A's half-finished close.
      * Days after GAMING_DAY are ignored: closing a back-dated day
      * is the operator's call, not the driver's to police. Cage
      * shift records (steps 91 - 99) are written by SHIFT-CLOSE
      * during the day and do not mean the close was started.
       CHECK-PRIOR-DAYS-PARA.
           MOVE "N"  TO WS-EOF-SW
           MOVE ZERO TO WS-PREV-DAY
                   IF RC-GAMING-DAY >= WS-GAMING-DAY
                       MOVE "Y" TO WS-EOF-SW
                   ELSE
                       IF RC-STEP-NO < 90 AND
                          RC-GAMING-DAY NOT = WS-PREV-DAY
                           PERFORM JUDGE-PRIOR-DAY-PARA
                           MOVE RC-GAMING-DAY TO WS-PREV-DAY
                           MOVE "N" TO WS-PREV-DAY-CLOSED-SW
                       END-IF
                       IF RC-STEP-NAME = "DAY-CUTOVER" AND
                          RC-STATE = "C"
                           MOVE "Y" TO WS-PREV-DAY-CLOSED-SW
                       END-IF
                   END-IF
               MOVE WS-PREV-DAY TO WS-OPEN-DAY
           END-IF.

      * The day's cage shift records follow its close steps in key
      * order; each one SHIFT-CLOSE left FAILED is an unbalanced
      * shift. Flagged here, not blocking.
       CHECK-SHIFTS-PARA.
           MOVE "N" TO WS-EOF-SW
           MOVE WS-GAMING-DAY TO RC-GAMING-DAY
           MOVE 91            TO RC-STEP-NO
           START RUN-CONTROL-FILE KEY >= RC-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-SW
           END-START
           PERFORM SCAN-SHIFT-PARA UNTIL WS-EOF.

       SCAN-SHIFT-PARA.
           READ RUN-CONTROL-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   IF RC-GAMING-DAY NOT = WS-GAMING-DAY
                       MOVE "Y" TO WS-EOF-SW
                   ELSE
                       IF RC-STATE = "F"
                           ADD 1 TO WS-SHIFTS-UNBALANCED
                           COMPUTE SL-STEP-NO = RC-STEP-NO - 90
                           DISPLAY "FLAG=cage shift " SL-STEP-NO
                               " of " WS-GAMING-DAY
                               " is UNBALANCED - see its"
                               " SHIFT-CLOSE report"
                       END-IF
                   END-IF
           END-READ.

      * One step: skip it when already recorded COMPLETE for this
      * day (that is the restart), otherwise launch it, record the
      * outcome, and stop the sequence when a blocking step fails.

      * same audit trail as the money movement it gates. The balance
      * is never touched.
      *
      * A self-exclusion set from the commission's statewide list
      * (reason STEX, set by EXCL-IMPORT) is lifted, or changed in
      * any other way, only by an operator whose role is SUPERVISOR -
      * the import reports the account for a supervised
      * reinstatement once the commission removes the person, and
      * never lifts it itself.
      *
      * Output (stdout):
      *   PLAYER_ID, OLD_STATUS, NEW_STATUS
      *
      * Exit code: 0 = success, 1 = rejected (unknown player, bad
      *            NEW_STATUS, missing OPERATOR_ID / REASON_CODE, or
      *            a statewide exclusion changed by a non-supervisor)
      *
      * Modification history:
      *   2026-08-22  Initial version.
      *               is refused before anything changes, instead of
      *               any eight characters journaling as
      *               accountable.
      *   2026-10-15  Lifting a statewide-list self-exclusion (reason
      *               STEX, set by EXCL-IMPORT) needs a SUPERVISOR.
      *   2026-10-15  Any change at all to a STEX account, including a
      *               re-key to SELF-EXCLUDED under another reason,
      *               needs a SUPERVISOR.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       01 WS-JOURNAL-STATUS     PIC X(02)  VALUE SPACES.
       01 WS-JSEQ-STATUS        PIC X(02)  VALUE SPACES.
       01 WS-OPERMAST-STATUS    PIC X(02)  VALUE SPACES.
       01 WS-SUPERVISOR-SW      PIC X(01)  VALUE "N".
           88 WS-SUPERVISOR                VALUE "Y".
       01 WS-JRNL-REF-NO        PIC 9(09)  VALUE ZERO.
       01 WS-BALANCE-CENTS      PIC S9(15) VALUE ZERO.
       01 WS-TIMESTAMP.
                   STOP RUN RETURNING 1
           END-READ

      * The commission's list is not ours to overrule at the counter:
      * only a supervisor changes an account under a statewide
      * exclusion in any way - even a re-key to SELF-EXCLUDED would
      * replace the STEX reason and take the account off
      * EXCL-IMPORT's reinstatement report.
           IF ACCT-SELF-EXCLUDED AND
              ACCT-STATUS-REASON = "STEX" AND
              NOT WS-SUPERVISOR
               CLOSE ACCOUNT-MASTER-FILE
               DISPLAY "ERROR=player " WS-PLAYER-ID
                   " is on the statewide exclusion list - only a"
                   " SUPERVISOR may change it"
               STOP RUN RETURNING 1
           END-IF

           MOVE ACCT-STATUS-CODE   TO WS-OLD-STATUS-CODE
           MOVE ACCT-BALANCE-CENTS TO WS-BALANCE-CENTS
           PERFORM REWRITE-STATUS-PARA
                   " is inactive"
               STOP RUN RETURNING 1
           END-IF
           IF OPER-ROLE-SUPERVISOR
               MOVE "Y" TO WS-SUPERVISOR-SW
           END-IF
           CLOSE OPERATOR-MASTER-FILE.

      * Only the status fields and their audit trail change -
           MOVE WS-OPERATOR-ID   TO JRNL-OPERATOR-ID
           MOVE SPACES           TO JRNL-TABLE-ID
           MOVE SPACES           TO JRNL-CREDIT-TYPE
           MOVE SPACES           TO JRNL-DRAWER-ID
           MOVE ZERO             TO JRNL-DRAWER-SESSION
           MOVE SPACES           TO JRNL-JACKPOT-ID
           MOVE ZERO             TO JRNL-JACKPOT-CENTS
           MOVE ZERO             TO JRNL-TAX-CENTS
           MOVE SPACES           TO JRNL-ROUND-ID

           WRITE JOURNAL-RECORD


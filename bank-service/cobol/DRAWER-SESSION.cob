       IDENTIFICATION DIVISION.
       PROGRAM-ID. DRAWER-SESSION.
       AUTHOR. SWARM-BLACKJACK.
      *----------------------------------------------------------------*
      * Cage drawer session open / close.
      *
      * A cashier opens a drawer session with the drawer's opening
      * count at the start of a shift and closes it with the closing
      * count at shift change. The session lives on the drawer
      * session file (DRWSESS, see copybooks/DRAWER.cpy); every cash
      * posting the cashier makes while it is open carries the
      * drawer and session number onto the journal (DRAWER_ID on
      * CALC-CREDIT, VALIDATE-DEBIT and MARKER-POST), and
      * SHIFT-CLOSE balances the closing count against the opening
      * count plus the journaled cash in, minus the cash out.
      * Drawers used to be counted against a hand tally kept beside
      * the till.
      *
      * Input (environment variables):
      *   ACTION      - OPEN or CLOSE; required
      *   DRAWER_ID   - the cage drawer (till) identifier; required
      *   CASHIER_ID  - the cashier's operator ID; required,
      *                 validated against OPERMAST
      *   COUNT_CENTS - the opening count (OPEN) or the closing count
      *                 (CLOSE) of the drawer; must not be negative
      *   SHIFT_NO    - OPEN only: the shift the session belongs to,
      *                 1 - 9; required
      *   GAMING_DAY  - OPEN only: the gaming day the session belongs
      *                 to, YYYYMMDD. Defaults to today's date when
      *                 blank.
      *
      * OPEN is refused while the drawer still has a session open -
      * the previous cashier's count has to close first. CLOSE is
      * refused when the drawer has no open session, and must be
      * made by the cashier who opened it or by an active SUPERVISOR
      * (a relief close when the cashier has left the cage). Neither
      * action moves money, so neither is journaled - the session
      * record itself carries who counted what and when, the same way
      * LIMIT-MAINT and CREDIT-LINE record their changes.
      *
      * Output (stdout):
      *   DRAWER_ID, SESSION_NO, STATE (OPEN / CLOSED),
      *   OPENING_CENTS and, on CLOSE, CLOSING_CENTS
      *
      * Exit code: 0 = success, 1 = rejected (bad input, unknown or
      *            inactive cashier, drawer already open / not open,
      *            close by someone other than the opening cashier
      *            or a supervisor)
      *
      * Modification history:
      *   2026-10-15  Initial version.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DRAWER-SESSION-FILE ASSIGN TO "DRWSESS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DRW-KEY
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-DRWSESS-STATUS.

           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-OPERATOR-ID
               FILE STATUS IS WS-OPERMAST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DRAWER-SESSION-FILE.
       COPY DRAWER.

       FD  OPERATOR-MASTER-FILE.
       COPY OPERMAST.

       WORKING-STORAGE SECTION.
       01 WS-ACTION             PIC X(08)  VALUE SPACES.
       01 WS-DRAWER-ID          PIC X(04)  VALUE SPACES.
       01 WS-CASHIER-ID         PIC X(08)  VALUE SPACES.
       01 WS-COUNT-CENTS        PIC S9(15) VALUE ZERO.
       01 WS-SHIFT-NO           PIC 9(01)  VALUE ZERO.
       01 WS-GAMING-DAY         PIC 9(08)  VALUE ZERO.
       01 WS-DRWSESS-STATUS     PIC X(02)  VALUE SPACES.
       01 WS-OPERMAST-STATUS    PIC X(02)  VALUE SPACES.
       01 WS-CASHIER-ROLE       PIC X(01)  VALUE SPACES.
           88 WS-CASHIER-SUPERVISOR        VALUE "S".
       01 WS-LAST-SESSION-NO    PIC 9(06)  VALUE ZERO.
       01 WS-OPEN-SESSION-NO    PIC 9(06)  VALUE ZERO.
       01 WS-SESSION-OPEN-SW    PIC X(01)  VALUE "N".
           88 WS-SESSION-OPEN              VALUE "Y".
       01 WS-EOF-SW             PIC X(01)  VALUE "N".
           88 WS-EOF                       VALUE "Y".
       01 WS-TIMESTAMP.
           05 WS-TS-DATE        PIC 9(08).
           05 WS-TS-TIME        PIC 9(08).

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-ACTION       FROM ENVIRONMENT "ACTION"
           ACCEPT WS-DRAWER-ID    FROM ENVIRONMENT "DRAWER_ID"
           ACCEPT WS-CASHIER-ID   FROM ENVIRONMENT "CASHIER_ID"
           ACCEPT WS-COUNT-CENTS  FROM ENVIRONMENT "COUNT_CENTS"
           ACCEPT WS-SHIFT-NO     FROM ENVIRONMENT "SHIFT_NO"
           ACCEPT WS-GAMING-DAY   FROM ENVIRONMENT "GAMING_DAY"
           ACCEPT WS-TS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TS-TIME FROM TIME
           IF WS-GAMING-DAY = ZERO
               MOVE WS-TS-DATE TO WS-GAMING-DAY
           END-IF

           PERFORM VALIDATE-INPUT-PARA
           PERFORM VALIDATE-CASHIER-PARA

           PERFORM OPEN-DRAWER-FILE-PARA
           PERFORM FIND-OPEN-SESSION-PARA
           IF WS-ACTION = "OPEN"
               PERFORM OPEN-SESSION-PARA
           ELSE
               PERFORM CLOSE-SESSION-PARA
           END-IF
           CLOSE DRAWER-SESSION-FILE

           DISPLAY "DRAWER_ID=" DRW-DRAWER-ID
           DISPLAY "SESSION_NO=" DRW-SESSION-NO
           IF DRW-OPEN
               DISPLAY "STATE=OPEN"
           ELSE
               DISPLAY "STATE=CLOSED"
           END-IF
           DISPLAY "OPENING_CENTS=" DRW-OPENING-CENTS
           IF DRW-CLOSED
               DISPLAY "CLOSING_CENTS=" DRW-CLOSING-CENTS
           END-IF
           STOP RUN.

       VALIDATE-INPUT-PARA.
           IF WS-ACTION NOT = "OPEN" AND WS-ACTION NOT = "CLOSE"
               DISPLAY "ERROR=ACTION must be OPEN or CLOSE"
               STOP RUN RETURNING 1
           END-IF
           IF WS-DRAWER-ID = SPACES
               DISPLAY "ERROR=DRAWER_ID is required"
               STOP RUN RETURNING 1
           END-IF
           IF WS-CASHIER-ID = SPACES
               DISPLAY "ERROR=CASHIER_ID is required"
               STOP RUN RETURNING 1
           END-IF
           IF WS-COUNT-CENTS < ZERO
               DISPLAY "ERROR=COUNT_CENTS must not be negative"
               STOP RUN RETURNING 1
           END-IF
           IF WS-ACTION = "OPEN" AND WS-SHIFT-NO = ZERO
               DISPLAY "ERROR=SHIFT_NO (1-9) is required to open"
                   " a drawer"
               STOP RUN RETURNING 1
           END-IF.

      * The cashier must be a real, active entry on the operator
      * master (OPERMAST, maintained by OPER-MAINT). The role is kept
      * for the relief-close check.
       VALIDATE-CASHIER-PARA.
           OPEN INPUT OPERATOR-MASTER-FILE
           IF WS-OPERMAST-STATUS = "35"
               DISPLAY "ERROR=operator master OPERMAST not found"
                   " - build it with OPER-MAINT"
               STOP RUN RETURNING 1
           END-IF

           MOVE WS-CASHIER-ID TO OPER-OPERATOR-ID
           READ OPERATOR-MASTER-FILE
               INVALID KEY
                   CLOSE OPERATOR-MASTER-FILE
                   DISPLAY "ERROR=cashier " WS-CASHIER-ID
                       " is not on the operator master"
                   STOP RUN RETURNING 1
           END-READ

           IF NOT OPER-ACTIVE
               CLOSE OPERATOR-MASTER-FILE
               DISPLAY "ERROR=cashier " WS-CASHIER-ID
                   " is inactive"
               STOP RUN RETURNING 1
           END-IF
           MOVE OPER-ROLE TO WS-CASHIER-ROLE
           CLOSE OPERATOR-MASTER-FILE.

       OPEN-DRAWER-FILE-PARA.
           OPEN I-O DRAWER-SESSION-FILE
           IF WS-DRWSESS-STATUS = "35"
               OPEN OUTPUT DRAWER-SESSION-FILE
               CLOSE DRAWER-SESSION-FILE
               OPEN I-O DRAWER-SESSION-FILE
           END-IF.

      * Walks the drawer's sessions (the key puts them together in
      * session order) for the highest session number used so far
      * and the one still open, if any.
       FIND-OPEN-SESSION-PARA.
           MOVE ZERO TO WS-LAST-SESSION-NO
           MOVE ZERO TO WS-OPEN-SESSION-NO
           MOVE "N"  TO WS-SESSION-OPEN-SW
           MOVE "N"  TO WS-EOF-SW
           MOVE WS-DRAWER-ID TO DRW-DRAWER-ID
           MOVE ZERO         TO DRW-SESSION-NO
           START DRAWER-SESSION-FILE KEY >= DRW-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-SW
           END-START
           PERFORM SCAN-DRAWER-PARA UNTIL WS-EOF.

       SCAN-DRAWER-PARA.
           READ DRAWER-SESSION-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   IF DRW-DRAWER-ID NOT = WS-DRAWER-ID
                       MOVE "Y" TO WS-EOF-SW
                   ELSE
                       MOVE DRW-SESSION-NO TO WS-LAST-SESSION-NO
                       IF DRW-OPEN
                           MOVE DRW-SESSION-NO TO WS-OPEN-SESSION-NO
                           MOVE "Y" TO WS-SESSION-OPEN-SW
                       END-IF
                   END-IF
           END-READ.

       OPEN-SESSION-PARA.
           IF WS-SESSION-OPEN
               CLOSE DRAWER-SESSION-FILE
               DISPLAY "ERROR=drawer " WS-DRAWER-ID
                   " already has session " WS-OPEN-SESSION-NO
                   " open - close it first"
               STOP RUN RETURNING 1
           END-IF

           MOVE WS-DRAWER-ID        TO DRW-DRAWER-ID
           COMPUTE DRW-SESSION-NO = WS-LAST-SESSION-NO + 1
           MOVE WS-CASHIER-ID       TO DRW-CASHIER-ID
           MOVE WS-GAMING-DAY       TO DRW-GAMING-DAY
           MOVE WS-SHIFT-NO         TO DRW-SHIFT-NO
           MOVE "O"                 TO DRW-STATE
           MOVE WS-COUNT-CENTS      TO DRW-OPENING-CENTS
           MOVE WS-TIMESTAMP        TO DRW-OPEN-STAMP
           MOVE ZERO                TO DRW-CLOSING-CENTS
           MOVE SPACES              TO DRW-CLOSE-STAMP
           MOVE SPACES              TO DRW-CLOSE-OPERATOR
           MOVE ZERO                TO DRW-CASH-IN-CENTS
           MOVE ZERO                TO DRW-CASH-OUT-CENTS
           MOVE ZERO                TO DRW-EXPECTED-CENTS
           MOVE ZERO                TO DRW-OVER-SHORT-CENTS
           MOVE SPACE               TO DRW-RECON-STATE
           WRITE DRAWER-SESSION-RECORD.

      * Only the cashier who opened the drawer, or a supervisor
      * standing in for one who has left the cage, may count it
      * closed. SHIFT-CLOSE does the balancing - closing just
      * records the count.
       CLOSE-SESSION-PARA.
           IF NOT WS-SESSION-OPEN
               CLOSE DRAWER-SESSION-FILE
               DISPLAY "ERROR=drawer " WS-DRAWER-ID
                   " has no open session"
               STOP RUN RETURNING 1
           END-IF

           MOVE WS-DRAWER-ID       TO DRW-DRAWER-ID
           MOVE WS-OPEN-SESSION-NO TO DRW-SESSION-NO
           READ DRAWER-SESSION-FILE
               INVALID KEY
                   CLOSE DRAWER-SESSION-FILE
                   DISPLAY "ERROR=drawer " WS-DRAWER-ID
                       " session " WS-OPEN-SESSION-NO
                       " could not be read back"
                   STOP RUN RETURNING 1
           END-READ

           IF WS-CASHIER-ID NOT = DRW-CASHIER-ID AND
              NOT WS-CASHIER-SUPERVISOR
               CLOSE DRAWER-SESSION-FILE
               DISPLAY "ERROR=drawer " WS-DRAWER-ID
                   " was opened by " DRW-CASHIER-ID
                   " - only that cashier or a supervisor may"
                   " close it"
               STOP RUN RETURNING 1
           END-IF

           MOVE "C"            TO DRW-STATE
           MOVE WS-COUNT-CENTS TO DRW-CLOSING-CENTS
           MOVE WS-TIMESTAMP   TO DRW-CLOSE-STAMP
           MOVE WS-CASHIER-ID  TO DRW-CLOSE-OPERATOR
           REWRITE DRAWER-SESSION-RECORD.

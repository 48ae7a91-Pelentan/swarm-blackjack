       IDENTIFICATION DIVISION.
       PROGRAM-ID. JACKPOT-MAINT.
       AUTHOR. SWARM-BLACKJACK.
      *----------------------------------------------------------------*
      * Table games maintenance: sets up or changes a progressive
      * jackpot pool on the JKPOOL file (see copybooks/JKPOOL.cpy) -
      * the tables linked to it, the share of every approved bet at
      * those tables that feeds the meter, and the seed the meter
      * restarts from after a hit. Progressive meters used to be
      * kept on the pit podium's display board with nothing behind
      * them on file.
      *
      * Input (environment variables):
      *   POOL_ID       - the progressive's short identifier;
      *                   required
      *   POOL_NAME     - display name; blank keeps the current name
      *   TABLE_IDS     - the linked tables, comma separated, at most
      *                   10 (e.g. BJ01,BJ02,BJ07); required for a
      *                   new pool, blank keeps the current list on
      *                   an existing one
      *   CONTRIB_PCT   - percentage of each approved bet added to
      *                   the meter (e.g. 1.50 = 1.5%); required,
      *                   must be positive
      *   SEED_CENTS    - the amount the meter restarts from after a
      *                   hit, whole cents, not negative; required
      *                   for a new pool, blank keeps the current
      *                   seed on an existing one
      *   POOL_STATE    - A (active, the default for a new pool) or
      *                   S (suspended - bets stop feeding the meter
      *                   and hits are refused); blank keeps the
      *                   current state
      *   SUPERVISOR_ID - approving supervisor's operator ID;
      *                   required, must be an active SUPERVISOR on
      *                   the operator master
      *
      * A table feeds at most one pool: a table already linked to
      * another pool is refused until it is taken off that pool.
      * A new pool starts with its meter at the seed. The seed
      * funding is journaled to TXNJRNL as a SEED entry - no player,
      * zero amount and balances, the pool in JRNL-JACKPOT-ID and
      * the seed in JRNL-JACKPOT-CENTS - so GL-EXTRACT books it DR
      * JACKPOT-SEED / CR JACKPOT-LIAB the same as the seed put back
      * after a hit, and it is appended to the JKPLEDG ledger (entry
      * type S, carrying the SEED entry's reference) so JACKPOT-LIAB
      * can account for it. On an existing pool the meter is never
      * touched here - only bets (VALIDATE-DEBIT, POST-SERVER) and
      * hits (JACKPOT-HIT) move it; a new seed takes effect at the
      * next hit. Like CREDIT-LINE, any other change is not
      * journaled - the pool carries who changed it and when.
      *
      * Output (stdout):
      *   POOL_ID, POOL_STATE, CONTRIB_PCT, SEED_CENTS, METER_CENTS,
      *   TABLE_COUNT
      *
      * Exit code: 0 = success, 1 = rejected (missing POOL_ID or
      *            SUPERVISOR_ID, bad percentage, seed or state,
      *            more than 10 tables, no tables or no seed on a
      *            new pool, a table linked to another pool,
      *            unknown / inactive / non-supervisor approver)
      *
      * Modification history:
      *   2026-10-15  Initial version.
      *   2026-10-15  A new pool's opening seed is journaled as a SEED
      *               entry, so the GL carries it in JACKPOT-LIAB.
      *   2026-10-15  A blank SEED_CENTS keeps an existing pool's
      *               seed instead of zeroing it; required for a new
      *               pool, and refused when it is not a number.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JACKPOT-POOL-FILE ASSIGN TO "JKPOOL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JKP-POOL-ID
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-JKPOOL-STATUS.

           SELECT JACKPOT-LEDGER-FILE ASSIGN TO "JKPLEDG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JKPLEDG-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "TXNJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT JOURNAL-SEQ-FILE ASSIGN TO "JRNLSEQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JSEQ-KEY
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-JSEQ-STATUS.

           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-OPERATOR-ID
               FILE STATUS IS WS-OPERMAST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JACKPOT-POOL-FILE.
       COPY JKPOOL.

       FD  JACKPOT-LEDGER-FILE.
       COPY JKPLEDG.

       FD  JOURNAL-FILE.
       COPY JRNLREC.

       FD  JOURNAL-SEQ-FILE.
       COPY JSEQREC.

       FD  OPERATOR-MASTER-FILE.
       COPY OPERMAST.

       WORKING-STORAGE SECTION.
       01 WS-POOL-ID            PIC X(04)  VALUE SPACES.
       01 WS-POOL-NAME          PIC X(20)  VALUE SPACES.
       01 WS-TABLE-LIST         PIC X(100) VALUE SPACES.
       01 WS-CONTRIB-PCT        PIC 9(02)V9(02) VALUE ZERO.
       01 WS-SEED-TEXT          PIC X(18)  VALUE SPACES.
       01 WS-SEED-CENTS         PIC S9(15) VALUE ZERO.
       01 WS-SEED-VALUE         PIC S9(15)V9(02) VALUE ZERO.
       01 WS-POOL-STATE         PIC X(01)  VALUE SPACES.
       01 WS-SUPERVISOR-ID      PIC X(08)  VALUE SPACES.
       01 WS-JKPOOL-STATUS      PIC X(02)  VALUE SPACES.
       01 WS-JKPLEDG-STATUS     PIC X(02)  VALUE SPACES.
       01 WS-OPERMAST-STATUS    PIC X(02)  VALUE SPACES.
       01 WS-JOURNAL-STATUS     PIC X(02)  VALUE SPACES.
       01 WS-JSEQ-STATUS        PIC X(02)  VALUE SPACES.
       01 WS-JRNL-REF-NO        PIC 9(09)  VALUE ZERO.
       01 WS-LIST-PTR           PIC 9(03)  VALUE ZERO.
       01 WS-TABLE-ENTRY        PIC X(08)  VALUE SPACES.
       01 WS-IDX                PIC 9(02)  VALUE ZERO.
       01 WS-JDX                PIC 9(02)  VALUE ZERO.
       01 WS-NEW-TABLE-COUNT    PIC 9(02)  VALUE ZERO.
       01 WS-NEW-TABLES.
           05 WS-NEW-TABLE-ID   PIC X(08) OCCURS 10.
       01 WS-CONFLICT-POOL      PIC X(04)  VALUE SPACES.
       01 WS-CONFLICT-TABLE     PIC X(08)  VALUE SPACES.
       01 WS-TOO-MANY-SW        PIC X(01)  VALUE "N".
           88 WS-TOO-MANY                  VALUE "Y".
       01 WS-POOL-EOF-SW        PIC X(01)  VALUE "N".
           88 WS-POOL-EOF                  VALUE "Y".
       01 WS-NEW-RECORD-SW      PIC X(01)  VALUE "N".
           88 WS-NEW-RECORD                VALUE "Y".
       01 WS-TIMESTAMP.
           05 WS-TS-DATE        PIC 9(08).
           05 WS-TS-TIME        PIC 9(08).

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-POOL-ID       FROM ENVIRONMENT "POOL_ID"
           ACCEPT WS-POOL-NAME     FROM ENVIRONMENT "POOL_NAME"
           ACCEPT WS-TABLE-LIST    FROM ENVIRONMENT "TABLE_IDS"
           ACCEPT WS-CONTRIB-PCT   FROM ENVIRONMENT "CONTRIB_PCT"
           ACCEPT WS-SEED-TEXT     FROM ENVIRONMENT "SEED_CENTS"
           ACCEPT WS-POOL-STATE    FROM ENVIRONMENT "POOL_STATE"
           ACCEPT WS-SUPERVISOR-ID FROM ENVIRONMENT "SUPERVISOR_ID"

           IF WS-POOL-ID = SPACES
               DISPLAY "ERROR=POOL_ID is required"
               STOP RUN RETURNING 1
           END-IF
           IF WS-CONTRIB-PCT <= ZERO
               DISPLAY "ERROR=CONTRIB_PCT must be positive"
               STOP RUN RETURNING 1
           END-IF
      * SEED_CENTS is taken as text so a blank (keep the current
      * seed) is told apart from zero, and a typo is refused rather
      * than taken as zero.
           IF WS-SEED-TEXT NOT = SPACES
               IF FUNCTION TEST-NUMVAL (WS-SEED-TEXT) NOT = ZERO
                   DISPLAY "ERROR=SEED_CENTS " WS-SEED-TEXT
                       " is not a number"
                   STOP RUN RETURNING 1
               END-IF
               COMPUTE WS-SEED-VALUE = FUNCTION NUMVAL (WS-SEED-TEXT)
                   ON SIZE ERROR
                       DISPLAY "ERROR=SEED_CENTS " WS-SEED-TEXT
                           " is too large"
                       STOP RUN RETURNING 1
               END-COMPUTE
               MOVE WS-SEED-VALUE TO WS-SEED-CENTS
               IF WS-SEED-CENTS NOT = WS-SEED-VALUE
                   DISPLAY "ERROR=SEED_CENTS must be whole cents"
                   STOP RUN RETURNING 1
               END-IF
           END-IF
           IF WS-SEED-CENTS < ZERO
               DISPLAY "ERROR=SEED_CENTS must not be negative"
               STOP RUN RETURNING 1
           END-IF
           IF WS-POOL-STATE NOT = SPACES AND
              WS-POOL-STATE NOT = "A" AND
              WS-POOL-STATE NOT = "S"
               DISPLAY "ERROR=POOL_STATE must be A or S"
               STOP RUN RETURNING 1
           END-IF
           IF WS-SUPERVISOR-ID = SPACES
               DISPLAY "ERROR=SUPERVISOR_ID is required"
               STOP RUN RETURNING 1
           END-IF

           PERFORM SPLIT-TABLE-LIST-PARA
           IF WS-TOO-MANY
               DISPLAY "ERROR=TABLE_IDS lists more than 10 tables"
               STOP RUN RETURNING 1
           END-IF

           PERFORM VALIDATE-SUPERVISOR-PARA

           PERFORM OPEN-POOL-PARA
           IF WS-NEW-TABLE-COUNT > ZERO
               PERFORM CHECK-TABLE-CONFLICT-PARA
           END-IF
           PERFORM WRITE-POOL-PARA

           DISPLAY "POOL_ID=" JKP-POOL-ID
           DISPLAY "POOL_STATE=" JKP-STATE
           DISPLAY "CONTRIB_PCT=" JKP-CONTRIB-PCT
           DISPLAY "SEED_CENTS=" JKP-SEED-CENTS
           DISPLAY "METER_CENTS=" JKP-METER-CENTS
           DISPLAY "TABLE_COUNT=" JKP-TABLE-COUNT
           CLOSE JACKPOT-POOL-FILE

           IF WS-NEW-RECORD AND WS-SEED-CENTS > ZERO
               PERFORM WRITE-SEED-JOURNAL-PARA
               PERFORM WRITE-SEED-LEDGER-PARA
           END-IF
           STOP RUN.

      * Breaks the comma-separated TABLE_IDS into the new table
      * list; empty items (a doubled or trailing comma) are skipped.
       SPLIT-TABLE-LIST-PARA.
           MOVE ZERO TO WS-NEW-TABLE-COUNT
           MOVE SPACES TO WS-NEW-TABLES
           MOVE "N" TO WS-TOO-MANY-SW
           MOVE 1 TO WS-LIST-PTR
           IF WS-TABLE-LIST NOT = SPACES
               PERFORM SPLIT-TABLE-ENTRY-PARA
                   UNTIL WS-LIST-PTR > 100
           END-IF.

       SPLIT-TABLE-ENTRY-PARA.
           MOVE SPACES TO WS-TABLE-ENTRY
           UNSTRING WS-TABLE-LIST DELIMITED BY ","
               INTO WS-TABLE-ENTRY
               WITH POINTER WS-LIST-PTR
           END-UNSTRING
           IF WS-TABLE-ENTRY NOT = SPACES
               IF WS-NEW-TABLE-COUNT >= 10
                   MOVE "Y" TO WS-TOO-MANY-SW
               ELSE
                   ADD 1 TO WS-NEW-TABLE-COUNT
                   MOVE WS-TABLE-ENTRY
                       TO WS-NEW-TABLE-ID (WS-NEW-TABLE-COUNT)
               END-IF
           END-IF.

      * The approver must be a real, active SUPERVISOR on the
      * operator master (OPERMAST, maintained by OPER-MAINT).
      * Refused on stdout before anything changes.
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
           CLOSE OPERATOR-MASTER-FILE.

       OPEN-POOL-PARA.
           OPEN I-O JACKPOT-POOL-FILE
           IF WS-JKPOOL-STATUS = "35"
               OPEN OUTPUT JACKPOT-POOL-FILE
               CLOSE JACKPOT-POOL-FILE
               OPEN I-O JACKPOT-POOL-FILE
           END-IF.

      * Every other pool on file is read through once; a new table
      * already listed on one of them is refused.
       CHECK-TABLE-CONFLICT-PARA.
           MOVE SPACES TO WS-CONFLICT-POOL
           MOVE "N" TO WS-POOL-EOF-SW
           MOVE LOW-VALUES TO JKP-POOL-ID
           START JACKPOT-POOL-FILE KEY >= JKP-POOL-ID
               INVALID KEY
                   MOVE "Y" TO WS-POOL-EOF-SW
           END-START
           PERFORM SCAN-POOL-PARA
               UNTIL WS-POOL-EOF OR WS-CONFLICT-POOL NOT = SPACES
           IF WS-CONFLICT-POOL NOT = SPACES
               CLOSE JACKPOT-POOL-FILE
               DISPLAY "ERROR=table " WS-CONFLICT-TABLE
                   " is already linked to pool " WS-CONFLICT-POOL
               STOP RUN RETURNING 1
           END-IF.

       SCAN-POOL-PARA.
           READ JACKPOT-POOL-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-POOL-EOF-SW
               NOT AT END
                   IF JKP-POOL-ID NOT = WS-POOL-ID
                       PERFORM CHECK-POOL-TABLES-PARA
                           VARYING WS-IDX FROM 1 BY 1
                           UNTIL WS-IDX > JKP-TABLE-COUNT
                              OR WS-IDX > 10
                              OR WS-CONFLICT-POOL NOT = SPACES
                   END-IF
           END-READ.

       CHECK-POOL-TABLES-PARA.
           PERFORM CHECK-NEW-TABLE-PARA
               VARYING WS-JDX FROM 1 BY 1
               UNTIL WS-JDX > WS-NEW-TABLE-COUNT
                  OR WS-CONFLICT-POOL NOT = SPACES.

       CHECK-NEW-TABLE-PARA.
           IF WS-NEW-TABLE-ID (WS-JDX) = JKP-TABLE-ID (WS-IDX)
               MOVE JKP-POOL-ID             TO WS-CONFLICT-POOL
               MOVE WS-NEW-TABLE-ID (WS-JDX) TO WS-CONFLICT-TABLE
           END-IF.

      * A new pool starts active with its meter at the seed. On an
      * existing pool the meter and the last-hit fields are carried
      * over untouched - they belong to the posting programs and
      * JACKPOT-HIT.
       WRITE-POOL-PARA.
           ACCEPT WS-TS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TS-TIME FROM TIME

           MOVE "N" TO WS-NEW-RECORD-SW
           MOVE WS-POOL-ID TO JKP-POOL-ID
           READ JACKPOT-POOL-FILE
               INVALID KEY
                   MOVE "Y" TO WS-NEW-RECORD-SW
           END-READ

           IF WS-NEW-RECORD
               IF WS-NEW-TABLE-COUNT = ZERO
                   CLOSE JACKPOT-POOL-FILE
                   DISPLAY "ERROR=TABLE_IDS is required for a new"
                       " pool"
                   STOP RUN RETURNING 1
               END-IF
               IF WS-SEED-TEXT = SPACES
                   CLOSE JACKPOT-POOL-FILE
                   DISPLAY "ERROR=SEED_CENTS is required for a new"
                       " pool"
                   STOP RUN RETURNING 1
               END-IF
               INITIALIZE JACKPOT-POOL-RECORD
               MOVE WS-POOL-ID    TO JKP-POOL-ID
               MOVE "A"           TO JKP-STATE
               MOVE WS-SEED-CENTS TO JKP-METER-CENTS
           END-IF

           IF WS-POOL-NAME NOT = SPACES
               MOVE WS-POOL-NAME TO JKP-NAME
           END-IF
           IF WS-POOL-STATE NOT = SPACES
               MOVE WS-POOL-STATE TO JKP-STATE
           END-IF
           IF WS-NEW-TABLE-COUNT > ZERO
               MOVE WS-NEW-TABLE-COUNT TO JKP-TABLE-COUNT
               PERFORM MOVE-TABLE-PARA
                   VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > 10
           END-IF
           MOVE WS-CONTRIB-PCT   TO JKP-CONTRIB-PCT
           IF WS-SEED-TEXT NOT = SPACES
               MOVE WS-SEED-CENTS TO JKP-SEED-CENTS
           END-IF
           MOVE WS-SUPERVISOR-ID TO JKP-UPDATED-BY
           MOVE WS-TIMESTAMP     TO JKP-LAST-UPDATED
           IF WS-NEW-RECORD
               WRITE JACKPOT-POOL-RECORD
           ELSE
               REWRITE JACKPOT-POOL-RECORD
           END-IF.

       MOVE-TABLE-PARA.
           MOVE WS-NEW-TABLE-ID (WS-IDX) TO JKP-TABLE-ID (WS-IDX).

      * The opening seed is money the house put on the meter, so it
      * is journaled and ledgered the same way the seed put back
      * after a hit is. Performed after WRITE-SEED-JOURNAL-PARA has
      * drawn the SEED entry's reference.
       WRITE-SEED-LEDGER-PARA.
           OPEN EXTEND JACKPOT-LEDGER-FILE
           IF WS-JKPLEDG-STATUS = "35"
               OPEN OUTPUT JACKPOT-LEDGER-FILE
               CLOSE JACKPOT-LEDGER-FILE
               OPEN EXTEND JACKPOT-LEDGER-FILE
           END-IF

           MOVE WS-POOL-ID       TO JKL-POOL-ID
           MOVE "S"              TO JKL-ENTRY-TYPE
           MOVE SPACES           TO JKL-TABLE-ID
           MOVE SPACES           TO JKL-PLAYER-ID
           MOVE WS-TIMESTAMP     TO JKL-TIMESTAMP
           MOVE WS-SEED-CENTS    TO JKL-AMOUNT-CENTS
           MOVE ZERO             TO JKL-METER-BEFORE
           MOVE WS-SEED-CENTS    TO JKL-METER-AFTER
           MOVE WS-JRNL-REF-NO   TO JKL-REF-NO
           MOVE WS-SUPERVISOR-ID TO JKL-OPERATOR-ID
           WRITE JACKPOT-LEDGER-RECORD

           CLOSE JACKPOT-LEDGER-FILE.

      * No player's balance moves - the seed is the house's money
      * put on the meter, carried in JRNL-JACKPOT-CENTS for the GL.
       WRITE-SEED-JOURNAL-PARA.
           PERFORM GET-NEXT-REF-PARA
           OPEN EXTEND JOURNAL-FILE
           IF WS-JOURNAL-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
               CLOSE JOURNAL-FILE
               OPEN EXTEND JOURNAL-FILE
           END-IF

           MOVE SPACES           TO JRNL-PLAYER-ID
           MOVE WS-TIMESTAMP     TO JRNL-TIMESTAMP
           MOVE "SEED"           TO JRNL-TXN-TYPE
           MOVE ZERO             TO JRNL-BALANCE-BEFORE
           MOVE ZERO             TO JRNL-AMOUNT-CENTS
           MOVE ZERO             TO JRNL-BALANCE-AFTER
           MOVE "OK"             TO JRNL-STATUS
           MOVE ZERO             TO JRNL-RAKE-CENTS
           MOVE WS-JRNL-REF-NO   TO JRNL-REF-NO
           MOVE ZERO             TO JRNL-ORIG-REF-NO
           MOVE SPACES           TO JRNL-REASON-CODE
           MOVE WS-SUPERVISOR-ID TO JRNL-OPERATOR-ID
           MOVE SPACES           TO JRNL-TABLE-ID
           MOVE SPACES           TO JRNL-CREDIT-TYPE
           MOVE SPACES           TO JRNL-DRAWER-ID
           MOVE ZERO             TO JRNL-DRAWER-SESSION
           MOVE WS-POOL-ID       TO JRNL-JACKPOT-ID
           MOVE WS-SEED-CENTS    TO JRNL-JACKPOT-CENTS
           MOVE ZERO             TO JRNL-TAX-CENTS
           MOVE SPACES           TO JRNL-ROUND-ID

           WRITE JOURNAL-RECORD

           CLOSE JOURNAL-FILE.

      * Draws the next unique journal reference number from the
      * JRNLSEQ sequence file, creating it (sequence starts at 1)
      * when this is the first journal entry ever written - same
      * locked read-and-REWRITE as every other journal writer.
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

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT-OPEN.
       AUTHOR. SWARM-BLACKJACK.
      *----------------------------------------------------------------*
      * Cage account opening and KYC re-verification.
      *
      * The only way a player account comes into existence: writes
      * the player's registration / KYC profile (PLRPROF, see
      * copybooks/PLRPROF.cpy) and their ACCTMAST record at a zero
      * balance, ACTIVE. The posting programs no longer open an
      * account on first posting - a PLAYER_ID with no profile is
      * refused by CALC-CREDIT, VALIDATE-DEBIT, BATCH-POST,
      * POST-SERVER and PEND-RELEASE with STATUS=NOT-REGISTERED, so a
      * typo at the cage or a bad BATCHQ feed can no longer quietly
      * create a real account.
      *
      * Input (environment variables):
      *   ACTION       - OPEN (default) or REVERIFY
      *   PLAYER_ID    - account identifier; required
      *   OPERATOR_ID  - cage operator doing the opening or the
      *                  re-verification; required, validated against
      *                  the operator master (OPERMAST)
      *
      *   OPEN also reads (all required unless marked optional):
      *     LAST_NAME, FIRST_NAME
      *     BIRTH_DATE   - YYYYMMDD, a real date not in the future
      *     ID_TYPE      - PP, DL, ID or MI (see copybooks/PLRPROF.cpy)
      *     ID_NUMBER    - document number
      *     ID_EXPIRY    - YYYYMMDD, a real date not already past
      *     ADDRESS_LINE, CITY, STATE_CODE, POSTAL_CODE
      *     KYC_VERIFIED - optional; Y when the cage has inspected the
      *                    document at the opening, anything else
      *                    leaves the profile KYC-pending (deposits
      *                    and withdrawals refused) until a REVERIFY
      *     TAX_ID       - optional; the player's taxpayer number.
      *                    A reportable win paid to a player with no
      *                    tax ID on file is withheld at the higher
      *                    no-ID rate (see CALC-CREDIT)
      *
      *   REVERIFY (the cage has inspected a current document) reads:
      *     ID_EXPIRY    - required; the inspected document's expiry
      *     ID_TYPE      - optional; replaces the document type
      *     ID_NUMBER    - optional; replaces the document number
      *     TAX_ID       - optional; records or replaces the tax ID
      *   and marks the profile KYC-verified by OPERATOR_ID.
      *
      * An account already on ACCTMAST with no profile (opened on
      * first posting before registration existed) is registered in
      * place by OPEN: the profile is written and the account's
      * balance and lifecycle status are left exactly as they are.
      * A player who already has a profile is refused - details
      * change through REVERIFY, not a second opening.
      *
      * Every opening is journaled to TXNJRNL under
      * JRNL-TXN-TYPE=OPEN, and every re-verification under
      * JRNL-TXN-TYPE=REVERIFY, with the operator, a zero amount and
      * the account's untouched balance as both before and after -
      * the same shape ACCT-STATUS uses for a status change.
      *
      * Output (stdout):
      *   PLAYER_ID, ACTION, KYC_STATUS (VERIFIED / PENDING),
      *   ID_EXPIRY, TAX_ID_ON_FILE (Y / N), BALANCE_CENTS
      *
      * Exit code: 0 = success, 1 = rejected (missing or invalid
      *            input, unknown or inactive operator, player
      *            already registered / not registered)
      *
      * Modification history:
      *   2026-10-15  Initial version.
      *   2026-10-15  Added TAX_ID on OPEN and REVERIFY, kept on the
      *               profile for large-win tax withholding and the
      *               year-end tax extract.
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
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-PLRPROF-STATUS.

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
       FD  ACCOUNT-MASTER-FILE.
       COPY ACCTMAST.

       FD  PLAYER-PROFILE-FILE.
       COPY PLRPROF.

       FD  JOURNAL-FILE.
       COPY JRNLREC.

       FD  JOURNAL-SEQ-FILE.
       COPY JSEQREC.

       FD  OPERATOR-MASTER-FILE.
       COPY OPERMAST.

       WORKING-STORAGE SECTION.
       01 WS-ACTION             PIC X(08)  VALUE SPACES.
       01 WS-PLAYER-ID          PIC X(10)  VALUE SPACES.
       01 WS-OPERATOR-ID        PIC X(08)  VALUE SPACES.
       01 WS-LAST-NAME          PIC X(25)  VALUE SPACES.
       01 WS-FIRST-NAME         PIC X(20)  VALUE SPACES.
       01 WS-BIRTH-DATE         PIC 9(08)  VALUE ZERO.
       01 WS-ID-TYPE            PIC X(02)  VALUE SPACES.
           88 WS-ID-TYPE-VALID            VALUE "PP" "DL" "ID" "MI".
       01 WS-ID-NUMBER          PIC X(20)  VALUE SPACES.
       01 WS-ID-EXPIRY          PIC 9(08)  VALUE ZERO.
       01 WS-ADDRESS-LINE       PIC X(40)  VALUE SPACES.
       01 WS-CITY               PIC X(20)  VALUE SPACES.
       01 WS-STATE-CODE         PIC X(02)  VALUE SPACES.
       01 WS-POSTAL-CODE        PIC X(10)  VALUE SPACES.
       01 WS-KYC-VERIFIED       PIC X(01)  VALUE SPACES.
       01 WS-KYC-STATUS         PIC X(08)  VALUE SPACES.
       01 WS-TAX-ID             PIC X(11)  VALUE SPACES.
       01 WS-TAX-ID-ON-FILE     PIC X(01)  VALUE "N".
       01 WS-ACCT-STATUS        PIC X(02)  VALUE SPACES.
       01 WS-PLRPROF-STATUS     PIC X(02)  VALUE SPACES.
       01 WS-JOURNAL-STATUS     PIC X(02)  VALUE SPACES.
       01 WS-JSEQ-STATUS        PIC X(02)  VALUE SPACES.
       01 WS-OPERMAST-STATUS    PIC X(02)  VALUE SPACES.
       01 WS-JRNL-REF-NO        PIC 9(09)  VALUE ZERO.
       01 WS-BALANCE-CENTS      PIC S9(15) VALUE ZERO.
       01 WS-DATE-INT           PIC 9(08)  VALUE ZERO.
       01 WS-ON-MASTER-SW       PIC X(01)  VALUE "N".
           88 WS-ON-MASTER                VALUE "Y".
       01 WS-TIMESTAMP.
           05 WS-TS-DATE        PIC 9(08).
           05 WS-TS-TIME        PIC 9(08).

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-ACTION       FROM ENVIRONMENT "ACTION"
           ACCEPT WS-PLAYER-ID    FROM ENVIRONMENT "PLAYER_ID"
           ACCEPT WS-OPERATOR-ID  FROM ENVIRONMENT "OPERATOR_ID"
           ACCEPT WS-ID-TYPE      FROM ENVIRONMENT "ID_TYPE"
           ACCEPT WS-ID-NUMBER    FROM ENVIRONMENT "ID_NUMBER"
           ACCEPT WS-ID-EXPIRY    FROM ENVIRONMENT "ID_EXPIRY"
           ACCEPT WS-TAX-ID       FROM ENVIRONMENT "TAX_ID"
           IF WS-ACTION = SPACES
               MOVE "OPEN" TO WS-ACTION
           END-IF

           ACCEPT WS-TS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TS-TIME FROM TIME

           EVALUATE WS-ACTION
               WHEN "OPEN"
                   ACCEPT WS-LAST-NAME    FROM ENVIRONMENT "LAST_NAME"
                   ACCEPT WS-FIRST-NAME   FROM ENVIRONMENT "FIRST_NAME"
                   ACCEPT WS-BIRTH-DATE   FROM ENVIRONMENT "BIRTH_DATE"
                   ACCEPT WS-ADDRESS-LINE
                       FROM ENVIRONMENT "ADDRESS_LINE"
                   ACCEPT WS-CITY         FROM ENVIRONMENT "CITY"
                   ACCEPT WS-STATE-CODE   FROM ENVIRONMENT "STATE_CODE"
                   ACCEPT WS-POSTAL-CODE  FROM ENVIRONMENT "POSTAL_CODE"
                   ACCEPT WS-KYC-VERIFIED
                       FROM ENVIRONMENT "KYC_VERIFIED"
                   PERFORM VALIDATE-OPEN-PARA
               WHEN "REVERIFY"
                   PERFORM VALIDATE-REVERIFY-PARA
               WHEN OTHER
                   DISPLAY "ERROR=ACTION must be OPEN or REVERIFY"
                   STOP RUN RETURNING 1
           END-EVALUATE

           PERFORM VALIDATE-OPERATOR-PARA

           PERFORM OPEN-PROFILE-PARA
           PERFORM OPEN-ACCOUNT-PARA

           IF WS-ACTION = "OPEN"
               PERFORM OPEN-ACCOUNT-RECORD-PARA
           ELSE
               PERFORM REVERIFY-PROFILE-PARA
           END-IF

           CLOSE ACCOUNT-MASTER-FILE
           CLOSE PLAYER-PROFILE-FILE

           PERFORM WRITE-JOURNAL-PARA

           DISPLAY "PLAYER_ID=" WS-PLAYER-ID
           DISPLAY "ACTION=" WS-ACTION
           DISPLAY "KYC_STATUS=" WS-KYC-STATUS
           DISPLAY "ID_EXPIRY=" WS-ID-EXPIRY
           DISPLAY "TAX_ID_ON_FILE=" WS-TAX-ID-ON-FILE
           DISPLAY "BALANCE_CENTS=" WS-BALANCE-CENTS
           STOP RUN.

      * Everything a regulator expects on file at the opening must be
      * present before anything is written. INTEGER-OF-DATE answers
      * zero for a date that doesn't exist, same check ARCH-EXTRACT
      * uses on its period dates. A document already past its expiry
      * is refused outright - the account would open only to have
      * its first deposit refused ID-EXPIRED.
       VALIDATE-OPEN-PARA.
           IF WS-PLAYER-ID = SPACES
               DISPLAY "ERROR=PLAYER_ID is required"
               STOP RUN RETURNING 1
           END-IF
           IF WS-LAST-NAME = SPACES OR WS-FIRST-NAME = SPACES
               DISPLAY "ERROR=LAST_NAME and FIRST_NAME are required"
               STOP RUN RETURNING 1
           END-IF

           IF WS-BIRTH-DATE = ZERO
               DISPLAY "ERROR=BIRTH_DATE is required"
               STOP RUN RETURNING 1
           END-IF
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE (WS-BIRTH-DATE)
           IF WS-DATE-INT = ZERO OR WS-BIRTH-DATE > WS-TS-DATE
               DISPLAY "ERROR=BIRTH_DATE must be a valid YYYYMMDD"
                   " date not in the future"
               STOP RUN RETURNING 1
           END-IF

           IF NOT WS-ID-TYPE-VALID
               DISPLAY "ERROR=ID_TYPE must be PP, DL, ID or MI"
               STOP RUN RETURNING 1
           END-IF
           IF WS-ID-NUMBER = SPACES
               DISPLAY "ERROR=ID_NUMBER is required"
               STOP RUN RETURNING 1
           END-IF
           PERFORM VALIDATE-EXPIRY-PARA

           IF WS-ADDRESS-LINE = SPACES OR WS-CITY = SPACES OR
              WS-STATE-CODE = SPACES OR WS-POSTAL-CODE = SPACES
               DISPLAY "ERROR=ADDRESS_LINE, CITY, STATE_CODE and"
                   " POSTAL_CODE are required"
               STOP RUN RETURNING 1
           END-IF

           IF WS-OPERATOR-ID = SPACES
               DISPLAY "ERROR=OPERATOR_ID is required"
               STOP RUN RETURNING 1
           END-IF.

       VALIDATE-REVERIFY-PARA.
           IF WS-PLAYER-ID = SPACES
               DISPLAY "ERROR=PLAYER_ID is required"
               STOP RUN RETURNING 1
           END-IF
           IF WS-ID-TYPE NOT = SPACES AND NOT WS-ID-TYPE-VALID
               DISPLAY "ERROR=ID_TYPE must be PP, DL, ID or MI"
               STOP RUN RETURNING 1
           END-IF
           PERFORM VALIDATE-EXPIRY-PARA
           IF WS-OPERATOR-ID = SPACES
               DISPLAY "ERROR=OPERATOR_ID is required"
               STOP RUN RETURNING 1
           END-IF.

       VALIDATE-EXPIRY-PARA.
           IF WS-ID-EXPIRY = ZERO
               DISPLAY "ERROR=ID_EXPIRY is required"
               STOP RUN RETURNING 1
           END-IF
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE (WS-ID-EXPIRY)
           IF WS-DATE-INT = ZERO
               DISPLAY "ERROR=ID_EXPIRY must be a valid YYYYMMDD date"
               STOP RUN RETURNING 1
           END-IF
           IF WS-ID-EXPIRY < WS-TS-DATE
               DISPLAY "ERROR=ID document expired " WS-ID-EXPIRY
                   " - a current document is required"
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

       OPEN-PROFILE-PARA.
           OPEN I-O PLAYER-PROFILE-FILE
           IF WS-PLRPROF-STATUS = "35"
               OPEN OUTPUT PLAYER-PROFILE-FILE
               CLOSE PLAYER-PROFILE-FILE
               OPEN I-O PLAYER-PROFILE-FILE
           END-IF.

       OPEN-ACCOUNT-PARA.
           OPEN I-O ACCOUNT-MASTER-FILE
           IF WS-ACCT-STATUS = "35"
               OPEN OUTPUT ACCOUNT-MASTER-FILE
               CLOSE ACCOUNT-MASTER-FILE
               OPEN I-O ACCOUNT-MASTER-FILE
           END-IF
           IF WS-ACCT-STATUS = "39"
               CLOSE PLAYER-PROFILE-FILE
               DISPLAY "ERROR=ACCTMAST layout mismatch (status 39)"
                   " - run the one-time ACCT-CONVERT first"
               STOP RUN RETURNING 1
           END-IF.

      * A second opening for the same player is refused - the
      * profile is the registration record, and its details change
      * only through REVERIFY. An account already on the master
      * without a profile predates registration: it is registered in
      * place, balance and status untouched.
       OPEN-ACCOUNT-RECORD-PARA.
           MOVE WS-PLAYER-ID TO PROF-PLAYER-ID
           READ PLAYER-PROFILE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   CLOSE ACCOUNT-MASTER-FILE
                   CLOSE PLAYER-PROFILE-FILE
                   DISPLAY "ERROR=player " WS-PLAYER-ID
                       " is already registered"
                   STOP RUN RETURNING 1
           END-READ

           MOVE "N" TO WS-ON-MASTER-SW
           MOVE WS-PLAYER-ID TO ACCT-PLAYER-ID
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   MOVE ZERO TO WS-BALANCE-CENTS
               NOT INVALID KEY
                   MOVE "Y" TO WS-ON-MASTER-SW
                   MOVE ACCT-BALANCE-CENTS TO WS-BALANCE-CENTS
           END-READ

           IF NOT WS-ON-MASTER
               MOVE WS-PLAYER-ID TO ACCT-PLAYER-ID
               MOVE ZERO         TO ACCT-BALANCE-CENTS
               MOVE WS-TIMESTAMP TO ACCT-LAST-UPDATED
               MOVE "A"          TO ACCT-STATUS-CODE
               MOVE SPACES       TO ACCT-STATUS-OPERATOR
               MOVE SPACES       TO ACCT-STATUS-REASON
               MOVE SPACES       TO ACCT-STATUS-UPDATED
               WRITE ACCT-MASTER-RECORD
           END-IF

           MOVE WS-PLAYER-ID    TO PROF-PLAYER-ID
           MOVE WS-LAST-NAME    TO PROF-LAST-NAME
           MOVE WS-FIRST-NAME   TO PROF-FIRST-NAME
           MOVE WS-BIRTH-DATE   TO PROF-BIRTH-DATE
           MOVE WS-ID-TYPE      TO PROF-ID-TYPE
           MOVE WS-ID-NUMBER    TO PROF-ID-NUMBER
           MOVE WS-ID-EXPIRY    TO PROF-ID-EXPIRY
           MOVE WS-ADDRESS-LINE TO PROF-ADDRESS-LINE
           MOVE WS-CITY         TO PROF-CITY
           MOVE WS-STATE-CODE   TO PROF-STATE-CODE
           MOVE WS-POSTAL-CODE  TO PROF-POSTAL-CODE
           MOVE WS-TAX-ID       TO PROF-TAX-ID
           IF WS-KYC-VERIFIED = "Y"
               MOVE "Y"            TO PROF-KYC-VERIFIED
               MOVE WS-OPERATOR-ID TO PROF-KYC-OPERATOR
               MOVE WS-TIMESTAMP   TO PROF-KYC-STAMP
               MOVE "VERIFIED"     TO WS-KYC-STATUS
           ELSE
               MOVE "N"            TO PROF-KYC-VERIFIED
               MOVE SPACES         TO PROF-KYC-OPERATOR
               MOVE SPACES         TO PROF-KYC-STAMP
               MOVE "PENDING"      TO WS-KYC-STATUS
           END-IF
           MOVE WS-OPERATOR-ID  TO PROF-OPENED-OPERATOR
           MOVE WS-TIMESTAMP    TO PROF-OPENED-STAMP
           IF PROF-TAX-ID NOT = SPACES
               MOVE "Y"         TO WS-TAX-ID-ON-FILE
           END-IF
           WRITE PLAYER-PROFILE-RECORD.

      * The cage has inspected a current document: the expiry (and
      * the type/number when a renewed document replaced the old
      * one) is refreshed and the profile is marked verified by this
      * operator, which lifts the ID-EXPIRED / KYC-PENDING refusal on
      * deposits and withdrawals.
       REVERIFY-PROFILE-PARA.
           MOVE WS-PLAYER-ID TO PROF-PLAYER-ID
           READ PLAYER-PROFILE-FILE
               INVALID KEY
                   CLOSE ACCOUNT-MASTER-FILE
                   CLOSE PLAYER-PROFILE-FILE
                   DISPLAY "ERROR=player " WS-PLAYER-ID
                       " is not registered - open the account first"
                   STOP RUN RETURNING 1
           END-READ

           MOVE WS-PLAYER-ID TO ACCT-PLAYER-ID
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   MOVE ZERO TO WS-BALANCE-CENTS
               NOT INVALID KEY
                   MOVE ACCT-BALANCE-CENTS TO WS-BALANCE-CENTS
           END-READ

           IF WS-ID-TYPE NOT = SPACES
               MOVE WS-ID-TYPE   TO PROF-ID-TYPE
           END-IF
           IF WS-ID-NUMBER NOT = SPACES
               MOVE WS-ID-NUMBER TO PROF-ID-NUMBER
           END-IF
           IF WS-TAX-ID NOT = SPACES
               MOVE WS-TAX-ID    TO PROF-TAX-ID
           END-IF
           IF PROF-TAX-ID NOT = SPACES
               MOVE "Y"          TO WS-TAX-ID-ON-FILE
           END-IF
           MOVE WS-ID-EXPIRY     TO PROF-ID-EXPIRY
           MOVE "Y"              TO PROF-KYC-VERIFIED
           MOVE WS-OPERATOR-ID   TO PROF-KYC-OPERATOR
           MOVE WS-TIMESTAMP     TO PROF-KYC-STAMP
           MOVE "VERIFIED"       TO WS-KYC-STATUS
           REWRITE PLAYER-PROFILE-RECORD.

      * Registration moves no money, so it journals a zero amount
      * with before and after both the untouched balance, same as a
      * status change. The action (OPEN / REVERIFY) is the
      * transaction type.
       WRITE-JOURNAL-PARA.
           PERFORM GET-NEXT-REF-PARA
           OPEN EXTEND JOURNAL-FILE
           IF WS-JOURNAL-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
               CLOSE JOURNAL-FILE
               OPEN EXTEND JOURNAL-FILE
           END-IF

           MOVE WS-PLAYER-ID     TO JRNL-PLAYER-ID
           MOVE WS-TIMESTAMP     TO JRNL-TIMESTAMP
           MOVE WS-ACTION        TO JRNL-TXN-TYPE
           MOVE WS-BALANCE-CENTS TO JRNL-BALANCE-BEFORE
           MOVE ZERO             TO JRNL-AMOUNT-CENTS
           MOVE WS-BALANCE-CENTS TO JRNL-BALANCE-AFTER
           MOVE "OK"             TO JRNL-STATUS
           MOVE ZERO             TO JRNL-RAKE-CENTS
           MOVE WS-JRNL-REF-NO   TO JRNL-REF-NO
           MOVE ZERO             TO JRNL-ORIG-REF-NO
           MOVE SPACES           TO JRNL-REASON-CODE
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

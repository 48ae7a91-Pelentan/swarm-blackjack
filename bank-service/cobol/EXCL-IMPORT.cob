       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXCL-IMPORT.
       AUTHOR. SWARM-BLACKJACK.
      *----------------------------------------------------------------*
      * Statewide self-exclusion list import and account matching.
      *
      * Loads the gaming commission's periodic exclusion list (see
      * copybooks/EXCLLIST.cpy) into the exclusion registry
      * (EXCLREG, see copybooks/EXCLREG.cpy) and matches everyone on
      * the list in force against our registered players, replacing
      * the compliance clerk's hand check of each new name against
      * the printed list. ACCT-STATUS still handles a player who
      * asks at our own cage; this handles the ones the commission
      * tells us about.
      *
      * Input (environment variables):
      *   LIST_FILE   - the commission's list file; defaults to
      *                 EXCLLIST
      *   OPERATOR_ID - compliance operator running the import;
      *                 required, validated on OPERMAST like every
      *                 other keyed change, and journaled as the
      *                 accountable operator on every exclusion set
      *
      * The list is checked in full before anything changes: header
      * first, trailer last, the trailer's count equal to the detail
      * records, the header carrying the list's identifier, every
      * detail carrying its exclusion number, a valid effective date
      * no earlier than the list last imported (the same list may be
      * imported again - nothing happens twice; a corrected list for
      * the same date, under a new identifier, replaces it).
      * A list that fails is refused whole.
      *
      * Matching is against the registration profile (PLRPROF) of
      * every account that is not CLOSED, names compared without
      * regard to case:
      *   match      - same ID number, with the surname or the date
      *                of birth agreeing too; or same surname, first
      *                name and date of birth. The account is set
      *                SELF-EXCLUDED on ACCTMAST with reason STEX and
      *                the import's operator, and journaled under
      *                JRNL-TXN-TYPE=STATUS the way DORMANT-SWEEP
      *                journals its markings. The match is recorded
      *                on the registry.
      *   near-match - same ID number alone; same surname and first
      *                name with a different or missing date of
      *                birth; or the date of birth and one name
      *                agreeing. Never excluded automatically - put
      *                on the review report for compliance to decide
      *                (ACCT-STATUS NEW_STATUS=SELF-EXCLUDED if so).
      *
      * A person on the registry who is not on this list has been
      * removed by the commission. Nothing is lifted: every removed
      * person whose matched account is still self-excluded under
      * STEX is on the reinstatement report, run after run, until a
      * supervisor reinstates the account through ACCT-STATUS (which
      * refuses anyone but a SUPERVISOR lifting a STEX exclusion).
      *
      * Output:
      *   EXCLRCPT - the import receipt for the regulator (line
      *              sequential): the list's identity and effective
      *              date, each account self-excluded by this
      *              import, and the counts
      *   EXCLREVW - near-matches for compliance review
      *   EXCLRINS - accounts pending supervised reinstatement
      *
      * Output (stdout):
      *   LIST_EFFECTIVE_DATE, NAMES_ON_LIST, NAMES_REMOVED,
      *   ACCOUNTS_EXCLUDED, ACCOUNTS_ALREADY_EXCLUDED,
      *   NEAR_MATCHES, PENDING_REINSTATEMENTS
      *
      * Exit code: 0 = list imported, 1 = list or input refused
      *            (nothing changed), or more names left listed on
      *            the registry than a list may carry (list loaded,
      *            nothing matched)
      *
      * Modification history:
      *   2026-10-15  Initial version.
      *   2026-10-15  Registry entries stamped with the list
      *               identifier; a corrected list for the same date
      *               now removes the names it dropped. Match table
      *               guarded against overflow.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIST-FILE ASSIGN DYNAMIC WS-LIST-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIST-STATUS.

           SELECT EXCLUSION-REGISTRY-FILE ASSIGN TO "EXCLREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXR-EXCL-ID
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-EXCLREG-STATUS.

           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-PLAYER-ID
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT PLAYER-PROFILE-FILE ASSIGN TO "PLRPROF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PROF-PLAYER-ID
               FILE STATUS IS WS-PLRPROF-STATUS.

           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-OPERATOR-ID
               FILE STATUS IS WS-OPERMAST-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "TXNJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT JOURNAL-SEQ-FILE ASSIGN TO "JRNLSEQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JSEQ-KEY
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-JSEQ-STATUS.

           SELECT RECEIPT-FILE ASSIGN TO "EXCLRCPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECEIPT-STATUS.

           SELECT REVIEW-FILE ASSIGN TO "EXCLREVW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVIEW-STATUS.

           SELECT REINSTATE-FILE ASSIGN TO "EXCLRINS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REINSTATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LIST-FILE.
       COPY EXCLLIST.

       FD  EXCLUSION-REGISTRY-FILE.
       COPY EXCLREG.

       FD  ACCOUNT-MASTER-FILE.
       COPY ACCTMAST.

       FD  PLAYER-PROFILE-FILE.
       COPY PLRPROF.

       FD  OPERATOR-MASTER-FILE.
       COPY OPERMAST.

       FD  JOURNAL-FILE.
       COPY JRNLREC.

       FD  JOURNAL-SEQ-FILE.
       COPY JSEQREC.

       FD  RECEIPT-FILE.
       01 RECEIPT-LINE              PIC X(80).

       FD  REVIEW-FILE.
       01 REVIEW-LINE               PIC X(120).

       FD  REINSTATE-FILE.
       01 REINSTATE-LINE            PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-LIST-STATUS            PIC X(02) VALUE SPACES.
       01 WS-EXCLREG-STATUS         PIC X(02) VALUE SPACES.
       01 WS-ACCT-STATUS            PIC X(02) VALUE SPACES.
       01 WS-PLRPROF-STATUS         PIC X(02) VALUE SPACES.
       01 WS-OPERMAST-STATUS        PIC X(02) VALUE SPACES.
       01 WS-JOURNAL-STATUS         PIC X(02) VALUE SPACES.
       01 WS-JSEQ-STATUS            PIC X(02) VALUE SPACES.
       01 WS-RECEIPT-STATUS         PIC X(02) VALUE SPACES.
       01 WS-REVIEW-STATUS          PIC X(02) VALUE SPACES.
       01 WS-REINSTATE-STATUS       PIC X(02) VALUE SPACES.
       01 WS-LIST-FILENAME          PIC X(80) VALUE SPACES.
       01 WS-JRNL-REF-NO            PIC 9(09) VALUE ZERO.
       01 WS-OPERATOR-ID            PIC X(08) VALUE SPACES.
       01 WS-EOF-SW                 PIC X(01) VALUE "N".
           88 WS-EOF                          VALUE "Y".

      * What the checking pass found in the list file.
       01 WS-LIST-ID                PIC X(12) VALUE SPACES.
       01 WS-EFFECTIVE-DATE         PIC 9(08) VALUE ZERO.
       01 WS-ISSUED-DATE            PIC 9(08) VALUE ZERO.
       01 WS-LIST-LINE-COUNT        PIC 9(07) VALUE ZERO.
       01 WS-LIST-DETAIL-COUNT      PIC 9(07) VALUE ZERO.
       01 WS-TRAILER-COUNT          PIC 9(07) VALUE ZERO.
       01 WS-HEADER-SW              PIC X(01) VALUE "N".
           88 WS-HEADER-SEEN                  VALUE "Y".
       01 WS-TRAILER-SW             PIC X(01) VALUE "N".
           88 WS-TRAILER-SEEN                 VALUE "Y".
       01 WS-LIST-ERROR             PIC X(60) VALUE SPACES.
       01 WS-LATEST-LIST-DATE       PIC 9(08) VALUE ZERO.

       01 WS-NEW-COUNT              PIC 9(07) VALUE ZERO.
       01 WS-RELISTED-COUNT         PIC 9(07) VALUE ZERO.
       01 WS-CARRIED-COUNT          PIC 9(07) VALUE ZERO.
       01 WS-REMOVED-COUNT          PIC 9(07) VALUE ZERO.
       01 WS-EXCLUDED-COUNT         PIC 9(07) VALUE ZERO.
       01 WS-ALREADY-COUNT          PIC 9(07) VALUE ZERO.
       01 WS-NEAR-COUNT             PIC 9(07) VALUE ZERO.
       01 WS-PENDING-COUNT          PIC 9(07) VALUE ZERO.

      * The people on the list in force, names and ID numbers folded
      * to upper case for matching. Sized well past the commission's
      * list; a list too big for it is refused before anything is
      * loaded rather than matched in part.
       01 WS-MAX-LISTED             PIC 9(05) VALUE 5000.
       01 WS-MATCH-COUNT            PIC 9(05) VALUE ZERO.
       01 WS-MATCH-LIST.
           05 WS-ML-ENTRY OCCURS 5000 TIMES
                   INDEXED BY WS-ML-IDX.
               10 WS-ML-EXCL-ID         PIC X(12).
               10 WS-ML-LAST-NAME       PIC X(25).
               10 WS-ML-FIRST-NAME      PIC X(20).
               10 WS-ML-BIRTH-DATE      PIC 9(08).
               10 WS-ML-ID-NUMBER       PIC X(20).
       01 WS-FOUND-SW               PIC X(01) VALUE "N".
           88 WS-FOUND                        VALUE "Y".

      * The profile being matched, folded the same way.
       01 WS-P-LAST-NAME            PIC X(25) VALUE SPACES.
       01 WS-P-FIRST-NAME           PIC X(20) VALUE SPACES.
       01 WS-P-BIRTH-DATE           PIC 9(08) VALUE ZERO.
       01 WS-P-ID-NUMBER            PIC X(20) VALUE SPACES.
       01 WS-LOWER-CASE             PIC X(26) VALUE
           "abcdefghijklmnopqrstuvwxyz".
       01 WS-UPPER-CASE             PIC X(26) VALUE
           "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01 WS-ID-AGREES-SW           PIC X(01) VALUE "N".
           88 WS-ID-AGREES                    VALUE "Y".
       01 WS-LAST-AGREES-SW         PIC X(01) VALUE "N".
           88 WS-LAST-AGREES                  VALUE "Y".
       01 WS-FIRST-AGREES-SW        PIC X(01) VALUE "N".
           88 WS-FIRST-AGREES                 VALUE "Y".
       01 WS-DOB-AGREES-SW          PIC X(01) VALUE "N".
           88 WS-DOB-AGREES                   VALUE "Y".
       01 WS-MATCH-BASIS            PIC X(10) VALUE SPACES.
       01 WS-NEAR-REASON            PIC X(30) VALUE SPACES.

       01 WS-PLAYER-ID              PIC X(10) VALUE SPACES.
       01 WS-BALANCE-CENTS          PIC S9(15) VALUE ZERO.
       01 WS-OLD-STATUS-CODE        PIC X(01) VALUE SPACES.
       01 WS-TIMESTAMP.
           05 WS-TS-DATE            PIC 9(08).
           05 WS-TS-TIME            PIC 9(08).

       01 WS-RCPT-HEADING-1         PIC X(80) VALUE
           "STATEWIDE EXCLUSION LIST - IMPORT RECEIPT".
       01 WS-RCPT-HEADING-2.
           05 FILLER                PIC X(14) VALUE "LIST ID".
           05 R2-LIST-ID            PIC X(12).
       01 WS-RCPT-HEADING-3.
           05 FILLER                PIC X(14) VALUE "EFFECTIVE".
           05 R3-EFFECTIVE-DATE     PIC 9(08).
           05 FILLER                PIC X(10) VALUE "  ISSUED ".
           05 R3-ISSUED-DATE        PIC 9(08).
       01 WS-RCPT-HEADING-4.
           05 FILLER                PIC X(14) VALUE "IMPORTED".
           05 R4-STAMP              PIC X(16).
           05 FILLER                PIC X(04) VALUE " BY ".
           05 R4-OPERATOR-ID        PIC X(08).
       01 WS-RCPT-HEADING-5.
           05 FILLER                PIC X(40) VALUE
               "ACCOUNTS SELF-EXCLUDED BY THIS IMPORT".
       01 WS-RCPT-HEADING-6.
           05 FILLER                PIC X(12) VALUE "PLAYER ID".
           05 FILLER                PIC X(14) VALUE "EXCL ID".
           05 FILLER                PIC X(14) VALUE "MATCHED ON".
           05 FILLER                PIC X(03) VALUE "WAS".
       01 WS-RCPT-DETAIL.
           05 RD-PLAYER-ID          PIC X(10).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RD-EXCL-ID            PIC X(12).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RD-MATCH-BASIS        PIC X(10).
           05 FILLER                PIC X(04) VALUE SPACES.
           05 RD-OLD-STATUS         PIC X(01).
       01 WS-RCPT-NONE-LINE         PIC X(80) VALUE
           "  (no accounts newly self-excluded)".
       01 WS-RCPT-COUNT-LINE.
           05 RC-LABEL              PIC X(44).
           05 RC-COUNT              PIC ZZZZZZ9.

       01 WS-REVW-HEADING-1.
           05 FILLER                PIC X(50) VALUE
               "EXCLUSION LIST NEAR-MATCHES FOR REVIEW - LIST OF ".
           05 V1-EFFECTIVE-DATE     PIC 9(08).
       01 WS-REVW-HEADING-2.
           05 FILLER                PIC X(18) VALUE
               "  PLAYER/EXCL ID".
           05 FILLER                PIC X(27) VALUE "SURNAME".
           05 FILLER                PIC X(22) VALUE "FIRST NAME".
           05 FILLER                PIC X(10) VALUE "BIRTH".
           05 FILLER                PIC X(22) VALUE "ID NUMBER".
           05 FILLER                PIC X(21) VALUE "REASON".
       01 WS-REVW-ACCOUNT-LINE.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 VA-PLAYER-ID          PIC X(12).
           05 FILLER                PIC X(04) VALUE SPACES.
           05 VA-LAST-NAME          PIC X(25).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 VA-FIRST-NAME         PIC X(20).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 VA-BIRTH-DATE         PIC 9(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 VA-ID-NUMBER          PIC X(20).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 VA-REASON             PIC X(21).
       01 WS-REVW-NONE-LINE         PIC X(120) VALUE
           "  (no near-matches)".
       01 WS-REVW-COUNT-LINE.
           05 FILLER                PIC X(16) VALUE "NEAR-MATCHES".
           05 VC-COUNT              PIC ZZZZZZ9.

       01 WS-RINS-HEADING-1.
           05 FILLER                PIC X(30) VALUE
               "REMOVED FROM EXCLUSION LIST - ".
           05 FILLER                PIC X(34) VALUE
               "PENDING SUPERVISED REINSTATEMENT -".
           05 FILLER                PIC X(09) VALUE " LIST OF ".
           05 I1-EFFECTIVE-DATE     PIC 9(08).
       01 WS-RINS-HEADING-2.
           05 FILLER                PIC X(14) VALUE "EXCL ID".
           05 FILLER                PIC X(27) VALUE "SURNAME".
           05 FILLER                PIC X(10) VALUE "REMOVED".
           05 FILLER                PIC X(12) VALUE "PLAYER ID".
       01 WS-RINS-DETAIL.
           05 RI-EXCL-ID            PIC X(12).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RI-LAST-NAME          PIC X(25).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RI-REMOVED-DATE       PIC 9(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RI-PLAYER-ID          PIC X(10).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RI-PENDING-NOTE       PIC X(20).
       01 WS-RINS-NONE-LINE         PIC X(100) VALUE
           "  (no accounts pending reinstatement)".
       01 WS-RINS-COUNT-LINE.
           05 FILLER                PIC X(24) VALUE
               "PENDING REINSTATEMENTS".
           05 IC-COUNT              PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-LIST-FILENAME FROM ENVIRONMENT "LIST_FILE"
           ACCEPT WS-OPERATOR-ID   FROM ENVIRONMENT "OPERATOR_ID"
           ACCEPT WS-TS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TS-TIME FROM TIME
           IF WS-LIST-FILENAME = SPACES
               MOVE "EXCLLIST" TO WS-LIST-FILENAME
           END-IF
           IF WS-OPERATOR-ID = SPACES
               DISPLAY "ERROR=OPERATOR_ID is required"
               STOP RUN RETURNING 1
           END-IF
           PERFORM VALIDATE-OPERATOR-PARA

           PERFORM CHECK-LIST-PARA
           PERFORM OPEN-MASTERS-PARA
           PERFORM CHECK-LIST-AGE-PARA

           PERFORM LOAD-LIST-PARA
           PERFORM OPEN-REPORTS-PARA
           PERFORM SCAN-REGISTRY-PARA
           PERFORM MATCH-PROFILES-PARA
           PERFORM WRITE-FOOTERS-PARA

           CLOSE EXCLUSION-REGISTRY-FILE
           CLOSE ACCOUNT-MASTER-FILE
           CLOSE RECEIPT-FILE
           CLOSE REVIEW-FILE
           CLOSE REINSTATE-FILE

           DISPLAY "LIST_EFFECTIVE_DATE=" WS-EFFECTIVE-DATE
           DISPLAY "NAMES_ON_LIST=" WS-LIST-DETAIL-COUNT
           DISPLAY "NAMES_REMOVED=" WS-REMOVED-COUNT
           DISPLAY "ACCOUNTS_EXCLUDED=" WS-EXCLUDED-COUNT
           DISPLAY "ACCOUNTS_ALREADY_EXCLUDED=" WS-ALREADY-COUNT
           DISPLAY "NEAR_MATCHES=" WS-NEAR-COUNT
           DISPLAY "PENDING_REINSTATEMENTS=" WS-PENDING-COUNT
           STOP RUN.

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

      *----------------------------------------------------------------*
      * Checking pass - the whole list is read once before anything
      * is touched, so a truncated or garbled file is refused whole.
      *----------------------------------------------------------------*

       CHECK-LIST-PARA.
           OPEN INPUT LIST-FILE
           IF WS-LIST-STATUS = "35"
               DISPLAY "ERROR=exclusion list " WS-LIST-FILENAME
                   " not found"
               STOP RUN RETURNING 1
           END-IF
           MOVE "N" TO WS-EOF-SW
           PERFORM CHECK-LIST-RECORD-PARA
               UNTIL WS-EOF OR WS-LIST-ERROR NOT = SPACES
           CLOSE LIST-FILE

           IF WS-LIST-ERROR = SPACES
               EVALUATE TRUE
                   WHEN NOT WS-HEADER-SEEN
                       MOVE "list is empty" TO WS-LIST-ERROR
                   WHEN NOT WS-TRAILER-SEEN
                       MOVE "no trailer record - list truncated"
                           TO WS-LIST-ERROR
                   WHEN WS-TRAILER-COUNT NOT = WS-LIST-DETAIL-COUNT
                       MOVE "trailer count does not match the names"
                           TO WS-LIST-ERROR
                   WHEN WS-LIST-DETAIL-COUNT > WS-MAX-LISTED
                       MOVE "list longer than 5000 names"
                           TO WS-LIST-ERROR
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           IF WS-LIST-ERROR NOT = SPACES
               DISPLAY "ERROR=exclusion list refused - "
                   WS-LIST-ERROR
               DISPLAY "LIST_RECORD=" WS-LIST-LINE-COUNT
               STOP RUN RETURNING 1
           END-IF.

      * INTEGER-OF-DATE answers zero for a date that doesn't exist.
       CHECK-LIST-RECORD-PARA.
           READ LIST-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-LIST-LINE-COUNT
                   EVALUATE TRUE
                       WHEN WS-TRAILER-SEEN
                           MOVE "record after the trailer"
                               TO WS-LIST-ERROR
                       WHEN NOT WS-HEADER-SEEN
                           PERFORM CHECK-HEADER-PARA
                       WHEN XLH-RECORD-TYPE = "H"
                           MOVE "second header record"
                               TO WS-LIST-ERROR
                       WHEN XLD-RECORD-TYPE = "D"
                           ADD 1 TO WS-LIST-DETAIL-COUNT
                           IF XLD-EXCL-ID = SPACES
                               MOVE "name with no exclusion number"
                                   TO WS-LIST-ERROR
                           END-IF
                       WHEN XLT-RECORD-TYPE = "T"
                           MOVE "Y" TO WS-TRAILER-SW
                           IF XLT-RECORD-COUNT NUMERIC
                               MOVE XLT-RECORD-COUNT
                                   TO WS-TRAILER-COUNT
                           ELSE
                               MOVE "trailer count not numeric"
                                   TO WS-LIST-ERROR
                           END-IF
                       WHEN OTHER
                           MOVE "unknown record type"
                               TO WS-LIST-ERROR
                   END-EVALUATE
           END-READ.

       CHECK-HEADER-PARA.
           IF XLH-RECORD-TYPE NOT = "H"
               MOVE "first record is not the list header"
                   TO WS-LIST-ERROR
           ELSE
               MOVE "Y" TO WS-HEADER-SW
               MOVE XLH-LIST-ID TO WS-LIST-ID
               IF WS-LIST-ID = SPACES
                   MOVE "header carries no list identifier"
                       TO WS-LIST-ERROR
               END-IF
               IF XLH-EFFECTIVE-DATE NUMERIC
                   MOVE XLH-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE
               END-IF
               IF XLH-ISSUED-DATE NUMERIC
                   MOVE XLH-ISSUED-DATE TO WS-ISSUED-DATE
               END-IF
               IF FUNCTION INTEGER-OF-DATE (WS-EFFECTIVE-DATE) = ZERO
                   MOVE "effective date is not a valid date"
                       TO WS-LIST-ERROR
               END-IF
           END-IF.

      * Both masters are opened before the registry changes, so a
      * missing account master refuses the import instead of
      * leaving a loaded list with nothing matched against it.
       OPEN-MASTERS-PARA.
           OPEN I-O ACCOUNT-MASTER-FILE
           IF WS-ACCT-STATUS = "35"
               DISPLAY "ERROR=account master ACCTMAST not found"
               STOP RUN RETURNING 1
           END-IF
           IF WS-ACCT-STATUS = "39"
               DISPLAY "ERROR=ACCTMAST layout mismatch (status 39)"
                   " - run the one-time ACCT-CONVERT first"
               STOP RUN RETURNING 1
           END-IF

           OPEN I-O EXCLUSION-REGISTRY-FILE
           IF WS-EXCLREG-STATUS = "35"
               OPEN OUTPUT EXCLUSION-REGISTRY-FILE
               CLOSE EXCLUSION-REGISTRY-FILE
               OPEN I-O EXCLUSION-REGISTRY-FILE
           END-IF.

      * Each list replaces the one before it, so an older list
      * arriving late would "remove" everyone added since - refused.
      * The list last imported is the latest date any registry
      * entry was carried on.
       CHECK-LIST-AGE-PARA.
           MOVE "N"  TO WS-EOF-SW
           MOVE LOW-VALUES TO EXR-EXCL-ID
           START EXCLUSION-REGISTRY-FILE KEY > EXR-EXCL-ID
               INVALID KEY
                   MOVE "Y" TO WS-EOF-SW
           END-START
           PERFORM FIND-LATEST-LIST-PARA UNTIL WS-EOF

           IF WS-EFFECTIVE-DATE < WS-LATEST-LIST-DATE
               CLOSE EXCLUSION-REGISTRY-FILE
               CLOSE ACCOUNT-MASTER-FILE
               DISPLAY "ERROR=exclusion list refused - effective "
                   WS-EFFECTIVE-DATE " is older than the list of "
                   WS-LATEST-LIST-DATE " already imported"
               STOP RUN RETURNING 1
           END-IF.

       FIND-LATEST-LIST-PARA.
           READ EXCLUSION-REGISTRY-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   IF EXR-LAST-LIST-DATE > WS-LATEST-LIST-DATE
                       MOVE EXR-LAST-LIST-DATE
                           TO WS-LATEST-LIST-DATE
                   END-IF
           END-READ.

      *----------------------------------------------------------------*
      * Loading pass - every name on the list onto the registry.
      *----------------------------------------------------------------*

       LOAD-LIST-PARA.
           OPEN INPUT LIST-FILE
           MOVE "N" TO WS-EOF-SW
           PERFORM LOAD-LIST-RECORD-PARA UNTIL WS-EOF
           CLOSE LIST-FILE.

       LOAD-LIST-RECORD-PARA.
           READ LIST-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   IF XLD-RECORD-TYPE = "D"
                       PERFORM REGISTER-NAME-PARA
                   END-IF
           END-READ.

      * The commission's identity fields replace ours every time -
      * its list is the record. A blank date on the list is held as
      * zero, which never matches.
       REGISTER-NAME-PARA.
           IF XLD-BIRTH-DATE NOT NUMERIC
               MOVE ZERO TO XLD-BIRTH-DATE
           END-IF
           IF XLD-LISTED-DATE NOT NUMERIC
               MOVE ZERO TO XLD-LISTED-DATE
           END-IF
           MOVE XLD-EXCL-ID TO EXR-EXCL-ID
           READ EXCLUSION-REGISTRY-FILE
               INVALID KEY
                   MOVE "N" TO WS-FOUND-SW
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND-SW
           END-READ

           IF WS-FOUND
               IF EXR-REMOVED
                   ADD 1 TO WS-RELISTED-COUNT
                   MOVE ZERO TO EXR-REMOVED-DATE
               ELSE
                   ADD 1 TO WS-CARRIED-COUNT
               END-IF
           ELSE
               ADD 1 TO WS-NEW-COUNT
               MOVE XLD-EXCL-ID       TO EXR-EXCL-ID
               MOVE WS-EFFECTIVE-DATE TO EXR-FIRST-LIST-DATE
               MOVE ZERO              TO EXR-REMOVED-DATE
               MOVE SPACES            TO EXR-PLAYER-ID
               MOVE SPACES            TO EXR-MATCH-STAMP
           END-IF
           MOVE XLD-LAST-NAME     TO EXR-LAST-NAME
           MOVE XLD-FIRST-NAME    TO EXR-FIRST-NAME
           MOVE XLD-BIRTH-DATE    TO EXR-BIRTH-DATE
           MOVE XLD-ID-TYPE       TO EXR-ID-TYPE
           MOVE XLD-ID-NUMBER     TO EXR-ID-NUMBER
           MOVE XLD-LISTED-DATE   TO EXR-LISTED-DATE
           MOVE "L"               TO EXR-STATE
           MOVE WS-EFFECTIVE-DATE TO EXR-LAST-LIST-DATE
           MOVE WS-LIST-ID        TO EXR-LAST-LIST-ID
           MOVE WS-OPERATOR-ID    TO EXR-IMPORT-OPERATOR
           IF WS-FOUND
               REWRITE EXCLUSION-REGISTRY-RECORD
           ELSE
               WRITE EXCLUSION-REGISTRY-RECORD
           END-IF.

      *----------------------------------------------------------------*
      * Registry pass - removals, the reinstatement report, and the
      * list in force loaded for matching.
      *----------------------------------------------------------------*

       SCAN-REGISTRY-PARA.
           MOVE "N"  TO WS-EOF-SW
           MOVE LOW-VALUES TO EXR-EXCL-ID
           START EXCLUSION-REGISTRY-FILE KEY > EXR-EXCL-ID
               INVALID KEY
                   MOVE "Y" TO WS-EOF-SW
           END-START
           PERFORM SCAN-REGISTRY-RECORD-PARA UNTIL WS-EOF.

      * Still listed but not carried on this list: removed by the
      * commission as of this list's effective date. Carried means
      * stamped with this list's identifier by the loading pass, so
      * a corrected list reissued for the same effective date
      * removes whoever it dropped.
       SCAN-REGISTRY-RECORD-PARA.
           READ EXCLUSION-REGISTRY-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   IF EXR-LISTED AND
                      (EXR-LAST-LIST-ID NOT = WS-LIST-ID OR
                       EXR-LAST-LIST-DATE < WS-EFFECTIVE-DATE)
                       MOVE "R"               TO EXR-STATE
                       MOVE WS-EFFECTIVE-DATE TO EXR-REMOVED-DATE
                       MOVE WS-OPERATOR-ID    TO EXR-IMPORT-OPERATOR
                       REWRITE EXCLUSION-REGISTRY-RECORD
                       ADD 1 TO WS-REMOVED-COUNT
                   END-IF
                   IF EXR-LISTED
                       PERFORM ADD-MATCH-ENTRY-PARA
                   ELSE
                       IF EXR-PLAYER-ID NOT = SPACES
                           PERFORM CHECK-REINSTATE-PARA
                       END-IF
                   END-IF
           END-READ.

      * Only this list's names are still listed by now, and the
      * list was held to 5000 - more means the registry is not what
      * the loading pass left, and matching part of it is worse
      * than stopping.
       ADD-MATCH-ENTRY-PARA.
           IF WS-MATCH-COUNT NOT < WS-MAX-LISTED
               DISPLAY "ERROR=more than 5000 names listed on EXCLREG"
                   " - registry needs checking, matching not done"
               STOP RUN RETURNING 1
           END-IF
           ADD 1 TO WS-MATCH-COUNT
           SET WS-ML-IDX TO WS-MATCH-COUNT
           MOVE EXR-EXCL-ID    TO WS-ML-EXCL-ID (WS-ML-IDX)
           MOVE EXR-LAST-NAME  TO WS-ML-LAST-NAME (WS-ML-IDX)
           MOVE EXR-FIRST-NAME TO WS-ML-FIRST-NAME (WS-ML-IDX)
           MOVE EXR-BIRTH-DATE TO WS-ML-BIRTH-DATE (WS-ML-IDX)
           MOVE EXR-ID-NUMBER  TO WS-ML-ID-NUMBER (WS-ML-IDX)
           INSPECT WS-ML-LAST-NAME (WS-ML-IDX)
               CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
           INSPECT WS-ML-FIRST-NAME (WS-ML-IDX)
               CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
           INSPECT WS-ML-ID-NUMBER (WS-ML-IDX)
               CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.

      * Only an account still self-excluded under the statewide
      * reason is waiting on a supervisor - one already reinstated,
      * closed, or excluded at our own cage is not.
       CHECK-REINSTATE-PARA.
           MOVE EXR-PLAYER-ID TO ACCT-PLAYER-ID
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ACCT-SELF-EXCLUDED AND
                      ACCT-STATUS-REASON = "STEX"
                       PERFORM WRITE-REINSTATE-PARA
                   END-IF
           END-READ.

       WRITE-REINSTATE-PARA.
           ADD 1 TO WS-PENDING-COUNT
           MOVE EXR-EXCL-ID      TO RI-EXCL-ID
           MOVE EXR-LAST-NAME    TO RI-LAST-NAME
           MOVE EXR-REMOVED-DATE TO RI-REMOVED-DATE
           MOVE EXR-PLAYER-ID    TO RI-PLAYER-ID
           IF EXR-REMOVED-DATE = WS-EFFECTIVE-DATE
               MOVE "REMOVED THIS LIST" TO RI-PENDING-NOTE
           ELSE
               MOVE "STILL PENDING"     TO RI-PENDING-NOTE
           END-IF
           WRITE REINSTATE-LINE FROM WS-RINS-DETAIL.

      *----------------------------------------------------------------*
      * Matching pass - every registered player against the list in
      * force.
      *----------------------------------------------------------------*

      * No profile file means no registered players to match.
       MATCH-PROFILES-PARA.
           OPEN INPUT PLAYER-PROFILE-FILE
           IF WS-PLRPROF-STATUS NOT = "35"
               MOVE "N" TO WS-EOF-SW
               PERFORM MATCH-PROFILE-RECORD-PARA UNTIL WS-EOF
               CLOSE PLAYER-PROFILE-FILE
           END-IF.

      * A profile with no account, or a CLOSED account, cannot play
      * and is skipped, the same as DORMANT-SWEEP skips CLOSED.
       MATCH-PROFILE-RECORD-PARA.
           READ PLAYER-PROFILE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   MOVE PROF-PLAYER-ID TO ACCT-PLAYER-ID
                   READ ACCOUNT-MASTER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF NOT ACCT-CLOSED
                               PERFORM MATCH-ACCOUNT-PARA
                           END-IF
                   END-READ
           END-READ.

       MATCH-ACCOUNT-PARA.
           MOVE PROF-LAST-NAME  TO WS-P-LAST-NAME
           MOVE PROF-FIRST-NAME TO WS-P-FIRST-NAME
           MOVE PROF-ID-NUMBER  TO WS-P-ID-NUMBER
           MOVE ZERO            TO WS-P-BIRTH-DATE
           IF PROF-BIRTH-DATE NUMERIC
               MOVE PROF-BIRTH-DATE TO WS-P-BIRTH-DATE
           END-IF
           INSPECT WS-P-LAST-NAME
               CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
           INSPECT WS-P-FIRST-NAME
               CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
           INSPECT WS-P-ID-NUMBER
               CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE

           MOVE "N" TO WS-FOUND-SW
           PERFORM CHECK-EXACT-PARA
               VARYING WS-ML-IDX FROM 1 BY 1
               UNTIL WS-ML-IDX > WS-MATCH-COUNT OR WS-FOUND

      * The VARYING steps past the matching entry before the UNTIL
      * sees the switch.
           IF WS-FOUND
               SET WS-ML-IDX DOWN BY 1
               PERFORM EXCLUDE-ACCOUNT-PARA
           ELSE
               IF NOT ACCT-SELF-EXCLUDED
                   PERFORM CHECK-NEAR-PARA
                       VARYING WS-ML-IDX FROM 1 BY 1
                       UNTIL WS-ML-IDX > WS-MATCH-COUNT
               END-IF
           END-IF.

      * Which identity fields agree between the profile and list
      * entry WS-ML-IDX. A blank ID number or a zero date of birth
      * on either side never agrees.
       COMPARE-ENTRY-PARA.
           MOVE "N" TO WS-ID-AGREES-SW
           MOVE "N" TO WS-LAST-AGREES-SW
           MOVE "N" TO WS-FIRST-AGREES-SW
           MOVE "N" TO WS-DOB-AGREES-SW
           IF WS-P-ID-NUMBER NOT = SPACES AND
              WS-P-ID-NUMBER = WS-ML-ID-NUMBER (WS-ML-IDX)
               MOVE "Y" TO WS-ID-AGREES-SW
           END-IF
           IF WS-P-LAST-NAME NOT = SPACES AND
              WS-P-LAST-NAME = WS-ML-LAST-NAME (WS-ML-IDX)
               MOVE "Y" TO WS-LAST-AGREES-SW
           END-IF
           IF WS-P-FIRST-NAME NOT = SPACES AND
              WS-P-FIRST-NAME = WS-ML-FIRST-NAME (WS-ML-IDX)
               MOVE "Y" TO WS-FIRST-AGREES-SW
           END-IF
           IF WS-P-BIRTH-DATE NOT = ZERO AND
              WS-P-BIRTH-DATE = WS-ML-BIRTH-DATE (WS-ML-IDX)
               MOVE "Y" TO WS-DOB-AGREES-SW
           END-IF.

       CHECK-EXACT-PARA.
           PERFORM COMPARE-ENTRY-PARA
           EVALUATE TRUE
               WHEN WS-ID-AGREES AND
                    (WS-LAST-AGREES OR WS-DOB-AGREES)
                   MOVE "ID NUMBER" TO WS-MATCH-BASIS
                   MOVE "Y" TO WS-FOUND-SW
               WHEN WS-LAST-AGREES AND WS-FIRST-AGREES AND
                    WS-DOB-AGREES
                   MOVE "NAME+DOB"  TO WS-MATCH-BASIS
                   MOVE "Y" TO WS-FOUND-SW
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       CHECK-NEAR-PARA.
           PERFORM COMPARE-ENTRY-PARA
           MOVE SPACES TO WS-NEAR-REASON
           EVALUATE TRUE
               WHEN WS-ID-AGREES
                   MOVE "ID NUMBER ONLY"       TO WS-NEAR-REASON
               WHEN WS-LAST-AGREES AND WS-FIRST-AGREES
                   MOVE "NAME, DOB DIFFERS"    TO WS-NEAR-REASON
               WHEN WS-DOB-AGREES AND WS-LAST-AGREES
                   MOVE "SURNAME AND DOB"      TO WS-NEAR-REASON
               WHEN WS-DOB-AGREES AND WS-FIRST-AGREES
                   MOVE "FIRST NAME AND DOB"   TO WS-NEAR-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-NEAR-REASON NOT = SPACES
               PERFORM WRITE-REVIEW-PARA
           END-IF.

      * Two lines per near-match: our profile as registered, then
      * the commission's entry, so the reviewer sees both side by
      * side.
       WRITE-REVIEW-PARA.
           ADD 1 TO WS-NEAR-COUNT
           MOVE PROF-PLAYER-ID  TO VA-PLAYER-ID
           MOVE PROF-LAST-NAME  TO VA-LAST-NAME
           MOVE PROF-FIRST-NAME TO VA-FIRST-NAME
           MOVE WS-P-BIRTH-DATE TO VA-BIRTH-DATE
           MOVE PROF-ID-NUMBER  TO VA-ID-NUMBER
           MOVE WS-NEAR-REASON  TO VA-REASON
           WRITE REVIEW-LINE FROM WS-REVW-ACCOUNT-LINE

           MOVE WS-ML-EXCL-ID (WS-ML-IDX)    TO VA-PLAYER-ID
           MOVE WS-ML-LAST-NAME (WS-ML-IDX)  TO VA-LAST-NAME
           MOVE WS-ML-FIRST-NAME (WS-ML-IDX) TO VA-FIRST-NAME
           MOVE WS-ML-BIRTH-DATE (WS-ML-IDX) TO VA-BIRTH-DATE
           MOVE WS-ML-ID-NUMBER (WS-ML-IDX)  TO VA-ID-NUMBER
           MOVE SPACES                       TO VA-REASON
           WRITE REVIEW-LINE FROM WS-REVW-ACCOUNT-LINE
           MOVE SPACES TO REVIEW-LINE
           WRITE REVIEW-LINE.

      * Sets the account SELF-EXCLUDED with the same audit fields
      * ACCT-STATUS records for a cage-keyed change, whatever state
      * it was in short of CLOSED - a frozen or dormant account must
      * not come back ACTIVE over a statewide exclusion. An account
      * already self-excluded is left as it is (its own reason kept)
      * and only counted.
       EXCLUDE-ACCOUNT-PARA.
           IF ACCT-SELF-EXCLUDED
               ADD 1 TO WS-ALREADY-COUNT
           ELSE
               MOVE ACCT-PLAYER-ID     TO WS-PLAYER-ID
               MOVE ACCT-BALANCE-CENTS TO WS-BALANCE-CENTS
               MOVE ACCT-STATUS-CODE   TO WS-OLD-STATUS-CODE
               MOVE "X"                TO ACCT-STATUS-CODE
               MOVE WS-OPERATOR-ID     TO ACCT-STATUS-OPERATOR
               MOVE "STEX"             TO ACCT-STATUS-REASON
               MOVE WS-TIMESTAMP       TO ACCT-STATUS-UPDATED
               REWRITE ACCT-MASTER-RECORD
               ADD 1 TO WS-EXCLUDED-COUNT
               PERFORM WRITE-JOURNAL-PARA

               MOVE ACCT-PLAYER-ID            TO RD-PLAYER-ID
               MOVE WS-ML-EXCL-ID (WS-ML-IDX) TO RD-EXCL-ID
               MOVE WS-MATCH-BASIS            TO RD-MATCH-BASIS
               MOVE WS-OLD-STATUS-CODE        TO RD-OLD-STATUS
               WRITE RECEIPT-LINE FROM WS-RCPT-DETAIL
           END-IF
           PERFORM RECORD-MATCH-PARA.

      * The registry keeps the account a person was matched to, so
      * a later removal can be traced to the account to reinstate.
       RECORD-MATCH-PARA.
           MOVE WS-ML-EXCL-ID (WS-ML-IDX) TO EXR-EXCL-ID
           READ EXCLUSION-REGISTRY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF EXR-PLAYER-ID NOT = ACCT-PLAYER-ID
                       MOVE ACCT-PLAYER-ID TO EXR-PLAYER-ID
                       MOVE WS-TIMESTAMP   TO EXR-MATCH-STAMP
                       REWRITE EXCLUSION-REGISTRY-RECORD
                   END-IF
           END-READ.

      * A self-exclusion moves no money, so it journals a zero
      * amount with before and after both the untouched balance -
      * same shape as ACCT-STATUS's and DORMANT-SWEEP's STATUS rows.
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
           MOVE "STATUS"         TO JRNL-TXN-TYPE
           MOVE WS-BALANCE-CENTS TO JRNL-BALANCE-BEFORE
           MOVE ZERO             TO JRNL-AMOUNT-CENTS
           MOVE WS-BALANCE-CENTS TO JRNL-BALANCE-AFTER
           MOVE "SELF-EXCLUDED"  TO JRNL-STATUS
           MOVE ZERO             TO JRNL-RAKE-CENTS
           MOVE WS-JRNL-REF-NO   TO JRNL-REF-NO
           MOVE ZERO             TO JRNL-ORIG-REF-NO
           MOVE "STEX"           TO JRNL-REASON-CODE
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

      *----------------------------------------------------------------*
      * Reports.
      *----------------------------------------------------------------*

       OPEN-REPORTS-PARA.
           OPEN OUTPUT RECEIPT-FILE
           OPEN OUTPUT REVIEW-FILE
           OPEN OUTPUT REINSTATE-FILE

           WRITE RECEIPT-LINE FROM WS-RCPT-HEADING-1
           MOVE WS-LIST-ID        TO R2-LIST-ID
           WRITE RECEIPT-LINE FROM WS-RCPT-HEADING-2
           MOVE WS-EFFECTIVE-DATE TO R3-EFFECTIVE-DATE
           MOVE WS-ISSUED-DATE    TO R3-ISSUED-DATE
           WRITE RECEIPT-LINE FROM WS-RCPT-HEADING-3
           MOVE WS-TIMESTAMP      TO R4-STAMP
           MOVE WS-OPERATOR-ID    TO R4-OPERATOR-ID
           WRITE RECEIPT-LINE FROM WS-RCPT-HEADING-4
           MOVE SPACES TO RECEIPT-LINE
           WRITE RECEIPT-LINE
           WRITE RECEIPT-LINE FROM WS-RCPT-HEADING-5
           WRITE RECEIPT-LINE FROM WS-RCPT-HEADING-6

           MOVE WS-EFFECTIVE-DATE TO V1-EFFECTIVE-DATE
           WRITE REVIEW-LINE FROM WS-REVW-HEADING-1
           MOVE SPACES TO REVIEW-LINE
           WRITE REVIEW-LINE
           WRITE REVIEW-LINE FROM WS-REVW-HEADING-2

           MOVE WS-EFFECTIVE-DATE TO I1-EFFECTIVE-DATE
           WRITE REINSTATE-LINE FROM WS-RINS-HEADING-1
           MOVE SPACES TO REINSTATE-LINE
           WRITE REINSTATE-LINE
           WRITE REINSTATE-LINE FROM WS-RINS-HEADING-2.

       WRITE-FOOTERS-PARA.
           IF WS-EXCLUDED-COUNT = ZERO
               WRITE RECEIPT-LINE FROM WS-RCPT-NONE-LINE
           END-IF
           MOVE SPACES TO RECEIPT-LINE
           WRITE RECEIPT-LINE
           MOVE "NAMES ON LIST"                  TO RC-LABEL
           MOVE WS-LIST-DETAIL-COUNT             TO RC-COUNT
           WRITE RECEIPT-LINE FROM WS-RCPT-COUNT-LINE
           MOVE "  NEW TO THE REGISTRY"          TO RC-LABEL
           MOVE WS-NEW-COUNT                     TO RC-COUNT
           WRITE RECEIPT-LINE FROM WS-RCPT-COUNT-LINE
           MOVE "  CARRIED FROM AN EARLIER LIST" TO RC-LABEL
           MOVE WS-CARRIED-COUNT                 TO RC-COUNT
           WRITE RECEIPT-LINE FROM WS-RCPT-COUNT-LINE
           MOVE "  RETURNED AFTER REMOVAL"       TO RC-LABEL
           MOVE WS-RELISTED-COUNT                TO RC-COUNT
           WRITE RECEIPT-LINE FROM WS-RCPT-COUNT-LINE
           MOVE "NAMES REMOVED BY THIS LIST"     TO RC-LABEL
           MOVE WS-REMOVED-COUNT                 TO RC-COUNT
           WRITE RECEIPT-LINE FROM WS-RCPT-COUNT-LINE
           MOVE "ACCOUNTS SELF-EXCLUDED BY THIS IMPORT"
                                                 TO RC-LABEL
           MOVE WS-EXCLUDED-COUNT                TO RC-COUNT
           WRITE RECEIPT-LINE FROM WS-RCPT-COUNT-LINE
           MOVE "ACCOUNTS ALREADY SELF-EXCLUDED" TO RC-LABEL
           MOVE WS-ALREADY-COUNT                 TO RC-COUNT
           WRITE RECEIPT-LINE FROM WS-RCPT-COUNT-LINE
           MOVE "NEAR-MATCHES REFERRED FOR REVIEW"
                                                 TO RC-LABEL
           MOVE WS-NEAR-COUNT                    TO RC-COUNT
           WRITE RECEIPT-LINE FROM WS-RCPT-COUNT-LINE
           MOVE "ACCOUNTS PENDING REINSTATEMENT" TO RC-LABEL
           MOVE WS-PENDING-COUNT                 TO RC-COUNT
           WRITE RECEIPT-LINE FROM WS-RCPT-COUNT-LINE

           IF WS-NEAR-COUNT = ZERO
               WRITE REVIEW-LINE FROM WS-REVW-NONE-LINE
           END-IF
           MOVE WS-NEAR-COUNT TO VC-COUNT
           WRITE REVIEW-LINE FROM WS-REVW-COUNT-LINE

           IF WS-PENDING-COUNT = ZERO
               WRITE REINSTATE-LINE FROM WS-RINS-NONE-LINE
           END-IF
           MOVE SPACES TO REINSTATE-LINE
           WRITE REINSTATE-LINE
           MOVE WS-PENDING-COUNT TO IC-COUNT
           WRITE REINSTATE-LINE FROM WS-RINS-COUNT-LINE.

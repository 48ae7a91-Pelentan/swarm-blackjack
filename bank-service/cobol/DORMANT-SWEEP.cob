      * re-marked; CLOSED accounts are skipped entirely.
      *
      * Input (environment variables):
      *   OPERATOR_ID  - accountable operator for the markings;
      *                  defaults to the sweep's own id DORMSWP
      *
      * Site parameters (PARMMAST, set by PARM-MAINT), as in force on
      * the run date:
      *   DORMANT_DAYS - days without activity before an account is
      *                  reported dormant (default 180)
      *   ESCHEAT_DAYS - days without activity before a funded
      *                  ACTIVE account is marked DORMANT
      *                  (default 365)
      *
      * An account whose ACCT-LAST-UPDATED is blank or unreadable
      * (hand-loaded record) is treated as dormant since forever
      *
      * Modification history:
      *   2026-09-02  Initial version.
      *   2026-10-15  DORMANT_DAYS / ESCHEAT_DAYS are read from the
      *               site parameter master (PARMMAST) as of the run
      *               date instead of the environment.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT SITE-PARAMETER-FILE ASSIGN TO "PARMMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PARM-KEY
               FILE STATUS IS WS-PARMMAST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER-FILE.
       FD  REPORT-FILE.
       01 REPORT-LINE               PIC X(100).

       FD  SITE-PARAMETER-FILE.
       COPY PARMMAST.

       WORKING-STORAGE SECTION.
       01 WS-ACCT-STATUS            PIC X(02) VALUE SPACES.
       01 WS-JOURNAL-STATUS         PIC X(02) VALUE SPACES.

       01 WS-DORMANT-DAYS           PIC 9(05) VALUE ZERO.
       01 WS-ESCHEAT-DAYS           PIC 9(05) VALUE ZERO.
       01 WS-DEFAULT-DORMANT-DAYS   PIC 9(05) VALUE 180.
       01 WS-DEFAULT-ESCHEAT-DAYS   PIC 9(05) VALUE 365.
       01 WS-PARMMAST-STATUS        PIC X(02) VALUE SPACES.
       01 WS-PARMMAST-MISSING-SW    PIC X(01) VALUE "N".
           88 WS-PARMMAST-MISSING             VALUE "Y".
       01 WS-PARM-NAME              PIC X(28) VALUE SPACES.
       01 WS-PARM-AS-OF             PIC 9(08) VALUE ZERO.
       01 WS-PARM-VALUE             PIC S9(15)V9(02) VALUE ZERO.
       01 WS-PARM-FOUND-SW          PIC X(01) VALUE "N".
           88 WS-PARM-FOUND                   VALUE "Y".
       01 WS-OPERATOR-ID            PIC X(08) VALUE SPACES.

       01 WS-TODAY-INT              PIC 9(08) VALUE ZERO.
           STOP RUN.

       ACCEPT-CONFIG-PARA.
           ACCEPT WS-OPERATOR-ID  FROM ENVIRONMENT "OPERATOR_ID"
           MOVE WS-TS-DATE TO WS-PARM-AS-OF
           PERFORM LOAD-PARAMETERS-PARA
      * The escheatment threshold can never be shorter than the
      * reporting threshold - an account marked DORMANT must at
      * least be on the report that explains why.
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

           MOVE WS-MARKED-COUNT        TO SL-MARKED-COUNT
           MOVE WS-DORMANT-FUNDS-CENTS TO SL-DORMANT-FUNDS
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE.

      * Settings in force on WS-PARM-AS-OF from the site parameter
      * master (PARMMAST, set by PARM-MAINT); a setting with no
      * value in force on the day keeps its built-in default.
       LOAD-PARAMETERS-PARA.
           MOVE WS-DEFAULT-DORMANT-DAYS TO WS-DORMANT-DAYS
           MOVE WS-DEFAULT-ESCHEAT-DAYS TO WS-ESCHEAT-DAYS
           MOVE "N" TO WS-PARMMAST-MISSING-SW
           OPEN INPUT SITE-PARAMETER-FILE
           IF WS-PARMMAST-STATUS = "35"
               MOVE "Y" TO WS-PARMMAST-MISSING-SW
           END-IF

           MOVE "DORMANT_DAYS" TO WS-PARM-NAME
           PERFORM LOOKUP-PARM-PARA
           IF WS-PARM-FOUND
               MOVE WS-PARM-VALUE TO WS-DORMANT-DAYS
           END-IF

           MOVE "ESCHEAT_DAYS" TO WS-PARM-NAME
           PERFORM LOOKUP-PARM-PARA
           IF WS-PARM-FOUND
               MOVE WS-PARM-VALUE TO WS-ESCHEAT-DAYS
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

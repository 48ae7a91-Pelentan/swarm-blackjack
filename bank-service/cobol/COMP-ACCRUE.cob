      *                          TXNJRNL.D20260821 - archive HDR/TRL
      *                          control records are recognized and
      *                          skipped, same as AML-MONITOR does.
      *
      * Site parameter (PARMMAST, set by PARM-MAINT), as in force on
      * GAMING_DAY:
      *   COMP_CENTS_PER_POINT - cents wagered per point earned
      *                          (default 1000 = one point per 10.00
      *                          wagered). Points are whole; the
      *
      * Modification history:
      *   2026-09-02  Initial version.
      *   2026-10-15  COMP_CENTS_PER_POINT is read from the site
      *               parameter master (PARMMAST) as of GAMING_DAY
      *               instead of the environment.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MARKER-STATUS.

           SELECT SITE-PARAMETER-FILE ASSIGN TO "PARMMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PARM-KEY
               FILE STATUS IS WS-PARMMAST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE.
           05 FILLER                PIC X(01).
           05 MKR-RUN-STAMP         PIC X(16).

       FD  SITE-PARAMETER-FILE.
       COPY PARMMAST.

       WORKING-STORAGE SECTION.
       01 WS-JOURNAL-STATUS         PIC X(02) VALUE SPACES.
       01 WS-JOURNAL-FILENAME       PIC X(24) VALUE SPACES.
       01 WS-GAMING-DAY-X           PIC X(08) VALUE SPACES.
       01 WS-RECORD-DATE            PIC X(08) VALUE SPACES.
       01 WS-CENTS-PER-POINT        PIC S9(09) VALUE ZERO.
       01 WS-DEFAULT-CENTS-PER-POINT PIC S9(09) VALUE 1000.
       01 WS-PARMMAST-STATUS        PIC X(02) VALUE SPACES.
       01 WS-PARMMAST-MISSING-SW    PIC X(01) VALUE "N".
           88 WS-PARMMAST-MISSING             VALUE "Y".
       01 WS-PARM-NAME              PIC X(28) VALUE SPACES.
       01 WS-PARM-AS-OF             PIC 9(08) VALUE ZERO.
       01 WS-PARM-VALUE             PIC S9(15)V9(02) VALUE ZERO.
       01 WS-PARM-FOUND-SW          PIC X(01) VALUE "N".
           88 WS-PARM-FOUND                   VALUE "Y".

       01 WS-PLAYER-COUNT           PIC 9(03) VALUE ZERO.
       01 WS-PLAYER-TABLE-FULL-SW   PIC X(01) VALUE "N".
           IF WS-JOURNAL-FILENAME = SPACES
               MOVE "TXNJRNL" TO WS-JOURNAL-FILENAME
           END-IF
           MOVE WS-GAMING-DAY TO WS-PARM-AS-OF
           PERFORM LOAD-PARAMETERS-PARA

           MOVE SPACES TO WS-MARKER-FILENAME
           STRING "COMPACRL.D" DELIMITED BY SIZE
           MOVE WS-TIMESTAMP    TO MKR-RUN-STAMP
           WRITE MARKER-RECORD
           CLOSE MARKER-FILE.

      * Settings in force on WS-PARM-AS-OF from the site parameter
      * master (PARMMAST, set by PARM-MAINT); a setting with no
      * value in force on the day keeps its built-in default.
       LOAD-PARAMETERS-PARA.
           MOVE WS-DEFAULT-CENTS-PER-POINT TO WS-CENTS-PER-POINT
           MOVE "N" TO WS-PARMMAST-MISSING-SW
           OPEN INPUT SITE-PARAMETER-FILE
           IF WS-PARMMAST-STATUS = "35"
               MOVE "Y" TO WS-PARMMAST-MISSING-SW
           END-IF

           MOVE "COMP_CENTS_PER_POINT" TO WS-PARM-NAME
           PERFORM LOOKUP-PARM-PARA
           IF WS-PARM-FOUND
               MOVE WS-PARM-VALUE TO WS-CENTS-PER-POINT
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

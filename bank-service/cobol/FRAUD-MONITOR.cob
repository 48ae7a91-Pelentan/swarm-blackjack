      *                 rejected at the same table on the same day
      *                 (chip-dumping / collusion at one table)
      *
      * Site parameters (PARMMAST, set by PARM-MAINT), as in force on
      * the run date:
      *   VELOCITY_COUNT   - attempts for the VELOCITY rule
      *                      (default 3)
      *   VELOCITY_MINUTES - window for the VELOCITY rule
      *
      * Modification history:
      *   2026-08-22  Initial version.
      *   2026-10-15  The rule settings are read from the site
      *               parameter master (PARMMAST) as of the run date
      *               instead of the environment.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.

           SELECT SITE-PARAMETER-FILE ASSIGN TO "PARMMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PARM-KEY
               FILE STATUS IS WS-PARMMAST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXCEPTION-FILE.
       FD  ALERT-FILE.
       01 ALERT-LINE                PIC X(100).

       FD  SITE-PARAMETER-FILE.
       COPY PARMMAST.

       WORKING-STORAGE SECTION.
       01 WS-EXCEPTION-STATUS       PIC X(02) VALUE SPACES.
       01 WS-JOURNAL-STATUS         PIC X(02) VALUE SPACES.
       01 WS-VELOCITY-MINUTES       PIC 9(04) VALUE ZERO.
       01 WS-NEAR-ZERO-CENTS        PIC S9(15) VALUE ZERO.
       01 WS-TABLE-PLAYERS          PIC 9(03) VALUE ZERO.
       01 WS-DEFAULT-VELOCITY-COUNT PIC 9(03) VALUE 3.
       01 WS-DEFAULT-VELOCITY-MINUTES PIC 9(04) VALUE 10.
       01 WS-DEFAULT-NEAR-ZERO      PIC S9(15) VALUE 1000.
       01 WS-DEFAULT-TABLE-PLAYERS  PIC 9(03) VALUE 3.
       01 WS-PARMMAST-STATUS        PIC X(02) VALUE SPACES.
       01 WS-PARMMAST-MISSING-SW    PIC X(01) VALUE "N".
           88 WS-PARMMAST-MISSING             VALUE "Y".
       01 WS-PARM-NAME              PIC X(28) VALUE SPACES.
       01 WS-PARM-AS-OF             PIC 9(08) VALUE ZERO.
       01 WS-PARM-VALUE             PIC S9(15)V9(02) VALUE ZERO.
       01 WS-PARM-FOUND-SW          PIC X(01) VALUE "N".
           88 WS-PARM-FOUND                   VALUE "Y".

       01 WS-HOURS                  PIC 9(02) VALUE ZERO.
       01 WS-MINS                   PIC 9(02) VALUE ZERO.
       MAIN-PARA.
           ACCEPT WS-TS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TS-TIME FROM TIME
           MOVE WS-TS-DATE TO WS-PARM-AS-OF
           PERFORM LOAD-PARAMETERS-PARA

           PERFORM LOAD-EXCEPTIONS-PARA
           PERFORM BUILD-PLAYER-LIST-PARA
           DISPLAY "ALERTS_RAISED=" WS-ALERT-COUNT
           STOP RUN.

       LOAD-EXCEPTIONS-PARA.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT EXCEPTION-FILE
                       END-IF
                   END-IF
           END-READ.

      * Settings in force on WS-PARM-AS-OF from the site parameter
      * master (PARMMAST, set by PARM-MAINT); a setting with no
      * value in force on the day keeps its built-in default.
       LOAD-PARAMETERS-PARA.
           MOVE WS-DEFAULT-VELOCITY-COUNT   TO WS-VELOCITY-COUNT
           MOVE WS-DEFAULT-VELOCITY-MINUTES TO WS-VELOCITY-MINUTES
           MOVE WS-DEFAULT-NEAR-ZERO        TO WS-NEAR-ZERO-CENTS
           MOVE WS-DEFAULT-TABLE-PLAYERS    TO WS-TABLE-PLAYERS
           MOVE "N" TO WS-PARMMAST-MISSING-SW
           OPEN INPUT SITE-PARAMETER-FILE
           IF WS-PARMMAST-STATUS = "35"
               MOVE "Y" TO WS-PARMMAST-MISSING-SW
           END-IF

           MOVE "VELOCITY_COUNT" TO WS-PARM-NAME
           PERFORM LOOKUP-PARM-PARA
           IF WS-PARM-FOUND
               MOVE WS-PARM-VALUE TO WS-VELOCITY-COUNT
           END-IF

           MOVE "VELOCITY_MINUTES" TO WS-PARM-NAME
           PERFORM LOOKUP-PARM-PARA
           IF WS-PARM-FOUND
               MOVE WS-PARM-VALUE TO WS-VELOCITY-MINUTES
           END-IF

           MOVE "NEAR_ZERO_CENTS" TO WS-PARM-NAME
           PERFORM LOOKUP-PARM-PARA
           IF WS-PARM-FOUND
               MOVE WS-PARM-VALUE TO WS-NEAR-ZERO-CENTS
           END-IF

           MOVE "TABLE_PLAYERS" TO WS-PARM-NAME
           PERFORM LOOKUP-PARM-PARA
           IF WS-PARM-FOUND
               MOVE WS-PARM-VALUE TO WS-TABLE-PLAYERS
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

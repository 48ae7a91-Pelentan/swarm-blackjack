       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARM-LIST.
       AUTHOR. SWARM-BLACKJACK.
      *----------------------------------------------------------------*
      * Site parameter listing for audit.
      *
      * Prints every site parameter defined in copybooks/PARMDEFS.cpy
      * with its description, permitted range and built-in default,
      * the value in force on the AS_OF gaming day - from the site
      * parameter master (PARMMAST, set by PARM-MAINT - see
      * copybooks/PARMMAST.cpy) with its effective day, supervisor
      * and reason, or the built-in default when nothing is set -
      * and then every value the parameter has ever been given,
      * newest effective day first. The history line in force on
      * the day is marked IN FORCE; values set for later days are
      * marked PENDING. Answers "what was the CTR threshold on that
      * night" for any past gaming day. The reasons and old values
      * of each change are in the change journal PARMJRNL.
      *
      * Input (environment variables):
      *   AS_OF - gaming day to list the values in force for,
      *           YYYYMMDD. Defaults to today's date when blank.
      *
      * Output:
      *   PARMLIST - the listing (line sequential); values are shown
      *              to two decimals, so a cents, count or day
      *              setting reads .00. Run totals on stdout
      *              (PARAMETERS, SET, DEFAULTED).
      *
      * A missing parameter master is a site that has set nothing
      * yet: every parameter is listed at its default.
      *
      * Exit code: 0 = run complete, 1 = invalid AS_OF
      *
      * Modification history:
      *   2026-10-15  Initial version.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SITE-PARAMETER-FILE ASSIGN TO "PARMMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PARM-KEY
               FILE STATUS IS WS-PARMMAST-STATUS.

           SELECT REPORT-FILE ASSIGN TO "PARMLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SITE-PARAMETER-FILE.
       COPY PARMMAST.

       FD  REPORT-FILE.
       01 REPORT-LINE               PIC X(120).

       WORKING-STORAGE SECTION.
       COPY PARMDEFS.

       01 WS-PARMMAST-STATUS        PIC X(02) VALUE SPACES.
       01 WS-REPORT-STATUS          PIC X(02) VALUE SPACES.
       01 WS-EOF-SW                 PIC X(01) VALUE "N".
           88 WS-EOF                          VALUE "Y".
       01 WS-PARMMAST-MISSING-SW    PIC X(01) VALUE "N".
           88 WS-PARMMAST-MISSING             VALUE "Y".
       01 WS-PARM-FOUND-SW          PIC X(01) VALUE "N".
           88 WS-PARM-FOUND                   VALUE "Y".

       01 WS-AS-OF                  PIC 9(08) VALUE ZERO.
       01 WS-PARM-NAME              PIC X(28) VALUE SPACES.
       01 WS-PARM-AS-OF             PIC 9(08) VALUE ZERO.
       01 WS-PARM-VALUE             PIC S9(15)V9(02) VALUE ZERO.
       01 WS-IN-FORCE-DAY           PIC 9(08) VALUE ZERO.
       01 WS-HISTORY-COUNT          PIC 9(05) VALUE ZERO.
       01 WS-SET-COUNT              PIC 9(03) VALUE ZERO.
       01 WS-DEFAULTED-COUNT        PIC 9(03) VALUE ZERO.
       01 WS-TIMESTAMP.
           05 WS-TS-DATE            PIC 9(08).
           05 WS-TS-TIME            PIC 9(08).

       01 WS-HEADING-1.
           05 FILLER                PIC X(33) VALUE
               "SITE PARAMETER LISTING - AS OF ".
           05 H1-AS-OF              PIC 9(08).
           05 FILLER                PIC X(10) VALUE "  PRINTED ".
           05 H1-PRINTED            PIC X(16).
       01 WS-PARM-LINE.
           05 PL-NAME               PIC X(28).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 PL-DESCRIPTION        PIC X(36).
           05 FILLER                PIC X(08) VALUE "  RANGE ".
           05 PL-MIN                PIC Z(14)9.99.
           05 FILLER                PIC X(04) VALUE " TO ".
           05 PL-MAX                PIC Z(14)9.99.
       01 WS-IN-FORCE-LINE.
           05 FILLER                PIC X(13) VALUE
               "    IN FORCE ".
           05 FL-VALUE              PIC -(15)9.99.
           05 FL-SOURCE             PIC X(50).
           05 FILLER                PIC X(09) VALUE "DEFAULT ".
           05 FL-DEFAULT            PIC -(15)9.99.
       01 WS-HISTORY-HEADING.
           05 FILLER                PIC X(37) VALUE
               "    EFFECTIVE               VALUE".
           05 FILLER                PIC X(48) VALUE
               "SET BY    REASON  SET AT".
       01 WS-HISTORY-LINE.
           05 FILLER                PIC X(04) VALUE SPACES.
           05 HL-EFFECTIVE-DAY      PIC 9(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 HL-VALUE              PIC -(15)9.99.
           05 FILLER                PIC X(04) VALUE SPACES.
           05 HL-OPERATOR           PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 HL-REASON-CODE        PIC X(04).
           05 FILLER                PIC X(04) VALUE SPACES.
           05 HL-SET-STAMP          PIC X(16).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 HL-FLAG               PIC X(08).
       01 WS-NEVER-SET-LINE         PIC X(120) VALUE
           "    (never set)".
       01 WS-SUMMARY-LINE.
           05 FILLER                PIC X(11) VALUE "PARAMETERS=".
           05 SL-PARAMETERS         PIC 9(03).
           05 FILLER                PIC X(06) VALUE "  SET=".
           05 SL-SET                PIC 9(03).
           05 FILLER                PIC X(12) VALUE "  DEFAULTED=".
           05 SL-DEFAULTED          PIC 9(03).

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-TS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TS-TIME FROM TIME
           ACCEPT WS-AS-OF FROM ENVIRONMENT "AS_OF"
           IF WS-AS-OF = ZERO
               MOVE WS-TS-DATE TO WS-AS-OF
           END-IF
           IF FUNCTION INTEGER-OF-DATE (WS-AS-OF) = ZERO
               DISPLAY "ERROR=AS_OF must be a valid YYYYMMDD date"
               STOP RUN RETURNING 1
           END-IF

           OPEN INPUT SITE-PARAMETER-FILE
           IF WS-PARMMAST-STATUS = "35"
               MOVE "Y" TO WS-PARMMAST-MISSING-SW
           END-IF
           OPEN OUTPUT REPORT-FILE

           MOVE WS-AS-OF     TO H1-AS-OF
           MOVE WS-TIMESTAMP TO H1-PRINTED
           WRITE REPORT-LINE FROM WS-HEADING-1
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM LIST-PARAMETER-PARA
               VARYING PDEF-IDX FROM 1 BY 1
               UNTIL PDEF-IDX > PDEF-COUNT

           MOVE PDEF-COUNT         TO SL-PARAMETERS
           MOVE WS-SET-COUNT       TO SL-SET
           MOVE WS-DEFAULTED-COUNT TO SL-DEFAULTED
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE

           IF NOT WS-PARMMAST-MISSING
               CLOSE SITE-PARAMETER-FILE
           END-IF
           CLOSE REPORT-FILE

           DISPLAY "PARAMETERS=" PDEF-COUNT
           DISPLAY "SET=" WS-SET-COUNT
           DISPLAY "DEFAULTED=" WS-DEFAULTED-COUNT
           STOP RUN.

      * One block per parameter: the definition, the value in force
      * on AS_OF, then the full history.
       LIST-PARAMETER-PARA.
           MOVE PDEF-NAME (PDEF-IDX)          TO PL-NAME
           MOVE PDEF-DESCRIPTION (PDEF-IDX)   TO PL-DESCRIPTION
           MOVE PDEF-MIN-VALUE (PDEF-IDX)     TO PL-MIN
           MOVE PDEF-MAX-VALUE (PDEF-IDX)     TO PL-MAX
           WRITE REPORT-LINE FROM WS-PARM-LINE

           MOVE PDEF-NAME (PDEF-IDX) TO WS-PARM-NAME
           MOVE WS-AS-OF             TO WS-PARM-AS-OF
           MOVE ZERO                 TO WS-IN-FORCE-DAY
           PERFORM LOOKUP-PARM-PARA
           IF WS-PARM-FOUND
               ADD 1 TO WS-SET-COUNT
               MOVE PARM-EFFECTIVE-DAY TO WS-IN-FORCE-DAY
               MOVE WS-PARM-VALUE      TO FL-VALUE
               MOVE SPACES             TO FL-SOURCE
               STRING "  EFFECTIVE " DELIMITED BY SIZE
                      PARM-EFFECTIVE-DAY DELIMITED BY SIZE
                      "  SET BY " DELIMITED BY SIZE
                      PARM-OPERATOR DELIMITED BY SIZE
                      "  REASON " DELIMITED BY SIZE
                      PARM-REASON-CODE DELIMITED BY SIZE
                      INTO FL-SOURCE
           ELSE
               ADD 1 TO WS-DEFAULTED-COUNT
               MOVE PDEF-DEFAULT-VALUE (PDEF-IDX) TO FL-VALUE
               MOVE "  (DEFAULT - NOT SET)"       TO FL-SOURCE
           END-IF
           MOVE PDEF-DEFAULT-VALUE (PDEF-IDX) TO FL-DEFAULT
           WRITE REPORT-LINE FROM WS-IN-FORCE-LINE

           WRITE REPORT-LINE FROM WS-HISTORY-HEADING
           MOVE ZERO TO WS-HISTORY-COUNT
           MOVE "N"  TO WS-EOF-SW
           IF WS-PARMMAST-MISSING
               MOVE "Y" TO WS-EOF-SW
           ELSE
               MOVE WS-PARM-NAME TO PARM-NAME
               MOVE ZERO         TO PARM-EFFECTIVE-INV
               START SITE-PARAMETER-FILE KEY >= PARM-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-EOF-SW
               END-START
           END-IF
           PERFORM LIST-HISTORY-PARA UNTIL WS-EOF
           IF WS-HISTORY-COUNT = ZERO
               WRITE REPORT-LINE FROM WS-NEVER-SET-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

      * A parameter's records are keyed newest effective day first,
      * so the history prints in that order with no sort.
       LIST-HISTORY-PARA.
           READ SITE-PARAMETER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   IF PARM-NAME NOT = WS-PARM-NAME
                       MOVE "Y" TO WS-EOF-SW
                   ELSE
                       ADD 1 TO WS-HISTORY-COUNT
                       MOVE PARM-EFFECTIVE-DAY TO HL-EFFECTIVE-DAY
                       MOVE PARM-VALUE         TO HL-VALUE
                       MOVE PARM-OPERATOR      TO HL-OPERATOR
                       MOVE PARM-REASON-CODE   TO HL-REASON-CODE
                       MOVE PARM-SET-STAMP     TO HL-SET-STAMP
                       EVALUATE TRUE
                           WHEN PARM-EFFECTIVE-DAY > WS-AS-OF
                               MOVE "PENDING"  TO HL-FLAG
                           WHEN PARM-EFFECTIVE-DAY = WS-IN-FORCE-DAY
                               MOVE "IN FORCE" TO HL-FLAG
                           WHEN OTHER
                               MOVE SPACES     TO HL-FLAG
                       END-EVALUATE
                       WRITE REPORT-LINE FROM WS-HISTORY-LINE
                   END-IF
           END-READ.

      * The value in force on WS-PARM-AS-OF: the first record at or
      * after (name, 99999999 - day) is the latest one effective on
      * or before that day, if it is for the same parameter (see
      * copybooks/PARMMAST.cpy).
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

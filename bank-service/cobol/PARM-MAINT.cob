       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARM-MAINT.
       AUTHOR. SWARM-BLACKJACK.
      *----------------------------------------------------------------*
      * Supervised site parameter maintenance: sets a business
      * setting - the balance ceiling, rake and withholding rates,
      * the AML and fraud thresholds, comp rates, the dormancy,
      * marker, shift-close and archive periods - on the site
      * parameter master (PARMMAST, see copybooks/PARMMAST.cpy) from
      * a given gaming day onward. The settings used to live in each
      * program's launcher environment, so a stale script quietly
      * changed one program's rules and nobody could say what a
      * threshold had been on a past night. Every program now reads
      * them from PARMMAST as of the gaming day it processes.
      *
      * Input (environment variables):
      *   SUPERVISOR_ID - supervisor setting the value; required
      *   PARM_NAME     - parameter name, one of those defined in
      *                   copybooks/PARMDEFS.cpy (PARM-LIST prints
      *                   them all); required
      *   PARM_VALUE    - the new value; required. Cents, counts and
      *                   days are whole numbers, percentages take
      *                   two decimals (24.00). Must lie within the
      *                   parameter's defined range.
      *   EFFECTIVE_DAY - first gaming day the value applies to,
      *                   YYYYMMDD (default today). An earlier day is
      *                   refused: a past night keeps the rules it
      *                   ran under, so a back-dated rerun gives the
      *                   same answer it did the first time.
      *   REASON_CODE   - site reason code; required
      *   REASON_TEXT   - free-text explanation for the change
      *                   journal (optional)
      *
      * The supervisor must be an active SUPERVISOR on the operator
      * master. The value is added to PARMMAST under its effective
      * day; a value already set for that same day is replaced.
      * Values set for later days are left alone and still take over
      * on their own days. Every change is appended to the change
      * journal PARMJRNL (see copybooks/PARMJRNL.cpy) with the value
      * it replaced as of the effective day - set, or the built-in
      * default - the new value, the supervisor and the reason.
      *
      * Output (stdout):
      *   PARM_NAME, EFFECTIVE_DAY, OLD_SOURCE (SET or DEFAULT),
      *   OLD_VALUE, NEW_VALUE, REPLACED (Y when a value for the same
      *   day was overwritten)
      *
      * Exit code: 0 = success, 1 = rejected (missing input, unknown
      *            parameter, value not a number, out of range,
      *            with more than two decimals or with decimals
      *            where none are allowed, invalid or past
      *            EFFECTIVE_DAY, unknown / inactive /
      *            non-supervisor SUPERVISOR_ID)
      *
      * Modification history:
      *   2026-10-15  Initial version.
      *   2026-10-15  PARM_VALUE checked as a number before use; a
      *               typo or a third decimal is refused instead of
      *               being taken as zero or truncated.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SITE-PARAMETER-FILE ASSIGN TO "PARMMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PARM-KEY
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-PARMMAST-STATUS.

           SELECT PARM-CHANGE-FILE ASSIGN TO "PARMJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARMJRNL-STATUS.

           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-OPERATOR-ID
               FILE STATUS IS WS-OPERMAST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SITE-PARAMETER-FILE.
       COPY PARMMAST.

       FD  PARM-CHANGE-FILE.
       COPY PARMJRNL.

       FD  OPERATOR-MASTER-FILE.
       COPY OPERMAST.

       WORKING-STORAGE SECTION.
       COPY PARMDEFS.

       01 WS-SUPERVISOR-ID      PIC X(08)  VALUE SPACES.
       01 WS-PARM-NAME          PIC X(28)  VALUE SPACES.
       01 WS-PARM-VALUE-TEXT    PIC X(20)  VALUE SPACES.
       01 WS-NEW-VALUE          PIC S9(15)V9(02) VALUE ZERO.
       01 WS-WHOLE-VALUE        PIC S9(15) VALUE ZERO.
       01 WS-VALUE-WHOLE-PART   PIC X(20)  VALUE SPACES.
       01 WS-VALUE-FRACTION     PIC X(20)  VALUE SPACES.
       01 WS-FRACTION-DIGITS    PIC 9(02)  VALUE ZERO.
       01 WS-EFFECTIVE-DAY      PIC 9(08)  VALUE ZERO.
       01 WS-REASON-CODE        PIC X(04)  VALUE SPACES.
       01 WS-REASON-TEXT        PIC X(40)  VALUE SPACES.
       01 WS-PARMMAST-STATUS    PIC X(02)  VALUE SPACES.
       01 WS-PARMJRNL-STATUS    PIC X(02)  VALUE SPACES.
       01 WS-OPERMAST-STATUS    PIC X(02)  VALUE SPACES.
       01 WS-PARM-AS-OF         PIC 9(08)  VALUE ZERO.
       01 WS-PARM-VALUE         PIC S9(15)V9(02) VALUE ZERO.
       01 WS-OLD-VALUE          PIC S9(15)V9(02) VALUE ZERO.
       01 WS-OLD-SOURCE         PIC X(07)  VALUE SPACES.
       01 WS-DISPLAY-VALUE      PIC -(15)9.99.
       01 WS-DISPLAY-MIN        PIC Z(14)9.99.
       01 WS-DISPLAY-MAX        PIC Z(14)9.99.
       01 WS-PARM-FOUND-SW      PIC X(01)  VALUE "N".
           88 WS-PARM-FOUND                VALUE "Y".
       01 WS-DEFINED-SW         PIC X(01)  VALUE "N".
           88 WS-DEFINED                   VALUE "Y".
       01 WS-REPLACED-SW        PIC X(01)  VALUE "N".
           88 WS-REPLACED                  VALUE "Y".
       01 WS-TIMESTAMP.
           05 WS-TS-DATE        PIC 9(08).
           05 WS-TS-TIME        PIC 9(08).

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-SUPERVISOR-ID   FROM ENVIRONMENT "SUPERVISOR_ID"
           ACCEPT WS-PARM-NAME       FROM ENVIRONMENT "PARM_NAME"
           ACCEPT WS-PARM-VALUE-TEXT FROM ENVIRONMENT "PARM_VALUE"
           ACCEPT WS-EFFECTIVE-DAY   FROM ENVIRONMENT "EFFECTIVE_DAY"
           ACCEPT WS-REASON-CODE     FROM ENVIRONMENT "REASON_CODE"
           ACCEPT WS-REASON-TEXT     FROM ENVIRONMENT "REASON_TEXT"
           ACCEPT WS-TS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TS-TIME FROM TIME
           IF WS-EFFECTIVE-DAY = ZERO
               MOVE WS-TS-DATE TO WS-EFFECTIVE-DAY
           END-IF

           PERFORM VALIDATE-INPUT-PARA
           PERFORM VALIDATE-SUPERVISOR-PARA

           PERFORM OPEN-PARAMETER-PARA
           MOVE WS-EFFECTIVE-DAY TO WS-PARM-AS-OF
           PERFORM LOOKUP-PARM-PARA
           IF WS-PARM-FOUND
               MOVE WS-PARM-VALUE TO WS-OLD-VALUE
               MOVE "SET"         TO WS-OLD-SOURCE
           ELSE
               MOVE PDEF-DEFAULT-VALUE (PDEF-IDX) TO WS-OLD-VALUE
               MOVE "DEFAULT"     TO WS-OLD-SOURCE
           END-IF
           PERFORM WRITE-PARAMETER-PARA
           CLOSE SITE-PARAMETER-FILE

           PERFORM WRITE-CHANGE-PARA

           DISPLAY "PARM_NAME=" WS-PARM-NAME
           DISPLAY "EFFECTIVE_DAY=" WS-EFFECTIVE-DAY
           DISPLAY "OLD_SOURCE=" WS-OLD-SOURCE
           MOVE WS-OLD-VALUE TO WS-DISPLAY-VALUE
           DISPLAY "OLD_VALUE=" WS-DISPLAY-VALUE
           MOVE WS-NEW-VALUE TO WS-DISPLAY-VALUE
           DISPLAY "NEW_VALUE=" WS-DISPLAY-VALUE
           DISPLAY "REPLACED=" WS-REPLACED-SW
           STOP RUN.

      * Everything is checked before PARMMAST is opened, so a
      * refused change leaves neither the master nor the change
      * journal touched. PARM_VALUE is taken as text and must be a
      * plain number (TEST-NUMVAL) - an ACCEPT straight into the
      * numeric field turned a typo into zero and cut extra
      * decimals off, and a zero rake or tax rate is in range. More
      * than two decimals is refused rather than truncated.
      * INTEGER-OF-DATE answers zero for a date that doesn't exist.
       VALIDATE-INPUT-PARA.
           IF WS-SUPERVISOR-ID = SPACES
               DISPLAY "ERROR=SUPERVISOR_ID is required"
               STOP RUN RETURNING 1
           END-IF
           IF WS-PARM-NAME = SPACES
               DISPLAY "ERROR=PARM_NAME is required"
               STOP RUN RETURNING 1
           END-IF
           IF WS-REASON-CODE = SPACES
               DISPLAY "ERROR=REASON_CODE is required"
               STOP RUN RETURNING 1
           END-IF

           MOVE "N" TO WS-DEFINED-SW
           SET PDEF-IDX TO 1
           SEARCH PDEF-ENTRY
               AT END
                   CONTINUE
               WHEN PDEF-NAME (PDEF-IDX) = WS-PARM-NAME
                   MOVE "Y" TO WS-DEFINED-SW
           END-SEARCH
           IF NOT WS-DEFINED
               DISPLAY "ERROR=PARM_NAME " WS-PARM-NAME
                   " is not a site parameter - see PARM-LIST"
               STOP RUN RETURNING 1
           END-IF

           IF WS-PARM-VALUE-TEXT = SPACES
               DISPLAY "ERROR=PARM_VALUE is required"
               STOP RUN RETURNING 1
           END-IF
           IF FUNCTION TEST-NUMVAL (WS-PARM-VALUE-TEXT) NOT = ZERO
               DISPLAY "ERROR=PARM_VALUE " WS-PARM-VALUE-TEXT
                   " is not a number"
               STOP RUN RETURNING 1
           END-IF
           UNSTRING WS-PARM-VALUE-TEXT DELIMITED BY "."
               INTO WS-VALUE-WHOLE-PART WS-VALUE-FRACTION
           END-UNSTRING
           MOVE ZERO TO WS-FRACTION-DIGITS
           INSPECT WS-VALUE-FRACTION TALLYING WS-FRACTION-DIGITS
               FOR ALL "0" ALL "1" ALL "2" ALL "3" ALL "4"
                   ALL "5" ALL "6" ALL "7" ALL "8" ALL "9"
           IF WS-FRACTION-DIGITS > 2
               DISPLAY "ERROR=PARM_VALUE " WS-PARM-VALUE-TEXT
                   " has more than two decimals"
               STOP RUN RETURNING 1
           END-IF
           COMPUTE WS-NEW-VALUE =
               FUNCTION NUMVAL (WS-PARM-VALUE-TEXT)
               ON SIZE ERROR
                   DISPLAY "ERROR=PARM_VALUE " WS-PARM-VALUE-TEXT
                       " is too large"
                   STOP RUN RETURNING 1
           END-COMPUTE
           IF PDEF-DECIMALS-OK (PDEF-IDX) NOT = "Y"
               MOVE WS-NEW-VALUE TO WS-WHOLE-VALUE
               IF WS-WHOLE-VALUE NOT = WS-NEW-VALUE
                   DISPLAY "ERROR=PARM_VALUE for " WS-PARM-NAME
                       " must be a whole number"
                   STOP RUN RETURNING 1
               END-IF
           END-IF
           IF WS-NEW-VALUE < PDEF-MIN-VALUE (PDEF-IDX) OR
              WS-NEW-VALUE > PDEF-MAX-VALUE (PDEF-IDX)
               MOVE PDEF-MIN-VALUE (PDEF-IDX) TO WS-DISPLAY-MIN
               MOVE PDEF-MAX-VALUE (PDEF-IDX) TO WS-DISPLAY-MAX
               DISPLAY "ERROR=PARM_VALUE for " WS-PARM-NAME
                   " must be from " WS-DISPLAY-MIN
                   " to " WS-DISPLAY-MAX
               STOP RUN RETURNING 1
           END-IF

           IF FUNCTION INTEGER-OF-DATE (WS-EFFECTIVE-DAY) = ZERO
               DISPLAY "ERROR=EFFECTIVE_DAY must be a valid YYYYMMDD"
               STOP RUN RETURNING 1
           END-IF
           IF WS-EFFECTIVE-DAY < WS-TS-DATE
               DISPLAY "ERROR=EFFECTIVE_DAY " WS-EFFECTIVE-DAY
                   " is in the past - a gaming day already run"
                   " keeps the value it ran under"
               STOP RUN RETURNING 1
           END-IF.

      * The setter must be a real, active SUPERVISOR on the operator
      * master (OPERMAST, maintained by OPER-MAINT), same check as
      * CREDIT-LINE and JACKPOT-MAINT. A parameter has no amount to
      * hold against an approval cap, so the cap is not consulted.
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

       OPEN-PARAMETER-PARA.
           OPEN I-O SITE-PARAMETER-FILE
           IF WS-PARMMAST-STATUS = "35"
               OPEN OUTPUT SITE-PARAMETER-FILE
               CLOSE SITE-PARAMETER-FILE
               OPEN I-O SITE-PARAMETER-FILE
           END-IF.

      * The value in force on WS-PARM-AS-OF: the first record at or
      * after (name, 99999999 - day) is the latest one effective on
      * or before that day, if it is for the same parameter (see
      * copybooks/PARMMAST.cpy).
       LOOKUP-PARM-PARA.
           MOVE "N" TO WS-PARM-FOUND-SW
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
           END-START.

      * One record per parameter and effective day: a second change
      * for the same day overwrites the first (both are journaled).
       WRITE-PARAMETER-PARA.
           MOVE "N" TO WS-REPLACED-SW
           MOVE WS-PARM-NAME TO PARM-NAME
           COMPUTE PARM-EFFECTIVE-INV = 99999999 - WS-EFFECTIVE-DAY
           READ SITE-PARAMETER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-REPLACED-SW
           END-READ

           MOVE WS-PARM-NAME     TO PARM-NAME
           COMPUTE PARM-EFFECTIVE-INV = 99999999 - WS-EFFECTIVE-DAY
           MOVE WS-EFFECTIVE-DAY TO PARM-EFFECTIVE-DAY
           MOVE WS-NEW-VALUE     TO PARM-VALUE
           MOVE WS-SUPERVISOR-ID TO PARM-OPERATOR
           MOVE WS-REASON-CODE   TO PARM-REASON-CODE
           MOVE WS-TIMESTAMP     TO PARM-SET-STAMP
           IF WS-REPLACED
               REWRITE SITE-PARAMETER-RECORD
           ELSE
               WRITE SITE-PARAMETER-RECORD
           END-IF.

       WRITE-CHANGE-PARA.
           OPEN EXTEND PARM-CHANGE-FILE
           IF WS-PARMJRNL-STATUS = "35"
               OPEN OUTPUT PARM-CHANGE-FILE
               CLOSE PARM-CHANGE-FILE
               OPEN EXTEND PARM-CHANGE-FILE
           END-IF

           MOVE WS-TIMESTAMP     TO PCHG-TIMESTAMP
           MOVE WS-PARM-NAME     TO PCHG-PARM-NAME
           MOVE WS-EFFECTIVE-DAY TO PCHG-EFFECTIVE-DAY
           IF WS-OLD-SOURCE = "SET"
               MOVE "S" TO PCHG-OLD-SOURCE
           ELSE
               MOVE "D" TO PCHG-OLD-SOURCE
           END-IF
           MOVE WS-OLD-VALUE     TO PCHG-OLD-VALUE
           MOVE WS-NEW-VALUE     TO PCHG-NEW-VALUE
           MOVE WS-REPLACED-SW   TO PCHG-REPLACED
           MOVE WS-SUPERVISOR-ID TO PCHG-OPERATOR
           MOVE WS-REASON-CODE   TO PCHG-REASON-CODE
           MOVE WS-REASON-TEXT   TO PCHG-REASON-TEXT
           WRITE PARM-CHANGE-RECORD
           CLOSE PARM-CHANGE-FILE.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MARKER-AGING.
       AUTHOR. SWARM-BLACKJACK.
      *----------------------------------------------------------------*
      * Nightly outstanding-marker aging report for the credit
      * manager.
      *
      * Reads the marker file (MARKERS, written by MARKER-POST - see
      * copybooks/MARKER.cpy) and lists every marker still open with
      * its issue date, due date, age in days and amount outstanding,
      * bucketed the way the credit office ages receivables:
      *   CURRENT - under 30 days since issue
      *   30-59   - 30 to 59 days
      *   60-89   - 60 to 89 days
      *   90+     - 90 days and over
      * Markers still open past their due date are flagged OVERDUE -
      * those are the players MARKER-POST is refusing new markers
      * (STATUS=MARKER-OVERDUE) until they pay down. Each player's
      * markers are followed by a per-player bucket total, and the
      * report ends with the house totals per bucket. Paid markers
      * are not listed.
      *
      * Input (environment variables):
      *   GAMING_DAY - the day to age as of, YYYYMMDD. Defaults to
      *                today's date when blank.
      *
      * Output:
      *   MKRAGING - the aging report (line sequential), plus run
      *              totals on stdout (MARKERS_OPEN,
      *              OUTSTANDING_CENTS, OVERDUE_CENTS,
      *              PLAYERS_OVERDUE)
      *
      * A missing marker file is a house that has issued no markers
      * yet: the report is written with no markers listed.
      *
      * Exit code: 0 = run complete
      *
      * Modification history:
      *   2026-10-15  Initial version.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MARKER-FILE ASSIGN TO "MARKERS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MKR-KEY
               FILE STATUS IS WS-MARKER-STATUS.

           SELECT REPORT-FILE ASSIGN TO "MKRAGING"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MARKER-FILE.
       COPY MARKER.

       FD  REPORT-FILE.
       01 REPORT-LINE               PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-MARKER-STATUS          PIC X(02) VALUE SPACES.
       01 WS-REPORT-STATUS          PIC X(02) VALUE SPACES.
       01 WS-EOF-SW                 PIC X(01) VALUE "N".
           88 WS-EOF                          VALUE "Y".
       01 WS-MARKERS-MISSING-SW     PIC X(01) VALUE "N".
           88 WS-MARKERS-MISSING              VALUE "Y".
       01 WS-PLAYER-OVERDUE-SW      PIC X(01) VALUE "N".
           88 WS-PLAYER-OVERDUE               VALUE "Y".

       01 WS-GAMING-DAY             PIC 9(08) VALUE ZERO.
       01 WS-TODAY                  PIC 9(08) VALUE ZERO.
       01 WS-AS-OF-INT              PIC 9(08) VALUE ZERO.
       01 WS-ISSUE-INT              PIC 9(08) VALUE ZERO.
       01 WS-AGE-DAYS               PIC S9(06) VALUE ZERO.
       01 WS-B                      PIC 9(01) VALUE ZERO.
       01 WS-PREV-PLAYER-ID         PIC X(10) VALUE SPACES.

       01 WS-OPEN-COUNT             PIC 9(06) VALUE ZERO.
       01 WS-PLAYERS-OVERDUE        PIC 9(06) VALUE ZERO.
       01 WS-OUTSTANDING-CENTS      PIC S9(15) VALUE ZERO.
       01 WS-OVERDUE-CENTS          PIC S9(15) VALUE ZERO.

      * Bucket totals, subscripted 1-4 in report order: current,
      * 30-59, 60-89, 90+. One set per player (reset at each
      * control break) and one for the house.
       01 WS-PLAYER-BUCKETS.
           05 WS-PB-CENTS           PIC S9(15) OCCURS 4 TIMES.
       01 WS-HOUSE-BUCKETS.
           05 WS-HB-CENTS           PIC S9(15) OCCURS 4 TIMES.
       01 WS-BUCKET-NAMES.
           05 FILLER                PIC X(07) VALUE "CURRENT".
           05 FILLER                PIC X(07) VALUE "30-59".
           05 FILLER                PIC X(07) VALUE "60-89".
           05 FILLER                PIC X(07) VALUE "90+".
       01 WS-BUCKET-NAME-TABLE REDEFINES WS-BUCKET-NAMES.
           05 WS-BUCKET-NAME        PIC X(07) OCCURS 4 TIMES.

       01 WS-HEADING-1.
           05 FILLER                PIC X(37) VALUE
               "OUTSTANDING MARKER AGING - AS OF ".
           05 H1-AS-OF              PIC 9(08).
       01 WS-HEADING-2.
           05 FILLER                PIC X(48) VALUE
               "PLAYER ID   MARKER NO  ISSUED    DUE         AGE".
           05 FILLER                PIC X(40) VALUE
               "      OUTSTANDING  BUCKET".
       01 WS-DETAIL-LINE.
           05 DL-PLAYER-ID          PIC X(10).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DL-MARKER-NO          PIC 9(09).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DL-ISSUE-DATE         PIC 9(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DL-DUE-DATE           PIC 9(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DL-AGE-DAYS           PIC Z(04)9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DL-OUTSTANDING        PIC -9(14).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DL-BUCKET             PIC X(07).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DL-FLAG               PIC X(07).
       01 WS-BUCKET-LINE.
           05 BL-LABEL              PIC X(14).
           05 FILLER                PIC X(08) VALUE "CURRENT ".
           05 BL-BUCKET-1           PIC -9(14).
           05 FILLER                PIC X(08) VALUE "  30-59 ".
           05 BL-BUCKET-2           PIC -9(14).
           05 FILLER                PIC X(08) VALUE "  60-89 ".
           05 BL-BUCKET-3           PIC -9(14).
           05 FILLER                PIC X(08) VALUE "    90+ ".
           05 BL-BUCKET-4           PIC -9(14).
       01 WS-NONE-LINE              PIC X(120) VALUE
           "  (no outstanding markers)".
       01 WS-SUMMARY-LINE.
           05 FILLER                PIC X(13) VALUE "OPEN MARKERS=".
           05 SL-OPEN-COUNT         PIC 9(06).
           05 FILLER                PIC X(14) VALUE "  OUTSTANDING ".
           05 SL-OUTSTANDING        PIC -9(14).
           05 FILLER                PIC X(10) VALUE "  OVERDUE ".
           05 SL-OVERDUE            PIC -9(14).
           05 FILLER                PIC X(18) VALUE
               "  PLAYERS OVERDUE=".
           05 SL-PLAYERS-OVERDUE    PIC 9(06).

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-GAMING-DAY FROM ENVIRONMENT "GAMING_DAY"
           IF WS-GAMING-DAY = ZERO
               MOVE WS-TODAY TO WS-GAMING-DAY
           END-IF
           COMPUTE WS-AS-OF-INT =
               FUNCTION INTEGER-OF-DATE (WS-GAMING-DAY)
           IF WS-AS-OF-INT = ZERO
               DISPLAY "ERROR=GAMING_DAY must be a valid YYYYMMDD"
                   " date"
               STOP RUN RETURNING 1
           END-IF

           PERFORM CLEAR-PLAYER-BUCKETS-PARA
           PERFORM CLEAR-HOUSE-BUCKET-PARA
               VARYING WS-B FROM 1 BY 1 UNTIL WS-B > 4

           PERFORM OPEN-FILES-PARA
           PERFORM WRITE-REPORT-HEADING-PARA
           PERFORM AGE-MARKER-PARA UNTIL WS-EOF
           IF WS-PREV-PLAYER-ID NOT = SPACES
               PERFORM WRITE-PLAYER-TOTAL-PARA
           END-IF
           PERFORM WRITE-REPORT-FOOTER-PARA
           IF NOT WS-MARKERS-MISSING
               CLOSE MARKER-FILE
           END-IF
           CLOSE REPORT-FILE

           DISPLAY "MARKERS_OPEN=" WS-OPEN-COUNT
           DISPLAY "OUTSTANDING_CENTS=" WS-OUTSTANDING-CENTS
           DISPLAY "OVERDUE_CENTS=" WS-OVERDUE-CENTS
           DISPLAY "PLAYERS_OVERDUE=" WS-PLAYERS-OVERDUE
           STOP RUN.

       CLEAR-PLAYER-BUCKETS-PARA.
           MOVE "N" TO WS-PLAYER-OVERDUE-SW
           PERFORM CLEAR-PLAYER-BUCKET-PARA
               VARYING WS-B FROM 1 BY 1 UNTIL WS-B > 4.

       CLEAR-PLAYER-BUCKET-PARA.
           MOVE ZERO TO WS-PB-CENTS (WS-B).

       CLEAR-HOUSE-BUCKET-PARA.
           MOVE ZERO TO WS-HB-CENTS (WS-B).

       OPEN-FILES-PARA.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT MARKER-FILE
           IF WS-MARKER-STATUS = "35"
               MOVE "Y" TO WS-MARKERS-MISSING-SW
               MOVE "Y" TO WS-EOF-SW
           END-IF
           OPEN OUTPUT REPORT-FILE.

      * The file is keyed player then marker number, so a player's
      * markers arrive together, oldest first - the control break
      * on player ID needs no sort.
       AGE-MARKER-PARA.
           READ MARKER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   IF MKR-OPEN AND MKR-OUTSTANDING-CENTS > ZERO
                       IF MKR-PLAYER-ID NOT = WS-PREV-PLAYER-ID
                           IF WS-PREV-PLAYER-ID NOT = SPACES
                               PERFORM WRITE-PLAYER-TOTAL-PARA
                           END-IF
                           PERFORM CLEAR-PLAYER-BUCKETS-PARA
                           MOVE MKR-PLAYER-ID TO WS-PREV-PLAYER-ID
                       END-IF
                       PERFORM AGE-ONE-MARKER-PARA
                   END-IF
           END-READ.

      * Age runs from the issue date; the bucket follows from the
      * age, the OVERDUE flag from the due date the marker was
      * issued with.
       AGE-ONE-MARKER-PARA.
           COMPUTE WS-ISSUE-INT =
               FUNCTION INTEGER-OF-DATE (MKR-ISSUE-DATE)
           IF WS-ISSUE-INT = ZERO
               MOVE 99999 TO WS-AGE-DAYS
           ELSE
               COMPUTE WS-AGE-DAYS = WS-AS-OF-INT - WS-ISSUE-INT
               IF WS-AGE-DAYS < ZERO
                   MOVE ZERO TO WS-AGE-DAYS
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN WS-AGE-DAYS < 30
                   MOVE 1 TO WS-B
               WHEN WS-AGE-DAYS < 60
                   MOVE 2 TO WS-B
               WHEN WS-AGE-DAYS < 90
                   MOVE 3 TO WS-B
               WHEN OTHER
                   MOVE 4 TO WS-B
           END-EVALUATE

           ADD 1 TO WS-OPEN-COUNT
           ADD MKR-OUTSTANDING-CENTS TO WS-OUTSTANDING-CENTS
           ADD MKR-OUTSTANDING-CENTS TO WS-PB-CENTS (WS-B)
           ADD MKR-OUTSTANDING-CENTS TO WS-HB-CENTS (WS-B)

           MOVE SPACES TO DL-FLAG
           IF MKR-DUE-DATE < WS-GAMING-DAY
               MOVE "OVERDUE" TO DL-FLAG
               ADD MKR-OUTSTANDING-CENTS TO WS-OVERDUE-CENTS
               IF NOT WS-PLAYER-OVERDUE
                   MOVE "Y" TO WS-PLAYER-OVERDUE-SW
                   ADD 1 TO WS-PLAYERS-OVERDUE
               END-IF
           END-IF

           MOVE MKR-PLAYER-ID         TO DL-PLAYER-ID
           MOVE MKR-MARKER-NO         TO DL-MARKER-NO
           MOVE MKR-ISSUE-DATE        TO DL-ISSUE-DATE
           MOVE MKR-DUE-DATE          TO DL-DUE-DATE
           MOVE WS-AGE-DAYS           TO DL-AGE-DAYS
           MOVE MKR-OUTSTANDING-CENTS TO DL-OUTSTANDING
           MOVE WS-BUCKET-NAME (WS-B) TO DL-BUCKET
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.

       WRITE-PLAYER-TOTAL-PARA.
           MOVE "  PLAYER TOTAL" TO BL-LABEL
           MOVE WS-PB-CENTS (1)  TO BL-BUCKET-1
           MOVE WS-PB-CENTS (2)  TO BL-BUCKET-2
           MOVE WS-PB-CENTS (3)  TO BL-BUCKET-3
           MOVE WS-PB-CENTS (4)  TO BL-BUCKET-4
           WRITE REPORT-LINE FROM WS-BUCKET-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-REPORT-HEADING-PARA.
           MOVE WS-GAMING-DAY TO H1-AS-OF
           WRITE REPORT-LINE FROM WS-HEADING-1
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WS-HEADING-2.

       WRITE-REPORT-FOOTER-PARA.
           IF WS-OPEN-COUNT = ZERO
               WRITE REPORT-LINE FROM WS-NONE-LINE
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE "HOUSE TOTAL"   TO BL-LABEL
           MOVE WS-HB-CENTS (1) TO BL-BUCKET-1
           MOVE WS-HB-CENTS (2) TO BL-BUCKET-2
           MOVE WS-HB-CENTS (3) TO BL-BUCKET-3
           MOVE WS-HB-CENTS (4) TO BL-BUCKET-4
           WRITE REPORT-LINE FROM WS-BUCKET-LINE
           MOVE WS-OPEN-COUNT        TO SL-OPEN-COUNT
           MOVE WS-OUTSTANDING-CENTS TO SL-OUTSTANDING
           MOVE WS-OVERDUE-CENTS     TO SL-OVERDUE
           MOVE WS-PLAYERS-OVERDUE   TO SL-PLAYERS-OVERDUE
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE.

      *               (see below).
      *
      * Every gaming day in the period is verified before anything
      * is written: the day must be on the archive catalog (ARCHCAT,
      * see copybooks/ARCHCAT.cpy) and not offline, the day's
      * archive must exist, carry its ARCHIVE-DAY-TRAILER, and the
      * trailer's record count and hash totals must match the
      * detail records re-added here (see copybooks/JRNLARCH.cpy)
      * and the catalog's own copy of them, and the archive's header
      * cutover stamp must match the one catalogued. A day the
      * retention run has moved offline must be brought back with
      * ARCH-RETAIN ACTION=RESTORE first - an archive copied back by
      * hand is still OFFLINE on the catalog and refused. A day
      * sealed before the catalog existed must be entered with
      * ARCH-RETAIN ACTION=CATALOG. Every missing or failed day in
      * the period is reported - all of them, so one rerun fixes the
      * lot - and the run then stops with nothing written.
      *
      * Only when every day verifies is the consolidated file
      * written: each day's records verbatim, in day order, to
      *
      * Modification history:
      *   2026-09-02  Initial version.
      *   2026-10-15  Archive and extract lines widened to 300 bytes
      *               to match DAY-CUTOVER.
      *   2026-10-15  Each day must be on the archive catalog and
      *               online; details verified against the
      *               catalog's count and hash totals as well.
      *   2026-10-15  Archive header cutover stamp verified against
      *               the catalog entry as well.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT ARCHIVE-CATALOG-FILE ASSIGN TO "ARCHCAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACAT-GAMING-DAY
               FILE STATUS IS WS-ARCHCAT-STATUS.

           SELECT OUTPUT-FILE ASSIGN TO "STMTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTPUT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVE-FILE.
       01 ARCHIVE-RECORD            PIC X(300).

       FD  ARCHIVE-CATALOG-FILE.
       COPY ARCHCAT.

       FD  OUTPUT-FILE.
       01 OUTPUT-RECORD             PIC X(300).

       WORKING-STORAGE SECTION.
       01 WS-ARCHIVE-STATUS         PIC X(02) VALUE SPACES.
       01 WS-ARCHIVE-FILENAME       PIC X(24) VALUE SPACES.
       01 WS-OUTPUT-STATUS          PIC X(02) VALUE SPACES.
       01 WS-ARCHCAT-STATUS         PIC X(02) VALUE SPACES.
       01 WS-CATALOG-MISSING-SW     PIC X(01) VALUE "N".
           88 WS-CATALOG-MISSING              VALUE "Y".
       01 WS-EOF-SW                 PIC X(01) VALUE "N".
           88 WS-EOF                          VALUE "Y".
       01 WS-TRAILER-SEEN-SW        PIC X(01) VALUE "N".
           05 ARC-OPERATOR-ID          PIC X(08).
           05 ARC-TABLE-ID             PIC X(08).
           05 ARC-CREDIT-TYPE          PIC X(10).
           05 ARC-DRAWER-ID            PIC X(04).
           05 ARC-DRAWER-SESSION       PIC 9(06).
           05 ARC-JACKPOT-ID           PIC X(04).
           05 ARC-JACKPOT-CENTS        PIC S9(15).
           05 ARC-TAX-CENTS            PIC S9(15).
           05 ARC-ROUND-ID             PIC X(12).

       COPY JRNLARCH.

           ACCEPT WS-PLAYER-ID FROM ENVIRONMENT "PLAYER_ID"
           PERFORM VALIDATE-DATES-PARA

      * No catalog at all means no day is catalogued - every day in
      * the period is reported as such below.
           OPEN INPUT ARCHIVE-CATALOG-FILE
           IF WS-ARCHCAT-STATUS = "35"
               MOVE "Y" TO WS-CATALOG-MISSING-SW
           END-IF
           PERFORM VERIFY-DAY-PARA
               VARYING WS-DAY-INT FROM WS-FROM-INT BY 1
               UNTIL WS-DAY-INT > WS-TO-INT
           IF NOT WS-CATALOG-MISSING
               CLOSE ARCHIVE-CATALOG-FILE
           END-IF
           IF NOT WS-PERIOD-OK
               DISPLAY "ERROR=period failed verification - nothing"
                   " written"
                  WS-GAMING-DAY DELIMITED BY SIZE
                  INTO WS-ARCHIVE-FILENAME.

      * One gaming day of the verification pass: the day must be
      * catalogued and online, the archive must exist, end in its
      * trailer, and the trailer's count and hash totals must match
      * the details re-added here and the catalog entry, and the
      * archive's header must carry the cutover stamp the catalog
      * recorded for it (an archive swapped for another sealing of
      * the same day ties to itself but not to that). A bad day
      * is reported and the period marked failed, but the scan
      * carries on so every bad day in the period is on the one
      * report.
       VERIFY-DAY-PARA.
           PERFORM BUILD-FILENAME-PARA
           MOVE "N"  TO WS-EOF-SW
           MOVE ZERO TO WS-RECORD-COUNT
           MOVE ZERO TO WS-HASH-AMOUNT-CENTS
           MOVE ZERO TO WS-HASH-BALANCE-CENTS
           MOVE SPACES TO ARCHIVE-DAY-HEADER

           PERFORM CHECK-CATALOG-PARA
           IF NOT WS-DAY-FAILED
               PERFORM VERIFY-ARCHIVE-PARA
           END-IF.

       CHECK-CATALOG-PARA.
           IF WS-CATALOG-MISSING
               MOVE "Y" TO WS-DAY-FAILED-SW
           ELSE
               MOVE WS-GAMING-DAY TO ACAT-GAMING-DAY
               READ ARCHIVE-CATALOG-FILE
                   INVALID KEY
                       MOVE "Y" TO WS-DAY-FAILED-SW
               END-READ
           END-IF
           IF WS-DAY-FAILED
               DISPLAY "FAILED  " WS-GAMING-DAY
                   " - not catalogued, run ARCH-RETAIN ACTION=CATALOG"
               MOVE "N" TO WS-PERIOD-OK-SW
           ELSE
               IF ACAT-OFFLINE
                   DISPLAY "FAILED  " WS-GAMING-DAY
                       " - offline, restore through ARCH-RETAIN"
                       " ACTION=RESTORE first"
                   MOVE "Y" TO WS-DAY-FAILED-SW
                   MOVE "N" TO WS-PERIOD-OK-SW
               END-IF
           END-IF.

       VERIFY-ARCHIVE-PARA.
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS = "35"
               DISPLAY "MISSING " WS-GAMING-DAY
               EVALUATE TRUE
                   WHEN WS-DAY-FAILED
                       CONTINUE
                   WHEN NOT WS-TRAILER-SEEN
                       DISPLAY "FAILED  " WS-GAMING-DAY
                           " - no day trailer"
                       MOVE "N" TO WS-PERIOD-OK-SW
                   WHEN ACAT-RECORD-COUNT NOT = WS-RECORD-COUNT OR
                        ACAT-HASH-AMOUNT  NOT = WS-HASH-AMOUNT-CENTS OR
                        ACAT-HASH-BALANCE NOT = WS-HASH-BALANCE-CENTS
                       DISPLAY "FAILED  " WS-GAMING-DAY
                           " - does not match the archive catalog"
                       DISPLAY "  CATALOG_COUNT=" ACAT-RECORD-COUNT
                           " COMPUTED_COUNT=" WS-RECORD-COUNT
                       MOVE "N" TO WS-PERIOD-OK-SW
                   WHEN ARCH-HDR-CUTOVER-STAMP NOT = ACAT-CUTOVER-STAMP
                       DISPLAY "FAILED  " WS-GAMING-DAY
                           " - cutover stamp does not match the"
                           " archive catalog"
                       DISPLAY "  CATALOG_STAMP=" ACAT-CUTOVER-STAMP
                           " ARCHIVE_STAMP=" ARCH-HDR-CUTOVER-STAMP
                       MOVE "N" TO WS-PERIOD-OK-SW
                   WHEN OTHER
                       ADD 1 TO WS-DAYS-VERIFIED
               END-EVALUATE
           END-IF.

               NOT AT END
                   EVALUATE ARCHIVE-RECORD (1:3)
                       WHEN "HDR"
                           MOVE ARCHIVE-RECORD TO ARCHIVE-DAY-HEADER
                       WHEN "TRL"
                           PERFORM CHECK-TRAILER-PARA
                       WHEN OTHER

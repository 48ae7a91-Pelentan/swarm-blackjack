       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARCH-RETAIN.
       AUTHOR. SWARM-BLACKJACK.
      *----------------------------------------------------------------*
      * Journal archive retention, restore and catalog maintenance.
      *
      * DAY-CUTOVER seals a TXNJRNL.D<date> archive every gaming day
      * and enters it on the archive catalog (ARCHCAT, see
      * copybooks/ARCHCAT.cpy); this program is everything that
      * happens to the archive after that. Until the catalog went in
      * nothing ever indexed or removed an archive, and every
      * back-dated run simply assumed the file was sitting in the
      * working directory.
      *
      * Input (environment variables):
      *   ACTION    - PURGE (the default when blank), RESTORE or
      *               CATALOG
      *   GAMING_DAY - RESTORE only: the day to bring back, YYYYMMDD;
      *               required
      *   FROM_DATE, TO_DATE - CATALOG only: the period to enter,
      *               YYYYMMDD; required, TO_DATE not before
      *               FROM_DATE and at most 3660 days after it
      *   ARCHIVE_OFFLINE_DIR - the offline area, as a directory
      *               prefix (with its trailing slash) put in front
      *               of the archive name; defaults to "offline/".
      *               Created by the first purge if it does not
      *               exist; its parent directory must.
      *
      * Site parameters (PARMMAST, set by PARM-MAINT):
      *   ARCHIVE_RETENTION_DAYS - CATALOG only: retention period for
      *               the purge-eligible date, same default and
      *               meaning as on DAY-CUTOVER - the value in force
      *               on each day being catalogued
      *   RESTORE_HOLD_DAYS - RESTORE only: how long a restored day
      *               stays online before the retention run returns
      *               it offline, as in force today; defaults to 30
      *
      * ACTION=PURGE is the scheduled retention run. Every catalogued
      * day still online (or restored, once its hold has run out)
      * whose purge-eligible date has arrived is re-verified against
      * its catalog entry - the archive must be there, carry its day
      * header and trailer, its trailer must tie to its details and
      * its details to the catalog's count and hash totals - then
      * copied to the offline area, the copy verified the same way,
      * and only then the online archive removed and the catalog
      * entry marked OFFLINE. An archive that fails either
      * verification is left exactly where it was and reported.
      *
      * ACTION=RESTORE brings one offline day back for a dispute: the
      * offline copy is verified against the catalog, copied back
      * online and the online copy verified again before the catalog
      * marks it RESTORED - ARCH-EXTRACT refuses an offline day, and
      * an archive put back by hand, until this has run. A restore
      * of an OFFLINE day that fails verification removes what it
      * copied; a day already RESTORED keeps its online copy, which
      * is only replaced when it no longer verifies.
      *
      * ACTION=CATALOG enters archives sealed before the catalog
      * existed: each day in the period with an online archive and
      * no catalog entry is verified against its own trailer and
      * entered with the trailer's figures, the header's cutover
      * stamp and a purge-eligible date of the gaming day plus the
      * retention period. Days already on the catalog are left
      * alone; days with no archive are counted, not failed - the
      * period may start before go-live.
      *
      * Output:
      *   ARCHREG - the purge / retention register (line sequential,
      *             appended, see copybooks/ARCHREG.cpy): one record
      *             per day purged, restored, catalogued or failed,
      *             and a RUN summary record per PURGE or CATALOG run.
      *
      * Output (stdout):
      *   PURGE   - DAYS_PURGED, DAYS_RETAINED, DAYS_OFFLINE,
      *             DAYS_FAILED
      *   RESTORE - RESULT (RESTORED / ONLINE) and HOLD_UNTIL
      *   CATALOG - DAYS_CATALOGUED, DAYS_ALREADY_CATALOGUED,
      *             DAYS_MISSING, DAYS_FAILED
      *   and a FAILED line per day that failed verification
      *
      * Exit code: 0 = success, 1 = bad input, a day not on the
      *            catalog (RESTORE), or any day failed verification
      *
      * Modification history:
      *   2026-10-15  Initial version.
      *   2026-10-15  ARCHIVE_RETENTION_DAYS / RESTORE_HOLD_DAYS are
      *               read from the site parameter master (PARMMAST)
      *               instead of the environment.
      *   2026-10-15  Offline directory created on first use. A
      *               failed RESTORE of a day already RESTORED keeps
      *               its online copy; one that still verifies is
      *               not copied over.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVE-CATALOG-FILE ASSIGN TO "ARCHCAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACAT-GAMING-DAY
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-ARCHCAT-STATUS.

           SELECT VERIFY-FILE ASSIGN DYNAMIC WS-VERIFY-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VERIFY-STATUS.

           SELECT COPY-IN-FILE ASSIGN DYNAMIC WS-COPY-IN-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COPY-IN-STATUS.

           SELECT COPY-OUT-FILE ASSIGN DYNAMIC WS-COPY-OUT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COPY-OUT-STATUS.

           SELECT REGISTER-FILE ASSIGN TO "ARCHREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT SITE-PARAMETER-FILE ASSIGN TO "PARMMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PARM-KEY
               FILE STATUS IS WS-PARMMAST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVE-CATALOG-FILE.
       COPY ARCHCAT.

      * An archive line is a journal record, or a day header or
      * trailer (see copybooks/JRNLARCH.cpy).
       FD  VERIFY-FILE.
       01 VERIFY-RECORD             PIC X(300).
       COPY JRNLREC.

       FD  COPY-IN-FILE.
       01 COPY-IN-RECORD            PIC X(300).

       FD  COPY-OUT-FILE.
       01 COPY-OUT-RECORD           PIC X(300).

       FD  REGISTER-FILE.
       COPY ARCHREG.

       FD  SITE-PARAMETER-FILE.
       COPY PARMMAST.

       WORKING-STORAGE SECTION.
       01 WS-ARCHCAT-STATUS         PIC X(02) VALUE SPACES.
       01 WS-VERIFY-STATUS          PIC X(02) VALUE SPACES.
       01 WS-COPY-IN-STATUS         PIC X(02) VALUE SPACES.
       01 WS-COPY-OUT-STATUS        PIC X(02) VALUE SPACES.
       01 WS-REGISTER-STATUS        PIC X(02) VALUE SPACES.
       01 WS-VERIFY-FILENAME        PIC X(80) VALUE SPACES.
       01 WS-COPY-IN-FILENAME       PIC X(80) VALUE SPACES.
       01 WS-COPY-OUT-FILENAME      PIC X(80) VALUE SPACES.
       01 WS-ONLINE-FILENAME        PIC X(80) VALUE SPACES.
       01 WS-OFFLINE-FILENAME       PIC X(80) VALUE SPACES.
       01 WS-OFFLINE-DIR            PIC X(55) VALUE SPACES.

       01 WS-ACTION                 PIC X(08) VALUE SPACES.
       01 WS-GAMING-DAY             PIC 9(08) VALUE ZERO.
       01 WS-FROM-DATE              PIC 9(08) VALUE ZERO.
       01 WS-TO-DATE                PIC 9(08) VALUE ZERO.
       01 WS-FROM-INT               PIC 9(08) VALUE ZERO.
       01 WS-TO-INT                 PIC 9(08) VALUE ZERO.
       01 WS-DAY-INT                PIC 9(08) VALUE ZERO.
       01 WS-TODAY-INT              PIC 9(08) VALUE ZERO.
       01 WS-RETENTION-DAYS         PIC 9(05) VALUE ZERO.
       01 WS-DEFAULT-RETENTION-DAYS PIC 9(05) VALUE 1825.
       01 WS-HOLD-DAYS              PIC 9(03) VALUE ZERO.
       01 WS-DEFAULT-HOLD-DAYS      PIC 9(03) VALUE 30.
       01 WS-PARMMAST-STATUS        PIC X(02) VALUE SPACES.
       01 WS-PARMMAST-MISSING-SW    PIC X(01) VALUE "N".
           88 WS-PARMMAST-MISSING             VALUE "Y".
       01 WS-PARM-NAME              PIC X(28) VALUE SPACES.
       01 WS-PARM-AS-OF             PIC 9(08) VALUE ZERO.
       01 WS-PARM-VALUE             PIC S9(15)V9(02) VALUE ZERO.
       01 WS-PARM-FOUND-SW          PIC X(01) VALUE "N".
           88 WS-PARM-FOUND                   VALUE "Y".
       01 WS-HOLD-UNTIL             PIC 9(08) VALUE ZERO.

       01 WS-EOF-SW                 PIC X(01) VALUE "N".
           88 WS-EOF                          VALUE "Y".
       01 WS-CAT-EOF-SW             PIC X(01) VALUE "N".
           88 WS-CAT-EOF                      VALUE "Y".
       01 WS-CATALOG-MISSING-SW     PIC X(01) VALUE "N".
           88 WS-CATALOG-MISSING              VALUE "Y".
       01 WS-ON-CATALOG-SW          PIC X(01) VALUE "N".
           88 WS-ON-CATALOG                   VALUE "Y".
       01 WS-AGAINST-CATALOG-SW     PIC X(01) VALUE "Y".
           88 WS-AGAINST-CATALOG              VALUE "Y".
       01 WS-ONLINE-GOOD-SW         PIC X(01) VALUE "N".
           88 WS-ONLINE-GOOD                  VALUE "Y".
       01 WS-FAIL-REASON            PIC X(60) VALUE SPACES.
       01 WS-REASON-WORK            PIC X(60) VALUE SPACES.

      * What one verification pass found in an archive file.
       01 WS-V-FOUND-SW             PIC X(01) VALUE "N".
           88 WS-V-FOUND                      VALUE "Y".
       01 WS-V-HEADER-SW            PIC X(01) VALUE "N".
           88 WS-V-HEADER-SEEN                VALUE "Y".
       01 WS-V-TRAILER-SW           PIC X(01) VALUE "N".
           88 WS-V-TRAILER-SEEN               VALUE "Y".
       01 WS-V-RECORD-COUNT         PIC 9(09)  VALUE ZERO.
       01 WS-V-HASH-AMOUNT          PIC S9(15) VALUE ZERO.
       01 WS-V-HASH-BALANCE         PIC S9(15) VALUE ZERO.

       01 WS-PURGED-COUNT           PIC 9(05) VALUE ZERO.
       01 WS-RETAINED-COUNT         PIC 9(05) VALUE ZERO.
       01 WS-OFFLINE-COUNT          PIC 9(05) VALUE ZERO.
       01 WS-FAILED-COUNT           PIC 9(05) VALUE ZERO.
       01 WS-CATALOGUED-COUNT       PIC 9(05) VALUE ZERO.
       01 WS-ALREADY-COUNT          PIC 9(05) VALUE ZERO.
       01 WS-MISSING-COUNT          PIC 9(05) VALUE ZERO.

       01 WS-TIMESTAMP.
           05 WS-TS-DATE            PIC 9(08).
           05 WS-TS-TIME            PIC 9(08).

       COPY JRNLARCH.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-ACTION     FROM ENVIRONMENT "ACTION"
           ACCEPT WS-GAMING-DAY FROM ENVIRONMENT "GAMING_DAY"
           ACCEPT WS-FROM-DATE  FROM ENVIRONMENT "FROM_DATE"
           ACCEPT WS-TO-DATE    FROM ENVIRONMENT "TO_DATE"
           ACCEPT WS-OFFLINE-DIR
               FROM ENVIRONMENT "ARCHIVE_OFFLINE_DIR"
           ACCEPT WS-TS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TS-TIME FROM TIME
           IF WS-ACTION = SPACES
               MOVE "PURGE" TO WS-ACTION
           END-IF
           IF WS-OFFLINE-DIR = SPACES
               MOVE "offline/" TO WS-OFFLINE-DIR
           END-IF
           MOVE WS-TS-DATE TO WS-PARM-AS-OF
           PERFORM LOAD-PARAMETERS-PARA
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE (WS-TS-DATE)

           EVALUATE WS-ACTION
               WHEN "PURGE"
                   PERFORM PURGE-RUN-PARA
               WHEN "RESTORE"
                   PERFORM RESTORE-RUN-PARA
               WHEN "CATALOG"
                   PERFORM CATALOG-RUN-PARA
               WHEN OTHER
                   DISPLAY "ERROR=ACTION must be PURGE, RESTORE or"
                       " CATALOG"
                   STOP RUN RETURNING 1
           END-EVALUATE

           IF WS-FAILED-COUNT > ZERO
               STOP RUN RETURNING 1
           END-IF
           STOP RUN.

      *----------------------------------------------------------------*
      * PURGE - the scheduled retention run.
      *----------------------------------------------------------------*

      * Walks the whole catalog in gaming-day order. A catalog that
      * does not exist yet has nothing on it to purge - the run still
      * leaves its summary on the register.
       PURGE-RUN-PARA.
           PERFORM OPEN-CATALOG-PARA
           MOVE "N" TO WS-CAT-EOF-SW
           IF WS-CATALOG-MISSING
               MOVE "Y" TO WS-CAT-EOF-SW
           ELSE
               MOVE ZERO TO ACAT-GAMING-DAY
               START ARCHIVE-CATALOG-FILE KEY >= ACAT-GAMING-DAY
                   INVALID KEY
                       MOVE "Y" TO WS-CAT-EOF-SW
               END-START
           END-IF
           PERFORM OPEN-REGISTER-PARA
           PERFORM SCAN-CATALOG-PARA UNTIL WS-CAT-EOF

           MOVE SPACES TO WS-FAIL-REASON
           STRING "PURGE PURGED="    DELIMITED BY SIZE
                  WS-PURGED-COUNT    DELIMITED BY SIZE
                  " RETAINED="       DELIMITED BY SIZE
                  WS-RETAINED-COUNT  DELIMITED BY SIZE
                  " OFFLINE="        DELIMITED BY SIZE
                  WS-OFFLINE-COUNT   DELIMITED BY SIZE
                  " FAILED="         DELIMITED BY SIZE
                  WS-FAILED-COUNT    DELIMITED BY SIZE
                  INTO WS-FAIL-REASON
           PERFORM WRITE-SUMMARY-PARA
           CLOSE REGISTER-FILE
           IF NOT WS-CATALOG-MISSING
               CLOSE ARCHIVE-CATALOG-FILE
           END-IF

           DISPLAY "DAYS_PURGED=" WS-PURGED-COUNT
           DISPLAY "DAYS_RETAINED=" WS-RETAINED-COUNT
           DISPLAY "DAYS_OFFLINE=" WS-OFFLINE-COUNT
           DISPLAY "DAYS_FAILED=" WS-FAILED-COUNT.

      * A restored day is held online until its hold runs out even
      * though its retention period ran out long ago - it was
      * brought back because somebody needs it.
       SCAN-CATALOG-PARA.
           READ ARCHIVE-CATALOG-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-CAT-EOF-SW
               NOT AT END
                   EVALUATE TRUE
                       WHEN ACAT-OFFLINE
                           ADD 1 TO WS-OFFLINE-COUNT
                       WHEN ACAT-PURGE-ELIGIBLE > WS-TS-DATE
                           ADD 1 TO WS-RETAINED-COUNT
                       WHEN ACAT-RESTORED AND
                            ACAT-HOLD-UNTIL > WS-TS-DATE
                           ADD 1 TO WS-RETAINED-COUNT
                       WHEN OTHER
                           PERFORM PURGE-DAY-PARA
                   END-EVALUATE
           END-READ.

      * Verify online, copy offline, verify the copy, remove the
      * online archive, and only then mark the catalog - a failure
      * at any step leaves the catalog saying where a verified copy
      * still is.
       PURGE-DAY-PARA.
           MOVE ACAT-GAMING-DAY TO WS-GAMING-DAY
           PERFORM BUILD-FILENAMES-PARA
           MOVE "Y" TO WS-AGAINST-CATALOG-SW

           MOVE WS-ONLINE-FILENAME TO WS-VERIFY-FILENAME
           PERFORM VERIFY-ARCHIVE-PARA

           IF WS-FAIL-REASON = SPACES
               MOVE WS-ONLINE-FILENAME  TO WS-COPY-IN-FILENAME
               MOVE WS-OFFLINE-FILENAME TO WS-COPY-OUT-FILENAME
               PERFORM COPY-ARCHIVE-PARA
           END-IF

           IF WS-FAIL-REASON = SPACES
               MOVE WS-OFFLINE-FILENAME TO WS-VERIFY-FILENAME
               PERFORM VERIFY-ARCHIVE-PARA
               IF WS-FAIL-REASON NOT = SPACES
                   MOVE "offline copy failed verification"
                       TO WS-FAIL-REASON
               END-IF
           END-IF

           IF WS-FAIL-REASON = SPACES
               CALL "CBL_DELETE_FILE" USING WS-ONLINE-FILENAME
               IF RETURN-CODE NOT = ZERO
                   MOVE "online archive could not be removed"
                       TO WS-FAIL-REASON
               END-IF
               MOVE ZERO TO RETURN-CODE
           END-IF

           IF WS-FAIL-REASON = SPACES
               MOVE "F"          TO ACAT-LOCATION
               MOVE WS-TS-DATE   TO ACAT-OFFLINE-DATE
               MOVE WS-TS-DATE   TO ACAT-LAST-VERIFIED
               MOVE ZERO         TO ACAT-HOLD-UNTIL
               REWRITE ARCHIVE-CATALOG-RECORD
               ADD 1 TO WS-PURGED-COUNT
           ELSE
               PERFORM REPORT-FAILED-PARA
           END-IF
           MOVE "PURGE" TO AREG-ACTION
           PERFORM WRITE-DAY-REGISTER-PARA.

      *----------------------------------------------------------------*
      * RESTORE - bring one offline day back for a dispute.
      *----------------------------------------------------------------*

       RESTORE-RUN-PARA.
           IF FUNCTION INTEGER-OF-DATE (WS-GAMING-DAY) = ZERO
               DISPLAY "ERROR=GAMING_DAY must be a valid YYYYMMDD"
                   " date"
               STOP RUN RETURNING 1
           END-IF
           PERFORM OPEN-CATALOG-PARA
           MOVE "N" TO WS-ON-CATALOG-SW
           IF NOT WS-CATALOG-MISSING
               MOVE WS-GAMING-DAY TO ACAT-GAMING-DAY
               READ ARCHIVE-CATALOG-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-ON-CATALOG-SW
               END-READ
           END-IF
           IF NOT WS-ON-CATALOG
               DISPLAY "ERROR=gaming day " WS-GAMING-DAY
                   " is not on the archive catalog"
               STOP RUN RETURNING 1
           END-IF

      * Never purged - the sealed archive is still online and
      * nothing needs restoring.
           IF ACAT-ONLINE
               CLOSE ARCHIVE-CATALOG-FILE
               DISPLAY "RESULT=ONLINE"
           ELSE
               PERFORM RESTORE-DAY-PARA
               CLOSE ARCHIVE-CATALOG-FILE
           END-IF.

      * The offline copy is verified before it is copied anywhere,
      * and the online copy again after. A restored day restored a
      * second time whose online copy still verifies just gets a new
      * hold; otherwise its copy is refreshed from the offline one.
      * Only a day that was OFFLINE has a failed copy removed - a
      * RESTORED day is never left with no online copy at all, the
      * failure is reported and the catalog left alone.
       RESTORE-DAY-PARA.
           PERFORM BUILD-FILENAMES-PARA
           MOVE "Y" TO WS-AGAINST-CATALOG-SW

           MOVE "N" TO WS-ONLINE-GOOD-SW
           IF ACAT-RESTORED
               MOVE WS-ONLINE-FILENAME TO WS-VERIFY-FILENAME
               PERFORM VERIFY-ARCHIVE-PARA
               IF WS-FAIL-REASON = SPACES
                   MOVE "Y" TO WS-ONLINE-GOOD-SW
               END-IF
               MOVE SPACES TO WS-FAIL-REASON
           END-IF
           IF NOT WS-ONLINE-GOOD
               PERFORM RESTORE-COPY-PARA
           END-IF

           PERFORM OPEN-REGISTER-PARA
           IF WS-FAIL-REASON = SPACES
               COMPUTE WS-HOLD-UNTIL =
                   FUNCTION DATE-OF-INTEGER
                       (WS-TODAY-INT + WS-HOLD-DAYS)
               MOVE "R"           TO ACAT-LOCATION
               MOVE WS-TS-DATE    TO ACAT-RESTORED-DATE
               MOVE WS-TS-DATE    TO ACAT-LAST-VERIFIED
               MOVE WS-HOLD-UNTIL TO ACAT-HOLD-UNTIL
               REWRITE ARCHIVE-CATALOG-RECORD
               DISPLAY "RESULT=RESTORED"
               DISPLAY "HOLD_UNTIL=" WS-HOLD-UNTIL
           ELSE
               PERFORM REPORT-FAILED-PARA
           END-IF
           MOVE "RESTORE" TO AREG-ACTION
           PERFORM WRITE-DAY-REGISTER-PARA
           CLOSE REGISTER-FILE.

       RESTORE-COPY-PARA.
           MOVE WS-OFFLINE-FILENAME TO WS-VERIFY-FILENAME
           PERFORM VERIFY-ARCHIVE-PARA
           IF WS-FAIL-REASON NOT = SPACES
               MOVE SPACES TO WS-REASON-WORK
               STRING "offline copy: " DELIMITED BY SIZE
                      WS-FAIL-REASON   DELIMITED BY SIZE
                      INTO WS-REASON-WORK
               MOVE WS-REASON-WORK TO WS-FAIL-REASON
           END-IF

           IF WS-FAIL-REASON = SPACES
               MOVE WS-OFFLINE-FILENAME TO WS-COPY-IN-FILENAME
               MOVE WS-ONLINE-FILENAME  TO WS-COPY-OUT-FILENAME
               PERFORM COPY-ARCHIVE-PARA
               IF WS-FAIL-REASON = SPACES
                   MOVE WS-ONLINE-FILENAME TO WS-VERIFY-FILENAME
                   PERFORM VERIFY-ARCHIVE-PARA
               END-IF
               IF WS-FAIL-REASON NOT = SPACES AND ACAT-OFFLINE
                   CALL "CBL_DELETE_FILE" USING WS-ONLINE-FILENAME
                   MOVE ZERO TO RETURN-CODE
                   MOVE "restored copy failed verification - removed"
                       TO WS-FAIL-REASON
               END-IF
               IF WS-FAIL-REASON NOT = SPACES AND ACAT-RESTORED
                   MOVE "restored copy failed verification - kept"
                       TO WS-FAIL-REASON
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * CATALOG - enter archives sealed before the catalog existed.
      *----------------------------------------------------------------*

      * INTEGER-OF-DATE answers zero for a date that doesn't exist.
      * The ten-year cap keeps a transposed year from walking a
      * century of archive names.
       CATALOG-RUN-PARA.
           IF WS-FROM-DATE = ZERO OR WS-TO-DATE = ZERO
               DISPLAY "ERROR=FROM_DATE and TO_DATE are required"
               STOP RUN RETURNING 1
           END-IF
           COMPUTE WS-FROM-INT =
               FUNCTION INTEGER-OF-DATE (WS-FROM-DATE)
           COMPUTE WS-TO-INT =
               FUNCTION INTEGER-OF-DATE (WS-TO-DATE)
           IF WS-FROM-INT = ZERO OR WS-TO-INT = ZERO
               DISPLAY "ERROR=FROM_DATE / TO_DATE must be valid"
                   " YYYYMMDD dates"
               STOP RUN RETURNING 1
           END-IF
           IF WS-TO-INT < WS-FROM-INT
               DISPLAY "ERROR=TO_DATE is before FROM_DATE"
               STOP RUN RETURNING 1
           END-IF
           IF WS-TO-INT - WS-FROM-INT > 3660
               DISPLAY "ERROR=period longer than 3660 days"
               STOP RUN RETURNING 1
           END-IF

           PERFORM OPEN-CATALOG-PARA
           IF WS-CATALOG-MISSING
               OPEN OUTPUT ARCHIVE-CATALOG-FILE
               CLOSE ARCHIVE-CATALOG-FILE
               OPEN I-O ARCHIVE-CATALOG-FILE
               MOVE "N" TO WS-CATALOG-MISSING-SW
           END-IF
           PERFORM OPEN-REGISTER-PARA
           PERFORM CATALOG-DAY-PARA
               VARYING WS-DAY-INT FROM WS-FROM-INT BY 1
               UNTIL WS-DAY-INT > WS-TO-INT

           MOVE SPACES TO WS-FAIL-REASON
           STRING "CATALOG ENTERED="   DELIMITED BY SIZE
                  WS-CATALOGUED-COUNT  DELIMITED BY SIZE
                  " ALREADY="          DELIMITED BY SIZE
                  WS-ALREADY-COUNT     DELIMITED BY SIZE
                  " MISSING="          DELIMITED BY SIZE
                  WS-MISSING-COUNT     DELIMITED BY SIZE
                  " FAILED="           DELIMITED BY SIZE
                  WS-FAILED-COUNT      DELIMITED BY SIZE
                  INTO WS-FAIL-REASON
           PERFORM WRITE-SUMMARY-PARA
           CLOSE REGISTER-FILE
           CLOSE ARCHIVE-CATALOG-FILE

           DISPLAY "DAYS_CATALOGUED=" WS-CATALOGUED-COUNT
           DISPLAY "DAYS_ALREADY_CATALOGUED=" WS-ALREADY-COUNT
           DISPLAY "DAYS_MISSING=" WS-MISSING-COUNT
           DISPLAY "DAYS_FAILED=" WS-FAILED-COUNT.

      * An uncatalogued archive has nothing to verify against but
      * itself - its header must be for the day and its trailer must
      * tie to its details, and then the trailer's figures are what
      * the catalog keeps from here on.
       CATALOG-DAY-PARA.
           COMPUTE WS-GAMING-DAY =
               FUNCTION DATE-OF-INTEGER (WS-DAY-INT)
           MOVE WS-GAMING-DAY TO ACAT-GAMING-DAY
           READ ARCHIVE-CATALOG-FILE
               INVALID KEY
                   PERFORM CATALOG-NEW-DAY-PARA
               NOT INVALID KEY
                   ADD 1 TO WS-ALREADY-COUNT
           END-READ.

       CATALOG-NEW-DAY-PARA.
           PERFORM BUILD-FILENAMES-PARA
           MOVE "N" TO WS-AGAINST-CATALOG-SW
           MOVE WS-ONLINE-FILENAME TO WS-VERIFY-FILENAME
           PERFORM VERIFY-ARCHIVE-PARA

           IF NOT WS-V-FOUND
               ADD 1 TO WS-MISSING-COUNT
           ELSE
               MOVE WS-GAMING-DAY          TO ACAT-GAMING-DAY
               MOVE WS-V-RECORD-COUNT      TO ACAT-RECORD-COUNT
               MOVE WS-V-HASH-AMOUNT       TO ACAT-HASH-AMOUNT
               MOVE WS-V-HASH-BALANCE      TO ACAT-HASH-BALANCE
               MOVE ARCH-HDR-CUTOVER-STAMP TO ACAT-CUTOVER-STAMP
               MOVE "N"                    TO ACAT-LOCATION
      * Retention as in force on the day itself, the period
      * DAY-CUTOVER would have catalogued it with.
               MOVE WS-GAMING-DAY          TO WS-PARM-AS-OF
               PERFORM LOAD-PARAMETERS-PARA
               COMPUTE ACAT-PURGE-ELIGIBLE =
                   FUNCTION DATE-OF-INTEGER
                       (WS-DAY-INT + WS-RETENTION-DAYS)
               MOVE WS-TS-DATE             TO ACAT-LAST-VERIFIED
               MOVE ZERO                   TO ACAT-OFFLINE-DATE
               MOVE ZERO                   TO ACAT-RESTORED-DATE
               MOVE ZERO                   TO ACAT-HOLD-UNTIL
               IF WS-FAIL-REASON = SPACES
                   WRITE ARCHIVE-CATALOG-RECORD
                       INVALID KEY
                           MOVE "catalogued by another run"
                               TO WS-FAIL-REASON
                   END-WRITE
               END-IF
               IF WS-FAIL-REASON = SPACES
                   ADD 1 TO WS-CATALOGUED-COUNT
               ELSE
                   PERFORM REPORT-FAILED-PARA
               END-IF
               MOVE "CATALOG" TO AREG-ACTION
               PERFORM WRITE-DAY-REGISTER-PARA
           END-IF.

      *----------------------------------------------------------------*
      * Shared verification, copy and register paragraphs.
      *----------------------------------------------------------------*

       OPEN-CATALOG-PARA.
           MOVE "N" TO WS-CATALOG-MISSING-SW
           OPEN I-O ARCHIVE-CATALOG-FILE
           IF WS-ARCHCAT-STATUS = "35"
               MOVE "Y" TO WS-CATALOG-MISSING-SW
           END-IF.

      * The register is appended to for good - it is the auditors'
      * history, not a report of the last run.
       OPEN-REGISTER-PARA.
           OPEN EXTEND REGISTER-FILE
           IF WS-REGISTER-STATUS = "35"
               OPEN OUTPUT REGISTER-FILE
           END-IF.

       BUILD-FILENAMES-PARA.
           MOVE SPACES TO WS-ONLINE-FILENAME
           STRING "TXNJRNL.D"   DELIMITED BY SIZE
                  WS-GAMING-DAY DELIMITED BY SIZE
                  INTO WS-ONLINE-FILENAME
           MOVE SPACES TO WS-OFFLINE-FILENAME
           STRING WS-OFFLINE-DIR     DELIMITED BY SPACE
                  WS-ONLINE-FILENAME DELIMITED BY SPACE
                  INTO WS-OFFLINE-FILENAME.

      * Re-reads the archive named in WS-VERIFY-FILENAME and leaves
      * WS-FAIL-REASON spaces when it passes: present, headed for
      * WS-GAMING-DAY, trailer tied to details, and - when checking
      * against the catalog - details tied to the catalog record in
      * the record area and the header stamp to its cutover stamp.
       VERIFY-ARCHIVE-PARA.
           MOVE SPACES TO WS-FAIL-REASON
           MOVE "N"    TO WS-V-FOUND-SW
           MOVE "N"    TO WS-V-HEADER-SW
           MOVE "N"    TO WS-V-TRAILER-SW
           MOVE ZERO   TO WS-V-RECORD-COUNT
           MOVE ZERO   TO WS-V-HASH-AMOUNT
           MOVE ZERO   TO WS-V-HASH-BALANCE
           MOVE SPACES TO ARCHIVE-DAY-HEADER
           MOVE SPACES TO ARCHIVE-DAY-TRAILER
           MOVE "N"    TO WS-EOF-SW

           OPEN INPUT VERIFY-FILE
           IF WS-VERIFY-STATUS = "35"
               MOVE "archive file not found" TO WS-FAIL-REASON
           ELSE
               MOVE "Y" TO WS-V-FOUND-SW
               PERFORM VERIFY-RECORD-PARA UNTIL WS-EOF
               CLOSE VERIFY-FILE
               PERFORM JUDGE-ARCHIVE-PARA
           END-IF
           MOVE "N" TO WS-EOF-SW.

       VERIFY-RECORD-PARA.
           READ VERIFY-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   EVALUATE VERIFY-RECORD (1:3)
                       WHEN "HDR"
                           MOVE VERIFY-RECORD TO ARCHIVE-DAY-HEADER
                           MOVE "Y" TO WS-V-HEADER-SW
                       WHEN "TRL"
                           MOVE VERIFY-RECORD TO ARCHIVE-DAY-TRAILER
                           MOVE "Y" TO WS-V-TRAILER-SW
                       WHEN OTHER
                           ADD 1 TO WS-V-RECORD-COUNT
                           ADD JRNL-AMOUNT-CENTS TO WS-V-HASH-AMOUNT
                           ADD JRNL-BALANCE-AFTER
                               TO WS-V-HASH-BALANCE
                   END-EVALUATE
           END-READ.

      * First failure found is the one reported.
       JUDGE-ARCHIVE-PARA.
           EVALUATE TRUE
               WHEN NOT WS-V-HEADER-SEEN
                   MOVE "no day header" TO WS-FAIL-REASON
               WHEN ARCH-HDR-GAMING-DAY NOT = WS-GAMING-DAY
                   MOVE "day header is for another gaming day"
                       TO WS-FAIL-REASON
               WHEN NOT WS-V-TRAILER-SEEN
                   MOVE "no day trailer" TO WS-FAIL-REASON
               WHEN ARCH-TRL-RECORD-COUNT NOT = WS-V-RECORD-COUNT OR
                    ARCH-TRL-HASH-AMOUNT  NOT = WS-V-HASH-AMOUNT OR
                    ARCH-TRL-HASH-BALANCE NOT = WS-V-HASH-BALANCE
                   MOVE "trailer does not tie to details"
                       TO WS-FAIL-REASON
               WHEN NOT WS-AGAINST-CATALOG
                   CONTINUE
               WHEN ACAT-RECORD-COUNT NOT = WS-V-RECORD-COUNT OR
                    ACAT-HASH-AMOUNT  NOT = WS-V-HASH-AMOUNT OR
                    ACAT-HASH-BALANCE NOT = WS-V-HASH-BALANCE
                   MOVE "details do not match the catalog entry"
                       TO WS-FAIL-REASON
               WHEN ARCH-HDR-CUTOVER-STAMP NOT = ACAT-CUTOVER-STAMP
                   MOVE "cutover stamp does not match the catalog"
                       TO WS-FAIL-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * A straight line-for-line copy; the copy is verified by the
      * caller, not trusted. The first purge at a site finds no
      * offline directory (status 30) - it is created then, as the
      * last level of ARCHIVE_OFFLINE_DIR; anything above it must
      * already exist.
       COPY-ARCHIVE-PARA.
           OPEN INPUT COPY-IN-FILE
           IF WS-COPY-IN-STATUS = "35"
               MOVE "archive file not found" TO WS-FAIL-REASON
           ELSE
               OPEN OUTPUT COPY-OUT-FILE
               IF WS-COPY-OUT-STATUS = "30" AND
                  WS-COPY-OUT-FILENAME = WS-OFFLINE-FILENAME
                   CALL "CBL_CREATE_DIR" USING WS-OFFLINE-DIR
                   MOVE ZERO TO RETURN-CODE
                   OPEN OUTPUT COPY-OUT-FILE
               END-IF
               IF WS-COPY-OUT-STATUS NOT = "00"
                   MOVE "could not create the copy" TO WS-FAIL-REASON
               ELSE
                   MOVE "N" TO WS-EOF-SW
                   PERFORM COPY-RECORD-PARA UNTIL WS-EOF
                   MOVE "N" TO WS-EOF-SW
                   CLOSE COPY-OUT-FILE
               END-IF
               CLOSE COPY-IN-FILE
           END-IF.

       COPY-RECORD-PARA.
           READ COPY-IN-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   WRITE COPY-OUT-RECORD FROM COPY-IN-RECORD
           END-READ.

       REPORT-FAILED-PARA.
           ADD 1 TO WS-FAILED-COUNT
           DISPLAY "FAILED " WS-GAMING-DAY " " WS-ACTION " - "
               WS-FAIL-REASON.

      * One register record for the day just acted on, carrying the
      * catalog's figures for it.
       WRITE-DAY-REGISTER-PARA.
           MOVE WS-TIMESTAMP        TO AREG-TIMESTAMP
           MOVE WS-GAMING-DAY       TO AREG-GAMING-DAY
           IF WS-FAIL-REASON = SPACES
               MOVE "DONE"          TO AREG-RESULT
           ELSE
               MOVE "FAILED"        TO AREG-RESULT
           END-IF
           MOVE ACAT-RECORD-COUNT   TO AREG-RECORD-COUNT
           MOVE ACAT-HASH-AMOUNT    TO AREG-HASH-AMOUNT
           MOVE ACAT-HASH-BALANCE   TO AREG-HASH-BALANCE
           MOVE ACAT-PURGE-ELIGIBLE TO AREG-PURGE-ELIGIBLE
           MOVE WS-FAIL-REASON      TO AREG-REASON
           WRITE ARCHIVE-REGISTER-RECORD.

       WRITE-SUMMARY-PARA.
           MOVE WS-TIMESTAMP        TO AREG-TIMESTAMP
           MOVE "RUN"               TO AREG-ACTION
           MOVE ZERO                TO AREG-GAMING-DAY
           IF WS-FAILED-COUNT = ZERO
               MOVE "DONE"          TO AREG-RESULT
           ELSE
               MOVE "FAILED"        TO AREG-RESULT
           END-IF
           MOVE ZERO                TO AREG-RECORD-COUNT
           MOVE ZERO                TO AREG-HASH-AMOUNT
           MOVE ZERO                TO AREG-HASH-BALANCE
           MOVE ZERO                TO AREG-PURGE-ELIGIBLE
           MOVE WS-FAIL-REASON      TO AREG-REASON
           WRITE ARCHIVE-REGISTER-RECORD.

      * Settings in force on WS-PARM-AS-OF from the site parameter
      * master (PARMMAST, set by PARM-MAINT); a setting with no
      * value in force on the day keeps its built-in default.
       LOAD-PARAMETERS-PARA.
           MOVE WS-DEFAULT-RETENTION-DAYS TO WS-RETENTION-DAYS
           MOVE WS-DEFAULT-HOLD-DAYS      TO WS-HOLD-DAYS
           MOVE "N" TO WS-PARMMAST-MISSING-SW
           OPEN INPUT SITE-PARAMETER-FILE
           IF WS-PARMMAST-STATUS = "35"
               MOVE "Y" TO WS-PARMMAST-MISSING-SW
           END-IF

           MOVE "ARCHIVE_RETENTION_DAYS" TO WS-PARM-NAME
           PERFORM LOOKUP-PARM-PARA
           IF WS-PARM-FOUND
               MOVE WS-PARM-VALUE TO WS-RETENTION-DAYS
           END-IF

           MOVE "RESTORE_HOLD_DAYS" TO WS-PARM-NAME
           PERFORM LOOKUP-PARM-PARA
           IF WS-PARM-FOUND
               MOVE WS-PARM-VALUE TO WS-HOLD-DAYS
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

      * everything else downstream of TXNJRNL runs against exactly
      * one gaming day instead of every transaction since go-live.
      *
      * Input (environment variables):
      *   GAMING_DAY             - the gaming day being closed,
      *                            YYYYMMDD. Defaults to today's date
      *                            when blank; must be a real date.
      *
      * Site parameters (PARMMAST, set by PARM-MAINT), as in force on
      * GAMING_DAY:
      *   ARCHIVE_RETENTION_DAYS - retention period for the day's
      *                            archive, in days; the catalog
      *                            entry's purge-eligible date is the
      *                            gaming day plus this. Defaults to
      *                            WS-DEFAULT-RETENTION-DAYS below
      *                            (five years) when not set.
      *
      * The archive file is TXNJRNL.D<GAMING_DAY>. It is written as a
      * day-header record, then every journal record of the day
      * is never overwritten - the run is refused with exit code 1 so
      * a double-keyed cutover can't clobber a sealed day.
      *
      * Once the archive is written and closed it is entered on the
      * archive catalog (ARCHCAT, see copybooks/ARCHCAT.cpy) with its
      * trailer figures, cutover stamp, location ONLINE and the date
      * it becomes eligible for the retention run (ARCH-RETAIN) to
      * move offline. A gaming day already on the catalog is refused
      * the same way an existing archive is - its archive may have
      * been moved offline, which the archive-file check alone would
      * not see.
      *
      * Only after the archive is written, closed and catalogued is
      * TXNJRNL re-created empty, so a crash mid-archive leaves the
      * live journal intact to re-run against. (A crash between the
      * archive and its catalog entry leaves the rerun refused on the
      * existing archive; ARCH-RETAIN ACTION=CATALOG enters it.)
      *
      * After the journal is reset, every account-master record is
      * dumped to the opening-balance snapshot file ACCTSNAP (see
      *
      * Output (stdout, run totals):
      *   GAMING_DAY, RECORDS_ARCHIVED, HASH_AMOUNT_CENTS,
      *   HASH_BALANCE_CENTS, PURGE_ELIGIBLE
      *
      * Exit code: 0 = success, 1 = archive or catalog entry
      *            already exists for GAMING_DAY, or GAMING_DAY is
      *            not a valid date
      *
      * Modification history:
      *   2026-08-22  Initial version.
      *               totals file, which is what resets the
      *               per-player daily loss and deposit limits for
      *               the new gaming day.
      *   2026-10-15  Archive lines widened to 300 bytes - the
      *               journal record has grown past 200 with the
      *               jackpot and tax withholding fields.
      *   2026-10-15  Each sealed archive is entered on the archive
      *               catalog (ARCHCAT) with its trailer figures and
      *               purge-eligible date (ARCHIVE_RETENTION_DAYS); a
      *               day already on the catalog is refused.
      *   2026-10-15  ARCHIVE_RETENTION_DAYS is read from the site
      *               parameter master (PARMMAST) as of GAMING_DAY
      *               instead of the environment.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT ARCHIVE-CATALOG-FILE ASSIGN TO "ARCHCAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACAT-GAMING-DAY
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-ARCHCAT-STATUS.

           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DT-PLAYER-ID
               FILE STATUS IS WS-DAYTOTAL-STATUS.

           SELECT SITE-PARAMETER-FILE ASSIGN TO "PARMMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PARM-KEY
               FILE STATUS IS WS-PARMMAST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE.
       COPY JRNLREC.

       FD  ARCHIVE-FILE.
       01 ARCHIVE-RECORD            PIC X(300).

       FD  ARCHIVE-CATALOG-FILE.
       COPY ARCHCAT.

       FD  ACCOUNT-MASTER-FILE.
       COPY ACCTMAST.
       FD  DAY-TOTALS-FILE.
       COPY DAYTOTAL.

       FD  SITE-PARAMETER-FILE.
       COPY PARMMAST.

       WORKING-STORAGE SECTION.
       01 WS-JOURNAL-STATUS     PIC X(02)  VALUE SPACES.
       01 WS-ARCHIVE-STATUS     PIC X(02)  VALUE SPACES.
       01 WS-ARCHCAT-STATUS     PIC X(02)  VALUE SPACES.
       01 WS-ACCT-STATUS        PIC X(02)  VALUE SPACES.
       01 WS-SNAPSHOT-STATUS    PIC X(02)  VALUE SPACES.
       01 WS-DAYTOTAL-STATUS    PIC X(02)  VALUE SPACES.
       01 WS-JOURNAL-MISSING-SW PIC X(01)  VALUE "N".
           88 WS-JOURNAL-MISSING           VALUE "Y".
       01 WS-GAMING-DAY         PIC 9(08)  VALUE ZERO.
       01 WS-GAMING-DAY-INT     PIC 9(08)  VALUE ZERO.
       01 WS-RETENTION-DAYS     PIC 9(05)  VALUE ZERO.
       01 WS-DEFAULT-RETENTION-DAYS PIC 9(05) VALUE 1825.
       01 WS-PARMMAST-STATUS    PIC X(02)  VALUE SPACES.
       01 WS-PARMMAST-MISSING-SW PIC X(01)  VALUE "N".
           88 WS-PARMMAST-MISSING          VALUE "Y".
       01 WS-PARM-NAME          PIC X(28)  VALUE SPACES.
       01 WS-PARM-AS-OF         PIC 9(08)  VALUE ZERO.
       01 WS-PARM-VALUE         PIC S9(15)V9(02) VALUE ZERO.
       01 WS-PARM-FOUND-SW      PIC X(01)  VALUE "N".
           88 WS-PARM-FOUND                VALUE "Y".
       01 WS-RECORD-COUNT       PIC 9(09)  VALUE ZERO.
       01 WS-SNAPSHOT-COUNT     PIC 9(09)  VALUE ZERO.
       01 WS-HASH-AMOUNT-CENTS  PIC S9(15) VALUE ZERO.
           IF WS-GAMING-DAY = ZERO
               MOVE WS-TS-DATE TO WS-GAMING-DAY
           END-IF
           COMPUTE WS-GAMING-DAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-GAMING-DAY)
           IF WS-GAMING-DAY-INT = ZERO
               DISPLAY "ERROR=GAMING_DAY must be a valid YYYYMMDD"
                   " date"
               STOP RUN RETURNING 1
           END-IF
           MOVE WS-GAMING-DAY TO WS-PARM-AS-OF
           PERFORM LOAD-PARAMETERS-PARA
           PERFORM BUILD-FILENAMES-PARA
           PERFORM CHECK-ARCHIVE-ABSENT-PARA
           PERFORM CHECK-CATALOG-ABSENT-PARA

           PERFORM OPEN-FILES-PARA
           PERFORM WRITE-HEADER-PARA
           IF NOT WS-JOURNAL-MISSING
               CLOSE JOURNAL-FILE
           END-IF
           PERFORM WRITE-CATALOG-PARA

           PERFORM RESET-JOURNAL-PARA
           PERFORM WRITE-SNAPSHOT-PARA
           DISPLAY "RECORDS_ARCHIVED=" WS-RECORD-COUNT
           DISPLAY "HASH_AMOUNT_CENTS=" WS-HASH-AMOUNT-CENTS
           DISPLAY "HASH_BALANCE_CENTS=" WS-HASH-BALANCE-CENTS
           DISPLAY "PURGE_ELIGIBLE=" ACAT-PURGE-ELIGIBLE
           DISPLAY "ACCOUNTS_SNAPSHOTTED=" WS-SNAPSHOT-COUNT
           STOP RUN.

               STOP RUN RETURNING 1
           END-IF.

      * The catalog outlives the archive files - a day whose archive
      * the retention run has moved offline is still on it - so a
      * day already catalogued has been cut over whatever the
      * working directory says. A catalog that does not exist yet is
      * created here, empty.
       CHECK-CATALOG-ABSENT-PARA.
           OPEN I-O ARCHIVE-CATALOG-FILE
           IF WS-ARCHCAT-STATUS = "35"
               OPEN OUTPUT ARCHIVE-CATALOG-FILE
               CLOSE ARCHIVE-CATALOG-FILE
               OPEN I-O ARCHIVE-CATALOG-FILE
           END-IF
           MOVE WS-GAMING-DAY TO ACAT-GAMING-DAY
           READ ARCHIVE-CATALOG-FILE
               INVALID KEY
                   CLOSE ARCHIVE-CATALOG-FILE
               NOT INVALID KEY
                   CLOSE ARCHIVE-CATALOG-FILE
                   DISPLAY "ERROR=gaming day " WS-GAMING-DAY
                       " is already on the archive catalog"
                       " (location " ACAT-LOCATION ")"
                   STOP RUN RETURNING 1
           END-READ.

      * A missing journal (no activity at all since the last cutover)
      * still gets a sealed zero-count archive, so every gaming day
      * has exactly one archive file and a gap in the sequence means
           MOVE WS-HASH-BALANCE-CENTS  TO ARCH-TRL-HASH-BALANCE
           WRITE ARCHIVE-RECORD FROM ARCHIVE-DAY-TRAILER.

      * The catalog keeps its own copy of the trailer figures and the
      * cutover stamp, so ARCH-RETAIN and ARCH-EXTRACT can verify the
      * archive against something other than itself.
       WRITE-CATALOG-PARA.
           MOVE WS-GAMING-DAY          TO ACAT-GAMING-DAY
           MOVE WS-RECORD-COUNT        TO ACAT-RECORD-COUNT
           MOVE WS-HASH-AMOUNT-CENTS   TO ACAT-HASH-AMOUNT
           MOVE WS-HASH-BALANCE-CENTS  TO ACAT-HASH-BALANCE
           MOVE WS-TIMESTAMP           TO ACAT-CUTOVER-STAMP
           MOVE "N"                    TO ACAT-LOCATION
           COMPUTE ACAT-PURGE-ELIGIBLE =
               FUNCTION DATE-OF-INTEGER
                   (WS-GAMING-DAY-INT + WS-RETENTION-DAYS)
           MOVE WS-TS-DATE             TO ACAT-LAST-VERIFIED
           MOVE ZERO                   TO ACAT-OFFLINE-DATE
           MOVE ZERO                   TO ACAT-RESTORED-DATE
           MOVE ZERO                   TO ACAT-HOLD-UNTIL
           OPEN I-O ARCHIVE-CATALOG-FILE
           WRITE ARCHIVE-CATALOG-RECORD
               INVALID KEY
                   CLOSE ARCHIVE-CATALOG-FILE
                   DISPLAY "ERROR=gaming day " WS-GAMING-DAY
                       " was catalogued by another run - journal"
                       " left in place"
                   STOP RUN RETURNING 1
           END-WRITE
           CLOSE ARCHIVE-CATALOG-FILE.

      * Re-created empty only after the archive is safely written and
      * closed, so a crash anywhere above leaves the live journal
      * untouched for a re-run.
       RESET-DAY-TOTALS-PARA.
           OPEN OUTPUT DAY-TOTALS-FILE
           CLOSE DAY-TOTALS-FILE.

      * Settings in force on WS-PARM-AS-OF from the site parameter
      * master (PARMMAST, set by PARM-MAINT); a setting with no
      * value in force on the day keeps its built-in default.
       LOAD-PARAMETERS-PARA.
           MOVE WS-DEFAULT-RETENTION-DAYS TO WS-RETENTION-DAYS
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

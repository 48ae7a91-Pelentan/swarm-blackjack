      *----------------------------------------------------------------*
      * PLRPROF - player registration / KYC profile record layout.
      * Keyed by PROF-PLAYER-ID, the same key as ACCTMAST, and
      * written only by the cage's account-opening program ACCT-OPEN
      * (which also writes the player's ACCTMAST record). A player
      * with no profile was never registered: CALC-CREDIT,
      * VALIDATE-DEBIT, BATCH-POST, POST-SERVER and PEND-RELEASE
      * refuse them with the journaled status NOT-REGISTERED rather
      * than opening an account on first posting, and BATCH-EDIT
      * reports them as UNKNOWN-PLAYER.
      *
      * PROF-ID-TYPE is the identity document the cage inspected:
      *   PP = passport, DL = driver's licence, ID = state ID card,
      *   MI = military ID
      * Deposits and withdrawals are refused (ID-EXPIRED) once
      * PROF-ID-EXPIRY is behind the current date, and (KYC-PENDING)
      * while PROF-KYC-VERIFIED is not "Y", until the cage re-verifies
      * the document through ACCT-OPEN ACTION=REVERIFY. Bets and pot
      * payouts are not gated on the document.
      *
      * PROF-TAX-ID is the player's taxpayer number, spaces when the
      * player has given none. A reportable win paid to a player with
      * no tax ID is withheld at the higher no-ID rate, and the
      * year-end tax extract (TAX-EXTRACT) reports it on the player's
      * form records. Recorded by ACCT-OPEN at the opening or on a
      * REVERIFY. Appended at the end of the record.
      *
      * Dates are YYYYMMDD; stamps are the usual date + time
      * WS-TIMESTAMP layout.
      *----------------------------------------------------------------*
       01 PLAYER-PROFILE-RECORD.
           05 PROF-PLAYER-ID           PIC X(10).
           05 PROF-LAST-NAME           PIC X(25).
           05 PROF-FIRST-NAME          PIC X(20).
           05 PROF-BIRTH-DATE          PIC 9(08).
           05 PROF-ID-TYPE             PIC X(02).
               88 PROF-ID-PASSPORT             VALUE "PP".
               88 PROF-ID-DRIVER-LICENCE       VALUE "DL".
               88 PROF-ID-STATE-CARD           VALUE "ID".
               88 PROF-ID-MILITARY             VALUE "MI".
               88 PROF-ID-TYPE-VALID           VALUE "PP" "DL"
                                                     "ID" "MI".
           05 PROF-ID-NUMBER           PIC X(20).
           05 PROF-ID-EXPIRY           PIC 9(08).
           05 PROF-ADDRESS-LINE        PIC X(40).
           05 PROF-CITY                PIC X(20).
           05 PROF-STATE-CODE          PIC X(02).
           05 PROF-POSTAL-CODE         PIC X(10).
           05 PROF-KYC-VERIFIED        PIC X(01).
               88 PROF-KYC-DONE                VALUE "Y".
               88 PROF-KYC-PENDING             VALUE "N" SPACE.
           05 PROF-KYC-OPERATOR        PIC X(08).
           05 PROF-KYC-STAMP           PIC X(16).
           05 PROF-OPENED-OPERATOR     PIC X(08).
           05 PROF-OPENED-STAMP        PIC X(16).
           05 PROF-TAX-ID              PIC X(11).

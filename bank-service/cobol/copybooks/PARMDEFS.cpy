      *----------------------------------------------------------------*
      * PARMDEFS - site parameter definitions.
      * The parameters the site parameter master (PARMMAST, see
      * copybooks/PARMMAST.cpy) may hold, with the range PARM-MAINT
      * accepts for each and the built-in default the programs fall
      * back to while a parameter has no value in force - the same
      * default each reading program carries in its own
      * working storage. PARM-LIST prints from this table.
      *
      * PDEF-DECIMALS-OK is Y for the percentages (two decimals);
      * every other parameter is a whole number. A parameter added
      * here must also be added to the programs that read it, and
      * PDEF-COUNT raised.
      *----------------------------------------------------------------*
       01 PARM-DEFINITION-VALUES.
           05 FILLER PIC X(28) VALUE "MAX_BALANCE_CENTS".
           05 FILLER PIC X(01) VALUE "N".
           05 FILLER PIC 9(15)V9(02) VALUE 1.
           05 FILLER PIC 9(15)V9(02) VALUE 999999999999999.
           05 FILLER PIC 9(15)V9(02) VALUE 1000000000.
           05 FILLER PIC X(36) VALUE
               "Account balance ceiling, cents".
           05 FILLER PIC X(28) VALUE "RAKE_PCT".
           05 FILLER PIC X(01) VALUE "Y".
           05 FILLER PIC 9(15)V9(02) VALUE 0.
           05 FILLER PIC 9(15)V9(02) VALUE 99.99.
           05 FILLER PIC 9(15)V9(02) VALUE 0.
           05 FILLER PIC X(36) VALUE
               "House rake on cage pot payouts, %".
           05 FILLER PIC X(28) VALUE "TAX_THRESHOLD_CENTS".
           05 FILLER PIC X(01) VALUE "N".
           05 FILLER PIC 9(15)V9(02) VALUE 1.
           05 FILLER PIC 9(15)V9(02) VALUE 999999999999999.
           05 FILLER PIC 9(15)V9(02) VALUE 500000.
           05 FILLER PIC X(36) VALUE
               "Reportable-win threshold, cents".
           05 FILLER PIC X(28) VALUE "TAX_RATE_PCT".
           05 FILLER PIC X(01) VALUE "Y".
           05 FILLER PIC 9(15)V9(02) VALUE 0.
           05 FILLER PIC 9(15)V9(02) VALUE 99.99.
           05 FILLER PIC 9(15)V9(02) VALUE 24.00.
           05 FILLER PIC X(36) VALUE
               "Win withholding rate with tax ID, %".
           05 FILLER PIC X(28) VALUE "TAX_NOID_RATE_PCT".
           05 FILLER PIC X(01) VALUE "Y".
           05 FILLER PIC 9(15)V9(02) VALUE 0.
           05 FILLER PIC 9(15)V9(02) VALUE 99.99.
           05 FILLER PIC 9(15)V9(02) VALUE 28.00.
           05 FILLER PIC X(36) VALUE
               "Win withholding rate, no tax ID, %".
           05 FILLER PIC X(28) VALUE "CTR_THRESHOLD_CENTS".
           05 FILLER PIC X(01) VALUE "N".
           05 FILLER PIC 9(15)V9(02) VALUE 1.
           05 FILLER PIC 9(15)V9(02) VALUE 999999999999999.
           05 FILLER PIC 9(15)V9(02) VALUE 1000000.
           05 FILLER PIC X(36) VALUE
               "AML CTR aggregate threshold, cents".
           05 FILLER PIC X(28) VALUE "STRUCT_NEAR_PCT".
           05 FILLER PIC X(01) VALUE "N".
           05 FILLER PIC 9(15)V9(02) VALUE 1.
           05 FILLER PIC 9(15)V9(02) VALUE 100.
           05 FILLER PIC 9(15)V9(02) VALUE 80.
           05 FILLER PIC X(36) VALUE
               "AML near-line floor, % of CTR".
           05 FILLER PIC X(28) VALUE "STRUCT_MIN_COUNT".
           05 FILLER PIC X(01) VALUE "N".
           05 FILLER PIC 9(15)V9(02) VALUE 1.
           05 FILLER PIC 9(15)V9(02) VALUE 999.
           05 FILLER PIC 9(15)V9(02) VALUE 3.
           05 FILLER PIC X(36) VALUE
               "AML near-line deposits to flag".
           05 FILLER PIC X(28) VALUE "VELOCITY_COUNT".
           05 FILLER PIC X(01) VALUE "N".
           05 FILLER PIC 9(15)V9(02) VALUE 1.
           05 FILLER PIC 9(15)V9(02) VALUE 999.
           05 FILLER PIC 9(15)V9(02) VALUE 3.
           05 FILLER PIC X(36) VALUE
               "Fraud VELOCITY rule attempts".
           05 FILLER PIC X(28) VALUE "VELOCITY_MINUTES".
           05 FILLER PIC X(01) VALUE "N".
           05 FILLER PIC 9(15)V9(02) VALUE 1.
           05 FILLER PIC 9(15)V9(02) VALUE 9999.
           05 FILLER PIC 9(15)V9(02) VALUE 10.
           05 FILLER PIC X(36) VALUE
               "Fraud VELOCITY rule window, minutes".
           05 FILLER PIC X(28) VALUE "NEAR_ZERO_CENTS".
           05 FILLER PIC X(01) VALUE "N".
           05 FILLER PIC 9(15)V9(02) VALUE 0.
           05 FILLER PIC 9(15)V9(02) VALUE 999999999999999.
           05 FILLER PIC 9(15)V9(02) VALUE 1000.
           05 FILLER PIC X(36) VALUE
               "Fraud ESCALATION near-zero, cents".
           05 FILLER PIC X(28) VALUE "TABLE_PLAYERS".
           05 FILLER PIC X(01) VALUE "N".
           05 FILLER PIC 9(15)V9(02) VALUE 1.
           05 FILLER PIC 9(15)V9(02) VALUE 999.
           05 FILLER PIC 9(15)V9(02) VALUE 3.
           05 FILLER PIC X(36) VALUE
               "Fraud TABLE-SWEEP distinct players".
           05 FILLER PIC X(28) VALUE "COMP_CENTS_PER_POINT".
           05 FILLER PIC X(01) VALUE "N".
           05 FILLER PIC 9(15)V9(02) VALUE 1.
           05 FILLER PIC 9(15)V9(02) VALUE 999999999.
           05 FILLER PIC 9(15)V9(02) VALUE 1000.
           05 FILLER PIC X(36) VALUE
               "Comp accrual: cents wagered a point".
           05 FILLER PIC X(28) VALUE "COMP_REDEEM_CENTS_PER_POINT".
           05 FILLER PIC X(01) VALUE "N".
           05 FILLER PIC 9(15)V9(02) VALUE 1.
           05 FILLER PIC 9(15)V9(02) VALUE 999999999.
           05 FILLER PIC 9(15)V9(02) VALUE 10.
           05 FILLER PIC X(36) VALUE
               "Comp redemption: cents a point".
           05 FILLER PIC X(28) VALUE "DORMANT_DAYS".
           05 FILLER PIC X(01) VALUE "N".
           05 FILLER PIC 9(15)V9(02) VALUE 1.
           05 FILLER PIC 9(15)V9(02) VALUE 99999.
           05 FILLER PIC 9(15)V9(02) VALUE 180.
           05 FILLER PIC X(36) VALUE
               "Days idle before reported dormant".
           05 FILLER PIC X(28) VALUE "ESCHEAT_DAYS".
           05 FILLER PIC X(01) VALUE "N".
           05 FILLER PIC 9(15)V9(02) VALUE 1.
           05 FILLER PIC 9(15)V9(02) VALUE 99999.
           05 FILLER PIC 9(15)V9(02) VALUE 365.
           05 FILLER PIC X(36) VALUE
               "Days idle before marked DORMANT".
           05 FILLER PIC X(28) VALUE "TOLERANCE_CENTS".
           05 FILLER PIC X(01) VALUE "N".
           05 FILLER PIC 9(15)V9(02) VALUE 0.
           05 FILLER PIC 9(15)V9(02) VALUE 999999999999999.
           05 FILLER PIC 9(15)V9(02) VALUE 0.
           05 FILLER PIC X(36) VALUE
               "Shift-close over/short tolerance".
           05 FILLER PIC X(28) VALUE "CHRONIC_DAYS".
           05 FILLER PIC X(01) VALUE "N".
           05 FILLER PIC 9(15)V9(02) VALUE 1.
           05 FILLER PIC 9(15)V9(02) VALUE 999.
           05 FILLER PIC 9(15)V9(02) VALUE 30.
           05 FILLER PIC X(36) VALUE
               "Shift-close chronic look-back, days".
           05 FILLER PIC X(28) VALUE "CHRONIC_COUNT".
           05 FILLER PIC X(01) VALUE "N".
           05 FILLER PIC 9(15)V9(02) VALUE 1.
           05 FILLER PIC 9(15)V9(02) VALUE 999.
           05 FILLER PIC 9(15)V9(02) VALUE 3.
           05 FILLER PIC X(36) VALUE
               "Shift-close chronic over/short count".
           05 FILLER PIC X(28) VALUE "MARKER_TERM_DAYS".
           05 FILLER PIC X(01) VALUE "N".
           05 FILLER PIC 9(15)V9(02) VALUE 1.
           05 FILLER PIC 9(15)V9(02) VALUE 999.
           05 FILLER PIC 9(15)V9(02) VALUE 30.
           05 FILLER PIC X(36) VALUE
               "Marker term, days to due date".
           05 FILLER PIC X(28) VALUE "ARCHIVE_RETENTION_DAYS".
           05 FILLER PIC X(01) VALUE "N".
           05 FILLER PIC 9(15)V9(02) VALUE 1.
           05 FILLER PIC 9(15)V9(02) VALUE 99999.
           05 FILLER PIC 9(15)V9(02) VALUE 1825.
           05 FILLER PIC X(36) VALUE
               "Journal archive retention, days".
           05 FILLER PIC X(28) VALUE "RESTORE_HOLD_DAYS".
           05 FILLER PIC X(01) VALUE "N".
           05 FILLER PIC 9(15)V9(02) VALUE 1.
           05 FILLER PIC 9(15)V9(02) VALUE 999.
           05 FILLER PIC 9(15)V9(02) VALUE 30.
           05 FILLER PIC X(36) VALUE
               "Restored archive online hold, days".
       01 PARM-DEFINITION-TABLE REDEFINES PARM-DEFINITION-VALUES.
           05 PDEF-ENTRY OCCURS 22 TIMES
                   INDEXED BY PDEF-IDX.
               10 PDEF-NAME            PIC X(28).
               10 PDEF-DECIMALS-OK     PIC X(01).
               10 PDEF-MIN-VALUE       PIC 9(15)V9(02).
               10 PDEF-MAX-VALUE       PIC 9(15)V9(02).
               10 PDEF-DEFAULT-VALUE   PIC 9(15)V9(02).
               10 PDEF-DESCRIPTION     PIC X(36).
       01 PDEF-COUNT                   PIC 9(03) VALUE 22.

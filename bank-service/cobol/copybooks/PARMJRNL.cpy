      *----------------------------------------------------------------*
      * PARMJRNL - site parameter change journal record layout.
      * Appended by PARM-MAINT for every value it sets on the site
      * parameter master (see copybooks/PARMMAST.cpy), in the same
      * run, and never rewritten - the auditors' record of who moved
      * which setting, from what, to what and why. Kept apart from
      * TXNJRNL, which carries money movements only.
      *
      * PCHG-OLD-VALUE is the value that was in force on
      * PCHG-EFFECTIVE-DAY before the change; PCHG-OLD-SOURCE says
      * where it came from:
      *   S - set on the parameter master
      *   D - nothing set; the built-in default (copybooks/PARMDEFS)
      * PCHG-REPLACED is Y when the change overwrote a value already
      * set for the same effective day rather than adding a new one.
      *----------------------------------------------------------------*
       01 PARM-CHANGE-RECORD.
           05 PCHG-TIMESTAMP           PIC X(16).
           05 PCHG-PARM-NAME           PIC X(28).
           05 PCHG-EFFECTIVE-DAY       PIC 9(08).
           05 PCHG-OLD-SOURCE          PIC X(01).
               88 PCHG-OLD-SET                 VALUE "S".
               88 PCHG-OLD-DEFAULT             VALUE "D".
           05 PCHG-OLD-VALUE           PIC S9(15)V9(02).
           05 PCHG-NEW-VALUE           PIC S9(15)V9(02).
           05 PCHG-REPLACED            PIC X(01).
           05 PCHG-OPERATOR            PIC X(08).
           05 PCHG-REASON-CODE         PIC X(04).
           05 PCHG-REASON-TEXT         PIC X(40).

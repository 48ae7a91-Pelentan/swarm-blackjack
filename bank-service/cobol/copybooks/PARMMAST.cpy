      *----------------------------------------------------------------*
      * PARMMAST - site parameter master record layout.
      * Indexed, one record per value a parameter has ever been set
      * to, written only by the supervised PARM-MAINT and never
      * deleted, so the value in force on any past gaming day can
      * still be read back. The parameters and their built-in
      * defaults are listed in copybooks/PARMDEFS.cpy.
      *
      * PARM-KEY is the parameter name followed by PARM-EFFECTIVE-INV,
      * 99999999 less the effective gaming day, so a parameter's
      * values sort newest first. The value in force on gaming day D
      * is found with a START at (name, 99999999 - D) and one READ
      * NEXT: the first record at or after that key, if it is for the
      * same name, is the latest value effective on or before D.
      * Every program reading a setting does exactly that
      * (LOOKUP-PARM-PARA) and keeps its built-in default when the
      * parameter has no value in force on the day.
      *
      * PARM-VALUE holds every kind of setting - cents, percentages
      * to two decimals, counts and day counts. PARM-OPERATOR is the
      * supervisor who set it, PARM-REASON-CODE the site reason, and
      * PARM-SET-STAMP when.
      *----------------------------------------------------------------*
       01 SITE-PARAMETER-RECORD.
           05 PARM-KEY.
               10 PARM-NAME            PIC X(28).
               10 PARM-EFFECTIVE-INV   PIC 9(08).
           05 PARM-EFFECTIVE-DAY       PIC 9(08).
           05 PARM-VALUE               PIC S9(15)V9(02).
           05 PARM-OPERATOR            PIC X(08).
           05 PARM-REASON-CODE         PIC X(04).
           05 PARM-SET-STAMP           PIC X(16).

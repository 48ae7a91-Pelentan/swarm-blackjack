      *----------------------------------------------------------------*
      * EXCLREG - statewide exclusion registry record layout.
      * Keyed by EXR-EXCL-ID, the commission's exclusion number, and
      * written only by EXCL-IMPORT as it loads each commission list
      * (see copybooks/EXCLLIST.cpy). One record per person ever on
      * the list; a record is never deleted.
      *
      * EXR-STATE is L while the person is on the list in force, and
      * R once a later list - or a corrected list reissued for the
      * same effective date - no longer carries them
      * (EXR-REMOVED-DATE is that list's effective date). Removal
      * lifts nothing: a matched account stays self-excluded until a
      * supervisor reinstates it through ACCT-STATUS, and EXCL-IMPORT
      * keeps reporting it for reinstatement until then. A person
      * who reappears on a later list goes back to L.
      *
      * EXR-FIRST-LIST-DATE / EXR-LAST-LIST-DATE are the effective
      * dates of the first and the latest list carrying the person,
      * EXR-LAST-LIST-ID the commission's identifier of that latest
      * list.
      * EXR-PLAYER-ID is the account the person was matched to
      * (spaces until a match), EXR-MATCH-STAMP when, and
      * EXR-IMPORT-OPERATOR the operator who ran the import that
      * last touched the record.
      *----------------------------------------------------------------*
       01 EXCLUSION-REGISTRY-RECORD.
           05 EXR-EXCL-ID              PIC X(12).
           05 EXR-LAST-NAME            PIC X(25).
           05 EXR-FIRST-NAME           PIC X(20).
           05 EXR-BIRTH-DATE           PIC 9(08).
           05 EXR-ID-TYPE              PIC X(02).
           05 EXR-ID-NUMBER            PIC X(20).
           05 EXR-LISTED-DATE          PIC 9(08).
           05 EXR-STATE                PIC X(01).
               88 EXR-LISTED                   VALUE "L".
               88 EXR-REMOVED                  VALUE "R".
           05 EXR-FIRST-LIST-DATE      PIC 9(08).
           05 EXR-LAST-LIST-DATE       PIC 9(08).
           05 EXR-LAST-LIST-ID         PIC X(12).
           05 EXR-REMOVED-DATE         PIC 9(08).
           05 EXR-PLAYER-ID            PIC X(10).
           05 EXR-MATCH-STAMP          PIC X(16).
           05 EXR-IMPORT-OPERATOR      PIC X(08).

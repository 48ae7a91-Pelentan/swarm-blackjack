      *----------------------------------------------------------------*
      * EXCLLIST - gaming commission statewide exclusion list file.
      * Line sequential, as received from the commission and read by
      * EXCL-IMPORT: one EXCLUSION-LIST-HEADER first, one
      * EXCLUSION-LIST-DETAIL per excluded person, and one
      * EXCLUSION-LIST-TRAILER last, each told apart by its leading
      * record-type byte (H, D, T).
      *
      * XLH-EFFECTIVE-DATE is the date the commission's list takes
      * effect - the list in force from that date replaces the one
      * before it in full, so a person on the old list and not on the
      * new one has been removed from it. XLT-RECORD-COUNT is the
      * number of detail records, checked before anything is loaded.
      *
      * XLD-EXCL-ID is the commission's own exclusion number for the
      * person and never changes from list to list. The identity
      * fields are as the commission holds them: either may be blank
      * (no ID number, or no name / date of birth on file).
      * XLD-LISTED-DATE is the date the person was placed on the
      * statewide list. Dates are YYYYMMDD.
      *----------------------------------------------------------------*
       01 EXCLUSION-LIST-HEADER.
           05 XLH-RECORD-TYPE          PIC X(01).
           05 XLH-LIST-ID              PIC X(12).
           05 XLH-EFFECTIVE-DATE       PIC 9(08).
           05 XLH-ISSUED-DATE          PIC 9(08).
       01 EXCLUSION-LIST-DETAIL.
           05 XLD-RECORD-TYPE          PIC X(01).
           05 XLD-EXCL-ID              PIC X(12).
           05 XLD-LAST-NAME            PIC X(25).
           05 XLD-FIRST-NAME           PIC X(20).
           05 XLD-BIRTH-DATE           PIC 9(08).
           05 XLD-ID-TYPE              PIC X(02).
           05 XLD-ID-NUMBER            PIC X(20).
           05 XLD-LISTED-DATE          PIC 9(08).
       01 EXCLUSION-LIST-TRAILER.
           05 XLT-RECORD-TYPE          PIC X(01).
           05 XLT-RECORD-COUNT         PIC 9(07).

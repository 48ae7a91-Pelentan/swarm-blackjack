      * is treated by every posting program exactly like FROZEN until
      * the cage reactivates the account through ACCT-STATUS.
      *
      * SELF-EXCLUDED with ACCT-STATUS-REASON STEX was set by
      * EXCL-IMPORT from the commission's statewide exclusion list;
      * ACCT-STATUS lets only a SUPERVISOR lift it.
      *
      * Adding the status fields grew the record from 41 to 70
      * bytes, so an account master written under the old layout
      * fails OPEN with file status 39 and must be converted once

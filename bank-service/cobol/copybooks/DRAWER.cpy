      *----------------------------------------------------------------*
      * DRAWER - cage cashier drawer session record layout.
      * One record per drawer session, keyed by drawer plus session
      * number so a drawer's sessions read back together in the
      * order they were opened. Written by DRAWER-SESSION when a
      * cashier opens the drawer with its opening count, and
      * rewritten when the drawer is closed with its closing count.
      * A drawer has at most one OPEN session at a time; the session
      * number is the drawer's previous session number plus one.
      *
      * Cash postings made at the cage while the session is open
      * (CALC-CREDIT deposits, VALIDATE-DEBIT withdrawals, MARKER-POST
      * cash repayments, each run with DRAWER_ID) carry the drawer
      * and session number on the journal entry as JRNL-DRAWER-ID /
      * JRNL-DRAWER-SESSION - see copybooks/JRNLREC.cpy.
      *
      * DRW-GAMING-DAY and DRW-SHIFT-NO place the session on the
      * shift it belongs to. The reconciliation fields are filled in
      * by SHIFT-CLOSE from the journal: cash in, cash out, the
      * expected drawer total (opening count + cash in - cash out)
      * and the over/short (closing count - expected, negative when
      * the drawer is short). DRW-RECON-STATE is spaces until
      * SHIFT-CLOSE has reconciled the closed session, then BALANCED
      * or UNBALANCED against the site tolerance; the reconciled
      * history is what SHIFT-CLOSE lists chronic over/shorts from.
      *----------------------------------------------------------------*
       01 DRAWER-SESSION-RECORD.
           05 DRW-KEY.
               10 DRW-DRAWER-ID        PIC X(04).
               10 DRW-SESSION-NO       PIC 9(06).
           05 DRW-CASHIER-ID           PIC X(08).
           05 DRW-GAMING-DAY           PIC 9(08).
           05 DRW-SHIFT-NO             PIC 9(01).
           05 DRW-STATE                PIC X(01).
               88 DRW-OPEN                     VALUE "O".
               88 DRW-CLOSED                   VALUE "C".
           05 DRW-OPENING-CENTS        PIC S9(15).
           05 DRW-OPEN-STAMP           PIC X(16).
           05 DRW-CLOSING-CENTS        PIC S9(15).
           05 DRW-CLOSE-STAMP          PIC X(16).
           05 DRW-CLOSE-OPERATOR       PIC X(08).
           05 DRW-CASH-IN-CENTS        PIC S9(15).
           05 DRW-CASH-OUT-CENTS       PIC S9(15).
           05 DRW-EXPECTED-CENTS       PIC S9(15).
           05 DRW-OVER-SHORT-CENTS     PIC S9(15).
           05 DRW-RECON-STATE          PIC X(01).
               88 DRW-NOT-RECONCILED           VALUE SPACE.
               88 DRW-BALANCED                 VALUE "B".
               88 DRW-UNBALANCED               VALUE "U".

      * terminal can find its answer. RSP-STATUS carries the same
      * statuses the single-shot programs answer (OK, INSUFFICIENT,
      * LIMIT-EXCEEDED, DAILY-LIMIT, REVIEW-REQUIRED, ACCT-FROZEN,
      * SELF-EXCLUDED, ACCT-CLOSED, ACCT-DORMANT, NOT-REGISTERED,
      * ID-EXPIRED, KYC-PENDING, NOT-VERIFIED, NOT-FOUND, ERROR,
      * plus STOPPED for the shutdown request); the amount, balance,
      * rake, error-code and tax fields mean what they mean on
      * XFER-RESPONSE-RECORD / INQ-RESPONSE-RECORD.
      *----------------------------------------------------------------*
       01 POST-RESPONSE-RECORD.
           05 RSP-NEW-BALANCE-CENTS    PIC S9(15).
           05 RSP-RAKE-CENTS           PIC S9(15).
           05 RSP-ERROR-CODE           PIC 9(04).
           05 RSP-TAX-CENTS            PIC S9(15).

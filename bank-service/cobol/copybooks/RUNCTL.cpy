      * exit (e.g. FRAUD-MONITOR on a day with no exception file),
      * so the verdicts are on the record without blocking the
      * close.
      *
      * Steps 91 - 99 are not close steps: SHIFT-CLOSE records each
      * cage shift's drawer balancing under step 90 + shift number,
      * RC-STEP-NAME "SHIFT-CLOSE", C when the shift balanced and F
      * (return code 1) when it did not. CLOSE-DAY flags the F ones.
      *----------------------------------------------------------------*
       01 RUN-CONTROL-RECORD.
           05 RC-KEY.

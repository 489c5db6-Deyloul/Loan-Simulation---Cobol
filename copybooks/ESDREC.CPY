      * BALANCE - WHICH MAY GO NEGATIVE, THAT IS THE SHORTAGE THE
      * ANALYSIS REPORTS - AND THE YEAR'S DISBURSEMENTS PER ACCOUNT
      * DRIVE THE RECOMPUTED PER-PERIOD ESCROW AMOUNT.
      * USED BY ESCROW-DISBURSE-FILE IN PROGRAMS LOANESC AND LOANTBAL.
      *
      * MODIFICATION HISTORY.
      *     2026-09-02 MDC  ORIGINAL ESCROW DISBURSEMENT LAYOUT.
      *     2026-10-15 MDC  NOW ALSO READ BY THE LOANTBAL ROLL-FORWARD
      *                      FOR THE DAY'S ESCROW DISBURSED.
      ******************************************************************
       01  ESCROW-DISBURSE-RECORD.
           05  ED-ACCOUNT-NO            PIC X(10).

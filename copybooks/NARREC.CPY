      ******************************************************************
      * NARREC.CPY
      * NON-ACCRUAL RULES RECORD - ONE LINE PER CURRENCY, GIVING THE
      * ARREARS THRESHOLDS THE NIGHTLY NON-ACCRUAL PASS APPLIES TO
      * EVERY ACCOUNT BOOKED IN THAT CURRENCY. AN ACTIVE ACCOUNT GOES
      * ON NON-ACCRUAL ONCE IT IS AT LEAST NR-NONACCRUAL-MISSED
      * SCHEDULED PAYMENTS BEHIND, OR - WHEN NR-NONACCRUAL-PAST-DUE
      * IS KEYED NON-ZERO - ONCE ITS PAST-DUE AMOUNT REACHES THAT
      * FIGURE, WHICHEVER COMES FIRST. AN ACCOUNT AT LEAST
      * NR-CHARGEOFF-MISSED PAYMENTS BEHIND IS LISTED FOR CREDIT
      * REVIEW AS A CHARGE-OFF CANDIDATE; ZERO THERE MEANS THE
      * CURRENCY IS NEVER RECOMMENDED. A CURRENCY WITH NO LINE IS
      * LEFT ALONE.
      * USED BY NON-ACCRUAL-RULES-FILE IN PROGRAM LOANNACR.
      *
      * MODIFICATION HISTORY.
      *     2026-10-15 MDC  ORIGINAL NON-ACCRUAL RULES LAYOUT.
      ******************************************************************
       01  NON-ACCRUAL-RULES-RECORD.
           05  NR-CURRENCY-CODE         PIC X(03).
           05  NR-NONACCRUAL-MISSED     PIC 9(04).
           05  NR-NONACCRUAL-PAST-DUE   PIC 9(13)V9(06).
           05  NR-CHARGEOFF-MISSED      PIC 9(04).

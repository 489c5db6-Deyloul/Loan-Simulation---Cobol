      *                      REPORTS A SCHEDULED PERIOD FOR WHICH
      *                      NOTHING ARRIVED, AND POSTS AS A WHOLLY-
      *                      MISSED PERIOD.
      *     2026-10-15 MDC  ADDED THE TRANSACTION TYPE. A REVERSAL
      *                      RECORD BACKS OUT AN EARLIER POSTING OF
      *                      A PAYMENT THE BANK HAS RETURNED (NSF OR
      *                      ACH RETURN) - IT CARRIES THE ACCOUNT,
      *                      VALUE DATE AND AMOUNT OF THE ORIGINAL
      *                      PAYMENT SO LOANPOST CAN FIND THE
      *                      POSTING ON PAYHIST. A BLANK TYPE IS AN
      *                      ORDINARY PAYMENT, SO FILES CUT BEFORE
      *                      THE FIELD EXISTED STILL POST AS BEFORE.
      ******************************************************************
       01  PAYMENT-INPUT-RECORD.
           05  PY-ACCOUNT-NO            PIC X(10).
           05  PY-VALUE-DATE            PIC 9(08).
           05  PY-AMOUNT-PAID           PIC 9(13)V9(06).
           05  PY-TRANS-TYPE            PIC X(01).
               88  PY-TRANS-PAYMENT         VALUE "P" " ".
               88  PY-TRANS-REVERSAL        VALUE "R".

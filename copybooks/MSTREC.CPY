      *                      DISBURSEMENT RUN CAN LEAVE A SHORTAGE
      *                      SHOWING AS A NEGATIVE BALANCE FOR THE
      *                      LOANESC ANALYSIS TO REPORT.
      *     2026-10-15 MDC  ADDED THE NON-ACCRUAL STATUS, SET AND
      *                      CLEARED BY THE NIGHTLY LOANNACR PASS OFF
      *                      THE ARREARS STATE. A NON-ACCRUAL ACCOUNT
      *                      IS STILL ON THE BOOK AND STILL SERVICED,
      *                      BUT BOOKS NO INTEREST INCOME AND APPLIES
      *                      ITS CASH TO PRINCIPAL FIRST.
      *     2026-10-15 MDC  ADDED THE DUE-DATE CALENDAR - THE DATE
      *                      THE NEXT SCHEDULED PAYMENT FALLS DUE AND
      *                      THE DAY OF THE MONTH PAYMENTS FALL ON,
      *                      SET AT BOARDING AND STEPPED ON ONE
      *                      PERIOD BY EACH POSTING - AND THE DUE
      *                      DATE LOANDDX LAST REQUESTED A DIRECT
      *                      DEBIT FOR, SO THE SAME INSTALMENT IS
      *                      NEVER COLLECTED TWICE. A ZERO NEXT DUE
      *                      DATE MEANS NOTHING MORE FALLS DUE.
      ******************************************************************
       01  LOAN-MASTER-RECORD.
           05  LM-ACCOUNT-NO            PIC X(10).
               88  LM-STATUS-ACTIVE         VALUE "A".
               88  LM-STATUS-PAID-OFF       VALUE "P".
               88  LM-STATUS-WRITTEN-OFF    VALUE "W".
               88  LM-STATUS-NON-ACCRUAL    VALUE "N".
           05  LM-MISSED-COUNT          PIC 9(04).
           05  LM-PAST-DUE-AMT          PIC 9(13)V9(06).
           05  LM-ESCROW-PAYMENT        PIC 9(13)V9(06).
           05  LM-ESCROW-BALANCE        PIC S9(13)V9(06).
           05  LM-NEXT-DUE-DATE         PIC 9(08).
           05  LM-PAYMENT-DAY           PIC 9(02).
           05  LM-DEBIT-DUE-DATE        PIC 9(08).

      *                      AMEND CAN RESET IT - ZERO ON AN AMEND
      *                      LEAVES THE ESCROW PAYMENT UNTOUCHED,
      *                      LIKE THE RATE AND TERM.
      *     2026-10-15 MDC  ADDED THE PAYMENT DAY SO A BOARD CAN SAY
      *                      WHICH DAY OF THE MONTH THE LOAN FALLS
      *                      DUE - ZERO TAKES THE DAY OF THE BOARDING
      *                      DATE. ONLY A BOARD USES IT.
      *     2026-10-15 MDC  ADDED THE LENDING-LIMIT APPROVAL FLAG. A
      *                      BOARD THAT WOULD TAKE THE CUSTOMER OVER
      *                      THEIR APPROVED LENDING LIMIT IS REFERRED
      *                      UNLESS CREDIT HAS APPROVED THE EXCESS AND
      *                      THE BOARD IS REKEYED WITH THIS FLAG SET
      *                      TO "Y". ONLY A BOARD USES IT.
      ******************************************************************
       01  MAINTENANCE-TRANS-RECORD.
           05  MT-TRANS-CODE            PIC X(01).
               88  MT-FREQ-ANNUAL           VALUE "A".
           05  MT-ESCROW-AMT            PIC 9(13)V9(06).
           05  MT-OPERATOR-ID           PIC X(08).
           05  MT-PAYMENT-DAY           PIC 9(02).
           05  MT-LIMIT-APPROVAL        PIC X(01).
               88  MT-LIMIT-EXCESS-APPROVED VALUE "Y".

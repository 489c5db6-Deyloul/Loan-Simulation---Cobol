      ******************************************************************
      * ACRREC.CPY
      * MONTH-END INTEREST ACCRUAL FEED RECORD - FOR EVERY ACTIVE
      * ACCOUNT WITH INTEREST EARNED SINCE ITS LAST POSTING, ONE
      * ACCRUAL ENTRY DATED MONTH END AND ONE MATCHING REVERSAL ENTRY
      * DATED THE FIRST OF THE NEXT MONTH, SO THE ACCRUAL FALLS OUT OF
      * THE LEDGER AGAIN WHEN THE REAL INTEREST IS BOOKED BY THE
      * NEXT POSTING. GLPOST POSTS AN ACCRUAL UNDER ENTRY TYPE "ACR"
      * (DEBIT ACCRUED INTEREST RECEIVABLE, CREDIT INTEREST INCOME)
      * AND A REVERSAL WITH THE SIDES SWAPPED. THE ARREARS FLAG IS
      * CARRIED FOR THE LEDGER TEAM'S OWN ANALYSIS.
      * USED BY ACCRUAL-FEED-FILE IN PROGRAMS LOANACCR AND GLPOST.
      *
      * MODIFICATION HISTORY.
      *     2026-10-15 MDC  ORIGINAL MONTH-END ACCRUAL FEED LAYOUT.
      ******************************************************************
       01  ACCRUAL-FEED-RECORD.
           05  AF-RUN-DATE              PIC 9(08).
           05  AF-ACCOUNT-NO            PIC X(10).
           05  AF-CURRENCY-CODE         PIC X(03).
           05  AF-EFFECTIVE-DATE        PIC 9(08).
           05  AF-ENTRY-CODE            PIC X(01).
               88  AF-ENTRY-ACCRUAL         VALUE "A".
               88  AF-ENTRY-REVERSAL        VALUE "R".
           05  AF-ACCRUED-INTEREST      PIC 9(13)V9(06).
           05  AF-ARREARS-FLAG          PIC X(01).
               88  AF-ACCOUNT-IN-ARREARS    VALUE "Y".
               88  AF-ACCOUNT-PERFORMING    VALUE "N".

      * LEDGER POSTS THAT ENTRY TO: THE DEBIT SIDE AND THE CREDIT
      * SIDE. ENTRY TYPE "INT" IS THE INTEREST ACCRUAL (DEBIT
      * INTEREST RECEIVABLE, CREDIT INTEREST INCOME, OR WHATEVER THE
      * LEDGER TEAM MAPS), "PRN" IS THE PRINCIPAL REDUCTION. THE
      * CASHFEED ADDS "ESC" FOR ESCROW COLLECTED, "UNA" FOR CASH HELD
      * UNAPPLIED IN SUSPENSE AGAINST A SURPLUS CARRY, "PDA" FOR THE
      * PAST DUE RAISED WHEN A POSTING LEAVES ESCROW OR INTEREST
      * UNPAID (DEBIT PAST-DUE RECEIVABLE, CREDIT INTEREST/ESCROW
      * RECEIVABLE - NO CASH MOVES), "PDR" FOR THE PAST DUE CURED BY
      * A PAYMENT (DEBIT CASH, CREDIT PAST-DUE RECEIVABLE), "CIR" FOR
      * INTEREST RECEIVED (DEBIT CASH, CREDIT INTEREST RECEIVABLE) AND
      * "CPR" FOR PRINCIPAL RECEIVED (DEBIT CASH, CREDIT LOAN
      * PRINCIPAL) - THE RECEIPT SETTLES WHAT "INT" AND "PRN" ALREADY
      * BOOKED OFF THE GLFEED RATHER THAN BOOKING IT AGAIN. THE
      * MONTH-END ACCRFEED ADDS "ACR" FOR INTEREST EARNED BUT NOT YET
      * BILLED (DEBIT ACCRUED INTEREST RECEIVABLE, CREDIT INTEREST
      * INCOME), WHICH IS REVERSED ON THE FIRST OF THE NEXT MONTH. EVERY
      * CURRENCY/TYPE PAIR THE NIGHT'S FEEDS USE MUST BE MAPPED -
      * AN UNMAPPED PAIR FAILS THE WHOLE GLPOST BATCH RATHER THAN
      * PRODUCING AN UNBALANCED OR INCOMPLETE VOUCHER.
      * USED BY GL-ACCOUNT-MAP-FILE IN PROGRAM GLPOST.
      *
      * MODIFICATION HISTORY.
      *     2026-09-02 MDC  ORIGINAL CHART-OF-ACCOUNTS MAP LAYOUT.
      *     2026-10-15 MDC  ADDED THE ESCROW, UNAPPLIED-CASH AND PAST-
      *                      DUE RECEIVABLE ENTRY TYPES POSTED OFF THE
      *                      CASHFEED.
      *     2026-10-15 MDC  ADDED THE MONTH-END ACCRUED INTEREST ENTRY
      *                      TYPE POSTED OFF THE ACCRFEED.
      *     2026-10-15 MDC  ADDED THE INTEREST-RECEIVED AND PRINCIPAL-
      *                      RECEIVED ENTRY TYPES FOR THE CASHFEED'S
      *                      SETTLEMENT OF THE BOOKED RECEIVABLE.
      *     2026-10-15 MDC  ADDED THE PAST-DUE RAISED ENTRY TYPE. THE
      *                      PAST-DUE RECEIVABLE TYPE NOW CARRIES ONLY
      *                      THE PAST DUE CURED.
      ******************************************************************
       01  GL-ACCOUNT-MAP-RECORD.
           05  GM-CURRENCY-CODE         PIC X(03).
           05  GM-ENTRY-TYPE            PIC X(03).
               88  GM-TYPE-INTEREST         VALUE "INT".
               88  GM-TYPE-PRINCIPAL        VALUE "PRN".
               88  GM-TYPE-ESCROW           VALUE "ESC".
               88  GM-TYPE-UNAPPLIED        VALUE "UNA".
               88  GM-TYPE-PAST-DUE         VALUE "PDR".
               88  GM-TYPE-PAST-DUE-RAISED  VALUE "PDA".
               88  GM-TYPE-ACCRUAL          VALUE "ACR".
               88  GM-TYPE-CASH-INTEREST    VALUE "CIR".
               88  GM-TYPE-CASH-PRINCIPAL   VALUE "CPR".
           05  GM-DEBIT-ACCOUNT         PIC X(08).
           05  GM-CREDIT-ACCOUNT        PIC X(08).

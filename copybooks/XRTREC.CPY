      ******************************************************************
      * XRTREC.CPY
      * EXCHANGE RATE RECORD - ONE LINE PER CURRENCY CODE, GIVING THE
      * VALUE OF ONE UNIT OF THAT CURRENCY IN THE BANK'S BASE
      * CURRENCY, THE CURRENCY CUSTOMER LENDING LIMITS ARE APPROVED
      * IN. THE BASE CURRENCY ITSELF IS CARRIED AT A RATE OF 1, SO
      * BALANCES IN EVERY CURRENCY CAN BE ADDED UP AGAINST A LIMIT.
      * USED BY FX-RATE-FILE IN PROGRAMS LOAN, LOANMNT AND LOANEXP.
      *
      * MODIFICATION HISTORY.
      *     2026-10-15 MDC  ORIGINAL EXCHANGE RATE LAYOUT.
      ******************************************************************
       01  FX-RATE-RECORD.
           05  XR-CURRENCY-CODE         PIC X(03).
           05  XR-BASE-RATE             PIC 9(05)V9(08).

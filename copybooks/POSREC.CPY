      ******************************************************************
      * POSREC.CPY
      * PAYOFF STATEMENT RECORD - ONE LINE PER PAYOFF QUOTE REQUEST,
      * EITHER THE FULL QUOTE BUILT FROM THE LOAN MASTER OR THE ONE
      * REASON THE REQUEST WAS REJECTED. THE PAYOFF AMOUNT IS THE
      * OUTSTANDING PRINCIPAL, PLUS INTEREST AT THE PER-DIEM FROM THE
      * LAST POSTING TO THE GOOD-THROUGH DATE, PLUS THE ARREARS
      * OWING, LESS THE POSITIVE ESCROW BALANCE AND ANY UNAPPLIED
      * SURPLUS HELD ON THE PAYMENT CARRY. THE ARREARS OWING ARE THE
      * GREATER OF THE PAST-DUE AMOUNT AND THE NEGATIVE CARRY - THE
      * TWO NORMALLY DESCRIBE THE SAME SHORTFALL AND ARE SHOWN
      * SEPARATELY BUT NEVER CHARGED TWICE. THE PAYOFF AMOUNT IS
      * SIGNED - CREDITS LARGER THAN THE DEBT LEAVE A REFUND DUE.
      * USED BY PAYOFF-STATEMENT-FILE IN PROGRAM LOANPOFF.
      *
      * MODIFICATION HISTORY.
      *     2026-10-15 MDC  ORIGINAL PAYOFF STATEMENT LAYOUT.
      ******************************************************************
       01  PAYOFF-STATEMENT-RECORD.
           05  PS-RUN-DATE              PIC 9(08).
           05  PS-ACCOUNT-NO            PIC X(10).
           05  PS-CUSTOMER-NAME         PIC X(30).
           05  PS-CURRENCY-CODE         PIC X(03).
           05  PS-GOOD-THROUGH-DATE     PIC 9(08).
           05  PS-QUOTE-STATUS          PIC X(01).
               88  PS-QUOTE-ISSUED          VALUE "Q".
               88  PS-QUOTE-REJECTED        VALUE "R".
           05  PS-REJECT-REASON         PIC X(40).
           05  PS-PRINCIPAL             PIC 9(13)V9(06).
           05  PS-INTEREST-FROM-DATE    PIC 9(08).
           05  PS-ACCRUAL-DAYS          PIC 9(05).
           05  PS-PER-DIEM              PIC 9(13)V9(06).
           05  PS-ACCRUED-INTEREST      PIC 9(13)V9(06).
           05  PS-PAST-DUE-AMT          PIC 9(13)V9(06).
           05  PS-NEGATIVE-CARRY        PIC 9(13)V9(06).
           05  PS-ESCROW-CREDIT         PIC 9(13)V9(06).
           05  PS-UNAPPLIED-CREDIT      PIC 9(13)V9(06).
           05  PS-PAYOFF-AMOUNT         PIC S9(13)V9(06).

      ******************************************************************
      * POLREC.CPY
      * PAYOFF LETTER PRINT LINE - ONE 80-COLUMN LINE OF THE PAYOFF
      * QUOTATION LETTER SENT TO THE BORROWER OR CLOSING AGENT. THE
      * LINE IS BUILT IN WORKING STORAGE FROM THE LETTER LINE
      * LAYOUTS AND MOVED HERE WHOLE; EACH LETTER STARTS ON A NEW
      * PAGE.
      * USED BY PAYOFF-LETTER-FILE IN PROGRAM LOANPOFF.
      *
      * MODIFICATION HISTORY.
      *     2026-10-15 MDC  ORIGINAL PAYOFF LETTER LINE LAYOUT.
      ******************************************************************
       01  PAYOFF-LETTER-RECORD.
           05  PL-PRINT-LINE            PIC X(80).

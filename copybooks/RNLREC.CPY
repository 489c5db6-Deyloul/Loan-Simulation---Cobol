      ******************************************************************
      * RNLREC.CPY
      * RATE-CHANGE NOTICE PRINT LINE - ONE 80-COLUMN LINE OF THE
      * LETTER TELLING A BORROWER THEIR INDEX-LINKED RATE AND PAYMENT
      * HAVE CHANGED. THE LINE IS BUILT IN WORKING STORAGE FROM THE
      * LETTER LINE LAYOUTS AND MOVED HERE WHOLE; EACH LETTER STARTS
      * ON A NEW PAGE.
      * USED BY RATE-LETTER-FILE IN PROGRAM LOANRCN.
      *
      * MODIFICATION HISTORY.
      *     2026-10-15 MDC  ORIGINAL RATE-CHANGE LETTER LINE LAYOUT.
      ******************************************************************
       01  RATE-LETTER-RECORD.
           05  NL-PRINT-LINE            PIC X(80).

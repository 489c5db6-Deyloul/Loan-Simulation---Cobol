      ******************************************************************
      * POQREC.CPY
      * PAYOFF QUOTE REQUEST RECORD - ONE LINE PER BORROWER OR
      * CLOSING-AGENT ENQUIRY, GIVING THE ACCOUNT AND THE DATE THE
      * PAYOFF FUNDS ARE EXPECTED TO ARRIVE BY. THE QUOTE IS GOOD
      * THROUGH THAT DATE; EACH DAY LATER ADDS THE QUOTED PER-DIEM.
      * USED BY PAYOFF-REQUEST-FILE IN PROGRAM LOANPOFF.
      *
      * MODIFICATION HISTORY.
      *     2026-10-15 MDC  ORIGINAL PAYOFF QUOTE REQUEST LAYOUT.
      ******************************************************************
       01  PAYOFF-REQUEST-RECORD.
           05  PQ-ACCOUNT-NO            PIC X(10).
           05  PQ-GOOD-THROUGH-DATE     PIC 9(08).
           05  PQ-REQUESTED-BY          PIC X(30).

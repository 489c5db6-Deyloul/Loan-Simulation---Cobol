      * SCHEDULED ANNUITY ON THE LOAN MASTER, SO THE DAY SHIFT CAN
      * CHASE SHORT-PAYS, OVER-PAYS AND UNKNOWN ACCOUNTS WITHOUT
      * READING THE WHOLE POSTING LOG.
      * USED BY PAYMENT-EXCEPTION-FILE IN PROGRAMS LOANPOST AND
      * LOANDDR.
      *
      * MODIFICATION HISTORY.
      *     2026-09-02 MDC  ORIGINAL PAYMENT EXCEPTION LAYOUT.
      *     2026-10-15 MDC  ADDED THE REVERSAL FLAG AND THE ORIGINAL
      *                      POSTING DATE. A RETURNED-PAYMENT
      *                      REVERSAL WRITES TWO LINES - ONE FLAGGED
      *                      "R" FOR THE REVERSAL ITSELF AND ONE
      *                      FLAGGED "O" FOR THE ORIGINAL POSTING IT
      *                      BACKED OUT - BOTH CARRYING THE DATE THE
      *                      ORIGINAL POSTED. ANY OTHER EXCEPTION
      *                      LEAVES THE FLAG BLANK AND THE DATE ZERO.
      *     2026-10-15 MDC  LOANDDR NOW ADDS A LINE FLAGGED "D" FOR
      *                      EVERY DIRECT DEBIT THE BANK RETURNED,
      *                      VALUE-DATED ON THE INSTALMENT'S DUE DATE
      *                      AND CARRYING THE DATE THE COLLECTION WAS
      *                      REQUESTED IN THE ORIGINAL POSTING DATE.
      ******************************************************************
       01  PAYMENT-EXCEPTION-RECORD.
           05  PX-RUN-DATE              PIC 9(08).
           05  PX-VALUE-DATE            PIC 9(08).
           05  PX-AMOUNT-PAID           PIC 9(13)V9(06).
           05  PX-REASON                PIC X(40).
           05  PX-REVERSAL-FLAG         PIC X(01).
               88  PX-NOT-REVERSAL          VALUE " ".
               88  PX-REVERSAL-ITEM         VALUE "R".
               88  PX-REVERSED-ORIGINAL     VALUE "O".
               88  PX-DEBIT-RETURNED        VALUE "D".
           05  PX-ORIGINAL-POST-DATE    PIC 9(08).

      ******************************************************************
      * PHSTREC.CPY
      * PAYMENT HISTORY RECORD - ONE ENTRY PER PAYIN RECORD LOANPOST
      * POSTED, KEYED BY ACCOUNT AND THE RUN DATE, RUN TIME AND
      * SEQUENCE OF THE POSTING WITHIN ITS RUN, SO AN ACCOUNT'S
      * ENTRIES READ BACK IN THE ORDER THEY POSTED. EACH ENTRY HOLDS
      * THE PAYMENT AS RECEIVED, THE ESCROW/INTEREST/PRINCIPAL SPLIT
      * AND CARRY MOVEMENTS IT PRODUCED (THE SAME FIGURES SENT ON THE
      * CASHFEED), AND THE BEFORE-VALUES OF EVERY LOAN MASTER FIELD
      * THE POSTING CHANGED, SO A RETURNED PAYMENT CAN BE BACKED OUT
      * AND THE ACCOUNT PUT BACK EXACTLY AS IT STOOD. A REVERSED
      * ENTRY IS KEPT, FLAGGED, WITH THE DATE IT WAS REVERSED.
      * USED BY PAYMENT-HISTORY-FILE IN PROGRAM LOANPOST.
      *
      * MODIFICATION HISTORY.
      *     2026-10-15 MDC  ORIGINAL PAYMENT HISTORY LAYOUT.
      *     2026-10-15 MDC  ADDED THE NEXT DUE DATE TO THE BEFORE-
      *                      VALUES, NOW THAT A POSTING STEPS IT ON.
      *     2026-10-15 MDC  THE PAST-DUE CHANGE IS REPLACED BY THE PAST
      *                      DUE RAISED AND THE PAST DUE CURED, AS ON
      *                      THE CASHFEED, SO A REVERSAL BACKS OUT
      *                      EACH LEG EXACTLY.
      ******************************************************************
       01  PAYMENT-HISTORY-RECORD.
           05  PH-HISTORY-KEY.
               10  PH-ACCOUNT-NO        PIC X(10).
               10  PH-POST-DATE         PIC 9(08).
               10  PH-POST-TIME         PIC 9(08).
               10  PH-POST-SEQ          PIC 9(06).
           05  PH-ENTRY-STATUS          PIC X(01).
               88  PH-ENTRY-POSTED          VALUE "P".
               88  PH-ENTRY-REVERSED        VALUE "R".
           05  PH-REVERSAL-DATE         PIC 9(08).
           05  PH-VALUE-DATE            PIC 9(08).
           05  PH-AMOUNT-PAID           PIC 9(13)V9(06).
           05  PH-ESCROW-PAID           PIC 9(13)V9(06).
           05  PH-INTEREST-PAID         PIC 9(13)V9(06).
           05  PH-PRINCIPAL-PAID        PIC 9(13)V9(06).
           05  PH-UNAPPLIED-AMT         PIC S9(13)V9(06).
           05  PH-PAST-DUE-RAISED       PIC 9(13)V9(06).
           05  PH-PAST-DUE-CURED        PIC 9(13)V9(06).
           05  PH-BEFORE-VALUES.
               10  PH-BEFORE-BALANCE    PIC 9(13)V9(06).
               10  PH-BEFORE-TERM       PIC 9(04).
               10  PH-BEFORE-LAST-RUN   PIC 9(08).
               10  PH-BEFORE-CARRY      PIC S9(13)V9(06).
               10  PH-BEFORE-MISSED     PIC 9(04).
               10  PH-BEFORE-PAST-DUE   PIC 9(13)V9(06).
               10  PH-BEFORE-ESCROW-BAL PIC S9(13)V9(06).
               10  PH-BEFORE-NEXT-DUE   PIC 9(08).

      ******************************************************************
      * CSHREC.CPY
      * CASH-RECEIPTS GL FEED RECORD - ONE ENTRY PER PAYMENT ACTUALLY
      * POSTED BY LOANPOST, CARRYING THE REAL SPLIT OF THE MONEY THAT
      * ARRIVED: ESCROW COLLECTED, INTEREST PAID AND PRINCIPAL PAID,
      * PLUS THE MOVEMENT THE POSTING CAUSED ON THE MASTER'S SIGNED
      * PAYMENT CARRY, BROKEN INTO ITS TWO LEDGER FACES. THE
      * UNAPPLIED (SUSPENSE) CASH HELD FOR A SURPLUS IS A SIGNED
      * MOVEMENT - A SURPLUS USED UP IS NEGATIVE AND GLPOST REVERSES
      * ITS DEBIT AND CREDIT SIDES. THE PAST-DUE RECEIVABLE STANDING
      * FOR A SHORTFALL IS TWO UNSIGNED LEGS: THE PAST DUE RAISED,
      * THE ESCROW AND INTEREST THE POSTING LEFT UNPAID, WHICH IS A
      * RECLASSIFICATION WITH NO CASH BEHIND IT, AND THE PAST DUE
      * CURED, THE PART OF THE PAYMENT THAT WENT TO PAST-DUE AMOUNTS.
      * ESCROW, INTEREST, PRINCIPAL, THE UNAPPLIED MOVEMENT AND THE
      * CURE ADD UP TO THE AMOUNT RECEIVED. GLPOST TAKES
      * THIS FEED IN ALONGSIDE THE PROJECTED GLFEED SO THE VOUCHER
      * REFLECTS CASH THAT ACTUALLY ARRIVED.
      * USED BY CASH-RECEIPT-FILE IN PROGRAMS LOANPOST, GLPOST AND
      * LOANTBAL.
      *
      * MODIFICATION HISTORY.
      *     2026-10-15 MDC  ORIGINAL CASH-RECEIPTS FEED LAYOUT.
      *     2026-10-15 MDC  ADDED THE ENTRY CODE. A RETURNED-PAYMENT
      *                      REVERSAL REPEATS THE ORIGINAL RECEIPT'S
      *                      FIGURES UNDER CODE "R" AND GLPOST POSTS
      *                      EVERY LEG OF IT WITH THE SIDES REVERSED,
      *                      BACKING THE RECEIPT OUT OF THE LEDGER.
      *     2026-10-15 MDC  NOW ALSO READ BY THE LOANTBAL ROLL-FORWARD
      *                      FOR THE DAY'S PRINCIPAL AND ESCROW POSTED.
      *     2026-10-15 MDC  THE SIGNED PAST-DUE MOVEMENT IS REPLACED BY
      *                      THE PAST DUE RAISED AND THE PAST DUE
      *                      CURED, SO EACH POSTS TO ITS OWN ACCOUNTS.
      ******************************************************************
       01  CASH-RECEIPT-RECORD.
           05  CR-RUN-DATE              PIC 9(08).
           05  CR-ACCOUNT-NO            PIC X(10).
           05  CR-CURRENCY-CODE         PIC X(03).
           05  CR-VALUE-DATE            PIC 9(08).
           05  CR-AMOUNT-RECEIVED       PIC 9(13)V9(06).
           05  CR-ESCROW-AMT            PIC 9(13)V9(06).
           05  CR-INTEREST-AMT          PIC 9(13)V9(06).
           05  CR-PRINCIPAL-AMT         PIC 9(13)V9(06).
           05  CR-UNAPPLIED-AMT         PIC S9(13)V9(06).
           05  CR-PAST-DUE-RAISED       PIC 9(13)V9(06).
           05  CR-PAST-DUE-CURED        PIC 9(13)V9(06).
           05  CR-ENTRY-CODE            PIC X(01).
               88  CR-ENTRY-RECEIPT         VALUE "P".
               88  CR-ENTRY-REVERSAL        VALUE "R".

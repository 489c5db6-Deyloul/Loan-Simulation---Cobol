      ******************************************************************
      * RNTREC.CPY
      * BORROWER RATE-CHANGE NOTICE RECORD - ONE LINE FOR EVERY
      * EXISTING INDEX-LINKED LOAN WHOSE RATE ACTUALLY MOVED WHEN IT
      * WAS REPRICED OFF ITS INDEX. IT CARRIES THE RATE IN FORCE
      * COMING INTO THE RUN AND THE REPRICED RATE (BOTH ANNUAL, LIKE
      * LI-IR), THE INDEX FIXING AND MARGIN THE NEW RATE WAS BUILT
      * FROM, WHICH OF THE LOAN'S REPRICING LIMITS HELD IT BACK, AND
      * THE PAYMENT BEFORE AND AFTER THE CHANGE, SO THE NOTICE PRINT
      * RUN CAN TELL THE BORROWER WHAT CHANGED, WHY AND FROM WHEN.
      * THE EFFECTIVE PERIOD IS THE LOAN'S OWN PERIOD NUMBER, COUNTED
      * FROM ORIGINATION, OF THE FIRST PAYMENT AT THE NEW RATE.
      * USED BY RATE-NOTICE-FILE IN PROGRAMS LOAN AND LOANRCN.
      *
      * MODIFICATION HISTORY.
      *     2026-10-15 MDC  ORIGINAL RATE-CHANGE NOTICE LAYOUT.
      ******************************************************************
       01  RATE-NOTICE-RECORD.
           05  NT-RUN-DATE              PIC 9(08).
           05  NT-ACCOUNT-NO            PIC X(10).
           05  NT-CURRENCY-CODE         PIC X(03).
           05  NT-PAYMENT-FREQ          PIC X(01).
               88  NT-FREQ-MONTHLY          VALUE "M".
               88  NT-FREQ-QUARTERLY        VALUE "Q".
               88  NT-FREQ-ANNUAL           VALUE "A".
           05  NT-EFFECTIVE-PERIOD      PIC 9(04).
           05  NT-OLD-ANNUAL-RATE       PIC 9(01)V9(08).
           05  NT-NEW-ANNUAL-RATE       PIC 9(01)V9(08).
           05  NT-INDEX-CODE            PIC X(05).
           05  NT-INDEX-DATE            PIC 9(08).
           05  NT-INDEX-RATE            PIC 9(01)V9(08).
           05  NT-INDEX-MARGIN          PIC 9(01)V9(08).
           05  NT-PERIODIC-CAP-FLAG     PIC X(01).
               88  NT-PERIODIC-CAP-APPLIED  VALUE "Y".
               88  NT-PERIODIC-CAP-NOT-HIT  VALUE "N".
           05  NT-LIFETIME-CAP-FLAG     PIC X(01).
               88  NT-LIFETIME-CAP-APPLIED  VALUE "Y".
               88  NT-LIFETIME-CAP-NOT-HIT  VALUE "N".
           05  NT-FLOOR-FLAG            PIC X(01).
               88  NT-FLOOR-APPLIED         VALUE "Y".
               88  NT-FLOOR-NOT-HIT         VALUE "N".
           05  NT-OLD-ANNUITY           PIC 9(13)V9(06).
           05  NT-NEW-ANNUITY           PIC 9(13)V9(06).
           05  NT-REMAINING-TERM        PIC 9(04).

      *                      AND THE LOAN MASTER CARRY WHAT THE
      *                      BORROWER ACTUALLY OWES. ZERO FOR A LOAN
      *                      WITH NO ESCROW.
      *     2026-10-15 MDC  ADDED THE LENDING-LIMIT APPROVAL FLAG. A
      *                      NEW LOAN THAT WOULD TAKE THE CUSTOMER
      *                      OVER THEIR APPROVED LENDING LIMIT IS
      *                      REFERRED UNLESS CREDIT HAS APPROVED THE
      *                      EXCESS AND THE REQUEST IS RESUBMITTED
      *                      WITH THIS FLAG SET TO "Y".
      ******************************************************************
       01  LOAN-INPUT-RECORD.
           05  LI-ACCOUNT-NO            PIC X(10).
           05  LI-IO-PERIOD-COUNT       PIC 9(04).
           05  LI-BALLOON-TERM          PIC 9(04).
           05  LI-ESCROW-AMT            PIC 9(13)V9(06).
           05  LI-LIMIT-APPROVAL        PIC X(01).
               88  LI-LIMIT-EXCESS-APPROVED VALUE "Y".

      *
      * MODIFICATION HISTORY.
      *     2026-08-21 MDC  ORIGINAL CUSTOMER MASTER EXTRACT LAYOUT.
      *     2026-10-15 MDC  ADDED THE BORROWER'S MAILING ADDRESS -
      *                      THREE ADDRESS LINES AND A POSTAL CODE -
      *                      SO BORROWER NOTICES CAN BE ADDRESSED OFF
      *                      THE EXTRACT.
      *     2026-10-15 MDC  ADDED THE BORROWER'S DIRECT-DEBIT MANDATE
      *                      - WHETHER ONE IS HELD, AND THE BANK
      *                      ROUTING CODE AND ACCOUNT TO COLLECT FROM
      *                      - FOR THE LOANDDX COLLECTION EXTRACT.
      *     2026-10-15 MDC  ADDED THE CUSTOMER ID, WHICH LINKS ALL OF
      *                      ONE CUSTOMER'S ACCOUNTS, AND THE
      *                      CUSTOMER'S APPROVED LENDING LIMIT, HELD IN
      *                      THE BASE CURRENCY OF THE FXRATES FILE. A
      *                      BLANK ID LEAVES THE ACCOUNT STANDING ON
      *                      ITS OWN; A ZERO LIMIT MEANS NONE HAS BEEN
      *                      SET. THE LIMIT IS REPEATED ON EVERY
      *                      ACCOUNT OF THE CUSTOMER.
      ******************************************************************
       01  CUSTOMER-MASTER-RECORD.
           05  CU-ACCOUNT-NO            PIC X(10).
               88  CU-ACCOUNT-OPEN          VALUE "O".
               88  CU-ACCOUNT-CLOSED        VALUE "C".
               88  CU-ACCOUNT-FROZEN        VALUE "F".
           05  CU-ADDRESS-LINE-1        PIC X(30).
           05  CU-ADDRESS-LINE-2        PIC X(30).
           05  CU-ADDRESS-LINE-3        PIC X(30).
           05  CU-POSTAL-CODE           PIC X(10).
           05  CU-DEBIT-MANDATE         PIC X(01).
               88  CU-MANDATE-HELD          VALUE "Y".
           05  CU-BANK-ROUTING          PIC X(11).
           05  CU-BANK-ACCOUNT          PIC X(34).
           05  CU-CUSTOMER-ID           PIC X(10).
           05  CU-LENDING-LIMIT         PIC 9(13)V9(06).

      ******************************************************************
      * DDBREC.CPY
      * DIRECT-DEBIT COLLECTION RECORD - ONE LINE PER LOAN INSTALMENT
      * THE BANK IS ASKED TO COLLECT FROM THE BORROWER'S OWN BANK
      * ACCOUNT UNDER THEIR DIRECT-DEBIT MANDATE. THE ACCOUNT NUMBER
      * AND DUE DATE TOGETHER ARE THE COLLECTION REFERENCE THE BANK
      * QUOTES BACK ON ANY RETURN. THE DEBIT AMOUNT IS THE ANNUITY
      * PLUS THE ESCROW PAYMENT PLUS ANY ARREARS, LESS ANY SURPLUS
      * ALREADY HELD ON THE ACCOUNT; THE PARTS ARE CARRIED ALONGSIDE
      * SO THE AMOUNT CAN BE EXPLAINED TO THE BORROWER.
      * USED BY DIRECT-DEBIT-FILE IN PROGRAMS LOANDDX AND LOANDDR.
      *
      * MODIFICATION HISTORY.
      *     2026-10-15 MDC  ORIGINAL DIRECT-DEBIT COLLECTION LAYOUT.
      ******************************************************************
       01  DIRECT-DEBIT-RECORD.
           05  DB-RUN-DATE              PIC 9(08).
           05  DB-COLLECTION-REF.
               10  DB-ACCOUNT-NO        PIC X(10).
               10  DB-DUE-DATE          PIC 9(08).
           05  DB-CUSTOMER-NAME         PIC X(30).
           05  DB-BANK-ROUTING          PIC X(11).
           05  DB-BANK-ACCOUNT          PIC X(34).
           05  DB-CURRENCY-CODE         PIC X(03).
           05  DB-DEBIT-AMOUNT          PIC 9(13)V9(06).
           05  DB-ANNUITY-AMT           PIC 9(13)V9(06).
           05  DB-ESCROW-AMT            PIC 9(13)V9(06).
           05  DB-ARREARS-AMT           PIC 9(13)V9(06).
           05  DB-SURPLUS-AMT           PIC 9(13)V9(06).

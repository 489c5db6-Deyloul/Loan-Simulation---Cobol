      ******************************************************************
      * EXPREC.CPY
      * CUSTOMER EXPOSURE REPORT RECORD - FOR EACH CUSTOMER WITH A
      * LOAN ON THE BOOK, ONE CURRENCY RECORD PER CURRENCY THEY
      * BORROW IN, TOTALLING THE BALANCE AND PAST-DUE AMOUNT OF
      * THEIR ACTIVE AND NON-ACCRUAL ACCOUNTS IN THAT CURRENCY AND IN
      * THE BASE CURRENCY, FOLLOWED BY ONE TOTAL RECORD ADDING ALL
      * THEIR CURRENCIES TOGETHER IN THE BASE CURRENCY AGAINST THEIR
      * APPROVED LENDING LIMIT, WITH THE HEADROOM LEFT (NEGATIVE WHEN
      * OVER) AND THE CUSTOMER FLAGGED OVER LIMIT, WITHIN LIMIT, WITH
      * NO LIMIT SET, OR UNRATED WHEN A CURRENCY HAS NO EXCHANGE RATE.
      * AN ACCOUNT WITH NO CUSTOMER ID, OR MISSING FROM CUSTMAST, IS
      * SHOWN AS A CUSTOMER OF ITS OWN UNDER ITS ACCOUNT NUMBER.
      * USED BY EXPOSURE-REPORT-FILE IN PROGRAM LOANEXP.
      *
      * MODIFICATION HISTORY.
      *     2026-10-15 MDC  ORIGINAL CUSTOMER EXPOSURE REPORT LAYOUT.
      ******************************************************************
       01  EXPOSURE-REPORT-RECORD.
           05  EX-RECORD-TYPE           PIC X(01).
               88  EX-CURRENCY-RECORD       VALUE "C".
               88  EX-TOTAL-RECORD          VALUE "T".
           05  EX-RUN-DATE              PIC 9(08).
           05  EX-CUSTOMER-ID           PIC X(10).
           05  EX-CUSTOMER-NAME         PIC X(30).
           05  EX-CURRENCY-DATA.
               10  EX-CURRENCY-CODE     PIC X(03).
               10  EX-ACCOUNT-COUNT     PIC 9(04).
               10  EX-BALANCE           PIC 9(15)V9(06).
               10  EX-PAST-DUE-AMT      PIC 9(15)V9(06).
               10  EX-BASE-RATE         PIC 9(05)V9(08).
               10  EX-BASE-BALANCE      PIC 9(15)V9(06).
               10  EX-BASE-PAST-DUE     PIC 9(15)V9(06).
               10  FILLER               PIC X(22).
           05  EX-TOTAL-DATA REDEFINES EX-CURRENCY-DATA.
               10  EX-TOTAL-ACCOUNTS    PIC 9(04).
               10  EX-TOTAL-BALANCE     PIC 9(15)V9(06).
               10  EX-TOTAL-PAST-DUE    PIC 9(15)V9(06).
               10  EX-LENDING-LIMIT     PIC 9(13)V9(06).
               10  EX-HEADROOM          PIC S9(15)V9(06).
               10  EX-LIMIT-FLAG        PIC X(01).
                   88  EX-OVER-LIMIT            VALUE "O".
                   88  EX-WITHIN-LIMIT          VALUE "W".
                   88  EX-NO-LIMIT-SET          VALUE "N".
                   88  EX-UNRATED               VALUE "U".
               10  FILLER               PIC X(39).

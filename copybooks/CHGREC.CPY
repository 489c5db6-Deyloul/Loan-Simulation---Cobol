      ******************************************************************
      * CHGREC.CPY
      * CHARGE-OFF RECOMMENDATION RECORD - ONE LINE PER ACTIVE OR
      * NON-ACCRUAL ACCOUNT THE NIGHTLY NON-ACCRUAL PASS FOUND AT OR
      * PAST ITS CURRENCY'S CHARGE-OFF THRESHOLD, WITH THE CUSTOMER
      * NAME FROM CUSTMAST AND THE BALANCE THAT WOULD BE WRITTEN
      * OFF. THE LIST IS ONLY A RECOMMENDATION - NOTHING LEAVES THE
      * BOOK UNTIL CREDIT REVIEW APPROVES THE ACCOUNT AND KEYS A
      * LOANMNT WRITE-OFF ("W") TRANSACTION FOR IT.
      * USED BY CHARGEOFF-LIST-FILE IN PROGRAM LOANNACR.
      *
      * MODIFICATION HISTORY.
      *     2026-10-15 MDC  ORIGINAL CHARGE-OFF RECOMMENDATION LAYOUT.
      ******************************************************************
       01  CHARGEOFF-RECOMMEND-RECORD.
           05  CG-RUN-DATE              PIC 9(08).
           05  CG-ACCOUNT-NO            PIC X(10).
           05  CG-CUSTOMER-NAME         PIC X(30).
           05  CG-CURRENCY-CODE         PIC X(03).
           05  CG-ACCOUNT-STATUS        PIC X(01).
           05  CG-BALANCE               PIC 9(13)V9(06).
           05  CG-MISSED-COUNT          PIC 9(04).
           05  CG-PAST-DUE-AMT          PIC 9(13)V9(06).
           05  CG-ESCROW-BALANCE        PIC S9(13)V9(06).

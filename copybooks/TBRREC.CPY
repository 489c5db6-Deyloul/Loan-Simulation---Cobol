      ******************************************************************
      * TBRREC.CPY
      * LOAN MASTER TRIAL BALANCE AND ROLL-FORWARD REPORT RECORD.
      * FIRST ONE SNAPSHOT RECORD PER CURRENCY CODE AND ACCOUNT
      * STATUS - TONIGHT'S ACCOUNT COUNT AND PRINCIPAL AND ESCROW
      * BALANCES - THEN, FOR EACH CURRENCY, A PRINCIPAL ROLL-FORWARD
      * RECORD AND AN ESCROW ROLL-FORWARD RECORD. A ROLL-FORWARD
      * STARTS FROM THE PRIOR SNAPSHOT'S BOOK BALANCE, ADDS THE DAY'S
      * SIGNED ACTIVITY BY SOURCE, AND SETS THE RESULT AGAINST
      * TONIGHT'S BOOK BALANCE. THE BOOK IS EVERY ACCOUNT NOT
      * WRITTEN OFF, SO A WRITE-OFF LEAVES THE BOOK AS ACTIVITY.
      * ANY DIFFERENCE FLAGS THE CURRENCY AS NOT TIED OUT. ACTIVITY
      * COLUMNS THAT DO NOT APPLY TO A ROLL ARE ZERO - THERE ARE NO
      * DISBURSEMENTS OF PRINCIPAL. BOARDED CARRIES LOAN'S NEW LOANS
      * AS WELL AS LOANMNT'S; SERVICED IS THE PERIOD LOAN ROLLED EACH
      * EXISTING LOAN ON BY.
      * USED BY TRIAL-BALANCE-REPORT-FILE IN PROGRAM LOANTBAL.
      *
      * MODIFICATION HISTORY.
      *     2026-10-15 MDC  ORIGINAL TRIAL BALANCE REPORT LAYOUT.
      *     2026-10-15 MDC  ADDED THE SERVICED ROLL-FORWARD COLUMN.
      ******************************************************************
       01  TRIAL-BALANCE-REPORT-RECORD.
           05  TR-RECORD-TYPE           PIC X(01).
               88  TR-SNAPSHOT-RECORD       VALUE "S".
               88  TR-PRINCIPAL-ROLL        VALUE "P".
               88  TR-ESCROW-ROLL           VALUE "E".
           05  TR-RUN-DATE              PIC 9(08).
           05  TR-PRIOR-DATE            PIC 9(08).
           05  TR-CURRENCY-CODE         PIC X(03).
           05  TR-SNAPSHOT-DATA.
               10  TR-ACCOUNT-STATUS    PIC X(01).
               10  TR-ACCOUNT-COUNT     PIC 9(06).
               10  TR-BALANCE           PIC 9(15)V9(06).
               10  TR-ESCROW-BALANCE    PIC S9(15)V9(06).
               10  FILLER               PIC X(183).
           05  TR-ROLL-DATA REDEFINES TR-SNAPSHOT-DATA.
               10  TR-OPENING           PIC S9(15)V9(06).
               10  TR-BOARDED           PIC S9(15)V9(06).
               10  TR-SERVICED          PIC S9(15)V9(06).
               10  TR-POSTED            PIC S9(15)V9(06).
               10  TR-DISBURSED         PIC S9(15)V9(06).
               10  TR-PAID-OFF          PIC S9(15)V9(06).
               10  TR-WRITTEN-OFF       PIC S9(15)V9(06).
               10  TR-OTHER-MAINTENANCE PIC S9(15)V9(06).
               10  TR-EXPECTED-CLOSING  PIC S9(15)V9(06).
               10  TR-CLOSING           PIC S9(15)V9(06).
               10  TR-DIFFERENCE        PIC S9(15)V9(06).
               10  TR-TIE-FLAG          PIC X(01).
                   88  TR-TIED-OUT          VALUE "Y".
                   88  TR-OUT-OF-BALANCE    VALUE "N".

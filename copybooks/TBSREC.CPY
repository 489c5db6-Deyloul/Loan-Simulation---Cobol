      ******************************************************************
      * TBSREC.CPY
      * LOAN MASTER TRIAL BALANCE SNAPSHOT RECORD - ONE RECORD PER
      * CURRENCY CODE AND ACCOUNT STATUS SEEN ON LOANMSTR THE NIGHT
      * THE SNAPSHOT WAS TAKEN, CARRYING THE ACCOUNT COUNT AND THE
      * TOTAL PRINCIPAL AND ESCROW BALANCES IN THAT BUCKET. EACH
      * NIGHT'S TBSNAP BECOMES THE NEXT NIGHT'S TBPRIOR, THE OPENING
      * POSITION THE ROLL-FORWARD STARTS FROM.
      * USED BY SNAPSHOT-OUT-FILE AND SNAPSHOT-PRIOR-FILE IN PROGRAM
      * LOANTBAL.
      *
      * MODIFICATION HISTORY.
      *     2026-10-15 MDC  ORIGINAL TRIAL BALANCE SNAPSHOT LAYOUT.
      ******************************************************************
       01  TRIAL-BALANCE-SNAPSHOT-RECORD.
           05  TS-RUN-DATE              PIC 9(08).
           05  TS-CURRENCY-CODE         PIC X(03).
           05  TS-ACCOUNT-STATUS        PIC X(01).
           05  TS-ACCOUNT-COUNT         PIC 9(06).
           05  TS-BALANCE               PIC 9(15)V9(06).
           05  TS-ESCROW-BALANCE        PIC S9(15)V9(06).

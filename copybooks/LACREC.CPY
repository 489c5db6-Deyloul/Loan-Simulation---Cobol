      ******************************************************************
      * LACREC.CPY
      * LOAN MASTER ACTIVITY RECORD - ONE ENTRY FOR EVERY LOANMSTR
      * WRITE OR REWRITE PROGRAM LOAN MAKES AT 3560, CARRYING THE
      * SIGNED MOVEMENT THE WRITE MADE TO THE ACCOUNT'S PRINCIPAL
      * AND ESCROW BALANCES. A NEW LOAN BOARDED BY THE RUN MOVES
      * BOTH FROM ZERO; AN EXISTING ONE ROLLED FORWARD BY ITS
      * SERVICED PERIOD MOVES BY THE SCHEDULED PRINCIPAL AND THE
      * PERIOD'S ESCROW COLLECTED. THE ACCOUNT STATUS IS CARRIED SO
      * THE READER CAN TELL A MOVEMENT ON A WRITTEN-OFF ACCOUNT,
      * ALREADY OFF THE BOOK. STAMPED WITH THE STREAM BUSINESS DATE
      * THE RUN WAS STARTED UNDER.
      * USED BY LOAN-ACTIVITY-FILE IN PROGRAMS LOAN AND LOANTBAL.
      *
      * MODIFICATION HISTORY.
      *     2026-10-15 MDC  ORIGINAL LOAN MASTER ACTIVITY LAYOUT.
      ******************************************************************
       01  LOAN-ACTIVITY-RECORD.
           05  LA-RUN-DATE              PIC 9(08).
           05  LA-ACCOUNT-NO            PIC X(10).
           05  LA-CURRENCY-CODE         PIC X(03).
           05  LA-ACCOUNT-STATUS        PIC X(01).
               88  LA-STATUS-WRITTEN-OFF    VALUE "W".
           05  LA-ACTIVITY-CODE         PIC X(01).
               88  LA-ACTIVITY-BOARDED      VALUE "B".
               88  LA-ACTIVITY-SERVICED     VALUE "S".
           05  LA-BALANCE-MOVEMENT      PIC S9(15)V9(06).
           05  LA-ESCROW-MOVEMENT       PIC S9(15)V9(06).

      ******************************************************************
      * NASREC.CPY
      * NON-ACCRUAL STATUS-CHANGE REPORT RECORD - ONE LINE PER
      * ACCOUNT THE NIGHTLY NON-ACCRUAL PASS MOVED, EITHER ONTO
      * NON-ACCRUAL OR BACK TO ACTIVE ONCE ITS ARREARS HAVE CURED,
      * WITH THE STATUS BEFORE AND AFTER AND THE ARREARS FIGURES
      * THE DECISION WAS TAKEN ON, SO CREDIT AND FINANCE CAN SEE
      * EVERY ACCOUNT THAT STOPPED OR RESUMED BOOKING INTEREST.
      * USED BY STATUS-CHANGE-REPORT-FILE IN PROGRAM LOANNACR.
      *
      * MODIFICATION HISTORY.
      *     2026-10-15 MDC  ORIGINAL STATUS-CHANGE REPORT LAYOUT.
      ******************************************************************
       01  STATUS-CHANGE-RECORD.
           05  NS-RUN-DATE              PIC 9(08).
           05  NS-ACCOUNT-NO            PIC X(10).
           05  NS-CURRENCY-CODE         PIC X(03).
           05  NS-OLD-STATUS            PIC X(01).
           05  NS-NEW-STATUS            PIC X(01).
           05  NS-CHANGE-CODE           PIC X(01).
               88  NS-PLACED-ON-NON-ACCRUAL VALUE "N".
               88  NS-RETURNED-TO-ACCRUAL   VALUE "A".
           05  NS-BALANCE               PIC 9(13)V9(06).
           05  NS-MISSED-COUNT          PIC 9(04).
           05  NS-PAST-DUE-AMT          PIC 9(13)V9(06).

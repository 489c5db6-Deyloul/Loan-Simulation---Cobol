      ******************************************************************
      * ACPREC.CPY
      * MONTH-END ACCRUAL REPORT RECORD - ONE DETAIL RECORD PER
      * ACCOUNT ACCRUED, SHOWING THE PERIOD, DAYS, BALANCE AND
      * INTEREST ACCRUED, WITH ACCOUNTS IN ARREARS FLAGGED AND THEIR
      * MISSED-PAYMENT COUNT AND PAST-DUE AMOUNT SHOWN, FOLLOWED BY
      * ONE SUMMARY RECORD PER CURRENCY SPLITTING THE ACCRUAL BETWEEN
      * PERFORMING ACCOUNTS AND ACCOUNTS IN ARREARS, SO FINANCE CAN
      * DECIDE HOW MUCH OF THE ACCRUAL IS COLLECTIBLE.
      * USED BY ACCRUAL-REPORT-FILE IN PROGRAM LOANACCR.
      *
      * MODIFICATION HISTORY.
      *     2026-10-15 MDC  ORIGINAL MONTH-END ACCRUAL REPORT LAYOUT.
      ******************************************************************
       01  ACCRUAL-REPORT-RECORD.
           05  AP-RECORD-TYPE           PIC X(01).
               88  AP-DETAIL-RECORD         VALUE "D".
               88  AP-SUMMARY-RECORD        VALUE "S".
           05  AP-RUN-DATE              PIC 9(08).
           05  AP-MONTH-END-DATE        PIC 9(08).
           05  AP-CURRENCY-CODE         PIC X(03).
           05  AP-DETAIL-DATA.
               10  AP-ACCOUNT-NO        PIC X(10).
               10  AP-ACCRUE-FROM-DATE  PIC 9(08).
               10  AP-ACCRUAL-DAYS      PIC 9(05).
               10  AP-BALANCE           PIC 9(13)V9(06).
               10  AP-ACCRUED-INTEREST  PIC 9(13)V9(06).
               10  AP-ARREARS-FLAG      PIC X(01).
                   88  AP-ACCOUNT-IN-ARREARS    VALUE "Y".
                   88  AP-ACCOUNT-PERFORMING    VALUE "N".
               10  AP-MISSED-COUNT      PIC 9(04).
               10  AP-PAST-DUE-AMT      PIC 9(13)V9(06).
               10  FILLER               PIC X(08).
           05  AP-SUMMARY-DATA REDEFINES AP-DETAIL-DATA.
               10  AP-PERFORMING-COUNT  PIC 9(06).
               10  AP-PERFORMING-ACCRUAL
                                        PIC 9(15)V9(06).
               10  AP-ARREARS-COUNT     PIC 9(06).
               10  AP-ARREARS-ACCRUAL   PIC 9(15)V9(06).
               10  AP-ARREARS-PAST-DUE  PIC 9(15)V9(06).
               10  FILLER               PIC X(18).

      ******************************************************************
      * DDCREC.CPY
      * DIRECT-DEBIT CONTROL REPORT RECORD - ONE DETAIL RECORD PER
      * ACCOUNT FALLING DUE INSIDE THE COLLECTION WINDOW, SHOWING THE
      * DUE DATE, THE AMOUNT AND ITS PARTS AND WHAT WAS DONE WITH IT:
      * A DEBIT REQUESTED, HELD BACK FOR A CUSTOMER MASTER PROBLEM,
      * LEFT TO THE BORROWER BECAUSE NO MANDATE IS HELD, OR NOT NEEDED
      * BECAUSE A SURPLUS ON THE ACCOUNT ALREADY COVERS IT. IT IS
      * FOLLOWED BY ONE SUMMARY RECORD PER CURRENCY WITH THE COUNT
      * AND AMOUNT OF EACH, SO OPERATIONS CAN AGREE THE REQUESTED
      * TOTAL TO THE BANK'S ACKNOWLEDGEMENT OF THE DDEBIT FILE.
      * USED BY COLLECTION-CONTROL-FILE IN PROGRAM LOANDDX.
      *
      * MODIFICATION HISTORY.
      *     2026-10-15 MDC  ORIGINAL DIRECT-DEBIT CONTROL REPORT LAYOUT.
      ******************************************************************
       01  COLLECTION-CONTROL-RECORD.
           05  DC-RECORD-TYPE           PIC X(01).
               88  DC-DETAIL-RECORD         VALUE "D".
               88  DC-SUMMARY-RECORD        VALUE "S".
           05  DC-RUN-DATE              PIC 9(08).
           05  DC-BUSINESS-DATE         PIC 9(08).
           05  DC-WINDOW-DAYS           PIC 9(03).
           05  DC-CURRENCY-CODE         PIC X(03).
           05  DC-DETAIL-DATA.
               10  DC-ACCOUNT-NO        PIC X(10).
               10  DC-DUE-DATE          PIC 9(08).
               10  DC-ACTION-CODE       PIC X(01).
                   88  DC-DEBIT-REQUESTED       VALUE "R".
                   88  DC-DEBIT-HELD            VALUE "H".
                   88  DC-NO-MANDATE            VALUE "M".
                   88  DC-COVERED-BY-SURPLUS    VALUE "C".
               10  DC-DEBIT-AMOUNT      PIC 9(13)V9(06).
               10  DC-ANNUITY-AMT       PIC 9(13)V9(06).
               10  DC-ESCROW-AMT        PIC 9(13)V9(06).
               10  DC-ARREARS-AMT       PIC 9(13)V9(06).
               10  DC-SURPLUS-AMT       PIC 9(13)V9(06).
               10  DC-ACTION-REASON     PIC X(40).
           05  DC-SUMMARY-DATA REDEFINES DC-DETAIL-DATA.
               10  DC-REQUESTED-COUNT   PIC 9(06).
               10  DC-REQUESTED-AMOUNT  PIC 9(15)V9(06).
               10  DC-REQUESTED-ARREARS PIC 9(15)V9(06).
               10  DC-HELD-COUNT        PIC 9(06).
               10  DC-HELD-AMOUNT       PIC 9(15)V9(06).
               10  DC-NO-MANDATE-COUNT  PIC 9(06).
               10  DC-NO-MANDATE-AMOUNT PIC 9(15)V9(06).
               10  DC-COVERED-COUNT     PIC 9(06).
               10  FILLER               PIC X(46).

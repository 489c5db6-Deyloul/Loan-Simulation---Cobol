      ******************************************************************
      * DDRREC.CPY
      * DIRECT-DEBIT RETURN RECORD - ONE LINE PER COLLECTION THE
      * BANK COULD NOT MAKE OR HAS SINCE CLAWED BACK (INSUFFICIENT
      * FUNDS, ACCOUNT CLOSED, MANDATE CANCELLED AND THE LIKE),
      * QUOTING THE COLLECTION REFERENCE - ACCOUNT NUMBER AND DUE
      * DATE - FROM THE DDEBIT FILE IT WAS REQUESTED ON, WITH THE
      * BANK'S OWN RETURN CODE AND REASON TEXT.
      * USED BY DEBIT-RETURN-FILE IN PROGRAM LOANDDR.
      *
      * MODIFICATION HISTORY.
      *     2026-10-15 MDC  ORIGINAL DIRECT-DEBIT RETURN LAYOUT.
      ******************************************************************
       01  DEBIT-RETURN-RECORD.
           05  BR-COLLECTION-REF.
               10  BR-ACCOUNT-NO        PIC X(10).
               10  BR-DUE-DATE          PIC 9(08).
           05  BR-RETURN-DATE           PIC 9(08).
           05  BR-RETURN-AMOUNT         PIC 9(13)V9(06).
           05  BR-RETURN-CODE           PIC X(04).
           05  BR-RETURN-REASON         PIC X(30).

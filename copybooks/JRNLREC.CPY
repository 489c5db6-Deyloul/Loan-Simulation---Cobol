      * BEFORE POSTING A SINGLE LINE. JV-RECORD-COUNT COVERS THE "D"
      * DETAIL LINES ONLY - THE HEADER AND THE TRAILER ITSELF ARE
      * NOT COUNTED - SO IT ALWAYS EQUALS TWICE THE NUMBER OF FEED
      * AMOUNTS POSTED. EACH DETAIL LINE CARRIES THE DATE IT TAKES
      * EFFECT IN THE LEDGER - THE FEED'S OWN RUN DATE FOR THE NIGHTLY
      * FEEDS, MONTH END FOR AN ACCRUAL AND THE FIRST OF THE NEXT
      * MONTH FOR THAT ACCRUAL'S REVERSAL.
      * USED BY JOURNAL-VOUCHER-FILE IN PROGRAM GLPOST.
      *
      * MODIFICATION HISTORY.
      *     2026-09-02 MDC  STATED THAT JV-RECORD-COUNT COVERS THE
      *                      DETAIL LINES ONLY, NOT THE HEADER OR
      *                      TRAILER.
      *     2026-10-15 MDC  ADDED THE EFFECTIVE DATE TO THE DETAIL LINE,
      *                      TAKEN FROM ITS FILLER, SO A MONTH-END
      *                      ACCRUAL AND ITS REVERSAL CAN TRAVEL IN ONE
      *                      VOUCHER UNDER THEIR OWN LEDGER DATES.
      ******************************************************************
       01  JOURNAL-VOUCHER-RECORD.
           05  JV-RECORD-TYPE           PIC X(01).
               10  JV-AMOUNT            PIC 9(13)V9(06).
               10  JV-SOURCE-ACCOUNT    PIC X(10).
               10  JV-ENTRY-TYPE        PIC X(03).
               10  JV-EFFECTIVE-DATE    PIC 9(08).
               10  FILLER               PIC X(01).
           05  JV-TRAILER-DATA REDEFINES JV-HEADER-DATA.
               10  JV-RECORD-COUNT      PIC 9(08).
               10  JV-DEBIT-TOTAL       PIC 9(15)V9(06).

      ******************************************************************
      * RSRREC.CPY
      * NIGHTLY STREAM RUN-STATUS REPORT PRINT LINE - ONE 80-COLUMN
      * LINE OF THE MORNING HANDOVER REPORT. THE LINE IS BUILT IN
      * WORKING STORAGE FROM THE REPORT LINE LAYOUTS AND MOVED HERE
      * WHOLE.
      * USED BY RUN-STATUS-REPORT-FILE IN PROGRAM LOANRSTS.
      *
      * MODIFICATION HISTORY.
      *     2026-10-15 MDC  ORIGINAL RUN-STATUS REPORT LINE LAYOUT.
      ******************************************************************
       01  RUN-STATUS-REPORT-RECORD.
           05  RR-PRINT-LINE            PIC X(80).

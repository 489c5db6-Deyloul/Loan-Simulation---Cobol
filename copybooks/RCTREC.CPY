      ******************************************************************
      * RCTREC.CPY
      * NIGHTLY JOB-STREAM RUN-CONTROL RECORD - ONE PER BUSINESS DATE,
      * JOB AND JOB STEP, KEYED ON ALL THREE. THE STEP IS SPACES FOR
      * A JOB THAT RUNS ONCE A NIGHT; IT SEPARATES THE RUNS OF A JOB
      * THAT LEGITIMATELY RUNS MORE THAN ONCE - A PARTITIONED LOAN
      * NIGHT (THE PARTITION'S LOW ACCOUNT) OR ONE LOANARCH CUT PER
      * FILE ARCHIVED (THE FILE NAME). THE RECORD IS WRITTEN WHEN THE
      * JOB STARTS AND COMPLETED WHEN IT ENDS, WITH ITS RETURN CODE
      * AND RECORD COUNTS. A JOB THAT ABENDS WITHOUT REACHING ITS END
      * IS LEFT SHOWING STARTED.
      * USED BY RUN-CONTROL-FILE IN PROGRAMS LOANRCTL AND LOANRSTS.
      *
      * MODIFICATION HISTORY.
      *     2026-10-15 MDC  ORIGINAL RUN-CONTROL RECORD LAYOUT.
      ******************************************************************
       01  RUN-CONTROL-RECORD.
           05  RN-KEY.
               10  RN-BUSINESS-DATE     PIC 9(08).
               10  RN-JOB-NAME          PIC X(08).
               10  RN-JOB-STEP          PIC X(10).
           05  RN-RUN-STATUS            PIC X(01).
               88  RN-STATUS-STARTED        VALUE "S".
               88  RN-STATUS-COMPLETED      VALUE "C".
               88  RN-STATUS-FAILED         VALUE "F".
           05  RN-START-DATE            PIC 9(08).
           05  RN-START-TIME            PIC 9(08).
           05  RN-END-DATE              PIC 9(08).
           05  RN-END-TIME              PIC 9(08).
           05  RN-JOB-RETURN-CODE       PIC 9(04).
           05  RN-INPUT-COUNT           PIC 9(09).
           05  RN-OUTPUT-COUNT          PIC 9(09).
           05  RN-REJECT-COUNT          PIC 9(09).
           05  RN-RUN-COUNT             PIC 9(04).
           05  RN-OVERRIDE-FLAG         PIC X(01).
               88  RN-RUN-OVERRIDDEN        VALUE "Y".
           05  RN-OPERATOR-ID           PIC X(08).

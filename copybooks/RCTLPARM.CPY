      ******************************************************************
      * RCTLPARM.CPY
      * PARAMETER BLOCK FOR THE LOANRCTL RUN-CONTROL SUBROUTINE.
      * SHARED BY THE SUBROUTINE'S OWN LINKAGE SECTION AND BY EVERY
      * NIGHTLY STREAM PROGRAM'S WORKING-STORAGE SECTION SO THE
      * FUNCTION CODES AND CONDITION NAMES STAY IN STEP. AT START-UP
      * THE CALLER NAMES ITS JOB AND STEP AND ASKS TO START; LOANRCTL
      * WORKS OUT THE BUSINESS DATE, CHECKS THE PREDECESSOR AND ANY
      * EARLIER RUN FOR THE DATE, AND EITHER RECORDS THE START OR
      * REFUSES WITH THE REASON IN RP-REASON. AT THE END THE CALLER
      * PASSES ITS RETURN CODE AND RECORD COUNTS TO BE RECORDED. A
      * JOB OUTSIDE THE STREAM ASKS WITH THE QUERY FUNCTION WHETHER
      * THE STREAM JOB IN RP-JOB-NAME COMPLETED FOR THE DATE.
      * USED BY PROGRAM LOANRCTL AND ANY PROGRAM THAT CALLS IT.
      *
      * MODIFICATION HISTORY.
      *     2026-10-15 MDC  ORIGINAL RUN-CONTROL PARAMETER LAYOUT.
      *     2026-10-15 MDC  ADDED THE QUERY FUNCTION AND ITS
      *                      NOT-COMPLETED RETURN CODE.
      ******************************************************************
       01  RP-RUN-PARAMETERS.
           05  RP-FUNCTION              PIC X(01).
               88  RP-FUNC-START            VALUE "S".
               88  RP-FUNC-END              VALUE "E".
               88  RP-FUNC-QUERY            VALUE "Q".
           05  RP-JOB-NAME              PIC X(08).
           05  RP-JOB-STEP              PIC X(10).
           05  RP-BUSINESS-DATE         PIC 9(08).
           05  RP-JOB-RETURN-CODE       PIC 9(04).
           05  RP-INPUT-COUNT           PIC 9(09).
           05  RP-OUTPUT-COUNT          PIC 9(09).
           05  RP-REJECT-COUNT          PIC 9(09).
           05  RP-REASON                PIC X(40).
           05  RP-RETURN-CODE           PIC 9(02).
               88  RP-CONTROL-OK            VALUE 0.
               88  RP-PREDECESSOR-NOT-DONE  VALUE 1.
               88  RP-ALREADY-COMPLETED     VALUE 2.
               88  RP-PRIOR-RUN-INCOMPLETE  VALUE 3.
               88  RP-INVALID-BUSINESS-DATE VALUE 4.
               88  RP-INVALID-FUNCTION      VALUE 5.
               88  RP-JOB-NOT-COMPLETED     VALUE 6.
               88  RP-RUNCTL-ERROR          VALUE 9.

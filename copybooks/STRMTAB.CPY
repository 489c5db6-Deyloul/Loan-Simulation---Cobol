      ******************************************************************
      * STRMTAB.CPY
      * THE NIGHTLY JOB STREAM IN THE ORDER IT MUST RUN. EACH JOB'S
      * PREDECESSOR IS THE ENTRY BEFORE IT; THE FIRST ENTRY HAS NONE.
      * A JOB FLAGGED "O" IS ONLY DUE ON SOME NIGHTS - LOANESC RUNS
      * ONCE A YEAR - SO WHEN IT HAS NOT RUN FOR THE DATE THE JOB
      * AFTER IT WAITS ON THE ENTRY BEFORE IT INSTEAD. A JOB FLAGGED
      * "R" MUST RUN EVERY NIGHT. KEPT IN ONE PLACE SO THE RUN-
      * CONTROL CHECKS AND THE MORNING RUN-STATUS REPORT CANNOT
      * DISAGREE ABOUT THE ORDER.
      * USED BY PROGRAMS LOANRCTL AND LOANRSTS.
      *
      * MODIFICATION HISTORY.
      *     2026-10-15 MDC  ORIGINAL JOB-STREAM TABLE.
      ******************************************************************
       01  WS-STREAM-VALUES.
           05  FILLER               PIC X(09) VALUE "LOANPOSTR".
           05  FILLER               PIC X(09) VALUE "LOAN    R".
           05  FILLER               PIC X(09) VALUE "GLPOST  R".
           05  FILLER               PIC X(09) VALUE "LOANESC O".
           05  FILLER               PIC X(09) VALUE "LOANARCHR".
       01  WS-STREAM-TABLE REDEFINES WS-STREAM-VALUES.
           05  WS-STREAM-ENTRY      OCCURS 5 TIMES.
               10  WS-STREAM-JOB        PIC X(08).
               10  WS-STREAM-RUN-FLAG   PIC X(01).
                   88  WS-STREAM-JOB-REQUIRED  VALUE "R".
                   88  WS-STREAM-JOB-OPTIONAL  VALUE "O".
       01  WS-STREAM-COUNT          PIC 9(02) COMP VALUE 5.

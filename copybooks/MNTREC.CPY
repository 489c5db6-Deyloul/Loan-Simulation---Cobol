      * UNUSED IMAGE IS SPACES. THE IMAGE AREAS ARE SIZED PAST THE
      * LOAN MASTER RECORD SO A LATER MSTREC EXTENSION DOES NOT
      * TRUNCATE THEM.
      * USED BY MAINTENANCE-REPORT-FILE IN PROGRAMS LOANMNT AND
      * LOANTBAL.
      *
      * MODIFICATION HISTORY.
      *     2026-09-02 MDC  ORIGINAL MAINTENANCE AUDIT LAYOUT.
      *     2026-10-15 MDC  ADDED CONDITION NAMES FOR THE TRANSACTION
      *                      CODES SO THE LOANTBAL ROLL-FORWARD CAN
      *                      CLASSIFY EACH CHANGE, AND NOTED THE NEW
      *                      READER.
      *     2026-10-15 MDC  WIDENED THE BEFORE AND AFTER IMAGES TO
      *                      250 BYTES - THE DUE-DATE FIELDS TOOK THE
      *                      LOAN MASTER RECORD PAST 200.
      ******************************************************************
       01  MAINTENANCE-AUDIT-RECORD.
           05  MA-RUN-DATE              PIC 9(08).
           05  MA-RUN-TIME              PIC 9(08).
           05  MA-OPERATOR-ID           PIC X(08).
           05  MA-TRANS-CODE            PIC X(01).
               88  MA-TRANS-BOARD           VALUE "B".
               88  MA-TRANS-AMEND           VALUE "A".
               88  MA-TRANS-PAYOFF          VALUE "P".
               88  MA-TRANS-WRITEOFF        VALUE "W".
               88  MA-TRANS-DELETE          VALUE "D".
           05  MA-ACCOUNT-NO            PIC X(10).
           05  MA-RESULT-CODE           PIC X(01).
               88  MA-RESULT-APPLIED        VALUE "A".
               88  MA-RESULT-REJECTED       VALUE "R".
           05  MA-REJECT-REASON         PIC X(40).
           05  MA-BEFORE-IMAGE          PIC X(250).
           05  MA-AFTER-IMAGE           PIC X(250).

002000*
002100* MODIFICATION HISTORY.
002200*     2026-09-02 MDC  ORIGINAL DELINQUENCY AGING REPORT.
002210*     2026-10-15 MDC  NON-ACCRUAL ACCOUNTS ARE AGED ALONGSIDE
002220*                      THE ACTIVE ONES - THEY ARE STILL BEING
002230*                      SERVICED AND STILL NEED COLLECTING.
002300*****************************************************************
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID. LOANAGE.
023100
023200* 2000-SWEEP-ONE-ACCOUNT
023300* ROLLS ONE MASTER RECORD INTO THE AGING FIGURES WHEN IT IS AN
023400* ACTIVE OR NON-ACCRUAL ACCOUNT IN ARREARS - EVERYTHING ELSE
023500* IS READ PAST - AND ADVANCES.
023600 2000-SWEEP-ONE-ACCOUNT.
023700     IF (LM-STATUS-ACTIVE OR LM-STATUS-NON-ACCRUAL)
023710         AND LM-MISSED-COUNT > ZERO
023800         ADD 1 TO WS-DELINQUENT-COUNT
023900         PERFORM 2100-AGE-ONE-ACCOUNT THRU 2100-EXIT
024000         PERFORM 2500-WRITE-COLLECTION-DETAIL THRU 2500-EXIT

002760*                      FOR THE REFUND TO SETTLE.
002770*     2026-09-02 MDC  AN ESCROW-ONLY AMEND - NO RATE, NO TERM -
002780*                      IS NOW ACCEPTED AND SKIPS THE LOANCALC
002781*                      RE-AMORTIZATION, SINCE THE P+I ANNUITY
002782*                      IS UNCHANGED.
002783*     2026-10-15 MDC  A BOARD NOW SETS THE LOAN'S PAYMENT DAY -
002784*                      KEYED, OR THE BOARDING DATE'S DAY - AND
002785*                      ITS FIRST DUE DATE ONE PERIOD ON; A
002786*                      PAYOFF OR WRITEOFF CLEARS THE NEXT DUE
002787*                      DATE SO NOTHING MORE IS COLLECTED.
002788*     2026-10-15 MDC  A BOARD IS CHECKED AGAINST ITS CUSTOMER'S
002789*                      LENDING LIMIT, AS IN LOAN, AND REJECTED
002790*                      FOR REFERRAL UNLESS THE EXCESS IS APPROVED.
002791*     2026-10-15 MDC  THE RUN DATE IS LOAN-BUSINESS-DATE WHEN SET,
002792*                      SO THE MASTER AND MNTRPT CARRY THE STREAM
002793*                      BUSINESS DATE.
002800*****************************************************************
002900 IDENTIFICATION DIVISION.
003000 PROGRAM-ID. LOANMNT.
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-CUSTMAST-STATUS.
006200
006210*     EXCHANGE RATES INTO THE BASE CURRENCY LENDING LIMITS ARE
006220*     HELD IN, FOR THE LIMIT CHECK ON A BOARD. OPTIONAL, THE SAME
006230*     AS IN PROGRAM LOAN.
006240     SELECT OPTIONAL FX-RATE-FILE ASSIGN TO "FXRATES"
006250         ORGANIZATION IS LINE SEQUENTIAL
006260         FILE STATUS IS WS-FXRATES-STATUS.
006270
006300*     MAINTENANCE AUDIT REPORT - ONE LINE PER TRANSACTION,
006400*     APPLIED OR REJECTED, WITH BEFORE/AFTER MASTER IMAGES.
006500     SELECT MAINTENANCE-REPORT-FILE ASSIGN TO "MNTRPT"
008400     LABEL RECORDS ARE STANDARD.
008500     COPY CUSTREC.
008600
008610 FD  FX-RATE-FILE
008620     LABEL RECORDS ARE STANDARD.
008630     COPY XRTREC.
008640
008700 FD  MAINTENANCE-REPORT-FILE
008800     LABEL RECORDS ARE STANDARD.
008900     COPY MNTREC.
009700     88  LOANTRX-FILE-NOT-FOUND  VALUE "35".
009800 01  WS-LOANMSTR-STATUS      PIC X(02).
009900     88  LOANMSTR-OK             VALUE "00".
009950     88  LOANMSTR-NOT-ON-FILE    VALUE "23".
010000     88  LOANMSTR-FILE-NOT-FOUND VALUE "35".
010100 01  WS-CUSTMAST-STATUS      PIC X(02).
010200     88  CUSTMAST-OK             VALUE "00".
010300     88  CUSTMAST-EOF            VALUE "10".
010400     88  CUSTMAST-FILE-NOT-FOUND VALUE "35".
010410 01  WS-FXRATES-STATUS       PIC X(02).
010420     88  FXRATES-OK              VALUE "00".
010430     88  FXRATES-EOF             VALUE "10".
010500 01  WS-MNTRPT-STATUS        PIC X(02).
010600     88  MNTRPT-OK               VALUE "00".
010700
010800* RUN TIMESTAMP STAMPED ON EVERY AUDIT LINE AND MASTER WRITE.
010900 01  WS-RUN-DATE             PIC 9(08).
010910 01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
010920     05  WS-RUN-YEAR         PIC 9(04).
010930     05  WS-RUN-MONTH        PIC 9(02).
010940     05  WS-RUN-DAY          PIC 9(02).
011000 01  WS-RUN-TIME             PIC 9(08).
011010* LOAN-BUSINESS-DATE AS READ - WHEN SET, THE RUN DATE IS THE
011020* STREAM BUSINESS DATE RATHER THAN THE SYSTEM DATE.
011030 01  WS-BUSINESS-DATE-PARM   PIC X(08).
011100
011200* TRANSACTION VALIDATION SWITCH AND REJECTION REASON, THE SAME
011300* PATTERN AS LOAN'S REQUEST VALIDATION.
012700* BEFORE IMAGE OF THE MASTER RECORD CAPTURED AT LOOKUP TIME,
012800* BEFORE ANY FIELD IS TOUCHED, SO THE AUDIT LINE ALWAYS SHOWS
012900* THE STATE THE TRANSACTION STARTED FROM.
013000 01  WS-BEFORE-IMAGE         PIC X(250).
013100
013200* LOAN PARAMETERS HANDED TO THE SHARED LOANCALC SUBROUTINE WHEN
013300* A BOARD OR AMEND NEEDS THE ANNUITY RECOMPUTED.
013900* RESULT OF THE LOANCALC CALL - SEE CALCSTAT.CPY FOR THE
014000* CONDITION NAMES.
014100     COPY CALCSTAT.
014110
014120* CALENDAR SUBROUTINE PARAMETERS - SEE DAYSPARM.CPY.
014130     COPY DAYSPARM.
014200
014300* PAYMENT-FREQUENCY CONVERSION WORK AREA - TRANSACTION RATES
014400* ARE KEYED ANNUALLY, LIKE LI-IR, AND DIVIDED DOWN TO THE
015500         10  WS-CUST-ACCOUNT-ENTRY   PIC X(10).
015600         10  WS-CUST-STATUS-ENTRY    PIC X(01).
015700             88  WS-CUST-ENTRY-OPEN      VALUE "O".
015702         10  WS-CUST-ID-ENTRY        PIC X(10).
015704         10  WS-CUST-LIMIT-ENTRY     PIC 9(13)V9(06).
015706
015708* EXCHANGE RATE TABLE, LOADED ONCE FROM FXRATES - THE SAME
015710* DESIGN AND SIZE AS PROGRAM LOAN'S OWN TABLE.
015712 01  WS-FXR-COUNT            PIC 9(02) COMP VALUE ZERO.
015714 01  WS-FXR-IDX              PIC 9(02) COMP.
015716 01  WS-FXR-TABLE.
015718     05  WS-FXR-ENTRY        OCCURS 20 TIMES.
015720         10  WS-FXR-CURRENCY-ENTRY   PIC X(03).
015722         10  WS-FXR-RATE-ENTRY       PIC 9(05)V9(08).
015724
015726* LENDING-LIMIT CHECK WORK AREAS, AS IN PROGRAM LOAN.
015728 01  WS-LIMIT-CUSTOMER-ID    PIC X(10).
015730 01  WS-OTHER-IDX            PIC 9(04) COMP.
015732 01  WS-EXPOSURE-AMOUNT      PIC 9(15)V9(06).
015734 01  WS-CONVERT-CURRENCY     PIC X(03).
015736 01  WS-CONVERT-AMOUNT       PIC 9(13)V9(06).
015738 01  WS-CONVERT-BASE-AMOUNT  PIC 9(15)V9(06).
015740 01  WS-EXPOSURE-RATED-SW    PIC X(01).
015742     88  WS-EXPOSURE-RATED       VALUE "Y".
015744     88  WS-EXPOSURE-UNRATED     VALUE "N".
015800
015900* RUN CONTROL TOTALS FOR THE CLOSING RECONCILIATION DISPLAYS.
016000 01  WS-TRANS-COUNT          PIC 9(06) COMP.
018700     MOVE ZERO TO WS-APPLIED-COUNT.
018800     MOVE ZERO TO WS-REJECTED-COUNT.
018900     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
018950     PERFORM 1050-SET-BUSINESS-DATE THRU 1050-EXIT.
019000     ACCEPT WS-RUN-TIME FROM TIME.
019100     PERFORM 1080-LOAD-CUSTOMER-MASTER THRU 1080-EXIT.
019110     PERFORM 1180-LOAD-FX-RATES THRU 1180-EXIT.
019200     OPEN INPUT MAINTENANCE-TRANS-FILE.
019300     IF LOANTRX-FILE-NOT-FOUND
019400         DISPLAY "FATAL - LOANTRX IS REQUIRED AND WAS NOT "
020600     PERFORM 1100-READ-TRANS-RECORD THRU 1100-EXIT.
020700 1000-EXIT.
020800     EXIT.
020810
020820* 1050-SET-BUSINESS-DATE
020830* TAKES THE RUN DATE FROM THE LOAN-BUSINESS-DATE ENVIRONMENT
020840* VARIABLE THE STREAM SETS, OR KEEPS THE SYSTEM DATE WITHOUT
020850* ONE, SO THE MASTER AND MNTRPT CARRY THE SAME DATE AS THE
020860* REST OF THE NIGHT. AN OVERRIDE THAT IS NOT NUMERIC IS FATAL.
020870 1050-SET-BUSINESS-DATE.
020871     ACCEPT WS-BUSINESS-DATE-PARM FROM ENVIRONMENT
020872         "LOAN-BUSINESS-DATE"
020873         ON EXCEPTION
020874             MOVE SPACES TO WS-BUSINESS-DATE-PARM
020875     END-ACCEPT.
020876     IF WS-BUSINESS-DATE-PARM NOT = SPACES
020877         IF WS-BUSINESS-DATE-PARM IS NOT NUMERIC
020878             DISPLAY "FATAL - LOAN-BUSINESS-DATE IS NOT A DATE - "
020879                 WS-BUSINESS-DATE-PARM
020880             MOVE 16 TO RETURN-CODE
020881             STOP RUN
020882         END-IF
020883         MOVE WS-BUSINESS-DATE-PARM TO WS-RUN-DATE
020884     END-IF.
020885 1050-EXIT.
020886     EXIT.
020900
021000* 1080-LOAD-CUSTOMER-MASTER
021100* LOADS THE CUSTMAST EXTRACT INTO STORAGE BEFORE THE BATCH
025900         WS-CUST-ACCOUNT-ENTRY (WS-CUSTOMER-COUNT).
026000     MOVE CU-ACCOUNT-STATUS TO
026100         WS-CUST-STATUS-ENTRY (WS-CUSTOMER-COUNT).
026110     MOVE CU-CUSTOMER-ID TO WS-CUST-ID-ENTRY (WS-CUSTOMER-COUNT).
026120     MOVE CU-LENDING-LIMIT TO
026130         WS-CUST-LIMIT-ENTRY (WS-CUSTOMER-COUNT).
026200     PERFORM 1085-READ-CUSTOMER-RECORD THRU 1085-EXIT.
026300 1090-EXIT.
026400     EXIT.
026500
026502* 1180-LOAD-FX-RATES
026504* LOADS THE FXRATES EXCHANGE RATES INTO STORAGE FOR THE LENDING-
026506* LIMIT CHECK, WITH THE SAME RULES AS PROGRAM LOAN - THE FILE
026508* IS OPTIONAL AND A BOARD IT CANNOT VALUE IS REFERRED.
026510 1180-LOAD-FX-RATES.
026512     OPEN INPUT FX-RATE-FILE.
026514     PERFORM 1185-READ-FX-RATE-RECORD THRU 1185-EXIT.
026516     PERFORM 1190-TABLE-ONE-FX-RATE THRU 1190-EXIT
026518         UNTIL FXRATES-EOF.
026520     CLOSE FX-RATE-FILE.
026522     DISPLAY "EXCHANGE RATES LOADED - " WS-FXR-COUNT
026524         " CURRENCY(IES)".
026526 1180-EXIT.
026528     EXIT.
026530
026532* 1185-READ-FX-RATE-RECORD
026534* READS THE NEXT EXCHANGE RATE LINE, SETTING FXRATES-EOF WHEN
026536* THE FILE IS EXHAUSTED OR ABSENT.
026538 1185-READ-FX-RATE-RECORD.
026540     READ FX-RATE-FILE
026542         AT END SET FXRATES-EOF TO TRUE
026544     END-READ.
026546 1185-EXIT.
026548     EXIT.
026550
026552* 1190-TABLE-ONE-FX-RATE
026554* ADDS THE CURRENT EXCHANGE RATE TO THE IN-STORAGE TABLE AND
026556* ADVANCES. A RATE THAT IS NOT NUMERIC OR IS ZERO IS LOGGED AND
026558* LEFT OUT; MORE CURRENCIES THAN THE TABLE HOLDS STOPS THE RUN.
026560 1190-TABLE-ONE-FX-RATE.
026562     IF XR-BASE-RATE IS NOT NUMERIC OR XR-BASE-RATE = ZERO
026564         DISPLAY "FXRATES LINE IGNORED - NO USABLE RATE FOR "
026566             XR-CURRENCY-CODE
026568         GO TO 1190-READ-NEXT
026570     END-IF.
026572     IF WS-FXR-COUNT >= 20
026574         DISPLAY "FATAL - EXCHANGE RATE TABLE FULL AT 20"
026576         MOVE 16 TO RETURN-CODE
026578         STOP RUN
026580     END-IF.
026582     ADD 1 TO WS-FXR-COUNT.
026584     MOVE XR-CURRENCY-CODE TO
026586         WS-FXR-CURRENCY-ENTRY (WS-FXR-COUNT).
026588     MOVE XR-BASE-RATE TO WS-FXR-RATE-ENTRY (WS-FXR-COUNT).
026590 1190-READ-NEXT.
026592     PERFORM 1185-READ-FX-RATE-RECORD THRU 1185-EXIT.
026594 1190-EXIT.
026596     EXIT.
026598
026600* 1100-READ-TRANS-RECORD
026700* READS THE NEXT MAINTENANCE TRANSACTION, SETTING LOANTRX-EOF
026800* WHEN THE BATCH IS EXHAUSTED.
040700* SCREENS THE TERM SHEET OF A BOARD TRANSACTION WITH THE SAME
040800* RULES PROGRAM LOAN APPLIES TO A QUOTE REQUEST - PV, RATE,
040900* TERM AND FREQUENCY MUST ALL STAND ON THEIR OWN, AND THE
041000* ACCOUNT MUST NOT ALREADY BE ON THE MASTER. A BOARD THAT
041010* PASSES IS THEN CHECKED AGAINST ITS CUSTOMER'S LENDING LIMIT.
041100 2300-VALIDATE-BOARD.
041200     IF WS-MASTER-FOUND
041300         SET WS-TRANS-INVALID TO TRUE
044100         MOVE "PAYMENT FREQUENCY MUST BE M, Q OR A" TO
044200             WS-REJECT-REASON
044300     END-IF.
044310     IF WS-TRANS-VALID
044320         AND (MT-PAYMENT-DAY IS NOT NUMERIC
044330             OR MT-PAYMENT-DAY > 31)
044340         SET WS-TRANS-INVALID TO TRUE
044350         MOVE "PAYMENT DAY MUST BE 01-31, OR ZERO" TO
044360             WS-REJECT-REASON
044370     END-IF.
044375     IF WS-TRANS-VALID
044380         PERFORM 2360-CHECK-LENDING-LIMIT THRU 2360-EXIT
044385     END-IF.
044400 2300-EXIT.
044500     EXIT.
044501
044502* 2360-CHECK-LENDING-LIMIT
044503* CHECKS A BOARD AGAINST ITS CUSTOMER'S LENDING LIMIT WITH THE
044504* SAME RULES AS PROGRAM LOAN - THE BOARD'S PV PLUS THE BALANCE
044505* OF EVERY OTHER ACTIVE OR NON-ACCRUAL ACCOUNT UNDER THE SAME
044506* CUSTOMER ID, IN THE FXRATES BASE CURRENCY. NO LIMIT SET MEANS
044507* NO CHECK; NO CUSTOMER ID MEANS THE ACCOUNT STANDS ALONE. OVER
044508* THE LIMIT, OR NOT VALUED FOR WANT OF A RATE, REJECTS THE
044509* BOARD FOR REFERRAL UNLESS IT CARRIES THE CREDIT APPROVAL.
044510 2360-CHECK-LENDING-LIMIT.
044511     IF WS-CUST-LIMIT-ENTRY (WS-CUST-IDX) IS NOT NUMERIC
044512         OR WS-CUST-LIMIT-ENTRY (WS-CUST-IDX) = ZERO
044513         GO TO 2360-EXIT
044514     END-IF.
044515     MOVE WS-CUST-ID-ENTRY (WS-CUST-IDX) TO WS-LIMIT-CUSTOMER-ID.
044516     MOVE ZERO TO WS-EXPOSURE-AMOUNT.
044517     SET WS-EXPOSURE-RATED TO TRUE.
044518     MOVE MT-CURRENCY-CODE TO WS-CONVERT-CURRENCY.
044519     MOVE MT-PV TO WS-CONVERT-AMOUNT.
044520     PERFORM 2375-VALUE-IN-BASE THRU 2375-EXIT.
044521     IF WS-LIMIT-CUSTOMER-ID NOT = SPACES
044522         PERFORM 2365-ADD-OTHER-ACCOUNT THRU 2365-EXIT
044523             VARYING WS-OTHER-IDX FROM 1 BY 1
044524             UNTIL WS-OTHER-IDX > WS-CUSTOMER-COUNT
044525     END-IF.
044526     IF WS-EXPOSURE-UNRATED
044527         IF MT-LIMIT-EXCESS-APPROVED
044528             DISPLAY "ACCOUNT " MT-ACCOUNT-NO
044529                 " LENDING LIMIT NOT CHECKED - NO FX RATE -"
044530                 " BOARDED ON APPROVAL"
044531         ELSE
044532             SET WS-TRANS-INVALID TO TRUE
044533             MOVE "REFER - NO FX RATE FOR LENDING LIMIT" TO
044534                 WS-REJECT-REASON
044535         END-IF
044536         GO TO 2360-EXIT
044537     END-IF.
044538     IF WS-EXPOSURE-AMOUNT > WS-CUST-LIMIT-ENTRY (WS-CUST-IDX)
044539         IF MT-LIMIT-EXCESS-APPROVED
044540             DISPLAY "ACCOUNT " MT-ACCOUNT-NO
044541                 " OVER LENDING LIMIT - EXCESS APPROVED,"
044542                 " EXPOSURE " WS-EXPOSURE-AMOUNT
044543         ELSE
044544             SET WS-TRANS-INVALID TO TRUE
044545             MOVE "REFER - OVER CUSTOMER LENDING LIMIT" TO
044546                 WS-REJECT-REASON
044547         END-IF
044548     END-IF.
044549 2360-EXIT.
044550     EXIT.
044551
044552* 2365-ADD-OTHER-ACCOUNT
044553* ADDS THE BALANCE OF ONE OTHER ACCOUNT UNDER THE CUSTOMER ID
044554* BEING CHECKED, READ AT RANDOM FROM LOANMSTR, TO THE EXPOSURE.
044555* AN ACCOUNT NOT YET BOARDED, PAID OFF OR WRITTEN OFF ADDS
044556* NOTHING. THE BOARD'S OWN ACCOUNT IS NOT ON FILE, AND 3100
044557* BUILDS ITS RECORD AFRESH, SO THE READS DISTURB NOTHING.
044558 2365-ADD-OTHER-ACCOUNT.
044559     IF WS-CUST-ID-ENTRY (WS-OTHER-IDX) NOT = WS-LIMIT-CUSTOMER-ID
044560         OR WS-CUST-ACCOUNT-ENTRY (WS-OTHER-IDX) = MT-ACCOUNT-NO
044561         GO TO 2365-EXIT
044562     END-IF.
044563     MOVE WS-CUST-ACCOUNT-ENTRY (WS-OTHER-IDX) TO LM-ACCOUNT-NO.
044564     READ LOAN-MASTER-FILE
044565         INVALID KEY CONTINUE
044566     END-READ.
044567     IF LOANMSTR-NOT-ON-FILE
044568         GO TO 2365-EXIT
044569     END-IF.
044570     IF NOT LOANMSTR-OK
044571         DISPLAY "FATAL - LOANMSTR READ FAILED, STATUS "
044572             WS-LOANMSTR-STATUS
044573         GO TO 9000-ABEND-ON-WRITE-FAILURE
044574     END-IF.
044575     IF NOT LM-STATUS-ACTIVE AND NOT LM-STATUS-NON-ACCRUAL
044576         GO TO 2365-EXIT
044577     END-IF.
044578     MOVE LM-CURRENCY-CODE TO WS-CONVERT-CURRENCY.
044579     MOVE LM-BALANCE TO WS-CONVERT-AMOUNT.
044580     PERFORM 2375-VALUE-IN-BASE THRU 2375-EXIT.
044581 2365-EXIT.
044582     EXIT.
044600
044602* 2375-VALUE-IN-BASE
044604* ADDS WS-CONVERT-AMOUNT, HELD IN WS-CONVERT-CURRENCY, TO THE
044606* EXPOSURE AT ITS FXRATES RATE INTO THE BASE CURRENCY, OR MARKS
044608* THE EXPOSURE UNRATED WHEN FXRATES CARRIES NO RATE FOR IT.
044610 2375-VALUE-IN-BASE.
044612     PERFORM 2380-FIND-FX-RATE-ENTRY THRU 2380-EXIT.
044614     IF WS-FXR-IDX > WS-FXR-COUNT
044616         SET WS-EXPOSURE-UNRATED TO TRUE
044618         GO TO 2375-EXIT
044620     END-IF.
044622     COMPUTE WS-CONVERT-BASE-AMOUNT ROUNDED =
044624         WS-CONVERT-AMOUNT * WS-FXR-RATE-ENTRY (WS-FXR-IDX).
044626     ADD WS-CONVERT-BASE-AMOUNT TO WS-EXPOSURE-AMOUNT.
044628 2375-EXIT.
044630     EXIT.
044632
044634* 2380-FIND-FX-RATE-ENTRY
044636* RETURNS WS-FXR-IDX POINTING AT THE EXCHANGE RATE FOR
044638* WS-CONVERT-CURRENCY, OR ONE PAST THE LAST ENTRY WHEN FXRATES
044640* HAS NONE.
044642 2380-FIND-FX-RATE-ENTRY.
044644     MOVE ZERO TO WS-FXR-IDX.
044646     PERFORM 2385-TEST-FX-RATE-ENTRY THRU 2385-EXIT
044648         VARYING WS-FXR-IDX FROM 1 BY 1
044650         UNTIL WS-FXR-IDX > WS-FXR-COUNT
044652         OR WS-FXR-CURRENCY-ENTRY (WS-FXR-IDX)
044654             = WS-CONVERT-CURRENCY.
044656 2380-EXIT.
044658     EXIT.
044660
044662* 2385-TEST-FX-RATE-ENTRY
044664* NO-OP BODY - THE MATCH TEST LIVES ENTIRELY IN 2380'S PERFORM
044666* VARYING UNTIL CONDITION. PRESENT SO THAT PERFORM HAS A
044668* PARAGRAPH TO ITERATE.
044670 2385-TEST-FX-RATE-ENTRY.
044672     CONTINUE.
044674 2385-EXIT.
044676     EXIT.
044678
044700* 3000-APPLY-TRANSACTION
044800* DISPATCHES ONE VALIDATED TRANSACTION TO ITS OWN APPLY
044900* PARAGRAPH AND WRITES THE APPLIED AUDIT LINE AFTERWARD.
050620     MOVE ZERO TO LM-PAST-DUE-AMT.
050630     MOVE MT-ESCROW-AMT TO LM-ESCROW-PAYMENT.
050640     MOVE ZERO TO LM-ESCROW-BALANCE.
050650     MOVE ZERO TO LM-DEBIT-DUE-DATE.
050660     PERFORM 3160-SET-FIRST-DUE-DATE THRU 3160-EXIT.
050670     IF WS-TRANS-INVALID
050680         GO TO 3100-EXIT
050690     END-IF.
050700     SET LM-STATUS-ACTIVE TO TRUE.
050800     WRITE LOAN-MASTER-RECORD.
050900     IF NOT LOANMSTR-OK
054400     END-IF.
054500 3150-EXIT.
054600     EXIT.
054601
054602* 3160-SET-FIRST-DUE-DATE
054603* SETS THE PAYMENT DAY OF A NEWLY BOARDED LOAN - THE DAY KEYED
054604* ON THE TRANSACTION, OR THE BOARDING DATE'S OWN DAY WHEN NONE
054605* WAS - AND ITS FIRST DUE DATE, ONE PAYMENT PERIOD AFTER THE
054606* BOARDING DATE ON THAT DAY, THROUGH THE SHARED LOANDAYS
054607* CALENDAR SO A DAY PAST THE END OF A SHORT MONTH FALLS ON ITS
054608* LAST DAY. 3150 HAS ALREADY SET THE PERIODS PER YEAR.
054609 3160-SET-FIRST-DUE-DATE.
054610     IF MT-PAYMENT-DAY = ZERO
054611         MOVE WS-RUN-DAY TO LM-PAYMENT-DAY
054612     ELSE
054613         MOVE MT-PAYMENT-DAY TO LM-PAYMENT-DAY
054614     END-IF.
054615     SET LD-FUNC-ADD-MONTHS TO TRUE.
054616     MOVE WS-RUN-DATE TO LD-FROM-DATE.
054617     DIVIDE 12 BY WS-PERIODS-PER-YEAR GIVING LD-MONTHS.
054618     MOVE LM-PAYMENT-DAY TO LD-DAY-OF-MONTH.
054619     CALL "LOANDAYS" USING LD-DATE-PARAMETERS.
054620     IF NOT LD-DATE-OK
054621         SET WS-TRANS-INVALID TO TRUE
054622         MOVE "FIRST DUE DATE COULD NOT BE SET" TO
054623             WS-REJECT-REASON
054624         GO TO 3160-EXIT
054625     END-IF.
054626     MOVE LD-TO-DATE TO LM-NEXT-DUE-DATE.
054627 3160-EXIT.
054628     EXIT.
054700
054800* 3200-APPLY-AMEND
054900* AMENDS THE RATE, REMAINING TERM AND/OR ESCROW OF A LOAN
059020     MOVE ZERO TO LM-PAST-DUE-AMT.
059030     MOVE ZERO TO LM-ESCROW-PAYMENT.
059040     MOVE ZERO TO LM-ESCROW-BALANCE.
059050     MOVE ZERO TO LM-NEXT-DUE-DATE.
059100     SET LM-STATUS-PAID-OFF TO TRUE.
059200     MOVE WS-RUN-DATE TO LM-LAST-RUN-DATE.
059300     PERFORM 3700-REWRITE-MASTER THRU 3700-EXIT.
060210     MOVE ZERO TO LM-MISSED-COUNT.
060220     MOVE ZERO TO LM-PAST-DUE-AMT.
060230     MOVE ZERO TO LM-ESCROW-PAYMENT.
060240     MOVE ZERO TO LM-NEXT-DUE-DATE.
060300     SET LM-STATUS-WRITTEN-OFF TO TRUE.
060400     MOVE WS-RUN-DATE TO LM-LAST-RUN-DATE.
060500     PERFORM 3700-REWRITE-MASTER THRU 3700-EXIT.

008522*                      AGAINST THE TERMS THE BORROWER WAS
008535*                      REALLY CHARGED AND THE PERIODIC CAP
008548*                      WORKS OFF THE RATE GENUINELY IN FORCE.
008549*     2026-10-15 MDC  A LOAN ON NON-ACCRUAL BOOKS NO INTEREST -
008550*                      EACH PERIOD'S INTEREST GOES TO PRINCIPAL.
008551*     2026-10-15 MDC  NOW RUNS UNDER STREAM RUN CONTROL ON ITS
008552*                      BUSINESS DATE, EACH PARTITION SEPARATELY.
008553*     2026-10-15 MDC  WRITES A RATENTC NOTICE FOR AN EXISTING
008554*                      INDEX-LINKED LOAN WHOSE RATE MOVED.
008555*     2026-10-15 MDC  A NEW MASTER CARRIES ITS PAYMENT DAY AND
008556*                      FIRST DUE DATE, ONE PERIOD AFTER BOARDING.
008557*     2026-10-15 MDC  A NEW LOAN IS CHECKED AGAINST ITS CUSTOMER'S
008558*                      LENDING LIMIT IN THE FXRATES BASE CURRENCY.
008559*     2026-10-15 MDC  EVERY MASTER WRITE ALSO GOES OUT ON LOANACT
008560*                      FOR THE LOANTBAL ROLL-FORWARD.
008561*****************************************************************
008574 IDENTIFICATION DIVISION.
008587 PROGRAM-ID. LOAN.
011703     SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
011704         ORGANIZATION IS LINE SEQUENTIAL
011705         FILE STATUS IS WS-CUSTMAST-STATUS.
011710*     BORROWER RATE-CHANGE NOTICES - ONE RECORD FOR EVERY
011715*     EXISTING INDEX-LINKED LOAN WHOSE RATE MOVED ON REPRICING,
011720*     PRINTED AS LETTERS BY LOANRCN FOR THE STATEMENT MAILING.
011725     SELECT RATE-NOTICE-FILE ASSIGN TO "RATENTC"
011730         ORGANIZATION IS LINE SEQUENTIAL
011735         FILE STATUS IS WS-RATENTC-STATUS.
011736*     EXCHANGE RATES INTO THE BASE CURRENCY THE CUSTOMER MASTER
011737*     HOLDS LENDING LIMITS IN, FOR THE LIMIT CHECK ON A NEW LOAN.
011738*     OPTIONAL, LIKE THE RATE INDEX FILE - WITHOUT IT A NEW LOAN
011739*     WHOSE EXPOSURE SPANS A FOREIGN CURRENCY IS REFERRED.
011740     SELECT OPTIONAL FX-RATE-FILE ASSIGN TO "FXRATES"
011741         ORGANIZATION IS LINE SEQUENTIAL
011742         FILE STATUS IS WS-FXRATES-STATUS.
011743*     LOAN MASTER ACTIVITY - THE BALANCE AND ESCROW MOVEMENT
011744*     OF EVERY MASTER THIS RUN BOARDS OR ROLLS FORWARD, FOR THE
011745*     LOANTBAL TRIAL BALANCE ROLL-FORWARD.
011746     SELECT LOAN-ACTIVITY-FILE ASSIGN TO "LOANACT"
011747         ORGANIZATION IS LINE SEQUENTIAL
011748         FILE STATUS IS WS-LOANACT-STATUS.
011752
011800*     SINGLE-RECORD CHECKPOINT OF HOW FAR THIS BATCH HAS
011900*     PROGRESSED, REWRITTEN EVERY WS-CHECKPOINT-INTERVAL
014944 FD  CUSTOMER-MASTER-FILE
014945     LABEL RECORDS ARE STANDARD.
014946     COPY CUSTREC.
014950 FD  RATE-NOTICE-FILE
014960     LABEL RECORDS ARE STANDARD.
014970     COPY RNTREC.
014980 FD  FX-RATE-FILE
014990     LABEL RECORDS ARE STANDARD.
015000     COPY XRTREC.
015010 FD  LOAN-ACTIVITY-FILE
015020     LABEL RECORDS ARE STANDARD.
015030     COPY LACREC.
015100 FD  LOAN-CHECKPOINT-FILE
015200     LABEL RECORDS ARE STANDARD.
015300     COPY CHKREC.
016205     88  LOANOUT-EOF             VALUE "10".
016210 01  WS-LOANMSTR-STATUS      PIC X(02).
016220     88  LOANMSTR-OK             VALUE "00".
016225     88  LOANMSTR-NOT-ON-FILE    VALUE "23".
016230     88  LOANMSTR-FILE-NOT-FOUND VALUE "35".
016300 01  WS-LOANRATE-STATUS      PIC X(02).
016400     88  LOANRATE-OK             VALUE "00".
017084     88  CUSTMAST-OK             VALUE "00".
017086     88  CUSTMAST-EOF            VALUE "10".
017088     88  CUSTMAST-FILE-NOT-FOUND VALUE "35".
017090 01  WS-FXRATES-STATUS       PIC X(02).
017091     88  FXRATES-OK              VALUE "00".
017092     88  FXRATES-EOF             VALUE "10".
017093 01  WS-RATENTC-STATUS       PIC X(02).
017094     88  RATENTC-OK              VALUE "00".
017095 01  WS-LOANACT-STATUS       PIC X(02).
017096     88  LOANACT-OK              VALUE "00".
017100 01  WS-CKPT-STATUS          PIC X(02).
017200     88  CKPT-OK                 VALUE "00".
017300     88  CKPT-EOF                VALUE "10".
017500* OPERATOR IDENTIFICATION AND RUN TIMESTAMP FOR THE AUDIT
017600* TRAIL - CAPTURED ONCE WHEN THE JOB STARTS.
017700 01  WS-OPERATOR-ID          PIC X(08).
017790* THE RUN DATE IS THE STREAM BUSINESS DATE ONCE RUN CONTROL
017795* HAS STARTED THE JOB.
017800 01  WS-RUN-DATE             PIC 9(08).
017810 01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
017820     05  WS-RUN-YEAR         PIC 9(04).
017830     05  WS-RUN-MONTH        PIC 9(02).
017840     05  WS-RUN-DAY          PIC 9(02).
017900 01  WS-RUN-TIME             PIC 9(08).
018000 
018100* LOAN PARAMETERS FOR THE REQUEST CURRENTLY BEING PROCESSED.
019168     88  WS-RATE-SEQ-INVALID     VALUE "N".
019172 01  WS-VALIDATE-GROUP-ACCT  PIC X(10).
019176
019177* REPRICING-LIMIT SWITCHES, SET BY 2430-REPRICE-FROM-INDEX FOR
019178* WHICHEVER OF THE LOAN'S PERIODIC CAP, LIFETIME CAP AND FLOOR
019179* ACTUALLY HELD THE REPRICED RATE BACK, SO THE RATE-CHANGE
019180* NOTICE CAN TELL THE BORROWER WHY THE RATE MOVED AS IT DID.
019182 01  WS-REPRICE-LIMIT-SWITCHES.
019183     05  WS-PERIODIC-CAP-SWITCH  PIC X(01).
019184         88  WS-PERIODIC-CAP-APPLIED VALUE "Y".
019185     05  WS-LIFETIME-CAP-SWITCH  PIC X(01).
019186         88  WS-LIFETIME-CAP-APPLIED VALUE "Y".
019187     05  WS-FLOOR-SWITCH         PIC X(01).
019188         88  WS-FLOOR-APPLIED        VALUE "Y".
019190
019200 01  ANNUITY                 PIC 9(13)V9(06).
019300 
019400* RESULT OF THE LOANCALC CALL - SEE CALCSTAT.CPY FOR THE
024213         10  WS-CUST-ACCOUNT-ENTRY   PIC X(10).
024214         10  WS-CUST-STATUS-ENTRY    PIC X(01).
024215             88  WS-CUST-ENTRY-OPEN      VALUE "O".
024216         10  WS-CUST-ID-ENTRY        PIC X(10).
024217         10  WS-CUST-LIMIT-ENTRY     PIC 9(13)V9(06).
024218
024219* EXCHANGE RATE TABLE, LOADED ONCE FROM FXRATES BY
024220* 1180-LOAD-FX-RATES. A FLAT LINEAR-SEARCH TABLE, THE SAME DESIGN
024221* AND SIZE AS WS-CURRENCY-TABLE.
024222 01  WS-FXR-COUNT            PIC 9(02) COMP VALUE ZERO.
024223 01  WS-FXR-IDX              PIC 9(02) COMP.
024224 01  WS-FXR-TABLE.
024225     05  WS-FXR-ENTRY        OCCURS 20 TIMES.
024226         10  WS-FXR-CURRENCY-ENTRY   PIC X(03).
024227         10  WS-FXR-RATE-ENTRY       PIC 9(05)V9(08).
024228
024229* LENDING-LIMIT CHECK WORK AREAS. THE EXPOSURE IS BUILT UP IN
024230* THE BASE CURRENCY ONE AMOUNT AT A TIME THROUGH
024231* 2275-VALUE-IN-BASE; ANY AMOUNT IN A CURRENCY FXRATES DOES NOT
024232* CARRY MARKS THE EXPOSURE UNRATED.
024233 01  WS-LIMIT-CUSTOMER-ID    PIC X(10).
024234 01  WS-OTHER-IDX            PIC 9(04) COMP.
024235 01  WS-EXPOSURE-AMOUNT      PIC 9(15)V9(06).
024236 01  WS-CONVERT-CURRENCY     PIC X(03).
024237 01  WS-CONVERT-AMOUNT       PIC 9(13)V9(06).
024238 01  WS-CONVERT-BASE-AMOUNT  PIC 9(15)V9(06).
024239 01  WS-EXPOSURE-RATED-SW    PIC X(01).
024240     88  WS-EXPOSURE-RATED       VALUE "Y".
024241     88  WS-EXPOSURE-UNRATED     VALUE "N".
024257 01  WS-CHECKPOINT-INTERVAL  PIC 9(04) COMP VALUE 10.
024300 01  WS-CHECKPOINT-QUOTIENT  PIC 9(06) COMP.
024400 01  WS-CHECKPOINT-REMAINDER PIC 9(06) COMP.
024750 01  WS-MASTER-SWITCH        PIC X(01) VALUE "N".
024760     88  WS-MASTER-FOUND         VALUE "Y".
024770     88  WS-MASTER-NOT-FOUND     VALUE "N".
024772
024774* SET BY 2150-LOOKUP-LOAN-MASTER WHEN THE EXISTING MASTER
024776* RECORD IS ON NON-ACCRUAL, SO 4100-PRINT-SCHEDULE-LINE
024778* APPLIES EACH PERIOD'S INTEREST PORTION TO PRINCIPAL INSTEAD
024780* OF BOOKING IT. A NEW LOAN ALWAYS ACCRUES.
024782 01  WS-ACCRUAL-SWITCH       PIC X(01) VALUE "Y".
024784     88  WS-LOAN-ACCRUING        VALUE "Y".
024786     88  WS-LOAN-NON-ACCRUAL     VALUE "N".
024800
024810* NIGHTLY STREAM RUN-CONTROL PARAMETERS - SEE RCTLPARM.CPY.
024820     COPY RCTLPARM.
024822 
024824* CALENDAR SUBROUTINE PARAMETERS - SEE DAYSPARM.CPY.
024826     COPY DAYSPARM.
024830
024900*----------------------------------------------------------------
025000* PROCEDURE DIVISION
025100*----------------------------------------------------------------
027500* THEY OPEN OUTPUT (FRESH RUN) OR EXTEND (RESUMING ONE) DEPENDS
027600* ON WHAT THE CHECKPOINT SAYS.
027700 1000-INITIALIZE.
027705     MOVE ZERO TO WS-RECORD-COUNT.
027710     MOVE ZERO TO WS-ACCEPTED-COUNT.
027720     MOVE ZERO TO WS-REJECTED-COUNT.
027730     MOVE ZERO TO WS-COMPARED-COUNT.
028200     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
028300     ACCEPT WS-RUN-TIME FROM TIME.
028320     PERFORM 1070-SET-PARTITION-BOUNDS THRU 1070-EXIT.
028325     PERFORM 1010-START-RUN-CONTROL THRU 1010-EXIT.
028330     PERFORM 1080-LOAD-CUSTOMER-MASTER THRU 1080-EXIT.
028335     PERFORM 1180-LOAD-FX-RATES THRU 1180-EXIT.
028340     PERFORM 1075-LOAD-RATE-INDEXES THRU 1075-EXIT.
028350     PERFORM 1050-VALIDATE-RATE-SEQUENCE THRU 1050-EXIT.
028400     OPEN INPUT LOAN-IN-FILE.
028610     PERFORM 1350-OPEN-MASTER-FILE THRU 1350-EXIT.
028700     PERFORM 1400-READ-CHECKPOINT THRU 1400-EXIT.
028800     PERFORM 1410-OPEN-RESTARTABLE-OUTPUTS THRU 1410-EXIT.
028810     PERFORM 1420-OPEN-RATE-NOTICE-FILE THRU 1420-EXIT.
028815     PERFORM 1430-OPEN-LOAN-ACTIVITY-FILE THRU 1430-EXIT.
028900     PERFORM 1450-SKIP-PROCESSED-RECORDS THRU 1450-EXIT.
029000     PERFORM 1100-READ-LOAN-RECORD THRU 1100-EXIT.
029100     PERFORM 1460-SKIP-RATE-RECORDS THRU 1460-EXIT.
029200 1000-EXIT.
029300     EXIT.
029302
029304* 1010-START-RUN-CONTROL
029306* ASKS THE STREAM RUN CONTROL FOR LEAVE TO START BEFORE ANY
029308* FILE IS OPENED. LOAN IS REFUSED UNTIL LOANPOST HAS COMPLETED
029310* FOR THE BUSINESS DATE - ROLLING THE MASTER FORWARD BEFORE
029312* THE DAY'S PAYMENTS ARE POSTED WOULD AGE EVERY PAYER AS
029314* MISSED - AND ON A SECOND RUN FOR THE DATE WITHOUT AN
029316* OPERATOR OVERRIDE. A PARTITIONED NIGHT RUNS SEVERAL COPIES
029318* OF THIS JOB, SO EACH IS CONTROLLED AS ITS OWN STEP, NAMED
029320* BY ITS LOW ACCOUNT BOUND.
029321* THE BUSINESS DATE IT RETURNS BECOMES THE RUN DATE.
029322 1010-START-RUN-CONTROL.
029324     SET RP-FUNC-START TO TRUE.
029326     MOVE "LOAN" TO RP-JOB-NAME.
029328     MOVE WS-PARTITION-LOW TO RP-JOB-STEP.
029330     MOVE ZERO TO RP-BUSINESS-DATE.
029332     CALL "LOANRCTL" USING RP-RUN-PARAMETERS.
029334     IF NOT RP-CONTROL-OK
029336         DISPLAY "FATAL - RUN CONTROL REFUSED LOAN - "
029338             RP-REASON
029340         MOVE 16 TO RETURN-CODE
029342         STOP RUN
029344     END-IF.
029345     MOVE RP-BUSINESS-DATE TO WS-RUN-DATE.
029346     DISPLAY "LOAN BUSINESS DATE " RP-BUSINESS-DATE.
029348 1010-EXIT.
029350     EXIT.
029400
029410* 1050-VALIDATE-RATE-SEQUENCE
029420* OPENS LOANIN AND LOANRATE ON THEIR OWN FOR A DRY PRE-PASS,
029630         CLOSE LOAN-IN-FILE
029640         CLOSE LOAN-RATE-FILE
029650         MOVE 16 TO RETURN-CODE
029655         PERFORM 8900-END-RUN-CONTROL THRU 8900-EXIT
029660         STOP RUN
029670     END-IF.
029680     CLOSE LOAN-IN-FILE.
029921         IF WS-INDEX-COUNT >= 20
029925             DISPLAY "FATAL - RATE INDEX TABLE FULL AT 20"
029929             MOVE 16 TO RETURN-CODE
029930             PERFORM 8900-END-RUN-CONTROL THRU 8900-EXIT
029933             STOP RUN
029937         END-IF
029941         ADD 1 TO WS-INDEX-COUNT
030165         DISPLAY "FATAL - CUSTMAST IS REQUIRED AND WAS NOT "
030169             "FOUND"
030173         MOVE 16 TO RETURN-CODE
030175         PERFORM 8900-END-RUN-CONTROL THRU 8900-EXIT
030177         STOP RUN
030181     END-IF.
030185     PERFORM 1085-READ-CUSTOMER-RECORD THRU 1085-EXIT.
030201     IF WS-CUSTOMER-COUNT = ZERO
030205         DISPLAY "FATAL - CUSTMAST IS EMPTY"
030209         MOVE 16 TO RETURN-CODE
030210         PERFORM 8900-END-RUN-CONTROL THRU 8900-EXIT
030213         STOP RUN
030217     END-IF.
030221     DISPLAY "CUSTOMER MASTER LOADED - " WS-CUSTOMER-COUNT
030301     IF WS-CUSTOMER-COUNT >= 1000
030305         DISPLAY "FATAL - CUSTOMER MASTER TABLE FULL AT 1000"
030309         MOVE 16 TO RETURN-CODE
030310         PERFORM 8900-END-RUN-CONTROL THRU 8900-EXIT
030313         STOP RUN
030317     END-IF.
030321     ADD 1 TO WS-CUSTOMER-COUNT.
030329         WS-CUST-ACCOUNT-ENTRY (WS-CUSTOMER-COUNT).
030333     MOVE CU-ACCOUNT-STATUS TO
030337         WS-CUST-STATUS-ENTRY (WS-CUSTOMER-COUNT).
030338     MOVE CU-CUSTOMER-ID TO WS-CUST-ID-ENTRY (WS-CUSTOMER-COUNT).
030339     MOVE CU-LENDING-LIMIT TO
030340         WS-CUST-LIMIT-ENTRY (WS-CUSTOMER-COUNT).
030341     PERFORM 1085-READ-CUSTOMER-RECORD THRU 1085-EXIT.
030345 1090-EXIT.
030349     EXIT.
030385 1100-EXIT.
030389     EXIT.
030393 
030394* 1180-LOAD-FX-RATES
030396* LOADS THE FXRATES EXCHANGE RATES INTO STORAGE FOR THE LENDING-
030398* LIMIT CHECK. THE FILE IS OPTIONAL - A RUN WITHOUT ONE STILL
030400* CHECKS CUSTOMERS WHOSE ACCOUNTS ARE ALL IN THE BASE CURRENCY
030402* IF THE FILE CARRIES IT, AND REFERS THE REST.
030404 1180-LOAD-FX-RATES.
030406     OPEN INPUT FX-RATE-FILE.
030408     PERFORM 1185-READ-FX-RATE-RECORD THRU 1185-EXIT.
030410     PERFORM 1190-TABLE-ONE-FX-RATE THRU 1190-EXIT
030412         UNTIL FXRATES-EOF.
030414     CLOSE FX-RATE-FILE.
030416     DISPLAY "EXCHANGE RATES LOADED - " WS-FXR-COUNT
030418         " CURRENCY(IES)".
030420 1180-EXIT.
030422     EXIT.
030424
030426* 1185-READ-FX-RATE-RECORD
030428* READS THE NEXT EXCHANGE RATE LINE, SETTING FXRATES-EOF WHEN
030430* THE FILE IS EXHAUSTED OR ABSENT.
030432 1185-READ-FX-RATE-RECORD.
030434     READ FX-RATE-FILE
030436         AT END SET FXRATES-EOF TO TRUE
030438     END-READ.
030440 1185-EXIT.
030442     EXIT.
030444
030446* 1190-TABLE-ONE-FX-RATE
030448* ADDS THE CURRENT EXCHANGE RATE TO THE IN-STORAGE TABLE AND
030450* ADVANCES. A RATE THAT IS NOT NUMERIC OR IS ZERO IS LOGGED AND
030452* LEFT OUT, SO ITS CURRENCY IS TREATED AS UNRATED. MORE
030454* CURRENCIES THAN THE TABLE HOLDS STOPS THE RUN.
030456 1190-TABLE-ONE-FX-RATE.
030458     IF XR-BASE-RATE IS NOT NUMERIC OR XR-BASE-RATE = ZERO
030460         DISPLAY "FXRATES LINE IGNORED - NO USABLE RATE FOR "
030462             XR-CURRENCY-CODE
030464         GO TO 1190-READ-NEXT
030466     END-IF.
030468     IF WS-FXR-COUNT >= 20
030470         DISPLAY "FATAL - EXCHANGE RATE TABLE FULL AT 20"
030472         MOVE 16 TO RETURN-CODE
030474         PERFORM 8900-END-RUN-CONTROL THRU 8900-EXIT
030476         STOP RUN
030478     END-IF.
030480     ADD 1 TO WS-FXR-COUNT.
030482     MOVE XR-CURRENCY-CODE TO
030484         WS-FXR-CURRENCY-ENTRY (WS-FXR-COUNT).
030486     MOVE XR-BASE-RATE TO WS-FXR-RATE-ENTRY (WS-FXR-COUNT).
030488 1190-READ-NEXT.
030490     PERFORM 1185-READ-FX-RATE-RECORD THRU 1185-EXIT.
030492 1190-EXIT.
030494     EXIT.
030496
030500* 1200-READ-RATE-RECORD
030600* READS THE NEXT VARIABLE-RATE SCHEDULE DETAIL, SETTING
030700* LOANRATE-EOF WHEN THE SCHEDULE FILE IS EXHAUSTED OR WAS
039000     END-IF.
039100 1410-EXIT.
039200     EXIT.
039202
039204* 1420-OPEN-RATE-NOTICE-FILE
039206* OPENS RATENTC THE SAME WAY 1410 OPENS THE OTHER RESTARTABLE
039208* OUTPUTS - EXTEND WHEN RESUMING AN ABENDED RUN, SO THE NOTICES
039210* IT ALREADY WROTE ARE KEPT AND NOT WRITTEN TWICE, AND OUTPUT
039212* ON A FRESH RUN.
039214 1420-OPEN-RATE-NOTICE-FILE.
039216     IF WS-RESTART-RUN
039218         OPEN EXTEND RATE-NOTICE-FILE
039220         IF NOT RATENTC-OK
039222             DISPLAY "FATAL - RATENTC REOPEN FAILED, STATUS "
039224                 WS-RATENTC-STATUS
039226             GO TO 9000-ABEND-ON-WRITE-FAILURE
039228         END-IF
039230     ELSE
039232         OPEN OUTPUT RATE-NOTICE-FILE
039234     END-IF.
039236 1420-EXIT.
039238     EXIT.
039240
039242* 1430-OPEN-LOAN-ACTIVITY-FILE
039244* OPENS LOANACT THE SAME WAY 1420 OPENS RATENTC - EXTEND WHEN
039246* RESUMING AN ABENDED RUN, SO THE MOVEMENTS OF THE MASTERS IT
039248* ALREADY ROLLED ARE KEPT, AND OUTPUT ON A FRESH RUN.
039250 1430-OPEN-LOAN-ACTIVITY-FILE.
039252     IF WS-RESTART-RUN
039254         OPEN EXTEND LOAN-ACTIVITY-FILE
039256         IF NOT LOANACT-OK
039258             DISPLAY "FATAL - LOANACT REOPEN FAILED, STATUS "
039260                 WS-LOANACT-STATUS
039262             GO TO 9000-ABEND-ON-WRITE-FAILURE
039264         END-IF
039266     ELSE
039268         OPEN OUTPUT LOAN-ACTIVITY-FILE
039270     END-IF.
039272 1430-EXIT.
039274     EXIT.
039300 
039400* 1450-SKIP-PROCESSED-RECORDS
039500* READS AND DISCARDS THE LOANIN RECORDS THAT THE CHECKPOINT
046900             WS-LOANCMP-STATUS
047000         GO TO 9000-ABEND-ON-WRITE-FAILURE
047100     END-IF.
047101     CLOSE RATE-NOTICE-FILE.
047102     OPEN EXTEND RATE-NOTICE-FILE.
047103     IF NOT RATENTC-OK
047104         DISPLAY "FATAL - RATENTC REOPEN FAILED, STATUS "
047105             WS-RATENTC-STATUS
047106         GO TO 9000-ABEND-ON-WRITE-FAILURE
047107     END-IF.
047108     PERFORM 1545-FLUSH-ACTIVITY-FILE THRU 1545-EXIT.
047110     CLOSE LOAN-GL-FILE.
047120     OPEN EXTEND LOAN-GL-FILE.
047130     IF NOT GLFEED-OK
047199     END-IF.
047200 1540-EXIT.
047300     EXIT.
047305
047310* 1545-FLUSH-ACTIVITY-FILE
047315* CLOSES AND REOPENS LOANACT FOR EXTEND AT A CHECKPOINT, FOR
047320* THE SAME REASON 1540 FLUSHES THE OTHER OUTPUTS.
047325 1545-FLUSH-ACTIVITY-FILE.
047330     CLOSE LOAN-ACTIVITY-FILE.
047335     OPEN EXTEND LOAN-ACTIVITY-FILE.
047340     IF NOT LOANACT-OK
047345         DISPLAY "FATAL - LOANACT REOPEN FAILED, STATUS "
047350             WS-LOANACT-STATUS
047355         GO TO 9000-ABEND-ON-WRITE-FAILURE
047360     END-IF.
047365 1545-EXIT.
047370     EXIT.
047400 
047500* 1550-WRITE-CHECKPOINT
047600* WRITES THE CURRENT RECORD COUNT AND LAST ACCOUNT NUMBER TO
054100     PERFORM 4000-PRINT-SCHEDULE THRU 4000-EXIT.
054200     PERFORM 3550-WRITE-RESULT THRU 3550-EXIT.
054205     ADD 1 TO WS-ACCEPTED-COUNT.
054207     PERFORM 3510-WRITE-RATE-NOTICE THRU 3510-EXIT.
054210     IF NOT LI-RATE-DELINQUENT
054211         PERFORM 3560-UPDATE-LOAN-MASTER THRU 3560-EXIT
054212     END-IF.
055110     READ LOAN-MASTER-FILE
055120         INVALID KEY SET WS-MASTER-NOT-FOUND TO TRUE
055130     END-READ.
055135     SET WS-LOAN-ACCRUING TO TRUE.
055140     IF LOANMSTR-OK
055150         SET WS-MASTER-FOUND TO TRUE
055160         MOVE LM-BALANCE TO PV
055170         MOVE LM-REMAINING-TERM TO M
055172         IF LM-STATUS-NON-ACCRUAL
055174             SET WS-LOAN-NON-ACCRUAL TO TRUE
055176         END-IF
055180     ELSE
055190         SET WS-MASTER-NOT-FOUND TO TRUE
055195     END-IF.
058419* RESULT IS CONVERTED TO THE PER-PERIOD FORM THE RATE TABLE
058420* CARRIES. VALIDATION HAS ALREADY CONFIRMED THE INDEX IS ON
058421* THE TABLE, SO THE LOOKUP HERE CANNOT MISS.
058422* EACH LIMIT THAT HOLDS THE RATE BACK IS NOTED IN ITS SWITCH
058423* FOR THE RATE-CHANGE NOTICE.
058424 2430-REPRICE-FROM-INDEX.
058425     PERFORM 2435-FIND-LOAN-INDEX-ENTRY THRU 2435-EXIT.
058426     MOVE "NNN" TO WS-REPRICE-LIMIT-SWITCHES.
058427     COMPUTE WS-REPRICED-ANNUAL-RATE ROUNDED =
058428         WS-INDEX-RATE-ENTRY (WS-INDEX-IDX) + LI-INDEX-MARGIN.
058429     IF WS-MASTER-FOUND
058430         COMPUTE WS-PRIOR-ANNUAL-RATE ROUNDED =
058431             LM-IR * WS-PERIODS-PER-YEAR
058432     ELSE
058433         MOVE LI-IR TO WS-PRIOR-ANNUAL-RATE
058434     END-IF.
058435     IF LI-PERIODIC-CAP > ZERO
058436         COMPUTE WS-CAP-LIMIT-RATE ROUNDED =
058437             WS-PRIOR-ANNUAL-RATE + LI-PERIODIC-CAP
058438         IF WS-REPRICED-ANNUAL-RATE > WS-CAP-LIMIT-RATE
058439             MOVE WS-CAP-LIMIT-RATE TO WS-REPRICED-ANNUAL-RATE
058440             SET WS-PERIODIC-CAP-APPLIED TO TRUE
058441         END-IF
058442     END-IF.
058443     IF LI-LIFETIME-CAP > ZERO
058444         IF WS-MASTER-FOUND
058445             COMPUTE WS-CAP-LIMIT-RATE ROUNDED =
058446                 LM-ORIGINAL-IR + LI-LIFETIME-CAP
058447         ELSE
058448             COMPUTE WS-CAP-LIMIT-RATE ROUNDED =
058449                 LI-IR + LI-LIFETIME-CAP
058450         END-IF
058451         IF WS-REPRICED-ANNUAL-RATE > WS-CAP-LIMIT-RATE
058452             MOVE WS-CAP-LIMIT-RATE TO WS-REPRICED-ANNUAL-RATE
058453             SET WS-LIFETIME-CAP-APPLIED TO TRUE
058454         END-IF
058455     END-IF.
058456     IF LI-RATE-FLOOR > ZERO
058457         AND WS-REPRICED-ANNUAL-RATE < LI-RATE-FLOOR
058458         MOVE LI-RATE-FLOOR TO WS-REPRICED-ANNUAL-RATE
058459         SET WS-FLOOR-APPLIED TO TRUE
058460     END-IF.
058461     COMPUTE WS-REPRICED-PERIOD-RATE ROUNDED =
058462         WS-REPRICED-ANNUAL-RATE / WS-PERIODS-PER-YEAR.
058463     DISPLAY "ACCOUNT " LI-ACCOUNT-NO " REPRICED OFF "
058464         LI-INDEX-CODE " TO ANNUAL " WS-REPRICED-ANNUAL-RATE.
058465 2430-EXIT.
058466     EXIT.
058467
058468* 2435-FIND-LOAN-INDEX-ENTRY
058469* RETURNS WS-INDEX-IDX POINTING AT LI-INDEX-CODE'S TABLE
058470* ENTRY, OR PAST WS-INDEX-COUNT WHEN THE REQUEST NAMES AN
058471* INDEX NO FIXING WAS LOADED FOR.
058472 2435-FIND-LOAN-INDEX-ENTRY.
058473     MOVE ZERO TO WS-INDEX-IDX.
058474     PERFORM 2436-TEST-LOAN-INDEX-ENTRY THRU 2436-EXIT
058475         VARYING WS-INDEX-IDX FROM 1 BY 1
058476         UNTIL WS-INDEX-IDX > WS-INDEX-COUNT
058477         OR WS-INDEX-CODE-ENTRY (WS-INDEX-IDX)
058478             = LI-INDEX-CODE.
058479 2435-EXIT.
058480     EXIT.
058481
058482* 2436-TEST-LOAN-INDEX-ENTRY
058483* NO-OP BODY - THE MATCH TEST LIVES ENTIRELY IN 2435'S PERFORM
058484* VARYING UNTIL CONDITION. PRESENT SO THAT PERFORM HAS A
058485* PARAGRAPH TO ITERATE.
058486 2436-TEST-LOAN-INDEX-ENTRY.
058487     CONTINUE.
058488 2436-EXIT.
058489     EXIT.
058490
058491* 2440-SET-REPRICED-RATE
058492* LOADS THE REPRICED PER-PERIOD RATE INTO ONE ENTRY OF THE
058493* RATE TABLE.
058494 2440-SET-REPRICED-RATE.
058495     MOVE WS-REPRICED-PERIOD-RATE TO
058496         WS-RATE-ENTRY (WS-PERIOD-NO).
058497 2440-EXIT.
058498     EXIT.
058500
058600* 2450-LOAD-FIXED-RATE-SCHEDULE
058700* BUILDS A FLAT RATE TABLE OF LI-IR FOR A FIXED-RATE LOAN SO
060430* RE-AMORTIZE OVER ZERO REMAINING PERIODS, OR AT A RATE LOANCALC
060440* REJECTS, AND THE REQUEST WOULD GO OUT ACCEPTED WITH A ZERO
060450* NEW ANNUITY AND NO ERROR.
060462* A NEW LOAN THAT PASSES ALL OF THESE IS CHECKED LAST AGAINST
060474* ITS CUSTOMER'S LENDING LIMIT. A DELINQUENCY QUOTE BOARDS
060486* NOTHING, SO IT IS NOT CHECKED.
060500 2200-VALIDATE-REQUEST.
060600     SET WS-REQUEST-VALID TO TRUE.
060700     MOVE SPACES TO WS-REJECT-REASON.
062974         MOVE "PENALTY RATE MUST BE < 1" TO
062975             WS-REJECT-REASON
062976     END-IF.
062980     IF WS-REQUEST-VALID AND WS-MASTER-NOT-FOUND
062984         AND NOT LI-RATE-DELINQUENT
062988         PERFORM 2260-CHECK-LENDING-LIMIT THRU 2260-EXIT
062992     END-IF.
063000 2200-EXIT.
063100     EXIT.
063200 
068350     ADD 1 TO WS-REJECTED-COUNT.
068400 2250-EXIT.
068500     EXIT.
068501
068502* 2260-CHECK-LENDING-LIMIT
068503* CHECKS A NEW LOAN AGAINST ITS CUSTOMER'S LENDING LIMIT. THE
068504* EXPOSURE IS THE NEW LOAN'S PV PLUS THE BALANCE OF EVERY OTHER
068505* ACTIVE OR NON-ACCRUAL ACCOUNT ON THE CUSTOMER MASTER UNDER THE
068506* SAME CUSTOMER ID, ALL IN THE FXRATES BASE CURRENCY THE LIMIT
068507* IS HELD IN. AN ACCOUNT WITH NO LIMIT SET IS NOT CHECKED; ONE
068508* WITH NO CUSTOMER ID STANDS ALONE. AN EXPOSURE OVER THE LIMIT,
068509* OR ONE THAT CANNOT BE VALUED FOR WANT OF AN EXCHANGE RATE, IS
068510* REJECTED FOR REFERRAL - UNLESS THE REQUEST CARRIES THE CREDIT
068511* APPROVAL FOR AN EXCESS, WHICH IS BOARDED AND LOGGED.
068512 2260-CHECK-LENDING-LIMIT.
068513     IF WS-CUST-LIMIT-ENTRY (WS-CUST-IDX) IS NOT NUMERIC
068514         OR WS-CUST-LIMIT-ENTRY (WS-CUST-IDX) = ZERO
068515         GO TO 2260-EXIT
068516     END-IF.
068517     MOVE WS-CUST-ID-ENTRY (WS-CUST-IDX) TO WS-LIMIT-CUSTOMER-ID.
068518     MOVE ZERO TO WS-EXPOSURE-AMOUNT.
068519     SET WS-EXPOSURE-RATED TO TRUE.
068520     MOVE LI-CURRENCY-CODE TO WS-CONVERT-CURRENCY.
068521     MOVE LI-PV TO WS-CONVERT-AMOUNT.
068522     PERFORM 2275-VALUE-IN-BASE THRU 2275-EXIT.
068523     IF WS-LIMIT-CUSTOMER-ID NOT = SPACES
068524         PERFORM 2265-ADD-OTHER-ACCOUNT THRU 2265-EXIT
068525             VARYING WS-OTHER-IDX FROM 1 BY 1
068526             UNTIL WS-OTHER-IDX > WS-CUSTOMER-COUNT
068527     END-IF.
068528     IF WS-EXPOSURE-UNRATED
068529         IF LI-LIMIT-EXCESS-APPROVED
068530             DISPLAY "ACCOUNT " LI-ACCOUNT-NO
068531                 " LENDING LIMIT NOT CHECKED - NO FX RATE -"
068532                 " BOARDED ON APPROVAL"
068533         ELSE
068534             SET WS-REQUEST-INVALID TO TRUE
068535             MOVE "REFER - NO FX RATE FOR LENDING LIMIT" TO
068536                 WS-REJECT-REASON
068537         END-IF
068538         GO TO 2260-EXIT
068539     END-IF.
068540     IF WS-EXPOSURE-AMOUNT > WS-CUST-LIMIT-ENTRY (WS-CUST-IDX)
068541         IF LI-LIMIT-EXCESS-APPROVED
068542             DISPLAY "ACCOUNT " LI-ACCOUNT-NO
068543                 " OVER LENDING LIMIT - EXCESS APPROVED,"
068544                 " EXPOSURE " WS-EXPOSURE-AMOUNT
068545         ELSE
068546             SET WS-REQUEST-INVALID TO TRUE
068547             MOVE "REFER - OVER CUSTOMER LENDING LIMIT" TO
068548                 WS-REJECT-REASON
068549         END-IF
068550     END-IF.
068551 2260-EXIT.
068552     EXIT.
068553
068554* 2265-ADD-OTHER-ACCOUNT
068555* ADDS THE BALANCE OF ONE OTHER ACCOUNT UNDER THE CUSTOMER ID
068556* BEING CHECKED, READ AT RANDOM FROM LOANMSTR, TO THE EXPOSURE.
068557* AN ACCOUNT NOT YET BOARDED, PAID OFF OR WRITTEN OFF ADDS
068558* NOTHING. ONLY REACHED FOR A NEW LOAN, WHOSE MASTER RECORD IS
068559* BUILT AFRESH AT 3560, SO THE READS DISTURB NOTHING.
068560 2265-ADD-OTHER-ACCOUNT.
068561     IF WS-CUST-ID-ENTRY (WS-OTHER-IDX) NOT = WS-LIMIT-CUSTOMER-ID
068562         OR WS-CUST-ACCOUNT-ENTRY (WS-OTHER-IDX) = LI-ACCOUNT-NO
068563         GO TO 2265-EXIT
068564     END-IF.
068565     MOVE WS-CUST-ACCOUNT-ENTRY (WS-OTHER-IDX) TO LM-ACCOUNT-NO.
068566     READ LOAN-MASTER-FILE
068567         INVALID KEY CONTINUE
068568     END-READ.
068569     IF LOANMSTR-NOT-ON-FILE
068570         GO TO 2265-EXIT
068571     END-IF.
068572     IF NOT LOANMSTR-OK
068573         DISPLAY "FATAL - LOANMSTR READ FAILED, STATUS "
068574             WS-LOANMSTR-STATUS
068575         GO TO 9000-ABEND-ON-WRITE-FAILURE
068576     END-IF.
068577     IF NOT LM-STATUS-ACTIVE AND NOT LM-STATUS-NON-ACCRUAL
068578         GO TO 2265-EXIT
068579     END-IF.
068580     MOVE LM-CURRENCY-CODE TO WS-CONVERT-CURRENCY.
068581     MOVE LM-BALANCE TO WS-CONVERT-AMOUNT.
068582     PERFORM 2275-VALUE-IN-BASE THRU 2275-EXIT.
068583 2265-EXIT.
068584     EXIT.
068600 
068602* 2275-VALUE-IN-BASE
068604* ADDS WS-CONVERT-AMOUNT, HELD IN WS-CONVERT-CURRENCY, TO THE
068606* EXPOSURE AT ITS FXRATES RATE INTO THE BASE CURRENCY, OR MARKS
068608* THE EXPOSURE UNRATED WHEN FXRATES CARRIES NO RATE FOR IT.
068610 2275-VALUE-IN-BASE.
068612     PERFORM 2280-FIND-FX-RATE-ENTRY THRU 2280-EXIT.
068614     IF WS-FXR-IDX > WS-FXR-COUNT
068616         SET WS-EXPOSURE-UNRATED TO TRUE
068618         GO TO 2275-EXIT
068620     END-IF.
068622     COMPUTE WS-CONVERT-BASE-AMOUNT ROUNDED =
068624         WS-CONVERT-AMOUNT * WS-FXR-RATE-ENTRY (WS-FXR-IDX).
068626     ADD WS-CONVERT-BASE-AMOUNT TO WS-EXPOSURE-AMOUNT.
068628 2275-EXIT.
068630     EXIT.
068632
068634* 2280-FIND-FX-RATE-ENTRY
068636* RETURNS WS-FXR-IDX POINTING AT THE EXCHANGE RATE FOR
068638* WS-CONVERT-CURRENCY, OR ONE PAST THE LAST ENTRY WHEN FXRATES
068640* HAS NONE.
068642 2280-FIND-FX-RATE-ENTRY.
068644     MOVE ZERO TO WS-FXR-IDX.
068646     PERFORM 2285-TEST-FX-RATE-ENTRY THRU 2285-EXIT
068648         VARYING WS-FXR-IDX FROM 1 BY 1
068650         UNTIL WS-FXR-IDX > WS-FXR-COUNT
068652         OR WS-FXR-CURRENCY-ENTRY (WS-FXR-IDX)
068654             = WS-CONVERT-CURRENCY.
068656 2280-EXIT.
068658     EXIT.
068660
068662* 2285-TEST-FX-RATE-ENTRY
068664* NO-OP BODY - THE MATCH TEST LIVES ENTIRELY IN 2280'S PERFORM
068666* VARYING UNTIL CONDITION. PRESENT SO THAT PERFORM HAS A
068668* PARAGRAPH TO ITERATE.
068670 2285-TEST-FX-RATE-ENTRY.
068672     CONTINUE.
068674 2285-EXIT.
068676     EXIT.
068678
068700* 2500-PROCESS-COMPARISON-REQUEST
068800* COMPUTES THE ANNUITY AND TOTAL INTEREST FOR EVERY CANDIDATE
068900* IR/M PAIR CARRIED BY A COMPARISON-MODE REQUEST, PRINTS THEM
079100 3500-EXIT.
079200     EXIT.
079300 
079301* 3510-WRITE-RATE-NOTICE
079302* WRITES A RATENTC NOTICE WHEN THIS REQUEST REPRICED AN EXISTING
079303* INDEX-LINKED LOAN OFF ITS INDEX AND THE RATE ACTUALLY MOVED.
079304* A NEW LOAN IS BOARDED AT ITS REPRICED RATE AND HAS NO OLD
079305* RATE TO CHANGE FROM, SO IT GETS NO NOTICE. THE MOVE IS TESTED
079306* ON THE PER-PERIOD RATE THE MASTER CARRIES, SO A RATE THAT
079307* ONLY ROUNDS DIFFERENTLY IN ITS ANNUAL FORM IS NOT A CHANGE.
079308* PERFORMED JUST BEFORE 3560-UPDATE-LOAN-MASTER ROLLS THE
079309* RECORD, WHILE LM-ANNUITY AND THE TERM STILL HOLD THE TERMS IN
079310* FORCE COMING INTO THIS RUN - THE NEW PAYMENT IS THE ONE THE
079311* SCHEDULE ACTUALLY CHARGED AT PERIOD 1, AND THE EFFECTIVE
079312* PERIOD IS THAT PAYMENT'S PERIOD NUMBER COUNTED FROM
079313* ORIGINATION. A BAD WRITE STATUS IS FATAL, THE SAME AS
079314* LOANOUT.
079315 3510-WRITE-RATE-NOTICE.
079316     IF NOT LI-RATE-VARIABLE
079317         OR LI-INDEX-CODE = SPACES
079318         OR WS-MASTER-NOT-FOUND
079319         GO TO 3510-EXIT
079320     END-IF.
079321     IF WS-REPRICED-PERIOD-RATE = LM-IR
079322         GO TO 3510-EXIT
079323     END-IF.
079324     PERFORM 2435-FIND-LOAN-INDEX-ENTRY THRU 2435-EXIT.
079325     MOVE WS-RUN-DATE TO NT-RUN-DATE.
079326     MOVE LI-ACCOUNT-NO TO NT-ACCOUNT-NO.
079327     MOVE LI-CURRENCY-CODE TO NT-CURRENCY-CODE.
079328     MOVE LI-PAYMENT-FREQ TO NT-PAYMENT-FREQ.
079329     IF LM-REMAINING-TERM > LM-ORIGINAL-M
079330         MOVE 1 TO NT-EFFECTIVE-PERIOD
079331     ELSE
079332         COMPUTE NT-EFFECTIVE-PERIOD =
079333             LM-ORIGINAL-M - LM-REMAINING-TERM + 1
079334     END-IF.
079335     MOVE WS-PRIOR-ANNUAL-RATE TO NT-OLD-ANNUAL-RATE.
079336     MOVE WS-REPRICED-ANNUAL-RATE TO NT-NEW-ANNUAL-RATE.
079337     MOVE LI-INDEX-CODE TO NT-INDEX-CODE.
079338     MOVE WS-INDEX-DATE-ENTRY (WS-INDEX-IDX) TO NT-INDEX-DATE.
079339     MOVE WS-INDEX-RATE-ENTRY (WS-INDEX-IDX) TO NT-INDEX-RATE.
079340     MOVE LI-INDEX-MARGIN TO NT-INDEX-MARGIN.
079341     MOVE WS-PERIODIC-CAP-SWITCH TO NT-PERIODIC-CAP-FLAG.
079342     MOVE WS-LIFETIME-CAP-SWITCH TO NT-LIFETIME-CAP-FLAG.
079343     MOVE WS-FLOOR-SWITCH TO NT-FLOOR-FLAG.
079344     MOVE LM-ANNUITY TO NT-OLD-ANNUITY.
079345     MOVE WS-ROLLED-ANNUITY TO NT-NEW-ANNUITY.
079346     MOVE WS-QUOTED-M TO NT-REMAINING-TERM.
079347     WRITE RATE-NOTICE-RECORD.
079348     IF NOT RATENTC-OK
079349         DISPLAY "FATAL - RATENTC WRITE FAILED, STATUS "
079350             WS-RATENTC-STATUS
079351         GO TO 9000-ABEND-ON-WRITE-FAILURE
079352     END-IF.
079353     DISPLAY "ACCOUNT " LI-ACCOUNT-NO " RATE-CHANGE NOTICE "
079354         "WRITTEN, EFFECTIVE PERIOD " NT-EFFECTIVE-PERIOD.
079355 3510-EXIT.
079356     EXIT.
079357
079400* 3550-WRITE-RESULT
079500* WRITES THE COMPLETED LOANOUT RESULT RECORD FOR THIS LOAN. A
079600* BAD WRITE STATUS IS FATAL - THERE IS NO WAY TO HAND THIS
080600 3550-EXIT.
080700     EXIT.
080710
080711* 3555-SET-FIRST-DUE-DATE
080712* SETS THE DUE-DATE CALENDAR OF A MASTER THIS RUN IS WRITING
080713* FOR THE FIRST TIME, THE SAME WAY LOANMNT SETS IT ON A BOARD -
080714* THE PAYMENT DAY IS THE RUN DATE'S DAY, AND SINCE THIS RUN HAS
080715* ALREADY SERVICED PERIOD 1 THE NEXT PAYMENT FALLS DUE ONE
080716* PERIOD AFTER IT. A LOAN WITH NO TERM LEFT HAS NOTHING MORE
080717* FALLING DUE.
080718 3555-SET-FIRST-DUE-DATE.
080719     MOVE WS-RUN-DAY TO LM-PAYMENT-DAY.
080720     MOVE ZERO TO LM-NEXT-DUE-DATE.
080721     IF LM-REMAINING-TERM = ZERO
080722         GO TO 3555-EXIT
080723     END-IF.
080724     SET LD-FUNC-ADD-MONTHS TO TRUE.
080725     MOVE WS-RUN-DATE TO LD-FROM-DATE.
080726     DIVIDE 12 BY WS-PERIODS-PER-YEAR GIVING LD-MONTHS.
080727     MOVE LM-PAYMENT-DAY TO LD-DAY-OF-MONTH.
080728     CALL "LOANDAYS" USING LD-DATE-PARAMETERS.
080729     IF LD-DATE-OK
080730         MOVE LD-TO-DATE TO LM-NEXT-DUE-DATE
080731     END-IF.
080732 3555-EXIT.
080733     EXIT.
080734
080753* 3560-UPDATE-LOAN-MASTER
080754* WRITES OR REWRITES THIS ACCOUNT'S LOANMSTR RECORD, ROLLED
080756* FORWARD BY THE ONE PERIOD THIS RUN SERVICED - THE BALANCE
080806* THE SAME RUN JUST ISSUED. ORIGINAL LI-PV/LI-IR/LI-M ARE ONLY
080808* STAMPED ON FIRST WRITE, SO THEY STILL READ AS THE LOAN'S
080810* ORIGINATION TERMS AFTER ANY NUMBER OF LATER SERVICING RUNS.
080812* EVERY WRITE OR REWRITE ALSO GOES OUT ON LOANACT AS THE
080814* BALANCE AND ESCROW MOVEMENT IT MADE, FOR THE LOANTBAL
080816* TRIAL BALANCE ROLL-FORWARD.
080820 3560-UPDATE-LOAN-MASTER.
080825     PERFORM 3710-START-LOAN-ACTIVITY THRU 3710-EXIT.
080830     MOVE LI-ACCOUNT-NO TO LM-ACCOUNT-NO.
080840     MOVE LI-CURRENCY-CODE TO LM-CURRENCY-CODE.
080850     MOVE WS-ROLLED-BALANCE TO LM-BALANCE.
080930         MOVE LI-PV TO LM-ORIGINAL-PV
080940         MOVE LI-IR TO LM-ORIGINAL-IR
080950         MOVE LI-M TO LM-ORIGINAL-M
080951         MOVE ZERO TO LM-DEBIT-DUE-DATE
080952         PERFORM 3555-SET-FIRST-DUE-DATE THRU 3555-EXIT
080955         MOVE ZERO TO LM-PAYMENT-CARRY
080956         MOVE ZERO TO LM-MISSED-COUNT
080957         MOVE ZERO TO LM-PAST-DUE-AMT
081000             WS-LOANMSTR-STATUS
081010         GO TO 9000-ABEND-ON-WRITE-FAILURE
081020     END-IF.
081025     PERFORM 3720-WRITE-LOAN-ACTIVITY THRU 3720-EXIT.
081030 3560-EXIT.
081040     EXIT.
081050
082400     END-IF.
082500 3700-EXIT.
082600     EXIT.
082602
082604* 3710-START-LOAN-ACTIVITY
082606* STARTS THE LOANACT ENTRY FOR THE MASTER WRITE 3560 IS ABOUT
082608* TO MAKE. AN EXISTING MASTER IS A SERVICING ROLL, AND ITS
082610* BALANCES ARE TAKEN OFF NOW, BEFORE 3560 OVERLAYS THEM, SO
082612* 3720 ONLY HAS TO ADD BACK WHAT WAS WRITTEN. A MASTER NOT YET
082614* ON FILE IS A NEW LOAN BOARDED FROM ZERO.
082616 3710-START-LOAN-ACTIVITY.
082618     MOVE RP-BUSINESS-DATE TO LA-RUN-DATE.
082620     MOVE LI-ACCOUNT-NO TO LA-ACCOUNT-NO.
082622     MOVE LI-CURRENCY-CODE TO LA-CURRENCY-CODE.
082624     IF WS-MASTER-FOUND
082626         SET LA-ACTIVITY-SERVICED TO TRUE
082628         COMPUTE LA-BALANCE-MOVEMENT = ZERO - LM-BALANCE
082630         COMPUTE LA-ESCROW-MOVEMENT = ZERO - LM-ESCROW-BALANCE
082632     ELSE
082634         SET LA-ACTIVITY-BOARDED TO TRUE
082636         MOVE ZERO TO LA-BALANCE-MOVEMENT
082638         MOVE ZERO TO LA-ESCROW-MOVEMENT
082640     END-IF.
082642 3710-EXIT.
082644     EXIT.
082646
082648* 3720-WRITE-LOAN-ACTIVITY
082650* COMPLETES THE LOANACT ENTRY WITH THE BALANCES AND STATUS JUST
082652* WRITTEN TO THE MASTER AND WRITES IT. A BAD WRITE STATUS IS
082654* FATAL - THE TRIAL BALANCE WOULD SHOW THE MISSING MOVEMENT AS
082656* AN UNEXPLAINED BREAK.
082658 3720-WRITE-LOAN-ACTIVITY.
082660     ADD LM-BALANCE TO LA-BALANCE-MOVEMENT.
082662     ADD LM-ESCROW-BALANCE TO LA-ESCROW-MOVEMENT.
082664     MOVE LM-ACCOUNT-STATUS TO LA-ACCOUNT-STATUS.
082666     WRITE LOAN-ACTIVITY-RECORD.
082668     IF NOT LOANACT-OK
082670         DISPLAY "FATAL - LOANACT WRITE FAILED, STATUS "
082672             WS-LOANACT-STATUS
082674         GO TO 9000-ABEND-ON-WRITE-FAILURE
082676     END-IF.
082678 3720-EXIT.
082680     EXIT.
082700 
082800* 3600-WRITE-AUDIT-RECORD
082900* APPENDS ONE AUDITLOG LINE FOR THIS REQUEST, ACCEPTED OR
087620* AND IS RE-AMORTIZED OVER THE REMAINING TERM THE PERIOD THAT
087630* PHASE ENDS; A BALLOON LOAN'S FINAL PERIOD CLEARS THE WHOLE
087640* REMAINING BALANCE, AND THE RESIDUAL OVER AND ABOVE THE
087650* REGULAR ANNUITY PRINCIPAL IS REPORTED ON LOANOUT. A LOAN ON
087660* NON-ACCRUAL TAKES NO INTEREST - THE PERIOD'S INTEREST
087670* PORTION GOES TO PRINCIPAL, UP TO THE BALANCE OUTSTANDING.
087700 4100-PRINT-SCHEDULE-LINE.
087710     IF LI-RATE-INT-ONLY
087720         AND WS-PERIOD-NO = LI-IO-PERIOD-COUNT + 1
088485         MOVE WS-BALANCE TO WS-PRINCIPAL-PORTION
088490         MOVE WS-BALLOON-RESIDUAL TO LR-BALLOON-AMT
088495     END-IF.
088496     IF WS-LOAN-NON-ACCRUAL
088497         PERFORM 4160-APPLY-NON-ACCRUAL THRU 4160-EXIT
088498     END-IF.
088500     COMPUTE WS-BALANCE ROUNDED =
088600         WS-BALANCE - WS-PRINCIPAL-PORTION.
088610     IF WS-PERIOD-NO = 1
090500     MOVE WS-RATE-ENTRY (WS-PERIOD-NO) TO WS-PREVIOUS-RATE.
090600 4150-EXIT.
090700     EXIT.
090706
090712* 4160-APPLY-NON-ACCRUAL
090718* A LOAN THE MASTER HOLDS ON NON-ACCRUAL BOOKS NO INTEREST
090724* INCOME - THE PERIOD'S INTEREST PORTION IS APPLIED TO
090730* PRINCIPAL INSTEAD, ON THE SCHEDULE, GLFEED AND STATEMENT AND
090736* IN THE MASTER ROLL-FORWARD, NEVER BEYOND THE BALANCE OWED.
090742 4160-APPLY-NON-ACCRUAL.
090748     ADD WS-INTEREST-PORTION TO WS-PRINCIPAL-PORTION.
090754     MOVE ZERO TO WS-INTEREST-PORTION.
090760     IF WS-PRINCIPAL-PORTION > WS-BALANCE
090766         MOVE WS-BALANCE TO WS-PRINCIPAL-PORTION
090772     END-IF.
090778 4160-EXIT.
090784     EXIT.
090800 
090900* 4200-SIMULATE-EXTRA-PAYMENT
091000* REPLAYS THE SCHEDULE WITH THE OPERATOR-SUPPLIED EXTRA
100800     CLOSE LOAN-COMPARE-FILE.
100810     CLOSE LOAN-GL-FILE.
100815     CLOSE LOAN-STATEMENT-FILE.
100816     CLOSE RATE-NOTICE-FILE.
100817     CLOSE LOAN-ACTIVITY-FILE.
100820     CLOSE LOAN-MASTER-FILE.
100830     PERFORM 8900-END-RUN-CONTROL THRU 8900-EXIT.
100900 8000-EXIT.
101000     EXIT.
101002
101004* 8900-END-RUN-CONTROL
101006* RECORDS THE END OF THE RUN ON THE STREAM RUN CONTROL WITH
101008* ITS RETURN CODE AND COUNTS - LOANIN RECORDS READ, QUOTES
101010* ACCEPTED OR COMPARED, AND REQUESTS REJECTED. THE CALL RESETS
101012* RETURN-CODE, SO THE RUN'S OWN CODE IS PUT BACK AFTERWARD. AN
101014* END THAT CANNOT BE RECORDED ENDS THE RUN WITH RETURN CODE 16
101016* SO THE SCHEDULER HOLDS THE STREAM.
101018 8900-END-RUN-CONTROL.
101020     SET RP-FUNC-END TO TRUE.
101022     MOVE RETURN-CODE TO RP-JOB-RETURN-CODE.
101024     MOVE WS-RECORD-COUNT TO RP-INPUT-COUNT.
101026     COMPUTE RP-OUTPUT-COUNT =
101028         WS-ACCEPTED-COUNT + WS-COMPARED-COUNT.
101030     MOVE WS-REJECTED-COUNT TO RP-REJECT-COUNT.
101032     CALL "LOANRCTL" USING RP-RUN-PARAMETERS.
101034     MOVE RP-JOB-RETURN-CODE TO RETURN-CODE.
101036     IF NOT RP-CONTROL-OK
101038         DISPLAY "FATAL - RUN CONTROL END NOT RECORDED - "
101040             RP-REASON
101042         MOVE 16 TO RETURN-CODE
101044     END-IF.
101046 8900-EXIT.
101048     EXIT.
101100
101110* 8100-WRITE-CONTROL-REPORT
101120* WRITES THE LOANCTL RECONCILIATION RECORD FOR THIS RUN - HOW
105800     CLOSE LOAN-COMPARE-FILE.
105810     CLOSE LOAN-GL-FILE.
105815     CLOSE LOAN-STATEMENT-FILE.
105816     CLOSE RATE-NOTICE-FILE.
105817     CLOSE LOAN-ACTIVITY-FILE.
105820     CLOSE LOAN-MASTER-FILE.
105900     MOVE 16 TO RETURN-CODE.
105910     PERFORM 8900-END-RUN-CONTROL THRU 8900-EXIT.
106000     STOP RUN.

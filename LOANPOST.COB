002500* MODIFICATION HISTORY.
002600*     2026-09-02 MDC  ORIGINAL PAYMENT POSTING PROGRAM.
002610*     2026-09-02 MDC  NOW KEEPS THE MASTER'S ARREARS STATE UP
002612*                      TO DATE - A POSTING SHORT OF THE
002614*                      SCHEDULED ANNUITY BUMPS THE MISSED-
002616*                      PAYMENT COUNT AND THE PAST-DUE AMOUNT
002618*                      TRACKS THE NEGATIVE CARRY, AND A POSTING
002620*                      THAT BRINGS THE CARRY LEVEL CURES BOTH -
002622*                      SO LOANAGE CAN AGE THE BOOK STRAIGHT OFF
002624*                      LOANMSTR.
002626*     2026-09-02 MDC  A ZERO-AMOUNT PAYIN RECORD NOW POSTS AS A
002628*                      WHOLLY-MISSED PERIOD - CARRY-ONLY FUNDS,
002630*                      ARREARS BUMPED, TERM ROLLED - INSTEAD OF
002632*                      BEING REJECTED, SO A BORROWER WHO PAYS
002634*                      NOTHING AT ALL STILL SURFACES ON THE
002636*                      AGING INSTEAD OF ONLY THE SHORT-PAYERS.
002638*     2026-09-02 MDC  NOW COLLECTS THE ESCROW COMPONENT WITH
002640*                      THE ANNUITY - THE PER-PERIOD ESCROW ON
002642*                      THE MASTER IS TAKEN FROM THE FUNDS
002644*                      FIRST, INTO THE ESCROW BALANCE, BEFORE
002646*                      INTEREST AND PRINCIPAL, AND THE
002648*                      SCHEDULED-PAYMENT CHECKS COMPARE
002650*                      AGAINST ANNUITY PLUS ESCROW.
002652*     2026-10-15 MDC  WRITES CASHFEED, THE CASH ACTUALLY POSTED,
002654*                      FOR THE GLPOST JOURNAL.
002656*     2026-10-15 MDC  KEEPS PAYHIST AND REVERSES A RETURNED
002658*                      PAYMENT FROM IT, PROVIDED IT IS THE LATEST
002660*                      POSTING AND THE MASTER HAS NOT MOVED SINCE.
002662*     2026-10-15 MDC  A NON-ACCRUAL ACCOUNT'S INTEREST SHARE IS
002664*                      APPLIED TO PRINCIPAL, SO NONE IS BOOKED.
002666*     2026-10-15 MDC  RUNS UNDER THE STREAM RUN CONTROL AND
002668*                      STAMPS ITS POSTINGS WITH THE BUSINESS DATE.
002670*     2026-10-15 MDC  EVERY POSTING ADVANCES THE NEXT DUE DATE
002672*                      BY ONE PERIOD.
002674*     2026-10-15 MDC  THE PAST-DUE MOVEMENT ON CASHFEED AND
002676*                      PAYHIST IS NOW TWO LEGS - THE PAST DUE
002678*                      RAISED AND THE PAST DUE CURED.
002700*****************************************************************
002800 IDENTIFICATION DIVISION.
002900 PROGRAM-ID. LOANPOST.
005600     SELECT PAYMENT-EXCEPTION-FILE ASSIGN TO "PAYEXC"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-PAYEXC-STATUS.
005810
005820*     CASH-RECEIPTS GL FEED - ONE LINE PER POSTED PAYMENT WITH
005830*     THE ACTUAL SPLIT, FOR GLPOST TO BOOK ALONGSIDE GLFEED.
005840     SELECT CASH-RECEIPT-FILE ASSIGN TO "CASHFEED"
005850         ORGANIZATION IS LINE SEQUENTIAL
005860         FILE STATUS IS WS-CASHFEED-STATUS.
005862
005864*     PAYMENT HISTORY, KEYED BY ACCOUNT AND POSTING SEQUENCE -
005866*     ONE ENTRY PER PAYMENT POSTED, KEPT ACROSS RUNS SO A
005868*     RETURNED PAYMENT CAN BE FOUND AND BACKED OUT ON A LATER
005870*     DAY.
005872     SELECT PAYMENT-HISTORY-FILE ASSIGN TO "PAYHIST"
005874         ORGANIZATION IS INDEXED
005876         ACCESS MODE IS DYNAMIC
005878         RECORD KEY IS PH-HISTORY-KEY
005880         FILE STATUS IS WS-PAYHIST-STATUS.
005900
006000*----------------------------------------------------------------
006100* DATA DIVISION
007400 FD  PAYMENT-EXCEPTION-FILE
007500     LABEL RECORDS ARE STANDARD.
007600     COPY PEXREC.
007610
007620 FD  CASH-RECEIPT-FILE
007630     LABEL RECORDS ARE STANDARD.
007640     COPY CSHREC.
007650
007660 FD  PAYMENT-HISTORY-FILE
007670     LABEL RECORDS ARE STANDARD.
007680     COPY PHSTREC.
007700
007800 WORKING-STORAGE SECTION.
007900
008700     88  LOANMSTR-FILE-NOT-FOUND VALUE "35".
008800 01  WS-PAYEXC-STATUS        PIC X(02).
008900     88  PAYEXC-OK               VALUE "00".
008910 01  WS-CASHFEED-STATUS      PIC X(02).
008920     88  CASHFEED-OK             VALUE "00".
008930 01  WS-PAYHIST-STATUS       PIC X(02).
008940     88  PAYHIST-OK              VALUE "00".
008950     88  PAYHIST-EOF             VALUE "10".
008960     88  PAYHIST-FILE-NOT-FOUND  VALUE "35".
009000
009100* RUN DATE - THE STREAM BUSINESS DATE RUN CONTROL RETURNS -
009150* AND RUN TIME, STAMPED ON EVERY POSTING AND EXCEPTION LINE.
009200 01  WS-RUN-DATE             PIC 9(08).
009300 01  WS-RUN-TIME             PIC 9(08).
009400
010300     88  WS-PAYMENT-VALID        VALUE "Y".
010400     88  WS-PAYMENT-INVALID      VALUE "N".
010500 01  WS-REASON               PIC X(40).
010502
010504* REVERSAL FLAG AND ORIGINAL POSTING DATE FOR THE NEXT PAYEXC
010506* LINE - BLANK AND ZERO FOR AN ORDINARY EXCEPTION, SET BY THE
010508* REVERSAL LOGIC FOR THE TWO LINES A RETURNED PAYMENT WRITES.
010510 01  WS-REVERSAL-FLAG        PIC X(01).
010512 01  WS-ORIGINAL-POST-DATE   PIC 9(08).
010514
010516* RETURNED-PAYMENT REVERSAL STATE. THE HISTORY SCAN WALKS THE
010518* ACCOUNT'S ENTRIES IN POSTING ORDER, REMEMBERING THE KEY OF
010520* THE LATEST UNREVERSED POSTING MATCHING THE REVERSAL'S VALUE
010522* DATE AND AMOUNT, AND WHETHER ANY UNREVERSED POSTING CAME
010524* AFTER IT - RESTORING BEFORE-VALUES UNDERNEATH A LATER
010526* POSTING WOULD SILENTLY UNDO THAT POSTING TOO.
010528 01  WS-SCAN-SWITCH          PIC X(01).
010530     88  WS-SCAN-DONE            VALUE "Y".
010532     88  WS-SCAN-NOT-DONE        VALUE "N".
010534 01  WS-ORIGINAL-SWITCH      PIC X(01).
010536     88  WS-ORIGINAL-FOUND       VALUE "Y".
010538     88  WS-ORIGINAL-NOT-FOUND   VALUE "N".
010540 01  WS-LATER-SWITCH         PIC X(01).
010542     88  WS-LATER-POSTING        VALUE "Y".
010544     88  WS-NO-LATER-POSTING     VALUE "N".
010546 01  WS-ORIGINAL-KEY         PIC X(32).
010600
010700* POSTING WORK AREAS. THE AVAILABLE FUNDS ARE THE PAYMENT PLUS
010800* THE SIGNED CARRY ALREADY ON THE MASTER - A PRIOR SHORTFALL
010900* ABSORBS TODAY'S FUNDS BEFORE ANYTHING ELSE IS PAID, A PRIOR
011000* SURPLUS ADDS TO THEM. THE PERIOD'S ESCROW IS TAKEN FIRST,
011100* INTEREST NEXT, PRINCIPAL AFTER THAT, AND WHATEVER IS LEFT
011200* OVER (OR STILL OWING) BECOMES THE NEW CARRY. ON A NON-
011210* ACCRUAL ACCOUNT THE INTEREST PAID IS THEN RE-APPLIED TO
011220* PRINCIPAL.
011300 01  WS-AVAILABLE-FUNDS      PIC S9(13)V9(06).
011310 01  WS-REMAINING-FUNDS      PIC S9(13)V9(06).
011320 01  WS-SCHEDULED-DUE        PIC 9(13)V9(06).
011600 01  WS-PRINCIPAL-PAID       PIC 9(13)V9(06).
011700 01  WS-UNPAID-INTEREST      PIC 9(13)V9(06).
011800 01  WS-LEFTOVER-FUNDS       PIC S9(13)V9(06).
011805
011810* CARRY MOVEMENT FOR THE CASHFEED. THE CARRY BEFORE THE POSTING
011815* IS HELD SO THE SURPLUS (UNAPPLIED CASH) AND SHORTFALL (PAST-
011820* DUE RECEIVABLE) FACES OF THE OLD AND NEW CARRY CAN BE
011825* DIFFERENCED SEPARATELY. THE PAST-DUE RECEIVABLE GOES OUT AS
011830* TWO LEGS - THE ESCROW AND INTEREST THE POSTING LEFT UNPAID,
011835* RAISED AS PAST DUE, AND THE PART OF THE PAYMENT THAT CURED
011840* PAST-DUE AMOUNTS.
011845 01  WS-OLD-CARRY            PIC S9(13)V9(06).
011850 01  WS-OLD-SURPLUS          PIC 9(13)V9(06).
011855 01  WS-NEW-SURPLUS          PIC 9(13)V9(06).
011860 01  WS-OLD-SHORTFALL        PIC 9(13)V9(06).
011865 01  WS-NEW-SHORTFALL        PIC 9(13)V9(06).
011870 01  WS-PAST-DUE-RAISED      PIC 9(13)V9(06).
011875 01  WS-PAST-DUE-CURED       PIC 9(13)V9(06).
011900
012000* RUN CONTROL TOTALS FOR THE CLOSING RECONCILIATION DISPLAYS.
012100 01  WS-PAYMENT-COUNT        PIC 9(06) COMP.
012200 01  WS-POSTED-COUNT         PIC 9(06) COMP.
012300 01  WS-EXCEPTION-COUNT      PIC 9(06) COMP.
012310 01  WS-REVERSED-COUNT       PIC 9(06) COMP.
012400 01  WS-AMOUNT-POSTED-TOTAL  PIC 9(15)V9(06).
012500
012510* NIGHTLY STREAM RUN-CONTROL PARAMETERS - SEE RCTLPARM.CPY.
012520     COPY RCTLPARM.
012522
012524* CALENDAR SUBROUTINE PARAMETERS - SEE DAYSPARM.CPY.
012526     COPY DAYSPARM.
012530
012600*----------------------------------------------------------------
012700* PROCEDURE DIVISION
012800*----------------------------------------------------------------
013900     STOP RUN.
014000
014100* 1000-INITIALIZE
014200* OPENS THE FILES AND PRIMES THE FIRST PAYMENT READ. A
014300* MISSING PAYIN OR LOANMSTR IS A SETUP PROBLEM, NOT AN EMPTY
014400* DAY, SO EITHER STOPS THE RUN HERE - POSTING PAYMENTS WITH NO
014500* MASTER TO POST AGAINST WOULD ONLY PRODUCE A FILE FULL OF
014800     MOVE ZERO TO WS-PAYMENT-COUNT.
014900     MOVE ZERO TO WS-POSTED-COUNT.
015000     MOVE ZERO TO WS-EXCEPTION-COUNT.
015010     MOVE ZERO TO WS-REVERSED-COUNT.
015100     MOVE ZERO TO WS-AMOUNT-POSTED-TOTAL.
015200     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
015300     ACCEPT WS-RUN-TIME FROM TIME.
015310     PERFORM 1010-START-RUN-CONTROL THRU 1010-EXIT.
015400     OPEN INPUT PAYMENT-IN-FILE.
015500     IF PAYIN-FILE-NOT-FOUND
015600         DISPLAY "FATAL - PAYIN IS REQUIRED AND WAS NOT FOUND"
015700         MOVE 16 TO RETURN-CODE
015710         PERFORM 8900-END-RUN-CONTROL THRU 8900-EXIT
015800         STOP RUN
015900     END-IF.
016000     OPEN I-O LOAN-MASTER-FILE.
016300             "FOUND"
016400         CLOSE PAYMENT-IN-FILE
016500         MOVE 16 TO RETURN-CODE
016510         PERFORM 8900-END-RUN-CONTROL THRU 8900-EXIT
016600         STOP RUN
016700     END-IF.
016800     OPEN OUTPUT PAYMENT-EXCEPTION-FILE.
016810     OPEN OUTPUT CASH-RECEIPT-FILE.
016815     OPEN I-O PAYMENT-HISTORY-FILE.
016820     IF PAYHIST-FILE-NOT-FOUND
016825         OPEN OUTPUT PAYMENT-HISTORY-FILE
016830         CLOSE PAYMENT-HISTORY-FILE
016835         OPEN I-O PAYMENT-HISTORY-FILE
016840     END-IF.
016845     IF NOT PAYHIST-OK
016850         DISPLAY "FATAL - PAYHIST OPEN FAILED, STATUS "
016855             WS-PAYHIST-STATUS
016860         GO TO 9000-ABEND-ON-WRITE-FAILURE
016865     END-IF.
016900     PERFORM 1100-READ-PAYMENT-RECORD THRU 1100-EXIT.
017000 1000-EXIT.
017100     EXIT.
017102
017104* 1010-START-RUN-CONTROL
017106* ASKS THE STREAM RUN CONTROL FOR LEAVE TO START BEFORE ANY
017108* FILE IS OPENED. LOANPOST IS FIRST IN THE STREAM, SO THE ONLY
017110* REFUSAL IS A SECOND RUN FOR THE SAME BUSINESS DATE WITHOUT
017112* AN OPERATOR OVERRIDE - IT WOULD POST THE SAME PAYMENTS AGAIN.
017113* THE BUSINESS DATE IT RETURNS IS THE RUN DATE OF THE POSTING.
017114 1010-START-RUN-CONTROL.
017116     SET RP-FUNC-START TO TRUE.
017118     MOVE "LOANPOST" TO RP-JOB-NAME.
017120     MOVE SPACES TO RP-JOB-STEP.
017122     MOVE ZERO TO RP-BUSINESS-DATE.
017124     CALL "LOANRCTL" USING RP-RUN-PARAMETERS.
017126     IF NOT RP-CONTROL-OK
017128         DISPLAY "FATAL - RUN CONTROL REFUSED LOANPOST - "
017130             RP-REASON
017132         MOVE 16 TO RETURN-CODE
017134         STOP RUN
017136     END-IF.
017137     MOVE RP-BUSINESS-DATE TO WS-RUN-DATE.
017138     DISPLAY "LOANPOST BUSINESS DATE " RP-BUSINESS-DATE.
017140 1010-EXIT.
017142     EXIT.
017200
017300* 1100-READ-PAYMENT-RECORD
017400* READS THE NEXT DAILY PAYMENT, SETTING PAYIN-EOF WHEN THE
018700* VALIDATES THE CURRENT PAYMENT AGAINST THE LOAN MASTER, POSTS
018800* IT WHEN IT IS POSTABLE, WRITES AN EXCEPTION LINE WHEN IT IS
018900* NOT - OR WHEN IT POSTED BUT DID NOT MATCH THE SCHEDULED
019000* ANNUITY - AND ADVANCES TO THE NEXT PAYMENT. A REVERSAL
019010* RECORD BACKS OUT ITS ORIGINAL POSTING INSTEAD OF POSTING.
019100 2000-POST-ONE-PAYMENT.
019110     MOVE SPACE TO WS-REVERSAL-FLAG.
019120     MOVE ZERO TO WS-ORIGINAL-POST-DATE.
019200     PERFORM 2100-LOOKUP-LOAN-MASTER THRU 2100-EXIT.
019300     PERFORM 2200-VALIDATE-PAYMENT THRU 2200-EXIT.
019400     IF WS-PAYMENT-INVALID
019500         PERFORM 3500-WRITE-EXCEPTION THRU 3500-EXIT
019600     ELSE
019610         IF PY-TRANS-REVERSAL
019620             PERFORM 4000-REVERSE-PAYMENT THRU 4000-EXIT
019630         ELSE
019700             PERFORM 3000-APPLY-PAYMENT THRU 3000-EXIT
019710         END-IF
019800     END-IF.
019900     PERFORM 1100-READ-PAYMENT-RECORD THRU 1100-EXIT.
020000 2000-EXIT.
022320* SCHEDULED PERIOD NOTHING ARRIVED FOR, AND POSTING IT IS WHAT
022330* ROLLS THE PERIOD, BUMPS THE ARREARS AND PUTS THE ACCOUNT IN
022340* FRONT OF COLLECTIONS - A TOTAL NON-PAYER MUST NEVER BE
022350* INVISIBLE TO LOANAGE. A REVERSAL IS NOT HELD TO THE
022360* FULLY-SERVICED TEST - THE PAYMENT BEING BACKED OUT MAY BE THE
022370* VERY ONE THAT PAID THE LOAN DOWN.
022400 2200-VALIDATE-PAYMENT.
022500     SET WS-PAYMENT-VALID TO TRUE.
022600     MOVE SPACES TO WS-REASON.
022610     IF NOT PY-TRANS-PAYMENT AND NOT PY-TRANS-REVERSAL
022620         SET WS-PAYMENT-INVALID TO TRUE
022630         MOVE "UNKNOWN PAYMENT TRANSACTION TYPE" TO WS-REASON
022640     END-IF.
022700     IF WS-PAYMENT-VALID AND WS-MASTER-NOT-FOUND
022800         SET WS-PAYMENT-INVALID TO TRUE
022900         MOVE "ACCOUNT NOT ON LOAN MASTER" TO WS-REASON
023000     END-IF.
023010     IF WS-PAYMENT-VALID AND NOT LM-STATUS-ACTIVE
023015         AND NOT LM-STATUS-NON-ACCRUAL
023020         SET WS-PAYMENT-INVALID TO TRUE
023030         MOVE "LOAN NOT ACTIVE ON MASTER" TO WS-REASON
023040     END-IF.
023100     IF WS-PAYMENT-VALID AND LM-REMAINING-TERM = ZERO
023110         AND NOT PY-TRANS-REVERSAL
023200         SET WS-PAYMENT-INVALID TO TRUE
023300         MOVE "LOAN ALREADY FULLY SERVICED" TO WS-REASON
023400     END-IF.
026100* DAY SHIFT SEES EVERY SHORT- AND OVER-PAY EVEN THOUGH THE
026200* MONEY ITSELF HAS ALREADY BEEN APPLIED.
026300 3000-APPLY-PAYMENT.
026305     PERFORM 3050-CAPTURE-BEFORE-VALUES THRU 3050-EXIT.
026310     MOVE LM-PAYMENT-CARRY TO WS-OLD-CARRY.
026400     COMPUTE WS-AVAILABLE-FUNDS =
026500         PY-AMOUNT-PAID + LM-PAYMENT-CARRY.
026510     COMPUTE WS-SCHEDULED-DUE =
029000     COMPUTE LM-PAYMENT-CARRY =
029100         WS-LEFTOVER-FUNDS - WS-UNPAID-INTEREST
029110         - WS-UNPAID-ESCROW.
029120     IF LM-STATUS-NON-ACCRUAL
029130         PERFORM 3020-APPLY-PRINCIPAL-FIRST THRU 3020-EXIT
029140     END-IF.
029200     COMPUTE LM-BALANCE = LM-BALANCE - WS-PRINCIPAL-PAID.
029210     IF WS-AVAILABLE-FUNDS < WS-SCHEDULED-DUE
029220         ADD 1 TO LM-MISSED-COUNT
029500     ELSE
029600         SUBTRACT 1 FROM LM-REMAINING-TERM
029700     END-IF.
029750     PERFORM 3300-ADVANCE-DUE-DATE THRU 3300-EXIT.
029800     MOVE WS-RUN-DATE TO LM-LAST-RUN-DATE.
029900     REWRITE LOAN-MASTER-RECORD.
030000     IF NOT LOANMSTR-OK
030200             WS-LOANMSTR-STATUS
030300         GO TO 9000-ABEND-ON-WRITE-FAILURE
030400     END-IF.
030410     PERFORM 3100-WRITE-CASH-RECEIPT THRU 3100-EXIT.
030420     PERFORM 3200-WRITE-PAYMENT-HISTORY THRU 3200-EXIT.
030500     ADD 1 TO WS-POSTED-COUNT.
030600     ADD PY-AMOUNT-PAID TO WS-AMOUNT-POSTED-TOTAL.
030700     DISPLAY "POSTED " PY-ACCOUNT-NO " AMOUNT " PY-AMOUNT-PAID
031700     END-IF.
031800 3000-EXIT.
031900     EXIT.
031901
031902* 3020-APPLY-PRINCIPAL-FIRST
031903* RE-APPLIES THE INTEREST A NON-ACCRUAL ACCOUNT'S PAYMENT
031904* COVERED TO PRINCIPAL, SO NO INTEREST INCOME GOES OUT ON THE
031905* CASHFEED WHILE THE ACCOUNT IS IMPAIRED. THE CARRY HAS
031906* ALREADY BEEN SET FROM THE CONTRACTUAL SPLIT, SO A BORROWER
031907* WHO PAYS THE SCHEDULED AMOUNT IS NOT PUT FURTHER IN ARREARS
031908* BY THE RE-APPLICATION. ONLY CASH BEYOND THE WHOLE BALANCE
031909* IS LEFT AS INTEREST.
031910 3020-APPLY-PRINCIPAL-FIRST.
031911     ADD WS-INTEREST-PAID TO WS-PRINCIPAL-PAID.
031912     MOVE ZERO TO WS-INTEREST-PAID.
031913     IF WS-PRINCIPAL-PAID > LM-BALANCE
031914         COMPUTE WS-INTEREST-PAID =
031915             WS-PRINCIPAL-PAID - LM-BALANCE
031916         MOVE LM-BALANCE TO WS-PRINCIPAL-PAID
031917     END-IF.
031918 3020-EXIT.
031919     EXIT.
031920
031921* 3050-CAPTURE-BEFORE-VALUES
031922* STARTS THE PAYMENT'S HISTORY ENTRY WITH THE BEFORE-VALUES OF
031923* EVERY MASTER FIELD THE POSTING IS ABOUT TO CHANGE, SO A
031924* LATER REVERSAL CAN PUT THEM BACK EXACTLY.
031925 3050-CAPTURE-BEFORE-VALUES.
031926     MOVE SPACES TO PAYMENT-HISTORY-RECORD.
031927     MOVE LM-BALANCE TO PH-BEFORE-BALANCE.
031928     MOVE LM-REMAINING-TERM TO PH-BEFORE-TERM.
031929     MOVE LM-LAST-RUN-DATE TO PH-BEFORE-LAST-RUN.
031930     MOVE LM-PAYMENT-CARRY TO PH-BEFORE-CARRY.
031931     MOVE LM-MISSED-COUNT TO PH-BEFORE-MISSED.
031932     MOVE LM-PAST-DUE-AMT TO PH-BEFORE-PAST-DUE.
031933     MOVE LM-ESCROW-BALANCE TO PH-BEFORE-ESCROW-BAL.
031934     MOVE LM-NEXT-DUE-DATE TO PH-BEFORE-NEXT-DUE.
031935 3050-EXIT.
031936     EXIT.
031937
031938* 3100-WRITE-CASH-RECEIPT
031939* WRITES ONE CASHFEED LINE FOR THE PAYMENT JUST POSTED - THE
031940* ESCROW, INTEREST AND PRINCIPAL ACTUALLY PAID, THE CHANGE IN
031941* THE SURPLUS HELD AS UNAPPLIED CASH (NEGATIVE WHEN IT SHRANK,
031942* SO GLPOST RELEASES IT), AND THE PAST-DUE RECEIVABLE AS TWO
031943* UNSIGNED LEGS. THE PAST DUE RAISED IS THE ESCROW AND INTEREST
031944* THIS POSTING LEFT UNPAID - A RECLASSIFICATION WITH NO CASH
031945* BEHIND IT. THE PAST DUE CURED IS THE PART OF THE PAYMENT THAT
031946* WENT TO PAST-DUE AMOUNTS: THE OLD SHORTFALL PLUS WHAT WAS
031947* RAISED, LESS THE NEW SHORTFALL. ESCROW, INTEREST, PRINCIPAL,
031948* THE UNAPPLIED CHANGE AND THE CURE THEN ADD UP TO THE AMOUNT
031949* RECEIVED. A BAD WRITE STATUS IS FATAL - A RECEIPT MISSING
031950* FROM THE FEED WOULD LEAVE THE LEDGER SHORT OF CASH THE
031951* MASTER HAS ALREADY APPLIED.
031952 3100-WRITE-CASH-RECEIPT.
031953     MOVE ZERO TO WS-OLD-SURPLUS.
031954     MOVE ZERO TO WS-OLD-SHORTFALL.
031955     MOVE ZERO TO WS-NEW-SURPLUS.
031956     MOVE ZERO TO WS-NEW-SHORTFALL.
031957     IF WS-OLD-CARRY > ZERO
031958         MOVE WS-OLD-CARRY TO WS-OLD-SURPLUS
031959     ELSE
031960         COMPUTE WS-OLD-SHORTFALL = ZERO - WS-OLD-CARRY
031961     END-IF.
031962     IF LM-PAYMENT-CARRY > ZERO
031963         MOVE LM-PAYMENT-CARRY TO WS-NEW-SURPLUS
031964     ELSE
031965         COMPUTE WS-NEW-SHORTFALL = ZERO - LM-PAYMENT-CARRY
031966     END-IF.
031967     MOVE WS-RUN-DATE TO CR-RUN-DATE.
031968     MOVE PY-ACCOUNT-NO TO CR-ACCOUNT-NO.
031969     MOVE LM-CURRENCY-CODE TO CR-CURRENCY-CODE.
031970     MOVE PY-VALUE-DATE TO CR-VALUE-DATE.
031971     MOVE PY-AMOUNT-PAID TO CR-AMOUNT-RECEIVED.
031972     MOVE WS-ESCROW-PAID TO CR-ESCROW-AMT.
031973     MOVE WS-INTEREST-PAID TO CR-INTEREST-AMT.
031974     MOVE WS-PRINCIPAL-PAID TO CR-PRINCIPAL-AMT.
031975     COMPUTE CR-UNAPPLIED-AMT =
031976         WS-NEW-SURPLUS - WS-OLD-SURPLUS.
031977     COMPUTE WS-PAST-DUE-RAISED =
031978         WS-UNPAID-INTEREST + WS-UNPAID-ESCROW.
031979     COMPUTE WS-PAST-DUE-CURED =
031980         WS-OLD-SHORTFALL + WS-PAST-DUE-RAISED
031981         - WS-NEW-SHORTFALL.
031982     MOVE WS-PAST-DUE-RAISED TO CR-PAST-DUE-RAISED.
031983     MOVE WS-PAST-DUE-CURED TO CR-PAST-DUE-CURED.
031984     SET CR-ENTRY-RECEIPT TO TRUE.
031985     WRITE CASH-RECEIPT-RECORD.
031986     IF NOT CASHFEED-OK
031987         DISPLAY "FATAL - CASHFEED WRITE FAILED, STATUS "
031988             WS-CASHFEED-STATUS
031989         GO TO 9000-ABEND-ON-WRITE-FAILURE
031990     END-IF.
031991 3100-EXIT.
031992     EXIT.
032000
032001* 3200-WRITE-PAYMENT-HISTORY
032002* COMPLETES THE PAYMENT'S HISTORY ENTRY - ALREADY HOLDING THE
032003* BEFORE-VALUES - WITH ITS KEY, THE PAYMENT AS RECEIVED AND THE
032004* SPLIT JUST SENT ON THE CASHFEED, AND WRITES IT TO PAYHIST.
032005* THE RUN TIME AND THE PAYMENT'S SEQUENCE IN THE RUN KEEP THE
032006* KEY UNIQUE AND IN POSTING ORDER. A BAD WRITE STATUS IS
032007* FATAL - A POSTING WITH NO HISTORY COULD NEVER BE REVERSED.
032008 3200-WRITE-PAYMENT-HISTORY.
032009     MOVE PY-ACCOUNT-NO TO PH-ACCOUNT-NO.
032010     MOVE WS-RUN-DATE TO PH-POST-DATE.
032011     MOVE WS-RUN-TIME TO PH-POST-TIME.
032012     MOVE WS-PAYMENT-COUNT TO PH-POST-SEQ.
032013     SET PH-ENTRY-POSTED TO TRUE.
032014     MOVE ZERO TO PH-REVERSAL-DATE.
032015     MOVE PY-VALUE-DATE TO PH-VALUE-DATE.
032016     MOVE PY-AMOUNT-PAID TO PH-AMOUNT-PAID.
032017     MOVE WS-ESCROW-PAID TO PH-ESCROW-PAID.
032018     MOVE WS-INTEREST-PAID TO PH-INTEREST-PAID.
032019     MOVE WS-PRINCIPAL-PAID TO PH-PRINCIPAL-PAID.
032020     COMPUTE PH-UNAPPLIED-AMT =
032021         WS-NEW-SURPLUS - WS-OLD-SURPLUS.
032022     MOVE WS-PAST-DUE-RAISED TO PH-PAST-DUE-RAISED.
032023     MOVE WS-PAST-DUE-CURED TO PH-PAST-DUE-CURED.
032024     WRITE PAYMENT-HISTORY-RECORD.
032025     IF NOT PAYHIST-OK
032026         DISPLAY "FATAL - PAYHIST WRITE FAILED, STATUS "
032027             WS-PAYHIST-STATUS
032028         GO TO 9000-ABEND-ON-WRITE-FAILURE
032029     END-IF.
032030 3200-EXIT.
032031     EXIT.
032032
032033* 3300-ADVANCE-DUE-DATE
032034* STEPS THE MASTER'S NEXT DUE DATE ON ONE PAYMENT PERIOD - ONE,
032035* THREE OR TWELVE MONTHS BY THE PAYMENT FREQUENCY - ON THE
032036* LOAN'S PAYMENT DAY, THROUGH THE SHARED LOANDAYS CALENDAR. A
032037* POSTING STANDS FOR ONE SCHEDULED PERIOD WHATEVER WAS PAID,
032038* THE SAME AS THE TERM ROLL, SO ANY SHORTFALL IS CHASED AS
032039* ARREARS RATHER THAN BY HOLDING THE DUE DATE BACK. A LOAN
032040* WITH NO TERM LEFT HAS NOTHING MORE FALLING DUE. A MASTER
032041* WITH NO DUE DATE, OR ONE THE CALENDAR CANNOT STEP, IS LEFT
032042* AS IT IS AND LOGGED.
032043 3300-ADVANCE-DUE-DATE.
032044     IF LM-REMAINING-TERM = ZERO
032045         MOVE ZERO TO LM-NEXT-DUE-DATE
032046         GO TO 3300-EXIT
032047     END-IF.
032048     IF LM-NEXT-DUE-DATE = ZERO
032049         GO TO 3300-EXIT
032050     END-IF.
032051     SET LD-FUNC-ADD-MONTHS TO TRUE.
032052     MOVE LM-NEXT-DUE-DATE TO LD-FROM-DATE.
032053     MOVE LM-PAYMENT-DAY TO LD-DAY-OF-MONTH.
032054     IF LM-FREQ-QUARTERLY
032055         MOVE 3 TO LD-MONTHS
032056     ELSE
032057         IF LM-FREQ-ANNUAL
032058             MOVE 12 TO LD-MONTHS
032059         ELSE
032060             MOVE 1 TO LD-MONTHS
032061         END-IF
032062     END-IF.
032063     CALL "LOANDAYS" USING LD-DATE-PARAMETERS.
032064     IF NOT LD-DATE-OK
032065         DISPLAY "DUE DATE NOT ADVANCED FOR " LM-ACCOUNT-NO
032066             " - NEXT DUE " LM-NEXT-DUE-DATE
032067             " PAYMENT DAY " LM-PAYMENT-DAY
032068         GO TO 3300-EXIT
032069     END-IF.
032070     MOVE LD-TO-DATE TO LM-NEXT-DUE-DATE.
032071 3300-EXIT.
032072     EXIT.
032073
032100* 3500-WRITE-EXCEPTION
032200* WRITES ONE PAYEXC LINE FOR THE CURRENT PAYMENT WITH THE
032300* REASON ALREADY SET BY THE CALLER. A BAD WRITE STATUS IS
032900     MOVE PY-VALUE-DATE TO PX-VALUE-DATE.
033000     MOVE PY-AMOUNT-PAID TO PX-AMOUNT-PAID.
033100     MOVE WS-REASON TO PX-REASON.
033110     MOVE WS-REVERSAL-FLAG TO PX-REVERSAL-FLAG.
033120     MOVE WS-ORIGINAL-POST-DATE TO PX-ORIGINAL-POST-DATE.
033200     WRITE PAYMENT-EXCEPTION-RECORD.
033300     IF NOT PAYEXC-OK
033400         DISPLAY "FATAL - PAYEXC WRITE FAILED, STATUS "
033900     DISPLAY "EXCEPTION " PY-ACCOUNT-NO " - " WS-REASON.
034000 3500-EXIT.
034100     EXIT.
034101
034102* 4000-REVERSE-PAYMENT
034103* BACKS OUT THE POSTING OF A PAYMENT THE BANK HAS RETURNED.
034104* THE ORIGINAL IS THE LATEST UNREVERSED PAYHIST ENTRY FOR THE
034105* ACCOUNT WITH THE REVERSAL'S VALUE DATE AND AMOUNT. IT MUST
034106* ALSO BE THE ACCOUNT'S LATEST UNREVERSED POSTING - A LATER
034107* POSTING WAS WORKED OUT FROM THE STATE THE ORIGINAL LEFT, SO
034108* IT HAS TO BE REVERSED FIRST. THE POSTING'S BEFORE-VALUES ARE
034109* ONLY GOOD WHILE THE MASTER STILL STANDS AS THE POSTING LEFT
034110* IT - IF A LATER RUN HAS MOVED ITS LAST-RUN DATE, ITS ESCROW
034111* BALANCE OR ITS BALANCE SINCE, THE REVERSAL IS REFUSED TO
034112* PAYEXC FOR A MANUAL ADJUSTMENT RATHER THAN WIPE THAT RUN OUT.
034113* OTHERWISE THE MASTER FIELDS THE POSTING CHANGED ARE PUT BACK
034114* TO THEIR BEFORE-VALUES, THE ENTRY IS MARKED REVERSED, THE
034115* RECEIPT IS REVERSED ON THE CASHFEED, AND PAYEXC GETS ONE LINE
034116* FOR THE REVERSAL AND ONE FOR THE ORIGINAL POSTING IT BACKED
034117* OUT.
034118 4000-REVERSE-PAYMENT.
034119     PERFORM 4100-FIND-ORIGINAL-POSTING THRU 4100-EXIT.
034120     IF WS-ORIGINAL-NOT-FOUND
034121         MOVE "ORIGINAL POSTING NOT FOUND ON PAYHIST" TO
034122             WS-REASON
034123         PERFORM 3500-WRITE-EXCEPTION THRU 3500-EXIT
034124         GO TO 4000-EXIT
034125     END-IF.
034126     IF WS-LATER-POSTING
034127         MOVE "LATER POSTING MUST BE REVERSED FIRST" TO
034128             WS-REASON
034129         PERFORM 3500-WRITE-EXCEPTION THRU 3500-EXIT
034130         GO TO 4000-EXIT
034131     END-IF.
034132     MOVE WS-ORIGINAL-KEY TO PH-HISTORY-KEY.
034133     READ PAYMENT-HISTORY-FILE
034134         INVALID KEY
034135             DISPLAY "FATAL - PAYHIST RE-READ FAILED, STATUS "
034136                 WS-PAYHIST-STATUS
034137             GO TO 9000-ABEND-ON-WRITE-FAILURE
034138     END-READ.
034139     MOVE PH-POST-DATE TO WS-ORIGINAL-POST-DATE.
034140     IF LM-LAST-RUN-DATE NOT = PH-POST-DATE
034141         OR LM-ESCROW-BALANCE NOT =
034142             PH-BEFORE-ESCROW-BAL + PH-ESCROW-PAID
034143         OR LM-BALANCE NOT =
034144             PH-BEFORE-BALANCE - PH-PRINCIPAL-PAID
034145         MOVE "MASTER CHANGED SINCE ORIGINAL POSTING" TO
034146             WS-REASON
034147         PERFORM 3500-WRITE-EXCEPTION THRU 3500-EXIT
034148         GO TO 4000-EXIT
034149     END-IF.
034150     PERFORM 4200-RESTORE-MASTER THRU 4200-EXIT.
034151     PERFORM 4300-WRITE-REVERSAL-RECEIPT THRU 4300-EXIT.
034152     SET PH-ENTRY-REVERSED TO TRUE.
034153     MOVE WS-RUN-DATE TO PH-REVERSAL-DATE.
034154     REWRITE PAYMENT-HISTORY-RECORD.
034155     IF NOT PAYHIST-OK
034156         DISPLAY "FATAL - PAYHIST REWRITE FAILED, STATUS "
034157             WS-PAYHIST-STATUS
034158         GO TO 9000-ABEND-ON-WRITE-FAILURE
034159     END-IF.
034160     ADD 1 TO WS-REVERSED-COUNT.
034161     DISPLAY "REVERSED " PY-ACCOUNT-NO " AMOUNT " PY-AMOUNT-PAID
034162         " POSTED " WS-ORIGINAL-POST-DATE
034163         " RESTORED BALANCE " LM-BALANCE.
034164     MOVE "R" TO WS-REVERSAL-FLAG.
034165     MOVE "RETURNED PAYMENT REVERSED" TO WS-REASON.
034166     PERFORM 3500-WRITE-EXCEPTION THRU 3500-EXIT.
034167     MOVE "O" TO WS-REVERSAL-FLAG.
034168     MOVE "ORIGINAL POSTING BACKED OUT" TO WS-REASON.
034169     PERFORM 3500-WRITE-EXCEPTION THRU 3500-EXIT.
034170 4000-EXIT.
034171     EXIT.
034172
034173* 4100-FIND-ORIGINAL-POSTING
034174* POSITIONS PAYHIST AT THE REVERSAL'S ACCOUNT AND WALKS ITS
034175* ENTRIES IN POSTING ORDER, LEAVING WS-ORIGINAL-KEY ON THE
034176* LATEST UNREVERSED MATCH AND WS-LATER-POSTING SET WHEN AN
034177* UNREVERSED POSTING FOLLOWS IT.
034178 4100-FIND-ORIGINAL-POSTING.
034179     SET WS-ORIGINAL-NOT-FOUND TO TRUE.
034180     SET WS-NO-LATER-POSTING TO TRUE.
034181     SET WS-SCAN-NOT-DONE TO TRUE.
034182     MOVE SPACES TO WS-ORIGINAL-KEY.
034183     MOVE PY-ACCOUNT-NO TO PH-ACCOUNT-NO.
034184     MOVE ZERO TO PH-POST-DATE.
034185     MOVE ZERO TO PH-POST-TIME.
034186     MOVE ZERO TO PH-POST-SEQ.
034187     START PAYMENT-HISTORY-FILE
034188         KEY IS NOT LESS THAN PH-HISTORY-KEY
034189         INVALID KEY SET WS-SCAN-DONE TO TRUE
034190     END-START.
034191     PERFORM 4110-SCAN-ONE-HISTORY-ENTRY THRU 4110-EXIT
034192         UNTIL WS-SCAN-DONE.
034193 4100-EXIT.
034194     EXIT.
034200
034201* 4110-SCAN-ONE-HISTORY-ENTRY
034202* READS THE NEXT PAYHIST ENTRY AND ENDS THE SCAN AT END OF
034203* FILE OR THE FIRST ENTRY FOR ANOTHER ACCOUNT. ENTRIES ALREADY
034204* REVERSED ARE PASSED OVER.
034205 4110-SCAN-ONE-HISTORY-ENTRY.
034206     READ PAYMENT-HISTORY-FILE NEXT RECORD
034207         AT END
034208             SET WS-SCAN-DONE TO TRUE
034209             GO TO 4110-EXIT
034210     END-READ.
034211     IF PH-ACCOUNT-NO NOT = PY-ACCOUNT-NO
034212         SET WS-SCAN-DONE TO TRUE
034213         GO TO 4110-EXIT
034214     END-IF.
034215     IF NOT PH-ENTRY-POSTED
034216         GO TO 4110-EXIT
034217     END-IF.
034218     IF PH-VALUE-DATE = PY-VALUE-DATE
034219         AND PH-AMOUNT-PAID = PY-AMOUNT-PAID
034220         SET WS-ORIGINAL-FOUND TO TRUE
034221         SET WS-NO-LATER-POSTING TO TRUE
034222         MOVE PH-HISTORY-KEY TO WS-ORIGINAL-KEY
034223     ELSE
034224         IF WS-ORIGINAL-FOUND
034225             SET WS-LATER-POSTING TO TRUE
034226         END-IF
034227     END-IF.
034228 4110-EXIT.
034229     EXIT.
034230
034231* 4200-RESTORE-MASTER
034232* PUTS EVERY MASTER FIELD THE ORIGINAL POSTING CHANGED BACK TO
034233* ITS BEFORE-VALUE AND REWRITES THE ACCOUNT.
034234 4200-RESTORE-MASTER.
034235     MOVE PH-BEFORE-BALANCE TO LM-BALANCE.
034236     MOVE PH-BEFORE-TERM TO LM-REMAINING-TERM.
034237     MOVE PH-BEFORE-LAST-RUN TO LM-LAST-RUN-DATE.
034238     MOVE PH-BEFORE-CARRY TO LM-PAYMENT-CARRY.
034239     MOVE PH-BEFORE-MISSED TO LM-MISSED-COUNT.
034240     MOVE PH-BEFORE-PAST-DUE TO LM-PAST-DUE-AMT.
034241     MOVE PH-BEFORE-ESCROW-BAL TO LM-ESCROW-BALANCE.
034242     MOVE PH-BEFORE-NEXT-DUE TO LM-NEXT-DUE-DATE.
034243     REWRITE LOAN-MASTER-RECORD.
034244     IF NOT LOANMSTR-OK
034245         DISPLAY "FATAL - LOANMSTR REWRITE FAILED, STATUS "
034246             WS-LOANMSTR-STATUS
034247         GO TO 9000-ABEND-ON-WRITE-FAILURE
034248     END-IF.
034249 4200-EXIT.
034250     EXIT.
034251
034252* 4300-WRITE-REVERSAL-RECEIPT
034253* REPEATS THE ORIGINAL RECEIPT'S FIGURES ON THE CASHFEED UNDER
034254* THE REVERSAL CODE, SO GLPOST BACKS EVERY LEG OF IT OUT OF THE
034255* LEDGER.
034256 4300-WRITE-REVERSAL-RECEIPT.
034257     MOVE WS-RUN-DATE TO CR-RUN-DATE.
034258     MOVE PH-ACCOUNT-NO TO CR-ACCOUNT-NO.
034259     MOVE LM-CURRENCY-CODE TO CR-CURRENCY-CODE.
034260     MOVE PH-VALUE-DATE TO CR-VALUE-DATE.
034261     MOVE PH-AMOUNT-PAID TO CR-AMOUNT-RECEIVED.
034262     MOVE PH-ESCROW-PAID TO CR-ESCROW-AMT.
034263     MOVE PH-INTEREST-PAID TO CR-INTEREST-AMT.
034264     MOVE PH-PRINCIPAL-PAID TO CR-PRINCIPAL-AMT.
034265     MOVE PH-UNAPPLIED-AMT TO CR-UNAPPLIED-AMT.
034266     MOVE PH-PAST-DUE-RAISED TO CR-PAST-DUE-RAISED.
034267     MOVE PH-PAST-DUE-CURED TO CR-PAST-DUE-CURED.
034268     SET CR-ENTRY-REVERSAL TO TRUE.
034269     WRITE CASH-RECEIPT-RECORD.
034270     IF NOT CASHFEED-OK
034271         DISPLAY "FATAL - CASHFEED WRITE FAILED, STATUS "
034272             WS-CASHFEED-STATUS
034273         GO TO 9000-ABEND-ON-WRITE-FAILURE
034274     END-IF.
034275 4300-EXIT.
034276     EXIT.
034277
034300* 8000-FINALIZE
034400* CLOSES THE FILES AND DISPLAYS THE RUN CONTROL TOTALS SO THE
034500* POSTING CAN BE RECONCILED AGAINST THE RECEIVING BANK'S OWN
034800     CLOSE PAYMENT-IN-FILE.
034900     CLOSE LOAN-MASTER-FILE.
035000     CLOSE PAYMENT-EXCEPTION-FILE.
035033     CLOSE CASH-RECEIPT-FILE.
035066     CLOSE PAYMENT-HISTORY-FILE.
035100     DISPLAY "LOANPOST READ " WS-PAYMENT-COUNT " PAYMENT(S)".
035200     DISPLAY "POSTED " WS-POSTED-COUNT
035300         " FOR " WS-AMOUNT-POSTED-TOTAL.
035400     DISPLAY "EXCEPTIONS " WS-EXCEPTION-COUNT.
035425     DISPLAY "REVERSED " WS-REVERSED-COUNT
035450         " RETURNED PAYMENT(S)".
035475     PERFORM 8900-END-RUN-CONTROL THRU 8900-EXIT.
035500 8000-EXIT.
035600     EXIT.
035700
035704* 8900-END-RUN-CONTROL
035708* RECORDS THE END OF THE RUN ON THE STREAM RUN CONTROL WITH
035712* ITS RETURN CODE AND COUNTS. THE CALL RESETS RETURN-CODE, SO
035716* THE RUN'S OWN CODE IS PUT BACK AFTERWARD. AN END THAT CANNOT
035720* BE RECORDED ENDS THE RUN WITH RETURN CODE 16, SO THE
035724* SCHEDULER HOLDS THE STREAM RATHER THAN RUN LOAN BLIND.
035728 8900-END-RUN-CONTROL.
035732     SET RP-FUNC-END TO TRUE.
035736     MOVE RETURN-CODE TO RP-JOB-RETURN-CODE.
035740     MOVE WS-PAYMENT-COUNT TO RP-INPUT-COUNT.
035744     MOVE WS-POSTED-COUNT TO RP-OUTPUT-COUNT.
035748     MOVE WS-EXCEPTION-COUNT TO RP-REJECT-COUNT.
035752     CALL "LOANRCTL" USING RP-RUN-PARAMETERS.
035756     MOVE RP-JOB-RETURN-CODE TO RETURN-CODE.
035760     IF NOT RP-CONTROL-OK
035764         DISPLAY "FATAL - RUN CONTROL END NOT RECORDED - "
035768             RP-REASON
035772         MOVE 16 TO RETURN-CODE
035776     END-IF.
035780 8900-EXIT.
035784     EXIT.
035788
035800* 9000-ABEND-ON-WRITE-FAILURE
035900* COMMON FATAL EXIT FOR AN UNEXPECTED LOANMSTR, PAYEXC,
036000* CASHFEED OR PAYHIST FAILURE. THE FILES ARE CLOSED BEST-EFFORT
036100* AND THE RUN ENDS WITH A NON-ZERO RETURN CODE SO THE
036200* SCHEDULER HOLDS THE NIGHTLY BATCH UNTIL THE POSTING IS
036250* SORTED OUT.
036300 9000-ABEND-ON-WRITE-FAILURE.
036400     CLOSE PAYMENT-IN-FILE.
036500     CLOSE LOAN-MASTER-FILE.
036600     CLOSE PAYMENT-EXCEPTION-FILE.
036610     CLOSE CASH-RECEIPT-FILE.
036620     CLOSE PAYMENT-HISTORY-FILE.
036700     MOVE 16 TO RETURN-CODE.
036710     PERFORM 8900-END-RUN-CONTROL THRU 8900-EXIT.
036800     STOP RUN.

000100*****************************************************************
000200* PROGRAM-ID.  LOANACCR
000300* AUTHOR.      M. DELCOURT
000400* INSTALLATION. BACK OFFICE SYSTEMS - LOAN SIMULATION UNIT
000500* DATE-WRITTEN. 2026-10-15
000600* DATE-COMPILED.
000700*
000800* PURPOSE.
000900*     MONTH-END INTEREST ACCRUAL. RUN ON THE LAST BUSINESS DAY
001000*     OF THE MONTH, IT SWEEPS THE LOANMSTR LOAN MASTER AND, FOR
001100*     EVERY ACTIVE ACCOUNT WITH A BALANCE, ACCRUES THE INTEREST
001200*     EARNED FROM THE ACCOUNT'S LAST POSTING TO CALENDAR MONTH
001300*     END AT LM-IR - TURNED BACK INTO AN ANNUAL RATE BY THE
001400*     ACCOUNT'S PAYMENT FREQUENCY - ON THE SAME 365-DAY PER-DIEM
001500*     BASIS LOANPOFF QUOTES. EACH ACCRUAL GOES TO THE ACCRFEED
001600*     TWICE - ONCE DATED MONTH END, AND ONCE AS ITS REVERSAL
001700*     DATED THE FIRST OF THE NEXT MONTH - FOR GLPOST TO VOUCHER
001800*     AS ACCRUED INTEREST RECEIVABLE AGAINST INTEREST INCOME.
001900*     THE ACCRRPT REPORT LISTS EVERY ACCOUNT ACCRUED WITH THOSE
002000*     IN ARREARS FLAGGED, AND SUMMARIZES EACH CURRENCY'S
002100*     ACCRUAL SPLIT BETWEEN PERFORMING AND ARREARS ACCOUNTS SO
002200*     FINANCE CAN JUDGE WHAT IS COLLECTIBLE. THE MASTER IS ONLY
002300*     READ, NEVER WRITTEN. THE LOAN-ACCRUAL-DATE ENVIRONMENT
002400*     VARIABLE NAMES ANY DATE IN THE MONTH TO BE ACCRUED, FOR A
002500*     RERUN AFTER THE MONTH HAS TURNED; WITHOUT IT THE RUN
002600*     ACCRUES THE CURRENT MONTH.
002700*
002800* MODIFICATION HISTORY.
002900*     2026-10-15 MDC  ORIGINAL MONTH-END ACCRUAL RUN.
002910*     2026-10-15 MDC  ACCOUNTS ON NON-ACCRUAL ARE NO LONGER
002920*                      ONLY READ PAST - THEY ARE COUNTED AND
002930*                      SHOWN IN THE CONTROL TOTALS SO FINANCE
002940*                      CAN SEE HOW MUCH OF THE BOOK EARNS
002950*                      NOTHING THIS MONTH.
002960*     2026-10-15 MDC  THE RUN DATE STAMPED ON THE ACCRFEED IS NOW
002970*                      THE LOAN-BUSINESS-DATE BUSINESS DATE, SO
002980*                      GLPOST POSTS EACH FEED ON ITS OWN NIGHT.
003000*****************************************************************
003100 IDENTIFICATION DIVISION.
003200 PROGRAM-ID. LOANACCR.
003300 AUTHOR. M. DELCOURT.
003400 INSTALLATION. BACK OFFICE SYSTEMS - LOAN SIMULATION UNIT.
003500 DATE-WRITTEN. 2026-10-15.
003600 DATE-COMPILED.
003700
003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100*     PERSISTENT LOAN MASTER, READ FRONT TO BACK IN KEY ORDER -
004200*     THIS JOB ONLY ACCRUES, IT NEVER WRITES THE MASTER.
004300     SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMSTR"
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS SEQUENTIAL
004600         RECORD KEY IS LM-ACCOUNT-NO
004700         FILE STATUS IS WS-LOANMSTR-STATUS.
004800
004900*     MONTH-END ACCRUAL FEED - AN ACCRUAL AND ITS REVERSAL PER
005000*     ACCOUNT ACCRUED, FOR GLPOST.
005100     SELECT ACCRUAL-FEED-FILE ASSIGN TO "ACCRFEED"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-ACCRFEED-STATUS.
005400
005500*     ACCRUAL REPORT - ACCOUNT DETAIL WITH ARREARS FLAGGED,
005600*     THEN A PER-CURRENCY SUMMARY.
005700     SELECT ACCRUAL-REPORT-FILE ASSIGN TO "ACCRRPT"
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-ACCRRPT-STATUS.
006000
006100*----------------------------------------------------------------
006200* DATA DIVISION
006300*----------------------------------------------------------------
006400 DATA DIVISION.
006500 FILE SECTION.
006600
006700 FD  LOAN-MASTER-FILE
006800     LABEL RECORDS ARE STANDARD.
006900     COPY MSTREC.
007000
007100 FD  ACCRUAL-FEED-FILE
007200     LABEL RECORDS ARE STANDARD.
007300     COPY ACRREC.
007400
007500 FD  ACCRUAL-REPORT-FILE
007600     LABEL RECORDS ARE STANDARD.
007700     COPY ACPREC.
007800
007900 WORKING-STORAGE SECTION.
008000
008100* FILE STATUS AND END-OF-FILE SWITCHES.
008200 01  WS-LOANMSTR-STATUS      PIC X(02).
008300     88  LOANMSTR-OK             VALUE "00".
008400     88  LOANMSTR-EOF            VALUE "10".
008500     88  LOANMSTR-FILE-NOT-FOUND VALUE "35".
008600 01  WS-ACCRFEED-STATUS      PIC X(02).
008700     88  ACCRFEED-OK             VALUE "00".
008800 01  WS-ACCRRPT-STATUS       PIC X(02).
008900     88  ACCRRPT-OK              VALUE "00".
009000
009100* RUN DATE - THE BUSINESS DATE, FROM LOAN-BUSINESS-DATE OR THE
009150* SYSTEM DATE WITHOUT ONE - AND THE ACCRUAL DATES DERIVED FROM
009200* IT OR FROM THE LOAN-ACCRUAL-DATE OVERRIDE - THE MONTH END
009300* ACCRUED TO AND THE FIRST OF THE FOLLOWING MONTH THE
009350* REVERSALS ARE DATED.
009400 01  WS-RUN-DATE             PIC 9(08).
009450 01  WS-BUSINESS-DATE-PARM   PIC X(08).
009500 01  WS-ACCRUAL-DATE-PARM    PIC X(08).
009600 01  WS-MONTH-END-DATE       PIC 9(08).
009700 01  WS-REVERSAL-DATE        PIC 9(08).
009800 01  WS-REVERSAL-DATE-PARTS REDEFINES WS-REVERSAL-DATE.
009900     05  WS-REVERSAL-YEAR    PIC 9(04).
010000     05  WS-REVERSAL-MONTH   PIC 9(02).
010100     05  WS-REVERSAL-DAY     PIC 9(02).
010200
010300* CALENDAR SUBROUTINE PARAMETERS - SEE DAYSPARM.CPY.
010400     COPY DAYSPARM.
010500
010600* ACCRUAL WORK AREAS. THE PER-DIEM IS ONE DAY'S INTEREST ON THE
010700* BALANCE AT THE ANNUAL EQUIVALENT OF LM-IR OVER A 365-DAY
010800* YEAR, THE SAME FIGURE LOANPOFF QUOTES, SO A MONTH-END ACCRUAL
010900* AND A PAYOFF QUOTE FOR THE SAME DAY AGREE.
011000 01  WS-PERIODS-PER-YEAR     PIC 9(02).
011100 01  WS-ACCRUAL-DAYS         PIC 9(05).
011200 01  WS-PER-DIEM             PIC 9(13)V9(06).
011300 01  WS-ACCRUED-INTEREST     PIC 9(13)V9(06).
011400
011500* SET FOR THE CURRENT ACCOUNT WHEN IT IS BEHIND ON ITS PAYMENTS
011600* - ANY MISSED PAYMENT OR ANY AMOUNT PAST DUE.
011700 01  WS-ARREARS-SWITCH       PIC X(01).
011800     88  WS-IN-ARREARS           VALUE "Y".
011900     88  WS-PERFORMING           VALUE "N".
012000
012100* PER-CURRENCY ACCRUAL TABLE - ONE ENTRY PER CURRENCY CODE SEEN
012200* ON AN ACCRUED ACCOUNT, SPLITTING THE COUNTS AND ACCRUALS
012300* BETWEEN PERFORMING AND ARREARS ACCOUNTS. A FLAT LINEAR-SEARCH
012400* TABLE, THE SAME DESIGN AS LOANAGE'S AGING TABLE.
012500 01  WS-CCY-COUNT            PIC 9(02) COMP VALUE ZERO.
012600 01  WS-CCY-IDX              PIC 9(02) COMP.
012700 01  WS-CCY-TABLE.
012800     05  WS-CCY-ENTRY        OCCURS 20 TIMES.
012900         10  WS-CCY-CURRENCY-ENTRY   PIC X(03).
013000         10  WS-CCY-PERFORMING-COUNT PIC 9(06).
013100         10  WS-CCY-PERFORMING-ACCRUAL
013200                                     PIC 9(15)V9(06).
013300         10  WS-CCY-ARREARS-COUNT    PIC 9(06).
013400         10  WS-CCY-ARREARS-ACCRUAL  PIC 9(15)V9(06).
013500         10  WS-CCY-ARREARS-PAST-DUE PIC 9(15)V9(06).
013600
013700* RUN CONTROL TOTALS FOR THE CLOSING RECONCILIATION DISPLAYS.
013800 01  WS-MASTER-COUNT         PIC 9(06) COMP.
013900 01  WS-ACCRUED-COUNT        PIC 9(06) COMP.
014000 01  WS-ARREARS-COUNT        PIC 9(06) COMP.
014100 01  WS-SKIPPED-COUNT        PIC 9(06) COMP.
014110 01  WS-NON-ACCRUAL-COUNT    PIC 9(06) COMP.
014200 01  WS-ACCRUAL-TOTAL        PIC 9(15)V9(06).
014300
014400*----------------------------------------------------------------
014500* PROCEDURE DIVISION
014600*----------------------------------------------------------------
014700 PROCEDURE DIVISION.
014800
014900* 0000-MAINLINE
015000* DRIVES THE SWEEP FROM OPEN THROUGH CLOSE, ONE MASTER RECORD
015100* AT A TIME UNTIL THE FILE IS EXHAUSTED, THEN WRITES THE
015200* CURRENCY SUMMARY.
015300 0000-MAINLINE.
015400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
015500     PERFORM 2000-ACCRUE-ONE-ACCOUNT THRU 2000-EXIT
015600         UNTIL LOANMSTR-EOF.
015700     PERFORM 8000-FINALIZE THRU 8000-EXIT.
015800     STOP RUN.
015900
016000* 1000-INITIALIZE
016100* WORKS OUT THE ACCRUAL DATES, OPENS THE FILES AND PRIMES THE
016200* FIRST MASTER READ. A MISSING LOANMSTR IS A SETUP PROBLEM -
016300* THERE IS NOTHING TO ACCRUE.
016400 1000-INITIALIZE.
016500     MOVE ZERO TO WS-MASTER-COUNT.
016600     MOVE ZERO TO WS-ACCRUED-COUNT.
016700     MOVE ZERO TO WS-ARREARS-COUNT.
016800     MOVE ZERO TO WS-SKIPPED-COUNT.
016810     MOVE ZERO TO WS-NON-ACCRUAL-COUNT.
016900     MOVE ZERO TO WS-ACCRUAL-TOTAL.
017000     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
017050     PERFORM 1040-SET-BUSINESS-DATE THRU 1040-EXIT.
017100     PERFORM 1050-SET-ACCRUAL-DATES THRU 1050-EXIT.
017200     OPEN INPUT LOAN-MASTER-FILE.
017300     IF LOANMSTR-FILE-NOT-FOUND
017400         DISPLAY "FATAL - LOANMSTR IS REQUIRED AND WAS NOT "
017500             "FOUND"
017600         MOVE 16 TO RETURN-CODE
017700         STOP RUN
017800     END-IF.
017900     OPEN OUTPUT ACCRUAL-FEED-FILE.
018000     OPEN OUTPUT ACCRUAL-REPORT-FILE.
018100     PERFORM 1100-READ-MASTER-RECORD THRU 1100-EXIT.
018200 1000-EXIT.
018300     EXIT.
018400
018405* 1040-SET-BUSINESS-DATE
018410* TAKES THE BUSINESS DATE FROM THE LOAN-BUSINESS-DATE
018415* ENVIRONMENT VARIABLE AS THE RUN DATE, OR KEEPS THE SYSTEM
018420* DATE WITHOUT ONE. THE ACCRFEED CARRIES IT, AND GLPOST ONLY
018425* POSTS A FEED DATED ITS OWN BUSINESS DATE, SO AN OVERRIDE
018430* THAT IS NOT A DATE STOPS THE RUN.
018435 1040-SET-BUSINESS-DATE.
018440     ACCEPT WS-BUSINESS-DATE-PARM FROM ENVIRONMENT
018445         "LOAN-BUSINESS-DATE"
018450         ON EXCEPTION
018455             MOVE SPACES TO WS-BUSINESS-DATE-PARM
018460     END-ACCEPT.
018465     IF WS-BUSINESS-DATE-PARM NOT = SPACES
018470         IF WS-BUSINESS-DATE-PARM IS NOT NUMERIC
018475             DISPLAY "FATAL - LOAN-BUSINESS-DATE IS NOT A DATE - "
018480                 WS-BUSINESS-DATE-PARM
018485             MOVE 16 TO RETURN-CODE
018490             STOP RUN
018492         END-IF
018494         MOVE WS-BUSINESS-DATE-PARM TO WS-RUN-DATE
018496     END-IF.
018497 1040-EXIT.
018498     EXIT.
018499
018500* 1050-SET-ACCRUAL-DATES
018600* TAKES THE MONTH TO ACCRUE FROM THE LOAN-ACCRUAL-DATE
018700* ENVIRONMENT VARIABLE, OR THE RUN DATE WITHOUT ONE, AND WORKS
018800* OUT ITS CALENDAR MONTH END AND THE FIRST DAY OF THE MONTH
018900* AFTER. AN OVERRIDE THAT IS NOT A REAL DATE STOPS THE RUN -
019000* ACCRUING THE WRONG MONTH IS WORSE THAN NOT ACCRUING.
019100 1050-SET-ACCRUAL-DATES.
019200     ACCEPT WS-ACCRUAL-DATE-PARM FROM ENVIRONMENT
019300         "LOAN-ACCRUAL-DATE"
019400         ON EXCEPTION
019500             MOVE SPACES TO WS-ACCRUAL-DATE-PARM
019600     END-ACCEPT.
019700     SET LD-FUNC-MONTH-END TO TRUE.
019800     IF WS-ACCRUAL-DATE-PARM = SPACES
019900         MOVE WS-RUN-DATE TO LD-FROM-DATE
020000     ELSE
020100         IF WS-ACCRUAL-DATE-PARM IS NOT NUMERIC
020200             DISPLAY "FATAL - LOAN-ACCRUAL-DATE IS NOT A DATE - "
020300                 WS-ACCRUAL-DATE-PARM
020400             MOVE 16 TO RETURN-CODE
020500             STOP RUN
020600         END-IF
020700         MOVE WS-ACCRUAL-DATE-PARM TO LD-FROM-DATE
020800     END-IF.
020900     CALL "LOANDAYS" USING LD-DATE-PARAMETERS.
021000     IF NOT LD-DATE-OK
021100         DISPLAY "FATAL - ACCRUAL DATE IS NOT A CALENDAR DATE - "
021200             LD-FROM-DATE
021300         MOVE 16 TO RETURN-CODE
021400         STOP RUN
021500     END-IF.
021600     MOVE LD-TO-DATE TO WS-MONTH-END-DATE.
021700     MOVE WS-MONTH-END-DATE TO WS-REVERSAL-DATE.
021800     IF WS-REVERSAL-MONTH = 12
021900         ADD 1 TO WS-REVERSAL-YEAR
022000         MOVE 1 TO WS-REVERSAL-MONTH
022100     ELSE
022200         ADD 1 TO WS-REVERSAL-MONTH
022300     END-IF.
022400     MOVE 1 TO WS-REVERSAL-DAY.
022500     DISPLAY "ACCRUING TO " WS-MONTH-END-DATE
022600         ", REVERSING ON " WS-REVERSAL-DATE.
022700 1050-EXIT.
022800     EXIT.
022900
023000* 1100-READ-MASTER-RECORD
023100* READS THE NEXT LOAN MASTER RECORD IN KEY ORDER, SETTING
023200* LOANMSTR-EOF WHEN THE FILE IS EXHAUSTED.
023300 1100-READ-MASTER-RECORD.
023400     READ LOAN-MASTER-FILE
023500         AT END SET LOANMSTR-EOF TO TRUE
023600     END-READ.
023700     IF LOANMSTR-OK
023800         ADD 1 TO WS-MASTER-COUNT
023900     END-IF.
024000 1100-EXIT.
024100     EXIT.
024200
024300* 2000-ACCRUE-ONE-ACCOUNT
024400* ACCRUES THE CURRENT MASTER RECORD WHEN IT IS AN ACTIVE
024500* ACCOUNT WITH A BALANCE - EVERYTHING ELSE IS READ PAST - AND
024600* ADVANCES. AN ACCOUNT LAST POSTED ON OR AFTER MONTH END HAS
024700* NOTHING UNBOOKED AND WRITES NOTHING. A NON-ACCRUAL ACCOUNT
024710* BOOKS NO INTEREST INCOME AT ALL; IT IS ONLY COUNTED.
024800 2000-ACCRUE-ONE-ACCOUNT.
024810     IF LM-STATUS-NON-ACCRUAL
024820         ADD 1 TO WS-NON-ACCRUAL-COUNT
024830     END-IF.
024900     IF LM-STATUS-ACTIVE AND LM-BALANCE > ZERO
025000         PERFORM 2100-COMPUTE-ACCRUAL THRU 2100-EXIT
025100         IF WS-ACCRUED-INTEREST > ZERO
025200             ADD 1 TO WS-ACCRUED-COUNT
025300             ADD WS-ACCRUED-INTEREST TO WS-ACCRUAL-TOTAL
025400             PERFORM 2200-WRITE-ACCRUAL-ENTRIES THRU 2200-EXIT
025500             PERFORM 2300-WRITE-REPORT-DETAIL THRU 2300-EXIT
025600             PERFORM 2400-ROLL-INTO-CURRENCY THRU 2400-EXIT
025700         END-IF
025800     END-IF.
025900     PERFORM 1100-READ-MASTER-RECORD THRU 1100-EXIT.
026000 2000-EXIT.
026100     EXIT.
026200
026300* 2100-COMPUTE-ACCRUAL
026400* WORKS OUT THE DAYS FROM THE LAST POSTING TO MONTH END AND THE
026500* INTEREST EARNED OVER THEM, AND WHETHER THE ACCOUNT IS IN
026600* ARREARS. A MASTER WHOSE LAST POSTING DATE IS NOT A REAL DATE
026700* CANNOT BE ACCRUED - IT IS LOGGED AND SKIPPED RATHER THAN
026800* GUESSED AT.
026900 2100-COMPUTE-ACCRUAL.
027000     MOVE ZERO TO WS-ACCRUAL-DAYS.
027100     MOVE ZERO TO WS-PER-DIEM.
027200     MOVE ZERO TO WS-ACCRUED-INTEREST.
027300     SET LD-FUNC-DAYS-BETWEEN TO TRUE.
027400     MOVE LM-LAST-RUN-DATE TO LD-FROM-DATE.
027500     MOVE WS-MONTH-END-DATE TO LD-TO-DATE.
027600     CALL "LOANDAYS" USING LD-DATE-PARAMETERS.
027700     IF NOT LD-DATE-OK
027800         ADD 1 TO WS-SKIPPED-COUNT
027900         DISPLAY "SKIPPED " LM-ACCOUNT-NO
028000             " - LAST POSTING DATE NOT VALID " LM-LAST-RUN-DATE
028100         GO TO 2100-EXIT
028200     END-IF.
028300     IF LD-DAYS NOT > ZERO
028400         GO TO 2100-EXIT
028500     END-IF.
028600     MOVE LD-DAYS TO WS-ACCRUAL-DAYS.
028700     PERFORM 2150-SET-PERIODS-PER-YEAR THRU 2150-EXIT.
028800     COMPUTE WS-PER-DIEM ROUNDED =
028900         LM-BALANCE * LM-IR * WS-PERIODS-PER-YEAR / 365.
029000     COMPUTE WS-ACCRUED-INTEREST ROUNDED =
029100         WS-PER-DIEM * WS-ACCRUAL-DAYS.
029200     IF LM-MISSED-COUNT > ZERO OR LM-PAST-DUE-AMT > ZERO
029300         SET WS-IN-ARREARS TO TRUE
029400     ELSE
029500         SET WS-PERFORMING TO TRUE
029600     END-IF.
029700 2100-EXIT.
029800     EXIT.
029900
030000* 2150-SET-PERIODS-PER-YEAR
030100* WORKS OUT HOW MANY PAYMENT PERIODS A YEAR THE ACCOUNT'S
030200* LM-PAYMENT-FREQ CALLS FOR, SO THE PER-PERIOD LM-IR CAN BE
030300* TURNED BACK INTO AN ANNUAL RATE. A BLANK CODE IS MONTHLY,
030400* THE SAME DEFAULT LOAN APPLIES.
030500 2150-SET-PERIODS-PER-YEAR.
030600     IF LM-FREQ-QUARTERLY
030700         MOVE 4 TO WS-PERIODS-PER-YEAR
030800     ELSE
030900         IF LM-FREQ-ANNUAL
031000             MOVE 1 TO WS-PERIODS-PER-YEAR
031100         ELSE
031200             MOVE 12 TO WS-PERIODS-PER-YEAR
031300         END-IF
031400     END-IF.
031500 2150-EXIT.
031600     EXIT.
031700
031800* 2200-WRITE-ACCRUAL-ENTRIES
031900* WRITES THE ACCOUNT'S ACCRUAL DATED MONTH END AND ITS
032000* REVERSAL DATED THE FIRST OF THE NEXT MONTH, FOR THE SAME
032100* AMOUNT.
032200 2200-WRITE-ACCRUAL-ENTRIES.
032300     MOVE WS-RUN-DATE TO AF-RUN-DATE.
032400     MOVE LM-ACCOUNT-NO TO AF-ACCOUNT-NO.
032500     MOVE LM-CURRENCY-CODE TO AF-CURRENCY-CODE.
032600     MOVE WS-MONTH-END-DATE TO AF-EFFECTIVE-DATE.
032700     SET AF-ENTRY-ACCRUAL TO TRUE.
032800     MOVE WS-ACCRUED-INTEREST TO AF-ACCRUED-INTEREST.
032900     MOVE WS-ARREARS-SWITCH TO AF-ARREARS-FLAG.
033000     PERFORM 2250-WRITE-FEED-RECORD THRU 2250-EXIT.
033100     MOVE WS-RUN-DATE TO AF-RUN-DATE.
033200     MOVE LM-ACCOUNT-NO TO AF-ACCOUNT-NO.
033300     MOVE LM-CURRENCY-CODE TO AF-CURRENCY-CODE.
033400     MOVE WS-REVERSAL-DATE TO AF-EFFECTIVE-DATE.
033500     SET AF-ENTRY-REVERSAL TO TRUE.
033600     MOVE WS-ACCRUED-INTEREST TO AF-ACCRUED-INTEREST.
033700     MOVE WS-ARREARS-SWITCH TO AF-ARREARS-FLAG.
033800     PERFORM 2250-WRITE-FEED-RECORD THRU 2250-EXIT.
033900 2200-EXIT.
034000     EXIT.
034100
034200* 2250-WRITE-FEED-RECORD
034300* WRITES THE ACCRFEED RECORD ALREADY BUILT BY THE CALLER. A BAD
034400* WRITE STATUS IS FATAL.
034500 2250-WRITE-FEED-RECORD.
034600     WRITE ACCRUAL-FEED-RECORD.
034700     IF NOT ACCRFEED-OK
034800         DISPLAY "FATAL - ACCRFEED WRITE FAILED, STATUS "
034900             WS-ACCRFEED-STATUS
035000         GO TO 9000-ABEND-ON-WRITE-FAILURE
035100     END-IF.
035200 2250-EXIT.
035300     EXIT.
035400
035500* 2300-WRITE-REPORT-DETAIL
035600* WRITES THE ACCRRPT DETAIL RECORD FOR THE CURRENT ACCOUNT,
035700* FLAGGED WHEN IT IS IN ARREARS. A BAD WRITE STATUS IS FATAL.
035800 2300-WRITE-REPORT-DETAIL.
035900     MOVE SPACES TO ACCRUAL-REPORT-RECORD.
036000     SET AP-DETAIL-RECORD TO TRUE.
036100     MOVE WS-RUN-DATE TO AP-RUN-DATE.
036200     MOVE WS-MONTH-END-DATE TO AP-MONTH-END-DATE.
036300     MOVE LM-CURRENCY-CODE TO AP-CURRENCY-CODE.
036400     MOVE LM-ACCOUNT-NO TO AP-ACCOUNT-NO.
036500     MOVE LM-LAST-RUN-DATE TO AP-ACCRUE-FROM-DATE.
036600     MOVE WS-ACCRUAL-DAYS TO AP-ACCRUAL-DAYS.
036700     MOVE LM-BALANCE TO AP-BALANCE.
036800     MOVE WS-ACCRUED-INTEREST TO AP-ACCRUED-INTEREST.
036900     MOVE WS-ARREARS-SWITCH TO AP-ARREARS-FLAG.
037000     MOVE LM-MISSED-COUNT TO AP-MISSED-COUNT.
037100     MOVE LM-PAST-DUE-AMT TO AP-PAST-DUE-AMT.
037200     PERFORM 2350-WRITE-REPORT-RECORD THRU 2350-EXIT.
037300     IF WS-IN-ARREARS
037400         ADD 1 TO WS-ARREARS-COUNT
037500         DISPLAY "ARREARS " LM-ACCOUNT-NO " ACCRUED "
037600             WS-ACCRUED-INTEREST " PAST DUE " LM-PAST-DUE-AMT
037700     END-IF.
037800 2300-EXIT.
037900     EXIT.
038000
038100* 2350-WRITE-REPORT-RECORD
038200* WRITES THE ACCRRPT RECORD ALREADY BUILT BY THE CALLER. A BAD
038300* WRITE STATUS IS FATAL.
038400 2350-WRITE-REPORT-RECORD.
038500     WRITE ACCRUAL-REPORT-RECORD.
038600     IF NOT ACCRRPT-OK
038700         DISPLAY "FATAL - ACCRRPT WRITE FAILED, STATUS "
038800             WS-ACCRRPT-STATUS
038900         GO TO 9000-ABEND-ON-WRITE-FAILURE
039000     END-IF.
039100 2350-EXIT.
039200     EXIT.
039300
039400* 2400-ROLL-INTO-CURRENCY
039500* ADDS THE CURRENT ACCOUNT'S ACCRUAL TO ITS CURRENCY'S
039600* PERFORMING OR ARREARS TOTALS.
039700 2400-ROLL-INTO-CURRENCY.
039800     PERFORM 2450-FIND-CCY-ENTRY THRU 2450-EXIT.
039900     IF WS-IN-ARREARS
040000         ADD 1 TO WS-CCY-ARREARS-COUNT (WS-CCY-IDX)
040100         ADD WS-ACCRUED-INTEREST TO
040200             WS-CCY-ARREARS-ACCRUAL (WS-CCY-IDX)
040300         ADD LM-PAST-DUE-AMT TO
040400             WS-CCY-ARREARS-PAST-DUE (WS-CCY-IDX)
040500     ELSE
040600         ADD 1 TO WS-CCY-PERFORMING-COUNT (WS-CCY-IDX)
040700         ADD WS-ACCRUED-INTEREST TO
040800             WS-CCY-PERFORMING-ACCRUAL (WS-CCY-IDX)
040900     END-IF.
041000 2400-EXIT.
041100     EXIT.
041200
041300* 2450-FIND-CCY-ENTRY
041400* RETURNS WS-CCY-IDX POINTING AT LM-CURRENCY-CODE'S ENTRY,
041500* CREATING A NEW ZERO-TOTAL ENTRY AT THE END OF THE TABLE IF
041600* THIS CURRENCY HAS NOT BEEN SEEN YET. MORE DISTINCT CURRENCIES
041700* THAN THE TABLE HOLDS IS ABENDED, THE SAME RULE AS LOAN'S
041800* CURRENCY TABLE.
041900 2450-FIND-CCY-ENTRY.
042000     MOVE ZERO TO WS-CCY-IDX.
042100     PERFORM 2460-TEST-CCY-ENTRY THRU 2460-EXIT
042200         VARYING WS-CCY-IDX FROM 1 BY 1
042300         UNTIL WS-CCY-IDX > WS-CCY-COUNT
042400         OR WS-CCY-CURRENCY-ENTRY (WS-CCY-IDX)
042500             = LM-CURRENCY-CODE.
042600     IF WS-CCY-IDX > WS-CCY-COUNT
042700         IF WS-CCY-COUNT >= 20
042800             DISPLAY "FATAL - ACCRUAL CURRENCY TABLE FULL AT 20"
042900             MOVE 16 TO RETURN-CODE
043000             STOP RUN
043100         END-IF
043200         ADD 1 TO WS-CCY-COUNT
043300         MOVE WS-CCY-COUNT TO WS-CCY-IDX
043400         MOVE LM-CURRENCY-CODE TO
043500             WS-CCY-CURRENCY-ENTRY (WS-CCY-IDX)
043600         MOVE ZERO TO WS-CCY-PERFORMING-COUNT (WS-CCY-IDX)
043700         MOVE ZERO TO WS-CCY-PERFORMING-ACCRUAL (WS-CCY-IDX)
043800         MOVE ZERO TO WS-CCY-ARREARS-COUNT (WS-CCY-IDX)
043900         MOVE ZERO TO WS-CCY-ARREARS-ACCRUAL (WS-CCY-IDX)
044000         MOVE ZERO TO WS-CCY-ARREARS-PAST-DUE (WS-CCY-IDX)
044100     END-IF.
044200 2450-EXIT.
044300     EXIT.
044400
044500* 2460-TEST-CCY-ENTRY
044600* NO-OP BODY - THE MATCH TEST LIVES ENTIRELY IN 2450'S PERFORM
044700* VARYING UNTIL CONDITION. PRESENT SO THAT PERFORM HAS A
044800* PARAGRAPH TO ITERATE.
044900 2460-TEST-CCY-ENTRY.
045000     CONTINUE.
045100 2460-EXIT.
045200     EXIT.
045300
045400* 8000-FINALIZE
045500* WRITES ONE SUMMARY RECORD PER CURRENCY ACCRUED, CLOSES THE
045600* FILES AND DISPLAYS THE RUN CONTROL TOTALS.
045700 8000-FINALIZE.
045800     PERFORM 8100-WRITE-ONE-CCY-SUMMARY THRU 8100-EXIT
045900         VARYING WS-CCY-IDX FROM 1 BY 1
046000         UNTIL WS-CCY-IDX > WS-CCY-COUNT.
046100     CLOSE LOAN-MASTER-FILE.
046200     CLOSE ACCRUAL-FEED-FILE.
046300     CLOSE ACCRUAL-REPORT-FILE.
046400     DISPLAY "LOANACCR SWEPT " WS-MASTER-COUNT " ACCOUNT(S)".
046500     DISPLAY "ACCRUED " WS-ACCRUED-COUNT
046600         " FOR " WS-ACCRUAL-TOTAL.
046700     DISPLAY "IN ARREARS " WS-ARREARS-COUNT.
046800     DISPLAY "SKIPPED " WS-SKIPPED-COUNT.
046810     DISPLAY "NON-ACCRUAL NOT ACCRUED " WS-NON-ACCRUAL-COUNT.
046900 8000-EXIT.
047000     EXIT.
047100
047200* 8100-WRITE-ONE-CCY-SUMMARY
047300* WRITES THE ACCRRPT SUMMARY RECORD FOR ONE CURRENCY'S ENTRY.
047400 8100-WRITE-ONE-CCY-SUMMARY.
047500     MOVE SPACES TO ACCRUAL-REPORT-RECORD.
047600     SET AP-SUMMARY-RECORD TO TRUE.
047700     MOVE WS-RUN-DATE TO AP-RUN-DATE.
047800     MOVE WS-MONTH-END-DATE TO AP-MONTH-END-DATE.
047900     MOVE WS-CCY-CURRENCY-ENTRY (WS-CCY-IDX) TO AP-CURRENCY-CODE.
048000     MOVE WS-CCY-PERFORMING-COUNT (WS-CCY-IDX) TO
048100         AP-PERFORMING-COUNT.
048200     MOVE WS-CCY-PERFORMING-ACCRUAL (WS-CCY-IDX) TO
048300         AP-PERFORMING-ACCRUAL.
048400     MOVE WS-CCY-ARREARS-COUNT (WS-CCY-IDX) TO AP-ARREARS-COUNT.
048500     MOVE WS-CCY-ARREARS-ACCRUAL (WS-CCY-IDX) TO
048600         AP-ARREARS-ACCRUAL.
048700     MOVE WS-CCY-ARREARS-PAST-DUE (WS-CCY-IDX) TO
048800         AP-ARREARS-PAST-DUE.
048900     PERFORM 2350-WRITE-REPORT-RECORD THRU 2350-EXIT.
049000 8100-EXIT.
049100     EXIT.
049200
049300* 9000-ABEND-ON-WRITE-FAILURE
049400* COMMON FATAL EXIT FOR AN ACCRFEED OR ACCRRPT WRITE FAILURE.
049500* THE FILES ARE CLOSED BEST-EFFORT AND THE RUN ENDS WITH A
049600* NON-ZERO RETURN CODE SO THE HALF-WRITTEN FEED IS NOT POSTED.
049700 9000-ABEND-ON-WRITE-FAILURE.
049800     CLOSE LOAN-MASTER-FILE.
049900     CLOSE ACCRUAL-FEED-FILE.
050000     CLOSE ACCRUAL-REPORT-FILE.
050100     MOVE 16 TO RETURN-CODE.
050200     STOP RUN.

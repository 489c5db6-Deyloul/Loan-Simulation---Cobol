000100*****************************************************************
000200* PROGRAM-ID.  LOANTBAL
000300* AUTHOR.      M. DELCOURT
000400* INSTALLATION. BACK OFFICE SYSTEMS - LOAN SIMULATION UNIT
000500* DATE-WRITTEN. 2026-10-15
000600* DATE-COMPILED.
000700*
000800* PURPOSE.
000900*     NIGHTLY LOAN MASTER TRIAL BALANCE AND ROLL-FORWARD. RUN
001000*     AFTER THE DAY'S POSTING JOBS, IT SWEEPS LOANMSTR AND
001100*     TOTALS THE ACCOUNT COUNT AND THE PRINCIPAL AND ESCROW
001200*     BALANCES BY CURRENCY AND ACCOUNT STATUS INTO TONIGHT'S
001300*     TBSNAP SNAPSHOT. IT THEN ROLLS LAST NIGHT'S SNAPSHOT,
001400*     READ BACK FROM TBPRIOR, FORWARD BY THE DAY'S ACTIVITY -
001500*     LOANMNT BOARDINGS, PAYOFFS, WRITE-OFFS AND OTHER
001600*     MAINTENANCE FROM THE BEFORE AND AFTER IMAGES ON MNTRPT,
001700*     THE PRINCIPAL AND ESCROW LOANPOST POSTED FROM CASHFEED,
001800*     AND THE ESCROW DISBURSED FROM ESCDISB - AND PROVES THAT
001900*     OPENING PLUS ACTIVITY EQUALS TONIGHT'S CLOSING FOR EACH
002000*     CURRENCY, SEPARATELY FOR PRINCIPAL AND FOR ESCROW. THE
002100*     BOOK BEING PROVED IS EVERY ACCOUNT NOT WRITTEN OFF, SO A
002200*     WRITE-OFF SHOWS AS ACTIVITY TAKING THE BALANCE OFF THE
002300*     BOOK. THE TBRPT REPORT CARRIES THE SNAPSHOT AND THE
002400*     ROLL-FORWARD, AND ANY CURRENCY THAT DOES NOT TIE OUT IS
002500*     FLAGGED ON IT AND IN THE JOB LOG, AND THE RUN ENDS WITH
002600*     RETURN CODE 4. THE ACTIVITY FILES ARE OPTIONAL - A NIGHT
002700*     WITHOUT MAINTENANCE, PAYMENTS OR DISBURSEMENTS SIMPLY HAS
002800*     NONE. WITHOUT A TBPRIOR THERE IS NOTHING TO ROLL FROM, SO
002900*     ONLY THE SNAPSHOT IS TAKEN AND TONIGHT'S TBSNAP STARTS THE
003000*     CHAIN. THE MASTER IS ONLY READ, NEVER WRITTEN.
003010*     LOAN'S OWN MASTER WRITES - THE LOANS IT BOARDS AND THE
003020*     PERIOD IT ROLLS EACH SERVICED LOAN ON BY - COME IN ON
003030*     LOANACT. ONLY ACTIVITY DATED AFTER THE PRIOR SNAPSHOT AND
003040*     NO LATER THAN THE BUSINESS DATE IS APPLIED, SO A FEED LEFT
003050*     OVER FROM AN EARLIER NIGHT IS NOT COUNTED AGAIN, AND
003060*     ESCDISB ONLY WHEN RUN CONTROL SHOWS LOANESC COMPLETED FOR
003070*     THE DATE. THE BUSINESS DATE COMES FROM LOAN-BUSINESS-DATE,
003080*     OR THE SYSTEM DATE WITHOUT ONE.
003100*
003200* MODIFICATION HISTORY.
003300*     2026-10-15 MDC  ORIGINAL TRIAL BALANCE AND ROLL-FORWARD RUN.
003310*     2026-10-15 MDC  ADDED LOAN'S LOANACT MASTER ACTIVITY WITH
003320*                      ITS OWN SERVICED COLUMN. ACTIVITY IS HELD
003330*                      TO THE DAYS SINCE THE PRIOR SNAPSHOT,
003340*                      ESCDISB TO A COMPLETED LOANESC, AND THE RUN
003350*                      DATE IS THE STREAM BUSINESS DATE.
003400*****************************************************************
003500 IDENTIFICATION DIVISION.
003600 PROGRAM-ID. LOANTBAL.
003700 AUTHOR. M. DELCOURT.
003800 INSTALLATION. BACK OFFICE SYSTEMS - LOAN SIMULATION UNIT.
003900 DATE-WRITTEN. 2026-10-15.
004000 DATE-COMPILED.
004100
004200 ENVIRONMENT DIVISION.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500*     PERSISTENT LOAN MASTER - SWEPT IN KEY ORDER FOR THE
004600*     SNAPSHOT, THEN READ BY KEY FOR EACH DISBURSEMENT'S
004700*     CURRENCY. NEVER WRITTEN.
004800     SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMSTR"
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS DYNAMIC
005100         RECORD KEY IS LM-ACCOUNT-NO
005200         FILE STATUS IS WS-LOANMSTR-STATUS.
005300
005400*     LAST NIGHT'S SNAPSHOT - THE OPENING POSITION. OPTIONAL, SO
005500*     THE FIRST NIGHT CAN RUN WITHOUT ONE.
005600     SELECT OPTIONAL SNAPSHOT-PRIOR-FILE ASSIGN TO "TBPRIOR"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-TBPRIOR-STATUS.
005900
006000*     THE DAY'S LOANMNT MAINTENANCE AUDIT REPORT - BOARDINGS,
006100*     PAYOFFS, WRITE-OFFS, AMENDS AND DELETES WITH THEIR BEFORE
006200*     AND AFTER MASTER IMAGES.
006300     SELECT OPTIONAL MAINTENANCE-REPORT-FILE ASSIGN TO "MNTRPT"
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-MNTRPT-STATUS.
006600
006700*     THE DAY'S LOANPOST CASH-RECEIPTS FEED - PRINCIPAL AND
006800*     ESCROW ACTUALLY POSTED, AND ANY RETURNED-PAYMENT REVERSALS.
006900     SELECT OPTIONAL CASH-RECEIPT-FILE ASSIGN TO "CASHFEED"
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS WS-CASHFEED-STATUS.
007110
007120*     LOAN'S MASTER ACTIVITY - THE BOARDINGS AND SERVICED-PERIOD
007130*     ROLLS IT WROTE TO LOANMSTR.
007140     SELECT OPTIONAL LOAN-ACTIVITY-FILE ASSIGN TO "LOANACT"
007150         ORGANIZATION IS LINE SEQUENTIAL
007160         FILE STATUS IS WS-LOANACT-STATUS.
007200
007300*     THE DAY'S LOANESC ESCROW DISBURSEMENTS.
007400     SELECT OPTIONAL ESCROW-DISBURSE-FILE ASSIGN TO "ESCDISB"
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS WS-ESCDISB-STATUS.
007700
007800*     TONIGHT'S SNAPSHOT - TOMORROW NIGHT'S TBPRIOR.
007900     SELECT SNAPSHOT-OUT-FILE ASSIGN TO "TBSNAP"
008000         ORGANIZATION IS LINE SEQUENTIAL
008100         FILE STATUS IS WS-TBSNAP-STATUS.
008200
008300*     TRIAL BALANCE AND ROLL-FORWARD REPORT.
008400     SELECT TRIAL-BALANCE-REPORT-FILE ASSIGN TO "TBRPT"
008500         ORGANIZATION IS LINE SEQUENTIAL
008600         FILE STATUS IS WS-TBRPT-STATUS.
008700
008800*----------------------------------------------------------------
008900* DATA DIVISION
009000*----------------------------------------------------------------
009100 DATA DIVISION.
009200 FILE SECTION.
009300
009400 FD  LOAN-MASTER-FILE
009500     LABEL RECORDS ARE STANDARD.
009600     COPY MSTREC.
009700
009800 FD  SNAPSHOT-PRIOR-FILE
009900     LABEL RECORDS ARE STANDARD.
010000     COPY TBSREC REPLACING ==TRIAL-BALANCE-SNAPSHOT-RECORD== BY
010100         ==SNAPSHOT-PRIOR-RECORD== LEADING ==TS== BY ==TP==.
010200
010300 FD  MAINTENANCE-REPORT-FILE
010400     LABEL RECORDS ARE STANDARD.
010500     COPY MNTREC.
010600
010700 FD  CASH-RECEIPT-FILE
010800     LABEL RECORDS ARE STANDARD.
010900     COPY CSHREC.
010910
010920 FD  LOAN-ACTIVITY-FILE
010930     LABEL RECORDS ARE STANDARD.
010940     COPY LACREC.
011000
011100 FD  ESCROW-DISBURSE-FILE
011200     LABEL RECORDS ARE STANDARD.
011300     COPY ESDREC.
011400
011500 FD  SNAPSHOT-OUT-FILE
011600     LABEL RECORDS ARE STANDARD.
011700     COPY TBSREC.
011800
011900 FD  TRIAL-BALANCE-REPORT-FILE
012000     LABEL RECORDS ARE STANDARD.
012100     COPY TBRREC.
012200
012300 WORKING-STORAGE SECTION.
012400
012500* FILE STATUS AND END-OF-FILE SWITCHES. AN OPTIONAL FILE THAT IS
012600* NOT PRESENT OPENS WITH STATUS 05 AND READS AS EMPTY.
012700 01  WS-LOANMSTR-STATUS      PIC X(02).
012800     88  LOANMSTR-OK             VALUE "00".
012900     88  LOANMSTR-EOF            VALUE "10".
013000     88  LOANMSTR-FILE-NOT-FOUND VALUE "35".
013100 01  WS-TBPRIOR-STATUS       PIC X(02).
013200     88  TBPRIOR-OK              VALUE "00".
013300     88  TBPRIOR-NOT-PRESENT     VALUE "05".
013400     88  TBPRIOR-EOF             VALUE "10".
013500 01  WS-MNTRPT-STATUS        PIC X(02).
013600     88  MNTRPT-OK               VALUE "00".
013700     88  MNTRPT-EOF              VALUE "10".
013800 01  WS-CASHFEED-STATUS      PIC X(02).
013900     88  CASHFEED-OK             VALUE "00".
014000     88  CASHFEED-EOF            VALUE "10".
014010 01  WS-LOANACT-STATUS       PIC X(02).
014020     88  LOANACT-OK              VALUE "00".
014030     88  LOANACT-EOF             VALUE "10".
014100 01  WS-ESCDISB-STATUS       PIC X(02).
014200     88  ESCDISB-OK              VALUE "00".
014300     88  ESCDISB-EOF             VALUE "10".
014400 01  WS-TBSNAP-STATUS        PIC X(02).
014500     88  TBSNAP-OK               VALUE "00".
014600 01  WS-TBRPT-STATUS         PIC X(02).
014700     88  TBRPT-OK                VALUE "00".
014800
014900* SET AT OPEN TIME - WITHOUT A PRIOR SNAPSHOT THERE IS NO
015000* OPENING POSITION AND THE ROLL-FORWARD IS SKIPPED.
015100 01  WS-PRIOR-SWITCH         PIC X(01).
015200     88  WS-PRIOR-PRESENT        VALUE "Y".
015300     88  WS-PRIOR-MISSING        VALUE "N".
015310
015320* SET AT OPEN TIME FROM RUN CONTROL - ESCDISB IS ONLY APPLIED
015330* ONCE LOANESC HAS COMPLETED FOR THE BUSINESS DATE.
015340 01  WS-ESCDISB-SWITCH       PIC X(01).
015350     88  WS-ESCDISB-APPLIED      VALUE "Y".
015360     88  WS-ESCDISB-HELD         VALUE "N".
015400
015500* RUN DATE - THE BUSINESS DATE, FROM LOAN-BUSINESS-DATE OR THE
015510* SYSTEM DATE - AND THE RUN DATE CARRIED ON THE PRIOR SNAPSHOT.
015520* ACTIVITY IS APPLIED ONLY WHEN DATED AFTER THE PRIOR DATE AND
015530* NO LATER THAN THE RUN DATE.
015600 01  WS-RUN-DATE             PIC 9(08).
015700 01  WS-PRIOR-DATE           PIC 9(08).
015710 01  WS-BUSINESS-DATE-PARM   PIC X(08).
015720
015730* NIGHTLY STREAM RUN-CONTROL PARAMETERS - SEE RCTLPARM.CPY.
015740     COPY RCTLPARM.
015800
015900* BEFORE AND AFTER LOAN MASTER IMAGES OFF THE CURRENT MNTRPT
016000* RECORD. A BOARD HAS NO BEFORE IMAGE AND A DELETE NO AFTER
016100* IMAGE - THE MISSING ONE IS SPACES ON MNTRPT.
016200     COPY MSTREC REPLACING ==LOAN-MASTER-RECORD== BY
016300         ==WS-BEFORE-MASTER-RECORD== LEADING ==LM== BY ==WB==.
016400     COPY MSTREC REPLACING ==LOAN-MASTER-RECORD== BY
016500         ==WS-AFTER-MASTER-RECORD== LEADING ==LM== BY ==WA==.
016600
016700* BOOK AMOUNTS BEFORE AND AFTER ONE MAINTENANCE CHANGE - ZERO
016800* FOR A MISSING IMAGE OR A WRITTEN-OFF ACCOUNT - AND THE SIGNED
016900* MOVEMENT THE CHANGE MADE TO THE BOOK.
017000 01  WS-BEFORE-BOOK-BALANCE  PIC S9(15)V9(06).
017100 01  WS-BEFORE-BOOK-ESCROW   PIC S9(15)V9(06).
017200 01  WS-AFTER-BOOK-BALANCE   PIC S9(15)V9(06).
017300 01  WS-AFTER-BOOK-ESCROW    PIC S9(15)V9(06).
017400 01  WS-BALANCE-MOVEMENT     PIC S9(15)V9(06).
017500 01  WS-ESCROW-MOVEMENT      PIC S9(15)V9(06).
017600
017700* CURRENCY AND STATUS BEING LOOKED UP IN THE TABLES BELOW.
017800 01  WS-LOOKUP-CURRENCY      PIC X(03).
017900 01  WS-LOOKUP-STATUS        PIC X(01).
018000     88  WS-LOOKUP-WRITTEN-OFF   VALUE "W".
018100
018200* TONIGHT'S SNAPSHOT TABLE - ONE ENTRY PER CURRENCY AND ACCOUNT
018300* STATUS SEEN ON THE MASTER, IN THE ORDER FIRST SEEN. A FLAT
018400* LINEAR-SEARCH TABLE, THE SAME DESIGN AS LOANAGE'S AGING TABLE.
018500 01  WS-SNAP-COUNT           PIC 9(03) COMP VALUE ZERO.
018600 01  WS-SNAP-IDX             PIC 9(03) COMP.
018700 01  WS-SNAP-TABLE.
018800     05  WS-SNAP-ENTRY       OCCURS 80 TIMES.
018900         10  WS-SNAP-CURRENCY        PIC X(03).
019000         10  WS-SNAP-STATUS          PIC X(01).
019100         10  WS-SNAP-ACCOUNTS        PIC 9(06).
019200         10  WS-SNAP-BALANCE         PIC 9(15)V9(06).
019300         10  WS-SNAP-ESCROW          PIC S9(15)V9(06).
019400
019500* PER-CURRENCY ROLL-FORWARD TABLE. EACH CURRENCY CARRIES TWO
019600* ROLLS - OCCURRENCE 1 IS PRINCIPAL (LM-BALANCE), OCCURRENCE 2
019700* IS ESCROW (LM-ESCROW-BALANCE) - EACH WITH ITS OPENING BOOK
019800* BALANCE, THE DAY'S SIGNED ACTIVITY BY SOURCE AND TONIGHT'S
019900* CLOSING BOOK BALANCE.
020000 01  WS-CCY-COUNT            PIC 9(02) COMP VALUE ZERO.
020100 01  WS-CCY-IDX              PIC 9(02) COMP.
020200 01  WS-ROLL-IDX             PIC 9(01) COMP.
020300 01  WS-CCY-TABLE.
020400     05  WS-CCY-ENTRY        OCCURS 20 TIMES.
020500         10  WS-CCY-CURRENCY-ENTRY   PIC X(03).
020600         10  WS-CCY-TIE-SWITCH       PIC X(01).
020700             88  WS-CCY-TIED-OUT         VALUE "Y".
020800             88  WS-CCY-OUT-OF-BALANCE   VALUE "N".
020900         10  WS-CCY-ROLL         OCCURS 2 TIMES.
021000             15  WS-ROLL-OPENING     PIC S9(15)V9(06).
021100             15  WS-ROLL-BOARDED     PIC S9(15)V9(06).
021150             15  WS-ROLL-SERVICED    PIC S9(15)V9(06).
021200             15  WS-ROLL-POSTED      PIC S9(15)V9(06).
021300             15  WS-ROLL-DISBURSED   PIC S9(15)V9(06).
021400             15  WS-ROLL-PAID-OFF    PIC S9(15)V9(06).
021500             15  WS-ROLL-WRITTEN-OFF PIC S9(15)V9(06).
021600             15  WS-ROLL-OTHER-MAINT PIC S9(15)V9(06).
021700             15  WS-ROLL-CLOSING     PIC S9(15)V9(06).
021800
021900* ROLL-FORWARD PROOF FOR THE ROLL BEING REPORTED.
022000 01  WS-EXPECTED-CLOSING     PIC S9(15)V9(06).
022100 01  WS-DIFFERENCE           PIC S9(15)V9(06).
022200
022300* RUN CONTROL TOTALS FOR THE CLOSING RECONCILIATION DISPLAYS.
022400 01  WS-MASTER-COUNT         PIC 9(06) COMP.
022500 01  WS-PRIOR-COUNT          PIC 9(06) COMP.
022600 01  WS-MAINT-COUNT          PIC 9(06) COMP.
022700 01  WS-CASH-COUNT           PIC 9(06) COMP.
022800 01  WS-DISBURSE-COUNT       PIC 9(06) COMP.
022850 01  WS-ACTIVITY-COUNT       PIC 9(06) COMP.
022900 01  WS-SKIPPED-COUNT        PIC 9(06) COMP.
022950 01  WS-OUT-OF-WINDOW-COUNT  PIC 9(06) COMP.
023000 01  WS-OUT-OF-BALANCE-COUNT PIC 9(06) COMP.
023100
023200*----------------------------------------------------------------
023300* PROCEDURE DIVISION
023400*----------------------------------------------------------------
023500 PROCEDURE DIVISION.
023600
023700* 0000-MAINLINE
023800* TAKES TONIGHT'S SNAPSHOT, LOADS LAST NIGHT'S, APPLIES THE
023900* DAY'S ACTIVITY, THEN WRITES THE SNAPSHOT AND - WHEN THERE IS
024000* A PRIOR SNAPSHOT TO ROLL FROM - THE ROLL-FORWARD.
024100 0000-MAINLINE.
024200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
024300     PERFORM 2000-SNAP-ONE-ACCOUNT THRU 2000-EXIT
024400         UNTIL LOANMSTR-EOF.
024500     PERFORM 3000-LOAD-ONE-PRIOR-RECORD THRU 3000-EXIT
024600         UNTIL TBPRIOR-EOF.
024700     PERFORM 4000-APPLY-ONE-MAINTENANCE THRU 4000-EXIT
024800         UNTIL MNTRPT-EOF.
024900     PERFORM 4500-APPLY-ONE-CASH-RECEIPT THRU 4500-EXIT
025000         UNTIL CASHFEED-EOF.
025010     PERFORM 4600-APPLY-ONE-LOAN-ACTIVITY THRU 4600-EXIT
025020         UNTIL LOANACT-EOF.
025100     PERFORM 4700-APPLY-ONE-DISBURSEMENT THRU 4700-EXIT
025200         UNTIL ESCDISB-EOF.
025300     PERFORM 5000-WRITE-ONE-SNAPSHOT THRU 5000-EXIT
025400         VARYING WS-SNAP-IDX FROM 1 BY 1
025500         UNTIL WS-SNAP-IDX > WS-SNAP-COUNT.
025600     IF WS-PRIOR-PRESENT
025700         PERFORM 6000-ROLL-ONE-CURRENCY THRU 6000-EXIT
025800             VARYING WS-CCY-IDX FROM 1 BY 1
025900             UNTIL WS-CCY-IDX > WS-CCY-COUNT
026000     ELSE
026100         DISPLAY "NO TBPRIOR SNAPSHOT - ROLL-FORWARD SKIPPED, "
026200             "TONIGHT'S TBSNAP STARTS THE CHAIN"
026300     END-IF.
026400     PERFORM 8000-FINALIZE THRU 8000-EXIT.
026500     STOP RUN.
026600
026700* 1000-INITIALIZE
026800* OPENS THE FILES AND PRIMES THE FIRST READ OF EACH INPUT. A
026900* MISSING LOANMSTR IS A SETUP PROBLEM - THERE IS NOTHING TO
027000* BALANCE.
027010* ESCDISB IS ONLY READ WHEN RUN CONTROL SHOWS LOANESC COMPLETED
027020* FOR THE BUSINESS DATE.
027100 1000-INITIALIZE.
027200     MOVE ZERO TO WS-MASTER-COUNT.
027300     MOVE ZERO TO WS-PRIOR-COUNT.
027400     MOVE ZERO TO WS-MAINT-COUNT.
027500     MOVE ZERO TO WS-CASH-COUNT.
027600     MOVE ZERO TO WS-DISBURSE-COUNT.
027650     MOVE ZERO TO WS-ACTIVITY-COUNT.
027700     MOVE ZERO TO WS-SKIPPED-COUNT.
027750     MOVE ZERO TO WS-OUT-OF-WINDOW-COUNT.
027800     MOVE ZERO TO WS-OUT-OF-BALANCE-COUNT.
027900     MOVE ZERO TO WS-PRIOR-DATE.
028000     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
028050     PERFORM 1050-SET-BUSINESS-DATE THRU 1050-EXIT.
028100     OPEN INPUT LOAN-MASTER-FILE.
028200     IF LOANMSTR-FILE-NOT-FOUND
028300         DISPLAY "FATAL - LOANMSTR IS REQUIRED AND WAS NOT "
028400             "FOUND"
028500         MOVE 16 TO RETURN-CODE
028600         STOP RUN
028700     END-IF.
028800     OPEN INPUT SNAPSHOT-PRIOR-FILE.
028900     IF TBPRIOR-NOT-PRESENT
029000         SET WS-PRIOR-MISSING TO TRUE
029100     ELSE
029200         SET WS-PRIOR-PRESENT TO TRUE
029300     END-IF.
029400     OPEN INPUT MAINTENANCE-REPORT-FILE.
029500     OPEN INPUT CASH-RECEIPT-FILE.
029550     OPEN INPUT LOAN-ACTIVITY-FILE.
029600     OPEN INPUT ESCROW-DISBURSE-FILE.
029700     OPEN OUTPUT SNAPSHOT-OUT-FILE.
029800     OPEN OUTPUT TRIAL-BALANCE-REPORT-FILE.
029900     PERFORM 1100-READ-MASTER-RECORD THRU 1100-EXIT.
030000     PERFORM 1200-READ-PRIOR-RECORD THRU 1200-EXIT.
030100     PERFORM 1300-READ-MAINTENANCE-RECORD THRU 1300-EXIT.
030200     PERFORM 1400-READ-CASH-RECORD THRU 1400-EXIT.
030250     PERFORM 1600-READ-ACTIVITY-RECORD THRU 1600-EXIT.
030300     PERFORM 1060-CHECK-ESCROW-RUN THRU 1060-EXIT.
030400 1000-EXIT.
030500     EXIT.
030600
030610* 1050-SET-BUSINESS-DATE
030611* TAKES THE BUSINESS DATE FROM THE LOAN-BUSINESS-DATE
030612* ENVIRONMENT VARIABLE THE STREAM SETS, OR KEEPS THE SYSTEM DATE
030613* WITHOUT ONE, SO THE SNAPSHOT IS FILED UNDER THE SAME DATE AS
030614* THE ACTIVITY IT ROLLS. AN OVERRIDE THAT IS NOT NUMERIC IS
030615* FATAL.
030616 1050-SET-BUSINESS-DATE.
030617     ACCEPT WS-BUSINESS-DATE-PARM FROM ENVIRONMENT
030618         "LOAN-BUSINESS-DATE"
030619         ON EXCEPTION
030620             MOVE SPACES TO WS-BUSINESS-DATE-PARM
030621     END-ACCEPT.
030622     IF WS-BUSINESS-DATE-PARM NOT = SPACES
030623         IF WS-BUSINESS-DATE-PARM IS NOT NUMERIC
030624             DISPLAY "FATAL - LOAN-BUSINESS-DATE IS NOT A DATE - "
030625                 WS-BUSINESS-DATE-PARM
030626             MOVE 16 TO RETURN-CODE
030627             STOP RUN
030628         END-IF
030629         MOVE WS-BUSINESS-DATE-PARM TO WS-RUN-DATE
030630     END-IF.
030631 1050-EXIT.
030632     EXIT.
030633
030634* 1060-CHECK-ESCROW-RUN
030635* ASKS LOANRCTL WHETHER LOANESC COMPLETED FOR THE BUSINESS DATE.
030636* ONLY THEN HAVE ITS DISBURSEMENTS LEFT THE MASTER, SO ONLY THEN
030637* IS ESCDISB PRIMED; OTHERWISE IT IS LEFT UNREAD AND LOGGED. A
030638* RUN-CONTROL FAILURE IS FATAL.
030639 1060-CHECK-ESCROW-RUN.
030640     SET RP-FUNC-QUERY TO TRUE.
030641     MOVE "LOANESC" TO RP-JOB-NAME.
030642     MOVE SPACES TO RP-JOB-STEP.
030643     MOVE WS-RUN-DATE TO RP-BUSINESS-DATE.
030644     CALL "LOANRCTL" USING RP-RUN-PARAMETERS.
030645     IF RP-CONTROL-OK
030646         SET WS-ESCDISB-APPLIED TO TRUE
030647         PERFORM 1500-READ-DISBURSE-RECORD THRU 1500-EXIT
030648         GO TO 1060-EXIT
030649     END-IF.
030650     IF NOT RP-JOB-NOT-COMPLETED
030651         DISPLAY "FATAL - RUN CONTROL QUERY FAILED - " RP-REASON
030652         MOVE 16 TO RETURN-CODE
030653         STOP RUN
030654     END-IF.
030655     SET WS-ESCDISB-HELD TO TRUE.
030656     SET ESCDISB-EOF TO TRUE.
030657     DISPLAY "ESCDISB NOT APPLIED - LOANESC HAS NOT "
030658         "COMPLETED FOR " WS-RUN-DATE.
030659 1060-EXIT.
030660     EXIT.
030661
030700* 1100-READ-MASTER-RECORD
030800* READS THE NEXT LOAN MASTER RECORD IN KEY ORDER, SETTING
030900* LOANMSTR-EOF WHEN THE FILE IS EXHAUSTED.
031000 1100-READ-MASTER-RECORD.
031100     READ LOAN-MASTER-FILE NEXT RECORD
031200         AT END SET LOANMSTR-EOF TO TRUE
031300     END-READ.
031400     IF LOANMSTR-OK
031500         ADD 1 TO WS-MASTER-COUNT
031600     END-IF.
031700 1100-EXIT.
031800     EXIT.
031900
032000* 1200-READ-PRIOR-RECORD
032100* READS THE NEXT TBPRIOR SNAPSHOT RECORD, SETTING TBPRIOR-EOF
032200* WHEN THE FILE IS EXHAUSTED OR WAS NOT PRESENT.
032300 1200-READ-PRIOR-RECORD.
032400     READ SNAPSHOT-PRIOR-FILE
032500         AT END SET TBPRIOR-EOF TO TRUE
032600     END-READ.
032700     IF TBPRIOR-OK
032800         ADD 1 TO WS-PRIOR-COUNT
032900     END-IF.
033000 1200-EXIT.
033100     EXIT.
033200
033300* 1300-READ-MAINTENANCE-RECORD
033400* READS THE NEXT MNTRPT AUDIT RECORD, SETTING MNTRPT-EOF WHEN
033500* THE FILE IS EXHAUSTED OR WAS NOT PRESENT.
033600 1300-READ-MAINTENANCE-RECORD.
033700     READ MAINTENANCE-REPORT-FILE
033800         AT END SET MNTRPT-EOF TO TRUE
033900     END-READ.
034000 1300-EXIT.
034100     EXIT.
034200
034300* 1400-READ-CASH-RECORD
034400* READS THE NEXT CASHFEED RECEIPT, SETTING CASHFEED-EOF WHEN
034500* THE FILE IS EXHAUSTED OR WAS NOT PRESENT.
034600 1400-READ-CASH-RECORD.
034700     READ CASH-RECEIPT-FILE
034800         AT END SET CASHFEED-EOF TO TRUE
034900     END-READ.
035000 1400-EXIT.
035100     EXIT.
035200
035600* 1500-READ-DISBURSE-RECORD
035700* READS THE NEXT ESCDISB DISBURSEMENT, SETTING ESCDISB-EOF WHEN
035800* THE FILE IS EXHAUSTED OR WAS NOT PRESENT.
035900 1500-READ-DISBURSE-RECORD.
036000     READ ESCROW-DISBURSE-FILE
036100         AT END SET ESCDISB-EOF TO TRUE
036200     END-READ.
036300 1500-EXIT.
036400     EXIT.
036500
036805* 1600-READ-ACTIVITY-RECORD
036810* READS THE NEXT LOANACT MASTER ACTIVITY RECORD, SETTING
036815* LOANACT-EOF WHEN THE FILE IS EXHAUSTED OR WAS NOT PRESENT.
036820 1600-READ-ACTIVITY-RECORD.
036825     READ LOAN-ACTIVITY-FILE
036830         AT END SET LOANACT-EOF TO TRUE
036835     END-READ.
036840 1600-EXIT.
036845     EXIT.
036850
036900* 2000-SNAP-ONE-ACCOUNT
037000* ADDS THE CURRENT MASTER RECORD TO ITS CURRENCY AND STATUS
037100* SNAPSHOT ENTRY AND, UNLESS IT IS WRITTEN OFF, TO ITS
037200* CURRENCY'S CLOSING BOOK BALANCES, THEN ADVANCES.
037300 2000-SNAP-ONE-ACCOUNT.
037400     MOVE LM-CURRENCY-CODE TO WS-LOOKUP-CURRENCY.
037500     MOVE LM-ACCOUNT-STATUS TO WS-LOOKUP-STATUS.
037600     PERFORM 2400-FIND-SNAP-ENTRY THRU 2400-EXIT.
037700     ADD 1 TO WS-SNAP-ACCOUNTS (WS-SNAP-IDX).
037800     ADD LM-BALANCE TO WS-SNAP-BALANCE (WS-SNAP-IDX).
037900     ADD LM-ESCROW-BALANCE TO WS-SNAP-ESCROW (WS-SNAP-IDX).
038000     PERFORM 2450-FIND-CCY-ENTRY THRU 2450-EXIT.
038100     IF NOT LM-STATUS-WRITTEN-OFF
038200         ADD LM-BALANCE TO WS-ROLL-CLOSING (WS-CCY-IDX 1)
038300         ADD LM-ESCROW-BALANCE TO
038400             WS-ROLL-CLOSING (WS-CCY-IDX 2)
038500     END-IF.
038600     PERFORM 1100-READ-MASTER-RECORD THRU 1100-EXIT.
038700 2000-EXIT.
038800     EXIT.
038900
039000* 2400-FIND-SNAP-ENTRY
039100* RETURNS WS-SNAP-IDX POINTING AT THE ENTRY FOR
039200* WS-LOOKUP-CURRENCY AND WS-LOOKUP-STATUS, CREATING A NEW
039300* ZERO-TOTAL ENTRY AT THE END OF THE TABLE IF THE PAIR HAS NOT
039400* BEEN SEEN YET. MORE DISTINCT PAIRS THAN THE TABLE HOLDS IS
039500* ABENDED, THE SAME RULE AS LOAN'S CURRENCY TABLE.
039600 2400-FIND-SNAP-ENTRY.
039700     MOVE ZERO TO WS-SNAP-IDX.
039800     PERFORM 2410-TEST-SNAP-ENTRY THRU 2410-EXIT
039900         VARYING WS-SNAP-IDX FROM 1 BY 1
040000         UNTIL WS-SNAP-IDX > WS-SNAP-COUNT
040100         OR (WS-SNAP-CURRENCY (WS-SNAP-IDX) = WS-LOOKUP-CURRENCY
040200         AND WS-SNAP-STATUS (WS-SNAP-IDX) = WS-LOOKUP-STATUS).
040300     IF WS-SNAP-IDX > WS-SNAP-COUNT
040400         IF WS-SNAP-COUNT >= 80
040500             DISPLAY "FATAL - SNAPSHOT TABLE FULL AT 80"
040600             MOVE 16 TO RETURN-CODE
040700             STOP RUN
040800         END-IF
040900         ADD 1 TO WS-SNAP-COUNT
041000         MOVE WS-SNAP-COUNT TO WS-SNAP-IDX
041100         MOVE WS-LOOKUP-CURRENCY TO WS-SNAP-CURRENCY (WS-SNAP-IDX)
041200         MOVE WS-LOOKUP-STATUS TO WS-SNAP-STATUS (WS-SNAP-IDX)
041300         MOVE ZERO TO WS-SNAP-ACCOUNTS (WS-SNAP-IDX)
041400         MOVE ZERO TO WS-SNAP-BALANCE (WS-SNAP-IDX)
041500         MOVE ZERO TO WS-SNAP-ESCROW (WS-SNAP-IDX)
041600     END-IF.
041700 2400-EXIT.
041800     EXIT.
041900
042000* 2410-TEST-SNAP-ENTRY
042100* NO-OP BODY - THE MATCH TEST LIVES ENTIRELY IN 2400'S PERFORM
042200* VARYING UNTIL CONDITION. PRESENT SO THAT PERFORM HAS A
042300* PARAGRAPH TO ITERATE.
042400 2410-TEST-SNAP-ENTRY.
042500     CONTINUE.
042600 2410-EXIT.
042700     EXIT.
042800
042900* 2450-FIND-CCY-ENTRY
043000* RETURNS WS-CCY-IDX POINTING AT WS-LOOKUP-CURRENCY'S ROLL-
043100* FORWARD ENTRY, CREATING A NEW ENTRY WITH BOTH ROLLS AT ZERO AT
043200* THE END OF THE TABLE IF THIS CURRENCY HAS NOT BEEN SEEN YET.
043300* MORE DISTINCT CURRENCIES THAN THE TABLE HOLDS IS ABENDED.
043400 2450-FIND-CCY-ENTRY.
043500     MOVE ZERO TO WS-CCY-IDX.
043600     PERFORM 2460-TEST-CCY-ENTRY THRU 2460-EXIT
043700         VARYING WS-CCY-IDX FROM 1 BY 1
043800         UNTIL WS-CCY-IDX > WS-CCY-COUNT
043900         OR WS-CCY-CURRENCY-ENTRY (WS-CCY-IDX)
044000             = WS-LOOKUP-CURRENCY.
044100     IF WS-CCY-IDX > WS-CCY-COUNT
044200         IF WS-CCY-COUNT >= 20
044300             DISPLAY "FATAL - ROLL-FORWARD CURRENCY TABLE FULL "
044400                 "AT 20"
044500             MOVE 16 TO RETURN-CODE
044600             STOP RUN
044700         END-IF
044800         ADD 1 TO WS-CCY-COUNT
044900         MOVE WS-CCY-COUNT TO WS-CCY-IDX
045000         MOVE WS-LOOKUP-CURRENCY TO
045100             WS-CCY-CURRENCY-ENTRY (WS-CCY-IDX)
045200         SET WS-CCY-TIED-OUT (WS-CCY-IDX) TO TRUE
045300         PERFORM 2470-ZERO-ONE-ROLL THRU 2470-EXIT
045400             VARYING WS-ROLL-IDX FROM 1 BY 1
045500             UNTIL WS-ROLL-IDX > 2
045600     END-IF.
045700 2450-EXIT.
045800     EXIT.
045900
046000* 2460-TEST-CCY-ENTRY
046100* NO-OP BODY - THE MATCH TEST LIVES ENTIRELY IN 2450'S PERFORM
046200* VARYING UNTIL CONDITION. PRESENT SO THAT PERFORM HAS A
046300* PARAGRAPH TO ITERATE.
046400 2460-TEST-CCY-ENTRY.
046500     CONTINUE.
046600 2460-EXIT.
046700     EXIT.
046800
046900* 2470-ZERO-ONE-ROLL
047000* CLEARS ONE ROLL OF A NEWLY CREATED CURRENCY ENTRY.
047100 2470-ZERO-ONE-ROLL.
047200     MOVE ZERO TO WS-ROLL-OPENING (WS-CCY-IDX WS-ROLL-IDX).
047300     MOVE ZERO TO WS-ROLL-BOARDED (WS-CCY-IDX WS-ROLL-IDX).
047350     MOVE ZERO TO WS-ROLL-SERVICED (WS-CCY-IDX WS-ROLL-IDX).
047400     MOVE ZERO TO WS-ROLL-POSTED (WS-CCY-IDX WS-ROLL-IDX).
047500     MOVE ZERO TO WS-ROLL-DISBURSED (WS-CCY-IDX WS-ROLL-IDX).
047600     MOVE ZERO TO WS-ROLL-PAID-OFF (WS-CCY-IDX WS-ROLL-IDX).
047700     MOVE ZERO TO WS-ROLL-WRITTEN-OFF (WS-CCY-IDX WS-ROLL-IDX).
047800     MOVE ZERO TO WS-ROLL-OTHER-MAINT (WS-CCY-IDX WS-ROLL-IDX).
047900     MOVE ZERO TO WS-ROLL-CLOSING (WS-CCY-IDX WS-ROLL-IDX).
048000 2470-EXIT.
048100     EXIT.
048200
048300* 3000-LOAD-ONE-PRIOR-RECORD
048400* ADDS ONE TBPRIOR SNAPSHOT RECORD TO ITS CURRENCY'S OPENING
048500* BOOK BALANCES - A WRITTEN-OFF BUCKET WAS ALREADY OFF THE BOOK
048600* - THEN ADVANCES.
048700 3000-LOAD-ONE-PRIOR-RECORD.
048800     MOVE TP-RUN-DATE TO WS-PRIOR-DATE.
048900     MOVE TP-CURRENCY-CODE TO WS-LOOKUP-CURRENCY.
049000     MOVE TP-ACCOUNT-STATUS TO WS-LOOKUP-STATUS.
049100     PERFORM 2450-FIND-CCY-ENTRY THRU 2450-EXIT.
049200     IF NOT WS-LOOKUP-WRITTEN-OFF
049300         ADD TP-BALANCE TO WS-ROLL-OPENING (WS-CCY-IDX 1)
049400         ADD TP-ESCROW-BALANCE TO
049500             WS-ROLL-OPENING (WS-CCY-IDX 2)
049600     END-IF.
049700     PERFORM 1200-READ-PRIOR-RECORD THRU 1200-EXIT.
049800 3000-EXIT.
049900     EXIT.
050000
050100* 4000-APPLY-ONE-MAINTENANCE
050200* TAKES THE BOOK MOVEMENT OF ONE APPLIED MNTRPT CHANGE - THE
050300* AFTER IMAGE'S BOOK BALANCES LESS THE BEFORE IMAGE'S - AND
050400* ADDS IT TO ITS CURRENCY UNDER THE TRANSACTION'S ACTIVITY
050500* COLUMN. A REJECTED TRANSACTION CHANGED NOTHING, AND ONE DATED
050510* OUTSIDE THE ROLL-FORWARD WINDOW BELONGS TO ANOTHER NIGHT - BOTH
050520* ARE PASSED OVER.
050700 4000-APPLY-ONE-MAINTENANCE.
050800     IF NOT MA-RESULT-APPLIED
050900         GO TO 4000-NEXT
051000     END-IF.
051010     IF MA-RUN-DATE NOT > WS-PRIOR-DATE
051020         OR MA-RUN-DATE > WS-RUN-DATE
051030         ADD 1 TO WS-OUT-OF-WINDOW-COUNT
051040         GO TO 4000-NEXT
051050     END-IF.
051100     ADD 1 TO WS-MAINT-COUNT.
051200     MOVE MA-BEFORE-IMAGE TO WS-BEFORE-MASTER-RECORD.
051300     MOVE MA-AFTER-IMAGE TO WS-AFTER-MASTER-RECORD.
051400     MOVE ZERO TO WS-BEFORE-BOOK-BALANCE.
051500     MOVE ZERO TO WS-BEFORE-BOOK-ESCROW.
051600     MOVE ZERO TO WS-AFTER-BOOK-BALANCE.
051700     MOVE ZERO TO WS-AFTER-BOOK-ESCROW.
051800     IF MA-BEFORE-IMAGE NOT = SPACES
051900         MOVE WB-CURRENCY-CODE TO WS-LOOKUP-CURRENCY
052000         IF NOT WB-STATUS-WRITTEN-OFF
052100             MOVE WB-BALANCE TO WS-BEFORE-BOOK-BALANCE
052200             MOVE WB-ESCROW-BALANCE TO WS-BEFORE-BOOK-ESCROW
052300         END-IF
052400     END-IF.
052500     IF MA-AFTER-IMAGE NOT = SPACES
052600         MOVE WA-CURRENCY-CODE TO WS-LOOKUP-CURRENCY
052700         IF NOT WA-STATUS-WRITTEN-OFF
052800             MOVE WA-BALANCE TO WS-AFTER-BOOK-BALANCE
052900             MOVE WA-ESCROW-BALANCE TO WS-AFTER-BOOK-ESCROW
053000         END-IF
053100     END-IF.
053200     COMPUTE WS-BALANCE-MOVEMENT =
053300         WS-AFTER-BOOK-BALANCE - WS-BEFORE-BOOK-BALANCE.
053400     COMPUTE WS-ESCROW-MOVEMENT =
053500         WS-AFTER-BOOK-ESCROW - WS-BEFORE-BOOK-ESCROW.
053600     PERFORM 2450-FIND-CCY-ENTRY THRU 2450-EXIT.
053700     IF MA-TRANS-BOARD
053800         ADD WS-BALANCE-MOVEMENT TO
053900             WS-ROLL-BOARDED (WS-CCY-IDX 1)
054000         ADD WS-ESCROW-MOVEMENT TO
054100             WS-ROLL-BOARDED (WS-CCY-IDX 2)
054200     ELSE
054300         IF MA-TRANS-PAYOFF
054400             ADD WS-BALANCE-MOVEMENT TO
054500                 WS-ROLL-PAID-OFF (WS-CCY-IDX 1)
054600             ADD WS-ESCROW-MOVEMENT TO
054700                 WS-ROLL-PAID-OFF (WS-CCY-IDX 2)
054800         ELSE
054900             IF MA-TRANS-WRITEOFF
055000                 ADD WS-BALANCE-MOVEMENT TO
055100                     WS-ROLL-WRITTEN-OFF (WS-CCY-IDX 1)
055200                 ADD WS-ESCROW-MOVEMENT TO
055300                     WS-ROLL-WRITTEN-OFF (WS-CCY-IDX 2)
055400             ELSE
055500                 ADD WS-BALANCE-MOVEMENT TO
055600                     WS-ROLL-OTHER-MAINT (WS-CCY-IDX 1)
055700                 ADD WS-ESCROW-MOVEMENT TO
055800                     WS-ROLL-OTHER-MAINT (WS-CCY-IDX 2)
055900             END-IF
056000         END-IF
056100     END-IF.
056200 4000-NEXT.
056300     PERFORM 1300-READ-MAINTENANCE-RECORD THRU 1300-EXIT.
056400 4000-EXIT.
056500     EXIT.
056600
056700* 4500-APPLY-ONE-CASH-RECEIPT
056800* ADDS ONE CASHFEED RECEIPT TO ITS CURRENCY'S POSTED COLUMNS -
056900* PRINCIPAL PAID COMES OFF THE BALANCE, ESCROW COLLECTED GOES
057000* ONTO THE ESCROW BALANCE. A RETURNED-PAYMENT REVERSAL PUTS
057100* BOTH BACK. A RECEIPT DATED OUTSIDE THE ROLL-FORWARD WINDOW IS
057150* PASSED OVER. THEN ADVANCES.
057200 4500-APPLY-ONE-CASH-RECEIPT.
057210     IF CR-RUN-DATE NOT > WS-PRIOR-DATE
057220         OR CR-RUN-DATE > WS-RUN-DATE
057230         ADD 1 TO WS-OUT-OF-WINDOW-COUNT
057240         GO TO 4500-NEXT
057250     END-IF.
057260     ADD 1 TO WS-CASH-COUNT.
057300     MOVE CR-CURRENCY-CODE TO WS-LOOKUP-CURRENCY.
057400     PERFORM 2450-FIND-CCY-ENTRY THRU 2450-EXIT.
057500     IF CR-ENTRY-REVERSAL
057600         ADD CR-PRINCIPAL-AMT TO WS-ROLL-POSTED (WS-CCY-IDX 1)
057700         SUBTRACT CR-ESCROW-AMT FROM
057800             WS-ROLL-POSTED (WS-CCY-IDX 2)
057900     ELSE
058000         SUBTRACT CR-PRINCIPAL-AMT FROM
058100             WS-ROLL-POSTED (WS-CCY-IDX 1)
058200         ADD CR-ESCROW-AMT TO WS-ROLL-POSTED (WS-CCY-IDX 2)
058300     END-IF.
058350 4500-NEXT.
058400     PERFORM 1400-READ-CASH-RECORD THRU 1400-EXIT.
058500 4500-EXIT.
058600     EXIT.
058700
058702* 4600-APPLY-ONE-LOAN-ACTIVITY
058704* ADDS ONE LOANACT MASTER WRITE TO ITS CURRENCY - A NEW LOAN
058706* BOARDED BY LOAN UNDER THE BOARDED COLUMNS, THE PERIOD LOAN
058708* ROLLED AN EXISTING LOAN ON BY UNDER THE SERVICED COLUMNS.
058710* ACTIVITY ON A WRITTEN-OFF ACCOUNT MOVED A BALANCE ALREADY OFF
058712* THE BOOK, AND ACTIVITY DATED OUTSIDE THE ROLL-FORWARD WINDOW
058714* BELONGS TO ANOTHER NIGHT - BOTH ARE PASSED OVER. THEN
058716* ADVANCES.
058718 4600-APPLY-ONE-LOAN-ACTIVITY.
058720     IF LA-RUN-DATE NOT > WS-PRIOR-DATE
058722         OR LA-RUN-DATE > WS-RUN-DATE
058724         ADD 1 TO WS-OUT-OF-WINDOW-COUNT
058726         GO TO 4600-NEXT
058728     END-IF.
058730     IF LA-STATUS-WRITTEN-OFF
058732         GO TO 4600-NEXT
058734     END-IF.
058735     ADD 1 TO WS-ACTIVITY-COUNT.
058736     MOVE LA-CURRENCY-CODE TO WS-LOOKUP-CURRENCY.
058738     PERFORM 2450-FIND-CCY-ENTRY THRU 2450-EXIT.
058740     IF LA-ACTIVITY-BOARDED
058742         ADD LA-BALANCE-MOVEMENT TO
058744             WS-ROLL-BOARDED (WS-CCY-IDX 1)
058746         ADD LA-ESCROW-MOVEMENT TO
058748             WS-ROLL-BOARDED (WS-CCY-IDX 2)
058750     ELSE
058752         ADD LA-BALANCE-MOVEMENT TO
058754             WS-ROLL-SERVICED (WS-CCY-IDX 1)
058756         ADD LA-ESCROW-MOVEMENT TO
058758             WS-ROLL-SERVICED (WS-CCY-IDX 2)
058760     END-IF.
058762 4600-NEXT.
058764     PERFORM 1600-READ-ACTIVITY-RECORD THRU 1600-EXIT.
058766 4600-EXIT.
058768     EXIT.
058770
058800* 4700-APPLY-ONE-DISBURSEMENT
058900* TAKES ONE ESCDISB PAYOUT OFF ITS ACCOUNT'S CURRENCY ESCROW,
059000* LOOKING THE CURRENCY UP ON THE MASTER. A DISBURSEMENT FOR AN
059100* ACCOUNT NOT ON THE MASTER WAS SKIPPED BY LOANESC AND IS
059200* SKIPPED HERE TOO; ONE AGAINST A WRITTEN-OFF ACCOUNT MOVED A
059300* BALANCE ALREADY OFF THE BOOK. THEN ADVANCES.
059400 4700-APPLY-ONE-DISBURSEMENT.
059500     MOVE ED-ACCOUNT-NO TO LM-ACCOUNT-NO.
059600     READ LOAN-MASTER-FILE
059700         INVALID KEY
059800             ADD 1 TO WS-SKIPPED-COUNT
059900             DISPLAY "SKIPPED DISBURSEMENT " ED-ACCOUNT-NO
060000                 " - NOT ON LOAN MASTER"
060100             GO TO 4700-NEXT
060200     END-READ.
060300     IF LM-STATUS-WRITTEN-OFF
060400         GO TO 4700-NEXT
060500     END-IF.
060510     ADD 1 TO WS-DISBURSE-COUNT.
060600     MOVE LM-CURRENCY-CODE TO WS-LOOKUP-CURRENCY.
060700     PERFORM 2450-FIND-CCY-ENTRY THRU 2450-EXIT.
060800     SUBTRACT ED-DISBURSE-AMT FROM
060900         WS-ROLL-DISBURSED (WS-CCY-IDX 2).
061000 4700-NEXT.
061100     PERFORM 1500-READ-DISBURSE-RECORD THRU 1500-EXIT.
061200 4700-EXIT.
061300     EXIT.
061400
061500* 5000-WRITE-ONE-SNAPSHOT
061600* WRITES ONE SNAPSHOT ENTRY TO TBSNAP FOR TOMORROW NIGHT'S
061700* ROLL-FORWARD AND AS A SNAPSHOT RECORD ON TBRPT. A BAD WRITE
061800* STATUS IS FATAL.
061900 5000-WRITE-ONE-SNAPSHOT.
062000     MOVE WS-RUN-DATE TO TS-RUN-DATE.
062100     MOVE WS-SNAP-CURRENCY (WS-SNAP-IDX) TO TS-CURRENCY-CODE.
062200     MOVE WS-SNAP-STATUS (WS-SNAP-IDX) TO TS-ACCOUNT-STATUS.
062300     MOVE WS-SNAP-ACCOUNTS (WS-SNAP-IDX) TO TS-ACCOUNT-COUNT.
062400     MOVE WS-SNAP-BALANCE (WS-SNAP-IDX) TO TS-BALANCE.
062500     MOVE WS-SNAP-ESCROW (WS-SNAP-IDX) TO TS-ESCROW-BALANCE.
062600     WRITE TRIAL-BALANCE-SNAPSHOT-RECORD.
062700     IF NOT TBSNAP-OK
062800         DISPLAY "FATAL - TBSNAP WRITE FAILED, STATUS "
062900             WS-TBSNAP-STATUS
063000         GO TO 9000-ABEND-ON-WRITE-FAILURE
063100     END-IF.
063200     MOVE SPACES TO TRIAL-BALANCE-REPORT-RECORD.
063300     SET TR-SNAPSHOT-RECORD TO TRUE.
063400     MOVE WS-RUN-DATE TO TR-RUN-DATE.
063500     MOVE WS-PRIOR-DATE TO TR-PRIOR-DATE.
063600     MOVE WS-SNAP-CURRENCY (WS-SNAP-IDX) TO TR-CURRENCY-CODE.
063700     MOVE WS-SNAP-STATUS (WS-SNAP-IDX) TO TR-ACCOUNT-STATUS.
063800     MOVE WS-SNAP-ACCOUNTS (WS-SNAP-IDX) TO TR-ACCOUNT-COUNT.
063900     MOVE WS-SNAP-BALANCE (WS-SNAP-IDX) TO TR-BALANCE.
064000     MOVE WS-SNAP-ESCROW (WS-SNAP-IDX) TO TR-ESCROW-BALANCE.
064100     PERFORM 5100-WRITE-REPORT-RECORD THRU 5100-EXIT.
064200 5000-EXIT.
064300     EXIT.
064400
064500* 5100-WRITE-REPORT-RECORD
064600* WRITES THE TBRPT RECORD ALREADY BUILT BY THE CALLER. A BAD
064700* WRITE STATUS IS FATAL.
064800 5100-WRITE-REPORT-RECORD.
064900     WRITE TRIAL-BALANCE-REPORT-RECORD.
065000     IF NOT TBRPT-OK
065100         DISPLAY "FATAL - TBRPT WRITE FAILED, STATUS "
065200             WS-TBRPT-STATUS
065300         GO TO 9000-ABEND-ON-WRITE-FAILURE
065400     END-IF.
065500 5100-EXIT.
065600     EXIT.
065700
065800* 6000-ROLL-ONE-CURRENCY
065900* WRITES THE PRINCIPAL AND ESCROW ROLL-FORWARD RECORDS FOR ONE
066000* CURRENCY AND COUNTS AND LOGS IT IF EITHER FAILED TO TIE OUT.
066100 6000-ROLL-ONE-CURRENCY.
066200     PERFORM 6100-WRITE-ONE-ROLL THRU 6100-EXIT
066300         VARYING WS-ROLL-IDX FROM 1 BY 1
066400         UNTIL WS-ROLL-IDX > 2.
066500     IF WS-CCY-OUT-OF-BALANCE (WS-CCY-IDX)
066600         ADD 1 TO WS-OUT-OF-BALANCE-COUNT
066700         DISPLAY "OUT OF BALANCE - CURRENCY "
066800             WS-CCY-CURRENCY-ENTRY (WS-CCY-IDX)
066900     END-IF.
067000 6000-EXIT.
067100     EXIT.
067200
067300* 6100-WRITE-ONE-ROLL
067400* PROVES ONE ROLL - OPENING PLUS EVERY ACTIVITY COLUMN AGAINST
067500* THE CLOSING BOOK BALANCE - AND WRITES IT TO TBRPT, FLAGGED
067600* WHEN THE TWO DISAGREE.
067700 6100-WRITE-ONE-ROLL.
067800     COMPUTE WS-EXPECTED-CLOSING =
067900         WS-ROLL-OPENING (WS-CCY-IDX WS-ROLL-IDX)
068000         + WS-ROLL-BOARDED (WS-CCY-IDX WS-ROLL-IDX)
068050         + WS-ROLL-SERVICED (WS-CCY-IDX WS-ROLL-IDX)
068100         + WS-ROLL-POSTED (WS-CCY-IDX WS-ROLL-IDX)
068200         + WS-ROLL-DISBURSED (WS-CCY-IDX WS-ROLL-IDX)
068300         + WS-ROLL-PAID-OFF (WS-CCY-IDX WS-ROLL-IDX)
068400         + WS-ROLL-WRITTEN-OFF (WS-CCY-IDX WS-ROLL-IDX)
068500         + WS-ROLL-OTHER-MAINT (WS-CCY-IDX WS-ROLL-IDX).
068600     COMPUTE WS-DIFFERENCE =
068700         WS-ROLL-CLOSING (WS-CCY-IDX WS-ROLL-IDX)
068800         - WS-EXPECTED-CLOSING.
068900     MOVE SPACES TO TRIAL-BALANCE-REPORT-RECORD.
069000     IF WS-ROLL-IDX = 1
069100         SET TR-PRINCIPAL-ROLL TO TRUE
069200     ELSE
069300         SET TR-ESCROW-ROLL TO TRUE
069400     END-IF.
069500     MOVE WS-RUN-DATE TO TR-RUN-DATE.
069600     MOVE WS-PRIOR-DATE TO TR-PRIOR-DATE.
069700     MOVE WS-CCY-CURRENCY-ENTRY (WS-CCY-IDX) TO TR-CURRENCY-CODE.
069800     MOVE WS-ROLL-OPENING (WS-CCY-IDX WS-ROLL-IDX) TO TR-OPENING.
069900     MOVE WS-ROLL-BOARDED (WS-CCY-IDX WS-ROLL-IDX) TO TR-BOARDED.
069950     MOVE WS-ROLL-SERVICED (WS-CCY-IDX WS-ROLL-IDX) TO
069960         TR-SERVICED.
070000     MOVE WS-ROLL-POSTED (WS-CCY-IDX WS-ROLL-IDX) TO TR-POSTED.
070100     MOVE WS-ROLL-DISBURSED (WS-CCY-IDX WS-ROLL-IDX) TO
070200         TR-DISBURSED.
070300     MOVE WS-ROLL-PAID-OFF (WS-CCY-IDX WS-ROLL-IDX) TO
070400         TR-PAID-OFF.
070500     MOVE WS-ROLL-WRITTEN-OFF (WS-CCY-IDX WS-ROLL-IDX) TO
070600         TR-WRITTEN-OFF.
070700     MOVE WS-ROLL-OTHER-MAINT (WS-CCY-IDX WS-ROLL-IDX) TO
070800         TR-OTHER-MAINTENANCE.
070900     MOVE WS-EXPECTED-CLOSING TO TR-EXPECTED-CLOSING.
071000     MOVE WS-ROLL-CLOSING (WS-CCY-IDX WS-ROLL-IDX) TO TR-CLOSING.
071100     MOVE WS-DIFFERENCE TO TR-DIFFERENCE.
071200     IF WS-DIFFERENCE = ZERO
071300         SET TR-TIED-OUT TO TRUE
071400     ELSE
071500         SET TR-OUT-OF-BALANCE TO TRUE
071600         SET WS-CCY-OUT-OF-BALANCE (WS-CCY-IDX) TO TRUE
071700     END-IF.
071800     PERFORM 5100-WRITE-REPORT-RECORD THRU 5100-EXIT.
071900 6100-EXIT.
072000     EXIT.
072100
072200* 8000-FINALIZE
072300* CLOSES THE FILES, DISPLAYS THE RUN CONTROL TOTALS AND SETS
072400* RETURN CODE 4 WHEN ANY CURRENCY FAILED TO TIE OUT, SO THE
072500* SCHEDULER SHOWS THE BREAK THE SAME NIGHT.
072600 8000-FINALIZE.
072700     CLOSE LOAN-MASTER-FILE.
072800     CLOSE SNAPSHOT-PRIOR-FILE.
072900     CLOSE MAINTENANCE-REPORT-FILE.
073000     CLOSE CASH-RECEIPT-FILE.
073050     CLOSE LOAN-ACTIVITY-FILE.
073100     CLOSE ESCROW-DISBURSE-FILE.
073200     CLOSE SNAPSHOT-OUT-FILE.
073300     CLOSE TRIAL-BALANCE-REPORT-FILE.
073400     DISPLAY "LOANTBAL SWEPT " WS-MASTER-COUNT " ACCOUNT(S) INTO "
073500         WS-SNAP-COUNT " SNAPSHOT BUCKET(S)".
073600     DISPLAY "PRIOR SNAPSHOT " WS-PRIOR-DATE " - "
073700         WS-PRIOR-COUNT " BUCKET(S)".
073800     DISPLAY "APPLIED " WS-MAINT-COUNT " MAINTENANCE CHANGE(S), "
073900         WS-CASH-COUNT " CASH RECEIPT(S), "
074000         WS-DISBURSE-COUNT " DISBURSEMENT(S), "
074010         WS-ACTIVITY-COUNT " LOAN MASTER ACTIVITY RECORD(S)".
074100     DISPLAY "SKIPPED " WS-SKIPPED-COUNT.
074150     DISPLAY "OUTSIDE THE ROLL-FORWARD WINDOW "
074160         WS-OUT-OF-WINDOW-COUNT.
074200     DISPLAY "CURRENCIES OUT OF BALANCE " WS-OUT-OF-BALANCE-COUNT.
074300     IF WS-OUT-OF-BALANCE-COUNT > ZERO
074400         MOVE 4 TO RETURN-CODE
074500     END-IF.
074600 8000-EXIT.
074700     EXIT.
074800
074900* 9000-ABEND-ON-WRITE-FAILURE
075000* COMMON FATAL EXIT FOR A TBSNAP OR TBRPT WRITE FAILURE. THE
075100* FILES ARE CLOSED BEST-EFFORT AND THE RUN ENDS WITH A NON-ZERO
075200* RETURN CODE SO THE HALF-WRITTEN SNAPSHOT IS NOT ROLLED FROM.
075300 9000-ABEND-ON-WRITE-FAILURE.
075400     CLOSE LOAN-MASTER-FILE.
075500     CLOSE SNAPSHOT-PRIOR-FILE.
075600     CLOSE MAINTENANCE-REPORT-FILE.
075700     CLOSE CASH-RECEIPT-FILE.
075750     CLOSE LOAN-ACTIVITY-FILE.
075800     CLOSE ESCROW-DISBURSE-FILE.
075900     CLOSE SNAPSHOT-OUT-FILE.
076000     CLOSE TRIAL-BALANCE-REPORT-FILE.
076100     MOVE 16 TO RETURN-CODE.
076200     STOP RUN.

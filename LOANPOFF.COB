000100*****************************************************************
000200* PROGRAM-ID.  LOANPOFF
000300* AUTHOR.      M. DELCOURT
000400* INSTALLATION. BACK OFFICE SYSTEMS - LOAN SIMULATION UNIT
000500* DATE-WRITTEN. 2026-10-15
000600* DATE-COMPILED.
000700*
000800* PURPOSE.
000900*     QUOTES WHAT IT TAKES TO PAY A LOAN OFF BY A GIVEN DATE,
001000*     SO BORROWER AND CLOSING-AGENT ENQUIRIES NO LONGER HAVE TO
001100*     BE WORKED BY HAND FROM THE MASTER. EACH POQIN REQUEST
001200*     NAMES AN ACCOUNT AND A GOOD-THROUGH DATE. THE ACCOUNT IS
001300*     LOOKED UP ON LOANMSTR AND CUSTMAST AND, WHEN IT IS ACTIVE,
001400*     QUOTED AS THE OUTSTANDING PRINCIPAL, PLUS INTEREST AT A
001500*     DAILY PER-DIEM FROM THE LAST POSTING TO THE GOOD-THROUGH
001600*     DATE, PLUS THE ARREARS OWING, LESS THE POSITIVE ESCROW
001700*     BALANCE AND ANY UNAPPLIED SURPLUS HELD ON THE ACCOUNT.
001800*     EVERY REQUEST GETS A POQOUT STATEMENT LINE - THE QUOTE OR
001900*     THE REASON IT WAS REJECTED - AND EVERY QUOTE GETS A
002000*     PRINTED LETTER ON POQLTR SHOWING THE PER-DIEM TO ADD FOR
002100*     EACH DAY THE FUNDS ARRIVE LATE. THE MASTER IS ONLY READ,
002200*     NEVER WRITTEN.
002300*
002400* MODIFICATION HISTORY.
002500*     2026-10-15 MDC  ORIGINAL PAYOFF QUOTE PROGRAM.
002510*     2026-10-15 MDC  NOW QUOTES NON-ACCRUAL ACCOUNTS AS WELL -
002520*                      THE BORROWER STILL OWES THE CONTRACTUAL
002530*                      INTEREST TO PAY OFF, EVEN THOUGH THE
002540*                      BANK HAS STOPPED BOOKING IT AS INCOME.
002600*****************************************************************
002700 IDENTIFICATION DIVISION.
002800 PROGRAM-ID. LOANPOFF.
002900 AUTHOR. M. DELCOURT.
003000 INSTALLATION. BACK OFFICE SYSTEMS - LOAN SIMULATION UNIT.
003100 DATE-WRITTEN. 2026-10-15.
003200 DATE-COMPILED.
003300
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700*     PAYOFF QUOTE REQUESTS - ONE LINE PER ENQUIRY, IN THE
003800*     ORDER THEY WERE TAKEN.
003900     SELECT PAYOFF-REQUEST-FILE ASSIGN TO "POQIN"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-POQIN-STATUS.
004200
004300*     PERSISTENT LOAN MASTER, READ BY ACCOUNT NUMBER FOR EACH
004400*     REQUEST - THIS JOB ONLY QUOTES, IT NEVER WRITES THE
004500*     MASTER.
004600     SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMSTR"
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS RANDOM
004900         RECORD KEY IS LM-ACCOUNT-NO
005000         FILE STATUS IS WS-LOANMSTR-STATUS.
005100
005200*     CUSTOMER MASTER/CIF EXTRACT - SUPPLIES THE CUSTOMER NAME
005300*     FOR THE STATEMENT LINE AND THE LETTER.
005400     SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-CUSTMAST-STATUS.
005700
005800*     PAYOFF STATEMENT - ONE LINE PER REQUEST, QUOTED OR
005900*     REJECTED.
006000     SELECT PAYOFF-STATEMENT-FILE ASSIGN TO "POQOUT"
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-POQOUT-STATUS.
006300
006400*     PAYOFF QUOTATION LETTERS - ONE PAGE PER QUOTE ISSUED.
006500     SELECT PAYOFF-LETTER-FILE ASSIGN TO "POQLTR"
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS WS-POQLTR-STATUS.
006800
006900*----------------------------------------------------------------
007000* DATA DIVISION
007100*----------------------------------------------------------------
007200 DATA DIVISION.
007300 FILE SECTION.
007400
007500 FD  PAYOFF-REQUEST-FILE
007600     LABEL RECORDS ARE STANDARD.
007700     COPY POQREC.
007800
007900 FD  LOAN-MASTER-FILE
008000     LABEL RECORDS ARE STANDARD.
008100     COPY MSTREC.
008200
008300 FD  CUSTOMER-MASTER-FILE
008400     LABEL RECORDS ARE STANDARD.
008500     COPY CUSTREC.
008600
008700 FD  PAYOFF-STATEMENT-FILE
008800     LABEL RECORDS ARE STANDARD.
008900     COPY POSREC.
009000
009100 FD  PAYOFF-LETTER-FILE
009200     LABEL RECORDS ARE STANDARD.
009300     COPY POLREC.
009400
009500 WORKING-STORAGE SECTION.
009600
009700* FILE STATUS AND END-OF-FILE SWITCHES.
009800 01  WS-POQIN-STATUS         PIC X(02).
009900     88  POQIN-OK                VALUE "00".
010000     88  POQIN-EOF               VALUE "10".
010100     88  POQIN-FILE-NOT-FOUND    VALUE "35".
010200 01  WS-LOANMSTR-STATUS      PIC X(02).
010300     88  LOANMSTR-OK             VALUE "00".
010400     88  LOANMSTR-FILE-NOT-FOUND VALUE "35".
010500 01  WS-CUSTMAST-STATUS      PIC X(02).
010600     88  CUSTMAST-OK             VALUE "00".
010700     88  CUSTMAST-EOF            VALUE "10".
010800     88  CUSTMAST-FILE-NOT-FOUND VALUE "35".
010900 01  WS-POQOUT-STATUS        PIC X(02).
011000     88  POQOUT-OK               VALUE "00".
011100 01  WS-POQLTR-STATUS        PIC X(02).
011200     88  POQLTR-OK               VALUE "00".
011300
011400* RUN DATE STAMPED ON EVERY STATEMENT LINE AND LETTER.
011500 01  WS-RUN-DATE             PIC 9(08).
011600
011700* SET WHEN THE CURRENT REQUEST'S ACCOUNT IS FOUND ON LOANMSTR.
011800 01  WS-MASTER-SWITCH        PIC X(01) VALUE "N".
011900     88  WS-MASTER-FOUND         VALUE "Y".
012000     88  WS-MASTER-NOT-FOUND     VALUE "N".
012100
012200* REQUEST VALIDATION SWITCH AND REJECT REASON, THE SAME
012300* PATTERN AS LOAN'S REQUEST VALIDATION.
012400 01  WS-VALID-SWITCH         PIC X(01).
012500     88  WS-REQUEST-VALID        VALUE "Y".
012600     88  WS-REQUEST-INVALID      VALUE "N".
012700 01  WS-REASON               PIC X(40).
012800
012900* CUSTOMER MASTER TABLE WITH NAMES, LOADED ONCE FROM CUSTMAST -
013000* THE SAME FLAT DESIGN AND SIZE AS LOANAGE'S TABLE.
013100 01  WS-CUSTOMER-COUNT       PIC 9(04) COMP VALUE ZERO.
013200 01  WS-CUST-IDX             PIC 9(04) COMP.
013300 01  WS-CUSTOMER-TABLE.
013400     05  WS-CUSTOMER-ENTRY   OCCURS 1000 TIMES.
013500         10  WS-CUST-ACCOUNT-ENTRY   PIC X(10).
013600         10  WS-CUST-NAME-ENTRY      PIC X(30).
013700
013800* CALENDAR SUBROUTINE PARAMETERS - SEE DAYSPARM.CPY.
013900     COPY DAYSPARM.
014000
014100* PAYOFF WORK AREAS. THE PER-DIEM IS ONE DAY'S INTEREST ON THE
014200* OUTSTANDING PRINCIPAL AT THE ANNUAL EQUIVALENT OF LM-IR -
014300* THE PER-PERIOD RATE TIMES THE PERIODS A YEAR THE ACCOUNT'S
014400* PAYMENT FREQUENCY CALLS FOR - OVER A 365-DAY YEAR.
014500 01  WS-PERIODS-PER-YEAR     PIC 9(02).
014600 01  WS-ACCRUAL-DAYS         PIC 9(05).
014700 01  WS-PER-DIEM             PIC 9(13)V9(06).
014800 01  WS-ACCRUED-INTEREST     PIC 9(13)V9(06).
014900 01  WS-NEGATIVE-CARRY       PIC 9(13)V9(06).
015000 01  WS-UNAPPLIED-CREDIT     PIC 9(13)V9(06).
015100 01  WS-ARREARS-OWING        PIC 9(13)V9(06).
015200 01  WS-CARRY-SHORTFALL      PIC 9(13)V9(06).
015300 01  WS-ESCROW-CREDIT        PIC 9(13)V9(06).
015400 01  WS-PAYOFF-AMOUNT        PIC S9(13)V9(06).
015500
015600* DATE BEING FORMATTED FOR THE LETTER, AND ITS PRINTED FORM.
015700 01  WS-EDIT-DATE-IN         PIC 9(08).
015800 01  WS-EDIT-DATE-PARTS REDEFINES WS-EDIT-DATE-IN.
015900     05  WS-EDIT-YEAR-IN     PIC 9(04).
016000     05  WS-EDIT-MONTH-IN    PIC 9(02).
016100     05  WS-EDIT-DAY-IN      PIC 9(02).
016200 01  WS-EDIT-DATE-OUT.
016300     05  WS-EDIT-YEAR-OUT    PIC 9(04).
016400     05  FILLER              PIC X(01) VALUE "-".
016500     05  WS-EDIT-MONTH-OUT   PIC 9(02).
016600     05  FILLER              PIC X(01) VALUE "-".
016700     05  WS-EDIT-DAY-OUT     PIC 9(02).
016800
016900* PAYOFF LETTER LINE LAYOUTS, EACH 80 COLUMNS, MOVED WHOLE TO
017000* PL-PRINT-LINE. AMOUNTS PRINT ROUNDED TO TWO DECIMALS WITH A
017100* LEADING MINUS FOR A CREDIT.
017200 01  WS-LTR-HEADING-LINE.
017300     05  FILLER              PIC X(20)
017400             VALUE "PAYOFF QUOTATION".
017500     05  FILLER              PIC X(40) VALUE SPACES.
017600     05  FILLER              PIC X(06) VALUE "DATE".
017700     05  WS-LTR-HEADING-DATE PIC X(10).
017800     05  FILLER              PIC X(04) VALUE SPACES.
017900 01  WS-LTR-TEXT-LINE.
018000     05  WS-LTR-TEXT-LABEL   PIC X(16).
018100     05  WS-LTR-TEXT-VALUE   PIC X(40).
018200     05  FILLER              PIC X(24) VALUE SPACES.
018300 01  WS-LTR-AMOUNT-LINE.
018400     05  WS-LTR-AMOUNT-LABEL PIC X(50).
018500     05  WS-LTR-AMOUNT       PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
018600     05  FILLER              PIC X(09) VALUE SPACES.
018700 01  WS-LTR-INTEREST-LINE.
018800     05  FILLER              PIC X(14)
018900             VALUE "INTEREST FROM ".
019000     05  WS-LTR-INTEREST-FROM PIC X(10).
019100     05  FILLER              PIC X(04) VALUE " TO ".
019200     05  WS-LTR-INTEREST-TO  PIC X(10).
019300     05  FILLER              PIC X(01) VALUE SPACE.
019400     05  WS-LTR-INTEREST-DAYS PIC ZZZZ9.
019500     05  FILLER              PIC X(06) VALUE " DAYS".
019600     05  WS-LTR-INTEREST-AMOUNT
019700                             PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
019800     05  FILLER              PIC X(09) VALUE SPACES.
019900 01  WS-LTR-RULE-LINE.
020000     05  FILLER              PIC X(50) VALUE SPACES.
020100     05  FILLER              PIC X(21) VALUE ALL "-".
020200     05  FILLER              PIC X(09) VALUE SPACES.
020300
020400* RUN CONTROL TOTALS FOR THE CLOSING RECONCILIATION DISPLAYS.
020500 01  WS-REQUEST-COUNT        PIC 9(06) COMP.
020600 01  WS-QUOTED-COUNT         PIC 9(06) COMP.
020700 01  WS-REJECTED-COUNT       PIC 9(06) COMP.
020800
020900*----------------------------------------------------------------
021000* PROCEDURE DIVISION
021100*----------------------------------------------------------------
021200 PROCEDURE DIVISION.
021300
021400* 0000-MAINLINE
021500* DRIVES THE RUN FROM OPEN THROUGH CLOSE, ONE QUOTE REQUEST AT
021600* A TIME UNTIL POQIN IS EXHAUSTED.
021700 0000-MAINLINE.
021800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
021900     PERFORM 2000-QUOTE-ONE-REQUEST THRU 2000-EXIT
022000         UNTIL POQIN-EOF.
022100     PERFORM 8000-FINALIZE THRU 8000-EXIT.
022200     STOP RUN.
022300
022400* 1000-INITIALIZE
022500* LOADS THE CUSTOMER NAMES, OPENS THE FILES AND PRIMES THE
022600* FIRST REQUEST READ. A MISSING POQIN OR LOANMSTR IS A SETUP
022700* PROBLEM, NOT AN EMPTY DAY, SO EITHER STOPS THE RUN HERE.
022800 1000-INITIALIZE.
022900     MOVE ZERO TO WS-REQUEST-COUNT.
023000     MOVE ZERO TO WS-QUOTED-COUNT.
023100     MOVE ZERO TO WS-REJECTED-COUNT.
023200     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
023300     PERFORM 1080-LOAD-CUSTOMER-MASTER THRU 1080-EXIT.
023400     OPEN INPUT PAYOFF-REQUEST-FILE.
023500     IF POQIN-FILE-NOT-FOUND
023600         DISPLAY "FATAL - POQIN IS REQUIRED AND WAS NOT FOUND"
023700         MOVE 16 TO RETURN-CODE
023800         STOP RUN
023900     END-IF.
024000     OPEN INPUT LOAN-MASTER-FILE.
024100     IF LOANMSTR-FILE-NOT-FOUND
024200         DISPLAY "FATAL - LOANMSTR IS REQUIRED AND WAS NOT "
024300             "FOUND"
024400         CLOSE PAYOFF-REQUEST-FILE
024500         MOVE 16 TO RETURN-CODE
024600         STOP RUN
024700     END-IF.
024800     OPEN OUTPUT PAYOFF-STATEMENT-FILE.
024900     OPEN OUTPUT PAYOFF-LETTER-FILE.
025000     PERFORM 1100-READ-REQUEST-RECORD THRU 1100-EXIT.
025100 1000-EXIT.
025200     EXIT.
025300
025400* 1080-LOAD-CUSTOMER-MASTER
025500* LOADS THE CUSTMAST EXTRACT - ACCOUNT AND NAME - INTO STORAGE
025600* BEFORE THE FIRST REQUEST. A PAYOFF QUOTE GOES TO THE
025700* BORROWER, SO A MISSING EXTRACT IS FATAL HERE THE SAME AS IN
025800* THE QUOTE AND MAINTENANCE RUNS - A LETTER WITH NO NAME ON IT
025900* CANNOT BE SENT.
026000 1080-LOAD-CUSTOMER-MASTER.
026100     OPEN INPUT CUSTOMER-MASTER-FILE.
026200     IF CUSTMAST-FILE-NOT-FOUND
026300         DISPLAY "FATAL - CUSTMAST IS REQUIRED AND WAS NOT "
026400             "FOUND"
026500         MOVE 16 TO RETURN-CODE
026600         STOP RUN
026700     END-IF.
026800     PERFORM 1085-READ-CUSTOMER-RECORD THRU 1085-EXIT.
026900     PERFORM 1090-TABLE-ONE-CUSTOMER THRU 1090-EXIT
027000         UNTIL CUSTMAST-EOF.
027100     CLOSE CUSTOMER-MASTER-FILE.
027200     DISPLAY "CUSTOMER MASTER LOADED - " WS-CUSTOMER-COUNT
027300         " ACCOUNT(S)".
027400 1080-EXIT.
027500     EXIT.
027600
027700* 1085-READ-CUSTOMER-RECORD
027800* READS THE NEXT CUSTOMER MASTER LINE, SETTING CUSTMAST-EOF
027900* WHEN THE EXTRACT IS EXHAUSTED.
028000 1085-READ-CUSTOMER-RECORD.
028100     READ CUSTOMER-MASTER-FILE
028200         AT END SET CUSTMAST-EOF TO TRUE
028300     END-READ.
028400 1085-EXIT.
028500     EXIT.
028600
028700* 1090-TABLE-ONE-CUSTOMER
028800* ADDS THE CURRENT CUSTOMER MASTER LINE - ACCOUNT AND NAME -
028900* TO THE IN-STORAGE TABLE AND ADVANCES. AN EXTRACT LARGER THAN
029000* THE TABLE STOPS THE RUN, THE SAME RULE AS PROGRAM LOAN.
029100 1090-TABLE-ONE-CUSTOMER.
029200     IF WS-CUSTOMER-COUNT >= 1000
029300         DISPLAY "FATAL - CUSTOMER MASTER TABLE FULL AT 1000"
029400         MOVE 16 TO RETURN-CODE
029500         STOP RUN
029600     END-IF.
029700     ADD 1 TO WS-CUSTOMER-COUNT.
029800     MOVE CU-ACCOUNT-NO TO
029900         WS-CUST-ACCOUNT-ENTRY (WS-CUSTOMER-COUNT).
030000     MOVE CU-CUSTOMER-NAME TO
030100         WS-CUST-NAME-ENTRY (WS-CUSTOMER-COUNT).
030200     PERFORM 1085-READ-CUSTOMER-RECORD THRU 1085-EXIT.
030300 1090-EXIT.
030400     EXIT.
030500
030600* 1100-READ-REQUEST-RECORD
030700* READS THE NEXT PAYOFF QUOTE REQUEST, SETTING POQIN-EOF WHEN
030800* THE FILE IS EXHAUSTED.
030900 1100-READ-REQUEST-RECORD.
031000     READ PAYOFF-REQUEST-FILE
031100         AT END SET POQIN-EOF TO TRUE
031200     END-READ.
031300     IF POQIN-OK
031400         ADD 1 TO WS-REQUEST-COUNT
031500     END-IF.
031600 1100-EXIT.
031700     EXIT.
031800
031900* 2000-QUOTE-ONE-REQUEST
032000* LOOKS UP THE CURRENT REQUEST'S ACCOUNT, VALIDATES IT AND
032100* EITHER QUOTES IT - STATEMENT LINE AND LETTER - OR WRITES A
032200* REJECTED STATEMENT LINE WITH THE REASON, THEN ADVANCES.
032300 2000-QUOTE-ONE-REQUEST.
032400     PERFORM 2100-READ-MASTER-RECORD THRU 2100-EXIT.
032500     PERFORM 2150-FIND-CUSTOMER-ENTRY THRU 2150-EXIT.
032600     PERFORM 2200-VALIDATE-REQUEST THRU 2200-EXIT.
032700     IF WS-REQUEST-VALID
032800         PERFORM 3000-COMPUTE-PAYOFF THRU 3000-EXIT
032900         PERFORM 3100-WRITE-QUOTE-STATEMENT THRU 3100-EXIT
033000         PERFORM 3200-PRINT-PAYOFF-LETTER THRU 3200-EXIT
033100         ADD 1 TO WS-QUOTED-COUNT
033200     ELSE
033300         PERFORM 3500-WRITE-REJECTED-STATEMENT THRU 3500-EXIT
033400         ADD 1 TO WS-REJECTED-COUNT
033500     END-IF.
033600     PERFORM 1100-READ-REQUEST-RECORD THRU 1100-EXIT.
033700 2000-EXIT.
033800     EXIT.
033900
034000* 2100-READ-MASTER-RECORD
034100* RANDOM READ OF THE LOAN MASTER BY THE REQUEST'S ACCOUNT
034200* NUMBER.
034300 2100-READ-MASTER-RECORD.
034400     MOVE PQ-ACCOUNT-NO TO LM-ACCOUNT-NO.
034500     READ LOAN-MASTER-FILE
034600         INVALID KEY SET WS-MASTER-NOT-FOUND TO TRUE
034700     END-READ.
034800     IF LOANMSTR-OK
034900         SET WS-MASTER-FOUND TO TRUE
035000     ELSE
035100         SET WS-MASTER-NOT-FOUND TO TRUE
035200     END-IF.
035300 2100-EXIT.
035400     EXIT.
035500
035600* 2150-FIND-CUSTOMER-ENTRY
035700* RETURNS WS-CUST-IDX POINTING AT PQ-ACCOUNT-NO'S CUSTOMER
035800* TABLE ENTRY, OR PAST WS-CUSTOMER-COUNT WHEN THE ACCOUNT IS
035900* NOT ON THE EXTRACT.
036000 2150-FIND-CUSTOMER-ENTRY.
036100     MOVE ZERO TO WS-CUST-IDX.
036200     PERFORM 2160-TEST-CUSTOMER-ENTRY THRU 2160-EXIT
036300         VARYING WS-CUST-IDX FROM 1 BY 1
036400         UNTIL WS-CUST-IDX > WS-CUSTOMER-COUNT
036500         OR WS-CUST-ACCOUNT-ENTRY (WS-CUST-IDX)
036600             = PQ-ACCOUNT-NO.
036700 2150-EXIT.
036800     EXIT.
036900
037000* 2160-TEST-CUSTOMER-ENTRY
037100* NO-OP BODY - THE MATCH TEST LIVES ENTIRELY IN 2150'S PERFORM
037200* VARYING UNTIL CONDITION. PRESENT SO THAT PERFORM HAS A
037300* PARAGRAPH TO ITERATE.
037400 2160-TEST-CUSTOMER-ENTRY.
037500     CONTINUE.
037600 2160-EXIT.
037700     EXIT.
037800
037900* 2200-VALIDATE-REQUEST
038000* CHECKS THE REQUEST CAN BE QUOTED AT ALL - THE ACCOUNT MUST BE
038100* ON LOANMSTR AND STILL ACTIVE (A PAID-OFF OR WRITTEN-OFF LOAN
038200* HAS NOTHING TO PAY OFF), KNOWN TO CUSTMAST SO THE LETTER HAS
038300* A NAME, AND THE GOOD-THROUGH DATE MUST BE A REAL DATE NO
038400* EARLIER THAN TODAY OR THE ACCOUNT'S LAST POSTING. THE FIRST
038500* FAILURE FOUND IS THE REASON REPORTED. A VALID REQUEST LEAVES
038600* THE DAYS OF INTEREST TO QUOTE IN WS-ACCRUAL-DAYS.
038700 2200-VALIDATE-REQUEST.
038800     SET WS-REQUEST-VALID TO TRUE.
038900     MOVE SPACES TO WS-REASON.
039000     MOVE ZERO TO WS-ACCRUAL-DAYS.
039100     IF WS-MASTER-NOT-FOUND
039200         SET WS-REQUEST-INVALID TO TRUE
039300         MOVE "ACCOUNT NOT ON LOAN MASTER" TO WS-REASON
039400         GO TO 2200-EXIT
039500     END-IF.
039600     IF LM-STATUS-PAID-OFF
039700         SET WS-REQUEST-INVALID TO TRUE
039800         MOVE "LOAN ALREADY PAID OFF" TO WS-REASON
039900         GO TO 2200-EXIT
040000     END-IF.
040100     IF LM-STATUS-WRITTEN-OFF
040200         SET WS-REQUEST-INVALID TO TRUE
040300         MOVE "LOAN WRITTEN OFF - REFER TO RECOVERIES" TO
040400             WS-REASON
040500         GO TO 2200-EXIT
040600     END-IF.
040700     IF NOT LM-STATUS-ACTIVE AND NOT LM-STATUS-NON-ACCRUAL
040800         SET WS-REQUEST-INVALID TO TRUE
040900         MOVE "LOAN NOT ACTIVE ON MASTER" TO WS-REASON
041000         GO TO 2200-EXIT
041100     END-IF.
041200     IF WS-CUST-IDX > WS-CUSTOMER-COUNT
041300         SET WS-REQUEST-INVALID TO TRUE
041400         MOVE "ACCOUNT NOT ON CUSTOMER MASTER" TO WS-REASON
041500         GO TO 2200-EXIT
041600     END-IF.
041700     IF PQ-GOOD-THROUGH-DATE IS NOT NUMERIC
041800         SET WS-REQUEST-INVALID TO TRUE
041900         MOVE "GOOD-THROUGH DATE NOT NUMERIC" TO WS-REASON
042000         GO TO 2200-EXIT
042100     END-IF.
042200     IF PQ-GOOD-THROUGH-DATE < WS-RUN-DATE
042300         SET WS-REQUEST-INVALID TO TRUE
042400         MOVE "GOOD-THROUGH DATE ALREADY PASSED" TO WS-REASON
042500         GO TO 2200-EXIT
042600     END-IF.
042700     SET LD-FUNC-DAYS-BETWEEN TO TRUE.
042800     MOVE LM-LAST-RUN-DATE TO LD-FROM-DATE.
042900     MOVE PQ-GOOD-THROUGH-DATE TO LD-TO-DATE.
043000     CALL "LOANDAYS" USING LD-DATE-PARAMETERS.
043100     IF LD-INVALID-TO-DATE
043200         SET WS-REQUEST-INVALID TO TRUE
043300         MOVE "GOOD-THROUGH DATE NOT A CALENDAR DATE" TO
043400             WS-REASON
043500         GO TO 2200-EXIT
043600     END-IF.
043700     IF NOT LD-DATE-OK
043800         SET WS-REQUEST-INVALID TO TRUE
043900         MOVE "LAST POSTING DATE ON MASTER NOT VALID" TO
044000             WS-REASON
044100         GO TO 2200-EXIT
044200     END-IF.
044300     IF LD-DAYS < ZERO
044400         SET WS-REQUEST-INVALID TO TRUE
044500         MOVE "GOOD-THROUGH DATE BEFORE LAST POSTING" TO
044600             WS-REASON
044700         GO TO 2200-EXIT
044800     END-IF.
044900     MOVE LD-DAYS TO WS-ACCRUAL-DAYS.
045000 2200-EXIT.
045100     EXIT.
045200
045300* 2300-SET-PERIODS-PER-YEAR
045400* WORKS OUT HOW MANY PAYMENT PERIODS A YEAR THE ACCOUNT'S
045500* LM-PAYMENT-FREQ CALLS FOR, SO THE PER-PERIOD LM-IR CAN BE
045600* TURNED BACK INTO AN ANNUAL RATE. A MASTER BOARDED BEFORE THE
045700* FREQUENCY WAS CARRIED HAS A BLANK CODE AND IS MONTHLY, THE
045800* SAME DEFAULT LOAN APPLIES.
045900 2300-SET-PERIODS-PER-YEAR.
046000     IF LM-FREQ-QUARTERLY
046100         MOVE 4 TO WS-PERIODS-PER-YEAR
046200     ELSE
046300         IF LM-FREQ-ANNUAL
046400             MOVE 1 TO WS-PERIODS-PER-YEAR
046500         ELSE
046600             MOVE 12 TO WS-PERIODS-PER-YEAR
046700         END-IF
046800     END-IF.
046900 2300-EXIT.
047000     EXIT.
047100
047200* 3000-COMPUTE-PAYOFF
047300* WORKS OUT THE QUOTE FOR A VALIDATED REQUEST. INTEREST IS THE
047400* PER-DIEM TIMES THE DAYS FROM THE LAST POSTING TO THE GOOD-
047500* THROUGH DATE. THE SIGNED CARRY IS SPLIT INTO ITS TWO FACES -
047600* A SHORTFALL IS OWED, A SURPLUS IS THE BORROWER'S MONEY AND IS
047700* CREDITED. LOANPOST KEEPS THE PAST-DUE AMOUNT EQUAL TO THE
047800* SHORTFALL, SO THE ARREARS CHARGED ARE THE GREATER OF THE TWO
047900* RATHER THAN THEIR SUM. A POSITIVE ESCROW BALANCE IS RETURNED
048000* AS A CREDIT AGAINST THE PAYOFF.
048100 3000-COMPUTE-PAYOFF.
048200     PERFORM 2300-SET-PERIODS-PER-YEAR THRU 2300-EXIT.
048300     COMPUTE WS-PER-DIEM ROUNDED =
048400         LM-BALANCE * LM-IR * WS-PERIODS-PER-YEAR / 365.
048500     COMPUTE WS-ACCRUED-INTEREST ROUNDED =
048600         WS-PER-DIEM * WS-ACCRUAL-DAYS.
048700     IF LM-PAYMENT-CARRY < ZERO
048800         COMPUTE WS-NEGATIVE-CARRY = ZERO - LM-PAYMENT-CARRY
048900         MOVE ZERO TO WS-UNAPPLIED-CREDIT
049000     ELSE
049100         MOVE ZERO TO WS-NEGATIVE-CARRY
049200         MOVE LM-PAYMENT-CARRY TO WS-UNAPPLIED-CREDIT
049300     END-IF.
049400     IF WS-NEGATIVE-CARRY > LM-PAST-DUE-AMT
049500         MOVE WS-NEGATIVE-CARRY TO WS-ARREARS-OWING
049600     ELSE
049700         MOVE LM-PAST-DUE-AMT TO WS-ARREARS-OWING
049800     END-IF.
049900     COMPUTE WS-CARRY-SHORTFALL =
050000         WS-ARREARS-OWING - LM-PAST-DUE-AMT.
050100     IF LM-ESCROW-BALANCE > ZERO
050200         MOVE LM-ESCROW-BALANCE TO WS-ESCROW-CREDIT
050300     ELSE
050400         MOVE ZERO TO WS-ESCROW-CREDIT
050500     END-IF.
050600     COMPUTE WS-PAYOFF-AMOUNT = LM-BALANCE + WS-ACCRUED-INTEREST
050700         + WS-ARREARS-OWING - WS-ESCROW-CREDIT
050800         - WS-UNAPPLIED-CREDIT.
050900 3000-EXIT.
051000     EXIT.
051100
051200* 3100-WRITE-QUOTE-STATEMENT
051300* WRITES THE POQOUT STATEMENT LINE FOR A QUOTE ISSUED. A BAD
051400* WRITE STATUS IS FATAL.
051500 3100-WRITE-QUOTE-STATEMENT.
051600     MOVE WS-RUN-DATE TO PS-RUN-DATE.
051700     MOVE PQ-ACCOUNT-NO TO PS-ACCOUNT-NO.
051800     MOVE WS-CUST-NAME-ENTRY (WS-CUST-IDX) TO PS-CUSTOMER-NAME.
051900     MOVE LM-CURRENCY-CODE TO PS-CURRENCY-CODE.
052000     MOVE PQ-GOOD-THROUGH-DATE TO PS-GOOD-THROUGH-DATE.
052100     SET PS-QUOTE-ISSUED TO TRUE.
052200     MOVE SPACES TO PS-REJECT-REASON.
052300     MOVE LM-BALANCE TO PS-PRINCIPAL.
052400     MOVE LM-LAST-RUN-DATE TO PS-INTEREST-FROM-DATE.
052500     MOVE WS-ACCRUAL-DAYS TO PS-ACCRUAL-DAYS.
052600     MOVE WS-PER-DIEM TO PS-PER-DIEM.
052700     MOVE WS-ACCRUED-INTEREST TO PS-ACCRUED-INTEREST.
052800     MOVE LM-PAST-DUE-AMT TO PS-PAST-DUE-AMT.
052900     MOVE WS-NEGATIVE-CARRY TO PS-NEGATIVE-CARRY.
053000     MOVE WS-ESCROW-CREDIT TO PS-ESCROW-CREDIT.
053100     MOVE WS-UNAPPLIED-CREDIT TO PS-UNAPPLIED-CREDIT.
053200     MOVE WS-PAYOFF-AMOUNT TO PS-PAYOFF-AMOUNT.
053300     PERFORM 3900-WRITE-STATEMENT-LINE THRU 3900-EXIT.
053400 3100-EXIT.
053500     EXIT.
053600
053700* 3200-PRINT-PAYOFF-LETTER
053800* PRINTS ONE QUOTATION LETTER, STARTING ON A NEW PAGE. THE
053900* AMOUNT LINES ADD DOWN TO THE TOTAL - THE PAST-DUE AMOUNT,
054000* THEN ONLY THE PART OF THE CARRY SHORTFALL NOT ALREADY PAST
054100* DUE, THEN THE TWO CREDITS AS NEGATIVE FIGURES.
054200 3200-PRINT-PAYOFF-LETTER.
054300     MOVE WS-RUN-DATE TO WS-EDIT-DATE-IN.
054400     PERFORM 3290-FORMAT-DATE THRU 3290-EXIT.
054500     MOVE WS-EDIT-DATE-OUT TO WS-LTR-HEADING-DATE.
054600     MOVE WS-LTR-HEADING-LINE TO PL-PRINT-LINE.
054700     WRITE PAYOFF-LETTER-RECORD AFTER ADVANCING PAGE.
054800     PERFORM 3295-CHECK-LETTER-WRITE THRU 3295-EXIT.
054900     MOVE SPACES TO PL-PRINT-LINE.
055000     PERFORM 3280-WRITE-LETTER-LINE THRU 3280-EXIT.
055100     MOVE "ACCOUNT" TO WS-LTR-TEXT-LABEL.
055200     MOVE PQ-ACCOUNT-NO TO WS-LTR-TEXT-VALUE.
055300     PERFORM 3270-WRITE-TEXT-LINE THRU 3270-EXIT.
055400     MOVE "BORROWER" TO WS-LTR-TEXT-LABEL.
055500     MOVE WS-CUST-NAME-ENTRY (WS-CUST-IDX) TO WS-LTR-TEXT-VALUE.
055600     PERFORM 3270-WRITE-TEXT-LINE THRU 3270-EXIT.
055700     MOVE "REQUESTED BY" TO WS-LTR-TEXT-LABEL.
055800     MOVE PQ-REQUESTED-BY TO WS-LTR-TEXT-VALUE.
055900     PERFORM 3270-WRITE-TEXT-LINE THRU 3270-EXIT.
056000     MOVE "CURRENCY" TO WS-LTR-TEXT-LABEL.
056100     MOVE LM-CURRENCY-CODE TO WS-LTR-TEXT-VALUE.
056200     PERFORM 3270-WRITE-TEXT-LINE THRU 3270-EXIT.
056300     MOVE PQ-GOOD-THROUGH-DATE TO WS-EDIT-DATE-IN.
056400     PERFORM 3290-FORMAT-DATE THRU 3290-EXIT.
056500     MOVE "GOOD THROUGH" TO WS-LTR-TEXT-LABEL.
056600     MOVE WS-EDIT-DATE-OUT TO WS-LTR-TEXT-VALUE.
056700     PERFORM 3270-WRITE-TEXT-LINE THRU 3270-EXIT.
056800     MOVE SPACES TO PL-PRINT-LINE.
056900     PERFORM 3280-WRITE-LETTER-LINE THRU 3280-EXIT.
057000     MOVE "OUTSTANDING PRINCIPAL" TO WS-LTR-AMOUNT-LABEL.
057100     COMPUTE WS-LTR-AMOUNT ROUNDED = LM-BALANCE.
057200     PERFORM 3260-WRITE-AMOUNT-LINE THRU 3260-EXIT.
057300     MOVE LM-LAST-RUN-DATE TO WS-EDIT-DATE-IN.
057400     PERFORM 3290-FORMAT-DATE THRU 3290-EXIT.
057500     MOVE WS-EDIT-DATE-OUT TO WS-LTR-INTEREST-FROM.
057600     MOVE PQ-GOOD-THROUGH-DATE TO WS-EDIT-DATE-IN.
057700     PERFORM 3290-FORMAT-DATE THRU 3290-EXIT.
057800     MOVE WS-EDIT-DATE-OUT TO WS-LTR-INTEREST-TO.
057900     MOVE WS-ACCRUAL-DAYS TO WS-LTR-INTEREST-DAYS.
058000     COMPUTE WS-LTR-INTEREST-AMOUNT ROUNDED =
058100         WS-ACCRUED-INTEREST.
058200     MOVE WS-LTR-INTEREST-LINE TO PL-PRINT-LINE.
058300     PERFORM 3280-WRITE-LETTER-LINE THRU 3280-EXIT.
058400     MOVE "PAST-DUE AMOUNT" TO WS-LTR-AMOUNT-LABEL.
058500     COMPUTE WS-LTR-AMOUNT ROUNDED = LM-PAST-DUE-AMT.
058600     PERFORM 3260-WRITE-AMOUNT-LINE THRU 3260-EXIT.
058700     MOVE "PAYMENT SHORTFALL NOT YET PAST DUE" TO
058800         WS-LTR-AMOUNT-LABEL.
058900     COMPUTE WS-LTR-AMOUNT ROUNDED = WS-CARRY-SHORTFALL.
059000     PERFORM 3260-WRITE-AMOUNT-LINE THRU 3260-EXIT.
059100     MOVE "LESS ESCROW BALANCE HELD" TO WS-LTR-AMOUNT-LABEL.
059200     COMPUTE WS-LTR-AMOUNT ROUNDED = ZERO - WS-ESCROW-CREDIT.
059300     PERFORM 3260-WRITE-AMOUNT-LINE THRU 3260-EXIT.
059400     MOVE "LESS UNAPPLIED FUNDS HELD" TO WS-LTR-AMOUNT-LABEL.
059500     COMPUTE WS-LTR-AMOUNT ROUNDED = ZERO - WS-UNAPPLIED-CREDIT.
059600     PERFORM 3260-WRITE-AMOUNT-LINE THRU 3260-EXIT.
059700     MOVE WS-LTR-RULE-LINE TO PL-PRINT-LINE.
059800     PERFORM 3280-WRITE-LETTER-LINE THRU 3280-EXIT.
059900     MOVE "TOTAL AMOUNT TO PAY OFF" TO WS-LTR-AMOUNT-LABEL.
060000     COMPUTE WS-LTR-AMOUNT ROUNDED = WS-PAYOFF-AMOUNT.
060100     PERFORM 3260-WRITE-AMOUNT-LINE THRU 3260-EXIT.
060200     MOVE SPACES TO PL-PRINT-LINE.
060300     PERFORM 3280-WRITE-LETTER-LINE THRU 3280-EXIT.
060400     MOVE "PER-DIEM - ADD FOR EACH DAY AFTER GOOD THROUGH" TO
060500         WS-LTR-AMOUNT-LABEL.
060600     COMPUTE WS-LTR-AMOUNT ROUNDED = WS-PER-DIEM.
060700     PERFORM 3260-WRITE-AMOUNT-LINE THRU 3260-EXIT.
060800     MOVE SPACES TO PL-PRINT-LINE.
060900     PERFORM 3280-WRITE-LETTER-LINE THRU 3280-EXIT.
061000     MOVE "THIS QUOTATION IS GOOD THROUGH THE DATE SHOWN ABOVE. "
061100         TO PL-PRINT-LINE.
061200     PERFORM 3280-WRITE-LETTER-LINE THRU 3280-EXIT.
061300     MOVE "FUNDS ARRIVING LATER MUST ADD THE PER-DIEM FOR EACH"
061400         TO PL-PRINT-LINE.
061500     PERFORM 3280-WRITE-LETTER-LINE THRU 3280-EXIT.
061600     MOVE "ADDITIONAL DAY." TO PL-PRINT-LINE.
061700     PERFORM 3280-WRITE-LETTER-LINE THRU 3280-EXIT.
061800 3200-EXIT.
061900     EXIT.
062000
062100* 3260-WRITE-AMOUNT-LINE
062200* PRINTS THE LABEL AND AMOUNT ALREADY SET IN THE AMOUNT LINE.
062300 3260-WRITE-AMOUNT-LINE.
062400     MOVE WS-LTR-AMOUNT-LINE TO PL-PRINT-LINE.
062500     PERFORM 3280-WRITE-LETTER-LINE THRU 3280-EXIT.
062600 3260-EXIT.
062700     EXIT.
062800
062900* 3270-WRITE-TEXT-LINE
063000* PRINTS THE LABEL AND VALUE ALREADY SET IN THE TEXT LINE.
063100 3270-WRITE-TEXT-LINE.
063200     MOVE WS-LTR-TEXT-LINE TO PL-PRINT-LINE.
063300     PERFORM 3280-WRITE-LETTER-LINE THRU 3280-EXIT.
063400 3270-EXIT.
063500     EXIT.
063600
063700* 3280-WRITE-LETTER-LINE
063800* PRINTS PL-PRINT-LINE AS THE NEXT LINE OF THE CURRENT LETTER.
063900 3280-WRITE-LETTER-LINE.
064000     WRITE PAYOFF-LETTER-RECORD AFTER ADVANCING 1 LINE.
064100     PERFORM 3295-CHECK-LETTER-WRITE THRU 3295-EXIT.
064200 3280-EXIT.
064300     EXIT.
064400
064500* 3290-FORMAT-DATE
064600* TURNS THE YYYYMMDD DATE IN WS-EDIT-DATE-IN INTO ITS PRINTED
064700* YYYY-MM-DD FORM IN WS-EDIT-DATE-OUT.
064800 3290-FORMAT-DATE.
064900     MOVE WS-EDIT-YEAR-IN TO WS-EDIT-YEAR-OUT.
065000     MOVE WS-EDIT-MONTH-IN TO WS-EDIT-MONTH-OUT.
065100     MOVE WS-EDIT-DAY-IN TO WS-EDIT-DAY-OUT.
065200 3290-EXIT.
065300     EXIT.
065400
065500* 3295-CHECK-LETTER-WRITE
065600* A BAD POQLTR WRITE STATUS IS FATAL.
065700 3295-CHECK-LETTER-WRITE.
065800     IF NOT POQLTR-OK
065900         DISPLAY "FATAL - POQLTR WRITE FAILED, STATUS "
066000             WS-POQLTR-STATUS
066100         GO TO 9000-ABEND-ON-WRITE-FAILURE
066200     END-IF.
066300 3295-EXIT.
066400     EXIT.
066500
066600* 3500-WRITE-REJECTED-STATEMENT
066700* WRITES THE POQOUT STATEMENT LINE FOR A REJECTED REQUEST -
066800* THE REASON, WITH THE NAME AND CURRENCY WHEN THEY ARE KNOWN
066900* AND EVERY AMOUNT ZERO - AND LOGS IT.
067000 3500-WRITE-REJECTED-STATEMENT.
067100     MOVE WS-RUN-DATE TO PS-RUN-DATE.
067200     MOVE PQ-ACCOUNT-NO TO PS-ACCOUNT-NO.
067300     IF WS-CUST-IDX > WS-CUSTOMER-COUNT
067400         MOVE SPACES TO PS-CUSTOMER-NAME
067500     ELSE
067600         MOVE WS-CUST-NAME-ENTRY (WS-CUST-IDX) TO
067700             PS-CUSTOMER-NAME
067800     END-IF.
067900     IF WS-MASTER-FOUND
068000         MOVE LM-CURRENCY-CODE TO PS-CURRENCY-CODE
068100     ELSE
068200         MOVE SPACES TO PS-CURRENCY-CODE
068300     END-IF.
068400     IF PQ-GOOD-THROUGH-DATE IS NUMERIC
068500         MOVE PQ-GOOD-THROUGH-DATE TO PS-GOOD-THROUGH-DATE
068600     ELSE
068700         MOVE ZERO TO PS-GOOD-THROUGH-DATE
068800     END-IF.
068900     SET PS-QUOTE-REJECTED TO TRUE.
069000     MOVE WS-REASON TO PS-REJECT-REASON.
069100     MOVE ZERO TO PS-PRINCIPAL.
069200     MOVE ZERO TO PS-INTEREST-FROM-DATE.
069300     MOVE ZERO TO PS-ACCRUAL-DAYS.
069400     MOVE ZERO TO PS-PER-DIEM.
069500     MOVE ZERO TO PS-ACCRUED-INTEREST.
069600     MOVE ZERO TO PS-PAST-DUE-AMT.
069700     MOVE ZERO TO PS-NEGATIVE-CARRY.
069800     MOVE ZERO TO PS-ESCROW-CREDIT.
069900     MOVE ZERO TO PS-UNAPPLIED-CREDIT.
070000     MOVE ZERO TO PS-PAYOFF-AMOUNT.
070100     PERFORM 3900-WRITE-STATEMENT-LINE THRU 3900-EXIT.
070200     DISPLAY "REJECTED " PQ-ACCOUNT-NO " - " WS-REASON.
070300 3500-EXIT.
070400     EXIT.
070500
070600* 3900-WRITE-STATEMENT-LINE
070700* WRITES THE POQOUT LINE ALREADY BUILT BY THE CALLER. A BAD
070800* WRITE STATUS IS FATAL.
070900 3900-WRITE-STATEMENT-LINE.
071000     WRITE PAYOFF-STATEMENT-RECORD.
071100     IF NOT POQOUT-OK
071200         DISPLAY "FATAL - POQOUT WRITE FAILED, STATUS "
071300             WS-POQOUT-STATUS
071400         GO TO 9000-ABEND-ON-WRITE-FAILURE
071500     END-IF.
071600 3900-EXIT.
071700     EXIT.
071800
071900* 8000-FINALIZE
072000* CLOSES THE FILES AND DISPLAYS THE RUN CONTROL TOTALS.
072100 8000-FINALIZE.
072200     CLOSE PAYOFF-REQUEST-FILE.
072300     CLOSE LOAN-MASTER-FILE.
072400     CLOSE PAYOFF-STATEMENT-FILE.
072500     CLOSE PAYOFF-LETTER-FILE.
072600     DISPLAY "LOANPOFF READ " WS-REQUEST-COUNT " REQUEST(S)".
072700     DISPLAY "QUOTED " WS-QUOTED-COUNT.
072800     DISPLAY "REJECTED " WS-REJECTED-COUNT.
072900 8000-EXIT.
073000     EXIT.
073100
073200* 9000-ABEND-ON-WRITE-FAILURE
073300* COMMON FATAL EXIT FOR A POQOUT OR POQLTR WRITE FAILURE. THE
073400* FILES ARE CLOSED BEST-EFFORT AND THE RUN ENDS WITH A NON-ZERO
073500* RETURN CODE.
073600 9000-ABEND-ON-WRITE-FAILURE.
073700     CLOSE PAYOFF-REQUEST-FILE.
073800     CLOSE LOAN-MASTER-FILE.
073900     CLOSE PAYOFF-STATEMENT-FILE.
074000     CLOSE PAYOFF-LETTER-FILE.
074100     MOVE 16 TO RETURN-CODE.
074200     STOP RUN.

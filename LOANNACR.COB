000100*****************************************************************
000200* PROGRAM-ID.  LOANNACR
000300* AUTHOR.      M. DELCOURT
000400* INSTALLATION. BACK OFFICE SYSTEMS - LOAN SIMULATION UNIT
000500* DATE-WRITTEN. 2026-10-15
000600* DATE-COMPILED.
000700*
000800* PURPOSE.
000900*     NIGHTLY NON-ACCRUAL PASS OVER THE LOANMSTR LOAN MASTER,
001000*     RUN AFTER LOANPOST HAS BROUGHT THE ARREARS STATE UP TO
001100*     DATE. EACH ACTIVE OR NON-ACCRUAL ACCOUNT IS TESTED
001200*     AGAINST THE NARULES THRESHOLDS FOR ITS CURRENCY. AN
001300*     ACTIVE ACCOUNT FAR ENOUGH BEHIND - BY MISSED PAYMENTS OR
001400*     BY PAST-DUE AMOUNT - IS PLACED ON NON-ACCRUAL; A NON-
001500*     ACCRUAL ACCOUNT WHOSE ARREARS HAVE FULLY CURED IS
001600*     RETURNED TO ACTIVE. EVERY MOVE IS REWRITTEN TO THE MASTER
001700*     AND REPORTED ON NACRPT. AN ACCOUNT PAST ITS CURRENCY'S
001800*     SECOND, CHARGE-OFF THRESHOLD IS LISTED ON CHGOFF FOR
001900*     CREDIT REVIEW - THIS JOB NEVER WRITES AN ACCOUNT OFF
002000*     ITSELF; AN APPROVED RECOMMENDATION IS KEYED AS A LOANMNT
002100*     WRITE-OFF TRANSACTION.
002200*
002300* MODIFICATION HISTORY.
002400*     2026-10-15 MDC  ORIGINAL NON-ACCRUAL AND CHARGE-OFF PASS.
002500*****************************************************************
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID. LOANNACR.
002800 AUTHOR. M. DELCOURT.
002900 INSTALLATION. BACK OFFICE SYSTEMS - LOAN SIMULATION UNIT.
003000 DATE-WRITTEN. 2026-10-15.
003100 DATE-COMPILED.
003200
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600*     NON-ACCRUAL AND CHARGE-OFF THRESHOLDS, ONE LINE PER
003700*     CURRENCY.
003800     SELECT NON-ACCRUAL-RULES-FILE ASSIGN TO "NARULES"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-NARULES-STATUS.
004100
004200*     CUSTOMER MASTER/CIF EXTRACT - SUPPLIES THE CUSTOMER NAME
004300*     FOR EACH ACCOUNT ON THE CHARGE-OFF LIST.
004400     SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-CUSTMAST-STATUS.
004700
004800*     PERSISTENT LOAN MASTER, READ FRONT TO BACK IN KEY ORDER -
004900*     AN ACCOUNT THAT CHANGES STATUS IS REWRITTEN IN PLACE.
005000     SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMSTR"
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS SEQUENTIAL
005300         RECORD KEY IS LM-ACCOUNT-NO
005400         FILE STATUS IS WS-LOANMSTR-STATUS.
005500
005600*     STATUS-CHANGE REPORT - ONE LINE PER ACCOUNT MOVED ONTO OR
005700*     OFF NON-ACCRUAL THIS RUN.
005800     SELECT STATUS-CHANGE-REPORT-FILE ASSIGN TO "NACRPT"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-NACRPT-STATUS.
006100
006200*     CHARGE-OFF RECOMMENDATION LIST FOR CREDIT REVIEW.
006300     SELECT CHARGEOFF-LIST-FILE ASSIGN TO "CHGOFF"
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-CHGOFF-STATUS.
006600
006700*----------------------------------------------------------------
006800* DATA DIVISION
006900*----------------------------------------------------------------
007000 DATA DIVISION.
007100 FILE SECTION.
007200
007300 FD  NON-ACCRUAL-RULES-FILE
007400     LABEL RECORDS ARE STANDARD.
007500     COPY NARREC.
007600
007700 FD  CUSTOMER-MASTER-FILE
007800     LABEL RECORDS ARE STANDARD.
007900     COPY CUSTREC.
008000
008100 FD  LOAN-MASTER-FILE
008200     LABEL RECORDS ARE STANDARD.
008300     COPY MSTREC.
008400
008500 FD  STATUS-CHANGE-REPORT-FILE
008600     LABEL RECORDS ARE STANDARD.
008700     COPY NASREC.
008800
008900 FD  CHARGEOFF-LIST-FILE
009000     LABEL RECORDS ARE STANDARD.
009100     COPY CHGREC.
009200
009300 WORKING-STORAGE SECTION.
009400
009500* FILE STATUS AND END-OF-FILE SWITCHES.
009600 01  WS-NARULES-STATUS       PIC X(02).
009700     88  NARULES-OK              VALUE "00".
009800     88  NARULES-EOF             VALUE "10".
009900     88  NARULES-FILE-NOT-FOUND  VALUE "35".
010000 01  WS-CUSTMAST-STATUS      PIC X(02).
010100     88  CUSTMAST-OK             VALUE "00".
010200     88  CUSTMAST-EOF            VALUE "10".
010300     88  CUSTMAST-FILE-NOT-FOUND VALUE "35".
010400 01  WS-LOANMSTR-STATUS      PIC X(02).
010500     88  LOANMSTR-OK             VALUE "00".
010600     88  LOANMSTR-EOF            VALUE "10".
010700     88  LOANMSTR-FILE-NOT-FOUND VALUE "35".
010800 01  WS-NACRPT-STATUS        PIC X(02).
010900     88  NACRPT-OK               VALUE "00".
011000 01  WS-CHGOFF-STATUS        PIC X(02).
011100     88  CHGOFF-OK               VALUE "00".
011200
011300* RUN DATE STAMPED ON EVERY REPORT AND RECOMMENDATION LINE.
011400 01  WS-RUN-DATE             PIC 9(08).
011500
011600* PER-CURRENCY THRESHOLD TABLE, LOADED ONCE FROM NARULES - A
011700* FLAT LINEAR-SEARCH TABLE, THE SAME DESIGN AND SIZE AS
011800* LOANAGE'S CURRENCY TABLE.
011900 01  WS-RULE-COUNT           PIC 9(02) COMP VALUE ZERO.
012000 01  WS-RULE-IDX             PIC 9(02) COMP.
012100 01  WS-RULE-TABLE.
012200     05  WS-RULE-ENTRY       OCCURS 20 TIMES.
012300         10  WS-RULE-CURRENCY-ENTRY  PIC X(03).
012400         10  WS-RULE-NA-MISSED       PIC 9(04).
012500         10  WS-RULE-NA-PAST-DUE     PIC 9(13)V9(06).
012600         10  WS-RULE-CO-MISSED       PIC 9(04).
012700
012800* CUSTOMER MASTER TABLE WITH NAMES, LOADED ONCE FROM CUSTMAST
012900* - THE SAME FLAT DESIGN AND SIZE AS LOANAGE'S OWN TABLE.
013000 01  WS-CUSTOMER-COUNT       PIC 9(04) COMP VALUE ZERO.
013100 01  WS-CUST-IDX             PIC 9(04) COMP.
013200 01  WS-CUSTOMER-TABLE.
013300     05  WS-CUSTOMER-ENTRY   OCCURS 1000 TIMES.
013400         10  WS-CUST-ACCOUNT-ENTRY   PIC X(10).
013500         10  WS-CUST-NAME-ENTRY      PIC X(30).
013600
013700* STATUS THE CURRENT ACCOUNT HELD BEFORE THIS RUN MOVED IT.
013800 01  WS-OLD-STATUS           PIC X(01).
013900
014000* RUN CONTROL TOTALS FOR THE CLOSING RECONCILIATION DISPLAYS.
014100 01  WS-MASTER-COUNT         PIC 9(06) COMP.
014200 01  WS-TESTED-COUNT         PIC 9(06) COMP.
014300 01  WS-NO-RULE-COUNT        PIC 9(06) COMP.
014400 01  WS-PLACED-COUNT         PIC 9(06) COMP.
014500 01  WS-RETURNED-COUNT       PIC 9(06) COMP.
014600 01  WS-RECOMMEND-COUNT      PIC 9(06) COMP.
014700
014800*----------------------------------------------------------------
014900* PROCEDURE DIVISION
015000*----------------------------------------------------------------
015100 PROCEDURE DIVISION.
015200
015300* 0000-MAINLINE
015400* DRIVES THE PASS FROM OPEN THROUGH CLOSE, ONE MASTER RECORD
015500* AT A TIME UNTIL THE FILE IS EXHAUSTED.
015600 0000-MAINLINE.
015700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
015800     PERFORM 2000-SWEEP-ONE-ACCOUNT THRU 2000-EXIT
015900         UNTIL LOANMSTR-EOF.
016000     PERFORM 8000-FINALIZE THRU 8000-EXIT.
016100     STOP RUN.
016200
016300* 1000-INITIALIZE
016400* LOADS THE RULES AND CUSTOMER NAMES, OPENS THE MASTER AND THE
016500* TWO OUTPUT FILES AND PRIMES THE FIRST MASTER READ. A MISSING
016600* LOANMSTR IS A SETUP PROBLEM - THERE IS NOTHING TO TEST.
016700 1000-INITIALIZE.
016800     MOVE ZERO TO WS-MASTER-COUNT.
016900     MOVE ZERO TO WS-TESTED-COUNT.
017000     MOVE ZERO TO WS-NO-RULE-COUNT.
017100     MOVE ZERO TO WS-PLACED-COUNT.
017200     MOVE ZERO TO WS-RETURNED-COUNT.
017300     MOVE ZERO TO WS-RECOMMEND-COUNT.
017400     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
017500     PERFORM 1050-LOAD-RULES THRU 1050-EXIT.
017600     PERFORM 1080-LOAD-CUSTOMER-MASTER THRU 1080-EXIT.
017700     OPEN I-O LOAN-MASTER-FILE.
017800     IF LOANMSTR-FILE-NOT-FOUND
017900         DISPLAY "FATAL - LOANMSTR IS REQUIRED AND WAS NOT "
018000             "FOUND"
018100         MOVE 16 TO RETURN-CODE
018200         STOP RUN
018300     END-IF.
018400     OPEN OUTPUT STATUS-CHANGE-REPORT-FILE.
018500     OPEN OUTPUT CHARGEOFF-LIST-FILE.
018600     PERFORM 1100-READ-MASTER-RECORD THRU 1100-EXIT.
018700 1000-EXIT.
018800     EXIT.
018900
019000* 1050-LOAD-RULES
019100* LOADS THE NARULES THRESHOLDS INTO STORAGE BEFORE THE SWEEP.
019200* UNLIKE CUSTMAST THE RULES ARE REQUIRED - WITHOUT THEM NO
019300* ACCOUNT CAN BE MOVED, AND A PASS THAT SILENTLY MOVES NOTHING
019400* WOULD LOOK LIKE A CLEAN BOOK.
019500 1050-LOAD-RULES.
019600     OPEN INPUT NON-ACCRUAL-RULES-FILE.
019700     IF NARULES-FILE-NOT-FOUND
019800         DISPLAY "FATAL - NARULES IS REQUIRED AND WAS NOT "
019900             "FOUND"
020000         MOVE 16 TO RETURN-CODE
020100         STOP RUN
020200     END-IF.
020300     PERFORM 1055-READ-RULES-RECORD THRU 1055-EXIT.
020400     PERFORM 1060-TABLE-ONE-RULE THRU 1060-EXIT
020500         UNTIL NARULES-EOF.
020600     CLOSE NON-ACCRUAL-RULES-FILE.
020700     DISPLAY "NON-ACCRUAL RULES LOADED - " WS-RULE-COUNT
020800         " CURRENCY(IES)".
020900 1050-EXIT.
021000     EXIT.
021100
021200* 1055-READ-RULES-RECORD
021300* READS THE NEXT RULES LINE, SETTING NARULES-EOF WHEN THE FILE
021400* IS EXHAUSTED.
021500 1055-READ-RULES-RECORD.
021600     READ NON-ACCRUAL-RULES-FILE
021700         AT END SET NARULES-EOF TO TRUE
021800     END-READ.
021900 1055-EXIT.
022000     EXIT.
022100
022200* 1060-TABLE-ONE-RULE
022300* ADDS THE CURRENT RULES LINE TO THE IN-STORAGE TABLE AND
022400* ADVANCES. MORE CURRENCIES THAN THE TABLE HOLDS STOPS THE
022500* RUN, THE SAME RULE AS LOANAGE'S CURRENCY TABLE.
022600 1060-TABLE-ONE-RULE.
022700     IF WS-RULE-COUNT >= 20
022800         DISPLAY "FATAL - NON-ACCRUAL RULES TABLE FULL AT 20"
022900         MOVE 16 TO RETURN-CODE
023000         STOP RUN
023100     END-IF.
023200     ADD 1 TO WS-RULE-COUNT.
023300     MOVE NR-CURRENCY-CODE TO
023400         WS-RULE-CURRENCY-ENTRY (WS-RULE-COUNT).
023500     MOVE NR-NONACCRUAL-MISSED TO
023600         WS-RULE-NA-MISSED (WS-RULE-COUNT).
023700     MOVE NR-NONACCRUAL-PAST-DUE TO
023800         WS-RULE-NA-PAST-DUE (WS-RULE-COUNT).
023900     MOVE NR-CHARGEOFF-MISSED TO
024000         WS-RULE-CO-MISSED (WS-RULE-COUNT).
024100     PERFORM 1055-READ-RULES-RECORD THRU 1055-EXIT.
024200 1060-EXIT.
024300     EXIT.
024400
024500* 1080-LOAD-CUSTOMER-MASTER
024600* LOADS THE CUSTMAST EXTRACT - ACCOUNT AND NAME - INTO STORAGE
024700* BEFORE THE SWEEP. A MISSING EXTRACT IS NOT FATAL, THE SAME
024800* RULE AS LOANAGE - A RECOMMENDATION STANDS ON ITS OWN AND AN
024900* UNKNOWN ACCOUNT SIMPLY GOES OUT WITH A BLANK NAME.
025000 1080-LOAD-CUSTOMER-MASTER.
025100     OPEN INPUT CUSTOMER-MASTER-FILE.
025200     IF CUSTMAST-FILE-NOT-FOUND
025300         DISPLAY "WARNING - CUSTMAST NOT FOUND, NAMES WILL BE "
025400             "BLANK"
025500         GO TO 1080-EXIT
025600     END-IF.
025700     PERFORM 1085-READ-CUSTOMER-RECORD THRU 1085-EXIT.
025800     PERFORM 1090-TABLE-ONE-CUSTOMER THRU 1090-EXIT
025900         UNTIL CUSTMAST-EOF.
026000     CLOSE CUSTOMER-MASTER-FILE.
026100     DISPLAY "CUSTOMER MASTER LOADED - " WS-CUSTOMER-COUNT
026200         " ACCOUNT(S)".
026300 1080-EXIT.
026400     EXIT.
026500
026600* 1085-READ-CUSTOMER-RECORD
026700* READS THE NEXT CUSTOMER MASTER LINE, SETTING CUSTMAST-EOF
026800* WHEN THE EXTRACT IS EXHAUSTED.
026900 1085-READ-CUSTOMER-RECORD.
027000     READ CUSTOMER-MASTER-FILE
027100         AT END SET CUSTMAST-EOF TO TRUE
027200     END-READ.
027300 1085-EXIT.
027400     EXIT.
027500
027600* 1090-TABLE-ONE-CUSTOMER
027700* ADDS THE CURRENT CUSTOMER MASTER LINE - ACCOUNT AND NAME -
027800* TO THE IN-STORAGE TABLE AND ADVANCES. AN EXTRACT LARGER THAN
027900* THE TABLE STOPS THE RUN, THE SAME RULE AS PROGRAM LOAN.
028000 1090-TABLE-ONE-CUSTOMER.
028100     IF WS-CUSTOMER-COUNT >= 1000
028200         DISPLAY "FATAL - CUSTOMER MASTER TABLE FULL AT 1000"
028300         MOVE 16 TO RETURN-CODE
028400         STOP RUN
028500     END-IF.
028600     ADD 1 TO WS-CUSTOMER-COUNT.
028700     MOVE CU-ACCOUNT-NO TO
028800         WS-CUST-ACCOUNT-ENTRY (WS-CUSTOMER-COUNT).
028900     MOVE CU-CUSTOMER-NAME TO
029000         WS-CUST-NAME-ENTRY (WS-CUSTOMER-COUNT).
029100     PERFORM 1085-READ-CUSTOMER-RECORD THRU 1085-EXIT.
029200 1090-EXIT.
029300     EXIT.
029400
029500* 1100-READ-MASTER-RECORD
029600* READS THE NEXT LOAN MASTER RECORD IN KEY ORDER, SETTING
029700* LOANMSTR-EOF WHEN THE FILE IS EXHAUSTED.
029800 1100-READ-MASTER-RECORD.
029900     READ LOAN-MASTER-FILE
030000         AT END SET LOANMSTR-EOF TO TRUE
030100     END-READ.
030200     IF LOANMSTR-OK
030300         ADD 1 TO WS-MASTER-COUNT
030400     END-IF.
030500 1100-EXIT.
030600     EXIT.
030700
030800* 2000-SWEEP-ONE-ACCOUNT
030900* TESTS ONE MASTER RECORD AGAINST ITS CURRENCY'S RULES AND
031000* ADVANCES. ONLY ACCOUNTS STILL BEING SERVICED - ACTIVE OR
031100* ALREADY ON NON-ACCRUAL - ARE TESTED; PAID-OFF AND WRITTEN-
031200* OFF ACCOUNTS ARE READ PAST, AND AN ACCOUNT IN A CURRENCY
031300* NARULES DOES NOT COVER IS COUNTED AND LEFT AS IT STANDS.
031400 2000-SWEEP-ONE-ACCOUNT.
031500     IF NOT LM-STATUS-ACTIVE AND NOT LM-STATUS-NON-ACCRUAL
031600         GO TO 2000-NEXT
031700     END-IF.
031800     PERFORM 2050-FIND-RULE-ENTRY THRU 2050-EXIT.
031900     IF WS-RULE-IDX > WS-RULE-COUNT
032000         ADD 1 TO WS-NO-RULE-COUNT
032100         GO TO 2000-NEXT
032200     END-IF.
032300     ADD 1 TO WS-TESTED-COUNT.
032400     MOVE LM-ACCOUNT-STATUS TO WS-OLD-STATUS.
032500     IF LM-STATUS-ACTIVE
032600         PERFORM 2100-TEST-FOR-NON-ACCRUAL THRU 2100-EXIT
032700     ELSE
032800         PERFORM 2200-TEST-FOR-CURE THRU 2200-EXIT
032900     END-IF.
033000     PERFORM 2300-TEST-FOR-CHARGEOFF THRU 2300-EXIT.
033100 2000-NEXT.
033200     PERFORM 1100-READ-MASTER-RECORD THRU 1100-EXIT.
033300 2000-EXIT.
033400     EXIT.
033500
033600* 2050-FIND-RULE-ENTRY
033700* RETURNS WS-RULE-IDX POINTING AT LM-CURRENCY-CODE'S RULES
033800* ENTRY, OR PAST WS-RULE-COUNT WHEN THE CURRENCY HAS NONE.
033900 2050-FIND-RULE-ENTRY.
034000     MOVE ZERO TO WS-RULE-IDX.
034100     PERFORM 2060-TEST-RULE-ENTRY THRU 2060-EXIT
034200         VARYING WS-RULE-IDX FROM 1 BY 1
034300         UNTIL WS-RULE-IDX > WS-RULE-COUNT
034400         OR WS-RULE-CURRENCY-ENTRY (WS-RULE-IDX)
034500             = LM-CURRENCY-CODE.
034600 2050-EXIT.
034700     EXIT.
034800
034900* 2060-TEST-RULE-ENTRY
035000* NO-OP BODY - THE MATCH TEST LIVES ENTIRELY IN 2050'S PERFORM
035100* VARYING UNTIL CONDITION. PRESENT SO THAT PERFORM HAS A
035200* PARAGRAPH TO ITERATE.
035300 2060-TEST-RULE-ENTRY.
035400     CONTINUE.
035500 2060-EXIT.
035600     EXIT.
035700
035800* 2100-TEST-FOR-NON-ACCRUAL
035900* PLACES AN ACTIVE ACCOUNT ON NON-ACCRUAL WHEN IT HAS MISSED
036000* AT LEAST ITS CURRENCY'S THRESHOLD NUMBER OF PAYMENTS, OR
036100* OWES AT LEAST THE PAST-DUE THRESHOLD. A THRESHOLD KEYED
036200* ZERO IS NOT APPLIED - OTHERWISE EVERY PERFORMING ACCOUNT
036300* WOULD MEET IT.
036400 2100-TEST-FOR-NON-ACCRUAL.
036500     IF WS-RULE-NA-MISSED (WS-RULE-IDX) > ZERO
036600         AND LM-MISSED-COUNT >= WS-RULE-NA-MISSED (WS-RULE-IDX)
036700         SET LM-STATUS-NON-ACCRUAL TO TRUE
036800     END-IF.
036900     IF WS-RULE-NA-PAST-DUE (WS-RULE-IDX) > ZERO
037000         AND LM-PAST-DUE-AMT >=
037100             WS-RULE-NA-PAST-DUE (WS-RULE-IDX)
037200         SET LM-STATUS-NON-ACCRUAL TO TRUE
037300     END-IF.
037400     IF LM-STATUS-NON-ACCRUAL
037500         SET NS-PLACED-ON-NON-ACCRUAL TO TRUE
037600         PERFORM 2500-RECORD-STATUS-CHANGE THRU 2500-EXIT
037700         ADD 1 TO WS-PLACED-COUNT
037800     END-IF.
037900 2100-EXIT.
038000     EXIT.
038100
038200* 2200-TEST-FOR-CURE
038300* RETURNS A NON-ACCRUAL ACCOUNT TO ACTIVE ONCE ITS ARREARS
038400* HAVE FULLY CURED - NO MISSED PAYMENTS AND NOTHING PAST DUE.
038500* MERELY DROPPING BACK UNDER THE THRESHOLDS IS NOT ENOUGH; THE
038600* ACCOUNT MUST BE BROUGHT FULLY CURRENT BEFORE IT BOOKS
038700* INTEREST AGAIN.
038800 2200-TEST-FOR-CURE.
038900     IF LM-MISSED-COUNT = ZERO AND LM-PAST-DUE-AMT = ZERO
039000         SET LM-STATUS-ACTIVE TO TRUE
039100         SET NS-RETURNED-TO-ACCRUAL TO TRUE
039200         PERFORM 2500-RECORD-STATUS-CHANGE THRU 2500-EXIT
039300         ADD 1 TO WS-RETURNED-COUNT
039400     END-IF.
039500 2200-EXIT.
039600     EXIT.
039700
039800* 2300-TEST-FOR-CHARGEOFF
039900* LISTS THE ACCOUNT ON CHGOFF WHEN IT HAS MISSED AT LEAST ITS
040000* CURRENCY'S CHARGE-OFF THRESHOLD NUMBER OF PAYMENTS, WITH ITS
040100* NAME FROM THE IN-STORAGE CUSTOMER TABLE OR BLANK WHEN THE
040200* ACCOUNT IS NOT ON THE EXTRACT. A ZERO THRESHOLD MEANS THE
040300* CURRENCY IS NEVER RECOMMENDED. THE ACCOUNT IS LISTED AGAIN
040400* EVERY NIGHT UNTIL CREDIT REVIEW WRITES IT OFF OR IT CURES.
040500 2300-TEST-FOR-CHARGEOFF.
040600     IF WS-RULE-CO-MISSED (WS-RULE-IDX) = ZERO
040700         OR LM-MISSED-COUNT < WS-RULE-CO-MISSED (WS-RULE-IDX)
040800         GO TO 2300-EXIT
040900     END-IF.
041000     PERFORM 2540-FIND-CUSTOMER-ENTRY THRU 2540-EXIT.
041100     MOVE WS-RUN-DATE TO CG-RUN-DATE.
041200     MOVE LM-ACCOUNT-NO TO CG-ACCOUNT-NO.
041300     IF WS-CUST-IDX > WS-CUSTOMER-COUNT
041400         MOVE SPACES TO CG-CUSTOMER-NAME
041500     ELSE
041600         MOVE WS-CUST-NAME-ENTRY (WS-CUST-IDX) TO
041700             CG-CUSTOMER-NAME
041800     END-IF.
041900     MOVE LM-CURRENCY-CODE TO CG-CURRENCY-CODE.
042000     MOVE LM-ACCOUNT-STATUS TO CG-ACCOUNT-STATUS.
042100     MOVE LM-BALANCE TO CG-BALANCE.
042200     MOVE LM-MISSED-COUNT TO CG-MISSED-COUNT.
042300     MOVE LM-PAST-DUE-AMT TO CG-PAST-DUE-AMT.
042400     MOVE LM-ESCROW-BALANCE TO CG-ESCROW-BALANCE.
042500     WRITE CHARGEOFF-RECOMMEND-RECORD.
042600     IF NOT CHGOFF-OK
042700         DISPLAY "FATAL - CHGOFF WRITE FAILED, STATUS "
042800             WS-CHGOFF-STATUS
042900         GO TO 9000-ABEND-ON-WRITE-FAILURE
043000     END-IF.
043100     ADD 1 TO WS-RECOMMEND-COUNT.
043200 2300-EXIT.
043300     EXIT.
043400
043500* 2500-RECORD-STATUS-CHANGE
043600* REWRITES THE MASTER WITH THE STATUS 2100 OR 2200 JUST SET
043700* AND WRITES THE NACRPT LINE FOR THE MOVE. THE CALLER HAS
043800* ALREADY SET THE CHANGE CODE. A BAD REWRITE OR WRITE STATUS
043900* IS FATAL.
044000 2500-RECORD-STATUS-CHANGE.
044100     REWRITE LOAN-MASTER-RECORD.
044200     IF NOT LOANMSTR-OK
044300         DISPLAY "FATAL - LOANMSTR REWRITE FAILED, STATUS "
044400             WS-LOANMSTR-STATUS
044500         GO TO 9000-ABEND-ON-WRITE-FAILURE
044600     END-IF.
044700     MOVE WS-RUN-DATE TO NS-RUN-DATE.
044800     MOVE LM-ACCOUNT-NO TO NS-ACCOUNT-NO.
044900     MOVE LM-CURRENCY-CODE TO NS-CURRENCY-CODE.
045000     MOVE WS-OLD-STATUS TO NS-OLD-STATUS.
045100     MOVE LM-ACCOUNT-STATUS TO NS-NEW-STATUS.
045200     MOVE LM-BALANCE TO NS-BALANCE.
045300     MOVE LM-MISSED-COUNT TO NS-MISSED-COUNT.
045400     MOVE LM-PAST-DUE-AMT TO NS-PAST-DUE-AMT.
045500     WRITE STATUS-CHANGE-RECORD.
045600     IF NOT NACRPT-OK
045700         DISPLAY "FATAL - NACRPT WRITE FAILED, STATUS "
045800             WS-NACRPT-STATUS
045900         GO TO 9000-ABEND-ON-WRITE-FAILURE
046000     END-IF.
046100     DISPLAY "STATUS " NS-ACCOUNT-NO " " NS-OLD-STATUS
046200         " -> " NS-NEW-STATUS.
046300 2500-EXIT.
046400     EXIT.
046500
046600* 2540-FIND-CUSTOMER-ENTRY
046700* RETURNS WS-CUST-IDX POINTING AT LM-ACCOUNT-NO'S CUSTOMER
046800* TABLE ENTRY, OR PAST WS-CUSTOMER-COUNT WHEN THE ACCOUNT IS
046900* NOT ON THE EXTRACT.
047000 2540-FIND-CUSTOMER-ENTRY.
047100     MOVE ZERO TO WS-CUST-IDX.
047200     PERFORM 2545-TEST-CUSTOMER-ENTRY THRU 2545-EXIT
047300         VARYING WS-CUST-IDX FROM 1 BY 1
047400         UNTIL WS-CUST-IDX > WS-CUSTOMER-COUNT
047500         OR WS-CUST-ACCOUNT-ENTRY (WS-CUST-IDX)
047600             = LM-ACCOUNT-NO.
047700 2540-EXIT.
047800     EXIT.
047900
048000* 2545-TEST-CUSTOMER-ENTRY
048100* NO-OP BODY - THE MATCH TEST LIVES ENTIRELY IN 2540'S PERFORM
048200* VARYING UNTIL CONDITION. PRESENT SO THAT PERFORM HAS A
048300* PARAGRAPH TO ITERATE.
048400 2545-TEST-CUSTOMER-ENTRY.
048500     CONTINUE.
048600 2545-EXIT.
048700     EXIT.
048800
048900* 8000-FINALIZE
049000* CLOSES THE FILES AND DISPLAYS THE RUN CONTROL TOTALS.
049100 8000-FINALIZE.
049200     CLOSE LOAN-MASTER-FILE.
049300     CLOSE STATUS-CHANGE-REPORT-FILE.
049400     CLOSE CHARGEOFF-LIST-FILE.
049500     DISPLAY "LOANNACR SWEPT " WS-MASTER-COUNT " ACCOUNT(S)".
049600     DISPLAY "TESTED " WS-TESTED-COUNT
049700         " NO RULE " WS-NO-RULE-COUNT.
049800     DISPLAY "PLACED ON NON-ACCRUAL " WS-PLACED-COUNT
049900         " RETURNED TO ACCRUAL " WS-RETURNED-COUNT.
050000     DISPLAY "RECOMMENDED FOR CHARGE-OFF " WS-RECOMMEND-COUNT.
050100 8000-EXIT.
050200     EXIT.
050300
050400* 9000-ABEND-ON-WRITE-FAILURE
050500* COMMON FATAL EXIT FOR AN UNEXPECTED LOANMSTR, NACRPT OR
050600* CHGOFF WRITE FAILURE. THE FILES ARE CLOSED BEST-EFFORT AND
050700* THE RUN ENDS NON-ZERO.
050800 9000-ABEND-ON-WRITE-FAILURE.
050900     CLOSE LOAN-MASTER-FILE.
051000     CLOSE STATUS-CHANGE-REPORT-FILE.
051100     CLOSE CHARGEOFF-LIST-FILE.
051200     MOVE 16 TO RETURN-CODE.
051300     STOP RUN.

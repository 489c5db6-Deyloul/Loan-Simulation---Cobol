000100*****************************************************************
000200* PROGRAM-ID.  LOANEXP
000300* AUTHOR.      M. DELCOURT
000400* INSTALLATION. BACK OFFICE SYSTEMS - LOAN SIMULATION UNIT
000500* DATE-WRITTEN. 2026-10-15
000600* DATE-COMPILED.
000700*
000800* PURPOSE.
000900*     CUSTOMER RELATIONSHIP EXPOSURE REPORT. IT SWEEPS THE
001000*     LOANMSTR LOAN MASTER AND, FOR EVERY ACTIVE OR NON-ACCRUAL
001100*     ACCOUNT, LOOKS UP THE CUSTOMER WHO HOLDS IT ON THE CUSTMAST
001200*     CUSTOMER MASTER AND ADDS ITS BALANCE AND PAST-DUE AMOUNT TO
001300*     THAT CUSTOMER'S TOTAL FOR THE ACCOUNT'S CURRENCY. THE EXPRPT
001400*     REPORT THEN SHOWS EACH CUSTOMER'S CURRENCIES, EACH TURNED
001500*     INTO THE BASE CURRENCY AT THE FXRATES EXCHANGE RATE, AND ONE
001600*     TOTAL ACROSS ALL OF THEM SET AGAINST THE CUSTOMER'S APPROVED
001700*     LENDING LIMIT, SO CREDIT RISK SEES EVERY RELATIONSHIP AS A
001800*     WHOLE WITHOUT PIECING IT TOGETHER BY HAND. A CUSTOMER OVER
001900*     THEIR LIMIT, OR WHOSE EXPOSURE CANNOT BE VALUED FOR WANT OF
002000*     AN EXCHANGE RATE, IS LISTED ON THE JOB LOG AND ENDS THE RUN
002100*     WITH RETURN CODE 4. THE MASTER IS ONLY READ, NEVER WRITTEN.
002200*
002300* MODIFICATION HISTORY.
002400*     2026-10-15 MDC  ORIGINAL CUSTOMER EXPOSURE REPORT.
002500*****************************************************************
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID. LOANEXP.
002800 AUTHOR. M. DELCOURT.
002900 INSTALLATION. BACK OFFICE SYSTEMS - LOAN SIMULATION UNIT.
003000 DATE-WRITTEN. 2026-10-15.
003100 DATE-COMPILED.
003200
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600*     PERSISTENT LOAN MASTER, READ FRONT TO BACK IN KEY ORDER -
003700*     THIS JOB ONLY REPORTS, IT NEVER WRITES THE MASTER.
003800     SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMSTR"
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS SEQUENTIAL
004100         RECORD KEY IS LM-ACCOUNT-NO
004200         FILE STATUS IS WS-LOANMSTR-STATUS.
004300
004400*     CUSTOMER MASTER/CIF EXTRACT - THE CUSTOMER EACH ACCOUNT
004500*     BELONGS TO AND THEIR APPROVED LENDING LIMIT.
004600     SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-CUSTMAST-STATUS.
004900
005000*     EXCHANGE RATES INTO THE BASE CURRENCY - ONE PER CURRENCY.
005100     SELECT FX-RATE-FILE ASSIGN TO "FXRATES"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-FXRATES-STATUS.
005400
005500*     EXPOSURE REPORT - EACH CUSTOMER'S CURRENCIES, THEN THEIR
005600*     TOTAL AGAINST THEIR LIMIT.
005700     SELECT EXPOSURE-REPORT-FILE ASSIGN TO "EXPRPT"
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-EXPRPT-STATUS.
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
007100 FD  CUSTOMER-MASTER-FILE
007200     LABEL RECORDS ARE STANDARD.
007300     COPY CUSTREC.
007400
007500 FD  FX-RATE-FILE
007600     LABEL RECORDS ARE STANDARD.
007700     COPY XRTREC.
007800
007900 FD  EXPOSURE-REPORT-FILE
008000     LABEL RECORDS ARE STANDARD.
008100     COPY EXPREC.
008200
008300 WORKING-STORAGE SECTION.
008400
008500* FILE STATUS AND END-OF-FILE SWITCHES.
008600 01  WS-LOANMSTR-STATUS      PIC X(02).
008700     88  LOANMSTR-OK             VALUE "00".
008800     88  LOANMSTR-EOF            VALUE "10".
008900     88  LOANMSTR-FILE-NOT-FOUND VALUE "35".
009000 01  WS-CUSTMAST-STATUS      PIC X(02).
009100     88  CUSTMAST-OK             VALUE "00".
009200     88  CUSTMAST-EOF            VALUE "10".
009300     88  CUSTMAST-FILE-NOT-FOUND VALUE "35".
009400 01  WS-FXRATES-STATUS       PIC X(02).
009500     88  FXRATES-OK              VALUE "00".
009600     88  FXRATES-EOF             VALUE "10".
009700     88  FXRATES-FILE-NOT-FOUND  VALUE "35".
009800 01  WS-EXPRPT-STATUS        PIC X(02).
009900     88  EXPRPT-OK               VALUE "00".
010000
010100 01  WS-RUN-DATE             PIC 9(08).
010200
010300* THE CUSTOMER THE CURRENT MASTER RECORD BELONGS TO - FROM ITS
010400* CUSTOMER MASTER ENTRY, OR THE ACCOUNT ITSELF WHEN IT HAS NO
010500* CUSTOMER ID OR IS NOT ON THE CUSTOMER MASTER.
010600 01  WS-HOLDER-ID            PIC X(10).
010700 01  WS-HOLDER-NAME          PIC X(30).
010800 01  WS-HOLDER-LIMIT         PIC 9(13)V9(06).
010900
011000* CUSTOMER MASTER TABLE, LOADED ONCE FROM THE CUSTMAST EXTRACT
011100* BEFORE THE SWEEP - THE SAME FLAT LINEAR-SEARCH DESIGN, SIZE AND
011200* LOAD RULES AS PROGRAM LOAN'S OWN TABLE.
011300 01  WS-CUSTOMER-COUNT       PIC 9(04) COMP VALUE ZERO.
011400 01  WS-CUST-IDX             PIC 9(04) COMP.
011500 01  WS-CUSTOMER-TABLE.
011600     05  WS-CUSTOMER-ENTRY   OCCURS 1000 TIMES.
011700         10  WS-CUST-ACCOUNT-ENTRY   PIC X(10).
011800         10  WS-CUST-NAME-ENTRY      PIC X(30).
011900         10  WS-CUST-ID-ENTRY        PIC X(10).
012000         10  WS-CUST-LIMIT-ENTRY     PIC 9(13)V9(06).
012100
012200* EXCHANGE RATE TABLE, LOADED ONCE FROM FXRATES. A FLAT
012300* LINEAR-SEARCH TABLE THE SIZE OF THE CURRENCY TABLES.
012400 01  WS-FXR-COUNT            PIC 9(02) COMP VALUE ZERO.
012500 01  WS-FXR-IDX              PIC 9(02) COMP.
012600 01  WS-FXR-TABLE.
012700     05  WS-FXR-ENTRY        OCCURS 20 TIMES.
012800         10  WS-FXR-CURRENCY-ENTRY   PIC X(03).
012900         10  WS-FXR-RATE-ENTRY       PIC 9(05)V9(08).
013000
013100* EXPOSURE TABLE - ONE ENTRY PER CUSTOMER WITH AN ACCOUNT ON THE
013200* BOOK, IN THE ORDER FIRST MET, CARRYING THE BASE-CURRENCY
013300* TOTALS BUILT UP AS ITS CURRENCIES ARE WRITTEN.
013400 01  WS-EXPOSURE-COUNT       PIC 9(04) COMP VALUE ZERO.
013500 01  WS-EXP-IDX              PIC 9(04) COMP.
013600 01  WS-EXPOSURE-TABLE.
013700     05  WS-EXPOSURE-ENTRY   OCCURS 1000 TIMES.
013800         10  WS-EXP-CUSTOMER-ENTRY   PIC X(10).
013900         10  WS-EXP-NAME-ENTRY       PIC X(30).
014000         10  WS-EXP-LIMIT-ENTRY      PIC 9(13)V9(06).
014100         10  WS-EXP-ACCOUNTS-ENTRY   PIC 9(04).
014200         10  WS-EXP-BALANCE-ENTRY    PIC 9(15)V9(06).
014300         10  WS-EXP-PAST-DUE-ENTRY   PIC 9(15)V9(06).
014400         10  WS-EXP-RATED-ENTRY      PIC X(01).
014500             88  WS-EXP-ENTRY-RATED      VALUE "Y".
014600             88  WS-EXP-ENTRY-UNRATED    VALUE "N".
014700
014800* CUSTOMER-CURRENCY TABLE - ONE ENTRY PER CURRENCY EACH CUSTOMER
014900* BORROWS IN, POINTING BACK AT ITS EXPOSURE TABLE ENTRY, WITH THE
015000* BALANCE AND PAST-DUE AMOUNT IN THAT CURRENCY.
015100 01  WS-CUST-CCY-COUNT       PIC 9(04) COMP VALUE ZERO.
015200 01  WS-CC-IDX               PIC 9(04) COMP.
015300 01  WS-CUST-CCY-TABLE.
015400     05  WS-CUST-CCY-ENTRY   OCCURS 2000 TIMES.
015500         10  WS-CC-EXPOSURE-ENTRY    PIC 9(04) COMP.
015600         10  WS-CC-CURRENCY-ENTRY    PIC X(03).
015700         10  WS-CC-ACCOUNTS-ENTRY    PIC 9(04).
015800         10  WS-CC-BALANCE-ENTRY     PIC 9(15)V9(06).
015900         10  WS-CC-PAST-DUE-ENTRY    PIC 9(15)V9(06).
016000
016100* CONVERSION WORK AREAS FOR ONE CUSTOMER-CURRENCY LINE.
016200 01  WS-BASE-RATE            PIC 9(05)V9(08).
016300 01  WS-BASE-BALANCE         PIC 9(15)V9(06).
016400 01  WS-BASE-PAST-DUE        PIC 9(15)V9(06).
016500
016600* RUN CONTROL TOTALS FOR THE CLOSING RECONCILIATION DISPLAYS.
016700 01  WS-MASTER-COUNT         PIC 9(06) COMP.
016800 01  WS-ON-BOOK-COUNT        PIC 9(06) COMP.
016900 01  WS-NOT-ON-CUST-COUNT    PIC 9(06) COMP.
017000 01  WS-OVER-LIMIT-COUNT     PIC 9(06) COMP.
017100 01  WS-UNRATED-COUNT        PIC 9(06) COMP.
017200 01  WS-NO-LIMIT-COUNT       PIC 9(06) COMP.
017300
017400*----------------------------------------------------------------
017500* PROCEDURE DIVISION
017600*----------------------------------------------------------------
017700 PROCEDURE DIVISION.
017800
017900* 0000-MAINLINE
018000* DRIVES THE SWEEP FROM OPEN THROUGH CLOSE, ONE MASTER RECORD
018100* AT A TIME UNTIL THE FILE IS EXHAUSTED, THEN WRITES THE REPORT
018200* CUSTOMER BY CUSTOMER.
018300 0000-MAINLINE.
018400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
018500     PERFORM 2000-ADD-ONE-ACCOUNT THRU 2000-EXIT
018600         UNTIL LOANMSTR-EOF.
018700     PERFORM 8000-FINALIZE THRU 8000-EXIT.
018800     STOP RUN.
018900
019000* 1000-INITIALIZE
019100* LOADS THE CUSTOMER MASTER AND THE EXCHANGE RATES, OPENS THE
019200* FILES AND PRIMES THE FIRST MASTER READ. A MISSING LOANMSTR IS A
019300* SETUP PROBLEM - THERE IS NOTHING TO REPORT.
019400 1000-INITIALIZE.
019500     MOVE ZERO TO WS-MASTER-COUNT.
019600     MOVE ZERO TO WS-ON-BOOK-COUNT.
019700     MOVE ZERO TO WS-NOT-ON-CUST-COUNT.
019800     MOVE ZERO TO WS-OVER-LIMIT-COUNT.
019900     MOVE ZERO TO WS-UNRATED-COUNT.
020000     MOVE ZERO TO WS-NO-LIMIT-COUNT.
020100     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
020200     PERFORM 1080-LOAD-CUSTOMER-MASTER THRU 1080-EXIT.
020300     PERFORM 1180-LOAD-FX-RATES THRU 1180-EXIT.
020400     OPEN INPUT LOAN-MASTER-FILE.
020500     IF LOANMSTR-FILE-NOT-FOUND
020600         DISPLAY "FATAL - LOANMSTR IS REQUIRED AND WAS NOT "
020700             "FOUND"
020800         MOVE 16 TO RETURN-CODE
020900         STOP RUN
021000     END-IF.
021100     OPEN OUTPUT EXPOSURE-REPORT-FILE.
021200     PERFORM 1100-READ-MASTER-RECORD THRU 1100-EXIT.
021300 1000-EXIT.
021400     EXIT.
021500
021600* 1080-LOAD-CUSTOMER-MASTER
021700* LOADS THE CUSTMAST EXTRACT INTO STORAGE BEFORE THE SWEEP,
021800* WITH THE SAME MISSING/EMPTY/OVERFLOW RULES AS PROGRAM LOAN -
021900* WITHOUT IT NO ACCOUNT CAN BE TIED TO ITS CUSTOMER.
022000 1080-LOAD-CUSTOMER-MASTER.
022100     OPEN INPUT CUSTOMER-MASTER-FILE.
022200     IF CUSTMAST-FILE-NOT-FOUND
022300         DISPLAY "FATAL - CUSTMAST IS REQUIRED AND WAS NOT "
022400             "FOUND"
022500         MOVE 16 TO RETURN-CODE
022600         STOP RUN
022700     END-IF.
022800     PERFORM 1085-READ-CUSTOMER-RECORD THRU 1085-EXIT.
022900     PERFORM 1090-TABLE-ONE-CUSTOMER THRU 1090-EXIT
023000         UNTIL CUSTMAST-EOF.
023100     CLOSE CUSTOMER-MASTER-FILE.
023200     IF WS-CUSTOMER-COUNT = ZERO
023300         DISPLAY "FATAL - CUSTMAST IS EMPTY"
023400         MOVE 16 TO RETURN-CODE
023500         STOP RUN
023600     END-IF.
023700     DISPLAY "CUSTOMER MASTER LOADED - " WS-CUSTOMER-COUNT
023800         " ACCOUNT(S)".
023900 1080-EXIT.
024000     EXIT.
024100
024200* 1085-READ-CUSTOMER-RECORD
024300* READS THE NEXT CUSTOMER MASTER LINE, SETTING CUSTMAST-EOF
024400* WHEN THE EXTRACT IS EXHAUSTED.
024500 1085-READ-CUSTOMER-RECORD.
024600     READ CUSTOMER-MASTER-FILE
024700         AT END SET CUSTMAST-EOF TO TRUE
024800     END-READ.
024900 1085-EXIT.
025000     EXIT.
025100
025200* 1090-TABLE-ONE-CUSTOMER
025300* ADDS THE CURRENT CUSTOMER MASTER LINE TO THE IN-STORAGE TABLE
025400* AND ADVANCES. AN EXTRACT LARGER THAN THE TABLE STOPS THE RUN
025500* RATHER THAN SPLITTING A CUSTOMER'S EXPOSURE. A BLANK CUSTOMER
025600* ID IS TABLED AS THE ACCOUNT NUMBER, SO THE ACCOUNT STANDS AS A
025700* CUSTOMER OF ITS OWN.
025800 1090-TABLE-ONE-CUSTOMER.
025900     IF WS-CUSTOMER-COUNT >= 1000
026000         DISPLAY "FATAL - CUSTOMER MASTER TABLE FULL AT 1000"
026100         MOVE 16 TO RETURN-CODE
026200         STOP RUN
026300     END-IF.
026400     ADD 1 TO WS-CUSTOMER-COUNT.
026500     MOVE CU-ACCOUNT-NO TO
026600         WS-CUST-ACCOUNT-ENTRY (WS-CUSTOMER-COUNT).
026700     MOVE CU-CUSTOMER-NAME TO
026800         WS-CUST-NAME-ENTRY (WS-CUSTOMER-COUNT).
026900     IF CU-CUSTOMER-ID = SPACES
027000         MOVE CU-ACCOUNT-NO TO
027100             WS-CUST-ID-ENTRY (WS-CUSTOMER-COUNT)
027200     ELSE
027300         MOVE CU-CUSTOMER-ID TO
027400             WS-CUST-ID-ENTRY (WS-CUSTOMER-COUNT)
027500     END-IF.
027600     IF CU-LENDING-LIMIT IS NUMERIC
027700         MOVE CU-LENDING-LIMIT TO
027800             WS-CUST-LIMIT-ENTRY (WS-CUSTOMER-COUNT)
027900     ELSE
028000         MOVE ZERO TO WS-CUST-LIMIT-ENTRY (WS-CUSTOMER-COUNT)
028100     END-IF.
028200     PERFORM 1085-READ-CUSTOMER-RECORD THRU 1085-EXIT.
028300 1090-EXIT.
028400     EXIT.
028500
028600* 1100-READ-MASTER-RECORD
028700* READS THE NEXT LOAN MASTER RECORD IN KEY ORDER, SETTING
028800* LOANMSTR-EOF WHEN THE FILE IS EXHAUSTED.
028900 1100-READ-MASTER-RECORD.
029000     READ LOAN-MASTER-FILE
029100         AT END SET LOANMSTR-EOF TO TRUE
029200     END-READ.
029300     IF LOANMSTR-OK
029400         ADD 1 TO WS-MASTER-COUNT
029500     END-IF.
029600 1100-EXIT.
029700     EXIT.
029800
029900* 1180-LOAD-FX-RATES
030000* LOADS THE FXRATES EXCHANGE RATES INTO STORAGE. WITHOUT THEM NO
030100* CUSTOMER BORROWING IN MORE THAN ONE CURRENCY CAN BE TOTALLED,
030200* SO A MISSING FILE STOPS THE RUN. A CURRENCY LEFT OFF THE FILE
030300* ONLY LEAVES ITS CUSTOMERS UNRATED.
030400 1180-LOAD-FX-RATES.
030500     OPEN INPUT FX-RATE-FILE.
030600     IF FXRATES-FILE-NOT-FOUND
030700         DISPLAY "FATAL - FXRATES IS REQUIRED AND WAS NOT "
030800             "FOUND"
030900         MOVE 16 TO RETURN-CODE
031000         STOP RUN
031100     END-IF.
031200     PERFORM 1185-READ-FX-RATE-RECORD THRU 1185-EXIT.
031300     PERFORM 1190-TABLE-ONE-FX-RATE THRU 1190-EXIT
031400         UNTIL FXRATES-EOF.
031500     CLOSE FX-RATE-FILE.
031600     DISPLAY "EXCHANGE RATES LOADED - " WS-FXR-COUNT
031700         " CURRENCY(IES)".
031800 1180-EXIT.
031900     EXIT.
032000
032100* 1185-READ-FX-RATE-RECORD
032200* READS THE NEXT EXCHANGE RATE LINE, SETTING FXRATES-EOF WHEN
032300* THE FILE IS EXHAUSTED.
032400 1185-READ-FX-RATE-RECORD.
032500     READ FX-RATE-FILE
032600         AT END SET FXRATES-EOF TO TRUE
032700     END-READ.
032800 1185-EXIT.
032900     EXIT.
033000
033100* 1190-TABLE-ONE-FX-RATE
033200* ADDS THE CURRENT EXCHANGE RATE TO THE IN-STORAGE TABLE AND
033300* ADVANCES. A RATE THAT IS NOT NUMERIC OR IS ZERO IS LOGGED AND
033400* LEFT OUT, SO ITS CURRENCY SHOWS AS UNRATED INSTEAD OF AS NO
033500* EXPOSURE AT ALL. MORE CURRENCIES THAN THE TABLE HOLDS IS
033600* ABENDED, THE SAME RULE AS LOAN'S CURRENCY TABLE.
033700 1190-TABLE-ONE-FX-RATE.
033800     IF XR-BASE-RATE IS NOT NUMERIC OR XR-BASE-RATE = ZERO
033900         DISPLAY "FXRATES LINE IGNORED - NO USABLE RATE FOR "
034000             XR-CURRENCY-CODE
034100         GO TO 1190-READ-NEXT
034200     END-IF.
034300     IF WS-FXR-COUNT >= 20
034400         DISPLAY "FATAL - EXCHANGE RATE TABLE FULL AT 20"
034500         MOVE 16 TO RETURN-CODE
034600         STOP RUN
034700     END-IF.
034800     ADD 1 TO WS-FXR-COUNT.
034900     MOVE XR-CURRENCY-CODE TO
035000         WS-FXR-CURRENCY-ENTRY (WS-FXR-COUNT).
035100     MOVE XR-BASE-RATE TO WS-FXR-RATE-ENTRY (WS-FXR-COUNT).
035200 1190-READ-NEXT.
035300     PERFORM 1185-READ-FX-RATE-RECORD THRU 1185-EXIT.
035400 1190-EXIT.
035500     EXIT.
035600
035700* 2000-ADD-ONE-ACCOUNT
035800* ADDS THE CURRENT MASTER RECORD TO ITS CUSTOMER'S TOTAL FOR ITS
035900* CURRENCY WHEN IT IS AN ACTIVE OR NON-ACCRUAL ACCOUNT - PAID-OFF
036000* AND WRITTEN-OFF ACCOUNTS ARE NO LONGER EXPOSURE - AND ADVANCES.
036100 2000-ADD-ONE-ACCOUNT.
036200     IF LM-STATUS-ACTIVE OR LM-STATUS-NON-ACCRUAL
036300         ADD 1 TO WS-ON-BOOK-COUNT
036400         PERFORM 2100-SET-HOLDER THRU 2100-EXIT
036500         PERFORM 2200-FIND-EXPOSURE-ENTRY THRU 2200-EXIT
036600         PERFORM 2300-FIND-CUST-CCY-ENTRY THRU 2300-EXIT
036700         ADD 1 TO WS-CC-ACCOUNTS-ENTRY (WS-CC-IDX)
036800         ADD LM-BALANCE TO WS-CC-BALANCE-ENTRY (WS-CC-IDX)
036900         ADD LM-PAST-DUE-AMT TO WS-CC-PAST-DUE-ENTRY (WS-CC-IDX)
037000         ADD 1 TO WS-EXP-ACCOUNTS-ENTRY (WS-EXP-IDX)
037100     END-IF.
037200     PERFORM 1100-READ-MASTER-RECORD THRU 1100-EXIT.
037300 2000-EXIT.
037400     EXIT.
037500
037600* 2100-SET-HOLDER
037700* WORKS OUT WHICH CUSTOMER HOLDS THE CURRENT ACCOUNT. AN ACCOUNT
037800* MISSING FROM THE CUSTOMER MASTER IS STILL EXPOSURE - IT IS
037900* REPORTED AS A CUSTOMER OF ITS OWN WITH NO LIMIT, AND LOGGED.
038000 2100-SET-HOLDER.
038100     PERFORM 2140-FIND-CUSTOMER-ENTRY THRU 2140-EXIT.
038200     IF WS-CUST-IDX > WS-CUSTOMER-COUNT
038300         ADD 1 TO WS-NOT-ON-CUST-COUNT
038400         DISPLAY "ACCOUNT " LM-ACCOUNT-NO
038500             " NOT ON CUSTOMER MASTER - REPORTED ON ITS OWN"
038600         MOVE LM-ACCOUNT-NO TO WS-HOLDER-ID
038700         MOVE "NOT ON CUSTOMER MASTER" TO WS-HOLDER-NAME
038800         MOVE ZERO TO WS-HOLDER-LIMIT
038900     ELSE
039000         MOVE WS-CUST-ID-ENTRY (WS-CUST-IDX) TO WS-HOLDER-ID
039100         MOVE WS-CUST-NAME-ENTRY (WS-CUST-IDX) TO WS-HOLDER-NAME
039200         MOVE WS-CUST-LIMIT-ENTRY (WS-CUST-IDX) TO WS-HOLDER-LIMIT
039300     END-IF.
039400 2100-EXIT.
039500     EXIT.
039600
039700* 2140-FIND-CUSTOMER-ENTRY
039800* RETURNS WS-CUST-IDX POINTING AT LM-ACCOUNT-NO'S CUSTOMER
039900* MASTER ENTRY, OR ONE PAST THE LAST ENTRY WHEN IT IS NOT THERE.
040000 2140-FIND-CUSTOMER-ENTRY.
040100     MOVE ZERO TO WS-CUST-IDX.
040200     PERFORM 2145-TEST-CUSTOMER-ENTRY THRU 2145-EXIT
040300         VARYING WS-CUST-IDX FROM 1 BY 1
040400         UNTIL WS-CUST-IDX > WS-CUSTOMER-COUNT
040500         OR WS-CUST-ACCOUNT-ENTRY (WS-CUST-IDX) = LM-ACCOUNT-NO.
040600 2140-EXIT.
040700     EXIT.
040800
040900* 2145-TEST-CUSTOMER-ENTRY
041000* NO-OP BODY - THE MATCH TEST LIVES ENTIRELY IN 2140'S PERFORM
041100* VARYING UNTIL CONDITION. PRESENT SO THAT PERFORM HAS A
041200* PARAGRAPH TO ITERATE.
041300 2145-TEST-CUSTOMER-ENTRY.
041400     CONTINUE.
041500 2145-EXIT.
041600     EXIT.
041700
041800* 2200-FIND-EXPOSURE-ENTRY
041900* RETURNS WS-EXP-IDX POINTING AT THE HOLDER'S EXPOSURE ENTRY,
042000* CREATING A NEW ZERO-TOTAL ENTRY AT THE END OF THE TABLE THE
042100* FIRST TIME THE CUSTOMER IS MET. THE NAME AND LIMIT ARE TAKEN
042200* FROM THE FIRST ACCOUNT MET; A LIMIT CARRIED ON A LATER ACCOUNT
042300* BUT NOT THE FIRST STILL COUNTS. A FULL TABLE STOPS THE RUN.
042400 2200-FIND-EXPOSURE-ENTRY.
042500     MOVE ZERO TO WS-EXP-IDX.
042600     PERFORM 2210-TEST-EXPOSURE-ENTRY THRU 2210-EXIT
042700         VARYING WS-EXP-IDX FROM 1 BY 1
042800         UNTIL WS-EXP-IDX > WS-EXPOSURE-COUNT
042900         OR WS-EXP-CUSTOMER-ENTRY (WS-EXP-IDX) = WS-HOLDER-ID.
043000     IF WS-EXP-IDX > WS-EXPOSURE-COUNT
043100         IF WS-EXPOSURE-COUNT >= 1000
043200             DISPLAY "FATAL - EXPOSURE TABLE FULL AT 1000"
043300             MOVE 16 TO RETURN-CODE
043400             STOP RUN
043500         END-IF
043600         ADD 1 TO WS-EXPOSURE-COUNT
043700         MOVE WS-EXPOSURE-COUNT TO WS-EXP-IDX
043800         MOVE WS-HOLDER-ID TO WS-EXP-CUSTOMER-ENTRY (WS-EXP-IDX)
043900         MOVE WS-HOLDER-NAME TO WS-EXP-NAME-ENTRY (WS-EXP-IDX)
044000         MOVE WS-HOLDER-LIMIT TO WS-EXP-LIMIT-ENTRY (WS-EXP-IDX)
044100         MOVE ZERO TO WS-EXP-ACCOUNTS-ENTRY (WS-EXP-IDX)
044200         MOVE ZERO TO WS-EXP-BALANCE-ENTRY (WS-EXP-IDX)
044300         MOVE ZERO TO WS-EXP-PAST-DUE-ENTRY (WS-EXP-IDX)
044400         SET WS-EXP-ENTRY-RATED (WS-EXP-IDX) TO TRUE
044500     END-IF.
044600     IF WS-EXP-LIMIT-ENTRY (WS-EXP-IDX) = ZERO
044700         MOVE WS-HOLDER-LIMIT TO WS-EXP-LIMIT-ENTRY (WS-EXP-IDX)
044800     END-IF.
044900 2200-EXIT.
045000     EXIT.
045100
045200* 2210-TEST-EXPOSURE-ENTRY
045300* NO-OP BODY - THE MATCH TEST LIVES ENTIRELY IN 2200'S PERFORM
045400* VARYING UNTIL CONDITION. PRESENT SO THAT PERFORM HAS A
045500* PARAGRAPH TO ITERATE.
045600 2210-TEST-EXPOSURE-ENTRY.
045700     CONTINUE.
045800 2210-EXIT.
045900     EXIT.
046000
046100* 2300-FIND-CUST-CCY-ENTRY
046200* RETURNS WS-CC-IDX POINTING AT THE ENTRY FOR THE CURRENT
046300* CUSTOMER (WS-EXP-IDX) AND THE ACCOUNT'S CURRENCY, CREATING A
046400* NEW ZERO-TOTAL ENTRY THE FIRST TIME THE PAIR IS MET. A FULL
046500* TABLE STOPS THE RUN.
046600 2300-FIND-CUST-CCY-ENTRY.
046700     MOVE ZERO TO WS-CC-IDX.
046800     PERFORM 2310-TEST-CUST-CCY-ENTRY THRU 2310-EXIT
046900         VARYING WS-CC-IDX FROM 1 BY 1
047000         UNTIL WS-CC-IDX > WS-CUST-CCY-COUNT
047100         OR (WS-CC-EXPOSURE-ENTRY (WS-CC-IDX) = WS-EXP-IDX
047200         AND WS-CC-CURRENCY-ENTRY (WS-CC-IDX) = LM-CURRENCY-CODE).
047300     IF WS-CC-IDX > WS-CUST-CCY-COUNT
047400         IF WS-CUST-CCY-COUNT >= 2000
047500             DISPLAY "FATAL - CUSTOMER CURRENCY TABLE FULL AT "
047600                 "2000"
047700             MOVE 16 TO RETURN-CODE
047800             STOP RUN
047900         END-IF
048000         ADD 1 TO WS-CUST-CCY-COUNT
048100         MOVE WS-CUST-CCY-COUNT TO WS-CC-IDX
048200         MOVE WS-EXP-IDX TO WS-CC-EXPOSURE-ENTRY (WS-CC-IDX)
048300         MOVE LM-CURRENCY-CODE TO WS-CC-CURRENCY-ENTRY (WS-CC-IDX)
048400         MOVE ZERO TO WS-CC-ACCOUNTS-ENTRY (WS-CC-IDX)
048500         MOVE ZERO TO WS-CC-BALANCE-ENTRY (WS-CC-IDX)
048600         MOVE ZERO TO WS-CC-PAST-DUE-ENTRY (WS-CC-IDX)
048700     END-IF.
048800 2300-EXIT.
048900     EXIT.
049000
049100* 2310-TEST-CUST-CCY-ENTRY
049200* NO-OP BODY - THE MATCH TEST LIVES ENTIRELY IN 2300'S PERFORM
049300* VARYING UNTIL CONDITION. PRESENT SO THAT PERFORM HAS A
049400* PARAGRAPH TO ITERATE.
049500 2310-TEST-CUST-CCY-ENTRY.
049600     CONTINUE.
049700 2310-EXIT.
049800     EXIT.
049900
050000* 2400-FIND-FX-RATE-ENTRY
050100* RETURNS WS-FXR-IDX POINTING AT THE EXCHANGE RATE FOR THE
050200* CURRENT CUSTOMER-CURRENCY ENTRY'S CURRENCY, OR ONE PAST THE
050300* LAST ENTRY WHEN FXRATES HAS NONE.
050400 2400-FIND-FX-RATE-ENTRY.
050500     MOVE ZERO TO WS-FXR-IDX.
050600     PERFORM 2410-TEST-FX-RATE-ENTRY THRU 2410-EXIT
050700         VARYING WS-FXR-IDX FROM 1 BY 1
050800         UNTIL WS-FXR-IDX > WS-FXR-COUNT
050900         OR WS-FXR-CURRENCY-ENTRY (WS-FXR-IDX)
051000             = WS-CC-CURRENCY-ENTRY (WS-CC-IDX).
051100 2400-EXIT.
051200     EXIT.
051300
051400* 2410-TEST-FX-RATE-ENTRY
051500* NO-OP BODY - THE MATCH TEST LIVES ENTIRELY IN 2400'S PERFORM
051600* VARYING UNTIL CONDITION. PRESENT SO THAT PERFORM HAS A
051700* PARAGRAPH TO ITERATE.
051800 2410-TEST-FX-RATE-ENTRY.
051900     CONTINUE.
052000 2410-EXIT.
052100     EXIT.
052200
052300* 8000-FINALIZE
052400* WRITES EACH CUSTOMER'S CURRENCY RECORDS AND TOTAL RECORD,
052500* CLOSES THE FILES AND DISPLAYS THE RUN CONTROL TOTALS. ANY
052600* CUSTOMER OVER THEIR LIMIT OR UNRATED LEAVES RETURN CODE 4.
052700 8000-FINALIZE.
052800     PERFORM 8100-WRITE-ONE-CUSTOMER THRU 8100-EXIT
052900         VARYING WS-EXP-IDX FROM 1 BY 1
053000         UNTIL WS-EXP-IDX > WS-EXPOSURE-COUNT.
053100     CLOSE LOAN-MASTER-FILE.
053200     CLOSE EXPOSURE-REPORT-FILE.
053300     DISPLAY "LOANEXP SWEPT " WS-MASTER-COUNT " ACCOUNT(S)".
053400     DISPLAY "ON BOOK " WS-ON-BOOK-COUNT
053500         " FOR " WS-EXPOSURE-COUNT " CUSTOMER(S)".
053600     DISPLAY "NOT ON CUSTOMER MASTER " WS-NOT-ON-CUST-COUNT.
053700     DISPLAY "OVER LIMIT " WS-OVER-LIMIT-COUNT.
053800     DISPLAY "UNRATED " WS-UNRATED-COUNT.
053900     DISPLAY "NO LIMIT SET " WS-NO-LIMIT-COUNT.
054000     IF WS-OVER-LIMIT-COUNT > ZERO OR WS-UNRATED-COUNT > ZERO
054100         MOVE 4 TO RETURN-CODE
054200     END-IF.
054300 8000-EXIT.
054400     EXIT.
054500
054600* 8100-WRITE-ONE-CUSTOMER
054700* WRITES ONE CUSTOMER'S CURRENCY RECORDS, THEN THEIR TOTAL.
054800 8100-WRITE-ONE-CUSTOMER.
054900     PERFORM 8200-WRITE-ONE-CURRENCY THRU 8200-EXIT
055000         VARYING WS-CC-IDX FROM 1 BY 1
055100         UNTIL WS-CC-IDX > WS-CUST-CCY-COUNT.
055200     PERFORM 8300-WRITE-CUSTOMER-TOTAL THRU 8300-EXIT.
055300 8100-EXIT.
055400     EXIT.
055500
055600* 8200-WRITE-ONE-CURRENCY
055700* WRITES THE CURRENCY RECORD FOR THE CUSTOMER-CURRENCY ENTRY
055800* WHEN IT BELONGS TO THE CUSTOMER BEING WRITTEN, VALUED IN THE
055900* BASE CURRENCY AND ADDED TO THE CUSTOMER'S TOTAL. A CURRENCY
056000* WITH NO EXCHANGE RATE IS WRITTEN WITH A ZERO RATE AND LEAVES
056100* THE CUSTOMER UNRATED.
056200 8200-WRITE-ONE-CURRENCY.
056300     IF WS-CC-EXPOSURE-ENTRY (WS-CC-IDX) NOT = WS-EXP-IDX
056400         GO TO 8200-EXIT
056500     END-IF.
056600     PERFORM 2400-FIND-FX-RATE-ENTRY THRU 2400-EXIT.
056700     IF WS-FXR-IDX > WS-FXR-COUNT
056800         MOVE ZERO TO WS-BASE-RATE
056900         MOVE ZERO TO WS-BASE-BALANCE
057000         MOVE ZERO TO WS-BASE-PAST-DUE
057100         SET WS-EXP-ENTRY-UNRATED (WS-EXP-IDX) TO TRUE
057200     ELSE
057300         MOVE WS-FXR-RATE-ENTRY (WS-FXR-IDX) TO WS-BASE-RATE
057400         COMPUTE WS-BASE-BALANCE ROUNDED =
057500             WS-CC-BALANCE-ENTRY (WS-CC-IDX) * WS-BASE-RATE
057600         COMPUTE WS-BASE-PAST-DUE ROUNDED =
057700             WS-CC-PAST-DUE-ENTRY (WS-CC-IDX) * WS-BASE-RATE
057800         ADD WS-BASE-BALANCE TO WS-EXP-BALANCE-ENTRY (WS-EXP-IDX)
057900         ADD WS-BASE-PAST-DUE TO
058000             WS-EXP-PAST-DUE-ENTRY (WS-EXP-IDX)
058100     END-IF.
058200     MOVE SPACES TO EXPOSURE-REPORT-RECORD.
058300     SET EX-CURRENCY-RECORD TO TRUE.
058400     MOVE WS-RUN-DATE TO EX-RUN-DATE.
058500     MOVE WS-EXP-CUSTOMER-ENTRY (WS-EXP-IDX) TO EX-CUSTOMER-ID.
058600     MOVE WS-EXP-NAME-ENTRY (WS-EXP-IDX) TO EX-CUSTOMER-NAME.
058700     MOVE WS-CC-CURRENCY-ENTRY (WS-CC-IDX) TO EX-CURRENCY-CODE.
058800     MOVE WS-CC-ACCOUNTS-ENTRY (WS-CC-IDX) TO EX-ACCOUNT-COUNT.
058900     MOVE WS-CC-BALANCE-ENTRY (WS-CC-IDX) TO EX-BALANCE.
059000     MOVE WS-CC-PAST-DUE-ENTRY (WS-CC-IDX) TO EX-PAST-DUE-AMT.
059100     MOVE WS-BASE-RATE TO EX-BASE-RATE.
059200     MOVE WS-BASE-BALANCE TO EX-BASE-BALANCE.
059300     MOVE WS-BASE-PAST-DUE TO EX-BASE-PAST-DUE.
059400     PERFORM 8400-WRITE-REPORT-RECORD THRU 8400-EXIT.
059500 8200-EXIT.
059600     EXIT.
059700
059800* 8300-WRITE-CUSTOMER-TOTAL
059900* WRITES THE CUSTOMER'S TOTAL RECORD AND SETS THEIR LIMIT FLAG.
060000* AN UNRATED CUSTOMER'S TOTAL IS INCOMPLETE, SO NO HEADROOM IS
060100* SHOWN FOR THEM. A CUSTOMER OVER LIMIT OR UNRATED IS LOGGED.
060200 8300-WRITE-CUSTOMER-TOTAL.
060300     MOVE SPACES TO EXPOSURE-REPORT-RECORD.
060400     SET EX-TOTAL-RECORD TO TRUE.
060500     MOVE WS-RUN-DATE TO EX-RUN-DATE.
060600     MOVE WS-EXP-CUSTOMER-ENTRY (WS-EXP-IDX) TO EX-CUSTOMER-ID.
060700     MOVE WS-EXP-NAME-ENTRY (WS-EXP-IDX) TO EX-CUSTOMER-NAME.
060800     MOVE WS-EXP-ACCOUNTS-ENTRY (WS-EXP-IDX) TO EX-TOTAL-ACCOUNTS.
060900     MOVE WS-EXP-BALANCE-ENTRY (WS-EXP-IDX) TO EX-TOTAL-BALANCE.
061000     MOVE WS-EXP-PAST-DUE-ENTRY (WS-EXP-IDX) TO EX-TOTAL-PAST-DUE.
061100     MOVE WS-EXP-LIMIT-ENTRY (WS-EXP-IDX) TO EX-LENDING-LIMIT.
061200     MOVE ZERO TO EX-HEADROOM.
061300     IF WS-EXP-ENTRY-UNRATED (WS-EXP-IDX)
061400         SET EX-UNRATED TO TRUE
061500         ADD 1 TO WS-UNRATED-COUNT
061600         DISPLAY "UNRATED " WS-EXP-CUSTOMER-ENTRY (WS-EXP-IDX)
061700             " - A CURRENCY HAS NO EXCHANGE RATE ON FXRATES"
061800     ELSE
061900         IF WS-EXP-LIMIT-ENTRY (WS-EXP-IDX) = ZERO
062000             SET EX-NO-LIMIT-SET TO TRUE
062100             ADD 1 TO WS-NO-LIMIT-COUNT
062200         ELSE
062300             COMPUTE EX-HEADROOM =
062400                 WS-EXP-LIMIT-ENTRY (WS-EXP-IDX)
062500                 - WS-EXP-BALANCE-ENTRY (WS-EXP-IDX)
062600             IF EX-HEADROOM < ZERO
062700                 SET EX-OVER-LIMIT TO TRUE
062800                 ADD 1 TO WS-OVER-LIMIT-COUNT
062900                 DISPLAY "OVER LIMIT "
063000                     WS-EXP-CUSTOMER-ENTRY (WS-EXP-IDX)
063100                     " EXPOSURE "
063200                     WS-EXP-BALANCE-ENTRY (WS-EXP-IDX)
063300                     " LIMIT " WS-EXP-LIMIT-ENTRY (WS-EXP-IDX)
063400             ELSE
063500                 SET EX-WITHIN-LIMIT TO TRUE
063600             END-IF
063700         END-IF
063800     END-IF.
063900     PERFORM 8400-WRITE-REPORT-RECORD THRU 8400-EXIT.
064000 8300-EXIT.
064100     EXIT.
064200
064300* 8400-WRITE-REPORT-RECORD
064400* WRITES THE EXPRPT RECORD ALREADY BUILT BY THE CALLER. A BAD
064500* WRITE STATUS IS FATAL.
064600 8400-WRITE-REPORT-RECORD.
064700     WRITE EXPOSURE-REPORT-RECORD.
064800     IF NOT EXPRPT-OK
064900         DISPLAY "FATAL - EXPRPT WRITE FAILED, STATUS "
065000             WS-EXPRPT-STATUS
065100         GO TO 9000-ABEND-ON-WRITE-FAILURE
065200     END-IF.
065300 8400-EXIT.
065400     EXIT.
065500
065600* 9000-ABEND-ON-WRITE-FAILURE
065700* COMMON FATAL EXIT FOR AN EXPRPT WRITE FAILURE. THE FILES ARE
065800* CLOSED BEST-EFFORT AND THE RUN ENDS WITH A NON-ZERO RETURN
065900* CODE.
066000 9000-ABEND-ON-WRITE-FAILURE.
066100     CLOSE LOAN-MASTER-FILE.
066200     CLOSE EXPOSURE-REPORT-FILE.
066300     MOVE 16 TO RETURN-CODE.
066400     STOP RUN.

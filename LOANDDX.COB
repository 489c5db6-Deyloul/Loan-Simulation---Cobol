000100*****************************************************************
000200* PROGRAM-ID.  LOANDDX
000300* AUTHOR.      M. DELCOURT
000400* INSTALLATION. BACK OFFICE SYSTEMS - LOAN SIMULATION UNIT
000500* DATE-WRITTEN. 2026-10-15
000600* DATE-COMPILED.
000700*
000800* PURPOSE.
000900*     DIRECT-DEBIT COLLECTION EXTRACT. RUN EACH BUSINESS DAY, IT
001000*     SWEEPS THE LOANMSTR LOAN MASTER FOR EVERY ACTIVE OR
001100*     NON-ACCRUAL ACCOUNT WHOSE NEXT DUE DATE FALLS WITHIN THE
001200*     NEXT N DAYS AND HAS NOT ALREADY BEEN REQUESTED, AND ASKS THE
001300*     BANK TO COLLECT THE SCHEDULED AMOUNT - LM-ANNUITY PLUS
001400*     LM-ESCROW-PAYMENT PLUS ANY ARREARS, LESS ANY SURPLUS ALREADY
001500*     HELD - FROM THE BORROWER'S BANK ACCOUNT UNDER THEIR MANDATE
001600*     ON THE CUSTMAST CUSTOMER MASTER. EACH REQUEST GOES TO THE
001700*     DDEBIT COLLECTION FILE FOR THE BANK, AND THE DUE DATE IS
001800*     MARKED ON THE MASTER (LM-DEBIT-DUE-DATE) SO THE NEXT RUN
001900*     DOES NOT ASK FOR THE SAME INSTALMENT AGAIN. THE DDCTL
002000*     CONTROL REPORT LISTS EVERY ACCOUNT FALLING DUE WITH WHAT WAS
002100*     DONE WITH IT - REQUESTED, HELD FOR A CUSTOMER MASTER
002200*     PROBLEM, LEFT TO THE BORROWER FOR WANT OF A MANDATE, OR
002300*     COVERED BY A SURPLUS - AND SUMMARIZES EACH CURRENCY. ANY
002400*     HELD ACCOUNT ENDS THE RUN WITH RETURN CODE 4.
002500*     THE BUSINESS DATE IS LOAN-BUSINESS-DATE, AS FOR THE REST OF
002600*     THE STREAM, OR THE SYSTEM DATE WITHOUT ONE. THE WINDOW IS
002700*     LOAN-COLLECT-DAYS DAYS, OR 5 WITHOUT ONE. LOAN-COLLECT-
002800*     RESTART=Y APPENDS TO THE DDEBIT AND DDCTL FILES OF A RUN
002900*     THAT STOPPED PART WAY - THE ACCOUNTS IT HAD ALREADY
003000*     REQUESTED ARE MARKED ON THE MASTER AND ARE NOT ASKED FOR
003100*     TWICE.
003200*
003300* MODIFICATION HISTORY.
003400*     2026-10-15 MDC  ORIGINAL DIRECT-DEBIT COLLECTION EXTRACT.
003500*****************************************************************
003600 IDENTIFICATION DIVISION.
003700 PROGRAM-ID. LOANDDX.
003800 AUTHOR. M. DELCOURT.
003900 INSTALLATION. BACK OFFICE SYSTEMS - LOAN SIMULATION UNIT.
004000 DATE-WRITTEN. 2026-10-15.
004100 DATE-COMPILED.
004200
004300 ENVIRONMENT DIVISION.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600*     PERSISTENT LOAN MASTER, READ FRONT TO BACK IN KEY ORDER AND
004700*     REWRITTEN ONLY TO MARK AN INSTALMENT AS REQUESTED.
004800     SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMSTR"
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS SEQUENTIAL
005100         RECORD KEY IS LM-ACCOUNT-NO
005200         FILE STATUS IS WS-LOANMSTR-STATUS.
005300
005400*     CUSTOMER MASTER/CIF EXTRACT - THE BORROWER'S NAME, STANDING
005500*     AND DIRECT-DEBIT MANDATE.
005600     SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-CUSTMAST-STATUS.
005900
006000*     DIRECT-DEBIT COLLECTION FILE FOR THE BANK - ONE LINE PER
006100*     INSTALMENT TO COLLECT.
006200     SELECT DIRECT-DEBIT-FILE ASSIGN TO "DDEBIT"
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-DDEBIT-STATUS.
006500
006600*     COLLECTION CONTROL REPORT - ACCOUNT DETAIL, THEN A
006700*     PER-CURRENCY SUMMARY.
006800     SELECT COLLECTION-CONTROL-FILE ASSIGN TO "DDCTL"
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS WS-DDCTL-STATUS.
007100
007200*----------------------------------------------------------------
007300* DATA DIVISION
007400*----------------------------------------------------------------
007500 DATA DIVISION.
007600 FILE SECTION.
007700
007800 FD  LOAN-MASTER-FILE
007900     LABEL RECORDS ARE STANDARD.
008000     COPY MSTREC.
008100
008200 FD  CUSTOMER-MASTER-FILE
008300     LABEL RECORDS ARE STANDARD.
008400     COPY CUSTREC.
008500
008600 FD  DIRECT-DEBIT-FILE
008700     LABEL RECORDS ARE STANDARD.
008800     COPY DDBREC.
008900
009000 FD  COLLECTION-CONTROL-FILE
009100     LABEL RECORDS ARE STANDARD.
009200     COPY DDCREC.
009300
009400 WORKING-STORAGE SECTION.
009500
009600* FILE STATUS AND END-OF-FILE SWITCHES.
009700 01  WS-LOANMSTR-STATUS      PIC X(02).
009800     88  LOANMSTR-OK             VALUE "00".
009900     88  LOANMSTR-EOF            VALUE "10".
010000     88  LOANMSTR-FILE-NOT-FOUND VALUE "35".
010100 01  WS-CUSTMAST-STATUS      PIC X(02).
010200     88  CUSTMAST-OK             VALUE "00".
010300     88  CUSTMAST-EOF            VALUE "10".
010400     88  CUSTMAST-FILE-NOT-FOUND VALUE "35".
010500 01  WS-DDEBIT-STATUS        PIC X(02).
010600     88  DDEBIT-OK               VALUE "00".
010700 01  WS-DDCTL-STATUS         PIC X(02).
010800     88  DDCTL-OK                VALUE "00".
010900
011000* RUN DATE, AND THE BUSINESS DATE AND COLLECTION WINDOW TAKEN
011100* FROM THE LOAN-BUSINESS-DATE AND LOAN-COLLECT-DAYS OVERRIDES.
011200 01  WS-RUN-DATE             PIC 9(08).
011300 01  WS-BUSINESS-DATE-PARM   PIC X(08).
011400 01  WS-BUSINESS-DATE        PIC 9(08).
011500 01  WS-WINDOW-PARM          PIC X(03).
011600 01  WS-WINDOW-DAYS          PIC 9(03).
011700 01  WS-RESTART-PARM         PIC X(01).
011800     88  WS-RESTART-RUN          VALUE "Y".
011900
012000* CALENDAR SUBROUTINE PARAMETERS - SEE DAYSPARM.CPY.
012100     COPY DAYSPARM.
012200
012300* COLLECTION WORK AREAS. ARREARS ARE THE PAST-DUE AMOUNT LOANPOST
012400* KEEPS EQUAL TO A NEGATIVE CARRY; A POSITIVE CARRY IS A SURPLUS
012500* THE BORROWER HAS ALREADY PAID AND IS TAKEN OFF THE DEBIT.
012600 01  WS-SURPLUS-AMT          PIC 9(13)V9(06).
012700 01  WS-DEBIT-AMOUNT         PIC S9(13)V9(06).
012800 01  WS-ACTION-CODE          PIC X(01).
012900     88  WS-ACTION-REQUEST       VALUE "R".
013000     88  WS-ACTION-HOLD          VALUE "H".
013100     88  WS-ACTION-NO-MANDATE    VALUE "M".
013200     88  WS-ACTION-COVERED       VALUE "C".
013300 01  WS-ACTION-REASON        PIC X(40).
013400
013500* CUSTOMER MASTER TABLE, LOADED ONCE FROM THE CUSTMAST EXTRACT
013600* BEFORE THE SWEEP - THE SAME FLAT LINEAR-SEARCH DESIGN, SIZE AND
013700* LOAD RULES AS PROGRAM LOAN'S OWN TABLE, CARRYING THE MANDATE
013800* DETAILS THE COLLECTION NEEDS.
013900 01  WS-CUSTOMER-COUNT       PIC 9(04) COMP VALUE ZERO.
014000 01  WS-CUST-IDX             PIC 9(04) COMP.
014100 01  WS-CUSTOMER-TABLE.
014200     05  WS-CUSTOMER-ENTRY   OCCURS 1000 TIMES.
014300         10  WS-CUST-ACCOUNT-ENTRY   PIC X(10).
014400         10  WS-CUST-NAME-ENTRY      PIC X(30).
014500         10  WS-CUST-STATUS-ENTRY    PIC X(01).
014600             88  WS-CUST-ENTRY-OPEN      VALUE "O".
014700         10  WS-CUST-MANDATE-ENTRY   PIC X(01).
014800             88  WS-CUST-ENTRY-MANDATE   VALUE "Y".
014900         10  WS-CUST-ROUTING-ENTRY   PIC X(11).
015000         10  WS-CUST-BANK-ACCT-ENTRY PIC X(34).
015100
015200* PER-CURRENCY COLLECTION TABLE - ONE ENTRY PER CURRENCY CODE
015300* SEEN ON AN ACCOUNT FALLING DUE, WITH THE COUNT AND AMOUNT OF
015400* EACH ACTION. A FLAT LINEAR-SEARCH TABLE, THE SAME DESIGN AS
015500* LOANACCR'S ACCRUAL TABLE.
015600 01  WS-CCY-COUNT            PIC 9(02) COMP VALUE ZERO.
015700 01  WS-CCY-IDX              PIC 9(02) COMP.
015800 01  WS-CCY-TABLE.
015900     05  WS-CCY-ENTRY        OCCURS 20 TIMES.
016000         10  WS-CCY-CURRENCY-ENTRY   PIC X(03).
016100         10  WS-CCY-REQUESTED-COUNT  PIC 9(06).
016200         10  WS-CCY-REQUESTED-AMOUNT PIC 9(15)V9(06).
016300         10  WS-CCY-REQUESTED-ARREARS
016400                                     PIC 9(15)V9(06).
016500         10  WS-CCY-HELD-COUNT       PIC 9(06).
016600         10  WS-CCY-HELD-AMOUNT      PIC 9(15)V9(06).
016700         10  WS-CCY-NO-MANDATE-COUNT PIC 9(06).
016800         10  WS-CCY-NO-MANDATE-AMOUNT
016900                                     PIC 9(15)V9(06).
017000         10  WS-CCY-COVERED-COUNT    PIC 9(06).
017100
017200* RUN CONTROL TOTALS FOR THE CLOSING RECONCILIATION DISPLAYS.
017300 01  WS-MASTER-COUNT         PIC 9(06) COMP.
017400 01  WS-DUE-COUNT            PIC 9(06) COMP.
017500 01  WS-REQUESTED-COUNT      PIC 9(06) COMP.
017600 01  WS-HELD-COUNT           PIC 9(06) COMP.
017700 01  WS-NO-MANDATE-COUNT     PIC 9(06) COMP.
017800 01  WS-COVERED-COUNT        PIC 9(06) COMP.
017900 01  WS-ALREADY-COUNT        PIC 9(06) COMP.
018000 01  WS-SKIPPED-COUNT        PIC 9(06) COMP.
018100 01  WS-REQUESTED-TOTAL      PIC 9(15)V9(06).
018200
018300*----------------------------------------------------------------
018400* PROCEDURE DIVISION
018500*----------------------------------------------------------------
018600 PROCEDURE DIVISION.
018700
018800* 0000-MAINLINE
018900* DRIVES THE SWEEP FROM OPEN THROUGH CLOSE, ONE MASTER RECORD
019000* AT A TIME UNTIL THE FILE IS EXHAUSTED, THEN WRITES THE
019100* CURRENCY SUMMARY.
019200 0000-MAINLINE.
019300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
019400     PERFORM 2000-COLLECT-ONE-ACCOUNT THRU 2000-EXIT
019500         UNTIL LOANMSTR-EOF.
019600     PERFORM 8000-FINALIZE THRU 8000-EXIT.
019700     STOP RUN.
019800
019900* 1000-INITIALIZE
020000* WORKS OUT THE BUSINESS DATE AND WINDOW, LOADS THE CUSTOMER
020100* MASTER, OPENS THE FILES AND PRIMES THE FIRST MASTER READ. A
020200* MISSING LOANMSTR IS A SETUP PROBLEM - THERE IS NOTHING TO
020300* COLLECT. ON A RESTART THE OUTPUTS ARE EXTENDED, NOT REPLACED,
020400* SO THE BANK STILL RECEIVES WHAT THE FAILED RUN HAD REQUESTED.
020500 1000-INITIALIZE.
020600     MOVE ZERO TO WS-MASTER-COUNT.
020700     MOVE ZERO TO WS-DUE-COUNT.
020800     MOVE ZERO TO WS-REQUESTED-COUNT.
020900     MOVE ZERO TO WS-HELD-COUNT.
021000     MOVE ZERO TO WS-NO-MANDATE-COUNT.
021100     MOVE ZERO TO WS-COVERED-COUNT.
021200     MOVE ZERO TO WS-ALREADY-COUNT.
021300     MOVE ZERO TO WS-SKIPPED-COUNT.
021400     MOVE ZERO TO WS-REQUESTED-TOTAL.
021500     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
021600     PERFORM 1050-SET-COLLECTION-WINDOW THRU 1050-EXIT.
021700     PERFORM 1080-LOAD-CUSTOMER-MASTER THRU 1080-EXIT.
021800     OPEN I-O LOAN-MASTER-FILE.
021900     IF LOANMSTR-FILE-NOT-FOUND
022000         DISPLAY "FATAL - LOANMSTR IS REQUIRED AND WAS NOT "
022100             "FOUND"
022200         MOVE 16 TO RETURN-CODE
022300         STOP RUN
022400     END-IF.
022500     IF WS-RESTART-RUN
022600         DISPLAY "RESTART - EXTENDING DDEBIT AND DDCTL"
022700         OPEN EXTEND DIRECT-DEBIT-FILE
022800         OPEN EXTEND COLLECTION-CONTROL-FILE
022900     ELSE
023000         OPEN OUTPUT DIRECT-DEBIT-FILE
023100         OPEN OUTPUT COLLECTION-CONTROL-FILE
023200     END-IF.
023300     PERFORM 1100-READ-MASTER-RECORD THRU 1100-EXIT.
023400 1000-EXIT.
023500     EXIT.
023600
023700* 1050-SET-COLLECTION-WINDOW
023800* TAKES THE BUSINESS DATE FROM THE LOAN-BUSINESS-DATE
023900* ENVIRONMENT VARIABLE, OR THE RUN DATE WITHOUT ONE, AND THE
024000* NUMBER OF DAYS AHEAD TO COLLECT FROM LOAN-COLLECT-DAYS, OR 5
024100* WITHOUT ONE. AN OVERRIDE THAT IS NOT A DATE OR NOT A NUMBER
024200* STOPS THE RUN - ASKING THE BANK FOR THE WRONG DAYS' MONEY IS
024300* WORSE THAN ASKING FOR NONE.
024400 1050-SET-COLLECTION-WINDOW.
024500     ACCEPT WS-BUSINESS-DATE-PARM FROM ENVIRONMENT
024600         "LOAN-BUSINESS-DATE"
024700         ON EXCEPTION
024800             MOVE SPACES TO WS-BUSINESS-DATE-PARM
024900     END-ACCEPT.
025000     IF WS-BUSINESS-DATE-PARM = SPACES
025100         MOVE WS-RUN-DATE TO WS-BUSINESS-DATE
025200     ELSE
025300         IF WS-BUSINESS-DATE-PARM IS NOT NUMERIC
025400             DISPLAY "FATAL - LOAN-BUSINESS-DATE IS NOT A DATE - "
025500                 WS-BUSINESS-DATE-PARM
025600             MOVE 16 TO RETURN-CODE
025700             STOP RUN
025800         END-IF
025900         MOVE WS-BUSINESS-DATE-PARM TO WS-BUSINESS-DATE
026000     END-IF.
026100     SET LD-FUNC-DAYS-BETWEEN TO TRUE.
026200     MOVE WS-BUSINESS-DATE TO LD-FROM-DATE.
026300     MOVE WS-BUSINESS-DATE TO LD-TO-DATE.
026400     CALL "LOANDAYS" USING LD-DATE-PARAMETERS.
026500     IF NOT LD-DATE-OK
026600         DISPLAY "FATAL - BUSINESS DATE IS NOT A CALENDAR DATE - "
026700             WS-BUSINESS-DATE
026800         MOVE 16 TO RETURN-CODE
026900         STOP RUN
027000     END-IF.
027100     ACCEPT WS-WINDOW-PARM FROM ENVIRONMENT
027200         "LOAN-COLLECT-DAYS"
027300         ON EXCEPTION
027400             MOVE SPACES TO WS-WINDOW-PARM
027500     END-ACCEPT.
027600     IF WS-WINDOW-PARM = SPACES
027700         MOVE 5 TO WS-WINDOW-DAYS
027800     ELSE
027900         IF WS-WINDOW-PARM IS NOT NUMERIC
028000             DISPLAY "FATAL - LOAN-COLLECT-DAYS IS NOT A NUMBER "
028100                 "OF DAYS - " WS-WINDOW-PARM
028200             MOVE 16 TO RETURN-CODE
028300             STOP RUN
028400         END-IF
028500         MOVE WS-WINDOW-PARM TO WS-WINDOW-DAYS
028600     END-IF.
028700     ACCEPT WS-RESTART-PARM FROM ENVIRONMENT
028800         "LOAN-COLLECT-RESTART"
028900         ON EXCEPTION
029000             MOVE SPACES TO WS-RESTART-PARM
029100     END-ACCEPT.
029200     DISPLAY "COLLECTING INSTALMENTS DUE BY " WS-BUSINESS-DATE
029300         " PLUS " WS-WINDOW-DAYS " DAY(S)".
029400 1050-EXIT.
029500     EXIT.
029600
029700* 1080-LOAD-CUSTOMER-MASTER
029800* LOADS THE CUSTMAST EXTRACT INTO STORAGE BEFORE THE SWEEP,
029900* WITH THE SAME MISSING/EMPTY/OVERFLOW RULES AS PROGRAM LOAN -
030000* WITHOUT IT NO MANDATE CAN BE FOUND AND NOTHING COLLECTED.
030100 1080-LOAD-CUSTOMER-MASTER.
030200     OPEN INPUT CUSTOMER-MASTER-FILE.
030300     IF CUSTMAST-FILE-NOT-FOUND
030400         DISPLAY "FATAL - CUSTMAST IS REQUIRED AND WAS NOT "
030500             "FOUND"
030600         MOVE 16 TO RETURN-CODE
030700         STOP RUN
030800     END-IF.
030900     PERFORM 1085-READ-CUSTOMER-RECORD THRU 1085-EXIT.
031000     PERFORM 1090-TABLE-ONE-CUSTOMER THRU 1090-EXIT
031100         UNTIL CUSTMAST-EOF.
031200     CLOSE CUSTOMER-MASTER-FILE.
031300     IF WS-CUSTOMER-COUNT = ZERO
031400         DISPLAY "FATAL - CUSTMAST IS EMPTY"
031500         MOVE 16 TO RETURN-CODE
031600         STOP RUN
031700     END-IF.
031800     DISPLAY "CUSTOMER MASTER LOADED - " WS-CUSTOMER-COUNT
031900         " ACCOUNT(S)".
032000 1080-EXIT.
032100     EXIT.
032200
032300* 1085-READ-CUSTOMER-RECORD
032400* READS THE NEXT CUSTOMER MASTER LINE, SETTING CUSTMAST-EOF
032500* WHEN THE EXTRACT IS EXHAUSTED.
032600 1085-READ-CUSTOMER-RECORD.
032700     READ CUSTOMER-MASTER-FILE
032800         AT END SET CUSTMAST-EOF TO TRUE
032900     END-READ.
033000 1085-EXIT.
033100     EXIT.
033200
033300* 1090-TABLE-ONE-CUSTOMER
033400* ADDS THE CURRENT CUSTOMER MASTER LINE TO THE IN-STORAGE TABLE
033500* AND ADVANCES. AN EXTRACT LARGER THAN THE TABLE STOPS THE RUN
033600* RATHER THAN HOLDING BACK DEBITS IT NEVER CHECKED.
033700 1090-TABLE-ONE-CUSTOMER.
033800     IF WS-CUSTOMER-COUNT >= 1000
033900         DISPLAY "FATAL - CUSTOMER MASTER TABLE FULL AT 1000"
034000         MOVE 16 TO RETURN-CODE
034100         STOP RUN
034200     END-IF.
034300     ADD 1 TO WS-CUSTOMER-COUNT.
034400     MOVE CU-ACCOUNT-NO TO
034500         WS-CUST-ACCOUNT-ENTRY (WS-CUSTOMER-COUNT).
034600     MOVE CU-CUSTOMER-NAME TO
034700         WS-CUST-NAME-ENTRY (WS-CUSTOMER-COUNT).
034800     MOVE CU-ACCOUNT-STATUS TO
034900         WS-CUST-STATUS-ENTRY (WS-CUSTOMER-COUNT).
035000     MOVE CU-DEBIT-MANDATE TO
035100         WS-CUST-MANDATE-ENTRY (WS-CUSTOMER-COUNT).
035200     MOVE CU-BANK-ROUTING TO
035300         WS-CUST-ROUTING-ENTRY (WS-CUSTOMER-COUNT).
035400     MOVE CU-BANK-ACCOUNT TO
035500         WS-CUST-BANK-ACCT-ENTRY (WS-CUSTOMER-COUNT).
035600     PERFORM 1085-READ-CUSTOMER-RECORD THRU 1085-EXIT.
035700 1090-EXIT.
035800     EXIT.
035900
036000* 1100-READ-MASTER-RECORD
036100* READS THE NEXT LOAN MASTER RECORD IN KEY ORDER, SETTING
036200* LOANMSTR-EOF WHEN THE FILE IS EXHAUSTED.
036300 1100-READ-MASTER-RECORD.
036400     READ LOAN-MASTER-FILE
036500         AT END SET LOANMSTR-EOF TO TRUE
036600     END-READ.
036700     IF LOANMSTR-OK
036800         ADD 1 TO WS-MASTER-COUNT
036900     END-IF.
037000 1100-EXIT.
037100     EXIT.
037200
037300* 2000-COLLECT-ONE-ACCOUNT
037400* WORKS THE CURRENT MASTER RECORD WHEN IT IS AN ACTIVE OR
037500* NON-ACCRUAL ACCOUNT WITH TERM LEFT AND A DUE DATE INSIDE THE
037600* WINDOW - EVERYTHING ELSE IS READ PAST - AND ADVANCES. A
037700* NON-ACCRUAL BORROWER STILL OWES THE INSTALMENT, SO IS STILL
037800* COLLECTED. AN INSTALMENT ALREADY REQUESTED BY AN EARLIER RUN
037900* IS ONLY COUNTED.
038000 2000-COLLECT-ONE-ACCOUNT.
038100     IF (LM-STATUS-ACTIVE OR LM-STATUS-NON-ACCRUAL)
038200         AND LM-REMAINING-TERM > ZERO
038300         AND LM-NEXT-DUE-DATE > ZERO
038400         PERFORM 2100-CHECK-DUE-DATE THRU 2100-EXIT
038500     END-IF.
038600     PERFORM 1100-READ-MASTER-RECORD THRU 1100-EXIT.
038700 2000-EXIT.
038800     EXIT.
038900
039000* 2100-CHECK-DUE-DATE
039100* WORKS OUT HOW FAR OFF THE ACCOUNT'S NEXT DUE DATE IS. ONE
039200* INSIDE THE WINDOW - INCLUDING ONE ALREADY PASSED THAT WAS
039300* NEVER REQUESTED - IS WORKED; ONE FURTHER OUT IS LEFT FOR A
039400* LATER RUN. A MASTER WHOSE DUE DATE IS NOT A REAL DATE CANNOT
039500* BE COLLECTED - IT IS LOGGED AND SKIPPED RATHER THAN GUESSED AT.
039600 2100-CHECK-DUE-DATE.
039700     SET LD-FUNC-DAYS-BETWEEN TO TRUE.
039800     MOVE WS-BUSINESS-DATE TO LD-FROM-DATE.
039900     MOVE LM-NEXT-DUE-DATE TO LD-TO-DATE.
040000     CALL "LOANDAYS" USING LD-DATE-PARAMETERS.
040100     IF NOT LD-DATE-OK
040200         ADD 1 TO WS-SKIPPED-COUNT
040300         DISPLAY "SKIPPED " LM-ACCOUNT-NO
040400             " - NEXT DUE DATE NOT VALID " LM-NEXT-DUE-DATE
040500         GO TO 2100-EXIT
040600     END-IF.
040700     IF LD-DAYS > WS-WINDOW-DAYS
040800         GO TO 2100-EXIT
040900     END-IF.
041000     IF LM-DEBIT-DUE-DATE = LM-NEXT-DUE-DATE
041100         ADD 1 TO WS-ALREADY-COUNT
041200         GO TO 2100-EXIT
041300     END-IF.
041400     ADD 1 TO WS-DUE-COUNT.
041500     PERFORM 2200-WORK-OUT-AMOUNT THRU 2200-EXIT.
041600     PERFORM 2300-CHECK-MANDATE THRU 2300-EXIT.
041700     IF WS-ACTION-REQUEST
041800         PERFORM 2400-REQUEST-DEBIT THRU 2400-EXIT
041900     END-IF.
042000     IF WS-ACTION-COVERED
042100         PERFORM 2450-MARK-MASTER THRU 2450-EXIT
042200     END-IF.
042300     PERFORM 2500-WRITE-CONTROL-DETAIL THRU 2500-EXIT.
042400     PERFORM 2600-ROLL-INTO-CURRENCY THRU 2600-EXIT.
042500 2100-EXIT.
042600     EXIT.
042700
042800* 2200-WORK-OUT-AMOUNT
042900* THE SCHEDULED AMOUNT IS THE ANNUITY PLUS THE ESCROW PAYMENT
043000* PLUS ANY ARREARS, LESS ANY SURPLUS THE BORROWER HAS ALREADY
043100* PAID. A SURPLUS BIG ENOUGH TO COVER THE LOT LEAVES NOTHING TO
043200* COLLECT.
043300 2200-WORK-OUT-AMOUNT.
043400     IF LM-PAYMENT-CARRY > ZERO
043500         MOVE LM-PAYMENT-CARRY TO WS-SURPLUS-AMT
043600     ELSE
043700         MOVE ZERO TO WS-SURPLUS-AMT
043800     END-IF.
043900     COMPUTE WS-DEBIT-AMOUNT =
044000         LM-ANNUITY + LM-ESCROW-PAYMENT + LM-PAST-DUE-AMT
044100         - WS-SURPLUS-AMT.
044200     IF WS-DEBIT-AMOUNT < ZERO
044300         MOVE ZERO TO WS-DEBIT-AMOUNT
044400     END-IF.
044500 2200-EXIT.
044600     EXIT.
044700
044800* 2300-CHECK-MANDATE
044900* DECIDES WHAT TO DO WITH THE INSTALMENT. AN ACCOUNT MISSING
045000* FROM CUSTMAST OR NOT OPEN ON IT, OR A MANDATE WITH NO BANK
045100* DETAILS, IS HELD FOR OPERATIONS TO PUT RIGHT. A BORROWER WITH
045200* NO MANDATE PAYS BY OTHER MEANS AND IS ONLY LISTED. NOTHING TO
045300* COLLECT NEEDS NO DEBIT. EVERYTHING ELSE IS REQUESTED.
045400 2300-CHECK-MANDATE.
045500     MOVE SPACES TO WS-ACTION-REASON.
045600     PERFORM 2340-FIND-CUSTOMER-ENTRY THRU 2340-EXIT.
045700     IF WS-CUST-IDX > WS-CUSTOMER-COUNT
045800         SET WS-ACTION-HOLD TO TRUE
045900         MOVE "ACCOUNT NOT ON CUSTOMER MASTER" TO WS-ACTION-REASON
046000         GO TO 2300-EXIT
046100     END-IF.
046200     IF NOT WS-CUST-ENTRY-OPEN (WS-CUST-IDX)
046300         SET WS-ACTION-HOLD TO TRUE
046400         MOVE "ACCOUNT NOT OPEN ON CUSTOMER MASTER" TO
046500             WS-ACTION-REASON
046600         GO TO 2300-EXIT
046700     END-IF.
046800     IF WS-DEBIT-AMOUNT = ZERO
046900         SET WS-ACTION-COVERED TO TRUE
047000         MOVE "COVERED BY SURPLUS ON ACCOUNT" TO WS-ACTION-REASON
047100         GO TO 2300-EXIT
047200     END-IF.
047300     IF NOT WS-CUST-ENTRY-MANDATE (WS-CUST-IDX)
047400         SET WS-ACTION-NO-MANDATE TO TRUE
047500         MOVE "NO DIRECT-DEBIT MANDATE HELD" TO WS-ACTION-REASON
047600         GO TO 2300-EXIT
047700     END-IF.
047800     IF WS-CUST-ROUTING-ENTRY (WS-CUST-IDX) = SPACES
047900         OR WS-CUST-BANK-ACCT-ENTRY (WS-CUST-IDX) = SPACES
048000         SET WS-ACTION-HOLD TO TRUE
048100         MOVE "MANDATE HAS NO BANK ROUTING OR ACCOUNT" TO
048200             WS-ACTION-REASON
048300         GO TO 2300-EXIT
048400     END-IF.
048500     SET WS-ACTION-REQUEST TO TRUE.
048600     MOVE "DEBIT REQUESTED" TO WS-ACTION-REASON.
048700 2300-EXIT.
048800     EXIT.
048900
049000* 2340-FIND-CUSTOMER-ENTRY
049100* RETURNS WS-CUST-IDX POINTING AT LM-ACCOUNT-NO'S CUSTOMER
049200* MASTER ENTRY, OR ONE PAST THE LAST ENTRY WHEN IT IS NOT THERE.
049300 2340-FIND-CUSTOMER-ENTRY.
049400     MOVE ZERO TO WS-CUST-IDX.
049500     PERFORM 2345-TEST-CUSTOMER-ENTRY THRU 2345-EXIT
049600         VARYING WS-CUST-IDX FROM 1 BY 1
049700         UNTIL WS-CUST-IDX > WS-CUSTOMER-COUNT
049800         OR WS-CUST-ACCOUNT-ENTRY (WS-CUST-IDX) = LM-ACCOUNT-NO.
049900 2340-EXIT.
050000     EXIT.
050100
050200* 2345-TEST-CUSTOMER-ENTRY
050300* NO-OP BODY - THE MATCH TEST LIVES ENTIRELY IN 2340'S PERFORM
050400* VARYING UNTIL CONDITION. PRESENT SO THAT PERFORM HAS A
050500* PARAGRAPH TO ITERATE.
050600 2345-TEST-CUSTOMER-ENTRY.
050700     CONTINUE.
050800 2345-EXIT.
050900     EXIT.
051000
051100* 2400-REQUEST-DEBIT
051200* WRITES THE DDEBIT COLLECTION RECORD FOR THE INSTALMENT AND
051300* MARKS IT REQUESTED ON THE MASTER. THE DEBIT IS WRITTEN FIRST,
051400* SO A RUN THAT STOPS BETWEEN THE TWO ASKS TWICE RATHER THAN NOT
051500* AT ALL; THE BANK RETURNS A DUPLICATE, IT CANNOT INVENT A
051600* MISSING ONE. A BAD WRITE STATUS IS FATAL.
051700 2400-REQUEST-DEBIT.
051800     MOVE WS-RUN-DATE TO DB-RUN-DATE.
051900     MOVE LM-ACCOUNT-NO TO DB-ACCOUNT-NO.
052000     MOVE LM-NEXT-DUE-DATE TO DB-DUE-DATE.
052100     MOVE WS-CUST-NAME-ENTRY (WS-CUST-IDX) TO DB-CUSTOMER-NAME.
052200     MOVE WS-CUST-ROUTING-ENTRY (WS-CUST-IDX) TO DB-BANK-ROUTING.
052300     MOVE WS-CUST-BANK-ACCT-ENTRY (WS-CUST-IDX) TO
052400         DB-BANK-ACCOUNT.
052500     MOVE LM-CURRENCY-CODE TO DB-CURRENCY-CODE.
052600     MOVE WS-DEBIT-AMOUNT TO DB-DEBIT-AMOUNT.
052700     MOVE LM-ANNUITY TO DB-ANNUITY-AMT.
052800     MOVE LM-ESCROW-PAYMENT TO DB-ESCROW-AMT.
052900     MOVE LM-PAST-DUE-AMT TO DB-ARREARS-AMT.
053000     MOVE WS-SURPLUS-AMT TO DB-SURPLUS-AMT.
053100     WRITE DIRECT-DEBIT-RECORD.
053200     IF NOT DDEBIT-OK
053300         DISPLAY "FATAL - DDEBIT WRITE FAILED, STATUS "
053400             WS-DDEBIT-STATUS
053500         GO TO 9000-ABEND-ON-WRITE-FAILURE
053600     END-IF.
053700     ADD 1 TO WS-REQUESTED-COUNT.
053800     ADD WS-DEBIT-AMOUNT TO WS-REQUESTED-TOTAL.
053900     PERFORM 2450-MARK-MASTER THRU 2450-EXIT.
054000 2400-EXIT.
054100     EXIT.
054200
054300* 2450-MARK-MASTER
054400* RECORDS THE INSTALMENT'S DUE DATE AS DEALT WITH ON THE MASTER
054500* AND REWRITES IT. A BAD REWRITE STATUS IS FATAL - THE NEXT RUN
054600* WOULD ASK FOR THE SAME MONEY AGAIN.
054700 2450-MARK-MASTER.
054800     MOVE LM-NEXT-DUE-DATE TO LM-DEBIT-DUE-DATE.
054900     REWRITE LOAN-MASTER-RECORD.
055000     IF NOT LOANMSTR-OK
055100         DISPLAY "FATAL - LOANMSTR REWRITE FAILED FOR "
055200             LM-ACCOUNT-NO ", STATUS " WS-LOANMSTR-STATUS
055300         GO TO 9000-ABEND-ON-WRITE-FAILURE
055400     END-IF.
055500 2450-EXIT.
055600     EXIT.
055700
055800* 2500-WRITE-CONTROL-DETAIL
055900* WRITES THE DDCTL DETAIL RECORD FOR THE CURRENT ACCOUNT WITH
056000* WHAT WAS DONE AND WHY. A HELD ACCOUNT IS ALSO LOGGED.
056100 2500-WRITE-CONTROL-DETAIL.
056200     MOVE SPACES TO COLLECTION-CONTROL-RECORD.
056300     SET DC-DETAIL-RECORD TO TRUE.
056400     MOVE WS-RUN-DATE TO DC-RUN-DATE.
056500     MOVE WS-BUSINESS-DATE TO DC-BUSINESS-DATE.
056600     MOVE WS-WINDOW-DAYS TO DC-WINDOW-DAYS.
056700     MOVE LM-CURRENCY-CODE TO DC-CURRENCY-CODE.
056800     MOVE LM-ACCOUNT-NO TO DC-ACCOUNT-NO.
056900     MOVE LM-NEXT-DUE-DATE TO DC-DUE-DATE.
057000     MOVE WS-ACTION-CODE TO DC-ACTION-CODE.
057100     MOVE WS-DEBIT-AMOUNT TO DC-DEBIT-AMOUNT.
057200     MOVE LM-ANNUITY TO DC-ANNUITY-AMT.
057300     MOVE LM-ESCROW-PAYMENT TO DC-ESCROW-AMT.
057400     MOVE LM-PAST-DUE-AMT TO DC-ARREARS-AMT.
057500     MOVE WS-SURPLUS-AMT TO DC-SURPLUS-AMT.
057600     MOVE WS-ACTION-REASON TO DC-ACTION-REASON.
057700     PERFORM 2550-WRITE-CONTROL-RECORD THRU 2550-EXIT.
057800     IF WS-ACTION-HOLD
057900         ADD 1 TO WS-HELD-COUNT
058000         DISPLAY "HELD " LM-ACCOUNT-NO " DUE " LM-NEXT-DUE-DATE
058100             " - " WS-ACTION-REASON
058200     END-IF.
058300     IF WS-ACTION-NO-MANDATE
058400         ADD 1 TO WS-NO-MANDATE-COUNT
058500     END-IF.
058600     IF WS-ACTION-COVERED
058700         ADD 1 TO WS-COVERED-COUNT
058800     END-IF.
058900 2500-EXIT.
059000     EXIT.
059100
059200* 2550-WRITE-CONTROL-RECORD
059300* WRITES THE DDCTL RECORD ALREADY BUILT BY THE CALLER. A BAD
059400* WRITE STATUS IS FATAL.
059500 2550-WRITE-CONTROL-RECORD.
059600     WRITE COLLECTION-CONTROL-RECORD.
059700     IF NOT DDCTL-OK
059800         DISPLAY "FATAL - DDCTL WRITE FAILED, STATUS "
059900             WS-DDCTL-STATUS
060000         GO TO 9000-ABEND-ON-WRITE-FAILURE
060100     END-IF.
060200 2550-EXIT.
060300     EXIT.
060400
060500* 2600-ROLL-INTO-CURRENCY
060600* ADDS THE CURRENT ACCOUNT'S AMOUNT TO ITS CURRENCY'S TOTALS FOR
060700* THE ACTION TAKEN.
060800 2600-ROLL-INTO-CURRENCY.
060900     PERFORM 2650-FIND-CCY-ENTRY THRU 2650-EXIT.
061000     IF WS-ACTION-REQUEST
061100         ADD 1 TO WS-CCY-REQUESTED-COUNT (WS-CCY-IDX)
061200         ADD WS-DEBIT-AMOUNT TO
061300             WS-CCY-REQUESTED-AMOUNT (WS-CCY-IDX)
061400         ADD LM-PAST-DUE-AMT TO
061500             WS-CCY-REQUESTED-ARREARS (WS-CCY-IDX)
061600     ELSE
061700         IF WS-ACTION-HOLD
061800             ADD 1 TO WS-CCY-HELD-COUNT (WS-CCY-IDX)
061900             ADD WS-DEBIT-AMOUNT TO
062000                 WS-CCY-HELD-AMOUNT (WS-CCY-IDX)
062100         ELSE
062200             IF WS-ACTION-NO-MANDATE
062300                 ADD 1 TO WS-CCY-NO-MANDATE-COUNT (WS-CCY-IDX)
062400                 ADD WS-DEBIT-AMOUNT TO
062500                     WS-CCY-NO-MANDATE-AMOUNT (WS-CCY-IDX)
062600             ELSE
062700                 ADD 1 TO WS-CCY-COVERED-COUNT (WS-CCY-IDX)
062800             END-IF
062900         END-IF
063000     END-IF.
063100 2600-EXIT.
063200     EXIT.
063300
063400* 2650-FIND-CCY-ENTRY
063500* RETURNS WS-CCY-IDX POINTING AT LM-CURRENCY-CODE'S ENTRY,
063600* CREATING A NEW ZERO-TOTAL ENTRY AT THE END OF THE TABLE IF
063700* THIS CURRENCY HAS NOT BEEN SEEN YET. MORE DISTINCT CURRENCIES
063800* THAN THE TABLE HOLDS IS ABENDED, THE SAME RULE AS LOAN'S
063900* CURRENCY TABLE.
064000 2650-FIND-CCY-ENTRY.
064100     MOVE ZERO TO WS-CCY-IDX.
064200     PERFORM 2660-TEST-CCY-ENTRY THRU 2660-EXIT
064300         VARYING WS-CCY-IDX FROM 1 BY 1
064400         UNTIL WS-CCY-IDX > WS-CCY-COUNT
064500         OR WS-CCY-CURRENCY-ENTRY (WS-CCY-IDX)
064600             = LM-CURRENCY-CODE.
064700     IF WS-CCY-IDX > WS-CCY-COUNT
064800         IF WS-CCY-COUNT >= 20
064900             DISPLAY "FATAL - COLLECTION CURRENCY TABLE FULL AT "
065000                 "20"
065100             GO TO 9000-ABEND-ON-WRITE-FAILURE
065200         END-IF
065300         ADD 1 TO WS-CCY-COUNT
065400         MOVE WS-CCY-COUNT TO WS-CCY-IDX
065500         MOVE LM-CURRENCY-CODE TO
065600             WS-CCY-CURRENCY-ENTRY (WS-CCY-IDX)
065700         MOVE ZERO TO WS-CCY-REQUESTED-COUNT (WS-CCY-IDX)
065800         MOVE ZERO TO WS-CCY-REQUESTED-AMOUNT (WS-CCY-IDX)
065900         MOVE ZERO TO WS-CCY-REQUESTED-ARREARS (WS-CCY-IDX)
066000         MOVE ZERO TO WS-CCY-HELD-COUNT (WS-CCY-IDX)
066100         MOVE ZERO TO WS-CCY-HELD-AMOUNT (WS-CCY-IDX)
066200         MOVE ZERO TO WS-CCY-NO-MANDATE-COUNT (WS-CCY-IDX)
066300         MOVE ZERO TO WS-CCY-NO-MANDATE-AMOUNT (WS-CCY-IDX)
066400         MOVE ZERO TO WS-CCY-COVERED-COUNT (WS-CCY-IDX)
066500     END-IF.
066600 2650-EXIT.
066700     EXIT.
066800
066900* 2660-TEST-CCY-ENTRY
067000* NO-OP BODY - THE MATCH TEST LIVES ENTIRELY IN 2650'S PERFORM
067100* VARYING UNTIL CONDITION. PRESENT SO THAT PERFORM HAS A
067200* PARAGRAPH TO ITERATE.
067300 2660-TEST-CCY-ENTRY.
067400     CONTINUE.
067500 2660-EXIT.
067600     EXIT.
067700
067800* 8000-FINALIZE
067900* WRITES ONE SUMMARY RECORD PER CURRENCY FALLING DUE, CLOSES THE
068000* FILES AND DISPLAYS THE RUN CONTROL TOTALS. ANY HELD ACCOUNT
068100* LEAVES RETURN CODE 4 SO OPERATIONS LOOK AT THE HELD LIST
068200* BEFORE THE DUE DATE PASSES.
068300 8000-FINALIZE.
068400     PERFORM 8100-WRITE-ONE-CCY-SUMMARY THRU 8100-EXIT
068500         VARYING WS-CCY-IDX FROM 1 BY 1
068600         UNTIL WS-CCY-IDX > WS-CCY-COUNT.
068700     CLOSE LOAN-MASTER-FILE.
068800     CLOSE DIRECT-DEBIT-FILE.
068900     CLOSE COLLECTION-CONTROL-FILE.
069000     DISPLAY "LOANDDX SWEPT " WS-MASTER-COUNT " ACCOUNT(S)".
069100     DISPLAY "FALLING DUE " WS-DUE-COUNT.
069200     DISPLAY "DEBITS REQUESTED " WS-REQUESTED-COUNT
069300         " FOR " WS-REQUESTED-TOTAL.
069400     DISPLAY "HELD " WS-HELD-COUNT.
069500     DISPLAY "NO MANDATE " WS-NO-MANDATE-COUNT.
069600     DISPLAY "COVERED BY SURPLUS " WS-COVERED-COUNT.
069700     DISPLAY "ALREADY REQUESTED " WS-ALREADY-COUNT.
069800     DISPLAY "SKIPPED " WS-SKIPPED-COUNT.
069900     IF WS-HELD-COUNT > ZERO
070000         MOVE 4 TO RETURN-CODE
070100     END-IF.
070200 8000-EXIT.
070300     EXIT.
070400
070500* 8100-WRITE-ONE-CCY-SUMMARY
070600* WRITES THE DDCTL SUMMARY RECORD FOR ONE CURRENCY'S ENTRY.
070700 8100-WRITE-ONE-CCY-SUMMARY.
070800     MOVE SPACES TO COLLECTION-CONTROL-RECORD.
070900     SET DC-SUMMARY-RECORD TO TRUE.
071000     MOVE WS-RUN-DATE TO DC-RUN-DATE.
071100     MOVE WS-BUSINESS-DATE TO DC-BUSINESS-DATE.
071200     MOVE WS-WINDOW-DAYS TO DC-WINDOW-DAYS.
071300     MOVE WS-CCY-CURRENCY-ENTRY (WS-CCY-IDX) TO DC-CURRENCY-CODE.
071400     MOVE WS-CCY-REQUESTED-COUNT (WS-CCY-IDX) TO
071500         DC-REQUESTED-COUNT.
071600     MOVE WS-CCY-REQUESTED-AMOUNT (WS-CCY-IDX) TO
071700         DC-REQUESTED-AMOUNT.
071800     MOVE WS-CCY-REQUESTED-ARREARS (WS-CCY-IDX) TO
071900         DC-REQUESTED-ARREARS.
072000     MOVE WS-CCY-HELD-COUNT (WS-CCY-IDX) TO DC-HELD-COUNT.
072100     MOVE WS-CCY-HELD-AMOUNT (WS-CCY-IDX) TO DC-HELD-AMOUNT.
072200     MOVE WS-CCY-NO-MANDATE-COUNT (WS-CCY-IDX) TO
072300         DC-NO-MANDATE-COUNT.
072400     MOVE WS-CCY-NO-MANDATE-AMOUNT (WS-CCY-IDX) TO
072500         DC-NO-MANDATE-AMOUNT.
072600     MOVE WS-CCY-COVERED-COUNT (WS-CCY-IDX) TO DC-COVERED-COUNT.
072700     PERFORM 2550-WRITE-CONTROL-RECORD THRU 2550-EXIT.
072800 8100-EXIT.
072900     EXIT.
073000
073100* 9000-ABEND-ON-WRITE-FAILURE
073200* COMMON FATAL EXIT FOR A DDEBIT, DDCTL OR LOANMSTR WRITE
073300* FAILURE. THE FILES ARE CLOSED BEST-EFFORT AND THE RUN ENDS
073400* WITH A NON-ZERO RETURN CODE SO THE HALF-WRITTEN COLLECTION FILE
073500* IS NOT SENT; RERUN WITH LOAN-COLLECT-RESTART=Y ONCE FIXED.
073600 9000-ABEND-ON-WRITE-FAILURE.
073700     CLOSE LOAN-MASTER-FILE.
073800     CLOSE DIRECT-DEBIT-FILE.
073900     CLOSE COLLECTION-CONTROL-FILE.
074000     MOVE 16 TO RETURN-CODE.
074100     STOP RUN.

000100*****************************************************************
000200* PROGRAM-ID.  LOANDDR
000300* AUTHOR.      M. DELCOURT
000400* INSTALLATION. BACK OFFICE SYSTEMS - LOAN SIMULATION UNIT
000500* DATE-WRITTEN. 2026-10-15
000600* DATE-COMPILED.
000700*
000800* PURPOSE.
000900*     DIRECT-DEBIT RETURNS MATCHING. RUN WHEN THE BANK SENDS BACK
001000*     ITS DDRETURN FILE OF COLLECTIONS IT COULD NOT MAKE OR HAS
001100*     CLAWED BACK, IT MATCHES EACH RETURN ON ITS COLLECTION
001200*     REFERENCE - ACCOUNT NUMBER AND DUE DATE - TO THE DDEBIT
001300*     COLLECTION FILE LOANDDX SENT, AND ADDS A LINE FOR EVERY
001400*     RETURN TO THE PAYEXC PAYMENT EXCEPTION FILE, FLAGGED "D",
001500*     SO THE DAY SHIFT CHASES A REJECTED DEBIT THE SAME WAY AS
001600*     ANY OTHER PAYMENT PROBLEM. WHERE THE COLLECTION HAD
001680*     ALREADY ARRIVED ON PAYIN AND POSTED, THE DAY SHIFT KEYS THE
001760*     PAYIN REVERSAL FOR LOANPOST FROM THAT PAYEXC LINE - THE
001840*     ACCOUNT, THE DUE DATE AS VALUE DATE AND THE AMOUNT. THIS JOB
001920*     WRITES NO REVERSAL ITSELF. SEVERAL DAYS' DDEBIT FILES MAY BE
002000*     CONCATENATED WITH LOANMRGE WHEN THE BANK RETURNS LATE. A
002080*     RETURN THAT MATCHES NO COLLECTION, DOES NOT MATCH THE AMOUNT
002160*     REQUESTED OR REPEATS ONE ALREADY MATCHED IS STILL WRITTEN,
002240*     WITH THE PROBLEM AS ITS REASON, AND ENDS THE RUN WITH RETURN
002320*     CODE 4. PAYEXC IS EXTENDED, NOT REPLACED, SO THIS JOB RUNS
002400*     AFTER LOANPOST HAS WRITTEN THE DAY'S POSTING EXCEPTIONS.
002500*
002600* MODIFICATION HISTORY.
002700*     2026-10-15 MDC  ORIGINAL DIRECT-DEBIT RETURNS MATCHING.
002800*****************************************************************
002900 IDENTIFICATION DIVISION.
003000 PROGRAM-ID. LOANDDR.
003100 AUTHOR. M. DELCOURT.
003200 INSTALLATION. BACK OFFICE SYSTEMS - LOAN SIMULATION UNIT.
003300 DATE-WRITTEN. 2026-10-15.
003400 DATE-COMPILED.
003500
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900*     DIRECT-DEBIT COLLECTION FILE AS SENT TO THE BANK BY LOANDDX.
004000     SELECT DIRECT-DEBIT-FILE ASSIGN TO "DDEBIT"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-DDEBIT-STATUS.
004300
004400*     BANK'S DIRECT-DEBIT RETURNS - ONE LINE PER DEBIT RETURNED.
004500     SELECT DEBIT-RETURN-FILE ASSIGN TO "DDRETURN"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-DDRETURN-STATUS.
004800
004900*     PAYMENT EXCEPTIONS - THE SAME FILE LOANPOST WRITES,
005000*     EXTENDED WITH ONE LINE PER RETURN.
005100     SELECT PAYMENT-EXCEPTION-FILE ASSIGN TO "PAYEXC"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-PAYEXC-STATUS.
005400
005500*----------------------------------------------------------------
005600* DATA DIVISION
005700*----------------------------------------------------------------
005800 DATA DIVISION.
005900 FILE SECTION.
006000
006100 FD  DIRECT-DEBIT-FILE
006200     LABEL RECORDS ARE STANDARD.
006300     COPY DDBREC.
006400
006500 FD  DEBIT-RETURN-FILE
006600     LABEL RECORDS ARE STANDARD.
006700     COPY DDRREC.
006800
006900 FD  PAYMENT-EXCEPTION-FILE
007000     LABEL RECORDS ARE STANDARD.
007100     COPY PEXREC.
007200
007300 WORKING-STORAGE SECTION.
007400
007500* FILE STATUS AND END-OF-FILE SWITCHES.
007600 01  WS-DDEBIT-STATUS        PIC X(02).
007700     88  DDEBIT-OK               VALUE "00".
007800     88  DDEBIT-EOF              VALUE "10".
007900     88  DDEBIT-FILE-NOT-FOUND   VALUE "35".
008000 01  WS-DDRETURN-STATUS      PIC X(02).
008100     88  DDRETURN-OK             VALUE "00".
008200     88  DDRETURN-EOF            VALUE "10".
008300     88  DDRETURN-FILE-NOT-FOUND VALUE "35".
008400 01  WS-PAYEXC-STATUS        PIC X(02).
008500     88  PAYEXC-OK               VALUE "00".
008600     88  PAYEXC-FILE-NOT-FOUND   VALUE "35".
008700
008800 01  WS-RUN-DATE             PIC 9(08).
008900
009000* COLLECTION TABLE, LOADED ONCE FROM THE DDEBIT FILE BEFORE THE
009100* RETURNS ARE READ - THE SAME FLAT LINEAR-SEARCH DESIGN AND SIZE
009200* AS PROGRAM LOAN'S CUSTOMER TABLE. EACH ENTRY REMEMBERS WHETHER
009300* A RETURN HAS ALREADY BEEN MATCHED TO IT.
009400 01  WS-COLLECTION-COUNT     PIC 9(04) COMP VALUE ZERO.
009500 01  WS-COLL-IDX             PIC 9(04) COMP.
009600 01  WS-COLLECTION-TABLE.
009700     05  WS-COLLECTION-ENTRY OCCURS 1000 TIMES.
009800         10  WS-COLL-REF-ENTRY       PIC X(18).
009900         10  WS-COLL-RUN-DATE-ENTRY  PIC 9(08).
010000         10  WS-COLL-AMOUNT-ENTRY    PIC 9(13)V9(06).
010100         10  WS-COLL-MATCHED-ENTRY   PIC X(01).
010200             88  WS-COLL-ENTRY-MATCHED   VALUE "Y".
010300             88  WS-COLL-ENTRY-OPEN      VALUE "N".
010400
010500* EXCEPTION REASON FOR A CLEAN RETURN, CARRYING THE BANK'S OWN
010600* RETURN CODE.
010700 01  WS-RETURNED-REASON.
010800     05  FILLER              PIC X(29)
010900         VALUE "DIRECT DEBIT RETURNED - CODE ".
011000     05  WS-RETURNED-CODE    PIC X(04).
011100     05  FILLER              PIC X(07) VALUE SPACES.
011200
011300* RUN CONTROL TOTALS FOR THE CLOSING RECONCILIATION DISPLAYS.
011400 01  WS-RETURN-COUNT         PIC 9(06) COMP.
011500 01  WS-MATCHED-COUNT        PIC 9(06) COMP.
011600 01  WS-PROBLEM-COUNT        PIC 9(06) COMP.
011700 01  WS-RETURNED-TOTAL       PIC 9(15)V9(06).
011800
011900*----------------------------------------------------------------
012000* PROCEDURE DIVISION
012100*----------------------------------------------------------------
012200 PROCEDURE DIVISION.
012300
012400* 0000-MAINLINE
012500* DRIVES THE RUN FROM OPEN THROUGH CLOSE, ONE RETURN AT A TIME
012600* UNTIL THE RETURNS FILE IS EXHAUSTED.
012700 0000-MAINLINE.
012800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
012900     PERFORM 2000-MATCH-ONE-RETURN THRU 2000-EXIT
013000         UNTIL DDRETURN-EOF.
013100     PERFORM 8000-FINALIZE THRU 8000-EXIT.
013200     STOP RUN.
013300
013400* 1000-INITIALIZE
013500* LOADS THE COLLECTION FILE, OPENS THE RETURNS AND THE EXCEPTION
013600* FILE AND PRIMES THE FIRST RETURN READ. NO DDRETURN FILE IS A
013700* SETUP PROBLEM. A MISSING PAYEXC IS CREATED - LOANPOST NEED NOT
013800* HAVE RUN FIRST ON A DAY WITH NO PAYMENTS.
013900 1000-INITIALIZE.
014000     MOVE ZERO TO WS-RETURN-COUNT.
014100     MOVE ZERO TO WS-MATCHED-COUNT.
014200     MOVE ZERO TO WS-PROBLEM-COUNT.
014300     MOVE ZERO TO WS-RETURNED-TOTAL.
014400     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
014500     PERFORM 1080-LOAD-COLLECTIONS THRU 1080-EXIT.
014600     OPEN INPUT DEBIT-RETURN-FILE.
014700     IF DDRETURN-FILE-NOT-FOUND
014800         DISPLAY "FATAL - DDRETURN IS REQUIRED AND WAS NOT "
014900             "FOUND"
015000         MOVE 16 TO RETURN-CODE
015100         STOP RUN
015200     END-IF.
015300     OPEN EXTEND PAYMENT-EXCEPTION-FILE.
015400     IF PAYEXC-FILE-NOT-FOUND
015500         OPEN OUTPUT PAYMENT-EXCEPTION-FILE
015600     END-IF.
015700     PERFORM 1100-READ-RETURN-RECORD THRU 1100-EXIT.
015800 1000-EXIT.
015900     EXIT.
016000
016100* 1080-LOAD-COLLECTIONS
016200* LOADS THE DDEBIT COLLECTION FILE INTO STORAGE, WITH THE SAME
016300* MISSING/OVERFLOW RULES AS PROGRAM LOAN'S CUSTOMER TABLE. AN
016400* EMPTY FILE IS ALLOWED - EVERY RETURN THEN SHOWS AS UNMATCHED,
016500* WHICH IS WHAT THE DAY SHIFT NEEDS TO SEE.
016600 1080-LOAD-COLLECTIONS.
016700     OPEN INPUT DIRECT-DEBIT-FILE.
016800     IF DDEBIT-FILE-NOT-FOUND
016900         DISPLAY "FATAL - DDEBIT IS REQUIRED AND WAS NOT "
017000             "FOUND"
017100         MOVE 16 TO RETURN-CODE
017200         STOP RUN
017300     END-IF.
017400     PERFORM 1085-READ-COLLECTION-RECORD THRU 1085-EXIT.
017500     PERFORM 1090-TABLE-ONE-COLLECTION THRU 1090-EXIT
017600         UNTIL DDEBIT-EOF.
017700     CLOSE DIRECT-DEBIT-FILE.
017800     DISPLAY "COLLECTION FILE LOADED - " WS-COLLECTION-COUNT
017900         " DEBIT(S)".
018000 1080-EXIT.
018100     EXIT.
018200
018300* 1085-READ-COLLECTION-RECORD
018400* READS THE NEXT COLLECTION LINE, SETTING DDEBIT-EOF WHEN THE
018500* FILE IS EXHAUSTED.
018600 1085-READ-COLLECTION-RECORD.
018700     READ DIRECT-DEBIT-FILE
018800         AT END SET DDEBIT-EOF TO TRUE
018900     END-READ.
019000 1085-EXIT.
019100     EXIT.
019200
019300* 1090-TABLE-ONE-COLLECTION
019400* ADDS THE CURRENT COLLECTION LINE TO THE IN-STORAGE TABLE AND
019500* ADVANCES. A FILE LARGER THAN THE TABLE STOPS THE RUN RATHER
019600* THAN REPORTING GOOD RETURNS AS UNMATCHED.
019700 1090-TABLE-ONE-COLLECTION.
019800     IF WS-COLLECTION-COUNT >= 1000
019900         DISPLAY "FATAL - COLLECTION TABLE FULL AT 1000"
020000         MOVE 16 TO RETURN-CODE
020100         STOP RUN
020200     END-IF.
020300     ADD 1 TO WS-COLLECTION-COUNT.
020400     MOVE DB-COLLECTION-REF TO
020500         WS-COLL-REF-ENTRY (WS-COLLECTION-COUNT).
020600     MOVE DB-RUN-DATE TO
020700         WS-COLL-RUN-DATE-ENTRY (WS-COLLECTION-COUNT).
020800     MOVE DB-DEBIT-AMOUNT TO
020900         WS-COLL-AMOUNT-ENTRY (WS-COLLECTION-COUNT).
021000     SET WS-COLL-ENTRY-OPEN (WS-COLLECTION-COUNT) TO TRUE.
021100     PERFORM 1085-READ-COLLECTION-RECORD THRU 1085-EXIT.
021200 1090-EXIT.
021300     EXIT.
021400
021500* 1100-READ-RETURN-RECORD
021600* READS THE NEXT BANK RETURN, SETTING DDRETURN-EOF WHEN THE FILE
021700* IS EXHAUSTED.
021800 1100-READ-RETURN-RECORD.
021900     READ DEBIT-RETURN-FILE
022000         AT END SET DDRETURN-EOF TO TRUE
022100     END-READ.
022200     IF DDRETURN-OK
022300         ADD 1 TO WS-RETURN-COUNT
022400     END-IF.
022500 1100-EXIT.
022600     EXIT.
022700
022800* 2000-MATCH-ONE-RETURN
022900* MATCHES THE CURRENT RETURN TO ITS COLLECTION, WRITES ITS
023000* PAYEXC LINE AND ADVANCES.
023100 2000-MATCH-ONE-RETURN.
023200     MOVE WS-RUN-DATE TO PX-RUN-DATE.
023300     MOVE BR-ACCOUNT-NO TO PX-ACCOUNT-NO.
023400     MOVE BR-DUE-DATE TO PX-VALUE-DATE.
023500     MOVE BR-RETURN-AMOUNT TO PX-AMOUNT-PAID.
023600     SET PX-DEBIT-RETURNED TO TRUE.
023700     PERFORM 2100-FIND-COLLECTION-ENTRY THRU 2100-EXIT.
023800     PERFORM 2200-SET-RETURN-REASON THRU 2200-EXIT.
023900     WRITE PAYMENT-EXCEPTION-RECORD.
024000     IF NOT PAYEXC-OK
024100         DISPLAY "FATAL - PAYEXC WRITE FAILED, STATUS "
024200             WS-PAYEXC-STATUS
024300         GO TO 9000-ABEND-ON-WRITE-FAILURE
024400     END-IF.
024500     ADD BR-RETURN-AMOUNT TO WS-RETURNED-TOTAL.
024600     DISPLAY "RETURNED " BR-ACCOUNT-NO " DUE " BR-DUE-DATE
024700         " CODE " BR-RETURN-CODE " " BR-RETURN-REASON.
024800     PERFORM 1100-READ-RETURN-RECORD THRU 1100-EXIT.
024900 2000-EXIT.
025000     EXIT.
025100
025200* 2100-FIND-COLLECTION-ENTRY
025300* RETURNS WS-COLL-IDX POINTING AT THE COLLECTION WITH THE
025400* RETURN'S REFERENCE, OR ONE PAST THE LAST ENTRY WHEN THERE IS
025500* NONE.
025600 2100-FIND-COLLECTION-ENTRY.
025700     MOVE ZERO TO WS-COLL-IDX.
025800     PERFORM 2150-TEST-COLLECTION-ENTRY THRU 2150-EXIT
025900         VARYING WS-COLL-IDX FROM 1 BY 1
026000         UNTIL WS-COLL-IDX > WS-COLLECTION-COUNT
026100         OR WS-COLL-REF-ENTRY (WS-COLL-IDX) = BR-COLLECTION-REF.
026200 2100-EXIT.
026300     EXIT.
026400
026500* 2150-TEST-COLLECTION-ENTRY
026600* NO-OP BODY - THE MATCH TEST LIVES ENTIRELY IN 2100'S PERFORM
026700* VARYING UNTIL CONDITION. PRESENT SO THAT PERFORM HAS A
026800* PARAGRAPH TO ITERATE.
026900 2150-TEST-COLLECTION-ENTRY.
027000     CONTINUE.
027100 2150-EXIT.
027200     EXIT.
027300
027400* 2200-SET-RETURN-REASON
027500* SETS THE PAYEXC REASON AND ORIGINAL DATE FOR THE RETURN. A
027600* CLEAN MATCH CARRIES THE BANK'S RETURN CODE AND THE DATE THE
027700* DEBIT WAS REQUESTED, AND MARKS THE COLLECTION MATCHED. A
027800* RETURN WITH NO COLLECTION, FOR A DIFFERENT AMOUNT, OR FOR A
027900* COLLECTION ALREADY RETURNED IS COUNTED AS A PROBLEM.
028000 2200-SET-RETURN-REASON.
028100     IF WS-COLL-IDX > WS-COLLECTION-COUNT
028200         MOVE "DD RETURN NOT ON COLLECTION FILE" TO PX-REASON
028300         MOVE ZERO TO PX-ORIGINAL-POST-DATE
028400         ADD 1 TO WS-PROBLEM-COUNT
028500         GO TO 2200-EXIT
028600     END-IF.
028700     MOVE WS-COLL-RUN-DATE-ENTRY (WS-COLL-IDX) TO
028800         PX-ORIGINAL-POST-DATE.
028900     IF WS-COLL-ENTRY-MATCHED (WS-COLL-IDX)
029000         MOVE "DD RETURN DUPLICATED" TO PX-REASON
029100         ADD 1 TO WS-PROBLEM-COUNT
029200         GO TO 2200-EXIT
029300     END-IF.
029400     SET WS-COLL-ENTRY-MATCHED (WS-COLL-IDX) TO TRUE.
029500     IF BR-RETURN-AMOUNT NOT = WS-COLL-AMOUNT-ENTRY (WS-COLL-IDX)
029600         MOVE "DD RETURN AMOUNT NOT AS REQUESTED" TO PX-REASON
029700         ADD 1 TO WS-PROBLEM-COUNT
029800         GO TO 2200-EXIT
029900     END-IF.
030000     MOVE BR-RETURN-CODE TO WS-RETURNED-CODE.
030100     MOVE WS-RETURNED-REASON TO PX-REASON.
030200     ADD 1 TO WS-MATCHED-COUNT.
030300 2200-EXIT.
030400     EXIT.
030500
030600* 8000-FINALIZE
030700* CLOSES THE FILES AND DISPLAYS THE RUN CONTROL TOTALS. ANY
030800* RETURN THAT COULD NOT BE CLEANLY MATCHED LEAVES RETURN CODE 4.
030900 8000-FINALIZE.
031000     CLOSE DEBIT-RETURN-FILE.
031100     CLOSE PAYMENT-EXCEPTION-FILE.
031200     DISPLAY "LOANDDR READ " WS-RETURN-COUNT " RETURN(S)"
031300         " FOR " WS-RETURNED-TOTAL.
031400     DISPLAY "MATCHED " WS-MATCHED-COUNT.
031500     DISPLAY "NOT MATCHED " WS-PROBLEM-COUNT.
031600     IF WS-PROBLEM-COUNT > ZERO
031700         MOVE 4 TO RETURN-CODE
031800     END-IF.
031900 8000-EXIT.
032000     EXIT.
032100
032200* 9000-ABEND-ON-WRITE-FAILURE
032300* COMMON FATAL EXIT FOR A PAYEXC WRITE FAILURE. THE FILES ARE
032400* CLOSED BEST-EFFORT AND THE RUN ENDS WITH A NON-ZERO RETURN
032500* CODE.
032600 9000-ABEND-ON-WRITE-FAILURE.
032700     CLOSE DEBIT-RETURN-FILE.
032800     CLOSE PAYMENT-EXCEPTION-FILE.
032900     MOVE 16 TO RETURN-CODE.
033000     STOP RUN.

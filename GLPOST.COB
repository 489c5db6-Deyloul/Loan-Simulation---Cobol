002100*
002200* MODIFICATION HISTORY.
002300*     2026-09-02 MDC  ORIGINAL JOURNAL VOUCHER INTERFACE.
002303*     2026-10-15 MDC  NOW ALSO TAKES IN LOANPOST'S CASHFEED OF
002306*                      ACTUAL RECEIPTS AFTER THE PROJECTED
002309*                      GLFEED - ESCROW, INTEREST, PRINCIPAL AND
002312*                      THE UNAPPLIED-CASH AND PAST-DUE
002315*                      MOVEMENTS ON THE CARRY - INTO THE SAME
002318*                      BALANCED VOUCHER. A NEGATIVE MOVEMENT
002321*                      POSTS WITH ITS DEBIT AND CREDIT SIDES
002324*                      REVERSED. THE MAP TABLE IS WIDENED FOR
002327*                      THE EXTRA ENTRY TYPES.
002330*     2026-10-15 MDC  A CASHFEED REVERSAL OF A RETURNED PAYMENT
002333*                      POSTS EVERY LEG OF THE ORIGINAL RECEIPT
002336*                      WITH THE SIDES REVERSED.
002339*     2026-10-15 MDC  NOW ALSO TAKES IN THE LOANACCR MONTH-END
002342*                      ACCRFEED - EACH ACCRUAL POSTS UNDER ENTRY
002345*                      TYPE ACR, EACH REVERSAL WITH THE SIDES
002348*                      SWAPPED - AND STAMPS EVERY DETAIL LINE
002351*                      WITH ITS LEDGER EFFECTIVE DATE.
002354*     2026-10-15 MDC  NOW RUNS UNDER THE NIGHTLY STREAM RUN
002357*                      CONTROL - WILL NOT START UNTIL EVERY LOAN
002360*                      RUN FOR THE BUSINESS DATE HAS COMPLETED,
002363*                      SO IT NEVER POSTS A HALF-WRITTEN GLFEED,
002366*                      NOR RUN A SECOND TIME FOR THE DATE, AND
002369*                      RECORDS ITS END, RETURN CODE AND COUNTS.
002372*     2026-10-15 MDC  CASH INTEREST AND PRINCIPAL NOW POST UNDER
002375*                      CIR AND CPR, AND AN ACCRFEED ENTRY NOT
002378*                      DATED FOR THE BUSINESS DATE IS SKIPPED.
002381*     2026-10-15 MDC  THE PAST-DUE RECEIVABLE NOW POSTS AS TWO
002384*                      UNSIGNED LEGS - THE PAST DUE RAISED UNDER
002387*                      PDA AND THE PAST DUE CURED UNDER PDR.
002400*****************************************************************
002500 IDENTIFICATION DIVISION.
002600 PROGRAM-ID. GLPOST.
003700     SELECT LOAN-GL-FILE ASSIGN TO "GLFEED"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-GLFEED-STATUS.
003910
003920*     CASH-RECEIPTS FEED WRITTEN BY LOANPOST - ONE LINE PER
003930*     PAYMENT ACTUALLY POSTED. OPTIONAL, SO A NIGHT WITH NO
003940*     POSTING RUN STILL VOUCHERS THE PROJECTED FEED.
003950     SELECT OPTIONAL CASH-RECEIPT-FILE ASSIGN TO "CASHFEED"
003960         ORGANIZATION IS LINE SEQUENTIAL
003970         FILE STATUS IS WS-CASHFEED-STATUS.
003972
003974*     MONTH-END ACCRUAL FEED WRITTEN BY LOANACCR - AN ACCRUAL AND
003976*     ITS REVERSAL PER ACCOUNT. OPTIONAL, SO EVERY NIGHT BUT
003978*     MONTH END VOUCHERS WITHOUT ONE.
003980     SELECT OPTIONAL ACCRUAL-FEED-FILE ASSIGN TO "ACCRFEED"
003982         ORGANIZATION IS LINE SEQUENTIAL
003984         FILE STATUS IS WS-ACCRFEED-STATUS.
004000
004100*     CHART-OF-ACCOUNTS MAPPING - CURRENCY AND ENTRY TYPE TO
004200*     THE DEBIT AND CREDIT GL ACCOUNTS THE LEDGER POSTS TO.
005900 FD  LOAN-GL-FILE
006000     LABEL RECORDS ARE STANDARD.
006100     COPY GLFEED.
006110
006120 FD  CASH-RECEIPT-FILE
006130     LABEL RECORDS ARE STANDARD.
006140     COPY CSHREC.
006150
006160 FD  ACCRUAL-FEED-FILE
006170     LABEL RECORDS ARE STANDARD.
006180     COPY ACRREC.
006200
006300 FD  GL-ACCOUNT-MAP-FILE
006400     LABEL RECORDS ARE STANDARD.
007500     88  GLFEED-OK               VALUE "00".
007600     88  GLFEED-EOF              VALUE "10".
007700     88  GLFEED-FILE-NOT-FOUND   VALUE "35".
007710 01  WS-CASHFEED-STATUS      PIC X(02).
007720     88  CASHFEED-OK             VALUE "00".
007730     88  CASHFEED-EOF            VALUE "10".
007740 01  WS-ACCRFEED-STATUS      PIC X(02).
007750     88  ACCRFEED-OK             VALUE "00".
007760     88  ACCRFEED-EOF            VALUE "10".
007800 01  WS-GLMAP-STATUS         PIC X(02).
007900     88  GLMAP-OK                VALUE "00".
008000     88  GLMAP-EOF               VALUE "10".
009500* CHART-OF-ACCOUNTS TABLE, LOADED ONCE FROM GLMAP BEFORE THE
009600* FEED IS READ - ONE ENTRY PER CURRENCY/ENTRY-TYPE PAIR. A
009700* FLAT LINEAR-SEARCH TABLE, THE SAME DESIGN AS LOAN'S
009800* WS-CURRENCY-TABLE, SIZED FOR UP TO TEN ENTRY TYPES ACROSS
009900* THE SAME TWENTY CURRENCIES THE SUITE HANDLES ELSEWHERE.
010000 01  WS-MAP-COUNT            PIC 9(03) COMP VALUE ZERO.
010100 01  WS-MAP-IDX              PIC 9(03) COMP.
010200 01  WS-MAP-TABLE.
010300     05  WS-MAP-ENTRY        OCCURS 200 TIMES.
010400         10  WS-MAP-CURRENCY-ENTRY   PIC X(03).
010500         10  WS-MAP-TYPE-ENTRY       PIC X(03).
010600         10  WS-MAP-DEBIT-ENTRY      PIC X(08).
010700         10  WS-MAP-CREDIT-ENTRY     PIC X(08).
010800
010900* KEY OF THE MAPPING BEING LOOKED UP FOR THE CURRENT FEED
011000* AMOUNT, THE AMOUNT ITSELF AND THE LOAN ACCOUNT IT CAME
011010* FROM. A SIGNED CARRY MOVEMENT IS STAGED IN WS-SIGNED-AMOUNT;
011020* A NEGATIVE ONE POSTS ITS MAGNITUDE WITH THE MAPPED DEBIT AND
011030* CREDIT ACCOUNTS SWAPPED, RELEASING WHAT AN EARLIER POSTING
011040* BOOKED.
011100 01  WS-LOOKUP-CURRENCY      PIC X(03).
011200 01  WS-LOOKUP-TYPE          PIC X(03).
011300 01  WS-POST-AMOUNT          PIC 9(13)V9(06).
011310 01  WS-SOURCE-ACCOUNT       PIC X(10).
011320 01  WS-SIGNED-AMOUNT        PIC S9(13)V9(06).
011330 01  WS-POST-SIDE-SWITCH     PIC X(01) VALUE "F".
011340     88  WS-POST-FORWARD         VALUE "F".
011350     88  WS-POST-REVERSED        VALUE "R".
011352 01  WS-BASE-SIDE-SWITCH     PIC X(01) VALUE "F".
011354     88  WS-BASE-FORWARD         VALUE "F".
011356     88  WS-BASE-REVERSED        VALUE "R".
011360 01  WS-POST-DEBIT-ACCOUNT   PIC X(08).
011370 01  WS-POST-CREDIT-ACCOUNT  PIC X(08).
011375
011380* LEDGER EFFECTIVE DATE STAMPED ON THE DETAIL LINES OF THE
011385* CURRENT FEED RECORD - ITS RUN DATE FOR THE NIGHTLY FEEDS, THE
011390* ENTRY'S OWN DATE FOR AN ACCRUAL OR ITS REVERSAL.
011395 01  WS-EFFECTIVE-DATE       PIC 9(08).
011400
011500* BATCH TOTALS FOR THE TRAILER AND THE BALANCE PROOF.
011600 01  WS-FEED-COUNT           PIC 9(06) COMP.
011610 01  WS-CASH-COUNT           PIC 9(06) COMP.
011620 01  WS-ACCRUAL-COUNT        PIC 9(06) COMP.
011630 01  WS-ACCRUAL-SKIPPED-COUNT
011640                             PIC 9(06) COMP.
011700 01  WS-DETAIL-COUNT         PIC 9(08).
011800 01  WS-DEBIT-TOTAL          PIC 9(15)V9(06).
011900 01  WS-CREDIT-TOTAL         PIC 9(15)V9(06).
012000
012010* NIGHTLY STREAM RUN-CONTROL PARAMETERS - SEE RCTLPARM.CPY.
012020     COPY RCTLPARM.
012030
012100*----------------------------------------------------------------
012200* PROCEDURE DIVISION
012300*----------------------------------------------------------------
012500
012600* 0000-MAINLINE
012700* DRIVES THE VOUCHER BUILD FROM OPEN THROUGH CLOSE, ONE GLFEED
012800* RECORD AT A TIME UNTIL THE FEED IS EXHAUSTED, THEN THE
012810* CASHFEED AND THE ACCRFEED THE SAME WAY, THEN PROVES THE
012900* BATCH BALANCES BEFORE THE TRAILER GOES OUT.
013000 0000-MAINLINE.
013100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
013200     PERFORM 2000-POST-ONE-FEED-RECORD THRU 2000-EXIT
013300         UNTIL GLFEED-EOF.
013310     PERFORM 2500-POST-ONE-CASH-RECORD THRU 2500-EXIT
013320         UNTIL CASHFEED-EOF.
013330     PERFORM 2700-POST-ONE-ACCRUAL-RECORD THRU 2700-EXIT
013340         UNTIL ACCRFEED-EOF.
013400     PERFORM 8000-FINALIZE THRU 8000-EXIT.
013500     STOP RUN.
013600
014100* STOPS THE RUN HERE.
014200 1000-INITIALIZE.
014300     MOVE ZERO TO WS-FEED-COUNT.
014310     MOVE ZERO TO WS-CASH-COUNT.
014320     MOVE ZERO TO WS-ACCRUAL-COUNT.
014330     MOVE ZERO TO WS-ACCRUAL-SKIPPED-COUNT.
014400     MOVE ZERO TO WS-DETAIL-COUNT.
014500     MOVE ZERO TO WS-DEBIT-TOTAL.
014600     MOVE ZERO TO WS-CREDIT-TOTAL.
015600     ELSE
015700         MOVE WS-BATCH-NO-PARM TO WS-BATCH-NO
015800     END-IF.
015810     PERFORM 1010-START-RUN-CONTROL THRU 1010-EXIT.
015900     PERFORM 1050-LOAD-ACCOUNT-MAP THRU 1050-EXIT.
016000     OPEN INPUT LOAN-GL-FILE.
016100     IF GLFEED-FILE-NOT-FOUND
016200         DISPLAY "FATAL - GLFEED IS REQUIRED AND WAS NOT FOUND"
016300         MOVE 16 TO RETURN-CODE
016310         PERFORM 8900-END-RUN-CONTROL THRU 8900-EXIT
016400         STOP RUN
016500     END-IF.
016510     OPEN INPUT CASH-RECEIPT-FILE.
016520     OPEN INPUT ACCRUAL-FEED-FILE.
016600     OPEN OUTPUT JOURNAL-VOUCHER-FILE.
016700     PERFORM 3100-WRITE-BATCH-HEADER THRU 3100-EXIT.
016800     PERFORM 1100-READ-FEED-RECORD THRU 1100-EXIT.
016810     PERFORM 1200-READ-CASH-RECORD THRU 1200-EXIT.
016820     PERFORM 1300-READ-ACCRUAL-RECORD THRU 1300-EXIT.
016900 1000-EXIT.
017000     EXIT.
017002
017004* 1010-START-RUN-CONTROL
017006* ASKS THE STREAM RUN CONTROL FOR LEAVE TO START BEFORE ANY
017008* FILE IS OPENED. GLPOST IS REFUSED UNTIL EVERY LOAN RUN FOR
017010* THE BUSINESS DATE - EACH PARTITION ON A SPLIT NIGHT - HAS
017012* COMPLETED, AND ON A SECOND RUN FOR THE DATE WITHOUT AN
017014* OPERATOR OVERRIDE.
017016 1010-START-RUN-CONTROL.
017018     SET RP-FUNC-START TO TRUE.
017020     MOVE "GLPOST" TO RP-JOB-NAME.
017022     MOVE SPACES TO RP-JOB-STEP.
017024     MOVE ZERO TO RP-BUSINESS-DATE.
017026     CALL "LOANRCTL" USING RP-RUN-PARAMETERS.
017028     IF NOT RP-CONTROL-OK
017030         DISPLAY "FATAL - RUN CONTROL REFUSED GLPOST - "
017032             RP-REASON
017034         MOVE 16 TO RETURN-CODE
017036         STOP RUN
017038     END-IF.
017040     DISPLAY "GLPOST BUSINESS DATE " RP-BUSINESS-DATE.
017042 1010-EXIT.
017044     EXIT.
017100
017200* 1050-LOAD-ACCOUNT-MAP
017300* LOADS THE GLMAP CHART-OF-ACCOUNTS FILE INTO STORAGE. A
017800     IF GLMAP-FILE-NOT-FOUND
017900         DISPLAY "FATAL - GLMAP IS REQUIRED AND WAS NOT FOUND"
018000         MOVE 16 TO RETURN-CODE
018010         PERFORM 8900-END-RUN-CONTROL THRU 8900-EXIT
018100         STOP RUN
018200     END-IF.
018300     PERFORM 1060-READ-MAP-RECORD THRU 1060-EXIT.
018700     IF WS-MAP-COUNT = ZERO
018800         DISPLAY "FATAL - GLMAP IS EMPTY"
018900         MOVE 16 TO RETURN-CODE
018910         PERFORM 8900-END-RUN-CONTROL THRU 8900-EXIT
019000         STOP RUN
019100     END-IF.
019200     DISPLAY "ACCOUNT MAP LOADED - " WS-MAP-COUNT
020900* ADVANCES. A MAP LARGER THAN THE TABLE STOPS THE RUN RATHER
021000* THAN POSTING OFF MAPPINGS IT NEVER LOADED.
021100 1070-TABLE-ONE-MAPPING.
021200     IF WS-MAP-COUNT >= 200
021300         DISPLAY "FATAL - ACCOUNT MAP TABLE FULL AT 200"
021400         MOVE 16 TO RETURN-CODE
021410         PERFORM 8900-END-RUN-CONTROL THRU 8900-EXIT
021500         STOP RUN
021600     END-IF.
021700     ADD 1 TO WS-MAP-COUNT.
023800     END-IF.
023900 1100-EXIT.
024000     EXIT.
024005
024010* 1200-READ-CASH-RECORD
024015* READS THE NEXT CASHFEED RECEIPT, SETTING CASHFEED-EOF WHEN
024020* THE FEED IS EXHAUSTED OR WAS NOT PRESENT.
024025 1200-READ-CASH-RECORD.
024030     READ CASH-RECEIPT-FILE
024035         AT END SET CASHFEED-EOF TO TRUE
024040     END-READ.
024045     IF CASHFEED-OK
024050         ADD 1 TO WS-CASH-COUNT
024055     END-IF.
024060 1200-EXIT.
024065     EXIT.
024066
024068* 1300-READ-ACCRUAL-RECORD
024070* READS THE NEXT ACCRFEED ENTRY, SETTING ACCRFEED-EOF WHEN THE
024072* FEED IS EXHAUSTED OR WAS NOT PRESENT.
024074 1300-READ-ACCRUAL-RECORD.
024076     READ ACCRUAL-FEED-FILE
024078         AT END SET ACCRFEED-EOF TO TRUE
024080     END-READ.
024082     IF ACCRFEED-OK
024084         ADD 1 TO WS-ACCRUAL-COUNT
024086     END-IF.
024088 1300-EXIT.
024090     EXIT.
024100
024200* 2000-POST-ONE-FEED-RECORD
024300* POSTS THE CURRENT FEED RECORD'S INTEREST AND PRINCIPAL
024400* AMOUNTS - EACH NON-ZERO AMOUNT BECOMES ONE DEBIT AND ONE
024500* CREDIT DETAIL LINE - AND ADVANCES TO THE NEXT FEED RECORD.
024600 2000-POST-ONE-FEED-RECORD.
024610     MOVE GF-ACCOUNT-NO TO WS-SOURCE-ACCOUNT.
024615     MOVE GF-RUN-DATE TO WS-EFFECTIVE-DATE.
024620     SET WS-POST-FORWARD TO TRUE.
024700     IF GF-INTEREST-AMT > ZERO
024800         MOVE GF-CURRENCY-CODE TO WS-LOOKUP-CURRENCY
024900         MOVE "INT" TO WS-LOOKUP-TYPE
025900     PERFORM 1100-READ-FEED-RECORD THRU 1100-EXIT.
026000 2000-EXIT.
026100     EXIT.
026101
026102* 2500-POST-ONE-CASH-RECORD
026103* POSTS THE CURRENT CASHFEED RECEIPT - THE ESCROW, INTEREST AND
026104* PRINCIPAL ACTUALLY PAID, EACH NON-ZERO AMOUNT AS ONE DEBIT
026105* AND ONE CREDIT LINE, THEN THE SIGNED UNAPPLIED-CASH MOVEMENT
026106* ON THE CARRY, THEN THE PAST DUE RAISED (PDA) AND THE PAST DUE
026107* CURED (PDR) - AND ADVANCES TO THE NEXT RECEIPT. INTEREST AND
026108* PRINCIPAL RECEIVED POST UNDER CIR AND CPR, SETTLING THE
026109* RECEIVABLE THE GLFEED BOOKED UNDER INT AND PRN. A REVERSAL
026110* RECEIPT POSTS EVERY LEG WITH ITS SIDES REVERSED.
026111 2500-POST-ONE-CASH-RECORD.
026112     MOVE CR-ACCOUNT-NO TO WS-SOURCE-ACCOUNT.
026113     MOVE CR-RUN-DATE TO WS-EFFECTIVE-DATE.
026114     MOVE CR-CURRENCY-CODE TO WS-LOOKUP-CURRENCY.
026115     IF CR-ENTRY-REVERSAL
026116         SET WS-BASE-REVERSED TO TRUE
026117         SET WS-POST-REVERSED TO TRUE
026118     ELSE
026119         SET WS-BASE-FORWARD TO TRUE
026120         SET WS-POST-FORWARD TO TRUE
026121     END-IF.
026122     IF CR-ESCROW-AMT > ZERO
026123         MOVE "ESC" TO WS-LOOKUP-TYPE
026124         MOVE CR-ESCROW-AMT TO WS-POST-AMOUNT
026125         PERFORM 3000-POST-ONE-AMOUNT THRU 3000-EXIT
026126     END-IF.
026127     IF CR-INTEREST-AMT > ZERO
026128         MOVE "CIR" TO WS-LOOKUP-TYPE
026129         MOVE CR-INTEREST-AMT TO WS-POST-AMOUNT
026130         PERFORM 3000-POST-ONE-AMOUNT THRU 3000-EXIT
026131     END-IF.
026132     IF CR-PRINCIPAL-AMT > ZERO
026133         MOVE "CPR" TO WS-LOOKUP-TYPE
026134         MOVE CR-PRINCIPAL-AMT TO WS-POST-AMOUNT
026135         PERFORM 3000-POST-ONE-AMOUNT THRU 3000-EXIT
026136     END-IF.
026137     MOVE "UNA" TO WS-LOOKUP-TYPE.
026138     MOVE CR-UNAPPLIED-AMT TO WS-SIGNED-AMOUNT.
026139     PERFORM 2600-POST-SIGNED-AMOUNT THRU 2600-EXIT.
026140     IF CR-PAST-DUE-RAISED > ZERO
026141         MOVE "PDA" TO WS-LOOKUP-TYPE
026142         MOVE CR-PAST-DUE-RAISED TO WS-POST-AMOUNT
026143         PERFORM 3000-POST-ONE-AMOUNT THRU 3000-EXIT
026144     END-IF.
026145     IF CR-PAST-DUE-CURED > ZERO
026146         MOVE "PDR" TO WS-LOOKUP-TYPE
026147         MOVE CR-PAST-DUE-CURED TO WS-POST-AMOUNT
026148         PERFORM 3000-POST-ONE-AMOUNT THRU 3000-EXIT
026149     END-IF.
026150     SET WS-BASE-FORWARD TO TRUE.
026151     SET WS-POST-FORWARD TO TRUE.
026152     PERFORM 1200-READ-CASH-RECORD THRU 1200-EXIT.
026153 2500-EXIT.
026154     EXIT.
026155
026156* 2600-POST-SIGNED-AMOUNT
026157* POSTS THE SIGNED AMOUNT STAGED IN WS-SIGNED-AMOUNT UNDER THE
026158* LOOKUP TYPE ALREADY SET - A POSITIVE AMOUNT POSTS ON THE
026159* RECORD'S BASE SIDES, A NEGATIVE ONE POSTS ITS MAGNITUDE WITH
026160* THOSE SIDES REVERSED, AND A ZERO ONE POSTS NOTHING. THE SIDE
026161* SWITCH IS PUT BACK TO THE BASE SIDES BEFORE RETURNING.
026162 2600-POST-SIGNED-AMOUNT.
026163     IF WS-SIGNED-AMOUNT = ZERO
026164         GO TO 2600-EXIT
026165     END-IF.
026166     IF WS-SIGNED-AMOUNT < ZERO
026167         IF WS-BASE-REVERSED
026168             SET WS-POST-FORWARD TO TRUE
026169         ELSE
026170             SET WS-POST-REVERSED TO TRUE
026171         END-IF
026172         COMPUTE WS-POST-AMOUNT = ZERO - WS-SIGNED-AMOUNT
026173     ELSE
026174         MOVE WS-BASE-SIDE-SWITCH TO WS-POST-SIDE-SWITCH
026175         MOVE WS-SIGNED-AMOUNT TO WS-POST-AMOUNT
026176     END-IF.
026177     PERFORM 3000-POST-ONE-AMOUNT THRU 3000-EXIT.
026178     MOVE WS-BASE-SIDE-SWITCH TO WS-POST-SIDE-SWITCH.
026179 2600-EXIT.
026180     EXIT.
026200
026203* 2700-POST-ONE-ACCRUAL-RECORD
026206* POSTS THE CURRENT ACCRFEED ENTRY UNDER ENTRY TYPE ACR ON ITS
026209* OWN EFFECTIVE DATE - AN ACCRUAL ON THE MAPPED SIDES, A
026212* REVERSAL WITH THE SIDES SWAPPED - AND ADVANCES. AN ENTRY
026215* LOANACCR WROTE FOR ANOTHER BUSINESS DATE WAS POSTED ON THAT
026218* DATE'S RUN, SO IT IS SKIPPED AND COUNTED, NOT POSTED AGAIN.
026221 2700-POST-ONE-ACCRUAL-RECORD.
026224     IF AF-RUN-DATE NOT = RP-BUSINESS-DATE
026227         ADD 1 TO WS-ACCRUAL-SKIPPED-COUNT
026230         GO TO 2700-NEXT
026233     END-IF.
026236     MOVE AF-ACCOUNT-NO TO WS-SOURCE-ACCOUNT.
026239     MOVE AF-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE.
026242     MOVE AF-CURRENCY-CODE TO WS-LOOKUP-CURRENCY.
026245     IF AF-ENTRY-REVERSAL
026248         SET WS-POST-REVERSED TO TRUE
026251     ELSE
026254         SET WS-POST-FORWARD TO TRUE
026257     END-IF.
026260     IF AF-ACCRUED-INTEREST > ZERO
026263         MOVE "ACR" TO WS-LOOKUP-TYPE
026266         MOVE AF-ACCRUED-INTEREST TO WS-POST-AMOUNT
026269         PERFORM 3000-POST-ONE-AMOUNT THRU 3000-EXIT
026272     END-IF.
026275     SET WS-POST-FORWARD TO TRUE.
026278 2700-NEXT.
026281     PERFORM 1300-READ-ACCRUAL-RECORD THRU 1300-EXIT.
026284 2700-EXIT.
026287     EXIT.
026290
026300* 3000-POST-ONE-AMOUNT
026400* MAPS ONE FEED AMOUNT TO ITS DEBIT AND CREDIT GL ACCOUNTS AND
026500* WRITES THE TWO DETAIL LINES. AN AMOUNT WHOSE CURRENCY/TYPE
026600* PAIR HAS NO MAPPING FAILS THE WHOLE BATCH - THE LEDGER MUST
026700* NEVER RECEIVE A VOUCHER WITH A LEG MISSING. A REVERSED
026730* POSTING DEBITS THE MAPPED CREDIT ACCOUNT AND CREDITS THE
026760* MAPPED DEBIT ACCOUNT.
026800 3000-POST-ONE-AMOUNT.
026900     PERFORM 3050-FIND-MAP-ENTRY THRU 3050-EXIT.
027000     IF WS-MAP-IDX > WS-MAP-COUNT
027200             WS-LOOKUP-CURRENCY " TYPE " WS-LOOKUP-TYPE
027300         GO TO 9000-REJECT-BATCH
027400     END-IF.
027405     IF WS-POST-REVERSED
027410         MOVE WS-MAP-CREDIT-ENTRY (WS-MAP-IDX) TO
027415             WS-POST-DEBIT-ACCOUNT
027420         MOVE WS-MAP-DEBIT-ENTRY (WS-MAP-IDX) TO
027425             WS-POST-CREDIT-ACCOUNT
027430     ELSE
027435         MOVE WS-MAP-DEBIT-ENTRY (WS-MAP-IDX) TO
027440             WS-POST-DEBIT-ACCOUNT
027445         MOVE WS-MAP-CREDIT-ENTRY (WS-MAP-IDX) TO
027450             WS-POST-CREDIT-ACCOUNT
027455     END-IF.
027500     MOVE SPACES TO JOURNAL-VOUCHER-RECORD.
027600     SET JV-DETAIL-RECORD TO TRUE.
027700     MOVE WS-POST-DEBIT-ACCOUNT TO JV-GL-ACCOUNT.
027800     SET JV-SIDE-DEBIT TO TRUE.
027900     MOVE WS-LOOKUP-CURRENCY TO JV-CURRENCY-CODE.
028000     MOVE WS-POST-AMOUNT TO JV-AMOUNT.
028100     MOVE WS-SOURCE-ACCOUNT TO JV-SOURCE-ACCOUNT.
028200     MOVE WS-LOOKUP-TYPE TO JV-ENTRY-TYPE.
028210     MOVE WS-EFFECTIVE-DATE TO JV-EFFECTIVE-DATE.
028300     PERFORM 3200-WRITE-VOUCHER-RECORD THRU 3200-EXIT.
028310     ADD 1 TO WS-DETAIL-COUNT.
028400     ADD WS-POST-AMOUNT TO WS-DEBIT-TOTAL.
028500     MOVE SPACES TO JOURNAL-VOUCHER-RECORD.
028600     SET JV-DETAIL-RECORD TO TRUE.
028700     MOVE WS-POST-CREDIT-ACCOUNT TO JV-GL-ACCOUNT.
028800     SET JV-SIDE-CREDIT TO TRUE.
028900     MOVE WS-LOOKUP-CURRENCY TO JV-CURRENCY-CODE.
029000     MOVE WS-POST-AMOUNT TO JV-AMOUNT.
029100     MOVE WS-SOURCE-ACCOUNT TO JV-SOURCE-ACCOUNT.
029200     MOVE WS-LOOKUP-TYPE TO JV-ENTRY-TYPE.
029210     MOVE WS-EFFECTIVE-DATE TO JV-EFFECTIVE-DATE.
029300     PERFORM 3200-WRITE-VOUCHER-RECORD THRU 3200-EXIT.
029310     ADD 1 TO WS-DETAIL-COUNT.
029400     ADD WS-POST-AMOUNT TO WS-CREDIT-TOTAL.
036800     MOVE WS-CREDIT-TOTAL TO JV-CREDIT-TOTAL.
036900     PERFORM 3200-WRITE-VOUCHER-RECORD THRU 3200-EXIT.
037000     CLOSE LOAN-GL-FILE.
037010     CLOSE CASH-RECEIPT-FILE.
037020     CLOSE ACCRUAL-FEED-FILE.
037100     CLOSE JOURNAL-VOUCHER-FILE.
037200     DISPLAY "GLPOST READ " WS-FEED-COUNT " FEED RECORD(S)".
037210     DISPLAY "READ " WS-CASH-COUNT " CASH RECEIPT(S)".
037220     DISPLAY "READ " WS-ACCRUAL-COUNT " ACCRUAL ENTRY(IES)".
037225     DISPLAY "SKIPPED " WS-ACCRUAL-SKIPPED-COUNT
037230         " ACCRUAL ENTRY(IES) FOR ANOTHER BUSINESS DATE".
037300     DISPLAY "WROTE " WS-DETAIL-COUNT
037400         " DETAIL RECORD(S), DEBITS " WS-DEBIT-TOTAL
037500         " CREDITS " WS-CREDIT-TOTAL.
037510     PERFORM 8900-END-RUN-CONTROL THRU 8900-EXIT.
037600 8000-EXIT.
037700     EXIT.
037702
037704* 8900-END-RUN-CONTROL
037706* RECORDS THE END OF THE RUN ON THE STREAM RUN CONTROL WITH
037708* ITS RETURN CODE AND COUNTS - FEED, CASH AND ACCRUAL RECORDS
037710* READ, VOUCHER DETAIL LINES WRITTEN AND ACCRUAL ENTRIES
037711* SKIPPED AS DATED FOR ANOTHER BUSINESS DATE. THE CALL RESETS
037712* RETURN-CODE, SO THE RUN'S OWN CODE IS PUT BACK AFTERWARD. AN
037714* END THAT CANNOT BE RECORDED ENDS THE RUN WITH RETURN CODE 16
037716* SO THE SCHEDULER HOLDS THE STREAM.
037718 8900-END-RUN-CONTROL.
037720     SET RP-FUNC-END TO TRUE.
037722     MOVE RETURN-CODE TO RP-JOB-RETURN-CODE.
037724     COMPUTE RP-INPUT-COUNT =
037726         WS-FEED-COUNT + WS-CASH-COUNT + WS-ACCRUAL-COUNT.
037728     MOVE WS-DETAIL-COUNT TO RP-OUTPUT-COUNT.
037730     MOVE WS-ACCRUAL-SKIPPED-COUNT TO RP-REJECT-COUNT.
037732     CALL "LOANRCTL" USING RP-RUN-PARAMETERS.
037734     MOVE RP-JOB-RETURN-CODE TO RETURN-CODE.
037736     IF NOT RP-CONTROL-OK
037738         DISPLAY "FATAL - RUN CONTROL END NOT RECORDED - "
037740             RP-REASON
037742         MOVE 16 TO RETURN-CODE
037744     END-IF.
037746 8900-EXIT.
037748     EXIT.
037800
037900* 9000-REJECT-BATCH
038000* COMMON FATAL EXIT - THE HALF-BUILT VOUCHER IS TRUNCATED BACK
038600     OPEN OUTPUT JOURNAL-VOUCHER-FILE.
038700     CLOSE JOURNAL-VOUCHER-FILE.
038800     CLOSE LOAN-GL-FILE.
038810     CLOSE CASH-RECEIPT-FILE.
038820     CLOSE ACCRUAL-FEED-FILE.
038900     DISPLAY "GLJRNL REJECTED AND EMPTIED".
039000     MOVE 16 TO RETURN-CODE.
039010     PERFORM 8900-END-RUN-CONTROL THRU 8900-EXIT.
039100     STOP RUN.

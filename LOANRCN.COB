000100*****************************************************************
000200* PROGRAM-ID.  LOANRCN
000300* AUTHOR.      M. DELCOURT
000400* INSTALLATION. BACK OFFICE SYSTEMS - LOAN SIMULATION UNIT
000500* DATE-WRITTEN. 2026-10-15
000600* DATE-COMPILED.
000700*
000800* PURPOSE.
000900*     PRINTS THE BORROWER RATE-CHANGE NOTICES LOAN WROTE TO
001000*     RATENTC WHEN IT REPRICED AN EXISTING INDEX-LINKED LOAN AND
001100*     THE RATE MOVED. EACH NOTICE BECOMES A ONE-PAGE LETTER ON
001200*     RCNLTR, ADDRESSED FROM THE CUSTOMER NAME AND MAILING ADDRESS
001300*     ON CUSTMAST, SHOWING THE INDEX FIXING AND MARGIN THE NEW
001400*     RATE WAS BUILT FROM, ANY CAP OR FLOOR THAT HELD IT, THE OLD
001500*     AND NEW RATE AND PAYMENT, AND THE PAYMENT THE CHANGE TAKES
001600*     EFFECT FROM, SO THE LETTERS CAN BE MAILED WITH THE STATEMENT
001700*     RUN. A NOTICE WHOSE ACCOUNT HAS NO NAME OR NO ADDRESS ON
001800*     CUSTMAST CANNOT BE MAILED - IT IS HELD, LISTED ON THE JOB
001900*     LOG FOR CUSTOMER SERVICE, AND THE RUN ENDS WITH RETURN CODE
002000*     4.
002100*
002200* MODIFICATION HISTORY.
002300*     2026-10-15 MDC  ORIGINAL RATE-CHANGE NOTICE PRINT PROGRAM.
002400*****************************************************************
002500 IDENTIFICATION DIVISION.
002600 PROGRAM-ID. LOANRCN.
002700 AUTHOR. M. DELCOURT.
002800 INSTALLATION. BACK OFFICE SYSTEMS - LOAN SIMULATION UNIT.
002900 DATE-WRITTEN. 2026-10-15.
003000 DATE-COMPILED.
003100
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500*     RATE-CHANGE NOTICES WRITTEN BY LOAN, IN LOANIN ACCOUNT
003600*     ORDER.
003700     SELECT RATE-NOTICE-FILE ASSIGN TO "RATENTC"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-RATENTC-STATUS.
004000
004100*     CUSTOMER MASTER/CIF EXTRACT - SUPPLIES THE NAME AND MAILING
004200*     ADDRESS EACH LETTER IS SENT TO.
004300     SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-CUSTMAST-STATUS.
004600
004700*     RATE-CHANGE LETTERS - ONE PAGE PER NOTICE MAILED.
004800     SELECT RATE-LETTER-FILE ASSIGN TO "RCNLTR"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-RCNLTR-STATUS.
005100
005200*----------------------------------------------------------------
005300* DATA DIVISION
005400*----------------------------------------------------------------
005500 DATA DIVISION.
005600 FILE SECTION.
005700
005800 FD  RATE-NOTICE-FILE
005900     LABEL RECORDS ARE STANDARD.
006000     COPY RNTREC.
006100
006200 FD  CUSTOMER-MASTER-FILE
006300     LABEL RECORDS ARE STANDARD.
006400     COPY CUSTREC.
006500
006600 FD  RATE-LETTER-FILE
006700     LABEL RECORDS ARE STANDARD.
006800     COPY RNLREC.
006900
007000 WORKING-STORAGE SECTION.
007100
007200* FILE STATUS AND END-OF-FILE SWITCHES.
007300 01  WS-RATENTC-STATUS       PIC X(02).
007400     88  RATENTC-OK              VALUE "00".
007500     88  RATENTC-EOF             VALUE "10".
007600     88  RATENTC-FILE-NOT-FOUND  VALUE "35".
007700 01  WS-CUSTMAST-STATUS      PIC X(02).
007800     88  CUSTMAST-OK             VALUE "00".
007900     88  CUSTMAST-EOF            VALUE "10".
008000     88  CUSTMAST-FILE-NOT-FOUND VALUE "35".
008100 01  WS-RCNLTR-STATUS        PIC X(02).
008200     88  RCNLTR-OK               VALUE "00".
008300
008400* CUSTOMER MASTER TABLE WITH NAMES AND MAILING ADDRESSES, LOADED
008500* ONCE FROM CUSTMAST - THE SAME FLAT DESIGN AND SIZE AS
008600* LOANPOFF'S TABLE.
008700 01  WS-CUSTOMER-COUNT       PIC 9(04) COMP VALUE ZERO.
008800 01  WS-CUST-IDX             PIC 9(04) COMP.
008900 01  WS-CUSTOMER-TABLE.
009000     05  WS-CUSTOMER-ENTRY   OCCURS 1000 TIMES.
009100         10  WS-CUST-ACCOUNT-ENTRY   PIC X(10).
009200         10  WS-CUST-NAME-ENTRY      PIC X(30).
009300         10  WS-CUST-ADDRESS-1-ENTRY PIC X(30).
009400         10  WS-CUST-ADDRESS-2-ENTRY PIC X(30).
009500         10  WS-CUST-ADDRESS-3-ENTRY PIC X(30).
009600         10  WS-CUST-POSTAL-ENTRY    PIC X(10).
009700
009800* MAILABILITY SWITCH AND THE REASON A NOTICE IS HELD.
009900 01  WS-MAIL-SWITCH          PIC X(01).
010000     88  WS-NOTICE-MAILABLE      VALUE "Y".
010100     88  WS-NOTICE-HELD          VALUE "N".
010200 01  WS-HOLD-REASON          PIC X(40).
010300
010400* DATE BEING FORMATTED FOR THE LETTER, AND ITS PRINTED FORM.
010500 01  WS-EDIT-DATE-IN         PIC 9(08).
010600 01  WS-EDIT-DATE-PARTS REDEFINES WS-EDIT-DATE-IN.
010700     05  WS-EDIT-YEAR-IN     PIC 9(04).
010800     05  WS-EDIT-MONTH-IN    PIC 9(02).
010900     05  WS-EDIT-DAY-IN      PIC 9(02).
011000 01  WS-EDIT-DATE-OUT.
011100     05  WS-EDIT-YEAR-OUT    PIC 9(04).
011200     05  FILLER              PIC X(01) VALUE "-".
011300     05  WS-EDIT-MONTH-OUT   PIC 9(02).
011400     05  FILLER              PIC X(01) VALUE "-".
011500     05  WS-EDIT-DAY-OUT     PIC 9(02).
011600
011700* RATE-CHANGE LETTER LINE LAYOUTS, EACH 80 COLUMNS, MOVED WHOLE
011800* TO NL-PRINT-LINE. RATES PRINT AS ANNUAL PERCENTAGES TO FOUR
011900* DECIMALS AND PAYMENTS ROUNDED TO TWO DECIMALS, THE SAME AMOUNT
012000* FORM AS THE PAYOFF LETTER.
012100 01  WS-LTR-HEADING-LINE.
012200     05  FILLER              PIC X(20)
012300             VALUE "RATE CHANGE NOTICE".
012400     05  FILLER              PIC X(40) VALUE SPACES.
012500     05  FILLER              PIC X(06) VALUE "DATE".
012600     05  WS-LTR-HEADING-DATE PIC X(10).
012700     05  FILLER              PIC X(04) VALUE SPACES.
012800 01  WS-LTR-ADDRESS-LINE.
012900     05  WS-LTR-ADDRESS      PIC X(30).
013000     05  FILLER              PIC X(50) VALUE SPACES.
013100 01  WS-LTR-TEXT-LINE.
013200     05  WS-LTR-TEXT-LABEL   PIC X(16).
013300     05  WS-LTR-TEXT-VALUE   PIC X(40).
013400     05  FILLER              PIC X(24) VALUE SPACES.
013500 01  WS-LTR-RATE-LINE.
013600     05  WS-LTR-RATE-LABEL   PIC X(50).
013700     05  FILLER              PIC X(12) VALUE SPACES.
013800     05  WS-LTR-RATE         PIC ZZ9.9999.
013900     05  FILLER              PIC X(01) VALUE "%".
014000     05  FILLER              PIC X(09) VALUE SPACES.
014100 01  WS-LTR-AMOUNT-LINE.
014200     05  WS-LTR-AMOUNT-LABEL PIC X(50).
014300     05  WS-LTR-AMOUNT       PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
014400     05  FILLER              PIC X(09) VALUE SPACES.
014500 01  WS-LTR-FIXING-LABEL.
014600     05  FILLER              PIC X(06) VALUE "INDEX ".
014700     05  WS-LTR-FIXING-INDEX PIC X(05).
014800     05  FILLER              PIC X(11) VALUE " FIXING OF ".
014900     05  WS-LTR-FIXING-DATE  PIC X(10).
015000     05  FILLER              PIC X(18) VALUE SPACES.
015100 01  WS-LTR-PERIOD-VALUE.
015200     05  FILLER              PIC X(08) VALUE "PAYMENT ".
015300     05  WS-LTR-PERIOD-NO    PIC ZZZ9.
015400     05  FILLER              PIC X(28) VALUE SPACES.
015500 01  WS-LTR-TERM-VALUE.
015600     05  WS-LTR-TERM         PIC ZZZ9.
015700     05  FILLER              PIC X(36) VALUE SPACES.
015800 01  WS-LTR-RULE-LINE.
015900     05  FILLER              PIC X(62) VALUE SPACES.
016000     05  FILLER              PIC X(09) VALUE ALL "-".
016100     05  FILLER              PIC X(09) VALUE SPACES.
016200
016300* RUN CONTROL TOTALS FOR THE CLOSING RECONCILIATION DISPLAYS.
016400 01  WS-NOTICE-COUNT         PIC 9(06) COMP.
016500 01  WS-PRINTED-COUNT        PIC 9(06) COMP.
016600 01  WS-HELD-COUNT           PIC 9(06) COMP.
016700
016800*----------------------------------------------------------------
016900* PROCEDURE DIVISION
017000*----------------------------------------------------------------
017100 PROCEDURE DIVISION.
017200
017300* 0000-MAINLINE
017400* DRIVES THE RUN FROM OPEN THROUGH CLOSE, ONE NOTICE AT A TIME
017500* UNTIL RATENTC IS EXHAUSTED.
017600 0000-MAINLINE.
017700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017800     PERFORM 2000-PRINT-ONE-NOTICE THRU 2000-EXIT
017900         UNTIL RATENTC-EOF.
018000     PERFORM 8000-FINALIZE THRU 8000-EXIT.
018100     STOP RUN.
018200
018300* 1000-INITIALIZE
018400* LOADS THE CUSTOMER NAMES AND ADDRESSES, OPENS THE FILES AND
018500* PRIMES THE FIRST NOTICE READ. LOAN WRITES RATENTC ON EVERY
018600* RUN, EMPTY ON A NIGHT NOTHING REPRICED, SO A MISSING FILE IS A
018700* SETUP PROBLEM AND STOPS THE RUN HERE.
018800 1000-INITIALIZE.
018900     MOVE ZERO TO WS-NOTICE-COUNT.
019000     MOVE ZERO TO WS-PRINTED-COUNT.
019100     MOVE ZERO TO WS-HELD-COUNT.
019200     PERFORM 1080-LOAD-CUSTOMER-MASTER THRU 1080-EXIT.
019300     OPEN INPUT RATE-NOTICE-FILE.
019400     IF RATENTC-FILE-NOT-FOUND
019500         DISPLAY "FATAL - RATENTC IS REQUIRED AND WAS NOT FOUND"
019600         MOVE 16 TO RETURN-CODE
019700         STOP RUN
019800     END-IF.
019900     OPEN OUTPUT RATE-LETTER-FILE.
020000     PERFORM 1100-READ-NOTICE-RECORD THRU 1100-EXIT.
020100 1000-EXIT.
020200     EXIT.
020300
020400* 1080-LOAD-CUSTOMER-MASTER
020500* LOADS THE CUSTMAST EXTRACT - ACCOUNT, NAME AND MAILING ADDRESS
020600* - INTO STORAGE BEFORE THE FIRST NOTICE. A RATE-CHANGE LETTER
020700* GOES TO THE BORROWER, SO A MISSING EXTRACT IS FATAL HERE THE
020800* SAME AS IN THE PAYOFF QUOTE RUN.
020900 1080-LOAD-CUSTOMER-MASTER.
021000     OPEN INPUT CUSTOMER-MASTER-FILE.
021100     IF CUSTMAST-FILE-NOT-FOUND
021200         DISPLAY "FATAL - CUSTMAST IS REQUIRED AND WAS NOT "
021300             "FOUND"
021400         MOVE 16 TO RETURN-CODE
021500         STOP RUN
021600     END-IF.
021700     PERFORM 1085-READ-CUSTOMER-RECORD THRU 1085-EXIT.
021800     PERFORM 1090-TABLE-ONE-CUSTOMER THRU 1090-EXIT
021900         UNTIL CUSTMAST-EOF.
022000     CLOSE CUSTOMER-MASTER-FILE.
022100     DISPLAY "CUSTOMER MASTER LOADED - " WS-CUSTOMER-COUNT
022200         " ACCOUNT(S)".
022300 1080-EXIT.
022400     EXIT.
022500
022600* 1085-READ-CUSTOMER-RECORD
022700* READS THE NEXT CUSTOMER MASTER LINE, SETTING CUSTMAST-EOF
022800* WHEN THE EXTRACT IS EXHAUSTED.
022900 1085-READ-CUSTOMER-RECORD.
023000     READ CUSTOMER-MASTER-FILE
023100         AT END SET CUSTMAST-EOF TO TRUE
023200     END-READ.
023300 1085-EXIT.
023400     EXIT.
023500
023600* 1090-TABLE-ONE-CUSTOMER
023700* ADDS THE CURRENT CUSTOMER MASTER LINE - ACCOUNT, NAME AND
023800* ADDRESS - TO THE IN-STORAGE TABLE AND ADVANCES. AN EXTRACT
023900* LARGER THAN THE TABLE STOPS THE RUN, THE SAME RULE AS PROGRAM
024000* LOAN.
024100 1090-TABLE-ONE-CUSTOMER.
024200     IF WS-CUSTOMER-COUNT >= 1000
024300         DISPLAY "FATAL - CUSTOMER MASTER TABLE FULL AT 1000"
024400         MOVE 16 TO RETURN-CODE
024500         STOP RUN
024600     END-IF.
024700     ADD 1 TO WS-CUSTOMER-COUNT.
024800     MOVE CU-ACCOUNT-NO TO
024900         WS-CUST-ACCOUNT-ENTRY (WS-CUSTOMER-COUNT).
025000     MOVE CU-CUSTOMER-NAME TO
025100         WS-CUST-NAME-ENTRY (WS-CUSTOMER-COUNT).
025200     MOVE CU-ADDRESS-LINE-1 TO
025300         WS-CUST-ADDRESS-1-ENTRY (WS-CUSTOMER-COUNT).
025400     MOVE CU-ADDRESS-LINE-2 TO
025500         WS-CUST-ADDRESS-2-ENTRY (WS-CUSTOMER-COUNT).
025600     MOVE CU-ADDRESS-LINE-3 TO
025700         WS-CUST-ADDRESS-3-ENTRY (WS-CUSTOMER-COUNT).
025800     MOVE CU-POSTAL-CODE TO
025900         WS-CUST-POSTAL-ENTRY (WS-CUSTOMER-COUNT).
026000     PERFORM 1085-READ-CUSTOMER-RECORD THRU 1085-EXIT.
026100 1090-EXIT.
026200     EXIT.
026300
026400* 1100-READ-NOTICE-RECORD
026500* READS THE NEXT RATE-CHANGE NOTICE, SETTING RATENTC-EOF WHEN
026600* THE FILE IS EXHAUSTED.
026700 1100-READ-NOTICE-RECORD.
026800     READ RATE-NOTICE-FILE
026900         AT END SET RATENTC-EOF TO TRUE
027000     END-READ.
027100     IF RATENTC-OK
027200         ADD 1 TO WS-NOTICE-COUNT
027300     END-IF.
027400 1100-EXIT.
027500     EXIT.
027600
027700* 2000-PRINT-ONE-NOTICE
027800* LOOKS UP THE CURRENT NOTICE'S BORROWER AND EITHER PRINTS THE
027900* LETTER OR HOLDS THE NOTICE WITH THE REASON, THEN ADVANCES.
028000 2000-PRINT-ONE-NOTICE.
028100     PERFORM 2150-FIND-CUSTOMER-ENTRY THRU 2150-EXIT.
028200     PERFORM 2200-CHECK-MAILABLE THRU 2200-EXIT.
028300     IF WS-NOTICE-MAILABLE
028400         PERFORM 3200-PRINT-NOTICE-LETTER THRU 3200-EXIT
028500         ADD 1 TO WS-PRINTED-COUNT
028600     ELSE
028700         ADD 1 TO WS-HELD-COUNT
028800         DISPLAY "HELD " NT-ACCOUNT-NO " - " WS-HOLD-REASON
028900     END-IF.
029000     PERFORM 1100-READ-NOTICE-RECORD THRU 1100-EXIT.
029100 2000-EXIT.
029200     EXIT.
029300
029400* 2150-FIND-CUSTOMER-ENTRY
029500* RETURNS WS-CUST-IDX POINTING AT NT-ACCOUNT-NO'S CUSTOMER
029600* TABLE ENTRY, OR PAST WS-CUSTOMER-COUNT WHEN THE ACCOUNT IS
029700* NOT ON THE EXTRACT.
029800 2150-FIND-CUSTOMER-ENTRY.
029900     MOVE ZERO TO WS-CUST-IDX.
030000     PERFORM 2160-TEST-CUSTOMER-ENTRY THRU 2160-EXIT
030100         VARYING WS-CUST-IDX FROM 1 BY 1
030200         UNTIL WS-CUST-IDX > WS-CUSTOMER-COUNT
030300         OR WS-CUST-ACCOUNT-ENTRY (WS-CUST-IDX)
030400             = NT-ACCOUNT-NO.
030500 2150-EXIT.
030600     EXIT.
030700
030800* 2160-TEST-CUSTOMER-ENTRY
030900* NO-OP BODY - THE MATCH TEST LIVES ENTIRELY IN 2150'S PERFORM
031000* VARYING UNTIL CONDITION. PRESENT SO THAT PERFORM HAS A
031100* PARAGRAPH TO ITERATE.
031200 2160-TEST-CUSTOMER-ENTRY.
031300     CONTINUE.
031400 2160-EXIT.
031500     EXIT.
031600
031700* 2200-CHECK-MAILABLE
031800* A NOTICE CAN ONLY BE MAILED TO AN ACCOUNT ON CUSTMAST WITH A
031900* NAME AND AT LEAST A FIRST ADDRESS LINE. THE FIRST FAILURE
032000* FOUND IS THE REASON REPORTED.
032100 2200-CHECK-MAILABLE.
032200     SET WS-NOTICE-MAILABLE TO TRUE.
032300     MOVE SPACES TO WS-HOLD-REASON.
032400     IF WS-CUST-IDX > WS-CUSTOMER-COUNT
032500         SET WS-NOTICE-HELD TO TRUE
032600         MOVE "ACCOUNT NOT ON CUSTOMER MASTER" TO WS-HOLD-REASON
032700         GO TO 2200-EXIT
032800     END-IF.
032900     IF WS-CUST-NAME-ENTRY (WS-CUST-IDX) = SPACES
033000         SET WS-NOTICE-HELD TO TRUE
033100         MOVE "NO CUSTOMER NAME ON CUSTOMER MASTER" TO
033200             WS-HOLD-REASON
033300         GO TO 2200-EXIT
033400     END-IF.
033500     IF WS-CUST-ADDRESS-1-ENTRY (WS-CUST-IDX) = SPACES
033600         SET WS-NOTICE-HELD TO TRUE
033700         MOVE "NO MAILING ADDRESS ON CUSTOMER MASTER" TO
033800             WS-HOLD-REASON
033900     END-IF.
034000 2200-EXIT.
034100     EXIT.
034200
034300* 3200-PRINT-NOTICE-LETTER
034400* PRINTS ONE RATE-CHANGE LETTER, STARTING ON A NEW PAGE - THE
034500* ADDRESS BLOCK, THE ACCOUNT DETAILS, HOW THE NEW RATE WAS
034600* BUILT FROM THE INDEX FIXING AND MARGIN, ANY LIMIT THAT HELD
034700* IT, THEN THE OLD AND NEW RATE AND PAYMENT. BLANK SECOND AND
034800* THIRD ADDRESS LINES ARE LEFT OUT OF THE ADDRESS BLOCK.
034900 3200-PRINT-NOTICE-LETTER.
035000     MOVE NT-RUN-DATE TO WS-EDIT-DATE-IN.
035100     PERFORM 3290-FORMAT-DATE THRU 3290-EXIT.
035200     MOVE WS-EDIT-DATE-OUT TO WS-LTR-HEADING-DATE.
035300     MOVE WS-LTR-HEADING-LINE TO NL-PRINT-LINE.
035400     WRITE RATE-LETTER-RECORD AFTER ADVANCING PAGE.
035500     PERFORM 3295-CHECK-LETTER-WRITE THRU 3295-EXIT.
035600     MOVE SPACES TO NL-PRINT-LINE.
035700     PERFORM 3280-WRITE-LETTER-LINE THRU 3280-EXIT.
035800     MOVE WS-CUST-NAME-ENTRY (WS-CUST-IDX) TO WS-LTR-ADDRESS.
035900     PERFORM 3250-WRITE-ADDRESS-LINE THRU 3250-EXIT.
036000     MOVE WS-CUST-ADDRESS-1-ENTRY (WS-CUST-IDX) TO WS-LTR-ADDRESS.
036100     PERFORM 3250-WRITE-ADDRESS-LINE THRU 3250-EXIT.
036200     MOVE WS-CUST-ADDRESS-2-ENTRY (WS-CUST-IDX) TO WS-LTR-ADDRESS.
036300     PERFORM 3250-WRITE-ADDRESS-LINE THRU 3250-EXIT.
036400     MOVE WS-CUST-ADDRESS-3-ENTRY (WS-CUST-IDX) TO WS-LTR-ADDRESS.
036500     PERFORM 3250-WRITE-ADDRESS-LINE THRU 3250-EXIT.
036600     MOVE WS-CUST-POSTAL-ENTRY (WS-CUST-IDX) TO WS-LTR-ADDRESS.
036700     PERFORM 3250-WRITE-ADDRESS-LINE THRU 3250-EXIT.
036800     MOVE SPACES TO NL-PRINT-LINE.
036900     PERFORM 3280-WRITE-LETTER-LINE THRU 3280-EXIT.
037000     MOVE "ACCOUNT" TO WS-LTR-TEXT-LABEL.
037100     MOVE NT-ACCOUNT-NO TO WS-LTR-TEXT-VALUE.
037200     PERFORM 3270-WRITE-TEXT-LINE THRU 3270-EXIT.
037300     MOVE "CURRENCY" TO WS-LTR-TEXT-LABEL.
037400     MOVE NT-CURRENCY-CODE TO WS-LTR-TEXT-VALUE.
037500     PERFORM 3270-WRITE-TEXT-LINE THRU 3270-EXIT.
037600     MOVE "EFFECTIVE FROM" TO WS-LTR-TEXT-LABEL.
037700     MOVE NT-EFFECTIVE-PERIOD TO WS-LTR-PERIOD-NO.
037800     MOVE WS-LTR-PERIOD-VALUE TO WS-LTR-TEXT-VALUE.
037900     PERFORM 3270-WRITE-TEXT-LINE THRU 3270-EXIT.
038000     MOVE SPACES TO NL-PRINT-LINE.
038100     PERFORM 3280-WRITE-LETTER-LINE THRU 3280-EXIT.
038200     MOVE "THE INTEREST RATE ON YOUR LOAN HAS BEEN RESET AGAINST"
038300         TO NL-PRINT-LINE.
038400     PERFORM 3280-WRITE-LETTER-LINE THRU 3280-EXIT.
038500     MOVE "ITS REFERENCE INDEX AS SET OUT BELOW."
038600         TO NL-PRINT-LINE.
038700     PERFORM 3280-WRITE-LETTER-LINE THRU 3280-EXIT.
038800     MOVE SPACES TO NL-PRINT-LINE.
038900     PERFORM 3280-WRITE-LETTER-LINE THRU 3280-EXIT.
039000     MOVE NT-INDEX-CODE TO WS-LTR-FIXING-INDEX.
039100     MOVE NT-INDEX-DATE TO WS-EDIT-DATE-IN.
039200     PERFORM 3290-FORMAT-DATE THRU 3290-EXIT.
039300     MOVE WS-EDIT-DATE-OUT TO WS-LTR-FIXING-DATE.
039400     MOVE WS-LTR-FIXING-LABEL TO WS-LTR-RATE-LABEL.
039500     COMPUTE WS-LTR-RATE ROUNDED = NT-INDEX-RATE * 100.
039600     PERFORM 3260-WRITE-RATE-LINE THRU 3260-EXIT.
039700     MOVE "PLUS YOUR LOAN'S MARGIN" TO WS-LTR-RATE-LABEL.
039800     COMPUTE WS-LTR-RATE ROUNDED = NT-INDEX-MARGIN * 100.
039900     PERFORM 3260-WRITE-RATE-LINE THRU 3260-EXIT.
040000     MOVE WS-LTR-RULE-LINE TO NL-PRINT-LINE.
040100     PERFORM 3280-WRITE-LETTER-LINE THRU 3280-EXIT.
040200     MOVE "INDEX PLUS MARGIN" TO WS-LTR-RATE-LABEL.
040300     COMPUTE WS-LTR-RATE ROUNDED =
040400         (NT-INDEX-RATE + NT-INDEX-MARGIN) * 100.
040500     PERFORM 3260-WRITE-RATE-LINE THRU 3260-EXIT.
040600     IF NT-PERIODIC-CAP-APPLIED
040700         MOVE "HELD BY THE CAP ON EACH RATE CHANGE"
040800             TO NL-PRINT-LINE
040900         PERFORM 3280-WRITE-LETTER-LINE THRU 3280-EXIT
041000     END-IF.
041100     IF NT-LIFETIME-CAP-APPLIED
041200         MOVE "HELD BY THE LIFETIME CAP OVER YOUR STARTING RATE"
041300             TO NL-PRINT-LINE
041400         PERFORM 3280-WRITE-LETTER-LINE THRU 3280-EXIT
041500     END-IF.
041600     IF NT-FLOOR-APPLIED
041700         MOVE "RAISED TO YOUR LOAN'S MINIMUM RATE"
041800             TO NL-PRINT-LINE
041900         PERFORM 3280-WRITE-LETTER-LINE THRU 3280-EXIT
042000     END-IF.
042100     MOVE SPACES TO NL-PRINT-LINE.
042200     PERFORM 3280-WRITE-LETTER-LINE THRU 3280-EXIT.
042300     MOVE "PREVIOUS ANNUAL RATE" TO WS-LTR-RATE-LABEL.
042400     COMPUTE WS-LTR-RATE ROUNDED = NT-OLD-ANNUAL-RATE * 100.
042500     PERFORM 3260-WRITE-RATE-LINE THRU 3260-EXIT.
042600     MOVE "NEW ANNUAL RATE" TO WS-LTR-RATE-LABEL.
042700     COMPUTE WS-LTR-RATE ROUNDED = NT-NEW-ANNUAL-RATE * 100.
042800     PERFORM 3260-WRITE-RATE-LINE THRU 3260-EXIT.
042900     MOVE SPACES TO NL-PRINT-LINE.
043000     PERFORM 3280-WRITE-LETTER-LINE THRU 3280-EXIT.
043100     MOVE "PREVIOUS PAYMENT" TO WS-LTR-AMOUNT-LABEL.
043200     COMPUTE WS-LTR-AMOUNT ROUNDED = NT-OLD-ANNUITY.
043300     PERFORM 3265-WRITE-AMOUNT-LINE THRU 3265-EXIT.
043400     MOVE "NEW PAYMENT" TO WS-LTR-AMOUNT-LABEL.
043500     COMPUTE WS-LTR-AMOUNT ROUNDED = NT-NEW-ANNUITY.
043600     PERFORM 3265-WRITE-AMOUNT-LINE THRU 3265-EXIT.
043700     MOVE "PAYMENTS REMAINING" TO WS-LTR-TEXT-LABEL.
043800     MOVE NT-REMAINING-TERM TO WS-LTR-TERM.
043900     MOVE WS-LTR-TERM-VALUE TO WS-LTR-TEXT-VALUE.
044000     PERFORM 3270-WRITE-TEXT-LINE THRU 3270-EXIT.
044100     MOVE SPACES TO NL-PRINT-LINE.
044200     PERFORM 3280-WRITE-LETTER-LINE THRU 3280-EXIT.
044300     MOVE "PAYMENTS SHOWN ARE PRINCIPAL AND INTEREST ONLY. ANY"
044400         TO NL-PRINT-LINE.
044500     PERFORM 3280-WRITE-LETTER-LINE THRU 3280-EXIT.
044600     MOVE "ESCROW AMOUNT IS COLLECTED IN ADDITION, AS BEFORE."
044700         TO NL-PRINT-LINE.
044800     PERFORM 3280-WRITE-LETTER-LINE THRU 3280-EXIT.
044900 3200-EXIT.
045000     EXIT.
045100
045200* 3250-WRITE-ADDRESS-LINE
045300* PRINTS THE ADDRESS BLOCK LINE ALREADY SET, UNLESS IT IS BLANK.
045400 3250-WRITE-ADDRESS-LINE.
045500     IF WS-LTR-ADDRESS NOT = SPACES
045600         MOVE WS-LTR-ADDRESS-LINE TO NL-PRINT-LINE
045700         PERFORM 3280-WRITE-LETTER-LINE THRU 3280-EXIT
045800     END-IF.
045900 3250-EXIT.
046000     EXIT.
046100
046200* 3260-WRITE-RATE-LINE
046300* PRINTS THE LABEL AND PERCENTAGE ALREADY SET IN THE RATE LINE.
046400 3260-WRITE-RATE-LINE.
046500     MOVE WS-LTR-RATE-LINE TO NL-PRINT-LINE.
046600     PERFORM 3280-WRITE-LETTER-LINE THRU 3280-EXIT.
046700 3260-EXIT.
046800     EXIT.
046900
047000* 3265-WRITE-AMOUNT-LINE
047100* PRINTS THE LABEL AND AMOUNT ALREADY SET IN THE AMOUNT LINE.
047200 3265-WRITE-AMOUNT-LINE.
047300     MOVE WS-LTR-AMOUNT-LINE TO NL-PRINT-LINE.
047400     PERFORM 3280-WRITE-LETTER-LINE THRU 3280-EXIT.
047500 3265-EXIT.
047600     EXIT.
047700
047800* 3270-WRITE-TEXT-LINE
047900* PRINTS THE LABEL AND VALUE ALREADY SET IN THE TEXT LINE.
048000 3270-WRITE-TEXT-LINE.
048100     MOVE WS-LTR-TEXT-LINE TO NL-PRINT-LINE.
048200     PERFORM 3280-WRITE-LETTER-LINE THRU 3280-EXIT.
048300 3270-EXIT.
048400     EXIT.
048500
048600* 3280-WRITE-LETTER-LINE
048700* PRINTS NL-PRINT-LINE AS THE NEXT LINE OF THE CURRENT LETTER.
048800 3280-WRITE-LETTER-LINE.
048900     WRITE RATE-LETTER-RECORD AFTER ADVANCING 1 LINE.
049000     PERFORM 3295-CHECK-LETTER-WRITE THRU 3295-EXIT.
049100 3280-EXIT.
049200     EXIT.
049300
049400* 3290-FORMAT-DATE
049500* TURNS THE YYYYMMDD DATE IN WS-EDIT-DATE-IN INTO ITS PRINTED
049600* YYYY-MM-DD FORM IN WS-EDIT-DATE-OUT.
049700 3290-FORMAT-DATE.
049800     MOVE WS-EDIT-YEAR-IN TO WS-EDIT-YEAR-OUT.
049900     MOVE WS-EDIT-MONTH-IN TO WS-EDIT-MONTH-OUT.
050000     MOVE WS-EDIT-DAY-IN TO WS-EDIT-DAY-OUT.
050100 3290-EXIT.
050200     EXIT.
050300
050400* 3295-CHECK-LETTER-WRITE
050500* A BAD RCNLTR WRITE STATUS IS FATAL.
050600 3295-CHECK-LETTER-WRITE.
050700     IF NOT RCNLTR-OK
050800         DISPLAY "FATAL - RCNLTR WRITE FAILED, STATUS "
050900             WS-RCNLTR-STATUS
051000         GO TO 9000-ABEND-ON-WRITE-FAILURE
051100     END-IF.
051200 3295-EXIT.
051300     EXIT.
051400
051500* 8000-FINALIZE
051600* CLOSES THE FILES AND DISPLAYS THE RUN CONTROL TOTALS. ANY HELD
051700* NOTICE ENDS THE RUN WITH RETURN CODE 4, SO OPERATIONS KNOW
051800* SOME BORROWERS WERE NOT WRITTEN TO AND CUSTOMER SERVICE MUST
051900* WORK THE HELD LIST BEFORE THE MAILING GOES.
052000 8000-FINALIZE.
052100     CLOSE RATE-NOTICE-FILE.
052200     CLOSE RATE-LETTER-FILE.
052300     DISPLAY "LOANRCN READ " WS-NOTICE-COUNT " NOTICE(S)".
052400     DISPLAY "PRINTED " WS-PRINTED-COUNT.
052500     DISPLAY "HELD " WS-HELD-COUNT.
052600     IF WS-HELD-COUNT > ZERO
052700         MOVE 4 TO RETURN-CODE
052800     END-IF.
052900 8000-EXIT.
053000     EXIT.
053100
053200* 9000-ABEND-ON-WRITE-FAILURE
053300* COMMON FATAL EXIT FOR AN RCNLTR WRITE FAILURE. THE FILES ARE
053400* CLOSED BEST-EFFORT AND THE RUN ENDS WITH A NON-ZERO RETURN
053500* CODE.
053600 9000-ABEND-ON-WRITE-FAILURE.
053700     CLOSE RATE-NOTICE-FILE.
053800     CLOSE RATE-LETTER-FILE.
053900     MOVE 16 TO RETURN-CODE.
054000     STOP RUN.

000100*****************************************************************
000200* PROGRAM-ID.  LOANDAYS
000300* AUTHOR.      M. DELCOURT
000400* INSTALLATION. BACK OFFICE SYSTEMS - LOAN SIMULATION UNIT
000500* DATE-WRITTEN. 2026-10-15
000600* DATE-COMPILED.
000700*
000800* PURPOSE.
000900*     SHARED CALENDAR ARITHMETIC FOR THE BATCH PROGRAMS THAT
001000*     WORK IN ACTUAL DAYS RATHER THAN SCHEDULED PERIODS. GIVEN
001100*     THE PARAMETER BLOCK IN DAYSPARM.CPY IT VALIDATES BOTH
001200*     DATES AS REAL CALENDAR DATES (MONTH 01-12, DAY WITHIN THE
001300*     MONTH, 29 FEBRUARY ONLY IN A LEAP YEAR) AND RETURNS THE
001400*     SIGNED NUMBER OF DAYS FROM LD-FROM-DATE TO LD-TO-DATE, SO
001500*     NO CALLER HAS TO CARRY ITS OWN COPY OF THE LEAP-YEAR AND
001600*     DAY-NUMBER RULES. IT ALSO RETURNS THE LAST CALENDAR DAY
001610*     OF A DATE'S MONTH, AND THE DATE A GIVEN NUMBER OF MONTHS
001620*     ON FROM A DATE.
001700*
001800* MODIFICATION HISTORY.
001900*     2026-10-15 MDC  ORIGINAL VERSION - DAYS BETWEEN TWO DATES.
001910*     2026-10-15 MDC  ADDED THE MONTH-END FUNCTION FOR THE
001920*                      MONTH-END ACCRUAL RUN.
001930*     2026-10-15 MDC  ADDED THE ADD-MONTHS FUNCTION SO A LOAN'S
001940*                      NEXT DUE DATE CAN BE STEPPED ON BY ITS
001950*                      PAYMENT FREQUENCY.
002000*****************************************************************
002100 IDENTIFICATION DIVISION.
002200 PROGRAM-ID. LOANDAYS.
002300 AUTHOR. M. DELCOURT.
002400 INSTALLATION. BACK OFFICE SYSTEMS - LOAN SIMULATION UNIT.
002500 DATE-WRITTEN. 2026-10-15.
002600 DATE-COMPILED.
002700
002800*----------------------------------------------------------------
002900* DATA DIVISION
003000*----------------------------------------------------------------
003100 DATA DIVISION.
003200 WORKING-STORAGE SECTION.
003300
003400* DATE BEING VALIDATED OR CONVERTED, BROKEN INTO ITS PARTS.
003500 01  WS-WORK-DATE            PIC 9(08).
003600 01  WS-WORK-DATE-PARTS REDEFINES WS-WORK-DATE.
003700     05  WS-WORK-YEAR        PIC 9(04).
003800     05  WS-WORK-MONTH       PIC 9(02).
003900     05  WS-WORK-DAY         PIC 9(02).
004000
004100* DAYS IN EACH MONTH OF A COMMON YEAR. FEBRUARY IS STRETCHED TO
004200* 29 BY 3000-VALIDATE-DATE WHEN THE YEAR IS A LEAP YEAR.
004300 01  WS-MONTH-LENGTH-VALUES  PIC X(24)
004400         VALUE "312831303130313130313031".
004500 01  WS-MONTH-LENGTH-TABLE REDEFINES WS-MONTH-LENGTH-VALUES.
004600     05  WS-MONTH-LENGTH     PIC 9(02) OCCURS 12 TIMES.
004700 01  WS-DAYS-IN-MONTH        PIC 9(02).
004800
004900* SET BY 3000-VALIDATE-DATE FOR THE DATE IN WS-WORK-DATE.
005000 01  WS-DATE-SWITCH          PIC X(01).
005100     88  WS-DATE-VALID           VALUE "Y".
005200     88  WS-DATE-INVALID         VALUE "N".
005300
005400* LEAP-YEAR TEST WORK AREAS - QUOTIENTS ARE DISCARDED, ONLY THE
005500* REMAINDERS BY 4, 100 AND 400 MATTER.
005600 01  WS-LEAP-QUOTIENT        PIC 9(05).
005700 01  WS-REMAINDER-4          PIC 9(03).
005800 01  WS-REMAINDER-100        PIC 9(03).
005900 01  WS-REMAINDER-400        PIC 9(03).
006000
006100* DAY-NUMBER WORK AREAS. THE CALENDAR IS COUNTED FROM MARCH SO
006200* THE LEAP DAY FALLS AT THE END OF THE COUNTING YEAR - JANUARY
006300* AND FEBRUARY ARE TREATED AS MONTHS 13 AND 14 OF THE YEAR
006400* BEFORE. EVERY DIVISION IS A SEPARATE DIVIDE INTO A WHOLE-
006500* NUMBER FIELD SO EACH ONE TRUNCATES ON ITS OWN, AS THE RULE
006600* REQUIRES.
006700 01  WS-CALC-YEAR            PIC 9(05).
006800 01  WS-CALC-MONTH           PIC 9(02).
006900 01  WS-YEAR-DIV-4           PIC 9(05).
007000 01  WS-YEAR-DIV-100         PIC 9(05).
007100 01  WS-YEAR-DIV-400         PIC 9(05).
007200 01  WS-MONTH-TERM           PIC 9(05).
007300 01  WS-MONTH-DAYS           PIC 9(05).
007400 01  WS-DAY-NUMBER           PIC 9(07).
007500 01  WS-FROM-DAY-NUMBER      PIC 9(07).
007600 01  WS-TO-DAY-NUMBER        PIC 9(07).
007610
007620* ADD-MONTHS WORK AREAS. THE DATE IS COUNTED IN MONTHS FROM
007630* YEAR ZERO SO ADDING MONTHS CARRIES INTO THE YEAR BY A PLAIN
007640* DIVIDE BY 12; THE TARGET DAY IS PULLED BACK TO THE LENGTH OF
007650* THE MONTH IT LANDS IN.
007660 01  WS-MONTH-COUNT          PIC 9(06).
007670 01  WS-MONTH-REMAINDER      PIC 9(02).
007680 01  WS-TARGET-DAY           PIC 9(02).
007700
007800 LINKAGE SECTION.
007900
008000* FUNCTION, DATES, RESULT AND RETURN CODE, PASSED BY THE
008100* CALLER - SEE DAYSPARM.CPY FOR THE CONDITION NAMES.
008200     COPY DAYSPARM.
008300
008400*----------------------------------------------------------------
008500* PROCEDURE DIVISION
008600*----------------------------------------------------------------
008700 PROCEDURE DIVISION USING LD-DATE-PARAMETERS.
008800
008900* 0000-MAINLINE
009000* DISPATCHES ON THE REQUESTED FUNCTION. AN UNKNOWN FUNCTION OR
009100* A DATE THAT IS NOT A REAL CALENDAR DATE RETURNS A ZERO RESULT
009200* AND A NON-ZERO LD-RETURN-CODE RATHER THAN A MEANINGLESS DAY
009300* COUNT.
009400 0000-MAINLINE.
009500     SET LD-DATE-OK TO TRUE.
009600     MOVE ZERO TO LD-DAYS.
009700     IF LD-FUNC-DAYS-BETWEEN
009800         PERFORM 1000-DAYS-BETWEEN THRU 1000-EXIT
009900     ELSE
009910         IF LD-FUNC-MONTH-END
009920             PERFORM 2000-MONTH-END THRU 2000-EXIT
009930         ELSE
009931             IF LD-FUNC-ADD-MONTHS
009932                 PERFORM 2500-ADD-MONTHS THRU 2500-EXIT
009933             ELSE
010000                 SET LD-INVALID-FUNCTION TO TRUE
010005             END-IF
010010         END-IF
010100     END-IF.
010200     GOBACK.
010300
010400* 1000-DAYS-BETWEEN
010500* VALIDATES BOTH DATES, CONVERTS EACH TO ITS DAY NUMBER AND
010600* RETURNS THE DIFFERENCE - NEGATIVE WHEN LD-TO-DATE IS EARLIER
010700* THAN LD-FROM-DATE.
010800 1000-DAYS-BETWEEN.
010900     MOVE LD-FROM-DATE TO WS-WORK-DATE.
011000     PERFORM 3000-VALIDATE-DATE THRU 3000-EXIT.
011100     IF WS-DATE-INVALID
011200         SET LD-INVALID-FROM-DATE TO TRUE
011300         GO TO 1000-EXIT
011400     END-IF.
011500     PERFORM 3100-DATE-TO-DAY-NUMBER THRU 3100-EXIT.
011600     MOVE WS-DAY-NUMBER TO WS-FROM-DAY-NUMBER.
011700     MOVE LD-TO-DATE TO WS-WORK-DATE.
011800     PERFORM 3000-VALIDATE-DATE THRU 3000-EXIT.
011900     IF WS-DATE-INVALID
012000         SET LD-INVALID-TO-DATE TO TRUE
012100         GO TO 1000-EXIT
012200     END-IF.
012300     PERFORM 3100-DATE-TO-DAY-NUMBER THRU 3100-EXIT.
012400     MOVE WS-DAY-NUMBER TO WS-TO-DAY-NUMBER.
012500     COMPUTE LD-DAYS = WS-TO-DAY-NUMBER - WS-FROM-DAY-NUMBER.
012600 1000-EXIT.
012700     EXIT.
012800
012900* 2000-MONTH-END
013000* VALIDATES LD-FROM-DATE AND RETURNS THE LAST CALENDAR DAY OF
013100* ITS MONTH IN LD-TO-DATE, WITH THE DAYS FROM ONE TO THE OTHER
013200* IN LD-DAYS. 3000-VALIDATE-DATE LEAVES THE MONTH'S LENGTH,
013300* LEAP FEBRUARY INCLUDED, IN WS-DAYS-IN-MONTH.
013400 2000-MONTH-END.
013500     MOVE ZERO TO LD-TO-DATE.
013600     MOVE LD-FROM-DATE TO WS-WORK-DATE.
013700     PERFORM 3000-VALIDATE-DATE THRU 3000-EXIT.
013800     IF WS-DATE-INVALID
013900         SET LD-INVALID-FROM-DATE TO TRUE
014000         GO TO 2000-EXIT
014100     END-IF.
014200     COMPUTE LD-DAYS = WS-DAYS-IN-MONTH - WS-WORK-DAY.
014300     MOVE WS-DAYS-IN-MONTH TO WS-WORK-DAY.
014400     MOVE WS-WORK-DATE TO LD-TO-DATE.
014500 2000-EXIT.
014600     EXIT.
014700
014800* 2500-ADD-MONTHS
014900* VALIDATES LD-FROM-DATE AND RETURNS IN LD-TO-DATE THE DATE
015000* LD-MONTHS CALENDAR MONTHS LATER, ON DAY LD-DAY-OF-MONTH OR,
015100* WHEN THAT IS ZERO, ON LD-FROM-DATE'S OWN DAY. A DAY PAST THE
015200* END OF THE MONTH REACHED - THE 31ST IN A 30-DAY MONTH, THE
015300* 29TH TO 31ST IN FEBRUARY - FALLS ON THAT MONTH'S LAST DAY,
015400* SO A LOAN DUE ON THE 31ST IS DUE ON THE LAST DAY OF EVERY
015500* MONTH WITHOUT DRIFTING. LD-DAYS RETURNS THE DAYS FROM ONE
015600* DATE TO THE OTHER.
015700 2500-ADD-MONTHS.
015800     MOVE ZERO TO LD-TO-DATE.
015900     MOVE LD-FROM-DATE TO WS-WORK-DATE.
016000     PERFORM 3000-VALIDATE-DATE THRU 3000-EXIT.
016100     IF WS-DATE-INVALID
016200         SET LD-INVALID-FROM-DATE TO TRUE
016300         GO TO 2500-EXIT
016400     END-IF.
016500     IF LD-DAY-OF-MONTH IS NOT NUMERIC
016600         OR LD-DAY-OF-MONTH > 31
016700         SET LD-INVALID-DAY-OF-MONTH TO TRUE
016800         GO TO 2500-EXIT
016900     END-IF.
017000     PERFORM 3100-DATE-TO-DAY-NUMBER THRU 3100-EXIT.
017100     MOVE WS-DAY-NUMBER TO WS-FROM-DAY-NUMBER.
017200     IF LD-DAY-OF-MONTH = ZERO
017300         MOVE WS-WORK-DAY TO WS-TARGET-DAY
017400     ELSE
017500         MOVE LD-DAY-OF-MONTH TO WS-TARGET-DAY
017600     END-IF.
017700     COMPUTE WS-MONTH-COUNT =
017800         WS-WORK-YEAR * 12 + WS-WORK-MONTH - 1 + LD-MONTHS.
017900     DIVIDE WS-MONTH-COUNT BY 12 GIVING WS-WORK-YEAR
018000         REMAINDER WS-MONTH-REMAINDER.
018100     COMPUTE WS-WORK-MONTH = WS-MONTH-REMAINDER + 1.
018200     MOVE 1 TO WS-WORK-DAY.
018300     PERFORM 3000-VALIDATE-DATE THRU 3000-EXIT.
018400     IF WS-TARGET-DAY > WS-DAYS-IN-MONTH
018500         MOVE WS-DAYS-IN-MONTH TO WS-WORK-DAY
018600     ELSE
018700         MOVE WS-TARGET-DAY TO WS-WORK-DAY
018800     END-IF.
018900     PERFORM 3100-DATE-TO-DAY-NUMBER THRU 3100-EXIT.
019000     MOVE WS-DAY-NUMBER TO WS-TO-DAY-NUMBER.
019100     MOVE WS-WORK-DATE TO LD-TO-DATE.
019200     COMPUTE LD-DAYS = WS-TO-DAY-NUMBER - WS-FROM-DAY-NUMBER.
019300 2500-EXIT.
019400     EXIT.
019500
019600* 3000-VALIDATE-DATE
019700* CHECKS WS-WORK-DATE IS A REAL CALENDAR DATE - NUMERIC, A
019800* NON-ZERO YEAR, MONTH 01-12 AND A DAY WITHIN THAT MONTH. A
019900* YEAR IS A LEAP YEAR WHEN IT DIVIDES BY 4, EXCEPT A CENTURY
020000* YEAR, WHICH MUST ALSO DIVIDE BY 400.
020100 3000-VALIDATE-DATE.
020200     SET WS-DATE-VALID TO TRUE.
020300     IF WS-WORK-DATE IS NOT NUMERIC
020400         OR WS-WORK-YEAR = ZERO
020500         OR WS-WORK-MONTH < 1 OR WS-WORK-MONTH > 12
020600         OR WS-WORK-DAY < 1
020700         SET WS-DATE-INVALID TO TRUE
020800         GO TO 3000-EXIT
020900     END-IF.
021000     MOVE WS-MONTH-LENGTH (WS-WORK-MONTH) TO WS-DAYS-IN-MONTH.
021100     IF WS-WORK-MONTH = 2
021200         DIVIDE WS-WORK-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
021300             REMAINDER WS-REMAINDER-4
021400         DIVIDE WS-WORK-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
021500             REMAINDER WS-REMAINDER-100
021600         DIVIDE WS-WORK-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
021700             REMAINDER WS-REMAINDER-400
021800         IF WS-REMAINDER-4 = ZERO
021900             AND (WS-REMAINDER-100 NOT = ZERO
022000                 OR WS-REMAINDER-400 = ZERO)
022100             MOVE 29 TO WS-DAYS-IN-MONTH
022200         END-IF
022300     END-IF.
022400     IF WS-WORK-DAY > WS-DAYS-IN-MONTH
022500         SET WS-DATE-INVALID TO TRUE
022600     END-IF.
022700 3000-EXIT.
022800     EXIT.
022900
023000* 3100-DATE-TO-DAY-NUMBER
023100* CONVERTS THE VALIDATED WS-WORK-DATE TO A CONTINUOUS DAY
023200* NUMBER, SO THE DISTANCE BETWEEN TWO DATES IS A PLAIN
023300* SUBTRACTION -
023400*     365*Y + Y/4 - Y/100 + Y/400 + (153*(M-3)+2)/5 + D
023500* WITH Y AND M SHIFTED SO THE COUNTING YEAR STARTS IN MARCH.
023600 3100-DATE-TO-DAY-NUMBER.
023700     MOVE WS-WORK-YEAR TO WS-CALC-YEAR.
023800     MOVE WS-WORK-MONTH TO WS-CALC-MONTH.
023900     IF WS-CALC-MONTH < 3
024000         SUBTRACT 1 FROM WS-CALC-YEAR
024100         ADD 12 TO WS-CALC-MONTH
024200     END-IF.
024300     DIVIDE WS-CALC-YEAR BY 4 GIVING WS-YEAR-DIV-4.
024400     DIVIDE WS-CALC-YEAR BY 100 GIVING WS-YEAR-DIV-100.
024500     DIVIDE WS-CALC-YEAR BY 400 GIVING WS-YEAR-DIV-400.
024600     COMPUTE WS-MONTH-TERM = 153 * (WS-CALC-MONTH - 3) + 2.
024700     DIVIDE WS-MONTH-TERM BY 5 GIVING WS-MONTH-DAYS.
024800     COMPUTE WS-DAY-NUMBER = 365 * WS-CALC-YEAR
024900         + WS-YEAR-DIV-4 - WS-YEAR-DIV-100 + WS-YEAR-DIV-400
025000         + WS-MONTH-DAYS + WS-WORK-DAY.
025100 3100-EXIT.
025200     EXIT.

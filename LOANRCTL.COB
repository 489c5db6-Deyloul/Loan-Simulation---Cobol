000100*****************************************************************
000200* PROGRAM-ID.  LOANRCTL
000300* AUTHOR.      M. DELCOURT
000400* INSTALLATION. BACK OFFICE SYSTEMS - LOAN SIMULATION UNIT
000500* DATE-WRITTEN. 2026-10-15
000600* DATE-COMPILED.
000700*
000800* PURPOSE.
000900*     SHARED RUN CONTROL FOR THE NIGHTLY JOB STREAM - LOANPOST,
001000*     LOAN, GLPOST, LOANESC AND LOANARCH, IN THAT ORDER. EACH
001100*     OF THEM CALLS THIS SUBROUTINE AS IT STARTS AND AGAIN AS IT
001200*     ENDS, WITH THE PARAMETER BLOCK IN RCTLPARM.CPY. AT START
001300*     THE JOB IS REFUSED WHEN ITS PREDECESSOR IN THE STREAM HAS
001400*     NOT COMPLETED FOR THE BUSINESS DATE, OR WHEN THE JOB HAS
001500*     ALREADY RUN FOR THE DATE - RERUNNING LOANPOST ON THE SAME
001600*     PAYIN WOULD POST EVERY PAYMENT TWICE. AN OPERATOR WHO HAS
001700*     CHECKED THE POSITION SETS LOAN-RUN-OVERRIDE TO Y TO RUN
001800*     THE JOB ANYWAY; THE OVERRIDE AND LOAN-OPERATOR-ID ARE KEPT
001900*     ON THE RUN-CONTROL RECORD. AT END THE JOB'S RETURN CODE AND
002000*     RECORD COUNTS ARE RECORDED. THE BUSINESS DATE IS TAKEN FROM
002100*     LOAN-BUSINESS-DATE, OR THE SYSTEM DATE WITHOUT ONE, SO A
002200*     STREAM THAT RUNS PAST MIDNIGHT CAN STILL BE HELD TO ONE
002300*     DATE. THE RUNCTL FILE IS OPENED AND CLOSED ON EVERY CALL.
002310*     A REPORTING JOB THAT DEPENDS ON ONE STREAM JOB HAVING
002320*     COMPLETED FOR THE DATE, WITHOUT BEING IN THE STREAM
002330*     ITSELF, ASKS WITH THE QUERY FUNCTION - NOTHING IS WRITTEN.
002400*
002500* MODIFICATION HISTORY.
002600*     2026-10-15 MDC  ORIGINAL RUN-CONTROL SUBROUTINE.
002610*     2026-10-15 MDC  ADDED THE QUERY FUNCTION - IS A STREAM JOB
002620*                      COMPLETED FOR THE BUSINESS DATE.
002700*****************************************************************
002800 IDENTIFICATION DIVISION.
002900 PROGRAM-ID. LOANRCTL.
003000 AUTHOR. M. DELCOURT.
003100 INSTALLATION. BACK OFFICE SYSTEMS - LOAN SIMULATION UNIT.
003200 DATE-WRITTEN. 2026-10-15.
003300 DATE-COMPILED.
003400
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800*     RUN-CONTROL FILE, KEYED BY BUSINESS DATE, JOB AND STEP -
003900*     ONE ENTRY PER JOB RUN, KEPT ACROSS NIGHTS.
004000     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS RN-KEY
004400         FILE STATUS IS WS-RUNCTL-STATUS.
004500
004600*----------------------------------------------------------------
004700* DATA DIVISION
004800*----------------------------------------------------------------
004900 DATA DIVISION.
005000 FILE SECTION.
005100
005200 FD  RUN-CONTROL-FILE
005300     LABEL RECORDS ARE STANDARD.
005400     COPY RCTREC.
005500
005600 WORKING-STORAGE SECTION.
005700
005800* FILE STATUS.
005900 01  WS-RUNCTL-STATUS        PIC X(02).
006000     88  RUNCTL-OK               VALUE "00".
006100     88  RUNCTL-EOF              VALUE "10".
006200     88  RUNCTL-NOT-ON-FILE      VALUE "23".
006300     88  RUNCTL-FILE-NOT-FOUND   VALUE "35".
006400
006500* THE NIGHTLY STREAM ORDER - SEE STRMTAB.CPY.
006600     COPY STRMTAB.
006700 01  WS-STREAM-IDX           PIC 9(02) COMP.
006800 01  WS-PRED-IDX             PIC 9(02) COMP.
006900
007000* BUSINESS-DATE OVERRIDE, OPERATOR OVERRIDE AND OPERATOR ID,
007100* FROM THE JOB'S ENVIRONMENT.
007200 01  WS-BUSINESS-DATE-PARM   PIC X(08).
007300 01  WS-OVERRIDE-PARM        PIC X(01).
007400     88  WS-OVERRIDE-REQUESTED   VALUE "Y".
007500 01  WS-OPERATOR-ID          PIC X(08).
007600
007700* CLOCK AT THE MOMENT OF THE CALL.
007800 01  WS-NOW-DATE             PIC 9(08).
007900 01  WS-NOW-TIME             PIC 9(08).
008000
008100* PREDECESSOR SCAN - HOW MANY RUNS OF THE PREDECESSOR ARE ON
008200* FILE FOR THE DATE AND HOW MANY OF THOSE HAVE NOT COMPLETED.
008300 01  WS-PRED-FOUND-COUNT     PIC 9(04) COMP.
008400 01  WS-PRED-OPEN-COUNT      PIC 9(04) COMP.
008500 01  WS-PRED-SWITCH          PIC X(01).
008600     88  WS-PRED-RESOLVED        VALUE "Y".
008700     88  WS-PRED-NOT-RESOLVED    VALUE "N".
008800 01  WS-SCAN-SWITCH          PIC X(01).
008900     88  WS-SCAN-DONE            VALUE "Y".
009000     88  WS-SCAN-NOT-DONE        VALUE "N".
009100
009200* REFUSAL TEXT NAMING THE PREDECESSOR, MOVED TO RP-REASON.
009300 01  WS-PRED-REASON.
009400     05  FILLER              PIC X(12) VALUE "PREDECESSOR ".
009500     05  WS-PRED-REASON-JOB  PIC X(08).
009600     05  WS-PRED-REASON-TEXT PIC X(20).
009700
009800* RUNCTL STATUS TEXT, MOVED TO RP-REASON ON AN I/O FAILURE.
009900 01  WS-IO-REASON.
010000     05  WS-IO-REASON-TEXT   PIC X(29).
010100     05  FILLER              PIC X(09) VALUE ", STATUS ".
010200     05  WS-IO-REASON-STATUS PIC X(02).
010300
010400 LINKAGE SECTION.
010500
010600* FUNCTION, JOB, COUNTS, REASON AND RETURN CODE, PASSED BY THE
010700* CALLER - SEE RCTLPARM.CPY FOR THE CONDITION NAMES.
010800     COPY RCTLPARM.
010900
011000*----------------------------------------------------------------
011100* PROCEDURE DIVISION
011200*----------------------------------------------------------------
011300 PROCEDURE DIVISION USING RP-RUN-PARAMETERS.
011400
011500* 0000-MAINLINE
011600* DISPATCHES ON THE REQUESTED FUNCTION. ANY REFUSAL OR FAILURE
011700* COMES BACK AS A NON-ZERO RP-RETURN-CODE WITH THE REASON IN
011800* RP-REASON; WHAT TO DO ABOUT IT IS THE CALLER'S DECISION.
011900 0000-MAINLINE.
012000     SET RP-CONTROL-OK TO TRUE.
012100     MOVE SPACES TO RP-REASON.
012200     ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
012300     ACCEPT WS-NOW-TIME FROM TIME.
012400     IF RP-FUNC-START
012500         PERFORM 1000-START-JOB THRU 1000-EXIT
012600     ELSE
012700         IF RP-FUNC-END
012800             PERFORM 2000-END-JOB THRU 2000-EXIT
012900         ELSE
012910             IF RP-FUNC-QUERY
012920                 PERFORM 2500-QUERY-JOB THRU 2500-EXIT
012930             ELSE
012940                 SET RP-INVALID-FUNCTION TO TRUE
012950                 MOVE "INVALID RUN-CONTROL FUNCTION" TO RP-REASON
012960             END-IF
013200         END-IF
013300     END-IF.
013400     GOBACK.
013500
013600* 1000-START-JOB
013700* SETS THE BUSINESS DATE, CHECKS THE PREDECESSOR AND RECORDS
013800* THE START. AN OPERATOR OVERRIDE SKIPS THE PREDECESSOR CHECK
013900* AND ALLOWS A RERUN.
014000 1000-START-JOB.
014100     PERFORM 3000-SET-BUSINESS-DATE THRU 3000-EXIT.
014200     IF NOT RP-CONTROL-OK
014300         GO TO 1000-EXIT
014400     END-IF.
014500     ACCEPT WS-OVERRIDE-PARM FROM ENVIRONMENT
014600         "LOAN-RUN-OVERRIDE"
014700         ON EXCEPTION
014800             MOVE SPACES TO WS-OVERRIDE-PARM
014900     END-ACCEPT.
015000     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT
015100         "LOAN-OPERATOR-ID"
015200         ON EXCEPTION
015300             MOVE SPACES TO WS-OPERATOR-ID
015400     END-ACCEPT.
015500     PERFORM 4000-OPEN-RUNCTL THRU 4000-EXIT.
015600     IF NOT RP-CONTROL-OK
015700         GO TO 1000-EXIT
015800     END-IF.
015900     IF NOT WS-OVERRIDE-REQUESTED
016000         PERFORM 1100-CHECK-PREDECESSOR THRU 1100-EXIT
016100     END-IF.
016200     IF RP-CONTROL-OK
016300         PERFORM 1200-RECORD-START THRU 1200-EXIT
016400     END-IF.
016500     CLOSE RUN-CONTROL-FILE.
016600 1000-EXIT.
016700     EXIT.
016800
016900* 1100-CHECK-PREDECESSOR
017000* FINDS THE JOB IN THE STREAM TABLE AND CHECKS THE JOB BEFORE
017100* IT. A JOB THAT IS FIRST IN THE STREAM, OR NOT IN IT AT ALL,
017200* HAS NO PREDECESSOR TO WAIT FOR.
017300 1100-CHECK-PREDECESSOR.
017400     MOVE 1 TO WS-STREAM-IDX.
017500     PERFORM 1110-TEST-STREAM-ENTRY THRU 1110-EXIT
017600         UNTIL WS-STREAM-IDX > WS-STREAM-COUNT
017700             OR WS-STREAM-JOB (WS-STREAM-IDX) = RP-JOB-NAME.
017800     IF WS-STREAM-IDX > WS-STREAM-COUNT
017900         OR WS-STREAM-IDX = 1
018000         GO TO 1100-EXIT
018100     END-IF.
018200     COMPUTE WS-PRED-IDX = WS-STREAM-IDX - 1.
018300     SET WS-PRED-NOT-RESOLVED TO TRUE.
018400     PERFORM 1120-CHECK-ONE-PREDECESSOR THRU 1120-EXIT
018500         UNTIL WS-PRED-RESOLVED.
018600 1100-EXIT.
018700     EXIT.
018800
018900* 1110-TEST-STREAM-ENTRY
019000* STEPS THE STREAM SUBSCRIPT - THE UNTIL CLAUSE DOES THE MATCH.
019100 1110-TEST-STREAM-ENTRY.
019200     ADD 1 TO WS-STREAM-IDX.
019300 1110-EXIT.
019400     EXIT.
019500
019600* 1120-CHECK-ONE-PREDECESSOR
019700* COUNTS THE PREDECESSOR'S RUNS FOR THE DATE. NONE AT ALL FOR A
019800* JOB ONLY DUE ON SOME NIGHTS MOVES THE CHECK BACK ONE PLACE IN
019900* THE STREAM; OTHERWISE THE PREDECESSOR MUST HAVE AT LEAST ONE
020000* RUN AND EVERY ONE OF ITS RUNS - EACH PARTITION OR EACH FILE
020100* ARCHIVED - MUST HAVE COMPLETED.
020200 1120-CHECK-ONE-PREDECESSOR.
020300     PERFORM 1130-SCAN-PREDECESSOR THRU 1130-EXIT.
020400     IF WS-PRED-FOUND-COUNT = ZERO
020500         AND WS-STREAM-JOB-OPTIONAL (WS-PRED-IDX)
020600         AND WS-PRED-IDX > 1
020700         SUBTRACT 1 FROM WS-PRED-IDX
020800         GO TO 1120-EXIT
020900     END-IF.
021000     SET WS-PRED-RESOLVED TO TRUE.
021100     MOVE WS-STREAM-JOB (WS-PRED-IDX) TO WS-PRED-REASON-JOB.
021200     IF WS-PRED-FOUND-COUNT = ZERO
021300         SET RP-PREDECESSOR-NOT-DONE TO TRUE
021400         MOVE "HAS NOT RUN" TO WS-PRED-REASON-TEXT
021500         MOVE WS-PRED-REASON TO RP-REASON
021600     ELSE
021700         IF WS-PRED-OPEN-COUNT > ZERO
021800             SET RP-PREDECESSOR-NOT-DONE TO TRUE
021900             MOVE "HAS NOT COMPLETED" TO WS-PRED-REASON-TEXT
022000             MOVE WS-PRED-REASON TO RP-REASON
022100         END-IF
022200     END-IF.
022300 1120-EXIT.
022400     EXIT.
022500
022600* 1130-SCAN-PREDECESSOR
022700* POSITIONS RUNCTL AT THE FIRST STEP OF THE PREDECESSOR FOR THE
022800* BUSINESS DATE AND READS ITS STEPS IN KEY ORDER.
022900 1130-SCAN-PREDECESSOR.
023000     MOVE ZERO TO WS-PRED-FOUND-COUNT.
023100     MOVE ZERO TO WS-PRED-OPEN-COUNT.
023200     SET WS-SCAN-NOT-DONE TO TRUE.
023300     MOVE RP-BUSINESS-DATE TO RN-BUSINESS-DATE.
023400     MOVE WS-STREAM-JOB (WS-PRED-IDX) TO RN-JOB-NAME.
023500     MOVE LOW-VALUES TO RN-JOB-STEP.
023600     START RUN-CONTROL-FILE
023700         KEY IS NOT LESS THAN RN-KEY
023800         INVALID KEY SET WS-SCAN-DONE TO TRUE
023900     END-START.
024000     PERFORM 1140-READ-PREDECESSOR-STEP THRU 1140-EXIT
024100         UNTIL WS-SCAN-DONE.
024200 1130-EXIT.
024300     EXIT.
024400
024500* 1140-READ-PREDECESSOR-STEP
024600* READS THE NEXT RUNCTL ENTRY AND ENDS THE SCAN AT END OF FILE
024700* OR THE FIRST ENTRY FOR ANOTHER DATE OR JOB.
024800 1140-READ-PREDECESSOR-STEP.
024900     READ RUN-CONTROL-FILE NEXT RECORD
025000         AT END
025100             SET WS-SCAN-DONE TO TRUE
025200             GO TO 1140-EXIT
025300     END-READ.
025400     IF RN-BUSINESS-DATE NOT = RP-BUSINESS-DATE
025500         OR RN-JOB-NAME NOT = WS-STREAM-JOB (WS-PRED-IDX)
025600         SET WS-SCAN-DONE TO TRUE
025700         GO TO 1140-EXIT
025800     END-IF.
025900     ADD 1 TO WS-PRED-FOUND-COUNT.
026000     IF NOT RN-STATUS-COMPLETED
026100         ADD 1 TO WS-PRED-OPEN-COUNT
026200     END-IF.
026300 1140-EXIT.
026400     EXIT.
026500
026600* 1200-RECORD-START
026700* READS THE JOB'S OWN ENTRY FOR THE DATE. WITHOUT AN OVERRIDE
026800* ANY EARLIER RUN REFUSES THIS ONE - A COMPLETED RUN BECAUSE THE
026900* WORK IS DONE, A STARTED OR FAILED ONE BECAUSE IT MAY HAVE DONE
027000* PART OF THE WORK AND THE OPERATOR MUST DECIDE WHETHER A RERUN
027100* IS SAFE. OTHERWISE THE START IS WRITTEN, OR REWRITTEN OVER
027200* THE EARLIER RUN WITH THE RUN COUNT STEPPED.
027300 1200-RECORD-START.
027400     MOVE RP-BUSINESS-DATE TO RN-BUSINESS-DATE.
027500     MOVE RP-JOB-NAME TO RN-JOB-NAME.
027600     MOVE RP-JOB-STEP TO RN-JOB-STEP.
027700     READ RUN-CONTROL-FILE
027800         INVALID KEY
027900             CONTINUE
028000     END-READ.
028100     IF RUNCTL-NOT-ON-FILE
028200         MOVE ZERO TO RN-RUN-COUNT
028300     ELSE
028400         IF NOT RUNCTL-OK
028500             MOVE "RUNCTL READ FAILED" TO WS-IO-REASON-TEXT
028600             PERFORM 4100-SET-IO-FAILURE THRU 4100-EXIT
028700             GO TO 1200-EXIT
028800         END-IF
028900         IF NOT WS-OVERRIDE-REQUESTED
029000             IF RN-STATUS-COMPLETED
029100                 SET RP-ALREADY-COMPLETED TO TRUE
029200                 MOVE "ALREADY COMPLETED FOR THIS BUSINESS DATE"
029300                     TO RP-REASON
029400             ELSE
029500                 SET RP-PRIOR-RUN-INCOMPLETE TO TRUE
029600                 MOVE "EARLIER RUN FOR THIS DATE DID NOT COMPLETE"
029700                     TO RP-REASON
029800             END-IF
029900             GO TO 1200-EXIT
030000         END-IF
030100     END-IF.
030200     ADD 1 TO RN-RUN-COUNT.
030300     SET RN-STATUS-STARTED TO TRUE.
030400     MOVE WS-NOW-DATE TO RN-START-DATE.
030500     MOVE WS-NOW-TIME TO RN-START-TIME.
030600     MOVE ZERO TO RN-END-DATE.
030700     MOVE ZERO TO RN-END-TIME.
030800     MOVE ZERO TO RN-JOB-RETURN-CODE.
030900     MOVE ZERO TO RN-INPUT-COUNT.
031000     MOVE ZERO TO RN-OUTPUT-COUNT.
031100     MOVE ZERO TO RN-REJECT-COUNT.
031200     IF WS-OVERRIDE-REQUESTED
031300         MOVE "Y" TO RN-OVERRIDE-FLAG
031400     ELSE
031500         MOVE "N" TO RN-OVERRIDE-FLAG
031600     END-IF.
031700     MOVE WS-OPERATOR-ID TO RN-OPERATOR-ID.
031800     IF RUNCTL-NOT-ON-FILE
031900         WRITE RUN-CONTROL-RECORD
032000             INVALID KEY
032100                 CONTINUE
032200         END-WRITE
032300     ELSE
032400         REWRITE RUN-CONTROL-RECORD
032500             INVALID KEY
032600                 CONTINUE
032700         END-REWRITE
032800     END-IF.
032900     IF NOT RUNCTL-OK
033000         MOVE "RUNCTL START WRITE FAILED" TO WS-IO-REASON-TEXT
033100         PERFORM 4100-SET-IO-FAILURE THRU 4100-EXIT
033200     END-IF.
033300 1200-EXIT.
033400     EXIT.
033500
033600* 2000-END-JOB
033700* RECORDS THE END OF THE JOB AGAINST THE BUSINESS DATE IT WAS
033800* STARTED UNDER. A RETURN CODE OF 4 OR LESS IS A COMPLETED RUN,
033900* ANYTHING HIGHER A FAILED ONE. AN END WITH NO START ON FILE
034000* STILL GETS AN ENTRY, SO THE RUN IS NOT LOST FROM THE REPORT.
034100 2000-END-JOB.
034200     IF RP-BUSINESS-DATE = ZERO
034300         PERFORM 3000-SET-BUSINESS-DATE THRU 3000-EXIT
034400         IF NOT RP-CONTROL-OK
034500             GO TO 2000-EXIT
034600         END-IF
034700     END-IF.
034800     PERFORM 4000-OPEN-RUNCTL THRU 4000-EXIT.
034900     IF NOT RP-CONTROL-OK
035000         GO TO 2000-EXIT
035100     END-IF.
035200     MOVE RP-BUSINESS-DATE TO RN-BUSINESS-DATE.
035300     MOVE RP-JOB-NAME TO RN-JOB-NAME.
035400     MOVE RP-JOB-STEP TO RN-JOB-STEP.
035500     READ RUN-CONTROL-FILE
035600         INVALID KEY
035700             CONTINUE
035800     END-READ.
035900     IF RUNCTL-NOT-ON-FILE
036000         MOVE WS-NOW-DATE TO RN-START-DATE
036100         MOVE WS-NOW-TIME TO RN-START-TIME
036200         MOVE 1 TO RN-RUN-COUNT
036300         MOVE "N" TO RN-OVERRIDE-FLAG
036400         MOVE SPACES TO RN-OPERATOR-ID
036500     ELSE
036600         IF NOT RUNCTL-OK
036700             MOVE "RUNCTL READ FAILED" TO WS-IO-REASON-TEXT
036800             PERFORM 4100-SET-IO-FAILURE THRU 4100-EXIT
036900             CLOSE RUN-CONTROL-FILE
037000             GO TO 2000-EXIT
037100         END-IF
037200     END-IF.
037300     IF RP-JOB-RETURN-CODE > 4
037400         SET RN-STATUS-FAILED TO TRUE
037500     ELSE
037600         SET RN-STATUS-COMPLETED TO TRUE
037700     END-IF.
037800     MOVE WS-NOW-DATE TO RN-END-DATE.
037900     MOVE WS-NOW-TIME TO RN-END-TIME.
038000     MOVE RP-JOB-RETURN-CODE TO RN-JOB-RETURN-CODE.
038100     MOVE RP-INPUT-COUNT TO RN-INPUT-COUNT.
038200     MOVE RP-OUTPUT-COUNT TO RN-OUTPUT-COUNT.
038300     MOVE RP-REJECT-COUNT TO RN-REJECT-COUNT.
038400     IF RUNCTL-NOT-ON-FILE
038500         WRITE RUN-CONTROL-RECORD
038600             INVALID KEY
038700                 CONTINUE
038800         END-WRITE
038900     ELSE
039000         REWRITE RUN-CONTROL-RECORD
039100             INVALID KEY
039200                 CONTINUE
039300         END-REWRITE
039400     END-IF.
039500     IF NOT RUNCTL-OK
039600         MOVE "RUNCTL END WRITE FAILED" TO WS-IO-REASON-TEXT
039700         PERFORM 4100-SET-IO-FAILURE THRU 4100-EXIT
039800     END-IF.
039900     CLOSE RUN-CONTROL-FILE.
040000 2000-EXIT.
040100     EXIT.
040102
040104* 2500-QUERY-JOB
040106* ANSWERS WHETHER THE NAMED STREAM JOB HAS COMPLETED FOR THE
040108* BUSINESS DATE - EVERY STEP IT RECORDED FOR THE DATE ENDED
040110* COMPLETED. A JOB WITH NO RUN FOR THE DATE, OR ONE STILL
040112* STARTED OR FAILED, COMES BACK AS NOT COMPLETED. NOTHING IS
040114* WRITTEN TO RUNCTL.
040116 2500-QUERY-JOB.
040118     IF RP-BUSINESS-DATE = ZERO
040120         PERFORM 3000-SET-BUSINESS-DATE THRU 3000-EXIT
040122         IF NOT RP-CONTROL-OK
040124             GO TO 2500-EXIT
040126         END-IF
040128     END-IF.
040130     MOVE 1 TO WS-STREAM-IDX.
040132     PERFORM 1110-TEST-STREAM-ENTRY THRU 1110-EXIT
040134         UNTIL WS-STREAM-IDX > WS-STREAM-COUNT
040136             OR WS-STREAM-JOB (WS-STREAM-IDX) = RP-JOB-NAME.
040138     IF WS-STREAM-IDX > WS-STREAM-COUNT
040140         SET RP-INVALID-FUNCTION TO TRUE
040142         MOVE "JOB IS NOT IN THE NIGHTLY STREAM" TO RP-REASON
040144         GO TO 2500-EXIT
040146     END-IF.
040148     MOVE WS-STREAM-IDX TO WS-PRED-IDX.
040150     PERFORM 4000-OPEN-RUNCTL THRU 4000-EXIT.
040152     IF NOT RP-CONTROL-OK
040154         GO TO 2500-EXIT
040156     END-IF.
040158     PERFORM 1130-SCAN-PREDECESSOR THRU 1130-EXIT.
040160     CLOSE RUN-CONTROL-FILE.
040162     IF WS-PRED-FOUND-COUNT = ZERO
040164         OR WS-PRED-OPEN-COUNT > ZERO
040166         SET RP-JOB-NOT-COMPLETED TO TRUE
040168         MOVE "JOB HAS NOT COMPLETED FOR THIS DATE" TO RP-REASON
040170     END-IF.
040172 2500-EXIT.
040174     EXIT.
040200
040300* 3000-SET-BUSINESS-DATE
040400* TAKES THE BUSINESS DATE FROM LOAN-BUSINESS-DATE, OR THE
040500* SYSTEM DATE WITHOUT ONE. AN OVERRIDE THAT IS NOT NUMERIC IS
040600* REFUSED RATHER THAN FILED UNDER A MEANINGLESS DATE.
040700 3000-SET-BUSINESS-DATE.
040800     ACCEPT WS-BUSINESS-DATE-PARM FROM ENVIRONMENT
040900         "LOAN-BUSINESS-DATE"
041000         ON EXCEPTION
041100             MOVE SPACES TO WS-BUSINESS-DATE-PARM
041200     END-ACCEPT.
041300     IF WS-BUSINESS-DATE-PARM = SPACES
041400         MOVE WS-NOW-DATE TO RP-BUSINESS-DATE
041500     ELSE
041600         IF WS-BUSINESS-DATE-PARM IS NOT NUMERIC
041700             SET RP-INVALID-BUSINESS-DATE TO TRUE
041800             MOVE "LOAN-BUSINESS-DATE IS NOT A DATE" TO RP-REASON
041900             GO TO 3000-EXIT
042000         END-IF
042100         MOVE WS-BUSINESS-DATE-PARM TO RP-BUSINESS-DATE
042200     END-IF.
042300 3000-EXIT.
042400     EXIT.
042500
042600* 4000-OPEN-RUNCTL
042700* OPENS THE RUN-CONTROL FILE FOR UPDATE, CREATING IT EMPTY THE
042800* FIRST TIME THE STREAM RUNS.
042900 4000-OPEN-RUNCTL.
043000     OPEN I-O RUN-CONTROL-FILE.
043100     IF RUNCTL-FILE-NOT-FOUND
043200         OPEN OUTPUT RUN-CONTROL-FILE
043300         CLOSE RUN-CONTROL-FILE
043400         OPEN I-O RUN-CONTROL-FILE
043500     END-IF.
043600     IF NOT RUNCTL-OK
043700         MOVE "RUNCTL OPEN FAILED" TO WS-IO-REASON-TEXT
043800         PERFORM 4100-SET-IO-FAILURE THRU 4100-EXIT
043900     END-IF.
044000 4000-EXIT.
044100     EXIT.
044200
044300* 4100-SET-IO-FAILURE
044400* RETURNS A RUNCTL I/O FAILURE TO THE CALLER WITH THE STATUS.
044500 4100-SET-IO-FAILURE.
044600     SET RP-RUNCTL-ERROR TO TRUE.
044700     MOVE WS-RUNCTL-STATUS TO WS-IO-REASON-STATUS.
044800     MOVE WS-IO-REASON TO RP-REASON.
044900 4100-EXIT.
045000     EXIT.

002700*
002800* MODIFICATION HISTORY.
002900*     2026-09-02 MDC  ORIGINAL GENERATION ARCHIVAL UTILITY.
002910*     2026-10-15 MDC  NOW RUNS UNDER THE NIGHTLY STREAM RUN
002920*                      CONTROL AS THE LAST JOB OF THE STREAM.
002930*                      EACH FILE'S CUT IS CONTROLLED AS ITS OWN
002940*                      STEP - IT WILL NOT START UNTIL THE JOB
002950*                      BEFORE IT HAS COMPLETED FOR THE BUSINESS
002960*                      DATE, NOR CUT THE SAME FILE TWICE FOR
002970*                      IT - AND RECORDS ITS END, RETURN CODE
002980*                      AND RECORD COUNT.
003000*****************************************************************
003100 IDENTIFICATION DIVISION.
003200 PROGRAM-ID. LOANARCH.
013800* RECORD COUNT FOR THE GENERATION BEING CUT.
013900 01  WS-RECORD-COUNT         PIC 9(08).
014000
014010* NIGHTLY STREAM RUN-CONTROL PARAMETERS - SEE RCTLPARM.CPY.
014020     COPY RCTLPARM.
014030
014100*----------------------------------------------------------------
014200* PROCEDURE DIVISION
014300*----------------------------------------------------------------
019100     IF WS-GENERATION-ID = SPACES
019200         MOVE WS-RUN-DATE TO WS-GENERATION-ID
019300     END-IF.
019310     PERFORM 1010-START-RUN-CONTROL THRU 1010-EXIT.
019400     OPEN OUTPUT ARCHIVE-OUT-FILE.
019500     IF NOT ARCHOUT-OK
019600         DISPLAY "FATAL - ARCHOUT OPEN FAILED, STATUS "
019700             WS-ARCHOUT-STATUS
019800         MOVE 16 TO RETURN-CODE
019810         PERFORM 8900-END-RUN-CONTROL THRU 8900-EXIT
019900         STOP RUN
020000     END-IF.
020100     DISPLAY "CUTTING " WS-ARCHIVE-TARGET " TO GENERATION "
020200         WS-GENERATION-ID.
020300 1000-EXIT.
020400     EXIT.
020402
020404* 1010-START-RUN-CONTROL
020406* ASKS THE STREAM RUN CONTROL FOR LEAVE TO START BEFORE ANY
020408* FILE IS OPENED. EACH FILE'S CUT IS ITS OWN STEP, NAMED BY
020410* THE TARGET, SO THE NIGHT'S THREE CUTS DO NOT BLOCK ONE
020412* ANOTHER - BUT A CUT IS REFUSED UNTIL THE JOB BEFORE LOANARCH
020414* HAS COMPLETED FOR THE BUSINESS DATE, AND A SECOND CUT OF THE
020416* SAME FILE FOR THE DATE IS REFUSED WITHOUT AN OPERATOR
020418* OVERRIDE.
020420 1010-START-RUN-CONTROL.
020422     SET RP-FUNC-START TO TRUE.
020424     MOVE "LOANARCH" TO RP-JOB-NAME.
020426     MOVE WS-ARCHIVE-TARGET TO RP-JOB-STEP.
020428     MOVE ZERO TO RP-BUSINESS-DATE.
020430     CALL "LOANRCTL" USING RP-RUN-PARAMETERS.
020432     IF NOT RP-CONTROL-OK
020434         DISPLAY "FATAL - RUN CONTROL REFUSED LOANARCH - "
020436             RP-REASON
020438         MOVE 16 TO RETURN-CODE
020440         STOP RUN
020442     END-IF.
020444     DISPLAY "LOANARCH BUSINESS DATE " RP-BUSINESS-DATE.
020446 1010-EXIT.
020448     EXIT.
020500
020600* 2100-COPY-AUDITLOG
020700* COPIES EVERY AUDITLOG LINE TO THE GENERATION, THEN LEAVES A
031700             WS-ARCHOUT-STATUS
031800         MOVE 16 TO RETURN-CODE
031900         CLOSE ARCHIVE-OUT-FILE
031910         PERFORM 8900-END-RUN-CONTROL THRU 8900-EXIT
032000         STOP RUN
032100     END-IF.
032200     ADD 1 TO WS-RECORD-COUNT.
036100             WS-ARCHIDX-STATUS
036200         MOVE 16 TO RETURN-CODE
036300         CLOSE ARCHIVE-INDEX-FILE
036310         PERFORM 8900-END-RUN-CONTROL THRU 8900-EXIT
036400         STOP RUN
036500     END-IF.
036600     CLOSE ARCHIVE-INDEX-FILE.
036700     DISPLAY "LOANARCH CUT " WS-RECORD-COUNT " RECORD(S) OF "
036800         WS-ARCHIVE-TARGET " TO GENERATION " WS-GENERATION-ID.
036900     DISPLAY "DATE RANGE " WS-FIRST-DATE " THRU " WS-LAST-DATE.
036910     PERFORM 8900-END-RUN-CONTROL THRU 8900-EXIT.
037000 8000-EXIT.
037100     EXIT.
037200
037300* 8900-END-RUN-CONTROL
037400* RECORDS THE END OF THE CUT ON THE STREAM RUN CONTROL WITH
037500* ITS RETURN CODE AND THE RECORDS COPIED, WHICH ARE BOTH READ
037600* AND WRITTEN. THE CALL RESETS RETURN-CODE, SO THE RUN'S OWN
037700* CODE IS PUT BACK AFTERWARD. AN END THAT CANNOT BE RECORDED
037800* ENDS THE RUN WITH RETURN CODE 16 SO THE SCHEDULER HOLDS THE
037900* STREAM.
038000 8900-END-RUN-CONTROL.
038100     SET RP-FUNC-END TO TRUE.
038200     MOVE RETURN-CODE TO RP-JOB-RETURN-CODE.
038300     MOVE WS-RECORD-COUNT TO RP-INPUT-COUNT.
038400     MOVE WS-RECORD-COUNT TO RP-OUTPUT-COUNT.
038500     MOVE ZERO TO RP-REJECT-COUNT.
038600     CALL "LOANRCTL" USING RP-RUN-PARAMETERS.
038700     MOVE RP-JOB-RETURN-CODE TO RETURN-CODE.
038800     IF NOT RP-CONTROL-OK
038900         DISPLAY "FATAL - RUN CONTROL END NOT RECORDED - "
039000             RP-REASON
039100         MOVE 16 TO RETURN-CODE
039200     END-IF.
039300 8900-EXIT.
039400     EXIT.

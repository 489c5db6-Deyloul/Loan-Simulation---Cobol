002300*
002400* MODIFICATION HISTORY.
002500*     2026-09-02 MDC  ORIGINAL ESCROW DISBURSEMENT/ANALYSIS RUN.
002510*     2026-10-15 MDC  NOW RUNS UNDER THE NIGHTLY STREAM RUN
002520*                      CONTROL. ON THE NIGHT IT IS DUE IT TAKES
002530*                      ITS PLACE AFTER GLPOST - IT WILL NOT
002540*                      START UNTIL GLPOST HAS COMPLETED FOR THE
002550*                      BUSINESS DATE, NOR RUN A SECOND TIME FOR
002560*                      IT - AND RECORDS ITS END, RETURN CODE
002570*                      AND COUNTS. ON THE NIGHTS IT DOES NOT
002580*                      RUN LOANARCH FOLLOWS GLPOST DIRECTLY.
002600*****************************************************************
002700 IDENTIFICATION DIVISION.
002800 PROGRAM-ID. LOANESC.
011000 01  WS-SKIPPED-COUNT        PIC 9(06) COMP.
011100 01  WS-ANALYZED-COUNT       PIC 9(06) COMP.
011200
011210* NIGHTLY STREAM RUN-CONTROL PARAMETERS - SEE RCTLPARM.CPY.
011220     COPY RCTLPARM.
011230
011300*----------------------------------------------------------------
011400* PROCEDURE DIVISION
011500*----------------------------------------------------------------
013500     MOVE ZERO TO WS-SKIPPED-COUNT.
013600     MOVE ZERO TO WS-ANALYZED-COUNT.
013700     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
013710     PERFORM 1010-START-RUN-CONTROL THRU 1010-EXIT.
013800     OPEN INPUT ESCROW-DISBURSE-FILE.
013900     IF ESCDISB-FILE-NOT-FOUND
014000         DISPLAY "FATAL - ESCDISB IS REQUIRED AND WAS NOT "
014100             "FOUND"
014200         MOVE 16 TO RETURN-CODE
014210         PERFORM 8900-END-RUN-CONTROL THRU 8900-EXIT
014300         STOP RUN
014400     END-IF.
014500     OPEN I-O LOAN-MASTER-FILE.
014800             "FOUND"
014900         CLOSE ESCROW-DISBURSE-FILE
015000         MOVE 16 TO RETURN-CODE
015010         PERFORM 8900-END-RUN-CONTROL THRU 8900-EXIT
015100         STOP RUN
015200     END-IF.
015300     OPEN OUTPUT ESCROW-ANALYSIS-FILE.
015400     PERFORM 1100-READ-DISBURSE-RECORD THRU 1100-EXIT.
015500 1000-EXIT.
015600     EXIT.
015602
015604* 1010-START-RUN-CONTROL
015606* ASKS THE STREAM RUN CONTROL FOR LEAVE TO START BEFORE ANY
015608* FILE IS OPENED. LOANESC IS REFUSED UNTIL GLPOST HAS
015610* COMPLETED FOR THE BUSINESS DATE, AND ON A SECOND RUN FOR THE
015612* DATE WITHOUT AN OPERATOR OVERRIDE - POSTING THE YEAR'S
015614* DISBURSEMENTS TWICE WOULD DOUBLE EVERY ESCROW SHORTAGE.
015616 1010-START-RUN-CONTROL.
015618     SET RP-FUNC-START TO TRUE.
015620     MOVE "LOANESC" TO RP-JOB-NAME.
015622     MOVE SPACES TO RP-JOB-STEP.
015624     MOVE ZERO TO RP-BUSINESS-DATE.
015626     CALL "LOANRCTL" USING RP-RUN-PARAMETERS.
015628     IF NOT RP-CONTROL-OK
015630         DISPLAY "FATAL - RUN CONTROL REFUSED LOANESC - "
015632             RP-REASON
015634         MOVE 16 TO RETURN-CODE
015636         STOP RUN
015638     END-IF.
015640     DISPLAY "LOANESC BUSINESS DATE " RP-BUSINESS-DATE.
015642 1010-EXIT.
015644     EXIT.
015700
015800* 1100-READ-DISBURSE-RECORD
015900* READS THE NEXT DISBURSEMENT, SETTING ESCDISB-EOF WHEN THE
020800         IF WS-DISB-COUNT >= 1000
020900             DISPLAY "FATAL - DISBURSEMENT TABLE FULL AT 1000"
021000             MOVE 16 TO RETURN-CODE
021010             PERFORM 8900-END-RUN-CONTROL THRU 8900-EXIT
021100             STOP RUN
021200         END-IF
021300         ADD 1 TO WS-DISB-COUNT
025900     DISPLAY "POSTED " WS-POSTED-COUNT
026000         " SKIPPED " WS-SKIPPED-COUNT.
026100     DISPLAY "ANALYZED " WS-ANALYZED-COUNT " ACCOUNT(S)".
026110     PERFORM 8900-END-RUN-CONTROL THRU 8900-EXIT.
026200 8000-EXIT.
026300     EXIT.
026302
026304* 8900-END-RUN-CONTROL
026306* RECORDS THE END OF THE RUN ON THE STREAM RUN CONTROL WITH
026308* ITS RETURN CODE AND COUNTS - DISBURSEMENTS READ, POSTED AND
026310* SKIPPED. THE CALL RESETS RETURN-CODE, SO THE RUN'S OWN CODE
026312* IS PUT BACK AFTERWARD. AN END THAT CANNOT BE RECORDED ENDS
026314* THE RUN WITH RETURN CODE 16 SO THE SCHEDULER HOLDS THE
026316* STREAM.
026318 8900-END-RUN-CONTROL.
026320     SET RP-FUNC-END TO TRUE.
026322     MOVE RETURN-CODE TO RP-JOB-RETURN-CODE.
026324     MOVE WS-RECORD-COUNT TO RP-INPUT-COUNT.
026326     MOVE WS-POSTED-COUNT TO RP-OUTPUT-COUNT.
026328     MOVE WS-SKIPPED-COUNT TO RP-REJECT-COUNT.
026330     CALL "LOANRCTL" USING RP-RUN-PARAMETERS.
026332     MOVE RP-JOB-RETURN-CODE TO RETURN-CODE.
026334     IF NOT RP-CONTROL-OK
026336         DISPLAY "FATAL - RUN CONTROL END NOT RECORDED - "
026338             RP-REASON
026340         MOVE 16 TO RETURN-CODE
026342     END-IF.
026344 8900-EXIT.
026346     EXIT.
026400
026500* 3000-ANALYZE-ONE-ACCOUNT
026600* RECOMPUTES ONE ACCOUNT'S REQUIRED PER-PERIOD ESCROW - THE
034000     CLOSE LOAN-MASTER-FILE.
034100     CLOSE ESCROW-ANALYSIS-FILE.
034200     MOVE 16 TO RETURN-CODE.
034210     PERFORM 8900-END-RUN-CONTROL THRU 8900-EXIT.
034300     STOP RUN.

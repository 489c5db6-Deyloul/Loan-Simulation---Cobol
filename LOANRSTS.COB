000100*****************************************************************
000200* PROGRAM-ID.  LOANRSTS
000300* AUTHOR.      M. DELCOURT
000400* INSTALLATION. BACK OFFICE SYSTEMS - LOAN SIMULATION UNIT
000500* DATE-WRITTEN. 2026-10-15
000600* DATE-COMPILED.
000700*
000800* PURPOSE.
000900*     MORNING HANDOVER REPORT OF THE NIGHTLY JOB STREAM. FOR THE
001000*     BUSINESS DATE - LOAN-BUSINESS-DATE, OR TODAY WITHOUT ONE -
001100*     IT READS THE RUNCTL RUN-CONTROL FILE KEPT BY LOANRCTL AND
001200*     PRINTS ON RUNRPT EVERY JOB IN THE STREAM IN ITS RUN ORDER:
001300*     EACH RUN OF THE JOB WITH ITS STATUS, START AND END TIMES,
001400*     RETURN CODE, RECORD COUNTS, RUN COUNT AND WHETHER IT WAS AN
001500*     OPERATOR OVERRIDE, OR A SINGLE LINE SAYING THE JOB HAS NOT
001600*     RUN. A JOB ONLY DUE ON SOME NIGHTS SHOWS AS NOT DUE RATHER
001700*     THAN NOT RUN. THE LAST LINE SAYS WHETHER THE STREAM IS
001800*     COMPLETE, AND A STREAM THAT IS NOT ENDS THE RUN WITH RETURN
001900*     CODE 4. THE RUN-CONTROL FILE IS ONLY READ, NEVER WRITTEN.
002000*
002100* MODIFICATION HISTORY.
002200*     2026-10-15 MDC  ORIGINAL STREAM RUN-STATUS REPORT.
002300*****************************************************************
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID. LOANRSTS.
002600 AUTHOR. M. DELCOURT.
002700 INSTALLATION. BACK OFFICE SYSTEMS - LOAN SIMULATION UNIT.
002800 DATE-WRITTEN. 2026-10-15.
002900 DATE-COMPILED.
003000
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400*     RUN-CONTROL FILE, KEYED BY BUSINESS DATE, JOB AND STEP.
003500     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS DYNAMIC
003800         RECORD KEY IS RN-KEY
003900         FILE STATUS IS WS-RUNCTL-STATUS.
004000
004100*     RUN-STATUS REPORT FOR THE MORNING HANDOVER.
004200     SELECT RUN-STATUS-REPORT-FILE ASSIGN TO "RUNRPT"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-RUNRPT-STATUS.
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
005600 FD  RUN-STATUS-REPORT-FILE
005700     LABEL RECORDS ARE STANDARD.
005800     COPY RSRREC.
005900
006000 WORKING-STORAGE SECTION.
006100
006200* FILE STATUS.
006300 01  WS-RUNCTL-STATUS        PIC X(02).
006400     88  RUNCTL-OK               VALUE "00".
006500     88  RUNCTL-EOF              VALUE "10".
006600     88  RUNCTL-FILE-NOT-FOUND   VALUE "35".
006700 01  WS-RUNRPT-STATUS        PIC X(02).
006800     88  RUNRPT-OK               VALUE "00".
006900
007000* SET WHEN RUNCTL EXISTS - BEFORE THE STREAM'S FIRST NIGHT IT
007100* DOES NOT, AND EVERY JOB IS REPORTED AS NOT RUN.
007200 01  WS-RUNCTL-SWITCH        PIC X(01).
007300     88  WS-RUNCTL-PRESENT       VALUE "Y".
007400     88  WS-RUNCTL-ABSENT        VALUE "N".
007500 01  WS-SCAN-SWITCH          PIC X(01).
007600     88  WS-SCAN-DONE            VALUE "Y".
007700     88  WS-SCAN-NOT-DONE        VALUE "N".
007800
007900* THE NIGHTLY STREAM ORDER - SEE STRMTAB.CPY.
008000     COPY STRMTAB.
008100 01  WS-STREAM-IDX           PIC 9(02) COMP.
008200
008300* RUN DATE, AND THE BUSINESS DATE BEING REPORTED.
008400 01  WS-RUN-DATE             PIC 9(08).
008500 01  WS-BUSINESS-DATE        PIC 9(08).
008600 01  WS-BUSINESS-DATE-PARM   PIC X(08).
008700
008800* DATE AND TIME BEING FORMATTED FOR THE REPORT, AND THEIR
008900* PRINTED FORMS.
009000 01  WS-EDIT-DATE-IN         PIC 9(08).
009100 01  WS-EDIT-DATE-PARTS REDEFINES WS-EDIT-DATE-IN.
009200     05  WS-EDIT-YEAR-IN     PIC 9(04).
009300     05  WS-EDIT-MONTH-IN    PIC 9(02).
009400     05  WS-EDIT-DAY-IN      PIC 9(02).
009500 01  WS-EDIT-DATE-OUT.
009600     05  WS-EDIT-YEAR-OUT    PIC 9(04).
009700     05  FILLER              PIC X(01) VALUE "-".
009800     05  WS-EDIT-MONTH-OUT   PIC 9(02).
009900     05  FILLER              PIC X(01) VALUE "-".
010000     05  WS-EDIT-DAY-OUT     PIC 9(02).
010100 01  WS-EDIT-TIME-IN         PIC 9(08).
010200 01  WS-EDIT-TIME-PARTS REDEFINES WS-EDIT-TIME-IN.
010300     05  WS-EDIT-HOUR-IN     PIC 9(02).
010400     05  WS-EDIT-MINUTE-IN   PIC 9(02).
010500     05  FILLER              PIC 9(04).
010600 01  WS-EDIT-TIME-OUT.
010700     05  WS-EDIT-HOUR-OUT    PIC 9(02).
010800     05  FILLER              PIC X(01) VALUE ":".
010900     05  WS-EDIT-MINUTE-OUT  PIC 9(02).
011000
011100* REPORT LINE LAYOUTS, EACH 80 COLUMNS, MOVED WHOLE TO
011200* RR-PRINT-LINE.
011300 01  WS-RPT-HEADING-LINE.
011400     05  FILLER              PIC X(30)
011500             VALUE "NIGHTLY STREAM RUN STATUS".
011600     05  FILLER              PIC X(26) VALUE SPACES.
011700     05  FILLER              PIC X(14) VALUE "BUSINESS DATE".
011800     05  WS-RPT-HEADING-DATE PIC X(10).
011900 01  WS-RPT-COLUMN-LINE.
012000     05  FILLER              PIC X(09) VALUE "JOB".
012100     05  FILLER              PIC X(11) VALUE "STEP".
012200     05  FILLER              PIC X(10) VALUE "STATUS".
012300     05  FILLER              PIC X(06) VALUE "START".
012400     05  FILLER              PIC X(06) VALUE "END".
012500     05  FILLER              PIC X(04) VALUE " RC".
012600     05  FILLER              PIC X(09) VALUE "   INPUT".
012700     05  FILLER              PIC X(09) VALUE "  OUTPUT".
012800     05  FILLER              PIC X(09) VALUE "  REJECT".
012900     05  FILLER              PIC X(04) VALUE "RUN".
013000     05  FILLER              PIC X(03) VALUE "OVR".
013100 01  WS-RPT-DETAIL-LINE.
013200     05  WS-RPT-JOB          PIC X(08).
013300     05  FILLER              PIC X(01).
013400     05  WS-RPT-STEP         PIC X(10).
013500     05  FILLER              PIC X(01).
013600     05  WS-RPT-STATUS       PIC X(09).
013700     05  FILLER              PIC X(01).
013800     05  WS-RPT-START        PIC X(05).
013900     05  FILLER              PIC X(01).
014000     05  WS-RPT-END          PIC X(05).
014100     05  FILLER              PIC X(01).
014200     05  WS-RPT-RC           PIC ZZ9.
014300     05  FILLER              PIC X(01).
014400     05  WS-RPT-INPUT        PIC ZZZZZZZ9.
014500     05  FILLER              PIC X(01).
014600     05  WS-RPT-OUTPUT       PIC ZZZZZZZ9.
014700     05  FILLER              PIC X(01).
014800     05  WS-RPT-REJECT       PIC ZZZZZZZ9.
014900     05  FILLER              PIC X(01).
015000     05  WS-RPT-RUNS         PIC ZZ9.
015100     05  FILLER              PIC X(01).
015200     05  WS-RPT-OVERRIDE     PIC X(01).
015300     05  FILLER              PIC X(02).
015400 01  WS-RPT-SUMMARY-LINE.
015500     05  WS-RPT-SUMMARY-TEXT PIC X(40).
015600     05  WS-RPT-SUMMARY-COUNT
015700                             PIC Z9.
015800     05  WS-RPT-SUMMARY-TAIL PIC X(38).
015900
016000* PER-JOB AND RUN CONTROL TOTALS.
016100 01  WS-JOB-RUN-COUNT        PIC 9(04) COMP.
016200 01  WS-JOB-OPEN-COUNT       PIC 9(04) COMP.
016300 01  WS-RUNS-REPORTED        PIC 9(06) COMP.
016400 01  WS-OUTSTANDING-COUNT    PIC 9(02) COMP.
016500
016600*----------------------------------------------------------------
016700* PROCEDURE DIVISION
016800*----------------------------------------------------------------
016900 PROCEDURE DIVISION.
017000
017100* 0000-MAINLINE
017200* DRIVES THE REPORT FROM OPEN THROUGH CLOSE, ONE STREAM JOB AT A
017300* TIME IN RUN ORDER.
017400 0000-MAINLINE.
017500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017600     PERFORM 2000-REPORT-ONE-JOB THRU 2000-EXIT
017700         VARYING WS-STREAM-IDX FROM 1 BY 1
017800         UNTIL WS-STREAM-IDX > WS-STREAM-COUNT.
017900     PERFORM 3000-PRINT-SUMMARY THRU 3000-EXIT.
018000     PERFORM 8000-FINALIZE THRU 8000-EXIT.
018100     STOP RUN.
018200
018300* 1000-INITIALIZE
018400* SETS THE BUSINESS DATE, OPENS THE FILES AND PRINTS THE
018500* HEADINGS. A BUSINESS-DATE OVERRIDE THAT IS NOT NUMERIC STOPS
018600* THE RUN - A REPORT FOR THE WRONG NIGHT WOULD MISLEAD THE
018700* HANDOVER.
018800 1000-INITIALIZE.
018900     MOVE ZERO TO WS-RUNS-REPORTED.
019000     MOVE ZERO TO WS-OUTSTANDING-COUNT.
019100     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
019200     ACCEPT WS-BUSINESS-DATE-PARM FROM ENVIRONMENT
019300         "LOAN-BUSINESS-DATE"
019400         ON EXCEPTION
019500             MOVE SPACES TO WS-BUSINESS-DATE-PARM
019600     END-ACCEPT.
019700     IF WS-BUSINESS-DATE-PARM = SPACES
019800         MOVE WS-RUN-DATE TO WS-BUSINESS-DATE
019900     ELSE
020000         IF WS-BUSINESS-DATE-PARM IS NOT NUMERIC
020100             DISPLAY "FATAL - LOAN-BUSINESS-DATE IS NOT A DATE - "
020200                 WS-BUSINESS-DATE-PARM
020300             MOVE 16 TO RETURN-CODE
020400             STOP RUN
020500         END-IF
020600         MOVE WS-BUSINESS-DATE-PARM TO WS-BUSINESS-DATE
020700     END-IF.
020800     SET WS-RUNCTL-PRESENT TO TRUE.
020900     OPEN INPUT RUN-CONTROL-FILE.
021000     IF RUNCTL-FILE-NOT-FOUND
021100         SET WS-RUNCTL-ABSENT TO TRUE
021200     ELSE
021300         IF NOT RUNCTL-OK
021400             DISPLAY "FATAL - RUNCTL OPEN FAILED, STATUS "
021500                 WS-RUNCTL-STATUS
021600             MOVE 16 TO RETURN-CODE
021700             STOP RUN
021800         END-IF
021900     END-IF.
022000     OPEN OUTPUT RUN-STATUS-REPORT-FILE.
022100     MOVE WS-BUSINESS-DATE TO WS-EDIT-DATE-IN.
022200     PERFORM 2290-FORMAT-DATE THRU 2290-EXIT.
022300     MOVE WS-EDIT-DATE-OUT TO WS-RPT-HEADING-DATE.
022400     MOVE WS-RPT-HEADING-LINE TO RR-PRINT-LINE.
022500     WRITE RUN-STATUS-REPORT-RECORD AFTER ADVANCING PAGE.
022600     PERFORM 2295-CHECK-REPORT-WRITE THRU 2295-EXIT.
022700     MOVE SPACES TO RR-PRINT-LINE.
022800     PERFORM 2280-WRITE-REPORT-LINE THRU 2280-EXIT.
022900     MOVE WS-RPT-COLUMN-LINE TO RR-PRINT-LINE.
023000     PERFORM 2280-WRITE-REPORT-LINE THRU 2280-EXIT.
023100 1000-EXIT.
023200     EXIT.
023300
023400* 2000-REPORT-ONE-JOB
023500* PRINTS EVERY RUN OF ONE STREAM JOB FOR THE BUSINESS DATE, OR
023600* ONE LINE SAYING IT HAS NOT RUN. A JOB IS OUTSTANDING WHEN ANY
023700* OF ITS RUNS HAS NOT COMPLETED, OR WHEN IT IS DUE EVERY NIGHT
023800* AND HAS NOT RUN AT ALL.
023900 2000-REPORT-ONE-JOB.
024000     MOVE ZERO TO WS-JOB-RUN-COUNT.
024100     MOVE ZERO TO WS-JOB-OPEN-COUNT.
024200     IF WS-RUNCTL-PRESENT
024300         PERFORM 2100-POSITION-AT-JOB THRU 2100-EXIT
024400         PERFORM 2200-REPORT-ONE-RUN THRU 2200-EXIT
024500             UNTIL WS-SCAN-DONE
024600     END-IF.
024700     IF WS-JOB-RUN-COUNT = ZERO
024800         MOVE SPACES TO WS-RPT-DETAIL-LINE
024900         MOVE WS-STREAM-JOB (WS-STREAM-IDX) TO WS-RPT-JOB
025000         IF WS-STREAM-JOB-OPTIONAL (WS-STREAM-IDX)
025100             MOVE "NOT DUE" TO WS-RPT-STATUS
025200         ELSE
025300             MOVE "NOT RUN" TO WS-RPT-STATUS
025400             ADD 1 TO WS-OUTSTANDING-COUNT
025500         END-IF
025600         MOVE WS-RPT-DETAIL-LINE TO RR-PRINT-LINE
025700         PERFORM 2280-WRITE-REPORT-LINE THRU 2280-EXIT
025800     ELSE
025900         IF WS-JOB-OPEN-COUNT > ZERO
026000             ADD 1 TO WS-OUTSTANDING-COUNT
026100         END-IF
026200     END-IF.
026300 2000-EXIT.
026400     EXIT.
026500
026600* 2100-POSITION-AT-JOB
026700* POSITIONS RUNCTL AT THE FIRST STEP OF THE JOB FOR THE DATE.
026800 2100-POSITION-AT-JOB.
026900     SET WS-SCAN-NOT-DONE TO TRUE.
027000     MOVE WS-BUSINESS-DATE TO RN-BUSINESS-DATE.
027100     MOVE WS-STREAM-JOB (WS-STREAM-IDX) TO RN-JOB-NAME.
027200     MOVE LOW-VALUES TO RN-JOB-STEP.
027300     START RUN-CONTROL-FILE
027400         KEY IS NOT LESS THAN RN-KEY
027500         INVALID KEY SET WS-SCAN-DONE TO TRUE
027600     END-START.
027700 2100-EXIT.
027800     EXIT.
027900
028000* 2200-REPORT-ONE-RUN
028100* READS THE NEXT RUNCTL ENTRY AND PRINTS IT, ENDING THE SCAN AT
028200* END OF FILE OR THE FIRST ENTRY FOR ANOTHER DATE OR JOB.
028300 2200-REPORT-ONE-RUN.
028400     READ RUN-CONTROL-FILE NEXT RECORD
028500         AT END
028600             SET WS-SCAN-DONE TO TRUE
028700             GO TO 2200-EXIT
028800     END-READ.
028900     IF RN-BUSINESS-DATE NOT = WS-BUSINESS-DATE
029000         OR RN-JOB-NAME NOT = WS-STREAM-JOB (WS-STREAM-IDX)
029100         SET WS-SCAN-DONE TO TRUE
029200         GO TO 2200-EXIT
029300     END-IF.
029400     ADD 1 TO WS-JOB-RUN-COUNT.
029500     ADD 1 TO WS-RUNS-REPORTED.
029600     MOVE SPACES TO WS-RPT-DETAIL-LINE.
029700     MOVE RN-JOB-NAME TO WS-RPT-JOB.
029800     MOVE RN-JOB-STEP TO WS-RPT-STEP.
029900     IF RN-STATUS-COMPLETED
030000         MOVE "COMPLETED" TO WS-RPT-STATUS
030100     ELSE
030200         ADD 1 TO WS-JOB-OPEN-COUNT
030300         IF RN-STATUS-FAILED
030400             MOVE "FAILED" TO WS-RPT-STATUS
030500         ELSE
030600             MOVE "STARTED" TO WS-RPT-STATUS
030700         END-IF
030800     END-IF.
030900     MOVE RN-START-TIME TO WS-EDIT-TIME-IN.
031000     PERFORM 2291-FORMAT-TIME THRU 2291-EXIT.
031100     MOVE WS-EDIT-TIME-OUT TO WS-RPT-START.
031200     IF NOT RN-STATUS-STARTED
031300         MOVE RN-END-TIME TO WS-EDIT-TIME-IN
031400         PERFORM 2291-FORMAT-TIME THRU 2291-EXIT
031500         MOVE WS-EDIT-TIME-OUT TO WS-RPT-END
031600         MOVE RN-JOB-RETURN-CODE TO WS-RPT-RC
031700         MOVE RN-INPUT-COUNT TO WS-RPT-INPUT
031800         MOVE RN-OUTPUT-COUNT TO WS-RPT-OUTPUT
031900         MOVE RN-REJECT-COUNT TO WS-RPT-REJECT
032000     END-IF.
032100     MOVE RN-RUN-COUNT TO WS-RPT-RUNS.
032200     MOVE RN-OVERRIDE-FLAG TO WS-RPT-OVERRIDE.
032300     MOVE WS-RPT-DETAIL-LINE TO RR-PRINT-LINE.
032400     PERFORM 2280-WRITE-REPORT-LINE THRU 2280-EXIT.
032500 2200-EXIT.
032600     EXIT.
032700
032800* 2280-WRITE-REPORT-LINE
032900* PRINTS RR-PRINT-LINE AS THE NEXT LINE OF THE REPORT.
033000 2280-WRITE-REPORT-LINE.
033100     WRITE RUN-STATUS-REPORT-RECORD AFTER ADVANCING 1 LINE.
033200     PERFORM 2295-CHECK-REPORT-WRITE THRU 2295-EXIT.
033300 2280-EXIT.
033400     EXIT.
033500
033600* 2290-FORMAT-DATE
033700* TURNS THE YYYYMMDD DATE IN WS-EDIT-DATE-IN INTO ITS PRINTED
033800* YYYY-MM-DD FORM IN WS-EDIT-DATE-OUT.
033900 2290-FORMAT-DATE.
034000     MOVE WS-EDIT-YEAR-IN TO WS-EDIT-YEAR-OUT.
034100     MOVE WS-EDIT-MONTH-IN TO WS-EDIT-MONTH-OUT.
034200     MOVE WS-EDIT-DAY-IN TO WS-EDIT-DAY-OUT.
034300 2290-EXIT.
034400     EXIT.
034500
034600* 2291-FORMAT-TIME
034700* TURNS THE HHMMSSHH TIME IN WS-EDIT-TIME-IN INTO ITS PRINTED
034800* HH:MM FORM IN WS-EDIT-TIME-OUT.
034900 2291-FORMAT-TIME.
035000     MOVE WS-EDIT-HOUR-IN TO WS-EDIT-HOUR-OUT.
035100     MOVE WS-EDIT-MINUTE-IN TO WS-EDIT-MINUTE-OUT.
035200 2291-EXIT.
035300     EXIT.
035400
035500* 2295-CHECK-REPORT-WRITE
035600* A BAD RUNRPT WRITE STATUS IS FATAL.
035700 2295-CHECK-REPORT-WRITE.
035800     IF NOT RUNRPT-OK
035900         DISPLAY "FATAL - RUNRPT WRITE FAILED, STATUS "
036000             WS-RUNRPT-STATUS
036100         GO TO 9000-ABEND-ON-WRITE-FAILURE
036200     END-IF.
036300 2295-EXIT.
036400     EXIT.
036500
036600* 3000-PRINT-SUMMARY
036700* CLOSES THE REPORT WITH ONE LINE SAYING WHETHER THE STREAM IS
036800* COMPLETE. AN INCOMPLETE STREAM IS ALSO FLAGGED IN THE JOB LOG
036900* AND ENDS THE RUN WITH RETURN CODE 4.
037000 3000-PRINT-SUMMARY.
037100     MOVE SPACES TO RR-PRINT-LINE.
037200     PERFORM 2280-WRITE-REPORT-LINE THRU 2280-EXIT.
037300     MOVE SPACES TO WS-RPT-SUMMARY-LINE.
037400     IF WS-OUTSTANDING-COUNT = ZERO
037500         MOVE "STREAM COMPLETE FOR THE BUSINESS DATE" TO
037600             WS-RPT-SUMMARY-TEXT
037700     ELSE
037800         MOVE "*** STREAM NOT COMPLETE - OUTSTANDING:" TO
037900             WS-RPT-SUMMARY-TEXT
038000         MOVE WS-OUTSTANDING-COUNT TO WS-RPT-SUMMARY-COUNT
038100         MOVE " JOB(S)" TO WS-RPT-SUMMARY-TAIL
038200         DISPLAY "WARNING - NIGHTLY STREAM NOT COMPLETE, "
038300             WS-OUTSTANDING-COUNT " JOB(S) OUTSTANDING"
038400         MOVE 4 TO RETURN-CODE
038500     END-IF.
038600     MOVE WS-RPT-SUMMARY-LINE TO RR-PRINT-LINE.
038700     PERFORM 2280-WRITE-REPORT-LINE THRU 2280-EXIT.
038800 3000-EXIT.
038900     EXIT.
039000
039100* 8000-FINALIZE
039200* CLOSES THE FILES AND DISPLAYS THE RUN CONTROL TOTALS.
039300 8000-FINALIZE.
039400     IF WS-RUNCTL-PRESENT
039500         CLOSE RUN-CONTROL-FILE
039600     END-IF.
039700     CLOSE RUN-STATUS-REPORT-FILE.
039800     DISPLAY "LOANRSTS REPORTED " WS-RUNS-REPORTED " JOB RUN(S)".
039900     DISPLAY "OUTSTANDING " WS-OUTSTANDING-COUNT.
040000 8000-EXIT.
040100     EXIT.
040200
040300* 9000-ABEND-ON-WRITE-FAILURE
040400* COMMON FATAL EXIT FOR A RUNRPT WRITE FAILURE. THE FILES ARE
040500* CLOSED BEST-EFFORT AND THE RUN ENDS WITH A NON-ZERO RETURN
040600* CODE.
040700 9000-ABEND-ON-WRITE-FAILURE.
040800     IF WS-RUNCTL-PRESENT
040900         CLOSE RUN-CONTROL-FILE
041000     END-IF.
041100     CLOSE RUN-STATUS-REPORT-FILE.
041200     MOVE 16 TO RETURN-CODE.
041300     STOP RUN.

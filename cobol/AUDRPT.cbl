002694*                    THE FOUR HISTORIC COUNTS - THE OTHER-   *
002696*                    COMBINATION HITS ARE INSIDE THE GRAND   *
002698*                    TOTAL, WHICH STILL BALANCES TO THE      *
002710*                    BOUNDS.                                 *
002722*   2026-10-15  RAK  RUNS FIZBCK HAS BACKED OUT, AND THEIR   *
002734*                    REVERSING AUDIT RECORDS (AUD-WAS-       *
002746*                    REVERSAL), ARE LEFT OFF THE DETAIL AND  *
002758*                    OUT OF THE TOTALS.  THE SUMMARY COUNTS  *
002770*                    THE RUNS OMITTED.                       *
002782*                                                          *
002800************************************************************
002900*
003000 ENVIRONMENT DIVISION.
005800 01  WS-RANGE-SIZE-SUM            PIC 9(15) COMP VALUE 0.
005900 01  WS-AVERAGE-RANGE             PIC 9(9)V9 COMP VALUE 0.
006000 01  WS-EXPECTED-TOTAL            PIC 9(9) COMP VALUE 0.
006006 01  WS-BACKED-OUT-RUNS           PIC 9(9) COMP VALUE 0.
006012*
006018* Runs FIZBCK has backed out - the request and run stamp of
006024* EVERY REVERSING AUDIT RECORD (AUD-WAS-REVERSAL).  NEITHER
006030* THE REVERSAL NOR THE RUN IT REVERSES IS REPORTED
006036 01  WS-REVERSED-EOF-SWITCH       PIC X(01) VALUE 'N'.
006042     88  WS-REVERSED-SCAN-DONE        VALUE 'Y'.
006048 01  WS-REVERSED-SWITCH           PIC X(01) VALUE 'N'.
006054     88  WS-RUN-WAS-REVERSED          VALUE 'Y'.
006060 01  WS-REVERSED-COUNT            PIC 9(4) COMP VALUE 0.
006066 01  WS-REVERSED-STAMP            PIC 9(16) COMP VALUE 0.
006072 01  WS-REVERSED-TABLE.
006078     05  WS-RV-ENTRY OCCURS 999 TIMES INDEXED BY RVX.
006084         10  WS-RV-REQUEST-SEQ   PIC 9(3).
006090         10  WS-RV-STAMP         PIC 9(16) COMP.
006100*
006200* Detail line - one per accumulated audit record
006300 01  WS-DETAIL-LINE.
012600 01  WS-EDIT-TOTAL-RUNS           PIC ZZZZZZZZ9.
012700 01  WS-EDIT-RESTARTED-RUNS       PIC ZZZZZZZZ9.
012800 01  WS-EDIT-UNBALANCED-RUNS      PIC ZZZZZZZZ9.
012850 01  WS-EDIT-BACKED-OUT-RUNS      PIC ZZZZZZZZ9.
012900 01  WS-EDIT-AVERAGE-RANGE        PIC ZZZZZZZZ9.9.
013000*
013100 PROCEDURE DIVISION.
013200*------------
013300* Primary function that reads the accumulated audit trail,
013400* writes one detail line per run and then the summary.  A
013433* RUN FIZBCK HAS BACKED OUT, AND ITS REVERSING RECORD, ARE
013466* LEFT OFF THE REPORT - THE BACKED-OUT RUNS ARE ONLY COUNTED
013500*------------
013600 PRODUCE-HISTORY-REPORT.
013650     PERFORM LOAD-REVERSED-RUNS.
013700     PERFORM OPEN-AUDRPT-FILES.
013800     PERFORM WRITE-REPORT-HEADINGS.
013900     PERFORM UNTIL WS-AUDITFILE-EOF
014000         PERFORM READ-AUDIT-RECORD
014100         IF NOT WS-AUDITFILE-EOF
014133             PERFORM CHECK-REVERSED-RUN
014166             IF NOT WS-RUN-WAS-REVERSED
014200                 PERFORM REPORT-ONE-RUN
014216             ELSE
014232                 IF NOT AUD-WAS-REVERSAL
014248                     ADD 1 TO WS-BACKED-OUT-RUNS
014264                 END-IF
014280             END-IF
014300         END-IF
014400     END-PERFORM.
014500     PERFORM WRITE-SUMMARY-SECTION.
016060         SET WS-AUDITFILE-IS-OPEN TO TRUE
016100     END-IF.
016200     OPEN OUTPUT AUDRPTF.
016201*
016202*------------
016203* Read the audit trail once ahead of the report,
016204* NOTING THE REQUEST AND RUN STAMP OF EVERY REVERSING
016205* RECORD FIZBCK HAS APPENDED
016206*------------
016207 LOAD-REVERSED-RUNS.
016208     MOVE 0 TO WS-REVERSED-COUNT.
016209     MOVE 'N' TO WS-REVERSED-EOF-SWITCH.
016210     OPEN INPUT AUDITFILE.
016211     IF NOT WS-AUDIT-FILE-FOUND
016212         SET WS-REVERSED-SCAN-DONE TO TRUE
016213     END-IF.
016214     PERFORM UNTIL WS-REVERSED-SCAN-DONE
016215         READ AUDITFILE
016216             AT END
016217                 SET WS-REVERSED-SCAN-DONE TO TRUE
016218             NOT AT END
016219                 IF AUD-WAS-REVERSAL
016220                     PERFORM KEEP-REVERSED-RUN
016221                 END-IF
016222         END-READ
016223     END-PERFORM.
016224     IF WS-AUDIT-FILE-FOUND OR WS-AUDIT-FILE-STATUS = '10'
016225         CLOSE AUDITFILE
016226     END-IF.
016227*
016228*------------
016229* Note one reversing record's request and run stamp
016230*------------
016231 KEEP-REVERSED-RUN.
016232     IF AUD-REQUEST-SEQ NUMERIC
016233         AND AUD-RUN-DATE NUMERIC
016234         AND AUD-RUN-TIME NUMERIC
016235         IF WS-REVERSED-COUNT < 999
016236             ADD 1 TO WS-REVERSED-COUNT
016237             SET RVX TO WS-REVERSED-COUNT
016238             MOVE AUD-REQUEST-SEQ TO WS-RV-REQUEST-SEQ (RVX)
016239             COMPUTE WS-RV-STAMP (RVX) =
016240                 AUD-RUN-DATE * 100000000 + AUD-RUN-TIME
016241         ELSE
016242             DISPLAY 'AUDRPT0002W - MORE THAN 999 BACKED-OUT '
016243                 'RUNS ON THE AUDIT TRAIL - REQUEST '
016244                 AUD-REQUEST-SEQ ' RUN ' AUD-RUN-DATE
016245                 ' ' AUD-RUN-TIME ' NOT PASSED OVER'
016246         END-IF
016247     END-IF.
016248*
016249*------------
016250* Decide whether the audit record just read is a reversing
016251* RECORD, OR THE RECORD OF A RUN FIZBCK HAS BACKED OUT
016252*------------
016253 CHECK-REVERSED-RUN.
016254     MOVE 'N' TO WS-REVERSED-SWITCH.
016255     IF AUD-WAS-REVERSAL
016256         SET WS-RUN-WAS-REVERSED TO TRUE
016257     ELSE
016258         IF WS-REVERSED-COUNT > 0
016259             AND AUD-RUN-DATE NUMERIC
016260             AND AUD-RUN-TIME NUMERIC
016261             COMPUTE WS-REVERSED-STAMP =
016262                 AUD-RUN-DATE * 100000000 + AUD-RUN-TIME
016263             PERFORM VARYING RVX FROM 1 BY 1
016264                 UNTIL RVX > WS-REVERSED-COUNT
016265                 IF WS-RV-REQUEST-SEQ (RVX) = AUD-REQUEST-SEQ
016266                     AND WS-RV-STAMP (RVX) = WS-REVERSED-STAMP
016267                     SET WS-RUN-WAS-REVERSED TO TRUE
016268                 END-IF
016269             END-PERFORM
016270         END-IF
016271     END-IF.
016300*
016400*------------
016500* Read one accumulated audit record, watching for end of file
023400     MOVE WS-TOTAL-RUNS       TO WS-EDIT-TOTAL-RUNS.
023500     MOVE WS-RESTARTED-RUNS   TO WS-EDIT-RESTARTED-RUNS.
023600     MOVE WS-UNBALANCED-RUNS  TO WS-EDIT-UNBALANCED-RUNS.
023650     MOVE WS-BACKED-OUT-RUNS  TO WS-EDIT-BACKED-OUT-RUNS.
023700     MOVE WS-AVERAGE-RANGE    TO WS-EDIT-AVERAGE-RANGE.
023800     MOVE SPACES TO REPORT-LINE.
023900     WRITE REPORT-LINE.
026100         INTO REPORT-LINE
026200     END-STRING.
026300     WRITE REPORT-LINE.
026314     MOVE SPACES TO REPORT-LINE.
026328     STRING 'RUNS BACKED OUT (OMITTED) : ' DELIMITED BY SIZE
026342         WS-EDIT-BACKED-OUT-RUNS DELIMITED BY SIZE
026356         INTO REPORT-LINE
026370     END-STRING.
026384     WRITE REPORT-LINE.
026400     MOVE SPACES TO REPORT-LINE.
026500     WRITE REPORT-LINE.
026600     IF WS-UNBALANCED-RUNS > 0

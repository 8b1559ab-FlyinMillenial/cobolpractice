000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    FIZSLA.
000300 AUTHOR.        R A KOWALSKI.
000400 INSTALLATION.  BATCH PRODUCTION SUPPORT.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*
000800************************************************************
000900*                                                          *
001000* FIZSLA  -  WEEKLY BATCH-WINDOW SLA REPORT                 *
001100*                                                          *
001200* EVERY PROGRAM IN THE NIGHTLY FIZBUZ STREAM APPENDS A STEP *
001300* STATISTICS RECORD (COPYBOOK STATREC) TO STATFILE AS IT    *
001400* ENDS.  THIS PROGRAM, RUN BY THE WEEKLY FIZSLA JOB, READS  *
001500* THE LAST N NIGHTS OF THEM (SLAPARM CARD) AND PRINTS ONE   *
001600* LINE PER JOB STEP - ITS RUNS, AVERAGE AND LAST ELAPSED    *
001700* TIME, HOW FAST ITS ELAPSED TIME IS GROWING, WHEN IT LAST  *
001800* ENDED AND WHEN ITS TREND SAYS IT WILL END AT THE END OF   *
001900* THE BREACH HORIZON.                                       *
002000*                                                          *
002100* A NIGHT OPENS AT THE WINDOW START ON THE SLAPARM CARD - A *
002200* STEP STARTING BEFORE THAT TIME OF DAY BELONGS TO THE      *
002300* NIGHT THAT OPENED THE DAY BEFORE.  A STEP'S END TIME IS   *
002400* MEASURED IN SECONDS FROM ITS NIGHT'S WINDOW START, AND A  *
002500* LEAST-SQUARES LINE IS FITTED THROUGH THOSE END TIMES      *
002600* NIGHT BY NIGHT.  A STEP WHOSE LAST RUN ENDED AFTER THE    *
002700* DEADLINE IS BREACHED; ONE WHOSE LINE CROSSES THE DEADLINE *
002800* WITHIN THE HORIZON WILL BREACH, AND THE REPORT SAYS IN    *
002900* HOW MANY NIGHTS.  A STEP NEEDS TWO NIGHTS FOR A TREND.    *
003000*                                                          *
003100* THE AUDIT TRAIL (ONE AUDITREC PER REQUEST PER RUN) THEN   *
003200* SHOWS WHAT IS DRIVING THE GROWTH - EVERY REQUEST'S RANGE  *
003300* (UPPER - LOWER + 1) ON THE FIRST AND LAST NIGHT IT RAN IN *
003400* THE TREND WINDOW, RANKED BY HOW MUCH IT GREW, WITH EACH   *
003500* REQUEST'S SHARE OF THE TOTAL GROWTH.                      *
003600*                                                          *
003700* RETURN-CODE 0  - REPORT WRITTEN, NO STEP AT RISK.         *
003800* RETURN-CODE 4  - REPORT WRITTEN, AND A STEP HAS BREACHED  *
003900*                  OR WILL BREACH THE DEADLINE, OR THE      *
004000*                  AUDIT TRAIL COULD NOT BE READ (NO        *
004100*                  RANKING), OR MORE THAN 100 STEPS WERE    *
004200*                  FOUND.                                   *
004300* RETURN-CODE 16 - BAD SLAPARM CARD, OR STATFILE COULD NOT  *
004400*                  BE READ - NO REPORT.                     *
004500*                                                          *
004600* MODIFICATION HISTORY                                     *
004700*   2026-10-15  RAK  ORIGINAL PROGRAM.                      *
004720*   2026-10-15  RAK  RUNS FIZBCK HAS BACKED OUT, AND THEIR  *
004740*                    REVERSING AUDIT RECORDS (AUD-WAS-      *
004760*                    REVERSAL), ARE PASSED OVER WHEN        *
004780*                    REQUESTS ARE RANKED.                   *
004800*                                                          *
004900************************************************************
005000*
005100 ENVIRONMENT DIVISION.
005200 INPUT-OUTPUT SECTION.
005300 FILE-CONTROL.
005400     SELECT SLAPARM ASSIGN TO "SLAPARM"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-PARM-FILE-STATUS.
005700     SELECT STATFILE ASSIGN TO "STATFILE"
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-STAT-FILE-STATUS.
006000     SELECT AUDITFILE ASSIGN TO "AUDITFILE"
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-AUDIT-FILE-STATUS.
006300     SELECT SLARPT ASSIGN TO "SLARPT"
006400         ORGANIZATION IS LINE SEQUENTIAL.
006500*
006600 DATA DIVISION.
006700 FILE SECTION.
006800 FD  SLAPARM
006900     RECORDING MODE IS F.
007000 COPY SLAPARM.
007100 FD  STATFILE
007200     RECORDING MODE IS F.
007300 COPY STATREC.
007400 FD  AUDITFILE
007500     RECORDING MODE IS F.
007600 COPY AUDITREC.
007700 FD  SLARPT
007800     RECORDING MODE IS F.
007900 01  REPORT-LINE                 PIC X(132).
008000*
008100 WORKING-STORAGE SECTION.
008200 01  WS-PARM-FILE-STATUS          PIC X(02) VALUE '00'.
008300     88  WS-PARM-FILE-FOUND           VALUE '00'.
008400 01  WS-STAT-FILE-STATUS          PIC X(02) VALUE '00'.
008500     88  WS-STAT-FILE-FOUND           VALUE '00'.
008600 01  WS-AUDIT-FILE-STATUS         PIC X(02) VALUE '00'.
008700     88  WS-AUDIT-FILE-FOUND          VALUE '00'.
008800 01  WS-PARM-EOF-SWITCH           PIC X(01) VALUE 'N'.
008900     88  WS-SLAPARM-EOF               VALUE 'Y'.
009000 01  WS-STAT-EOF-SWITCH           PIC X(01) VALUE 'N'.
009100     88  WS-STATFILE-EOF              VALUE 'Y'.
009200 01  WS-AUDIT-EOF-SWITCH          PIC X(01) VALUE 'N'.
009300     88  WS-AUDITFILE-EOF             VALUE 'Y'.
009400 01  WS-PARMS-VALID-SWITCH        PIC X(01) VALUE 'Y'.
009500     88  WS-PARMS-ARE-VALID           VALUE 'Y'.
009600 01  WS-AUDIT-READ-SW             PIC X(01) VALUE 'N'.
009700     88  WS-AUDIT-WAS-READ            VALUE 'Y'.
009800 01  WS-TREND-KNOWN-SW            PIC X(01) VALUE 'N'.
009900     88  WS-TREND-IS-KNOWN            VALUE 'Y'.
009906*
009912* Runs FIZBCK has backed out - the request and run stamp of
009918* EVERY REVERSING AUDIT RECORD (AUD-WAS-REVERSAL).  NEITHER
009924* THE REVERSAL NOR THE RUN IT REVERSES IS RANKED
009930 01  WS-REVERSED-EOF-SWITCH       PIC X(01) VALUE 'N'.
009936     88  WS-REVERSED-SCAN-DONE        VALUE 'Y'.
009942 01  WS-REVERSED-SWITCH           PIC X(01) VALUE 'N'.
009948     88  WS-RUN-WAS-REVERSED          VALUE 'Y'.
009954 01  WS-REVERSED-COUNT            PIC 9(4) COMP VALUE 0.
009960 01  WS-REVERSED-STAMP            PIC 9(16) COMP VALUE 0.
009966 01  WS-REVERSED-TABLE.
009972     05  WS-RV-ENTRY OCCURS 999 TIMES INDEXED BY RVX.
009978         10  WS-RV-REQUEST-SEQ   PIC 9(3).
009984         10  WS-RV-STAMP         PIC 9(16) COMP.
010000*
010100 01  WS-RUN-DATE                  PIC 9(8) VALUE 0.
010200 01  WS-RUN-TIME                  PIC 9(8) VALUE 0.
010300 01  WS-WARNING-COUNT             PIC 9(9) COMP VALUE 0.
010400*
010500* The SLAPARM values in force, defaulted where the card is
010600* blank
010700 01  WS-WINDOW-START              PIC 9(4) VALUE 2000.
010800 01  WS-DEADLINE                  PIC 9(4) VALUE 0600.
010900 01  WS-TREND-NIGHTS              PIC 9(3) VALUE 28.
011000 01  WS-HORIZON-NIGHTS            PIC 9(2) VALUE 7.
011100 01  WS-CLOCK-HH                  PIC 9(2) VALUE 0.
011200 01  WS-CLOCK-MM                  PIC 9(2) VALUE 0.
011300*
011400* The window start as seconds after midnight, the deadline as
011500* seconds after the window start, and the trend window as
011600* day numbers (FUNCTION INTEGER-OF-DATE) of its first and
011700* last nights
011800 01  WS-WINDOW-START-SECS         PIC 9(5) COMP VALUE 0.
011900 01  WS-DEADLINE-OFFSET           PIC 9(6) COMP VALUE 0.
012000 01  WS-FIRST-NIGHT               PIC 9(7) COMP VALUE 0.
012100 01  WS-LAST-NIGHT                PIC 9(7) COMP VALUE 0.
012200 01  WS-FIRST-NIGHT-DATE          PIC 9(8) VALUE 0.
012300 01  WS-LAST-NIGHT-DATE           PIC 9(8) VALUE 0.
012400*
012500* A time of day as ACCEPT FROM TIME and the STATREC times
012600* carry it, HHMMSSHH, and the same time in seconds
012700 01  WS-TIME-WORK.
012800     05  WS-TIME-HH               PIC 9(2).
012900     05  WS-TIME-MM               PIC 9(2).
013000     05  WS-TIME-SS               PIC 9(2).
013100     05  WS-TIME-HUNDREDTHS       PIC 9(2).
013200 01  WS-TIME-SECONDS              PIC 9(5) COMP VALUE 0.
013300*
013400* One timestamp placed in its night - the night's day number
013500* and the seconds since that night's window start
013600 01  WS-STAMP-DATE                PIC 9(8) VALUE 0.
013700 01  WS-STAMP-TIME                PIC 9(8) VALUE 0.
013800 01  WS-STAMP-DAY                 PIC 9(7) COMP VALUE 0.
013900 01  WS-STAMP-NIGHT               PIC 9(7) COMP VALUE 0.
014000*
014100* One step statistics record's timings
014200 01  WS-RUN-NIGHT                 PIC 9(7) COMP VALUE 0.
014300 01  WS-START-DAY                 PIC 9(7) COMP VALUE 0.
014400 01  WS-START-SECS                PIC 9(5) COMP VALUE 0.
014500 01  WS-END-DAY                   PIC 9(7) COMP VALUE 0.
014600 01  WS-END-SECS                  PIC 9(5) COMP VALUE 0.
014700 01  WS-ELAPSED-SECS              PIC S9(9) COMP VALUE 0.
014800 01  WS-END-OFFSET                PIC S9(9) COMP VALUE 0.
014900 01  WS-NIGHT-X                   PIC 9(3) COMP VALUE 0.
015000*
015100* Each job step's sums for the least-squares fits, keyed by
015200* job, step and program in the order first found
015300 01  WS-STEP-COUNT                PIC 9(3) COMP VALUE 0.
015400 01  WS-STEP-SUB                  PIC 9(3) COMP VALUE 0.
015500 01  WS-STEP-TABLE.
015600     05  WS-SP-ENTRY OCCURS 100 TIMES.
015700         10  WS-SP-JOB-NAME      PIC X(08).
015800         10  WS-SP-STEP-NAME     PIC X(08).
015900         10  WS-SP-PROGRAM-ID    PIC X(08).
016000         10  WS-SP-RUNS          PIC 9(5) COMP.
016100         10  WS-SP-SUM-X         PIC S9(9) COMP.
016200         10  WS-SP-SUM-XX        PIC S9(11) COMP.
016300         10  WS-SP-SUM-END       PIC S9(13) COMP.
016400         10  WS-SP-SUM-X-END     PIC S9(15) COMP.
016500         10  WS-SP-SUM-ELAPSED   PIC S9(13) COMP.
016600         10  WS-SP-SUM-X-ELAPSED PIC S9(15) COMP.
016700         10  WS-SP-LAST-X        PIC 9(3) COMP.
016800         10  WS-SP-LAST-END      PIC S9(9) COMP.
016900         10  WS-SP-LAST-ELAPSED  PIC S9(9) COMP.
017000         10  WS-SP-LAST-RC       PIC 9(4).
017100*
017200* Working figures for one step's fits
017300 01  WS-FIT-DIVISOR               PIC S9(18) COMP VALUE 0.
017400 01  WS-FIT-NUMERATOR             PIC S9(18) COMP VALUE 0.
017500 01  WS-END-SLOPE                 PIC S9(9)V9(4) COMP VALUE 0.
017533 01  WS-MEAN-X                    PIC S9(5)V9(4) COMP VALUE 0.
017566 01  WS-MEAN-END                  PIC S9(9)V9(4) COMP VALUE 0.
017600 01  WS-END-INTERCEPT             PIC S9(9)V9(4) COMP VALUE 0.
017700 01  WS-ELAPSED-SLOPE             PIC S9(9)V9(4) COMP VALUE 0.
017800 01  WS-AVERAGE-ELAPSED           PIC S9(9) COMP VALUE 0.
017900 01  WS-FITTED-LAST-END           PIC S9(9)V9(4) COMP VALUE 0.
018000 01  WS-PROJECTED-END             PIC S9(9) COMP VALUE 0.
018100 01  WS-BREACH-NIGHTS             PIC 9(5) COMP VALUE 0.
018200*
018300* Each request's range on the first and last night it ran in
018400* the trend window, indexed by the request id
018500 01  WS-REQUEST-SUB               PIC 9(3) COMP VALUE 0.
018600 01  WS-REQUEST-TABLE.
018700     05  WS-RG-ENTRY OCCURS 999 TIMES.
018800         10  WS-RG-FIRST-NIGHT   PIC 9(7) COMP.
018900         10  WS-RG-FIRST-RANGE   PIC 9(9) COMP.
019000         10  WS-RG-LAST-NIGHT    PIC 9(7) COMP.
019100         10  WS-RG-LAST-RANGE    PIC 9(9) COMP.
019200         10  WS-RG-RANKED-IND    PIC X(01).
019300 01  WS-RANGE-SIZE                PIC 9(9) COMP VALUE 0.
019400 01  WS-GROWTH                    PIC S9(10) COMP VALUE 0.
019500 01  WS-BEST-GROWTH               PIC S9(10) COMP VALUE 0.
019600 01  WS-BEST-SUB                  PIC 9(3) COMP VALUE 0.
019700 01  WS-TOTAL-GROWTH              PIC 9(12) COMP VALUE 0.
019800 01  WS-RANK                      PIC 9(3) COMP VALUE 0.
019900 01  WS-SHARE-PERCENT             PIC 9(3)V9 VALUE 0.
020000*
020100 01  WS-STATS-READ                PIC 9(9) COMP VALUE 0.
020200 01  WS-STATS-IN-WINDOW           PIC 9(9) COMP VALUE 0.
020300 01  WS-STATS-UNUSABLE            PIC 9(9) COMP VALUE 0.
020400 01  WS-STEPS-BREACHED            PIC 9(3) COMP VALUE 0.
020500 01  WS-STEPS-AT-RISK             PIC 9(3) COMP VALUE 0.
020600 01  WS-STEPS-DROPPED             PIC 9(9) COMP VALUE 0.
020700*
020800* One line per job step
020900 01  WS-DETAIL-LINE.
021000     05  DET-JOB-NAME            PIC X(08).
021100     05  FILLER                  PIC X(01) VALUE SPACE.
021200     05  DET-STEP-NAME           PIC X(08).
021300     05  FILLER                  PIC X(01) VALUE SPACE.
021400     05  DET-PROGRAM-ID          PIC X(08).
021500     05  FILLER                  PIC X(01) VALUE SPACE.
021600     05  DET-RUNS                PIC ZZZZ9.
021700     05  FILLER                  PIC X(02) VALUE SPACES.
021800     05  DET-AVERAGE-ELAPSED     PIC X(08).
021900     05  FILLER                  PIC X(02) VALUE SPACES.
022000     05  DET-LAST-ELAPSED        PIC X(08).
022100     05  FILLER                  PIC X(02) VALUE SPACES.
022200     05  DET-ELAPSED-TREND       PIC -ZZZZ9.9.
022300     05  FILLER                  PIC X(02) VALUE SPACES.
022400     05  DET-LAST-RC             PIC ZZZ9.
022500     05  FILLER                  PIC X(03) VALUE SPACES.
022600     05  DET-LAST-END            PIC X(05).
022700     05  FILLER                  PIC X(02) VALUE SPACES.
022800     05  DET-END-TREND           PIC -ZZZZ9.9.
022900     05  FILLER                  PIC X(03) VALUE SPACES.
023000     05  DET-PROJECTED-END       PIC X(05).
023100     05  FILLER                  PIC X(02) VALUE SPACES.
023200     05  DET-BREACH-NIGHTS       PIC X(05).
023300     05  FILLER                  PIC X(02) VALUE SPACES.
023400     05  DET-STATUS              PIC X(14).
023500*
023600 01  WS-HEADING-LINE-1.
023700     05  FILLER                  PIC X(28) VALUE SPACES.
023800     05  FILLER                  PIC X(06) VALUE SPACES.
023900     05  FILLER                  PIC X(10) VALUE ' AVERAGE'.
024000     05  FILLER                  PIC X(10) VALUE '    LAST'.
024100     05  FILLER                  PIC X(10) VALUE ' ELAPSED'.
024200     05  FILLER                  PIC X(07) VALUE '  LAST'.
024300     05  FILLER                  PIC X(07) VALUE ' LAST'.
024400     05  FILLER                  PIC X(11) VALUE '   END'.
024500     05  FILLER                  PIC X(07) VALUE ' PROJ'.
024600     05  FILLER                  PIC X(07) VALUE 'NIGHTS'.
024700 01  WS-HEADING-LINE-2.
024800     05  FILLER                  PIC X(09) VALUE 'JOB'.
024900     05  FILLER                  PIC X(09) VALUE 'STEP'.
025000     05  FILLER                  PIC X(09) VALUE 'PROGRAM'.
025100     05  FILLER                  PIC X(07) VALUE ' RUNS'.
025200     05  FILLER                  PIC X(10) VALUE ' ELAPSED'.
025300     05  FILLER                  PIC X(10) VALUE ' ELAPSED'.
025400     05  FILLER                  PIC X(10) VALUE '  /NIGHT'.
025500     05  FILLER                  PIC X(07) VALUE '    CC'.
025600     05  FILLER                  PIC X(07) VALUE '  END'.
025700     05  FILLER                  PIC X(11) VALUE '  /NIGHT'.
025800     05  FILLER                  PIC X(07) VALUE '  END'.
025900     05  FILLER                  PIC X(07) VALUE 'TO GO'.
026000     05  FILLER                  PIC X(06) VALUE 'STATUS'.
026100*
026200* One line per request in the growth ranking
026300 01  WS-RANK-LINE.
026400     05  RNK-RANK                PIC ZZ9.
026500     05  FILLER                  PIC X(04) VALUE SPACES.
026600     05  RNK-REQUEST-ID          PIC 9(03).
026700     05  FILLER                  PIC X(03) VALUE SPACES.
026800     05  RNK-FIRST-NIGHT         PIC 9(08).
026900     05  FILLER                  PIC X(02) VALUE SPACES.
027000     05  RNK-FIRST-RANGE         PIC ZZZZZZZZ9.
027100     05  FILLER                  PIC X(03) VALUE SPACES.
027200     05  RNK-LAST-NIGHT          PIC 9(08).
027300     05  FILLER                  PIC X(02) VALUE SPACES.
027400     05  RNK-LAST-RANGE          PIC ZZZZZZZZ9.
027500     05  FILLER                  PIC X(02) VALUE SPACES.
027600     05  RNK-GROWTH              PIC ZZZZZZZZZ9.
027700     05  FILLER                  PIC X(03) VALUE SPACES.
027800     05  RNK-SHARE-PERCENT       PIC ZZ9.9.
027900*
028000 01  WS-RANK-HEADING-LINE.
028100     05  FILLER                  PIC X(07) VALUE 'RANK'.
028200     05  FILLER                  PIC X(06) VALUE 'REQ'.
028300     05  FILLER                  PIC X(10) VALUE 'FIRST'.
028400     05  FILLER                  PIC X(12) VALUE '    RANGE'.
028500     05  FILLER                  PIC X(10) VALUE 'LAST'.
028600     05  FILLER                  PIC X(11) VALUE '    RANGE'.
028700     05  FILLER                  PIC X(13) VALUE '    GROWTH'.
028800     05  FILLER                  PIC X(06) VALUE 'SHARE%'.
028900*
029000* A number of seconds shown as HH:MM:SS, and a time of day
029100* as HH:MM
029200 01  WS-FORMAT-SECONDS            PIC S9(9) COMP VALUE 0.
029300 01  WS-FORMAT-REMAINDER          PIC 9(9) COMP VALUE 0.
029400 01  WS-FORMAT-ELAPSED.
029500     05  WS-FE-HH                 PIC 9(2).
029600     05  FILLER                   PIC X(01) VALUE ':'.
029700     05  WS-FE-MM                 PIC 9(2).
029800     05  FILLER                   PIC X(01) VALUE ':'.
029900     05  WS-FE-SS                 PIC 9(2).
030000 01  WS-FORMAT-CLOCK.
030100     05  WS-FC-HH                 PIC 9(2).
030200     05  FILLER                   PIC X(01) VALUE ':'.
030300     05  WS-FC-MM                 PIC 9(2).
030400*
030500* Edited (DISPLAY usage) copies of the COMP counters, needed
030600* because STRING cannot take a binary item directly
030700 01  WS-EDIT-DATE                 PIC 9(08).
030800 01  WS-EDIT-NIGHTS               PIC ZZ9.
030900 01  WS-EDIT-COUNT                PIC ZZZZZZZZ9.
031000 01  WS-EDIT-BREACH-NIGHTS        PIC ZZZZ9.
031100*
031200 PROCEDURE DIVISION.
031300*------------
031400* Primary function - settle the SLAPARM values and the trend
031500* window, fit each job step's trend from the step
031600* statistics, rank the requests by range growth from the
031700* audit trail and write the report
031800*------------
031900 PRODUCE-SLA-REPORT.
032000     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
032100     ACCEPT WS-RUN-TIME FROM TIME.
032200     PERFORM READ-SLA-CARD.
032300     PERFORM VALIDATE-SLA-CARD.
032400     IF NOT WS-PARMS-ARE-VALID
032500         MOVE 16 TO RETURN-CODE
032600         GOBACK
032700     END-IF.
032800     PERFORM SETTLE-TREND-WINDOW.
032900     PERFORM READ-STEP-STATISTICS.
033000     IF NOT WS-STAT-FILE-FOUND
033100         MOVE 16 TO RETURN-CODE
033200         GOBACK
033300     END-IF.
033400     PERFORM READ-AUDIT-TRAIL.
033500     OPEN OUTPUT SLARPT.
033600     PERFORM WRITE-REPORT-HEADINGS.
033700     PERFORM WRITE-ONE-STEP
033800         VARYING WS-STEP-SUB FROM 1 BY 1
033900         UNTIL WS-STEP-SUB > WS-STEP-COUNT.
034000     PERFORM WRITE-REQUEST-RANKING.
034100     PERFORM WRITE-REPORT-SUMMARY.
034200     CLOSE SLARPT.
034300     IF WS-STEPS-BREACHED > 0
034400         OR WS-STEPS-AT-RISK > 0
034500         OR WS-WARNING-COUNT > 0
034600         MOVE 4 TO RETURN-CODE
034700     END-IF.
034800     GOBACK.
034900*
035000*------------
035100* Read the one SLA parameter card
035200*------------
035300 READ-SLA-CARD.
035400     OPEN INPUT SLAPARM.
035500     IF WS-PARM-FILE-FOUND
035600         READ SLAPARM
035700             AT END
035800                 SET WS-SLAPARM-EOF TO TRUE
035900         END-READ
036000         CLOSE SLAPARM
036100     ELSE
036200         SET WS-SLAPARM-EOF TO TRUE
036300     END-IF.
036400*
036500*------------
036600* Take each value keyed on the card in place of its
036700* default.  THE TWO TIMES MUST BE REAL HHMM TIMES OF DAY AND
036800* DIFFERENT FROM EACH OTHER
036900*------------
037000 VALIDATE-SLA-CARD.
037100     IF WS-SLAPARM-EOF
037200         DISPLAY 'FIZSLA0001E - SLAPARM CARD COULD NOT BE '
037300             'READ - NO REPORT'
037400         SET WS-PARMS-VALID-SWITCH TO 'N'
037500     ELSE
037600         IF SL-WINDOW-START-RAW NOT = SPACES
037700             IF SL-WINDOW-START NUMERIC
037800                 MOVE SL-WINDOW-START TO WS-WINDOW-START
037900             ELSE
038000                 SET WS-PARMS-VALID-SWITCH TO 'N'
038100             END-IF
038200         END-IF
038300         IF SL-DEADLINE-RAW NOT = SPACES
038400             IF SL-DEADLINE NUMERIC
038500                 MOVE SL-DEADLINE TO WS-DEADLINE
038600             ELSE
038700                 SET WS-PARMS-VALID-SWITCH TO 'N'
038800             END-IF
038900         END-IF
039000         IF SL-TREND-NIGHTS-RAW NOT = SPACES
039100             IF SL-TREND-NIGHTS NUMERIC
039200                 MOVE SL-TREND-NIGHTS TO WS-TREND-NIGHTS
039300             ELSE
039400                 SET WS-PARMS-VALID-SWITCH TO 'N'
039500             END-IF
039600         END-IF
039700         IF SL-HORIZON-NIGHTS-RAW NOT = SPACES
039800             IF SL-HORIZON-NIGHTS NUMERIC
039900                 MOVE SL-HORIZON-NIGHTS TO WS-HORIZON-NIGHTS
040000             ELSE
040100                 SET WS-PARMS-VALID-SWITCH TO 'N'
040200             END-IF
040300         END-IF
040400         DIVIDE WS-WINDOW-START BY 100
040500             GIVING WS-CLOCK-HH
040600             REMAINDER WS-CLOCK-MM
040700         IF WS-CLOCK-HH > 23 OR WS-CLOCK-MM > 59
040800             SET WS-PARMS-VALID-SWITCH TO 'N'
040900         END-IF
041000         COMPUTE WS-WINDOW-START-SECS =
041100             WS-CLOCK-HH * 3600 + WS-CLOCK-MM * 60
041200         DIVIDE WS-DEADLINE BY 100
041300             GIVING WS-CLOCK-HH
041400             REMAINDER WS-CLOCK-MM
041500         IF WS-CLOCK-HH > 23 OR WS-CLOCK-MM > 59
041600             OR WS-DEADLINE = WS-WINDOW-START
041700             OR WS-TREND-NIGHTS < 2
041800             OR WS-TREND-NIGHTS > 366
041900             OR WS-HORIZON-NIGHTS < 1
042000             SET WS-PARMS-VALID-SWITCH TO 'N'
042100         END-IF
042200         IF NOT WS-PARMS-ARE-VALID
042300             DISPLAY 'FIZSLA0002E - SLAPARM CARD MUST GIVE '
042400                 'HHMM TIMES, 2-366 TREND NIGHTS AND 1-99 '
042500                 'HORIZON NIGHTS - NO REPORT'
042600         END-IF
042700     END-IF.
042800*
042900*------------
043000* Place the deadline after the window start - on the next
043100* morning when it is the earlier time of day - and the trend
043200* window as the N nights up to and including the one the
043300* report runs in
043400*------------
043500 SETTLE-TREND-WINDOW.
043600     DIVIDE WS-DEADLINE BY 100
043700         GIVING WS-CLOCK-HH
043800         REMAINDER WS-CLOCK-MM.
043900     COMPUTE WS-TIME-SECONDS =
044000         WS-CLOCK-HH * 3600 + WS-CLOCK-MM * 60.
044100     IF WS-TIME-SECONDS > WS-WINDOW-START-SECS
044200         COMPUTE WS-DEADLINE-OFFSET =
044300             WS-TIME-SECONDS - WS-WINDOW-START-SECS
044400     ELSE
044500         COMPUTE WS-DEADLINE-OFFSET =
044600             WS-TIME-SECONDS + 86400 - WS-WINDOW-START-SECS
044700     END-IF.
044800     MOVE WS-RUN-DATE TO WS-STAMP-DATE.
044900     MOVE WS-RUN-TIME TO WS-STAMP-TIME.
045000     PERFORM PLACE-STAMP-IN-NIGHT.
045100     MOVE WS-STAMP-NIGHT TO WS-LAST-NIGHT.
045200     COMPUTE WS-FIRST-NIGHT =
045300         WS-LAST-NIGHT - WS-TREND-NIGHTS + 1.
045400     COMPUTE WS-FIRST-NIGHT-DATE =
045500         FUNCTION DATE-OF-INTEGER(WS-FIRST-NIGHT).
045600     COMPUTE WS-LAST-NIGHT-DATE =
045700         FUNCTION DATE-OF-INTEGER(WS-LAST-NIGHT).
045800*
045900*------------
046000* Pass the step statistics, keeping the records in the
046100* trend window.  A STATFILE THAT CANNOT BE OPENED STOPS THE
046200* RUN
046300*------------
046400 READ-STEP-STATISTICS.
046500     OPEN INPUT STATFILE.
046600     IF NOT WS-STAT-FILE-FOUND
046700         DISPLAY 'FIZSLA0003E - STATFILE COULD NOT BE OPENED '
046800             '(FILE STATUS ' WS-STAT-FILE-STATUS ') - '
046900             'NO REPORT'
047000     ELSE
047100         PERFORM UNTIL WS-STATFILE-EOF
047200             READ STATFILE
047300                 AT END
047400                     SET WS-STATFILE-EOF TO TRUE
047500                 NOT AT END
047600                     ADD 1 TO WS-STATS-READ
047700                     PERFORM PROCESS-STAT-RECORD
047800             END-READ
047900         END-PERFORM
048000         CLOSE STATFILE
048100         MOVE '00' TO WS-STAT-FILE-STATUS
048200     END-IF.
048300*
048400*------------
048500* Time one step run and add it to its step's sums.  A
048600* RECORD WITH A DAMAGED DATE OR TIME, OR ENDING BEFORE IT
048700* STARTED, IS COUNTED AND SKIPPED
048800*------------
048900 PROCESS-STAT-RECORD.
049000     IF ST-START-DATE NOT NUMERIC
049100         OR ST-START-TIME NOT NUMERIC
049200         OR ST-END-DATE NOT NUMERIC
049300         OR ST-END-TIME NOT NUMERIC
049400         OR ST-START-DATE < 16010101
049500         OR ST-END-DATE < ST-START-DATE
049600         ADD 1 TO WS-STATS-UNUSABLE
049700     ELSE
049800         MOVE ST-START-DATE TO WS-STAMP-DATE
049900         MOVE ST-START-TIME TO WS-STAMP-TIME
050000         PERFORM PLACE-STAMP-IN-NIGHT
050100         MOVE WS-STAMP-NIGHT TO WS-RUN-NIGHT
050200         MOVE WS-STAMP-DAY TO WS-START-DAY
050300         MOVE WS-TIME-SECONDS TO WS-START-SECS
050400         MOVE ST-END-DATE TO WS-STAMP-DATE
050500         MOVE ST-END-TIME TO WS-STAMP-TIME
050600         PERFORM PLACE-STAMP-IN-NIGHT
050700         MOVE WS-STAMP-DAY TO WS-END-DAY
050800         MOVE WS-TIME-SECONDS TO WS-END-SECS
050900         COMPUTE WS-ELAPSED-SECS =
051000             (WS-END-DAY - WS-START-DAY) * 86400
051100             + WS-END-SECS - WS-START-SECS
051200         COMPUTE WS-END-OFFSET =
051300             (WS-END-DAY - WS-RUN-NIGHT) * 86400
051400             + WS-END-SECS - WS-WINDOW-START-SECS
051500         EVALUATE TRUE
051600             WHEN WS-ELAPSED-SECS < 0
051700                 ADD 1 TO WS-STATS-UNUSABLE
051800             WHEN WS-RUN-NIGHT < WS-FIRST-NIGHT
051900                 OR WS-RUN-NIGHT > WS-LAST-NIGHT
052000                 CONTINUE
052100             WHEN OTHER
052200                 ADD 1 TO WS-STATS-IN-WINDOW
052300                 COMPUTE WS-NIGHT-X =
052400                     WS-RUN-NIGHT - WS-FIRST-NIGHT
052500                 PERFORM FIND-STEP-ENTRY
052600                 IF WS-STEP-SUB > 0
052700                     PERFORM ADD-RUN-TO-STEP
052800                 END-IF
052900         END-EVALUATE
053000     END-IF.
053100*
053200*------------
053300* Find a date/time's day number, its time of day in seconds
053400* and the night it belongs to - the day before when the
053500* time is earlier than the window start
053600*------------
053700 PLACE-STAMP-IN-NIGHT.
053800     COMPUTE WS-STAMP-DAY =
053900         FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE).
054000     MOVE WS-STAMP-TIME TO WS-TIME-WORK.
054100     COMPUTE WS-TIME-SECONDS =
054200         WS-TIME-HH * 3600 + WS-TIME-MM * 60 + WS-TIME-SS.
054300     IF WS-TIME-SECONDS < WS-WINDOW-START-SECS
054400         COMPUTE WS-STAMP-NIGHT = WS-STAMP-DAY - 1
054500     ELSE
054600         MOVE WS-STAMP-DAY TO WS-STAMP-NIGHT
054700     END-IF.
054800*
054900*------------
055000* Locate the record's job step, adding an entry if it is
055100* new.  A STEP BEYOND THE 100TH IS LEFT OFF THE REPORT AND
055200* WARNED ONCE
055300*------------
055400 FIND-STEP-ENTRY.
055500     PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
055600             UNTIL WS-STEP-SUB > WS-STEP-COUNT
055700             OR (WS-SP-JOB-NAME (WS-STEP-SUB) = ST-JOB-NAME
055800             AND WS-SP-STEP-NAME (WS-STEP-SUB) = ST-STEP-NAME
055900             AND WS-SP-PROGRAM-ID (WS-STEP-SUB) = ST-PROGRAM-ID)
056000         CONTINUE
056100     END-PERFORM.
056200     IF WS-STEP-SUB > WS-STEP-COUNT
056300         IF WS-STEP-COUNT < 100
056400             ADD 1 TO WS-STEP-COUNT
056500             MOVE WS-STEP-COUNT TO WS-STEP-SUB
056600             MOVE ST-JOB-NAME TO WS-SP-JOB-NAME (WS-STEP-SUB)
056700             MOVE ST-STEP-NAME TO WS-SP-STEP-NAME (WS-STEP-SUB)
056800             MOVE ST-PROGRAM-ID
056900                 TO WS-SP-PROGRAM-ID (WS-STEP-SUB)
057000             MOVE 0 TO WS-SP-RUNS (WS-STEP-SUB)
057100             MOVE 0 TO WS-SP-SUM-X (WS-STEP-SUB)
057200             MOVE 0 TO WS-SP-SUM-XX (WS-STEP-SUB)
057300             MOVE 0 TO WS-SP-SUM-END (WS-STEP-SUB)
057400             MOVE 0 TO WS-SP-SUM-X-END (WS-STEP-SUB)
057500             MOVE 0 TO WS-SP-SUM-ELAPSED (WS-STEP-SUB)
057600             MOVE 0 TO WS-SP-SUM-X-ELAPSED (WS-STEP-SUB)
057700             MOVE 0 TO WS-SP-LAST-X (WS-STEP-SUB)
057800         ELSE
057900             IF WS-STEPS-DROPPED = 0
058000                 DISPLAY 'FIZSLA0004W - MORE THAN 100 JOB STEPS '
058100                     'IN THE TREND WINDOW - LATER STEPS NOT '
058200                     'REPORTED'
058300                 ADD 1 TO WS-WARNING-COUNT
058400             END-IF
058500             ADD 1 TO WS-STEPS-DROPPED
058600             MOVE 0 TO WS-STEP-SUB
058700         END-IF
058800     END-IF.
058900*
059000*------------
059100* Add one run into its step's sums.  STATFILE IS IN THE
059200* ORDER THE STEPS RAN, SO THE LAST RUN OF THE LATEST NIGHT -
059300* A RERUN WHEN THE STEP WAS RESTARTED - IS THE ONE REPORTED
059400* AS LAST
059500*------------
059600 ADD-RUN-TO-STEP.
059700     ADD 1 TO WS-SP-RUNS (WS-STEP-SUB).
059800     ADD WS-NIGHT-X TO WS-SP-SUM-X (WS-STEP-SUB).
059900     COMPUTE WS-SP-SUM-XX (WS-STEP-SUB) =
060000         WS-SP-SUM-XX (WS-STEP-SUB) + WS-NIGHT-X * WS-NIGHT-X.
060100     ADD WS-END-OFFSET TO WS-SP-SUM-END (WS-STEP-SUB).
060200     COMPUTE WS-SP-SUM-X-END (WS-STEP-SUB) =
060300         WS-SP-SUM-X-END (WS-STEP-SUB)
060400         + WS-NIGHT-X * WS-END-OFFSET.
060500     ADD WS-ELAPSED-SECS TO WS-SP-SUM-ELAPSED (WS-STEP-SUB).
060600     COMPUTE WS-SP-SUM-X-ELAPSED (WS-STEP-SUB) =
060700         WS-SP-SUM-X-ELAPSED (WS-STEP-SUB)
060800         + WS-NIGHT-X * WS-ELAPSED-SECS.
060900     IF WS-NIGHT-X >= WS-SP-LAST-X (WS-STEP-SUB)
061000         MOVE WS-NIGHT-X TO WS-SP-LAST-X (WS-STEP-SUB)
061100         MOVE WS-END-OFFSET TO WS-SP-LAST-END (WS-STEP-SUB)
061200         MOVE WS-ELAPSED-SECS
061300             TO WS-SP-LAST-ELAPSED (WS-STEP-SUB)
061400         MOVE ST-RETURN-CODE TO WS-SP-LAST-RC (WS-STEP-SUB)
061500     END-IF.
061600*
061700*------------
061800* Pass the audit trail, noting each request's range on the
061900* first and last night it ran in the trend window.  AN
062000* AUDITFILE THAT CANNOT BE OPENED IS WARNED AND THE RANKING
062100* LEFT OFF.  A RUN FIZBCK HAS BACKED OUT, AND ITS REVERSING
062150* RECORD, ARE PASSED OVER
062200*------------
062300 READ-AUDIT-TRAIL.
062400     PERFORM VARYING WS-REQUEST-SUB FROM 1 BY 1
062500             UNTIL WS-REQUEST-SUB > 999
062600         MOVE 0 TO WS-RG-FIRST-NIGHT (WS-REQUEST-SUB)
062700         MOVE 0 TO WS-RG-FIRST-RANGE (WS-REQUEST-SUB)
062800         MOVE 0 TO WS-RG-LAST-NIGHT (WS-REQUEST-SUB)
062900         MOVE 0 TO WS-RG-LAST-RANGE (WS-REQUEST-SUB)
063000         MOVE 'N' TO WS-RG-RANKED-IND (WS-REQUEST-SUB)
063100     END-PERFORM.
063150     PERFORM LOAD-REVERSED-RUNS.
063200     OPEN INPUT AUDITFILE.
063300     IF NOT WS-AUDIT-FILE-FOUND
063400         DISPLAY 'FIZSLA0005W - AUDITFILE COULD NOT BE OPENED '
063500             '(FILE STATUS ' WS-AUDIT-FILE-STATUS ') - '
063600             'REQUESTS NOT RANKED'
063700         ADD 1 TO WS-WARNING-COUNT
063800     ELSE
063900         SET WS-AUDIT-WAS-READ TO TRUE
064000         PERFORM UNTIL WS-AUDITFILE-EOF
064100             READ AUDITFILE
064200                 AT END
064300                     SET WS-AUDITFILE-EOF TO TRUE
064400                 NOT AT END
064433                     PERFORM CHECK-REVERSED-RUN
064466                     IF NOT WS-RUN-WAS-REVERSED
064500                         PERFORM PROCESS-AUDIT-RECORD
064550                     END-IF
064600             END-READ
064700         END-PERFORM
064800         CLOSE AUDITFILE
064900     END-IF.
064901*
064902*------------
064903* Read the audit trail once ahead of the ranking pass,
064904* NOTING THE REQUEST AND RUN STAMP OF EVERY REVERSING
064905* RECORD FIZBCK HAS APPENDED
064906*------------
064907 LOAD-REVERSED-RUNS.
064908     MOVE 0 TO WS-REVERSED-COUNT.
064909     MOVE 'N' TO WS-REVERSED-EOF-SWITCH.
064910     OPEN INPUT AUDITFILE.
064911     IF NOT WS-AUDIT-FILE-FOUND
064912         SET WS-REVERSED-SCAN-DONE TO TRUE
064913     END-IF.
064914     PERFORM UNTIL WS-REVERSED-SCAN-DONE
064915         READ AUDITFILE
064916             AT END
064917                 SET WS-REVERSED-SCAN-DONE TO TRUE
064918             NOT AT END
064919                 IF AUD-WAS-REVERSAL
064920                     PERFORM KEEP-REVERSED-RUN
064921                 END-IF
064922         END-READ
064923     END-PERFORM.
064924     IF WS-AUDIT-FILE-FOUND OR WS-AUDIT-FILE-STATUS = '10'
064925         CLOSE AUDITFILE
064926     END-IF.
064927*
064928*------------
064929* Note one reversing record's request and run stamp
064930*------------
064931 KEEP-REVERSED-RUN.
064932     IF AUD-REQUEST-SEQ NUMERIC
064933         AND AUD-RUN-DATE NUMERIC
064934         AND AUD-RUN-TIME NUMERIC
064935         IF WS-REVERSED-COUNT < 999
064936             ADD 1 TO WS-REVERSED-COUNT
064937             SET RVX TO WS-REVERSED-COUNT
064938             MOVE AUD-REQUEST-SEQ TO WS-RV-REQUEST-SEQ (RVX)
064939             COMPUTE WS-RV-STAMP (RVX) =
064940                 AUD-RUN-DATE * 100000000 + AUD-RUN-TIME
064941         ELSE
064942             DISPLAY 'FIZSLA0006W - MORE THAN 999 BACKED-OUT '
064943                 'RUNS ON THE AUDIT TRAIL - REQUEST '
064944                 AUD-REQUEST-SEQ ' RUN ' AUD-RUN-DATE
064945                 ' ' AUD-RUN-TIME ' NOT PASSED OVER'
064946         END-IF
064947     END-IF.
064948*
064949*------------
064950* Decide whether the audit record just read is a reversing
064951* RECORD, OR THE RECORD OF A RUN FIZBCK HAS BACKED OUT
064952*------------
064953 CHECK-REVERSED-RUN.
064954     MOVE 'N' TO WS-REVERSED-SWITCH.
064955     IF AUD-WAS-REVERSAL
064956         SET WS-RUN-WAS-REVERSED TO TRUE
064957     ELSE
064958         IF WS-REVERSED-COUNT > 0
064959             AND AUD-RUN-DATE NUMERIC
064960             AND AUD-RUN-TIME NUMERIC
064961             COMPUTE WS-REVERSED-STAMP =
064962                 AUD-RUN-DATE * 100000000 + AUD-RUN-TIME
064963             PERFORM VARYING RVX FROM 1 BY 1
064964                 UNTIL RVX > WS-REVERSED-COUNT
064965                 IF WS-RV-REQUEST-SEQ (RVX) = AUD-REQUEST-SEQ
064966                     AND WS-RV-STAMP (RVX) = WS-REVERSED-STAMP
064967                     SET WS-RUN-WAS-REVERSED TO TRUE
064968                 END-IF
064969             END-PERFORM
064970         END-IF
064971     END-IF.
065000*
065100*------------
065200* Note one request run's range against its night
065300*------------
065400 PROCESS-AUDIT-RECORD.
065500     IF AUD-REQUEST-SEQ NUMERIC
065600         AND AUD-REQUEST-SEQ > 0
065700         AND AUD-RUN-DATE NUMERIC
065800         AND AUD-RUN-DATE NOT < 16010101
065900         AND AUD-RUN-TIME NUMERIC
066000         AND AUD-LOWER-BOUND NUMERIC
066100         AND AUD-UPPER-BOUND NUMERIC
066200         AND AUD-UPPER-BOUND NOT < AUD-LOWER-BOUND
066300         MOVE AUD-RUN-DATE TO WS-STAMP-DATE
066400         MOVE AUD-RUN-TIME TO WS-STAMP-TIME
066500         PERFORM PLACE-STAMP-IN-NIGHT
066600         IF WS-STAMP-NIGHT NOT < WS-FIRST-NIGHT
066700             AND WS-STAMP-NIGHT NOT > WS-LAST-NIGHT
066800             MOVE AUD-REQUEST-SEQ TO WS-REQUEST-SUB
066900             COMPUTE WS-RANGE-SIZE =
067000                 AUD-UPPER-BOUND - AUD-LOWER-BOUND + 1
067100             IF WS-RG-FIRST-NIGHT (WS-REQUEST-SUB) = 0
067200                 MOVE WS-STAMP-NIGHT
067300                     TO WS-RG-FIRST-NIGHT (WS-REQUEST-SUB)
067400                 MOVE WS-RANGE-SIZE
067500                     TO WS-RG-FIRST-RANGE (WS-REQUEST-SUB)
067600             END-IF
067700             MOVE WS-STAMP-NIGHT
067800                 TO WS-RG-LAST-NIGHT (WS-REQUEST-SUB)
067900             MOVE WS-RANGE-SIZE
068000                 TO WS-RG-LAST-RANGE (WS-REQUEST-SUB)
068100         END-IF
068200     END-IF.
068300*
068400*------------
068500* Write the report title, the SLAPARM values in force and
068600* the column headings
068700*------------
068800 WRITE-REPORT-HEADINGS.
068900     MOVE SPACES TO REPORT-LINE.
069000     MOVE 'FIZBUZ BATCH WINDOW SLA REPORT' TO REPORT-LINE.
069100     WRITE REPORT-LINE.
069200     MOVE WS-RUN-DATE TO WS-EDIT-DATE.
069300     MOVE SPACES TO REPORT-LINE.
069400     STRING 'REPORT DATE               : ' DELIMITED BY SIZE
069500         WS-EDIT-DATE DELIMITED BY SIZE
069600         INTO REPORT-LINE
069700     END-STRING.
069800     WRITE REPORT-LINE.
069900     MOVE WS-WINDOW-START-SECS TO WS-FORMAT-SECONDS.
070000     PERFORM FORMAT-TIME-OF-DAY.
070100     MOVE SPACES TO REPORT-LINE.
070200     STRING 'BATCH WINDOW OPENS        : ' DELIMITED BY SIZE
070300         WS-FORMAT-CLOCK DELIMITED BY SIZE
070400         INTO REPORT-LINE
070500     END-STRING.
070600     WRITE REPORT-LINE.
070700     COMPUTE WS-FORMAT-SECONDS =
070800         WS-WINDOW-START-SECS + WS-DEADLINE-OFFSET.
070900     PERFORM FORMAT-TIME-OF-DAY.
071000     MOVE SPACES TO REPORT-LINE.
071100     STRING 'DEADLINE                  : ' DELIMITED BY SIZE
071200         WS-FORMAT-CLOCK DELIMITED BY SIZE
071300         INTO REPORT-LINE
071400     END-STRING.
071500     WRITE REPORT-LINE.
071600     MOVE WS-TREND-NIGHTS TO WS-EDIT-NIGHTS.
071700     MOVE SPACES TO REPORT-LINE.
071800     STRING 'TREND WINDOW (NIGHTS)     : ' DELIMITED BY SIZE
071900         WS-EDIT-NIGHTS DELIMITED BY SIZE
072000         '  (' DELIMITED BY SIZE
072100         WS-FIRST-NIGHT-DATE DELIMITED BY SIZE
072200         ' TO ' DELIMITED BY SIZE
072300         WS-LAST-NIGHT-DATE DELIMITED BY SIZE
072400         ')' DELIMITED BY SIZE
072500         INTO REPORT-LINE
072600     END-STRING.
072700     WRITE REPORT-LINE.
072800     MOVE WS-HORIZON-NIGHTS TO WS-EDIT-NIGHTS.
072900     MOVE SPACES TO REPORT-LINE.
073000     STRING 'BREACH HORIZON (NIGHTS)   : ' DELIMITED BY SIZE
073100         WS-EDIT-NIGHTS DELIMITED BY SIZE
073200         INTO REPORT-LINE
073300     END-STRING.
073400     WRITE REPORT-LINE.
073500     MOVE SPACES TO REPORT-LINE.
073600     WRITE REPORT-LINE.
073700     MOVE 'ELAPSED TIMES ARE HH:MM:SS AND TRENDS ARE SECONDS PER '
073800         TO REPORT-LINE.
073900     WRITE REPORT-LINE.
074000     MOVE 'NIGHT FITTED OVER THE TREND WINDOW.'
074100         TO REPORT-LINE.
074200     WRITE REPORT-LINE.
074300     MOVE SPACES TO REPORT-LINE.
074400     WRITE REPORT-LINE.
074500     MOVE WS-HEADING-LINE-1 TO REPORT-LINE.
074600     WRITE REPORT-LINE.
074700     MOVE WS-HEADING-LINE-2 TO REPORT-LINE.
074800     WRITE REPORT-LINE.
074900*
075000*------------
075100* Fit one step's trends, judge it against the deadline and
075200* write its line
075300*------------
075400 WRITE-ONE-STEP.
075500     PERFORM FIT-STEP-TREND.
075600     MOVE SPACES TO WS-DETAIL-LINE.
075700     MOVE WS-SP-JOB-NAME (WS-STEP-SUB) TO DET-JOB-NAME.
075800     MOVE WS-SP-STEP-NAME (WS-STEP-SUB) TO DET-STEP-NAME.
075900     MOVE WS-SP-PROGRAM-ID (WS-STEP-SUB) TO DET-PROGRAM-ID.
076000     MOVE WS-SP-RUNS (WS-STEP-SUB) TO DET-RUNS.
076100     MOVE WS-AVERAGE-ELAPSED TO WS-FORMAT-SECONDS.
076200     PERFORM FORMAT-ELAPSED-TIME.
076300     MOVE WS-FORMAT-ELAPSED TO DET-AVERAGE-ELAPSED.
076400     MOVE WS-SP-LAST-ELAPSED (WS-STEP-SUB) TO WS-FORMAT-SECONDS.
076500     PERFORM FORMAT-ELAPSED-TIME.
076600     MOVE WS-FORMAT-ELAPSED TO DET-LAST-ELAPSED.
076700     MOVE WS-SP-LAST-RC (WS-STEP-SUB) TO DET-LAST-RC.
076800     COMPUTE WS-FORMAT-SECONDS =
076900         WS-WINDOW-START-SECS + WS-SP-LAST-END (WS-STEP-SUB).
077000     PERFORM FORMAT-TIME-OF-DAY.
077100     MOVE WS-FORMAT-CLOCK TO DET-LAST-END.
077200     IF WS-TREND-IS-KNOWN
077300         MOVE WS-ELAPSED-SLOPE TO DET-ELAPSED-TREND
077400         MOVE WS-END-SLOPE TO DET-END-TREND
077500         COMPUTE WS-FORMAT-SECONDS =
077600             WS-WINDOW-START-SECS + WS-PROJECTED-END
077700         PERFORM FORMAT-TIME-OF-DAY
077800         MOVE WS-FORMAT-CLOCK TO DET-PROJECTED-END
077900     END-IF.
078000     EVALUATE TRUE
078100         WHEN WS-SP-LAST-END (WS-STEP-SUB) > WS-DEADLINE-OFFSET
078200             MOVE 'BREACHED' TO DET-STATUS
078300             ADD 1 TO WS-STEPS-BREACHED
078400         WHEN NOT WS-TREND-IS-KNOWN
078500             MOVE 'NO TREND YET' TO DET-STATUS
078600         WHEN WS-PROJECTED-END > WS-DEADLINE-OFFSET
078700             MOVE 'WILL BREACH' TO DET-STATUS
078800             MOVE WS-BREACH-NIGHTS TO WS-EDIT-BREACH-NIGHTS
078900             MOVE WS-EDIT-BREACH-NIGHTS TO DET-BREACH-NIGHTS
079000             ADD 1 TO WS-STEPS-AT-RISK
079100         WHEN OTHER
079200             MOVE 'OK' TO DET-STATUS
079300     END-EVALUATE.
079400     MOVE WS-DETAIL-LINE TO REPORT-LINE.
079500     WRITE REPORT-LINE.
079600*
079700*------------
079800* Least-squares lines through the step's end times and
079900* elapsed times against the night.  THE END-TIME LINE IS
080000* CARRIED OUT TO THE HORIZON, AND WHERE IT RISES THE NIGHTS
080100* LEFT UNTIL IT CROSSES THE DEADLINE ARE WORKED OUT.  ALL
080200* RUNS ON ONE NIGHT LEAVE NO TREND
080300*------------
080400 FIT-STEP-TREND.
080500     MOVE 'N' TO WS-TREND-KNOWN-SW.
080600     MOVE 0 TO WS-END-SLOPE.
080700     MOVE 0 TO WS-ELAPSED-SLOPE.
080800     MOVE 0 TO WS-BREACH-NIGHTS.
080900     COMPUTE WS-AVERAGE-ELAPSED ROUNDED =
081000         WS-SP-SUM-ELAPSED (WS-STEP-SUB)
081100         / WS-SP-RUNS (WS-STEP-SUB).
081200     MOVE WS-SP-LAST-END (WS-STEP-SUB) TO WS-PROJECTED-END.
081300     COMPUTE WS-FIT-DIVISOR =
081400         WS-SP-RUNS (WS-STEP-SUB) * WS-SP-SUM-XX (WS-STEP-SUB)
081500         - WS-SP-SUM-X (WS-STEP-SUB) * WS-SP-SUM-X (WS-STEP-SUB).
081600     IF WS-FIT-DIVISOR > 0
081700         SET WS-TREND-IS-KNOWN TO TRUE
081800         COMPUTE WS-FIT-NUMERATOR =
081900             WS-SP-RUNS (WS-STEP-SUB)
082000                 * WS-SP-SUM-X-END (WS-STEP-SUB)
082100             - WS-SP-SUM-X (WS-STEP-SUB)
082200                 * WS-SP-SUM-END (WS-STEP-SUB)
082300         COMPUTE WS-END-SLOPE ROUNDED =
082400             WS-FIT-NUMERATOR / WS-FIT-DIVISOR
082500         COMPUTE WS-FIT-NUMERATOR =
082600             WS-SP-RUNS (WS-STEP-SUB)
082700                 * WS-SP-SUM-X-ELAPSED (WS-STEP-SUB)
082800             - WS-SP-SUM-X (WS-STEP-SUB)
082900                 * WS-SP-SUM-ELAPSED (WS-STEP-SUB)
083000         COMPUTE WS-ELAPSED-SLOPE ROUNDED =
083100             WS-FIT-NUMERATOR / WS-FIT-DIVISOR
083162         COMPUTE WS-MEAN-X ROUNDED =
083224             WS-SP-SUM-X (WS-STEP-SUB) / WS-SP-RUNS (WS-STEP-SUB)
083286         COMPUTE WS-MEAN-END ROUNDED =
083348             WS-SP-SUM-END (WS-STEP-SUB)
083410             / WS-SP-RUNS (WS-STEP-SUB)
083472         COMPUTE WS-END-INTERCEPT ROUNDED =
083534             WS-MEAN-END - WS-END-SLOPE * WS-MEAN-X
083600         COMPUTE WS-FITTED-LAST-END ROUNDED =
083700             WS-END-INTERCEPT
083800             + WS-END-SLOPE * WS-SP-LAST-X (WS-STEP-SUB)
083900         COMPUTE WS-PROJECTED-END ROUNDED =
084000             WS-FITTED-LAST-END
084100             + WS-END-SLOPE * WS-HORIZON-NIGHTS
084200         IF WS-END-SLOPE > 0
084300             AND WS-PROJECTED-END > WS-DEADLINE-OFFSET
084400             IF WS-FITTED-LAST-END < WS-DEADLINE-OFFSET
084500                 COMPUTE WS-BREACH-NIGHTS =
084600                     (WS-DEADLINE-OFFSET - WS-FITTED-LAST-END)
084700                     / WS-END-SLOPE + 1
084800             ELSE
084900                 MOVE 1 TO WS-BREACH-NIGHTS
085000             END-IF
085100         END-IF
085200     END-IF.
085300*
085400*------------
085500* Rank the requests that grew by how much, biggest first,
085600* with each one's share of the total growth
085700*------------
085800 WRITE-REQUEST-RANKING.
085900     MOVE SPACES TO REPORT-LINE.
086000     WRITE REPORT-LINE.
086100     MOVE 'REQUESTS RANKED BY RANGE GROWTH OVER THE TREND WINDOW'
086200         TO REPORT-LINE.
086300     WRITE REPORT-LINE.
086400     MOVE SPACES TO REPORT-LINE.
086500     WRITE REPORT-LINE.
086600     IF NOT WS-AUDIT-WAS-READ
086700         MOVE 'AUDITFILE COULD NOT BE READ - NO RANKING.'
086800             TO REPORT-LINE
086900         WRITE REPORT-LINE
087000     ELSE
087100         MOVE 0 TO WS-TOTAL-GROWTH
087200         PERFORM VARYING WS-REQUEST-SUB FROM 1 BY 1
087300                 UNTIL WS-REQUEST-SUB > 999
087400             IF WS-RG-LAST-RANGE (WS-REQUEST-SUB)
087500                 > WS-RG-FIRST-RANGE (WS-REQUEST-SUB)
087600                 COMPUTE WS-TOTAL-GROWTH = WS-TOTAL-GROWTH
087700                     + WS-RG-LAST-RANGE (WS-REQUEST-SUB)
087800                     - WS-RG-FIRST-RANGE (WS-REQUEST-SUB)
087900             END-IF
088000         END-PERFORM
088100         IF WS-TOTAL-GROWTH = 0
088200             MOVE 'NO REQUEST GREW OVER THE TREND WINDOW.'
088300                 TO REPORT-LINE
088400             WRITE REPORT-LINE
088500         ELSE
088600             MOVE WS-RANK-HEADING-LINE TO REPORT-LINE
088700             WRITE REPORT-LINE
088800             MOVE 0 TO WS-RANK
088900             MOVE 1 TO WS-BEST-GROWTH
089000             PERFORM RANK-NEXT-REQUEST
089100                 UNTIL WS-BEST-GROWTH = 0
089200                 OR WS-RANK = 20
089300         END-IF
089400     END-IF.
089500*
089600*------------
089700* Find the unranked request that grew most and write its
089800* line
089900*------------
090000 RANK-NEXT-REQUEST.
090100     MOVE 0 TO WS-BEST-GROWTH.
090200     MOVE 0 TO WS-BEST-SUB.
090300     PERFORM VARYING WS-REQUEST-SUB FROM 1 BY 1
090400             UNTIL WS-REQUEST-SUB > 999
090500         COMPUTE WS-GROWTH =
090600             WS-RG-LAST-RANGE (WS-REQUEST-SUB)
090700             - WS-RG-FIRST-RANGE (WS-REQUEST-SUB)
090800         IF WS-RG-RANKED-IND (WS-REQUEST-SUB) = 'N'
090900             AND WS-GROWTH > WS-BEST-GROWTH
091000             MOVE WS-GROWTH TO WS-BEST-GROWTH
091100             MOVE WS-REQUEST-SUB TO WS-BEST-SUB
091200         END-IF
091300     END-PERFORM.
091400     IF WS-BEST-SUB > 0
091500         ADD 1 TO WS-RANK
091600         MOVE 'Y' TO WS-RG-RANKED-IND (WS-BEST-SUB)
091700         MOVE SPACES TO WS-RANK-LINE
091800         MOVE WS-RANK TO RNK-RANK
091900         MOVE WS-BEST-SUB TO RNK-REQUEST-ID
092000         COMPUTE RNK-FIRST-NIGHT = FUNCTION DATE-OF-INTEGER
092100             (WS-RG-FIRST-NIGHT (WS-BEST-SUB))
092200         MOVE WS-RG-FIRST-RANGE (WS-BEST-SUB) TO RNK-FIRST-RANGE
092300         COMPUTE RNK-LAST-NIGHT = FUNCTION DATE-OF-INTEGER
092400             (WS-RG-LAST-NIGHT (WS-BEST-SUB))
092500         MOVE WS-RG-LAST-RANGE (WS-BEST-SUB) TO RNK-LAST-RANGE
092600         MOVE WS-BEST-GROWTH TO RNK-GROWTH
092700         COMPUTE WS-SHARE-PERCENT ROUNDED =
092800             WS-BEST-GROWTH * 100 / WS-TOTAL-GROWTH
092900         MOVE WS-SHARE-PERCENT TO RNK-SHARE-PERCENT
093000         MOVE WS-RANK-LINE TO REPORT-LINE
093100         WRITE REPORT-LINE
093200     END-IF.
093300*
093400*------------
093500* Write the counts and the verdict
093600*------------
093700 WRITE-REPORT-SUMMARY.
093800     MOVE SPACES TO REPORT-LINE.
093900     WRITE REPORT-LINE.
094000     MOVE WS-STATS-READ TO WS-EDIT-COUNT.
094100     MOVE SPACES TO REPORT-LINE.
094200     STRING 'STATISTICS RECORDS READ   : ' DELIMITED BY SIZE
094300         WS-EDIT-COUNT DELIMITED BY SIZE
094400         INTO REPORT-LINE
094500     END-STRING.
094600     WRITE REPORT-LINE.
094700     MOVE WS-STATS-IN-WINDOW TO WS-EDIT-COUNT.
094800     MOVE SPACES TO REPORT-LINE.
094900     STRING 'IN THE TREND WINDOW       : ' DELIMITED BY SIZE
095000         WS-EDIT-COUNT DELIMITED BY SIZE
095100         INTO REPORT-LINE
095200     END-STRING.
095300     WRITE REPORT-LINE.
095400     MOVE WS-STATS-UNUSABLE TO WS-EDIT-COUNT.
095500     MOVE SPACES TO REPORT-LINE.
095600     STRING 'UNUSABLE (BAD TIMES)      : ' DELIMITED BY SIZE
095700         WS-EDIT-COUNT DELIMITED BY SIZE
095800         INTO REPORT-LINE
095900     END-STRING.
096000     WRITE REPORT-LINE.
096100     MOVE WS-STEP-COUNT TO WS-EDIT-COUNT.
096200     MOVE SPACES TO REPORT-LINE.
096300     STRING 'JOB STEPS REPORTED        : ' DELIMITED BY SIZE
096400         WS-EDIT-COUNT DELIMITED BY SIZE
096500         INTO REPORT-LINE
096600     END-STRING.
096700     WRITE REPORT-LINE.
096800     MOVE WS-STEPS-BREACHED TO WS-EDIT-COUNT.
096900     MOVE SPACES TO REPORT-LINE.
097000     STRING 'STEPS BREACHED            : ' DELIMITED BY SIZE
097100         WS-EDIT-COUNT DELIMITED BY SIZE
097200         INTO REPORT-LINE
097300     END-STRING.
097400     WRITE REPORT-LINE.
097500     MOVE WS-STEPS-AT-RISK TO WS-EDIT-COUNT.
097600     MOVE SPACES TO REPORT-LINE.
097700     STRING 'STEPS THAT WILL BREACH    : ' DELIMITED BY SIZE
097800         WS-EDIT-COUNT DELIMITED BY SIZE
097900         INTO REPORT-LINE
098000     END-STRING.
098100     WRITE REPORT-LINE.
098200     MOVE SPACES TO REPORT-LINE.
098300     WRITE REPORT-LINE.
098400     EVALUATE TRUE
098500         WHEN WS-STEPS-BREACHED > 0
098600             MOVE '** A STEP HAS ENDED AFTER THE DEADLINE - SEE '
098700                 TO REPORT-LINE
098800             WRITE REPORT-LINE
098900             MOVE '   THE STEP LINES AND GROWTH RANKING ABOVE **'
099000                 TO REPORT-LINE
099100         WHEN WS-STEPS-AT-RISK > 0
099200             MOVE '** A STEP WILL BREACH THE DEADLINE WITHIN THE '
099300                 TO REPORT-LINE
099400             WRITE REPORT-LINE
099500             MOVE '   HORIZON - SEE THE GROWTH RANKING ABOVE **'
099600                 TO REPORT-LINE
099700         WHEN WS-WARNING-COUNT > 0
099800             MOVE '** REPORT WRITTEN WITH WARNINGS - SEE THE '
099900                 TO REPORT-LINE
100000             WRITE REPORT-LINE
100100             MOVE '   JOB LOG **' TO REPORT-LINE
100200         WHEN OTHER
100300             MOVE 'EVERY STEP IS INSIDE THE BATCH WINDOW.'
100400                 TO REPORT-LINE
100500     END-EVALUATE.
100600     WRITE REPORT-LINE.
100700     DISPLAY REPORT-LINE.
100800*
100900*------------
101000* Show WS-FORMAT-SECONDS as HH:MM:SS
101100*------------
101200 FORMAT-ELAPSED-TIME.
101300     IF WS-FORMAT-SECONDS < 0
101400         MOVE 0 TO WS-FORMAT-SECONDS
101500     END-IF.
101600     DIVIDE WS-FORMAT-SECONDS BY 3600
101700         GIVING WS-FORMAT-REMAINDER
101800         REMAINDER WS-FORMAT-SECONDS.
101900     MOVE WS-FORMAT-REMAINDER TO WS-FE-HH.
102000     DIVIDE WS-FORMAT-SECONDS BY 60
102100         GIVING WS-FE-MM
102200         REMAINDER WS-FE-SS.
102300*
102400*------------
102500* Show the seconds after midnight in WS-FORMAT-SECONDS as an
102600* HH:MM time of day - a time past midnight the next day
102700* shows as that day's clock time
102800*------------
102900 FORMAT-TIME-OF-DAY.
103000     IF WS-FORMAT-SECONDS < 0
103100         MOVE 0 TO WS-FORMAT-SECONDS
103200     END-IF.
103300     DIVIDE WS-FORMAT-SECONDS BY 86400
103400         GIVING WS-FORMAT-REMAINDER
103500         REMAINDER WS-FORMAT-SECONDS.
103600     DIVIDE WS-FORMAT-SECONDS BY 3600
103700         GIVING WS-FC-HH
103800         REMAINDER WS-FORMAT-SECONDS.
103900     DIVIDE WS-FORMAT-SECONDS BY 60
104000         GIVING WS-FC-MM.

000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    FIZCHG.
000300 AUTHOR.        R A KOWALSKI.
000400 INSTALLATION.  BATCH PRODUCTION SUPPORT.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*
000800************************************************************
000900*                                                          *
001000* FIZCHG  -  MONTH-END DEPARTMENT USAGE AND CHARGEBACK      *
001100*                                                          *
001200* FINANCE BILLS EACH DEPARTMENT FOR ITS SHARE OF THE        *
001300* NIGHTLY FIZBUZ RUN.  THIS PROGRAM, RUN BY THE MONTH-END   *
001400* FIZCHG JOB, TOTALS ONE BILLING MONTH (CHGPARM CARD,       *
001500* BLANK = LAST MONTH) FROM THE AUDIT TRAIL - ONE AUDITREC   *
001600* PER REQUEST PER RUN - AND WRITES ONE USAGE LINE PER       *
001700* DEPARTMENT NAMED ON THE REQREG REGISTRY:                  *
001800*                                                          *
001900*   RUNS        - AUDIT RECORDS FOR THE MONTH               *
002000*   RUN DAYS    - DISTINCT RUN DATES, SUMMED OVER THE       *
002100*                 DEPARTMENT'S REQUESTS                     *
002200*   RESTARTS    - RUNS WITH THE RESTARTED INDICATOR SET     *
002300*   FULL/DELTA  - RUNS BY AUD-RUN-MODE                      *
002400*   ITERATIONS  - SUM OF AUD-GRAND-TOTAL                    *
002500*   SHIPPED     - SUM OF AUD-GRAND-TOTAL OVER THE RUNS      *
002600*                 WHOSE NIGHT'S FIZZOUT WENT TO THE DATA    *
002700*                 WAREHOUSE - A NIGHT COUNTS AS SHIPPED     *
002800*                 WHEN XMITCTL HOLDS AN EXTRACT STAMPED     *
002900*                 AFTER THAT NIGHT'S FIZBUZ RUN AND BEFORE  *
003000*                 THE NEXT ONE THAT THE WAREHOUSE HAS NOT   *
003100*                 REJECTED (STATUS 'F').                    *
003200*                                                          *
003300* AUDPRG MOVES OLD AUDIT RECORDS TO THE AUDARCH ARCHIVE     *
003400* (DD ARCHFILE).  WHEN THE OLDEST RECORD LEFT ON AUDITFILE  *
003500* IS LATER THAN THE FIRST OF THE BILLING MONTH THE ARCHIVE  *
003600* IS READ AS WELL, AHEAD OF AUDITFILE, SO A PURGED MONTH    *
003700* BILLS THE SAME AS ONE STILL ON THE OPERATIONS COPY.       *
003800* REQUESTS RETIRED SINCE THEY RAN ARE STILL BILLED UNDER    *
003900* THEIR DEPARTMENT.  THE AUDIT TRAIL IS READ TWICE - ONCE   *
004000* TO ESTABLISH THE MONTH'S NIGHTS SO XMITCTL CAN BE         *
004100* MATCHED TO THEM, THEN TO TALLY - SO NO TABLE OF           *
004200* INDIVIDUAL RUNS IS NEEDED.                                *
004300*                                                          *
004400* THE CHGFILE INTERFACE (COPYBOOK CHGREC) CARRIES A HEADER, *
004500* ONE DETAIL PER DEPARTMENT AND A TRAILER OF CONTROL        *
004600* TOTALS FOR THE LEDGER LOAD; CHGRPT IS THE PRINTED USAGE   *
004700* REPORT OF THE SAME FIGURES.                               *
004710* THE FIZCHG JOB COPIES CHGFILE INTO A NEW CHARGEBACK       *
004720* GENERATION ONLY WHEN THIS PROGRAM ENDS RETURN-CODE 4 OR   *
004730* LESS, SO A RETURN-CODE 16 EXIT, WHICH NEVER OPENS         *
004740* CHGFILE, LEAVES NO GENERATION BEHIND.                     *
004800*                                                          *
004900* RETURN-CODE 0  - FILES WRITTEN.                           *
005000* RETURN-CODE 4  - FILES WRITTEN, BUT AN ID WAS NOT ON      *
005100*                  THE REGISTRY, THE ARCHIVE WAS NEEDED     *
005200*                  AND COULD NOT BE READ, OR XMITCTL COULD  *
005300*                  NOT BE READ (SHIPPED COUNTS ARE ZERO).   *
005400* RETURN-CODE 16 - BAD BILLING MONTH, OR AUDITFILE OR       *
005500*                  REQREG COULD NOT BE READ - NOTHING       *
005600*                  WRITTEN FOR FINANCE.                     *
005700*                                                          *
005800* MODIFICATION HISTORY                                     *
005900*   2026-10-15  RAK  ORIGINAL PROGRAM.                      *
005914*   2026-10-15  RAK  RUNS FIZBCK HAS BACKED OUT, AND THEIR  *
005928*                    REVERSING AUDIT RECORDS (AUD-WAS-      *
005942*                    REVERSAL), ARE NO LONGER BILLED.  THE  *
005956*                    ARCHIVE AND THE AUDIT TRAIL ARE READ   *
005970*                    ONCE MORE, AHEAD OF THE TWO PASSES, TO *
005984*                    FIND THEM.                             *
006000*                                                          *
006100************************************************************
006200*
006300 ENVIRONMENT DIVISION.
006400 INPUT-OUTPUT SECTION.
006500 FILE-CONTROL.
006600     SELECT CHGPARM ASSIGN TO "CHGPARM"
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS WS-PARM-FILE-STATUS.
006900     SELECT AUDITFILE ASSIGN TO "AUDITFILE"
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS WS-AUDIT-FILE-STATUS.
007200     SELECT ARCHFILE ASSIGN TO "ARCHFILE"
007300         ORGANIZATION IS LINE SEQUENTIAL
007400         FILE STATUS IS WS-ARCH-FILE-STATUS.
007500     SELECT XMITCTL ASSIGN TO "XMITCTL"
007600         ORGANIZATION IS INDEXED
007700         ACCESS MODE IS DYNAMIC
007800         RECORD KEY IS XC-EXTRACT-KEY
007900         FILE STATUS IS WS-XMIT-FILE-STATUS.
008000     SELECT REQREG ASSIGN TO "REQREG"
008100         ORGANIZATION IS INDEXED
008200         ACCESS MODE IS DYNAMIC
008300         RECORD KEY IS RR-REQUEST-ID
008400         FILE STATUS IS WS-REG-FILE-STATUS.
008500     SELECT CHGFILE ASSIGN TO "CHGFILE"
008600         ORGANIZATION IS LINE SEQUENTIAL.
008700     SELECT CHGRPT ASSIGN TO "CHGRPT"
008800         ORGANIZATION IS LINE SEQUENTIAL.
008900*
009000 DATA DIVISION.
009100 FILE SECTION.
009200 FD  CHGPARM
009300     RECORDING MODE IS F.
009400 COPY CHGPARM.
009500 FD  AUDITFILE
009600     RECORDING MODE IS F.
009700 COPY AUDITREC.
009800 FD  ARCHFILE
009900     RECORDING MODE IS F.
010000 01  ARCHIVE-RECORD              PIC X(146).
010100 FD  XMITCTL.
010200 COPY XMITREC.
010300 FD  REQREG.
010400 COPY REQREC.
010500 FD  CHGFILE
010600     RECORDING MODE IS F.
010700 COPY CHGREC.
010800 FD  CHGRPT
010900     RECORDING MODE IS F.
011000 01  REPORT-LINE                 PIC X(80).
011100*
011200 WORKING-STORAGE SECTION.
011300 01  WS-PARM-FILE-STATUS          PIC X(02) VALUE '00'.
011400     88  WS-PARM-FILE-FOUND           VALUE '00'.
011500 01  WS-AUDIT-FILE-STATUS         PIC X(02) VALUE '00'.
011600     88  WS-AUDIT-FILE-FOUND          VALUE '00'.
011700 01  WS-ARCH-FILE-STATUS          PIC X(02) VALUE '00'.
011800     88  WS-ARCH-FILE-FOUND           VALUE '00'.
011900 01  WS-XMIT-FILE-STATUS          PIC X(02) VALUE '00'.
012000     88  WS-XMIT-FILE-OK              VALUE '00'.
012100 01  WS-REG-FILE-STATUS           PIC X(02) VALUE '00'.
012200     88  WS-REG-FILE-OK               VALUE '00'.
012300 01  WS-PARM-EOF-SWITCH           PIC X(01) VALUE 'N'.
012400     88  WS-CHGPARM-EOF               VALUE 'Y'.
012500 01  WS-AUDIT-EOF-SWITCH          PIC X(01) VALUE 'N'.
012600     88  WS-AUDITFILE-EOF             VALUE 'Y'.
012700 01  WS-ARCH-EOF-SWITCH           PIC X(01) VALUE 'N'.
012800     88  WS-ARCHFILE-EOF              VALUE 'Y'.
012900 01  WS-XMIT-SCAN-SWITCH          PIC X(01) VALUE 'N'.
013000     88  WS-EXTRACT-SCAN-DONE         VALUE 'Y'.
013100 01  WS-PARMS-VALID-SWITCH        PIC X(01) VALUE 'Y'.
013200     88  WS-PARMS-ARE-VALID           VALUE 'Y'.
013300 01  WS-TRAIL-READABLE-SW         PIC X(01) VALUE 'Y'.
013400     88  WS-TRAIL-IS-READABLE         VALUE 'Y'.
013500 01  WS-ARCHIVE-READ-SW           PIC X(01) VALUE 'N'.
013600     88  WS-ARCHIVE-WAS-READ          VALUE 'Y'.
013700 01  WS-XMIT-READ-SW              PIC X(01) VALUE 'N'.
013800     88  WS-XMITCTL-WAS-READ          VALUE 'Y'.
013900 01  WS-NIGHT-FOUND-SW            PIC X(01) VALUE 'N'.
014000     88  WS-NIGHT-WAS-SHIPPED         VALUE 'Y'.
014100*
014200* Which pass over the audit trail is running - the first
014300* establishes the month's nights, the second tallies usage
014400 01  WS-PASS-NUMBER               PIC 9(01) VALUE 1.
014500     88  WS-PASS-IS-NIGHTS            VALUE 1.
014600     88  WS-PASS-IS-TALLY             VALUE 2.
014700*
014800 01  WS-RUN-DATE                  PIC 9(8) VALUE 0.
014900 01  WS-RUN-TIME                  PIC 9(8) VALUE 0.
015000 01  WS-RUN-MONTH                 PIC 9(6) VALUE 0.
015100 01  WS-BILLING-MONTH             PIC 9(6) VALUE 0.
015200 01  WS-BILLING-YEAR              PIC 9(4) VALUE 0.
015300 01  WS-BILLING-MM                PIC 9(2) VALUE 0.
015400 01  WS-MONTH-FIRST-DATE          PIC 9(8) VALUE 0.
015500 01  WS-RECORD-MONTH              PIC 9(6) VALUE 0.
015600 01  WS-RECORD-STAMP              PIC 9(16) VALUE 0.
015700 01  WS-EXTRACT-STAMP             PIC 9(16) VALUE 0.
015800 01  WS-NIGHT-LOW-STAMP           PIC 9(16) VALUE 0.
015900 01  WS-NIGHT-HIGH-STAMP          PIC 9(16) VALUE 0.
016000* First FIZBUZ run after the billing month, which closes the
016100* window in which the month's last night could have shipped
016200 01  WS-BOUNDARY-STAMP            PIC 9(16)
016300                                   VALUE 9999999999999999.
016400 01  WS-HELD-AUDIT-RECORD         PIC X(146) VALUE SPACES.
016500 01  WS-WARNING-COUNT             PIC 9(9) COMP VALUE 0.
016600*
016700* The billing month's FIZBUZ nights in run order, each with
016800* whether its extract reached the warehouse
016900 01  WS-NIGHT-COUNT               PIC 9(3) COMP VALUE 0.
017000 01  WS-NIGHT-SUB                 PIC 9(3) COMP VALUE 0.
017100 01  WS-NIGHT-TABLE.
017200     05  WS-NT-ENTRY OCCURS 400 TIMES INDEXED BY NTX.
017300         10  WS-NT-STAMP         PIC 9(16) COMP.
017400         10  WS-NT-SHIPPED-IND   PIC X(01).
017406*
017412* Runs FIZBCK has backed out - the request and run stamp of
017418* EVERY REVERSING AUDIT RECORD (AUD-WAS-REVERSAL).  NEITHER
017424* THE REVERSAL NOR THE RUN IT REVERSES IS BILLED
017430 01  WS-REVERSED-EOF-SWITCH       PIC X(01) VALUE 'N'.
017436     88  WS-REVERSED-SCAN-DONE        VALUE 'Y'.
017442 01  WS-REVERSED-SWITCH           PIC X(01) VALUE 'N'.
017448     88  WS-RUN-WAS-REVERSED          VALUE 'Y'.
017454 01  WS-REVERSED-COUNT            PIC 9(4) COMP VALUE 0.
017460 01  WS-REVERSED-STAMP            PIC 9(16) COMP VALUE 0.
017466 01  WS-REVERSED-TABLE.
017472     05  WS-RV-ENTRY OCCURS 999 TIMES INDEXED BY RVX.
017478         10  WS-RV-REQUEST-SEQ   PIC 9(3).
017484         10  WS-RV-STAMP         PIC 9(16) COMP.
017500*
017600* Each request's usage for the month, indexed by the
017700* request id
017800 01  WS-REQUEST-TABLE.
017900     05  WS-RQ-ENTRY OCCURS 999 TIMES INDEXED BY RQX.
018000         10  WS-RQ-RUN-COUNT     PIC 9(5) COMP.
018100         10  WS-RQ-RUN-DAYS      PIC 9(5) COMP.
018200         10  WS-RQ-RESTART-COUNT PIC 9(5) COMP.
018300         10  WS-RQ-FULL-COUNT    PIC 9(5) COMP.
018400         10  WS-RQ-DELTA-COUNT   PIC 9(5) COMP.
018500         10  WS-RQ-ITERATIONS    PIC 9(13) COMP.
018600         10  WS-RQ-SHIPPED       PIC 9(13) COMP.
018700         10  WS-RQ-LAST-DATE     PIC 9(8) COMP.
018800*
018900* Each department's usage, in the order its first request
019000* id appears on the registry
019100 01  WS-DEPT-COUNT                PIC 9(3) COMP VALUE 0.
019200 01  WS-DEPT-SUB                  PIC 9(3) COMP VALUE 0.
019300 01  WS-DEPARTMENT-TABLE.
019400     05  WS-DP-ENTRY OCCURS 999 TIMES.
019500         10  WS-DP-NAME          PIC X(20).
019600         10  WS-DP-REQUEST-COUNT PIC 9(3) COMP.
019700         10  WS-DP-RUN-COUNT     PIC 9(5) COMP.
019800         10  WS-DP-RUN-DAYS      PIC 9(5) COMP.
019900         10  WS-DP-RESTART-COUNT PIC 9(5) COMP.
020000         10  WS-DP-FULL-COUNT    PIC 9(5) COMP.
020100         10  WS-DP-DELTA-COUNT   PIC 9(5) COMP.
020200         10  WS-DP-ITERATIONS    PIC 9(13) COMP.
020300         10  WS-DP-SHIPPED       PIC 9(13) COMP.
020400         10  WS-DP-RETIRED-IND   PIC X(01).
020500*
020600 01  WS-REQUEST-SUB               PIC 9(3) COMP VALUE 0.
020700 01  WS-DEPARTMENT-NAME           PIC X(20) VALUE SPACES.
020800 01  WS-REQUEST-RETIRED-SW        PIC X(01) VALUE 'N'.
020900     88  WS-REQUEST-IS-RETIRED        VALUE 'Y'.
021000*
021100 01  WS-TOTAL-RUNS                PIC 9(9) COMP VALUE 0.
021200 01  WS-TOTAL-RESTARTS            PIC 9(9) COMP VALUE 0.
021300 01  WS-TOTAL-ITERATIONS          PIC 9(15) COMP VALUE 0.
021400 01  WS-TOTAL-SHIPPED             PIC 9(15) COMP VALUE 0.
021500 01  WS-DETAIL-RECORDS            PIC 9(9) COMP VALUE 0.
021600 01  WS-SHIPPED-NIGHTS            PIC 9(3) COMP VALUE 0.
021700*
021800* One usage line per department
021900 01  WS-DETAIL-LINE.
022000     05  DET-DEPARTMENT          PIC X(20).
022100     05  FILLER                  PIC X(01) VALUE SPACE.
022200     05  DET-RUN-COUNT           PIC ZZZZ9.
022300     05  FILLER                  PIC X(01) VALUE SPACE.
022400     05  DET-RUN-DAYS            PIC ZZZZ9.
022500     05  FILLER                  PIC X(01) VALUE SPACE.
022600     05  DET-RESTART-COUNT       PIC ZZZZ9.
022700     05  FILLER                  PIC X(01) VALUE SPACE.
022800     05  DET-FULL-COUNT          PIC ZZZZ9.
022900     05  FILLER                  PIC X(01) VALUE SPACE.
023000     05  DET-DELTA-COUNT         PIC ZZZZ9.
023100     05  FILLER                  PIC X(01) VALUE SPACE.
023200     05  DET-ITERATIONS          PIC ZZZZZZZZZZ9.
023300     05  FILLER                  PIC X(01) VALUE SPACE.
023400     05  DET-SHIPPED             PIC ZZZZZZZZZZ9.
023500     05  FILLER                  PIC X(01) VALUE SPACE.
023600     05  DET-RETIRED-IND         PIC X(01).
023700*
023800 01  WS-HEADING-LINE.
023900     05  FILLER                  PIC X(20) VALUE 'DEPARTMENT'.
024000     05  FILLER                  PIC X(01) VALUE SPACE.
024100     05  FILLER                  PIC X(05) VALUE ' RUNS'.
024200     05  FILLER                  PIC X(01) VALUE SPACE.
024300     05  FILLER                  PIC X(05) VALUE ' DAYS'.
024400     05  FILLER                  PIC X(01) VALUE SPACE.
024500     05  FILLER                  PIC X(05) VALUE 'RSTRT'.
024600     05  FILLER                  PIC X(01) VALUE SPACE.
024700     05  FILLER                  PIC X(05) VALUE ' FULL'.
024800     05  FILLER                  PIC X(01) VALUE SPACE.
024900     05  FILLER                  PIC X(05) VALUE 'DELTA'.
025000     05  FILLER                  PIC X(01) VALUE SPACE.
025100     05  FILLER                  PIC X(11) VALUE ' ITERATIONS'.
025200     05  FILLER                  PIC X(01) VALUE SPACE.
025300     05  FILLER                  PIC X(11) VALUE '    SHIPPED'.
025400     05  FILLER                  PIC X(01) VALUE SPACE.
025500     05  FILLER                  PIC X(01) VALUE 'R'.
025600*
025700* Edited (DISPLAY usage) copies of the COMP counters, needed
025800* because STRING cannot take a binary item directly
025900 01  WS-EDIT-BILLING-MONTH        PIC 9(06).
026000 01  WS-EDIT-REQUEST-ID           PIC 9(03).
026100 01  WS-EDIT-COUNT                PIC ZZZZZZZZ9.
026200 01  WS-EDIT-TOTAL                PIC ZZZZZZZZZZZZZZ9.
026300*
026400 PROCEDURE DIVISION.
026500*------------
026600* Primary function - settle the billing month, read the
026700* audit trail twice around the XMITCTL match, roll the
026800* requests up by department and write the interface file
026900* and the usage report
027000*------------
027100 PRODUCE-CHARGEBACK.
027200     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
027300     ACCEPT WS-RUN-TIME FROM TIME.
027400     PERFORM READ-BILLING-CARD.
027500     PERFORM VALIDATE-BILLING-CARD.
027600     IF NOT WS-PARMS-ARE-VALID
027700         MOVE 16 TO RETURN-CODE
027800         GOBACK
027900     END-IF.
028000     PERFORM INITIALIZE-USAGE-TABLES.
028050     PERFORM LOAD-REVERSED-RUNS.
028100     SET WS-PASS-IS-NIGHTS TO TRUE.
028200     PERFORM PASS-OVER-AUDIT-TRAIL.
028300     IF NOT WS-TRAIL-IS-READABLE
028400         MOVE 16 TO RETURN-CODE
028500         GOBACK
028600     END-IF.
028700     PERFORM MARK-SHIPPED-NIGHTS.
028800     SET WS-PASS-IS-TALLY TO TRUE.
028900     PERFORM PASS-OVER-AUDIT-TRAIL.
029000     IF NOT WS-TRAIL-IS-READABLE
029100         MOVE 16 TO RETURN-CODE
029200         GOBACK
029300     END-IF.
029400     PERFORM CONSOLIDATE-DEPARTMENTS.
029500     IF NOT WS-REG-FILE-OK
029600         MOVE 16 TO RETURN-CODE
029700         GOBACK
029800     END-IF.
029900     OPEN OUTPUT CHGFILE.
030000     OPEN OUTPUT CHGRPT.
030100     PERFORM WRITE-CHARGEBACK-HEADER.
030200     PERFORM WRITE-REPORT-HEADINGS.
030300     PERFORM WRITE-ONE-DEPARTMENT
030400         VARYING WS-DEPT-SUB FROM 1 BY 1
030500         UNTIL WS-DEPT-SUB > WS-DEPT-COUNT.
030600     PERFORM WRITE-CHARGEBACK-TRAILER.
030700     PERFORM WRITE-REPORT-SUMMARY.
030800     CLOSE CHGFILE.
030900     CLOSE CHGRPT.
031000     IF WS-WARNING-COUNT > 0
031100         MOVE 4 TO RETURN-CODE
031200     END-IF.
031300     GOBACK.
031400*
031500*------------
031600* Read the one billing-month parameter card
031700*------------
031800 READ-BILLING-CARD.
031900     OPEN INPUT CHGPARM.
032000     IF WS-PARM-FILE-FOUND
032100         READ CHGPARM
032200             AT END
032300                 SET WS-CHGPARM-EOF TO TRUE
032400         END-READ
032500         CLOSE CHGPARM
032600     ELSE
032700         SET WS-CHGPARM-EOF TO TRUE
032800     END-IF.
032900*
033000*------------
033100* A blank month bills the calendar month before the run
033200* date.  A KEYED MONTH MUST BE A REAL MONTH NO LATER THAN
033300* THE CURRENT ONE - A MONTH-TO-DATE RUN IS ALLOWED FOR
033400* FINANCE'S ACCRUALS
033500*------------
033600 VALIDATE-BILLING-CARD.
033700     COMPUTE WS-RUN-MONTH = WS-RUN-DATE / 100.
033800     IF WS-CHGPARM-EOF
033900         DISPLAY 'FIZCHG0001E - CHGPARM CARD COULD NOT BE '
034000             'READ - NOTHING BILLED'
034100         SET WS-PARMS-VALID-SWITCH TO 'N'
034200     ELSE
034300         IF CG-BILLING-MONTH-RAW = SPACES
034400             PERFORM DEFAULT-BILLING-MONTH
034500         ELSE
034600             IF CG-BILLING-MONTH NOT NUMERIC
034700                 DISPLAY 'FIZCHG0002E - BILLING MONTH MUST BE '
034800                     'YYYYMM OR BLANK - NOTHING BILLED'
034900                 SET WS-PARMS-VALID-SWITCH TO 'N'
035000             ELSE
035100                 MOVE CG-BILLING-MONTH TO WS-BILLING-MONTH
035200             END-IF
035300         END-IF
035400     END-IF.
035500     IF WS-PARMS-ARE-VALID
035600         DIVIDE WS-BILLING-MONTH BY 100
035700             GIVING WS-BILLING-YEAR
035800             REMAINDER WS-BILLING-MM
035900         IF WS-BILLING-MM < 1 OR WS-BILLING-MM > 12
036000             OR WS-BILLING-YEAR < 1900
036100             OR WS-BILLING-MONTH > WS-RUN-MONTH
036200             DISPLAY 'FIZCHG0002E - BILLING MONTH MUST BE '
036300                 'YYYYMM OR BLANK - NOTHING BILLED'
036400             SET WS-PARMS-VALID-SWITCH TO 'N'
036500         ELSE
036600             COMPUTE WS-MONTH-FIRST-DATE =
036700                 WS-BILLING-MONTH * 100 + 1
036800         END-IF
036900     END-IF.
037000*
037100*------------
037200* The month before the run date's month
037300*------------
037400 DEFAULT-BILLING-MONTH.
037500     DIVIDE WS-RUN-MONTH BY 100
037600         GIVING WS-BILLING-YEAR
037700         REMAINDER WS-BILLING-MM.
037800     IF WS-BILLING-MM = 1
037900         SUBTRACT 1 FROM WS-BILLING-YEAR
038000         MOVE 12 TO WS-BILLING-MM
038100     ELSE
038200         SUBTRACT 1 FROM WS-BILLING-MM
038300     END-IF.
038400     COMPUTE WS-BILLING-MONTH =
038500         WS-BILLING-YEAR * 100 + WS-BILLING-MM.
038600*
038700*------------
038800* Clear the night, request and department tables
038900*------------
039000 INITIALIZE-USAGE-TABLES.
039100     PERFORM VARYING NTX FROM 1 BY 1 UNTIL NTX > 400
039200         MOVE 0 TO WS-NT-STAMP (NTX)
039300         MOVE 'N' TO WS-NT-SHIPPED-IND (NTX)
039400     END-PERFORM.
039500     PERFORM VARYING RQX FROM 1 BY 1 UNTIL RQX > 999
039600         MOVE 0 TO WS-RQ-RUN-COUNT (RQX)
039700         MOVE 0 TO WS-RQ-RUN-DAYS (RQX)
039800         MOVE 0 TO WS-RQ-RESTART-COUNT (RQX)
039900         MOVE 0 TO WS-RQ-FULL-COUNT (RQX)
040000         MOVE 0 TO WS-RQ-DELTA-COUNT (RQX)
040100         MOVE 0 TO WS-RQ-ITERATIONS (RQX)
040200         MOVE 0 TO WS-RQ-SHIPPED (RQX)
040300         MOVE 0 TO WS-RQ-LAST-DATE (RQX)
040400     END-PERFORM.
040500*
040600*------------
040700* One pass over the audit trail in run order.  THE FIRST
040800* AUDITFILE RECORD DECIDES WHETHER THE BILLING MONTH REACHES
040900* BACK INTO THE ARCHIVE; IF IT DOES THE ARCHIVE IS PASSED
041000* FIRST, WITH THAT RECORD HELD ASIDE, SO BOTH PASSES SEE
041100* THE MONTH'S RUNS IN THE ORDER THEY RAN.  AN AUDITFILE
041200* THAT CANNOT BE OPENED STOPS THE RUN
041300*------------
041400 PASS-OVER-AUDIT-TRAIL.
041500     MOVE 'N' TO WS-AUDIT-EOF-SWITCH.
041600     OPEN INPUT AUDITFILE.
041700     IF NOT WS-AUDIT-FILE-FOUND
041800         DISPLAY 'FIZCHG0003E - AUDITFILE COULD NOT BE OPENED '
041900             '(FILE STATUS ' WS-AUDIT-FILE-STATUS ') - '
042000             'NOTHING BILLED'
042100         SET WS-TRAIL-READABLE-SW TO 'N'
042200     ELSE
042300         READ AUDITFILE
042400             AT END
042500                 SET WS-AUDITFILE-EOF TO TRUE
042600         END-READ
042700         IF WS-AUDITFILE-EOF
042800             OR AUD-RUN-DATE NOT NUMERIC
042900             OR AUD-RUN-DATE > WS-MONTH-FIRST-DATE
043000             MOVE AUDITREC-RECORD TO WS-HELD-AUDIT-RECORD
043100             PERFORM PASS-OVER-ARCHIVE
043200             MOVE WS-HELD-AUDIT-RECORD TO AUDITREC-RECORD
043300         END-IF
043400         PERFORM UNTIL WS-AUDITFILE-EOF
043500             PERFORM PROCESS-TRAIL-RECORD
043600             READ AUDITFILE
043700                 AT END
043800                     SET WS-AUDITFILE-EOF TO TRUE
043900             END-READ
044000         END-PERFORM
044100         CLOSE AUDITFILE
044200     END-IF.
044300*
044400*------------
044500* Pass the archived audit records ahead of AUDITFILE's.  A
044600* MISSING ARCHIVE IS WARNED ON THE FIRST PASS ONLY - THE
044700* MONTH IS BILLED FROM WHAT AUDITFILE STILL HOLDS
044800*------------
044900 PASS-OVER-ARCHIVE.
045000     MOVE 'N' TO WS-ARCH-EOF-SWITCH.
045100     OPEN INPUT ARCHFILE.
045200     IF NOT WS-ARCH-FILE-FOUND
045300         IF WS-PASS-IS-NIGHTS
045400             DISPLAY 'FIZCHG0004W - ARCHFILE COULD NOT BE '
045500                 'OPENED (FILE STATUS ' WS-ARCH-FILE-STATUS
045600                 ') - PURGED RUNS FOR THE MONTH NOT BILLED'
045700             ADD 1 TO WS-WARNING-COUNT
045800         END-IF
045900     ELSE
046000         SET WS-ARCHIVE-WAS-READ TO TRUE
046100         PERFORM UNTIL WS-ARCHFILE-EOF
046200             READ ARCHFILE
046300                 AT END
046400                     SET WS-ARCHFILE-EOF TO TRUE
046500                 NOT AT END
046600                     MOVE ARCHIVE-RECORD TO AUDITREC-RECORD
046700                     PERFORM PROCESS-TRAIL-RECORD
046800             END-READ
046900         END-PERFORM
047000         CLOSE ARCHFILE
047100     END-IF.
047101*
047102*------------
047103* Read the archive and the audit trail once ahead of the
047104* BILLING PASSES, NOTING THE REQUEST AND RUN STAMP OF EVERY
047105* REVERSING RECORD FIZBCK HAS APPENDED.  A FILE THAT CANNOT
047106* BE OPENED IS WARNED BY THE PASSES THEMSELVES
047107*------------
047108 LOAD-REVERSED-RUNS.
047109     MOVE 0 TO WS-REVERSED-COUNT.
047110     MOVE 'N' TO WS-REVERSED-EOF-SWITCH.
047111     OPEN INPUT ARCHFILE.
047112     IF NOT WS-ARCH-FILE-FOUND
047113         SET WS-REVERSED-SCAN-DONE TO TRUE
047114     END-IF.
047115     PERFORM UNTIL WS-REVERSED-SCAN-DONE
047116         READ ARCHFILE
047117             AT END
047118                 SET WS-REVERSED-SCAN-DONE TO TRUE
047119             NOT AT END
047120                 MOVE ARCHIVE-RECORD TO AUDITREC-RECORD
047121                 IF AUD-WAS-REVERSAL
047122                     PERFORM KEEP-REVERSED-RUN
047123                 END-IF
047124         END-READ
047125     END-PERFORM.
047126     IF WS-ARCH-FILE-FOUND OR WS-ARCH-FILE-STATUS = '10'
047127         CLOSE ARCHFILE
047128     END-IF.
047129     MOVE 'N' TO WS-REVERSED-EOF-SWITCH.
047130     OPEN INPUT AUDITFILE.
047131     IF NOT WS-AUDIT-FILE-FOUND
047132         SET WS-REVERSED-SCAN-DONE TO TRUE
047133     END-IF.
047134     PERFORM UNTIL WS-REVERSED-SCAN-DONE
047135         READ AUDITFILE
047136             AT END
047137                 SET WS-REVERSED-SCAN-DONE TO TRUE
047138             NOT AT END
047139                 IF AUD-WAS-REVERSAL
047140                     PERFORM KEEP-REVERSED-RUN
047141                 END-IF
047142         END-READ
047143     END-PERFORM.
047144     IF WS-AUDIT-FILE-FOUND OR WS-AUDIT-FILE-STATUS = '10'
047145         CLOSE AUDITFILE
047146     END-IF.
047147*
047148*------------
047149* Note one reversing record's request and run stamp
047150*------------
047151 KEEP-REVERSED-RUN.
047152     IF AUD-REQUEST-SEQ NUMERIC
047153         AND AUD-RUN-DATE NUMERIC
047154         AND AUD-RUN-TIME NUMERIC
047155         IF WS-REVERSED-COUNT < 999
047156             ADD 1 TO WS-REVERSED-COUNT
047157             SET RVX TO WS-REVERSED-COUNT
047158             MOVE AUD-REQUEST-SEQ TO WS-RV-REQUEST-SEQ (RVX)
047159             COMPUTE WS-RV-STAMP (RVX) =
047160                 AUD-RUN-DATE * 100000000 + AUD-RUN-TIME
047161         ELSE
047162             DISPLAY 'FIZCHG0009W - MORE THAN 999 BACKED-OUT '
047163                 'RUNS ON THE AUDIT TRAIL - REQUEST '
047164                 AUD-REQUEST-SEQ ' RUN ' AUD-RUN-DATE
047165                 ' ' AUD-RUN-TIME ' NOT PASSED OVER'
047166         END-IF
047167     END-IF.
047168*
047169*------------
047170* Decide whether the audit record just read is a reversing
047171* RECORD, OR THE RECORD OF A RUN FIZBCK HAS BACKED OUT
047172*------------
047173 CHECK-REVERSED-RUN.
047174     MOVE 'N' TO WS-REVERSED-SWITCH.
047175     IF AUD-WAS-REVERSAL
047176         SET WS-RUN-WAS-REVERSED TO TRUE
047177     ELSE
047178         IF WS-REVERSED-COUNT > 0
047179             AND AUD-RUN-DATE NUMERIC
047180             AND AUD-RUN-TIME NUMERIC
047181             COMPUTE WS-REVERSED-STAMP =
047182                 AUD-RUN-DATE * 100000000 + AUD-RUN-TIME
047183             PERFORM VARYING RVX FROM 1 BY 1
047184                 UNTIL RVX > WS-REVERSED-COUNT
047185                 IF WS-RV-REQUEST-SEQ (RVX) = AUD-REQUEST-SEQ
047186                     AND WS-RV-STAMP (RVX) = WS-REVERSED-STAMP
047187                     SET WS-RUN-WAS-REVERSED TO TRUE
047188                 END-IF
047189             END-PERFORM
047190         END-IF
047191     END-IF.
047200*
047300*------------
047400* Hand one usable audit record in the billing month to the
047500* current pass.  THE FIRST PASS ALSO NOTES THE EARLIEST RUN
047600* AFTER THE MONTH, WHICH CLOSES THE LAST NIGHT'S WINDOW.  A
047633* RUN FIZBCK HAS BACKED OUT, AND ITS REVERSING RECORD, ARE
047666* NOT BILLED
047700*------------
047800 PROCESS-TRAIL-RECORD.
047850     PERFORM CHECK-REVERSED-RUN.
047900     IF AUD-REQUEST-SEQ NUMERIC
048000         AND AUD-REQUEST-SEQ > 0
048100         AND AUD-RUN-DATE NUMERIC
048200         AND AUD-RUN-TIME NUMERIC
048250         AND NOT WS-RUN-WAS-REVERSED
048300         COMPUTE WS-RECORD-MONTH = AUD-RUN-DATE / 100
048400         COMPUTE WS-RECORD-STAMP =
048500             AUD-RUN-DATE * 100000000 + AUD-RUN-TIME
048600         EVALUATE TRUE
048700             WHEN WS-RECORD-MONTH = WS-BILLING-MONTH
048800                 IF WS-PASS-IS-NIGHTS
048900                     PERFORM NOTE-BILLING-NIGHT
049000                 ELSE
049100                     PERFORM TALLY-ONE-RUN
049200                 END-IF
049300             WHEN WS-RECORD-MONTH > WS-BILLING-MONTH
049400                 AND WS-RECORD-STAMP < WS-BOUNDARY-STAMP
049500                 MOVE WS-RECORD-STAMP TO WS-BOUNDARY-STAMP
049600             WHEN OTHER
049700                 CONTINUE
049800         END-EVALUATE
049900     END-IF.
050000*
050100*------------
050200* Every request in one FIZBUZ execution carries the same
050300* run date/time, so a new stamp is a new night
050400*------------
050500 NOTE-BILLING-NIGHT.
050600     IF WS-NIGHT-COUNT = 0
050700         OR WS-RECORD-STAMP NOT = WS-NT-STAMP (WS-NIGHT-COUNT)
050800         IF WS-NIGHT-COUNT < 400
050900             ADD 1 TO WS-NIGHT-COUNT
051000             MOVE WS-RECORD-STAMP
051100                 TO WS-NT-STAMP (WS-NIGHT-COUNT)
051200         ELSE
051300             IF WS-NIGHT-COUNT = 400
051400                 DISPLAY 'FIZCHG0005W - MORE THAN 400 RUNS IN '
051500                     'THE MONTH - LATER RUNS BILLED AS NOT '
051600                     'SHIPPED'
051700                 ADD 1 TO WS-WARNING-COUNT
051800                 ADD 1 TO WS-NIGHT-COUNT
051900             END-IF
052000         END-IF
052100     END-IF.
052200*
052300*------------
052400* Match each night against XMITCTL.  AN XMITCTL THAT CANNOT
052500* BE READ LEAVES EVERY NIGHT UNSHIPPED AND IS WARNED
052600*------------
052700 MARK-SHIPPED-NIGHTS.
052800     IF WS-NIGHT-COUNT > 400
052900         MOVE 400 TO WS-NIGHT-COUNT
053000     END-IF.
053100     OPEN INPUT XMITCTL.
053200     IF NOT WS-XMIT-FILE-OK
053300         DISPLAY 'FIZCHG0006W - XMITCTL COULD NOT BE OPENED '
053400             '(FILE STATUS ' WS-XMIT-FILE-STATUS ') - '
053500             'SHIPPED COUNTS BILLED AS ZERO'
053600         ADD 1 TO WS-WARNING-COUNT
053700     ELSE
053800         SET WS-XMITCTL-WAS-READ TO TRUE
053900         PERFORM CHECK-ONE-NIGHT
054000             VARYING WS-NIGHT-SUB FROM 1 BY 1
054100             UNTIL WS-NIGHT-SUB > WS-NIGHT-COUNT
054200         CLOSE XMITCTL
054300     END-IF.
054400*
054500*------------
054600* A night shipped if an extract not rejected by the
054700* warehouse was registered between its FIZBUZ run and the
054800* next one
054900*------------
055000 CHECK-ONE-NIGHT.
055100     MOVE WS-NT-STAMP (WS-NIGHT-SUB) TO WS-NIGHT-LOW-STAMP.
055200     IF WS-NIGHT-SUB < WS-NIGHT-COUNT
055300         MOVE WS-NT-STAMP (WS-NIGHT-SUB + 1)
055400             TO WS-NIGHT-HIGH-STAMP
055500     ELSE
055600         MOVE WS-BOUNDARY-STAMP TO WS-NIGHT-HIGH-STAMP
055700     END-IF.
055800     MOVE 'N' TO WS-NIGHT-FOUND-SW.
055900     MOVE 'N' TO WS-XMIT-SCAN-SWITCH.
056000     DIVIDE WS-NIGHT-LOW-STAMP BY 100000000
056100         GIVING XC-EXTRACT-DATE
056200         REMAINDER XC-EXTRACT-TIME.
056300     START XMITCTL KEY NOT LESS THAN XC-EXTRACT-KEY
056400         INVALID KEY
056500             SET WS-EXTRACT-SCAN-DONE TO TRUE
056600     END-START.
056700     PERFORM CHECK-ONE-EXTRACT
056800         UNTIL WS-EXTRACT-SCAN-DONE.
056900     IF WS-NIGHT-WAS-SHIPPED
057000         MOVE 'Y' TO WS-NT-SHIPPED-IND (WS-NIGHT-SUB)
057100         ADD 1 TO WS-SHIPPED-NIGHTS
057200     END-IF.
057300*
057400*------------
057500* Read the next extract entry in key order; stop at the
057600* first good one or at the end of the night's window
057700*------------
057800 CHECK-ONE-EXTRACT.
057900     READ XMITCTL NEXT RECORD
058000         AT END
058100             SET WS-EXTRACT-SCAN-DONE TO TRUE
058200     END-READ.
058300     IF NOT WS-XMIT-FILE-OK
058400         SET WS-EXTRACT-SCAN-DONE TO TRUE
058500     ELSE
058600         COMPUTE WS-EXTRACT-STAMP =
058700             XC-EXTRACT-DATE * 100000000 + XC-EXTRACT-TIME
058800         IF WS-EXTRACT-STAMP >= WS-NIGHT-HIGH-STAMP
058900             SET WS-EXTRACT-SCAN-DONE TO TRUE
059000         ELSE
059100             IF NOT XC-EXTRACT-FAILED
059200                 SET WS-NIGHT-WAS-SHIPPED TO TRUE
059300                 SET WS-EXTRACT-SCAN-DONE TO TRUE
059400             END-IF
059500         END-IF
059600     END-IF.
059700*
059800*------------
059900* Tally one run of the billing month into its request's
060000* usage
060100*------------
060200 TALLY-ONE-RUN.
060300     MOVE AUD-REQUEST-SEQ TO WS-REQUEST-SUB.
060400     ADD 1 TO WS-RQ-RUN-COUNT (WS-REQUEST-SUB).
060500     IF AUD-RUN-DATE NOT = WS-RQ-LAST-DATE (WS-REQUEST-SUB)
060600         ADD 1 TO WS-RQ-RUN-DAYS (WS-REQUEST-SUB)
060700         MOVE AUD-RUN-DATE TO WS-RQ-LAST-DATE (WS-REQUEST-SUB)
060800     END-IF.
060900     IF AUD-RESTARTED-IND = 'Y'
061000         ADD 1 TO WS-RQ-RESTART-COUNT (WS-REQUEST-SUB)
061100     END-IF.
061200     IF AUD-WAS-DELTA-RUN
061300         ADD 1 TO WS-RQ-DELTA-COUNT (WS-REQUEST-SUB)
061400     ELSE
061500         ADD 1 TO WS-RQ-FULL-COUNT (WS-REQUEST-SUB)
061600     END-IF.
061700     IF AUD-GRAND-TOTAL NUMERIC
061800         ADD AUD-GRAND-TOTAL
061900             TO WS-RQ-ITERATIONS (WS-REQUEST-SUB)
062000         SET NTX TO 1
062100         SEARCH WS-NT-ENTRY
062200             AT END
062300                 CONTINUE
062400             WHEN WS-NT-STAMP (NTX) = WS-RECORD-STAMP
062500                 IF WS-NT-SHIPPED-IND (NTX) = 'Y'
062600                     ADD AUD-GRAND-TOTAL
062700                         TO WS-RQ-SHIPPED (WS-REQUEST-SUB)
062800                 END-IF
062900         END-SEARCH
063000     END-IF.
063100*
063200*------------
063300* Look every request that ran up on the registry and roll
063400* it into its department.  RETIRED REQUESTS ARE BILLED LIKE
063500* ANY OTHER; AN ID THE REGISTRY DOESN'T CARRY IS BILLED
063600* UNDER A NAME OF ITS OWN AND WARNED
063700*------------
063800 CONSOLIDATE-DEPARTMENTS.
063900     OPEN INPUT REQREG.
064000     IF NOT WS-REG-FILE-OK
064100         DISPLAY 'FIZCHG0007E - REQREG COULD NOT BE OPENED '
064200             '(FILE STATUS ' WS-REG-FILE-STATUS ') - '
064300             'NOTHING BILLED'
064400     ELSE
064500         PERFORM CONSOLIDATE-ONE-REQUEST
064600             VARYING WS-REQUEST-SUB FROM 1 BY 1
064700             UNTIL WS-REQUEST-SUB > 999
064800         CLOSE REQREG
064900     END-IF.
065000*
065100*------------
065200* Find one request's department and add its usage in
065300*------------
065400 CONSOLIDATE-ONE-REQUEST.
065500     IF WS-RQ-RUN-COUNT (WS-REQUEST-SUB) > 0
065600         MOVE 'N' TO WS-REQUEST-RETIRED-SW
065700         MOVE WS-REQUEST-SUB TO RR-REQUEST-ID
065800         READ REQREG
065900             INVALID KEY
066000                 MOVE WS-REQUEST-SUB TO WS-EDIT-REQUEST-ID
066100                 MOVE SPACES TO WS-DEPARTMENT-NAME
066200                 STRING 'UNREGISTERED ID ' DELIMITED BY SIZE
066300                     WS-EDIT-REQUEST-ID DELIMITED BY SIZE
066400                     INTO WS-DEPARTMENT-NAME
066500                 END-STRING
066600                 DISPLAY 'FIZCHG0008W - REQUEST '
066700                     WS-EDIT-REQUEST-ID ' RAN IN THE MONTH BUT '
066800                     'IS NOT ON REQREG - BILLED UNREGISTERED'
066900                 ADD 1 TO WS-WARNING-COUNT
067000             NOT INVALID KEY
067100                 MOVE RR-DEPARTMENT-NAME TO WS-DEPARTMENT-NAME
067200                 IF RR-REQUEST-IS-RETIRED
067300                     SET WS-REQUEST-IS-RETIRED TO TRUE
067400                 END-IF
067500         END-READ
067600         PERFORM FIND-DEPARTMENT-ENTRY
067700         PERFORM ADD-REQUEST-TO-DEPARTMENT
067800     END-IF.
067900*
068000*------------
068100* Locate the department's entry, adding one if it is new
068200*------------
068300 FIND-DEPARTMENT-ENTRY.
068400     PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
068500             UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
068600             OR WS-DP-NAME (WS-DEPT-SUB) = WS-DEPARTMENT-NAME
068700         CONTINUE
068800     END-PERFORM.
068900     IF WS-DEPT-SUB > WS-DEPT-COUNT
069000         ADD 1 TO WS-DEPT-COUNT
069100         MOVE WS-DEPT-COUNT TO WS-DEPT-SUB
069200         MOVE WS-DEPARTMENT-NAME TO WS-DP-NAME (WS-DEPT-SUB)
069300         MOVE 0 TO WS-DP-REQUEST-COUNT (WS-DEPT-SUB)
069400         MOVE 0 TO WS-DP-RUN-COUNT (WS-DEPT-SUB)
069500         MOVE 0 TO WS-DP-RUN-DAYS (WS-DEPT-SUB)
069600         MOVE 0 TO WS-DP-RESTART-COUNT (WS-DEPT-SUB)
069700         MOVE 0 TO WS-DP-FULL-COUNT (WS-DEPT-SUB)
069800         MOVE 0 TO WS-DP-DELTA-COUNT (WS-DEPT-SUB)
069900         MOVE 0 TO WS-DP-ITERATIONS (WS-DEPT-SUB)
070000         MOVE 0 TO WS-DP-SHIPPED (WS-DEPT-SUB)
070100         MOVE 'Y' TO WS-DP-RETIRED-IND (WS-DEPT-SUB)
070200     END-IF.
070300*
070400*------------
070500* Add one request's usage to its department.  THE
070600* DEPARTMENT IS FLAGGED RETIRED ONLY WHILE EVERY REQUEST
070700* BILLED TO IT IS RETIRED
070800*------------
070900 ADD-REQUEST-TO-DEPARTMENT.
071000     ADD 1 TO WS-DP-REQUEST-COUNT (WS-DEPT-SUB).
071100     ADD WS-RQ-RUN-COUNT (WS-REQUEST-SUB)
071200         TO WS-DP-RUN-COUNT (WS-DEPT-SUB).
071300     ADD WS-RQ-RUN-DAYS (WS-REQUEST-SUB)
071400         TO WS-DP-RUN-DAYS (WS-DEPT-SUB).
071500     ADD WS-RQ-RESTART-COUNT (WS-REQUEST-SUB)
071600         TO WS-DP-RESTART-COUNT (WS-DEPT-SUB).
071700     ADD WS-RQ-FULL-COUNT (WS-REQUEST-SUB)
071800         TO WS-DP-FULL-COUNT (WS-DEPT-SUB).
071900     ADD WS-RQ-DELTA-COUNT (WS-REQUEST-SUB)
072000         TO WS-DP-DELTA-COUNT (WS-DEPT-SUB).
072100     ADD WS-RQ-ITERATIONS (WS-REQUEST-SUB)
072200         TO WS-DP-ITERATIONS (WS-DEPT-SUB).
072300     ADD WS-RQ-SHIPPED (WS-REQUEST-SUB)
072400         TO WS-DP-SHIPPED (WS-DEPT-SUB).
072500     IF NOT WS-REQUEST-IS-RETIRED
072600         MOVE 'N' TO WS-DP-RETIRED-IND (WS-DEPT-SUB)
072700     END-IF.
072800*
072900*------------
073000* Write the interface header record
073100*------------
073200 WRITE-CHARGEBACK-HEADER.
073300     MOVE SPACES TO CHGBACK-RECORD.
073400     SET CB-RECORD-IS-HEADER TO TRUE.
073500     MOVE WS-BILLING-MONTH TO CB-BILLING-MONTH.
073600     MOVE 'FIZBUZ' TO CB-SOURCE-SYSTEM.
073700     MOVE WS-RUN-DATE TO CB-CREATED-DATE.
073800     MOVE WS-RUN-TIME TO CB-CREATED-TIME.
073900     WRITE CHGBACK-RECORD.
074000*
074100*------------
074200* Write the report title, the month and the column
074300* headings
074400*------------
074500 WRITE-REPORT-HEADINGS.
074600     MOVE SPACES TO REPORT-LINE.
074700     MOVE 'FIZBUZ MONTH-END DEPARTMENT USAGE REPORT'
074800         TO REPORT-LINE.
074900     WRITE REPORT-LINE.
075000     MOVE WS-BILLING-MONTH TO WS-EDIT-BILLING-MONTH.
075100     MOVE SPACES TO REPORT-LINE.
075200     STRING 'BILLING MONTH             : ' DELIMITED BY SIZE
075300         WS-EDIT-BILLING-MONTH DELIMITED BY SIZE
075400         INTO REPORT-LINE
075500     END-STRING.
075600     WRITE REPORT-LINE.
075700     MOVE SPACES TO REPORT-LINE.
075800     IF WS-ARCHIVE-WAS-READ
075900         MOVE 'AUDIT ARCHIVE READ        : YES' TO REPORT-LINE
076000     ELSE
076100         MOVE 'AUDIT ARCHIVE READ        : NO' TO REPORT-LINE
076200     END-IF.
076300     WRITE REPORT-LINE.
076400     MOVE SPACES TO REPORT-LINE.
076500     WRITE REPORT-LINE.
076600     MOVE WS-HEADING-LINE TO REPORT-LINE.
076700     WRITE REPORT-LINE.
076800*
076900*------------
077000* Write one department's interface detail record and its
077100* usage line, and add it into the control totals
077200*------------
077300 WRITE-ONE-DEPARTMENT.
077400     MOVE SPACES TO CHGBACK-RECORD.
077500     SET CB-RECORD-IS-DETAIL TO TRUE.
077600     MOVE WS-BILLING-MONTH TO CB-BILLING-MONTH.
077700     MOVE WS-DP-NAME (WS-DEPT-SUB) TO CB-DEPARTMENT-NAME.
077800     MOVE WS-DP-REQUEST-COUNT (WS-DEPT-SUB)
077900         TO CB-REQUEST-COUNT.
078000     MOVE WS-DP-RUN-COUNT (WS-DEPT-SUB) TO CB-RUN-COUNT.
078100     MOVE WS-DP-RUN-DAYS (WS-DEPT-SUB) TO CB-RUN-DAYS.
078200     MOVE WS-DP-RESTART-COUNT (WS-DEPT-SUB)
078300         TO CB-RESTART-COUNT.
078400     MOVE WS-DP-FULL-COUNT (WS-DEPT-SUB) TO CB-FULL-RUN-COUNT.
078500     MOVE WS-DP-DELTA-COUNT (WS-DEPT-SUB)
078600         TO CB-DELTA-RUN-COUNT.
078700     MOVE WS-DP-ITERATIONS (WS-DEPT-SUB)
078800         TO CB-ITERATION-COUNT.
078900     MOVE WS-DP-SHIPPED (WS-DEPT-SUB) TO CB-SHIPPED-COUNT.
079000     MOVE WS-DP-RETIRED-IND (WS-DEPT-SUB) TO CB-RETIRED-IND.
079100     WRITE CHGBACK-RECORD.
079200     ADD 1 TO WS-DETAIL-RECORDS.
079300     ADD WS-DP-RUN-COUNT (WS-DEPT-SUB) TO WS-TOTAL-RUNS.
079400     ADD WS-DP-RESTART-COUNT (WS-DEPT-SUB)
079500         TO WS-TOTAL-RESTARTS.
079600     ADD WS-DP-ITERATIONS (WS-DEPT-SUB)
079700         TO WS-TOTAL-ITERATIONS.
079800     ADD WS-DP-SHIPPED (WS-DEPT-SUB) TO WS-TOTAL-SHIPPED.
079900     MOVE SPACES TO WS-DETAIL-LINE.
080000     MOVE WS-DP-NAME (WS-DEPT-SUB) TO DET-DEPARTMENT.
080100     MOVE WS-DP-RUN-COUNT (WS-DEPT-SUB) TO DET-RUN-COUNT.
080200     MOVE WS-DP-RUN-DAYS (WS-DEPT-SUB) TO DET-RUN-DAYS.
080300     MOVE WS-DP-RESTART-COUNT (WS-DEPT-SUB)
080400         TO DET-RESTART-COUNT.
080500     MOVE WS-DP-FULL-COUNT (WS-DEPT-SUB) TO DET-FULL-COUNT.
080600     MOVE WS-DP-DELTA-COUNT (WS-DEPT-SUB) TO DET-DELTA-COUNT.
080700     MOVE WS-DP-ITERATIONS (WS-DEPT-SUB) TO DET-ITERATIONS.
080800     MOVE WS-DP-SHIPPED (WS-DEPT-SUB) TO DET-SHIPPED.
080900     IF WS-DP-RETIRED-IND (WS-DEPT-SUB) = 'Y'
081000         MOVE 'R' TO DET-RETIRED-IND
081100     END-IF.
081200     MOVE WS-DETAIL-LINE TO REPORT-LINE.
081300     WRITE REPORT-LINE.
081400*
081500*------------
081600* Write the interface trailer with the control totals the
081700* ledger load balances to
081800*------------
081900 WRITE-CHARGEBACK-TRAILER.
082000     MOVE SPACES TO CHGBACK-RECORD.
082100     SET CB-RECORD-IS-TRAILER TO TRUE.
082200     MOVE WS-BILLING-MONTH TO CB-BILLING-MONTH.
082300     MOVE WS-DETAIL-RECORDS TO CB-DETAIL-RECORD-COUNT.
082400     MOVE WS-TOTAL-RUNS TO CB-TOTAL-RUN-COUNT.
082500     MOVE WS-TOTAL-ITERATIONS TO CB-TOTAL-ITERATIONS.
082600     MOVE WS-TOTAL-SHIPPED TO CB-TOTAL-SHIPPED.
082700     WRITE CHGBACK-RECORD.
082800*
082900*------------
083000* Write the control totals, matching the interface trailer,
083100* and the verdict
083200*------------
083300 WRITE-REPORT-SUMMARY.
083400     MOVE SPACES TO REPORT-LINE.
083500     WRITE REPORT-LINE.
083600     MOVE WS-DETAIL-RECORDS TO WS-EDIT-COUNT.
083700     MOVE SPACES TO REPORT-LINE.
083800     STRING 'DEPARTMENTS BILLED        : ' DELIMITED BY SIZE
083900         WS-EDIT-COUNT DELIMITED BY SIZE
084000         INTO REPORT-LINE
084100     END-STRING.
084200     WRITE REPORT-LINE.
084300     MOVE WS-TOTAL-RUNS TO WS-EDIT-COUNT.
084400     MOVE SPACES TO REPORT-LINE.
084500     STRING 'TOTAL RUNS                : ' DELIMITED BY SIZE
084600         WS-EDIT-COUNT DELIMITED BY SIZE
084700         INTO REPORT-LINE
084800     END-STRING.
084900     WRITE REPORT-LINE.
085000     MOVE WS-TOTAL-RESTARTS TO WS-EDIT-COUNT.
085100     MOVE SPACES TO REPORT-LINE.
085200     STRING 'RESTARTED RUNS            : ' DELIMITED BY SIZE
085300         WS-EDIT-COUNT DELIMITED BY SIZE
085400         INTO REPORT-LINE
085500     END-STRING.
085600     WRITE REPORT-LINE.
085700     MOVE WS-TOTAL-ITERATIONS TO WS-EDIT-TOTAL.
085800     MOVE SPACES TO REPORT-LINE.
085900     STRING 'TOTAL ITERATIONS          : ' DELIMITED BY SIZE
086000         WS-EDIT-TOTAL DELIMITED BY SIZE
086100         INTO REPORT-LINE
086200     END-STRING.
086300     WRITE REPORT-LINE.
086400     MOVE WS-TOTAL-SHIPPED TO WS-EDIT-TOTAL.
086500     MOVE SPACES TO REPORT-LINE.
086600     STRING 'TOTAL RECORDS SHIPPED     : ' DELIMITED BY SIZE
086700         WS-EDIT-TOTAL DELIMITED BY SIZE
086800         INTO REPORT-LINE
086900     END-STRING.
087000     WRITE REPORT-LINE.
087100     MOVE WS-NIGHT-COUNT TO WS-EDIT-COUNT.
087200     MOVE SPACES TO REPORT-LINE.
087300     STRING 'FIZBUZ RUNS IN THE MONTH  : ' DELIMITED BY SIZE
087400         WS-EDIT-COUNT DELIMITED BY SIZE
087500         INTO REPORT-LINE
087600     END-STRING.
087700     WRITE REPORT-LINE.
087800     MOVE WS-SHIPPED-NIGHTS TO WS-EDIT-COUNT.
087900     MOVE SPACES TO REPORT-LINE.
088000     STRING 'OF WHICH SHIPPED          : ' DELIMITED BY SIZE
088100         WS-EDIT-COUNT DELIMITED BY SIZE
088200         INTO REPORT-LINE
088300     END-STRING.
088400     WRITE REPORT-LINE.
088500     MOVE SPACES TO REPORT-LINE.
088600     WRITE REPORT-LINE.
088700     EVALUATE TRUE
088800         WHEN WS-WARNING-COUNT > 0
088900             MOVE '** CHARGEBACK WRITTEN WITH WARNINGS - SEE '
089000                 TO REPORT-LINE
089100             WRITE REPORT-LINE
089200             MOVE '   THE JOB LOG BEFORE RELEASING TO FINANCE **'
089300                 TO REPORT-LINE
089400         WHEN WS-DETAIL-RECORDS = 0
089500             MOVE 'NO FIZBUZ RUNS IN THE MONTH - NOTHING BILLED.'
089600                 TO REPORT-LINE
089700         WHEN OTHER
089800             MOVE 'CHARGEBACK WRITTEN - ALL REQUESTS REGISTERED.'
089900                 TO REPORT-LINE
090000     END-EVALUATE.
090100     WRITE REPORT-LINE.
090200     DISPLAY REPORT-LINE.

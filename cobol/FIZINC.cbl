000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    FIZINC.
000300 AUTHOR.        R A KOWALSKI.
000400 INSTALLATION.  BATCH PRODUCTION SUPPORT.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*
000800************************************************************
000900*                                                          *
001000* FIZINC  -  NIGHTLY INCIDENT TICKET FEED                   *
001100*                                                          *
001200* THE CHECKING AND MAINTENANCE PROGRAMS APPEND AN ALERTREC  *
001300* TO THE SHARED ALERTFILE FOR EVERY EXCEPTION THEY FIND.    *
001400* THIS PROGRAM, THE LAST STEP OF THE NIGHTLY FIZBUZ JOB,    *
001500* READS EVERYTHING RAISED SINCE THE PREVIOUS NIGHT AND      *
001600* FOLDS IT INTO ONE INCIDENT TICKET PER DISTINCT PROBLEM -  *
001700* A REPORTING PROGRAM AND EXCEPTION CODE - HOWEVER MANY     *
001800* REQUESTS OR RECORDS IT HIT, SO THE SUPPORT QUEUE GETS ONE *
001900* TICKET FOR A BAD NIGHT RATHER THAN ONE PER MESSAGE.       *
002000* EACH TICKET (COPYBOOK TICKREC) CARRIES THE WORST          *
002100* SEVERITY SEEN, THE NUMBER OF ALERTS AND OF DISTINCT       *
002200* REQUESTS, THE LOWEST REQUEST ID AND THE EARLIEST ALERT.   *
002300* ERROR TICKETS ARE WRITTEN AHEAD OF WARNINGS.              *
002400*                                                          *
002500* A NIGHT WITH NO ALERTS WRITES ONE ALL-CLEAR RECORD        *
002600* INSTEAD, SO THE INCIDENT SYSTEM CAN TELL A CLEAN NIGHT    *
002700* FROM A FEED THAT NEVER ARRIVED.  A MISSING ALERTFILE IS   *
002800* A CLEAN NIGHT.  ALRRPT IS THE OPERATOR SUMMARY PAGE OF    *
002900* THE SAME TICKETS.                                         *
003000*                                                          *
003100* THE JOB COPIES ALERTFILE TO THE ALERT HISTORY GENERATION  *
003200* AND EMPTIES IT ONCE THIS STEP HAS RUN.                    *
003300*                                                          *
003400* RETURN-CODE 0  - ALL CLEAR.                               *
003500* RETURN-CODE 4  - TICKETS RAISED.                          *
003600* RETURN-CODE 16 - ALERTFILE COULD NOT BE READ - ONE ERROR  *
003700*                  TICKET SAYING SO IS WRITTEN AND THE      *
003800*                  FILE MUST NOT BE EMPTIED.                *
003900*                                                          *
004000* MODIFICATION HISTORY                                     *
004100*   2026-10-15  RAK  ORIGINAL PROGRAM.                      *
004114*   2026-10-15  RAK  STEP STATISTICS - START AND END TIME,  *
004128*                    RECORDS READ AND WRITTEN PER FILE AND  *
004142*                    RETURN CODE APPENDED TO STATFILE       *
004156*                    (COPYBOOK STATREC) AS THE PROGRAM      *
004170*                    ENDS, FILED UNDER THE JOB AND STEP ON  *
004184*                    THE STATCTL CARD.                      *
004200*                                                          *
004300************************************************************
004400*
004500 ENVIRONMENT DIVISION.
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
004800     SELECT ALERTFILE ASSIGN TO "ALERTFILE"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-ALERT-FILE-STATUS.
005100     SELECT TICKETS ASSIGN TO "TICKETS"
005200         ORGANIZATION IS LINE SEQUENTIAL.
005300     SELECT ALRRPT ASSIGN TO "ALRRPT"
005400         ORGANIZATION IS LINE SEQUENTIAL.
005414     SELECT STATCTL ASSIGN TO "STATCTL"
005428         ORGANIZATION IS LINE SEQUENTIAL
005442         FILE STATUS IS WS-STATCTL-FILE-STATUS.
005456     SELECT STATFILE ASSIGN TO "STATFILE"
005470         ORGANIZATION IS LINE SEQUENTIAL
005484         FILE STATUS IS WS-STAT-FILE-STATUS.
005500*
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  ALERTFILE
005900     RECORDING MODE IS F.
006000 COPY ALERTREC.
006100 FD  TICKETS
006200     RECORDING MODE IS F.
006300 COPY TICKREC.
006400 FD  ALRRPT
006500     RECORDING MODE IS F.
006600 01  REPORT-LINE                 PIC X(80).
006614 FD  STATCTL
006628     RECORDING MODE IS F.
006642 COPY STATCARD.
006656 FD  STATFILE
006670     RECORDING MODE IS F.
006684 COPY STATREC.
006700*
006800 WORKING-STORAGE SECTION.
006900 01  WS-ALERT-FILE-STATUS         PIC X(02) VALUE '00'.
007000     88  WS-ALERT-FILE-FOUND          VALUE '00'.
007100     88  WS-ALERT-FILE-MISSING        VALUE '35'.
007200 01  WS-ALERT-EOF-SWITCH          PIC X(01) VALUE 'N'.
007300     88  WS-ALERTFILE-EOF             VALUE 'Y'.
007400 01  WS-ALERTS-READABLE-SW        PIC X(01) VALUE 'Y'.
007500     88  WS-ALERTS-ARE-READABLE       VALUE 'Y'.
007600 01  WS-PROBLEM-FOUND-SW          PIC X(01) VALUE 'N'.
007700     88  WS-PROBLEM-WAS-FOUND         VALUE 'Y'.
007800*
007900 01  WS-RUN-DATE                  PIC 9(8) VALUE 0.
008000 01  WS-RUN-TIME                  PIC 9(8) VALUE 0.
008100 01  WS-ALERT-STAMP               PIC 9(16) VALUE 0.
008200 01  WS-ALERTS-READ               PIC 9(9) COMP VALUE 0.
008300 01  WS-ALERTS-UNUSABLE           PIC 9(9) COMP VALUE 0.
008400 01  WS-ALERTS-OVERFLOWED         PIC 9(9) COMP VALUE 0.
008500 01  WS-TICKETS-WRITTEN           PIC 9(9) COMP VALUE 0.
008600 01  WS-ERROR-TICKETS             PIC 9(9) COMP VALUE 0.
008700*
008800* One entry per distinct problem (program and exception
008900* code) in the order first raised, with a flag per request
009000* id so the requests it touched are counted once each
009100 01  WS-PROBLEM-COUNT             PIC 9(3) COMP VALUE 0.
009200 01  WS-PROBLEM-SUB               PIC 9(3) COMP VALUE 0.
009300 01  WS-PROBLEM-TABLE.
009400     05  WS-PB-ENTRY OCCURS 200 TIMES INDEXED BY PBX.
009500         10  WS-PB-PROGRAM-ID    PIC X(08).
009600         10  WS-PB-EXCEPTION-CODE PIC X(10).
009700         10  WS-PB-SEVERITY      PIC X(01).
009800         10  WS-PB-ALERT-COUNT   PIC 9(5) COMP.
009900         10  WS-PB-REQUEST-COUNT PIC 9(3) COMP.
010000         10  WS-PB-FIRST-REQUEST PIC 9(3) COMP.
010100         10  WS-PB-FIRST-STAMP   PIC 9(16) COMP.
010200         10  WS-PB-MESSAGE-TEXT  PIC X(60).
010300         10  WS-PB-REQUEST-FLAGS.
010400             15  WS-PB-REQUEST-SEEN PIC X(01) OCCURS 999 TIMES.
010500*
010600* Which severity the ticket pass is writing - errors first
010700 01  WS-TICKET-SEVERITY           PIC X(01) VALUE 'E'.
010800*
010900 01  WS-DETAIL-LINE.
011000     05  DET-SEVERITY            PIC X(01).
011100     05  FILLER                  PIC X(02) VALUE SPACES.
011200     05  DET-PROGRAM-ID          PIC X(08).
011300     05  FILLER                  PIC X(01) VALUE SPACE.
011400     05  DET-EXCEPTION-CODE      PIC X(10).
011500     05  FILLER                  PIC X(01) VALUE SPACE.
011600     05  DET-ALERT-COUNT         PIC ZZZZ9.
011700     05  FILLER                  PIC X(01) VALUE SPACE.
011800     05  DET-REQUEST-COUNT       PIC ZZ9.
011900     05  FILLER                  PIC X(01) VALUE SPACE.
012000     05  DET-FIRST-REQUEST       PIC X(03).
012100     05  FILLER                  PIC X(01) VALUE SPACE.
012200     05  DET-MESSAGE-TEXT        PIC X(43).
012300*
012400 01  WS-HEADING-LINE.
012500     05  FILLER                  PIC X(03) VALUE 'SEV'.
012600     05  FILLER                  PIC X(08) VALUE 'PROGRAM'.
012700     05  FILLER                  PIC X(01) VALUE SPACE.
012800     05  FILLER                  PIC X(10) VALUE 'EXCEPTION'.
012900     05  FILLER                  PIC X(01) VALUE SPACE.
013000     05  FILLER                  PIC X(05) VALUE 'ALRTS'.
013100     05  FILLER                  PIC X(01) VALUE SPACE.
013200     05  FILLER                  PIC X(03) VALUE 'REQ'.
013300     05  FILLER                  PIC X(01) VALUE SPACE.
013400     05  FILLER                  PIC X(03) VALUE '1ST'.
013500     05  FILLER                  PIC X(01) VALUE SPACE.
013600     05  FILLER                  PIC X(43) VALUE 'MESSAGE'.
013700*
013800* Edited (DISPLAY usage) copies of the COMP counters, needed
013900* because STRING cannot take a binary item directly
014000 01  WS-EDIT-COUNT                PIC ZZZZZZZZ9.
014100 01  WS-EDIT-REQUEST-ID           PIC 9(03).
014105*
014110* Step statistics - when the step started and the records
014115* it read and wrote per file, appended to STATFILE as the
014120* step ends
014125 01  WS-STATCTL-FILE-STATUS       PIC X(02) VALUE '00'.
014130     88  WS-STATCTL-FILE-FOUND        VALUE '00'.
014135 01  WS-STAT-FILE-STATUS          PIC X(02) VALUE '00'.
014140     88  WS-STAT-FILE-FOUND           VALUE '00'.
014145 01  WS-STAT-START-DATE           PIC 9(8) VALUE 0.
014150 01  WS-STAT-START-TIME           PIC 9(8) VALUE 0.
014155 01  WS-STAT-SUB                  PIC 9(2) COMP VALUE 0.
014160 01  WS-STAT-FILE-TABLE.
014165     05  WS-STAT-FILE-ENTRY OCCURS 10 TIMES.
014170         10  WS-STAT-DDNAME      PIC X(10).
014175         10  WS-STAT-READ        PIC 9(11) COMP.
014180         10  WS-STAT-WRITTEN     PIC 9(11) COMP.
014200*
014300 PROCEDURE DIVISION.
014400*------------
014500* Primary function - fold the night's alerts into problems,
014600* then write the tickets (or the all clear) and the
014700* operator summary page
014800*------------
014900 PRODUCE-TICKET-FEED.
014950     PERFORM START-STEP-STATISTICS.
015000     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
015100     ACCEPT WS-RUN-TIME FROM TIME.
015200     PERFORM INITIALIZE-PROBLEM-TABLE.
015300     PERFORM LOAD-ALERTS.
015400     OPEN OUTPUT TICKETS.
015500     OPEN OUTPUT ALRRPT.
015600     PERFORM WRITE-REPORT-HEADINGS.
015700     IF NOT WS-ALERTS-ARE-READABLE
015800         PERFORM WRITE-UNREADABLE-TICKET
015900     ELSE
016000         IF WS-PROBLEM-COUNT = 0
016100             PERFORM WRITE-ALL-CLEAR-RECORD
016200         ELSE
016300             MOVE 'E' TO WS-TICKET-SEVERITY
016400             PERFORM WRITE-ONE-TICKET
016500                 VARYING WS-PROBLEM-SUB FROM 1 BY 1
016600                 UNTIL WS-PROBLEM-SUB > WS-PROBLEM-COUNT
016700             MOVE 'W' TO WS-TICKET-SEVERITY
016800             PERFORM WRITE-ONE-TICKET
016900                 VARYING WS-PROBLEM-SUB FROM 1 BY 1
017000                 UNTIL WS-PROBLEM-SUB > WS-PROBLEM-COUNT
017100             IF WS-ALERTS-OVERFLOWED > 0
017200                 PERFORM WRITE-OVERFLOW-TICKET
017300             END-IF
017400         END-IF
017500     END-IF.
017600     PERFORM WRITE-REPORT-SUMMARY.
017700     CLOSE TICKETS.
017800     CLOSE ALRRPT.
017900     EVALUATE TRUE
018000         WHEN NOT WS-ALERTS-ARE-READABLE
018100             MOVE 16 TO RETURN-CODE
018200         WHEN WS-TICKETS-WRITTEN > 0
018300             MOVE 4 TO RETURN-CODE
018400         WHEN OTHER
018500             MOVE 0 TO RETURN-CODE
018600     END-EVALUATE.
018650     PERFORM WRITE-STEP-STATISTICS.
018700     GOBACK.
018800*
018900*------------
019000* Clear the problem table
019100*------------
019200 INITIALIZE-PROBLEM-TABLE.
019300     PERFORM VARYING PBX FROM 1 BY 1 UNTIL PBX > 200
019400         MOVE SPACES TO WS-PB-PROGRAM-ID (PBX)
019500         MOVE SPACES TO WS-PB-EXCEPTION-CODE (PBX)
019600         MOVE SPACES TO WS-PB-SEVERITY (PBX)
019700         MOVE 0 TO WS-PB-ALERT-COUNT (PBX)
019800         MOVE 0 TO WS-PB-REQUEST-COUNT (PBX)
019900         MOVE 0 TO WS-PB-FIRST-REQUEST (PBX)
020000         MOVE 0 TO WS-PB-FIRST-STAMP (PBX)
020100         MOVE SPACES TO WS-PB-MESSAGE-TEXT (PBX)
020200         MOVE ALL 'N' TO WS-PB-REQUEST-FLAGS (PBX)
020300     END-PERFORM.
020400*
020500*------------
020600* Read every alert raised since the file was last emptied.
020700* A FILE THAT WAS NEVER CREATED MEANS NOTHING WAS RAISED;
020800* ANY OTHER OPEN FAILURE STOPS THE FEED
020900*------------
021000 LOAD-ALERTS.
021100     OPEN INPUT ALERTFILE.
021200     EVALUATE TRUE
021300         WHEN WS-ALERT-FILE-FOUND
021400             PERFORM UNTIL WS-ALERTFILE-EOF
021500                 READ ALERTFILE
021600                     AT END
021700                         SET WS-ALERTFILE-EOF TO TRUE
021800                     NOT AT END
021850                         ADD 1 TO WS-STAT-READ (1)
021900                         ADD 1 TO WS-ALERTS-READ
022000                         PERFORM FOLD-ONE-ALERT
022100                 END-READ
022200             END-PERFORM
022300             CLOSE ALERTFILE
022400         WHEN WS-ALERT-FILE-MISSING
022500             CONTINUE
022600         WHEN OTHER
022700             DISPLAY 'FIZINC0001E - ALERTFILE COULD NOT BE '
022800                 'OPENED (FILE STATUS ' WS-ALERT-FILE-STATUS
022900                 ') - ALERTS NOT TICKETED, DO NOT EMPTY THE FILE'
023000             SET WS-ALERTS-READABLE-SW TO 'N'
023100     END-EVALUATE.
023200     IF WS-ALERTS-UNUSABLE > 0
023300         MOVE WS-ALERTS-UNUSABLE TO WS-EDIT-COUNT
023400         DISPLAY 'FIZINC0003W - ' WS-EDIT-COUNT
023500             ' ALERT RECORD(S) WITH NO PROGRAM OR CODE SKIPPED'
023600     END-IF.
023700*
023800*------------
023900* Fold one alert into its problem, adding the problem the
024000* first time the program and code are seen.  ANYTHING NOT
024100* MARKED AS AN ERROR IS TAKEN AS A WARNING
024200*------------
024300 FOLD-ONE-ALERT.
024400     IF AL-PROGRAM-ID = SPACES OR AL-EXCEPTION-CODE = SPACES
024500         ADD 1 TO WS-ALERTS-UNUSABLE
024600     ELSE
024700         PERFORM FIND-PROBLEM
024800         IF NOT WS-PROBLEM-WAS-FOUND
024900             IF WS-PROBLEM-COUNT < 200
025000                 ADD 1 TO WS-PROBLEM-COUNT
025100                 SET PBX TO WS-PROBLEM-COUNT
025200                 MOVE AL-PROGRAM-ID TO WS-PB-PROGRAM-ID (PBX)
025300                 MOVE AL-EXCEPTION-CODE
025400                     TO WS-PB-EXCEPTION-CODE (PBX)
025500                 MOVE 'W' TO WS-PB-SEVERITY (PBX)
025600                 MOVE 9999999999999999
025700                     TO WS-PB-FIRST-STAMP (PBX)
025800                 MOVE AL-MESSAGE-TEXT
025900                     TO WS-PB-MESSAGE-TEXT (PBX)
026000                 SET WS-PROBLEM-WAS-FOUND TO TRUE
026100             ELSE
026200                 ADD 1 TO WS-ALERTS-OVERFLOWED
026300             END-IF
026400         END-IF
026500         IF WS-PROBLEM-WAS-FOUND
026600             PERFORM ACCUMULATE-ALERT
026700         END-IF
026800     END-IF.
026900*
027000*------------
027100* Look the alert's program and code up in the problem table
027200*------------
027300 FIND-PROBLEM.
027400     MOVE 'N' TO WS-PROBLEM-FOUND-SW.
027500     SET PBX TO 1.
027600     SEARCH WS-PB-ENTRY
027700         AT END
027800             CONTINUE
027900         WHEN PBX > WS-PROBLEM-COUNT
028000             CONTINUE
028100         WHEN WS-PB-PROGRAM-ID (PBX) = AL-PROGRAM-ID
028200             AND WS-PB-EXCEPTION-CODE (PBX) = AL-EXCEPTION-CODE
028300             SET WS-PROBLEM-WAS-FOUND TO TRUE
028400     END-SEARCH.
028500*
028600*------------
028700* Count the alert against problem PBX - worst severity,
028800* distinct requests, lowest request id, earliest alert
028900*------------
029000 ACCUMULATE-ALERT.
029100     ADD 1 TO WS-PB-ALERT-COUNT (PBX).
029200     IF AL-SEVERITY-IS-ERROR
029300         MOVE 'E' TO WS-PB-SEVERITY (PBX)
029400     END-IF.
029500     IF AL-REQUEST-ID NUMERIC AND AL-REQUEST-ID > 0
029600         IF WS-PB-REQUEST-SEEN (PBX AL-REQUEST-ID) = 'N'
029700             MOVE 'Y' TO WS-PB-REQUEST-SEEN (PBX AL-REQUEST-ID)
029800             ADD 1 TO WS-PB-REQUEST-COUNT (PBX)
029900             IF WS-PB-FIRST-REQUEST (PBX) = 0
030000                 OR AL-REQUEST-ID < WS-PB-FIRST-REQUEST (PBX)
030100                 MOVE AL-REQUEST-ID TO WS-PB-FIRST-REQUEST (PBX)
030200             END-IF
030300         END-IF
030400     END-IF.
030500     IF AL-ALERT-DATE NUMERIC AND AL-ALERT-TIME NUMERIC
030600         COMPUTE WS-ALERT-STAMP =
030700             AL-ALERT-DATE * 100000000 + AL-ALERT-TIME
030800         IF WS-ALERT-STAMP < WS-PB-FIRST-STAMP (PBX)
030900             MOVE WS-ALERT-STAMP TO WS-PB-FIRST-STAMP (PBX)
031000         END-IF
031100     END-IF.
031200*
031300*------------
031400* Write problem WS-PROBLEM-SUB as a ticket if it is of the
031500* severity this pass is writing
031600*------------
031700 WRITE-ONE-TICKET.
031800     SET PBX TO WS-PROBLEM-SUB.
031900     IF WS-PB-SEVERITY (PBX) = WS-TICKET-SEVERITY
032000         MOVE SPACES TO TICKET-RECORD
032100         SET TK-IS-TICKET TO TRUE
032200         MOVE 'FIZBUZ' TO TK-SOURCE-SYSTEM
032300         MOVE WS-RUN-DATE TO TK-CREATED-DATE
032400         MOVE WS-RUN-TIME TO TK-CREATED-TIME
032500         MOVE WS-PB-SEVERITY (PBX) TO TK-SEVERITY
032600         MOVE WS-PB-PROGRAM-ID (PBX) TO TK-PROGRAM-ID
032700         MOVE WS-PB-EXCEPTION-CODE (PBX) TO TK-EXCEPTION-CODE
032800         MOVE WS-PB-ALERT-COUNT (PBX) TO TK-ALERT-COUNT
032900         MOVE WS-PB-REQUEST-COUNT (PBX) TO TK-REQUEST-COUNT
033000         MOVE WS-PB-FIRST-REQUEST (PBX) TO TK-FIRST-REQUEST-ID
033100         IF WS-PB-FIRST-STAMP (PBX) = 9999999999999999
033200             MOVE 0 TO TK-FIRST-ALERT-DATE
033300             MOVE 0 TO TK-FIRST-ALERT-TIME
033400         ELSE
033500             DIVIDE WS-PB-FIRST-STAMP (PBX) BY 100000000
033600                 GIVING TK-FIRST-ALERT-DATE
033700                 REMAINDER TK-FIRST-ALERT-TIME
033800         END-IF
033900         MOVE WS-PB-MESSAGE-TEXT (PBX) TO TK-SUMMARY-TEXT
034000         PERFORM PUT-TICKET
034100     END-IF.
034200*
034300*------------
034400* One error ticket for the alerts that did not fit the
034500* problem table, so they are not lost from the feed
034600*------------
034700 WRITE-OVERFLOW-TICKET.
034800     MOVE WS-ALERTS-OVERFLOWED TO WS-EDIT-COUNT.
034900     DISPLAY 'FIZINC0002E - MORE THAN 200 PROBLEMS - '
035000         WS-EDIT-COUNT ' ALERT(S) FOLDED INTO ONE TICKET'.
035100     MOVE SPACES TO TICKET-RECORD.
035200     SET TK-IS-TICKET TO TRUE.
035300     MOVE 'FIZBUZ' TO TK-SOURCE-SYSTEM.
035400     MOVE WS-RUN-DATE TO TK-CREATED-DATE.
035500     MOVE WS-RUN-TIME TO TK-CREATED-TIME.
035600     MOVE 'E' TO TK-SEVERITY.
035700     MOVE 'FIZINC' TO TK-PROGRAM-ID.
035800     MOVE 'FIZINC0002' TO TK-EXCEPTION-CODE.
035900     MOVE WS-ALERTS-OVERFLOWED TO TK-ALERT-COUNT.
036000     MOVE 0 TO TK-REQUEST-COUNT.
036100     MOVE 0 TO TK-FIRST-REQUEST-ID.
036200     MOVE 0 TO TK-FIRST-ALERT-DATE.
036300     MOVE 0 TO TK-FIRST-ALERT-TIME.
036400     MOVE 'MORE THAN 200 PROBLEMS - SEE ALERT HISTORY'
036500         TO TK-SUMMARY-TEXT.
036600     PERFORM PUT-TICKET.
036700*
036800*------------
036900* One error ticket saying the alerts could not be read,
037000* so the incident system sees neither a ticket nor an all
037100* clear go missing silently
037200*------------
037300 WRITE-UNREADABLE-TICKET.
037400     MOVE SPACES TO TICKET-RECORD.
037500     SET TK-IS-TICKET TO TRUE.
037600     MOVE 'FIZBUZ' TO TK-SOURCE-SYSTEM.
037700     MOVE WS-RUN-DATE TO TK-CREATED-DATE.
037800     MOVE WS-RUN-TIME TO TK-CREATED-TIME.
037900     MOVE 'E' TO TK-SEVERITY.
038000     MOVE 'FIZINC' TO TK-PROGRAM-ID.
038100     MOVE 'FIZINC0001' TO TK-EXCEPTION-CODE.
038200     MOVE 0 TO TK-ALERT-COUNT.
038300     MOVE 0 TO TK-REQUEST-COUNT.
038400     MOVE 0 TO TK-FIRST-REQUEST-ID.
038500     MOVE 0 TO TK-FIRST-ALERT-DATE.
038600     MOVE 0 TO TK-FIRST-ALERT-TIME.
038700     MOVE 'ALERTFILE COULD NOT BE READ - RUN TERMINATED'
038800         TO TK-SUMMARY-TEXT.
038900     PERFORM PUT-TICKET.
039000*
039100*------------
039200* The single all-clear record for a night with no alerts
039300*------------
039400 WRITE-ALL-CLEAR-RECORD.
039500     MOVE SPACES TO TICKET-RECORD.
039600     SET TK-IS-ALL-CLEAR TO TRUE.
039700     MOVE 'FIZBUZ' TO TK-SOURCE-SYSTEM.
039800     MOVE WS-RUN-DATE TO TK-CREATED-DATE.
039900     MOVE WS-RUN-TIME TO TK-CREATED-TIME.
040000     MOVE 'I' TO TK-SEVERITY.
040100     MOVE 'FIZINC' TO TK-PROGRAM-ID.
040200     MOVE 'ALLCLEAR' TO TK-EXCEPTION-CODE.
040300     MOVE 0 TO TK-ALERT-COUNT.
040400     MOVE 0 TO TK-REQUEST-COUNT.
040500     MOVE 0 TO TK-FIRST-REQUEST-ID.
040600     MOVE 0 TO TK-FIRST-ALERT-DATE.
040700     MOVE 0 TO TK-FIRST-ALERT-TIME.
040800     MOVE 'ALL CLEAR - NO EXCEPTIONS RAISED' TO TK-SUMMARY-TEXT.
040900     WRITE TICKET-RECORD
040950     ADD 1 TO WS-STAT-WRITTEN (2).
041000*
041100*------------
041200* Write the ticket built in TICKET-RECORD and its line on
041300* the summary page
041400*------------
041500 PUT-TICKET.
041600     WRITE TICKET-RECORD
041650     ADD 1 TO WS-STAT-WRITTEN (2).
041700     ADD 1 TO WS-TICKETS-WRITTEN.
041800     IF TK-SEVERITY = 'E'
041900         ADD 1 TO WS-ERROR-TICKETS
042000     END-IF.
042100     MOVE SPACES TO WS-DETAIL-LINE.
042200     MOVE TK-SEVERITY TO DET-SEVERITY.
042300     MOVE TK-PROGRAM-ID TO DET-PROGRAM-ID.
042400     MOVE TK-EXCEPTION-CODE TO DET-EXCEPTION-CODE.
042500     MOVE TK-ALERT-COUNT TO DET-ALERT-COUNT.
042600     MOVE TK-REQUEST-COUNT TO DET-REQUEST-COUNT.
042700     IF TK-FIRST-REQUEST-ID > 0
042800         MOVE TK-FIRST-REQUEST-ID TO WS-EDIT-REQUEST-ID
042900         MOVE WS-EDIT-REQUEST-ID TO DET-FIRST-REQUEST
043000     ELSE
043100         MOVE '  -' TO DET-FIRST-REQUEST
043200     END-IF.
043300     MOVE TK-SUMMARY-TEXT TO DET-MESSAGE-TEXT.
043400     MOVE WS-DETAIL-LINE TO REPORT-LINE.
043500     WRITE REPORT-LINE
043550     ADD 1 TO WS-STAT-WRITTEN (3).
043600*
043700*------------
043800* Page title and column headings
043900*------------
044000 WRITE-REPORT-HEADINGS.
044100     MOVE SPACES TO REPORT-LINE.
044200     STRING 'FIZBUZ INCIDENT TICKET FEED - RUN '
044300         DELIMITED BY SIZE
044400         WS-RUN-DATE DELIMITED BY SIZE
044500         ' ' DELIMITED BY SIZE
044600         WS-RUN-TIME (1:6) DELIMITED BY SIZE
044700         INTO REPORT-LINE
044800     END-STRING.
044900     WRITE REPORT-LINE
044950     ADD 1 TO WS-STAT-WRITTEN (3).
045000     MOVE SPACES TO REPORT-LINE.
045100     WRITE REPORT-LINE
045150     ADD 1 TO WS-STAT-WRITTEN (3).
045200     MOVE WS-HEADING-LINE TO REPORT-LINE.
045300     WRITE REPORT-LINE
045350     ADD 1 TO WS-STAT-WRITTEN (3).
045400*
045500*------------
045600* Counts and the verdict the operator acts on
045700*------------
045800 WRITE-REPORT-SUMMARY.
045900     MOVE SPACES TO REPORT-LINE.
046000     WRITE REPORT-LINE
046050     ADD 1 TO WS-STAT-WRITTEN (3).
046100     MOVE WS-ALERTS-READ TO WS-EDIT-COUNT.
046200     MOVE SPACES TO REPORT-LINE.
046300     STRING 'ALERTS READ               : ' DELIMITED BY SIZE
046400         WS-EDIT-COUNT DELIMITED BY SIZE
046500         INTO REPORT-LINE
046600     END-STRING.
046700     WRITE REPORT-LINE
046750     ADD 1 TO WS-STAT-WRITTEN (3).
046800     MOVE WS-ALERTS-UNUSABLE TO WS-EDIT-COUNT.
046900     MOVE SPACES TO REPORT-LINE.
047000     STRING 'ALERTS SKIPPED (NO CODE)  : ' DELIMITED BY SIZE
047100         WS-EDIT-COUNT DELIMITED BY SIZE
047200         INTO REPORT-LINE
047300     END-STRING.
047400     WRITE REPORT-LINE
047450     ADD 1 TO WS-STAT-WRITTEN (3).
047500     MOVE WS-TICKETS-WRITTEN TO WS-EDIT-COUNT.
047600     MOVE SPACES TO REPORT-LINE.
047700     STRING 'TICKETS RAISED            : ' DELIMITED BY SIZE
047800         WS-EDIT-COUNT DELIMITED BY SIZE
047900         INTO REPORT-LINE
048000     END-STRING.
048100     WRITE REPORT-LINE
048150     ADD 1 TO WS-STAT-WRITTEN (3).
048200     MOVE WS-ERROR-TICKETS TO WS-EDIT-COUNT.
048300     MOVE SPACES TO REPORT-LINE.
048400     STRING 'OF WHICH ERRORS           : ' DELIMITED BY SIZE
048500         WS-EDIT-COUNT DELIMITED BY SIZE
048600         INTO REPORT-LINE
048700     END-STRING.
048800     WRITE REPORT-LINE
048850     ADD 1 TO WS-STAT-WRITTEN (3).
048900     MOVE SPACES TO REPORT-LINE.
049000     WRITE REPORT-LINE
049050     ADD 1 TO WS-STAT-WRITTEN (3).
049100     EVALUATE TRUE
049200         WHEN NOT WS-ALERTS-ARE-READABLE
049300             MOVE '** ALERTFILE COULD NOT BE READ - DO NOT EMPTY '
049400                 TO REPORT-LINE
049500             WRITE REPORT-LINE
049550             ADD 1 TO WS-STAT-WRITTEN (3)
049600             MOVE '   IT UNTIL THE FEED HAS BEEN RERUN **'
049700                 TO REPORT-LINE
049800         WHEN WS-TICKETS-WRITTEN = 0
049900             MOVE 'ALL CLEAR - NO EXCEPTIONS RAISED.'
050000                 TO REPORT-LINE
050100         WHEN WS-ERROR-TICKETS > 0
050200             MOVE '** ERROR TICKETS RAISED - CHECK THE QUEUE **'
050300                 TO REPORT-LINE
050400         WHEN OTHER
050500             MOVE 'WARNING TICKETS RAISED - REVIEW THIS MORNING.'
050600                 TO REPORT-LINE
050700     END-EVALUATE.
050800     WRITE REPORT-LINE
050850     ADD 1 TO WS-STAT-WRITTEN (3).
050900     DISPLAY REPORT-LINE.
051000*
051100*------------
051200* Note when the step started and name the files its record
051300* counts are kept for, in the order they are counted
051400*------------
051500 START-STEP-STATISTICS.
051600     ACCEPT WS-STAT-START-DATE FROM DATE YYYYMMDD.
051700     ACCEPT WS-STAT-START-TIME FROM TIME.
051800     PERFORM VARYING WS-STAT-SUB FROM 1 BY 1
051900         UNTIL WS-STAT-SUB > 10
052000         MOVE SPACES TO WS-STAT-DDNAME (WS-STAT-SUB)
052100         MOVE 0 TO WS-STAT-READ (WS-STAT-SUB)
052200         MOVE 0 TO WS-STAT-WRITTEN (WS-STAT-SUB)
052300     END-PERFORM.
052400     MOVE 'ALERTFILE' TO WS-STAT-DDNAME (1).
052500     MOVE 'TICKETS' TO WS-STAT-DDNAME (2).
052600     MOVE 'ALRRPT' TO WS-STAT-DDNAME (3).
052700*
052800*------------
052900* Append the step statistics record to STATFILE under the
053000* job and step named on the STATCTL card.  THE RETURN CODE
053100* IS WHATEVER THE STEP HAS SET BY NOW.  A STATFILE THAT
053200* CANNOT BE OPENED IS WARNED AND DOES NOT CHANGE IT
053300*------------
053400 WRITE-STEP-STATISTICS.
053500     MOVE SPACES TO STATREC-RECORD.
053600     OPEN INPUT STATCTL.
053700     IF WS-STATCTL-FILE-FOUND
053800         READ STATCTL
053900             AT END
054000                 MOVE SPACES TO STATCARD-RECORD
054100         END-READ
054200         MOVE SC-JOB-NAME TO ST-JOB-NAME
054300         MOVE SC-STEP-NAME TO ST-STEP-NAME
054400         CLOSE STATCTL
054500     END-IF.
054600     MOVE 'FIZINC' TO ST-PROGRAM-ID.
054700     MOVE WS-STAT-START-DATE TO ST-START-DATE.
054800     MOVE WS-STAT-START-TIME TO ST-START-TIME.
054900     ACCEPT ST-END-DATE FROM DATE YYYYMMDD.
055000     ACCEPT ST-END-TIME FROM TIME.
055100     MOVE RETURN-CODE TO ST-RETURN-CODE.
055200     MOVE 3 TO ST-FILE-COUNT.
055300     PERFORM VARYING WS-STAT-SUB FROM 1 BY 1
055400         UNTIL WS-STAT-SUB > 10
055500         MOVE WS-STAT-DDNAME (WS-STAT-SUB)
055600             TO ST-FILE-DDNAME (WS-STAT-SUB)
055700         MOVE WS-STAT-READ (WS-STAT-SUB)
055800             TO ST-RECORDS-READ (WS-STAT-SUB)
055900         MOVE WS-STAT-WRITTEN (WS-STAT-SUB)
056000             TO ST-RECORDS-WRITTEN (WS-STAT-SUB)
056100     END-PERFORM.
056200     OPEN EXTEND STATFILE.
056300     IF NOT WS-STAT-FILE-FOUND
056400         OPEN OUTPUT STATFILE
056500     END-IF.
056600     IF WS-STAT-FILE-FOUND
056700         WRITE STATREC-RECORD
056800         CLOSE STATFILE
056900     ELSE
057000         DISPLAY 'FIZINC0004W - STATFILE COULD NOT BE OPENED '
057100             '(FILE STATUS ' WS-STAT-FILE-STATUS ') - STEP '
057200             'STATISTICS NOT RECORDED'
057300     END-IF.

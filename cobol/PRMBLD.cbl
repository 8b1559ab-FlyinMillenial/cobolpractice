000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PRMBLD.
000300 AUTHOR.        R A KOWALSKI.
000400 INSTALLATION.  BATCH PRODUCTION SUPPORT.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*
000800************************************************************
000900*                                                          *
001000* PRMBLD  -  NIGHTLY PARMFILE/RULEFILE DECK BUILDER         *
001100*                                                          *
001200* WRITES TONIGHT'S PARMFILE DECK (COPYBOOK PARMCARD) AND    *
001300* RULEFILE DECK (COPYBOOK RULECARD) FROM THE EFFECTIVE-     *
001400* DATED PARMMST PARAMETER MASTER (COPYBOOK PRMMREC), SO     *
001500* THE DECKS FIZBUZ READS ARE NO LONGER HAND-MAINTAINED.     *
001600* RUNS IN THE NIGHTLY JOB AHEAD OF STEP010.                 *
001700*                                                          *
001800* THE MASTER IS READ IN KEY SEQUENCE - REQUEST ID MAJOR,    *
001900* EFFECTIVE DATE MINOR - SO FOR EACH REQUEST THE LAST       *
002000* APPROVED ENTRY DATED ON OR BEFORE TONIGHT IS THE ONE IN   *
002100* FORCE.  THAT ENTRY BECOMES ONE PARAMETER CARD, PLUS ONE   *
002200* RULE CARD FOR EACH EXTRA RULE IT CARRIES, WHEN -          *
002300*   - THE REQUEST IS STILL ACTIVE ON THE REQREG REGISTRY    *
002400*     (A RETIRED REQUEST IS QUIETLY LEFT OUT), AND          *
002500*   - IT IS DUE TONIGHT BY ITS RUN FREQUENCY - EVERY NIGHT  *
002600*     (N), ON THE WEEKDAY OF ITS EFFECTIVE DATE (W), OR ON  *
002700*     THE LAST DAY OF THE MONTH (M).                        *
002800* ENTERED ENTRIES WHOSE EFFECTIVE DATE HAS ARRIVED BUT WHICH *
002900* NOBODY HAS APPROVED ARE NOT USED - THE REQUEST RUNS ON    *
003000* WHATEVER APPROVED ENTRY PRECEDES THEM - AND ARE REPORTED  *
003100* SO THE CHANGE DOES NOT SLIP UNNOTICED.                    *
003200*                                                          *
003300* THE BLDRPT REPORT LISTS EVERY REQUEST ON THE MASTER AND   *
003400* WHAT WAS DONE WITH IT TONIGHT.                            *
003500*                                                          *
003600* RETURN-CODE 0  - DECKS WRITTEN.                           *
003700* RETURN-CODE 4  - DECKS WRITTEN, BUT AN ENTRY IS AWAITING  *
003800*                  APPROVAL PAST ITS EFFECTIVE DATE OR A    *
003900*                  REQUEST IS MISSING FROM REQREG.          *
004000* RETURN-CODE 16 - PARMMST OR REQREG COULD NOT BE READ, OR  *
004100*                  NO REQUEST WAS DUE - THE DECK IS EMPTY   *
004200*                  AND STEP010 WILL END CC 0016 IN TURN.    *
004300*                                                          *
004400* MODIFICATION HISTORY                                     *
004500*   2026-10-15  RAK  ORIGINAL PROGRAM.                      *
004514*   2026-10-15  RAK  STEP STATISTICS - START AND END TIME,  *
004528*                    RECORDS READ AND WRITTEN PER FILE AND  *
004542*                    RETURN CODE APPENDED TO STATFILE       *
004556*                    (COPYBOOK STATREC) AS THE PROGRAM      *
004570*                    ENDS, FILED UNDER THE JOB AND STEP ON  *
004584*                    THE STATCTL CARD.                      *
004600*                                                          *
004700************************************************************
004800*
004900 ENVIRONMENT DIVISION.
005000 INPUT-OUTPUT SECTION.
005100 FILE-CONTROL.
005200     SELECT PARMMST ASSIGN TO "PARMMST"
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS DYNAMIC
005500         RECORD KEY IS PM-MASTER-KEY
005600         FILE STATUS IS WS-PRM-FILE-STATUS.
005700     SELECT REQREG ASSIGN TO "REQREG"
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS RANDOM
006000         RECORD KEY IS RR-REQUEST-ID
006100         FILE STATUS IS WS-REG-FILE-STATUS.
006200     SELECT PARMFILE ASSIGN TO "PARMFILE"
006300         ORGANIZATION IS LINE SEQUENTIAL.
006400     SELECT RULEFILE ASSIGN TO "RULEFILE"
006500         ORGANIZATION IS LINE SEQUENTIAL.
006600     SELECT BLDRPT ASSIGN TO "BLDRPT"
006700         ORGANIZATION IS LINE SEQUENTIAL.
006714     SELECT STATCTL ASSIGN TO "STATCTL"
006728         ORGANIZATION IS LINE SEQUENTIAL
006742         FILE STATUS IS WS-STATCTL-FILE-STATUS.
006756     SELECT STATFILE ASSIGN TO "STATFILE"
006770         ORGANIZATION IS LINE SEQUENTIAL
006784         FILE STATUS IS WS-STAT-FILE-STATUS.
006800*
006900 DATA DIVISION.
007000 FILE SECTION.
007100 FD  PARMMST.
007200 COPY PRMMREC.
007300 FD  REQREG.
007400 COPY REQREC.
007500 FD  PARMFILE
007600     RECORDING MODE IS F.
007700 COPY PARMCARD.
007800 FD  RULEFILE
007900     RECORDING MODE IS F.
008000 COPY RULECARD.
008100 FD  BLDRPT
008200     RECORDING MODE IS F.
008300 01  REPORT-LINE                 PIC X(80).
008314 FD  STATCTL
008328     RECORDING MODE IS F.
008342 COPY STATCARD.
008356 FD  STATFILE
008370     RECORDING MODE IS F.
008384 COPY STATREC.
008400*
008500 WORKING-STORAGE SECTION.
008600 01  WS-PRM-FILE-STATUS           PIC X(02) VALUE '00'.
008700     88  WS-PRM-FILE-OK               VALUE '00'.
008800 01  WS-REG-FILE-STATUS           PIC X(02) VALUE '00'.
008900     88  WS-REG-FILE-OK               VALUE '00'.
009000     88  WS-REG-ID-FOUND              VALUE '00'.
009100 01  WS-SCAN-EOF-SWITCH           PIC X(01) VALUE 'N'.
009200     88  WS-MASTER-SCAN-DONE          VALUE 'Y'.
009300 01  WS-HELD-SWITCH               PIC X(01) VALUE 'N'.
009400     88  WS-ENTRY-IS-HELD             VALUE 'Y'.
009500 01  WS-MONTH-END-SWITCH          PIC X(01) VALUE 'N'.
009600     88  WS-TONIGHT-IS-MONTH-END      VALUE 'Y'.
009700 01  WS-DUE-SWITCH                PIC X(01) VALUE 'N'.
009800     88  WS-REQUEST-IS-DUE            VALUE 'Y'.
009900*
010000 01  WS-RUN-DATE                  PIC 9(8) VALUE 0.
010100 01  WS-RUN-INTEGER               PIC 9(9) COMP VALUE 0.
010200 01  WS-EFFECTIVE-INTEGER         PIC 9(9) COMP VALUE 0.
010300 01  WS-DAYS-IN-FORCE             PIC 9(9) COMP VALUE 0.
010400 01  WS-TOMORROW-DATE             PIC 9(8) VALUE 0.
010500 01  WS-TOMORROW-PARTS REDEFINES WS-TOMORROW-DATE.
010600     05  FILLER                  PIC 9(06).
010700     05  WS-TOMORROW-DAY         PIC 9(02).
010800 01  WS-CURRENT-REQUEST-ID        PIC 9(03) VALUE 0.
010900*
011000* The approved entry in force for the request being read -
011100* the master record area moves on as the scan reads ahead,
011200* so the candidate is held here under its own names
011300 01  WS-HELD-ENTRY.
011400     05  WS-HELD-REQUEST-ID      PIC 9(03).
011500     05  WS-HELD-EFFECTIVE-DATE  PIC 9(08).
011600     05  WS-HELD-LOWER-BOUND     PIC 9(09).
011700     05  WS-HELD-UPPER-BOUND     PIC 9(09).
011800     05  WS-HELD-FIZZ-DIVISOR    PIC 9(03).
011900     05  WS-HELD-BUZZ-DIVISOR    PIC 9(03).
012000     05  WS-HELD-FIZZ-LABEL      PIC X(08).
012100     05  WS-HELD-BUZZ-LABEL      PIC X(08).
012200     05  WS-HELD-CHECKPOINT-FREQ PIC 9(05).
012300     05  WS-HELD-RUN-MODE        PIC X(01).
012400     05  WS-HELD-RULE3-DIVISOR   PIC 9(03).
012500     05  WS-HELD-RULE3-LABEL     PIC X(08).
012600     05  WS-HELD-RULE4-DIVISOR   PIC 9(03).
012700     05  WS-HELD-RULE4-LABEL     PIC X(08).
012800     05  WS-HELD-RUN-FREQUENCY   PIC X(01).
012900     05  WS-HELD-ENTRY-STATUS    PIC X(01).
013000     05  WS-HELD-REQUESTED-BY    PIC X(08).
013100     05  WS-HELD-ENTERED-DATE    PIC 9(08).
013200     05  WS-HELD-APPROVED-BY     PIC X(08).
013300     05  WS-HELD-APPROVED-DATE   PIC 9(08).
013400*
013500 01  WS-REQUESTS-READ-COUNT       PIC 9(9) COMP VALUE 0.
013600 01  WS-SCHEDULED-COUNT           PIC 9(9) COMP VALUE 0.
013700 01  WS-RULE-CARD-COUNT           PIC 9(9) COMP VALUE 0.
013800 01  WS-NOT-DUE-COUNT             PIC 9(9) COMP VALUE 0.
013900 01  WS-RETIRED-COUNT             PIC 9(9) COMP VALUE 0.
014000 01  WS-NOT-IN-FORCE-COUNT        PIC 9(9) COMP VALUE 0.
014100 01  WS-UNREGISTERED-COUNT        PIC 9(9) COMP VALUE 0.
014200 01  WS-UNAPPROVED-COUNT          PIC 9(9) COMP VALUE 0.
014300 01  WS-RULES-ON-CARD             PIC 9(1) VALUE 0.
014400*
014500* Request detail line - one per request on the master, plus
014600* one per entry still awaiting approval past its date
014700 01  WS-DETAIL-LINE.
014800     05  DET-REQUEST-ID          PIC 9(03).
014900     05  FILLER                  PIC X(02) VALUE SPACES.
015000     05  DET-EFFECTIVE-DATE      PIC X(08).
015100     05  FILLER                  PIC X(02) VALUE SPACES.
015200     05  DET-FREQUENCY           PIC X(01).
015300     05  FILLER                  PIC X(02) VALUE SPACES.
015400     05  DET-LOWER-BOUND         PIC ZZZZZZZZ9.
015500     05  FILLER                  PIC X(01) VALUE SPACE.
015600     05  DET-UPPER-BOUND         PIC ZZZZZZZZ9.
015700     05  FILLER                  PIC X(02) VALUE SPACES.
015800     05  DET-RULE-COUNT          PIC 9(01).
015900     05  FILLER                  PIC X(02) VALUE SPACES.
016000     05  DET-RESULT              PIC X(30).
016100     05  FILLER                  PIC X(08) VALUE SPACES.
016200*
016300 01  WS-HEADING-LINE.
016400     05  FILLER                  PIC X(03) VALUE 'REQ'.
016500     05  FILLER                  PIC X(02) VALUE SPACES.
016600     05  FILLER                  PIC X(08) VALUE 'EFF DATE'.
016700     05  FILLER                  PIC X(02) VALUE SPACES.
016800     05  FILLER                  PIC X(01) VALUE 'F'.
016900     05  FILLER                  PIC X(02) VALUE SPACES.
017000     05  FILLER                  PIC X(09) VALUE '    LOWER'.
017100     05  FILLER                  PIC X(01) VALUE SPACE.
017200     05  FILLER                  PIC X(09) VALUE '    UPPER'.
017300     05  FILLER                  PIC X(02) VALUE SPACES.
017400     05  FILLER                  PIC X(01) VALUE 'R'.
017500     05  FILLER                  PIC X(02) VALUE SPACES.
017600     05  FILLER                  PIC X(30) VALUE 'TONIGHT'.
017700     05  FILLER                  PIC X(08) VALUE SPACES.
017800*
017900* Edited (DISPLAY usage) copies of the COMP counters, needed
018000* because STRING cannot take a binary item directly
018100 01  WS-EDIT-REQUESTS-READ        PIC ZZZZZZZZ9.
018200 01  WS-EDIT-SCHEDULED            PIC ZZZZZZZZ9.
018300 01  WS-EDIT-RULE-CARDS           PIC ZZZZZZZZ9.
018400 01  WS-EDIT-NOT-DUE              PIC ZZZZZZZZ9.
018500 01  WS-EDIT-RETIRED              PIC ZZZZZZZZ9.
018600 01  WS-EDIT-NOT-IN-FORCE         PIC ZZZZZZZZ9.
018700 01  WS-EDIT-UNREGISTERED         PIC ZZZZZZZZ9.
018800 01  WS-EDIT-UNAPPROVED           PIC ZZZZZZZZ9.
018805*
018810* Step statistics - when the step started and the records
018815* it read and wrote per file, appended to STATFILE as the
018820* step ends
018825 01  WS-STATCTL-FILE-STATUS       PIC X(02) VALUE '00'.
018830     88  WS-STATCTL-FILE-FOUND        VALUE '00'.
018835 01  WS-STAT-FILE-STATUS          PIC X(02) VALUE '00'.
018840     88  WS-STAT-FILE-FOUND           VALUE '00'.
018845 01  WS-STAT-START-DATE           PIC 9(8) VALUE 0.
018850 01  WS-STAT-START-TIME           PIC 9(8) VALUE 0.
018855 01  WS-STAT-SUB                  PIC 9(2) COMP VALUE 0.
018860 01  WS-STAT-FILE-TABLE.
018865     05  WS-STAT-FILE-ENTRY OCCURS 10 TIMES.
018870         10  WS-STAT-DDNAME      PIC X(10).
018875         10  WS-STAT-READ        PIC 9(11) COMP.
018880         10  WS-STAT-WRITTEN     PIC 9(11) COMP.
018900*
019000 PROCEDURE DIVISION.
019100*------------
019200* Primary function - settle tonight's calendar, scan the
019300* master request by request writing the cards for every
019400* request in force and due, then report what was built
019500*------------
019600 BUILD-NIGHTLY-DECKS.
019650     PERFORM START-STEP-STATISTICS.
019700     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
019800     PERFORM SET-RUN-CALENDAR.
019900     PERFORM OPEN-PRMBLD-FILES.
020000     PERFORM WRITE-REPORT-HEADINGS.
020100     MOVE LOW-VALUES TO PM-MASTER-KEY.
020200     START PARMMST KEY NOT LESS THAN PM-MASTER-KEY
020300         INVALID KEY
020400             SET WS-MASTER-SCAN-DONE TO TRUE
020500     END-START.
020600     IF NOT WS-MASTER-SCAN-DONE
020700         PERFORM READ-NEXT-ENTRY
020800     END-IF.
020900     PERFORM PROCESS-ONE-ENTRY
021000         UNTIL WS-MASTER-SCAN-DONE.
021100     PERFORM SCHEDULE-HELD-REQUEST.
021200     PERFORM WRITE-REPORT-SUMMARY.
021300     PERFORM CLOSE-PRMBLD-FILES.
021400     EVALUATE TRUE
021500         WHEN WS-SCHEDULED-COUNT = 0
021600             DISPLAY 'PRMBLD0003E - NO REQUEST IS IN FORCE AND '
021700                 'DUE TONIGHT - THE PARMFILE DECK IS EMPTY'
021800             MOVE 16 TO RETURN-CODE
021900         WHEN WS-UNAPPROVED-COUNT > 0
022000             OR WS-UNREGISTERED-COUNT > 0
022100             MOVE 4 TO RETURN-CODE
022200         WHEN OTHER
022300             CONTINUE
022400     END-EVALUATE.
022450     PERFORM WRITE-STEP-STATISTICS
022500     GOBACK.
022600*
022700*------------
022800* Tonight's day number for the weekly test, and whether
022900* tonight is the last calendar day of its month (tomorrow
023000* is the first)
023100*------------
023200 SET-RUN-CALENDAR.
023300     COMPUTE WS-RUN-INTEGER =
023400         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
023500     COMPUTE WS-TOMORROW-DATE =
023600         FUNCTION DATE-OF-INTEGER(WS-RUN-INTEGER + 1).
023700     IF WS-TOMORROW-DAY = 1
023800         SET WS-TONIGHT-IS-MONTH-END TO TRUE
023900     END-IF.
024000*
024100*------------
024200* Open the master and registry for reading and the two
024300* decks and the report for output.  THE DECKS ARE OPENED
024400* BEFORE ANY INPUT IS CHECKED, SO A FAILED BUILD STILL
024500* LEAVES EMPTY DECKS BEHIND AND STEP010 CANNOT PICK UP A
024600* STALE ONE
024700*------------
024800 OPEN-PRMBLD-FILES.
024900     OPEN OUTPUT PARMFILE.
025000     OPEN OUTPUT RULEFILE.
025100     OPEN OUTPUT BLDRPT.
025200     OPEN INPUT PARMMST.
025300     IF NOT WS-PRM-FILE-OK
025400         DISPLAY 'PRMBLD0001E - PARMMST COULD NOT BE OPENED '
025500             '(FILE STATUS ' WS-PRM-FILE-STATUS ') - NO DECK '
025600             'BUILT'
025700         CLOSE PARMFILE
025800         CLOSE RULEFILE
025900         CLOSE BLDRPT
026000         MOVE 16 TO RETURN-CODE
026050         PERFORM WRITE-STEP-STATISTICS
026100         GOBACK
026200     END-IF.
026300     OPEN INPUT REQREG.
026400     IF NOT WS-REG-FILE-OK
026500         DISPLAY 'PRMBLD0002E - REQREG COULD NOT BE OPENED '
026600             '(FILE STATUS ' WS-REG-FILE-STATUS ') - NO DECK '
026700             'BUILT'
026800         CLOSE PARMMST
026900         CLOSE PARMFILE
027000         CLOSE RULEFILE
027100         CLOSE BLDRPT
027200         MOVE 16 TO RETURN-CODE
027250         PERFORM WRITE-STEP-STATISTICS
027300         GOBACK
027400     END-IF.
027500*
027600*------------
027700* Read the next master entry in key sequence.  ANY NON-ZERO
027800* FILE STATUS - NOT JUST END OF FILE - ENDS THE SCAN, SO AN
027900* I/O ERROR CANNOT LOOP FOREVER
028000*------------
028100 READ-NEXT-ENTRY.
028200     READ PARMMST NEXT RECORD
028300         AT END
028400             SET WS-MASTER-SCAN-DONE TO TRUE
028433         NOT AT END
028466             ADD 1 TO WS-STAT-READ (1)
028500     END-READ.
028600     IF NOT WS-PRM-FILE-OK
028700         SET WS-MASTER-SCAN-DONE TO TRUE
028800     END-IF.
028900*
029000*------------
029100* One master entry.  A CHANGE OF REQUEST ID SCHEDULES THE
029200* REQUEST JUST FINISHED; WITHIN A REQUEST EACH APPROVED
029300* ENTRY DATED ON OR BEFORE TONIGHT REPLACES THE ONE HELD,
029400* SO THE LATEST SUCH ENTRY IS LEFT HELD AT THE BREAK
029500*------------
029600 PROCESS-ONE-ENTRY.
029700     IF PM-REQUEST-ID NOT = WS-CURRENT-REQUEST-ID
029800         PERFORM SCHEDULE-HELD-REQUEST
029900         MOVE PM-REQUEST-ID TO WS-CURRENT-REQUEST-ID
030000         MOVE 'N' TO WS-HELD-SWITCH
030100         ADD 1 TO WS-REQUESTS-READ-COUNT
030200     END-IF.
030300     IF PM-EFFECTIVE-DATE NOT > WS-RUN-DATE
030400         IF PM-ENTRY-IS-APPROVED
030500             MOVE PARMMST-RECORD TO WS-HELD-ENTRY
030600             SET WS-ENTRY-IS-HELD TO TRUE
030700         ELSE
030800             PERFORM REPORT-UNAPPROVED-ENTRY
030900         END-IF
031000     END-IF.
031100     PERFORM READ-NEXT-ENTRY.
031200*
031300*------------
031400* An entered entry whose effective date has arrived without
031500* an approval - it is not used, and somebody needs to know
031600*------------
031700 REPORT-UNAPPROVED-ENTRY.
031800     ADD 1 TO WS-UNAPPROVED-COUNT.
031900     DISPLAY 'PRMBLD0004W - REQUEST ' PM-REQUEST-ID
032000         ' ENTRY EFFECTIVE ' PM-EFFECTIVE-DATE
032100         ' IS STILL AWAITING APPROVAL - NOT USED'.
032200     MOVE PM-REQUEST-ID TO DET-REQUEST-ID.
032300     MOVE PM-EFFECTIVE-DATE TO DET-EFFECTIVE-DATE.
032400     MOVE PM-RUN-FREQUENCY TO DET-FREQUENCY.
032500     MOVE PM-LOWER-BOUND TO DET-LOWER-BOUND.
032600     MOVE PM-UPPER-BOUND TO DET-UPPER-BOUND.
032700     MOVE 0 TO DET-RULE-COUNT.
032800     MOVE '** AWAITING APPROVAL - NOT USED'
032900         TO DET-RESULT.
033000     MOVE WS-DETAIL-LINE TO REPORT-LINE.
033100     WRITE REPORT-LINE
033150     ADD 1 TO WS-STAT-WRITTEN (5).
033200*
033300*------------
033400* The request just finished reading - if an approved entry
033500* is in force, schedule it when the request is registered,
033600* active and due tonight.  EVERY REQUEST GETS ONE LINE ON
033700* THE REPORT SAYING WHAT BECAME OF IT
033800*------------
033900 SCHEDULE-HELD-REQUEST.
034000     IF WS-CURRENT-REQUEST-ID > 0
034100         IF NOT WS-ENTRY-IS-HELD
034200             ADD 1 TO WS-NOT-IN-FORCE-COUNT
034300             MOVE WS-CURRENT-REQUEST-ID TO DET-REQUEST-ID
034400             MOVE SPACES TO DET-EFFECTIVE-DATE
034500             MOVE SPACE TO DET-FREQUENCY
034600             MOVE 0 TO DET-LOWER-BOUND
034700             MOVE 0 TO DET-UPPER-BOUND
034800             MOVE 0 TO DET-RULE-COUNT
034900             MOVE 'NO APPROVED ENTRY IN FORCE' TO DET-RESULT
035000             MOVE WS-DETAIL-LINE TO REPORT-LINE
035100             WRITE REPORT-LINE
035150             ADD 1 TO WS-STAT-WRITTEN (5)
035200         ELSE
035300             PERFORM SCHEDULE-ENTRY-IN-FORCE
035400         END-IF
035500     END-IF.
035600*
035700*------------
035800* Check the held entry's request against REQREG and its run
035900* frequency, and write its cards when it is due
036000*------------
036100 SCHEDULE-ENTRY-IN-FORCE.
036200     MOVE WS-HELD-REQUEST-ID TO DET-REQUEST-ID.
036300     MOVE WS-HELD-EFFECTIVE-DATE TO DET-EFFECTIVE-DATE.
036400     MOVE WS-HELD-RUN-FREQUENCY TO DET-FREQUENCY.
036500     MOVE WS-HELD-LOWER-BOUND TO DET-LOWER-BOUND.
036600     MOVE WS-HELD-UPPER-BOUND TO DET-UPPER-BOUND.
036700     MOVE 0 TO WS-RULES-ON-CARD.
036800     IF WS-HELD-RULE3-DIVISOR > 0
036900         ADD 1 TO WS-RULES-ON-CARD
037000     END-IF.
037100     IF WS-HELD-RULE4-DIVISOR > 0
037200         ADD 1 TO WS-RULES-ON-CARD
037300     END-IF.
037400     MOVE WS-RULES-ON-CARD TO DET-RULE-COUNT.
037500     MOVE WS-HELD-REQUEST-ID TO RR-REQUEST-ID.
037600     READ REQREG
037700         INVALID KEY
037800             CONTINUE
037833         NOT INVALID KEY
037866             ADD 1 TO WS-STAT-READ (2)
037900     END-READ.
038000     PERFORM TEST-DUE-TONIGHT.
038100     EVALUATE TRUE
038200         WHEN NOT WS-REG-ID-FOUND
038300             ADD 1 TO WS-UNREGISTERED-COUNT
038400             DISPLAY 'PRMBLD0005W - REQUEST '
038500                 WS-HELD-REQUEST-ID ' IS NOT ON THE REQREG '
038600                 'REGISTRY - NOT SCHEDULED'
038700             MOVE '** NOT ON REQREG - SKIPPED' TO DET-RESULT
038800         WHEN NOT RR-REQUEST-IS-ACTIVE
038900             ADD 1 TO WS-RETIRED-COUNT
039000             MOVE 'RETIRED - NOT SCHEDULED' TO DET-RESULT
039100         WHEN NOT WS-REQUEST-IS-DUE
039200             ADD 1 TO WS-NOT-DUE-COUNT
039300             MOVE 'NOT DUE TONIGHT' TO DET-RESULT
039400         WHEN OTHER
039500             PERFORM WRITE-REQUEST-CARDS
039600             MOVE 'SCHEDULED' TO DET-RESULT
039700     END-EVALUATE.
039800     MOVE WS-DETAIL-LINE TO REPORT-LINE.
039900     WRITE REPORT-LINE
039950     ADD 1 TO WS-STAT-WRITTEN (5).
040000*
040100*------------
040200* Is the held entry due tonight?  NIGHTLY ALWAYS; WEEKLY
040300* WHEN TONIGHT IS A WHOLE NUMBER OF WEEKS FROM ITS
040400* EFFECTIVE DATE; MONTH-END ON THE MONTH'S LAST DAY
040500*------------
040600 TEST-DUE-TONIGHT.
040700     MOVE 'N' TO WS-DUE-SWITCH.
040800     EVALUATE WS-HELD-RUN-FREQUENCY
040900         WHEN 'W'
041000             COMPUTE WS-EFFECTIVE-INTEGER =
041100                 FUNCTION INTEGER-OF-DATE
041200                     (WS-HELD-EFFECTIVE-DATE)
041300             COMPUTE WS-DAYS-IN-FORCE =
041400                 WS-RUN-INTEGER - WS-EFFECTIVE-INTEGER
041500             IF FUNCTION MOD(WS-DAYS-IN-FORCE 7) = 0
041600                 SET WS-REQUEST-IS-DUE TO TRUE
041700             END-IF
041800         WHEN 'M'
041900             IF WS-TONIGHT-IS-MONTH-END
042000                 SET WS-REQUEST-IS-DUE TO TRUE
042100             END-IF
042200         WHEN OTHER
042300             SET WS-REQUEST-IS-DUE TO TRUE
042400     END-EVALUATE.
042500*
042600*------------
042700* Write the held entry's parameter card and a rule card for
042800* each extra rule it carries, rule three before rule four
042900*------------
043000 WRITE-REQUEST-CARDS.
043100     MOVE SPACES TO PARMCARD-RECORD.
043200     MOVE WS-HELD-LOWER-BOUND TO PC-LOWER-BOUND.
043300     MOVE WS-HELD-UPPER-BOUND TO PC-UPPER-BOUND.
043400     MOVE WS-HELD-FIZZ-DIVISOR TO PC-FIZZ-DIVISOR.
043500     MOVE WS-HELD-BUZZ-DIVISOR TO PC-BUZZ-DIVISOR.
043600     MOVE WS-HELD-FIZZ-LABEL TO PC-FIZZ-LABEL.
043700     MOVE WS-HELD-BUZZ-LABEL TO PC-BUZZ-LABEL.
043800     MOVE WS-HELD-CHECKPOINT-FREQ TO PC-CHECKPOINT-FREQ.
043900     MOVE WS-HELD-RUN-MODE TO PC-RUN-MODE.
044000     MOVE WS-HELD-REQUEST-ID TO PC-REQUEST-ID.
044100     WRITE PARMCARD-RECORD
044150     ADD 1 TO WS-STAT-WRITTEN (3).
044200     ADD 1 TO WS-SCHEDULED-COUNT.
044300     IF WS-HELD-RULE3-DIVISOR > 0
044400         MOVE SPACES TO RULECARD-RECORD
044500         MOVE WS-HELD-REQUEST-ID TO RL-REQUEST-ID
044600         MOVE WS-HELD-RULE3-DIVISOR TO RL-DIVISOR
044700         MOVE WS-HELD-RULE3-LABEL TO RL-LABEL
044800         WRITE RULECARD-RECORD
044850         ADD 1 TO WS-STAT-WRITTEN (4)
044900         ADD 1 TO WS-RULE-CARD-COUNT
045000     END-IF.
045100     IF WS-HELD-RULE4-DIVISOR > 0
045200         MOVE SPACES TO RULECARD-RECORD
045300         MOVE WS-HELD-REQUEST-ID TO RL-REQUEST-ID
045400         MOVE WS-HELD-RULE4-DIVISOR TO RL-DIVISOR
045500         MOVE WS-HELD-RULE4-LABEL TO RL-LABEL
045600         WRITE RULECARD-RECORD
045650         ADD 1 TO WS-STAT-WRITTEN (4)
045700         ADD 1 TO WS-RULE-CARD-COUNT
045800     END-IF.
045900*
046000*------------
046100* Write the report title, tonight's date and the column
046200* headings
046300*------------
046400 WRITE-REPORT-HEADINGS.
046500     MOVE SPACES TO REPORT-LINE.
046600     MOVE 'NIGHTLY PARAMETER DECK BUILD REPORT' TO REPORT-LINE.
046700     WRITE REPORT-LINE
046750     ADD 1 TO WS-STAT-WRITTEN (5).
046800     MOVE SPACES TO REPORT-LINE.
046900     STRING 'RUN DATE                  : ' DELIMITED BY SIZE
047000         WS-RUN-DATE DELIMITED BY SIZE
047100         INTO REPORT-LINE
047200     END-STRING.
047300     WRITE REPORT-LINE
047350     ADD 1 TO WS-STAT-WRITTEN (5).
047400     MOVE SPACES TO REPORT-LINE.
047500     WRITE REPORT-LINE
047550     ADD 1 TO WS-STAT-WRITTEN (5).
047600     MOVE WS-HEADING-LINE TO REPORT-LINE.
047700     WRITE REPORT-LINE
047750     ADD 1 TO WS-STAT-WRITTEN (5).
047800*
047900*------------
048000* Write the closing counts and the verdict
048100*------------
048200 WRITE-REPORT-SUMMARY.
048300     MOVE WS-REQUESTS-READ-COUNT TO WS-EDIT-REQUESTS-READ.
048400     MOVE WS-SCHEDULED-COUNT     TO WS-EDIT-SCHEDULED.
048500     MOVE WS-RULE-CARD-COUNT     TO WS-EDIT-RULE-CARDS.
048600     MOVE WS-NOT-DUE-COUNT       TO WS-EDIT-NOT-DUE.
048700     MOVE WS-RETIRED-COUNT       TO WS-EDIT-RETIRED.
048800     MOVE WS-NOT-IN-FORCE-COUNT  TO WS-EDIT-NOT-IN-FORCE.
048900     MOVE WS-UNREGISTERED-COUNT  TO WS-EDIT-UNREGISTERED.
049000     MOVE WS-UNAPPROVED-COUNT    TO WS-EDIT-UNAPPROVED.
049100     MOVE SPACES TO REPORT-LINE.
049200     WRITE REPORT-LINE
049250     ADD 1 TO WS-STAT-WRITTEN (5).
049300     MOVE SPACES TO REPORT-LINE.
049400     STRING 'REQUESTS ON THE MASTER    : ' DELIMITED BY SIZE
049500         WS-EDIT-REQUESTS-READ DELIMITED BY SIZE
049600         INTO REPORT-LINE
049700     END-STRING.
049800     WRITE REPORT-LINE
049850     ADD 1 TO WS-STAT-WRITTEN (5).
049900     MOVE SPACES TO REPORT-LINE.
050000     STRING 'PARAMETER CARDS WRITTEN   : ' DELIMITED BY SIZE
050100         WS-EDIT-SCHEDULED DELIMITED BY SIZE
050200         INTO REPORT-LINE
050300     END-STRING.
050400     WRITE REPORT-LINE
050450     ADD 1 TO WS-STAT-WRITTEN (5).
050500     MOVE SPACES TO REPORT-LINE.
050600     STRING 'RULE CARDS WRITTEN        : ' DELIMITED BY SIZE
050700         WS-EDIT-RULE-CARDS DELIMITED BY SIZE
050800         INTO REPORT-LINE
050900     END-STRING.
051000     WRITE REPORT-LINE
051050     ADD 1 TO WS-STAT-WRITTEN (5).
051100     MOVE SPACES TO REPORT-LINE.
051200     STRING 'NOT DUE TONIGHT           : ' DELIMITED BY SIZE
051300         WS-EDIT-NOT-DUE DELIMITED BY SIZE
051400         INTO REPORT-LINE
051500     END-STRING.
051600     WRITE REPORT-LINE
051650     ADD 1 TO WS-STAT-WRITTEN (5).
051700     MOVE SPACES TO REPORT-LINE.
051800     STRING 'RETIRED ON REQREG         : ' DELIMITED BY SIZE
051900         WS-EDIT-RETIRED DELIMITED BY SIZE
052000         INTO REPORT-LINE
052100     END-STRING.
052200     WRITE REPORT-LINE
052250     ADD 1 TO WS-STAT-WRITTEN (5).
052300     MOVE SPACES TO REPORT-LINE.
052400     STRING 'NO APPROVED ENTRY IN FORCE: ' DELIMITED BY SIZE
052500         WS-EDIT-NOT-IN-FORCE DELIMITED BY SIZE
052600         INTO REPORT-LINE
052700     END-STRING.
052800     WRITE REPORT-LINE
052850     ADD 1 TO WS-STAT-WRITTEN (5).
052900     MOVE SPACES TO REPORT-LINE.
053000     STRING 'NOT ON REQREG             : ' DELIMITED BY SIZE
053100         WS-EDIT-UNREGISTERED DELIMITED BY SIZE
053200         INTO REPORT-LINE
053300     END-STRING.
053400     WRITE REPORT-LINE
053450     ADD 1 TO WS-STAT-WRITTEN (5).
053500     MOVE SPACES TO REPORT-LINE.
053600     STRING 'AWAITING APPROVAL PAST DUE: ' DELIMITED BY SIZE
053700         WS-EDIT-UNAPPROVED DELIMITED BY SIZE
053800         INTO REPORT-LINE
053900     END-STRING.
054000     WRITE REPORT-LINE
054050     ADD 1 TO WS-STAT-WRITTEN (5).
054100     MOVE SPACES TO REPORT-LINE.
054200     WRITE REPORT-LINE
054250     ADD 1 TO WS-STAT-WRITTEN (5).
054300     EVALUATE TRUE
054400         WHEN WS-SCHEDULED-COUNT = 0
054500             MOVE '** NO REQUEST SCHEDULED - THE DECK IS EMPTY **'
054600                 TO REPORT-LINE
054700         WHEN WS-UNAPPROVED-COUNT > 0
054800             OR WS-UNREGISTERED-COUNT > 0
054900             MOVE '** DECKS BUILT - SEE THE LINES FLAGGED ABOVE'
055000                 TO REPORT-LINE
055100         WHEN OTHER
055200             MOVE 'DECKS BUILT CLEANLY.' TO REPORT-LINE
055300     END-EVALUATE.
055400     WRITE REPORT-LINE
055450     ADD 1 TO WS-STAT-WRITTEN (5).
055500     DISPLAY REPORT-LINE.
055600*
055700*------------
055800* Close the master, registry, decks and report
055900*------------
056000 CLOSE-PRMBLD-FILES.
056100     CLOSE PARMMST.
056200     CLOSE REQREG.
056300     CLOSE PARMFILE.
056400     CLOSE RULEFILE.
056500     CLOSE BLDRPT.
056600*
056700*------------
056800* Note when the step started and name the files its record
056900* counts are kept for, in the order they are counted
057000*------------
057100 START-STEP-STATISTICS.
057200     ACCEPT WS-STAT-START-DATE FROM DATE YYYYMMDD.
057300     ACCEPT WS-STAT-START-TIME FROM TIME.
057400     PERFORM VARYING WS-STAT-SUB FROM 1 BY 1
057500         UNTIL WS-STAT-SUB > 10
057600         MOVE SPACES TO WS-STAT-DDNAME (WS-STAT-SUB)
057700         MOVE 0 TO WS-STAT-READ (WS-STAT-SUB)
057800         MOVE 0 TO WS-STAT-WRITTEN (WS-STAT-SUB)
057900     END-PERFORM.
058000     MOVE 'PARMMST' TO WS-STAT-DDNAME (1).
058100     MOVE 'REQREG' TO WS-STAT-DDNAME (2).
058200     MOVE 'PARMFILE' TO WS-STAT-DDNAME (3).
058300     MOVE 'RULEFILE' TO WS-STAT-DDNAME (4).
058400     MOVE 'BLDRPT' TO WS-STAT-DDNAME (5).
058500*
058600*------------
058700* Append the step statistics record to STATFILE under the
058800* job and step named on the STATCTL card.  THE RETURN CODE
058900* IS WHATEVER THE STEP HAS SET BY NOW.  A STATFILE THAT
059000* CANNOT BE OPENED IS WARNED AND DOES NOT CHANGE IT
059100*------------
059200 WRITE-STEP-STATISTICS.
059300     MOVE SPACES TO STATREC-RECORD.
059400     OPEN INPUT STATCTL.
059500     IF WS-STATCTL-FILE-FOUND
059600         READ STATCTL
059700             AT END
059800                 MOVE SPACES TO STATCARD-RECORD
059900         END-READ
060000         MOVE SC-JOB-NAME TO ST-JOB-NAME
060100         MOVE SC-STEP-NAME TO ST-STEP-NAME
060200         CLOSE STATCTL
060300     END-IF.
060400     MOVE 'PRMBLD' TO ST-PROGRAM-ID.
060500     MOVE WS-STAT-START-DATE TO ST-START-DATE.
060600     MOVE WS-STAT-START-TIME TO ST-START-TIME.
060700     ACCEPT ST-END-DATE FROM DATE YYYYMMDD.
060800     ACCEPT ST-END-TIME FROM TIME.
060900     MOVE RETURN-CODE TO ST-RETURN-CODE.
061000     MOVE 5 TO ST-FILE-COUNT.
061100     PERFORM VARYING WS-STAT-SUB FROM 1 BY 1
061200         UNTIL WS-STAT-SUB > 10
061300         MOVE WS-STAT-DDNAME (WS-STAT-SUB)
061400             TO ST-FILE-DDNAME (WS-STAT-SUB)
061500         MOVE WS-STAT-READ (WS-STAT-SUB)
061600             TO ST-RECORDS-READ (WS-STAT-SUB)
061700         MOVE WS-STAT-WRITTEN (WS-STAT-SUB)
061800             TO ST-RECORDS-WRITTEN (WS-STAT-SUB)
061900     END-PERFORM.
062000     OPEN EXTEND STATFILE.
062100     IF NOT WS-STAT-FILE-FOUND
062200         OPEN OUTPUT STATFILE
062300     END-IF.
062400     IF WS-STAT-FILE-FOUND
062500         WRITE STATREC-RECORD
062600         CLOSE STATFILE
062700     ELSE
062800         DISPLAY 'PRMBLD0006W - STATFILE COULD NOT BE OPENED '
062900             '(FILE STATUS ' WS-STAT-FILE-STATUS ') - STEP '
063000             'STATISTICS NOT RECORDED'
063100     END-IF.

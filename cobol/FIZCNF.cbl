000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    FIZCNF.
000300 AUTHOR.        R A KOWALSKI.
000400 INSTALLATION.  BATCH PRODUCTION SUPPORT.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*
000800************************************************************
000900*                                                          *
001000* FIZCNF  -  CROSS-REQUEST CLASSIFICATION CONFLICT REPORT   *
001100*                                                          *
001200* FIZZMST KEEPS EVERY REQUEST'S RESULTS UNDER ITS OWN KEYS, *
001300* SO WHERE TWO DEPARTMENTS ASK FOR OVERLAPPING RANGES THE   *
001400* SAME NUMBER IS ON FILE ONCE FOR EACH OF THEM - AND WITH   *
001500* DIFFERENT DIVISORS OR LABELS IT IS CLASSIFIED             *
001600* DIFFERENTLY.  THIS REPORT SHOWS THEM THAT THE DIFFERENCE  *
001700* IS THEIR PARAMETERS.                                      *
001800*                                                          *
001900* FZMSORT IS FIZZMST UNLOADED IN NUMBER ORDER (ITERATOR     *
002000* MAJOR, REQUEST ID MINOR - THE SORT STEP AHEAD OF THIS     *
002100* ONE), SO EVERY REQUEST HOLDING A NUMBER ARRIVES           *
002200* TOGETHER.  ONLY REQUESTS ACTIVE ON REQREG TAKE PART.  THE *
002300* REPORT QUOTES EACH ACTIVE REQUEST'S RULES FROM ITS LATEST *
002400* AUDITREC, LISTS EVERY NUMBER WHERE TWO REQUESTS' OUTPUT   *
002500* TEXT OR CLASS FLAG DIFFER (UP TO THE CNFPARM LIMIT PER    *
002600* DEPARTMENT PAIR), AND SUMMARIZES, FOR EACH PAIR OF        *
002700* DEPARTMENTS, HOW MANY NUMBERS THEY SHARE AND HOW MANY     *
002800* THEY DISAGREE ON.  TWO REQUESTS OF ONE DEPARTMENT ARE     *
002900* REPORTED AS THAT DEPARTMENT PAIRED WITH ITSELF.           *
003000*                                                          *
003100* RETURN-CODE 0  - REPORT WRITTEN.                          *
003200* RETURN-CODE 4  - REPORT WRITTEN, BUT AUDITFILE COULD NOT  *
003300*                  BE READ - NO RULES QUOTED.               *
003400* RETURN-CODE 16 - BAD CNFPARM CARD, FZMSORT OR REQREG      *
003500*                  COULD NOT BE READ (NOTHING REPORTED),    *
003600*                  OR FZMSORT WAS OUT OF NUMBER ORDER OR    *
003700*                  MORE DEPARTMENT PAIRS OVERLAP THAN THE   *
003800*                  TABLE HOLDS (REPORT INCOMPLETE).         *
003900*                                                          *
004000* MODIFICATION HISTORY                                     *
004100*   2026-10-15  RAK  ORIGINAL PROGRAM.                      *
004120*   2026-10-15  RAK  THE RULES QUOTED NOW PASS OVER         *
004140*                    REVERSING AUDIT RECORDS (AUD-WAS-      *
004160*                    REVERSAL) AND THE RUNS FIZBCK HAS      *
004180*                    BACKED OUT.                            *
004200*                                                          *
004300************************************************************
004400*
004500 ENVIRONMENT DIVISION.
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
004800     SELECT CNFPARM ASSIGN TO "CNFPARM"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-PARM-FILE-STATUS.
005100     SELECT FZMSORT ASSIGN TO "FZMSORT"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-SORT-FILE-STATUS.
005400     SELECT REQREG ASSIGN TO "REQREG"
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS DYNAMIC
005700         RECORD KEY IS RR-REQUEST-ID
005800         FILE STATUS IS WS-REG-FILE-STATUS.
005900     SELECT AUDITFILE ASSIGN TO "AUDITFILE"
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-AUDIT-FILE-STATUS.
006200     SELECT CNFRPT ASSIGN TO "CNFRPT"
006300         ORGANIZATION IS LINE SEQUENTIAL.
006400*
006500 DATA DIVISION.
006600 FILE SECTION.
006700 FD  CNFPARM
006800     RECORDING MODE IS F.
006900 COPY CNFPARM.
007000 FD  FZMSORT
007100     RECORDING MODE IS F.
007200 COPY FIZZMREC.
007300 FD  REQREG.
007400 COPY REQREC.
007500 FD  AUDITFILE
007600     RECORDING MODE IS F.
007700 COPY AUDITREC.
007800 FD  CNFRPT
007900     RECORDING MODE IS F.
008000 01  REPORT-LINE                 PIC X(132).
008100*
008200 WORKING-STORAGE SECTION.
008300 01  WS-PARM-FILE-STATUS          PIC X(02) VALUE '00'.
008400     88  WS-PARM-FILE-FOUND           VALUE '00'.
008500 01  WS-SORT-FILE-STATUS          PIC X(02) VALUE '00'.
008600     88  WS-SORT-FILE-OK              VALUE '00'.
008700 01  WS-REG-FILE-STATUS           PIC X(02) VALUE '00'.
008800     88  WS-REG-FILE-OK               VALUE '00'.
008900 01  WS-AUDIT-FILE-STATUS         PIC X(02) VALUE '00'.
009000     88  WS-AUDIT-FILE-FOUND          VALUE '00'.
009100 01  WS-PARM-EOF-SWITCH           PIC X(01) VALUE 'N'.
009200     88  WS-CNFPARM-EOF               VALUE 'Y'.
009300 01  WS-SORT-EOF-SWITCH           PIC X(01) VALUE 'N'.
009400     88  WS-FZMSORT-EOF               VALUE 'Y'.
009500 01  WS-REG-EOF-SWITCH            PIC X(01) VALUE 'N'.
009600     88  WS-REQREG-EOF                VALUE 'Y'.
009700 01  WS-AUDIT-EOF-SWITCH          PIC X(01) VALUE 'N'.
009800     88  WS-AUDITFILE-EOF             VALUE 'Y'.
009900 01  WS-PARMS-VALID-SWITCH        PIC X(01) VALUE 'Y'.
010000     88  WS-PARMS-ARE-VALID           VALUE 'Y'.
010100 01  WS-RULES-READ-SW             PIC X(01) VALUE 'N'.
010200     88  WS-RULES-WERE-READ           VALUE 'Y'.
010300 01  WS-SEQUENCE-ERROR-SW         PIC X(01) VALUE 'N'.
010400     88  WS-SEQUENCE-IS-BROKEN        VALUE 'Y'.
010500 01  WS-OVERFLOW-SWITCH           PIC X(01) VALUE 'N'.
010600     88  WS-TABLE-OVERFLOWED          VALUE 'Y'.
010700 01  WS-PAIR-FOUND-SW             PIC X(01) VALUE 'N'.
010800     88  WS-PAIR-IS-FOUND             VALUE 'Y'.
010900 01  WS-SLOT-FOUND-SW             PIC X(01) VALUE 'N'.
011000     88  WS-SLOT-IS-FOUND             VALUE 'Y'.
011100 01  WS-NUMBER-DIFFERS-SW         PIC X(01) VALUE 'N'.
011200     88  WS-NUMBER-DIFFERS            VALUE 'Y'.
011206*
011212* Runs FIZBCK has backed out - the request and run stamp of
011218* EVERY REVERSING AUDIT RECORD (AUD-WAS-REVERSAL).  NEITHER
011224* THE REVERSAL NOR THE RUN IT REVERSES IS QUOTED
011230 01  WS-REVERSED-EOF-SWITCH       PIC X(01) VALUE 'N'.
011236     88  WS-REVERSED-SCAN-DONE        VALUE 'Y'.
011242 01  WS-REVERSED-SWITCH           PIC X(01) VALUE 'N'.
011248     88  WS-RUN-WAS-REVERSED          VALUE 'Y'.
011254 01  WS-REVERSED-COUNT            PIC 9(4) COMP VALUE 0.
011260 01  WS-REVERSED-STAMP            PIC 9(16) COMP VALUE 0.
011266 01  WS-REVERSED-TABLE.
011272     05  WS-RV-ENTRY OCCURS 999 TIMES INDEXED BY RVX.
011278         10  WS-RV-REQUEST-SEQ   PIC 9(3).
011284         10  WS-RV-STAMP         PIC 9(16) COMP.
011300*
011400 01  WS-RUN-DATE                  PIC 9(8) VALUE 0.
011500 01  WS-DETAIL-LIMIT              PIC 9(7) COMP VALUE 0.
011600 01  WS-WARNING-COUNT             PIC 9(9) COMP VALUE 0.
011700*
011800 01  WS-REQUEST-SUB               PIC 9(3) COMP VALUE 0.
011900 01  WS-ACTIVE-COUNT              PIC 9(3) COMP VALUE 0.
012000 01  WS-AUDIT-STAMP               PIC 9(16) COMP VALUE 0.
012100*
012200* Each active request's department and the rules quoted
012300* from its latest audit record, indexed by the request id
012400 01  WS-REQUEST-TABLE.
012500     05  WS-RQ-ENTRY OCCURS 999 TIMES.
012600         10  WS-RQ-ACTIVE-SW     PIC X(01).
012700             88  WS-RQ-IS-ACTIVE     VALUE 'Y'.
012800         10  WS-RQ-DEPARTMENT    PIC X(20).
012900         10  WS-RQ-AUDIT-SW      PIC X(01).
013000             88  WS-RQ-HAS-AUDIT     VALUE 'Y'.
013100         10  WS-RQ-AUDIT-STAMP   PIC 9(16) COMP.
013200         10  WS-RQ-RUN-DATE      PIC 9(08).
013300         10  WS-RQ-LOWER-BOUND   PIC 9(09).
013400         10  WS-RQ-UPPER-BOUND   PIC 9(09).
013500         10  WS-RQ-RULE OCCURS 4 TIMES.
013600             15  WS-RQ-DIVISOR   PIC 9(03).
013700             15  WS-RQ-LABEL     PIC X(08).
013800*
013900* Every active request's record for the number in hand, in
014000* request id order
014100 01  WS-GROUP-ITERATOR            PIC 9(9) VALUE 0.
014200 01  WS-GROUP-COUNT               PIC 9(3) COMP VALUE 0.
014300 01  WS-FIRST-SUB                 PIC 9(3) COMP VALUE 0.
014400 01  WS-SECOND-SUB                PIC 9(3) COMP VALUE 0.
014433 01  WS-MEMBER-SUB                PIC 9(3) COMP VALUE 0.
014466 01  WS-SIDE-SUB                  PIC 9(1) COMP VALUE 0.
014500 01  WS-GROUP-TABLE.
014600     05  WS-GR-ENTRY OCCURS 999 TIMES.
014700         10  WS-GR-REQUEST-ID    PIC 9(03).
014800         10  WS-GR-OUTPUT-TEXT   PIC X(16).
014900         10  WS-GR-CLASS-FLAG    PIC X(01).
015000*
015100* The last FZMSORT key read, to prove the unload is in
015200* number order
015300 01  WS-PRIOR-ITERATOR            PIC 9(9) VALUE 0.
015400 01  WS-PRIOR-REQUEST-ID          PIC 9(3) VALUE 0.
015500*
015600* Every pair of departments sharing a number, in name order
015700 01  WS-PAIR-KEY.
015800     05  WS-PAIR-LOW-DEPT        PIC X(20).
015900     05  WS-PAIR-HIGH-DEPT       PIC X(20).
016000 01  WS-PAIR-COUNT                PIC 9(3) COMP VALUE 0.
016100 01  WS-PAIR-SUB                  PIC 9(3) COMP VALUE 0.
016200 01  WS-INSERT-SUB                PIC 9(3) COMP VALUE 0.
016300 01  WS-PRIOR-SUB                 PIC 9(3) COMP VALUE 0.
016400 01  WS-PAIR-TABLE.
016500     05  WS-PR-ENTRY OCCURS 1 TO 500 TIMES
016600             DEPENDING ON WS-PAIR-COUNT
016700             ASCENDING KEY IS WS-PR-KEY
016800             INDEXED BY PRX.
016900         10  WS-PR-KEY.
017000             15  WS-PR-LOW-DEPT  PIC X(20).
017100             15  WS-PR-HIGH-DEPT PIC X(20).
017200         10  WS-PR-OVERLAP       PIC 9(9) COMP.
017300         10  WS-PR-TEXT-DIFF     PIC 9(9) COMP.
017400         10  WS-PR-CLASS-DIFF    PIC 9(9) COMP.
017500         10  WS-PR-DISAGREE      PIC 9(9) COMP.
017600         10  WS-PR-LISTED        PIC 9(9) COMP.
017700*
017800 01  WS-RECORDS-READ              PIC 9(9) COMP VALUE 0.
017900 01  WS-INACTIVE-RECORDS          PIC 9(9) COMP VALUE 0.
018000 01  WS-SHARED-NUMBERS            PIC 9(9) COMP VALUE 0.
018100 01  WS-DIFFERING-NUMBERS         PIC 9(9) COMP VALUE 0.
018200 01  WS-LINES-LISTED              PIC 9(9) COMP VALUE 0.
018300 01  WS-LINES-NOT-LISTED          PIC 9(9) COMP VALUE 0.
018400*
018500* One request's rules from its latest audit record
018600 01  WS-RULES-LINE.
018700     05  RUL-REQUEST-ID          PIC 9(03).
018800     05  FILLER                  PIC X(01) VALUE SPACE.
018900     05  RUL-DEPARTMENT          PIC X(20).
019000     05  FILLER                  PIC X(01) VALUE SPACE.
019100     05  RUL-RUN-DATE            PIC X(08).
019200     05  FILLER                  PIC X(01) VALUE SPACE.
019300     05  RUL-LOWER-BOUND         PIC ZZZZZZZZ9.
019400     05  FILLER                  PIC X(01) VALUE SPACE.
019500     05  RUL-UPPER-BOUND         PIC ZZZZZZZZ9.
019600     05  RUL-RULE-AREA.
019700         10  RUL-RULE OCCURS 4 TIMES.
019800             15  FILLER          PIC X(02).
019900             15  RUL-DIVISOR     PIC ZZ9.
020000             15  FILLER          PIC X(01).
020100             15  RUL-LABEL       PIC X(08).
020200     05  RUL-NO-AUDIT-TEXT REDEFINES RUL-RULE-AREA
020300                                 PIC X(56).
020400*
020500 01  WS-RULES-HEADING-LINE.
020600     05  FILLER                  PIC X(03) VALUE 'REQ'.
020700     05  FILLER                  PIC X(01) VALUE SPACE.
020800     05  FILLER                  PIC X(20) VALUE 'DEPARTMENT'.
020900     05  FILLER                  PIC X(01) VALUE SPACE.
021000     05  FILLER                  PIC X(08) VALUE 'RUN DATE'.
021100     05  FILLER                  PIC X(01) VALUE SPACE.
021200     05  FILLER                  PIC X(09) VALUE '    LOWER'.
021300     05  FILLER                  PIC X(01) VALUE SPACE.
021400     05  FILLER                  PIC X(09) VALUE '    UPPER'.
021500     05  FILLER                  PIC X(14) VALUE '  RULE 1'.
021600     05  FILLER                  PIC X(14) VALUE '  RULE 2'.
021700     05  FILLER                  PIC X(14) VALUE '  RULE 3'.
021800     05  FILLER                  PIC X(14) VALUE '  RULE 4'.
021900*
022000* One number two requests classify differently
022100 01  WS-DETAIL-LINE.
022200     05  DET-ITERATOR            PIC ZZZZZZZZ9.
022300     05  DET-SIDE OCCURS 2 TIMES.
022400         10  FILLER              PIC X(02).
022500         10  DET-REQUEST-ID      PIC 9(03).
022600         10  FILLER              PIC X(01).
022700         10  DET-DEPARTMENT      PIC X(20).
022800         10  FILLER              PIC X(01).
022900         10  DET-OUTPUT-TEXT     PIC X(16).
023000         10  FILLER              PIC X(01).
023100         10  DET-CLASS-FLAG      PIC X(01).
023200     05  FILLER                  PIC X(02) VALUE SPACES.
023300     05  DET-DIFFERS             PIC X(10).
023400*
023500 01  WS-DETAIL-HEADING-LINE.
023600     05  FILLER                  PIC X(09) VALUE '   NUMBER'.
023700     05  FILLER                  PIC X(02) VALUE SPACES.
023800     05  FILLER                  PIC X(04) VALUE 'REQ'.
023900     05  FILLER                  PIC X(21) VALUE 'DEPARTMENT'.
024000     05  FILLER                  PIC X(17) VALUE 'OUTPUT'.
024100     05  FILLER                  PIC X(01) VALUE 'C'.
024200     05  FILLER                  PIC X(02) VALUE SPACES.
024300     05  FILLER                  PIC X(04) VALUE 'REQ'.
024400     05  FILLER                  PIC X(21) VALUE 'DEPARTMENT'.
024500     05  FILLER                  PIC X(17) VALUE 'OUTPUT'.
024600     05  FILLER                  PIC X(01) VALUE 'C'.
024700     05  FILLER                  PIC X(02) VALUE SPACES.
024800     05  FILLER                  PIC X(10) VALUE 'DIFFERS'.
024900*
025000* One pair of departments' overlap and disagreements
025100 01  WS-PAIR-LINE.
025200     05  PRL-LOW-DEPT            PIC X(20).
025300     05  FILLER                  PIC X(01) VALUE SPACE.
025400     05  PRL-HIGH-DEPT           PIC X(20).
025500     05  FILLER                  PIC X(01) VALUE SPACE.
025600     05  PRL-OVERLAP             PIC ZZZZZZZZ9.
025700     05  FILLER                  PIC X(01) VALUE SPACE.
025800     05  PRL-TEXT-DIFF           PIC ZZZZZZZZ9.
025900     05  FILLER                  PIC X(01) VALUE SPACE.
026000     05  PRL-CLASS-DIFF          PIC ZZZZZZZZ9.
026100     05  FILLER                  PIC X(01) VALUE SPACE.
026200     05  PRL-DISAGREE            PIC ZZZZZZZZ9.
026300     05  FILLER                  PIC X(01) VALUE SPACE.
026400     05  PRL-NOT-LISTED          PIC ZZZZZZZZ9.
026500*
026600 01  WS-PAIR-HEADING-LINE.
026700     05  FILLER                  PIC X(21) VALUE 'DEPARTMENT'.
026800     05  FILLER                  PIC X(21) VALUE 'DEPARTMENT'.
026900     05  FILLER                  PIC X(10) VALUE '   SHARED'.
027000     05  FILLER                  PIC X(10) VALUE ' TEXT DIF'.
027100     05  FILLER                  PIC X(10) VALUE 'CLASS DIF'.
027200     05  FILLER                  PIC X(10) VALUE ' DISAGREE'.
027300     05  FILLER                  PIC X(09) VALUE ' UNLISTED'.
027400*
027500* Edited (DISPLAY usage) copies of the COMP counters, needed
027600* because STRING cannot take a binary item directly
027700 01  WS-EDIT-COUNT                PIC ZZZZZZZZ9.
027800 01  WS-EDIT-ITERATOR             PIC 9(09).
027900 01  WS-EDIT-REQUEST-ID           PIC 9(03).
028000*
028100 PROCEDURE DIVISION.
028200*------------
028300* Primary function - validate the card, load the active
028400* requests and their latest rules, then walk the master in
028500* number order comparing every request that holds each
028600* number, and write the pair summary
028700*------------
028800 PRODUCE-CONFLICT-REPORT.
028900     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
029000     PERFORM READ-REPORT-CARD.
029100     IF NOT WS-PARMS-ARE-VALID
029200         MOVE 16 TO RETURN-CODE
029300         GOBACK
029400     END-IF.
029500     PERFORM LOAD-ACTIVE-REQUESTS.
029600     IF NOT WS-REG-FILE-OK
029700         MOVE 16 TO RETURN-CODE
029800         GOBACK
029900     END-IF.
030000     OPEN INPUT FZMSORT.
030100     IF NOT WS-SORT-FILE-OK
030200         DISPLAY 'FIZCNF0003E - FZMSORT COULD NOT BE OPENED '
030300             'STATUS ' WS-SORT-FILE-STATUS
030400             ' - NOTHING REPORTED'
030500         MOVE 16 TO RETURN-CODE
030600         GOBACK
030700     END-IF.
030800     PERFORM LOAD-LATEST-RULES.
030900     OPEN OUTPUT CNFRPT.
031000     PERFORM WRITE-REPORT-HEADINGS.
031100     PERFORM WRITE-RULES-SECTION.
031200     PERFORM WALK-MASTER-BY-NUMBER.
031300     CLOSE FZMSORT.
031400     PERFORM WRITE-PAIR-SUMMARY.
031500     PERFORM WRITE-REPORT-SUMMARY.
031600     CLOSE CNFRPT.
031700     IF WS-SEQUENCE-IS-BROKEN OR WS-TABLE-OVERFLOWED
031800         MOVE 16 TO RETURN-CODE
031900     ELSE
032000         IF WS-WARNING-COUNT > 0
032100             MOVE 4 TO RETURN-CODE
032200         END-IF
032300     END-IF.
032400     GOBACK.
032500*
032600*------------
032700* Read the optional parameter card.  NO CARD, OR A BLANK
032800* LIMIT, LISTS EVERY DISAGREEING NUMBER
032900*------------
033000 READ-REPORT-CARD.
033100     MOVE SPACES TO CNFPARM-RECORD.
033200     OPEN INPUT CNFPARM.
033300     IF WS-PARM-FILE-FOUND
033400         READ CNFPARM
033500             AT END
033600                 MOVE SPACES TO CNFPARM-RECORD
033700         END-READ
033800         CLOSE CNFPARM
033900     END-IF.
034000     IF CF-DETAIL-LIMIT-RAW NOT = SPACES
034100         IF CF-DETAIL-LIMIT NOT NUMERIC
034200             DISPLAY 'FIZCNF0001E - CNFPARM DETAIL LIMIT MUST '
034300                 'BE SEVEN DIGITS OR BLANK - NOTHING REPORTED'
034400             SET WS-PARMS-VALID-SWITCH TO 'N'
034500         ELSE
034600             MOVE CF-DETAIL-LIMIT TO WS-DETAIL-LIMIT
034700         END-IF
034800     END-IF.
034900*
035000*------------
035100* Note every active request on the registry with its
035200* department.  A RETIRED REQUEST'S KEYS ARE LEFT OUT OF THE
035300* COMPARISON
035400*------------
035500 LOAD-ACTIVE-REQUESTS.
035600     PERFORM VARYING WS-REQUEST-SUB FROM 1 BY 1
035700             UNTIL WS-REQUEST-SUB > 999
035800         MOVE 'N' TO WS-RQ-ACTIVE-SW (WS-REQUEST-SUB)
035900         MOVE SPACES TO WS-RQ-DEPARTMENT (WS-REQUEST-SUB)
036000         MOVE 'N' TO WS-RQ-AUDIT-SW (WS-REQUEST-SUB)
036100         MOVE 0 TO WS-RQ-AUDIT-STAMP (WS-REQUEST-SUB)
036200     END-PERFORM.
036300     OPEN INPUT REQREG.
036400     IF NOT WS-REG-FILE-OK
036500         DISPLAY 'FIZCNF0002E - REQREG COULD NOT BE OPENED '
036600             'STATUS ' WS-REG-FILE-STATUS
036700             ' - NOTHING REPORTED'
036800     ELSE
036900         MOVE 0 TO RR-REQUEST-ID
037000         START REQREG KEY IS NOT LESS THAN RR-REQUEST-ID
037100             INVALID KEY
037200                 SET WS-REQREG-EOF TO TRUE
037300         END-START
037400         PERFORM LOAD-ONE-REQUEST
037500             UNTIL WS-REQREG-EOF
037600         CLOSE REQREG
037700         MOVE '00' TO WS-REG-FILE-STATUS
037800     END-IF.
037900*
038000*------------
038100* Read the next registry entry and note it if it is active
038200*------------
038300 LOAD-ONE-REQUEST.
038400     READ REQREG NEXT RECORD
038500         AT END
038600             SET WS-REQREG-EOF TO TRUE
038700     END-READ.
038800     IF NOT WS-REQREG-EOF
038900         IF RR-REQUEST-IS-ACTIVE AND RR-REQUEST-ID > 0
039000             MOVE RR-REQUEST-ID TO WS-REQUEST-SUB
039100             MOVE 'Y' TO WS-RQ-ACTIVE-SW (WS-REQUEST-SUB)
039200             MOVE RR-DEPARTMENT-NAME
039300                 TO WS-RQ-DEPARTMENT (WS-REQUEST-SUB)
039400             ADD 1 TO WS-ACTIVE-COUNT
039500         END-IF
039600     END-IF.
039700*
039800*------------
039900* Read the audit trail and keep each active request's
040000* latest record.  AN AUDITFILE THAT CANNOT BE READ IS A
040100* WARNING - THE REQUESTS ARE STILL COMPARED, WITHOUT THEIR
040200* RULES QUOTED.  A RUN FIZBCK HAS BACKED OUT IS PASSED OVER,
040250* SO THE RULES QUOTED ARE THOSE OF THE RUN BEFORE IT
040300*------------
040400 LOAD-LATEST-RULES.
040450     PERFORM LOAD-REVERSED-RUNS.
040500     OPEN INPUT AUDITFILE.
040600     IF NOT WS-AUDIT-FILE-FOUND
040700         DISPLAY 'FIZCNF0004W - AUDITFILE COULD NOT BE OPENED '
040800             'STATUS ' WS-AUDIT-FILE-STATUS
040900             ' - NO RULES QUOTED'
041000         ADD 1 TO WS-WARNING-COUNT
041100     ELSE
041200         SET WS-RULES-WERE-READ TO TRUE
041300         PERFORM READ-AUDIT-RECORD
041400         PERFORM NOTE-AUDIT-RECORD
041500             UNTIL WS-AUDITFILE-EOF
041600         CLOSE AUDITFILE
041700     END-IF.
041701*
041702*------------
041703* Read the audit trail once ahead of the rules load,
041704* NOTING THE REQUEST AND RUN STAMP OF EVERY REVERSING
041705* RECORD FIZBCK HAS APPENDED
041706*------------
041707 LOAD-REVERSED-RUNS.
041708     MOVE 0 TO WS-REVERSED-COUNT.
041709     MOVE 'N' TO WS-REVERSED-EOF-SWITCH.
041710     OPEN INPUT AUDITFILE.
041711     IF NOT WS-AUDIT-FILE-FOUND
041712         SET WS-REVERSED-SCAN-DONE TO TRUE
041713     END-IF.
041714     PERFORM UNTIL WS-REVERSED-SCAN-DONE
041715         READ AUDITFILE
041716             AT END
041717                 SET WS-REVERSED-SCAN-DONE TO TRUE
041718             NOT AT END
041719                 IF AUD-WAS-REVERSAL
041720                     PERFORM KEEP-REVERSED-RUN
041721                 END-IF
041722         END-READ
041723     END-PERFORM.
041724     IF WS-AUDIT-FILE-FOUND OR WS-AUDIT-FILE-STATUS = '10'
041725         CLOSE AUDITFILE
041726     END-IF.
041727*
041728*------------
041729* Note one reversing record's request and run stamp
041730*------------
041731 KEEP-REVERSED-RUN.
041732     IF AUD-REQUEST-SEQ NUMERIC
041733         AND AUD-RUN-DATE NUMERIC
041734         AND AUD-RUN-TIME NUMERIC
041735         IF WS-REVERSED-COUNT < 999
041736             ADD 1 TO WS-REVERSED-COUNT
041737             SET RVX TO WS-REVERSED-COUNT
041738             MOVE AUD-REQUEST-SEQ TO WS-RV-REQUEST-SEQ (RVX)
041739             COMPUTE WS-RV-STAMP (RVX) =
041740                 AUD-RUN-DATE * 100000000 + AUD-RUN-TIME
041741         ELSE
041742             DISPLAY 'FIZCNF0007W - MORE THAN 999 BACKED-OUT '
041743                 'RUNS ON THE AUDIT TRAIL - REQUEST '
041744                 AUD-REQUEST-SEQ ' RUN ' AUD-RUN-DATE
041745                 ' ' AUD-RUN-TIME ' NOT PASSED OVER'
041746         END-IF
041747     END-IF.
041748*
041749*------------
041750* Decide whether the audit record just read is a reversing
041751* RECORD, OR THE RECORD OF A RUN FIZBCK HAS BACKED OUT
041752*------------
041753 CHECK-REVERSED-RUN.
041754     MOVE 'N' TO WS-REVERSED-SWITCH.
041755     IF AUD-WAS-REVERSAL
041756         SET WS-RUN-WAS-REVERSED TO TRUE
041757     ELSE
041758         IF WS-REVERSED-COUNT > 0
041759             AND AUD-RUN-DATE NUMERIC
041760             AND AUD-RUN-TIME NUMERIC
041761             COMPUTE WS-REVERSED-STAMP =
041762                 AUD-RUN-DATE * 100000000 + AUD-RUN-TIME
041763             PERFORM VARYING RVX FROM 1 BY 1
041764                 UNTIL RVX > WS-REVERSED-COUNT
041765                 IF WS-RV-REQUEST-SEQ (RVX) = AUD-REQUEST-SEQ
041766                     AND WS-RV-STAMP (RVX) = WS-REVERSED-STAMP
041767                     SET WS-RUN-WAS-REVERSED TO TRUE
041768                 END-IF
041769             END-PERFORM
041770         END-IF
041771     END-IF.
041800*
041900*------------
042000* Read the next audit record
042100*------------
042200 READ-AUDIT-RECORD.
042300     READ AUDITFILE
042400         AT END
042500             SET WS-AUDITFILE-EOF TO TRUE
042600     END-READ.
042700*
042800*------------
042900* Keep this audit record's rules if it is the latest yet
043000* for an active request, then read the next
043100*------------
043200 NOTE-AUDIT-RECORD.
043250     PERFORM CHECK-REVERSED-RUN.
043300     IF AUD-REQUEST-SEQ NUMERIC AND AUD-REQUEST-SEQ > 0
043400         AND AUD-RUN-DATE NUMERIC AND AUD-RUN-TIME NUMERIC
043450         AND NOT WS-RUN-WAS-REVERSED
043500         MOVE AUD-REQUEST-SEQ TO WS-REQUEST-SUB
043600         COMPUTE WS-AUDIT-STAMP =
043700             AUD-RUN-DATE * 100000000 + AUD-RUN-TIME
043800         IF WS-RQ-IS-ACTIVE (WS-REQUEST-SUB)
043900             AND WS-AUDIT-STAMP NOT <
044000                 WS-RQ-AUDIT-STAMP (WS-REQUEST-SUB)
044100             PERFORM KEEP-REQUEST-RULES
044200         END-IF
044300     END-IF.
044400     PERFORM READ-AUDIT-RECORD.
044500*
044600*------------
044700* Copy the audit record's bounds and rules into the request
044800* table.  RULES THREE AND FOUR ARE ZERO AND SPACES WHEN THE
044900* REQUEST DOES NOT CARRY THEM
045000*------------
045100 KEEP-REQUEST-RULES.
045200     MOVE 'Y' TO WS-RQ-AUDIT-SW (WS-REQUEST-SUB).
045300     MOVE WS-AUDIT-STAMP TO WS-RQ-AUDIT-STAMP (WS-REQUEST-SUB).
045400     MOVE AUD-RUN-DATE TO WS-RQ-RUN-DATE (WS-REQUEST-SUB).
045500     MOVE AUD-LOWER-BOUND TO WS-RQ-LOWER-BOUND (WS-REQUEST-SUB).
045600     MOVE AUD-UPPER-BOUND TO WS-RQ-UPPER-BOUND (WS-REQUEST-SUB).
045700     MOVE AUD-FIZZ-DIVISOR TO WS-RQ-DIVISOR (WS-REQUEST-SUB 1).
045800     MOVE AUD-FIZZ-LABEL TO WS-RQ-LABEL (WS-REQUEST-SUB 1).
045900     MOVE AUD-BUZZ-DIVISOR TO WS-RQ-DIVISOR (WS-REQUEST-SUB 2).
046000     MOVE AUD-BUZZ-LABEL TO WS-RQ-LABEL (WS-REQUEST-SUB 2).
046100     IF AUD-RULE3-DIVISOR NUMERIC
046200         MOVE AUD-RULE3-DIVISOR
046300             TO WS-RQ-DIVISOR (WS-REQUEST-SUB 3)
046400         MOVE AUD-RULE3-LABEL TO WS-RQ-LABEL (WS-REQUEST-SUB 3)
046500     ELSE
046600         MOVE 0 TO WS-RQ-DIVISOR (WS-REQUEST-SUB 3)
046700         MOVE SPACES TO WS-RQ-LABEL (WS-REQUEST-SUB 3)
046800     END-IF.
046900     IF AUD-RULE4-DIVISOR NUMERIC
047000         MOVE AUD-RULE4-DIVISOR
047100             TO WS-RQ-DIVISOR (WS-REQUEST-SUB 4)
047200         MOVE AUD-RULE4-LABEL TO WS-RQ-LABEL (WS-REQUEST-SUB 4)
047300     ELSE
047400         MOVE 0 TO WS-RQ-DIVISOR (WS-REQUEST-SUB 4)
047500         MOVE SPACES TO WS-RQ-LABEL (WS-REQUEST-SUB 4)
047600     END-IF.
047700*
047800*------------
047900* Write the report title
048000*------------
048100 WRITE-REPORT-HEADINGS.
048200     MOVE SPACES TO REPORT-LINE.
048300     STRING 'FIZBUZ CROSS-REQUEST CLASSIFICATION CONFLICT '
048400         DELIMITED BY SIZE
048500         'REPORT  ' DELIMITED BY SIZE
048600         WS-RUN-DATE DELIMITED BY SIZE
048700         INTO REPORT-LINE
048800     END-STRING.
048900     WRITE REPORT-LINE.
049000     MOVE SPACES TO REPORT-LINE.
049100     WRITE REPORT-LINE.
049200*
049300*------------
049400* List every active request's rules as its latest audit
049500* record gives them - THE PARAMETERS THE DISAGREEMENTS
049600* BELOW COME FROM
049700*------------
049800 WRITE-RULES-SECTION.
049900     MOVE 'ACTIVE REQUESTS AND THEIR RULES FROM THE LATEST AUDIT'
050000         TO REPORT-LINE.
050100     WRITE REPORT-LINE.
050200     MOVE SPACES TO REPORT-LINE.
050300     WRITE REPORT-LINE.
050400     MOVE WS-RULES-HEADING-LINE TO REPORT-LINE.
050500     WRITE REPORT-LINE.
050600     PERFORM WRITE-ONE-RULES-LINE
050700         VARYING WS-REQUEST-SUB FROM 1 BY 1
050800         UNTIL WS-REQUEST-SUB > 999.
050900     MOVE SPACES TO REPORT-LINE.
051000     WRITE REPORT-LINE.
051100*
051200*------------
051300* Write one active request's rules line
051400*------------
051500 WRITE-ONE-RULES-LINE.
051600     IF WS-RQ-IS-ACTIVE (WS-REQUEST-SUB)
051700         MOVE SPACES TO WS-RULES-LINE
051800         MOVE WS-REQUEST-SUB TO RUL-REQUEST-ID
051900         MOVE WS-RQ-DEPARTMENT (WS-REQUEST-SUB) TO RUL-DEPARTMENT
052000         IF WS-RQ-HAS-AUDIT (WS-REQUEST-SUB)
052100             MOVE WS-RQ-RUN-DATE (WS-REQUEST-SUB) TO RUL-RUN-DATE
052200             MOVE WS-RQ-LOWER-BOUND (WS-REQUEST-SUB)
052300                 TO RUL-LOWER-BOUND
052400             MOVE WS-RQ-UPPER-BOUND (WS-REQUEST-SUB)
052500                 TO RUL-UPPER-BOUND
052600             PERFORM FORMAT-ONE-RULE
052700                 VARYING WS-FIRST-SUB FROM 1 BY 1
052800                 UNTIL WS-FIRST-SUB > 4
052900         ELSE
053000             IF WS-RULES-WERE-READ
053100                 MOVE '  NO AUDIT RECORD ON FILE - RULES UNKNOWN'
053200                     TO RUL-NO-AUDIT-TEXT
053300             ELSE
053400                 MOVE '  AUDITFILE NOT READ - RULES UNKNOWN'
053500                     TO RUL-NO-AUDIT-TEXT
053600             END-IF
053700         END-IF
053800         MOVE WS-RULES-LINE TO REPORT-LINE
053900         WRITE REPORT-LINE
054000     END-IF.
054100*
054200*------------
054300* Format one rule's divisor and label - LEFT BLANK WHEN
054400* THE REQUEST DOES NOT CARRY THE RULE
054500*------------
054600 FORMAT-ONE-RULE.
054700     IF WS-RQ-DIVISOR (WS-REQUEST-SUB WS-FIRST-SUB) > 0
054800         MOVE WS-RQ-DIVISOR (WS-REQUEST-SUB WS-FIRST-SUB)
054900             TO RUL-DIVISOR (WS-FIRST-SUB)
055000         MOVE WS-RQ-LABEL (WS-REQUEST-SUB WS-FIRST-SUB)
055100             TO RUL-LABEL (WS-FIRST-SUB)
055200     END-IF.
055300*
055400*------------
055500* Walk the number-ordered unload, collecting every active
055600* request's record for one number and comparing them
055700* when the number changes.  AN UNLOAD OUT OF NUMBER ORDER
055800* OR A FULL PAIR TABLE STOPS THE WALK
055900*------------
056000 WALK-MASTER-BY-NUMBER.
056100     MOVE 'DISAGREEING NUMBERS' TO REPORT-LINE.
056200     WRITE REPORT-LINE.
056300     MOVE SPACES TO REPORT-LINE.
056400     WRITE REPORT-LINE.
056500     MOVE WS-DETAIL-HEADING-LINE TO REPORT-LINE.
056600     WRITE REPORT-LINE.
056700     MOVE 0 TO WS-GROUP-COUNT.
056800     PERFORM READ-MASTER-RECORD.
056900     PERFORM TAKE-MASTER-RECORD
057000         UNTIL WS-FZMSORT-EOF
057100            OR WS-SEQUENCE-IS-BROKEN
057200            OR WS-TABLE-OVERFLOWED.
057300     IF NOT WS-SEQUENCE-IS-BROKEN AND NOT WS-TABLE-OVERFLOWED
057400         PERFORM COMPARE-NUMBER-GROUP
057500     END-IF.
057600     IF WS-LINES-LISTED = 0
057700         MOVE '   NONE' TO REPORT-LINE
057800         WRITE REPORT-LINE
057900     END-IF.
058000     MOVE SPACES TO REPORT-LINE.
058100     WRITE REPORT-LINE.
058200*
058300*------------
058400* Read the next unloaded master record, checking it follows
058500* the one before in number order
058600*------------
058700 READ-MASTER-RECORD.
058800     READ FZMSORT
058900         AT END
059000             SET WS-FZMSORT-EOF TO TRUE
059100     END-READ.
059200     IF NOT WS-FZMSORT-EOF
059300         ADD 1 TO WS-RECORDS-READ
059400         IF FZM-ITERATOR < WS-PRIOR-ITERATOR
059500             OR (FZM-ITERATOR = WS-PRIOR-ITERATOR
059600                 AND FZM-REQUEST-SEQ NOT > WS-PRIOR-REQUEST-ID
059700                 AND WS-RECORDS-READ > 1)
059800             MOVE FZM-ITERATOR TO WS-EDIT-ITERATOR
059900             MOVE FZM-REQUEST-SEQ TO WS-EDIT-REQUEST-ID
060000             DISPLAY 'FIZCNF0005E - FZMSORT NOT IN NUMBER ORDER '
060100                 'AT NUMBER ' WS-EDIT-ITERATOR ' REQUEST '
060200                 WS-EDIT-REQUEST-ID ' - REPORT INCOMPLETE'
060300             SET WS-SEQUENCE-IS-BROKEN TO TRUE
060400         END-IF
060500         MOVE FZM-ITERATOR TO WS-PRIOR-ITERATOR
060600         MOVE FZM-REQUEST-SEQ TO WS-PRIOR-REQUEST-ID
060700     END-IF.
060800*
060900*------------
061000* Add this record to the current number's group, comparing
061100* the group first if the number has changed.  RECORDS OF
061200* REQUESTS NOT ACTIVE ON REQREG ARE COUNTED AND SKIPPED
061300*------------
061400 TAKE-MASTER-RECORD.
061500     IF NOT WS-SEQUENCE-IS-BROKEN
061600         IF FZM-REQUEST-SEQ NOT NUMERIC OR FZM-REQUEST-SEQ = 0
061700             OR NOT WS-RQ-IS-ACTIVE (FZM-REQUEST-SEQ)
061800             ADD 1 TO WS-INACTIVE-RECORDS
061900         ELSE
062000             IF FZM-ITERATOR NOT = WS-GROUP-ITERATOR
062100                 PERFORM COMPARE-NUMBER-GROUP
062200                 MOVE 0 TO WS-GROUP-COUNT
062300                 MOVE FZM-ITERATOR TO WS-GROUP-ITERATOR
062400             END-IF
062500             ADD 1 TO WS-GROUP-COUNT
062600             MOVE FZM-REQUEST-SEQ
062700                 TO WS-GR-REQUEST-ID (WS-GROUP-COUNT)
062800             MOVE FZM-OUTPUT-TEXT
062900                 TO WS-GR-OUTPUT-TEXT (WS-GROUP-COUNT)
063000             MOVE FZM-CLASS-FLAG
063100                 TO WS-GR-CLASS-FLAG (WS-GROUP-COUNT)
063200         END-IF
063300         PERFORM READ-MASTER-RECORD
063400     END-IF.
063500*
063600*------------
063700* Compare every pair of requests holding the number just
063800* finished.  A NUMBER HELD BY ONE REQUEST IS NOT SHARED
063900*------------
064000 COMPARE-NUMBER-GROUP.
064100     IF WS-GROUP-COUNT > 1
064200         ADD 1 TO WS-SHARED-NUMBERS
064300         MOVE 'N' TO WS-NUMBER-DIFFERS-SW
064400         PERFORM COMPARE-FIRST-REQUEST
064500             VARYING WS-FIRST-SUB FROM 1 BY 1
064600             UNTIL WS-FIRST-SUB NOT < WS-GROUP-COUNT
064700                OR WS-TABLE-OVERFLOWED
064800         IF WS-NUMBER-DIFFERS
064900             ADD 1 TO WS-DIFFERING-NUMBERS
065000         END-IF
065100     END-IF.
065200*
065300*------------
065400* Compare one request of the group with each after it
065500*------------
065600 COMPARE-FIRST-REQUEST.
065700     COMPUTE WS-SECOND-SUB = WS-FIRST-SUB + 1.
065800     PERFORM COMPARE-REQUEST-PAIR
065900         UNTIL WS-SECOND-SUB > WS-GROUP-COUNT
066000            OR WS-TABLE-OVERFLOWED.
066100*
066200*------------
066300* Count the number against the two requests' department
066400* pair and list it if their output text or class flag
066500* differ, up to the detail limit for the pair
066600*------------
066700 COMPARE-REQUEST-PAIR.
066800     PERFORM FIND-PAIR-ENTRY.
066900     IF NOT WS-TABLE-OVERFLOWED
067000         ADD 1 TO WS-PR-OVERLAP (WS-PAIR-SUB)
067100         MOVE SPACES TO DET-DIFFERS
067200         IF WS-GR-OUTPUT-TEXT (WS-FIRST-SUB) NOT =
067300            WS-GR-OUTPUT-TEXT (WS-SECOND-SUB)
067400             ADD 1 TO WS-PR-TEXT-DIFF (WS-PAIR-SUB)
067500             MOVE 'TEXT' TO DET-DIFFERS
067600         END-IF
067700         IF WS-GR-CLASS-FLAG (WS-FIRST-SUB) NOT =
067800            WS-GR-CLASS-FLAG (WS-SECOND-SUB)
067900             ADD 1 TO WS-PR-CLASS-DIFF (WS-PAIR-SUB)
068000             IF DET-DIFFERS = SPACES
068100                 MOVE 'CLASS' TO DET-DIFFERS
068200             ELSE
068300                 MOVE 'TEXT+CLASS' TO DET-DIFFERS
068400             END-IF
068500         END-IF
068600         IF DET-DIFFERS NOT = SPACES
068700             SET WS-NUMBER-DIFFERS TO TRUE
068800             ADD 1 TO WS-PR-DISAGREE (WS-PAIR-SUB)
068900             IF WS-DETAIL-LIMIT = 0
069000                 OR WS-PR-LISTED (WS-PAIR-SUB) < WS-DETAIL-LIMIT
069100                 PERFORM WRITE-DISAGREEMENT-LINE
069200             ELSE
069300                 ADD 1 TO WS-LINES-NOT-LISTED
069400             END-IF
069500         END-IF
069600     END-IF.
069700     ADD 1 TO WS-SECOND-SUB.
069800*
069900*------------
070000* Find the two requests' department pair in the table,
070100* adding it in name order if it is new
070200*------------
070300 FIND-PAIR-ENTRY.
070400     MOVE WS-GR-REQUEST-ID (WS-FIRST-SUB) TO WS-REQUEST-SUB.
070500     MOVE WS-RQ-DEPARTMENT (WS-REQUEST-SUB) TO WS-PAIR-LOW-DEPT.
070600     MOVE WS-GR-REQUEST-ID (WS-SECOND-SUB) TO WS-REQUEST-SUB.
070700     MOVE WS-RQ-DEPARTMENT (WS-REQUEST-SUB)
070800         TO WS-PAIR-HIGH-DEPT.
070900     IF WS-PAIR-LOW-DEPT > WS-PAIR-HIGH-DEPT
071000         MOVE WS-RQ-DEPARTMENT (WS-REQUEST-SUB)
071100             TO WS-PAIR-LOW-DEPT
071200         MOVE WS-GR-REQUEST-ID (WS-FIRST-SUB) TO WS-REQUEST-SUB
071300         MOVE WS-RQ-DEPARTMENT (WS-REQUEST-SUB)
071400             TO WS-PAIR-HIGH-DEPT
071500     END-IF.
071600     MOVE 'N' TO WS-PAIR-FOUND-SW.
071700     IF WS-PAIR-COUNT > 0
071800         SEARCH ALL WS-PR-ENTRY
071900             AT END
072000                 CONTINUE
072100             WHEN WS-PR-KEY (PRX) = WS-PAIR-KEY
072200                 SET WS-PAIR-IS-FOUND TO TRUE
072300                 SET WS-PAIR-SUB TO PRX
072400         END-SEARCH
072500     END-IF.
072600     IF NOT WS-PAIR-IS-FOUND
072700         PERFORM INSERT-PAIR-ENTRY
072800     END-IF.
072900*
073000*------------
073100* Add a new department pair to the table in name order
073200*------------
073300 INSERT-PAIR-ENTRY.
073400     IF WS-PAIR-COUNT = 500
073500         DISPLAY 'FIZCNF0006E - MORE THAN 500 DEPARTMENT PAIRS '
073600             'SHARE NUMBERS - REPORT INCOMPLETE'
073700         SET WS-TABLE-OVERFLOWED TO TRUE
073800     ELSE
073900         ADD 1 TO WS-PAIR-COUNT
074000         MOVE WS-PAIR-COUNT TO WS-INSERT-SUB
074100         MOVE 'N' TO WS-SLOT-FOUND-SW
074200         PERFORM OPEN-INSERT-SLOT
074300             UNTIL WS-SLOT-IS-FOUND
074400         MOVE WS-PAIR-KEY TO WS-PR-KEY (WS-INSERT-SUB)
074500         MOVE 0 TO WS-PR-OVERLAP (WS-INSERT-SUB)
074600         MOVE 0 TO WS-PR-TEXT-DIFF (WS-INSERT-SUB)
074700         MOVE 0 TO WS-PR-CLASS-DIFF (WS-INSERT-SUB)
074800         MOVE 0 TO WS-PR-DISAGREE (WS-INSERT-SUB)
074900         MOVE 0 TO WS-PR-LISTED (WS-INSERT-SUB)
075000         MOVE WS-INSERT-SUB TO WS-PAIR-SUB
075100     END-IF.
075200*
075300*------------
075400* Move the insertion point down one entry, shifting the
075500* entry above it up, until the entry below has a lower key
075600*------------
075700 OPEN-INSERT-SLOT.
075800     IF WS-INSERT-SUB = 1
075900         SET WS-SLOT-IS-FOUND TO TRUE
076000     ELSE
076100         COMPUTE WS-PRIOR-SUB = WS-INSERT-SUB - 1
076200         IF WS-PR-KEY (WS-PRIOR-SUB) < WS-PAIR-KEY
076300             SET WS-SLOT-IS-FOUND TO TRUE
076400         ELSE
076500             MOVE WS-PR-ENTRY (WS-PRIOR-SUB)
076600                 TO WS-PR-ENTRY (WS-INSERT-SUB)
076700             MOVE WS-PRIOR-SUB TO WS-INSERT-SUB
076800         END-IF
076900     END-IF.
077000*
077100*------------
077200* List one number the two requests classify differently
077300*------------
077400 WRITE-DISAGREEMENT-LINE.
077500     MOVE WS-GROUP-ITERATOR TO DET-ITERATOR.
077600     MOVE WS-FIRST-SUB TO WS-MEMBER-SUB.
077700     MOVE 1 TO WS-SIDE-SUB.
077800     PERFORM FORMAT-DETAIL-SIDE.
077900     MOVE WS-SECOND-SUB TO WS-MEMBER-SUB.
078000     MOVE 2 TO WS-SIDE-SUB.
078100     PERFORM FORMAT-DETAIL-SIDE.
078200     MOVE WS-DETAIL-LINE TO REPORT-LINE.
078300     WRITE REPORT-LINE.
078400     ADD 1 TO WS-PR-LISTED (WS-PAIR-SUB).
078500     ADD 1 TO WS-LINES-LISTED.
078600*
078700*------------
078800* Fill one side of the detail line from a group entry
078900*------------
079000 FORMAT-DETAIL-SIDE.
079100     MOVE SPACES TO DET-SIDE (WS-SIDE-SUB).
079200     MOVE WS-GR-REQUEST-ID (WS-MEMBER-SUB)
079300         TO DET-REQUEST-ID (WS-SIDE-SUB).
079400     MOVE WS-GR-REQUEST-ID (WS-MEMBER-SUB) TO WS-REQUEST-SUB.
079500     MOVE WS-RQ-DEPARTMENT (WS-REQUEST-SUB)
079600         TO DET-DEPARTMENT (WS-SIDE-SUB).
079700     MOVE WS-GR-OUTPUT-TEXT (WS-MEMBER-SUB)
079800         TO DET-OUTPUT-TEXT (WS-SIDE-SUB).
079900     MOVE WS-GR-CLASS-FLAG (WS-MEMBER-SUB)
080000         TO DET-CLASS-FLAG (WS-SIDE-SUB).
080100*
080200*------------
080300* Write the overlap and disagreement counts for every pair
080400* of departments that share a number
080500*------------
080600 WRITE-PAIR-SUMMARY.
080700     MOVE 'OVERLAP BY DEPARTMENT PAIR' TO REPORT-LINE.
080800     WRITE REPORT-LINE.
080900     MOVE SPACES TO REPORT-LINE.
081000     WRITE REPORT-LINE.
081100     MOVE WS-PAIR-HEADING-LINE TO REPORT-LINE.
081200     WRITE REPORT-LINE.
081300     PERFORM WRITE-ONE-PAIR-LINE
081400         VARYING WS-PAIR-SUB FROM 1 BY 1
081500         UNTIL WS-PAIR-SUB > WS-PAIR-COUNT.
081600     IF WS-PAIR-COUNT = 0
081700         MOVE '   NO NUMBER IS HELD BY MORE THAN ONE REQUEST'
081800             TO REPORT-LINE
081900         WRITE REPORT-LINE
082000     END-IF.
082100*
082200*------------
082300* Write one department pair's line
082400*------------
082500 WRITE-ONE-PAIR-LINE.
082600     MOVE WS-PR-LOW-DEPT (WS-PAIR-SUB) TO PRL-LOW-DEPT.
082700     MOVE WS-PR-HIGH-DEPT (WS-PAIR-SUB) TO PRL-HIGH-DEPT.
082800     MOVE WS-PR-OVERLAP (WS-PAIR-SUB) TO PRL-OVERLAP.
082900     MOVE WS-PR-TEXT-DIFF (WS-PAIR-SUB) TO PRL-TEXT-DIFF.
083000     MOVE WS-PR-CLASS-DIFF (WS-PAIR-SUB) TO PRL-CLASS-DIFF.
083100     MOVE WS-PR-DISAGREE (WS-PAIR-SUB) TO PRL-DISAGREE.
083200     COMPUTE PRL-NOT-LISTED =
083300         WS-PR-DISAGREE (WS-PAIR-SUB)
083350         - WS-PR-LISTED (WS-PAIR-SUB).
083400     MOVE WS-PAIR-LINE TO REPORT-LINE.
083500     WRITE REPORT-LINE.
083600*
083700*------------
083800* Write the run totals and the closing verdict
083900*------------
084000 WRITE-REPORT-SUMMARY.
084100     MOVE SPACES TO REPORT-LINE.
084200     WRITE REPORT-LINE.
084300     MOVE WS-ACTIVE-COUNT TO WS-EDIT-COUNT.
084400     MOVE SPACES TO REPORT-LINE.
084500     STRING 'ACTIVE REQUESTS           : ' DELIMITED BY SIZE
084600         WS-EDIT-COUNT DELIMITED BY SIZE
084700         INTO REPORT-LINE
084800     END-STRING.
084900     WRITE REPORT-LINE.
085000     MOVE WS-RECORDS-READ TO WS-EDIT-COUNT.
085100     MOVE SPACES TO REPORT-LINE.
085200     STRING 'FIZZMST RECORDS READ      : ' DELIMITED BY SIZE
085300         WS-EDIT-COUNT DELIMITED BY SIZE
085400         INTO REPORT-LINE
085500     END-STRING.
085600     WRITE REPORT-LINE.
085700     MOVE WS-INACTIVE-RECORDS TO WS-EDIT-COUNT.
085800     MOVE SPACES TO REPORT-LINE.
085900     STRING 'SKIPPED - NOT ACTIVE      : ' DELIMITED BY SIZE
086000         WS-EDIT-COUNT DELIMITED BY SIZE
086100         INTO REPORT-LINE
086200     END-STRING.
086300     WRITE REPORT-LINE.
086400     MOVE WS-SHARED-NUMBERS TO WS-EDIT-COUNT.
086500     MOVE SPACES TO REPORT-LINE.
086600     STRING 'NUMBERS HELD BY 2+ REQS   : ' DELIMITED BY SIZE
086700         WS-EDIT-COUNT DELIMITED BY SIZE
086800         INTO REPORT-LINE
086900     END-STRING.
087000     WRITE REPORT-LINE.
087100     MOVE WS-DIFFERING-NUMBERS TO WS-EDIT-COUNT.
087200     MOVE SPACES TO REPORT-LINE.
087300     STRING 'NUMBERS CLASSIFIED APART  : ' DELIMITED BY SIZE
087400         WS-EDIT-COUNT DELIMITED BY SIZE
087500         INTO REPORT-LINE
087600     END-STRING.
087700     WRITE REPORT-LINE.
087800     MOVE WS-LINES-LISTED TO WS-EDIT-COUNT.
087900     MOVE SPACES TO REPORT-LINE.
088000     STRING 'DISAGREEMENTS LISTED      : ' DELIMITED BY SIZE
088100         WS-EDIT-COUNT DELIMITED BY SIZE
088200         INTO REPORT-LINE
088300     END-STRING.
088400     WRITE REPORT-LINE.
088500     MOVE WS-LINES-NOT-LISTED TO WS-EDIT-COUNT.
088600     MOVE SPACES TO REPORT-LINE.
088700     STRING 'OVER THE LIMIT, UNLISTED  : ' DELIMITED BY SIZE
088800         WS-EDIT-COUNT DELIMITED BY SIZE
088900         INTO REPORT-LINE
089000     END-STRING.
089100     WRITE REPORT-LINE.
089200     MOVE SPACES TO REPORT-LINE.
089300     WRITE REPORT-LINE.
089400     MOVE SPACES TO REPORT-LINE.
089500     EVALUATE TRUE
089600         WHEN WS-SEQUENCE-IS-BROKEN
089700             STRING '** FZMSORT WAS NOT IN NUMBER ORDER - '
089800                 DELIMITED BY SIZE
089900                 'REPORT INCOMPLETE **' DELIMITED BY SIZE
090000                 INTO REPORT-LINE
090100             END-STRING
090200         WHEN WS-TABLE-OVERFLOWED
090300             STRING '** DEPARTMENT PAIR TABLE FULL - '
090400                 DELIMITED BY SIZE
090500                 'REPORT INCOMPLETE **' DELIMITED BY SIZE
090600                 INTO REPORT-LINE
090700             END-STRING
090800         WHEN WS-DIFFERING-NUMBERS = 0
090900             STRING 'EVERY SHARED NUMBER IS CLASSIFIED THE SAME '
091000                 DELIMITED BY SIZE
091100                 'BY EVERY REQUEST HOLDING IT.' DELIMITED BY SIZE
091200                 INTO REPORT-LINE
091300             END-STRING
091400         WHEN OTHER
091500             STRING 'SHARED NUMBERS ARE CLASSIFIED DIFFERENTLY - '
091600                 DELIMITED BY SIZE
091700                 'COMPARE THE REQUESTS'' RULES ABOVE.'
091800                 DELIMITED BY SIZE
091900                 INTO REPORT-LINE
092000             END-STRING
092100     END-EVALUATE.
092200     WRITE REPORT-LINE.
092300     DISPLAY REPORT-LINE.

000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    FIZMRG.
000300 AUTHOR.        R A KOWALSKI.
000400 INSTALLATION.  BATCH PRODUCTION SUPPORT.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*
000800************************************************************
000900*                                                          *
001000* FIZMRG  -  NIGHTLY PARTITION MERGE                        *
001100*                                                          *
001200* PUTS THE PARTITIONS FIZSPL SPLIT THE NIGHT'S DECK INTO    *
001300* BACK TOGETHER, SO FIZSUM, FIZBAL, FIZVER, FIZCMP, FIZXTR  *
001400* AND THE REPORTS SEE EXACTLY WHAT ONE SERIAL FIZBUZ STEP   *
001500* USED TO GIVE THEM -                                       *
001600*   - ONE FIZZOUT IN REQUEST ID, THEN ITERATOR, SEQUENCE,   *
001700*     MERGED FROM THE FOUR PARTITION FIZZOUTS (EACH ALREADY *
001800*     IN THAT SEQUENCE, SINCE FIZSPL WRITES EVERY PARTITION *
001900*     DECK IN REQUEST ID ORDER),                            *
002000*   - THE FIZZMST UPSERTS THE PARTITIONS LEFT UNDONE,       *
002100*     APPLIED FROM THE MERGED RECORDS AS FIZBUZ ITSELF      *
002200*     WOULD HAVE APPLIED THEM, AND                          *
002300*   - ONE AUDITREC PER REQUEST APPENDED TO THE AUDIT TRAIL, *
002400*     TAKEN FROM THE PARTITION AUDIT DATASETS (ONLY THE     *
002500*     RECORDS STAMPED AT OR AFTER THE SPLIT - THE REST ARE  *
002600*     THE PRIOR RECORDS FIZSPL SEEDED) AND RESTAMPED WITH   *
002700*     THIS STEP'S RUN DATE/TIME, SO THE NIGHT READS AS ONE  *
002800*     RUN TO EVERY STEP THAT LOOKS FOR THE LATEST STAMP.    *
002900*                                                          *
003000* NOTHING IS WRITTEN UNLESS EVERY PARTITION GIVEN CARDS HAS *
003100* FINISHED - ITS CONTROL RECORD IS ON PARTCTL FROM THE SAME *
003200* SPLIT, ITS CHECKPOINT (READ FROM THE CONCATENATED         *
003300* CKPTFILE DD BY CK-PARTITION-NO) IS ON FILE AND INACTIVE,  *
003400* AND ITS FIZZOUT CAN BE OPENED.  A PARTITION STILL HOLDING *
003500* AN ACTIVE CHECKPOINT MUST BE RESTARTED, NOT MERGED ROUND. *
003600* A PARTITION FIZZOUT FOUND OUT OF SEQUENCE STOPS THE MERGE *
003700* PART WAY - THE UPSERTS ALREADY APPLIED ARE SIMPLY APPLIED *
003800* AGAIN WHEN THE MERGE IS RERUN.                            *
003900*                                                          *
004000* RETURN-CODE 0  - MERGED.                                  *
004100* RETURN-CODE 4  - MERGED, BUT A CARD PRODUCED NO AUDIT     *
004200*                  RECORD IN ITS PARTITION OR WAS DROPPED   *
004300*                  BY THE SPLIT - THE SAME SKIPPED-CARD     *
004400*                  CONDITION FIZBUZ ENDS CC 0004 ON.        *
004500* RETURN-CODE 16 - MERGE REFUSED (A PARTITION IS MISSING,   *
004600*                  UNFINISHED OR STILL CHECKPOINTED, OR NO  *
004700*                  REQUEST WAS AUDITED AT ALL) OR A         *
004800*                  PARTITION FIZZOUT WAS OUT OF SEQUENCE -  *
004900*                  THE REPORTING STEPS STAND DOWN.          *
005000*                                                          *
005100* MODIFICATION HISTORY                                     *
005200*   2026-10-15  RAK  ORIGINAL PROGRAM.                      *
005210*   2026-10-15  RAK  A REFUSED OR STOPPED MERGE AND EACH    *
005220*                    WARNING ARE ALSO APPENDED TO THE       *
005230*                    SHARED ALERTFILE.                      *
005240*   2026-10-15  RAK  STEP STATISTICS - START AND END TIME,  *
005250*                    RECORDS READ AND WRITTEN PER FILE AND  *
005260*                    RETURN CODE APPENDED TO STATFILE       *
005270*                    (COPYBOOK STATREC) AS THE PROGRAM      *
005280*                    ENDS, FILED UNDER THE JOB AND STEP ON  *
005288*                    THE STATCTL CARD.                      *
005296*   2026-10-15  RAK  EVERY FIZZMST UPSERT THAT ADDS OR      *
005304*                    CHANGES A RECORD IS LOGGED - THE       *
005312*                    RECORD IT REPLACED AND THE RECORD IT   *
005320*                    LEFT, UNDER THIS STEP'S RUN DATE/TIME  *
005328*                    - ON TONIGHT'S GENERATION OF THE       *
005336*                    BFIMAGE BEFORE-IMAGE LOG (COPYBOOK     *
005344*                    BFIMREC), SO FIZBCK CAN BACK A BAD RUN *
005352*                    OUT.  THE KEY IS NOW READ BEFORE IT IS *
005360*                    WRITTEN OR REWRITTEN.  A LOG THAT      *
005368*                    CANNOT BE OPENED IS A WARNING AND AN   *
005376*                    ALERT ONLY.                            *
005384*                                                          *
005400************************************************************
005500*
005600 ENVIRONMENT DIVISION.
005700 INPUT-OUTPUT SECTION.
005800 FILE-CONTROL.
005900     SELECT PARTCTL ASSIGN TO "PARTCTL"
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-PART-FILE-STATUS.
006200     SELECT CKPTFILE ASSIGN TO "CKPTFILE"
006300         ORGANIZATION IS SEQUENTIAL
006400         FILE STATUS IS WS-CKPT-FILE-STATUS.
006500     SELECT PARTAUD ASSIGN TO "PARTAUD"
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS WS-PAUD-FILE-STATUS.
006800     SELECT PFIZ01 ASSIGN TO "PFIZ01"
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS WS-PFIZ01-FILE-STATUS.
007100     SELECT PFIZ02 ASSIGN TO "PFIZ02"
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS WS-PFIZ02-FILE-STATUS.
007400     SELECT PFIZ03 ASSIGN TO "PFIZ03"
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS WS-PFIZ03-FILE-STATUS.
007700     SELECT PFIZ04 ASSIGN TO "PFIZ04"
007800         ORGANIZATION IS LINE SEQUENTIAL
007900         FILE STATUS IS WS-PFIZ04-FILE-STATUS.
008000     SELECT FIZZOUT ASSIGN TO "FIZZOUT"
008100         ORGANIZATION IS LINE SEQUENTIAL.
008200     SELECT AUDITFILE ASSIGN TO "AUDITFILE"
008300         ORGANIZATION IS LINE SEQUENTIAL
008400         FILE STATUS IS WS-AUDIT-FILE-STATUS.
008500     SELECT FIZZMST ASSIGN TO "FIZZMST"
008600         ORGANIZATION IS INDEXED
008700         ACCESS MODE IS DYNAMIC
008800         RECORD KEY IS FZM-MASTER-KEY
008900         FILE STATUS IS WS-MST-FILE-STATUS.
008910     SELECT ALERTFILE ASSIGN TO "ALERTFILE"
008920         ORGANIZATION IS LINE SEQUENTIAL
008930         FILE STATUS IS WS-ALERT-FILE-STATUS.
008940     SELECT STATCTL ASSIGN TO "STATCTL"
008950         ORGANIZATION IS LINE SEQUENTIAL
008960         FILE STATUS IS WS-STATCTL-FILE-STATUS.
008970     SELECT STATFILE ASSIGN TO "STATFILE"
008980         ORGANIZATION IS LINE SEQUENTIAL
008990         FILE STATUS IS WS-STAT-FILE-STATUS.
008992     SELECT BFIMAGE ASSIGN TO "BFIMAGE"
008994         ORGANIZATION IS LINE SEQUENTIAL
008996         FILE STATUS IS WS-BFIM-FILE-STATUS.
009000*
009100 DATA DIVISION.
009200 FILE SECTION.
009300 FD  PARTCTL
009400     RECORDING MODE IS F.
009500 COPY PARTREC.
009600 FD  CKPTFILE
009700     RECORDING MODE IS F.
009800 COPY CKPTREC.
009900 FD  PARTAUD
010000     RECORDING MODE IS F.
010100 01  PARTAUD-RECORD              PIC X(146).
010200 FD  PFIZ01
010300     RECORDING MODE IS F.
010400 01  PFIZ01-RECORD               PIC X(30).
010500 FD  PFIZ02
010600     RECORDING MODE IS F.
010700 01  PFIZ02-RECORD               PIC X(30).
010800 FD  PFIZ03
010900     RECORDING MODE IS F.
011000 01  PFIZ03-RECORD               PIC X(30).
011100 FD  PFIZ04
011200     RECORDING MODE IS F.
011300 01  PFIZ04-RECORD               PIC X(30).
011400 FD  FIZZOUT
011500     RECORDING MODE IS F.
011600 COPY FIZZREC.
011700 FD  AUDITFILE
011800     RECORDING MODE IS F.
011900 COPY AUDITREC.
012000 FD  FIZZMST.
012100 COPY FIZZMREC.
012110 FD  ALERTFILE
012120     RECORDING MODE IS F.
012130 COPY ALERTREC.
012140 FD  STATCTL
012150     RECORDING MODE IS F.
012160 COPY STATCARD.
012170 FD  STATFILE
012180     RECORDING MODE IS F.
012190 COPY STATREC.
012192 FD  BFIMAGE
012194     RECORDING MODE IS F.
012196 COPY BFIMREC.
012200*
012300 WORKING-STORAGE SECTION.
012400 01  WS-PART-FILE-STATUS          PIC X(02) VALUE '00'.
012500     88  WS-PART-FILE-FOUND           VALUE '00'.
012600 01  WS-CKPT-FILE-STATUS          PIC X(02) VALUE '00'.
012700     88  WS-CKPT-FILE-FOUND           VALUE '00'.
012800 01  WS-PAUD-FILE-STATUS          PIC X(02) VALUE '00'.
012900     88  WS-PAUD-FILE-FOUND           VALUE '00'.
013000 01  WS-PFIZ01-FILE-STATUS        PIC X(02) VALUE '00'.
013100 01  WS-PFIZ02-FILE-STATUS        PIC X(02) VALUE '00'.
013200 01  WS-PFIZ03-FILE-STATUS        PIC X(02) VALUE '00'.
013300 01  WS-PFIZ04-FILE-STATUS        PIC X(02) VALUE '00'.
013400 01  WS-PFIZ-FILE-STATUS          PIC X(02) VALUE '00'.
013500     88  WS-PFIZ-FILE-FOUND           VALUE '00'.
013600 01  WS-AUDIT-FILE-STATUS         PIC X(02) VALUE '00'.
013700     88  WS-AUDIT-FILE-FOUND          VALUE '00'.
013800 01  WS-MST-FILE-STATUS           PIC X(02) VALUE '00'.
013900     88  WS-MST-FILE-OK               VALUE '00'.
014000 01  WS-MST-OPEN-SWITCH           PIC X(01) VALUE 'N'.
014100     88  WS-MASTER-IS-OPEN            VALUE 'Y'.
014114 01  WS-MST-FOUND-SWITCH          PIC X(01) VALUE 'N'.
014128     88  WS-MST-KEY-FOUND             VALUE 'Y'.
014142 01  WS-BFIM-FILE-STATUS          PIC X(02) VALUE '00'.
014156     88  WS-BFIM-FILE-FOUND           VALUE '00'.
014170 01  WS-BFIM-OPEN-SWITCH          PIC X(01) VALUE 'N'.
014184     88  WS-BEFORE-IMAGE-IS-OPEN      VALUE 'Y'.
014200 01  WS-CTL-EOF-SWITCH            PIC X(01) VALUE 'N'.
014300     88  WS-PARTCTL-EOF               VALUE 'Y'.
014400 01  WS-CKPT-EOF-SWITCH           PIC X(01) VALUE 'N'.
014500     88  WS-CKPTFILE-EOF              VALUE 'Y'.
014600 01  WS-PAUD-EOF-SWITCH           PIC X(01) VALUE 'N'.
014700     88  WS-PARTAUD-EOF               VALUE 'Y'.
014800 01  WS-REFUSE-SWITCH             PIC X(01) VALUE 'N'.
014900     88  WS-MERGE-REFUSED             VALUE 'Y'.
015000 01  WS-SEQUENCE-SWITCH           PIC X(01) VALUE 'N'.
015100     88  WS-SEQUENCE-BROKEN           VALUE 'Y'.
015200 01  WS-MERGE-DONE-SWITCH         PIC X(01) VALUE 'N'.
015300     88  WS-MERGE-IS-DONE             VALUE 'Y'.
015400*
015500 01  WS-RUN-DATE                  PIC 9(8) VALUE 0.
015600 01  WS-RUN-TIME                  PIC 9(8) VALUE 0.
015700 01  WS-SPLIT-DATE                PIC 9(8) VALUE 0.
015800 01  WS-SPLIT-TIME                PIC 9(8) VALUE 0.
015900 01  WS-SPLIT-STAMP               PIC 9(16) COMP VALUE 0.
016000 01  WS-RECORD-STAMP              PIC 9(16) COMP VALUE 0.
016100 01  WS-PARTITION-SUB             PIC 9(02) VALUE 0.
016200 01  WS-LOW-PARTITION             PIC 9(02) VALUE 0.
016300 01  WS-REQUEST-SUB               PIC 9(04) COMP VALUE 0.
016400 01  WS-HEAD-KEY                  PIC 9(12) COMP VALUE 0.
016500*
016600* Each partition's state - its control record, its
016700* checkpoint, and during the merge the next FIZZOUT record
016800* waiting to be written (WS-PM-HEAD-KEY IS REQUEST ID
016900* MAJOR, ITERATOR MINOR - THE MERGE SEQUENCE)
017000 01  WS-PARTITION-TABLE.
017100     05  WS-PM-ENTRY OCCURS 4 TIMES.
017200         10  WS-PM-CTL-SEEN-IND  PIC X(01).
017300         10  WS-PM-CARD-COUNT    PIC 9(03).
017400         10  WS-PM-CKPT-SEEN-IND PIC X(01).
017500         10  WS-PM-CKPT-ACTIVE-IND PIC X(01).
017600         10  WS-PM-CKPT-REQUEST  PIC 9(03).
017700         10  WS-PM-CKPT-ITERATOR PIC 9(09).
017800         10  WS-PM-OPEN-IND      PIC X(01).
017900         10  WS-PM-EOF-IND       PIC X(01).
018000         10  WS-PM-HEAD-KEY      PIC 9(12) COMP.
018100         10  WS-PM-LAST-KEY      PIC 9(12) COMP.
018200         10  WS-PM-HEAD-RECORD   PIC X(30).
018300         10  WS-PM-MERGED-COUNT  PIC 9(09) COMP.
018400*
018500 01  WS-PARTITION-COUNT           PIC 9(02) VALUE 0.
018600 01  WS-CARD-TOTAL                PIC 9(05) COMP VALUE 0.
018700 01  WS-DROPPED-COUNT             PIC 9(03) VALUE 0.
018800 01  WS-AUDITED-COUNT             PIC 9(05) COMP VALUE 0.
018900 01  WS-MISSING-AUDIT-COUNT       PIC 9(05) COMP VALUE 0.
019000 01  WS-MERGED-TOTAL              PIC 9(09) COMP VALUE 0.
019100*
019200* Tonight's audit record for each request, indexed by the
019300* request id, as found on the partition audit datasets
019400 01  WS-CONSOLIDATED-AUDIT-TABLE.
019500     05  WS-CA-ENTRY OCCURS 999 TIMES INDEXED BY CAX.
019600         10  WS-CA-SEEN-IND      PIC X(01).
019700         10  WS-CA-STAMP         PIC 9(16) COMP.
019800         10  WS-CA-IMAGE         PIC X(146).
019900*
020000* Edited copies for the SYSOUT summary
020100 01  WS-EDIT-CARDS                PIC ZZ9.
020200 01  WS-EDIT-COUNT                PIC ZZZ,ZZZ,ZZ9.
020300 01  WS-EDIT-MISSING              PIC ZZZZ9.
020301*
020302* A master record as it stood before the upsert replaced it
020303 01  WS-BEFORE-IMAGE              PIC X(30) VALUE SPACES.
020306*
020312* Staging for the exception records appended to the shared
020318* ALERTFILE, and its open state
020324 01  WS-ALERT-FILE-STATUS         PIC X(02) VALUE '00'.
020330     88  WS-ALERT-FILE-FOUND          VALUE '00'.
020336 01  WS-ALERT-TRIED-SWITCH        PIC X(01) VALUE 'N'.
020342     88  WS-ALERT-OPEN-TRIED          VALUE 'Y'.
020348 01  WS-ALERT-OPEN-SWITCH         PIC X(01) VALUE 'N'.
020354     88  WS-ALERT-FILE-IS-OPEN        VALUE 'Y'.
020360 01  WS-ALERT-DATE                PIC 9(8) VALUE 0.
020366 01  WS-ALERT-TIME                PIC 9(8) VALUE 0.
020372 01  WS-ALERT-REQUEST-ID          PIC 9(3) VALUE 0.
020378 01  WS-ALERT-SEVERITY            PIC X(01) VALUE SPACE.
020384 01  WS-ALERT-CODE                PIC X(10) VALUE SPACES.
020390 01  WS-ALERT-TEXT                PIC X(60) VALUE SPACES.
020396*
020402* Step statistics - when the step started and the records
020408* it read and wrote per file, appended to STATFILE as the
020414* step ends
020420 01  WS-STATCTL-FILE-STATUS       PIC X(02) VALUE '00'.
020426     88  WS-STATCTL-FILE-FOUND        VALUE '00'.
020432 01  WS-STAT-FILE-STATUS          PIC X(02) VALUE '00'.
020438     88  WS-STAT-FILE-FOUND           VALUE '00'.
020444 01  WS-STAT-START-DATE           PIC 9(8) VALUE 0.
020450 01  WS-STAT-START-TIME           PIC 9(8) VALUE 0.
020456 01  WS-STAT-SUB                  PIC 9(2) COMP VALUE 0.
020462 01  WS-STAT-FILE-TABLE.
020468     05  WS-STAT-FILE-ENTRY OCCURS 10 TIMES.
020474         10  WS-STAT-DDNAME      PIC X(10).
020480         10  WS-STAT-READ        PIC 9(11) COMP.
020486         10  WS-STAT-WRITTEN     PIC 9(11) COMP.
020492*
020500 PROCEDURE DIVISION.
020600*------------
020700* Primary function - prove every partition finished, then
020800* merge the detail, apply the master upserts and append the
020900* night's consolidated audit records
021000*------------
021100 MERGE-PARTITIONS.
021150     PERFORM START-STEP-STATISTICS.
021200     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
021300     ACCEPT WS-RUN-TIME FROM TIME.
021350     PERFORM OPEN-BEFORE-IMAGE-FILE.
021400     PERFORM INITIALIZE-PARTITION-TABLE.
021500     PERFORM LOAD-PARTITION-CONTROL.
021600     IF NOT WS-MERGE-REFUSED
021700         PERFORM CHECK-PARTITION-CHECKPOINTS
021800         PERFORM OPEN-PARTITION-FIZZOUTS
021900     END-IF.
022000     IF NOT WS-MERGE-REFUSED
022100         PERFORM OPEN-AUDIT-FILE
022200         PERFORM LOAD-PARTITION-AUDITS
022300     END-IF.
022400     IF WS-MERGE-REFUSED
022500         DISPLAY 'FIZMRG0009E - MERGE REFUSED - NOTHING '
022600             'WRITTEN.  RESTART OR RERUN THE PARTITIONS NAMED '
022700             'ABOVE, THEN RERUN THIS STEP'
022710         MOVE 'E' TO WS-ALERT-SEVERITY
022720         MOVE 'FIZMRG0009' TO WS-ALERT-CODE
022730         MOVE 'PARTITION MERGE REFUSED - NOTHING WRITTEN'
022740             TO WS-ALERT-TEXT
022750         PERFORM WRITE-ALERT-RECORD
022760         PERFORM CLOSE-ALERT-FILE
022780         PERFORM CLOSE-BEFORE-IMAGE-FILE
022800         PERFORM CLOSE-PARTITION-FIZZOUTS
022900         IF WS-AUDIT-FILE-FOUND
023000             CLOSE AUDITFILE
023100         END-IF
023200         MOVE 16 TO RETURN-CODE
023250         PERFORM WRITE-STEP-STATISTICS
023300         GOBACK
023400     END-IF.
023500     OPEN OUTPUT FIZZOUT.
023600     PERFORM OPEN-MASTER-FILE.
023700     PERFORM READ-PARTITION-HEAD
023800         VARYING WS-PARTITION-SUB FROM 1 BY 1
023900         UNTIL WS-PARTITION-SUB > 4.
024000     PERFORM MERGE-ONE-RECORD
024100         UNTIL WS-MERGE-IS-DONE OR WS-SEQUENCE-BROKEN.
024200     CLOSE FIZZOUT.
024300     PERFORM CLOSE-MASTER-FILE.
024350     PERFORM CLOSE-BEFORE-IMAGE-FILE.
024400     PERFORM CLOSE-PARTITION-FIZZOUTS.
024500     IF WS-SEQUENCE-BROKEN
024600         CLOSE AUDITFILE
024610         PERFORM CLOSE-ALERT-FILE
024700         MOVE 16 TO RETURN-CODE
024750         PERFORM WRITE-STEP-STATISTICS
024800         GOBACK
024900     END-IF.
025000     PERFORM WRITE-CONSOLIDATED-AUDIT
025100         VARYING WS-REQUEST-SUB FROM 1 BY 1
025200         UNTIL WS-REQUEST-SUB > 999.
025300     CLOSE AUDITFILE.
025400     PERFORM DISPLAY-MERGE-SUMMARY
025500         VARYING WS-PARTITION-SUB FROM 1 BY 1
025600         UNTIL WS-PARTITION-SUB > 4.
025700     MOVE WS-MERGED-TOTAL TO WS-EDIT-COUNT.
025800     DISPLAY 'FIZMRG0014I - MERGE COMPLETE - ' WS-EDIT-COUNT
025900         ' FIZZOUT RECORDS WRITTEN'.
025910     PERFORM CLOSE-ALERT-FILE.
026000     IF WS-MISSING-AUDIT-COUNT > 0 OR WS-DROPPED-COUNT > 0
026100         MOVE 4 TO RETURN-CODE
026200     ELSE
026300         MOVE 0 TO RETURN-CODE
026400     END-IF.
026450     PERFORM WRITE-STEP-STATISTICS
026500     GOBACK.
026600*
026700*------------
026800* Clear every partition's state and tonight's audit table
026900*------------
027000 INITIALIZE-PARTITION-TABLE.
027100     PERFORM VARYING WS-PARTITION-SUB FROM 1 BY 1
027200         UNTIL WS-PARTITION-SUB > 4
027300         MOVE 'N' TO WS-PM-CTL-SEEN-IND (WS-PARTITION-SUB)
027400         MOVE 0 TO WS-PM-CARD-COUNT (WS-PARTITION-SUB)
027500         MOVE 'N' TO WS-PM-CKPT-SEEN-IND (WS-PARTITION-SUB)
027600         MOVE 'N' TO WS-PM-CKPT-ACTIVE-IND (WS-PARTITION-SUB)
027700         MOVE 0 TO WS-PM-CKPT-REQUEST (WS-PARTITION-SUB)
027800         MOVE 0 TO WS-PM-CKPT-ITERATOR (WS-PARTITION-SUB)
027900         MOVE 'N' TO WS-PM-OPEN-IND (WS-PARTITION-SUB)
028000         MOVE 'Y' TO WS-PM-EOF-IND (WS-PARTITION-SUB)
028100         MOVE 0 TO WS-PM-HEAD-KEY (WS-PARTITION-SUB)
028200         MOVE 0 TO WS-PM-LAST-KEY (WS-PARTITION-SUB)
028300         MOVE SPACES TO WS-PM-HEAD-RECORD (WS-PARTITION-SUB)
028400         MOVE 0 TO WS-PM-MERGED-COUNT (WS-PARTITION-SUB)
028500     END-PERFORM.
028600     PERFORM VARYING CAX FROM 1 BY 1 UNTIL CAX > 999
028700         MOVE 'N' TO WS-CA-SEEN-IND (CAX)
028800         MOVE 0 TO WS-CA-STAMP (CAX)
028900         MOVE SPACES TO WS-CA-IMAGE (CAX)
029000     END-PERFORM.
029100*
029200*------------
029300* Read the combined PARTCTL dataset - one record per
029400* partition, every one from the same split
029500*------------
029600 LOAD-PARTITION-CONTROL.
029700     OPEN INPUT PARTCTL.
029800     IF NOT WS-PART-FILE-FOUND
029900         DISPLAY 'FIZMRG0001E - PARTCTL COULD NOT BE OPENED '
030000             '(FILE STATUS ' WS-PART-FILE-STATUS ') - HAS '
030100             'TONIGHT''S SPLIT RUN?'
030200         SET WS-MERGE-REFUSED TO TRUE
030300     ELSE
030400         PERFORM READ-ONE-CONTROL-RECORD
030500             UNTIL WS-PARTCTL-EOF
030600         CLOSE PARTCTL
030700         PERFORM VARYING WS-PARTITION-SUB FROM 1 BY 1
030800             UNTIL WS-PARTITION-SUB > 4
030900             IF WS-PM-CTL-SEEN-IND (WS-PARTITION-SUB) NOT = 'Y'
031000                 DISPLAY 'FIZMRG0001E - NO PARTCTL RECORD FOR '
031100                     'PARTITION ' WS-PARTITION-SUB
031200                 SET WS-MERGE-REFUSED TO TRUE
031300             END-IF
031400         END-PERFORM
031500     END-IF.
031600*
031700*------------
031800* Keep one partition's control record.  THE FIRST RECORD
031900* READ FIXES THE SPLIT EVERY OTHER MUST MATCH
032000*------------
032100 READ-ONE-CONTROL-RECORD.
032200     READ PARTCTL
032300         AT END
032400             SET WS-PARTCTL-EOF TO TRUE
032433         NOT AT END
032466             ADD 1 TO WS-STAT-READ (1)
032500     END-READ.
032600     IF NOT WS-PARTCTL-EOF
032700         IF PT-PARTITION-NO NUMERIC
032800             AND PT-PARTITION-NO > 0
032900             AND PT-PARTITION-NO < 5
033000             AND PT-CARD-COUNT NUMERIC
033100             IF WS-SPLIT-STAMP = 0
033200                 MOVE PT-SPLIT-DATE TO WS-SPLIT-DATE
033300                 MOVE PT-SPLIT-TIME TO WS-SPLIT-TIME
033400                 COMPUTE WS-SPLIT-STAMP =
033500                     PT-SPLIT-DATE * 100000000 + PT-SPLIT-TIME
033600                 MOVE PT-PARTITION-COUNT TO WS-PARTITION-COUNT
033700                 MOVE PT-DROPPED-COUNT TO WS-DROPPED-COUNT
033800             END-IF
033900             IF PT-SPLIT-DATE NOT = WS-SPLIT-DATE
034000                 OR PT-SPLIT-TIME NOT = WS-SPLIT-TIME
034100                 DISPLAY 'FIZMRG0002E - PARTCTL RECORD FOR '
034200                     'PARTITION ' PT-PARTITION-NO ' IS FROM '
034300                     'ANOTHER SPLIT (' PT-SPLIT-DATE ' '
034400                     PT-SPLIT-TIME ')'
034500                 SET WS-MERGE-REFUSED TO TRUE
034600             ELSE
034700                 MOVE 'Y' TO WS-PM-CTL-SEEN-IND (PT-PARTITION-NO)
034800                 MOVE PT-CARD-COUNT
034900                     TO WS-PM-CARD-COUNT (PT-PARTITION-NO)
035000                 ADD PT-CARD-COUNT TO WS-CARD-TOTAL
035100             END-IF
035200         END-IF
035300     END-IF.
035400*
035500*------------
035600* Read every partition's checkpoint from the concatenated
035700* CKPTFILE DD.  A PARTITION GIVEN CARDS MUST HAVE FINISHED -
035800* ITS FIZBUZ LEAVES AN INACTIVE RECORD AT EVERY NORMAL END,
035900* AND FIZSPL EMPTIED THE DATASET AT THE SPLIT, SO NO RECORD
036000* MEANS IT NEVER GOT THERE
036100*------------
036200 CHECK-PARTITION-CHECKPOINTS.
036300     OPEN INPUT CKPTFILE.
036400     IF NOT WS-CKPT-FILE-FOUND
036500         SET WS-CKPTFILE-EOF TO TRUE
036600     END-IF.
036700     PERFORM UNTIL WS-CKPTFILE-EOF
036800         READ CKPTFILE
036900             AT END
037000                 SET WS-CKPTFILE-EOF TO TRUE
037100             NOT AT END
037150                 ADD 1 TO WS-STAT-READ (2)
037200                 PERFORM KEEP-ONE-CHECKPOINT
037300         END-READ
037400     END-PERFORM.
037500     IF WS-CKPT-FILE-FOUND OR WS-CKPT-FILE-STATUS = '10'
037600         CLOSE CKPTFILE
037700     END-IF.
037800     PERFORM VARYING WS-PARTITION-SUB FROM 1 BY 1
037900         UNTIL WS-PARTITION-SUB > 4
038000         EVALUATE TRUE
038100             WHEN WS-PM-CKPT-ACTIVE-IND (WS-PARTITION-SUB) = 'Y'
038200                 DISPLAY 'FIZMRG0004E - PARTITION '
038300                     WS-PARTITION-SUB ' HAS AN ACTIVE '
038400                     'CHECKPOINT AT REQUEST '
038500                     WS-PM-CKPT-REQUEST (WS-PARTITION-SUB)
038600                     ' ITERATOR '
038700                     WS-PM-CKPT-ITERATOR (WS-PARTITION-SUB)
038800                     ' - RESTART THAT PARTITION'
038900                 SET WS-MERGE-REFUSED TO TRUE
039000             WHEN WS-PM-CARD-COUNT (WS-PARTITION-SUB) > 0
039100                 AND WS-PM-CKPT-SEEN-IND (WS-PARTITION-SUB)
039200                     NOT = 'Y'
039300                 DISPLAY 'FIZMRG0003E - PARTITION '
039400                     WS-PARTITION-SUB ' HAS NOT FINISHED - NO '
039500                     'CHECKPOINT RECORD ON FILE'
039600                 SET WS-MERGE-REFUSED TO TRUE
039700             WHEN OTHER
039800                 CONTINUE
039900         END-EVALUATE
040000     END-PERFORM.
040100*
040200*------------
040300* Note one checkpoint record against its partition
040400*------------
040500 KEEP-ONE-CHECKPOINT.
040600     IF CK-PARTITION-NO NUMERIC
040700         AND CK-PARTITION-NO > 0
040800         AND CK-PARTITION-NO < 5
040900         MOVE 'Y' TO WS-PM-CKPT-SEEN-IND (CK-PARTITION-NO)
041000         IF CK-CHECKPOINT-IS-ACTIVE
041100             MOVE 'Y' TO WS-PM-CKPT-ACTIVE-IND (CK-PARTITION-NO)
041200             MOVE CK-REQUEST-SEQ
041300                 TO WS-PM-CKPT-REQUEST (CK-PARTITION-NO)
041400             MOVE CK-LAST-ITERATOR
041500                 TO WS-PM-CKPT-ITERATOR (CK-PARTITION-NO)
041600         END-IF
041700     END-IF.
041800*
041900*------------
042000* Open every partition's FIZZOUT.  ONE THAT CANNOT BE OPENED
042100* REFUSES THE MERGE IF THE PARTITION WAS GIVEN CARDS, AND IS
042200* SIMPLY SKIPPED IF IT WAS IDLE
042300*------------
042400 OPEN-PARTITION-FIZZOUTS.
042500     PERFORM VARYING WS-PARTITION-SUB FROM 1 BY 1
042600         UNTIL WS-PARTITION-SUB > 4
042700         EVALUATE WS-PARTITION-SUB
042800             WHEN 1
042900                 OPEN INPUT PFIZ01
043000                 MOVE WS-PFIZ01-FILE-STATUS TO WS-PFIZ-FILE-STATUS
043100             WHEN 2
043200                 OPEN INPUT PFIZ02
043300                 MOVE WS-PFIZ02-FILE-STATUS TO WS-PFIZ-FILE-STATUS
043400             WHEN 3
043500                 OPEN INPUT PFIZ03
043600                 MOVE WS-PFIZ03-FILE-STATUS TO WS-PFIZ-FILE-STATUS
043700             WHEN 4
043800                 OPEN INPUT PFIZ04
043900                 MOVE WS-PFIZ04-FILE-STATUS TO WS-PFIZ-FILE-STATUS
044000         END-EVALUATE
044100         IF WS-PFIZ-FILE-FOUND
044200             MOVE 'Y' TO WS-PM-OPEN-IND (WS-PARTITION-SUB)
044300             MOVE 'N' TO WS-PM-EOF-IND (WS-PARTITION-SUB)
044400         ELSE
044500             IF WS-PM-CARD-COUNT (WS-PARTITION-SUB) > 0
044600                 DISPLAY 'FIZMRG0005E - PARTITION '
044700                     WS-PARTITION-SUB ' FIZZOUT COULD NOT BE '
044800                     'OPENED (FILE STATUS ' WS-PFIZ-FILE-STATUS
044900                     ')'
045000                 SET WS-MERGE-REFUSED TO TRUE
045100             END-IF
045200         END-IF
045300     END-PERFORM.
045400*
045500*------------
045600* Close whichever partition FIZZOUTS were opened
045700*------------
045800 CLOSE-PARTITION-FIZZOUTS.
045900     IF WS-PM-OPEN-IND (1) = 'Y'
046000         CLOSE PFIZ01
046100     END-IF.
046200     IF WS-PM-OPEN-IND (2) = 'Y'
046300         CLOSE PFIZ02
046400     END-IF.
046500     IF WS-PM-OPEN-IND (3) = 'Y'
046600         CLOSE PFIZ03
046700     END-IF.
046800     IF WS-PM-OPEN-IND (4) = 'Y'
046900         CLOSE PFIZ04
047000     END-IF.
047100     PERFORM VARYING WS-PARTITION-SUB FROM 1 BY 1
047200         UNTIL WS-PARTITION-SUB > 4
047300         MOVE 'N' TO WS-PM-OPEN-IND (WS-PARTITION-SUB)
047400     END-PERFORM.
047500*
047600*------------
047700* Open AUDITFILE for the consolidated records.  OPENED
047800* EXTEND, FALLING BACK TO OUTPUT THE FIRST TIME, AS FIZBUZ
047900* OPENS IT - AND OPENED BEFORE THE PARTITION AUDITS ARE
048000* READ, SINCE EACH ONE IS EXAMINED IN THE AUDITREC RECORD
048100* AREA.  A REFUSED MERGE CLOSES IT HAVING WRITTEN NOTHING
048200*------------
048300 OPEN-AUDIT-FILE.
048400     OPEN EXTEND AUDITFILE.
048500     IF NOT WS-AUDIT-FILE-FOUND
048600         OPEN OUTPUT AUDITFILE
048700     END-IF.
048800     IF NOT WS-AUDIT-FILE-FOUND
048900         DISPLAY 'FIZMRG0015E - AUDITFILE COULD NOT BE OPENED '
049000             '(FILE STATUS ' WS-AUDIT-FILE-STATUS ')'
049100         SET WS-MERGE-REFUSED TO TRUE
049200     END-IF.
049300*
049400*------------
049500* Read every partition's audit dataset from the concatenated
049600* PARTAUD DD, keeping each request's latest record stamped
049700* at or after the split - A PARTITION RERUN FROM COLD
049800* AUDITS ITS REQUESTS AGAIN, AND THE LATER RECORD IS THE ONE
049900* THAT MATCHES ITS FIZZOUT.  EVERY CARD THE SPLIT PLACED
050000* SHOULD HAVE ONE; A CARD ITS FIZBUZ REJECTED HAS NONE
050100*------------
050200 LOAD-PARTITION-AUDITS.
050300     IF NOT WS-MERGE-REFUSED
050400         OPEN INPUT PARTAUD
050500         IF NOT WS-PAUD-FILE-FOUND
050600             DISPLAY 'FIZMRG0006E - PARTAUD COULD NOT BE '
050700                 'OPENED (FILE STATUS ' WS-PAUD-FILE-STATUS ')'
050800             SET WS-MERGE-REFUSED TO TRUE
050900         ELSE
051000             PERFORM READ-ONE-PARTITION-AUDIT
051100                 UNTIL WS-PARTAUD-EOF
051200             CLOSE PARTAUD
051300         END-IF
051400     END-IF.
051500     IF NOT WS-MERGE-REFUSED
051600         IF WS-AUDITED-COUNT = 0
051700             DISPLAY 'FIZMRG0011E - NO PARTITION AUDITED A '
051800                 'SINGLE REQUEST TONIGHT'
051900             SET WS-MERGE-REFUSED TO TRUE
052000         ELSE
052100             IF WS-AUDITED-COUNT < WS-CARD-TOTAL
052200                 COMPUTE WS-MISSING-AUDIT-COUNT =
052300                     WS-CARD-TOTAL - WS-AUDITED-COUNT
052400                 MOVE WS-MISSING-AUDIT-COUNT TO WS-EDIT-MISSING
052500                 DISPLAY 'FIZMRG0008W - ' WS-EDIT-MISSING
052600                     ' CARD(S) PRODUCED NO AUDIT RECORD - SEE '
052700                     'THE PARTITION FIZBUZ MESSAGES'
052710                 MOVE 'W' TO WS-ALERT-SEVERITY
052720                 MOVE 'FIZMRG0008' TO WS-ALERT-CODE
052730                 MOVE SPACES TO WS-ALERT-TEXT
052740                 STRING WS-EDIT-MISSING DELIMITED BY SIZE
052750                     ' CARD(S) PRODUCED NO AUDIT RECORD'
052760                     DELIMITED BY SIZE
052770                     INTO WS-ALERT-TEXT
052780                 END-STRING
052790                 PERFORM WRITE-ALERT-RECORD
052800             END-IF
052900         END-IF
053000         IF WS-DROPPED-COUNT > 0
053100             DISPLAY 'FIZMRG0012W - ' WS-DROPPED-COUNT
053200                 ' CARD(S) WERE DROPPED BY THE SPLIT - SEE '
053300                 'FIZSPL MESSAGES'
053310             MOVE 'W' TO WS-ALERT-SEVERITY
053320             MOVE 'FIZMRG0012' TO WS-ALERT-CODE
053330             MOVE 'CARD(S) DROPPED BY THE PARTITION SPLIT'
053340                 TO WS-ALERT-TEXT
053350             PERFORM WRITE-ALERT-RECORD
053400         END-IF
053500     END-IF.
053600*
053700*------------
053800* Keep one partition audit record if it is tonight's and the
053900* latest seen for its request
054000*------------
054100 READ-ONE-PARTITION-AUDIT.
054200     READ PARTAUD
054300         AT END
054400             SET WS-PARTAUD-EOF TO TRUE
054433         NOT AT END
054466             ADD 1 TO WS-STAT-READ (3)
054500     END-READ.
054600     IF NOT WS-PARTAUD-EOF
054700         MOVE PARTAUD-RECORD TO AUDITREC-RECORD
054800         IF AUD-REQUEST-SEQ NUMERIC
054900             AND AUD-REQUEST-SEQ > 0
055000             AND AUD-RUN-DATE NUMERIC
055100             AND AUD-RUN-TIME NUMERIC
055200             COMPUTE WS-RECORD-STAMP =
055300                 AUD-RUN-DATE * 100000000 + AUD-RUN-TIME
055400             IF WS-RECORD-STAMP >= WS-SPLIT-STAMP
055500                 AND WS-RECORD-STAMP >=
055600                     WS-CA-STAMP (AUD-REQUEST-SEQ)
055700                 IF WS-CA-SEEN-IND (AUD-REQUEST-SEQ) NOT = 'Y'
055800                     ADD 1 TO WS-AUDITED-COUNT
055900                 END-IF
056000                 MOVE 'Y' TO WS-CA-SEEN-IND (AUD-REQUEST-SEQ)
056100                 MOVE WS-RECORD-STAMP
056200                     TO WS-CA-STAMP (AUD-REQUEST-SEQ)
056300                 MOVE PARTAUD-RECORD
056400                     TO WS-CA-IMAGE (AUD-REQUEST-SEQ)
056500             END-IF
056600         END-IF
056700     END-IF.
056800*
056900*------------
057000* Open the FIZZMST keyed results master, creating it empty if
057100* it has never been loaded - AS FIZBUZ DOES.  A MASTER THAT
057200* CANNOT BE OPENED AT ALL IS NOT FATAL; THE NIGHT PROCEEDS
057300* WITHOUT MASTER MAINTENANCE, AS IT WOULD UNPARTITIONED
057400*------------
057500 OPEN-MASTER-FILE.
057600     OPEN I-O FIZZMST.
057700     IF NOT WS-MST-FILE-OK
057800         OPEN OUTPUT FIZZMST
057900         CLOSE FIZZMST
058000         OPEN I-O FIZZMST
058100     END-IF.
058200     IF WS-MST-FILE-OK
058300         SET WS-MASTER-IS-OPEN TO TRUE
058400     ELSE
058500         DISPLAY 'FIZMRG0013W - FIZZMST NOT AVAILABLE - '
058600             'MASTER NOT MAINTAINED TONIGHT'
058610         MOVE 'W' TO WS-ALERT-SEVERITY
058620         MOVE 'FIZMRG0013' TO WS-ALERT-CODE
058630         MOVE 'FIZZMST NOT AVAILABLE - MASTER NOT MAINTAINED'
058640             TO WS-ALERT-TEXT
058650         PERFORM WRITE-ALERT-RECORD
058700         MOVE 'N' TO WS-MST-OPEN-SWITCH
058800     END-IF.
058900*
058902*------------
058904* Open tonight's generation of the FIZZMST before-image log
058906* (COPYBOOK BFIMREC), WHICH FIZBCK READS TO BACK A BAD RUN
058908* OUT.  IT IS OPENED BEFORE ANYTHING CAN REFUSE THE MERGE,
058910* SO EVERY GENERATION THE STEP CATALOGUES IS A VALID ONE,
058912* IF EMPTY.  A LOG THAT CANNOT BE OPENED DOES NOT STOP THE
058914* MERGE - THE MASTER IS STILL MAINTAINED, BUT TONIGHT'S
058916* RUN CANNOT BE BACKED OUT
058918*------------
058920 OPEN-BEFORE-IMAGE-FILE.
058922     OPEN OUTPUT BFIMAGE.
058924     IF WS-BFIM-FILE-FOUND
058926         SET WS-BEFORE-IMAGE-IS-OPEN TO TRUE
058928     ELSE
058930         DISPLAY 'FIZMRG0018W - BFIMAGE COULD NOT BE OPENED '
058932             '(FILE STATUS ' WS-BFIM-FILE-STATUS ') - '
058934             'TONIGHT''S RUN CANNOT BE BACKED OUT'
058936         MOVE 'W' TO WS-ALERT-SEVERITY
058938         MOVE 'FIZMRG0018' TO WS-ALERT-CODE
058940         MOVE 'BFIMAGE NOT AVAILABLE - RUN CANNOT BE BACKED OUT'
058942             TO WS-ALERT-TEXT
058944         PERFORM WRITE-ALERT-RECORD
058946     END-IF.
058948*
058950*------------
058952* Close the before-image log, if it was opened
058954*------------
058956 CLOSE-BEFORE-IMAGE-FILE.
058958     IF WS-BEFORE-IMAGE-IS-OPEN
058960         CLOSE BFIMAGE
058962         MOVE 'N' TO WS-BFIM-OPEN-SWITCH
058964     END-IF.
058966*
059000*------------
059100* Close FIZZMST, if it was opened
059200*------------
059300 CLOSE-MASTER-FILE.
059400     IF WS-MASTER-IS-OPEN
059500         CLOSE FIZZMST
059600     END-IF.
059700*
059800*------------
059900* Read the next record from one partition's FIZZOUT and hold
060000* it, with its merge key, until it is the lowest on offer.
060100* THE KEY IS WORKED OUT IN THE FIZZREC RECORD AREA, WHICH IS
060200* FREE BETWEEN WRITES.  A KEY LOWER THAN THE PARTITION'S
060300* LAST ONE, OR AN UNREADABLE KEY, BREAKS THE SEQUENCE
060400*------------
060500 READ-PARTITION-HEAD.
060600     IF WS-PM-EOF-IND (WS-PARTITION-SUB) NOT = 'Y'
060700         EVALUATE WS-PARTITION-SUB
060800             WHEN 1
060900                 READ PFIZ01
061000                     AT END
061100                         MOVE 'Y' TO WS-PM-EOF-IND (1)
061200                     NOT AT END
061250                         ADD 1 TO WS-STAT-READ (4)
061300                         MOVE PFIZ01-RECORD
061400                             TO WS-PM-HEAD-RECORD (1)
061500                 END-READ
061600             WHEN 2
061700                 READ PFIZ02
061800                     AT END
061900                         MOVE 'Y' TO WS-PM-EOF-IND (2)
062000                     NOT AT END
062050                         ADD 1 TO WS-STAT-READ (4)
062100                         MOVE PFIZ02-RECORD
062200                             TO WS-PM-HEAD-RECORD (2)
062300                 END-READ
062400             WHEN 3
062500                 READ PFIZ03
062600                     AT END
062700                         MOVE 'Y' TO WS-PM-EOF-IND (3)
062800                     NOT AT END
062850                         ADD 1 TO WS-STAT-READ (4)
062900                         MOVE PFIZ03-RECORD
063000                             TO WS-PM-HEAD-RECORD (3)
063100                 END-READ
063200             WHEN 4
063300                 READ PFIZ04
063400                     AT END
063500                         MOVE 'Y' TO WS-PM-EOF-IND (4)
063600                     NOT AT END
063650                         ADD 1 TO WS-STAT-READ (4)
063700                         MOVE PFIZ04-RECORD
063800                             TO WS-PM-HEAD-RECORD (4)
063900                 END-READ
064000         END-EVALUATE
064100     END-IF.
064200     IF WS-PM-EOF-IND (WS-PARTITION-SUB) NOT = 'Y'
064300         MOVE WS-PM-HEAD-RECORD (WS-PARTITION-SUB)
064400             TO FIZZREC-RECORD
064500         IF FZ-REQUEST-SEQ NUMERIC AND FZ-ITERATOR NUMERIC
064600             COMPUTE WS-HEAD-KEY =
064700                 FZ-REQUEST-SEQ * 1000000000 + FZ-ITERATOR
064800         ELSE
064900             MOVE 0 TO WS-HEAD-KEY
065000         END-IF
065100         IF WS-HEAD-KEY = 0
065200             OR WS-HEAD-KEY < WS-PM-LAST-KEY (WS-PARTITION-SUB)
065300             DISPLAY 'FIZMRG0010E - PARTITION ' WS-PARTITION-SUB
065400                 ' FIZZOUT IS OUT OF SEQUENCE AFTER RECORD '
065500                 WS-PM-MERGED-COUNT (WS-PARTITION-SUB)
065600                 ' - MERGE STOPPED'
065700             SET WS-SEQUENCE-BROKEN TO TRUE
065710             MOVE 'E' TO WS-ALERT-SEVERITY
065720             MOVE 'FIZMRG0010' TO WS-ALERT-CODE
065730             MOVE 'PARTITION FIZZOUT OUT OF SEQUENCE - STOPPED'
065740                 TO WS-ALERT-TEXT
065750             PERFORM WRITE-ALERT-RECORD
065800         ELSE
065900             MOVE WS-HEAD-KEY TO WS-PM-HEAD-KEY (WS-PARTITION-SUB)
066000         END-IF
066100     END-IF.
066200*
066300*------------
066400* Write the lowest-keyed record on offer to the merged
066500* FIZZOUT, upsert it onto the master and replace it from the
066600* same partition.  ALL PARTITIONS EXHAUSTED ENDS THE MERGE
066700*------------
066800 MERGE-ONE-RECORD.
066900     MOVE 0 TO WS-LOW-PARTITION.
067000     PERFORM VARYING WS-PARTITION-SUB FROM 1 BY 1
067100         UNTIL WS-PARTITION-SUB > 4
067200         IF WS-PM-EOF-IND (WS-PARTITION-SUB) NOT = 'Y'
067300             IF WS-LOW-PARTITION = 0
067400                 MOVE WS-PARTITION-SUB TO WS-LOW-PARTITION
067500             ELSE
067600                 IF WS-PM-HEAD-KEY (WS-PARTITION-SUB)
067700                     < WS-PM-HEAD-KEY (WS-LOW-PARTITION)
067800                     MOVE WS-PARTITION-SUB TO WS-LOW-PARTITION
067900                 END-IF
068000             END-IF
068100         END-IF
068200     END-PERFORM.
068300     IF WS-LOW-PARTITION = 0
068400         SET WS-MERGE-IS-DONE TO TRUE
068500     ELSE
068600         MOVE WS-PM-HEAD-RECORD (WS-LOW-PARTITION)
068700             TO FIZZREC-RECORD
068800         PERFORM UPDATE-MASTER-RECORD
068900         WRITE FIZZREC-RECORD
068950         ADD 1 TO WS-STAT-WRITTEN (5)
069000         ADD 1 TO WS-MERGED-TOTAL
069100         ADD 1 TO WS-PM-MERGED-COUNT (WS-LOW-PARTITION)
069200         MOVE WS-PM-HEAD-KEY (WS-LOW-PARTITION)
069300             TO WS-PM-LAST-KEY (WS-LOW-PARTITION)
069400         MOVE WS-LOW-PARTITION TO WS-PARTITION-SUB
069500         PERFORM READ-PARTITION-HEAD
069600     END-IF.
069700*
069800*------------
069900* Upsert one merged record onto the FIZZMST keyed master -
070000* new keys are written, keys already on file from an
070100* earlier regeneration are rewritten in place.  THE KEY IS
070150* READ FIRST SO WHAT THE UPSERT REPLACES CAN BE LOGGED
070200*------------
070300 UPDATE-MASTER-RECORD.
070400     IF WS-MASTER-IS-OPEN
070406         MOVE FZ-REQUEST-SEQ TO FZM-REQUEST-SEQ
070412         MOVE FZ-ITERATOR TO FZM-ITERATOR
070418         MOVE 'N' TO WS-MST-FOUND-SWITCH
070424         READ FIZZMST
070430             INVALID KEY
070436                 CONTINUE
070442             NOT INVALID KEY
070448                 SET WS-MST-KEY-FOUND TO TRUE
070454                 ADD 1 TO WS-STAT-READ (7)
070460         END-READ
070466         IF WS-MST-KEY-FOUND
070472             MOVE FIZZMST-RECORD TO WS-BEFORE-IMAGE
070478         ELSE
070484             MOVE SPACES TO WS-BEFORE-IMAGE
070490         END-IF
070500         MOVE FZ-ITERATOR TO FZM-ITERATOR
070600         MOVE FZ-OUTPUT-TEXT TO FZM-OUTPUT-TEXT
070700         MOVE FZ-CLASS-FLAG TO FZM-CLASS-FLAG
070800         MOVE FZ-FLAGGED-IND TO FZM-FLAGGED-IND
070900         MOVE FZ-REQUEST-SEQ TO FZM-REQUEST-SEQ
070975         IF WS-MST-KEY-FOUND
071050             REWRITE FIZZMST-RECORD
071125         ELSE
071200             WRITE FIZZMST-RECORD
071275         END-IF
071350         ADD 1 TO WS-STAT-WRITTEN (7)
071375         PERFORM WRITE-BEFORE-IMAGE
071400     END-IF.
071404*
071408*------------
071412* Log one upsert on the before-image log - the record it
071416* replaced, or that the key was added, and the record it
071420* left.  A REWRITE THAT CHANGED NOTHING IS NOT LOGGED
071424*------------
071428 WRITE-BEFORE-IMAGE.
071432     IF WS-BEFORE-IMAGE-IS-OPEN
071436         AND (NOT WS-MST-KEY-FOUND
071440             OR WS-BEFORE-IMAGE NOT = FIZZMST-RECORD)
071444         MOVE WS-RUN-DATE TO BF-RUN-DATE
071448         MOVE WS-RUN-TIME TO BF-RUN-TIME
071452         MOVE FZM-REQUEST-SEQ TO BF-REQUEST-SEQ
071456         IF WS-MST-KEY-FOUND
071460             SET BF-KEY-WAS-CHANGED TO TRUE
071464         ELSE
071468             SET BF-KEY-WAS-ADDED TO TRUE
071472         END-IF
071476         MOVE WS-BEFORE-IMAGE TO BF-BEFORE-IMAGE
071480         MOVE FIZZMST-RECORD TO BF-AFTER-IMAGE
071484         WRITE BFIMREC-RECORD
071488         ADD 1 TO WS-STAT-WRITTEN (8)
071492     END-IF.
071500*
071600*------------
071700* Append one request's audit record to the trail, restamped
071800* with this step's run date/time so the whole night carries
071900* one stamp
072000*------------
072100 WRITE-CONSOLIDATED-AUDIT.
072200     IF WS-CA-SEEN-IND (WS-REQUEST-SUB) = 'Y'
072300         MOVE WS-CA-IMAGE (WS-REQUEST-SUB) TO AUDITREC-RECORD
072400         MOVE WS-RUN-DATE TO AUD-RUN-DATE
072500         MOVE WS-RUN-TIME TO AUD-RUN-TIME
072600         WRITE AUDITREC-RECORD
072650         ADD 1 TO WS-STAT-WRITTEN (6)
072700     END-IF.
072800*
072900*------------
073000* Report one partition's contribution to the night
073100*------------
073200 DISPLAY-MERGE-SUMMARY.
073300     MOVE WS-PM-CARD-COUNT (WS-PARTITION-SUB) TO WS-EDIT-CARDS.
073400     MOVE WS-PM-MERGED-COUNT (WS-PARTITION-SUB)
073500         TO WS-EDIT-COUNT.
073600     DISPLAY 'FIZMRG0007I - PARTITION ' WS-PARTITION-SUB
073700         ' CARDS ' WS-EDIT-CARDS
073800         ' FIZZOUT RECORDS MERGED ' WS-EDIT-COUNT.
073810*
073820*------------
073830* Append one exception record to the shared ALERTFILE.  THE
073840* FIRST ONE OPENS IT - EXTEND, FALLING BACK TO OUTPUT THE
073850* FIRST TIME THE DATASET IS USED.  AN ALERTFILE THAT CANNOT
073860* BE OPENED IS NOT FATAL - THE EXCEPTION IS STILL ON SYSOUT
073870* AND IN THE REPORT
073880*------------
073890 WRITE-ALERT-RECORD.
073900     IF NOT WS-ALERT-OPEN-TRIED
073910         SET WS-ALERT-OPEN-TRIED TO TRUE
073920         ACCEPT WS-ALERT-DATE FROM DATE YYYYMMDD
073930         ACCEPT WS-ALERT-TIME FROM TIME
073940         OPEN EXTEND ALERTFILE
073950         IF NOT WS-ALERT-FILE-FOUND
073960             OPEN OUTPUT ALERTFILE
073970         END-IF
073980         IF WS-ALERT-FILE-FOUND
073990             SET WS-ALERT-FILE-IS-OPEN TO TRUE
074000         ELSE
074010             DISPLAY 'FIZMRG0016W - ALERTFILE COULD NOT BE '
074020                 'OPENED (FILE STATUS ' WS-ALERT-FILE-STATUS
074030                 ') - EXCEPTIONS ARE ON SYSOUT ONLY'
074040         END-IF
074050     END-IF.
074060     IF WS-ALERT-FILE-IS-OPEN
074070         MOVE SPACES TO ALERTREC-RECORD
074080         MOVE WS-ALERT-DATE TO AL-ALERT-DATE
074090         MOVE WS-ALERT-TIME TO AL-ALERT-TIME
074100         MOVE 'FIZMRG' TO AL-PROGRAM-ID
074110         MOVE WS-ALERT-REQUEST-ID TO AL-REQUEST-ID
074120         MOVE WS-ALERT-SEVERITY TO AL-SEVERITY
074130         MOVE WS-ALERT-CODE TO AL-EXCEPTION-CODE
074140         MOVE WS-ALERT-TEXT TO AL-MESSAGE-TEXT
074150         WRITE ALERTREC-RECORD
074160     END-IF.
074170     MOVE 0 TO WS-ALERT-REQUEST-ID.
074180*
074190*------------
074200* Close the shared ALERTFILE, if an exception opened it
074210*------------
074220 CLOSE-ALERT-FILE.
074230     IF WS-ALERT-FILE-IS-OPEN
074240         CLOSE ALERTFILE
074250         MOVE 'N' TO WS-ALERT-OPEN-SWITCH
074260     END-IF.
074360*
074460*------------
074560* Note when the step started and name the files its record
074660* counts are kept for, in the order they are counted
074760*------------
074860 START-STEP-STATISTICS.
074960     ACCEPT WS-STAT-START-DATE FROM DATE YYYYMMDD.
075060     ACCEPT WS-STAT-START-TIME FROM TIME.
075160     PERFORM VARYING WS-STAT-SUB FROM 1 BY 1
075260         UNTIL WS-STAT-SUB > 10
075360         MOVE SPACES TO WS-STAT-DDNAME (WS-STAT-SUB)
075460         MOVE 0 TO WS-STAT-READ (WS-STAT-SUB)
075560         MOVE 0 TO WS-STAT-WRITTEN (WS-STAT-SUB)
075660     END-PERFORM.
075760     MOVE 'PARTCTL' TO WS-STAT-DDNAME (1).
075860     MOVE 'CKPTFILE' TO WS-STAT-DDNAME (2).
075960     MOVE 'PARTAUD' TO WS-STAT-DDNAME (3).
076060     MOVE 'PFIZNN' TO WS-STAT-DDNAME (4).
076160     MOVE 'FIZZOUT' TO WS-STAT-DDNAME (5).
076260     MOVE 'AUDITFILE' TO WS-STAT-DDNAME (6).
076360     MOVE 'FIZZMST' TO WS-STAT-DDNAME (7).
076410     MOVE 'BFIMAGE' TO WS-STAT-DDNAME (8).
076460*
076560*------------
076660* Append the step statistics record to STATFILE under the
076760* job and step named on the STATCTL card.  THE RETURN CODE
076860* IS WHATEVER THE STEP HAS SET BY NOW.  A STATFILE THAT
076960* CANNOT BE OPENED IS WARNED AND DOES NOT CHANGE IT
077060*------------
077160 WRITE-STEP-STATISTICS.
077260     MOVE SPACES TO STATREC-RECORD.
077360     OPEN INPUT STATCTL.
077460     IF WS-STATCTL-FILE-FOUND
077560         READ STATCTL
077660             AT END
077760                 MOVE SPACES TO STATCARD-RECORD
077860         END-READ
077960         MOVE SC-JOB-NAME TO ST-JOB-NAME
078060         MOVE SC-STEP-NAME TO ST-STEP-NAME
078160         CLOSE STATCTL
078260     END-IF.
078360     MOVE 'FIZMRG' TO ST-PROGRAM-ID.
078460     MOVE WS-STAT-START-DATE TO ST-START-DATE.
078560     MOVE WS-STAT-START-TIME TO ST-START-TIME.
078660     ACCEPT ST-END-DATE FROM DATE YYYYMMDD.
078760     ACCEPT ST-END-TIME FROM TIME.
078860     MOVE RETURN-CODE TO ST-RETURN-CODE.
078960     MOVE 8 TO ST-FILE-COUNT.
079060     PERFORM VARYING WS-STAT-SUB FROM 1 BY 1
079160         UNTIL WS-STAT-SUB > 10
079260         MOVE WS-STAT-DDNAME (WS-STAT-SUB)
079360             TO ST-FILE-DDNAME (WS-STAT-SUB)
079460         MOVE WS-STAT-READ (WS-STAT-SUB)
079560             TO ST-RECORDS-READ (WS-STAT-SUB)
079660         MOVE WS-STAT-WRITTEN (WS-STAT-SUB)
079760             TO ST-RECORDS-WRITTEN (WS-STAT-SUB)
079860     END-PERFORM.
079960     OPEN EXTEND STATFILE.
080060     IF NOT WS-STAT-FILE-FOUND
080160         OPEN OUTPUT STATFILE
080260     END-IF.
080360     IF WS-STAT-FILE-FOUND
080460         WRITE STATREC-RECORD
080560         CLOSE STATFILE
080660     ELSE
080760         DISPLAY 'FIZMRG0017W - STATFILE COULD NOT BE OPENED '
080860             '(FILE STATUS ' WS-STAT-FILE-STATUS ') - STEP '
080960             'STATISTICS NOT RECORDED'
081060     END-IF.

000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    FIZSPL.
000300 AUTHOR.        R A KOWALSKI.
000400 INSTALLATION.  BATCH PRODUCTION SUPPORT.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*
000800************************************************************
000900*                                                          *
001000* FIZSPL  -  NIGHTLY PARMFILE PARTITION SPLIT               *
001100*                                                          *
001200* THE BIG RANGES NO LONGER FIT THE BATCH WINDOW AS ONE      *
001300* SERIAL FIZBUZ STEP.  THIS PROGRAM, RUN BY THE FIZSPL JOB  *
001400* ONCE PRMBLD HAS BUILT TONIGHT'S DECK, SPREADS THE DECK'S  *
001500* CARDS ACROSS UP TO FOUR PARTITIONS (SPLPARM CARD, DEFAULT *
001600* FOUR) THAT THE FIZPART JOBS THEN RUN CONCURRENTLY, EACH   *
001700* WITH ITS OWN FIZZOUT, CKPTFILE AND RESTART POINT.  FIZMRG *
001800* PUTS THE PARTITIONS BACK TOGETHER AHEAD OF THE NIGHTLY    *
001900* REPORTING STEPS.                                          *
002000*                                                          *
002100* EACH CARD IS SIZED BY THE ITERATIONS IT IS EXPECTED TO    *
002200* GENERATE - ITS WHOLE RANGE, OR FOR A DELTA CARD WHOSE     *
002300* LOWER BOUND MATCHES ITS LAST AUDIT RECORD ONLY THE PART   *
002400* BEYOND THAT RECORD'S FINAL ITERATOR - AND THE CARDS ARE   *
002500* HANDED OUT LARGEST FIRST, EACH TO THE PARTITION WITH THE  *
002600* LEAST WORK SO FAR, SO THE PARTITIONS FINISH TOGETHER.     *
002700* EVERY PARTITION DECK IS WRITTEN IN REQUEST ID ORDER.      *
002800*                                                          *
002900* FOR EACH PARTITION THE SPLIT WRITES -                     *
003000*   PDECKNN  THE PARTITION'S PARMFILE DECK                  *
003100*   PAUDNN   THE PARTITION'S AUDITFILE, SEEDED WITH THE     *
003200*            MOST RECENT AUDIT RECORD OF EACH OF ITS        *
003300*            REQUESTS SO FIZBUZ DECIDES DELTA ELIGIBILITY   *
003400*            EXACTLY AS IT WOULD AGAINST THE FULL TRAIL     *
003500*   PCTLNN   ITS PARTITION CONTROL RECORD (COPYBOOK         *
003600*            PARTREC), READ BY ITS FIZBUZ AS PARTCTL        *
003700*   PCKPTNN  ITS CKPTFILE, AND                              *
003800*   PFIZNN   ITS FIZZOUT, BOTH CREATED EMPTY SO THE MERGE   *
003900*            AND THE MORNING STATUS JOB CAN ALWAYS ALLOCATE *
004000*            THEM                                           *
004100* PLUS ONE PARTCTL RECORD PER PARTITION FOR FIZMRG.  THE    *
004200* RULEFILE DECK IS NOT SPLIT - EVERY PARTITION READS THE    *
004300* NIGHT'S ONE RULECARD DATASET.                             *
004400*                                                          *
004500* A CARD WITH NO USABLE REQUEST ID, OR REPEATING AN ID      *
004600* ALREADY ON THE DECK, CANNOT BE PLACED AND IS DROPPED      *
004700* WITH A WARNING - FIZBUZ WOULD HAVE SKIPPED IT ANYWAY.     *
004800* ANY OTHER BAD CARD IS PASSED THROUGH FOR ITS PARTITION'S  *
004900* FIZBUZ TO REJECT AS IT ALWAYS HAS.                        *
005000*                                                          *
005100* RETURN-CODE 0  - DECK SPLIT.                              *
005200* RETURN-CODE 4  - DECK SPLIT, BUT A CARD WAS DROPPED.      *
005300* RETURN-CODE 16 - THE SPLPARM CARD IS INVALID, OR PARMFILE *
005400*                  COULD NOT BE READ, WAS EMPTY, HELD MORE  *
005500*                  THAN 999 CARDS OR HELD NO CARD THAT      *
005600*                  COULD BE PLACED - NOTHING IS WRITTEN AND *
005700*                  THE PARTITION JOBS MUST NOT RUN.         *
005800*                                                          *
005900* MODIFICATION HISTORY                                     *
006000*   2026-10-15  RAK  ORIGINAL PROGRAM.                      *
006014*   2026-10-15  RAK  STEP STATISTICS - START AND END TIME,  *
006028*                    RECORDS READ AND WRITTEN PER FILE AND  *
006042*                    RETURN CODE APPENDED TO STATFILE       *
006056*                    (COPYBOOK STATREC) AS THE PROGRAM      *
006070*                    ENDS, FILED UNDER THE JOB AND STEP ON  *
006084*                    THE STATCTL CARD.                      *
006086*   2026-10-15  RAK  THE PRIOR AUDIT RECORDS SEEDED AND     *
006088*                    SIZED FROM NOW PASS OVER REVERSING     *
006090*                    AUDIT RECORDS (AUD-WAS-REVERSAL) AND   *
006092*                    THE RUNS FIZBCK HAS BACKED OUT, SO A   *
006094*                    BACKED-OUT REQUEST IS SEEDED WITH THE  *
006096*                    RUN BEFORE IT.                         *
006100*                                                          *
006200************************************************************
006300*
006400 ENVIRONMENT DIVISION.
006500 INPUT-OUTPUT SECTION.
006600 FILE-CONTROL.
006700     SELECT SPLPARM ASSIGN TO "SPLPARM"
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS WS-SPL-FILE-STATUS.
007000     SELECT PARMFILE ASSIGN TO "PARMFILE"
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS WS-PARM-FILE-STATUS.
007300     SELECT AUDITFILE ASSIGN TO "AUDITFILE"
007400         ORGANIZATION IS LINE SEQUENTIAL
007500         FILE STATUS IS WS-AUDIT-FILE-STATUS.
007600     SELECT PARTCTL ASSIGN TO "PARTCTL"
007700         ORGANIZATION IS LINE SEQUENTIAL.
007800     SELECT PDECK01 ASSIGN TO "PDECK01"
007900         ORGANIZATION IS LINE SEQUENTIAL.
008000     SELECT PDECK02 ASSIGN TO "PDECK02"
008100         ORGANIZATION IS LINE SEQUENTIAL.
008200     SELECT PDECK03 ASSIGN TO "PDECK03"
008300         ORGANIZATION IS LINE SEQUENTIAL.
008400     SELECT PDECK04 ASSIGN TO "PDECK04"
008500         ORGANIZATION IS LINE SEQUENTIAL.
008600     SELECT PAUD01 ASSIGN TO "PAUD01"
008700         ORGANIZATION IS LINE SEQUENTIAL.
008800     SELECT PAUD02 ASSIGN TO "PAUD02"
008900         ORGANIZATION IS LINE SEQUENTIAL.
009000     SELECT PAUD03 ASSIGN TO "PAUD03"
009100         ORGANIZATION IS LINE SEQUENTIAL.
009200     SELECT PAUD04 ASSIGN TO "PAUD04"
009300         ORGANIZATION IS LINE SEQUENTIAL.
009400     SELECT PCTL01 ASSIGN TO "PCTL01"
009500         ORGANIZATION IS LINE SEQUENTIAL.
009600     SELECT PCTL02 ASSIGN TO "PCTL02"
009700         ORGANIZATION IS LINE SEQUENTIAL.
009800     SELECT PCTL03 ASSIGN TO "PCTL03"
009900         ORGANIZATION IS LINE SEQUENTIAL.
010000     SELECT PCTL04 ASSIGN TO "PCTL04"
010100         ORGANIZATION IS LINE SEQUENTIAL.
010200     SELECT PCKPT01 ASSIGN TO "PCKPT01"
010300         ORGANIZATION IS SEQUENTIAL.
010400     SELECT PCKPT02 ASSIGN TO "PCKPT02"
010500         ORGANIZATION IS SEQUENTIAL.
010600     SELECT PCKPT03 ASSIGN TO "PCKPT03"
010700         ORGANIZATION IS SEQUENTIAL.
010800     SELECT PCKPT04 ASSIGN TO "PCKPT04"
010900         ORGANIZATION IS SEQUENTIAL.
011000     SELECT PFIZ01 ASSIGN TO "PFIZ01"
011100         ORGANIZATION IS LINE SEQUENTIAL.
011200     SELECT PFIZ02 ASSIGN TO "PFIZ02"
011300         ORGANIZATION IS LINE SEQUENTIAL.
011400     SELECT PFIZ03 ASSIGN TO "PFIZ03"
011500         ORGANIZATION IS LINE SEQUENTIAL.
011600     SELECT PFIZ04 ASSIGN TO "PFIZ04"
011700         ORGANIZATION IS LINE SEQUENTIAL.
011714     SELECT STATCTL ASSIGN TO "STATCTL"
011728         ORGANIZATION IS LINE SEQUENTIAL
011742         FILE STATUS IS WS-STATCTL-FILE-STATUS.
011756     SELECT STATFILE ASSIGN TO "STATFILE"
011770         ORGANIZATION IS LINE SEQUENTIAL
011784         FILE STATUS IS WS-STAT-FILE-STATUS.
011800*
011900 DATA DIVISION.
012000 FILE SECTION.
012100 FD  SPLPARM
012200     RECORDING MODE IS F.
012300 COPY SPLPARM.
012400 FD  PARMFILE
012500     RECORDING MODE IS F.
012600 COPY PARMCARD.
012700 FD  AUDITFILE
012800     RECORDING MODE IS F.
012900 COPY AUDITREC.
013000 FD  PARTCTL
013100     RECORDING MODE IS F.
013200 COPY PARTREC.
013300 FD  PDECK01
013400     RECORDING MODE IS F.
013500 01  PDECK01-RECORD              PIC X(80).
013600 FD  PDECK02
013700     RECORDING MODE IS F.
013800 01  PDECK02-RECORD              PIC X(80).
013900 FD  PDECK03
014000     RECORDING MODE IS F.
014100 01  PDECK03-RECORD              PIC X(80).
014200 FD  PDECK04
014300     RECORDING MODE IS F.
014400 01  PDECK04-RECORD              PIC X(80).
014500 FD  PAUD01
014600     RECORDING MODE IS F.
014700 01  PAUD01-RECORD               PIC X(146).
014800 FD  PAUD02
014900     RECORDING MODE IS F.
015000 01  PAUD02-RECORD               PIC X(146).
015100 FD  PAUD03
015200     RECORDING MODE IS F.
015300 01  PAUD03-RECORD               PIC X(146).
015400 FD  PAUD04
015500     RECORDING MODE IS F.
015600 01  PAUD04-RECORD               PIC X(146).
015700 FD  PCTL01
015800     RECORDING MODE IS F.
015900 01  PCTL01-RECORD               PIC X(80).
016000 FD  PCTL02
016100     RECORDING MODE IS F.
016200 01  PCTL02-RECORD               PIC X(80).
016300 FD  PCTL03
016400     RECORDING MODE IS F.
016500 01  PCTL03-RECORD               PIC X(80).
016600 FD  PCTL04
016700     RECORDING MODE IS F.
016800 01  PCTL04-RECORD               PIC X(80).
016900 FD  PCKPT01
017000     RECORDING MODE IS F.
017100 01  PCKPT01-RECORD              PIC X(70).
017200 FD  PCKPT02
017300     RECORDING MODE IS F.
017400 01  PCKPT02-RECORD              PIC X(70).
017500 FD  PCKPT03
017600     RECORDING MODE IS F.
017700 01  PCKPT03-RECORD              PIC X(70).
017800 FD  PCKPT04
017900     RECORDING MODE IS F.
018000 01  PCKPT04-RECORD              PIC X(70).
018100 FD  PFIZ01
018200     RECORDING MODE IS F.
018300 01  PFIZ01-RECORD               PIC X(30).
018400 FD  PFIZ02
018500     RECORDING MODE IS F.
018600 01  PFIZ02-RECORD               PIC X(30).
018700 FD  PFIZ03
018800     RECORDING MODE IS F.
018900 01  PFIZ03-RECORD               PIC X(30).
019000 FD  PFIZ04
019100     RECORDING MODE IS F.
019200 01  PFIZ04-RECORD               PIC X(30).
019214 FD  STATCTL
019228     RECORDING MODE IS F.
019242 COPY STATCARD.
019256 FD  STATFILE
019270     RECORDING MODE IS F.
019284 COPY STATREC.
019300*
019400 WORKING-STORAGE SECTION.
019500 01  WS-SPL-FILE-STATUS           PIC X(02) VALUE '00'.
019600     88  WS-SPL-FILE-FOUND            VALUE '00'.
019700 01  WS-PARM-FILE-STATUS          PIC X(02) VALUE '00'.
019800     88  WS-PARM-FILE-FOUND           VALUE '00'.
019900 01  WS-AUDIT-FILE-STATUS         PIC X(02) VALUE '00'.
020000     88  WS-AUDIT-FILE-FOUND          VALUE '00'.
020100 01  WS-PARM-EOF-SWITCH           PIC X(01) VALUE 'N'.
020200     88  WS-PARMFILE-EOF              VALUE 'Y'.
020300 01  WS-AUDIT-EOF-SWITCH          PIC X(01) VALUE 'N'.
020400     88  WS-AUDITFILE-EOF             VALUE 'Y'.
020500 01  WS-PARMS-VALID-SWITCH        PIC X(01) VALUE 'Y'.
020600     88  WS-PARMS-ARE-VALID           VALUE 'Y'.
020700*
020800 01  WS-RUN-DATE                  PIC 9(8) VALUE 0.
020900 01  WS-RUN-TIME                  PIC 9(8) VALUE 0.
021000 01  WS-RECORD-STAMP              PIC 9(16) COMP VALUE 0.
021100 01  WS-PARTITION-COUNT           PIC 9(02) VALUE 4.
021200 01  WS-PARTITIONS-USED           PIC 9(02) VALUE 0.
021300 01  WS-PARTITION-SUB             PIC 9(02) VALUE 0.
021400 01  WS-REQUEST-SUB               PIC 9(04) COMP VALUE 0.
021500 01  WS-CARD-SUB                  PIC 9(03) COMP VALUE 0.
021600 01  WS-BEST-CARD-SUB             PIC 9(03) COMP VALUE 0.
021700 01  WS-BEST-WORK                 PIC 9(12) COMP VALUE 0.
021800 01  WS-LEAST-PARTITION           PIC 9(02) VALUE 0.
021900 01  WS-ASSIGN-PASS               PIC 9(03) COMP VALUE 0.
022000 01  WS-CARD-NUMBER               PIC 9(03) VALUE 0.
022100*
022200* Tonight's deck - every card that could be placed, in deck
022300* order, with the iterations it is expected to generate and
022400* the partition it was handed to.  WS-ID-CARD-SUB POINTS
022500* EACH REQUEST ID AT ITS CARD SO THE PARTITION DECKS CAN BE
022600* WRITTEN IN REQUEST ID ORDER
022700 01  WS-CARD-COUNT                PIC 9(03) COMP VALUE 0.
022800 01  WS-DECK-CARD-COUNT           PIC 9(03) VALUE 0.
022900 01  WS-DROPPED-COUNT             PIC 9(03) VALUE 0.
023000 01  WS-CARD-TABLE.
023100     05  WS-CD-ENTRY OCCURS 999 TIMES INDEXED BY CDX.
023200         10  WS-CD-IMAGE         PIC X(80).
023300         10  WS-CD-REQUEST-ID    PIC 9(03).
023400         10  WS-CD-WORK          PIC 9(12) COMP.
023500         10  WS-CD-PARTITION     PIC 9(02).
023600 01  WS-ID-CARD-TABLE.
023700     05  WS-ID-CARD-SUB OCCURS 999 TIMES
023800                                 PIC 9(03) COMP.
023900*
024000* Each request's most recent audit record, kept whole for
024100* seeding its partition's AUDITFILE, plus the lower bound
024200* and final iterator the delta work estimate needs
024300 01  WS-PRIOR-AUDIT-TABLE.
024400     05  WS-PA-ENTRY OCCURS 999 TIMES INDEXED BY PAX.
024500         10  WS-PA-SEEN-IND      PIC X(01).
024600         10  WS-PA-STAMP         PIC 9(16) COMP.
024700         10  WS-PA-LOWER-BOUND   PIC 9(09) COMP.
024800         10  WS-PA-FINAL-ITERATOR PIC 9(09) COMP.
024900         10  WS-PA-IMAGE         PIC X(146).
024906*
024912* Runs FIZBCK has backed out - the request and run stamp of
024918* EVERY REVERSING AUDIT RECORD (AUD-WAS-REVERSAL).  NEITHER
024924* THE REVERSAL NOR THE RUN IT REVERSES IS SEEDED OR SIZED FROM,
024927* SO A BACKED-OUT REQUEST IS PARTITIONED ON ITS LAST GOOD RUN
024930 01  WS-REVERSED-EOF-SWITCH       PIC X(01) VALUE 'N'.
024936     88  WS-REVERSED-SCAN-DONE        VALUE 'Y'.
024942 01  WS-REVERSED-SWITCH           PIC X(01) VALUE 'N'.
024948     88  WS-RUN-WAS-REVERSED          VALUE 'Y'.
024954 01  WS-REVERSED-COUNT            PIC 9(4) COMP VALUE 0.
024960 01  WS-REVERSED-STAMP            PIC 9(16) COMP VALUE 0.
024966 01  WS-REVERSED-TABLE.
024972     05  WS-RV-ENTRY OCCURS 999 TIMES INDEXED BY RVX.
024978         10  WS-RV-REQUEST-SEQ   PIC 9(3).
024984         10  WS-RV-STAMP         PIC 9(16) COMP.
025000*
025100* Each partition's share of the night
025200 01  WS-PARTITION-TABLE.
025300     05  WS-PN-ENTRY OCCURS 4 TIMES.
025400         10  WS-PN-CARD-COUNT    PIC 9(03) COMP.
025500         10  WS-PN-WORK          PIC 9(12) COMP.
025600         10  WS-PN-SEEDED-COUNT  PIC 9(03) COMP.
025700*
025800* Edited copies for the SYSOUT summary
025900 01  WS-EDIT-CARDS                PIC ZZ9.
026000 01  WS-EDIT-SEEDED               PIC ZZ9.
026100 01  WS-EDIT-WORK                 PIC ZZZ,ZZZ,ZZZ,ZZ9.
026105*
026110* Step statistics - when the step started and the records
026115* it read and wrote per file, appended to STATFILE as the
026120* step ends
026125 01  WS-STATCTL-FILE-STATUS       PIC X(02) VALUE '00'.
026130     88  WS-STATCTL-FILE-FOUND        VALUE '00'.
026135 01  WS-STAT-FILE-STATUS          PIC X(02) VALUE '00'.
026140     88  WS-STAT-FILE-FOUND           VALUE '00'.
026145 01  WS-STAT-START-DATE           PIC 9(8) VALUE 0.
026150 01  WS-STAT-START-TIME           PIC 9(8) VALUE 0.
026155 01  WS-STAT-SUB                  PIC 9(2) COMP VALUE 0.
026160 01  WS-STAT-FILE-TABLE.
026165     05  WS-STAT-FILE-ENTRY OCCURS 10 TIMES.
026170         10  WS-STAT-DDNAME      PIC X(10).
026175         10  WS-STAT-READ        PIC 9(11) COMP.
026180         10  WS-STAT-WRITTEN     PIC 9(11) COMP.
026200*
026300 PROCEDURE DIVISION.
026400*------------
026500* Primary function - settle the partition count, load the
026600* deck and the prior audit records, size and hand out the
026700* cards, then write every partition's datasets
026800*------------
026900 SPLIT-NIGHTLY-DECK.
026950     PERFORM START-STEP-STATISTICS.
027000     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
027100     ACCEPT WS-RUN-TIME FROM TIME.
027200     PERFORM READ-SPLIT-CARD.
027300     IF NOT WS-PARMS-ARE-VALID
027400         MOVE 16 TO RETURN-CODE
027450         PERFORM WRITE-STEP-STATISTICS
027500         GOBACK
027600     END-IF.
027700     PERFORM LOAD-PRIOR-AUDIT.
027800     PERFORM LOAD-PARM-DECK.
027900     IF NOT WS-PARMS-ARE-VALID
028000         MOVE 16 TO RETURN-CODE
028050         PERFORM WRITE-STEP-STATISTICS
028100         GOBACK
028200     END-IF.
028300     PERFORM ASSIGN-PARTITIONS.
028400     PERFORM OPEN-PARTITION-FILES.
028500     PERFORM WRITE-ONE-REQUEST
028600         VARYING WS-REQUEST-SUB FROM 1 BY 1
028700         UNTIL WS-REQUEST-SUB > 999.
028800     PERFORM WRITE-PARTITION-CONTROL
028900         VARYING WS-PARTITION-SUB FROM 1 BY 1
029000         UNTIL WS-PARTITION-SUB > 4.
029100     PERFORM CLOSE-PARTITION-FILES.
029200     IF WS-DROPPED-COUNT > 0
029300         MOVE 4 TO RETURN-CODE
029400     ELSE
029500         MOVE 0 TO RETURN-CODE
029600     END-IF.
029650     PERFORM WRITE-STEP-STATISTICS.
029700     GOBACK.
029800*
029900*------------
030000* Read the optional SPLPARM card.  NO CARD, OR A BLANK
030100* COUNT, MEANS ALL FOUR PARTITIONS
030200*------------
030300 READ-SPLIT-CARD.
030400     OPEN INPUT SPLPARM.
030500     IF WS-SPL-FILE-FOUND
030600         READ SPLPARM
030700             AT END
030800                 MOVE SPACES TO SPLPARM-RECORD
030833             NOT AT END
030866                 ADD 1 TO WS-STAT-READ (1)
030900         END-READ
031000         IF SPL-PARTITION-COUNT-RAW NOT = SPACES
031100             IF SPL-PARTITION-COUNT NUMERIC
031200                 AND SPL-PARTITION-COUNT > 0
031300                 AND SPL-PARTITION-COUNT < 5
031400                 MOVE SPL-PARTITION-COUNT TO WS-PARTITION-COUNT
031500             ELSE
031600                 DISPLAY 'FIZSPL0001E - SPLPARM PARTITION COUNT '
031700                     'MUST BE 01 TO 04 - SPLIT TERMINATED'
031800                 MOVE 'N' TO WS-PARMS-VALID-SWITCH
031900             END-IF
032000         END-IF
032100         CLOSE SPLPARM
032200     END-IF.
032300*
032400*------------
032500* Load tonight's PARMFILE deck, dropping the cards that
032600* cannot be placed.  THE DECK IS BUILT FROM A KEYED MASTER,
032700* SO A REPEATED ID MEANS SOMEBODY EDITED IT BY HAND
032800*------------
032900 LOAD-PARM-DECK.
033000     PERFORM VARYING WS-REQUEST-SUB FROM 1 BY 1
033100         UNTIL WS-REQUEST-SUB > 999
033200         MOVE 0 TO WS-ID-CARD-SUB (WS-REQUEST-SUB)
033300     END-PERFORM.
033400     OPEN INPUT PARMFILE.
033500     IF NOT WS-PARM-FILE-FOUND
033600         DISPLAY 'FIZSPL0002E - PARMFILE COULD NOT BE OPENED '
033700             '(FILE STATUS ' WS-PARM-FILE-STATUS ') - SPLIT '
033800             'TERMINATED'
033900         MOVE 'N' TO WS-PARMS-VALID-SWITCH
034000     ELSE
034100         PERFORM READ-ONE-PARM-CARD
034200             UNTIL WS-PARMFILE-EOF
034300                OR NOT WS-PARMS-ARE-VALID
034400         CLOSE PARMFILE
034500         IF WS-PARMS-ARE-VALID
034600             AND WS-DECK-CARD-COUNT = 0
034700             DISPLAY 'FIZSPL0003E - PARMFILE WAS EMPTY - '
034800                 'NOTHING TO SPLIT'
034900             MOVE 'N' TO WS-PARMS-VALID-SWITCH
035000         END-IF
035100         IF WS-PARMS-ARE-VALID
035200             AND WS-CARD-COUNT = 0
035300             DISPLAY 'FIZSPL0007E - NO CARD ON PARMFILE '
035400                 'COULD BE PLACED - SPLIT TERMINATED'
035500             MOVE 'N' TO WS-PARMS-VALID-SWITCH
035600         END-IF
035700     END-IF.
035800*
035900*------------
036000* Read one card and keep it, unless it has no usable
036100* request id or repeats one already kept
036200*------------
036300 READ-ONE-PARM-CARD.
036400     READ PARMFILE
036500         AT END
036600             SET WS-PARMFILE-EOF TO TRUE
036633         NOT AT END
036666             ADD 1 TO WS-STAT-READ (2)
036700     END-READ.
036800     IF NOT WS-PARMFILE-EOF
036900         ADD 1 TO WS-CARD-NUMBER
037000         ADD 1 TO WS-DECK-CARD-COUNT
037100         EVALUATE TRUE
037200             WHEN WS-CARD-COUNT >= 999
037300                 DISPLAY 'FIZSPL0004E - PARMFILE HOLDS MORE '
037400                     'THAN 999 CARDS - SPLIT TERMINATED'
037500                 MOVE 'N' TO WS-PARMS-VALID-SWITCH
037600             WHEN PC-REQUEST-ID NOT NUMERIC
037700                 OR PC-REQUEST-ID = 0
037800                 DISPLAY 'FIZSPL0005W - CARD ' WS-CARD-NUMBER
037900                     ' HAS NO USABLE REQUEST ID - DROPPED'
038000                 ADD 1 TO WS-DROPPED-COUNT
038100             WHEN WS-ID-CARD-SUB (PC-REQUEST-ID) > 0
038200                 DISPLAY 'FIZSPL0006W - CARD ' WS-CARD-NUMBER
038300                     ' REPEATS REQUEST ' PC-REQUEST-ID
038400                     ' - DROPPED'
038500                 ADD 1 TO WS-DROPPED-COUNT
038600             WHEN OTHER
038700                 ADD 1 TO WS-CARD-COUNT
038800                 SET CDX TO WS-CARD-COUNT
038900                 MOVE PARMCARD-RECORD TO WS-CD-IMAGE (CDX)
039000                 MOVE PC-REQUEST-ID TO WS-CD-REQUEST-ID (CDX)
039100                 MOVE 0 TO WS-CD-PARTITION (CDX)
039200                 MOVE WS-CARD-COUNT
039300                     TO WS-ID-CARD-SUB (PC-REQUEST-ID)
039400                 PERFORM ESTIMATE-CARD-WORK
039500         END-EVALUATE
039600     END-IF.
039700*
039800*------------
039900* Read the accumulated audit trail once, keeping each
040000* request's most recent record whole.  A TRAIL THAT CANNOT
040100* BE OPENED SEEDS NOTHING - EVERY DELTA CARD THEN FALLS
040200* BACK TO FULL REGENERATION, AS IT WOULD IN FIZBUZ ITSELF.
040233* A RUN FIZBCK HAS BACKED OUT IS PASSED OVER, SO THE RUN
040266* BEFORE IT IS SEEDED IN ITS PLACE
040300*------------
040400 LOAD-PRIOR-AUDIT.
040450     PERFORM LOAD-REVERSED-RUNS.
040500     MOVE ALL 'N' TO WS-PRIOR-AUDIT-TABLE.
040600     PERFORM VARYING PAX FROM 1 BY 1 UNTIL PAX > 999
040700         MOVE 0 TO WS-PA-STAMP (PAX)
040800         MOVE 0 TO WS-PA-LOWER-BOUND (PAX)
040900         MOVE 0 TO WS-PA-FINAL-ITERATOR (PAX)
041000         MOVE SPACES TO WS-PA-IMAGE (PAX)
041100     END-PERFORM.
041200     OPEN INPUT AUDITFILE.
041300     IF NOT WS-AUDIT-FILE-FOUND
041400         DISPLAY 'FIZSPL0008W - AUDITFILE COULD NOT BE OPENED '
041500             '(FILE STATUS ' WS-AUDIT-FILE-STATUS ') - NO '
041600             'PRIOR AUDIT RECORDS SEEDED'
041700         SET WS-AUDITFILE-EOF TO TRUE
041800     END-IF.
041900     PERFORM UNTIL WS-AUDITFILE-EOF
042000         READ AUDITFILE
042100             AT END
042200                 SET WS-AUDITFILE-EOF TO TRUE
042300             NOT AT END
042350                 ADD 1 TO WS-STAT-READ (3)
042366                 PERFORM CHECK-REVERSED-RUN
042382                 IF NOT WS-RUN-WAS-REVERSED
042400                     PERFORM KEEP-ONE-PRIOR-AUDIT
042450                 END-IF
042500         END-READ
042600     END-PERFORM.
042700     IF WS-AUDIT-FILE-FOUND OR WS-AUDIT-FILE-STATUS = '10'
042800         CLOSE AUDITFILE
042900     END-IF.
042901*
042902*------------
042903* Read the audit trail once ahead of the prior-record
042904* LOAD, NOTING THE REQUEST AND RUN STAMP OF EVERY REVERSING
042905* RECORD FIZBCK HAS APPENDED
042906*------------
042907 LOAD-REVERSED-RUNS.
042908     MOVE 0 TO WS-REVERSED-COUNT.
042909     MOVE 'N' TO WS-REVERSED-EOF-SWITCH.
042910     OPEN INPUT AUDITFILE.
042911     IF NOT WS-AUDIT-FILE-FOUND
042912         SET WS-REVERSED-SCAN-DONE TO TRUE
042913     END-IF.
042914     PERFORM UNTIL WS-REVERSED-SCAN-DONE
042915         READ AUDITFILE
042916             AT END
042917                 SET WS-REVERSED-SCAN-DONE TO TRUE
042918             NOT AT END
042919                 ADD 1 TO WS-STAT-READ (3)
042920                 IF AUD-WAS-REVERSAL
042921                     PERFORM KEEP-REVERSED-RUN
042922                 END-IF
042923         END-READ
042924     END-PERFORM.
042925     IF WS-AUDIT-FILE-FOUND OR WS-AUDIT-FILE-STATUS = '10'
042926         CLOSE AUDITFILE
042927     END-IF.
042928*
042929*------------
042930* Note one reversing record's request and run stamp
042931*------------
042932 KEEP-REVERSED-RUN.
042933     IF AUD-REQUEST-SEQ NUMERIC
042934         AND AUD-RUN-DATE NUMERIC
042935         AND AUD-RUN-TIME NUMERIC
042936         IF WS-REVERSED-COUNT < 999
042937             ADD 1 TO WS-REVERSED-COUNT
042938             SET RVX TO WS-REVERSED-COUNT
042939             MOVE AUD-REQUEST-SEQ TO WS-RV-REQUEST-SEQ (RVX)
042940             COMPUTE WS-RV-STAMP (RVX) =
042941                 AUD-RUN-DATE * 100000000 + AUD-RUN-TIME
042942         ELSE
042943             DISPLAY 'FIZSPL0011W - MORE THAN 999 BACKED-OUT '
042944                 'RUNS ON THE AUDIT TRAIL - REQUEST '
042945                 AUD-REQUEST-SEQ ' RUN ' AUD-RUN-DATE
042946                 ' ' AUD-RUN-TIME ' NOT PASSED OVER'
042947         END-IF
042948     END-IF.
042949*
042950*------------
042951* Decide whether the audit record just read is a reversing
042952* RECORD, OR THE RECORD OF A RUN FIZBCK HAS BACKED OUT
042953*------------
042954 CHECK-REVERSED-RUN.
042955     MOVE 'N' TO WS-REVERSED-SWITCH.
042956     IF AUD-WAS-REVERSAL
042957         SET WS-RUN-WAS-REVERSED TO TRUE
042958     ELSE
042959         IF WS-REVERSED-COUNT > 0
042960             AND AUD-RUN-DATE NUMERIC
042961             AND AUD-RUN-TIME NUMERIC
042962             COMPUTE WS-REVERSED-STAMP =
042963                 AUD-RUN-DATE * 100000000 + AUD-RUN-TIME
042964             PERFORM VARYING RVX FROM 1 BY 1
042965                 UNTIL RVX > WS-REVERSED-COUNT
042966                 IF WS-RV-REQUEST-SEQ (RVX) = AUD-REQUEST-SEQ
042967                     AND WS-RV-STAMP (RVX) = WS-REVERSED-STAMP
042968                     SET WS-RUN-WAS-REVERSED TO TRUE
042969                 END-IF
042970             END-PERFORM
042971         END-IF
042972     END-IF.
043000*
043100*------------
043200* Keep one audit record if it is the most recent seen so far
043300* for its request - the same test FIZBUZ applies
043400*------------
043500 KEEP-ONE-PRIOR-AUDIT.
043600     IF AUD-REQUEST-SEQ NUMERIC
043700         AND AUD-REQUEST-SEQ > 0
043800         AND AUD-RUN-DATE NUMERIC
043900         AND AUD-RUN-TIME NUMERIC
044000         COMPUTE WS-RECORD-STAMP =
044100             AUD-RUN-DATE * 100000000 + AUD-RUN-TIME
044200         IF WS-RECORD-STAMP >= WS-PA-STAMP (AUD-REQUEST-SEQ)
044300             MOVE 'Y' TO WS-PA-SEEN-IND (AUD-REQUEST-SEQ)
044400             MOVE WS-RECORD-STAMP
044500                 TO WS-PA-STAMP (AUD-REQUEST-SEQ)
044600             MOVE AUDITREC-RECORD
044700                 TO WS-PA-IMAGE (AUD-REQUEST-SEQ)
044800             IF AUD-LOWER-BOUND NUMERIC
044900                 AND AUD-FINAL-ITERATOR NUMERIC
045000                 MOVE AUD-LOWER-BOUND
045100                     TO WS-PA-LOWER-BOUND (AUD-REQUEST-SEQ)
045200                 MOVE AUD-FINAL-ITERATOR
045300                     TO WS-PA-FINAL-ITERATOR (AUD-REQUEST-SEQ)
045400             ELSE
045500                 MOVE 0 TO WS-PA-LOWER-BOUND (AUD-REQUEST-SEQ)
045600                 MOVE 0
045700                     TO WS-PA-FINAL-ITERATOR (AUD-REQUEST-SEQ)
045800             END-IF
045900         END-IF
046000     END-IF.
046100*
046200*------------
046300* Size one card by the iterations it should generate.  A
046400* DELTA CARD WHOSE LOWER BOUND MATCHES ITS LAST AUDIT RECORD
046500* ONLY GENERATES BEYOND THAT RECORD'S FINAL ITERATOR (THE
046600* DIVISOR AND LABEL CHECKS FIZBUZ ALSO MAKES ARE NOT WORTH
046700* REPEATING FOR AN ESTIMATE).  A CARD WHOSE BOUNDS FIZBUZ
046800* WILL REJECT COUNTS AS ONE, SO IT STILL LANDS SOMEWHERE
046900*------------
047000 ESTIMATE-CARD-WORK.
047100     MOVE PC-REQUEST-ID TO WS-REQUEST-SUB.
047200     IF PC-LOWER-BOUND NUMERIC
047300         AND PC-UPPER-BOUND NUMERIC
047400         AND PC-UPPER-BOUND >= PC-LOWER-BOUND
047500         COMPUTE WS-CD-WORK (CDX) =
047600             PC-UPPER-BOUND - PC-LOWER-BOUND + 1
047700         IF PC-DELTA-MODE-REQUESTED
047800             AND WS-PA-SEEN-IND (WS-REQUEST-SUB) = 'Y'
047900             AND WS-PA-LOWER-BOUND (WS-REQUEST-SUB)
048000                 = PC-LOWER-BOUND
048100             AND WS-PA-FINAL-ITERATOR (WS-REQUEST-SUB)
048200                 >= PC-LOWER-BOUND
048300             IF WS-PA-FINAL-ITERATOR (WS-REQUEST-SUB)
048400                 >= PC-UPPER-BOUND
048500                 MOVE 1 TO WS-CD-WORK (CDX)
048600             ELSE
048700                 COMPUTE WS-CD-WORK (CDX) = PC-UPPER-BOUND
048800                     - WS-PA-FINAL-ITERATOR (WS-REQUEST-SUB)
048900             END-IF
049000         END-IF
049100     ELSE
049200         MOVE 1 TO WS-CD-WORK (CDX)
049300     END-IF.
049400*
049500*------------
049600* Hand the cards out largest first, each to the partition
049700* with the least work so far.  NEVER MORE PARTITIONS THAN
049800* CARDS - A PARTITION LEFT WITHOUT CARDS IS IDLE TONIGHT
049900*------------
050000 ASSIGN-PARTITIONS.
050100     IF WS-CARD-COUNT < WS-PARTITION-COUNT
050200         MOVE WS-CARD-COUNT TO WS-PARTITIONS-USED
050300     ELSE
050400         MOVE WS-PARTITION-COUNT TO WS-PARTITIONS-USED
050500     END-IF.
050600     PERFORM VARYING WS-PARTITION-SUB FROM 1 BY 1
050700         UNTIL WS-PARTITION-SUB > 4
050800         MOVE 0 TO WS-PN-CARD-COUNT (WS-PARTITION-SUB)
050900         MOVE 0 TO WS-PN-WORK (WS-PARTITION-SUB)
051000         MOVE 0 TO WS-PN-SEEDED-COUNT (WS-PARTITION-SUB)
051100     END-PERFORM.
051200     PERFORM ASSIGN-ONE-CARD
051300         VARYING WS-ASSIGN-PASS FROM 1 BY 1
051400         UNTIL WS-ASSIGN-PASS > WS-CARD-COUNT.
051500*
051600*------------
051700* Find the largest card not yet placed and give it to the
051800* least-loaded partition in use
051900*------------
052000 ASSIGN-ONE-CARD.
052100     MOVE 0 TO WS-BEST-CARD-SUB.
052200     MOVE 0 TO WS-BEST-WORK.
052300     PERFORM VARYING CDX FROM 1 BY 1 UNTIL CDX > WS-CARD-COUNT
052400         IF WS-CD-PARTITION (CDX) = 0
052500             AND (WS-BEST-CARD-SUB = 0
052600                  OR WS-CD-WORK (CDX) > WS-BEST-WORK)
052700             SET WS-BEST-CARD-SUB TO CDX
052800             MOVE WS-CD-WORK (CDX) TO WS-BEST-WORK
052900         END-IF
053000     END-PERFORM.
053100     MOVE 1 TO WS-LEAST-PARTITION.
053200     PERFORM VARYING WS-PARTITION-SUB FROM 2 BY 1
053300         UNTIL WS-PARTITION-SUB > WS-PARTITIONS-USED
053400         IF WS-PN-WORK (WS-PARTITION-SUB)
053500             < WS-PN-WORK (WS-LEAST-PARTITION)
053600             MOVE WS-PARTITION-SUB TO WS-LEAST-PARTITION
053700         END-IF
053800     END-PERFORM.
053900     SET CDX TO WS-BEST-CARD-SUB.
054000     MOVE WS-LEAST-PARTITION TO WS-CD-PARTITION (CDX).
054100     ADD 1 TO WS-PN-CARD-COUNT (WS-LEAST-PARTITION).
054200     ADD WS-CD-WORK (CDX) TO WS-PN-WORK (WS-LEAST-PARTITION).
054300*
054400*------------
054500* Open every partition's output datasets.  THE CHECKPOINT
054600* AND FIZZOUT DATASETS ARE ONLY OPENED AND CLOSED - EACH
054700* PARTITION'S FIZBUZ FILLS ITS OWN - SO ALL FOUR EXIST,
054800* EMPTY, FROM THE SPLIT ON
054900*------------
055000 OPEN-PARTITION-FILES.
055100     OPEN OUTPUT PARTCTL.
055200     OPEN OUTPUT PDECK01 PDECK02 PDECK03 PDECK04.
055300     OPEN OUTPUT PAUD01 PAUD02 PAUD03 PAUD04.
055400     OPEN OUTPUT PCTL01 PCTL02 PCTL03 PCTL04.
055500     OPEN OUTPUT PCKPT01 PCKPT02 PCKPT03 PCKPT04.
055600     CLOSE PCKPT01 PCKPT02 PCKPT03 PCKPT04.
055700     OPEN OUTPUT PFIZ01 PFIZ02 PFIZ03 PFIZ04.
055800     CLOSE PFIZ01 PFIZ02 PFIZ03 PFIZ04.
055900*
056000*------------
056100* Write one request's card to its partition's deck and its
056200* most recent audit record, if it has one, to its
056300* partition's AUDITFILE
056400*------------
056500 WRITE-ONE-REQUEST.
056600     IF WS-ID-CARD-SUB (WS-REQUEST-SUB) > 0
056700         SET CDX TO WS-ID-CARD-SUB (WS-REQUEST-SUB)
056800         EVALUATE WS-CD-PARTITION (CDX)
056900             WHEN 1
057000                 MOVE WS-CD-IMAGE (CDX) TO PDECK01-RECORD
057100                 WRITE PDECK01-RECORD
057150                 ADD 1 TO WS-STAT-WRITTEN (5)
057200             WHEN 2
057300                 MOVE WS-CD-IMAGE (CDX) TO PDECK02-RECORD
057400                 WRITE PDECK02-RECORD
057450                 ADD 1 TO WS-STAT-WRITTEN (5)
057500             WHEN 3
057600                 MOVE WS-CD-IMAGE (CDX) TO PDECK03-RECORD
057700                 WRITE PDECK03-RECORD
057750                 ADD 1 TO WS-STAT-WRITTEN (5)
057800             WHEN 4
057900                 MOVE WS-CD-IMAGE (CDX) TO PDECK04-RECORD
058000                 WRITE PDECK04-RECORD
058050                 ADD 1 TO WS-STAT-WRITTEN (5)
058100         END-EVALUATE
058200         IF WS-PA-SEEN-IND (WS-REQUEST-SUB) = 'Y'
058300             PERFORM SEED-ONE-AUDIT-RECORD
058400         END-IF
058500     END-IF.
058600*
058700*------------
058800* Copy one request's most recent audit record to the
058900* AUDITFILE of the partition its card went to
059000*------------
059100 SEED-ONE-AUDIT-RECORD.
059200     ADD 1 TO WS-PN-SEEDED-COUNT (WS-CD-PARTITION (CDX)).
059300     EVALUATE WS-CD-PARTITION (CDX)
059400         WHEN 1
059500             MOVE WS-PA-IMAGE (WS-REQUEST-SUB) TO PAUD01-RECORD
059600             WRITE PAUD01-RECORD
059650             ADD 1 TO WS-STAT-WRITTEN (6)
059700         WHEN 2
059800             MOVE WS-PA-IMAGE (WS-REQUEST-SUB) TO PAUD02-RECORD
059900             WRITE PAUD02-RECORD
059950             ADD 1 TO WS-STAT-WRITTEN (6)
060000         WHEN 3
060100             MOVE WS-PA-IMAGE (WS-REQUEST-SUB) TO PAUD03-RECORD
060200             WRITE PAUD03-RECORD
060250             ADD 1 TO WS-STAT-WRITTEN (6)
060300         WHEN 4
060400             MOVE WS-PA-IMAGE (WS-REQUEST-SUB) TO PAUD04-RECORD
060500             WRITE PAUD04-RECORD
060550             ADD 1 TO WS-STAT-WRITTEN (6)
060600     END-EVALUATE.
060700*
060800*------------
060900* Write one partition's control record - to the combined
061000* PARTCTL dataset for FIZMRG and to the partition's own
061100* control dataset for its FIZBUZ - and report its share
061200*------------
061300 WRITE-PARTITION-CONTROL.
061400     MOVE SPACES TO PARTCTL-RECORD.
061500     MOVE WS-PARTITION-SUB TO PT-PARTITION-NO.
061600     MOVE WS-PARTITIONS-USED TO PT-PARTITION-COUNT.
061700     MOVE WS-RUN-DATE TO PT-SPLIT-DATE.
061800     MOVE WS-RUN-TIME TO PT-SPLIT-TIME.
061900     MOVE WS-PN-CARD-COUNT (WS-PARTITION-SUB) TO PT-CARD-COUNT.
062000     MOVE WS-PN-WORK (WS-PARTITION-SUB) TO PT-ESTIMATED-WORK.
062100     MOVE WS-DECK-CARD-COUNT TO PT-DECK-CARD-COUNT.
062200     MOVE WS-DROPPED-COUNT TO PT-DROPPED-COUNT.
062300     EVALUATE WS-PARTITION-SUB
062400         WHEN 1
062500             MOVE PARTCTL-RECORD TO PCTL01-RECORD
062600             WRITE PCTL01-RECORD
062650             ADD 1 TO WS-STAT-WRITTEN (7)
062700         WHEN 2
062800             MOVE PARTCTL-RECORD TO PCTL02-RECORD
062900             WRITE PCTL02-RECORD
062950             ADD 1 TO WS-STAT-WRITTEN (7)
063000         WHEN 3
063100             MOVE PARTCTL-RECORD TO PCTL03-RECORD
063200             WRITE PCTL03-RECORD
063250             ADD 1 TO WS-STAT-WRITTEN (7)
063300         WHEN 4
063400             MOVE PARTCTL-RECORD TO PCTL04-RECORD
063500             WRITE PCTL04-RECORD
063550             ADD 1 TO WS-STAT-WRITTEN (7)
063600     END-EVALUATE.
063700     WRITE PARTCTL-RECORD
063750     ADD 1 TO WS-STAT-WRITTEN (4).
063800     MOVE WS-PN-CARD-COUNT (WS-PARTITION-SUB) TO WS-EDIT-CARDS.
063900     MOVE WS-PN-SEEDED-COUNT (WS-PARTITION-SUB)
064000         TO WS-EDIT-SEEDED.
064100     MOVE WS-PN-WORK (WS-PARTITION-SUB) TO WS-EDIT-WORK.
064200     DISPLAY 'FIZSPL0009I - PARTITION ' WS-PARTITION-SUB
064300         ' CARDS ' WS-EDIT-CARDS
064400         ' SEEDED AUDITS ' WS-EDIT-SEEDED
064500         ' ESTIMATED ITERATIONS ' WS-EDIT-WORK.
064600*
064700*------------
064800* Close every partition's output datasets
064900*------------
065000 CLOSE-PARTITION-FILES.
065100     CLOSE PARTCTL.
065200     CLOSE PDECK01 PDECK02 PDECK03 PDECK04.
065300     CLOSE PAUD01 PAUD02 PAUD03 PAUD04.
065400     CLOSE PCTL01 PCTL02 PCTL03 PCTL04.
065500*
065600*------------
065700* Note when the step started and name the files its record
065800* counts are kept for, in the order they are counted
065900*------------
066000 START-STEP-STATISTICS.
066100     ACCEPT WS-STAT-START-DATE FROM DATE YYYYMMDD.
066200     ACCEPT WS-STAT-START-TIME FROM TIME.
066300     PERFORM VARYING WS-STAT-SUB FROM 1 BY 1
066400         UNTIL WS-STAT-SUB > 10
066500         MOVE SPACES TO WS-STAT-DDNAME (WS-STAT-SUB)
066600         MOVE 0 TO WS-STAT-READ (WS-STAT-SUB)
066700         MOVE 0 TO WS-STAT-WRITTEN (WS-STAT-SUB)
066800     END-PERFORM.
066900     MOVE 'SPLPARM' TO WS-STAT-DDNAME (1).
067000     MOVE 'PARMFILE' TO WS-STAT-DDNAME (2).
067100     MOVE 'AUDITFILE' TO WS-STAT-DDNAME (3).
067200     MOVE 'PARTCTL' TO WS-STAT-DDNAME (4).
067300     MOVE 'PDECKNN' TO WS-STAT-DDNAME (5).
067400     MOVE 'PAUDNN' TO WS-STAT-DDNAME (6).
067500     MOVE 'PCTLNN' TO WS-STAT-DDNAME (7).
067600     MOVE 'PCKPTNN' TO WS-STAT-DDNAME (8).
067700     MOVE 'PFIZNN' TO WS-STAT-DDNAME (9).
067800*
067900*------------
068000* Append the step statistics record to STATFILE under the
068100* job and step named on the STATCTL card.  THE RETURN CODE
068200* IS WHATEVER THE STEP HAS SET BY NOW.  A STATFILE THAT
068300* CANNOT BE OPENED IS WARNED AND DOES NOT CHANGE IT
068400*------------
068500 WRITE-STEP-STATISTICS.
068600     MOVE SPACES TO STATREC-RECORD.
068700     OPEN INPUT STATCTL.
068800     IF WS-STATCTL-FILE-FOUND
068900         READ STATCTL
069000             AT END
069100                 MOVE SPACES TO STATCARD-RECORD
069200         END-READ
069300         MOVE SC-JOB-NAME TO ST-JOB-NAME
069400         MOVE SC-STEP-NAME TO ST-STEP-NAME
069500         CLOSE STATCTL
069600     END-IF.
069700     MOVE 'FIZSPL' TO ST-PROGRAM-ID.
069800     MOVE WS-STAT-START-DATE TO ST-START-DATE.
069900     MOVE WS-STAT-START-TIME TO ST-START-TIME.
070000     ACCEPT ST-END-DATE FROM DATE YYYYMMDD.
070100     ACCEPT ST-END-TIME FROM TIME.
070200     MOVE RETURN-CODE TO ST-RETURN-CODE.
070300     MOVE 9 TO ST-FILE-COUNT.
070400     PERFORM VARYING WS-STAT-SUB FROM 1 BY 1
070500         UNTIL WS-STAT-SUB > 10
070600         MOVE WS-STAT-DDNAME (WS-STAT-SUB)
070700             TO ST-FILE-DDNAME (WS-STAT-SUB)
070800         MOVE WS-STAT-READ (WS-STAT-SUB)
070900             TO ST-RECORDS-READ (WS-STAT-SUB)
071000         MOVE WS-STAT-WRITTEN (WS-STAT-SUB)
071100             TO ST-RECORDS-WRITTEN (WS-STAT-SUB)
071200     END-PERFORM.
071300     OPEN EXTEND STATFILE.
071400     IF NOT WS-STAT-FILE-FOUND
071500         OPEN OUTPUT STATFILE
071600     END-IF.
071700     IF WS-STAT-FILE-FOUND
071800         WRITE STATREC-RECORD
071900         CLOSE STATFILE
072000     ELSE
072100         DISPLAY 'FIZSPL0010W - STATFILE COULD NOT BE OPENED '
072200             '(FILE STATUS ' WS-STAT-FILE-STATUS ') - STEP '
072300             'STATISTICS NOT RECORDED'
072400     END-IF.

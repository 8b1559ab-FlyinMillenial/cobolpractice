000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    FIZRST.
000300 AUTHOR.        R A KOWALSKI.
000400 INSTALLATION.  BATCH PRODUCTION SUPPORT.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*
000800************************************************************
000900*                                                          *
001000* FIZRST  -  VERIFY AND RESTORE A FIZBUZ BACKUP GENERATION  *
001100*                                                          *
001200* READS ONE GENERATION OF THE PROD.FIZBUZ.BACKUP GDG        *
001300* WRITTEN BY FIZBKP (BACKUP, COPYBOOK BKPREC) AND CHECKS    *
001400* IT AGAINST ITS OWN MANIFEST - HEADER FIRST, TRAILER       *
001500* PRESENT AND AGREEING, A MANIFEST RECORD FOR EVERY         *
001600* DATASET, NO DATASET THAT FAILED TO UNLOAD, AND EVERY      *
001700* DATASET'S DATA RECORDS ADDING UP TO ITS MANIFEST RECORD   *
001800* COUNT AND HASH TOTAL.  THE RSTPARM CARD CAN ALSO NAME THE *
001900* DATE THE GENERATION MUST HAVE BEEN TAKEN ON.              *
002000*                                                          *
002100* VERIFY MODE (RS-MODE 'V') STOPS THERE AND WRITES NOTHING  *
002200* - A DR TEST OF A GENERATION, AND THE STEP THAT MUST PASS  *
002300* BEFORE THE RESTORE JOB DELETES ANYTHING.  RELOAD MODE     *
002400* ('R') VERIFIES THE GENERATION THE SAME WAY AND, ONLY IF   *
002500* IT PASSES, RELOADS FIZZMST, FLAGFILE, REQREG, XMITCTL,    *
002600* AUDITFILE AND PCKPT01-PCKPT04 FROM IT, REPLACING WHAT IS  *
002700* THERE (THE JOB DELETES AND REDEFINES THE CLUSTERS FIRST), *
002800* THEN READS EVERY RELOADED DATASET BACK AND CHECKS ITS     *
002900* COUNT AND HASH TOTAL AGAINST THE MANIFEST AGAIN.          *
003000* RSTRPT SHOWS EACH DATASET'S MANIFEST, GENERATION, RELOAD  *
003100* AND ON-FILE FIGURES AND THE RESULT.                       *
003200*                                                          *
003209* JOURNAL MODE ('J'), RUN BEFORE THE CLUSTERS ARE DELETED,  *
003218* VERIFIES THE GENERATION THE SAME WAY AND, ONLY IF IT      *
003227* PASSES, MATCHES FLAGFILE AND REQREG AS THEY STAND AGAINST *
003236* THE GENERATION'S RECORDS FOR THEM AND WRITES ONE JRNLREC  *
003245* PER DIFFERENCE TO JRNLOUT - THE ADD, CHANGE OR DELETE THE *
003254* RELOAD WILL MAKE, WITH ITS BEFORE AND AFTER IMAGES.  THE  *
003263* JOB APPENDS JRNLOUT TO THE CHANGE JOURNAL ONLY WHEN THE   *
003272* RELOAD ENDS CC 0, SO JRNRPT'S AS-OF LISTINGS AND KEY      *
003281* HISTORIES ACCOUNT FOR THE RESTORE.                        *
003290*                                                          *
003300* RETURN-CODE 0  - GENERATION VERIFIED (AND RELOADED AND    *
003400*                  VERIFIED ON FILE IN RELOAD MODE, OR ITS  *
003450*                  CHANGES JOURNALED IN JOURNAL MODE).      *
003500* RETURN-CODE 16 - BAD RSTPARM CARD, THE GENERATION FAILED  *
003600*                  VERIFICATION (NOTHING RELOADED), A       *
003700*                  RELOADED DATASET DOES NOT MATCH THE      *
003800*                  MANIFEST - RERUN THE RESTORE - OR THE    *
003833*                  RESTORE'S CHANGES COULD NOT BE           *
003866*                  JOURNALED.                               *
003900*                                                          *
004000* MODIFICATION HISTORY                                     *
004100*   2026-10-15  RAK  ORIGINAL PROGRAM.                      *
004120*   2026-10-15  RAK  ADDED JOURNAL MODE 'J' - JOURNALS THE  *
004140*                    FLAGFILE AND REQREG CHANGES A RELOAD   *
004160*                    WILL MAKE TO JRNLOUT, FOR THE JOB TO   *
004180*                    APPEND TO THE CHANGE JOURNAL.          *
004200*                                                          *
004300************************************************************
004400*
004500 ENVIRONMENT DIVISION.
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
004800     SELECT RSTPARM ASSIGN TO "RSTPARM"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-PARM-FILE-STATUS.
005100     SELECT BACKUP ASSIGN TO "BACKUP"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-BACKUP-FILE-STATUS.
005400     SELECT FIZZMST ASSIGN TO "FIZZMST"
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS DYNAMIC
005700         RECORD KEY IS FZM-MASTER-KEY
005800         FILE STATUS IS WS-MST-FILE-STATUS.
005900     SELECT FLAGFILE ASSIGN TO "FLAGFILE"
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS DYNAMIC
006200         RECORD KEY IS FLG-NUMBER
006300         FILE STATUS IS WS-FLAG-FILE-STATUS.
006400     SELECT REQREG ASSIGN TO "REQREG"
006500         ORGANIZATION IS INDEXED
006600         ACCESS MODE IS DYNAMIC
006700         RECORD KEY IS RR-REQUEST-ID
006800         FILE STATUS IS WS-REG-FILE-STATUS.
006900     SELECT XMITCTL ASSIGN TO "XMITCTL"
007000         ORGANIZATION IS INDEXED
007100         ACCESS MODE IS DYNAMIC
007200         RECORD KEY IS XC-EXTRACT-KEY
007300         FILE STATUS IS WS-CTL-FILE-STATUS.
007400     SELECT AUDITFILE ASSIGN TO "AUDITFILE"
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS WS-AUDIT-FILE-STATUS.
007700     SELECT PCKPT01 ASSIGN TO "PCKPT01"
007800         ORGANIZATION IS SEQUENTIAL
007900         FILE STATUS IS WS-PCKPT01-FILE-STATUS.
008000     SELECT PCKPT02 ASSIGN TO "PCKPT02"
008100         ORGANIZATION IS SEQUENTIAL
008200         FILE STATUS IS WS-PCKPT02-FILE-STATUS.
008300     SELECT PCKPT03 ASSIGN TO "PCKPT03"
008400         ORGANIZATION IS SEQUENTIAL
008500         FILE STATUS IS WS-PCKPT03-FILE-STATUS.
008600     SELECT PCKPT04 ASSIGN TO "PCKPT04"
008700         ORGANIZATION IS SEQUENTIAL
008800         FILE STATUS IS WS-PCKPT04-FILE-STATUS.
008900     SELECT RSTRPT ASSIGN TO "RSTRPT"
009000         ORGANIZATION IS LINE SEQUENTIAL.
009025     SELECT JRNLOUT ASSIGN TO "JRNLOUT"
009050         ORGANIZATION IS LINE SEQUENTIAL
009075         FILE STATUS IS WS-JRNL-FILE-STATUS.
009100     SELECT ALERTFILE ASSIGN TO "ALERTFILE"
009200         ORGANIZATION IS LINE SEQUENTIAL
009300         FILE STATUS IS WS-ALERT-FILE-STATUS.
009400*
009500 DATA DIVISION.
009600 FILE SECTION.
009700 FD  RSTPARM
009800     RECORDING MODE IS F.
009900 COPY RSTPARM.
010000 FD  BACKUP
010100     RECORDING MODE IS F.
010200 COPY BKPREC.
010300 FD  FIZZMST.
010400 COPY FIZZMREC.
010500 FD  FLAGFILE.
010600 COPY FLAGREC.
010700 FD  REQREG.
010800 COPY REQREC.
010900 FD  XMITCTL.
011000 COPY XMITREC.
011100 FD  AUDITFILE
011200     RECORDING MODE IS F.
011300 COPY AUDITREC.
011400*
011500* The checkpoints are carried as record images; only the
011600* leading CK-LAST-ITERATOR is looked at, for the hash total
011700 FD  PCKPT01
011800     RECORDING MODE IS F.
011900 01  PCKPT01-RECORD.
012000     05  PCKPT01-LAST-ITERATOR   PIC 9(09).
012100     05  FILLER                  PIC X(61).
012200 FD  PCKPT02
012300     RECORDING MODE IS F.
012400 01  PCKPT02-RECORD.
012500     05  PCKPT02-LAST-ITERATOR   PIC 9(09).
012600     05  FILLER                  PIC X(61).
012700 FD  PCKPT03
012800     RECORDING MODE IS F.
012900 01  PCKPT03-RECORD.
013000     05  PCKPT03-LAST-ITERATOR   PIC 9(09).
013100     05  FILLER                  PIC X(61).
013200 FD  PCKPT04
013300     RECORDING MODE IS F.
013400 01  PCKPT04-RECORD.
013500     05  PCKPT04-LAST-ITERATOR   PIC 9(09).
013600     05  FILLER                  PIC X(61).
013700 FD  RSTRPT
013800     RECORDING MODE IS F.
013900 01  REPORT-LINE                 PIC X(132).
013925 FD  JRNLOUT
013950     RECORDING MODE IS F.
013975 COPY JRNLREC.
014000 FD  ALERTFILE
014100     RECORDING MODE IS F.
014200 COPY ALERTREC.
014300*
014400 WORKING-STORAGE SECTION.
014500 01  WS-PARM-FILE-STATUS          PIC X(02) VALUE '00'.
014600     88  WS-PARM-FILE-FOUND           VALUE '00'.
014700 01  WS-BACKUP-FILE-STATUS        PIC X(02) VALUE '00'.
014800     88  WS-BACKUP-FILE-FOUND         VALUE '00'.
014900 01  WS-MST-FILE-STATUS           PIC X(02) VALUE '00'.
015000 01  WS-FLAG-FILE-STATUS          PIC X(02) VALUE '00'.
015100 01  WS-REG-FILE-STATUS           PIC X(02) VALUE '00'.
015200 01  WS-CTL-FILE-STATUS           PIC X(02) VALUE '00'.
015300 01  WS-AUDIT-FILE-STATUS         PIC X(02) VALUE '00'.
015400 01  WS-PCKPT01-FILE-STATUS       PIC X(02) VALUE '00'.
015500 01  WS-PCKPT02-FILE-STATUS       PIC X(02) VALUE '00'.
015600 01  WS-PCKPT03-FILE-STATUS       PIC X(02) VALUE '00'.
015700 01  WS-PCKPT04-FILE-STATUS       PIC X(02) VALUE '00'.
015733 01  WS-JRNL-FILE-STATUS          PIC X(02) VALUE '00'.
015766     88  WS-JRNL-FILE-OK              VALUE '00'.
015800*
015900 01  WS-BACKUP-EOF-SWITCH         PIC X(01) VALUE 'N'.
016000     88  WS-BACKUP-EOF                VALUE 'Y'.
016100 01  WS-PARMS-VALID-SWITCH        PIC X(01) VALUE 'Y'.
016200     88  WS-PARMS-ARE-VALID           VALUE 'Y'.
016300 01  WS-GENERATION-VALID-SWITCH   PIC X(01) VALUE 'Y'.
016400     88  WS-GENERATION-IS-VALID       VALUE 'Y'.
016500 01  WS-RELOAD-DONE-SWITCH        PIC X(01) VALUE 'N'.
016600     88  WS-RELOAD-WAS-DONE           VALUE 'Y'.
016700 01  WS-HEADER-SEEN-SWITCH        PIC X(01) VALUE 'N'.
016800     88  WS-HEADER-WAS-SEEN           VALUE 'Y'.
016900 01  WS-TRAILER-SEEN-SWITCH       PIC X(01) VALUE 'N'.
017000     88  WS-TRAILER-WAS-SEEN          VALUE 'Y'.
017020 01  WS-JOURNAL-DONE-SWITCH       PIC X(01) VALUE 'N'.
017040     88  WS-JOURNAL-WAS-DONE          VALUE 'Y'.
017060 01  WS-JOURNAL-FAILED-SWITCH     PIC X(01) VALUE 'N'.
017080     88  WS-JOURNAL-FAILED            VALUE 'Y'.
017100*
017200 01  WS-RUN-DATE                  PIC 9(8) VALUE 0.
017300 01  WS-RUN-TIME                  PIC 9(8) VALUE 0.
017400 01  WS-MODE-NAME                 PIC X(11) VALUE SPACES.
017500 01  WS-BACKUP-DATE               PIC 9(8) VALUE 0.
017600 01  WS-BACKUP-TIME               PIC 9(8) VALUE 0.
017700*
017800* What the generation said about itself, and what reading
017900* it actually found
018000 01  WS-RECORDS-READ              PIC 9(11) COMP VALUE 0.
018100 01  WS-DATA-RECORDS              PIC 9(11) COMP VALUE 0.
018200 01  WS-BAD-RECORDS               PIC 9(11) COMP VALUE 0.
018300 01  WS-TRAILER-DATASETS          PIC 9(2) VALUE 0.
018400 01  WS-TRAILER-RECORDS           PIC 9(11) VALUE 0.
018500*
018600* The status of the dataset being reloaded or read back, as
018700* the OPEN, WRITE or READ just done left it
018800 01  WS-IO-STATUS                 PIC X(02) VALUE '00'.
018900 01  WS-IO-ACTION                 PIC X(12) VALUE SPACES.
019000 01  WS-DATASET-OPEN-SWITCH       PIC X(01) VALUE 'N'.
019100     88  WS-DATASET-IS-OPEN           VALUE 'Y'.
019200 01  WS-DATASET-EOF-SWITCH        PIC X(01) VALUE 'N'.
019300     88  WS-DATASET-EOF               VALUE 'Y'.
019400 01  WS-DATASET-FOUND-SWITCH      PIC X(01) VALUE 'N'.
019500     88  WS-DATASET-WAS-FOUND         VALUE 'Y'.
019600*
019700* One entry per dataset - its DD name; its manifest record
019800* (status, count and hash); the count and hash its data
019900* records in the generation add up to; the records reloaded
020000* and the count and hash read back from the reloaded
020100* dataset; whether any I/O on it failed, and the result
020200 01  WS-DATASET-COUNT             PIC 9(2) COMP VALUE 9.
020300 01  WS-DS-SUB                    PIC 9(2) COMP VALUE 0.
020400 01  WS-DATASET-TABLE.
020500     05  WS-DS-ENTRY OCCURS 9 TIMES.
020600         10  WS-DS-NAME          PIC X(10).
020700         10  WS-DS-MANIFEST-SW   PIC X(01).
020800             88  WS-DS-MANIFEST-SEEN VALUE 'Y'.
020900         10  WS-DS-MF-STATUS     PIC X(01).
021000         10  WS-DS-MF-COUNT      PIC 9(9) COMP.
021100         10  WS-DS-MF-HASH       PIC 9(18) COMP.
021200         10  WS-DS-GEN-COUNT     PIC 9(9) COMP.
021300         10  WS-DS-GEN-HASH      PIC 9(18) COMP.
021400         10  WS-DS-LOAD-COUNT    PIC 9(9) COMP.
021500         10  WS-DS-FILE-COUNT    PIC 9(9) COMP.
021600         10  WS-DS-FILE-HASH     PIC 9(18) COMP.
021700         10  WS-DS-OPENED-SW     PIC X(01).
021800             88  WS-DS-OPENED        VALUE 'Y'.
021900         10  WS-DS-IO-FAILED-SW  PIC X(01).
022000             88  WS-DS-IO-FAILED     VALUE 'Y'.
022100         10  WS-DS-RESULT        PIC X(24).
022200 01  WS-FAILED-DATASETS           PIC 9(2) COMP VALUE 0.
022205*
022210* Journal mode - the key and record image on each side of
022215* the match of FLAGFILE or REQREG (WS-DS-SUB 2 or 3) against
022220* the generation.  ONE PAST THE HIGHEST KEY STANDS FOR A
022225* SIDE THAT HAS RUN OUT
022230 01  WS-GEN-KEY                   PIC 9(10) VALUE 0.
022235 01  WS-GEN-IMAGE                 PIC X(60) VALUE SPACES.
022240 01  WS-CUR-KEY                   PIC 9(10) VALUE 0.
022245 01  WS-CUR-IMAGE                 PIC X(60) VALUE SPACES.
022250 01  WS-HIGH-KEY                  PIC 9(10) VALUE 9999999999.
022255 01  WS-IMAGE-LENGTH              PIC 9(2) COMP VALUE 0.
022260 01  WS-CUR-EOF-SWITCH            PIC X(01) VALUE 'N'.
022265     88  WS-CUR-EOF                   VALUE 'Y'.
022270 01  WS-JOURNAL-ACTION            PIC X(01) VALUE SPACE.
022275 01  WS-JOURNAL-SEQ               PIC 9(5) COMP VALUE 0.
022280 01  WS-JOURNAL-ADDS              PIC 9(9) COMP VALUE 0.
022285 01  WS-JOURNAL-CHANGES           PIC 9(9) COMP VALUE 0.
022290 01  WS-JOURNAL-DELETES           PIC 9(9) COMP VALUE 0.
022300*
022400 01  WS-DETAIL-LINE.
022500     05  DET-DATASET-NAME        PIC X(10).
022600     05  FILLER                  PIC X(02) VALUE SPACES.
022700     05  DET-STATUS              PIC X(08).
022800     05  FILLER                  PIC X(02) VALUE SPACES.
022900     05  DET-MF-COUNT            PIC ZZZZZZZZ9.
023000     05  FILLER                  PIC X(02) VALUE SPACES.
023100     05  DET-MF-HASH             PIC ZZZZZZZZZZZZZZZZZ9.
023200     05  FILLER                  PIC X(02) VALUE SPACES.
023300     05  DET-GEN-COUNT           PIC ZZZZZZZZ9.
023400     05  FILLER                  PIC X(02) VALUE SPACES.
023500     05  DET-LOAD-COUNT          PIC X(09).
023600     05  FILLER                  PIC X(02) VALUE SPACES.
023700     05  DET-FILE-COUNT          PIC X(09).
023800     05  FILLER                  PIC X(02) VALUE SPACES.
023900     05  DET-RESULT              PIC X(24).
024000     05  FILLER                  PIC X(22) VALUE SPACES.
024100*
024200 01  WS-HEADING-LINE.
024300     05  FILLER                  PIC X(12) VALUE 'DATASET'.
024400     05  FILLER                  PIC X(10) VALUE 'MANIFEST'.
024500     05  FILLER                  PIC X(11) VALUE '  RECORDS'.
024600     05  FILLER                  PIC X(20)
024700                                 VALUE '        HASH TOTAL'.
024800     05  FILLER                  PIC X(11) VALUE 'GENERATION'.
024900     05  FILLER                  PIC X(11) VALUE ' RELOADED'.
025000     05  FILLER                  PIC X(11) VALUE '  ON FILE'.
025100     05  FILLER                  PIC X(24) VALUE 'RESULT'.
025200     05  FILLER                  PIC X(22) VALUE SPACES.
025300*
025400* Edited (DISPLAY usage) copies of the COMP counters, needed
025500* because STRING cannot take a binary item directly
025600 01  WS-EDIT-COUNT                PIC ZZZZZZZZZZ9.
025700 01  WS-EDIT-SHORT-COUNT          PIC ZZZZZZZZ9.
025750 01  WS-EDIT-TRAILER-COUNT        PIC ZZZZZZZZZZ9.
025800*
025900* Shared ALERTFILE - opened EXTEND on the first exception,
026000* an OPEN failure is only warned and never fails the step
026100 01  WS-ALERT-FILE-STATUS         PIC X(02) VALUE '00'.
026200     88  WS-ALERT-FILE-FOUND          VALUE '00'.
026300 01  WS-ALERT-TRIED-SWITCH        PIC X(01) VALUE 'N'.
026400     88  WS-ALERT-OPEN-TRIED          VALUE 'Y'.
026500 01  WS-ALERT-OPEN-SWITCH         PIC X(01) VALUE 'N'.
026600     88  WS-ALERT-FILE-IS-OPEN        VALUE 'Y'.
026700 01  WS-ALERT-DATE                PIC 9(8) VALUE 0.
026800 01  WS-ALERT-TIME                PIC 9(8) VALUE 0.
026900 01  WS-ALERT-REQUEST-ID          PIC 9(3) VALUE 0.
027000 01  WS-ALERT-SEVERITY            PIC X(01) VALUE SPACE.
027100 01  WS-ALERT-CODE                PIC X(10) VALUE SPACES.
027200 01  WS-ALERT-TEXT                PIC X(60) VALUE SPACES.
027300*
027400 PROCEDURE DIVISION.
027500*------------
027600* Primary function - verify the generation against its
027700* manifest and, in reload mode and only if it passed, reload
027800* every dataset from it and verify them on file.  IN JOURNAL
027850* MODE, JOURNAL WHAT A RELOAD WOULD CHANGE INSTEAD
027900*------------
028000 RESTORE-BACKUP.
028100     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
028200     ACCEPT WS-RUN-TIME FROM TIME.
028300     PERFORM INITIALIZE-DATASET-TABLE.
028400     PERFORM READ-RESTORE-PARAMETERS.
028500     OPEN OUTPUT RSTRPT.
028600     IF WS-PARMS-ARE-VALID
028700         PERFORM VERIFY-GENERATION
028800         IF WS-GENERATION-IS-VALID AND RS-MODE-IS-RELOAD
028900             PERFORM RELOAD-DATASETS
029000             PERFORM VERIFY-RELOADED-DATASETS
029100             PERFORM CHECK-DATASET-RESULT
029200                 VARYING WS-DS-SUB FROM 1 BY 1
029300                 UNTIL WS-DS-SUB > WS-DATASET-COUNT
029400         END-IF
029425         IF WS-GENERATION-IS-VALID AND RS-MODE-IS-JOURNAL
029450             PERFORM JOURNAL-RESTORE-CHANGES
029475         END-IF
029500     END-IF.
029600     PERFORM WRITE-REPORT.
029700     CLOSE RSTRPT.
029800     EVALUATE TRUE
029900         WHEN NOT WS-PARMS-ARE-VALID
030000             MOVE 'E' TO WS-ALERT-SEVERITY
030100             MOVE 'FIZRST0001' TO WS-ALERT-CODE
030200             MOVE 'RSTPARM CARD INVALID - NOTHING RESTORED'
030300                 TO WS-ALERT-TEXT
030400             PERFORM WRITE-ALERT-RECORD
030500             MOVE 16 TO RETURN-CODE
030600         WHEN NOT WS-GENERATION-IS-VALID
030700             MOVE 'E' TO WS-ALERT-SEVERITY
030800             MOVE 'FIZRST0003' TO WS-ALERT-CODE
030900             MOVE 'GENERATION FAILED VERIFICATION - NOT RESTORED'
031000                 TO WS-ALERT-TEXT
031100             PERFORM WRITE-ALERT-RECORD
031200             MOVE 16 TO RETURN-CODE
031212         WHEN WS-JOURNAL-FAILED
031224             MOVE 'E' TO WS-ALERT-SEVERITY
031236             MOVE 'FIZRST0014' TO WS-ALERT-CODE
031248             MOVE 'CHANGES NOT JOURNALED - NOTHING RESTORED'
031260                 TO WS-ALERT-TEXT
031272             PERFORM WRITE-ALERT-RECORD
031284             MOVE 16 TO RETURN-CODE
031300         WHEN WS-FAILED-DATASETS > 0
031400             DISPLAY 'FIZRST0012E - RELOADED DATASETS DO NOT '
031500                 'MATCH THE MANIFEST - RERUN THE RESTORE'
031600             MOVE 'E' TO WS-ALERT-SEVERITY
031700             MOVE 'FIZRST0012' TO WS-ALERT-CODE
031800             MOVE 'RELOADED DATASETS DO NOT MATCH THE MANIFEST'
031900                 TO WS-ALERT-TEXT
032000             PERFORM WRITE-ALERT-RECORD
032100             MOVE 16 TO RETURN-CODE
032200         WHEN OTHER
032300             MOVE 0 TO RETURN-CODE
032400     END-EVALUATE.
032500     PERFORM CLOSE-ALERT-FILE.
032600     GOBACK.
032700*
032800*------------
032900* Name the datasets as FIZBKP names them and clear their
033000* figures
033100*------------
033200 INITIALIZE-DATASET-TABLE.
033300     MOVE 'FIZZMST' TO WS-DS-NAME (1).
033400     MOVE 'FLAGFILE' TO WS-DS-NAME (2).
033500     MOVE 'REQREG' TO WS-DS-NAME (3).
033600     MOVE 'XMITCTL' TO WS-DS-NAME (4).
033700     MOVE 'AUDITFILE' TO WS-DS-NAME (5).
033800     MOVE 'PCKPT01' TO WS-DS-NAME (6).
033900     MOVE 'PCKPT02' TO WS-DS-NAME (7).
034000     MOVE 'PCKPT03' TO WS-DS-NAME (8).
034100     MOVE 'PCKPT04' TO WS-DS-NAME (9).
034200     PERFORM VARYING WS-DS-SUB FROM 1 BY 1
034300         UNTIL WS-DS-SUB > WS-DATASET-COUNT
034400         MOVE 'N' TO WS-DS-MANIFEST-SW (WS-DS-SUB)
034500         MOVE SPACE TO WS-DS-MF-STATUS (WS-DS-SUB)
034600         MOVE 0 TO WS-DS-MF-COUNT (WS-DS-SUB)
034700         MOVE 0 TO WS-DS-MF-HASH (WS-DS-SUB)
034800         MOVE 0 TO WS-DS-GEN-COUNT (WS-DS-SUB)
034900         MOVE 0 TO WS-DS-GEN-HASH (WS-DS-SUB)
035000         MOVE 0 TO WS-DS-LOAD-COUNT (WS-DS-SUB)
035100         MOVE 0 TO WS-DS-FILE-COUNT (WS-DS-SUB)
035200         MOVE 0 TO WS-DS-FILE-HASH (WS-DS-SUB)
035300         MOVE 'N' TO WS-DS-OPENED-SW (WS-DS-SUB)
035400         MOVE 'N' TO WS-DS-IO-FAILED-SW (WS-DS-SUB)
035500         MOVE SPACES TO WS-DS-RESULT (WS-DS-SUB)
035600     END-PERFORM.
035700*
035800*------------
035900* Read and check the RSTPARM card.  NO CARD AT ALL MEANS
036000* VERIFY ONLY, SO A MISSING CARD CAN NEVER RELOAD ANYTHING
036100*------------
036200 READ-RESTORE-PARAMETERS.
036300     MOVE SPACES TO RSTPARM-RECORD.
036400     OPEN INPUT RSTPARM.
036500     IF WS-PARM-FILE-FOUND
036600         READ RSTPARM
036700             AT END
036800                 MOVE SPACES TO RSTPARM-RECORD
036900         END-READ
037000         CLOSE RSTPARM
037100     END-IF.
037200     IF NOT RS-MODE-IS-VERIFY AND NOT RS-MODE-IS-RELOAD
037250         AND NOT RS-MODE-IS-JOURNAL
037300         DISPLAY 'FIZRST0001E - RSTPARM MODE ' RS-MODE
037400             ' IS NOT V, R OR J'
037500         MOVE 'N' TO WS-PARMS-VALID-SWITCH
037600     END-IF.
037700     IF RS-BACKUP-DATE-RAW NOT = SPACES
037800         AND RS-BACKUP-DATE-RAW NOT NUMERIC
037900         DISPLAY 'FIZRST0001E - RSTPARM BACKUP DATE '
038000             RS-BACKUP-DATE-RAW ' IS NOT NUMERIC'
038100         MOVE 'N' TO WS-PARMS-VALID-SWITCH
038200     END-IF.
038266     EVALUATE TRUE
038332         WHEN RS-MODE-IS-RELOAD
038398             MOVE 'RELOAD' TO WS-MODE-NAME
038464         WHEN RS-MODE-IS-JOURNAL
038530             MOVE 'JOURNAL' TO WS-MODE-NAME
038596         WHEN OTHER
038662             MOVE 'VERIFY ONLY' TO WS-MODE-NAME
038728     END-EVALUATE.
038800*
038900*------------
039000* Read the whole generation, adding each dataset's data
039100* records up and picking up its header, manifest and
039200* trailer, then check it all hangs together
039300*------------
039400 VERIFY-GENERATION.
039500     OPEN INPUT BACKUP.
039600     IF NOT WS-BACKUP-FILE-FOUND
039700         DISPLAY 'FIZRST0002E - BACKUP COULD NOT BE OPENED '
039800             '(FILE STATUS ' WS-BACKUP-FILE-STATUS ')'
039900         MOVE 'N' TO WS-GENERATION-VALID-SWITCH
040000     ELSE
040100         MOVE 'N' TO WS-BACKUP-EOF-SWITCH
040200         PERFORM UNTIL WS-BACKUP-EOF
040300             READ BACKUP
040400                 AT END
040500                     SET WS-BACKUP-EOF TO TRUE
040600                 NOT AT END
040700                     ADD 1 TO WS-RECORDS-READ
040800                     PERFORM TALLY-GENERATION-RECORD
040900             END-READ
041000         END-PERFORM
041100         CLOSE BACKUP
041200         PERFORM CHECK-GENERATION
041300     END-IF.
041400*
041500*------------
041600* Take one generation record into the figures.  THE HEADER
041700* MUST COME FIRST AND ONLY ONCE; NOTHING MAY FOLLOW THE
041800* TRAILER; EVERY DATA AND MANIFEST RECORD MUST NAME A KNOWN
041900* DATASET, WITH ONE MANIFEST RECORD EACH
042000*------------
042100 TALLY-GENERATION-RECORD.
042200     EVALUATE TRUE
042300         WHEN WS-RECORDS-READ = 1
042400             IF BK-IS-HEADER
042500                 SET WS-HEADER-WAS-SEEN TO TRUE
042600                 MOVE BK-HD-BACKUP-DATE TO WS-BACKUP-DATE
042700                 MOVE BK-HD-BACKUP-TIME TO WS-BACKUP-TIME
042800             ELSE
042900                 ADD 1 TO WS-BAD-RECORDS
043000             END-IF
043100         WHEN WS-TRAILER-WAS-SEEN OR BK-IS-HEADER
043200             ADD 1 TO WS-BAD-RECORDS
043300         WHEN BK-IS-DATA
043400             ADD 1 TO WS-DATA-RECORDS
043500             PERFORM FIND-DATASET
043600             IF WS-DATASET-WAS-FOUND
043700                 ADD 1 TO WS-DS-GEN-COUNT (WS-DS-SUB)
043800                 PERFORM ADD-RECORD-HASH
043900             ELSE
044000                 ADD 1 TO WS-BAD-RECORDS
044100             END-IF
044200         WHEN BK-IS-MANIFEST
044300             PERFORM FIND-DATASET
044400             IF WS-DATASET-WAS-FOUND
044500                 AND NOT WS-DS-MANIFEST-SEEN (WS-DS-SUB)
044600                 SET WS-DS-MANIFEST-SEEN (WS-DS-SUB) TO TRUE
044700                 MOVE BK-MF-STATUS TO WS-DS-MF-STATUS (WS-DS-SUB)
044800                 MOVE BK-MF-RECORD-COUNT
044900                     TO WS-DS-MF-COUNT (WS-DS-SUB)
045000                 MOVE BK-MF-HASH-TOTAL
045100                     TO WS-DS-MF-HASH (WS-DS-SUB)
045200             ELSE
045300                 ADD 1 TO WS-BAD-RECORDS
045400             END-IF
045500         WHEN BK-IS-TRAILER
045600             SET WS-TRAILER-WAS-SEEN TO TRUE
045700             MOVE BK-TR-DATASET-COUNT TO WS-TRAILER-DATASETS
045800             MOVE BK-TR-RECORD-COUNT TO WS-TRAILER-RECORDS
045900         WHEN OTHER
046000             ADD 1 TO WS-BAD-RECORDS
046100     END-EVALUATE.
046200*
046300*------------
046400* Look BK-DATASET-NAME up in the dataset table
046500*------------
046600 FIND-DATASET.
046700     MOVE 'N' TO WS-DATASET-FOUND-SWITCH.
046800     PERFORM VARYING WS-DS-SUB FROM 1 BY 1
046900         UNTIL WS-DS-SUB > WS-DATASET-COUNT
047000             OR WS-DATASET-WAS-FOUND
047100         IF WS-DS-NAME (WS-DS-SUB) = BK-DATASET-NAME
047200             SET WS-DATASET-WAS-FOUND TO TRUE
047300         END-IF
047400     END-PERFORM.
047500     IF WS-DATASET-WAS-FOUND
047600         SUBTRACT 1 FROM WS-DS-SUB
047700     END-IF.
047800*
047900*------------
048000* Add the hash field of the data record's image to dataset
048100* WS-DS-SUB's generation hash total.  A FIELD THAT IS NOT
048200* NUMERIC ADDS NOTHING, THE SAME WAY FIZBKP TREATS IT
048300*------------
048400 ADD-RECORD-HASH.
048500     EVALUATE WS-DS-SUB
048600         WHEN 1
048700             IF BK-FIZZMST-HASH NUMERIC
048800                 ADD BK-FIZZMST-HASH TO WS-DS-GEN-HASH (WS-DS-SUB)
048900             END-IF
049000         WHEN 2
049100             IF BK-FLAGFILE-HASH NUMERIC
049200                 ADD BK-FLAGFILE-HASH
049300                     TO WS-DS-GEN-HASH (WS-DS-SUB)
049400             END-IF
049500         WHEN 3
049600             IF BK-REQREG-HASH NUMERIC
049700                 ADD BK-REQREG-HASH TO WS-DS-GEN-HASH (WS-DS-SUB)
049800             END-IF
049900         WHEN 4
050000             IF BK-XMITCTL-HASH NUMERIC
050100                 ADD BK-XMITCTL-HASH TO WS-DS-GEN-HASH (WS-DS-SUB)
050200             END-IF
050300         WHEN 5
050400             IF BK-AUDIT-HASH NUMERIC
050500                 ADD BK-AUDIT-HASH TO WS-DS-GEN-HASH (WS-DS-SUB)
050600             END-IF
050700         WHEN OTHER
050800             IF BK-CKPT-HASH NUMERIC
050900                 ADD BK-CKPT-HASH TO WS-DS-GEN-HASH (WS-DS-SUB)
051000             END-IF
051100     END-EVALUATE.
051200*
051300*------------
051400* Check the generation as a whole, then each dataset in it.
051500* ANY FAILURE MEANS IT IS NOT FIT TO RESTORE
051600*------------
051700 CHECK-GENERATION.
051800     IF NOT WS-HEADER-WAS-SEEN
051900         DISPLAY 'FIZRST0004E - GENERATION DOES NOT START WITH '
052000             'A HEADER RECORD'
052100         MOVE 'N' TO WS-GENERATION-VALID-SWITCH
052200     END-IF.
052300     IF NOT WS-TRAILER-WAS-SEEN
052400         DISPLAY 'FIZRST0005E - GENERATION HAS NO TRAILER - THE '
052500             'BACKUP DID NOT COMPLETE'
052600         MOVE 'N' TO WS-GENERATION-VALID-SWITCH
052700     ELSE
052800         IF WS-TRAILER-DATASETS NOT = WS-DATASET-COUNT
052900             OR WS-TRAILER-RECORDS NOT = WS-DATA-RECORDS
053000             MOVE WS-TRAILER-RECORDS TO WS-EDIT-TRAILER-COUNT
053050             MOVE WS-DATA-RECORDS TO WS-EDIT-COUNT
053100             DISPLAY 'FIZRST0006E - TRAILER SAYS '
053200                 WS-EDIT-TRAILER-COUNT ' RECORDS OF '
053300                 WS-TRAILER-DATASETS ' DATASETS, GENERATION '
053400                 'HOLDS ' WS-EDIT-COUNT
053500             MOVE 'N' TO WS-GENERATION-VALID-SWITCH
053600         END-IF
053700     END-IF.
053800     IF WS-BAD-RECORDS > 0
053900         MOVE WS-BAD-RECORDS TO WS-EDIT-COUNT
054000         DISPLAY 'FIZRST0007E - ' WS-EDIT-COUNT
054100             ' RECORD(S) OUT OF PLACE OR OF NO KNOWN DATASET'
054200         MOVE 'N' TO WS-GENERATION-VALID-SWITCH
054300     END-IF.
054400     IF WS-HEADER-WAS-SEEN
054500         AND RS-BACKUP-DATE-RAW NOT = SPACES
054600         AND RS-BACKUP-DATE NOT = WS-BACKUP-DATE
054700         DISPLAY 'FIZRST0008E - GENERATION WAS TAKEN '
054800             WS-BACKUP-DATE ', NOT ' RS-BACKUP-DATE
054900             ' AS THE RSTPARM CARD EXPECTS'
055000         MOVE 'N' TO WS-GENERATION-VALID-SWITCH
055100     END-IF.
055200     PERFORM CHECK-DATASET-RESULT
055300         VARYING WS-DS-SUB FROM 1 BY 1
055400         UNTIL WS-DS-SUB > WS-DATASET-COUNT.
055500     IF WS-FAILED-DATASETS > 0
055600         MOVE 'N' TO WS-GENERATION-VALID-SWITCH
055700     END-IF.
055800*
055900*------------
056000* Work out dataset WS-DS-SUB's result from its figures - its
056100* generation against its manifest and, once it has been
056200* reloaded, the reload and the read-back against it too
056300*------------
056400 CHECK-DATASET-RESULT.
056500     EVALUATE TRUE
056600         WHEN NOT WS-DS-MANIFEST-SEEN (WS-DS-SUB)
056700             MOVE 'NO MANIFEST RECORD'
056800                 TO WS-DS-RESULT (WS-DS-SUB)
056900         WHEN WS-DS-MF-STATUS (WS-DS-SUB) NOT = 'L'
057000             AND WS-DS-MF-STATUS (WS-DS-SUB) NOT = 'E'
057100             MOVE 'NOT UNLOADED AT BACKUP'
057200                 TO WS-DS-RESULT (WS-DS-SUB)
057300         WHEN WS-DS-GEN-COUNT (WS-DS-SUB)
057400                 NOT = WS-DS-MF-COUNT (WS-DS-SUB)
057500             MOVE 'GENERATION COUNT WRONG'
057600                 TO WS-DS-RESULT (WS-DS-SUB)
057700         WHEN WS-DS-GEN-HASH (WS-DS-SUB)
057800                 NOT = WS-DS-MF-HASH (WS-DS-SUB)
057900             MOVE 'GENERATION HASH WRONG'
058000                 TO WS-DS-RESULT (WS-DS-SUB)
058100         WHEN NOT WS-RELOAD-WAS-DONE
058200             MOVE 'VERIFIED' TO WS-DS-RESULT (WS-DS-SUB)
058300         WHEN WS-DS-IO-FAILED (WS-DS-SUB)
058400             MOVE 'RELOAD FAILED - SEE LOG'
058500                 TO WS-DS-RESULT (WS-DS-SUB)
058600         WHEN WS-DS-LOAD-COUNT (WS-DS-SUB)
058700                 NOT = WS-DS-MF-COUNT (WS-DS-SUB)
058800             MOVE 'RELOAD COUNT WRONG'
058900                 TO WS-DS-RESULT (WS-DS-SUB)
059000         WHEN WS-DS-FILE-COUNT (WS-DS-SUB)
059100                 NOT = WS-DS-MF-COUNT (WS-DS-SUB)
059200             MOVE 'ON-FILE COUNT WRONG'
059300                 TO WS-DS-RESULT (WS-DS-SUB)
059400         WHEN WS-DS-FILE-HASH (WS-DS-SUB)
059500                 NOT = WS-DS-MF-HASH (WS-DS-SUB)
059600             MOVE 'ON-FILE HASH WRONG'
059700                 TO WS-DS-RESULT (WS-DS-SUB)
059800         WHEN OTHER
059900             MOVE 'RELOADED AND VERIFIED'
060000                 TO WS-DS-RESULT (WS-DS-SUB)
060100     END-EVALUATE.
060200     IF WS-DS-RESULT (WS-DS-SUB) NOT = 'VERIFIED'
060300         AND WS-DS-RESULT (WS-DS-SUB)
060400             NOT = 'RELOADED AND VERIFIED'
060500         ADD 1 TO WS-FAILED-DATASETS
060600         DISPLAY 'FIZRST0009E - ' WS-DS-NAME (WS-DS-SUB)
060700             ' - ' WS-DS-RESULT (WS-DS-SUB)
060800     END-IF.
060900*
061000*------------
061100* Replace every dataset with the generation's data records.
061200* ALL NINE ARE OPENED OUTPUT FIRST; THE CLUSTERS HAVE JUST
061300* BEEN REDEFINED EMPTY AND THE SEQUENTIAL DATASETS ARE
061400* REWRITTEN FROM THE START
061500*------------
061600 RELOAD-DATASETS.
061700     SET WS-RELOAD-WAS-DONE TO TRUE.
061800     MOVE 0 TO WS-FAILED-DATASETS.
061900     MOVE 'FOR RELOAD' TO WS-IO-ACTION.
062000     OPEN OUTPUT FIZZMST.
062100     MOVE 1 TO WS-DS-SUB.
062200     MOVE WS-MST-FILE-STATUS TO WS-IO-STATUS.
062300     PERFORM CHECK-DATASET-OPEN.
062400     OPEN OUTPUT FLAGFILE.
062500     MOVE 2 TO WS-DS-SUB.
062600     MOVE WS-FLAG-FILE-STATUS TO WS-IO-STATUS.
062700     PERFORM CHECK-DATASET-OPEN.
062800     OPEN OUTPUT REQREG.
062900     MOVE 3 TO WS-DS-SUB.
063000     MOVE WS-REG-FILE-STATUS TO WS-IO-STATUS.
063100     PERFORM CHECK-DATASET-OPEN.
063200     OPEN OUTPUT XMITCTL.
063300     MOVE 4 TO WS-DS-SUB.
063400     MOVE WS-CTL-FILE-STATUS TO WS-IO-STATUS.
063500     PERFORM CHECK-DATASET-OPEN.
063600     OPEN OUTPUT AUDITFILE.
063700     MOVE 5 TO WS-DS-SUB.
063800     MOVE WS-AUDIT-FILE-STATUS TO WS-IO-STATUS.
063900     PERFORM CHECK-DATASET-OPEN.
064000     OPEN OUTPUT PCKPT01.
064100     MOVE 6 TO WS-DS-SUB.
064200     MOVE WS-PCKPT01-FILE-STATUS TO WS-IO-STATUS.
064300     PERFORM CHECK-DATASET-OPEN.
064400     OPEN OUTPUT PCKPT02.
064500     MOVE 7 TO WS-DS-SUB.
064600     MOVE WS-PCKPT02-FILE-STATUS TO WS-IO-STATUS.
064700     PERFORM CHECK-DATASET-OPEN.
064800     OPEN OUTPUT PCKPT03.
064900     MOVE 8 TO WS-DS-SUB.
065000     MOVE WS-PCKPT03-FILE-STATUS TO WS-IO-STATUS.
065100     PERFORM CHECK-DATASET-OPEN.
065200     OPEN OUTPUT PCKPT04.
065300     MOVE 9 TO WS-DS-SUB.
065400     MOVE WS-PCKPT04-FILE-STATUS TO WS-IO-STATUS.
065500     PERFORM CHECK-DATASET-OPEN.
065600     OPEN INPUT BACKUP.
065700     MOVE 'N' TO WS-BACKUP-EOF-SWITCH.
065800     PERFORM UNTIL WS-BACKUP-EOF
065900         READ BACKUP
066000             AT END
066100                 SET WS-BACKUP-EOF TO TRUE
066200             NOT AT END
066300                 IF BK-IS-DATA
066400                     PERFORM FIND-DATASET
066500                     IF WS-DATASET-WAS-FOUND
066600                         PERFORM RELOAD-ONE-RECORD
066700                     END-IF
066800                 END-IF
066900         END-READ
067000     END-PERFORM.
067100     CLOSE BACKUP.
067200     PERFORM CLOSE-RELOADED-DATASETS.
067300*
067400*------------
067500* Act on the OPEN of dataset WS-DS-SUB.  A DATASET THAT
067600* CANNOT BE OPENED IS MARKED FAILED AND LEFT ALONE
067700*------------
067800 CHECK-DATASET-OPEN.
067900     IF WS-IO-STATUS = '00'
068000         SET WS-DS-OPENED (WS-DS-SUB) TO TRUE
068100     ELSE
068200         DISPLAY 'FIZRST0010E - ' WS-DS-NAME (WS-DS-SUB)
068300             ' COULD NOT BE OPENED ' WS-IO-ACTION
068400             ' (FILE STATUS ' WS-IO-STATUS ')'
068500         SET WS-DS-IO-FAILED (WS-DS-SUB) TO TRUE
068600     END-IF.
068700*
068800*------------
068900* Write one data record back to dataset WS-DS-SUB
069000*------------
069100 RELOAD-ONE-RECORD.
069200     IF NOT WS-DS-IO-FAILED (WS-DS-SUB)
069300         EVALUATE WS-DS-SUB
069400             WHEN 1
069500                 MOVE BK-RECORD-AREA TO FIZZMST-RECORD
069600                 WRITE FIZZMST-RECORD
069700                 MOVE WS-MST-FILE-STATUS TO WS-IO-STATUS
069800             WHEN 2
069900                 MOVE BK-RECORD-AREA TO FLAGREC-RECORD
070000                 WRITE FLAGREC-RECORD
070100                 MOVE WS-FLAG-FILE-STATUS TO WS-IO-STATUS
070200             WHEN 3
070300                 MOVE BK-RECORD-AREA TO REQREG-RECORD
070400                 WRITE REQREG-RECORD
070500                 MOVE WS-REG-FILE-STATUS TO WS-IO-STATUS
070600             WHEN 4
070700                 MOVE BK-RECORD-AREA TO XMITCTL-RECORD
070800                 WRITE XMITCTL-RECORD
070900                 MOVE WS-CTL-FILE-STATUS TO WS-IO-STATUS
071000             WHEN 5
071100                 MOVE BK-RECORD-AREA TO AUDITREC-RECORD
071200                 WRITE AUDITREC-RECORD
071300                 MOVE WS-AUDIT-FILE-STATUS TO WS-IO-STATUS
071400             WHEN 6
071500                 MOVE BK-RECORD-AREA TO PCKPT01-RECORD
071600                 WRITE PCKPT01-RECORD
071700                 MOVE WS-PCKPT01-FILE-STATUS TO WS-IO-STATUS
071800             WHEN 7
071900                 MOVE BK-RECORD-AREA TO PCKPT02-RECORD
072000                 WRITE PCKPT02-RECORD
072100                 MOVE WS-PCKPT02-FILE-STATUS TO WS-IO-STATUS
072200             WHEN 8
072300                 MOVE BK-RECORD-AREA TO PCKPT03-RECORD
072400                 WRITE PCKPT03-RECORD
072500                 MOVE WS-PCKPT03-FILE-STATUS TO WS-IO-STATUS
072600             WHEN 9
072700                 MOVE BK-RECORD-AREA TO PCKPT04-RECORD
072800                 WRITE PCKPT04-RECORD
072900                 MOVE WS-PCKPT04-FILE-STATUS TO WS-IO-STATUS
073000         END-EVALUATE
073100         IF WS-IO-STATUS = '00'
073200             ADD 1 TO WS-DS-LOAD-COUNT (WS-DS-SUB)
073300         ELSE
073400             DISPLAY 'FIZRST0011E - ' WS-DS-NAME (WS-DS-SUB)
073500                 ' WRITE FAILED (FILE STATUS ' WS-IO-STATUS
073600                 ') - RELOAD OF IT ABANDONED'
073700             SET WS-DS-IO-FAILED (WS-DS-SUB) TO TRUE
073800         END-IF
073900     END-IF.
074000*
074100*------------
074200* Close every dataset the reload opened
074300*------------
074400 CLOSE-RELOADED-DATASETS.
074500     IF WS-DS-OPENED (1)
074600         CLOSE FIZZMST
074700     END-IF.
074800     IF WS-DS-OPENED (2)
074900         CLOSE FLAGFILE
075000     END-IF.
075100     IF WS-DS-OPENED (3)
075200         CLOSE REQREG
075300     END-IF.
075400     IF WS-DS-OPENED (4)
075500         CLOSE XMITCTL
075600     END-IF.
075700     IF WS-DS-OPENED (5)
075800         CLOSE AUDITFILE
075900     END-IF.
076000     IF WS-DS-OPENED (6)
076100         CLOSE PCKPT01
076200     END-IF.
076300     IF WS-DS-OPENED (7)
076400         CLOSE PCKPT02
076500     END-IF.
076600     IF WS-DS-OPENED (8)
076700         CLOSE PCKPT03
076800     END-IF.
076900     IF WS-DS-OPENED (9)
077000         CLOSE PCKPT04
077100     END-IF.
077101*
077102*------------
077103* Journal the changes a reload of the generation will make
077104* to FLAGFILE and REQREG, so the change journal still
077105* accounts for every change to them once the job appends
077106* JRNLOUT to it
077107*------------
077108 JOURNAL-RESTORE-CHANGES.
077109     OPEN OUTPUT JRNLOUT.
077110     IF NOT WS-JRNL-FILE-OK
077111         DISPLAY 'FIZRST0014E - JRNLOUT COULD NOT BE OPENED '
077112             '(FILE STATUS ' WS-JRNL-FILE-STATUS ')'
077113         SET WS-JOURNAL-FAILED TO TRUE
077114     ELSE
077115         SET WS-JOURNAL-WAS-DONE TO TRUE
077116         MOVE 0 TO WS-JOURNAL-SEQ
077117         MOVE 2 TO WS-DS-SUB
077118         MOVE 45 TO WS-IMAGE-LENGTH
077119         PERFORM JOURNAL-ONE-DATASET
077120         MOVE 3 TO WS-DS-SUB
077121         MOVE 54 TO WS-IMAGE-LENGTH
077122         PERFORM JOURNAL-ONE-DATASET
077123         CLOSE JRNLOUT
077124     END-IF.
077125*
077126*------------
077127* Match dataset WS-DS-SUB as it stands against the
077128* generation's data records for it, both in key order.  A
077129* KEY ONLY IN THE GENERATION IS AN ADD, ONE ONLY ON FILE IS
077130* A DELETE, AND ONE ON BOTH WHOSE RECORD DIFFERS IS A
077131* CHANGE.  A DATASET NOT DEFINED OR EMPTY (STATUS 35) IS
077132* MATCHED AS HAVING NO RECORDS
077133*------------
077134 JOURNAL-ONE-DATASET.
077135     MOVE 'TO JOURNAL' TO WS-IO-ACTION.
077136     MOVE 'N' TO WS-CUR-EOF-SWITCH.
077137     EVALUATE WS-DS-SUB
077138         WHEN 2
077139             OPEN INPUT FLAGFILE
077140             MOVE WS-FLAG-FILE-STATUS TO WS-IO-STATUS
077141         WHEN 3
077142             OPEN INPUT REQREG
077143             MOVE WS-REG-FILE-STATUS TO WS-IO-STATUS
077144     END-EVALUATE.
077145     MOVE 'N' TO WS-DATASET-OPEN-SWITCH.
077146     EVALUATE WS-IO-STATUS
077147         WHEN '00'
077148             SET WS-DATASET-IS-OPEN TO TRUE
077149         WHEN '35'
077150             SET WS-CUR-EOF TO TRUE
077151         WHEN OTHER
077152             PERFORM CHECK-DATASET-OPEN
077153             SET WS-JOURNAL-FAILED TO TRUE
077154     END-EVALUATE.
077155     IF NOT WS-DS-IO-FAILED (WS-DS-SUB)
077156         OPEN INPUT BACKUP
077157         MOVE 'N' TO WS-BACKUP-EOF-SWITCH
077158         PERFORM READ-NEXT-GEN-RECORD
077159         PERFORM READ-NEXT-CUR-RECORD
077160         PERFORM MATCH-ONE-KEY
077161             UNTIL WS-GEN-KEY = WS-HIGH-KEY
077162               AND WS-CUR-KEY = WS-HIGH-KEY
077163         CLOSE BACKUP
077164     END-IF.
077165     IF WS-DATASET-IS-OPEN
077166         EVALUATE WS-DS-SUB
077167             WHEN 2
077168                 CLOSE FLAGFILE
077169             WHEN 3
077170                 CLOSE REQREG
077171         END-EVALUATE
077172     END-IF.
077173*
077174*------------
077175* Read forward to the generation's next data record for
077176* dataset WS-DS-SUB
077177*------------
077178 READ-NEXT-GEN-RECORD.
077179     MOVE 'N' TO WS-DATASET-FOUND-SWITCH.
077180     PERFORM UNTIL WS-DATASET-WAS-FOUND OR WS-BACKUP-EOF
077181         READ BACKUP
077182             AT END
077183                 SET WS-BACKUP-EOF TO TRUE
077184             NOT AT END
077185                 IF BK-IS-DATA
077186                     AND BK-DATASET-NAME = WS-DS-NAME (WS-DS-SUB)
077187                     SET WS-DATASET-WAS-FOUND TO TRUE
077188                 END-IF
077189         END-READ
077190     END-PERFORM.
077191     IF WS-BACKUP-EOF
077192         MOVE WS-HIGH-KEY TO WS-GEN-KEY
077193     ELSE
077194         IF WS-DS-SUB = 2
077195             MOVE BK-FLAGFILE-HASH TO WS-GEN-KEY
077196         ELSE
077197             MOVE BK-REQREG-HASH TO WS-GEN-KEY
077198         END-IF
077199         MOVE BK-RECORD-AREA (1:WS-IMAGE-LENGTH) TO WS-GEN-IMAGE
077200     END-IF.
077201*
077202*------------
077203* Read dataset WS-DS-SUB's next record in key sequence.  ANY
077204* FILE STATUS BUT A RECORD OR END OF FILE FAILS THE JOURNAL
077205* AND ENDS THIS SIDE OF THE MATCH
077206*------------
077207 READ-NEXT-CUR-RECORD.
077208     IF NOT WS-CUR-EOF
077209         EVALUATE WS-DS-SUB
077210             WHEN 2
077211                 READ FLAGFILE NEXT RECORD
077212                     AT END
077213                         SET WS-CUR-EOF TO TRUE
077214                 END-READ
077215                 MOVE WS-FLAG-FILE-STATUS TO WS-IO-STATUS
077216             WHEN 3
077217                 READ REQREG NEXT RECORD
077218                     AT END
077219                         SET WS-CUR-EOF TO TRUE
077220                 END-READ
077221                 MOVE WS-REG-FILE-STATUS TO WS-IO-STATUS
077222         END-EVALUATE
077223         IF WS-IO-STATUS NOT = '00' AND WS-IO-STATUS NOT = '10'
077224             DISPLAY 'FIZRST0011E - ' WS-DS-NAME (WS-DS-SUB)
077225                 ' READ FAILED (FILE STATUS ' WS-IO-STATUS
077226                 ') - CHANGES NOT JOURNALED'
077227             SET WS-DS-IO-FAILED (WS-DS-SUB) TO TRUE
077228             SET WS-JOURNAL-FAILED TO TRUE
077229             SET WS-CUR-EOF TO TRUE
077230         END-IF
077231     END-IF.
077232     IF WS-CUR-EOF
077233         MOVE WS-HIGH-KEY TO WS-CUR-KEY
077234     ELSE
077235         IF WS-DS-SUB = 2
077236             MOVE FLG-NUMBER TO WS-CUR-KEY
077237             MOVE FLAGREC-RECORD TO WS-CUR-IMAGE
077238         ELSE
077239             MOVE RR-REQUEST-ID TO WS-CUR-KEY
077240             MOVE REQREG-RECORD TO WS-CUR-IMAGE
077241         END-IF
077242     END-IF.
077243*
077244*------------
077245* Match the lower of the two current keys and move past it
077246*------------
077247 MATCH-ONE-KEY.
077248     EVALUATE TRUE
077249         WHEN WS-GEN-KEY < WS-CUR-KEY
077250             MOVE 'A' TO WS-JOURNAL-ACTION
077251             PERFORM WRITE-JOURNAL-RECORD
077252             PERFORM READ-NEXT-GEN-RECORD
077253         WHEN WS-GEN-KEY > WS-CUR-KEY
077254             MOVE 'D' TO WS-JOURNAL-ACTION
077255             PERFORM WRITE-JOURNAL-RECORD
077256             PERFORM READ-NEXT-CUR-RECORD
077257         WHEN OTHER
077258             IF WS-GEN-IMAGE NOT = WS-CUR-IMAGE
077259                 MOVE 'C' TO WS-JOURNAL-ACTION
077260                 PERFORM WRITE-JOURNAL-RECORD
077261             END-IF
077262             PERFORM READ-NEXT-GEN-RECORD
077263             PERFORM READ-NEXT-CUR-RECORD
077264     END-EVALUATE.
077265*
077266*------------
077267* Write one journal record for the change the reload will
077268* make to the current key - the record on file now as the
077269* before image and the generation's as the after image
077270*------------
077271 WRITE-JOURNAL-RECORD.
077272     ADD 1 TO WS-JOURNAL-SEQ.
077273     MOVE SPACES TO JRNLREC-RECORD.
077274     MOVE WS-DS-NAME (WS-DS-SUB) TO JR-FILE-ID.
077275     MOVE WS-RUN-DATE TO JR-CHANGE-DATE.
077276     MOVE WS-RUN-TIME TO JR-CHANGE-TIME.
077277     MOVE WS-JOURNAL-SEQ TO JR-CHANGE-SEQ.
077278     MOVE 'FIZRST' TO JR-PROGRAM-ID.
077279     MOVE WS-JOURNAL-ACTION TO JR-ACTION-CODE.
077280     EVALUATE WS-JOURNAL-ACTION
077281         WHEN 'A'
077282             MOVE WS-GEN-KEY TO JR-RECORD-KEY
077283             MOVE WS-GEN-IMAGE TO JR-AFTER-IMAGE
077284             ADD 1 TO WS-JOURNAL-ADDS
077285         WHEN 'D'
077286             MOVE WS-CUR-KEY TO JR-RECORD-KEY
077287             MOVE WS-CUR-IMAGE TO JR-BEFORE-IMAGE
077288             ADD 1 TO WS-JOURNAL-DELETES
077289         WHEN OTHER
077290             MOVE WS-CUR-KEY TO JR-RECORD-KEY
077291             MOVE WS-CUR-IMAGE TO JR-BEFORE-IMAGE
077292             MOVE WS-GEN-IMAGE TO JR-AFTER-IMAGE
077293             ADD 1 TO WS-JOURNAL-CHANGES
077294     END-EVALUATE.
077295     WRITE JRNLREC-RECORD.
077296     IF NOT WS-JRNL-FILE-OK
077297         DISPLAY 'FIZRST0014E - JRNLOUT WRITE FAILED '
077298             '(FILE STATUS ' WS-JRNL-FILE-STATUS ')'
077299         SET WS-JOURNAL-FAILED TO TRUE
077300     END-IF.
077301*
077302*------------
077400* Read every reloaded dataset back from the start, counting
077500* and hashing what is really on file.  A CLUSTER RELOADED
077600* EMPTY MAY OPEN AS NOT LOADED (STATUS 35) - THAT IS ZERO
077700* RECORDS ON FILE
077800*------------
077900 VERIFY-RELOADED-DATASETS.
078000     MOVE 'TO VERIFY' TO WS-IO-ACTION.
078100     MOVE 1 TO WS-DS-SUB.
078200     OPEN INPUT FIZZMST.
078300     MOVE WS-MST-FILE-STATUS TO WS-IO-STATUS.
078400     PERFORM CHECK-VERIFY-OPEN.
078500     PERFORM UNTIL WS-DATASET-EOF
078600         READ FIZZMST NEXT RECORD
078700             AT END
078800                 SET WS-DATASET-EOF TO TRUE
078900             NOT AT END
079000                 ADD 1 TO WS-DS-FILE-COUNT (WS-DS-SUB)
079100                 IF FZM-ITERATOR NUMERIC
079200                     ADD FZM-ITERATOR
079300                         TO WS-DS-FILE-HASH (WS-DS-SUB)
079400                 END-IF
079500         END-READ
079600         MOVE WS-MST-FILE-STATUS TO WS-IO-STATUS
079700         PERFORM CHECK-VERIFY-READ
079800     END-PERFORM.
079900     IF WS-DATASET-IS-OPEN
080000         CLOSE FIZZMST
080100     END-IF.
080200     MOVE 2 TO WS-DS-SUB.
080300     OPEN INPUT FLAGFILE.
080400     MOVE WS-FLAG-FILE-STATUS TO WS-IO-STATUS.
080500     PERFORM CHECK-VERIFY-OPEN.
080600     PERFORM UNTIL WS-DATASET-EOF
080700         READ FLAGFILE NEXT RECORD
080800             AT END
080900                 SET WS-DATASET-EOF TO TRUE
081000             NOT AT END
081100                 ADD 1 TO WS-DS-FILE-COUNT (WS-DS-SUB)
081200                 IF FLG-NUMBER NUMERIC
081300                     ADD FLG-NUMBER TO WS-DS-FILE-HASH (WS-DS-SUB)
081400                 END-IF
081500         END-READ
081600         MOVE WS-FLAG-FILE-STATUS TO WS-IO-STATUS
081700         PERFORM CHECK-VERIFY-READ
081800     END-PERFORM.
081900     IF WS-DATASET-IS-OPEN
082000         CLOSE FLAGFILE
082100     END-IF.
082200     MOVE 3 TO WS-DS-SUB.
082300     OPEN INPUT REQREG.
082400     MOVE WS-REG-FILE-STATUS TO WS-IO-STATUS.
082500     PERFORM CHECK-VERIFY-OPEN.
082600     PERFORM UNTIL WS-DATASET-EOF
082700         READ REQREG NEXT RECORD
082800             AT END
082900                 SET WS-DATASET-EOF TO TRUE
083000             NOT AT END
083100                 ADD 1 TO WS-DS-FILE-COUNT (WS-DS-SUB)
083200                 IF RR-REQUEST-ID NUMERIC
083300                     ADD RR-REQUEST-ID
083400                         TO WS-DS-FILE-HASH (WS-DS-SUB)
083500                 END-IF
083600         END-READ
083700         MOVE WS-REG-FILE-STATUS TO WS-IO-STATUS
083800         PERFORM CHECK-VERIFY-READ
083900     END-PERFORM.
084000     IF WS-DATASET-IS-OPEN
084100         CLOSE REQREG
084200     END-IF.
084300     MOVE 4 TO WS-DS-SUB.
084400     OPEN INPUT XMITCTL.
084500     MOVE WS-CTL-FILE-STATUS TO WS-IO-STATUS.
084600     PERFORM CHECK-VERIFY-OPEN.
084700     PERFORM UNTIL WS-DATASET-EOF
084800         READ XMITCTL NEXT RECORD
084900             AT END
085000                 SET WS-DATASET-EOF TO TRUE
085100             NOT AT END
085200                 ADD 1 TO WS-DS-FILE-COUNT (WS-DS-SUB)
085300                 IF XC-DETAIL-COUNT NUMERIC
085400                     ADD XC-DETAIL-COUNT
085500                         TO WS-DS-FILE-HASH (WS-DS-SUB)
085600                 END-IF
085700         END-READ
085800         MOVE WS-CTL-FILE-STATUS TO WS-IO-STATUS
085900         PERFORM CHECK-VERIFY-READ
086000     END-PERFORM.
086100     IF WS-DATASET-IS-OPEN
086200         CLOSE XMITCTL
086300     END-IF.
086400     MOVE 5 TO WS-DS-SUB.
086500     OPEN INPUT AUDITFILE.
086600     MOVE WS-AUDIT-FILE-STATUS TO WS-IO-STATUS.
086700     PERFORM CHECK-VERIFY-OPEN.
086800     PERFORM UNTIL WS-DATASET-EOF
086900         READ AUDITFILE
087000             AT END
087100                 SET WS-DATASET-EOF TO TRUE
087200             NOT AT END
087300                 ADD 1 TO WS-DS-FILE-COUNT (WS-DS-SUB)
087400                 IF AUD-GRAND-TOTAL NUMERIC
087500                     ADD AUD-GRAND-TOTAL
087600                         TO WS-DS-FILE-HASH (WS-DS-SUB)
087700                 END-IF
087800         END-READ
087900         MOVE WS-AUDIT-FILE-STATUS TO WS-IO-STATUS
088000         PERFORM CHECK-VERIFY-READ
088100     END-PERFORM.
088200     IF WS-DATASET-IS-OPEN
088300         CLOSE AUDITFILE
088400     END-IF.
088500     PERFORM VERIFY-RELOADED-CHECKPOINTS.
088600*
088700*------------
088800* Read the four reloaded checkpoints back the same way
088900*------------
089000 VERIFY-RELOADED-CHECKPOINTS.
089100     MOVE 6 TO WS-DS-SUB.
089200     OPEN INPUT PCKPT01.
089300     MOVE WS-PCKPT01-FILE-STATUS TO WS-IO-STATUS.
089400     PERFORM CHECK-VERIFY-OPEN.
089500     PERFORM UNTIL WS-DATASET-EOF
089600         READ PCKPT01
089700             AT END
089800                 SET WS-DATASET-EOF TO TRUE
089900             NOT AT END
090000                 ADD 1 TO WS-DS-FILE-COUNT (WS-DS-SUB)
090100                 IF PCKPT01-LAST-ITERATOR NUMERIC
090200                     ADD PCKPT01-LAST-ITERATOR
090300                         TO WS-DS-FILE-HASH (WS-DS-SUB)
090400                 END-IF
090500         END-READ
090600         MOVE WS-PCKPT01-FILE-STATUS TO WS-IO-STATUS
090700         PERFORM CHECK-VERIFY-READ
090800     END-PERFORM.
090900     IF WS-DATASET-IS-OPEN
091000         CLOSE PCKPT01
091100     END-IF.
091200     MOVE 7 TO WS-DS-SUB.
091300     OPEN INPUT PCKPT02.
091400     MOVE WS-PCKPT02-FILE-STATUS TO WS-IO-STATUS.
091500     PERFORM CHECK-VERIFY-OPEN.
091600     PERFORM UNTIL WS-DATASET-EOF
091700         READ PCKPT02
091800             AT END
091900                 SET WS-DATASET-EOF TO TRUE
092000             NOT AT END
092100                 ADD 1 TO WS-DS-FILE-COUNT (WS-DS-SUB)
092200                 IF PCKPT02-LAST-ITERATOR NUMERIC
092300                     ADD PCKPT02-LAST-ITERATOR
092400                         TO WS-DS-FILE-HASH (WS-DS-SUB)
092500                 END-IF
092600         END-READ
092700         MOVE WS-PCKPT02-FILE-STATUS TO WS-IO-STATUS
092800         PERFORM CHECK-VERIFY-READ
092900     END-PERFORM.
093000     IF WS-DATASET-IS-OPEN
093100         CLOSE PCKPT02
093200     END-IF.
093300     MOVE 8 TO WS-DS-SUB.
093400     OPEN INPUT PCKPT03.
093500     MOVE WS-PCKPT03-FILE-STATUS TO WS-IO-STATUS.
093600     PERFORM CHECK-VERIFY-OPEN.
093700     PERFORM UNTIL WS-DATASET-EOF
093800         READ PCKPT03
093900             AT END
094000                 SET WS-DATASET-EOF TO TRUE
094100             NOT AT END
094200                 ADD 1 TO WS-DS-FILE-COUNT (WS-DS-SUB)
094300                 IF PCKPT03-LAST-ITERATOR NUMERIC
094400                     ADD PCKPT03-LAST-ITERATOR
094500                         TO WS-DS-FILE-HASH (WS-DS-SUB)
094600                 END-IF
094700         END-READ
094800         MOVE WS-PCKPT03-FILE-STATUS TO WS-IO-STATUS
094900         PERFORM CHECK-VERIFY-READ
095000     END-PERFORM.
095100     IF WS-DATASET-IS-OPEN
095200         CLOSE PCKPT03
095300     END-IF.
095400     MOVE 9 TO WS-DS-SUB.
095500     OPEN INPUT PCKPT04.
095600     MOVE WS-PCKPT04-FILE-STATUS TO WS-IO-STATUS.
095700     PERFORM CHECK-VERIFY-OPEN.
095800     PERFORM UNTIL WS-DATASET-EOF
095900         READ PCKPT04
096000             AT END
096100                 SET WS-DATASET-EOF TO TRUE
096200             NOT AT END
096300                 ADD 1 TO WS-DS-FILE-COUNT (WS-DS-SUB)
096400                 IF PCKPT04-LAST-ITERATOR NUMERIC
096500                     ADD PCKPT04-LAST-ITERATOR
096600                         TO WS-DS-FILE-HASH (WS-DS-SUB)
096700                 END-IF
096800         END-READ
096900         MOVE WS-PCKPT04-FILE-STATUS TO WS-IO-STATUS
097000         PERFORM CHECK-VERIFY-READ
097100     END-PERFORM.
097200     IF WS-DATASET-IS-OPEN
097300         CLOSE PCKPT04
097400     END-IF.
097500*
097600*------------
097700* Act on the OPEN of reloaded dataset WS-DS-SUB for the
097800* read-back.  NOT LOADED (35) READS AS EMPTY; ANY OTHER
097900* FAILURE MARKS IT FAILED.  EITHER WAY THERE IS NOTHING TO
098000* READ
098100*------------
098200 CHECK-VERIFY-OPEN.
098300     MOVE 'N' TO WS-DATASET-OPEN-SWITCH.
098400     MOVE 'Y' TO WS-DATASET-EOF-SWITCH.
098500     EVALUATE WS-IO-STATUS
098600         WHEN '00'
098700             SET WS-DATASET-IS-OPEN TO TRUE
098800             MOVE 'N' TO WS-DATASET-EOF-SWITCH
098900         WHEN '35'
099000             CONTINUE
099100         WHEN OTHER
099200             PERFORM CHECK-DATASET-OPEN
099300     END-EVALUATE.
099400*
099500*------------
099600* Act on a READ of reloaded dataset WS-DS-SUB - anything but
099700* a record or end of file stops the read-back and fails it
099800*------------
099900 CHECK-VERIFY-READ.
100000     IF WS-IO-STATUS NOT = '00' AND WS-IO-STATUS NOT = '10'
100100         DISPLAY 'FIZRST0011E - ' WS-DS-NAME (WS-DS-SUB)
100200             ' READ FAILED (FILE STATUS ' WS-IO-STATUS
100300             ') - READ-BACK ABANDONED'
100400         SET WS-DS-IO-FAILED (WS-DS-SUB) TO TRUE
100500         SET WS-DATASET-EOF TO TRUE
100600     END-IF.
100700*
100800*------------
100900* The restore report - one line per dataset, the
101000* generation's own figures and the verdict
101100*------------
101200 WRITE-REPORT.
101300     MOVE SPACES TO REPORT-LINE.
101400     STRING 'FIZBUZ BACKUP RESTORE - ' DELIMITED BY SIZE
101500         WS-MODE-NAME DELIMITED BY '  '
101600         ' - RUN ' DELIMITED BY SIZE
101700         WS-RUN-DATE DELIMITED BY SIZE
101800         ' ' DELIMITED BY SIZE
101900         WS-RUN-TIME (1:6) DELIMITED BY SIZE
102000         INTO REPORT-LINE
102100     END-STRING.
102200     WRITE REPORT-LINE.
102300     MOVE SPACES TO REPORT-LINE.
102400     IF WS-HEADER-WAS-SEEN
102500         STRING 'GENERATION TAKEN ' DELIMITED BY SIZE
102600             WS-BACKUP-DATE DELIMITED BY SIZE
102700             ' ' DELIMITED BY SIZE
102800             WS-BACKUP-TIME (1:6) DELIMITED BY SIZE
102900             INTO REPORT-LINE
103000         END-STRING
103100     ELSE
103200         MOVE 'GENERATION TAKEN - NO VALID HEADER' TO REPORT-LINE
103300     END-IF.
103400     WRITE REPORT-LINE.
103500     MOVE SPACES TO REPORT-LINE.
103600     WRITE REPORT-LINE.
103700     IF WS-PARMS-ARE-VALID
103800         MOVE WS-HEADING-LINE TO REPORT-LINE
103900         WRITE REPORT-LINE
104000         PERFORM WRITE-REPORT-DETAIL
104100             VARYING WS-DS-SUB FROM 1 BY 1
104200             UNTIL WS-DS-SUB > WS-DATASET-COUNT
104300         MOVE SPACES TO REPORT-LINE
104400         WRITE REPORT-LINE
104500         MOVE WS-RECORDS-READ TO WS-EDIT-COUNT
104600         MOVE SPACES TO REPORT-LINE
104700         STRING 'GENERATION RECORDS READ   : ' DELIMITED BY SIZE
104800             WS-EDIT-COUNT DELIMITED BY SIZE
104900             INTO REPORT-LINE
105000         END-STRING
105100         WRITE REPORT-LINE
105200         MOVE WS-BAD-RECORDS TO WS-EDIT-COUNT
105300         MOVE SPACES TO REPORT-LINE
105400         STRING 'RECORDS OUT OF PLACE      : ' DELIMITED BY SIZE
105500             WS-EDIT-COUNT DELIMITED BY SIZE
105600             INTO REPORT-LINE
105700         END-STRING
105800         WRITE REPORT-LINE
105900         MOVE SPACES TO REPORT-LINE
106000         IF WS-TRAILER-WAS-SEEN
106100             MOVE 'TRAILER                   : PRESENT'
106200                 TO REPORT-LINE
106300         ELSE
106400             MOVE 'TRAILER                   : MISSING'
106500                 TO REPORT-LINE
106600         END-IF
106700         WRITE REPORT-LINE
106725         IF WS-JOURNAL-WAS-DONE
106750             PERFORM WRITE-JOURNAL-TOTALS
106775         END-IF
106800         MOVE SPACES TO REPORT-LINE
106900         WRITE REPORT-LINE
107000     END-IF.
107100     EVALUATE TRUE
107200         WHEN NOT WS-PARMS-ARE-VALID
107300             MOVE '** RSTPARM CARD INVALID - NOTHING VERIFIED OR '
107400                 TO REPORT-LINE
107500             WRITE REPORT-LINE
107600             MOVE '   RESTORED **' TO REPORT-LINE
107700         WHEN NOT WS-GENERATION-IS-VALID
107800             MOVE '** GENERATION FAILED VERIFICATION - NOTHING '
107900                 TO REPORT-LINE
108000             WRITE REPORT-LINE
108100             MOVE '   RESTORED.  CHOOSE ANOTHER GENERATION **'
108200                 TO REPORT-LINE
108209         WHEN WS-JOURNAL-FAILED
108218             MOVE '** RESTORE CHANGES NOT JOURNALED - DO NOT RUN '
108227                 TO REPORT-LINE
108236             WRITE REPORT-LINE
108245             MOVE '   THE RELOAD **' TO REPORT-LINE
108254         WHEN WS-JOURNAL-WAS-DONE
108263             MOVE 'GENERATION VERIFIED - ITS RELOAD''S CHANGES '
108272                 TO REPORT-LINE
108281             WRITE REPORT-LINE
108290             MOVE '   ARE JOURNALED ON JRNLOUT.' TO REPORT-LINE
108300         WHEN NOT WS-RELOAD-WAS-DONE
108400             MOVE 'GENERATION VERIFIED AGAINST ITS MANIFEST.'
108500                 TO REPORT-LINE
108600         WHEN WS-FAILED-DATASETS > 0
108700             MOVE '** RELOADED DATASETS DO NOT MATCH THE MANIFEST'
108800                 TO REPORT-LINE
108900             WRITE REPORT-LINE
109000             MOVE '   - DO NOT RESTART PRODUCTION, RERUN THE '
109100                 TO REPORT-LINE
109200             WRITE REPORT-LINE
109300             MOVE '   RESTORE **' TO REPORT-LINE
109400         WHEN OTHER
109500             MOVE 'RESTORE COMPLETE - EVERY DATASET RELOADED AND '
109600                 TO REPORT-LINE
109700             WRITE REPORT-LINE
109800             MOVE '   VERIFIED AGAINST THE MANIFEST.'
109900                 TO REPORT-LINE
110000     END-EVALUATE.
110100     WRITE REPORT-LINE.
110200     DISPLAY REPORT-LINE.
110300*
110303*------------
110306* The journal mode totals - how many adds, changes and
110309* deletes the reload will make, as written to JRNLOUT
110312*------------
110315 WRITE-JOURNAL-TOTALS.
110318     MOVE WS-JOURNAL-ADDS TO WS-EDIT-COUNT.
110321     MOVE SPACES TO REPORT-LINE.
110324     STRING 'ADDS JOURNALED            : ' DELIMITED BY SIZE
110327         WS-EDIT-COUNT DELIMITED BY SIZE
110330         INTO REPORT-LINE
110333     END-STRING.
110336     WRITE REPORT-LINE.
110339     MOVE WS-JOURNAL-CHANGES TO WS-EDIT-COUNT.
110342     MOVE SPACES TO REPORT-LINE.
110345     STRING 'CHANGES JOURNALED         : ' DELIMITED BY SIZE
110348         WS-EDIT-COUNT DELIMITED BY SIZE
110351         INTO REPORT-LINE
110354     END-STRING.
110357     WRITE REPORT-LINE.
110360     MOVE WS-JOURNAL-DELETES TO WS-EDIT-COUNT.
110363     MOVE SPACES TO REPORT-LINE.
110366     STRING 'DELETES JOURNALED         : ' DELIMITED BY SIZE
110369         WS-EDIT-COUNT DELIMITED BY SIZE
110372         INTO REPORT-LINE
110375     END-STRING.
110378     WRITE REPORT-LINE.
110381*
110400*------------
110500* One line for dataset WS-DS-SUB
110600*------------
110700 WRITE-REPORT-DETAIL.
110800     MOVE SPACES TO WS-DETAIL-LINE.
110900     MOVE WS-DS-NAME (WS-DS-SUB) TO DET-DATASET-NAME.
111000     EVALUATE TRUE
111100         WHEN NOT WS-DS-MANIFEST-SEEN (WS-DS-SUB)
111200             MOVE 'MISSING' TO DET-STATUS
111300         WHEN WS-DS-MF-STATUS (WS-DS-SUB) = 'L'
111400             MOVE 'UNLOADED' TO DET-STATUS
111500         WHEN WS-DS-MF-STATUS (WS-DS-SUB) = 'E'
111600             MOVE 'EMPTY' TO DET-STATUS
111700         WHEN OTHER
111800             MOVE 'FAILED' TO DET-STATUS
111900     END-EVALUATE.
112000     MOVE WS-DS-MF-COUNT (WS-DS-SUB) TO DET-MF-COUNT.
112100     MOVE WS-DS-MF-HASH (WS-DS-SUB) TO DET-MF-HASH.
112200     MOVE WS-DS-GEN-COUNT (WS-DS-SUB) TO DET-GEN-COUNT.
112300     IF WS-RELOAD-WAS-DONE
112400         MOVE WS-DS-LOAD-COUNT (WS-DS-SUB) TO WS-EDIT-SHORT-COUNT
112500         MOVE WS-EDIT-SHORT-COUNT TO DET-LOAD-COUNT
112600         MOVE WS-DS-FILE-COUNT (WS-DS-SUB) TO WS-EDIT-SHORT-COUNT
112700         MOVE WS-EDIT-SHORT-COUNT TO DET-FILE-COUNT
112800     ELSE
112900         MOVE '        -' TO DET-LOAD-COUNT
113000         MOVE '        -' TO DET-FILE-COUNT
113100     END-IF.
113200     MOVE WS-DS-RESULT (WS-DS-SUB) TO DET-RESULT.
113300     MOVE WS-DETAIL-LINE TO REPORT-LINE.
113400     WRITE REPORT-LINE.
113500*
113600*------------
113700* Append one exception to the shared ALERTFILE, opening it
113800* on the first exception of the run
113900*------------
114000 WRITE-ALERT-RECORD.
114100     IF NOT WS-ALERT-OPEN-TRIED
114200         SET WS-ALERT-OPEN-TRIED TO TRUE
114300         ACCEPT WS-ALERT-DATE FROM DATE YYYYMMDD
114400         ACCEPT WS-ALERT-TIME FROM TIME
114500         OPEN EXTEND ALERTFILE
114600         IF NOT WS-ALERT-FILE-FOUND
114700             OPEN OUTPUT ALERTFILE
114800         END-IF
114900         IF WS-ALERT-FILE-FOUND
115000             SET WS-ALERT-FILE-IS-OPEN TO TRUE
115100         ELSE
115200             DISPLAY 'FIZRST0013W - ALERTFILE COULD NOT BE '
115300                 'OPENED (FILE STATUS ' WS-ALERT-FILE-STATUS
115400                 ') - EXCEPTIONS ARE ON SYSOUT ONLY'
115500         END-IF
115600     END-IF.
115700     IF WS-ALERT-FILE-IS-OPEN
115800         MOVE SPACES TO ALERTREC-RECORD
115900         MOVE WS-ALERT-DATE TO AL-ALERT-DATE
116000         MOVE WS-ALERT-TIME TO AL-ALERT-TIME
116100         MOVE 'FIZRST' TO AL-PROGRAM-ID
116200         MOVE WS-ALERT-REQUEST-ID TO AL-REQUEST-ID
116300         MOVE WS-ALERT-SEVERITY TO AL-SEVERITY
116400         MOVE WS-ALERT-CODE TO AL-EXCEPTION-CODE
116500         MOVE WS-ALERT-TEXT TO AL-MESSAGE-TEXT
116600         WRITE ALERTREC-RECORD
116700     END-IF.
116800     MOVE 0 TO WS-ALERT-REQUEST-ID.
116900*
117000*------------
117100* Close the shared ALERTFILE, if an exception opened it
117200*------------
117300 CLOSE-ALERT-FILE.
117400     IF WS-ALERT-FILE-IS-OPEN
117500         CLOSE ALERTFILE
117600         MOVE 'N' TO WS-ALERT-OPEN-SWITCH
117700     END-IF.

000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    FIZBKP.
000300 AUTHOR.        R A KOWALSKI.
000400 INSTALLATION.  BATCH PRODUCTION SUPPORT.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*
000800************************************************************
000900*                                                          *
001000* FIZBKP  -  POINT-IN-TIME BACKUP OF THE FIZBUZ DATASETS    *
001100*                                                          *
001200* THE LAST STEP OF THE NIGHTLY FIZBUZ JOB.  UNLOADS EVERY   *
001300* DATASET THE SYSTEM KEEPS FROM ONE NIGHT TO THE NEXT -     *
001400* FIZZMST, FLAGFILE, REQREG, XMITCTL, AUDITFILE AND THE     *
001500* FOUR PARTITION CHECKPOINTS (PCKPT01-PCKPT04) - INTO ONE   *
001600* GENERATION OF THE PROD.FIZBUZ.BACKUP GDG (BACKUP,         *
001700* COPYBOOK BKPREC), WITH A MANIFEST GIVING EACH DATASET'S   *
001800* RECORD COUNT AND HASH TOTAL.  THE JOB HOLDS EVERY         *
001900* DATASET DISP=OLD FOR THE STEP, SO NOTHING CAN UPDATE ONE  *
002000* OF THEM PART WAY THROUGH AND THE GENERATION IS A TRUE     *
002100* COPY OF THEM ALL AT THE SAME MOMENT.  FIZRST VERIFIES A   *
002200* GENERATION AGAINST ITS MANIFEST AND RELOADS IT.           *
002300*                                                          *
002400* A DATASET THAT IS EMPTY OR NOT DEFINED IS BACKED UP AS    *
002500* EMPTY AND WARNED.  A DATASET THAT CANNOT BE OPENED OR     *
002600* READ IS MARKED FAILED IN THE MANIFEST AND THE TRAILER IS  *
002700* NOT WRITTEN, SO FIZRST WILL NEVER RESTORE THAT            *
002800* GENERATION.  BKPRPT IS THE OPERATOR PAGE OF THE MANIFEST. *
002900*                                                          *
003000* RETURN-CODE 0  - EVERY DATASET BACKED UP.                 *
003100* RETURN-CODE 4  - BACKED UP, BUT ONE OR MORE DATASETS WERE *
003200*                  EMPTY OR NOT DEFINED.                    *
003300* RETURN-CODE 16 - A DATASET COULD NOT BE UNLOADED, OR      *
003400*                  BACKUP ITSELF COULD NOT BE OPENED OR     *
003410*                  WRITTEN - THE GENERATION CANNOT BE       *
003420*                  RESTORED.                                *
003500*                                                          *
003600* MODIFICATION HISTORY                                     *
003700*   2026-10-15  RAK  ORIGINAL PROGRAM.                      *
003720*   2026-10-15  RAK  BACKUP NOW HAS A FILE STATUS, CHECKED  *
003740*                    AFTER ITS OPEN AND EVERY WRITE - A     *
003760*                    FAILURE RAISES FIZBKP0006 AND ENDS RC  *
003780*                    16 WITH NO TRAILER.                    *
003800*                                                          *
003900************************************************************
004000*
004100 ENVIRONMENT DIVISION.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT FIZZMST ASSIGN TO "FIZZMST"
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS DYNAMIC
004700         RECORD KEY IS FZM-MASTER-KEY
004800         FILE STATUS IS WS-MST-FILE-STATUS.
004900     SELECT FLAGFILE ASSIGN TO "FLAGFILE"
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS DYNAMIC
005200         RECORD KEY IS FLG-NUMBER
005300         FILE STATUS IS WS-FLAG-FILE-STATUS.
005400     SELECT REQREG ASSIGN TO "REQREG"
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS DYNAMIC
005700         RECORD KEY IS RR-REQUEST-ID
005800         FILE STATUS IS WS-REG-FILE-STATUS.
005900     SELECT XMITCTL ASSIGN TO "XMITCTL"
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS DYNAMIC
006200         RECORD KEY IS XC-EXTRACT-KEY
006300         FILE STATUS IS WS-CTL-FILE-STATUS.
006400     SELECT AUDITFILE ASSIGN TO "AUDITFILE"
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS WS-AUDIT-FILE-STATUS.
006700     SELECT PCKPT01 ASSIGN TO "PCKPT01"
006800         ORGANIZATION IS SEQUENTIAL
006900         FILE STATUS IS WS-PCKPT01-FILE-STATUS.
007000     SELECT PCKPT02 ASSIGN TO "PCKPT02"
007100         ORGANIZATION IS SEQUENTIAL
007200         FILE STATUS IS WS-PCKPT02-FILE-STATUS.
007300     SELECT PCKPT03 ASSIGN TO "PCKPT03"
007400         ORGANIZATION IS SEQUENTIAL
007500         FILE STATUS IS WS-PCKPT03-FILE-STATUS.
007600     SELECT PCKPT04 ASSIGN TO "PCKPT04"
007700         ORGANIZATION IS SEQUENTIAL
007800         FILE STATUS IS WS-PCKPT04-FILE-STATUS.
007900     SELECT BACKUP ASSIGN TO "BACKUP"
008000         ORGANIZATION IS LINE SEQUENTIAL
008050         FILE STATUS IS WS-BACKUP-FILE-STATUS.
008100     SELECT BKPRPT ASSIGN TO "BKPRPT"
008200         ORGANIZATION IS LINE SEQUENTIAL.
008300     SELECT ALERTFILE ASSIGN TO "ALERTFILE"
008400         ORGANIZATION IS LINE SEQUENTIAL
008500         FILE STATUS IS WS-ALERT-FILE-STATUS.
008600     SELECT STATCTL ASSIGN TO "STATCTL"
008700         ORGANIZATION IS LINE SEQUENTIAL
008800         FILE STATUS IS WS-STATCTL-FILE-STATUS.
008900     SELECT STATFILE ASSIGN TO "STATFILE"
009000         ORGANIZATION IS LINE SEQUENTIAL
009100         FILE STATUS IS WS-STAT-FILE-STATUS.
009200*
009300 DATA DIVISION.
009400 FILE SECTION.
009500 FD  FIZZMST.
009600 COPY FIZZMREC.
009700 FD  FLAGFILE.
009800 COPY FLAGREC.
009900 FD  REQREG.
010000 COPY REQREC.
010100 FD  XMITCTL.
010200 COPY XMITREC.
010300 FD  AUDITFILE
010400     RECORDING MODE IS F.
010500 COPY AUDITREC.
010600 FD  PCKPT01
010700     RECORDING MODE IS F.
010800 01  PCKPT01-RECORD              PIC X(70).
010900 FD  PCKPT02
011000     RECORDING MODE IS F.
011100 01  PCKPT02-RECORD              PIC X(70).
011200 FD  PCKPT03
011300     RECORDING MODE IS F.
011400 01  PCKPT03-RECORD              PIC X(70).
011500 FD  PCKPT04
011600     RECORDING MODE IS F.
011700 01  PCKPT04-RECORD              PIC X(70).
011800 FD  BACKUP
011900     RECORDING MODE IS F.
012000 COPY BKPREC.
012100 FD  BKPRPT
012200     RECORDING MODE IS F.
012300 01  REPORT-LINE                 PIC X(80).
012400 FD  ALERTFILE
012500     RECORDING MODE IS F.
012600 COPY ALERTREC.
012700 FD  STATCTL
012800     RECORDING MODE IS F.
012900 COPY STATCARD.
013000 FD  STATFILE
013100     RECORDING MODE IS F.
013200 COPY STATREC.
013300*
013400 WORKING-STORAGE SECTION.
013500 01  WS-MST-FILE-STATUS           PIC X(02) VALUE '00'.
013600 01  WS-FLAG-FILE-STATUS          PIC X(02) VALUE '00'.
013700 01  WS-REG-FILE-STATUS           PIC X(02) VALUE '00'.
013800 01  WS-CTL-FILE-STATUS           PIC X(02) VALUE '00'.
013900 01  WS-AUDIT-FILE-STATUS         PIC X(02) VALUE '00'.
014000 01  WS-PCKPT01-FILE-STATUS       PIC X(02) VALUE '00'.
014100 01  WS-PCKPT02-FILE-STATUS       PIC X(02) VALUE '00'.
014200 01  WS-PCKPT03-FILE-STATUS       PIC X(02) VALUE '00'.
014300 01  WS-PCKPT04-FILE-STATUS       PIC X(02) VALUE '00'.
014310 01  WS-BACKUP-FILE-STATUS        PIC X(02) VALUE '00'.
014320     88  WS-BACKUP-FILE-OK            VALUE '00'.
014400*
014500 01  WS-RUN-DATE                  PIC 9(8) VALUE 0.
014600 01  WS-RUN-TIME                  PIC 9(8) VALUE 0.
014700*
014800* The status of the dataset being unloaded, as the OPEN or
014900* READ just done left it
015000 01  WS-IO-STATUS                 PIC X(02) VALUE '00'.
015100 01  WS-DATASET-OPEN-SWITCH       PIC X(01) VALUE 'N'.
015200     88  WS-DATASET-IS-OPEN           VALUE 'Y'.
015300 01  WS-DATASET-EOF-SWITCH        PIC X(01) VALUE 'N'.
015400     88  WS-DATASET-EOF               VALUE 'Y'.
015500*
015600* One entry per dataset in the order unloaded - its DD
015700* name, how the unload went ('L' unloaded, 'E' empty or not
015800* defined, 'F' failed) and its record count and hash total
015900 01  WS-DATASET-COUNT             PIC 9(2) COMP VALUE 9.
016000 01  WS-DS-SUB                    PIC 9(2) COMP VALUE 0.
016100 01  WS-DATASET-TABLE.
016200     05  WS-DS-ENTRY OCCURS 9 TIMES.
016300         10  WS-DS-NAME          PIC X(10).
016400         10  WS-DS-STATUS        PIC X(01).
016500         10  WS-DS-COUNT         PIC 9(9) COMP.
016600         10  WS-DS-HASH          PIC 9(18) COMP.
016700*
016800 01  WS-RECORDS-WRITTEN           PIC 9(11) COMP VALUE 0.
016900 01  WS-EMPTY-DATASETS            PIC 9(2) COMP VALUE 0.
017000 01  WS-FAILED-DATASETS           PIC 9(2) COMP VALUE 0.
017010*
017020* Set when BACKUP cannot be opened or a record cannot be
017030* written to it - nothing more goes to it after that
017040 01  WS-BACKUP-FAILED-SWITCH      PIC X(01) VALUE 'N'.
017050     88  WS-BACKUP-FAILED             VALUE 'Y'.
017060 01  WS-BACKUP-FAILED-ACTION      PIC X(07) VALUE SPACES.
017100*
017200 01  WS-DETAIL-LINE.
017300     05  DET-DATASET-NAME        PIC X(10).
017400     05  FILLER                  PIC X(02) VALUE SPACES.
017500     05  DET-STATUS              PIC X(08).
017600     05  FILLER                  PIC X(02) VALUE SPACES.
017700     05  DET-RECORD-COUNT        PIC ZZZZZZZZ9.
017800     05  FILLER                  PIC X(02) VALUE SPACES.
017900     05  DET-HASH-TOTAL          PIC ZZZZZZZZZZZZZZZZZ9.
018000     05  FILLER                  PIC X(29) VALUE SPACES.
018100*
018200 01  WS-HEADING-LINE.
018300     05  FILLER                  PIC X(12) VALUE 'DATASET'.
018400     05  FILLER                  PIC X(10) VALUE 'STATUS'.
018500     05  FILLER                  PIC X(11) VALUE '  RECORDS'.
018600     05  FILLER                  PIC X(18)
018700                                 VALUE '        HASH TOTAL'.
018800     05  FILLER                  PIC X(29) VALUE SPACES.
018900*
019000* Edited (DISPLAY usage) copies of the COMP counters, needed
019100* because STRING cannot take a binary item directly
019200 01  WS-EDIT-COUNT                PIC ZZZZZZZZZZ9.
019300*
019400* Shared ALERTFILE - opened EXTEND on the first exception,
019500* an OPEN failure is only warned and never fails the step
019600 01  WS-ALERT-FILE-STATUS         PIC X(02) VALUE '00'.
019700     88  WS-ALERT-FILE-FOUND          VALUE '00'.
019800 01  WS-ALERT-TRIED-SWITCH        PIC X(01) VALUE 'N'.
019900     88  WS-ALERT-OPEN-TRIED          VALUE 'Y'.
020000 01  WS-ALERT-OPEN-SWITCH         PIC X(01) VALUE 'N'.
020100     88  WS-ALERT-FILE-IS-OPEN        VALUE 'Y'.
020200 01  WS-ALERT-DATE                PIC 9(8) VALUE 0.
020300 01  WS-ALERT-TIME                PIC 9(8) VALUE 0.
020400 01  WS-ALERT-REQUEST-ID          PIC 9(3) VALUE 0.
020500 01  WS-ALERT-SEVERITY            PIC X(01) VALUE SPACE.
020600 01  WS-ALERT-CODE                PIC X(10) VALUE SPACES.
020700 01  WS-ALERT-TEXT                PIC X(60) VALUE SPACES.
020800*
020900* Step statistics - when the step started and the records
021000* it read and wrote per file, appended to STATFILE as the
021100* step ends
021200 01  WS-STATCTL-FILE-STATUS       PIC X(02) VALUE '00'.
021300     88  WS-STATCTL-FILE-FOUND        VALUE '00'.
021400 01  WS-STAT-FILE-STATUS          PIC X(02) VALUE '00'.
021500     88  WS-STAT-FILE-FOUND           VALUE '00'.
021600 01  WS-STAT-START-DATE           PIC 9(8) VALUE 0.
021700 01  WS-STAT-START-TIME           PIC 9(8) VALUE 0.
021800 01  WS-STAT-SUB                  PIC 9(2) COMP VALUE 0.
021900 01  WS-STAT-FILE-TABLE.
022000     05  WS-STAT-FILE-ENTRY OCCURS 10 TIMES.
022100         10  WS-STAT-DDNAME      PIC X(10).
022200         10  WS-STAT-READ        PIC 9(11) COMP.
022300         10  WS-STAT-WRITTEN     PIC 9(11) COMP.
022400*
022500 PROCEDURE DIVISION.
022600*------------
022700* Primary function - unload every dataset into the backup
022800* generation behind its header, then write the manifest,
022900* the trailer (only if nothing failed) and the operator page
023000*------------
023100 PRODUCE-BACKUP.
023200     PERFORM START-STEP-STATISTICS.
023300     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
023400     ACCEPT WS-RUN-TIME FROM TIME.
023500     PERFORM INITIALIZE-DATASET-TABLE.
023600     OPEN OUTPUT BACKUP.
023610     IF NOT WS-BACKUP-FILE-OK
023620         MOVE 'OPENED' TO WS-BACKUP-FAILED-ACTION
023630         PERFORM MARK-BACKUP-FAILED
023640     END-IF.
023700     OPEN OUTPUT BKPRPT.
023710     IF NOT WS-BACKUP-FAILED
023800         PERFORM WRITE-HEADER-RECORD
023900         PERFORM UNLOAD-FIZZMST
024000         PERFORM UNLOAD-FLAGFILE
024100         PERFORM UNLOAD-REQREG
024200         PERFORM UNLOAD-XMITCTL
024300         PERFORM UNLOAD-AUDITFILE
024400         PERFORM UNLOAD-PCKPT01
024500         PERFORM UNLOAD-PCKPT02
024600         PERFORM UNLOAD-PCKPT03
024700         PERFORM UNLOAD-PCKPT04
024800         PERFORM WRITE-MANIFEST-RECORD
024900             VARYING WS-DS-SUB FROM 1 BY 1
025000             UNTIL WS-DS-SUB > WS-DATASET-COUNT
025100         IF WS-FAILED-DATASETS = 0
025200             PERFORM WRITE-TRAILER-RECORD
025300         END-IF
025310         CLOSE BACKUP
025320     END-IF.
025400     PERFORM WRITE-REPORT.
025600     CLOSE BKPRPT.
025700     PERFORM CLOSE-ALERT-FILE.
025800     EVALUATE TRUE
025900         WHEN WS-FAILED-DATASETS > 0 OR WS-BACKUP-FAILED
026000             MOVE 16 TO RETURN-CODE
026100         WHEN WS-EMPTY-DATASETS > 0
026200             MOVE 4 TO RETURN-CODE
026300         WHEN OTHER
026400             MOVE 0 TO RETURN-CODE
026500     END-EVALUATE.
026600     PERFORM WRITE-STEP-STATISTICS.
026700     GOBACK.
026800*
026900*------------
027000* Name the datasets in the order they are unloaded and
027100* clear their counts
027200*------------
027300 INITIALIZE-DATASET-TABLE.
027400     MOVE 'FIZZMST' TO WS-DS-NAME (1).
027500     MOVE 'FLAGFILE' TO WS-DS-NAME (2).
027600     MOVE 'REQREG' TO WS-DS-NAME (3).
027700     MOVE 'XMITCTL' TO WS-DS-NAME (4).
027800     MOVE 'AUDITFILE' TO WS-DS-NAME (5).
027900     MOVE 'PCKPT01' TO WS-DS-NAME (6).
028000     MOVE 'PCKPT02' TO WS-DS-NAME (7).
028100     MOVE 'PCKPT03' TO WS-DS-NAME (8).
028200     MOVE 'PCKPT04' TO WS-DS-NAME (9).
028300     PERFORM VARYING WS-DS-SUB FROM 1 BY 1
028400         UNTIL WS-DS-SUB > WS-DATASET-COUNT
028500         MOVE 'L' TO WS-DS-STATUS (WS-DS-SUB)
028600         MOVE 0 TO WS-DS-COUNT (WS-DS-SUB)
028700         MOVE 0 TO WS-DS-HASH (WS-DS-SUB)
028800     END-PERFORM.
028900*
029000*------------
029100* The header - when this backup was taken
029200*------------
029300 WRITE-HEADER-RECORD.
029400     MOVE SPACES TO BKPREC-RECORD.
029500     SET BK-IS-HEADER TO TRUE.
029600     MOVE WS-RUN-DATE TO BK-HD-BACKUP-DATE.
029700     MOVE WS-RUN-TIME TO BK-HD-BACKUP-TIME.
029800     PERFORM WRITE-BACKUP-RECORD.
030000*
030100*------------
030200* Unload FIZZMST in key order
030300*------------
030400 UNLOAD-FIZZMST.
030500     MOVE 1 TO WS-DS-SUB.
030600     OPEN INPUT FIZZMST.
030700     MOVE WS-MST-FILE-STATUS TO WS-IO-STATUS.
030800     PERFORM CHECK-DATASET-OPEN.
030900     IF WS-DATASET-IS-OPEN
031000         PERFORM UNTIL WS-DATASET-EOF
031100             READ FIZZMST NEXT RECORD
031200                 AT END
031300                     SET WS-DATASET-EOF TO TRUE
031400                 NOT AT END
031500                     MOVE FIZZMST-RECORD TO BK-RECORD-AREA
031600                     PERFORM WRITE-DATA-RECORD
031700             END-READ
031800             MOVE WS-MST-FILE-STATUS TO WS-IO-STATUS
031900             PERFORM CHECK-DATASET-READ
032000         END-PERFORM
032100         CLOSE FIZZMST
032200     END-IF.
032300*
032400*------------
032500* Unload FLAGFILE in key order
032600*------------
032700 UNLOAD-FLAGFILE.
032800     MOVE 2 TO WS-DS-SUB.
032900     OPEN INPUT FLAGFILE.
033000     MOVE WS-FLAG-FILE-STATUS TO WS-IO-STATUS.
033100     PERFORM CHECK-DATASET-OPEN.
033200     IF WS-DATASET-IS-OPEN
033300         PERFORM UNTIL WS-DATASET-EOF
033400             READ FLAGFILE NEXT RECORD
033500                 AT END
033600                     SET WS-DATASET-EOF TO TRUE
033700                 NOT AT END
033800                     MOVE FLAGREC-RECORD TO BK-RECORD-AREA
033900                     PERFORM WRITE-DATA-RECORD
034000             END-READ
034100             MOVE WS-FLAG-FILE-STATUS TO WS-IO-STATUS
034200             PERFORM CHECK-DATASET-READ
034300         END-PERFORM
034400         CLOSE FLAGFILE
034500     END-IF.
034600*
034700*------------
034800* Unload REQREG in key order
034900*------------
035000 UNLOAD-REQREG.
035100     MOVE 3 TO WS-DS-SUB.
035200     OPEN INPUT REQREG.
035300     MOVE WS-REG-FILE-STATUS TO WS-IO-STATUS.
035400     PERFORM CHECK-DATASET-OPEN.
035500     IF WS-DATASET-IS-OPEN
035600         PERFORM UNTIL WS-DATASET-EOF
035700             READ REQREG NEXT RECORD
035800                 AT END
035900                     SET WS-DATASET-EOF TO TRUE
036000                 NOT AT END
036100                     MOVE REQREG-RECORD TO BK-RECORD-AREA
036200                     PERFORM WRITE-DATA-RECORD
036300             END-READ
036400             MOVE WS-REG-FILE-STATUS TO WS-IO-STATUS
036500             PERFORM CHECK-DATASET-READ
036600         END-PERFORM
036700         CLOSE REQREG
036800     END-IF.
036900*
037000*------------
037100* Unload XMITCTL in key order
037200*------------
037300 UNLOAD-XMITCTL.
037400     MOVE 4 TO WS-DS-SUB.
037500     OPEN INPUT XMITCTL.
037600     MOVE WS-CTL-FILE-STATUS TO WS-IO-STATUS.
037700     PERFORM CHECK-DATASET-OPEN.
037800     IF WS-DATASET-IS-OPEN
037900         PERFORM UNTIL WS-DATASET-EOF
038000             READ XMITCTL NEXT RECORD
038100                 AT END
038200                     SET WS-DATASET-EOF TO TRUE
038300                 NOT AT END
038400                     MOVE XMITCTL-RECORD TO BK-RECORD-AREA
038500                     PERFORM WRITE-DATA-RECORD
038600             END-READ
038700             MOVE WS-CTL-FILE-STATUS TO WS-IO-STATUS
038800             PERFORM CHECK-DATASET-READ
038900         END-PERFORM
039000         CLOSE XMITCTL
039100     END-IF.
039200*
039300*------------
039400* Unload the cumulative AUDITFILE
039500*------------
039600 UNLOAD-AUDITFILE.
039700     MOVE 5 TO WS-DS-SUB.
039800     OPEN INPUT AUDITFILE.
039900     MOVE WS-AUDIT-FILE-STATUS TO WS-IO-STATUS.
040000     PERFORM CHECK-DATASET-OPEN.
040100     IF WS-DATASET-IS-OPEN
040200         PERFORM UNTIL WS-DATASET-EOF
040300             READ AUDITFILE
040400                 AT END
040500                     SET WS-DATASET-EOF TO TRUE
040600                 NOT AT END
040700                     MOVE AUDITREC-RECORD TO BK-RECORD-AREA
040800                     PERFORM WRITE-DATA-RECORD
040900             END-READ
041000             MOVE WS-AUDIT-FILE-STATUS TO WS-IO-STATUS
041100             PERFORM CHECK-DATASET-READ
041200         END-PERFORM
041300         CLOSE AUDITFILE
041400     END-IF.
041500*
041600*------------
041700* Unload partition 1's checkpoint
041800*------------
041900 UNLOAD-PCKPT01.
042000     MOVE 6 TO WS-DS-SUB.
042100     OPEN INPUT PCKPT01.
042200     MOVE WS-PCKPT01-FILE-STATUS TO WS-IO-STATUS.
042300     PERFORM CHECK-DATASET-OPEN.
042400     IF WS-DATASET-IS-OPEN
042500         PERFORM UNTIL WS-DATASET-EOF
042600             READ PCKPT01
042700                 AT END
042800                     SET WS-DATASET-EOF TO TRUE
042900                 NOT AT END
043000                     MOVE PCKPT01-RECORD TO BK-RECORD-AREA
043100                     PERFORM WRITE-DATA-RECORD
043200             END-READ
043300             MOVE WS-PCKPT01-FILE-STATUS TO WS-IO-STATUS
043400             PERFORM CHECK-DATASET-READ
043500         END-PERFORM
043600         CLOSE PCKPT01
043700     END-IF.
043800*
043900*------------
044000* Unload partition 2's checkpoint
044100*------------
044200 UNLOAD-PCKPT02.
044300     MOVE 7 TO WS-DS-SUB.
044400     OPEN INPUT PCKPT02.
044500     MOVE WS-PCKPT02-FILE-STATUS TO WS-IO-STATUS.
044600     PERFORM CHECK-DATASET-OPEN.
044700     IF WS-DATASET-IS-OPEN
044800         PERFORM UNTIL WS-DATASET-EOF
044900             READ PCKPT02
045000                 AT END
045100                     SET WS-DATASET-EOF TO TRUE
045200                 NOT AT END
045300                     MOVE PCKPT02-RECORD TO BK-RECORD-AREA
045400                     PERFORM WRITE-DATA-RECORD
045500             END-READ
045600             MOVE WS-PCKPT02-FILE-STATUS TO WS-IO-STATUS
045700             PERFORM CHECK-DATASET-READ
045800         END-PERFORM
045900         CLOSE PCKPT02
046000     END-IF.
046100*
046200*------------
046300* Unload partition 3's checkpoint
046400*------------
046500 UNLOAD-PCKPT03.
046600     MOVE 8 TO WS-DS-SUB.
046700     OPEN INPUT PCKPT03.
046800     MOVE WS-PCKPT03-FILE-STATUS TO WS-IO-STATUS.
046900     PERFORM CHECK-DATASET-OPEN.
047000     IF WS-DATASET-IS-OPEN
047100         PERFORM UNTIL WS-DATASET-EOF
047200             READ PCKPT03
047300                 AT END
047400                     SET WS-DATASET-EOF TO TRUE
047500                 NOT AT END
047600                     MOVE PCKPT03-RECORD TO BK-RECORD-AREA
047700                     PERFORM WRITE-DATA-RECORD
047800             END-READ
047900             MOVE WS-PCKPT03-FILE-STATUS TO WS-IO-STATUS
048000             PERFORM CHECK-DATASET-READ
048100         END-PERFORM
048200         CLOSE PCKPT03
048300     END-IF.
048400*
048500*------------
048600* Unload partition 4's checkpoint
048700*------------
048800 UNLOAD-PCKPT04.
048900     MOVE 9 TO WS-DS-SUB.
049000     OPEN INPUT PCKPT04.
049100     MOVE WS-PCKPT04-FILE-STATUS TO WS-IO-STATUS.
049200     PERFORM CHECK-DATASET-OPEN.
049300     IF WS-DATASET-IS-OPEN
049400         PERFORM UNTIL WS-DATASET-EOF
049500             READ PCKPT04
049600                 AT END
049700                     SET WS-DATASET-EOF TO TRUE
049800                 NOT AT END
049900                     MOVE PCKPT04-RECORD TO BK-RECORD-AREA
050000                     PERFORM WRITE-DATA-RECORD
050100             END-READ
050200             MOVE WS-PCKPT04-FILE-STATUS TO WS-IO-STATUS
050300             PERFORM CHECK-DATASET-READ
050400         END-PERFORM
050500         CLOSE PCKPT04
050600     END-IF.
050700*
050800*------------
050900* Act on the OPEN of dataset WS-DS-SUB.  EMPTY OR NOT
051000* DEFINED (STATUS 35) IS BACKED UP AS EMPTY AND WARNED; ANY
051100* OTHER FAILURE MARKS THE DATASET FAILED
051200*------------
051300 CHECK-DATASET-OPEN.
051400     MOVE 'N' TO WS-DATASET-OPEN-SWITCH.
051500     MOVE 'N' TO WS-DATASET-EOF-SWITCH.
051600     EVALUATE WS-IO-STATUS
051700         WHEN '00'
051800             SET WS-DATASET-IS-OPEN TO TRUE
051900         WHEN '35'
052000             MOVE 'E' TO WS-DS-STATUS (WS-DS-SUB)
052100             ADD 1 TO WS-EMPTY-DATASETS
052200             DISPLAY 'FIZBKP0001W - ' WS-DS-NAME (WS-DS-SUB)
052300                 ' IS EMPTY OR NOT DEFINED - BACKED UP AS EMPTY'
052400             MOVE 'W' TO WS-ALERT-SEVERITY
052500             MOVE 'FIZBKP0001' TO WS-ALERT-CODE
052600             MOVE SPACES TO WS-ALERT-TEXT
052700             STRING WS-DS-NAME (WS-DS-SUB) DELIMITED BY SPACE
052800                 ' EMPTY OR NOT DEFINED - BACKED UP AS EMPTY'
052900                     DELIMITED BY SIZE
053000                 INTO WS-ALERT-TEXT
053100             END-STRING
053200             PERFORM WRITE-ALERT-RECORD
053300         WHEN OTHER
053400             DISPLAY 'FIZBKP0002E - ' WS-DS-NAME (WS-DS-SUB)
053500                 ' COULD NOT BE OPENED (FILE STATUS ' WS-IO-STATUS
053600                 ') - GENERATION CANNOT BE RESTORED'
053700             PERFORM MARK-DATASET-FAILED
053800     END-EVALUATE.
053900*
054000*------------
054100* Act on a READ of dataset WS-DS-SUB - anything but a record
054200* or end of file stops its unload and marks it failed
054300*------------
054400 CHECK-DATASET-READ.
054500     IF WS-IO-STATUS NOT = '00' AND WS-IO-STATUS NOT = '10'
054600         DISPLAY 'FIZBKP0003E - ' WS-DS-NAME (WS-DS-SUB)
054700             ' READ FAILED (FILE STATUS ' WS-IO-STATUS
054800             ') - GENERATION CANNOT BE RESTORED'
054900         PERFORM MARK-DATASET-FAILED
055000         SET WS-DATASET-EOF TO TRUE
055100     END-IF.
055200*
055300*------------
055400* Mark dataset WS-DS-SUB failed and alert it - the trailer
055500* will not be written
055600*------------
055700 MARK-DATASET-FAILED.
055800     MOVE 'F' TO WS-DS-STATUS (WS-DS-SUB).
055900     ADD 1 TO WS-FAILED-DATASETS.
056000     MOVE 'E' TO WS-ALERT-SEVERITY.
056100     MOVE 'FIZBKP0002' TO WS-ALERT-CODE.
056200     MOVE SPACES TO WS-ALERT-TEXT.
056300     STRING WS-DS-NAME (WS-DS-SUB) DELIMITED BY SPACE
056400         ' NOT BACKED UP - GENERATION CANNOT BE RESTORED'
056500             DELIMITED BY SIZE
056600         INTO WS-ALERT-TEXT
056700     END-STRING.
056800     PERFORM WRITE-ALERT-RECORD.
056900*
057000*------------
057100* Write the record image in BK-RECORD-AREA as a data record
057200* of dataset WS-DS-SUB and add it to its count and hash
057300*------------
057400 WRITE-DATA-RECORD.
057500     SET BK-IS-DATA TO TRUE.
057600     MOVE WS-DS-NAME (WS-DS-SUB) TO BK-DATASET-NAME.
057700     ADD 1 TO WS-DS-COUNT (WS-DS-SUB).
057800     PERFORM ADD-RECORD-HASH.
057900     PERFORM WRITE-BACKUP-RECORD.
057910     IF WS-BACKUP-FAILED
057920         SET WS-DATASET-EOF TO TRUE
057930     END-IF.
058000     ADD 1 TO WS-RECORDS-WRITTEN.
058200     IF WS-DS-SUB > 6
058300         MOVE 6 TO WS-STAT-SUB
058400     ELSE
058500         MOVE WS-DS-SUB TO WS-STAT-SUB
058600     END-IF.
058700     ADD 1 TO WS-STAT-READ (WS-STAT-SUB).
058800*
058900*------------
059000* Add the hash field of the record image to dataset
059100* WS-DS-SUB's hash total.  A FIELD THAT IS NOT NUMERIC ADDS
059200* NOTHING, THE SAME WAY FIZRST TREATS IT
059300*------------
059400 ADD-RECORD-HASH.
059500     EVALUATE WS-DS-SUB
059600         WHEN 1
059700             IF BK-FIZZMST-HASH NUMERIC
059800                 ADD BK-FIZZMST-HASH TO WS-DS-HASH (WS-DS-SUB)
059900             END-IF
060000         WHEN 2
060100             IF BK-FLAGFILE-HASH NUMERIC
060200                 ADD BK-FLAGFILE-HASH TO WS-DS-HASH (WS-DS-SUB)
060300             END-IF
060400         WHEN 3
060500             IF BK-REQREG-HASH NUMERIC
060600                 ADD BK-REQREG-HASH TO WS-DS-HASH (WS-DS-SUB)
060700             END-IF
060800         WHEN 4
060900             IF BK-XMITCTL-HASH NUMERIC
061000                 ADD BK-XMITCTL-HASH TO WS-DS-HASH (WS-DS-SUB)
061100             END-IF
061200         WHEN 5
061300             IF BK-AUDIT-HASH NUMERIC
061400                 ADD BK-AUDIT-HASH TO WS-DS-HASH (WS-DS-SUB)
061500             END-IF
061600         WHEN OTHER
061700             IF BK-CKPT-HASH NUMERIC
061800                 ADD BK-CKPT-HASH TO WS-DS-HASH (WS-DS-SUB)
061900             END-IF
062000     END-EVALUATE.
062100*
062200*------------
062300* The manifest record for dataset WS-DS-SUB
062400*------------
062500 WRITE-MANIFEST-RECORD.
062600     MOVE SPACES TO BKPREC-RECORD.
062700     SET BK-IS-MANIFEST TO TRUE.
062800     MOVE WS-DS-NAME (WS-DS-SUB) TO BK-DATASET-NAME.
062900     MOVE WS-DS-STATUS (WS-DS-SUB) TO BK-MF-STATUS.
063000     MOVE WS-DS-COUNT (WS-DS-SUB) TO BK-MF-RECORD-COUNT.
063100     MOVE WS-DS-HASH (WS-DS-SUB) TO BK-MF-HASH-TOTAL.
063200     PERFORM WRITE-BACKUP-RECORD.
063400*
063500*------------
063600* The trailer - its presence is what tells FIZRST the
063700* generation is complete
063800*------------
063900 WRITE-TRAILER-RECORD.
064000     MOVE SPACES TO BKPREC-RECORD.
064100     SET BK-IS-TRAILER TO TRUE.
064200     MOVE WS-DATASET-COUNT TO BK-TR-DATASET-COUNT.
064300     MOVE WS-RECORDS-WRITTEN TO BK-TR-RECORD-COUNT.
064400     PERFORM WRITE-BACKUP-RECORD.
064600*
064602*------------
064604* Write BKPREC-RECORD to the generation, unless it has
064606* already failed.  A RECORD THAT CANNOT BE WRITTEN FAILS THE
064608* GENERATION - NOTHING MORE IS WRITTEN, SO IT HAS NO TRAILER
064610*------------
064612 WRITE-BACKUP-RECORD.
064614     IF NOT WS-BACKUP-FAILED
064616         WRITE BKPREC-RECORD
064618         IF WS-BACKUP-FILE-OK
064620             ADD 1 TO WS-STAT-WRITTEN (7)
064622         ELSE
064624             MOVE 'WRITTEN' TO WS-BACKUP-FAILED-ACTION
064626             PERFORM MARK-BACKUP-FAILED
064628         END-IF
064630     END-IF.
064632*
064634*------------
064636* Mark the generation failed because BACKUP could not be
064638* opened or written, and alert it
064640*------------
064642 MARK-BACKUP-FAILED.
064644     SET WS-BACKUP-FAILED TO TRUE.
064646     DISPLAY 'FIZBKP0006E - BACKUP COULD NOT BE '
064648         WS-BACKUP-FAILED-ACTION ' (FILE STATUS '
064650         WS-BACKUP-FILE-STATUS
064652         ') - GENERATION CANNOT BE RESTORED'.
064654     MOVE 'E' TO WS-ALERT-SEVERITY.
064656     MOVE 'FIZBKP0006' TO WS-ALERT-CODE.
064658     MOVE SPACES TO WS-ALERT-TEXT.
064660     STRING 'BACKUP NOT ' DELIMITED BY SIZE
064662         WS-BACKUP-FAILED-ACTION DELIMITED BY SPACE
064664         ' (FILE STATUS ' DELIMITED BY SIZE
064666         WS-BACKUP-FILE-STATUS DELIMITED BY SIZE
064668         ') - GENERATION CANNOT BE RESTORED' DELIMITED BY SIZE
064670         INTO WS-ALERT-TEXT
064672     END-STRING.
064674     PERFORM WRITE-ALERT-RECORD.
064676*
064700*------------
064800* The operator page - the manifest, the totals and the
064900* verdict
065000*------------
065100 WRITE-REPORT.
065200     MOVE SPACES TO REPORT-LINE.
065300     STRING 'FIZBUZ POINT-IN-TIME BACKUP - TAKEN '
065400         DELIMITED BY SIZE
065500         WS-RUN-DATE DELIMITED BY SIZE
065600         ' ' DELIMITED BY SIZE
065700         WS-RUN-TIME (1:6) DELIMITED BY SIZE
065800         INTO REPORT-LINE
065900     END-STRING.
066000     PERFORM PUT-REPORT-LINE.
066100     MOVE SPACES TO REPORT-LINE.
066200     PERFORM PUT-REPORT-LINE.
066300     MOVE WS-HEADING-LINE TO REPORT-LINE.
066400     PERFORM PUT-REPORT-LINE.
066500     PERFORM WRITE-REPORT-DETAIL
066600         VARYING WS-DS-SUB FROM 1 BY 1
066700         UNTIL WS-DS-SUB > WS-DATASET-COUNT.
066800     MOVE SPACES TO REPORT-LINE.
066900     PERFORM PUT-REPORT-LINE.
067000     MOVE WS-RECORDS-WRITTEN TO WS-EDIT-COUNT.
067100     MOVE SPACES TO REPORT-LINE.
067200     STRING 'RECORDS BACKED UP         : ' DELIMITED BY SIZE
067300         WS-EDIT-COUNT DELIMITED BY SIZE
067400         INTO REPORT-LINE
067500     END-STRING.
067600     PERFORM PUT-REPORT-LINE.
067700     MOVE WS-EMPTY-DATASETS TO WS-EDIT-COUNT.
067800     MOVE SPACES TO REPORT-LINE.
067900     STRING 'DATASETS EMPTY/UNDEFINED  : ' DELIMITED BY SIZE
068000         WS-EDIT-COUNT DELIMITED BY SIZE
068100         INTO REPORT-LINE
068200     END-STRING.
068300     PERFORM PUT-REPORT-LINE.
068400     MOVE WS-FAILED-DATASETS TO WS-EDIT-COUNT.
068500     MOVE SPACES TO REPORT-LINE.
068600     STRING 'DATASETS NOT BACKED UP    : ' DELIMITED BY SIZE
068700         WS-EDIT-COUNT DELIMITED BY SIZE
068800         INTO REPORT-LINE
068900     END-STRING.
069000     PERFORM PUT-REPORT-LINE.
069100     MOVE SPACES TO REPORT-LINE.
069200     PERFORM PUT-REPORT-LINE.
069300     EVALUATE TRUE
069310         WHEN WS-BACKUP-FAILED
069320             MOVE '** BACKUP COULD NOT BE WRITTEN - GENERATION'
069330                 TO REPORT-LINE
069340             PERFORM PUT-REPORT-LINE
069350             MOVE '   CANNOT BE RESTORED.  FIX AND RERUN **'
069360                 TO REPORT-LINE
069400         WHEN WS-FAILED-DATASETS > 0
069500             MOVE '** BACKUP INCOMPLETE - GENERATION CANNOT BE'
069600                 TO REPORT-LINE
069700             PERFORM PUT-REPORT-LINE
069800             MOVE '   RESTORED.  FIX THE DATASET AND RERUN **'
069900                 TO REPORT-LINE
070000         WHEN WS-EMPTY-DATASETS > 0
070100             MOVE 'BACKUP COMPLETE - SOME DATASETS WERE EMPTY.'
070200                 TO REPORT-LINE
070300         WHEN OTHER
070400             MOVE 'BACKUP COMPLETE.' TO REPORT-LINE
070500     END-EVALUATE.
070600     PERFORM PUT-REPORT-LINE.
070700     DISPLAY REPORT-LINE.
070800*
070900*------------
071000* One manifest line for dataset WS-DS-SUB
071100*------------
071200 WRITE-REPORT-DETAIL.
071300     MOVE SPACES TO WS-DETAIL-LINE.
071400     MOVE WS-DS-NAME (WS-DS-SUB) TO DET-DATASET-NAME.
071500     EVALUATE WS-DS-STATUS (WS-DS-SUB)
071600         WHEN 'L'
071700             MOVE 'UNLOADED' TO DET-STATUS
071800         WHEN 'E'
071900             MOVE 'EMPTY' TO DET-STATUS
072000         WHEN OTHER
072100             MOVE 'FAILED' TO DET-STATUS
072200     END-EVALUATE.
072300     MOVE WS-DS-COUNT (WS-DS-SUB) TO DET-RECORD-COUNT.
072400     MOVE WS-DS-HASH (WS-DS-SUB) TO DET-HASH-TOTAL.
072500     MOVE WS-DETAIL-LINE TO REPORT-LINE.
072600     PERFORM PUT-REPORT-LINE.
072700*
072800*------------
072900* Write REPORT-LINE to the operator page
073000*------------
073100 PUT-REPORT-LINE.
073200     WRITE REPORT-LINE.
073300     ADD 1 TO WS-STAT-WRITTEN (8).
073400*
073500*------------
073600* Append one exception to the shared ALERTFILE, opening it
073700* on the first exception of the run
073800*------------
073900 WRITE-ALERT-RECORD.
074000     IF NOT WS-ALERT-OPEN-TRIED
074100         SET WS-ALERT-OPEN-TRIED TO TRUE
074200         ACCEPT WS-ALERT-DATE FROM DATE YYYYMMDD
074300         ACCEPT WS-ALERT-TIME FROM TIME
074400         OPEN EXTEND ALERTFILE
074500         IF NOT WS-ALERT-FILE-FOUND
074600             OPEN OUTPUT ALERTFILE
074700         END-IF
074800         IF WS-ALERT-FILE-FOUND
074900             SET WS-ALERT-FILE-IS-OPEN TO TRUE
075000         ELSE
075100             DISPLAY 'FIZBKP0004W - ALERTFILE COULD NOT BE '
075200                 'OPENED (FILE STATUS ' WS-ALERT-FILE-STATUS
075300                 ') - EXCEPTIONS ARE ON SYSOUT ONLY'
075400         END-IF
075500     END-IF.
075600     IF WS-ALERT-FILE-IS-OPEN
075700         MOVE SPACES TO ALERTREC-RECORD
075800         MOVE WS-ALERT-DATE TO AL-ALERT-DATE
075900         MOVE WS-ALERT-TIME TO AL-ALERT-TIME
076000         MOVE 'FIZBKP' TO AL-PROGRAM-ID
076100         MOVE WS-ALERT-REQUEST-ID TO AL-REQUEST-ID
076200         MOVE WS-ALERT-SEVERITY TO AL-SEVERITY
076300         MOVE WS-ALERT-CODE TO AL-EXCEPTION-CODE
076400         MOVE WS-ALERT-TEXT TO AL-MESSAGE-TEXT
076500         WRITE ALERTREC-RECORD
076600     END-IF.
076700     MOVE 0 TO WS-ALERT-REQUEST-ID.
076800*
076900*------------
077000* Close the shared ALERTFILE, if an exception opened it
077100*------------
077200 CLOSE-ALERT-FILE.
077300     IF WS-ALERT-FILE-IS-OPEN
077400         CLOSE ALERTFILE
077500         MOVE 'N' TO WS-ALERT-OPEN-SWITCH
077600     END-IF.
077700*
077800*------------
077900* Note when the step started and name the files its record
078000* counts are kept for, in the order they are counted
078100*------------
078200 START-STEP-STATISTICS.
078300     ACCEPT WS-STAT-START-DATE FROM DATE YYYYMMDD.
078400     ACCEPT WS-STAT-START-TIME FROM TIME.
078500     PERFORM VARYING WS-STAT-SUB FROM 1 BY 1
078600         UNTIL WS-STAT-SUB > 10
078700         MOVE SPACES TO WS-STAT-DDNAME (WS-STAT-SUB)
078800         MOVE 0 TO WS-STAT-READ (WS-STAT-SUB)
078900         MOVE 0 TO WS-STAT-WRITTEN (WS-STAT-SUB)
079000     END-PERFORM.
079100     MOVE 'FIZZMST' TO WS-STAT-DDNAME (1).
079200     MOVE 'FLAGFILE' TO WS-STAT-DDNAME (2).
079300     MOVE 'REQREG' TO WS-STAT-DDNAME (3).
079400     MOVE 'XMITCTL' TO WS-STAT-DDNAME (4).
079500     MOVE 'AUDITFILE' TO WS-STAT-DDNAME (5).
079600     MOVE 'PCKPTNN' TO WS-STAT-DDNAME (6).
079700     MOVE 'BACKUP' TO WS-STAT-DDNAME (7).
079800     MOVE 'BKPRPT' TO WS-STAT-DDNAME (8).
079900*
080000*------------
080100* Append the step statistics record to STATFILE under the
080200* job and step named on the STATCTL card.  THE RETURN CODE
080300* IS WHATEVER THE STEP HAS SET BY NOW.  A STATFILE THAT
080400* CANNOT BE OPENED IS WARNED AND DOES NOT CHANGE IT
080500*------------
080600 WRITE-STEP-STATISTICS.
080700     MOVE SPACES TO STATREC-RECORD.
080800     OPEN INPUT STATCTL.
080900     IF WS-STATCTL-FILE-FOUND
081000         READ STATCTL
081100             AT END
081200                 MOVE SPACES TO STATCARD-RECORD
081300         END-READ
081400         MOVE SC-JOB-NAME TO ST-JOB-NAME
081500         MOVE SC-STEP-NAME TO ST-STEP-NAME
081600         CLOSE STATCTL
081700     END-IF.
081800     MOVE 'FIZBKP' TO ST-PROGRAM-ID.
081900     MOVE WS-STAT-START-DATE TO ST-START-DATE.
082000     MOVE WS-STAT-START-TIME TO ST-START-TIME.
082100     ACCEPT ST-END-DATE FROM DATE YYYYMMDD.
082200     ACCEPT ST-END-TIME FROM TIME.
082300     MOVE RETURN-CODE TO ST-RETURN-CODE.
082400     MOVE 8 TO ST-FILE-COUNT.
082500     PERFORM VARYING WS-STAT-SUB FROM 1 BY 1
082600         UNTIL WS-STAT-SUB > 10
082700         MOVE WS-STAT-DDNAME (WS-STAT-SUB)
082800             TO ST-FILE-DDNAME (WS-STAT-SUB)
082900         MOVE WS-STAT-READ (WS-STAT-SUB)
083000             TO ST-RECORDS-READ (WS-STAT-SUB)
083100         MOVE WS-STAT-WRITTEN (WS-STAT-SUB)
083200             TO ST-RECORDS-WRITTEN (WS-STAT-SUB)
083300     END-PERFORM.
083400     OPEN EXTEND STATFILE.
083500     IF NOT WS-STAT-FILE-FOUND
083600         OPEN OUTPUT STATFILE
083700     END-IF.
083800     IF WS-STAT-FILE-FOUND
083900         WRITE STATREC-RECORD
084000         CLOSE STATFILE
084100     ELSE
084200         DISPLAY 'FIZBKP0005W - STATFILE COULD NOT BE OPENED '
084300             '(FILE STATUS ' WS-STAT-FILE-STATUS ') - STEP '
084400             'STATISTICS NOT RECORDED'
084500     END-IF.

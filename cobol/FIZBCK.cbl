000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    FIZBCK.
000300 AUTHOR.        R A KOWALSKI.
000400 INSTALLATION.  BATCH PRODUCTION SUPPORT.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*
000800************************************************************
000900*                                                          *
001000* FIZBCK  -  BACK OUT ONE REQUEST'S BAD FIZBUZ RUN          *
001100*                                                          *
001200* UNDOES WHAT ONE NIGHT'S RUN DID FOR ONE REQUEST WHEN A    *
001300* WRONG PARAMETER CARD GOT THROUGH.  THE BCKPARM CARD       *
001400* NAMES THE REQUEST AND THE RUN'S AUDITREC DATE/TIME.  THE  *
001500* RUN MUST BE ON THE AUDIT TRAIL, NOT ALREADY BACKED OUT,   *
001600* AND THE REQUEST'S LATEST RUN THAT HAS NOT BEEN BACKED     *
001700* OUT - RUNS ARE BACKED OUT NEWEST FIRST, SO EACH ONE       *
001800* RESTORES WHAT THE RUN BEFORE IT LEFT.                     *
001900*                                                          *
002000* BFIMSORT IS THE BFIMAGE BEFORE-IMAGE LOG (COPYBOOK        *
002100* BFIMREC) WRITTEN BY FIZMRG AND FIZBUZ, SORTED BY THE JOB  *
002200* INTO REQUEST, ITERATOR AND RUN DATE/TIME ORDER.  EVERY    *
002300* LOGGED KEY OF THE REQUEST STAMPED AFTER ITS PREVIOUS      *
002400* LIVE RUN AND UP TO THE BAD RUN (SO AN ABENDED ATTEMPT OF  *
002500* THE BAD RUN IS UNDONE WITH IT) IS PUT BACK AS IT STOOD    *
002600* BEFORE - A KEY THE RUN ADDED IS DELETED, A KEY IT         *
002700* CHANGED IS REWRITTEN FROM ITS EARLIEST BEFORE-IMAGE.  AN  *
002800* ABENDED FIZMRG KEEPS THE GENERATION IT HAD WRITTEN AND    *
002900* ITS RERUN WRITES ANOTHER, LOGGING NOTHING FOR A KEY THE   *
003000* ATTEMPT HAD ALREADY UPSERTED - SO BFIMSORT MUST BE        *
003016* SORTED FROM EVERY GENERATION, AS THE JOB DOES, AND THE    *
003032* EARLIEST BEFORE-IMAGE OF SUCH A KEY IS THE ONE ON THE     *
003048* ABENDED ATTEMPT'S GENERATION.  LOG RECORDS OF RUNS        *
003064* ALREADY BACKED OUT ARE PASSED OVER.  A KEY NO LONGER AS   *
003080* THE RUN LEFT IT IS STILL RESTORED, AND LISTED.            *
003100*                                                          *
003200* IF XMITCTL SHOWS AN EXTRACT SENT TO THE WAREHOUSE AFTER   *
003300* THE RUN AND BEFORE THE NEXT ONE, A CORRECTION             *
003400* TRANSMISSION (CORRFILE) IS WRITTEN IN THE FIZXTR FORMAT   *
003500* AND REGISTERED ON XMITCTL UNDER ITS OWN DATE/TIME:        *
003600*                                                          *
003700*   H|YYYYMMDD|HHMMSSHH|FIZBCK  |LOW|HIGH   - AS FIZXTR'S   *
003800*   C|XMITDATE|XMITTIME|REQ|RUNDATE|RUNTIME - THE           *
003900*     TRANSMISSION TO CORRECT AND THE RUN BACKED OUT        *
004000*   X|ITERATOR|TEXT|CLASS|F|REQ|A|TEXT|CLASS|F - ONE PER    *
004100*     KEY - WHAT WAS LOADED, 'A' (REMOVE IT) OR 'C' (PUT    *
004200*     BACK THE PRIOR TEXT, CLASS AND FLAG THAT FOLLOW)      *
004300*   T|COUNT|HASH                            - AS FIZXTR'S   *
004400*                                                          *
004500* LAST, A REVERSING AUDIT RECORD - THE RUN'S OWN RECORD     *
004600* WITH AUD-RUN-MODE 'R' - IS APPENDED TO AUDITFILE.  FROM   *
004700* THEN ON FIZBUZ'S DELTA CHECK, FIZCMP AND THE AUDIT        *
004800* REPORTS IGNORE THE RUN, AND THE NEXT NIGHT REGENERATES    *
004900* THE REQUEST FROM THE RUN BEFORE IT.  VERIFY MODE (BC-MODE *
005000* 'V') CHECKS AND REPORTS ONLY.  BCKRPT SHOWS THE FIGURES   *
005100* AND EVERY KEY NOT AS THE RUN LEFT IT.                     *
005200*                                                          *
005300* RETURN-CODE 0  - RUN BACKED OUT (OR, IN VERIFY MODE, CAN  *
005400*                  BE).                                     *
005500* RETURN-CODE 4  - AS 0, BUT KEYS HAD CHANGED SINCE THE RUN,*
005600*                  THE RUN CHANGED NO KEY, OR XMITCTL COULD *
005700*                  NOT BE READ OR UPDATED - SEE SYSOUT.     *
005800* RETURN-CODE 16 - BAD BCKPARM CARD, THE RUN CANNOT BE      *
005900*                  BACKED OUT (NOTHING CHANGED), OR A       *
006000*                  FIZZMST OR AUDITFILE UPDATE FAILED - THE *
006100*                  RUN IS NOT MARKED BACKED OUT; FIX THE    *
006200*                  CAUSE AND RERUN.                         *
006300*                                                          *
006400* MODIFICATION HISTORY                                     *
006500*   2026-10-15  RAK  ORIGINAL PROGRAM.                      *
006525*   2026-10-15  RAK  HEADER NOW SAYS AN ABENDED FIZMRG'S    *
006550*                    BEFORE-IMAGE GENERATION IS KEPT AND    *
006575*                    READ WITH ITS RERUN'S.                 *
006600*                                                          *
006700************************************************************
006800*
006900 ENVIRONMENT DIVISION.
007000 INPUT-OUTPUT SECTION.
007100 FILE-CONTROL.
007200     SELECT BCKPARM ASSIGN TO "BCKPARM"
007300         ORGANIZATION IS LINE SEQUENTIAL
007400         FILE STATUS IS WS-PARM-FILE-STATUS.
007500     SELECT AUDITFILE ASSIGN TO "AUDITFILE"
007600         ORGANIZATION IS LINE SEQUENTIAL
007700         FILE STATUS IS WS-AUDIT-FILE-STATUS.
007800     SELECT BFIMSORT ASSIGN TO "BFIMSORT"
007900         ORGANIZATION IS LINE SEQUENTIAL
008000         FILE STATUS IS WS-SORT-FILE-STATUS.
008100     SELECT FIZZMST ASSIGN TO "FIZZMST"
008200         ORGANIZATION IS INDEXED
008300         ACCESS MODE IS DYNAMIC
008400         RECORD KEY IS FZM-MASTER-KEY
008500         FILE STATUS IS WS-MST-FILE-STATUS.
008600     SELECT XMITCTL ASSIGN TO "XMITCTL"
008700         ORGANIZATION IS INDEXED
008800         ACCESS MODE IS DYNAMIC
008900         RECORD KEY IS XC-EXTRACT-KEY
009000         FILE STATUS IS WS-CTL-FILE-STATUS.
009100     SELECT CORRFILE ASSIGN TO "CORRFILE"
009200         ORGANIZATION IS LINE SEQUENTIAL.
009300     SELECT BCKRPT ASSIGN TO "BCKRPT"
009400         ORGANIZATION IS LINE SEQUENTIAL.
009500     SELECT ALERTFILE ASSIGN TO "ALERTFILE"
009600         ORGANIZATION IS LINE SEQUENTIAL
009700         FILE STATUS IS WS-ALERT-FILE-STATUS.
009800*
009900 DATA DIVISION.
010000 FILE SECTION.
010100 FD  BCKPARM
010200     RECORDING MODE IS F.
010300 COPY BCKPARM.
010400 FD  AUDITFILE
010500     RECORDING MODE IS F.
010600 COPY AUDITREC.
010700 FD  BFIMSORT
010800     RECORDING MODE IS F.
010900 COPY BFIMREC.
011000 FD  FIZZMST.
011100 COPY FIZZMREC.
011200 FD  XMITCTL.
011300 COPY XMITREC.
011400 FD  CORRFILE
011500     RECORDING MODE IS F.
011600 01  CORRECTION-RECORD           PIC X(80).
011700 FD  BCKRPT
011800     RECORDING MODE IS F.
011900 01  REPORT-LINE                 PIC X(132).
012000 FD  ALERTFILE
012100     RECORDING MODE IS F.
012200 COPY ALERTREC.
012300*
012400 WORKING-STORAGE SECTION.
012500 01  WS-PARM-FILE-STATUS          PIC X(02) VALUE '00'.
012600     88  WS-PARM-FILE-FOUND           VALUE '00'.
012700 01  WS-AUDIT-FILE-STATUS         PIC X(02) VALUE '00'.
012800     88  WS-AUDIT-FILE-FOUND          VALUE '00'.
012900 01  WS-SORT-FILE-STATUS          PIC X(02) VALUE '00'.
013000     88  WS-SORT-FILE-FOUND           VALUE '00'.
013100 01  WS-MST-FILE-STATUS           PIC X(02) VALUE '00'.
013200     88  WS-MST-FILE-OK               VALUE '00'.
013300 01  WS-CTL-FILE-STATUS           PIC X(02) VALUE '00'.
013400     88  WS-CTL-FILE-OK               VALUE '00'.
013500*
013600 01  WS-PARMS-VALID-SWITCH        PIC X(01) VALUE 'Y'.
013700     88  WS-PARMS-ARE-VALID           VALUE 'Y'.
013800 01  WS-RUN-VALID-SWITCH          PIC X(01) VALUE 'Y'.
013900     88  WS-RUN-CAN-BE-BACKED-OUT     VALUE 'Y'.
014000 01  WS-RUN-FOUND-SWITCH          PIC X(01) VALUE 'N'.
014100     88  WS-BAD-RUN-WAS-FOUND         VALUE 'Y'.
014200 01  WS-RUN-REVERSED-SWITCH       PIC X(01) VALUE 'N'.
014300     88  WS-BAD-RUN-WAS-REVERSED      VALUE 'Y'.
014400 01  WS-AUDIT-EOF-SWITCH          PIC X(01) VALUE 'N'.
014500     88  WS-AUDIT-EOF                 VALUE 'Y'.
014600 01  WS-SORT-EOF-SWITCH           PIC X(01) VALUE 'N'.
014700     88  WS-BFIMSORT-EOF              VALUE 'Y'.
014800 01  WS-SEQUENCE-SWITCH           PIC X(01) VALUE 'N'.
014900     88  WS-SEQUENCE-IS-BROKEN        VALUE 'Y'.
015000 01  WS-GROUP-OPEN-SWITCH         PIC X(01) VALUE 'N'.
015100     88  WS-GROUP-IS-OPEN             VALUE 'Y'.
015200 01  WS-PASS-SWITCH               PIC X(01) VALUE 'T'.
015300     88  WS-IS-TALLY-PASS             VALUE 'T'.
015400     88  WS-IS-APPLY-PASS             VALUE 'A'.
015500 01  WS-KEY-FOUND-SWITCH          PIC X(01) VALUE 'N'.
015600     88  WS-MST-KEY-FOUND             VALUE 'Y'.
015700 01  WS-MASTER-FAILED-SWITCH      PIC X(01) VALUE 'N'.
015800     88  WS-MASTER-HAS-FAILED         VALUE 'Y'.
015900 01  WS-CTL-EOF-SWITCH            PIC X(01) VALUE 'N'.
016000     88  WS-CTL-SCAN-DONE             VALUE 'Y'.
016100 01  WS-CTL-READ-SWITCH           PIC X(01) VALUE 'Y'.
016200     88  WS-XMITCTL-WAS-READ          VALUE 'Y'.
016300 01  WS-SENT-SWITCH               PIC X(01) VALUE 'N'.
016400     88  WS-EXTRACT-WAS-SENT          VALUE 'Y'.
016500 01  WS-CORRECTION-SWITCH         PIC X(01) VALUE 'N'.
016600     88  WS-CORRECTION-WRITTEN        VALUE 'Y'.
016700 01  WS-REGISTERED-SWITCH         PIC X(01) VALUE 'N'.
016800     88  WS-CORRECTION-REGISTERED     VALUE 'Y'.
016900 01  WS-REVERSAL-SWITCH           PIC X(01) VALUE 'N'.
017000     88  WS-REVERSAL-WRITTEN          VALUE 'Y'.
017100 01  WS-REVERSAL-FAILED-SWITCH    PIC X(01) VALUE 'N'.
017200     88  WS-REVERSAL-HAS-FAILED       VALUE 'Y'.
017300*
017400 01  WS-RUN-DATE                  PIC 9(8) VALUE 0.
017500 01  WS-RUN-TIME                  PIC 9(8) VALUE 0.
017600 01  WS-MODE-NAME                 PIC X(11) VALUE SPACES.
017700 01  WS-REFUSAL-CODE              PIC X(10) VALUE SPACES.
017800*
017900* Run stamps - date and time together, so one compare orders
018000* TWO RUNS.  THE BAD RUN; THE REQUEST'S LAST LIVE RUN BEFORE
018100* IT (ZERO IF NONE) AND AFTER IT (ZERO IF NONE); THE NEXT RUN
018200* OF ANY REQUEST AFTER IT (ALL NINES IF NONE); AND THE ONE
018300* BEING LOOKED AT
018400 01  WS-BAD-RUN.
018500     05  WS-BAD-RUN-DATE          PIC 9(8).
018600     05  WS-BAD-RUN-TIME          PIC 9(8).
018700 01  WS-BAD-STAMP REDEFINES WS-BAD-RUN
018800                                  PIC 9(16).
018900 01  WS-PRIOR-RUN.
019000     05  WS-PRIOR-RUN-DATE        PIC 9(8).
019100     05  WS-PRIOR-RUN-TIME        PIC 9(8).
019200 01  WS-PRIOR-STAMP REDEFINES WS-PRIOR-RUN
019300                                  PIC 9(16).
019400 01  WS-NEWER-RUN.
019500     05  WS-NEWER-RUN-DATE        PIC 9(8).
019600     05  WS-NEWER-RUN-TIME        PIC 9(8).
019700 01  WS-NEWER-STAMP REDEFINES WS-NEWER-RUN
019800                                  PIC 9(16).
019900 01  WS-NEXT-RUN.
020000     05  WS-NEXT-RUN-DATE         PIC 9(8).
020100     05  WS-NEXT-RUN-TIME         PIC 9(8).
020200 01  WS-NEXT-STAMP REDEFINES WS-NEXT-RUN
020300                                  PIC 9(16).
020400 01  WS-THIS-RUN.
020500     05  WS-THIS-RUN-DATE         PIC 9(8).
020600     05  WS-THIS-RUN-TIME         PIC 9(8).
020700 01  WS-THIS-STAMP REDEFINES WS-THIS-RUN
020800                                  PIC 9(16).
020900 01  WS-EARLIEST-LOG-STAMP        PIC 9(16) VALUE 0.
021000 01  WS-BAD-AUDIT-RECORD          PIC X(146) VALUE SPACES.
021100*
021200* The extract XMITCTL shows sent after the bad run
021300 01  WS-SENT-EXTRACT.
021400     05  WS-SENT-DATE             PIC 9(8) VALUE 0.
021500     05  WS-SENT-TIME             PIC 9(8) VALUE 0.
021600*
021700* Runs FIZBCK has backed out - the request and run stamp of
021800* EVERY REVERSING AUDIT RECORD (AUD-WAS-REVERSAL).  THEIR LOG
021900* RECORDS ARE PASSED OVER AND THEY ARE NEVER BACKED OUT TWICE
022000 01  WS-REVERSED-EOF-SWITCH       PIC X(01) VALUE 'N'.
022100     88  WS-REVERSED-SCAN-DONE        VALUE 'Y'.
022200 01  WS-REVERSED-SWITCH           PIC X(01) VALUE 'N'.
022300     88  WS-RUN-WAS-REVERSED          VALUE 'Y'.
022400 01  WS-REVERSED-COUNT            PIC 9(4) COMP VALUE 0.
022500 01  WS-REVERSED-STAMP            PIC 9(16) COMP VALUE 0.
022600 01  WS-REVERSED-TABLE.
022700     05  WS-RV-ENTRY OCCURS 999 TIMES INDEXED BY RVX.
022800         10  WS-RV-REQUEST-SEQ   PIC 9(3).
022900         10  WS-RV-STAMP         PIC 9(16) COMP.
023000*
023100* The log's sort key, this record's and the last one's, to
023200* PROVE BFIMSORT IS IN REQUEST, ITERATOR, RUN ORDER
023300 01  WS-SORT-KEY.
023400     05  WS-SK-REQUEST-SEQ        PIC 9(3).
023500     05  WS-SK-ITERATOR           PIC 9(9).
023600     05  WS-SK-RUN-DATE           PIC 9(8).
023700     05  WS-SK-RUN-TIME           PIC 9(8).
023800 01  WS-PRIOR-SORT-KEY            PIC X(28) VALUE LOW-VALUES.
023900*
024000* One key's log records within the window, gathered - the
024100* ACTION AND BEFORE-IMAGE OF THE FIRST, THE AFTER-IMAGE OF
024200* THE LAST
024300 01  WS-GROUP-ACTION              PIC X(01) VALUE SPACE.
024400     88  WS-GROUP-WAS-ADDED           VALUE 'A'.
024500 01  WS-GROUP-BEFORE-IMAGE.
024600     05  WS-GB-REQUEST-SEQ        PIC 9(3).
024700     05  WS-GB-ITERATOR           PIC 9(9).
024800     05  WS-GB-OUTPUT-TEXT        PIC X(16).
024900     05  WS-GB-CLASS-FLAG         PIC X(01).
025000     05  WS-GB-FLAGGED-IND        PIC X(01).
025100 01  WS-GROUP-AFTER-IMAGE.
025200     05  WS-GA-REQUEST-SEQ        PIC 9(3).
025300     05  WS-GA-ITERATOR           PIC 9(9).
025400     05  WS-GA-OUTPUT-TEXT        PIC X(16).
025500     05  WS-GA-CLASS-FLAG         PIC X(01).
025600     05  WS-GA-FLAGGED-IND        PIC X(01).
025700*
025800 01  WS-IMAGES-READ               PIC 9(9) COMP VALUE 0.
025900 01  WS-IMAGES-SELECTED           PIC 9(9) COMP VALUE 0.
026000 01  WS-IMAGES-PASSED-OVER        PIC 9(9) COMP VALUE 0.
026100 01  WS-KEYS-ADDED                PIC 9(9) COMP VALUE 0.
026200 01  WS-KEYS-CHANGED              PIC 9(9) COMP VALUE 0.
026300 01  WS-KEYS-ALTERED              PIC 9(9) COMP VALUE 0.
026400 01  WS-KEYS-MISSING              PIC 9(9) COMP VALUE 0.
026500 01  WS-KEYS-DELETED              PIC 9(9) COMP VALUE 0.
026600 01  WS-KEYS-RESTORED             PIC 9(9) COMP VALUE 0.
026700 01  WS-CORR-COUNT                PIC 9(9) COMP VALUE 0.
026800 01  WS-CORR-HASH                 PIC 9(18) COMP VALUE 0.
026900 01  WS-LOW-ITERATOR              PIC 9(9) COMP VALUE 0.
027000 01  WS-HIGH-ITERATOR             PIC 9(9) COMP VALUE 0.
027100*
027200* Display-usage staging fields for the delimited records -
027300* STRING CANNOT TAKE A BINARY ITEM DIRECTLY
027400 01  WS-EDIT-RUN-DATE             PIC 9(08).
027500 01  WS-EDIT-RUN-TIME             PIC 9(08).
027600 01  WS-EDIT-LOW-ITERATOR         PIC 9(09).
027700 01  WS-EDIT-HIGH-ITERATOR        PIC 9(09).
027800 01  WS-EDIT-DETAIL-COUNT         PIC 9(09).
027900 01  WS-EDIT-HASH-TOTAL           PIC 9(18).
028000 01  WS-CLASS-FLAG                PIC X(01) VALUE SPACE.
028100     88  WS-CLASS-IS-FIZZ             VALUE 'F'.
028200     88  WS-CLASS-IS-BUZZ             VALUE 'B'.
028300     88  WS-CLASS-IS-FIZZBUZZ         VALUE 'Z'.
028400     88  WS-CLASS-IS-OTHER-COMBO      VALUES '4' THRU '9'
028500                                         'A' 'C' 'D' 'E'
028600                                         'G' 'H'.
028700 01  WS-CLASS-TEXT                PIC X(08) VALUE SPACES.
028800 01  WS-LOADED-CLASS-TEXT         PIC X(08) VALUE SPACES.
028900 01  WS-PRIOR-CLASS-TEXT          PIC X(08) VALUE SPACES.
029000*
029100* Edited copies of the counters for the report
029200 01  WS-EDIT-COUNT                PIC ZZZZZZZZ9.
029300 01  WS-EDIT-ITERATOR             PIC ZZZZZZZZ9.
029400*
029500* One line per key not as the run left it
029600 01  WS-EXCEPTION-LINE.
029700     05  EXC-REQUEST-SEQ         PIC 9(03).
029800     05  FILLER                  PIC X(01) VALUE '/'.
029900     05  EXC-ITERATOR            PIC 9(09).
030000     05  FILLER                  PIC X(02) VALUE SPACES.
030100     05  EXC-REASON              PIC X(22).
030200     05  FILLER                  PIC X(02) VALUE SPACES.
030300     05  EXC-RUN-TEXT            PIC X(16).
030400     05  FILLER                  PIC X(01) VALUE SPACES.
030500     05  EXC-RUN-CLASS           PIC X(01).
030600     05  EXC-RUN-FLAG            PIC X(01).
030700     05  FILLER                  PIC X(02) VALUE SPACES.
030800     05  EXC-FILE-TEXT           PIC X(16).
030900     05  FILLER                  PIC X(01) VALUE SPACES.
031000     05  EXC-FILE-CLASS          PIC X(01).
031100     05  EXC-FILE-FLAG           PIC X(01).
031200     05  FILLER                  PIC X(53) VALUE SPACES.
031300*
031400 01  WS-EXCEPTION-HEADING-LINE.
031500     05  FILLER                  PIC X(15) VALUE 'KEY'.
031600     05  FILLER                  PIC X(24) VALUE 'EXCEPTION'.
031700     05  FILLER                  PIC X(21)
031750                                 VALUE 'AS THE RUN LEFT IT'.
031800     05  FILLER                  PIC X(19) VALUE 'ON FIZZMST'.
031900     05  FILLER                  PIC X(53) VALUE SPACES.
032000*
032100* Shared ALERTFILE - opened EXTEND on the first exception,
032200* AN OPEN FAILURE IS ONLY WARNED AND NEVER FAILS THE STEP
032300 01  WS-ALERT-FILE-STATUS         PIC X(02) VALUE '00'.
032400     88  WS-ALERT-FILE-FOUND          VALUE '00'.
032500 01  WS-ALERT-TRIED-SWITCH        PIC X(01) VALUE 'N'.
032600     88  WS-ALERT-OPEN-TRIED          VALUE 'Y'.
032700 01  WS-ALERT-OPEN-SWITCH         PIC X(01) VALUE 'N'.
032800     88  WS-ALERT-FILE-IS-OPEN        VALUE 'Y'.
032900 01  WS-ALERT-DATE                PIC 9(8) VALUE 0.
033000 01  WS-ALERT-TIME                PIC 9(8) VALUE 0.
033100 01  WS-ALERT-REQUEST-ID          PIC 9(3) VALUE 0.
033200 01  WS-ALERT-SEVERITY            PIC X(01) VALUE SPACE.
033300 01  WS-ALERT-CODE                PIC X(10) VALUE SPACES.
033400 01  WS-ALERT-TEXT                PIC X(60) VALUE SPACES.
033500*
033600 PROCEDURE DIVISION.
033700*------------
033800* Primary function - check the run can be backed out, tally
033900* WHAT IT DID FROM THE LOG AND, IN BACKOUT MODE, PUT FIZZMST
034000* BACK, SEND THE WAREHOUSE ITS CORRECTION AND MARK THE RUN
034100* BACKED OUT ON THE AUDIT TRAIL
034200*------------
034300 BACK-OUT-RUN.
034400     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
034500     ACCEPT WS-RUN-TIME FROM TIME.
034600     PERFORM READ-BACKOUT-PARAMETERS.
034700     OPEN OUTPUT BCKRPT.
034800     PERFORM WRITE-REPORT-HEADING.
034900     IF WS-PARMS-ARE-VALID
035000         PERFORM LOAD-REVERSED-RUNS
035100         PERFORM FIND-BAD-RUN
035200     END-IF.
035300     IF WS-PARMS-ARE-VALID AND WS-RUN-CAN-BE-BACKED-OUT
035400         PERFORM FIND-SENT-EXTRACT
035500         PERFORM TALLY-BEFORE-IMAGES
035600     END-IF.
035700     IF WS-PARMS-ARE-VALID AND WS-RUN-CAN-BE-BACKED-OUT
035800         AND BC-MODE-IS-BACKOUT
035900         PERFORM APPLY-BEFORE-IMAGES
036000         IF NOT WS-MASTER-HAS-FAILED
036100             AND WS-RUN-CAN-BE-BACKED-OUT
036200             PERFORM WRITE-REVERSING-RECORD
036300         END-IF
036400     END-IF.
036500     PERFORM WRITE-REPORT-SUMMARY.
036600     CLOSE BCKRPT.
036700     IF WS-PARMS-ARE-VALID
036800         MOVE BC-REQUEST-ID TO WS-ALERT-REQUEST-ID
036900     END-IF.
037000     EVALUATE TRUE
037100         WHEN NOT WS-PARMS-ARE-VALID
037200             MOVE 'E' TO WS-ALERT-SEVERITY
037300             MOVE 'FIZBCK0001' TO WS-ALERT-CODE
037400             MOVE 'BCKPARM CARD INVALID - NOTHING BACKED OUT'
037500                 TO WS-ALERT-TEXT
037600             PERFORM WRITE-ALERT-RECORD
037700             MOVE 16 TO RETURN-CODE
037800         WHEN NOT WS-RUN-CAN-BE-BACKED-OUT
037900             MOVE 'E' TO WS-ALERT-SEVERITY
038000             MOVE WS-REFUSAL-CODE TO WS-ALERT-CODE
038100             MOVE 'RUN CANNOT BE BACKED OUT - NOTHING CHANGED'
038200                 TO WS-ALERT-TEXT
038300             PERFORM WRITE-ALERT-RECORD
038400             MOVE 16 TO RETURN-CODE
038500         WHEN WS-MASTER-HAS-FAILED
038600             MOVE 'E' TO WS-ALERT-SEVERITY
038700             MOVE 'FIZBCK0010' TO WS-ALERT-CODE
038800             MOVE
038850                 'FIZZMST UPDATE FAILED - RERUN THE BACKOUT'
038900                 TO WS-ALERT-TEXT
039000             PERFORM WRITE-ALERT-RECORD
039100             MOVE 16 TO RETURN-CODE
039200         WHEN WS-REVERSAL-HAS-FAILED
039300             MOVE 'E' TO WS-ALERT-SEVERITY
039400             MOVE 'FIZBCK0011' TO WS-ALERT-CODE
039500             MOVE 'REVERSING AUDIT RECORD NOT WRITTEN - RERUN'
039600                 TO WS-ALERT-TEXT
039700             PERFORM WRITE-ALERT-RECORD
039800             MOVE 16 TO RETURN-CODE
039900         WHEN WS-KEYS-ALTERED > 0 OR WS-KEYS-MISSING > 0
040000             MOVE 'W' TO WS-ALERT-SEVERITY
040100             MOVE 'FIZBCK0014' TO WS-ALERT-CODE
040200             MOVE
040250                 'KEYS CHANGED SINCE THE RUN - SEE BCKRPT'
040300                 TO WS-ALERT-TEXT
040400             PERFORM WRITE-ALERT-RECORD
040500             MOVE 4 TO RETURN-CODE
040600         WHEN NOT WS-XMITCTL-WAS-READ
040700             MOVE 'W' TO WS-ALERT-SEVERITY
040800             MOVE 'FIZBCK0012' TO WS-ALERT-CODE
040900             MOVE 'XMITCTL UNREADABLE - CHECK THE WAREHOUSE LOAD'
041000                 TO WS-ALERT-TEXT
041100             PERFORM WRITE-ALERT-RECORD
041200             MOVE 4 TO RETURN-CODE
041300         WHEN WS-CORRECTION-WRITTEN
041400             AND NOT WS-CORRECTION-REGISTERED
041500             MOVE 'W' TO WS-ALERT-SEVERITY
041600             MOVE 'FIZBCK0013' TO WS-ALERT-CODE
041700             MOVE
041750                 'CORRECTION NOT REGISTERED ON XMITCTL'
041800                 TO WS-ALERT-TEXT
041900             PERFORM WRITE-ALERT-RECORD
042000             MOVE 4 TO RETURN-CODE
042100         WHEN WS-IMAGES-SELECTED = 0
042200             MOVE 4 TO RETURN-CODE
042300         WHEN OTHER
042400             MOVE 0 TO RETURN-CODE
042500     END-EVALUATE.
042600     PERFORM CLOSE-ALERT-FILE.
042700     GOBACK.
042800*
042900*------------
043000* Read and check the BCKPARM card.  NO CARD AT ALL MEANS
043100* VERIFY ONLY - AND WITH NO RUN NAMED, NOTHING TO VERIFY
043200*------------
043300 READ-BACKOUT-PARAMETERS.
043400     MOVE SPACES TO BCKPARM-RECORD.
043500     OPEN INPUT BCKPARM.
043600     IF WS-PARM-FILE-FOUND
043700         READ BCKPARM
043800             AT END
043900                 MOVE SPACES TO BCKPARM-RECORD
044000         END-READ
044100         CLOSE BCKPARM
044200     END-IF.
044300     IF NOT BC-MODE-IS-VERIFY AND NOT BC-MODE-IS-BACKOUT
044400         DISPLAY 'FIZBCK0001E - BCKPARM MODE ' BC-MODE
044500             ' IS NOT V OR B'
044600         MOVE 'N' TO WS-PARMS-VALID-SWITCH
044700     END-IF.
044800     IF BC-RUN-DATE-RAW NOT NUMERIC
044900         DISPLAY 'FIZBCK0001E - BCKPARM RUN DATE '
045000             BC-RUN-DATE-RAW ' IS NOT NUMERIC'
045100         MOVE 'N' TO WS-PARMS-VALID-SWITCH
045200     END-IF.
045300     IF BC-RUN-TIME-RAW NOT NUMERIC
045400         DISPLAY 'FIZBCK0001E - BCKPARM RUN TIME '
045500             BC-RUN-TIME-RAW ' IS NOT NUMERIC'
045600         MOVE 'N' TO WS-PARMS-VALID-SWITCH
045700     END-IF.
045800     IF BC-REQUEST-ID-RAW NOT NUMERIC
045900         DISPLAY 'FIZBCK0001E - BCKPARM REQUEST ID '
046000             BC-REQUEST-ID-RAW ' IS NOT NUMERIC'
046100         MOVE 'N' TO WS-PARMS-VALID-SWITCH
046200     END-IF.
046300     IF BC-MODE-IS-BACKOUT
046400         MOVE 'BACKOUT' TO WS-MODE-NAME
046500     ELSE
046600         MOVE 'VERIFY ONLY' TO WS-MODE-NAME
046700     END-IF.
046800     IF WS-PARMS-ARE-VALID
046900         MOVE BC-RUN-DATE TO WS-BAD-RUN-DATE
047000         MOVE BC-RUN-TIME TO WS-BAD-RUN-TIME
047100     ELSE
047200         MOVE 0 TO WS-BAD-STAMP
047300     END-IF.
047400     MOVE 0 TO WS-PRIOR-STAMP.
047500     MOVE 0 TO WS-NEWER-STAMP.
047600     MOVE 9999999999999999 TO WS-NEXT-STAMP.
047700*
047800*------------
047900* Read the audit trail once ahead of the main pass, noting
048000* THE REQUEST AND RUN STAMP OF EVERY REVERSING RECORD
048100* FIZBCK HAS APPENDED
048200*------------
048300 LOAD-REVERSED-RUNS.
048400     MOVE 0 TO WS-REVERSED-COUNT.
048500     MOVE 'N' TO WS-REVERSED-EOF-SWITCH.
048600     OPEN INPUT AUDITFILE.
048700     IF NOT WS-AUDIT-FILE-FOUND
048800         SET WS-REVERSED-SCAN-DONE TO TRUE
048900     END-IF.
049000     PERFORM UNTIL WS-REVERSED-SCAN-DONE
049100         READ AUDITFILE
049200             AT END
049300                 SET WS-REVERSED-SCAN-DONE TO TRUE
049400             NOT AT END
049500                 IF AUD-WAS-REVERSAL
049600                     PERFORM KEEP-REVERSED-RUN
049700                 END-IF
049800         END-READ
049900     END-PERFORM.
050000     IF WS-AUDIT-FILE-FOUND OR WS-AUDIT-FILE-STATUS = '10'
050100         CLOSE AUDITFILE
050200     END-IF.
050300*
050400*------------
050500* Note one reversing record's request and run stamp.  A
050600* FULL TABLE CANNOT BE RISKED HERE - A RUN BACKED OUT TWICE
050700* WOULD BE PUT BACK OVER WHAT CAME AFTER IT
050800*------------
050900 KEEP-REVERSED-RUN.
051000     IF AUD-REQUEST-SEQ NUMERIC
051100         AND AUD-RUN-DATE NUMERIC
051200         AND AUD-RUN-TIME NUMERIC
051300         IF WS-REVERSED-COUNT < 999
051400             ADD 1 TO WS-REVERSED-COUNT
051500             SET RVX TO WS-REVERSED-COUNT
051600             MOVE AUD-REQUEST-SEQ TO WS-RV-REQUEST-SEQ (RVX)
051700             COMPUTE WS-RV-STAMP (RVX) =
051800                 AUD-RUN-DATE * 100000000 + AUD-RUN-TIME
051900         ELSE
052000             DISPLAY 'FIZBCK0002E - MORE THAN 999 BACKED-OUT '
052100                 'RUNS ON THE AUDIT TRAIL - NOTHING BACKED OUT'
052200             MOVE 'N' TO WS-RUN-VALID-SWITCH
052300             MOVE 'FIZBCK0002' TO WS-REFUSAL-CODE
052400         END-IF
052500     END-IF.
052600*
052700*------------
052800* Decide whether the audit record just read is a reversing
052900* RECORD, OR THE RECORD OF A RUN FIZBCK HAS BACKED OUT
053000*------------
053100 CHECK-REVERSED-RUN.
053200     MOVE 'N' TO WS-REVERSED-SWITCH.
053300     IF AUD-WAS-REVERSAL
053400         SET WS-RUN-WAS-REVERSED TO TRUE
053500     ELSE
053600         IF WS-REVERSED-COUNT > 0
053700             AND AUD-RUN-DATE NUMERIC
053800             AND AUD-RUN-TIME NUMERIC
053900             COMPUTE WS-REVERSED-STAMP =
054000                 AUD-RUN-DATE * 100000000 + AUD-RUN-TIME
054100             PERFORM VARYING RVX FROM 1 BY 1
054200                 UNTIL RVX > WS-REVERSED-COUNT
054300                 IF WS-RV-REQUEST-SEQ (RVX) = AUD-REQUEST-SEQ
054400                     AND WS-RV-STAMP (RVX) = WS-REVERSED-STAMP
054500                     SET WS-RUN-WAS-REVERSED TO TRUE
054600                 END-IF
054700             END-PERFORM
054800         END-IF
054900     END-IF.
055000*
055100*------------
055200* Find the bad run on the audit trail, and around it the
055300* REQUEST'S PREVIOUS AND ANY LATER LIVE RUN AND THE NEXT RUN
055400* OF ANY REQUEST.  THE RUN MUST BE THERE, NOT BACKED OUT
055500* ALREADY, AND THE REQUEST'S LATEST LIVE RUN
055600*------------
055700 FIND-BAD-RUN.
055800     OPEN INPUT AUDITFILE.
055900     IF NOT WS-AUDIT-FILE-FOUND
056000         DISPLAY 'FIZBCK0003E - AUDITFILE COULD NOT BE OPENED '
056100             '(FILE STATUS ' WS-AUDIT-FILE-STATUS ')'
056200         MOVE 'N' TO WS-RUN-VALID-SWITCH
056300         MOVE 'FIZBCK0003' TO WS-REFUSAL-CODE
056400         SET WS-AUDIT-EOF TO TRUE
056500     END-IF.
056600     PERFORM UNTIL WS-AUDIT-EOF
056700         READ AUDITFILE
056800             AT END
056900                 SET WS-AUDIT-EOF TO TRUE
057000             NOT AT END
057100                 PERFORM NOTE-AUDIT-RECORD
057200         END-READ
057300     END-PERFORM.
057400     IF WS-AUDIT-FILE-FOUND OR WS-AUDIT-FILE-STATUS = '10'
057500         CLOSE AUDITFILE
057600     END-IF.
057700     EVALUATE TRUE
057800         WHEN NOT WS-AUDIT-FILE-FOUND
057900             AND WS-AUDIT-FILE-STATUS NOT = '10'
058000             CONTINUE
058100         WHEN WS-BAD-RUN-WAS-REVERSED
058200             DISPLAY 'FIZBCK0004E - REQUEST ' BC-REQUEST-ID
058300                 ' RUN ' BC-RUN-DATE ' ' BC-RUN-TIME
058400                 ' IS ALREADY BACKED OUT'
058500             MOVE 'N' TO WS-RUN-VALID-SWITCH
058600             MOVE 'FIZBCK0004' TO WS-REFUSAL-CODE
058700         WHEN NOT WS-BAD-RUN-WAS-FOUND
058800             DISPLAY 'FIZBCK0005E - NO AUDIT RECORD FOR REQUEST '
058900                 BC-REQUEST-ID ' RUN ' BC-RUN-DATE ' '
059000                 BC-RUN-TIME
059100             MOVE 'N' TO WS-RUN-VALID-SWITCH
059200             MOVE 'FIZBCK0005' TO WS-REFUSAL-CODE
059300         WHEN WS-NEWER-STAMP > 0
059400             DISPLAY 'FIZBCK0006E - REQUEST ' BC-REQUEST-ID
059500                 ' RAN AGAIN ' WS-NEWER-RUN-DATE ' '
059600                 WS-NEWER-RUN-TIME ' - BACK THAT RUN OUT FIRST'
059700             MOVE 'N' TO WS-RUN-VALID-SWITCH
059800             MOVE 'FIZBCK0006' TO WS-REFUSAL-CODE
059900     END-EVALUATE.
060000*
060100*------------
060200* Take one audit record into the search.  REVERSING
060300* RECORDS THEMSELVES ARE NOT RUNS.  ANY OTHER RUN AFTER THE
060400* BAD ONE, OF ANY REQUEST, MAY BOUND THE EXTRACT THAT
060500* SHIPPED IT; ONLY THE REQUEST'S OWN LIVE RUNS BOUND THE
060600* LOG WINDOW OR STAND IN THE WAY
060700*------------
060800 NOTE-AUDIT-RECORD.
060900     IF AUD-RUN-DATE NUMERIC AND AUD-RUN-TIME NUMERIC
061000         AND NOT AUD-WAS-REVERSAL
061100         MOVE AUD-RUN-DATE TO WS-THIS-RUN-DATE
061200         MOVE AUD-RUN-TIME TO WS-THIS-RUN-TIME
061300         IF WS-THIS-STAMP > WS-BAD-STAMP
061400             AND WS-THIS-STAMP < WS-NEXT-STAMP
061500             MOVE WS-THIS-STAMP TO WS-NEXT-STAMP
061600         END-IF
061700         IF AUD-REQUEST-SEQ = BC-REQUEST-ID
061800             PERFORM CHECK-REVERSED-RUN
061900             EVALUATE TRUE
062000                 WHEN WS-THIS-STAMP = WS-BAD-STAMP
062100                     AND WS-RUN-WAS-REVERSED
062200                     SET WS-BAD-RUN-WAS-REVERSED TO TRUE
062300                 WHEN WS-THIS-STAMP = WS-BAD-STAMP
062400                     SET WS-BAD-RUN-WAS-FOUND TO TRUE
062500                     MOVE AUDITREC-RECORD TO WS-BAD-AUDIT-RECORD
062600                 WHEN WS-RUN-WAS-REVERSED
062700                     CONTINUE
062800                 WHEN WS-THIS-STAMP > WS-BAD-STAMP
062900                     IF WS-THIS-STAMP > WS-NEWER-STAMP
063000                         MOVE WS-THIS-STAMP TO WS-NEWER-STAMP
063100                     END-IF
063200                 WHEN WS-THIS-STAMP > WS-PRIOR-STAMP
063300                     MOVE WS-THIS-STAMP TO WS-PRIOR-STAMP
063400             END-EVALUATE
063500         END-IF
063600     END-IF.
063700*
063800*------------
063900* Look on XMITCTL for an extract sent after the bad run and
064000* BEFORE THE NEXT RUN - THE TRANSMISSION THAT SHIPPED IT.
064100* ONE THE WAREHOUSE FAILED WAS NOT LOADED.  AN UNREADABLE
064200* XMITCTL IS TAKEN AS SENT, SO THE CORRECTION GOES ANYWAY
064300*------------
064400 FIND-SENT-EXTRACT.
064500     OPEN INPUT XMITCTL.
064600     IF NOT WS-CTL-FILE-OK
064700         DISPLAY 'FIZBCK0012W - XMITCTL COULD NOT BE OPENED '
064800             '(FILE STATUS ' WS-CTL-FILE-STATUS ') - '
064900             'CORRECTION WRITTEN IN CASE AN EXTRACT WAS SENT'
065000         MOVE 'N' TO WS-CTL-READ-SWITCH
065100         SET WS-EXTRACT-WAS-SENT TO TRUE
065200     ELSE
065300         MOVE 'N' TO WS-CTL-EOF-SWITCH
065400         MOVE WS-BAD-RUN-DATE TO XC-EXTRACT-DATE
065500         MOVE WS-BAD-RUN-TIME TO XC-EXTRACT-TIME
065600         START XMITCTL KEY IS > XC-EXTRACT-KEY
065700             INVALID KEY
065800                 SET WS-CTL-SCAN-DONE TO TRUE
065900         END-START
066000         PERFORM UNTIL WS-CTL-SCAN-DONE
066100             READ XMITCTL NEXT RECORD
066200                 AT END
066300                     SET WS-CTL-SCAN-DONE TO TRUE
066400                 NOT AT END
066500                     PERFORM NOTE-SENT-EXTRACT
066600             END-READ
066700         END-PERFORM
066800         CLOSE XMITCTL
066900     END-IF.
067000*
067100*------------
067200* Take one transmission after the bad run - the first one
067300* NOT FAILED AND SENT BEFORE THE NEXT RUN IS THE ONE
067400*------------
067500 NOTE-SENT-EXTRACT.
067600     IF XC-EXTRACT-KEY NOT < WS-NEXT-RUN
067700         SET WS-CTL-SCAN-DONE TO TRUE
067800     ELSE
067900         IF NOT XC-EXTRACT-FAILED
068000             SET WS-EXTRACT-WAS-SENT TO TRUE
068100             MOVE XC-EXTRACT-DATE TO WS-SENT-DATE
068200             MOVE XC-EXTRACT-TIME TO WS-SENT-TIME
068300             SET WS-CTL-SCAN-DONE TO TRUE
068400         END-IF
068500     END-IF.
068600*
068700*------------
068800* First pass over the log - gather each key the run touched,
068900* COUNT WHAT IS TO BE PUT BACK AND LIST EVERY KEY NOT AS THE
069000* RUN LEFT IT.  A LOG OUT OF ORDER, OR ONE THAT NO LONGER
069100* REACHES BACK TO THE RUN, STOPS THE BACKOUT
069200*------------
069300 TALLY-BEFORE-IMAGES.
069400     OPEN INPUT FIZZMST.
069500     IF NOT WS-MST-FILE-OK
069600         DISPLAY 'FIZBCK0009E - FIZZMST COULD NOT BE OPENED '
069700             '(FILE STATUS ' WS-MST-FILE-STATUS ')'
069800         MOVE 'N' TO WS-RUN-VALID-SWITCH
069900         MOVE 'FIZBCK0009' TO WS-REFUSAL-CODE
070000     ELSE
070100         SET WS-IS-TALLY-PASS TO TRUE
070200         PERFORM READ-BEFORE-IMAGE-LOG
070300         CLOSE FIZZMST
070400         EVALUATE TRUE
070500             WHEN NOT WS-RUN-CAN-BE-BACKED-OUT
070600                 CONTINUE
070700             WHEN WS-SEQUENCE-IS-BROKEN
070800                 MOVE 'N' TO WS-RUN-VALID-SWITCH
070900                 MOVE 'FIZBCK0008' TO WS-REFUSAL-CODE
071000             WHEN WS-IMAGES-READ = 0
071100                 OR WS-EARLIEST-LOG-STAMP > WS-BAD-STAMP
071200                 DISPLAY 'FIZBCK0016E - THE BFIMAGE LOG DOES NOT '
071300                     'REACH BACK TO THE RUN - NOTHING BACKED OUT'
071400                 MOVE 'N' TO WS-RUN-VALID-SWITCH
071500                 MOVE 'FIZBCK0016' TO WS-REFUSAL-CODE
071600             WHEN WS-IMAGES-SELECTED = 0
071700                 DISPLAY
071750                     'FIZBCK0017I - THE RUN CHANGED NO FIZZMST '
071800                     'RECORD - ONLY THE AUDIT TRAIL IS REVERSED'
071900         END-EVALUATE
072000     END-IF.
072100*
072200*------------
072300* Second pass over the log - put each key back and, if the
072400* RUN WAS SHIPPED, WRITE THE WAREHOUSE ITS CORRECTION.  THE
072500* FIRST FIZZMST FAILURE STOPS THE UPDATE AND THE CORRECTION
072600* IS LEFT WITHOUT A TRAILER, SO IT CANNOT BE LOADED
072700*------------
072800 APPLY-BEFORE-IMAGES.
072900     OPEN I-O FIZZMST.
073000     IF NOT WS-MST-FILE-OK
073100         DISPLAY 'FIZBCK0010E - FIZZMST COULD NOT BE OPENED FOR '
073200             'UPDATE (FILE STATUS ' WS-MST-FILE-STATUS ')'
073300         SET WS-MASTER-HAS-FAILED TO TRUE
073400     ELSE
073500         IF WS-EXTRACT-WAS-SENT
073600             OPEN OUTPUT CORRFILE
073700             PERFORM WRITE-CORRECTION-HEADER
073800         END-IF
073900         SET WS-IS-APPLY-PASS TO TRUE
074000         PERFORM READ-BEFORE-IMAGE-LOG
074100         CLOSE FIZZMST
074200         IF WS-EXTRACT-WAS-SENT
074300             IF NOT WS-MASTER-HAS-FAILED
074400                 AND WS-RUN-CAN-BE-BACKED-OUT
074500                 PERFORM WRITE-CORRECTION-TRAILER
074600                 SET WS-CORRECTION-WRITTEN TO TRUE
074700             END-IF
074800             CLOSE CORRFILE
074900             IF WS-CORRECTION-WRITTEN
075000                 PERFORM REGISTER-CORRECTION
075100             END-IF
075200         END-IF
075300     END-IF.
075400*
075500*------------
075600* Walk the sorted log, gathering the request's records
075700* WITHIN THE WINDOW KEY BY KEY AND TAKING EACH KEY WHEN THE
075800* NEXT ONE STARTS
075900*------------
076000 READ-BEFORE-IMAGE-LOG.
076100     MOVE 'N' TO WS-SORT-EOF-SWITCH.
076200     MOVE 'N' TO WS-GROUP-OPEN-SWITCH.
076300     MOVE LOW-VALUES TO WS-PRIOR-SORT-KEY.
076400     OPEN INPUT BFIMSORT.
076500     IF NOT WS-SORT-FILE-FOUND
076600         DISPLAY 'FIZBCK0007E - BFIMSORT COULD NOT BE OPENED '
076700             '(FILE STATUS ' WS-SORT-FILE-STATUS ')'
076800         MOVE 'N' TO WS-RUN-VALID-SWITCH
076900         MOVE 'FIZBCK0007' TO WS-REFUSAL-CODE
077000     ELSE
077100         PERFORM READ-BEFORE-IMAGE
077200         PERFORM TAKE-BEFORE-IMAGE
077300             UNTIL WS-BFIMSORT-EOF
077400                OR WS-SEQUENCE-IS-BROKEN
077500                OR WS-MASTER-HAS-FAILED
077600         IF WS-GROUP-IS-OPEN
077700             AND NOT WS-SEQUENCE-IS-BROKEN
077800             PERFORM END-KEY-GROUP
077900         END-IF
078000         CLOSE BFIMSORT
078100     END-IF.
078200*
078300*------------
078400* Read the next log record, checking it follows the one
078500* BEFORE IN REQUEST, ITERATOR AND RUN ORDER
078600*------------
078700 READ-BEFORE-IMAGE.
078800     READ BFIMSORT
078900         AT END
079000             SET WS-BFIMSORT-EOF TO TRUE
079100     END-READ.
079200     IF NOT WS-BFIMSORT-EOF AND WS-IS-TALLY-PASS
079300         ADD 1 TO WS-IMAGES-READ
079400         MOVE BF-REQUEST-SEQ TO WS-SK-REQUEST-SEQ
079500         MOVE BF-AFTER-ITERATOR TO WS-SK-ITERATOR
079600         MOVE BF-RUN-DATE TO WS-SK-RUN-DATE
079700         MOVE BF-RUN-TIME TO WS-SK-RUN-TIME
079800         IF WS-SORT-KEY < WS-PRIOR-SORT-KEY
079900             MOVE BF-AFTER-ITERATOR TO WS-EDIT-ITERATOR
080000             DISPLAY 'FIZBCK0008E - BFIMSORT NOT IN REQUEST, '
080100                 'ITERATOR, RUN ORDER AT REQUEST ' BF-REQUEST-SEQ
080200                 ' ITERATOR ' WS-EDIT-ITERATOR
080300             SET WS-SEQUENCE-IS-BROKEN TO TRUE
080400         END-IF
080500         MOVE WS-SORT-KEY TO WS-PRIOR-SORT-KEY
080600         IF BF-RUN-DATE NUMERIC AND BF-RUN-TIME NUMERIC
080700             MOVE BF-RUN-DATE TO WS-THIS-RUN-DATE
080800             MOVE BF-RUN-TIME TO WS-THIS-RUN-TIME
080900             IF WS-EARLIEST-LOG-STAMP = 0
081000                 OR WS-THIS-STAMP < WS-EARLIEST-LOG-STAMP
081100                 MOVE WS-THIS-STAMP TO WS-EARLIEST-LOG-STAMP
081200             END-IF
081300         END-IF
081400     END-IF.
081500*
081600*------------
081700* Take one log record.  ONLY THE REQUEST'S RECORDS STAMPED
081800* AFTER ITS PREVIOUS LIVE RUN AND NO LATER THAN THE BAD RUN
081900* COUNT, LESS ANY OF A RUN ALREADY BACKED OUT
082000*------------
082100 TAKE-BEFORE-IMAGE.
082200     IF BF-REQUEST-SEQ = BC-REQUEST-ID
082300         AND BF-RUN-DATE NUMERIC AND BF-RUN-TIME NUMERIC
082400         MOVE BF-RUN-DATE TO WS-THIS-RUN-DATE
082500         MOVE BF-RUN-TIME TO WS-THIS-RUN-TIME
082600         IF WS-THIS-STAMP > WS-PRIOR-STAMP
082700             AND WS-THIS-STAMP NOT > WS-BAD-STAMP
082800             PERFORM CHECK-REVERSED-IMAGE
082900             IF WS-RUN-WAS-REVERSED
083000                 IF WS-IS-TALLY-PASS
083100                     ADD 1 TO WS-IMAGES-PASSED-OVER
083200                 END-IF
083300             ELSE
083400                 PERFORM GATHER-BEFORE-IMAGE
083500             END-IF
083600         END-IF
083700     END-IF.
083800     PERFORM READ-BEFORE-IMAGE.
083900*
084000*------------
084100* Decide whether the log record just read belongs to a run
084200* FIZBCK HAS ALREADY BACKED OUT
084300*------------
084400 CHECK-REVERSED-IMAGE.
084500     MOVE 'N' TO WS-REVERSED-SWITCH.
084600     PERFORM VARYING RVX FROM 1 BY 1
084700         UNTIL RVX > WS-REVERSED-COUNT
084800         IF WS-RV-REQUEST-SEQ (RVX) = BF-REQUEST-SEQ
084900             AND WS-RV-STAMP (RVX) = WS-THIS-STAMP
085000             SET WS-RUN-WAS-REVERSED TO TRUE
085100         END-IF
085200     END-PERFORM.
085300*
085400*------------
085500* Add one log record to its key's group, taking the group
085600* BEFORE IT FIRST IF THE KEY HAS CHANGED
085700*------------
085800 GATHER-BEFORE-IMAGE.
085900     IF WS-IS-TALLY-PASS
086000         ADD 1 TO WS-IMAGES-SELECTED
086100     END-IF.
086200     IF WS-GROUP-IS-OPEN
086300         AND (BF-AFTER-REQUEST-SEQ NOT = WS-GA-REQUEST-SEQ
086400           OR BF-AFTER-ITERATOR NOT = WS-GA-ITERATOR)
086500         PERFORM END-KEY-GROUP
086600     END-IF.
086700     IF NOT WS-GROUP-IS-OPEN
086800         SET WS-GROUP-IS-OPEN TO TRUE
086900         MOVE BF-ACTION TO WS-GROUP-ACTION
087000         MOVE BF-BEFORE-IMAGE TO WS-GROUP-BEFORE-IMAGE
087100     END-IF.
087200     MOVE BF-AFTER-IMAGE TO WS-GROUP-AFTER-IMAGE.
087300*
087400*------------
087500* Take the gathered key - tallied on the first pass, put
087600* BACK ON THE SECOND
087700*------------
087800 END-KEY-GROUP.
087900     MOVE 'N' TO WS-GROUP-OPEN-SWITCH.
088000     IF WS-IS-TALLY-PASS
088100         PERFORM TALLY-KEY-GROUP
088200     ELSE
088300         PERFORM APPLY-KEY-GROUP
088400     END-IF.
088500*
088600*------------
088700* Count one key and the correction's totals for it, and
088800* LIST IT IF FIZZMST NO LONGER HOLDS WHAT THE RUN LEFT
088900*------------
089000 TALLY-KEY-GROUP.
089100     IF WS-GROUP-WAS-ADDED
089200         ADD 1 TO WS-KEYS-ADDED
089300     ELSE
089400         ADD 1 TO WS-KEYS-CHANGED
089500     END-IF.
089600     ADD 1 TO WS-CORR-COUNT.
089700     ADD WS-GA-ITERATOR TO WS-CORR-HASH.
089800     IF WS-CORR-COUNT = 1
089900         MOVE WS-GA-ITERATOR TO WS-LOW-ITERATOR
090000     END-IF.
090100     MOVE WS-GA-ITERATOR TO WS-HIGH-ITERATOR.
090200     PERFORM READ-MASTER-KEY.
090300     EVALUATE TRUE
090400         WHEN NOT WS-MST-KEY-FOUND
090500             ADD 1 TO WS-KEYS-MISSING
090600             MOVE 'NOT ON FIZZMST' TO EXC-REASON
090700             MOVE SPACES TO FIZZMST-RECORD
090800             PERFORM WRITE-EXCEPTION-LINE
090900         WHEN FIZZMST-RECORD NOT = WS-GROUP-AFTER-IMAGE
091000             ADD 1 TO WS-KEYS-ALTERED
091100             MOVE 'CHANGED SINCE THE RUN' TO EXC-REASON
091200             PERFORM WRITE-EXCEPTION-LINE
091300     END-EVALUATE.
091400*
091500*------------
091600* Read the gathered key from FIZZMST
091700*------------
091800 READ-MASTER-KEY.
091900     MOVE 'N' TO WS-KEY-FOUND-SWITCH.
092000     MOVE WS-GA-REQUEST-SEQ TO FZM-REQUEST-SEQ.
092100     MOVE WS-GA-ITERATOR TO FZM-ITERATOR.
092200     READ FIZZMST
092300         INVALID KEY
092400             CONTINUE
092500         NOT INVALID KEY
092600             SET WS-MST-KEY-FOUND TO TRUE
092700     END-READ.
092800*
092900*------------
093000* Put one key back as it stood before the run - a key the
093100* RUN ADDED IS DELETED, ANY OTHER REWRITTEN (OR WRITTEN
093200* AGAIN, IF IT HAS GONE SINCE) FROM ITS BEFORE-IMAGE
093300*------------
093400 APPLY-KEY-GROUP.
093500     PERFORM READ-MASTER-KEY.
093600     IF WS-GROUP-WAS-ADDED
093700         IF WS-MST-KEY-FOUND
093800             DELETE FIZZMST RECORD
093900             IF WS-MST-FILE-OK
094000                 ADD 1 TO WS-KEYS-DELETED
094100             ELSE
094200                 PERFORM NOTE-MASTER-FAILURE
094300             END-IF
094400         END-IF
094500     ELSE
094600         MOVE WS-GROUP-BEFORE-IMAGE TO FIZZMST-RECORD
094700         IF WS-MST-KEY-FOUND
094800             REWRITE FIZZMST-RECORD
094900         ELSE
095000             WRITE FIZZMST-RECORD
095100         END-IF
095200         IF WS-MST-FILE-OK
095300             ADD 1 TO WS-KEYS-RESTORED
095400         ELSE
095500             PERFORM NOTE-MASTER-FAILURE
095600         END-IF
095700     END-IF.
095800     IF WS-EXTRACT-WAS-SENT AND NOT WS-MASTER-HAS-FAILED
095900         PERFORM WRITE-CORRECTION-DETAIL
096000     END-IF.
096100*
096200*------------
096300* A FIZZMST update failed - stop putting keys back
096400*------------
096500 NOTE-MASTER-FAILURE.
096600     MOVE WS-GA-ITERATOR TO WS-EDIT-ITERATOR.
096700     DISPLAY 'FIZBCK0010E - FIZZMST UPDATE FAILED AT REQUEST '
096800         WS-GA-REQUEST-SEQ ' ITERATOR ' WS-EDIT-ITERATOR
096900         ' (FILE STATUS ' WS-MST-FILE-STATUS ') - BACKOUT '
097000         'ABANDONED'.
097100     SET WS-MASTER-HAS-FAILED TO TRUE.
097200*
097300*------------
097400* List one key not as the run left it, beside what FIZZMST
097500* HOLDS NOW
097600*------------
097700 WRITE-EXCEPTION-LINE.
097800     IF WS-KEYS-ALTERED + WS-KEYS-MISSING = 1
097900         MOVE WS-EXCEPTION-HEADING-LINE TO REPORT-LINE
098000         WRITE REPORT-LINE
098100     END-IF.
098200     MOVE WS-GA-REQUEST-SEQ TO EXC-REQUEST-SEQ.
098300     MOVE WS-GA-ITERATOR TO EXC-ITERATOR.
098400     MOVE WS-GA-OUTPUT-TEXT TO EXC-RUN-TEXT.
098500     MOVE WS-GA-CLASS-FLAG TO EXC-RUN-CLASS.
098600     MOVE WS-GA-FLAGGED-IND TO EXC-RUN-FLAG.
098700     MOVE FZM-OUTPUT-TEXT TO EXC-FILE-TEXT.
098800     MOVE FZM-CLASS-FLAG TO EXC-FILE-CLASS.
098900     MOVE FZM-FLAGGED-IND TO EXC-FILE-FLAG.
099000     MOVE WS-EXCEPTION-LINE TO REPORT-LINE.
099100     WRITE REPORT-LINE.
099200*
099300*------------
099400* Write the correction's header - its own date/time and the
099500* BOUNDS OF THE KEYS IT CORRECTS, AS FIZXTR'S HEADER - AND
099600* THE RECORD NAMING THE TRANSMISSION AND RUN IT CORRECTS
099700*------------
099800 WRITE-CORRECTION-HEADER.
099900     MOVE WS-RUN-DATE TO WS-EDIT-RUN-DATE.
100000     MOVE WS-RUN-TIME TO WS-EDIT-RUN-TIME.
100100     MOVE WS-LOW-ITERATOR TO WS-EDIT-LOW-ITERATOR.
100200     MOVE WS-HIGH-ITERATOR TO WS-EDIT-HIGH-ITERATOR.
100300     MOVE SPACES TO CORRECTION-RECORD.
100400     STRING 'H|' DELIMITED BY SIZE
100500         WS-EDIT-RUN-DATE DELIMITED BY SIZE
100600         '|' DELIMITED BY SIZE
100700         WS-EDIT-RUN-TIME DELIMITED BY SIZE
100800         '|FIZBCK  |' DELIMITED BY SIZE
100900         WS-EDIT-LOW-ITERATOR DELIMITED BY SIZE
101000         '|' DELIMITED BY SIZE
101100         WS-EDIT-HIGH-ITERATOR DELIMITED BY SIZE
101200         INTO CORRECTION-RECORD
101300     END-STRING.
101400     WRITE CORRECTION-RECORD.
101500     MOVE SPACES TO CORRECTION-RECORD.
101600     STRING 'C|' DELIMITED BY SIZE
101700         WS-SENT-DATE DELIMITED BY SIZE
101800         '|' DELIMITED BY SIZE
101900         WS-SENT-TIME DELIMITED BY SIZE
102000         '|' DELIMITED BY SIZE
102100         BC-REQUEST-ID DELIMITED BY SIZE
102200         '|' DELIMITED BY SIZE
102300         WS-BAD-RUN-DATE DELIMITED BY SIZE
102400         '|' DELIMITED BY SIZE
102500         WS-BAD-RUN-TIME DELIMITED BY SIZE
102600         INTO CORRECTION-RECORD
102700     END-STRING.
102800     WRITE CORRECTION-RECORD.
102900*
103000*------------
103100* One correction record per key - what the warehouse
103200* LOADED, AND WHAT TO DO ABOUT IT: 'A' REMOVE IT, 'C' PUT
103300* BACK THE PRIOR TEXT, CLASS AND FLAG THAT FOLLOW
103400*------------
103500 WRITE-CORRECTION-DETAIL.
103600     MOVE WS-GA-CLASS-FLAG TO WS-CLASS-FLAG.
103700     PERFORM SPELL-CLASS.
103800     MOVE WS-CLASS-TEXT TO WS-LOADED-CLASS-TEXT.
103900     MOVE WS-GB-CLASS-FLAG TO WS-CLASS-FLAG.
104000     PERFORM SPELL-CLASS.
104100     MOVE WS-CLASS-TEXT TO WS-PRIOR-CLASS-TEXT.
104200     MOVE SPACES TO CORRECTION-RECORD.
104300     IF WS-GROUP-WAS-ADDED
104400         STRING 'X|' DELIMITED BY SIZE
104500             WS-GA-ITERATOR DELIMITED BY SIZE
104600             '|' DELIMITED BY SIZE
104700             WS-GA-OUTPUT-TEXT DELIMITED BY SIZE
104800             '|' DELIMITED BY SIZE
104900             WS-LOADED-CLASS-TEXT DELIMITED BY SIZE
105000             '|' DELIMITED BY SIZE
105100             WS-GA-FLAGGED-IND DELIMITED BY SIZE
105200             '|' DELIMITED BY SIZE
105300             WS-GA-REQUEST-SEQ DELIMITED BY SIZE
105400             '|A|' DELIMITED BY SIZE
105500             INTO CORRECTION-RECORD
105600         END-STRING
105700     ELSE
105800         STRING 'X|' DELIMITED BY SIZE
105900             WS-GA-ITERATOR DELIMITED BY SIZE
106000             '|' DELIMITED BY SIZE
106100             WS-GA-OUTPUT-TEXT DELIMITED BY SIZE
106200             '|' DELIMITED BY SIZE
106300             WS-LOADED-CLASS-TEXT DELIMITED BY SIZE
106400             '|' DELIMITED BY SIZE
106500             WS-GA-FLAGGED-IND DELIMITED BY SIZE
106600             '|' DELIMITED BY SIZE
106700             WS-GA-REQUEST-SEQ DELIMITED BY SIZE
106800             '|C|' DELIMITED BY SIZE
106900             WS-GB-OUTPUT-TEXT DELIMITED BY SIZE
107000             '|' DELIMITED BY SIZE
107100             WS-PRIOR-CLASS-TEXT DELIMITED BY SIZE
107200             '|' DELIMITED BY SIZE
107300             WS-GB-FLAGGED-IND DELIMITED BY SIZE
107400             INTO CORRECTION-RECORD
107500         END-STRING
107600     END-IF.
107700     WRITE CORRECTION-RECORD.
107800*
107900*------------
108000* Spell a classification flag out as FIZXTR does
108100*------------
108200 SPELL-CLASS.
108300     EVALUATE TRUE
108400         WHEN WS-CLASS-IS-FIZZBUZZ
108500             MOVE 'FIZZBUZZ' TO WS-CLASS-TEXT
108600         WHEN WS-CLASS-IS-FIZZ
108700             MOVE 'FIZZ' TO WS-CLASS-TEXT
108800         WHEN WS-CLASS-IS-BUZZ
108900             MOVE 'BUZZ' TO WS-CLASS-TEXT
109000         WHEN WS-CLASS-IS-OTHER-COMBO
109100             MOVE 'COMBO' TO WS-CLASS-TEXT
109200         WHEN OTHER
109300             MOVE 'NUMBER' TO WS-CLASS-TEXT
109400     END-EVALUATE.
109500*
109600*------------
109700* Write the correction's trailer - key count and iterator
109800* HASH TOTAL, AS FIZXTR'S TRAILER
109900*------------
110000 WRITE-CORRECTION-TRAILER.
110100     MOVE WS-CORR-COUNT TO WS-EDIT-DETAIL-COUNT.
110200     MOVE WS-CORR-HASH TO WS-EDIT-HASH-TOTAL.
110300     MOVE SPACES TO CORRECTION-RECORD.
110400     STRING 'T|' DELIMITED BY SIZE
110500         WS-EDIT-DETAIL-COUNT DELIMITED BY SIZE
110600         '|' DELIMITED BY SIZE
110700         WS-EDIT-HASH-TOTAL DELIMITED BY SIZE
110800         INTO CORRECTION-RECORD
110900     END-STRING.
111000     WRITE CORRECTION-RECORD.
111100*
111200*------------
111300* Register the correction on XMITCTL as FIZXTR registers an
111400* EXTRACT, SO THE MORNING ACKNOWLEDGMENT JOB EXPECTS IT.  A
111500* CONTROL DATASET THAT CANNOT BE OPENED IS WARNED ONLY
111600*------------
111700 REGISTER-CORRECTION.
111800     OPEN I-O XMITCTL.
111900     IF NOT WS-CTL-FILE-OK
112000         OPEN OUTPUT XMITCTL
112100         CLOSE XMITCTL
112200         OPEN I-O XMITCTL
112300     END-IF.
112400     IF WS-CTL-FILE-OK
112500         MOVE WS-RUN-DATE TO XC-EXTRACT-DATE
112600         MOVE WS-RUN-TIME TO XC-EXTRACT-TIME
112700         MOVE WS-CORR-COUNT TO XC-DETAIL-COUNT
112800         MOVE WS-CORR-HASH TO XC-HASH-TOTAL
112900         SET XC-EXTRACT-SENT TO TRUE
113000         WRITE XMITCTL-RECORD
113100             INVALID KEY
113200                 REWRITE XMITCTL-RECORD
113300         END-WRITE
113400         SET WS-CORRECTION-REGISTERED TO TRUE
113500         CLOSE XMITCTL
113600     ELSE
113700         DISPLAY 'FIZBCK0013W - XMITCTL NOT AVAILABLE (FILE '
113800             'STATUS ' WS-CTL-FILE-STATUS ') - CORRECTION '
113900             'WRITTEN BUT NOT REGISTERED'
114000     END-IF.
114100*
114200*------------
114300* Append the reversing record - the bad run's own audit
114400* RECORD MARKED 'R' - SO EVERY READER OF THE AUDIT TRAIL
114500* PASSES THE RUN OVER.  THE TRAIL IS ONLY EVER EXTENDED,
114600* NEVER OPENED OUTPUT
114700*------------
114800 WRITE-REVERSING-RECORD.
114900     OPEN EXTEND AUDITFILE.
115000     IF WS-AUDIT-FILE-FOUND
115100         MOVE WS-BAD-AUDIT-RECORD TO AUDITREC-RECORD
115200         SET AUD-WAS-REVERSAL TO TRUE
115300         WRITE AUDITREC-RECORD
115400         IF WS-AUDIT-FILE-FOUND
115500             SET WS-REVERSAL-WRITTEN TO TRUE
115600         END-IF
115700         CLOSE AUDITFILE
115800     END-IF.
115900     IF NOT WS-REVERSAL-WRITTEN
116000         DISPLAY 'FIZBCK0011E - REVERSING AUDIT RECORD NOT '
116100             'WRITTEN (FILE STATUS ' WS-AUDIT-FILE-STATUS
116200             ') - FIZZMST IS RESTORED BUT THE RUN IS NOT MARKED '
116300             'BACKED OUT'
116400         SET WS-REVERSAL-HAS-FAILED TO TRUE
116500     END-IF.
116600*
116700*------------
116800* The report's opening lines - which run is being backed
116900* OUT, AND HOW
117000*------------
117100 WRITE-REPORT-HEADING.
117200     MOVE SPACES TO REPORT-LINE.
117300     STRING 'FIZBUZ RUN BACKOUT - ' DELIMITED BY SIZE
117400         WS-MODE-NAME DELIMITED BY '  '
117500         ' - RUN ' DELIMITED BY SIZE
117600         WS-RUN-DATE DELIMITED BY SIZE
117700         ' ' DELIMITED BY SIZE
117800         WS-RUN-TIME (1:6) DELIMITED BY SIZE
117900         INTO REPORT-LINE
118000     END-STRING.
118100     WRITE REPORT-LINE.
118200     MOVE SPACES TO REPORT-LINE.
118300     IF WS-PARMS-ARE-VALID
118400         STRING 'REQUEST ' DELIMITED BY SIZE
118500             BC-REQUEST-ID DELIMITED BY SIZE
118600             ', RUN OF ' DELIMITED BY SIZE
118700             BC-RUN-DATE DELIMITED BY SIZE
118800             ' ' DELIMITED BY SIZE
118900             BC-RUN-TIME DELIMITED BY SIZE
119000             INTO REPORT-LINE
119100         END-STRING
119200     END-IF.
119300     WRITE REPORT-LINE.
119400     MOVE SPACES TO REPORT-LINE.
119500     WRITE REPORT-LINE.
119600*
119700*------------
119800* The report's figures and verdict
119900*------------
120000 WRITE-REPORT-SUMMARY.
120100     IF WS-KEYS-ALTERED + WS-KEYS-MISSING > 0
120200         MOVE SPACES TO REPORT-LINE
120300         WRITE REPORT-LINE
120400     END-IF.
120500     IF WS-PARMS-ARE-VALID
120600         MOVE SPACES TO REPORT-LINE
120700         IF WS-PRIOR-STAMP > 0
120800             STRING 'PREVIOUS LIVE RUN         : '
120850                 DELIMITED BY SIZE
120900                 WS-PRIOR-RUN-DATE DELIMITED BY SIZE
121000                 ' ' DELIMITED BY SIZE
121100                 WS-PRIOR-RUN-TIME DELIMITED BY SIZE
121200                 INTO REPORT-LINE
121300             END-STRING
121400         ELSE
121500             MOVE 'PREVIOUS LIVE RUN         : NONE'
121600                 TO REPORT-LINE
121700         END-IF
121800         WRITE REPORT-LINE
121900         MOVE SPACES TO REPORT-LINE
122000         EVALUATE TRUE
122100             WHEN NOT WS-XMITCTL-WAS-READ
122200                 MOVE
122250                     'EXTRACT SENT AFTER IT     : UNKNOWN'
122300                     TO REPORT-LINE
122400             WHEN WS-EXTRACT-WAS-SENT
122500                 STRING 'EXTRACT SENT AFTER IT     : '
122600                     DELIMITED BY SIZE
122700                     WS-SENT-DATE DELIMITED BY SIZE
122800                     ' ' DELIMITED BY SIZE
122900                     WS-SENT-TIME DELIMITED BY SIZE
123000                     INTO REPORT-LINE
123100                 END-STRING
123200             WHEN OTHER
123300                 MOVE 'EXTRACT SENT AFTER IT     : NONE'
123400                     TO REPORT-LINE
123500         END-EVALUATE
123600         WRITE REPORT-LINE
123700         MOVE WS-IMAGES-READ TO WS-EDIT-COUNT
123800         MOVE SPACES TO REPORT-LINE
123900         STRING 'BEFORE-IMAGES READ        : ' DELIMITED BY SIZE
124000             WS-EDIT-COUNT DELIMITED BY SIZE
124100             INTO REPORT-LINE
124200         END-STRING
124300         WRITE REPORT-LINE
124400         MOVE WS-IMAGES-SELECTED TO WS-EDIT-COUNT
124500         MOVE SPACES TO REPORT-LINE
124600         STRING 'BEFORE-IMAGES OF THE RUN  : ' DELIMITED BY SIZE
124700             WS-EDIT-COUNT DELIMITED BY SIZE
124800             INTO REPORT-LINE
124900         END-STRING
125000         WRITE REPORT-LINE
125100         MOVE WS-IMAGES-PASSED-OVER TO WS-EDIT-COUNT
125200         MOVE SPACES TO REPORT-LINE
125300         STRING 'OF RUNS BACKED OUT BEFORE : ' DELIMITED BY SIZE
125400             WS-EDIT-COUNT DELIMITED BY SIZE
125500             INTO REPORT-LINE
125600         END-STRING
125700         WRITE REPORT-LINE
125800         MOVE WS-KEYS-ADDED TO WS-EDIT-COUNT
125900         MOVE SPACES TO REPORT-LINE
126000         STRING 'KEYS THE RUN ADDED        : ' DELIMITED BY SIZE
126100             WS-EDIT-COUNT DELIMITED BY SIZE
126200             INTO REPORT-LINE
126300         END-STRING
126400         WRITE REPORT-LINE
126500         MOVE WS-KEYS-CHANGED TO WS-EDIT-COUNT
126600         MOVE SPACES TO REPORT-LINE
126700         STRING 'KEYS THE RUN CHANGED      : ' DELIMITED BY SIZE
126800             WS-EDIT-COUNT DELIMITED BY SIZE
126900             INTO REPORT-LINE
127000         END-STRING
127100         WRITE REPORT-LINE
127200         MOVE WS-KEYS-ALTERED TO WS-EDIT-COUNT
127300         MOVE SPACES TO REPORT-LINE
127400         STRING 'CHANGED SINCE THE RUN     : ' DELIMITED BY SIZE
127500             WS-EDIT-COUNT DELIMITED BY SIZE
127600             INTO REPORT-LINE
127700         END-STRING
127800         WRITE REPORT-LINE
127900         MOVE WS-KEYS-MISSING TO WS-EDIT-COUNT
128000         MOVE SPACES TO REPORT-LINE
128100         STRING 'NOT ON FIZZMST            : ' DELIMITED BY SIZE
128200             WS-EDIT-COUNT DELIMITED BY SIZE
128300             INTO REPORT-LINE
128400         END-STRING
128500         WRITE REPORT-LINE
128600         IF BC-MODE-IS-BACKOUT
128700             MOVE WS-KEYS-DELETED TO WS-EDIT-COUNT
128800             MOVE SPACES TO REPORT-LINE
128900             STRING 'KEYS DELETED              : '
129000                 DELIMITED BY SIZE
129100                 WS-EDIT-COUNT DELIMITED BY SIZE
129200                 INTO REPORT-LINE
129300             END-STRING
129400             WRITE REPORT-LINE
129500             MOVE WS-KEYS-RESTORED TO WS-EDIT-COUNT
129600             MOVE SPACES TO REPORT-LINE
129700             STRING 'KEYS RESTORED             : '
129800                 DELIMITED BY SIZE
129900                 WS-EDIT-COUNT DELIMITED BY SIZE
130000                 INTO REPORT-LINE
130100             END-STRING
130200             WRITE REPORT-LINE
130300             MOVE SPACES TO REPORT-LINE
130400             IF WS-CORRECTION-WRITTEN
130500                 MOVE WS-CORR-COUNT TO WS-EDIT-COUNT
130600                 STRING 'CORRECTION RECORDS SENT   : '
130700                     DELIMITED BY SIZE
130800                     WS-EDIT-COUNT DELIMITED BY SIZE
130900                     INTO REPORT-LINE
131000                 END-STRING
131100             ELSE
131200                 MOVE 'CORRECTION RECORDS SENT   : NONE'
131300                     TO REPORT-LINE
131400             END-IF
131500             WRITE REPORT-LINE
131600         END-IF
131700         MOVE SPACES TO REPORT-LINE
131800         WRITE REPORT-LINE
131900     END-IF.
132000     EVALUATE TRUE
132100         WHEN NOT WS-PARMS-ARE-VALID
132200             MOVE
132250                 '** BCKPARM CARD INVALID - NOTHING BACKED OUT **'
132300                 TO REPORT-LINE
132400         WHEN NOT WS-RUN-CAN-BE-BACKED-OUT
132500             MOVE '** THE RUN CANNOT BE BACKED OUT - NOTHING '
132600                 TO REPORT-LINE
132700             WRITE REPORT-LINE
132800             MOVE '   CHANGED.  SEE SYSOUT FOR WHY **'
132900                 TO REPORT-LINE
133000         WHEN WS-MASTER-HAS-FAILED
133100             MOVE '** FIZZMST UPDATE FAILED - THE RUN IS NOT '
133200                 TO REPORT-LINE
133300             WRITE REPORT-LINE
133400             MOVE
133450                 '   MARKED BACKED OUT - FIX IT AND RERUN **'
133500                 TO REPORT-LINE
133600         WHEN WS-REVERSAL-HAS-FAILED
133700             MOVE '** FIZZMST RESTORED BUT THE REVERSING AUDIT '
133800                 TO REPORT-LINE
133900             WRITE REPORT-LINE
134000             MOVE '   RECORD WAS NOT WRITTEN - RERUN **'
134100                 TO REPORT-LINE
134200         WHEN NOT BC-MODE-IS-BACKOUT
134300             MOVE 'THE RUN CAN BE BACKED OUT - RERUN IN MODE B.'
134400                 TO REPORT-LINE
134500         WHEN OTHER
134600             MOVE
134650                 'BACKOUT COMPLETE - THE REQUEST REGENERATES '
134700                 TO REPORT-LINE
134800             WRITE REPORT-LINE
134900             MOVE '   FROM THE RUN BEFORE IT ON THE NEXT NIGHT.'
135000                 TO REPORT-LINE
135100     END-EVALUATE.
135200     WRITE REPORT-LINE.
135400*
135500*------------
135600* Append one exception to the shared ALERTFILE, opening it
135700* on the first exception of the run
135800*------------
135900 WRITE-ALERT-RECORD.
136000     IF NOT WS-ALERT-OPEN-TRIED
136100         SET WS-ALERT-OPEN-TRIED TO TRUE
136200         ACCEPT WS-ALERT-DATE FROM DATE YYYYMMDD
136300         ACCEPT WS-ALERT-TIME FROM TIME
136400         OPEN EXTEND ALERTFILE
136500         IF NOT WS-ALERT-FILE-FOUND
136600             OPEN OUTPUT ALERTFILE
136700         END-IF
136800         IF WS-ALERT-FILE-FOUND
136900             SET WS-ALERT-FILE-IS-OPEN TO TRUE
137000         ELSE
137100             DISPLAY 'FIZBCK0015W - ALERTFILE COULD NOT BE '
137200                 'OPENED (FILE STATUS ' WS-ALERT-FILE-STATUS
137300                 ') - EXCEPTIONS ARE ON SYSOUT ONLY'
137400         END-IF
137500     END-IF.
137600     IF WS-ALERT-FILE-IS-OPEN
137700         MOVE SPACES TO ALERTREC-RECORD
137800         MOVE WS-ALERT-DATE TO AL-ALERT-DATE
137900         MOVE WS-ALERT-TIME TO AL-ALERT-TIME
138000         MOVE 'FIZBCK' TO AL-PROGRAM-ID
138100         MOVE WS-ALERT-REQUEST-ID TO AL-REQUEST-ID
138200         MOVE WS-ALERT-SEVERITY TO AL-SEVERITY
138300         MOVE WS-ALERT-CODE TO AL-EXCEPTION-CODE
138400         MOVE WS-ALERT-TEXT TO AL-MESSAGE-TEXT
138500         WRITE ALERTREC-RECORD
138600     END-IF.
138700     MOVE 0 TO WS-ALERT-REQUEST-ID.
138800*
138900*------------
139000* Close the shared ALERTFILE, if an exception opened it
139100*------------
139200 CLOSE-ALERT-FILE.
139300     IF WS-ALERT-FILE-IS-OPEN
139400         CLOSE ALERTFILE
139500         MOVE 'N' TO WS-ALERT-OPEN-SWITCH
139600     END-IF.

000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PRMMNT.
000300 AUTHOR.        R A KOWALSKI.
000400 INSTALLATION.  BATCH PRODUCTION SUPPORT.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*
000800************************************************************
000900*                                                          *
001000* PRMMNT  -  REQUEST PARAMETER MASTER MAINTENANCE           *
001100*                                                          *
001200* READS A TRANSACTION CARD FILE (TRANFILE, COPYBOOK         *
001300* PRMTRAN) OF PENDING PARAMETER CHANGES AND APPLIES THEM    *
001400* TO THE INDEXED PARMMST MASTER (COPYBOOK PRMMREC), FROM    *
001500* WHICH PRMBLD BUILDS THE NIGHTLY PARMFILE AND RULEFILE     *
001600* DECKS.  A RANGE OR RULE CHANGE IS KEYED HERE, DAYS AHEAD  *
001700* IF NEED BE, UNDER THE DATE IT IS TO TAKE EFFECT AND THE   *
001800* NAME OF WHOEVER ASKED FOR IT, INSTEAD OF BEING HAND-      *
001900* EDITED INTO THE DECKS THE AFTERNOON BEFORE.               *
002000*                                                          *
002100* EVERY NEW ENTRY GOES ON FILE ENTERED ('E') AND IS EDITED  *
002200* HERE THE SAME WAY FIZBUZ EDITS A PARAMETER CARD, SO A     *
002300* TYPO IS REJECTED AT ENTRY INSTEAD OF BY STEP010 ON THE    *
002400* NIGHT.  AN ENTERED ENTRY MAY BE CHANGED, GIVEN EXTRA      *
002500* CLASSIFICATION RULES, DELETED, OR APPROVED ('A') BY       *
002600* SOMEBODY OTHER THAN THE REQUESTER.  ONCE APPROVED IT IS   *
002700* FROZEN - A LATER-DATED ENTRY SUPERSEDES IT.               *
002800*                                                          *
002900* TRANSACTIONS THAT CANNOT BE APPLIED ARE WRITTEN TO THE    *
003000* REJFILE DATASET WITH A REASON, AND THE RUN CONTINUES      *
003100* WITH THE NEXT CARD.  A MAINTENANCE REPORT (MNTRPT) SHOWS  *
003200* THE RECORD COUNT ON PARMMST BEFORE AND AFTER THE RUN AND  *
003300* THE COUNTS OF TRANSACTIONS READ, APPLIED BY TYPE, AND     *
003400* REJECTED.                                                *
003500*                                                          *
003600* RETURN-CODE 0  - ALL TRANSACTIONS APPLIED.                *
003700* RETURN-CODE 4  - ONE OR MORE TRANSACTIONS REJECTED.       *
003800* RETURN-CODE 16 - A REQUIRED FILE COULD NOT BE OPENED.     *
003900*                                                          *
004000* MODIFICATION HISTORY                                     *
004100*   2026-10-15  RAK  ORIGINAL PROGRAM.                      *
004116*   2026-10-15  RAK  EVERY REJECTED CARD (PRMMNT0004W,      *
004132*                    UNDER ITS REQUEST ID WHEN THE ID IS    *
004148*                    NUMERIC) AND EVERY FILE THAT ENDS THE  *
004164*                    RUN IS ALSO APPENDED TO THE SHARED     *
004180*                    ALERTFILE.                             *
004200*                                                          *
004300************************************************************
004400*
004500 ENVIRONMENT DIVISION.
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
004800     SELECT TRANFILE ASSIGN TO "TRANFILE"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-TRAN-FILE-STATUS.
005100     SELECT PARMMST ASSIGN TO "PARMMST"
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS DYNAMIC
005400         RECORD KEY IS PM-MASTER-KEY
005500         FILE STATUS IS WS-PRM-FILE-STATUS.
005600     SELECT REQREG ASSIGN TO "REQREG"
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE IS RANDOM
005900         RECORD KEY IS RR-REQUEST-ID
006000         FILE STATUS IS WS-REG-FILE-STATUS.
006100     SELECT REJFILE ASSIGN TO "REJFILE"
006200         ORGANIZATION IS LINE SEQUENTIAL.
006300     SELECT MNTRPT ASSIGN TO "MNTRPT"
006400         ORGANIZATION IS LINE SEQUENTIAL.
006425     SELECT ALERTFILE ASSIGN TO "ALERTFILE"
006450         ORGANIZATION IS LINE SEQUENTIAL
006475         FILE STATUS IS WS-ALERT-FILE-STATUS.
006500*
006600 DATA DIVISION.
006700 FILE SECTION.
006800 FD  TRANFILE
006900     RECORDING MODE IS F.
007000 COPY PRMTRAN.
007100 FD  PARMMST.
007200 COPY PRMMREC.
007300 FD  REQREG.
007400 COPY REQREC.
007500 FD  REJFILE
007600     RECORDING MODE IS F.
007700 01  REJECT-RECORD.
007800     05  REJ-TRAN-IMAGE          PIC X(30).
007900     05  FILLER                  PIC X(02).
008000     05  REJ-REASON              PIC X(40).
008100 FD  MNTRPT
008200     RECORDING MODE IS F.
008300 01  REPORT-LINE                 PIC X(80).
008325 FD  ALERTFILE
008350     RECORDING MODE IS F.
008375 COPY ALERTREC.
008400*
008500 WORKING-STORAGE SECTION.
008600 01  WS-TRAN-FILE-STATUS          PIC X(02) VALUE '00'.
008700     88  WS-TRAN-FILE-FOUND           VALUE '00'.
008800 01  WS-PRM-FILE-STATUS           PIC X(02) VALUE '00'.
008900     88  WS-PRM-FILE-OK               VALUE '00'.
009000 01  WS-REG-FILE-STATUS           PIC X(02) VALUE '00'.
009100     88  WS-REG-FILE-OK               VALUE '00'.
009200     88  WS-REG-ID-FOUND              VALUE '00'.
009300 01  WS-TRAN-EOF-SWITCH           PIC X(01) VALUE 'N'.
009400     88  WS-TRANFILE-EOF              VALUE 'Y'.
009500 01  WS-COUNT-EOF-SWITCH          PIC X(01) VALUE 'N'.
009600     88  WS-COUNT-PASS-EOF            VALUE 'Y'.
009700 01  WS-EDIT-VALID-SWITCH         PIC X(01) VALUE 'Y'.
009800     88  WS-CARD-IS-VALID             VALUE 'Y'.
009900 01  WS-REJECT-REASON             PIC X(40) VALUE SPACES.
010000*
010100 01  WS-RUN-DATE                  PIC 9(8) VALUE 0.
010200*
010300 01  WS-BEFORE-COUNT              PIC 9(9) COMP VALUE 0.
010400 01  WS-AFTER-COUNT               PIC 9(9) COMP VALUE 0.
010500 01  WS-TRANS-READ-COUNT          PIC 9(9) COMP VALUE 0.
010600 01  WS-ADD-APPLIED-COUNT         PIC 9(9) COMP VALUE 0.
010700 01  WS-CHANGE-APPLIED-COUNT      PIC 9(9) COMP VALUE 0.
010800 01  WS-RULES-APPLIED-COUNT       PIC 9(9) COMP VALUE 0.
010900 01  WS-APPROVE-APPLIED-COUNT     PIC 9(9) COMP VALUE 0.
011000 01  WS-DELETE-APPLIED-COUNT      PIC 9(9) COMP VALUE 0.
011100 01  WS-REJECTED-COUNT            PIC 9(9) COMP VALUE 0.
011200*
011300* Edited (DISPLAY usage) copies of the COMP counters, needed
011400* because STRING cannot take a binary item directly
011500 01  WS-EDIT-BEFORE-COUNT         PIC ZZZZZZZZ9.
011600 01  WS-EDIT-AFTER-COUNT          PIC ZZZZZZZZ9.
011700 01  WS-EDIT-TRANS-READ           PIC ZZZZZZZZ9.
011800 01  WS-EDIT-ADD-APPLIED          PIC ZZZZZZZZ9.
011900 01  WS-EDIT-CHANGE-APPLIED       PIC ZZZZZZZZ9.
012000 01  WS-EDIT-RULES-APPLIED        PIC ZZZZZZZZ9.
012100 01  WS-EDIT-APPROVE-APPLIED      PIC ZZZZZZZZ9.
012200 01  WS-EDIT-DELETE-APPLIED       PIC ZZZZZZZZ9.
012300 01  WS-EDIT-REJECTED             PIC ZZZZZZZZ9.
012306*
012312* Staging for the exception records appended to the shared
012318* ALERTFILE, and its open state
012324 01  WS-ALERT-FILE-STATUS         PIC X(02) VALUE '00'.
012330     88  WS-ALERT-FILE-FOUND          VALUE '00'.
012336 01  WS-ALERT-TRIED-SWITCH        PIC X(01) VALUE 'N'.
012342     88  WS-ALERT-OPEN-TRIED          VALUE 'Y'.
012348 01  WS-ALERT-OPEN-SWITCH         PIC X(01) VALUE 'N'.
012354     88  WS-ALERT-FILE-IS-OPEN        VALUE 'Y'.
012360 01  WS-ALERT-DATE                PIC 9(8) VALUE 0.
012366 01  WS-ALERT-TIME                PIC 9(8) VALUE 0.
012372 01  WS-ALERT-REQUEST-ID          PIC 9(3) VALUE 0.
012378 01  WS-ALERT-SEVERITY            PIC X(01) VALUE SPACE.
012384 01  WS-ALERT-CODE                PIC X(10) VALUE SPACES.
012390 01  WS-ALERT-TEXT                PIC X(60) VALUE SPACES.
012400*
012500 PROCEDURE DIVISION.
012600*------------
012700* Primary function - open the files, count the entries on
012800* PARMMST before any maintenance, apply the transaction
012900* cards one at a time, count the entries again and write
013000* the before/after maintenance report
013100*------------
013200 MAINTAIN-PARAMETER-MASTER.
013300     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
013400     PERFORM OPEN-PRMMNT-FILES.
013500     PERFORM COUNT-MASTER-RECORDS.
013600     MOVE WS-AFTER-COUNT TO WS-BEFORE-COUNT.
013700     PERFORM UNTIL WS-TRANFILE-EOF
013800         PERFORM READ-TRANSACTION-CARD
013900         IF NOT WS-TRANFILE-EOF
014000             PERFORM APPLY-TRANSACTION
014100         END-IF
014200     END-PERFORM.
014300     PERFORM COUNT-MASTER-RECORDS.
014400     PERFORM WRITE-MAINTENANCE-REPORT.
014500     PERFORM CLOSE-PRMMNT-FILES.
014550     PERFORM CLOSE-ALERT-FILE.
014600     IF WS-REJECTED-COUNT > 0
014700         MOVE 4 TO RETURN-CODE
014800     END-IF.
014900     GOBACK.
015000*
015100*------------
015200* Open the transaction, master, registry, reject and report
015300* datasets.  A MASTER THAT HAS NEVER BEEN LOADED IS NOT AN
015400* ERROR - CREATE IT EMPTY SO THE INITIAL LOAD OF TODAY'S
015500* DECKS GOES THROUGH THE SAME MAINTENANCE PATH.  THE
015600* REGISTRY IS ONLY READ, TO CONFIRM EACH NEW ENTRY'S
015700* REQUEST ID IS REGISTERED AND ACTIVE
015800*------------
015900 OPEN-PRMMNT-FILES.
016000     OPEN INPUT TRANFILE.
016100     IF NOT WS-TRAN-FILE-FOUND
016200         DISPLAY 'PRMMNT0001E - TRANFILE COULD NOT BE OPENED '
016300             '(FILE STATUS ' WS-TRAN-FILE-STATUS ') - RUN '
016400             'TERMINATED'
016414         MOVE 'E' TO WS-ALERT-SEVERITY
016428         MOVE 'PRMMNT0001' TO WS-ALERT-CODE
016442         MOVE 'TRANFILE COULD NOT BE OPENED - RUN TERMINATED'
016456             TO WS-ALERT-TEXT
016470         PERFORM WRITE-ALERT-RECORD
016484         PERFORM CLOSE-ALERT-FILE
016500         MOVE 16 TO RETURN-CODE
016600         GOBACK
016700     END-IF.
016800     OPEN I-O PARMMST.
016900     IF NOT WS-PRM-FILE-OK
017000         OPEN OUTPUT PARMMST
017100         CLOSE PARMMST
017200         OPEN I-O PARMMST
017300     END-IF.
017400     IF NOT WS-PRM-FILE-OK
017500         DISPLAY 'PRMMNT0002E - PARMMST COULD NOT BE OPENED '
017600             '(FILE STATUS ' WS-PRM-FILE-STATUS ') - RUN '
017700             'TERMINATED'
017800         CLOSE TRANFILE
017814         MOVE 'E' TO WS-ALERT-SEVERITY
017828         MOVE 'PRMMNT0002' TO WS-ALERT-CODE
017842         MOVE 'PARMMST COULD NOT BE OPENED - RUN TERMINATED'
017856             TO WS-ALERT-TEXT
017870         PERFORM WRITE-ALERT-RECORD
017884         PERFORM CLOSE-ALERT-FILE
017900         MOVE 16 TO RETURN-CODE
018000         GOBACK
018100     END-IF.
018200     OPEN INPUT REQREG.
018300     IF NOT WS-REG-FILE-OK
018400         DISPLAY 'PRMMNT0003E - REQREG COULD NOT BE OPENED '
018500             '(FILE STATUS ' WS-REG-FILE-STATUS ') - RUN '
018600             'TERMINATED'
018700         CLOSE TRANFILE
018800         CLOSE PARMMST
018814         MOVE 'E' TO WS-ALERT-SEVERITY
018828         MOVE 'PRMMNT0003' TO WS-ALERT-CODE
018842         MOVE 'REQREG COULD NOT BE OPENED - RUN TERMINATED'
018856             TO WS-ALERT-TEXT
018870         PERFORM WRITE-ALERT-RECORD
018884         PERFORM CLOSE-ALERT-FILE
018900         MOVE 16 TO RETURN-CODE
019000         GOBACK
019100     END-IF.
019200     OPEN OUTPUT REJFILE.
019300     OPEN OUTPUT MNTRPT.
019400*
019500*------------
019600* Count the entries currently on PARMMST by reading it
019700* front to back, leaving the count in WS-AFTER-COUNT for
019800* the caller to dispose of
019900*------------
020000 COUNT-MASTER-RECORDS.
020100     MOVE 0 TO WS-AFTER-COUNT.
020200     MOVE 'N' TO WS-COUNT-EOF-SWITCH.
020300     MOVE LOW-VALUES TO PM-MASTER-KEY.
020400     START PARMMST KEY NOT LESS THAN PM-MASTER-KEY
020500         INVALID KEY
020600             SET WS-COUNT-PASS-EOF TO TRUE
020700     END-START.
020800     PERFORM COUNT-ONE-MASTER-RECORD
020900         UNTIL WS-COUNT-PASS-EOF.
021000*
021100*------------
021200* Read the next PARMMST entry in key sequence and count it.
021300* ANY NON-ZERO FILE STATUS - NOT JUST END OF FILE - ENDS THE
021400* COUNTING PASS, SO AN I/O ERROR CANNOT LOOP FOREVER
021500*------------
021600 COUNT-ONE-MASTER-RECORD.
021700     READ PARMMST NEXT RECORD
021800         AT END
021900             SET WS-COUNT-PASS-EOF TO TRUE
022000     END-READ.
022100     IF NOT WS-PRM-FILE-OK
022200         SET WS-COUNT-PASS-EOF TO TRUE
022300     ELSE
022400         ADD 1 TO WS-AFTER-COUNT
022500     END-IF.
022600*
022700*------------
022800* Read one transaction card, watching for end of file
022900*------------
023000 READ-TRANSACTION-CARD.
023100     READ TRANFILE
023200         AT END
023300             SET WS-TRANFILE-EOF TO TRUE
023400     END-READ.
023500     IF NOT WS-TRANFILE-EOF
023600         ADD 1 TO WS-TRANS-READ-COUNT
023700     END-IF.
023800*
023900*------------
024000* Validate one transaction card's key and route it by action
024100* code.  ANY CARD THAT CANNOT BE APPLIED GOES TO REJFILE
024200* WITH A REASON AND THE RUN CARRIES ON
024300*------------
024400 APPLY-TRANSACTION.
024500     IF PT-REQUEST-ID-RAW NOT NUMERIC
024600         MOVE 'REQUEST ID IS NOT NUMERIC' TO WS-REJECT-REASON
024700         PERFORM WRITE-REJECT-RECORD
024800     ELSE
024900         IF PT-REQUEST-ID = 0
025000             MOVE 'REQUEST ID MUST BE POSITIVE'
025100                 TO WS-REJECT-REASON
025200             PERFORM WRITE-REJECT-RECORD
025300         ELSE
025400             IF PT-EFFECTIVE-DATE-RAW NOT NUMERIC
025500                 OR FUNCTION TEST-DATE-YYYYMMDD
025600                     (PT-EFFECTIVE-DATE) NOT = 0
025700                 MOVE 'EFFECTIVE DATE IS NOT A VALID DATE'
025800                     TO WS-REJECT-REASON
025900                 PERFORM WRITE-REJECT-RECORD
026000             ELSE
026100                 PERFORM ROUTE-TRANSACTION
026200             END-IF
026300         END-IF
026400     END-IF.
026500*
026600*------------
026700* The key is usable - route the card by action code
026800*------------
026900 ROUTE-TRANSACTION.
027000     EVALUATE TRUE
027100         WHEN PT-ACTION-IS-ADD
027200             PERFORM APPLY-ADD-TRANSACTION
027300         WHEN PT-ACTION-IS-CHANGE
027400             PERFORM APPLY-CHANGE-TRANSACTION
027500         WHEN PT-ACTION-IS-RULES
027600             PERFORM APPLY-RULES-TRANSACTION
027700         WHEN PT-ACTION-IS-APPROVE
027800             PERFORM APPLY-APPROVE-TRANSACTION
027900         WHEN PT-ACTION-IS-DELETE
028000             PERFORM APPLY-DELETE-TRANSACTION
028100         WHEN OTHER
028200             MOVE 'ACTION CODE IS NOT A, C, R, P OR D'
028300                 TO WS-REJECT-REASON
028400             PERFORM WRITE-REJECT-RECORD
028500     END-EVALUATE.
028600*
028700*------------
028800* Edit the parameter data on an add or change card exactly
028900* as FIZBUZ edits a PARMFILE card, plus the run-mode and
029000* run-frequency codes.  THE FIRST FAILURE FOUND IS THE
029100* REASON REJECTED
029200*------------
029300 EDIT-PARAMETER-DATA.
029400     MOVE 'Y' TO WS-EDIT-VALID-SWITCH.
029500     EVALUATE TRUE
029600         WHEN PT-LOWER-BOUND NOT NUMERIC
029700             OR PT-UPPER-BOUND NOT NUMERIC
029800             MOVE 'LOWER/UPPER BOUND IS NOT NUMERIC'
029900                 TO WS-REJECT-REASON
030000         WHEN PT-LOWER-BOUND = 0 OR PT-UPPER-BOUND = 0
030100             MOVE 'LOWER AND UPPER BOUND MUST BE POSITIVE'
030200                 TO WS-REJECT-REASON
030300         WHEN PT-LOWER-BOUND > PT-UPPER-BOUND
030400             MOVE 'LOWER BOUND EXCEEDS UPPER BOUND'
030500                 TO WS-REJECT-REASON
030600         WHEN PT-FIZZ-DIVISOR NOT NUMERIC
030700             OR PT-BUZZ-DIVISOR NOT NUMERIC
030800             MOVE 'FIZZ/BUZZ DIVISOR IS NOT NUMERIC'
030900                 TO WS-REJECT-REASON
031000         WHEN PT-FIZZ-DIVISOR = 0 OR PT-BUZZ-DIVISOR = 0
031100             MOVE 'FIZZ/BUZZ DIVISOR MUST BE POSITIVE'
031200                 TO WS-REJECT-REASON
031300         WHEN PT-CHECKPOINT-FREQ NOT NUMERIC
031400             MOVE 'CHECKPOINT FREQUENCY IS NOT NUMERIC'
031500                 TO WS-REJECT-REASON
031600         WHEN PT-CHECKPOINT-FREQ = 0
031700             MOVE 'CHECKPOINT FREQUENCY MUST BE POSITIVE'
031800                 TO WS-REJECT-REASON
031900         WHEN PT-RUN-MODE NOT = 'D' AND PT-RUN-MODE NOT = 'F'
032000             AND PT-RUN-MODE NOT = SPACE
032100             MOVE 'RUN MODE IS NOT D, F OR BLANK'
032200                 TO WS-REJECT-REASON
032300         WHEN PT-RUN-FREQUENCY NOT = 'N'
032400             AND PT-RUN-FREQUENCY NOT = 'W'
032500             AND PT-RUN-FREQUENCY NOT = 'M'
032600             AND PT-RUN-FREQUENCY NOT = SPACE
032700             MOVE 'RUN FREQUENCY IS NOT N, W, M OR BLANK'
032800                 TO WS-REJECT-REASON
032900         WHEN PT-REQUESTED-BY = SPACES
033000             MOVE 'REQUESTED-BY NAME IS MISSING'
033100                 TO WS-REJECT-REASON
033200         WHEN OTHER
033300             CONTINUE
033400     END-EVALUATE.
033500     IF WS-REJECT-REASON NOT = SPACES
033600         MOVE 'N' TO WS-EDIT-VALID-SWITCH
033700         PERFORM WRITE-REJECT-RECORD
033800     END-IF.
033900*
034000*------------
034100* Move an edited add or change card's parameter data onto
034200* the master record.  A BLANK RUN FREQUENCY DEFAULTS TO
034300* NIGHTLY
034400*------------
034500 MOVE-PARAMETER-DATA.
034600     MOVE PT-LOWER-BOUND TO PM-LOWER-BOUND.
034700     MOVE PT-UPPER-BOUND TO PM-UPPER-BOUND.
034800     MOVE PT-FIZZ-DIVISOR TO PM-FIZZ-DIVISOR.
034900     MOVE PT-BUZZ-DIVISOR TO PM-BUZZ-DIVISOR.
035000     MOVE PT-FIZZ-LABEL TO PM-FIZZ-LABEL.
035100     MOVE PT-BUZZ-LABEL TO PM-BUZZ-LABEL.
035200     MOVE PT-CHECKPOINT-FREQ TO PM-CHECKPOINT-FREQ.
035300     MOVE PT-RUN-MODE TO PM-RUN-MODE.
035400     IF PT-RUN-FREQUENCY = SPACE
035500         MOVE 'N' TO PM-RUN-FREQUENCY
035600     ELSE
035700         MOVE PT-RUN-FREQUENCY TO PM-RUN-FREQUENCY
035800     END-IF.
035900     MOVE PT-REQUESTED-BY TO PM-REQUESTED-BY.
036000*
036100*------------
036200* Add a new entry, status entered.  THE REQUEST ID MUST BE
036300* REGISTERED AND ACTIVE ON REQREG, AND THE EFFECTIVE DATE
036400* MAY NOT BE IN THE PAST - A CHANGE CANNOT BE BACKDATED
036500* INTO NIGHTS THAT HAVE ALREADY RUN.  AN ENTRY ALREADY ON
036600* FILE UNDER THE SAME KEY IS REJECTED AS A DUPLICATE
036700*------------
036800 APPLY-ADD-TRANSACTION.
036900     MOVE SPACES TO WS-REJECT-REASON.
037000     MOVE PT-REQUEST-ID TO RR-REQUEST-ID.
037100     READ REQREG
037200         INVALID KEY
037300             CONTINUE
037400     END-READ.
037500     EVALUATE TRUE
037600         WHEN NOT WS-REG-ID-FOUND
037700             MOVE 'ADD REJECTED - ID NOT ON REQREG'
037800                 TO WS-REJECT-REASON
037900             PERFORM WRITE-REJECT-RECORD
038000         WHEN NOT RR-REQUEST-IS-ACTIVE
038100             MOVE 'ADD REJECTED - ID IS RETIRED ON REQREG'
038200                 TO WS-REJECT-REASON
038300             PERFORM WRITE-REJECT-RECORD
038400         WHEN PT-EFFECTIVE-DATE < WS-RUN-DATE
038500             MOVE 'ADD REJECTED - EFFECTIVE DATE IS PAST'
038600                 TO WS-REJECT-REASON
038700             PERFORM WRITE-REJECT-RECORD
038800         WHEN OTHER
038900             PERFORM EDIT-PARAMETER-DATA
039000             IF WS-CARD-IS-VALID
039100                 PERFORM WRITE-NEW-ENTRY
039200             END-IF
039300     END-EVALUATE.
039400*
039500*------------
039600* Build and write the new entered entry.  IT STARTS WITH NO
039700* EXTRA CLASSIFICATION RULES - AN 'R' CARD ADDS THEM
039800*------------
039900 WRITE-NEW-ENTRY.
040000     MOVE PT-REQUEST-ID TO PM-REQUEST-ID.
040100     MOVE PT-EFFECTIVE-DATE TO PM-EFFECTIVE-DATE.
040200     PERFORM MOVE-PARAMETER-DATA.
040300     MOVE 0 TO PM-RULE3-DIVISOR.
040400     MOVE SPACES TO PM-RULE3-LABEL.
040500     MOVE 0 TO PM-RULE4-DIVISOR.
040600     MOVE SPACES TO PM-RULE4-LABEL.
040700     SET PM-ENTRY-IS-ENTERED TO TRUE.
040800     MOVE WS-RUN-DATE TO PM-ENTERED-DATE.
040900     MOVE SPACES TO PM-APPROVED-BY.
041000     MOVE 0 TO PM-APPROVED-DATE.
041100     WRITE PARMMST-RECORD
041200         INVALID KEY
041300             MOVE 'ADD REJECTED - ENTRY ALREADY ON FILE'
041400                 TO WS-REJECT-REASON
041500             PERFORM WRITE-REJECT-RECORD
041600     END-WRITE.
041700     IF WS-PRM-FILE-OK
041800         ADD 1 TO WS-ADD-APPLIED-COUNT
041900     END-IF.
042000*
042100*------------
042200* Fetch the entry a change, rules, approve or delete card
042300* names.  ONLY AN ENTRY STILL IN STATUS ENTERED MAY BE
042400* TOUCHED - WS-EDIT-VALID-SWITCH COMES BACK 'N' (AND THE
042500* CARD IS ALREADY REJECTED) OTHERWISE
042600*------------
042700 READ-PENDING-ENTRY.
042800     MOVE 'Y' TO WS-EDIT-VALID-SWITCH.
042900     MOVE PT-REQUEST-ID TO PM-REQUEST-ID.
043000     MOVE PT-EFFECTIVE-DATE TO PM-EFFECTIVE-DATE.
043100     READ PARMMST
043200         INVALID KEY
043300             MOVE 'ENTRY NOT ON FILE' TO WS-REJECT-REASON
043400             PERFORM WRITE-REJECT-RECORD
043500             MOVE 'N' TO WS-EDIT-VALID-SWITCH
043600     END-READ.
043700     IF WS-CARD-IS-VALID
043800         AND NOT PM-ENTRY-IS-ENTERED
043900         MOVE 'ENTRY IS ALREADY APPROVED - KEY A NEW DATE'
044000             TO WS-REJECT-REASON
044100         PERFORM WRITE-REJECT-RECORD
044200         MOVE 'N' TO WS-EDIT-VALID-SWITCH
044300     END-IF.
044400*
044500*------------
044600* Replace an entered entry's parameter data.  ITS RULES,
044700* ENTERED DATE AND STATUS ARE KEPT
044800*------------
044900 APPLY-CHANGE-TRANSACTION.
045000     MOVE SPACES TO WS-REJECT-REASON.
045100     PERFORM EDIT-PARAMETER-DATA.
045200     IF WS-CARD-IS-VALID
045300         PERFORM READ-PENDING-ENTRY
045400     END-IF.
045500     IF WS-CARD-IS-VALID
045600         PERFORM MOVE-PARAMETER-DATA
045700         PERFORM REWRITE-PENDING-ENTRY
045800         IF WS-PRM-FILE-OK
045900             ADD 1 TO WS-CHANGE-APPLIED-COUNT
046000         END-IF
046100     END-IF.
046200*
046300*------------
046400* Set an entered entry's extra classification rules (rules
046500* three and four - see RULECARD).  A ZERO DIVISOR CLEARS
046600* THE RULE; RULE FOUR MAY ONLY BE USED ALONGSIDE RULE THREE
046700*------------
046800 APPLY-RULES-TRANSACTION.
046900     MOVE SPACES TO WS-REJECT-REASON.
047000     IF PT-RULE3-DIVISOR NOT NUMERIC
047100         OR PT-RULE4-DIVISOR NOT NUMERIC
047200         MOVE 'RULE DIVISOR IS NOT NUMERIC'
047300             TO WS-REJECT-REASON
047400         PERFORM WRITE-REJECT-RECORD
047500     ELSE
047600         IF PT-RULE3-DIVISOR = 0 AND PT-RULE4-DIVISOR > 0
047700             MOVE 'RULE FOUR GIVEN WITHOUT RULE THREE'
047800                 TO WS-REJECT-REASON
047900             PERFORM WRITE-REJECT-RECORD
048000         ELSE
048100             PERFORM READ-PENDING-ENTRY
048200             IF WS-CARD-IS-VALID
048300                 MOVE PT-RULE3-DIVISOR TO PM-RULE3-DIVISOR
048400                 MOVE PT-RULE3-LABEL TO PM-RULE3-LABEL
048500                 MOVE PT-RULE4-DIVISOR TO PM-RULE4-DIVISOR
048600                 MOVE PT-RULE4-LABEL TO PM-RULE4-LABEL
048700                 PERFORM REWRITE-PENDING-ENTRY
048800                 IF WS-PRM-FILE-OK
048900                     ADD 1 TO WS-RULES-APPLIED-COUNT
049000                 END-IF
049100             END-IF
049200         END-IF
049300     END-IF.
049400*
049500*------------
049600* Approve an entered entry.  THE APPROVER MUST BE NAMED AND
049700* MAY NOT BE THE PERSON WHO ASKED FOR THE CHANGE
049800*------------
049900 APPLY-APPROVE-TRANSACTION.
050000     MOVE SPACES TO WS-REJECT-REASON.
050100     IF PT-APPROVED-BY = SPACES
050200         MOVE 'APPROVED-BY NAME IS MISSING'
050300             TO WS-REJECT-REASON
050400         PERFORM WRITE-REJECT-RECORD
050500     ELSE
050600         PERFORM READ-PENDING-ENTRY
050700         IF WS-CARD-IS-VALID
050800             IF PT-APPROVED-BY = PM-REQUESTED-BY
050900                 MOVE 'APPROVER MAY NOT BE THE REQUESTER'
051000                     TO WS-REJECT-REASON
051100                 PERFORM WRITE-REJECT-RECORD
051200             ELSE
051300                 SET PM-ENTRY-IS-APPROVED TO TRUE
051400                 MOVE PT-APPROVED-BY TO PM-APPROVED-BY
051500                 MOVE WS-RUN-DATE TO PM-APPROVED-DATE
051600                 PERFORM REWRITE-PENDING-ENTRY
051700                 IF WS-PRM-FILE-OK
051800                     ADD 1 TO WS-APPROVE-APPLIED-COUNT
051900                 END-IF
052000             END-IF
052100         END-IF
052200     END-IF.
052300*
052400*------------
052500* Delete an entered entry that is no longer wanted
052600*------------
052700 APPLY-DELETE-TRANSACTION.
052800     MOVE SPACES TO WS-REJECT-REASON.
052900     PERFORM READ-PENDING-ENTRY.
053000     IF WS-CARD-IS-VALID
053100         DELETE PARMMST RECORD
053200             INVALID KEY
053300                 MOVE 'DELETE REJECTED - DELETE FAILED'
053400                     TO WS-REJECT-REASON
053500                 PERFORM WRITE-REJECT-RECORD
053600         END-DELETE
053700         IF WS-PRM-FILE-OK
053800             ADD 1 TO WS-DELETE-APPLIED-COUNT
053900         END-IF
054000     END-IF.
054100*
054200*------------
054300* Rewrite the entry in hand, rejecting the card if the
054400* rewrite fails
054500*------------
054600 REWRITE-PENDING-ENTRY.
054700     REWRITE PARMMST-RECORD
054800         INVALID KEY
054900             MOVE 'REJECTED - REWRITE FAILED'
055000                 TO WS-REJECT-REASON
055100             PERFORM WRITE-REJECT-RECORD
055200     END-REWRITE.
055300*
055400*------------
055500* Write the rejected card image and the reason to REJFILE
055600*------------
055700 WRITE-REJECT-RECORD.
055800     MOVE SPACES TO REJECT-RECORD.
055900     MOVE PRMTRAN-RECORD TO REJ-TRAN-IMAGE.
056000     MOVE WS-REJECT-REASON TO REJ-REASON.
056100     WRITE REJECT-RECORD.
056200     ADD 1 TO WS-REJECTED-COUNT.
056208     MOVE 'W' TO WS-ALERT-SEVERITY.
056216     MOVE 'PRMMNT0004' TO WS-ALERT-CODE.
056224     IF PT-REQUEST-ID-RAW NUMERIC
056232         MOVE PT-REQUEST-ID TO WS-ALERT-REQUEST-ID
056240     END-IF.
056248     MOVE SPACES TO WS-ALERT-TEXT.
056256     STRING 'CARD REJECTED - ' DELIMITED BY SIZE
056264         WS-REJECT-REASON DELIMITED BY SIZE
056272         INTO WS-ALERT-TEXT
056280     END-STRING.
056288     PERFORM WRITE-ALERT-RECORD.
056300*
056400*------------
056500* Format and write the before/after maintenance report
056600*------------
056700 WRITE-MAINTENANCE-REPORT.
056800     MOVE WS-BEFORE-COUNT          TO WS-EDIT-BEFORE-COUNT.
056900     MOVE WS-AFTER-COUNT           TO WS-EDIT-AFTER-COUNT.
057000     MOVE WS-TRANS-READ-COUNT      TO WS-EDIT-TRANS-READ.
057100     MOVE WS-ADD-APPLIED-COUNT     TO WS-EDIT-ADD-APPLIED.
057200     MOVE WS-CHANGE-APPLIED-COUNT  TO WS-EDIT-CHANGE-APPLIED.
057300     MOVE WS-RULES-APPLIED-COUNT   TO WS-EDIT-RULES-APPLIED.
057400     MOVE WS-APPROVE-APPLIED-COUNT TO WS-EDIT-APPROVE-APPLIED.
057500     MOVE WS-DELETE-APPLIED-COUNT  TO WS-EDIT-DELETE-APPLIED.
057600     MOVE WS-REJECTED-COUNT        TO WS-EDIT-REJECTED.
057700     MOVE SPACES TO REPORT-LINE.
057800     MOVE "REQUEST PARAMETER MASTER MAINTENANCE REPORT"
057900         TO REPORT-LINE.
058000     WRITE REPORT-LINE.
058100     MOVE SPACES TO REPORT-LINE.
058200     WRITE REPORT-LINE.
058300     MOVE SPACES TO REPORT-LINE.
058400     STRING "ENTRIES ON FILE BEFORE    : " DELIMITED BY SIZE
058500         WS-EDIT-BEFORE-COUNT DELIMITED BY SIZE
058600         INTO REPORT-LINE
058700     END-STRING.
058800     WRITE REPORT-LINE.
058900     MOVE SPACES TO REPORT-LINE.
059000     STRING "ENTRIES ON FILE AFTER     : " DELIMITED BY SIZE
059100         WS-EDIT-AFTER-COUNT DELIMITED BY SIZE
059200         INTO REPORT-LINE
059300     END-STRING.
059400     WRITE REPORT-LINE.
059500     MOVE SPACES TO REPORT-LINE.
059600     WRITE REPORT-LINE.
059700     MOVE SPACES TO REPORT-LINE.
059800     STRING "TRANSACTIONS READ         : " DELIMITED BY SIZE
059900         WS-EDIT-TRANS-READ DELIMITED BY SIZE
060000         INTO REPORT-LINE
060100     END-STRING.
060200     WRITE REPORT-LINE.
060300     MOVE SPACES TO REPORT-LINE.
060400     STRING "ADDS APPLIED              : " DELIMITED BY SIZE
060500         WS-EDIT-ADD-APPLIED DELIMITED BY SIZE
060600         INTO REPORT-LINE
060700     END-STRING.
060800     WRITE REPORT-LINE.
060900     MOVE SPACES TO REPORT-LINE.
061000     STRING "CHANGES APPLIED           : " DELIMITED BY SIZE
061100         WS-EDIT-CHANGE-APPLIED DELIMITED BY SIZE
061200         INTO REPORT-LINE
061300     END-STRING.
061400     WRITE REPORT-LINE.
061500     MOVE SPACES TO REPORT-LINE.
061600     STRING "RULE SETS APPLIED         : " DELIMITED BY SIZE
061700         WS-EDIT-RULES-APPLIED DELIMITED BY SIZE
061800         INTO REPORT-LINE
061900     END-STRING.
062000     WRITE REPORT-LINE.
062100     MOVE SPACES TO REPORT-LINE.
062200     STRING "APPROVALS APPLIED         : " DELIMITED BY SIZE
062300         WS-EDIT-APPROVE-APPLIED DELIMITED BY SIZE
062400         INTO REPORT-LINE
062500     END-STRING.
062600     WRITE REPORT-LINE.
062700     MOVE SPACES TO REPORT-LINE.
062800     STRING "DELETES APPLIED           : " DELIMITED BY SIZE
062900         WS-EDIT-DELETE-APPLIED DELIMITED BY SIZE
063000         INTO REPORT-LINE
063100     END-STRING.
063200     WRITE REPORT-LINE.
063300     MOVE SPACES TO REPORT-LINE.
063400     STRING "TRANSACTIONS REJECTED     : " DELIMITED BY SIZE
063500         WS-EDIT-REJECTED DELIMITED BY SIZE
063600         INTO REPORT-LINE
063700     END-STRING.
063800     WRITE REPORT-LINE.
063900     MOVE SPACES TO REPORT-LINE.
064000     WRITE REPORT-LINE.
064100     IF WS-REJECTED-COUNT > 0
064200         MOVE "** ONE OR MORE TRANSACTIONS WERE REJECTED - "
064300             TO REPORT-LINE
064400         WRITE REPORT-LINE
064500         MOVE "   SEE THE REJFILE DATASET **"
064600             TO REPORT-LINE
064700         WRITE REPORT-LINE
064800     ELSE
064900         MOVE "ALL TRANSACTIONS APPLIED CLEANLY."
065000             TO REPORT-LINE
065100         WRITE REPORT-LINE
065200     END-IF.
065300     DISPLAY REPORT-LINE.
065400*
065500*------------
065600* Close the transaction, master, registry, reject and report
065700* datasets
065800*------------
065900 CLOSE-PRMMNT-FILES.
066000     CLOSE TRANFILE.
066100     CLOSE PARMMST.
066200     CLOSE REQREG.
066300     CLOSE REJFILE.
066400     CLOSE MNTRPT.
066500*
066600*------------
066700* Append one exception record to the shared ALERTFILE.  THE
066800* FIRST ONE OPENS IT - EXTEND, FALLING BACK TO OUTPUT THE
066900* FIRST TIME THE DATASET IS USED.  AN ALERTFILE THAT CANNOT
067000* BE OPENED IS NOT FATAL - THE EXCEPTION IS STILL ON SYSOUT
067100* AND IN THE REPORT
067200*------------
067300 WRITE-ALERT-RECORD.
067400     IF NOT WS-ALERT-OPEN-TRIED
067500         SET WS-ALERT-OPEN-TRIED TO TRUE
067600         ACCEPT WS-ALERT-DATE FROM DATE YYYYMMDD
067700         ACCEPT WS-ALERT-TIME FROM TIME
067800         OPEN EXTEND ALERTFILE
067900         IF NOT WS-ALERT-FILE-FOUND
068000             OPEN OUTPUT ALERTFILE
068100         END-IF
068200         IF WS-ALERT-FILE-FOUND
068300             SET WS-ALERT-FILE-IS-OPEN TO TRUE
068400         ELSE
068500             DISPLAY 'PRMMNT0005W - ALERTFILE COULD NOT BE '
068600                 'OPENED (FILE STATUS ' WS-ALERT-FILE-STATUS
068700                 ') - EXCEPTIONS ARE ON SYSOUT ONLY'
068800         END-IF
068900     END-IF.
069000     IF WS-ALERT-FILE-IS-OPEN
069100         MOVE SPACES TO ALERTREC-RECORD
069200         MOVE WS-ALERT-DATE TO AL-ALERT-DATE
069300         MOVE WS-ALERT-TIME TO AL-ALERT-TIME
069400         MOVE 'PRMMNT' TO AL-PROGRAM-ID
069500         MOVE WS-ALERT-REQUEST-ID TO AL-REQUEST-ID
069600         MOVE WS-ALERT-SEVERITY TO AL-SEVERITY
069700         MOVE WS-ALERT-CODE TO AL-EXCEPTION-CODE
069800         MOVE WS-ALERT-TEXT TO AL-MESSAGE-TEXT
069900         WRITE ALERTREC-RECORD
070000     END-IF.
070100     MOVE 0 TO WS-ALERT-REQUEST-ID.
070200*
070300*------------
070400* Close the shared ALERTFILE, if an exception opened it
070500*------------
070600 CLOSE-ALERT-FILE.
070700     IF WS-ALERT-FILE-IS-OPEN
070800         CLOSE ALERTFILE
070900         MOVE 'N' TO WS-ALERT-OPEN-SWITCH
071000     END-IF.

000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    FLGREF.
000300 AUTHOR.        R A KOWALSKI.
000400 INSTALLATION.  BATCH PRODUCTION SUPPORT.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*
000800************************************************************
000900*                                                          *
001000* FLGREF  -  INTERESTING-NUMBER SNAPSHOT FEED RECONCILIATION*
001100*                                                          *
001200* THE BUSINESS OWNERS KEEP THE MASTER LIST OF INTERESTING   *
001300* NUMBERS IN THEIR OWN SYSTEM AND SEND A FULL SNAPSHOT OF IT*
001400* EVERY WEEK (FEEDFILE, COPYBOOK FLGFEED).  THIS PROGRAM    *
001500* VALIDATES THE SNAPSHOT, COMPARES IT NUMBER BY NUMBER      *
001600* AGAINST FLAGFILE AND WORKS OUT THE ADD/CHANGE/DELETE      *
001700* TRANSACTIONS (COPYBOOK FLGTRAN) THAT WOULD MAKE FLAGFILE  *
001800* MATCH IT, SO NOBODY HAS TO RETYPE THE OWNERS' CHANGES.    *
001900* FLAGFILE IS ONLY READ HERE - FLGMNT APPLIES THE           *
002000* TRANSACTIONS IN THE NEXT STEP, JOURNALS AND ALL.          *
002100*                                                          *
002200* THE DIFFERENCE REPORT (DIFFRPT) LISTS EVERY NUMBER THAT   *
002300* WOULD BE ADDED, CHANGED OR DELETED, AS IT STANDS NOW AND  *
002400* AS IT STANDS IN THE SNAPSHOT, FOR THE OWNERS TO SIGN OFF, *
002500* WITH AN APPROVAL KEY - THE SNAPSHOT DATE, THE NUMBER OF   *
002600* CHANGES AND A WEIGHTED CHECKSUM OF EVERY DIFFERENCE AS    *
002610* LISTED (ACTION, NUMBER, DESCRIPTION AND EFFECTIVE DATES   *
002620* ON EITHER SIDE).                                          *
002700* NOTHING IS RELEASED UNTIL THAT KEY AND THE APPROVER ARE   *
002800* KEYED ON THE REFPARM CARD AND THE JOB IS RERUN; THE       *
002900* TRANSACTIONS ARE THEN WRITTEN TO TRANOUT ONLY IF THE FEED *
003000* STILL PRODUCES EXACTLY THE KEY THAT WAS SIGNED OFF.       *
003100*                                                          *
003200* SO THAT A TRUNCATED OR WRONG FILE CANNOT WIPE OUT THE FLAG*
003300* LIST, THE WHOLE FEED IS HELD - NOTHING RELEASED - WHEN:   *
003400*   - ANY RECORD FAILS VALIDATION (BAD HEADER, BAD NUMBER,  *
003500*     NUMBERS OUT OF ORDER OR DUPLICATED, BAD DATES, OR A   *
003600*     TRAILER MISSING OR DISAGREEING WITH THE DETAILS SENT) *
003700*   - THE CHANGES EXCEED THE COUNT OR PERCENTAGE LIMIT ON   *
003800*     THE REFPARM CARD, UNLESS THE APPROVED CARD ALSO       *
003900*     CARRIES THE OVERRIDE                                  *
004000*                                                          *
004100* RETURN-CODE 0  - TRANSACTIONS RELEASED TO TRANOUT, OR NO  *
004200*                  DIFFERENCES (TRANOUT EMPTY).             *
004300* RETURN-CODE 4  - NOTHING RELEASED - DIFFERENCES AWAITING  *
004400*                  SIGN-OFF, OR THE FEED HELD OVER THE      *
004500*                  LIMITS OR ON AN APPROVAL THAT DOES NOT   *
004600*                  MATCH IT.                                *
004700* RETURN-CODE 16 - NOTHING RELEASED - BAD REFPARM CARD, THE *
004800*                  FEED FAILED VALIDATION, OR FEEDFILE OR   *
004900*                  FLAGFILE COULD NOT BE OPENED.            *
005000*                                                          *
005100* MODIFICATION HISTORY                                     *
005200*   2026-10-15  RAK  ORIGINAL PROGRAM.                      *
005216*   2026-10-15  RAK  THE APPROVAL KEY'S HASH IS NOW A       *
005232*                    WEIGHTED CHECKSUM OF EACH DIFFERENCE'S *
005248*                    ACTION, NUMBER, DESCRIPTION AND DATES  *
005264*                    ON BOTH SIDES, NOT JUST A SUM OF THE   *
005280*                    CHANGED NUMBERS.                       *
005300*                                                          *
005400************************************************************
005500*
005600 ENVIRONMENT DIVISION.
005700 INPUT-OUTPUT SECTION.
005800 FILE-CONTROL.
005900     SELECT REFPARM ASSIGN TO "REFPARM"
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-PARM-FILE-STATUS.
006200     SELECT FEEDFILE ASSIGN TO "FEEDFILE"
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-FEED-FILE-STATUS.
006500     SELECT FLAGFILE ASSIGN TO "FLAGFILE"
006600         ORGANIZATION IS INDEXED
006700         ACCESS MODE IS DYNAMIC
006800         RECORD KEY IS FLG-NUMBER
006900         FILE STATUS IS WS-FLAG-FILE-STATUS.
007000     SELECT TRANOUT ASSIGN TO "TRANOUT"
007100         ORGANIZATION IS LINE SEQUENTIAL.
007200     SELECT DIFFRPT ASSIGN TO "DIFFRPT"
007300         ORGANIZATION IS LINE SEQUENTIAL.
007400     SELECT ALERTFILE ASSIGN TO "ALERTFILE"
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS WS-ALERT-FILE-STATUS.
007700*
007800 DATA DIVISION.
007900 FILE SECTION.
008000 FD  REFPARM
008100     RECORDING MODE IS F.
008200 COPY REFPARM.
008300 FD  FEEDFILE
008400     RECORDING MODE IS F.
008500 COPY FLGFEED.
008600 FD  FLAGFILE.
008700 COPY FLAGREC.
008800 FD  TRANOUT
008900     RECORDING MODE IS F.
009000 COPY FLGTRAN.
009100 FD  DIFFRPT
009200     RECORDING MODE IS F.
009300 01  REPORT-LINE                 PIC X(132).
009400 FD  ALERTFILE
009500     RECORDING MODE IS F.
009600 COPY ALERTREC.
009700*
009800 WORKING-STORAGE SECTION.
009900 01  WS-PARM-FILE-STATUS          PIC X(02) VALUE '00'.
010000     88  WS-PARM-FILE-FOUND           VALUE '00'.
010100 01  WS-FEED-FILE-STATUS          PIC X(02) VALUE '00'.
010200     88  WS-FEED-FILE-FOUND           VALUE '00'.
010300 01  WS-FLAG-FILE-STATUS          PIC X(02) VALUE '00'.
010400     88  WS-FLAG-FILE-OK              VALUE '00'.
010500     88  WS-FLAG-FILE-NOT-LOADED      VALUE '35'.
010600 01  WS-PARM-EOF-SWITCH           PIC X(01) VALUE 'N'.
010700     88  WS-REFPARM-EOF               VALUE 'Y'.
010800 01  WS-FEED-EOF-SWITCH           PIC X(01) VALUE 'N'.
010900     88  WS-FEEDFILE-EOF              VALUE 'Y'.
011000 01  WS-FLAG-EOF-SWITCH           PIC X(01) VALUE 'N'.
011100     88  WS-FLAGFILE-EOF              VALUE 'Y'.
011200 01  WS-FLAG-EMPTY-SWITCH         PIC X(01) VALUE 'N'.
011300     88  WS-FLAGFILE-IS-EMPTY         VALUE 'Y'.
011400 01  WS-PARMS-VALID-SWITCH        PIC X(01) VALUE 'Y'.
011500     88  WS-PARMS-ARE-VALID           VALUE 'Y'.
011600 01  WS-DATES-VALID-SWITCH        PIC X(01) VALUE 'Y'.
011700     88  WS-DATES-ARE-VALID           VALUE 'Y'.
011800 01  WS-HEADER-SEEN-SWITCH        PIC X(01) VALUE 'N'.
011900     88  WS-HEADER-WAS-SEEN           VALUE 'Y'.
012000 01  WS-TRAILER-SEEN-SWITCH       PIC X(01) VALUE 'N'.
012100     88  WS-TRAILER-WAS-SEEN          VALUE 'Y'.
012200 01  WS-DETAIL-SEEN-SWITCH        PIC X(01) VALUE 'N'.
012300     88  WS-DETAIL-WAS-SEEN           VALUE 'Y'.
012400 01  WS-DETAIL-FOUND-SWITCH       PIC X(01) VALUE 'N'.
012500     88  WS-DETAIL-WAS-FOUND          VALUE 'Y'.
012600 01  WS-OVER-LIMIT-SWITCH         PIC X(01) VALUE 'N'.
012700     88  WS-FEED-OVER-LIMIT           VALUE 'Y'.
012800*
012900 01  WS-RUN-DATE                  PIC 9(8) VALUE 0.
013000 01  WS-RUN-TIME                  PIC 9(8) VALUE 0.
013100*
013200* The REFPARM values in force, defaulted where the card is
013300* blank, and the approval keyed on it (if any)
013400 01  WS-MAX-CHANGES               PIC 9(7) VALUE 100.
013500 01  WS-MAX-PERCENT               PIC 9(3) VALUE 25.
013600 01  WS-APPROVAL-SWITCH           PIC X(01) VALUE 'N'.
013700     88  WS-APPROVAL-IS-KEYED         VALUE 'Y'.
013800 01  WS-APPROVED-SNAPSHOT         PIC 9(8) VALUE 0.
013900 01  WS-APPROVED-CHANGES          PIC 9(7) VALUE 0.
014000 01  WS-APPROVED-HASH             PIC 9(15) VALUE 0.
014100 01  WS-APPROVED-BY               PIC X(08) VALUE SPACES.
014200 01  WS-OVERRIDE-SWITCH           PIC X(01) VALUE 'N'.
014300     88  WS-OVERRIDE-IS-KEYED         VALUE 'Y'.
014400*
014500* What the feed's header says about it, and the last number
014600* seen, for the ascending-order check
014700 01  WS-SNAPSHOT-DATE             PIC 9(8) VALUE 0.
014800 01  WS-SOURCE-SYSTEM             PIC X(08) VALUE SPACES.
014900 01  WS-PREV-FEED-NUMBER          PIC 9(9) VALUE 0.
015000 01  WS-ERROR-REASON              PIC X(44) VALUE SPACES.
015100*
015200* The snapshot entry's effective window after the blank-date
015300* defaults have been applied, as FLGMNT would apply them
015400 01  WS-FEED-FROM-DATE            PIC 9(8) VALUE 0.
015500 01  WS-FEED-TO-DATE              PIC 9(8) VALUE 99999999.
015600*
015700* The two keys being matched.  ONE PAST THE HIGHEST NUMBER
015800* STANDS FOR A STREAM THAT HAS RUN OUT
015900 01  WS-FEED-KEY                  PIC 9(10) VALUE 0.
016000 01  WS-FLAG-KEY                  PIC 9(10) VALUE 0.
016100 01  WS-HIGH-KEY                  PIC 9(10) VALUE 9999999999.
016200 01  WS-DIFF-ACTION               PIC X(01) VALUE SPACE.
016300     88  WS-DIFF-IS-ADD               VALUE 'A'.
016400     88  WS-DIFF-IS-CHANGE            VALUE 'C'.
016500     88  WS-DIFF-IS-DELETE            VALUE 'D'.
016600*
016700* The comparison is made twice - once to count the changes
016800* and decide whether the feed can be released, then again to
016900* list them and write the transactions
017000 01  WS-PASS-NO                   PIC 9(1) VALUE 1.
017100     88  WS-COUNTING-PASS             VALUE 1.
017200     88  WS-REPORTING-PASS            VALUE 2.
017300 01  WS-FEED-OUTCOME              PIC X(01) VALUE SPACE.
017400     88  WS-FEED-REJECTED             VALUE 'R'.
017500     88  WS-FEED-MATCHES              VALUE 'M'.
017600     88  WS-FEED-AWAITING-SIGN-OFF    VALUE 'A'.
017700     88  WS-FEED-HELD-OVER-LIMIT      VALUE 'H'.
017800     88  WS-FEED-APPROVAL-MISMATCH    VALUE 'X'.
017900     88  WS-FEED-RELEASED             VALUE 'S'.
018000*
018100 01  WS-FEED-RECORD-COUNT         PIC 9(9) COMP VALUE 0.
018200 01  WS-FEED-DETAIL-COUNT         PIC 9(9) COMP VALUE 0.
018300 01  WS-FEED-ERROR-COUNT          PIC 9(9) COMP VALUE 0.
018400 01  WS-FLAG-RECORD-COUNT         PIC 9(9) COMP VALUE 0.
018500 01  WS-UNCHANGED-COUNT           PIC 9(9) COMP VALUE 0.
018600 01  WS-ADD-COUNT                 PIC 9(9) COMP VALUE 0.
018700 01  WS-CHANGE-COUNT              PIC 9(9) COMP VALUE 0.
018800 01  WS-DELETE-COUNT              PIC 9(9) COMP VALUE 0.
018900 01  WS-TOTAL-CHANGES             PIC 9(9) COMP VALUE 0.
019000 01  WS-TRANS-WRITTEN-COUNT       PIC 9(9) COMP VALUE 0.
019100 01  WS-CHANGE-HASH               PIC 9(15) COMP VALUE 0.
019110*
019120* One side of a difference as it goes into WS-CHANGE-HASH -
019130* each character's code is weighted by its position, and the
019140* image's sum by the side it is (1 added, 2 changed from,
019150* 3 changed to, 4 deleted), so a different action,
019155* description or date, or the same entries swapped round,
019158* gives a different checksum
019160 01  WS-HASH-IMAGE.
019170     05  WS-HI-ACTION             PIC X(01).
019180     05  WS-HI-NUMBER             PIC 9(10).
019185     05  WS-HI-DESCRIPTION        PIC X(20).
019190     05  WS-HI-FROM-DATE          PIC 9(8).
019192     05  WS-HI-TO-DATE            PIC 9(8).
019194 01  WS-HASH-IMAGE-LENGTH         PIC 9(2) COMP VALUE 47.
019196 01  WS-HASH-POS                  PIC 9(2) COMP VALUE 0.
019197 01  WS-HASH-WEIGHT               PIC 9(1) COMP VALUE 0.
019198 01  WS-IMAGE-SUM                 PIC 9(9) COMP VALUE 0.
019200 01  WS-CHANGES-SCALED            PIC 9(12) COMP VALUE 0.
019300 01  WS-PERCENT-LIMIT             PIC 9(12) COMP VALUE 0.
019400*
019500* Edited (DISPLAY usage) copies of the COMP counters, needed
019600* because STRING cannot take a binary item directly, and the
019700* approval key as it must be keyed on the REFPARM card
019800 01  WS-EDIT-COUNT                PIC ZZZZZZZZ9.
019900 01  WS-EDIT-PERCENT              PIC ZZ9.
020000 01  WS-KEY-CHANGES               PIC 9(7).
020100 01  WS-KEY-HASH                  PIC 9(15).
020200*
020300* One validation error line of the difference report
020400 01  WS-ERROR-LINE.
020500     05  FILLER                   PIC X(07) VALUE 'RECORD '.
020600     05  WS-EL-RECORD-NO          PIC ZZZZZZZZ9.
020700     05  FILLER                   PIC X(02) VALUE SPACES.
020800     05  WS-EL-REASON             PIC X(44).
020900     05  FILLER                   PIC X(02) VALUE SPACES.
021000     05  WS-EL-IMAGE              PIC X(68).
021100*
021200* One difference line of the difference report - the entry as
021300* it stands on FLAGFILE now and as it stands in the snapshot
021400 01  WS-DIFF-LINE.
021500     05  WS-DL-ACTION             PIC X(06).
021600     05  FILLER                   PIC X(02).
021700     05  WS-DL-NUMBER             PIC X(09).
021800     05  FILLER                   PIC X(02).
021900     05  WS-DL-OLD-DESCRIPTION    PIC X(20).
022000     05  FILLER                   PIC X(01).
022100     05  WS-DL-OLD-FROM           PIC X(08).
022200     05  FILLER                   PIC X(01).
022300     05  WS-DL-OLD-TO             PIC X(08).
022400     05  FILLER                   PIC X(04).
022500     05  WS-DL-NEW-DESCRIPTION    PIC X(20).
022600     05  FILLER                   PIC X(01).
022700     05  WS-DL-NEW-FROM           PIC X(08).
022800     05  FILLER                   PIC X(01).
022900     05  WS-DL-NEW-TO             PIC X(08).
023000     05  FILLER                   PIC X(33).
023100*
023200* Staging for the exception records appended to the shared
023300* ALERTFILE, and its open state
023400 01  WS-ALERT-FILE-STATUS         PIC X(02) VALUE '00'.
023500     88  WS-ALERT-FILE-FOUND          VALUE '00'.
023600 01  WS-ALERT-TRIED-SWITCH        PIC X(01) VALUE 'N'.
023700     88  WS-ALERT-OPEN-TRIED          VALUE 'Y'.
023800 01  WS-ALERT-OPEN-SWITCH         PIC X(01) VALUE 'N'.
023900     88  WS-ALERT-FILE-IS-OPEN        VALUE 'Y'.
024000 01  WS-ALERT-DATE                PIC 9(8) VALUE 0.
024100 01  WS-ALERT-TIME                PIC 9(8) VALUE 0.
024200 01  WS-ALERT-REQUEST-ID          PIC 9(3) VALUE 0.
024300 01  WS-ALERT-SEVERITY            PIC X(01) VALUE SPACE.
024400 01  WS-ALERT-CODE                PIC X(10) VALUE SPACES.
024500 01  WS-ALERT-TEXT                PIC X(60) VALUE SPACES.
024600*
024700 PROCEDURE DIVISION.
024800*------------
024900* Primary function - settle the REFPARM values, validate the
025000* snapshot, compare it with FLAGFILE once to count the
025100* changes and decide whether they can be released, compare
025200* it again to list them (and write them, if released) and
025300* finish the difference report
025400*------------
025500 RECONCILE-FLAG-FEED.
025600     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
025700     ACCEPT WS-RUN-TIME FROM TIME.
025800     PERFORM READ-REFRESH-CARD.
025900     PERFORM VALIDATE-REFRESH-CARD.
026000     IF NOT WS-PARMS-ARE-VALID
026100         PERFORM CLOSE-ALERT-FILE
026200         MOVE 16 TO RETURN-CODE
026300         GOBACK
026400     END-IF.
026500     PERFORM OPEN-FLGREF-FILES.
026600     PERFORM WRITE-REPORT-HEADINGS.
026700     PERFORM VALIDATE-SNAPSHOT-FEED.
026800     IF WS-FEED-ERROR-COUNT > 0
026900         SET WS-FEED-REJECTED TO TRUE
027000     ELSE
027100         MOVE 1 TO WS-PASS-NO
027200         PERFORM COMPARE-FEED-TO-FLAGFILE
027300         PERFORM DECIDE-FEED-OUTCOME
027400         MOVE 2 TO WS-PASS-NO
027500         PERFORM COMPARE-FEED-TO-FLAGFILE
027600     END-IF.
027700     PERFORM WRITE-REPORT-SUMMARY.
027800     PERFORM CLOSE-FLGREF-FILES.
027900     PERFORM REPORT-FEED-OUTCOME.
028000     PERFORM CLOSE-ALERT-FILE.
028100     GOBACK.
028200*
028300*------------
028400* Read the one REFPARM card
028500*------------
028600 READ-REFRESH-CARD.
028700     OPEN INPUT REFPARM.
028800     IF WS-PARM-FILE-FOUND
028900         READ REFPARM
029000             AT END
029100                 SET WS-REFPARM-EOF TO TRUE
029200         END-READ
029300         CLOSE REFPARM
029400     ELSE
029500         SET WS-REFPARM-EOF TO TRUE
029600     END-IF.
029700*
029800*------------
029900* Take each limit keyed on the card in place of its default,
030000* and the approval if one is keyed.  AN APPROVAL MUST BE
030100* KEYED IN FULL - SNAPSHOT DATE, CHANGES, HASH TOTAL AND
030200* APPROVER - OR NOT AT ALL, AND THE OVERRIDE IS ONLY TAKEN
030300* WITH AN APPROVAL
030400*------------
030500 VALIDATE-REFRESH-CARD.
030600     IF WS-REFPARM-EOF
030700         DISPLAY 'FLGREF0001E - REFPARM CARD COULD NOT BE '
030800             'READ - NOTHING COMPARED'
030900         MOVE 'N' TO WS-PARMS-VALID-SWITCH
031000         MOVE 'E' TO WS-ALERT-SEVERITY
031100         MOVE 'FLGREF0001' TO WS-ALERT-CODE
031200         MOVE 'REFPARM CARD COULD NOT BE READ - NOTHING COMPARED'
031300             TO WS-ALERT-TEXT
031400         PERFORM WRITE-ALERT-RECORD
031500     ELSE
031600         IF RF-MAX-CHANGES-RAW NOT = SPACES
031700             IF RF-MAX-CHANGES NUMERIC
031800                 MOVE RF-MAX-CHANGES TO WS-MAX-CHANGES
031900             ELSE
032000                 MOVE 'N' TO WS-PARMS-VALID-SWITCH
032100             END-IF
032200         END-IF
032300         IF RF-MAX-PERCENT-RAW NOT = SPACES
032400             IF RF-MAX-PERCENT NUMERIC
032500                 MOVE RF-MAX-PERCENT TO WS-MAX-PERCENT
032600             ELSE
032700                 MOVE 'N' TO WS-PARMS-VALID-SWITCH
032800             END-IF
032900         END-IF
033000         IF WS-MAX-PERCENT < 1 OR WS-MAX-PERCENT > 100
033100             MOVE 'N' TO WS-PARMS-VALID-SWITCH
033200         END-IF
033300         IF RF-APPROVED-SNAPSHOT-RAW NOT = SPACES
033400             OR RF-APPROVED-CHANGES-RAW NOT = SPACES
033500             OR RF-APPROVED-HASH-RAW NOT = SPACES
033600             OR RF-APPROVED-BY NOT = SPACES
033700             SET WS-APPROVAL-IS-KEYED TO TRUE
033800             IF RF-APPROVED-SNAPSHOT NUMERIC
033900                 AND RF-APPROVED-CHANGES NUMERIC
034000                 AND RF-APPROVED-HASH NUMERIC
034100                 AND RF-APPROVED-BY NOT = SPACES
034200                 MOVE RF-APPROVED-SNAPSHOT TO WS-APPROVED-SNAPSHOT
034300                 MOVE RF-APPROVED-CHANGES TO WS-APPROVED-CHANGES
034400                 MOVE RF-APPROVED-HASH TO WS-APPROVED-HASH
034500                 MOVE RF-APPROVED-BY TO WS-APPROVED-BY
034600             ELSE
034700                 MOVE 'N' TO WS-PARMS-VALID-SWITCH
034800             END-IF
034900         END-IF
035000         IF RF-OVERRIDE-LIMITS
035100             IF WS-APPROVAL-IS-KEYED
035200                 SET WS-OVERRIDE-IS-KEYED TO TRUE
035300             ELSE
035400                 MOVE 'N' TO WS-PARMS-VALID-SWITCH
035500             END-IF
035600         ELSE
035700             IF RF-OVERRIDE-SWITCH NOT = SPACE
035800                 MOVE 'N' TO WS-PARMS-VALID-SWITCH
035900             END-IF
036000         END-IF
036100         IF NOT WS-PARMS-ARE-VALID
036200             DISPLAY 'FLGREF0002E - REFPARM CARD MUST GIVE '
036300                 'NUMERIC LIMITS, A 1-100 PERCENTAGE AND ALL '
036400                 'OR NONE OF THE APPROVAL FIELDS - NOTHING '
036500                 'COMPARED'
036600             MOVE 'E' TO WS-ALERT-SEVERITY
036700             MOVE 'FLGREF0002' TO WS-ALERT-CODE
036800             MOVE 'REFPARM CARD IS NOT VALID - NOTHING COMPARED'
036900                 TO WS-ALERT-TEXT
037000             PERFORM WRITE-ALERT-RECORD
037100         END-IF
037200     END-IF.
037300*
037400*------------
037500* Open the snapshot, the lookup, the transaction output and
037600* the report.  A FLAGFILE THAT HAS NEVER BEEN LOADED IS
037700* TAKEN AS EMPTY, SO THE FIRST SNAPSHOT CAN DO THE INITIAL
037800* LOAD (AS ALL ADDS) THROUGH THE SAME SIGN-OFF
037900*------------
038000 OPEN-FLGREF-FILES.
038100     OPEN INPUT FEEDFILE.
038200     IF NOT WS-FEED-FILE-FOUND
038300         DISPLAY 'FLGREF0003E - FEEDFILE COULD NOT BE OPENED '
038400             '(FILE STATUS ' WS-FEED-FILE-STATUS ') - RUN '
038500             'TERMINATED'
038600         MOVE 'E' TO WS-ALERT-SEVERITY
038700         MOVE 'FLGREF0003' TO WS-ALERT-CODE
038800         MOVE 'FEEDFILE COULD NOT BE OPENED - RUN TERMINATED'
038900             TO WS-ALERT-TEXT
039000         PERFORM WRITE-ALERT-RECORD
039100         PERFORM CLOSE-ALERT-FILE
039200         MOVE 16 TO RETURN-CODE
039300         GOBACK
039400     END-IF.
039500     OPEN INPUT FLAGFILE.
039600     IF WS-FLAG-FILE-NOT-LOADED
039700         SET WS-FLAGFILE-IS-EMPTY TO TRUE
039800     ELSE
039900         IF NOT WS-FLAG-FILE-OK
040000             DISPLAY 'FLGREF0004E - FLAGFILE COULD NOT BE OPENED '
040100                 '(FILE STATUS ' WS-FLAG-FILE-STATUS ') - RUN '
040200                 'TERMINATED'
040300             CLOSE FEEDFILE
040400             MOVE 'E' TO WS-ALERT-SEVERITY
040500             MOVE 'FLGREF0004' TO WS-ALERT-CODE
040600             MOVE 'FLAGFILE COULD NOT BE OPENED - RUN TERMINATED'
040700                 TO WS-ALERT-TEXT
040800             PERFORM WRITE-ALERT-RECORD
040900             PERFORM CLOSE-ALERT-FILE
041000             MOVE 16 TO RETURN-CODE
041100             GOBACK
041200         END-IF
041300     END-IF.
041400     OPEN OUTPUT TRANOUT.
041500     OPEN OUTPUT DIFFRPT.
041600*
041700*------------
041800* Write the report title and the REFPARM values in force
041900*------------
042000 WRITE-REPORT-HEADINGS.
042100     MOVE SPACES TO REPORT-LINE.
042200     MOVE 'INTERESTING-NUMBER SNAPSHOT FEED - DIFFERENCE REPORT'
042300         TO REPORT-LINE.
042400     WRITE REPORT-LINE.
042500     MOVE SPACES TO REPORT-LINE.
042600     STRING 'RUN DATE/TIME             : ' DELIMITED BY SIZE
042700         WS-RUN-DATE DELIMITED BY SIZE
042800         ' ' DELIMITED BY SIZE
042900         WS-RUN-TIME DELIMITED BY SIZE
043000         INTO REPORT-LINE
043100     END-STRING.
043200     WRITE REPORT-LINE.
043300     MOVE WS-MAX-CHANGES TO WS-EDIT-COUNT.
043400     MOVE SPACES TO REPORT-LINE.
043500     STRING 'CHANGE LIMIT              : ' DELIMITED BY SIZE
043600         WS-EDIT-COUNT DELIMITED BY SIZE
043700         INTO REPORT-LINE
043800     END-STRING.
043900     WRITE REPORT-LINE.
044000     MOVE WS-MAX-PERCENT TO WS-EDIT-PERCENT.
044100     MOVE SPACES TO REPORT-LINE.
044200     STRING 'PERCENTAGE LIMIT          : ' DELIMITED BY SIZE
044300         WS-EDIT-PERCENT DELIMITED BY SIZE
044400         '% OF THE ENTRIES ON FLAGFILE' DELIMITED BY SIZE
044500         INTO REPORT-LINE
044600     END-STRING.
044700     WRITE REPORT-LINE.
044800     MOVE SPACES TO REPORT-LINE.
044900     IF WS-APPROVAL-IS-KEYED
045000         MOVE WS-APPROVED-CHANGES TO WS-KEY-CHANGES
045100         MOVE WS-APPROVED-HASH TO WS-KEY-HASH
045200         STRING 'APPROVAL ON THE CARD      : SNAPSHOT '
045300                 DELIMITED BY SIZE
045400             WS-APPROVED-SNAPSHOT DELIMITED BY SIZE
045500             '  CHANGES ' DELIMITED BY SIZE
045600             WS-KEY-CHANGES DELIMITED BY SIZE
045700             '  HASH ' DELIMITED BY SIZE
045800             WS-KEY-HASH DELIMITED BY SIZE
045900             '  BY ' DELIMITED BY SIZE
046000             WS-APPROVED-BY DELIMITED BY SIZE
046100             INTO REPORT-LINE
046200         END-STRING
046300         WRITE REPORT-LINE
046400         IF WS-OVERRIDE-IS-KEYED
046500             MOVE 'LIMITS OVERRIDDEN         : YES'
046600                 TO REPORT-LINE
046700             WRITE REPORT-LINE
046800         END-IF
046900     ELSE
047000         MOVE 'APPROVAL ON THE CARD      : NONE - REVIEW RUN'
047100             TO REPORT-LINE
047200         WRITE REPORT-LINE
047300     END-IF.
047400     MOVE SPACES TO REPORT-LINE.
047500     WRITE REPORT-LINE.
047600*
047700*------------
047800* Read the whole snapshot once, checking its structure and
047900* every detail record.  ANY ERROR AT ALL HOLDS THE WHOLE
048000* FEED - A PARTIAL COMPARISON WOULD TURN EVERY NUMBER THAT
048100* WAS LEFT OUT INTO A DELETE
048200*------------
048300 VALIDATE-SNAPSHOT-FEED.
048400     PERFORM READ-FEED-RECORD.
048500     PERFORM CHECK-FEED-RECORD
048600         UNTIL WS-FEEDFILE-EOF.
048700     IF WS-FEED-RECORD-COUNT = 0
048800         MOVE 'FEED IS EMPTY' TO WS-ERROR-REASON
048900         PERFORM WRITE-FEED-ERROR
049000     ELSE
049100         IF NOT WS-TRAILER-WAS-SEEN
049200             MOVE 'NO TRAILER - THE FEED MAY BE TRUNCATED'
049300                 TO WS-ERROR-REASON
049400             PERFORM WRITE-FEED-ERROR
049500         END-IF
049600     END-IF.
049700     CLOSE FEEDFILE.
049800*
049900*------------
050000* Read one snapshot record for validation, counting it
050100*------------
050200 READ-FEED-RECORD.
050300     READ FEEDFILE
050400         AT END
050500             SET WS-FEEDFILE-EOF TO TRUE
050600     END-READ.
050700     IF NOT WS-FEEDFILE-EOF
050800         ADD 1 TO WS-FEED-RECORD-COUNT
050900     END-IF.
051000*
051100*------------
051200* Check one snapshot record by its type and read the next.
051300* THE HEADER MUST COME FIRST AND NOTHING MAY FOLLOW THE
051400* TRAILER
051500*------------
051600 CHECK-FEED-RECORD.
051700     IF WS-TRAILER-WAS-SEEN
051800         MOVE 'RECORD FOLLOWS THE TRAILER' TO WS-ERROR-REASON
051900         PERFORM WRITE-FEED-ERROR
052000     ELSE
052100         IF WS-FEED-RECORD-COUNT = 1
052200             AND NOT FF-RECORD-IS-HEADER
052300             MOVE 'FIRST RECORD IS NOT THE HEADER'
052400                 TO WS-ERROR-REASON
052500             PERFORM WRITE-FEED-ERROR
052600         END-IF
052700         EVALUATE TRUE
052800             WHEN FF-RECORD-IS-HEADER
052900                 PERFORM CHECK-FEED-HEADER
053000             WHEN FF-RECORD-IS-DETAIL
053100                 PERFORM CHECK-FEED-DETAIL
053200             WHEN FF-RECORD-IS-TRAILER
053300                 PERFORM CHECK-FEED-TRAILER
053400             WHEN OTHER
053500                 MOVE 'RECORD TYPE IS NOT H, D OR T'
053600                     TO WS-ERROR-REASON
053700                 PERFORM WRITE-FEED-ERROR
053800         END-EVALUATE
053900     END-IF.
054000     PERFORM READ-FEED-RECORD.
054100*
054200*------------
054300* Check the header and keep its snapshot date and source
054400*------------
054500 CHECK-FEED-HEADER.
054600     IF WS-FEED-RECORD-COUNT > 1
054700         MOVE 'HEADER IS NOT THE FIRST RECORD' TO WS-ERROR-REASON
054800         PERFORM WRITE-FEED-ERROR
054900     ELSE
055000         IF FF-SNAPSHOT-DATE-RAW NOT NUMERIC
055100             MOVE 'SNAPSHOT DATE IS NOT NUMERIC'
055200                 TO WS-ERROR-REASON
055300             PERFORM WRITE-FEED-ERROR
055400         ELSE
055500             SET WS-HEADER-WAS-SEEN TO TRUE
055600             MOVE FF-SNAPSHOT-DATE TO WS-SNAPSHOT-DATE
055700             MOVE FF-SOURCE-SYSTEM TO WS-SOURCE-SYSTEM
055800         END-IF
055900     END-IF.
056000*
056100*------------
056200* Check one detail - a numeric number higher than the last
056300* one sent (so no duplicates) and an effective window that
056400* FLGMNT would accept
056500*------------
056600 CHECK-FEED-DETAIL.
056700     ADD 1 TO WS-FEED-DETAIL-COUNT.
056800     IF FF-NUMBER-RAW NOT NUMERIC
056900         MOVE 'NUMBER IS NOT NUMERIC' TO WS-ERROR-REASON
057000         PERFORM WRITE-FEED-ERROR
057100     ELSE
057200         IF WS-DETAIL-WAS-SEEN
057300             AND FF-NUMBER = WS-PREV-FEED-NUMBER
057400             MOVE 'NUMBER IS SENT MORE THAN ONCE'
057500                 TO WS-ERROR-REASON
057600             PERFORM WRITE-FEED-ERROR
057700         END-IF
057800         IF WS-DETAIL-WAS-SEEN
057900             AND FF-NUMBER < WS-PREV-FEED-NUMBER
058000             MOVE 'NUMBER IS OUT OF ASCENDING ORDER'
058100                 TO WS-ERROR-REASON
058200             PERFORM WRITE-FEED-ERROR
058300         END-IF
058400         SET WS-DETAIL-WAS-SEEN TO TRUE
058500         MOVE FF-NUMBER TO WS-PREV-FEED-NUMBER
058600     END-IF.
058700     PERFORM EDIT-FEED-DATES.
058800     IF NOT WS-DATES-ARE-VALID
058900         PERFORM WRITE-FEED-ERROR
059000     END-IF.
059100*
059200*------------
059300* Check the trailer's detail count against the details
059400* actually received - the guard against a truncated file
059500*------------
059600 CHECK-FEED-TRAILER.
059700     SET WS-TRAILER-WAS-SEEN TO TRUE.
059800     IF FF-DETAIL-COUNT-RAW NOT NUMERIC
059900         MOVE 'TRAILER DETAIL COUNT IS NOT NUMERIC'
060000             TO WS-ERROR-REASON
060100         PERFORM WRITE-FEED-ERROR
060200     ELSE
060300         IF FF-DETAIL-COUNT NOT = WS-FEED-DETAIL-COUNT
060400             MOVE 'TRAILER COUNT DISAGREES WITH DETAILS SENT'
060500                 TO WS-ERROR-REASON
060600             PERFORM WRITE-FEED-ERROR
060700         END-IF
060800     END-IF.
060900*
061000*------------
061100* Edit a detail's effective window - a blank from means in
061200* force from the beginning, a blank to means it never
061300* expires, anything else must be a numeric date and the
061400* window must run forwards (the same rules as FLGMNT)
061500*------------
061600 EDIT-FEED-DATES.
061700     MOVE 'Y' TO WS-DATES-VALID-SWITCH.
061800     IF FF-EFF-FROM-RAW = SPACES
061900         MOVE 0 TO WS-FEED-FROM-DATE
062000     ELSE
062100         IF FF-EFF-FROM-RAW NOT NUMERIC
062200             MOVE 'EFFECTIVE-FROM DATE IS NOT NUMERIC'
062300                 TO WS-ERROR-REASON
062400             MOVE 'N' TO WS-DATES-VALID-SWITCH
062500         ELSE
062600             MOVE FF-EFF-FROM-DATE TO WS-FEED-FROM-DATE
062700         END-IF
062800     END-IF.
062900     IF FF-EFF-TO-RAW = SPACES
063000         MOVE 99999999 TO WS-FEED-TO-DATE
063100     ELSE
063200         IF FF-EFF-TO-RAW NOT NUMERIC
063300             MOVE 'EFFECTIVE-TO DATE IS NOT NUMERIC'
063400                 TO WS-ERROR-REASON
063500             MOVE 'N' TO WS-DATES-VALID-SWITCH
063600         ELSE
063700             MOVE FF-EFF-TO-DATE TO WS-FEED-TO-DATE
063800         END-IF
063900     END-IF.
064000     IF WS-DATES-ARE-VALID
064100         AND WS-FEED-FROM-DATE > WS-FEED-TO-DATE
064200         MOVE 'EFFECTIVE-FROM IS AFTER EFFECTIVE-TO'
064300             TO WS-ERROR-REASON
064400         MOVE 'N' TO WS-DATES-VALID-SWITCH
064500     END-IF.
064600*
064700*------------
064800* List one validation error on the report.  THE FIRST 100
064900* ARE LISTED - A FILE THAT IS WRONG THROUGHOUT DOES NOT NEED
065000* EVERY LINE OF IT PRINTED
065100*------------
065200 WRITE-FEED-ERROR.
065300     ADD 1 TO WS-FEED-ERROR-COUNT.
065400     IF WS-FEED-ERROR-COUNT = 1
065500         MOVE 'SNAPSHOT FEED VALIDATION ERRORS' TO REPORT-LINE
065600         WRITE REPORT-LINE
065700         MOVE SPACES TO REPORT-LINE
065800         WRITE REPORT-LINE
065900     END-IF.
066000     IF WS-FEED-ERROR-COUNT NOT > 100
066100         IF WS-FEEDFILE-EOF
066200             MOVE 0 TO WS-EL-RECORD-NO
066300             MOVE '(END OF FILE)' TO WS-EL-IMAGE
066400         ELSE
066500             MOVE WS-FEED-RECORD-COUNT TO WS-EL-RECORD-NO
066600             MOVE FLGFEED-RECORD TO WS-EL-IMAGE
066700         END-IF
066800         MOVE WS-ERROR-REASON TO WS-EL-REASON
066900         WRITE REPORT-LINE FROM WS-ERROR-LINE
067000     END-IF.
067100     IF WS-FEED-ERROR-COUNT = 101
067200         MOVE '   ... FURTHER ERRORS NOT LISTED' TO REPORT-LINE
067300         WRITE REPORT-LINE
067400     END-IF.
067500*
067600*------------
067700* One pass of the comparison - the snapshot's details and
067800* FLAGFILE are both in number order, so they are matched
067900* like two sorted files.  A NUMBER ONLY IN THE SNAPSHOT IS
068000* AN ADD, ONE ONLY ON FLAGFILE IS A DELETE, AND ONE ON BOTH
068100* WHOSE DESCRIPTION OR WINDOW DIFFERS IS A CHANGE
068200*------------
068300 COMPARE-FEED-TO-FLAGFILE.
068400     MOVE 0 TO WS-FLAG-RECORD-COUNT.
068500     MOVE 0 TO WS-UNCHANGED-COUNT.
068600     MOVE 0 TO WS-ADD-COUNT.
068700     MOVE 0 TO WS-CHANGE-COUNT.
068800     MOVE 0 TO WS-DELETE-COUNT.
068900     MOVE 0 TO WS-CHANGE-HASH.
069000     MOVE 'N' TO WS-FEED-EOF-SWITCH.
069100     OPEN INPUT FEEDFILE.
069200     MOVE 'N' TO WS-FLAG-EOF-SWITCH.
069300     IF WS-FLAGFILE-IS-EMPTY
069400         SET WS-FLAGFILE-EOF TO TRUE
069500     ELSE
069600         MOVE 0 TO FLG-NUMBER
069700         START FLAGFILE KEY NOT LESS THAN FLG-NUMBER
069800             INVALID KEY
069900                 SET WS-FLAGFILE-EOF TO TRUE
070000         END-START
070100     END-IF.
070200     IF WS-REPORTING-PASS
070300         PERFORM WRITE-DIFFERENCE-HEADINGS
070400     END-IF.
070500     PERFORM READ-NEXT-FEED-DETAIL.
070600     PERFORM READ-NEXT-FLAG-RECORD.
070700     PERFORM COMPARE-ONE-NUMBER
070800         UNTIL WS-FEED-KEY = WS-HIGH-KEY
070900           AND WS-FLAG-KEY = WS-HIGH-KEY.
071000     CLOSE FEEDFILE.
071100     COMPUTE WS-TOTAL-CHANGES =
071200         WS-ADD-COUNT + WS-CHANGE-COUNT + WS-DELETE-COUNT.
071300     IF WS-REPORTING-PASS
071400         AND WS-TOTAL-CHANGES = 0
071500         MOVE 'NONE - FLAGFILE MATCHES THE SNAPSHOT'
071600             TO REPORT-LINE
071700         WRITE REPORT-LINE
071800     END-IF.
071900*
072000*------------
072100* Read forward to the snapshot's next detail record, skipping
072200* the header and trailer, and settle its effective window
072300*------------
072400 READ-NEXT-FEED-DETAIL.
072500     MOVE 'N' TO WS-DETAIL-FOUND-SWITCH.
072600     PERFORM READ-ONE-FEED-RECORD
072700         UNTIL WS-DETAIL-WAS-FOUND
072800            OR WS-FEEDFILE-EOF.
072900     IF WS-FEEDFILE-EOF
073000         MOVE WS-HIGH-KEY TO WS-FEED-KEY
073100     ELSE
073200         MOVE FF-NUMBER TO WS-FEED-KEY
073300         PERFORM EDIT-FEED-DATES
073400     END-IF.
073500*
073600*------------
073700* Read one snapshot record during the comparison
073800*------------
073900 READ-ONE-FEED-RECORD.
074000     READ FEEDFILE
074100         AT END
074200             SET WS-FEEDFILE-EOF TO TRUE
074300     END-READ.
074400     IF NOT WS-FEEDFILE-EOF
074500         AND FF-RECORD-IS-DETAIL
074600         SET WS-DETAIL-WAS-FOUND TO TRUE
074700     END-IF.
074800*
074900*------------
075000* Read the next FLAGFILE entry in key sequence.  ANY NON-ZERO
075100* FILE STATUS - NOT JUST END OF FILE - ENDS THE FLAGFILE SIDE
075200* OF THE MATCH, SO AN I/O ERROR CANNOT LOOP FOREVER
075300*------------
075400 READ-NEXT-FLAG-RECORD.
075500     IF NOT WS-FLAGFILE-EOF
075600         READ FLAGFILE NEXT RECORD
075700             AT END
075800                 SET WS-FLAGFILE-EOF TO TRUE
075900         END-READ
076000         IF NOT WS-FLAG-FILE-OK
076100             SET WS-FLAGFILE-EOF TO TRUE
076200         END-IF
076300     END-IF.
076400     IF WS-FLAGFILE-EOF
076500         MOVE WS-HIGH-KEY TO WS-FLAG-KEY
076600     ELSE
076700         MOVE FLG-NUMBER TO WS-FLAG-KEY
076800         ADD 1 TO WS-FLAG-RECORD-COUNT
076900     END-IF.
077000*
077100*------------
077200* Match the lower of the two current numbers and move past it
077300*------------
077400 COMPARE-ONE-NUMBER.
077500     EVALUATE TRUE
077600         WHEN WS-FEED-KEY < WS-FLAG-KEY
077700             SET WS-DIFF-IS-ADD TO TRUE
077800             PERFORM RECORD-DIFFERENCE
077900             PERFORM READ-NEXT-FEED-DETAIL
078000         WHEN WS-FEED-KEY > WS-FLAG-KEY
078100             SET WS-DIFF-IS-DELETE TO TRUE
078200             PERFORM RECORD-DIFFERENCE
078300             PERFORM READ-NEXT-FLAG-RECORD
078400         WHEN OTHER
078500             IF FF-DESCRIPTION = FLG-DESCRIPTION
078600                 AND WS-FEED-FROM-DATE = FLG-EFF-FROM-DATE
078700                 AND WS-FEED-TO-DATE = FLG-EFF-TO-DATE
078800                 ADD 1 TO WS-UNCHANGED-COUNT
078900             ELSE
079000                 SET WS-DIFF-IS-CHANGE TO TRUE
079100                 PERFORM RECORD-DIFFERENCE
079200             END-IF
079300             PERFORM READ-NEXT-FEED-DETAIL
079400             PERFORM READ-NEXT-FLAG-RECORD
079500     END-EVALUATE.
079600*
079700*------------
079800* Count one difference into the approval key and, on the
079900* reporting pass, list it - and write its transaction when
080000* the feed has been released
080100*------------
080200 RECORD-DIFFERENCE.
080300     EVALUATE TRUE
080400         WHEN WS-DIFF-IS-ADD
080500             ADD 1 TO WS-ADD-COUNT
080700         WHEN WS-DIFF-IS-CHANGE
080800             ADD 1 TO WS-CHANGE-COUNT
081000         WHEN WS-DIFF-IS-DELETE
081100             ADD 1 TO WS-DELETE-COUNT
081300     END-EVALUATE.
081305     IF NOT WS-DIFF-IS-ADD
081310         MOVE WS-DIFF-ACTION TO WS-HI-ACTION
081315         MOVE WS-FLAG-KEY TO WS-HI-NUMBER
081320         MOVE FLG-DESCRIPTION TO WS-HI-DESCRIPTION
081325         MOVE FLG-EFF-FROM-DATE TO WS-HI-FROM-DATE
081330         MOVE FLG-EFF-TO-DATE TO WS-HI-TO-DATE
081332         IF WS-DIFF-IS-CHANGE
081333             MOVE 2 TO WS-HASH-WEIGHT
081334         ELSE
081335             MOVE 4 TO WS-HASH-WEIGHT
081336         END-IF
081337         PERFORM ADD-IMAGE-TO-HASH
081340     END-IF.
081345     IF NOT WS-DIFF-IS-DELETE
081350         MOVE WS-DIFF-ACTION TO WS-HI-ACTION
081355         MOVE WS-FEED-KEY TO WS-HI-NUMBER
081360         MOVE FF-DESCRIPTION TO WS-HI-DESCRIPTION
081365         MOVE WS-FEED-FROM-DATE TO WS-HI-FROM-DATE
081370         MOVE WS-FEED-TO-DATE TO WS-HI-TO-DATE
081372         IF WS-DIFF-IS-CHANGE
081373             MOVE 3 TO WS-HASH-WEIGHT
081374         ELSE
081375             MOVE 1 TO WS-HASH-WEIGHT
081376         END-IF
081377         PERFORM ADD-IMAGE-TO-HASH
081380     END-IF.
081400     IF WS-REPORTING-PASS
081500         PERFORM WRITE-DIFFERENCE-LINE
081600         IF WS-FEED-RELEASED
081700             PERFORM WRITE-TRANSACTION-CARD
081800         END-IF
081900     END-IF.
082000*
082008*------------
082016* Add the weighted checksum of WS-HASH-IMAGE, times its
082024* WS-HASH-WEIGHT, to the approval key's WS-CHANGE-HASH
082032*------------
082040 ADD-IMAGE-TO-HASH.
082044     MOVE 0 TO WS-IMAGE-SUM.
082048     PERFORM VARYING WS-HASH-POS FROM 1 BY 1
082056         UNTIL WS-HASH-POS > WS-HASH-IMAGE-LENGTH
082064         COMPUTE WS-IMAGE-SUM = WS-IMAGE-SUM + WS-HASH-POS
082072             * FUNCTION ORD (WS-HASH-IMAGE (WS-HASH-POS:1))
082080     END-PERFORM.
082084     COMPUTE WS-CHANGE-HASH =
082086         WS-CHANGE-HASH + WS-IMAGE-SUM * WS-HASH-WEIGHT.
082088*
082100*------------
082200* Write the heading of the differences section
082300*------------
082400 WRITE-DIFFERENCE-HEADINGS.
082500     MOVE 'DIFFERENCES BETWEEN FLAGFILE AND THE SNAPSHOT'
082600         TO REPORT-LINE.
082700     WRITE REPORT-LINE.
082800     MOVE SPACES TO REPORT-LINE.
082900     WRITE REPORT-LINE.
083000     MOVE SPACES TO WS-DIFF-LINE.
083100     MOVE 'ACTION' TO WS-DL-ACTION.
083200     MOVE 'NUMBER' TO WS-DL-NUMBER.
083300     MOVE 'ON FLAGFILE NOW' TO WS-DL-OLD-DESCRIPTION.
083400     MOVE 'IN THE SNAPSHOT' TO WS-DL-NEW-DESCRIPTION.
083500     WRITE REPORT-LINE FROM WS-DIFF-LINE.
083600     MOVE SPACES TO WS-DIFF-LINE.
083700     MOVE 'DESCRIPTION' TO WS-DL-OLD-DESCRIPTION.
083800     MOVE 'FROM' TO WS-DL-OLD-FROM.
083900     MOVE 'TO' TO WS-DL-OLD-TO.
084000     MOVE 'DESCRIPTION' TO WS-DL-NEW-DESCRIPTION.
084100     MOVE 'FROM' TO WS-DL-NEW-FROM.
084200     MOVE 'TO' TO WS-DL-NEW-TO.
084300     WRITE REPORT-LINE FROM WS-DIFF-LINE.
084400*
084500*------------
084600* List one difference - the FLAGFILE side for a change or
084700* delete, the snapshot side for an add or change
084800*------------
084900 WRITE-DIFFERENCE-LINE.
085000     MOVE SPACES TO WS-DIFF-LINE.
085100     EVALUATE TRUE
085200         WHEN WS-DIFF-IS-ADD
085300             MOVE 'ADD' TO WS-DL-ACTION
085400             MOVE FF-NUMBER TO WS-DL-NUMBER
085500         WHEN WS-DIFF-IS-CHANGE
085600             MOVE 'CHANGE' TO WS-DL-ACTION
085700             MOVE FF-NUMBER TO WS-DL-NUMBER
085800         WHEN WS-DIFF-IS-DELETE
085900             MOVE 'DELETE' TO WS-DL-ACTION
086000             MOVE FLG-NUMBER TO WS-DL-NUMBER
086100     END-EVALUATE.
086200     IF NOT WS-DIFF-IS-ADD
086300         MOVE FLG-DESCRIPTION TO WS-DL-OLD-DESCRIPTION
086400         MOVE FLG-EFF-FROM-DATE TO WS-DL-OLD-FROM
086500         MOVE FLG-EFF-TO-DATE TO WS-DL-OLD-TO
086600     END-IF.
086700     IF NOT WS-DIFF-IS-DELETE
086800         MOVE FF-DESCRIPTION TO WS-DL-NEW-DESCRIPTION
086900         MOVE WS-FEED-FROM-DATE TO WS-DL-NEW-FROM
087000         MOVE WS-FEED-TO-DATE TO WS-DL-NEW-TO
087100     END-IF.
087200     WRITE REPORT-LINE FROM WS-DIFF-LINE.
087300*
087400*------------
087500* Write one released transaction card for FLGMNT, filed
087600* under the approver so the change journal shows who signed
087700* it off
087800*------------
087900 WRITE-TRANSACTION-CARD.
088000     MOVE SPACES TO FLGTRAN-RECORD.
088100     MOVE WS-DIFF-ACTION TO FT-ACTION-CODE.
088200     IF WS-DIFF-IS-DELETE
088300         MOVE FLG-NUMBER TO FT-NUMBER
088400     ELSE
088500         MOVE FF-NUMBER TO FT-NUMBER
088600         MOVE FF-DESCRIPTION TO FT-DESCRIPTION
088700         MOVE WS-FEED-FROM-DATE TO FT-EFF-FROM-DATE
088800         MOVE WS-FEED-TO-DATE TO FT-EFF-TO-DATE
088900     END-IF.
089000     MOVE WS-APPROVED-BY TO FT-REQUESTED-BY.
089100     WRITE FLGTRAN-RECORD.
089200     ADD 1 TO WS-TRANS-WRITTEN-COUNT.
089300*
089400*------------
089500* Decide, from the counting pass, whether the changes can be
089600* released.  A FEED IS OVER THE LIMIT WHEN ITS CHANGES EXCEED
089700* THE CHANGE LIMIT OR THE PERCENTAGE OF THE ENTRIES ON
089800* FLAGFILE (THE PERCENTAGE IS NOT APPLIED TO AN EMPTY FILE).
089900* AN APPROVAL ONLY RELEASES THE FEED WHEN IT MATCHES THE
090000* APPROVAL KEY EXACTLY, AND AN OVER-LIMIT FEED ALSO NEEDS THE
090100* OVERRIDE
090200*------------
090300 DECIDE-FEED-OUTCOME.
090400     IF WS-TOTAL-CHANGES > WS-MAX-CHANGES
090500         SET WS-FEED-OVER-LIMIT TO TRUE
090600     END-IF.
090700     IF WS-FLAG-RECORD-COUNT > 0
090800         COMPUTE WS-CHANGES-SCALED = WS-TOTAL-CHANGES * 100
090900         COMPUTE WS-PERCENT-LIMIT =
091000             WS-FLAG-RECORD-COUNT * WS-MAX-PERCENT
091100         IF WS-CHANGES-SCALED > WS-PERCENT-LIMIT
091200             SET WS-FEED-OVER-LIMIT TO TRUE
091300         END-IF
091400     END-IF.
091500     EVALUATE TRUE
091600         WHEN WS-TOTAL-CHANGES = 0
091700             SET WS-FEED-MATCHES TO TRUE
091800         WHEN NOT WS-APPROVAL-IS-KEYED
091900             AND WS-FEED-OVER-LIMIT
092000             SET WS-FEED-HELD-OVER-LIMIT TO TRUE
092100         WHEN NOT WS-APPROVAL-IS-KEYED
092200             SET WS-FEED-AWAITING-SIGN-OFF TO TRUE
092300         WHEN WS-APPROVED-SNAPSHOT NOT = WS-SNAPSHOT-DATE
092400           OR WS-APPROVED-CHANGES NOT = WS-TOTAL-CHANGES
092500           OR WS-APPROVED-HASH NOT = WS-CHANGE-HASH
092600             SET WS-FEED-APPROVAL-MISMATCH TO TRUE
092700         WHEN WS-FEED-OVER-LIMIT
092800             AND NOT WS-OVERRIDE-IS-KEYED
092900             SET WS-FEED-HELD-OVER-LIMIT TO TRUE
093000         WHEN OTHER
093100             SET WS-FEED-RELEASED TO TRUE
093200     END-EVALUATE.
093300*
093400*------------
093500* Write the feed and comparison totals, the approval key and
093600* what was done with the feed
093700*------------
093800 WRITE-REPORT-SUMMARY.
093900     MOVE SPACES TO REPORT-LINE.
094000     WRITE REPORT-LINE.
094100     MOVE 'SUMMARY' TO REPORT-LINE.
094200     WRITE REPORT-LINE.
094300     MOVE SPACES TO REPORT-LINE.
094400     WRITE REPORT-LINE.
094464     MOVE SPACES TO REPORT-LINE.
094528     IF WS-HEADER-WAS-SEEN
094592         STRING 'SNAPSHOT DATE             : ' DELIMITED BY SIZE
094656             WS-SNAPSHOT-DATE DELIMITED BY SIZE
094720             '  FROM ' DELIMITED BY SIZE
094784             WS-SOURCE-SYSTEM DELIMITED BY SIZE
094848             INTO REPORT-LINE
094912         END-STRING
094976     ELSE
095040         MOVE 'SNAPSHOT DATE             : NO VALID HEADER'
095104             TO REPORT-LINE
095168     END-IF.
095232     WRITE REPORT-LINE.
095300     MOVE WS-FEED-RECORD-COUNT TO WS-EDIT-COUNT.
095400     MOVE SPACES TO REPORT-LINE.
095500     STRING 'FEED RECORDS READ         : ' DELIMITED BY SIZE
095600         WS-EDIT-COUNT DELIMITED BY SIZE
095700         INTO REPORT-LINE
095800     END-STRING.
095900     WRITE REPORT-LINE.
096000     MOVE WS-FEED-DETAIL-COUNT TO WS-EDIT-COUNT.
096100     MOVE SPACES TO REPORT-LINE.
096200     STRING 'SNAPSHOT ENTRIES          : ' DELIMITED BY SIZE
096300         WS-EDIT-COUNT DELIMITED BY SIZE
096400         INTO REPORT-LINE
096500     END-STRING.
096600     WRITE REPORT-LINE.
096700     MOVE WS-FEED-ERROR-COUNT TO WS-EDIT-COUNT.
096800     MOVE SPACES TO REPORT-LINE.
096900     STRING 'VALIDATION ERRORS         : ' DELIMITED BY SIZE
097000         WS-EDIT-COUNT DELIMITED BY SIZE
097100         INTO REPORT-LINE
097200     END-STRING.
097300     WRITE REPORT-LINE.
097400     IF NOT WS-FEED-REJECTED
097500         PERFORM WRITE-COMPARISON-TOTALS
097600     END-IF.
097700     MOVE SPACES TO REPORT-LINE.
097800     WRITE REPORT-LINE.
097900     MOVE SPACES TO REPORT-LINE.
098000     EVALUATE TRUE
098100         WHEN WS-FEED-RELEASED
098200             MOVE WS-TRANS-WRITTEN-COUNT TO WS-EDIT-COUNT
098300             STRING 'FEED RELEASED - ' DELIMITED BY SIZE
098400                 WS-EDIT-COUNT DELIMITED BY SIZE
098500                 ' TRANSACTIONS WRITTEN ' DELIMITED BY SIZE
098600                 'FOR FLGMNT, APPROVED BY ' DELIMITED BY SIZE
098700                 WS-APPROVED-BY DELIMITED BY SIZE
098800                 INTO REPORT-LINE
098900             END-STRING
099000         WHEN WS-FEED-MATCHES
099100             STRING 'NO DIFFERENCES - ' DELIMITED BY SIZE
099200                 'FLAGFILE ALREADY MATCHES THE SNAPSHOT - '
099250                     DELIMITED BY SIZE
099300                 'NOTHING TO APPLY' DELIMITED BY SIZE
099400                 INTO REPORT-LINE
099500             END-STRING
099600         WHEN WS-FEED-AWAITING-SIGN-OFF
099700             STRING '** AWAITING ' DELIMITED BY SIZE
099800                 'SIGN-OFF - NOTHING APPLIED.  TO RELEASE, KEY '
099850                     DELIMITED BY SIZE
099900                 'THE APPROVAL KEY ABOVE AND THE APPROVER ON '
099950                     DELIMITED BY SIZE
100000                 'THE REFPARM CARD AND RERUN **' DELIMITED BY SIZE
100100                 INTO REPORT-LINE
100200             END-STRING
100300         WHEN WS-FEED-HELD-OVER-LIMIT
100400             STRING '** FEED HELD ' DELIMITED BY SIZE
100500                 '- THE CHANGES EXCEED THE LIMITS ON THE '
100550                     DELIMITED BY SIZE
100600                 'REFPARM CARD - NOTHING APPLIED.  A GENUINE '
100650                     DELIMITED BY SIZE
100700                 'FEED THIS LARGE NEEDS THE OVERRIDE **'
100750                     DELIMITED BY SIZE
100800                 INTO REPORT-LINE
100900             END-STRING
101000         WHEN WS-FEED-APPROVAL-MISMATCH
101100             STRING '** FEED HELD ' DELIMITED BY SIZE
101200                 '- THE APPROVAL ON THE REFPARM CARD DOES NOT '
101250                     DELIMITED BY SIZE
101300                 'MATCH THIS FEED''S APPROVAL KEY - NOTHING '
101350                     DELIMITED BY SIZE
101400                 'APPLIED **' DELIMITED BY SIZE
101500                 INTO REPORT-LINE
101600             END-STRING
101700         WHEN WS-FEED-REJECTED
101800             STRING '** FEED ' DELIMITED BY SIZE
101900                 'REJECTED - SEE THE VALIDATION ERRORS ABOVE - '
101950                     DELIMITED BY SIZE
102000                 'NOTHING APPLIED **' DELIMITED BY SIZE
102100                 INTO REPORT-LINE
102200             END-STRING
102300     END-EVALUATE.
102400     WRITE REPORT-LINE.
102500     DISPLAY REPORT-LINE.
102600*
102700*------------
102800* Write the comparison totals and the approval key - the
102900* key is printed zero-filled, exactly as it is to be keyed
103000*------------
103100 WRITE-COMPARISON-TOTALS.
103200     MOVE WS-FLAG-RECORD-COUNT TO WS-EDIT-COUNT.
103300     MOVE SPACES TO REPORT-LINE.
103400     STRING 'ENTRIES ON FLAGFILE       : ' DELIMITED BY SIZE
103500         WS-EDIT-COUNT DELIMITED BY SIZE
103600         INTO REPORT-LINE
103700     END-STRING.
103800     WRITE REPORT-LINE.
103900     MOVE WS-UNCHANGED-COUNT TO WS-EDIT-COUNT.
104000     MOVE SPACES TO REPORT-LINE.
104100     STRING 'UNCHANGED                 : ' DELIMITED BY SIZE
104200         WS-EDIT-COUNT DELIMITED BY SIZE
104300         INTO REPORT-LINE
104400     END-STRING.
104500     WRITE REPORT-LINE.
104600     MOVE WS-ADD-COUNT TO WS-EDIT-COUNT.
104700     MOVE SPACES TO REPORT-LINE.
104800     STRING 'ADDS                      : ' DELIMITED BY SIZE
104900         WS-EDIT-COUNT DELIMITED BY SIZE
105000         INTO REPORT-LINE
105100     END-STRING.
105200     WRITE REPORT-LINE.
105300     MOVE WS-CHANGE-COUNT TO WS-EDIT-COUNT.
105400     MOVE SPACES TO REPORT-LINE.
105500     STRING 'CHANGES                   : ' DELIMITED BY SIZE
105600         WS-EDIT-COUNT DELIMITED BY SIZE
105700         INTO REPORT-LINE
105800     END-STRING.
105900     WRITE REPORT-LINE.
106000     MOVE WS-DELETE-COUNT TO WS-EDIT-COUNT.
106100     MOVE SPACES TO REPORT-LINE.
106200     STRING 'DELETES                   : ' DELIMITED BY SIZE
106300         WS-EDIT-COUNT DELIMITED BY SIZE
106400         INTO REPORT-LINE
106500     END-STRING.
106600     WRITE REPORT-LINE.
106700     MOVE WS-TOTAL-CHANGES TO WS-EDIT-COUNT.
106800     MOVE SPACES TO REPORT-LINE.
106900     STRING 'TOTAL CHANGES             : ' DELIMITED BY SIZE
107000         WS-EDIT-COUNT DELIMITED BY SIZE
107100         INTO REPORT-LINE
107200     END-STRING.
107300     WRITE REPORT-LINE.
107400     MOVE SPACES TO REPORT-LINE.
107500     IF WS-FEED-OVER-LIMIT
107600         MOVE 'OVER THE LIMITS           : YES' TO REPORT-LINE
107700     ELSE
107800         MOVE 'OVER THE LIMITS           : NO' TO REPORT-LINE
107900     END-IF.
108000     WRITE REPORT-LINE.
108100     MOVE WS-TOTAL-CHANGES TO WS-KEY-CHANGES.
108200     MOVE WS-CHANGE-HASH TO WS-KEY-HASH.
108300     MOVE SPACES TO REPORT-LINE.
108400     STRING 'APPROVAL KEY              : SNAPSHOT '
108500             DELIMITED BY SIZE
108600         WS-SNAPSHOT-DATE DELIMITED BY SIZE
108700         '  CHANGES ' DELIMITED BY SIZE
108800         WS-KEY-CHANGES DELIMITED BY SIZE
108900         '  HASH ' DELIMITED BY SIZE
109000         WS-KEY-HASH DELIMITED BY SIZE
109100         INTO REPORT-LINE
109200     END-STRING.
109300     WRITE REPORT-LINE.
109400*
109500*------------
109600* Close the snapshot (already closed by the last pass), the
109700* lookup, the transaction output and the report
109800*------------
109900 CLOSE-FLGREF-FILES.
110000     IF NOT WS-FLAGFILE-IS-EMPTY
110100         CLOSE FLAGFILE
110200     END-IF.
110300     CLOSE TRANOUT.
110400     CLOSE DIFFRPT.
110500*
110600*------------
110700* Settle the return code and raise the alert for a feed that
110800* was rejected or held.  A FEED AWAITING SIGN-OFF IS THE
110900* NORMAL FIRST RUN OF THE WEEK AND IS NOT ALERTED
111000*------------
111100 REPORT-FEED-OUTCOME.
111200     EVALUATE TRUE
111300         WHEN WS-FEED-REJECTED
111400             MOVE WS-FEED-ERROR-COUNT TO WS-EDIT-COUNT
111500             DISPLAY 'FLGREF0005E - SNAPSHOT FEED FAILED '
111600                 'VALIDATION (' WS-EDIT-COUNT ' ERRORS) - '
111700                 'NOTHING APPLIED'
111800             MOVE 'E' TO WS-ALERT-SEVERITY
111900             MOVE 'FLGREF0005' TO WS-ALERT-CODE
111966             MOVE 'SNAPSHOT FEED FAILED VALIDATION - HELD WHOLE'
112100                 TO WS-ALERT-TEXT
112200             PERFORM WRITE-ALERT-RECORD
112300             MOVE 16 TO RETURN-CODE
112400         WHEN WS-FEED-HELD-OVER-LIMIT
112500             MOVE WS-TOTAL-CHANGES TO WS-EDIT-COUNT
112600             DISPLAY 'FLGREF0006W - SNAPSHOT FEED HELD - '
112700                 WS-EDIT-COUNT ' CHANGES EXCEED THE REFPARM '
112800                 'LIMITS - NOTHING APPLIED'
112900             MOVE 'W' TO WS-ALERT-SEVERITY
113000             MOVE 'FLGREF0006' TO WS-ALERT-CODE
113100             MOVE 'SNAPSHOT FEED HELD - CHANGES OVER THE LIMITS'
113200                 TO WS-ALERT-TEXT
113300             PERFORM WRITE-ALERT-RECORD
113400             MOVE 4 TO RETURN-CODE
113500         WHEN WS-FEED-APPROVAL-MISMATCH
113600             DISPLAY 'FLGREF0007W - SNAPSHOT FEED HELD - THE '
113700                 'APPROVAL ON THE REFPARM CARD DOES NOT MATCH '
113800                 'THE FEED - NOTHING APPLIED'
113900             MOVE 'W' TO WS-ALERT-SEVERITY
114000             MOVE 'FLGREF0007' TO WS-ALERT-CODE
114100             MOVE 'SNAPSHOT FEED HELD - APPROVAL DOES NOT MATCH'
114200                 TO WS-ALERT-TEXT
114300             PERFORM WRITE-ALERT-RECORD
114400             MOVE 4 TO RETURN-CODE
114500         WHEN WS-FEED-AWAITING-SIGN-OFF
114600             MOVE 4 TO RETURN-CODE
114700     END-EVALUATE.
114800*
114900*------------
115000* Append one exception record to the shared ALERTFILE.  THE
115100* FIRST ONE OPENS IT - EXTEND, FALLING BACK TO OUTPUT THE
115200* FIRST TIME THE DATASET IS USED.  AN ALERTFILE THAT CANNOT
115300* BE OPENED IS NOT FATAL - THE EXCEPTION IS STILL ON SYSOUT
115400* AND IN THE REPORT
115500*------------
115600 WRITE-ALERT-RECORD.
115700     IF NOT WS-ALERT-OPEN-TRIED
115800         SET WS-ALERT-OPEN-TRIED TO TRUE
115900         ACCEPT WS-ALERT-DATE FROM DATE YYYYMMDD
116000         ACCEPT WS-ALERT-TIME FROM TIME
116100         OPEN EXTEND ALERTFILE
116200         IF NOT WS-ALERT-FILE-FOUND
116300             OPEN OUTPUT ALERTFILE
116400         END-IF
116500         IF WS-ALERT-FILE-FOUND
116600             SET WS-ALERT-FILE-IS-OPEN TO TRUE
116700         ELSE
116800             DISPLAY 'FLGREF0008W - ALERTFILE COULD NOT BE '
116900                 'OPENED (FILE STATUS ' WS-ALERT-FILE-STATUS
117000                 ') - EXCEPTIONS ARE ON SYSOUT ONLY'
117100         END-IF
117200     END-IF.
117300     IF WS-ALERT-FILE-IS-OPEN
117400         MOVE SPACES TO ALERTREC-RECORD
117500         MOVE WS-ALERT-DATE TO AL-ALERT-DATE
117600         MOVE WS-ALERT-TIME TO AL-ALERT-TIME
117700         MOVE 'FLGREF' TO AL-PROGRAM-ID
117800         MOVE WS-ALERT-REQUEST-ID TO AL-REQUEST-ID
117900         MOVE WS-ALERT-SEVERITY TO AL-SEVERITY
118000         MOVE WS-ALERT-CODE TO AL-EXCEPTION-CODE
118100         MOVE WS-ALERT-TEXT TO AL-MESSAGE-TEXT
118200         WRITE ALERTREC-RECORD
118300     END-IF.
118400     MOVE 0 TO WS-ALERT-REQUEST-ID.
118500*
118600*------------
118700* Close the shared ALERTFILE, if an exception opened it
118800*------------
118900 CLOSE-ALERT-FILE.
119000     IF WS-ALERT-FILE-IS-OPEN
119100         CLOSE ALERTFILE
119200         MOVE 'N' TO WS-ALERT-OPEN-SWITCH
119300     END-IF.

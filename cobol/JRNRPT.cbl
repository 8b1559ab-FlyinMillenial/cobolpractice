000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    JRNRPT.
000300 AUTHOR.        R A KOWALSKI.
000400 INSTALLATION.  BATCH PRODUCTION SUPPORT.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*
000800************************************************************
000900*                                                          *
001000* JRNRPT  -  MAINTENANCE JOURNAL AS-OF REPORT               *
001100*                                                          *
001200* FLGMNT AND REQMNT APPEND A BEFORE/AFTER IMAGE TO THE      *
001300* CHANGE JOURNAL (JRNLFILE, COPYBOOK JRNLREC) FOR EVERY     *
001400* TRANSACTION THEY APPLY, AND THE RESTORE JOB APPENDS ONE   *
001500* FROM FIZRST FOR EVERY RECORD A RELOAD FROM BACKUP ADDS,   *
001600* CHANGES OR DELETES.  GIVEN A FILE AND AN AS-OF DATE ON    *
001700* THE JRNPARM CARD, THIS PROGRAM LISTS FLAGFILE OR REQREG   *
001733* AS IT STOOD AT THE END OF THAT DAY, AND - WHEN A KEY IS   *
001766* GIVEN - EVERY JOURNALED CHANGE TO THAT KEY.               *
001800*                                                          *
001900* THE FILE IS REBUILT BACKWARDS FROM TODAY'S COPY.  A KEY   *
002000* NOT CHANGED SINCE THE AS-OF DATE STANDS AS IT IS NOW.     *
002100* FOR A KEY THAT HAS BEEN CHANGED, THE BEFORE IMAGE OF ITS  *
002200* FIRST JOURNAL RECORD AFTER THE AS-OF DATE IS HOW IT       *
002300* STOOD THEN - BLANK WHEN THAT RECORD IS AN ADD, SO THE     *
002400* KEY WAS NOT YET ON FILE.  THE JOURNAL IS READ ONCE TO     *
002500* COLLECT THOSE KEYS INTO A TABLE KEPT IN KEY ORDER, WHICH  *
002600* IS THEN MATCHED AGAINST THE FILE READ IN KEY ORDER.       *
002700* LINES MARKED '*' DIFFER FROM TODAY'S FILE.                *
002800*                                                          *
002900* RETURN-CODE 0  - REPORT WRITTEN.                          *
003000* RETURN-CODE 4  - REPORT WRITTEN, BUT THE JOURNAL COULD    *
003100*                  NOT BE READ - THE FILE IS LISTED AS IT   *
003200*                  STANDS TODAY.                            *
003300* RETURN-CODE 16 - BAD JRNPARM CARD, THE FILE COULD NOT BE  *
003400*                  READ, OR MORE KEYS CHANGED SINCE THE     *
003500*                  AS-OF DATE THAN THE TABLE HOLDS -        *
003600*                  NOTHING LISTED.                          *
003700*                                                          *
003800* MODIFICATION HISTORY                                     *
003900*   2026-10-15  RAK  ORIGINAL PROGRAM.                      *
003925*   2026-10-15  RAK  HEADER NOW NAMES FIZRST, WHICH         *
003950*                    JOURNALS THE CHANGES A RESTORE FROM    *
003975*                    BACKUP MAKES.                          *
004000*                                                          *
004100************************************************************
004200*
004300 ENVIRONMENT DIVISION.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT JRNPARM ASSIGN TO "JRNPARM"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-PARM-FILE-STATUS.
004900     SELECT JRNLFILE ASSIGN TO "JRNLFILE"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-JRNL-FILE-STATUS.
005200     SELECT FLAGFILE ASSIGN TO "FLAGFILE"
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS DYNAMIC
005500         RECORD KEY IS FLG-NUMBER
005600         FILE STATUS IS WS-FLAG-FILE-STATUS.
005700     SELECT REQREG ASSIGN TO "REQREG"
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS DYNAMIC
006000         RECORD KEY IS RR-REQUEST-ID
006100         FILE STATUS IS WS-REG-FILE-STATUS.
006200     SELECT JRNRPTF ASSIGN TO "JRNRPTF"
006300         ORGANIZATION IS LINE SEQUENTIAL.
006400*
006500 DATA DIVISION.
006600 FILE SECTION.
006700 FD  JRNPARM
006800     RECORDING MODE IS F.
006900 COPY JRNPARM.
007000 FD  JRNLFILE
007100     RECORDING MODE IS F.
007200 COPY JRNLREC.
007300 FD  FLAGFILE.
007400 COPY FLAGREC.
007500 FD  REQREG.
007600 COPY REQREC.
007700 FD  JRNRPTF
007800     RECORDING MODE IS F.
007900 01  REPORT-LINE                 PIC X(80).
008000*
008100 WORKING-STORAGE SECTION.
008200 01  WS-PARM-FILE-STATUS          PIC X(02) VALUE '00'.
008300     88  WS-PARM-FILE-FOUND           VALUE '00'.
008400 01  WS-JRNL-FILE-STATUS          PIC X(02) VALUE '00'.
008500     88  WS-JRNL-FILE-FOUND           VALUE '00'.
008600 01  WS-FLAG-FILE-STATUS          PIC X(02) VALUE '00'.
008700     88  WS-FLAG-FILE-OK              VALUE '00'.
008800 01  WS-REG-FILE-STATUS           PIC X(02) VALUE '00'.
008900     88  WS-REG-FILE-OK               VALUE '00'.
009000 01  WS-PARM-EOF-SWITCH           PIC X(01) VALUE 'N'.
009100     88  WS-JRNPARM-EOF               VALUE 'Y'.
009200 01  WS-JRNL-EOF-SWITCH           PIC X(01) VALUE 'N'.
009300     88  WS-JRNLFILE-EOF              VALUE 'Y'.
009400 01  WS-CURRENT-EOF-SWITCH        PIC X(01) VALUE 'N'.
009500     88  WS-CURRENT-FILE-EOF          VALUE 'Y'.
009600 01  WS-PARMS-VALID-SWITCH        PIC X(01) VALUE 'Y'.
009700     88  WS-PARMS-ARE-VALID           VALUE 'Y'.
009800 01  WS-KEY-GIVEN-SWITCH          PIC X(01) VALUE 'N'.
009900     88  WS-KEY-WAS-GIVEN             VALUE 'Y'.
010000 01  WS-JOURNAL-READ-SW           PIC X(01) VALUE 'N'.
010100     88  WS-JOURNAL-WAS-READ          VALUE 'Y'.
010200 01  WS-CURRENT-OPEN-SW           PIC X(01) VALUE 'N'.
010300     88  WS-CURRENT-FILE-IS-OPEN      VALUE 'Y'.
010400 01  WS-OVERFLOW-SWITCH           PIC X(01) VALUE 'N'.
010500     88  WS-TABLE-OVERFLOWED          VALUE 'Y'.
010600 01  WS-KEY-FOUND-SW              PIC X(01) VALUE 'N'.
010700     88  WS-KEY-IS-FOUND              VALUE 'Y'.
010800 01  WS-SLOT-FOUND-SW             PIC X(01) VALUE 'N'.
010900     88  WS-SLOT-IS-FOUND             VALUE 'Y'.
011000*
011100 01  WS-RUN-DATE                  PIC 9(8) VALUE 0.
011200 01  WS-AS-OF-YEAR                PIC 9(4) VALUE 0.
011300 01  WS-AS-OF-MONTH-DAY           PIC 9(4) VALUE 0.
011400 01  WS-AS-OF-MM                  PIC 9(2) VALUE 0.
011500 01  WS-AS-OF-DD                  PIC 9(2) VALUE 0.
011600 01  WS-WARNING-COUNT             PIC 9(9) COMP VALUE 0.
011700*
011800* Every key of the chosen file changed after the as-of date,
011900* in ascending key order, with how it stood on that date -
012000* WS-CHG-BEFORE-IND is 'N' when the first later change was
012100* the add, so the key was not yet on file
012200 01  WS-CHG-COUNT                 PIC 9(4) COMP VALUE 0.
012300 01  WS-CHG-SUB                   PIC 9(4) COMP VALUE 0.
012400 01  WS-INSERT-SUB                PIC 9(4) COMP VALUE 0.
012500 01  WS-PRIOR-SUB                 PIC 9(4) COMP VALUE 0.
012600 01  WS-CHANGED-KEY-TABLE.
012700     05  WS-CHG-ENTRY OCCURS 1 TO 5000 TIMES
012800             DEPENDING ON WS-CHG-COUNT
012900             ASCENDING KEY IS WS-CHG-KEY
013000             INDEXED BY CGX.
013100         10  WS-CHG-KEY          PIC 9(9) COMP.
013200         10  WS-CHG-BEFORE-IND   PIC X(01).
013300             88  WS-CHG-WAS-ON-FILE  VALUE 'Y'.
013400         10  WS-CHG-BEFORE-IMAGE PIC X(60).
013500*
013600* The record in hand from today's file
013700 01  WS-CURRENT-KEY               PIC 9(9) VALUE 0.
013800 01  WS-CURRENT-IMAGE             PIC X(60) VALUE SPACES.
013900*
014000* How the history key stood on the as-of date
014100 01  WS-KEY-AS-OF-IMAGE           PIC X(60) VALUE SPACES.
014200*
014300* A FLAGREC or REQREC image as carried on the journal, with
014400* a view of each layout for formatting
014500 01  WS-IMAGE-WORK                PIC X(60) VALUE SPACES.
014600 01  WS-FLAG-IMAGE REDEFINES WS-IMAGE-WORK.
014700     05  IMG-FLG-NUMBER          PIC 9(9).
014800     05  IMG-FLG-DESCRIPTION     PIC X(20).
014900     05  IMG-FLG-EFF-FROM-DATE   PIC 9(8).
015000     05  IMG-FLG-EFF-TO-DATE     PIC 9(8).
015100     05  FILLER                  PIC X(15).
015200 01  WS-REQ-IMAGE REDEFINES WS-IMAGE-WORK.
015300     05  IMG-RR-REQUEST-ID       PIC 9(3).
015400     05  IMG-RR-DEPARTMENT-NAME  PIC X(20).
015500     05  IMG-RR-DESCRIPTION      PIC X(30).
015600     05  IMG-RR-ACTIVE-STATUS    PIC X(01).
015700     05  FILLER                  PIC X(06).
015800 01  WS-IMAGE-TEXT                PIC X(60) VALUE SPACES.
015900*
016000 01  WS-FLAG-IMAGE-LINE.
016100     05  FMT-FLG-NUMBER          PIC ZZZZZZZZ9.
016200     05  FILLER                  PIC X(01) VALUE SPACE.
016300     05  FMT-FLG-DESCRIPTION     PIC X(20).
016400     05  FILLER                  PIC X(01) VALUE SPACE.
016500     05  FMT-FLG-EFF-FROM-DATE   PIC 9(8).
016600     05  FILLER                  PIC X(01) VALUE SPACE.
016700     05  FMT-FLG-EFF-TO-DATE     PIC 9(8).
016800 01  WS-REQ-IMAGE-LINE.
016900     05  FMT-RR-REQUEST-ID       PIC 9(3).
017000     05  FILLER                  PIC X(01) VALUE SPACE.
017100     05  FMT-RR-DEPARTMENT-NAME  PIC X(20).
017200     05  FILLER                  PIC X(01) VALUE SPACE.
017300     05  FMT-RR-DESCRIPTION      PIC X(30).
017400     05  FILLER                  PIC X(01) VALUE SPACE.
017500     05  FMT-RR-ACTIVE-STATUS    PIC X(01).
017600*
017700* One record of the rebuilt file
017800 01  WS-DETAIL-LINE.
017900     05  DET-MARK                PIC X(01).
018000     05  FILLER                  PIC X(01) VALUE SPACE.
018100     05  DET-IMAGE-TEXT          PIC X(60).
018200*
018300* One before or after image under a history entry
018400 01  WS-HISTORY-IMAGE-LINE.
018500     05  FILLER                  PIC X(02) VALUE SPACES.
018600     05  HST-LABEL               PIC X(08).
018700     05  HST-IMAGE-TEXT          PIC X(60).
018800*
018900 01  WS-FLAG-HEADING-LINE.
019000     05  FILLER                  PIC X(02) VALUE SPACES.
019100     05  FILLER                  PIC X(09) VALUE '   NUMBER'.
019200     05  FILLER                  PIC X(01) VALUE SPACE.
019300     05  FILLER                  PIC X(20) VALUE 'DESCRIPTION'.
019400     05  FILLER                  PIC X(01) VALUE SPACE.
019500     05  FILLER                  PIC X(08) VALUE 'EFF-FROM'.
019600     05  FILLER                  PIC X(01) VALUE SPACE.
019700     05  FILLER                  PIC X(08) VALUE 'EFF-TO'.
019800 01  WS-REQ-HEADING-LINE.
019900     05  FILLER                  PIC X(02) VALUE SPACES.
020000     05  FILLER                  PIC X(03) VALUE 'ID'.
020100     05  FILLER                  PIC X(01) VALUE SPACE.
020200     05  FILLER                  PIC X(20) VALUE 'DEPARTMENT'.
020300     05  FILLER                  PIC X(01) VALUE SPACE.
020400     05  FILLER                  PIC X(30) VALUE 'DESCRIPTION'.
020500     05  FILLER                  PIC X(01) VALUE SPACE.
020600     05  FILLER                  PIC X(01) VALUE 'S'.
020700*
020800 01  WS-ACTION-WORD               PIC X(06) VALUE SPACES.
020900*
021000 01  WS-AS-OF-COUNT               PIC 9(9) COMP VALUE 0.
021100 01  WS-RESTORED-COUNT            PIC 9(9) COMP VALUE 0.
021200 01  WS-CURRENT-COUNT             PIC 9(9) COMP VALUE 0.
021300 01  WS-FILE-JOURNAL-COUNT        PIC 9(9) COMP VALUE 0.
021400 01  WS-LATER-CHANGE-COUNT        PIC 9(9) COMP VALUE 0.
021500 01  WS-KEY-CHANGE-COUNT          PIC 9(9) COMP VALUE 0.
021600*
021700* Edited (DISPLAY usage) copies of the COMP counters, needed
021800* because STRING cannot take a binary item directly
021900 01  WS-EDIT-DATE                 PIC 9(08).
022000 01  WS-EDIT-TIME                 PIC 9(08).
022100 01  WS-EDIT-KEY                  PIC 9(09).
022200 01  WS-EDIT-COUNT                PIC ZZZZZZZZ9.
022300*
022400 PROCEDURE DIVISION.
022500*------------
022600* Primary function - validate the card, collect the keys
022700* changed since the as-of date from the journal, match them
022800* against today's file and write the report
022900*------------
023000 PRODUCE-JOURNAL-REPORT.
023100     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
023200     PERFORM READ-REPORT-CARD.
023300     PERFORM VALIDATE-REPORT-CARD.
023400     IF NOT WS-PARMS-ARE-VALID
023500         MOVE 16 TO RETURN-CODE
023600         GOBACK
023700     END-IF.
023800     PERFORM COLLECT-LATER-CHANGES.
023900     IF WS-TABLE-OVERFLOWED
024000         MOVE 16 TO RETURN-CODE
024100         GOBACK
024200     END-IF.
024300     PERFORM OPEN-CURRENT-FILE.
024400     IF NOT WS-CURRENT-FILE-IS-OPEN
024500         MOVE 16 TO RETURN-CODE
024600         GOBACK
024700     END-IF.
024800     OPEN OUTPUT JRNRPTF.
024900     PERFORM WRITE-REPORT-HEADINGS.
025000     PERFORM LIST-AS-OF-CONTENTS.
025100     PERFORM CLOSE-CURRENT-FILE.
025200     IF WS-KEY-WAS-GIVEN
025300         PERFORM LIST-KEY-HISTORY
025400     END-IF.
025500     PERFORM WRITE-REPORT-SUMMARY.
025600     CLOSE JRNRPTF.
025700     IF WS-WARNING-COUNT > 0
025800         MOVE 4 TO RETURN-CODE
025900     END-IF.
026000     GOBACK.
026100*
026200*------------
026300* Read the one report parameter card
026400*------------
026500 READ-REPORT-CARD.
026600     OPEN INPUT JRNPARM.
026700     IF WS-PARM-FILE-FOUND
026800         READ JRNPARM
026900             AT END
027000                 SET WS-JRNPARM-EOF TO TRUE
027100         END-READ
027200         CLOSE JRNPARM
027300     ELSE
027400         SET WS-JRNPARM-EOF TO TRUE
027500     END-IF.
027600*
027700*------------
027800* The file must be FLAGFILE or REQREG and the as-of date a
027900* real date no later than today.  THE KEY IS OPTIONAL BUT
028000* MUST BE NUMERIC WHEN KEYED
028100*------------
028200 VALIDATE-REPORT-CARD.
028300     IF WS-JRNPARM-EOF
028400         DISPLAY 'JRNRPT0001E - JRNPARM CARD COULD NOT BE '
028500             'READ - NOTHING LISTED'
028600         SET WS-PARMS-VALID-SWITCH TO 'N'
028700     ELSE
028800         IF NOT JP-FILE-IS-FLAGFILE AND NOT JP-FILE-IS-REQREG
028900             DISPLAY 'JRNRPT0002E - FILE MUST BE FLAGFILE OR '
029000                 'REQREG - NOTHING LISTED'
029100             SET WS-PARMS-VALID-SWITCH TO 'N'
029200         END-IF
029300         PERFORM VALIDATE-AS-OF-DATE
029400         IF JP-RECORD-KEY-RAW NOT = SPACES
029500             IF JP-RECORD-KEY NOT NUMERIC
029600                 DISPLAY 'JRNRPT0004E - KEY MUST BE NINE '
029700                     'DIGITS OR BLANK - NOTHING LISTED'
029800                 SET WS-PARMS-VALID-SWITCH TO 'N'
029900             ELSE
030000                 SET WS-KEY-WAS-GIVEN TO TRUE
030100             END-IF
030200         END-IF
030300     END-IF.
030400*
030500*------------
030600* YYYYMMDD with a real month and day, not in the future
030700*------------
030800 VALIDATE-AS-OF-DATE.
030900     IF JP-AS-OF-DATE NOT NUMERIC
031000         DISPLAY 'JRNRPT0003E - AS-OF DATE MUST BE YYYYMMDD '
031100             'NO LATER THAN TODAY - NOTHING LISTED'
031200         SET WS-PARMS-VALID-SWITCH TO 'N'
031300     ELSE
031400         DIVIDE JP-AS-OF-DATE BY 10000
031500             GIVING WS-AS-OF-YEAR
031600             REMAINDER WS-AS-OF-MONTH-DAY
031700         DIVIDE WS-AS-OF-MONTH-DAY BY 100
031800             GIVING WS-AS-OF-MM
031900             REMAINDER WS-AS-OF-DD
032000         IF WS-AS-OF-YEAR < 1900
032100             OR WS-AS-OF-MM < 1 OR WS-AS-OF-MM > 12
032200             OR WS-AS-OF-DD < 1 OR WS-AS-OF-DD > 31
032300             OR JP-AS-OF-DATE > WS-RUN-DATE
032400             DISPLAY 'JRNRPT0003E - AS-OF DATE MUST BE '
032500                 'YYYYMMDD NO LATER THAN TODAY - NOTHING '
032600                 'LISTED'
032700             SET WS-PARMS-VALID-SWITCH TO 'N'
032800         END-IF
032900     END-IF.
033000*
033100*------------
033200* Read the journal once, noting each key of the chosen file
033300* changed after the as-of date with its before image from
033400* the first such change.  A JOURNAL THAT CANNOT BE READ
033500* LEAVES THE TABLE EMPTY - THE FILE AS IT STANDS TODAY
033600*------------
033700 COLLECT-LATER-CHANGES.
033800     MOVE 0 TO WS-CHG-COUNT.
033900     OPEN INPUT JRNLFILE.
034000     IF NOT WS-JRNL-FILE-FOUND
034100         DISPLAY 'JRNRPT0006W - JRNLFILE COULD NOT BE OPENED '
034200             'STATUS ' WS-JRNL-FILE-STATUS
034300             ' - FILE LISTED AS IT STANDS TODAY'
034400         ADD 1 TO WS-WARNING-COUNT
034500     ELSE
034600         SET WS-JOURNAL-WAS-READ TO TRUE
034700         MOVE 'N' TO WS-JRNL-EOF-SWITCH
034800         PERFORM READ-JOURNAL-RECORD
034900         PERFORM NOTE-LATER-CHANGE
035000             UNTIL WS-JRNLFILE-EOF OR WS-TABLE-OVERFLOWED
035100         CLOSE JRNLFILE
035200     END-IF.
035300*
035400*------------
035500* Read the next journal record
035600*------------
035700 READ-JOURNAL-RECORD.
035800     READ JRNLFILE
035900         AT END
036000             SET WS-JRNLFILE-EOF TO TRUE
036100     END-READ.
036200*
036300*------------
036400* Note one journal record and read the next
036500*------------
036600 NOTE-LATER-CHANGE.
036700     IF JR-FILE-ID = JP-FILE-ID
036800         ADD 1 TO WS-FILE-JOURNAL-COUNT
036900         IF JR-CHANGE-DATE > JP-AS-OF-DATE
037000             ADD 1 TO WS-LATER-CHANGE-COUNT
037100             PERFORM FIND-CHANGED-KEY
037200             IF NOT WS-KEY-IS-FOUND
037300                 PERFORM INSERT-CHANGED-KEY
037400             END-IF
037500         END-IF
037600     END-IF.
037700     PERFORM READ-JOURNAL-RECORD.
037800*
037900*------------
038000* Whether this journal record's key is already in the table
038100*------------
038200 FIND-CHANGED-KEY.
038300     MOVE 'N' TO WS-KEY-FOUND-SW.
038400     IF WS-CHG-COUNT > 0
038500         SEARCH ALL WS-CHG-ENTRY
038600             AT END
038700                 CONTINUE
038800             WHEN WS-CHG-KEY (CGX) = JR-RECORD-KEY
038900                 SET WS-KEY-IS-FOUND TO TRUE
039000         END-SEARCH
039100     END-IF.
039200*
039300*------------
039400* Add this journal record's key to the table in key order,
039500* keeping the record's before image as the as-of state
039600*------------
039700 INSERT-CHANGED-KEY.
039800     IF WS-CHG-COUNT = 5000
039900         DISPLAY 'JRNRPT0005E - MORE THAN 5000 KEYS CHANGED '
040000             'SINCE THE AS-OF DATE - NOTHING LISTED'
040100         SET WS-TABLE-OVERFLOWED TO TRUE
040200     ELSE
040300         ADD 1 TO WS-CHG-COUNT
040400         MOVE WS-CHG-COUNT TO WS-INSERT-SUB
040500         MOVE 'N' TO WS-SLOT-FOUND-SW
040600         PERFORM OPEN-INSERT-SLOT
040700             UNTIL WS-SLOT-IS-FOUND
040800         MOVE JR-RECORD-KEY TO WS-CHG-KEY (WS-INSERT-SUB)
040900         MOVE JR-BEFORE-IMAGE
041000             TO WS-CHG-BEFORE-IMAGE (WS-INSERT-SUB)
041100         IF JR-ACTION-WAS-ADD
041200             MOVE 'N' TO WS-CHG-BEFORE-IND (WS-INSERT-SUB)
041300         ELSE
041400             MOVE 'Y' TO WS-CHG-BEFORE-IND (WS-INSERT-SUB)
041500         END-IF
041600     END-IF.
041700*
041800*------------
041900* Move the insertion point down one entry, shifting the
042000* entry above it up, until the entry below has a lower key
042100*------------
042200 OPEN-INSERT-SLOT.
042300     IF WS-INSERT-SUB = 1
042400         SET WS-SLOT-IS-FOUND TO TRUE
042500     ELSE
042600         COMPUTE WS-PRIOR-SUB = WS-INSERT-SUB - 1
042700         IF WS-CHG-KEY (WS-PRIOR-SUB) < JR-RECORD-KEY
042800             SET WS-SLOT-IS-FOUND TO TRUE
042900         ELSE
043000             MOVE WS-CHG-ENTRY (WS-PRIOR-SUB)
043100                 TO WS-CHG-ENTRY (WS-INSERT-SUB)
043200             MOVE WS-PRIOR-SUB TO WS-INSERT-SUB
043300         END-IF
043400     END-IF.
043500*
043600*------------
043700* Open today's copy of the chosen file
043800*------------
043900 OPEN-CURRENT-FILE.
044000     IF JP-FILE-IS-FLAGFILE
044100         OPEN INPUT FLAGFILE
044200         IF WS-FLAG-FILE-OK
044300             SET WS-CURRENT-FILE-IS-OPEN TO TRUE
044400         ELSE
044500             DISPLAY 'JRNRPT0007E - FLAGFILE COULD NOT BE '
044600                 'OPENED STATUS ' WS-FLAG-FILE-STATUS
044700                 ' - NOTHING LISTED'
044800         END-IF
044900     ELSE
045000         OPEN INPUT REQREG
045100         IF WS-REG-FILE-OK
045200             SET WS-CURRENT-FILE-IS-OPEN TO TRUE
045300         ELSE
045400             DISPLAY 'JRNRPT0007E - REQREG COULD NOT BE '
045500                 'OPENED STATUS ' WS-REG-FILE-STATUS
045600                 ' - NOTHING LISTED'
045700         END-IF
045800     END-IF.
045900*
046000*------------
046100* Close today's copy of the chosen file
046200*------------
046300 CLOSE-CURRENT-FILE.
046400     IF JP-FILE-IS-FLAGFILE
046500         CLOSE FLAGFILE
046600     ELSE
046700         CLOSE REQREG
046800     END-IF.
046900*
047000*------------
047100* Match today's file, read in key order, against the table
047200* of changed keys to list the file as of the as-of date
047300*------------
047400 LIST-AS-OF-CONTENTS.
047500     MOVE 'N' TO WS-CURRENT-EOF-SWITCH.
047600     PERFORM START-CURRENT-FILE.
047700     IF NOT WS-CURRENT-FILE-EOF
047800         PERFORM READ-CURRENT-RECORD
047900     END-IF.
048000     MOVE 1 TO WS-CHG-SUB.
048100     PERFORM MATCH-ONE-KEY
048200         UNTIL WS-CURRENT-FILE-EOF
048300           AND WS-CHG-SUB > WS-CHG-COUNT.
048400*
048500*------------
048600* Position today's file at its lowest key
048700*------------
048800 START-CURRENT-FILE.
048900     IF JP-FILE-IS-FLAGFILE
049000         MOVE 0 TO FLG-NUMBER
049100         START FLAGFILE KEY IS NOT LESS THAN FLG-NUMBER
049200             INVALID KEY
049300                 SET WS-CURRENT-FILE-EOF TO TRUE
049400         END-START
049500     ELSE
049600         MOVE 0 TO RR-REQUEST-ID
049700         START REQREG KEY IS NOT LESS THAN RR-REQUEST-ID
049800             INVALID KEY
049900                 SET WS-CURRENT-FILE-EOF TO TRUE
050000         END-START
050100     END-IF.
050200*
050300*------------
050400* Read the next record of today's file into the work image
050500*------------
050600 READ-CURRENT-RECORD.
050700     IF JP-FILE-IS-FLAGFILE
050800         READ FLAGFILE NEXT RECORD
050900             AT END
051000                 SET WS-CURRENT-FILE-EOF TO TRUE
051100         END-READ
051200         IF NOT WS-FLAG-FILE-OK
051300             SET WS-CURRENT-FILE-EOF TO TRUE
051400         ELSE
051500             MOVE FLG-NUMBER TO WS-CURRENT-KEY
051600             MOVE FLAGREC-RECORD TO WS-CURRENT-IMAGE
051700         END-IF
051800     ELSE
051900         READ REQREG NEXT RECORD
052000             AT END
052100                 SET WS-CURRENT-FILE-EOF TO TRUE
052200         END-READ
052300         IF NOT WS-REG-FILE-OK
052400             SET WS-CURRENT-FILE-EOF TO TRUE
052500         ELSE
052600             MOVE RR-REQUEST-ID TO WS-CURRENT-KEY
052700             MOVE REQREG-RECORD TO WS-CURRENT-IMAGE
052800         END-IF
052900     END-IF.
053000     IF NOT WS-CURRENT-FILE-EOF
053100         ADD 1 TO WS-CURRENT-COUNT
053200     END-IF.
053300*
053400*------------
053500* Take the lower of today's key and the next changed key.
053600* A KEY ONLY ON TODAY'S FILE IS UNCHANGED; A CHANGED KEY
053700* STANDS AS ITS BEFORE IMAGE, WHETHER OR NOT IT IS STILL
053800* ON FILE TODAY
053900*------------
054000 MATCH-ONE-KEY.
054100     EVALUATE TRUE
054200         WHEN WS-CHG-SUB > WS-CHG-COUNT
054300             PERFORM LIST-UNCHANGED-RECORD
054400             PERFORM READ-CURRENT-RECORD
054500         WHEN WS-CURRENT-FILE-EOF
054600             PERFORM LIST-CHANGED-RECORD
054700             ADD 1 TO WS-CHG-SUB
054800         WHEN WS-CURRENT-KEY < WS-CHG-KEY (WS-CHG-SUB)
054900             PERFORM LIST-UNCHANGED-RECORD
055000             PERFORM READ-CURRENT-RECORD
055100         WHEN WS-CURRENT-KEY = WS-CHG-KEY (WS-CHG-SUB)
055200             PERFORM LIST-CHANGED-RECORD
055300             ADD 1 TO WS-CHG-SUB
055400             PERFORM READ-CURRENT-RECORD
055500         WHEN OTHER
055600             PERFORM LIST-CHANGED-RECORD
055700             ADD 1 TO WS-CHG-SUB
055800     END-EVALUATE.
055900*
056000*------------
056100* List a record as it stands today
056200*------------
056300 LIST-UNCHANGED-RECORD.
056400     MOVE WS-CURRENT-IMAGE TO WS-IMAGE-WORK.
056500     MOVE SPACE TO DET-MARK.
056600     PERFORM WRITE-DETAIL-LINE.
056700     IF WS-KEY-WAS-GIVEN
056800         AND WS-CURRENT-KEY = JP-RECORD-KEY
056900         MOVE WS-IMAGE-WORK TO WS-KEY-AS-OF-IMAGE
057000     END-IF.
057100*
057200*------------
057300* List a changed key as it stood on the as-of date - not
057400* at all if it had not yet been added
057500*------------
057600 LIST-CHANGED-RECORD.
057700     IF WS-CHG-WAS-ON-FILE (WS-CHG-SUB)
057800         MOVE WS-CHG-BEFORE-IMAGE (WS-CHG-SUB)
057900             TO WS-IMAGE-WORK
058000         MOVE '*' TO DET-MARK
058100         PERFORM WRITE-DETAIL-LINE
058200         ADD 1 TO WS-RESTORED-COUNT
058300         IF WS-KEY-WAS-GIVEN
058400             AND WS-CHG-KEY (WS-CHG-SUB) = JP-RECORD-KEY
058500             MOVE WS-IMAGE-WORK TO WS-KEY-AS-OF-IMAGE
058600         END-IF
058700     END-IF.
058800*
058900*------------
059000* Write the work image as one line of the rebuilt file
059100*------------
059200 WRITE-DETAIL-LINE.
059300     PERFORM FORMAT-IMAGE-TEXT.
059400     MOVE WS-IMAGE-TEXT TO DET-IMAGE-TEXT.
059500     MOVE WS-DETAIL-LINE TO REPORT-LINE.
059600     WRITE REPORT-LINE.
059700     ADD 1 TO WS-AS-OF-COUNT.
059800*
059900*------------
060000* Format the work image in the chosen file's layout; a
060100* blank image means the key was not on file
060200*------------
060300 FORMAT-IMAGE-TEXT.
060400     MOVE SPACES TO WS-IMAGE-TEXT.
060500     IF WS-IMAGE-WORK = SPACES
060600         MOVE '(NOT ON FILE)' TO WS-IMAGE-TEXT
060700     ELSE
060800         IF JP-FILE-IS-FLAGFILE
060900             MOVE IMG-FLG-NUMBER TO FMT-FLG-NUMBER
061000             MOVE IMG-FLG-DESCRIPTION TO FMT-FLG-DESCRIPTION
061100             MOVE IMG-FLG-EFF-FROM-DATE
061200                 TO FMT-FLG-EFF-FROM-DATE
061300             MOVE IMG-FLG-EFF-TO-DATE TO FMT-FLG-EFF-TO-DATE
061400             MOVE WS-FLAG-IMAGE-LINE TO WS-IMAGE-TEXT
061500         ELSE
061600             MOVE IMG-RR-REQUEST-ID TO FMT-RR-REQUEST-ID
061700             MOVE IMG-RR-DEPARTMENT-NAME
061800                 TO FMT-RR-DEPARTMENT-NAME
061900             MOVE IMG-RR-DESCRIPTION TO FMT-RR-DESCRIPTION
062000             MOVE IMG-RR-ACTIVE-STATUS
062100                 TO FMT-RR-ACTIVE-STATUS
062200             MOVE WS-REQ-IMAGE-LINE TO WS-IMAGE-TEXT
062300         END-IF
062400     END-IF.
062500*
062600*------------
062700* Write the report title, the card and the column headings
062800*------------
062900 WRITE-REPORT-HEADINGS.
063000     MOVE SPACES TO REPORT-LINE.
063100     MOVE 'FIZBUZ MAINTENANCE JOURNAL AS-OF REPORT'
063200         TO REPORT-LINE.
063300     WRITE REPORT-LINE.
063400     MOVE SPACES TO REPORT-LINE.
063500     STRING 'FILE REBUILT              : ' DELIMITED BY SIZE
063600         JP-FILE-ID DELIMITED BY SIZE
063700         INTO REPORT-LINE
063800     END-STRING.
063900     WRITE REPORT-LINE.
064000     MOVE JP-AS-OF-DATE TO WS-EDIT-DATE.
064100     MOVE SPACES TO REPORT-LINE.
064200     STRING 'AS OF THE END OF          : ' DELIMITED BY SIZE
064300         WS-EDIT-DATE DELIMITED BY SIZE
064400         INTO REPORT-LINE
064500     END-STRING.
064600     WRITE REPORT-LINE.
064700     MOVE SPACES TO REPORT-LINE.
064800     IF WS-KEY-WAS-GIVEN
064900         MOVE JP-RECORD-KEY TO WS-EDIT-KEY
065000         STRING 'HISTORY LISTED FOR KEY    : '
065100             DELIMITED BY SIZE
065200             WS-EDIT-KEY DELIMITED BY SIZE
065300             INTO REPORT-LINE
065400         END-STRING
065500     ELSE
065600         MOVE 'HISTORY LISTED FOR KEY    : NONE'
065700             TO REPORT-LINE
065800     END-IF.
065900     WRITE REPORT-LINE.
066000     MOVE SPACES TO REPORT-LINE.
066100     IF WS-JOURNAL-WAS-READ
066200         MOVE 'JOURNAL READ              : YES' TO REPORT-LINE
066300     ELSE
066400         MOVE 'JOURNAL READ              : NO' TO REPORT-LINE
066500     END-IF.
066600     WRITE REPORT-LINE.
066700     MOVE SPACES TO REPORT-LINE.
066800     WRITE REPORT-LINE.
066900     MOVE '* = CHANGED SINCE THE AS-OF DATE - SHOWN AS IT STOOD'
067000         TO REPORT-LINE.
067100     WRITE REPORT-LINE.
067200     MOVE SPACES TO REPORT-LINE.
067300     WRITE REPORT-LINE.
067400     IF JP-FILE-IS-FLAGFILE
067500         MOVE WS-FLAG-HEADING-LINE TO REPORT-LINE
067600     ELSE
067700         MOVE WS-REQ-HEADING-LINE TO REPORT-LINE
067800     END-IF.
067900     WRITE REPORT-LINE.
068000*
068100*------------
068200* Read the journal again and list every change to the key,
068300* oldest first, with how the key stood on the as-of date.
068400* CHANGES AFTER THE AS-OF DATE ARE MARKED '*'
068500*------------
068600 LIST-KEY-HISTORY.
068700     MOVE SPACES TO REPORT-LINE.
068800     WRITE REPORT-LINE.
068900     MOVE JP-RECORD-KEY TO WS-EDIT-KEY.
069000     MOVE SPACES TO REPORT-LINE.
069100     STRING 'CHANGE HISTORY FOR KEY ' DELIMITED BY SIZE
069200         WS-EDIT-KEY DELIMITED BY SIZE
069300         INTO REPORT-LINE
069400     END-STRING.
069500     WRITE REPORT-LINE.
069600     MOVE WS-KEY-AS-OF-IMAGE TO WS-IMAGE-WORK.
069700     PERFORM FORMAT-IMAGE-TEXT.
069800     MOVE 'AS OF:' TO HST-LABEL.
069900     MOVE WS-IMAGE-TEXT TO HST-IMAGE-TEXT.
070000     MOVE WS-HISTORY-IMAGE-LINE TO REPORT-LINE.
070100     WRITE REPORT-LINE.
070200     IF WS-JOURNAL-WAS-READ
070300         OPEN INPUT JRNLFILE
070400         MOVE 'N' TO WS-JRNL-EOF-SWITCH
070500         PERFORM READ-JOURNAL-RECORD
070600         PERFORM LIST-ONE-KEY-CHANGE
070700             UNTIL WS-JRNLFILE-EOF
070800         CLOSE JRNLFILE
070900     END-IF.
071000     IF WS-KEY-CHANGE-COUNT = 0
071100         MOVE 'NO JOURNALED CHANGES FOR THIS KEY.'
071200             TO REPORT-LINE
071300         WRITE REPORT-LINE
071400     END-IF.
071500*
071600*------------
071700* List one journal record if it is for the key, then read
071800* the next
071900*------------
072000 LIST-ONE-KEY-CHANGE.
072100     IF JR-FILE-ID = JP-FILE-ID
072200         AND JR-RECORD-KEY = JP-RECORD-KEY
072300         ADD 1 TO WS-KEY-CHANGE-COUNT
072400         PERFORM WRITE-KEY-CHANGE
072500     END-IF.
072600     PERFORM READ-JOURNAL-RECORD.
072700*
072800*------------
072900* Write one change - when, what, by which program for whom
073000* - and its before and after images
073100*------------
073200 WRITE-KEY-CHANGE.
073300     EVALUATE TRUE
073400         WHEN JR-ACTION-WAS-ADD
073500             MOVE 'ADD' TO WS-ACTION-WORD
073600         WHEN JR-ACTION-WAS-CHANGE
073700             MOVE 'CHANGE' TO WS-ACTION-WORD
073800         WHEN JR-ACTION-WAS-DELETE
073900             MOVE 'DELETE' TO WS-ACTION-WORD
074000         WHEN OTHER
074100             MOVE JR-ACTION-CODE TO WS-ACTION-WORD
074200     END-EVALUATE.
074300     MOVE JR-CHANGE-DATE TO WS-EDIT-DATE.
074400     MOVE JR-CHANGE-TIME TO WS-EDIT-TIME.
074500     MOVE SPACES TO REPORT-LINE.
074600     IF JR-CHANGE-DATE > JP-AS-OF-DATE
074700         MOVE '*' TO DET-MARK
074800     ELSE
074900         MOVE SPACE TO DET-MARK
075000     END-IF.
075100     STRING DET-MARK DELIMITED BY SIZE
075200         ' ' DELIMITED BY SIZE
075300         WS-EDIT-DATE DELIMITED BY SIZE
075400         ' ' DELIMITED BY SIZE
075500         WS-EDIT-TIME DELIMITED BY SIZE
075600         ' ' DELIMITED BY SIZE
075700         WS-ACTION-WORD DELIMITED BY SIZE
075800         ' BY ' DELIMITED BY SIZE
075900         JR-PROGRAM-ID DELIMITED BY SIZE
076000         ' FOR ' DELIMITED BY SIZE
076100         JR-REQUESTED-BY DELIMITED BY SIZE
076200         INTO REPORT-LINE
076300     END-STRING.
076400     WRITE REPORT-LINE.
076500     MOVE JR-BEFORE-IMAGE TO WS-IMAGE-WORK.
076600     PERFORM FORMAT-IMAGE-TEXT.
076700     MOVE 'BEFORE:' TO HST-LABEL.
076800     MOVE WS-IMAGE-TEXT TO HST-IMAGE-TEXT.
076900     MOVE WS-HISTORY-IMAGE-LINE TO REPORT-LINE.
077000     WRITE REPORT-LINE.
077100     MOVE JR-AFTER-IMAGE TO WS-IMAGE-WORK.
077200     PERFORM FORMAT-IMAGE-TEXT.
077300     MOVE 'AFTER:' TO HST-LABEL.
077400     MOVE WS-IMAGE-TEXT TO HST-IMAGE-TEXT.
077500     MOVE WS-HISTORY-IMAGE-LINE TO REPORT-LINE.
077600     WRITE REPORT-LINE.
077700*
077800*------------
077900* Write the record counts and the verdict
078000*------------
078100 WRITE-REPORT-SUMMARY.
078200     MOVE SPACES TO REPORT-LINE.
078300     WRITE REPORT-LINE.
078400     MOVE WS-AS-OF-COUNT TO WS-EDIT-COUNT.
078500     MOVE SPACES TO REPORT-LINE.
078600     STRING 'RECORDS ON FILE AS OF DATE: ' DELIMITED BY SIZE
078700         WS-EDIT-COUNT DELIMITED BY SIZE
078800         INTO REPORT-LINE
078900     END-STRING.
079000     WRITE REPORT-LINE.
079100     MOVE WS-RESTORED-COUNT TO WS-EDIT-COUNT.
079200     MOVE SPACES TO REPORT-LINE.
079300     STRING 'OF WHICH CHANGED SINCE    : ' DELIMITED BY SIZE
079400         WS-EDIT-COUNT DELIMITED BY SIZE
079500         INTO REPORT-LINE
079600     END-STRING.
079700     WRITE REPORT-LINE.
079800     MOVE WS-CURRENT-COUNT TO WS-EDIT-COUNT.
079900     MOVE SPACES TO REPORT-LINE.
080000     STRING 'RECORDS ON FILE TODAY     : ' DELIMITED BY SIZE
080100         WS-EDIT-COUNT DELIMITED BY SIZE
080200         INTO REPORT-LINE
080300     END-STRING.
080400     WRITE REPORT-LINE.
080500     MOVE WS-FILE-JOURNAL-COUNT TO WS-EDIT-COUNT.
080600     MOVE SPACES TO REPORT-LINE.
080700     STRING 'JOURNAL RECORDS FOR FILE  : ' DELIMITED BY SIZE
080800         WS-EDIT-COUNT DELIMITED BY SIZE
080900         INTO REPORT-LINE
081000     END-STRING.
081100     WRITE REPORT-LINE.
081200     MOVE WS-LATER-CHANGE-COUNT TO WS-EDIT-COUNT.
081300     MOVE SPACES TO REPORT-LINE.
081400     STRING 'AFTER THE AS-OF DATE      : ' DELIMITED BY SIZE
081500         WS-EDIT-COUNT DELIMITED BY SIZE
081600         INTO REPORT-LINE
081700     END-STRING.
081800     WRITE REPORT-LINE.
081900     MOVE WS-CHG-COUNT TO WS-EDIT-COUNT.
082000     MOVE SPACES TO REPORT-LINE.
082100     STRING 'KEYS CHANGED SINCE        : ' DELIMITED BY SIZE
082200         WS-EDIT-COUNT DELIMITED BY SIZE
082300         INTO REPORT-LINE
082400     END-STRING.
082500     WRITE REPORT-LINE.
082600     MOVE SPACES TO REPORT-LINE.
082700     WRITE REPORT-LINE.
082800     EVALUATE TRUE
082900         WHEN WS-WARNING-COUNT > 0
083000             MOVE '** JOURNAL NOT READ - FILE LISTED AS IT '
083100                 TO REPORT-LINE
083200             WRITE REPORT-LINE
083300             MOVE '   STANDS TODAY, NOT AS OF THE DATE **'
083400                 TO REPORT-LINE
083500         WHEN WS-CHG-COUNT = 0
083600             MOVE 'NO CHANGES SINCE THE AS-OF DATE - FILE IS '
083700                 TO REPORT-LINE
083800             WRITE REPORT-LINE
083900             MOVE 'AS IT STANDS TODAY.' TO REPORT-LINE
084000         WHEN OTHER
084100             MOVE 'FILE REBUILT AS OF THE DATE FROM THE JOURNAL.'
084200                 TO REPORT-LINE
084300     END-EVALUATE.
084400     WRITE REPORT-LINE.
084500     DISPLAY REPORT-LINE.

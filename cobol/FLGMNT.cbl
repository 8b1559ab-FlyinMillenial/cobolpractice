002700*                                                          *
002800* RETURN-CODE 0 - ALL TRANSACTIONS APPLIED.                 *
002900* RETURN-CODE 4 - ONE OR MORE TRANSACTIONS REJECTED.        *
002910* RETURN-CODE 16 - TRANFILE, FLAGFILE OR THE CHANGE         *
002920*                  JOURNAL COULD NOT BE OPENED.             *
003000*                                                          *
003100* MODIFICATION HISTORY                                     *
003200*   2026-08-23  RAK  ORIGINAL PROGRAM.                      *
003290*                    CAMPAIGN ENTRIES EXPIRE AUTOMATICALLY   *
003292*                    INSTEAD OF TIMING THE MAINTENANCE JOB   *
003294*                    BY HAND.                                *
003303*   2026-10-15  RAK  EVERY APPLIED TRANSACTION NOW APPENDS A  *
003312*                    BEFORE/AFTER IMAGE TO THE CUMULATIVE    *
003321*                    CHANGE JOURNAL (JRNLFILE, COPYBOOK      *
003330*                    JRNLREC) WITH THE CARD'S REQUESTED-BY,  *
003339*                    SO JRNRPT CAN REBUILD FLAGFILE AS OF    *
003348*                    ANY DATE.  CHANGE AND DELETE NOW READ   *
003357*                    THE RECORD FIRST TO TAKE THE BEFORE     *
003366*                    IMAGE.  A JOURNAL THAT CANNOT BE OPENED *
003375*                    ENDS THE RUN BEFORE ANYTHING IS         *
003384*                    APPLIED (RETURN-CODE 16).               *
003387*   2026-10-15  RAK  EVERY REJECTED CARD (FLGMNT0004W) AND   *
003390*                    EVERY FILE THAT ENDS THE RUN IS ALSO    *
003393*                    APPENDED TO THE SHARED ALERTFILE.       *
003396*                                                          *
003400************************************************************
003500*
003600 ENVIRONMENT DIVISION.
004600         FILE STATUS IS WS-FLAG-FILE-STATUS.
004700     SELECT REJFILE ASSIGN TO "REJFILE"
004800         ORGANIZATION IS LINE SEQUENTIAL.
004810     SELECT JRNLFILE ASSIGN TO "JRNLFILE"
004820         ORGANIZATION IS LINE SEQUENTIAL
004830         FILE STATUS IS WS-JRNL-FILE-STATUS.
004900     SELECT MNTRPT ASSIGN TO "MNTRPT"
005000         ORGANIZATION IS LINE SEQUENTIAL.
005025     SELECT ALERTFILE ASSIGN TO "ALERTFILE"
005050         ORGANIZATION IS LINE SEQUENTIAL
005075         FILE STATUS IS WS-ALERT-FILE-STATUS.
005100*
005200 DATA DIVISION.
005300 FILE SECTION.
006200     05  REJ-TRAN-IMAGE          PIC X(30).
006300     05  FILLER                  PIC X(02).
006400     05  REJ-REASON              PIC X(40).
006410 FD  JRNLFILE
006420     RECORDING MODE IS F.
006430 COPY JRNLREC.
006500 FD  MNTRPT
006600     RECORDING MODE IS F.
006700 01  REPORT-LINE                 PIC X(80).
006725 FD  ALERTFILE
006750     RECORDING MODE IS F.
006775 COPY ALERTREC.
006800*
006900 WORKING-STORAGE SECTION.
007000 01  WS-TRAN-FILE-STATUS          PIC X(02) VALUE '00'.
007300     88  WS-FLAG-FILE-OK              VALUE '00'.
007400     88  WS-FLAG-KEY-DUPLICATE        VALUE '22'.
007500     88  WS-FLAG-KEY-NOT-FOUND        VALUE '23'.
007510 01  WS-JRNL-FILE-STATUS          PIC X(02) VALUE '00'.
007520     88  WS-JRNL-FILE-OK              VALUE '00'.
007600 01  WS-TRAN-EOF-SWITCH           PIC X(01) VALUE 'N'.
007700     88  WS-TRANFILE-EOF              VALUE 'Y'.
007800 01  WS-COUNT-EOF-SWITCH          PIC X(01) VALUE 'N'.
007994 01  WS-EFF-FROM-DATE             PIC 9(8) VALUE 0.
007996 01  WS-EFF-TO-DATE               PIC 9(8) VALUE 99999999.
008000*
008010* The run's journal date/time, the sequence that orders the
008020* run's journal records and the record as it stood before
008030* the transaction was applied
008040 01  WS-JOURNAL-DATE              PIC 9(8) VALUE 0.
008050 01  WS-JOURNAL-TIME              PIC 9(8) VALUE 0.
008060 01  WS-JOURNAL-SEQ               PIC 9(5) COMP VALUE 0.
008070 01  WS-BEFORE-IMAGE              PIC X(60) VALUE SPACES.
008080*
008100 01  WS-BEFORE-COUNT              PIC 9(9) COMP VALUE 0.
008200 01  WS-AFTER-COUNT               PIC 9(9) COMP VALUE 0.
008300 01  WS-TRANS-READ-COUNT          PIC 9(9) COMP VALUE 0.
008500 01  WS-CHANGE-APPLIED-COUNT      PIC 9(9) COMP VALUE 0.
008600 01  WS-DELETE-APPLIED-COUNT      PIC 9(9) COMP VALUE 0.
008700 01  WS-REJECTED-COUNT            PIC 9(9) COMP VALUE 0.
008710 01  WS-JOURNAL-COUNT             PIC 9(9) COMP VALUE 0.
008800*
008900* Edited (DISPLAY usage) copies of the COMP counters, needed
009000* because STRING cannot take a binary item directly
009500 01  WS-EDIT-CHANGE-APPLIED       PIC ZZZZZZZZ9.
009600 01  WS-EDIT-DELETE-APPLIED       PIC ZZZZZZZZ9.
009700 01  WS-EDIT-REJECTED             PIC ZZZZZZZZ9.
009710 01  WS-EDIT-JOURNAL              PIC ZZZZZZZZ9.
009715*
009720* Staging for the exception records appended to the shared
009725* ALERTFILE, and its open state
009730 01  WS-ALERT-FILE-STATUS         PIC X(02) VALUE '00'.
009735     88  WS-ALERT-FILE-FOUND          VALUE '00'.
009740 01  WS-ALERT-TRIED-SWITCH        PIC X(01) VALUE 'N'.
009745     88  WS-ALERT-OPEN-TRIED          VALUE 'Y'.
009750 01  WS-ALERT-OPEN-SWITCH         PIC X(01) VALUE 'N'.
009755     88  WS-ALERT-FILE-IS-OPEN        VALUE 'Y'.
009760 01  WS-ALERT-DATE                PIC 9(8) VALUE 0.
009765 01  WS-ALERT-TIME                PIC 9(8) VALUE 0.
009770 01  WS-ALERT-REQUEST-ID          PIC 9(3) VALUE 0.
009775 01  WS-ALERT-SEVERITY            PIC X(01) VALUE SPACE.
009780 01  WS-ALERT-CODE                PIC X(10) VALUE SPACES.
009785 01  WS-ALERT-TEXT                PIC X(60) VALUE SPACES.
009800*
009900 PROCEDURE DIVISION.
010000*------------
011600     PERFORM COUNT-FLAG-RECORDS.
011700     PERFORM WRITE-MAINTENANCE-REPORT.
011800     PERFORM CLOSE-FLGMNT-FILES.
011850     PERFORM CLOSE-ALERT-FILE.
011900     IF WS-REJECTED-COUNT > 0
012000         MOVE 4 TO RETURN-CODE
012100     END-IF.
012200     GOBACK.
012300*
012400*------------
012500* Open the transaction, lookup, journal, reject and report
012510* datasets.
012600* A FLAGFILE THAT HAS NEVER BEEN LOADED IS NOT AN ERROR -
012700* CREATE IT EMPTY SO AN ALL-ADDS TRANSACTION FILE CAN DO
012800* THE INITIAL LOAD THROUGH THE SAME MAINTENANCE PATH
013300         DISPLAY 'FLGMNT0001E - TRANFILE COULD NOT BE OPENED '
013400             '(FILE STATUS ' WS-TRAN-FILE-STATUS ') - RUN '
013500             'TERMINATED'
013514         MOVE 'E' TO WS-ALERT-SEVERITY
013528         MOVE 'FLGMNT0001' TO WS-ALERT-CODE
013542         MOVE 'TRANFILE COULD NOT BE OPENED - RUN TERMINATED'
013556             TO WS-ALERT-TEXT
013570         PERFORM WRITE-ALERT-RECORD
013584         PERFORM CLOSE-ALERT-FILE
013600         MOVE 16 TO RETURN-CODE
013700         GOBACK
013800     END-IF.
014430             '(FILE STATUS ' WS-FLAG-FILE-STATUS ') - RUN '
014440             'TERMINATED'
014450         CLOSE TRANFILE
014451         MOVE 'E' TO WS-ALERT-SEVERITY
014452         MOVE 'FLGMNT0002' TO WS-ALERT-CODE
014453         MOVE 'FLAGFILE COULD NOT BE OPENED - RUN TERMINATED'
014454             TO WS-ALERT-TEXT
014455         PERFORM WRITE-ALERT-RECORD
014456         PERFORM CLOSE-ALERT-FILE
014460         MOVE 16 TO RETURN-CODE
014470         GOBACK
014480     END-IF.
014481     OPEN EXTEND JRNLFILE.
014482     IF NOT WS-JRNL-FILE-OK
014483         OPEN OUTPUT JRNLFILE
014484     END-IF.
014490     IF NOT WS-JRNL-FILE-OK
014496         DISPLAY 'FLGMNT0003E - JRNLFILE COULD NOT BE OPENED '
014502             '(FILE STATUS ' WS-JRNL-FILE-STATUS ') - RUN '
014508             'TERMINATED'
014514         CLOSE TRANFILE
014520         CLOSE FLAGFILE
014526         MOVE 'E' TO WS-ALERT-SEVERITY
014532         MOVE 'FLGMNT0003' TO WS-ALERT-CODE
014538         MOVE 'JRNLFILE COULD NOT BE OPENED - RUN TERMINATED'
014544             TO WS-ALERT-TEXT
014550         PERFORM WRITE-ALERT-RECORD
014556         PERFORM CLOSE-ALERT-FILE
014562         MOVE 16 TO RETURN-CODE
014568         GOBACK
014574     END-IF.
014580     ACCEPT WS-JOURNAL-DATE FROM DATE YYYYMMDD.
014586     ACCEPT WS-JOURNAL-TIME FROM TIME.
014592     OPEN OUTPUT REJFILE.
014600     OPEN OUTPUT MNTRPT.
014700*
014800*------------
022400     END-WRITE.
022500     IF WS-FLAG-FILE-OK
022600         ADD 1 TO WS-ADD-APPLIED-COUNT
022610         MOVE SPACES TO WS-BEFORE-IMAGE
022620         PERFORM WRITE-JOURNAL-RECORD
022700     END-IF.
022800*
022900*------------
023000* Change the description of an existing interesting number -
023100* a key not on file is rejected.  THE RECORD IS READ FIRST
023110* FOR THE JOURNAL'S BEFORE IMAGE
023200*------------
023300 APPLY-CHANGE-TRANSACTION.
023400     MOVE FT-NUMBER TO FLG-NUMBER.
023410     READ FLAGFILE
023420         INVALID KEY
023430             MOVE 'CHANGE REJECTED - KEY NOT ON FILE'
023440                 TO WS-REJECT-REASON
023450             PERFORM WRITE-REJECT-RECORD
023460     END-READ.
023470     IF WS-FLAG-FILE-OK
023480         MOVE FLAGREC-RECORD TO WS-BEFORE-IMAGE
023500         MOVE FT-DESCRIPTION TO FLG-DESCRIPTION
023510         MOVE WS-EFF-FROM-DATE TO FLG-EFF-FROM-DATE
023520         MOVE WS-EFF-TO-DATE TO FLG-EFF-TO-DATE
023600         REWRITE FLAGREC-RECORD
023700             INVALID KEY
023800                 MOVE 'CHANGE REJECTED - REWRITE FAILED'
023900                     TO WS-REJECT-REASON
024000                 PERFORM WRITE-REJECT-RECORD
024100         END-REWRITE
024200         IF WS-FLAG-FILE-OK
024300             ADD 1 TO WS-CHANGE-APPLIED-COUNT
024310             PERFORM WRITE-JOURNAL-RECORD
024320         END-IF
024400     END-IF.
024500*
024600*------------
024700* Delete an interesting number - a key not on file is
024800* rejected.  THE RECORD IS READ FIRST FOR THE JOURNAL'S
024810* BEFORE IMAGE
024900*------------
025000 APPLY-DELETE-TRANSACTION.
025100     MOVE FT-NUMBER TO FLG-NUMBER.
025110     READ FLAGFILE
025120         INVALID KEY
025130             MOVE 'DELETE REJECTED - KEY NOT ON FILE'
025140                 TO WS-REJECT-REASON
025150             PERFORM WRITE-REJECT-RECORD
025160     END-READ.
025170     IF WS-FLAG-FILE-OK
025180         MOVE FLAGREC-RECORD TO WS-BEFORE-IMAGE
025200         DELETE FLAGFILE RECORD
025300             INVALID KEY
025400                 MOVE 'DELETE REJECTED - DELETE FAILED'
025500                     TO WS-REJECT-REASON
025600                 PERFORM WRITE-REJECT-RECORD
025700         END-DELETE
025800         IF WS-FLAG-FILE-OK
025900             ADD 1 TO WS-DELETE-APPLIED-COUNT
025910             MOVE SPACES TO FLAGREC-RECORD
025920             PERFORM WRITE-JOURNAL-RECORD
025930         END-IF
026000     END-IF.
026100*
026104*------------
026108* Append one applied transaction to the change journal -
026112* the before image saved by the caller, the record area as
026116* the after image (blanked by the caller for a delete)
026120*------------
026124 WRITE-JOURNAL-RECORD.
026128     ADD 1 TO WS-JOURNAL-SEQ.
026132     MOVE SPACES TO JRNLREC-RECORD.
026136     SET JR-FILE-IS-FLAGFILE TO TRUE.
026140     MOVE WS-JOURNAL-DATE TO JR-CHANGE-DATE.
026144     MOVE WS-JOURNAL-TIME TO JR-CHANGE-TIME.
026148     MOVE WS-JOURNAL-SEQ TO JR-CHANGE-SEQ.
026152     MOVE 'FLGMNT' TO JR-PROGRAM-ID.
026156     MOVE FT-REQUESTED-BY TO JR-REQUESTED-BY.
026160     MOVE FT-ACTION-CODE TO JR-ACTION-CODE.
026164     MOVE FT-NUMBER TO JR-RECORD-KEY.
026168     MOVE WS-BEFORE-IMAGE TO JR-BEFORE-IMAGE.
026172     MOVE FLAGREC-RECORD TO JR-AFTER-IMAGE.
026176     WRITE JRNLREC-RECORD.
026180     ADD 1 TO WS-JOURNAL-COUNT.
026184*
026200*------------
026300* Write the rejected card image and the reason to REJFILE
026400*------------
027150     MOVE WS-REJECT-REASON TO REJ-REASON.
027200     WRITE REJECT-RECORD.
027300     ADD 1 TO WS-REJECTED-COUNT.
027309     MOVE 'W' TO WS-ALERT-SEVERITY.
027318     MOVE 'FLGMNT0004' TO WS-ALERT-CODE.
027327     MOVE SPACES TO WS-ALERT-TEXT.
027336     STRING 'KEY ' DELIMITED BY SIZE
027345         FT-NUMBER-RAW DELIMITED BY SIZE
027354         ' - ' DELIMITED BY SIZE
027363         WS-REJECT-REASON DELIMITED BY SIZE
027372         INTO WS-ALERT-TEXT
027381     END-STRING.
027390     PERFORM WRITE-ALERT-RECORD.
027400*
027500*------------
027600* Format and write the before/after maintenance report
028300     MOVE WS-CHANGE-APPLIED-COUNT TO WS-EDIT-CHANGE-APPLIED.
028400     MOVE WS-DELETE-APPLIED-COUNT TO WS-EDIT-DELETE-APPLIED.
028500     MOVE WS-REJECTED-COUNT       TO WS-EDIT-REJECTED.
028510     MOVE WS-JOURNAL-COUNT        TO WS-EDIT-JOURNAL.
028600     MOVE SPACES TO REPORT-LINE.
028700     MOVE "FLAGFILE MAINTENANCE REPORT" TO REPORT-LINE.
028800     WRITE REPORT-LINE.
033200         INTO REPORT-LINE
033300     END-STRING.
033400     WRITE REPORT-LINE.
033410     MOVE SPACES TO REPORT-LINE.
033420     STRING "JOURNAL RECORDS WRITTEN   : " DELIMITED BY SIZE
033430         WS-EDIT-JOURNAL DELIMITED BY SIZE
033440         INTO REPORT-LINE
033450     END-STRING.
033460     WRITE REPORT-LINE.
033500     MOVE SPACES TO REPORT-LINE.
033600     WRITE REPORT-LINE.
033700     IF WS-REJECTED-COUNT > 0
034900     DISPLAY REPORT-LINE.
035000*
035100*------------
035200* Close the transaction, lookup, journal, reject and report
035210* datasets
035300*------------
035400 CLOSE-FLGMNT-FILES.
035500     CLOSE TRANFILE.
035600     CLOSE FLAGFILE.
035610     CLOSE JRNLFILE.
035700     CLOSE REJFILE.
035800     CLOSE MNTRPT.
035900*
036000*------------
036100* Append one exception record to the shared ALERTFILE.  THE
036200* FIRST ONE OPENS IT - EXTEND, FALLING BACK TO OUTPUT THE
036300* FIRST TIME THE DATASET IS USED.  AN ALERTFILE THAT CANNOT
036400* BE OPENED IS NOT FATAL - THE EXCEPTION IS STILL ON SYSOUT
036500* AND IN THE REPORT
036600*------------
036700 WRITE-ALERT-RECORD.
036800     IF NOT WS-ALERT-OPEN-TRIED
036900         SET WS-ALERT-OPEN-TRIED TO TRUE
037000         ACCEPT WS-ALERT-DATE FROM DATE YYYYMMDD
037100         ACCEPT WS-ALERT-TIME FROM TIME
037200         OPEN EXTEND ALERTFILE
037300         IF NOT WS-ALERT-FILE-FOUND
037400             OPEN OUTPUT ALERTFILE
037500         END-IF
037600         IF WS-ALERT-FILE-FOUND
037700             SET WS-ALERT-FILE-IS-OPEN TO TRUE
037800         ELSE
037900             DISPLAY 'FLGMNT0005W - ALERTFILE COULD NOT BE '
038000                 'OPENED (FILE STATUS ' WS-ALERT-FILE-STATUS
038100                 ') - EXCEPTIONS ARE ON SYSOUT ONLY'
038200         END-IF
038300     END-IF.
038400     IF WS-ALERT-FILE-IS-OPEN
038500         MOVE SPACES TO ALERTREC-RECORD
038600         MOVE WS-ALERT-DATE TO AL-ALERT-DATE
038700         MOVE WS-ALERT-TIME TO AL-ALERT-TIME
038800         MOVE 'FLGMNT' TO AL-PROGRAM-ID
038900         MOVE WS-ALERT-REQUEST-ID TO AL-REQUEST-ID
039000         MOVE WS-ALERT-SEVERITY TO AL-SEVERITY
039100         MOVE WS-ALERT-CODE TO AL-EXCEPTION-CODE
039200         MOVE WS-ALERT-TEXT TO AL-MESSAGE-TEXT
039300         WRITE ALERTREC-RECORD
039400     END-IF.
039500     MOVE 0 TO WS-ALERT-REQUEST-ID.
039600*
039700*------------
039800* Close the shared ALERTFILE, if an exception opened it
039900*------------
040000 CLOSE-ALERT-FILE.
040100     IF WS-ALERT-FILE-IS-OPEN
040200         CLOSE ALERTFILE
040300         MOVE 'N' TO WS-ALERT-OPEN-SWITCH
040400     END-IF.

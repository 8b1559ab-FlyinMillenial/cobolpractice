003200*                                                          *
003300* RETURN-CODE 0 - ALL TRANSACTIONS APPLIED.                 *
003400* RETURN-CODE 4 - ONE OR MORE TRANSACTIONS REJECTED.        *
003410* RETURN-CODE 16 - TRANFILE, REQREG OR THE CHANGE JOURNAL   *
003420*                  COULD NOT BE OPENED.                     *
003500*                                                          *
003600* MODIFICATION HISTORY                                     *
003700*   2026-09-02  RAK  ORIGINAL PROGRAM.                      *
003710*   2026-10-15  RAK  EVERY APPLIED TRANSACTION NOW APPENDS A  *
003720*                    BEFORE/AFTER IMAGE TO THE CUMULATIVE    *
003730*                    CHANGE JOURNAL (JRNLFILE, COPYBOOK      *
003740*                    JRNLREC) WITH THE CARD'S REQUESTED-BY,  *
003750*                    SO JRNRPT CAN REBUILD REQREG AS OF ANY  *
003760*                    DATE AND SAY WHO RETIRED A REQUEST.  A  *
003770*                    JOURNAL THAT CANNOT BE OPENED ENDS THE  *
003780*                    RUN BEFORE ANYTHING IS APPLIED          *
003790*                    (RETURN-CODE 16).                       *
003792*   2026-10-15  RAK  EVERY REJECTED CARD (REQMNT0004W, UNDER *
003794*                    ITS REQUEST ID WHEN THE ID IS NUMERIC)  *
003796*                    AND EVERY FILE THAT ENDS THE RUN IS     *
003798*                    ALSO APPENDED TO THE SHARED ALERTFILE.  *
003800*                                                          *
003900************************************************************
004000*
005100         FILE STATUS IS WS-REG-FILE-STATUS.
005200     SELECT REJFILE ASSIGN TO "REJFILE"
005300         ORGANIZATION IS LINE SEQUENTIAL.
005310     SELECT JRNLFILE ASSIGN TO "JRNLFILE"
005320         ORGANIZATION IS LINE SEQUENTIAL
005330         FILE STATUS IS WS-JRNL-FILE-STATUS.
005400     SELECT MNTRPT ASSIGN TO "MNTRPT"
005500         ORGANIZATION IS LINE SEQUENTIAL.
005525     SELECT ALERTFILE ASSIGN TO "ALERTFILE"
005550         ORGANIZATION IS LINE SEQUENTIAL
005575         FILE STATUS IS WS-ALERT-FILE-STATUS.
005600*
005700 DATA DIVISION.
005800 FILE SECTION.
006700     05  REJ-TRAN-IMAGE          PIC X(30).
006800     05  FILLER                  PIC X(02).
006900     05  REJ-REASON              PIC X(40).
006910 FD  JRNLFILE
006920     RECORDING MODE IS F.
006930 COPY JRNLREC.
007000 FD  MNTRPT
007100     RECORDING MODE IS F.
007200 01  REPORT-LINE                 PIC X(80).
007225 FD  ALERTFILE
007250     RECORDING MODE IS F.
007275 COPY ALERTREC.
007300*
007400 WORKING-STORAGE SECTION.
007500 01  WS-TRAN-FILE-STATUS          PIC X(02) VALUE '00'.
007600     88  WS-TRAN-FILE-FOUND           VALUE '00'.
007700 01  WS-REG-FILE-STATUS           PIC X(02) VALUE '00'.
007800     88  WS-REG-FILE-OK               VALUE '00'.
007810 01  WS-JRNL-FILE-STATUS          PIC X(02) VALUE '00'.
007820     88  WS-JRNL-FILE-OK              VALUE '00'.
007900 01  WS-TRAN-EOF-SWITCH           PIC X(01) VALUE 'N'.
008000     88  WS-TRANFILE-EOF              VALUE 'Y'.
008100 01  WS-COUNT-EOF-SWITCH          PIC X(01) VALUE 'N'.
008200     88  WS-COUNT-PASS-EOF            VALUE 'Y'.
008300 01  WS-REJECT-REASON             PIC X(40) VALUE SPACES.
008400*
008410* The run's journal date/time, the sequence that orders the
008420* run's journal records and the record as it stood before
008430* the transaction was applied
008440 01  WS-JOURNAL-DATE              PIC 9(8) VALUE 0.
008450 01  WS-JOURNAL-TIME              PIC 9(8) VALUE 0.
008460 01  WS-JOURNAL-SEQ               PIC 9(5) COMP VALUE 0.
008470 01  WS-BEFORE-IMAGE              PIC X(60) VALUE SPACES.
008480*
008500 01  WS-BEFORE-COUNT              PIC 9(9) COMP VALUE 0.
008600 01  WS-AFTER-COUNT               PIC 9(9) COMP VALUE 0.
008700 01  WS-TRANS-READ-COUNT          PIC 9(9) COMP VALUE 0.
008800 01  WS-ADD-APPLIED-COUNT         PIC 9(9) COMP VALUE 0.
008900 01  WS-CHANGE-APPLIED-COUNT      PIC 9(9) COMP VALUE 0.
009000 01  WS-REJECTED-COUNT            PIC 9(9) COMP VALUE 0.
009010 01  WS-JOURNAL-COUNT             PIC 9(9) COMP VALUE 0.
009100*
009200* Edited (DISPLAY usage) copies of the COMP counters, needed
009300* because STRING cannot take a binary item directly
009700 01  WS-EDIT-ADD-APPLIED          PIC ZZZZZZZZ9.
009800 01  WS-EDIT-CHANGE-APPLIED       PIC ZZZZZZZZ9.
009900 01  WS-EDIT-REJECTED             PIC ZZZZZZZZ9.
009910 01  WS-EDIT-JOURNAL              PIC ZZZZZZZZ9.
009915*
009920* Staging for the exception records appended to the shared
009925* ALERTFILE, and its open state
009930 01  WS-ALERT-FILE-STATUS         PIC X(02) VALUE '00'.
009935     88  WS-ALERT-FILE-FOUND          VALUE '00'.
009940 01  WS-ALERT-TRIED-SWITCH        PIC X(01) VALUE 'N'.
009945     88  WS-ALERT-OPEN-TRIED          VALUE 'Y'.
009950 01  WS-ALERT-OPEN-SWITCH         PIC X(01) VALUE 'N'.
009955     88  WS-ALERT-FILE-IS-OPEN        VALUE 'Y'.
009960 01  WS-ALERT-DATE                PIC 9(8) VALUE 0.
009965 01  WS-ALERT-TIME                PIC 9(8) VALUE 0.
009970 01  WS-ALERT-REQUEST-ID          PIC 9(3) VALUE 0.
009975 01  WS-ALERT-SEVERITY            PIC X(01) VALUE SPACE.
009980 01  WS-ALERT-CODE                PIC X(10) VALUE SPACES.
009985 01  WS-ALERT-TEXT                PIC X(60) VALUE SPACES.
010000*
010100 PROCEDURE DIVISION.
010200*------------
011800     PERFORM COUNT-REGISTRY-RECORDS.
011900     PERFORM WRITE-MAINTENANCE-REPORT.
012000     PERFORM CLOSE-REQMNT-FILES.
012050     PERFORM CLOSE-ALERT-FILE.
012100     IF WS-REJECTED-COUNT > 0
012200         MOVE 4 TO RETURN-CODE
012300     END-IF.
012400     GOBACK.
012500*
012600*------------
012700* Open the transaction, registry, journal, reject and
012800* report datasets.  A REGISTRY THAT HAS NEVER BEEN LOADED IS NOT
012900* AN ERROR - CREATE IT EMPTY SO AN ALL-ADDS TRANSACTION
013000* FILE CAN DO THE INITIAL LOAD THROUGH THE SAME
013100* MAINTENANCE PATH
013600         DISPLAY 'REQMNT0001E - TRANFILE COULD NOT BE OPENED '
013700             '(FILE STATUS ' WS-TRAN-FILE-STATUS ') - RUN '
013800             'TERMINATED'
013814         MOVE 'E' TO WS-ALERT-SEVERITY
013828         MOVE 'REQMNT0001' TO WS-ALERT-CODE
013842         MOVE 'TRANFILE COULD NOT BE OPENED - RUN TERMINATED'
013856             TO WS-ALERT-TEXT
013870         PERFORM WRITE-ALERT-RECORD
013884         PERFORM CLOSE-ALERT-FILE
013900         MOVE 16 TO RETURN-CODE
014000         GOBACK
014100     END-IF.
015000             '(FILE STATUS ' WS-REG-FILE-STATUS ') - RUN '
015100             'TERMINATED'
015200         CLOSE TRANFILE
015214         MOVE 'E' TO WS-ALERT-SEVERITY
015228         MOVE 'REQMNT0002' TO WS-ALERT-CODE
015242         MOVE 'REQREG COULD NOT BE OPENED - RUN TERMINATED'
015256             TO WS-ALERT-TEXT
015270         PERFORM WRITE-ALERT-RECORD
015284         PERFORM CLOSE-ALERT-FILE
015300         MOVE 16 TO RETURN-CODE
015400         GOBACK
015500     END-IF.
015506     OPEN EXTEND JRNLFILE.
015512     IF NOT WS-JRNL-FILE-OK
015518         OPEN OUTPUT JRNLFILE
015524     END-IF.
015530     IF NOT WS-JRNL-FILE-OK
015536         DISPLAY 'REQMNT0003E - JRNLFILE COULD NOT BE OPENED '
015542             '(FILE STATUS ' WS-JRNL-FILE-STATUS ') - RUN '
015548             'TERMINATED'
015554         CLOSE TRANFILE
015556         CLOSE REQREG
015558         MOVE 'E' TO WS-ALERT-SEVERITY
015560         MOVE 'REQMNT0003' TO WS-ALERT-CODE
015562         MOVE 'JRNLFILE COULD NOT BE OPENED - RUN TERMINATED'
015564             TO WS-ALERT-TEXT
015566         PERFORM WRITE-ALERT-RECORD
015568         PERFORM CLOSE-ALERT-FILE
015570         MOVE 16 TO RETURN-CODE
015572         GOBACK
015578     END-IF.
015584     ACCEPT WS-JOURNAL-DATE FROM DATE YYYYMMDD.
015590     ACCEPT WS-JOURNAL-TIME FROM TIME.
015600     OPEN OUTPUT REJFILE.
015700     OPEN OUTPUT MNTRPT.
015800*
026300     END-WRITE.
026400     IF WS-REG-FILE-OK
026500         ADD 1 TO WS-ADD-APPLIED-COUNT
026510         MOVE SPACES TO WS-BEFORE-IMAGE
026520         PERFORM WRITE-JOURNAL-RECORD
026600     END-IF.
026700*
026800*------------
026900* Change an existing request id's department, description
027000* or status - an id not on file is rejected.  A BLANK
027100* STATUS ON A CHANGE KEEPS THE STATUS ALREADY ON FILE.  THE
027110* RECORD AS READ IS THE JOURNAL'S BEFORE IMAGE
027200*------------
027300 APPLY-CHANGE-TRANSACTION.
027400     MOVE RT-REQUEST-ID TO RR-REQUEST-ID.
027900             PERFORM WRITE-REJECT-RECORD
028000     END-READ.
028100     IF WS-REG-FILE-OK
028110         MOVE REQREG-RECORD TO WS-BEFORE-IMAGE
028200         MOVE RT-DEPARTMENT-NAME TO RR-DEPARTMENT-NAME
028300         MOVE RT-DESCRIPTION TO RR-DESCRIPTION
028400         IF RT-ACTIVE-STATUS NOT = SPACE
029200         END-REWRITE
029300         IF WS-REG-FILE-OK
029400             ADD 1 TO WS-CHANGE-APPLIED-COUNT
029410             PERFORM WRITE-JOURNAL-RECORD
029500         END-IF
029600     END-IF.
029700*
029704*------------
029708* Append one applied transaction to the change journal -
029712* the before image saved by the caller, the record area as
029716* the after image
029720*------------
029724 WRITE-JOURNAL-RECORD.
029728     ADD 1 TO WS-JOURNAL-SEQ.
029732     MOVE SPACES TO JRNLREC-RECORD.
029736     SET JR-FILE-IS-REQREG TO TRUE.
029740     MOVE WS-JOURNAL-DATE TO JR-CHANGE-DATE.
029744     MOVE WS-JOURNAL-TIME TO JR-CHANGE-TIME.
029748     MOVE WS-JOURNAL-SEQ TO JR-CHANGE-SEQ.
029752     MOVE 'REQMNT' TO JR-PROGRAM-ID.
029756     MOVE RT-REQUESTED-BY TO JR-REQUESTED-BY.
029760     MOVE RT-ACTION-CODE TO JR-ACTION-CODE.
029764     MOVE RT-REQUEST-ID TO JR-RECORD-KEY.
029768     MOVE WS-BEFORE-IMAGE TO JR-BEFORE-IMAGE.
029772     MOVE REQREG-RECORD TO JR-AFTER-IMAGE.
029776     WRITE JRNLREC-RECORD.
029780     ADD 1 TO WS-JOURNAL-COUNT.
029784*
029800*------------
029900* Write the rejected card image and the reason to REJFILE
030000*------------
030800     MOVE WS-REJECT-REASON TO REJ-REASON.
030900     WRITE REJECT-RECORD.
031000     ADD 1 TO WS-REJECTED-COUNT.
031008     MOVE 'W' TO WS-ALERT-SEVERITY.
031016     MOVE 'REQMNT0004' TO WS-ALERT-CODE.
031024     IF RT-REQUEST-ID-RAW NUMERIC
031032         MOVE RT-REQUEST-ID TO WS-ALERT-REQUEST-ID
031040     END-IF.
031048     MOVE SPACES TO WS-ALERT-TEXT.
031056     STRING 'CARD REJECTED - ' DELIMITED BY SIZE
031064         WS-REJECT-REASON DELIMITED BY SIZE
031072         INTO WS-ALERT-TEXT
031080     END-STRING.
031088     PERFORM WRITE-ALERT-RECORD.
031100*
031200*------------
031300* Format and write the before/after maintenance report
031900     MOVE WS-ADD-APPLIED-COUNT    TO WS-EDIT-ADD-APPLIED.
032000     MOVE WS-CHANGE-APPLIED-COUNT TO WS-EDIT-CHANGE-APPLIED.
032100     MOVE WS-REJECTED-COUNT       TO WS-EDIT-REJECTED.
032110     MOVE WS-JOURNAL-COUNT        TO WS-EDIT-JOURNAL.
032200     MOVE SPACES TO REPORT-LINE.
032300     MOVE "REQUEST REGISTRY MAINTENANCE REPORT" TO REPORT-LINE.
032400     WRITE REPORT-LINE.
036200         INTO REPORT-LINE
036300     END-STRING.
036400     WRITE REPORT-LINE.
036410     MOVE SPACES TO REPORT-LINE.
036420     STRING "JOURNAL RECORDS WRITTEN   : " DELIMITED BY SIZE
036430         WS-EDIT-JOURNAL DELIMITED BY SIZE
036440         INTO REPORT-LINE
036450     END-STRING.
036460     WRITE REPORT-LINE.
036500     MOVE SPACES TO REPORT-LINE.
036600     WRITE REPORT-LINE.
036700     IF WS-REJECTED-COUNT > 0
037900     DISPLAY REPORT-LINE.
038000*
038100*------------
038200* Close the transaction, registry, journal, reject and
038300* report datasets
038400*------------
038500 CLOSE-REQMNT-FILES.
038600     CLOSE TRANFILE.
038700     CLOSE REQREG.
038710     CLOSE JRNLFILE.
038800     CLOSE REJFILE.
038900     CLOSE MNTRPT.
039000*
039100*------------
039200* Append one exception record to the shared ALERTFILE.  THE
039300* FIRST ONE OPENS IT - EXTEND, FALLING BACK TO OUTPUT THE
039400* FIRST TIME THE DATASET IS USED.  AN ALERTFILE THAT CANNOT
039500* BE OPENED IS NOT FATAL - THE EXCEPTION IS STILL ON SYSOUT
039600* AND IN THE REPORT
039700*------------
039800 WRITE-ALERT-RECORD.
039900     IF NOT WS-ALERT-OPEN-TRIED
040000         SET WS-ALERT-OPEN-TRIED TO TRUE
040100         ACCEPT WS-ALERT-DATE FROM DATE YYYYMMDD
040200         ACCEPT WS-ALERT-TIME FROM TIME
040300         OPEN EXTEND ALERTFILE
040400         IF NOT WS-ALERT-FILE-FOUND
040500             OPEN OUTPUT ALERTFILE
040600         END-IF
040700         IF WS-ALERT-FILE-FOUND
040800             SET WS-ALERT-FILE-IS-OPEN TO TRUE
040900         ELSE
041000             DISPLAY 'REQMNT0005W - ALERTFILE COULD NOT BE '
041100                 'OPENED (FILE STATUS ' WS-ALERT-FILE-STATUS
041200                 ') - EXCEPTIONS ARE ON SYSOUT ONLY'
041300         END-IF
041400     END-IF.
041500     IF WS-ALERT-FILE-IS-OPEN
041600         MOVE SPACES TO ALERTREC-RECORD
041700         MOVE WS-ALERT-DATE TO AL-ALERT-DATE
041800         MOVE WS-ALERT-TIME TO AL-ALERT-TIME
041900         MOVE 'REQMNT' TO AL-PROGRAM-ID
042000         MOVE WS-ALERT-REQUEST-ID TO AL-REQUEST-ID
042100         MOVE WS-ALERT-SEVERITY TO AL-SEVERITY
042200         MOVE WS-ALERT-CODE TO AL-EXCEPTION-CODE
042300         MOVE WS-ALERT-TEXT TO AL-MESSAGE-TEXT
042400         WRITE ALERTREC-RECORD
042500     END-IF.
042600     MOVE 0 TO WS-ALERT-REQUEST-ID.
042700*
042800*------------
042900* Close the shared ALERTFILE, if an exception opened it
043000*------------
043100 CLOSE-ALERT-FILE.
043200     IF WS-ALERT-FILE-IS-OPEN
043300         CLOSE ALERTFILE
043400         MOVE 'N' TO WS-ALERT-OPEN-SWITCH
043500     END-IF.

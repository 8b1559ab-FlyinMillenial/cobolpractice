003440*                    ENTRY'S EFFECTIVE WINDOW SO THE LIST'S  *
003450*                    OWNERS CAN SEE WHEN EACH FLAG CAME      *
003460*                    INTO AND GOES OUT OF FORCE.             *
003466*   2026-10-15  RAK  EXCEPTIONS ARE ALSO APPENDED TO THE     *
003472*                    SHARED ALERTFILE - ONE WARNING PER      *
003478*                    REQUEST WITH FLAGGED NUMBERS WHOSE      *
003484*                    ENTRY WAS DELETED (FIZFLG0003W), PLUS   *
003490*                    THE OPEN FAILURES.                      *
003491*   2026-10-15  RAK  STEP STATISTICS - START AND END TIME,   *
003492*                    RECORDS READ AND WRITTEN PER FILE AND   *
003493*                    RETURN CODE APPENDED TO STATFILE        *
003494*                    (COPYBOOK STATREC) AS THE PROGRAM ENDS, *
003495*                    FILED UNDER THE JOB AND STEP ON THE     *
003496*                    STATCTL CARD.                           *
003500*                                                          *
003600************************************************************
003700*
004800         FILE STATUS IS WS-FLAG-FILE-STATUS.
004900     SELECT FLGRPT ASSIGN TO "FLGRPT"
005000         ORGANIZATION IS LINE SEQUENTIAL.
005010     SELECT ALERTFILE ASSIGN TO "ALERTFILE"
005020         ORGANIZATION IS LINE SEQUENTIAL
005030         FILE STATUS IS WS-ALERT-FILE-STATUS.
005040     SELECT STATCTL ASSIGN TO "STATCTL"
005050         ORGANIZATION IS LINE SEQUENTIAL
005060         FILE STATUS IS WS-STATCTL-FILE-STATUS.
005070     SELECT STATFILE ASSIGN TO "STATFILE"
005080         ORGANIZATION IS LINE SEQUENTIAL
005090         FILE STATUS IS WS-STAT-FILE-STATUS.
005100*
005200 DATA DIVISION.
005300 FILE SECTION.
005900 FD  FLGRPT
006000     RECORDING MODE IS F.
006100 01  REPORT-LINE                 PIC X(80).
006110 FD  ALERTFILE
006120     RECORDING MODE IS F.
006130 COPY ALERTREC.
006140 FD  STATCTL
006150     RECORDING MODE IS F.
006160 COPY STATCARD.
006170 FD  STATFILE
006180     RECORDING MODE IS F.
006190 COPY STATREC.
006200*
006300 WORKING-STORAGE SECTION.
006400 01  WS-FIZZ-FILE-STATUS          PIC X(02) VALUE '00'.
007700 01  WS-FLAGGED-READ-COUNT        PIC 9(9) COMP VALUE 0.
007800 01  WS-MATCHED-COUNT             PIC 9(9) COMP VALUE 0.
007900 01  WS-EXCEPTION-COUNT           PIC 9(9) COMP VALUE 0.
007910*
007920* Exceptions per request, indexed by FZ-REQUEST-SEQ, so each
007930* request with deleted entries raises its own alert
007940 01  WS-REQUEST-EXCEPTION-TABLE.
007950     05  WS-REQ-EXCEPTION-COUNT  PIC 9(9) COMP OCCURS 999 TIMES.
007960 01  WS-REQUEST-SUB               PIC 9(3) COMP VALUE 0.
007970 01  WS-EDIT-REQUEST-SEQ          PIC ZZ9.
008000*
008100* Detail line - one per flagged number
008200 01  WS-DETAIL-LINE.
010400 01  WS-EDIT-FLAGGED-READ         PIC ZZZZZZZZ9.
010500 01  WS-EDIT-MATCHED              PIC ZZZZZZZZ9.
010600 01  WS-EDIT-EXCEPTIONS           PIC ZZZZZZZZ9.
010605 01  WS-EDIT-REQ-EXCEPTIONS       PIC ZZZZZZZZ9.
010610*
010615* Staging for the exception records appended to the shared
010620* ALERTFILE, and its open state
010625 01  WS-ALERT-FILE-STATUS         PIC X(02) VALUE '00'.
010630     88  WS-ALERT-FILE-FOUND          VALUE '00'.
010635 01  WS-ALERT-TRIED-SWITCH        PIC X(01) VALUE 'N'.
010640     88  WS-ALERT-OPEN-TRIED          VALUE 'Y'.
010645 01  WS-ALERT-OPEN-SWITCH         PIC X(01) VALUE 'N'.
010650     88  WS-ALERT-FILE-IS-OPEN        VALUE 'Y'.
010655 01  WS-ALERT-DATE                PIC 9(8) VALUE 0.
010660 01  WS-ALERT-TIME                PIC 9(8) VALUE 0.
010665 01  WS-ALERT-REQUEST-ID          PIC 9(3) VALUE 0.
010670 01  WS-ALERT-SEVERITY            PIC X(01) VALUE SPACE.
010675 01  WS-ALERT-CODE                PIC X(10) VALUE SPACES.
010680 01  WS-ALERT-TEXT                PIC X(60) VALUE SPACES.
010681*
010682* Step statistics - when the step started and the records
010683* it read and wrote per file, appended to STATFILE as the
010684* step ends
010685 01  WS-STATCTL-FILE-STATUS       PIC X(02) VALUE '00'.
010686     88  WS-STATCTL-FILE-FOUND        VALUE '00'.
010687 01  WS-STAT-FILE-STATUS          PIC X(02) VALUE '00'.
010688     88  WS-STAT-FILE-FOUND           VALUE '00'.
010689 01  WS-STAT-START-DATE           PIC 9(8) VALUE 0.
010690 01  WS-STAT-START-TIME           PIC 9(8) VALUE 0.
010691 01  WS-STAT-SUB                  PIC 9(2) COMP VALUE 0.
010692 01  WS-STAT-FILE-TABLE.
010693     05  WS-STAT-FILE-ENTRY OCCURS 10 TIMES.
010694         10  WS-STAT-DDNAME      PIC X(10).
010695         10  WS-STAT-READ        PIC 9(11) COMP.
010696         10  WS-STAT-WRITTEN     PIC 9(11) COMP.
010700*
010800 PROCEDURE DIVISION.
010900*------------
011200* section on the second, then the counts
011300*------------
011400 PRODUCE-FLAGGED-REPORT.
011450     PERFORM START-STEP-STATISTICS.
011500     OPEN OUTPUT FLGRPT.
011510     PERFORM VARYING WS-REQUEST-SUB FROM 1 BY 1
011520             UNTIL WS-REQUEST-SUB > 999
011530         MOVE 0 TO WS-REQ-EXCEPTION-COUNT (WS-REQUEST-SUB)
011540     END-PERFORM.
011600     PERFORM OPEN-FLAG-FILE.
011700     MOVE SPACES TO REPORT-LINE.
011800     MOVE 'FLAGGED NUMBER DETAIL REPORT' TO REPORT-LINE.
011900     WRITE REPORT-LINE
011950     ADD 1 TO WS-STAT-WRITTEN (3).
012000     MOVE SPACES TO REPORT-LINE.
012100     WRITE REPORT-LINE
012150     ADD 1 TO WS-STAT-WRITTEN (3).
012200     MOVE WS-HEADING-LINE TO REPORT-LINE.
012300     WRITE REPORT-LINE
012350     ADD 1 TO WS-STAT-WRITTEN (3).
012400     SET WS-DETAIL-PASS TO TRUE.
012500     PERFORM SCAN-FIZZOUT-DETAIL.
012600     MOVE SPACES TO REPORT-LINE.
012700     WRITE REPORT-LINE
012750     ADD 1 TO WS-STAT-WRITTEN (3).
012800     MOVE 'EXCEPTIONS - FLAGGED NUMBERS WHOSE FLAGFILE ENTRY'
012900         TO REPORT-LINE.
013000     WRITE REPORT-LINE
013050     ADD 1 TO WS-STAT-WRITTEN (3).
013100     MOVE 'HAS SINCE BEEN DELETED' TO REPORT-LINE.
013200     WRITE REPORT-LINE
013250     ADD 1 TO WS-STAT-WRITTEN (3).
013300     MOVE SPACES TO REPORT-LINE.
013400     WRITE REPORT-LINE
013450     ADD 1 TO WS-STAT-WRITTEN (3).
013500     SET WS-EXCEPTION-PASS TO TRUE.
013600     MOVE 0 TO WS-FLAGGED-READ-COUNT.
013700     PERFORM SCAN-FIZZOUT-DETAIL.
013800     IF WS-EXCEPTION-COUNT = 0
013900         MOVE '(NONE)' TO REPORT-LINE
014000         WRITE REPORT-LINE
014050         ADD 1 TO WS-STAT-WRITTEN (3)
014100     END-IF.
014200     PERFORM WRITE-REPORT-COUNTS.
014210     PERFORM VARYING WS-REQUEST-SUB FROM 1 BY 1
014220             UNTIL WS-REQUEST-SUB > 999
014230         IF WS-REQ-EXCEPTION-COUNT (WS-REQUEST-SUB) > 0
014240             PERFORM ALERT-ONE-EXCEPTION-REQUEST
014250         END-IF
014260     END-PERFORM.
014300     PERFORM CLOSE-FLAG-FILE.
014400     CLOSE FLGRPT.
014410     PERFORM CLOSE-ALERT-FILE.
014500     IF WS-EXCEPTION-COUNT > 0
014600         MOVE 4 TO RETURN-CODE
014700     END-IF.
014750     PERFORM WRITE-STEP-STATISTICS
014800     GOBACK.
014900*
015000*------------
016000     ELSE
016100         DISPLAY 'FIZFLG0001W - FLAGFILE NOT AVAILABLE - ALL '
016200             'FLAGGED NUMBERS WILL REPORT AS EXCEPTIONS'
016210         MOVE 'W' TO WS-ALERT-SEVERITY
016220         MOVE 'FIZFLG0001' TO WS-ALERT-CODE
016230         MOVE 'FLAGFILE NOT AVAILABLE - NO FLAGGED NUMBER MATCHED'
016240             TO WS-ALERT-TEXT
016250         PERFORM WRITE-ALERT-RECORD
016300         MOVE 'N' TO WS-FLAGFILE-OPEN-SWITCH
016400     END-IF.
016500*
018200     IF NOT WS-FIZZ-FILE-FOUND
018300         DISPLAY 'FIZFLG0002E - FIZZOUT COULD NOT BE OPENED '
018400             '(FILE STATUS ' WS-FIZZ-FILE-STATUS ')'
018410         IF WS-DETAIL-PASS
018420             MOVE 'E' TO WS-ALERT-SEVERITY
018430             MOVE 'FIZFLG0002' TO WS-ALERT-CODE
018440             MOVE 'FIZZOUT COULD NOT BE OPENED - NO FLAG REPORT'
018450                 TO WS-ALERT-TEXT
018460             PERFORM WRITE-ALERT-RECORD
018470         END-IF
018500         SET WS-FIZZOUT-EOF TO TRUE
018600     END-IF.
018700     PERFORM UNTIL WS-FIZZOUT-EOF
018900             AT END
019000                 SET WS-FIZZOUT-EOF TO TRUE
019100             NOT AT END
019150                 ADD 1 TO WS-STAT-READ (1)
019200                 IF FZ-IS-FLAGGED
019300                     PERFORM REPORT-ONE-FLAGGED-NUMBER
019400                 END-IF
021200         READ FLAGFILE
021300             INVALID KEY
021400                 CONTINUE
021433             NOT INVALID KEY
021466                 ADD 1 TO WS-STAT-READ (2)
021500         END-READ
021600     END-IF.
021700     IF WS-FLAGFILE-IS-OPEN AND WS-FLAG-NUMBER-FOUND
022300     ELSE
022400         IF WS-EXCEPTION-PASS
022500             ADD 1 TO WS-EXCEPTION-COUNT
022510             IF FZ-REQUEST-SEQ NUMERIC AND FZ-REQUEST-SEQ > 0
022520                 ADD 1 TO WS-REQ-EXCEPTION-COUNT (FZ-REQUEST-SEQ)
022530             END-IF
022600             MOVE '** ENTRY DELETED **' TO DET-DESCRIPTION
022610             MOVE SPACES TO DET-EFF-FROM
022620             MOVE SPACES TO DET-EFF-TO
024600             MOVE 'NUMBER' TO DET-CLASS-TEXT
024700     END-EVALUATE.
024800     MOVE WS-DETAIL-LINE TO REPORT-LINE.
024900     WRITE REPORT-LINE
024950     ADD 1 TO WS-STAT-WRITTEN (3).
025000*
025100*------------
025200* Write the closing counts - flagged numbers read, matched,
025700     MOVE WS-MATCHED-COUNT      TO WS-EDIT-MATCHED.
025800     MOVE WS-EXCEPTION-COUNT    TO WS-EDIT-EXCEPTIONS.
025900     MOVE SPACES TO REPORT-LINE.
026000     WRITE REPORT-LINE
026050     ADD 1 TO WS-STAT-WRITTEN (3).
026100     MOVE SPACES TO REPORT-LINE.
026200     STRING 'FLAGGED NUMBERS ON FILE   : ' DELIMITED BY SIZE
026300         WS-EDIT-FLAGGED-READ DELIMITED BY SIZE
026400         INTO REPORT-LINE
026500     END-STRING.
026600     WRITE REPORT-LINE
026650     ADD 1 TO WS-STAT-WRITTEN (3).
026700     MOVE SPACES TO REPORT-LINE.
026800     STRING 'MATCHED TO A DESCRIPTION  : ' DELIMITED BY SIZE
026900         WS-EDIT-MATCHED DELIMITED BY SIZE
027000         INTO REPORT-LINE
027100     END-STRING.
027200     WRITE REPORT-LINE
027250     ADD 1 TO WS-STAT-WRITTEN (3).
027300     MOVE SPACES TO REPORT-LINE.
027400     STRING 'ENTRIES SINCE DELETED     : ' DELIMITED BY SIZE
027500         WS-EDIT-EXCEPTIONS DELIMITED BY SIZE
027600         INTO REPORT-LINE
027700     END-STRING.
027800     WRITE REPORT-LINE
027850     ADD 1 TO WS-STAT-WRITTEN (3).
027900     DISPLAY REPORT-LINE.
027910*
027920*------------
027930* Raise the warning for one request whose flagged numbers
027940* no longer have a FLAGFILE entry
027950*------------
027960 ALERT-ONE-EXCEPTION-REQUEST.
027970     MOVE WS-REQUEST-SUB TO WS-EDIT-REQUEST-SEQ.
027980     MOVE WS-REQ-EXCEPTION-COUNT (WS-REQUEST-SUB)
027990         TO WS-EDIT-REQ-EXCEPTIONS.
028000     DISPLAY 'FIZFLG0003W - REQUEST ' WS-EDIT-REQUEST-SEQ
028010         ' - ' WS-EDIT-REQ-EXCEPTIONS ' FLAGGED NUMBERS HAVE '
028020         'NO FLAGFILE ENTRY'.
028030     MOVE 'W' TO WS-ALERT-SEVERITY.
028040     MOVE 'FIZFLG0003' TO WS-ALERT-CODE.
028050     MOVE WS-REQUEST-SUB TO WS-ALERT-REQUEST-ID.
028060     MOVE SPACES TO WS-ALERT-TEXT.
028070     STRING WS-EDIT-REQ-EXCEPTIONS DELIMITED BY SIZE
028080         ' FLAGGED NUMBERS WHOSE FLAGFILE ENTRY WAS DELETED'
028090         DELIMITED BY SIZE
028100         INTO WS-ALERT-TEXT
028110     END-STRING.
028120     PERFORM WRITE-ALERT-RECORD.
028130*
028140*------------
028150* Append one exception record to the shared ALERTFILE.  THE
028160* FIRST ONE OPENS IT - EXTEND, FALLING BACK TO OUTPUT THE
028170* FIRST TIME THE DATASET IS USED.  AN ALERTFILE THAT CANNOT
028180* BE OPENED IS NOT FATAL - THE EXCEPTION IS STILL ON SYSOUT
028190* AND IN THE REPORT
028200*------------
028210 WRITE-ALERT-RECORD.
028220     IF NOT WS-ALERT-OPEN-TRIED
028230         SET WS-ALERT-OPEN-TRIED TO TRUE
028240         ACCEPT WS-ALERT-DATE FROM DATE YYYYMMDD
028250         ACCEPT WS-ALERT-TIME FROM TIME
028260         OPEN EXTEND ALERTFILE
028270         IF NOT WS-ALERT-FILE-FOUND
028280             OPEN OUTPUT ALERTFILE
028290         END-IF
028300         IF WS-ALERT-FILE-FOUND
028310             SET WS-ALERT-FILE-IS-OPEN TO TRUE
028320         ELSE
028330             DISPLAY 'FIZFLG0004W - ALERTFILE COULD NOT BE '
028340                 'OPENED (FILE STATUS ' WS-ALERT-FILE-STATUS
028350                 ') - EXCEPTIONS ARE ON SYSOUT ONLY'
028360         END-IF
028370     END-IF.
028380     IF WS-ALERT-FILE-IS-OPEN
028390         MOVE SPACES TO ALERTREC-RECORD
028400         MOVE WS-ALERT-DATE TO AL-ALERT-DATE
028410         MOVE WS-ALERT-TIME TO AL-ALERT-TIME
028420         MOVE 'FIZFLG' TO AL-PROGRAM-ID
028430         MOVE WS-ALERT-REQUEST-ID TO AL-REQUEST-ID
028440         MOVE WS-ALERT-SEVERITY TO AL-SEVERITY
028450         MOVE WS-ALERT-CODE TO AL-EXCEPTION-CODE
028460         MOVE WS-ALERT-TEXT TO AL-MESSAGE-TEXT
028470         WRITE ALERTREC-RECORD
028480     END-IF.
028490     MOVE 0 TO WS-ALERT-REQUEST-ID.
028500*
028510*------------
028520* Close the shared ALERTFILE, if an exception opened it
028530*------------
028540 CLOSE-ALERT-FILE.
028550     IF WS-ALERT-FILE-IS-OPEN
028560         CLOSE ALERTFILE
028570         MOVE 'N' TO WS-ALERT-OPEN-SWITCH
028580     END-IF.
028680*
028780*------------
028880* Note when the step started and name the files its record
028980* counts are kept for, in the order they are counted
029080*------------
029180 START-STEP-STATISTICS.
029280     ACCEPT WS-STAT-START-DATE FROM DATE YYYYMMDD.
029380     ACCEPT WS-STAT-START-TIME FROM TIME.
029480     PERFORM VARYING WS-STAT-SUB FROM 1 BY 1
029580         UNTIL WS-STAT-SUB > 10
029680         MOVE SPACES TO WS-STAT-DDNAME (WS-STAT-SUB)
029780         MOVE 0 TO WS-STAT-READ (WS-STAT-SUB)
029880         MOVE 0 TO WS-STAT-WRITTEN (WS-STAT-SUB)
029980     END-PERFORM.
030080     MOVE 'FIZZOUT' TO WS-STAT-DDNAME (1).
030180     MOVE 'FLAGFILE' TO WS-STAT-DDNAME (2).
030280     MOVE 'FLGRPT' TO WS-STAT-DDNAME (3).
030380*
030480*------------
030580* Append the step statistics record to STATFILE under the
030680* job and step named on the STATCTL card.  THE RETURN CODE
030780* IS WHATEVER THE STEP HAS SET BY NOW.  A STATFILE THAT
030880* CANNOT BE OPENED IS WARNED AND DOES NOT CHANGE IT
030980*------------
031080 WRITE-STEP-STATISTICS.
031180     MOVE SPACES TO STATREC-RECORD.
031280     OPEN INPUT STATCTL.
031380     IF WS-STATCTL-FILE-FOUND
031480         READ STATCTL
031580             AT END
031680                 MOVE SPACES TO STATCARD-RECORD
031780         END-READ
031880         MOVE SC-JOB-NAME TO ST-JOB-NAME
031980         MOVE SC-STEP-NAME TO ST-STEP-NAME
032080         CLOSE STATCTL
032180     END-IF.
032280     MOVE 'FIZFLG' TO ST-PROGRAM-ID.
032380     MOVE WS-STAT-START-DATE TO ST-START-DATE.
032480     MOVE WS-STAT-START-TIME TO ST-START-TIME.
032580     ACCEPT ST-END-DATE FROM DATE YYYYMMDD.
032680     ACCEPT ST-END-TIME FROM TIME.
032780     MOVE RETURN-CODE TO ST-RETURN-CODE.
032880     MOVE 3 TO ST-FILE-COUNT.
032980     PERFORM VARYING WS-STAT-SUB FROM 1 BY 1
033080         UNTIL WS-STAT-SUB > 10
033180         MOVE WS-STAT-DDNAME (WS-STAT-SUB)
033280             TO ST-FILE-DDNAME (WS-STAT-SUB)
033380         MOVE WS-STAT-READ (WS-STAT-SUB)
033480             TO ST-RECORDS-READ (WS-STAT-SUB)
033580         MOVE WS-STAT-WRITTEN (WS-STAT-SUB)
033680             TO ST-RECORDS-WRITTEN (WS-STAT-SUB)
033780     END-PERFORM.
033880     OPEN EXTEND STATFILE.
033980     IF NOT WS-STAT-FILE-FOUND
034080         OPEN OUTPUT STATFILE
034180     END-IF.
034280     IF WS-STAT-FILE-FOUND
034380         WRITE STATREC-RECORD
034480         CLOSE STATFILE
034580     ELSE
034680         DISPLAY 'FIZFLG0005W - STATFILE COULD NOT BE OPENED '
034780             '(FILE STATUS ' WS-STAT-FILE-STATUS ') - STEP '
034880             'STATISTICS NOT RECORDED'
034980     END-IF.

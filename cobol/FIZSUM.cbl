002003*                    OTHER-COMBINATION COUNT TO THE PER-     *
002004*                    REQUEST SUBTOTALS AND THE GRAND         *
002005*                    CONTROL TOTALS, AND INTO THE GRAND      *
002015*                    TOTAL RECONCILIATION.                   *
002025*   2026-10-15  RAK  STEP STATISTICS - START AND END TIME,   *
002035*                    RECORDS READ AND WRITTEN PER FILE AND   *
002045*                    RETURN CODE APPENDED TO STATFILE        *
002055*                    (COPYBOOK STATREC) AS THE PROGRAM ENDS, *
002065*                    FILED UNDER THE JOB AND STEP ON THE     *
002075*                    STATCTL CARD.                           *
002085*                                                          *
002100************************************************************
002200*
002300 ENVIRONMENT DIVISION.
002700         ORGANIZATION IS LINE SEQUENTIAL.
002800     SELECT REPORTFILE ASSIGN TO "REPORTFILE"
002900         ORGANIZATION IS LINE SEQUENTIAL.
002914     SELECT STATCTL ASSIGN TO "STATCTL"
002928         ORGANIZATION IS LINE SEQUENTIAL
002942         FILE STATUS IS WS-STATCTL-FILE-STATUS.
002956     SELECT STATFILE ASSIGN TO "STATFILE"
002970         ORGANIZATION IS LINE SEQUENTIAL
002984         FILE STATUS IS WS-STAT-FILE-STATUS.
003000*
003100 DATA DIVISION.
003200 FILE SECTION.
003600 FD  REPORTFILE
003700     RECORDING MODE IS F.
003800 01  REPORT-LINE                 PIC X(80).
003814 FD  STATCTL
003828     RECORDING MODE IS F.
003842 COPY STATCARD.
003856 FD  STATFILE
003870     RECORDING MODE IS F.
003884 COPY STATREC.
003900*
004000 WORKING-STORAGE SECTION.
004100 01  WS-EOF-SWITCH                PIC X(01) VALUE 'N'.
005845 01  WS-SUBTOTAL-LINE.
005846     05  SUB-COUNT-LABEL          PIC X(20) VALUE SPACES.
005847     05  SUB-COUNT-VALUE          PIC ZZZZZZZZ9 VALUE ZEROS.
005849     05  FILLER                   PIC X(51) VALUE SPACES.
005851*
005853* Step statistics - when the step started and the records
005855* it read and wrote per file, appended to STATFILE as the
005857* step ends
005859 01  WS-STATCTL-FILE-STATUS       PIC X(02) VALUE '00'.
005861     88  WS-STATCTL-FILE-FOUND        VALUE '00'.
005863 01  WS-STAT-FILE-STATUS          PIC X(02) VALUE '00'.
005865     88  WS-STAT-FILE-FOUND           VALUE '00'.
005867 01  WS-STAT-START-DATE           PIC 9(8) VALUE 0.
005869 01  WS-STAT-START-TIME           PIC 9(8) VALUE 0.
005871 01  WS-STAT-SUB                  PIC 9(2) COMP VALUE 0.
005873 01  WS-STAT-FILE-TABLE.
005875     05  WS-STAT-FILE-ENTRY OCCURS 10 TIMES.
005877         10  WS-STAT-DDNAME      PIC X(10).
005879         10  WS-STAT-READ        PIC 9(11) COMP.
005881         10  WS-STAT-WRITTEN     PIC 9(11) COMP.
005883*
005900 PROCEDURE DIVISION.
006000*------------
006100* Primary function that reads FIZZOUT, tallies the control
006200* totals and writes the one-page reconciliation report
006300*------------
006400 PRODUCE-CONTROL-REPORT.
006450     PERFORM START-STEP-STATISTICS.
006500     PERFORM OPEN-FIZSUM-FILES.
006550     PERFORM WRITE-REPORT-TITLE.
006600     PERFORM UNTIL WS-FIZZOUT-EOF
007500     IF WS-RANGE-DISCREPANCY
007600         MOVE 16 TO RETURN-CODE
007700     END-IF.
007750     PERFORM WRITE-STEP-STATISTICS
007800     GOBACK.
007900*
008000*------------
009100     READ FIZZOUT
009200         AT END
009300             SET WS-FIZZOUT-EOF TO TRUE
009333         NOT AT END
009366             ADD 1 TO WS-STAT-READ (1)
009400     END-READ.
009500*
009600*------------
011670         WS-EDIT-LAST-ITERATOR DELIMITED BY SIZE
011671         INTO REPORT-LINE
011672     END-STRING.
011673     WRITE REPORT-LINE
011674     ADD 1 TO WS-STAT-WRITTEN (2).
011675     MOVE WS-REQ-FIZZ-COUNT TO SUB-COUNT-VALUE.
011676     MOVE "  FIZZ-ONLY" TO SUB-COUNT-LABEL.
011677     PERFORM WRITE-SUBTOTAL-COUNT-LINE.
011678     MOVE WS-REQ-BUZZ-COUNT TO SUB-COUNT-VALUE.
011679     MOVE "  BUZZ-ONLY" TO SUB-COUNT-LABEL.
011680     PERFORM WRITE-SUBTOTAL-COUNT-LINE.
011681     MOVE WS-REQ-FIZZBUZZ-COUNT TO SUB-COUNT-VALUE.
011682     MOVE "  FIZZBUZZ" TO SUB-COUNT-LABEL.
011683     PERFORM WRITE-SUBTOTAL-COUNT-LINE.
011684     MOVE WS-REQ-PLAIN-COUNT TO SUB-COUNT-VALUE.
011685     MOVE "  PLAIN" TO SUB-COUNT-LABEL.
011686     PERFORM WRITE-SUBTOTAL-COUNT-LINE.
011708     MOVE WS-REQ-OTHER-COUNT TO SUB-COUNT-VALUE.
011712     MOVE "  OTHER COMBOS" TO SUB-COUNT-LABEL.
011713     PERFORM WRITE-SUBTOTAL-COUNT-LINE.
011690     MOVE "  REQUEST TOTAL" TO SUB-COUNT-LABEL.
011691     PERFORM WRITE-SUBTOTAL-COUNT-LINE.
011692     MOVE SPACES TO REPORT-LINE.
011693     WRITE REPORT-LINE
011694     ADD 1 TO WS-STAT-WRITTEN (2).
011695     COMPUTE WS-EXPECTED-COUNT = WS-EXPECTED-COUNT +
011696         WS-REQ-LAST-ITERATOR - WS-REQ-FIRST-ITERATOR + 1.
011697     MOVE 0 TO WS-REQ-RECORDS.
011698     MOVE 0 TO WS-REQ-FIZZ-COUNT.
011699     MOVE 0 TO WS-REQ-BUZZ-COUNT.
011700     MOVE 0 TO WS-REQ-FIZZBUZZ-COUNT.
011701     MOVE 0 TO WS-REQ-PLAIN-COUNT.
011714     MOVE 0 TO WS-REQ-OTHER-COUNT.
011701     MOVE 0 TO WS-REQ-FLAGGED-COUNT.
011702*
011705* WS-SUBTOTAL-LINE fields
011706*------------
011707 WRITE-SUBTOTAL-COUNT-LINE.
011722     MOVE WS-SUBTOTAL-LINE TO REPORT-LINE.
011737     WRITE REPORT-LINE
011752     ADD 1 TO WS-STAT-WRITTEN (2).
011767*
011782*------------
011800* Tie the control totals back to the iterator ranges that
011900* were actually present on FIZZOUT - WS-EXPECTED-COUNT IS
011950* THE SUM OF THE PER-REQUEST RANGES ACCUMULATED AS EACH
013410 WRITE-REPORT-TITLE.
013420     MOVE SPACES TO REPORT-LINE.
013430     MOVE "FIZBUZ CONTROL TOTAL REPORT" TO REPORT-LINE.
013440     WRITE REPORT-LINE
013445     ADD 1 TO WS-STAT-WRITTEN (2).
013450     MOVE SPACES TO REPORT-LINE.
013460     WRITE REPORT-LINE
013465     ADD 1 TO WS-STAT-WRITTEN (2).
013470*
013480*------------
013490* Format and write the grand control totals
013570     MOVE WS-GRAND-TOTAL      TO WS-EDIT-GRAND-TOTAL.
013600     MOVE SPACES TO REPORT-LINE.
013700     MOVE "GRAND CONTROL TOTALS - ALL REQUESTS" TO REPORT-LINE.
013800     WRITE REPORT-LINE
013850     ADD 1 TO WS-STAT-WRITTEN (2).
013900     MOVE SPACES TO REPORT-LINE.
014000     WRITE REPORT-LINE
014025     ADD 1 TO WS-STAT-WRITTEN (2).
014050     MOVE SPACES TO REPORT-LINE.
014100     STRING "ITERATOR RANGE COVERED    : " DELIMITED BY SIZE
014200         WS-EDIT-FIRST-ITERATOR DELIMITED BY SIZE
014400         WS-EDIT-LAST-ITERATOR DELIMITED BY SIZE
014500         INTO REPORT-LINE
014600     END-STRING.
014700     WRITE REPORT-LINE
014725     ADD 1 TO WS-STAT-WRITTEN (2).
014750     MOVE SPACES TO REPORT-LINE.
014800     STRING "FIZZ-ONLY COUNT           : " DELIMITED BY SIZE
014900         WS-EDIT-FIZZ-COUNT DELIMITED BY SIZE
015000         INTO REPORT-LINE
015100     END-STRING.
015200     WRITE REPORT-LINE
015225     ADD 1 TO WS-STAT-WRITTEN (2).
015250     MOVE SPACES TO REPORT-LINE.
015300     STRING "BUZZ-ONLY COUNT           : " DELIMITED BY SIZE
015400         WS-EDIT-BUZZ-COUNT DELIMITED BY SIZE
015500         INTO REPORT-LINE
015600     END-STRING.
015700     WRITE REPORT-LINE
015725     ADD 1 TO WS-STAT-WRITTEN (2).
015750     MOVE SPACES TO REPORT-LINE.
015800     STRING "FIZZBUZZ COUNT            : " DELIMITED BY SIZE
015900         WS-EDIT-FIZZBUZZ-COUNT DELIMITED BY SIZE
016000         INTO REPORT-LINE
016100     END-STRING.
016200     WRITE REPORT-LINE
016225     ADD 1 TO WS-STAT-WRITTEN (2).
016250     MOVE SPACES TO REPORT-LINE.
016300     STRING "PLAIN NUMBER COUNT        : " DELIMITED BY SIZE
016400         WS-EDIT-PLAIN-COUNT DELIMITED BY SIZE
016500         INTO REPORT-LINE
016600     END-STRING.
016700     WRITE REPORT-LINE
016701     ADD 1 TO WS-STAT-WRITTEN (2).
016702     MOVE SPACES TO REPORT-LINE.
016704     STRING "OTHER COMBINATION COUNT   : " DELIMITED BY SIZE
016706         WS-EDIT-OTHER-COUNT DELIMITED BY SIZE
016708         INTO REPORT-LINE
016712     END-STRING.
016714     WRITE REPORT-LINE
016717     ADD 1 TO WS-STAT-WRITTEN (2).
016720     MOVE SPACES TO REPORT-LINE.
016750     STRING "FLAGGED NUMBER COUNT      : " DELIMITED BY SIZE
016760         WS-EDIT-FLAGGED-COUNT DELIMITED BY SIZE
016770         INTO REPORT-LINE
016780     END-STRING.
016790     WRITE REPORT-LINE
016792     ADD 1 TO WS-STAT-WRITTEN (2).
016795     MOVE SPACES TO REPORT-LINE.
016800     STRING "GRAND TOTAL               : " DELIMITED BY SIZE
016900         WS-EDIT-GRAND-TOTAL DELIMITED BY SIZE
017000         INTO REPORT-LINE
017100     END-STRING.
017200     WRITE REPORT-LINE
017250     ADD 1 TO WS-STAT-WRITTEN (2).
017300     MOVE SPACES TO REPORT-LINE.
017400     WRITE REPORT-LINE
017450     ADD 1 TO WS-STAT-WRITTEN (2).
017500     IF WS-RANGE-DISCREPANCY
017600         MOVE "** DISCREPANCY - GRAND TOTAL DOES NOT TIE TO "
017700             TO REPORT-LINE
017800         WRITE REPORT-LINE
017850         ADD 1 TO WS-STAT-WRITTEN (2)
017900         MOVE "   THE ITERATOR RANGE OR RECORD COUNT **"
018000             TO REPORT-LINE
018100         WRITE REPORT-LINE
018150         ADD 1 TO WS-STAT-WRITTEN (2)
018200     ELSE
018300         MOVE "CONTROL TOTALS TIE OUT TO THE ITERATOR RANGE."
018400             TO REPORT-LINE
018500         WRITE REPORT-LINE
018550         ADD 1 TO WS-STAT-WRITTEN (2)
018600     END-IF.
018700     DISPLAY REPORT-LINE.
018800*
019200 CLOSE-FIZSUM-FILES.
019300     CLOSE FIZZOUT.
019400     CLOSE REPORTFILE.
019500*
019600*------------
019700* Note when the step started and name the files its record
019800* counts are kept for, in the order they are counted
019900*------------
020000 START-STEP-STATISTICS.
020100     ACCEPT WS-STAT-START-DATE FROM DATE YYYYMMDD.
020200     ACCEPT WS-STAT-START-TIME FROM TIME.
020300     PERFORM VARYING WS-STAT-SUB FROM 1 BY 1
020400         UNTIL WS-STAT-SUB > 10
020500         MOVE SPACES TO WS-STAT-DDNAME (WS-STAT-SUB)
020600         MOVE 0 TO WS-STAT-READ (WS-STAT-SUB)
020700         MOVE 0 TO WS-STAT-WRITTEN (WS-STAT-SUB)
020800     END-PERFORM.
020900     MOVE 'FIZZOUT' TO WS-STAT-DDNAME (1).
021000     MOVE 'REPORTFILE' TO WS-STAT-DDNAME (2).
021100*
021200*------------
021300* Append the step statistics record to STATFILE under the
021400* job and step named on the STATCTL card.  THE RETURN CODE
021500* IS WHATEVER THE STEP HAS SET BY NOW.  A STATFILE THAT
021600* CANNOT BE OPENED IS WARNED AND DOES NOT CHANGE IT
021700*------------
021800 WRITE-STEP-STATISTICS.
021900     MOVE SPACES TO STATREC-RECORD.
022000     OPEN INPUT STATCTL.
022100     IF WS-STATCTL-FILE-FOUND
022200         READ STATCTL
022300             AT END
022400                 MOVE SPACES TO STATCARD-RECORD
022500         END-READ
022600         MOVE SC-JOB-NAME TO ST-JOB-NAME
022700         MOVE SC-STEP-NAME TO ST-STEP-NAME
022800         CLOSE STATCTL
022900     END-IF.
023000     MOVE 'FIZSUM' TO ST-PROGRAM-ID.
023100     MOVE WS-STAT-START-DATE TO ST-START-DATE.
023200     MOVE WS-STAT-START-TIME TO ST-START-TIME.
023300     ACCEPT ST-END-DATE FROM DATE YYYYMMDD.
023400     ACCEPT ST-END-TIME FROM TIME.
023500     MOVE RETURN-CODE TO ST-RETURN-CODE.
023600     MOVE 2 TO ST-FILE-COUNT.
023700     PERFORM VARYING WS-STAT-SUB FROM 1 BY 1
023800         UNTIL WS-STAT-SUB > 10
023900         MOVE WS-STAT-DDNAME (WS-STAT-SUB)
024000             TO ST-FILE-DDNAME (WS-STAT-SUB)
024100         MOVE WS-STAT-READ (WS-STAT-SUB)
024200             TO ST-RECORDS-READ (WS-STAT-SUB)
024300         MOVE WS-STAT-WRITTEN (WS-STAT-SUB)
024400             TO ST-RECORDS-WRITTEN (WS-STAT-SUB)
024500     END-PERFORM.
024600     OPEN EXTEND STATFILE.
024700     IF NOT WS-STAT-FILE-FOUND
024800         OPEN OUTPUT STATFILE
024900     END-IF.
025000     IF WS-STAT-FILE-FOUND
025100         WRITE STATREC-RECORD
025200         CLOSE STATFILE
025300     ELSE
025400         DISPLAY 'FIZSUM0001W - STATFILE COULD NOT BE OPENED '
025500             '(FILE STATUS ' WS-STAT-FILE-STATUS ') - STEP '
025600             'STATISTICS NOT RECORDED'
025700     END-IF.

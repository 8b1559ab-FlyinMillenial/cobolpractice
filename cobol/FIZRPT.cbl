003240*                    INVOLVING AN EXTRA RULE PRINT CLASS     *
003250*                    'COMBO' AND GET THEIR OWN SUBTOTAL      *
003260*                    AND FINAL-TOTAL LINES.                  *
003265*   2026-10-15  RAK  STEP STATISTICS - START AND END TIME,   *
003270*                    RECORDS READ AND WRITTEN PER FILE AND   *
003275*                    RETURN CODE APPENDED TO STATFILE        *
003280*                    (COPYBOOK STATREC) AS THE PROGRAM ENDS, *
003285*                    FILED UNDER THE JOB AND STEP ON THE     *
003290*                    STATCTL CARD.                           *
003300*                                                          *
003400************************************************************
003500*
004100         FILE STATUS IS WS-FIZZ-FILE-STATUS.
004200     SELECT FIZRPTF ASSIGN TO "FIZRPTF"
004300         ORGANIZATION IS LINE SEQUENTIAL.
004314     SELECT STATCTL ASSIGN TO "STATCTL"
004328         ORGANIZATION IS LINE SEQUENTIAL
004342         FILE STATUS IS WS-STATCTL-FILE-STATUS.
004356     SELECT STATFILE ASSIGN TO "STATFILE"
004370         ORGANIZATION IS LINE SEQUENTIAL
004384         FILE STATUS IS WS-STAT-FILE-STATUS.
004400*
004500 DATA DIVISION.
004600 FILE SECTION.
005000 FD  FIZRPTF
005100     RECORDING MODE IS F.
005200 01  REPORT-LINE                 PIC X(132).
005214 FD  STATCTL
005228     RECORDING MODE IS F.
005242 COPY STATCARD.
005256 FD  STATFILE
005270     RECORDING MODE IS F.
005284 COPY STATREC.
005300*
005400 WORKING-STORAGE SECTION.
005500 01  WS-FIZZ-FILE-STATUS          PIC X(02) VALUE '00'.
013700* headings write through REPORT-LINE, so the pending line
013800* has to be held here until the headings are out
013900 01  WS-PRINT-LINE               PIC X(132) VALUE SPACES.
013905*
013910* Step statistics - when the step started and the records
013915* it read and wrote per file, appended to STATFILE as the
013920* step ends
013925 01  WS-STATCTL-FILE-STATUS       PIC X(02) VALUE '00'.
013930     88  WS-STATCTL-FILE-FOUND        VALUE '00'.
013935 01  WS-STAT-FILE-STATUS          PIC X(02) VALUE '00'.
013940     88  WS-STAT-FILE-FOUND           VALUE '00'.
013945 01  WS-STAT-START-DATE           PIC 9(8) VALUE 0.
013950 01  WS-STAT-START-TIME           PIC 9(8) VALUE 0.
013955 01  WS-STAT-SUB                  PIC 9(2) COMP VALUE 0.
013960 01  WS-STAT-FILE-TABLE.
013965     05  WS-STAT-FILE-ENTRY OCCURS 10 TIMES.
013970         10  WS-STAT-DDNAME      PIC X(10).
013975         10  WS-STAT-READ        PIC 9(11) COMP.
013980         10  WS-STAT-WRITTEN     PIC 9(11) COMP.
014000*
014100 PROCEDURE DIVISION.
014200*------------
014500* the final control totals
014600*------------
014700 PRODUCE-DETAIL-LISTING.
014750     PERFORM START-STEP-STATISTICS.
014800     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
014900     PERFORM SCAN-DETAIL-BOUNDS.
015000     IF NOT WS-FIZZ-FILE-FOUND
015100         AND WS-FIZZ-FILE-STATUS NOT = '10'
015200         MOVE 16 TO RETURN-CODE
015250         PERFORM WRITE-STEP-STATISTICS
015300         GOBACK
015400     END-IF.
015500     OPEN OUTPUT FIZRPTF.
015900     END-IF.
016000     PERFORM WRITE-FINAL-TOTALS.
016100     CLOSE FIZRPTF.
016150     PERFORM WRITE-STEP-STATISTICS
016200     GOBACK.
016300*
016400*------------
017700             AT END
017800                 SET WS-FIZZOUT-EOF TO TRUE
017900             NOT AT END
017950                 ADD 1 TO WS-STAT-READ (1)
018000                 PERFORM NOTE-DETAIL-BOUNDS
018100         END-READ
018200     END-PERFORM.
020500             AT END
020600                 SET WS-FIZZOUT-EOF TO TRUE
020700             NOT AT END
020750                 ADD 1 TO WS-STAT-READ (1)
020800                 PERFORM PRINT-ONE-ITERATION
020900         END-READ
021000     END-PERFORM.
027700         PERFORM WRITE-PAGE-HEADINGS
027800     END-IF.
027900     MOVE WS-PRINT-LINE TO REPORT-LINE.
028000     WRITE REPORT-LINE
028050     ADD 1 TO WS-STAT-WRITTEN (2).
028100     ADD 1 TO WS-LINE-COUNT.
028200*
028300*------------
029100     MOVE WS-LOW-ITERATOR TO HD2-LOW-ITERATOR.
029200     MOVE WS-HIGH-ITERATOR TO HD2-HIGH-ITERATOR.
029300     MOVE WS-HEADING-LINE-1 TO REPORT-LINE.
029400     WRITE REPORT-LINE
029450     ADD 1 TO WS-STAT-WRITTEN (2).
029500     MOVE WS-HEADING-LINE-2 TO REPORT-LINE.
029600     WRITE REPORT-LINE
029650     ADD 1 TO WS-STAT-WRITTEN (2).
029700     MOVE SPACES TO REPORT-LINE.
029800     WRITE REPORT-LINE
029850     ADD 1 TO WS-STAT-WRITTEN (2).
029900     MOVE WS-HEADING-LINE-3 TO REPORT-LINE.
030000     WRITE REPORT-LINE
030050     ADD 1 TO WS-STAT-WRITTEN (2).
030100     MOVE SPACES TO REPORT-LINE.
030200     WRITE REPORT-LINE
030250     ADD 1 TO WS-STAT-WRITTEN (2).
030300     MOVE 5 TO WS-LINE-COUNT.
030400*
030500*------------
037000     MOVE 'FINAL TOTALS - GRAND TOTAL' TO TOT-LABEL.
037100     MOVE WS-GRAND-TOTAL TO TOT-VALUE.
037200     PERFORM WRITE-TOTAL-LINE.
037300*
037400*------------
037500* Note when the step started and name the files its record
037600* counts are kept for, in the order they are counted
037700*------------
037800 START-STEP-STATISTICS.
037900     ACCEPT WS-STAT-START-DATE FROM DATE YYYYMMDD.
038000     ACCEPT WS-STAT-START-TIME FROM TIME.
038100     PERFORM VARYING WS-STAT-SUB FROM 1 BY 1
038200         UNTIL WS-STAT-SUB > 10
038300         MOVE SPACES TO WS-STAT-DDNAME (WS-STAT-SUB)
038400         MOVE 0 TO WS-STAT-READ (WS-STAT-SUB)
038500         MOVE 0 TO WS-STAT-WRITTEN (WS-STAT-SUB)
038600     END-PERFORM.
038700     MOVE 'FIZZOUT' TO WS-STAT-DDNAME (1).
038800     MOVE 'FIZRPTF' TO WS-STAT-DDNAME (2).
038900*
039000*------------
039100* Append the step statistics record to STATFILE under the
039200* job and step named on the STATCTL card.  THE RETURN CODE
039300* IS WHATEVER THE STEP HAS SET BY NOW.  A STATFILE THAT
039400* CANNOT BE OPENED IS WARNED AND DOES NOT CHANGE IT
039500*------------
039600 WRITE-STEP-STATISTICS.
039700     MOVE SPACES TO STATREC-RECORD.
039800     OPEN INPUT STATCTL.
039900     IF WS-STATCTL-FILE-FOUND
040000         READ STATCTL
040100             AT END
040200                 MOVE SPACES TO STATCARD-RECORD
040300         END-READ
040400         MOVE SC-JOB-NAME TO ST-JOB-NAME
040500         MOVE SC-STEP-NAME TO ST-STEP-NAME
040600         CLOSE STATCTL
040700     END-IF.
040800     MOVE 'FIZRPT' TO ST-PROGRAM-ID.
040900     MOVE WS-STAT-START-DATE TO ST-START-DATE.
041000     MOVE WS-STAT-START-TIME TO ST-START-TIME.
041100     ACCEPT ST-END-DATE FROM DATE YYYYMMDD.
041200     ACCEPT ST-END-TIME FROM TIME.
041300     MOVE RETURN-CODE TO ST-RETURN-CODE.
041400     MOVE 2 TO ST-FILE-COUNT.
041500     PERFORM VARYING WS-STAT-SUB FROM 1 BY 1
041600         UNTIL WS-STAT-SUB > 10
041700         MOVE WS-STAT-DDNAME (WS-STAT-SUB)
041800             TO ST-FILE-DDNAME (WS-STAT-SUB)
041900         MOVE WS-STAT-READ (WS-STAT-SUB)
042000             TO ST-RECORDS-READ (WS-STAT-SUB)
042100         MOVE WS-STAT-WRITTEN (WS-STAT-SUB)
042200             TO ST-RECORDS-WRITTEN (WS-STAT-SUB)
042300     END-PERFORM.
042400     OPEN EXTEND STATFILE.
042500     IF NOT WS-STAT-FILE-FOUND
042600         OPEN OUTPUT STATFILE
042700     END-IF.
042800     IF WS-STAT-FILE-FOUND
042900         WRITE STATREC-RECORD
043000         CLOSE STATFILE
043100     ELSE
043200         DISPLAY 'FIZRPT0002W - STATFILE COULD NOT BE OPENED '
043300             '(FILE STATUS ' WS-STAT-FILE-STATUS ') - STEP '
043400             'STATISTICS NOT RECORDED'
043500     END-IF.

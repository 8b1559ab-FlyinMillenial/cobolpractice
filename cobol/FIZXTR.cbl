003540*   2026-09-02  RAK  COMBINATIONS INVOLVING A CLASSIFICATION *
003550*                    RULE BEYOND THE FIRST TWO (SEE          *
003560*                    RULECARD) SPELL OUT AS 'COMBO' ON THE   *
003564*                    DELIMITED DETAIL RECORD.                *
003568*   2026-10-15  RAK  STEP STATISTICS - START AND END TIME,   *
003572*                    RECORDS READ AND WRITTEN PER FILE AND   *
003576*                    RETURN CODE APPENDED TO STATFILE        *
003580*                    (COPYBOOK STATREC) AS THE PROGRAM ENDS, *
003584*                    FILED UNDER THE JOB AND STEP ON THE     *
003588*                    STATCTL CARD.                           *
003592*                                                          *
003600************************************************************
003700*
003800 ENVIRONMENT DIVISION.
004530         ACCESS MODE IS RANDOM
004540         RECORD KEY IS XC-EXTRACT-KEY
004550         FILE STATUS IS WS-CTL-FILE-STATUS.
004557     SELECT STATCTL ASSIGN TO "STATCTL"
004564         ORGANIZATION IS LINE SEQUENTIAL
004571         FILE STATUS IS WS-STATCTL-FILE-STATUS.
004578     SELECT STATFILE ASSIGN TO "STATFILE"
004585         ORGANIZATION IS LINE SEQUENTIAL
004592         FILE STATUS IS WS-STAT-FILE-STATUS.
004600*
004700 DATA DIVISION.
004800 FILE SECTION.
005400 01  EXTRACT-RECORD              PIC X(80).
005410 FD  XMITCTL.
005420 COPY XMITREC.
005431 FD  STATCTL
005442     RECORDING MODE IS F.
005453 COPY STATCARD.
005464 FD  STATFILE
005475     RECORDING MODE IS F.
005486 COPY STATREC.
005500*
005600 WORKING-STORAGE SECTION.
005700 01  WS-FIZZ-FILE-STATUS          PIC X(02) VALUE '00'.
007700 01  WS-EDIT-DETAIL-COUNT         PIC 9(09).
007800 01  WS-EDIT-HASH-TOTAL           PIC 9(18).
007900 01  WS-CLASS-TEXT                PIC X(08) VALUE SPACES.
007905*
007910* Step statistics - when the step started and the records
007915* it read and wrote per file, appended to STATFILE as the
007920* step ends
007925 01  WS-STATCTL-FILE-STATUS       PIC X(02) VALUE '00'.
007930     88  WS-STATCTL-FILE-FOUND        VALUE '00'.
007935 01  WS-STAT-FILE-STATUS          PIC X(02) VALUE '00'.
007940     88  WS-STAT-FILE-FOUND           VALUE '00'.
007945 01  WS-STAT-START-DATE           PIC 9(8) VALUE 0.
007950 01  WS-STAT-START-TIME           PIC 9(8) VALUE 0.
007955 01  WS-STAT-SUB                  PIC 9(2) COMP VALUE 0.
007960 01  WS-STAT-FILE-TABLE.
007965     05  WS-STAT-FILE-ENTRY OCCURS 10 TIMES.
007970         10  WS-STAT-DDNAME      PIC X(10).
007975         10  WS-STAT-READ        PIC 9(11) COMP.
007980         10  WS-STAT-WRITTEN     PIC 9(11) COMP.
008000*
008100 PROCEDURE DIVISION.
008200*------------
008400* the first pass, then write header, detail and trailer
008500*------------
008600 PRODUCE-EXTRACT-FILE.
008650     PERFORM START-STEP-STATISTICS.
008700     PERFORM TALLY-EXTRACT-TOTALS.
008800     IF NOT WS-FIZZ-FILE-FOUND
008900         AND WS-FIZZ-FILE-STATUS NOT = '10'
009000         MOVE 16 TO RETURN-CODE
009050         PERFORM WRITE-STEP-STATISTICS
009100         GOBACK
009200     END-IF.
009300     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
009800     PERFORM WRITE-TRAILER-RECORD.
009900     CLOSE EXTFILE.
009910     PERFORM REGISTER-TRANSMISSION.
009955     PERFORM WRITE-STEP-STATISTICS
010000     GOBACK.
010100*
010200*------------
011600             AT END
011700                 SET WS-FIZZOUT-EOF TO TRUE
011800             NOT AT END
011850                 ADD 1 TO WS-STAT-READ (1)
011900                 PERFORM TALLY-ONE-EXTRACT-RECORD
012000         END-READ
012100     END-PERFORM.
015500         WS-EDIT-HIGH-ITERATOR DELIMITED BY SIZE
015600         INTO EXTRACT-RECORD
015700     END-STRING.
015800     WRITE EXTRACT-RECORD
015850     ADD 1 TO WS-STAT-WRITTEN (2).
015900*
016000*------------
016100* Second pass over FIZZOUT - one delimited detail record
016900             AT END
017000                 SET WS-FIZZOUT-EOF TO TRUE
017100             NOT AT END
017150                 ADD 1 TO WS-STAT-READ (1)
017200                 PERFORM WRITE-ONE-DETAIL-RECORD
017300         END-READ
017400     END-PERFORM.
020400         FZ-REQUEST-SEQ DELIMITED BY SIZE
020500         INTO EXTRACT-RECORD
020600     END-STRING.
020700     WRITE EXTRACT-RECORD
020750     ADD 1 TO WS-STAT-WRITTEN (2).
020800*
020810*------------
020820* Register the transmission on the XMITCTL control dataset
020907         WRITE XMITCTL-RECORD
020908             INVALID KEY
020909                 REWRITE XMITCTL-RECORD
020910         END-WRITE
020911         ADD 1 TO WS-STAT-WRITTEN (3)
020912         CLOSE XMITCTL
020913     ELSE
020914         DISPLAY 'FIZXTR0002W - XMITCTL NOT AVAILABLE (FILE '
022000         WS-EDIT-HASH-TOTAL DELIMITED BY SIZE
022100         INTO EXTRACT-RECORD
022200     END-STRING.
022300     WRITE EXTRACT-RECORD
022400     ADD 1 TO WS-STAT-WRITTEN (2).
022500*
022600*------------
022700* Note when the step started and name the files its record
022800* counts are kept for, in the order they are counted
022900*------------
023000 START-STEP-STATISTICS.
023100     ACCEPT WS-STAT-START-DATE FROM DATE YYYYMMDD.
023200     ACCEPT WS-STAT-START-TIME FROM TIME.
023300     PERFORM VARYING WS-STAT-SUB FROM 1 BY 1
023400         UNTIL WS-STAT-SUB > 10
023500         MOVE SPACES TO WS-STAT-DDNAME (WS-STAT-SUB)
023600         MOVE 0 TO WS-STAT-READ (WS-STAT-SUB)
023700         MOVE 0 TO WS-STAT-WRITTEN (WS-STAT-SUB)
023800     END-PERFORM.
023900     MOVE 'FIZZOUT' TO WS-STAT-DDNAME (1).
024000     MOVE 'EXTFILE' TO WS-STAT-DDNAME (2).
024100     MOVE 'XMITCTL' TO WS-STAT-DDNAME (3).
024200*
024300*------------
024400* Append the step statistics record to STATFILE under the
024500* job and step named on the STATCTL card.  THE RETURN CODE
024600* IS WHATEVER THE STEP HAS SET BY NOW.  A STATFILE THAT
024700* CANNOT BE OPENED IS WARNED AND DOES NOT CHANGE IT
024800*------------
024900 WRITE-STEP-STATISTICS.
025000     MOVE SPACES TO STATREC-RECORD.
025100     OPEN INPUT STATCTL.
025200     IF WS-STATCTL-FILE-FOUND
025300         READ STATCTL
025400             AT END
025500                 MOVE SPACES TO STATCARD-RECORD
025600         END-READ
025700         MOVE SC-JOB-NAME TO ST-JOB-NAME
025800         MOVE SC-STEP-NAME TO ST-STEP-NAME
025900         CLOSE STATCTL
026000     END-IF.
026100     MOVE 'FIZXTR' TO ST-PROGRAM-ID.
026200     MOVE WS-STAT-START-DATE TO ST-START-DATE.
026300     MOVE WS-STAT-START-TIME TO ST-START-TIME.
026400     ACCEPT ST-END-DATE FROM DATE YYYYMMDD.
026500     ACCEPT ST-END-TIME FROM TIME.
026600     MOVE RETURN-CODE TO ST-RETURN-CODE.
026700     MOVE 3 TO ST-FILE-COUNT.
026800     PERFORM VARYING WS-STAT-SUB FROM 1 BY 1
026900         UNTIL WS-STAT-SUB > 10
027000         MOVE WS-STAT-DDNAME (WS-STAT-SUB)
027100             TO ST-FILE-DDNAME (WS-STAT-SUB)
027200         MOVE WS-STAT-READ (WS-STAT-SUB)
027300             TO ST-RECORDS-READ (WS-STAT-SUB)
027400         MOVE WS-STAT-WRITTEN (WS-STAT-SUB)
027500             TO ST-RECORDS-WRITTEN (WS-STAT-SUB)
027600     END-PERFORM.
027700     OPEN EXTEND STATFILE.
027800     IF NOT WS-STAT-FILE-FOUND
027900         OPEN OUTPUT STATFILE
028000     END-IF.
028100     IF WS-STAT-FILE-FOUND
028200         WRITE STATREC-RECORD
028300         CLOSE STATFILE
028400     ELSE
028500         DISPLAY 'FIZXTR0003W - STATFILE COULD NOT BE OPENED '
028600             '(FILE STATUS ' WS-STAT-FILE-STATUS ') - STEP '
028700             'STATISTICS NOT RECORDED'
028800     END-IF.

003800*                                                          *
003900* MODIFICATION HISTORY                                     *
004000*   2026-09-02  RAK  ORIGINAL PROGRAM.                      *
004014*   2026-10-15  RAK  STEP STATISTICS - START AND END TIME,  *
004028*                    RECORDS READ AND WRITTEN PER FILE AND  *
004042*                    RETURN CODE APPENDED TO STATFILE       *
004056*                    (COPYBOOK STATREC) AS THE PROGRAM      *
004070*                    ENDS, FILED UNDER THE JOB AND STEP ON  *
004084*                    THE STATCTL CARD.                      *
004100*                                                          *
004200************************************************************
004300*
006500         ORGANIZATION IS LINE SEQUENTIAL.
006600     SELECT BRST006 ASSIGN TO "BRST006"
006700         ORGANIZATION IS LINE SEQUENTIAL.
006714     SELECT STATCTL ASSIGN TO "STATCTL"
006728         ORGANIZATION IS LINE SEQUENTIAL
006742         FILE STATUS IS WS-STATCTL-FILE-STATUS.
006756     SELECT STATFILE ASSIGN TO "STATFILE"
006770         ORGANIZATION IS LINE SEQUENTIAL
006784         FILE STATUS IS WS-STAT-FILE-STATUS.
006800*
006900 DATA DIVISION.
007000 FILE SECTION.
009500 FD  BRST006
009600     RECORDING MODE IS F.
009700 01  BRST6-LINE                  PIC X(132).
009714 FD  STATCTL
009728     RECORDING MODE IS F.
009742 COPY STATCARD.
009756 FD  STATFILE
009770     RECORDING MODE IS F.
009784 COPY STATREC.
009800*
009900 WORKING-STORAGE SECTION.
010000 01  WS-DIST-FILE-STATUS          PIC X(02) VALUE '00'.
022100 01  WS-RULE-NUMBER               PIC 9(01) VALUE 0.
022200 01  WS-BANNER-DIVISOR            PIC 9(3) COMP VALUE 0.
022300 01  WS-BANNER-LABEL              PIC X(08) VALUE SPACES.
022305*
022310* Step statistics - when the step started and the records
022315* it read and wrote per file, appended to STATFILE as the
022320* step ends
022325 01  WS-STATCTL-FILE-STATUS       PIC X(02) VALUE '00'.
022330     88  WS-STATCTL-FILE-FOUND        VALUE '00'.
022335 01  WS-STAT-FILE-STATUS          PIC X(02) VALUE '00'.
022340     88  WS-STAT-FILE-FOUND           VALUE '00'.
022345 01  WS-STAT-START-DATE           PIC 9(8) VALUE 0.
022350 01  WS-STAT-START-TIME           PIC 9(8) VALUE 0.
022355 01  WS-STAT-SUB                  PIC 9(2) COMP VALUE 0.
022360 01  WS-STAT-FILE-TABLE.
022365     05  WS-STAT-FILE-ENTRY OCCURS 10 TIMES.
022370         10  WS-STAT-DDNAME      PIC X(10).
022375         10  WS-STAT-READ        PIC 9(11) COMP.
022380         10  WS-STAT-WRITTEN     PIC 9(11) COMP.
022400*
022500 PROCEDURE DIVISION.
022600*------------
023000* with the unrouted summary on SYSOUT
023100*------------
023200 BURST-DETAIL-LISTING.
023250     PERFORM START-STEP-STATISTICS.
023300     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
023400     PERFORM INITIALIZE-TABLES.
023500     PERFORM LOAD-DISTRIBUTION-DECK.
025300             AT END
025400                 SET WS-FIZZOUT-EOF TO TRUE
025500             NOT AT END
025550                 ADD 1 TO WS-STAT-READ (3)
025600                 PERFORM BURST-ONE-DETAIL-RECORD
025700         END-READ
025800     END-PERFORM.
027300         AND (WS-BAD-CARD-COUNT > 0 OR WS-UNROUTED-COUNT > 0)
027400         MOVE 4 TO RETURN-CODE
027500     END-IF.
027550     PERFORM WRITE-STEP-STATISTICS
027600     GOBACK.
027700*
027800*------------
032700             AT END
032800                 SET WS-DISTFILE-EOF TO TRUE
032900             NOT AT END
032950                 ADD 1 TO WS-STAT-READ (1)
033000                 PERFORM LOAD-ONE-DIST-CARD
033100         END-READ
033200     END-PERFORM.
038700             AT END
038800                 SET WS-AUDITFILE-EOF TO TRUE
038900             NOT AT END
038950                 ADD 1 TO WS-STAT-READ (2)
039000                 PERFORM LOAD-ONE-AUDIT-RECORD
039100         END-READ
039200     END-PERFORM.
072100         WHEN 1
072200             MOVE WS-PRINT-LINE TO BRST1-LINE
072300             WRITE BRST1-LINE
072350             ADD 1 TO WS-STAT-WRITTEN (4)
072400         WHEN 2
072500             MOVE WS-PRINT-LINE TO BRST2-LINE
072600             WRITE BRST2-LINE
072650             ADD 1 TO WS-STAT-WRITTEN (5)
072700         WHEN 3
072800             MOVE WS-PRINT-LINE TO BRST3-LINE
072900             WRITE BRST3-LINE
072950             ADD 1 TO WS-STAT-WRITTEN (6)
073000         WHEN 4
073100             MOVE WS-PRINT-LINE TO BRST4-LINE
073200             WRITE BRST4-LINE
073250             ADD 1 TO WS-STAT-WRITTEN (7)
073300         WHEN 5
073400             MOVE WS-PRINT-LINE TO BRST5-LINE
073500             WRITE BRST5-LINE
073550             ADD 1 TO WS-STAT-WRITTEN (8)
073600         WHEN 6
073700             MOVE WS-PRINT-LINE TO BRST6-LINE
073800             WRITE BRST6-LINE
073850             ADD 1 TO WS-STAT-WRITTEN (9)
073900     END-EVALUATE.
074000*
074100*------------
075300         DISPLAY 'FIZBRS0009W - ' WS-BAD-CARD-COUNT
075400             ' DISTRIBUTION CARDS COULD NOT BE USED'
075500     END-IF.
075600*
075700*------------
075800* Note when the step started and name the files its record
075900* counts are kept for, in the order they are counted
076000*------------
076100 START-STEP-STATISTICS.
076200     ACCEPT WS-STAT-START-DATE FROM DATE YYYYMMDD.
076300     ACCEPT WS-STAT-START-TIME FROM TIME.
076400     PERFORM VARYING WS-STAT-SUB FROM 1 BY 1
076500         UNTIL WS-STAT-SUB > 10
076600         MOVE SPACES TO WS-STAT-DDNAME (WS-STAT-SUB)
076700         MOVE 0 TO WS-STAT-READ (WS-STAT-SUB)
076800         MOVE 0 TO WS-STAT-WRITTEN (WS-STAT-SUB)
076900     END-PERFORM.
077000     MOVE 'DISTFILE' TO WS-STAT-DDNAME (1).
077100     MOVE 'AUDITFILE' TO WS-STAT-DDNAME (2).
077200     MOVE 'FIZZOUT' TO WS-STAT-DDNAME (3).
077300     MOVE 'BRST001' TO WS-STAT-DDNAME (4).
077400     MOVE 'BRST002' TO WS-STAT-DDNAME (5).
077500     MOVE 'BRST003' TO WS-STAT-DDNAME (6).
077600     MOVE 'BRST004' TO WS-STAT-DDNAME (7).
077700     MOVE 'BRST005' TO WS-STAT-DDNAME (8).
077800     MOVE 'BRST006' TO WS-STAT-DDNAME (9).
077900*
078000*------------
078100* Append the step statistics record to STATFILE under the
078200* job and step named on the STATCTL card.  THE RETURN CODE
078300* IS WHATEVER THE STEP HAS SET BY NOW.  A STATFILE THAT
078400* CANNOT BE OPENED IS WARNED AND DOES NOT CHANGE IT
078500*------------
078600 WRITE-STEP-STATISTICS.
078700     MOVE SPACES TO STATREC-RECORD.
078800     OPEN INPUT STATCTL.
078900     IF WS-STATCTL-FILE-FOUND
079000         READ STATCTL
079100             AT END
079200                 MOVE SPACES TO STATCARD-RECORD
079300         END-READ
079400         MOVE SC-JOB-NAME TO ST-JOB-NAME
079500         MOVE SC-STEP-NAME TO ST-STEP-NAME
079600         CLOSE STATCTL
079700     END-IF.
079800     MOVE 'FIZBRS' TO ST-PROGRAM-ID.
079900     MOVE WS-STAT-START-DATE TO ST-START-DATE.
080000     MOVE WS-STAT-START-TIME TO ST-START-TIME.
080100     ACCEPT ST-END-DATE FROM DATE YYYYMMDD.
080200     ACCEPT ST-END-TIME FROM TIME.
080300     MOVE RETURN-CODE TO ST-RETURN-CODE.
080400     MOVE 9 TO ST-FILE-COUNT.
080500     PERFORM VARYING WS-STAT-SUB FROM 1 BY 1
080600         UNTIL WS-STAT-SUB > 10
080700         MOVE WS-STAT-DDNAME (WS-STAT-SUB)
080800             TO ST-FILE-DDNAME (WS-STAT-SUB)
080900         MOVE WS-STAT-READ (WS-STAT-SUB)
081000             TO ST-RECORDS-READ (WS-STAT-SUB)
081100         MOVE WS-STAT-WRITTEN (WS-STAT-SUB)
081200             TO ST-RECORDS-WRITTEN (WS-STAT-SUB)
081300     END-PERFORM.
081400     OPEN EXTEND STATFILE.
081500     IF NOT WS-STAT-FILE-FOUND
081600         OPEN OUTPUT STATFILE
081700     END-IF.
081800     IF WS-STAT-FILE-FOUND
081900         WRITE STATREC-RECORD
082000         CLOSE STATFILE
082100     ELSE
082200         DISPLAY 'FIZBRS0010W - STATFILE COULD NOT BE OPENED '
082300             '(FILE STATUS ' WS-STAT-FILE-STATUS ') - STEP '
082400             'STATISTICS NOT RECORDED'
082500     END-IF.

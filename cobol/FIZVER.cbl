003930*                    SPOT-CHECK - THE FIFTEEN-TERM           *
003940*                    INCLUSION-EXCLUSION OVER FOUR           *
003950*                    DIVISORS IS NOT WORTH ITS UPKEEP.       *
003960*   2026-10-15  RAK  EVERY FAILURE IS ALSO APPENDED TO THE   *
003970*                    SHARED ALERTFILE - ONE ALERT PER        *
003980*                    REQUEST WHOSE COUNTS DISAGREE           *
003990*                    (FIZVER0003E) OR WHOSE SAMPLES FAIL     *
003991*                    (FIZVER0004E), PLUS THE OPEN FAILURES.  *
003992*   2026-10-15  RAK  STEP STATISTICS - START AND END TIME,   *
003993*                    RECORDS READ AND WRITTEN PER FILE AND   *
003994*                    RETURN CODE APPENDED TO STATFILE        *
003995*                    (COPYBOOK STATREC) AS THE PROGRAM ENDS, *
003996*                    FILED UNDER THE JOB AND STEP ON THE     *
003997*                    STATCTL CARD.                           *
003998*                                                          *
004000************************************************************
004100*
004200 ENVIRONMENT DIVISION.
005200         FILE STATUS IS WS-MST-FILE-STATUS.
005300     SELECT VERRPT ASSIGN TO "VERRPT"
005400         ORGANIZATION IS LINE SEQUENTIAL.
005410     SELECT ALERTFILE ASSIGN TO "ALERTFILE"
005420         ORGANIZATION IS LINE SEQUENTIAL
005430         FILE STATUS IS WS-ALERT-FILE-STATUS.
005440     SELECT STATCTL ASSIGN TO "STATCTL"
005450         ORGANIZATION IS LINE SEQUENTIAL
005460         FILE STATUS IS WS-STATCTL-FILE-STATUS.
005470     SELECT STATFILE ASSIGN TO "STATFILE"
005480         ORGANIZATION IS LINE SEQUENTIAL
005490         FILE STATUS IS WS-STAT-FILE-STATUS.
005500*
005600 DATA DIVISION.
005700 FILE SECTION.
006300 FD  VERRPT
006400     RECORDING MODE IS F.
006500 01  REPORT-LINE                 PIC X(80).
006510 FD  ALERTFILE
006520     RECORDING MODE IS F.
006530 COPY ALERTREC.
006540 FD  STATCTL
006550     RECORDING MODE IS F.
006560 COPY STATCARD.
006570 FD  STATFILE
006580     RECORDING MODE IS F.
006590 COPY STATREC.
006600*
006700 WORKING-STORAGE SECTION.
006800 01  WS-AUDIT-FILE-STATUS         PIC X(02) VALUE '00'.
007800     88  WS-RUN-IS-VERIFIED           VALUE 'Y'.
007900 01  WS-MST-OPEN-SWITCH           PIC X(01) VALUE 'N'.
008000     88  WS-MASTER-IS-OPEN            VALUE 'Y'.
008010 01  WS-REQ-COUNTS-SWITCH         PIC X(01) VALUE 'Y'.
008020     88  WS-REQ-COUNTS-AGREE          VALUE 'Y'.
008030 01  WS-REQ-SAMPLES-SWITCH        PIC X(01) VALUE 'Y'.
008040     88  WS-REQ-SAMPLES-AGREE         VALUE 'Y'.
008100*
008200* Run stamp (date and time together) used to pick out the
008300* latest run's set of audit records
015400*
015500 01  WS-COMPARE-EXPECTED-VALUE    PIC 9(9) COMP VALUE 0.
015600 01  WS-COMPARE-AUDITED-VALUE     PIC 9(9) COMP VALUE 0.
015606*
015612* Staging for the exception records appended to the shared
015618* ALERTFILE, and its open state
015624 01  WS-ALERT-FILE-STATUS         PIC X(02) VALUE '00'.
015630     88  WS-ALERT-FILE-FOUND          VALUE '00'.
015636 01  WS-ALERT-TRIED-SWITCH        PIC X(01) VALUE 'N'.
015642     88  WS-ALERT-OPEN-TRIED          VALUE 'Y'.
015648 01  WS-ALERT-OPEN-SWITCH         PIC X(01) VALUE 'N'.
015654     88  WS-ALERT-FILE-IS-OPEN        VALUE 'Y'.
015660 01  WS-ALERT-DATE                PIC 9(8) VALUE 0.
015666 01  WS-ALERT-TIME                PIC 9(8) VALUE 0.
015672 01  WS-ALERT-REQUEST-ID          PIC 9(3) VALUE 0.
015678 01  WS-ALERT-SEVERITY            PIC X(01) VALUE SPACE.
015684 01  WS-ALERT-CODE                PIC X(10) VALUE SPACES.
015690 01  WS-ALERT-TEXT                PIC X(60) VALUE SPACES.
015696*
015702* Step statistics - when the step started and the records
015708* it read and wrote per file, appended to STATFILE as the
015714* step ends
015720 01  WS-STATCTL-FILE-STATUS       PIC X(02) VALUE '00'.
015726     88  WS-STATCTL-FILE-FOUND        VALUE '00'.
015732 01  WS-STAT-FILE-STATUS          PIC X(02) VALUE '00'.
015738     88  WS-STAT-FILE-FOUND           VALUE '00'.
015744 01  WS-STAT-START-DATE           PIC 9(8) VALUE 0.
015750 01  WS-STAT-START-TIME           PIC 9(8) VALUE 0.
015756 01  WS-STAT-SUB                  PIC 9(2) COMP VALUE 0.
015762 01  WS-STAT-FILE-TABLE.
015768     05  WS-STAT-FILE-ENTRY OCCURS 10 TIMES.
015774         10  WS-STAT-DDNAME      PIC X(10).
015780         10  WS-STAT-READ        PIC 9(11) COMP.
015786         10  WS-STAT-WRITTEN     PIC 9(11) COMP.
015792*
015800 PROCEDURE DIVISION.
015900*------------
016000* Primary function - load the latest run's audit records,
016300* pass/fail report
016400*------------
016500 VERIFY-RUN-COUNTS.
016550     PERFORM START-STEP-STATISTICS.
016600     OPEN OUTPUT VERRPT.
016700     MOVE ALL 'N' TO WS-AUDIT-TABLE.
016800     PERFORM INITIALIZE-AUDIT-TABLE.
017000     IF NOT WS-AUDIT-RECORD-SEEN
017100         PERFORM REPORT-MISSING-AUDIT
017200         CLOSE VERRPT
017210         PERFORM CLOSE-ALERT-FILE
017300         MOVE 16 TO RETURN-CODE
017350         PERFORM WRITE-STEP-STATISTICS
017400         GOBACK
017500     END-IF.
017600     PERFORM OPEN-MASTER-FILE.
018600     PERFORM WRITE-REPORT-VERDICT.
018700     PERFORM CLOSE-MASTER-FILE.
018800     CLOSE VERRPT.
018810     PERFORM CLOSE-ALERT-FILE.
018900     IF NOT WS-RUN-IS-VERIFIED
019000         MOVE 16 TO RETURN-CODE
019100     END-IF.
019150     PERFORM WRITE-STEP-STATISTICS
019200     GOBACK.
019300*
019400*------------
021900     IF NOT WS-AUDIT-FILE-FOUND
022000         DISPLAY 'FIZVER0001E - AUDITFILE COULD NOT BE OPENED '
022100             '(FILE STATUS ' WS-AUDIT-FILE-STATUS ')'
022110         MOVE 'E' TO WS-ALERT-SEVERITY
022120         MOVE 'FIZVER0001' TO WS-ALERT-CODE
022130         MOVE 'AUDITFILE COULD NOT BE OPENED FOR VERIFICATION'
022140             TO WS-ALERT-TEXT
022150         PERFORM WRITE-ALERT-RECORD
022200         SET WS-AUDITFILE-EOF TO TRUE
022300     END-IF.
022400     PERFORM UNTIL WS-AUDITFILE-EOF
022600             AT END
022700                 SET WS-AUDITFILE-EOF TO TRUE
022800             NOT AT END
022850                 ADD 1 TO WS-STAT-READ (1)
022900                 PERFORM LOAD-ONE-AUDIT-RECORD
023000         END-READ
023100     END-PERFORM.
028500     ELSE
028600         DISPLAY 'FIZVER0002W - FIZZMST NOT AVAILABLE - '
028700             'MASTER SPOT-CHECK SKIPPED'
028710         MOVE 'W' TO WS-ALERT-SEVERITY
028720         MOVE 'FIZVER0002' TO WS-ALERT-CODE
028730         MOVE 'FIZZMST NOT AVAILABLE - MASTER SPOT-CHECK SKIPPED'
028740             TO WS-ALERT-TEXT
028750         PERFORM WRITE-ALERT-RECORD
028800         MOVE 'N' TO WS-MST-OPEN-SWITCH
028900     END-IF.
029000*
030600*------------
030700 VERIFY-ONE-REQUEST.
030800     MOVE WS-REQUEST-SUB TO WS-EDIT-REQUEST-SEQ.
030810     MOVE 'Y' TO WS-REQ-COUNTS-SWITCH.
030820     MOVE 'Y' TO WS-REQ-SAMPLES-SWITCH.
030900     MOVE SPACES TO REPORT-LINE.
031000     WRITE REPORT-LINE
031050     ADD 1 TO WS-STAT-WRITTEN (3).
031100     MOVE SPACES TO REPORT-LINE.
031200     STRING 'REQUEST ' DELIMITED BY SIZE
031300         WS-EDIT-REQUEST-SEQ DELIMITED BY SIZE
031500         WS-AUD-RUN-MODE (WS-REQUEST-SUB) DELIMITED BY SIZE
031600         INTO REPORT-LINE
031700     END-STRING.
031800     WRITE REPORT-LINE
031850     ADD 1 TO WS-STAT-WRITTEN (3).
031900     IF WS-AUD-RUN-MODE (WS-REQUEST-SUB) = 'F'
031910         IF WS-AUD-RULE3-DIVISOR (WS-REQUEST-SUB) = 0
032000             PERFORM COMPUTE-EXPECTED-COUNTS
032120             MOVE 'EXTRA RULES - ONLY THE GRAND TOTAL IS '
032130                 TO REPORT-LINE
032140             WRITE REPORT-LINE
032145             ADD 1 TO WS-STAT-WRITTEN (3)
032150             MOVE 'RECOMPUTED FROM THE BOUNDS' TO REPORT-LINE
032160             WRITE REPORT-LINE
032165             ADD 1 TO WS-STAT-WRITTEN (3)
032170             PERFORM COMPARE-GRAND-TOTAL-ONLY
032180         END-IF
032200     ELSE
032300         MOVE 'MODE D - COUNTS NOT RECOMPUTABLE FROM BOUNDS'
032400             TO REPORT-LINE
032500         WRITE REPORT-LINE
032550         ADD 1 TO WS-STAT-WRITTEN (3)
032600     END-IF.
032700     IF WS-MASTER-IS-OPEN
032800         PERFORM SPOT-CHECK-MASTER
032900     END-IF.
032904     IF NOT WS-REQ-COUNTS-AGREE
032908         DISPLAY 'FIZVER0003E - REQUEST ' WS-EDIT-REQUEST-SEQ
032912             ' - RECOMPUTED COUNTS DISAGREE - SEE VERRPT'
032916         MOVE 'E' TO WS-ALERT-SEVERITY
032920         MOVE 'FIZVER0003' TO WS-ALERT-CODE
032924         MOVE WS-REQUEST-SUB TO WS-ALERT-REQUEST-ID
032928         MOVE 'RECOMPUTED COUNTS DISAGREE WITH THE AUDIT RECORD'
032932             TO WS-ALERT-TEXT
032936         PERFORM WRITE-ALERT-RECORD
032940     END-IF.
032944     IF NOT WS-REQ-SAMPLES-AGREE
032948         DISPLAY 'FIZVER0004E - REQUEST ' WS-EDIT-REQUEST-SEQ
032952             ' - MASTER SPOT-CHECK FAILED - SEE VERRPT'
032956         MOVE 'E' TO WS-ALERT-SEVERITY
032960         MOVE 'FIZVER0004' TO WS-ALERT-CODE
032964         MOVE WS-REQUEST-SUB TO WS-ALERT-REQUEST-ID
032968         MOVE 'SAMPLED FIZZMST RECORDS FAILED THE SPOT-CHECK'
032972             TO WS-ALERT-TEXT
032976         PERFORM WRITE-ALERT-RECORD
032980     END-IF.
033000*
033100*------------
033200* Recompute the expected counts for a full request straight
039500     MOVE SPACES TO REPORT-LINE.
039600     MOVE 'COUNT             EXPECTED    AUDITED  VERDICT'
039700         TO REPORT-LINE.
039800     WRITE REPORT-LINE
039850     ADD 1 TO WS-STAT-WRITTEN (3).
039900     MOVE 'FIZZ-ONLY' TO VER-COUNT-NAME.
040000     MOVE WS-EXP-FIZZ-COUNT TO WS-COMPARE-EXPECTED-VALUE.
040100     MOVE WS-AUD-FIZZ-COUNT (WS-REQUEST-SUB)
042420     MOVE SPACES TO REPORT-LINE.
042430     MOVE 'COUNT             EXPECTED    AUDITED  VERDICT'
042440         TO REPORT-LINE.
042450     WRITE REPORT-LINE
042455     ADD 1 TO WS-STAT-WRITTEN (3).
042460     MOVE 'GRAND TOTAL' TO VER-COUNT-NAME.
042470     MOVE WS-EXP-GRAND-TOTAL TO WS-COMPARE-EXPECTED-VALUE.
042480     MOVE WS-AUD-GRAND-TOTAL (WS-REQUEST-SUB)
043400     ELSE
043500         MOVE '** MISMATCH' TO VER-VERDICT
043600         MOVE 'N' TO WS-VERIFIED-SWITCH
043610         MOVE 'N' TO WS-REQ-COUNTS-SWITCH
043700     END-IF.
043800     MOVE WS-VERIFY-LINE TO REPORT-LINE.
043900     WRITE REPORT-LINE
043950     ADD 1 TO WS-STAT-WRITTEN (3).
044000*
044100*------------
044200* Spot-check up to ten master records spread evenly across
048100     READ FIZZMST
048200         INVALID KEY
048300             CONTINUE
048333         NOT INVALID KEY
048366             ADD 1 TO WS-STAT-READ (2)
048400     END-READ.
048500     IF WS-MST-KEY-FOUND
048600         PERFORM CLASSIFY-SAMPLED-ITERATOR
051700 REPORT-SAMPLE-FAILURE.
051800     ADD 1 TO WS-SAMPLE-FAIL-COUNT.
051900     MOVE 'N' TO WS-VERIFIED-SWITCH.
051910     MOVE 'N' TO WS-REQ-SAMPLES-SWITCH.
052000     MOVE WS-SAMPLE-ITERATOR TO WS-EDIT-SAMPLE-ITERATOR.
052100     MOVE SPACES TO REPORT-LINE.
052200     STRING '** SAMPLE ' DELIMITED BY SIZE
052700         WS-EXPECTED-CLASS DELIMITED BY SIZE
052800         INTO REPORT-LINE
052900     END-STRING.
053000     WRITE REPORT-LINE
053050     ADD 1 TO WS-STAT-WRITTEN (3).
053100*
053200*------------
053300* A sampled iterator is missing from the master entirely
053500 REPORT-SAMPLE-MISSING.
053600     ADD 1 TO WS-SAMPLE-FAIL-COUNT.
053700     MOVE 'N' TO WS-VERIFIED-SWITCH.
053710     MOVE 'N' TO WS-REQ-SAMPLES-SWITCH.
053800     MOVE WS-SAMPLE-ITERATOR TO WS-EDIT-SAMPLE-ITERATOR.
053900     MOVE SPACES TO REPORT-LINE.
054000     STRING '** SAMPLE ' DELIMITED BY SIZE
054200         ' NOT ON THE MASTER' DELIMITED BY SIZE
054300         INTO REPORT-LINE
054400     END-STRING.
054500     WRITE REPORT-LINE
054550     ADD 1 TO WS-STAT-WRITTEN (3).
054600*
054700*------------
054800* Write the report title with the run being verified
055100     MOVE SPACES TO REPORT-LINE.
055200     MOVE 'FIZBUZ INDEPENDENT COUNT VERIFICATION REPORT'
055300         TO REPORT-LINE.
055400     WRITE REPORT-LINE
055450     ADD 1 TO WS-STAT-WRITTEN (3).
055500     MOVE SPACES TO REPORT-LINE.
055600     WRITE REPORT-LINE
055650     ADD 1 TO WS-STAT-WRITTEN (3).
055700     MOVE WS-LATEST-RUN-DATE TO WS-EDIT-RUN-DATE.
055800     MOVE WS-LATEST-RUN-TIME TO WS-EDIT-RUN-TIME.
055900     MOVE SPACES TO REPORT-LINE.
056400         WS-EDIT-RUN-TIME DELIMITED BY SIZE
056500         INTO REPORT-LINE
056600     END-STRING.
056700     WRITE REPORT-LINE
056750     ADD 1 TO WS-STAT-WRITTEN (3).
056800*
056900*------------
057000* Write the closing pass/fail verdict
057100*------------
057200 WRITE-REPORT-VERDICT.
057300     MOVE SPACES TO REPORT-LINE.
057400     WRITE REPORT-LINE
057450     ADD 1 TO WS-STAT-WRITTEN (3).
057500     IF WS-RUN-IS-VERIFIED
057600         MOVE 'ALL RECOMPUTED COUNTS AND SAMPLES AGREE.'
057700             TO REPORT-LINE
057900         MOVE '** VERIFICATION FAILED - HOLD DOWNSTREAM '
058000             TO REPORT-LINE
058100     END-IF.
058200     WRITE REPORT-LINE
058250     ADD 1 TO WS-STAT-WRITTEN (3).
058300     IF NOT WS-RUN-IS-VERIFIED
058400         MOVE '   PROCESSING - FIZBUZ MAY BE MISCOUNTING **'
058500             TO REPORT-LINE
058600         WRITE REPORT-LINE
058650         ADD 1 TO WS-STAT-WRITTEN (3)
058700     END-IF.
058800     DISPLAY REPORT-LINE.
058900*
059500     MOVE SPACES TO REPORT-LINE.
059600     MOVE 'FIZBUZ INDEPENDENT COUNT VERIFICATION REPORT'
059700         TO REPORT-LINE.
059800     WRITE REPORT-LINE
059850     ADD 1 TO WS-STAT-WRITTEN (3).
059900     MOVE SPACES TO REPORT-LINE.
060000     WRITE REPORT-LINE
060050     ADD 1 TO WS-STAT-WRITTEN (3).
060100     MOVE '** NO AUDIT RECORD COULD BE READ - VERIFICATION '
060200         TO REPORT-LINE.
060300     WRITE REPORT-LINE
060350     ADD 1 TO WS-STAT-WRITTEN (3).
060400     MOVE '   FAILED **' TO REPORT-LINE.
060500     WRITE REPORT-LINE
060550     ADD 1 TO WS-STAT-WRITTEN (3).
060600     DISPLAY REPORT-LINE.
060610     MOVE 'E' TO WS-ALERT-SEVERITY.
060620     MOVE 'FIZVER0005' TO WS-ALERT-CODE.
060630     MOVE 'NO AUDIT RECORD COULD BE READ - VERIFICATION FAILED'
060640         TO WS-ALERT-TEXT.
060650     PERFORM WRITE-ALERT-RECORD.
060660*
060670*------------
060680* Append one exception record to the shared ALERTFILE.  THE
060690* FIRST ONE OPENS IT - EXTEND, FALLING BACK TO OUTPUT THE
060700* FIRST TIME THE DATASET IS USED.  AN ALERTFILE THAT CANNOT
060710* BE OPENED IS NOT FATAL - THE EXCEPTION IS STILL ON SYSOUT
060720* AND IN THE REPORT
060730*------------
060740 WRITE-ALERT-RECORD.
060750     IF NOT WS-ALERT-OPEN-TRIED
060760         SET WS-ALERT-OPEN-TRIED TO TRUE
060770         ACCEPT WS-ALERT-DATE FROM DATE YYYYMMDD
060780         ACCEPT WS-ALERT-TIME FROM TIME
060790         OPEN EXTEND ALERTFILE
060800         IF NOT WS-ALERT-FILE-FOUND
060810             OPEN OUTPUT ALERTFILE
060820         END-IF
060830         IF WS-ALERT-FILE-FOUND
060840             SET WS-ALERT-FILE-IS-OPEN TO TRUE
060850         ELSE
060860             DISPLAY 'FIZVER0006W - ALERTFILE COULD NOT BE '
060870                 'OPENED (FILE STATUS ' WS-ALERT-FILE-STATUS
060880                 ') - EXCEPTIONS ARE ON SYSOUT ONLY'
060890         END-IF
060900     END-IF.
060910     IF WS-ALERT-FILE-IS-OPEN
060920         MOVE SPACES TO ALERTREC-RECORD
060930         MOVE WS-ALERT-DATE TO AL-ALERT-DATE
060940         MOVE WS-ALERT-TIME TO AL-ALERT-TIME
060950         MOVE 'FIZVER' TO AL-PROGRAM-ID
060960         MOVE WS-ALERT-REQUEST-ID TO AL-REQUEST-ID
060970         MOVE WS-ALERT-SEVERITY TO AL-SEVERITY
060980         MOVE WS-ALERT-CODE TO AL-EXCEPTION-CODE
060990         MOVE WS-ALERT-TEXT TO AL-MESSAGE-TEXT
061000         WRITE ALERTREC-RECORD
061010     END-IF.
061020     MOVE 0 TO WS-ALERT-REQUEST-ID.
061030*
061040*------------
061050* Close the shared ALERTFILE, if an exception opened it
061060*------------
061070 CLOSE-ALERT-FILE.
061080     IF WS-ALERT-FILE-IS-OPEN
061090         CLOSE ALERTFILE
061100         MOVE 'N' TO WS-ALERT-OPEN-SWITCH
061110     END-IF.
061210*
061310*------------
061410* Note when the step started and name the files its record
061510* counts are kept for, in the order they are counted
061610*------------
061710 START-STEP-STATISTICS.
061810     ACCEPT WS-STAT-START-DATE FROM DATE YYYYMMDD.
061910     ACCEPT WS-STAT-START-TIME FROM TIME.
062010     PERFORM VARYING WS-STAT-SUB FROM 1 BY 1
062110         UNTIL WS-STAT-SUB > 10
062210         MOVE SPACES TO WS-STAT-DDNAME (WS-STAT-SUB)
062310         MOVE 0 TO WS-STAT-READ (WS-STAT-SUB)
062410         MOVE 0 TO WS-STAT-WRITTEN (WS-STAT-SUB)
062510     END-PERFORM.
062610     MOVE 'AUDITFILE' TO WS-STAT-DDNAME (1).
062710     MOVE 'FIZZMST' TO WS-STAT-DDNAME (2).
062810     MOVE 'VERRPT' TO WS-STAT-DDNAME (3).
062910*
063010*------------
063110* Append the step statistics record to STATFILE under the
063210* job and step named on the STATCTL card.  THE RETURN CODE
063310* IS WHATEVER THE STEP HAS SET BY NOW.  A STATFILE THAT
063410* CANNOT BE OPENED IS WARNED AND DOES NOT CHANGE IT
063510*------------
063610 WRITE-STEP-STATISTICS.
063710     MOVE SPACES TO STATREC-RECORD.
063810     OPEN INPUT STATCTL.
063910     IF WS-STATCTL-FILE-FOUND
064010         READ STATCTL
064110             AT END
064210                 MOVE SPACES TO STATCARD-RECORD
064310         END-READ
064410         MOVE SC-JOB-NAME TO ST-JOB-NAME
064510         MOVE SC-STEP-NAME TO ST-STEP-NAME
064610         CLOSE STATCTL
064710     END-IF.
064810     MOVE 'FIZVER' TO ST-PROGRAM-ID.
064910     MOVE WS-STAT-START-DATE TO ST-START-DATE.
065010     MOVE WS-STAT-START-TIME TO ST-START-TIME.
065110     ACCEPT ST-END-DATE FROM DATE YYYYMMDD.
065210     ACCEPT ST-END-TIME FROM TIME.
065310     MOVE RETURN-CODE TO ST-RETURN-CODE.
065410     MOVE 3 TO ST-FILE-COUNT.
065510     PERFORM VARYING WS-STAT-SUB FROM 1 BY 1
065610         UNTIL WS-STAT-SUB > 10
065710         MOVE WS-STAT-DDNAME (WS-STAT-SUB)
065810             TO ST-FILE-DDNAME (WS-STAT-SUB)
065910         MOVE WS-STAT-READ (WS-STAT-SUB)
066010             TO ST-RECORDS-READ (WS-STAT-SUB)
066110         MOVE WS-STAT-WRITTEN (WS-STAT-SUB)
066210             TO ST-RECORDS-WRITTEN (WS-STAT-SUB)
066310     END-PERFORM.
066410     OPEN EXTEND STATFILE.
066510     IF NOT WS-STAT-FILE-FOUND
066610         OPEN OUTPUT STATFILE
066710     END-IF.
066810     IF WS-STAT-FILE-FOUND
066910         WRITE STATREC-RECORD
067010         CLOSE STATFILE
067110     ELSE
067210         DISPLAY 'FIZVER0007W - STATFILE COULD NOT BE OPENED '
067310             '(FILE STATUS ' WS-STAT-FILE-STATUS ') - STEP '
067410             'STATISTICS NOT RECORDED'
067510     END-IF.

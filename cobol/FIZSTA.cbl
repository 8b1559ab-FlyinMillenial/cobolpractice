004490*                    CLOSED REQREG RECORD AREA - THE        *
004510*                    DEPARTMENT NAME IS STAGED IN WORKING   *
004520*                    STORAGE.                               *
004530*   2026-10-15  RAK  CKPTFILE IS NOW THE FOUR PARTITION     *
004540*                    CHECKPOINTS CONCATENATED - EVERY       *
004550*                    RECORD IS READ, EACH ACTIVE ONE MARKS  *
004560*                    ITS OWN REQUEST RED, AND THE BANNER    *
004570*                    PRINTS ONE LINE PER RESTART IN FLIGHT  *
004580*                    NAMING ITS PARTITION.                  *
004582*   2026-10-15  RAK  EVERY RED LINE (SEVERITY E) AND AMBER  *
004584*                    LINE (SEVERITY W) IS ALSO APPENDED TO  *
004586*                    THE SHARED ALERTFILE UNDER A CODE PER  *
004588*                    REASON (FIZSTA0006-0013), PLUS THE     *
004589*                    CARD AND OPEN FAILURES.                *
004590*   2026-10-15  RAK  THE AUDIT TRAIL LOAD NOW PASSES OVER   *
004591*                    REVERSING AUDIT RECORDS (AUD-WAS-      *
004592*                    REVERSAL) AND THE RUNS FIZBCK HAS      *
004593*                    BACKED OUT, SO A BACKED-OUT REQUEST    *
004594*                    REPORTS THE RUN BEFORE IT.             *
004595*                                                          *
004600************************************************************
004700*
004800 ENVIRONMENT DIVISION.
006900         FILE STATUS IS WS-REG-FILE-STATUS.
007000     SELECT STARPT ASSIGN TO "STARPT"
007100         ORGANIZATION IS LINE SEQUENTIAL.
007110     SELECT ALERTFILE ASSIGN TO "ALERTFILE"
007120         ORGANIZATION IS LINE SEQUENTIAL
007130         FILE STATUS IS WS-ALERT-FILE-STATUS.
007200*
007300 DATA DIVISION.
007400 FILE SECTION.
008800 FD  STARPT
008900     RECORDING MODE IS F.
009000 01  REPORT-LINE                 PIC X(80).
009010 FD  ALERTFILE
009020     RECORDING MODE IS F.
009030 COPY ALERTREC.
009100*
009200 WORKING-STORAGE SECTION.
009300 01  WS-PARM-FILE-STATUS          PIC X(02) VALUE '00'.
011900 01  WS-STALE-DATE                PIC 9(8) VALUE 0.
012000 01  WS-STALE-INTEGER             PIC 9(9) COMP VALUE 0.
012100 01  WS-RECORD-STAMP              PIC 9(16).
012200 01  WS-CKPT-EOF-SWITCH            PIC X(01) VALUE 'N'.
012300     88  WS-CKPTFILE-EOF              VALUE 'Y'.
012306*
012312* Runs FIZBCK has backed out - the request and run stamp of
012318* EVERY REVERSING AUDIT RECORD (AUD-WAS-REVERSAL).  NEITHER
012324* THE REVERSAL NOR THE RUN IT REVERSES IS A REQUEST'S LAST RUN
012330 01  WS-REVERSED-EOF-SWITCH       PIC X(01) VALUE 'N'.
012336     88  WS-REVERSED-SCAN-DONE        VALUE 'Y'.
012342 01  WS-REVERSED-SWITCH           PIC X(01) VALUE 'N'.
012348     88  WS-RUN-WAS-REVERSED          VALUE 'Y'.
012354 01  WS-REVERSED-COUNT            PIC 9(4) COMP VALUE 0.
012360 01  WS-REVERSED-STAMP            PIC 9(16) COMP VALUE 0.
012366 01  WS-REVERSED-TABLE.
012372     05  WS-RV-ENTRY OCCURS 999 TIMES INDEXED BY RVX.
012378         10  WS-RV-REQUEST-SEQ   PIC 9(3).
012384         10  WS-RV-STAMP         PIC 9(16) COMP.
012400*
012500* Each request's most recent audit record, its master high
012600* key and whether the registry scan covered it, indexed by
013700         10  WS-RQ-HIGH-KEY      PIC 9(9) COMP.
013800         10  WS-RQ-MST-SEEN-IND  PIC X(01).
013900         10  WS-RQ-REGISTERED-IND PIC X(01).
013910         10  WS-RQ-RESTART-IND   PIC X(01).
013920         10  WS-RQ-RESTART-PART  PIC 9(02).
013930         10  WS-RQ-RESTART-ITER  PIC 9(9) COMP.
014000*
014100 01  WS-GREEN-COUNT               PIC 9(3) COMP VALUE 0.
014200 01  WS-AMBER-COUNT               PIC 9(3) COMP VALUE 0.
017400*
017500 01  WS-EDIT-RESTART-REQ          PIC ZZ9.
017600 01  WS-EDIT-RESTART-ITER         PIC ZZZZZZZZ9.
017610 01  WS-EDIT-RESTART-PART         PIC Z9.
017700 01  WS-EDIT-RUN-DATE             PIC 9(08).
017706*
017712* Staging for the exception records appended to the shared
017718* ALERTFILE, and its open state
017724 01  WS-ALERT-FILE-STATUS         PIC X(02) VALUE '00'.
017730     88  WS-ALERT-FILE-FOUND          VALUE '00'.
017736 01  WS-ALERT-TRIED-SWITCH        PIC X(01) VALUE 'N'.
017742     88  WS-ALERT-OPEN-TRIED          VALUE 'Y'.
017748 01  WS-ALERT-OPEN-SWITCH         PIC X(01) VALUE 'N'.
017754     88  WS-ALERT-FILE-IS-OPEN        VALUE 'Y'.
017760 01  WS-ALERT-DATE                PIC 9(8) VALUE 0.
017766 01  WS-ALERT-TIME                PIC 9(8) VALUE 0.
017772 01  WS-ALERT-REQUEST-ID          PIC 9(3) VALUE 0.
017778 01  WS-ALERT-SEVERITY            PIC X(01) VALUE SPACE.
017784 01  WS-ALERT-CODE                PIC X(10) VALUE SPACES.
017790 01  WS-ALERT-TEXT                PIC X(60) VALUE SPACES.
017800*
017900 PROCEDURE DIVISION.
018000*------------
018700     PERFORM READ-STALENESS-CARD.
018800     PERFORM VALIDATE-STALENESS-CARD.
018900     IF NOT WS-PARMS-ARE-VALID
018910         PERFORM CLOSE-ALERT-FILE
019000         MOVE 16 TO RETURN-CODE
019100         GOBACK
019200     END-IF.
020100     PERFORM REPORT-UNREGISTERED-HISTORY.
020200     PERFORM WRITE-REPORT-SUMMARY.
020300     CLOSE STARPT.
020310     PERFORM CLOSE-ALERT-FILE.
020400     IF WS-RED-COUNT > 0
020500         MOVE 16 TO RETURN-CODE
020600     ELSE
023300     IF WS-STAPARM-EOF
023400         DISPLAY 'FIZSTA0001E - STAPARM CARD COULD NOT BE '
023500             'READ - NO STATUS REPORTED'
023510         MOVE 'E' TO WS-ALERT-SEVERITY
023520         MOVE 'FIZSTA0001' TO WS-ALERT-CODE
023530         MOVE 'STAPARM CARD COULD NOT BE READ - NO STATUS'
023540             TO WS-ALERT-TEXT
023550         PERFORM WRITE-ALERT-RECORD
023600         SET WS-PARMS-VALID-SWITCH TO 'N'
023700     ELSE
023800         IF SP-STALE-DAYS NOT NUMERIC
023900             OR SP-STALE-DAYS = 0
024000             DISPLAY 'FIZSTA0002E - STALE DAYS MUST BE A '
024100                 'POSITIVE NUMBER - NO STATUS REPORTED'
024110             MOVE 'E' TO WS-ALERT-SEVERITY
024120             MOVE 'FIZSTA0002' TO WS-ALERT-CODE
024130             MOVE 'STAPARM STALE DAYS NOT A POSITIVE NUMBER'
024140                 TO WS-ALERT-TEXT
024150             PERFORM WRITE-ALERT-RECORD
024200             SET WS-PARMS-VALID-SWITCH TO 'N'
024300         END-IF
024400     END-IF.
026700         MOVE SPACE TO WS-RQ-RESTARTED-IND (RQX)
026800         MOVE 0 TO WS-RQ-UPPER-BOUND (RQX)
026900         MOVE 0 TO WS-RQ-HIGH-KEY (RQX)
026910         MOVE 0 TO WS-RQ-RESTART-PART (RQX)
026920         MOVE 0 TO WS-RQ-RESTART-ITER (RQX)
027000     END-PERFORM.
027100*
027200*------------
027300* Read every checkpoint record - ONE PER PARTITION, THE
027400* PARTITION DATASETS BEING CONCATENATED ON THE CKPTFILE DD -
027500* and note which requests have a restart in flight.  A
027510* CKPTFILE THAT DOESN'T EXIST YET IS SIMPLY NO RESTART
027600*------------
027700 READ-CHECKPOINT-STATE.
027800     OPEN INPUT CKPTFILE.
027900     IF WS-CKPT-FILE-FOUND
028000         PERFORM UNTIL WS-CKPTFILE-EOF
028100             READ CKPTFILE
028200                 AT END
028300                     SET WS-CKPTFILE-EOF TO TRUE
028400                 NOT AT END
028500                     PERFORM NOTE-ONE-CHECKPOINT
028600             END-READ
028700         END-PERFORM
029100         CLOSE CKPTFILE
029200     END-IF.
029205*
029210*------------
029215* Mark the request an active checkpoint record was taken
029220* in as having a restart in flight
029225*------------
029230 NOTE-ONE-CHECKPOINT.
029235     IF CK-CHECKPOINT-IS-ACTIVE
029240         AND CK-REQUEST-SEQ NUMERIC
029245         AND CK-REQUEST-SEQ > 0
029250         SET WS-RESTART-IS-ACTIVE TO TRUE
029255         MOVE 'Y' TO WS-RQ-RESTART-IND (CK-REQUEST-SEQ)
029260         MOVE CK-LAST-ITERATOR
029265             TO WS-RQ-RESTART-ITER (CK-REQUEST-SEQ)
029270         IF CK-PARTITION-NO NUMERIC
029275             MOVE CK-PARTITION-NO
029280                 TO WS-RQ-RESTART-PART (CK-REQUEST-SEQ)
029285         END-IF
029290     END-IF.
029300*
029400*------------
029500* Read the accumulated audit trail front to back, keeping
029600* each request's most recent run date/time, mode and
029700* restarted indicator and its audited upper bound.  A RUN
029733* FIZBCK HAS BACKED OUT IS PASSED OVER, SO THE REQUEST
029766* REPORTS THE RUN BEFORE IT
029800*------------
029900 LOAD-AUDIT-TRAIL.
029950     PERFORM LOAD-REVERSED-RUNS.
030000     OPEN INPUT AUDITFILE.
030100     IF NOT WS-AUDIT-FILE-FOUND
030200         DISPLAY 'FIZSTA0003W - AUDITFILE COULD NOT BE OPENED '
030300             '(FILE STATUS ' WS-AUDIT-FILE-STATUS ') - EVERY '
030400             'REQUEST WILL REPORT NO AUDIT HISTORY'
030410         MOVE 'W' TO WS-ALERT-SEVERITY
030420         MOVE 'FIZSTA0003' TO WS-ALERT-CODE
030430         MOVE 'AUDITFILE COULD NOT BE OPENED FOR STATUS'
030440             TO WS-ALERT-TEXT
030450         PERFORM WRITE-ALERT-RECORD
030500         SET WS-AUDITFILE-EOF TO TRUE
030600     END-IF.
030700     PERFORM UNTIL WS-AUDITFILE-EOF
030900             AT END
031000                 SET WS-AUDITFILE-EOF TO TRUE
031100             NOT AT END
031133                 PERFORM CHECK-REVERSED-RUN
031166                 IF NOT WS-RUN-WAS-REVERSED
031200                     PERFORM LOAD-ONE-AUDIT-RECORD
031250                 END-IF
031300         END-READ
031400     END-PERFORM.
031500     IF WS-AUDIT-FILE-FOUND OR WS-AUDIT-FILE-STATUS = '10'
031600         CLOSE AUDITFILE
031700     END-IF.
031701*
031702*------------
031703* Read the audit trail once ahead of the main load,
031704* NOTING THE REQUEST AND RUN STAMP OF EVERY REVERSING
031705* RECORD FIZBCK HAS APPENDED
031706*------------
031707 LOAD-REVERSED-RUNS.
031708     MOVE 0 TO WS-REVERSED-COUNT.
031709     MOVE 'N' TO WS-REVERSED-EOF-SWITCH.
031710     OPEN INPUT AUDITFILE.
031711     IF NOT WS-AUDIT-FILE-FOUND
031712         SET WS-REVERSED-SCAN-DONE TO TRUE
031713     END-IF.
031714     PERFORM UNTIL WS-REVERSED-SCAN-DONE
031715         READ AUDITFILE
031716             AT END
031717                 SET WS-REVERSED-SCAN-DONE TO TRUE
031718             NOT AT END
031719                 IF AUD-WAS-REVERSAL
031720                     PERFORM KEEP-REVERSED-RUN
031721                 END-IF
031722         END-READ
031723     END-PERFORM.
031724     IF WS-AUDIT-FILE-FOUND OR WS-AUDIT-FILE-STATUS = '10'
031725         CLOSE AUDITFILE
031726     END-IF.
031727*
031728*------------
031729* Note one reversing record's request and run stamp
031730*------------
031731 KEEP-REVERSED-RUN.
031732     IF AUD-REQUEST-SEQ NUMERIC
031733         AND AUD-RUN-DATE NUMERIC
031734         AND AUD-RUN-TIME NUMERIC
031735         IF WS-REVERSED-COUNT < 999
031736             ADD 1 TO WS-REVERSED-COUNT
031737             SET RVX TO WS-REVERSED-COUNT
031738             MOVE AUD-REQUEST-SEQ TO WS-RV-REQUEST-SEQ (RVX)
031739             COMPUTE WS-RV-STAMP (RVX) =
031740                 AUD-RUN-DATE * 100000000 + AUD-RUN-TIME
031741         ELSE
031742             DISPLAY 'FIZSTA0015W - MORE THAN 999 BACKED-OUT '
031743                 'RUNS ON THE AUDIT TRAIL - REQUEST '
031744                 AUD-REQUEST-SEQ ' RUN ' AUD-RUN-DATE
031745                 ' ' AUD-RUN-TIME ' NOT PASSED OVER'
031746         END-IF
031747     END-IF.
031748*
031749*------------
031750* Decide whether the audit record just read is a reversing
031751* RECORD, OR THE RECORD OF A RUN FIZBCK HAS BACKED OUT
031752*------------
031753 CHECK-REVERSED-RUN.
031754     MOVE 'N' TO WS-REVERSED-SWITCH.
031755     IF AUD-WAS-REVERSAL
031756         SET WS-RUN-WAS-REVERSED TO TRUE
031757     ELSE
031758         IF WS-REVERSED-COUNT > 0
031759             AND AUD-RUN-DATE NUMERIC
031760             AND AUD-RUN-TIME NUMERIC
031761             COMPUTE WS-REVERSED-STAMP =
031762                 AUD-RUN-DATE * 100000000 + AUD-RUN-TIME
031763             PERFORM VARYING RVX FROM 1 BY 1
031764                 UNTIL RVX > WS-REVERSED-COUNT
031765                 IF WS-RV-REQUEST-SEQ (RVX) = AUD-REQUEST-SEQ
031766                     AND WS-RV-STAMP (RVX) = WS-REVERSED-STAMP
031767                     SET WS-RUN-WAS-REVERSED TO TRUE
031768                 END-IF
031769             END-PERFORM
031770         END-IF
031771     END-IF.
031800*
031900*------------
032000* Keep one audit record if it is the most recent seen so
035600         DISPLAY 'FIZSTA0004W - FIZZMST COULD NOT BE OPENED '
035700             '(FILE STATUS ' WS-MST-FILE-STATUS ') - MASTER '
035800             'HIGH KEYS NOT CHECKED'
035810         MOVE 'W' TO WS-ALERT-SEVERITY
035820         MOVE 'FIZSTA0004' TO WS-ALERT-CODE
035830         MOVE 'FIZZMST COULD NOT BE OPENED - HIGH KEYS'
035840             TO WS-ALERT-TEXT
035850         PERFORM WRITE-ALERT-RECORD
035900         SET WS-MASTER-SCAN-DONE TO TRUE
036000     ELSE
036100         SET WS-MASTER-IS-OPEN TO TRUE
040600             TO REPORT-LINE
040700         WRITE REPORT-LINE
040800         ADD 1 TO WS-RED-COUNT
040810         MOVE 'E' TO WS-ALERT-SEVERITY
040820         MOVE 'FIZSTA0005' TO WS-ALERT-CODE
040830         MOVE 'REQREG COULD NOT BE OPENED - NO REQUEST GRADED'
040840             TO WS-ALERT-TEXT
040850         PERFORM WRITE-ALERT-RECORD
040900         SET WS-REGISTRY-SCAN-DONE TO TRUE
041000     ELSE
041100         MOVE 0 TO RR-REQUEST-ID
045500*------------
045600 GRADE-ONE-REQUEST.
045700     EVALUATE TRUE
045800         WHEN WS-RQ-RESTART-IND (WS-REQUEST-SUB) = 'Y'
046000             MOVE 'RED' TO WS-STATUS-WORD
046010             MOVE 'FIZSTA0006' TO WS-ALERT-CODE
046100             MOVE WS-RQ-RESTART-ITER (WS-REQUEST-SUB)
046110                 TO WS-EDIT-RESTART-ITER
046200             STRING 'RESTART IN FLIGHT AT ITERATOR '
046300                 DELIMITED BY SIZE
046400                 WS-EDIT-RESTART-ITER DELIMITED BY SIZE
046600             END-STRING
046700         WHEN WS-RQ-AUD-SEEN-IND (WS-REQUEST-SUB) NOT = 'Y'
046800             MOVE 'RED' TO WS-STATUS-WORD
046810             MOVE 'FIZSTA0007' TO WS-ALERT-CODE
046900             MOVE 'NO AUDIT HISTORY ON FILE'
047000                 TO WS-REASON-TEXT
047100         WHEN WS-RQ-RUN-DATE (WS-REQUEST-SUB) < WS-STALE-DATE
047200             MOVE 'RED' TO WS-STATUS-WORD
047210             MOVE 'FIZSTA0008' TO WS-ALERT-CODE
047300             MOVE 'LAST AUDIT OLDER THAN THRESHOLD'
047400                 TO WS-REASON-TEXT
047410         WHEN NOT WS-MASTER-WAS-SCANNED
047420             MOVE 'AMBER' TO WS-STATUS-WORD
047425             MOVE 'FIZSTA0009' TO WS-ALERT-CODE
047430             MOVE 'MASTER NOT CHECKED'
047440                 TO WS-REASON-TEXT
047500         WHEN WS-RQ-HIGH-KEY (WS-REQUEST-SUB) >
047600             WS-RQ-UPPER-BOUND (WS-REQUEST-SUB)
047700             MOVE 'RED' TO WS-STATUS-WORD
047710             MOVE 'FIZSTA0010' TO WS-ALERT-CODE
047800             MOVE 'MASTER KEYS BEYOND AUDITED BOUND'
047900                 TO WS-REASON-TEXT
048000         WHEN WS-RQ-HIGH-KEY (WS-REQUEST-SUB) <
048100             WS-RQ-UPPER-BOUND (WS-REQUEST-SUB)
048200             MOVE 'AMBER' TO WS-STATUS-WORD
048210             MOVE 'FIZSTA0011' TO WS-ALERT-CODE
048300             MOVE 'MASTER HIGH KEY SHORT OF BOUND'
048400                 TO WS-REASON-TEXT
048500         WHEN WS-RQ-RESTARTED-IND (WS-REQUEST-SUB) = 'Y'
048600             MOVE 'AMBER' TO WS-STATUS-WORD
048610             MOVE 'FIZSTA0012' TO WS-ALERT-CODE
048700             MOVE 'LAST RUN WAS A RESTART'
048800                 TO WS-REASON-TEXT
048900         WHEN OTHER
052000         WHEN OTHER
052100             ADD 1 TO WS-GREEN-COUNT
052200     END-EVALUATE.
052209     IF WS-STATUS-WORD = 'RED' OR WS-STATUS-WORD = 'AMBER'
052218         IF WS-STATUS-WORD = 'RED'
052227             MOVE 'E' TO WS-ALERT-SEVERITY
052236         ELSE
052245             MOVE 'W' TO WS-ALERT-SEVERITY
052254         END-IF
052263         MOVE WS-REQUEST-SUB TO WS-ALERT-REQUEST-ID
052272         MOVE WS-REASON-TEXT TO WS-ALERT-TEXT
052281         PERFORM WRITE-ALERT-RECORD
052290     END-IF.
052300*
052400*------------
052500* Audit or master history stamped with an id the registry
053300             AND (WS-RQ-AUD-SEEN-IND (WS-REQUEST-SUB) = 'Y'
053400                 OR WS-RQ-MST-SEEN-IND (WS-REQUEST-SUB) = 'Y')
053500             MOVE 'RED' TO WS-STATUS-WORD
053510             MOVE 'FIZSTA0013' TO WS-ALERT-CODE
053600             MOVE 'HISTORY FOR ID NOT ON REGISTRY'
053700                 TO WS-REASON-TEXT
053900             MOVE '(NOT REGISTERED)' TO WS-DEPARTMENT-NAME
054200     END-PERFORM.
054300*
054400*------------
054500* Write the report title, the restart banner (ONE LINE PER
054600* RESTART IN FLIGHT) and the column headings
054700*------------
054800 WRITE-REPORT-HEADINGS.
054900     MOVE SPACES TO REPORT-LINE.
055300     MOVE SPACES TO REPORT-LINE.
055400     WRITE REPORT-LINE.
055500     IF WS-RESTART-IS-ACTIVE
055600         PERFORM WRITE-RESTART-BANNER
055700             VARYING WS-REQUEST-SUB FROM 1 BY 1
055800             UNTIL WS-REQUEST-SUB > 999
056800     ELSE
056900         MOVE 'NO RESTART IN PROGRESS.' TO REPORT-LINE
057000         WRITE REPORT-LINE
057400     MOVE WS-HEADING-LINE TO REPORT-LINE.
057500     WRITE REPORT-LINE.
057600*
057602*------------
057604* Write one restart banner line, if the request has a
057606* restart in flight.  THE PARTITION IS NAMED WHEN THE
057608* CHECKPOINT CAME FROM ONE
057610*------------
057612 WRITE-RESTART-BANNER.
057614     IF WS-RQ-RESTART-IND (WS-REQUEST-SUB) = 'Y'
057616         MOVE WS-REQUEST-SUB TO WS-EDIT-RESTART-REQ
057618         MOVE WS-RQ-RESTART-ITER (WS-REQUEST-SUB)
057620             TO WS-EDIT-RESTART-ITER
057622         MOVE WS-RQ-RESTART-PART (WS-REQUEST-SUB)
057624             TO WS-EDIT-RESTART-PART
057626         MOVE SPACES TO REPORT-LINE
057628         IF WS-RQ-RESTART-PART (WS-REQUEST-SUB) > 0
057630             STRING '** RESTART IN FLIGHT - PARTITION '
057632                 DELIMITED BY SIZE
057634                 WS-EDIT-RESTART-PART DELIMITED BY SIZE
057636                 ' REQUEST ' DELIMITED BY SIZE
057638                 WS-EDIT-RESTART-REQ DELIMITED BY SIZE
057640                 ' AT ITERATOR ' DELIMITED BY SIZE
057642                 WS-EDIT-RESTART-ITER DELIMITED BY SIZE
057644                 ' **' DELIMITED BY SIZE
057646                 INTO REPORT-LINE
057648             END-STRING
057650         ELSE
057652             STRING '** RESTART IN FLIGHT - REQUEST '
057654                 DELIMITED BY SIZE
057656                 WS-EDIT-RESTART-REQ DELIMITED BY SIZE
057658                 ' AT ITERATOR ' DELIMITED BY SIZE
057660                 WS-EDIT-RESTART-ITER DELIMITED BY SIZE
057662                 ' **' DELIMITED BY SIZE
057664                 INTO REPORT-LINE
057666             END-STRING
057668         END-IF
057670         WRITE REPORT-LINE
057672     END-IF.
057674*
057700*------------
057800* Write the closing green/amber/red counts and the verdict
057900*------------
059500     END-EVALUATE.
059600     WRITE REPORT-LINE.
059700     DISPLAY REPORT-LINE.
059710*
059720*------------
059730* Append one exception record to the shared ALERTFILE.  THE
059740* FIRST ONE OPENS IT - EXTEND, FALLING BACK TO OUTPUT THE
059750* FIRST TIME THE DATASET IS USED.  AN ALERTFILE THAT CANNOT
059760* BE OPENED IS NOT FATAL - THE EXCEPTION IS STILL ON SYSOUT
059770* AND IN THE REPORT
059780*------------
059790 WRITE-ALERT-RECORD.
059800     IF NOT WS-ALERT-OPEN-TRIED
059810         SET WS-ALERT-OPEN-TRIED TO TRUE
059820         ACCEPT WS-ALERT-DATE FROM DATE YYYYMMDD
059830         ACCEPT WS-ALERT-TIME FROM TIME
059840         OPEN EXTEND ALERTFILE
059850         IF NOT WS-ALERT-FILE-FOUND
059860             OPEN OUTPUT ALERTFILE
059870         END-IF
059880         IF WS-ALERT-FILE-FOUND
059890             SET WS-ALERT-FILE-IS-OPEN TO TRUE
059900         ELSE
059910             DISPLAY 'FIZSTA0014W - ALERTFILE COULD NOT BE '
059920                 'OPENED (FILE STATUS ' WS-ALERT-FILE-STATUS
059930                 ') - EXCEPTIONS ARE ON SYSOUT ONLY'
059940         END-IF
059950     END-IF.
059960     IF WS-ALERT-FILE-IS-OPEN
059970         MOVE SPACES TO ALERTREC-RECORD
059980         MOVE WS-ALERT-DATE TO AL-ALERT-DATE
059990         MOVE WS-ALERT-TIME TO AL-ALERT-TIME
060000         MOVE 'FIZSTA' TO AL-PROGRAM-ID
060010         MOVE WS-ALERT-REQUEST-ID TO AL-REQUEST-ID
060020         MOVE WS-ALERT-SEVERITY TO AL-SEVERITY
060030         MOVE WS-ALERT-CODE TO AL-EXCEPTION-CODE
060040         MOVE WS-ALERT-TEXT TO AL-MESSAGE-TEXT
060050         WRITE ALERTREC-RECORD
060060     END-IF.
060070     MOVE 0 TO WS-ALERT-REQUEST-ID.
060080*
060090*------------
060100* Close the shared ALERTFILE, if an exception opened it
060110*------------
060120 CLOSE-ALERT-FILE.
060130     IF WS-ALERT-FILE-IS-OPEN
060140         CLOSE ALERTFILE
060150         MOVE 'N' TO WS-ALERT-OPEN-SWITCH
060160     END-IF.

004840*                    OTHER-COMBINATION COUNT IS NOW          *
004850*                    BALANCED AGAINST AUD-OTHER-COUNT THE    *
004860*                    SAME WAY AS THE FOUR HISTORIC COUNTS.   *
004866*   2026-10-15  RAK  EVERY FAILURE IS ALSO APPENDED TO THE   *
004872*                    SHARED ALERTFILE FOR THE NIGHT'S        *
004878*                    INCIDENT TICKETS - ONE ALERT PER        *
004884*                    UNOPENABLE INPUT AND ONE PER REQUEST    *
004890*                    OUT OF BALANCE (FIZBAL0004E ON SYSOUT). *
004891*   2026-10-15  RAK  STEP STATISTICS - START AND END TIME,   *
004892*                    RECORDS READ AND WRITTEN PER FILE AND   *
004893*                    RETURN CODE APPENDED TO STATFILE        *
004894*                    (COPYBOOK STATREC) AS THE PROGRAM ENDS, *
004895*                    FILED UNDER THE JOB AND STEP ON THE     *
004896*                    STATCTL CARD.                           *
004900*                                                          *
005000************************************************************
005100*
006000         FILE STATUS IS WS-FIZZ-FILE-STATUS.
006100     SELECT BALRPT ASSIGN TO "BALRPT"
006200         ORGANIZATION IS LINE SEQUENTIAL.
006210     SELECT ALERTFILE ASSIGN TO "ALERTFILE"
006220         ORGANIZATION IS LINE SEQUENTIAL
006230         FILE STATUS IS WS-ALERT-FILE-STATUS.
006240     SELECT STATCTL ASSIGN TO "STATCTL"
006250         ORGANIZATION IS LINE SEQUENTIAL
006260         FILE STATUS IS WS-STATCTL-FILE-STATUS.
006270     SELECT STATFILE ASSIGN TO "STATFILE"
006280         ORGANIZATION IS LINE SEQUENTIAL
006290         FILE STATUS IS WS-STAT-FILE-STATUS.
006300*
006400 DATA DIVISION.
006500 FILE SECTION.
007200 FD  BALRPT
007300     RECORDING MODE IS F.
007400 01  REPORT-LINE                 PIC X(80).
007410 FD  ALERTFILE
007420     RECORDING MODE IS F.
007430 COPY ALERTREC.
007440 FD  STATCTL
007450     RECORDING MODE IS F.
007460 COPY STATCARD.
007470 FD  STATFILE
007480     RECORDING MODE IS F.
007490 COPY STATREC.
007500*
007600 WORKING-STORAGE SECTION.
007700 01  WS-AUDIT-FILE-STATUS         PIC X(02) VALUE '00'.
008600     88  WS-AUDIT-RECORD-SEEN         VALUE 'Y'.
008700 01  WS-BALANCED-SWITCH           PIC X(01) VALUE 'Y'.
008800     88  WS-RUN-IS-BALANCED           VALUE 'Y'.
008810 01  WS-REQUEST-BALANCED-SWITCH   PIC X(01) VALUE 'Y'.
008820     88  WS-REQUEST-IS-BALANCED       VALUE 'Y'.
008900*
009000* Run stamp (date and time together) used to pick out the
009100* latest run's set of audit records on the second pass
013700*
013800 01  WS-COMPARE-AUDIT-VALUE       PIC 9(9) COMP VALUE 0.
013900 01  WS-COMPARE-DETAIL-VALUE      PIC 9(9) COMP VALUE 0.
013906*
013912* Staging for the exception records appended to the shared
013918* ALERTFILE, and its open state
013924 01  WS-ALERT-FILE-STATUS         PIC X(02) VALUE '00'.
013930     88  WS-ALERT-FILE-FOUND          VALUE '00'.
013936 01  WS-ALERT-TRIED-SWITCH        PIC X(01) VALUE 'N'.
013942     88  WS-ALERT-OPEN-TRIED          VALUE 'Y'.
013948 01  WS-ALERT-OPEN-SWITCH         PIC X(01) VALUE 'N'.
013954     88  WS-ALERT-FILE-IS-OPEN        VALUE 'Y'.
013960 01  WS-ALERT-DATE                PIC 9(8) VALUE 0.
013966 01  WS-ALERT-TIME                PIC 9(8) VALUE 0.
013972 01  WS-ALERT-REQUEST-ID          PIC 9(3) VALUE 0.
013978 01  WS-ALERT-SEVERITY            PIC X(01) VALUE SPACE.
013984 01  WS-ALERT-CODE                PIC X(10) VALUE SPACES.
013990 01  WS-ALERT-TEXT                PIC X(60) VALUE SPACES.
013996*
014002* Step statistics - when the step started and the records
014008* it read and wrote per file, appended to STATFILE as the
014014* step ends
014020 01  WS-STATCTL-FILE-STATUS       PIC X(02) VALUE '00'.
014026     88  WS-STATCTL-FILE-FOUND        VALUE '00'.
014032 01  WS-STAT-FILE-STATUS          PIC X(02) VALUE '00'.
014038     88  WS-STAT-FILE-FOUND           VALUE '00'.
014044 01  WS-STAT-START-DATE           PIC 9(8) VALUE 0.
014050 01  WS-STAT-START-TIME           PIC 9(8) VALUE 0.
014056 01  WS-STAT-SUB                  PIC 9(2) COMP VALUE 0.
014062 01  WS-STAT-FILE-TABLE.
014068     05  WS-STAT-FILE-ENTRY OCCURS 10 TIMES.
014074         10  WS-STAT-DDNAME      PIC X(10).
014080         10  WS-STAT-READ        PIC 9(11) COMP.
014086         10  WS-STAT-WRITTEN     PIC 9(11) COMP.
014092*
014100 PROCEDURE DIVISION.
014200*------------
014300* Primary function - find the latest run's audit records,
014500* counts for every request and write the pass/fail report
014600*------------
014700 BALANCE-AUDIT-TO-DETAIL.
014750     PERFORM START-STEP-STATISTICS.
014800     OPEN OUTPUT BALRPT.
014900     MOVE ALL 'N' TO WS-AUDIT-TABLE.
015000     MOVE ALL 'N' TO WS-DETAIL-TABLE.
015300     IF NOT WS-AUDIT-RECORD-SEEN
015400         PERFORM REPORT-MISSING-AUDIT
015500         CLOSE BALRPT
015510         PERFORM CLOSE-ALERT-FILE
015600         MOVE 16 TO RETURN-CODE
015650         PERFORM WRITE-STEP-STATISTICS
015700         GOBACK
015800     END-IF.
015900     PERFORM TALLY-FIZZOUT-DETAIL.
016000     PERFORM WRITE-BALANCING-REPORT.
016100     CLOSE BALRPT.
016110     PERFORM CLOSE-ALERT-FILE.
016200     IF NOT WS-RUN-IS-BALANCED
016300         MOVE 16 TO RETURN-CODE
016400     END-IF.
016450     PERFORM WRITE-STEP-STATISTICS
016500     GOBACK.
016600*
016700*------------
019600     IF NOT WS-AUDIT-FILE-FOUND
019700         DISPLAY 'FIZBAL0001E - AUDITFILE COULD NOT BE OPENED '
019800             '(FILE STATUS ' WS-AUDIT-FILE-STATUS ')'
019810         MOVE 'E' TO WS-ALERT-SEVERITY
019820         MOVE 'FIZBAL0001' TO WS-ALERT-CODE
019830         MOVE 'AUDITFILE COULD NOT BE OPENED FOR BALANCING'
019840             TO WS-ALERT-TEXT
019850         PERFORM WRITE-ALERT-RECORD
019900         SET WS-AUDITFILE-EOF TO TRUE
020000     END-IF.
020100     PERFORM UNTIL WS-AUDITFILE-EOF
020300             AT END
020400                 SET WS-AUDITFILE-EOF TO TRUE
020500             NOT AT END
020550                 ADD 1 TO WS-STAT-READ (1)
020600                 PERFORM LOAD-ONE-AUDIT-RECORD
020700         END-READ
020800     END-PERFORM.
025000     IF NOT WS-FIZZ-FILE-FOUND
025100         DISPLAY 'FIZBAL0002E - FIZZOUT COULD NOT BE OPENED '
025200             '(FILE STATUS ' WS-FIZZ-FILE-STATUS ')'
025210         MOVE 'E' TO WS-ALERT-SEVERITY
025220         MOVE 'FIZBAL0002' TO WS-ALERT-CODE
025230         MOVE 'FIZZOUT COULD NOT BE OPENED FOR BALANCING'
025240             TO WS-ALERT-TEXT
025250         PERFORM WRITE-ALERT-RECORD
025300         SET WS-FIZZOUT-EOF TO TRUE
025400     END-IF.
025500     PERFORM UNTIL WS-FIZZOUT-EOF
025700             AT END
025800                 SET WS-FIZZOUT-EOF TO TRUE
025900             NOT AT END
025950                 ADD 1 TO WS-STAT-READ (2)
026000                 PERFORM TALLY-ONE-DETAIL-RECORD
026100         END-READ
026200     END-PERFORM.
029300     MOVE SPACES TO REPORT-LINE.
029400     MOVE 'FIZBUZ AUDIT-TO-DETAIL BALANCING REPORT'
029500         TO REPORT-LINE.
029600     WRITE REPORT-LINE
029650     ADD 1 TO WS-STAT-WRITTEN (3).
029700     MOVE SPACES TO REPORT-LINE.
029800     WRITE REPORT-LINE
029850     ADD 1 TO WS-STAT-WRITTEN (3).
029900     MOVE WS-LATEST-RUN-DATE TO WS-EDIT-RUN-DATE.
030000     MOVE WS-LATEST-RUN-TIME TO WS-EDIT-RUN-TIME.
030100     MOVE SPACES TO REPORT-LINE.
030600         WS-EDIT-RUN-TIME DELIMITED BY SIZE
030700         INTO REPORT-LINE
030800     END-STRING.
030900     WRITE REPORT-LINE
030950     ADD 1 TO WS-STAT-WRITTEN (3).
031000     PERFORM VARYING WS-REQUEST-SUB FROM 1 BY 1
031100             UNTIL WS-REQUEST-SUB > 999
031200         IF WS-DET-SEEN-IND (WS-REQUEST-SUB) = 'Y'
032100         END-IF
032200     END-PERFORM.
032300     MOVE SPACES TO REPORT-LINE.
032400     WRITE REPORT-LINE
032450     ADD 1 TO WS-STAT-WRITTEN (3).
032500     IF WS-RUN-IS-BALANCED
032600         MOVE 'AUDIT AND DETAIL ARE IN BALANCE.'
032700             TO REPORT-LINE
032900         MOVE '** OUT OF BALANCE - HOLD DOWNSTREAM PROCESSING **'
033000             TO REPORT-LINE
033100     END-IF.
033200     WRITE REPORT-LINE
033250     ADD 1 TO WS-STAT-WRITTEN (3).
033300     DISPLAY REPORT-LINE.
033400*
033500*------------
033900*------------
034000 BALANCE-ONE-REQUEST.
034100     MOVE WS-REQUEST-SUB TO WS-EDIT-REQUEST-SEQ.
034110     MOVE 'Y' TO WS-REQUEST-BALANCED-SWITCH.
034200     MOVE SPACES TO REPORT-LINE.
034300     WRITE REPORT-LINE
034350     ADD 1 TO WS-STAT-WRITTEN (3).
034400     MOVE SPACES TO REPORT-LINE.
034500     STRING 'REQUEST ' DELIMITED BY SIZE
034600         WS-EDIT-REQUEST-SEQ DELIMITED BY SIZE
034800     END-STRING.
034900     IF WS-AUD-SEEN-IND (WS-REQUEST-SUB) NOT = 'Y'
035000         MOVE 'N' TO WS-BALANCED-SWITCH
035010         MOVE 'N' TO WS-REQUEST-BALANCED-SWITCH
035100         STRING 'REQUEST ' DELIMITED BY SIZE
035200             WS-EDIT-REQUEST-SEQ DELIMITED BY SIZE
035300             '  ** ON FIZZOUT BUT NOT ON THE AUDIT TRAIL'
035700     END-IF.
035800     IF WS-DET-SEEN-IND (WS-REQUEST-SUB) NOT = 'Y'
035900         MOVE 'N' TO WS-BALANCED-SWITCH
035910         MOVE 'N' TO WS-REQUEST-BALANCED-SWITCH
036000         STRING 'REQUEST ' DELIMITED BY SIZE
036100             WS-EDIT-REQUEST-SEQ DELIMITED BY SIZE
036200             '  ** ON THE AUDIT TRAIL BUT NOT ON FIZZOUT'
036400             INTO REPORT-LINE
036500         END-STRING
036600     END-IF.
036700     WRITE REPORT-LINE
036750     ADD 1 TO WS-STAT-WRITTEN (3).
036800     MOVE SPACES TO REPORT-LINE.
036900     MOVE 'COUNT                AUDIT     DETAIL  VERDICT'
037000         TO REPORT-LINE.
037100     WRITE REPORT-LINE
037150     ADD 1 TO WS-STAT-WRITTEN (3).
037200     MOVE 'FIZZ-ONLY' TO BAL-COUNT-NAME.
037300     MOVE WS-AUD-FIZZ-COUNT (WS-REQUEST-SUB)
037400         TO WS-COMPARE-AUDIT-VALUE.
039900     MOVE WS-DET-GRAND-TOTAL (WS-REQUEST-SUB)
040000         TO WS-COMPARE-DETAIL-VALUE.
040100     PERFORM WRITE-ONE-BALANCE-LINE.
040109     IF NOT WS-REQUEST-IS-BALANCED
040118         DISPLAY 'FIZBAL0004E - REQUEST ' WS-EDIT-REQUEST-SEQ
040127             ' IS OUT OF BALANCE - SEE BALRPT'
040136         MOVE 'E' TO WS-ALERT-SEVERITY
040145         MOVE 'FIZBAL0004' TO WS-ALERT-CODE
040154         MOVE WS-REQUEST-SUB TO WS-ALERT-REQUEST-ID
040163         MOVE 'AUDIT COUNTS DO NOT BALANCE TO THE FIZZOUT DETAIL'
040172             TO WS-ALERT-TEXT
040181         PERFORM WRITE-ALERT-RECORD
040190     END-IF.
040200*
040300*------------
040400* Compare one audit count against its re-tallied detail
041200     ELSE
041300         MOVE '** MISMATCH' TO BAL-VERDICT
041400         MOVE 'N' TO WS-BALANCED-SWITCH
041410         MOVE 'N' TO WS-REQUEST-BALANCED-SWITCH
041500     END-IF.
041600     MOVE WS-BALANCE-LINE TO REPORT-LINE.
041700     WRITE REPORT-LINE
041750     ADD 1 TO WS-STAT-WRITTEN (3).
041800*
041900*------------
042000* No audit record could be read - report that and fail the
042400     MOVE SPACES TO REPORT-LINE.
042500     MOVE 'FIZBUZ AUDIT-TO-DETAIL BALANCING REPORT'
042600         TO REPORT-LINE.
042700     WRITE REPORT-LINE
042750     ADD 1 TO WS-STAT-WRITTEN (3).
042800     MOVE SPACES TO REPORT-LINE.
042900     WRITE REPORT-LINE
042950     ADD 1 TO WS-STAT-WRITTEN (3).
043000     MOVE '** NO AUDIT RECORD COULD BE READ - BALANCING FAILED'
043100         TO REPORT-LINE.
043200     WRITE REPORT-LINE
043250     ADD 1 TO WS-STAT-WRITTEN (3).
043300     DISPLAY REPORT-LINE.
043310     MOVE 'E' TO WS-ALERT-SEVERITY.
043320     MOVE 'FIZBAL0003' TO WS-ALERT-CODE.
043330     MOVE 'NO AUDIT RECORD COULD BE READ - BALANCING FAILED'
043340         TO WS-ALERT-TEXT.
043350     PERFORM WRITE-ALERT-RECORD.
043360*
043370*------------
043380* Append one exception record to the shared ALERTFILE.  THE
043390* FIRST ONE OPENS IT - EXTEND, FALLING BACK TO OUTPUT THE
043400* FIRST TIME THE DATASET IS USED.  AN ALERTFILE THAT CANNOT
043410* BE OPENED IS NOT FATAL - THE EXCEPTION IS STILL ON SYSOUT
043420* AND IN THE REPORT
043430*------------
043440 WRITE-ALERT-RECORD.
043450     IF NOT WS-ALERT-OPEN-TRIED
043460         SET WS-ALERT-OPEN-TRIED TO TRUE
043470         ACCEPT WS-ALERT-DATE FROM DATE YYYYMMDD
043480         ACCEPT WS-ALERT-TIME FROM TIME
043490         OPEN EXTEND ALERTFILE
043500         IF NOT WS-ALERT-FILE-FOUND
043510             OPEN OUTPUT ALERTFILE
043520         END-IF
043530         IF WS-ALERT-FILE-FOUND
043540             SET WS-ALERT-FILE-IS-OPEN TO TRUE
043550         ELSE
043560             DISPLAY 'FIZBAL0005W - ALERTFILE COULD NOT BE '
043570                 'OPENED (FILE STATUS ' WS-ALERT-FILE-STATUS
043580                 ') - EXCEPTIONS ARE ON SYSOUT ONLY'
043590         END-IF
043600     END-IF.
043610     IF WS-ALERT-FILE-IS-OPEN
043620         MOVE SPACES TO ALERTREC-RECORD
043630         MOVE WS-ALERT-DATE TO AL-ALERT-DATE
043640         MOVE WS-ALERT-TIME TO AL-ALERT-TIME
043650         MOVE 'FIZBAL' TO AL-PROGRAM-ID
043660         MOVE WS-ALERT-REQUEST-ID TO AL-REQUEST-ID
043670         MOVE WS-ALERT-SEVERITY TO AL-SEVERITY
043680         MOVE WS-ALERT-CODE TO AL-EXCEPTION-CODE
043690         MOVE WS-ALERT-TEXT TO AL-MESSAGE-TEXT
043700         WRITE ALERTREC-RECORD
043710     END-IF.
043720     MOVE 0 TO WS-ALERT-REQUEST-ID.
043730*
043740*------------
043750* Close the shared ALERTFILE, if an exception opened it
043760*------------
043770 CLOSE-ALERT-FILE.
043780     IF WS-ALERT-FILE-IS-OPEN
043790         CLOSE ALERTFILE
043800         MOVE 'N' TO WS-ALERT-OPEN-SWITCH
043810     END-IF.
043910*
044010*------------
044110* Note when the step started and name the files its record
044210* counts are kept for, in the order they are counted
044310*------------
044410 START-STEP-STATISTICS.
044510     ACCEPT WS-STAT-START-DATE FROM DATE YYYYMMDD.
044610     ACCEPT WS-STAT-START-TIME FROM TIME.
044710     PERFORM VARYING WS-STAT-SUB FROM 1 BY 1
044810         UNTIL WS-STAT-SUB > 10
044910         MOVE SPACES TO WS-STAT-DDNAME (WS-STAT-SUB)
045010         MOVE 0 TO WS-STAT-READ (WS-STAT-SUB)
045110         MOVE 0 TO WS-STAT-WRITTEN (WS-STAT-SUB)
045210     END-PERFORM.
045310     MOVE 'AUDITFILE' TO WS-STAT-DDNAME (1).
045410     MOVE 'FIZZOUT' TO WS-STAT-DDNAME (2).
045510     MOVE 'BALRPT' TO WS-STAT-DDNAME (3).
045610*
045710*------------
045810* Append the step statistics record to STATFILE under the
045910* job and step named on the STATCTL card.  THE RETURN CODE
046010* IS WHATEVER THE STEP HAS SET BY NOW.  A STATFILE THAT
046110* CANNOT BE OPENED IS WARNED AND DOES NOT CHANGE IT
046210*------------
046310 WRITE-STEP-STATISTICS.
046410     MOVE SPACES TO STATREC-RECORD.
046510     OPEN INPUT STATCTL.
046610     IF WS-STATCTL-FILE-FOUND
046710         READ STATCTL
046810             AT END
046910                 MOVE SPACES TO STATCARD-RECORD
047010         END-READ
047110         MOVE SC-JOB-NAME TO ST-JOB-NAME
047210         MOVE SC-STEP-NAME TO ST-STEP-NAME
047310         CLOSE STATCTL
047410     END-IF.
047510     MOVE 'FIZBAL' TO ST-PROGRAM-ID.
047610     MOVE WS-STAT-START-DATE TO ST-START-DATE.
047710     MOVE WS-STAT-START-TIME TO ST-START-TIME.
047810     ACCEPT ST-END-DATE FROM DATE YYYYMMDD.
047910     ACCEPT ST-END-TIME FROM TIME.
048010     MOVE RETURN-CODE TO ST-RETURN-CODE.
048110     MOVE 3 TO ST-FILE-COUNT.
048210     PERFORM VARYING WS-STAT-SUB FROM 1 BY 1
048310         UNTIL WS-STAT-SUB > 10
048410         MOVE WS-STAT-DDNAME (WS-STAT-SUB)
048510             TO ST-FILE-DDNAME (WS-STAT-SUB)
048610         MOVE WS-STAT-READ (WS-STAT-SUB)
048710             TO ST-RECORDS-READ (WS-STAT-SUB)
048810         MOVE WS-STAT-WRITTEN (WS-STAT-SUB)
048910             TO ST-RECORDS-WRITTEN (WS-STAT-SUB)
049010     END-PERFORM.
049110     OPEN EXTEND STATFILE.
049210     IF NOT WS-STAT-FILE-FOUND
049310         OPEN OUTPUT STATFILE
049410     END-IF.
049510     IF WS-STAT-FILE-FOUND
049610         WRITE STATREC-RECORD
049710         CLOSE STATFILE
049810     ELSE
049910         DISPLAY 'FIZBAL0006W - STATFILE COULD NOT BE OPENED '
050010             '(FILE STATUS ' WS-STAT-FILE-STATUS ') - STEP '
050110             'STATISTICS NOT RECORDED'
050210     END-IF.

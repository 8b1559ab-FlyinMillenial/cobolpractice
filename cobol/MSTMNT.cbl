003850*                    BECOMES ZERO THERE, SO THE PER-RECORD  *
003860*                    CLASSIFICATION NEVER COMPARES THE      *
003870*                    SPACE-FILLED REDEFINE NUMERICALLY.     *
003875*   2026-10-15  RAK  BAD CARDS, OPEN AND DELETE FAILURES    *
003880*                    (SEVERITY E) AND EVERY REQUEST WHOSE   *
003885*                    ORPHANED KEYS ARE LEFT ON THE MASTER   *
003890*                    (MSTMNT0009W) ARE ALSO APPENDED TO THE *
003901*                    SHARED ALERTFILE.                      *
003912*   2026-10-15  RAK  THE AUDIT TRAIL LOAD NOW PASSES OVER   *
003923*                    REVERSING AUDIT RECORDS (AUD-WAS-      *
003934*                    REVERSAL) AND THE RUNS FIZBCK HAS      *
003945*                    BACKED OUT, SO THE KEYS A BACKOUT      *
003956*                    RESTORED ARE RECONCILED AGAINST THE    *
003967*                    RUN BEFORE IT AND NOT REPORTED OR      *
003978*                    PURGED AS ORPHANS.                     *
003989*                                                          *
004000************************************************************
004100*
004200 ENVIRONMENT DIVISION.
005800         FILE STATUS IS WS-GDG-FILE-STATUS.
005900     SELECT MNTRPT ASSIGN TO "MNTRPT"
006000         ORGANIZATION IS LINE SEQUENTIAL.
006025     SELECT ALERTFILE ASSIGN TO "ALERTFILE"
006050         ORGANIZATION IS LINE SEQUENTIAL
006075         FILE STATUS IS WS-ALERT-FILE-STATUS.
006100*
006200 DATA DIVISION.
006300 FILE SECTION.
007500 FD  MNTRPT
007600     RECORDING MODE IS F.
007700 01  REPORT-LINE                 PIC X(80).
007725 FD  ALERTFILE
007750     RECORDING MODE IS F.
007775 COPY ALERTREC.
007800*
007900 WORKING-STORAGE SECTION.
008000 01  WS-PARM-FILE-STATUS          PIC X(02) VALUE '00'.
010100* Run stamp (date and time together) used to keep each
010200* request's most recent audit record
010300 01  WS-RECORD-STAMP              PIC 9(16).
010306*
010312* Runs FIZBCK has backed out - the request and run stamp of
010318* EVERY REVERSING AUDIT RECORD (AUD-WAS-REVERSAL).  NEITHER
010324* THE REVERSAL NOR THE RUN IT REVERSES SETS A REQUEST'S
010327* AUDITED UPPER BOUND
010330 01  WS-REVERSED-EOF-SWITCH       PIC X(01) VALUE 'N'.
010336     88  WS-REVERSED-SCAN-DONE        VALUE 'Y'.
010342 01  WS-REVERSED-SWITCH           PIC X(01) VALUE 'N'.
010348     88  WS-RUN-WAS-REVERSED          VALUE 'Y'.
010354 01  WS-REVERSED-COUNT            PIC 9(4) COMP VALUE 0.
010360 01  WS-REVERSED-STAMP            PIC 9(16) COMP VALUE 0.
010366 01  WS-REVERSED-TABLE.
010372     05  WS-RV-ENTRY OCCURS 999 TIMES INDEXED BY RVX.
010378         10  WS-RV-REQUEST-SEQ   PIC 9(3).
010384         10  WS-RV-STAMP         PIC 9(16) COMP.
010400*
010500* Each request's most recent audited upper bound, and the
010600* orphaned key range the reconciliation pass finds for it,
014100 01  WS-EDIT-ORPH-HIGH            PIC ZZZZZZZZ9.
014200 01  WS-EDIT-ORPH-COUNT           PIC ZZZZZZZZ9.
014300 01  WS-EDIT-UPPER-BOUND          PIC ZZZZZZZZ9.
014306*
014312* Staging for the exception records appended to the shared
014318* ALERTFILE, and its open state
014324 01  WS-ALERT-FILE-STATUS         PIC X(02) VALUE '00'.
014330     88  WS-ALERT-FILE-FOUND          VALUE '00'.
014336 01  WS-ALERT-TRIED-SWITCH        PIC X(01) VALUE 'N'.
014342     88  WS-ALERT-OPEN-TRIED          VALUE 'Y'.
014348 01  WS-ALERT-OPEN-SWITCH         PIC X(01) VALUE 'N'.
014354     88  WS-ALERT-FILE-IS-OPEN        VALUE 'Y'.
014360 01  WS-ALERT-DATE                PIC 9(8) VALUE 0.
014366 01  WS-ALERT-TIME                PIC 9(8) VALUE 0.
014372 01  WS-ALERT-REQUEST-ID          PIC 9(3) VALUE 0.
014378 01  WS-ALERT-SEVERITY            PIC X(01) VALUE SPACE.
014384 01  WS-ALERT-CODE                PIC X(10) VALUE SPACES.
014390 01  WS-ALERT-TEXT                PIC X(60) VALUE SPACES.
014400*
014500 PROCEDURE DIVISION.
014600*------------
015400     PERFORM READ-HOUSEKEEPING-CARD.
015500     PERFORM VALIDATE-HOUSEKEEPING-CARD.
015600     IF NOT WS-PARMS-ARE-VALID
015650         PERFORM CLOSE-ALERT-FILE
015700         MOVE 16 TO RETURN-CODE
015800         GOBACK
015900     END-IF.
016000     PERFORM OPEN-MASTER-FILE.
016100     IF NOT WS-MASTER-IS-OPEN
016150         PERFORM CLOSE-ALERT-FILE
016200         MOVE 16 TO RETURN-CODE
016300         GOBACK
016400     END-IF.
017300     PERFORM WRITE-MAINTENANCE-REPORT.
017400     CLOSE MNTRPT.
017500     PERFORM CLOSE-MASTER-FILE.
017550     PERFORM CLOSE-ALERT-FILE.
017600     IF NOT WS-PARMS-ARE-VALID
017700         MOVE 16 TO RETURN-CODE
017800     ELSE
020700     IF WS-HKPARM-EOF
020800         DISPLAY 'MSTMNT0001E - HKPARM ACTION CARD COULD NOT '
020900             'BE READ - NOTHING DONE'
020916         MOVE 'E' TO WS-ALERT-SEVERITY
020932         MOVE 'MSTMNT0001' TO WS-ALERT-CODE
020948         MOVE 'HKPARM ACTION CARD COULD NOT BE READ'
020964             TO WS-ALERT-TEXT
020980         PERFORM WRITE-ALERT-RECORD
021000         SET WS-PARMS-VALID-SWITCH TO 'N'
021100     ELSE
021200         IF NOT MP-ACTION-IS-REPORT
021400             AND NOT MP-ACTION-IS-REBUILD
021500             DISPLAY 'MSTMNT0002E - ACTION CODE IS NOT R, P '
021600                 'OR B - NOTHING DONE'
021616             MOVE 'E' TO WS-ALERT-SEVERITY
021632             MOVE 'MSTMNT0002' TO WS-ALERT-CODE
021648             MOVE 'HKPARM ACTION CODE IS NOT R, P OR B'
021664                 TO WS-ALERT-TEXT
021680             PERFORM WRITE-ALERT-RECORD
021700             SET WS-PARMS-VALID-SWITCH TO 'N'
021800         END-IF
021900     END-IF.
022200             AND MP-REQUEST-ID-RAW NOT NUMERIC
022300             DISPLAY 'MSTMNT0003E - REQUEST ID IS NOT NUMERIC '
022400                 '- NOTHING DONE'
022416             MOVE 'E' TO WS-ALERT-SEVERITY
022432             MOVE 'MSTMNT0003' TO WS-ALERT-CODE
022448             MOVE 'HKPARM REQUEST ID IS NOT NUMERIC'
022464                 TO WS-ALERT-TEXT
022480             PERFORM WRITE-ALERT-RECORD
022500             SET WS-PARMS-VALID-SWITCH TO 'N'
022600         END-IF
022700     END-IF.
023100             OR MP-REQUEST-ID = 0
023200             DISPLAY 'MSTMNT0004E - A REBUILD MUST NAME THE '
023300                 'REQUEST IT IS REBUILDING - NOTHING DONE'
023316             MOVE 'E' TO WS-ALERT-SEVERITY
023332             MOVE 'MSTMNT0004' TO WS-ALERT-CODE
023348             MOVE 'HKPARM REBUILD CARD NAMES NO REQUEST'
023364                 TO WS-ALERT-TEXT
023380             PERFORM WRITE-ALERT-RECORD
023400             SET WS-PARMS-VALID-SWITCH TO 'N'
023500         END-IF
023600     END-IF.
024900         DISPLAY 'MSTMNT0005E - FIZZMST COULD NOT BE OPENED '
025000             '(FILE STATUS ' WS-MST-FILE-STATUS ') - NOTHING '
025100             'DONE'
025116         MOVE 'E' TO WS-ALERT-SEVERITY
025132         MOVE 'MSTMNT0005' TO WS-ALERT-CODE
025148         MOVE 'FIZZMST COULD NOT BE OPENED - NOTHING DONE'
025164             TO WS-ALERT-TEXT
025180         PERFORM WRITE-ALERT-RECORD
025200         MOVE 'N' TO WS-MST-OPEN-SWITCH
025300     END-IF.
025400*
027800* Read the accumulated audit trail front to back, keeping
027900* each request's most recent audited upper bound.  AN
028000* AUDITFILE THAT DOESN'T EXIST SIMPLY MEANS NO REQUEST HAS
028100* LIVE HISTORY AND EVERY MASTER KEY REPORTS AS ORPHANED.  A
028133* RUN FIZBCK HAS BACKED OUT IS PASSED OVER - THE KEYS IT
028166* RESTORED BELONG TO THE RUN BEFORE IT
028200*------------
028300 LOAD-AUDIT-TRAIL.
028350     PERFORM LOAD-REVERSED-RUNS.
028400     OPEN INPUT AUDITFILE.
028500     IF NOT WS-AUDIT-FILE-FOUND
028600         DISPLAY 'MSTMNT0006W - AUDITFILE COULD NOT BE OPENED '
028700             '(FILE STATUS ' WS-AUDIT-FILE-STATUS ') - EVERY '
028800             'MASTER KEY WILL REPORT AS ORPHANED'
028816         MOVE 'W' TO WS-ALERT-SEVERITY
028832         MOVE 'MSTMNT0006' TO WS-ALERT-CODE
028848         MOVE 'AUDITFILE COULD NOT BE OPENED - ALL KEYS ORPHANED'
028864             TO WS-ALERT-TEXT
028880         PERFORM WRITE-ALERT-RECORD
028900         SET WS-AUDITFILE-EOF TO TRUE
029000     END-IF.
029100     PERFORM UNTIL WS-AUDITFILE-EOF
029300             AT END
029400                 SET WS-AUDITFILE-EOF TO TRUE
029500             NOT AT END
029533                 PERFORM CHECK-REVERSED-RUN
029566                 IF NOT WS-RUN-WAS-REVERSED
029600                     PERFORM LOAD-ONE-AUDIT-RECORD
029650                 END-IF
029700         END-READ
029800     END-PERFORM.
029900     IF WS-AUDIT-FILE-FOUND OR WS-AUDIT-FILE-STATUS = '10'
030000         CLOSE AUDITFILE
030100     END-IF.
030101*
030102*------------
030103* Read the audit trail once ahead of the main load,
030104* NOTING THE REQUEST AND RUN STAMP OF EVERY REVERSING
030105* RECORD FIZBCK HAS APPENDED
030106*------------
030107 LOAD-REVERSED-RUNS.
030108     MOVE 0 TO WS-REVERSED-COUNT.
030109     MOVE 'N' TO WS-REVERSED-EOF-SWITCH.
030110     OPEN INPUT AUDITFILE.
030111     IF NOT WS-AUDIT-FILE-FOUND
030112         SET WS-REVERSED-SCAN-DONE TO TRUE
030113     END-IF.
030114     PERFORM UNTIL WS-REVERSED-SCAN-DONE
030115         READ AUDITFILE
030116             AT END
030117                 SET WS-REVERSED-SCAN-DONE TO TRUE
030118             NOT AT END
030119                 IF AUD-WAS-REVERSAL
030120                     PERFORM KEEP-REVERSED-RUN
030121                 END-IF
030122         END-READ
030123     END-PERFORM.
030124     IF WS-AUDIT-FILE-FOUND OR WS-AUDIT-FILE-STATUS = '10'
030125         CLOSE AUDITFILE
030126     END-IF.
030127*
030128*------------
030129* Note one reversing record's request and run stamp
030130*------------
030131 KEEP-REVERSED-RUN.
030132     IF AUD-REQUEST-SEQ NUMERIC
030133         AND AUD-RUN-DATE NUMERIC
030134         AND AUD-RUN-TIME NUMERIC
030135         IF WS-REVERSED-COUNT < 999
030136             ADD 1 TO WS-REVERSED-COUNT
030137             SET RVX TO WS-REVERSED-COUNT
030138             MOVE AUD-REQUEST-SEQ TO WS-RV-REQUEST-SEQ (RVX)
030139             COMPUTE WS-RV-STAMP (RVX) =
030140                 AUD-RUN-DATE * 100000000 + AUD-RUN-TIME
030141         ELSE
030142             DISPLAY 'MSTMNT0012W - MORE THAN 999 BACKED-OUT '
030143                 'RUNS ON THE AUDIT TRAIL - REQUEST '
030144                 AUD-REQUEST-SEQ ' RUN ' AUD-RUN-DATE
030145                 ' ' AUD-RUN-TIME ' NOT PASSED OVER'
030146         END-IF
030147     END-IF.
030148*
030149*------------
030150* Decide whether the audit record just read is a reversing
030151* RECORD, OR THE RECORD OF A RUN FIZBCK HAS BACKED OUT
030152*------------
030153 CHECK-REVERSED-RUN.
030154     MOVE 'N' TO WS-REVERSED-SWITCH.
030155     IF AUD-WAS-REVERSAL
030156         SET WS-RUN-WAS-REVERSED TO TRUE
030157     ELSE
030158         IF WS-REVERSED-COUNT > 0
030159             AND AUD-RUN-DATE NUMERIC
030160             AND AUD-RUN-TIME NUMERIC
030161             COMPUTE WS-REVERSED-STAMP =
030162                 AUD-RUN-DATE * 100000000 + AUD-RUN-TIME
030163             PERFORM VARYING RVX FROM 1 BY 1
030164                 UNTIL RVX > WS-REVERSED-COUNT
030165                 IF WS-RV-REQUEST-SEQ (RVX) = AUD-REQUEST-SEQ
030166                     AND WS-RV-STAMP (RVX) = WS-REVERSED-STAMP
030167                     SET WS-RUN-WAS-REVERSED TO TRUE
030168                 END-IF
030169             END-PERFORM
030170         END-IF
030171     END-IF.
030200*
030300*------------
030400* Keep one audit record's upper bound if it is the most
041200     ELSE
041300         DISPLAY 'MSTMNT0007E - DELETE FAILED (FILE STATUS '
041400             WS-MST-FILE-STATUS ') - PURGE ABANDONED'
041416         MOVE 'E' TO WS-ALERT-SEVERITY
041432         MOVE 'MSTMNT0007' TO WS-ALERT-CODE
041448         MOVE 'FIZZMST DELETE FAILED - PURGE ABANDONED'
041464             TO WS-ALERT-TEXT
041480         PERFORM WRITE-ALERT-RECORD
041500         SET WS-PARMS-VALID-SWITCH TO 'N'
041600         SET WS-MASTER-SCAN-DONE TO TRUE
041700     END-IF.
042800         DISPLAY 'MSTMNT0008E - FIZZGDG COULD NOT BE OPENED '
042900             '(FILE STATUS ' WS-GDG-FILE-STATUS ') - NOTHING '
043000             'REBUILT'
043016         MOVE 'E' TO WS-ALERT-SEVERITY
043032         MOVE 'MSTMNT0008' TO WS-ALERT-CODE
043048         MOVE 'FIZZGDG COULD NOT BE OPENED - NOTHING REBUILT'
043064             TO WS-ALERT-TEXT
043080         PERFORM WRITE-ALERT-RECORD
043100         SET WS-PARMS-VALID-SWITCH TO 'N'
043200         SET WS-FIZZGDG-EOF TO TRUE
043300     END-IF.
060100         WRITE REPORT-LINE
060200     END-IF.
060300     DISPLAY REPORT-LINE.
060311     IF WS-BAD-KEY-COUNT > 0
060322         AND NOT (MP-ACTION-IS-PURGE AND WS-CARD-REQUEST-ID = 0)
060333         MOVE 'W' TO WS-ALERT-SEVERITY
060344         MOVE 'MSTMNT0010' TO WS-ALERT-CODE
060355         MOVE 'BAD-KEY RECORDS LEFT ON FIZZMST - SEE MNTRPT'
060366             TO WS-ALERT-TEXT
060377         PERFORM WRITE-ALERT-RECORD
060388     END-IF.
060400*
060500*------------
060600* Write one request's orphaned key range - its bounds, its
063700         END-STRING
063800     END-IF.
063900     WRITE REPORT-LINE.
064000     IF NOT (MP-ACTION-IS-PURGE
064100         AND (WS-CARD-REQUEST-ID = 0
064200             OR WS-REQUEST-SUB = WS-CARD-REQUEST-ID))
064300         MOVE 'W' TO WS-ALERT-SEVERITY
064400         MOVE 'MSTMNT0009' TO WS-ALERT-CODE
064500         MOVE WS-REQUEST-SUB TO WS-ALERT-REQUEST-ID
064600         MOVE SPACES TO WS-ALERT-TEXT
064700         STRING WS-EDIT-ORPH-COUNT DELIMITED BY SIZE
064800             ' ORPHANED KEYS LEFT ON FIZZMST - SEE MNTRPT'
064900             DELIMITED BY SIZE
065000             INTO WS-ALERT-TEXT
065100         END-STRING
065200         PERFORM WRITE-ALERT-RECORD
065300     END-IF.
065400*
065500*------------
065600* Append one exception record to the shared ALERTFILE.  THE
065700* FIRST ONE OPENS IT - EXTEND, FALLING BACK TO OUTPUT THE
065800* FIRST TIME THE DATASET IS USED.  AN ALERTFILE THAT CANNOT
065900* BE OPENED IS NOT FATAL - THE EXCEPTION IS STILL ON SYSOUT
066000* AND IN THE REPORT
066100*------------
066200 WRITE-ALERT-RECORD.
066300     IF NOT WS-ALERT-OPEN-TRIED
066400         SET WS-ALERT-OPEN-TRIED TO TRUE
066500         ACCEPT WS-ALERT-DATE FROM DATE YYYYMMDD
066600         ACCEPT WS-ALERT-TIME FROM TIME
066700         OPEN EXTEND ALERTFILE
066800         IF NOT WS-ALERT-FILE-FOUND
066900             OPEN OUTPUT ALERTFILE
067000         END-IF
067100         IF WS-ALERT-FILE-FOUND
067200             SET WS-ALERT-FILE-IS-OPEN TO TRUE
067300         ELSE
067400             DISPLAY 'MSTMNT0011W - ALERTFILE COULD NOT BE '
067500                 'OPENED (FILE STATUS ' WS-ALERT-FILE-STATUS
067600                 ') - EXCEPTIONS ARE ON SYSOUT ONLY'
067700         END-IF
067800     END-IF.
067900     IF WS-ALERT-FILE-IS-OPEN
068000         MOVE SPACES TO ALERTREC-RECORD
068100         MOVE WS-ALERT-DATE TO AL-ALERT-DATE
068200         MOVE WS-ALERT-TIME TO AL-ALERT-TIME
068300         MOVE 'MSTMNT' TO AL-PROGRAM-ID
068400         MOVE WS-ALERT-REQUEST-ID TO AL-REQUEST-ID
068500         MOVE WS-ALERT-SEVERITY TO AL-SEVERITY
068600         MOVE WS-ALERT-CODE TO AL-EXCEPTION-CODE
068700         MOVE WS-ALERT-TEXT TO AL-MESSAGE-TEXT
068800         WRITE ALERTREC-RECORD
068900     END-IF.
069000     MOVE 0 TO WS-ALERT-REQUEST-ID.
069100*
069200*------------
069300* Close the shared ALERTFILE, if an exception opened it
069400*------------
069500 CLOSE-ALERT-FILE.
069600     IF WS-ALERT-FILE-IS-OPEN
069700         CLOSE ALERTFILE
069800         MOVE 'N' TO WS-ALERT-OPEN-SWITCH
069900     END-IF.

002600*                                                          *
002700* RETURN-CODE 0  - NO CONTENT CHANGES ON THE OVERLAP (OR   *
002800*                  NO PRIOR GENERATION TO COMPARE).        *
002900* RETURN-CODE 16 - AT LEAST ONE MATCHED RECORD CHANGED,    *
002950*                  OTHER THAN A BACKED-OUT REQUEST'S.      *
003000*                                                          *
003100* MODIFICATION HISTORY                                     *
003200*   2026-08-23  RAK  ORIGINAL PROGRAM.                      *
003210*   2026-10-15  RAK  AN UNOPENABLE NEWFIZZ AND EVERY        *
003220*                    REQUEST WITH CHANGED RECORDS           *
003230*                    (FIZCMP0003E, ONE PER REQUEST) ARE     *
003240*                    ALSO APPENDED TO THE SHARED ALERTFILE. *
003248*   2026-10-15  RAK  STEP STATISTICS - START AND END TIME,  *
003256*                    RECORDS READ AND WRITTEN PER FILE AND  *
003264*                    RETURN CODE APPENDED TO STATFILE       *
003272*                    (COPYBOOK STATREC) AS THE PROGRAM      *
003280*                    ENDS, FILED UNDER THE JOB AND STEP ON  *
003288*                    THE STATCTL CARD.                      *
003289*   2026-10-15  RAK  A REQUEST ONE OF WHOSE TWO LATEST RUNS *
003290*                    FIZBCK HAS BACKED OUT (AUDITFILE, AUD- *
003291*                    WAS-REVERSAL) IS EXPECTED TO DIFFER    *
003292*                    FROM LAST NIGHT'S GENERATION.  ITS     *
003293*                    CHANGES ARE COUNTED APART AND REPORTED *
003294*                    (FIZCMP0006I), NOT LISTED, ALERTED OR  *
003295*                    FAILED.                                *
003300*                                                          *
003400************************************************************
003500*
004400         FILE STATUS IS WS-OLD-FILE-STATUS.
004500     SELECT CMPRPT ASSIGN TO "CMPRPT"
004600         ORGANIZATION IS LINE SEQUENTIAL.
004610     SELECT ALERTFILE ASSIGN TO "ALERTFILE"
004620         ORGANIZATION IS LINE SEQUENTIAL
004630         FILE STATUS IS WS-ALERT-FILE-STATUS.
004640     SELECT STATCTL ASSIGN TO "STATCTL"
004650         ORGANIZATION IS LINE SEQUENTIAL
004660         FILE STATUS IS WS-STATCTL-FILE-STATUS.
004670     SELECT STATFILE ASSIGN TO "STATFILE"
004680         ORGANIZATION IS LINE SEQUENTIAL
004690         FILE STATUS IS WS-STAT-FILE-STATUS.
004692     SELECT AUDITFILE ASSIGN TO "AUDITFILE"
004694         ORGANIZATION IS LINE SEQUENTIAL
004696         FILE STATUS IS WS-AUDIT-FILE-STATUS.
004700*
004800 DATA DIVISION.
004900 FILE SECTION.
005600 FD  CMPRPT
005700     RECORDING MODE IS F.
005800 01  REPORT-LINE                 PIC X(80).
005810 FD  ALERTFILE
005820     RECORDING MODE IS F.
005830 COPY ALERTREC.
005840 FD  STATCTL
005850     RECORDING MODE IS F.
005860 COPY STATCARD.
005870 FD  STATFILE
005880     RECORDING MODE IS F.
005890 COPY STATREC.
005892 FD  AUDITFILE
005894     RECORDING MODE IS F.
005896 COPY AUDITREC.
005900*
006000 WORKING-STORAGE SECTION.
006100 01  WS-NEW-FILE-STATUS           PIC X(02) VALUE '00'.
008900 01  WS-OLD-ONLY-COUNT            PIC 9(9) COMP VALUE 0.
009000 01  WS-LISTED-COUNT              PIC 9(9) COMP VALUE 0.
009100 01  WS-LIST-LIMIT                PIC 9(9) COMP VALUE 100.
009110*
009120* Changed records per request, indexed by FZ-REQUEST-SEQ, so
009130* each request with differences raises its own alert
009140 01  WS-REQUEST-CHANGED-TABLE.
009150     05  WS-REQ-CHANGED-COUNT    PIC 9(9) COMP OCCURS 999 TIMES.
009160 01  WS-REQUEST-SUB               PIC 9(3) COMP VALUE 0.
009170 01  WS-EDIT-REQUEST-SEQ          PIC ZZ9.
009171*
009172* Requests whose last-but-one or latest run FIZBCK has
009173* BACKED OUT.  LAST NIGHT'S GENERATION STILL HOLDS WHAT THE
009174* BAD RUN PRODUCED, SO A REQUEST REGENERATED CORRECTLY
009175* TONIGHT IS EXPECTED TO DIFFER - ITS CHANGES ARE COUNTED
009176* AND REPORTED, BUT ARE NOT FAILURES.  EACH REQUEST'S TWO
009177* LATEST RUN STAMPS ARE KEPT FROM THE AUDIT TRAIL, WITH THE
009178* REQUEST AND RUN STAMP OF EVERY REVERSING RECORD
009179* (AUD-WAS-REVERSAL) FIZBCK HAS APPENDED
009180 01  WS-AUDIT-FILE-STATUS         PIC X(02) VALUE '00'.
009181     88  WS-AUDIT-FILE-FOUND          VALUE '00'.
009182 01  WS-AUDIT-EOF-SWITCH          PIC X(01) VALUE 'N'.
009183     88  WS-AUDITFILE-EOF             VALUE 'Y'.
009184 01  WS-RECORD-STAMP              PIC 9(16) COMP VALUE 0.
009185 01  WS-EXEMPT-CHANGED-COUNT      PIC 9(9) COMP VALUE 0.
009186 01  WS-REQUEST-RUN-TABLE.
009187     05  WS-RR-ENTRY OCCURS 999 TIMES.
009188         10  WS-RR-LATEST-STAMP  PIC 9(16) COMP.
009189         10  WS-RR-PRIOR-STAMP   PIC 9(16) COMP.
009190         10  WS-RR-BACKED-OUT-IND PIC X(01).
009191             88  WS-RR-WAS-BACKED-OUT VALUE 'Y'.
009192 01  WS-REVERSED-COUNT            PIC 9(4) COMP VALUE 0.
009193 01  WS-REVERSED-TABLE.
009194     05  WS-RV-ENTRY OCCURS 999 TIMES INDEXED BY RVX.
009195         10  WS-RV-REQUEST-SEQ   PIC 9(3).
009196         10  WS-RV-STAMP         PIC 9(16) COMP.
009200*
009300* Changed-record detail line
009400 01  WS-DETAIL-LINE.
011300 01  WS-EDIT-CHANGED              PIC ZZZZZZZZ9.
011400 01  WS-EDIT-NEW-ONLY             PIC ZZZZZZZZ9.
011500 01  WS-EDIT-OLD-ONLY             PIC ZZZZZZZZ9.
011505 01  WS-EDIT-REQ-CHANGED          PIC ZZZZZZZZ9.
011507 01  WS-EDIT-EXEMPT-CHANGED       PIC ZZZZZZZZ9.
011510*
011515* Staging for the exception records appended to the shared
011520* ALERTFILE, and its open state
011525 01  WS-ALERT-FILE-STATUS         PIC X(02) VALUE '00'.
011530     88  WS-ALERT-FILE-FOUND          VALUE '00'.
011535 01  WS-ALERT-TRIED-SWITCH        PIC X(01) VALUE 'N'.
011540     88  WS-ALERT-OPEN-TRIED          VALUE 'Y'.
011545 01  WS-ALERT-OPEN-SWITCH         PIC X(01) VALUE 'N'.
011550     88  WS-ALERT-FILE-IS-OPEN        VALUE 'Y'.
011555 01  WS-ALERT-DATE                PIC 9(8) VALUE 0.
011560 01  WS-ALERT-TIME                PIC 9(8) VALUE 0.
011565 01  WS-ALERT-REQUEST-ID          PIC 9(3) VALUE 0.
011570 01  WS-ALERT-SEVERITY            PIC X(01) VALUE SPACE.
011575 01  WS-ALERT-CODE                PIC X(10) VALUE SPACES.
011580 01  WS-ALERT-TEXT                PIC X(60) VALUE SPACES.
011581*
011582* Step statistics - when the step started and the records
011583* it read and wrote per file, appended to STATFILE as the
011584* step ends
011585 01  WS-STATCTL-FILE-STATUS       PIC X(02) VALUE '00'.
011586     88  WS-STATCTL-FILE-FOUND        VALUE '00'.
011587 01  WS-STAT-FILE-STATUS          PIC X(02) VALUE '00'.
011588     88  WS-STAT-FILE-FOUND           VALUE '00'.
011589 01  WS-STAT-START-DATE           PIC 9(8) VALUE 0.
011590 01  WS-STAT-START-TIME           PIC 9(8) VALUE 0.
011591 01  WS-STAT-SUB                  PIC 9(2) COMP VALUE 0.
011592 01  WS-STAT-FILE-TABLE.
011593     05  WS-STAT-FILE-ENTRY OCCURS 10 TIMES.
011594         10  WS-STAT-DDNAME      PIC X(10).
011595         10  WS-STAT-READ        PIC 9(11) COMP.
011596         10  WS-STAT-WRITTEN     PIC 9(11) COMP.
011600*
011700 PROCEDURE DIVISION.
011800*------------
012000* match on the request/iterator key
012100*------------
012200 COMPARE-NIGHTLY-FILES.
012250     PERFORM START-STEP-STATISTICS.
012300     PERFORM OPEN-FIZCMP-FILES.
012310     PERFORM VARYING WS-REQUEST-SUB FROM 1 BY 1
012320             UNTIL WS-REQUEST-SUB > 999
012330         MOVE 0 TO WS-REQ-CHANGED-COUNT (WS-REQUEST-SUB)
012340     END-PERFORM.
012370     PERFORM LOAD-BACKED-OUT-REQUESTS.
012400     PERFORM WRITE-REPORT-HEADINGS.
012500     IF WS-PRIOR-GEN-EXISTS
012600         PERFORM READ-NEW-RECORD
013000     END-IF.
013100     PERFORM WRITE-COMPARE-SUMMARY.
013200     PERFORM CLOSE-FIZCMP-FILES.
013210     PERFORM CLOSE-ALERT-FILE.
013300     IF WS-CHANGED-COUNT > 0
013400         MOVE 16 TO RETURN-CODE
013500     END-IF.
013550     PERFORM WRITE-STEP-STATISTICS
013600     GOBACK.
013700*
013800*------------
014700     IF NOT WS-NEW-FILE-FOUND
014800         DISPLAY 'FIZCMP0001E - NEWFIZZ COULD NOT BE OPENED '
014900             '(FILE STATUS ' WS-NEW-FILE-STATUS ')'
014910         MOVE 'E' TO WS-ALERT-SEVERITY
014920         MOVE 'FIZCMP0001' TO WS-ALERT-CODE
014930         MOVE 'NEWFIZZ COULD NOT BE OPENED - NOTHING COMPARED'
014940             TO WS-ALERT-TEXT
014950         PERFORM WRITE-ALERT-RECORD
015000         SET WS-NEWFIZZ-EOF TO TRUE
015100         MOVE 'N' TO WS-PRIOR-GEN-SWITCH
015200     END-IF.
015800         SET WS-OLDFIZZ-EOF TO TRUE
015900         MOVE 'N' TO WS-PRIOR-GEN-SWITCH
016000     END-IF.
016001*
016002*------------
016003* Read the audit trail once, keeping each request's two
016004* LATEST RUN STAMPS AND EVERY REVERSING RECORD, THEN MARK THE
016005* REQUESTS ONE OF WHOSE TWO LATEST RUNS WAS BACKED OUT.  AN
016006* AUDITFILE THAT CANNOT BE READ IS WARNED - EVERY CHANGE
016007* THEN COUNTS, AS IT ALWAYS HAS
016008*------------
016009 LOAD-BACKED-OUT-REQUESTS.
016010     PERFORM VARYING WS-REQUEST-SUB FROM 1 BY 1
016011             UNTIL WS-REQUEST-SUB > 999
016012         MOVE 0 TO WS-RR-LATEST-STAMP (WS-REQUEST-SUB)
016013         MOVE 0 TO WS-RR-PRIOR-STAMP (WS-REQUEST-SUB)
016014         MOVE 'N' TO WS-RR-BACKED-OUT-IND (WS-REQUEST-SUB)
016015     END-PERFORM.
016016     MOVE 0 TO WS-REVERSED-COUNT.
016017     OPEN INPUT AUDITFILE.
016018     IF NOT WS-AUDIT-FILE-FOUND
016019         DISPLAY 'FIZCMP0007W - AUDITFILE COULD NOT BE OPENED '
016020             '(FILE STATUS ' WS-AUDIT-FILE-STATUS ') - BACKED-'
016021             'OUT RUNS ARE NOT ALLOWED FOR'
016022         SET WS-AUDITFILE-EOF TO TRUE
016023     END-IF.
016024     PERFORM UNTIL WS-AUDITFILE-EOF
016025         READ AUDITFILE
016026             AT END
016027                 SET WS-AUDITFILE-EOF TO TRUE
016028             NOT AT END
016029                 ADD 1 TO WS-STAT-READ (4)
016030                 PERFORM NOTE-ONE-AUDIT-RECORD
016031         END-READ
016032     END-PERFORM.
016033     IF WS-AUDIT-FILE-FOUND OR WS-AUDIT-FILE-STATUS = '10'
016034         CLOSE AUDITFILE
016035     END-IF.
016036     PERFORM VARYING RVX FROM 1 BY 1
016037             UNTIL RVX > WS-REVERSED-COUNT
016038         MOVE WS-RV-REQUEST-SEQ (RVX) TO WS-REQUEST-SUB
016039         IF WS-RV-STAMP (RVX) =
016040                 WS-RR-LATEST-STAMP (WS-REQUEST-SUB)
016041             OR WS-RV-STAMP (RVX) =
016042                 WS-RR-PRIOR-STAMP (WS-REQUEST-SUB)
016043             SET WS-RR-WAS-BACKED-OUT (WS-REQUEST-SUB) TO TRUE
016044         END-IF
016045     END-PERFORM.
016046*
016047*------------
016048* Note one audit record - a reversing record goes on the
016049* REVERSED TABLE, ANY OTHER RUN MOVES ITS REQUEST'S TWO
016050* LATEST STAMPS ALONG
016051*------------
016052 NOTE-ONE-AUDIT-RECORD.
016053     IF AUD-REQUEST-SEQ NUMERIC
016054         AND AUD-REQUEST-SEQ > 0
016055         AND AUD-RUN-DATE NUMERIC
016056         AND AUD-RUN-TIME NUMERIC
016057         MOVE AUD-REQUEST-SEQ TO WS-REQUEST-SUB
016058         COMPUTE WS-RECORD-STAMP =
016059             AUD-RUN-DATE * 100000000 + AUD-RUN-TIME
016060         IF AUD-WAS-REVERSAL
016061             IF WS-REVERSED-COUNT < 999
016062                 ADD 1 TO WS-REVERSED-COUNT
016063                 SET RVX TO WS-REVERSED-COUNT
016064                 MOVE AUD-REQUEST-SEQ TO WS-RV-REQUEST-SEQ (RVX)
016065                 MOVE WS-RECORD-STAMP TO WS-RV-STAMP (RVX)
016066             ELSE
016067                 DISPLAY 'FIZCMP0008W - MORE THAN 999 BACKED-OUT '
016068                     'RUNS ON THE AUDIT TRAIL - REQUEST '
016069                     AUD-REQUEST-SEQ ' RUN ' AUD-RUN-DATE
016070                     ' ' AUD-RUN-TIME ' NOT ALLOWED FOR'
016071             END-IF
016072         ELSE
016073             IF WS-RECORD-STAMP >
016074                     WS-RR-LATEST-STAMP (WS-REQUEST-SUB)
016075                 MOVE WS-RR-LATEST-STAMP (WS-REQUEST-SUB)
016076                     TO WS-RR-PRIOR-STAMP (WS-REQUEST-SUB)
016077                 MOVE WS-RECORD-STAMP
016078                     TO WS-RR-LATEST-STAMP (WS-REQUEST-SUB)
016079             ELSE
016080                 IF WS-RECORD-STAMP <
016081                         WS-RR-LATEST-STAMP (WS-REQUEST-SUB)
016082                     AND WS-RECORD-STAMP >
016083                         WS-RR-PRIOR-STAMP (WS-REQUEST-SUB)
016084                     MOVE WS-RECORD-STAMP
016085                         TO WS-RR-PRIOR-STAMP (WS-REQUEST-SUB)
016086                 END-IF
016087             END-IF
016088         END-IF
016089     END-IF.
016100*
016200*------------
016300* Read tonight's next record and build its compare key
016600     READ NEWFIZZ
016700         AT END
016800             SET WS-NEWFIZZ-EOF TO TRUE
016833         NOT AT END
016866             ADD 1 TO WS-STAT-READ (1)
016900     END-READ.
017000     IF WS-NEWFIZZ-EOF
017100         MOVE 999999999999 TO WS-NEW-COMPARE-KEY
018100     READ OLDFIZZ
018200         AT END
018300             SET WS-OLDFIZZ-EOF TO TRUE
018333         NOT AT END
018366             ADD 1 TO WS-STAT-READ (2)
018400     END-READ.
018500     IF WS-OLDFIZZ-EOF
018600         MOVE 999999999999 TO WS-OLD-COMPARE-KEY
021000*
021100*------------
021200* Same request and iterator on both nights - flag any change
021300* of output text, classification or flagged indicator.  A
021333* CHANGE TO A REQUEST WHOSE RUN WAS BACKED OUT IS COUNTED
021366* APART AND NOT LISTED
021400*------------
021500 COMPARE-MATCHED-RECORD.
021600     ADD 1 TO WS-MATCHED-COUNT.
021700     IF FZ-OUTPUT-TEXT NOT = WS-OLD-OUTPUT-TEXT
021800         OR FZ-CLASS-FLAG NOT = WS-OLD-CLASS-FLAG
021900         OR FZ-FLAGGED-IND NOT = WS-OLD-FLAGGED-IND
021916         IF FZ-REQUEST-SEQ NUMERIC AND FZ-REQUEST-SEQ > 0
021932             AND WS-RR-WAS-BACKED-OUT (FZ-REQUEST-SEQ)
021948             ADD 1 TO WS-EXEMPT-CHANGED-COUNT
021964             ADD 1 TO WS-REQ-CHANGED-COUNT (FZ-REQUEST-SEQ)
021980         ELSE
022000             ADD 1 TO WS-CHANGED-COUNT
022010             IF FZ-REQUEST-SEQ NUMERIC AND FZ-REQUEST-SEQ > 0
022020                 ADD 1 TO WS-REQ-CHANGED-COUNT (FZ-REQUEST-SEQ)
022030             END-IF
022100             IF WS-LISTED-COUNT < WS-LIST-LIMIT
022200                 ADD 1 TO WS-LISTED-COUNT
022300                 PERFORM WRITE-CHANGED-DETAIL-LINE
022400             END-IF
022450         END-IF
022500     END-IF.
022600*
022700*------------
023800     MOVE FZ-CLASS-FLAG TO DET-NEW-CLASS.
023900     MOVE FZ-FLAGGED-IND TO DET-NEW-FLAG.
024000     MOVE WS-DETAIL-LINE TO REPORT-LINE.
024100     WRITE REPORT-LINE
024150     ADD 1 TO WS-STAT-WRITTEN (3).
024200*
024300*------------
024400* Write the report title and the changed-record column
024800     MOVE SPACES TO REPORT-LINE.
024900     MOVE 'FIZZOUT NIGHT-OVER-NIGHT COMPARE REPORT'
025000         TO REPORT-LINE.
025100     WRITE REPORT-LINE
025150     ADD 1 TO WS-STAT-WRITTEN (3).
025200     MOVE SPACES TO REPORT-LINE.
025300     WRITE REPORT-LINE
025350     ADD 1 TO WS-STAT-WRITTEN (3).
025400     IF WS-PRIOR-GEN-EXISTS
025500         MOVE '   NUMBER  REQ  LAST NIGHT         > TONIGHT'
025600             TO REPORT-LINE
025700         WRITE REPORT-LINE
025750         ADD 1 TO WS-STAT-WRITTEN (3)
025800     ELSE
025900         MOVE 'NO PRIOR GENERATION ON FILE - NOTHING COMPARED.'
026000             TO REPORT-LINE
026100         WRITE REPORT-LINE
026150         ADD 1 TO WS-STAT-WRITTEN (3)
026200     END-IF.
026300*
026400*------------
026900     MOVE WS-CHANGED-COUNT  TO WS-EDIT-CHANGED.
027000     MOVE WS-NEW-ONLY-COUNT TO WS-EDIT-NEW-ONLY.
027100     MOVE WS-OLD-ONLY-COUNT TO WS-EDIT-OLD-ONLY.
027150     MOVE WS-EXEMPT-CHANGED-COUNT TO WS-EDIT-EXEMPT-CHANGED.
027200     IF WS-CHANGED-COUNT > WS-LIST-LIMIT
027300         MOVE SPACES TO REPORT-LINE
027400         MOVE '(FURTHER CHANGED RECORDS SUPPRESSED)'
027500             TO REPORT-LINE
027600         WRITE REPORT-LINE
027650         ADD 1 TO WS-STAT-WRITTEN (3)
027700     END-IF.
027800     MOVE SPACES TO REPORT-LINE.
027900     WRITE REPORT-LINE
027950     ADD 1 TO WS-STAT-WRITTEN (3).
028000     MOVE SPACES TO REPORT-LINE.
028100     STRING 'RECORDS ON BOTH NIGHTS    : ' DELIMITED BY SIZE
028200         WS-EDIT-MATCHED DELIMITED BY SIZE
028300         INTO REPORT-LINE
028400     END-STRING.
028500     WRITE REPORT-LINE
028550     ADD 1 TO WS-STAT-WRITTEN (3).
028600     MOVE SPACES TO REPORT-LINE.
028700     STRING 'CHANGED ON THE OVERLAP    : ' DELIMITED BY SIZE
028800         WS-EDIT-CHANGED DELIMITED BY SIZE
028900         INTO REPORT-LINE
029000     END-STRING.
029100     WRITE REPORT-LINE
029150     ADD 1 TO WS-STAT-WRITTEN (3).
029156     MOVE SPACES TO REPORT-LINE.
029162     STRING 'CHANGED, RUN BACKED OUT   : ' DELIMITED BY SIZE
029168         WS-EDIT-EXEMPT-CHANGED DELIMITED BY SIZE
029174         INTO REPORT-LINE
029180     END-STRING.
029186     WRITE REPORT-LINE
029192     ADD 1 TO WS-STAT-WRITTEN (3).
029200     MOVE SPACES TO REPORT-LINE.
029300     STRING 'ONLY ON TONIGHT''S FILE    : ' DELIMITED BY SIZE
029400         WS-EDIT-NEW-ONLY DELIMITED BY SIZE
029500         INTO REPORT-LINE
029600     END-STRING.
029700     WRITE REPORT-LINE
029750     ADD 1 TO WS-STAT-WRITTEN (3).
029800     MOVE SPACES TO REPORT-LINE.
029900     STRING 'ONLY ON LAST NIGHT''S FILE : ' DELIMITED BY SIZE
030000         WS-EDIT-OLD-ONLY DELIMITED BY SIZE
030100         INTO REPORT-LINE
030200     END-STRING.
030300     WRITE REPORT-LINE
030350     ADD 1 TO WS-STAT-WRITTEN (3).
030400     MOVE SPACES TO REPORT-LINE.
030500     WRITE REPORT-LINE
030550     ADD 1 TO WS-STAT-WRITTEN (3).
030600     IF WS-CHANGED-COUNT > 0
030700         MOVE '** UNEXPECTED DIFFERENCES - INVESTIGATE BEFORE '
030800             TO REPORT-LINE
030900         WRITE REPORT-LINE
030950         ADD 1 TO WS-STAT-WRITTEN (3)
031000         MOVE '   RELEASING DOWNSTREAM PROCESSING **'
031100             TO REPORT-LINE
031200         WRITE REPORT-LINE
031250         ADD 1 TO WS-STAT-WRITTEN (3)
031300     ELSE
031400         MOVE 'NO CONTENT CHANGES ON THE OVERLAPPING RANGE.'
031500             TO REPORT-LINE
031600         WRITE REPORT-LINE
031650         ADD 1 TO WS-STAT-WRITTEN (3)
031700     END-IF.
031800     DISPLAY REPORT-LINE.
031803     PERFORM VARYING WS-REQUEST-SUB FROM 1 BY 1
031806             UNTIL WS-REQUEST-SUB > 999
031808         IF WS-REQ-CHANGED-COUNT (WS-REQUEST-SUB) > 0
031810             IF WS-RR-WAS-BACKED-OUT (WS-REQUEST-SUB)
031812                 PERFORM NOTE-ONE-BACKED-OUT-REQUEST
031814             ELSE
031816                 PERFORM ALERT-ONE-CHANGED-REQUEST
031818             END-IF
031820         END-IF
031822     END-PERFORM.
031824*
031826*------------
031828* Raise the alert for one request whose records changed
031830* since last night
031833*------------
031836 ALERT-ONE-CHANGED-REQUEST.
031839     MOVE WS-REQUEST-SUB TO WS-EDIT-REQUEST-SEQ.
031842     MOVE WS-REQ-CHANGED-COUNT (WS-REQUEST-SUB)
031845         TO WS-EDIT-REQ-CHANGED.
031848     DISPLAY 'FIZCMP0003E - REQUEST ' WS-EDIT-REQUEST-SEQ
031851         ' - ' WS-EDIT-REQ-CHANGED ' RECORDS CHANGED SINCE '
031854         'LAST NIGHT'.
031857     MOVE 'E' TO WS-ALERT-SEVERITY.
031860     MOVE 'FIZCMP0003' TO WS-ALERT-CODE.
031863     MOVE WS-REQUEST-SUB TO WS-ALERT-REQUEST-ID.
031866     MOVE SPACES TO WS-ALERT-TEXT.
031869     STRING WS-EDIT-REQ-CHANGED DELIMITED BY SIZE
031872         ' RECORDS CHANGED SINCE LAST NIGHT''S FIZZOUT'
031875         DELIMITED BY SIZE
031878         INTO WS-ALERT-TEXT
031881     END-STRING.
031884     PERFORM WRITE-ALERT-RECORD.
031885*
031886*------------
031887* Report one request whose records changed since last night
031888* BECAUSE ITS BAD RUN WAS BACKED OUT - EXPECTED, SO NO ALERT
031889*------------
031890 NOTE-ONE-BACKED-OUT-REQUEST.
031891     MOVE WS-REQUEST-SUB TO WS-EDIT-REQUEST-SEQ.
031892     MOVE WS-REQ-CHANGED-COUNT (WS-REQUEST-SUB)
031893         TO WS-EDIT-REQ-CHANGED.
031894     DISPLAY 'FIZCMP0006I - REQUEST ' WS-EDIT-REQUEST-SEQ
031895         ' - ' WS-EDIT-REQ-CHANGED ' RECORDS CHANGED SINCE '
031896         'LAST NIGHT - A RUN WAS BACKED OUT, NOT A FAILURE'.
031900*
032000*------------
032100* Close whatever opened
032800         CLOSE OLDFIZZ
032900     END-IF.
033000     CLOSE CMPRPT.
033010*
033020*------------
033030* Append one exception record to the shared ALERTFILE.  THE
033040* FIRST ONE OPENS IT - EXTEND, FALLING BACK TO OUTPUT THE
033050* FIRST TIME THE DATASET IS USED.  AN ALERTFILE THAT CANNOT
033060* BE OPENED IS NOT FATAL - THE EXCEPTION IS STILL ON SYSOUT
033070* AND IN THE REPORT
033080*------------
033090 WRITE-ALERT-RECORD.
033100     IF NOT WS-ALERT-OPEN-TRIED
033110         SET WS-ALERT-OPEN-TRIED TO TRUE
033120         ACCEPT WS-ALERT-DATE FROM DATE YYYYMMDD
033130         ACCEPT WS-ALERT-TIME FROM TIME
033140         OPEN EXTEND ALERTFILE
033150         IF NOT WS-ALERT-FILE-FOUND
033160             OPEN OUTPUT ALERTFILE
033170         END-IF
033180         IF WS-ALERT-FILE-FOUND
033190             SET WS-ALERT-FILE-IS-OPEN TO TRUE
033200         ELSE
033210             DISPLAY 'FIZCMP0004W - ALERTFILE COULD NOT BE '
033220                 'OPENED (FILE STATUS ' WS-ALERT-FILE-STATUS
033230                 ') - EXCEPTIONS ARE ON SYSOUT ONLY'
033240         END-IF
033250     END-IF.
033260     IF WS-ALERT-FILE-IS-OPEN
033270         MOVE SPACES TO ALERTREC-RECORD
033280         MOVE WS-ALERT-DATE TO AL-ALERT-DATE
033290         MOVE WS-ALERT-TIME TO AL-ALERT-TIME
033300         MOVE 'FIZCMP' TO AL-PROGRAM-ID
033310         MOVE WS-ALERT-REQUEST-ID TO AL-REQUEST-ID
033320         MOVE WS-ALERT-SEVERITY TO AL-SEVERITY
033330         MOVE WS-ALERT-CODE TO AL-EXCEPTION-CODE
033340         MOVE WS-ALERT-TEXT TO AL-MESSAGE-TEXT
033350         WRITE ALERTREC-RECORD
033360     END-IF.
033370     MOVE 0 TO WS-ALERT-REQUEST-ID.
033380*
033390*------------
033400* Close the shared ALERTFILE, if an exception opened it
033410*------------
033420 CLOSE-ALERT-FILE.
033430     IF WS-ALERT-FILE-IS-OPEN
033440         CLOSE ALERTFILE
033450         MOVE 'N' TO WS-ALERT-OPEN-SWITCH
033460     END-IF.
033560*
033660*------------
033760* Note when the step started and name the files its record
033860* counts are kept for, in the order they are counted
033960*------------
034060 START-STEP-STATISTICS.
034160     ACCEPT WS-STAT-START-DATE FROM DATE YYYYMMDD.
034260     ACCEPT WS-STAT-START-TIME FROM TIME.
034360     PERFORM VARYING WS-STAT-SUB FROM 1 BY 1
034460         UNTIL WS-STAT-SUB > 10
034560         MOVE SPACES TO WS-STAT-DDNAME (WS-STAT-SUB)
034660         MOVE 0 TO WS-STAT-READ (WS-STAT-SUB)
034760         MOVE 0 TO WS-STAT-WRITTEN (WS-STAT-SUB)
034860     END-PERFORM.
034960     MOVE 'NEWFIZZ' TO WS-STAT-DDNAME (1).
035060     MOVE 'OLDFIZZ' TO WS-STAT-DDNAME (2).
035160     MOVE 'CMPRPT' TO WS-STAT-DDNAME (3).
035210     MOVE 'AUDITFILE' TO WS-STAT-DDNAME (4).
035260*
035360*------------
035460* Append the step statistics record to STATFILE under the
035560* job and step named on the STATCTL card.  THE RETURN CODE
035660* IS WHATEVER THE STEP HAS SET BY NOW.  A STATFILE THAT
035760* CANNOT BE OPENED IS WARNED AND DOES NOT CHANGE IT
035860*------------
035960 WRITE-STEP-STATISTICS.
036060     MOVE SPACES TO STATREC-RECORD.
036160     OPEN INPUT STATCTL.
036260     IF WS-STATCTL-FILE-FOUND
036360         READ STATCTL
036460             AT END
036560                 MOVE SPACES TO STATCARD-RECORD
036660         END-READ
036760         MOVE SC-JOB-NAME TO ST-JOB-NAME
036860         MOVE SC-STEP-NAME TO ST-STEP-NAME
036960         CLOSE STATCTL
037060     END-IF.
037160     MOVE 'FIZCMP' TO ST-PROGRAM-ID.
037260     MOVE WS-STAT-START-DATE TO ST-START-DATE.
037360     MOVE WS-STAT-START-TIME TO ST-START-TIME.
037460     ACCEPT ST-END-DATE FROM DATE YYYYMMDD.
037560     ACCEPT ST-END-TIME FROM TIME.
037660     MOVE RETURN-CODE TO ST-RETURN-CODE.
037760     MOVE 4 TO ST-FILE-COUNT.
037860     PERFORM VARYING WS-STAT-SUB FROM 1 BY 1
037960         UNTIL WS-STAT-SUB > 10
038060         MOVE WS-STAT-DDNAME (WS-STAT-SUB)
038160             TO ST-FILE-DDNAME (WS-STAT-SUB)
038260         MOVE WS-STAT-READ (WS-STAT-SUB)
038360             TO ST-RECORDS-READ (WS-STAT-SUB)
038460         MOVE WS-STAT-WRITTEN (WS-STAT-SUB)
038560             TO ST-RECORDS-WRITTEN (WS-STAT-SUB)
038660     END-PERFORM.
038760     OPEN EXTEND STATFILE.
038860     IF NOT WS-STAT-FILE-FOUND
038960         OPEN OUTPUT STATFILE
039060     END-IF.
039160     IF WS-STAT-FILE-FOUND
039260         WRITE STATREC-RECORD
039360         CLOSE STATFILE
039460     ELSE
039560         DISPLAY 'FIZCMP0005W - STATFILE COULD NOT BE OPENED '
039660             '(FILE STATUS ' WS-STAT-FILE-STATUS ') - STEP '
039760             'STATISTICS NOT RECORDED'
039860     END-IF.

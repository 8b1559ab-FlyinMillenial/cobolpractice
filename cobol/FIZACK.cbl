004050*                    STAYED SENT AND LATER PAGED AS AGED.   *
004060*                    IT NOW REPORTS CONTROL UPDATE FAILED   *
004070*                    AND FAILS THE STEP.                    *
004075*   2026-10-15  RAK  EVERY EXCEPTION IS ALSO APPENDED TO    *
004076*                    THE SHARED ALERTFILE - ONE ALERT PER   *
004077*                    SHORT, UNMATCHED, MALFORMED OR AGED    *
004078*                    TRANSMISSION (FIZACK0006-0009), PLUS   *
004079*                    THE CARD, OPEN AND REWRITE FAILURES.   *
004100*                                                          *
004200************************************************************
004300*
005700         FILE STATUS IS WS-CTL-FILE-STATUS.
005800     SELECT ACKRPT ASSIGN TO "ACKRPT"
005900         ORGANIZATION IS LINE SEQUENTIAL.
005910     SELECT ALERTFILE ASSIGN TO "ALERTFILE"
005920         ORGANIZATION IS LINE SEQUENTIAL
005930         FILE STATUS IS WS-ALERT-FILE-STATUS.
006000*
006100 DATA DIVISION.
006200 FILE SECTION.
007100 FD  ACKRPT
007200     RECORDING MODE IS F.
007300 01  REPORT-LINE                 PIC X(80).
007310 FD  ALERTFILE
007320     RECORDING MODE IS F.
007330 COPY ALERTREC.
007400*
007500 WORKING-STORAGE SECTION.
007600 01  WS-PARM-FILE-STATUS          PIC X(02) VALUE '00'.
015400 01  WS-EDIT-MALFORMED            PIC ZZZZZZZZ9.
015500 01  WS-EDIT-AGED                 PIC ZZZZZZZZ9.
015510 01  WS-EDIT-UPDATE-FAILS         PIC ZZZZZZZZ9.
015515*
015520* Staging for the exception records appended to the shared
015525* ALERTFILE, and its open state
015530 01  WS-ALERT-FILE-STATUS         PIC X(02) VALUE '00'.
015535     88  WS-ALERT-FILE-FOUND          VALUE '00'.
015540 01  WS-ALERT-TRIED-SWITCH        PIC X(01) VALUE 'N'.
015545     88  WS-ALERT-OPEN-TRIED          VALUE 'Y'.
015550 01  WS-ALERT-OPEN-SWITCH         PIC X(01) VALUE 'N'.
015555     88  WS-ALERT-FILE-IS-OPEN        VALUE 'Y'.
015560 01  WS-ALERT-DATE                PIC 9(8) VALUE 0.
015565 01  WS-ALERT-TIME                PIC 9(8) VALUE 0.
015570 01  WS-ALERT-REQUEST-ID          PIC 9(3) VALUE 0.
015575 01  WS-ALERT-SEVERITY            PIC X(01) VALUE SPACE.
015580 01  WS-ALERT-CODE                PIC X(10) VALUE SPACES.
015585 01  WS-ALERT-TEXT                PIC X(60) VALUE SPACES.
015590 01  WS-ALERT-REASON              PIC X(35) VALUE SPACES.
015600*
015700 PROCEDURE DIVISION.
015800*------------
016600     PERFORM READ-DEADLINE-CARD.
016700     PERFORM VALIDATE-DEADLINE-CARD.
016800     IF NOT WS-PARMS-ARE-VALID
016810         PERFORM CLOSE-ALERT-FILE
016900         MOVE 16 TO RETURN-CODE
017000         GOBACK
017100     END-IF.
018000         MOVE '   PROCESSED **' TO REPORT-LINE
018100         WRITE REPORT-LINE
018200         CLOSE ACKRPT
018210         PERFORM CLOSE-ALERT-FILE
018300         MOVE 16 TO RETURN-CODE
018400         GOBACK
018500     END-IF.
018800     PERFORM WRITE-REPORT-SUMMARY.
018900     CLOSE XMITCTL.
019000     CLOSE ACKRPT.
019010     PERFORM CLOSE-ALERT-FILE.
019100     COMPUTE WS-EXCEPTION-TOTAL =
019200         WS-FAILED-COUNT + WS-UNKNOWN-COUNT +
019300         WS-MALFORMED-COUNT + WS-AGED-COUNT +
021900     IF WS-ACKPARM-EOF
022000         DISPLAY 'FIZACK0001E - ACKPARM DEADLINE CARD COULD '
022100             'NOT BE READ - NOTHING PROCESSED'
022110         MOVE 'E' TO WS-ALERT-SEVERITY
022120         MOVE 'FIZACK0001' TO WS-ALERT-CODE
022130         MOVE 'ACKPARM DEADLINE CARD COULD NOT BE READ'
022140             TO WS-ALERT-TEXT
022150         PERFORM WRITE-ALERT-RECORD
022200         SET WS-PARMS-VALID-SWITCH TO 'N'
022300     ELSE
022400         IF AK-DEADLINE-DAYS NOT NUMERIC
022500             OR AK-DEADLINE-DAYS = 0
022600             DISPLAY 'FIZACK0002E - DEADLINE DAYS MUST BE A '
022700                 'POSITIVE NUMBER - NOTHING PROCESSED'
022710             MOVE 'E' TO WS-ALERT-SEVERITY
022720             MOVE 'FIZACK0002' TO WS-ALERT-CODE
022730             MOVE 'ACKPARM DEADLINE DAYS NOT A POSITIVE NUMBER'
022740                 TO WS-ALERT-TEXT
022750             PERFORM WRITE-ALERT-RECORD
022800             SET WS-PARMS-VALID-SWITCH TO 'N'
022900         END-IF
023000     END-IF.
025100         DISPLAY 'FIZACK0003E - XMITCTL COULD NOT BE OPENED '
025200             '(FILE STATUS ' WS-CTL-FILE-STATUS ') - NOTHING '
025300             'PROCESSED'
025310         MOVE 'E' TO WS-ALERT-SEVERITY
025320         MOVE 'FIZACK0003' TO WS-ALERT-CODE
025330         MOVE 'XMITCTL COULD NOT BE OPENED - NO ACKS PROCESSED'
025340             TO WS-ALERT-TEXT
025350         PERFORM WRITE-ALERT-RECORD
025400         MOVE 'N' TO WS-CTL-OPEN-SWITCH
025500     END-IF.
025600*
026500         DISPLAY 'FIZACK0004W - ACKFILE NOT AVAILABLE (FILE '
026600             'STATUS ' WS-ACK-FILE-STATUS ') - ONLY THE '
026700             'AGING SWEEP RAN'
026710         MOVE 'W' TO WS-ALERT-SEVERITY
026720         MOVE 'FIZACK0004' TO WS-ALERT-CODE
026730         MOVE 'ACKFILE NOT AVAILABLE - ONLY THE AGING SWEEP RAN'
026740             TO WS-ALERT-TEXT
026750         PERFORM WRITE-ALERT-RECORD
026800         SET WS-ACKFILE-EOF TO TRUE
026900     END-IF.
027000     PERFORM UNTIL WS-ACKFILE-EOF
031100             INTO REPORT-LINE
031200         END-STRING
031300         WRITE REPORT-LINE
031310         MOVE 'E' TO WS-ALERT-SEVERITY
031320         MOVE 'FIZACK0006' TO WS-ALERT-CODE
031330         MOVE 'MALFORMED ACKNOWLEDGMENT RECORD - SEE ACKRPT'
031340             TO WS-ALERT-TEXT
031350         PERFORM WRITE-ALERT-RECORD
031400     ELSE
031500         PERFORM MATCH-ONE-ACKNOWLEDGMENT
031600     END-IF.
033600             TO DET-VERDICT
033700         MOVE WS-DETAIL-LINE TO REPORT-LINE
033800         WRITE REPORT-LINE
033810         MOVE 'E' TO WS-ALERT-SEVERITY
033820         MOVE 'FIZACK0007' TO WS-ALERT-CODE
033830         MOVE ' MATCHES NO EXTRACT ON XMITCTL'
033840             TO WS-ALERT-REASON
033850         PERFORM ALERT-ONE-TRANSMISSION
033900     ELSE
034000         MOVE XC-EXTRACT-DATE TO DET-EXTRACT-DATE
034100         MOVE XC-EXTRACT-TIME TO DET-EXTRACT-TIME
035100             SET XC-EXTRACT-FAILED TO TRUE
035200             MOVE '** COUNT OR HASH MISMATCH'
035300                 TO DET-VERDICT
035310             MOVE 'E' TO WS-ALERT-SEVERITY
035320             MOVE 'FIZACK0008' TO WS-ALERT-CODE
035330             MOVE ' CAME BACK SHORT - COUNT OR HASH'
035340                 TO WS-ALERT-REASON
035350             PERFORM ALERT-ONE-TRANSMISSION
035400         END-IF
035500         REWRITE XMITCTL-RECORD
035510         IF NOT WS-CTL-FILE-OK
035540                 '(FILE STATUS ' WS-CTL-FILE-STATUS ') FOR '
035550                 'EXTRACT ' WS-ACK-DATE-RAW ' '
035560                 WS-ACK-TIME-RAW
035561             MOVE 'E' TO WS-ALERT-SEVERITY
035562             MOVE 'FIZACK0005' TO WS-ALERT-CODE
035563             MOVE ' - XMITCTL REWRITE FAILED'
035564                 TO WS-ALERT-REASON
035565             PERFORM ALERT-ONE-TRANSMISSION
035570             MOVE '** CONTROL UPDATE FAILED'
035580                 TO DET-VERDICT
035590         END-IF
039800                 TO DET-VERDICT
039900             MOVE WS-DETAIL-LINE TO REPORT-LINE
040000             WRITE REPORT-LINE
040010             MOVE XC-EXTRACT-DATE TO WS-ACK-DATE
040020             MOVE XC-EXTRACT-TIME TO WS-ACK-TIME
040030             MOVE 'E' TO WS-ALERT-SEVERITY
040040             MOVE 'FIZACK0009' TO WS-ALERT-CODE
040050             MOVE ' STILL UNACKNOWLEDGED PAST DEADLINE'
040060                 TO WS-ALERT-REASON
040070             PERFORM ALERT-ONE-TRANSMISSION
040100         END-IF
040200     END-IF.
040300*
047700         WRITE REPORT-LINE
047800     END-IF.
047900     DISPLAY REPORT-LINE.
047910*
047920*------------
047930* Raise the alert for one transmission, named by the extract
047940* date/time in WS-ACK-DATE-RAW/WS-ACK-TIME-RAW
047950*------------
047960 ALERT-ONE-TRANSMISSION.
047970     MOVE SPACES TO WS-ALERT-TEXT.
047980     STRING 'EXTRACT ' DELIMITED BY SIZE
047990         WS-ACK-DATE-RAW DELIMITED BY SIZE
048000         ' ' DELIMITED BY SIZE
048010         WS-ACK-TIME-RAW DELIMITED BY SIZE
048020         WS-ALERT-REASON DELIMITED BY SIZE
048030         INTO WS-ALERT-TEXT
048040     END-STRING.
048050     PERFORM WRITE-ALERT-RECORD.
048060*
048070*------------
048080* Append one exception record to the shared ALERTFILE.  THE
048090* FIRST ONE OPENS IT - EXTEND, FALLING BACK TO OUTPUT THE
048100* FIRST TIME THE DATASET IS USED.  AN ALERTFILE THAT CANNOT
048110* BE OPENED IS NOT FATAL - THE EXCEPTION IS STILL ON SYSOUT
048120* AND IN THE REPORT
048130*------------
048140 WRITE-ALERT-RECORD.
048150     IF NOT WS-ALERT-OPEN-TRIED
048160         SET WS-ALERT-OPEN-TRIED TO TRUE
048170         ACCEPT WS-ALERT-DATE FROM DATE YYYYMMDD
048180         ACCEPT WS-ALERT-TIME FROM TIME
048190         OPEN EXTEND ALERTFILE
048200         IF NOT WS-ALERT-FILE-FOUND
048210             OPEN OUTPUT ALERTFILE
048220         END-IF
048230         IF WS-ALERT-FILE-FOUND
048240             SET WS-ALERT-FILE-IS-OPEN TO TRUE
048250         ELSE
048260             DISPLAY 'FIZACK0010W - ALERTFILE COULD NOT BE '
048270                 'OPENED (FILE STATUS ' WS-ALERT-FILE-STATUS
048280                 ') - EXCEPTIONS ARE ON SYSOUT ONLY'
048290         END-IF
048300     END-IF.
048310     IF WS-ALERT-FILE-IS-OPEN
048320         MOVE SPACES TO ALERTREC-RECORD
048330         MOVE WS-ALERT-DATE TO AL-ALERT-DATE
048340         MOVE WS-ALERT-TIME TO AL-ALERT-TIME
048350         MOVE 'FIZACK' TO AL-PROGRAM-ID
048360         MOVE WS-ALERT-REQUEST-ID TO AL-REQUEST-ID
048370         MOVE WS-ALERT-SEVERITY TO AL-SEVERITY
048380         MOVE WS-ALERT-CODE TO AL-EXCEPTION-CODE
048390         MOVE WS-ALERT-TEXT TO AL-MESSAGE-TEXT
048400         WRITE ALERTREC-RECORD
048410     END-IF.
048420     MOVE 0 TO WS-ALERT-REQUEST-ID.
048430*
048440*------------
048450* Close the shared ALERTFILE, if an exception opened it
048460*------------
048470 CLOSE-ALERT-FILE.
048480     IF WS-ALERT-FILE-IS-OPEN
048490         CLOSE ALERTFILE
048500         MOVE 'N' TO WS-ALERT-OPEN-SWITCH
048510     END-IF.

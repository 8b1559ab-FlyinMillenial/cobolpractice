015915*                    EFFECTIVE WINDOW, SO PRE-LOADED FLAGS   *
015916*                    WAIT THEIR TURN AND CAMPAIGN ENTRIES    *
015917*                    EXPIRE WITHOUT A MAINTENANCE RUN.       *
015981*   2026-10-15  RAK  PARTITION MODE.  WHEN A PARTCTL DD IS   *
015982*                    PRESENT (SEE PARTREC) THE RUN IS ONE OF *
015983*                    THE CONCURRENT PARTITIONS FIZSPL SPLIT  *
015984*                    THE NIGHT'S DECK INTO.  A PARTITION     *
015985*                    READS FIZZMST FOR THE DELTA HIGH-KEY    *
015986*                    SCAN BUT NEVER UPDATES IT - SEVERAL     *
015987*                    JOBS CANNOT SAFELY SHARE UPDATES TO ONE *
015988*                    KSDS, SO FIZMRG APPLIES THE UPSERTS     *
015989*                    FROM THE MERGED FIZZOUT.  ITS AUDITFILE *
015990*                    IS THE PARTITION'S OWN, SEEDED BY       *
015991*                    FIZSPL WITH EACH REQUEST'S PRIOR        *
015992*                    RECORD, SO DELTA ELIGIBILITY IS DECIDED *
015993*                    EXACTLY AS BEFORE.  A PARTITION GIVEN   *
015994*                    NO CARDS ENDS CC 0000, AND EVERY        *
015995*                    PARTITION THAT ENDS NORMALLY LEAVES AN  *
015996*                    INACTIVE CHECKPOINT STAMPED WITH ITS    *
016005*                    PARTITION NUMBER (CK-PARTITION-NO) SO   *
016014*                    FIZMRG CAN TELL IT FINISHED.            *
016023*   2026-10-15  RAK  STEP STATISTICS - START AND END TIME,   *
016032*                    RECORDS READ AND WRITTEN PER FILE AND   *
016041*                    RETURN CODE APPENDED TO STATFILE        *
016050*                    (COPYBOOK STATREC) AS THE PROGRAM ENDS, *
016059*                    FILED UNDER THE JOB AND STEP ON THE     *
016060*                    STATCTL CARD.                           *
016061*   2026-10-15  RAK  AN UNPARTITIONED RUN NOW LOGS EVERY     *
016062*                    FIZZMST UPSERT THAT ADDS OR CHANGES A   *
016063*                    RECORD ON THE BFIMAGE BEFORE-IMAGE LOG  *
016064*                    (COPYBOOK BFIMREC) SO FIZBCK CAN BACK A *
016065*                    BAD RUN OUT.  THE KEY IS NOW READ       *
016066*                    BEFORE IT IS WRITTEN OR REWRITTEN.  A   *
016067*                    PARTITION KEEPS NO LOG - FIZMRG LOGS    *
016068*                    THE MERGED UPSERTS.  THE DELTA CHECK    *
016069*                    NOW PASSES OVER REVERSING AUDIT RECORDS *
016070*                    (AUD-WAS-REVERSAL) AND THE RUNS THEY    *
016071*                    REVERSE.                                *
016072*                                                          *
016086************************************************************
016100*
016200 ENVIRONMENT DIVISION.
016300 INPUT-OUTPUT SECTION.
018760     SELECT RULEFILE ASSIGN TO "RULEFILE"
018770         ORGANIZATION IS LINE SEQUENTIAL
018780         FILE STATUS IS WS-RULE-FILE-STATUS.
018781     SELECT PARTCTL ASSIGN TO "PARTCTL"
018782         ORGANIZATION IS LINE SEQUENTIAL
018783         FILE STATUS IS WS-PART-FILE-STATUS.
018785     SELECT STATCTL ASSIGN TO "STATCTL"
018787         ORGANIZATION IS LINE SEQUENTIAL
018789         FILE STATUS IS WS-STATCTL-FILE-STATUS.
018791     SELECT STATFILE ASSIGN TO "STATFILE"
018793         ORGANIZATION IS LINE SEQUENTIAL
018795         FILE STATUS IS WS-STAT-FILE-STATUS.
018796     SELECT BFIMAGE ASSIGN TO "BFIMAGE"
018797         ORGANIZATION IS LINE SEQUENTIAL
018798         FILE STATUS IS WS-BFIM-FILE-STATUS.
018800*
018900 DATA DIVISION.
019000 FILE SECTION.
020930 FD  RULEFILE
020940     RECORDING MODE IS F.
020950 COPY RULECARD.
020960 FD  PARTCTL
020970     RECORDING MODE IS F.
020980 COPY PARTREC.
020982 FD  STATCTL
020984     RECORDING MODE IS F.
020986 COPY STATCARD.
020988 FD  STATFILE
020990     RECORDING MODE IS F.
020992 COPY STATREC.
020994 FD  BFIMAGE
020996     RECORDING MODE IS F.
020998 COPY BFIMREC.
021000*
021100 WORKING-STORAGE SECTION.
021200 01  WS-ITERATOR             PIC 9(9) COMP VALUE 0.
028130     88  WS-REG-ID-FOUND         VALUE '00'.
028140 01  WS-REG-OPEN-SWITCH      PIC X(01) VALUE 'N'.
028150     88  WS-REGISTRY-IS-OPEN     VALUE 'Y'.
028151*
028152* Partition mode - set when the step carries a PARTCTL DD,
028153* I.E. THIS RUN IS ONE OF THE PARTITIONS FIZSPL SPLIT THE
028154* NIGHT'S DECK INTO.  THE MASTER IS THEN READ BUT NEVER
028155* UPDATED - FIZMRG APPLIES THE UPSERTS AFTER THE MERGE
028156 01  WS-PART-FILE-STATUS     PIC X(02) VALUE '00'.
028157     88  WS-PART-FILE-FOUND      VALUE '00'.
028158 01  WS-PARTITION-SWITCH     PIC X(01) VALUE 'N'.
028159     88  WS-RUN-IS-PARTITION     VALUE 'Y'.
028161 01  WS-PART-ERROR-SWITCH    PIC X(01) VALUE 'N'.
028162     88  WS-PARTITION-CTL-BAD    VALUE 'Y'.
028163 01  WS-PARTITION-NO         PIC 9(02) VALUE 0.
028160*
028170* Keyed results master and delta processing controls
028300 01  WS-MST-FILE-STATUS      PIC X(02) VALUE '00'.
029300     88  WS-REQUEST-IS-DELTA     VALUE 'Y'.
029400 01  WS-DELTA-NOTHING-SW     PIC X(01) VALUE 'N'.
029500     88  WS-DELTA-NOTHING-TO-DO  VALUE 'Y'.
029508*
029516* Before-image log of the upserts an unpartitioned run makes
029524* TO FIZZMST (COPYBOOK BFIMREC), WHICH FIZBCK READS TO BACK
029532* A BAD RUN OUT
029540 01  WS-MST-FOUND-SWITCH     PIC X(01) VALUE 'N'.
029548     88  WS-MST-KEY-FOUND        VALUE 'Y'.
029556 01  WS-BFIM-FILE-STATUS     PIC X(02) VALUE '00'.
029564     88  WS-BFIM-FILE-FOUND      VALUE '00'.
029572 01  WS-BFIM-OPEN-SWITCH     PIC X(01) VALUE 'N'.
029580     88  WS-BEFORE-IMAGE-IS-OPEN VALUE 'Y'.
029588 01  WS-BEFORE-IMAGE         PIC X(30) VALUE SPACES.
029600*
029700* Each request's parameters as last written to the audit
029800* trail, loaded once at startup for the delta-eligibility
030900         10  WS-PP-BUZZ-LABEL    PIC X(08).
030910         10  WS-PP-RULE3-DIVISOR PIC 9(3)  COMP.
030920         10  WS-PP-RULE4-DIVISOR PIC 9(3)  COMP.
030921         10  WS-PP-RULE3-LABEL   PIC X(08).
030922         10  WS-PP-RULE4-LABEL   PIC X(08).
030923*
030924* Runs FIZBCK has backed out - the request and run stamp of
030925* EVERY REVERSING AUDIT RECORD (AUD-WAS-REVERSAL).  NEITHER
030926* THE REVERSAL NOR THE RUN IT REVERSES COUNTS AS A REQUEST'S
030927* PRIOR PARAMETERS
030928 01  WS-REVERSED-EOF-SWITCH  PIC X(01) VALUE 'N'.
030929     88  WS-REVERSED-SCAN-DONE   VALUE 'Y'.
030930 01  WS-REVERSED-SWITCH      PIC X(01) VALUE 'N'.
030931     88  WS-RUN-WAS-REVERSED     VALUE 'Y'.
030932 01  WS-REVERSED-COUNT       PIC 9(4) COMP VALUE 0.
030933 01  WS-REVERSED-TABLE.
030934     05  WS-RV-ENTRY OCCURS 999 TIMES INDEXED BY RVX.
030935         10  WS-RV-REQUEST-SEQ   PIC 9(3).
030936         10  WS-RV-STAMP         PIC 9(16) COMP.
030937*
030938* Step statistics - when the step started and the records
030949* it read and wrote per file, appended to STATFILE as the
030952* step ends
030955 01  WS-STATCTL-FILE-STATUS       PIC X(02) VALUE '00'.
030958     88  WS-STATCTL-FILE-FOUND        VALUE '00'.
030961 01  WS-STAT-FILE-STATUS          PIC X(02) VALUE '00'.
030964     88  WS-STAT-FILE-FOUND           VALUE '00'.
030967 01  WS-STAT-START-DATE           PIC 9(8) VALUE 0.
030970 01  WS-STAT-START-TIME           PIC 9(8) VALUE 0.
030973 01  WS-STAT-SUB                  PIC 9(2) COMP VALUE 0.
030976 01  WS-STAT-FILE-TABLE.
030979     05  WS-STAT-FILE-ENTRY OCCURS 10 TIMES.
030982         10  WS-STAT-DDNAME      PIC X(10).
030985         10  WS-STAT-READ        PIC 9(11) COMP.
030988         10  WS-STAT-WRITTEN     PIC 9(11) COMP.
031000 PROCEDURE DIVISION.
031100*------------
031200* Primary function that reads the run parameters and then
031300* iterates over FIZZ-BUZZ-STEPS for the requested range
031400*------------
031500 DO-FIZZ-BUZZ.
031550     PERFORM START-STEP-STATISTICS.
031600     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
031700     ACCEPT WS-RUN-TIME FROM TIME.
031800     PERFORM OPEN-PARM-FILE.
031900     IF NOT WS-PARM-FILE-FOUND
032000         MOVE 16 TO RETURN-CODE
032050         PERFORM WRITE-STEP-STATISTICS
032100         GOBACK
032200     END-IF.
032210     PERFORM OPEN-REGISTRY-FILE.
032220     IF NOT WS-REGISTRY-IS-OPEN
032230         CLOSE PARMFILE
032240         MOVE 16 TO RETURN-CODE
032245         PERFORM WRITE-STEP-STATISTICS
032250         GOBACK
032260     END-IF.
032270     PERFORM READ-PARTITION-CONTROL.
032275     IF WS-PARTITION-CTL-BAD
032280         PERFORM CLOSE-REGISTRY-FILE
032285         CLOSE PARMFILE
032290         MOVE 16 TO RETURN-CODE
032292         PERFORM WRITE-STEP-STATISTICS
032295         GOBACK
032297     END-IF.
032300     PERFORM OPEN-CHECKPOINT-FILE.
032400     IF WS-CKPT-HAS-RECORD AND CK-CHECKPOINT-IS-ACTIVE
032500         SET WS-RUN-WAS-RESTARTED TO TRUE
033300     END-IF.
033400     PERFORM OPEN-FLAG-FILE.
033500     PERFORM OPEN-MASTER-FILE.
033525     PERFORM OPEN-BEFORE-IMAGE-FILE.
033550     PERFORM LOAD-EXTRA-RULES.
033600     PERFORM LOAD-PRIOR-PARAMETERS.
033700     PERFORM OPEN-AUDIT-FILE.
033800     PERFORM READ-NEXT-PARM-CARD.
033900     IF WS-PARMFILE-EOF
033910         IF WS-RUN-IS-PARTITION
033920             DISPLAY 'FIZBUZ0025I - PARTITION ' WS-PARTITION-NO
033930                 ' WAS GIVEN NO REQUESTS TONIGHT - NOTHING TO '
033940                 'DO'
033950         ELSE
034000             DISPLAY 'FIZBUZ0010E - PARMFILE WAS EMPTY - RUN '
034100                 'TERMINATED'
034150         END-IF
034200     END-IF.
034300     PERFORM PROCESS-ONE-REQUEST UNTIL WS-PARMFILE-EOF.
034310     IF WS-RESTART-PENDING
034350     END-IF.
034400     PERFORM CLOSE-FLAG-FILE.
034500     PERFORM CLOSE-MASTER-FILE.
034525     PERFORM CLOSE-BEFORE-IMAGE-FILE.
034550     PERFORM CLOSE-REGISTRY-FILE.
034600     CLOSE FIZZOUT.
034700     CLOSE PARMFILE.
034800     PERFORM CLOSE-AUDIT-FILE.
034900     IF WS-VALID-CARD-COUNT > 0 OR WS-RUN-IS-PARTITION
035000         PERFORM CLEAR-CHECKPOINT
035100     END-IF.
035200     CLOSE CKPTFILE.
035300     IF WS-VALID-CARD-COUNT = 0
035310         IF WS-RUN-IS-PARTITION AND WS-CARD-NUMBER = 0
035320             MOVE 0 TO RETURN-CODE
035330         ELSE
035400             MOVE 16 TO RETURN-CODE
035450         END-IF
035500     ELSE
035600         IF WS-INVALID-CARD-COUNT > 0
035700             MOVE 4 TO RETURN-CODE
035800         END-IF
035900     END-IF.
035950     PERFORM WRITE-STEP-STATISTICS
036000     GOBACK.
036100*
036200*------------
045760     MOVE PC-REQUEST-ID TO RR-REQUEST-ID.
045770     READ REQREG
045780         INVALID KEY
045782             CONTINUE
045784         NOT INVALID KEY
045786             ADD 1 TO WS-STAT-READ (8)
045788     END-READ.
045794     IF NOT WS-REG-ID-FOUND
045796         DISPLAY 'FIZBUZ0015E - REQUEST ID ' PC-REQUEST-ID
045798             ' IS NOT ON THE REQREG REGISTRY - CARD '
047500     READ PARMFILE
047600         AT END
047700             SET WS-PARMFILE-EOF TO TRUE
047733         NOT AT END
047766             ADD 1 TO WS-STAT-READ (1)
047800     END-READ.
047900*
048000*------------
049400         READ CKPTFILE
049500             AT END
049600                 CONTINUE
049633             NOT AT END
049666                 ADD 1 TO WS-STAT-READ (4)
049700         END-READ
049800         IF WS-CKPT-FILE-FOUND
049900             SET WS-CKPT-HAS-RECORD TO TRUE
055060             AT END
055070                 SET WS-RULEFILE-EOF TO TRUE
055080             NOT AT END
055085                 ADD 1 TO WS-STAT-READ (9)
055090                 PERFORM LOAD-ONE-RULE-CARD
055110         END-READ
055120     END-PERFORM.
058250     MOVE WS-OTHER-COUNT TO CK-OTHER-COUNT.
058300     MOVE WS-FIZZOUT-RECORD-COUNT TO CK-FIZZOUT-RECORD-COUNT.
058400     MOVE WS-REQUEST-SEQ TO CK-REQUEST-SEQ.
058450     MOVE WS-PARTITION-NO TO CK-PARTITION-NO.
058500     IF WS-REQUEST-IS-DELTA
058600         MOVE 'D' TO CK-RUN-MODE
058700     ELSE
059000     SET CK-CHECKPOINT-IS-ACTIVE TO TRUE.
059100     IF WS-CKPT-HAS-RECORD
059200         REWRITE CKPTREC-RECORD
059250         ADD 1 TO WS-STAT-WRITTEN (4)
059300     ELSE
059400         WRITE CKPTREC-RECORD
059450         ADD 1 TO WS-STAT-WRITTEN (4)
059500         SET WS-CKPT-HAS-RECORD TO TRUE
059600     END-IF.
059700*
060700         PERFORM CREATE-CHECKPOINT-FILE
060800     END-IF.
060900     SET CK-CHECKPOINT-NOT-ACTIVE TO TRUE.
060950     MOVE WS-PARTITION-NO TO CK-PARTITION-NO.
061000     IF WS-CKPT-HAS-RECORD
061100         REWRITE CKPTREC-RECORD
061150         ADD 1 TO WS-STAT-WRITTEN (4)
061200     ELSE
061300         WRITE CKPTREC-RECORD
061350         ADD 1 TO WS-STAT-WRITTEN (4)
061400         SET WS-CKPT-HAS-RECORD TO TRUE
061500     END-IF.
061600*
062500     READ CKPTFILE
062600         AT END
062700             CONTINUE
062733         NOT AT END
062766             ADD 1 TO WS-STAT-READ (4)
062800     END-READ.
062900*
063000*------------
067100     READ FIZZOUT
067200         AT END
067300             SET WS-FIZZOUT-WORK-EOF TO TRUE
067333         NOT AT END
067366             ADD 1 TO WS-STAT-READ (2)
067400     END-READ.
067500     IF NOT WS-FIZZOUT-WORK-EOF
067600         MOVE FIZZREC-RECORD TO FIZZOUTW-RECORD
067700         WRITE FIZZOUTW-RECORD
067750         ADD 1 TO WS-STAT-WRITTEN (3)
067800         ADD 1 TO WS-COPY-COUNT
067900     END-IF.
068000*
068600     READ FIZZOUT-WORK
068700         AT END
068800             SET WS-FIZZOUT-WORK-EOF TO TRUE
068833         NOT AT END
068866             ADD 1 TO WS-STAT-READ (3)
068900     END-READ.
069000     IF NOT WS-FIZZOUT-WORK-EOF
069100         MOVE FIZZOUTW-RECORD TO FIZZREC-RECORD
069200         WRITE FIZZREC-RECORD
069250         ADD 1 TO WS-STAT-WRITTEN (2)
069300     END-IF.
069400*
069500*------------
071500         CLOSE FLAGFILE
071600     END-IF.
071700*
071703*------------
071706* Read the PARTCTL partition control record, if the step has
071709* one.  NO PARTCTL DD AT ALL IS THE ORDINARY UNPARTITIONED
071712* RUN.  A DD THAT OPENS BUT HOLDS NO USABLE RECORD MEANS THE
071715* SPLIT DID NOT FINISH, SO THE RUN IS TERMINATED RATHER THAN
071718* LET A PARTITION UPDATE THE MASTER AS IF IT RAN ALONE
071721*------------
071724 READ-PARTITION-CONTROL.
071727     OPEN INPUT PARTCTL.
071730     IF WS-PART-FILE-FOUND
071733         READ PARTCTL
071736             AT END
071739                 CONTINUE
071740             NOT AT END
071741                 ADD 1 TO WS-STAT-READ (10)
071742         END-READ
071745         IF WS-PART-FILE-FOUND AND PT-PARTITION-NO NUMERIC
071748             AND PT-PARTITION-NO > 0
071751             SET WS-RUN-IS-PARTITION TO TRUE
071754             MOVE PT-PARTITION-NO TO WS-PARTITION-NO
071757             DISPLAY 'FIZBUZ0023I - RUNNING AS PARTITION '
071760                 PT-PARTITION-NO ' OF ' PT-PARTITION-COUNT
071763                 ' SPLIT AT ' PT-SPLIT-DATE ' ' PT-SPLIT-TIME
071766                 ' - MASTER UPDATES ARE LEFT TO FIZMRG'
071769         ELSE
071772             DISPLAY 'FIZBUZ0024E - PARTCTL HOLDS NO USABLE '
071775                 'PARTITION CONTROL RECORD - RUN TERMINATED'
071778             SET WS-PARTITION-CTL-BAD TO TRUE
071781         END-IF
071784         CLOSE PARTCTL
071787     END-IF.
071790*
071800*------------
071900* Open the FIZZMST keyed results master for the run.  A
072000* MASTER THAT HAS NEVER BEEN LOADED IS CREATED EMPTY; A
072300* REQUEST FALLS BACK TO FULL REGENERATION
072400*------------
072500 OPEN-MASTER-FILE.
072510     IF WS-RUN-IS-PARTITION
072520         OPEN INPUT FIZZMST
072530     ELSE
072600         OPEN I-O FIZZMST
072700         IF NOT WS-MST-FILE-OK
072800             OPEN OUTPUT FIZZMST
072900             CLOSE FIZZMST
073000             OPEN I-O FIZZMST
073050         END-IF
073100     END-IF.
073200     IF WS-MST-FILE-OK
073300         SET WS-MASTER-IS-OPEN TO TRUE
074500     IF WS-MASTER-IS-OPEN
074600         CLOSE FIZZMST
074700     END-IF.
074703*
074706*------------
074709* Open this run's before-image log when the run maintains
074712* FIZZMST ITSELF.  A PARTITION NEVER UPDATES THE MASTER, SO
074715* IT HAS NO LOG - FIZMRG KEEPS THE NIGHT'S.  A LOG THAT
074718* CANNOT BE OPENED DOES NOT STOP THE RUN - THE MASTER IS
074721* STILL MAINTAINED, BUT THE RUN CANNOT BE BACKED OUT
074724*------------
074727 OPEN-BEFORE-IMAGE-FILE.
074730     IF WS-MASTER-IS-OPEN AND NOT WS-RUN-IS-PARTITION
074733         OPEN OUTPUT BFIMAGE
074736         IF WS-BFIM-FILE-FOUND
074739             SET WS-BEFORE-IMAGE-IS-OPEN TO TRUE
074742         ELSE
074745             DISPLAY 'FIZBUZ0027W - BFIMAGE COULD NOT BE OPENED '
074748                 '(FILE STATUS ' WS-BFIM-FILE-STATUS ') - '
074751                 'THIS RUN CANNOT BE BACKED OUT'
074754         END-IF
074757     END-IF.
074760*
074763*------------
074766* Close the before-image log, if it was opened
074769*------------
074772 CLOSE-BEFORE-IMAGE-FILE.
074775     IF WS-BEFORE-IMAGE-IS-OPEN
074778         CLOSE BFIMAGE
074781         MOVE 'N' TO WS-BFIM-OPEN-SWITCH
074784     END-IF.
074800*
074900*------------
075000* Read the accumulated audit trail once at startup, keeping
075100* each request's most recent parameters so a delta card can
075200* be checked against what actually ran last time.  AN
075300* AUDITFILE THAT DOESN'T EXIST YET SIMPLY MEANS NO REQUEST
075400* HAS PRIOR PARAMETERS AND EVERY DELTA FALLS BACK TO FULL.
075433* A RUN FIZBCK HAS BACKED OUT IS PASSED OVER, SO THE DELTA
075466* CHECK IS MADE AGAINST THE RUN BEFORE IT
075500*------------
075600 LOAD-PRIOR-PARAMETERS.
075650     PERFORM LOAD-REVERSED-RUNS.
075700     MOVE ALL 'N' TO WS-PRIOR-PARMS-TABLE.
075800     PERFORM VARYING PPX FROM 1 BY 1 UNTIL PPX > 999
075900         MOVE 0 TO WS-PP-STAMP (PPX)
076700             AT END
076800                 SET WS-PRIOR-SCAN-DONE TO TRUE
076900             NOT AT END
076950                 ADD 1 TO WS-STAT-READ (5)
076966                 PERFORM CHECK-REVERSED-RUN
076982                 IF NOT WS-RUN-WAS-REVERSED
077000                     PERFORM LOAD-ONE-PRIOR-PARM
077050                 END-IF
077100         END-READ
077200     END-PERFORM.
077300     IF WS-AUDIT-FILE-FOUND OR WS-AUDIT-FILE-STATUS = '10'
077400         CLOSE AUDITFILE
077500     END-IF.
077501*
077502*------------
077503* Read the audit trail once ahead of the prior-parameter
077504* LOAD, NOTING THE REQUEST AND RUN STAMP OF EVERY REVERSING
077505* RECORD FIZBCK HAS APPENDED
077506*------------
077507 LOAD-REVERSED-RUNS.
077508     MOVE 0 TO WS-REVERSED-COUNT.
077509     OPEN INPUT AUDITFILE.
077510     IF NOT WS-AUDIT-FILE-FOUND
077511         SET WS-REVERSED-SCAN-DONE TO TRUE
077512     END-IF.
077513     PERFORM UNTIL WS-REVERSED-SCAN-DONE
077514         READ AUDITFILE
077515             AT END
077516                 SET WS-REVERSED-SCAN-DONE TO TRUE
077517             NOT AT END
077518                 ADD 1 TO WS-STAT-READ (5)
077519                 IF AUD-WAS-REVERSAL
077520                     PERFORM KEEP-REVERSED-RUN
077521                 END-IF
077522         END-READ
077523     END-PERFORM.
077524     IF WS-AUDIT-FILE-FOUND OR WS-AUDIT-FILE-STATUS = '10'
077525         CLOSE AUDITFILE
077526     END-IF.
077527*
077528*------------
077529* Note one reversing record's request and run stamp
077530*------------
077531 KEEP-REVERSED-RUN.
077532     IF AUD-REQUEST-SEQ NUMERIC
077533         AND AUD-RUN-DATE NUMERIC
077534         AND AUD-RUN-TIME NUMERIC
077535         IF WS-REVERSED-COUNT < 999
077536             ADD 1 TO WS-REVERSED-COUNT
077537             SET RVX TO WS-REVERSED-COUNT
077538             MOVE AUD-REQUEST-SEQ TO WS-RV-REQUEST-SEQ (RVX)
077539             COMPUTE WS-RV-STAMP (RVX) =
077540                 AUD-RUN-DATE * 100000000 + AUD-RUN-TIME
077541         ELSE
077542             DISPLAY 'FIZBUZ0028W - MORE THAN 999 BACKED-OUT '
077543                 'RUNS ON THE AUDIT TRAIL - REQUEST '
077544                 AUD-REQUEST-SEQ ' RUN ' AUD-RUN-DATE
077545                 ' ' AUD-RUN-TIME ' NOT PASSED OVER'
077546         END-IF
077547     END-IF.
077548*
077549*------------
077550* Decide whether the audit record just read is a reversing
077551* RECORD, OR THE RECORD OF A RUN FIZBCK HAS BACKED OUT
077552*------------
077553 CHECK-REVERSED-RUN.
077554     MOVE 'N' TO WS-REVERSED-SWITCH.
077555     IF AUD-WAS-REVERSAL
077556         SET WS-RUN-WAS-REVERSED TO TRUE
077557     ELSE
077558         IF WS-REVERSED-COUNT > 0
077559             AND AUD-RUN-DATE NUMERIC
077560             AND AUD-RUN-TIME NUMERIC
077561             COMPUTE WS-PRIOR-PARM-STAMP =
077562                 AUD-RUN-DATE * 100000000 + AUD-RUN-TIME
077563             PERFORM VARYING RVX FROM 1 BY 1
077564                 UNTIL RVX > WS-REVERSED-COUNT
077565                 IF WS-RV-REQUEST-SEQ (RVX) = AUD-REQUEST-SEQ
077566                     AND WS-RV-STAMP (RVX) = WS-PRIOR-PARM-STAMP
077567                     SET WS-RUN-WAS-REVERSED TO TRUE
077568                 END-IF
077569             END-PERFORM
077570         END-IF
077571     END-IF.
077600*
077700*------------
077800* Keep one audit record's parameters if it is the most
086800     READ FIZZMST NEXT RECORD
086900         AT END
087000             SET WS-MASTER-SCAN-DONE TO TRUE
087033         NOT AT END
087066             ADD 1 TO WS-STAT-READ (7)
087100     END-READ.
087200     IF NOT WS-MST-FILE-OK
087300         SET WS-MASTER-SCAN-DONE TO TRUE
088200*------------
088300* Upsert the iteration just classified onto the FIZZMST
088400* keyed master - new keys are written, keys already on file
088500* from an earlier regeneration are rewritten in place.  THE
088550* KEY IS READ FIRST SO WHAT THE UPSERT REPLACES CAN BE LOGGED
088600*------------
088700 UPDATE-MASTER-RECORD.
088800     IF WS-MASTER-IS-OPEN AND NOT WS-RUN-IS-PARTITION
088806         MOVE FZ-REQUEST-SEQ TO FZM-REQUEST-SEQ
088812         MOVE FZ-ITERATOR TO FZM-ITERATOR
088818         MOVE 'N' TO WS-MST-FOUND-SWITCH
088824         READ FIZZMST
088830             INVALID KEY
088836                 CONTINUE
088842             NOT INVALID KEY
088848                 SET WS-MST-KEY-FOUND TO TRUE
088854                 ADD 1 TO WS-STAT-READ (7)
088860         END-READ
088866         IF WS-MST-KEY-FOUND
088872             MOVE FIZZMST-RECORD TO WS-BEFORE-IMAGE
088878         ELSE
088884             MOVE SPACES TO WS-BEFORE-IMAGE
088890         END-IF
088900         MOVE FZ-ITERATOR TO FZM-ITERATOR
089000         MOVE FZ-OUTPUT-TEXT TO FZM-OUTPUT-TEXT
089100         MOVE FZ-CLASS-FLAG TO FZM-CLASS-FLAG
089200         MOVE FZ-FLAGGED-IND TO FZM-FLAGGED-IND
089300         MOVE FZ-REQUEST-SEQ TO FZM-REQUEST-SEQ
089375         IF WS-MST-KEY-FOUND
089450             REWRITE FIZZMST-RECORD
089525         ELSE
089600             WRITE FIZZMST-RECORD
089675         END-IF
089750         ADD 1 TO WS-STAT-WRITTEN (7)
089775         PERFORM WRITE-BEFORE-IMAGE
089800     END-IF.
089804*
089808*------------
089812* Log one upsert on the before-image log - the record it
089816* REPLACED, OR THAT THE KEY WAS ADDED, AND THE RECORD IT
089820* LEFT.  A REWRITE THAT CHANGED NOTHING IS NOT LOGGED
089824*------------
089828 WRITE-BEFORE-IMAGE.
089832     IF WS-BEFORE-IMAGE-IS-OPEN
089836         AND (NOT WS-MST-KEY-FOUND
089840             OR WS-BEFORE-IMAGE NOT = FIZZMST-RECORD)
089844         MOVE WS-RUN-DATE TO BF-RUN-DATE
089848         MOVE WS-RUN-TIME TO BF-RUN-TIME
089852         MOVE FZM-REQUEST-SEQ TO BF-REQUEST-SEQ
089856         IF WS-MST-KEY-FOUND
089860             SET BF-KEY-WAS-CHANGED TO TRUE
089864         ELSE
089868             SET BF-KEY-WAS-ADDED TO TRUE
089872         END-IF
089876         MOVE WS-BEFORE-IMAGE TO BF-BEFORE-IMAGE
089880         MOVE FIZZMST-RECORD TO BF-AFTER-IMAGE
089884         WRITE BFIMREC-RECORD
089888     END-IF.
089900*
090000*------------
090100* Procedure for doing fizzbuzz
095300             READ FLAGFILE
095400                 INVALID KEY
095500                     MOVE 'N' TO WS-FLAGGED-SWITCH
095533                 NOT INVALID KEY
095566                     ADD 1 TO WS-STAT-READ (6)
095600             END-READ
095700             IF WS-FLAG-NUMBER-FOUND
095800                 PERFORM CHECK-EFFECTIVE-WINDOW
096137*------------
096138* Read the next FLAGFILE entry in key sequence and keep it
096139* if it is still inside the request's range.  ANY NON-ZERO
096140* FILE STATUS - NOT JUST END OF FILE - ENDS THE LOAD, SO
096141* AN I/O ERROR CANNOT LOOP FOREVER
096142*------------
096143 LOAD-ONE-FLAG-ENTRY.
096144     READ FLAGFILE NEXT RECORD
096145         AT END
096146             SET WS-FLAG-LOAD-DONE TO TRUE
096147         NOT AT END
096148             ADD 1 TO WS-STAT-READ (6)
096149     END-READ.
096150     IF NOT WS-FLAG-FILE-FOUND
096151         SET WS-FLAG-LOAD-DONE TO TRUE
096152     ELSE
096153         IF FLG-NUMBER > WS-UPPER-BOUND
099400     MOVE WS-ITERATOR TO FZ-ITERATOR.
099500     MOVE WS-REQUEST-SEQ TO FZ-REQUEST-SEQ.
099600     PERFORM UPDATE-MASTER-RECORD.
099700     WRITE FIZZREC-RECORD
099750     ADD 1 TO WS-STAT-WRITTEN (2).
099800     ADD 1 TO WS-FIZZOUT-RECORD-COUNT.
099900*
100000*------------
103100     ELSE
103200         MOVE 'F' TO AUD-RUN-MODE
103300     END-IF.
103400     WRITE AUDITREC-RECORD
103450     ADD 1 TO WS-STAT-WRITTEN (5).
103500*
103600*------------
103700* Open AUDITFILE once for the whole run.  OPENED EXTEND (NOT
105200*------------
105300 CLOSE-AUDIT-FILE.
105400     CLOSE AUDITFILE.
105500*
105600*------------
105700* Note when the step started and name the files its record
105800* counts are kept for, in the order they are counted
105900*------------
106000 START-STEP-STATISTICS.
106100     ACCEPT WS-STAT-START-DATE FROM DATE YYYYMMDD.
106200     ACCEPT WS-STAT-START-TIME FROM TIME.
106300     PERFORM VARYING WS-STAT-SUB FROM 1 BY 1
106400         UNTIL WS-STAT-SUB > 10
106500         MOVE SPACES TO WS-STAT-DDNAME (WS-STAT-SUB)
106600         MOVE 0 TO WS-STAT-READ (WS-STAT-SUB)
106700         MOVE 0 TO WS-STAT-WRITTEN (WS-STAT-SUB)
106800     END-PERFORM.
106900     MOVE 'PARMFILE' TO WS-STAT-DDNAME (1).
107000     MOVE 'FIZZOUT' TO WS-STAT-DDNAME (2).
107100     MOVE 'FIZZWORK' TO WS-STAT-DDNAME (3).
107200     MOVE 'CKPTFILE' TO WS-STAT-DDNAME (4).
107300     MOVE 'AUDITFILE' TO WS-STAT-DDNAME (5).
107400     MOVE 'FLAGFILE' TO WS-STAT-DDNAME (6).
107500     MOVE 'FIZZMST' TO WS-STAT-DDNAME (7).
107600     MOVE 'REQREG' TO WS-STAT-DDNAME (8).
107700     MOVE 'RULEFILE' TO WS-STAT-DDNAME (9).
107800     MOVE 'PARTCTL' TO WS-STAT-DDNAME (10).
107900*
108000*------------
108100* Append the step statistics record to STATFILE under the
108200* job and step named on the STATCTL card.  THE RETURN CODE
108300* IS WHATEVER THE STEP HAS SET BY NOW.  A STATFILE THAT
108400* CANNOT BE OPENED IS WARNED AND DOES NOT CHANGE IT
108500*------------
108600 WRITE-STEP-STATISTICS.
108700     MOVE SPACES TO STATREC-RECORD.
108800     OPEN INPUT STATCTL.
108900     IF WS-STATCTL-FILE-FOUND
109000         READ STATCTL
109100             AT END
109200                 MOVE SPACES TO STATCARD-RECORD
109300         END-READ
109400         MOVE SC-JOB-NAME TO ST-JOB-NAME
109500         MOVE SC-STEP-NAME TO ST-STEP-NAME
109600         CLOSE STATCTL
109700     END-IF.
109800     MOVE 'FIZBUZ' TO ST-PROGRAM-ID.
109900     MOVE WS-STAT-START-DATE TO ST-START-DATE.
110000     MOVE WS-STAT-START-TIME TO ST-START-TIME.
110100     ACCEPT ST-END-DATE FROM DATE YYYYMMDD.
110200     ACCEPT ST-END-TIME FROM TIME.
110300     MOVE RETURN-CODE TO ST-RETURN-CODE.
110400     MOVE 10 TO ST-FILE-COUNT.
110500     PERFORM VARYING WS-STAT-SUB FROM 1 BY 1
110600         UNTIL WS-STAT-SUB > 10
110700         MOVE WS-STAT-DDNAME (WS-STAT-SUB)
110800             TO ST-FILE-DDNAME (WS-STAT-SUB)
110900         MOVE WS-STAT-READ (WS-STAT-SUB)
111000             TO ST-RECORDS-READ (WS-STAT-SUB)
111100         MOVE WS-STAT-WRITTEN (WS-STAT-SUB)
111200             TO ST-RECORDS-WRITTEN (WS-STAT-SUB)
111300     END-PERFORM.
111400     OPEN EXTEND STATFILE.
111500     IF NOT WS-STAT-FILE-FOUND
111600         OPEN OUTPUT STATFILE
111700     END-IF.
111800     IF WS-STAT-FILE-FOUND
111900         WRITE STATREC-RECORD
112000         CLOSE STATFILE
112100     ELSE
112200         DISPLAY 'FIZBUZ0026W - STATFILE COULD NOT BE OPENED '
112300             '(FILE STATUS ' WS-STAT-FILE-STATUS ') - STEP '
112400             'STATISTICS NOT RECORDED'
112500     END-IF.

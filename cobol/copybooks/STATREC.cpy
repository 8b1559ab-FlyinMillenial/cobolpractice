000100************************************************************
000200*                                                          *
000300* STATREC   -  STEP STATISTICS RECORD                       *
000400*                                                          *
000500* ONE RECORD APPENDED TO THE CUMULATIVE STATFILE DATASET    *
000600* (PROD.FIZBUZ.STEPSTAT, OR IN THE FIZPART JOBS THE         *
000650* PARTITION'S OWN PROD.FIZBUZ.PARTNN.STEPSTAT) BY EVERY     *
000700* PROGRAM IN THE NIGHTLY STREAM AS IT ENDS.  FIZSLA READS   *
000800* THEM ALL FOR THE WEEKLY BATCH-WINDOW SLA REPORT.          *
000900*   ST-JOB-NAME/STEP-NAME  FROM THE STEP'S STATCTL CARD     *
001000*                       (COPYBOOK STATCARD) - BLANK WHEN    *
001100*                       THE STEP HAS NONE                   *
001200*   ST-PROGRAM-ID       THE PROGRAM THE STEP RAN            *
001300*   ST-START-DATE/TIME  WHEN THE PROGRAM STARTED            *
001400*   ST-END-DATE/TIME    WHEN IT WROTE THIS RECORD, JUST     *
001500*                       BEFORE ENDING (HHMMSSHH)            *
001600*   ST-RETURN-CODE      THE RETURN CODE IT ENDED WITH       *
001700*   ST-FILE-COUNT       FILE ENTRIES IN USE, UP TO 10       *
001800*   ST-FILE-ENTRY       PER FILE - ITS DD NAME AND THE      *
001900*                       RECORDS THE STEP READ FROM AND      *
002000*                       WROTE TO IT (REWRITES COUNT AS      *
002100*                       WRITTEN).  THE ALERT AND            *
002200*                       STATISTICS FILES THEMSELVES ARE     *
002300*                       NOT COUNTED.  A FAMILY OF           *
002400*                       PARTITION FILES (PDECK01-PDECK04    *
002500*                       AND THE LIKE) IS COUNTED AS ONE     *
002600*                       ENTRY, ITS DD NAME ENDING NN        *
002700*                                                          *
002800* MODIFICATION HISTORY                                     *
002900*   2026-10-15  RAK  ORIGINAL COPYBOOK.                     *
003000*                                                          *
003100************************************************************
003200  01  STATREC-RECORD.
003300      05  ST-JOB-NAME             PIC X(08).
003400      05  ST-STEP-NAME            PIC X(08).
003500      05  ST-PROGRAM-ID           PIC X(08).
003600      05  ST-START-DATE           PIC 9(08).
003700      05  ST-START-TIME           PIC 9(08).
003800      05  ST-END-DATE             PIC 9(08).
003900      05  ST-END-TIME             PIC 9(08).
004000      05  ST-RETURN-CODE          PIC 9(04).
004100      05  ST-FILE-COUNT           PIC 9(02).
004200      05  ST-FILE-ENTRY OCCURS 10 TIMES.
004300          10  ST-FILE-DDNAME      PIC X(10).
004400          10  ST-RECORDS-READ     PIC 9(11).
004500          10  ST-RECORDS-WRITTEN  PIC 9(11).
004600      05  FILLER                  PIC X(18).

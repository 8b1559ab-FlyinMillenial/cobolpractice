000100************************************************************
000200*                                                          *
000300* ALERTREC  -  SHARED EXCEPTION (ALERT) RECORD              *
000400*                                                          *
000500* ONE RECORD APPENDED TO THE SHARED ALERTFILE DATASET       *
000600* (PROD.FIZBUZ.ALERTS) FOR EVERY EXCEPTION A CHECKING OR    *
000700* MAINTENANCE PROGRAM FINDS - THE SAME CONDITION IT ENDS A  *
000800* NONZERO RETURN CODE OR REJECTS A TRANSACTION ON.  FIZINC  *
000900* TURNS THE DAY'S RECORDS INTO INCIDENT TICKETS (ONE PER    *
001000* PROGRAM AND EXCEPTION CODE) AT THE END OF THE NIGHTLY JOB *
001100* AND THE DATASET IS THEN EMPTIED FOR THE NEXT DAY.         *
001200*   AL-ALERT-DATE/TIME  WHEN THE REPORTING PROGRAM RAN      *
001300*   AL-PROGRAM-ID       THE REPORTING PROGRAM               *
001400*   AL-REQUEST-ID       THE REQUEST THE EXCEPTION CONCERNS, *
001500*                       000 WHEN IT IS NOT ONE REQUEST'S    *
001600*   AL-SEVERITY         'E' - ERROR (THE PROGRAM ENDS CC    *
001700*                       0016 ON IT), 'W' - WARNING (CC 0004 *
001800*                       OR A REJECTED TRANSACTION)          *
001900*   AL-EXCEPTION-CODE   THE PROGRAM'S MESSAGE NUMBER FOR    *
002000*                       THE CONDITION, WITHOUT ITS SEVERITY *
002100*                       LETTER (E.G. FIZBAL0004)            *
002200*   AL-MESSAGE-TEXT     SHORT TEXT, THE SAME FOR EVERY      *
002300*                       OCCURRENCE OF THE CODE - THE        *
002400*                       PARTICULARS ARE ON SYSOUT AND IN    *
002500*                       THE PROGRAM'S OWN REPORT            *
002600*                                                          *
002700* MODIFICATION HISTORY                                     *
002800*   2026-10-15  RAK  ORIGINAL COPYBOOK.                     *
002900*                                                          *
003000************************************************************
003100  01  ALERTREC-RECORD.
003200      05  AL-ALERT-DATE           PIC 9(08).
003300      05  AL-ALERT-TIME           PIC 9(08).
003400      05  AL-PROGRAM-ID           PIC X(08).
003500      05  AL-REQUEST-ID           PIC 9(03).
003600      05  AL-SEVERITY             PIC X(01).
003700          88  AL-SEVERITY-IS-ERROR    VALUE 'E'.
003800          88  AL-SEVERITY-IS-WARNING  VALUE 'W'.
003900      05  AL-EXCEPTION-CODE       PIC X(10).
004000      05  AL-MESSAGE-TEXT         PIC X(60).
004100      05  FILLER                  PIC X(02).

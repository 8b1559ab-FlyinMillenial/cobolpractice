000100************************************************************
000200*                                                          *
000300* TICKREC   -  INCIDENT MANAGEMENT INBOUND TICKET RECORD    *
000400*                                                          *
000500* WRITTEN BY FIZINC TO THE TICKETS DATASET THE INCIDENT     *
000600* MANAGEMENT SYSTEM PICKS UP EACH MORNING.  ONE TICKET      *
000700* RECORD ('T') PER DISTINCT PROBLEM - A PROGRAM AND         *
000800* EXCEPTION CODE - HOWEVER MANY REQUESTS OR RECORDS IT HIT, *
000900* OR, ON A CLEAN DAY, ONE ALL-CLEAR RECORD ('C') SO THAT A  *
001000* MISSING FEED IS ITSELF NOTICED.                           *
001100*   TK-SOURCE-SYSTEM    ALWAYS 'FIZBUZ'                     *
001200*   TK-CREATED-DATE/TIME WHEN FIZINC RAN                    *
001300*   TK-SEVERITY         WORST OF THE PROBLEM'S ALERTS -     *
001400*                       'E' OR 'W'; 'I' ON THE ALL CLEAR    *
001500*   TK-PROGRAM-ID       PROGRAM THAT RAISED THE PROBLEM     *
001600*   TK-EXCEPTION-CODE   ITS MESSAGE NUMBER (SEE ALERTREC)   *
001700*   TK-ALERT-COUNT      ALERTS FOLDED INTO THE TICKET       *
001800*   TK-REQUEST-COUNT    DISTINCT REQUESTS AFFECTED (ZERO    *
001900*                       WHEN NOT REQUEST-SPECIFIC)          *
002000*   TK-FIRST-REQUEST-ID LOWEST REQUEST ID AFFECTED          *
002100*   TK-FIRST-ALERT-DATE/TIME  EARLIEST ALERT FOLDED IN      *
002200*   TK-SUMMARY-TEXT     THE ALERTS' SHORT MESSAGE TEXT      *
002300*                                                          *
002400* MODIFICATION HISTORY                                     *
002500*   2026-10-15  RAK  ORIGINAL COPYBOOK.                     *
002600*                                                          *
002700************************************************************
002800  01  TICKET-RECORD.
002900      05  TK-RECORD-TYPE          PIC X(01).
003000          88  TK-IS-TICKET            VALUE 'T'.
003100          88  TK-IS-ALL-CLEAR         VALUE 'C'.
003200      05  TK-SOURCE-SYSTEM        PIC X(08).
003300      05  TK-CREATED-DATE         PIC 9(08).
003400      05  TK-CREATED-TIME         PIC 9(08).
003500      05  TK-SEVERITY             PIC X(01).
003600      05  TK-PROGRAM-ID           PIC X(08).
003700      05  TK-EXCEPTION-CODE       PIC X(10).
003800      05  TK-ALERT-COUNT          PIC 9(05).
003900      05  TK-REQUEST-COUNT        PIC 9(03).
004000      05  TK-FIRST-REQUEST-ID     PIC 9(03).
004100      05  TK-FIRST-ALERT-DATE     PIC 9(08).
004200      05  TK-FIRST-ALERT-TIME     PIC 9(08).
004300      05  TK-SUMMARY-TEXT         PIC X(60).
004400      05  FILLER                  PIC X(19).

000100************************************************************
000200*                                                          *
000300* CHGREC    -  FINANCE CHARGEBACK INTERFACE RECORD          *
000400*                                                          *
000500* FIXED-FORMAT 100-BYTE RECORD WRITTEN BY FIZCHG TO THE     *
000600* CHGFILE DATASET FOR THE FINANCE LEDGER LOAD.  EVERY       *
000700* RECORD CARRIES ITS TYPE AND THE BILLING MONTH; THE REST   *
000800* DEPENDS ON THE TYPE -                                     *
000900*   'H' HEADER  - ONE, FIRST: SOURCE SYSTEM AND THE DATE/   *
001000*                 TIME THE FILE WAS CREATED                 *
001100*   'D' DETAIL  - ONE PER DEPARTMENT BILLED FOR THE MONTH:  *
001200*                 RUNS, RUN DAYS, RESTARTS, FULL AND DELTA  *
001300*                 RUNS, ITERATIONS PROCESSED AND DETAIL     *
001400*                 RECORDS SHIPPED TO THE DATA WAREHOUSE     *
001500*   'T' TRAILER - ONE, LAST: THE DETAIL RECORD COUNT AND    *
001600*                 THE RUN, ITERATION AND SHIPPED TOTALS,    *
001700*                 WHICH THE LEDGER LOAD BALANCES TO BEFORE  *
001800*                 POSTING ANYTHING.                         *
001900* CB-RETIRED-IND IS 'Y' WHEN EVERY REQUEST BILLED TO THE    *
002000* DEPARTMENT HAS SINCE BEEN RETIRED ON REQREG - THE DAYS    *
002100* IT RAN ARE STILL BILLED.                                  *
002200*                                                          *
002300* MODIFICATION HISTORY                                     *
002400*   2026-10-15  RAK  ORIGINAL COPYBOOK.                     *
002500*                                                          *
002600************************************************************
002700  01  CHGBACK-RECORD.
002800      05  CB-RECORD-TYPE          PIC X(01).
002900          88  CB-RECORD-IS-HEADER     VALUE 'H'.
003000          88  CB-RECORD-IS-DETAIL     VALUE 'D'.
003100          88  CB-RECORD-IS-TRAILER    VALUE 'T'.
003200      05  CB-BILLING-MONTH        PIC 9(06).
003300      05  CB-RECORD-DATA          PIC X(93).
003400      05  CB-HEADER-DATA REDEFINES CB-RECORD-DATA.
003500          10  CB-SOURCE-SYSTEM    PIC X(08).
003600          10  CB-CREATED-DATE     PIC 9(08).
003700          10  CB-CREATED-TIME     PIC 9(08).
003800          10  FILLER              PIC X(69).
003900      05  CB-DETAIL-DATA REDEFINES CB-RECORD-DATA.
004000          10  CB-DEPARTMENT-NAME  PIC X(20).
004100          10  CB-REQUEST-COUNT    PIC 9(03).
004200          10  CB-RUN-COUNT        PIC 9(05).
004300          10  CB-RUN-DAYS         PIC 9(05).
004400          10  CB-RESTART-COUNT    PIC 9(05).
004500          10  CB-FULL-RUN-COUNT   PIC 9(05).
004600          10  CB-DELTA-RUN-COUNT  PIC 9(05).
004700          10  CB-ITERATION-COUNT  PIC 9(13).
004800          10  CB-SHIPPED-COUNT    PIC 9(13).
004900          10  CB-RETIRED-IND      PIC X(01).
005000          10  FILLER              PIC X(18).
005100      05  CB-TRAILER-DATA REDEFINES CB-RECORD-DATA.
005200          10  CB-DETAIL-RECORD-COUNT PIC 9(09).
005300          10  CB-TOTAL-RUN-COUNT  PIC 9(09).
005400          10  CB-TOTAL-ITERATIONS PIC 9(15).
005500          10  CB-TOTAL-SHIPPED    PIC 9(15).
005600          10  FILLER              PIC X(45).

000100************************************************************
000200*                                                          *
000300* FLGFEED   -  INTERESTING-NUMBER SNAPSHOT FEED RECORD      *
000400*                                                          *
000500* THE BUSINESS OWNERS' WEEKLY FULL SNAPSHOT OF THE          *
000600* INTERESTING-NUMBER LIST, READ BY FLGREF FROM THE          *
000700* FEEDFILE DATASET.  ONE HEADER, ONE DETAIL PER NUMBER IN   *
000800* ASCENDING NUMBER ORDER, THEN ONE TRAILER:                 *
000900*   'H'  FF-SNAPSHOT-DATE   DATE THE SNAPSHOT WAS TAKEN     *
001000*        FF-SOURCE-SYSTEM   SENDING SYSTEM (INFORMATION)    *
001100*   'D'  FF-NUMBER          THE INTERESTING NUMBER          *
001200*        FF-DESCRIPTION     AS FLG-DESCRIPTION              *
001300*        FF-EFF-FROM/TO     EFFECTIVE WINDOW - BLANK FROM   *
001400*                           MEANS 00000000, BLANK TO MEANS  *
001500*                           99999999, AS ON FLGTRAN         *
001600*   'T'  FF-DETAIL-COUNT    DETAIL RECORDS SENT, SO A       *
001700*                           TRUNCATED FILE IS CAUGHT        *
001800* NUMERIC FIELDS ARE CARRIED RAW AND REDEFINED NUMERIC SO   *
001900* FLGREF CAN VALIDATE THEM BEFORE USING THEM.               *
002000*                                                          *
002100* MODIFICATION HISTORY                                     *
002200*   2026-10-15  RAK  ORIGINAL COPYBOOK.                     *
002300*                                                          *
002400************************************************************
002500  01  FLGFEED-RECORD.
002600      05  FF-RECORD-TYPE          PIC X(01).
002700          88  FF-RECORD-IS-HEADER     VALUE 'H'.
002800          88  FF-RECORD-IS-DETAIL     VALUE 'D'.
002900          88  FF-RECORD-IS-TRAILER    VALUE 'T'.
003000      05  FF-DETAIL-AREA.
003100          10  FF-NUMBER-RAW       PIC X(09).
003200          10  FF-NUMBER REDEFINES FF-NUMBER-RAW
003300                                  PIC 9(09).
003400          10  FF-DESCRIPTION      PIC X(20).
003500          10  FF-EFF-FROM-RAW     PIC X(08).
003600          10  FF-EFF-FROM-DATE REDEFINES FF-EFF-FROM-RAW
003700                                  PIC 9(08).
003800          10  FF-EFF-TO-RAW       PIC X(08).
003900          10  FF-EFF-TO-DATE REDEFINES FF-EFF-TO-RAW
004000                                  PIC 9(08).
004100          10  FILLER              PIC X(34).
004200      05  FF-HEADER-AREA REDEFINES FF-DETAIL-AREA.
004300          10  FF-SNAPSHOT-DATE-RAW
004400                                  PIC X(08).
004500          10  FF-SNAPSHOT-DATE REDEFINES FF-SNAPSHOT-DATE-RAW
004600                                  PIC 9(08).
004700          10  FF-SOURCE-SYSTEM    PIC X(08).
004800          10  FILLER              PIC X(63).
004900      05  FF-TRAILER-AREA REDEFINES FF-DETAIL-AREA.
005000          10  FF-DETAIL-COUNT-RAW PIC X(09).
005100          10  FF-DETAIL-COUNT REDEFINES FF-DETAIL-COUNT-RAW
005200                                  PIC 9(09).
005300          10  FILLER              PIC X(70).

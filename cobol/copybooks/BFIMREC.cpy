000100************************************************************
000200*                                                          *
000300* BFIMREC   -  FIZZMST BEFORE-IMAGE LOG RECORD              *
000400*                                                          *
000500* ONE RECORD PER FIZZMST KEY A RUN ADDS OR CHANGES, WRITTEN *
000600* BY FIZMRG (AND BY FIZBUZ WHEN IT RUNS UNPARTITIONED) TO   *
000700* ONE GENERATION OF THE PROD.FIZBUZ.BFIMAGE GDG, AND READ   *
000800* BACK BY FIZBCK TO BACK A BAD RUN OUT.  A REWRITE THAT     *
000900* LEAVES THE RECORD AS IT WAS IS NOT LOGGED.                *
001000*   BF-RUN-DATE/TIME    THE RUN'S DATE/TIME - THE SAME      *
001100*                       STAMP AS THE AUDITREC RECORDS THE   *
001200*                       RUN APPENDS                         *
001300*   BF-REQUEST-SEQ      THE REQUEST ID THE KEY BELONGS TO   *
001400*   BF-ACTION           'A' THE KEY WAS NOT ON FILE AND WAS *
001500*                       ADDED (BF-BEFORE-IMAGE IS SPACES),  *
001600*                       'C' THE RECORD ON FILE WAS REPLACED *
001700*   BF-BEFORE-IMAGE     THE FIZZMST RECORD AS IT STOOD      *
001800*                       BEFORE THE RUN TOUCHED IT           *
001900*   BF-AFTER-IMAGE      THE FIZZMST RECORD THE RUN LEFT     *
002000*                                                          *
002100* MODIFICATION HISTORY                                     *
002200*   2026-10-15  RAK  ORIGINAL COPYBOOK.                     *
002300*                                                          *
002400************************************************************
002500  01  BFIMREC-RECORD.
002600      05  BF-RUN-DATE             PIC 9(08).
002700      05  BF-RUN-TIME             PIC 9(08).
002800      05  BF-REQUEST-SEQ          PIC 9(03).
002900      05  BF-ACTION               PIC X(01).
003000          88  BF-KEY-WAS-ADDED        VALUE 'A'.
003100          88  BF-KEY-WAS-CHANGED      VALUE 'C'.
003200      05  BF-BEFORE-IMAGE         PIC X(30).
003300      05  BF-AFTER-IMAGE          PIC X(30).
003400      05  BF-AFTER-KEY-VIEW REDEFINES BF-AFTER-IMAGE.
003500          10  BF-AFTER-REQUEST-SEQ PIC 9(03).
003600          10  BF-AFTER-ITERATOR   PIC 9(09).
003700          10  FILLER              PIC X(18).

000100************************************************************
000200*                                                          *
000300* BKPREC    -  POINT-IN-TIME BACKUP GENERATION RECORD       *
000400*                                                          *
000500* WRITTEN BY FIZBKP TO ONE GENERATION OF THE                *
000600* PROD.FIZBUZ.BACKUP GDG AT THE END OF THE NIGHTLY JOB AND  *
000700* READ BACK BY FIZRST.  A GENERATION HOLDS, IN ORDER -      *
000800*   'H'  ONE HEADER - WHEN THE BACKUP WAS TAKEN             *
000900*   'D'  ONE DATA RECORD PER RECORD UNLOADED, CARRYING THE  *
001000*        DD NAME OF ITS DATASET AND THE RECORD IMAGE,       *
001100*        EACH DATASET'S RECORDS TOGETHER IN KEY ORDER       *
001200*   'M'  THE MANIFEST - ONE RECORD PER DATASET WITH ITS     *
001300*        STATUS, RECORD COUNT AND HASH TOTAL                *
001400*   'T'  ONE TRAILER - DATASETS AND DATA RECORDS WRITTEN.   *
001500*        WRITTEN ONLY WHEN EVERY DATASET UNLOADED CLEANLY,  *
001600*        SO A GENERATION WITHOUT ONE IS NEVER RESTORED      *
001700*   BK-DATASET-NAME     DD NAME OF THE DATASET ON 'D' AND   *
001800*                       'M' RECORDS                         *
001900*   BK-MF-STATUS        'L' UNLOADED, 'E' EMPTY OR NOT      *
002000*                       DEFINED WHEN THE BACKUP RAN (BACKED *
002100*                       UP AS EMPTY), 'F' COULD NOT BE      *
002200*                       UNLOADED                            *
002300*   BK-MF-HASH-TOTAL    SUM OF ONE NUMERIC FIELD OF EVERY   *
002400*                       RECORD - SEE THE IMAGE VIEWS BELOW  *
002500*                                                          *
002600* MODIFICATION HISTORY                                     *
002700*   2026-10-15  RAK  ORIGINAL COPYBOOK.                     *
002800*                                                          *
002900************************************************************
003000  01  BKPREC-RECORD.
003100      05  BK-RECORD-TYPE          PIC X(01).
003200          88  BK-IS-HEADER            VALUE 'H'.
003300          88  BK-IS-DATA              VALUE 'D'.
003400          88  BK-IS-MANIFEST          VALUE 'M'.
003500          88  BK-IS-TRAILER           VALUE 'T'.
003600      05  BK-DATASET-NAME         PIC X(10).
003700      05  BK-RECORD-AREA          PIC X(149).
003800      05  BK-HEADER-AREA REDEFINES BK-RECORD-AREA.
003900          10  BK-HD-BACKUP-DATE   PIC 9(08).
004000          10  BK-HD-BACKUP-TIME   PIC 9(08).
004100          10  FILLER              PIC X(133).
004200      05  BK-MANIFEST-AREA REDEFINES BK-RECORD-AREA.
004300          10  BK-MF-STATUS        PIC X(01).
004400              88  BK-MF-WAS-UNLOADED  VALUE 'L'.
004500              88  BK-MF-WAS-EMPTY     VALUE 'E'.
004600              88  BK-MF-HAS-FAILED    VALUE 'F'.
004700          10  BK-MF-RECORD-COUNT  PIC 9(09).
004800          10  BK-MF-HASH-TOTAL    PIC 9(18).
004900          10  FILLER              PIC X(121).
005000      05  BK-TRAILER-AREA REDEFINES BK-RECORD-AREA.
005100          10  BK-TR-DATASET-COUNT PIC 9(02).
005200          10  BK-TR-RECORD-COUNT  PIC 9(11).
005300          10  FILLER              PIC X(136).
005400*
005500* The field each dataset's hash total is taken from, as it
005600* lies in the record image on a 'D' record - FZM-ITERATOR,
005700* FLG-NUMBER, RR-REQUEST-ID, XC-DETAIL-COUNT, AUD-GRAND-TOTAL
005800* AND CK-LAST-ITERATOR
005900      05  BK-FIZZMST-IMAGE REDEFINES BK-RECORD-AREA.
006000          10  FILLER              PIC X(03).
006100          10  BK-FIZZMST-HASH     PIC 9(09).
006200          10  FILLER              PIC X(137).
006300      05  BK-FLAGFILE-IMAGE REDEFINES BK-RECORD-AREA.
006400          10  BK-FLAGFILE-HASH    PIC 9(09).
006500          10  FILLER              PIC X(140).
006600      05  BK-REQREG-IMAGE REDEFINES BK-RECORD-AREA.
006700          10  BK-REQREG-HASH      PIC 9(03).
006800          10  FILLER              PIC X(146).
006900      05  BK-XMITCTL-IMAGE REDEFINES BK-RECORD-AREA.
007000          10  FILLER              PIC X(16).
007100          10  BK-XMITCTL-HASH     PIC 9(09).
007200          10  FILLER              PIC X(124).
007300      05  BK-AUDIT-IMAGE REDEFINES BK-RECORD-AREA.
007400          10  FILLER              PIC X(102).
007500          10  BK-AUDIT-HASH       PIC 9(09).
007600          10  FILLER              PIC X(38).
007700      05  BK-CKPT-IMAGE REDEFINES BK-RECORD-AREA.
007800          10  BK-CKPT-HASH        PIC 9(09).
007900          10  FILLER              PIC X(140).

000100************************************************************
000200*                                                          *
000300* REFPARM   -  SNAPSHOT FEED THRESHOLD AND APPROVAL CARD    *
000400*                                                          *
000500* ONE CARD READ BY FLGREF FROM THE REFPARM DATASET.  A      *
000600* FIELD THAT IS KEYED MUST BE KEYED IN FULL WITH LEADING    *
000700* ZEROS.                                                    *
000800*   RF-MAX-CHANGES     MOST ADDS+CHANGES+DELETES ONE FEED   *
000900*                      MAY MAKE (DEFAULT 0000100)           *
001000*   RF-MAX-PERCENT     MOST CHANGES AS A PERCENTAGE OF THE  *
001100*                      ENTRIES ON FLAGFILE, 1-100 (DEFAULT  *
001200*                      025).  NOT APPLIED TO AN EMPTY FILE  *
001300*   A FEED OVER EITHER LIMIT IS HELD WHOLE.                 *
001400* THE APPROVAL FIELDS ARE LEFT BLANK FOR THE REVIEW RUN.    *
001500* ONCE THE DIFFERENCE REPORT IS SIGNED OFF, THE APPROVAL    *
001600* KEY PRINTED ON IT IS KEYED HERE WITH THE APPROVER AND THE *
001700* JOB RERUN - THE TRANSACTIONS ARE ONLY RELEASED WHEN THE   *
001800* FEED STILL PRODUCES EXACTLY THAT KEY.                     *
001900*   RF-APPROVED-SNAPSHOT  SNAPSHOT DATE SIGNED OFF          *
002000*   RF-APPROVED-CHANGES   TOTAL CHANGES SIGNED OFF          *
002100*   RF-APPROVED-HASH      CHECKSUM OF THE DIFFERENCES       *
002150*                         SIGNED OFF                        *
002200*   RF-APPROVED-BY        WHO SIGNED OFF - CARRIED ONTO     *
002300*                         EVERY CARD AS FT-REQUESTED-BY     *
002400*   RF-OVERRIDE-SWITCH    'Y' RELEASES AN APPROVED FEED     *
002500*                         THAT IS OVER THE LIMITS           *
002600*                                                          *
002700* MODIFICATION HISTORY                                     *
002800*   2026-10-15  RAK  ORIGINAL COPYBOOK.                     *
002810*   2026-10-15  RAK  RF-APPROVED-HASH IS NOW FLGREF'S       *
002820*                    WEIGHTED CHECKSUM OF THE DIFFERENCES,  *
002830*                    NOT A SUM OF THE CHANGED NUMBERS.      *
002900*                                                          *
003000************************************************************
003100  01  REFPARM-RECORD.
003200      05  RF-MAX-CHANGES-RAW      PIC X(07).
003300      05  RF-MAX-CHANGES REDEFINES RF-MAX-CHANGES-RAW
003400                                  PIC 9(07).
003500      05  RF-MAX-PERCENT-RAW      PIC X(03).
003600      05  RF-MAX-PERCENT REDEFINES RF-MAX-PERCENT-RAW
003700                                  PIC 9(03).
003800      05  RF-APPROVED-SNAPSHOT-RAW
003900                                  PIC X(08).
004000      05  RF-APPROVED-SNAPSHOT REDEFINES RF-APPROVED-SNAPSHOT-RAW
004100                                  PIC 9(08).
004200      05  RF-APPROVED-CHANGES-RAW PIC X(07).
004300      05  RF-APPROVED-CHANGES REDEFINES RF-APPROVED-CHANGES-RAW
004400                                  PIC 9(07).
004500      05  RF-APPROVED-HASH-RAW    PIC X(15).
004600      05  RF-APPROVED-HASH REDEFINES RF-APPROVED-HASH-RAW
004700                                  PIC 9(15).
004800      05  RF-APPROVED-BY          PIC X(08).
004900      05  RF-OVERRIDE-SWITCH      PIC X(01).
005000          88  RF-OVERRIDE-LIMITS      VALUE 'Y'.
005100      05  FILLER                  PIC X(31).

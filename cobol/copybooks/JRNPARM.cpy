000100************************************************************
000200*                                                          *
000300* JRNPARM   -  CHANGE JOURNAL REPORT PARAMETER CARD         *
000400*                                                          *
000500* ONE CARD READ BY JRNRPT FROM THE JRNPARM DATASET -        *
000600*   JP-FILE-ID     'FLAGFILE' OR 'REQREG' - WHICH FILE TO   *
000700*                  REBUILD                                  *
000800*   JP-AS-OF-DATE  YYYYMMDD - THE FILE IS REBUILT AS IT     *
000900*                  STOOD AT THE END OF THAT DAY             *
001000*   JP-RECORD-KEY  OPTIONAL, NINE DIGITS ZERO-FILLED (A     *
001100*                  REQUEST ID AS 000000004) - EVERY         *
001200*                  JOURNALED CHANGE TO THAT KEY IS LISTED.  *
001300*                  BLANK LISTS NO KEY HISTORY.              *
001400* THE DATE AND KEY ARE CARRIED RAW AND REDEFINED NUMERIC    *
001500* SO JRNRPT CAN VALIDATE THEM.                              *
001600*                                                          *
001700* MODIFICATION HISTORY                                     *
001800*   2026-10-15  RAK  ORIGINAL COPYBOOK.                     *
001900*                                                          *
002000************************************************************
002100  01  JRNPARM-RECORD.
002200      05  JP-FILE-ID              PIC X(08).
002300          88  JP-FILE-IS-FLAGFILE     VALUE 'FLAGFILE'.
002400          88  JP-FILE-IS-REQREG       VALUE 'REQREG'.
002500      05  JP-AS-OF-DATE-RAW       PIC X(08).
002600      05  JP-AS-OF-DATE REDEFINES JP-AS-OF-DATE-RAW
002700                                  PIC 9(08).
002800      05  JP-RECORD-KEY-RAW       PIC X(09).
002900      05  JP-RECORD-KEY REDEFINES JP-RECORD-KEY-RAW
003000                                  PIC 9(09).
003100      05  FILLER                  PIC X(55).

000100************************************************************
000200*                                                          *
000300* SLAPARM   -  WEEKLY BATCH-WINDOW SLA PARAMETER CARD       *
000400*                                                          *
000500* ONE CARD READ BY FIZSLA FROM THE SLAPARM DATASET.  ANY    *
000600* FIELD LEFT BLANK TAKES ITS DEFAULT; A FIELD THAT IS       *
000700* KEYED MUST BE KEYED IN FULL WITH LEADING ZEROS.           *
000800*   SL-WINDOW-START    HHMM THE NIGHTLY BATCH WINDOW OPENS  *
000900*                      (DEFAULT 2000).  A STEP THAT STARTS  *
001000*                      BEFORE IT BELONGS TO THE NIGHT THAT  *
001100*                      OPENED THE DAY BEFORE.               *
001200*   SL-DEADLINE        HHMM EVERY STEP MUST HAVE ENDED BY   *
001300*                      (DEFAULT 0600).  A DEADLINE EARLIER  *
001400*                      THAN THE WINDOW START FALLS ON THE   *
001500*                      NEXT MORNING.                        *
001600*   SL-TREND-NIGHTS    NIGHTS OF STEP STATISTICS THE TREND  *
001700*                      IS FITTED OVER, 2-366 (DEFAULT 28)   *
001800*   SL-HORIZON-NIGHTS  NIGHTS AHEAD A STEP IS FLAGGED FOR   *
001900*                      WHEN ITS TREND WILL CARRY IT PAST    *
002000*                      THE DEADLINE, 1-99 (DEFAULT 7)       *
002100*                                                          *
002200* MODIFICATION HISTORY                                     *
002300*   2026-10-15  RAK  ORIGINAL COPYBOOK.                     *
002400*                                                          *
002500************************************************************
002600  01  SLAPARM-RECORD.
002700      05  SL-WINDOW-START-RAW     PIC X(04).
002800      05  SL-WINDOW-START REDEFINES SL-WINDOW-START-RAW
002900                                  PIC 9(04).
003000      05  SL-DEADLINE-RAW         PIC X(04).
003100      05  SL-DEADLINE REDEFINES SL-DEADLINE-RAW
003200                                  PIC 9(04).
003300      05  SL-TREND-NIGHTS-RAW     PIC X(03).
003400      05  SL-TREND-NIGHTS REDEFINES SL-TREND-NIGHTS-RAW
003500                                  PIC 9(03).
003600      05  SL-HORIZON-NIGHTS-RAW   PIC X(02).
003700      05  SL-HORIZON-NIGHTS REDEFINES SL-HORIZON-NIGHTS-RAW
003800                                  PIC 9(02).
003900      05  FILLER                  PIC X(67).

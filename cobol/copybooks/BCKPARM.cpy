000100************************************************************
000200*                                                          *
000300* BCKPARM   -  BAD-RUN BACKOUT PARAMETER CARD               *
000400*                                                          *
000500* ONE CARD READ BY FIZBCK FROM ITS BCKPARM DD, NAMING THE   *
000600* RUN TO BACK OUT AND WHAT TO DO ABOUT IT.                  *
000700*   BC-MODE            'V' CHECK THE RUN CAN BE BACKED OUT  *
000800*                      AND REPORT WHAT WOULD BE RESTORED -  *
000900*                      NOTHING IS WRITTEN (THE DEFAULT WHEN *
001000*                      BLANK)                               *
001100*                      'B' BACK THE RUN OUT                 *
001200*   BC-RUN-DATE        THE RUN'S AUDITREC DATE (CCYYMMDD)   *
001300*   BC-RUN-TIME        THE RUN'S AUDITREC TIME (HHMMSSHH),  *
001400*                      AS AUDRPT OR FIZSTA SHOWS IT         *
001500*   BC-REQUEST-ID      THE REQUEST WHOSE RESULTS ARE TO BE  *
001600*                      BACKED OUT - THREE DIGITS            *
001700* THE DATE, TIME AND ID ARE CARRIED RAW AND REDEFINED       *
001800* NUMERIC SO FIZBCK CAN VALIDATE THEM.                      *
001900*                                                          *
002000* MODIFICATION HISTORY                                     *
002100*   2026-10-15  RAK  ORIGINAL COPYBOOK.                     *
002200*                                                          *
002300************************************************************
002400  01  BCKPARM-RECORD.
002500      05  BC-MODE                 PIC X(01).
002600          88  BC-MODE-IS-VERIFY       VALUE 'V' ' '.
002700          88  BC-MODE-IS-BACKOUT      VALUE 'B'.
002800      05  BC-RUN-DATE-RAW         PIC X(08).
002900      05  BC-RUN-DATE REDEFINES BC-RUN-DATE-RAW
003000                                  PIC 9(08).
003100      05  BC-RUN-TIME-RAW         PIC X(08).
003200      05  BC-RUN-TIME REDEFINES BC-RUN-TIME-RAW
003300                                  PIC 9(08).
003400      05  BC-REQUEST-ID-RAW       PIC X(03).
003500      05  BC-REQUEST-ID REDEFINES BC-REQUEST-ID-RAW
003600                                  PIC 9(03).
003700      05  FILLER                  PIC X(60).

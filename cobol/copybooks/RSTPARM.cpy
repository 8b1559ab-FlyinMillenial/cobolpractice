000100************************************************************
000200*                                                          *
000300* RSTPARM   -  BACKUP RESTORE PARAMETER CARD                *
000400*                                                          *
000500* ONE CARD READ BY FIZRST FROM ITS RSTPARM DD.              *
000600*   RS-MODE            'V' VERIFY THE GENERATION AGAINST ITS*
000700*                      MANIFEST ONLY - NOTHING IS WRITTEN   *
000800*                      (THE DEFAULT WHEN BLANK)             *
000900*                      'R' VERIFY IT, RELOAD EVERY DATASET  *
001000*                      FROM IT AND VERIFY THE RELOADED      *
001100*                      DATASETS AGAINST THE MANIFEST        *
001110*                      'J' VERIFY IT AND JOURNAL HOW A      *
001120*                      RELOAD WOULD CHANGE FLAGFILE AND     *
001130*                      REQREG, ON JRNLOUT - THE DATASETS    *
001140*                      THEMSELVES ARE ONLY READ             *
001200*   RS-BACKUP-DATE     OPTIONAL - YYYYMMDD THE GENERATION   *
001300*                      MUST HAVE BEEN TAKEN ON, SO THE WRONG*
001400*                      GENERATION CANNOT BE RESTORED BY     *
001500*                      MISTAKE.  KEYED IN FULL OR LEFT BLANK*
001600*                                                          *
001700* MODIFICATION HISTORY                                     *
001800*   2026-10-15  RAK  ORIGINAL COPYBOOK.                     *
001810*   2026-10-15  RAK  ADDED JOURNAL MODE 'J'.                *
001900*                                                          *
002000************************************************************
002100  01  RSTPARM-RECORD.
002200      05  RS-MODE                 PIC X(01).
002300          88  RS-MODE-IS-VERIFY       VALUE 'V' ' '.
002400          88  RS-MODE-IS-RELOAD       VALUE 'R'.
002410          88  RS-MODE-IS-JOURNAL      VALUE 'J'.
002500      05  RS-BACKUP-DATE-RAW      PIC X(08).
002600      05  RS-BACKUP-DATE REDEFINES RS-BACKUP-DATE-RAW
002700                                  PIC 9(08).
002800      05  FILLER                  PIC X(71).

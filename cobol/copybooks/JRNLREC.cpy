000100************************************************************
000200*                                                          *
000300* JRNLREC   -  MAINTENANCE CHANGE JOURNAL RECORD            *
000400*                                                          *
000500* ONE RECORD APPENDED TO THE CUMULATIVE JRNLFILE DATASET    *
000600* (PROD.FIZBUZ.MNTJRNL) FOR EVERY TRANSACTION FLGMNT OR     *
000700* REQMNT APPLIES, AND FOR EVERY RECORD FIZRST'S RELOAD OF   *
000800* A BACKUP GENERATION ADDS, CHANGES OR DELETES - WHICH      *
000900* FILE, WHEN, WHICH PROGRAM, WHO ASKED (THE CARD'S          *
001000* REQUESTED-BY, BLANK WHEN NOT KEYED OR FROM FIZRST), THE   *
001100* ACTION, THE KEY, AND THE RECORD AS IT STOOD BEFORE AND    *
001200* AFTER.  AN ADD HAS A BLANK BEFORE IMAGE AND A DELETE A    *
001300* BLANK AFTER IMAGE.  THE IMAGES ARE THE FLAGREC OR REQREC  *
001333* LAYOUT PADDED WITH SPACES.  JR-CHANGE-SEQ ORDERS THE      *
001366* RECORDS ONE RUN WRITES UNDER THE SAME DATE/TIME.          *
001400* THE JOURNAL IS NEVER RESET - LIKE THE AUDIT TRAIL IT IS   *
001500* THE RECORD AUDIT TRACES CHANGES FROM, AND JRNRPT REBUILDS *
001600* EITHER FILE AS OF ANY DATE FROM IT.                       *
001700*                                                          *
001800* MODIFICATION HISTORY                                     *
001900*   2026-10-15  RAK  ORIGINAL COPYBOOK.                     *
001933*   2026-10-15  RAK  FIZRST NOW WRITES THE RECORD FOR A     *
001966*                    RESTORE FROM BACKUP.                   *
002000*                                                          *
002100************************************************************
002200  01  JRNLREC-RECORD.
002300      05  JR-FILE-ID              PIC X(08).
002400          88  JR-FILE-IS-FLAGFILE     VALUE 'FLAGFILE'.
002500          88  JR-FILE-IS-REQREG       VALUE 'REQREG'.
002600      05  JR-CHANGE-DATE          PIC 9(08).
002700      05  JR-CHANGE-TIME          PIC 9(08).
002800      05  JR-CHANGE-SEQ           PIC 9(05).
002900      05  JR-PROGRAM-ID           PIC X(08).
003000      05  JR-REQUESTED-BY         PIC X(08).
003100      05  JR-ACTION-CODE          PIC X(01).
003200          88  JR-ACTION-WAS-ADD       VALUE 'A'.
003300          88  JR-ACTION-WAS-CHANGE    VALUE 'C'.
003400          88  JR-ACTION-WAS-DELETE    VALUE 'D'.
003500      05  JR-RECORD-KEY           PIC 9(09).
003600      05  JR-BEFORE-IMAGE         PIC X(60).
003700      05  JR-AFTER-IMAGE          PIC X(60).
003800      05  FILLER                  PIC X(05).

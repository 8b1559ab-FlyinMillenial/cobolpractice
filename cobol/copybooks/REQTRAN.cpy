001400*                                                          *
001500* MODIFICATION HISTORY                                     *
001600*   2026-09-02  RAK  ORIGINAL COPYBOOK.                     *
001610*   2026-10-15  RAK  ADDED RT-REQUESTED-BY FROM THE FILLER - *
001620*                    WHO ASKED FOR THE CHANGE, CARRIED ONTO  *
001630*                    THE REQMNT CHANGE JOURNAL (JRNLREC).    *
001640*                    OPTIONAL, SO EXISTING DECKS STILL WORK. *
001700*                                                          *
001800************************************************************
001900  01  REQTRAN-RECORD.
002600      05  RT-DEPARTMENT-NAME      PIC X(20).
002700      05  RT-DESCRIPTION          PIC X(30).
002800      05  RT-ACTIVE-STATUS        PIC X(01).
002810      05  RT-REQUESTED-BY         PIC X(08).
002900      05  FILLER                  PIC X(17).

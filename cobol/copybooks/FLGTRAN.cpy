001250*                    FROM DEFAULTS TO 00000000 AND A BLANK  *
001260*                    TO DEFAULTS TO 99999999, SO EXISTING   *
001270*                    TRANSACTION DECKS KEEP WORKING.        *
001276*   2026-10-15  RAK  ADDED FT-REQUESTED-BY FROM THE FILLER - *
001282*                    WHO ASKED FOR THE CHANGE, CARRIED ONTO  *
001288*                    THE FLGMNT CHANGE JOURNAL (JRNLREC).    *
001294*                    OPTIONAL, SO EXISTING DECKS STILL WORK. *
001300*                                                          *
001400************************************************************
001500  01  FLGTRAN-RECORD.
002700      05  FT-EFF-TO-RAW           PIC X(08).
002800      05  FT-EFF-TO-DATE REDEFINES FT-EFF-TO-RAW
002900                                  PIC 9(08).
002910      05  FT-REQUESTED-BY         PIC X(08).
003000      05  FILLER                  PIC X(26).

000100************************************************************
000200*                                                          *
000300* CNFPARM   -  CLASSIFICATION CONFLICT REPORT PARAMETER     *
000400*                                                          *
000500* ONE OPTIONAL CARD READ BY FIZCNF FROM THE CNFPARM         *
000600* DATASET.  NO CARD, OR A BLANK FIELD, TAKES THE DEFAULT.   *
000700*   CF-DETAIL-LIMIT    THE MOST DISAGREEING NUMBERS LISTED  *
000800*                      FOR ANY ONE PAIR OF DEPARTMENTS,     *
000900*                      SEVEN DIGITS WITH LEADING ZEROS.     *
001000*                      THE REST ARE STILL COUNTED IN THE    *
001100*                      PAIR SUMMARY.  BLANK OR ZERO LISTS   *
001200*                      EVERY ONE.                           *
001300* THE LIMIT IS CARRIED RAW AND REDEFINED NUMERIC SO FIZCNF  *
001400* CAN VALIDATE IT.                                          *
001500*                                                          *
001600* MODIFICATION HISTORY                                     *
001700*   2026-10-15  RAK  ORIGINAL COPYBOOK.                     *
001800*                                                          *
001900************************************************************
002000  01  CNFPARM-RECORD.
002100      05  CF-DETAIL-LIMIT-RAW     PIC X(07).
002200      05  CF-DETAIL-LIMIT REDEFINES CF-DETAIL-LIMIT-RAW
002300                                  PIC 9(07).
002400      05  FILLER                  PIC X(73).

000100************************************************************
000200*                                                          *
000300* CHGPARM   -  MONTH-END CHARGEBACK PARAMETER CARD          *
000400*                                                          *
000500* ONE CARD READ BY FIZCHG FROM THE CHGPARM DATASET GIVING   *
000600* THE BILLING MONTH AS YYYYMM.  A BLANK MONTH BILLS THE     *
000700* CALENDAR MONTH BEFORE THE RUN DATE, WHICH IS WHAT THE     *
000800* MONTH-END JOB WANTS WHEN IT RUNS ON THE FIRST; KEY A      *
000900* MONTH ONLY TO RE-RUN AN EARLIER MONTH FOR FINANCE.        *
001000*                                                          *
001100* MODIFICATION HISTORY                                     *
001200*   2026-10-15  RAK  ORIGINAL COPYBOOK.                     *
001300*                                                          *
001400************************************************************
001500  01  CHGPARM-RECORD.
001600      05  CG-BILLING-MONTH-RAW    PIC X(06).
001700      05  CG-BILLING-MONTH REDEFINES CG-BILLING-MONTH-RAW
001800                                  PIC 9(06).
001900      05  FILLER                  PIC X(74).

000100************************************************************
000200*                                                          *
000300* SPLPARM   -  PARMFILE PARTITION SPLIT PARAMETER CARD      *
000400*                                                          *
000500* ONE OPTIONAL CARD READ BY FIZSPL FROM THE SPLPARM         *
000600* DATASET GIVING HOW MANY PARTITIONS (01-04) TONIGHT'S      *
000700* DECK IS TO BE SPREAD ACROSS.  A MISSING OR BLANK CARD     *
000800* MEANS ALL FOUR.  THE PARTITION JOBS ARE SUBMITTED         *
000900* REGARDLESS - A PARTITION GIVEN NO CARDS SIMPLY ENDS       *
001000* CC 0000 WITH NOTHING TO DO.                               *
001100*                                                          *
001200* MODIFICATION HISTORY                                     *
001300*   2026-10-15  RAK  ORIGINAL COPYBOOK.                     *
001400*                                                          *
001500************************************************************
001600  01  SPLPARM-RECORD.
001700      05  SPL-PARTITION-COUNT-RAW PIC X(02).
001800      05  SPL-PARTITION-COUNT REDEFINES SPL-PARTITION-COUNT-RAW
001900                                  PIC 9(02).
002000      05  FILLER                  PIC X(78).

000100************************************************************
000200*                                                          *
000300* PARTREC   -  FIZBUZ PARTITION CONTROL RECORD              *
000400*                                                          *
000500* WRITTEN BY FIZSPL WHEN IT SPLITS THE NIGHT'S PARMFILE     *
000600* DECK INTO PARTITIONS - ONE RECORD PER PARTITION, BOTH TO  *
000700* THAT PARTITION'S OWN CONTROL DATASET (READ AS PARTCTL BY  *
000800* THE PARTITION'S FIZBUZ, WHICH RUNS IN PARTITION MODE      *
000900* WHENEVER THE DD IS PRESENT) AND TO THE COMBINED PARTCTL   *
001000* DATASET FIZMRG READS BEFORE MERGING.                      *
001100*   PT-PARTITION-NO     THIS PARTITION, 01-04               *
001200*   PT-PARTITION-COUNT  PARTITIONS GIVEN WORK TONIGHT       *
001300*   PT-SPLIT-DATE/TIME  WHEN THE SPLIT RAN - EVERY AUDIT    *
001400*                       RECORD ON A PARTITION'S AUDIT       *
001500*                       DATASET STAMPED EARLIER IS A SEEDED *
001600*                       PRIOR-RUN RECORD, NOT TONIGHT'S     *
001700*   PT-CARD-COUNT       CARDS WRITTEN TO THIS PARTITION'S   *
001800*                       DECK (ZERO FOR AN IDLE PARTITION)   *
001900*   PT-ESTIMATED-WORK   ITERATIONS THE SPLIT EXPECTS THOSE  *
002000*                       CARDS TO GENERATE                   *
002100*   PT-DECK-CARD-COUNT  CARDS ON THE WHOLE NIGHT'S DECK     *
002200*   PT-DROPPED-COUNT    CARDS ON THE WHOLE DECK THE SPLIT   *
002300*                       COULD NOT PLACE (NO USABLE REQUEST  *
002400*                       ID, OR AN ID ALREADY ON THE DECK)   *
002500*                                                          *
002600* MODIFICATION HISTORY                                     *
002700*   2026-10-15  RAK  ORIGINAL COPYBOOK.                     *
002800*                                                          *
002900************************************************************
003000  01  PARTCTL-RECORD.
003100      05  PT-PARTITION-NO         PIC 9(02).
003200      05  PT-PARTITION-COUNT      PIC 9(02).
003300      05  PT-SPLIT-DATE           PIC 9(08).
003400      05  PT-SPLIT-TIME           PIC 9(08).
003500      05  PT-CARD-COUNT           PIC 9(03).
003600      05  PT-ESTIMATED-WORK       PIC 9(12).
003700      05  PT-DECK-CARD-COUNT      PIC 9(03).
003800      05  PT-DROPPED-COUNT        PIC 9(03).
003900      05  FILLER                  PIC X(39).

000100************************************************************
000200*                                                          *
000300* STATCARD  -  STEP STATISTICS IDENTITY CARD                *
000400*                                                          *
000500* ONE IN-STREAM CARD ON THE STATCTL DD OF EVERY STEP THAT   *
000600* WRITES STEP STATISTICS, NAMING THE JOB AND STEP THE       *
000700* RECORD IS FILED UNDER - A PROGRAM CANNOT SEE ITS OWN JOB  *
000800* AND STEP NAMES, AND FIZBUZ RUNS UNDER FOUR PARTITION      *
000900* JOBS.                                                     *
001000*   SC-JOB-NAME    COLUMNS 1-8                              *
001100*   SC-STEP-NAME   COLUMNS 9-16                             *
001200*                                                          *
001300* MODIFICATION HISTORY                                     *
001400*   2026-10-15  RAK  ORIGINAL COPYBOOK.                     *
001500*                                                          *
001600************************************************************
001700  01  STATCARD-RECORD.
001800      05  SC-JOB-NAME             PIC X(08).
001900      05  SC-STEP-NAME            PIC X(08).
002000      05  FILLER                  PIC X(64).

001602*                    CAN BE REORDERED OR TRIMMED WITHOUT     *
001603*                    CORRUPTING DELTA PROCESSING OR AUDIT    *
001604*                    ATTRIBUTION.                            *
001605*   2026-10-15  RAK  THE PARMFILE DECK IS NO LONGER HAND-    *
001606*                    MAINTAINED - PRMBLD WRITES IT EACH      *
001607*                    NIGHT FROM THE APPROVED ENTRIES ON THE  *
001608*                    PARMMST MASTER (COPYBOOK PRMMREC).      *
001600*                                                          *
001700************************************************************
001800  01  PARMCARD-RECORD.
